               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004300
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004400
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004500
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004510
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004520
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004521
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004522
               10  FILLER                PIC X(1).                      00004523
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004601
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004602
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004603
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004604
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004605
           05  ACCT-DUE-DATE       PIC 9(8).                            00004606
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004607
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004608
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004609
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004610
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004611
           05  COMMENTS       PIC X(50).                                00004700
      *                                                                 00004800
       FD  BUREAU-OUT RECORDING MODE F.                                 00004900
           05  BUR-BALANCE     PIC S9(7)V99.                            00005800
           05  BUR-STATUS-CODE PIC X(1).                                00005900
           05  BUR-REPORT-DATE PIC 9(8).                                00006000
           05  BUR-MIN-DUE     PIC 9(7)V99.                             00006010
           05  BUR-PAST-DUE    PIC 9(7)V99.                             00006020
           05  BUR-CHGOFF-AMT  PIC 9(7)V99.                             00006021
           05  BUR-CHGOFF-DATE PIC 9(8).                                00006022
      *                                                                 00006100
       FD  BUREAU-EXC RECORDING MODE F.                                 00006200
       01  BUREAU-EXC-REC.                                              00006300
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00007500
         05 WS-RECS-REPORTED    PIC 9(7) COMP-3 VALUE ZERO.             00007600
         05 WS-RECS-EXCEPTED    PIC 9(7) COMP-3 VALUE ZERO.             00007700
         05 WS-CHGOFF-OWED      PIC S9(7)V99 COMP-3 VALUE ZERO.         00007710
      *------------------                                               00007800
       PROCEDURE DIVISION.                                              00007900
      *------------------                                               00008000
      * AN ACCOUNT THE BUREAUS CANNOT USE GOES TO THE EXCEPTION         00011100
      * REPORT INSTEAD OF THE SUBMISSION.  CLOSED ACCOUNTS NEVER        00011200
      * APPEAR HERE AT ALL - MAINTENANCE DELETES THEM FROM THE          00011300
      * MASTER, SO THERE IS NOTHING LEFT TO RATE.  A CHARGED-OFF        00011310
      * ACCOUNT IS ALWAYS REPORTED, WHATEVER ITS LIMIT.                 00011320
      *                                                                 00011500
       RATE-ONE-ACCOUNT.                                                00011600
           EVALUATE TRUE                                                00011700
               WHEN LAST-NAME = SPACES                                  00011800
                   MOVE 'NAME MISSING ON MASTER        ' TO EXC-REASON  00011900
                   PERFORM WRITE-EXCEPTION-LINE                         00012000
               WHEN DELINQ-CHARGED-OFF                                  00012010
                   PERFORM WRITE-BUREAU-RECORD                          00012020
               WHEN ACCT-LIMIT = ZERO                                   00012100
                   MOVE 'CREDIT LIMIT IS ZERO          ' TO EXC-REASON  00012200
                   PERFORM WRITE-EXCEPTION-LINE                         00012300
      *                                                                 00012700
      * THE PAYMENT-STATUS CODE FOLLOWS THE SAME AGING BUCKETS THE      00012800
      * DUNNING LETTERS USE: 1 = CURRENT, 2 = 1-29 DAYS, 3 = 30-59,     00012900
      * 4 = 60-89, 5 = 90 AND OVER.  THE DAYS COME FROM THE IN-HOUSE    00012910
      * AGING STEP.  THE SCHEDULED PAYMENT IS THE MINIMUM DUE FROM THE  00012920
      * LAST STATEMENT; THE AMOUNT PAST DUE IS THE MINIMUM STILL        00012930
      * UNPAID WHILE THE ACCOUNT IS PAST DUE.                           00012940
      *                                                                 00013100
      * A CHARGED-OFF ACCOUNT IS STATUS 9.  ITS MASTER BALANCE WAS      00013110
      * WRITTEN OFF, SO THE BALANCE AND AMOUNT PAST DUE REPORTED ARE    00013120
      * WHAT IS STILL OWED ON THE CHARGE-OFF AFTER RECOVERIES, ALONG    00013130
      * WITH THE AMOUNT AND DATE OF THE CHARGE-OFF ITSELF.              00013140
      *                                                                 00013150
       WRITE-BUREAU-RECORD.                                             00013200
           MOVE ACCT-NO      TO BUR-ACCT-NO.                            00013300
           MOVE LAST-NAME    TO BUR-LAST-NAME.                          00013400
           MOVE ACCT-LIMIT   TO BUR-LIMIT.                              00013900
           MOVE ACCT-BALANCE TO BUR-BALANCE.                            00014000
           EVALUATE TRUE                                                00014100
               WHEN DELINQ-CHARGED-OFF                                  00014110
                   MOVE '9' TO BUR-STATUS-CODE                          00014120
               WHEN DELINQ-DAYS-PAST-DUE = 0                            00014200
                   MOVE '1' TO BUR-STATUS-CODE                          00014300
               WHEN DELINQ-DAYS-PAST-DUE < 30                           00014400
                   MOVE '5' TO BUR-STATUS-CODE                          00015100
           END-EVALUATE.                                                00015200
           MOVE WS-RUN-DATE  TO BUR-REPORT-DATE.                        00015300
           MOVE ACCT-MIN-DUE TO BUR-MIN-DUE.                            00015310
           IF DELINQ-DAYS-PAST-DUE > 0 AND ACCT-MIN-UNPAID > ZERO       00015320
               MOVE ACCT-MIN-UNPAID TO BUR-PAST-DUE                     00015330
           ELSE                                                         00015340
               MOVE ZERO TO BUR-PAST-DUE                                00015350
           END-IF.                                                      00015360
           IF DELINQ-CHARGED-OFF                                        00015361
               COMPUTE WS-CHGOFF-OWED =                                 00015362
                   ACCT-CHGOFF-AMT - ACCT-CHGOFF-RECOV                  00015363
               IF WS-CHGOFF-OWED < ZERO                                 00015364
                   MOVE ZERO TO WS-CHGOFF-OWED                          00015365
               END-IF                                                   00015366
               MOVE WS-CHGOFF-OWED   TO BUR-BALANCE                     00015367
               MOVE WS-CHGOFF-OWED   TO BUR-PAST-DUE                    00015368
               MOVE ACCT-CHGOFF-AMT  TO BUR-CHGOFF-AMT                  00015369
               MOVE ACCT-CHGOFF-DATE TO BUR-CHGOFF-DATE                 00015370
           ELSE                                                         00015371
               MOVE ZERO TO BUR-CHGOFF-AMT                              00015372
               MOVE ZERO TO BUR-CHGOFF-DATE                             00015373
           END-IF.                                                      00015374
           WRITE BUREAU-REC.                                            00015400
           ADD 1 TO WS-RECS-REPORTED.                                   00015500
      *                                                                 00015600
