                  FILE STATUS  IS WS-HIST-STATUS.                       00002800
           SELECT LETTER-FILE ASSIGN TO LTRFILE                         00002900
                  ORGANIZATION IS SEQUENTIAL.                           00003000
           SELECT PROM-FILE   ASSIGN TO PROMFILE                        00003001
                  ORGANIZATION IS INDEXED                               00003002
                  ACCESS MODE  IS RANDOM                                00003003
                  RECORD KEY   IS PROM-ACCT-NO                          00003004
                  FILE STATUS  IS WS-PROM-STATUS.                       00003005
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00003006
                  ORGANIZATION IS SEQUENTIAL                            00003007
                  FILE STATUS   IS WS-CYCL-STATUS.                      00003008
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003009
                  ORGANIZATION IS SEQUENTIAL                            00003010
                  FILE STATUS   IS WS-OVR-STATUS.                       00003011
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003012
                  ORGANIZATION IS SEQUENTIAL                            00003013
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003014
      *-------------                                                    00003100
       DATA DIVISION.                                                   00003200
      *-------------                                                    00003300
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004600
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004700
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004800
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004810
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004820
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004821
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004822
               10  FILLER                PIC X(1).                      00004823
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004901
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004902
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004903
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004904
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004905
           05  ACCT-DUE-DATE       PIC 9(8).                            00004906
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004907
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004908
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004909
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004910
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004911
           05  COMMENTS       PIC X(50).                                00005000
      *                                                                 00005100
       FD  LETTER-HIST.                                                 00005200
       FD  OVR-PARM RECORDING MODE F.                                   00006008
       01  OVR-PARM-REC.                                                00006009
           05  OVR-RERUN-FLAG  PIC X(1).                                00006010
      *                                                                 00006011
       FD  BUS-DATE RECORDING MODE F.                                   00006012
       01  BUS-DATE-REC.                                                00006013
           05  BUSD-CURR-DATE     PIC 9(8).                             00006014
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00006015
           05  BUSD-ROLLED-ON     PIC 9(8).                             00006016
           05  BUSD-CYCLE-DAYS.                                         00006017
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00006018
           05  FILLER             PIC X(8).                             00006019
       WORKING-STORAGE SECTION.                                         00006100
       01 FLAGS.                                                        00006200
         05 LASTREC             PIC X VALUE SPACE.                      00006300
         05 WS-LETTERS-PRINTED  PIC 9(7) COMP-3 VALUE ZERO.             00007100
         05 WS-LETTERS-SKIPPED  PIC 9(7) COMP-3 VALUE ZERO.             00007200
         05 WS-LETTERS-HELD     PIC 9(7) COMP-3 VALUE ZERO.             00007210
         05 WS-CHARGED-OFF-SKIPPED PIC 9(7) COMP-3 VALUE ZERO.          00007211
      *                                                                 00007300
       01 LETTER-ADDR-LINE.                                             00007400
         05 LTR-ADDR-TEXT       PIC X(80).                              00007500
         05 LTR-BKT-LABEL       PIC X(25).                              00008420
         05 LTR-BKT-AMT-O       PIC $$,$$$,$$9.99.                      00008430
         05 FILLER              PIC X(42) VALUE SPACES.                 00008440
       01 LETTER-DUE-LINE.                                              00008441
         05 LTR-DUE-LABEL       PIC X(25).                              00008442
         05 LTR-DUE-DATE-O      PIC X(10).                              00008443
         05 FILLER              PIC X(45) VALUE SPACES.                 00008444
       01 WS-DUE-DATE-PARTS.                                            00008445
         05 WS-DUE-YYYY         PIC X(4).                               00008446
         05 WS-DUE-MM           PIC X(2).                               00008447
         05 WS-DUE-DD           PIC X(2).                               00008448
       01 LETTER-NAME-LINE.                                             00008500
         05 LTR-FIRST-NAME      PIC X(15).                              00008600
         05 FILLER              PIC X(1)  VALUE SPACE.                  00008700
       01 CYCLE-CONTROL-FIELDS.                                         00009502
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00009503
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00009504
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00009505
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00009506
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00009507
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00009508
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00009509
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00009510
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00009511
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00009512
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00009513
         05 WS-PRED2-DONE-SW    PIC X VALUE 'N'.                        00009514
         05 WS-PRED3-DONE-SW    PIC X VALUE 'N'.                        00009515
      *------------------                                               00009600
       PROCEDURE DIVISION.                                              00009700
      *------------------                                               00009800
           PERFORM READ-ACCT-REC                                        00010100
           PERFORM UNTIL LASTREC = 'Y'                                  00010200
               ADD 1 TO WS-RECS-READ                                    00010300
               EVALUATE TRUE                                            00010310
                   WHEN DELINQ-CHARGED-OFF                              00010320
                       ADD 1 TO WS-CHARGED-OFF-SKIPPED                  00010330
                   WHEN DELINQ-DAYS-PAST-DUE > 0                        00010340
                       PERFORM PROCESS-DELINQUENT-ACCOUNT               00010350
                   WHEN OTHER                                           00010360
                       PERFORM CLEAR-LETTER-HISTORY                     00010370
               END-EVALUATE                                             00010380
               PERFORM READ-ACCT-REC                                    00010900
           END-PERFORM                                                  00011000
           PERFORM CLOSE-STOP.                                          00011100
           ELSE                                                         00012140
               DISPLAY 'CBL0012 NO PROMISE FILE - NO LETTERS HELD'      00012150
           END-IF.                                                      00012160
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00012161
      *                                                                 00012300
       CLOSE-STOP.                                                      00012400
           PERFORM WRITE-CYCLE-COMPLETE.                                00012401
           DISPLAY 'CBL0012 LETTERS PRINTED  : ' WS-LETTERS-PRINTED.    00012900
           DISPLAY 'CBL0012 LETTERS SKIPPED  : ' WS-LETTERS-SKIPPED.    00013000
           DISPLAY 'CBL0012 LETTERS HELD     : ' WS-LETTERS-HELD.       00013010
           DISPLAY 'CBL0012 CHARGED OFF      : ' WS-CHARGED-OFF-SKIPPED.00013011
           STOP RUN.                                                    00013100
      *                                                                 00013200
       READ-ACCT-REC.                                                   00013300
      * AN OPEN, UNEXPIRED PAYMENT PROMISE FROM THE COLLECTION DESK     00014310
      * HOLDS THE WHOLE DUNNING CYCLE FOR THE ACCOUNT - NO LETTER       00014320
      * AND NO ESCALATION UNTIL THE PROMISE IS KEPT, BROKEN, OR         00014330
      * EXPIRED.  A CHARGED-OFF ACCOUNT GETS NO LETTERS AT ALL - ITS    00014331
      * COLLECTION IS HANDLED OUTSIDE THE DUNNING CYCLE.                00014332
      *                                                                 00014350
       PROCESS-DELINQUENT-ACCOUNT.                                      00014400
           PERFORM LOOKUP-OPEN-PROMISE                                  00014410
               WRITE LETTER-HIST-REC                                    00019400
           END-IF.                                                      00019500
      *                                                                 00019600
      * THE AMOUNT NOW DUE IS THE MINIMUM PAYMENT STILL UNPAID - WHAT   00019610
      * IT TAKES TO BRING THE ACCOUNT CURRENT - AND THE LETTER NAMES    00019620
      * THE OLDEST DUE DATE MISSED.  AN ACCOUNT NOT YET STATEMENTED     00019630
      * IN-HOUSE HAS NO MINIMUM, SO THE WHOLE BALANCE IS ASKED FOR.     00019640
      *                                                                 00019650
       PRINT-DUNNING-LETTER.                                            00019700
           MOVE FIRST-NAME  TO LTR-FIRST-NAME.                          00019800
           MOVE LAST-NAME   TO LTR-LAST-NAME.                           00019900
           MOVE 'FINANCE CHARGES:         ' TO LTR-BKT-LABEL.           00020790
           MOVE ACCT-FIN-BAL                TO LTR-BKT-AMT-O.           00020791
           WRITE LETTER-REC FROM LETTER-BUCKET-LINE.                    00020792
           MOVE 'TOTAL BALANCE:           ' TO LTR-BKT-LABEL.           00020793
           MOVE ACCT-BALANCE                TO LTR-BKT-AMT-O.           00020794
           WRITE LETTER-REC FROM LETTER-BUCKET-LINE.                    00020795
           MOVE 'AMOUNT NOW DUE:          ' TO LTR-AMT-LABEL.           00020800
           IF ACCT-DUE-DATE = ZERO                                      00020810
               MOVE ACCT-BALANCE            TO LTR-AMT-O                00020820
           ELSE                                                         00020830
               MOVE ACCT-MIN-UNPAID         TO LTR-AMT-O                00020840
           END-IF.                                                      00020850
           MOVE 'DAYS PAST DUE: '           TO LTR-DAYS-LABEL.          00021000
           MOVE DELINQ-DAYS-PAST-DUE        TO LTR-DAYS-O.              00021100
           WRITE LETTER-REC FROM LETTER-AMT-LINE.                       00021200
           IF ACCT-PAST-DUE-SINCE NOT = ZERO                            00021210
               PERFORM WRITE-MISSED-DUE-DATE                            00021220
           END-IF.                                                      00021230
           WRITE LETTER-REC FROM LETTER-BLANK-LINE.                     00021300
           MOVE 'PLEASE REMIT PAYMENT OR CONTACT OUR OFFICE AT ONCE.'   00021400
                            TO LTR-BODY-TEXT.                           00021500
           WRITE LETTER-REC FROM LETTER-BODY-LINE.                      00021600
           WRITE LETTER-REC FROM LETTER-BLANK-LINE.                     00021700
           ADD 1 TO WS-LETTERS-PRINTED.                                 00021800
      *                                                                 00021801
       WRITE-MISSED-DUE-DATE.                                           00021802
           MOVE ACCT-PAST-DUE-SINCE TO WS-DUE-DATE-PARTS.               00021803
           MOVE SPACES TO LTR-DUE-DATE-O.                               00021804
           STRING WS-DUE-MM    DELIMITED BY SIZE                        00021805
                  '/'          DELIMITED BY SIZE                        00021806
                  WS-DUE-DD    DELIMITED BY SIZE                        00021807
                  '/'          DELIMITED BY SIZE                        00021808
                  WS-DUE-YYYY  DELIMITED BY SIZE                        00021809
             INTO LTR-DUE-DATE-O                                        00021810
           END-STRING.                                                  00021811
           MOVE 'PAYMENT WAS DUE:         ' TO LTR-DUE-LABEL.           00021812
           WRITE LETTER-REC FROM LETTER-DUE-LINE.                       00021813
      *                                                                 00021900
       WRITE-SEVERITY-TEXT.                                             00022000
           EVALUATE WS-CURR-SEVERITY                                    00022100
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00023740
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00023750
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00023760
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00023761
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00023762
      *              CBL0023 CBL0012 CBL0027                            00023763
      *                                                                 00023790
       CHECK-CYCLE-CONTROL.                                             00023800
           PERFORM READ-OVERRIDE-PARM.                                  00023810
           PERFORM READ-BUSINESS-DATE.                                  00023811
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00023812
           OPEN INPUT CYCL-CTL.                                         00023830
           IF WS-CYCL-STATUS = '00'                                     00023840
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00023850
               END-IF                                                   00024410
           END-IF.                                                      00024420
      *                                                                 00024430
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00024431
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00024432
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00024433
      *                                                                 00024434
       READ-BUSINESS-DATE.                                              00024435
           MOVE ZERO TO WS-BUS-DATE.                                    00024436
           OPEN INPUT BUS-DATE.                                         00024437
           IF WS-BUSD-STATUS = '00'                                     00024438
               READ BUS-DATE                                            00024439
               AT END                                                   00024440
                   CONTINUE                                             00024441
               NOT AT END                                               00024442
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00024443
               END-READ                                                 00024444
               CLOSE BUS-DATE                                           00024445
           END-IF.                                                      00024446
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00024447
               DISPLAY 'CBL0012 NO BUSINESS DATE ON BUSDATE - '         00024448
                       'RUN CBL0031 FIRST - STOPPING'                   00024449
               MOVE 12 TO RETURN-CODE                                   00024450
               STOP RUN                                                 00024451
           END-IF.                                                      00024452
      *                                                                 00024453
       READ-OVERRIDE-PARM.                                              00024454
           OPEN INPUT OVR-PARM.                                         00024455
           IF WS-OVR-STATUS = '00'                                      00024460
               READ OVR-PARM                                            00024470
               AT END                                                   00024480
