               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004100
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004200
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004300
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004310
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004320
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004321
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004322
               10  FILLER                PIC X(1).                      00004323
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004500
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004600
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004601
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004602
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004603
           05  ACCT-DUE-DATE       PIC 9(8).                            00004604
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004605
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004606
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004607
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004608
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004609
           05  COMMENTS       PIC X(50).                                00004700
      *                                                                 00004800
       FD  DORM-RPT RECORDING MODE F.                                   00004900
         05 WS-MONTHS-IDLE      PIC 9(5)  COMP-3 VALUE ZERO.            00006000
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00006100
         05 WS-DORMANT-COUNT    PIC 9(7) COMP-3 VALUE ZERO.             00006200
         05 WS-REFUND-DUE-COUNT PIC 9(7) COMP-3 VALUE ZERO.             00006210
         05 WS-CREDIT-HELD-COUNT PIC 9(7) COMP-3 VALUE ZERO.            00006220
       01 AGING-BUCKETS.                                                00006400
         05 WS-CNT-0-6-MO       PIC 9(7) COMP-3 VALUE ZERO.             00006500
         05 WS-CNT-7-12-MO      PIC 9(7) COMP-3 VALUE ZERO.             00006600
           CLOSE DORM-RPT.                                              00011900
           DISPLAY 'CBL0024 ACCOUNTS READ    : ' WS-RECS-READ.          00012000
           DISPLAY 'CBL0024 DORMANT ACCOUNTS : ' WS-DORMANT-COUNT.      00012100
           DISPLAY 'CBL0024 CREDITS TO REFUND: ' WS-REFUND-DUE-COUNT.   00012110
           DISPLAY 'CBL0024 CREDITS HELD     : ' WS-CREDIT-HELD-COUNT.  00012120
           STOP RUN.                                                    00012300
      *                                                                 00012400
       READ-ACCT-REC.                                                   00012500
      *                                                                 00012900
      * A RECORD CONVERTED BEFORE THE ACTIVITY DATES EXISTED HAS A      00013000
      * ZERO DATE.  IT IS COUNTED SEPARATELY AND TREATED AS DORMANT     00013100
      * SO IT CANNOT HIDE FROM THE REVIEW.                              00013110
      *                                                                 00013120
      * A CREDIT BALANCE IS THE CUSTOMER'S MONEY, NOT A QUIET ACCOUNT.  00013130
      * IT IS LISTED HOWEVER LONG THE ACCOUNT HAS BEEN IDLE, MARKED     00013140
      * FOR THE REFUND RUN (CBL0029) OR AS HELD WHERE THAT RUN WILL     00013150
      * NOT TOUCH IT.  UNCLAIMED MONEY NOW REACHES ESCHEATMENT AS AN    00013160
      * UNCASHED REFUND CHECK (CBL0030), NOT FROM THIS REPORT.          00013170
      *                                                                 00013300
       AGE-ONE-ACCOUNT.                                                 00013400
           MOVE 'N' TO WS-NO-DATE-SW                                    00013500
                   (WS-RUN-DATE-INT - WS-ACT-DATE-INT) / 30             00014500
               PERFORM COUNT-ONE-BUCKET                                 00014600
           END-IF                                                       00014700
           EVALUATE TRUE                                                00014710
               WHEN ACCT-BALANCE < ZERO                                 00014720
                   PERFORM WRITE-CREDIT-DETAIL                          00014730
               WHEN WS-MONTHS-IDLE > 12 OR WS-NO-DATE-SW = 'Y'          00014740
                   PERFORM WRITE-DORMANT-DETAIL                         00014750
               WHEN OTHER                                               00014760
                   CONTINUE                                             00014770
           END-EVALUATE.                                                00014780
      *                                                                 00015100
       COUNT-ONE-BUCKET.                                                00015200
           EVALUATE TRUE                                                00015300
           MOVE LAST-ACTIVITY-DATE TO DTL-LAST-ACT.                     00016800
           MOVE WS-MONTHS-IDLE     TO DTL-MONTHS-O.                     00016900
           MOVE ACCT-BALANCE       TO DTL-BALANCE-O.                    00017000
           MOVE 'DORMANT        ' TO DTL-FLAG.                          00017010
           WRITE DORM-RPT-REC FROM RPT-DETAIL-LINE.                     00017020
      *                                                                 00017030
       WRITE-CREDIT-DETAIL.                                             00017040
           MOVE ACCT-NO            TO DTL-ACCT-NO.                      00017050
           MOVE LAST-NAME          TO DTL-LAST-NAME.                    00017060
           MOVE LAST-ACTIVITY-DATE TO DTL-LAST-ACT.                     00017070
           MOVE WS-MONTHS-IDLE     TO DTL-MONTHS-O.                     00017080
           MOVE ACCT-BALANCE       TO DTL-BALANCE-O.                    00017090
           IF DELINQ-FLAGGED OR DELINQ-CHARGED-OFF                      00017100
               MOVE 'CREDIT - HELD  ' TO DTL-FLAG                       00017110
               ADD 1 TO WS-CREDIT-HELD-COUNT                            00017120
           ELSE                                                         00017400
               MOVE 'REFUND DUE     ' TO DTL-FLAG                       00017410
               ADD 1 TO WS-REFUND-DUE-COUNT                             00017420
           END-IF.                                                      00017600
           WRITE DORM-RPT-REC FROM RPT-DETAIL-LINE.                     00017700
      *                                                                 00017800
           MOVE 'NO ACTIVITY DATE ON FILE    ' TO CNT-LABEL.            00019300
           MOVE WS-CNT-NO-DATE                 TO CNT-VALUE-O.          00019400
           WRITE DORM-RPT-REC FROM RPT-COUNT-LINE.                      00019500
           MOVE 'CREDIT BALANCES TO REFUND   ' TO CNT-LABEL.            00019510
           MOVE WS-REFUND-DUE-COUNT            TO CNT-VALUE-O.          00019520
           WRITE DORM-RPT-REC FROM RPT-COUNT-LINE.                      00019530
           MOVE 'CREDIT BALANCES HELD        ' TO CNT-LABEL.            00019540
           MOVE WS-CREDIT-HELD-COUNT           TO CNT-VALUE-O.          00019550
           WRITE DORM-RPT-REC FROM RPT-COUNT-LINE.                      00019800
      *                                                                 00019900
