           SELECT SUSP-IN     ASSIGN TO SUSPIN                          00002900
                  ORGANIZATION IS SEQUENTIAL                            00003000
                  FILE STATUS   IS WS-SUSP-STATUS.                      00003100
           SELECT HIST-FILE   ASSIGN TO HISTFILE                        00003110
                  ORGANIZATION IS INDEXED                               00003120
                  ACCESS MODE  IS DYNAMIC                               00003130
                  RECORD KEY   IS HIST-KEY                              00003140
                  FILE STATUS  IS WS-HIST-STATUS.                       00003150
           SELECT RUN-CTL     ASSIGN TO RUNCTL                          00003200
                  ORGANIZATION IS SEQUENTIAL                            00003300
                  FILE STATUS   IS WS-CTL-STATUS.                       00003400
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003604
                  ORGANIZATION IS SEQUENTIAL                            00003605
                  FILE STATUS   IS WS-OVR-STATUS.                       00003606
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003607
                  ORGANIZATION IS SEQUENTIAL                            00003608
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003609
      *-------------                                                    00003700
       DATA DIVISION.                                                   00003800
      *-------------                                                    00003900
           05  BEF-ACCT-NO     PIC X(8).                                00004300
           05  BEF-ACCT-LIMIT  PIC S9(7)V99 COMP-3.                     00004400
           05  BEF-ACCT-BALANCE PIC S9(7)V99 COMP-3.                    00004500
           05  FILLER          PIC X(231).                              00004510
      *                                                                 00004700
       FD  ACCT-MST.                                                    00004800
       01  ACCT-FIELDS.                                                 00004900
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00005900
               10  DELINQ-COLL-FLAG      PIC X(1).                      00006000
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00006100
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00006110
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00006120
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00006121
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00006122
               10  FILLER                PIC X(1).                      00006123
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00006201
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00006202
           05  ACCT-CYCLE-CODE     PIC X(2).                            00006203
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00006204
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00006205
           05  ACCT-DUE-DATE       PIC 9(8).                            00006206
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00006207
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00006208
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00006209
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00006210
           05  ACCT-PRICE-PLAN     PIC X(2).                            00006211
           05  COMMENTS       PIC X(50).                                00006300
      *                                                                 00006400
       FD  TRAN-FILE RECORDING MODE F.                                  00006500
                   88  TRAN-IS-FIN-CHG  VALUE 'F'.                      00007120
               10  TRAN-DATE       PIC 9(8).                            00007200
               10  FILLER          PIC X(17).                           00007210
           05  TRAN-BATCH-HDR REDEFINES TRAN-DETAIL.                    00007211
               10  HDR-BATCH-NO    PIC X(6).                            00007212
               10  HDR-BATCH-DATE  PIC 9(8).                            00007213
               10  FILLER          PIC X(25).                           00007214
      *                                                                 00007300
       FD  SUSP-IN RECORDING MODE F.                                    00007400
       01  SUSP-IN-REC.                                                 00007500
           05  SUSP-IN-AMOUNT     PIC S9(7)V99 COMP-3.                  00007700
           05  SUSP-IN-TYPE       PIC X(1).                             00007800
           05  SUSP-IN-DATE       PIC 9(8).                             00007900
           05  FILLER             PIC X(25).                            00007901
      *                                                                 00007902
      * A RETURN OR CREDIT ONLY POSTS WHEN THE HISTORY IT NAMES IS      00007903
      * THERE TO REVERSE, SO ITS SIDE OF THE PROOF IS TAKEN FROM THE    00007904
      * HISTORY RECORDS POSTING WROTE FOR TONIGHT.                      00007905
      *                                                                 00007906
       FD  HIST-FILE.                                                   00007907
       01  HIST-REC.                                                    00007908
           05  HIST-KEY.                                                00007909
               10  HIST-ACCT-NO    PIC X(8).                            00007910
               10  HIST-POST-DATE  PIC 9(8).                            00007911
               10  HIST-POST-SEQ   PIC 9(5).                            00007912
           05  HIST-TRAN-TYPE      PIC X(1).                            00007913
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00007914
           05  HIST-TRAN-DATE      PIC 9(8).                            00007915
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00007916
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00007917
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00007918
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00007919
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00007920
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00007921
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00007922
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00007923
           05  HIST-ORIG-TYPE      PIC X(1).                            00007924
           05  HIST-REVERSED-SW    PIC X(1).                            00007925
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00007926
           05  HIST-BATCH-NO       PIC X(6).                            00007927
      *                                                                 00008100
       FD  RUN-CTL RECORDING MODE F.                                    00008200
       01  RUN-CTL-REC.                                                 00008300
       FD  OVR-PARM RECORDING MODE F.                                   00009208
       01  OVR-PARM-REC.                                                00009209
           05  OVR-RERUN-FLAG  PIC X(1).                                00009210
      *                                                                 00009211
       FD  BUS-DATE RECORDING MODE F.                                   00009212
       01  BUS-DATE-REC.                                                00009213
           05  BUSD-CURR-DATE     PIC 9(8).                             00009214
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00009215
           05  BUSD-ROLLED-ON     PIC 9(8).                             00009216
           05  BUSD-CYCLE-DAYS.                                         00009217
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00009218
           05  FILLER             PIC X(8).                             00009219
       WORKING-STORAGE SECTION.                                         00009300
       01 FLAGS.                                                        00009400
         05 LASTREC-BEF         PIC X VALUE SPACE.                      00009500
         05 LASTREC-TRAN        PIC X VALUE SPACE.                      00009700
         05 LASTREC-CTL         PIC X VALUE SPACE.                      00009800
         05 LASTREC-SUSP        PIC X VALUE SPACE.                      00009900
         05 LASTREC-HIST        PIC X VALUE SPACE.                      00009910
         05 WS-SUSP-OPEN-SW     PIC X VALUE 'N'.                        00010000
         05 WS-IN-BATCH-SW      PIC X VALUE 'N'.                        00010010
         05 WS-CTL-OPEN-SW      PIC X VALUE 'N'.                        00010100
         05 WS-HIST-OPEN-SW     PIC X VALUE 'N'.                        00010110
         05 WS-BALANCED-SW      PIC X VALUE 'Y'.                        00010200
           88 RUN-IS-BALANCED       VALUE 'Y'.                          00010300
       01 WORK-FIELDS.                                                  00010400
         05 WS-MST-STATUS       PIC X(2) VALUE SPACES.                  00010500
         05 WS-CTL-STATUS       PIC X(2) VALUE SPACES.                  00010600
         05 WS-SUSP-STATUS      PIC X(2) VALUE SPACES.                  00010700
         05 WS-HIST-STATUS      PIC X(2) VALUE SPACES.                  00010710
         05 WS-BEF-COUNT        PIC 9(7)     COMP-3 VALUE ZERO.         00010800
         05 WS-BEF-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.         00010900
         05 WS-AFT-COUNT        PIC 9(7)     COMP-3 VALUE ZERO.         00011000
         05 WS-TOTAL-LATE-FEES  PIC S9(9)V99 COMP-3 VALUE ZERO.         00011610
         05 WS-TOTAL-FIN-CHGS   PIC S9(9)V99 COMP-3 VALUE ZERO.         00011620
         05 WS-BUCKET-ERRORS    PIC 9(7)     COMP-3 VALUE ZERO.         00011630
         05 WS-REVERSALS-READ   PIC 9(7)     COMP-3 VALUE ZERO.         00011631
         05 WS-REVERSALS-POSTED PIC 9(7)     COMP-3 VALUE ZERO.         00011632
         05 WS-TOTAL-RETURNS    PIC S9(9)V99 COMP-3 VALUE ZERO.         00011633
         05 WS-TOTAL-RET-FEES   PIC S9(9)V99 COMP-3 VALUE ZERO.         00011634
         05 WS-TOTAL-CREDITS    PIC S9(9)V99 COMP-3 VALUE ZERO.         00011635
         05 WS-TOTAL-RECOVERIES PIC S9(9)V99 COMP-3 VALUE ZERO.         00011636
         05 WS-TOTAL-REFUNDS    PIC S9(9)V99 COMP-3 VALUE ZERO.         00011637
         05 WS-NET-POSTED       PIC S9(9)V99 COMP-3 VALUE ZERO.         00011700
         05 WS-EXPECTED-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.         00011800
         05 WS-VARIANCE         PIC S9(9)V99 COMP-3 VALUE ZERO.         00011900
         05 WS-TRANS-ALREADY-POSTED PIC 9(7) COMP-3 VALUE ZERO.         00011901
      *                                                                 00011902
      * THE POSTINGS FOR THE RUN DATE KEPT FROM AN EARLIER POSTING RUN  00011903
      * (SEQUENCE BELOW THE FLOOR ON THE CBL0006K CONTROL RECORD).      00011904
      * POSTING REFUSES EACH DETAIL THAT MATCHES ONE ON ACCOUNT,        00011905
      * AMOUNT, TYPE, TRANSACTION DATE AND BATCH, SO THE PROOF DOES     00011906
      * THE SAME.  SEE CBL0006 FOR THE RULE.                            00011907
      *                                                                 00011908
       01 KEPT-POSTING-TABLE.                                           00011909
         05 WS-KP-COUNT         PIC 9(5) COMP-3 VALUE ZERO.             00011910
         05 WS-KPX              PIC 9(5) COMP VALUE ZERO.               00011911
         05 WS-KP-LOW           PIC 9(5) COMP VALUE ZERO.               00011912
         05 WS-KP-HIGH          PIC 9(5) COMP VALUE ZERO.               00011913
         05 WS-KP-MID           PIC 9(5) COMP VALUE ZERO.               00011914
         05 WS-KP-MATCH-SW      PIC X VALUE 'N'.                        00011915
         05 WS-KP-ENTRY OCCURS 10000.                                   00011916
           10 WS-KP-ACCT-NO     PIC X(8).                               00011917
           10 WS-KP-AMOUNT      PIC S9(7)V99 COMP-3.                    00011918
           10 WS-KP-TYPE        PIC X(1).                               00011919
           10 WS-KP-TRAN-DATE   PIC 9(8).                               00011920
           10 WS-KP-BATCH-NO    PIC X(6).                               00011921
           10 WS-KP-USED-SW     PIC X(1).                               00011922
       01 WS-CHK-TRAN.                                                  00012000
         05 WS-CHK-ACCT-NO      PIC X(8).                               00012100
         05 WS-CHK-AMOUNT       PIC S9(7)V99 COMP-3.                    00012200
           88 WS-CHK-IS-PAYMENT     VALUE 'P'.                          00012500
           88 WS-CHK-IS-LATE-FEE    VALUE 'L'.                          00012510
           88 WS-CHK-IS-FIN-CHG     VALUE 'F'.                          00012520
           88 WS-CHK-IS-REFUND      VALUE 'K'.                          00012530
           88 WS-CHK-IS-REVERSAL    VALUES 'R' 'D'.                     00012540
           88 WS-CHK-TYPE-VALID     VALUES 'C' 'P' 'L' 'F' 'R' 'D' 'K'. 00012550
         05 WS-CHK-DATE         PIC 9(8).                               00012551
         05 WS-CHK-BATCH-NO     PIC X(6).                               00012552
       01 CONTROL-COUNTS.                                               00012600
         05 WS-HAVE-0004-CTL    PIC X VALUE 'N'.                        00012700
         05 WS-0004-READ        PIC 9(7) VALUE ZERO.                    00012800
         05 WS-0006-READ        PIC 9(7) VALUE ZERO.                    00013200
         05 WS-0006-POSTED      PIC 9(7) VALUE ZERO.                    00013300
         05 WS-0006-REJECTED    PIC 9(7) VALUE ZERO.                    00013400
         05 WS-0006-FLOOR-SEQ   PIC 9(7) VALUE ZERO.                    00013410
      *                                                                 00013500
       01 RPT-HEADER-LINE.                                              00013600
         05 FILLER              PIC X(34)                               00013700
       01 CYCLE-CONTROL-FIELDS.                                         00015402
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00015403
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00015404
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00015405
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00015406
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00015407
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00015408
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00015409
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00015410
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00015411
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00015412
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00015413
      *------------------                                               00015500
       PROCEDURE DIVISION.                                              00015600
      *------------------                                               00015700
       0000-MAINLINE.                                                   00015800
           PERFORM OPEN-FILES                                           00015900
           PERFORM READ-RUN-CONTROL                                     00015910
           PERFORM LOAD-KEPT-POSTINGS                                   00015920
           PERFORM TOTAL-BEFORE-MASTER                                  00016000
           PERFORM TOTAL-TRANSACTIONS                                   00016100
           PERFORM TOTAL-SUSPENSE-INPUT                                 00016200
           PERFORM TOTAL-POSTED-REVERSALS                               00016210
           PERFORM TOTAL-AFTER-MASTER                                   00016300
           PERFORM PROVE-BALANCES                                       00016500
           PERFORM WRITE-RECON-REPORT                                   00016600
           PERFORM CLOSE-STOP.                                          00016700
           OPEN INPUT  ACCT-MST.                                        00017100
           OPEN INPUT  TRAN-FILE.                                       00017200
           OPEN OUTPUT RECON-RPT.                                       00017300
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00017310
      *                                                                 00017500
       CLOSE-STOP.                                                      00017600
           PERFORM WRITE-CYCLE-COMPLETE.                                00017601
      * INSIDE AN OPEN BATCH CAN POST, SO A DETAIL OUTSIDE ONE IS       00020620
      * COUNTED AS A REJECT WITHOUT TOUCHING THE MASTER.                00020630
      *                                                                 00020640
      * A DETAIL THAT MATCHES A POSTING KEPT FROM AN EARLIER RUN FOR    00020641
      * THE DATE IS REFUSED BY POSTING AND COUNTS AS A REJECT.          00020642
      *                                                                 00020643
       TOTAL-TRANSACTIONS.                                              00020700
           PERFORM READ-TRAN-REC                                        00020800
           PERFORM UNTIL LASTREC-TRAN = 'Y'                             00020900
               EVALUATE TRUE                                            00020910
                   WHEN TRAN-IS-HDR                                     00020920
                       MOVE 'Y' TO WS-IN-BATCH-SW                       00020930
                       MOVE HDR-BATCH-NO TO WS-CHK-BATCH-NO             00020931
                   WHEN TRAN-IS-TRLR                                    00020940
                       MOVE 'N' TO WS-IN-BATCH-SW                       00020950
                   WHEN OTHER                                           00020960
                           MOVE TRAN-ACCT-NO TO WS-CHK-ACCT-NO          00021100
                           MOVE TRAN-AMOUNT  TO WS-CHK-AMOUNT           00021200
                           MOVE TRAN-TYPE    TO WS-CHK-TYPE             00021300
                           MOVE TRAN-DATE    TO WS-CHK-DATE             00021310
                           PERFORM CHECK-ONE-TRANSACTION                00021400
                       END-IF                                           00021410
               END-EVALUATE                                             00021420
           ELSE                                                         00022500
               MOVE 'Y' TO LASTREC-SUSP                                 00022600
           END-IF                                                       00022700
           MOVE 'SUSPNS' TO WS-CHK-BATCH-NO                             00022710
           PERFORM UNTIL LASTREC-SUSP = 'Y'                             00022800
               READ SUSP-IN                                             00022900
               AT END                                                   00023000
                   MOVE SUSP-IN-ACCT-NO TO WS-CHK-ACCT-NO               00023400
                   MOVE SUSP-IN-AMOUNT  TO WS-CHK-AMOUNT                00023500
                   MOVE SUSP-IN-TYPE    TO WS-CHK-TYPE                  00023600
                   MOVE SUSP-IN-DATE    TO WS-CHK-DATE                  00023610
                   PERFORM CHECK-ONE-TRANSACTION                        00023700
               END-READ                                                 00023800
           END-PERFORM                                                  00023900
           END-READ.                                                    00024700
      *                                                                 00024800
       CHECK-ONE-TRANSACTION.                                           00024900
           PERFORM FIND-KEPT-POSTING.                                   00024910
           IF WS-KP-MATCH-SW = 'Y'                                      00024920
               ADD 1 TO WS-TRANS-ALREADY-POSTED                         00024930
               ADD 1 TO WS-TRANS-REJECTED                               00024940
           ELSE                                                         00024950
               PERFORM CHECK-NEW-TRANSACTION                            00024960
           END-IF.                                                      00024970
      *                                                                 00024980
       CHECK-NEW-TRANSACTION.                                           00024990
           IF NOT WS-CHK-TYPE-VALID                                     00025000
               ADD 1 TO WS-TRANS-REJECTED                               00025100
           END-IF.                                                      00025110
           IF WS-CHK-IS-REVERSAL                                        00025120
               ADD 1 TO WS-REVERSALS-READ                               00025130
           END-IF.                                                      00025140
           IF WS-CHK-TYPE-VALID AND NOT WS-CHK-IS-REVERSAL              00025150
               MOVE WS-CHK-ACCT-NO TO ACCT-NO                           00025300
               READ ACCT-MST                                            00025400
                   INVALID KEY                                          00025500
                       ADD 1 TO WS-TRANS-REJECTED                       00025600
                   NOT INVALID KEY                                      00025700
                       EVALUATE TRUE                                    00025710
                           WHEN DELINQ-CHARGED-OFF                      00025720
                               PERFORM CHECK-CHARGED-OFF-TRAN           00025730
                           WHEN DELINQ-BLOCKED AND WS-CHK-IS-CHARGE     00025740
                               PERFORM COUNT-BLOCKED-CHARGE             00025750
                           WHEN OTHER                                   00025760
                               PERFORM TOTAL-ONE-ACCEPTED               00025770
                       END-EVALUATE                                     00025780
               END-READ                                                 00026400
           END-IF.                                                      00026401
      *                                                                 00026402
       TOTAL-ONE-ACCEPTED.                                              00026403
           ADD 1 TO WS-TRANS-ACCEPTED                                   00026404
           EVALUATE TRUE                                                00026405
               WHEN WS-CHK-IS-CHARGE                                    00026406
                   ADD WS-CHK-AMOUNT TO WS-TOTAL-CHARGES                00026407
               WHEN WS-CHK-IS-LATE-FEE                                  00026408
                   ADD WS-CHK-AMOUNT TO WS-TOTAL-LATE-FEES              00026409
               WHEN WS-CHK-IS-FIN-CHG                                   00026410
                   ADD WS-CHK-AMOUNT TO WS-TOTAL-FIN-CHGS               00026411
               WHEN WS-CHK-IS-REFUND                                    00026412
                   ADD WS-CHK-AMOUNT TO WS-TOTAL-REFUNDS                00026413
               WHEN OTHER                                               00026414
                   ADD WS-CHK-AMOUNT TO WS-TOTAL-PAYMENTS               00026415
           END-EVALUATE.                                                00026416
      *                                                                 00026417
      * POSTING TAKES ONLY PAYMENTS ON A CHARGED-OFF ACCOUNT, AND       00026418
      * THOSE ARE RECOVERIES THAT LEAVE THE MASTER BALANCE ALONE, SO    00026419
      * THEY ARE TOTALLED APART FROM THE NET THE BALANCE IS PROVED      00026420
      * AGAINST.  ANYTHING ELSE ON SUCH AN ACCOUNT WAS REJECTED.        00026421
      *                                                                 00026422
       CHECK-CHARGED-OFF-TRAN.                                          00026423
           IF WS-CHK-IS-PAYMENT                                         00026424
               ADD 1 TO WS-TRANS-ACCEPTED                               00026425
               ADD WS-CHK-AMOUNT TO WS-TOTAL-RECOVERIES                 00026426
           ELSE                                                         00026427
               ADD 1 TO WS-TRANS-REJECTED                               00026428
           END-IF.                                                      00026500
      *                                                                 00026501
      * A CHARGE TO AN ACCOUNT BLOCKED FOR FRAUD REVIEW IS HELD IN      00026502
      * SUSPENSE BY POSTING AND NEVER REACHES THE BALANCE.  PAYMENTS    00026503
      * AND OTHER TYPES ON A BLOCKED ACCOUNT POST AS USUAL.             00026504
      *                                                                 00026505
       COUNT-BLOCKED-CHARGE.                                            00026506
           ADD 1 TO WS-TRANS-REJECTED.                                  00026507
      *                                                                 00026508
      * EACH RETURN OR CREDIT ON TONIGHT'S HISTORY IS ONE THAT POSTED;  00026509
      * THE REST OF THOSE READ WENT TO SUSPENSE OR FINAL REJECT.  ONLY  00026510
      * THIS POSTING RUN'S HISTORY (AT OR ABOVE THE SEQUENCE FLOOR)     00026511
      * COUNTS - A KEPT REVERSAL WAS REFUSED ON INPUT ABOVE.  THE       00026512
      * RETURNED PAYMENT FEES POSTING ADDED ARE NOT INPUT TRANSACTIONS  00026513
      * BUT STILL MOVE THE MASTER BALANCE.  A RETURNED RECOVERY LEAVES  00026514
      * THE BALANCE ALONE AND COMES OFF THE RECOVERIES INSTEAD.         00026515
      *                                                                 00026516
       TOTAL-POSTED-REVERSALS.                                          00026517
           OPEN INPUT HIST-FILE.                                        00026518
           IF WS-HIST-STATUS = '00'                                     00026519
               MOVE 'Y' TO WS-HIST-OPEN-SW                              00026520
           ELSE                                                         00026521
               MOVE 'Y' TO LASTREC-HIST                                 00026522
               IF WS-REVERSALS-READ > ZERO                              00026523
                   DISPLAY 'CBL0011 WARNING: HISTFILE NOT AVAILABLE - ' 00026524
                           'RETURNS AND CREDITS COUNTED AS REJECTS'     00026525
               END-IF                                                   00026526
           END-IF                                                       00026527
           PERFORM UNTIL LASTREC-HIST = 'Y'                             00026528
               PERFORM READ-HIST-NEXT                                   00026529
               IF LASTREC-HIST NOT = 'Y'                                00026530
                  AND HIST-POST-DATE = WS-RUN-DATE                      00026531
                  AND HIST-POST-SEQ NOT < WS-0006-FLOOR-SEQ             00026532
                   PERFORM TOTAL-ONE-REVERSAL                           00026533
               END-IF                                                   00026534
           END-PERFORM                                                  00026535
           IF WS-HIST-OPEN-SW = 'Y'                                     00026536
               CLOSE HIST-FILE                                          00026537
           END-IF                                                       00026538
           ADD WS-REVERSALS-POSTED TO WS-TRANS-ACCEPTED                 00026539
           COMPUTE WS-TRANS-REJECTED = WS-TRANS-REJECTED                00026540
               + WS-REVERSALS-READ - WS-REVERSALS-POSTED.               00026541
      *                                                                 00026542
       READ-HIST-NEXT.                                                  00026543
           READ HIST-FILE NEXT RECORD                                   00026544
           AT END MOVE 'Y' TO LASTREC-HIST                              00026545
           END-READ.                                                    00026546
           IF WS-HIST-STATUS NOT = '00'                                 00026547
               MOVE 'Y' TO LASTREC-HIST                                 00026548
           END-IF.                                                      00026549
      *                                                                 00026550
       TOTAL-ONE-REVERSAL.                                              00026551
           EVALUATE HIST-TRAN-TYPE                                      00026552
               WHEN 'R'                                                 00026553
                   ADD 1 TO WS-REVERSALS-POSTED                         00026554
                   IF HIST-ORIG-TYPE = 'V'                              00026555
                       SUBTRACT HIST-TRAN-AMOUNT                        00026556
                           FROM WS-TOTAL-RECOVERIES                     00026557
                   ELSE                                                 00026558
                       ADD HIST-TRAN-AMOUNT TO WS-TOTAL-RETURNS         00026559
                   END-IF                                               00026560
               WHEN 'D'                                                 00026561
                   ADD 1 TO WS-REVERSALS-POSTED                         00026562
                   ADD HIST-TRAN-AMOUNT TO WS-TOTAL-CREDITS             00026563
               WHEN 'N'                                                 00026564
                   ADD HIST-TRAN-AMOUNT TO WS-TOTAL-RET-FEES            00026565
               WHEN OTHER                                               00026566
                   CONTINUE                                             00026567
           END-EVALUATE.                                                00026568
      *                                                                 00026600
       TOTAL-AFTER-MASTER.                                              00026700
           MOVE LOW-VALUES TO ACCT-NO                                   00026800
                   MOVE CTL-COUNT-1 TO WS-0006-READ                     00031900
                   MOVE CTL-COUNT-2 TO WS-0006-POSTED                   00032000
                   MOVE CTL-COUNT-3 TO WS-0006-REJECTED                 00032100
               WHEN 'CBL0006K'                                          00032110
                   IF CTL-RUN-DATE = WS-RUN-DATE                        00032120
                       MOVE CTL-COUNT-1 TO WS-0006-FLOOR-SEQ            00032130
                   END-IF                                               00032140
           END-EVALUATE.                                                00032200
      *                                                                 00032201
      * THE BEFORE IMAGE (ACCTBEF) IS TAKEN JUST AHEAD OF EACH POSTING  00032202
      * RUN, SO POSTINGS KEPT FROM AN EARLIER RUN FOR THE DATE ARE      00032203
      * ALREADY IN IT.  THEY ARE TABLED ONLY SO THE DETAILS THEY        00032204
      * ANSWER FOR ARE LEFT OUT OF THE PROOF.  WITH NO CBL0006K RECORD  00032205
      * FOR THE DATE THE FLOOR STAYS ZERO AND NOTHING IS KEPT.          00032206
      *                                                                 00032207
       LOAD-KEPT-POSTINGS.                                              00032208
           IF WS-0006-FLOOR-SEQ > 1                                     00032209
               OPEN INPUT HIST-FILE                                     00032210
               IF WS-HIST-STATUS NOT = '00'                             00032211
                   DISPLAY 'CBL0011 WARNING: HISTFILE NOT AVAILABLE - ' 00032212
                           'KEPT POSTINGS NOT MATCHED'                  00032213
                   MOVE 'N' TO WS-BALANCED-SW                           00032214
               ELSE                                                     00032215
                   PERFORM UNTIL LASTREC-HIST = 'Y'                     00032216
                       PERFORM READ-HIST-NEXT                           00032217
                       IF LASTREC-HIST NOT = 'Y'                        00032218
                          AND HIST-POST-DATE = WS-RUN-DATE              00032219
                          AND HIST-POST-SEQ < WS-0006-FLOOR-SEQ         00032220
                          AND HIST-TRAN-TYPE NOT = 'N'                  00032221
                           PERFORM NOTE-KEPT-POSTING                    00032222
                       END-IF                                           00032223
                   END-PERFORM                                          00032224
                   CLOSE HIST-FILE                                      00032225
                   MOVE SPACE TO LASTREC-HIST                           00032226
               END-IF                                                   00032227
           END-IF.                                                      00032228
      *                                                                 00032229
       NOTE-KEPT-POSTING.                                               00032230
           IF WS-KP-COUNT NOT < 10000                                   00032231
               DISPLAY 'CBL0011 WARNING: MORE THAN 10000 KEPT '         00032232
                       'POSTINGS - REST NOT MATCHED'                    00032233
               MOVE 'N' TO WS-BALANCED-SW                               00032234
           ELSE                                                         00032235
               ADD 1 TO WS-KP-COUNT                                     00032236
               MOVE HIST-ACCT-NO TO WS-KP-ACCT-NO (WS-KP-COUNT)         00032237
               MOVE HIST-TRAN-AMOUNT TO WS-KP-AMOUNT (WS-KP-COUNT)      00032238
               IF HIST-TRAN-TYPE = 'V'                                  00032239
                   MOVE 'P' TO WS-KP-TYPE (WS-KP-COUNT)                 00032240
               ELSE                                                     00032241
                   MOVE HIST-TRAN-TYPE TO WS-KP-TYPE (WS-KP-COUNT)      00032242
               END-IF                                                   00032243
               MOVE HIST-TRAN-DATE TO WS-KP-TRAN-DATE (WS-KP-COUNT)     00032244
               MOVE HIST-BATCH-NO  TO WS-KP-BATCH-NO (WS-KP-COUNT)      00032245
               MOVE 'N'            TO WS-KP-USED-SW (WS-KP-COUNT)       00032246
           END-IF.                                                      00032247
      *                                                                 00032248
       FIND-KEPT-POSTING.                                               00032249
           MOVE 'N' TO WS-KP-MATCH-SW.                                  00032250
           MOVE 1 TO WS-KP-LOW.                                         00032251
           COMPUTE WS-KP-HIGH = WS-KP-COUNT + 1.                        00032252
           PERFORM UNTIL WS-KP-LOW NOT < WS-KP-HIGH                     00032253
               COMPUTE WS-KP-MID = (WS-KP-LOW + WS-KP-HIGH) / 2         00032254
               IF WS-KP-ACCT-NO (WS-KP-MID) < WS-CHK-ACCT-NO            00032255
                   COMPUTE WS-KP-LOW = WS-KP-MID + 1                    00032256
               ELSE                                                     00032257
                   MOVE WS-KP-MID TO WS-KP-HIGH                         00032258
               END-IF                                                   00032259
           END-PERFORM.                                                 00032260
           PERFORM VARYING WS-KPX FROM WS-KP-LOW BY 1                   00032261
                   UNTIL WS-KPX > WS-KP-COUNT                           00032262
                      OR WS-KP-MATCH-SW NOT = 'N'                       00032263
               EVALUATE TRUE                                            00032264
                   WHEN WS-KP-ACCT-NO (WS-KPX) NOT = WS-CHK-ACCT-NO     00032265
                       MOVE 'X' TO WS-KP-MATCH-SW                       00032266
                   WHEN WS-KP-USED-SW (WS-KPX) = 'N'                    00032267
                    AND WS-KP-AMOUNT (WS-KPX) = WS-CHK-AMOUNT           00032268
                    AND WS-KP-TYPE (WS-KPX) = WS-CHK-TYPE               00032269
                    AND WS-KP-TRAN-DATE (WS-KPX) = WS-CHK-DATE          00032270
                    AND WS-KP-BATCH-NO (WS-KPX) = WS-CHK-BATCH-NO       00032271
                       MOVE 'Y' TO WS-KP-USED-SW (WS-KPX)               00032272
                       MOVE 'Y' TO WS-KP-MATCH-SW                       00032273
               END-EVALUATE                                             00032274
           END-PERFORM.                                                 00032275
           IF WS-KP-MATCH-SW = 'X'                                      00032276
               MOVE 'N' TO WS-KP-MATCH-SW                               00032277
           END-IF.                                                      00032278
      *                                                                 00032300
       PROVE-BALANCES.                                                  00032400
           COMPUTE WS-NET-POSTED =                                      00032500
               WS-TOTAL-CHARGES + WS-TOTAL-LATE-FEES                    00032510
               + WS-TOTAL-FIN-CHGS - WS-TOTAL-PAYMENTS                  00032600
               + WS-TOTAL-RETURNS + WS-TOTAL-RET-FEES - WS-TOTAL-CREDITS00032610
               + WS-TOTAL-REFUNDS                                       00032611
           COMPUTE WS-EXPECTED-BALANCE =                                00032700
               WS-BEF-BALANCE + WS-NET-POSTED                           00032800
           COMPUTE WS-VARIANCE =                                        00032900
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00035860
           MOVE 'TOTAL PAYMENTS ACCEPTED     ' TO AMT-LABEL.            00035900
           MOVE WS-TOTAL-PAYMENTS              TO AMT-VALUE-O.          00036000
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00036010
           MOVE 'TOTAL RETURNED PAYMENTS     ' TO AMT-LABEL.            00036020
           MOVE WS-TOTAL-RETURNS               TO AMT-VALUE-O.          00036030
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00036040
           MOVE 'TOTAL RETURNED PMT FEES     ' TO AMT-LABEL.            00036050
           MOVE WS-TOTAL-RET-FEES              TO AMT-VALUE-O.          00036060
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00036070
           MOVE 'TOTAL CREDITS ACCEPTED      ' TO AMT-LABEL.            00036080
           MOVE WS-TOTAL-CREDITS               TO AMT-VALUE-O.          00036090
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00036091
           MOVE 'TOTAL REFUNDS ACCEPTED      ' TO AMT-LABEL.            00036092
           MOVE WS-TOTAL-REFUNDS               TO AMT-VALUE-O.          00036093
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00036094
           MOVE 'RECOVERIES (NOT IN BALANCE) ' TO AMT-LABEL.            00036095
           MOVE WS-TOTAL-RECOVERIES            TO AMT-VALUE-O.          00036096
           WRITE RECON-RPT-REC FROM RPT-AMOUNT-LINE.                    00036100
           MOVE 'NET TRANSACTIONS            ' TO AMT-LABEL.            00036200
           MOVE WS-NET-POSTED                  TO AMT-VALUE-O.          00036300
           WRITE RECON-RPT-REC FROM RPT-COUNT-LINE.                     00038600
           MOVE 'TRANSACTIONS REJECTED       ' TO CNT-LABEL.            00038700
           MOVE WS-TRANS-REJECTED              TO CNT-VALUE-O.          00038800
           WRITE RECON-RPT-REC FROM RPT-COUNT-LINE.                     00038810
           MOVE '  OF WHICH ALREADY POSTED   ' TO CNT-LABEL.            00038820
           MOVE WS-TRANS-ALREADY-POSTED        TO CNT-VALUE-O.          00038830
           WRITE RECON-RPT-REC FROM RPT-COUNT-LINE.                     00038900
           WRITE RECON-RPT-REC FROM RPT-BLANK-LINE.                     00039000
           PERFORM WRITE-CROSS-FOOT-LINES.                              00039100
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00044240
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00044250
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00044260
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00044261
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00044262
      *              CBL0023 CBL0012 CBL0027                            00044263
      *                                                                 00044290
       CHECK-CYCLE-CONTROL.                                             00044300
           PERFORM READ-OVERRIDE-PARM.                                  00044310
           PERFORM READ-BUSINESS-DATE.                                  00044311
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00044312
           OPEN INPUT CYCL-CTL.                                         00044330
           IF WS-CYCL-STATUS = '00'                                     00044340
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00044350
               END-IF                                                   00044820
           END-IF.                                                      00044830
      *                                                                 00044840
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00044841
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00044842
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00044843
      *                                                                 00044844
       READ-BUSINESS-DATE.                                              00044845
           MOVE ZERO TO WS-BUS-DATE.                                    00044846
           OPEN INPUT BUS-DATE.                                         00044847
           IF WS-BUSD-STATUS = '00'                                     00044848
               READ BUS-DATE                                            00044849
               AT END                                                   00044850
                   CONTINUE                                             00044851
               NOT AT END                                               00044852
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00044853
               END-READ                                                 00044854
               CLOSE BUS-DATE                                           00044855
           END-IF.                                                      00044856
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00044857
               DISPLAY 'CBL0011 NO BUSINESS DATE ON BUSDATE - '         00044858
                       'RUN CBL0031 FIRST - STOPPING'                   00044859
               MOVE 12 TO RETURN-CODE                                   00044860
               STOP RUN                                                 00044861
           END-IF.                                                      00044862
      *                                                                 00044863
       READ-OVERRIDE-PARM.                                              00044864
           OPEN INPUT OVR-PARM.                                         00044865
           IF WS-OVR-STATUS = '00'                                      00044870
               READ OVR-PARM                                            00044880
               AT END                                                   00044890
