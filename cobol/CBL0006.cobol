                  FILE STATUS   IS WS-CTL-STATUS.                       00003900
           SELECT HIST-FILE   ASSIGN TO HISTFILE                        00003910
                  ORGANIZATION IS INDEXED                               00003920
                  ACCESS MODE  IS DYNAMIC                               00003921
                  RECORD KEY   IS HIST-KEY                              00003940
                  FILE STATUS  IS WS-HIST-STATUS.                       00003950
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00003951
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003954
                  ORGANIZATION IS SEQUENTIAL                            00003955
                  FILE STATUS   IS WS-OVR-STATUS.                       00003956
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003957
                  ORGANIZATION IS SEQUENTIAL                            00003958
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003959
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00003960
                  ORGANIZATION IS INDEXED                               00003961
                  ACCESS MODE  IS RANDOM                                00003962
                  RECORD KEY   IS CJ-KEY                                00003963
                  FILE STATUS  IS WS-CJ-STATUS.                         00003964
      *-------------                                                    00004000
       DATA DIVISION.                                                   00004100
      *-------------                                                    00004200
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00005500
               10  DELINQ-COLL-FLAG      PIC X(1).                      00005600
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00005700
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00005710
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00005720
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00005721
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00005722
               10  FILLER                PIC X(1).                      00005723
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00005801
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00005802
           05  ACCT-CYCLE-CODE     PIC X(2).                            00005803
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00005804
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00005805
           05  ACCT-DUE-DATE       PIC 9(8).                            00005806
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00005807
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00005808
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00005809
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00005810
           05  ACCT-PRICE-PLAN     PIC X(2).                            00005811
           05  COMMENTS       PIC X(50).                                00005900
      *                                                                 00006000
       FD  TRAN-FILE RECORDING MODE F.                                  00006100
                   88  TRAN-IS-PAYMENT  VALUE 'P'.                      00006700
                   88  TRAN-IS-LATE-FEE VALUE 'L'.                      00006710
                   88  TRAN-IS-FIN-CHG  VALUE 'F'.                      00006720
                   88  TRAN-IS-RETURN   VALUE 'R'.                      00006721
                   88  TRAN-IS-CREDIT   VALUE 'D'.                      00006722
                   88  TRAN-IS-REFUND   VALUE 'K'.                      00006723
               10  TRAN-DATE       PIC 9(8).                            00006800
               10  TRAN-ORIG-POST-DATE PIC 9(8).                        00006801
               10  TRAN-ORIG-POST-SEQ  PIC 9(5).                        00006802
               10  FILLER          PIC X(4).                            00006803
           05  TRAN-BATCH-HDR REDEFINES TRAN-DETAIL.                    00006820
               10  HDR-BATCH-NO    PIC X(6).                            00006830
               10  HDR-BATCH-DATE  PIC 9(8).                            00006840
           05  SUSP-IN-REASON     PIC X(2).                             00007600
           05  SUSP-IN-FIRST-DATE PIC 9(8).                             00007700
           05  SUSP-IN-ATTEMPTS   PIC 9(2).                             00007800
           05  SUSP-IN-ORIG-DATE  PIC 9(8).                             00007810
           05  SUSP-IN-ORIG-SEQ   PIC 9(5).                             00007820
      *                                                                 00007900
       FD  SUSP-OUT RECORDING MODE F.                                   00008000
       01  SUSP-OUT-REC.                                                00008100
           05  SUSP-OUT-REASON     PIC X(2).                            00008600
           05  SUSP-OUT-FIRST-DATE PIC 9(8).                            00008700
           05  SUSP-OUT-ATTEMPTS   PIC 9(2).                            00008800
           05  SUSP-OUT-ORIG-DATE  PIC 9(8).                            00008810
           05  SUSP-OUT-ORIG-SEQ   PIC 9(5).                            00008820
      *                                                                 00008900
       FD  FINAL-REJ RECORDING MODE F.                                  00009000
       01  FINAL-REJ-REC.                                               00009100
           05  FREJ-FIRST-DATE    PIC 9(8).                             00010200
           05  FILLER             PIC X(2)  VALUE SPACES.               00010300
           05  FREJ-ATTEMPTS-O    PIC Z9.                               00010400
           05  FILLER             PIC X(2)  VALUE SPACES.               00010410
           05  FREJ-ORIG-DATE     PIC 9(8).                             00010420
           05  FILLER             PIC X(1)  VALUE '-'.                  00010430
           05  FREJ-ORIG-SEQ      PIC 9(5).                             00010440
      *                                                                 00010500
       FD  POST-PARM RECORDING MODE F.                                  00010600
       01  POST-PARM-REC.                                               00010700
           05  PARM-MAX-RECYCLE   PIC 9(2).                             00010800
           05  PARM-RET-PMT-FEE   PIC 9(3)V99.                          00010810
      *                                                                 00010900
       FD  RUN-CTL RECORDING MODE F.                                    00011000
       01  RUN-CTL-REC.                                                 00011100
      * TRANFILE IS GONE.  THE SEQUENCE NUMBER KEEPS MULTIPLE POSTS     00011640
      * TO ONE ACCOUNT ON ONE DATE UNIQUE.                              00011650
      *                                                                 00011660
      * EACH RECORD ALSO KEEPS WHAT THE POSTING DID TO THE ACCOUNT -    00011661
      * THE SIGNED CHANGE TO EACH BUCKET AND TO THE UNPAID MINIMUM,     00011662
      * AND THE PAYMENT AND ACTIVITY DATES IT REPLACED - SO A           00011663
      * RETURNED PAYMENT OR A CREDIT ADJUSTMENT CAN UNDO EXACTLY THAT   00011664
      * POSTING LATER.  A REVERSAL NAMES THE POSTING IT UNDID IN THE    00011665
      * ORIGINAL KEY, AND THE UNDONE POSTING IS FLAGGED SO IT CANNOT    00011666
      * BE REVERSED TWICE.                                              00011667
      *                                                                 00011668
      * THE BATCH NUMBER OF THE TRANFILE BATCH THE POSTING CAME IN ON   00011669
      * IS KEPT SO ONE BAD BATCH CAN BE BACKED OUT (CBL0032) WITHOUT    00011670
      * TOUCHING THE REST OF THE NIGHT.  RECYCLED SUSPENSE ITEMS CARRY  00011671
      * BATCH 'SUSPNS'.                                                 00011672
      *                                                                 00011673
       FD  HIST-FILE.                                                   00011674
       01  HIST-REC.                                                    00011680
           05  HIST-KEY.                                                00011690
               10  HIST-ACCT-NO    PIC X(8).                            00011691
               10  HIST-POST-DATE  PIC 9(8).                            00011692
               10  HIST-POST-SEQ   PIC 9(5).                            00011693
           05  HIST-TRAN-TYPE      PIC X(1).                            00011694
               88  HIST-IS-CREDITABLE   VALUES 'C' 'L' 'F' 'N'.         00011695
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00011696
           05  HIST-TRAN-DATE      PIC 9(8).                            00011697
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00011698
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00011699
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00011700
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00011701
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00011702
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00011703
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00011704
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00011705
           05  HIST-ORIG-TYPE      PIC X(1).                            00011706
           05  HIST-REVERSED-SW    PIC X(1).                            00011707
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00011708
           05  HIST-BATCH-NO       PIC X(6).                            00011709
      *                                                                 00011710
      *                                                                 00011711
       FD  CYCL-CTL RECORDING MODE F.                                   00011712
       01  CYCL-CTL-REC.                                                00011713
           05  CYCL-PROGRAM    PIC X(8).                                00011714
           05  CYCL-RUN-DATE   PIC 9(8).                                00011715
           05  CYCL-STATUS     PIC X(1).                                00011716
      *                                                                 00011717
       FD  OVR-PARM RECORDING MODE F.                                   00011718
       01  OVR-PARM-REC.                                                00011719
           05  OVR-RERUN-FLAG  PIC X(1).                                00011720
      *                                                                 00011721
       FD  BUS-DATE RECORDING MODE F.                                   00011722
       01  BUS-DATE-REC.                                                00011723
           05  BUSD-CURR-DATE     PIC 9(8).                             00011724
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00011725
           05  BUSD-ROLLED-ON     PIC 9(8).                             00011726
           05  BUSD-CYCLE-DAYS.                                         00011727
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00011728
           05  FILLER             PIC X(8).                             00011729
      *                                                                 00011730
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00011731
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00011732
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00011733
      * THE ORDER THEY WERE MADE.                                       00011734
      *                                                                 00011735
       FD  CHG-JRNL.                                                    00011736
       01  CHG-JRNL-REC.                                                00011737
           05  CJ-KEY.                                                  00011738
               10  CJ-ACCT-NO      PIC X(8).                            00011739
               10  CJ-BUS-DATE     PIC 9(8).                            00011740
               10  CJ-STAMP-DATE   PIC 9(8).                            00011741
               10  CJ-STAMP-TIME   PIC 9(8).                            00011742
               10  CJ-STAMP-SEQ    PIC 9(3).                            00011743
           05  CJ-FIELD            PIC X(12).                           00011744
           05  CJ-OLD-VALUE        PIC X(25).                           00011745
           05  CJ-NEW-VALUE        PIC X(25).                           00011746
           05  CJ-PROGRAM          PIC X(8).                            00011747
           05  CJ-SOURCE           PIC X(1).                            00011748
               88  CJ-FROM-MAINT        VALUE 'M'.                      00011749
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00011750
               88  CJ-FROM-POSTING      VALUE 'P'.                      00011751
               88  CJ-FROM-AGING        VALUE 'G'.                      00011752
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00011753
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00011754
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00011755
           05  CJ-SOURCE-REF       PIC X(10).                           00011756
           05  FILLER              PIC X(14).                           00011757
      *                                                                 00011758
       WORKING-STORAGE SECTION.                                         00011800
       01 FLAGS.                                                        00011900
         05 LASTREC-TRAN        PIC X VALUE SPACE.                      00012000
         05 WS-HAVE-SUSP-REC    PIC X VALUE 'N'.                        00012300
         05 WS-SUSP-OPEN-SW     PIC X VALUE 'N'.                        00012400
         05 WS-IN-BATCH-SW      PIC X VALUE 'N'.                        00012410
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00012411
         05 WS-HIST-EOF-SW      PIC X VALUE 'N'.                        00012413
      *                                                                 00012500
      * SUSPENSE REASON CODES:  NF = ACCOUNT NOT ON MASTER              00012600
      *                         IT = TRANSACTION TYPE NOT C P L F R D K 00012610
      *                         NB = DETAIL OUTSIDE A BALANCED BATCH    00012710
      *                              (FINAL REJECT - NEVER RECYCLED)    00012720
      *                         OM = ORIGINAL POSTING NOT ON HISTORY,   00012721
      *                              ALREADY REVERSED, OR NOT A MATCH   00012722
      *                              FOR THE RETURN OR CREDIT           00012723
      *                         CO = ACCOUNT CHARGED OFF - ONLY         00012724
      *                              PAYMENTS AND RETURNED RECOVERIES   00012725
      *                              ARE TAKEN (FINAL REJECT - NEVER    00012726
      *                              RECYCLED)                          00012727
      *                         BK = CHARGE TO AN ACCOUNT BLOCKED FOR   00012728
      *                              FRAUD REVIEW                       00012729
      *                         DB = DETAIL ALREADY POSTED FOR THE RUN  00012730
      *                              DATE (FINAL REJECT - NEVER         00012731
      *                              RECYCLED)                          00012732
      *                                                                 00012800
       01 WS-TRAN-WORK.                                                 00012900
         05 WS-TRAN-ACCT-NO     PIC X(8).                               00013000
           88 WS-TRAN-IS-PAYMENT    VALUE 'P'.                          00013400
           88 WS-TRAN-IS-LATE-FEE   VALUE 'L'.                          00013410
           88 WS-TRAN-IS-FIN-CHG    VALUE 'F'.                          00013420
           88 WS-TRAN-IS-RETURN     VALUE 'R'.                          00013421
           88 WS-TRAN-IS-CREDIT     VALUE 'D'.                          00013422
           88 WS-TRAN-IS-REFUND     VALUE 'K'.                          00013423
           88 WS-TRAN-IS-REVERSAL   VALUES 'R' 'D'.                     00013424
           88 WS-TRAN-TYPE-VALID    VALUES 'C' 'P' 'L' 'F' 'R' 'D' 'K'. 00013425
         05 WS-TRAN-DATE        PIC 9(8).                               00013500
         05 WS-TRAN-REASON      PIC X(2).                               00013600
         05 WS-TRAN-FIRST-DATE  PIC 9(8).                               00013700
         05 WS-TRAN-ATTEMPTS    PIC 9(2).                               00013800
         05 WS-TRAN-ORIG-DATE   PIC 9(8).                               00013801
         05 WS-TRAN-ORIG-SEQ    PIC 9(5).                               00013802
      *                                                                 00013803
      * THE POSTING A RETURN OR CREDIT NAMES, AS READ FROM HISTORY,     00013804
      * AND THE ACCOUNT AS IT STOOD BEFORE THE CURRENT POSTING.         00013805
      *                                                                 00013806
       01 WS-REVERSAL-WORK.                                             00013807
         05 WS-ORIG-OK-SW       PIC X VALUE 'N'.                        00013808
         05 WS-ORIG-TYPE        PIC X(1).                               00013809
         05 WS-ORIG-POST-DATE   PIC 9(8).                               00013810
         05 WS-ORIG-PRIN-AMT    PIC S9(7)V99 COMP-3.                    00013811
         05 WS-ORIG-FEE-AMT     PIC S9(7)V99 COMP-3.                    00013812
         05 WS-ORIG-FIN-AMT     PIC S9(7)V99 COMP-3.                    00013813
         05 WS-ORIG-MIN-AMT     PIC S9(7)V99 COMP-3.                    00013814
         05 WS-ORIG-PRIOR-PAY   PIC 9(8).                               00013815
         05 WS-PRIOR-PRIN-BAL   PIC S9(7)V99 COMP-3.                    00013816
         05 WS-PRIOR-FEE-BAL    PIC S9(7)V99 COMP-3.                    00013817
         05 WS-PRIOR-FIN-BAL    PIC S9(7)V99 COMP-3.                    00013818
         05 WS-PRIOR-MIN-UNPAID PIC S9(7)V99 COMP-3.                    00013819
         05 WS-PRIOR-PAY-DATE   PIC 9(8).                               00013820
         05 WS-PRIOR-ACT-DATE   PIC 9(8).                               00013821
       01 WORK-FIELDS.                                                  00013900
         05 WS-CTL-STATUS       PIC X(2) VALUE SPACES.                  00014000
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00014010
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00014020
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00014030
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00014040
         05 WS-CTL-DATE         PIC 9(8) VALUE ZERO.                    00014100
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00014200
         05 WS-SUSP-IN-STATUS   PIC X(2) VALUE SPACES.                  00014300
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00014400
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00014500
         05 WS-MAX-RECYCLE      PIC 9(2) VALUE 3.                       00014600
         05 WS-RET-PMT-FEE      PIC 9(3)V99 VALUE 25.00.                00014610
         05 WS-TRANS-READ       PIC 9(7) COMP-3 VALUE ZERO.             00014700
         05 WS-TRANS-POSTED     PIC 9(7) COMP-3 VALUE ZERO.             00014800
         05 WS-TRANS-REJECTED   PIC 9(7) COMP-3 VALUE ZERO.             00014900
         05 WS-HIST-SEQ         PIC 9(5) VALUE ZERO.                    00015220
         05 WS-HIST-DONE-SW     PIC X    VALUE 'N'.                     00015230
         05 WS-HIST-WRITTEN     PIC 9(7) COMP-3 VALUE ZERO.             00015240
         05 WS-HIST-BATCH-NO    PIC X(6) VALUE SPACES.                  00015241
         05 WS-PAY-REMAINING    PIC S9(7)V99 COMP-3 VALUE ZERO.         00015250
         05 WS-TRANS-NO-BATCH   PIC 9(7) COMP-3 VALUE ZERO.             00015260
         05 WS-REVERSALS-POSTED PIC 9(7) COMP-3 VALUE ZERO.             00015261
         05 WS-RET-FEES-POSTED  PIC 9(7) COMP-3 VALUE ZERO.             00015262
         05 WS-RECOVERIES-POSTED PIC 9(7) COMP-3 VALUE ZERO.            00015263
         05 WS-TRANS-CHGOFF-REJ PIC 9(7) COMP-3 VALUE ZERO.             00015264
         05 WS-TRANS-BLOCKED    PIC 9(7) COMP-3 VALUE ZERO.             00015265
         05 WS-REFUNDS-POSTED   PIC 9(7) COMP-3 VALUE ZERO.             00015266
         05 WS-TRANS-ALREADY-POSTED PIC 9(7) COMP-3 VALUE ZERO.         00015267
      *                                                                 00015269
      * THE POSTINGS ALREADY ON HISTORY FOR THE RUN DATE.  ON A NORMAL  00015270
      * NIGHT THERE ARE NONE.  A BACKOUT (CBL0032) DELETES THE HISTORY  00015271
      * OF EVERYTHING IT TAKES OUT, SO WHATEVER IS STILL ON FILE FOR    00015272
      * THE DATE HAS POSTED AND STAYS POSTED WHEN THE SUSPENSE AND THE  00015273
      * FULL TRANFILE ARE RERUN.  EACH INPUT DETAIL IS MATCHED ON       00015274
      * ACCOUNT, AMOUNT, TYPE, TRANSACTION DATE AND BATCH (SUSPNS FOR   00015275
      * RECYCLED SUSPENSE), AND EACH KEPT POSTING ANSWERS FOR ONE       00015276
      * DETAIL ONLY.  A RECOVERY (V) WAS A PAYMENT ON INPUT, AND A      00015277
      * RETURNED PAYMENT FEE (N) IS NOT AN INPUT DETAIL, SO IT IS NOT   00015278
      * TABLED.  A DETAIL THAT WAS SUSPENDED OR REJECTED THE FIRST      00015279
      * TIME HAS NO POSTING TO MATCH AND IS HANDLED AS IT WAS THEN.     00015280
      * THE TABLE LOADS IN ACCOUNT ORDER AND IS SEARCHED BY HALVING.    00015281
      *                                                                 00015282
       01 KEPT-POSTING-TABLE.                                           00015283
         05 WS-KP-COUNT         PIC 9(5) COMP-3 VALUE ZERO.             00015284
         05 WS-KP-FLOOR-SEQ     PIC 9(5) VALUE 1.                       00015285
         05 WS-KPX              PIC 9(5) COMP VALUE ZERO.               00015286
         05 WS-KP-LOW           PIC 9(5) COMP VALUE ZERO.               00015287
         05 WS-KP-HIGH          PIC 9(5) COMP VALUE ZERO.               00015288
         05 WS-KP-MID           PIC 9(5) COMP VALUE ZERO.               00015289
         05 WS-KP-MATCH-SW      PIC X VALUE 'N'.                        00015290
         05 WS-KP-ENTRY OCCURS 10000.                                   00015291
           10 WS-KP-ACCT-NO     PIC X(8).                               00015292
           10 WS-KP-AMOUNT      PIC S9(7)V99 COMP-3.                    00015293
           10 WS-KP-TYPE        PIC X(1).                               00015294
           10 WS-KP-TRAN-DATE   PIC 9(8).                               00015295
           10 WS-KP-BATCH-NO    PIC X(6).                               00015296
           10 WS-KP-USED-SW     PIC X(1).                               00015297
       01 CYCLE-CONTROL-FIELDS.                                         00015298
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00015299
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00015300
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00015301
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00015302
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00015303
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00015304
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00015305
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00015306
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00015307
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00015308
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00015309
         05 WS-PRED2-DONE-SW    PIC X VALUE 'N'.                        00015310
         05 WS-PRED3-DONE-SW    PIC X VALUE 'N'.                        00015311
      *                                                                 00015312
       01 BEFORE-IMAGE.                                                 00015313
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00015314
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00015315
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00015316
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00015317
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00015318
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00015319
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00015320
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00015321
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00015322
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00015323
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00015324
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00015325
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00015326
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00015327
      *------------------                                               00015328
       PROCEDURE DIVISION.                                              00015400
      *------------------                                               00015500
       0000-MAINLINE.                                                   00015600
           PERFORM CHECK-CYCLE-CONTROL.                                 00016201
           OPEN I-O    ACCT-REC.                                        00016300
           OPEN INPUT  TRAN-FILE.                                       00016400
           OPEN I-O    HIST-FILE.                                       00016610
           IF WS-HIST-STATUS = '35'                                     00016620
               OPEN OUTPUT HIST-FILE                                    00016630
               MOVE 12 TO RETURN-CODE                                   00016670
               STOP RUN                                                 00016671
           END-IF.                                                      00016672
           PERFORM OPEN-CHANGE-JOURNAL.                                 00016673
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00016674
           PERFORM LOAD-KEPT-POSTINGS.                                  00016675
      *                                                                 00016676
      * THE SUSPENSE AND FINAL REJECT FILES ARE NOT OPENED UNTIL        00016677
      * NOTHING ABOVE CAN STOP THE RUN, SO A STOP LEAVES THE LAST       00016678
      * RUN'S FILES AS THEY WERE.                                       00016679
      *                                                                 00016680
           OPEN OUTPUT SUSP-OUT.                                        00016681
           OPEN OUTPUT FINAL-REJ.                                       00016682
           PERFORM READ-POST-PARM.                                      00016800
           OPEN INPUT SUSP-IN.                                          00016900
           IF WS-SUSP-IN-STATUS = '00'                                  00017000
                           WS-MAX-RECYCLE                               00018400
               NOT AT END                                               00018500
                   MOVE PARM-MAX-RECYCLE TO WS-MAX-RECYCLE              00018600
                   IF PARM-RET-PMT-FEE IS NUMERIC                       00018610
                       MOVE PARM-RET-PMT-FEE TO WS-RET-PMT-FEE          00018620
                   ELSE                                                 00018630
                       DISPLAY 'CBL0006 WARNING: POSTPARM HAS NO '      00018640
                               'RETURNED PAYMENT FEE - DEFAULTED TO '   00018650
                               WS-RET-PMT-FEE                           00018660
                   END-IF                                               00018670
               END-READ                                                 00018700
               CLOSE POST-PARM                                          00018800
           ELSE                                                         00018900
                       'RECYCLE LIMIT DEFAULTED TO ' WS-MAX-RECYCLE     00019100
           END-IF.                                                      00019200
      *                                                                 00019300
      * THE HIGHEST SEQUENCE ALREADY ON FILE FOR THE DATE IS CARRIED    00019301
      * INTO WS-HIST-SEQ, SO THIS RUN'S POSTINGS NUMBER ABOVE EVERY     00019302
      * KEPT ONE.                                                       00019303
      *                                                                 00019304
       LOAD-KEPT-POSTINGS.                                              00019305
           MOVE LOW-VALUES TO HIST-KEY.                                 00019306
           START HIST-FILE KEY >= HIST-KEY                              00019307
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF-SW                   00019308
           END-START.                                                   00019309
           PERFORM UNTIL WS-HIST-EOF-SW = 'Y'                           00019310
               READ HIST-FILE NEXT RECORD                               00019311
               AT END                                                   00019312
                   MOVE 'Y' TO WS-HIST-EOF-SW                           00019313
               NOT AT END                                               00019314
                   IF HIST-POST-DATE = WS-RUN-DATE                      00019315
                       PERFORM NOTE-KEPT-POSTING                        00019316
                   END-IF                                               00019317
               END-READ                                                 00019318
               IF WS-HIST-STATUS NOT = '00'                             00019319
                   MOVE 'Y' TO WS-HIST-EOF-SW                           00019320
               END-IF                                                   00019321
           END-PERFORM.                                                 00019322
           COMPUTE WS-KP-FLOOR-SEQ = WS-HIST-SEQ + 1.                   00019323
           IF WS-KP-COUNT > ZERO                                        00019324
               DISPLAY 'CBL0006 ' WS-KP-COUNT ' POSTINGS ALREADY ON '   00019325
                       'HISTORY FOR ' WS-RUN-DATE                       00019326
                       ' - DETAILS MATCHING THEM ARE REFUSED'           00019327
           END-IF.                                                      00019328
      *                                                                 00019329
      * A RUN DATE WITH MORE POSTINGS LEFT ON FILE THAN THE TABLE       00019330
      * HOLDS CANNOT BE RERUN SAFELY, SO IT STOPS BEFORE ANY OUTPUT     00019331
      * IS OPENED.                                                      00019332
      *                                                                 00019333
       NOTE-KEPT-POSTING.                                               00019334
           IF HIST-POST-SEQ > WS-HIST-SEQ                               00019335
               MOVE HIST-POST-SEQ TO WS-HIST-SEQ                        00019336
           END-IF.                                                      00019337
           IF HIST-TRAN-TYPE NOT = 'N'                                  00019338
               IF WS-KP-COUNT NOT < 10000                               00019339
                   DISPLAY 'CBL0006 MORE THAN 10000 POSTINGS ON '       00019340
                           'HISTORY FOR ' WS-RUN-DATE                   00019341
                           ' - CANNOT RERUN - STOPPING'                 00019342
                   MOVE 12 TO RETURN-CODE                               00019343
                   STOP RUN                                             00019344
               END-IF                                                   00019345
               ADD 1 TO WS-KP-COUNT                                     00019346
               MOVE HIST-ACCT-NO TO WS-KP-ACCT-NO (WS-KP-COUNT)         00019347
               MOVE HIST-TRAN-AMOUNT TO WS-KP-AMOUNT (WS-KP-COUNT)      00019348
               IF HIST-TRAN-TYPE = 'V'                                  00019349
                   MOVE 'P' TO WS-KP-TYPE (WS-KP-COUNT)                 00019350
               ELSE                                                     00019351
                   MOVE HIST-TRAN-TYPE TO WS-KP-TYPE (WS-KP-COUNT)      00019352
               END-IF                                                   00019353
               MOVE HIST-TRAN-DATE TO WS-KP-TRAN-DATE (WS-KP-COUNT)     00019354
               MOVE HIST-BATCH-NO  TO WS-KP-BATCH-NO (WS-KP-COUNT)      00019355
               MOVE 'N'            TO WS-KP-USED-SW (WS-KP-COUNT)       00019356
           END-IF.                                                      00019357
      *                                                                 00019358
      * THE HALVING FINDS THE FIRST ENTRY FOR THE ACCOUNT, THEN THE     00019359
      * ACCOUNT'S ENTRIES ARE SCANNED FOR ONE NOT YET USED.             00019360
      *                                                                 00019361
       FIND-KEPT-POSTING.                                               00019362
           MOVE 'N' TO WS-KP-MATCH-SW.                                  00019363
           MOVE 1 TO WS-KP-LOW.                                         00019364
           COMPUTE WS-KP-HIGH = WS-KP-COUNT + 1.                        00019365
           PERFORM UNTIL WS-KP-LOW NOT < WS-KP-HIGH                     00019366
               COMPUTE WS-KP-MID = (WS-KP-LOW + WS-KP-HIGH) / 2         00019367
               IF WS-KP-ACCT-NO (WS-KP-MID) < WS-TRAN-ACCT-NO           00019368
                   COMPUTE WS-KP-LOW = WS-KP-MID + 1                    00019369
               ELSE                                                     00019370
                   MOVE WS-KP-MID TO WS-KP-HIGH                         00019371
               END-IF                                                   00019372
           END-PERFORM.                                                 00019373
           PERFORM VARYING WS-KPX FROM WS-KP-LOW BY 1                   00019374
                   UNTIL WS-KPX > WS-KP-COUNT                           00019375
                      OR WS-KP-MATCH-SW NOT = 'N'                       00019376
               EVALUATE TRUE                                            00019377
                   WHEN WS-KP-ACCT-NO (WS-KPX) NOT = WS-TRAN-ACCT-NO    00019378
                       MOVE 'X' TO WS-KP-MATCH-SW                       00019379
                   WHEN WS-KP-USED-SW (WS-KPX) = 'N'                    00019380
                    AND WS-KP-AMOUNT (WS-KPX) = WS-TRAN-AMOUNT          00019381
                    AND WS-KP-TYPE (WS-KPX) = WS-TRAN-TYPE              00019382
                    AND WS-KP-TRAN-DATE (WS-KPX) = WS-TRAN-DATE         00019383
                    AND WS-KP-BATCH-NO (WS-KPX) = WS-HIST-BATCH-NO      00019384
                       MOVE 'Y' TO WS-KP-USED-SW (WS-KPX)               00019385
                       MOVE 'Y' TO WS-KP-MATCH-SW                       00019386
               END-EVALUATE                                             00019387
           END-PERFORM.                                                 00019388
           IF WS-KP-MATCH-SW = 'X'                                      00019389
               MOVE 'N' TO WS-KP-MATCH-SW                               00019390
           END-IF.                                                      00019391
      *                                                                 00019392
       CLOSE-STOP.                                                      00019400
           PERFORM WRITE-CYCLE-COMPLETE.                                00019401
           PERFORM WRITE-RUN-CONTROL.                                   00019500
           CLOSE SUSP-OUT.                                              00019800
           CLOSE FINAL-REJ.                                             00019900
           CLOSE HIST-FILE.                                             00019910
           CLOSE CHG-JRNL.                                              00019911
           DISPLAY 'CBL0006 TRANSACTIONS READ    : ' WS-TRANS-READ.     00020000
           DISPLAY 'CBL0006 SUSPENSE RECYCLED IN : ' WS-SUSP-RECYCLED.  00020100
           DISPLAY 'CBL0006 TRANSACTIONS POSTED  : ' WS-TRANS-POSTED.   00020200
           DISPLAY 'CBL0006 FINAL REJECTS        : ' WS-TRANS-FINAL-REJ.00020500
           DISPLAY 'CBL0006 HISTORY RECS WRITTEN : ' WS-HIST-WRITTEN.   00020510
           DISPLAY 'CBL0006 DETAILS OUTSIDE BATCH: ' WS-TRANS-NO-BATCH. 00020520
           DISPLAY 'CBL0006 REVERSALS POSTED     : '                    00020521
                   WS-REVERSALS-POSTED.                                 00020522
           DISPLAY 'CBL0006 RETURNED PMT FEES    : ' WS-RET-FEES-POSTED.00020523
           DISPLAY 'CBL0006 RECOVERIES POSTED    : '                    00020524
                   WS-RECOVERIES-POSTED.                                00020525
           DISPLAY 'CBL0006 CHARGED-OFF REJECTS  : '                    00020526
                   WS-TRANS-CHGOFF-REJ.                                 00020527
           DISPLAY 'CBL0006 BLOCKED CHARGES HELD : ' WS-TRANS-BLOCKED.  00020528
           DISPLAY 'CBL0006 REFUNDS POSTED       : ' WS-REFUNDS-POSTED. 00020529
           DISPLAY 'CBL0006 ALREADY POSTED       : '                    00020530
                   WS-TRANS-ALREADY-POSTED.                             00020531
           DISPLAY 'CBL0006 CHANGES JOURNALED    : ' WS-CJ-WRITTEN.     00020532
           STOP RUN.                                                    00020600
      *                                                                 00020700
      * THE PRIOR NIGHT'S SUSPENSE ITEMS GO THROUGH POSTING FIRST SO    00020800
      *                                                                 00021000
       PROCESS-SUSPENSE-FILE.                                           00021100
           IF WS-SUSP-OPEN-SW = 'Y'                                     00021200
               MOVE 'SUSPNS' TO WS-HIST-BATCH-NO                        00021210
               PERFORM READ-SUSP-REC                                    00021300
               PERFORM UNTIL WS-HAVE-SUSP-REC = 'N'                     00021400
                   ADD 1 TO WS-TRANS-READ                               00021500
                   MOVE SUSP-IN-REASON     TO WS-TRAN-REASON            00022100
                   MOVE SUSP-IN-FIRST-DATE TO WS-TRAN-FIRST-DATE        00022200
                   MOVE SUSP-IN-ATTEMPTS   TO WS-TRAN-ATTEMPTS          00022300
                   MOVE SUSP-IN-ORIG-DATE  TO WS-TRAN-ORIG-DATE         00022310
                   MOVE SUSP-IN-ORIG-SEQ   TO WS-TRAN-ORIG-SEQ          00022320
                   PERFORM POST-UNLESS-ALREADY-POSTED                   00022321
                   PERFORM READ-SUSP-REC                                00022500
               END-PERFORM                                              00022600
               CLOSE SUSP-IN                                            00022700
      * TRANFILE CARRIES BATCH HEADERS AND TRAILERS FROM THE            00023910
      * BALANCING STEP.  A DETAIL THAT ARRIVES OUTSIDE AN OPEN          00023920
      * BATCH NEVER TOUCHES THE MASTER - IT GOES STRAIGHT TO THE        00023930
      * FINAL REJECT LISTING FOR THE OPERATORS.  SO DOES A DETAIL       00023931
      * THAT HAS ALREADY POSTED FOR THE RUN DATE, AS WHEN THE FULL      00023932
      * FILE IS RERUN AFTER ONE BATCH WAS BACKED OUT.                   00023933
      *                                                                 00023950
       PROCESS-TRAN-FILE.                                               00023960
           PERFORM READ-TRAN-REC                                        00024000
           PERFORM UNTIL WS-HAVE-TRAN-REC = 'N'                         00024100
               EVALUATE TRUE                                            00024110
                   WHEN TRAN-IS-HDR                                     00024120
                       MOVE 'Y' TO WS-IN-BATCH-SW                       00024130
                       MOVE HDR-BATCH-NO TO WS-HIST-BATCH-NO            00024131
                   WHEN TRAN-IS-TRLR                                    00024140
                       MOVE 'N' TO WS-IN-BATCH-SW                       00024150
                   WHEN OTHER                                           00024160
                       MOVE SPACES       TO WS-TRAN-REASON              00024700
                       MOVE WS-RUN-DATE  TO WS-TRAN-FIRST-DATE          00024800
                       MOVE ZERO         TO WS-TRAN-ATTEMPTS            00024900
                       PERFORM TAKE-ORIGINAL-KEY                        00024901
                       EVALUATE TRUE                                    00024902
                           WHEN WS-IN-BATCH-SW = 'N'                    00024903
                               PERFORM REFUSE-UNBATCHED-DETAIL          00024904
                           WHEN OTHER                                   00024907
                               PERFORM POST-UNLESS-ALREADY-POSTED       00024908
                       END-EVALUATE                                     00024909
               END-EVALUATE                                             00025020
               PERFORM READ-TRAN-REC                                    00025100
           END-PERFORM.                                                 00025200
      *                                                                 00025201
      * ONLY A RETURN OR A CREDIT CARRIES A KEY TO THE POSTING IT       00025202
      * UNDOES.  ON ANY OTHER TYPE THE FIELD IS UNUSED.                 00025203
      *                                                                 00025204
       TAKE-ORIGINAL-KEY.                                               00025205
           IF TRAN-IS-RETURN OR TRAN-IS-CREDIT                          00025206
               MOVE TRAN-ORIG-POST-DATE TO WS-TRAN-ORIG-DATE            00025207
               MOVE TRAN-ORIG-POST-SEQ  TO WS-TRAN-ORIG-SEQ             00025208
           ELSE                                                         00025209
               MOVE ZERO TO WS-TRAN-ORIG-DATE                           00025210
               MOVE ZERO TO WS-TRAN-ORIG-SEQ                            00025211
           END-IF.                                                      00025212
      *                                                                 00025213
      * A CHARGED-OFF ACCOUNT WILL NEVER TAKE A CHARGE, FEE OR          00025214
      * ADJUSTMENT AGAIN, SO THERE IS NO POINT RECYCLING ONE.           00025215
      *                                                                 00025216
       REFUSE-CHARGED-OFF.                                              00025217
           ADD 1 TO WS-TRANS-CHGOFF-REJ.                                00025218
           ADD 1 TO WS-TRANS-REJECTED.                                  00025219
           MOVE 'CO' TO WS-TRAN-REASON.                                 00025220
           PERFORM WRITE-FINAL-REJECT.                                  00025221
      *                                                                 00025222
      *                                                                 00025223
      * AN ACCOUNT BLOCKED FOR SUSPECTED FRAUD TAKES NO NEW CHARGES.    00025224
      * THEY WAIT IN SUSPENSE UNDER THEIR OWN REASON CODE UNTIL THE     00025225
      * BLOCK IS LIFTED OR THEY RUN OUT OF RECYCLES.  PAYMENTS, FEES,   00025226
      * RETURNS AND CREDITS STILL POST.                                 00025227
      *                                                                 00025228
       HOLD-BLOCKED-CHARGE.                                             00025229
           ADD 1 TO WS-TRANS-BLOCKED.                                   00025230
           MOVE 'BK' TO WS-TRAN-REASON.                                 00025231
           PERFORM SUSPEND-OR-FINAL.                                    00025232
      *                                                                 00025233
       REFUSE-UNBATCHED-DETAIL.                                         00025234
           ADD 1 TO WS-TRANS-NO-BATCH.                                  00025235
           ADD 1 TO WS-TRANS-REJECTED.                                  00025240
           MOVE 'NB' TO WS-TRAN-REASON.                                 00025250
           PERFORM WRITE-FINAL-REJECT.                                  00025260
      *                                                                 00025300
       POST-UNLESS-ALREADY-POSTED.                                      00025301
           PERFORM FIND-KEPT-POSTING.                                   00025302
           IF WS-KP-MATCH-SW = 'Y'                                      00025303
               PERFORM REFUSE-ALREADY-POSTED                            00025304
           ELSE                                                         00025305
               PERFORM POST-ONE-TRANSACTION                             00025306
           END-IF.                                                      00025308
      *                                                                 00025309
       REFUSE-ALREADY-POSTED.                                           00025310
           ADD 1 TO WS-TRANS-ALREADY-POSTED.                            00025311
           ADD 1 TO WS-TRANS-REJECTED.                                  00025312
           MOVE 'DB' TO WS-TRAN-REASON.                                 00025313
           PERFORM WRITE-FINAL-REJECT.                                  00025314
      *                                                                 00025315
       READ-TRAN-REC.                                                   00025400
           READ TRAN-FILE                                               00025500
           AT END                                                       00025600
                       MOVE 'NF' TO WS-TRAN-REASON                      00027100
                       PERFORM SUSPEND-OR-FINAL                         00027200
                   NOT INVALID KEY                                      00027300
                       PERFORM CHECK-ORIGINAL-POSTING                   00027310
                       EVALUATE TRUE                                    00027311
                           WHEN DELINQ-CHARGED-OFF                      00027312
                            AND NOT WS-TRAN-IS-PAYMENT                  00027313
                            AND WS-ORIG-TYPE NOT = 'V'                  00027314
                               PERFORM REFUSE-CHARGED-OFF               00027315
                           WHEN DELINQ-BLOCKED                          00027316
                            AND WS-TRAN-IS-CHARGE                       00027317
                               PERFORM HOLD-BLOCKED-CHARGE              00027318
                           WHEN WS-ORIG-OK-SW = 'Y'                     00027319
                               PERFORM SAVE-BEFORE-IMAGE                00027320
                               MOVE WS-HIST-BATCH-NO                    00027321
                                 TO WS-CJ-SOURCE-REF                    00027322
                               PERFORM APPLY-ONE-TRANSACTION            00027323
                               REWRITE ACCT-FIELDS                      00027324
                               PERFORM JOURNAL-CHANGES                  00027325
                           WHEN OTHER                                   00027326
                               MOVE 'OM' TO WS-TRAN-REASON              00027327
                               PERFORM SUSPEND-OR-FINAL                 00027328
                       END-EVALUATE                                     00027329
               END-READ                                                 00027600
           END-IF.                                                      00027700
      *                                                                 00027701
      * A RETURNED PAYMENT MUST NAME A PAYMENT OR A RECOVERY, AND A     00027702
      * CREDIT ADJUSTMENT A CHARGE, LATE FEE, FINANCE CHARGE OR         00027703
      * RETURNED PAYMENT FEE, POSTED TO THE SAME ACCOUNT, NOT ALREADY   00027704
      * REVERSED, AND FOR THE SAME AMOUNT.  THE REVERSAL ALWAYS UNDOES  00027705
      * THE WHOLE POSTING.  ANYTHING ELSE WAITS IN SUSPENSE.  A         00027706
      * RETURNED RECOVERY IS THE ONE REVERSAL A CHARGED-OFF ACCOUNT     00027707
      * TAKES.                                                          00027708
      *                                                                 00027709
       CHECK-ORIGINAL-POSTING.                                          00027710
           MOVE 'Y'    TO WS-ORIG-OK-SW                                 00027711
           MOVE SPACES TO WS-ORIG-TYPE                                  00027712
           IF WS-TRAN-IS-REVERSAL                                       00027713
               MOVE WS-TRAN-ACCT-NO   TO HIST-ACCT-NO                   00027714
               MOVE WS-TRAN-ORIG-DATE TO HIST-POST-DATE                 00027715
               MOVE WS-TRAN-ORIG-SEQ  TO HIST-POST-SEQ                  00027716
               READ HIST-FILE                                           00027717
                   INVALID KEY                                          00027718
                       MOVE 'N' TO WS-ORIG-OK-SW                        00027719
                   NOT INVALID KEY                                      00027720
                       PERFORM MATCH-ORIGINAL-POSTING                   00027721
               END-READ                                                 00027722
           END-IF.                                                      00027723
      *                                                                 00027724
       MATCH-ORIGINAL-POSTING.                                          00027725
           EVALUATE TRUE                                                00027726
               WHEN HIST-IS-REVERSED                                    00027727
                   MOVE 'N' TO WS-ORIG-OK-SW                            00027728
               WHEN HIST-TRAN-AMOUNT NOT = WS-TRAN-AMOUNT               00027729
                   MOVE 'N' TO WS-ORIG-OK-SW                            00027730
               WHEN WS-TRAN-IS-RETURN AND HIST-TRAN-TYPE NOT = 'P'      00027731
                AND HIST-TRAN-TYPE NOT = 'V'                            00027732
                   MOVE 'N' TO WS-ORIG-OK-SW                            00027733
               WHEN WS-TRAN-IS-CREDIT                                   00027734
                AND NOT HIST-IS-CREDITABLE                              00027735
                   MOVE 'N' TO WS-ORIG-OK-SW                            00027736
               WHEN OTHER                                               00027737
                   MOVE HIST-TRAN-TYPE      TO WS-ORIG-TYPE             00027738
                   MOVE HIST-POST-DATE      TO WS-ORIG-POST-DATE        00027739
                   MOVE HIST-PRIN-AMT       TO WS-ORIG-PRIN-AMT         00027740
                   MOVE HIST-FEE-AMT        TO WS-ORIG-FEE-AMT          00027741
                   MOVE HIST-FIN-AMT        TO WS-ORIG-FIN-AMT          00027742
                   MOVE HIST-MIN-AMT        TO WS-ORIG-MIN-AMT          00027743
                   MOVE HIST-PRIOR-PAY-DATE TO WS-ORIG-PRIOR-PAY        00027744
           END-EVALUATE.                                                00027745
      *                                                                 00027800
      * THE BUCKETS MUST ALWAYS CROSS-FOOT TO ACCT-BALANCE, SO EVERY    00027910
      * POSTING MOVES THE FULL BALANCE AND EXACTLY ONE BUCKET (A        00027920
      * PAYMENT RUNS DOWN FEES FIRST, THEN FINANCE CHARGES, THEN        00027930
      * PRINCIPAL).                                                     00027940
      *                                                                 00027950
      * A REFUND (TYPE K) IS THE CHECK THE REFUND RUN (CBL0029) SENT    00027951
      * FOR A CREDIT BALANCE.  AN OVERPAYMENT ENDS UP IN PRINCIPAL, SO  00027952
      * THE REFUND BRINGS PRINCIPAL BACK UP.  IT IS NOT A PAYMENT AND   00027953
      * LEAVES THE MINIMUM AND THE PAYMENT DATE ALONE.                  00027954
      *                                                                 00027955
       APPLY-ONE-TRANSACTION.                                           00027956
           PERFORM SAVE-PRIOR-VALUES                                    00027957
           EVALUATE TRUE                                                00028000
               WHEN WS-TRAN-IS-RETURN AND WS-ORIG-TYPE = 'V'            00028001
                   PERFORM REVERSE-RECOVERY                             00028002
               WHEN DELINQ-CHARGED-OFF                                  00028003
                   PERFORM POST-RECOVERY                                00028004
               WHEN WS-TRAN-IS-CHARGE                                   00028010
                   ADD WS-TRAN-AMOUNT TO ACCT-BALANCE                   00028020
                   ADD WS-TRAN-AMOUNT TO ACCT-PRIN-BAL                  00028030
               WHEN WS-TRAN-IS-FIN-CHG                                  00028070
                   ADD WS-TRAN-AMOUNT TO ACCT-BALANCE                   00028080
                   ADD WS-TRAN-AMOUNT TO ACCT-FIN-BAL                   00028090
               WHEN WS-TRAN-IS-REFUND                                   00028091
                   ADD WS-TRAN-AMOUNT TO ACCT-BALANCE                   00028092
                   ADD WS-TRAN-AMOUNT TO ACCT-PRIN-BAL                  00028093
                   ADD 1 TO WS-REFUNDS-POSTED                           00028094
               WHEN WS-TRAN-IS-REVERSAL                                 00028095
                   PERFORM REVERSE-ORIGINAL-POSTING                     00028096
               WHEN OTHER                                               00028100
                   SUBTRACT WS-TRAN-AMOUNT FROM ACCT-BALANCE            00028200
                   PERFORM APPLY-PAYMENT-TO-BUCKETS                     00028300
                   PERFORM APPLY-PAYMENT-TO-MINIMUM                     00028301
                   MOVE WS-RUN-DATE TO LAST-PAYMENT-DATE                00028310
           END-EVALUATE                                                 00028400
           MOVE WS-RUN-DATE TO LAST-ACTIVITY-DATE                       00028410
           ADD 1 TO WS-TRANS-POSTED                                     00028500
           PERFORM WRITE-HISTORY-REC                                    00028501
           IF WS-TRAN-IS-RETURN AND WS-RET-PMT-FEE > ZERO               00028502
              AND NOT DELINQ-CHARGED-OFF                                00028503
               PERFORM POST-RETURNED-PMT-FEE                            00028504
           END-IF.                                                      00028505
      *                                                                 00028506
       SAVE-PRIOR-VALUES.                                               00028507
           MOVE ACCT-PRIN-BAL      TO WS-PRIOR-PRIN-BAL.                00028508
           MOVE ACCT-FEE-BAL       TO WS-PRIOR-FEE-BAL.                 00028509
           MOVE ACCT-FIN-BAL       TO WS-PRIOR-FIN-BAL.                 00028510
           MOVE ACCT-MIN-UNPAID    TO WS-PRIOR-MIN-UNPAID.              00028511
           MOVE LAST-PAYMENT-DATE  TO WS-PRIOR-PAY-DATE.                00028512
           MOVE LAST-ACTIVITY-DATE TO WS-PRIOR-ACT-DATE.                00028513
      *                                                                 00028514
      * THE REVERSAL BACKS OUT THE ORIGINAL'S OWN BUCKET MOVEMENTS, SO  00028515
      * A RETURNED PAYMENT PUTS BACK THE FEES, FINANCE CHARGES AND      00028516
      * PRINCIPAL IT PAID OFF AND THE MINIMUM IT SATISFIED.  THE LAST   00028517
      * PAYMENT DATE GOES BACK TO WHAT IT WAS ONLY IF NO LATER PAYMENT  00028518
      * HAS MOVED IT SINCE.  THE ORIGINAL IS FLAGGED WHILE IT IS        00028519
      * STILL IN THE HISTORY RECORD AREA FROM THE CHECK.                00028520
      *                                                                 00028521
       REVERSE-ORIGINAL-POSTING.                                        00028522
           SUBTRACT WS-ORIG-PRIN-AMT FROM ACCT-PRIN-BAL.                00028523
           SUBTRACT WS-ORIG-FEE-AMT  FROM ACCT-FEE-BAL.                 00028524
           SUBTRACT WS-ORIG-FIN-AMT  FROM ACCT-FIN-BAL.                 00028525
           COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-ORIG-PRIN-AMT       00028526
               - WS-ORIG-FEE-AMT - WS-ORIG-FIN-AMT.                     00028527
           SUBTRACT WS-ORIG-MIN-AMT  FROM ACCT-MIN-UNPAID.              00028528
           IF WS-TRAN-IS-RETURN                                         00028529
              AND LAST-PAYMENT-DATE = WS-ORIG-POST-DATE                 00028530
               MOVE WS-ORIG-PRIOR-PAY TO LAST-PAYMENT-DATE              00028531
           END-IF.                                                      00028532
           MOVE 'Y' TO HIST-REVERSED-SW.                                00028533
           REWRITE HIST-REC                                             00028534
               INVALID KEY                                              00028535
                   DISPLAY 'CBL0006 HISTORY REWRITE FAILED - STATUS '   00028536
                           WS-HIST-STATUS ' ACCT ' HIST-ACCT-NO         00028537
           END-REWRITE.                                                 00028538
           ADD 1 TO WS-REVERSALS-POSTED.                                00028539
      *                                                                 00028540
      * THE RETURNED PAYMENT FEE POSTS TO THE FEE BUCKET AS ITS OWN     00028541
      * HISTORY RECORD (TYPE N) KEYED BACK TO THE RETURN THAT CAUSED    00028542
      * IT, SO IT CAN BE WAIVED LATER WITH A CREDIT ADJUSTMENT.  IT IS  00028543
      * NOT AN INPUT TRANSACTION AND IS NOT IN THE POSTED COUNT.        00028544
      *                                                                 00028545
       POST-RETURNED-PMT-FEE.                                           00028546
           PERFORM SAVE-PRIOR-VALUES.                                   00028547
           ADD WS-RET-PMT-FEE TO ACCT-BALANCE.                          00028548
           ADD WS-RET-PMT-FEE TO ACCT-FEE-BAL.                          00028549
           MOVE HIST-POST-DATE TO WS-TRAN-ORIG-DATE.                    00028550
           MOVE HIST-POST-SEQ  TO WS-TRAN-ORIG-SEQ.                     00028551
           MOVE 'R'            TO WS-ORIG-TYPE.                         00028552
           MOVE 'N'            TO WS-TRAN-TYPE.                         00028553
           MOVE WS-RET-PMT-FEE TO WS-TRAN-AMOUNT.                       00028554
           PERFORM WRITE-HISTORY-REC.                                   00028555
           ADD 1 TO WS-RET-FEES-POSTED.                                 00028556
      *                                                                 00028557
      * A PAYMENT ON A CHARGED-OFF ACCOUNT IS A RECOVERY.  THE          00028558
      * BALANCE WAS WRITTEN OFF, SO NOTHING IS LEFT TO RUN DOWN - THE   00028559
      * AMOUNT IS ADDED TO THE RECOVERIES ON THE CHARGE-OFF AND GOES    00028560
      * TO HISTORY AS TYPE V FOR THE GL JOURNAL TO BOOK AS A RECOVERY.  00028561
      *                                                                 00028562
       POST-RECOVERY.                                                   00028563
           ADD WS-TRAN-AMOUNT TO ACCT-CHGOFF-RECOV.                     00028564
           MOVE WS-RUN-DATE   TO LAST-PAYMENT-DATE.                     00028565
           MOVE 'V'           TO WS-TRAN-TYPE.                          00028566
           ADD 1 TO WS-RECOVERIES-POSTED.                               00028567
      *                                                                 00028568
      * A RETURNED RECOVERY TAKES THE AMOUNT BACK OFF THE RECOVERIES    00028569
      * AND LEAVES THE WRITTEN-OFF BALANCE AND ITS BUCKETS ALONE.  IT   00028570
      * GOES TO HISTORY AS A TYPE R NAMING THE TYPE V, AND DRAWS NO     00028571
      * RETURNED PAYMENT FEE - NOTHING MORE IS BILLED TO A              00028572
      * CHARGED-OFF ACCOUNT.                                            00028573
      *                                                                 00028574
       REVERSE-RECOVERY.                                                00028575
           SUBTRACT WS-TRAN-AMOUNT FROM ACCT-CHGOFF-RECOV.              00028576
           IF LAST-PAYMENT-DATE = WS-ORIG-POST-DATE                     00028577
               MOVE WS-ORIG-PRIOR-PAY TO LAST-PAYMENT-DATE              00028578
           END-IF.                                                      00028579
           MOVE 'Y' TO HIST-REVERSED-SW.                                00028580
           REWRITE HIST-REC                                             00028581
               INVALID KEY                                              00028582
                   DISPLAY 'CBL0006 HISTORY REWRITE FAILED - STATUS '   00028583
                           WS-HIST-STATUS ' ACCT ' HIST-ACCT-NO         00028584
           END-REWRITE.                                                 00028585
           ADD 1 TO WS-REVERSALS-POSTED.                                00028586
      *                                                                 00028587
       APPLY-PAYMENT-TO-BUCKETS.                                        00028588
           MOVE WS-TRAN-AMOUNT TO WS-PAY-REMAINING.                     00028589
           IF ACCT-FEE-BAL > ZERO                                       00028590
               IF WS-PAY-REMAINING >= ACCT-FEE-BAL                      00028591
                   SUBTRACT ACCT-FEE-BAL FROM WS-PAY-REMAINING          00028592
                   MOVE ZERO TO ACCT-FEE-BAL                            00028593
               ELSE                                                     00028594
                   SUBTRACT WS-PAY-REMAINING FROM ACCT-FEE-BAL          00028595
                   MOVE ZERO TO WS-PAY-REMAINING                        00028596
               END-IF                                                   00028597
           END-IF.                                                      00028598
           IF ACCT-FIN-BAL > ZERO                                       00028599
               IF WS-PAY-REMAINING >= ACCT-FIN-BAL                      00028600
                   SUBTRACT ACCT-FIN-BAL FROM WS-PAY-REMAINING          00028601
                   MOVE ZERO TO ACCT-FIN-BAL                            00028602
               ELSE                                                     00028603
                   SUBTRACT WS-PAY-REMAINING FROM ACCT-FIN-BAL          00028604
                   MOVE ZERO TO WS-PAY-REMAINING                        00028605
               END-IF                                                   00028606
           END-IF.                                                      00028607
           SUBTRACT WS-PAY-REMAINING FROM ACCT-PRIN-BAL.                00028608
      *                                                                 00028609
      * A PAYMENT COUNTS AGAINST THE MINIMUM THE LAST STATEMENT SET.    00028610
      * THE AGING STEP (CBL0002) TREATS THE ACCOUNT AS CURED ONCE       00028611
      * THE UNPAID MINIMUM REACHES ZERO.                                00028612
      *                                                                 00028613
       APPLY-PAYMENT-TO-MINIMUM.                                        00028614
           IF WS-TRAN-AMOUNT >= ACCT-MIN-UNPAID                         00028615
               MOVE ZERO TO ACCT-MIN-UNPAID                             00028616
           ELSE                                                         00028617
               SUBTRACT WS-TRAN-AMOUNT FROM ACCT-MIN-UNPAID             00028618
           END-IF.                                                      00028619
      *                                                                 00028620
      * THE HISTORY KEY CARRIES A RUN-WIDE SEQUENCE NUMBER THAT STARTS  00028621
      * ABOVE THE HIGHEST ONE ALREADY ON FILE FOR THE DATE.  SHOULD A   00028622
      * DUPLICATE KEY TURN UP ANYWAY, THE WRITE STEPS THE SEQUENCE      00028623
      * FORWARD UNTIL IT CLEARS.                                        00028624
      *                                                                 00028625
       WRITE-HISTORY-REC.                                               00028626
           MOVE WS-TRAN-ACCT-NO TO HIST-ACCT-NO.                        00028627
           MOVE WS-RUN-DATE     TO HIST-POST-DATE.                      00028628
           MOVE WS-TRAN-TYPE    TO HIST-TRAN-TYPE.                      00028629
           MOVE WS-TRAN-AMOUNT  TO HIST-TRAN-AMOUNT.                    00028630
           MOVE WS-TRAN-DATE    TO HIST-TRAN-DATE.                      00028631
           COMPUTE HIST-PRIN-AMT = ACCT-PRIN-BAL - WS-PRIOR-PRIN-BAL.   00028632
           COMPUTE HIST-FEE-AMT  = ACCT-FEE-BAL  - WS-PRIOR-FEE-BAL.    00028633
           COMPUTE HIST-FIN-AMT  = ACCT-FIN-BAL  - WS-PRIOR-FIN-BAL.    00028634
           COMPUTE HIST-MIN-AMT  =                                      00028635
               ACCT-MIN-UNPAID - WS-PRIOR-MIN-UNPAID.                   00028636
           MOVE WS-PRIOR-PAY-DATE TO HIST-PRIOR-PAY-DATE.               00028637
           MOVE WS-PRIOR-ACT-DATE TO HIST-PRIOR-ACT-DATE.               00028638
           MOVE WS-TRAN-ORIG-DATE TO HIST-ORIG-POST-DATE.               00028639
           MOVE WS-TRAN-ORIG-SEQ  TO HIST-ORIG-POST-SEQ.                00028640
           MOVE WS-ORIG-TYPE      TO HIST-ORIG-TYPE.                    00028641
           MOVE 'N'               TO HIST-REVERSED-SW.                  00028642
           MOVE WS-HIST-BATCH-NO  TO HIST-BATCH-NO.                     00028643
           MOVE 'N' TO WS-HIST-DONE-SW.                                 00028644
           PERFORM UNTIL WS-HIST-DONE-SW = 'Y'                          00028645
               ADD 1 TO WS-HIST-SEQ                                     00028646
               MOVE WS-HIST-SEQ TO HIST-POST-SEQ                        00028647
               WRITE HIST-REC                                           00028648
                   INVALID KEY                                          00028649
                       CONTINUE                                         00028650
                   NOT INVALID KEY                                      00028651
                       MOVE 'Y' TO WS-HIST-DONE-SW                      00028652
                       ADD 1 TO WS-HIST-WRITTEN                         00028653
               END-WRITE                                                00028654
               IF WS-HIST-DONE-SW = 'N'                                 00028655
                  AND WS-HIST-STATUS NOT = '22'                         00028656
                   DISPLAY 'CBL0006 HISTORY WRITE FAILED - STATUS '     00028657
                           WS-HIST-STATUS ' ACCT ' HIST-ACCT-NO         00028658
                   MOVE 'Y' TO WS-HIST-DONE-SW                          00028659
               END-IF                                                   00028660
           END-PERFORM.                                                 00028661
      *                                                                 00028662
       OPEN-CHANGE-JOURNAL.                                             00028663
           OPEN I-O CHG-JRNL.                                           00028664
           IF WS-CJ-STATUS = '35'                                       00028665
               OPEN OUTPUT CHG-JRNL                                     00028666
               CLOSE CHG-JRNL                                           00028667
               OPEN I-O CHG-JRNL                                        00028668
           END-IF.                                                      00028669
           IF WS-CJ-STATUS NOT = '00'                                   00028670
               DISPLAY 'CBL0006 CHGJRNL OPEN FAILED - STATUS '          00028671
                       WS-CJ-STATUS ' - STOPPING'                       00028672
               MOVE 12 TO RETURN-CODE                                   00028673
               STOP RUN                                                 00028674
           END-IF.                                                      00028675
      *                                                                 00028676
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00028677
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00028678
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00028679
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00028680
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00028681
      *                                                                 00028682
       SAVE-BEFORE-IMAGE.                                               00028683
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00028684
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00028685
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00028686
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00028687
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00028688
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00028689
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00028690
           MOVE USA-STATE           TO BEF-USA-STATE.                   00028691
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00028692
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00028693
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00028694
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00028695
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00028696
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00028697
      *                                                                 00028698
       JOURNAL-CHANGES.                                                 00028699
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00028700
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00028701
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00028702
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00028703
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00028704
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00028705
               PERFORM WRITE-CHANGE-JOURNAL                             00028706
           END-IF.                                                      00028707
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00028708
               MOVE 'BALANCE     ' TO CJ-FIELD                          00028709
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00028710
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00028711
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00028712
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00028713
               PERFORM WRITE-CHANGE-JOURNAL                             00028714
           END-IF.                                                      00028715
           IF LAST-NAME NOT = BEF-LAST-NAME                             00028716
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00028717
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00028718
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00028719
               PERFORM WRITE-CHANGE-JOURNAL                             00028720
           END-IF.                                                      00028721
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00028722
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00028723
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00028724
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00028725
               PERFORM WRITE-CHANGE-JOURNAL                             00028726
           END-IF.                                                      00028727
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00028728
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00028729
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00028730
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00028731
               PERFORM WRITE-CHANGE-JOURNAL                             00028732
           END-IF.                                                      00028733
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00028734
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00028735
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00028736
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00028737
               PERFORM WRITE-CHANGE-JOURNAL                             00028738
           END-IF.                                                      00028739
           IF USA-STATE NOT = BEF-USA-STATE                             00028740
               MOVE 'STATE       ' TO CJ-FIELD                          00028741
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00028742
               MOVE USA-STATE TO CJ-NEW-VALUE                           00028743
               PERFORM WRITE-CHANGE-JOURNAL                             00028744
           END-IF.                                                      00028745
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00028746
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00028747
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00028748
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00028749
               PERFORM WRITE-CHANGE-JOURNAL                             00028750
           END-IF.                                                      00028751
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00028752
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00028753
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00028754
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00028755
               PERFORM WRITE-CHANGE-JOURNAL                             00028756
           END-IF.                                                      00028757
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00028758
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00028759
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00028760
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00028761
               PERFORM WRITE-CHANGE-JOURNAL                             00028762
           END-IF.                                                      00028763
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00028764
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00028765
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00028766
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00028767
               PERFORM WRITE-CHANGE-JOURNAL                             00028768
           END-IF.                                                      00028769
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00028770
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00028771
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00028772
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00028773
               PERFORM WRITE-CHANGE-JOURNAL                             00028774
           END-IF.                                                      00028775
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00028776
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00028777
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00028778
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00028779
               PERFORM WRITE-CHANGE-JOURNAL                             00028780
           END-IF.                                                      00028781
      *                                                                 00028782
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00028783
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00028784
      *                                                                 00028785
       WRITE-CHANGE-JOURNAL.                                            00028786
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00028787
           MOVE WS-RUN-DATE      TO CJ-BUS-DATE.                        00028788
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00028789
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00028790
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00028791
           MOVE 'CBL0006 '       TO CJ-PROGRAM.                         00028792
           MOVE 'P'              TO CJ-SOURCE.                          00028793
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00028794
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00028795
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00028796
               ADD 1 TO CJ-STAMP-SEQ                                    00028797
               WRITE CHG-JRNL-REC                                       00028798
                   INVALID KEY                                          00028799
                       CONTINUE                                         00028800
                   NOT INVALID KEY                                      00028801
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00028802
                       ADD 1 TO WS-CJ-WRITTEN                           00028803
               END-WRITE                                                00028804
               IF WS-CJ-DONE-SW = 'N'                                   00028805
                  AND (WS-CJ-STATUS NOT = '22'                          00028806
                       OR CJ-STAMP-SEQ = 999)                           00028807
                   DISPLAY 'CBL0006 CHGJRNL WRITE FAILED - STATUS '     00028808
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00028809
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00028810
               END-IF                                                   00028811
           END-PERFORM.                                                 00028812
      *                                                                 00028813
       SUSPEND-OR-FINAL.                                                00028814
           ADD 1 TO WS-TRANS-REJECTED                                   00028815
           ADD 1 TO WS-TRAN-ATTEMPTS                                    00028900
           IF WS-TRAN-ATTEMPTS >= WS-MAX-RECYCLE                        00029000
               PERFORM WRITE-FINAL-REJECT                               00029100
           MOVE WS-TRAN-REASON     TO SUSP-OUT-REASON.                  00030100
           MOVE WS-TRAN-FIRST-DATE TO SUSP-OUT-FIRST-DATE.              00030200
           MOVE WS-TRAN-ATTEMPTS   TO SUSP-OUT-ATTEMPTS.                00030300
           MOVE WS-TRAN-ORIG-DATE  TO SUSP-OUT-ORIG-DATE.               00030310
           MOVE WS-TRAN-ORIG-SEQ   TO SUSP-OUT-ORIG-SEQ.                00030320
           WRITE SUSP-OUT-REC.                                          00030400
           ADD 1 TO WS-TRANS-SUSPENDED.                                 00030500
      *                                                                 00030600
           MOVE WS-TRAN-DATE       TO FREJ-TRAN-DATE.                   00031200
           MOVE WS-TRAN-FIRST-DATE TO FREJ-FIRST-DATE.                  00031300
           MOVE WS-TRAN-ATTEMPTS   TO FREJ-ATTEMPTS-O.                  00031400
           MOVE WS-TRAN-ORIG-DATE  TO FREJ-ORIG-DATE.                   00031410
           MOVE WS-TRAN-ORIG-SEQ   TO FREJ-ORIG-SEQ.                    00031420
           WRITE FINAL-REJ-REC.                                         00031500
           ADD 1 TO WS-TRANS-FINAL-REJ.                                 00031600
      *                                                                 00031700
           IF WS-CTL-STATUS = '35'                                      00032000
               OPEN OUTPUT RUN-CTL                                      00032100
           END-IF.                                                      00032200
           MOVE WS-BUS-DATE TO WS-CTL-DATE.                             00032210
           MOVE 'CBL0006 '    TO CTL-PROGRAM.                           00032400
           MOVE WS-CTL-DATE   TO CTL-RUN-DATE.                          00032500
           MOVE WS-TRANS-READ     TO CTL-COUNT-1.                       00032600
           MOVE WS-TRANS-POSTED   TO CTL-COUNT-2.                       00032700
           MOVE WS-TRANS-REJECTED TO CTL-COUNT-3.                       00032800
           WRITE RUN-CTL-REC.                                           00032900
      *                                                                 00032901
      * THE SECOND RECORD TELLS THE RECONCILIATION (CBL0011) WHICH      00032902
      * POSTINGS FOR THE DATE WERE KEPT FROM AN EARLIER RUN: ALL OF     00032903
      * THIS RUN'S SEQUENCE NUMBERS ARE AT OR ABOVE THE FLOOR.          00032904
      *                                                                 00032905
           MOVE 'CBL0006K'    TO CTL-PROGRAM.                           00032906
           MOVE WS-CTL-DATE   TO CTL-RUN-DATE.                          00032907
           MOVE WS-KP-FLOOR-SEQ   TO CTL-COUNT-1.                       00032908
           MOVE WS-KP-COUNT       TO CTL-COUNT-2.                       00032909
           MOVE WS-TRANS-ALREADY-POSTED TO CTL-COUNT-3.                 00032910
           WRITE RUN-CTL-REC.                                           00032911
           CLOSE RUN-CTL.                                               00033000
      *                                                                 00033100
      *                                                                 00033110
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00033140
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00033150
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00033160
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00033161
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00033162
      *              CBL0023 CBL0012 CBL0027                            00033163
      *                                                                 00033190
       CHECK-CYCLE-CONTROL.                                             00033200
           PERFORM READ-OVERRIDE-PARM.                                  00033210
           PERFORM READ-BUSINESS-DATE.                                  00033211
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00033212
           OPEN INPUT CYCL-CTL.                                         00033230
           IF WS-CYCL-STATUS = '00'                                     00033240
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00033250
               END-IF                                                   00033818
           END-IF.                                                      00033820
      *                                                                 00033830
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00033831
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00033832
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00033833
      *                                                                 00033834
       READ-BUSINESS-DATE.                                              00033835
           MOVE ZERO TO WS-BUS-DATE.                                    00033836
           OPEN INPUT BUS-DATE.                                         00033837
           IF WS-BUSD-STATUS = '00'                                     00033838
               READ BUS-DATE                                            00033839
               AT END                                                   00033840
                   CONTINUE                                             00033841
               NOT AT END                                               00033842
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00033843
               END-READ                                                 00033844
               CLOSE BUS-DATE                                           00033845
           END-IF.                                                      00033846
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00033847
               DISPLAY 'CBL0006 NO BUSINESS DATE ON BUSDATE - '         00033848
                       'RUN CBL0031 FIRST - STOPPING'                   00033849
               MOVE 12 TO RETURN-CODE                                   00033850
               STOP RUN                                                 00033851
           END-IF.                                                      00033852
      *                                                                 00033853
       READ-OVERRIDE-PARM.                                              00033854
           OPEN INPUT OVR-PARM.                                         00033855
           IF WS-OVR-STATUS = '00'                                      00033860
               READ OVR-PARM                                            00033870
               AT END                                                   00033880
