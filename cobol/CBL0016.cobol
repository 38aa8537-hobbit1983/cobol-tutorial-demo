                  ORGANIZATION IS SEQUENTIAL.                           00002600
           SELECT MAINT-RPT   ASSIGN TO MNTRPT                          00002700
                  ORGANIZATION IS SEQUENTIAL.                           00002800
           SELECT PRICING-TBL ASSIGN TO PRICTBL                         00002810
                  ORGANIZATION IS SEQUENTIAL                            00002820
                  FILE STATUS   IS WS-PRC-STATUS.                       00002830
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002831
                  ORGANIZATION IS SEQUENTIAL                            00002832
                  FILE STATUS   IS WS-BUSD-STATUS.                      00002833
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00002834
                  ORGANIZATION IS INDEXED                               00002835
                  ACCESS MODE  IS RANDOM                                00002836
                  RECORD KEY   IS CJ-KEY                                00002837
                  FILE STATUS  IS WS-CJ-STATUS.                         00002838
      *-------------                                                    00002900
       DATA DIVISION.                                                   00003000
      *-------------                                                    00003100
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004400
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004500
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004600
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004610
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004620
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004621
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004622
               10  FILLER                PIC X(1).                      00004623
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004701
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004702
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004703
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004704
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004705
           05  ACCT-DUE-DATE       PIC 9(8).                            00004706
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004707
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004708
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004709
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004710
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004711
           05  COMMENTS       PIC X(50).                                00004800
      *                                                                 00004900
       FD  MAINT-FILE RECORDING MODE F.                                 00005000
               88  MNT-IS-OPEN         VALUE 'O'.                       00005600
               88  MNT-IS-CLOSE        VALUE 'C'.                       00005700
               88  MNT-IS-CYCLE-CHANGE VALUE 'Y'.                       00005710
               88  MNT-IS-PLAN-CHANGE  VALUE 'P'.                       00005711
               88  MNT-IS-BLOCK        VALUE 'B'.                       00005712
               88  MNT-IS-UNBLOCK      VALUE 'U'.                       00005713
           05  MNT-DATE        PIC 9(8).                                00005800
           05  MNT-LAST-NAME   PIC X(20).                               00005900
           05  MNT-FIRST-NAME  PIC X(15).                               00006000
           05  MNT-USA-STATE   PIC X(15).                               00006300
           05  MNT-ACCT-LIMIT  PIC S9(7)V99 COMP-3.                     00006400
           05  MNT-CYCLE-CODE  PIC X(2).                                00006410
           05  MNT-PLAN-CODE   PIC X(2).                                00006411
      *                                                                 00006500
       FD  MAINT-RPT RECORDING MODE F.                                  00006600
       01  MAINT-RPT-REC.                                               00006700
           05  FILLER          PIC X(2)  VALUE SPACES.                  00007300
           05  MRPT-RESULT     PIC X(30).                               00007400
      *                                                                 00007500
      * THE PRICING TABLE HOLDS THE TERMS OF EVERY PLAN MARKETING HAS   00007501
      * SET UP.  MAINTENANCE ONLY NEEDS TO KNOW WHICH CODES EXIST.      00007502
      *                                                                 00007503
       FD  PRICING-TBL RECORDING MODE F.                                00007504
       01  PRICING-REC.                                                 00007505
           05  PRC-PLAN-CODE      PIC X(2).                             00007506
           05  PRC-APR            PIC 9(2)V99.                          00007507
           05  PRC-LATE-FEE-AMT   PIC 9(3)V99.                          00007508
           05  PRC-GRACE-DAYS     PIC 9(3).                             00007509
           05  PRC-PROMO-EXPIRY   PIC 9(8).                             00007510
           05  PRC-REVERT-PLAN    PIC X(2).                             00007511
           05  PRC-DESC           PIC X(20).                            00007512
           05  FILLER             PIC X(36).                            00007513
      *                                                                 00007514
       FD  BUS-DATE RECORDING MODE F.                                   00007515
       01  BUS-DATE-REC.                                                00007516
           05  BUSD-CURR-DATE     PIC 9(8).                             00007517
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00007518
           05  BUSD-ROLLED-ON     PIC 9(8).                             00007519
           05  BUSD-CYCLE-DAYS.                                         00007520
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00007521
           05  FILLER             PIC X(8).                             00007522
      *                                                                 00007523
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00007524
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00007525
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00007526
      * THE ORDER THEY WERE MADE.                                       00007527
      *                                                                 00007528
       FD  CHG-JRNL.                                                    00007529
       01  CHG-JRNL-REC.                                                00007530
           05  CJ-KEY.                                                  00007531
               10  CJ-ACCT-NO      PIC X(8).                            00007532
               10  CJ-BUS-DATE     PIC 9(8).                            00007533
               10  CJ-STAMP-DATE   PIC 9(8).                            00007534
               10  CJ-STAMP-TIME   PIC 9(8).                            00007535
               10  CJ-STAMP-SEQ    PIC 9(3).                            00007536
           05  CJ-FIELD            PIC X(12).                           00007537
           05  CJ-OLD-VALUE        PIC X(25).                           00007538
           05  CJ-NEW-VALUE        PIC X(25).                           00007539
           05  CJ-PROGRAM          PIC X(8).                            00007540
           05  CJ-SOURCE           PIC X(1).                            00007541
               88  CJ-FROM-MAINT        VALUE 'M'.                      00007542
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00007543
               88  CJ-FROM-POSTING      VALUE 'P'.                      00007544
               88  CJ-FROM-AGING        VALUE 'G'.                      00007545
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00007546
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00007547
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00007548
           05  CJ-SOURCE-REF       PIC X(10).                           00007549
           05  FILLER              PIC X(14).                           00007550
      *                                                                 00007551
       WORKING-STORAGE SECTION.                                         00007600
       01 FLAGS.                                                        00007700
         05 LASTREC             PIC X VALUE SPACE.                      00007800
         05 WS-MST-FOUND-SW     PIC X VALUE 'N'.                        00007900
           88 MASTER-REC-FOUND      VALUE 'Y'.                          00008000
         05 WS-PRC-EOF-SW       PIC X VALUE 'N'.                        00008010
         05 WS-PLAN-FOUND-SW    PIC X VALUE 'N'.                        00008020
           88 PLAN-ON-TABLE         VALUE 'Y'.                          00008030
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00008031
       01 WORK-FIELDS.                                                  00008100
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00008200
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00008300
         05 WS-RECS-APPLIED     PIC 9(7) COMP-3 VALUE ZERO.             00008400
         05 WS-RECS-REJECTED    PIC 9(7) COMP-3 VALUE ZERO.             00008500
         05 WS-PRC-STATUS       PIC X(2) VALUE SPACES.                  00008510
         05 WS-PX               PIC 9(3) VALUE ZERO.                    00008520
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00008521
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00008522
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00008523
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00008524
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00008525
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00008526
      *                                                                 00008530
       01 PLAN-TABLE.                                                   00008540
         05 WS-PLAN-COUNT       PIC 9(3) VALUE ZERO.                    00008550
         05 WS-PLAN-CODE        PIC X(2) OCCURS 50 TIMES.               00008560
      *                                                                 00008561
       01 BEFORE-IMAGE.                                                 00008562
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00008563
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00008564
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00008565
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00008566
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00008567
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00008568
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00008569
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00008570
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00008571
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00008572
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00008573
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00008574
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00008575
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00008576
      *------------------                                               00008600
       PROCEDURE DIVISION.                                              00008700
      *------------------                                               00008800
           PERFORM CLOSE-STOP.                                          00009700
      *                                                                 00009800
       OPEN-FILES.                                                      00009900
           PERFORM READ-BUSINESS-DATE.                                  00009901
           PERFORM LOAD-PLAN-TABLE.                                     00009910
           OPEN I-O    ACCT-REC.                                        00010000
           OPEN INPUT  MAINT-FILE.                                      00010100
           OPEN OUTPUT MAINT-RPT.                                       00010200
           PERFORM OPEN-CHANGE-JOURNAL.                                 00010201
      *                                                                 00010202
       OPEN-CHANGE-JOURNAL.                                             00010203
           OPEN I-O CHG-JRNL.                                           00010204
           IF WS-CJ-STATUS = '35'                                       00010205
               OPEN OUTPUT CHG-JRNL                                     00010206
               CLOSE CHG-JRNL                                           00010207
               OPEN I-O CHG-JRNL                                        00010208
           END-IF.                                                      00010209
           IF WS-CJ-STATUS NOT = '00'                                   00010210
               DISPLAY 'CBL0016 CHGJRNL OPEN FAILED - STATUS '          00010211
                       WS-CJ-STATUS ' - STOPPING'                       00010212
               MOVE 12 TO RETURN-CODE                                   00010213
               STOP RUN                                                 00010214
           END-IF.                                                      00010215
      *                                                                 00010216
      * CHANGES ARE JOURNALED UNDER THE BUSINESS DATE CBL0031 ROLLED    00010217
      * FORWARD, THE SAME DATE THE NIGHT'S POSTINGS CARRY.              00010218
      *                                                                 00010219
       READ-BUSINESS-DATE.                                              00010220
           MOVE ZERO TO WS-BUS-DATE.                                    00010221
           OPEN INPUT BUS-DATE.                                         00010222
           IF WS-BUSD-STATUS = '00'                                     00010223
               READ BUS-DATE                                            00010224
               AT END                                                   00010225
                   CONTINUE                                             00010226
               NOT AT END                                               00010227
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00010228
               END-READ                                                 00010229
               CLOSE BUS-DATE                                           00010230
           END-IF.                                                      00010231
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00010232
               DISPLAY 'CBL0016 NO BUSINESS DATE ON BUSDATE - '         00010233
                       'RUN CBL0031 FIRST - STOPPING'                   00010234
               MOVE 12 TO RETURN-CODE                                   00010235
               STOP RUN                                                 00010236
           END-IF.                                                      00010237
      *                                                                 00010300
       CLOSE-STOP.                                                      00010400
           CLOSE ACCT-REC.                                              00010500
           CLOSE MAINT-FILE.                                            00010600
           CLOSE MAINT-RPT.                                             00010700
           CLOSE CHG-JRNL.                                              00010710
           DISPLAY 'CBL0016 MAINT TRANS READ : ' WS-RECS-READ.          00010800
           DISPLAY 'CBL0016 MAINT APPLIED    : ' WS-RECS-APPLIED.       00010900
           DISPLAY 'CBL0016 MAINT REJECTED   : ' WS-RECS-REJECTED.      00011000
           DISPLAY 'CBL0016 CHANGES JOURNALED: ' WS-CJ-WRITTEN.         00011010
           STOP RUN.                                                    00011100
      *                                                                 00011200
       READ-MAINT-REC.                                                  00011300
           AT END MOVE 'Y' TO LASTREC                                   00011500
           END-READ.                                                    00011600
      *                                                                 00011700
       LOAD-PLAN-TABLE.                                                 00011701
           OPEN INPUT PRICING-TBL.                                      00011702
           IF WS-PRC-STATUS = '00'                                      00011703
               PERFORM UNTIL WS-PRC-EOF-SW = 'Y'                        00011704
                   READ PRICING-TBL                                     00011705
                   AT END                                               00011706
                       MOVE 'Y' TO WS-PRC-EOF-SW                        00011707
                   NOT AT END                                           00011708
                       IF PRC-PLAN-CODE NOT = SPACES                    00011709
                          AND WS-PLAN-COUNT < 50                        00011710
                           ADD 1 TO WS-PLAN-COUNT                       00011711
                           MOVE PRC-PLAN-CODE                           00011712
                             TO WS-PLAN-CODE (WS-PLAN-COUNT)            00011713
                       END-IF                                           00011714
                   END-READ                                             00011715
               END-PERFORM                                              00011716
               CLOSE PRICING-TBL                                        00011717
           ELSE                                                         00011718
               DISPLAY 'CBL0016 WARNING: PRICTBL MISSING - '            00011719
                       'PLAN CODES CANNOT BE ASSIGNED'                  00011720
           END-IF.                                                      00011721
      *                                                                 00011722
       APPLY-ONE-MAINT.                                                 00011800
           PERFORM LOOKUP-MASTER-REC                                    00011900
           MOVE MNT-DATE TO WS-CJ-SOURCE-REF                            00011910
           EVALUATE TRUE                                                00012000
               WHEN MNT-IS-ADDR-CHANGE                                  00012100
                   PERFORM APPLY-ADDR-CHANGE                            00012200
                   PERFORM APPLY-ACCOUNT-CLOSE                          00012800
               WHEN MNT-IS-CYCLE-CHANGE                                 00012810
                   PERFORM APPLY-CYCLE-CHANGE                           00012820
               WHEN MNT-IS-PLAN-CHANGE                                  00012821
                   PERFORM APPLY-PLAN-CHANGE                            00012822
               WHEN MNT-IS-BLOCK                                        00012823
                   PERFORM APPLY-BLOCK                                  00012824
               WHEN MNT-IS-UNBLOCK                                      00012825
                   PERFORM APPLY-UNBLOCK                                00012826
               WHEN OTHER                                               00012900
                   MOVE 'REJECTED - INVALID MAINT TYPE '                00013000
                                    TO MRPT-RESULT                      00013100
               NOT INVALID KEY                                          00014100
                   MOVE 'Y' TO WS-MST-FOUND-SW                          00014200
           END-READ.                                                    00014300
           IF MASTER-REC-FOUND                                          00014310
               PERFORM SAVE-BEFORE-IMAGE                                00014320
           ELSE                                                         00014330
               PERFORM CLEAR-BEFORE-IMAGE                               00014340
           END-IF.                                                      00014350
      *                                                                 00014400
       APPLY-ADDR-CHANGE.                                               00014500
           IF NOT MASTER-REC-FOUND                                      00014600
               MOVE MNT-USA-STATE   TO USA-STATE                        00015200
               MOVE MNT-DATE        TO LAST-ACTIVITY-DATE               00015210
               REWRITE ACCT-FIELDS                                      00015300
               PERFORM JOURNAL-CHANGES                                  00015310
               MOVE 'APPLIED - ADDRESS CHANGED     ' TO MRPT-RESULT     00015400
               PERFORM WRITE-APPLIED-LINE                               00015500
           END-IF.                                                      00015600
               MOVE MNT-FIRST-NAME TO FIRST-NAME                        00016400
               MOVE MNT-DATE       TO LAST-ACTIVITY-DATE                00016410
               REWRITE ACCT-FIELDS                                      00016500
               PERFORM JOURNAL-CHANGES                                  00016510
               MOVE 'APPLIED - NAME CHANGED        ' TO MRPT-RESULT     00016600
               PERFORM WRITE-APPLIED-LINE                               00016700
           END-IF.                                                      00016800
      *                                                                 00016900
       APPLY-ACCOUNT-OPEN.                                              00017000
           IF MNT-PLAN-CODE = SPACES                                    00017010
               MOVE 'Y' TO WS-PLAN-FOUND-SW                             00017020
           ELSE                                                         00017400
               PERFORM LOOKUP-PLAN-CODE                                 00017410
           END-IF                                                       00017420
           EVALUATE TRUE                                                00017430
               WHEN MASTER-REC-FOUND                                    00017440
                   MOVE 'REJECTED - ALREADY ON MASTER  ' TO MRPT-RESULT 00017450
                   PERFORM WRITE-REJECTED-LINE                          00017460
               WHEN NOT PLAN-ON-TABLE                                   00017470
                   MOVE 'REJECTED - PLAN NOT ON PRICTBL' TO MRPT-RESULT 00017480
                   PERFORM WRITE-REJECTED-LINE                          00017490
               WHEN OTHER                                               00017500
                   MOVE SPACES          TO ACCT-FIELDS                  00017510
                   MOVE MNT-ACCT-NO     TO ACCT-NO                      00017520
                   MOVE MNT-ACCT-LIMIT  TO ACCT-LIMIT                   00017530
                   MOVE ZERO            TO ACCT-BALANCE                 00017540
                   MOVE ZERO            TO ACCT-PRIN-BAL                00017550
                   MOVE ZERO            TO ACCT-FEE-BAL                 00017560
                   MOVE ZERO            TO ACCT-FIN-BAL                 00017570
                   MOVE MNT-LAST-NAME   TO LAST-NAME                    00017580
                   MOVE MNT-FIRST-NAME  TO FIRST-NAME                   00017590
                   MOVE MNT-STREET-ADDR TO STREET-ADDR                  00017600
                   MOVE MNT-CITY-COUNTY TO CITY-COUNTY                  00017610
                   MOVE MNT-USA-STATE   TO USA-STATE                    00017620
                   MOVE ZERO            TO DELINQ-DAYS-PAST-DUE         00017630
                   MOVE 'N'             TO DELINQ-COLL-FLAG             00017640
                   MOVE 'N'             TO DELINQ-CHGOFF-FLAG           00017650
                   MOVE 'N'             TO DELINQ-BLOCK-FLAG            00017651
                   MOVE ZERO            TO LAST-PAYMENT-DATE            00017660
                   MOVE MNT-DATE        TO LAST-ACTIVITY-DATE           00017670
                   IF MNT-CYCLE-CODE = SPACES                           00017680
                       MOVE '01'        TO ACCT-CYCLE-CODE              00017690
                   ELSE                                                 00017700
                       MOVE MNT-CYCLE-CODE TO ACCT-CYCLE-CODE           00017710
                   END-IF                                               00017720
                   MOVE ZERO            TO ACCT-MIN-DUE                 00017730
                   MOVE ZERO            TO ACCT-MIN-UNPAID              00017740
                   MOVE ZERO            TO ACCT-DUE-DATE                00017750
                   MOVE ZERO            TO ACCT-PAST-DUE-SINCE          00017760
                   MOVE ZERO            TO ACCT-CHGOFF-DATE             00017770
                   MOVE ZERO            TO ACCT-CHGOFF-AMT              00017780
                   MOVE ZERO            TO ACCT-CHGOFF-RECOV            00017790
                   IF MNT-PLAN-CODE = SPACES                            00017800
                       MOVE '00'        TO ACCT-PRICE-PLAN              00017810
                   ELSE                                                 00017820
                       MOVE MNT-PLAN-CODE TO ACCT-PRICE-PLAN            00017830
                   END-IF                                               00017840
                   MOVE SPACES          TO COMMENTS                     00017850
                   WRITE ACCT-FIELDS                                    00017860
                   MOVE 'ACCOUNT     ' TO CJ-FIELD                      00017861
                   MOVE SPACES         TO CJ-OLD-VALUE                  00017862
                   MOVE 'OPENED'       TO CJ-NEW-VALUE                  00017863
                   PERFORM WRITE-CHANGE-JOURNAL                         00017864
                   PERFORM JOURNAL-CHANGES                              00017865
                   MOVE 'APPLIED - ACCOUNT OPENED      ' TO MRPT-RESULT 00017870
                   PERFORM WRITE-APPLIED-LINE                           00017880
           END-EVALUATE.                                                00017890
      *                                                                 00019100
      * A CLOSE IS BLOCKED WHILE MONEY IS STILL OWED OR THE ACCOUNT     00019200
      * IS IN COLLECTION - THE RULE THE BRANCHES USED TO ENFORCE BY     00019300
      * EYEBALL BEFORE CLOSING BY HAND.  A CHARGED-OFF ACCOUNT STAYS    00019310
      * ON THE MASTER FOR RECOVERIES AND BUREAU REPORTING EVEN THOUGH   00019320
      * ITS BALANCE IS ZERO.                                            00019330
      *                                                                 00019500
       APPLY-ACCOUNT-CLOSE.                                             00019600
           EVALUATE TRUE                                                00019700
               WHEN NOT MASTER-REC-FOUND                                00019800
                   MOVE 'REJECTED - NOT ON MASTER      ' TO MRPT-RESULT 00019900
                   PERFORM WRITE-REJECTED-LINE                          00019910
               WHEN DELINQ-CHARGED-OFF                                  00019920
                   MOVE 'REJECTED - ACCOUNT CHARGED OFF' TO MRPT-RESULT 00019930
                   PERFORM WRITE-REJECTED-LINE                          00020000
               WHEN ACCT-BALANCE NOT = ZERO                             00020100
                   MOVE 'REJECTED - BALANCE NOT ZERO   ' TO MRPT-RESULT 00020200
                   PERFORM WRITE-REJECTED-LINE                          00020600
               WHEN OTHER                                               00020700
                   DELETE ACCT-REC RECORD                               00020800
                   MOVE 'ACCOUNT     ' TO CJ-FIELD                      00020810
                   MOVE 'OPEN'         TO CJ-OLD-VALUE                  00020820
                   MOVE 'CLOSED'       TO CJ-NEW-VALUE                  00020830
                   PERFORM WRITE-CHANGE-JOURNAL                         00020840
                   MOVE 'APPLIED - ACCOUNT CLOSED      ' TO MRPT-RESULT 00020900
                   PERFORM WRITE-APPLIED-LINE                           00021000
           END-EVALUATE.                                                00021100
                   MOVE MNT-CYCLE-CODE TO ACCT-CYCLE-CODE               00021272
                   MOVE MNT-DATE       TO LAST-ACTIVITY-DATE            00021273
                   REWRITE ACCT-FIELDS                                  00021274
                   PERFORM JOURNAL-CHANGES                              00021275
                   MOVE 'APPLIED - CYCLE CODE CHANGED  ' TO MRPT-RESULT 00021276
                   PERFORM WRITE-APPLIED-LINE                           00021277
           END-EVALUATE.                                                00021278
      *                                                                 00021279
      * THE PRICING PLAN SETS THE ACCOUNT'S APR, LATE FEE AND GRACE     00021280
      * DAYS.  A NEW ACCOUNT WITH NO PLAN GOES ON THE STANDARD PLAN     00021281
      * 00.  ONLY PLAN 00 OR A PLAN ON THE PRICING TABLE CAN BE GIVEN.  00021282
      * THE NEW PLAN APPLIES FROM THE ACCOUNT'S NEXT FEE ASSESSMENT.    00021283
      *                                                                 00021284
       APPLY-PLAN-CHANGE.                                               00021285
           PERFORM LOOKUP-PLAN-CODE                                     00021286
           EVALUATE TRUE                                                00021287
               WHEN NOT MASTER-REC-FOUND                                00021288
                   MOVE 'REJECTED - NOT ON MASTER      ' TO MRPT-RESULT 00021289
                   PERFORM WRITE-REJECTED-LINE                          00021290
               WHEN NOT PLAN-ON-TABLE                                   00021291
                   MOVE 'REJECTED - PLAN NOT ON PRICTBL' TO MRPT-RESULT 00021292
                   PERFORM WRITE-REJECTED-LINE                          00021293
               WHEN OTHER                                               00021294
                   MOVE MNT-PLAN-CODE  TO ACCT-PRICE-PLAN               00021295
                   MOVE MNT-DATE       TO LAST-ACTIVITY-DATE            00021296
                   REWRITE ACCT-FIELDS                                  00021297
                   PERFORM JOURNAL-CHANGES                              00021298
                   MOVE 'APPLIED - PRICING PLAN CHANGED' TO MRPT-RESULT 00021299
                   PERFORM WRITE-APPLIED-LINE                           00021300
           END-EVALUATE.                                                00021301
      *                                                                 00021302
      *                                                                 00021303
      * A FRAUD ANALYST BLOCKS AN ACCOUNT AFTER REVIEWING IT ON THE     00021304
      * VELOCITY REPORT (CBL0036).  WHILE THE BLOCK IS ON, POSTING      00021305
      * HOLDS NEW CHARGES IN SUSPENSE BUT STILL TAKES PAYMENTS AND      00021306
      * CREDITS.  THE ANALYST LIFTS THE BLOCK THE SAME WAY, AND THE     00021307
      * HELD CHARGES POST ON THE NEXT NIGHT'S RECYCLE.                  00021308
      *                                                                 00021309
       APPLY-BLOCK.                                                     00021310
           EVALUATE TRUE                                                00021311
               WHEN NOT MASTER-REC-FOUND                                00021312
                   MOVE 'REJECTED - NOT ON MASTER      ' TO MRPT-RESULT 00021313
                   PERFORM WRITE-REJECTED-LINE                          00021314
               WHEN DELINQ-BLOCKED                                      00021315
                   MOVE 'REJECTED - ALREADY BLOCKED    ' TO MRPT-RESULT 00021316
                   PERFORM WRITE-REJECTED-LINE                          00021317
               WHEN OTHER                                               00021318
                   MOVE 'Y'            TO DELINQ-BLOCK-FLAG             00021319
                   MOVE MNT-DATE       TO LAST-ACTIVITY-DATE            00021320
                   REWRITE ACCT-FIELDS                                  00021321
                   PERFORM JOURNAL-CHANGES                              00021322
                   MOVE 'APPLIED - ACCOUNT BLOCKED     ' TO MRPT-RESULT 00021323
                   PERFORM WRITE-APPLIED-LINE                           00021324
           END-EVALUATE.                                                00021325
      *                                                                 00021326
       APPLY-UNBLOCK.                                                   00021327
           EVALUATE TRUE                                                00021328
               WHEN NOT MASTER-REC-FOUND                                00021329
                   MOVE 'REJECTED - NOT ON MASTER      ' TO MRPT-RESULT 00021330
                   PERFORM WRITE-REJECTED-LINE                          00021331
               WHEN NOT DELINQ-BLOCKED                                  00021332
                   MOVE 'REJECTED - ACCOUNT NOT BLOCKED' TO MRPT-RESULT 00021333
                   PERFORM WRITE-REJECTED-LINE                          00021334
               WHEN OTHER                                               00021335
                   MOVE 'N'            TO DELINQ-BLOCK-FLAG             00021336
                   MOVE MNT-DATE       TO LAST-ACTIVITY-DATE            00021337
                   REWRITE ACCT-FIELDS                                  00021338
                   PERFORM JOURNAL-CHANGES                              00021339
                   MOVE 'APPLIED - BLOCK REMOVED       ' TO MRPT-RESULT 00021340
                   PERFORM WRITE-APPLIED-LINE                           00021341
           END-EVALUATE.                                                00021342
      *                                                                 00021343
      * STANDARD PLAN 00 NEED NOT BE ON PRICTBL - CBL0010 PRICES IT     00021344
      * FROM FEEPARM WHEN IT IS NOT.                                    00021345
      *                                                                 00021346
       LOOKUP-PLAN-CODE.                                                00021347
           MOVE 'N' TO WS-PLAN-FOUND-SW                                 00021348
           IF MNT-PLAN-CODE = '00'                                      00021349
               MOVE 'Y' TO WS-PLAN-FOUND-SW                             00021350
           ELSE                                                         00021351
               PERFORM VARYING WS-PX FROM 1 BY 1                        00021352
                       UNTIL WS-PX > WS-PLAN-COUNT                      00021353
                   IF WS-PLAN-CODE (WS-PX) = MNT-PLAN-CODE              00021354
                       MOVE 'Y' TO WS-PLAN-FOUND-SW                     00021355
                   END-IF                                               00021356
               END-PERFORM                                              00021357
           END-IF.                                                      00021358
      *                                                                 00021359
      *                                                                 00021360
      * A NEW ACCOUNT IS JOURNALED AGAINST AN EMPTY BEFORE IMAGE, SO    00021361
      * EVERY VALUE IT OPENS WITH IS ON THE JOURNAL.                    00021362
      *                                                                 00021363
       CLEAR-BEFORE-IMAGE.                                              00021364
           MOVE MNT-ACCT-NO TO BEF-ACCT-NO.                             00021365
           MOVE ZERO        TO BEF-ACCT-LIMIT.                          00021366
           MOVE ZERO        TO BEF-ACCT-BALANCE.                        00021367
           MOVE SPACES      TO BEF-LAST-NAME.                           00021368
           MOVE SPACES      TO BEF-FIRST-NAME.                          00021369
           MOVE SPACES      TO BEF-STREET-ADDR.                         00021370
           MOVE SPACES      TO BEF-CITY-COUNTY.                         00021371
           MOVE SPACES      TO BEF-USA-STATE.                           00021372
           MOVE SPACES      TO BEF-COLL-FLAG.                           00021373
           MOVE SPACES      TO BEF-CHGOFF-FLAG.                         00021374
           MOVE SPACES      TO BEF-BLOCK-FLAG.                          00021375
           MOVE SPACES      TO BEF-CYCLE-CODE.                          00021376
           MOVE ZERO        TO BEF-PAST-DUE-SINCE.                      00021377
           MOVE SPACES      TO BEF-PRICE-PLAN.                          00021378
      *                                                                 00021379
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00021380
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00021381
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00021382
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00021383
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00021384
      *                                                                 00021385
       SAVE-BEFORE-IMAGE.                                               00021386
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00021387
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00021388
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00021389
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00021390
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00021391
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00021392
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00021393
           MOVE USA-STATE           TO BEF-USA-STATE.                   00021394
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00021395
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00021396
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00021397
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00021398
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00021399
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00021400
      *                                                                 00021401
       JOURNAL-CHANGES.                                                 00021402
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00021403
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00021404
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00021405
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00021406
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00021407
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00021408
               PERFORM WRITE-CHANGE-JOURNAL                             00021409
           END-IF.                                                      00021410
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00021411
               MOVE 'BALANCE     ' TO CJ-FIELD                          00021412
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00021413
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00021414
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00021415
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00021416
               PERFORM WRITE-CHANGE-JOURNAL                             00021417
           END-IF.                                                      00021418
           IF LAST-NAME NOT = BEF-LAST-NAME                             00021419
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00021420
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00021421
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00021422
               PERFORM WRITE-CHANGE-JOURNAL                             00021423
           END-IF.                                                      00021424
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00021425
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00021426
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00021427
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00021428
               PERFORM WRITE-CHANGE-JOURNAL                             00021429
           END-IF.                                                      00021430
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00021431
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00021432
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00021433
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00021434
               PERFORM WRITE-CHANGE-JOURNAL                             00021435
           END-IF.                                                      00021436
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00021437
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00021438
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00021439
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00021440
               PERFORM WRITE-CHANGE-JOURNAL                             00021441
           END-IF.                                                      00021442
           IF USA-STATE NOT = BEF-USA-STATE                             00021443
               MOVE 'STATE       ' TO CJ-FIELD                          00021444
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00021445
               MOVE USA-STATE TO CJ-NEW-VALUE                           00021446
               PERFORM WRITE-CHANGE-JOURNAL                             00021447
           END-IF.                                                      00021448
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00021449
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00021450
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00021451
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00021452
               PERFORM WRITE-CHANGE-JOURNAL                             00021453
           END-IF.                                                      00021454
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00021455
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00021456
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00021457
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00021458
               PERFORM WRITE-CHANGE-JOURNAL                             00021459
           END-IF.                                                      00021460
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00021461
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00021462
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00021463
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00021464
               PERFORM WRITE-CHANGE-JOURNAL                             00021465
           END-IF.                                                      00021466
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00021467
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00021468
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00021469
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00021470
               PERFORM WRITE-CHANGE-JOURNAL                             00021471
           END-IF.                                                      00021472
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00021473
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00021474
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00021475
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00021476
               PERFORM WRITE-CHANGE-JOURNAL                             00021477
           END-IF.                                                      00021478
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00021479
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00021480
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00021481
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00021482
               PERFORM WRITE-CHANGE-JOURNAL                             00021483
           END-IF.                                                      00021484
      *                                                                 00021485
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00021486
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00021487
      *                                                                 00021488
       WRITE-CHANGE-JOURNAL.                                            00021489
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00021490
           MOVE WS-BUS-DATE      TO CJ-BUS-DATE.                        00021491
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00021492
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00021493
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00021494
           MOVE 'CBL0016 '       TO CJ-PROGRAM.                         00021495
           MOVE 'M'              TO CJ-SOURCE.                          00021496
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00021497
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00021498
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00021499
               ADD 1 TO CJ-STAMP-SEQ                                    00021500
               WRITE CHG-JRNL-REC                                       00021501
                   INVALID KEY                                          00021502
                       CONTINUE                                         00021503
                   NOT INVALID KEY                                      00021504
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00021505
                       ADD 1 TO WS-CJ-WRITTEN                           00021506
               END-WRITE                                                00021507
               IF WS-CJ-DONE-SW = 'N'                                   00021508
                  AND (WS-CJ-STATUS NOT = '22'                          00021509
                       OR CJ-STAMP-SEQ = 999)                           00021510
                   DISPLAY 'CBL0016 CHGJRNL WRITE FAILED - STATUS '     00021511
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00021512
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00021513
               END-IF                                                   00021514
           END-PERFORM.                                                 00021515
      *                                                                 00021516
       WRITE-APPLIED-LINE.                                              00021517
           PERFORM WRITE-MAINT-LINE.                                    00021518
           ADD 1 TO WS-RECS-APPLIED.                                    00021519
      *                                                                 00021600
       WRITE-REJECTED-LINE.                                             00021700
           PERFORM WRITE-MAINT-LINE.                                    00021800
