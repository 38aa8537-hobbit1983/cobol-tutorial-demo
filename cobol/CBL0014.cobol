                  ORGANIZATION IS SEQUENTIAL.                           00002600
           SELECT APPLY-RPT   ASSIGN TO APPLYRPT                        00002700
                  ORGANIZATION IS SEQUENTIAL.                           00002800
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002810
                  ORGANIZATION IS SEQUENTIAL                            00002820
                  FILE STATUS   IS WS-BUSD-STATUS.                      00002830
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00002840
                  ORGANIZATION IS INDEXED                               00002850
                  ACCESS MODE  IS RANDOM                                00002860
                  RECORD KEY   IS CJ-KEY                                00002870
                  FILE STATUS  IS WS-CJ-STATUS.                         00002880
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
       FD  APPROVED-IN RECORDING MODE F.                                00005000
           05  FILLER           PIC X(2)  VALUE SPACES.                 00006600
           05  APL-RESULT       PIC X(26).                              00006700
      *                                                                 00006800
       FD  BUS-DATE RECORDING MODE F.                                   00006801
       01  BUS-DATE-REC.                                                00006802
           05  BUSD-CURR-DATE     PIC 9(8).                             00006803
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00006804
           05  BUSD-ROLLED-ON     PIC 9(8).                             00006805
           05  BUSD-CYCLE-DAYS.                                         00006806
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00006807
           05  FILLER             PIC X(8).                             00006808
      *                                                                 00006809
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00006810
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00006811
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00006812
      * THE ORDER THEY WERE MADE.                                       00006813
      *                                                                 00006814
       FD  CHG-JRNL.                                                    00006815
       01  CHG-JRNL-REC.                                                00006816
           05  CJ-KEY.                                                  00006817
               10  CJ-ACCT-NO      PIC X(8).                            00006818
               10  CJ-BUS-DATE     PIC 9(8).                            00006819
               10  CJ-STAMP-DATE   PIC 9(8).                            00006820
               10  CJ-STAMP-TIME   PIC 9(8).                            00006821
               10  CJ-STAMP-SEQ    PIC 9(3).                            00006822
           05  CJ-FIELD            PIC X(12).                           00006823
           05  CJ-OLD-VALUE        PIC X(25).                           00006824
           05  CJ-NEW-VALUE        PIC X(25).                           00006825
           05  CJ-PROGRAM          PIC X(8).                            00006826
           05  CJ-SOURCE           PIC X(1).                            00006827
               88  CJ-FROM-MAINT        VALUE 'M'.                      00006828
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00006829
               88  CJ-FROM-POSTING      VALUE 'P'.                      00006830
               88  CJ-FROM-AGING        VALUE 'G'.                      00006831
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00006832
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00006833
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00006834
           05  CJ-SOURCE-REF       PIC X(10).                           00006835
           05  FILLER              PIC X(14).                           00006836
      *                                                                 00006837
       WORKING-STORAGE SECTION.                                         00006900
       01 FLAGS.                                                        00007000
         05 LASTREC             PIC X VALUE SPACE.                      00007100
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00007110
       01 WORK-FIELDS.                                                  00007200
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00007300
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00007400
         05 WS-RECS-APPLIED     PIC 9(7) COMP-3 VALUE ZERO.             00007500
         05 WS-RECS-REJECTED    PIC 9(7) COMP-3 VALUE ZERO.             00007600
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00007601
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00007602
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00007603
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00007604
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00007605
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00007606
      *                                                                 00007607
       01 BEFORE-IMAGE.                                                 00007608
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00007609
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00007610
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00007611
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00007612
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00007613
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00007614
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00007615
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00007616
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00007617
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00007618
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00007619
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00007620
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00007621
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00007622
      *------------------                                               00007700
       PROCEDURE DIVISION.                                              00007800
      *------------------                                               00007900
           PERFORM CLOSE-STOP.                                          00008800
      *                                                                 00008900
       OPEN-FILES.                                                      00009000
           PERFORM READ-BUSINESS-DATE.                                  00009010
           OPEN I-O    ACCT-REC.                                        00009100
           OPEN INPUT  APPROVED-IN.                                     00009200
           OPEN OUTPUT APPLY-RPT.                                       00009300
           PERFORM OPEN-CHANGE-JOURNAL.                                 00009301
      *                                                                 00009302
       OPEN-CHANGE-JOURNAL.                                             00009303
           OPEN I-O CHG-JRNL.                                           00009304
           IF WS-CJ-STATUS = '35'                                       00009305
               OPEN OUTPUT CHG-JRNL                                     00009306
               CLOSE CHG-JRNL                                           00009307
               OPEN I-O CHG-JRNL                                        00009308
           END-IF.                                                      00009309
           IF WS-CJ-STATUS NOT = '00'                                   00009310
               DISPLAY 'CBL0014 CHGJRNL OPEN FAILED - STATUS '          00009311
                       WS-CJ-STATUS ' - STOPPING'                       00009312
               MOVE 12 TO RETURN-CODE                                   00009313
               STOP RUN                                                 00009314
           END-IF.                                                      00009315
      *                                                                 00009316
      * CHANGES ARE JOURNALED UNDER THE BUSINESS DATE CBL0031 ROLLED    00009317
      * FORWARD, THE SAME DATE THE NIGHT'S POSTINGS CARRY.              00009318
      *                                                                 00009319
       READ-BUSINESS-DATE.                                              00009320
           MOVE ZERO TO WS-BUS-DATE.                                    00009321
           OPEN INPUT BUS-DATE.                                         00009322
           IF WS-BUSD-STATUS = '00'                                     00009323
               READ BUS-DATE                                            00009324
               AT END                                                   00009325
                   CONTINUE                                             00009326
               NOT AT END                                               00009327
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00009328
               END-READ                                                 00009329
               CLOSE BUS-DATE                                           00009330
           END-IF.                                                      00009331
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00009332
               DISPLAY 'CBL0014 NO BUSINESS DATE ON BUSDATE - '         00009333
                       'RUN CBL0031 FIRST - STOPPING'                   00009334
               MOVE 12 TO RETURN-CODE                                   00009335
               STOP RUN                                                 00009336
           END-IF.                                                      00009337
      *                                                                 00009400
       CLOSE-STOP.                                                      00009500
           CLOSE ACCT-REC.                                              00009600
           CLOSE APPROVED-IN.                                           00009700
           CLOSE APPLY-RPT.                                             00009800
           CLOSE CHG-JRNL.                                              00009810
           DISPLAY 'CBL0014 APPROVALS READ   : ' WS-RECS-READ.          00009900
           DISPLAY 'CBL0014 LIMITS APPLIED   : ' WS-RECS-APPLIED.       00010000
           DISPLAY 'CBL0014 LIMITS REJECTED  : ' WS-RECS-REJECTED.      00010100
           DISPLAY 'CBL0014 CHANGES JOURNALED: ' WS-CJ-WRITTEN.         00010110
           STOP RUN.                                                    00010200
      *                                                                 00010300
       READ-APPROVED-REC.                                               00010400
                   ADD 1 TO WS-RECS-REJECTED                            00011900
               NOT INVALID KEY                                          00012000
                   IF ACCT-LIMIT = APPR-OLD-LIMIT                       00012100
                       PERFORM SAVE-BEFORE-IMAGE                        00012110
                       MOVE APPR-REASON    TO WS-CJ-SOURCE-REF          00012120
                       MOVE APPR-NEW-LIMIT TO ACCT-LIMIT                00012200
                       REWRITE ACCT-FIELDS                              00012300
                       PERFORM JOURNAL-CHANGES                          00012310
                       MOVE 'APPLIED                   ' TO APL-RESULT  00012400
                       PERFORM WRITE-APPLY-LINE                         00012500
                       ADD 1 TO WS-RECS-APPLIED                         00012600
           MOVE APPR-REASON    TO APL-REASON.                           00013800
           WRITE APPLY-RPT-REC.                                         00013900
      *                                                                 00014000
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00014010
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00014020
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00014030
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00014040
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00014050
      *                                                                 00014060
       SAVE-BEFORE-IMAGE.                                               00014070
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00014080
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00014090
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00014100
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00014110
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00014120
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00014130
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00014140
           MOVE USA-STATE           TO BEF-USA-STATE.                   00014150
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00014160
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00014170
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00014171
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00014180
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00014190
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00014200
      *                                                                 00014210
       JOURNAL-CHANGES.                                                 00014220
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00014230
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00014240
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00014250
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00014260
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00014270
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00014280
               PERFORM WRITE-CHANGE-JOURNAL                             00014290
           END-IF.                                                      00014300
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00014310
               MOVE 'BALANCE     ' TO CJ-FIELD                          00014320
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00014330
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00014340
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00014350
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00014360
               PERFORM WRITE-CHANGE-JOURNAL                             00014370
           END-IF.                                                      00014380
           IF LAST-NAME NOT = BEF-LAST-NAME                             00014390
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00014400
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00014410
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00014420
               PERFORM WRITE-CHANGE-JOURNAL                             00014430
           END-IF.                                                      00014440
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00014450
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00014460
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00014470
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00014480
               PERFORM WRITE-CHANGE-JOURNAL                             00014490
           END-IF.                                                      00014500
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00014510
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00014520
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00014530
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00014540
               PERFORM WRITE-CHANGE-JOURNAL                             00014550
           END-IF.                                                      00014560
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00014570
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00014580
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00014590
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00014600
               PERFORM WRITE-CHANGE-JOURNAL                             00014610
           END-IF.                                                      00014620
           IF USA-STATE NOT = BEF-USA-STATE                             00014630
               MOVE 'STATE       ' TO CJ-FIELD                          00014640
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00014650
               MOVE USA-STATE TO CJ-NEW-VALUE                           00014660
               PERFORM WRITE-CHANGE-JOURNAL                             00014670
           END-IF.                                                      00014680
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00014690
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00014700
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00014710
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00014720
               PERFORM WRITE-CHANGE-JOURNAL                             00014730
           END-IF.                                                      00014740
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00014750
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00014760
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00014770
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00014780
               PERFORM WRITE-CHANGE-JOURNAL                             00014790
           END-IF.                                                      00014800
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00014801
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00014802
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00014803
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00014804
               PERFORM WRITE-CHANGE-JOURNAL                             00014805
           END-IF.                                                      00014806
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00014810
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00014820
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00014830
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00014840
               PERFORM WRITE-CHANGE-JOURNAL                             00014850
           END-IF.                                                      00014860
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00014870
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00014880
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00014890
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00014900
               PERFORM WRITE-CHANGE-JOURNAL                             00014910
           END-IF.                                                      00014920
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00014930
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00014940
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00014950
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00014960
               PERFORM WRITE-CHANGE-JOURNAL                             00014970
           END-IF.                                                      00014980
      *                                                                 00014990
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00015000
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00015010
      *                                                                 00015020
       WRITE-CHANGE-JOURNAL.                                            00015030
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00015040
           MOVE WS-BUS-DATE      TO CJ-BUS-DATE.                        00015050
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00015060
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00015070
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00015080
           MOVE 'CBL0014 '       TO CJ-PROGRAM.                         00015090
           MOVE 'A'              TO CJ-SOURCE.                          00015100
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00015110
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00015120
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00015130
               ADD 1 TO CJ-STAMP-SEQ                                    00015140
               WRITE CHG-JRNL-REC                                       00015150
                   INVALID KEY                                          00015160
                       CONTINUE                                         00015170
                   NOT INVALID KEY                                      00015180
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00015190
                       ADD 1 TO WS-CJ-WRITTEN                           00015200
               END-WRITE                                                00015210
               IF WS-CJ-DONE-SW = 'N'                                   00015220
                  AND (WS-CJ-STATUS NOT = '22'                          00015230
                       OR CJ-STAMP-SEQ = 999)                           00015240
                   DISPLAY 'CBL0014 CHGJRNL WRITE FAILED - STATUS '     00015250
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00015260
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00015270
               END-IF                                                   00015280
           END-PERFORM.                                                 00015290
      *                                                                 00015300
