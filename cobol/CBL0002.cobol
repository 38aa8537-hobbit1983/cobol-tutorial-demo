                  ACCESS MODE  IS SEQUENTIAL                            00002200
                  RECORD KEY   IS ACCT-NO                               00002300
                  FILE STATUS  IS WS-ACCT-STATUS.                       00002400
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00002601
                  ORGANIZATION IS SEQUENTIAL                            00002602
                  FILE STATUS   IS WS-CYCL-STATUS.                      00002603
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00002604
                  ORGANIZATION IS SEQUENTIAL                            00002605
                  FILE STATUS   IS WS-OVR-STATUS.                       00002606
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002607
                  ORGANIZATION IS SEQUENTIAL                            00002608
                  FILE STATUS   IS WS-BUSD-STATUS.                      00002609
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00002610
                  ORGANIZATION IS INDEXED                               00002611
                  ACCESS MODE  IS RANDOM                                00002612
                  RECORD KEY   IS CJ-KEY                                00002613
                  FILE STATUS  IS WS-CJ-STATUS.                         00002614
      *-------------                                                    00002700
       DATA DIVISION.                                                   00002800
      *-------------                                                    00002900
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004200
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004300
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004400
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004410
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004420
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004421
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004422
               10  FILLER                PIC X(1).                      00004423
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004501
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004502
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004503
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004504
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004505
           05  ACCT-DUE-DATE       PIC 9(8).                            00004506
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004507
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004508
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004509
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004510
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004511
           05  COMMENTS       PIC X(50).                                00004600
      *                                                                 00005200
      *                                                                 00005201
       FD  CYCL-CTL RECORDING MODE F.                                   00005202
       FD  OVR-PARM RECORDING MODE F.                                   00005208
       01  OVR-PARM-REC.                                                00005209
           05  OVR-RERUN-FLAG  PIC X(1).                                00005210
      *                                                                 00005211
       FD  BUS-DATE RECORDING MODE F.                                   00005212
       01  BUS-DATE-REC.                                                00005213
           05  BUSD-CURR-DATE     PIC 9(8).                             00005214
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00005215
           05  BUSD-ROLLED-ON     PIC 9(8).                             00005216
           05  BUSD-CYCLE-DAYS.                                         00005217
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00005218
           05  FILLER             PIC X(8).                             00005219
      *                                                                 00005220
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00005221
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00005222
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00005223
      * THE ORDER THEY WERE MADE.                                       00005224
      *                                                                 00005225
       FD  CHG-JRNL.                                                    00005226
       01  CHG-JRNL-REC.                                                00005227
           05  CJ-KEY.                                                  00005228
               10  CJ-ACCT-NO      PIC X(8).                            00005229
               10  CJ-BUS-DATE     PIC 9(8).                            00005230
               10  CJ-STAMP-DATE   PIC 9(8).                            00005231
               10  CJ-STAMP-TIME   PIC 9(8).                            00005232
               10  CJ-STAMP-SEQ    PIC 9(3).                            00005233
           05  CJ-FIELD            PIC X(12).                           00005234
           05  CJ-OLD-VALUE        PIC X(25).                           00005235
           05  CJ-NEW-VALUE        PIC X(25).                           00005236
           05  CJ-PROGRAM          PIC X(8).                            00005237
           05  CJ-SOURCE           PIC X(1).                            00005238
               88  CJ-FROM-MAINT        VALUE 'M'.                      00005239
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00005240
               88  CJ-FROM-POSTING      VALUE 'P'.                      00005241
               88  CJ-FROM-AGING        VALUE 'G'.                      00005242
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00005243
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00005244
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00005245
           05  CJ-SOURCE-REF       PIC X(10).                           00005246
           05  FILLER              PIC X(14).                           00005247
      *                                                                 00005248
       WORKING-STORAGE SECTION.                                         00005300
       01 FLAGS.                                                        00005400
         05 LASTREC-ACCT        PIC X VALUE SPACE.                      00005500
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00005510
       01 WORK-FIELDS.                                                  00005700
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00005800
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00005810
         05 WS-RUN-DATE-INT     PIC S9(9) COMP-3 VALUE ZERO.            00005820
         05 WS-SINCE-DATE-INT   PIC S9(9) COMP-3 VALUE ZERO.            00005830
         05 WS-AGE-DAYS         PIC S9(9) COMP-3 VALUE ZERO.            00005840
         05 WS-ACCTS-READ       PIC 9(7) COMP-3 VALUE ZERO.             00005850
         05 WS-ACCTS-NOT-BILLED PIC 9(7) COMP-3 VALUE ZERO.             00005860
         05 WS-ACCTS-PAST-DUE   PIC 9(7) COMP-3 VALUE ZERO.             00005870
         05 WS-ACCTS-FLAGGED    PIC 9(7) COMP-3 VALUE ZERO.             00005880
         05 WS-ACCTS-CHARGED-OFF PIC 9(7) COMP-3 VALUE ZERO.            00005881
         05 WS-ACCTS-SEEDED     PIC 9(7) COMP-3 VALUE ZERO.             00005882
         05 WS-CARRIED-MONTHS   PIC 9(3) COMP-3 VALUE ZERO.             00005883
         05 WS-CARRIED-FLOOR    PIC 9(5)V99 VALUE 25.00.                00005884
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00005885
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00005886
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00005887
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00005888
      *                                                                 00005889
       01 BEFORE-IMAGE.                                                 00005890
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00005891
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00005892
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00005893
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00005894
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00005895
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00005896
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00005897
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00005898
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00005899
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00005900
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00005901
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00005902
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00005903
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00005904
      *                                                                 00006201
       01 CYCLE-CONTROL-FIELDS.                                         00006202
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00006203
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00006204
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00006205
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00006206
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00006207
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00006208
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00006209
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00006210
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00006211
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00006212
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00006213
      *------------------                                               00006300
       PROCEDURE DIVISION.                                              00006400
      *------------------                                               00006500
       0000-MAINLINE.                                                   00006600
           PERFORM OPEN-FILES                                           00006700
           PERFORM READ-ACCT-REC                                        00006800
           PERFORM UNTIL LASTREC-ACCT = 'Y'                             00007000
               ADD 1 TO WS-ACCTS-READ                                   00007010
               IF DELINQ-CHARGED-OFF                                    00007011
                   ADD 1 TO WS-ACCTS-CHARGED-OFF                        00007012
               ELSE                                                     00007013
                   PERFORM SAVE-BEFORE-IMAGE                            00007014
                   PERFORM APPLY-DELINQ-STATUS                          00007015
                   PERFORM REWRITE-ACCT-REC                             00007016
                   PERFORM JOURNAL-CHANGES                              00007017
               END-IF                                                   00007018
               PERFORM READ-ACCT-REC                                    00007300
           END-PERFORM                                                  00007400
           PERFORM CLOSE-STOP.                                          00007500
       OPEN-FILES.                                                      00007700
           PERFORM CHECK-CYCLE-CONTROL.                                 00007701
           OPEN I-O    ACCT-REC.                                        00007800
           PERFORM OPEN-CHANGE-JOURNAL.                                 00007801
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00007810
           COMPUTE WS-RUN-DATE-INT =                                    00007820
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   00007830
           STRING 'AGING'               DELIMITED BY SIZE               00007831
                  WS-RUN-DATE (5:4)     DELIMITED BY SIZE               00007832
             INTO WS-CJ-SOURCE-REF                                      00007833
           END-STRING.                                                  00007834
      *                                                                 00008000
       CLOSE-STOP.                                                      00008100
           PERFORM WRITE-CYCLE-COMPLETE.                                00008101
           CLOSE ACCT-REC.                                              00008200
           CLOSE CHG-JRNL.                                              00008201
           DISPLAY 'CBL0002 ACCOUNTS READ     : ' WS-ACCTS-READ.        00008210
           DISPLAY 'CBL0002 NOT YET BILLED    : ' WS-ACCTS-NOT-BILLED.  00008220
           DISPLAY 'CBL0002 ACCOUNTS PAST DUE : ' WS-ACCTS-PAST-DUE.    00008230
           DISPLAY 'CBL0002 FLAGGED COLLECTION: ' WS-ACCTS-FLAGGED.     00008240
           DISPLAY 'CBL0002 CHARGED OFF - HELD: ' WS-ACCTS-CHARGED-OFF. 00008241
           DISPLAY 'CBL0002 CARRIED AGE SEEDED: ' WS-ACCTS-SEEDED.      00008242
           DISPLAY 'CBL0002 CHANGES JOURNALED : ' WS-CJ-WRITTEN.        00008243
           STOP RUN.                                                    00008600
      *                                                                 00008601
       OPEN-CHANGE-JOURNAL.                                             00008602
           OPEN I-O CHG-JRNL.                                           00008603
           IF WS-CJ-STATUS = '35'                                       00008604
               OPEN OUTPUT CHG-JRNL                                     00008605
               CLOSE CHG-JRNL                                           00008606
               OPEN I-O CHG-JRNL                                        00008607
           END-IF.                                                      00008608
           IF WS-CJ-STATUS NOT = '00'                                   00008609
               DISPLAY 'CBL0002 CHGJRNL OPEN FAILED - STATUS '          00008610
                       WS-CJ-STATUS ' - STOPPING'                       00008611
               MOVE 12 TO RETURN-CODE                                   00008612
               STOP RUN                                                 00008613
           END-IF.                                                      00008614
      *                                                                 00008700
       READ-ACCT-REC.                                                   00008800
           READ ACCT-REC NEXT RECORD                                    00008900
           AT END MOVE 'Y' TO LASTREC-ACCT                              00009000
           END-READ.                                                    00009100
      *                                                                 00009200
      * AGING IS WORKED OUT IN-HOUSE FROM THE MINIMUM PAYMENT THE       00009210
      * STATEMENT RUN (CBL0007) SETS ON THE MASTER.  PAYMENTS POSTED    00009220
      * BY CBL0006 COME OFF ACCT-MIN-UNPAID.  WHILE ANY OF THE          00009230
      * MINIMUM IS STILL UNPAID AFTER ITS DUE DATE THE ACCOUNT IS       00009240
      * PAST DUE, COUNTED FROM THE OLDEST DUE DATE NOT YET CURED        00009250
      * (ACCT-PAST-DUE-SINCE).  PAYING THE WHOLE UNPAID MINIMUM         00009260
      * CURES THE ACCOUNT.  AN ACCOUNT NOT YET STATEMENTED IN-HOUSE     00009270
      * HAS NO DUE DATE.  IF IT CARRIES DAYS PAST DUE ON THE MASTER     00009271
      * FROM CONVERSION IT IS AGED FROM THE DATE THOSE DAYS POINT       00009272
      * BACK TO, AND THE PAST DUE AMOUNT THE FIRST STATEMENT BILLS IS   00009273
      * SEEDED FROM THEM; OTHERWISE IT IS LEFT CURRENT.  SIXTY DAYS     00009274
      * OR MORE PAST DUE FLAGS THE ACCOUNT FOR COLLECTION.  A           00009275
      * CHARGED-OFF ACCOUNT KEEPS THE AGING IT HAD WHEN IT WAS          00009276
      * WRITTEN OFF.                                                    00009277
      *                                                                 00009310
       APPLY-DELINQ-STATUS.                                             00009320
           IF ACCT-DUE-DATE = ZERO                                      00009330
               ADD 1 TO WS-ACCTS-NOT-BILLED                             00009340
               IF DELINQ-DAYS-PAST-DUE > 0                              00009341
                  AND ACCT-PAST-DUE-SINCE = ZERO                        00009342
                   PERFORM SEED-CARRIED-DELINQUENCY                     00009343
               END-IF                                                   00009344
               IF ACCT-PAST-DUE-SINCE NOT = ZERO                        00009345
                   PERFORM AGE-ONE-ACCOUNT                              00009346
               END-IF                                                   00009347
           ELSE                                                         00009600
               PERFORM AGE-ONE-ACCOUNT                                  00009610
           END-IF                                                       00009620
           IF DELINQ-DAYS-PAST-DUE > 0                                  00009630
               ADD 1 TO WS-ACCTS-PAST-DUE                               00009640
           END-IF                                                       00009650
           IF DELINQ-DAYS-PAST-DUE >= 60                                00009660
               SET DELINQ-FLAGGED TO TRUE                               00009670
               ADD 1 TO WS-ACCTS-FLAGGED                                00009680
           ELSE                                                         00009690
               MOVE 'N' TO DELINQ-COLL-FLAG                             00009700
           END-IF.                                                      00010900
      *                                                                 00010901
      * THE CARRIED DAYS SET THE PAST-DUE-SINCE DATE BACK FROM THE      00010902
      * BUSINESS DATE.  ONE FLOOR MINIMUM IS OWED FOR EACH MONTH, OR    00010903
      * PART OF ONE, THE ACCOUNT WAS BEHIND, NEVER MORE THAN THE        00010904
      * BALANCE.  THE ACCOUNT STAYS PAST DUE UNTIL THAT IS PAID, AND    00010905
      * THE STATEMENT CARRIES WHAT IS LEFT OF IT AS THE PAST DUE        00010906
      * AMOUNT ON TOP OF THE FIRST MINIMUM.                             00010907
      *                                                                 00010908
       SEED-CARRIED-DELINQUENCY.                                        00010909
           COMPUTE WS-SINCE-DATE-INT =                                  00010910
               WS-RUN-DATE-INT - DELINQ-DAYS-PAST-DUE.                  00010911
           COMPUTE ACCT-PAST-DUE-SINCE =                                00010912
               FUNCTION DATE-OF-INTEGER(WS-SINCE-DATE-INT).             00010913
           IF ACCT-MIN-UNPAID NOT > ZERO                                00010914
               COMPUTE WS-CARRIED-MONTHS =                              00010915
                   (DELINQ-DAYS-PAST-DUE + 29) / 30                     00010916
               COMPUTE ACCT-MIN-UNPAID =                                00010917
                   WS-CARRIED-MONTHS * WS-CARRIED-FLOOR                 00010918
               IF ACCT-MIN-UNPAID > ACCT-BALANCE                        00010919
                   IF ACCT-BALANCE > ZERO                               00010920
                       MOVE ACCT-BALANCE TO ACCT-MIN-UNPAID             00010921
                   ELSE                                                 00010922
                       MOVE ZERO TO ACCT-MIN-UNPAID                     00010923
                   END-IF                                               00010924
               END-IF                                                   00010925
           END-IF.                                                      00010926
           ADD 1 TO WS-ACCTS-SEEDED.                                    00010927
      *                                                                 00011000
       AGE-ONE-ACCOUNT.                                                 00011010
           IF ACCT-MIN-UNPAID NOT > ZERO                                00011020
               MOVE ZERO TO ACCT-PAST-DUE-SINCE                         00011030
           ELSE                                                         00011040
               IF ACCT-PAST-DUE-SINCE = ZERO                            00011050
                  AND WS-RUN-DATE > ACCT-DUE-DATE                       00011060
                   MOVE ACCT-DUE-DATE TO ACCT-PAST-DUE-SINCE            00011070
               END-IF                                                   00011900
           END-IF                                                       00011910
           IF ACCT-PAST-DUE-SINCE = ZERO                                00011920
               MOVE ZERO TO DELINQ-DAYS-PAST-DUE                        00011930
           ELSE                                                         00012500
               COMPUTE WS-SINCE-DATE-INT =                              00012510
                   FUNCTION INTEGER-OF-DATE(ACCT-PAST-DUE-SINCE)        00012520
               COMPUTE WS-AGE-DAYS =                                    00012530
                   WS-RUN-DATE-INT - WS-SINCE-DATE-INT                  00012540
               EVALUATE TRUE                                            00012550
                   WHEN WS-AGE-DAYS < 0                                 00012560
                       MOVE ZERO TO DELINQ-DAYS-PAST-DUE                00012570
                   WHEN WS-AGE-DAYS > 999                               00012580
                       MOVE 999 TO DELINQ-DAYS-PAST-DUE                 00012590
                   WHEN OTHER                                           00012600
                       MOVE WS-AGE-DAYS TO DELINQ-DAYS-PAST-DUE         00012610
               END-EVALUATE                                             00012620
           END-IF.                                                      00012700
      *                                                                 00012800
       REWRITE-ACCT-REC.                                                00012900
           REWRITE ACCT-FIELDS.                                         00013000
      *                                                                 00013001
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00013002
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00013003
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00013004
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00013005
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00013006
      *                                                                 00013007
       SAVE-BEFORE-IMAGE.                                               00013008
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00013009
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00013010
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00013011
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00013012
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00013013
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00013014
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00013015
           MOVE USA-STATE           TO BEF-USA-STATE.                   00013016
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00013017
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00013018
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00013019
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00013020
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00013021
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00013022
      *                                                                 00013023
       JOURNAL-CHANGES.                                                 00013024
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00013025
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00013026
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00013027
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00013028
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00013029
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00013030
               PERFORM WRITE-CHANGE-JOURNAL                             00013031
           END-IF.                                                      00013032
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00013033
               MOVE 'BALANCE     ' TO CJ-FIELD                          00013034
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00013035
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00013036
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00013037
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00013038
               PERFORM WRITE-CHANGE-JOURNAL                             00013039
           END-IF.                                                      00013040
           IF LAST-NAME NOT = BEF-LAST-NAME                             00013041
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00013042
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00013043
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00013044
               PERFORM WRITE-CHANGE-JOURNAL                             00013045
           END-IF.                                                      00013046
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00013047
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00013048
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00013049
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00013050
               PERFORM WRITE-CHANGE-JOURNAL                             00013051
           END-IF.                                                      00013052
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00013053
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00013054
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00013055
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00013056
               PERFORM WRITE-CHANGE-JOURNAL                             00013057
           END-IF.                                                      00013058
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00013059
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00013060
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00013061
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00013062
               PERFORM WRITE-CHANGE-JOURNAL                             00013063
           END-IF.                                                      00013064
           IF USA-STATE NOT = BEF-USA-STATE                             00013065
               MOVE 'STATE       ' TO CJ-FIELD                          00013066
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00013067
               MOVE USA-STATE TO CJ-NEW-VALUE                           00013068
               PERFORM WRITE-CHANGE-JOURNAL                             00013069
           END-IF.                                                      00013070
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00013071
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00013072
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00013073
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00013074
               PERFORM WRITE-CHANGE-JOURNAL                             00013075
           END-IF.                                                      00013076
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00013077
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00013078
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00013079
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00013080
               PERFORM WRITE-CHANGE-JOURNAL                             00013081
           END-IF.                                                      00013082
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00013083
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00013084
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00013085
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00013086
               PERFORM WRITE-CHANGE-JOURNAL                             00013087
           END-IF.                                                      00013088
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00013089
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00013090
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00013091
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00013092
               PERFORM WRITE-CHANGE-JOURNAL                             00013093
           END-IF.                                                      00013094
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00013095
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00013096
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00013097
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00013098
               PERFORM WRITE-CHANGE-JOURNAL                             00013099
           END-IF.                                                      00013100
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00013101
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00013102
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00013103
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00013104
               PERFORM WRITE-CHANGE-JOURNAL                             00013105
           END-IF.                                                      00013106
      *                                                                 00013107
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00013108
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00013109
      *                                                                 00013110
       WRITE-CHANGE-JOURNAL.                                            00013111
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00013112
           MOVE WS-RUN-DATE      TO CJ-BUS-DATE.                        00013113
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00013114
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00013115
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00013116
           MOVE 'CBL0002 '       TO CJ-PROGRAM.                         00013117
           MOVE 'G'              TO CJ-SOURCE.                          00013118
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00013119
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00013120
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00013121
               ADD 1 TO CJ-STAMP-SEQ                                    00013122
               WRITE CHG-JRNL-REC                                       00013123
                   INVALID KEY                                          00013124
                       CONTINUE                                         00013125
                   NOT INVALID KEY                                      00013126
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00013127
                       ADD 1 TO WS-CJ-WRITTEN                           00013128
               END-WRITE                                                00013129
               IF WS-CJ-DONE-SW = 'N'                                   00013130
                  AND (WS-CJ-STATUS NOT = '22'                          00013131
                       OR CJ-STAMP-SEQ = 999)                           00013132
                   DISPLAY 'CBL0002 CHGJRNL WRITE FAILED - STATUS '     00013133
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00013134
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00013135
               END-IF                                                   00013136
           END-PERFORM.                                                 00013137
      *                                                                 00013138
      *                                                                 00013139
      * CYCLE CONTROL: EACH STEP OF THE NIGHTLY CHAIN RECORDS ITS       00013140
      * COMPLETION ON CYCLCTL FOR THE BUSINESS DATE.  AT START-UP       00013141
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00013142
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00013150
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00013160
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00013161
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00013162
      *              CBL0023 CBL0012 CBL0027                            00013163
      *                                                                 00013190
       CHECK-CYCLE-CONTROL.                                             00013200
           PERFORM READ-OVERRIDE-PARM.                                  00013210
           PERFORM READ-BUSINESS-DATE.                                  00013211
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00013212
           OPEN INPUT CYCL-CTL.                                         00013230
           IF WS-CYCL-STATUS = '00'                                     00013240
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00013250
               END-IF                                                   00013720
           END-IF.                                                      00013730
      *                                                                 00013740
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00013741
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00013742
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00013743
      *                                                                 00013744
       READ-BUSINESS-DATE.                                              00013745
           MOVE ZERO TO WS-BUS-DATE.                                    00013746
           OPEN INPUT BUS-DATE.                                         00013747
           IF WS-BUSD-STATUS = '00'                                     00013748
               READ BUS-DATE                                            00013749
               AT END                                                   00013750
                   CONTINUE                                             00013751
               NOT AT END                                               00013752
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00013753
               END-READ                                                 00013754
               CLOSE BUS-DATE                                           00013755
           END-IF.                                                      00013756
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00013757
               DISPLAY 'CBL0002 NO BUSINESS DATE ON BUSDATE - '         00013758
                       'RUN CBL0031 FIRST - STOPPING'                   00013759
               MOVE 12 TO RETURN-CODE                                   00013760
               STOP RUN                                                 00013761
           END-IF.                                                      00013762
      *                                                                 00013763
       READ-OVERRIDE-PARM.                                              00013764
           OPEN INPUT OVR-PARM.                                         00013765
           IF WS-OVR-STATUS = '00'                                      00013770
               READ OVR-PARM                                            00013780
               AT END                                                   00013790
