                  RECORD KEY   IS ACCT-NO.                              00002300
           SELECT FEE-PARM    ASSIGN TO FEEPARM                         00002400
                  ORGANIZATION IS SEQUENTIAL.                           00002500
           SELECT PRICING-TBL ASSIGN TO PRICTBL                         00002510
                  ORGANIZATION IS SEQUENTIAL                            00002520
                  FILE STATUS   IS WS-PRC-STATUS.                       00002530
           SELECT HIST-FILE   ASSIGN TO HISTFILE                        00002540
                  ORGANIZATION IS INDEXED                               00002550
                  ACCESS MODE  IS DYNAMIC                               00002560
                  RECORD KEY   IS HIST-KEY                              00002570
                  FILE STATUS  IS WS-HIST-STATUS.                       00002580
           SELECT FEE-TRAN    ASSIGN TO FEETRAN                         00002600
                  ORGANIZATION IS SEQUENTIAL.                           00002700
           SELECT FEE-REGISTER ASSIGN TO FEEREG                         00002800
                  ORGANIZATION IS SEQUENTIAL.                           00002900
           SELECT CYCLE-PARM  ASSIGN TO CYCPARM                         00002901
                  ORGANIZATION IS SEQUENTIAL                            00002902
                  FILE STATUS   IS WS-CYCP-STATUS.                      00002903
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00002904
                  ORGANIZATION IS SEQUENTIAL                            00002905
                  FILE STATUS   IS WS-CYCL-STATUS.                      00002906
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00002907
                  ORGANIZATION IS SEQUENTIAL                            00002908
                  FILE STATUS   IS WS-OVR-STATUS.                       00002909
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002910
                  ORGANIZATION IS SEQUENTIAL                            00002911
                  FILE STATUS   IS WS-BUSD-STATUS.                      00002912
      *-------------                                                    00003000
       DATA DIVISION.                                                   00003100
      *-------------                                                    00003200
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004500
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004600
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004700
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004710
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004720
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004721
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004722
               10  FILLER                PIC X(1).                      00004723
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004801
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004802
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004803
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004804
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004805
           05  ACCT-DUE-DATE       PIC 9(8).                            00004806
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004807
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004808
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004809
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004810
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004811
           05  COMMENTS       PIC X(50).                                00004900
      *                                                                 00005000
       FD  FEE-PARM RECORDING MODE F.                                   00005100
           05  PARM-LATE-FEE-AMT    PIC S9(5)V99.                       00005400
           05  PARM-FIN-CHG-DAYS    PIC 9(3).                           00005500
           05  PARM-FIN-CHG-PCT     PIC 9(2)V99.                        00005600
      *                                                                 00005601
      * EACH PRICING PLAN CARRIES ITS OWN APR, LATE FEE AND GRACE       00005602
      * DAYS.  A PROMOTIONAL PLAN HOLDS ITS RATE THROUGH THE EXPIRY     00005603
      * DATE AND THEN PRICES AT ITS REVERT PLAN (STANDARD PLAN 00       00005604
      * WHEN NONE IS GIVEN).                                            00005605
      *                                                                 00005606
       FD  PRICING-TBL RECORDING MODE F.                                00005607
       01  PRICING-REC.                                                 00005608
           05  PRC-PLAN-CODE      PIC X(2).                             00005609
           05  PRC-APR            PIC 9(2)V99.                          00005610
           05  PRC-LATE-FEE-AMT   PIC 9(3)V99.                          00005611
           05  PRC-GRACE-DAYS     PIC 9(3).                             00005612
           05  PRC-PROMO-EXPIRY   PIC 9(8).                             00005613
           05  PRC-REVERT-PLAN    PIC X(2).                             00005614
           05  PRC-DESC           PIC X(20).                            00005615
           05  FILLER             PIC X(36).                            00005616
      *                                                                 00005617
       FD  HIST-FILE.                                                   00005618
       01  HIST-REC.                                                    00005619
           05  HIST-KEY.                                                00005620
               10  HIST-ACCT-NO    PIC X(8).                            00005621
               10  HIST-POST-DATE  PIC 9(8).                            00005622
               10  HIST-POST-SEQ   PIC 9(5).                            00005623
           05  HIST-TRAN-TYPE      PIC X(1).                            00005624
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00005625
           05  HIST-TRAN-DATE      PIC 9(8).                            00005626
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00005627
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00005628
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00005629
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00005630
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00005631
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00005632
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00005633
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00005634
           05  HIST-ORIG-TYPE      PIC X(1).                            00005635
           05  HIST-REVERSED-SW    PIC X(1).                            00005636
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00005637
           05  HIST-BATCH-NO       PIC X(6).                            00005638
      *                                                                 00005700
      * THE FEE FEED IS WRITTEN AS A READY-BALANCED BATCH SO THE        00005810
      * BALANCING STEP CAN PROVE IT LIKE ANY FRONT-OFFICE BATCH         00005820
      * BEFORE IT REACHES POSTING.                                      00005830
      *                                                                 00005840
       FD  FEE-TRAN RECORDING MODE F.                                   00005850
       01  TRAN-REC.                                                    00005900
           05  TRAN-REC-TYPE   PIC X(1).                                00005910
           05  TRAN-DETAIL.                                             00005920
           05  REG-FEE-TYPE     PIC X(14).                              00007500
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007600
           05  REG-FEE-AMT-O    PIC $$,$$$,$$9.99.                      00007700
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007710
           05  REG-PLAN-CODE    PIC X(2).                               00007720
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007730
           05  REG-APR-O        PIC ZZ9.99.                             00007740
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007750
           05  REG-ADB-O        PIC $$,$$$,$$9.99 BLANK WHEN ZERO.      00007760
      *                                                                 00007800
      *                                                                 00007801
       FD  CYCL-CTL RECORDING MODE F.                                   00007802
       FD  OVR-PARM RECORDING MODE F.                                   00007808
       01  OVR-PARM-REC.                                                00007809
           05  OVR-RERUN-FLAG  PIC X(1).                                00007810
      *                                                                 00007811
       FD  BUS-DATE RECORDING MODE F.                                   00007812
       01  BUS-DATE-REC.                                                00007813
           05  BUSD-CURR-DATE     PIC 9(8).                             00007814
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00007815
           05  BUSD-ROLLED-ON     PIC 9(8).                             00007816
           05  BUSD-CYCLE-DAYS.                                         00007817
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00007818
           05  FILLER             PIC X(8).                             00007819
      *                                                                 00007820
       FD  CYCLE-PARM RECORDING MODE F.                                 00007821
       01  CYCLE-PARM-REC.                                              00007830
           05  PARM-CYCLE-CODE    PIC X(2).                             00007840
      *                                                                 00007850
         05 WS-PARM-ERROR-SW    PIC X VALUE 'N'.                        00008200
           88 PARM-FILE-MISSING     VALUE 'Y'.                          00008300
         05 WS-CYCLE-ALL-SW     PIC X VALUE 'N'.                        00008310
         05 WS-CYCLE-CAL-SW     PIC X VALUE 'N'.                        00008311
         05 WS-CYC-MATCH-SW     PIC X VALUE 'N'.                        00008320
         05 WS-PRC-EOF-SW       PIC X VALUE 'N'.                        00008321
         05 WS-HIST-OPEN-SW     PIC X VALUE 'N'.                        00008322
         05 WS-HIST-END-SW      PIC X VALUE 'N'.                        00008323
       01 WORK-FIELDS.                                                  00008400
         05 WS-LATE-FEE-DAYS    PIC 9(3) VALUE ZERO.                    00008500
         05 WS-LATE-FEE-AMT     PIC S9(5)V99 COMP-3 VALUE ZERO.         00008600
         05 WS-CYCP-STATUS      PIC X(2) VALUE SPACES.                  00009060
         05 WS-RUN-CYCLE        PIC X(2) VALUE SPACES.                  00009070
         05 WS-ACCT-CYCLE       PIC X(2) VALUE SPACES.                  00009080
         05 WS-ACCT-CYCLE-N     REDEFINES WS-ACCT-CYCLE                 00009081
                                PIC 9(2).                               00009082
         05 WS-ACCTS-SKIPPED    PIC 9(7) COMP-3 VALUE ZERO.             00009090
         05 WS-CHARGED-OFF-SKIPPED PIC 9(7) COMP-3 VALUE ZERO.          00009091
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00009100
         05 WS-FEES-ASSESSED    PIC 9(7) COMP-3 VALUE ZERO.             00009200
         05 WS-TOTAL-FEES       PIC S9(9)V99 COMP-3 VALUE ZERO.         00009300
         05 WS-PRC-STATUS       PIC X(2) VALUE SPACES.                  00009301
         05 WS-HIST-STATUS      PIC X(2) VALUE SPACES.                  00009302
         05 WS-PLANS-NOT-FOUND  PIC 9(7) COMP-3 VALUE ZERO.             00009303
         05 WS-PROMOS-EXPIRED   PIC 9(7) COMP-3 VALUE ZERO.             00009304
         05 WS-PRC-REJECTS      PIC 9(7) COMP-3 VALUE ZERO.             00009305
      *                                                                 00009306
      * THE TERMS THE CURRENT ACCOUNT IS PRICED ON.  STANDARD PLAN      00009307
      * 00 TAKES ITS TERMS FROM FEEPARM WHEN IT IS NOT ON PRICTBL -     00009308
      * ITS APR IS PARM-FIN-CHG-PCT TIMES 12.                           00009309
      *                                                                 00009310
       01 PRICING-FIELDS.                                               00009311
         05 WS-HOUSE-APR        PIC 9(3)V99 COMP-3 VALUE ZERO.          00009312
         05 WS-PLAN-USED        PIC X(2) VALUE SPACES.                  00009313
         05 WS-PLAN-IX          PIC 9(3) VALUE ZERO.                    00009314
         05 WS-PLAN-APR         PIC 9(3)V99 COMP-3 VALUE ZERO.          00009315
         05 WS-PLAN-LATE-FEE    PIC S9(5)V99 COMP-3 VALUE ZERO.         00009316
         05 WS-PLAN-GRACE-DAYS  PIC 9(3) VALUE ZERO.                    00009317
         05 WS-PX               PIC 9(3) VALUE ZERO.                    00009318
         05 WS-PRC-COUNT        PIC 9(3) VALUE ZERO.                    00009319
         05 WS-PRC-ENTRY OCCURS 50 TIMES.                               00009320
           10 WS-PRC-T-PLAN     PIC X(2).                               00009321
           10 WS-PRC-T-APR      PIC 9(2)V99.                            00009322
           10 WS-PRC-T-LATE-FEE PIC 9(3)V99.                            00009323
           10 WS-PRC-T-GRACE    PIC 9(3).                               00009324
           10 WS-PRC-T-EXPIRY   PIC 9(8).                               00009325
           10 WS-PRC-T-REVERT   PIC X(2).                               00009326
      *                                                                 00009327
      * THE FINANCE CHARGE IS FIGURED ON THE AVERAGE DAILY BALANCE      00009328
      * OVER THE CYCLE - THE DAYS AFTER THE SAME DAY LAST MONTH UP TO   00009329
      * AND INCLUDING THE ASSESSMENT DATE.                              00009330
      *                                                                 00009331
       01 ADB-FIELDS.                                                   00009332
         05 WS-CYC-START-DATE   PIC 9(8) VALUE ZERO.                    00009333
         05 WS-CYC-START-PARTS REDEFINES WS-CYC-START-DATE.             00009334
           10 WS-CYC-START-YYYY PIC 9(4).                               00009335
           10 WS-CYC-START-MM   PIC 9(2).                               00009336
           10 WS-CYC-START-DD   PIC 9(2).                               00009337
         05 WS-CYC-FIRST-DATE   PIC 9(8) VALUE ZERO.                    00009338
         05 WS-ASSESS-INT       PIC S9(9) COMP-3 VALUE ZERO.            00009339
         05 WS-CYC-START-INT    PIC S9(9) COMP-3 VALUE ZERO.            00009340
         05 WS-CYCLE-DAYS       PIC 9(3) VALUE ZERO.                    00009341
         05 WS-POST-CHANGE      PIC S9(7)V99 COMP-3 VALUE ZERO.         00009342
         05 WS-CYCLE-NET        PIC S9(9)V99 COMP-3 VALUE ZERO.         00009343
         05 WS-CYCLE-WEIGHTED   PIC S9(11)V99 COMP-3 VALUE ZERO.        00009344
         05 WS-ADB              PIC S9(9)V99 COMP-3 VALUE ZERO.         00009345
      *                                                                 00009346
       01 WS-FEE-BATCH-NO.                                              00009347
         05 FILLER              PIC X(2) VALUE 'FE'.                    00009348
         05 WS-FEE-BATCH-MMDD   PIC X(4) VALUE SPACES.                  00009349
      *                                                                 00009400
       01 FEE-TRAILER-LINE.                                             00009500
         05 TRLR-FEE-LABEL      PIC X(20) VALUE 'TOTAL FEES ASSESSED:'. 00009600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00009700
         05 TRLR-FEE-TOTAL      PIC $$$,$$$,$$9.99.                     00009800
         05 FILLER              PIC X(72) VALUE SPACES.                 00009810
      *                                                                 00009901
       01 CYCLE-CONTROL-FIELDS.                                         00009902
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00009903
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00009904
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00009905
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00009906
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00009907
         05 WS-BUS-CYCLE-DAYS.                                          00009908
           10 WS-BUS-CYCLE-DUE  PIC X(1) OCCURS 28 TIMES.               00009909
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00009910
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00009911
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00009912
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00009913
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00009914
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00009915
         05 WS-PRED2-DONE-SW    PIC X VALUE 'N'.                        00009916
      *------------------                                               00010000
       PROCEDURE DIVISION.                                              00010100
      *------------------                                               00010200
               PERFORM UNTIL LASTREC = 'Y'                              00010700
                   ADD 1 TO WS-RECS-READ                                00010800
                   PERFORM CHECK-ACCT-CYCLE                             00010810
                   EVALUATE TRUE                                        00010811
                       WHEN DELINQ-CHARGED-OFF                          00010812
                           ADD 1 TO WS-CHARGED-OFF-SKIPPED              00010813
                       WHEN WS-CYC-MATCH-SW = 'Y'                       00010814
                           PERFORM ASSESS-ONE-ACCOUNT                   00010815
                       WHEN OTHER                                       00010816
                           ADD 1 TO WS-ACCTS-SKIPPED                    00010817
                   END-EVALUATE                                         00010818
                   PERFORM READ-ACCT-REC                                00011000
               END-PERFORM                                              00011100
           END-IF                                                       00011200
               MOVE PARM-FIN-CHG-PCT   TO WS-FIN-CHG-PCT                00012600
           END-READ.                                                    00012700
           CLOSE FEE-PARM.                                              00012800
           COMPUTE WS-HOUSE-APR = WS-FIN-CHG-PCT * 12.                  00012801
           MOVE WS-BUS-DATE TO WS-ASSESS-DATE.                          00012810
           MOVE WS-ASSESS-MMDD TO WS-FEE-BATCH-MMDD.                    00012910
           PERFORM READ-CYCLE-PARM.                                     00012920
           PERFORM LOAD-PRICING-TABLE.                                  00012921
           PERFORM SET-CYCLE-WINDOW.                                    00012922
           OPEN INPUT  HIST-FILE.                                       00012923
           IF WS-HIST-STATUS = '00'                                     00012924
               MOVE 'Y' TO WS-HIST-OPEN-SW                              00012925
           ELSE                                                         00012926
               DISPLAY 'CBL0010 WARNING: HISTFILE NOT AVAILABLE - '     00012927
                       'STATUS ' WS-HIST-STATUS ' - FINANCE CHARGES '   00012928
                       'ON CURRENT BALANCE'                             00012929
           END-IF.                                                      00012930
           OPEN INPUT  ACCT-REC.                                        00013000
           OPEN OUTPUT FEE-TRAN.                                        00013100
           PERFORM WRITE-FEE-BATCH-HDR.                                 00013110
       CLOSE-STOP.                                                      00013400
           PERFORM WRITE-CYCLE-COMPLETE.                                00013401
           CLOSE ACCT-REC.                                              00013500
           IF WS-HIST-OPEN-SW = 'Y'                                     00013501
               CLOSE HIST-FILE                                          00013502
           END-IF.                                                      00013503
           PERFORM WRITE-FEE-BATCH-TRLR.                                00013510
           CLOSE FEE-TRAN.                                              00013600
           MOVE WS-TOTAL-FEES TO TRLR-FEE-TOTAL.                        00013700
           DISPLAY 'CBL0010 ACCOUNTS READ    : ' WS-RECS-READ.          00014000
           DISPLAY 'CBL0010 FEES ASSESSED    : ' WS-FEES-ASSESSED.      00014100
           DISPLAY 'CBL0010 OFF-CYCLE SKIPPED: ' WS-ACCTS-SKIPPED.      00014110
           DISPLAY 'CBL0010 CHARGED OFF      : ' WS-CHARGED-OFF-SKIPPED.00014111
           DISPLAY 'CBL0010 PRICING PLANS    : ' WS-PRC-COUNT.          00014112
           DISPLAY 'CBL0010 PRICTBL REJECTED : ' WS-PRC-REJECTS.        00014113
           DISPLAY 'CBL0010 PLAN NOT ON FILE : ' WS-PLANS-NOT-FOUND.    00014114
           DISPLAY 'CBL0010 PROMOS EXPIRED   : ' WS-PROMOS-EXPIRED.     00014115
           STOP RUN.                                                    00014200
      *                                                                 00014300
       READ-ACCT-REC.                                                   00014400
           END-READ.                                                    00014700
      *                                                                 00014710
      * FEES FOLLOW THE STATEMENT CYCLES: EACH NIGHT ASSESSES ONLY      00014720
      * THE ACCOUNTS CYCLING THAT DAY, SPREADING THE WORK ACROSS THE    00014721
      * MONTH.  NO PARM TAKES THE CYCLES CBL0031 MARKED DUE FOR THE     00014722
      * BUSINESS DATE, INCLUDING ANY CYCLE DAY THAT FELL ON A WEEKEND   00014723
      * OR HOLIDAY; AN EMPTY CYCPARM ASSESSES THE FULL FILE.  A BLANK   00014724
      * CODE ON THE MASTER IS CYCLE 01.  A CHARGED-OFF ACCOUNT IS       00014725
      * NEVER ASSESSED.                                                 00014726
      *                                                                 00014770
       READ-CYCLE-PARM.                                                 00014780
           OPEN INPUT CYCLE-PARM.                                       00014781
                       STOP RUN                                         00014798
                   END-IF                                               00014799
               END-READ                                                 00014800
               CLOSE CYCLE-PARM                                         00014801
           ELSE                                                         00014802
               DISPLAY 'CBL0010 NO CYCPARM - CYCLES DUE FOR BUSINESS '  00014803
                       'DATE ' WS-BUS-DATE ' ASSESSED'                  00014804
               MOVE 'Y' TO WS-CYCLE-CAL-SW                              00014805
           END-IF.                                                      00014806
      *                                                                 00014807
       CHECK-ACCT-CYCLE.                                                00014808
           IF ACCT-CYCLE-CODE = SPACES                                  00014809
               MOVE '01' TO WS-ACCT-CYCLE                               00014810
           ELSE                                                         00014811
               MOVE ACCT-CYCLE-CODE TO WS-ACCT-CYCLE                    00014812
           END-IF                                                       00014813
           EVALUATE TRUE                                                00014814
               WHEN WS-CYCLE-ALL-SW = 'Y'                               00014815
                   MOVE 'Y' TO WS-CYC-MATCH-SW                          00014816
               WHEN WS-ACCT-CYCLE = WS-RUN-CYCLE                        00014817
                   MOVE 'Y' TO WS-CYC-MATCH-SW                          00014818
               WHEN WS-CYCLE-CAL-SW = 'Y'                               00014819
                    AND WS-ACCT-CYCLE IS NUMERIC                        00014820
                    AND WS-ACCT-CYCLE >= '01'                           00014821
                    AND WS-ACCT-CYCLE <= '28'                           00014822
                   MOVE WS-BUS-CYCLE-DUE (WS-ACCT-CYCLE-N)              00014823
                     TO WS-CYC-MATCH-SW                                 00014824
               WHEN OTHER                                               00014825
                   MOVE 'N' TO WS-CYC-MATCH-SW                          00014826
           END-EVALUATE.                                                00014827
      *                                                                 00014828
      * THE LATE FEE AND THE FINANCE CHARGE COME FROM THE ACCOUNT'S     00014829
      * OWN PRICING PLAN.  THE PLAN'S GRACE DAYS TAKE THE PLACE OF      00014830
      * THE FEEPARM FINANCE CHARGE DAYS.  THE CHARGE IS THE PLAN APR    00014831
      * SPREAD OVER THE DAYS IN THE CYCLE, ON THE AVERAGE DAILY         00014832
      * BALANCE, SO A PAYMENT PART WAY THROUGH THE MONTH EARNS ITS      00014833
      * CUSTOMER THE DAYS IT WAS ON THE ACCOUNT.                        00014834
      *                                                                 00014835
       ASSESS-ONE-ACCOUNT.                                              00014900
           PERFORM RESOLVE-PRICING-PLAN                                 00014910
           MOVE ZERO TO WS-ADB                                          00014920
           IF ACCT-BALANCE > ZERO                                       00015000
              AND DELINQ-DAYS-PAST-DUE >= WS-LATE-FEE-DAYS              00015100
              AND WS-PLAN-LATE-FEE > ZERO                               00015110
               MOVE WS-PLAN-LATE-FEE TO WS-FEE-AMOUNT                   00015120
               MOVE 'L'             TO WS-FEE-TRAN-TYPE                 00015210
               MOVE 'LATE FEE      ' TO REG-FEE-TYPE                    00015300
               PERFORM WRITE-FEE-TRAN                                   00015400
               PERFORM WRITE-FEE-REGISTER                               00015500
           END-IF                                                       00015600
           IF ACCT-BALANCE > ZERO                                       00015700
              AND DELINQ-DAYS-PAST-DUE >= WS-PLAN-GRACE-DAYS            00015710
               PERFORM COMPUTE-AVG-DAILY-BAL                            00015720
               COMPUTE WS-FEE-AMOUNT ROUNDED =                          00015900
                   WS-ADB * WS-PLAN-APR / 100                           00015910
                          * WS-CYCLE-DAYS / 365                         00015920
               IF WS-FEE-AMOUNT > ZERO                                  00015930
                   MOVE 'F'             TO WS-FEE-TRAN-TYPE             00015940
                   MOVE 'FINANCE CHARGE' TO REG-FEE-TYPE                00015950
                   PERFORM WRITE-FEE-TRAN                               00015960
                   PERFORM WRITE-FEE-REGISTER                           00015970
               END-IF                                                   00015980
           END-IF.                                                      00016400
      *                                                                 00016401
       RESOLVE-PRICING-PLAN.                                            00016402
           IF ACCT-PRICE-PLAN = SPACES                                  00016403
               MOVE '00'            TO WS-PLAN-USED                     00016404
           ELSE                                                         00016405
               MOVE ACCT-PRICE-PLAN TO WS-PLAN-USED                     00016406
           END-IF                                                       00016407
           PERFORM FIND-PRICING-PLAN                                    00016408
           IF WS-PLAN-IX > ZERO                                         00016409
              AND WS-PRC-T-EXPIRY (WS-PLAN-IX) NOT = ZERO               00016410
              AND WS-PRC-T-EXPIRY (WS-PLAN-IX) < WS-ASSESS-DATE         00016411
               ADD 1 TO WS-PROMOS-EXPIRED                               00016412
               MOVE WS-PRC-T-REVERT (WS-PLAN-IX) TO WS-PLAN-USED        00016413
               IF WS-PLAN-USED = SPACES                                 00016414
                   MOVE '00' TO WS-PLAN-USED                            00016415
               END-IF                                                   00016416
               PERFORM FIND-PRICING-PLAN                                00016417
           END-IF                                                       00016418
           IF WS-PLAN-IX = ZERO AND WS-PLAN-USED NOT = '00'             00016419
               ADD 1 TO WS-PLANS-NOT-FOUND                              00016420
               DISPLAY 'CBL0010 PLAN ' WS-PLAN-USED ' NOT ON PRICTBL '  00016421
                       '- ACCT ' ACCT-NO ' PRICED ON PLAN 00'           00016422
               MOVE '00' TO WS-PLAN-USED                                00016423
               PERFORM FIND-PRICING-PLAN                                00016424
           END-IF                                                       00016425
           IF WS-PLAN-IX = ZERO                                         00016426
               MOVE WS-HOUSE-APR     TO WS-PLAN-APR                     00016427
               MOVE WS-LATE-FEE-AMT  TO WS-PLAN-LATE-FEE                00016428
               MOVE WS-FIN-CHG-DAYS  TO WS-PLAN-GRACE-DAYS              00016429
           ELSE                                                         00016430
               MOVE WS-PRC-T-APR (WS-PLAN-IX)      TO WS-PLAN-APR       00016431
               MOVE WS-PRC-T-LATE-FEE (WS-PLAN-IX) TO WS-PLAN-LATE-FEE  00016432
               MOVE WS-PRC-T-GRACE (WS-PLAN-IX)                         00016433
                 TO WS-PLAN-GRACE-DAYS                                  00016434
           END-IF.                                                      00016435
      *                                                                 00016436
       FIND-PRICING-PLAN.                                               00016437
           MOVE ZERO TO WS-PLAN-IX                                      00016438
           PERFORM VARYING WS-PX FROM 1 BY 1                            00016439
                   UNTIL WS-PX > WS-PRC-COUNT                           00016440
               IF WS-PRC-T-PLAN (WS-PX) = WS-PLAN-USED                  00016441
                   MOVE WS-PX TO WS-PLAN-IX                             00016442
               END-IF                                                   00016443
           END-PERFORM.                                                 00016444
      *                                                                 00016445
      * THE CYCLE'S DAILY BALANCES ARE REBUILT FROM THE ACCOUNT'S       00016446
      * POSTINGS ON HISTFILE.  WORKING BACK FROM TONIGHT'S BALANCE      00016447
      * GIVES THE BALANCE THE CYCLE OPENED WITH; EACH POSTING THEN      00016448
      * COUNTS FOR THE DAYS FROM ITS POSTING DATE TO THE END OF THE     00016449
      * CYCLE.                                                          00016450
      *                                                                 00016451
       COMPUTE-AVG-DAILY-BAL.                                           00016452
           MOVE ZERO TO WS-CYCLE-NET                                    00016453
           MOVE ZERO TO WS-CYCLE-WEIGHTED                               00016454
           IF WS-HIST-OPEN-SW = 'Y'                                     00016455
               MOVE ACCT-NO           TO HIST-ACCT-NO                   00016456
               MOVE WS-CYC-FIRST-DATE TO HIST-POST-DATE                 00016457
               MOVE ZERO              TO HIST-POST-SEQ                  00016458
               MOVE 'N'               TO WS-HIST-END-SW                 00016459
               START HIST-FILE KEY >= HIST-KEY                          00016460
                   INVALID KEY                                          00016461
                       MOVE 'Y' TO WS-HIST-END-SW                       00016462
               END-START                                                00016463
               PERFORM UNTIL WS-HIST-END-SW = 'Y'                       00016464
                   READ HIST-FILE NEXT RECORD                           00016465
                   AT END                                               00016466
                       MOVE 'Y' TO WS-HIST-END-SW                       00016467
                   NOT AT END                                           00016468
                       IF HIST-ACCT-NO NOT = ACCT-NO                    00016469
                          OR HIST-POST-DATE > WS-ASSESS-DATE            00016470
                           MOVE 'Y' TO WS-HIST-END-SW                   00016471
                       ELSE                                             00016472
                           PERFORM ADD-ONE-CYCLE-POSTING                00016473
                       END-IF                                           00016474
                   END-READ                                             00016475
               END-PERFORM                                              00016476
           END-IF                                                       00016477
           COMPUTE WS-ADB ROUNDED =                                     00016478
               ((ACCT-BALANCE - WS-CYCLE-NET) * WS-CYCLE-DAYS           00016479
                 + WS-CYCLE-WEIGHTED) / WS-CYCLE-DAYS                   00016480
           IF WS-ADB < ZERO                                             00016481
               MOVE ZERO TO WS-ADB                                      00016482
           END-IF.                                                      00016483
      *                                                                 00016484
       ADD-ONE-CYCLE-POSTING.                                           00016485
           COMPUTE WS-POST-CHANGE =                                     00016486
               HIST-PRIN-AMT + HIST-FEE-AMT + HIST-FIN-AMT              00016487
           ADD WS-POST-CHANGE TO WS-CYCLE-NET                           00016488
           COMPUTE WS-CYCLE-WEIGHTED = WS-CYCLE-WEIGHTED                00016489
               + WS-POST-CHANGE * (WS-ASSESS-INT                        00016490
                 - FUNCTION INTEGER-OF-DATE(HIST-POST-DATE) + 1).       00016491
      *                                                                 00016492
       SET-CYCLE-WINDOW.                                                00016493
           MOVE WS-ASSESS-DATE TO WS-CYC-START-DATE                     00016494
           IF WS-CYC-START-MM = 1                                       00016495
               MOVE 12 TO WS-CYC-START-MM                               00016496
               SUBTRACT 1 FROM WS-CYC-START-YYYY                        00016497
           ELSE                                                         00016498
               SUBTRACT 1 FROM WS-CYC-START-MM                          00016499
           END-IF                                                       00016500
           IF WS-CYC-START-DD > 28                                      00016501
               MOVE 28 TO WS-CYC-START-DD                               00016502
           END-IF                                                       00016503
           COMPUTE WS-ASSESS-INT =                                      00016504
               FUNCTION INTEGER-OF-DATE(WS-ASSESS-DATE)                 00016505
           COMPUTE WS-CYC-START-INT =                                   00016506
               FUNCTION INTEGER-OF-DATE(WS-CYC-START-DATE)              00016507
           COMPUTE WS-CYCLE-DAYS = WS-ASSESS-INT - WS-CYC-START-INT     00016508
           MOVE FUNCTION DATE-OF-INTEGER(WS-CYC-START-INT + 1)          00016509
             TO WS-CYC-FIRST-DATE.                                      00016510
      *                                                                 00016511
      * A BAD PRICTBL LINE IS LISTED AND LEFT OUT; ANY ACCOUNT ON       00016512
      * THAT PLAN THEN PRICES ON THE STANDARD PLAN.                     00016513
      *                                                                 00016514
       LOAD-PRICING-TABLE.                                              00016515
           OPEN INPUT PRICING-TBL.                                      00016516
           IF WS-PRC-STATUS = '00'                                      00016517
               PERFORM UNTIL WS-PRC-EOF-SW = 'Y'                        00016518
                   READ PRICING-TBL                                     00016519
                   AT END                                               00016520
                       MOVE 'Y' TO WS-PRC-EOF-SW                        00016521
                   NOT AT END                                           00016522
                       PERFORM ADD-PRICING-ENTRY                        00016523
                   END-READ                                             00016524
               END-PERFORM                                              00016525
               CLOSE PRICING-TBL                                        00016526
           ELSE                                                         00016527
               DISPLAY 'CBL0010 WARNING: PRICTBL MISSING - ALL '        00016528
                       'ACCOUNTS PRICED ON FEEPARM TERMS, APR '         00016529
                       WS-HOUSE-APR                                     00016530
           END-IF.                                                      00016531
      *                                                                 00016532
       ADD-PRICING-ENTRY.                                               00016533
           EVALUATE TRUE                                                00016534
               WHEN PRC-PLAN-CODE = SPACES                              00016535
                  OR PRC-APR NOT NUMERIC                                00016536
                  OR PRC-LATE-FEE-AMT NOT NUMERIC                       00016537
                  OR PRC-GRACE-DAYS NOT NUMERIC                         00016538
                  OR PRC-PROMO-EXPIRY NOT NUMERIC                       00016539
                   ADD 1 TO WS-PRC-REJECTS                              00016540
                   DISPLAY 'CBL0010 PRICTBL LINE REJECTED - PLAN "'     00016541
                           PRC-PLAN-CODE '"'                            00016542
               WHEN WS-PRC-COUNT NOT < 50                               00016543
                   ADD 1 TO WS-PRC-REJECTS                              00016544
                   DISPLAY 'CBL0010 PRICTBL FULL - PLAN "'              00016545
                           PRC-PLAN-CODE '" LEFT OUT'                   00016546
               WHEN OTHER                                               00016547
                   ADD 1 TO WS-PRC-COUNT                                00016548
                   MOVE PRC-PLAN-CODE    TO WS-PRC-T-PLAN (WS-PRC-COUNT)00016549
                   MOVE PRC-APR          TO WS-PRC-T-APR (WS-PRC-COUNT) 00016550
                   MOVE PRC-LATE-FEE-AMT                                00016551
                     TO WS-PRC-T-LATE-FEE (WS-PRC-COUNT)                00016552
                   MOVE PRC-GRACE-DAYS                                  00016553
                     TO WS-PRC-T-GRACE (WS-PRC-COUNT)                   00016554
                   MOVE PRC-PROMO-EXPIRY                                00016555
                     TO WS-PRC-T-EXPIRY (WS-PRC-COUNT)                  00016556
                   MOVE PRC-REVERT-PLAN                                 00016557
                     TO WS-PRC-T-REVERT (WS-PRC-COUNT)                  00016558
           END-EVALUATE.                                                00016559
      *                                                                 00016560
       WRITE-FEE-BATCH-HDR.                                             00016561
           MOVE SPACES           TO TRAN-REC.                           00016562
           MOVE 'H'              TO TRAN-REC-TYPE.                      00016563
           MOVE WS-FEE-BATCH-NO  TO HDR-BATCH-NO.                       00016564
           MOVE WS-ASSESS-DATE   TO HDR-BATCH-DATE.                     00016565
           WRITE TRAN-REC.                                              00016566
      *                                                                 00016570
       WRITE-FEE-TRAN.                                                  00016600
           MOVE SPACES         TO TRAN-REC.                             00016610
           MOVE DELINQ-DAYS-PAST-DUE TO REG-DAYS-O.                     00017800
           MOVE ACCT-BALANCE         TO REG-BALANCE-O.                  00017900
           MOVE WS-FEE-AMOUNT        TO REG-FEE-AMT-O.                  00018000
           MOVE WS-PLAN-USED         TO REG-PLAN-CODE.                  00018010
           MOVE WS-PLAN-APR          TO REG-APR-O.                      00018020
           MOVE WS-ADB               TO REG-ADB-O.                      00018030
           WRITE FEE-REG-REC.                                           00018100
      *                                                                 00018200
      *                                                                 00018210
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00018240
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00018250
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00018260
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00018261
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00018262
      *              CBL0023 CBL0012 CBL0027                            00018263
      *                                                                 00018290
       CHECK-CYCLE-CONTROL.                                             00018300
           PERFORM READ-OVERRIDE-PARM.                                  00018310
           PERFORM READ-BUSINESS-DATE.                                  00018311
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00018312
           OPEN INPUT CYCL-CTL.                                         00018330
           IF WS-CYCL-STATUS = '00'                                     00018340
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00018350
               END-IF                                                   00018910
           END-IF.                                                      00018920
      *                                                                 00018930
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00018931
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00018932
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00018933
      *                                                                 00018934
       READ-BUSINESS-DATE.                                              00018935
           MOVE ZERO TO WS-BUS-DATE.                                    00018936
           OPEN INPUT BUS-DATE.                                         00018937
           IF WS-BUSD-STATUS = '00'                                     00018938
               READ BUS-DATE                                            00018939
               AT END                                                   00018940
                   CONTINUE                                             00018941
               NOT AT END                                               00018942
                   MOVE BUSD-CURR-DATE  TO WS-BUS-DATE                  00018943
                   MOVE BUSD-CYCLE-DAYS TO WS-BUS-CYCLE-DAYS            00018944
               END-READ                                                 00018945
               CLOSE BUS-DATE                                           00018946
           END-IF.                                                      00018947
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00018948
               DISPLAY 'CBL0010 NO BUSINESS DATE ON BUSDATE - '         00018949
                       'RUN CBL0031 FIRST - STOPPING'                   00018950
               MOVE 12 TO RETURN-CODE                                   00018951
               STOP RUN                                                 00018952
           END-IF.                                                      00018953
      *                                                                 00018954
       READ-OVERRIDE-PARM.                                              00018955
           OPEN INPUT OVR-PARM.                                         00018956
           IF WS-OVR-STATUS = '00'                                      00018960
               READ OVR-PARM                                            00018970
               AT END                                                   00018980
