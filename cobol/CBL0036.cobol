      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0036.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT HIST-FILE   ASSIGN TO HISTFILE                        00002000
                  ORGANIZATION IS INDEXED                               00002100
                  ACCESS MODE  IS SEQUENTIAL                            00002200
                  RECORD KEY   IS HIST-KEY                              00002300
                  FILE STATUS  IS WS-HIST-STATUS.                       00002400
           SELECT ACCT-REC    ASSIGN TO ACCTREC                         00002500
                  ORGANIZATION IS INDEXED                               00002600
                  ACCESS MODE  IS RANDOM                                00002700
                  RECORD KEY   IS ACCT-NO                               00002800
                  FILE STATUS  IS WS-ACCT-STATUS.                       00002900
           SELECT VEL-PARM    ASSIGN TO VELPARM                         00003000
                  ORGANIZATION IS SEQUENTIAL                            00003100
                  FILE STATUS   IS WS-PARM-STATUS.                      00003200
           SELECT FRD-REPORT  ASSIGN TO FRDRPT                          00003300
                  ORGANIZATION IS SEQUENTIAL.                           00003400
           SELECT RUN-CTL     ASSIGN TO RUNCTL                          00003500
                  ORGANIZATION IS SEQUENTIAL                            00003600
                  FILE STATUS   IS WS-CTL-STATUS.                       00003700
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00003800
                  ORGANIZATION IS SEQUENTIAL                            00003900
                  FILE STATUS   IS WS-CYCL-STATUS.                      00004000
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00004100
                  ORGANIZATION IS SEQUENTIAL                            00004200
                  FILE STATUS   IS WS-OVR-STATUS.                       00004300
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00004400
                  ORGANIZATION IS SEQUENTIAL                            00004500
                  FILE STATUS   IS WS-BUSD-STATUS.                      00004600
      *-------------                                                    00004700
       DATA DIVISION.                                                   00004800
      *-------------                                                    00004900
       FILE SECTION.                                                    00005000
       FD  HIST-FILE.                                                   00005100
       01  HIST-REC.                                                    00005200
           05  HIST-KEY.                                                00005300
               10  HIST-ACCT-NO    PIC X(8).                            00005400
               10  HIST-POST-DATE  PIC 9(8).                            00005500
               10  HIST-POST-SEQ   PIC 9(5).                            00005600
           05  HIST-TRAN-TYPE      PIC X(1).                            00005700
               88  HIST-IS-CHARGE       VALUE 'C'.                      00005800
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00005900
           05  HIST-TRAN-DATE      PIC 9(8).                            00006000
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00006100
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00006200
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00006300
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00006400
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00006500
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00006600
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00006700
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00006800
           05  HIST-ORIG-TYPE      PIC X(1).                            00006900
           05  HIST-REVERSED-SW    PIC X(1).                            00007000
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00007100
           05  HIST-BATCH-NO       PIC X(6).                            00007200
      *                                                                 00007300
       FD  ACCT-REC.                                                    00007400
       01  ACCT-FIELDS.                                                 00007500
           05  ACCT-NO        PIC X(8).                                 00007600
           05  ACCT-LIMIT     PIC S9(7)V99 COMP-3.                      00007700
           05  ACCT-BALANCE   PIC S9(7)V99 COMP-3.                      00007800
           05  ACCT-PRIN-BAL  PIC S9(7)V99 COMP-3.                      00007900
           05  ACCT-FEE-BAL   PIC S9(7)V99 COMP-3.                      00008000
           05  ACCT-FIN-BAL   PIC S9(7)V99 COMP-3.                      00008100
           05  LAST-NAME      PIC X(20).                                00008200
           05  FIRST-NAME     PIC X(15).                                00008300
           05  STREET-ADDR    PIC X(25).                                00008400
           05  CITY-COUNTY    PIC X(20).                                00008500
           05  USA-STATE      PIC X(15).                                00008600
           05  DELINQ-STATUS.                                           00008700
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00008800
               10  DELINQ-COLL-FLAG      PIC X(1).                      00008900
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00009000
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00009100
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00009200
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00009300
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00009400
               10  FILLER                PIC X(1).                      00009500
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00009600
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00009700
           05  ACCT-CYCLE-CODE     PIC X(2).                            00009800
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00009900
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00010000
           05  ACCT-DUE-DATE       PIC 9(8).                            00010100
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00010200
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00010300
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00010400
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00010500
           05  ACCT-PRICE-PLAN     PIC X(2).                            00010600
           05  COMMENTS       PIC X(50).                                00010700
      *                                                                 00010800
      * THE PARM HOLDS THE VELOCITY THRESHOLDS: THE LENGTH OF THE       00010900
      * ROLLING WINDOW ENDING TODAY, THE MOST CHARGES AND THE MOST      00011000
      * CHARGED IN IT, HOW MANY DAYS BEFORE THE WINDOW MAKE UP THE      00011100
      * ACCOUNT'S RECENT PACE, HOW MANY TIMES THAT PACE COUNTS AS A     00011200
      * JUMP (AND THE FLOOR BELOW WHICH A JUMP IS IGNORED), AND THE     00011300
      * PERCENTAGE OVER THE CREDIT LIMIT THAT IS TOLERATED.             00011400
      *                                                                 00011500
       FD  VEL-PARM RECORDING MODE F.                                   00011600
       01  VEL-PARM-REC.                                                00011700
           05  PARM-WINDOW-DAYS    PIC 9(3).                            00011800
           05  PARM-MAX-COUNT      PIC 9(5).                            00011900
           05  PARM-MAX-AMOUNT     PIC 9(7)V99.                         00012000
           05  PARM-BASE-DAYS      PIC 9(3).                            00012100
           05  PARM-JUMP-MULT      PIC 9(2)V9.                          00012200
           05  PARM-JUMP-MIN-COUNT PIC 9(5).                            00012300
           05  PARM-JUMP-MIN-AMT   PIC 9(7)V99.                         00012400
           05  PARM-OVER-PCT       PIC 9(3)V99.                         00012500
           05  FILLER              PIC X(38).                           00012600
      *                                                                 00012700
       FD  FRD-REPORT RECORDING MODE F.                                 00012800
       01  FRD-REPORT-REC         PIC X(132).                           00012900
      *                                                                 00013000
       FD  RUN-CTL RECORDING MODE F.                                    00013100
       01  RUN-CTL-REC.                                                 00013200
           05  CTL-PROGRAM     PIC X(8).                                00013300
           05  CTL-RUN-DATE    PIC 9(8).                                00013400
           05  CTL-COUNT-1     PIC 9(7).                                00013500
           05  CTL-COUNT-2     PIC 9(7).                                00013600
           05  CTL-COUNT-3     PIC 9(7).                                00013700
      *                                                                 00013800
       FD  CYCL-CTL RECORDING MODE F.                                   00013900
       01  CYCL-CTL-REC.                                                00014000
           05  CYCL-PROGRAM    PIC X(8).                                00014100
           05  CYCL-RUN-DATE   PIC 9(8).                                00014200
           05  CYCL-STATUS     PIC X(1).                                00014300
      *                                                                 00014400
       FD  OVR-PARM RECORDING MODE F.                                   00014500
       01  OVR-PARM-REC.                                                00014600
           05  OVR-RERUN-FLAG  PIC X(1).                                00014700
      *                                                                 00014800
       FD  BUS-DATE RECORDING MODE F.                                   00014900
       01  BUS-DATE-REC.                                                00015000
           05  BUSD-CURR-DATE     PIC 9(8).                             00015100
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00015200
           05  BUSD-ROLLED-ON     PIC 9(8).                             00015300
           05  BUSD-CYCLE-DAYS.                                         00015400
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00015500
           05  FILLER             PIC X(8).                             00015600
      *                                                                 00015700
       WORKING-STORAGE SECTION.                                         00015800
       01 FLAGS.                                                        00015900
         05 LASTREC             PIC X VALUE SPACE.                      00016000
         05 WS-ACCT-FOUND-SW    PIC X VALUE 'N'.                        00016100
           88 ACCT-ON-MASTER        VALUE 'Y'.                          00016200
         05 WS-OVER-COUNT-SW    PIC X VALUE 'N'.                        00016300
           88 OVER-COUNT            VALUE 'Y'.                          00016400
         05 WS-OVER-AMOUNT-SW   PIC X VALUE 'N'.                        00016500
           88 OVER-AMOUNT           VALUE 'Y'.                          00016600
         05 WS-JUMP-SW          PIC X VALUE 'N'.                        00016700
           88 JUMPED-OVER-PACE      VALUE 'Y'.                          00016800
         05 WS-OVER-LIMIT-SW    PIC X VALUE 'N'.                        00016900
           88 OVER-LIMIT            VALUE 'Y'.                          00017000
       01 WORK-FIELDS.                                                  00017100
         05 WS-HIST-STATUS      PIC X(2) VALUE SPACES.                  00017200
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00017300
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00017400
         05 WS-CTL-STATUS       PIC X(2) VALUE SPACES.                  00017500
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00017600
         05 WS-WINDOW-START     PIC 9(8) VALUE ZERO.                    00017700
         05 WS-BASE-START       PIC 9(8) VALUE ZERO.                    00017800
         05 WS-DATE-INT         PIC S9(9) COMP-3 VALUE ZERO.            00017900
         05 WS-HIST-READ        PIC 9(7) COMP-3 VALUE ZERO.             00018000
         05 WS-CHARGES-TODAY    PIC 9(7) COMP-3 VALUE ZERO.             00018100
         05 WS-ACCTS-CHARGED    PIC 9(7) COMP-3 VALUE ZERO.             00018200
         05 WS-ACCTS-FLAGGED    PIC 9(7) COMP-3 VALUE ZERO.             00018300
         05 WS-FLAGGED-COUNT    PIC 9(7) COMP-3 VALUE ZERO.             00018400
         05 WS-FLAGGED-AMOUNT   PIC 9(7) COMP-3 VALUE ZERO.             00018500
         05 WS-FLAGGED-JUMP     PIC 9(7) COMP-3 VALUE ZERO.             00018600
         05 WS-FLAGGED-LIMIT    PIC 9(7) COMP-3 VALUE ZERO.             00018700
         05 WS-FLAGGED-BLOCKED  PIC 9(7) COMP-3 VALUE ZERO.             00018800
         05 WS-NOT-ON-MASTER    PIC 9(7) COMP-3 VALUE ZERO.             00018900
         05 WS-EXPECT-COUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.         00019000
         05 WS-EXPECT-AMT       PIC S9(9)V99 COMP-3 VALUE ZERO.         00019100
         05 WS-LIMIT-ALLOWED    PIC S9(9)V99 COMP-3 VALUE ZERO.         00019200
      *                                                                 00019300
      * THRESHOLDS, DEFAULTED HERE AND REPLACED BY THE PARM WHERE IT    00019400
      * CARRIES A VALID VALUE.                                          00019500
      *                                                                 00019600
       01 VELOCITY-LIMITS.                                              00019700
         05 WS-WINDOW-DAYS      PIC 9(3) VALUE 3.                       00019800
         05 WS-MAX-COUNT        PIC 9(5) VALUE 10.                      00019900
         05 WS-MAX-AMOUNT       PIC 9(7)V99 VALUE 5000.00.              00020000
         05 WS-BASE-DAYS        PIC 9(3) VALUE 30.                      00020100
         05 WS-JUMP-MULT        PIC 9(2)V9 VALUE 3.0.                   00020200
         05 WS-JUMP-MIN-COUNT   PIC 9(5) VALUE 5.                       00020300
         05 WS-JUMP-MIN-AMT     PIC 9(7)V99 VALUE 500.00.               00020400
         05 WS-OVER-PCT         PIC 9(3)V99 VALUE 10.00.                00020500
      *                                                                 00020600
      * WHAT ONE ACCOUNT'S CHARGES ADD UP TO: TODAY, THE WINDOW         00020700
      * (TODAY INCLUDED) AND THE BASELINE DAYS BEFORE THE WINDOW.       00020800
      *                                                                 00020900
       01 ACCOUNT-GROUP.                                                00021000
         05 WS-GRP-ACCT-NO      PIC X(8)  VALUE SPACES.                 00021100
         05 WS-GRP-DAY-COUNT    PIC 9(5)  COMP-3 VALUE ZERO.            00021200
         05 WS-GRP-DAY-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.         00021300
         05 WS-GRP-WIN-COUNT    PIC 9(5)  COMP-3 VALUE ZERO.            00021400
         05 WS-GRP-WIN-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.         00021500
         05 WS-GRP-BASE-COUNT   PIC 9(5)  COMP-3 VALUE ZERO.            00021600
         05 WS-GRP-BASE-AMT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00021700
      *                                                                 00021800
       01 RPT-HEADER-LINE.                                              00021900
         05 FILLER              PIC X(40)                               00022000
            VALUE 'CHARGE VELOCITY REVIEW - BUSINESS DATE '.            00022100
         05 HDR-RUN-DATE        PIC 9(8).                               00022200
         05 FILLER              PIC X(84) VALUE SPACES.                 00022300
       01 RPT-PARM-LINE-1.                                              00022400
         05 FILLER              PIC X(9)  VALUE 'WINDOW: '.             00022500
         05 PRM-WINDOW-DAYS     PIC ZZ9.                                00022600
         05 FILLER              PIC X(35)                               00022700
            VALUE ' DAYS TO TODAY.  RECENT PACE: THE '.                 00022800
         05 PRM-BASE-DAYS       PIC ZZ9.                                00022900
         05 FILLER              PIC X(26)                               00023000
            VALUE ' DAYS BEFORE THE WINDOW.'.                           00023100
         05 FILLER              PIC X(56) VALUE SPACES.                 00023200
       01 RPT-PARM-LINE-2.                                              00023300
         05 FILLER              PIC X(16) VALUE 'FLAGS: C = OVER '.     00023400
         05 PRM-MAX-COUNT       PIC ZZZZ9.                              00023500
         05 FILLER              PIC X(32)                               00023600
            VALUE ' CHARGES IN THE WINDOW  A = OVER'.                   00023700
         05 PRM-MAX-AMOUNT      PIC $$,$$$,$$9.99.                      00023800
         05 FILLER              PIC X(15) VALUE ' IN THE WINDOW'.       00023900
         05 FILLER              PIC X(51) VALUE SPACES.                 00024000
       01 RPT-PARM-LINE-3.                                              00024100
         05 FILLER              PIC X(16) VALUE '       J = OVER '.     00024200
         05 PRM-JUMP-MULT       PIC Z9.9.                               00024300
         05 FILLER              PIC X(35)                               00024400
            VALUE ' TIMES THE RECENT PACE (AT LEAST '.                  00024500
         05 PRM-JUMP-MIN-COUNT  PIC ZZZZ9.                              00024600
         05 FILLER              PIC X(12) VALUE ' CHARGES OR'.          00024700
         05 PRM-JUMP-MIN-AMT    PIC $$,$$$,$$9.99.                      00024800
         05 FILLER              PIC X(1)  VALUE ')'.                    00024900
         05 FILLER              PIC X(46) VALUE SPACES.                 00025000
       01 RPT-PARM-LINE-4.                                              00025100
         05 FILLER              PIC X(39)                               00025200
            VALUE '       L = BALANCE OVER THE LIMIT BY '.              00025300
         05 PRM-OVER-PCT        PIC ZZ9.99.                             00025400
         05 FILLER              PIC X(13) VALUE ' PERCENT'.             00025500
         05 FILLER              PIC X(74) VALUE SPACES.                 00025600
       01 RPT-COLUMN-LINE-1.                                            00025700
         05 FILLER              PIC X(32) VALUE SPACES.                 00025800
         05 FILLER              PIC X(19) VALUE '------ TODAY ------'.  00025900
         05 FILLER              PIC X(2)  VALUE SPACES.                 00026000
         05 FILLER              PIC X(19) VALUE '----- WINDOW ------'.  00026100
         05 FILLER              PIC X(2)  VALUE SPACES.                 00026200
         05 FILLER              PIC X(14) VALUE '      EXPECTED'.       00026300
         05 FILLER              PIC X(26) VALUE SPACES.                 00026400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00026500
         05 FILLER              PIC X(7)  VALUE ' FLAGS'.               00026600
         05 FILLER              PIC X(9)  VALUE SPACES.                 00026700
       01 RPT-COLUMN-LINE-2.                                            00026800
         05 FILLER              PIC X(10) VALUE 'ACCOUNT'.              00026900
         05 FILLER              PIC X(22) VALUE 'NAME'.                 00027000
         05 FILLER              PIC X(5)  VALUE 'COUNT'.                00027100
         05 FILLER              PIC X(14) VALUE '        AMOUNT'.       00027200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00027300
         05 FILLER              PIC X(5)  VALUE 'COUNT'.                00027400
         05 FILLER              PIC X(14) VALUE '        AMOUNT'.       00027500
         05 FILLER              PIC X(2)  VALUE SPACES.                 00027600
         05 FILLER              PIC X(14) VALUE ' WINDOW AMOUNT'.       00027700
         05 FILLER              PIC X(13) VALUE '        LIMIT'.        00027800
         05 FILLER              PIC X(13) VALUE '      BALANCE'.        00027900
         05 FILLER              PIC X(2)  VALUE SPACES.                 00028000
         05 FILLER              PIC X(7)  VALUE 'C A J L'.              00028100
         05 FILLER              PIC X(2)  VALUE SPACES.                 00028200
         05 FILLER              PIC X(7)  VALUE 'STATUS'.               00028300
       01 RPT-DETAIL-LINE.                                              00028400
         05 DET-ACCT-NO         PIC X(8).                               00028500
         05 FILLER              PIC X(2)  VALUE SPACES.                 00028600
         05 DET-NAME            PIC X(20).                              00028700
         05 FILLER              PIC X(2)  VALUE SPACES.                 00028800
         05 DET-DAY-COUNT       PIC ZZZZ9.                              00028900
         05 DET-DAY-AMT         PIC ZZZ,ZZZ,ZZ9.99.                     00029000
         05 FILLER              PIC X(2)  VALUE SPACES.                 00029100
         05 DET-WIN-COUNT       PIC ZZZZ9.                              00029200
         05 DET-WIN-AMT         PIC ZZZ,ZZZ,ZZ9.99.                     00029300
         05 FILLER              PIC X(2)  VALUE SPACES.                 00029400
         05 DET-EXPECT-AMT      PIC ZZZ,ZZZ,ZZ9.99.                     00029500
         05 DET-LIMIT           PIC ZZ,ZZZ,ZZ9.99.                      00029600
         05 DET-BALANCE         PIC --,---,--9.99.                      00029700
         05 FILLER              PIC X(2)  VALUE SPACES.                 00029800
         05 DET-FLAG-COUNT      PIC X(1).                               00029900
         05 FILLER              PIC X(1)  VALUE SPACE.                  00030000
         05 DET-FLAG-AMOUNT     PIC X(1).                               00030100
         05 FILLER              PIC X(1)  VALUE SPACE.                  00030200
         05 DET-FLAG-JUMP       PIC X(1).                               00030300
         05 FILLER              PIC X(1)  VALUE SPACE.                  00030400
         05 DET-FLAG-LIMIT      PIC X(1).                               00030500
         05 FILLER              PIC X(2)  VALUE SPACES.                 00030600
         05 DET-STATUS          PIC X(7).                               00030700
       01 RPT-NONE-LINE.                                                00030800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00030900
         05 RNON-TEXT           PIC X(40).                              00031000
         05 FILLER              PIC X(90) VALUE SPACES.                 00031100
       01 RPT-TOTAL-LINE.                                               00031200
         05 TOT-LABEL           PIC X(30).                              00031300
         05 TOT-COUNT-O         PIC Z,ZZZ,ZZ9.                          00031400
         05 FILLER              PIC X(93) VALUE SPACES.                 00031500
       01 RPT-BLANK-LINE        PIC X(132) VALUE SPACES.                00031600
      *                                                                 00031700
       01 CYCLE-CONTROL-FIELDS.                                         00031800
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00031900
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00032000
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00032100
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00032200
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00032300
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00032400
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00032500
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00032600
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00032700
      *------------------                                               00032800
       PROCEDURE DIVISION.                                              00032900
      *------------------                                               00033000
       0000-MAINLINE.                                                   00033100
           PERFORM OPEN-FILES                                           00033200
           PERFORM READ-HIST-NEXT                                       00033300
           PERFORM UNTIL LASTREC = 'Y'                                  00033400
               IF HIST-ACCT-NO NOT = WS-GRP-ACCT-NO                     00033500
                   PERFORM FINISH-ACCOUNT-GROUP                         00033600
                   PERFORM START-ACCOUNT-GROUP                          00033700
               END-IF                                                   00033800
               IF HIST-IS-CHARGE                                        00033900
                  AND NOT HIST-IS-REVERSED                              00034000
                  AND HIST-POST-DATE >= WS-BASE-START                   00034100
                  AND HIST-POST-DATE <= WS-RUN-DATE                     00034200
                   PERFORM TALLY-ONE-CHARGE                             00034300
               END-IF                                                   00034400
               PERFORM READ-HIST-NEXT                                   00034500
           END-PERFORM                                                  00034600
           PERFORM FINISH-ACCOUNT-GROUP                                 00034700
           PERFORM WRITE-REPORT-TOTALS                                  00034800
           PERFORM CLOSE-STOP.                                          00034900
      *                                                                 00035000
       OPEN-FILES.                                                      00035100
           PERFORM CHECK-CYCLE-CONTROL.                                 00035200
           PERFORM READ-VELOCITY-PARM.                                  00035300
           COMPUTE WS-DATE-INT =                                        00035400
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)                    00035500
               - WS-WINDOW-DAYS + 1.                                    00035600
           COMPUTE WS-WINDOW-START =                                    00035700
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).                   00035800
           SUBTRACT WS-BASE-DAYS FROM WS-DATE-INT.                      00035900
           COMPUTE WS-BASE-START =                                      00036000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).                   00036100
           OPEN INPUT HIST-FILE.                                        00036200
           IF WS-HIST-STATUS NOT = '00'                                 00036300
               DISPLAY 'CBL0036 HISTFILE OPEN FAILED - STATUS '         00036400
                       WS-HIST-STATUS ' - STOPPING'                     00036500
               MOVE 12 TO RETURN-CODE                                   00036600
               STOP RUN                                                 00036700
           END-IF.                                                      00036800
           OPEN INPUT ACCT-REC.                                         00036900
           IF WS-ACCT-STATUS NOT = '00'                                 00037000
               DISPLAY 'CBL0036 ACCTREC OPEN FAILED - STATUS '          00037100
                       WS-ACCT-STATUS ' - STOPPING'                     00037200
               MOVE 12 TO RETURN-CODE                                   00037300
               STOP RUN                                                 00037400
           END-IF.                                                      00037500
           OPEN OUTPUT FRD-REPORT.                                      00037600
           MOVE WS-RUN-DATE       TO HDR-RUN-DATE.                      00037700
           MOVE WS-WINDOW-DAYS    TO PRM-WINDOW-DAYS.                   00037800
           MOVE WS-BASE-DAYS      TO PRM-BASE-DAYS.                     00037900
           MOVE WS-MAX-COUNT      TO PRM-MAX-COUNT.                     00038000
           MOVE WS-MAX-AMOUNT     TO PRM-MAX-AMOUNT.                    00038100
           MOVE WS-JUMP-MULT      TO PRM-JUMP-MULT.                     00038200
           MOVE WS-JUMP-MIN-COUNT TO PRM-JUMP-MIN-COUNT.                00038300
           MOVE WS-JUMP-MIN-AMT   TO PRM-JUMP-MIN-AMT.                  00038400
           MOVE WS-OVER-PCT       TO PRM-OVER-PCT.                      00038500
           WRITE FRD-REPORT-REC FROM RPT-HEADER-LINE.                   00038600
           WRITE FRD-REPORT-REC FROM RPT-BLANK-LINE.                    00038700
           WRITE FRD-REPORT-REC FROM RPT-PARM-LINE-1.                   00038800
           WRITE FRD-REPORT-REC FROM RPT-PARM-LINE-2.                   00038900
           WRITE FRD-REPORT-REC FROM RPT-PARM-LINE-3.                   00039000
           WRITE FRD-REPORT-REC FROM RPT-PARM-LINE-4.                   00039100
           WRITE FRD-REPORT-REC FROM RPT-BLANK-LINE.                    00039200
           WRITE FRD-REPORT-REC FROM RPT-COLUMN-LINE-1.                 00039300
           WRITE FRD-REPORT-REC FROM RPT-COLUMN-LINE-2.                 00039400
      *                                                                 00039500
      * EACH THRESHOLD ON THE PARM THAT IS NOT NUMERIC, OR IS ZERO      00039600
      * WHERE ZERO MAKES NO SENSE, KEEPS ITS DEFAULT.  A ZERO           00039700
      * OVER-LIMIT PERCENTAGE IS VALID AND FLAGS ANY BALANCE OVER       00039800
      * THE LIMIT.                                                      00039900
      *                                                                 00040000
       READ-VELOCITY-PARM.                                              00040100
           OPEN INPUT VEL-PARM.                                         00040200
           IF WS-PARM-STATUS = '00'                                     00040300
               READ VEL-PARM                                            00040400
               AT END                                                   00040500
                   DISPLAY 'CBL0036 WARNING: VELPARM EMPTY - '          00040600
                           'THRESHOLDS DEFAULTED'                       00040700
               NOT AT END                                               00040800
                   PERFORM APPLY-VELOCITY-PARM                          00040900
               END-READ                                                 00041000
               CLOSE VEL-PARM                                           00041100
           ELSE                                                         00041200
               DISPLAY 'CBL0036 WARNING: VELPARM MISSING - '            00041300
                       'THRESHOLDS DEFAULTED'                           00041400
           END-IF.                                                      00041500
      *                                                                 00041600
       APPLY-VELOCITY-PARM.                                             00041700
           IF PARM-WINDOW-DAYS IS NUMERIC AND PARM-WINDOW-DAYS > ZERO   00041800
               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS                  00041900
           ELSE                                                         00042000
               DISPLAY 'CBL0036 WARNING: VELPARM WINDOW DAYS NOT '      00042100
                       'VALID - DEFAULTED TO ' WS-WINDOW-DAYS           00042200
           END-IF.                                                      00042300
           IF PARM-MAX-COUNT IS NUMERIC AND PARM-MAX-COUNT > ZERO       00042400
               MOVE PARM-MAX-COUNT TO WS-MAX-COUNT                      00042500
           ELSE                                                         00042600
               DISPLAY 'CBL0036 WARNING: VELPARM MAX COUNT NOT '        00042700
                       'VALID - DEFAULTED TO ' WS-MAX-COUNT             00042800
           END-IF.                                                      00042900
           IF PARM-MAX-AMOUNT IS NUMERIC AND PARM-MAX-AMOUNT > ZERO     00043000
               MOVE PARM-MAX-AMOUNT TO WS-MAX-AMOUNT                    00043100
           ELSE                                                         00043200
               DISPLAY 'CBL0036 WARNING: VELPARM MAX AMOUNT NOT '       00043300
                       'VALID - DEFAULTED TO ' WS-MAX-AMOUNT            00043400
           END-IF.                                                      00043500
           IF PARM-BASE-DAYS IS NUMERIC AND PARM-BASE-DAYS > ZERO       00043600
               MOVE PARM-BASE-DAYS TO WS-BASE-DAYS                      00043700
           ELSE                                                         00043800
               DISPLAY 'CBL0036 WARNING: VELPARM BASELINE DAYS NOT '    00043900
                       'VALID - DEFAULTED TO ' WS-BASE-DAYS             00044000
           END-IF.                                                      00044100
           IF PARM-JUMP-MULT IS NUMERIC AND PARM-JUMP-MULT > ZERO       00044200
               MOVE PARM-JUMP-MULT TO WS-JUMP-MULT                      00044300
           ELSE                                                         00044400
               DISPLAY 'CBL0036 WARNING: VELPARM JUMP MULTIPLE NOT '    00044500
                       'VALID - DEFAULTED TO ' WS-JUMP-MULT             00044600
           END-IF.                                                      00044700
           IF PARM-JUMP-MIN-COUNT IS NUMERIC                            00044800
              AND PARM-JUMP-MIN-COUNT > ZERO                            00044900
               MOVE PARM-JUMP-MIN-COUNT TO WS-JUMP-MIN-COUNT            00045000
           ELSE                                                         00045100
               DISPLAY 'CBL0036 WARNING: VELPARM JUMP MIN COUNT NOT '   00045200
                       'VALID - DEFAULTED TO ' WS-JUMP-MIN-COUNT        00045300
           END-IF.                                                      00045400
           IF PARM-JUMP-MIN-AMT IS NUMERIC                              00045500
              AND PARM-JUMP-MIN-AMT > ZERO                              00045600
               MOVE PARM-JUMP-MIN-AMT TO WS-JUMP-MIN-AMT                00045700
           ELSE                                                         00045800
               DISPLAY 'CBL0036 WARNING: VELPARM JUMP MIN AMOUNT NOT '  00045900
                       'VALID - DEFAULTED TO ' WS-JUMP-MIN-AMT          00046000
           END-IF.                                                      00046100
           IF PARM-OVER-PCT IS NUMERIC                                  00046200
               MOVE PARM-OVER-PCT TO WS-OVER-PCT                        00046300
           ELSE                                                         00046400
               DISPLAY 'CBL0036 WARNING: VELPARM OVER-LIMIT PCT NOT '   00046500
                       'VALID - DEFAULTED TO ' WS-OVER-PCT              00046600
           END-IF.                                                      00046700
      *                                                                 00046800
       CLOSE-STOP.                                                      00046900
           PERFORM WRITE-RUN-CONTROL.                                   00047000
           PERFORM WRITE-CYCLE-COMPLETE.                                00047100
           CLOSE HIST-FILE.                                             00047200
           CLOSE ACCT-REC.                                              00047300
           CLOSE FRD-REPORT.                                            00047400
           DISPLAY 'CBL0036 HISTORY RECS READ  : ' WS-HIST-READ.        00047500
           DISPLAY 'CBL0036 CHARGES TODAY      : ' WS-CHARGES-TODAY.    00047600
           DISPLAY 'CBL0036 ACCOUNTS CHARGED   : ' WS-ACCTS-CHARGED.    00047700
           DISPLAY 'CBL0036 ACCOUNTS FLAGGED   : ' WS-ACCTS-FLAGGED.    00047800
           DISPLAY 'CBL0036   OVER COUNT       : ' WS-FLAGGED-COUNT.    00047900
           DISPLAY 'CBL0036   OVER AMOUNT      : ' WS-FLAGGED-AMOUNT.   00048000
           DISPLAY 'CBL0036   JUMP OVER PACE   : ' WS-FLAGGED-JUMP.     00048100
           DISPLAY 'CBL0036   OVER LIMIT       : ' WS-FLAGGED-LIMIT.    00048200
           DISPLAY 'CBL0036 NOT ON MASTER      : ' WS-NOT-ON-MASTER.    00048300
           IF WS-ACCTS-FLAGGED > ZERO                                   00048400
               DISPLAY 'CBL0036 ACCOUNTS FLAGGED FOR FRAUD REVIEW - '   00048500
                       'SEE FRDRPT'                                     00048600
           END-IF.                                                      00048700
           STOP RUN.                                                    00048800
      *                                                                 00048900
       READ-HIST-NEXT.                                                  00049000
           READ HIST-FILE NEXT RECORD                                   00049100
           AT END                                                       00049200
               MOVE 'Y' TO LASTREC                                      00049300
           NOT AT END                                                   00049400
               ADD 1 TO WS-HIST-READ                                    00049500
           END-READ.                                                    00049600
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '10'   00049700
               DISPLAY 'CBL0036 HISTFILE READ FAILED - STATUS '         00049800
                       WS-HIST-STATUS                                   00049900
               MOVE 'Y' TO LASTREC                                      00050000
           END-IF.                                                      00050100
      *                                                                 00050200
       START-ACCOUNT-GROUP.                                             00050300
           MOVE HIST-ACCT-NO TO WS-GRP-ACCT-NO.                         00050400
           MOVE ZERO         TO WS-GRP-DAY-COUNT.                       00050500
           MOVE ZERO         TO WS-GRP-DAY-AMT.                         00050600
           MOVE ZERO         TO WS-GRP-WIN-COUNT.                       00050700
           MOVE ZERO         TO WS-GRP-WIN-AMT.                         00050800
           MOVE ZERO         TO WS-GRP-BASE-COUNT.                      00050900
           MOVE ZERO         TO WS-GRP-BASE-AMT.                        00051000
      *                                                                 00051100
      * A CHARGE LATER REVERSED BY A CREDIT ADJUSTMENT IS LEFT OUT.     00051200
      * HISTORY IS IN ACCOUNT AND POSTING-DATE ORDER, SO ONE PASS       00051300
      * GATHERS EACH ACCOUNT'S BASELINE, WINDOW AND DAY TOGETHER.       00051400
      *                                                                 00051500
       TALLY-ONE-CHARGE.                                                00051600
           IF HIST-POST-DATE >= WS-WINDOW-START                         00051700
               ADD 1                TO WS-GRP-WIN-COUNT                 00051800
               ADD HIST-TRAN-AMOUNT TO WS-GRP-WIN-AMT                   00051900
               IF HIST-POST-DATE = WS-RUN-DATE                          00052000
                   ADD 1                TO WS-GRP-DAY-COUNT             00052100
                   ADD HIST-TRAN-AMOUNT TO WS-GRP-DAY-AMT               00052200
                   ADD 1                TO WS-CHARGES-TODAY             00052300
               END-IF                                                   00052400
           ELSE                                                         00052500
               ADD 1                TO WS-GRP-BASE-COUNT                00052600
               ADD HIST-TRAN-AMOUNT TO WS-GRP-BASE-AMT                  00052700
           END-IF.                                                      00052800
      *                                                                 00052900
      * ONLY AN ACCOUNT THAT TOOK A CHARGE TODAY IS TESTED, SO AN       00053000
      * ACCOUNT IS REPORTED THE NIGHT ITS CHARGES CROSS A THRESHOLD     00053100
      * AND AGAIN ONLY IF IT KEEPS CHARGING.                            00053200
      *                                                                 00053300
       FINISH-ACCOUNT-GROUP.                                            00053400
           IF WS-GRP-ACCT-NO NOT = SPACES                               00053500
              AND WS-GRP-DAY-COUNT > ZERO                               00053600
               ADD 1 TO WS-ACCTS-CHARGED                                00053700
               PERFORM TEST-CHARGE-VELOCITY                             00053800
           END-IF.                                                      00053900
      *                                                                 00054000
      * THE RECENT PACE IS THE BASELINE DAYS' CHARGES SCALED DOWN TO    00054100
      * THE LENGTH OF THE WINDOW.  THE WINDOW JUMPS WHEN ITS COUNT OR   00054200
      * AMOUNT RUNS OVER THE PARM MULTIPLE OF THAT PACE; THE FLOORS     00054300
      * KEEP A QUIET ACCOUNT'S FIRST FEW ORDINARY CHARGES OFF THE       00054400
      * REPORT.  AN ACCOUNT WITH NO CHARGES IN THE BASELINE HAS A       00054500
      * PACE OF ZERO AND JUMPS AS SOON AS IT REACHES A FLOOR.           00054600
      *                                                                 00054700
       TEST-CHARGE-VELOCITY.                                            00054800
           MOVE 'N' TO WS-OVER-COUNT-SW.                                00054900
           MOVE 'N' TO WS-OVER-AMOUNT-SW.                               00055000
           MOVE 'N' TO WS-JUMP-SW.                                      00055100
           MOVE 'N' TO WS-OVER-LIMIT-SW.                                00055200
           IF WS-GRP-WIN-COUNT > WS-MAX-COUNT                           00055300
               MOVE 'Y' TO WS-OVER-COUNT-SW                             00055400
           END-IF.                                                      00055500
           IF WS-GRP-WIN-AMT > WS-MAX-AMOUNT                            00055600
               MOVE 'Y' TO WS-OVER-AMOUNT-SW                            00055700
           END-IF.                                                      00055800
           COMPUTE WS-EXPECT-COUNT ROUNDED =                            00055900
               WS-GRP-BASE-COUNT * WS-WINDOW-DAYS / WS-BASE-DAYS.       00056000
           COMPUTE WS-EXPECT-AMT ROUNDED =                              00056100
               WS-GRP-BASE-AMT * WS-WINDOW-DAYS / WS-BASE-DAYS.         00056200
           IF WS-GRP-WIN-COUNT >= WS-JUMP-MIN-COUNT                     00056300
              AND WS-GRP-WIN-COUNT > WS-EXPECT-COUNT * WS-JUMP-MULT     00056400
               MOVE 'Y' TO WS-JUMP-SW                                   00056500
           END-IF.                                                      00056600
           IF WS-GRP-WIN-AMT >= WS-JUMP-MIN-AMT                         00056700
              AND WS-GRP-WIN-AMT > WS-EXPECT-AMT * WS-JUMP-MULT         00056800
               MOVE 'Y' TO WS-JUMP-SW                                   00056900
           END-IF.                                                      00057000
           PERFORM CHECK-OVER-LIMIT.                                    00057100
           IF OVER-COUNT OR OVER-AMOUNT OR JUMPED-OVER-PACE             00057200
              OR OVER-LIMIT                                             00057300
               PERFORM WRITE-FLAGGED-ACCOUNT                            00057400
           END-IF.                                                      00057500
      *                                                                 00057600
      * THE BALANCE IS TAKEN FROM THE MASTER AS POSTING LEFT IT.        00057700
      *                                                                 00057800
       CHECK-OVER-LIMIT.                                                00057900
           MOVE WS-GRP-ACCT-NO TO ACCT-NO.                              00058000
           READ ACCT-REC                                                00058100
               INVALID KEY                                              00058200
                   MOVE 'N' TO WS-ACCT-FOUND-SW                         00058300
               NOT INVALID KEY                                          00058400
                   MOVE 'Y' TO WS-ACCT-FOUND-SW                         00058500
           END-READ.                                                    00058600
           IF ACCT-ON-MASTER                                            00058700
               COMPUTE WS-LIMIT-ALLOWED ROUNDED =                       00058800
                   ACCT-LIMIT + ACCT-LIMIT * WS-OVER-PCT / 100          00058900
               IF ACCT-BALANCE > WS-LIMIT-ALLOWED                       00059000
                   MOVE 'Y' TO WS-OVER-LIMIT-SW                         00059100
               END-IF                                                   00059200
           END-IF.                                                      00059300
      *                                                                 00059400
       WRITE-FLAGGED-ACCOUNT.                                           00059500
           ADD 1 TO WS-ACCTS-FLAGGED.                                   00059600
           MOVE WS-GRP-ACCT-NO   TO DET-ACCT-NO.                        00059700
           MOVE WS-GRP-DAY-COUNT TO DET-DAY-COUNT.                      00059800
           MOVE WS-GRP-DAY-AMT   TO DET-DAY-AMT.                        00059900
           MOVE WS-GRP-WIN-COUNT TO DET-WIN-COUNT.                      00060000
           MOVE WS-GRP-WIN-AMT   TO DET-WIN-AMT.                        00060100
           MOVE WS-EXPECT-AMT    TO DET-EXPECT-AMT.                     00060200
           MOVE SPACES           TO DET-FLAG-COUNT.                     00060300
           MOVE SPACES           TO DET-FLAG-AMOUNT.                    00060400
           MOVE SPACES           TO DET-FLAG-JUMP.                      00060500
           MOVE SPACES           TO DET-FLAG-LIMIT.                     00060600
           MOVE SPACES           TO DET-STATUS.                         00060700
           IF OVER-COUNT                                                00060800
               MOVE 'C' TO DET-FLAG-COUNT                               00060900
               ADD 1 TO WS-FLAGGED-COUNT                                00061000
           END-IF.                                                      00061100
           IF OVER-AMOUNT                                               00061200
               MOVE 'A' TO DET-FLAG-AMOUNT                              00061300
               ADD 1 TO WS-FLAGGED-AMOUNT                               00061400
           END-IF.                                                      00061500
           IF JUMPED-OVER-PACE                                          00061600
               MOVE 'J' TO DET-FLAG-JUMP                                00061700
               ADD 1 TO WS-FLAGGED-JUMP                                 00061800
           END-IF.                                                      00061900
           IF OVER-LIMIT                                                00062000
               MOVE 'L' TO DET-FLAG-LIMIT                               00062100
               ADD 1 TO WS-FLAGGED-LIMIT                                00062200
           END-IF.                                                      00062300
           IF ACCT-ON-MASTER                                            00062400
               MOVE LAST-NAME    TO DET-NAME                            00062500
               MOVE ACCT-LIMIT   TO DET-LIMIT                           00062600
               MOVE ACCT-BALANCE TO DET-BALANCE                         00062700
               IF DELINQ-BLOCKED                                        00062800
                   MOVE 'BLOCKED' TO DET-STATUS                         00062900
                   ADD 1 TO WS-FLAGGED-BLOCKED                          00063000
               END-IF                                                   00063100
           ELSE                                                         00063200
               MOVE '*NOT ON MASTER*' TO DET-NAME                       00063300
               MOVE ZERO         TO DET-LIMIT                           00063400
               MOVE ZERO         TO DET-BALANCE                         00063500
               ADD 1 TO WS-NOT-ON-MASTER                                00063600
           END-IF.                                                      00063700
           WRITE FRD-REPORT-REC FROM RPT-DETAIL-LINE.                   00063800
      *                                                                 00063900
       WRITE-REPORT-TOTALS.                                             00064000
           IF WS-ACCTS-FLAGGED = ZERO                                   00064100
               MOVE 'NO ACCOUNTS FLAGGED' TO RNON-TEXT                  00064200
               WRITE FRD-REPORT-REC FROM RPT-NONE-LINE                  00064300
           END-IF.                                                      00064400
           WRITE FRD-REPORT-REC FROM RPT-BLANK-LINE.                    00064500
           MOVE 'CHARGES POSTED TODAY' TO TOT-LABEL.                    00064600
           MOVE WS-CHARGES-TODAY       TO TOT-COUNT-O.                  00064700
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00064800
           MOVE 'ACCOUNTS CHARGED TODAY' TO TOT-LABEL.                  00064900
           MOVE WS-ACCTS-CHARGED         TO TOT-COUNT-O.                00065000
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00065100
           MOVE 'ACCOUNTS FLAGGED' TO TOT-LABEL.                        00065200
           MOVE WS-ACCTS-FLAGGED   TO TOT-COUNT-O.                      00065300
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00065400
           MOVE '  C - OVER COUNT' TO TOT-LABEL.                        00065500
           MOVE WS-FLAGGED-COUNT   TO TOT-COUNT-O.                      00065600
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00065700
           MOVE '  A - OVER AMOUNT' TO TOT-LABEL.                       00065800
           MOVE WS-FLAGGED-AMOUNT   TO TOT-COUNT-O.                     00065900
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00066000
           MOVE '  J - JUMP OVER RECENT PACE' TO TOT-LABEL.             00066100
           MOVE WS-FLAGGED-JUMP   TO TOT-COUNT-O.                       00066200
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00066300
           MOVE '  L - OVER LIMIT' TO TOT-LABEL.                        00066400
           MOVE WS-FLAGGED-LIMIT   TO TOT-COUNT-O.                      00066500
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00066600
           MOVE 'FLAGGED AND ALREADY BLOCKED' TO TOT-LABEL.             00066700
           MOVE WS-FLAGGED-BLOCKED TO TOT-COUNT-O.                      00066800
           WRITE FRD-REPORT-REC FROM RPT-TOTAL-LINE.                    00066900
      *                                                                 00067000
       WRITE-RUN-CONTROL.                                               00067100
           OPEN EXTEND RUN-CTL.                                         00067200
           IF WS-CTL-STATUS = '35'                                      00067300
               OPEN OUTPUT RUN-CTL                                      00067400
           END-IF.                                                      00067500
           MOVE 'CBL0036 '          TO CTL-PROGRAM.                     00067600
           MOVE WS-RUN-DATE         TO CTL-RUN-DATE.                    00067700
           MOVE WS-CHARGES-TODAY    TO CTL-COUNT-1.                     00067800
           MOVE WS-ACCTS-CHARGED    TO CTL-COUNT-2.                     00067900
           MOVE WS-ACCTS-FLAGGED    TO CTL-COUNT-3.                     00068000
           WRITE RUN-CTL-REC.                                           00068100
           CLOSE RUN-CTL.                                               00068200
      *                                                                 00068300
      * CYCLE CONTROL: THE VELOCITY SCAN READS THE CHARGES POSTING      00068400
      * PUT ON HISTFILE, SO IT WAITS FOR CBL0006 TO COMPLETE FOR THE    00068500
      * BUSINESS DATE AND PROVES IT HAS NOT ALREADY RUN.  NOTHING       00068600
      * ELSE IN THE CHAIN WAITS ON IT.  AN OVERRIDE PARM (OVRPARM =     00068700
      * 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                   00068800
      *                                                                 00068900
       CHECK-CYCLE-CONTROL.                                             00069000
           PERFORM READ-OVERRIDE-PARM.                                  00069100
           PERFORM READ-BUSINESS-DATE.                                  00069200
           OPEN INPUT CYCL-CTL.                                         00069300
           IF WS-CYCL-STATUS = '00'                                     00069400
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00069500
           ELSE                                                         00069600
               MOVE 'Y' TO WS-CYCL-EOF-SW                               00069700
           END-IF.                                                      00069800
           PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                           00069900
               READ CYCL-CTL                                            00070000
               AT END                                                   00070100
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00070200
               NOT AT END                                               00070300
                   PERFORM NOTE-ONE-CYCLE-REC                           00070400
               END-READ                                                 00070500
           END-PERFORM.                                                 00070600
           IF WS-CYCL-OPEN-SW = 'Y'                                     00070700
               CLOSE CYCL-CTL                                           00070800
           END-IF.                                                      00070900
           PERFORM ENFORCE-CYCLE-RULES.                                 00071000
      *                                                                 00071100
       NOTE-ONE-CYCLE-REC.                                              00071200
           IF CYCL-RUN-DATE = WS-RUN-DATE AND CYCL-STATUS = 'C'         00071300
               EVALUATE CYCL-PROGRAM                                    00071400
                   WHEN 'CBL0036 '                                      00071500
                       MOVE 'Y' TO WS-SELF-DONE-SW                      00071600
                   WHEN 'CBL0006 '                                      00071700
                       MOVE 'Y' TO WS-PRED1-DONE-SW                     00071800
                   WHEN OTHER                                           00071900
                       CONTINUE                                         00072000
               END-EVALUATE                                             00072100
           END-IF.                                                      00072200
      *                                                                 00072300
       ENFORCE-CYCLE-RULES.                                             00072400
           IF RERUN-OVERRIDE                                            00072500
               DISPLAY 'CBL0036 CYCLE OVERRIDE IN EFFECT - '            00072600
                       'START-UP CHECKS WAIVED'                         00072700
           ELSE                                                         00072800
               IF WS-SELF-DONE-SW = 'Y'                                 00072900
                   DISPLAY 'CBL0036 ALREADY COMPLETE FOR '              00073000
                           WS-RUN-DATE ' - STOPPING.  SET OVRPARM '     00073100
                           'TO Y FOR A GENUINE RERUN'                   00073200
                   MOVE 12 TO RETURN-CODE                               00073300
                   STOP RUN                                             00073400
               END-IF                                                   00073500
               IF WS-PRED1-DONE-SW = 'N'                                00073600
                   DISPLAY 'CBL0036 PREDECESSOR CBL0006 NOT '           00073700
                           'COMPLETE FOR ' WS-RUN-DATE                  00073800
                           ' - STOPPING'                                00073900
                   MOVE 12 TO RETURN-CODE                               00074000
                   STOP RUN                                             00074100
               END-IF                                                   00074200
           END-IF.                                                      00074300
      *                                                                 00074400
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00074500
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00074600
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00074700
      *                                                                 00074800
       READ-BUSINESS-DATE.                                              00074900
           MOVE ZERO TO WS-RUN-DATE.                                    00075000
           OPEN INPUT BUS-DATE.                                         00075100
           IF WS-BUSD-STATUS = '00'                                     00075200
               READ BUS-DATE                                            00075300
               AT END                                                   00075400
                   CONTINUE                                             00075500
               NOT AT END                                               00075600
                   MOVE BUSD-CURR-DATE TO WS-RUN-DATE                   00075700
               END-READ                                                 00075800
               CLOSE BUS-DATE                                           00075900
           END-IF.                                                      00076000
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO             00076100
               DISPLAY 'CBL0036 NO BUSINESS DATE ON BUSDATE - '         00076200
                       'RUN CBL0031 FIRST - STOPPING'                   00076300
               MOVE 12 TO RETURN-CODE                                   00076400
               STOP RUN                                                 00076500
           END-IF.                                                      00076600
      *                                                                 00076700
       READ-OVERRIDE-PARM.                                              00076800
           OPEN INPUT OVR-PARM.                                         00076900
           IF WS-OVR-STATUS = '00'                                      00077000
               READ OVR-PARM                                            00077100
               AT END                                                   00077200
                   CONTINUE                                             00077300
               NOT AT END                                               00077400
                   IF OVR-RERUN-FLAG = 'Y'                              00077500
                       MOVE 'Y' TO WS-OVERRIDE-SW                       00077600
                   END-IF                                               00077700
               END-READ                                                 00077800
               CLOSE OVR-PARM                                           00077900
           END-IF.                                                      00078000
      *                                                                 00078100
       WRITE-CYCLE-COMPLETE.                                            00078200
           OPEN EXTEND CYCL-CTL.                                        00078300
           IF WS-CYCL-STATUS = '35'                                     00078400
               OPEN OUTPUT CYCL-CTL                                     00078500
           END-IF.                                                      00078600
           MOVE 'CBL0036 '  TO CYCL-PROGRAM.                            00078700
           MOVE WS-RUN-DATE TO CYCL-RUN-DATE.                           00078800
           MOVE 'C'         TO CYCL-STATUS.                             00078900
           WRITE CYCL-CTL-REC.                                          00079000
           CLOSE CYCL-CTL.                                              00079100
