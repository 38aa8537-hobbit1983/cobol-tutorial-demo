      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0035.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00002000
                  ORGANIZATION IS INDEXED                               00002100
                  ACCESS MODE  IS SEQUENTIAL                            00002200
                  RECORD KEY   IS CJ-KEY                                00002300
                  FILE STATUS  IS WS-CJ-STATUS.                         00002400
           SELECT SC-PARM     ASSIGN TO SCPARM                          00002500
                  ORGANIZATION IS SEQUENTIAL                            00002600
                  FILE STATUS   IS WS-PARM-STATUS.                      00002700
           SELECT SC-REPORT   ASSIGN TO SCRPT                           00002800
                  ORGANIZATION IS SEQUENTIAL.                           00002900
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003000
                  ORGANIZATION IS SEQUENTIAL                            00003100
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003200
      *-------------                                                    00003300
       DATA DIVISION.                                                   00003400
      *-------------                                                    00003500
       FILE SECTION.                                                    00003600
       FD  CHG-JRNL.                                                    00003700
       01  CHG-JRNL-REC.                                                00003800
           05  CJ-KEY.                                                  00003900
               10  CJ-ACCT-NO      PIC X(8).                            00004000
               10  CJ-BUS-DATE     PIC 9(8).                            00004100
               10  CJ-STAMP-DATE   PIC 9(8).                            00004200
               10  CJ-STAMP-TIME   PIC 9(8).                            00004300
               10  CJ-STAMP-SEQ    PIC 9(3).                            00004400
           05  CJ-FIELD            PIC X(12).                           00004500
           05  CJ-OLD-VALUE        PIC X(25).                           00004600
           05  CJ-NEW-VALUE        PIC X(25).                           00004700
           05  CJ-PROGRAM          PIC X(8).                            00004800
           05  CJ-SOURCE           PIC X(1).                            00004900
               88  CJ-FROM-MAINT        VALUE 'M'.                      00005000
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00005100
               88  CJ-FROM-POSTING      VALUE 'P'.                      00005200
               88  CJ-FROM-AGING        VALUE 'G'.                      00005300
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00005400
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00005500
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00005600
           05  CJ-SOURCE-REF       PIC X(10).                           00005700
           05  FILLER              PIC X(14).                           00005800
      *                                                                 00005900
      * THE PARM SETS HOW MANY DAYS APART AN ADDRESS CHANGE AND A       00006000
      * LIMIT INCREASE MAY FALL AND STILL BE REPORTED TOGETHER, AND     00006100
      * OPTIONALLY A PAST BUSINESS DATE TO REPORT ON.                   00006200
      *                                                                 00006300
       FD  SC-PARM RECORDING MODE F.                                    00006400
       01  SC-PARM-REC.                                                 00006500
           05  PARM-WINDOW-DAYS   PIC 9(3).                             00006600
           05  PARM-REPORT-DATE   PIC 9(8).                             00006700
           05  FILLER             PIC X(69).                            00006800
      *                                                                 00006900
       FD  SC-REPORT RECORDING MODE F.                                  00007000
       01  SC-REPORT-REC          PIC X(132).                           00007100
      *                                                                 00007200
       FD  BUS-DATE RECORDING MODE F.                                   00007300
       01  BUS-DATE-REC.                                                00007400
           05  BUSD-CURR-DATE     PIC 9(8).                             00007500
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00007600
           05  BUSD-ROLLED-ON     PIC 9(8).                             00007700
           05  BUSD-CYCLE-DAYS.                                         00007800
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00007900
           05  FILLER             PIC X(8).                             00008000
      *                                                                 00008100
       WORKING-STORAGE SECTION.                                         00008200
       01 FLAGS.                                                        00008300
         05 LASTREC             PIC X VALUE SPACE.                      00008400
         05 WS-TODAY-SW         PIC X VALUE 'N'.                        00008500
           88 CHANGED-TODAY         VALUE 'Y'.                          00008600
       01 WORK-FIELDS.                                                  00008700
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00008800
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00008900
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00009000
         05 WS-REPORT-DATE      PIC 9(8) VALUE ZERO.                    00009100
         05 WS-WINDOW-DAYS      PIC 9(3) VALUE 30.                      00009200
         05 WS-WINDOW-START     PIC 9(8) VALUE ZERO.                    00009300
         05 WS-DATE-INT         PIC S9(9) COMP-3 VALUE ZERO.            00009400
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00009500
         05 WS-LIMIT-INCREASES  PIC 9(7) COMP-3 VALUE ZERO.             00009600
         05 WS-ADDR-CHANGES     PIC 9(7) COMP-3 VALUE ZERO.             00009700
         05 WS-NAME-CHANGES     PIC 9(7) COMP-3 VALUE ZERO.             00009800
         05 WS-ACCTS-FLAGGED    PIC 9(7) COMP-3 VALUE ZERO.             00009900
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00010000
         05 WS-OLD-LIMIT        PIC S9(7)V99 COMP-3 VALUE ZERO.         00010100
         05 WS-NEW-LIMIT        PIC S9(7)V99 COMP-3 VALUE ZERO.         00010200
         05 WS-CHANGE-TYPE      PIC X(14) VALUE SPACES.                 00010300
         05 WS-STAMP-TIME       PIC 9(8) VALUE ZERO.                    00010400
         05 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.                00010500
            10 WS-STAMP-HH      PIC 9(2).                               00010600
            10 WS-STAMP-MM      PIC 9(2).                               00010700
            10 WS-STAMP-SS      PIC 9(2).                               00010800
            10 WS-STAMP-CC      PIC 9(2).                               00010900
      *                                                                 00011000
      * WHAT ONE ACCOUNT'S JOURNAL RECORDS IN THE WINDOW ADD UP TO:     00011100
      * THE LATEST ADDRESS CHANGE AND THE LATEST LIMIT INCREASE.        00011200
      *                                                                 00011300
       01 ACCOUNT-GROUP.                                                00011400
         05 WS-GRP-ACCT-NO      PIC X(8)  VALUE SPACES.                 00011500
         05 WS-GRP-OPENED-DATE  PIC 9(8)  VALUE ZERO.                   00011600
         05 WS-GRP-ADDR-DATE    PIC 9(8)  VALUE ZERO.                   00011700
         05 WS-GRP-STREET       PIC X(25) VALUE SPACES.                 00011800
         05 WS-GRP-LIMIT-DATE   PIC 9(8)  VALUE ZERO.                   00011900
         05 WS-GRP-OLD-LIMIT    PIC S9(7)V99 COMP-3 VALUE ZERO.         00012000
         05 WS-GRP-NEW-LIMIT    PIC S9(7)V99 COMP-3 VALUE ZERO.         00012100
      *                                                                 00012200
      * THE FLAGGED ACCOUNTS ARE HELD UNTIL THE DAY'S CHANGES HAVE      00012300
      * BEEN LISTED AND PRINTED AS A SECOND SECTION.                    00012400
      *                                                                 00012500
       01 FLAGGED-TABLE.                                                00012600
         05 WS-FLAG-COUNT       PIC 9(4) VALUE ZERO.                    00012700
         05 WS-FLAG-OVFL-SW     PIC X VALUE 'N'.                        00012800
         05 WS-FX               PIC 9(4) VALUE ZERO.                    00012900
         05 WS-FLAG-ENTRY OCCURS 1000 TIMES.                            00013000
            10 FLG-ACCT-NO      PIC X(8).                               00013100
            10 FLG-ADDR-DATE    PIC 9(8).                               00013200
            10 FLG-STREET       PIC X(25).                              00013300
            10 FLG-LIMIT-DATE   PIC 9(8).                               00013400
            10 FLG-OLD-LIMIT    PIC S9(7)V99 COMP-3.                    00013500
            10 FLG-NEW-LIMIT    PIC S9(7)V99 COMP-3.                    00013600
      *                                                                 00013700
       01 RPT-HEADER-LINE.                                              00013800
         05 FILLER              PIC X(41)                               00013900
            VALUE 'SENSITIVE MASTER CHANGES - BUSINESS DATE '.          00014000
         05 HDR-REPORT-DATE     PIC 9(8).                               00014100
         05 FILLER              PIC X(9)  VALUE '  WINDOW '.            00014200
         05 HDR-WINDOW-DAYS     PIC ZZ9.                                00014300
         05 FILLER              PIC X(5)  VALUE ' DAYS'.                00014400
         05 FILLER              PIC X(66) VALUE SPACES.                 00014500
       01 RPT-TITLE-LINE.                                               00014600
         05 RTTL-TEXT           PIC X(60).                              00014700
         05 FILLER              PIC X(72) VALUE SPACES.                 00014800
       01 RPT-CHANGE-COLUMNS.                                           00014900
         05 FILLER              PIC X(10) VALUE 'ACCOUNT'.              00015000
         05 FILLER              PIC X(16) VALUE 'CHANGE'.               00015100
         05 FILLER              PIC X(14) VALUE 'FIELD'.                00015200
         05 FILLER              PIC X(27) VALUE 'OLD VALUE'.            00015300
         05 FILLER              PIC X(27) VALUE 'NEW VALUE'.            00015400
         05 FILLER              PIC X(10) VALUE 'PROGRAM'.              00015500
         05 FILLER              PIC X(28) VALUE 'TIME'.                 00015600
       01 RPT-CHANGE-LINE.                                              00015700
         05 RCHG-ACCT-NO        PIC X(8).                               00015800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00015900
         05 RCHG-TYPE           PIC X(14).                              00016000
         05 FILLER              PIC X(2)  VALUE SPACES.                 00016100
         05 RCHG-FIELD          PIC X(12).                              00016200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00016300
         05 RCHG-OLD-VALUE      PIC X(25).                              00016400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00016500
         05 RCHG-NEW-VALUE      PIC X(25).                              00016600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00016700
         05 RCHG-PROGRAM        PIC X(8).                               00016800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00016900
         05 RCHG-STAMP-HH       PIC 9(2).                               00017000
         05 FILLER              PIC X(1)  VALUE ':'.                    00017100
         05 RCHG-STAMP-MM       PIC 9(2).                               00017200
         05 FILLER              PIC X(1)  VALUE ':'.                    00017300
         05 RCHG-STAMP-SS       PIC 9(2).                               00017400
         05 FILLER              PIC X(20) VALUE SPACES.                 00017500
       01 RPT-FLAG-COLUMNS.                                             00017600
         05 FILLER              PIC X(10) VALUE 'ACCOUNT'.              00017700
         05 FILLER              PIC X(10) VALUE 'ADDR CHG'.             00017800
         05 FILLER              PIC X(27) VALUE 'NEW STREET ADDRESS'.   00017900
         05 FILLER              PIC X(10) VALUE 'LIMIT UP'.             00018000
         05 FILLER              PIC X(15) VALUE '    OLD LIMIT'.        00018100
         05 FILLER              PIC X(60) VALUE '    NEW LIMIT'.        00018200
       01 RPT-FLAG-LINE.                                                00018300
         05 RFLG-ACCT-NO        PIC X(8).                               00018400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00018500
         05 RFLG-ADDR-DATE      PIC 9(8).                               00018600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00018700
         05 RFLG-STREET         PIC X(25).                              00018800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00018900
         05 RFLG-LIMIT-DATE     PIC 9(8).                               00019000
         05 FILLER              PIC X(2)  VALUE SPACES.                 00019100
         05 RFLG-OLD-LIMIT-O    PIC $$,$$$,$$9.99.                      00019200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00019300
         05 RFLG-NEW-LIMIT-O    PIC $$,$$$,$$9.99.                      00019400
         05 FILLER              PIC X(47) VALUE SPACES.                 00019500
       01 RPT-NONE-LINE.                                                00019600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00019700
         05 RNON-TEXT           PIC X(40).                              00019800
         05 FILLER              PIC X(90) VALUE SPACES.                 00019900
       01 RPT-BLANK-LINE        PIC X(132) VALUE SPACES.                00020000
      *------------------                                               00020100
       PROCEDURE DIVISION.                                              00020200
      *------------------                                               00020300
       0000-MAINLINE.                                                   00020400
           PERFORM OPEN-FILES                                           00020500
           IF LASTREC NOT = 'Y'                                         00020600
               PERFORM READ-JOURNAL-REC                                 00020700
           END-IF                                                       00020800
           PERFORM UNTIL LASTREC = 'Y'                                  00020900
               IF CJ-ACCT-NO NOT = WS-GRP-ACCT-NO                       00021000
                   PERFORM FINISH-ACCOUNT-GROUP                         00021100
                   PERFORM START-ACCOUNT-GROUP                          00021200
               END-IF                                                   00021300
               IF CJ-BUS-DATE >= WS-WINDOW-START                        00021400
                  AND CJ-BUS-DATE <= WS-REPORT-DATE                     00021500
                   PERFORM CLASSIFY-ONE-CHANGE                          00021600
               END-IF                                                   00021700
               PERFORM READ-JOURNAL-REC                                 00021800
           END-PERFORM                                                  00021900
           PERFORM FINISH-ACCOUNT-GROUP                                 00022000
           PERFORM WRITE-FLAGGED-ACCOUNTS                               00022100
           PERFORM CLOSE-STOP.                                          00022200
      *                                                                 00022300
       OPEN-FILES.                                                      00022400
           PERFORM READ-BUSINESS-DATE.                                  00022500
           PERFORM READ-SC-PARM.                                        00022600
           COMPUTE WS-DATE-INT =                                        00022700
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)                 00022800
               - WS-WINDOW-DAYS.                                        00022900
           COMPUTE WS-WINDOW-START =                                    00023000
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).                   00023100
           OPEN INPUT  CHG-JRNL.                                        00023200
           OPEN OUTPUT SC-REPORT.                                       00023300
           IF WS-CJ-STATUS NOT = '00'                                   00023400
               DISPLAY 'CBL0035 CHGJRNL NOT AVAILABLE - STATUS '        00023500
                       WS-CJ-STATUS ' - NO CHANGES TO REPORT'           00023600
               MOVE 'Y' TO LASTREC                                      00023700
           END-IF.                                                      00023800
           MOVE WS-REPORT-DATE TO HDR-REPORT-DATE.                      00023900
           MOVE WS-WINDOW-DAYS TO HDR-WINDOW-DAYS.                      00024000
           WRITE SC-REPORT-REC FROM RPT-HEADER-LINE.                    00024100
           WRITE SC-REPORT-REC FROM RPT-BLANK-LINE.                     00024200
           MOVE 'LIMIT INCREASES, ADDRESS AND NAME CHANGES MADE TODAY'  00024300
             TO RTTL-TEXT.                                              00024400
           WRITE SC-REPORT-REC FROM RPT-TITLE-LINE.                     00024500
           WRITE SC-REPORT-REC FROM RPT-CHANGE-COLUMNS.                 00024600
      *                                                                 00024700
      * THE REPORT NORMALLY COVERS THE CURRENT BUSINESS DATE.  A        00024800
      * DATE ON THE PARM REPRINTS AN EARLIER DAY'S REPORT.              00024900
      *                                                                 00025000
       READ-SC-PARM.                                                    00025100
           OPEN INPUT SC-PARM.                                          00025200
           IF WS-PARM-STATUS = '00'                                     00025300
               READ SC-PARM                                             00025400
               AT END                                                   00025500
                   DISPLAY 'CBL0035 WARNING: SCPARM EMPTY - '           00025600
                           'WINDOW DEFAULTED TO ' WS-WINDOW-DAYS        00025700
               NOT AT END                                               00025800
                   IF PARM-WINDOW-DAYS IS NUMERIC                       00025900
                      AND PARM-WINDOW-DAYS > ZERO                       00026000
                       MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS          00026100
                   ELSE                                                 00026200
                       DISPLAY 'CBL0035 WARNING: SCPARM WINDOW NOT '    00026300
                               'VALID - DEFAULTED TO ' WS-WINDOW-DAYS   00026400
                   END-IF                                               00026500
                   IF PARM-REPORT-DATE IS NUMERIC                       00026600
                      AND PARM-REPORT-DATE > ZERO                       00026700
                       IF PARM-REPORT-DATE > WS-REPORT-DATE             00026800
                           DISPLAY 'CBL0035 WARNING: SCPARM DATE '      00026900
                                   'AFTER THE BUSINESS DATE - '         00027000
                                   'IGNORED'                            00027100
                       ELSE                                             00027200
                           MOVE PARM-REPORT-DATE TO WS-REPORT-DATE      00027300
                       END-IF                                           00027400
                   END-IF                                               00027500
               END-READ                                                 00027600
               CLOSE SC-PARM                                            00027700
           ELSE                                                         00027800
               DISPLAY 'CBL0035 WARNING: SCPARM MISSING - '             00027900
                       'WINDOW DEFAULTED TO ' WS-WINDOW-DAYS            00028000
           END-IF.                                                      00028100
      *                                                                 00028200
       READ-BUSINESS-DATE.                                              00028300
           MOVE ZERO TO WS-REPORT-DATE.                                 00028400
           OPEN INPUT BUS-DATE.                                         00028500
           IF WS-BUSD-STATUS = '00'                                     00028600
               READ BUS-DATE                                            00028700
               AT END                                                   00028800
                   CONTINUE                                             00028900
               NOT AT END                                               00029000
                   MOVE BUSD-CURR-DATE TO WS-REPORT-DATE                00029100
               END-READ                                                 00029200
               CLOSE BUS-DATE                                           00029300
           END-IF.                                                      00029400
           IF WS-REPORT-DATE NOT NUMERIC OR WS-REPORT-DATE = ZERO       00029500
               DISPLAY 'CBL0035 NO BUSINESS DATE ON BUSDATE - '         00029600
                       'RUN CBL0031 FIRST - STOPPING'                   00029700
               MOVE 12 TO RETURN-CODE                                   00029800
               STOP RUN                                                 00029900
           END-IF.                                                      00030000
      *                                                                 00030100
       CLOSE-STOP.                                                      00030200
           CLOSE CHG-JRNL.                                              00030300
           CLOSE SC-REPORT.                                             00030400
           DISPLAY 'CBL0035 JOURNAL RECS READ: ' WS-RECS-READ.          00030500
           DISPLAY 'CBL0035 LIMIT INCREASES  : ' WS-LIMIT-INCREASES.    00030600
           DISPLAY 'CBL0035 ADDRESS CHANGES  : ' WS-ADDR-CHANGES.       00030700
           DISPLAY 'CBL0035 NAME CHANGES     : ' WS-NAME-CHANGES.       00030800
           DISPLAY 'CBL0035 ACCOUNTS FLAGGED : ' WS-ACCTS-FLAGGED.      00030900
           IF WS-FLAG-OVFL-SW = 'Y'                                     00031000
               DISPLAY 'CBL0035 WARNING: FLAGGED TABLE FULL - '         00031100
                       'ACCOUNTS BEYOND 1000 NOT LISTED'                00031200
           END-IF.                                                      00031300
           STOP RUN.                                                    00031400
      *                                                                 00031500
       READ-JOURNAL-REC.                                                00031600
           READ CHG-JRNL NEXT RECORD                                    00031700
           AT END                                                       00031800
               MOVE 'Y' TO LASTREC                                      00031900
           NOT AT END                                                   00032000
               ADD 1 TO WS-RECS-READ                                    00032100
           END-READ.                                                    00032200
           IF WS-CJ-STATUS NOT = '00' AND WS-CJ-STATUS NOT = '10'       00032300
               DISPLAY 'CBL0035 CHGJRNL READ FAILED - STATUS '          00032400
                       WS-CJ-STATUS                                     00032500
               MOVE 'Y' TO LASTREC                                      00032600
           END-IF.                                                      00032700
      *                                                                 00032800
       START-ACCOUNT-GROUP.                                             00032900
           MOVE CJ-ACCT-NO TO WS-GRP-ACCT-NO.                           00033000
           MOVE ZERO       TO WS-GRP-OPENED-DATE.                       00033100
           MOVE ZERO       TO WS-GRP-ADDR-DATE.                         00033200
           MOVE SPACES     TO WS-GRP-STREET.                            00033300
           MOVE ZERO       TO WS-GRP-LIMIT-DATE.                        00033400
           MOVE ZERO       TO WS-GRP-OLD-LIMIT.                         00033500
           MOVE ZERO       TO WS-GRP-NEW-LIMIT.                         00033600
           MOVE 'N'        TO WS-TODAY-SW.                              00033700
      *                                                                 00033800
      * ONLY CHANGES TO AN EXISTING ACCOUNT COUNT.  THE NAME,           00033900
      * ADDRESS AND LIMIT AN ACCOUNT IS OPENED WITH ARE JOURNALED       00034000
      * FROM BLANK OR ZERO AND ARE NOT SENSITIVE CHANGES.               00034100
      *                                                                 00034200
       CLASSIFY-ONE-CHANGE.                                             00034300
           MOVE SPACES TO WS-CHANGE-TYPE.                               00034400
           EVALUATE CJ-FIELD                                            00034500
               WHEN 'ACCOUNT'                                           00034600
                   IF CJ-NEW-VALUE = 'OPENED'                           00034700
                       MOVE CJ-BUS-DATE TO WS-GRP-OPENED-DATE           00034800
                   END-IF                                               00034900
               WHEN 'CREDIT LIMIT'                                      00035000
                   PERFORM CHECK-LIMIT-INCREASE                         00035100
               WHEN 'STREET ADDR'                                       00035200
               WHEN 'CITY/COUNTY'                                       00035300
               WHEN 'STATE'                                             00035400
                   IF CJ-OLD-VALUE NOT = SPACES                         00035500
                       MOVE 'ADDRESS CHANGE' TO WS-CHANGE-TYPE          00035600
                       MOVE CJ-BUS-DATE TO WS-GRP-ADDR-DATE             00035700
                       IF CJ-FIELD = 'STREET ADDR'                      00035800
                           MOVE CJ-NEW-VALUE TO WS-GRP-STREET           00035900
                       END-IF                                           00036000
                       IF CJ-BUS-DATE = WS-REPORT-DATE                  00036100
                           ADD 1 TO WS-ADDR-CHANGES                     00036200
                       END-IF                                           00036300
                   END-IF                                               00036400
               WHEN 'LAST NAME'                                         00036500
               WHEN 'FIRST NAME'                                        00036600
                   IF CJ-OLD-VALUE NOT = SPACES                         00036700
                       MOVE 'NAME CHANGE' TO WS-CHANGE-TYPE             00036800
                       IF CJ-BUS-DATE = WS-REPORT-DATE                  00036900
                           ADD 1 TO WS-NAME-CHANGES                     00037000
                       END-IF                                           00037100
                   END-IF                                               00037200
               WHEN OTHER                                               00037300
                   CONTINUE                                             00037400
           END-EVALUATE.                                                00037500
           IF WS-CHANGE-TYPE NOT = SPACES                               00037600
              AND CJ-BUS-DATE = WS-REPORT-DATE                          00037700
               MOVE 'Y' TO WS-TODAY-SW                                  00037800
               PERFORM WRITE-CHANGE-LINE                                00037900
           END-IF.                                                      00038000
      *                                                                 00038100
      * THE JOURNAL HOLDS AMOUNTS AS PRINTED, SO THEY ARE DE-EDITED     00038200
      * BACK TO NUMBERS BEFORE THE OLD AND NEW LIMIT ARE COMPARED.      00038300
      *                                                                 00038400
       CHECK-LIMIT-INCREASE.                                            00038500
           MOVE CJ-OLD-VALUE (1:11) TO WS-CJ-AMOUNT-O.                  00038600
           MOVE WS-CJ-AMOUNT-O      TO WS-OLD-LIMIT.                    00038700
           MOVE CJ-NEW-VALUE (1:11) TO WS-CJ-AMOUNT-O.                  00038800
           MOVE WS-CJ-AMOUNT-O      TO WS-NEW-LIMIT.                    00038900
           IF WS-NEW-LIMIT > WS-OLD-LIMIT                               00039000
              AND NOT (CJ-BUS-DATE = WS-GRP-OPENED-DATE                 00039100
                       AND WS-OLD-LIMIT = ZERO)                         00039200
               MOVE 'LIMIT INCREASE' TO WS-CHANGE-TYPE                  00039300
               MOVE CJ-BUS-DATE  TO WS-GRP-LIMIT-DATE                   00039400
               MOVE WS-OLD-LIMIT TO WS-GRP-OLD-LIMIT                    00039500
               MOVE WS-NEW-LIMIT TO WS-GRP-NEW-LIMIT                    00039600
               IF CJ-BUS-DATE = WS-REPORT-DATE                          00039700
                   ADD 1 TO WS-LIMIT-INCREASES                          00039800
               END-IF                                                   00039900
           END-IF.                                                      00040000
      *                                                                 00040100
      * AN ADDRESS CHANGE AND A LIMIT INCREASE INSIDE THE WINDOW IS     00040200
      * THE PATTERN OF AN ACCOUNT TAKEOVER.  IT IS REPORTED ON THE      00040300
      * DAY THE SECOND HALF OF THE PAIR (OR A LATER SENSITIVE CHANGE)   00040400
      * IS MADE, NOT AGAIN ON EVERY DAY OF THE WINDOW AFTER IT.         00040500
      *                                                                 00040600
       FINISH-ACCOUNT-GROUP.                                            00040700
           IF WS-GRP-ACCT-NO NOT = SPACES                               00040800
              AND CHANGED-TODAY                                         00040900
              AND WS-GRP-ADDR-DATE > ZERO                               00041000
              AND WS-GRP-LIMIT-DATE > ZERO                              00041100
               ADD 1 TO WS-ACCTS-FLAGGED                                00041200
               IF WS-FLAG-COUNT < 1000                                  00041300
                   ADD 1 TO WS-FLAG-COUNT                               00041400
                   MOVE WS-GRP-ACCT-NO                                  00041500
                     TO FLG-ACCT-NO (WS-FLAG-COUNT)                     00041600
                   MOVE WS-GRP-ADDR-DATE                                00041700
                     TO FLG-ADDR-DATE (WS-FLAG-COUNT)                   00041800
                   MOVE WS-GRP-STREET                                   00041900
                     TO FLG-STREET (WS-FLAG-COUNT)                      00042000
                   MOVE WS-GRP-LIMIT-DATE                               00042100
                     TO FLG-LIMIT-DATE (WS-FLAG-COUNT)                  00042200
                   MOVE WS-GRP-OLD-LIMIT                                00042300
                     TO FLG-OLD-LIMIT (WS-FLAG-COUNT)                   00042400
                   MOVE WS-GRP-NEW-LIMIT                                00042500
                     TO FLG-NEW-LIMIT (WS-FLAG-COUNT)                   00042600
               ELSE                                                     00042700
                   MOVE 'Y' TO WS-FLAG-OVFL-SW                          00042800
               END-IF                                                   00042900
           END-IF.                                                      00043000
      *                                                                 00043100
       WRITE-CHANGE-LINE.                                               00043200
           MOVE CJ-ACCT-NO     TO RCHG-ACCT-NO.                         00043300
           MOVE WS-CHANGE-TYPE TO RCHG-TYPE.                            00043400
           MOVE CJ-FIELD       TO RCHG-FIELD.                           00043500
           MOVE CJ-OLD-VALUE   TO RCHG-OLD-VALUE.                       00043600
           MOVE CJ-NEW-VALUE   TO RCHG-NEW-VALUE.                       00043700
           MOVE CJ-PROGRAM     TO RCHG-PROGRAM.                         00043800
           MOVE CJ-STAMP-TIME  TO WS-STAMP-TIME.                        00043900
           MOVE WS-STAMP-HH    TO RCHG-STAMP-HH.                        00044000
           MOVE WS-STAMP-MM    TO RCHG-STAMP-MM.                        00044100
           MOVE WS-STAMP-SS    TO RCHG-STAMP-SS.                        00044200
           WRITE SC-REPORT-REC FROM RPT-CHANGE-LINE.                    00044300
      *                                                                 00044400
       WRITE-FLAGGED-ACCOUNTS.                                          00044500
           IF WS-LIMIT-INCREASES + WS-ADDR-CHANGES                      00044600
              + WS-NAME-CHANGES = ZERO                                  00044700
               MOVE 'NO SENSITIVE CHANGES TODAY' TO RNON-TEXT           00044800
               WRITE SC-REPORT-REC FROM RPT-NONE-LINE                   00044900
           END-IF.                                                      00045000
           WRITE SC-REPORT-REC FROM RPT-BLANK-LINE.                     00045100
           MOVE 'ADDRESS CHANGE AND LIMIT INCREASE WITHIN THE WINDOW'   00045200
             TO RTTL-TEXT.                                              00045300
           WRITE SC-REPORT-REC FROM RPT-TITLE-LINE.                     00045400
           WRITE SC-REPORT-REC FROM RPT-FLAG-COLUMNS.                   00045500
           PERFORM VARYING WS-FX FROM 1 BY 1                            00045600
                   UNTIL WS-FX > WS-FLAG-COUNT                          00045700
               MOVE FLG-ACCT-NO (WS-FX)    TO RFLG-ACCT-NO              00045800
               MOVE FLG-ADDR-DATE (WS-FX)  TO RFLG-ADDR-DATE            00045900
               MOVE FLG-STREET (WS-FX)     TO RFLG-STREET               00046000
               MOVE FLG-LIMIT-DATE (WS-FX) TO RFLG-LIMIT-DATE           00046100
               MOVE FLG-OLD-LIMIT (WS-FX)  TO RFLG-OLD-LIMIT-O          00046200
               MOVE FLG-NEW-LIMIT (WS-FX)  TO RFLG-NEW-LIMIT-O          00046300
               WRITE SC-REPORT-REC FROM RPT-FLAG-LINE                   00046400
           END-PERFORM.                                                 00046500
           IF WS-FLAG-COUNT = ZERO                                      00046600
               MOVE 'NO ACCOUNTS FLAGGED' TO RNON-TEXT                  00046700
               WRITE SC-REPORT-REC FROM RPT-NONE-LINE                   00046800
           END-IF.                                                      00046900
      *                                                                 00047000
