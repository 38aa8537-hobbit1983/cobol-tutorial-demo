      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0031.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002000
                  ORGANIZATION IS SEQUENTIAL                            00002100
                  FILE STATUS   IS WS-BUSD-STATUS.                      00002200
           SELECT CAL-FILE    ASSIGN TO HOLCAL                          00002300
                  ORGANIZATION IS SEQUENTIAL                            00002400
                  FILE STATUS   IS WS-CAL-STATUS.                       00002500
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00002600
                  ORGANIZATION IS SEQUENTIAL                            00002700
                  FILE STATUS   IS WS-CYCL-STATUS.                      00002800
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00002900
                  ORGANIZATION IS SEQUENTIAL                            00003000
                  FILE STATUS   IS WS-OVR-STATUS.                       00003100
      *-------------                                                    00003200
       DATA DIVISION.                                                   00003300
      *-------------                                                    00003400
       FILE SECTION.                                                    00003500
      *                                                                 00003600
      * ONE RECORD: THE BUSINESS DATE THE NIGHT RUNS UNDER, THE ONE     00003700
      * BEFORE IT, THE MACHINE DATE IT WAS ROLLED ON, AND A FLAG FOR    00003800
      * EACH STATEMENT CYCLE (01-28) DUE ON THAT BUSINESS DATE.         00003900
      *                                                                 00004000
       FD  BUS-DATE RECORDING MODE F.                                   00004100
       01  BUS-DATE-REC.                                                00004200
           05  BUSD-CURR-DATE     PIC 9(8).                             00004300
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00004400
           05  BUSD-ROLLED-ON     PIC 9(8).                             00004500
           05  BUSD-CYCLE-DAYS.                                         00004600
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00004700
           05  FILLER             PIC X(8).                             00004800
      *                                                                 00004900
      * CALENDAR TABLE: 'H' NAMES A HOLIDAY DATE, 'W' NAMES A DAY OF    00005000
      * THE WEEK THE SHOP DOES NOT PROCESS (1 = MONDAY ... 7 = SUNDAY). 00005100
      *                                                                 00005200
       FD  CAL-FILE RECORDING MODE F.                                   00005300
       01  CAL-REC.                                                     00005400
           05  CAL-REC-TYPE       PIC X(1).                             00005500
               88  CAL-IS-HOLIDAY     VALUE 'H'.                        00005600
               88  CAL-IS-WEEKDAY     VALUE 'W'.                        00005700
           05  CAL-DATE           PIC 9(8).                             00005800
           05  CAL-WEEKDAY        PIC 9(1).                             00005900
           05  CAL-DESC           PIC X(30).                            00006000
           05  FILLER             PIC X(40).                            00006100
      *                                                                 00006200
       FD  CYCL-CTL RECORDING MODE F.                                   00006300
       01  CYCL-CTL-REC.                                                00006400
           05  CYCL-PROGRAM    PIC X(8).                                00006500
           05  CYCL-RUN-DATE   PIC 9(8).                                00006600
           05  CYCL-STATUS     PIC X(1).                                00006700
      *                                                                 00006800
       FD  OVR-PARM RECORDING MODE F.                                   00006900
       01  OVR-PARM-REC.                                                00007000
           05  OVR-RERUN-FLAG  PIC X(1).                                00007100
       WORKING-STORAGE SECTION.                                         00007200
       01 FLAGS.                                                        00007300
         05 WS-CAL-EOF-SW       PIC X VALUE 'N'.                        00007400
         05 WS-FIRST-RUN-SW     PIC X VALUE 'N'.                        00007500
           88 FIRST-BUSINESS-DATE   VALUE 'Y'.                          00007600
         05 WS-BUS-DAY-SW       PIC X VALUE 'N'.                        00007700
           88 IS-BUSINESS-DAY       VALUE 'Y'.                          00007800
       01 WORK-FIELDS.                                                  00007900
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00008000
         05 WS-CAL-STATUS       PIC X(2) VALUE SPACES.                  00008100
         05 WS-SYSTEM-DATE      PIC 9(8) VALUE ZERO.                    00008200
         05 WS-CURR-DATE        PIC 9(8) VALUE ZERO.                    00008300
         05 WS-NEW-DATE         PIC 9(8) VALUE ZERO.                    00008400
         05 WS-NEW-DATE-R REDEFINES WS-NEW-DATE.                        00008500
           10 WS-NEW-YYYY       PIC 9(4).                               00008600
           10 WS-NEW-MM         PIC 9(2).                               00008700
           10 WS-NEW-DD         PIC 9(2).                               00008800
         05 WS-SCAN-INT         PIC 9(7) VALUE ZERO.                    00008900
         05 WS-DAYS-ROLLED      PIC 9(3) VALUE ZERO.                    00009000
         05 WS-WEEKS            PIC 9(7) VALUE ZERO.                    00009100
         05 WS-WEEKDAY          PIC 9(1) VALUE ZERO.                    00009200
         05 WS-DAY-IX           PIC 9(3) VALUE ZERO.                    00009300
         05 WS-HOL-IX           PIC 9(3) VALUE ZERO.                    00009400
         05 WS-HOL-COUNT        PIC 9(3) VALUE ZERO.                    00009500
         05 WS-CLOSED-COUNT     PIC 9(1) VALUE ZERO.                    00009600
         05 WS-CAL-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.             00009700
         05 WS-CYCLES-DUE       PIC 9(2) VALUE ZERO.                    00009800
         05 WS-CYCLE-LIST       PIC X(84) VALUE SPACES.                 00009900
         05 WS-LIST-PTR         PIC 9(3) VALUE 1.                       00010000
         05 WS-CYCLE-CODE       PIC 9(2) VALUE ZERO.                    00010100
      *                                                                 00010200
       01 CALENDAR-TABLES.                                              00010300
         05 WS-CLOSED-DAYS.                                             00010400
           10 WS-CLOSED-DAY     PIC X(1) OCCURS 7 TIMES.                00010500
         05 WS-HOLIDAYS.                                                00010600
           10 WS-HOLIDAY        PIC 9(8) OCCURS 200 TIMES.              00010700
         05 WS-NEW-CYCLE-DAYS.                                          00010800
           10 WS-NEW-CYCLE-DUE  PIC X(1) OCCURS 28 TIMES.               00010900
      *                                                                 00011000
       01 CYCLE-CONTROL-FIELDS.                                         00011100
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00011200
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00011300
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00011400
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00011500
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00011600
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00011700
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00011800
         05 WS-PRED2-DONE-SW    PIC X VALUE 'N'.                        00011810
         05 WS-PRED3-DONE-SW    PIC X VALUE 'N'.                        00011820
      *------------------                                               00011900
       PROCEDURE DIVISION.                                              00012000
      *------------------                                               00012100
       0000-MAINLINE.                                                   00012200
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.                    00012300
           PERFORM LOAD-CALENDAR.                                       00012400
           PERFORM READ-BUSINESS-DATE.                                  00012500
           PERFORM CHECK-CYCLE-CONTROL.                                 00012600
           PERFORM ROLL-BUSINESS-DATE.                                  00012700
           PERFORM WRITE-BUSINESS-DATE.                                 00012800
           PERFORM WRITE-CYCLE-COMPLETE.                                00012900
           PERFORM CLOSE-STOP.                                          00013000
      *                                                                 00013100
       CLOSE-STOP.                                                      00013200
           DISPLAY 'CBL0031 SYSTEM DATE         : ' WS-SYSTEM-DATE.     00013300
           DISPLAY 'CBL0031 PRIOR BUSINESS DATE : ' WS-CURR-DATE.       00013400
           DISPLAY 'CBL0031 NEW BUSINESS DATE   : ' WS-NEW-DATE.        00013500
           DISPLAY 'CBL0031 CALENDAR DAYS ROLLED: ' WS-DAYS-ROLLED.     00013600
           DISPLAY 'CBL0031 HOLIDAYS LOADED     : ' WS-HOL-COUNT.       00013700
           DISPLAY 'CBL0031 CALENDAR REJECTED   : ' WS-CAL-REJECTED.    00013800
           DISPLAY 'CBL0031 CYCLES DUE          : ' WS-CYCLES-DUE.      00013900
           IF WS-CYCLES-DUE > ZERO                                      00014000
               DISPLAY 'CBL0031 CYCLE CODES DUE     : ' WS-CYCLE-LIST   00014100
           END-IF.                                                      00014200
           STOP RUN.                                                    00014300
      *                                                                 00014400
      * THE CALENDAR IS LOADED WHOLE.  WITH NO 'W' RECORDS THE SHOP     00014500
      * IS CLOSED SATURDAY AND SUNDAY.  WITH NO CALENDAR AT ALL THE     00014600
      * NIGHT STILL ROLLS, WEEKENDS ONLY, AND SAYS SO.                  00014700
      *                                                                 00014800
       LOAD-CALENDAR.                                                   00014900
           MOVE ALL 'N' TO WS-CLOSED-DAYS.                              00015000
           OPEN INPUT CAL-FILE.                                         00015100
           IF WS-CAL-STATUS = '00'                                      00015200
               PERFORM UNTIL WS-CAL-EOF-SW = 'Y'                        00015300
                   READ CAL-FILE                                        00015400
                   AT END                                               00015500
                       MOVE 'Y' TO WS-CAL-EOF-SW                        00015600
                   NOT AT END                                           00015700
                       PERFORM LOAD-ONE-CALENDAR-REC                    00015800
                   END-READ                                             00015900
               END-PERFORM                                              00016000
               CLOSE CAL-FILE                                           00016100
           ELSE                                                         00016200
               DISPLAY 'CBL0031 WARNING: HOLCAL MISSING - '             00016300
                       'WEEKENDS ONLY, NO HOLIDAYS'                     00016400
           END-IF.                                                      00016500
           IF WS-CLOSED-COUNT = ZERO                                    00016600
               MOVE 'Y' TO WS-CLOSED-DAY (6)                            00016700
               MOVE 'Y' TO WS-CLOSED-DAY (7)                            00016800
           END-IF.                                                      00016900
      *                                                                 00017000
       LOAD-ONE-CALENDAR-REC.                                           00017100
           EVALUATE TRUE                                                00017200
               WHEN CAL-IS-HOLIDAY AND CAL-DATE IS NUMERIC              00017300
                    AND CAL-DATE > ZERO                                 00017400
                   IF WS-HOL-COUNT < 200                                00017500
                       ADD 1 TO WS-HOL-COUNT                            00017600
                       MOVE CAL-DATE TO WS-HOLIDAY (WS-HOL-COUNT)       00017700
                   ELSE                                                 00017800
                       DISPLAY 'CBL0031 WARNING: HOLIDAY TABLE FULL - ' 00017900
                               CAL-DATE ' IGNORED'                      00018000
                       ADD 1 TO WS-CAL-REJECTED                         00018100
                   END-IF                                               00018200
               WHEN CAL-IS-WEEKDAY AND CAL-WEEKDAY IS NUMERIC           00018300
                    AND CAL-WEEKDAY >= 1 AND CAL-WEEKDAY <= 7           00018400
                   IF WS-CLOSED-DAY (CAL-WEEKDAY) NOT = 'Y'             00018500
                       MOVE 'Y' TO WS-CLOSED-DAY (CAL-WEEKDAY)          00018600
                       ADD 1 TO WS-CLOSED-COUNT                         00018700
                   END-IF                                               00018800
               WHEN OTHER                                               00018900
                   DISPLAY 'CBL0031 WARNING: HOLCAL RECORD NOT VALID - '00019000
                           CAL-REC-TYPE CAL-DATE CAL-WEEKDAY            00019100
                   ADD 1 TO WS-CAL-REJECTED                             00019200
           END-EVALUATE.                                                00019300
      *                                                                 00019400
      * NO BUSINESS DATE FILE YET MEANS THIS IS THE FIRST NIGHT: THE    00019500
      * ROLL STARTS FROM THE DAY BEFORE THE MACHINE DATE, SO TONIGHT    00019600
      * IS TODAY IF TODAY IS A BUSINESS DAY.                            00019700
      *                                                                 00019800
       READ-BUSINESS-DATE.                                              00019900
           OPEN INPUT BUS-DATE.                                         00020000
           IF WS-BUSD-STATUS = '00'                                     00020100
               READ BUS-DATE                                            00020200
               AT END                                                   00020300
                   MOVE 'Y' TO WS-FIRST-RUN-SW                          00020400
               NOT AT END                                               00020500
                   IF BUSD-CURR-DATE IS NUMERIC                         00020600
                      AND BUSD-CURR-DATE > ZERO                         00020700
                       MOVE BUSD-CURR-DATE TO WS-CURR-DATE              00020800
                   ELSE                                                 00020900
                       MOVE 'Y' TO WS-FIRST-RUN-SW                      00021000
                   END-IF                                               00021100
               END-READ                                                 00021200
               CLOSE BUS-DATE                                           00021300
           ELSE                                                         00021400
               MOVE 'Y' TO WS-FIRST-RUN-SW                              00021500
           END-IF.                                                      00021600
           IF FIRST-BUSINESS-DATE                                       00021700
               DISPLAY 'CBL0031 WARNING: NO BUSINESS DATE ON BUSDATE - '00021800
                       'STARTING FROM ' WS-SYSTEM-DATE                  00021900
               COMPUTE WS-SCAN-INT =                                    00022000
                   FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE) - 1         00022100
           ELSE                                                         00022200
               COMPUTE WS-SCAN-INT =                                    00022300
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)               00022400
           END-IF.                                                      00022500
      *                                                                 00022600
      * THE NEW BUSINESS DATE IS THE NEXT DAY AFTER THE CURRENT ONE     00022700
      * THAT IS NEITHER A CLOSED WEEKDAY NOR A HOLIDAY.  EVERY          00022800
      * CALENDAR DAY STEPPED OVER ON THE WAY HANDS ITS STATEMENT        00022900
      * CYCLE TO THE NEW DATE, SO A CYCLE THAT FALLS ON A WEEKEND OR    00023000
      * HOLIDAY RUNS ON THE NEXT BUSINESS DAY INSTEAD OF NOT AT ALL.    00023100
      * DAYS 29-31 CARRY NO CYCLE.                                      00023200
      *                                                                 00023300
       ROLL-BUSINESS-DATE.                                              00023400
           MOVE ALL 'N' TO WS-NEW-CYCLE-DAYS.                           00023500
           MOVE 'N' TO WS-BUS-DAY-SW.                                   00023600
           PERFORM UNTIL IS-BUSINESS-DAY                                00023700
               ADD 1 TO WS-SCAN-INT                                     00023800
               ADD 1 TO WS-DAYS-ROLLED                                  00023900
               IF WS-DAYS-ROLLED > 31                                   00024000
                   DISPLAY 'CBL0031 NO BUSINESS DAY WITHIN 31 DAYS - '  00024100
                           'CHECK HOLCAL - STOPPING'                    00024200
                   MOVE 12 TO RETURN-CODE                               00024300
                   STOP RUN                                             00024400
               END-IF                                                   00024500
               COMPUTE WS-NEW-DATE =                                    00024600
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)                00024700
               IF WS-NEW-DD <= 28                                       00024800
                   MOVE 'Y' TO WS-NEW-CYCLE-DUE (WS-NEW-DD)             00024900
               END-IF                                                   00025000
               PERFORM TEST-BUSINESS-DAY                                00025100
           END-PERFORM.                                                 00025200
           MOVE SPACES TO WS-CYCLE-LIST.                                00025300
           MOVE 1 TO WS-LIST-PTR.                                       00025400
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1                        00025500
                   UNTIL WS-DAY-IX > 28                                 00025600
               IF WS-NEW-CYCLE-DUE (WS-DAY-IX) = 'Y'                    00025700
                   ADD 1 TO WS-CYCLES-DUE                               00025800
                   MOVE WS-DAY-IX TO WS-CYCLE-CODE                      00025900
                   STRING WS-CYCLE-CODE ' ' DELIMITED BY SIZE           00026000
                       INTO WS-CYCLE-LIST                               00026100
                       WITH POINTER WS-LIST-PTR                         00026200
                   END-STRING                                           00026300
               END-IF                                                   00026400
           END-PERFORM.                                                 00026500
      *                                                                 00026600
      * DAY 1 OF THE INTEGER DATES (1 JAN 1601) WAS A MONDAY.           00026700
      *                                                                 00026800
       TEST-BUSINESS-DAY.                                               00026900
           MOVE 'Y' TO WS-BUS-DAY-SW.                                   00027000
           COMPUTE WS-WEEKS = WS-SCAN-INT - 1.                          00027100
           DIVIDE WS-WEEKS BY 7 GIVING WS-WEEKS                         00027200
               REMAINDER WS-WEEKDAY.                                    00027300
           ADD 1 TO WS-WEEKDAY.                                         00027400
           IF WS-CLOSED-DAY (WS-WEEKDAY) = 'Y'                          00027500
               MOVE 'N' TO WS-BUS-DAY-SW                                00027600
           END-IF.                                                      00027700
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1                        00027800
                   UNTIL WS-HOL-IX > WS-HOL-COUNT                       00027900
                      OR NOT IS-BUSINESS-DAY                            00028000
               IF WS-HOLIDAY (WS-HOL-IX) = WS-NEW-DATE                  00028100
                   MOVE 'N' TO WS-BUS-DAY-SW                            00028200
               END-IF                                                   00028300
           END-PERFORM.                                                 00028400
      *                                                                 00028500
       WRITE-BUSINESS-DATE.                                             00028600
           OPEN OUTPUT BUS-DATE.                                        00028700
           IF WS-BUSD-STATUS NOT = '00'                                 00028800
               DISPLAY 'CBL0031 BUSDATE OPEN FAILED - STATUS '          00028900
                       WS-BUSD-STATUS ' - STOPPING'                     00029000
               MOVE 12 TO RETURN-CODE                                   00029100
               STOP RUN                                                 00029200
           END-IF.                                                      00029300
           MOVE SPACES            TO BUS-DATE-REC.                      00029400
           MOVE WS-NEW-DATE       TO BUSD-CURR-DATE.                    00029500
           IF FIRST-BUSINESS-DATE                                       00029600
               MOVE ZERO          TO BUSD-PRIOR-DATE                    00029700
           ELSE                                                         00029800
               MOVE WS-CURR-DATE  TO BUSD-PRIOR-DATE                    00029900
           END-IF.                                                      00030000
           MOVE WS-SYSTEM-DATE    TO BUSD-ROLLED-ON.                    00030100
           MOVE WS-NEW-CYCLE-DAYS TO BUSD-CYCLE-DAYS.                   00030200
           WRITE BUS-DATE-REC.                                          00030300
           CLOSE BUS-DATE.                                              00030400
      *                                                                 00030500
      *                                                                 00030600
      * CYCLE CONTROL: EACH STEP OF THE NIGHTLY CHAIN RECORDS ITS       00030700
      * COMPLETION ON CYCLCTL FOR THE BUSINESS DATE.  THIS STEP OPENS   00030800
      * THE NIGHT, SO IT MAY ONLY ROLL THE DATE ONCE THE LAST STEPS OF  00030810
      * THE CURRENT BUSINESS DATE - CBL0012, CBL0027 AND THE CBL0036    00030820
      * VELOCITY SCAN, WHICH NOTHING ELSE WAITS ON - HAVE FINISHED.     00030830
      * OTHERWISE A RERUN WOULD SKIP A DAY.  AN OVERRIDE PARM           00030840
      * (OVRPARM = 'Y') LETS THE OPERATOR ROLL ANYWAY.                  00030850
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00030860
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00030870
      *              CBL0023 CBL0012 CBL0027                            00030880
      *                                                                 00031500
       CHECK-CYCLE-CONTROL.                                             00031600
           PERFORM READ-OVERRIDE-PARM.                                  00031700
           OPEN INPUT CYCL-CTL.                                         00031800
           IF WS-CYCL-STATUS = '00'                                     00031900
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00032000
           ELSE                                                         00032100
               MOVE 'Y' TO WS-CYCL-EOF-SW                               00032200
           END-IF.                                                      00032300
           PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                           00032400
               READ CYCL-CTL                                            00032500
               AT END                                                   00032600
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00032700
               NOT AT END                                               00032800
                   PERFORM NOTE-ONE-CYCLE-REC                           00032900
               END-READ                                                 00033000
           END-PERFORM.                                                 00033100
           IF WS-CYCL-OPEN-SW = 'Y'                                     00033200
               CLOSE CYCL-CTL                                           00033300
           END-IF.                                                      00033400
           PERFORM ENFORCE-CYCLE-RULES.                                 00033500
      *                                                                 00033600
       NOTE-ONE-CYCLE-REC.                                              00033700
           IF CYCL-RUN-DATE = WS-CURR-DATE AND CYCL-STATUS = 'C'        00033800
               EVALUATE CYCL-PROGRAM                                    00033900
                   WHEN 'CBL0012 '                                      00034000
                       MOVE 'Y' TO WS-PRED1-DONE-SW                     00034100
                   WHEN 'CBL0027 '                                      00034110
                       MOVE 'Y' TO WS-PRED2-DONE-SW                     00034120
                   WHEN 'CBL0036 '                                      00034130
                       MOVE 'Y' TO WS-PRED3-DONE-SW                     00034140
                   WHEN OTHER                                           00034200
                       CONTINUE                                         00034300
               END-EVALUATE                                             00034400
           END-IF.                                                      00034500
      *                                                                 00034600
       ENFORCE-CYCLE-RULES.                                             00034700
           IF RERUN-OVERRIDE                                            00034800
               DISPLAY 'CBL0031 CYCLE OVERRIDE IN EFFECT - '            00034900
                       'START-UP CHECKS WAIVED'                         00035000
           ELSE                                                         00035100
               IF WS-PRED1-DONE-SW = 'N' AND NOT FIRST-BUSINESS-DATE    00035200
                   DISPLAY 'CBL0031 CBL0012 NOT COMPLETE FOR '          00035300
                           WS-CURR-DATE ' - BUSINESS DATE NOT '         00035301
                           'ROLLED.  SET OVRPARM TO Y TO ROLL ANYWAY'   00035302
                   MOVE 12 TO RETURN-CODE                               00035303
                   STOP RUN                                             00035304
               END-IF                                                   00035305
               IF WS-PRED2-DONE-SW = 'N' AND NOT FIRST-BUSINESS-DATE    00035306
                   DISPLAY 'CBL0031 CBL0027 NOT COMPLETE FOR '          00035307
                           WS-CURR-DATE ' - BUSINESS DATE NOT '         00035308
                           'ROLLED.  SET OVRPARM TO Y TO ROLL ANYWAY'   00035309
                   MOVE 12 TO RETURN-CODE                               00035310
                   STOP RUN                                             00035311
               END-IF                                                   00035312
               IF WS-PRED3-DONE-SW = 'N' AND NOT FIRST-BUSINESS-DATE    00035313
                   DISPLAY 'CBL0031 CBL0036 NOT COMPLETE FOR '          00035314
                           WS-CURR-DATE ' - BUSINESS DATE NOT '         00035400
                           'ROLLED.  SET OVRPARM TO Y TO ROLL ANYWAY'   00035500
                   MOVE 12 TO RETURN-CODE                               00035600
                   STOP RUN                                             00035700
               END-IF                                                   00035800
           END-IF.                                                      00035900
      *                                                                 00036000
       READ-OVERRIDE-PARM.                                              00036100
           OPEN INPUT OVR-PARM.                                         00036200
           IF WS-OVR-STATUS = '00'                                      00036300
               READ OVR-PARM                                            00036400
               AT END                                                   00036500
                   CONTINUE                                             00036600
               NOT AT END                                               00036700
                   IF OVR-RERUN-FLAG = 'Y'                              00036800
                       MOVE 'Y' TO WS-OVERRIDE-SW                       00036900
                   END-IF                                               00037000
               END-READ                                                 00037100
               CLOSE OVR-PARM                                           00037200
           END-IF.                                                      00037300
      *                                                                 00037400
       WRITE-CYCLE-COMPLETE.                                            00037500
           OPEN EXTEND CYCL-CTL.                                        00037600
           IF WS-CYCL-STATUS = '35'                                     00037700
               OPEN OUTPUT CYCL-CTL                                     00037800
           END-IF.                                                      00037900
           MOVE 'CBL0031 ' TO CYCL-PROGRAM.                             00038000
           MOVE WS-NEW-DATE  TO CYCL-RUN-DATE.                          00038100
           MOVE 'C'          TO CYCL-STATUS.                            00038200
           WRITE CYCL-CTL-REC.                                          00038300
           CLOSE CYCL-CTL.                                              00038400
      *                                                                 00038500
