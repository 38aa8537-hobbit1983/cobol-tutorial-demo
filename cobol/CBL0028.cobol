      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0028.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT ACCT-REC    ASSIGN TO ACCTREC                         00002000
                  ORGANIZATION IS INDEXED                               00002100
                  ACCESS MODE  IS SEQUENTIAL                            00002200
                  RECORD KEY   IS ACCT-NO                               00002300
                  FILE STATUS  IS WS-ACCT-STATUS.                       00002400
           SELECT CO-PARM     ASSIGN TO COPARM                          00002500
                  ORGANIZATION IS SEQUENTIAL                            00002600
                  FILE STATUS   IS WS-PARM-STATUS.                      00002700
           SELECT CO-REGISTER ASSIGN TO COREG                           00002800
                  ORGANIZATION IS SEQUENTIAL.                           00002900
           SELECT GL-JRNL     ASSIGN TO COGLJRNL                        00003000
                  ORGANIZATION IS SEQUENTIAL.                           00003100
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003110
                  ORGANIZATION IS SEQUENTIAL                            00003120
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003130
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00003131
                  ORGANIZATION IS INDEXED                               00003132
                  ACCESS MODE  IS RANDOM                                00003133
                  RECORD KEY   IS CJ-KEY                                00003134
                  FILE STATUS  IS WS-CJ-STATUS.                         00003135
      *-------------                                                    00003200
       DATA DIVISION.                                                   00003300
      *-------------                                                    00003400
       FILE SECTION.                                                    00003500
       FD  ACCT-REC.                                                    00003600
       01  ACCT-FIELDS.                                                 00003700
           05  ACCT-NO        PIC X(8).                                 00003800
           05  ACCT-LIMIT     PIC S9(7)V99 COMP-3.                      00003900
           05  ACCT-BALANCE   PIC S9(7)V99 COMP-3.                      00004000
           05  ACCT-PRIN-BAL  PIC S9(7)V99 COMP-3.                      00004100
           05  ACCT-FEE-BAL   PIC S9(7)V99 COMP-3.                      00004200
           05  ACCT-FIN-BAL   PIC S9(7)V99 COMP-3.                      00004300
           05  LAST-NAME      PIC X(20).                                00004400
           05  FIRST-NAME     PIC X(15).                                00004500
           05  STREET-ADDR    PIC X(25).                                00004600
           05  CITY-COUNTY    PIC X(20).                                00004700
           05  USA-STATE      PIC X(15).                                00004800
           05  DELINQ-STATUS.                                           00004900
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00005000
               10  DELINQ-COLL-FLAG      PIC X(1).                      00005100
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00005200
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00005300
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00005400
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00005410
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00005420
               10  FILLER                PIC X(1).                      00005430
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00005600
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00005700
           05  ACCT-CYCLE-CODE     PIC X(2).                            00005800
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00005900
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00006000
           05  ACCT-DUE-DATE       PIC 9(8).                            00006100
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00006200
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00006300
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00006400
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00006500
           05  ACCT-PRICE-PLAN     PIC X(2).                            00006510
           05  COMMENTS       PIC X(50).                                00006600
      *                                                                 00006700
       FD  CO-PARM RECORDING MODE F.                                    00006800
       01  CO-PARM-REC.                                                 00006900
           05  PARM-CO-DAYS       PIC 9(3).                             00007000
      *                                                                 00007100
       FD  CO-REGISTER RECORDING MODE F.                                00007200
       01  CO-REG-REC.                                                  00007300
           05  REG-ACCT-NO      PIC X(8).                               00007400
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007500
           05  REG-LAST-NAME    PIC X(20).                              00007600
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007700
           05  REG-DAYS-O       PIC ZZ9.                                00007800
           05  FILLER           PIC X(2)  VALUE SPACES.                 00007900
           05  REG-PRIN-O       PIC $$$,$$9.99-.                        00008000
           05  FILLER           PIC X(2)  VALUE SPACES.                 00008100
           05  REG-FEE-O        PIC $$$,$$9.99-.                        00008200
           05  FILLER           PIC X(2)  VALUE SPACES.                 00008300
           05  REG-FIN-O        PIC $$$,$$9.99-.                        00008400
           05  FILLER           PIC X(2)  VALUE SPACES.                 00008500
           05  REG-TOTAL-O      PIC $$$,$$9.99-.                        00008600
      *                                                                 00008700
      * SAME JOURNAL LAYOUT THE NIGHTLY GL EXTRACT (CBL0027) HANDS TO   00008800
      * ACCOUNTING, WRITTEN TO ITS OWN DATASET FOR THE MONTH-END LOAD.  00008900
      *                                                                 00009000
       FD  GL-JRNL RECORDING MODE F.                                    00009100
       01  GL-JRNL-REC.                                                 00009200
           05  GLJ-REC-TYPE    PIC X(1).                                00009300
               88  GLJ-IS-DETAIL    VALUE 'D'.                          00009400
               88  GLJ-IS-TRLR      VALUE 'T'.                          00009500
           05  GLJ-DETAIL.                                              00009600
               10  GLJ-ACCOUNT     PIC X(8).                            00009700
               10  GLJ-DRCR        PIC X(1).                            00009800
               10  GLJ-AMOUNT      PIC S9(9)V99 COMP-3.                 00009900
               10  GLJ-POST-DATE   PIC 9(8).                            00010000
               10  GLJ-DESC        PIC X(22).                           00010100
           05  GLJ-TRAILER REDEFINES GLJ-DETAIL.                        00010200
               10  GLJ-TOT-DEBITS  PIC S9(9)V99 COMP-3.                 00010300
               10  GLJ-TOT-CREDITS PIC S9(9)V99 COMP-3.                 00010400
               10  GLJ-ENTRY-COUNT PIC 9(7).                            00010500
               10  GLJ-BAL-FLAG    PIC X(1).                            00010600
               10  FILLER          PIC X(25).                           00010700
      *                                                                 00010800
       FD  BUS-DATE RECORDING MODE F.                                   00010810
       01  BUS-DATE-REC.                                                00010820
           05  BUSD-CURR-DATE     PIC 9(8).                             00010830
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00010840
           05  BUSD-ROLLED-ON     PIC 9(8).                             00010850
           05  BUSD-CYCLE-DAYS.                                         00010860
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00010870
           05  FILLER             PIC X(8).                             00010880
      *                                                                 00010890
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00010891
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00010892
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00010893
      * THE ORDER THEY WERE MADE.                                       00010894
      *                                                                 00010895
       FD  CHG-JRNL.                                                    00010896
       01  CHG-JRNL-REC.                                                00010897
           05  CJ-KEY.                                                  00010898
               10  CJ-ACCT-NO      PIC X(8).                            00010899
               10  CJ-BUS-DATE     PIC 9(8).                            00010900
               10  CJ-STAMP-DATE   PIC 9(8).                            00010901
               10  CJ-STAMP-TIME   PIC 9(8).                            00010902
               10  CJ-STAMP-SEQ    PIC 9(3).                            00010903
           05  CJ-FIELD            PIC X(12).                           00010904
           05  CJ-OLD-VALUE        PIC X(25).                           00010905
           05  CJ-NEW-VALUE        PIC X(25).                           00010906
           05  CJ-PROGRAM          PIC X(8).                            00010907
           05  CJ-SOURCE           PIC X(1).                            00010908
               88  CJ-FROM-MAINT        VALUE 'M'.                      00010909
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00010910
               88  CJ-FROM-POSTING      VALUE 'P'.                      00010911
               88  CJ-FROM-AGING        VALUE 'G'.                      00010912
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00010913
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00010914
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00010915
           05  CJ-SOURCE-REF       PIC X(10).                           00010916
           05  FILLER              PIC X(14).                           00010917
      *                                                                 00010918
       WORKING-STORAGE SECTION.                                         00010919
       01 FLAGS.                                                        00011000
         05 LASTREC             PIC X VALUE SPACE.                      00011100
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00011110
       01 WORK-FIELDS.                                                  00011200
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00011300
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00011400
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00011410
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00011500
         05 WS-CO-DAYS          PIC 9(3) VALUE 180.                     00011600
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00011700
         05 WS-ACCTS-CHARGED-OFF PIC 9(7) COMP-3 VALUE ZERO.            00011800
         05 WS-ALREADY-OFF      PIC 9(7) COMP-3 VALUE ZERO.             00011900
         05 WS-ENTRIES-WRITTEN  PIC 9(7) COMP-3 VALUE ZERO.             00012000
         05 WS-PRIN-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.         00012100
         05 WS-FEE-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.         00012200
         05 WS-FIN-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.         00012300
         05 WS-CO-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.         00012400
         05 WS-DEBITS-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00012500
         05 WS-CREDITS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00012600
         05 WS-ENTRY-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00012700
         05 WS-ENTRY-DR-ACCT    PIC X(8) VALUE SPACES.                  00012800
         05 WS-ENTRY-CR-ACCT    PIC X(8) VALUE SPACES.                  00012900
         05 WS-ENTRY-DESC       PIC X(22) VALUE SPACES.                 00013000
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00013001
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00013002
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00013003
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00013004
      *                                                                 00013005
       01 BEFORE-IMAGE.                                                 00013006
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00013007
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00013008
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00013009
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00013010
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00013011
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00013012
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00013013
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00013014
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00013015
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00013016
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00013017
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00013018
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00013019
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00013020
      *                                                                 00013100
      * LEDGER ACCOUNTS, AS IN THE NIGHTLY GL EXTRACT.  PRINCIPAL       00013200
      * COMES OUT OF THE LOSS ALLOWANCE; FEES AND FINANCE CHARGES       00013300
      * NEVER COLLECTED ARE TAKEN BACK OUT OF THE INCOME THEY WERE      00013400
      * BOOKED TO.                                                      00013500
      *                                                                 00013600
       01 GL-ACCOUNT-NUMBERS.                                           00013700
         05 GL-RECEIVABLES      PIC X(8) VALUE '12000000'.              00013800
         05 GL-LOSS-ALLOWANCE   PIC X(8) VALUE '12900000'.              00013900
         05 GL-LATE-FEE-INCOME  PIC X(8) VALUE '41000000'.              00014000
         05 GL-FIN-CHG-INCOME   PIC X(8) VALUE '42000000'.              00014100
      *                                                                 00014200
       01 REG-HEADER-LINE.                                              00014300
         05 FILLER              PIC X(24)                               00014400
            VALUE 'CHARGE-OFF REGISTER FOR '.                           00014500
         05 HDR-RUN-DATE        PIC 9(8).                               00014600
         05 FILLER              PIC X(14)                               00014700
            VALUE '  DAYS PAST >='.                                     00014800
         05 HDR-CO-DAYS         PIC ZZ9.                                00014900
         05 FILLER              PIC X(38) VALUE SPACES.                 00015000
       01 REG-COLUMN-LINE.                                              00015100
         05 FILLER              PIC X(35)                               00015200
            VALUE 'ACCOUNT   NAME                 DAYS'.                00015300
         05 FILLER              PIC X(26)                               00015400
            VALUE '    PRINCIPAL         FEES'.                         00015500
         05 FILLER              PIC X(26)                               00015600
            VALUE '      FINANCE        TOTAL'.                         00015700
       01 REG-TOTAL-LINE.                                               00015800
         05 FILLER              PIC X(36)                               00015900
            VALUE 'TOTAL CHARGED OFF'.                                  00016000
         05 TOT-PRIN-O          PIC $$$$,$$9.99-.                       00016100
         05 FILLER              PIC X(1)  VALUE SPACE.                  00016200
         05 TOT-FEE-O           PIC $$$$,$$9.99-.                       00016300
         05 FILLER              PIC X(1)  VALUE SPACE.                  00016400
         05 TOT-FIN-O           PIC $$$$,$$9.99-.                       00016500
         05 FILLER              PIC X(1)  VALUE SPACE.                  00016600
         05 TOT-CO-O            PIC $$$$,$$9.99-.                       00016700
       01 REG-BLANK-LINE        PIC X(87) VALUE SPACES.                 00016800
      *------------------                                               00016900
       PROCEDURE DIVISION.                                              00017000
      *------------------                                               00017100
       0000-MAINLINE.                                                   00017200
           PERFORM OPEN-FILES                                           00017300
           PERFORM READ-ACCT-REC                                        00017400
           PERFORM UNTIL LASTREC = 'Y'                                  00017500
               ADD 1 TO WS-RECS-READ                                    00017600
               PERFORM REVIEW-ONE-ACCOUNT                               00017700
               PERFORM READ-ACCT-REC                                    00017800
           END-PERFORM                                                  00017900
           PERFORM WRITE-REGISTER-TOTALS                                00018000
           PERFORM WRITE-JOURNAL-ENTRIES                                00018100
           PERFORM WRITE-JOURNAL-TRAILER                                00018200
           PERFORM CLOSE-STOP.                                          00018300
      *                                                                 00018400
       OPEN-FILES.                                                      00018500
           PERFORM READ-BUSINESS-DATE.                                  00018510
           PERFORM READ-CO-PARM.                                        00018700
           OPEN I-O    ACCT-REC.                                        00018800
           IF WS-ACCT-STATUS NOT = '00'                                 00018900
               DISPLAY 'CBL0028 ACCTREC OPEN FAILED - STATUS '          00019000
                       WS-ACCT-STATUS ' - STOPPING'                     00019100
               MOVE 12 TO RETURN-CODE                                   00019200
               STOP RUN                                                 00019300
           END-IF.                                                      00019400
           OPEN OUTPUT CO-REGISTER.                                     00019500
           OPEN OUTPUT GL-JRNL.                                         00019600
           PERFORM OPEN-CHANGE-JOURNAL.                                 00019610
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.                            00019700
           MOVE WS-CO-DAYS  TO HDR-CO-DAYS.                             00019800
           WRITE CO-REG-REC FROM REG-HEADER-LINE.                       00019900
           WRITE CO-REG-REC FROM REG-BLANK-LINE.                        00020000
           WRITE CO-REG-REC FROM REG-COLUMN-LINE.                       00020100
      *                                                                 00020101
       OPEN-CHANGE-JOURNAL.                                             00020102
           OPEN I-O CHG-JRNL.                                           00020103
           IF WS-CJ-STATUS = '35'                                       00020104
               OPEN OUTPUT CHG-JRNL                                     00020105
               CLOSE CHG-JRNL                                           00020106
               OPEN I-O CHG-JRNL                                        00020107
           END-IF.                                                      00020108
           IF WS-CJ-STATUS NOT = '00'                                   00020109
               DISPLAY 'CBL0028 CHGJRNL OPEN FAILED - STATUS '          00020110
                       WS-CJ-STATUS ' - STOPPING'                       00020111
               MOVE 12 TO RETURN-CODE                                   00020112
               STOP RUN                                                 00020113
           END-IF.                                                      00020114
      *                                                                 00020200
      * THE CHARGE-OFF POINT IS SET BY PARM SO POLICY CAN MOVE IT       00020300
      * WITHOUT A PROGRAM CHANGE.  NO PARM MEANS THE USUAL 180 DAYS.    00020400
      *                                                                 00020500
       READ-CO-PARM.                                                    00020600
           OPEN INPUT CO-PARM.                                          00020700
           IF WS-PARM-STATUS = '00'                                     00020800
               READ CO-PARM                                             00020900
               AT END                                                   00021000
                   DISPLAY 'CBL0028 WARNING: COPARM EMPTY - '           00021100
                           'CHARGE-OFF DAYS DEFAULTED TO ' WS-CO-DAYS   00021200
               NOT AT END                                               00021300
                   IF PARM-CO-DAYS IS NUMERIC                           00021400
                      AND PARM-CO-DAYS > ZERO                           00021500
                       MOVE PARM-CO-DAYS TO WS-CO-DAYS                  00021600
                   ELSE                                                 00021700
                       DISPLAY 'CBL0028 WARNING: COPARM DAYS NOT '      00021800
                               'VALID - DEFAULTED TO ' WS-CO-DAYS       00021900
                   END-IF                                               00022000
               END-READ                                                 00022100
               CLOSE CO-PARM                                            00022200
           ELSE                                                         00022300
               DISPLAY 'CBL0028 WARNING: COPARM MISSING - '             00022400
                       'CHARGE-OFF DAYS DEFAULTED TO ' WS-CO-DAYS       00022500
           END-IF.                                                      00022501
      *                                                                 00022502
      * THE RUN DATE IS THE BUSINESS DATE CBL0031 ROLLED FORWARD FOR    00022503
      * THE NIGHT, NOT THE MACHINE DATE, SO IT AGREES WITH THE DATE     00022504
      * THE NIGHTLY CHAIN STAMPS ON THE SAME WORK.                      00022505
      *                                                                 00022506
       READ-BUSINESS-DATE.                                              00022507
           MOVE ZERO TO WS-RUN-DATE.                                    00022508
           OPEN INPUT BUS-DATE.                                         00022509
           IF WS-BUSD-STATUS = '00'                                     00022510
               READ BUS-DATE                                            00022511
               AT END                                                   00022512
                   CONTINUE                                             00022513
               NOT AT END                                               00022514
                   MOVE BUSD-CURR-DATE TO WS-RUN-DATE                   00022515
               END-READ                                                 00022516
               CLOSE BUS-DATE                                           00022517
           END-IF.                                                      00022518
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO             00022519
               DISPLAY 'CBL0028 NO BUSINESS DATE ON BUSDATE - '         00022520
                       'RUN CBL0031 FIRST - STOPPING'                   00022521
               MOVE 12 TO RETURN-CODE                                   00022522
               STOP RUN                                                 00022523
           END-IF.                                                      00022600
           STRING 'CHGOFF'              DELIMITED BY SIZE               00022610
                  WS-RUN-DATE (5:4)     DELIMITED BY SIZE               00022620
             INTO WS-CJ-SOURCE-REF                                      00022630
           END-STRING.                                                  00022640
      *                                                                 00022700
       CLOSE-STOP.                                                      00022800
           CLOSE ACCT-REC.                                              00022900
           CLOSE CO-REGISTER.                                           00023000
           CLOSE GL-JRNL.                                               00023100
           CLOSE CHG-JRNL.                                              00023110
           DISPLAY 'CBL0028 ACCOUNTS READ    : ' WS-RECS-READ.          00023200
           DISPLAY 'CBL0028 CHARGED OFF NOW  : ' WS-ACCTS-CHARGED-OFF.  00023300
           DISPLAY 'CBL0028 ALREADY OFF      : ' WS-ALREADY-OFF.        00023400
           DISPLAY 'CBL0028 JOURNAL ENTRIES  : ' WS-ENTRIES-WRITTEN.    00023500
           DISPLAY 'CBL0028 CHANGES JOURNALED: ' WS-CJ-WRITTEN.         00023510
           IF WS-DEBITS-TOTAL NOT = WS-CREDITS-TOTAL                    00023600
               DISPLAY 'CBL0028 JOURNAL OUT OF BALANCE - '              00023700
                       'HOLD THE ACCOUNTING LOAD'                       00023800
               MOVE 8 TO RETURN-CODE                                    00023900
           END-IF.                                                      00024000
           STOP RUN.                                                    00024100
      *                                                                 00024200
       READ-ACCT-REC.                                                   00024300
           READ ACCT-REC NEXT RECORD                                    00024400
           AT END MOVE 'Y' TO LASTREC                                   00024500
           END-READ.                                                    00024600
      *                                                                 00024700
      * AN ACCOUNT STILL OWING AT OR PAST THE CHARGE-OFF POINT IS       00024800
      * WRITTEN OFF.  EACH BUCKET IS WRITTEN OFF ON ITS OWN SO THE      00024900
      * JOURNAL CAN SEND IT TO THE RIGHT LEDGER.  THE ACCOUNT STAYS ON  00025000
      * THE MASTER, MARKED CHARGED OFF WITH THE DATE AND AMOUNT, FOR    00025100
      * RECOVERIES AND BUREAU REPORTING; ITS AGING IS LEFT AS IT WAS.   00025200
      *                                                                 00025300
       REVIEW-ONE-ACCOUNT.                                              00025400
           EVALUATE TRUE                                                00025500
               WHEN DELINQ-CHARGED-OFF                                  00025600
                   ADD 1 TO WS-ALREADY-OFF                              00025700
               WHEN ACCT-BALANCE > ZERO                                 00025800
                AND DELINQ-DAYS-PAST-DUE >= WS-CO-DAYS                  00025900
                   PERFORM CHARGE-OFF-ONE-ACCOUNT                       00026000
               WHEN OTHER                                               00026100
                   CONTINUE                                             00026200
           END-EVALUATE.                                                00026300
      *                                                                 00026400
       CHARGE-OFF-ONE-ACCOUNT.                                          00026500
           PERFORM SAVE-BEFORE-IMAGE.                                   00026510
           PERFORM WRITE-REGISTER-LINE.                                 00026600
           ADD ACCT-PRIN-BAL TO WS-PRIN-TOTAL.                          00026700
           ADD ACCT-FEE-BAL  TO WS-FEE-TOTAL.                           00026800
           ADD ACCT-FIN-BAL  TO WS-FIN-TOTAL.                           00026900
           ADD ACCT-BALANCE  TO WS-CO-TOTAL.                            00027000
           MOVE 'Y'          TO DELINQ-CHGOFF-FLAG.                     00027100
           MOVE WS-RUN-DATE  TO ACCT-CHGOFF-DATE.                       00027200
           MOVE ACCT-BALANCE TO ACCT-CHGOFF-AMT.                        00027300
           MOVE ZERO         TO ACCT-CHGOFF-RECOV.                      00027400
           MOVE ZERO         TO ACCT-BALANCE.                           00027500
           MOVE ZERO         TO ACCT-PRIN-BAL.                          00027600
           MOVE ZERO         TO ACCT-FEE-BAL.                           00027700
           MOVE ZERO         TO ACCT-FIN-BAL.                           00027800
           MOVE ZERO         TO ACCT-MIN-DUE.                           00027900
           MOVE ZERO         TO ACCT-MIN-UNPAID.                        00028000
           MOVE WS-RUN-DATE  TO LAST-ACTIVITY-DATE.                     00028100
           REWRITE ACCT-FIELDS.                                         00028200
           IF WS-ACCT-STATUS NOT = '00'                                 00028300
               DISPLAY 'CBL0028 MASTER REWRITE FAILED - STATUS '        00028400
                       WS-ACCT-STATUS ' ACCT ' ACCT-NO ' - STOPPING'    00028500
               MOVE 12 TO RETURN-CODE                                   00028600
               STOP RUN                                                 00028700
           END-IF.                                                      00028800
           PERFORM JOURNAL-CHANGES.                                     00028810
           ADD 1 TO WS-ACCTS-CHARGED-OFF.                               00028900
      *                                                                 00028901
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00028902
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00028903
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00028904
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00028905
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00028906
      *                                                                 00028907
       SAVE-BEFORE-IMAGE.                                               00028908
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00028909
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00028910
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00028911
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00028912
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00028913
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00028914
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00028915
           MOVE USA-STATE           TO BEF-USA-STATE.                   00028916
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00028917
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00028918
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00028919
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00028920
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00028921
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00028922
      *                                                                 00028923
       JOURNAL-CHANGES.                                                 00028924
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00028925
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00028926
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00028927
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00028928
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00028929
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00028930
               PERFORM WRITE-CHANGE-JOURNAL                             00028931
           END-IF.                                                      00028932
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00028933
               MOVE 'BALANCE     ' TO CJ-FIELD                          00028934
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00028935
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00028936
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00028937
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00028938
               PERFORM WRITE-CHANGE-JOURNAL                             00028939
           END-IF.                                                      00028940
           IF LAST-NAME NOT = BEF-LAST-NAME                             00028941
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00028942
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00028943
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00028944
               PERFORM WRITE-CHANGE-JOURNAL                             00028945
           END-IF.                                                      00028946
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00028947
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00028948
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00028949
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00028950
               PERFORM WRITE-CHANGE-JOURNAL                             00028951
           END-IF.                                                      00028952
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00028953
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00028954
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00028955
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00028956
               PERFORM WRITE-CHANGE-JOURNAL                             00028957
           END-IF.                                                      00028958
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00028959
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00028960
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00028961
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00028962
               PERFORM WRITE-CHANGE-JOURNAL                             00028963
           END-IF.                                                      00028964
           IF USA-STATE NOT = BEF-USA-STATE                             00028965
               MOVE 'STATE       ' TO CJ-FIELD                          00028966
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00028967
               MOVE USA-STATE TO CJ-NEW-VALUE                           00028968
               PERFORM WRITE-CHANGE-JOURNAL                             00028969
           END-IF.                                                      00028970
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00028971
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00028972
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00028973
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00028974
               PERFORM WRITE-CHANGE-JOURNAL                             00028975
           END-IF.                                                      00028976
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00028977
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00028978
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00028979
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00028980
               PERFORM WRITE-CHANGE-JOURNAL                             00028981
           END-IF.                                                      00028982
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00028983
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00028984
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00028985
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00028986
               PERFORM WRITE-CHANGE-JOURNAL                             00028987
           END-IF.                                                      00028988
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00028989
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00028990
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00028991
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00028992
               PERFORM WRITE-CHANGE-JOURNAL                             00028993
           END-IF.                                                      00028994
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00028995
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00028996
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00028997
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00028998
               PERFORM WRITE-CHANGE-JOURNAL                             00028999
           END-IF.                                                      00029000
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00029001
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00029002
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00029003
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00029004
               PERFORM WRITE-CHANGE-JOURNAL                             00029005
           END-IF.                                                      00029006
      *                                                                 00029007
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00029008
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00029009
      *                                                                 00029010
       WRITE-CHANGE-JOURNAL.                                            00029011
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00029012
           MOVE WS-RUN-DATE      TO CJ-BUS-DATE.                        00029013
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00029014
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00029015
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00029016
           MOVE 'CBL0028 '       TO CJ-PROGRAM.                         00029017
           MOVE 'C'              TO CJ-SOURCE.                          00029018
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00029019
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00029020
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00029021
               ADD 1 TO CJ-STAMP-SEQ                                    00029022
               WRITE CHG-JRNL-REC                                       00029023
                   INVALID KEY                                          00029024
                       CONTINUE                                         00029025
                   NOT INVALID KEY                                      00029026
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00029027
                       ADD 1 TO WS-CJ-WRITTEN                           00029028
               END-WRITE                                                00029029
               IF WS-CJ-DONE-SW = 'N'                                   00029030
                  AND (WS-CJ-STATUS NOT = '22'                          00029031
                       OR CJ-STAMP-SEQ = 999)                           00029032
                   DISPLAY 'CBL0028 CHGJRNL WRITE FAILED - STATUS '     00029033
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00029034
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00029035
               END-IF                                                   00029036
           END-PERFORM.                                                 00029037
      *                                                                 00029038
       WRITE-REGISTER-LINE.                                             00029100
           MOVE SPACES               TO CO-REG-REC.                     00029200
           MOVE ACCT-NO              TO REG-ACCT-NO.                    00029300
           MOVE LAST-NAME            TO REG-LAST-NAME.                  00029400
           MOVE DELINQ-DAYS-PAST-DUE TO REG-DAYS-O.                     00029500
           MOVE ACCT-PRIN-BAL        TO REG-PRIN-O.                     00029600
           MOVE ACCT-FEE-BAL         TO REG-FEE-O.                      00029700
           MOVE ACCT-FIN-BAL         TO REG-FIN-O.                      00029800
           MOVE ACCT-BALANCE         TO REG-TOTAL-O.                    00029900
           WRITE CO-REG-REC.                                            00030000
      *                                                                 00030100
       WRITE-REGISTER-TOTALS.                                           00030200
           MOVE WS-PRIN-TOTAL TO TOT-PRIN-O.                            00030300
           MOVE WS-FEE-TOTAL  TO TOT-FEE-O.                             00030400
           MOVE WS-FIN-TOTAL  TO TOT-FIN-O.                             00030500
           MOVE WS-CO-TOTAL   TO TOT-CO-O.                              00030600
           WRITE CO-REG-REC FROM REG-BLANK-LINE.                        00030700
           WRITE CO-REG-REC FROM REG-TOTAL-LINE.                        00030800
      *                                                                 00030900
       WRITE-JOURNAL-ENTRIES.                                           00031000
           IF WS-PRIN-TOTAL NOT = ZERO                                  00031100
               MOVE WS-PRIN-TOTAL      TO WS-ENTRY-AMOUNT               00031200
               MOVE GL-LOSS-ALLOWANCE  TO WS-ENTRY-DR-ACCT              00031300
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00031400
               MOVE 'PRINCIPAL CHARGED OFF ' TO WS-ENTRY-DESC           00031500
               PERFORM WRITE-ONE-ENTRY-PAIR                             00031600
           END-IF.                                                      00031700
           IF WS-FEE-TOTAL NOT = ZERO                                   00031800
               MOVE WS-FEE-TOTAL       TO WS-ENTRY-AMOUNT               00031900
               MOVE GL-LATE-FEE-INCOME TO WS-ENTRY-DR-ACCT              00032000
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00032100
               MOVE 'FEES CHARGED OFF      ' TO WS-ENTRY-DESC           00032200
               PERFORM WRITE-ONE-ENTRY-PAIR                             00032300
           END-IF.                                                      00032400
           IF WS-FIN-TOTAL NOT = ZERO                                   00032500
               MOVE WS-FIN-TOTAL       TO WS-ENTRY-AMOUNT               00032600
               MOVE GL-FIN-CHG-INCOME  TO WS-ENTRY-DR-ACCT              00032700
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00032800
               MOVE 'FINANCE CHGS CHGD OFF ' TO WS-ENTRY-DESC           00032900
               PERFORM WRITE-ONE-ENTRY-PAIR                             00033000
           END-IF.                                                      00033100
      *                                                                 00033200
       WRITE-ONE-ENTRY-PAIR.                                            00033300
           MOVE SPACES           TO GL-JRNL-REC.                        00033400
           MOVE 'D'              TO GLJ-REC-TYPE.                       00033500
           MOVE WS-ENTRY-DR-ACCT TO GLJ-ACCOUNT.                        00033600
           MOVE 'D'              TO GLJ-DRCR.                           00033700
           MOVE WS-ENTRY-AMOUNT  TO GLJ-AMOUNT.                         00033800
           MOVE WS-RUN-DATE      TO GLJ-POST-DATE.                      00033900
           MOVE WS-ENTRY-DESC    TO GLJ-DESC.                           00034000
           WRITE GL-JRNL-REC.                                           00034100
           ADD 1 TO WS-ENTRIES-WRITTEN.                                 00034200
           ADD WS-ENTRY-AMOUNT TO WS-DEBITS-TOTAL.                      00034300
           MOVE SPACES           TO GL-JRNL-REC.                        00034400
           MOVE 'D'              TO GLJ-REC-TYPE.                       00034500
           MOVE WS-ENTRY-CR-ACCT TO GLJ-ACCOUNT.                        00034600
           MOVE 'C'              TO GLJ-DRCR.                           00034700
           MOVE WS-ENTRY-AMOUNT  TO GLJ-AMOUNT.                         00034800
           MOVE WS-RUN-DATE      TO GLJ-POST-DATE.                      00034900
           MOVE WS-ENTRY-DESC    TO GLJ-DESC.                           00035000
           WRITE GL-JRNL-REC.                                           00035100
           ADD 1 TO WS-ENTRIES-WRITTEN.                                 00035200
           ADD WS-ENTRY-AMOUNT TO WS-CREDITS-TOTAL.                     00035300
      *                                                                 00035400
       WRITE-JOURNAL-TRAILER.                                           00035500
           MOVE SPACES            TO GL-JRNL-REC.                       00035600
           MOVE 'T'               TO GLJ-REC-TYPE.                      00035700
           MOVE WS-DEBITS-TOTAL   TO GLJ-TOT-DEBITS.                    00035800
           MOVE WS-CREDITS-TOTAL  TO GLJ-TOT-CREDITS.                   00035900
           MOVE WS-ENTRIES-WRITTEN TO GLJ-ENTRY-COUNT.                  00036000
           IF WS-DEBITS-TOTAL = WS-CREDITS-TOTAL                        00036100
               MOVE 'Y' TO GLJ-BAL-FLAG                                 00036200
           ELSE                                                         00036300
               MOVE 'N' TO GLJ-BAL-FLAG                                 00036400
           END-IF.                                                      00036500
           WRITE GL-JRNL-REC.                                           00036600
      *                                                                 00036700
