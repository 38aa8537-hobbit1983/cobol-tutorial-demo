      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0029.                                          00001300
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
           SELECT REF-PARM    ASSIGN TO REFPARM                         00002500
                  ORGANIZATION IS SEQUENTIAL                            00002600
                  FILE STATUS   IS WS-PARM-STATUS.                      00002700
           SELECT REFUND-FILE ASSIGN TO REFUNDS                         00002800
                  ORGANIZATION IS INDEXED                               00002900
                  ACCESS MODE  IS DYNAMIC                               00003000
                  RECORD KEY   IS REF-CHECK-NO                          00003100
                  FILE STATUS  IS WS-REF-STATUS.                        00003200
           SELECT REF-TRAN    ASSIGN TO REFTRAN                         00003300
                  ORGANIZATION IS SEQUENTIAL.                           00003400
           SELECT CHK-ISSUE   ASSIGN TO CHKISSUE                        00003500
                  ORGANIZATION IS SEQUENTIAL.                           00003600
           SELECT REF-REGISTER ASSIGN TO REFREG                         00003700
                  ORGANIZATION IS SEQUENTIAL.                           00003800
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00003801
                  ORGANIZATION IS SEQUENTIAL                            00003802
                  FILE STATUS   IS WS-CYCL-STATUS.                      00003803
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003804
                  ORGANIZATION IS SEQUENTIAL                            00003805
                  FILE STATUS   IS WS-OVR-STATUS.                       00003806
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003810
                  ORGANIZATION IS SEQUENTIAL                            00003820
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003830
      *-------------                                                    00003900
       DATA DIVISION.                                                   00004000
      *-------------                                                    00004100
       FILE SECTION.                                                    00004200
       FD  ACCT-REC.                                                    00004300
       01  ACCT-FIELDS.                                                 00004400
           05  ACCT-NO        PIC X(8).                                 00004500
           05  ACCT-LIMIT     PIC S9(7)V99 COMP-3.                      00004600
           05  ACCT-BALANCE   PIC S9(7)V99 COMP-3.                      00004700
           05  ACCT-PRIN-BAL  PIC S9(7)V99 COMP-3.                      00004800
           05  ACCT-FEE-BAL   PIC S9(7)V99 COMP-3.                      00004900
           05  ACCT-FIN-BAL   PIC S9(7)V99 COMP-3.                      00005000
           05  LAST-NAME      PIC X(20).                                00005100
           05  FIRST-NAME     PIC X(15).                                00005200
           05  STREET-ADDR    PIC X(25).                                00005300
           05  CITY-COUNTY    PIC X(20).                                00005400
           05  USA-STATE      PIC X(15).                                00005500
           05  DELINQ-STATUS.                                           00005600
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00005700
               10  DELINQ-COLL-FLAG      PIC X(1).                      00005800
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00005900
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00006000
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00006100
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00006110
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00006120
               10  FILLER                PIC X(1).                      00006130
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00006300
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00006400
           05  ACCT-CYCLE-CODE     PIC X(2).                            00006500
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00006600
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00006700
           05  ACCT-DUE-DATE       PIC 9(8).                            00006800
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00006900
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00007000
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00007100
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00007200
           05  ACCT-PRICE-PLAN     PIC X(2).                            00007210
           05  COMMENTS       PIC X(50).                                00007300
      *                                                                 00007400
       FD  REF-PARM RECORDING MODE F.                                   00007500
       01  REF-PARM-REC.                                                00007600
           05  PARM-REF-DAYS      PIC 9(3).                             00007700
           05  PARM-REF-MIN-AMT   PIC 9(3)V99.                          00007800
           05  PARM-FIRST-CHECK   PIC 9(10).                            00007900
      *                                                                 00008000
      * EVERY REFUND CHECK ISSUED STAYS ON A KEYED FILE UNTIL THE BANK  00008100
      * PAYS IT OR IT GOES TO THE STATE AS UNCLAIMED PROPERTY.  THE     00008200
      * REFUND RECONCILIATION (CBL0030) MARKS IT PAID OR ESCHEATED.     00008300
      * THE OWNER'S NAME AND ADDRESS ARE KEPT AS THEY WERE WHEN THE     00008400
      * CHECK WAS CUT - THAT IS WHAT THE ESCHEAT FILING NEEDS.          00008500
      *                                                                 00008600
       FD  REFUND-FILE.                                                 00008700
       01  REFUND-REC.                                                  00008800
           05  REF-CHECK-NO        PIC 9(10).                           00008900
           05  REF-ACCT-NO         PIC X(8).                            00009000
           05  REF-AMOUNT          PIC S9(7)V99 COMP-3.                 00009100
           05  REF-ISSUE-DATE      PIC 9(8).                            00009200
           05  REF-STATUS          PIC X(1).                            00009300
               88  REF-OUTSTANDING      VALUE 'O'.                      00009400
               88  REF-PAID             VALUE 'P'.                      00009500
               88  REF-ESCHEATED        VALUE 'E'.                      00009600
           05  REF-STATUS-DATE     PIC 9(8).                            00009700
           05  REF-PAYEE-NAME      PIC X(36).                           00009800
           05  REF-STREET-ADDR     PIC X(25).                           00009900
           05  REF-CITY-COUNTY     PIC X(20).                           00010000
           05  REF-USA-STATE       PIC X(15).                           00010100
      *                                                                 00010200
      * THE OFFSETTING DEBIT GOES TO POSTING AS A READY-BALANCED        00010300
      * BATCH, THE SAME WAY THE FEE FEED DOES, SO THE BALANCING STEP    00010400
      * PROVES IT BEFORE IT REACHES THE MASTER.  A REFUND HASHES AS A   00010500
      * NEGATIVE AMOUNT IN THE PAYMENT TOTAL.                           00010600
      *                                                                 00010700
       FD  REF-TRAN RECORDING MODE F.                                   00010800
       01  TRAN-REC.                                                    00010900
           05  TRAN-REC-TYPE   PIC X(1).                                00011000
           05  TRAN-DETAIL.                                             00011100
               10  TRAN-ACCT-NO    PIC X(8).                            00011200
               10  TRAN-AMOUNT     PIC S9(7)V99 COMP-3.                 00011300
               10  TRAN-TYPE       PIC X(1).                            00011400
               10  TRAN-DATE       PIC 9(8).                            00011500
               10  FILLER          PIC X(17).                           00011600
           05  TRAN-BATCH-HDR REDEFINES TRAN-DETAIL.                    00011700
               10  HDR-BATCH-NO    PIC X(6).                            00011800
               10  HDR-BATCH-DATE  PIC 9(8).                            00011900
               10  FILLER          PIC X(25).                           00012000
           05  TRAN-BATCH-TRLR REDEFINES TRAN-DETAIL.                   00012100
               10  TRLR-BATCH-NO   PIC X(6).                            00012200
               10  TRLR-REC-COUNT  PIC 9(7).                            00012300
               10  TRLR-CHG-HASH   PIC S9(9)V99 COMP-3.                 00012400
               10  TRLR-PAY-HASH   PIC S9(9)V99 COMP-3.                 00012500
               10  TRLR-LATE-HASH  PIC S9(9)V99 COMP-3.                 00012600
               10  TRLR-FIN-HASH   PIC S9(9)V99 COMP-3.                 00012700
               10  FILLER          PIC X(2).                            00012800
      *                                                                 00012900
      * CHECK-ISSUE FILE FOR THE BANK'S POSITIVE PAY.  THE BANK WILL    00013000
      * ONLY HONOR A REFUND CHECK WHOSE NUMBER AND AMOUNT ARE ON IT.    00013100
      *                                                                 00013200
       FD  CHK-ISSUE RECORDING MODE F.                                  00013300
       01  CHK-ISSUE-REC.                                               00013400
           05  PP-REC-TYPE         PIC X(1).                            00013500
               88  PP-IS-ISSUE          VALUE 'I'.                      00013600
               88  PP-IS-TRLR           VALUE 'T'.                      00013700
           05  PP-DETAIL.                                               00013800
               10  PP-CHECK-NO     PIC 9(10).                           00013900
               10  PP-AMOUNT       PIC 9(8)V99.                         00014000
               10  PP-ISSUE-DATE   PIC 9(8).                            00014100
               10  PP-PAYEE-NAME   PIC X(36).                           00014200
               10  PP-ACCT-NO      PIC X(8).                            00014300
               10  FILLER          PIC X(7).                            00014400
           05  PP-TRAILER REDEFINES PP-DETAIL.                          00014500
               10  PP-TRLR-COUNT   PIC 9(7).                            00014600
               10  PP-TRLR-TOTAL   PIC 9(10)V99.                        00014700
               10  FILLER          PIC X(60).                           00014800
      *                                                                 00014900
       FD  REF-REGISTER RECORDING MODE F.                               00015000
       01  REF-REG-REC.                                                 00015100
           05  REG-ACCT-NO      PIC X(8).                               00015200
           05  FILLER           PIC X(2)  VALUE SPACES.                 00015300
           05  REG-LAST-NAME    PIC X(20).                              00015400
           05  FILLER           PIC X(2)  VALUE SPACES.                 00015500
           05  REG-LAST-ACT     PIC 9(8).                               00015600
           05  FILLER           PIC X(2)  VALUE SPACES.                 00015700
           05  REG-DAYS-O       PIC ZZZZ9.                              00015800
           05  FILLER           PIC X(2)  VALUE SPACES.                 00015900
           05  REG-CHECK-NO     PIC 9(10).                              00016000
           05  FILLER           PIC X(2)  VALUE SPACES.                 00016100
           05  REG-AMOUNT-O     PIC $$,$$$,$$9.99.                      00016200
      *                                                                 00016300
       FD  CYCL-CTL RECORDING MODE F.                                   00016301
       01  CYCL-CTL-REC.                                                00016302
           05  CYCL-PROGRAM    PIC X(8).                                00016303
           05  CYCL-RUN-DATE   PIC 9(8).                                00016304
           05  CYCL-STATUS     PIC X(1).                                00016305
      *                                                                 00016306
       FD  OVR-PARM RECORDING MODE F.                                   00016307
       01  OVR-PARM-REC.                                                00016308
           05  OVR-RERUN-FLAG  PIC X(1).                                00016309
      *                                                                 00016310
       FD  BUS-DATE RECORDING MODE F.                                   00016311
       01  BUS-DATE-REC.                                                00016320
           05  BUSD-CURR-DATE     PIC 9(8).                             00016330
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00016340
           05  BUSD-ROLLED-ON     PIC 9(8).                             00016350
           05  BUSD-CYCLE-DAYS.                                         00016360
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00016370
           05  FILLER             PIC X(8).                             00016380
      *                                                                 00016390
       WORKING-STORAGE SECTION.                                         00016400
       01 FLAGS.                                                        00016500
         05 LASTREC             PIC X VALUE SPACE.                      00016600
         05 WS-REF-EOF-SW       PIC X VALUE 'N'.                        00016700
       01 WORK-FIELDS.                                                  00016800
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00016900
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00017000
         05 WS-REF-STATUS       PIC X(2) VALUE SPACES.                  00017100
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00017110
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00017200
         05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                        00017300
           10 FILLER            PIC X(4).                               00017400
           10 WS-RUN-MMDD       PIC X(4).                               00017500
         05 WS-RUN-DATE-INT     PIC S9(9) COMP-3 VALUE ZERO.            00017600
         05 WS-ACT-DATE-INT     PIC S9(9) COMP-3 VALUE ZERO.            00017700
         05 WS-CREDIT-DAYS      PIC 9(5) COMP-3 VALUE ZERO.             00017800
         05 WS-REF-DAYS         PIC 9(3) VALUE 60.                      00017900
         05 WS-REF-MIN-AMT      PIC 9(3)V99 VALUE 1.00.                 00018000
         05 WS-FIRST-CHECK      PIC 9(10) VALUE ZERO.                   00018100
         05 WS-NEXT-CHECK       PIC 9(10) VALUE ZERO.                   00018200
         05 WS-REFUND-AMT       PIC S9(7)V99 COMP-3 VALUE ZERO.         00018300
         05 WS-REFUND-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00018400
         05 WS-REFUND-HASH      PIC S9(9)V99 COMP-3 VALUE ZERO.         00018500
         05 WS-PAYEE-NAME       PIC X(36) VALUE SPACES.                 00018600
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00018700
         05 WS-CREDITS-FOUND    PIC 9(7) COMP-3 VALUE ZERO.             00018800
         05 WS-REFUNDS-ISSUED   PIC 9(7) COMP-3 VALUE ZERO.             00018900
         05 WS-CREDITS-HELD     PIC 9(7) COMP-3 VALUE ZERO.             00019000
         05 WS-CREDITS-TOO-NEW  PIC 9(7) COMP-3 VALUE ZERO.             00019100
         05 WS-CREDITS-TOO-SMALL PIC 9(7) COMP-3 VALUE ZERO.            00019200
         05 WS-CREDITS-NO-DATE  PIC 9(7) COMP-3 VALUE ZERO.             00019300
      *                                                                 00019400
       01 CYCLE-CONTROL-FIELDS.                                         00019410
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00019420
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00019430
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00019440
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00019450
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00019460
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00019470
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00019480
      *                                                                 00019490
       01 WS-REF-BATCH-NO.                                              00019500
         05 FILLER              PIC X(2) VALUE 'RF'.                    00019600
         05 WS-REF-BATCH-MMDD   PIC X(4) VALUE SPACES.                  00019700
      *                                                                 00019800
       01 REG-HEADER-LINE.                                              00019900
         05 FILLER              PIC X(35)                               00020000
            VALUE 'CREDIT BALANCE REFUND REGISTER FOR '.                00020100
         05 HDR-RUN-DATE        PIC 9(8).                               00020200
         05 FILLER              PIC X(16)                               00020300
            VALUE '  CREDIT DAYS >='.                                   00020400
         05 HDR-REF-DAYS        PIC ZZ9.                                00020500
         05 FILLER              PIC X(12) VALUE SPACES.                 00020600
       01 REG-COLUMN-LINE.                                              00020700
         05 FILLER              PIC X(40)                               00020800
            VALUE 'ACCOUNT   NAME                  LAST ACT'.           00020900
         05 FILLER              PIC X(34)                               00021000
            VALUE '   DAYS  CHECK NO           AMOUNT'.                 00021100
       01 REG-TOTAL-LINE.                                               00021200
         05 TOT-LABEL           PIC X(28).                              00021300
         05 TOT-COUNT-O         PIC Z,ZZZ,ZZ9.                          00021400
         05 FILLER              PIC X(23) VALUE SPACES.                 00021500
         05 TOT-AMOUNT-O        PIC $$$,$$$,$$9.99.                     00021600
       01 REG-BLANK-LINE        PIC X(74) VALUE SPACES.                 00021700
      *------------------                                               00021800
       PROCEDURE DIVISION.                                              00021900
      *------------------                                               00022000
       0000-MAINLINE.                                                   00022100
           PERFORM OPEN-FILES                                           00022200
           PERFORM READ-ACCT-REC                                        00022300
           PERFORM UNTIL LASTREC = 'Y'                                  00022400
               ADD 1 TO WS-RECS-READ                                    00022500
               IF ACCT-BALANCE < ZERO                                   00022600
                   ADD 1 TO WS-CREDITS-FOUND                            00022700
                   PERFORM REVIEW-ONE-CREDIT                            00022800
               END-IF                                                   00022900
               PERFORM READ-ACCT-REC                                    00023000
           END-PERFORM                                                  00023100
           PERFORM CLOSE-STOP.                                          00023200
      *                                                                 00023300
       OPEN-FILES.                                                      00023400
           PERFORM CHECK-CYCLE-CONTROL.                                 00023410
           COMPUTE WS-RUN-DATE-INT =                                    00023600
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   00023700
           MOVE WS-RUN-MMDD TO WS-REF-BATCH-MMDD.                       00023800
           PERFORM READ-REF-PARM.                                       00023900
           OPEN I-O    ACCT-REC.                                        00024000
           IF WS-ACCT-STATUS NOT = '00'                                 00024100
               DISPLAY 'CBL0029 ACCTREC OPEN FAILED - STATUS '          00024200
                       WS-ACCT-STATUS ' - STOPPING'                     00024300
               MOVE 12 TO RETURN-CODE                                   00024400
               STOP RUN                                                 00024500
           END-IF.                                                      00024600
           PERFORM OPEN-REFUND-FILE.                                    00024700
           OPEN OUTPUT REF-TRAN.                                        00024800
           PERFORM WRITE-REF-BATCH-HDR.                                 00024900
           OPEN OUTPUT CHK-ISSUE.                                       00025000
           OPEN OUTPUT REF-REGISTER.                                    00025100
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.                            00025200
           MOVE WS-REF-DAYS TO HDR-REF-DAYS.                            00025300
           WRITE REF-REG-REC FROM REG-HEADER-LINE.                      00025400
           WRITE REF-REG-REC FROM REG-BLANK-LINE.                       00025500
           WRITE REF-REG-REC FROM REG-COLUMN-LINE.                      00025600
      *                                                                 00025700
      * HOW LONG A CREDIT MUST SIT BEFORE IT IS SENT BACK, THE          00025800
      * SMALLEST AMOUNT WORTH A CHECK, AND THE FIRST NUMBER ON THE      00025900
      * CHECK STOCK LOADED FOR THIS RUN.                                00026000
      *                                                                 00026100
       READ-REF-PARM.                                                   00026200
           OPEN INPUT REF-PARM.                                         00026300
           IF WS-PARM-STATUS = '00'                                     00026400
               READ REF-PARM                                            00026500
               AT END                                                   00026600
                   DISPLAY 'CBL0029 WARNING: REFPARM EMPTY - '          00026700
                           'CREDIT DAYS DEFAULTED TO ' WS-REF-DAYS      00026800
               NOT AT END                                               00026900
                   IF PARM-REF-DAYS IS NUMERIC                          00027000
                      AND PARM-REF-DAYS > ZERO                          00027100
                       MOVE PARM-REF-DAYS TO WS-REF-DAYS                00027200
                   END-IF                                               00027300
                   IF PARM-REF-MIN-AMT IS NUMERIC                       00027400
                       MOVE PARM-REF-MIN-AMT TO WS-REF-MIN-AMT          00027500
                   END-IF                                               00027600
                   IF PARM-FIRST-CHECK IS NUMERIC                       00027700
                       MOVE PARM-FIRST-CHECK TO WS-FIRST-CHECK          00027800
                   END-IF                                               00027900
               END-READ                                                 00028000
               CLOSE REF-PARM                                           00028100
           ELSE                                                         00028200
               DISPLAY 'CBL0029 WARNING: REFPARM MISSING - '            00028300
                       'CREDIT DAYS DEFAULTED TO ' WS-REF-DAYS          00028400
           END-IF.                                                      00028500
      *                                                                 00028600
      * CHECK NUMBERS NEVER REPEAT.  THE NEXT ONE FOLLOWS THE HIGHEST   00028700
      * ALREADY ON THE REFUND FILE, OR THE PARM'S FIRST CHECK NUMBER    00028800
      * IF THE STOCK LOADED STARTS HIGHER.  THE FIRST RUN EVER FINDS    00028900
      * NO REFUND FILE AND CREATES IT.                                  00029000
      *                                                                 00029100
       OPEN-REFUND-FILE.                                                00029200
           OPEN I-O REFUND-FILE.                                        00029300
           IF WS-REF-STATUS = '35'                                      00029400
               OPEN OUTPUT REFUND-FILE                                  00029500
               CLOSE REFUND-FILE                                        00029600
               OPEN I-O REFUND-FILE                                     00029700
           END-IF.                                                      00029800
           IF WS-REF-STATUS NOT = '00'                                  00029900
               DISPLAY 'CBL0029 REFUNDS OPEN FAILED - STATUS '          00030000
                       WS-REF-STATUS ' - STOPPING'                      00030100
               MOVE 12 TO RETURN-CODE                                   00030200
               STOP RUN                                                 00030300
           END-IF.                                                      00030400
           MOVE ZERO TO WS-NEXT-CHECK.                                  00030500
           PERFORM UNTIL WS-REF-EOF-SW = 'Y'                            00030600
               READ REFUND-FILE NEXT RECORD                             00030700
               AT END                                                   00030800
                   MOVE 'Y' TO WS-REF-EOF-SW                            00030900
               NOT AT END                                               00031000
                   MOVE REF-CHECK-NO TO WS-NEXT-CHECK                   00031100
               END-READ                                                 00031200
               IF WS-REF-STATUS NOT = '00'                              00031300
                   MOVE 'Y' TO WS-REF-EOF-SW                            00031400
               END-IF                                                   00031500
           END-PERFORM.                                                 00031600
           ADD 1 TO WS-NEXT-CHECK.                                      00031700
           IF WS-FIRST-CHECK > WS-NEXT-CHECK                            00031800
               MOVE WS-FIRST-CHECK TO WS-NEXT-CHECK                     00031900
           END-IF.                                                      00031901
      *                                                                 00031902
      * CYCLE CONTROL: THE REFUND RUN WAITS ON NO OTHER STEP, BUT A     00031903
      * SECOND RUN FOR THE SAME BUSINESS DATE WOULD REWRITE REFTRAN     00031904
      * AND CHKISSUE OVER THE FIRST RUN'S CHECKS BEFORE POSTING OR THE  00031905
      * BANK HAD THEM.  SO IT PROVES IT HAS NOT ALREADY RUN FOR THE     00031906
      * DATE.  AN OVERRIDE PARM (OVRPARM = 'Y') LETS THE OPERATOR       00031907
      * RERUN AFTER A RESTORE.                                          00031908
      *                                                                 00031909
       CHECK-CYCLE-CONTROL.                                             00031910
           PERFORM READ-OVERRIDE-PARM.                                  00031911
           PERFORM READ-BUSINESS-DATE.                                  00031912
           OPEN INPUT CYCL-CTL.                                         00031913
           IF WS-CYCL-STATUS = '00'                                     00031914
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00031915
           ELSE                                                         00031916
               MOVE 'Y' TO WS-CYCL-EOF-SW                               00031917
           END-IF.                                                      00031918
           PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                           00031919
               READ CYCL-CTL                                            00031920
               AT END                                                   00031921
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00031922
               NOT AT END                                               00031923
                   PERFORM NOTE-ONE-CYCLE-REC                           00031924
               END-READ                                                 00031925
           END-PERFORM.                                                 00031926
           IF WS-CYCL-OPEN-SW = 'Y'                                     00031927
               CLOSE CYCL-CTL                                           00031928
           END-IF.                                                      00031929
           PERFORM ENFORCE-CYCLE-RULES.                                 00031930
      *                                                                 00031931
       NOTE-ONE-CYCLE-REC.                                              00031932
           IF CYCL-RUN-DATE = WS-RUN-DATE AND CYCL-STATUS = 'C'         00031933
              AND CYCL-PROGRAM = 'CBL0029 '                             00031934
               MOVE 'Y' TO WS-SELF-DONE-SW                              00031935
           END-IF.                                                      00031936
      *                                                                 00031937
       ENFORCE-CYCLE-RULES.                                             00031938
           IF RERUN-OVERRIDE                                            00031939
               DISPLAY 'CBL0029 CYCLE OVERRIDE IN EFFECT - '            00031940
                       'START-UP CHECKS WAIVED'                         00031941
           ELSE                                                         00031942
               IF WS-SELF-DONE-SW = 'Y'                                 00031943
                   DISPLAY 'CBL0029 ALREADY COMPLETE FOR '              00031944
                           WS-RUN-DATE ' - STOPPING.  SET OVRPARM '     00031945
                           'TO Y FOR A GENUINE RERUN'                   00031946
                   MOVE 12 TO RETURN-CODE                               00031947
                   STOP RUN                                             00031948
               END-IF                                                   00031949
           END-IF.                                                      00031950
      *                                                                 00031951
       READ-OVERRIDE-PARM.                                              00031952
           OPEN INPUT OVR-PARM.                                         00031953
           IF WS-OVR-STATUS = '00'                                      00031954
               READ OVR-PARM                                            00031955
               AT END                                                   00031956
                   CONTINUE                                             00031957
               NOT AT END                                               00031958
                   IF OVR-RERUN-FLAG = 'Y'                              00031959
                       MOVE 'Y' TO WS-OVERRIDE-SW                       00031960
                   END-IF                                               00031961
               END-READ                                                 00031962
               CLOSE OVR-PARM                                           00031963
           END-IF.                                                      00031964
      *                                                                 00031965
       WRITE-CYCLE-COMPLETE.                                            00031966
           OPEN EXTEND CYCL-CTL.                                        00031967
           IF WS-CYCL-STATUS = '35'                                     00031968
               OPEN OUTPUT CYCL-CTL                                     00031969
           END-IF.                                                      00031970
           MOVE 'CBL0029 '  TO CYCL-PROGRAM.                            00031971
           MOVE WS-RUN-DATE TO CYCL-RUN-DATE.                           00031972
           MOVE 'C'         TO CYCL-STATUS.                             00031973
           WRITE CYCL-CTL-REC.                                          00031974
           CLOSE CYCL-CTL.                                              00031975
      *                                                                 00031976
      * THE RUN DATE IS THE BUSINESS DATE CBL0031 ROLLED FORWARD FOR    00031977
      * THE NIGHT, NOT THE MACHINE DATE, SO IT AGREES WITH THE DATE     00031978
      * THE NIGHTLY CHAIN STAMPS ON THE SAME WORK.                      00031979
      *                                                                 00031980
       READ-BUSINESS-DATE.                                              00031981
           MOVE ZERO TO WS-RUN-DATE.                                    00031982
           OPEN INPUT BUS-DATE.                                         00031983
           IF WS-BUSD-STATUS = '00'                                     00031984
               READ BUS-DATE                                            00031985
               AT END                                                   00031986
                   CONTINUE                                             00031987
               NOT AT END                                               00031988
                   MOVE BUSD-CURR-DATE TO WS-RUN-DATE                   00031989
               END-READ                                                 00031990
               CLOSE BUS-DATE                                           00031991
           END-IF.                                                      00031992
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO             00031993
               DISPLAY 'CBL0029 NO BUSINESS DATE ON BUSDATE - '         00031994
                       'RUN CBL0031 FIRST - STOPPING'                   00031995
               MOVE 12 TO RETURN-CODE                                   00031996
               STOP RUN                                                 00031997
           END-IF.                                                      00032000
      *                                                                 00032100
       CLOSE-STOP.                                                      00032200
           PERFORM WRITE-CYCLE-COMPLETE.                                00032210
           PERFORM WRITE-REF-BATCH-TRLR.                                00032300
           PERFORM WRITE-CHECK-ISSUE-TRLR.                              00032400
           PERFORM WRITE-REGISTER-TOTALS.                               00032500
           CLOSE ACCT-REC.                                              00032600
           CLOSE REFUND-FILE.                                           00032700
           CLOSE REF-TRAN.                                              00032800
           CLOSE CHK-ISSUE.                                             00032900
           CLOSE REF-REGISTER.                                          00033000
           DISPLAY 'CBL0029 ACCOUNTS READ    : ' WS-RECS-READ.          00033100
           DISPLAY 'CBL0029 CREDIT BALANCES  : ' WS-CREDITS-FOUND.      00033200
           DISPLAY 'CBL0029 REFUNDS ISSUED   : ' WS-REFUNDS-ISSUED.     00033300
           DISPLAY 'CBL0029 HELD - COLL/C-OFF: ' WS-CREDITS-HELD.       00033400
           DISPLAY 'CBL0029 NOT YET DUE      : ' WS-CREDITS-TOO-NEW.    00033500
           DISPLAY 'CBL0029 UNDER MINIMUM    : ' WS-CREDITS-TOO-SMALL.  00033600
           DISPLAY 'CBL0029 NO ACTIVITY DATE : ' WS-CREDITS-NO-DATE.    00033700
           STOP RUN.                                                    00033800
      *                                                                 00033900
       READ-ACCT-REC.                                                   00034000
           READ ACCT-REC NEXT RECORD                                    00034100
           AT END MOVE 'Y' TO LASTREC                                   00034200
           END-READ.                                                    00034300
      *                                                                 00034400
      * THE MASTER DOES NOT RECORD WHEN A BALANCE WENT INTO CREDIT.     00034500
      * NOTHING CAN HAVE MOVED IT SINCE THE LAST ACTIVITY, SO A CREDIT  00034600
      * IS AT LEAST AS OLD AS THE DAYS SINCE THEN.  AN ACCOUNT IN       00034700
      * COLLECTION OR CHARGED OFF IS LEFT FOR THOSE AREAS TO SETTLE.    00034800
      * A RECORD WITH NO ACTIVITY DATE IS COUNTED FOR FOLLOW-UP, NOT    00034900
      * REFUNDED BLIND.                                                 00035000
      *                                                                 00035100
       REVIEW-ONE-CREDIT.                                               00035200
           COMPUTE WS-REFUND-AMT = 0 - ACCT-BALANCE                     00035300
           EVALUATE TRUE                                                00035400
               WHEN DELINQ-FLAGGED OR DELINQ-CHARGED-OFF                00035500
                   ADD 1 TO WS-CREDITS-HELD                             00035600
               WHEN LAST-ACTIVITY-DATE NOT NUMERIC                      00035700
                 OR LAST-ACTIVITY-DATE < 19000101                       00035800
                   ADD 1 TO WS-CREDITS-NO-DATE                          00035900
               WHEN WS-REFUND-AMT < WS-REF-MIN-AMT                      00036000
                   ADD 1 TO WS-CREDITS-TOO-SMALL                        00036100
               WHEN OTHER                                               00036200
                   COMPUTE WS-ACT-DATE-INT =                            00036300
                       FUNCTION INTEGER-OF-DATE(LAST-ACTIVITY-DATE)     00036400
                   COMPUTE WS-CREDIT-DAYS =                             00036500
                       WS-RUN-DATE-INT - WS-ACT-DATE-INT                00036600
                   IF WS-CREDIT-DAYS >= WS-REF-DAYS                     00036700
                       PERFORM ISSUE-ONE-REFUND                         00036800
                   ELSE                                                 00036900
                       ADD 1 TO WS-CREDITS-TOO-NEW                      00037000
                   END-IF                                               00037100
           END-EVALUATE.                                                00037200
      *                                                                 00037300
      * THE MASTER BALANCE IS LEFT FOR POSTING TO MOVE WHEN THE         00037400
      * REFUND TRANSACTION ARRIVES.  THE ACTIVITY DATE IS SET NOW SO A  00037500
      * SECOND RUN BEFORE THEN CANNOT REFUND THE SAME CREDIT AGAIN.     00037600
      *                                                                 00037700
       ISSUE-ONE-REFUND.                                                00037800
           MOVE SPACES TO WS-PAYEE-NAME.                                00037900
           STRING FIRST-NAME DELIMITED BY '  '                          00038000
                  ' '        DELIMITED BY SIZE                          00038100
                  LAST-NAME  DELIMITED BY '  '                          00038200
                  INTO WS-PAYEE-NAME                                    00038300
           END-STRING.                                                  00038400
           PERFORM WRITE-REFUND-REC.                                    00038500
           PERFORM WRITE-CHECK-ISSUE.                                   00038600
           PERFORM WRITE-REF-TRAN.                                      00038700
           PERFORM WRITE-REGISTER-LINE.                                 00038800
           MOVE WS-RUN-DATE TO LAST-ACTIVITY-DATE.                      00038900
           REWRITE ACCT-FIELDS.                                         00039000
           IF WS-ACCT-STATUS NOT = '00'                                 00039100
               DISPLAY 'CBL0029 MASTER REWRITE FAILED - STATUS '        00039200
                       WS-ACCT-STATUS ' ACCT ' ACCT-NO ' - STOPPING'    00039300
               MOVE 12 TO RETURN-CODE                                   00039400
               STOP RUN                                                 00039500
           END-IF.                                                      00039600
           ADD 1 TO WS-REFUNDS-ISSUED.                                  00039700
           ADD WS-REFUND-AMT TO WS-REFUND-TOTAL.                        00039800
           ADD 1 TO WS-NEXT-CHECK.                                      00039900
      *                                                                 00040000
       WRITE-REFUND-REC.                                                00040100
           MOVE WS-NEXT-CHECK  TO REF-CHECK-NO.                         00040200
           MOVE ACCT-NO        TO REF-ACCT-NO.                          00040300
           MOVE WS-REFUND-AMT  TO REF-AMOUNT.                           00040400
           MOVE WS-RUN-DATE    TO REF-ISSUE-DATE.                       00040500
           MOVE 'O'            TO REF-STATUS.                           00040600
           MOVE WS-RUN-DATE    TO REF-STATUS-DATE.                      00040700
           MOVE WS-PAYEE-NAME  TO REF-PAYEE-NAME.                       00040800
           MOVE STREET-ADDR    TO REF-STREET-ADDR.                      00040900
           MOVE CITY-COUNTY    TO REF-CITY-COUNTY.                      00041000
           MOVE USA-STATE      TO REF-USA-STATE.                        00041100
           WRITE REFUND-REC                                             00041200
               INVALID KEY                                              00041300
                   DISPLAY 'CBL0029 CHECK NUMBER ' WS-NEXT-CHECK        00041400
                           ' ALREADY ON REFUNDS - STOPPING'             00041500
                   MOVE 12 TO RETURN-CODE                               00041600
                   STOP RUN                                             00041700
           END-WRITE.                                                   00041800
      *                                                                 00041900
       WRITE-CHECK-ISSUE.                                               00042000
           MOVE SPACES         TO CHK-ISSUE-REC.                        00042100
           MOVE 'I'            TO PP-REC-TYPE.                          00042200
           MOVE WS-NEXT-CHECK  TO PP-CHECK-NO.                          00042300
           MOVE WS-REFUND-AMT  TO PP-AMOUNT.                            00042400
           MOVE WS-RUN-DATE    TO PP-ISSUE-DATE.                        00042500
           MOVE WS-PAYEE-NAME  TO PP-PAYEE-NAME.                        00042600
           MOVE ACCT-NO        TO PP-ACCT-NO.                           00042700
           WRITE CHK-ISSUE-REC.                                         00042800
      *                                                                 00042900
       WRITE-CHECK-ISSUE-TRLR.                                          00043000
           MOVE SPACES            TO CHK-ISSUE-REC.                     00043100
           MOVE 'T'               TO PP-REC-TYPE.                       00043200
           MOVE WS-REFUNDS-ISSUED TO PP-TRLR-COUNT.                     00043300
           MOVE WS-REFUND-TOTAL   TO PP-TRLR-TOTAL.                     00043400
           WRITE CHK-ISSUE-REC.                                         00043500
      *                                                                 00043600
       WRITE-REF-BATCH-HDR.                                             00043700
           MOVE SPACES           TO TRAN-REC.                           00043800
           MOVE 'H'              TO TRAN-REC-TYPE.                      00043900
           MOVE WS-REF-BATCH-NO  TO HDR-BATCH-NO.                       00044000
           MOVE WS-RUN-DATE      TO HDR-BATCH-DATE.                     00044100
           WRITE TRAN-REC.                                              00044200
      *                                                                 00044300
       WRITE-REF-TRAN.                                                  00044400
           MOVE SPACES         TO TRAN-REC.                             00044500
           MOVE 'D'            TO TRAN-REC-TYPE.                        00044600
           MOVE ACCT-NO        TO TRAN-ACCT-NO.                         00044700
           MOVE WS-REFUND-AMT  TO TRAN-AMOUNT.                          00044800
           MOVE 'K'            TO TRAN-TYPE.                            00044900
           MOVE WS-RUN-DATE    TO TRAN-DATE.                            00045000
           WRITE TRAN-REC.                                              00045100
           SUBTRACT WS-REFUND-AMT FROM WS-REFUND-HASH.                  00045200
      *                                                                 00045300
       WRITE-REF-BATCH-TRLR.                                            00045400
           MOVE SPACES            TO TRAN-REC.                          00045500
           MOVE 'T'               TO TRAN-REC-TYPE.                     00045600
           MOVE WS-REF-BATCH-NO   TO TRLR-BATCH-NO.                     00045700
           MOVE WS-REFUNDS-ISSUED TO TRLR-REC-COUNT.                    00045800
           MOVE ZERO              TO TRLR-CHG-HASH.                     00045900
           MOVE WS-REFUND-HASH    TO TRLR-PAY-HASH.                     00046000
           MOVE ZERO              TO TRLR-LATE-HASH.                    00046100
           MOVE ZERO              TO TRLR-FIN-HASH.                     00046200
           WRITE TRAN-REC.                                              00046300
      *                                                                 00046400
       WRITE-REGISTER-LINE.                                             00046500
           MOVE SPACES             TO REF-REG-REC.                      00046600
           MOVE ACCT-NO            TO REG-ACCT-NO.                      00046700
           MOVE LAST-NAME          TO REG-LAST-NAME.                    00046800
           MOVE LAST-ACTIVITY-DATE TO REG-LAST-ACT.                     00046900
           MOVE WS-CREDIT-DAYS     TO REG-DAYS-O.                       00047000
           MOVE WS-NEXT-CHECK      TO REG-CHECK-NO.                     00047100
           MOVE WS-REFUND-AMT      TO REG-AMOUNT-O.                     00047200
           WRITE REF-REG-REC.                                           00047300
      *                                                                 00047400
       WRITE-REGISTER-TOTALS.                                           00047500
           WRITE REF-REG-REC FROM REG-BLANK-LINE.                       00047600
           MOVE 'REFUND CHECKS ISSUED        ' TO TOT-LABEL.            00047700
           MOVE WS-REFUNDS-ISSUED              TO TOT-COUNT-O.          00047800
           MOVE WS-REFUND-TOTAL                TO TOT-AMOUNT-O.         00047900
           WRITE REF-REG-REC FROM REG-TOTAL-LINE.                       00048000
