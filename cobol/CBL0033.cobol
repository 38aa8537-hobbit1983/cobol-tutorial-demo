      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0033.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT LOCKBOX-IN  ASSIGN TO LOCKBOX                         00002000
                  ORGANIZATION IS SEQUENTIAL                            00002100
                  FILE STATUS   IS WS-LBX-STATUS.                       00002200
           SELECT ACCT-REC    ASSIGN TO ACCTREC                         00002300
                  ORGANIZATION IS INDEXED                               00002400
                  ACCESS MODE  IS RANDOM                                00002500
                  RECORD KEY   IS ACCT-NO                               00002600
                  FILE STATUS  IS WS-ACCT-STATUS.                       00002700
           SELECT NAME-XREF   ASSIGN TO NAMEXREF                        00002800
                  ORGANIZATION IS INDEXED                               00002900
                  ACCESS MODE  IS DYNAMIC                               00003000
                  RECORD KEY   IS XREF-KEY                              00003100
                  FILE STATUS  IS WS-XREF-STATUS.                       00003200
           SELECT RESEARCH-IN ASSIGN TO LBXFIX                          00003300
                  ORGANIZATION IS SEQUENTIAL                            00003400
                  FILE STATUS   IS WS-FIX-STATUS.                       00003500
           SELECT UNAPPLIED-FILE ASSIGN TO UNAPPLD                      00003600
                  ORGANIZATION IS INDEXED                               00003700
                  ACCESS MODE  IS DYNAMIC                               00003800
                  RECORD KEY   IS UNA-KEY                               00003900
                  FILE STATUS  IS WS-UNA-STATUS.                        00004000
           SELECT LBX-TRAN    ASSIGN TO LBXTRAN                         00004100
                  ORGANIZATION IS SEQUENTIAL.                           00004200
           SELECT LBX-REPORT  ASSIGN TO LBXRPT                          00004300
                  ORGANIZATION IS SEQUENTIAL.                           00004400
           SELECT GL-JRNL     ASSIGN TO LBXGLJRN                        00004500
                  ORGANIZATION IS SEQUENTIAL.                           00004600
           SELECT RUN-CTL     ASSIGN TO RUNCTL                          00004700
                  ORGANIZATION IS SEQUENTIAL                            00004800
                  FILE STATUS   IS WS-CTL-STATUS.                       00004900
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00005000
                  ORGANIZATION IS SEQUENTIAL                            00005100
                  FILE STATUS   IS WS-CYCL-STATUS.                      00005200
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00005300
                  ORGANIZATION IS SEQUENTIAL                            00005400
                  FILE STATUS   IS WS-OVR-STATUS.                       00005500
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00005600
                  ORGANIZATION IS SEQUENTIAL                            00005700
                  FILE STATUS   IS WS-BUSD-STATUS.                      00005800
      *-------------                                                    00005900
       DATA DIVISION.                                                   00006000
      *-------------                                                    00006100
       FILE SECTION.                                                    00006200
      *                                                                 00006300
      * REMITTANCE FILE FROM THE BANK LOCKBOX: ONE HEADER FOR THE       00006400
      * DEPOSIT, ONE DETAIL PER CHECK AS KEYED FROM THE PAYMENT STUB,   00006500
      * AND A TRAILER CARRYING THE BANK'S ITEM COUNT AND DEPOSIT TOTAL. 00006600
      *                                                                 00006700
       FD  LOCKBOX-IN RECORDING MODE F.                                 00006800
       01  LOCKBOX-REC.                                                 00006900
           05  LBX-REC-TYPE        PIC X(1).                            00007000
               88  LBX-IS-HDR           VALUE 'H'.                      00007100
               88  LBX-IS-DETAIL        VALUE 'D'.                      00007200
               88  LBX-IS-TRLR          VALUE 'T'.                      00007300
           05  LBX-DETAIL.                                              00007400
               10  LBX-CHECK-NO    PIC X(10).                           00007500
               10  LBX-AMOUNT      PIC 9(7)V99.                         00007600
               10  LBX-ACCT-NO     PIC X(8).                            00007700
               10  LBX-LAST-NAME   PIC X(20).                           00007800
               10  LBX-FIRST-NAME  PIC X(15).                           00007900
               10  FILLER          PIC X(17).                           00008000
           05  LBX-HEADER REDEFINES LBX-DETAIL.                         00008100
               10  LBX-LOCKBOX-NO  PIC X(7).                            00008200
               10  LBX-DEPOSIT-DATE PIC 9(8).                           00008300
               10  FILLER          PIC X(64).                           00008400
           05  LBX-TRAILER REDEFINES LBX-DETAIL.                        00008500
               10  LBX-TRLR-COUNT  PIC 9(7).                            00008600
               10  LBX-TRLR-TOTAL  PIC 9(9)V99.                         00008700
               10  FILLER          PIC X(61).                           00008800
      *                                                                 00008900
       FD  ACCT-REC.                                                    00009000
       01  ACCT-FIELDS.                                                 00009100
           05  ACCT-NO        PIC X(8).                                 00009200
           05  ACCT-LIMIT     PIC S9(7)V99 COMP-3.                      00009300
           05  ACCT-BALANCE   PIC S9(7)V99 COMP-3.                      00009400
           05  ACCT-PRIN-BAL  PIC S9(7)V99 COMP-3.                      00009500
           05  ACCT-FEE-BAL   PIC S9(7)V99 COMP-3.                      00009600
           05  ACCT-FIN-BAL   PIC S9(7)V99 COMP-3.                      00009700
           05  LAST-NAME      PIC X(20).                                00009800
           05  FIRST-NAME     PIC X(15).                                00009900
           05  STREET-ADDR    PIC X(25).                                00010000
           05  CITY-COUNTY    PIC X(20).                                00010100
           05  USA-STATE      PIC X(15).                                00010200
           05  DELINQ-STATUS.                                           00010300
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00010400
               10  DELINQ-COLL-FLAG      PIC X(1).                      00010500
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00010600
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00010700
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00010800
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00010810
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00010820
               10  FILLER                PIC X(1).                      00010830
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00011000
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00011100
           05  ACCT-CYCLE-CODE     PIC X(2).                            00011200
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00011300
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00011400
           05  ACCT-DUE-DATE       PIC 9(8).                            00011500
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00011600
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00011700
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00011800
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00011900
           05  ACCT-PRICE-PLAN     PIC X(2).                            00012000
           05  COMMENTS       PIC X(50).                                00012100
      *                                                                 00012200
       FD  NAME-XREF.                                                   00012300
       01  XREF-REC.                                                    00012400
           05  XREF-KEY.                                                00012500
               10  XREF-LAST-NAME  PIC X(20).                           00012600
               10  XREF-ACCT-NO    PIC X(8).                            00012700
           05  XREF-FIRST-NAME PIC X(15).                               00012800
           05  XREF-CITY       PIC X(20).                               00012900
           05  XREF-STATE      PIC X(15).                               00013000
           05  XREF-BALANCE    PIC S9(7)V99 COMP-3.                     00013100
      *                                                                 00013200
      * RESEARCH CORRECTIONS: THE UNAPPLIED ITEM BY ITS KEY AND THE     00013300
      * ACCOUNT THE RESEARCHER FOUND FOR IT.                            00013400
      *                                                                 00013500
       FD  RESEARCH-IN RECORDING MODE F.                                00013600
       01  RESEARCH-REC.                                                00013700
           05  FIX-RECV-DATE       PIC 9(8).                            00013800
           05  FIX-ITEM-NO         PIC 9(5).                            00013900
           05  FIX-ACCT-NO         PIC X(8).                            00014000
           05  FIX-RESEARCHER      PIC X(8).                            00014100
           05  FILLER              PIC X(51).                           00014200
      *                                                                 00014300
      * EVERY LOCKBOX PAYMENT THAT COULD NOT BE MATCHED STAYS ON THE    00014400
      * UNAPPLIED-CASH FILE, KEYED BY THE BUSINESS DATE IT ARRIVED AND  00014500
      * ITS ITEM NUMBER IN THAT DAY'S REMITTANCE FILE.  IT IS MARKED    00014600
      * APPLIED WHEN A RESEARCHER'S ACCOUNT SENDS IT ON TO POSTING -    00014700
      * NOTHING IS EVER DELETED, SO THE FILE IS ITS OWN AUDIT TRAIL.    00014800
      *                                                                 00014900
       FD  UNAPPLIED-FILE.                                              00015000
       01  UNAPPLIED-REC.                                               00015100
           05  UNA-KEY.                                                 00015200
               10  UNA-RECV-DATE   PIC 9(8).                            00015300
               10  UNA-ITEM-NO     PIC 9(5).                            00015400
           05  UNA-STATUS          PIC X(1).                            00015500
               88  UNA-IS-OPEN          VALUE 'O'.                      00015600
               88  UNA-IS-APPLIED       VALUE 'A'.                      00015700
           05  UNA-STATUS-DATE     PIC 9(8).                            00015800
           05  UNA-LOCKBOX-NO      PIC X(7).                            00015900
           05  UNA-DEPOSIT-DATE    PIC 9(8).                            00016000
           05  UNA-CHECK-NO        PIC X(10).                           00016100
           05  UNA-AMOUNT          PIC S9(7)V99 COMP-3.                 00016200
           05  UNA-REMIT-ACCT      PIC X(8).                            00016300
           05  UNA-REMIT-LAST      PIC X(20).                           00016400
           05  UNA-REMIT-FIRST     PIC X(15).                           00016500
           05  UNA-REASON          PIC X(2).                            00016600
           05  UNA-APPLIED-ACCT    PIC X(8).                            00016700
           05  UNA-RESEARCHER      PIC X(8).                            00016800
      *                                                                 00016900
      * MATCHED PAYMENTS GO TO POSTING AS READY-BALANCED BATCHES, THE   00017000
      * SAME WAY THE FEE FEED AND THE REFUND RUN DO, SO THE BALANCING   00017100
      * STEP PROVES THEM BEFORE THEY REACH THE MASTER.                  00017200
      *                                                                 00017300
       FD  LBX-TRAN RECORDING MODE F.                                   00017400
       01  TRAN-REC.                                                    00017500
           05  TRAN-REC-TYPE   PIC X(1).                                00017600
           05  TRAN-DETAIL.                                             00017700
               10  TRAN-ACCT-NO    PIC X(8).                            00017800
               10  TRAN-AMOUNT     PIC S9(7)V99 COMP-3.                 00017900
               10  TRAN-TYPE       PIC X(1).                            00018000
               10  TRAN-DATE       PIC 9(8).                            00018100
               10  FILLER          PIC X(17).                           00018200
           05  TRAN-BATCH-HDR REDEFINES TRAN-DETAIL.                    00018300
               10  HDR-BATCH-NO    PIC X(6).                            00018400
               10  HDR-BATCH-DATE  PIC 9(8).                            00018500
               10  FILLER          PIC X(25).                           00018600
           05  TRAN-BATCH-TRLR REDEFINES TRAN-DETAIL.                   00018700
               10  TRLR-BATCH-NO   PIC X(6).                            00018800
               10  TRLR-REC-COUNT  PIC 9(7).                            00018900
               10  TRLR-CHG-HASH   PIC S9(9)V99 COMP-3.                 00019000
               10  TRLR-PAY-HASH   PIC S9(9)V99 COMP-3.                 00019100
               10  TRLR-LATE-HASH  PIC S9(9)V99 COMP-3.                 00019200
               10  TRLR-FIN-HASH   PIC S9(9)V99 COMP-3.                 00019300
               10  FILLER          PIC X(2).                            00019400
      *                                                                 00019500
       FD  LBX-REPORT RECORDING MODE F.                                 00019600
       01  LBX-RPT-REC             PIC X(80).                           00019700
      *                                                                 00019800
       FD  GL-JRNL RECORDING MODE F.                                    00019900
       01  GL-JRNL-REC.                                                 00020000
           05  GLJ-REC-TYPE    PIC X(1).                                00020100
               88  GLJ-IS-DETAIL    VALUE 'D'.                          00020200
               88  GLJ-IS-TRLR      VALUE 'T'.                          00020300
           05  GLJ-DETAIL.                                              00020400
               10  GLJ-ACCOUNT     PIC X(8).                            00020500
               10  GLJ-DRCR        PIC X(1).                            00020600
               10  GLJ-AMOUNT      PIC S9(9)V99 COMP-3.                 00020700
               10  GLJ-POST-DATE   PIC 9(8).                            00020800
               10  GLJ-DESC        PIC X(22).                           00020900
           05  GLJ-TRAILER REDEFINES GLJ-DETAIL.                        00021000
               10  GLJ-TOT-DEBITS  PIC S9(9)V99 COMP-3.                 00021100
               10  GLJ-TOT-CREDITS PIC S9(9)V99 COMP-3.                 00021200
               10  GLJ-ENTRY-COUNT PIC 9(7).                            00021300
               10  GLJ-BAL-FLAG    PIC X(1).                            00021400
               10  FILLER          PIC X(25).                           00021500
      *                                                                 00021600
       FD  RUN-CTL RECORDING MODE F.                                    00021700
       01  RUN-CTL-REC.                                                 00021800
           05  CTL-PROGRAM     PIC X(8).                                00021900
           05  CTL-RUN-DATE    PIC 9(8).                                00022000
           05  CTL-COUNT-1     PIC 9(7).                                00022100
           05  CTL-COUNT-2     PIC 9(7).                                00022200
           05  CTL-COUNT-3     PIC 9(7).                                00022300
      *                                                                 00022400
       FD  CYCL-CTL RECORDING MODE F.                                   00022500
       01  CYCL-CTL-REC.                                                00022600
           05  CYCL-PROGRAM    PIC X(8).                                00022700
           05  CYCL-RUN-DATE   PIC 9(8).                                00022800
           05  CYCL-STATUS     PIC X(1).                                00022900
      *                                                                 00023000
       FD  OVR-PARM RECORDING MODE F.                                   00023100
       01  OVR-PARM-REC.                                                00023200
           05  OVR-RERUN-FLAG  PIC X(1).                                00023300
      *                                                                 00023400
       FD  BUS-DATE RECORDING MODE F.                                   00023500
       01  BUS-DATE-REC.                                                00023600
           05  BUSD-CURR-DATE     PIC 9(8).                             00023700
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00023800
           05  BUSD-ROLLED-ON     PIC 9(8).                             00023900
           05  BUSD-CYCLE-DAYS.                                         00024000
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00024100
           05  FILLER             PIC X(8).                             00024200
      *                                                                 00024300
       WORKING-STORAGE SECTION.                                         00024400
       01 FLAGS.                                                        00024500
         05 LASTREC-LBX         PIC X VALUE 'N'.                        00024600
         05 LASTREC-FIX         PIC X VALUE 'N'.                        00024700
         05 LASTREC-UNA         PIC X VALUE 'N'.                        00024800
         05 WS-LBX-PRESENT-SW   PIC X VALUE 'N'.                        00024900
         05 WS-FIX-OPEN-SW      PIC X VALUE 'N'.                        00025000
         05 WS-XREF-OPEN-SW     PIC X VALUE 'N'.                        00025100
         05 WS-END-OF-MATCH-SW  PIC X VALUE 'N'.                        00025200
         05 WS-NO-ON-FILE-SW    PIC X VALUE 'N'.                        00025300
       01 WORK-FIELDS.                                                  00025400
         05 WS-LBX-STATUS       PIC X(2) VALUE SPACES.                  00025500
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00025600
         05 WS-XREF-STATUS      PIC X(2) VALUE SPACES.                  00025700
         05 WS-FIX-STATUS       PIC X(2) VALUE SPACES.                  00025800
         05 WS-UNA-STATUS       PIC X(2) VALUE SPACES.                  00025900
         05 WS-CTL-STATUS       PIC X(2) VALUE SPACES.                  00026000
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00026100
         05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                        00026200
           10 FILLER            PIC X(4).                               00026300
           10 WS-RUN-MMDD       PIC X(4).                               00026400
         05 WS-RUN-DATE-INT     PIC S9(9) COMP-3 VALUE ZERO.            00026500
         05 WS-RECV-DATE-INT    PIC S9(9) COMP-3 VALUE ZERO.            00026600
         05 WS-DAYS-OPEN        PIC 9(5) COMP-3 VALUE ZERO.             00026700
         05 WS-LOCKBOX-NO       PIC X(7) VALUE SPACES.                  00026800
         05 WS-DEPOSIT-DATE     PIC 9(8) VALUE ZERO.                    00026900
         05 WS-ITEM-NO          PIC 9(5) VALUE ZERO.                    00027000
         05 WS-MATCH-ACCT       PIC X(8) VALUE SPACES.                  00027100
         05 WS-NAME-ACCT        PIC X(8) VALUE SPACES.                  00027200
         05 WS-NAME-HITS        PIC 9(5) COMP-3 VALUE ZERO.             00027300
         05 WS-UNAPPLIED-REASON PIC X(2) VALUE SPACES.                  00027400
           88 UNAPPLIED-NO-ACCT-OR-NAME VALUE 'NA'.                     00027500
           88 UNAPPLIED-NAME-NOT-FOUND  VALUE 'NM'.                     00027600
           88 UNAPPLIED-SEVERAL-ACCTS   VALUE 'AM'.                     00027700
           88 UNAPPLIED-ACCT-NAME-DIFF  VALUE 'ND'.                     00027800
           88 UNAPPLIED-NO-XREF         VALUE 'XR'.                     00027900
           88 UNAPPLIED-ZERO-AMOUNT     VALUE 'ZA'.                     00028000
         05 WS-REASON-TEXT      PIC X(14) VALUE SPACES.                 00028100
         05 WS-RESULT-TEXT      PIC X(14) VALUE SPACES.                 00028200
         05 WS-HOLD-REASON      PIC X(30) VALUE SPACES.                 00028300
         05 WS-POST-ACCT        PIC X(8) VALUE SPACES.                  00028400
         05 WS-POST-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00028500
         05 WS-POST-DATE        PIC 9(8) VALUE ZERO.                    00028600
      *                                                                 00028700
      * THE BANK'S FILE IS PROVED TO ITS OWN TRAILER BEFORE ANY OF IT   00028800
      * IS USED.                                                        00028900
      *                                                                 00029000
       01 LOCKBOX-PROOF.                                                00029100
         05 WS-LBX-HDRS         PIC 9(7) COMP-3 VALUE ZERO.             00029200
         05 WS-LBX-TRLRS        PIC 9(7) COMP-3 VALUE ZERO.             00029300
         05 WS-LBX-ITEMS        PIC 9(7) COMP-3 VALUE ZERO.             00029400
         05 WS-LBX-MISPLACED    PIC 9(7) COMP-3 VALUE ZERO.             00029500
         05 WS-LBX-NOT-NUMERIC  PIC 9(7) COMP-3 VALUE ZERO.             00029600
         05 WS-LBX-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.         00029700
         05 WS-BANK-COUNT       PIC 9(7) COMP-3 VALUE ZERO.             00029800
         05 WS-BANK-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.         00029900
      *                                                                 00030000
       01 INTAKE-TOTALS.                                                00030100
         05 WS-ITEMS-READ       PIC 9(7) COMP-3 VALUE ZERO.             00030200
         05 WS-MATCHED-BY-NO    PIC 9(7) COMP-3 VALUE ZERO.             00030300
         05 WS-MATCHED-BY-NAME  PIC 9(7) COMP-3 VALUE ZERO.             00030400
         05 WS-NEW-UNAPPLIED    PIC 9(7) COMP-3 VALUE ZERO.             00030500
         05 WS-FIX-READ         PIC 9(7) COMP-3 VALUE ZERO.             00030600
         05 WS-RECYCLED         PIC 9(7) COMP-3 VALUE ZERO.             00030700
         05 WS-FIX-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.             00030800
         05 WS-PAYMENTS-SENT    PIC 9(7) COMP-3 VALUE ZERO.             00030900
         05 WS-OPEN-ITEMS       PIC 9(7) COMP-3 VALUE ZERO.             00031000
         05 WS-OPENING-ITEMS    PIC 9(7) COMP-3 VALUE ZERO.             00031100
         05 WS-ITEMS-READ-AMT   PIC S9(9)V99 COMP-3 VALUE ZERO.         00031200
         05 WS-MATCHED-NO-AMT   PIC S9(9)V99 COMP-3 VALUE ZERO.         00031300
         05 WS-MATCHED-NAME-AMT PIC S9(9)V99 COMP-3 VALUE ZERO.         00031400
         05 WS-NEW-UNAPPLIED-AMT PIC S9(9)V99 COMP-3 VALUE ZERO.        00031500
         05 WS-RECYCLED-AMT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00031600
         05 WS-PAYMENTS-AMT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00031700
         05 WS-OPENING-BAL      PIC S9(9)V99 COMP-3 VALUE ZERO.         00031800
         05 WS-CLOSING-BAL      PIC S9(9)V99 COMP-3 VALUE ZERO.         00031900
      *                                                                 00032000
      * THE BALANCING STEP TABLES A BATCH OF AT MOST 1000 DETAILS, SO   00032100
      * A LARGE DEPOSIT GOES TO POSTING AS SEVERAL BATCHES, NUMBERED    00032200
      * 'L' + MMDD + A ONE-DIGIT BATCH SEQUENCE FOR THE NIGHT.          00032300
      *                                                                 00032400
       01 BATCH-FIELDS.                                                 00032500
         05 WS-BATCH-LIMIT      PIC 9(4) VALUE 1000.                    00032600
         05 WS-BATCH-SEQ        PIC 9(2) VALUE ZERO.                    00032700
         05 WS-BATCHES-WRITTEN  PIC 9(7) COMP-3 VALUE ZERO.             00032800
         05 WS-BATCH-ITEMS      PIC 9(7) VALUE ZERO.                    00032900
         05 WS-BATCH-PAY-HASH   PIC S9(9)V99 COMP-3 VALUE ZERO.         00033000
       01 WS-LBX-BATCH-NO.                                              00033100
         05 FILLER              PIC X(1) VALUE 'L'.                     00033200
         05 WS-LBX-BATCH-MMDD   PIC X(4) VALUE SPACES.                  00033300
         05 WS-LBX-BATCH-DIGIT  PIC 9(1) VALUE ZERO.                    00033400
      *                                                                 00033500
       01 GL-FIELDS.                                                    00033600
         05 WS-DEBITS-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00033700
         05 WS-CREDITS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00033800
         05 WS-ENTRIES-WRITTEN  PIC 9(7) COMP-3 VALUE ZERO.             00033900
         05 WS-ENTRY-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00034000
         05 WS-ENTRY-DR-ACCT    PIC X(8) VALUE SPACES.                  00034100
         05 WS-ENTRY-CR-ACCT    PIC X(8) VALUE SPACES.                  00034200
         05 WS-ENTRY-DESC       PIC X(22) VALUE SPACES.                 00034300
      *                                                                 00034400
       01 GL-ACCOUNT-NUMBERS.                                           00034500
         05 GL-CASH-CLEARING    PIC X(8) VALUE '10000000'.              00034600
         05 GL-UNAPPLIED-CASH   PIC X(8) VALUE '22000000'.              00034700
      *                                                                 00034800
       01 RPT-HEADER-LINE.                                              00034900
         05 FILLER              PIC X(30)                               00035000
            VALUE 'LOCKBOX REMITTANCE INTAKE FOR '.                     00035100
         05 HDR-RUN-DATE        PIC 9(8).                               00035200
         05 FILLER              PIC X(10) VALUE '  LOCKBOX '.           00035300
         05 HDR-LOCKBOX-NO      PIC X(7).                               00035400
         05 FILLER              PIC X(12) VALUE '  DEPOSITED '.         00035500
         05 HDR-DEPOSIT-DATE    PIC 9(8).                               00035600
         05 FILLER              PIC X(5)  VALUE SPACES.                 00035700
       01 RPT-SECTION-LINE.                                             00035800
         05 SECT-TITLE          PIC X(40).                              00035900
         05 FILLER              PIC X(40) VALUE SPACES.                 00036000
       01 RPT-ITEM-COLUMN-LINE.                                         00036100
         05 FILLER              PIC X(41)                               00036200
            VALUE 'ITEM            CHECK NO           AMOUNT'.          00036300
         05 FILLER              PIC X(39)                               00036400
            VALUE '  ACCOUNT   NAME         RESULT'.                    00036500
       01 RPT-ITEM-LINE.                                                00036600
         05 ITM-RECV-DATE       PIC 9(8).                               00036700
         05 FILLER              PIC X(1)  VALUE '-'.                    00036800
         05 ITM-ITEM-NO         PIC 9(5).                               00036900
         05 FILLER              PIC X(2)  VALUE SPACES.                 00037000
         05 ITM-CHECK-NO        PIC X(10).                              00037100
         05 FILLER              PIC X(2)  VALUE SPACES.                 00037200
         05 ITM-AMOUNT-O        PIC $$,$$$,$$9.99.                      00037300
         05 FILLER              PIC X(2)  VALUE SPACES.                 00037400
         05 ITM-ACCT-NO         PIC X(8).                               00037500
         05 FILLER              PIC X(2)  VALUE SPACES.                 00037600
         05 ITM-NAME            PIC X(12).                              00037700
         05 FILLER              PIC X(1)  VALUE SPACE.                  00037800
         05 ITM-TEXT            PIC X(14).                              00037900
       01 RPT-OPEN-COLUMN-LINE.                                         00038000
         05 FILLER              PIC X(36)                               00038100
            VALUE 'ITEM             DAYS         AMOUNT'.               00038200
         05 FILLER              PIC X(44)                               00038300
            VALUE '  ACCOUNT   NAME              REASON'.               00038400
       01 RPT-OPEN-LINE.                                                00038500
         05 OPN-RECV-DATE       PIC 9(8).                               00038600
         05 FILLER              PIC X(1)  VALUE '-'.                    00038700
         05 OPN-ITEM-NO         PIC 9(5).                               00038800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00038900
         05 OPN-DAYS-O          PIC ZZZZ9.                              00039000
         05 FILLER              PIC X(2)  VALUE SPACES.                 00039100
         05 OPN-AMOUNT-O        PIC $$,$$$,$$9.99.                      00039200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00039300
         05 OPN-ACCT-NO         PIC X(8).                               00039400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00039500
         05 OPN-NAME            PIC X(17).                              00039600
         05 FILLER              PIC X(1)  VALUE SPACE.                  00039700
         05 OPN-TEXT            PIC X(14).                              00039800
       01 RPT-TOTAL-LINE.                                               00039900
         05 TOT-LABEL           PIC X(28).                              00040000
         05 TOT-COUNT-O         PIC Z,ZZZ,ZZ9.                          00040100
         05 FILLER              PIC X(2)  VALUE SPACES.                 00040200
         05 TOT-AMOUNT-O        PIC $$$,$$$,$$9.99.                     00040300
         05 FILLER              PIC X(27) VALUE SPACES.                 00040400
       01 RPT-TEXT-LINE.                                                00040500
         05 TXT-MESSAGE         PIC X(60).                              00040600
         05 FILLER              PIC X(20) VALUE SPACES.                 00040700
       01 RPT-BLANK-LINE        PIC X(80) VALUE SPACES.                 00040800
      *                                                                 00040900
       01 CYCLE-CONTROL-FIELDS.                                         00041000
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00041100
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00041200
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00041300
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00041400
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00041500
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00041600
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00041700
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00041800
      *------------------                                               00041900
       PROCEDURE DIVISION.                                              00042000
      *------------------                                               00042100
       0000-MAINLINE.                                                   00042200
           PERFORM OPEN-FILES                                           00042300
           PERFORM RECYCLE-RESEARCH-ITEMS                               00042400
           PERFORM APPLY-LOCKBOX-ITEMS                                  00042500
           PERFORM LIST-OPEN-UNAPPLIED                                  00042600
           PERFORM WRITE-REPORT-TOTALS                                  00042700
           PERFORM WRITE-GL-JOURNAL                                     00042800
           PERFORM CLOSE-STOP.                                          00042900
      *                                                                 00043000
       OPEN-FILES.                                                      00043100
           PERFORM CHECK-CYCLE-CONTROL.                                 00043200
           COMPUTE WS-RUN-DATE-INT =                                    00043300
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   00043400
           MOVE WS-RUN-MMDD TO WS-LBX-BATCH-MMDD.                       00043500
           PERFORM PROVE-LOCKBOX-FILE.                                  00043600
           OPEN INPUT  ACCT-REC.                                        00043700
           IF WS-ACCT-STATUS NOT = '00'                                 00043800
               DISPLAY 'CBL0033 ACCTREC OPEN FAILED - STATUS '          00043900
                       WS-ACCT-STATUS ' - STOPPING'                     00044000
               MOVE 12 TO RETURN-CODE                                   00044100
               STOP RUN                                                 00044200
           END-IF.                                                      00044300
           OPEN INPUT  NAME-XREF.                                       00044400
           IF WS-XREF-STATUS = '00'                                     00044500
               MOVE 'Y' TO WS-XREF-OPEN-SW                              00044600
           ELSE                                                         00044700
               DISPLAY 'CBL0033 WARNING: NAMEXREF NOT AVAILABLE - '     00044800
                       'STATUS ' WS-XREF-STATUS                         00044900
               DISPLAY 'CBL0033 NO MATCHING BY NAME - '                 00045000
                       'RUN THE XREF BUILD FIRST'                       00045100
           END-IF.                                                      00045200
           PERFORM OPEN-UNAPPLIED-FILE.                                 00045300
           OPEN OUTPUT LBX-TRAN.                                        00045400
           OPEN OUTPUT LBX-REPORT.                                      00045500
           OPEN OUTPUT GL-JRNL.                                         00045600
           MOVE WS-RUN-DATE     TO HDR-RUN-DATE.                        00045700
           MOVE WS-LOCKBOX-NO   TO HDR-LOCKBOX-NO.                      00045800
           MOVE WS-DEPOSIT-DATE TO HDR-DEPOSIT-DATE.                    00045900
           WRITE LBX-RPT-REC FROM RPT-HEADER-LINE.                      00046000
           WRITE LBX-RPT-REC FROM RPT-BLANK-LINE.                       00046100
           PERFORM START-NEW-BATCH.                                     00046200
      *                                                                 00046300
      * THE FIRST RUN EVER FINDS NO UNAPPLIED-CASH FILE AND CREATES IT. 00046400
      *                                                                 00046500
       OPEN-UNAPPLIED-FILE.                                             00046600
           OPEN I-O UNAPPLIED-FILE.                                     00046700
           IF WS-UNA-STATUS = '35'                                      00046800
               OPEN OUTPUT UNAPPLIED-FILE                               00046900
               CLOSE UNAPPLIED-FILE                                     00047000
               OPEN I-O UNAPPLIED-FILE                                  00047100
           END-IF.                                                      00047200
           IF WS-UNA-STATUS NOT = '00'                                  00047300
               DISPLAY 'CBL0033 UNAPPLD OPEN FAILED - STATUS '          00047400
                       WS-UNA-STATUS ' - STOPPING'                      00047500
               MOVE 12 TO RETURN-CODE                                   00047600
               STOP RUN                                                 00047700
           END-IF.                                                      00047800
      *                                                                 00047900
       CLOSE-STOP.                                                      00048000
           PERFORM WRITE-BATCH-TRAILER.                                 00048100
           PERFORM WRITE-RUN-CONTROL.                                   00048200
           PERFORM WRITE-CYCLE-COMPLETE.                                00048300
           CLOSE ACCT-REC.                                              00048400
           IF WS-XREF-OPEN-SW = 'Y'                                     00048500
               CLOSE NAME-XREF                                          00048600
           END-IF.                                                      00048700
           CLOSE UNAPPLIED-FILE.                                        00048800
           CLOSE LBX-TRAN.                                              00048900
           CLOSE LBX-REPORT.                                            00049000
           CLOSE GL-JRNL.                                               00049100
           DISPLAY 'CBL0033 LOCKBOX ITEMS    : ' WS-ITEMS-READ.         00049200
           DISPLAY 'CBL0033 MATCHED BY NUMBER: ' WS-MATCHED-BY-NO.      00049300
           DISPLAY 'CBL0033 MATCHED BY NAME  : ' WS-MATCHED-BY-NAME.    00049400
           DISPLAY 'CBL0033 NEW UNAPPLIED    : ' WS-NEW-UNAPPLIED.      00049500
           DISPLAY 'CBL0033 RESEARCH READ    : ' WS-FIX-READ.           00049600
           DISPLAY 'CBL0033 RESEARCH RECYCLED: ' WS-RECYCLED.           00049700
           DISPLAY 'CBL0033 RESEARCH REJECTED: ' WS-FIX-REJECTED.       00049800
           DISPLAY 'CBL0033 SENT TO POSTING  : ' WS-PAYMENTS-SENT.      00049900
           DISPLAY 'CBL0033 BATCHES WRITTEN  : ' WS-BATCHES-WRITTEN.    00050000
           DISPLAY 'CBL0033 UNAPPLIED ITEMS  : ' WS-OPEN-ITEMS.         00050100
           IF WS-FIX-REJECTED > ZERO                                    00050200
               DISPLAY 'CBL0033 RESEARCH CORRECTIONS REJECTED - '       00050300
                       'SEE LBXRPT'                                     00050400
               MOVE 8 TO RETURN-CODE                                    00050500
           END-IF.                                                      00050600
           STOP RUN.                                                    00050700
      *                                                                 00050800
      * THE WHOLE REMITTANCE FILE IS READ ONCE TO PROVE IT AGAINST THE  00050900
      * BANK'S TRAILER - ONE HEADER, THE DETAILS, ONE TRAILER, WITH THE 00051000
      * ITEM COUNT AND DEPOSIT TOTAL AGREEING.  A FILE THAT DOES NOT    00051100
      * PROVE IS HELD WHOLE AND NOTHING IS WRITTEN, SO THE BANK CAN     00051200
      * RESEND IT AND THE RUN BE REPEATED.  NO FILE AT ALL MEANS NO     00051300
      * DEPOSIT TODAY - RESEARCH ITEMS STILL RECYCLE.                   00051400
      *                                                                 00051500
       PROVE-LOCKBOX-FILE.                                              00051600
           MOVE WS-RUN-DATE TO WS-DEPOSIT-DATE.                         00051700
           OPEN INPUT LOCKBOX-IN.                                       00051800
           IF WS-LBX-STATUS NOT = '00'                                  00051900
               DISPLAY 'CBL0033 WARNING: LOCKBOX MISSING - '            00052000
                       'RESEARCH ITEMS ONLY'                            00052100
           ELSE                                                         00052200
               MOVE 'Y' TO WS-LBX-PRESENT-SW                            00052300
               MOVE 'N' TO LASTREC-LBX                                  00052400
               PERFORM UNTIL LASTREC-LBX = 'Y'                          00052500
                   READ LOCKBOX-IN                                      00052600
                   AT END                                               00052700
                       MOVE 'Y' TO LASTREC-LBX                          00052800
                   NOT AT END                                           00052900
                       PERFORM PROVE-ONE-LOCKBOX-REC                    00053000
                   END-READ                                             00053100
               END-PERFORM                                              00053200
               CLOSE LOCKBOX-IN                                         00053300
               PERFORM CHECK-LOCKBOX-BALANCE                            00053400
           END-IF.                                                      00053500
      *                                                                 00053600
       PROVE-ONE-LOCKBOX-REC.                                           00053700
           EVALUATE TRUE                                                00053800
               WHEN LBX-IS-HDR                                          00053900
                   ADD 1 TO WS-LBX-HDRS                                 00054000
                   IF WS-LBX-HDRS > 1                                   00054100
                       ADD 1 TO WS-LBX-MISPLACED                        00054200
                   END-IF                                               00054300
                   MOVE LBX-LOCKBOX-NO TO WS-LOCKBOX-NO                 00054400
                   IF LBX-DEPOSIT-DATE IS NUMERIC                       00054500
                      AND LBX-DEPOSIT-DATE > ZERO                       00054600
                       MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE         00054700
                   END-IF                                               00054800
               WHEN LBX-IS-DETAIL                                       00054900
                   ADD 1 TO WS-LBX-ITEMS                                00055000
                   IF WS-LBX-HDRS = ZERO OR WS-LBX-TRLRS > ZERO         00055100
                       ADD 1 TO WS-LBX-MISPLACED                        00055200
                   END-IF                                               00055300
                   IF LBX-AMOUNT IS NUMERIC                             00055400
                       ADD LBX-AMOUNT TO WS-LBX-TOTAL                   00055500
                   ELSE                                                 00055600
                       ADD 1 TO WS-LBX-NOT-NUMERIC                      00055700
                   END-IF                                               00055800
               WHEN LBX-IS-TRLR                                         00055900
                   ADD 1 TO WS-LBX-TRLRS                                00056000
                   IF LBX-TRLR-COUNT IS NUMERIC                         00056100
                      AND LBX-TRLR-TOTAL IS NUMERIC                     00056200
                       MOVE LBX-TRLR-COUNT TO WS-BANK-COUNT             00056300
                       MOVE LBX-TRLR-TOTAL TO WS-BANK-TOTAL             00056400
                   ELSE                                                 00056500
                       ADD 1 TO WS-LBX-NOT-NUMERIC                      00056600
                   END-IF                                               00056700
               WHEN OTHER                                               00056800
                   ADD 1 TO WS-LBX-MISPLACED                            00056900
           END-EVALUATE.                                                00057000
      *                                                                 00057100
       CHECK-LOCKBOX-BALANCE.                                           00057200
           MOVE SPACES TO WS-HOLD-REASON.                               00057300
           IF WS-LBX-TOTAL NOT = WS-BANK-TOTAL                          00057400
               MOVE 'DEPOSIT TOTAL MISMATCH        ' TO WS-HOLD-REASON  00057500
           END-IF.                                                      00057600
           IF WS-LBX-ITEMS NOT = WS-BANK-COUNT                          00057700
               MOVE 'ITEM COUNT MISMATCH           ' TO WS-HOLD-REASON  00057800
           END-IF.                                                      00057900
           IF WS-LBX-NOT-NUMERIC > ZERO                                 00058000
               MOVE 'AMOUNT OR COUNT NOT NUMERIC   ' TO WS-HOLD-REASON  00058100
           END-IF.                                                      00058200
           IF WS-LBX-MISPLACED > ZERO                                   00058300
               MOVE 'RECORDS OUT OF SEQUENCE       ' TO WS-HOLD-REASON  00058400
           END-IF.                                                      00058500
           IF WS-LBX-HDRS NOT = 1 OR WS-LBX-TRLRS NOT = 1               00058600
               MOVE 'HEADER OR TRAILER MISSING     ' TO WS-HOLD-REASON  00058700
           END-IF.                                                      00058800
           IF WS-HOLD-REASON NOT = SPACES                               00058900
               DISPLAY 'CBL0033 LOCKBOX ' WS-LOCKBOX-NO                 00059000
                       ' OUT OF BALANCE - ' WS-HOLD-REASON              00059100
               DISPLAY 'CBL0033 BANK ITEMS ' WS-BANK-COUNT              00059200
                       ' TOTAL ' WS-BANK-TOTAL                          00059300
               DISPLAY 'CBL0033 READ ITEMS ' WS-LBX-ITEMS               00059400
                       ' TOTAL ' WS-LBX-TOTAL                           00059500
               DISPLAY 'CBL0033 DEPOSIT HELD - NOTHING WRITTEN - '      00059600
                       'STOPPING'                                       00059700
               MOVE 12 TO RETURN-CODE                                   00059800
               STOP RUN                                                 00059900
           END-IF.                                                      00060000
      *                                                                 00060100
      * A CORRECTION NAMES AN OPEN UNAPPLIED ITEM AND THE ACCOUNT IT    00060200
      * BELONGS TO.  THE ITEM GOES INTO TONIGHT'S BATCH UNDER THAT      00060300
      * ACCOUNT, DATED THE DAY THE BANK RECEIVED IT, AND IS MARKED      00060400
      * APPLIED.  A CORRECTION THAT NAMES NO OPEN ITEM OR AN ACCOUNT    00060500
      * NOT ON THE MASTER CHANGES NOTHING AND IS LISTED BACK TO         00060600
      * RESEARCH.  NO CORRECTIONS FILE SIMPLY MEANS NONE TONIGHT.       00060700
      *                                                                 00060800
       RECYCLE-RESEARCH-ITEMS.                                          00060900
           MOVE 'RESEARCH ITEMS RECYCLED TO POSTING' TO SECT-TITLE.     00061000
           WRITE LBX-RPT-REC FROM RPT-SECTION-LINE.                     00061100
           WRITE LBX-RPT-REC FROM RPT-ITEM-COLUMN-LINE.                 00061200
           OPEN INPUT RESEARCH-IN.                                      00061300
           IF WS-FIX-STATUS = '00'                                      00061400
               MOVE 'Y' TO WS-FIX-OPEN-SW                               00061500
           ELSE                                                         00061600
               MOVE 'Y' TO LASTREC-FIX                                  00061700
           END-IF.                                                      00061800
           PERFORM UNTIL LASTREC-FIX = 'Y'                              00061900
               READ RESEARCH-IN                                         00062000
               AT END                                                   00062100
                   MOVE 'Y' TO LASTREC-FIX                              00062200
               NOT AT END                                               00062300
                   ADD 1 TO WS-FIX-READ                                 00062400
                   PERFORM RECYCLE-ONE-ITEM                             00062500
               END-READ                                                 00062600
           END-PERFORM.                                                 00062700
           IF WS-FIX-OPEN-SW = 'Y'                                      00062800
               CLOSE RESEARCH-IN                                        00062900
           END-IF.                                                      00063000
           WRITE LBX-RPT-REC FROM RPT-BLANK-LINE.                       00063100
      *                                                                 00063200
       RECYCLE-ONE-ITEM.                                                00063300
           MOVE SPACES        TO UNAPPLIED-REC.                         00063400
           MOVE ZERO          TO UNA-AMOUNT.                            00063500
           MOVE FIX-RECV-DATE TO UNA-RECV-DATE.                         00063600
           MOVE FIX-ITEM-NO   TO UNA-ITEM-NO.                           00063700
           READ UNAPPLIED-FILE                                          00063800
               INVALID KEY                                              00063900
                   MOVE 'ITEM NOT FOUND' TO WS-RESULT-TEXT              00064000
               NOT INVALID KEY                                          00064100
                   EVALUATE TRUE                                        00064200
                       WHEN NOT UNA-IS-OPEN                             00064300
                           MOVE 'ITEM NOT OPEN ' TO WS-RESULT-TEXT      00064400
                       WHEN FIX-ACCT-NO = SPACES                        00064500
                           MOVE 'NO ACCOUNT    ' TO WS-RESULT-TEXT      00064600
                       WHEN OTHER                                       00064700
                           PERFORM RECYCLE-TO-ACCOUNT                   00064800
                   END-EVALUATE                                         00064900
           END-READ.                                                    00065000
           IF WS-RESULT-TEXT NOT = 'APPLIED'                            00065100
               ADD 1 TO WS-FIX-REJECTED                                 00065200
           END-IF.                                                      00065300
           MOVE FIX-RECV-DATE  TO ITM-RECV-DATE.                        00065400
           MOVE FIX-ITEM-NO    TO ITM-ITEM-NO.                          00065500
           MOVE UNA-CHECK-NO   TO ITM-CHECK-NO.                         00065600
           MOVE UNA-AMOUNT     TO ITM-AMOUNT-O.                         00065700
           MOVE FIX-ACCT-NO    TO ITM-ACCT-NO.                          00065800
           MOVE UNA-REMIT-LAST TO ITM-NAME.                             00065900
           MOVE WS-RESULT-TEXT TO ITM-TEXT.                             00066000
           WRITE LBX-RPT-REC FROM RPT-ITEM-LINE.                        00066100
      *                                                                 00066200
       RECYCLE-TO-ACCOUNT.                                              00066300
           MOVE FIX-ACCT-NO TO ACCT-NO.                                 00066400
           READ ACCT-REC                                                00066500
               INVALID KEY                                              00066600
                   MOVE 'ACCT NOT FOUND' TO WS-RESULT-TEXT              00066700
               NOT INVALID KEY                                          00066800
                   MOVE ACCT-NO          TO WS-POST-ACCT                00066900
                   MOVE UNA-AMOUNT       TO WS-POST-AMOUNT              00067000
                   MOVE UNA-DEPOSIT-DATE TO WS-POST-DATE                00067100
                   PERFORM SEND-TO-POSTING                              00067200
                   MOVE 'A'              TO UNA-STATUS                  00067300
                   MOVE WS-RUN-DATE      TO UNA-STATUS-DATE             00067400
                   MOVE ACCT-NO          TO UNA-APPLIED-ACCT            00067500
                   MOVE FIX-RESEARCHER   TO UNA-RESEARCHER              00067600
                   PERFORM REWRITE-UNAPPLIED-ITEM                       00067700
                   ADD 1 TO WS-RECYCLED                                 00067800
                   ADD UNA-AMOUNT TO WS-RECYCLED-AMT                    00067900
                   MOVE 'APPLIED' TO WS-RESULT-TEXT                     00068000
           END-READ.                                                    00068100
      *                                                                 00068200
       REWRITE-UNAPPLIED-ITEM.                                          00068300
           REWRITE UNAPPLIED-REC                                        00068400
               INVALID KEY                                              00068500
                   DISPLAY 'CBL0033 UNAPPLD REWRITE FAILED - STATUS '   00068600
                           WS-UNA-STATUS ' ITEM ' UNA-KEY               00068700
                           ' - STOPPING'                                00068800
                   MOVE 12 TO RETURN-CODE                               00068900
                   STOP RUN                                             00069000
           END-REWRITE.                                                 00069100
      *                                                                 00069200
      * SECOND PASS OVER THE PROVED FILE.  ITEMS ARE NUMBERED IN FILE   00069300
      * ORDER, WHICH IS WHAT KEYS AN UNAPPLIED ITEM FOR RESEARCH.       00069400
      *                                                                 00069500
       APPLY-LOCKBOX-ITEMS.                                             00069600
           MOVE 'LOCKBOX PAYMENTS SENT TO UNAPPLIED CASH' TO SECT-TITLE.00069700
           WRITE LBX-RPT-REC FROM RPT-SECTION-LINE.                     00069800
           WRITE LBX-RPT-REC FROM RPT-ITEM-COLUMN-LINE.                 00069900
           IF WS-LBX-PRESENT-SW = 'Y'                                   00070000
               OPEN INPUT LOCKBOX-IN                                    00070100
               MOVE 'N' TO LASTREC-LBX                                  00070200
               PERFORM UNTIL LASTREC-LBX = 'Y'                          00070300
                   READ LOCKBOX-IN                                      00070400
                   AT END                                               00070500
                       MOVE 'Y' TO LASTREC-LBX                          00070600
                   NOT AT END                                           00070700
                       IF LBX-IS-DETAIL                                 00070800
                           PERFORM APPLY-ONE-PAYMENT                    00070900
                       END-IF                                           00071000
                   END-READ                                             00071100
               END-PERFORM                                              00071200
               CLOSE LOCKBOX-IN                                         00071300
           END-IF.                                                      00071400
           WRITE LBX-RPT-REC FROM RPT-BLANK-LINE.                       00071500
      *                                                                 00071600
      * THE ACCOUNT NUMBER ON THE STUB IS TAKEN WHEN IT IS ON THE       00071700
      * MASTER AND THE STUB'S LAST NAME, IF ANY, AGREES WITH IT.        00071800
      * OTHERWISE THE PAYER IS LOOKED UP BY NAME.                       00071900
      *                                                                 00072000
       APPLY-ONE-PAYMENT.                                               00072100
           ADD 1 TO WS-ITEM-NO.                                         00072200
           ADD 1 TO WS-ITEMS-READ.                                      00072300
           ADD LBX-AMOUNT TO WS-ITEMS-READ-AMT.                         00072400
           MOVE SPACES TO WS-MATCH-ACCT.                                00072500
           MOVE SPACES TO WS-UNAPPLIED-REASON.                          00072600
           MOVE 'N'    TO WS-NO-ON-FILE-SW.                             00072700
           IF LBX-AMOUNT = ZERO                                         00072800
               MOVE 'ZA' TO WS-UNAPPLIED-REASON                         00072900
           ELSE                                                         00073000
               PERFORM MATCH-BY-ACCOUNT-NO                              00073100
               IF WS-MATCH-ACCT = SPACES                                00073200
                   PERFORM MATCH-BY-NAME                                00073300
               END-IF                                                   00073400
           END-IF.                                                      00073500
           IF WS-MATCH-ACCT NOT = SPACES                                00073600
               MOVE WS-MATCH-ACCT   TO WS-POST-ACCT                     00073700
               MOVE LBX-AMOUNT      TO WS-POST-AMOUNT                   00073800
               MOVE WS-DEPOSIT-DATE TO WS-POST-DATE                     00073900
               PERFORM SEND-TO-POSTING                                  00074000
           ELSE                                                         00074100
               PERFORM ADD-UNAPPLIED-ITEM                               00074200
           END-IF.                                                      00074300
      *                                                                 00074400
       MATCH-BY-ACCOUNT-NO.                                             00074500
           IF LBX-ACCT-NO NOT = SPACES                                  00074600
               MOVE LBX-ACCT-NO TO ACCT-NO                              00074700
               READ ACCT-REC                                            00074800
                   INVALID KEY                                          00074900
                       CONTINUE                                         00075000
                   NOT INVALID KEY                                      00075100
                       IF LBX-LAST-NAME = SPACES                        00075200
                          OR LBX-LAST-NAME = LAST-NAME                  00075300
                           MOVE ACCT-NO TO WS-MATCH-ACCT                00075400
                           ADD 1 TO WS-MATCHED-BY-NO                    00075500
                           ADD LBX-AMOUNT TO WS-MATCHED-NO-AMT          00075600
                       ELSE                                             00075700
                           MOVE 'Y' TO WS-NO-ON-FILE-SW                 00075800
                       END-IF                                           00075900
               END-READ                                                 00076000
           END-IF.                                                      00076100
      *                                                                 00076200
      * A NAME MATCH MUST BE UNIQUE: THE STUB'S LAST NAME EXACTLY, AND  00076300
      * ITS FIRST NAME TOO WHEN ONE WAS KEYED.  THE CROSS-REFERENCE IS  00076400
      * REBUILT FROM THE MASTER ONLY NOW AND THEN, SO THE ACCOUNT IT    00076500
      * GIVES IS READ BACK FROM THE MASTER BEFORE IT IS USED.           00076600
      *                                                                 00076700
       MATCH-BY-NAME.                                                   00076800
           EVALUATE TRUE                                                00076900
               WHEN LBX-LAST-NAME = SPACES                              00077000
                   MOVE 'NA' TO WS-UNAPPLIED-REASON                     00077100
               WHEN WS-XREF-OPEN-SW = 'N'                               00077200
                   MOVE 'XR' TO WS-UNAPPLIED-REASON                     00077300
               WHEN OTHER                                               00077400
                   PERFORM SCAN-XREF-FOR-PAYER                          00077500
                   EVALUATE TRUE                                        00077600
                       WHEN WS-NAME-HITS = 1                            00077700
                           PERFORM CONFIRM-NAME-MATCH                   00077800
                       WHEN WS-NAME-HITS > 1                            00077900
                           MOVE 'AM' TO WS-UNAPPLIED-REASON             00078000
                       WHEN OTHER                                       00078100
                           MOVE 'NM' TO WS-UNAPPLIED-REASON             00078200
                   END-EVALUATE                                         00078300
           END-EVALUATE.                                                00078400
           IF UNAPPLIED-NAME-NOT-FOUND AND WS-NO-ON-FILE-SW = 'Y'       00078500
               MOVE 'ND' TO WS-UNAPPLIED-REASON                         00078600
           END-IF.                                                      00078700
      *                                                                 00078800
       SCAN-XREF-FOR-PAYER.                                             00078900
           MOVE ZERO   TO WS-NAME-HITS.                                 00079000
           MOVE SPACES TO WS-NAME-ACCT.                                 00079100
           MOVE 'N' TO WS-END-OF-MATCH-SW.                              00079200
           MOVE LBX-LAST-NAME TO XREF-LAST-NAME.                        00079300
           MOVE SPACES        TO XREF-ACCT-NO.                          00079400
           START NAME-XREF KEY >= XREF-KEY                              00079500
               INVALID KEY MOVE 'Y' TO WS-END-OF-MATCH-SW               00079600
           END-START.                                                   00079700
           PERFORM UNTIL WS-END-OF-MATCH-SW = 'Y'                       00079800
               PERFORM READ-XREF-NEXT                                   00079900
               IF WS-END-OF-MATCH-SW = 'N'                              00080000
                  AND XREF-LAST-NAME = LBX-LAST-NAME                    00080100
                   IF LBX-FIRST-NAME = SPACES                           00080200
                      OR LBX-FIRST-NAME = XREF-FIRST-NAME               00080300
                       ADD 1 TO WS-NAME-HITS                            00080400
                       MOVE XREF-ACCT-NO TO WS-NAME-ACCT                00080500
                   END-IF                                               00080600
               ELSE                                                     00080700
                   MOVE 'Y' TO WS-END-OF-MATCH-SW                       00080800
               END-IF                                                   00080900
           END-PERFORM.                                                 00081000
      *                                                                 00081100
       READ-XREF-NEXT.                                                  00081200
           READ NAME-XREF NEXT RECORD                                   00081300
           AT END MOVE 'Y' TO WS-END-OF-MATCH-SW                        00081400
           END-READ.                                                    00081500
           IF WS-XREF-STATUS NOT = '00'                                 00081600
               MOVE 'Y' TO WS-END-OF-MATCH-SW                           00081700
           END-IF.                                                      00081800
      *                                                                 00081900
       CONFIRM-NAME-MATCH.                                              00082000
           MOVE WS-NAME-ACCT TO ACCT-NO.                                00082100
           READ ACCT-REC                                                00082200
               INVALID KEY                                              00082300
                   MOVE 'NM' TO WS-UNAPPLIED-REASON                     00082400
               NOT INVALID KEY                                          00082500
                   IF LAST-NAME = LBX-LAST-NAME                         00082600
                       MOVE ACCT-NO TO WS-MATCH-ACCT                    00082700
                       ADD 1 TO WS-MATCHED-BY-NAME                      00082800
                       ADD LBX-AMOUNT TO WS-MATCHED-NAME-AMT            00082900
                   ELSE                                                 00083000
                       MOVE 'NM' TO WS-UNAPPLIED-REASON                 00083100
                   END-IF                                               00083200
           END-READ.                                                    00083300
      *                                                                 00083400
       ADD-UNAPPLIED-ITEM.                                              00083500
           MOVE SPACES              TO UNAPPLIED-REC.                   00083600
           MOVE WS-RUN-DATE         TO UNA-RECV-DATE.                   00083700
           MOVE WS-ITEM-NO          TO UNA-ITEM-NO.                     00083800
           MOVE 'O'                 TO UNA-STATUS.                      00083900
           MOVE WS-RUN-DATE         TO UNA-STATUS-DATE.                 00084000
           MOVE WS-LOCKBOX-NO       TO UNA-LOCKBOX-NO.                  00084100
           MOVE WS-DEPOSIT-DATE     TO UNA-DEPOSIT-DATE.                00084200
           MOVE LBX-CHECK-NO        TO UNA-CHECK-NO.                    00084300
           MOVE LBX-AMOUNT          TO UNA-AMOUNT.                      00084400
           MOVE LBX-ACCT-NO         TO UNA-REMIT-ACCT.                  00084500
           MOVE LBX-LAST-NAME       TO UNA-REMIT-LAST.                  00084600
           MOVE LBX-FIRST-NAME      TO UNA-REMIT-FIRST.                 00084700
           MOVE WS-UNAPPLIED-REASON TO UNA-REASON.                      00084800
           WRITE UNAPPLIED-REC                                          00084900
               INVALID KEY                                              00085000
                   DISPLAY 'CBL0033 ITEM ' UNA-KEY                      00085100
                           ' ALREADY ON UNAPPLD - STOPPING'             00085200
                   MOVE 12 TO RETURN-CODE                               00085300
                   STOP RUN                                             00085400
           END-WRITE.                                                   00085500
           ADD 1 TO WS-NEW-UNAPPLIED.                                   00085600
           ADD LBX-AMOUNT TO WS-NEW-UNAPPLIED-AMT.                      00085700
           PERFORM SET-REASON-TEXT.                                     00085800
           MOVE UNA-RECV-DATE  TO ITM-RECV-DATE.                        00085900
           MOVE UNA-ITEM-NO    TO ITM-ITEM-NO.                          00086000
           MOVE UNA-CHECK-NO   TO ITM-CHECK-NO.                         00086100
           MOVE UNA-AMOUNT     TO ITM-AMOUNT-O.                         00086200
           MOVE UNA-REMIT-ACCT TO ITM-ACCT-NO.                          00086300
           MOVE UNA-REMIT-LAST TO ITM-NAME.                             00086400
           MOVE WS-REASON-TEXT TO ITM-TEXT.                             00086500
           WRITE LBX-RPT-REC FROM RPT-ITEM-LINE.                        00086600
      *                                                                 00086700
       SET-REASON-TEXT.                                                 00086800
           EVALUATE UNA-REASON                                          00086900
               WHEN 'NA'                                                00087000
                   MOVE 'NO ACCT/NAME  ' TO WS-REASON-TEXT              00087100
               WHEN 'NM'                                                00087200
                   MOVE 'NAME NOT FOUND' TO WS-REASON-TEXT              00087300
               WHEN 'AM'                                                00087400
                   MOVE 'SEVERAL ACCTS ' TO WS-REASON-TEXT              00087500
               WHEN 'ND'                                                00087600
                   MOVE 'ACCT/NAME DIFF' TO WS-REASON-TEXT              00087700
               WHEN 'XR'                                                00087800
                   MOVE 'NO NAME XREF  ' TO WS-REASON-TEXT              00087900
               WHEN 'ZA'                                                00088000
                   MOVE 'ZERO AMOUNT   ' TO WS-REASON-TEXT              00088100
               WHEN OTHER                                               00088200
                   MOVE UNA-REASON       TO WS-REASON-TEXT              00088300
           END-EVALUATE.                                                00088400
      *                                                                 00088500
      * EVERY PAYMENT FOR POSTING, FROM THE LOCKBOX OR FROM RESEARCH,   00088600
      * GOES OUT THROUGH HERE.  A FULL BATCH IS CLOSED OFF AND A NEW    00088700
      * ONE STARTED BEFORE THE NEXT DETAIL IS WRITTEN.                  00088800
      *                                                                 00088900
       SEND-TO-POSTING.                                                 00089000
           IF WS-BATCH-ITEMS NOT < WS-BATCH-LIMIT                       00089100
               PERFORM WRITE-BATCH-TRAILER                              00089200
               PERFORM START-NEW-BATCH                                  00089300
           END-IF.                                                      00089400
           MOVE SPACES         TO TRAN-REC.                             00089500
           MOVE 'D'            TO TRAN-REC-TYPE.                        00089600
           MOVE WS-POST-ACCT   TO TRAN-ACCT-NO.                         00089700
           MOVE WS-POST-AMOUNT TO TRAN-AMOUNT.                          00089800
           MOVE 'P'            TO TRAN-TYPE.                            00089900
           MOVE WS-POST-DATE   TO TRAN-DATE.                            00090000
           WRITE TRAN-REC.                                              00090100
           ADD 1 TO WS-BATCH-ITEMS.                                     00090200
           ADD WS-POST-AMOUNT TO WS-BATCH-PAY-HASH.                     00090300
           ADD 1 TO WS-PAYMENTS-SENT.                                   00090400
           ADD WS-POST-AMOUNT TO WS-PAYMENTS-AMT.                       00090500
      *                                                                 00090600
       START-NEW-BATCH.                                                 00090700
           ADD 1 TO WS-BATCH-SEQ.                                       00090800
           IF WS-BATCH-SEQ > 9                                          00090900
               DISPLAY 'CBL0033 MORE THAN 9 BATCHES FOR ONE NIGHT - '   00091000
                       'STOPPING'                                       00091100
               MOVE 12 TO RETURN-CODE                                   00091200
               STOP RUN                                                 00091300
           END-IF.                                                      00091400
           MOVE WS-BATCH-SEQ     TO WS-LBX-BATCH-DIGIT.                 00091500
           MOVE ZERO             TO WS-BATCH-ITEMS.                     00091600
           MOVE ZERO             TO WS-BATCH-PAY-HASH.                  00091700
           MOVE SPACES           TO TRAN-REC.                           00091800
           MOVE 'H'              TO TRAN-REC-TYPE.                      00091900
           MOVE WS-LBX-BATCH-NO  TO HDR-BATCH-NO.                       00092000
           MOVE WS-RUN-DATE      TO HDR-BATCH-DATE.                     00092100
           WRITE TRAN-REC.                                              00092200
           ADD 1 TO WS-BATCHES-WRITTEN.                                 00092300
      *                                                                 00092400
       WRITE-BATCH-TRAILER.                                             00092500
           MOVE SPACES            TO TRAN-REC.                          00092600
           MOVE 'T'               TO TRAN-REC-TYPE.                     00092700
           MOVE WS-LBX-BATCH-NO   TO TRLR-BATCH-NO.                     00092800
           MOVE WS-BATCH-ITEMS    TO TRLR-REC-COUNT.                    00092900
           MOVE ZERO              TO TRLR-CHG-HASH.                     00093000
           MOVE WS-BATCH-PAY-HASH TO TRLR-PAY-HASH.                     00093100
           MOVE ZERO              TO TRLR-LATE-HASH.                    00093200
           MOVE ZERO              TO TRLR-FIN-HASH.                     00093300
           WRITE TRAN-REC.                                              00093400
      *                                                                 00093500
      * EVERY ITEM STILL OPEN IS LISTED WITH THE DAYS SINCE IT CAME     00093600
      * IN.  THEIR TOTAL IS THE UNAPPLIED-CASH BALANCE THE GENERAL      00093700
      * LEDGER SHOULD CARRY TONIGHT.                                    00093800
      *                                                                 00093900
       LIST-OPEN-UNAPPLIED.                                             00094000
           MOVE 'UNAPPLIED CASH OPEN ITEMS' TO SECT-TITLE.              00094100
           WRITE LBX-RPT-REC FROM RPT-SECTION-LINE.                     00094200
           WRITE LBX-RPT-REC FROM RPT-OPEN-COLUMN-LINE.                 00094300
           MOVE LOW-VALUES TO UNA-KEY.                                  00094400
           START UNAPPLIED-FILE KEY >= UNA-KEY                          00094500
               INVALID KEY MOVE 'Y' TO LASTREC-UNA                      00094600
           END-START.                                                   00094700
           PERFORM UNTIL LASTREC-UNA = 'Y'                              00094800
               READ UNAPPLIED-FILE NEXT RECORD                          00094900
               AT END                                                   00095000
                   MOVE 'Y' TO LASTREC-UNA                              00095100
               NOT AT END                                               00095200
                   IF UNA-IS-OPEN                                       00095300
                       PERFORM LIST-ONE-OPEN-ITEM                       00095400
                   END-IF                                               00095500
               END-READ                                                 00095600
               IF WS-UNA-STATUS NOT = '00'                              00095700
                   MOVE 'Y' TO LASTREC-UNA                              00095800
               END-IF                                                   00095900
           END-PERFORM.                                                 00096000
           WRITE LBX-RPT-REC FROM RPT-BLANK-LINE.                       00096100
      *                                                                 00096200
       LIST-ONE-OPEN-ITEM.                                              00096300
           ADD 1 TO WS-OPEN-ITEMS.                                      00096400
           ADD UNA-AMOUNT TO WS-CLOSING-BAL.                            00096500
           COMPUTE WS-RECV-DATE-INT =                                   00096600
               FUNCTION INTEGER-OF-DATE(UNA-RECV-DATE).                 00096700
           COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT - WS-RECV-DATE-INT.   00096800
           PERFORM SET-REASON-TEXT.                                     00096900
           MOVE UNA-RECV-DATE  TO OPN-RECV-DATE.                        00097000
           MOVE UNA-ITEM-NO    TO OPN-ITEM-NO.                          00097100
           MOVE WS-DAYS-OPEN   TO OPN-DAYS-O.                           00097200
           MOVE UNA-AMOUNT     TO OPN-AMOUNT-O.                         00097300
           MOVE UNA-REMIT-ACCT TO OPN-ACCT-NO.                          00097400
           MOVE UNA-REMIT-LAST TO OPN-NAME.                             00097500
           MOVE WS-REASON-TEXT TO OPN-TEXT.                             00097600
           WRITE LBX-RPT-REC FROM RPT-OPEN-LINE.                        00097700
      *                                                                 00097800
      * THE OPENING BALANCE IS WORKED BACK FROM TONIGHT'S CLOSING       00097900
      * BALANCE AND TONIGHT'S MOVEMENT, SO THE REPORT PROVES THE ROLL   00098000
      * FORWARD THE GENERAL LEDGER MAKES FROM THE JOURNAL.              00098100
      *                                                                 00098200
       WRITE-REPORT-TOTALS.                                             00098300
           COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL                      00098400
                                  - WS-NEW-UNAPPLIED-AMT                00098500
                                  + WS-RECYCLED-AMT.                    00098600
           COMPUTE WS-OPENING-ITEMS = WS-OPEN-ITEMS                     00098700
                                    - WS-NEW-UNAPPLIED                  00098800
                                    + WS-RECYCLED.                      00098900
           MOVE 'BANK TRAILER ITEMS          ' TO TOT-LABEL.            00099000
           MOVE WS-BANK-COUNT                  TO TOT-COUNT-O.          00099100
           MOVE WS-BANK-TOTAL                  TO TOT-AMOUNT-O.         00099200
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00099300
           MOVE 'LOCKBOX ITEMS READ          ' TO TOT-LABEL.            00099400
           MOVE WS-ITEMS-READ                  TO TOT-COUNT-O.          00099500
           MOVE WS-ITEMS-READ-AMT              TO TOT-AMOUNT-O.         00099600
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00099700
           MOVE 'MATCHED BY ACCOUNT NUMBER   ' TO TOT-LABEL.            00099800
           MOVE WS-MATCHED-BY-NO               TO TOT-COUNT-O.          00099900
           MOVE WS-MATCHED-NO-AMT              TO TOT-AMOUNT-O.         00100000
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00100100
           MOVE 'MATCHED BY NAME             ' TO TOT-LABEL.            00100200
           MOVE WS-MATCHED-BY-NAME             TO TOT-COUNT-O.          00100300
           MOVE WS-MATCHED-NAME-AMT            TO TOT-AMOUNT-O.         00100400
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00100500
           MOVE 'RESEARCH ITEMS RECYCLED     ' TO TOT-LABEL.            00100600
           MOVE WS-RECYCLED                    TO TOT-COUNT-O.          00100700
           MOVE WS-RECYCLED-AMT                TO TOT-AMOUNT-O.         00100800
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00100900
           MOVE 'PAYMENTS SENT TO POSTING    ' TO TOT-LABEL.            00101000
           MOVE WS-PAYMENTS-SENT               TO TOT-COUNT-O.          00101100
           MOVE WS-PAYMENTS-AMT                TO TOT-AMOUNT-O.         00101200
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00101300
           WRITE LBX-RPT-REC FROM RPT-BLANK-LINE.                       00101400
           MOVE 'UNAPPLIED CASH - OPENING    ' TO TOT-LABEL.            00101500
           MOVE WS-OPENING-ITEMS               TO TOT-COUNT-O.          00101600
           MOVE WS-OPENING-BAL                 TO TOT-AMOUNT-O.         00101700
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00101800
           MOVE '  ADDED FROM LOCKBOX        ' TO TOT-LABEL.            00101900
           MOVE WS-NEW-UNAPPLIED               TO TOT-COUNT-O.          00102000
           MOVE WS-NEW-UNAPPLIED-AMT           TO TOT-AMOUNT-O.         00102100
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00102200
           MOVE '  APPLIED FROM RESEARCH     ' TO TOT-LABEL.            00102300
           MOVE WS-RECYCLED                    TO TOT-COUNT-O.          00102400
           MOVE WS-RECYCLED-AMT                TO TOT-AMOUNT-O.         00102500
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00102600
           MOVE 'UNAPPLIED CASH - CLOSING    ' TO TOT-LABEL.            00102700
           MOVE WS-OPEN-ITEMS                  TO TOT-COUNT-O.          00102800
           MOVE WS-CLOSING-BAL                 TO TOT-AMOUNT-O.         00102900
           WRITE LBX-RPT-REC FROM RPT-TOTAL-LINE.                       00103000
           WRITE LBX-RPT-REC FROM RPT-BLANK-LINE.                       00103100
           MOVE 'CLOSING BALANCE IS THE GL 22000000 UNAPPLIED CASH'     00103200
             TO TXT-MESSAGE.                                            00103300
           WRITE LBX-RPT-REC FROM RPT-TEXT-LINE.                        00103400
           IF WS-FIX-REJECTED > ZERO                                    00103500
               MOVE '*** RESEARCH CORRECTIONS REJECTED - SEE ABOVE ***' 00103600
                 TO TXT-MESSAGE                                         00103700
               WRITE LBX-RPT-REC FROM RPT-TEXT-LINE                     00103800
           END-IF.                                                      00103900
      *                                                                 00104000
      * THE BANK CREDITS THE WHOLE DEPOSIT TO CASH.  THE MATCHED        00104100
      * PAYMENTS REACH THE LEDGER THROUGH POSTING AND THE NIGHTLY GL    00104200
      * JOURNAL (CBL0027) LIKE ANY OTHER PAYMENT, SO THIS JOURNAL       00104300
      * CARRIES ONLY THE UNAPPLIED-CASH MOVEMENT: CASH HELD AGAINST THE 00104400
      * LIABILITY FOR WHAT COULD NOT BE MATCHED, AND THE LIABILITY      00104500
      * RELEASED BACK TO CASH FOR WHAT RESEARCH SENT ON TO POSTING.     00104600
      * THE TRAILER IS WRITTEN EVERY NIGHT SO THE LOAD CAN PROVE IT.    00104700
      *                                                                 00104800
       WRITE-GL-JOURNAL.                                                00104900
           IF WS-NEW-UNAPPLIED-AMT NOT = ZERO                           00105000
               MOVE WS-NEW-UNAPPLIED-AMT TO WS-ENTRY-AMOUNT             00105100
               MOVE GL-CASH-CLEARING     TO WS-ENTRY-DR-ACCT            00105200
               MOVE GL-UNAPPLIED-CASH    TO WS-ENTRY-CR-ACCT            00105300
               MOVE 'LOCKBOX UNAPPLIED CASH' TO WS-ENTRY-DESC           00105400
               PERFORM WRITE-ONE-ENTRY-PAIR                             00105500
           END-IF.                                                      00105600
           IF WS-RECYCLED-AMT NOT = ZERO                                00105700
               MOVE WS-RECYCLED-AMT      TO WS-ENTRY-AMOUNT             00105800
               MOVE GL-UNAPPLIED-CASH    TO WS-ENTRY-DR-ACCT            00105900
               MOVE GL-CASH-CLEARING     TO WS-ENTRY-CR-ACCT            00106000
               MOVE 'UNAPPLIED CASH APPLIED' TO WS-ENTRY-DESC           00106100
               PERFORM WRITE-ONE-ENTRY-PAIR                             00106200
           END-IF.                                                      00106300
           PERFORM WRITE-JOURNAL-TRAILER.                               00106400
      *                                                                 00106500
       WRITE-ONE-ENTRY-PAIR.                                            00106600
           MOVE SPACES           TO GL-JRNL-REC.                        00106700
           MOVE 'D'              TO GLJ-REC-TYPE.                       00106800
           MOVE WS-ENTRY-DR-ACCT TO GLJ-ACCOUNT.                        00106900
           MOVE 'D'              TO GLJ-DRCR.                           00107000
           MOVE WS-ENTRY-AMOUNT  TO GLJ-AMOUNT.                         00107100
           MOVE WS-RUN-DATE      TO GLJ-POST-DATE.                      00107200
           MOVE WS-ENTRY-DESC    TO GLJ-DESC.                           00107300
           WRITE GL-JRNL-REC.                                           00107400
           ADD 1 TO WS-ENTRIES-WRITTEN.                                 00107500
           ADD WS-ENTRY-AMOUNT TO WS-DEBITS-TOTAL.                      00107600
           MOVE SPACES           TO GL-JRNL-REC.                        00107700
           MOVE 'D'              TO GLJ-REC-TYPE.                       00107800
           MOVE WS-ENTRY-CR-ACCT TO GLJ-ACCOUNT.                        00107900
           MOVE 'C'              TO GLJ-DRCR.                           00108000
           MOVE WS-ENTRY-AMOUNT  TO GLJ-AMOUNT.                         00108100
           MOVE WS-RUN-DATE      TO GLJ-POST-DATE.                      00108200
           MOVE WS-ENTRY-DESC    TO GLJ-DESC.                           00108300
           WRITE GL-JRNL-REC.                                           00108400
           ADD 1 TO WS-ENTRIES-WRITTEN.                                 00108500
           ADD WS-ENTRY-AMOUNT TO WS-CREDITS-TOTAL.                     00108600
      *                                                                 00108700
       WRITE-JOURNAL-TRAILER.                                           00108800
           MOVE SPACES            TO GL-JRNL-REC.                       00108900
           MOVE 'T'               TO GLJ-REC-TYPE.                      00109000
           MOVE WS-DEBITS-TOTAL   TO GLJ-TOT-DEBITS.                    00109100
           MOVE WS-CREDITS-TOTAL  TO GLJ-TOT-CREDITS.                   00109200
           MOVE WS-ENTRIES-WRITTEN TO GLJ-ENTRY-COUNT.                  00109300
           IF WS-DEBITS-TOTAL = WS-CREDITS-TOTAL                        00109400
               MOVE 'Y' TO GLJ-BAL-FLAG                                 00109500
           ELSE                                                         00109600
               MOVE 'N' TO GLJ-BAL-FLAG                                 00109700
           END-IF.                                                      00109800
           WRITE GL-JRNL-REC.                                           00109900
      *                                                                 00110000
       WRITE-RUN-CONTROL.                                               00110100
           OPEN EXTEND RUN-CTL.                                         00110200
           IF WS-CTL-STATUS = '35'                                      00110300
               OPEN OUTPUT RUN-CTL                                      00110400
           END-IF.                                                      00110500
           MOVE 'CBL0033 '          TO CTL-PROGRAM.                     00110600
           MOVE WS-RUN-DATE         TO CTL-RUN-DATE.                    00110700
           MOVE WS-ITEMS-READ       TO CTL-COUNT-1.                     00110800
           MOVE WS-PAYMENTS-SENT    TO CTL-COUNT-2.                     00110900
           MOVE WS-NEW-UNAPPLIED    TO CTL-COUNT-3.                     00111000
           WRITE RUN-CTL-REC.                                           00111100
           CLOSE RUN-CTL.                                               00111200
      *                                                                 00111300
      * CYCLE CONTROL: THE LOCKBOX RUN FEEDS THE BALANCING STEP         00111400
      * (CBL0020) AND RUNS AHEAD OF IT.  IT WAITS ON NO OTHER STEP,     00111500
      * BUT A SECOND RUN FOR THE SAME BUSINESS DATE WOULD SEND THE      00111600
      * SAME DEPOSIT TO POSTING TWICE, SO IT PROVES IT HAS NOT          00111700
      * ALREADY COMPLETED.  AN OVERRIDE PARM (OVRPARM = 'Y') LETS THE   00111800
      * OPERATOR RERUN AFTER A RESTORE.                                 00111900
      *                                                                 00112000
       CHECK-CYCLE-CONTROL.                                             00112100
           PERFORM READ-OVERRIDE-PARM.                                  00112200
           PERFORM READ-BUSINESS-DATE.                                  00112300
           OPEN INPUT CYCL-CTL.                                         00112400
           IF WS-CYCL-STATUS = '00'                                     00112500
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00112600
           ELSE                                                         00112700
               MOVE 'Y' TO WS-CYCL-EOF-SW                               00112800
           END-IF.                                                      00112900
           PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                           00113000
               READ CYCL-CTL                                            00113100
               AT END                                                   00113200
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00113300
               NOT AT END                                               00113400
                   IF CYCL-RUN-DATE = WS-RUN-DATE                       00113500
                      AND CYCL-STATUS = 'C'                             00113600
                      AND CYCL-PROGRAM = 'CBL0033 '                     00113700
                       MOVE 'Y' TO WS-SELF-DONE-SW                      00113800
                   END-IF                                               00113900
               END-READ                                                 00114000
           END-PERFORM.                                                 00114100
           IF WS-CYCL-OPEN-SW = 'Y'                                     00114200
               CLOSE CYCL-CTL                                           00114300
           END-IF.                                                      00114400
           IF RERUN-OVERRIDE                                            00114500
               DISPLAY 'CBL0033 CYCLE OVERRIDE IN EFFECT - '            00114600
                       'START-UP CHECKS WAIVED'                         00114700
           ELSE                                                         00114800
               IF WS-SELF-DONE-SW = 'Y'                                 00114900
                   DISPLAY 'CBL0033 ALREADY COMPLETE FOR '              00115000
                           WS-RUN-DATE ' - STOPPING.  SET OVRPARM '     00115100
                           'TO Y FOR A GENUINE RERUN'                   00115200
                   MOVE 12 TO RETURN-CODE                               00115300
                   STOP RUN                                             00115400
               END-IF                                                   00115500
           END-IF.                                                      00115600
      *                                                                 00115700
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00115800
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00115900
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00116000
      *                                                                 00116100
       READ-BUSINESS-DATE.                                              00116200
           MOVE ZERO TO WS-RUN-DATE.                                    00116300
           OPEN INPUT BUS-DATE.                                         00116400
           IF WS-BUSD-STATUS = '00'                                     00116500
               READ BUS-DATE                                            00116600
               AT END                                                   00116700
                   CONTINUE                                             00116800
               NOT AT END                                               00116900
                   MOVE BUSD-CURR-DATE TO WS-RUN-DATE                   00117000
               END-READ                                                 00117100
               CLOSE BUS-DATE                                           00117200
           END-IF.                                                      00117300
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO             00117400
               DISPLAY 'CBL0033 NO BUSINESS DATE ON BUSDATE - '         00117500
                       'RUN CBL0031 FIRST - STOPPING'                   00117600
               MOVE 12 TO RETURN-CODE                                   00117700
               STOP RUN                                                 00117800
           END-IF.                                                      00117900
      *                                                                 00118000
       READ-OVERRIDE-PARM.                                              00118100
           OPEN INPUT OVR-PARM.                                         00118200
           IF WS-OVR-STATUS = '00'                                      00118300
               READ OVR-PARM                                            00118400
               AT END                                                   00118500
                   CONTINUE                                             00118600
               NOT AT END                                               00118700
                   IF OVR-RERUN-FLAG = 'Y'                              00118800
                       MOVE 'Y' TO WS-OVERRIDE-SW                       00118900
                   END-IF                                               00119000
               END-READ                                                 00119100
               CLOSE OVR-PARM                                           00119200
           END-IF.                                                      00119300
      *                                                                 00119400
       WRITE-CYCLE-COMPLETE.                                            00119500
           OPEN EXTEND CYCL-CTL.                                        00119600
           IF WS-CYCL-STATUS = '35'                                     00119700
               OPEN OUTPUT CYCL-CTL                                     00119800
           END-IF.                                                      00119900
           MOVE 'CBL0033 '  TO CYCL-PROGRAM.                            00120000
           MOVE WS-RUN-DATE TO CYCL-RUN-DATE.                           00120100
           MOVE 'C'         TO CYCL-STATUS.                             00120200
           WRITE CYCL-CTL-REC.                                          00120300
           CLOSE CYCL-CTL.                                              00120400
      *                                                                 00120500
