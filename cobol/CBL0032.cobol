      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0032.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT ACCT-REC    ASSIGN TO ACCTREC                         00002000
                  ORGANIZATION IS INDEXED                               00002100
                  ACCESS MODE  IS RANDOM                                00002200
                  RECORD KEY   IS ACCT-NO                               00002300
                  FILE STATUS  IS WS-ACCT-STATUS.                       00002400
           SELECT HIST-FILE   ASSIGN TO HISTFILE                        00002500
                  ORGANIZATION IS INDEXED                               00002600
                  ACCESS MODE  IS DYNAMIC                               00002700
                  RECORD KEY   IS HIST-KEY                              00002800
                  FILE STATUS  IS WS-HIST-STATUS.                       00002900
           SELECT BKO-PARM    ASSIGN TO BKOPARM                         00003000
                  ORGANIZATION IS SEQUENTIAL                            00003100
                  FILE STATUS   IS WS-PARM-STATUS.                      00003200
           SELECT BKO-REGISTER ASSIGN TO BKOREG                         00003300
                  ORGANIZATION IS SEQUENTIAL.                           00003400
           SELECT GL-JRNL     ASSIGN TO BKOGLJRN                        00003500
                  ORGANIZATION IS SEQUENTIAL.                           00003600
           SELECT RUN-CTL     ASSIGN TO RUNCTL                          00003700
                  ORGANIZATION IS SEQUENTIAL                            00003800
                  FILE STATUS   IS WS-CTL-STATUS.                       00003900
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00004000
                  ORGANIZATION IS SEQUENTIAL                            00004100
                  FILE STATUS   IS WS-CYCL-STATUS.                      00004200
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00004300
                  ORGANIZATION IS SEQUENTIAL                            00004400
                  FILE STATUS   IS WS-BUSD-STATUS.                      00004500
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00004510
                  ORGANIZATION IS INDEXED                               00004520
                  ACCESS MODE  IS RANDOM                                00004530
                  RECORD KEY   IS CJ-KEY                                00004540
                  FILE STATUS  IS WS-CJ-STATUS.                         00004550
      *-------------                                                    00004600
       DATA DIVISION.                                                   00004700
      *-------------                                                    00004800
       FILE SECTION.                                                    00004900
       FD  ACCT-REC.                                                    00005000
       01  ACCT-FIELDS.                                                 00005100
           05  ACCT-NO        PIC X(8).                                 00005200
           05  ACCT-LIMIT     PIC S9(7)V99 COMP-3.                      00005300
           05  ACCT-BALANCE   PIC S9(7)V99 COMP-3.                      00005400
           05  ACCT-PRIN-BAL  PIC S9(7)V99 COMP-3.                      00005500
           05  ACCT-FEE-BAL   PIC S9(7)V99 COMP-3.                      00005600
           05  ACCT-FIN-BAL   PIC S9(7)V99 COMP-3.                      00005700
           05  LAST-NAME      PIC X(20).                                00005800
           05  FIRST-NAME     PIC X(15).                                00005900
           05  STREET-ADDR    PIC X(25).                                00006000
           05  CITY-COUNTY    PIC X(20).                                00006100
           05  USA-STATE      PIC X(15).                                00006200
           05  DELINQ-STATUS.                                           00006300
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00006400
               10  DELINQ-COLL-FLAG      PIC X(1).                      00006500
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00006600
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00006700
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00006800
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00006810
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00006820
               10  FILLER                PIC X(1).                      00006830
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00007000
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00007100
           05  ACCT-CYCLE-CODE     PIC X(2).                            00007200
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00007300
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00007400
           05  ACCT-DUE-DATE       PIC 9(8).                            00007500
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00007600
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00007700
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00007800
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00007900
           05  ACCT-PRICE-PLAN     PIC X(2).                            00007910
           05  COMMENTS       PIC X(50).                                00008000
      *                                                                 00008100
       FD  HIST-FILE.                                                   00008200
       01  HIST-REC.                                                    00008300
           05  HIST-KEY.                                                00008400
               10  HIST-ACCT-NO    PIC X(8).                            00008500
               10  HIST-POST-DATE  PIC 9(8).                            00008600
               10  HIST-POST-SEQ   PIC 9(5).                            00008700
           05  HIST-TRAN-TYPE      PIC X(1).                            00008800
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00008900
           05  HIST-TRAN-DATE      PIC 9(8).                            00009000
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00009100
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00009200
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00009300
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00009400
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00009500
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00009600
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00009700
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00009800
           05  HIST-ORIG-TYPE      PIC X(1).                            00009900
           05  HIST-REVERSED-SW    PIC X(1).                            00010000
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00010100
           05  HIST-BATCH-NO       PIC X(6).                            00010200
      *                                                                 00010300
      * BKOPARM NAMES THE BUSINESS DATE TO BACK OUT AND, OPTIONALLY,    00010400
      * ONE BATCH NUMBER.  A BLANK BATCH BACKS OUT THE WHOLE NIGHT.     00010500
      *                                                                 00010600
       FD  BKO-PARM RECORDING MODE F.                                   00010700
       01  BKO-PARM-REC.                                                00010800
           05  PARM-BKO-DATE      PIC 9(8).                             00010900
           05  PARM-BKO-BATCH     PIC X(6).                             00011000
      *                                                                 00011100
       FD  BKO-REGISTER RECORDING MODE F.                               00011200
       01  BKO-REG-REC            PIC X(110).                           00011300
      *                                                                 00011400
       FD  GL-JRNL RECORDING MODE F.                                    00011500
       01  GL-JRNL-REC.                                                 00011600
           05  GLJ-REC-TYPE    PIC X(1).                                00011700
               88  GLJ-IS-DETAIL    VALUE 'D'.                          00011800
               88  GLJ-IS-TRLR      VALUE 'T'.                          00011900
           05  GLJ-DETAIL.                                              00012000
               10  GLJ-ACCOUNT     PIC X(8).                            00012100
               10  GLJ-DRCR        PIC X(1).                            00012200
               10  GLJ-AMOUNT      PIC S9(9)V99 COMP-3.                 00012300
               10  GLJ-POST-DATE   PIC 9(8).                            00012400
               10  GLJ-DESC        PIC X(22).                           00012500
           05  GLJ-TRAILER REDEFINES GLJ-DETAIL.                        00012600
               10  GLJ-TOT-DEBITS  PIC S9(9)V99 COMP-3.                 00012700
               10  GLJ-TOT-CREDITS PIC S9(9)V99 COMP-3.                 00012800
               10  GLJ-ENTRY-COUNT PIC 9(7).                            00012900
               10  GLJ-BAL-FLAG    PIC X(1).                            00013000
               10  FILLER          PIC X(25).                           00013100
      *                                                                 00013200
       FD  RUN-CTL RECORDING MODE F.                                    00013300
       01  RUN-CTL-REC.                                                 00013400
           05  CTL-PROGRAM     PIC X(8).                                00013500
           05  CTL-RUN-DATE    PIC 9(8).                                00013600
           05  CTL-COUNT-1     PIC 9(7).                                00013700
           05  CTL-COUNT-2     PIC 9(7).                                00013800
           05  CTL-COUNT-3     PIC 9(7).                                00013900
      *                                                                 00014000
       FD  CYCL-CTL RECORDING MODE F.                                   00014100
       01  CYCL-CTL-REC.                                                00014200
           05  CYCL-PROGRAM    PIC X(8).                                00014300
               88  CYCL-BALANCING-OR-LATER VALUES 'CBL0020 '            00014310
                                   'CBL0007 ' 'CBL0006 ' 'CBL0036 '     00014320
                                   'CBL0010 ' 'CBL0011 ' 'CBL0023 '     00014330
                                   'CBL0012 ' 'CBL0027 '.               00014340
           05  CYCL-RUN-DATE   PIC 9(8).                                00014700
           05  CYCL-STATUS     PIC X(1).                                00014800
      *                                                                 00014900
       FD  BUS-DATE RECORDING MODE F.                                   00015000
       01  BUS-DATE-REC.                                                00015100
           05  BUSD-CURR-DATE     PIC 9(8).                             00015200
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00015300
           05  BUSD-ROLLED-ON     PIC 9(8).                             00015400
           05  BUSD-CYCLE-DAYS.                                         00015500
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00015600
           05  FILLER             PIC X(8).                             00015700
      *                                                                 00015800
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00015801
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00015802
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00015803
      * THE ORDER THEY WERE MADE.                                       00015804
      *                                                                 00015805
       FD  CHG-JRNL.                                                    00015806
       01  CHG-JRNL-REC.                                                00015807
           05  CJ-KEY.                                                  00015808
               10  CJ-ACCT-NO      PIC X(8).                            00015809
               10  CJ-BUS-DATE     PIC 9(8).                            00015810
               10  CJ-STAMP-DATE   PIC 9(8).                            00015811
               10  CJ-STAMP-TIME   PIC 9(8).                            00015812
               10  CJ-STAMP-SEQ    PIC 9(3).                            00015813
           05  CJ-FIELD            PIC X(12).                           00015814
           05  CJ-OLD-VALUE        PIC X(25).                           00015815
           05  CJ-NEW-VALUE        PIC X(25).                           00015816
           05  CJ-PROGRAM          PIC X(8).                            00015817
           05  CJ-SOURCE           PIC X(1).                            00015818
               88  CJ-FROM-MAINT        VALUE 'M'.                      00015819
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00015820
               88  CJ-FROM-POSTING      VALUE 'P'.                      00015821
               88  CJ-FROM-AGING        VALUE 'G'.                      00015822
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00015823
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00015824
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00015825
           05  CJ-SOURCE-REF       PIC X(10).                           00015826
           05  FILLER              PIC X(14).                           00015827
      *                                                                 00015828
       WORKING-STORAGE SECTION.                                         00015900
       01 FLAGS.                                                        00016000
         05 LASTREC-HIST        PIC X VALUE 'N'.                        00016100
         05 WS-CTL-EOF-SW       PIC X VALUE 'N'.                        00016200
         05 WS-CTL-OPEN-SW      PIC X VALUE 'N'.                        00016300
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00016400
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00016500
         05 WS-HAVE-0006-CTL    PIC X VALUE 'N'.                        00016600
         05 WS-0006-DONE-SW     PIC X VALUE 'N'.                        00016700
         05 WS-0027-DONE-SW     PIC X VALUE 'N'.                        00016800
           88 GL-ALREADY-BOOKED     VALUE 'Y'.                          00016900
         05 WS-ACCT-FOUND-SW    PIC X VALUE 'N'.                        00017000
         05 WS-ORIG-FOUND-SW    PIC X VALUE 'N'.                        00017100
         05 WS-GRP-OVERFLOW-SW  PIC X VALUE 'N'.                        00017200
         05 WS-GRP-KEPT-SW      PIC X VALUE 'N'.                        00017300
         05 WS-GRP-KEPT-PAY-SW  PIC X VALUE 'N'.                        00017400
         05 WS-TIE-SW           PIC X VALUE 'N'.                        00017500
           88 BACKOUT-TIES          VALUE 'Y'.                          00017600
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00017610
       01 WORK-FIELDS.                                                  00017700
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00017800
         05 WS-HIST-STATUS      PIC X(2) VALUE SPACES.                  00017900
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00018000
         05 WS-CTL-STATUS       PIC X(2) VALUE SPACES.                  00018100
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00018200
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00018300
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00018400
         05 WS-BKO-DATE         PIC 9(8) VALUE ZERO.                    00018500
         05 WS-BKO-BATCH        PIC X(6) VALUE SPACES.                  00018600
         05 WS-HIST-FOR-DATE    PIC 9(7) COMP-3 VALUE ZERO.             00018700
         05 WS-POSTINGS-BACKED-OUT PIC 9(7) COMP-3 VALUE ZERO.          00018800
         05 WS-TRANS-BACKED-OUT PIC 9(7) COMP-3 VALUE ZERO.             00018900
         05 WS-FEES-BACKED-OUT  PIC 9(7) COMP-3 VALUE ZERO.             00019000
         05 WS-POSTINGS-REFUSED PIC 9(7) COMP-3 VALUE ZERO.             00019100
         05 WS-OUTSIDE-BATCH    PIC 9(7) COMP-3 VALUE ZERO.             00019200
         05 WS-ACCTS-UPDATED    PIC 9(7) COMP-3 VALUE ZERO.             00019300
         05 WS-ORIGS-RESTORED   PIC 9(7) COMP-3 VALUE ZERO.             00019400
         05 WS-CYCL-RESETS      PIC 9(7) COMP-3 VALUE ZERO.             00019500
         05 WS-CTL-POSTED       PIC 9(7) COMP-3 VALUE ZERO.             00019600
         05 WS-CTL-PRIOR-BKO    PIC 9(7) COMP-3 VALUE ZERO.             00019700
         05 WS-CTL-NET-POSTED   PIC S9(7) COMP-3 VALUE ZERO.            00019800
         05 WS-ENTRIES-WRITTEN  PIC 9(7) COMP-3 VALUE ZERO.             00019900
         05 WS-NET-BAL-CHANGE   PIC S9(9)V99 COMP-3 VALUE ZERO.         00020000
         05 WS-ENTRY-BAL-CHANGE PIC S9(9)V99 COMP-3 VALUE ZERO.         00020100
         05 WS-REFUSE-REASON    PIC X(30) VALUE SPACES.                 00020200
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00020201
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00020202
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00020203
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00020204
         05 WS-KEPT-REVERSED    PIC 9(7) COMP-3 VALUE ZERO.             00020205
         05 WS-KEPT-REV-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.         00020206
      *                                                                 00020207
       01 BEFORE-IMAGE.                                                 00020208
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00020209
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00020210
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00020211
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00020212
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00020213
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00020214
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00020215
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00020216
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00020217
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00020218
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00020219
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00020220
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00020221
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00020222
      *                                                                 00020300
      * AMOUNTS BACKED OUT, SPLIT THE SAME WAY THE NIGHTLY GL JOURNAL   00020400
      * (CBL0027) SPLITS WHAT WAS POSTED, SO THE REVERSING JOURNAL      00020500
      * TAKES OUT EXACTLY WHAT THAT NIGHT'S JOURNAL BOOKED.  WHEN       00020510
      * CBL0027 WILL REBOOK THE DATE, THE POSTINGS THAT STAYED ARE      00020520
      * ADDED IN AFTER THE REGISTER TOTALS PRINT.                       00020530
      *                                                                 00020700
       01 BACKOUT-TOTALS.                                               00020800
         05 WS-CHARGES-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00020900
         05 WS-PAYMENTS-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.         00021000
         05 WS-LATE-FEE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.         00021100
         05 WS-FIN-CHG-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00021200
         05 WS-RETURNS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00021300
         05 WS-RET-FEE-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00021400
         05 WS-CHG-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.         00021500
         05 WS-LATE-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.        00021600
         05 WS-FIN-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.         00021700
         05 WS-RETF-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.        00021800
         05 WS-RECOVERY-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.         00021900
         05 WS-RECOV-RET-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.         00021910
         05 WS-REFUND-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00022000
         05 WS-DEBITS-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00022100
         05 WS-CREDITS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00022200
         05 WS-ENTRY-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00022300
         05 WS-ENTRY-DR-ACCT    PIC X(8) VALUE SPACES.                  00022400
         05 WS-ENTRY-CR-ACCT    PIC X(8) VALUE SPACES.                  00022500
         05 WS-ENTRY-DESC       PIC X(22) VALUE SPACES.                 00022600
      *                                                                 00022700
       01 GL-ACCOUNT-NUMBERS.                                           00022800
         05 GL-CASH-CLEARING    PIC X(8) VALUE '10000000'.              00022900
         05 GL-RECEIVABLES      PIC X(8) VALUE '12000000'.              00023000
         05 GL-LOSS-ALLOWANCE   PIC X(8) VALUE '12900000'.              00023100
         05 GL-REFUNDS-PAYABLE  PIC X(8) VALUE '21000000'.              00023200
         05 GL-PURCHASE-INCOME  PIC X(8) VALUE '40000000'.              00023300
         05 GL-LATE-FEE-INCOME  PIC X(8) VALUE '41000000'.              00023400
         05 GL-FIN-CHG-INCOME   PIC X(8) VALUE '42000000'.              00023500
         05 GL-RET-PMT-INCOME   PIC X(8) VALUE '43000000'.              00023600
      *                                                                 00023700
      * ONE ACCOUNT'S POSTINGS FOR THE DATE ARE HELD TOGETHER SO THE    00023800
      * WHOLE GROUP CAN BE CHECKED BEFORE ANY OF IT IS UNDONE.          00023900
      *                                                                 00024000
       01 GROUP-TABLE.                                                  00024100
         05 WS-GRP-ACCT-NO      PIC X(8) VALUE SPACES.                  00024200
         05 WS-GRP-COUNT        PIC 9(3) VALUE ZERO.                    00024300
         05 WS-GRP-EXTRA        PIC 9(7) COMP-3 VALUE ZERO.             00024400
         05 WS-GX               PIC 9(3) VALUE ZERO.                    00024500
         05 WS-GY               PIC 9(3) VALUE ZERO.                    00024600
         05 WS-FIRST-GX         PIC 9(3) VALUE ZERO.                    00024700
         05 WS-GRP-ENTRY OCCURS 200 TIMES.                              00024800
           10 GRP-SEQ           PIC 9(5).                               00024900
           10 GRP-TYPE          PIC X(1).                               00025000
             88 GRP-SETS-PAY-DATE   VALUES 'P' 'V' 'R'.                 00025100
             88 GRP-IS-REVERSAL     VALUES 'R' 'D'.                     00025200
           10 GRP-AMOUNT        PIC S9(7)V99 COMP-3.                    00025300
           10 GRP-PRIN-AMT      PIC S9(7)V99 COMP-3.                    00025400
           10 GRP-FEE-AMT       PIC S9(7)V99 COMP-3.                    00025500
           10 GRP-FIN-AMT       PIC S9(7)V99 COMP-3.                    00025600
           10 GRP-MIN-AMT       PIC S9(7)V99 COMP-3.                    00025700
           10 GRP-PRIOR-PAY     PIC 9(8).                               00025800
           10 GRP-PRIOR-ACT     PIC 9(8).                               00025900
           10 GRP-ORIG-DATE     PIC 9(8).                               00026000
           10 GRP-ORIG-SEQ      PIC 9(5).                               00026100
           10 GRP-ORIG-TYPE     PIC X(1).                               00026200
           10 GRP-REVERSED-SW   PIC X(1).                               00026300
           10 GRP-BATCH-NO      PIC X(6).                               00026400
           10 GRP-ACTION        PIC X(1).                               00026500
             88 GRP-BACK-OUT        VALUE 'S'.                          00026600
             88 GRP-KEEP            VALUE 'K'.                          00026700
             88 GRP-REFUSED         VALUE 'X'.                          00026800
           10 GRP-REASON        PIC X(30).                              00026900
      *                                                                 00027000
       01 REG-HEADER-LINE.                                              00027100
         05 FILLER              PIC X(43)                               00027200
            VALUE 'POSTING BACKOUT REGISTER FOR BUSINESS DATE '.        00027300
         05 HDR-BKO-DATE        PIC 9(8).                               00027400
         05 FILLER              PIC X(9)  VALUE '   BATCH '.            00027500
         05 HDR-BKO-BATCH       PIC X(6).                               00027600
         05 FILLER              PIC X(44) VALUE SPACES.                 00027700
       01 REG-COLUMN-LINE.                                              00027800
         05 FILLER              PIC X(25)                               00027900
            VALUE 'ACCOUNT   SEQ   T BATCH  '.                          00028000
         05 FILLER              PIC X(13) VALUE '       AMOUNT'.        00028100
         05 FILLER              PIC X(13) VALUE '    PRINCIPAL'.        00028200
         05 FILLER              PIC X(13) VALUE '         FEES'.        00028300
         05 FILLER              PIC X(13) VALUE '      FINANCE'.        00028400
         05 FILLER              PIC X(8)  VALUE '  ACTION'.             00028500
         05 FILLER              PIC X(35) VALUE SPACES.                 00028600
       01 REG-DETAIL-LINE.                                              00028700
         05 REG-ACCT-NO         PIC X(8).                               00028800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00028900
         05 REG-SEQ             PIC 9(5).                               00029000
         05 FILLER              PIC X(1)  VALUE SPACE.                  00029100
         05 REG-TYPE            PIC X(1).                               00029200
         05 FILLER              PIC X(1)  VALUE SPACE.                  00029300
         05 REG-BATCH           PIC X(6).                               00029400
         05 FILLER              PIC X(1)  VALUE SPACE.                  00029500
         05 REG-AMOUNT-O        PIC $$,$$$,$$9.99.                      00029600
         05 FILLER              PIC X(1)  VALUE SPACE.                  00029700
         05 REG-PRIN-O          PIC -,---,--9.99.                       00029800
         05 FILLER              PIC X(1)  VALUE SPACE.                  00029900
         05 REG-FEE-O           PIC -,---,--9.99.                       00030000
         05 FILLER              PIC X(1)  VALUE SPACE.                  00030100
         05 REG-FIN-O           PIC -,---,--9.99.                       00030200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00030300
         05 REG-ACTION          PIC X(30).                              00030400
         05 FILLER              PIC X(1)  VALUE SPACE.                  00030500
       01 REG-COUNT-LINE.                                               00030600
         05 CNT-LABEL           PIC X(40).                              00030700
         05 CNT-VALUE-O         PIC Z,ZZZ,ZZ9-.                         00030800
         05 FILLER              PIC X(60) VALUE SPACES.                 00030900
       01 REG-AMOUNT-LINE.                                              00031000
         05 AMT-LABEL           PIC X(40).                              00031100
         05 AMT-VALUE-O         PIC $$$,$$$,$$9.99-.                    00031200
         05 FILLER              PIC X(55) VALUE SPACES.                 00031300
       01 REG-TEXT-LINE.                                                00031400
         05 TXT-MESSAGE         PIC X(60).                              00031500
         05 FILLER              PIC X(50) VALUE SPACES.                 00031600
       01 REG-BLANK-LINE        PIC X(110) VALUE SPACES.                00031700
      *------------------                                               00031800
       PROCEDURE DIVISION.                                              00031900
      *------------------                                               00032000
       0000-MAINLINE.                                                   00032100
           PERFORM OPEN-FILES                                           00032200
           PERFORM READ-HIST-NEXT                                       00032300
           PERFORM UNTIL LASTREC-HIST = 'Y'                             00032400
               IF WS-GRP-COUNT > ZERO                                   00032500
                  AND HIST-ACCT-NO NOT = WS-GRP-ACCT-NO                 00032600
                   PERFORM FINISH-ACCOUNT-GROUP                         00032700
               ELSE                                                     00032800
                   IF HIST-POST-DATE = WS-BKO-DATE                      00032900
                       PERFORM ADD-TO-GROUP                             00033000
                   END-IF                                               00033100
               END-IF                                                   00033200
               IF LASTREC-HIST NOT = 'Y'                                00033300
                   PERFORM READ-HIST-NEXT                               00033400
               END-IF                                                   00033500
           END-PERFORM                                                  00033600
           IF WS-GRP-COUNT > ZERO                                       00033700
               PERFORM FINISH-ACCOUNT-GROUP                             00033800
           END-IF                                                       00033900
           PERFORM WRITE-REGISTER-TOTALS                                00034000
           PERFORM WRITE-REVERSING-JOURNAL                              00034100
           PERFORM RESET-CYCLE-CONTROL                                  00034200
           PERFORM WRITE-RUN-CONTROL                                    00034300
           PERFORM CLOSE-STOP.                                          00034400
      *                                                                 00034500
       OPEN-FILES.                                                      00034600
           PERFORM READ-BUSINESS-DATE.                                  00034700
           PERFORM READ-BKO-PARM.                                       00034800
           PERFORM READ-CYCLE-STATUS.                                   00034900
           PERFORM READ-RUN-CONTROL.                                    00035000
           OPEN I-O    ACCT-REC.                                        00035100
           IF WS-ACCT-STATUS NOT = '00'                                 00035200
               DISPLAY 'CBL0032 ACCTREC OPEN FAILED - STATUS '          00035300
                       WS-ACCT-STATUS ' - STOPPING'                     00035400
               MOVE 12 TO RETURN-CODE                                   00035500
               STOP RUN                                                 00035600
           END-IF.                                                      00035700
           OPEN I-O    HIST-FILE.                                       00035800
           IF WS-HIST-STATUS NOT = '00'                                 00035900
               DISPLAY 'CBL0032 HISTFILE OPEN FAILED - STATUS '         00036000
                       WS-HIST-STATUS ' - STOPPING'                     00036100
               MOVE 12 TO RETURN-CODE                                   00036200
               STOP RUN                                                 00036300
           END-IF.                                                      00036400
           OPEN OUTPUT BKO-REGISTER.                                    00036500
           OPEN OUTPUT GL-JRNL.                                         00036600
           PERFORM OPEN-CHANGE-JOURNAL.                                 00036610
           MOVE WS-BKO-DATE TO HDR-BKO-DATE.                            00036700
           IF WS-BKO-BATCH = SPACES                                     00036800
               MOVE 'ALL   '     TO HDR-BKO-BATCH                       00036900
           ELSE                                                         00037000
               MOVE WS-BKO-BATCH TO HDR-BKO-BATCH                       00037100
           END-IF.                                                      00037200
           MOVE HDR-BKO-BATCH TO WS-CJ-SOURCE-REF.                      00037210
           WRITE BKO-REG-REC FROM REG-HEADER-LINE.                      00037300
           WRITE BKO-REG-REC FROM REG-BLANK-LINE.                       00037400
           WRITE BKO-REG-REC FROM REG-COLUMN-LINE.                      00037500
           MOVE LOW-VALUES TO HIST-KEY.                                 00037600
           START HIST-FILE KEY >= HIST-KEY                              00037700
               INVALID KEY                                              00037800
                   MOVE 'Y' TO LASTREC-HIST                             00037900
           END-START.                                                   00038000
      *                                                                 00038001
       OPEN-CHANGE-JOURNAL.                                             00038002
           OPEN I-O CHG-JRNL.                                           00038003
           IF WS-CJ-STATUS = '35'                                       00038004
               OPEN OUTPUT CHG-JRNL                                     00038005
               CLOSE CHG-JRNL                                           00038006
               OPEN I-O CHG-JRNL                                        00038007
           END-IF.                                                      00038008
           IF WS-CJ-STATUS NOT = '00'                                   00038009
               DISPLAY 'CBL0032 CHGJRNL OPEN FAILED - STATUS '          00038010
                       WS-CJ-STATUS ' - STOPPING'                       00038011
               MOVE 12 TO RETURN-CODE                                   00038012
               STOP RUN                                                 00038013
           END-IF.                                                      00038014
      *                                                                 00038100
      * THE BACKOUT IS ONLY RUN ON PURPOSE: NO PARM, OR A DATE THAT     00038200
      * IS NOT THE CURRENT BUSINESS DATE, STOPS IT COLD.  THE CHAIN     00038210
      * CAN ONLY BE RERUN FOR THE CURRENT DATE, AND AN EARLIER DATE'S   00038220
      * POSTINGS HAVE ALREADY FED LATER NIGHTS' AGING, STATEMENTS AND   00038230
      * GL, SO A BAD BATCH FROM AN EARLIER NIGHT IS CORRECTED WITH      00038240
      * RETURNS AND CREDITS INSTEAD.                                    00038250
      *                                                                 00038400
       READ-BKO-PARM.                                                   00038500
           OPEN INPUT BKO-PARM.                                         00038600
           IF WS-PARM-STATUS = '00'                                     00038700
               READ BKO-PARM                                            00038800
               AT END                                                   00038900
                   DISPLAY 'CBL0032 BKOPARM EMPTY - NOTHING BACKED OUT' 00039000
                   MOVE 12 TO RETURN-CODE                               00039100
                   STOP RUN                                             00039200
               NOT AT END                                               00039300
                   IF PARM-BKO-DATE IS NUMERIC                          00039400
                       MOVE PARM-BKO-DATE TO WS-BKO-DATE                00039500
                   END-IF                                               00039600
                   MOVE PARM-BKO-BATCH TO WS-BKO-BATCH                  00039700
               END-READ                                                 00039800
               CLOSE BKO-PARM                                           00039900
           ELSE                                                         00040000
               DISPLAY 'CBL0032 BKOPARM MISSING - NOTHING BACKED OUT'   00040100
               MOVE 12 TO RETURN-CODE                                   00040200
               STOP RUN                                                 00040300
           END-IF.                                                      00040400
           IF WS-BKO-DATE = ZERO                                        00040410
               DISPLAY 'CBL0032 BKOPARM DATE NOT VALID - FOUND "'       00040600
                       PARM-BKO-DATE '" - STOPPING'                     00040700
               MOVE 12 TO RETURN-CODE                                   00040710
               STOP RUN                                                 00040720
           END-IF.                                                      00040730
           IF WS-BKO-DATE NOT = WS-BUS-DATE                             00040740
               DISPLAY 'CBL0032 BKOPARM DATE ' WS-BKO-DATE              00040750
                       ' IS NOT THE CURRENT BUSINESS DATE '             00040760
                       WS-BUS-DATE ' - STOPPING'                        00040770
               MOVE 12 TO RETURN-CODE                                   00040800
               STOP RUN                                                 00040900
           END-IF.                                                      00041000
           IF WS-BKO-BATCH = SPACES                                     00041100
               DISPLAY 'CBL0032 BACKING OUT ALL POSTINGS FOR '          00041200
                       WS-BKO-DATE                                      00041300
           ELSE                                                         00041400
               DISPLAY 'CBL0032 BACKING OUT BATCH ' WS-BKO-BATCH        00041500
                       ' POSTED ' WS-BKO-DATE                           00041600
           END-IF.                                                      00042200
      *                                                                 00042300
       READ-BUSINESS-DATE.                                              00042400
           MOVE ZERO TO WS-BUS-DATE.                                    00042500
           OPEN INPUT BUS-DATE.                                         00042600
           IF WS-BUSD-STATUS = '00'                                     00042700
               READ BUS-DATE                                            00042800
               AT END                                                   00042900
                   CONTINUE                                             00043000
               NOT AT END                                               00043100
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00043200
               END-READ                                                 00043300
               CLOSE BUS-DATE                                           00043400
           END-IF.                                                      00043500
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00043600
               DISPLAY 'CBL0032 NO BUSINESS DATE ON BUSDATE - '         00043700
                       'RUN CBL0031 FIRST - STOPPING'                   00043800
               MOVE 12 TO RETURN-CODE                                   00043900
               STOP RUN                                                 00044000
           END-IF.                                                      00044100
      *                                                                 00044200
      * WHETHER POSTING FINISHED, AND WHETHER THE NIGHT'S GL JOURNAL    00044300
      * WAS ALREADY BUILT, DECIDE WHAT THE BACKOUT HAS TO REVERSE.      00044400
      *                                                                 00044500
       READ-CYCLE-STATUS.                                               00044600
           OPEN INPUT CYCL-CTL.                                         00044700
           IF WS-CYCL-STATUS = '00'                                     00044800
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00044900
           ELSE                                                         00045000
               MOVE 'Y' TO WS-CYCL-EOF-SW                               00045100
           END-IF.                                                      00045200
           PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                           00045300
               READ CYCL-CTL                                            00045400
               AT END                                                   00045500
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00045600
               NOT AT END                                               00045700
                   PERFORM NOTE-ONE-CYCLE-REC                           00045800
               END-READ                                                 00045900
           END-PERFORM.                                                 00046000
           IF WS-CYCL-OPEN-SW = 'Y'                                     00046100
               CLOSE CYCL-CTL                                           00046200
           END-IF.                                                      00046300
      *                                                                 00046400
       NOTE-ONE-CYCLE-REC.                                              00046500
           IF CYCL-RUN-DATE = WS-BKO-DATE AND CYCL-STATUS = 'C'         00046600
               EVALUATE CYCL-PROGRAM                                    00046700
                   WHEN 'CBL0006 '                                      00046800
                       MOVE 'Y' TO WS-0006-DONE-SW                      00046900
                   WHEN 'CBL0027 '                                      00047000
                       MOVE 'Y' TO WS-0027-DONE-SW                      00047100
                   WHEN OTHER                                           00047200
                       CONTINUE                                         00047300
               END-EVALUATE                                             00047400
           END-IF.                                                      00047500
      *                                                                 00047600
      * WHAT IS STILL POSTED FOR THE DATE IS EVERYTHING POSTING         00047700
      * REPORTED ON RUNCTL LESS WHATEVER EARLIER BACKOUTS TOOK OUT.     00047800
      *                                                                 00047900
       READ-RUN-CONTROL.                                                00048000
           OPEN INPUT RUN-CTL.                                          00048100
           IF WS-CTL-STATUS = '00'                                      00048200
               MOVE 'Y' TO WS-CTL-OPEN-SW                               00048300
           ELSE                                                         00048400
               MOVE 'Y' TO WS-CTL-EOF-SW                                00048500
           END-IF.                                                      00048600
           PERFORM UNTIL WS-CTL-EOF-SW = 'Y'                            00048700
               READ RUN-CTL                                             00048800
               AT END                                                   00048900
                   MOVE 'Y' TO WS-CTL-EOF-SW                            00049000
               NOT AT END                                               00049100
                   PERFORM NOTE-ONE-RUN-CTL-REC                         00049200
               END-READ                                                 00049300
           END-PERFORM.                                                 00049400
           IF WS-CTL-OPEN-SW = 'Y'                                      00049500
               CLOSE RUN-CTL                                            00049600
           END-IF.                                                      00049700
           COMPUTE WS-CTL-NET-POSTED = WS-CTL-POSTED - WS-CTL-PRIOR-BKO.00049800
      *                                                                 00049900
       NOTE-ONE-RUN-CTL-REC.                                            00050000
           IF CTL-RUN-DATE = WS-BKO-DATE                                00050100
               EVALUATE CTL-PROGRAM                                     00050200
                   WHEN 'CBL0006 '                                      00050300
                       MOVE 'Y' TO WS-HAVE-0006-CTL                     00050400
                       ADD CTL-COUNT-2 TO WS-CTL-POSTED                 00050500
                   WHEN 'CBL0032 '                                      00050600
                       ADD CTL-COUNT-2 TO WS-CTL-PRIOR-BKO              00050700
                   WHEN OTHER                                           00050800
                       CONTINUE                                         00050900
               END-EVALUATE                                             00051000
           END-IF.                                                      00051100
      *                                                                 00051200
       CLOSE-STOP.                                                      00051300
           CLOSE ACCT-REC.                                              00051400
           CLOSE HIST-FILE.                                             00051500
           CLOSE BKO-REGISTER.                                          00051600
           CLOSE GL-JRNL.                                               00051700
           CLOSE CHG-JRNL.                                              00051710
           DISPLAY 'CBL0032 HISTORY FOR DATE   : ' WS-HIST-FOR-DATE.    00051800
           DISPLAY 'CBL0032 POSTINGS BACKED OUT: '                      00051900
                   WS-POSTINGS-BACKED-OUT.                              00052000
           DISPLAY 'CBL0032 TRANS BACKED OUT   : ' WS-TRANS-BACKED-OUT. 00052100
           DISPLAY 'CBL0032 NOT BACKED OUT     : ' WS-POSTINGS-REFUSED. 00052200
           DISPLAY 'CBL0032 OUTSIDE THE BATCH  : ' WS-OUTSIDE-BATCH.    00052300
           DISPLAY 'CBL0032 ACCOUNTS UPDATED   : ' WS-ACCTS-UPDATED.    00052400
           DISPLAY 'CBL0032 ORIGINALS RESTORED : ' WS-ORIGS-RESTORED.   00052500
           DISPLAY 'CBL0032 CYCLCTL STEPS RESET: ' WS-CYCL-RESETS.      00052600
           DISPLAY 'CBL0032 JOURNAL ENTRIES    : ' WS-ENTRIES-WRITTEN.  00052700
           DISPLAY 'CBL0032 CHANGES JOURNALED  : ' WS-CJ-WRITTEN.       00052710
           IF WS-POSTINGS-REFUSED > ZERO                                00052800
               DISPLAY 'CBL0032 SOME POSTINGS NOT BACKED OUT - '        00052900
                       'SEE BKOREG'                                     00053000
               MOVE 8 TO RETURN-CODE                                    00053100
           END-IF.                                                      00053200
           IF WS-BKO-BATCH = SPACES AND NOT BACKOUT-TIES                00053300
               DISPLAY 'CBL0032 BACKOUT DOES NOT TIE TO RUNCTL'         00053400
               MOVE 8 TO RETURN-CODE                                    00053500
           END-IF.                                                      00053600
           STOP RUN.                                                    00053700
      *                                                                 00053800
       READ-HIST-NEXT.                                                  00053900
           READ HIST-FILE NEXT RECORD                                   00054000
           AT END MOVE 'Y' TO LASTREC-HIST                              00054100
           END-READ.                                                    00054200
           IF WS-HIST-STATUS NOT = '00'                                 00054300
               MOVE 'Y' TO LASTREC-HIST                                 00054400
           END-IF.                                                      00054500
      *                                                                 00054600
       ADD-TO-GROUP.                                                    00054700
           ADD 1 TO WS-HIST-FOR-DATE.                                   00054800
           IF WS-GRP-COUNT = ZERO                                       00054900
               MOVE HIST-ACCT-NO TO WS-GRP-ACCT-NO                      00055000
               MOVE 'N'          TO WS-GRP-OVERFLOW-SW                  00055100
               MOVE ZERO         TO WS-GRP-EXTRA                        00055200
           END-IF.                                                      00055300
           IF WS-GRP-COUNT < 200                                        00055400
               ADD 1 TO WS-GRP-COUNT                                    00055500
               MOVE HIST-POST-SEQ       TO GRP-SEQ (WS-GRP-COUNT)       00055600
               MOVE HIST-TRAN-TYPE      TO GRP-TYPE (WS-GRP-COUNT)      00055700
               MOVE HIST-TRAN-AMOUNT    TO GRP-AMOUNT (WS-GRP-COUNT)    00055800
               MOVE HIST-PRIN-AMT       TO GRP-PRIN-AMT (WS-GRP-COUNT)  00055900
               MOVE HIST-FEE-AMT        TO GRP-FEE-AMT (WS-GRP-COUNT)   00056000
               MOVE HIST-FIN-AMT        TO GRP-FIN-AMT (WS-GRP-COUNT)   00056100
               MOVE HIST-MIN-AMT        TO GRP-MIN-AMT (WS-GRP-COUNT)   00056200
               MOVE HIST-PRIOR-PAY-DATE TO GRP-PRIOR-PAY (WS-GRP-COUNT) 00056300
               MOVE HIST-PRIOR-ACT-DATE TO GRP-PRIOR-ACT (WS-GRP-COUNT) 00056400
               MOVE HIST-ORIG-POST-DATE TO GRP-ORIG-DATE (WS-GRP-COUNT) 00056500
               MOVE HIST-ORIG-POST-SEQ  TO GRP-ORIG-SEQ (WS-GRP-COUNT)  00056600
               MOVE HIST-ORIG-TYPE      TO GRP-ORIG-TYPE (WS-GRP-COUNT) 00056700
               MOVE HIST-REVERSED-SW  TO GRP-REVERSED-SW (WS-GRP-COUNT) 00056800
               MOVE HIST-BATCH-NO       TO GRP-BATCH-NO (WS-GRP-COUNT)  00056900
               MOVE SPACES              TO GRP-REASON (WS-GRP-COUNT)    00057000
           ELSE                                                         00057100
               MOVE 'Y' TO WS-GRP-OVERFLOW-SW                           00057200
               ADD 1 TO WS-GRP-EXTRA                                    00057300
           END-IF.                                                      00057400
      *                                                                 00057500
      * ONCE THE ACCOUNT'S LAST POSTING FOR THE DATE HAS BEEN SEEN      00057600
      * THE GROUP IS CHECKED, UNDONE ON THE MASTER AND TAKEN OFF        00057700
      * HISTORY.  THE DELETES AND REWRITES LOSE THE FILE POSITION,      00057800
      * SO THE SCAN PICKS UP AGAIN JUST PAST THE GROUP.                 00057900
      *                                                                 00058000
       FINISH-ACCOUNT-GROUP.                                            00058100
           PERFORM SELECT-GROUP-ENTRIES.                                00058200
           MOVE WS-GRP-ACCT-NO TO ACCT-NO.                              00058300
           READ ACCT-REC                                                00058400
               INVALID KEY                                              00058500
                   MOVE 'N' TO WS-ACCT-FOUND-SW                         00058600
               NOT INVALID KEY                                          00058700
                   MOVE 'Y' TO WS-ACCT-FOUND-SW                         00058800
           END-READ.                                                    00058900
           EVALUATE TRUE                                                00059000
               WHEN WS-ACCT-FOUND-SW = 'N'                              00059100
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REFUSE-REASON     00059200
                   PERFORM REFUSE-WHOLE-GROUP                           00059300
               WHEN WS-GRP-OVERFLOW-SW = 'Y'                            00059400
                   MOVE 'OVER 200 POSTINGS - BY HAND'                   00059500
                     TO WS-REFUSE-REASON                                00059600
                   PERFORM REFUSE-WHOLE-GROUP                           00059700
                   ADD WS-GRP-EXTRA TO WS-POSTINGS-REFUSED              00059800
               WHEN OTHER                                               00059900
                   PERFORM CHECK-REVERSED-ENTRIES                       00060000
                   PERFORM BACK-OUT-GROUP                               00060100
           END-EVALUATE.                                                00060200
           PERFORM VARYING WS-GX FROM 1 BY 1                            00060300
                   UNTIL WS-GX > WS-GRP-COUNT                           00060400
               IF NOT GRP-KEEP (WS-GX)                                  00060500
                   PERFORM WRITE-REGISTER-DETAIL                        00060600
               END-IF                                                   00060700
           END-PERFORM.                                                 00060800
           MOVE WS-GRP-ACCT-NO TO HIST-ACCT-NO.                         00060900
           MOVE WS-BKO-DATE    TO HIST-POST-DATE.                       00061000
           MOVE 99999          TO HIST-POST-SEQ.                        00061100
           START HIST-FILE KEY > HIST-KEY                               00061200
               INVALID KEY                                              00061300
                   MOVE 'Y' TO LASTREC-HIST                             00061400
           END-START.                                                   00061500
           MOVE ZERO TO WS-GRP-COUNT.                                   00061600
      *                                                                 00061700
       SELECT-GROUP-ENTRIES.                                            00061800
           PERFORM VARYING WS-GX FROM 1 BY 1                            00061900
                   UNTIL WS-GX > WS-GRP-COUNT                           00062000
               IF WS-BKO-BATCH = SPACES                                 00062100
                  OR GRP-BATCH-NO (WS-GX) = WS-BKO-BATCH                00062200
                   SET GRP-BACK-OUT (WS-GX) TO TRUE                     00062300
               ELSE                                                     00062400
                   SET GRP-KEEP (WS-GX) TO TRUE                         00062500
                   ADD 1 TO WS-OUTSIDE-BATCH                            00062600
               END-IF                                                   00062700
           END-PERFORM.                                                 00062800
      *                                                                 00062900
       REFUSE-WHOLE-GROUP.                                              00063000
           PERFORM VARYING WS-GX FROM 1 BY 1                            00063100
                   UNTIL WS-GX > WS-GRP-COUNT                           00063200
               IF GRP-BACK-OUT (WS-GX)                                  00063300
                   SET GRP-REFUSED (WS-GX) TO TRUE                      00063400
                   MOVE WS-REFUSE-REASON TO GRP-REASON (WS-GX)          00063500
                   ADD 1 TO WS-POSTINGS-REFUSED                         00063600
               END-IF                                                   00063700
           END-PERFORM.                                                 00063800
      *                                                                 00063900
      * A POSTING ALREADY UNDONE BY A RETURN OR CREDIT CAN ONLY COME    00064000
      * OUT TOGETHER WITH THAT REVERSAL.  IF THE REVERSAL STAYS (IT     00064100
      * CAME ON A LATER NIGHT, OR IN ANOTHER BATCH) THE MASTER NO       00064200
      * LONGER CARRIES THE POSTING AND BACKING IT OUT WOULD TAKE IT     00064300
      * OFF TWICE, SO IT IS LEFT ALONE AND LISTED.                      00064400
      *                                                                 00064500
       CHECK-REVERSED-ENTRIES.                                          00064600
           PERFORM VARYING WS-GX FROM 1 BY 1                            00064700
                   UNTIL WS-GX > WS-GRP-COUNT                           00064800
               IF GRP-BACK-OUT (WS-GX)                                  00064900
                  AND GRP-REVERSED-SW (WS-GX) = 'Y'                     00065000
                   MOVE 'N' TO WS-ORIG-FOUND-SW                         00065100
                   PERFORM VARYING WS-GY FROM 1 BY 1                    00065200
                           UNTIL WS-GY > WS-GRP-COUNT                   00065300
                       IF GRP-BACK-OUT (WS-GY)                          00065400
                          AND GRP-IS-REVERSAL (WS-GY)                   00065500
                          AND GRP-ORIG-DATE (WS-GY) = WS-BKO-DATE       00065600
                          AND GRP-ORIG-SEQ (WS-GY) = GRP-SEQ (WS-GX)    00065700
                           MOVE 'Y' TO WS-ORIG-FOUND-SW                 00065800
                       END-IF                                           00065900
                   END-PERFORM                                          00066000
                   IF WS-ORIG-FOUND-SW = 'N'                            00066100
                       SET GRP-REFUSED (WS-GX) TO TRUE                  00066200
                       MOVE 'REVERSED LATER - NOT BACKED OUT'           00066300
                         TO GRP-REASON (WS-GX)                          00066400
                       ADD 1 TO WS-POSTINGS-REFUSED                     00066500
                   END-IF                                               00066600
               END-IF                                                   00066700
           END-PERFORM.                                                 00066800
      *                                                                 00066900
      * EACH HISTORY RECORD KEEPS THE SIGNED CHANGE IT MADE TO EVERY    00067000
      * BUCKET AND TO THE UNPAID MINIMUM, SO UNDOING IT IS A STRAIGHT   00067100
      * SUBTRACTION.  THE PAYMENT AND ACTIVITY DATES GO BACK TO WHAT    00067200
      * THEY WERE BEFORE THE ACCOUNT'S FIRST POSTING OF THE NIGHT       00067300
      * THAT IS COMING OUT - UNLESS A POSTING THAT STAYS MOVED THEM.    00067400
      *                                                                 00067500
       BACK-OUT-GROUP.                                                  00067600
           PERFORM SAVE-BEFORE-IMAGE.                                   00067610
           MOVE 'N'  TO WS-GRP-KEPT-SW.                                 00067700
           MOVE 'N'  TO WS-GRP-KEPT-PAY-SW.                             00067800
           MOVE ZERO TO WS-FIRST-GX.                                    00067900
           PERFORM VARYING WS-GX FROM 1 BY 1                            00068000
                   UNTIL WS-GX > WS-GRP-COUNT                           00068100
               IF GRP-BACK-OUT (WS-GX)                                  00068200
                   PERFORM BACK-OUT-ONE-ENTRY                           00068300
                   IF WS-FIRST-GX = ZERO                                00068400
                       MOVE WS-GX TO WS-FIRST-GX                        00068500
                   END-IF                                               00068600
               ELSE                                                     00068700
                   MOVE 'Y' TO WS-GRP-KEPT-SW                           00068800
                   IF GRP-SETS-PAY-DATE (WS-GX)                         00068900
                       MOVE 'Y' TO WS-GRP-KEPT-PAY-SW                   00069000
                   END-IF                                               00069100
               END-IF                                                   00069200
           END-PERFORM.                                                 00069300
           IF WS-FIRST-GX > ZERO                                        00069400
               IF WS-GRP-KEPT-SW = 'N'                                  00069500
                   MOVE GRP-PRIOR-ACT (WS-FIRST-GX)                     00069600
                     TO LAST-ACTIVITY-DATE                              00069700
               END-IF                                                   00069800
               IF WS-GRP-KEPT-PAY-SW = 'N'                              00069900
                   MOVE GRP-PRIOR-PAY (WS-FIRST-GX)                     00070000
                     TO LAST-PAYMENT-DATE                               00070100
               END-IF                                                   00070200
               REWRITE ACCT-FIELDS                                      00070300
                   INVALID KEY                                          00070400
                       DISPLAY 'CBL0032 ACCTREC REWRITE FAILED - '      00070500
                               'STATUS ' WS-ACCT-STATUS ' ACCT '        00070600
                               ACCT-NO                                  00070700
                   NOT INVALID KEY                                      00070710
                       PERFORM JOURNAL-CHANGES                          00070720
               END-REWRITE                                              00070800
               ADD 1 TO WS-ACCTS-UPDATED                                00070900
               PERFORM VARYING WS-GX FROM 1 BY 1                        00071000
                       UNTIL WS-GX > WS-GRP-COUNT                       00071100
                   IF GRP-BACK-OUT (WS-GX)                              00071200
                       PERFORM REMOVE-ONE-HISTORY-REC                   00071300
                   END-IF                                               00071400
               END-PERFORM                                              00071500
           END-IF.                                                      00071600
      *                                                                 00071601
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00071602
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00071603
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00071604
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00071605
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00071606
      *                                                                 00071607
       SAVE-BEFORE-IMAGE.                                               00071608
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00071609
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00071610
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00071611
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00071612
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00071613
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00071614
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00071615
           MOVE USA-STATE           TO BEF-USA-STATE.                   00071616
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00071617
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00071618
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00071619
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00071620
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00071621
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00071622
      *                                                                 00071623
       JOURNAL-CHANGES.                                                 00071624
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00071625
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00071626
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00071627
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00071628
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00071629
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00071630
               PERFORM WRITE-CHANGE-JOURNAL                             00071631
           END-IF.                                                      00071632
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00071633
               MOVE 'BALANCE     ' TO CJ-FIELD                          00071634
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00071635
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00071636
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00071637
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00071638
               PERFORM WRITE-CHANGE-JOURNAL                             00071639
           END-IF.                                                      00071640
           IF LAST-NAME NOT = BEF-LAST-NAME                             00071641
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00071642
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00071643
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00071644
               PERFORM WRITE-CHANGE-JOURNAL                             00071645
           END-IF.                                                      00071646
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00071647
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00071648
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00071649
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00071650
               PERFORM WRITE-CHANGE-JOURNAL                             00071651
           END-IF.                                                      00071652
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00071653
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00071654
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00071655
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00071656
               PERFORM WRITE-CHANGE-JOURNAL                             00071657
           END-IF.                                                      00071658
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00071659
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00071660
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00071661
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00071662
               PERFORM WRITE-CHANGE-JOURNAL                             00071663
           END-IF.                                                      00071664
           IF USA-STATE NOT = BEF-USA-STATE                             00071665
               MOVE 'STATE       ' TO CJ-FIELD                          00071666
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00071667
               MOVE USA-STATE TO CJ-NEW-VALUE                           00071668
               PERFORM WRITE-CHANGE-JOURNAL                             00071669
           END-IF.                                                      00071670
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00071671
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00071672
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00071673
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00071674
               PERFORM WRITE-CHANGE-JOURNAL                             00071675
           END-IF.                                                      00071676
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00071677
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00071678
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00071679
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00071680
               PERFORM WRITE-CHANGE-JOURNAL                             00071681
           END-IF.                                                      00071682
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00071683
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00071684
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00071685
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00071686
               PERFORM WRITE-CHANGE-JOURNAL                             00071687
           END-IF.                                                      00071688
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00071689
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00071690
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00071691
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00071692
               PERFORM WRITE-CHANGE-JOURNAL                             00071693
           END-IF.                                                      00071694
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00071695
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00071696
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00071697
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00071698
               PERFORM WRITE-CHANGE-JOURNAL                             00071699
           END-IF.                                                      00071700
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00071701
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00071702
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00071703
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00071704
               PERFORM WRITE-CHANGE-JOURNAL                             00071705
           END-IF.                                                      00071706
      *                                                                 00071707
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00071708
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00071709
      *                                                                 00071710
       WRITE-CHANGE-JOURNAL.                                            00071711
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00071712
           MOVE WS-BUS-DATE      TO CJ-BUS-DATE.                        00071713
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00071714
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00071715
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00071716
           MOVE 'CBL0032 '       TO CJ-PROGRAM.                         00071717
           MOVE 'K'              TO CJ-SOURCE.                          00071718
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00071719
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00071720
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00071721
               ADD 1 TO CJ-STAMP-SEQ                                    00071722
               WRITE CHG-JRNL-REC                                       00071723
                   INVALID KEY                                          00071724
                       CONTINUE                                         00071725
                   NOT INVALID KEY                                      00071726
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00071727
                       ADD 1 TO WS-CJ-WRITTEN                           00071728
               END-WRITE                                                00071729
               IF WS-CJ-DONE-SW = 'N'                                   00071730
                  AND (WS-CJ-STATUS NOT = '22'                          00071731
                       OR CJ-STAMP-SEQ = 999)                           00071732
                   DISPLAY 'CBL0032 CHGJRNL WRITE FAILED - STATUS '     00071733
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00071734
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00071735
               END-IF                                                   00071736
           END-PERFORM.                                                 00071737
      *                                                                 00071738
      * A RECOVERY ON A CHARGED-OFF ACCOUNT MOVED NO BUCKET - IT        00071800
      * COMES BACK OFF THE RECOVERIES TOTAL INSTEAD, AND A RETURNED     00071810
      * RECOVERY GOES BACK ONTO IT.                                     00071820
      *                                                                 00072000
       BACK-OUT-ONE-ENTRY.                                              00072100
           SUBTRACT GRP-PRIN-AMT (WS-GX) FROM ACCT-PRIN-BAL.            00072200
           SUBTRACT GRP-FEE-AMT (WS-GX)  FROM ACCT-FEE-BAL.             00072300
           SUBTRACT GRP-FIN-AMT (WS-GX)  FROM ACCT-FIN-BAL.             00072400
           COMPUTE WS-ENTRY-BAL-CHANGE = GRP-PRIN-AMT (WS-GX)           00072500
               + GRP-FEE-AMT (WS-GX) + GRP-FIN-AMT (WS-GX).             00072600
           SUBTRACT WS-ENTRY-BAL-CHANGE FROM ACCT-BALANCE.              00072700
           SUBTRACT WS-ENTRY-BAL-CHANGE FROM WS-NET-BAL-CHANGE.         00072800
           SUBTRACT GRP-MIN-AMT (WS-GX)  FROM ACCT-MIN-UNPAID.          00072900
           IF GRP-TYPE (WS-GX) = 'V'                                    00073000
               SUBTRACT GRP-AMOUNT (WS-GX) FROM ACCT-CHGOFF-RECOV       00073100
           END-IF.                                                      00073110
           IF GRP-TYPE (WS-GX) = 'R' AND GRP-ORIG-TYPE (WS-GX) = 'V'    00073120
               ADD GRP-AMOUNT (WS-GX) TO ACCT-CHGOFF-RECOV              00073130
           END-IF.                                                      00073200
           MOVE 'BACKED OUT' TO GRP-REASON (WS-GX).                     00073300
           ADD 1 TO WS-POSTINGS-BACKED-OUT.                             00073400
           IF GRP-TYPE (WS-GX) = 'N'                                    00073500
               ADD 1 TO WS-FEES-BACKED-OUT                              00073600
           ELSE                                                         00073700
               ADD 1 TO WS-TRANS-BACKED-OUT                             00073800
           END-IF.                                                      00073900
           PERFORM TOTAL-ONE-BACKOUT.                                   00074000
      *                                                                 00074100
       TOTAL-ONE-BACKOUT.                                               00074200
           EVALUATE GRP-TYPE (WS-GX)                                    00074300
               WHEN 'C'                                                 00074400
                   ADD GRP-AMOUNT (WS-GX) TO WS-CHARGES-TOTAL           00074500
               WHEN 'P'                                                 00074600
                   ADD GRP-AMOUNT (WS-GX) TO WS-PAYMENTS-TOTAL          00074700
               WHEN 'L'                                                 00074800
                   ADD GRP-AMOUNT (WS-GX) TO WS-LATE-FEE-TOTAL          00074900
               WHEN 'F'                                                 00075000
                   ADD GRP-AMOUNT (WS-GX) TO WS-FIN-CHG-TOTAL           00075100
               WHEN 'R'                                                 00075200
                   IF GRP-ORIG-TYPE (WS-GX) = 'V'                       00075210
                       ADD GRP-AMOUNT (WS-GX) TO WS-RECOV-RET-TOTAL     00075220
                   ELSE                                                 00075230
                       ADD GRP-AMOUNT (WS-GX) TO WS-RETURNS-TOTAL       00075240
                   END-IF                                               00075250
               WHEN 'N'                                                 00075400
                   ADD GRP-AMOUNT (WS-GX) TO WS-RET-FEE-TOTAL           00075500
               WHEN 'D'                                                 00075600
                   PERFORM TOTAL-ONE-CREDIT                             00075700
               WHEN 'V'                                                 00075800
                   ADD GRP-AMOUNT (WS-GX) TO WS-RECOVERY-TOTAL          00075900
               WHEN 'K'                                                 00076000
                   ADD GRP-AMOUNT (WS-GX) TO WS-REFUND-TOTAL            00076100
               WHEN OTHER                                               00076200
                   CONTINUE                                             00076300
           END-EVALUATE.                                                00076400
      *                                                                 00076500
       TOTAL-ONE-CREDIT.                                                00076600
           EVALUATE GRP-ORIG-TYPE (WS-GX)                               00076700
               WHEN 'C'                                                 00076800
                   ADD GRP-AMOUNT (WS-GX) TO WS-CHG-CREDIT-TOTAL        00076900
               WHEN 'L'                                                 00077000
                   ADD GRP-AMOUNT (WS-GX) TO WS-LATE-CREDIT-TOTAL       00077100
               WHEN 'F'                                                 00077200
                   ADD GRP-AMOUNT (WS-GX) TO WS-FIN-CREDIT-TOTAL        00077300
               WHEN OTHER                                               00077400
                   ADD GRP-AMOUNT (WS-GX) TO WS-RETF-CREDIT-TOTAL       00077500
           END-EVALUATE.                                                00077600
      *                                                                 00077700
      * THE POSTING COMES OFF HISTORY SO THE REPOSTED BATCH, THE        00077800
      * RECONCILIATION AND THE GL JOURNAL SEE ONLY WHAT IS REALLY ON    00077900
      * THE MASTER.  THE REGISTER IS THE RECORD OF WHAT WAS REMOVED.    00078000
      * TAKING OUT A RETURN OR CREDIT MAKES ITS ORIGINAL REVERSIBLE     00078100
      * AGAIN.                                                          00078200
      *                                                                 00078300
       REMOVE-ONE-HISTORY-REC.                                          00078400
           MOVE WS-GRP-ACCT-NO   TO HIST-ACCT-NO.                       00078500
           MOVE WS-BKO-DATE      TO HIST-POST-DATE.                     00078600
           MOVE GRP-SEQ (WS-GX)  TO HIST-POST-SEQ.                      00078700
           DELETE HIST-FILE RECORD                                      00078800
               INVALID KEY                                              00078900
                   DISPLAY 'CBL0032 HISTORY DELETE FAILED - STATUS '    00079000
                           WS-HIST-STATUS ' ACCT ' HIST-ACCT-NO         00079100
           END-DELETE.                                                  00079200
           IF GRP-IS-REVERSAL (WS-GX)                                   00079300
               PERFORM RESTORE-ORIGINAL-POSTING                         00079400
           END-IF.                                                      00079500
      *                                                                 00079600
       RESTORE-ORIGINAL-POSTING.                                        00079700
           MOVE WS-GRP-ACCT-NO        TO HIST-ACCT-NO.                  00079800
           MOVE GRP-ORIG-DATE (WS-GX) TO HIST-POST-DATE.                00079900
           MOVE GRP-ORIG-SEQ (WS-GX)  TO HIST-POST-SEQ.                 00080000
           READ HIST-FILE KEY IS HIST-KEY                               00080100
               INVALID KEY                                              00080200
                   CONTINUE                                             00080300
               NOT INVALID KEY                                          00080400
                   IF HIST-IS-REVERSED                                  00080500
                       MOVE 'N' TO HIST-REVERSED-SW                     00080600
                       REWRITE HIST-REC                                 00080700
                           INVALID KEY                                  00080800
                               DISPLAY 'CBL0032 HISTORY REWRITE '       00080900
                                       'FAILED - STATUS '               00081000
                                       WS-HIST-STATUS ' ACCT '          00081100
                                       HIST-ACCT-NO                     00081200
                       END-REWRITE                                      00081300
                       ADD 1 TO WS-ORIGS-RESTORED                       00081400
                   END-IF                                               00081500
           END-READ.                                                    00081600
      *                                                                 00081700
       WRITE-REGISTER-DETAIL.                                           00081800
           MOVE WS-GRP-ACCT-NO          TO REG-ACCT-NO.                 00081900
           MOVE GRP-SEQ (WS-GX)         TO REG-SEQ.                     00082000
           MOVE GRP-TYPE (WS-GX)        TO REG-TYPE.                    00082100
           MOVE GRP-BATCH-NO (WS-GX)    TO REG-BATCH.                   00082200
           MOVE GRP-AMOUNT (WS-GX)      TO REG-AMOUNT-O.                00082300
           MOVE GRP-PRIN-AMT (WS-GX)    TO REG-PRIN-O.                  00082400
           MOVE GRP-FEE-AMT (WS-GX)     TO REG-FEE-O.                   00082500
           MOVE GRP-FIN-AMT (WS-GX)     TO REG-FIN-O.                   00082600
           MOVE GRP-REASON (WS-GX)      TO REG-ACTION.                  00082700
           WRITE BKO-REG-REC FROM REG-DETAIL-LINE.                      00082800
      *                                                                 00082900
      * A WHOLE-NIGHT BACKOUT MUST TAKE OUT EVERY TRANSACTION POSTING   00083000
      * SAID IT POSTED (RETURNED PAYMENT FEES ARE NOT IN THAT COUNT).   00083100
      * A SINGLE BATCH IS PROVED AGAINST ITS OWN BATCH TRAILER.         00083200
      *                                                                 00083300
       WRITE-REGISTER-TOTALS.                                           00083400
           WRITE BKO-REG-REC FROM REG-BLANK-LINE.                       00083500
           MOVE 'HISTORY RECORDS FOR THE DATE'   TO CNT-LABEL.          00083600
           MOVE WS-HIST-FOR-DATE                 TO CNT-VALUE-O.        00083700
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00083800
           MOVE 'POSTINGS BACKED OUT'            TO CNT-LABEL.          00083900
           MOVE WS-POSTINGS-BACKED-OUT           TO CNT-VALUE-O.        00084000
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00084100
           MOVE '  RETURNED PAYMENT FEES'        TO CNT-LABEL.          00084200
           MOVE WS-FEES-BACKED-OUT               TO CNT-VALUE-O.        00084300
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00084400
           MOVE '  TRANSACTIONS'                 TO CNT-LABEL.          00084500
           MOVE WS-TRANS-BACKED-OUT              TO CNT-VALUE-O.        00084600
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00084700
           MOVE 'POSTINGS NOT BACKED OUT'        TO CNT-LABEL.          00084800
           MOVE WS-POSTINGS-REFUSED              TO CNT-VALUE-O.        00084900
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00085000
           MOVE 'POSTINGS OUTSIDE THE BATCH'     TO CNT-LABEL.          00085100
           MOVE WS-OUTSIDE-BATCH                 TO CNT-VALUE-O.        00085200
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00085300
           MOVE 'ACCOUNTS UPDATED'               TO CNT-LABEL.          00085400
           MOVE WS-ACCTS-UPDATED                 TO CNT-VALUE-O.        00085500
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00085600
           WRITE BKO-REG-REC FROM REG-BLANK-LINE.                       00085700
           MOVE 'CHARGES BACKED OUT'             TO AMT-LABEL.          00085800
           MOVE WS-CHARGES-TOTAL                 TO AMT-VALUE-O.        00085900
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00086000
           MOVE 'PAYMENTS BACKED OUT'            TO AMT-LABEL.          00086100
           MOVE WS-PAYMENTS-TOTAL                TO AMT-VALUE-O.        00086200
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00086300
           MOVE 'LATE FEES BACKED OUT'           TO AMT-LABEL.          00086400
           MOVE WS-LATE-FEE-TOTAL                TO AMT-VALUE-O.        00086500
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00086600
           MOVE 'FINANCE CHARGES BACKED OUT'     TO AMT-LABEL.          00086700
           MOVE WS-FIN-CHG-TOTAL                 TO AMT-VALUE-O.        00086800
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00086900
           MOVE 'RETURNED PAYMENTS BACKED OUT'   TO AMT-LABEL.          00087000
           MOVE WS-RETURNS-TOTAL                 TO AMT-VALUE-O.        00087100
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00087200
           MOVE 'RETURNED PMT FEES BACKED OUT'   TO AMT-LABEL.          00087300
           MOVE WS-RET-FEE-TOTAL                 TO AMT-VALUE-O.        00087400
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00087500
           COMPUTE WS-ENTRY-AMOUNT = WS-CHG-CREDIT-TOTAL                00087600
               + WS-LATE-CREDIT-TOTAL + WS-FIN-CREDIT-TOTAL             00087700
               + WS-RETF-CREDIT-TOTAL.                                  00087800
           MOVE 'CREDITS BACKED OUT'             TO AMT-LABEL.          00087900
           MOVE WS-ENTRY-AMOUNT                  TO AMT-VALUE-O.        00088000
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00088100
           MOVE 'RECOVERIES BACKED OUT'          TO AMT-LABEL.          00088200
           MOVE WS-RECOVERY-TOTAL                TO AMT-VALUE-O.        00088300
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00088400
           MOVE 'RECOVERY RETURNS BACKED OUT'    TO AMT-LABEL.          00088410
           MOVE WS-RECOV-RET-TOTAL               TO AMT-VALUE-O.        00088420
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00088430
           MOVE 'REFUNDS BACKED OUT'             TO AMT-LABEL.          00088500
           MOVE WS-REFUND-TOTAL                  TO AMT-VALUE-O.        00088600
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00088700
           MOVE 'NET CHANGE TO ACCOUNT BALANCES' TO AMT-LABEL.          00088800
           MOVE WS-NET-BAL-CHANGE                TO AMT-VALUE-O.        00088900
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00089000
           WRITE BKO-REG-REC FROM REG-BLANK-LINE.                       00089100
           MOVE 'CBL0006 POSTED PER RUNCTL'      TO CNT-LABEL.          00089200
           MOVE WS-CTL-POSTED                    TO CNT-VALUE-O.        00089300
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00089400
           MOVE 'LESS EARLIER BACKOUTS'          TO CNT-LABEL.          00089500
           MOVE WS-CTL-PRIOR-BKO                 TO CNT-VALUE-O.        00089600
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00089700
           MOVE 'STILL POSTED BEFORE THIS BACKOUT' TO CNT-LABEL.        00089800
           MOVE WS-CTL-NET-POSTED                TO CNT-VALUE-O.        00089900
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00090000
           MOVE 'TRANSACTIONS BACKED OUT'        TO CNT-LABEL.          00090100
           MOVE WS-TRANS-BACKED-OUT              TO CNT-VALUE-O.        00090200
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00090300
           EVALUATE TRUE                                                00090400
               WHEN WS-HAVE-0006-CTL = 'N'                              00090500
                   MOVE 'NO CBL0006 RUNCTL RECORD FOR THE DATE'         00090600
                     TO TXT-MESSAGE                                     00090700
               WHEN WS-BKO-BATCH NOT = SPACES                           00090800
                   MOVE 'SINGLE BATCH - PROVE TO THE BATCH TRAILER'     00090900
                     TO TXT-MESSAGE                                     00091000
               WHEN WS-TRANS-BACKED-OUT = WS-CTL-NET-POSTED             00091100
                AND WS-POSTINGS-REFUSED = ZERO                          00091200
                   MOVE 'Y' TO WS-TIE-SW                                00091300
                   MOVE 'BACKOUT TIES TO RUNCTL' TO TXT-MESSAGE         00091400
               WHEN OTHER                                               00091500
                   MOVE '*** BACKOUT DOES NOT TIE TO RUNCTL ***'        00091600
                     TO TXT-MESSAGE                                     00091700
           END-EVALUATE.                                                00091800
           WRITE BKO-REG-REC FROM REG-TEXT-LINE.                        00091900
           IF GL-ALREADY-BOOKED                                         00092000
               MOVE 'REVERSING GL JOURNAL WRITTEN TO BKOGLJRN'          00092100
                 TO TXT-MESSAGE                                         00092200
           ELSE                                                         00092300
               MOVE 'CBL0027 HAD NOT RUN - NO GL TO REVERSE'            00092400
                 TO TXT-MESSAGE                                         00092500
           END-IF.                                                      00092600
           WRITE BKO-REG-REC FROM REG-TEXT-LINE.                        00092700
      *                                                                 00092800
      * THE REVERSING JOURNAL IS THE NIGHT'S GL JOURNAL TURNED          00092900
      * AROUND, ONLY IF CBL0027 HAD ALREADY BOOKED THE NIGHT.  IT IS    00092910
      * DATED THE BACKED-OUT DATE.  THE TRAILER IS WRITTEN EITHER WAY   00092920
      * SO THE LOAD CAN PROVE IT.                                       00092930
      *                                                                 00092940
      * THE BACKOUT SENDS CBL0027 BACK TO BOOK THE DATE AGAIN FROM      00092941
      * HISTORY, AND IT WILL BOOK EVERY POSTING STILL THERE - THE       00092942
      * BATCHES OUTSIDE THE BACKOUT AS WELL AS THE REPOST.  SO THE      00092943
      * JOURNAL REVERSES THE WHOLE DATE, NOT JUST WHAT CAME OUT, AND    00092944
      * THE REGISTER SHOWS THE POSTINGS THAT STAYED BUT WERE REVERSED   00092945
      * FOR CBL0027 TO REBOOK.                                          00092946
      *                                                                 00093300
       WRITE-REVERSING-JOURNAL.                                         00093400
           IF GL-ALREADY-BOOKED                                         00093500
               IF WS-POSTINGS-BACKED-OUT > ZERO                         00093510
                   PERFORM TOTAL-KEPT-POSTINGS                          00093530
                   PERFORM WRITE-REBOOK-TOTALS                          00093540
               END-IF                                                   00093550
               PERFORM WRITE-JOURNAL-ENTRIES                            00093600
           ELSE                                                         00093700
               DISPLAY 'CBL0032 CBL0027 HAD NOT RUN FOR ' WS-BKO-DATE   00093800
                       ' - NO GL TO REVERSE'                            00093900
           END-IF.                                                      00094000
           PERFORM WRITE-JOURNAL-TRAILER.                               00094100
      *                                                                 00094101
      * THE GROUP TABLE IS FREE ONCE THE BACKOUT IS DONE, SO EACH       00094102
      * POSTING LEFT FOR THE DATE IS TOTALLED THROUGH ITS FIRST SLOT.   00094103
      *                                                                 00094104
       TOTAL-KEPT-POSTINGS.                                             00094105
           MOVE 'N' TO LASTREC-HIST.                                    00094106
           MOVE LOW-VALUES TO HIST-KEY.                                 00094107
           START HIST-FILE KEY >= HIST-KEY                              00094108
               INVALID KEY                                              00094109
                   MOVE 'Y' TO LASTREC-HIST                             00094110
           END-START.                                                   00094111
           PERFORM UNTIL LASTREC-HIST = 'Y'                             00094112
               PERFORM READ-HIST-NEXT                                   00094113
               IF LASTREC-HIST NOT = 'Y'                                00094114
                  AND HIST-POST-DATE = WS-BKO-DATE                      00094115
                   PERFORM TOTAL-ONE-KEPT                               00094116
               END-IF                                                   00094117
           END-PERFORM.                                                 00094118
      *                                                                 00094119
       TOTAL-ONE-KEPT.                                                  00094120
           MOVE 1                TO WS-GX.                              00094121
           MOVE HIST-TRAN-TYPE   TO GRP-TYPE (WS-GX).                   00094122
           MOVE HIST-TRAN-AMOUNT TO GRP-AMOUNT (WS-GX).                 00094123
           MOVE HIST-ORIG-TYPE   TO GRP-ORIG-TYPE (WS-GX).              00094124
           PERFORM TOTAL-ONE-BACKOUT.                                   00094125
           ADD 1 TO WS-KEPT-REVERSED.                                   00094126
           ADD HIST-TRAN-AMOUNT TO WS-KEPT-REV-AMOUNT.                  00094127
      *                                                                 00094128
       WRITE-REBOOK-TOTALS.                                             00094129
           WRITE BKO-REG-REC FROM REG-BLANK-LINE.                       00094130
           MOVE 'POSTINGS KEPT BUT REVERSED IN GL'  TO CNT-LABEL.       00094131
           MOVE WS-KEPT-REVERSED                   TO CNT-VALUE-O.      00094132
           WRITE BKO-REG-REC FROM REG-COUNT-LINE.                       00094133
           MOVE 'AMOUNT KEPT BUT REVERSED IN GL'    TO AMT-LABEL.       00094134
           MOVE WS-KEPT-REV-AMOUNT                 TO AMT-VALUE-O.      00094135
           WRITE BKO-REG-REC FROM REG-AMOUNT-LINE.                      00094136
           MOVE 'CBL0027 RERUN BOOKS THE KEPT POSTINGS AGAIN'           00094137
             TO TXT-MESSAGE.                                            00094138
           WRITE BKO-REG-REC FROM REG-TEXT-LINE.                        00094139
           DISPLAY 'CBL0032 ' WS-KEPT-REVERSED ' KEPT POSTINGS '        00094140
                   'REVERSED IN GL FOR CBL0027 TO REBOOK'.              00094141
      *                                                                 00094200
       WRITE-JOURNAL-ENTRIES.                                           00094300
           IF WS-CHARGES-TOTAL NOT = ZERO                               00094400
               MOVE WS-CHARGES-TOTAL   TO WS-ENTRY-AMOUNT               00094500
               MOVE GL-PURCHASE-INCOME TO WS-ENTRY-DR-ACCT              00094600
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00094700
               MOVE 'BACKOUT CHARGES       ' TO WS-ENTRY-DESC           00094800
               PERFORM WRITE-ONE-ENTRY-PAIR                             00094900
           END-IF.                                                      00095000
           IF WS-PAYMENTS-TOTAL NOT = ZERO                              00095100
               MOVE WS-PAYMENTS-TOTAL  TO WS-ENTRY-AMOUNT               00095200
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00095300
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-CR-ACCT              00095400
               MOVE 'BACKOUT PAYMENTS      ' TO WS-ENTRY-DESC           00095500
               PERFORM WRITE-ONE-ENTRY-PAIR                             00095600
           END-IF.                                                      00095700
           IF WS-LATE-FEE-TOTAL NOT = ZERO                              00095800
               MOVE WS-LATE-FEE-TOTAL  TO WS-ENTRY-AMOUNT               00095900
               MOVE GL-LATE-FEE-INCOME TO WS-ENTRY-DR-ACCT              00096000
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00096100
               MOVE 'BACKOUT LATE FEES     ' TO WS-ENTRY-DESC           00096200
               PERFORM WRITE-ONE-ENTRY-PAIR                             00096300
           END-IF.                                                      00096400
           IF WS-FIN-CHG-TOTAL NOT = ZERO                               00096500
               MOVE WS-FIN-CHG-TOTAL   TO WS-ENTRY-AMOUNT               00096600
               MOVE GL-FIN-CHG-INCOME  TO WS-ENTRY-DR-ACCT              00096700
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00096800
               MOVE 'BACKOUT FINANCE CHGS  ' TO WS-ENTRY-DESC           00096900
               PERFORM WRITE-ONE-ENTRY-PAIR                             00097000
           END-IF.                                                      00097100
           PERFORM WRITE-REVERSAL-ENTRIES.                              00097200
      *                                                                 00097300
       WRITE-REVERSAL-ENTRIES.                                          00097400
           IF WS-RETURNS-TOTAL NOT = ZERO                               00097500
               MOVE WS-RETURNS-TOTAL   TO WS-ENTRY-AMOUNT               00097600
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-DR-ACCT              00097700
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00097800
               MOVE 'BACKOUT PMT RETURNS   ' TO WS-ENTRY-DESC           00097900
               PERFORM WRITE-ONE-ENTRY-PAIR                             00098000
           END-IF.                                                      00098100
           IF WS-RET-FEE-TOTAL NOT = ZERO                               00098200
               MOVE WS-RET-FEE-TOTAL   TO WS-ENTRY-AMOUNT               00098300
               MOVE GL-RET-PMT-INCOME  TO WS-ENTRY-DR-ACCT              00098400
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00098500
               MOVE 'BACKOUT RET PMT FEES  ' TO WS-ENTRY-DESC           00098600
               PERFORM WRITE-ONE-ENTRY-PAIR                             00098700
           END-IF.                                                      00098800
           IF WS-CHG-CREDIT-TOTAL NOT = ZERO                            00098900
               MOVE WS-CHG-CREDIT-TOTAL TO WS-ENTRY-AMOUNT              00099000
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00099100
               MOVE GL-PURCHASE-INCOME TO WS-ENTRY-CR-ACCT              00099200
               MOVE 'BACKOUT CHG CREDITS   ' TO WS-ENTRY-DESC           00099300
               PERFORM WRITE-ONE-ENTRY-PAIR                             00099400
           END-IF.                                                      00099500
           IF WS-LATE-CREDIT-TOTAL NOT = ZERO                           00099600
               MOVE WS-LATE-CREDIT-TOTAL TO WS-ENTRY-AMOUNT             00099700
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00099800
               MOVE GL-LATE-FEE-INCOME TO WS-ENTRY-CR-ACCT              00099900
               MOVE 'BACKOUT LATE CREDITS  ' TO WS-ENTRY-DESC           00100000
               PERFORM WRITE-ONE-ENTRY-PAIR                             00100100
           END-IF.                                                      00100200
           IF WS-FIN-CREDIT-TOTAL NOT = ZERO                            00100300
               MOVE WS-FIN-CREDIT-TOTAL TO WS-ENTRY-AMOUNT              00100400
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00100500
               MOVE GL-FIN-CHG-INCOME  TO WS-ENTRY-CR-ACCT              00100600
               MOVE 'BACKOUT FIN CREDITS   ' TO WS-ENTRY-DESC           00100700
               PERFORM WRITE-ONE-ENTRY-PAIR                             00100800
           END-IF.                                                      00100900
           IF WS-RETF-CREDIT-TOTAL NOT = ZERO                           00101000
               MOVE WS-RETF-CREDIT-TOTAL TO WS-ENTRY-AMOUNT             00101100
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00101200
               MOVE GL-RET-PMT-INCOME  TO WS-ENTRY-CR-ACCT              00101300
               MOVE 'BACKOUT RETF CREDITS  ' TO WS-ENTRY-DESC           00101400
               PERFORM WRITE-ONE-ENTRY-PAIR                             00101500
           END-IF.                                                      00101600
           IF WS-RECOVERY-TOTAL NOT = ZERO                              00101700
               MOVE WS-RECOVERY-TOTAL  TO WS-ENTRY-AMOUNT               00101800
               MOVE GL-LOSS-ALLOWANCE  TO WS-ENTRY-DR-ACCT              00101900
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-CR-ACCT              00102000
               MOVE 'BACKOUT RECOVERIES    ' TO WS-ENTRY-DESC           00102100
               PERFORM WRITE-ONE-ENTRY-PAIR                             00102110
           END-IF.                                                      00102120
           IF WS-RECOV-RET-TOTAL NOT = ZERO                             00102130
               MOVE WS-RECOV-RET-TOTAL TO WS-ENTRY-AMOUNT               00102140
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-DR-ACCT              00102150
               MOVE GL-LOSS-ALLOWANCE  TO WS-ENTRY-CR-ACCT              00102160
               MOVE 'BACKOUT RECOV RETURNS ' TO WS-ENTRY-DESC           00102170
               PERFORM WRITE-ONE-ENTRY-PAIR                             00102200
           END-IF.                                                      00102300
           IF WS-REFUND-TOTAL NOT = ZERO                                00102400
               MOVE WS-REFUND-TOTAL    TO WS-ENTRY-AMOUNT               00102500
               MOVE GL-REFUNDS-PAYABLE TO WS-ENTRY-DR-ACCT              00102600
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00102700
               MOVE 'BACKOUT REFUNDS       ' TO WS-ENTRY-DESC           00102800
               PERFORM WRITE-ONE-ENTRY-PAIR                             00102900
           END-IF.                                                      00103000
      *                                                                 00103100
       WRITE-ONE-ENTRY-PAIR.                                            00103200
           MOVE SPACES           TO GL-JRNL-REC.                        00103300
           MOVE 'D'              TO GLJ-REC-TYPE.                       00103400
           MOVE WS-ENTRY-DR-ACCT TO GLJ-ACCOUNT.                        00103500
           MOVE 'D'              TO GLJ-DRCR.                           00103600
           MOVE WS-ENTRY-AMOUNT  TO GLJ-AMOUNT.                         00103700
           MOVE WS-BKO-DATE      TO GLJ-POST-DATE.                      00103800
           MOVE WS-ENTRY-DESC    TO GLJ-DESC.                           00103900
           WRITE GL-JRNL-REC.                                           00104000
           ADD 1 TO WS-ENTRIES-WRITTEN.                                 00104100
           ADD WS-ENTRY-AMOUNT TO WS-DEBITS-TOTAL.                      00104200
           MOVE SPACES           TO GL-JRNL-REC.                        00104300
           MOVE 'D'              TO GLJ-REC-TYPE.                       00104400
           MOVE WS-ENTRY-CR-ACCT TO GLJ-ACCOUNT.                        00104500
           MOVE 'C'              TO GLJ-DRCR.                           00104600
           MOVE WS-ENTRY-AMOUNT  TO GLJ-AMOUNT.                         00104700
           MOVE WS-BKO-DATE      TO GLJ-POST-DATE.                      00104800
           MOVE WS-ENTRY-DESC    TO GLJ-DESC.                           00104900
           WRITE GL-JRNL-REC.                                           00105000
           ADD 1 TO WS-ENTRIES-WRITTEN.                                 00105100
           ADD WS-ENTRY-AMOUNT TO WS-CREDITS-TOTAL.                     00105200
      *                                                                 00105300
       WRITE-JOURNAL-TRAILER.                                           00105400
           MOVE SPACES            TO GL-JRNL-REC.                       00105500
           MOVE 'T'               TO GLJ-REC-TYPE.                      00105600
           MOVE WS-DEBITS-TOTAL   TO GLJ-TOT-DEBITS.                    00105700
           MOVE WS-CREDITS-TOTAL  TO GLJ-TOT-CREDITS.                   00105800
           MOVE WS-ENTRIES-WRITTEN TO GLJ-ENTRY-COUNT.                  00105900
           IF WS-DEBITS-TOTAL = WS-CREDITS-TOTAL                        00106000
               MOVE 'Y' TO GLJ-BAL-FLAG                                 00106100
           ELSE                                                         00106200
               MOVE 'N' TO GLJ-BAL-FLAG                                 00106300
           END-IF.                                                      00106400
           WRITE GL-JRNL-REC.                                           00106500
      *                                                                 00106600
      * BATCH BALANCING (CBL0020), STATEMENTS (CBL0007), POSTING AND    00106610
      * EVERY STEP AFTER IT ARE MARKED BACKED OUT ('B') ON CYCLCTL FOR  00106620
      * THE DATE, SO THE CORRECTED BATCH CAN BE BALANCED AND REPOSTED   00106630
      * AND THE REST OF THE CHAIN RERUN WITHOUT AN OVERRIDE.  THE       00106640
      * LOCKBOX INTAKE (CBL0033) AND THE STEPS BEFORE IT STAND.  THE    00106650
      * DATE IS ALWAYS THE CURRENT BUSINESS DATE THE CHAIN CHECKS.      00106660
      *                                                                 00107100
       RESET-CYCLE-CONTROL.                                             00107200
           IF WS-POSTINGS-BACKED-OUT > ZERO                             00107300
               MOVE 'N' TO WS-CYCL-EOF-SW                               00107400
               OPEN I-O CYCL-CTL                                        00107500
               IF WS-CYCL-STATUS NOT = '00'                             00107600
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00107700
               END-IF                                                   00107800
               PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                       00107900
                   READ CYCL-CTL                                        00108000
                   AT END                                               00108100
                       MOVE 'Y' TO WS-CYCL-EOF-SW                       00108200
                   NOT AT END                                           00108300
                       PERFORM RESET-ONE-CYCLE-REC                      00108400
                   END-READ                                             00108500
               END-PERFORM                                              00108600
               IF WS-CYCL-STATUS = '00' OR '10'                         00108700
                   CLOSE CYCL-CTL                                       00108800
               END-IF                                                   00108900
           END-IF.                                                      00109000
      *                                                                 00109100
       RESET-ONE-CYCLE-REC.                                             00109200
           IF CYCL-RUN-DATE = WS-BKO-DATE                               00109300
              AND CYCL-STATUS = 'C'                                     00109400
              AND CYCL-BALANCING-OR-LATER                               00109410
               MOVE 'B' TO CYCL-STATUS                                  00109600
               REWRITE CYCL-CTL-REC                                     00109700
               ADD 1 TO WS-CYCL-RESETS                                  00109800
           END-IF.                                                      00109900
      *                                                                 00110000
       WRITE-RUN-CONTROL.                                               00110100
           OPEN EXTEND RUN-CTL.                                         00110200
           IF WS-CTL-STATUS = '35'                                      00110300
               OPEN OUTPUT RUN-CTL                                      00110400
           END-IF.                                                      00110500
           MOVE 'CBL0032 '          TO CTL-PROGRAM.                     00110600
           MOVE WS-BKO-DATE         TO CTL-RUN-DATE.                    00110700
           MOVE WS-HIST-FOR-DATE    TO CTL-COUNT-1.                     00110800
           MOVE WS-TRANS-BACKED-OUT TO CTL-COUNT-2.                     00110900
           MOVE WS-POSTINGS-REFUSED TO CTL-COUNT-3.                     00111000
           WRITE RUN-CTL-REC.                                           00111100
           CLOSE RUN-CTL.                                               00111200
      *                                                                 00111300
