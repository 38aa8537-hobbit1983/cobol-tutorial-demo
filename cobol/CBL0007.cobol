           SELECT ACCT-REC    ASSIGN TO ACCTREC                         00002000
                  ORGANIZATION IS INDEXED                               00002100
                  ACCESS MODE  IS SEQUENTIAL                            00002200
                  RECORD KEY   IS ACCT-NO                               00002210
                  FILE STATUS  IS WS-ACCT-STATUS.                       00002220
           SELECT TRAN-FILE   ASSIGN TO TRANFILE                        00002400
                  ORGANIZATION IS SEQUENTIAL.                           00002500
           SELECT SORT-WORK   ASSIGN TO SRTWORK.                        00002510
           SELECT CYCLE-PARM  ASSIGN TO CYCPARM                         00003010
                  ORGANIZATION IS SEQUENTIAL                            00003020
                  FILE STATUS   IS WS-CYCP-STATUS.                      00003030
           SELECT MIN-PARM    ASSIGN TO MINPARM                         00003031
                  ORGANIZATION IS SEQUENTIAL                            00003032
                  FILE STATUS   IS WS-MINP-STATUS.                      00003033
           SELECT POST-PARM   ASSIGN TO POSTPARM                        00003034
                  ORGANIZATION IS SEQUENTIAL                            00003035
                  FILE STATUS   IS WS-PARM-STATUS.                      00003036
           SELECT FEE-PARM    ASSIGN TO FEEPARM                         00003037
                  ORGANIZATION IS SEQUENTIAL                            00003038
                  FILE STATUS   IS WS-FEEP-STATUS.                      00003039
           SELECT PRICING-TBL ASSIGN TO PRICTBL                         00003040
                  ORGANIZATION IS SEQUENTIAL                            00003041
                  FILE STATUS   IS WS-PRC-STATUS.                       00003042
           SELECT CYCL-CTL    ASSIGN TO CYCLCTL                         00003043
                  ORGANIZATION IS SEQUENTIAL                            00003044
                  FILE STATUS   IS WS-CYCL-STATUS.                      00003045
           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003046
                  ORGANIZATION IS SEQUENTIAL                            00003047
                  FILE STATUS   IS WS-OVR-STATUS.                       00003048
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003049
                  ORGANIZATION IS SEQUENTIAL                            00003050
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003051
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00003052
                  ORGANIZATION IS INDEXED                               00003053
                  ACCESS MODE  IS RANDOM                                00003054
                  RECORD KEY   IS CJ-KEY                                00003055
                  FILE STATUS  IS WS-CJ-STATUS.                         00003056
           SELECT HIST-FILE   ASSIGN TO HISTFILE                        00003057
                  ORGANIZATION IS INDEXED                               00003058
                  ACCESS MODE  IS DYNAMIC                               00003059
                  RECORD KEY   IS HIST-KEY                              00003060
                  FILE STATUS  IS WS-HIST-STATUS.                       00003061
      *-------------                                                    00003100
       DATA DIVISION.                                                   00003200
      *-------------                                                    00003300
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004600
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004700
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004800
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004810
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004820
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004821
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004822
               10  FILLER                PIC X(1).                      00004823
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004901
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004902
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004903
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004904
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004905
           05  ACCT-DUE-DATE       PIC 9(8).                            00004906
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004907
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004908
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004909
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004910
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004911
           05  COMMENTS       PIC X(50).                                00005000
      *                                                                 00005100
       FD  TRAN-FILE RECORDING MODE F.                                  00005200
                   88  TRAN-IS-PAYMENT  VALUE 'P'.                      00005800
                   88  TRAN-IS-LATE-FEE VALUE 'L'.                      00005810
                   88  TRAN-IS-FIN-CHG  VALUE 'F'.                      00005820
                   88  TRAN-IS-RETURN   VALUE 'R'.                      00005821
                   88  TRAN-IS-CREDIT   VALUE 'D'.                      00005822
                   88  TRAN-IS-REFUND   VALUE 'K'.                      00005823
               10  TRAN-DATE       PIC 9(8).                            00005830
               10  TRAN-ORIG-POST-DATE PIC 9(8).                        00005831
               10  TRAN-ORIG-POST-SEQ  PIC 9(5).                        00005832
               10  FILLER          PIC X(4).                            00005833
           05  TRAN-BATCH-HDR REDEFINES TRAN-DETAIL.                    00005834
               10  HDR-BATCH-NO    PIC X(6).                            00005835
               10  HDR-BATCH-DATE  PIC 9(8).                            00005836
               10  FILLER          PIC X(25).                           00005837
      *                                                                 00005850
      * THE BALANCING STEP RELEASES TRANFILE BATCH BY BATCH AND THE     00005860
      * FEE RUN ADDS ITS OWN BATCH, SO ACCOUNT ORDER RESTARTS AT        00005870
           05  SORT-AMOUNT        PIC S9(7)V99 COMP-3.                  00005897
           05  SORT-TYPE          PIC X(1).                             00005898
           05  SORT-DATE          PIC 9(8).                             00005899
           05  SORT-ORIG-DATE     PIC 9(8).                             00005900
           05  SORT-ORIG-SEQ      PIC 9(5).                             00005901
           05  SORT-BATCH-NO      PIC X(6).                             00005902
      *                                                                 00006000
       FD  SUSP-IN RECORDING MODE F.                                    00006100
       01  SUSP-IN-REC.                                                 00006200
           05  SUSP-IN-REASON     PIC X(2).                             00006700
           05  SUSP-IN-FIRST-DATE PIC 9(8).                             00006800
           05  SUSP-IN-ATTEMPTS   PIC 9(2).                             00006900
           05  SUSP-IN-ORIG-DATE  PIC 9(8).                             00006910
           05  SUSP-IN-ORIG-SEQ   PIC 9(5).                             00006920
      *                                                                 00007000
       FD  STMT-FILE RECORDING MODE F.                                  00007100
       01  STMT-REC               PIC X(80).                            00007200
       01  CYCLE-PARM-REC.                                              00007230
           05  PARM-CYCLE-CODE    PIC X(2).                             00007240
      *                                                                 00007300
       FD  MIN-PARM RECORDING MODE F.                                   00007301
       01  MIN-PARM-REC.                                                00007302
           05  PARM-MIN-PCT       PIC 9(2)V99.                          00007303
           05  PARM-MIN-FLOOR     PIC 9(5)V99.                          00007304
           05  PARM-DUE-DAYS      PIC 9(3).                             00007305
      *                                                                 00007306
       FD  POST-PARM RECORDING MODE F.                                  00007307
       01  POST-PARM-REC.                                               00007308
           05  PARM-MAX-RECYCLE   PIC 9(2).                             00007309
           05  PARM-RET-PMT-FEE   PIC 9(3)V99.                          00007310
      *                                                                 00007311
       FD  FEE-PARM RECORDING MODE F.                                   00007312
       01  FEE-PARM-REC.                                                00007313
           05  PARM-LATE-FEE-DAYS   PIC 9(3).                           00007314
           05  PARM-LATE-FEE-AMT    PIC S9(5)V99.                       00007315
           05  PARM-FIN-CHG-DAYS    PIC 9(3).                           00007316
           05  PARM-FIN-CHG-PCT     PIC 9(2)V99.                        00007317
      *                                                                 00007318
       FD  PRICING-TBL RECORDING MODE F.                                00007319
       01  PRICING-REC.                                                 00007320
           05  PRC-PLAN-CODE      PIC X(2).                             00007321
           05  PRC-APR            PIC 9(2)V99.                          00007322
           05  PRC-LATE-FEE-AMT   PIC 9(3)V99.                          00007323
           05  PRC-GRACE-DAYS     PIC 9(3).                             00007324
           05  PRC-PROMO-EXPIRY   PIC 9(8).                             00007325
           05  PRC-REVERT-PLAN    PIC X(2).                             00007326
           05  PRC-DESC           PIC X(20).                            00007327
           05  FILLER             PIC X(36).                            00007328
      *                                                                 00007329
      *                                                                 00007330
       FD  CYCL-CTL RECORDING MODE F.                                   00007331
       01  CYCL-CTL-REC.                                                00007332
           05  CYCL-PROGRAM    PIC X(8).                                00007333
           05  CYCL-RUN-DATE   PIC 9(8).                                00007334
           05  CYCL-STATUS     PIC X(1).                                00007335
      *                                                                 00007336
       FD  OVR-PARM RECORDING MODE F.                                   00007337
       01  OVR-PARM-REC.                                                00007338
           05  OVR-RERUN-FLAG  PIC X(1).                                00007339
      *                                                                 00007340
       FD  BUS-DATE RECORDING MODE F.                                   00007341
       01  BUS-DATE-REC.                                                00007342
           05  BUSD-CURR-DATE     PIC 9(8).                             00007343
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00007344
           05  BUSD-ROLLED-ON     PIC 9(8).                             00007345
           05  BUSD-CYCLE-DAYS.                                         00007346
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00007347
           05  FILLER             PIC X(8).                             00007348
      *                                                                 00007349
      * THE CHANGE JOURNAL HOLDS THE BEFORE AND AFTER VALUE OF EVERY    00007350
      * JOURNALED MASTER FIELD EACH TIME A PROGRAM CHANGES IT.  THE     00007351
      * MACHINE DATE AND TIME IN THE KEY KEEP AN ACCOUNT'S CHANGES IN   00007352
      * THE ORDER THEY WERE MADE.                                       00007353
      *                                                                 00007354
       FD  CHG-JRNL.                                                    00007355
       01  CHG-JRNL-REC.                                                00007356
           05  CJ-KEY.                                                  00007357
               10  CJ-ACCT-NO      PIC X(8).                            00007358
               10  CJ-BUS-DATE     PIC 9(8).                            00007359
               10  CJ-STAMP-DATE   PIC 9(8).                            00007360
               10  CJ-STAMP-TIME   PIC 9(8).                            00007361
               10  CJ-STAMP-SEQ    PIC 9(3).                            00007362
           05  CJ-FIELD            PIC X(12).                           00007363
           05  CJ-OLD-VALUE        PIC X(25).                           00007364
           05  CJ-NEW-VALUE        PIC X(25).                           00007365
           05  CJ-PROGRAM          PIC X(8).                            00007366
           05  CJ-SOURCE           PIC X(1).                            00007367
               88  CJ-FROM-MAINT        VALUE 'M'.                      00007368
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00007369
               88  CJ-FROM-POSTING      VALUE 'P'.                      00007370
               88  CJ-FROM-AGING        VALUE 'G'.                      00007371
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00007372
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00007373
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00007374
           05  CJ-SOURCE-REF       PIC X(10).                           00007375
           05  FILLER              PIC X(14).                           00007376
      *                                                                 00007377
      * POSTING HISTORY IS READ ONLY TO SEE WHETHER A RETURNED PAYMENT  00007378
      * OR CREDIT ADJUSTMENT NAMES A POSTING IT CAN REVERSE, AND FOR    00007379
      * WHAT HAS ALREADY POSTED FOR THE RUN DATE.                       00007380
      *                                                                 00007381
       FD  HIST-FILE.                                                   00007382
       01  HIST-REC.                                                    00007383
           05  HIST-KEY.                                                00007384
               10  HIST-ACCT-NO    PIC X(8).                            00007385
               10  HIST-POST-DATE  PIC 9(8).                            00007386
               10  HIST-POST-SEQ   PIC 9(5).                            00007387
           05  HIST-TRAN-TYPE      PIC X(1).                            00007388
               88  HIST-IS-CREDITABLE   VALUES 'C' 'L' 'F' 'N'.         00007389
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00007390
           05  HIST-TRAN-DATE      PIC 9(8).                            00007391
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00007392
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00007393
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00007394
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00007395
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00007396
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00007397
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00007398
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00007399
           05  HIST-ORIG-TYPE      PIC X(1).                            00007400
           05  HIST-REVERSED-SW    PIC X(1).                            00007401
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00007402
           05  HIST-BATCH-NO       PIC X(6).                            00007403
      *                                                                 00007404
       WORKING-STORAGE SECTION.                                         00007405
       01 FLAGS.                                                        00007500
         05 LASTREC-ACCT        PIC X VALUE SPACE.                      00007600
         05 LASTREC-TRAN        PIC X VALUE SPACE.                      00007700
         05 WS-SUSP-OPEN-SW     PIC X VALUE 'N'.                        00008100
         05 WS-TRAN-SKIP-SW     PIC X VALUE 'N'.                        00008110
         05 WS-CYCLE-ALL-SW     PIC X VALUE 'N'.                        00008120
         05 WS-CYCLE-CAL-SW     PIC X VALUE 'N'.                        00008121
         05 WS-CYC-MATCH-SW     PIC X VALUE 'N'.                        00008130
         05 WS-CJ-DONE-SW       PIC X VALUE 'N'.                        00008131
         05 WS-HIST-OPEN-SW     PIC X VALUE 'N'.                        00008132
         05 WS-REV-OK-SW        PIC X VALUE 'Y'.                        00008133
         05 WS-KP-EOF-SW        PIC X VALUE 'N'.                        00008134
         05 WS-KP-OVFL-SW       PIC X VALUE 'N'.                        00008135
         05 WS-KP-MATCH-SW      PIC X VALUE 'N'.                        00008136
       01 WORK-FIELDS.                                                  00008200
         05 WS-SUSP-STATUS      PIC X(2) VALUE SPACES.                  00008300
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00008310
         05 WS-HIST-STATUS      PIC X(2) VALUE SPACES.                  00008311
         05 WS-CJ-WRITTEN       PIC 9(7) COMP-3 VALUE ZERO.             00008320
         05 WS-CJ-SOURCE-REF    PIC X(10) VALUE SPACES.                 00008330
         05 WS-CJ-AMOUNT-O      PIC -(7)9.99.                           00008340
         05 WS-OPEN-BALANCE     PIC S9(7)V99 COMP-3 VALUE ZERO.         00008400
         05 WS-CLOSE-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00008500
         05 WS-TOTAL-CHARGES    PIC S9(7)V99 COMP-3 VALUE ZERO.         00008600
         05 WS-TOTAL-PAYMENTS   PIC S9(7)V99 COMP-3 VALUE ZERO.         00008700
         05 WS-TOTAL-LATE-FEES  PIC S9(7)V99 COMP-3 VALUE ZERO.         00008710
         05 WS-TOTAL-FIN-CHGS   PIC S9(7)V99 COMP-3 VALUE ZERO.         00008720
         05 WS-TOTAL-RETURNS    PIC S9(7)V99 COMP-3 VALUE ZERO.         00008721
         05 WS-TOTAL-RET-FEES   PIC S9(7)V99 COMP-3 VALUE ZERO.         00008722
         05 WS-TOTAL-CREDITS    PIC S9(7)V99 COMP-3 VALUE ZERO.         00008723
         05 WS-TOTAL-REFUNDS    PIC S9(7)V99 COMP-3 VALUE ZERO.         00008724
         05 WS-STMTS-WRITTEN    PIC 9(7) COMP-3 VALUE ZERO.             00008800
         05 WS-TRANS-UNMATCHED  PIC 9(7) COMP-3 VALUE ZERO.             00008900
         05 WS-CHARGES-HELD     PIC 9(7) COMP-3 VALUE ZERO.             00008910
         05 WS-REVERSALS-HELD   PIC 9(7) COMP-3 VALUE ZERO.             00008911
         05 WS-SX               PIC 9(4) COMP VALUE ZERO.               00009100
         05 WS-CYCP-STATUS      PIC X(2) VALUE SPACES.                  00009110
         05 WS-RUN-CYCLE        PIC X(2) VALUE SPACES.                  00009120
         05 WS-ACCT-CYCLE       PIC X(2) VALUE SPACES.                  00009130
         05 WS-ACCT-CYCLE-N     REDEFINES WS-ACCT-CYCLE                 00009131
                                PIC 9(2).                               00009132
         05 WS-ACCTS-SKIPPED    PIC 9(7) COMP-3 VALUE ZERO.             00009140
         05 WS-ACCT-STATUS      PIC X(2) VALUE SPACES.                  00009141
         05 WS-MINP-STATUS      PIC X(2) VALUE SPACES.                  00009142
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00009143
         05 WS-MIN-PCT          PIC 9(2)V99 VALUE 2.00.                 00009144
         05 WS-MIN-FLOOR        PIC 9(5)V99 VALUE 25.00.                00009145
         05 WS-DUE-DAYS         PIC 9(3) VALUE 25.                      00009146
         05 WS-PAST-DUE-AMT     PIC S9(7)V99 COMP-3 VALUE ZERO.         00009147
         05 WS-NEW-MIN-DUE      PIC S9(7)V99 COMP-3 VALUE ZERO.         00009148
         05 WS-DUE-DATE-INT     PIC S9(9) COMP-3 VALUE ZERO.            00009149
         05 WS-MINS-SET         PIC 9(7) COMP-3 VALUE ZERO.             00009150
         05 WS-MINS-KEPT        PIC 9(7) COMP-3 VALUE ZERO.             00009151
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00009152
         05 WS-RET-PMT-FEE      PIC 9(3)V99 VALUE 25.00.                00009153
         05 WS-FEEP-STATUS      PIC X(2) VALUE SPACES.                  00009154
         05 WS-PRC-STATUS       PIC X(2) VALUE SPACES.                  00009155
         05 WS-PRC-EOF-SW       PIC X VALUE 'N'.                        00009156
         05 WS-TRAN-BATCH-NO    PIC X(6) VALUE SPACES.                  00009157
      *                                                                 00009158
      * THE ACCOUNT'S POSTINGS ALREADY ON HISTORY FOR THE RUN DATE.     00009159
      * ON A NORMAL NIGHT THERE ARE NONE, BECAUSE STATEMENTS RUN AHEAD  00009160
      * OF POSTING.  WHEN ONE BATCH HAS BEEN BACKED OUT (CBL0032) AND   00009161
      * THE NIGHT IS RERUN, THE BATCHES THAT STAYED ARE ALREADY IN THE  00009162
      * MASTER BALANCE, SO THEIR MOVEMENT COMES OFF THE OPENING         00009163
      * BALANCE - THEIR DETAILS ARE STILL ON THE FILES AND PRINT AS     00009164
      * USUAL.  A KEPT RETURN OR CREDIT HAS ALREADY FLAGGED ITS         00009165
      * ORIGINAL REVERSED, SO THE DETAIL IT ANSWERS FOR (SAME AMOUNT,   00009166
      * TYPE, TRANSACTION DATE AND BATCH, AS POSTING MATCHES IT) IS     00009167
      * TAKEN AS POSTED WITHOUT THE HISTORY CHECK.                      00009168
      *                                                                 00009169
       01 KEPT-POSTING-TABLE.                                           00009170
         05 WS-KP-COUNT         PIC 9(4) COMP-3 VALUE ZERO.             00009171
         05 WS-KPX              PIC 9(4) COMP VALUE ZERO.               00009172
         05 WS-KP-MOVEMENT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00009173
         05 WS-KP-ENTRY OCCURS 200.                                     00009174
           10 WS-KP-AMOUNT      PIC S9(7)V99 COMP-3.                    00009175
           10 WS-KP-TYPE        PIC X(1).                               00009176
           10 WS-KP-TRAN-DATE   PIC 9(8).                               00009177
           10 WS-KP-BATCH-NO    PIC X(6).                               00009178
           10 WS-KP-USED-SW     PIC X(1).                               00009179
      *                                                                 00009180
       01 BEFORE-IMAGE.                                                 00009181
         05 BEF-ACCT-NO         PIC X(8)  VALUE SPACES.                 00009182
         05 BEF-ACCT-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.         00009183
         05 BEF-ACCT-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.         00009184
         05 BEF-LAST-NAME       PIC X(20) VALUE SPACES.                 00009185
         05 BEF-FIRST-NAME      PIC X(15) VALUE SPACES.                 00009186
         05 BEF-STREET-ADDR     PIC X(25) VALUE SPACES.                 00009187
         05 BEF-CITY-COUNTY     PIC X(20) VALUE SPACES.                 00009188
         05 BEF-USA-STATE       PIC X(15) VALUE SPACES.                 00009189
         05 BEF-COLL-FLAG       PIC X(1)  VALUE SPACES.                 00009190
         05 BEF-CHGOFF-FLAG     PIC X(1)  VALUE SPACES.                 00009191
         05 BEF-BLOCK-FLAG      PIC X(1)  VALUE SPACES.                 00009192
         05 BEF-CYCLE-CODE      PIC X(2)  VALUE SPACES.                 00009193
         05 BEF-PAST-DUE-SINCE  PIC 9(8)  VALUE ZERO.                   00009194
         05 BEF-PRICE-PLAN      PIC X(2)  VALUE SPACES.                 00009195
      *                                                                 00009196
      * THE APR PRINTED ON THE STATEMENT IS THE ONE THE FEE RUN WILL    00009197
      * CHARGE: THE ACCOUNT'S PLAN FROM PRICTBL, ITS REVERT PLAN ONCE   00009198
      * A PROMOTION HAS EXPIRED, AND STANDARD PLAN 00 - FEEPARM'S       00009199
      * MONTHLY PERCENT TIMES 12 WHEN 00 IS NOT ON THE TABLE.           00009200
      *                                                                 00009201
       01 PRICING-FIELDS.                                               00009202
         05 WS-HOUSE-APR        PIC 9(3)V99 COMP-3 VALUE ZERO.          00009203
         05 WS-PLAN-USED        PIC X(2) VALUE SPACES.                  00009204
         05 WS-PLAN-IX          PIC 9(3) VALUE ZERO.                    00009205
         05 WS-PLAN-APR         PIC 9(3)V99 COMP-3 VALUE ZERO.          00009206
         05 WS-PLAN-PROMO-END   PIC 9(8) VALUE ZERO.                    00009207
         05 WS-PX               PIC 9(3) VALUE ZERO.                    00009208
         05 WS-PRC-COUNT        PIC 9(3) VALUE ZERO.                    00009209
         05 WS-PRC-ENTRY OCCURS 50 TIMES.                               00009210
           10 WS-PRC-T-PLAN     PIC X(2).                               00009211
           10 WS-PRC-T-APR      PIC 9(2)V99.                            00009212
           10 WS-PRC-T-EXPIRY   PIC 9(8).                               00009213
           10 WS-PRC-T-REVERT   PIC X(2).                               00009214
       01 WS-DETAIL-WORK.                                               00009215
         05 WS-DTL-AMOUNT       PIC S9(7)V99 COMP-3.                    00009300
         05 WS-DTL-TYPE         PIC X(1).                               00009400
           88 WS-DTL-IS-CHARGE      VALUE 'C'.                          00009500
           88 WS-DTL-IS-PAYMENT     VALUE 'P'.                          00009600
           88 WS-DTL-IS-LATE-FEE    VALUE 'L'.                          00009610
           88 WS-DTL-IS-FIN-CHG     VALUE 'F'.                          00009620
           88 WS-DTL-IS-RETURN      VALUE 'R'.                          00009621
           88 WS-DTL-IS-CREDIT      VALUE 'D'.                          00009622
           88 WS-DTL-IS-REFUND      VALUE 'K'.                          00009623
         05 WS-DTL-DATE         PIC 9(8).                               00009700
         05 WS-DTL-ORIG-DATE    PIC 9(8).                               00009710
         05 WS-DTL-ORIG-SEQ     PIC 9(5).                               00009720
         05 WS-DTL-BATCH-NO     PIC X(6).                               00009721
       01 WS-TRAN-DATE-PARTS.                                           00009800
         05 WS-TRAN-YYYY        PIC X(4).                               00009900
         05 WS-TRAN-MM          PIC X(2).                               00010000
      * TRANSACTIONS, SO THE STATEMENT MUST SHOW THEM TOO OR THE        00010400
      * CLOSING BALANCE DRIFTS FROM THE POSTED MASTER.  THE FILE IS     00010500
      * NOT IN ACCOUNT ORDER, SO IT IS TABLED UP FRONT AND SCANNED      00010600
      * PER ACCOUNT.  ONLY VALID TRANSACTION TYPES CAN EVER POST.       00010610
      * AN ITEM HELD BECAUSE ITS ORIGINAL POSTING COULD NOT BE MATCHED  00010611
      * (REASON OM) IS LEFT OFF, AND SO ARE CHARGES TO AN ACCOUNT       00010612
      * BLOCKED FOR FRAUD REVIEW - POSTING WILL NOT TAKE THEM, SO THE   00010613
      * CUSTOMER IS NOT BILLED FOR THEM.                                00010614
      *                                                                 00010800
       01 SUSPENSE-TABLE.                                               00010900
         05 WS-SUSP-COUNT       PIC 9(4) COMP-3 VALUE ZERO.             00011000
           10 WS-SUSP-AMOUNT    PIC S9(7)V99 COMP-3.                    00011300
           10 WS-SUSP-TYPE      PIC X(1).                               00011400
           10 WS-SUSP-DATE      PIC 9(8).                               00011500
           10 WS-SUSP-ORIG-DATE PIC 9(8).                               00011510
           10 WS-SUSP-ORIG-SEQ  PIC 9(5).                               00011520
      *                                                                 00011600
       01 STMT-HEADER-LINE.                                             00011700
         05 FILLER              PIC X(15) VALUE 'STATEMENT FOR '.       00011800
         05 BAL-LABEL           PIC X(18).                              00013500
         05 BAL-AMOUNT-O        PIC $$,$$$,$$9.99-.                     00013600
         05 FILLER              PIC X(48) VALUE SPACES.                 00013700
       01 STMT-DUE-LINE.                                                00013710
         05 DUE-LABEL           PIC X(18).                              00013720
         05 DUE-DATE-O          PIC X(10).                              00013730
         05 FILLER              PIC X(52) VALUE SPACES.                 00013740
       01 STMT-APR-LINE.                                                00013741
         05 APR-LABEL           PIC X(18).                              00013742
         05 APR-RATE-O          PIC ZZ9.99.                             00013743
         05 FILLER              PIC X(1)  VALUE '%'.                    00013744
         05 FILLER              PIC X(2)  VALUE SPACES.                 00013745
         05 APR-NOTE            PIC X(33).                              00013746
         05 FILLER              PIC X(20) VALUE SPACES.                 00013747
       01 STMT-DETAIL-LINE.                                             00013800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00013900
         05 DTL-DATE-O          PIC X(10).                              00014000
       01 CYCLE-CONTROL-FIELDS.                                         00014602
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00014603
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00014604
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00014605
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00014606
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00014607
         05 WS-BUS-CYCLE-DAYS.                                          00014608
           10 WS-BUS-CYCLE-DUE  PIC X(1) OCCURS 28 TIMES.               00014609
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00014610
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00014611
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00014612
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00014613
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00014614
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00014615
      *------------------                                               00014700
       PROCEDURE DIVISION.                                              00014800
      *------------------                                               00014900
               MOVE TRAN-AMOUNT  TO SORT-AMOUNT                         00016060
               MOVE TRAN-TYPE    TO SORT-TYPE                           00016070
               MOVE TRAN-DATE    TO SORT-DATE                           00016080
               MOVE TRAN-ORIG-POST-DATE TO SORT-ORIG-DATE               00016081
               MOVE TRAN-ORIG-POST-SEQ  TO SORT-ORIG-SEQ                00016082
               MOVE WS-TRAN-BATCH-NO    TO SORT-BATCH-NO                00016083
               RELEASE SORT-REC                                         00016090
               PERFORM READ-TRAN-REC                                    00016091
           END-PERFORM.                                                 00016092
       OPEN-FILES.                                                      00016200
           PERFORM CHECK-CYCLE-CONTROL.                                 00016201
           PERFORM READ-CYCLE-PARM.                                     00016210
           PERFORM READ-MIN-PARM.                                       00016211
           PERFORM READ-POST-PARM.                                      00016212
           PERFORM READ-FEE-PARM.                                       00016213
           PERFORM LOAD-PRICING-TABLE.                                  00016214
           OPEN I-O    ACCT-REC.                                        00016215
           OPEN INPUT  TRAN-FILE.                                       00016400
           OPEN OUTPUT STMT-FILE.                                       00016500
           PERFORM OPEN-CHANGE-JOURNAL.                                 00016501
           PERFORM OPEN-HISTORY.                                        00016502
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00016503
      *                                                                 00016510
      * EACH NIGHT STATEMENTS ONLY THE ACCOUNTS CYCLING THAT DAY.       00016520
      * THE RUN HAPPENS BEFORE POSTING, SO THE MASTER BALANCE IS        00016530
      * THE OPENING BALANCE AS OF THE ACCOUNT'S OWN CYCLE DATE.         00016540
      * NO PARM TAKES THE CYCLES CBL0031 MARKED DUE FOR THE BUSINESS    00016541
      * DATE - THE DAY'S OWN CYCLE PLUS ANY CYCLE DAY THAT FELL ON A    00016542
      * WEEKEND OR HOLIDAY SINCE THE LAST BUSINESS DATE.  A PARM        00016543
      * CODE RUNS THAT ONE CYCLE; AN EMPTY CYCPARM RUNS THE FULL        00016544
      * FILE.                                                           00016545
      *                                                                 00016560
       READ-CYCLE-PARM.                                                 00016570
           OPEN INPUT CYCLE-PARM.                                       00016571
                       STOP RUN                                         00016588
                   END-IF                                               00016589
               END-READ                                                 00016590
               CLOSE CYCLE-PARM                                         00016591
           ELSE                                                         00016592
               DISPLAY 'CBL0007 NO CYCPARM - CYCLES DUE FOR BUSINESS '  00016593
                       'DATE ' WS-BUS-DATE ' PROCESSED'                 00016594
               MOVE 'Y' TO WS-CYCLE-CAL-SW                              00016595
           END-IF.                                                      00016596
      *                                                                 00016597
      * MINPARM CARRIES THE MINIMUM PAYMENT RULE: A PERCENT OF THE      00016598
      * CLOSING BALANCE, A DOLLAR FLOOR, AND THE DAYS FROM THE          00016599
      * STATEMENT DATE TO THE PAYMENT DUE DATE.                         00016600
      *                                                                 00016601
       READ-MIN-PARM.                                                   00016602
           OPEN INPUT MIN-PARM.                                         00016603
           IF WS-MINP-STATUS = '00'                                     00016604
               READ MIN-PARM                                            00016605
               AT END                                                   00016606
                   DISPLAY 'CBL0007 WARNING: MINPARM EMPTY - '          00016607
                           'MINIMUM RULE DEFAULTED TO ' WS-MIN-PCT      00016608
                           ' PCT, FLOOR ' WS-MIN-FLOOR ', DUE IN '      00016609
                           WS-DUE-DAYS ' DAYS'                          00016610
               NOT AT END                                               00016611
                   MOVE PARM-MIN-PCT   TO WS-MIN-PCT                    00016612
                   MOVE PARM-MIN-FLOOR TO WS-MIN-FLOOR                  00016613
                   MOVE PARM-DUE-DAYS  TO WS-DUE-DAYS                   00016614
               END-READ                                                 00016615
               CLOSE MIN-PARM                                           00016616
           ELSE                                                         00016617
               DISPLAY 'CBL0007 WARNING: MINPARM MISSING - '            00016618
                       'MINIMUM RULE DEFAULTED TO ' WS-MIN-PCT          00016619
                       ' PCT, FLOOR ' WS-MIN-FLOOR ', DUE IN '          00016620
                       WS-DUE-DAYS ' DAYS'                              00016621
           END-IF.                                                      00016622
      *                                                                 00016623
      * A RETURNED PAYMENT ALSO DRAWS THE RETURNED PAYMENT FEE WHEN IT  00016624
      * POSTS.  THE FEE COMES FROM THE POSTING RUN'S OWN PARM SO THE    00016625
      * STATEMENT SHOWS THE SAME AMOUNT THE MASTER WILL CARRY.          00016626
      *                                                                 00016627
       READ-FEE-PARM.                                                   00016628
           OPEN INPUT FEE-PARM.                                         00016629
           IF WS-FEEP-STATUS = '00'                                     00016630
               READ FEE-PARM                                            00016631
               AT END                                                   00016632
                   CONTINUE                                             00016633
               NOT AT END                                               00016634
                   IF PARM-FIN-CHG-PCT IS NUMERIC                       00016635
                       COMPUTE WS-HOUSE-APR = PARM-FIN-CHG-PCT * 12     00016636
                   END-IF                                               00016637
               END-READ                                                 00016638
               CLOSE FEE-PARM                                           00016639
           END-IF.                                                      00016640
      *                                                                 00016641
       LOAD-PRICING-TABLE.                                              00016642
           OPEN INPUT PRICING-TBL.                                      00016643
           IF WS-PRC-STATUS = '00'                                      00016644
               PERFORM UNTIL WS-PRC-EOF-SW = 'Y'                        00016645
                   READ PRICING-TBL                                     00016646
                   AT END                                               00016647
                       MOVE 'Y' TO WS-PRC-EOF-SW                        00016648
                   NOT AT END                                           00016649
                       IF PRC-PLAN-CODE NOT = SPACES                    00016650
                          AND PRC-APR IS NUMERIC                        00016651
                          AND PRC-PROMO-EXPIRY IS NUMERIC               00016652
                          AND WS-PRC-COUNT < 50                         00016653
                           ADD 1 TO WS-PRC-COUNT                        00016654
                           MOVE PRC-PLAN-CODE                           00016655
                             TO WS-PRC-T-PLAN (WS-PRC-COUNT)            00016656
                           MOVE PRC-APR                                 00016657
                             TO WS-PRC-T-APR (WS-PRC-COUNT)             00016658
                           MOVE PRC-PROMO-EXPIRY                        00016659
                             TO WS-PRC-T-EXPIRY (WS-PRC-COUNT)          00016660
                           MOVE PRC-REVERT-PLAN                         00016661
                             TO WS-PRC-T-REVERT (WS-PRC-COUNT)          00016662
                       END-IF                                           00016663
                   END-READ                                             00016664
               END-PERFORM                                              00016665
               CLOSE PRICING-TBL                                        00016666
           ELSE                                                         00016667
               DISPLAY 'CBL0007 WARNING: PRICTBL MISSING - '            00016668
                       'STATEMENTS SHOW THE FEEPARM APR ' WS-HOUSE-APR  00016669
           END-IF.                                                      00016670
      *                                                                 00016671
       READ-POST-PARM.                                                  00016672
           OPEN INPUT POST-PARM.                                        00016673
           IF WS-PARM-STATUS = '00'                                     00016674
               READ POST-PARM                                           00016675
               AT END                                                   00016676
                   DISPLAY 'CBL0007 WARNING: POSTPARM EMPTY - '         00016677
                           'RETURNED PAYMENT FEE DEFAULTED TO '         00016678
                           WS-RET-PMT-FEE                               00016679
               NOT AT END                                               00016680
                   IF PARM-RET-PMT-FEE IS NUMERIC                       00016681
                       MOVE PARM-RET-PMT-FEE TO WS-RET-PMT-FEE          00016682
                   END-IF                                               00016683
               END-READ                                                 00016684
               CLOSE POST-PARM                                          00016685
           ELSE                                                         00016686
               DISPLAY 'CBL0007 WARNING: POSTPARM MISSING - '           00016687
                       'RETURNED PAYMENT FEE DEFAULTED TO '             00016688
                       WS-RET-PMT-FEE                                   00016689
           END-IF.                                                      00016690
      *                                                                 00016691
      * A CHARGED-OFF ACCOUNT IS NO LONGER BILLED.  IT IS PASSED BY     00016692
      * LIKE AN OFF-CYCLE ACCOUNT; ANY PAYMENT ON IT POSTS TONIGHT AS   00016693
      * A RECOVERY, NOT AGAINST A BALANCE.                              00016694
      *                                                                 00016695
       CHECK-ACCT-CYCLE.                                                00016696
           IF ACCT-CYCLE-CODE = SPACES                                  00016697
               MOVE '01' TO WS-ACCT-CYCLE                               00016698
           ELSE                                                         00016699
               MOVE ACCT-CYCLE-CODE TO WS-ACCT-CYCLE                    00016700
           END-IF                                                       00016701
           EVALUATE TRUE                                                00016702
               WHEN WS-CYCLE-ALL-SW = 'Y'                               00016703
                   MOVE 'Y' TO WS-CYC-MATCH-SW                          00016704
               WHEN WS-ACCT-CYCLE = WS-RUN-CYCLE                        00016705
                   MOVE 'Y' TO WS-CYC-MATCH-SW                          00016706
               WHEN WS-CYCLE-CAL-SW = 'Y'                               00016707
                    AND WS-ACCT-CYCLE IS NUMERIC                        00016708
                    AND WS-ACCT-CYCLE >= '01'                           00016709
                    AND WS-ACCT-CYCLE <= '28'                           00016710
                   MOVE WS-BUS-CYCLE-DUE (WS-ACCT-CYCLE-N)              00016711
                     TO WS-CYC-MATCH-SW                                 00016712
               WHEN OTHER                                               00016713
                   MOVE 'N' TO WS-CYC-MATCH-SW                          00016714
           END-EVALUATE                                                 00016715
           IF DELINQ-CHARGED-OFF                                        00016716
               MOVE 'N' TO WS-CYC-MATCH-SW                              00016717
           END-IF.                                                      00016718
      *                                                                 00016719
      * A NON-CYCLING ACCOUNT STILL OWNS ITS TRANSACTIONS ON THE        00016720
      * FILE - PASS THEM BY QUIETLY SO THE MERGE STAYS LINED UP.        00016721
      * THEY POST TONIGHT AND ARE IN THE MASTER BALANCE WHEN THE        00016722
      * ACCOUNT'S OWN CYCLE NIGHT COMES AROUND.                         00016723
      *                                                                 00016724
       SKIP-ACCOUNT-TRANS.                                              00016725
           PERFORM UNTIL WS-HAVE-TRAN-REC = 'N'                         00016726
                  OR SORT-ACCT-NO > ACCT-NO                             00016727
               IF SORT-ACCT-NO < ACCT-NO                                00016728
                   ADD 1 TO WS-TRANS-UNMATCHED                          00016729
               END-IF                                                   00016730
               PERFORM RETURN-SORTED-TRAN                               00016731
           END-PERFORM.                                                 00016732
      *                                                                 00016733
       CLOSE-STOP.                                                      00016734
           PERFORM WRITE-CYCLE-COMPLETE.                                00016735
           CLOSE ACCT-REC.                                              00016800
           CLOSE TRAN-FILE.                                             00016900
           CLOSE STMT-FILE.                                             00017000
           CLOSE CHG-JRNL.                                              00017010
           IF WS-HIST-OPEN-SW = 'Y'                                     00017011
               CLOSE HIST-FILE                                          00017012
           END-IF.                                                      00017013
           DISPLAY 'CBL0007 STATEMENTS WRITTEN   : ' WS-STMTS-WRITTEN.  00017100
           DISPLAY 'CBL0007 OFF-CYCLE SKIPPED    : ' WS-ACCTS-SKIPPED.  00017110
           DISPLAY 'CBL0007 SUSPENSE ITEMS TABLED: ' WS-SUSP-COUNT.     00017200
           DISPLAY 'CBL0007 TRANS NOT ON MASTER  : ' WS-TRANS-UNMATCHED.00017300
           DISPLAY 'CBL0007 BLOCKED CHARGES HELD : ' WS-CHARGES-HELD.   00017301
           DISPLAY 'CBL0007 REVERSALS NOT POSTED : ' WS-REVERSALS-HELD. 00017302
           DISPLAY 'CBL0007 NEW MINIMUMS SET     : ' WS-MINS-SET.       00017310
           DISPLAY 'CBL0007 MINIMUMS NOT YET DUE : ' WS-MINS-KEPT.      00017320
           DISPLAY 'CBL0007 CHANGES JOURNALED    : ' WS-CJ-WRITTEN.     00017321
           IF WS-SUSP-OVFL-SW = 'Y'                                     00017400
               DISPLAY 'CBL0007 WARNING: SUSPENSE TABLE FULL - '        00017500
                       'ITEMS BEYOND 1000 NOT ON STATEMENTS'            00017600
           END-IF                                                       00017700
           IF WS-KP-OVFL-SW = 'Y'                                       00017710
               DISPLAY 'CBL0007 WARNING: OVER 200 RETURNS AND CREDITS ' 00017720
                       'KEPT ON ONE ACCOUNT - REST CHECKED ON HISTORY'  00017730
           END-IF                                                       00017740
           STOP RUN.                                                    00017800
      *                                                                 00017900
       LOAD-SUSPENSE-TABLE.                                             00018000
               AT END                                                   00019200
                   MOVE 'Y' TO LASTREC-SUSP                             00019300
               NOT AT END                                               00019400
                   IF (SUSP-IN-TYPE = 'C' OR SUSP-IN-TYPE = 'P'         00019410
                      OR SUSP-IN-TYPE = 'L' OR SUSP-IN-TYPE = 'F'       00019510
                      OR SUSP-IN-TYPE = 'R' OR SUSP-IN-TYPE = 'D'       00019511
                      OR SUSP-IN-TYPE = 'K')                            00019512
                      AND SUSP-IN-REASON NOT = 'OM'                     00019513
                       PERFORM ADD-SUSPENSE-ENTRY                       00019600
                   END-IF                                               00019700
               END-READ                                                 00019800
               MOVE SUSP-IN-AMOUNT  TO WS-SUSP-AMOUNT (WS-SUSP-COUNT)   00021100
               MOVE SUSP-IN-TYPE    TO WS-SUSP-TYPE (WS-SUSP-COUNT)     00021200
               MOVE SUSP-IN-DATE    TO WS-SUSP-DATE (WS-SUSP-COUNT)     00021300
               MOVE SUSP-IN-ORIG-DATE                                   00021310
                 TO WS-SUSP-ORIG-DATE (WS-SUSP-COUNT)                   00021320
               MOVE SUSP-IN-ORIG-SEQ                                    00021330
                 TO WS-SUSP-ORIG-SEQ (WS-SUSP-COUNT)                    00021340
           ELSE                                                         00021400
               MOVE 'Y' TO WS-SUSP-OVFL-SW                              00021500
           END-IF.                                                      00021600
      *                                                                 00022200
      * BATCH HEADERS AND TRAILERS FROM THE BALANCING STEP CARRY NO     00022310
      * STATEMENT DETAIL, SO THE READ SKIPS FORWARD TO THE NEXT         00022320
      * DETAIL RECORD, KEEPING THE BATCH NUMBER THE DETAIL CAME IN.     00022321
      *                                                                 00022340
       READ-TRAN-REC.                                                   00022341
           MOVE 'N' TO WS-TRAN-SKIP-SW                                  00022350
           PERFORM UNTIL WS-TRAN-SKIP-SW = 'Y'                          00022360
               READ TRAN-FILE                                           00022400
                   MOVE 'N' TO WS-HAVE-TRAN-REC                         00022700
                   MOVE 'Y' TO WS-TRAN-SKIP-SW                          00022710
               NOT AT END                                               00022800
                   EVALUATE TRUE                                        00022810
                       WHEN TRAN-IS-DETAIL                              00022820
                           MOVE 'Y' TO WS-HAVE-TRAN-REC                 00022830
                           MOVE 'Y' TO WS-TRAN-SKIP-SW                  00022840
                       WHEN TRAN-IS-HDR                                 00022850
                           MOVE HDR-BATCH-NO TO WS-TRAN-BATCH-NO        00022860
                       WHEN OTHER                                       00022870
                           MOVE SPACES TO WS-TRAN-BATCH-NO              00022880
                   END-EVALUATE                                         00022890
               END-READ                                                 00023420
           END-PERFORM.                                                 00023430
      *                                                                 00023440
           END-PERFORM.                                                 00024100
      *                                                                 00024200
       BUILD-ONE-STATEMENT.                                             00024300
           PERFORM SAVE-BEFORE-IMAGE                                    00024310
           IF WS-CYCLE-ALL-SW = 'Y'                                     00024311
               MOVE 'ALL' TO WS-CJ-SOURCE-REF                           00024312
           ELSE                                                         00024313
               MOVE SPACES TO WS-CJ-SOURCE-REF                          00024314
               STRING 'CYCLE '          DELIMITED BY SIZE               00024315
                      ACCT-CYCLE-CODE   DELIMITED BY SIZE               00024316
                 INTO WS-CJ-SOURCE-REF                                  00024317
               END-STRING                                               00024318
           END-IF                                                       00024319
           PERFORM LOAD-KEPT-POSTINGS                                   00024320
           COMPUTE WS-OPEN-BALANCE = ACCT-BALANCE - WS-KP-MOVEMENT      00024321
           MOVE ZERO TO WS-TOTAL-CHARGES                                00024500
           MOVE ZERO TO WS-TOTAL-PAYMENTS                               00024600
           MOVE ZERO TO WS-TOTAL-LATE-FEES                              00024610
           MOVE ZERO TO WS-TOTAL-FIN-CHGS                               00024620
           MOVE ZERO TO WS-TOTAL-RETURNS                                00024621
           MOVE ZERO TO WS-TOTAL-RET-FEES                               00024622
           MOVE ZERO TO WS-TOTAL-CREDITS                                00024623
           MOVE ZERO TO WS-TOTAL-REFUNDS                                00024624
           PERFORM WRITE-STATEMENT-HEADING                              00024700
           PERFORM WRITE-SUSPENSE-DETAILS                               00024800
           PERFORM UNTIL WS-HAVE-TRAN-REC = 'N'                         00024900
                  OR SORT-ACCT-NO > ACCT-NO                             00025000
               EVALUATE TRUE                                            00025010
                   WHEN SORT-ACCT-NO < ACCT-NO                          00025020
                       ADD 1 TO WS-TRANS-UNMATCHED                      00025030
                   WHEN DELINQ-BLOCKED AND SORT-TYPE = 'C'              00025040
                       ADD 1 TO WS-CHARGES-HELD                         00025050
                   WHEN OTHER                                           00025060
                       PERFORM WRITE-TRAN-DETAIL                        00025070
               END-EVALUATE                                             00025080
               PERFORM RETURN-SORTED-TRAN                               00025600
           END-PERFORM                                                  00025700
           PERFORM WRITE-STATEMENT-TOTALS                               00025800
           PERFORM REWRITE-ACCT-REC                                     00025810
           IF WS-ACCT-STATUS = '00'                                     00025811
               PERFORM JOURNAL-CHANGES                                  00025812
           END-IF                                                       00025813
           ADD 1 TO WS-STMTS-WRITTEN.                                   00025900
      *                                                                 00026000
       WRITE-STATEMENT-HEADING.                                         00026100
           PERFORM VARYING WS-SX FROM 1 BY 1                            00027800
                   UNTIL WS-SX > WS-SUSP-COUNT                          00027900
               IF WS-SUSP-ACCT-NO (WS-SX) = ACCT-NO                     00028000
                   IF DELINQ-BLOCKED AND WS-SUSP-TYPE (WS-SX) = 'C'     00028010
                       ADD 1 TO WS-CHARGES-HELD                         00028020
                   ELSE                                                 00028030
                       MOVE WS-SUSP-AMOUNT (WS-SX) TO WS-DTL-AMOUNT     00028040
                       MOVE WS-SUSP-TYPE (WS-SX)   TO WS-DTL-TYPE       00028050
                       MOVE WS-SUSP-DATE (WS-SX)   TO WS-DTL-DATE       00028060
                       MOVE WS-SUSP-ORIG-DATE (WS-SX)                   00028061
                         TO WS-DTL-ORIG-DATE                            00028062
                       MOVE WS-SUSP-ORIG-SEQ (WS-SX)                    00028063
                         TO WS-DTL-ORIG-SEQ                             00028064
                       MOVE 'SUSPNS' TO WS-DTL-BATCH-NO                 00028065
                       PERFORM WRITE-DETAIL-LINE                        00028070
                   END-IF                                               00028080
               END-IF                                                   00028500
           END-PERFORM.                                                 00028600
      *                                                                 00028700
           MOVE SORT-AMOUNT TO WS-DTL-AMOUNT.                           00028900
           MOVE SORT-TYPE   TO WS-DTL-TYPE.                             00029000
           MOVE SORT-DATE   TO WS-DTL-DATE.                             00029100
           MOVE SORT-ORIG-DATE TO WS-DTL-ORIG-DATE.                     00029110
           MOVE SORT-ORIG-SEQ  TO WS-DTL-ORIG-SEQ.                      00029120
           MOVE SORT-BATCH-NO  TO WS-DTL-BATCH-NO.                      00029121
           PERFORM WRITE-DETAIL-LINE.                                   00029200
      *                                                                 00029300
      * A RETURNED PAYMENT OR CREDIT ADJUSTMENT POSTS ONLY IF IT NAMES  00029310
      * A POSTING CBL0006 WILL TAKE IT AGAINST - SAME ACCOUNT, NOT      00029320
      * ALREADY REVERSED, SAME AMOUNT, AND OF A TYPE IT CAN UNDO.       00029330
      * STATEMENTS RUN BEFORE POSTING, SO THE SAME TEST IS MADE HERE    00029340
      * AGAINST HISTFILE.  ONE THAT FAILS GOES TO SUSPENSE INSTEAD OF   00029350
      * POSTING, SO IT IS LEFT OFF THE STATEMENT - AND WITH A RETURN    00029360
      * GOES THE RETURNED PAYMENT FEE, WHICH POSTING ONLY CHARGES       00029370
      * ALONG WITH THE RETURN ITSELF.                                   00029380
      *                                                                 00029390
       WRITE-DETAIL-LINE.                                               00029400
           MOVE 'Y' TO WS-REV-OK-SW.                                    00029401
           IF WS-DTL-IS-RETURN OR WS-DTL-IS-CREDIT                      00029402
               PERFORM FIND-KEPT-POSTING                                00029403
               IF WS-KP-MATCH-SW = 'N'                                  00029404
                   PERFORM CHECK-REVERSAL-ORIGINAL                      00029405
               END-IF                                                   00029406
           END-IF.                                                      00029407
           IF WS-REV-OK-SW = 'Y'                                        00029408
               PERFORM PRINT-DETAIL-LINE                                00029409
           ELSE                                                         00029410
               ADD 1 TO WS-REVERSALS-HELD                               00029411
           END-IF.                                                      00029412
      *                                                                 00029413
       CHECK-REVERSAL-ORIGINAL.                                         00029414
           IF WS-HIST-OPEN-SW NOT = 'Y'                                 00029415
               MOVE 'N' TO WS-REV-OK-SW                                 00029416
           ELSE                                                         00029417
               MOVE ACCT-NO          TO HIST-ACCT-NO                    00029418
               MOVE WS-DTL-ORIG-DATE TO HIST-POST-DATE                  00029419
               MOVE WS-DTL-ORIG-SEQ  TO HIST-POST-SEQ                   00029420
               READ HIST-FILE                                           00029421
                   INVALID KEY                                          00029422
                       MOVE 'N' TO WS-REV-OK-SW                         00029423
                   NOT INVALID KEY                                      00029424
                       PERFORM MATCH-REVERSAL-ORIGINAL                  00029425
               END-READ                                                 00029426
           END-IF.                                                      00029427
      *                                                                 00029428
       FIND-KEPT-POSTING.                                               00029429
           MOVE 'N' TO WS-KP-MATCH-SW.                                  00029430
           PERFORM VARYING WS-KPX FROM 1 BY 1                           00029431
                   UNTIL WS-KPX > WS-KP-COUNT                           00029432
                      OR WS-KP-MATCH-SW = 'Y'                           00029433
               IF WS-KP-USED-SW (WS-KPX) = 'N'                          00029434
                  AND WS-KP-AMOUNT (WS-KPX) = WS-DTL-AMOUNT             00029435
                  AND WS-KP-TYPE (WS-KPX) = WS-DTL-TYPE                 00029436
                  AND WS-KP-TRAN-DATE (WS-KPX) = WS-DTL-DATE            00029437
                  AND WS-KP-BATCH-NO (WS-KPX) = WS-DTL-BATCH-NO         00029438
                   MOVE 'Y' TO WS-KP-USED-SW (WS-KPX)                   00029439
                   MOVE 'Y' TO WS-KP-MATCH-SW                           00029440
               END-IF                                                   00029441
           END-PERFORM.                                                 00029442
      *                                                                 00029443
       MATCH-REVERSAL-ORIGINAL.                                         00029444
           EVALUATE TRUE                                                00029445
               WHEN HIST-IS-REVERSED                                    00029446
                   MOVE 'N' TO WS-REV-OK-SW                             00029447
               WHEN HIST-TRAN-AMOUNT NOT = WS-DTL-AMOUNT                00029448
                   MOVE 'N' TO WS-REV-OK-SW                             00029449
               WHEN WS-DTL-IS-RETURN AND HIST-TRAN-TYPE NOT = 'P'       00029450
                AND HIST-TRAN-TYPE NOT = 'V'                            00029451
                   MOVE 'N' TO WS-REV-OK-SW                             00029452
               WHEN WS-DTL-IS-CREDIT                                    00029453
                AND NOT HIST-IS-CREDITABLE                              00029454
                   MOVE 'N' TO WS-REV-OK-SW                             00029455
           END-EVALUATE.                                                00029456
      *                                                                 00029457
       PRINT-DETAIL-LINE.                                               00029458
           MOVE WS-DTL-DATE TO WS-TRAN-DATE-PARTS.                      00029500
           MOVE SPACES TO DTL-DATE-O.                                   00029600
           STRING WS-TRAN-MM   DELIMITED BY SIZE                        00029700
                   MOVE 'FIN CHG '     TO DTL-TYPE-O                    00031260
                   MOVE WS-DTL-AMOUNT  TO DTL-AMOUNT-O                  00031270
                   ADD  WS-DTL-AMOUNT  TO WS-TOTAL-FIN-CHGS             00031280
               WHEN WS-DTL-IS-RETURN                                    00031281
                   MOVE 'RET PMT '     TO DTL-TYPE-O                    00031282
                   MOVE WS-DTL-AMOUNT  TO DTL-AMOUNT-O                  00031283
                   ADD  WS-DTL-AMOUNT  TO WS-TOTAL-RETURNS              00031284
               WHEN WS-DTL-IS-CREDIT                                    00031285
                   MOVE 'CREDIT  '     TO DTL-TYPE-O                    00031286
                   COMPUTE DTL-AMOUNT-O = 0 - WS-DTL-AMOUNT             00031287
                   ADD  WS-DTL-AMOUNT  TO WS-TOTAL-CREDITS              00031288
               WHEN WS-DTL-IS-REFUND                                    00031289
                   MOVE 'REFUND  '     TO DTL-TYPE-O                    00031290
                   MOVE WS-DTL-AMOUNT  TO DTL-AMOUNT-O                  00031291
                   ADD  WS-DTL-AMOUNT  TO WS-TOTAL-REFUNDS              00031292
               WHEN OTHER                                               00031300
                   MOVE 'UNKNOWN '     TO DTL-TYPE-O                    00031400
                   MOVE WS-DTL-AMOUNT  TO DTL-AMOUNT-O                  00031500
           END-EVALUATE.                                                00031600
           WRITE STMT-REC FROM STMT-DETAIL-LINE.                        00031700
           IF WS-DTL-IS-RETURN AND WS-RET-PMT-FEE > ZERO                00031710
               MOVE 'RET FEE '     TO DTL-TYPE-O                        00031720
               MOVE WS-RET-PMT-FEE TO DTL-AMOUNT-O                      00031730
               ADD  WS-RET-PMT-FEE TO WS-TOTAL-RET-FEES                 00031740
               WRITE STMT-REC FROM STMT-DETAIL-LINE                     00031750
           END-IF.                                                      00031760
      *                                                                 00031800
       WRITE-STATEMENT-TOTALS.                                          00031900
           MOVE 'TOTAL CHARGES     ' TO BAL-LABEL.                      00032000
           MOVE 'TOTAL PAYMENTS    ' TO BAL-LABEL.                      00032300
           MOVE WS-TOTAL-PAYMENTS    TO BAL-AMOUNT-O.                   00032400
           WRITE STMT-REC FROM STMT-BALANCE-LINE.                       00032500
           PERFORM WRITE-REVERSAL-TOTALS.                               00032510
           COMPUTE WS-CLOSE-BALANCE = WS-OPEN-BALANCE                   00032600
               + WS-TOTAL-CHARGES + WS-TOTAL-LATE-FEES                  00032610
               + WS-TOTAL-FIN-CHGS - WS-TOTAL-PAYMENTS                  00032611
               + WS-TOTAL-RETURNS + WS-TOTAL-RET-FEES                   00032612
               - WS-TOTAL-CREDITS + WS-TOTAL-REFUNDS.                   00032613
           MOVE 'CLOSING BALANCE   ' TO BAL-LABEL.                      00032800
           MOVE WS-CLOSE-BALANCE     TO BAL-AMOUNT-O.                   00032900
           WRITE STMT-REC FROM STMT-BALANCE-LINE.                       00033000
           PERFORM SET-MINIMUM-DUE.                                     00033010
           PERFORM WRITE-MINIMUM-DUE-LINES.                             00033020
           WRITE STMT-REC FROM STMT-BLANK-LINE.                         00033100
      *                                                                 00033101
      * RETURNED PAYMENTS, CREDITS AND REFUNDS ARE RARE, SO THEIR       00033102
      * TOTALS ONLY PRINT ON A STATEMENT THAT HAS SOME.                 00033103
      *                                                                 00033104
       WRITE-REVERSAL-TOTALS.                                           00033105
           IF WS-TOTAL-RETURNS NOT = ZERO                               00033106
               MOVE 'TOTAL RETURNED PMT' TO BAL-LABEL                   00033107
               MOVE WS-TOTAL-RETURNS     TO BAL-AMOUNT-O                00033108
               WRITE STMT-REC FROM STMT-BALANCE-LINE                    00033109
               MOVE 'TOTAL RETURN FEES ' TO BAL-LABEL                   00033110
               MOVE WS-TOTAL-RET-FEES    TO BAL-AMOUNT-O                00033111
               WRITE STMT-REC FROM STMT-BALANCE-LINE                    00033112
           END-IF.                                                      00033113
           IF WS-TOTAL-CREDITS NOT = ZERO                               00033114
               MOVE 'TOTAL CREDITS     ' TO BAL-LABEL                   00033115
               MOVE WS-TOTAL-CREDITS     TO BAL-AMOUNT-O                00033116
               WRITE STMT-REC FROM STMT-BALANCE-LINE                    00033117
           END-IF.                                                      00033118
           IF WS-TOTAL-REFUNDS NOT = ZERO                               00033119
               MOVE 'TOTAL REFUNDS     ' TO BAL-LABEL                   00033120
               MOVE WS-TOTAL-REFUNDS     TO BAL-AMOUNT-O                00033121
               WRITE STMT-REC FROM STMT-BALANCE-LINE                    00033122
           END-IF.                                                      00033123
      *                                                                 00033124
      * THE STATEMENT SETS THE MINIMUM PAYMENT AND DUE DATE ON THE      00033125
      * MASTER.  ANY PART OF THE LAST MINIMUM STILL UNPAID AFTER        00033126
      * TONIGHT'S PAYMENTS IS PAST DUE AND RIDES ON TOP OF THE NEW      00033127
      * MINIMUM, NEVER MORE THAN THE CLOSING BALANCE.  POSTING RUNS     00033128
      * AFTER STATEMENTS AND TAKES TONIGHT'S PAYMENTS OFF               00033129
      * ACCT-MIN-UNPAID, SO THEY ARE ADDED BACK HERE - ONCE POSTING     00033130
      * IS DONE THE UNPAID MINIMUM EQUALS THE NEW MINIMUM.  A           00033131
      * STATEMENT CUT BEFORE THE CURRENT DUE DATE HAS PASSED (THE       00033132
      * FULL-FILE RUN) KEEPS THE MINIMUM AND DUE DATE ALREADY BILLED.   00033133
      *                                                                 00033134
       SET-MINIMUM-DUE.                                                 00033135
           MOVE ZERO TO WS-PAST-DUE-AMT                                 00033136
           IF ACCT-DUE-DATE > WS-RUN-DATE                               00033137
               ADD 1 TO WS-MINS-KEPT                                    00033138
           ELSE                                                         00033139
               PERFORM COMPUTE-NEW-MINIMUM                              00033140
               ADD 1 TO WS-MINS-SET                                     00033141
           END-IF.                                                      00033142
      *                                                                 00033143
       COMPUTE-NEW-MINIMUM.                                             00033144
           COMPUTE WS-PAST-DUE-AMT =                                    00033145
               ACCT-MIN-UNPAID - WS-TOTAL-PAYMENTS                      00033146
           IF WS-PAST-DUE-AMT < ZERO                                    00033147
               MOVE ZERO TO WS-PAST-DUE-AMT                             00033148
           END-IF                                                       00033149
           IF WS-CLOSE-BALANCE NOT > ZERO                               00033150
               MOVE ZERO TO WS-NEW-MIN-DUE                              00033151
               MOVE ZERO TO WS-PAST-DUE-AMT                             00033152
           ELSE                                                         00033153
               COMPUTE WS-NEW-MIN-DUE ROUNDED =                         00033154
                   WS-CLOSE-BALANCE * WS-MIN-PCT / 100                  00033155
               IF WS-NEW-MIN-DUE < WS-MIN-FLOOR                         00033156
                   MOVE WS-MIN-FLOOR TO WS-NEW-MIN-DUE                  00033157
               END-IF                                                   00033158
               ADD WS-PAST-DUE-AMT TO WS-NEW-MIN-DUE                    00033159
               IF WS-NEW-MIN-DUE > WS-CLOSE-BALANCE                     00033160
                   MOVE WS-CLOSE-BALANCE TO WS-NEW-MIN-DUE              00033161
               END-IF                                                   00033162
           END-IF                                                       00033163
           IF WS-PAST-DUE-AMT = ZERO                                    00033164
               MOVE ZERO TO ACCT-PAST-DUE-SINCE                         00033165
           ELSE                                                         00033166
               IF ACCT-PAST-DUE-SINCE = ZERO                            00033167
                   MOVE ACCT-DUE-DATE TO ACCT-PAST-DUE-SINCE            00033168
               END-IF                                                   00033169
           END-IF                                                       00033170
           MOVE WS-NEW-MIN-DUE TO ACCT-MIN-DUE                          00033171
           COMPUTE ACCT-MIN-UNPAID =                                    00033172
               WS-NEW-MIN-DUE + WS-TOTAL-PAYMENTS                       00033173
           COMPUTE WS-DUE-DATE-INT =                                    00033174
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-DUE-DAYS      00033175
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)               00033176
               TO ACCT-DUE-DATE.                                        00033177
      *                                                                 00033178
       WRITE-MINIMUM-DUE-LINES.                                         00033179
           IF WS-PAST-DUE-AMT > ZERO                                    00033180
               MOVE 'PAST DUE AMOUNT   ' TO BAL-LABEL                   00033181
               MOVE WS-PAST-DUE-AMT      TO BAL-AMOUNT-O                00033182
               WRITE STMT-REC FROM STMT-BALANCE-LINE                    00033183
           END-IF.                                                      00033184
           MOVE 'MINIMUM DUE       ' TO BAL-LABEL.                      00033185
           MOVE ACCT-MIN-DUE         TO BAL-AMOUNT-O.                   00033186
           WRITE STMT-REC FROM STMT-BALANCE-LINE.                       00033187
           MOVE ACCT-DUE-DATE TO WS-TRAN-DATE-PARTS.                    00033188
           MOVE SPACES TO DUE-DATE-O.                                   00033189
           STRING WS-TRAN-MM   DELIMITED BY SIZE                        00033190
                  '/'          DELIMITED BY SIZE                        00033191
                  WS-TRAN-DD   DELIMITED BY SIZE                        00033192
                  '/'          DELIMITED BY SIZE                        00033193
                  WS-TRAN-YYYY DELIMITED BY SIZE                        00033194
             INTO DUE-DATE-O                                            00033195
           END-STRING.                                                  00033196
           MOVE 'PAYMENT DUE DATE  ' TO DUE-LABEL.                      00033197
           WRITE STMT-REC FROM STMT-DUE-LINE.                           00033198
           PERFORM WRITE-APR-LINE.                                      00033199
      *                                                                 00033200
       WRITE-APR-LINE.                                                  00033201
           PERFORM RESOLVE-PRICING-PLAN.                                00033202
           MOVE 'ANNUAL PCT RATE   ' TO APR-LABEL.                      00033203
           MOVE WS-PLAN-APR          TO APR-RATE-O.                     00033204
           MOVE SPACES               TO APR-NOTE.                       00033205
           IF WS-PLAN-PROMO-END = ZERO                                  00033206
               STRING 'PRICING PLAN '  DELIMITED BY SIZE                00033207
                      WS-PLAN-USED     DELIMITED BY SIZE                00033208
                 INTO APR-NOTE                                          00033209
               END-STRING                                               00033210
           ELSE                                                         00033211
               MOVE WS-PLAN-PROMO-END TO WS-TRAN-DATE-PARTS             00033212
               STRING 'PROMOTIONAL RATE THRU ' DELIMITED BY SIZE        00033213
                      WS-TRAN-MM   DELIMITED BY SIZE                    00033214
                      '/'          DELIMITED BY SIZE                    00033215
                      WS-TRAN-DD   DELIMITED BY SIZE                    00033216
                      '/'          DELIMITED BY SIZE                    00033217
                      WS-TRAN-YYYY DELIMITED BY SIZE                    00033218
                 INTO APR-NOTE                                          00033219
               END-STRING                                               00033220
           END-IF.                                                      00033221
           WRITE STMT-REC FROM STMT-APR-LINE.                           00033222
      *                                                                 00033223
       RESOLVE-PRICING-PLAN.                                            00033224
           MOVE ZERO TO WS-PLAN-PROMO-END                               00033225
           IF ACCT-PRICE-PLAN = SPACES                                  00033226
               MOVE '00'            TO WS-PLAN-USED                     00033227
           ELSE                                                         00033228
               MOVE ACCT-PRICE-PLAN TO WS-PLAN-USED                     00033229
           END-IF                                                       00033230
           PERFORM FIND-PRICING-PLAN                                    00033231
           IF WS-PLAN-IX > ZERO                                         00033232
              AND WS-PRC-T-EXPIRY (WS-PLAN-IX) NOT = ZERO               00033233
               IF WS-PRC-T-EXPIRY (WS-PLAN-IX) < WS-RUN-DATE            00033234
                   MOVE WS-PRC-T-REVERT (WS-PLAN-IX) TO WS-PLAN-USED    00033235
                   IF WS-PLAN-USED = SPACES                             00033236
                       MOVE '00' TO WS-PLAN-USED                        00033237
                   END-IF                                               00033238
                   PERFORM FIND-PRICING-PLAN                            00033239
               ELSE                                                     00033240
                   MOVE WS-PRC-T-EXPIRY (WS-PLAN-IX)                    00033241
                     TO WS-PLAN-PROMO-END                               00033242
               END-IF                                                   00033243
           END-IF                                                       00033244
           IF WS-PLAN-IX = ZERO AND WS-PLAN-USED NOT = '00'             00033245
               MOVE '00' TO WS-PLAN-USED                                00033246
               PERFORM FIND-PRICING-PLAN                                00033247
           END-IF                                                       00033248
           IF WS-PLAN-IX = ZERO                                         00033249
               MOVE WS-HOUSE-APR TO WS-PLAN-APR                         00033250
           ELSE                                                         00033251
               MOVE WS-PRC-T-APR (WS-PLAN-IX) TO WS-PLAN-APR            00033252
           END-IF.                                                      00033253
      *                                                                 00033254
       FIND-PRICING-PLAN.                                               00033255
           MOVE ZERO TO WS-PLAN-IX                                      00033256
           PERFORM VARYING WS-PX FROM 1 BY 1                            00033257
                   UNTIL WS-PX > WS-PRC-COUNT                           00033258
               IF WS-PRC-T-PLAN (WS-PX) = WS-PLAN-USED                  00033259
                   MOVE WS-PX TO WS-PLAN-IX                             00033260
               END-IF                                                   00033261
           END-PERFORM.                                                 00033262
      *                                                                 00033263
       REWRITE-ACCT-REC.                                                00033264
           REWRITE ACCT-FIELDS.                                         00033265
           IF WS-ACCT-STATUS NOT = '00'                                 00033266
               DISPLAY 'CBL0007 REWRITE FAILED FOR ' ACCT-NO            00033267
                       ' STATUS ' WS-ACCT-STATUS                        00033268
           END-IF.                                                      00033269
      *                                                                 00033270
       OPEN-CHANGE-JOURNAL.                                             00033271
           OPEN I-O CHG-JRNL.                                           00033272
           IF WS-CJ-STATUS = '35'                                       00033273
               OPEN OUTPUT CHG-JRNL                                     00033274
               CLOSE CHG-JRNL                                           00033275
               OPEN I-O CHG-JRNL                                        00033276
           END-IF.                                                      00033277
           IF WS-CJ-STATUS NOT = '00'                                   00033278
               DISPLAY 'CBL0007 CHGJRNL OPEN FAILED - STATUS '          00033279
                       WS-CJ-STATUS ' - STOPPING'                       00033280
               MOVE 12 TO RETURN-CODE                                   00033281
               STOP RUN                                                 00033282
           END-IF.                                                      00033283
      *                                                                 00033284
      * BEFORE THE FIRST POSTING RUN THERE IS NO HISTFILE, AND SO NO    00033285
      * POSTING A REVERSAL COULD NAME.                                  00033286
      *                                                                 00033287
       OPEN-HISTORY.                                                    00033288
           OPEN INPUT HIST-FILE.                                        00033289
           IF WS-HIST-STATUS = '00'                                     00033290
               MOVE 'Y' TO WS-HIST-OPEN-SW                              00033291
           ELSE                                                         00033292
               DISPLAY 'CBL0007 HISTFILE NOT AVAILABLE - STATUS '       00033293
                       WS-HIST-STATUS ' - REVERSALS LEFT OFF'           00033294
           END-IF.                                                      00033295
      *                                                                 00033296
      * THE ACCOUNT'S HISTORY FOR THE RUN DATE STARTS AT SEQUENCE ZERO  00033297
      * AND ENDS AT THE NEXT ACCOUNT OR DATE.  EVERY POSTING MOVES THE  00033298
      * BALANCE BY THE SUM OF ITS BUCKET MOVEMENTS.                     00033299
      *                                                                 00033300
       LOAD-KEPT-POSTINGS.                                              00033301
           MOVE ZERO TO WS-KP-COUNT.                                    00033302
           MOVE ZERO TO WS-KP-MOVEMENT.                                 00033303
           IF WS-HIST-OPEN-SW = 'Y'                                     00033304
               MOVE 'N'         TO WS-KP-EOF-SW                         00033305
               MOVE ACCT-NO     TO HIST-ACCT-NO                         00033306
               MOVE WS-RUN-DATE TO HIST-POST-DATE                       00033307
               MOVE ZERO        TO HIST-POST-SEQ                        00033308
               START HIST-FILE KEY >= HIST-KEY                          00033309
                   INVALID KEY MOVE 'Y' TO WS-KP-EOF-SW                 00033310
               END-START                                                00033311
               PERFORM UNTIL WS-KP-EOF-SW = 'Y'                         00033312
                   READ HIST-FILE NEXT RECORD                           00033313
                   AT END                                               00033314
                       MOVE 'Y' TO WS-KP-EOF-SW                         00033315
                   NOT AT END                                           00033316
                       IF HIST-ACCT-NO = ACCT-NO                        00033317
                          AND HIST-POST-DATE = WS-RUN-DATE              00033318
                           PERFORM NOTE-KEPT-POSTING                    00033319
                       ELSE                                             00033320
                           MOVE 'Y' TO WS-KP-EOF-SW                     00033321
                       END-IF                                           00033322
                   END-READ                                             00033323
                   IF WS-HIST-STATUS NOT = '00'                         00033324
                       MOVE 'Y' TO WS-KP-EOF-SW                         00033325
                   END-IF                                               00033326
               END-PERFORM                                              00033327
           END-IF.                                                      00033328
      *                                                                 00033329
       NOTE-KEPT-POSTING.                                               00033330
           COMPUTE WS-KP-MOVEMENT = WS-KP-MOVEMENT                      00033331
               + HIST-PRIN-AMT + HIST-FEE-AMT + HIST-FIN-AMT.           00033332
           IF HIST-TRAN-TYPE = 'R' OR HIST-TRAN-TYPE = 'D'              00033333
               IF WS-KP-COUNT < 200                                     00033334
                   ADD 1 TO WS-KP-COUNT                                 00033335
                   MOVE HIST-TRAN-AMOUNT TO WS-KP-AMOUNT (WS-KP-COUNT)  00033336
                   MOVE HIST-TRAN-TYPE TO WS-KP-TYPE (WS-KP-COUNT)      00033337
                   MOVE HIST-TRAN-DATE TO WS-KP-TRAN-DATE (WS-KP-COUNT) 00033338
                   MOVE HIST-BATCH-NO  TO WS-KP-BATCH-NO (WS-KP-COUNT)  00033339
                   MOVE 'N'            TO WS-KP-USED-SW (WS-KP-COUNT)   00033340
               ELSE                                                     00033341
                   MOVE 'Y' TO WS-KP-OVFL-SW                            00033342
               END-IF                                                   00033343
           END-IF.                                                      00033344
      *                                                                 00033345
      * THE BEFORE IMAGE IS TAKEN AS THE MASTER RECORD IS READ FOR      00033346
      * UPDATE.  AFTER THE UPDATE EVERY JOURNALED FIELD THAT NO LONGER  00033347
      * MATCHES IT GOES TO THE CHANGE JOURNAL, ONE RECORD PER FIELD.    00033348
      * BALANCE MOVEMENT IS DETAILED ON HISTFILE; THE JOURNAL CARRIES   00033349
      * THE BALANCE ONLY SO EVERY MASTER UPDATE LEAVES A TRAIL.         00033350
      *                                                                 00033351
       SAVE-BEFORE-IMAGE.                                               00033352
           MOVE ACCT-NO             TO BEF-ACCT-NO.                     00033353
           MOVE ACCT-LIMIT          TO BEF-ACCT-LIMIT.                  00033354
           MOVE ACCT-BALANCE        TO BEF-ACCT-BALANCE.                00033355
           MOVE LAST-NAME           TO BEF-LAST-NAME.                   00033356
           MOVE FIRST-NAME          TO BEF-FIRST-NAME.                  00033357
           MOVE STREET-ADDR         TO BEF-STREET-ADDR.                 00033358
           MOVE CITY-COUNTY         TO BEF-CITY-COUNTY.                 00033359
           MOVE USA-STATE           TO BEF-USA-STATE.                   00033360
           MOVE DELINQ-COLL-FLAG    TO BEF-COLL-FLAG.                   00033361
           MOVE DELINQ-CHGOFF-FLAG  TO BEF-CHGOFF-FLAG.                 00033362
           MOVE DELINQ-BLOCK-FLAG   TO BEF-BLOCK-FLAG.                  00033363
           MOVE ACCT-CYCLE-CODE     TO BEF-CYCLE-CODE.                  00033364
           MOVE ACCT-PAST-DUE-SINCE TO BEF-PAST-DUE-SINCE.              00033365
           MOVE ACCT-PRICE-PLAN     TO BEF-PRICE-PLAN.                  00033366
      *                                                                 00033367
       JOURNAL-CHANGES.                                                 00033368
           IF ACCT-LIMIT NOT = BEF-ACCT-LIMIT                           00033369
               MOVE 'CREDIT LIMIT' TO CJ-FIELD                          00033370
               MOVE BEF-ACCT-LIMIT TO WS-CJ-AMOUNT-O                    00033371
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00033372
               MOVE ACCT-LIMIT TO WS-CJ-AMOUNT-O                        00033373
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00033374
               PERFORM WRITE-CHANGE-JOURNAL                             00033375
           END-IF.                                                      00033376
           IF ACCT-BALANCE NOT = BEF-ACCT-BALANCE                       00033377
               MOVE 'BALANCE     ' TO CJ-FIELD                          00033378
               MOVE BEF-ACCT-BALANCE TO WS-CJ-AMOUNT-O                  00033379
               MOVE WS-CJ-AMOUNT-O TO CJ-OLD-VALUE                      00033380
               MOVE ACCT-BALANCE TO WS-CJ-AMOUNT-O                      00033381
               MOVE WS-CJ-AMOUNT-O TO CJ-NEW-VALUE                      00033382
               PERFORM WRITE-CHANGE-JOURNAL                             00033383
           END-IF.                                                      00033384
           IF LAST-NAME NOT = BEF-LAST-NAME                             00033385
               MOVE 'LAST NAME   ' TO CJ-FIELD                          00033386
               MOVE BEF-LAST-NAME TO CJ-OLD-VALUE                       00033387
               MOVE LAST-NAME TO CJ-NEW-VALUE                           00033388
               PERFORM WRITE-CHANGE-JOURNAL                             00033389
           END-IF.                                                      00033390
           IF FIRST-NAME NOT = BEF-FIRST-NAME                           00033391
               MOVE 'FIRST NAME  ' TO CJ-FIELD                          00033392
               MOVE BEF-FIRST-NAME TO CJ-OLD-VALUE                      00033393
               MOVE FIRST-NAME TO CJ-NEW-VALUE                          00033394
               PERFORM WRITE-CHANGE-JOURNAL                             00033395
           END-IF.                                                      00033396
           IF STREET-ADDR NOT = BEF-STREET-ADDR                         00033397
               MOVE 'STREET ADDR ' TO CJ-FIELD                          00033398
               MOVE BEF-STREET-ADDR TO CJ-OLD-VALUE                     00033399
               MOVE STREET-ADDR TO CJ-NEW-VALUE                         00033400
               PERFORM WRITE-CHANGE-JOURNAL                             00033401
           END-IF.                                                      00033402
           IF CITY-COUNTY NOT = BEF-CITY-COUNTY                         00033403
               MOVE 'CITY/COUNTY ' TO CJ-FIELD                          00033404
               MOVE BEF-CITY-COUNTY TO CJ-OLD-VALUE                     00033405
               MOVE CITY-COUNTY TO CJ-NEW-VALUE                         00033406
               PERFORM WRITE-CHANGE-JOURNAL                             00033407
           END-IF.                                                      00033408
           IF USA-STATE NOT = BEF-USA-STATE                             00033409
               MOVE 'STATE       ' TO CJ-FIELD                          00033410
               MOVE BEF-USA-STATE TO CJ-OLD-VALUE                       00033411
               MOVE USA-STATE TO CJ-NEW-VALUE                           00033412
               PERFORM WRITE-CHANGE-JOURNAL                             00033413
           END-IF.                                                      00033414
           IF DELINQ-COLL-FLAG NOT = BEF-COLL-FLAG                      00033415
               MOVE 'COLLECTION  ' TO CJ-FIELD                          00033416
               MOVE BEF-COLL-FLAG TO CJ-OLD-VALUE                       00033417
               MOVE DELINQ-COLL-FLAG TO CJ-NEW-VALUE                    00033418
               PERFORM WRITE-CHANGE-JOURNAL                             00033419
           END-IF.                                                      00033420
           IF DELINQ-CHGOFF-FLAG NOT = BEF-CHGOFF-FLAG                  00033421
               MOVE 'CHARGED OFF ' TO CJ-FIELD                          00033422
               MOVE BEF-CHGOFF-FLAG TO CJ-OLD-VALUE                     00033423
               MOVE DELINQ-CHGOFF-FLAG TO CJ-NEW-VALUE                  00033424
               PERFORM WRITE-CHANGE-JOURNAL                             00033425
           END-IF.                                                      00033426
           IF DELINQ-BLOCK-FLAG NOT = BEF-BLOCK-FLAG                    00033427
               MOVE 'BLOCKED     ' TO CJ-FIELD                          00033428
               MOVE BEF-BLOCK-FLAG TO CJ-OLD-VALUE                      00033429
               MOVE DELINQ-BLOCK-FLAG TO CJ-NEW-VALUE                   00033430
               PERFORM WRITE-CHANGE-JOURNAL                             00033431
           END-IF.                                                      00033432
           IF ACCT-CYCLE-CODE NOT = BEF-CYCLE-CODE                      00033433
               MOVE 'CYCLE CODE  ' TO CJ-FIELD                          00033434
               MOVE BEF-CYCLE-CODE TO CJ-OLD-VALUE                      00033435
               MOVE ACCT-CYCLE-CODE TO CJ-NEW-VALUE                     00033436
               PERFORM WRITE-CHANGE-JOURNAL                             00033437
           END-IF.                                                      00033438
           IF ACCT-PAST-DUE-SINCE NOT = BEF-PAST-DUE-SINCE              00033439
               MOVE 'PAST DUE SNC' TO CJ-FIELD                          00033440
               MOVE BEF-PAST-DUE-SINCE TO CJ-OLD-VALUE                  00033441
               MOVE ACCT-PAST-DUE-SINCE TO CJ-NEW-VALUE                 00033442
               PERFORM WRITE-CHANGE-JOURNAL                             00033443
           END-IF.                                                      00033444
           IF ACCT-PRICE-PLAN NOT = BEF-PRICE-PLAN                      00033445
               MOVE 'PRICE PLAN  ' TO CJ-FIELD                          00033446
               MOVE BEF-PRICE-PLAN TO CJ-OLD-VALUE                      00033447
               MOVE ACCT-PRICE-PLAN TO CJ-NEW-VALUE                     00033448
               PERFORM WRITE-CHANGE-JOURNAL                             00033449
           END-IF.                                                      00033450
      *                                                                 00033451
      * A SECOND CHANGE TO THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A  00033452
      * SECOND TAKES THE NEXT SEQUENCE NUMBER.                          00033453
      *                                                                 00033454
       WRITE-CHANGE-JOURNAL.                                            00033455
           MOVE BEF-ACCT-NO      TO CJ-ACCT-NO.                         00033456
           MOVE WS-RUN-DATE      TO CJ-BUS-DATE.                        00033457
           ACCEPT CJ-STAMP-DATE  FROM DATE YYYYMMDD.                    00033458
           ACCEPT CJ-STAMP-TIME  FROM TIME.                             00033459
           MOVE ZERO             TO CJ-STAMP-SEQ.                       00033460
           MOVE 'CBL0007 '       TO CJ-PROGRAM.                         00033461
           MOVE 'S'              TO CJ-SOURCE.                          00033462
           MOVE WS-CJ-SOURCE-REF TO CJ-SOURCE-REF.                      00033463
           MOVE 'N' TO WS-CJ-DONE-SW.                                   00033464
           PERFORM UNTIL WS-CJ-DONE-SW = 'Y'                            00033465
               ADD 1 TO CJ-STAMP-SEQ                                    00033466
               WRITE CHG-JRNL-REC                                       00033467
                   INVALID KEY                                          00033468
                       CONTINUE                                         00033469
                   NOT INVALID KEY                                      00033470
                       MOVE 'Y' TO WS-CJ-DONE-SW                        00033471
                       ADD 1 TO WS-CJ-WRITTEN                           00033472
               END-WRITE                                                00033473
               IF WS-CJ-DONE-SW = 'N'                                   00033474
                  AND (WS-CJ-STATUS NOT = '22'                          00033475
                       OR CJ-STAMP-SEQ = 999)                           00033476
                   DISPLAY 'CBL0007 CHGJRNL WRITE FAILED - STATUS '     00033477
                           WS-CJ-STATUS ' ACCT ' CJ-ACCT-NO             00033478
                   MOVE 'Y' TO WS-CJ-DONE-SW                            00033479
               END-IF                                                   00033480
           END-PERFORM.                                                 00033481
      *                                                                 00033482
      *                                                                 00033483
      * CYCLE CONTROL: EACH STEP OF THE NIGHTLY CHAIN RECORDS ITS       00033484
      * COMPLETION ON CYCLCTL FOR THE BUSINESS DATE.  AT START-UP       00033485
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00033486
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00033487
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00033488
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00033489
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00033490
      *              CBL0023 CBL0012 CBL0027                            00033491
      *                                                                 00033492
       CHECK-CYCLE-CONTROL.                                             00033493
           PERFORM READ-OVERRIDE-PARM.                                  00033494
           PERFORM READ-BUSINESS-DATE.                                  00033495
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00033496
           OPEN INPUT CYCL-CTL.                                         00033497
           IF WS-CYCL-STATUS = '00'                                     00033498
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00033499
           ELSE                                                         00033500
               MOVE 'Y' TO WS-CYCL-EOF-SW                               00033501
           END-IF.                                                      00033502
           PERFORM UNTIL WS-CYCL-EOF-SW = 'Y'                           00033503
               READ CYCL-CTL                                            00033504
               AT END                                                   00033505
                   MOVE 'Y' TO WS-CYCL-EOF-SW                           00033506
               NOT AT END                                               00033507
                   PERFORM NOTE-ONE-CYCLE-REC                           00033508
               END-READ                                                 00033509
           END-PERFORM.                                                 00033510
           IF WS-CYCL-OPEN-SW = 'Y'                                     00033511
               CLOSE CYCL-CTL                                           00033512
           END-IF.                                                      00033513
           PERFORM ENFORCE-CYCLE-RULES.                                 00033514
      *                                                                 00033515
       NOTE-ONE-CYCLE-REC.                                              00033520
           IF CYCL-RUN-DATE = WS-CYCL-DATE AND CYCL-STATUS = 'C'        00033530
               EVALUATE CYCL-PROGRAM                                    00033540
               END-IF                                                   00033820
           END-IF.                                                      00033830
      *                                                                 00033840
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00033841
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00033842
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00033843
      *                                                                 00033844
       READ-BUSINESS-DATE.                                              00033845
           MOVE ZERO TO WS-BUS-DATE.                                    00033846
           OPEN INPUT BUS-DATE.                                         00033847
           IF WS-BUSD-STATUS = '00'                                     00033848
               READ BUS-DATE                                            00033849
               AT END                                                   00033850
                   CONTINUE                                             00033851
               NOT AT END                                               00033852
                   MOVE BUSD-CURR-DATE  TO WS-BUS-DATE                  00033853
                   MOVE BUSD-CYCLE-DAYS TO WS-BUS-CYCLE-DAYS            00033854
               END-READ                                                 00033855
               CLOSE BUS-DATE                                           00033856
           END-IF.                                                      00033857
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00033858
               DISPLAY 'CBL0007 NO BUSINESS DATE ON BUSDATE - '         00033859
                       'RUN CBL0031 FIRST - STOPPING'                   00033860
               MOVE 12 TO RETURN-CODE                                   00033861
               STOP RUN                                                 00033862
           END-IF.                                                      00033863
      *                                                                 00033864
       READ-OVERRIDE-PARM.                                              00033865
           OPEN INPUT OVR-PARM.                                         00033866
           IF WS-OVR-STATUS = '00'                                      00033870
               READ OVR-PARM                                            00033880
               AT END                                                   00033890
