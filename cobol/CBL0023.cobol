           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003500
                  ORGANIZATION IS SEQUENTIAL                            00003600
                  FILE STATUS   IS WS-OVR-STATUS.                       00003700
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003710
                  ORGANIZATION IS SEQUENTIAL                            00003720
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003730
      *-------------                                                    00003800
       DATA DIVISION.                                                   00003900
      *-------------                                                    00004000
           05  HIST-TRAN-TYPE      PIC X(1).                            00006000
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00006100
           05  HIST-TRAN-DATE      PIC 9(8).                            00006200
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00006201
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00006202
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00006203
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00006204
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00006205
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00006206
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00006207
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00006208
           05  HIST-ORIG-TYPE      PIC X(1).                            00006209
           05  HIST-REVERSED-SW    PIC X(1).                            00006210
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00006211
           05  HIST-BATCH-NO       PIC X(6).                            00006212
      *                                                                 00006300
       FD  BROKEN-RPT RECORDING MODE F.                                 00006400
       01  BROKEN-RPT-REC.                                              00006500
       01  OVR-PARM-REC.                                                00008300
           05  OVR-RERUN-FLAG  PIC X(1).                                00008400
      *                                                                 00008500
       FD  BUS-DATE RECORDING MODE F.                                   00008510
       01  BUS-DATE-REC.                                                00008520
           05  BUSD-CURR-DATE     PIC 9(8).                             00008530
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00008540
           05  BUSD-ROLLED-ON     PIC 9(8).                             00008550
           05  BUSD-CYCLE-DAYS.                                         00008560
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00008570
           05  FILLER             PIC X(8).                             00008580
      *                                                                 00008590
       WORKING-STORAGE SECTION.                                         00008600
       01 FLAGS.                                                        00008700
         05 LASTREC-PROM        PIC X VALUE SPACE.                      00008800
       01 CYCLE-CONTROL-FIELDS.                                         00010000
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00010100
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00010200
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00010210
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00010300
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00010310
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00010400
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00010500
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00010600
               MOVE 'Y' TO LASTREC-PROM                                 00013600
           END-IF.                                                      00013700
           OPEN OUTPUT BROKEN-RPT.                                      00013800
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00013810
      *                                                                 00014000
      * A RUN THAT NEVER GOT ITS FILES MUST NOT RECORD COMPLETION -     00014010
      * THE PREDECESSOR CHECK DOWNSTREAM WOULD PASS ON UNSETTLED        00014020
      * A PROMISE IS KEPT WHEN THE PAYMENTS POSTED SINCE IT WAS         00016000
      * TAKEN COVER THE PROMISED AMOUNT, AND BROKEN ONCE THE            00016100
      * PROMISED DATE HAS PASSED WITHOUT THEM.  ANYTHING ELSE           00016200
      * STAYS OPEN FOR ANOTHER NIGHT.  A PAYMENT THE BANK HAS SINCE     00016210
      * RETURNED IS FLAGGED REVERSED ON HISTORY AND DOES NOT COUNT.     00016220
      * A RECOVERY ON A CHARGED-OFF ACCOUNT IS STILL A PAYMENT HERE.    00016221
      *                                                                 00016400
       SETTLE-ONE-PROMISE.                                              00016500
           PERFORM SUM-POSTED-PAYMENTS                                  00016600
               PERFORM READ-HIST-NEXT                                   00019100
               IF WS-END-OF-ACCT-SW = 'N'                               00019200
                  AND HIST-ACCT-NO = PROM-ACCT-NO                       00019300
                   IF (HIST-TRAN-TYPE = 'P' OR HIST-TRAN-TYPE = 'V')    00019310
                      AND NOT HIST-IS-REVERSED                          00019320
                       ADD HIST-TRAN-AMOUNT TO WS-PAID-TOTAL            00019500
                   END-IF                                               00019600
               ELSE                                                     00019700
      *                                                                 00022300
       CHECK-CYCLE-CONTROL.                                             00022400
           PERFORM READ-OVERRIDE-PARM.                                  00022500
           PERFORM READ-BUSINESS-DATE.                                  00022510
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00022520
           OPEN INPUT CYCL-CTL.                                         00022700
           IF WS-CYCL-STATUS = '00'                                     00022800
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00022900
               END-IF                                                   00027600
           END-IF.                                                      00027700
      *                                                                 00027800
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00027801
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00027802
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00027803
      *                                                                 00027804
       READ-BUSINESS-DATE.                                              00027805
           MOVE ZERO TO WS-BUS-DATE.                                    00027806
           OPEN INPUT BUS-DATE.                                         00027807
           IF WS-BUSD-STATUS = '00'                                     00027808
               READ BUS-DATE                                            00027809
               AT END                                                   00027810
                   CONTINUE                                             00027811
               NOT AT END                                               00027812
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00027813
               END-READ                                                 00027814
               CLOSE BUS-DATE                                           00027815
           END-IF.                                                      00027816
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00027817
               DISPLAY 'CBL0023 NO BUSINESS DATE ON BUSDATE - '         00027818
                       'RUN CBL0031 FIRST - STOPPING'                   00027819
               MOVE 12 TO RETURN-CODE                                   00027820
               STOP RUN                                                 00027821
           END-IF.                                                      00027822
      *                                                                 00027823
       READ-OVERRIDE-PARM.                                              00027900
           OPEN INPUT OVR-PARM.                                         00028000
           IF WS-OVR-STATUS = '00'                                      00028100
