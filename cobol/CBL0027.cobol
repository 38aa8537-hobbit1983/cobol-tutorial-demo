           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003000
                  ORGANIZATION IS SEQUENTIAL                            00003100
                  FILE STATUS   IS WS-OVR-STATUS.                       00003200
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003210
                  ORGANIZATION IS SEQUENTIAL                            00003220
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003230
      *-------------                                                    00003300
       DATA DIVISION.                                                   00003400
      *-------------                                                    00003500
           05  HIST-TRAN-TYPE      PIC X(1).                            00004300
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00004400
           05  HIST-TRAN-DATE      PIC 9(8).                            00004500
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00004501
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00004502
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00004503
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00004504
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00004505
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00004506
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00004507
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00004508
           05  HIST-ORIG-TYPE      PIC X(1).                            00004509
           05  HIST-REVERSED-SW    PIC X(1).                            00004510
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00004511
           05  HIST-BATCH-NO       PIC X(6).                            00004512
      *                                                                 00004600
       FD  GL-JRNL RECORDING MODE F.                                    00004700
       01  GL-JRNL-REC.                                                 00004800
       01  OVR-PARM-REC.                                                00007200
           05  OVR-RERUN-FLAG  PIC X(1).                                00007300
      *                                                                 00007400
       FD  BUS-DATE RECORDING MODE F.                                   00007410
       01  BUS-DATE-REC.                                                00007420
           05  BUSD-CURR-DATE     PIC 9(8).                             00007430
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00007440
           05  BUSD-ROLLED-ON     PIC 9(8).                             00007450
           05  BUSD-CYCLE-DAYS.                                         00007460
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00007470
           05  FILLER             PIC X(8).                             00007480
      *                                                                 00007490
       WORKING-STORAGE SECTION.                                         00007500
       01 FLAGS.                                                        00007600
         05 LASTREC             PIC X VALUE SPACE.                      00007700
         05 WS-PAYMENTS-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.         00008400
         05 WS-LATE-FEE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.         00008500
         05 WS-FIN-CHG-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00008600
         05 WS-RETURNS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00008610
         05 WS-RET-FEE-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00008620
         05 WS-CHG-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.         00008630
         05 WS-LATE-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.        00008640
         05 WS-FIN-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.         00008650
         05 WS-RETF-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.        00008660
         05 WS-RECOVERY-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.         00008661
         05 WS-RECOV-RET-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.         00008662
         05 WS-REFUND-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00008663
         05 WS-DEBITS-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.         00008700
         05 WS-CREDITS-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00008800
         05 WS-ENTRY-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.         00008900
       01 GL-ACCOUNT-NUMBERS.                                           00009700
         05 GL-CASH-CLEARING    PIC X(8) VALUE '10000000'.              00009800
         05 GL-RECEIVABLES      PIC X(8) VALUE '12000000'.              00009900
         05 GL-LOSS-ALLOWANCE   PIC X(8) VALUE '12900000'.              00009910
         05 GL-REFUNDS-PAYABLE  PIC X(8) VALUE '21000000'.              00009911
         05 GL-PURCHASE-INCOME  PIC X(8) VALUE '40000000'.              00010000
         05 GL-LATE-FEE-INCOME  PIC X(8) VALUE '41000000'.              00010100
         05 GL-FIN-CHG-INCOME   PIC X(8) VALUE '42000000'.              00010200
         05 GL-RET-PMT-INCOME   PIC X(8) VALUE '43000000'.              00010210
      *                                                                 00010300
       01 CYCLE-CONTROL-FIELDS.                                         00010400
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00010500
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00010600
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00010610
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00010700
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00010710
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00010800
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00010900
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00011000
      *                                                                 00012700
       OPEN-FILES.                                                      00012800
           PERFORM CHECK-CYCLE-CONTROL.                                 00012900
           MOVE WS-BUS-DATE TO WS-RUN-DATE.                             00012910
           OPEN INPUT HIST-FILE.                                        00013100
           IF WS-HIST-STATUS NOT = '00'                                 00013200
               DISPLAY 'CBL0027 HISTFILE NOT AVAILABLE - STATUS '       00013300
      * STOP NONZERO SO THE SCHEDULER HOLDS THE LOAD AND THE REAL       00013930
      * RERUN IS NOT BLOCKED AS A DUPLICATE.                            00013940
      *                                                                 00013950
       CLOSE-STOP.                                                      00013951
           IF RUN-ABORTED                                               00013960
               DISPLAY 'CBL0027 RUN ABORTED - '                         00013970
                       'COMPLETION NOT RECORDED'                        00013980
      * RECONCILIATION PROVES.  ONLY TODAY'S POSTINGS BELONG IN         00016400
      * TONIGHT'S JOURNAL.                                              00016500
      *                                                                 00016600
      * A RETURNED PAYMENT TAKES THE CASH BACK OUT OF CLEARING.  A      00016610
      * CREDIT ADJUSTMENT GIVES BACK THE INCOME THE ORIGINAL POSTING    00016620
      * BOOKED, SO IT IS TOTALLED BY THE ORIGINAL'S TYPE.               00016630
      *                                                                 00016640
      * A RECOVERY ON A CHARGED-OFF ACCOUNT NEVER REACHES RECEIVABLES - 00016641
      * THE CASH GOES BACK TO THE LOSS ALLOWANCE THE CHARGE-OFF RAN     00016642
      * DOWN.  A RETURNED RECOVERY TAKES IT BACK OUT OF THE ALLOWANCE.  00016643
      *                                                                 00016644
      * A REFUND OF A CREDIT BALANCE MOVES THE CREDIT OUT OF            00016645
      * RECEIVABLES INTO REFUND CHECKS PAYABLE UNTIL THE CHECK CLEARS.  00016646
      *                                                                 00016647
       TOTAL-ONE-HISTORY-REC.                                           00016700
           IF HIST-POST-DATE = WS-RUN-DATE                              00016800
               ADD 1 TO WS-HIST-READ                                    00016900
                       ADD HIST-TRAN-AMOUNT TO WS-LATE-FEE-TOTAL        00017600
                   WHEN 'F'                                             00017700
                       ADD HIST-TRAN-AMOUNT TO WS-FIN-CHG-TOTAL         00017800
                   WHEN 'R'                                             00017810
                       IF HIST-ORIG-TYPE = 'V'                          00017811
                           ADD HIST-TRAN-AMOUNT TO WS-RECOV-RET-TOTAL   00017812
                       ELSE                                             00017813
                           ADD HIST-TRAN-AMOUNT TO WS-RETURNS-TOTAL     00017814
                       END-IF                                           00017815
                   WHEN 'N'                                             00017830
                       ADD HIST-TRAN-AMOUNT TO WS-RET-FEE-TOTAL         00017840
                   WHEN 'D'                                             00017850
                       PERFORM TOTAL-ONE-CREDIT                         00017860
                   WHEN 'V'                                             00017861
                       ADD HIST-TRAN-AMOUNT TO WS-RECOVERY-TOTAL        00017862
                   WHEN 'K'                                             00017863
                       ADD HIST-TRAN-AMOUNT TO WS-REFUND-TOTAL          00017864
                   WHEN OTHER                                           00017900
                       CONTINUE                                         00018000
               END-EVALUATE                                             00018100
           END-IF.                                                      00018200
      *                                                                 00018201
       TOTAL-ONE-CREDIT.                                                00018202
           EVALUATE HIST-ORIG-TYPE                                      00018203
               WHEN 'C'                                                 00018204
                   ADD HIST-TRAN-AMOUNT TO WS-CHG-CREDIT-TOTAL          00018205
               WHEN 'L'                                                 00018206
                   ADD HIST-TRAN-AMOUNT TO WS-LATE-CREDIT-TOTAL         00018207
               WHEN 'F'                                                 00018208
                   ADD HIST-TRAN-AMOUNT TO WS-FIN-CREDIT-TOTAL          00018209
               WHEN OTHER                                               00018210
                   ADD HIST-TRAN-AMOUNT TO WS-RETF-CREDIT-TOTAL         00018211
           END-EVALUATE.                                                00018212
      *                                                                 00018300
       WRITE-JOURNAL-ENTRIES.                                           00018400
           IF WS-CHARGES-TOTAL NOT = ZERO                               00018500
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00020800
               MOVE GL-FIN-CHG-INCOME  TO WS-ENTRY-CR-ACCT              00020900
               MOVE 'FINANCE CHGS ASSESSED ' TO WS-ENTRY-DESC           00021000
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021001
           END-IF.                                                      00021002
           PERFORM WRITE-REVERSAL-ENTRIES.                              00021003
      *                                                                 00021004
       WRITE-REVERSAL-ENTRIES.                                          00021005
           IF WS-RETURNS-TOTAL NOT = ZERO                               00021006
               MOVE WS-RETURNS-TOTAL   TO WS-ENTRY-AMOUNT               00021007
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00021008
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-CR-ACCT              00021009
               MOVE 'PAYMENTS RETURNED     ' TO WS-ENTRY-DESC           00021010
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021011
           END-IF.                                                      00021012
           IF WS-RET-FEE-TOTAL NOT = ZERO                               00021013
               MOVE WS-RET-FEE-TOTAL   TO WS-ENTRY-AMOUNT               00021014
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00021015
               MOVE GL-RET-PMT-INCOME  TO WS-ENTRY-CR-ACCT              00021016
               MOVE 'RETURNED PMT FEES     ' TO WS-ENTRY-DESC           00021017
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021018
           END-IF.                                                      00021019
           IF WS-CHG-CREDIT-TOTAL NOT = ZERO                            00021020
               MOVE WS-CHG-CREDIT-TOTAL TO WS-ENTRY-AMOUNT              00021021
               MOVE GL-PURCHASE-INCOME TO WS-ENTRY-DR-ACCT              00021022
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00021023
               MOVE 'CHARGES CREDITED      ' TO WS-ENTRY-DESC           00021024
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021025
           END-IF.                                                      00021026
           IF WS-LATE-CREDIT-TOTAL NOT = ZERO                           00021027
               MOVE WS-LATE-CREDIT-TOTAL TO WS-ENTRY-AMOUNT             00021028
               MOVE GL-LATE-FEE-INCOME TO WS-ENTRY-DR-ACCT              00021029
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00021030
               MOVE 'LATE FEES CREDITED    ' TO WS-ENTRY-DESC           00021031
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021032
           END-IF.                                                      00021033
           IF WS-FIN-CREDIT-TOTAL NOT = ZERO                            00021034
               MOVE WS-FIN-CREDIT-TOTAL TO WS-ENTRY-AMOUNT              00021035
               MOVE GL-FIN-CHG-INCOME  TO WS-ENTRY-DR-ACCT              00021036
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00021037
               MOVE 'FINANCE CHGS CREDITED ' TO WS-ENTRY-DESC           00021038
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021039
           END-IF.                                                      00021040
           IF WS-RETF-CREDIT-TOTAL NOT = ZERO                           00021041
               MOVE WS-RETF-CREDIT-TOTAL TO WS-ENTRY-AMOUNT             00021042
               MOVE GL-RET-PMT-INCOME  TO WS-ENTRY-DR-ACCT              00021043
               MOVE GL-RECEIVABLES     TO WS-ENTRY-CR-ACCT              00021044
               MOVE 'RET PMT FEES CREDITED ' TO WS-ENTRY-DESC           00021045
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021046
           END-IF.                                                      00021047
           IF WS-RECOVERY-TOTAL NOT = ZERO                              00021048
               MOVE WS-RECOVERY-TOTAL  TO WS-ENTRY-AMOUNT               00021049
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-DR-ACCT              00021050
               MOVE GL-LOSS-ALLOWANCE  TO WS-ENTRY-CR-ACCT              00021051
               MOVE 'CHARGE-OFF RECOVERIES ' TO WS-ENTRY-DESC           00021052
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021053
           END-IF.                                                      00021054
           IF WS-RECOV-RET-TOTAL NOT = ZERO                             00021055
               MOVE WS-RECOV-RET-TOTAL TO WS-ENTRY-AMOUNT               00021056
               MOVE GL-LOSS-ALLOWANCE  TO WS-ENTRY-DR-ACCT              00021057
               MOVE GL-CASH-CLEARING   TO WS-ENTRY-CR-ACCT              00021058
               MOVE 'RECOVERIES RETURNED   ' TO WS-ENTRY-DESC           00021059
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021060
           END-IF.                                                      00021061
           IF WS-REFUND-TOTAL NOT = ZERO                                00021062
               MOVE WS-REFUND-TOTAL    TO WS-ENTRY-AMOUNT               00021063
               MOVE GL-RECEIVABLES     TO WS-ENTRY-DR-ACCT              00021064
               MOVE GL-REFUNDS-PAYABLE TO WS-ENTRY-CR-ACCT              00021065
               MOVE 'CREDIT BAL REFUNDS    ' TO WS-ENTRY-DESC           00021066
               PERFORM WRITE-ONE-ENTRY-PAIR                             00021100
           END-IF.                                                      00021200
      *                                                                 00021300
      *                                                                 00025300
       CHECK-CYCLE-CONTROL.                                             00025400
           PERFORM READ-OVERRIDE-PARM.                                  00025500
           PERFORM READ-BUSINESS-DATE.                                  00025510
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00025520
           OPEN INPUT CYCL-CTL.                                         00025700
           IF WS-CYCL-STATUS = '00'                                     00025800
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00025900
               END-IF                                                   00030600
           END-IF.                                                      00030700
      *                                                                 00030800
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00030801
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00030802
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00030803
      *                                                                 00030804
       READ-BUSINESS-DATE.                                              00030805
           MOVE ZERO TO WS-BUS-DATE.                                    00030806
           OPEN INPUT BUS-DATE.                                         00030807
           IF WS-BUSD-STATUS = '00'                                     00030808
               READ BUS-DATE                                            00030809
               AT END                                                   00030810
                   CONTINUE                                             00030811
               NOT AT END                                               00030812
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00030813
               END-READ                                                 00030814
               CLOSE BUS-DATE                                           00030815
           END-IF.                                                      00030816
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00030817
               DISPLAY 'CBL0027 NO BUSINESS DATE ON BUSDATE - '         00030818
                       'RUN CBL0031 FIRST - STOPPING'                   00030819
               MOVE 12 TO RETURN-CODE                                   00030820
               STOP RUN                                                 00030821
           END-IF.                                                      00030822
      *                                                                 00030823
       READ-OVERRIDE-PARM.                                              00030900
           OPEN INPUT OVR-PARM.                                         00031000
           IF WS-OVR-STATUS = '00'                                      00031100
