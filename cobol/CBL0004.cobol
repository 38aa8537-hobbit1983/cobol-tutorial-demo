           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00003004
                  ORGANIZATION IS SEQUENTIAL                            00003005
                  FILE STATUS   IS WS-OVR-STATUS.                       00003006
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003007
                  ORGANIZATION IS SEQUENTIAL                            00003008
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003009
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
       FD  ACCT-GOOD RECORDING MODE F.                                  00005200
       01  ACCT-GOOD-REC          PIC X(249).                           00005210
      *                                                                 00005400
       FD  ACCT-BAD RECORDING MODE F.                                   00005500
       01  ACCT-BAD-REC.                                                00005600
           05  BAD-REASON-CODE    PIC X(2).                             00005700
           05  BAD-REASON-TEXT    PIC X(30).                            00005800
           05  BAD-ACCT-FIELDS    PIC X(249).                           00005810
      *                                                                 00006000
       FD  RUN-CTL RECORDING MODE F.                                    00006100
       01  RUN-CTL-REC.                                                 00006200
       FD  OVR-PARM RECORDING MODE F.                                   00006808
       01  OVR-PARM-REC.                                                00006809
           05  OVR-RERUN-FLAG  PIC X(1).                                00006810
      *                                                                 00006811
       FD  BUS-DATE RECORDING MODE F.                                   00006812
       01  BUS-DATE-REC.                                                00006813
           05  BUSD-CURR-DATE     PIC 9(8).                             00006814
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00006815
           05  BUSD-ROLLED-ON     PIC 9(8).                             00006816
           05  BUSD-CYCLE-DAYS.                                         00006817
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00006818
           05  FILLER             PIC X(8).                             00006819
       WORKING-STORAGE SECTION.                                         00006900
       01 FLAGS.                                                        00007000
         05 LASTREC             PIC X VALUE SPACE.                      00007100
       01 CYCLE-CONTROL-FIELDS.                                         00008102
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00008103
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00008104
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00008105
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00008106
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00008107
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00008108
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00008109
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00008110
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00008111
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00008112
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00008113
      *------------------                                               00008200
       PROCEDURE DIVISION.                                              00008300
      *------------------                                               00008400
           IF WS-CTL-STATUS = '35'                                      00015100
               OPEN OUTPUT RUN-CTL                                      00015200
           END-IF.                                                      00015300
           MOVE WS-BUS-DATE TO WS-CTL-DATE.                             00015310
           MOVE 'CBL0004 '    TO CTL-PROGRAM.                           00015500
           MOVE WS-CTL-DATE   TO CTL-RUN-DATE.                          00015600
           MOVE WS-RECS-READ  TO CTL-COUNT-1.                           00015700
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00016240
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00016250
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00016260
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00016261
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00016262
      *              CBL0023 CBL0012 CBL0027                            00016263
      *                                                                 00016290
       CHECK-CYCLE-CONTROL.                                             00016300
           PERFORM READ-OVERRIDE-PARM.                                  00016310
           PERFORM READ-BUSINESS-DATE.                                  00016311
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00016312
           OPEN INPUT CYCL-CTL.                                         00016330
           IF WS-CYCL-STATUS = '00'                                     00016340
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00016350
               EVALUATE CYCL-PROGRAM                                    00016540
                   WHEN 'CBL0004 '                                      00016550
                       MOVE 'Y' TO WS-SELF-DONE-SW                      00016560
                   WHEN 'CBL0031 '                                      00016561
                       MOVE 'Y' TO WS-PRED1-DONE-SW                     00016562
                   WHEN OTHER                                           00016570
                       CONTINUE                                         00016580
               END-EVALUATE                                             00016590
                   MOVE 12 TO RETURN-CODE                               00016710
                   STOP RUN                                             00016720
               END-IF                                                   00016730
               IF WS-PRED1-DONE-SW = 'N'                                00016731
                   DISPLAY 'CBL0004 PREDECESSOR CBL0031 NOT '           00016732
                           'COMPLETE FOR ' WS-CYCL-DATE                 00016733
                           ' - STOPPING'                                00016734
                   MOVE 12 TO RETURN-CODE                               00016735
                   STOP RUN                                             00016736
               END-IF                                                   00016737
           END-IF.                                                      00016738
      *                                                                 00016739
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00016740
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00016741
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00016742
      *                                                                 00016743
       READ-BUSINESS-DATE.                                              00016744
           MOVE ZERO TO WS-BUS-DATE.                                    00016745
           OPEN INPUT BUS-DATE.                                         00016746
           IF WS-BUSD-STATUS = '00'                                     00016747
               READ BUS-DATE                                            00016748
               AT END                                                   00016749
                   CONTINUE                                             00016750
               NOT AT END                                               00016751
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00016752
               END-READ                                                 00016753
               CLOSE BUS-DATE                                           00016754
           END-IF.                                                      00016755
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00016756
               DISPLAY 'CBL0004 NO BUSINESS DATE ON BUSDATE - '         00016757
                       'RUN CBL0031 FIRST - STOPPING'                   00016758
               MOVE 12 TO RETURN-CODE                                   00016759
               STOP RUN                                                 00016760
           END-IF.                                                      00016761
      *                                                                 00016762
       READ-OVERRIDE-PARM.                                              00016763
           OPEN INPUT OVR-PARM.                                         00016770
           IF WS-OVR-STATUS = '00'                                      00016780
               READ OVR-PARM                                            00016790
