               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004500
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004600
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004700
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004710
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004720
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004721
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004722
               10  FILLER                PIC X(1).                      00004723
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004801
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004802
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004803
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004804
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004805
           05  ACCT-DUE-DATE       PIC 9(8).                            00004806
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004807
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004808
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004809
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004810
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004811
           05  COMMENTS       PIC X(50).                                00004900
      *                                                                 00005000
       FD  LIMIT-PARM RECORDING MODE F.                                 00005100
         05 WS-NEW-LIMIT        PIC S9(7)V99 COMP-3 VALUE ZERO.         00009300
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00009400
         05 WS-PROPOSALS        PIC 9(7) COMP-3 VALUE ZERO.             00009500
         05 WS-CHARGED-OFF-SKIPPED PIC 9(7) COMP-3 VALUE ZERO.          00009510
      *------------------                                               00009600
       PROCEDURE DIVISION.                                              00009700
      *------------------                                               00009800
           CLOSE REVIEW-RPT.                                            00013100
           DISPLAY 'CBL0013 ACCOUNTS READ    : ' WS-RECS-READ.          00013200
           DISPLAY 'CBL0013 CHANGES PROPOSED : ' WS-PROPOSALS.          00013300
           DISPLAY 'CBL0013 CHARGED OFF      : ' WS-CHARGED-OFF-SKIPPED.00013310
           STOP RUN.                                                    00013400
      *                                                                 00013500
       READ-ACCT-REC.                                                   00013600
      * ALREADY AT OR OVER ITS LIMIT CANNOT BE CUT WITHOUT STRANDING    00014300
      * THE CUSTOMER, SO NO CHANGE IS PROPOSED.  I1 - CLEAN             00014400
      * ACCOUNTS (ZERO DAYS PAST DUE) UNDER THE UTILIZATION THRESHOLD   00014500
      * GET AN INCREASE.  EVERYTHING ELSE IS LEFT ALONE.  A             00014510
      * CHARGED-OFF ACCOUNT IS NEVER REVIEWED.                          00014520
      *                                                                 00014700
       REVIEW-ONE-ACCOUNT.                                              00014800
           PERFORM COMPUTE-UTILIZATION                                  00014900
           EVALUATE TRUE                                                00015000
               WHEN DELINQ-CHARGED-OFF                                  00015010
                   ADD 1 TO WS-CHARGED-OFF-SKIPPED                      00015020
               WHEN DELINQ-FLAGGED                                      00015100
                   COMPUTE WS-NEW-LIMIT ROUNDED =                       00015200
                       ACCT-LIMIT * (100 - WS-DECREASE-PCT) / 100       00015300
