               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004300
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004400
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004500
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004510
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004520
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004521
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004522
               10  FILLER                PIC X(1).                      00004523
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004601
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004602
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004603
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004604
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004605
           05  ACCT-DUE-DATE       PIC 9(8).                            00004606
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004607
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004608
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004609
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004610
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004611
           05  COMMENTS       PIC X(50).                                00004700
      *                                                                 00004800
       FD  XTRACT-PARM RECORDING MODE F.                                00004900
           05  PARM-BAL-THRESHOLD   PIC S9(7)V99.                       00005600
      *                                                                 00005700
       FD  ACCT-XTRACT RECORDING MODE F.                                00005800
       01  ACCT-XTRACT-REC           PIC X(249).                        00005810
      *                                                                 00006000
       WORKING-STORAGE SECTION.                                         00006100
       01 FLAGS.                                                        00006200
