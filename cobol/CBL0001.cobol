               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00008500
               10  DELINQ-COLL-FLAG      PIC X(1).                      00008600
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00008700
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00008710
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00008720
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00008721
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00008722
               10  FILLER                PIC X(1).                      00008723
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00008801
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00008802
           05  ACCT-CYCLE-CODE     PIC X(2).                            00008803
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00008804
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00008805
           05  ACCT-DUE-DATE       PIC 9(8).                            00008806
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00008807
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00008808
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00008809
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00008810
           05  ACCT-PRICE-PLAN     PIC X(2).                            00008811
           05  COMMENTS       PIC X(50).                                00008900
      *                                                                 00009000
       FD  RESTART-CTL RECORDING MODE F.                                00009100
