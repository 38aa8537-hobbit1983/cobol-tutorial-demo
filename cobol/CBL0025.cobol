               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004400
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004500
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004600
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004610
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004620
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004621
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004622
               10  FILLER                PIC X(1).                      00004623
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004710
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004720
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004721
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004722
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004723
           05  ACCT-DUE-DATE       PIC 9(8).                            00004724
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004725
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004726
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004727
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004728
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004729
           05  COMMENTS       PIC X(50).                                00004800
      *                                                                 00004900
      * THE CROSS-REFERENCE IS KEYED ON LAST NAME PLUS ACCOUNT SO       00005000
