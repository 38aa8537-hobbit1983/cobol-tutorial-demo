               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004900
               10  DELINQ-COLL-FLAG      PIC X(1).                      00005000
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00005100
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00005110
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00005120
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00005121
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00005122
               10  FILLER                PIC X(1).                      00005123
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00005201
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00005202
           05  ACCT-CYCLE-CODE     PIC X(2).                            00005203
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00005204
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00005205
           05  ACCT-DUE-DATE       PIC 9(8).                            00005206
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00005207
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00005208
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00005209
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00005210
           05  ACCT-PRICE-PLAN     PIC X(2).                            00005211
           05  COMMENTS       PIC X(50).                                00005300
      *                                                                 00005400
      * ONE PROMISE PER ACCOUNT: A NEW PROMISE FROM THE DESK            00005500
