               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00005000
               10  DELINQ-COLL-FLAG      PIC X(1).                      00005100
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00005200
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00005210
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00005220
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00005221
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00005222
               10  FILLER                PIC X(1).                      00005223
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00005301
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00005302
           05  ACCT-CYCLE-CODE     PIC X(2).                            00005303
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00005304
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00005305
           05  ACCT-DUE-DATE       PIC 9(8).                            00005306
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00005307
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00005308
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00005309
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00005310
           05  ACCT-PRICE-PLAN     PIC X(2).                            00005311
           05  COMMENTS       PIC X(50).                                00005400
      *                                                                 00005500
       FD  INQ-RPT RECORDING MODE F.                                    00005600
