               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004100
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004200
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004300
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004310
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004320
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004321
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004322
               10  FILLER                PIC X(1).                      00004323
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00004401
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00004402
           05  ACCT-CYCLE-CODE     PIC X(2).                            00004403
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00004404
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00004405
           05  ACCT-DUE-DATE       PIC 9(8).                            00004406
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00004407
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00004408
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00004409
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00004410
           05  ACCT-PRICE-PLAN     PIC X(2).                            00004411
           05  COMMENTS       PIC X(50).                                00004500
      *                                                                 00004600
       SD  SORT-WORK.                                                   00004700
