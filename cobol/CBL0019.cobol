           05  HIST-TRAN-TYPE      PIC X(1).                            00003800
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00003900
           05  HIST-TRAN-DATE      PIC 9(8).                            00004000
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00004001
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00004002
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00004003
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00004004
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00004005
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00004006
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00004007
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00004008
           05  HIST-ORIG-TYPE      PIC X(1).                            00004009
           05  HIST-REVERSED-SW    PIC X(1).                            00004010
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00004011
           05  HIST-BATCH-NO       PIC X(6).                            00004012
      *                                                                 00004100
       FD  PURGE-PARM RECORDING MODE F.                                 00004200
       01  PURGE-PARM-REC.                                              00004300
