           05  HIST-TRAN-TYPE      PIC X(1).                            00004500
           05  HIST-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.                 00004600
           05  HIST-TRAN-DATE      PIC 9(8).                            00004700
           05  HIST-PRIN-AMT       PIC S9(7)V99 COMP-3.                 00004701
           05  HIST-FEE-AMT        PIC S9(7)V99 COMP-3.                 00004702
           05  HIST-FIN-AMT        PIC S9(7)V99 COMP-3.                 00004703
           05  HIST-MIN-AMT        PIC S9(7)V99 COMP-3.                 00004704
           05  HIST-PRIOR-PAY-DATE PIC 9(8).                            00004705
           05  HIST-PRIOR-ACT-DATE PIC 9(8).                            00004706
           05  HIST-ORIG-POST-DATE PIC 9(8).                            00004707
           05  HIST-ORIG-POST-SEQ  PIC 9(5).                            00004708
           05  HIST-ORIG-TYPE      PIC X(1).                            00004709
           05  HIST-REVERSED-SW    PIC X(1).                            00004710
               88  HIST-IS-REVERSED     VALUE 'Y'.                      00004711
           05  HIST-BATCH-NO       PIC X(6).                            00004712
      *                                                                 00004800
       FD  HINQ-RPT RECORDING MODE F.                                   00004900
       01  HINQ-RPT-REC        PIC X(80).                               00005000
         05 IDTL-TRAN-DATE      PIC 9(8).                               00008000
         05 FILLER              PIC X(2)  VALUE SPACES.                 00008100
         05 IDTL-AMOUNT-O       PIC $$,$$$,$$9.99-.                     00008200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00008210
         05 IDTL-REVERSED-O     PIC X(8).                               00008220
         05 FILLER              PIC X(18) VALUE SPACES.                 00008230
       01 INQ-NONE-LINE.                                                00008400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00008500
         05 FILLER              PIC X(36)                               00008600
                   MOVE 'LATE FEE' TO IDTL-TYPE-O                       00018020
               WHEN 'F'                                                 00018030
                   MOVE 'FIN CHG ' TO IDTL-TYPE-O                       00018040
               WHEN 'R'                                                 00018041
                   MOVE 'RET PMT ' TO IDTL-TYPE-O                       00018042
               WHEN 'D'                                                 00018043
                   MOVE 'CREDIT  ' TO IDTL-TYPE-O                       00018044
               WHEN 'N'                                                 00018045
                   MOVE 'RET FEE ' TO IDTL-TYPE-O                       00018046
               WHEN 'V'                                                 00018047
                   MOVE 'RECOVERY' TO IDTL-TYPE-O                       00018048
               WHEN 'K'                                                 00018049
                   MOVE 'REFUND  ' TO IDTL-TYPE-O                       00018050
               WHEN OTHER                                               00018100
                   MOVE 'UNKNOWN ' TO IDTL-TYPE-O                       00018200
           END-EVALUATE.                                                00018300
           IF HIST-IS-REVERSED                                          00018310
               MOVE 'REVERSED' TO IDTL-REVERSED-O                       00018320
           ELSE                                                         00018330
               MOVE SPACES     TO IDTL-REVERSED-O                       00018340
           END-IF.                                                      00018350
           WRITE HINQ-RPT-REC FROM INQ-DETAIL-LINE.                     00018400
           ADD 1 TO WS-LINES-PRINTED.                                   00018500
           ADD 1 TO WS-ITEMS-THIS-REQ.                                  00018600
