           SELECT OVR-PARM    ASSIGN TO OVRPARM                         00002704
                  ORGANIZATION IS SEQUENTIAL                            00002705
                  FILE STATUS   IS WS-OVR-STATUS.                       00002706
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002707
                  ORGANIZATION IS SEQUENTIAL                            00002708
                  FILE STATUS   IS WS-BUSD-STATUS.                      00002709
      *-------------                                                    00002800
       DATA DIVISION.                                                   00002900
      *-------------                                                    00003000
                   88  TIN-IS-PAYMENT   VALUE 'P'.                      00004300
                   88  TIN-IS-LATE-FEE  VALUE 'L'.                      00004400
                   88  TIN-IS-FIN-CHG   VALUE 'F'.                      00004500
                   88  TIN-IS-RETURN    VALUE 'R'.                      00004510
                   88  TIN-IS-CREDIT    VALUE 'D'.                      00004520
                   88  TIN-IS-REFUND    VALUE 'K'.                      00004521
               10  TIN-TRAN-DATE   PIC 9(8).                            00004600
               10  TIN-ORIG-POST-DATE PIC 9(8).                         00004610
               10  TIN-ORIG-POST-SEQ  PIC 9(5).                         00004620
               10  FILLER          PIC X(4).                            00004630
           05  TIN-BATCH-HDR REDEFINES TIN-DETAIL.                      00004800
               10  TIN-HDR-BATCH-NO   PIC X(6).                         00004900
               10  TIN-HDR-BATCH-DATE PIC 9(8).                         00005000
       FD  OVR-PARM RECORDING MODE F.                                   00006908
       01  OVR-PARM-REC.                                                00006909
           05  OVR-RERUN-FLAG  PIC X(1).                                00006910
      *                                                                 00006911
       FD  BUS-DATE RECORDING MODE F.                                   00006912
       01  BUS-DATE-REC.                                                00006913
           05  BUSD-CURR-DATE     PIC 9(8).                             00006914
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00006915
           05  BUSD-ROLLED-ON     PIC 9(8).                             00006916
           05  BUSD-CYCLE-DAYS.                                         00006917
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00006918
           05  FILLER             PIC X(8).                             00006919
       WORKING-STORAGE SECTION.                                         00007000
       01 FLAGS.                                                        00007100
         05 LASTREC             PIC X VALUE SPACE.                      00007200
      * A BATCH IS RELEASED OR HELD AS A WHOLE, SO ITS RECORDS ARE      00009300
      * TABLED (HEADER INCLUDED) UNTIL THE TRAILER PROVES THE COUNT     00009400
      * AND THE HASH TOTAL OF TRAN-AMOUNT BY TYPE.                      00009500
      *                                                                 00009510
      * THE TRAILER HAS NO ROOM FOR MORE HASH TOTALS, SO A RETURNED     00009520
      * PAYMENT HASHES AS A NEGATIVE AMOUNT IN THE PAYMENT TOTAL AND A  00009530
      * CREDIT ADJUSTMENT AS A NEGATIVE AMOUNT IN THE CHARGE TOTAL -    00009540
      * THE TRAILER CARRIES NET PAYMENTS AND NET CHARGES.  A REFUND     00009541
      * OF A CREDIT BALANCE GIVES MONEY BACK LIKE A RETURNED PAYMENT    00009542
      * AND HASHES THE SAME WAY.                                        00009543
      *                                                                 00009600
       01 BATCH-TABLE.                                                  00009700
         05 WS-BATCH-COUNT      PIC 9(4) COMP-3 VALUE ZERO.             00009800
       01 CYCLE-CONTROL-FIELDS.                                         00012302
         05 WS-CYCL-STATUS      PIC X(2) VALUE SPACES.                  00012303
         05 WS-OVR-STATUS       PIC X(2) VALUE SPACES.                  00012304
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00012305
         05 WS-CYCL-DATE        PIC 9(8) VALUE ZERO.                    00012306
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00012307
         05 WS-CYCL-EOF-SW      PIC X VALUE 'N'.                        00012308
         05 WS-CYCL-OPEN-SW     PIC X VALUE 'N'.                        00012309
         05 WS-OVERRIDE-SW      PIC X VALUE 'N'.                        00012310
           88 RERUN-OVERRIDE        VALUE 'Y'.                          00012311
         05 WS-SELF-DONE-SW     PIC X VALUE 'N'.                        00012312
         05 WS-PRED1-DONE-SW    PIC X VALUE 'N'.                        00012313
         05 WS-PRED2-DONE-SW    PIC X VALUE 'N'.                        00012314
         05 WS-PRED3-DONE-SW    PIC X VALUE 'N'.                        00012315
      *------------------                                               00012400
       PROCEDURE DIVISION.                                              00012500
      *------------------                                               00012600
                       ADD TIN-AMOUNT TO WS-ACT-LATE-HASH               00021000
                   WHEN TIN-IS-FIN-CHG                                  00021100
                       ADD TIN-AMOUNT TO WS-ACT-FIN-HASH                00021200
                   WHEN TIN-IS-RETURN                                   00021210
                       SUBTRACT TIN-AMOUNT FROM WS-ACT-PAY-HASH         00021211
                   WHEN TIN-IS-REFUND                                   00021212
                       SUBTRACT TIN-AMOUNT FROM WS-ACT-PAY-HASH         00021220
                   WHEN TIN-IS-CREDIT                                   00021230
                       SUBTRACT TIN-AMOUNT FROM WS-ACT-CHG-HASH         00021240
                   WHEN OTHER                                           00021300
                       CONTINUE                                         00021400
               END-EVALUATE                                             00021500
      * STAYS ACCOUNTED FOR.  ORDER WITHIN THE REJECT FILE IS NOT       00021940
      * SIGNIFICANT.                                                    00021950
      *                                                                 00021960
       TABLE-CURRENT-RECORD.                                            00021970
           IF WS-BATCH-COUNT < 1002                                     00022000
               ADD 1 TO WS-BATCH-COUNT                                  00022100
               MOVE TRAN-IN-REC TO WS-BATCH-ENTRY (WS-BATCH-COUNT)      00022200
      * THE PROGRAM PROVES ITS PREDECESSORS COMPLETED TODAY AND         00032340
      * THAT IT HAS NOT ALREADY RUN.  AN OVERRIDE PARM (OVRPARM         00032350
      * = 'Y') LETS THE OPERATOR RERUN AFTER A RESTORE.                 00032360
      * CHAIN ORDER: CBL0031 CBL0004 CBL0002 CBL0033 CBL0020            00032361
      *              CBL0007 CBL0006 CBL0036 CBL0010 CBL0011            00032362
      *              CBL0023 CBL0012 CBL0027                            00032363
      *                                                                 00032390
       CHECK-CYCLE-CONTROL.                                             00032400
           PERFORM READ-OVERRIDE-PARM.                                  00032410
           PERFORM READ-BUSINESS-DATE.                                  00032411
           MOVE WS-BUS-DATE TO WS-CYCL-DATE.                            00032412
           OPEN INPUT CYCL-CTL.                                         00032430
           IF WS-CYCL-STATUS = '00'                                     00032440
               MOVE 'Y' TO WS-CYCL-OPEN-SW                              00032450
                       MOVE 'Y' TO WS-PRED1-DONE-SW                     00032680
                   WHEN 'CBL0002 '                                      00032681
                       MOVE 'Y' TO WS-PRED2-DONE-SW                     00032682
                   WHEN 'CBL0033 '                                      00032683
                       MOVE 'Y' TO WS-PRED3-DONE-SW                     00032684
                   WHEN OTHER                                           00032690
                       CONTINUE                                         00032700
               END-EVALUATE                                             00032710
                   MOVE 12 TO RETURN-CODE                               00032925
                   STOP RUN                                             00032926
               END-IF                                                   00032927
               IF WS-PRED3-DONE-SW = 'N'                                00032928
                   DISPLAY 'CBL0020 PREDECESSOR CBL0033 NOT '           00032929
                           'COMPLETE FOR ' WS-CYCL-DATE                 00032930
                           ' - STOPPING'                                00032931
                   MOVE 12 TO RETURN-CODE                               00032932
                   STOP RUN                                             00032933
               END-IF                                                   00032934
           END-IF.                                                      00032935
      *                                                                 00032940
      * THE NIGHT RUNS UNDER THE BUSINESS DATE CBL0031 ROLLED           00032941
      * FORWARD AT THE START OF THE CHAIN, NOT THE MACHINE DATE, SO     00032942
      * A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.     00032943
      *                                                                 00032944
       READ-BUSINESS-DATE.                                              00032945
           MOVE ZERO TO WS-BUS-DATE.                                    00032946
           OPEN INPUT BUS-DATE.                                         00032947
           IF WS-BUSD-STATUS = '00'                                     00032948
               READ BUS-DATE                                            00032949
               AT END                                                   00032950
                   CONTINUE                                             00032951
               NOT AT END                                               00032952
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00032953
               END-READ                                                 00032954
               CLOSE BUS-DATE                                           00032955
           END-IF.                                                      00032956
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00032957
               DISPLAY 'CBL0020 NO BUSINESS DATE ON BUSDATE - '         00032958
                       'RUN CBL0031 FIRST - STOPPING'                   00032959
               MOVE 12 TO RETURN-CODE                                   00032960
               STOP RUN                                                 00032961
           END-IF.                                                      00032962
      *                                                                 00032963
       READ-OVERRIDE-PARM.                                              00032964
           OPEN INPUT OVR-PARM.                                         00032965
           IF WS-OVR-STATUS = '00'                                      00032970
               READ OVR-PARM                                            00032980
               AT END                                                   00032990
