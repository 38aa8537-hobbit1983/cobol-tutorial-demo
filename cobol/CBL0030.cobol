      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0030.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT REFUND-FILE ASSIGN TO REFUNDS                         00002000
                  ORGANIZATION IS INDEXED                               00002100
                  ACCESS MODE  IS DYNAMIC                               00002200
                  RECORD KEY   IS REF-CHECK-NO                          00002300
                  FILE STATUS  IS WS-REF-STATUS.                        00002400
           SELECT PAID-CHECKS ASSIGN TO PAIDCHK                         00002500
                  ORGANIZATION IS SEQUENTIAL                            00002600
                  FILE STATUS   IS WS-PAID-STATUS.                      00002700
           SELECT ESC-PARM    ASSIGN TO ESCPARM                         00002800
                  ORGANIZATION IS SEQUENTIAL                            00002900
                  FILE STATUS   IS WS-PARM-STATUS.                      00003000
           SELECT UNCLAIMED   ASSIGN TO UNCLAIM                         00003100
                  ORGANIZATION IS SEQUENTIAL.                           00003200
           SELECT RECON-RPT   ASSIGN TO REFRECON                        00003300
                  ORGANIZATION IS SEQUENTIAL.                           00003400
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00003410
                  ORGANIZATION IS SEQUENTIAL                            00003420
                  FILE STATUS   IS WS-BUSD-STATUS.                      00003430
      *-------------                                                    00003500
       DATA DIVISION.                                                   00003600
      *-------------                                                    00003700
       FILE SECTION.                                                    00003800
       FD  REFUND-FILE.                                                 00003900
       01  REFUND-REC.                                                  00004000
           05  REF-CHECK-NO        PIC 9(10).                           00004100
           05  REF-ACCT-NO         PIC X(8).                            00004200
           05  REF-AMOUNT          PIC S9(7)V99 COMP-3.                 00004300
           05  REF-ISSUE-DATE      PIC 9(8).                            00004400
           05  REF-STATUS          PIC X(1).                            00004500
               88  REF-OUTSTANDING      VALUE 'O'.                      00004600
               88  REF-PAID             VALUE 'P'.                      00004700
               88  REF-ESCHEATED        VALUE 'E'.                      00004800
           05  REF-STATUS-DATE     PIC 9(8).                            00004900
           05  REF-PAYEE-NAME      PIC X(36).                           00005000
           05  REF-STREET-ADDR     PIC X(25).                           00005100
           05  REF-CITY-COUNTY     PIC X(20).                           00005200
           05  REF-USA-STATE       PIC X(15).                           00005300
      *                                                                 00005400
      * PAID-ITEMS FILE FROM THE BANK: ONE RECORD PER REFUND CHECK      00005500
      * THAT CLEARED THE DISBURSEMENT ACCOUNT.                          00005600
      *                                                                 00005700
       FD  PAID-CHECKS RECORDING MODE F.                                00005800
       01  PAID-CHECK-REC.                                              00005900
           05  PD-CHECK-NO         PIC 9(10).                           00006000
           05  PD-AMOUNT           PIC 9(8)V99.                         00006100
           05  PD-PAID-DATE        PIC 9(8).                            00006200
           05  FILLER              PIC X(52).                           00006300
      *                                                                 00006400
       FD  ESC-PARM RECORDING MODE F.                                   00006500
       01  ESC-PARM-REC.                                                00006600
           05  PARM-ESC-DAYS       PIC 9(4).                            00006700
      *                                                                 00006800
      * UNCLAIMED-PROPERTY LIST: ONE RECORD PER REFUND CHECK NEVER      00006900
      * CASHED, WITH THE OWNER AS THE CHECK WAS ISSUED, FOR THE         00007000
      * ESCHEAT FILING WITH THE OWNER'S STATE.                          00007100
      *                                                                 00007200
       FD  UNCLAIMED RECORDING MODE F.                                  00007300
       01  UNCLAIMED-REC.                                               00007400
           05  UC-ACCT-NO          PIC X(8).                            00007500
           05  UC-CHECK-NO         PIC 9(10).                           00007600
           05  UC-AMOUNT           PIC 9(7)V99.                         00007700
           05  UC-ISSUE-DATE       PIC 9(8).                            00007800
           05  UC-OWNER-NAME       PIC X(36).                           00007900
           05  UC-STREET-ADDR      PIC X(25).                           00008000
           05  UC-CITY-COUNTY      PIC X(20).                           00008100
           05  UC-USA-STATE        PIC X(15).                           00008200
           05  FILLER              PIC X(9).                            00008300
      *                                                                 00008400
       FD  RECON-RPT RECORDING MODE F.                                  00008500
       01  RECON-RPT-REC           PIC X(80).                           00008600
      *                                                                 00008700
       FD  BUS-DATE RECORDING MODE F.                                   00008710
       01  BUS-DATE-REC.                                                00008720
           05  BUSD-CURR-DATE     PIC 9(8).                             00008730
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00008740
           05  BUSD-ROLLED-ON     PIC 9(8).                             00008750
           05  BUSD-CYCLE-DAYS.                                         00008760
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00008770
           05  FILLER             PIC X(8).                             00008780
      *                                                                 00008790
       WORKING-STORAGE SECTION.                                         00008800
       01 FLAGS.                                                        00008900
         05 LASTREC-PAID        PIC X VALUE SPACE.                      00009000
         05 LASTREC-REF         PIC X VALUE SPACE.                      00009100
         05 WS-PAID-OPEN-SW     PIC X VALUE 'N'.                        00009200
       01 WORK-FIELDS.                                                  00009300
         05 WS-REF-STATUS       PIC X(2) VALUE SPACES.                  00009400
         05 WS-PAID-STATUS      PIC X(2) VALUE SPACES.                  00009500
         05 WS-PARM-STATUS      PIC X(2) VALUE SPACES.                  00009600
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00009610
         05 WS-RUN-DATE         PIC 9(8) VALUE ZERO.                    00009700
         05 WS-RUN-DATE-INT     PIC S9(9) COMP-3 VALUE ZERO.            00009800
         05 WS-ISSUE-DATE-INT   PIC S9(9) COMP-3 VALUE ZERO.            00009900
         05 WS-DAYS-OUT         PIC 9(5) COMP-3 VALUE ZERO.             00010000
         05 WS-ESC-DAYS         PIC 9(4) VALUE 1095.                    00010100
         05 WS-EXCEPTION-TEXT   PIC X(20) VALUE SPACES.                 00010200
         05 WS-PAID-READ        PIC 9(7) COMP-3 VALUE ZERO.             00010300
         05 WS-PAID-MATCHED     PIC 9(7) COMP-3 VALUE ZERO.             00010400
         05 WS-PAID-EXCEPTIONS  PIC 9(7) COMP-3 VALUE ZERO.             00010500
         05 WS-STILL-OUT        PIC 9(7) COMP-3 VALUE ZERO.             00010600
         05 WS-ESCHEATED        PIC 9(7) COMP-3 VALUE ZERO.             00010700
         05 WS-PAID-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.         00010800
         05 WS-EXCEPTION-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.         00010900
         05 WS-OUT-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.         00011000
         05 WS-ESCHEAT-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.         00011100
      *                                                                 00011200
       01 RPT-HEADER-LINE.                                              00011300
         05 FILLER              PIC X(34)                               00011400
            VALUE 'REFUND CHECK RECONCILIATION FOR   '.                 00011500
         05 HDR-RUN-DATE        PIC 9(8).                               00011600
         05 FILLER              PIC X(38) VALUE SPACES.                 00011700
       01 RPT-SECTION-LINE.                                             00011800
         05 SECT-TITLE          PIC X(40).                              00011900
         05 FILLER              PIC X(40) VALUE SPACES.                 00012000
       01 RPT-EXCEPTION-LINE.                                           00012100
         05 EXC-CHECK-NO        PIC 9(10).                              00012200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012300
         05 EXC-AMOUNT-O        PIC $$,$$$,$$9.99.                      00012400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012500
         05 EXC-PAID-DATE       PIC 9(8).                               00012600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012700
         05 EXC-REASON          PIC X(20).                              00012800
         05 FILLER              PIC X(23) VALUE SPACES.                 00012900
       01 RPT-ESCHEAT-LINE.                                             00013000
         05 ESC-ACCT-NO         PIC X(8).                               00013100
         05 FILLER              PIC X(2)  VALUE SPACES.                 00013200
         05 ESC-CHECK-NO        PIC 9(10).                              00013300
         05 FILLER              PIC X(2)  VALUE SPACES.                 00013400
         05 ESC-ISSUE-DATE      PIC 9(8).                               00013500
         05 FILLER              PIC X(2)  VALUE SPACES.                 00013600
         05 ESC-AMOUNT-O        PIC $$,$$$,$$9.99.                      00013700
         05 FILLER              PIC X(2)  VALUE SPACES.                 00013800
         05 ESC-STATE           PIC X(15).                              00013900
         05 FILLER              PIC X(18) VALUE SPACES.                 00014000
       01 RPT-TOTAL-LINE.                                               00014100
         05 TOT-LABEL           PIC X(28).                              00014200
         05 TOT-COUNT-O         PIC Z,ZZZ,ZZ9.                          00014300
         05 FILLER              PIC X(2)  VALUE SPACES.                 00014400
         05 TOT-AMOUNT-O        PIC $$$,$$$,$$9.99.                     00014500
         05 FILLER              PIC X(27) VALUE SPACES.                 00014600
       01 RPT-BLANK-LINE        PIC X(80) VALUE SPACES.                 00014700
      *------------------                                               00014800
       PROCEDURE DIVISION.                                              00014900
      *------------------                                               00015000
       0000-MAINLINE.                                                   00015100
           PERFORM OPEN-FILES                                           00015200
           PERFORM APPLY-PAID-CHECKS                                    00015300
           PERFORM REVIEW-OUTSTANDING                                   00015400
           PERFORM WRITE-RECON-TOTALS                                   00015500
           PERFORM CLOSE-STOP.                                          00015600
      *                                                                 00015700
       OPEN-FILES.                                                      00015800
           PERFORM READ-BUSINESS-DATE.                                  00015810
           COMPUTE WS-RUN-DATE-INT =                                    00016000
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   00016100
           PERFORM READ-ESC-PARM.                                       00016200
           OPEN I-O    REFUND-FILE.                                     00016300
           IF WS-REF-STATUS NOT = '00'                                  00016400
               DISPLAY 'CBL0030 REFUNDS OPEN FAILED - STATUS '          00016500
                       WS-REF-STATUS ' - STOPPING'                      00016600
               MOVE 12 TO RETURN-CODE                                   00016700
               STOP RUN                                                 00016800
           END-IF.                                                      00016900
           OPEN OUTPUT UNCLAIMED.                                       00017000
           OPEN OUTPUT RECON-RPT.                                       00017100
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.                            00017200
           WRITE RECON-RPT-REC FROM RPT-HEADER-LINE.                    00017300
           WRITE RECON-RPT-REC FROM RPT-BLANK-LINE.                     00017400
      *                                                                 00017500
      * HOW LONG A REFUND CHECK MAY STAY UNCASHED BEFORE IT IS          00017600
      * REPORTED AS UNCLAIMED PROPERTY.  THREE YEARS UNLESS THE PARM    00017700
      * SAYS OTHERWISE.                                                 00017800
      *                                                                 00017900
       READ-ESC-PARM.                                                   00018000
           OPEN INPUT ESC-PARM.                                         00018100
           IF WS-PARM-STATUS = '00'                                     00018200
               READ ESC-PARM                                            00018300
               AT END                                                   00018400
                   DISPLAY 'CBL0030 WARNING: ESCPARM EMPTY - '          00018500
                           'DORMANCY DAYS DEFAULTED TO ' WS-ESC-DAYS    00018600
               NOT AT END                                               00018700
                   IF PARM-ESC-DAYS IS NUMERIC                          00018800
                      AND PARM-ESC-DAYS > ZERO                          00018900
                       MOVE PARM-ESC-DAYS TO WS-ESC-DAYS                00019000
                   END-IF                                               00019100
               END-READ                                                 00019200
               CLOSE ESC-PARM                                           00019300
           ELSE                                                         00019400
               DISPLAY 'CBL0030 WARNING: ESCPARM MISSING - '            00019500
                       'DORMANCY DAYS DEFAULTED TO ' WS-ESC-DAYS        00019600
           END-IF.                                                      00019601
      *                                                                 00019602
      * THE RUN DATE IS THE BUSINESS DATE CBL0031 ROLLED FORWARD FOR    00019603
      * THE NIGHT, NOT THE MACHINE DATE, SO IT AGREES WITH THE DATE     00019604
      * THE NIGHTLY CHAIN STAMPS ON THE SAME WORK.                      00019605
      *                                                                 00019606
       READ-BUSINESS-DATE.                                              00019607
           MOVE ZERO TO WS-RUN-DATE.                                    00019608
           OPEN INPUT BUS-DATE.                                         00019609
           IF WS-BUSD-STATUS = '00'                                     00019610
               READ BUS-DATE                                            00019611
               AT END                                                   00019612
                   CONTINUE                                             00019613
               NOT AT END                                               00019614
                   MOVE BUSD-CURR-DATE TO WS-RUN-DATE                   00019615
               END-READ                                                 00019616
               CLOSE BUS-DATE                                           00019617
           END-IF.                                                      00019618
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO             00019619
               DISPLAY 'CBL0030 NO BUSINESS DATE ON BUSDATE - '         00019620
                       'RUN CBL0031 FIRST - STOPPING'                   00019621
               MOVE 12 TO RETURN-CODE                                   00019622
               STOP RUN                                                 00019623
           END-IF.                                                      00019700
      *                                                                 00019800
       CLOSE-STOP.                                                      00019900
           CLOSE REFUND-FILE.                                           00020000
           CLOSE UNCLAIMED.                                             00020100
           CLOSE RECON-RPT.                                             00020200
           DISPLAY 'CBL0030 PAID ITEMS READ  : ' WS-PAID-READ.          00020300
           DISPLAY 'CBL0030 PAID AND MATCHED : ' WS-PAID-MATCHED.       00020400
           DISPLAY 'CBL0030 PAID EXCEPTIONS  : ' WS-PAID-EXCEPTIONS.    00020500
           DISPLAY 'CBL0030 STILL OUTSTANDING: ' WS-STILL-OUT.          00020600
           DISPLAY 'CBL0030 SENT TO ESCHEAT  : ' WS-ESCHEATED.          00020700
           IF WS-PAID-EXCEPTIONS > ZERO                                 00020800
               DISPLAY 'CBL0030 PAID ITEMS NOT MATCHED - '              00020900
                       'SEE REFRECON'                                   00021000
               MOVE 8 TO RETURN-CODE                                    00021100
           END-IF.                                                      00021200
           STOP RUN.                                                    00021300
      *                                                                 00021400
      * A PAID ITEM CLOSES THE OUTSTANDING REFUND IT NAMES.  ONE THAT   00021500
      * NAMES NO REFUND, A REFUND ALREADY CLOSED, OR A DIFFERENT        00021600
      * AMOUNT IS LISTED FOR THE BANK TO RESEARCH AND CHANGES NOTHING.  00021700
      * NO PAID-ITEMS FILE SIMPLY MEANS NOTHING CLEARED.                00021800
      *                                                                 00021900
       APPLY-PAID-CHECKS.                                               00022000
           MOVE 'PAID ITEMS NOT MATCHED' TO SECT-TITLE.                 00022100
           WRITE RECON-RPT-REC FROM RPT-SECTION-LINE.                   00022200
           OPEN INPUT PAID-CHECKS.                                      00022300
           IF WS-PAID-STATUS = '00'                                     00022400
               MOVE 'Y' TO WS-PAID-OPEN-SW                              00022500
           ELSE                                                         00022600
               MOVE 'Y' TO LASTREC-PAID                                 00022700
           END-IF.                                                      00022800
           PERFORM UNTIL LASTREC-PAID = 'Y'                             00022900
               READ PAID-CHECKS                                         00023000
               AT END                                                   00023100
                   MOVE 'Y' TO LASTREC-PAID                             00023200
               NOT AT END                                               00023300
                   ADD 1 TO WS-PAID-READ                                00023400
                   PERFORM MATCH-ONE-PAID-CHECK                         00023500
               END-READ                                                 00023600
           END-PERFORM.                                                 00023700
           IF WS-PAID-OPEN-SW = 'Y'                                     00023800
               CLOSE PAID-CHECKS                                        00023900
           END-IF.                                                      00024000
           WRITE RECON-RPT-REC FROM RPT-BLANK-LINE.                     00024100
      *                                                                 00024200
       MATCH-ONE-PAID-CHECK.                                            00024300
           MOVE SPACES TO WS-EXCEPTION-TEXT.                            00024400
           MOVE PD-CHECK-NO TO REF-CHECK-NO.                            00024500
           READ REFUND-FILE                                             00024600
               INVALID KEY                                              00024700
                   MOVE 'CHECK NOT ISSUED    ' TO WS-EXCEPTION-TEXT     00024800
               NOT INVALID KEY                                          00024900
                   EVALUATE TRUE                                        00025000
                       WHEN NOT REF-OUTSTANDING                         00025100
                           MOVE 'CHECK NOT OUTSTANDNG'                  00025200
                                              TO WS-EXCEPTION-TEXT      00025300
                       WHEN PD-AMOUNT NOT = REF-AMOUNT                  00025400
                           MOVE 'AMOUNT MISMATCH     '                  00025500
                                              TO WS-EXCEPTION-TEXT      00025600
                       WHEN OTHER                                       00025700
                           PERFORM MARK-REFUND-PAID                     00025800
                   END-EVALUATE                                         00025900
           END-READ.                                                    00026000
           IF WS-EXCEPTION-TEXT NOT = SPACES                            00026100
               PERFORM WRITE-EXCEPTION-LINE                             00026200
           END-IF.                                                      00026300
      *                                                                 00026400
       MARK-REFUND-PAID.                                                00026500
           MOVE 'P'          TO REF-STATUS.                             00026600
           MOVE PD-PAID-DATE TO REF-STATUS-DATE.                        00026700
           REWRITE REFUND-REC                                           00026800
               INVALID KEY                                              00026900
                   DISPLAY 'CBL0030 REFUND REWRITE FAILED - STATUS '    00027000
                           WS-REF-STATUS ' CHECK ' REF-CHECK-NO         00027100
           END-REWRITE.                                                 00027200
           ADD 1 TO WS-PAID-MATCHED.                                    00027300
           ADD PD-AMOUNT TO WS-PAID-TOTAL.                              00027400
      *                                                                 00027500
       WRITE-EXCEPTION-LINE.                                            00027600
           ADD 1 TO WS-PAID-EXCEPTIONS.                                 00027700
           ADD PD-AMOUNT TO WS-EXCEPTION-TOTAL.                         00027800
           MOVE PD-CHECK-NO       TO EXC-CHECK-NO.                      00027900
           MOVE PD-AMOUNT         TO EXC-AMOUNT-O.                      00028000
           MOVE PD-PAID-DATE      TO EXC-PAID-DATE.                     00028100
           MOVE WS-EXCEPTION-TEXT TO EXC-REASON.                        00028200
           WRITE RECON-RPT-REC FROM RPT-EXCEPTION-LINE.                 00028300
      *                                                                 00028400
      * EVERY REFUND STILL OUTSTANDING AFTER THE PAID ITEMS ARE         00028500
      * APPLIED IS AGED FROM ITS ISSUE DATE.  ONE PAST THE DORMANCY     00028600
      * PERIOD GOES ON THE UNCLAIMED-PROPERTY LIST AND IS MARKED        00028700
      * ESCHEATED SO THE BANK ITEM CAN BE STOPPED AND IT IS NOT         00028800
      * REPORTED TWICE.                                                 00028900
      *                                                                 00029000
       REVIEW-OUTSTANDING.                                              00029100
           MOVE 'REFUND CHECKS SENT TO ESCHEAT' TO SECT-TITLE.          00029200
           WRITE RECON-RPT-REC FROM RPT-SECTION-LINE.                   00029300
           MOVE ZERO TO REF-CHECK-NO.                                   00029400
           START REFUND-FILE KEY >= REF-CHECK-NO                        00029500
               INVALID KEY MOVE 'Y' TO LASTREC-REF                      00029600
           END-START.                                                   00029700
           PERFORM UNTIL LASTREC-REF = 'Y'                              00029800
               PERFORM READ-REFUND-NEXT                                 00029900
               IF LASTREC-REF NOT = 'Y' AND REF-OUTSTANDING             00030000
                   PERFORM AGE-ONE-REFUND                               00030100
               END-IF                                                   00030200
           END-PERFORM.                                                 00030300
           WRITE RECON-RPT-REC FROM RPT-BLANK-LINE.                     00030400
      *                                                                 00030500
       READ-REFUND-NEXT.                                                00030600
           READ REFUND-FILE NEXT RECORD                                 00030700
           AT END MOVE 'Y' TO LASTREC-REF                               00030800
           END-READ.                                                    00030900
           IF WS-REF-STATUS NOT = '00'                                  00031000
               MOVE 'Y' TO LASTREC-REF                                  00031100
           END-IF.                                                      00031200
      *                                                                 00031300
       AGE-ONE-REFUND.                                                  00031400
           COMPUTE WS-ISSUE-DATE-INT =                                  00031500
               FUNCTION INTEGER-OF-DATE(REF-ISSUE-DATE).                00031600
           COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-ISSUE-DATE-INT.   00031700
           IF WS-DAYS-OUT >= WS-ESC-DAYS                                00031800
               PERFORM ESCHEAT-ONE-REFUND                               00031900
           ELSE                                                         00032000
               ADD 1 TO WS-STILL-OUT                                    00032100
               ADD REF-AMOUNT TO WS-OUT-TOTAL                           00032200
           END-IF.                                                      00032300
      *                                                                 00032400
       ESCHEAT-ONE-REFUND.                                              00032500
           MOVE SPACES          TO UNCLAIMED-REC.                       00032600
           MOVE REF-ACCT-NO     TO UC-ACCT-NO.                          00032700
           MOVE REF-CHECK-NO    TO UC-CHECK-NO.                         00032800
           MOVE REF-AMOUNT      TO UC-AMOUNT.                           00032900
           MOVE REF-ISSUE-DATE  TO UC-ISSUE-DATE.                       00033000
           MOVE REF-PAYEE-NAME  TO UC-OWNER-NAME.                       00033100
           MOVE REF-STREET-ADDR TO UC-STREET-ADDR.                      00033200
           MOVE REF-CITY-COUNTY TO UC-CITY-COUNTY.                      00033300
           MOVE REF-USA-STATE   TO UC-USA-STATE.                        00033400
           WRITE UNCLAIMED-REC.                                         00033500
           MOVE REF-ACCT-NO     TO ESC-ACCT-NO.                         00033600
           MOVE REF-CHECK-NO    TO ESC-CHECK-NO.                        00033700
           MOVE REF-ISSUE-DATE  TO ESC-ISSUE-DATE.                      00033800
           MOVE REF-AMOUNT      TO ESC-AMOUNT-O.                        00033900
           MOVE REF-USA-STATE   TO ESC-STATE.                           00034000
           WRITE RECON-RPT-REC FROM RPT-ESCHEAT-LINE.                   00034100
           MOVE 'E'             TO REF-STATUS.                          00034200
           MOVE WS-RUN-DATE     TO REF-STATUS-DATE.                     00034300
           REWRITE REFUND-REC                                           00034400
               INVALID KEY                                              00034500
                   DISPLAY 'CBL0030 REFUND REWRITE FAILED - STATUS '    00034600
                           WS-REF-STATUS ' CHECK ' REF-CHECK-NO         00034700
           END-REWRITE.                                                 00034800
           ADD 1 TO WS-ESCHEATED.                                       00034900
           ADD REF-AMOUNT TO WS-ESCHEAT-TOTAL.                          00035000
      *                                                                 00035100
       WRITE-RECON-TOTALS.                                              00035200
           MOVE 'PAID AND MATCHED            ' TO TOT-LABEL.            00035300
           MOVE WS-PAID-MATCHED                TO TOT-COUNT-O.          00035400
           MOVE WS-PAID-TOTAL                  TO TOT-AMOUNT-O.         00035500
           WRITE RECON-RPT-REC FROM RPT-TOTAL-LINE.                     00035600
           MOVE 'PAID ITEMS NOT MATCHED      ' TO TOT-LABEL.            00035700
           MOVE WS-PAID-EXCEPTIONS             TO TOT-COUNT-O.          00035800
           MOVE WS-EXCEPTION-TOTAL             TO TOT-AMOUNT-O.         00035900
           WRITE RECON-RPT-REC FROM RPT-TOTAL-LINE.                     00036000
           MOVE 'STILL OUTSTANDING           ' TO TOT-LABEL.            00036100
           MOVE WS-STILL-OUT                   TO TOT-COUNT-O.          00036200
           MOVE WS-OUT-TOTAL                   TO TOT-AMOUNT-O.         00036300
           WRITE RECON-RPT-REC FROM RPT-TOTAL-LINE.                     00036400
           MOVE 'SENT TO ESCHEAT             ' TO TOT-LABEL.            00036500
           MOVE WS-ESCHEATED                   TO TOT-COUNT-O.          00036600
           MOVE WS-ESCHEAT-TOTAL               TO TOT-AMOUNT-O.         00036700
           WRITE RECON-RPT-REC FROM RPT-TOTAL-LINE.                     00036800
