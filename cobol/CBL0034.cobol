      *-----------------------                                          00001000
       IDENTIFICATION DIVISION.                                         00001100
      *-----------------------                                          00001200
       PROGRAM-ID.    CBL0034.                                          00001300
       AUTHOR.        Otto B. Fun.                                      00001400
      *--------------------                                             00001500
       ENVIRONMENT DIVISION.                                            00001600
      *--------------------                                             00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
           SELECT CINQ-FILE   ASSIGN TO CINQFILE                        00002000
                  ORGANIZATION IS SEQUENTIAL.                           00002100
           SELECT CHG-JRNL    ASSIGN TO CHGJRNL                         00002200
                  ORGANIZATION IS INDEXED                               00002300
                  ACCESS MODE  IS DYNAMIC                               00002400
                  RECORD KEY   IS CJ-KEY                                00002500
                  FILE STATUS  IS WS-CJ-STATUS.                         00002600
           SELECT CINQ-RPT    ASSIGN TO CINQRPT                         00002700
                  ORGANIZATION IS SEQUENTIAL.                           00002800
      *-------------                                                    00002900
       DATA DIVISION.                                                   00003000
      *-------------                                                    00003100
       FILE SECTION.                                                    00003200
      *                                                                 00003300
      * ONE REQUEST PER ACCOUNT: THE BUSINESS DATES TO LIST FROM AND    00003400
      * THRU.  A ZERO THRU DATE LISTS EVERYTHING FROM THE FROM DATE.    00003500
      *                                                                 00003600
       FD  CINQ-FILE RECORDING MODE F.                                  00003700
       01  CINQ-REC.                                                    00003800
           05  CINQ-ACCT-NO    PIC X(8).                                00003900
           05  CINQ-FROM-DATE  PIC 9(8).                                00004000
           05  CINQ-THRU-DATE  PIC 9(8).                                00004100
      *                                                                 00004200
       FD  CHG-JRNL.                                                    00004300
       01  CHG-JRNL-REC.                                                00004400
           05  CJ-KEY.                                                  00004500
               10  CJ-ACCT-NO      PIC X(8).                            00004600
               10  CJ-BUS-DATE     PIC 9(8).                            00004700
               10  CJ-STAMP-DATE   PIC 9(8).                            00004800
               10  CJ-STAMP-TIME   PIC 9(8).                            00004900
               10  CJ-STAMP-SEQ    PIC 9(3).                            00005000
           05  CJ-FIELD            PIC X(12).                           00005100
           05  CJ-OLD-VALUE        PIC X(25).                           00005200
           05  CJ-NEW-VALUE        PIC X(25).                           00005300
           05  CJ-PROGRAM          PIC X(8).                            00005400
           05  CJ-SOURCE           PIC X(1).                            00005500
               88  CJ-FROM-MAINT        VALUE 'M'.                      00005600
               88  CJ-FROM-APPROVAL     VALUE 'A'.                      00005700
               88  CJ-FROM-POSTING      VALUE 'P'.                      00005800
               88  CJ-FROM-AGING        VALUE 'G'.                      00005900
               88  CJ-FROM-STATEMENT    VALUE 'S'.                      00006000
               88  CJ-FROM-CHARGE-OFF   VALUE 'C'.                      00006100
               88  CJ-FROM-BACKOUT      VALUE 'K'.                      00006200
           05  CJ-SOURCE-REF       PIC X(10).                           00006300
           05  FILLER              PIC X(14).                           00006400
      *                                                                 00006500
       FD  CINQ-RPT RECORDING MODE F.                                   00006600
       01  CINQ-RPT-REC        PIC X(132).                              00006700
      *                                                                 00006800
       WORKING-STORAGE SECTION.                                         00006900
       01 FLAGS.                                                        00007000
         05 LASTREC             PIC X VALUE SPACE.                      00007100
         05 WS-END-OF-ACCT-SW   PIC X VALUE 'N'.                        00007200
       01 WORK-FIELDS.                                                  00007300
         05 WS-CJ-STATUS        PIC X(2) VALUE SPACES.                  00007400
         05 WS-REQS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00007500
         05 WS-LINES-PRINTED    PIC 9(7) COMP-3 VALUE ZERO.             00007600
         05 WS-REQS-NO-CHANGES  PIC 9(7) COMP-3 VALUE ZERO.             00007700
         05 WS-ITEMS-THIS-REQ   PIC 9(7) COMP-3 VALUE ZERO.             00007800
         05 WS-THRU-DATE        PIC 9(8) VALUE ZERO.                    00007900
         05 WS-STAMP-TIME       PIC 9(8) VALUE ZERO.                    00008000
         05 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.                00008100
            10 WS-STAMP-HH      PIC 9(2).                               00008200
            10 WS-STAMP-MM      PIC 9(2).                               00008300
            10 WS-STAMP-SS      PIC 9(2).                               00008400
            10 WS-STAMP-CC      PIC 9(2).                               00008500
      *                                                                 00008600
       01 INQ-HEADER-LINE.                                              00008700
         05 FILLER              PIC X(19)                               00008800
            VALUE 'CHANGES TO ACCOUNT '.                                00008900
         05 IHDR-ACCT-NO        PIC X(8).                               00009000
         05 FILLER              PIC X(7)  VALUE '  FROM '.              00009100
         05 IHDR-FROM-DATE      PIC 9(8).                               00009200
         05 FILLER              PIC X(7)  VALUE '  THRU '.              00009300
         05 IHDR-THRU-DATE      PIC 9(8).                               00009400
         05 FILLER              PIC X(75) VALUE SPACES.                 00009500
       01 INQ-COLUMN-LINE.                                              00009600
         05 FILLER              PIC X(31)                               00009700
            VALUE '  BUS DATE  CHANGED ON'.                             00009800
         05 FILLER              PIC X(14) VALUE 'FIELD'.                00009900
         05 FILLER              PIC X(27) VALUE 'OLD VALUE'.            00010000
         05 FILLER              PIC X(27) VALUE 'NEW VALUE'.            00010100
         05 FILLER              PIC X(10) VALUE 'PROGRAM'.              00010200
         05 FILLER              PIC X(23) VALUE 'SOURCE'.               00010300
       01 INQ-DETAIL-LINE.                                              00010400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00010500
         05 IDTL-BUS-DATE       PIC 9(8).                               00010600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00010700
         05 IDTL-STAMP-DATE     PIC 9(8).                               00010800
         05 FILLER              PIC X(1)  VALUE SPACES.                 00010900
         05 IDTL-STAMP-HH       PIC 9(2).                               00011000
         05 FILLER              PIC X(1)  VALUE ':'.                    00011100
         05 IDTL-STAMP-MM       PIC 9(2).                               00011200
         05 FILLER              PIC X(1)  VALUE ':'.                    00011300
         05 IDTL-STAMP-SS       PIC 9(2).                               00011400
         05 FILLER              PIC X(2)  VALUE SPACES.                 00011500
         05 IDTL-FIELD          PIC X(12).                              00011600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00011700
         05 IDTL-OLD-VALUE      PIC X(25).                              00011800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00011900
         05 IDTL-NEW-VALUE      PIC X(25).                              00012000
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012100
         05 IDTL-PROGRAM        PIC X(8).                               00012200
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012300
         05 IDTL-SOURCE-O       PIC X(10).                              00012400
         05 FILLER              PIC X(1)  VALUE SPACES.                 00012500
         05 IDTL-SOURCE-REF     PIC X(10).                              00012600
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012700
       01 INQ-NONE-LINE.                                                00012800
         05 FILLER              PIC X(2)  VALUE SPACES.                 00012900
         05 FILLER              PIC X(36)                               00013000
            VALUE 'NO MASTER CHANGES IN PERIOD         '.               00013100
         05 FILLER              PIC X(94) VALUE SPACES.                 00013200
       01 INQ-BLANK-LINE        PIC X(132) VALUE SPACES.                00013300
      *------------------                                               00013400
       PROCEDURE DIVISION.                                              00013500
      *------------------                                               00013600
       0000-MAINLINE.                                                   00013700
           PERFORM OPEN-FILES                                           00013800
           PERFORM READ-CINQ-REC                                        00013900
           PERFORM UNTIL LASTREC = 'Y'                                  00014000
               ADD 1 TO WS-REQS-READ                                    00014100
               PERFORM LIST-ONE-ACCOUNT                                 00014200
               PERFORM READ-CINQ-REC                                    00014300
           END-PERFORM                                                  00014400
           PERFORM CLOSE-STOP.                                          00014500
      *                                                                 00014600
       OPEN-FILES.                                                      00014700
           OPEN INPUT  CINQ-FILE.                                       00014800
           OPEN INPUT  CHG-JRNL.                                        00014900
           OPEN OUTPUT CINQ-RPT.                                        00015000
           IF WS-CJ-STATUS NOT = '00'                                   00015100
               DISPLAY 'CBL0034 ERROR: CHGJRNL NOT AVAILABLE - '        00015200
                       'STATUS ' WS-CJ-STATUS                           00015300
               MOVE 'Y' TO LASTREC                                      00015400
           END-IF.                                                      00015500
      *                                                                 00015600
       CLOSE-STOP.                                                      00015700
           CLOSE CINQ-FILE.                                             00015800
           CLOSE CHG-JRNL.                                              00015900
           CLOSE CINQ-RPT.                                              00016000
           DISPLAY 'CBL0034 REQUESTS READ    : ' WS-REQS-READ.          00016100
           DISPLAY 'CBL0034 CHANGES LISTED   : ' WS-LINES-PRINTED.      00016200
           DISPLAY 'CBL0034 NO-CHANGE REQS   : ' WS-REQS-NO-CHANGES.    00016300
           STOP RUN.                                                    00016400
      *                                                                 00016500
       READ-CINQ-REC.                                                   00016600
           READ CINQ-FILE                                               00016700
           AT END MOVE 'Y' TO LASTREC                                   00016800
           END-READ.                                                    00016900
      *                                                                 00017000
      * POSITION ON THE ACCOUNT'S FIRST CHANGE AT OR AFTER THE FROM     00017100
      * DATE AND WALK FORWARD UNTIL THE ACCOUNT CHANGES OR THE          00017200
      * BUSINESS DATE PASSES THE THRU DATE.  WITHIN A DATE THE          00017300
      * CHANGES COME BACK IN THE ORDER THEY WERE MADE.                  00017400
      *                                                                 00017500
       LIST-ONE-ACCOUNT.                                                00017600
           MOVE ZERO TO WS-ITEMS-THIS-REQ                               00017700
           IF CINQ-THRU-DATE = ZERO                                     00017800
               MOVE 99999999       TO WS-THRU-DATE                      00017900
           ELSE                                                         00018000
               MOVE CINQ-THRU-DATE TO WS-THRU-DATE                      00018100
           END-IF                                                       00018200
           PERFORM WRITE-INQ-HEADER                                     00018300
           MOVE 'N'            TO WS-END-OF-ACCT-SW                     00018400
           MOVE CINQ-ACCT-NO   TO CJ-ACCT-NO                            00018500
           MOVE CINQ-FROM-DATE TO CJ-BUS-DATE                           00018600
           MOVE ZERO           TO CJ-STAMP-DATE                         00018700
           MOVE ZERO           TO CJ-STAMP-TIME                         00018800
           MOVE ZERO           TO CJ-STAMP-SEQ                          00018900
           START CHG-JRNL KEY >= CJ-KEY                                 00019000
               INVALID KEY MOVE 'Y' TO WS-END-OF-ACCT-SW                00019100
           END-START                                                    00019200
           PERFORM UNTIL WS-END-OF-ACCT-SW = 'Y'                        00019300
               PERFORM READ-CJ-NEXT                                     00019400
               IF WS-END-OF-ACCT-SW = 'N'                               00019500
                  AND CJ-ACCT-NO = CINQ-ACCT-NO                         00019600
                  AND CJ-BUS-DATE <= WS-THRU-DATE                       00019700
                   PERFORM WRITE-INQ-DETAIL                             00019800
               ELSE                                                     00019900
                   MOVE 'Y' TO WS-END-OF-ACCT-SW                        00020000
               END-IF                                                   00020100
           END-PERFORM                                                  00020200
           IF WS-ITEMS-THIS-REQ = ZERO                                  00020300
               WRITE CINQ-RPT-REC FROM INQ-NONE-LINE                    00020400
               ADD 1 TO WS-REQS-NO-CHANGES                              00020500
           END-IF                                                       00020600
           WRITE CINQ-RPT-REC FROM INQ-BLANK-LINE.                      00020700
      *                                                                 00020800
       READ-CJ-NEXT.                                                    00020900
           READ CHG-JRNL NEXT RECORD                                    00021000
           AT END MOVE 'Y' TO WS-END-OF-ACCT-SW                         00021100
           END-READ.                                                    00021200
           IF WS-CJ-STATUS NOT = '00'                                   00021300
               MOVE 'Y' TO WS-END-OF-ACCT-SW                            00021400
           END-IF.                                                      00021500
      *                                                                 00021600
       WRITE-INQ-HEADER.                                                00021700
           MOVE CINQ-ACCT-NO   TO IHDR-ACCT-NO.                         00021800
           MOVE CINQ-FROM-DATE TO IHDR-FROM-DATE.                       00021900
           MOVE WS-THRU-DATE   TO IHDR-THRU-DATE.                       00022000
           WRITE CINQ-RPT-REC FROM INQ-HEADER-LINE.                     00022100
           WRITE CINQ-RPT-REC FROM INQ-COLUMN-LINE.                     00022200
      *                                                                 00022300
       WRITE-INQ-DETAIL.                                                00022400
           MOVE CJ-BUS-DATE    TO IDTL-BUS-DATE.                        00022500
           MOVE CJ-STAMP-DATE  TO IDTL-STAMP-DATE.                      00022600
           MOVE CJ-STAMP-TIME  TO WS-STAMP-TIME.                        00022700
           MOVE WS-STAMP-HH    TO IDTL-STAMP-HH.                        00022800
           MOVE WS-STAMP-MM    TO IDTL-STAMP-MM.                        00022900
           MOVE WS-STAMP-SS    TO IDTL-STAMP-SS.                        00023000
           MOVE CJ-FIELD       TO IDTL-FIELD.                           00023100
           MOVE CJ-OLD-VALUE   TO IDTL-OLD-VALUE.                       00023200
           MOVE CJ-NEW-VALUE   TO IDTL-NEW-VALUE.                       00023300
           MOVE CJ-PROGRAM     TO IDTL-PROGRAM.                         00023400
           MOVE CJ-SOURCE-REF  TO IDTL-SOURCE-REF.                      00023500
           EVALUATE TRUE                                                00023600
               WHEN CJ-FROM-MAINT                                       00023700
                   MOVE 'MAINT     ' TO IDTL-SOURCE-O                   00023800
               WHEN CJ-FROM-APPROVAL                                    00023900
                   MOVE 'APPROVAL  ' TO IDTL-SOURCE-O                   00024000
               WHEN CJ-FROM-POSTING                                     00024100
                   MOVE 'POSTING   ' TO IDTL-SOURCE-O                   00024200
               WHEN CJ-FROM-AGING                                       00024300
                   MOVE 'AGING     ' TO IDTL-SOURCE-O                   00024400
               WHEN CJ-FROM-STATEMENT                                   00024500
                   MOVE 'STATEMENT ' TO IDTL-SOURCE-O                   00024600
               WHEN CJ-FROM-CHARGE-OFF                                  00024700
                   MOVE 'CHARGE-OFF' TO IDTL-SOURCE-O                   00024800
               WHEN CJ-FROM-BACKOUT                                     00024900
                   MOVE 'BACKOUT   ' TO IDTL-SOURCE-O                   00025000
               WHEN OTHER                                               00025100
                   MOVE 'UNKNOWN   ' TO IDTL-SOURCE-O                   00025200
           END-EVALUATE.                                                00025300
           WRITE CINQ-RPT-REC FROM INQ-DETAIL-LINE.                     00025400
           ADD 1 TO WS-LINES-PRINTED.                                   00025500
           ADD 1 TO WS-ITEMS-THIS-REQ.                                  00025600
      *                                                                 00025700
