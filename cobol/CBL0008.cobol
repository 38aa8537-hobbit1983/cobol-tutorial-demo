                  FILE STATUS  IS WS-MST-STATUS.                        00002600
           SELECT OLD-SEQ     ASSIGN TO OLDSEQ                          00002610
                  ORGANIZATION IS SEQUENTIAL.                           00002620
           SELECT PRV-SEQ     ASSIGN TO PRVSEQ                          00002621
                  ORGANIZATION IS SEQUENTIAL.                           00002622
           SELECT CNVT-PARM   ASSIGN TO CNVPARM                         00002700
                  ORGANIZATION IS SEQUENTIAL.                           00002800
           SELECT BUS-DATE    ASSIGN TO BUSDATE                         00002810
                  ORGANIZATION IS SEQUENTIAL                            00002820
                  FILE STATUS  IS WS-BUSD-STATUS.                       00002830
      *-------------                                                    00002900
       DATA DIVISION.                                                   00003000
      *-------------                                                    00003100
       FILE SECTION.                                                    00003200
       FD  ACCT-SEQ RECORDING MODE F.                                   00003300
       01  ACCT-SEQ-REC           PIC X(249).                           00003310
      *                                                                 00003500
       FD  ACCT-MST.                                                    00003600
       01  ACCT-FIELDS.                                                 00003700
               10  DELINQ-DAYS-PAST-DUE  PIC 9(3).                      00004700
               10  DELINQ-COLL-FLAG      PIC X(1).                      00004800
                   88  DELINQ-FLAGGED    VALUE 'Y'.                     00004900
               10  DELINQ-CHGOFF-FLAG    PIC X(1).                      00004910
                   88  DELINQ-CHARGED-OFF VALUE 'Y'.                    00004920
               10  DELINQ-BLOCK-FLAG     PIC X(1).                      00004921
                   88  DELINQ-BLOCKED    VALUE 'Y'.                     00004922
               10  FILLER                PIC X(1).                      00004923
           05  LAST-PAYMENT-DATE   PIC 9(8).                            00005001
           05  LAST-ACTIVITY-DATE  PIC 9(8).                            00005002
           05  ACCT-CYCLE-CODE     PIC X(2).                            00005003
           05  ACCT-MIN-DUE        PIC S9(7)V99 COMP-3.                 00005004
           05  ACCT-MIN-UNPAID     PIC S9(7)V99 COMP-3.                 00005005
           05  ACCT-DUE-DATE       PIC 9(8).                            00005006
           05  ACCT-PAST-DUE-SINCE PIC 9(8).                            00005007
           05  ACCT-CHGOFF-DATE    PIC 9(8).                            00005008
           05  ACCT-CHGOFF-AMT     PIC S9(7)V99 COMP-3.                 00005009
           05  ACCT-CHGOFF-RECOV   PIC S9(7)V99 COMP-3.                 00005010
           05  ACCT-PRICE-PLAN     PIC X(2).                            00005011
           05  COMMENTS       PIC X(50).                                00005100
      *                                                                 00005200
      * THE PRE-BUCKET UNLOAD LAYOUT (170 BYTES) FOR THE ONE-SHOT       00005210
               10  FILLER                PIC X(3).                      00005263
           05  OLD-COMMENTS       PIC X(50).                            00005264
      *                                                                 00005265
      * THE BUCKETED MASTER AS UNLOADED BEFORE THE MINIMUM-DUE,         00005266
      * CHARGE-OFF AND PRICING FIELDS WERE ADDED (203 BYTES).           00005267
      *                                                                 00005268
       FD  PRV-SEQ RECORDING MODE F.                                    00005269
       01  PRV-ACCT-REC.                                                00005270
           05  PRV-ACCT-NO        PIC X(8).                             00005271
           05  PRV-ACCT-LIMIT     PIC S9(7)V99 COMP-3.                  00005272
           05  PRV-ACCT-BALANCE   PIC S9(7)V99 COMP-3.                  00005273
           05  PRV-ACCT-PRIN-BAL  PIC S9(7)V99 COMP-3.                  00005274
           05  PRV-ACCT-FEE-BAL   PIC S9(7)V99 COMP-3.                  00005275
           05  PRV-ACCT-FIN-BAL   PIC S9(7)V99 COMP-3.                  00005276
           05  PRV-LAST-NAME      PIC X(20).                            00005277
           05  PRV-FIRST-NAME     PIC X(15).                            00005278
           05  PRV-STREET-ADDR    PIC X(25).                            00005279
           05  PRV-CITY-COUNTY    PIC X(20).                            00005280
           05  PRV-USA-STATE      PIC X(15).                            00005281
           05  PRV-DELINQ-STATUS.                                       00005282
               10  PRV-DELINQ-DAYS       PIC 9(3).                      00005283
               10  PRV-DELINQ-COLL-FLAG  PIC X(1).                      00005284
               10  FILLER                PIC X(3).                      00005285
           05  PRV-LAST-PAYMENT-DATE  PIC 9(8).                         00005286
           05  PRV-LAST-ACTIVITY-DATE PIC 9(8).                         00005287
           05  PRV-ACCT-CYCLE-CODE    PIC X(2).                         00005288
           05  PRV-COMMENTS       PIC X(50).                            00005289
      *                                                                 00005290
       FD  CNVT-PARM RECORDING MODE F.                                  00005300
       01  CNVT-PARM-REC.                                               00005400
           05  PARM-CONVERT-MODE    PIC X(1).                           00005500
               88  PARM-LOAD        VALUE 'L'.                          00005600
               88  PARM-UNLOAD      VALUE 'U'.                          00005700
               88  PARM-CONVERT     VALUE 'C'.                          00005710
               88  PARM-REFORMAT    VALUE 'R'.                          00005711
      *                                                                 00005712
       FD  BUS-DATE RECORDING MODE F.                                   00005713
       01  BUS-DATE-REC.                                                00005714
           05  BUSD-CURR-DATE     PIC 9(8).                             00005715
           05  BUSD-PRIOR-DATE    PIC 9(8).                             00005716
           05  BUSD-ROLLED-ON     PIC 9(8).                             00005717
           05  BUSD-CYCLE-DAYS.                                         00005718
               10  BUSD-CYCLE-DUE PIC X(1) OCCURS 28 TIMES.             00005719
           05  FILLER             PIC X(8).                             00005720
      *                                                                 00005800
       WORKING-STORAGE SECTION.                                         00005900
       01 FLAGS.                                                        00006000
         05 WS-RECS-READ        PIC 9(7) COMP-3 VALUE ZERO.             00006600
         05 WS-RECS-WRITTEN     PIC 9(7) COMP-3 VALUE ZERO.             00006700
         05 WS-RECS-DUPLICATE   PIC 9(7) COMP-3 VALUE ZERO.             00006800
         05 WS-RECS-SEEDED      PIC 9(7) COMP-3 VALUE ZERO.             00006810
         05 WS-BUSD-STATUS      PIC X(2) VALUE SPACES.                  00006820
         05 WS-BUS-DATE         PIC 9(8) VALUE ZERO.                    00006830
         05 WS-BUS-DATE-INT     PIC S9(9) COMP VALUE ZERO.              00006840
         05 WS-SINCE-DATE-INT   PIC S9(9) COMP VALUE ZERO.              00006850
         05 WS-CARRIED-MONTHS   PIC 9(3) COMP-3 VALUE ZERO.             00006860
         05 WS-CARRIED-FLOOR    PIC 9(5)V99 VALUE 25.00.                00006870
      *------------------                                               00006900
       PROCEDURE DIVISION.                                              00007000
      *------------------                                               00007100
                   WHEN PARM-UNLOAD                                     00007800
                       PERFORM UNLOAD-MASTER                            00007900
                   WHEN PARM-CONVERT                                    00007910
                       PERFORM READ-BUSINESS-DATE                       00007911
                       PERFORM CONVERT-MASTER                           00007920
                   WHEN PARM-REFORMAT                                   00007921
                       PERFORM READ-BUSINESS-DATE                       00007922
                       PERFORM REFORMAT-MASTER                          00007923
                   WHEN OTHER                                           00008000
                       DISPLAY 'CBL0008 ERROR: CNVPARM MODE MUST BE '   00008100
                               'L, U, C OR R - FOUND ' PARM-CONVERT-MODE00008110
               END-EVALUATE                                             00008300
           END-IF                                                       00008400
           PERFORM CLOSE-STOP.                                          00008500
           DISPLAY 'CBL0008 RECORDS READ     : ' WS-RECS-READ.          00009800
           DISPLAY 'CBL0008 RECORDS WRITTEN  : ' WS-RECS-WRITTEN.       00009900
           DISPLAY 'CBL0008 DUPLICATE KEYS   : ' WS-RECS-DUPLICATE.     00010000
           DISPLAY 'CBL0008 CARRIED AGE SEEDED: ' WS-RECS-SEEDED.       00010010
           STOP RUN.                                                    00010100
      *                                                                 00010200
       LOAD-MASTER.                                                     00010300
      * BALANCE IS SEEDED AS PRINCIPAL SO THE BUCKETS CROSS-FOOT TO     00013603
      * ACCT-BALANCE FROM THE FIRST RECONCILIATION ONWARD; FEE AND      00013604
      * FINANCE BUCKETS AND THE ACTIVITY DATES START AT ZERO AND THE    00013605
      * CYCLE CODE DEFAULTS TO 01 AND THE PRICING PLAN TO 00.           00013606
      *                                                                 00013607
       CONVERT-MASTER.                                                  00013608
           OPEN INPUT  OLD-SEQ.                                         00013609
           MOVE OLD-USA-STATE        TO USA-STATE.                      00013640
           MOVE OLD-DELINQ-DAYS      TO DELINQ-DAYS-PAST-DUE.           00013641
           MOVE OLD-DELINQ-COLL-FLAG TO DELINQ-COLL-FLAG.               00013642
           MOVE 'N'                  TO DELINQ-CHGOFF-FLAG.             00013643
           MOVE 'N'                  TO DELINQ-BLOCK-FLAG.              00013644
           MOVE ZERO                 TO LAST-PAYMENT-DATE.              00013645
           MOVE ZERO                 TO LAST-ACTIVITY-DATE.             00013646
           MOVE '01'                 TO ACCT-CYCLE-CODE.                00013647
           MOVE ZERO                 TO ACCT-MIN-DUE.                   00013648
           MOVE ZERO                 TO ACCT-MIN-UNPAID.                00013649
           MOVE ZERO                 TO ACCT-DUE-DATE.                  00013650
           MOVE ZERO                 TO ACCT-PAST-DUE-SINCE.            00013651
           MOVE ZERO                 TO ACCT-CHGOFF-DATE.               00013652
           MOVE ZERO                 TO ACCT-CHGOFF-AMT.                00013653
           MOVE ZERO                 TO ACCT-CHGOFF-RECOV.              00013654
           MOVE '00'                 TO ACCT-PRICE-PLAN.                00013655
           MOVE OLD-COMMENTS         TO COMMENTS.                       00013656
           IF DELINQ-DAYS-PAST-DUE > 0 AND WS-BUS-DATE NOT = ZERO       00013657
               PERFORM SEED-CARRIED-DELINQUENCY                         00013658
           END-IF.                                                      00013659
      *                                                                 00013660
      * CUTOVER OF A MASTER UNLOADED IN THE 203-BYTE LAYOUT, BEFORE     00013661
      * THE MINIMUM-DUE, CHARGE-OFF AND PRICING FIELDS: EVERYTHING IT   00013662
      * HAD CARRIES ACROSS, THE NEW FLAGS START AT N, THE PRICING       00013663
      * PLAN AT 00 AND THE NEW DATES AND AMOUNTS AT ZERO.               00013664
      *                                                                 00013665
       REFORMAT-MASTER.                                                 00013666
           OPEN INPUT  PRV-SEQ.                                         00013667
           OPEN OUTPUT ACCT-MST.                                        00013668
           PERFORM READ-PRV-REC                                         00013669
           PERFORM UNTIL LASTREC = 'Y'                                  00013670
               ADD 1 TO WS-RECS-READ                                    00013671
               PERFORM BUILD-REFORMATTED-REC                            00013672
               WRITE ACCT-FIELDS                                        00013673
                   INVALID KEY                                          00013674
                       ADD 1 TO WS-RECS-DUPLICATE                       00013675
                       DISPLAY 'CBL0008 DUPLICATE KEY REJECTED: '       00013676
                               ACCT-NO                                  00013677
                   NOT INVALID KEY                                      00013678
                       ADD 1 TO WS-RECS-WRITTEN                         00013679
               END-WRITE                                                00013680
               PERFORM READ-PRV-REC                                     00013681
           END-PERFORM.                                                 00013682
           CLOSE PRV-SEQ.                                               00013683
           CLOSE ACCT-MST.                                              00013684
      *                                                                 00013685
       BUILD-REFORMATTED-REC.                                           00013686
           MOVE SPACES                 TO ACCT-FIELDS.                  00013687
           MOVE PRV-ACCT-NO            TO ACCT-NO.                      00013688
           MOVE PRV-ACCT-LIMIT         TO ACCT-LIMIT.                   00013689
           MOVE PRV-ACCT-BALANCE       TO ACCT-BALANCE.                 00013690
           MOVE PRV-ACCT-PRIN-BAL      TO ACCT-PRIN-BAL.                00013691
           MOVE PRV-ACCT-FEE-BAL       TO ACCT-FEE-BAL.                 00013692
           MOVE PRV-ACCT-FIN-BAL       TO ACCT-FIN-BAL.                 00013693
           MOVE PRV-LAST-NAME          TO LAST-NAME.                    00013694
           MOVE PRV-FIRST-NAME         TO FIRST-NAME.                   00013695
           MOVE PRV-STREET-ADDR        TO STREET-ADDR.                  00013696
           MOVE PRV-CITY-COUNTY        TO CITY-COUNTY.                  00013697
           MOVE PRV-USA-STATE          TO USA-STATE.                    00013698
           MOVE PRV-DELINQ-DAYS        TO DELINQ-DAYS-PAST-DUE.         00013699
           MOVE PRV-DELINQ-COLL-FLAG   TO DELINQ-COLL-FLAG.             00013700
           MOVE 'N'                    TO DELINQ-CHGOFF-FLAG.           00013701
           MOVE 'N'                    TO DELINQ-BLOCK-FLAG.            00013702
           MOVE PRV-LAST-PAYMENT-DATE  TO LAST-PAYMENT-DATE.            00013703
           MOVE PRV-LAST-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.           00013704
           MOVE PRV-ACCT-CYCLE-CODE    TO ACCT-CYCLE-CODE.              00013705
           MOVE ZERO                   TO ACCT-MIN-DUE.                 00013706
           MOVE ZERO                   TO ACCT-MIN-UNPAID.              00013707
           MOVE ZERO                   TO ACCT-DUE-DATE.                00013708
           MOVE ZERO                   TO ACCT-PAST-DUE-SINCE.          00013709
           MOVE ZERO                   TO ACCT-CHGOFF-DATE.             00013710
           MOVE ZERO                   TO ACCT-CHGOFF-AMT.              00013711
           MOVE ZERO                   TO ACCT-CHGOFF-RECOV.            00013712
           MOVE '00'                   TO ACCT-PRICE-PLAN.              00013713
           MOVE PRV-COMMENTS           TO COMMENTS.                     00013714
           IF DELINQ-DAYS-PAST-DUE > 0 AND WS-BUS-DATE NOT = ZERO       00013715
               PERFORM SEED-CARRIED-DELINQUENCY                         00013716
           END-IF.                                                      00013717
      *                                                                 00013718
      * AN ACCOUNT CONVERTED WITH DAYS PAST DUE HAS NO DUE DATE OR      00013719
      * UNPAID MINIMUM OF ITS OWN.  ITS PAST-DUE-SINCE DATE IS SET      00013720
      * BACK FROM THE BUSINESS DATE BY THE DAYS IT CARRIED, AND ONE     00013721
      * FLOOR MINIMUM IS OWED FOR EACH MONTH, OR PART OF ONE, IT WAS    00013722
      * BEHIND, NEVER MORE THAN THE BALANCE.  CBL0002 AGES IT FROM      00013723
      * THAT DATE AND CBL0007 BILLS WHAT IS UNPAID AS PAST DUE.  WITH   00013724
      * NO BUSINESS DATE YET THE ACCOUNT IS LEFT FOR CBL0002 TO SEED    00013725
      * THE SAME WAY ON ITS FIRST NIGHT.                                00013726
      *                                                                 00013727
       SEED-CARRIED-DELINQUENCY.                                        00013728
           COMPUTE WS-SINCE-DATE-INT =                                  00013729
               WS-BUS-DATE-INT - DELINQ-DAYS-PAST-DUE.                  00013730
           COMPUTE ACCT-PAST-DUE-SINCE =                                00013731
               FUNCTION DATE-OF-INTEGER(WS-SINCE-DATE-INT).             00013732
           COMPUTE WS-CARRIED-MONTHS =                                  00013733
               (DELINQ-DAYS-PAST-DUE + 29) / 30.                        00013734
           COMPUTE ACCT-MIN-UNPAID =                                    00013735
               WS-CARRIED-MONTHS * WS-CARRIED-FLOOR.                    00013736
           IF ACCT-MIN-UNPAID > ACCT-BALANCE                            00013737
               IF ACCT-BALANCE > ZERO                                   00013738
                   MOVE ACCT-BALANCE TO ACCT-MIN-UNPAID                 00013739
               ELSE                                                     00013740
                   MOVE ZERO TO ACCT-MIN-UNPAID                         00013741
               END-IF                                                   00013742
           END-IF.                                                      00013743
           ADD 1 TO WS-RECS-SEEDED.                                     00013744
      *                                                                 00013745
      * THE BUSINESS DATE IS THE ONE CBL0031 LAST ROLLED.  A CUTOVER    00013746
      * RUN BEFORE THE FIRST ROLL HAS NONE.                             00013747
      *                                                                 00013748
       READ-BUSINESS-DATE.                                              00013749
           MOVE ZERO TO WS-BUS-DATE.                                    00013750
           OPEN INPUT BUS-DATE.                                         00013751
           IF WS-BUSD-STATUS = '00'                                     00013752
               READ BUS-DATE                                            00013753
               AT END                                                   00013754
                   CONTINUE                                             00013755
               NOT AT END                                               00013756
                   MOVE BUSD-CURR-DATE TO WS-BUS-DATE                   00013757
               END-READ                                                 00013758
               CLOSE BUS-DATE                                           00013759
           END-IF.                                                      00013760
           IF WS-BUS-DATE NOT NUMERIC OR WS-BUS-DATE = ZERO             00013761
               MOVE ZERO TO WS-BUS-DATE                                 00013762
               DISPLAY 'CBL0008 NO BUSINESS DATE ON BUSDATE - '         00013763
                       'CARRIED DAYS LEFT FOR CBL0002 TO AGE'           00013764
           ELSE                                                         00013765
               COMPUTE WS-BUS-DATE-INT =                                00013766
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)                00013767
           END-IF.                                                      00013768
      *                                                                 00013769
       READ-OLD-REC.                                                    00013770
           READ OLD-SEQ                                                 00013771
           AT END MOVE 'Y' TO LASTREC                                   00013772
           END-READ.                                                    00013773
      *                                                                 00013774
       READ-PRV-REC.                                                    00013775
           READ PRV-SEQ                                                 00013776
           AT END MOVE 'Y' TO LASTREC                                   00013777
           END-READ.                                                    00013778
      *                                                                 00013779
       READ-SEQ-REC.                                                    00013780
           READ ACCT-SEQ                                                00013800
           AT END MOVE 'Y' TO LASTREC                                   00013900
           END-READ.                                                    00014000
