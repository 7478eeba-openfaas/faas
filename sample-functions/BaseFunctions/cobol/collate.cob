002600*                    PROBLEM ENDS RC=08 SO THE SCHEDULER        *
002700*                    HOLDS RUNAPP AND A BAD MERGE NEVER         *
002800*                    REACHES APP.  SEE APPBATCH JCL STEP1B.     *
002820*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002840*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002860*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002880*                    FOR THE MORNING JOBSTAT REPORT.            *
002881*    2026-10-15  RH  PARTITIONED COLLATION FOR MONTH-END        *
002882*                    VOLUMES.  A PARTS CARD SPLITS THE STREAM   *
002883*                    BY CORRELATION-ID KEY RANGE (PARTHIGH      *
002884*                    CARDS) ONTO COLLOUT1-COLLOUT8 SO SEVERAL   *
002885*                    APP PARTITION JOBS CAN RUN AT ONCE.  EVERY *
002886*                    SUB-BATCH IS RE-ENVELOPED IN EACH          *
002887*                    PARTITION WITH ITS OWN BALANCED BT, THE    *
002888*                    ORIGINAL TRAILER IS PROVED HERE BEFORE IT  *
002889*                    IS REPLACED, AND THE PARTITION AND STREAM  *
002890*                    TOTALS GO TO PARTCTL FOR THE RECONCIL      *
002891*                    PARTITION PROOF.  OPTIONAL CARDS NAME      *
002892*                    BATCH IDS THAT MAY BE ABSENT (THE RECYCLE  *
002893*                    AND HOLD-RELEASE ENVELOPES).  SEE APPSPLIT *
002894*                    JCL.                                       *
002895*    2026-10-15  RH  OPTIONAL CARDS ALONE NO LONGER TURN ON     *
002896*                    UNEXPECTED-SUBMITTER CHECKING - ONLY       *
002897*                    EXPECT CARDS DO (WS-EXP-REQ-COUNT).        *
002900*                                                                *
003000*    CONTROL CARDS (COLCARDS, KEYWORD=VALUE, SEE CTLCREC):       *
003100*        EXPECT=XXXXXXXX  ONE CARD PER BATCH ID THAT MUST BE    *
003200*                         PRESENT IN TODAY'S MERGE.  NO CARDS   *
003300*                         MEANS NO SUBMITTER CHECKING.          *
003303*                         (OPTIONAL CARDS DO NOT COUNT.)        *
003306*        OPTIONAL=XXXXXXXX                                      *
003312*                         A BATCH ID THAT MAY BE PRESENT (AT    *
003318*                         MOST ONCE) BUT IS NOT REQUIRED.       *
003324*        PARTS=N          SPLIT THE STREAM INTO N (2-8)         *
003330*                         PARTITIONS ON COLLOUT1-COLLOUTN AND   *
003336*                         WRITE PARTCTL.  NO CARD (OR PARTS=1)  *
003342*                         WRITES THE SINGLE COLLOUT STREAM.     *
003348*        PARTHIGH=KEY     HIGHEST CORRELATION ID OF A           *
003354*                         PARTITION - ONE CARD PER PARTITION    *
003360*                         BUT THE LAST, IN ASCENDING KEY        *
003366*                         ORDER; THE LAST PARTITION TAKES       *
003372*                         EVERY HIGHER KEY.  A CARD SET THAT    *
003378*                         DOES NOT FIT ENDS RC=16 BEFORE        *
003384*                         ANYTHING IS WRITTEN.                  *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004600     SELECT COLLOUT-FILE ASSIGN TO "COLLOUT"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS WS-COUT-FS.
004802
004804*    PARTITIONED COLLATION (PARTS CARD) - ONE OUTPUT PER
004806*    PARTITION INSTEAD OF COLLOUT, PLUS THE PARTCTL TOTALS.
004808     SELECT COLLOUT1-FILE ASSIGN TO "COLLOUT1"
004810         ORGANIZATION LINE SEQUENTIAL
004812         FILE STATUS WS-PART-FS.
004814
004816     SELECT COLLOUT2-FILE ASSIGN TO "COLLOUT2"
004818         ORGANIZATION LINE SEQUENTIAL
004820         FILE STATUS WS-PART-FS.
004822
004824     SELECT COLLOUT3-FILE ASSIGN TO "COLLOUT3"
004826         ORGANIZATION LINE SEQUENTIAL
004828         FILE STATUS WS-PART-FS.
004830
004832     SELECT COLLOUT4-FILE ASSIGN TO "COLLOUT4"
004834         ORGANIZATION LINE SEQUENTIAL
004836         FILE STATUS WS-PART-FS.
004838
004840     SELECT COLLOUT5-FILE ASSIGN TO "COLLOUT5"
004842         ORGANIZATION LINE SEQUENTIAL
004844         FILE STATUS WS-PART-FS.
004846
004848     SELECT COLLOUT6-FILE ASSIGN TO "COLLOUT6"
004850         ORGANIZATION LINE SEQUENTIAL
004852         FILE STATUS WS-PART-FS.
004854
004856     SELECT COLLOUT7-FILE ASSIGN TO "COLLOUT7"
004858         ORGANIZATION LINE SEQUENTIAL
004860         FILE STATUS WS-PART-FS.
004862
004864     SELECT COLLOUT8-FILE ASSIGN TO "COLLOUT8"
004866         ORGANIZATION LINE SEQUENTIAL
004868         FILE STATUS WS-PART-FS.
004870
004872     SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
004874         ORGANIZATION LINE SEQUENTIAL
004876         FILE STATUS WS-PCTL-FS.
004900
005000     SELECT REPORT-FILE ASSIGN TO "COLRPT"
005100         ORGANIZATION LINE SEQUENTIAL
006400 FD  COLLOUT-FILE.
006500 01  COLLOUT-RECORD                  PIC X(64).
006600
006603 FD  COLLOUT1-FILE.
006606 01  COLLOUT1-RECORD                 PIC X(64).
006609
006612 FD  COLLOUT2-FILE.
006615 01  COLLOUT2-RECORD                 PIC X(64).
006618
006621 FD  COLLOUT3-FILE.
006624 01  COLLOUT3-RECORD                 PIC X(64).
006627
006630 FD  COLLOUT4-FILE.
006633 01  COLLOUT4-RECORD                 PIC X(64).
006636
006639 FD  COLLOUT5-FILE.
006642 01  COLLOUT5-RECORD                 PIC X(64).
006645
006648 FD  COLLOUT6-FILE.
006651 01  COLLOUT6-RECORD                 PIC X(64).
006654
006657 FD  COLLOUT7-FILE.
006660 01  COLLOUT7-RECORD                 PIC X(64).
006663
006666 FD  COLLOUT8-FILE.
006669 01  COLLOUT8-RECORD                 PIC X(64).
006672
006675 FD  PARTCTL-FILE.
006678 01  PARTCTL-RECORD.
006681     COPY PARTREC.
006684
006700 FD  REPORT-FILE.
006800 01  REPORT-FILE-RECORD.
006900     COPY RPTREC.
007000
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300*    EXPECTED SUBMITTERS - ONE ENTRY PER EXPECT OR OPTIONAL     *
007400*    CARD.  THE SEEN COUNT CATCHES BOTH A MISSING BRANCH        *
007500*    (ZERO) AND A BATCH ID TRANSMITTED TWICE (MORE THAN ONE).   *
007600*****************************************************************
007700 77  WS-MAX-EXPECTED                 PIC 9(03) VALUE 050.
007800 77  WS-EXP-COUNT                    PIC 9(03) VALUE ZERO.
007850 77  WS-EXP-REQ-COUNT                PIC 9(03) VALUE ZERO.
007900 77  WS-EXP-IDX                      PIC 9(03) VALUE ZERO.
008000 01  WS-EXPECTED-TABLE.
008100     05  WS-EXP-ENTRY OCCURS 50 TIMES.
008200         10  WS-EXP-BATCH-ID             PIC X(08).
008300         10  WS-EXP-SEEN-COUNT           PIC 9(03).
008325*            "Y" AN EXPECT CARD (MUST BE SEEN), "N" AN OPTIONAL
008350*            CARD (MAY BE SEEN, BUT ONLY ONCE).
008375         10  WS-EXP-REQUIRED-SW          PIC X(01).
008400
008500*****************************************************************
008600*    SUB-BATCHES SEEN ON THE MERGED STREAM - ONE ENTRY PER BH,  *
009700         10  WS-BAT-FIRST-SEQ            PIC 9(06).
009800         10  WS-BAT-LAST-SEQ             PIC 9(06).
009900         10  WS-BAT-DETAIL-COUNT         PIC 9(06).
009950         10  WS-BAT-HASH-TOTAL           PIC 9(10).
010000         10  WS-BAT-TRL-SEEN-SW          PIC X(01).
010004
010008*****************************************************************
010012*    PARTITIONS - ONE ENTRY PER PARTITION WHEN A PARTS CARD     *
010016*    SPLITS THE STREAM.  WS-PRT-HIGH-KEY IS THE PARTHIGH CARD   *
010020*    (SPACES ON THE LAST, OPEN-TOPPED PARTITION); THE ENV       *
010024*    FIGURES ARE THE OPEN SUB-BATCH'S SHARE, WRITTEN TO THE     *
010028*    PARTITION'S OWN BT WHEN THE ORIGINAL TRAILER ARRIVES.      *
010032*****************************************************************
010036 77  WS-MAX-PARTS                    PIC 9(02) VALUE 08.
010040 77  WS-PART-COUNT                   PIC 9(02) VALUE 01.
010044 77  WS-HIGH-COUNT                   PIC 9(02) VALUE ZERO.
010048 77  WS-PART-IDX                     PIC 9(02) VALUE ZERO.
010052 77  WS-OUT-PART                     PIC 9(02) VALUE ZERO.
010056 01  WS-PARTITION-TABLE.
010060     05  WS-PRT-ENTRY OCCURS 8 TIMES.
010064         10  WS-PRT-HIGH-KEY             PIC X(12).
010068         10  WS-PRT-ENVELOPES            PIC 9(04).
010072         10  WS-PRT-DETAIL-COUNT         PIC 9(08).
010076         10  WS-PRT-HASH-TOTAL           PIC 9(12).
010080         10  WS-PRT-RECORDS              PIC 9(08).
010084         10  WS-PRT-ENV-COUNT            PIC 9(06).
010088         10  WS-PRT-ENV-HASH             PIC 9(10).
010100
010200*****************************************************************
010300*    SWITCHES AND STATUS CODES                                 *
011500 77  WS-CARD-FS                      PIC X(02) VALUE "00".
011600 77  WS-COUT-FS                      PIC X(02) VALUE "00".
011700 77  WS-RPT-FS                       PIC X(02) VALUE "00".
011711 77  WS-SPLIT-SW                     PIC X(01) VALUE "N".
011722     88  WS-SPLIT-STREAM                 VALUE "Y".
011733     88  WS-SINGLE-STREAM                VALUE "N".
011744 77  WS-CARD-ERROR-SW                PIC X(01) VALUE "N".
011755     88  WS-CARDS-IN-ERROR               VALUE "Y".
011766     88  WS-CARDS-CLEAN                  VALUE "N".
011777 77  WS-PART-FS                      PIC X(02) VALUE "00".
011788 77  WS-PCTL-FS                      PIC X(02) VALUE "00".
011800
011900*****************************************************************
012000*    COUNTERS                                                  *
012300 77  WS-OUT-SEQ                      PIC 9(06) VALUE ZERO.
012400 77  WS-STRAY-COUNT                  PIC 9(06) VALUE ZERO.
012500 77  WS-ERROR-COUNT                  PIC 9(06) VALUE ZERO.
012512*    THE WHOLE STREAM AS READ, FOR THE PARTCTL TOTAL RECORD.
012524 77  WS-IN-ENVELOPES                 PIC 9(04) VALUE ZERO.
012536 77  WS-IN-DETAIL-COUNT              PIC 9(08) VALUE ZERO.
012548 77  WS-IN-HASH-TOTAL                PIC 9(12) VALUE ZERO.
012560 77  WS-IN-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
012572 77  WS-PART-WRITTEN                 PIC 9(08) VALUE ZERO.
012584 77  WS-PART-DIGIT                   PIC 9(01) VALUE ZERO.
012600
012700 01  WS-CARD-WORK.
012800     05  WS-CARD-KEYWORD                 PIC X(12).
013100 01  WS-REPORT-WORK.
013200     05  WS-RPT-LABEL                    PIC X(30).
013300     05  WS-RPT-VALUE                    PIC X(50).
013307
013314*****************************************************************
013321*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
013328*****************************************************************
013335 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "COLLATE ".
013342 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
013349 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
013356 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
013363 01  WS-LDG-COUNTS.
013370     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
013377         10  WS-LDG-COUNT-LABEL          PIC X(08).
013384         10  WS-LDG-COUNT-VALUE          PIC 9(09).
013400
013500 PROCEDURE DIVISION.
013600*****************************************************************
013700*    0000-MAINLINE                                              *
013800*****************************************************************
013900 0000-MAINLINE.
013950     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-COLLATE-STREAM THRU 2000-EXIT.
014200     PERFORM 3000-CHECK-EXPECTED THRU 3000-EXIT.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014350     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
014400     STOP RUN.
014500 0000-EXIT.
014600     EXIT.
015400         GO TO 1950-FATAL-FILE-ERROR
015500     END-IF.
015600
016200     OPEN OUTPUT REPORT-FILE.
016300     IF WS-RPT-FS NOT = "00"
016400         GO TO 1950-FATAL-FILE-ERROR
016500     END-IF.
016600
016900     MOVE "BRANCH INPUT COLLATION" TO WS-RPT-LABEL.
017000     MOVE SPACES                   TO WS-RPT-VALUE.
017100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
017107
017114     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
017121     PERFORM 1200-CHECK-PARTITION-CARDS THRU 1200-EXIT.
017128
017135     IF WS-SPLIT-STREAM
017142         PERFORM 1300-OPEN-PARTITIONS THRU 1300-EXIT
017149         GO TO 1000-EXIT
017156     END-IF.
017163
017170     OPEN OUTPUT COLLOUT-FILE.
017177     IF WS-COUT-FS NOT = "00"
017184         GO TO 1950-FATAL-FILE-ERROR
017191     END-IF.
017200 1000-EXIT.
017300     EXIT.
017400
017500 1950-FATAL-FILE-ERROR.
017600     MOVE 16 TO RETURN-CODE.
017650     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
017700     STOP RUN.
017800
017900*****************************************************************
018000*    1100-LOAD-CONTROL-CARDS - EXPECTED SUBMITTER LIST.         *
018100*****************************************************************
018200 1100-LOAD-CONTROL-CARDS.
018250     MOVE SPACES TO WS-PARTITION-TABLE.
018300     OPEN INPUT COLCARDS-FILE.
018400     IF WS-CARD-FS NOT = "00"
018500         GO TO 1100-EXIT
021600         MOVE WS-CARD-VALUE(1:8)
021700             TO WS-EXP-BATCH-ID(WS-EXP-COUNT)
021800         MOVE ZERO TO WS-EXP-SEEN-COUNT(WS-EXP-COUNT)
021803         MOVE "Y"  TO WS-EXP-REQUIRED-SW(WS-EXP-COUNT)
021804         ADD 1 TO WS-EXP-REQ-COUNT
021806     END-IF.
021809
021812     IF WS-CARD-KEYWORD = "OPTIONAL"
021815        AND WS-CARD-VALUE NOT = SPACES
021818        AND WS-EXP-COUNT < WS-MAX-EXPECTED
021821         ADD 1 TO WS-EXP-COUNT
021824         MOVE WS-CARD-VALUE(1:8)
021827             TO WS-EXP-BATCH-ID(WS-EXP-COUNT)
021830         MOVE ZERO TO WS-EXP-SEEN-COUNT(WS-EXP-COUNT)
021833         MOVE "N"  TO WS-EXP-REQUIRED-SW(WS-EXP-COUNT)
021836     END-IF.
021839
021842     IF WS-CARD-KEYWORD = "PARTS"
021845         MOVE ZERO TO WS-PART-COUNT
021848         IF WS-CARD-VALUE(1:1) NUMERIC
021851            AND WS-CARD-VALUE(2:63) = SPACES
021854             MOVE WS-CARD-VALUE(1:1) TO WS-PART-DIGIT
021857             MOVE WS-PART-DIGIT      TO WS-PART-COUNT
021860         END-IF
021863     END-IF.
021866
021869     IF WS-CARD-KEYWORD = "PARTHIGH"
021872         IF WS-CARD-VALUE NOT = SPACES
021875            AND WS-HIGH-COUNT < WS-MAX-PARTS - 1
021878             ADD 1 TO WS-HIGH-COUNT
021881             MOVE WS-CARD-VALUE(1:12)
021884                 TO WS-PRT-HIGH-KEY(WS-HIGH-COUNT)
021887         ELSE
021890             MOVE "PARTHIGH CARD NOT USED" TO WS-RPT-VALUE
021893             PERFORM 1290-FLAG-CARD-ERROR THRU 1290-EXIT
021896         END-IF
021900     END-IF.
022000
022100 1110-READ-NEXT.
022600 1110-EXIT.
022700     EXIT.
022800
022801*****************************************************************
022802*    1200-CHECK-PARTITION-CARDS - PARTS MUST BE 1-8 WITH ONE    *
022803*    PARTHIGH CARD FOR EVERY PARTITION BUT THE LAST, IN         *
022804*    ASCENDING KEY ORDER.  A CARD SET THAT DOES NOT FIT WOULD   *
022805*    SEND REQUESTS TO THE WRONG PARTITION, SO THE STEP ENDS     *
022806*    RC=16 BEFORE ANY OUTPUT IS OPENED.                         *
022807*****************************************************************
022808 1200-CHECK-PARTITION-CARDS.
022809     IF WS-PART-COUNT = ZERO
022810        OR WS-PART-COUNT > WS-MAX-PARTS
022811         MOVE "PARTS CARD MUST BE 1-8" TO WS-RPT-VALUE
022812         PERFORM 1290-FLAG-CARD-ERROR THRU 1290-EXIT
022813     ELSE
022814         IF WS-HIGH-COUNT NOT = WS-PART-COUNT - 1
022815             MOVE SPACES TO WS-RPT-VALUE
022816             STRING "PARTHIGH CARDS DO NOT MATCH PARTS="
022817                    DELIMITED BY SIZE
022818                    WS-PART-COUNT DELIMITED BY SIZE
022819                 INTO WS-RPT-VALUE
022820             PERFORM 1290-FLAG-CARD-ERROR THRU 1290-EXIT
022821         END-IF
022822     END-IF.
022823
022824     PERFORM 1210-CHECK-ONE-HIGH-KEY THRU 1210-EXIT
022825         VARYING WS-PART-IDX FROM 2 BY 1
022826         UNTIL WS-PART-IDX > WS-HIGH-COUNT.
022827
022828     IF WS-CARDS-IN-ERROR
022829         MOVE "COLLATION RESULT" TO WS-RPT-LABEL
022830         MOVE "CONTROL CARDS IN ERROR - NOTHING WRITTEN"
022831             TO WS-RPT-VALUE
022832         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
022833         CLOSE BRANCHIN-FILE
022834         CLOSE REPORT-FILE
022835         GO TO 1950-FATAL-FILE-ERROR
022836     END-IF.
022837
022838     IF WS-PART-COUNT > 1
022839         SET WS-SPLIT-STREAM TO TRUE
022840     END-IF.
022841 1200-EXIT.
022842     EXIT.
022843
022844 1210-CHECK-ONE-HIGH-KEY.
022845     IF WS-PRT-HIGH-KEY(WS-PART-IDX) NOT >
022846        WS-PRT-HIGH-KEY(WS-PART-IDX - 1)
022847         MOVE SPACES TO WS-RPT-VALUE
022848         STRING "PARTHIGH " DELIMITED BY SIZE
022849                WS-PRT-HIGH-KEY(WS-PART-IDX) DELIMITED BY SPACE
022850                " OUT OF ORDER" DELIMITED BY SIZE
022851             INTO WS-RPT-VALUE
022852         PERFORM 1290-FLAG-CARD-ERROR THRU 1290-EXIT
022853     END-IF.
022854 1210-EXIT.
022855     EXIT.
022856
022857 1290-FLAG-CARD-ERROR.
022858     SET WS-CARDS-IN-ERROR TO TRUE.
022859     ADD 1 TO WS-ERROR-COUNT.
022860     MOVE "** CONTROL CARD ERROR **" TO WS-RPT-LABEL.
022861     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
022862 1290-EXIT.
022863     EXIT.
022864
022865*****************************************************************
022866*    1300-OPEN-PARTITIONS - SPLIT MODE OUTPUTS: COLLOUT1 UP TO  *
022867*    COLLOUTN AND PARTCTL.                                      *
022868*****************************************************************
022869 1300-OPEN-PARTITIONS.
022870     OPEN OUTPUT PARTCTL-FILE.
022871     IF WS-PCTL-FS NOT = "00"
022872         GO TO 1950-FATAL-FILE-ERROR
022873     END-IF.
022874
022875     PERFORM 1310-OPEN-ONE-PARTITION THRU 1310-EXIT
022876         VARYING WS-PART-IDX FROM 1 BY 1
022877         UNTIL WS-PART-IDX > WS-PART-COUNT.
022878 1300-EXIT.
022879     EXIT.
022880
022881 1310-OPEN-ONE-PARTITION.
022882     MOVE ZERO TO WS-PRT-ENVELOPES(WS-PART-IDX).
022883     MOVE ZERO TO WS-PRT-DETAIL-COUNT(WS-PART-IDX).
022884     MOVE ZERO TO WS-PRT-HASH-TOTAL(WS-PART-IDX).
022885     MOVE ZERO TO WS-PRT-RECORDS(WS-PART-IDX).
022886     MOVE ZERO TO WS-PRT-ENV-COUNT(WS-PART-IDX).
022887     MOVE ZERO TO WS-PRT-ENV-HASH(WS-PART-IDX).
022888     IF WS-PART-IDX = 1
022889         OPEN OUTPUT COLLOUT1-FILE
022890     END-IF.
022891     IF WS-PART-IDX = 2
022892         OPEN OUTPUT COLLOUT2-FILE
022893     END-IF.
022894     IF WS-PART-IDX = 3
022895         OPEN OUTPUT COLLOUT3-FILE
022896     END-IF.
022897     IF WS-PART-IDX = 4
022898         OPEN OUTPUT COLLOUT4-FILE
022899     END-IF.
022900     IF WS-PART-IDX = 5
022901         OPEN OUTPUT COLLOUT5-FILE
022902     END-IF.
022903     IF WS-PART-IDX = 6
022904         OPEN OUTPUT COLLOUT6-FILE
022905     END-IF.
022906     IF WS-PART-IDX = 7
022907         OPEN OUTPUT COLLOUT7-FILE
022908     END-IF.
022909     IF WS-PART-IDX = 8
022910         OPEN OUTPUT COLLOUT8-FILE
022911     END-IF.
022912     IF WS-PART-FS NOT = "00"
022913         GO TO 1950-FATAL-FILE-ERROR
022914     END-IF.
022915 1310-EXIT.
022916     EXIT.
022917*****************************************************************
023000*    2000-COLLATE-STREAM - ONE PASS OVER THE CONCATENATED       *
023100*    BRANCH TRANSMISSIONS.  EVERY RECORD IS COPIED THROUGH TO   *
023200*    COLLOUT IN ARRIVAL ORDER AND NUMBERED; THE ENVELOPE        *
027700*    MEANS THE PRIOR BRANCH'S TRAILER WAS LOST IN THE MERGE.    *
027800*****************************************************************
027900 2200-OPEN-ENVELOPE.
027916     ADD 1 TO WS-IN-ENVELOPES.
027932     IF WS-IN-BUSINESS-DATE = ZERO
027948        AND REQ-HDR-BUSINESS-DATE NUMERIC
027964         MOVE REQ-HDR-BUSINESS-DATE TO WS-IN-BUSINESS-DATE
027980     END-IF.
028000     IF WS-CUR-BATCH > ZERO
028100         MOVE SPACES TO WS-RPT-VALUE
028200         STRING "BATCH " DELIMITED BY SIZE
029900     COMPUTE WS-BAT-FIRST-SEQ(WS-CUR-BATCH) = WS-OUT-SEQ + 1.
030000     MOVE ZERO TO WS-BAT-LAST-SEQ(WS-CUR-BATCH).
030100     MOVE ZERO TO WS-BAT-DETAIL-COUNT(WS-CUR-BATCH).
030150     MOVE ZERO TO WS-BAT-HASH-TOTAL(WS-CUR-BATCH).
030200     MOVE "N"  TO WS-BAT-TRL-SEEN-SW(WS-CUR-BATCH).
030300     PERFORM 2250-COUNT-SUBMITTER THRU 2250-EXIT.
030400 2200-EXIT.
030700*****************************************************************
030800*    2250-COUNT-SUBMITTER - STEP THE SEEN COUNT FOR THE BATCH   *
030900*    ID ON THE EXPECTED LIST; AN ID NOT ON THE LIST IS AN       *
031000*    UNEXPECTED SUBMITTER.  NO EXPECT CARD MEANS NO CHECKING -  *
031050*    OPTIONAL CARDS ALONE ONLY HAVE THEIR SEEN COUNTS STEPPED.  *
031100*****************************************************************
031200 2250-COUNT-SUBMITTER.
031300     IF WS-EXP-COUNT = ZERO
032100            OR WS-EXP-FOUND.
032200
032300     IF WS-EXP-NOT-FOUND
032350        AND WS-EXP-REQ-COUNT > ZERO
032400         MOVE SPACES TO WS-RPT-VALUE
032500         STRING "BATCH " DELIMITED BY SIZE
032600                REQ-HDR-BATCH-ID DELIMITED BY SIZE
035200
035300     MOVE "Y" TO WS-BAT-TRL-SEEN-SW(WS-CUR-BATCH).
035400     COMPUTE WS-BAT-LAST-SEQ(WS-CUR-BATCH) = WS-OUT-SEQ + 1.
035425     IF WS-SPLIT-STREAM
035450         PERFORM 2350-PROVE-TRAILER THRU 2350-EXIT
035475     END-IF.
035500     MOVE ZERO TO WS-CUR-BATCH.
035600 2300-EXIT.
035604     EXIT.
035608
035612*****************************************************************
035616*    2350-PROVE-TRAILER - SPLIT MODE ONLY.  THE PARTITIONS GET  *
035620*    TRAILERS OF THEIR OWN, SO THE BRANCH'S TRAILER NEVER       *
035624*    REACHES APP; IT IS PROVED HERE AGAINST THE DETAILS AND     *
035628*    HASH TOTAL THE SUB-BATCH ACTUALLY CARRIED.                 *
035632*****************************************************************
035636 2350-PROVE-TRAILER.
035640     IF REQ-TRL-RECORD-COUNT NOT NUMERIC
035644        OR REQ-TRL-HASH-TOTAL NOT NUMERIC
035648        OR REQ-TRL-RECORD-COUNT
035652               NOT = WS-BAT-DETAIL-COUNT(WS-CUR-BATCH)
035656        OR REQ-TRL-HASH-TOTAL
035660               NOT = WS-BAT-HASH-TOTAL(WS-CUR-BATCH)
035664         MOVE SPACES TO WS-RPT-VALUE
035668         STRING "BATCH " DELIMITED BY SIZE
035672                WS-BAT-ID(WS-CUR-BATCH) DELIMITED BY SIZE
035676                " TRAILER DOES NOT BALANCE" DELIMITED BY SIZE
035680             INTO WS-RPT-VALUE
035684         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
035688     END-IF.
035692 2350-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036100*    STRAY LEFT BY A BAD MERGE.                                 *
036200*****************************************************************
036300 2400-PASS-DETAIL.
036320     ADD 1 TO WS-IN-DETAIL-COUNT.
036340     IF REQ-PAYLOAD-LENGTH NUMERIC
036360         ADD REQ-PAYLOAD-LENGTH TO WS-IN-HASH-TOTAL
036380     END-IF.
036400     IF WS-CUR-BATCH = ZERO
036500         ADD 1 TO WS-STRAY-COUNT
036600     ELSE
036700         ADD 1 TO WS-BAT-DETAIL-COUNT(WS-CUR-BATCH)
036720         IF REQ-PAYLOAD-LENGTH NUMERIC
036740             ADD REQ-PAYLOAD-LENGTH
036760                 TO WS-BAT-HASH-TOTAL(WS-CUR-BATCH)
036780         END-IF
036800     END-IF.
036900 2400-EXIT.
037000     EXIT.
037200*****************************************************************
037300*    2800-WRITE-COLLOUT - EVERY RECORD PASSES THROUGH IN        *
037400*    ARRIVAL ORDER; WS-OUT-SEQ NUMBERS THE CONSOLIDATED         *
037466*    STREAM FOR THE COLLATION REPORT.  WITH A PARTS CARD THE    *
037532*    RECORD GOES TO THE PARTITION DATASETS INSTEAD.             *
037600*****************************************************************
037700 2800-WRITE-COLLOUT.
037800     ADD 1 TO WS-OUT-SEQ.
037820     IF WS-SPLIT-STREAM
037840         PERFORM 2810-WRITE-PARTITIONS THRU 2810-EXIT
037860         GO TO 2800-EXIT
037880     END-IF.
037900     MOVE BRANCHIN-RECORD TO COLLOUT-RECORD.
038000     WRITE COLLOUT-RECORD.
038100 2800-EXIT.
038101     EXIT.
038102
038103*****************************************************************
038104*    2810-WRITE-PARTITIONS - SPLIT MODE.  A BH GOES TO EVERY    *
038105*    PARTITION STAMPED WITH ITS PARTITION NUMBER, A DETAIL TO   *
038106*    THE PARTITION ITS CORRELATION ID FALLS IN ("CO" RECORDS    *
038107*    CARRY THEIR HEAD'S ID SO A CHAIN NEVER SPLITS), AND A BT   *
038108*    IS REPLACED IN EVERY PARTITION BY ONE CARRYING THAT        *
038109*    PARTITION'S SHARE OF THE SUB-BATCH, SO EACH COLLOUTN       *
038110*    BALANCES ON ITS OWN.                                       *
038111*****************************************************************
038112 2810-WRITE-PARTITIONS.
038113     IF REQ-TYPE-BATCH-HEADER
038114         PERFORM 2820-HEADER-TO-PARTITION THRU 2820-EXIT
038115             VARYING WS-OUT-PART FROM 1 BY 1
038116             UNTIL WS-OUT-PART > WS-PART-COUNT
038117         GO TO 2810-EXIT
038118     END-IF.
038119
038120     IF REQ-TYPE-BATCH-TRAILER
038121         PERFORM 2830-TRAILER-TO-PARTITION THRU 2830-EXIT
038122             VARYING WS-OUT-PART FROM 1 BY 1
038123             UNTIL WS-OUT-PART > WS-PART-COUNT
038124         GO TO 2810-EXIT
038125     END-IF.
038126
038127     PERFORM 2840-FIND-PARTITION THRU 2840-EXIT.
038128     ADD 1 TO WS-PRT-ENV-COUNT(WS-OUT-PART).
038129     ADD 1 TO WS-PRT-DETAIL-COUNT(WS-OUT-PART).
038130     IF REQ-PAYLOAD-LENGTH NUMERIC
038131         ADD REQ-PAYLOAD-LENGTH TO WS-PRT-ENV-HASH(WS-OUT-PART)
038132         ADD REQ-PAYLOAD-LENGTH
038133             TO WS-PRT-HASH-TOTAL(WS-OUT-PART)
038134     END-IF.
038135     PERFORM 2850-WRITE-ONE-PARTITION THRU 2850-EXIT.
038136 2810-EXIT.
038137     EXIT.
038138
038139 2820-HEADER-TO-PARTITION.
038140     MOVE WS-OUT-PART   TO REQ-HDR-PARTITION-NO.
038141     MOVE WS-PART-COUNT TO REQ-HDR-PARTITION-COUNT.
038142     ADD 1 TO WS-PRT-ENVELOPES(WS-OUT-PART).
038143     MOVE ZERO TO WS-PRT-ENV-COUNT(WS-OUT-PART).
038144     MOVE ZERO TO WS-PRT-ENV-HASH(WS-OUT-PART).
038145     PERFORM 2850-WRITE-ONE-PARTITION THRU 2850-EXIT.
038146 2820-EXIT.
038147     EXIT.
038148
038149 2830-TRAILER-TO-PARTITION.
038150     MOVE WS-PRT-ENV-COUNT(WS-OUT-PART) TO REQ-TRL-RECORD-COUNT.
038151     MOVE WS-PRT-ENV-HASH(WS-OUT-PART)  TO REQ-TRL-HASH-TOTAL.
038152     MOVE ZERO TO WS-PRT-ENV-COUNT(WS-OUT-PART).
038153     MOVE ZERO TO WS-PRT-ENV-HASH(WS-OUT-PART).
038154     PERFORM 2850-WRITE-ONE-PARTITION THRU 2850-EXIT.
038155 2830-EXIT.
038156     EXIT.
038157
038158*****************************************************************
038159*    2840-FIND-PARTITION - THE LOWEST PARTITION WHOSE PARTHIGH  *
038160*    KEY IS NOT BELOW THE CORRELATION ID; PAST THE LAST         *
038161*    PARTHIGH KEY IT IS THE LAST, OPEN-TOPPED PARTITION.        *
038162*****************************************************************
038163 2840-FIND-PARTITION.
038164     MOVE WS-PART-COUNT TO WS-OUT-PART.
038165     PERFORM 2845-CHECK-ONE-HIGH-KEY THRU 2845-EXIT
038166         VARYING WS-PART-IDX FROM WS-HIGH-COUNT BY -1
038167         UNTIL WS-PART-IDX = ZERO.
038168 2840-EXIT.
038169     EXIT.
038170
038171 2845-CHECK-ONE-HIGH-KEY.
038172     IF REQ-CORRELATION-ID NOT > WS-PRT-HIGH-KEY(WS-PART-IDX)
038173         MOVE WS-PART-IDX TO WS-OUT-PART
038174     END-IF.
038175 2845-EXIT.
038176     EXIT.
038177
038178 2850-WRITE-ONE-PARTITION.
038179     ADD 1 TO WS-PRT-RECORDS(WS-OUT-PART).
038180     ADD 1 TO WS-PART-WRITTEN.
038181     IF WS-OUT-PART = 1
038182         MOVE BRANCHIN-RECORD TO COLLOUT1-RECORD
038183         WRITE COLLOUT1-RECORD
038184     END-IF.
038185     IF WS-OUT-PART = 2
038186         MOVE BRANCHIN-RECORD TO COLLOUT2-RECORD
038187         WRITE COLLOUT2-RECORD
038188     END-IF.
038189     IF WS-OUT-PART = 3
038190         MOVE BRANCHIN-RECORD TO COLLOUT3-RECORD
038191         WRITE COLLOUT3-RECORD
038192     END-IF.
038193     IF WS-OUT-PART = 4
038194         MOVE BRANCHIN-RECORD TO COLLOUT4-RECORD
038195         WRITE COLLOUT4-RECORD
038196     END-IF.
038197     IF WS-OUT-PART = 5
038198         MOVE BRANCHIN-RECORD TO COLLOUT5-RECORD
038199         WRITE COLLOUT5-RECORD
038200     END-IF.
038201     IF WS-OUT-PART = 6
038202         MOVE BRANCHIN-RECORD TO COLLOUT6-RECORD
038203         WRITE COLLOUT6-RECORD
038204     END-IF.
038205     IF WS-OUT-PART = 7
038206         MOVE BRANCHIN-RECORD TO COLLOUT7-RECORD
038207         WRITE COLLOUT7-RECORD
038208     END-IF.
038209     IF WS-OUT-PART = 8
038210         MOVE BRANCHIN-RECORD TO COLLOUT8-RECORD
038211         WRITE COLLOUT8-RECORD
038212     END-IF.
038213 2850-EXIT.
038214     EXIT.
038300
038400*****************************************************************
038500*    2900-FLAG-ERROR - ONE REPORT LINE PER PROBLEM; ANY         *
041700
041800 3100-CHECK-ONE-SUBMITTER.
041900     IF WS-EXP-SEEN-COUNT(WS-EXP-IDX) = ZERO
041950        AND WS-EXP-REQUIRED-SW(WS-EXP-IDX) = "Y"
042000         MOVE SPACES TO WS-RPT-VALUE
042100         STRING "BATCH " DELIMITED BY SIZE
042200                WS-EXP-BATCH-ID(WS-EXP-IDX) DELIMITED BY SIZE
046700     EXIT.
046800
046900*****************************************************************
046901*    4200-WRITE-PARTITION-REGISTER - ONE LINE PER PARTITION     *
046902*    WITH ITS KEY RANGE AND THE TRAILER FIGURES WRITTEN TO ITS  *
046903*    COLLOUTN DATASET.                                          *
046904*****************************************************************
046905 4200-WRITE-PARTITION-REGISTER.
046906     MOVE "PARTITIONS WRITTEN"   TO WS-RPT-LABEL.
046907     MOVE WS-PART-COUNT          TO WS-RPT-VALUE.
046908     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046909
046910     PERFORM 4210-WRITE-ONE-PARTITION THRU 4210-EXIT
046911         VARYING WS-PART-IDX FROM 1 BY 1
046912         UNTIL WS-PART-IDX > WS-PART-COUNT.
046913
046914     MOVE "RECORDS TO PARTITIONS" TO WS-RPT-LABEL.
046915     MOVE WS-PART-WRITTEN         TO WS-RPT-VALUE.
046916     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046917 4200-EXIT.
046918     EXIT.
046919
046920 4210-WRITE-ONE-PARTITION.
046921     MOVE SPACES TO WS-RPT-LABEL.
046922     STRING "PARTITION " DELIMITED BY SIZE
046923            WS-PART-IDX DELIMITED BY SIZE
046924            " TO " DELIMITED BY SIZE
046925            WS-PRT-HIGH-KEY(WS-PART-IDX) DELIMITED BY SPACE
046926         INTO WS-RPT-LABEL.
046927     IF WS-PART-IDX = WS-PART-COUNT
046928         MOVE SPACES TO WS-RPT-LABEL
046929         STRING "PARTITION " DELIMITED BY SIZE
046930                WS-PART-IDX DELIMITED BY SIZE
046931                " TO END" DELIMITED BY SIZE
046932             INTO WS-RPT-LABEL
046933     END-IF.
046934     MOVE SPACES TO WS-RPT-VALUE.
046935     STRING WS-PRT-DETAIL-COUNT(WS-PART-IDX) DELIMITED BY SIZE
046936            " DETAILS HASH " DELIMITED BY SIZE
046937            WS-PRT-HASH-TOTAL(WS-PART-IDX) DELIMITED BY SIZE
046938         INTO WS-RPT-VALUE.
046939     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
046940 4210-EXIT.
046941     EXIT.
046942
046943*****************************************************************
046944*    4300-WRITE-PARTCTL - ONE "P" RECORD PER PARTITION, THEN    *
046945*    THE "T" RECORD FROM THE STREAM AS IT WAS READ.  RECONCIL   *
046946*    PROVES THE PARTITIONS BACK TO THE "T" RECORD.              *
046947*****************************************************************
046948 4300-WRITE-PARTCTL.
046949     PERFORM 4310-WRITE-ONE-PARTCTL THRU 4310-EXIT
046950         VARYING WS-PART-IDX FROM 1 BY 1
046951         UNTIL WS-PART-IDX > WS-PART-COUNT.
046952
046953     MOVE SPACES              TO PARTCTL-RECORD.
046954     SET PART-REC-TOTAL       TO TRUE.
046955     MOVE WS-IN-BUSINESS-DATE TO PART-BUSINESS-DATE.
046956     MOVE ZERO                TO PART-NUMBER.
046957     MOVE WS-PART-COUNT       TO PART-COUNT.
046958     MOVE WS-IN-ENVELOPES     TO PART-ENVELOPES.
046959     MOVE WS-IN-DETAIL-COUNT  TO PART-DETAIL-COUNT.
046960     MOVE WS-IN-HASH-TOTAL    TO PART-HASH-TOTAL.
046961     MOVE WS-OUT-SEQ          TO PART-RECORDS-WRITTEN.
046962     WRITE PARTCTL-RECORD.
046963 4300-EXIT.
046964     EXIT.
046965
046966 4310-WRITE-ONE-PARTCTL.
046967     MOVE SPACES              TO PARTCTL-RECORD.
046968     SET PART-REC-PARTITION   TO TRUE.
046969     MOVE WS-IN-BUSINESS-DATE TO PART-BUSINESS-DATE.
046970     MOVE WS-PART-IDX         TO PART-NUMBER.
046971     MOVE WS-PART-COUNT       TO PART-COUNT.
046972     IF WS-PART-IDX > 1
046973         MOVE WS-PRT-HIGH-KEY(WS-PART-IDX - 1) TO PART-LOW-KEY
046974     END-IF.
046975     MOVE WS-PRT-HIGH-KEY(WS-PART-IDX) TO PART-HIGH-KEY.
046976     MOVE WS-PRT-ENVELOPES(WS-PART-IDX) TO PART-ENVELOPES.
046977     MOVE WS-PRT-DETAIL-COUNT(WS-PART-IDX)
046978         TO PART-DETAIL-COUNT.
046979     MOVE WS-PRT-HASH-TOTAL(WS-PART-IDX) TO PART-HASH-TOTAL.
046980     MOVE WS-PRT-RECORDS(WS-PART-IDX)
046981         TO PART-RECORDS-WRITTEN.
046982     WRITE PARTCTL-RECORD.
046983 4310-EXIT.
046984     EXIT.
046985
046986*****************************************************************
047000*    8000-WRITE-REPORT-LINE                                     *
047100*****************************************************************
047200 8000-WRITE-REPORT-LINE.
048300*****************************************************************
048400 9000-TERMINATE.
048500     PERFORM 4000-WRITE-BATCH-REGISTER THRU 4000-EXIT.
048520     IF WS-SPLIT-STREAM
048540         PERFORM 4200-WRITE-PARTITION-REGISTER THRU 4200-EXIT
048560         PERFORM 4300-WRITE-PARTCTL THRU 4300-EXIT
048580     END-IF.
048600
048700     MOVE "RECORDS WRITTEN"      TO WS-RPT-LABEL.
048800     MOVE WS-OUT-SEQ             TO WS-RPT-VALUE.
050100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050200
050300     CLOSE BRANCHIN-FILE.
050333     IF WS-SPLIT-STREAM
050366         PERFORM 9100-CLOSE-PARTITIONS THRU 9100-EXIT
050399     ELSE
050432         CLOSE COLLOUT-FILE
050465     END-IF.
050500     CLOSE REPORT-FILE.
050600
050700     IF WS-MERGE-IN-ERROR
050800         MOVE 08 TO RETURN-CODE
050900     END-IF.
051000 9000-EXIT.
051002     EXIT.
051004
051006*****************************************************************
051008*    9100-CLOSE-PARTITIONS - CLOSE COLLOUT1-COLLOUTN AND        *
051010*    PARTCTL.                                                   *
051012*****************************************************************
051014 9100-CLOSE-PARTITIONS.
051016     PERFORM 9110-CLOSE-ONE-PARTITION THRU 9110-EXIT
051018         VARYING WS-PART-IDX FROM 1 BY 1
051020         UNTIL WS-PART-IDX > WS-PART-COUNT.
051022     CLOSE PARTCTL-FILE.
051024 9100-EXIT.
051026     EXIT.
051028
051030 9110-CLOSE-ONE-PARTITION.
051032     IF WS-PART-IDX = 1
051034         CLOSE COLLOUT1-FILE
051036     END-IF.
051038     IF WS-PART-IDX = 2
051040         CLOSE COLLOUT2-FILE
051042     END-IF.
051044     IF WS-PART-IDX = 3
051046         CLOSE COLLOUT3-FILE
051048     END-IF.
051050     IF WS-PART-IDX = 4
051052         CLOSE COLLOUT4-FILE
051054     END-IF.
051056     IF WS-PART-IDX = 5
051058         CLOSE COLLOUT5-FILE
051060     END-IF.
051062     IF WS-PART-IDX = 6
051064         CLOSE COLLOUT6-FILE
051066     END-IF.
051068     IF WS-PART-IDX = 7
051070         CLOSE COLLOUT7-FILE
051072     END-IF.
051074     IF WS-PART-IDX = 8
051076         CLOSE COLLOUT8-FILE
051078     END-IF.
051080 9110-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
051500*****************************************************************
051600 9800-LEDGER-START.
051700     MOVE "S" TO WS-LDG-EVENT.
051800     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
051900 9800-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
052400*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
052500*****************************************************************
052600 9810-LEDGER-END.
052700     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
052800     MOVE "WRITTEN " TO WS-LDG-COUNT-LABEL(1).
052900     MOVE WS-OUT-SEQ TO WS-LDG-COUNT-VALUE(1).
053000     MOVE "ERRORS  " TO WS-LDG-COUNT-LABEL(2).
053100     MOVE WS-ERROR-COUNT TO WS-LDG-COUNT-VALUE(2).
053200     MOVE "STRAYS  " TO WS-LDG-COUNT-LABEL(3).
053300     MOVE WS-STRAY-COUNT TO WS-LDG-COUNT-VALUE(3).
053400     MOVE "E" TO WS-LDG-EVENT.
053500     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
053600     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
053700 9810-EXIT.
053800     EXIT.
053900
054000 9820-CALL-LEDGER.
054100     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
054200                           WS-LDG-EVENT
054300                           WS-LDG-BASIS
054400                           WS-LDG-RETURN-CODE
054500                           WS-LDG-COUNTS.
054600 9820-EXIT.
054700     EXIT.
