004400*                    COUNTED AGAINST THE NEW SYSRPT HELD LINE,  *
004500*                    AND HELD RECORDS STILL COUNT TOWARD THE    *
004600*                    RESPONSE-STREAM CHECK.                     *
004620*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
004640*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
004660*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
004680*                    FOR THE MORNING JOBSTAT REPORT.            *
004681*    2026-10-15  RH  PARTITION PROOF.  WHEN A PARTCTL DATASET   *
004682*                    IS PRESENT (APPMERGE JCL STEP1) THE RUN    *
004683*                    PROOF IS REPLACED BY A PROOF THAT THE      *
004684*                    PARTITION RUNS ADD BACK UP TO WHAT COLLATE *
004685*                    WROTE: THE PARTCTL PARTITION RECORDS SUM   *
004686*                    TO ITS STREAM TOTAL, EVERY PARTITION HAS A *
004687*                    CONTROL REPORT ON PARTRPT (THE PARTITION   *
004688*                    SYSRPTS CONCATENATED), AND EACH ONE READ   *
004689*                    THE DETAILS AND HASH TOTAL ITS COLLOUTN    *
004690*                    CARRIED.  ANY MISMATCH ENDS RC=08 SO THE   *
004691*                    MERGE, ARCHIVE AND PURGE STEPS ARE HELD.   *
004692*    2026-10-15  RH  THE RUN PROOF OF A PARTITION RUN NOW NAMES *
004693*                    ITS PARTITION ON RECRPT, AND THE PARTITION *
004694*                    PROOF READS THOSE REPORTS (PARTRCN) AND    *
004695*                    REQUIRES EVERY PARTITION'S LATEST VERDICT  *
004696*                    TO BE IN BALANCE.                          *
004697*    2026-10-15  RH  LEDGER ENTRIES OF THE PARTITION PROOF AND  *
004698*                    OF A PARTITION'S RUN PROOF NOW FILE UNDER  *
004699*                    THE RUNCTL EXPECTED DATE; AN UNSPLIT RUN   *
004700*                    PROOF KEEPS THE LAST-RUN DATE.             *
004701*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
007100     SELECT REPORT-FILE ASSIGN TO "RECRPT"
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS WS-RPT-FS.
007311
007322     SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
007333         ORGANIZATION LINE SEQUENTIAL
007344         FILE STATUS WS-PARTCTL-FS.
007355
007366     SELECT PARTRPT-FILE ASSIGN TO "PARTRPT"
007377         ORGANIZATION LINE SEQUENTIAL
007388         FILE STATUS WS-PARTRPT-FS.
007390
007392     SELECT PARTRCN-FILE ASSIGN TO "PARTRCN"
007394         ORGANIZATION LINE SEQUENTIAL
007396         FILE STATUS WS-PARTRCN-FS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
010000 01  REPORT-FILE-RECORD.
010100     COPY RPTREC.
010200
010209 FD  PARTCTL-FILE.
010218 01  PARTCTL-RECORD.
010227     COPY PARTREC.
010236
010245 FD  PARTRPT-FILE.
010254 01  PARTRPT-RECORD.
010263     COPY RPTREC
010272     REPLACING ==RPT-LABEL== BY ==PRP-LABEL==
010281     ==RPT-VALUE== BY ==PRP-VALUE==.
010283
010285 FD  PARTRCN-FILE.
010287 01  PARTRCN-RECORD.
010289     COPY RPTREC
010291     REPLACING ==RPT-LABEL== BY ==PRC-LABEL==
010293     ==RPT-VALUE== BY ==PRC-VALUE==.
010295
010300 WORKING-STORAGE SECTION.
010400*****************************************************************
010500*    SWITCHES AND STATUS CODES                                 *
011900 77  WS-CKPT-FS                      PIC X(02) VALUE "00".
012000 77  WS-RESP-FS                      PIC X(02) VALUE "00".
012100 77  WS-RPT-FS                       PIC X(02) VALUE "00".
012116 77  WS-PARTCTL-FS                   PIC X(02) VALUE "00".
012132 77  WS-PARTRPT-FS                   PIC X(02) VALUE "00".
012140 77  WS-PARTRCN-FS                   PIC X(02) VALUE "00".
012148 77  WS-PROOF-SW                     PIC X(01) VALUE "N".
012164     88  WS-PARTITION-PROOF              VALUE "Y".
012180     88  WS-RUN-PROOF                    VALUE "N".
012200
012300*****************************************************************
012400*    INDEPENDENT COUNTS                                        *
014100 77  WS-RPT-HELD                     PIC 9(06) VALUE ZERO.
014200 77  WS-RPT-CONTINUATIONS            PIC 9(06) VALUE ZERO.
014300 77  WS-RPT-RUN-DATE                 PIC 9(08) VALUE ZERO.
014310*    PARTITION NUMBER OF A PARTITION RUN'S SYSRPT, REPEATED ON
014320*    RECRPT SO THE APPMERGE PARTITION PROOF CAN FIND THE VERDICT.
014330 77  WS-RPT-PARTITION                PIC 9(02) VALUE ZERO.
014400 77  WS-EXPECTED-WORK                PIC 9(06) VALUE ZERO.
014500 77  WS-EXPECTED-LOGICAL             PIC 9(06) VALUE ZERO.
014600
014700 01  WS-REPORT-WORK.
014800     05  WS-RPT-LABEL                    PIC X(30).
014900     05  WS-RPT-VALUE                    PIC X(50).
014907
014914*****************************************************************
014921*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
014928*****************************************************************
014935 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "RECONCIL".
014942 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
014949 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
014956 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
014963 01  WS-LDG-COUNTS.
014970     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
014977         10  WS-LDG-COUNT-LABEL          PIC X(08).
014984         10  WS-LDG-COUNT-VALUE          PIC 9(09).
015000
015003*****************************************************************
015006*    PARTITION PROOF - ONE ENTRY PER PARTITION: WHAT PARTCTL    *
015009*    SAYS COLLATE WROTE TO IT, AND WHAT ITS CONTROL REPORT      *
015012*    SAYS APP READ.                                             *
015015*****************************************************************
015018 77  WS-MAX-PARTS                    PIC 9(02) VALUE 08.
015021 77  WS-PART-IDX                     PIC 9(02) VALUE ZERO.
015024 77  WS-CUR-PART                     PIC 9(02) VALUE ZERO.
015027 77  WS-PCTL-PARTS                   PIC 9(02) VALUE ZERO.
015030 77  WS-PCTL-DECLARED                PIC 9(02) VALUE ZERO.
015033 77  WS-PARTS-REPORTED               PIC 9(02) VALUE ZERO.
015036 77  WS-PCTL-TOTAL-SW                PIC X(01) VALUE "N".
015039     88  WS-PCTL-TOTAL-SEEN              VALUE "Y".
015042 77  WS-STREAM-DETAILS               PIC 9(08) VALUE ZERO.
015045 77  WS-STREAM-HASH                  PIC 9(12) VALUE ZERO.
015048 77  WS-PCTL-SUM-DETAILS             PIC 9(08) VALUE ZERO.
015051 77  WS-PCTL-SUM-HASH                PIC 9(12) VALUE ZERO.
015054 77  WS-PART-SUM-READ                PIC 9(08) VALUE ZERO.
015057 77  WS-MISMATCH-COUNT               PIC 9(04) VALUE ZERO.
015060 01  WS-PARTITION-TABLE.
015063     05  WS-PTN-ENTRY OCCURS 8 TIMES.
015066         10  WS-PTN-CTL-SW               PIC X(01).
015069         10  WS-PTN-DETAILS              PIC 9(08).
015072         10  WS-PTN-HASH                 PIC 9(12).
015075         10  WS-PTN-RPT-SW               PIC X(01).
015078         10  WS-PTN-READ                 PIC 9(06).
015081         10  WS-PTN-RPT-HASH             PIC 9(12).
015082*            LATEST RUN PROOF: "Y" IN BALANCE, "O" OUT OF
015083*            BALANCE, "N" NONE FOUND ON PARTRCN.
015084         10  WS-PTN-PROOF-SW             PIC X(01).
015090
015100 PROCEDURE DIVISION.
015200*****************************************************************
015300*    0000-MAINLINE                                              *
015400*****************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015650     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
015663     IF WS-PARTITION-PROOF
015726         PERFORM 6000-PROVE-PARTITIONS THRU 6000-EXIT
015789     ELSE
015852         PERFORM 3000-READ-SYSRPT THRU 3000-EXIT
015915         PERFORM 2000-COUNT-AUDITLOG THRU 2000-EXIT
015978         PERFORM 2500-COUNT-SYSERR THRU 2500-EXIT
016041         PERFORM 3500-READ-CHECKPOINT THRU 3500-EXIT
016104         PERFORM 4000-COUNT-RESPONSES THRU 4000-EXIT
016167         PERFORM 5000-PROVE-BALANCE THRU 5000-EXIT
016230     END-IF.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016350     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
016400     STOP RUN.
016500 0000-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016819*    1000-INITIALIZE - A PARTCTL DATASET MEANS THIS STEP PROVES *
016838*    A PARTITIONED DAY (SEE 6000) INSTEAD OF A SINGLE RUN.      *
016857*    THE LEDGER BASIS IS SETTLED HERE, BEFORE THE START ENTRY:  *
016876*    THE PARTITION PROOF, AND THE RUN PROOF OF ONE PARTITION    *
016895*    (ITS SYSRPT NAMES A PARTITION), BOTH RUN BEFORE APPMERGE   *
016914*    ADVANCES RUNCTL, SO THEY FILE UNDER THE EXPECTED DATE      *
016933*    ("E") AS APP AND COLLATE DO.  A SINGLE UNSPLIT RUN PROOF   *
016952*    RUNS AFTER APP HAS ADVANCED RUNCTL AND KEEPS THE LAST-RUN  *
016971*    DATE ("L").                                                *
016990*****************************************************************
017009 1000-INITIALIZE.
017028     OPEN INPUT PARTCTL-FILE.
017047     IF WS-PARTCTL-FS = "00"
017066         SET WS-PARTITION-PROOF TO TRUE
017085         MOVE "E" TO WS-LDG-BASIS
017104     ELSE
017123         PERFORM 1100-FIND-PARTITION THRU 1100-EXIT
017142         IF WS-RPT-PARTITION > ZERO
017161             MOVE "E" TO WS-LDG-BASIS
017180         END-IF
017199     END-IF.
017218
017237     OPEN OUTPUT REPORT-FILE.
017256     IF WS-RPT-FS NOT = "00"
017275         GO TO 1950-FATAL-FILE-ERROR
017294     END-IF.
017313
017332     IF WS-PARTITION-PROOF
017351         MOVE "APP PARTITION RECONCILIATION" TO WS-RPT-LABEL
017370     ELSE
017389         MOVE "APP RUN RECONCILIATION" TO WS-RPT-LABEL
017408     END-IF.
017427     MOVE SPACES                   TO WS-RPT-VALUE.
017446     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
017465 1000-EXIT.
017484     EXIT.
017503
017522*****************************************************************
017541*    1100-FIND-PARTITION - LOOK AHEAD ON SYSRPT FOR THE         *
017560*    "PARTITION" LINE APP WRITES ON A PARTITION RUN.  A SYSRPT  *
017579*    THAT WILL NOT OPEN IS LEFT FOR 3000 TO REPORT.             *
017598*****************************************************************
017617 1100-FIND-PARTITION.
017636     OPEN INPUT SYSRPT-FILE.
017655     IF WS-SYSRPT-FS NOT = "00"
017674         GO TO 1100-EXIT
017693     END-IF.
017712
017731     SET WS-NOT-EOF TO TRUE.
017750     READ SYSRPT-FILE
017769         AT END
017788             SET WS-EOF TO TRUE
017807     END-READ.
017826     PERFORM 1110-SCAN-FOR-PARTITION THRU 1110-EXIT
017845         UNTIL WS-EOF.
017864     CLOSE SYSRPT-FILE.
017883 1100-EXIT.
017902     EXIT.
017921
017940 1110-SCAN-FOR-PARTITION.
017959     IF SRP-LABEL = "PARTITION"
017978        AND SRP-VALUE(1:2) NUMERIC
017997         MOVE SRP-VALUE(1:2) TO WS-RPT-PARTITION
018016     END-IF.
018035     READ SYSRPT-FILE
018054         AT END
018073             SET WS-EOF TO TRUE
018092     END-READ.
018111 1110-EXIT.
018130     EXIT.
018149
018200 1950-FATAL-FILE-ERROR.
018300     MOVE 16 TO RETURN-CODE.
018350     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
018400     STOP RUN.
018500
018600*****************************************************************
032600        AND SRP-VALUE(1:6) NUMERIC
032700         MOVE SRP-VALUE(1:6) TO WS-RPT-CONTINUATIONS
032800     END-IF.
032820     IF SRP-LABEL = "PARTITION"
032840        AND SRP-VALUE(1:2) NUMERIC
032860         MOVE SRP-VALUE(1:2) TO WS-RPT-PARTITION
032880     END-IF.
032900     READ SYSRPT-FILE
033000         AT END
033100             SET WS-EOF TO TRUE
049900
050000 5100-MARK-OUT-OF-BALANCE.
050100     SET WS-RUN-OUT-OF-BALANCE TO TRUE.
050150     ADD 1 TO WS-MISMATCH-COUNT.
050200     MOVE "** OUT OF BALANCE **" TO WS-RPT-LABEL.
050300     MOVE SPACES                 TO WS-RPT-VALUE.
050400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050500 5100-EXIT.
050501     EXIT.
050502
050503*****************************************************************
050504*    6000-PROVE-PARTITIONS - A PARTITIONED DAY.  COLLATE'S      *
050505*    PARTCTL "P" RECORDS MUST ADD UP TO ITS "T" STREAM RECORD,  *
050506*    EVERY PARTITION MUST HAVE A CONTROL REPORT ON PARTRPT      *
050507*    WHOSE RECORDS READ AND HASH TOTAL ARE WHAT COLLATE WROTE   *
050508*    TO THAT PARTITION, AND THE PARTITIONS' READS MUST ADD UP   *
050509*    TO THE STREAM.  EVERY PARTITION'S OWN RUN PROOF (ITS       *
050510*    RECRPT, ON PARTRCN) MUST ALSO HAVE ENDED IN BALANCE.  A    *
050511*    RERUN PARTITION'S LATER REPORTS REPLACE ITS EARLIER ONES.  *
050512*****************************************************************
050513 6000-PROVE-PARTITIONS.
050514     MOVE SPACES TO WS-PARTITION-TABLE.
050515     PERFORM 6050-CLEAR-ONE-PARTITION THRU 6050-EXIT
050516         VARYING WS-PART-IDX FROM 1 BY 1
050517         UNTIL WS-PART-IDX > WS-MAX-PARTS.
050518
050519     PERFORM 6100-LOAD-PARTCTL THRU 6100-EXIT.
050520     PERFORM 6300-LOAD-PARTRPT THRU 6300-EXIT.
050521     PERFORM 6400-LOAD-PARTRCN THRU 6400-EXIT.
050522
050523     MOVE "PARTCTL PARTITIONS"   TO WS-RPT-LABEL.
050524     MOVE SPACES TO WS-RPT-VALUE.
050525     STRING WS-PCTL-PARTS    DELIMITED BY SIZE
050526            " VS "           DELIMITED BY SIZE
050527            WS-PCTL-DECLARED DELIMITED BY SIZE
050528         INTO WS-RPT-VALUE.
050529     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050530     IF NOT WS-PCTL-TOTAL-SEEN
050531        OR WS-PCTL-DECLARED = ZERO
050532        OR WS-PCTL-PARTS NOT = WS-PCTL-DECLARED
050533         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050534     END-IF.
050535
050536     MOVE "PARTCTL DETAILS VS STREAM" TO WS-RPT-LABEL.
050537     MOVE SPACES TO WS-RPT-VALUE.
050538     STRING WS-PCTL-SUM-DETAILS DELIMITED BY SIZE
050539            " VS "              DELIMITED BY SIZE
050540            WS-STREAM-DETAILS   DELIMITED BY SIZE
050541         INTO WS-RPT-VALUE.
050542     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050543     IF WS-PCTL-SUM-DETAILS NOT = WS-STREAM-DETAILS
050544         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050545     END-IF.
050546
050547     MOVE "PARTCTL HASH VS STREAM" TO WS-RPT-LABEL.
050548     MOVE SPACES TO WS-RPT-VALUE.
050549     STRING WS-PCTL-SUM-HASH DELIMITED BY SIZE
050550            " VS "           DELIMITED BY SIZE
050551            WS-STREAM-HASH   DELIMITED BY SIZE
050552         INTO WS-RPT-VALUE.
050553     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050554     IF WS-PCTL-SUM-HASH NOT = WS-STREAM-HASH
050555         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050556     END-IF.
050557
050558     PERFORM 6500-PROVE-ONE-PARTITION THRU 6500-EXIT
050559         VARYING WS-PART-IDX FROM 1 BY 1
050560         UNTIL WS-PART-IDX > WS-PCTL-DECLARED
050561            OR WS-PART-IDX > WS-MAX-PARTS.
050562
050563     MOVE "PARTITIONS READ VS STREAM" TO WS-RPT-LABEL.
050564     MOVE SPACES TO WS-RPT-VALUE.
050565     STRING WS-PART-SUM-READ  DELIMITED BY SIZE
050566            " VS "            DELIMITED BY SIZE
050567            WS-STREAM-DETAILS DELIMITED BY SIZE
050568         INTO WS-RPT-VALUE.
050569     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050570     IF WS-PART-SUM-READ NOT = WS-STREAM-DETAILS
050571         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050572     END-IF.
050573 6000-EXIT.
050574     EXIT.
050575
050576 6050-CLEAR-ONE-PARTITION.
050577     MOVE "N"  TO WS-PTN-CTL-SW(WS-PART-IDX).
050578     MOVE ZERO TO WS-PTN-DETAILS(WS-PART-IDX).
050579     MOVE ZERO TO WS-PTN-HASH(WS-PART-IDX).
050580     MOVE "N"  TO WS-PTN-RPT-SW(WS-PART-IDX).
050581     MOVE ZERO TO WS-PTN-READ(WS-PART-IDX).
050582     MOVE ZERO TO WS-PTN-RPT-HASH(WS-PART-IDX).
050583     MOVE "N"  TO WS-PTN-PROOF-SW(WS-PART-IDX).
050584 6050-EXIT.
050585     EXIT.
050586
050587*****************************************************************
050588*    6100-LOAD-PARTCTL - PARTCTL WAS OPENED AT 1000.            *
050589*****************************************************************
050590 6100-LOAD-PARTCTL.
050591     SET WS-NOT-EOF TO TRUE.
050592     READ PARTCTL-FILE
050593         AT END
050594             SET WS-EOF TO TRUE
050595     END-READ.
050596     PERFORM 6110-LOAD-ONE-PARTCTL THRU 6110-EXIT
050597         UNTIL WS-EOF.
050598     CLOSE PARTCTL-FILE.
050599 6100-EXIT.
050600     EXIT.
050601
050602 6110-LOAD-ONE-PARTCTL.
050603     IF PART-REC-TOTAL
050604        AND PART-COUNT NUMERIC
050605        AND PART-DETAIL-COUNT NUMERIC
050606        AND PART-HASH-TOTAL NUMERIC
050607         SET WS-PCTL-TOTAL-SEEN TO TRUE
050608         MOVE PART-COUNT        TO WS-PCTL-DECLARED
050609         MOVE PART-DETAIL-COUNT TO WS-STREAM-DETAILS
050610         MOVE PART-HASH-TOTAL   TO WS-STREAM-HASH
050611     END-IF.
050612
050613     IF PART-REC-PARTITION
050614        AND PART-NUMBER NUMERIC
050615        AND PART-DETAIL-COUNT NUMERIC
050616        AND PART-HASH-TOTAL NUMERIC
050617         IF PART-NUMBER > ZERO
050618            AND PART-NUMBER NOT > WS-MAX-PARTS
050619             ADD 1 TO WS-PCTL-PARTS
050620             MOVE "Y" TO WS-PTN-CTL-SW(PART-NUMBER)
050621             MOVE PART-DETAIL-COUNT TO WS-PTN-DETAILS(PART-NUMBER)
050622             MOVE PART-HASH-TOTAL   TO WS-PTN-HASH(PART-NUMBER)
050623             ADD PART-DETAIL-COUNT  TO WS-PCTL-SUM-DETAILS
050624             ADD PART-HASH-TOTAL    TO WS-PCTL-SUM-HASH
050625         END-IF
050626     END-IF.
050627
050628     READ PARTCTL-FILE
050629         AT END
050630             SET WS-EOF TO TRUE
050631     END-READ.
050632 6110-EXIT.
050633     EXIT.
050634
050635*****************************************************************
050636*    6300-LOAD-PARTRPT - THE PARTITION CONTROL REPORTS, ONE     *
050637*    AFTER ANOTHER.  EACH STARTS WITH THE "APP CONTROL REPORT"  *
050638*    LINE AND NAMES ITS PARTITION ON THE LINE AFTER IT; A       *
050639*    REPORT WITH NO PARTITION LINE IS NOT A PARTITION RUN AND   *
050640*    IS IGNORED.                                                *
050641*****************************************************************
050642 6300-LOAD-PARTRPT.
050643     OPEN INPUT PARTRPT-FILE.
050644     IF WS-PARTRPT-FS NOT = "00"
050645         GO TO 1950-FATAL-FILE-ERROR
050646     END-IF.
050647
050648     MOVE ZERO TO WS-CUR-PART.
050649     SET WS-NOT-EOF TO TRUE.
050650     READ PARTRPT-FILE
050651         AT END
050652             SET WS-EOF TO TRUE
050653     END-READ.
050654     PERFORM 6310-SCAN-ONE-PART-LINE THRU 6310-EXIT
050655         UNTIL WS-EOF.
050656     CLOSE PARTRPT-FILE.
050657 6300-EXIT.
050658     EXIT.
050659
050660 6310-SCAN-ONE-PART-LINE.
050661     IF PRP-LABEL = "APP CONTROL REPORT"
050662         MOVE ZERO TO WS-CUR-PART
050663         GO TO 6310-READ-NEXT
050664     END-IF.
050665
050666     IF PRP-LABEL = "PARTITION"
050667        AND PRP-VALUE(1:2) NUMERIC
050668         MOVE PRP-VALUE(1:2) TO WS-CUR-PART
050669         IF WS-CUR-PART > WS-MAX-PARTS
050670             MOVE ZERO TO WS-CUR-PART
050671         END-IF
050672         IF WS-CUR-PART > ZERO
050673             MOVE "Y"  TO WS-PTN-RPT-SW(WS-CUR-PART)
050674             MOVE ZERO TO WS-PTN-READ(WS-CUR-PART)
050675             MOVE ZERO TO WS-PTN-RPT-HASH(WS-CUR-PART)
050676         END-IF
050677         GO TO 6310-READ-NEXT
050678     END-IF.
050679
050680     IF WS-CUR-PART = ZERO
050681         GO TO 6310-READ-NEXT
050682     END-IF.
050683
050684     IF PRP-LABEL = "TOTAL RECORDS READ"
050685        AND PRP-VALUE(1:6) NUMERIC
050686         MOVE PRP-VALUE(1:6) TO WS-PTN-READ(WS-CUR-PART)
050687     END-IF.
050688     IF PRP-LABEL = "PARTITION HASH TOTAL"
050689        AND PRP-VALUE(1:12) NUMERIC
050690         MOVE PRP-VALUE(1:12) TO WS-PTN-RPT-HASH(WS-CUR-PART)
050691     END-IF.
050692
050693 6310-READ-NEXT.
050694     READ PARTRPT-FILE
050695         AT END
050696             SET WS-EOF TO TRUE
050697     END-READ.
050698 6310-EXIT.
050699     EXIT.
050700
050701*****************************************************************
050702*    6400-LOAD-PARTRCN - THE PARTITION RUN PROOFS (APPPART      *
050703*    STEP2 RECRPTS), ONE AFTER ANOTHER.  EACH NAMES ITS         *
050704*    PARTITION ON THE LINE BEFORE ITS VERDICT; A LATER VERDICT  *
050705*    FOR THE SAME PARTITION (A RERUN) REPLACES AN EARLIER ONE.  *
050706*    A PROOF WITH NO PARTITION LINE IS IGNORED.                 *
050707*****************************************************************
050708 6400-LOAD-PARTRCN.
050709     OPEN INPUT PARTRCN-FILE.
050710     IF WS-PARTRCN-FS NOT = "00"
050711         GO TO 1950-FATAL-FILE-ERROR
050712     END-IF.
050713
050714     MOVE ZERO TO WS-CUR-PART.
050715     SET WS-NOT-EOF TO TRUE.
050716     READ PARTRCN-FILE
050717         AT END
050718             SET WS-EOF TO TRUE
050719     END-READ.
050720     PERFORM 6410-SCAN-ONE-PROOF-LINE THRU 6410-EXIT
050721         UNTIL WS-EOF.
050722     CLOSE PARTRCN-FILE.
050723 6400-EXIT.
050724     EXIT.
050725
050726 6410-SCAN-ONE-PROOF-LINE.
050727     IF PRC-LABEL = "APP RUN RECONCILIATION"
050728         MOVE ZERO TO WS-CUR-PART
050729         GO TO 6410-READ-NEXT
050730     END-IF.
050731
050732     IF PRC-LABEL = "PARTITION"
050733        AND PRC-VALUE(1:2) NUMERIC
050734         MOVE PRC-VALUE(1:2) TO WS-CUR-PART
050735         IF WS-CUR-PART > WS-MAX-PARTS
050736             MOVE ZERO TO WS-CUR-PART
050737         END-IF
050738         GO TO 6410-READ-NEXT
050739     END-IF.
050740
050741     IF WS-CUR-PART = ZERO
050742         GO TO 6410-READ-NEXT
050743     END-IF.
050744
050745     IF PRC-LABEL = "RECONCILIATION RESULT"
050746         IF PRC-VALUE = "IN BALANCE"
050747             MOVE "Y" TO WS-PTN-PROOF-SW(WS-CUR-PART)
050748         ELSE
050749             MOVE "O" TO WS-PTN-PROOF-SW(WS-CUR-PART)
050750         END-IF
050751     END-IF.
050752
050753 6410-READ-NEXT.
050754     READ PARTRCN-FILE
050755         AT END
050756             SET WS-EOF TO TRUE
050757     END-READ.
050758 6410-EXIT.
050759     EXIT.
050760
050761*****************************************************************
050762*    6500-PROVE-ONE-PARTITION                                   *
050763*****************************************************************
050764 6500-PROVE-ONE-PARTITION.
050765     IF WS-PTN-CTL-SW(WS-PART-IDX) NOT = "Y"
050766         MOVE SPACES TO WS-RPT-LABEL
050767         STRING "PARTITION " DELIMITED BY SIZE
050768                WS-PART-IDX  DELIMITED BY SIZE
050769             INTO WS-RPT-LABEL
050770         MOVE "NOT ON PARTCTL" TO WS-RPT-VALUE
050771         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
050772         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050773     END-IF.
050774
050775     IF WS-PTN-RPT-SW(WS-PART-IDX) NOT = "Y"
050776         MOVE SPACES TO WS-RPT-LABEL
050777         STRING "PARTITION " DELIMITED BY SIZE
050778                WS-PART-IDX  DELIMITED BY SIZE
050779             INTO WS-RPT-LABEL
050780         MOVE "NO CONTROL REPORT - NOT RUN" TO WS-RPT-VALUE
050781         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
050782         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050783         GO TO 6500-EXIT
050784     END-IF.
050785
050786     ADD 1 TO WS-PARTS-REPORTED.
050787     ADD WS-PTN-READ(WS-PART-IDX) TO WS-PART-SUM-READ.
050788
050789     MOVE SPACES TO WS-RPT-LABEL.
050790     STRING "PARTITION " DELIMITED BY SIZE
050791            WS-PART-IDX  DELIMITED BY SIZE
050792            " READ VS COLLATED" DELIMITED BY SIZE
050793         INTO WS-RPT-LABEL.
050794     MOVE SPACES TO WS-RPT-VALUE.
050795     STRING WS-PTN-READ(WS-PART-IDX)    DELIMITED BY SIZE
050796            " VS "                      DELIMITED BY SIZE
050797            WS-PTN-DETAILS(WS-PART-IDX) DELIMITED BY SIZE
050798         INTO WS-RPT-VALUE.
050799     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050800     IF WS-PTN-READ(WS-PART-IDX) NOT = WS-PTN-DETAILS(WS-PART-IDX)
050801         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050802     END-IF.
050803
050804     MOVE SPACES TO WS-RPT-LABEL.
050805     STRING "PARTITION " DELIMITED BY SIZE
050806            WS-PART-IDX  DELIMITED BY SIZE
050807            " HASH VS COLLATED" DELIMITED BY SIZE
050808         INTO WS-RPT-LABEL.
050809     MOVE SPACES TO WS-RPT-VALUE.
050810     STRING WS-PTN-RPT-HASH(WS-PART-IDX) DELIMITED BY SIZE
050811            " VS "                       DELIMITED BY SIZE
050812            WS-PTN-HASH(WS-PART-IDX)     DELIMITED BY SIZE
050813         INTO WS-RPT-VALUE.
050814     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050815     IF WS-PTN-RPT-HASH(WS-PART-IDX)
050816        NOT = WS-PTN-HASH(WS-PART-IDX)
050817         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050818     END-IF.
050819
050820     MOVE SPACES TO WS-RPT-LABEL.
050821     STRING "PARTITION " DELIMITED BY SIZE
050822            WS-PART-IDX  DELIMITED BY SIZE
050823            " RUN PROOF" DELIMITED BY SIZE
050824         INTO WS-RPT-LABEL.
050825     MOVE "IN BALANCE" TO WS-RPT-VALUE.
050826     IF WS-PTN-PROOF-SW(WS-PART-IDX) = "O"
050827         MOVE "OUT OF BALANCE - RERUN THE PARTITION"
050828             TO WS-RPT-VALUE
050829     END-IF.
050830     IF WS-PTN-PROOF-SW(WS-PART-IDX) = "N"
050831         MOVE "NOT RECONCILED - NO RECRPT VERDICT"
050832             TO WS-RPT-VALUE
050833     END-IF.
050834     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050835     IF WS-PTN-PROOF-SW(WS-PART-IDX) NOT = "Y"
050836         PERFORM 5100-MARK-OUT-OF-BALANCE THRU 5100-EXIT
050837     END-IF.
050838 6500-EXIT.
050839     EXIT.
050840
051300*****************************************************************
051400*    8000-WRITE-REPORT-LINE                                     *
051500*****************************************************************
051600 8000-WRITE-REPORT-LINE.
051700     MOVE SPACES       TO REPORT-FILE-RECORD.
051800     MOVE WS-RPT-LABEL TO RPT-LABEL.
051900     MOVE WS-RPT-VALUE TO RPT-VALUE.
052000     WRITE REPORT-FILE-RECORD.
052100 8000-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500*    9000-TERMINATE - VERDICT LINE, CLOSE, RETURN CODE.         *
052600*****************************************************************
052700 9000-TERMINATE.
052800*    A PARTITION RUN'S PROOF NAMES ITS PARTITION FOR APPMERGE.
052900     IF WS-RUN-PROOF
053000        AND WS-RPT-PARTITION > ZERO
053100         MOVE "PARTITION"      TO WS-RPT-LABEL
053200         MOVE SPACES           TO WS-RPT-VALUE
053300         MOVE WS-RPT-PARTITION TO WS-RPT-VALUE(1:2)
053400         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
053500     END-IF.
053600     MOVE "RECONCILIATION RESULT" TO WS-RPT-LABEL.
053700     IF WS-RUN-IN-BALANCE
053800         MOVE "IN BALANCE"     TO WS-RPT-VALUE
053900     ELSE
054000         MOVE "OUT OF BALANCE" TO WS-RPT-VALUE
054100     END-IF.
054200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054300
054400     CLOSE REPORT-FILE.
054500
054600     IF WS-RUN-OUT-OF-BALANCE
054700         MOVE 08 TO RETURN-CODE
054800     END-IF.
054900 9000-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
055400*****************************************************************
055500 9800-LEDGER-START.
055600     MOVE "S" TO WS-LDG-EVENT.
055700     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
055800 9800-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
056300*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
056400*****************************************************************
056500 9810-LEDGER-END.
056600     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
056700     MOVE "AUDITLOG" TO WS-LDG-COUNT-LABEL(1).
056800     MOVE WS-AUD-LOADED-COUNT TO WS-LDG-COUNT-VALUE(1).
056900     MOVE "SYSERR  " TO WS-LDG-COUNT-LABEL(2).
057000     MOVE WS-SYSERR-COUNT TO WS-LDG-COUNT-VALUE(2).
057100     MOVE "RESPONSE" TO WS-LDG-COUNT-LABEL(3).
057200     MOVE WS-RESP-COUNT TO WS-LDG-COUNT-VALUE(3).
057300     IF WS-PARTITION-PROOF
057400         MOVE "PARTS   " TO WS-LDG-COUNT-LABEL(1)
057500         MOVE WS-PARTS-REPORTED TO WS-LDG-COUNT-VALUE(1)
057600         MOVE "DETAILS " TO WS-LDG-COUNT-LABEL(2)
057700         MOVE WS-PART-SUM-READ TO WS-LDG-COUNT-VALUE(2)
057800         MOVE "MISMATCH" TO WS-LDG-COUNT-LABEL(3)
057900         MOVE WS-MISMATCH-COUNT TO WS-LDG-COUNT-VALUE(3)
058000     END-IF.
058100     MOVE "E" TO WS-LDG-EVENT.
058200     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
058300     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
058400 9810-EXIT.
058500     EXIT.
058600
058700 9820-CALL-LEDGER.
058800     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
058900                           WS-LDG-EVENT
059000                           WS-LDG-BASIS
059100                           WS-LDG-RETURN-CODE
059200                           WS-LDG-COUNTS.
059300 9820-EXIT.
059400     EXIT.
