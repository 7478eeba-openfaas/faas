000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPMERGE.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------                                        *
001000*    2026-10-15  RH  INITIAL VERSION - PARTITIONED DAY MERGE.   *
001100*                    WHEN COLLATE SPLITS THE DAY'S STREAM INTO  *
001200*                    PARTITIONS (SEE APPSPLIT JCL) EACH APP     *
001300*                    PARTITION JOB (APPPART JCL) WRITES ITS OWN *
001400*                    CONTROL REPORT, WORK RUNHIST RECORD AND    *
001500*                    BLOCK OF ROUTED-FEED SEQUENCE NUMBERS, AND *
001600*                    NONE OF THEM ADVANCES RUNCTL.  THIS        *
001700*                    PROGRAM PUTS THE DAY BACK TOGETHER:        *
001800*                      - ONE DAY-LEVEL CONTROL REPORT (SYSRPT)  *
001900*                        WITH THE PARTITIONS' FIGURES ADDED UP, *
002000*                        THE EARLIEST START AND LATEST END, AND *
002100*                        A STATUS LINE PER PARTITION;           *
002200*                      - A CHECK THAT EACH PARTITION'S          *
002300*                        ENRICHED AND VERIFIED SEQUENCE NUMBERS *
002400*                        RUN UNBROKEN FROM THE START OF ITS OWN *
002500*                        BLOCK, SO THE CONCATENATED FEEDS AND   *
002600*                        ROUTELOG CARRY NO DUPLICATE ACK IDS;   *
002700*                      - A CHECK THAT EACH PARTITION'S RUNHIST  *
002800*                        RECORD AGREES WITH ITS CONTROL REPORT; *
002900*                      - ONE DAY RUNHIST RECORD (PARTITION 00   *
003000*                        OF N) FOR RUNTREND;                    *
003100*                      - THE RUNCTL ADVANCE APP MAKES AT THE    *
003200*                        END OF AN UNSPLIT DAY.                 *
003300*                    THE DAY RECORD AND THE ADVANCE ARE ONLY    *
003400*                    WRITTEN WHEN EVERY PARTITION HAS RUN AND   *
003500*                    BALANCED; OTHERWISE THE FAILED PARTITION   *
003600*                    IS RERUN ALONE AND THIS STEP RUN AGAIN.    *
003700*                    RECONCIL HAS ALREADY PROVED THE PARTITIONS *
003800*                    ADD UP TO WHAT COLLATE WROTE (APPMERGE JCL *
003900*                    STEP1).                                    *
004000*                                                               *
004100*    INPUTS:                                                    *
004200*        PARTCTL   COLLATE'S PARTITION TOTALS (PARTREC).        *
004300*        PARTRPT   THE PARTITION CONTROL REPORTS CONCATENATED.  *
004400*                  A RERUN PARTITION'S LATER REPORT REPLACES    *
004500*                  ITS EARLIER ONE.                             *
004600*        PARTHIST  THE PARTITION WORK RUNHISTS CONCATENATED.    *
004700*                  THE LAST RECORD PER PARTITION IS USED.       *
004800*        PARMFILE  DATE-OVERRIDE SWITCH (OPTIONAL).             *
004900*        RUNCTL    RUN-CONTROL RECORD (OPTIONAL - NONE MEANS NO *
005000*                  DATE CONTROL, AS IN APP).                    *
005100*        CALFILE   BUSINESS CALENDAR (OPTIONAL).                *
005200*                                                               *
005300*    RETURN CODES:                                              *
005400*      00  DAY COMPLETE - DAY RUNHIST RECORD WRITTEN.           *
005500*      04  DAY ALREADY MERGED (RUNCTL ALREADY SHOWS IT AS THE   *
005600*          LAST RUN) - NOTHING WRITTEN.                         *
005700*      08  DAY INCOMPLETE - A PARTITION IS MISSING, FAILED A    *
005800*          SUB-BATCH OR DOES NOT AGREE.  NOTHING WRITTEN.       *
005900*      16  PARTCTL, PARTRPT, PARTHIST OR AN OUTPUT WOULD NOT    *
006000*          OPEN.                                                *
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS WS-PARTCTL-FS.
006800
006900     SELECT PARTRPT-FILE ASSIGN TO "PARTRPT"
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS WS-PARTRPT-FS.
007200
007300     SELECT PARTHIST-FILE ASSIGN TO "PARTHIST"
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS WS-PARTHIST-FS.
007600
007700     SELECT PARMFILE ASSIGN TO "PARMFILE"
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS WS-PARM-FS.
008000
008100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS WS-RUNC-FS.
008400
008500     SELECT CALFILE ASSIGN TO "CALFILE"
008600         ORGANIZATION LINE SEQUENTIAL
008700         FILE STATUS WS-CAL-FS.
008800
008900     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
009000         ORGANIZATION LINE SEQUENTIAL
009100         FILE STATUS WS-RUNH-FS.
009200
009300     SELECT REPORT-FILE ASSIGN TO "SYSRPT"
009400         ORGANIZATION LINE SEQUENTIAL
009500         FILE STATUS WS-RPT-FS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PARTCTL-FILE.
010000 01  PARTCTL-RECORD.
010100     COPY PARTREC.
010200
010300 FD  PARTRPT-FILE.
010400 01  PARTRPT-RECORD.
010500     COPY RPTREC
010600     REPLACING ==RPT-LABEL== BY ==PRP-LABEL==
010700     ==RPT-VALUE== BY ==PRP-VALUE==.
010800
010900*****************************************************************
011000*    PARTITION RUNHIST RECORDS ARE READ AS AN IMAGE AND LOOKED  *
011100*    AT THROUGH WS-HIST-WORK.                                   *
011200*****************************************************************
011300 FD  PARTHIST-FILE.
011400 01  PARTHIST-RECORD                 PIC X(106).
011500
011600 FD  PARMFILE.
011700 01  PARMFILE-RECORD.
011800     COPY PARMREC.
011900
012000 FD  RUNCTL-FILE.
012100 01  RUNCTL-RECORD.
012200     COPY RUNCREC.
012300
012400 FD  CALFILE.
012500 01  CALFILE-RECORD.
012600     COPY CALREC.
012700
012800 FD  RUNHIST-FILE.
012900 01  RUNHIST-RECORD.
013000     COPY RUNHREC.
013100
013200 FD  REPORT-FILE.
013300 01  REPORT-FILE-RECORD.
013400     COPY RPTREC.
013500
013600 WORKING-STORAGE SECTION.
013700*****************************************************************
013800*    SWITCHES AND STATUS CODES                                 *
013900*****************************************************************
014000 77  WS-EOF-SW                       PIC X(01) VALUE "N".
014100     88  WS-EOF                          VALUE "Y".
014200     88  WS-NOT-EOF                      VALUE "N".
014300 77  WS-DAY-SW                       PIC X(01) VALUE "Y".
014400     88  WS-DAY-COMPLETE                 VALUE "Y".
014500     88  WS-DAY-INCOMPLETE               VALUE "N".
014600 77  WS-MERGED-SW                    PIC X(01) VALUE "N".
014700     88  WS-ALREADY-MERGED               VALUE "Y".
014800 77  WS-RUNCTL-SW                    PIC X(01) VALUE "N".
014900     88  WS-RUNCTL-PRESENT               VALUE "Y".
015000     88  WS-RUNCTL-ABSENT                VALUE "N".
015100 77  WS-ADVANCED-SW                  PIC X(01) VALUE "N".
015200     88  WS-RUNCTL-ADVANCED              VALUE "Y".
015300 77  WS-OVERRIDE-SW                  PIC X(01) VALUE "N".
015400     88  WS-OVERRIDE-ON                  VALUE "Y".
015500 77  WS-NEXT-DATE-SW                 PIC X(01) VALUE "N".
015600     88  WS-NEXT-DATE-FOUND              VALUE "Y".
015700     88  WS-NEXT-DATE-NOT-FOUND          VALUE "N".
015800 77  WS-PCTL-TOTAL-SW                PIC X(01) VALUE "N".
015900     88  WS-PCTL-TOTAL-SEEN              VALUE "Y".
016000 77  WS-FIG-FOUND-SW                 PIC X(01) VALUE "N".
016100     88  WS-FIG-FOUND                    VALUE "Y".
016200 77  WS-RANGE-SW                     PIC X(01) VALUE "Y".
016300     88  WS-RANGE-OK                     VALUE "Y".
016400     88  WS-RANGE-BAD                    VALUE "N".
016500 77  WS-PARTCTL-FS                   PIC X(02) VALUE "00".
016600 77  WS-PARTRPT-FS                   PIC X(02) VALUE "00".
016700 77  WS-PARTHIST-FS                  PIC X(02) VALUE "00".
016800 77  WS-PARM-FS                      PIC X(02) VALUE "00".
016900 77  WS-RUNC-FS                      PIC X(02) VALUE "00".
017000 77  WS-CAL-FS                       PIC X(02) VALUE "00".
017100 77  WS-RUNH-FS                      PIC X(02) VALUE "00".
017200 77  WS-RPT-FS                       PIC X(02) VALUE "00".
017300
017400*****************************************************************
017500*    DATES                                                     *
017600*****************************************************************
017700 77  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
017800 77  WS-EXPECTED-DATE                PIC 9(08) VALUE ZERO.
017900 77  WS-LAST-RUN-DATE                PIC 9(08) VALUE ZERO.
018000 77  WS-PROCESSED-DATE               PIC 9(08) VALUE ZERO.
018100 77  WS-NEXT-EXPECTED                PIC 9(08) VALUE ZERO.
018200 77  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
018300 77  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
018400
018500*****************************************************************
018600*    PARTCTL FIGURES                                           *
018700*****************************************************************
018800 77  WS-MAX-PARTS                    PIC 9(02) VALUE 08.
018900 77  WS-PART-COUNT                   PIC 9(02) VALUE ZERO.
019000 77  WS-PCTL-PARTS                   PIC 9(02) VALUE ZERO.
019100 77  WS-STREAM-ENVELOPES             PIC 9(04) VALUE ZERO.
019200 77  WS-STREAM-DETAILS               PIC 9(08) VALUE ZERO.
019300
019400*****************************************************************
019500*    CONTROL-REPORT FIGURES THAT ARE ADDED UP ACROSS THE        *
019600*    PARTITIONS - THE APP CONTROL REPORT LABEL AND THE WIDTH OF *
019700*    ITS VALUE.  THE ORDER HERE IS THE ORDER ON THE DAY REPORT. *
019800*****************************************************************
019900 77  WS-FIG-COUNT                    PIC 9(02) VALUE 18.
020000 77  WS-FIG-READ                     PIC 9(02) VALUE 01.
020100 77  WS-FIG-ACCEPTED                 PIC 9(02) VALUE 04.
020200 77  WS-FIG-REJECTED                 PIC 9(02) VALUE 05.
020300 77  WS-FIG-FAILED                   PIC 9(02) VALUE 13.
020400 77  WS-FIG-ENRICHED                 PIC 9(02) VALUE 15.
020500 77  WS-FIG-VERIFIED                 PIC 9(02) VALUE 17.
020600 01  WS-FIGURE-VALUES.
020700     05  FILLER                      PIC X(30) VALUE
020800         "TOTAL RECORDS READ".
020900     05  FILLER                      PIC 9(01) VALUE 6.
021000     05  FILLER                      PIC X(30) VALUE
021100         "RECORDS SKIPPED (RESTART)".
021200     05  FILLER                      PIC 9(01) VALUE 6.
021300     05  FILLER                      PIC X(30) VALUE
021400         "CONTINUATIONS ABSORBED".
021500     05  FILLER                      PIC 9(01) VALUE 6.
021600     05  FILLER                      PIC X(30) VALUE
021700         "RECORDS ACCEPTED".
021800     05  FILLER                      PIC 9(01) VALUE 6.
021900     05  FILLER                      PIC X(30) VALUE
022000         "RECORDS REJECTED".
022100     05  FILLER                      PIC 9(01) VALUE 6.
022200     05  FILLER                      PIC X(30) VALUE
022300         "RECORDS HELD (SUSPENDED)".
022400     05  FILLER                      PIC 9(01) VALUE 6.
022500     05  FILLER                      PIC X(30) VALUE
022600         "DUPLICATE SUBMISSIONS".
022700     05  FILLER                      PIC 9(01) VALUE 6.
022800     05  FILLER                      PIC X(30) VALUE
022900         "DAILY LIMIT REJECTS".
023000     05  FILLER                      PIC 9(01) VALUE 6.
023100     05  FILLER                      PIC X(30) VALUE
023200         "MASTER UPDATES APPLIED".
023300     05  FILLER                      PIC 9(01) VALUE 6.
023400     05  FILLER                      PIC X(30) VALUE
023500         "REVERSALS APPLIED".
023600     05  FILLER                      PIC 9(01) VALUE 6.
023700     05  FILLER                      PIC X(30) VALUE
023800         "REVERSALS UNMATCHED".
023900     05  FILLER                      PIC 9(01) VALUE 6.
024000     05  FILLER                      PIC X(30) VALUE
024100         "REVERSALS NOT SENT TO FEED".
024200     05  FILLER                      PIC 9(01) VALUE 6.
024300     05  FILLER                      PIC X(30) VALUE
024400         "SUB-BATCHES FAILED".
024500     05  FILLER                      PIC 9(01) VALUE 3.
024600     05  FILLER                      PIC X(30) VALUE
024700         "RECORDS IN FAILED BATCHES".
024800     05  FILLER                      PIC 9(01) VALUE 6.
024900     05  FILLER                      PIC X(30) VALUE
025000         "RESPONSES TO ENRICHED".
025100     05  FILLER                      PIC 9(01) VALUE 6.
025200     05  FILLER                      PIC X(30) VALUE
025300         "RESPONSES TO EXCEPTS".
025400     05  FILLER                      PIC 9(01) VALUE 6.
025500     05  FILLER                      PIC X(30) VALUE
025600         "RESPONSES TO VERIFIED".
025700     05  FILLER                      PIC 9(01) VALUE 6.
025800     05  FILLER                      PIC X(30) VALUE
025900         "RESPONSES NOT ROUTED".
026000     05  FILLER                      PIC 9(01) VALUE 6.
026100 01  WS-FIGURE-TABLE REDEFINES WS-FIGURE-VALUES.
026200     05  WS-FIG-ENTRY OCCURS 18 TIMES.
026300         10  WS-FIG-LABEL                PIC X(30).
026400         10  WS-FIG-WIDTH                PIC 9(01).
026500 01  WS-DAY-FIGURES.
026600     05  WS-DAY-FIG OCCURS 18 TIMES  PIC 9(06).
026700
026800*****************************************************************
026900*    ONE ENTRY PER PARTITION: ITS PARTCTL RECORD, ITS (LAST)    *
027000*    CONTROL REPORT AND ITS (LAST) RUNHIST RECORD.              *
027100*****************************************************************
027200 77  WS-PART-IDX                     PIC 9(02) VALUE ZERO.
027300 77  WS-CUR-PART                     PIC 9(02) VALUE ZERO.
027400 77  WS-FIG-IDX                      PIC 9(02) VALUE ZERO.
027500 77  WS-REASON-NUM                   PIC 9(02) VALUE ZERO.
027600 77  WS-PARTS-REPORTED               PIC 9(02) VALUE ZERO.
027700 77  WS-PARTS-BALANCED               PIC 9(02) VALUE ZERO.
027800 01  WS-PARTITION-TABLE.
027900     05  WS-PTN-ENTRY OCCURS 8 TIMES.
028000         10  WS-PTN-CTL-SW               PIC X(01).
028100         10  WS-PTN-RPT-SW               PIC X(01).
028200         10  WS-PTN-START                PIC X(17).
028300         10  WS-PTN-END                  PIC X(17).
028400         10  WS-PTN-SHORTEST             PIC 9(04).
028500         10  WS-PTN-LONGEST              PIC 9(04).
028600         10  WS-PTN-ENR-RANGE            PIC X(13).
028700         10  WS-PTN-VER-RANGE            PIC X(13).
028800         10  WS-PTN-FIG OCCURS 18 TIMES  PIC 9(06).
028900         10  WS-PTN-HIST-SW              PIC X(01).
029000         10  WS-PTN-HIST-IMAGE           PIC X(106).
029100
029200 01  WS-HIST-WORK.
029300     COPY RUNHREC
029400     REPLACING ==RUNH-RUN-DATE== BY ==HSW-RUN-DATE==
029500     ==RUNH-RUN-TIME== BY ==HSW-RUN-TIME==
029600     ==RUNH-TOTAL-READ== BY ==HSW-TOTAL-READ==
029700     ==RUNH-SKIP-COUNT== BY ==HSW-SKIP-COUNT==
029800     ==RUNH-ACCEPT-COUNT== BY ==HSW-ACCEPT-COUNT==
029900     ==RUNH-REJECT-COUNT== BY ==HSW-REJECT-COUNT==
030000     ==RUNH-REJ-REASON-CNT== BY ==HSW-REJ-REASON-CNT==
030100     ==RUNH-SHORTEST-LEN== BY ==HSW-SHORTEST-LEN==
030200     ==RUNH-LONGEST-LEN== BY ==HSW-LONGEST-LEN==
030300     ==RUNH-REVERSAL-COUNT== BY ==HSW-REVERSAL-COUNT==
030400     ==RUNH-PARTITION-NO== BY ==HSW-PARTITION-NO==
030500     ==RUNH-PARTITION-COUNT== BY ==HSW-PARTITION-COUNT==.
030600
030700*****************************************************************
030800*    DAY TOTALS                                                *
030900*****************************************************************
031000 77  WS-DAY-START                    PIC X(17) VALUE SPACES.
031100 77  WS-DAY-END                      PIC X(17) VALUE SPACES.
031200 77  WS-DAY-SHORTEST                 PIC 9(04) VALUE ZERO.
031300 77  WS-DAY-LONGEST                  PIC 9(04) VALUE ZERO.
031400 77  WS-DAY-SHORT-SW                 PIC X(01) VALUE "N".
031500     88  WS-DAY-SHORT-SET                VALUE "Y".
031600
031700*****************************************************************
031800*    SEQUENCE-RANGE CHECK - A PARTITION'S ROUTED RECORDS ARE    *
031900*    NUMBERED FROM ITS BLOCK BASE ((PARTITION - 1) X 100000)    *
032000*    PLUS ONE, SO THE RANGE MUST RUN FROM BASE + 1 TO BASE +    *
032100*    THE NUMBER OF RESPONSES ROUTED TO THAT FEED.               *
032200*****************************************************************
032300 77  WS-SEQ-BLOCK                    PIC 9(06) VALUE 100000.
032400 77  WS-SEQ-BASE                     PIC 9(06) VALUE ZERO.
032500 77  WS-SEQ-ROUTED                   PIC 9(06) VALUE ZERO.
032600 01  WS-RANGE-TEXT.
032700     05  WS-RANGE-LOW                PIC X(06).
032800     05  WS-RANGE-DASH               PIC X(01).
032900     05  WS-RANGE-HIGH               PIC X(06).
033000 01  WS-RANGE-NUM REDEFINES WS-RANGE-TEXT.
033100     05  WS-RANGE-LOW-N              PIC 9(06).
033200     05  FILLER                      PIC X(01).
033300     05  WS-RANGE-HIGH-N             PIC 9(06).
033400
033500 01  WS-REPORT-WORK.
033600     05  WS-RPT-LABEL                    PIC X(30).
033700     05  WS-RPT-VALUE                    PIC X(50).
033800 77  WS-EDIT-FIG                     PIC 9(06) VALUE ZERO.
033900 77  WS-EDIT-FIG3                    PIC 9(03) VALUE ZERO.
034000
034100*****************************************************************
034200*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
034300*****************************************************************
034400 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "APPMERGE".
034500 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
034600 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
034700 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
034800 01  WS-LDG-COUNTS.
034900     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
035000         10  WS-LDG-COUNT-LABEL          PIC X(08).
035100         10  WS-LDG-COUNT-VALUE          PIC 9(09).
035200
035300 PROCEDURE DIVISION.
035400*****************************************************************
035500*    0000-MAINLINE                                              *
035600*****************************************************************
035700 0000-MAINLINE.
035800     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
035900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036000     PERFORM 2000-LOAD-PARTCTL THRU 2000-EXIT.
036100     PERFORM 3000-LOAD-PARTRPT THRU 3000-EXIT.
036200     PERFORM 3500-LOAD-PARTHIST THRU 3500-EXIT.
036300     PERFORM 5000-WRITE-DAY-REPORT THRU 5000-EXIT.
036400     PERFORM 6000-WRITE-DAY-HISTORY THRU 6000-EXIT.
036500     PERFORM 7000-ADVANCE-RUN-CONTROL THRU 7000-EXIT.
036600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036700     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
036800     STOP RUN.
036900 0000-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300*    1000-INITIALIZE - OPEN THE REPORT, PICK UP THE OVERRIDE    *
037400*    SWITCH AND THE RUN-CONTROL RECORD.                         *
037500*****************************************************************
037600 1000-INITIALIZE.
037700     OPEN OUTPUT REPORT-FILE.
037800     IF WS-RPT-FS NOT = "00"
037900         GO TO 1950-FATAL-FILE-ERROR
038000     END-IF.
038100
038200     MOVE SPACES TO WS-PARTITION-TABLE.
038300     PERFORM 1050-CLEAR-ONE-PARTITION THRU 1050-EXIT
038400         VARYING WS-CUR-PART FROM 1 BY 1
038500         UNTIL WS-CUR-PART > WS-MAX-PARTS.
038600     MOVE ZERO TO WS-CUR-PART.
038700     PERFORM 1060-CLEAR-ONE-DAY-FIG THRU 1060-EXIT
038800         VARYING WS-FIG-IDX FROM 1 BY 1
038900         UNTIL WS-FIG-IDX > WS-FIG-COUNT.
039000
039100     OPEN INPUT PARMFILE.
039200     IF WS-PARM-FS = "00"
039300         READ PARMFILE
039400             AT END
039500                 CONTINUE
039600         END-READ
039700         IF WS-PARM-FS = "00" AND PARM-OVERRIDE-ON
039800             SET WS-OVERRIDE-ON TO TRUE
039900         END-IF
040000         CLOSE PARMFILE
040100     END-IF.
040200
040300     OPEN INPUT RUNCTL-FILE.
040400     IF WS-RUNC-FS = "00"
040500         READ RUNCTL-FILE
040600             AT END
040700                 CONTINUE
040800         END-READ
040900         IF RUNC-EXPECTED-DATE NUMERIC
041000             MOVE RUNC-EXPECTED-DATE TO WS-EXPECTED-DATE
041100         END-IF
041200         IF RUNC-LAST-RUN-DATE NUMERIC
041300             MOVE RUNC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
041400         END-IF
041500         SET WS-RUNCTL-PRESENT TO TRUE
041600         CLOSE RUNCTL-FILE
041700     END-IF.
041800 1000-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*    1050-CLEAR-ONE-PARTITION - ALSO USED WHEN A RERUN          *
042300*    PARTITION'S REPORT REPLACES ITS EARLIER ONE.               *
042400*****************************************************************
042500 1050-CLEAR-ONE-PARTITION.
042600     MOVE "N"    TO WS-PTN-RPT-SW(WS-CUR-PART).
042700     MOVE SPACES TO WS-PTN-START(WS-CUR-PART).
042800     MOVE SPACES TO WS-PTN-END(WS-CUR-PART).
042900     MOVE ZERO   TO WS-PTN-SHORTEST(WS-CUR-PART).
043000     MOVE ZERO   TO WS-PTN-LONGEST(WS-CUR-PART).
043100     MOVE SPACES TO WS-PTN-ENR-RANGE(WS-CUR-PART).
043200     MOVE SPACES TO WS-PTN-VER-RANGE(WS-CUR-PART).
043300     PERFORM 1055-CLEAR-ONE-PTN-FIG THRU 1055-EXIT
043400         VARYING WS-FIG-IDX FROM 1 BY 1
043500         UNTIL WS-FIG-IDX > WS-FIG-COUNT.
043600 1050-EXIT.
043700     EXIT.
043800
043900 1055-CLEAR-ONE-PTN-FIG.
044000     MOVE ZERO TO WS-PTN-FIG(WS-CUR-PART, WS-FIG-IDX).
044100 1055-EXIT.
044200     EXIT.
044300
044400 1060-CLEAR-ONE-DAY-FIG.
044500     MOVE ZERO TO WS-DAY-FIG(WS-FIG-IDX).
044600 1060-EXIT.
044700     EXIT.
044800
044900 1950-FATAL-FILE-ERROR.
045000     MOVE 16 TO RETURN-CODE.
045100     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
045200     STOP RUN.
045300
045400*****************************************************************
045500*    2000-LOAD-PARTCTL - WHICH PARTITIONS COLLATE WROTE, AND    *
045600*    THE DAY'S BUSINESS DATE.                                   *
045700*****************************************************************
045800 2000-LOAD-PARTCTL.
045900     OPEN INPUT PARTCTL-FILE.
046000     IF WS-PARTCTL-FS NOT = "00"
046100         GO TO 1950-FATAL-FILE-ERROR
046200     END-IF.
046300
046400     SET WS-NOT-EOF TO TRUE.
046500     READ PARTCTL-FILE
046600         AT END
046700             SET WS-EOF TO TRUE
046800     END-READ.
046900     PERFORM 2100-LOAD-ONE-PARTCTL THRU 2100-EXIT
047000         UNTIL WS-EOF.
047100     CLOSE PARTCTL-FILE.
047200
047300     IF NOT WS-PCTL-TOTAL-SEEN
047400        OR WS-PART-COUNT = ZERO
047500        OR WS-PART-COUNT > WS-MAX-PARTS
047600        OR WS-PCTL-PARTS NOT = WS-PART-COUNT
047700         SET WS-DAY-INCOMPLETE TO TRUE
047800     END-IF.
047900 2000-EXIT.
048000     EXIT.
048100
048200 2100-LOAD-ONE-PARTCTL.
048300     IF PART-REC-TOTAL
048400        AND PART-COUNT NUMERIC
048500         SET WS-PCTL-TOTAL-SEEN TO TRUE
048600         MOVE PART-COUNT TO WS-PART-COUNT
048700         IF PART-BUSINESS-DATE NUMERIC
048800             MOVE PART-BUSINESS-DATE TO WS-BUSINESS-DATE
048900         END-IF
049000         IF PART-ENVELOPES NUMERIC
049100             MOVE PART-ENVELOPES TO WS-STREAM-ENVELOPES
049200         END-IF
049300         IF PART-DETAIL-COUNT NUMERIC
049400             MOVE PART-DETAIL-COUNT TO WS-STREAM-DETAILS
049500         END-IF
049600     END-IF.
049700
049800     IF PART-REC-PARTITION
049900        AND PART-NUMBER NUMERIC
050000         IF PART-NUMBER > ZERO
050100            AND PART-NUMBER NOT > WS-MAX-PARTS
050200             ADD 1 TO WS-PCTL-PARTS
050300             MOVE "Y" TO WS-PTN-CTL-SW(PART-NUMBER)
050400         END-IF
050500     END-IF.
050600
050700     READ PARTCTL-FILE
050800         AT END
050900             SET WS-EOF TO TRUE
051000     END-READ.
051100 2100-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500*    3000-LOAD-PARTRPT - THE PARTITION CONTROL REPORTS.  EACH   *
051600*    STARTS WITH "APP CONTROL REPORT" AND NAMES ITS PARTITION   *
051700*    ON THE NEXT LINE; A REPORT WITHOUT A PARTITION LINE IS NOT *
051800*    A PARTITION RUN AND IS IGNORED.                            *
051900*****************************************************************
052000 3000-LOAD-PARTRPT.
052100     OPEN INPUT PARTRPT-FILE.
052200     IF WS-PARTRPT-FS NOT = "00"
052300         GO TO 1950-FATAL-FILE-ERROR
052400     END-IF.
052500
052600     MOVE ZERO TO WS-CUR-PART.
052700     SET WS-NOT-EOF TO TRUE.
052800     READ PARTRPT-FILE
052900         AT END
053000             SET WS-EOF TO TRUE
053100     END-READ.
053200     PERFORM 3100-SCAN-ONE-REPORT-LINE THRU 3100-EXIT
053300         UNTIL WS-EOF.
053400     CLOSE PARTRPT-FILE.
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-SCAN-ONE-REPORT-LINE.
053900     IF PRP-LABEL = "APP CONTROL REPORT"
054000         MOVE ZERO TO WS-CUR-PART
054100         GO TO 3100-READ-NEXT
054200     END-IF.
054300
054400     IF PRP-LABEL = "PARTITION"
054500        AND PRP-VALUE(1:2) NUMERIC
054600         MOVE PRP-VALUE(1:2) TO WS-CUR-PART
054700         IF WS-CUR-PART > WS-MAX-PARTS
054800             MOVE ZERO TO WS-CUR-PART
054900         END-IF
055000         IF WS-CUR-PART > ZERO
055100             PERFORM 1050-CLEAR-ONE-PARTITION THRU 1050-EXIT
055200             MOVE "Y" TO WS-PTN-RPT-SW(WS-CUR-PART)
055300         END-IF
055400         GO TO 3100-READ-NEXT
055500     END-IF.
055600
055700     IF WS-CUR-PART = ZERO
055800         GO TO 3100-READ-NEXT
055900     END-IF.
056000
056100     IF PRP-LABEL = "RUN START TIME"
056200         MOVE PRP-VALUE(1:17) TO WS-PTN-START(WS-CUR-PART)
056300         GO TO 3100-READ-NEXT
056400     END-IF.
056500     IF PRP-LABEL = "RUN END TIME"
056600         MOVE PRP-VALUE(1:17) TO WS-PTN-END(WS-CUR-PART)
056700         GO TO 3100-READ-NEXT
056800     END-IF.
056900     IF PRP-LABEL = "SHORTEST LINE LENGTH"
057000        AND PRP-VALUE(1:4) NUMERIC
057100         MOVE PRP-VALUE(1:4) TO WS-PTN-SHORTEST(WS-CUR-PART)
057200         GO TO 3100-READ-NEXT
057300     END-IF.
057400     IF PRP-LABEL = "LONGEST LINE LENGTH"
057500        AND PRP-VALUE(1:4) NUMERIC
057600         MOVE PRP-VALUE(1:4) TO WS-PTN-LONGEST(WS-CUR-PART)
057700         GO TO 3100-READ-NEXT
057800     END-IF.
057900     IF PRP-LABEL = "ENRICHED SEQUENCE RANGE"
058000         MOVE PRP-VALUE(1:13) TO WS-PTN-ENR-RANGE(WS-CUR-PART)
058100         GO TO 3100-READ-NEXT
058200     END-IF.
058300     IF PRP-LABEL = "VERIFIED SEQUENCE RANGE"
058400         MOVE PRP-VALUE(1:13) TO WS-PTN-VER-RANGE(WS-CUR-PART)
058500         GO TO 3100-READ-NEXT
058600     END-IF.
058700
058800     MOVE "N" TO WS-FIG-FOUND-SW.
058900     PERFORM 3110-MATCH-ONE-FIGURE THRU 3110-EXIT
059000         VARYING WS-FIG-IDX FROM 1 BY 1
059100         UNTIL WS-FIG-IDX > WS-FIG-COUNT
059200            OR WS-FIG-FOUND.
059300
059400 3100-READ-NEXT.
059500     READ PARTRPT-FILE
059600         AT END
059700             SET WS-EOF TO TRUE
059800     END-READ.
059900 3100-EXIT.
060000     EXIT.
060100
060200 3110-MATCH-ONE-FIGURE.
060300     IF PRP-LABEL NOT = WS-FIG-LABEL(WS-FIG-IDX)
060400         GO TO 3110-EXIT
060500     END-IF.
060600     SET WS-FIG-FOUND TO TRUE.
060700     IF WS-FIG-WIDTH(WS-FIG-IDX) = 3
060800         IF PRP-VALUE(1:3) NUMERIC
060900             MOVE PRP-VALUE(1:3)
061000                 TO WS-PTN-FIG(WS-CUR-PART, WS-FIG-IDX)
061100         END-IF
061200     ELSE
061300         IF PRP-VALUE(1:6) NUMERIC
061400             MOVE PRP-VALUE(1:6)
061500                 TO WS-PTN-FIG(WS-CUR-PART, WS-FIG-IDX)
061600         END-IF
061700     END-IF.
061800 3110-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*    3500-LOAD-PARTHIST - THE PARTITION WORK RUNHISTS.  ONLY    *
062300*    RECORDS STAMPED WITH A PARTITION NUMBER COUNT; THE LAST    *
062400*    ONE FOR A PARTITION (ITS RERUN) WINS.                      *
062500*****************************************************************
062600 3500-LOAD-PARTHIST.
062700     OPEN INPUT PARTHIST-FILE.
062800     IF WS-PARTHIST-FS NOT = "00"
062900         GO TO 1950-FATAL-FILE-ERROR
063000     END-IF.
063100
063200     SET WS-NOT-EOF TO TRUE.
063300     READ PARTHIST-FILE
063400         AT END
063500             SET WS-EOF TO TRUE
063600     END-READ.
063700     PERFORM 3510-LOAD-ONE-PARTHIST THRU 3510-EXIT
063800         UNTIL WS-EOF.
063900     CLOSE PARTHIST-FILE.
064000 3500-EXIT.
064100     EXIT.
064200
064300 3510-LOAD-ONE-PARTHIST.
064400     MOVE PARTHIST-RECORD TO WS-HIST-WORK.
064500     IF HSW-PARTITION-NO NUMERIC
064600         IF HSW-PARTITION-NO > ZERO
064700            AND HSW-PARTITION-NO NOT > WS-MAX-PARTS
064800             MOVE "Y" TO WS-PTN-HIST-SW(HSW-PARTITION-NO)
064900             MOVE PARTHIST-RECORD
065000                 TO WS-PTN-HIST-IMAGE(HSW-PARTITION-NO)
065100         END-IF
065200     END-IF.
065300
065400     READ PARTHIST-FILE
065500         AT END
065600             SET WS-EOF TO TRUE
065700     END-READ.
065800 3510-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*    5000-WRITE-DAY-REPORT - THE DAY-LEVEL CONTROL REPORT: THE  *
066300*    ADDED-UP FIGURES, THEN ONE STATUS LINE PER PARTITION, THE  *
066400*    ROUTED-FEED SEQUENCE CHECK AND THE RUNHIST CROSS-CHECK.    *
066500*    ANY PARTITION THAT IS MISSING, FAILED A SUB-BATCH OR DOES  *
066600*    NOT AGREE LEAVES THE DAY INCOMPLETE.                       *
066700*****************************************************************
066800 5000-WRITE-DAY-REPORT.
066900     PERFORM 5100-ADD-ONE-PARTITION THRU 5100-EXIT
067000         VARYING WS-PART-IDX FROM 1 BY 1
067100         UNTIL WS-PART-IDX > WS-PART-COUNT
067200            OR WS-PART-IDX > WS-MAX-PARTS.
067300
067400     MOVE "APP DAY CONTROL REPORT" TO WS-RPT-LABEL.
067500     MOVE SPACES                   TO WS-RPT-VALUE.
067600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
067700
067800     MOVE "PARTITIONS"             TO WS-RPT-LABEL.
067900     MOVE SPACES TO WS-RPT-VALUE.
068000     STRING WS-PARTS-REPORTED DELIMITED BY SIZE
068100            " OF "            DELIMITED BY SIZE
068200            WS-PART-COUNT     DELIMITED BY SIZE
068300            " REPORTED"       DELIMITED BY SIZE
068400         INTO WS-RPT-VALUE.
068500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
068600
068700     MOVE "BUSINESS DATE"          TO WS-RPT-LABEL.
068800     MOVE WS-BUSINESS-DATE         TO WS-RPT-VALUE.
068900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
069000
069100     MOVE "RUN START TIME"         TO WS-RPT-LABEL.
069200     MOVE WS-DAY-START             TO WS-RPT-VALUE.
069300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
069400
069500     MOVE "RUN END TIME"           TO WS-RPT-LABEL.
069600     MOVE WS-DAY-END               TO WS-RPT-VALUE.
069700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
069800
069900     PERFORM 5200-WRITE-ONE-DAY-FIGURE THRU 5200-EXIT
070000         VARYING WS-FIG-IDX FROM 1 BY 1
070100         UNTIL WS-FIG-IDX > WS-FIG-COUNT.
070200
070300     MOVE "SHORTEST LINE LENGTH"   TO WS-RPT-LABEL.
070400     MOVE WS-DAY-SHORTEST          TO WS-RPT-VALUE.
070500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
070600
070700     MOVE "LONGEST LINE LENGTH"    TO WS-RPT-LABEL.
070800     MOVE WS-DAY-LONGEST           TO WS-RPT-VALUE.
070900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
071000
071100     MOVE "PARTITION STATUS"       TO WS-RPT-LABEL.
071200     MOVE SPACES                   TO WS-RPT-VALUE.
071300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
071400     PERFORM 5300-WRITE-ONE-STATUS THRU 5300-EXIT
071500         VARYING WS-PART-IDX FROM 1 BY 1
071600         UNTIL WS-PART-IDX > WS-PART-COUNT
071700            OR WS-PART-IDX > WS-MAX-PARTS.
071800
071900     MOVE "ROUTED FEED SEQUENCES"  TO WS-RPT-LABEL.
072000     MOVE SPACES                   TO WS-RPT-VALUE.
072100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
072200     PERFORM 5400-CHECK-ONE-PTN-RANGES THRU 5400-EXIT
072300         VARYING WS-PART-IDX FROM 1 BY 1
072400         UNTIL WS-PART-IDX > WS-PART-COUNT
072500            OR WS-PART-IDX > WS-MAX-PARTS.
072600
072700     MOVE "RUNHIST CROSS-CHECK"    TO WS-RPT-LABEL.
072800     MOVE SPACES                   TO WS-RPT-VALUE.
072900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
073000     PERFORM 5500-CHECK-ONE-PTN-HISTORY THRU 5500-EXIT
073100         VARYING WS-PART-IDX FROM 1 BY 1
073200         UNTIL WS-PART-IDX > WS-PART-COUNT
073300            OR WS-PART-IDX > WS-MAX-PARTS.
073400 5000-EXIT.
073500     EXIT.
073600
073700*****************************************************************
073800*    5100-ADD-ONE-PARTITION - ADD A REPORTED PARTITION INTO THE *
073900*    DAY FIGURES.  A PARTITION THAT READ NOTHING PRINTS A ZERO  *
074000*    SHORTEST LENGTH, WHICH MUST NOT BECOME THE DAY'S SHORTEST. *
074100*****************************************************************
074200 5100-ADD-ONE-PARTITION.
074300     IF WS-PTN-RPT-SW(WS-PART-IDX) NOT = "Y"
074400         GO TO 5100-EXIT
074500     END-IF.
074600     ADD 1 TO WS-PARTS-REPORTED.
074700
074800     MOVE WS-PART-IDX TO WS-CUR-PART.
074900     PERFORM 5110-ADD-ONE-FIGURE THRU 5110-EXIT
075000         VARYING WS-FIG-IDX FROM 1 BY 1
075100         UNTIL WS-FIG-IDX > WS-FIG-COUNT.
075200
075300     IF WS-PTN-START(WS-PART-IDX) NOT = SPACES
075400         IF WS-DAY-START = SPACES
075500            OR WS-PTN-START(WS-PART-IDX) < WS-DAY-START
075600             MOVE WS-PTN-START(WS-PART-IDX) TO WS-DAY-START
075700         END-IF
075800     END-IF.
075900     IF WS-PTN-END(WS-PART-IDX) > WS-DAY-END
076000         MOVE WS-PTN-END(WS-PART-IDX) TO WS-DAY-END
076100     END-IF.
076200
076300     IF WS-PTN-FIG(WS-PART-IDX, WS-FIG-READ) > ZERO
076400         IF NOT WS-DAY-SHORT-SET
076500            OR WS-PTN-SHORTEST(WS-PART-IDX) < WS-DAY-SHORTEST
076600             MOVE WS-PTN-SHORTEST(WS-PART-IDX) TO WS-DAY-SHORTEST
076700             SET WS-DAY-SHORT-SET TO TRUE
076800         END-IF
076900     END-IF.
077000     IF WS-PTN-LONGEST(WS-PART-IDX) > WS-DAY-LONGEST
077100         MOVE WS-PTN-LONGEST(WS-PART-IDX) TO WS-DAY-LONGEST
077200     END-IF.
077300 5100-EXIT.
077400     EXIT.
077500
077600 5110-ADD-ONE-FIGURE.
077700     ADD WS-PTN-FIG(WS-CUR-PART, WS-FIG-IDX)
077800         TO WS-DAY-FIG(WS-FIG-IDX).
077900 5110-EXIT.
078000     EXIT.
078100
078200 5200-WRITE-ONE-DAY-FIGURE.
078300     MOVE WS-FIG-LABEL(WS-FIG-IDX) TO WS-RPT-LABEL.
078400     IF WS-FIG-WIDTH(WS-FIG-IDX) = 3
078500         MOVE WS-DAY-FIG(WS-FIG-IDX) TO WS-EDIT-FIG3
078600         MOVE WS-EDIT-FIG3            TO WS-RPT-VALUE
078700     ELSE
078800         MOVE WS-DAY-FIG(WS-FIG-IDX) TO WS-EDIT-FIG
078900         MOVE WS-EDIT-FIG             TO WS-RPT-VALUE
079000     END-IF.
079100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
079200 5200-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600*    5300-WRITE-ONE-STATUS                                      *
079700*****************************************************************
079800 5300-WRITE-ONE-STATUS.
079900     MOVE SPACES TO WS-RPT-LABEL.
080000     STRING "PARTITION " DELIMITED BY SIZE
080100            WS-PART-IDX  DELIMITED BY SIZE
080200         INTO WS-RPT-LABEL.
080300     MOVE SPACES TO WS-RPT-VALUE.
080400
080500     IF WS-PTN-CTL-SW(WS-PART-IDX) NOT = "Y"
080600         MOVE "NOT ON PARTCTL" TO WS-RPT-VALUE
080700         SET WS-DAY-INCOMPLETE TO TRUE
080800         GO TO 5300-WRITE
080900     END-IF.
081000
081100     IF WS-PTN-RPT-SW(WS-PART-IDX) NOT = "Y"
081200         MOVE "NO CONTROL REPORT - NOT RUN" TO WS-RPT-VALUE
081300         SET WS-DAY-INCOMPLETE TO TRUE
081400         GO TO 5300-WRITE
081500     END-IF.
081600
081700     IF WS-PTN-FIG(WS-PART-IDX, WS-FIG-FAILED) > ZERO
081800         MOVE WS-PTN-FIG(WS-PART-IDX, WS-FIG-FAILED)
081900             TO WS-EDIT-FIG3
082000         STRING "FAILED - "   DELIMITED BY SIZE
082100                WS-EDIT-FIG3  DELIMITED BY SIZE
082200                " SUB-BATCHES - RERUN" DELIMITED BY SIZE
082300             INTO WS-RPT-VALUE
082400         SET WS-DAY-INCOMPLETE TO TRUE
082500         GO TO 5300-WRITE
082600     END-IF.
082700
082800     ADD 1 TO WS-PARTS-BALANCED.
082900     MOVE WS-PTN-FIG(WS-PART-IDX, WS-FIG-READ) TO WS-EDIT-FIG.
083000     STRING "IN BALANCE - " DELIMITED BY SIZE
083100            WS-EDIT-FIG     DELIMITED BY SIZE
083200            " READ"         DELIMITED BY SIZE
083300         INTO WS-RPT-VALUE.
083400
083500 5300-WRITE.
083600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
083700 5300-EXIT.
083800     EXIT.
083900
084000*****************************************************************
084100*    5400-CHECK-ONE-PTN-RANGES - ENRICHED AND VERIFIED.         *
084200*****************************************************************
084300 5400-CHECK-ONE-PTN-RANGES.
084400     IF WS-PTN-RPT-SW(WS-PART-IDX) NOT = "Y"
084500         GO TO 5400-EXIT
084600     END-IF.
084700     COMPUTE WS-SEQ-BASE = (WS-PART-IDX - 1) * WS-SEQ-BLOCK.
084800
084900     MOVE SPACES TO WS-RPT-LABEL.
085000     STRING "PARTITION " DELIMITED BY SIZE
085100            WS-PART-IDX  DELIMITED BY SIZE
085200            " ENRICHED"  DELIMITED BY SIZE
085300         INTO WS-RPT-LABEL.
085400     MOVE WS-PTN-ENR-RANGE(WS-PART-IDX) TO WS-RANGE-TEXT.
085500     MOVE WS-PTN-FIG(WS-PART-IDX, WS-FIG-ENRICHED)
085600         TO WS-SEQ-ROUTED.
085700     PERFORM 5450-CHECK-ONE-RANGE THRU 5450-EXIT.
085800
085900     MOVE SPACES TO WS-RPT-LABEL.
086000     STRING "PARTITION " DELIMITED BY SIZE
086100            WS-PART-IDX  DELIMITED BY SIZE
086200            " VERIFIED"  DELIMITED BY SIZE
086300         INTO WS-RPT-LABEL.
086400     MOVE WS-PTN-VER-RANGE(WS-PART-IDX) TO WS-RANGE-TEXT.
086500     MOVE WS-PTN-FIG(WS-PART-IDX, WS-FIG-VERIFIED)
086600         TO WS-SEQ-ROUTED.
086700     PERFORM 5450-CHECK-ONE-RANGE THRU 5450-EXIT.
086800 5400-EXIT.
086900     EXIT.
087000
087100 5450-CHECK-ONE-RANGE.
087200     SET WS-RANGE-OK TO TRUE.
087300     IF WS-RANGE-TEXT = "NONE"
087400         IF WS-SEQ-ROUTED NOT = ZERO
087500             SET WS-RANGE-BAD TO TRUE
087600         END-IF
087700         GO TO 5450-WRITE
087800     END-IF.
087900
088000     IF WS-RANGE-LOW NOT NUMERIC
088100        OR WS-RANGE-HIGH NOT NUMERIC
088200         SET WS-RANGE-BAD TO TRUE
088300         GO TO 5450-WRITE
088400     END-IF.
088500     IF WS-RANGE-LOW-N NOT = WS-SEQ-BASE + 1
088600        OR WS-RANGE-HIGH-N NOT = WS-SEQ-BASE + WS-SEQ-ROUTED
088700        OR WS-SEQ-ROUTED NOT < WS-SEQ-BLOCK
088800         SET WS-RANGE-BAD TO TRUE
088900     END-IF.
089000
089100 5450-WRITE.
089200     MOVE WS-RANGE-TEXT TO WS-RPT-VALUE.
089300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
089400     IF WS-RANGE-BAD
089500         MOVE "** SEQUENCE RANGE WRONG **" TO WS-RPT-LABEL
089600         MOVE SPACES TO WS-RPT-VALUE
089700         MOVE WS-SEQ-ROUTED TO WS-EDIT-FIG
089800         STRING "ROUTED "   DELIMITED BY SIZE
089900                WS-EDIT-FIG DELIMITED BY SIZE
090000             INTO WS-RPT-VALUE
090100         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
090200         SET WS-DAY-INCOMPLETE TO TRUE
090300     END-IF.
090400 5450-EXIT.
090500     EXIT.
090600
090700*****************************************************************
090800*    5500-CHECK-ONE-PTN-HISTORY - THE PARTITION'S RUNHIST       *
090900*    RECORD MUST CARRY THE SAME READ, ACCEPTED AND REJECTED     *
091000*    FIGURES AS ITS CONTROL REPORT.                             *
091100*****************************************************************
091200 5500-CHECK-ONE-PTN-HISTORY.
091300     IF WS-PTN-RPT-SW(WS-PART-IDX) NOT = "Y"
091400         GO TO 5500-EXIT
091500     END-IF.
091600     MOVE SPACES TO WS-RPT-LABEL.
091700     STRING "PARTITION " DELIMITED BY SIZE
091800            WS-PART-IDX  DELIMITED BY SIZE
091900            " RUNHIST"   DELIMITED BY SIZE
092000         INTO WS-RPT-LABEL.
092100
092200     IF WS-PTN-HIST-SW(WS-PART-IDX) NOT = "Y"
092300         MOVE "MISSING" TO WS-RPT-VALUE
092400         SET WS-DAY-INCOMPLETE TO TRUE
092500         GO TO 5500-WRITE
092600     END-IF.
092700
092800     MOVE WS-PTN-HIST-IMAGE(WS-PART-IDX) TO WS-HIST-WORK.
092900     IF HSW-TOTAL-READ NOT NUMERIC
093000        OR HSW-ACCEPT-COUNT NOT NUMERIC
093100        OR HSW-REJECT-COUNT NOT NUMERIC
093200         MOVE "DOES NOT AGREE WITH CONTROL REPORT" TO WS-RPT-VALUE
093300         SET WS-DAY-INCOMPLETE TO TRUE
093400         GO TO 5500-WRITE
093500     END-IF.
093600     IF HSW-TOTAL-READ NOT = WS-PTN-FIG(WS-PART-IDX, WS-FIG-READ)
093700        OR HSW-ACCEPT-COUNT
093800           NOT = WS-PTN-FIG(WS-PART-IDX, WS-FIG-ACCEPTED)
093900        OR HSW-REJECT-COUNT
094000           NOT = WS-PTN-FIG(WS-PART-IDX, WS-FIG-REJECTED)
094100         MOVE "DOES NOT AGREE WITH CONTROL REPORT" TO WS-RPT-VALUE
094200         SET WS-DAY-INCOMPLETE TO TRUE
094300         GO TO 5500-WRITE
094400     END-IF.
094500     MOVE "AGREES WITH CONTROL REPORT" TO WS-RPT-VALUE.
094600
094700 5500-WRITE.
094800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
094900 5500-EXIT.
095000     EXIT.
095100
095200*****************************************************************
095300*    6000-WRITE-DAY-HISTORY - ONE RUNHIST RECORD FOR THE WHOLE  *
095400*    DAY, ADDED UP FROM THE PARTITION RECORDS, SO RUNTREND SEES *
095500*    A SPLIT DAY AS ONE RUN.  ONLY A COMPLETE DAY THAT HAS NOT  *
095600*    ALREADY BEEN MERGED IS WRITTEN.                            *
095700*****************************************************************
095800 6000-WRITE-DAY-HISTORY.
095900     IF WS-RUNCTL-PRESENT
096000        AND WS-BUSINESS-DATE NOT = ZERO
096100        AND WS-LAST-RUN-DATE = WS-BUSINESS-DATE
096200        AND WS-EXPECTED-DATE NOT = WS-BUSINESS-DATE
096300         SET WS-ALREADY-MERGED TO TRUE
096400     END-IF.
096500     IF WS-DAY-INCOMPLETE
096600        OR WS-ALREADY-MERGED
096700         GO TO 6000-EXIT
096800     END-IF.
096900
097000     OPEN EXTEND RUNHIST-FILE.
097100     IF WS-RUNH-FS NOT = "00"
097200         OPEN OUTPUT RUNHIST-FILE
097300     END-IF.
097400     IF WS-RUNH-FS NOT = "00"
097500         GO TO 1950-FATAL-FILE-ERROR
097600     END-IF.
097700
097800     MOVE SPACES TO RUNHIST-RECORD.
097900     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
098000     ACCEPT WS-TS-TIME FROM TIME.
098100     MOVE WS-TS-DATE       TO RUNH-RUN-DATE.
098200     MOVE WS-TS-TIME       TO RUNH-RUN-TIME.
098300     MOVE ZERO             TO RUNH-TOTAL-READ.
098400     MOVE ZERO             TO RUNH-SKIP-COUNT.
098500     MOVE ZERO             TO RUNH-ACCEPT-COUNT.
098600     MOVE ZERO             TO RUNH-REJECT-COUNT.
098700     PERFORM 6050-ZERO-ONE-REASON THRU 6050-EXIT
098800         VARYING WS-REASON-NUM FROM 1 BY 1
098900         UNTIL WS-REASON-NUM > 12.
099000     MOVE ZERO             TO RUNH-REVERSAL-COUNT.
099100     PERFORM 6100-ADD-ONE-PTN-HISTORY THRU 6100-EXIT
099200         VARYING WS-PART-IDX FROM 1 BY 1
099300         UNTIL WS-PART-IDX > WS-PART-COUNT.
099400     MOVE WS-DAY-SHORTEST  TO RUNH-SHORTEST-LEN.
099500     MOVE WS-DAY-LONGEST   TO RUNH-LONGEST-LEN.
099600     MOVE ZERO             TO RUNH-PARTITION-NO.
099700     MOVE WS-PART-COUNT    TO RUNH-PARTITION-COUNT.
099800     WRITE RUNHIST-RECORD.
099900     CLOSE RUNHIST-FILE.
100000 6000-EXIT.
100100     EXIT.
100200
100300 6050-ZERO-ONE-REASON.
100400     MOVE ZERO TO RUNH-REJ-REASON-CNT(WS-REASON-NUM).
100500 6050-EXIT.
100600     EXIT.
100700
100800 6100-ADD-ONE-PTN-HISTORY.
100900     MOVE WS-PTN-HIST-IMAGE(WS-PART-IDX) TO WS-HIST-WORK.
101000     ADD HSW-TOTAL-READ   TO RUNH-TOTAL-READ.
101100     IF HSW-SKIP-COUNT NUMERIC
101200         ADD HSW-SKIP-COUNT TO RUNH-SKIP-COUNT
101300     END-IF.
101400     ADD HSW-ACCEPT-COUNT TO RUNH-ACCEPT-COUNT.
101500     ADD HSW-REJECT-COUNT TO RUNH-REJECT-COUNT.
101600     PERFORM 6150-ADD-ONE-REASON THRU 6150-EXIT
101700         VARYING WS-REASON-NUM FROM 1 BY 1
101800         UNTIL WS-REASON-NUM > 12.
101900     IF HSW-REVERSAL-COUNT NUMERIC
102000         ADD HSW-REVERSAL-COUNT TO RUNH-REVERSAL-COUNT
102100     END-IF.
102200 6100-EXIT.
102300     EXIT.
102400
102500 6150-ADD-ONE-REASON.
102600     IF HSW-REJ-REASON-CNT(WS-REASON-NUM) NUMERIC
102700         ADD HSW-REJ-REASON-CNT(WS-REASON-NUM)
102800             TO RUNH-REJ-REASON-CNT(WS-REASON-NUM)
102900     END-IF.
103000 6150-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*    7000-ADVANCE-RUN-CONTROL - THE ADVANCE APP MAKES AT THE    *
103500*    END OF AN UNSPLIT DAY (SEE APP 9500), MADE HERE ONCE FOR   *
103600*    THE WHOLE SPLIT DAY: ONLY A COMPLETE DAY THAT CARRIED      *
103700*    ENVELOPES MOVES THE CONTROL FORWARD, AND AN OVERRIDE RUN   *
103800*    OF A DATE THAT IS NOT THE EXPECTED ONE LEAVES IT ALONE.    *
103900*****************************************************************
104000 7000-ADVANCE-RUN-CONTROL.
104100     IF WS-RUNCTL-ABSENT
104200        OR WS-DAY-INCOMPLETE
104300        OR WS-ALREADY-MERGED
104400        OR WS-STREAM-ENVELOPES = ZERO
104500         GO TO 7000-EXIT
104600     END-IF.
104700
104800     IF WS-OVERRIDE-ON
104900        AND WS-EXPECTED-DATE NOT = ZERO
105000        AND WS-BUSINESS-DATE NOT = WS-EXPECTED-DATE
105100         GO TO 7000-EXIT
105200     END-IF.
105300
105400     IF WS-EXPECTED-DATE NOT = ZERO
105500         MOVE WS-EXPECTED-DATE TO WS-PROCESSED-DATE
105600     ELSE
105700         MOVE WS-BUSINESS-DATE TO WS-PROCESSED-DATE
105800     END-IF.
105900
106000     MOVE ZERO TO WS-NEXT-EXPECTED.
106100     SET WS-NEXT-DATE-NOT-FOUND TO TRUE.
106200     OPEN INPUT CALFILE.
106300     IF WS-CAL-FS = "00"
106400         SET WS-NOT-EOF TO TRUE
106500         READ CALFILE
106600             AT END
106700                 SET WS-EOF TO TRUE
106800         END-READ
106900         PERFORM 7100-FIND-NEXT-BUSINESS-DAY THRU 7100-EXIT
107000             UNTIL WS-EOF
107100                OR WS-NEXT-DATE-FOUND
107200         CLOSE CALFILE
107300     END-IF.
107400
107500     OPEN OUTPUT RUNCTL-FILE.
107600     IF WS-RUNC-FS NOT = "00"
107700         GO TO 1950-FATAL-FILE-ERROR
107800     END-IF.
107900     MOVE SPACES            TO RUNCTL-RECORD.
108000     MOVE WS-NEXT-EXPECTED  TO RUNC-EXPECTED-DATE.
108100     MOVE WS-PROCESSED-DATE TO RUNC-LAST-RUN-DATE.
108200     WRITE RUNCTL-RECORD.
108300     CLOSE RUNCTL-FILE.
108400     SET WS-RUNCTL-ADVANCED TO TRUE.
108500 7000-EXIT.
108600     EXIT.
108700
108800 7100-FIND-NEXT-BUSINESS-DAY.
108900     IF CAL-DATE NUMERIC
109000         IF CAL-DATE > WS-PROCESSED-DATE
109100            AND CAL-BUSINESS-DAY
109200             MOVE CAL-DATE TO WS-NEXT-EXPECTED
109300             SET WS-NEXT-DATE-FOUND TO TRUE
109400             GO TO 7100-EXIT
109500         END-IF
109600     END-IF.
109700     READ CALFILE
109800         AT END
109900             SET WS-EOF TO TRUE
110000     END-READ.
110100 7100-EXIT.
110200     EXIT.
110300
110400*****************************************************************
110500*    8000-WRITE-REPORT-LINE                                     *
110600*****************************************************************
110700 8000-WRITE-REPORT-LINE.
110800     MOVE SPACES       TO REPORT-FILE-RECORD.
110900     MOVE WS-RPT-LABEL TO RPT-LABEL.
111000     MOVE WS-RPT-VALUE TO RPT-VALUE.
111100     WRITE REPORT-FILE-RECORD.
111200 8000-EXIT.
111300     EXIT.
111400
111500*****************************************************************
111600*    9000-TERMINATE - VERDICT LINE, CLOSE, RETURN CODE.         *
111700*****************************************************************
111800 9000-TERMINATE.
111900     MOVE "MERGE RESULT" TO WS-RPT-LABEL.
112000     MOVE SPACES         TO WS-RPT-VALUE.
112100     IF WS-DAY-INCOMPLETE
112200         MOVE "DAY INCOMPLETE - NOTHING WRITTEN" TO WS-RPT-VALUE
112300         MOVE 08 TO RETURN-CODE
112400     ELSE
112500         IF WS-ALREADY-MERGED
112600             MOVE "DAY ALREADY MERGED - NOTHING WRITTEN"
112700                 TO WS-RPT-VALUE
112800             MOVE 04 TO RETURN-CODE
112900         ELSE
113000             IF WS-RUNCTL-ADVANCED
113100                 STRING "DAY COMPLETE - EXPECTED DATE NOW "
113200                            DELIMITED BY SIZE
113300                        WS-NEXT-EXPECTED DELIMITED BY SIZE
113400                     INTO WS-RPT-VALUE
113500             ELSE
113600                 MOVE "DAY COMPLETE - RUNCTL NOT ADVANCED"
113700                     TO WS-RPT-VALUE
113800             END-IF
113900         END-IF
114000     END-IF.
114100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
114200
114300     CLOSE REPORT-FILE.
114400 9000-EXIT.
114500     EXIT.
114600
114700*****************************************************************
114800*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
114900*****************************************************************
115000 9800-LEDGER-START.
115100     MOVE "S" TO WS-LDG-EVENT.
115200     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
115300 9800-EXIT.
115400     EXIT.
115500
115600*****************************************************************
115700*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
115800*    DAY'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
115900*****************************************************************
116000 9810-LEDGER-END.
116100     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
116200     MOVE "PARTS   " TO WS-LDG-COUNT-LABEL(1).
116300     MOVE WS-PARTS-BALANCED TO WS-LDG-COUNT-VALUE(1).
116400     MOVE "READ    " TO WS-LDG-COUNT-LABEL(2).
116500     MOVE WS-DAY-FIG(WS-FIG-READ) TO WS-LDG-COUNT-VALUE(2).
116600     MOVE "ACCEPTED" TO WS-LDG-COUNT-LABEL(3).
116700     MOVE WS-DAY-FIG(WS-FIG-ACCEPTED) TO WS-LDG-COUNT-VALUE(3).
116800     MOVE "E" TO WS-LDG-EVENT.
116900     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
117000     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
117100 9810-EXIT.
117200     EXIT.
117300
117400 9820-CALL-LEDGER.
117500     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
117600                           WS-LDG-EVENT
117700                           WS-LDG-BASIS
117800                           WS-LDG-RETURN-CODE
117900                           WS-LDG-COUNTS.
118000 9820-EXIT.
118100     EXIT.
