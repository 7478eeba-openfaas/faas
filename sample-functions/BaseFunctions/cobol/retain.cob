000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETAIN.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------                                        *
001000*    2026-10-15  RH  INITIAL VERSION - ARCHIVE RETENTION AND    *
001100*                    CONSOLIDATION.  THE AUDIT LOG, SYSERR AND  *
001200*                    JOURNAL ARCHIVES, RUNHIST AND THE COLRPT,  *
001300*                    RECRPT AND ACKRPT REPORTS GREW WITHOUT     *
001400*                    LIMIT AND THE AUDIT READERS HAD TO LIST    *
001500*                    EVER LONGER CONCATENATIONS.  THIS PROGRAM  *
001600*                    APPLIES A CONTROL-CARD RETENTION POLICY    *
001700*                    PER DATASET FAMILY IN TWO MODES:           *
001800*                                                                *
001900*                    PLAN - READS THE IDCAMS LISTCAT OF THE     *
002000*                    FAMILIES AND DECIDES, PER FAMILY, WHICH    *
002100*                    DAILY GENERATIONS HAVE AGED OUT OF THE     *
002200*                    DAILY WINDOW (ONE WHOLE CALENDAR MONTH PER *
002300*                    RUN) AND WHICH MONTHLY FILES HAVE OUTLIVED *
002400*                    THE MONTHLY WINDOW.  IT PRINTS THE PLAN    *
002500*                    AND WRITES THE CONSOLIDATION JOB (RETJCL)  *
002600*                    FOR THE INTERNAL READER.                   *
002700*                                                                *
002800*                    CONSOL - RUN BY THAT GENERATED JOB, ONE    *
002900*                    STEP PER FAMILY.  SORTS THE MONTH'S DAILY  *
003000*                    GENERATIONS INTO ONE MONTHLY FILE IN       *
003100*                    TIMESTAMP ORDER, RE-READS THE MONTHLY FILE *
003200*                    AND PROVES ITS RECORD COUNT AGAINST THE    *
003300*                    RECORDS READ, AND WRITES THE RETENTION     *
003400*                    CERTIFICATE LISTING EVERY GENERATION       *
003500*                    CONSOLIDATED OR PURGED.  ONLY A BALANCED   *
003600*                    STEP (RC 00) LETS THE FOLLOWING IDCAMS     *
003700*                    STEP UNCATALOG THE GENERATIONS.            *
003800*                                                                *
003900*                    A JOURNAL ARCHIVE GENERATION CUT ON OR     *
004000*                    AFTER THE LAST GOOD CUSTBKUP BACKUP IS     *
004100*                    NEVER CONSOLIDATED OR PURGED - MSTRRCVR    *
004200*                    NEEDS IT TO ROLL THAT BACKUP FORWARD.  THE *
004300*                    BACKUP DATE IS THE LAST CUSTBKUP END ENTRY *
004400*                    (RC 0000) ON THE JOB LEDGER.  SEE          *
004500*                    JCL/RETAIN.JCL.                            *
004510*    2026-10-15  RH  ADDED THE ACTHIST FAMILY - THE CUSTOMER    *
004520*                    ACTIVITY HISTORY APP APPENDS TO (COPYBOOK  *
004530*                    ACTVREC) IS ROLLED LIKE RUNHIST, BY THE    *
004540*                    BUSINESS DATE OF EACH RECORD.              *
004550*    2026-10-15  RH  THE CONSOLIDATION JOB NOW SCRATCHES THE    *
004560*                    NEW MONTHLY GENERATION OF A FAILED CNN     *
004570*                    STEP (XNN), SO A RERUN CANNOT ROLL THE     *
004580*                    SAME MONTH INTO THE ARCHIVE TWICE.         *
004600*                                                                *
004700*    DATASET FAMILIES (FAMILY=):                                 *
004800*        AUDITLOG SYSERR JOURNAL - DAILY GENERATION DATA GROUPS; *
004900*                    THE MONTH'S GENERATIONS ARE CONSOLIDATED    *
005000*                    AND THEN UNCATALOGED.                       *
005100*        RUNHIST  - ONE CUMULATIVE DATASET; RECORDS OF THE       *
005200*                    WHOLE MONTHS BEFORE THE DAILY WINDOW ARE    *
005300*                    ROLLED TO THE MONTHLY FILE AND THE REST ARE *
005400*                    KEPT (KEEPOUT, COPIED BACK BY THE JOB).     *
005410*        ACTHIST  - AS RUNHIST, DATED BY BUSINESS DATE.          *
005500*        COLRPT RECRPT ACKRPT - CUMULATIVE REPORTS WITHOUT A     *
005600*                    DATE ON THE LINE; THE WHOLE REPORT IS       *
005700*                    ROLLED TO THE MONTHLY FILE.                 *
005800*                                                                *
005900*    CONTROL CARDS (RETCARDS, KEYWORD=VALUE, SEE CTLCREC):       *
006000*        MODE=PLAN|CONSOL  DEFAULT PLAN.                         *
006100*        ASOF=CCYYMMDD     RETENTION DATE.  DEFAULT TODAY.       *
006200*        BACKUP=CCYYMMDD   LAST CUSTBKUP DATE, OVERRIDING THE    *
006300*                          JOB LEDGER.                           *
006400*        FAMILY=NAME       STARTS A FAMILY; THE CARDS BELOW      *
006500*                          APPLY TO IT UNTIL THE NEXT FAMILY=.   *
006600*        DAILYDSN=DSN      DAILY GDG BASE (OR THE CUMULATIVE     *
006700*                          DATASET).  DEFAULTS AS IN THE TABLE.  *
006800*        MONTHDSN=DSN      MONTHLY GDG BASE.                     *
006900*        DAILY=NNN         DAYS TO KEEP DAILY DATA (DEFAULT 035) *
007000*        MONTHLY=NNN       MONTHS TO KEEP MONTHLY FILES          *
007100*                          (DEFAULT 084).                        *
007200*      CONSOL MODE ONLY (WRITTEN BY THE PLAN RUN):               *
007300*        MONTH=CCYYMM      MONTH BEING CONSOLIDATED.             *
007400*        CUTOFF=CCYYMMDD   RUNHIST AND ACTHIST RECORDS DATED     *
007500*                          BEFORE THIS ARE ROLLED, THE REST      *
007510*                          ARE KEPT.                             *
007600*        GEN=DSN           A DAILY GENERATION ON DAILYIN.        *
007700*        PURGE=DSN         AN EXPIRED MONTHLY FILE.              *
007800*                                                                *
007900*    RETURN CODES:                                               *
008000*      00  PLAN WRITTEN / MONTH CONSOLIDATED AND IN BALANCE.     *
008100*      04  PLAN: A DUE MONTH WAS HELD FOR RECOVERY, FURTHER      *
008200*          MONTHS ARE DUE (RUN AGAIN), OR NO BACKUP DATE WAS     *
008300*          FOUND SO THE JOURNAL WAS LEFT ALONE.                  *
008400*      08  CONSOL: RECORD COUNTS DID NOT AGREE - NOTHING IS      *
008500*          RELEASED FOR UNCATALOG.                               *
008600*      16  A CONTROL CARD WAS INVALID, A REQUIRED FILE DID NOT   *
008700*          OPEN, THE SORT FAILED OR A TABLE OVERFLOWED.          *
008800*****************************************************************
008900 ENVIRONMENT DIVISION.
009000 INPUT-OUTPUT SECTION.
009100 FILE-CONTROL.
009200     SELECT RETCARDS-FILE ASSIGN TO "RETCARDS"
009300         ORGANIZATION LINE SEQUENTIAL
009400         FILE STATUS WS-CARD-FS.
009500
009600     SELECT CATLIST-FILE ASSIGN TO "CATLIST"
009700         ORGANIZATION LINE SEQUENTIAL
009800         FILE STATUS WS-CAT-FS.
009900
010000     SELECT LDGHIST-FILE ASSIGN TO "LDGHIST"
010100         ORGANIZATION LINE SEQUENTIAL
010200         FILE STATUS WS-LDGH-FS.
010300
010400     SELECT RETJCL-FILE ASSIGN TO "RETJCL"
010500         ORGANIZATION LINE SEQUENTIAL
010600         FILE STATUS WS-JCL-FS.
010700
010800     SELECT DAILY-FILE ASSIGN TO "DAILYIN"
010900         ORGANIZATION LINE SEQUENTIAL
011000         FILE STATUS WS-DLY-FS.
011100
011200     SELECT MONTH-FILE ASSIGN TO "MONTHOUT"
011300         ORGANIZATION LINE SEQUENTIAL
011400         FILE STATUS WS-MON-FS.
011500
011600     SELECT KEEP-FILE ASSIGN TO "KEEPOUT"
011700         ORGANIZATION LINE SEQUENTIAL
011800         FILE STATUS WS-KEEP-FS.
011900
012000     SELECT SORT-FILE ASSIGN TO "SORTWK01".
012100
012200     SELECT REPORT-FILE ASSIGN TO "RETRPT"
012300         ORGANIZATION LINE SEQUENTIAL
012400         FILE STATUS WS-RPT-FS.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  RETCARDS-FILE.
012900 01  RETCARDS-RECORD.
013000     COPY CTLCREC.
013100
013200*****************************************************************
013300*    IDCAMS LISTCAT SYSPRINT (ASA CONTROL CHARACTER IN COL 1)   *
013400*****************************************************************
013500 FD  CATLIST-FILE.
013600 01  CATLIST-RECORD                  PIC X(121).
013700
013800 FD  LDGHIST-FILE.
013900 01  LDGHIST-RECORD.
014000     COPY LEDGREC.
014100
014200 FD  RETJCL-FILE.
014300 01  RETJCL-RECORD                   PIC X(80).
014400
014500 FD  DAILY-FILE.
014600 01  DAILY-RECORD                    PIC X(256).
014700
014800 FD  MONTH-FILE.
014900 01  MONTH-RECORD                    PIC X(256).
015000
015100 FD  KEEP-FILE.
015200 01  KEEP-RECORD                     PIC X(256).
015300
015400 SD  SORT-FILE.
015500 01  SORT-RECORD.
015600     05  SRT-KEY                         PIC X(26).
015700     05  SRT-DATA                        PIC X(256).
015800
015900 FD  REPORT-FILE.
016000 01  REPORT-FILE-RECORD.
016100     COPY RPTREC.
016200
016300 WORKING-STORAGE SECTION.
016400*****************************************************************
016500*    SWITCHES AND STATUS CODES                                 *
016600*****************************************************************
016700 77  WS-EOF-SW                       PIC X(01) VALUE "N".
016800     88  WS-EOF                          VALUE "Y".
016900     88  WS-NOT-EOF                      VALUE "N".
017000 77  WS-MODE-SW                      PIC X(01) VALUE "P".
017100     88  WS-MODE-PLAN                    VALUE "P".
017200     88  WS-MODE-CONSOL                  VALUE "C".
017300 77  WS-CARD-ERROR-SW                PIC X(01) VALUE "N".
017400     88  WS-CARD-ERROR                   VALUE "Y".
017500 77  WS-SORT-FAIL-SW                 PIC X(01) VALUE "N".
017600     88  WS-SORT-FAILED                  VALUE "Y".
017700 77  WS-HELD-MONTH-SW                PIC X(01) VALUE "N".
017800     88  WS-HELD-MONTH                   VALUE "Y".
017900 77  WS-BALANCE-SW                   PIC X(01) VALUE "Y".
018000     88  WS-IN-BALANCE                   VALUE "Y".
018100     88  WS-OUT-OF-BALANCE               VALUE "N".
018200 77  WS-CARD-FS                      PIC X(02) VALUE "00".
018300 77  WS-CAT-FS                       PIC X(02) VALUE "00".
018400 77  WS-LDGH-FS                      PIC X(02) VALUE "00".
018500 77  WS-JCL-FS                       PIC X(02) VALUE "00".
018600 77  WS-DLY-FS                       PIC X(02) VALUE "00".
018700 77  WS-MON-FS                       PIC X(02) VALUE "00".
018800 77  WS-KEEP-FS                      PIC X(02) VALUE "00".
018900 77  WS-RPT-FS                       PIC X(02) VALUE "00".
019000
019100*****************************************************************
019200*    DATES                                                     *
019300*****************************************************************
019400 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
019500 77  WS-ASOF-DATE                    PIC 9(08) VALUE ZERO.
019600 77  WS-ASOF-MONTH-NO                PIC 9(06) VALUE ZERO.
019700 77  WS-BACKUP-DATE                  PIC 9(08) VALUE ZERO.
019800 77  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
019900 77  WS-CONS-MONTH                   PIC 9(06) VALUE ZERO.
020000 77  WS-DAY-NUMBER                   PIC 9(08) VALUE ZERO.
020100 77  WS-JULIAN-DATE                  PIC 9(07) VALUE ZERO.
020200 77  WS-JULIAN-CCYY                  PIC 9(04) VALUE ZERO.
020300 77  WS-JULIAN-DDD                   PIC 9(03) VALUE ZERO.
020400 77  WS-MONTH-NO                     PIC 9(06) VALUE ZERO.
020500 77  WS-MONTH-CCYYMM                 PIC 9(06) VALUE ZERO.
020600 77  WS-MONTH-CCYY                   PIC 9(04) VALUE ZERO.
020700 77  WS-MONTH-MM                     PIC 9(02) VALUE ZERO.
020800 77  WS-MONTH-AGE                    PIC S9(06) VALUE ZERO.
020900 01  WS-DATE-WORK.
021000     05  WS-DATE-CCYY                    PIC 9(04).
021100     05  WS-DATE-MM                      PIC 9(02).
021200     05  WS-DATE-DD                      PIC 9(02).
021300 01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
021400                                     PIC 9(08).
021500
021600*****************************************************************
021700*    COUNTERS                                                  *
021800*****************************************************************
021900 77  WS-RECS-READ                    PIC 9(09) VALUE ZERO.
022000 77  WS-RECS-RELEASED                PIC 9(09) VALUE ZERO.
022100 77  WS-RECS-KEPT                    PIC 9(09) VALUE ZERO.
022200 77  WS-RECS-WRITTEN                 PIC 9(09) VALUE ZERO.
022300 77  WS-MONTH-REREAD                 PIC 9(09) VALUE ZERO.
022400 77  WS-KEEP-REREAD                  PIC 9(09) VALUE ZERO.
022500 77  WS-PROVEN-TOTAL                 PIC 9(09) VALUE ZERO.
022600 77  WS-TOTAL-CONSOL                 PIC 9(06) VALUE ZERO.
022700 77  WS-TOTAL-PURGE                  PIC 9(06) VALUE ZERO.
022800 77  WS-TOTAL-HELD                   PIC 9(06) VALUE ZERO.
022900 77  WS-TOTAL-NEXT                   PIC 9(06) VALUE ZERO.
023000 77  WS-WORK-FAMILIES                PIC 9(02) VALUE ZERO.
023100 77  WS-BACKUPS-SEEN                 PIC 9(06) VALUE ZERO.
023200 77  WS-SCAN-POS                     PIC 9(04) VALUE ZERO.
023300 77  WS-NAME-POS                     PIC 9(04) VALUE ZERO.
023400
023500*****************************************************************
023600*    DATASET FAMILIES - NAME, KIND (G = DAILY GENERATION DATA    *
023700*    GROUP, L = ONE CUMULATIVE DATASET), SORT KEY (A AUDITREC,   *
023800*    R REJREC, J JRNLREC, H RUNHREC, V ACTVREC, N NONE - FILE    *
023900*    ORDER), AND THE DEFAULT DAILY AND MONTHLY DATASET NAMES.    *
024000*****************************************************************
024100 77  WS-MAX-FAMS                     PIC 9(02) VALUE 8.
024200 77  WS-FAM-IDX                      PIC 9(02) VALUE ZERO.
024300 77  WS-CUR-FAM                      PIC 9(02) VALUE ZERO.
024400 01  WS-FAMILY-VALUES.
024500     05  FILLER                          PIC X(10) VALUE
024600         "AUDITLOGGA".
024700     05  FILLER                          PIC X(44) VALUE
024800         "APP.AUDITLOG.ARCHIVE".
024900     05  FILLER                          PIC X(44) VALUE
025000         "APP.AUDITLOG.MONTHLY".
025100     05  FILLER                          PIC X(10) VALUE
025200         "SYSERR  GR".
025300     05  FILLER                          PIC X(44) VALUE
025400         "APP.SYSERR.ARCHIVE".
025500     05  FILLER                          PIC X(44) VALUE
025600         "APP.SYSERR.MONTHLY".
025700     05  FILLER                          PIC X(10) VALUE
025800         "JOURNAL GJ".
025900     05  FILLER                          PIC X(44) VALUE
026000         "APP.JOURNAL.ARCHIVE".
026100     05  FILLER                          PIC X(44) VALUE
026200         "APP.JOURNAL.MONTHLY".
026300     05  FILLER                          PIC X(10) VALUE
026400         "RUNHIST LH".
026500     05  FILLER                          PIC X(44) VALUE
026600         "APP.BATCH.RUNHIST".
026700     05  FILLER                          PIC X(44) VALUE
026800         "APP.RUNHIST.MONTHLY".
026900     05  FILLER                          PIC X(10) VALUE
027000         "COLRPT  LN".
027100     05  FILLER                          PIC X(44) VALUE
027200         "APP.BATCH.COLRPT".
027300     05  FILLER                          PIC X(44) VALUE
027400         "APP.COLRPT.MONTHLY".
027500     05  FILLER                          PIC X(10) VALUE
027600         "RECRPT  LN".
027700     05  FILLER                          PIC X(44) VALUE
027800         "APP.BATCH.RECRPT".
027900     05  FILLER                          PIC X(44) VALUE
028000         "APP.RECRPT.MONTHLY".
028100     05  FILLER                          PIC X(10) VALUE
028200         "ACKRPT  LN".
028300     05  FILLER                          PIC X(44) VALUE
028400         "APP.BATCH.ACKRPT".
028500     05  FILLER                          PIC X(44) VALUE
028600         "APP.ACKRPT.MONTHLY".
028610     05  FILLER                          PIC X(10) VALUE
028620         "ACTHIST LV".
028630     05  FILLER                          PIC X(44) VALUE
028640         "APP.BATCH.ACTHIST".
028650     05  FILLER                          PIC X(44) VALUE
028660         "APP.ACTHIST.MONTHLY".
028700 01  WS-FAMILY-DEFAULTS REDEFINES WS-FAMILY-VALUES.
028800     05  WS-FDEF OCCURS 8 TIMES.
028900         10  WS-FDEF-NAME                PIC X(08).
029000         10  WS-FDEF-KIND                PIC X(01).
029100         10  WS-FDEF-KEY                 PIC X(01).
029200         10  WS-FDEF-DAILY-DSN           PIC X(44).
029300         10  WS-FDEF-MONTH-DSN           PIC X(44).
029400
029500 01  WS-FAMILY-TABLE.
029600     05  WS-FAM OCCURS 8 TIMES.
029700         10  WS-FAM-SELECTED             PIC X(01).
029800             88  WS-FAM-IS-SELECTED          VALUE "Y".
029900         10  WS-FAM-NAME                 PIC X(08).
030000         10  WS-FAM-KIND                 PIC X(01).
030100             88  WS-FAM-GDG                  VALUE "G".
030200             88  WS-FAM-CUMULATIVE           VALUE "L".
030300         10  WS-FAM-KEY                  PIC X(01).
030400             88  WS-FAM-KEY-AUDIT            VALUE "A".
030500             88  WS-FAM-KEY-REJECT           VALUE "R".
030600             88  WS-FAM-KEY-JOURNAL          VALUE "J".
030700             88  WS-FAM-KEY-RUNHIST          VALUE "H".
030750             88  WS-FAM-KEY-ACTIVITY         VALUE "V".
030800             88  WS-FAM-KEY-NONE             VALUE "N".
030900         10  WS-FAM-DAILY-DSN            PIC X(44).
031000         10  WS-FAM-DAILY-LEN            PIC 9(02).
031100         10  WS-FAM-MONTH-DSN            PIC X(44).
031200         10  WS-FAM-MONTH-LEN            PIC 9(02).
031300         10  WS-FAM-DAILY-DAYS           PIC 9(03).
031400         10  WS-FAM-MONTHLY-MONTHS       PIC 9(03).
031500         10  WS-FAM-CUTOFF-DATE          PIC 9(08).
031600         10  WS-FAM-CUTOFF-MONTH-NO      PIC 9(06).
031700         10  WS-FAM-TARGET-MONTH-NO      PIC 9(06).
031800         10  WS-FAM-CONSOL-COUNT         PIC 9(04).
031900         10  WS-FAM-PURGE-COUNT          PIC 9(04).
032000
032100*****************************************************************
032200*    GENERATION TABLE - IN PLAN MODE ONE ENTRY PER CATALOGED    *
032300*    GENERATION OF A SELECTED FAMILY (FROM CATLIST); IN CONSOL  *
032400*    MODE ONE ENTRY PER GEN= AND PURGE= CARD.                   *
032500*    ACTION: C CONSOLIDATE, P PURGE, H HELD FOR RECOVERY,       *
032600*            N DUE ON A LATER RUN, SPACE RETAINED.              *
032700*****************************************************************
032800 77  WS-MAX-GENS                     PIC 9(04) VALUE 1500.
032900 77  WS-GEN-COUNT                    PIC 9(04) VALUE ZERO.
033000 77  WS-GEN-IDX                      PIC 9(04) VALUE ZERO.
033100 77  WS-PEND-IDX                     PIC 9(04) VALUE ZERO.
033200 01  WS-GEN-TABLE.
033300     05  WS-GEN OCCURS 1500 TIMES.
033400         10  WS-GEN-DSN                  PIC X(44).
033500         10  WS-GEN-FAMILY               PIC 9(02).
033600         10  WS-GEN-TYPE                 PIC X(01).
033700             88  WS-GEN-DAILY                VALUE "D".
033800             88  WS-GEN-MONTHLY              VALUE "M".
033900         10  WS-GEN-CREATED              PIC 9(08).
034000         10  WS-GEN-MONTH-NO             PIC 9(06).
034100         10  WS-GEN-ACTION               PIC X(01).
034200             88  WS-GEN-CONSOLIDATE          VALUE "C".
034300             88  WS-GEN-PURGE                VALUE "P".
034400             88  WS-GEN-HELD                 VALUE "H".
034500             88  WS-GEN-NEXT-RUN             VALUE "N".
034600
034700 77  WS-CAT-DSN                      PIC X(44) VALUE SPACES.
034800
034900*****************************************************************
035000*    RECORD IMAGES FOR THE SORT KEY                             *
035100*****************************************************************
035200 01  WS-AUDIT-IMAGE.
035300     COPY AUDITREC.
035400 01  WS-REJECT-IMAGE.
035500     COPY REJREC.
035600 01  WS-JOURNAL-IMAGE.
035700     COPY JRNLREC.
035800 01  WS-RUNHIST-IMAGE.
035900     COPY RUNHREC.
035910 01  WS-ACTIVITY-IMAGE.
035920     COPY ACTVREC.
036000 01  WS-SEQUENCE-KEY                 PIC 9(09) VALUE ZERO.
036100
036200 01  WS-JCL-LINE                     PIC X(80).
036300 01  WS-STEP-NAMES.
036400     05  WS-STEP-NAME                    PIC X(08).
036500     05  WS-STEP-NUM                     PIC 9(02).
036600     05  WS-DD-PREFIX                    PIC X(10).
036700
036800 01  WS-CARD-WORK.
036900     05  WS-CARD-KEYWORD                 PIC X(12).
037000     05  WS-CARD-VALUE                   PIC X(64).
037100
037200 01  WS-REPORT-WORK.
037300     05  WS-RPT-LABEL                    PIC X(30).
037400     05  WS-RPT-VALUE                    PIC X(50).
037500
037600*****************************************************************
037700*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
037800*****************************************************************
037900 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "RETAIN".
038000 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
038100 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
038200 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
038300 01  WS-LDG-COUNTS.
038400     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
038500         10  WS-LDG-COUNT-LABEL          PIC X(08).
038600         10  WS-LDG-COUNT-VALUE          PIC 9(09).
038700
038800 PROCEDURE DIVISION.
038900*****************************************************************
039000*    0000-MAINLINE                                              *
039100*****************************************************************
039200 0000-MAINLINE.
039300     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
039400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039500     IF WS-MODE-PLAN
039600         PERFORM 2000-PLAN-RETENTION THRU 2000-EXIT
039700     ELSE
039800         PERFORM 5000-CONSOLIDATE THRU 5000-EXIT
039900     END-IF.
040000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040100     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
040200     STOP RUN.
040300 0000-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*    1000-INITIALIZE - FAMILY DEFAULTS, CONTROL CARDS, DATES.   *
040800*    THE REPORT IS OPENED FIRST SO A REJECTED CARD CAN BE       *
040900*    LISTED ON IT.                                              *
041000*****************************************************************
041100 1000-INITIALIZE.
041200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
041300     MOVE WS-TODAY-DATE TO WS-ASOF-DATE.
041400     PERFORM 1050-SET-FAMILY-DEFAULT THRU 1050-EXIT
041500         VARYING WS-FAM-IDX FROM 1 BY 1
041600         UNTIL WS-FAM-IDX > WS-MAX-FAMS.
041700
041800     OPEN OUTPUT REPORT-FILE.
041900     IF WS-RPT-FS NOT = "00"
042000         GO TO 1950-FATAL-FILE-ERROR
042100     END-IF.
042200
042300     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
042400     IF WS-CARD-ERROR
042500         GO TO 1950-FATAL-FILE-ERROR
042600     END-IF.
042700
042800     MOVE WS-ASOF-DATE TO WS-DATE-WORK-NUM.
042900     COMPUTE WS-ASOF-MONTH-NO =
043000         WS-DATE-CCYY * 12 + WS-DATE-MM - 1.
043100     PERFORM 1200-SET-FAMILY-DATES THRU 1200-EXIT
043200         VARYING WS-FAM-IDX FROM 1 BY 1
043300         UNTIL WS-FAM-IDX > WS-MAX-FAMS.
043400
043500     IF WS-MODE-PLAN
043600         MOVE "ARCHIVE RETENTION PLAN"  TO WS-RPT-LABEL
043700     ELSE
043800         MOVE "RETENTION CERTIFICATE"   TO WS-RPT-LABEL
043900     END-IF.
044000     MOVE SPACES                        TO WS-RPT-VALUE.
044100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
044200
044300     MOVE "RUN DATE"                    TO WS-RPT-LABEL.
044400     MOVE WS-TODAY-DATE                 TO WS-RPT-VALUE.
044500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
044600
044700     MOVE "RETENTION AS OF"             TO WS-RPT-LABEL.
044800     MOVE WS-ASOF-DATE                  TO WS-RPT-VALUE.
044900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
045000 1000-EXIT.
045100     EXIT.
045200
045300 1050-SET-FAMILY-DEFAULT.
045400     MOVE "N"                           TO
045500         WS-FAM-SELECTED(WS-FAM-IDX).
045600     MOVE WS-FDEF-NAME(WS-FAM-IDX) TO WS-FAM-NAME(WS-FAM-IDX).
045700     MOVE WS-FDEF-KIND(WS-FAM-IDX) TO WS-FAM-KIND(WS-FAM-IDX).
045800     MOVE WS-FDEF-KEY(WS-FAM-IDX)  TO WS-FAM-KEY(WS-FAM-IDX).
045900     MOVE WS-FDEF-DAILY-DSN(WS-FAM-IDX) TO
046000         WS-FAM-DAILY-DSN(WS-FAM-IDX).
046100     MOVE WS-FDEF-MONTH-DSN(WS-FAM-IDX) TO
046200         WS-FAM-MONTH-DSN(WS-FAM-IDX).
046300     MOVE 035 TO WS-FAM-DAILY-DAYS(WS-FAM-IDX).
046400     MOVE 084 TO WS-FAM-MONTHLY-MONTHS(WS-FAM-IDX).
046500     MOVE ZERO TO WS-FAM-TARGET-MONTH-NO(WS-FAM-IDX).
046600     MOVE ZERO TO WS-FAM-CONSOL-COUNT(WS-FAM-IDX).
046700     MOVE ZERO TO WS-FAM-PURGE-COUNT(WS-FAM-IDX).
046800 1050-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*    1100-LOAD-CONTROL-CARDS - RUN OPTIONS AND THE POLICY PER   *
047300*    FAMILY.  WITHOUT CARDS THERE IS NOTHING SELECTED AND THE   *
047400*    PLAN IS EMPTY.                                             *
047500*****************************************************************
047600 1100-LOAD-CONTROL-CARDS.
047700     OPEN INPUT RETCARDS-FILE.
047800     IF WS-CARD-FS NOT = "00"
047900         GO TO 1100-EXIT
048000     END-IF.
048100
048200     READ RETCARDS-FILE
048300         AT END
048400             SET WS-EOF TO TRUE
048500     END-READ.
048600     PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
048700         UNTIL WS-EOF.
048800     CLOSE RETCARDS-FILE.
048900     SET WS-NOT-EOF TO TRUE.
049000 1100-EXIT.
049100     EXIT.
049200
049300 1110-APPLY-ONE-CARD.
049400     IF CTL-CARD-TEXT = SPACES
049500        OR CTL-CARD-TEXT(1:1) = "*"
049600         GO TO 1110-READ-NEXT
049700     END-IF.
049800
049900     MOVE SPACES TO WS-CARD-KEYWORD.
050000     MOVE SPACES TO WS-CARD-VALUE.
050100     UNSTRING CTL-CARD-TEXT DELIMITED BY "="
050200         INTO WS-CARD-KEYWORD
050300              WS-CARD-VALUE.
050400
050500     IF WS-CARD-KEYWORD = "MODE"
050600         IF WS-CARD-VALUE = "CONSOL"
050700             SET WS-MODE-CONSOL TO TRUE
050800         ELSE
050900             IF WS-CARD-VALUE = "PLAN"
051000                 SET WS-MODE-PLAN TO TRUE
051100             ELSE
051200                 GO TO 1120-REJECT-CARD
051300             END-IF
051400         END-IF
051500         GO TO 1110-READ-NEXT
051600     END-IF.
051700
051800     IF WS-CARD-KEYWORD = "ASOF"
051900         IF WS-CARD-VALUE(1:8) NUMERIC
052000             MOVE WS-CARD-VALUE(1:8) TO WS-ASOF-DATE
052100             GO TO 1110-READ-NEXT
052200         END-IF
052300         GO TO 1120-REJECT-CARD
052400     END-IF.
052500
052600     IF WS-CARD-KEYWORD = "BACKUP"
052700         IF WS-CARD-VALUE(1:8) NUMERIC
052800             MOVE WS-CARD-VALUE(1:8) TO WS-BACKUP-DATE
052900             GO TO 1110-READ-NEXT
053000         END-IF
053100         GO TO 1120-REJECT-CARD
053200     END-IF.
053300
053400     IF WS-CARD-KEYWORD = "FAMILY"
053500         MOVE ZERO TO WS-CUR-FAM
053600         PERFORM 1130-FIND-FAMILY THRU 1130-EXIT
053700             VARYING WS-FAM-IDX FROM 1 BY 1
053800             UNTIL WS-FAM-IDX > WS-MAX-FAMS
053900                OR WS-CUR-FAM > ZERO
054000         IF WS-CUR-FAM = ZERO
054100             GO TO 1120-REJECT-CARD
054200         END-IF
054300         MOVE "Y" TO WS-FAM-SELECTED(WS-CUR-FAM)
054400         GO TO 1110-READ-NEXT
054500     END-IF.
054600
054700*    EVERY OTHER KEYWORD BELONGS TO THE CURRENT FAMILY.
054800     IF WS-CUR-FAM = ZERO
054900         GO TO 1120-REJECT-CARD
055000     END-IF.
055100
055200     IF WS-CARD-KEYWORD = "DAILYDSN"
055300        AND WS-CARD-VALUE NOT = SPACES
055400         MOVE WS-CARD-VALUE TO WS-FAM-DAILY-DSN(WS-CUR-FAM)
055500         GO TO 1110-READ-NEXT
055600     END-IF.
055700
055800     IF WS-CARD-KEYWORD = "MONTHDSN"
055900        AND WS-CARD-VALUE NOT = SPACES
056000         MOVE WS-CARD-VALUE TO WS-FAM-MONTH-DSN(WS-CUR-FAM)
056100         GO TO 1110-READ-NEXT
056200     END-IF.
056300
056400     IF WS-CARD-KEYWORD = "DAILY"
056500        AND WS-CARD-VALUE(1:3) NUMERIC
056600         MOVE WS-CARD-VALUE(1:3) TO WS-FAM-DAILY-DAYS(WS-CUR-FAM)
056700         GO TO 1110-READ-NEXT
056800     END-IF.
056900
057000     IF WS-CARD-KEYWORD = "MONTHLY"
057100        AND WS-CARD-VALUE(1:3) NUMERIC
057200         MOVE WS-CARD-VALUE(1:3) TO
057300             WS-FAM-MONTHLY-MONTHS(WS-CUR-FAM)
057400         GO TO 1110-READ-NEXT
057500     END-IF.
057600
057700     IF WS-CARD-KEYWORD = "MONTH"
057800        AND WS-CARD-VALUE(1:6) NUMERIC
057900         MOVE WS-CARD-VALUE(1:6) TO WS-CONS-MONTH
058000         GO TO 1110-READ-NEXT
058100     END-IF.
058200
058300     IF WS-CARD-KEYWORD = "CUTOFF"
058400        AND WS-CARD-VALUE(1:8) NUMERIC
058500         MOVE WS-CARD-VALUE(1:8) TO WS-CUTOFF-DATE
058600         GO TO 1110-READ-NEXT
058700     END-IF.
058800
058900     IF (WS-CARD-KEYWORD = "GEN" OR WS-CARD-KEYWORD = "PURGE")
059000        AND WS-CARD-VALUE NOT = SPACES
059100         IF WS-GEN-COUNT >= WS-MAX-GENS
059200             GO TO 1120-REJECT-CARD
059300         END-IF
059400         ADD 1 TO WS-GEN-COUNT
059500         MOVE WS-CARD-VALUE TO WS-GEN-DSN(WS-GEN-COUNT)
059600         MOVE WS-CUR-FAM    TO WS-GEN-FAMILY(WS-GEN-COUNT)
059700         MOVE ZERO          TO WS-GEN-CREATED(WS-GEN-COUNT)
059800         MOVE ZERO          TO WS-GEN-MONTH-NO(WS-GEN-COUNT)
059900         IF WS-CARD-KEYWORD = "GEN"
060000             MOVE "D" TO WS-GEN-TYPE(WS-GEN-COUNT)
060100             MOVE "C" TO WS-GEN-ACTION(WS-GEN-COUNT)
060200         ELSE
060300             MOVE "M" TO WS-GEN-TYPE(WS-GEN-COUNT)
060400             MOVE "P" TO WS-GEN-ACTION(WS-GEN-COUNT)
060500         END-IF
060600         GO TO 1110-READ-NEXT
060700     END-IF.
060800
060900 1120-REJECT-CARD.
061000     SET WS-CARD-ERROR TO TRUE.
061100     MOVE "CONTROL CARD REJECTED"       TO WS-RPT-LABEL.
061200     MOVE CTL-CARD-TEXT                 TO WS-RPT-VALUE.
061300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
061400
061500 1110-READ-NEXT.
061600     READ RETCARDS-FILE
061700         AT END
061800             SET WS-EOF TO TRUE
061900     END-READ.
062000 1110-EXIT.
062100     EXIT.
062200
062300 1130-FIND-FAMILY.
062400     IF WS-FAM-NAME(WS-FAM-IDX) = WS-CARD-VALUE
062500         MOVE WS-FAM-IDX TO WS-CUR-FAM
062600     END-IF.
062700 1130-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100*    1200-SET-FAMILY-DATES - NAME LENGTHS FOR THE CATALOG       *
063200*    MATCH, AND THE DAILY CUTOFF: DATA DATED BEFORE ASOF LESS   *
063300*    THE DAILY DAYS HAS LEFT THE DAILY WINDOW.  A MONTH IS DUE  *
063400*    FOR CONSOLIDATION ONLY WHEN ALL OF IT IS BEFORE THE        *
063500*    CUTOFF, I.E. IT IS EARLIER THAN THE CUTOFF'S MONTH.        *
063600*****************************************************************
063700 1200-SET-FAMILY-DATES.
063800     MOVE ZERO TO WS-FAM-DAILY-LEN(WS-FAM-IDX).
063900     INSPECT WS-FAM-DAILY-DSN(WS-FAM-IDX)
064000         TALLYING WS-FAM-DAILY-LEN(WS-FAM-IDX)
064100         FOR CHARACTERS BEFORE INITIAL SPACE.
064200     MOVE ZERO TO WS-FAM-MONTH-LEN(WS-FAM-IDX).
064300     INSPECT WS-FAM-MONTH-DSN(WS-FAM-IDX)
064400         TALLYING WS-FAM-MONTH-LEN(WS-FAM-IDX)
064500         FOR CHARACTERS BEFORE INITIAL SPACE.
064600
064700     COMPUTE WS-DAY-NUMBER =
064800         FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
064900         - WS-FAM-DAILY-DAYS(WS-FAM-IDX).
065000     COMPUTE WS-FAM-CUTOFF-DATE(WS-FAM-IDX) =
065100         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
065200     MOVE WS-FAM-CUTOFF-DATE(WS-FAM-IDX) TO WS-DATE-WORK-NUM.
065300     COMPUTE WS-FAM-CUTOFF-MONTH-NO(WS-FAM-IDX) =
065400         WS-DATE-CCYY * 12 + WS-DATE-MM - 1.
065500 1200-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900*    1950-FATAL-FILE-ERROR                                      *
066000*****************************************************************
066100 1950-FATAL-FILE-ERROR.
066200     MOVE 16 TO RETURN-CODE.
066300     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
066400     STOP RUN.
066500
066600*****************************************************************
066700*    2000-PLAN-RETENTION - WHAT IS DUE, FAMILY BY FAMILY, AND   *
066800*    THE CONSOLIDATION JOB THAT CARRIES IT OUT.                 *
066900*****************************************************************
067000 2000-PLAN-RETENTION.
067100     PERFORM 2100-FIND-LAST-BACKUP THRU 2100-EXIT.
067200     PERFORM 2200-LOAD-CATALOG THRU 2200-EXIT.
067300     PERFORM 2300-PLAN-ONE-FAMILY THRU 2300-EXIT
067400         VARYING WS-FAM-IDX FROM 1 BY 1
067500         UNTIL WS-FAM-IDX > WS-MAX-FAMS.
067600     PERFORM 2500-GENERATE-JOB THRU 2500-EXIT.
067700 2000-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100*    2100-FIND-LAST-BACKUP - THE LATEST CUSTBKUP END ENTRY WITH *
068200*    RC 0000 ON THE JOB LEDGER (LDGHIST), UNLESS A BACKUP CARD  *
068300*    GAVE THE DATE.  WITH NO DATE AT ALL EVERY JOURNAL          *
068400*    GENERATION IS HELD.                                        *
068500*****************************************************************
068600 2100-FIND-LAST-BACKUP.
068700     IF WS-BACKUP-DATE NOT = ZERO
068800         MOVE "LAST BACKUP (CARD)"      TO WS-RPT-LABEL
068900         MOVE WS-BACKUP-DATE            TO WS-RPT-VALUE
069000         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
069100         GO TO 2100-EXIT
069200     END-IF.
069300
069400     OPEN INPUT LDGHIST-FILE.
069500     IF WS-LDGH-FS = "00"
069600         READ LDGHIST-FILE
069700             AT END
069800                 SET WS-EOF TO TRUE
069900         END-READ
070000         PERFORM 2110-CHECK-ONE-ENTRY THRU 2110-EXIT
070100             UNTIL WS-EOF
070200         CLOSE LDGHIST-FILE
070300         SET WS-NOT-EOF TO TRUE
070400     END-IF.
070500
070600     MOVE "LAST BACKUP (LEDGER)"        TO WS-RPT-LABEL.
070700     IF WS-BACKUP-DATE = ZERO
070800         MOVE "NONE FOUND - JOURNAL HELD" TO WS-RPT-VALUE
070900     ELSE
071000         MOVE WS-BACKUP-DATE            TO WS-RPT-VALUE
071100     END-IF.
071200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
071300 2100-EXIT.
071400     EXIT.
071500
071600 2110-CHECK-ONE-ENTRY.
071700     IF LDG-PROGRAM = "CUSTBKUP"
071800        AND LDG-EVENT-END
071900        AND LDG-RETURN-CODE = ZERO
072000        AND LDG-RUN-DATE NUMERIC
072100         ADD 1 TO WS-BACKUPS-SEEN
072200         IF LDG-RUN-DATE > WS-BACKUP-DATE
072300             MOVE LDG-RUN-DATE TO WS-BACKUP-DATE
072400         END-IF
072500     END-IF.
072600
072700     READ LDGHIST-FILE
072800         AT END
072900             SET WS-EOF TO TRUE
073000     END-READ.
073100 2110-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*    2200-LOAD-CATALOG - PICK THE GENERATIONS OF THE SELECTED   *
073600*    FAMILIES OUT OF THE LISTCAT.  EACH ENTRY STARTS WITH A     *
073700*    "NONVSAM -------" LINE NAMING THE GENERATION; ITS CREATION *
073800*    DATE (CCYY.DDD) FOLLOWS ON A "CREATION--------" LINE.      *
073900*****************************************************************
074000 2200-LOAD-CATALOG.
074100     OPEN INPUT CATLIST-FILE.
074200     IF WS-CAT-FS NOT = "00"
074300         GO TO 1950-FATAL-FILE-ERROR
074400     END-IF.
074500
074600     READ CATLIST-FILE
074700         AT END
074800             SET WS-EOF TO TRUE
074900     END-READ.
075000     PERFORM 2210-SCAN-ONE-LINE THRU 2210-EXIT
075100         UNTIL WS-EOF.
075200     CLOSE CATLIST-FILE.
075300     SET WS-NOT-EOF TO TRUE.
075400
075500     MOVE "GENERATIONS CATALOGED"       TO WS-RPT-LABEL.
075600     MOVE WS-GEN-COUNT                  TO WS-RPT-VALUE.
075700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
075800 2200-EXIT.
075900     EXIT.
076000
076100 2210-SCAN-ONE-LINE.
076200     MOVE ZERO TO WS-SCAN-POS.
076300     INSPECT CATLIST-RECORD TALLYING WS-SCAN-POS
076400         FOR CHARACTERS BEFORE INITIAL "NONVSAM -------".
076500     IF WS-SCAN-POS < 100
076600         COMPUTE WS-NAME-POS = WS-SCAN-POS + 17
076700         MOVE SPACES TO WS-CAT-DSN
076800         UNSTRING CATLIST-RECORD(WS-NAME-POS:)
076900             DELIMITED BY SPACE
077000             INTO WS-CAT-DSN
077100         MOVE ZERO TO WS-PEND-IDX
077200         PERFORM 2220-CLASSIFY-ENTRY THRU 2220-EXIT
077300             VARYING WS-FAM-IDX FROM 1 BY 1
077400             UNTIL WS-FAM-IDX > WS-MAX-FAMS
077500                OR WS-PEND-IDX > ZERO
077600         GO TO 2210-READ-NEXT
077700     END-IF.
077800
077900     IF WS-PEND-IDX = ZERO
078000         GO TO 2210-READ-NEXT
078100     END-IF.
078200
078300     MOVE ZERO TO WS-SCAN-POS.
078400     INSPECT CATLIST-RECORD TALLYING WS-SCAN-POS
078500         FOR CHARACTERS BEFORE INITIAL "CREATION--------".
078600     IF WS-SCAN-POS < 100
078700         COMPUTE WS-NAME-POS = WS-SCAN-POS + 17
078800         IF CATLIST-RECORD(WS-NAME-POS:4) NUMERIC
078900            AND CATLIST-RECORD(WS-NAME-POS + 5:3) NUMERIC
079000             MOVE CATLIST-RECORD(WS-NAME-POS:4) TO WS-JULIAN-CCYY
079100             MOVE CATLIST-RECORD(WS-NAME-POS + 5:3)
079200                 TO WS-JULIAN-DDD
079300             COMPUTE WS-JULIAN-DATE =
079400                 WS-JULIAN-CCYY * 1000 + WS-JULIAN-DDD
079500             COMPUTE WS-GEN-CREATED(WS-PEND-IDX) =
079600                 FUNCTION DATE-OF-INTEGER(
079700                     FUNCTION INTEGER-OF-DAY(WS-JULIAN-DATE))
079800             MOVE WS-GEN-CREATED(WS-PEND-IDX) TO WS-DATE-WORK-NUM
079900             COMPUTE WS-GEN-MONTH-NO(WS-PEND-IDX) =
080000                 WS-DATE-CCYY * 12 + WS-DATE-MM - 1
080100         END-IF
080200         MOVE ZERO TO WS-PEND-IDX
080300     END-IF.
080400
080500 2210-READ-NEXT.
080600     READ CATLIST-FILE
080700         AT END
080800             SET WS-EOF TO TRUE
080900     END-READ.
081000 2210-EXIT.
081100     EXIT.
081200
081300*****************************************************************
081400*    2220-CLASSIFY-ENTRY - A GENERATION OF THIS FAMILY'S DAILY  *
081500*    OR MONTHLY GDG IS ITS BASE NAME FOLLOWED BY ".GNNNNVNN".   *
081600*****************************************************************
081700 2220-CLASSIFY-ENTRY.
081800     IF NOT WS-FAM-IS-SELECTED(WS-FAM-IDX)
081900         GO TO 2220-EXIT
082000     END-IF.
082100
082200     IF WS-FAM-GDG(WS-FAM-IDX)
082300        AND WS-CAT-DSN(1:WS-FAM-DAILY-LEN(WS-FAM-IDX)) =
082400            WS-FAM-DAILY-DSN(WS-FAM-IDX)
082500                (1:WS-FAM-DAILY-LEN(WS-FAM-IDX))
082600        AND WS-CAT-DSN(WS-FAM-DAILY-LEN(WS-FAM-IDX) + 1:2) = ".G"
082700         PERFORM 2230-ADD-GENERATION THRU 2230-EXIT
082800         MOVE "D" TO WS-GEN-TYPE(WS-GEN-COUNT)
082900         GO TO 2220-EXIT
083000     END-IF.
083100
083200     IF WS-CAT-DSN(1:WS-FAM-MONTH-LEN(WS-FAM-IDX)) =
083300            WS-FAM-MONTH-DSN(WS-FAM-IDX)
083400                (1:WS-FAM-MONTH-LEN(WS-FAM-IDX))
083500        AND WS-CAT-DSN(WS-FAM-MONTH-LEN(WS-FAM-IDX) + 1:2) = ".G"
083600         PERFORM 2230-ADD-GENERATION THRU 2230-EXIT
083700         MOVE "M" TO WS-GEN-TYPE(WS-GEN-COUNT)
083800     END-IF.
083900 2220-EXIT.
084000     EXIT.
084100
084200 2230-ADD-GENERATION.
084300     IF WS-GEN-COUNT >= WS-MAX-GENS
084400         MOVE "GENERATION TABLE FULL"   TO WS-RPT-LABEL
084500         MOVE WS-CAT-DSN                TO WS-RPT-VALUE
084600         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
084700         GO TO 1950-FATAL-FILE-ERROR
084800     END-IF.
084900     ADD 1 TO WS-GEN-COUNT.
085000     MOVE WS-CAT-DSN TO WS-GEN-DSN(WS-GEN-COUNT).
085100     MOVE WS-FAM-IDX TO WS-GEN-FAMILY(WS-GEN-COUNT).
085200     MOVE ZERO       TO WS-GEN-CREATED(WS-GEN-COUNT).
085300     MOVE ZERO       TO WS-GEN-MONTH-NO(WS-GEN-COUNT).
085400     MOVE SPACE      TO WS-GEN-ACTION(WS-GEN-COUNT).
085500     MOVE WS-GEN-COUNT TO WS-PEND-IDX.
085600 2230-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000*    2300-PLAN-ONE-FAMILY - THE OLDEST DUE MONTH OF DAILY       *
086100*    GENERATIONS IS CONSOLIDATED (LATER DUE MONTHS WAIT FOR THE *
086200*    NEXT RUN, ONE MONTHLY FILE PER RUN); MONTHLY FILES OLDER   *
086300*    THAN THE MONTHLY WINDOW ARE PURGED.  A CUMULATIVE DATASET  *
086400*    IS ROLLED ON EVERY RUN.  A GENERATION WITHOUT A CREATION   *
086500*    DATE IS NEVER TOUCHED.                                     *
086600*****************************************************************
086700 2300-PLAN-ONE-FAMILY.
086800     IF NOT WS-FAM-IS-SELECTED(WS-FAM-IDX)
086900         GO TO 2300-EXIT
087000     END-IF.
087100
087200     MOVE WS-FAM-IDX TO WS-CUR-FAM.
087300     MOVE SPACES                        TO WS-RPT-LABEL.
087400     STRING "FAMILY " DELIMITED BY SIZE
087500            WS-FAM-NAME(WS-CUR-FAM) DELIMITED BY SPACE
087600         INTO WS-RPT-LABEL.
087700     MOVE SPACES                        TO WS-RPT-VALUE.
087800     STRING "KEEP " DELIMITED BY SIZE
087900            WS-FAM-DAILY-DAYS(WS-CUR-FAM) DELIMITED BY SIZE
088000            " DAYS/" DELIMITED BY SIZE
088100            WS-FAM-MONTHLY-MONTHS(WS-CUR-FAM) DELIMITED BY SIZE
088200            " MONTHS, CUTOFF " DELIMITED BY SIZE
088300            WS-FAM-CUTOFF-DATE(WS-CUR-FAM) DELIMITED BY SIZE
088400         INTO WS-RPT-VALUE.
088500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
088600
088700     IF WS-FAM-GDG(WS-CUR-FAM)
088800         MOVE 999999 TO WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM)
088900         PERFORM 2310-FIND-TARGET-MONTH THRU 2310-EXIT
089000             VARYING WS-GEN-IDX FROM 1 BY 1
089100             UNTIL WS-GEN-IDX > WS-GEN-COUNT
089200         IF WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM) = 999999
089300             MOVE ZERO TO WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM)
089400         END-IF
089500         MOVE "N" TO WS-HELD-MONTH-SW
089600         PERFORM 2320-CHECK-RECOVERY-HOLD THRU 2320-EXIT
089700             VARYING WS-GEN-IDX FROM 1 BY 1
089800             UNTIL WS-GEN-IDX > WS-GEN-COUNT
089900     ELSE
090000         COMPUTE WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM) =
090100             WS-FAM-CUTOFF-MONTH-NO(WS-CUR-FAM) - 1
090200         IF WS-FAM-KEY-NONE(WS-CUR-FAM)
090300             COMPUTE WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM) =
090400                 WS-ASOF-MONTH-NO - 1
090500         END-IF
090600     END-IF.
090700
090800     PERFORM 2330-MARK-ONE-GENERATION THRU 2330-EXIT
090900         VARYING WS-GEN-IDX FROM 1 BY 1
091000         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
091100
091200     IF WS-FAM-CONSOL-COUNT(WS-CUR-FAM) > ZERO
091300        OR WS-FAM-PURGE-COUNT(WS-CUR-FAM) > ZERO
091400        OR WS-FAM-CUMULATIVE(WS-CUR-FAM)
091500         ADD 1 TO WS-WORK-FAMILIES
091600     END-IF.
091700
091800     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
091900         MOVE WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM) TO WS-MONTH-NO
092000         PERFORM 2900-MONTH-NO-TO-CCYYMM THRU 2900-EXIT
092100         MOVE SPACES                    TO WS-RPT-LABEL
092200         STRING "ROLL INTO " DELIMITED BY SIZE
092300                WS-MONTH-CCYYMM DELIMITED BY SIZE
092400             INTO WS-RPT-LABEL
092500         MOVE WS-FAM-DAILY-DSN(WS-CUR-FAM) TO WS-RPT-VALUE
092600         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
092700     END-IF.
092800
092900     IF WS-FAM-KEY-JOURNAL(WS-CUR-FAM)
093000        AND WS-BACKUP-DATE = ZERO
093100         MOVE 04 TO RETURN-CODE
093200     END-IF.
093300 2300-EXIT.
093400     EXIT.
093500
093600 2310-FIND-TARGET-MONTH.
093700     IF WS-GEN-FAMILY(WS-GEN-IDX) = WS-CUR-FAM
093800        AND WS-GEN-DAILY(WS-GEN-IDX)
093900        AND WS-GEN-CREATED(WS-GEN-IDX) > ZERO
094000        AND WS-GEN-MONTH-NO(WS-GEN-IDX) <
094100            WS-FAM-CUTOFF-MONTH-NO(WS-CUR-FAM)
094200        AND WS-GEN-MONTH-NO(WS-GEN-IDX) <
094300            WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM)
094400         MOVE WS-GEN-MONTH-NO(WS-GEN-IDX) TO
094500             WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM)
094600     END-IF.
094700 2310-EXIT.
094800     EXIT.
094900
095000*****************************************************************
095100*    2320-CHECK-RECOVERY-HOLD - A JOURNAL GENERATION CUT ON OR  *
095200*    AFTER THE LAST GOOD BACKUP IS STILL NEEDED BY MSTRRCVR.    *
095300*    IF ONE FALLS IN THE DUE MONTH THE WHOLE MONTH IS HELD.     *
095400*****************************************************************
095500 2320-CHECK-RECOVERY-HOLD.
095600     IF WS-GEN-FAMILY(WS-GEN-IDX) = WS-CUR-FAM
095700        AND WS-FAM-KEY-JOURNAL(WS-CUR-FAM)
095800        AND WS-GEN-DAILY(WS-GEN-IDX)
095900        AND WS-GEN-CREATED(WS-GEN-IDX) > ZERO
096000        AND WS-GEN-MONTH-NO(WS-GEN-IDX) =
096100            WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM)
096200         IF WS-BACKUP-DATE = ZERO
096300            OR WS-GEN-CREATED(WS-GEN-IDX) NOT < WS-BACKUP-DATE
096400             SET WS-HELD-MONTH TO TRUE
096500         END-IF
096600     END-IF.
096700 2320-EXIT.
096800     EXIT.
096900
097000 2330-MARK-ONE-GENERATION.
097100     IF WS-GEN-FAMILY(WS-GEN-IDX) NOT = WS-CUR-FAM
097200        OR WS-GEN-CREATED(WS-GEN-IDX) = ZERO
097300         GO TO 2330-EXIT
097400     END-IF.
097500
097600     IF WS-GEN-MONTHLY(WS-GEN-IDX)
097700         COMPUTE WS-MONTH-AGE =
097800             WS-ASOF-MONTH-NO - WS-GEN-MONTH-NO(WS-GEN-IDX)
097900         IF WS-MONTH-AGE > WS-FAM-MONTHLY-MONTHS(WS-CUR-FAM)
098000             IF WS-FAM-KEY-JOURNAL(WS-CUR-FAM)
098100                AND WS-BACKUP-DATE = ZERO
098200                 MOVE "H" TO WS-GEN-ACTION(WS-GEN-IDX)
098300             ELSE
098400                 MOVE "P" TO WS-GEN-ACTION(WS-GEN-IDX)
098500             END-IF
098600         END-IF
098700         GO TO 2340-LIST-ACTION
098800     END-IF.
098900
099000     IF WS-GEN-MONTH-NO(WS-GEN-IDX) =
099100        WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM)
099200         IF WS-HELD-MONTH
099300             MOVE "H" TO WS-GEN-ACTION(WS-GEN-IDX)
099400         ELSE
099500             MOVE "C" TO WS-GEN-ACTION(WS-GEN-IDX)
099600         END-IF
099700         GO TO 2340-LIST-ACTION
099800     END-IF.
099900
100000     IF WS-GEN-MONTH-NO(WS-GEN-IDX) <
100100        WS-FAM-CUTOFF-MONTH-NO(WS-CUR-FAM)
100200         MOVE "N" TO WS-GEN-ACTION(WS-GEN-IDX)
100300     END-IF.
100400
100500 2340-LIST-ACTION.
100600     IF WS-GEN-ACTION(WS-GEN-IDX) = SPACE
100700         GO TO 2330-EXIT
100800     END-IF.
100900
101000     MOVE WS-GEN-MONTH-NO(WS-GEN-IDX) TO WS-MONTH-NO.
101100     PERFORM 2900-MONTH-NO-TO-CCYYMM THRU 2900-EXIT.
101200     MOVE SPACES                        TO WS-RPT-LABEL.
101300     MOVE WS-GEN-DSN(WS-GEN-IDX)        TO WS-RPT-VALUE.
101400
101500     IF WS-GEN-CONSOLIDATE(WS-GEN-IDX)
101600         ADD 1 TO WS-FAM-CONSOL-COUNT(WS-CUR-FAM)
101700         ADD 1 TO WS-TOTAL-CONSOL
101800         STRING "CONSOLIDATE " DELIMITED BY SIZE
101900                WS-MONTH-CCYYMM DELIMITED BY SIZE
102000             INTO WS-RPT-LABEL
102100     END-IF.
102200     IF WS-GEN-PURGE(WS-GEN-IDX)
102300         ADD 1 TO WS-FAM-PURGE-COUNT(WS-CUR-FAM)
102400         ADD 1 TO WS-TOTAL-PURGE
102500         STRING "PURGE - EXPIRED " DELIMITED BY SIZE
102600                WS-MONTH-CCYYMM DELIMITED BY SIZE
102700             INTO WS-RPT-LABEL
102800     END-IF.
102900     IF WS-GEN-HELD(WS-GEN-IDX)
103000         ADD 1 TO WS-TOTAL-HELD
103100         MOVE 04 TO RETURN-CODE
103200         MOVE "HELD FOR RECOVERY"       TO WS-RPT-LABEL
103300     END-IF.
103400     IF WS-GEN-NEXT-RUN(WS-GEN-IDX)
103500         ADD 1 TO WS-TOTAL-NEXT
103600         MOVE 04 TO RETURN-CODE
103700         STRING "DUE NEXT RUN " DELIMITED BY SIZE
103800                WS-MONTH-CCYYMM DELIMITED BY SIZE
103900             INTO WS-RPT-LABEL
104000     END-IF.
104100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
104200 2330-EXIT.
104300     EXIT.
104400
104500*****************************************************************
104600*    2500-GENERATE-JOB - THE CONSOLIDATION JOB FOR THE INTERNAL *
104700*    READER: PER FAMILY WITH WORK, A CONSOL STEP (CNN), AN      *
104800*    IDCAMS STEP (DNN) THAT UNCATALOGS THE CONSOLIDATED AND     *
104900*    EXPIRED GENERATIONS ONLY IF CNN ENDED RC 00, AND FOR A     *
105000*    CUMULATIVE DATASET A COPY STEP (RNN) THAT PUTS THE KEPT    *
105100*    RECORDS BACK.  A CNN THAT ENDS RC 08 OR 16 IS FOLLOWED BY  *
105110*    AN IEFBR14 STEP (XNN) THAT DELETES ITS NEW MONTHLY         *
105120*    GENERATION.  THE CERTIFICATE IS PRINTED LAST.  NOTHING     *
105200*    DUE MEANS AN EMPTY RETJCL.                                 *
105300*****************************************************************
105400 2500-GENERATE-JOB.
105500     OPEN OUTPUT RETJCL-FILE.
105600     IF WS-JCL-FS NOT = "00"
105700         GO TO 1950-FATAL-FILE-ERROR
105800     END-IF.
105900
106000     IF WS-WORK-FAMILIES = ZERO
106100         MOVE "NO RETENTION WORK DUE"   TO WS-RPT-LABEL
106200         MOVE SPACES                    TO WS-RPT-VALUE
106300         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
106400         CLOSE RETJCL-FILE
106500         GO TO 2500-EXIT
106600     END-IF.
106700
106800     MOVE "//RETAINC  JOB (ACCTNO),'RETENTION CONSOL',CLASS=A,"
106900         TO WS-JCL-LINE.
107000     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
107100     MOVE "//         MSGCLASS=X,NOTIFY=&SYSUID" TO WS-JCL-LINE.
107200     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
107300     MOVE SPACES TO WS-JCL-LINE.
107400     STRING "//*  WRITTEN BY RETAIN (PLAN) FOR RETENTION DATE "
107500                DELIMITED BY SIZE
107600            WS-ASOF-DATE DELIMITED BY SIZE
107700         INTO WS-JCL-LINE.
107800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
107900
108000     PERFORM 2510-GENERATE-FAMILY THRU 2510-EXIT
108100         VARYING WS-FAM-IDX FROM 1 BY 1
108200         UNTIL WS-FAM-IDX > WS-MAX-FAMS.
108300
108400     MOVE "//*" TO WS-JCL-LINE.
108500     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
108600     MOVE "//PRTCERT  EXEC PGM=IEBGENER" TO WS-JCL-LINE.
108700     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
108800     MOVE "//SYSPRINT DD SYSOUT=*" TO WS-JCL-LINE.
108900     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
109000     MOVE "//SYSUT1   DD DSN=APP.RETAIN.CERTRPT,DISP=(OLD,KEEP)"
109100         TO WS-JCL-LINE.
109200     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
109300     MOVE "//SYSUT2   DD SYSOUT=*" TO WS-JCL-LINE.
109400     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
109500     MOVE "//SYSIN    DD DUMMY" TO WS-JCL-LINE.
109600     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
109700     MOVE "//" TO WS-JCL-LINE.
109800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
109900     CLOSE RETJCL-FILE.
110000 2500-EXIT.
110100     EXIT.
110200
110300 2510-GENERATE-FAMILY.
110400     IF NOT WS-FAM-IS-SELECTED(WS-FAM-IDX)
110500         GO TO 2510-EXIT
110600     END-IF.
110700     IF WS-FAM-CONSOL-COUNT(WS-FAM-IDX) = ZERO
110800        AND WS-FAM-PURGE-COUNT(WS-FAM-IDX) = ZERO
110900        AND NOT WS-FAM-CUMULATIVE(WS-FAM-IDX)
111000         GO TO 2510-EXIT
111100     END-IF.
111200
111300     MOVE WS-FAM-IDX TO WS-CUR-FAM.
111400     MOVE WS-FAM-IDX TO WS-STEP-NUM.
111500     MOVE WS-FAM-TARGET-MONTH-NO(WS-CUR-FAM) TO WS-MONTH-NO.
111600     PERFORM 2900-MONTH-NO-TO-CCYYMM THRU 2900-EXIT.
111700
111800*    CNN - CONSOLIDATE AND CERTIFY.
111900     MOVE "//*" TO WS-JCL-LINE.
112000     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
112100     MOVE SPACES TO WS-STEP-NAME.
112200     STRING "C" WS-STEP-NUM DELIMITED BY SIZE INTO WS-STEP-NAME.
112300     MOVE SPACES TO WS-JCL-LINE.
112400     STRING "//" WS-STEP-NAME " EXEC PGM=RETAIN"
112500         DELIMITED BY SIZE INTO WS-JCL-LINE.
112600     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
112700     MOVE "//STEPLIB  DD DSN=APP.LOADLIB,DISP=SHR" TO WS-JCL-LINE.
112800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
112900
113000     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
113100         MOVE SPACES TO WS-JCL-LINE
113200         STRING "//DAILYIN  DD DSN=" DELIMITED BY SIZE
113300                WS-FAM-DAILY-DSN(WS-CUR-FAM) DELIMITED BY SPACE
113400                ",DISP=OLD" DELIMITED BY SIZE
113500             INTO WS-JCL-LINE
113600         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
113700     ELSE
113800         IF WS-FAM-CONSOL-COUNT(WS-CUR-FAM) = ZERO
113900             MOVE "//DAILYIN  DD DUMMY" TO WS-JCL-LINE
114000             PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
114100         ELSE
114200             MOVE "//DAILYIN " TO WS-DD-PREFIX
114300             PERFORM 2520-PUT-DAILYIN-DD THRU 2520-EXIT
114400                 VARYING WS-GEN-IDX FROM 1 BY 1
114500                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
114600         END-IF
114700     END-IF.
114800
114900     IF WS-FAM-GDG(WS-CUR-FAM)
115000        AND WS-FAM-CONSOL-COUNT(WS-CUR-FAM) = ZERO
115100         MOVE "//MONTHOUT DD DUMMY" TO WS-JCL-LINE
115200         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
115300     ELSE
115400         MOVE SPACES TO WS-JCL-LINE
115500         STRING "//MONTHOUT DD DSN=" DELIMITED BY SIZE
115600                WS-FAM-MONTH-DSN(WS-CUR-FAM) DELIMITED BY SPACE
115700                "(+1)," DELIMITED BY SIZE
115800             INTO WS-JCL-LINE
115900         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
116000         MOVE "//            DISP=(NEW,CATLG,DELETE),"
116100             TO WS-JCL-LINE
116200         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
116300         MOVE "//            SPACE=(CYL,(5,5),RLSE)"
116400             TO WS-JCL-LINE
116500         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
116600     END-IF.
116700
116800     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
116900         MOVE SPACES TO WS-JCL-LINE
117000         STRING "//KEEPOUT  DD DSN=&&KEEP" DELIMITED BY SIZE
117100                WS-STEP-NUM DELIMITED BY SIZE
117200                ",DISP=(NEW,PASS)," DELIMITED BY SIZE
117300             INTO WS-JCL-LINE
117400         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
117500         MOVE "//            SPACE=(CYL,(5,5),RLSE)"
117600             TO WS-JCL-LINE
117700         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
117800     ELSE
117900         MOVE "//KEEPOUT  DD DUMMY" TO WS-JCL-LINE
118000         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
118100     END-IF.
118200
118300     MOVE "//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"
118400         TO WS-JCL-LINE.
118500     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
118600     MOVE "//RETRPT   DD DSN=APP.RETAIN.CERTRPT,DISP=(MOD,CATLG),"
118700         TO WS-JCL-LINE.
118800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
118900     MOVE "//            SPACE=(TRK,(5,5),RLSE)" TO WS-JCL-LINE.
119000     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
119100     MOVE "//RUNCTL   DD DSN=APP.BATCH.RUNCTL,DISP=SHR"
119200         TO WS-JCL-LINE.
119300     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
119400     MOVE "//LEDGER   DD DSN=APP.BATCH.LEDGER,DISP=(MOD,CATLG),"
119500         TO WS-JCL-LINE.
119600     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
119700     MOVE "//            SPACE=(TRK,(5,5),RLSE)" TO WS-JCL-LINE.
119800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
119900     MOVE "//SYSOUT   DD SYSOUT=*" TO WS-JCL-LINE.
120000     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
120100     MOVE "//RETCARDS DD *" TO WS-JCL-LINE.
120200     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
120300     MOVE "MODE=CONSOL" TO WS-JCL-LINE.
120400     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
120500     MOVE SPACES TO WS-JCL-LINE.
120600     STRING "ASOF=" WS-ASOF-DATE DELIMITED BY SIZE
120700         INTO WS-JCL-LINE.
120800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
120900     MOVE SPACES TO WS-JCL-LINE.
121000     STRING "FAMILY=" DELIMITED BY SIZE
121100            WS-FAM-NAME(WS-CUR-FAM) DELIMITED BY SPACE
121200         INTO WS-JCL-LINE.
121300     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
121400     MOVE SPACES TO WS-JCL-LINE.
121500     STRING "DAILYDSN=" DELIMITED BY SIZE
121600            WS-FAM-DAILY-DSN(WS-CUR-FAM) DELIMITED BY SPACE
121700         INTO WS-JCL-LINE.
121800     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
121900     MOVE SPACES TO WS-JCL-LINE.
122000     STRING "MONTHDSN=" DELIMITED BY SIZE
122100            WS-FAM-MONTH-DSN(WS-CUR-FAM) DELIMITED BY SPACE
122200         INTO WS-JCL-LINE.
122300     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
122400     IF WS-FAM-GDG(WS-CUR-FAM)
122500        AND WS-FAM-CONSOL-COUNT(WS-CUR-FAM) = ZERO
122600         CONTINUE
122700     ELSE
122800         MOVE SPACES TO WS-JCL-LINE
122900         STRING "MONTH=" WS-MONTH-CCYYMM DELIMITED BY SIZE
123000             INTO WS-JCL-LINE
123100         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
123200     END-IF.
123300*    RUNHIST AND ACTHIST KEEP EVERYTHING FROM THE FIRST OF THE
123400*    CUTOFF MONTH, SO THE MONTHLY FILE HOLDS WHOLE MONTHS ONLY.
123500     IF WS-FAM-KEY-RUNHIST(WS-CUR-FAM)
123550        OR WS-FAM-KEY-ACTIVITY(WS-CUR-FAM)
123600         MOVE WS-FAM-CUTOFF-MONTH-NO(WS-CUR-FAM) TO WS-MONTH-NO
123700         PERFORM 2900-MONTH-NO-TO-CCYYMM THRU 2900-EXIT
123800         MOVE SPACES TO WS-JCL-LINE
123900         STRING "CUTOFF=" WS-MONTH-CCYYMM "01" DELIMITED BY SIZE
124000             INTO WS-JCL-LINE
124100         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
124200     END-IF.
124300     PERFORM 2530-PUT-GENERATION-CARD THRU 2530-EXIT
124400         VARYING WS-GEN-IDX FROM 1 BY 1
124500         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
124600     MOVE "/*" TO WS-JCL-LINE.
124700     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
124800
124804*    XNN - A FAILED CNN (RC 08 OR 16) ENDS NORMALLY, SO ITS NEW
124808*    MONTHLY GENERATION WOULD STAY CATALOGED NEXT TO THE DAILIES
124812*    IT WAS CUT FROM; SCRATCH IT SO THE NEXT RUN DOES NOT ROLL
124816*    THE SAME MONTH TWICE.  (+1) IS STILL CNN'S GENERATION HERE.
124820     IF WS-FAM-GDG(WS-CUR-FAM)
124824        AND WS-FAM-CONSOL-COUNT(WS-CUR-FAM) = ZERO
124828         CONTINUE
124832     ELSE
124836         MOVE SPACES TO WS-STEP-NAME
124840         STRING "X" WS-STEP-NUM DELIMITED BY SIZE
124844             INTO WS-STEP-NAME
124848         MOVE SPACES TO WS-JCL-LINE
124852         STRING "//" WS-STEP-NAME " EXEC PGM=IEFBR14,COND=(8,GT,C"
124856                WS-STEP-NUM ")" DELIMITED BY SIZE
124860             INTO WS-JCL-LINE
124864         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
124868         MOVE SPACES TO WS-JCL-LINE
124872         STRING "//DELMON   DD DSN=" DELIMITED BY SIZE
124876                WS-FAM-MONTH-DSN(WS-CUR-FAM) DELIMITED BY SPACE
124880                "(+1)," DELIMITED BY SIZE
124884             INTO WS-JCL-LINE
124888         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
124889         MOVE "//            DISP=(OLD,DELETE)" TO WS-JCL-LINE
124890         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
124892     END-IF.
124896
124900*    DNN - UNCATALOG, ONLY AFTER A BALANCED CNN.
125000     IF WS-FAM-CONSOL-COUNT(WS-CUR-FAM) > ZERO
125100        OR WS-FAM-PURGE-COUNT(WS-CUR-FAM) > ZERO
125200         MOVE SPACES TO WS-STEP-NAME
125300         STRING "D" WS-STEP-NUM DELIMITED BY SIZE
125400             INTO WS-STEP-NAME
125500         MOVE SPACES TO WS-JCL-LINE
125600         STRING "//" WS-STEP-NAME " EXEC PGM=IDCAMS,COND=(0,NE,C"
125700                WS-STEP-NUM ")" DELIMITED BY SIZE
125800             INTO WS-JCL-LINE
125900         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
126000         MOVE "//SYSPRINT DD SYSOUT=*" TO WS-JCL-LINE
126100         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
126200         MOVE "//SYSIN    DD *" TO WS-JCL-LINE
126300         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
126400         PERFORM 2540-PUT-DELETE-CARD THRU 2540-EXIT
126500             VARYING WS-GEN-IDX FROM 1 BY 1
126600             UNTIL WS-GEN-IDX > WS-GEN-COUNT
126700         MOVE "/*" TO WS-JCL-LINE
126800         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
126900     END-IF.
127000
127100*    RNN - PUT THE KEPT RECORDS BACK, ONLY AFTER A BALANCED CNN.
127200     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
127300         MOVE SPACES TO WS-STEP-NAME
127400         STRING "R" WS-STEP-NUM DELIMITED BY SIZE
127500             INTO WS-STEP-NAME
127600         MOVE SPACES TO WS-JCL-LINE
127700         STRING "//" WS-STEP-NAME " EXEC PGM=IEBGENER,"
127800                "COND=(0,NE,C" WS-STEP-NUM ")" DELIMITED BY SIZE
127900             INTO WS-JCL-LINE
128000         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
128100         MOVE "//SYSPRINT DD SYSOUT=*" TO WS-JCL-LINE
128200         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
128300         MOVE SPACES TO WS-JCL-LINE
128400         STRING "//SYSUT1   DD DSN=&&KEEP" DELIMITED BY SIZE
128500                WS-STEP-NUM DELIMITED BY SIZE
128600                ",DISP=(OLD,DELETE)" DELIMITED BY SIZE
128700             INTO WS-JCL-LINE
128800         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
128900         MOVE SPACES TO WS-JCL-LINE
129000         STRING "//SYSUT2   DD DSN=" DELIMITED BY SIZE
129100                WS-FAM-DAILY-DSN(WS-CUR-FAM) DELIMITED BY SPACE
129200                ",DISP=OLD" DELIMITED BY SIZE
129300             INTO WS-JCL-LINE
129400         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
129500         MOVE "//SYSIN    DD DUMMY" TO WS-JCL-LINE
129600         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
129700     END-IF.
129800 2510-EXIT.
129900     EXIT.
130000
130100 2520-PUT-DAILYIN-DD.
130200     IF WS-GEN-FAMILY(WS-GEN-IDX) NOT = WS-CUR-FAM
130300        OR NOT WS-GEN-CONSOLIDATE(WS-GEN-IDX)
130400         GO TO 2520-EXIT
130500     END-IF.
130600*    THE FIRST DD CARRIES THE DDNAME, THE REST CONCATENATE.
130700     MOVE SPACES TO WS-JCL-LINE.
130800     STRING WS-DD-PREFIX " DD DSN=" DELIMITED BY SIZE
130900            WS-GEN-DSN(WS-GEN-IDX) DELIMITED BY SPACE
131000            ",DISP=SHR" DELIMITED BY SIZE
131100         INTO WS-JCL-LINE.
131200     PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT.
131300     MOVE "//" TO WS-DD-PREFIX.
131400 2520-EXIT.
131500     EXIT.
131600
131700 2530-PUT-GENERATION-CARD.
131800     IF WS-GEN-FAMILY(WS-GEN-IDX) NOT = WS-CUR-FAM
131900         GO TO 2530-EXIT
132000     END-IF.
132100     MOVE SPACES TO WS-JCL-LINE.
132200     IF WS-GEN-CONSOLIDATE(WS-GEN-IDX)
132300         STRING "GEN=" DELIMITED BY SIZE
132400                WS-GEN-DSN(WS-GEN-IDX) DELIMITED BY SPACE
132500             INTO WS-JCL-LINE
132600         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
132700     END-IF.
132800     IF WS-GEN-PURGE(WS-GEN-IDX)
132900         STRING "PURGE=" DELIMITED BY SIZE
133000                WS-GEN-DSN(WS-GEN-IDX) DELIMITED BY SPACE
133100             INTO WS-JCL-LINE
133200         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
133300     END-IF.
133400 2530-EXIT.
133500     EXIT.
133600
133700 2540-PUT-DELETE-CARD.
133800     IF WS-GEN-FAMILY(WS-GEN-IDX) NOT = WS-CUR-FAM
133900         GO TO 2540-EXIT
134000     END-IF.
134100     IF WS-GEN-CONSOLIDATE(WS-GEN-IDX)
134200        OR WS-GEN-PURGE(WS-GEN-IDX)
134300         MOVE SPACES TO WS-JCL-LINE
134400         STRING "  DELETE " DELIMITED BY SIZE
134500                WS-GEN-DSN(WS-GEN-IDX) DELIMITED BY SPACE
134600                " NONVSAM PURGE" DELIMITED BY SIZE
134700             INTO WS-JCL-LINE
134800         PERFORM 2590-PUT-JCL-LINE THRU 2590-EXIT
134900     END-IF.
135000 2540-EXIT.
135100     EXIT.
135200
135300 2590-PUT-JCL-LINE.
135400     MOVE WS-JCL-LINE TO RETJCL-RECORD.
135500     WRITE RETJCL-RECORD.
135600 2590-EXIT.
135700     EXIT.
135800
135900*****************************************************************
136000*    2900-MONTH-NO-TO-CCYYMM - MONTH NUMBER (CCYY * 12 + MM -   *
136100*    1) BACK TO CCYYMM.                                         *
136200*****************************************************************
136300 2900-MONTH-NO-TO-CCYYMM.
136400     DIVIDE WS-MONTH-NO BY 12 GIVING WS-MONTH-CCYY
136500         REMAINDER WS-MONTH-MM.
136600     ADD 1 TO WS-MONTH-MM.
136700     COMPUTE WS-MONTH-CCYYMM = WS-MONTH-CCYY * 100 + WS-MONTH-MM.
136800 2900-EXIT.
136900     EXIT.
137000
137100*****************************************************************
137200*    5000-CONSOLIDATE - ONE FAMILY, AS WRITTEN BY THE PLAN RUN. *
137300*    THE DAILY RECORDS ARE SORTED INTO THE MONTHLY FILE (A      *
137400*    CUMULATIVE DATASET'S RECENT RECORDS GO TO KEEPOUT          *
137500*    INSTEAD), BOTH OUTPUTS ARE RE-READ AND COUNTED, AND THE    *
137600*    CERTIFICATE IS WRITTEN.  OUT OF BALANCE IS RC 08 AND       *
137700*    RELEASES NOTHING.                                          *
137800*****************************************************************
137900 5000-CONSOLIDATE.
138000     IF WS-CUR-FAM = ZERO
138100         MOVE "NO FAMILY CARD"          TO WS-RPT-LABEL
138200         MOVE SPACES                    TO WS-RPT-VALUE
138300         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
138400         GO TO 1950-FATAL-FILE-ERROR
138500     END-IF.
138600
138700     IF WS-CUTOFF-DATE = ZERO
138800         MOVE WS-FAM-CUTOFF-MONTH-NO(WS-CUR-FAM) TO WS-MONTH-NO
138900         PERFORM 2900-MONTH-NO-TO-CCYYMM THRU 2900-EXIT
139000         COMPUTE WS-CUTOFF-DATE = WS-MONTH-CCYYMM * 100 + 1
139100     END-IF.
139200
139300     MOVE "FAMILY"                      TO WS-RPT-LABEL.
139400     MOVE WS-FAM-NAME(WS-CUR-FAM)       TO WS-RPT-VALUE.
139500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
139600
139700     PERFORM 5010-COUNT-CARDS THRU 5010-EXIT
139800         VARYING WS-GEN-IDX FROM 1 BY 1
139900         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
140000
140100     IF WS-FAM-CONSOL-COUNT(WS-CUR-FAM) = ZERO
140200        AND NOT WS-FAM-CUMULATIVE(WS-CUR-FAM)
140300         GO TO 5050-CERTIFY
140400     END-IF.
140500
140600     MOVE "MONTH CONSOLIDATED"          TO WS-RPT-LABEL.
140700     MOVE WS-CONS-MONTH                 TO WS-RPT-VALUE.
140800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
140900
141000     MOVE "CONSOLIDATED INTO"           TO WS-RPT-LABEL.
141100     MOVE SPACES                        TO WS-RPT-VALUE.
141200     STRING WS-FAM-MONTH-DSN(WS-CUR-FAM) DELIMITED BY SPACE
141300            "(+1)" DELIMITED BY SIZE
141400         INTO WS-RPT-VALUE.
141500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
141600
141700     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
141800         MOVE "ROLLED FROM"             TO WS-RPT-LABEL
141900         MOVE WS-FAM-DAILY-DSN(WS-CUR-FAM) TO WS-RPT-VALUE
142000         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
142100     END-IF.
142200     IF WS-FAM-KEY-RUNHIST(WS-CUR-FAM)
142250        OR WS-FAM-KEY-ACTIVITY(WS-CUR-FAM)
142300         MOVE "KEEPING RECORDS FROM"    TO WS-RPT-LABEL
142400         MOVE WS-CUTOFF-DATE            TO WS-RPT-VALUE
142500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
142600     END-IF.
142700
142800     SORT SORT-FILE
142900         ON ASCENDING KEY SRT-KEY
143000         WITH DUPLICATES IN ORDER
143100         INPUT PROCEDURE 5100-RELEASE-RECORDS THRU 5100-EXIT
143200         OUTPUT PROCEDURE 5200-WRITE-MONTH-FILE THRU 5200-EXIT.
143300     IF SORT-RETURN NOT = ZERO
143400        OR WS-SORT-FAILED
143500         MOVE "SORT OR FILE FAILURE"    TO WS-RPT-LABEL
143600         MOVE SPACES                    TO WS-RPT-VALUE
143700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
143800         GO TO 1950-FATAL-FILE-ERROR
143900     END-IF.
144000
144100     PERFORM 5300-PROVE-COUNTS THRU 5300-EXIT.
144200
144300 5050-CERTIFY.
144400     PERFORM 5400-CERTIFY-ONE-GENERATION THRU 5400-EXIT
144500         VARYING WS-GEN-IDX FROM 1 BY 1
144600         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
144700
144800     IF WS-IN-BALANCE
144900         MOVE "RESULT"                  TO WS-RPT-LABEL
145000         MOVE "COUNTS AGREE - GENERATIONS RELEASED FOR UNCATALOG"
145100             TO WS-RPT-VALUE
145200         IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
145300             MOVE "COUNTS AGREE - KEPT RECORDS RELEASED"
145400                 TO WS-RPT-VALUE
145500         END-IF
145600     ELSE
145700         MOVE "RESULT"                  TO WS-RPT-LABEL
145800         MOVE "OUT OF BALANCE - NOTHING RELEASED, RC=08"
145900             TO WS-RPT-VALUE
146000         MOVE 08 TO RETURN-CODE
146100     END-IF.
146200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
146300 5000-EXIT.
146400     EXIT.
146500
146600 5010-COUNT-CARDS.
146700     IF WS-GEN-CONSOLIDATE(WS-GEN-IDX)
146800         ADD 1 TO WS-FAM-CONSOL-COUNT(WS-CUR-FAM)
146900     ELSE
147000         ADD 1 TO WS-FAM-PURGE-COUNT(WS-CUR-FAM)
147100     END-IF.
147200 5010-EXIT.
147300     EXIT.
147400
147500*****************************************************************
147600*    5100-RELEASE-RECORDS - SORT INPUT PROCEDURE.  THE KEY IS   *
147700*    THE RECORD'S OWN TIMESTAMP; A REPORT LINE HAS NONE, SO ITS *
147800*    KEY IS ITS PLACE IN THE FILE.  A RUNHIST OR ACTHIST        *
147900*    RECORD DATED ON OR AFTER THE CUTOFF IS KEPT, NOT SORTED.   *
148000*****************************************************************
148100 5100-RELEASE-RECORDS.
148200     OPEN INPUT DAILY-FILE.
148300     IF WS-DLY-FS NOT = "00"
148400         SET WS-SORT-FAILED TO TRUE
148500         GO TO 5100-EXIT
148600     END-IF.
148700     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
148800         OPEN OUTPUT KEEP-FILE
148900         IF WS-KEEP-FS NOT = "00"
149000             SET WS-SORT-FAILED TO TRUE
149100             CLOSE DAILY-FILE
149200             GO TO 5100-EXIT
149300         END-IF
149400     END-IF.
149500
149600     READ DAILY-FILE
149700         AT END
149800             SET WS-EOF TO TRUE
149900     END-READ.
150000     PERFORM 5110-RELEASE-ONE-RECORD THRU 5110-EXIT
150100         UNTIL WS-EOF.
150200     CLOSE DAILY-FILE.
150300     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
150400         CLOSE KEEP-FILE
150500     END-IF.
150600     SET WS-NOT-EOF TO TRUE.
150700 5100-EXIT.
150800     EXIT.
150900
151000 5110-RELEASE-ONE-RECORD.
151100     ADD 1 TO WS-RECS-READ.
151200     MOVE SPACES      TO SORT-RECORD.
151300     MOVE DAILY-RECORD TO SRT-DATA.
151400
151500     IF WS-FAM-KEY-AUDIT(WS-CUR-FAM)
151600         MOVE DAILY-RECORD  TO WS-AUDIT-IMAGE
151700         MOVE AUD-TIMESTAMP TO SRT-KEY
151800     END-IF.
151900     IF WS-FAM-KEY-REJECT(WS-CUR-FAM)
152000         MOVE DAILY-RECORD    TO WS-REJECT-IMAGE
152100         MOVE REJ-REJECT-DATE TO SRT-KEY
152200     END-IF.
152300     IF WS-FAM-KEY-JOURNAL(WS-CUR-FAM)
152400         MOVE DAILY-RECORD TO WS-JOURNAL-IMAGE
152500         STRING JRN-RUN-DATE JRN-RUN-TIME DELIMITED BY SIZE
152600             INTO SRT-KEY
152700     END-IF.
152800     IF WS-FAM-KEY-RUNHIST(WS-CUR-FAM)
152900         MOVE DAILY-RECORD TO WS-RUNHIST-IMAGE
153000         IF RUNH-RUN-DATE NUMERIC
153100            AND RUNH-RUN-DATE NOT < WS-CUTOFF-DATE
153200             MOVE DAILY-RECORD TO KEEP-RECORD
153300             WRITE KEEP-RECORD
153400             ADD 1 TO WS-RECS-KEPT
153500             GO TO 5110-READ-NEXT
153600         END-IF
153700         STRING RUNH-RUN-DATE RUNH-RUN-TIME DELIMITED BY SIZE
153800             INTO SRT-KEY
153900     END-IF.
153910     IF WS-FAM-KEY-ACTIVITY(WS-CUR-FAM)
153920         MOVE DAILY-RECORD TO WS-ACTIVITY-IMAGE
153930         IF ACT-BUSINESS-DATE NUMERIC
153940            AND ACT-BUSINESS-DATE NOT < WS-CUTOFF-DATE
153950             MOVE DAILY-RECORD TO KEEP-RECORD
153960             WRITE KEEP-RECORD
153970             ADD 1 TO WS-RECS-KEPT
153975             GO TO 5110-READ-NEXT
153980         END-IF
153985         STRING ACT-BUSINESS-DATE ACT-RUN-DATE ACT-RUN-TIME
153990             DELIMITED BY SIZE INTO SRT-KEY
153995     END-IF.
154000     IF WS-FAM-KEY-NONE(WS-CUR-FAM)
154100         MOVE WS-RECS-READ TO WS-SEQUENCE-KEY
154200         MOVE WS-SEQUENCE-KEY TO SRT-KEY
154300     END-IF.
154400
154500     RELEASE SORT-RECORD.
154600     ADD 1 TO WS-RECS-RELEASED.
154700
154800 5110-READ-NEXT.
154900     READ DAILY-FILE
155000         AT END
155100             SET WS-EOF TO TRUE
155200     END-READ.
155300 5110-EXIT.
155400     EXIT.
155500
155600*****************************************************************
155700*    5200-WRITE-MONTH-FILE - SORT OUTPUT PROCEDURE.             *
155800*****************************************************************
155900 5200-WRITE-MONTH-FILE.
156000     IF WS-SORT-FAILED
156100         GO TO 5200-EXIT
156200     END-IF.
156300     OPEN OUTPUT MONTH-FILE.
156400     IF WS-MON-FS NOT = "00"
156500         SET WS-SORT-FAILED TO TRUE
156600         GO TO 5200-EXIT
156700     END-IF.
156800
156900     RETURN SORT-FILE
157000         AT END
157100             SET WS-EOF TO TRUE
157200     END-RETURN.
157300     PERFORM 5210-WRITE-ONE-RECORD THRU 5210-EXIT
157400         UNTIL WS-EOF.
157500     CLOSE MONTH-FILE.
157600     SET WS-NOT-EOF TO TRUE.
157700 5200-EXIT.
157800     EXIT.
157900
158000 5210-WRITE-ONE-RECORD.
158100     MOVE SRT-DATA TO MONTH-RECORD.
158200     WRITE MONTH-RECORD.
158300     ADD 1 TO WS-RECS-WRITTEN.
158400
158500     RETURN SORT-FILE
158600         AT END
158700             SET WS-EOF TO TRUE
158800     END-RETURN.
158900 5210-EXIT.
159000     EXIT.
159100
159200*****************************************************************
159300*    5300-PROVE-COUNTS - RE-READ WHAT WAS WRITTEN.  EVERY       *
159400*    RECORD READ MUST BE ON THE MONTHLY FILE OR (RUNHIST,       *
159500*    ACTHIST) ON KEEPOUT, AND THE MONTHLY FILE MUST HOLD        *
159600*    EXACTLY WHAT THE SORT RETURNED.                            *
159700*****************************************************************
159800 5300-PROVE-COUNTS.
159900     OPEN INPUT MONTH-FILE.
160000     IF WS-MON-FS NOT = "00"
160100         GO TO 1950-FATAL-FILE-ERROR
160200     END-IF.
160300     READ MONTH-FILE
160400         AT END
160500             SET WS-EOF TO TRUE
160600     END-READ.
160700     PERFORM 5310-COUNT-MONTH-RECORD THRU 5310-EXIT
160800         UNTIL WS-EOF.
160900     CLOSE MONTH-FILE.
161000     SET WS-NOT-EOF TO TRUE.
161100
161200     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
161300         OPEN INPUT KEEP-FILE
161400         IF WS-KEEP-FS NOT = "00"
161500             GO TO 1950-FATAL-FILE-ERROR
161600         END-IF
161700         READ KEEP-FILE
161800             AT END
161900                 SET WS-EOF TO TRUE
162000         END-READ
162100         PERFORM 5320-COUNT-KEEP-RECORD THRU 5320-EXIT
162200             UNTIL WS-EOF
162300         CLOSE KEEP-FILE
162400         SET WS-NOT-EOF TO TRUE
162500     END-IF.
162600
162700     COMPUTE WS-PROVEN-TOTAL = WS-MONTH-REREAD + WS-KEEP-REREAD.
162800     IF WS-PROVEN-TOTAL NOT = WS-RECS-READ
162900        OR WS-MONTH-REREAD NOT = WS-RECS-RELEASED
163000        OR WS-MONTH-REREAD NOT = WS-RECS-WRITTEN
163100        OR WS-KEEP-REREAD NOT = WS-RECS-KEPT
163200         SET WS-OUT-OF-BALANCE TO TRUE
163300     END-IF.
163400
163500     MOVE "RECORDS READ"                TO WS-RPT-LABEL.
163600     MOVE WS-RECS-READ                  TO WS-RPT-VALUE.
163700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
163800     MOVE "RECORDS ON MONTHLY FILE"     TO WS-RPT-LABEL.
163900     MOVE WS-MONTH-REREAD               TO WS-RPT-VALUE.
164000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
164100     IF WS-FAM-CUMULATIVE(WS-CUR-FAM)
164200         MOVE "RECORDS KEPT"            TO WS-RPT-LABEL
164300         MOVE WS-KEEP-REREAD            TO WS-RPT-VALUE
164400         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
164500     END-IF.
164600 5300-EXIT.
164700     EXIT.
164800
164900 5310-COUNT-MONTH-RECORD.
165000     ADD 1 TO WS-MONTH-REREAD.
165100     READ MONTH-FILE
165200         AT END
165300             SET WS-EOF TO TRUE
165400     END-READ.
165500 5310-EXIT.
165600     EXIT.
165700
165800 5320-COUNT-KEEP-RECORD.
165900     ADD 1 TO WS-KEEP-REREAD.
166000     READ KEEP-FILE
166100         AT END
166200             SET WS-EOF TO TRUE
166300     END-READ.
166400 5320-EXIT.
166500     EXIT.
166600
166700*****************************************************************
166800*    5400-CERTIFY-ONE-GENERATION - ONE CERTIFICATE LINE PER     *
166900*    GENERATION CONSOLIDATED OR PURGED.                         *
167000*****************************************************************
167100 5400-CERTIFY-ONE-GENERATION.
167200     IF WS-IN-BALANCE
167300         IF WS-GEN-CONSOLIDATE(WS-GEN-IDX)
167400             MOVE "CONSOLIDATED AND RELEASED" TO WS-RPT-LABEL
167500         ELSE
167600             MOVE "PURGED - RETENTION EXPIRED" TO WS-RPT-LABEL
167700         END-IF
167800     ELSE
167900         IF WS-GEN-CONSOLIDATE(WS-GEN-IDX)
168000             MOVE "NOT RELEASED - KEPT"   TO WS-RPT-LABEL
168100         ELSE
168200             MOVE "PURGE WITHHELD"        TO WS-RPT-LABEL
168300         END-IF
168400     END-IF.
168500     MOVE WS-GEN-DSN(WS-GEN-IDX)        TO WS-RPT-VALUE.
168600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
168700 5400-EXIT.
168800     EXIT.
168900
169000*****************************************************************
169100*    8000-WRITE-REPORT-LINE                                     *
169200*****************************************************************
169300 8000-WRITE-REPORT-LINE.
169400     MOVE SPACES       TO REPORT-FILE-RECORD.
169500     MOVE WS-RPT-LABEL TO RPT-LABEL.
169600     MOVE WS-RPT-VALUE TO RPT-VALUE.
169700     WRITE REPORT-FILE-RECORD.
169800 8000-EXIT.
169900     EXIT.
170000
170100*****************************************************************
170200*    9000-TERMINATE - TOTALS, CLOSE.                            *
170300*****************************************************************
170400 9000-TERMINATE.
170500     IF WS-MODE-PLAN
170600         MOVE "GENERATIONS TO CONSOLIDATE" TO WS-RPT-LABEL
170700         MOVE WS-TOTAL-CONSOL           TO WS-RPT-VALUE
170800         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
170900         MOVE "GENERATIONS TO PURGE"    TO WS-RPT-LABEL
171000         MOVE WS-TOTAL-PURGE            TO WS-RPT-VALUE
171100         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
171200         MOVE "GENERATIONS HELD"        TO WS-RPT-LABEL
171300         MOVE WS-TOTAL-HELD             TO WS-RPT-VALUE
171400         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
171500         MOVE "GENERATIONS DUE NEXT RUN" TO WS-RPT-LABEL
171600         MOVE WS-TOTAL-NEXT             TO WS-RPT-VALUE
171700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
171800     END-IF.
171900     CLOSE REPORT-FILE.
172000 9000-EXIT.
172100     EXIT.
172200
172300*****************************************************************
172400*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
172500*****************************************************************
172600 9800-LEDGER-START.
172700     MOVE "S" TO WS-LDG-EVENT.
172800     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
172900 9800-EXIT.
173000     EXIT.
173100
173200*****************************************************************
173300*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
173400*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
173500*****************************************************************
173600 9810-LEDGER-END.
173700     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
173800     IF WS-MODE-PLAN
173900         MOVE "CONSOL  " TO WS-LDG-COUNT-LABEL(1)
174000         MOVE WS-TOTAL-CONSOL TO WS-LDG-COUNT-VALUE(1)
174100         MOVE "PURGE   " TO WS-LDG-COUNT-LABEL(2)
174200         MOVE WS-TOTAL-PURGE TO WS-LDG-COUNT-VALUE(2)
174300         MOVE "HELD    " TO WS-LDG-COUNT-LABEL(3)
174400         MOVE WS-TOTAL-HELD TO WS-LDG-COUNT-VALUE(3)
174500     ELSE
174600         MOVE "READ    " TO WS-LDG-COUNT-LABEL(1)
174700         MOVE WS-RECS-READ TO WS-LDG-COUNT-VALUE(1)
174800         MOVE "MONTHLY " TO WS-LDG-COUNT-LABEL(2)
174900         MOVE WS-MONTH-REREAD TO WS-LDG-COUNT-VALUE(2)
175000         MOVE "KEPT    " TO WS-LDG-COUNT-LABEL(3)
175100         MOVE WS-KEEP-REREAD TO WS-LDG-COUNT-VALUE(3)
175200     END-IF.
175300     MOVE "E" TO WS-LDG-EVENT.
175400     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
175500     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
175600 9810-EXIT.
175700     EXIT.
175800
175900 9820-CALL-LEDGER.
176000     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
176100                           WS-LDG-EVENT
176200                           WS-LDG-BASIS
176300                           WS-LDG-RETURN-CODE
176400                           WS-LDG-COUNTS.
176500 9820-EXIT.
176600     EXIT.
