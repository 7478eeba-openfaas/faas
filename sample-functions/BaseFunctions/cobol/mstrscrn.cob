000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTRSCRN.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    -------------------                                        *
001000*    2026-10-15  RH  INITIAL VERSION - CUSTMAST MAINTENANCE AND *
001100*                    INQUIRY SCREEN WITH SECOND-OPERATOR        *
001200*                    APPROVAL.  MASTER CHANGES USED TO BE KEYED *
001300*                    AS FIXED-COLUMN MNTTRAN CARDS FOR THE NEXT *
001400*                    CUSTMNT RUN - A COLUMN SLIP ONLY SHOWED UP *
001500*                    AS A REJECT ON MNTRPT NEXT MORNING, AND    *
001600*                    ONE PERSON COULD SUSPEND A CUSTOMER, LIFT  *
001700*                    A DAILY LIMIT OR DELETE A RECORD ALONE.    *
001800*                    THIS PROGRAM SHOWS ONE CUSTOMER'S MASTER   *
001900*                    RECORD (METERING AND DAILY-LIMIT FIELDS),  *
002000*                    ITS REQUESTS WAITING ON HOLDFILE, ITS MOST *
002100*                    RECENT REQREGY ENTRIES AND ANY CHANGE      *
002200*                    WAITING FOR APPROVAL.  AN OPERATOR KEYS AN *
002300*                    ADD, CHANGE, SUSPEND, REACTIVATE, LIMIT OR *
002400*                    DELETE, EDITED FIELD BY FIELD AGAINST THE  *
002500*                    MASTER AS IT STANDS; THE CHANGE WAITS ON   *
002600*                    THE APPRQUE APPROVAL QUEUE (SEE APPRREC)   *
002700*                    UNTIL A DIFFERENT OPERATOR ID APPROVES IT  *
002800*                    ON THIS SAME SCREEN.  ONLY THEN IS IT      *
002900*                    APPLIED TO CUSTMAST, JOURNALED THROUGH     *
003000*                    MSTRJRNL AS MSTRMNT DOES, AND RECORDED     *
003100*                    WITH BOTH OPERATOR IDS ON THE APPROVALS    *
003200*                    REGISTER (APPRREG, SEE APRGREC).  SEE      *
003300*                    JCL/CUSTSCRN.JCL.                          *
003310*    2026-10-15  RH  P AND J NOW ACT ONLY ON THE WAITING CHANGE *
003320*                    THE SCREEN LAST SHOWED; A PUT-BACK OR      *
003330*                    APPRREG WRITE THAT FAILS IS REPORTED WITH  *
003340*                    ITS STATUS; HOLDFILE NOW READS THE CARRIED *
003350*                    HOLD QUEUE AHEAD OF THE WORKING HOLDS.     *
003400*                                                               *
003500*    SCREEN FUNCTIONS (FUNCTION FIELD):                         *
003600*        I   INQUIRE - SHOW THE CUSTOMER ONLY                   *
003700*        A   ADD A CUSTOMER (NEW NAME REQUIRED)                 *
003800*        C   CHANGE THE CUSTOMER NAME (NEW NAME REQUIRED)       *
003900*        S   SUSPEND         R   REACTIVATE                     *
004000*        L   SET THE DAILY REQUEST LIMIT (NEW LIMIT REQUIRED,   *
004100*            0 = UNLIMITED)                                     *
004200*        D   DELETE THE CUSTOMER                                *
004300*        P   APPROVE THE WAITING CHANGE (NOT ITS OWN KEYER)     *
004400*        J   REJECT THE WAITING CHANGE (WITHDRAW IT, WHEN       *
004500*            ENTERED BY THE OPERATOR WHO KEYED IT)              *
004600*        Q   QUIT                                               *
004700*    THE FUNCTION CODES A-D MATCH MNTTREC, AND THE QUEUED       *
004800*    CHANGE IS HELD AS AN MNTTRAN IMAGE, SO THE EDITS AND THE   *
004900*    APPLY ARE THOSE OF MSTRMNT.  ONE CHANGE AT A TIME MAY      *
005000*    WAIT FOR A CUSTOMER.  A CHANGE IS NOT APPLIED IF THE       *
005100*    MASTER'S NAME, STATUS OR LIMIT HAS MOVED SINCE IT WAS      *
005200*    KEYED - REJECT IT AND KEY IT AGAIN.  P AND J ACT ONLY ON   *
005210*    THE CHANGE THE SCREEN HAS ALREADY SHOWN FOR THE KEYED ID;  *
005220*    ANY OTHER (A NEW ID, OR A CHANGE RE-KEYED SINCE) IS SHOWN  *
005230*    FIRST AND MUST BE APPROVED OR REJECTED ON THE NEXT ENTER.  *
005300*                                                               *
005400*    RETURN CODES:                                              *
005500*      00  OPERATOR QUIT NORMALLY.                              *
005600*      16  CUSTMAST, APPRQUE OR APPRREG DID NOT OPEN.           *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT MASTER-FILE ASSIGN TO "CUSTMAST"
006200         ORGANIZATION INDEXED
006300         ACCESS MODE RANDOM
006400         RECORD KEY MAST-CORRELATION-ID
006500         FILE STATUS WS-MAST-FS.
006600
006700     SELECT APPRQUE-FILE ASSIGN TO "APPRQUE"
006800         ORGANIZATION INDEXED
006900         ACCESS MODE RANDOM
007000         RECORD KEY APR-CORRELATION-ID
007100         FILE STATUS WS-QUE-FS.
007200
007300     SELECT APPRREG-FILE ASSIGN TO "APPRREG"
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS WS-ARG-FS.
007600
007700     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS WS-HOLD-FS.
008000
008100     SELECT REGISTRY-FILE ASSIGN TO "REQREGY"
008200         ORGANIZATION INDEXED
008300         ACCESS MODE DYNAMIC
008400         RECORD KEY REG-KEY
008500         FILE STATUS WS-REG-FS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  MASTER-FILE.
009000 01  MASTER-RECORD.
009100     COPY MASTREC.
009200
009300 FD  APPRQUE-FILE.
009400 01  APPRQUE-RECORD.
009500     COPY APPRREC.
009600
009700 FD  APPRREG-FILE.
009800 01  APPRREG-RECORD.
009900     COPY APRGREC.
010000
010100 FD  HOLD-FILE.
010200 01  HOLD-FILE-RECORD.
010300     COPY HOLDREC.
010400
010500 FD  REGISTRY-FILE.
010600 01  REGISTRY-RECORD.
010700     COPY REGREC.
010800
010900 WORKING-STORAGE SECTION.
011000*****************************************************************
011100*    SWITCHES AND STATUS CODES                                  *
011200*****************************************************************
011300 77  WS-QUIT-SW                      PIC X(01) VALUE "N".
011400     88  WS-QUIT                         VALUE "Y".
011500 77  WS-FOUND-SW                     PIC X(01) VALUE "N".
011600     88  WS-MASTER-FOUND                 VALUE "Y".
011700     88  WS-MASTER-NOT-FOUND             VALUE "N".
011800 77  WS-PENDING-SW                   PIC X(01) VALUE "N".
011900     88  WS-CHANGE-PENDING               VALUE "Y".
012000     88  WS-NO-CHANGE-PENDING            VALUE "N".
012100 77  WS-EDIT-SW                      PIC X(01) VALUE "Y".
012200     88  WS-EDIT-OK                      VALUE "Y".
012300     88  WS-EDIT-FAILED                  VALUE "N".
012400 77  WS-APPLY-SW                     PIC X(01) VALUE "Y".
012500     88  WS-APPLY-OK                     VALUE "Y".
012600     88  WS-APPLY-FAILED                 VALUE "N".
012700 77  WS-EOF-SW                       PIC X(01) VALUE "N".
012800     88  WS-EOF                          VALUE "Y".
012900     88  WS-NOT-EOF                      VALUE "N".
013000 77  WS-REG-OPEN-SW                  PIC X(01) VALUE "N".
013100     88  WS-REGISTRY-OPEN                VALUE "Y".
013200     88  WS-REGISTRY-NOT-OPEN            VALUE "N".
013300 77  WS-SLOT-SW                      PIC X(01) VALUE "N".
013400     88  WS-SLOT-FOUND                   VALUE "Y".
013500     88  WS-SLOT-NOT-FOUND               VALUE "N".
013600 77  WS-MAST-FS                      PIC X(02) VALUE "00".
013700 77  WS-QUE-FS                       PIC X(02) VALUE "00".
013800 77  WS-ARG-FS                       PIC X(02) VALUE "00".
013900 77  WS-HOLD-FS                      PIC X(02) VALUE "00".
014000 77  WS-REG-FS                       PIC X(02) VALUE "00".
014100 77  WS-FAILED-FS                    PIC X(02) VALUE "00".
014200
014300*****************************************************************
014400*    DATES AND TIMES                                            *
014500*****************************************************************
014600 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
014700 77  WS-NOW-TIME                     PIC 9(08) VALUE ZERO.
014800
014900*****************************************************************
015000*    SCREEN INPUT FIELDS - THE OPERATOR ID STAYS KEYED FROM ONE *
015100*    ENTER TO THE NEXT; THE SECOND OPERATOR OVERKEYS IT WITH    *
015200*    THEIR OWN TO APPROVE.                                      *
015300*****************************************************************
015400 01  WS-SCREEN-INPUT.
015500     05  WS-SCR-OPERATOR                 PIC X(08) VALUE SPACES.
015600     05  WS-SCR-CORRELATION-ID           PIC X(12) VALUE SPACES.
015700     05  WS-SCR-FUNCTION                 PIC X(01) VALUE "I".
015800     05  WS-SCR-NEW-NAME                 PIC X(30) VALUE SPACES.
015900     05  WS-SCR-NEW-LIMIT                PIC X(05) VALUE SPACES.
016000 77  WS-MESSAGE                      PIC X(79) VALUE SPACES.
016100 77  WS-LOADED-ID                    PIC X(12) VALUE SPACES.
016200
016300*****************************************************************
016400*    SCREEN OUTPUT FIELDS - THE CUSTOMER AS LOADED              *
016500*****************************************************************
016600 01  WS-SCREEN-OUTPUT.
016700     05  WS-DSP-NAME                     PIC X(30) VALUE SPACES.
016800     05  WS-DSP-STATUS                   PIC X(15) VALUE SPACES.
016900     05  WS-DSP-REQUEST-COUNT            PIC 9(06) VALUE ZERO.
017000     05  WS-DSP-REJECT-COUNT             PIC 9(06) VALUE ZERO.
017100     05  WS-DSP-LAST-ACTIVITY            PIC 9(08) VALUE ZERO.
017200     05  WS-DSP-DAILY-LIMIT              PIC 9(05) VALUE ZERO.
017300     05  WS-DSP-DAILY-COUNT              PIC 9(05) VALUE ZERO.
017400     05  WS-DSP-DAILY-DATE               PIC 9(08) VALUE ZERO.
017500     05  WS-DSP-PENDING-LINE             PIC X(78) VALUE SPACES.
017600     05  WS-DSP-KEYED-LINE               PIC X(78) VALUE SPACES.
017700     05  WS-DSP-HOLD-COUNT               PIC 9(04) VALUE ZERO.
017800     05  WS-DSP-HOLD-LINE                PIC X(78) OCCURS 3 TIMES.
017900     05  WS-DSP-REG-COUNT                PIC 9(06) VALUE ZERO.
018000     05  WS-DSP-REG-LINE                 PIC X(78) OCCURS 3 TIMES.
018100
018200*****************************************************************
018300*    MOST RECENT REQREGY ENTRIES, NEWEST FIRST.                 *
018400*****************************************************************
018500 77  WS-MAX-RECENT                   PIC 9(01) VALUE 3.
018600 77  WS-REC-IDX                      PIC 9(01) VALUE ZERO.
018700 77  WS-SLOT-IDX                     PIC 9(01) VALUE ZERO.
018800 77  WS-SHIFT-IDX                    PIC 9(01) VALUE ZERO.
018900 01  WS-RECENT-TABLE.
019000     05  WS-RECENT-ENTRY OCCURS 3 TIMES.
019100         10  WS-RECENT-DATE              PIC 9(08).
019200         10  WS-RECENT-LINE              PIC X(78).
019300
019400*****************************************************************
019500*    FUNCTION TABLE - THE CHANGE FUNCTIONS AN OPERATOR MAY KEY, *
019600*    WITH THE WORDING USED ON THE SCREEN.                       *
019700*****************************************************************
019800 77  WS-FUNC-COUNT                   PIC 9(01) VALUE 6.
019900 77  WS-FUNC-IDX                     PIC 9(01) VALUE ZERO.
020000 77  WS-FUNC-KEY                     PIC X(01) VALUE SPACE.
020100 77  WS-FUNC-NAME                    PIC X(16) VALUE SPACES.
020200 01  WS-FUNCTION-VALUES.
020300     05  FILLER                      PIC X(17)
020400                                     VALUE "AADD CUSTOMER    ".
020500     05  FILLER                      PIC X(17)
020600                                     VALUE "CCHANGE NAME     ".
020700     05  FILLER                      PIC X(17)
020800                                     VALUE "SSUSPEND         ".
020900     05  FILLER                      PIC X(17)
021000                                     VALUE "RREACTIVATE      ".
021100     05  FILLER                      PIC X(17)
021200                                     VALUE "LSET DAILY LIMIT ".
021300     05  FILLER                      PIC X(17)
021400                                     VALUE "DDELETE CUSTOMER ".
021500 01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
021600     05  WS-FUNC-ENTRY OCCURS 6 TIMES.
021700         10  WS-FUNC-CODE                PIC X(01).
021800         10  WS-FUNC-WORDS               PIC X(16).
021900
022000*****************************************************************
022100*    CHANGE WORK AREAS.  WS-QUEUED-TRAN IS THE CHANGE AS AN     *
022200*    MNTTRAN IMAGE; WS-CURRENT-MASTER IS LAID OUT AS            *
022300*    APR-KEYED-MASTER FOR THE HAS-IT-MOVED TEST AT APPROVAL.    *
022400*****************************************************************
022500 01  WS-QUEUED-TRAN.
022600     COPY MNTTREC.
022700 01  WS-CURRENT-MASTER.
022800     05  WS-CUR-FOUND                    PIC X(01).
022900     05  WS-CUR-NAME                     PIC X(30).
023000     05  WS-CUR-STATUS                   PIC X(01).
023100     05  WS-CUR-LIMIT                    PIC 9(05).
023200 01  WS-QUEUE-SAVE                   PIC X(140) VALUE SPACES.
023300 77  WS-NEW-LIMIT                    PIC 9(05) VALUE ZERO.
023400 77  WS-LEAD-SPACES                  PIC 9(02) VALUE ZERO.
023500 77  WS-LIMIT-PTR                    PIC 9(02) VALUE ZERO.
023600 77  WS-LIMIT-JUST                   PIC X(05) JUSTIFIED RIGHT
023700                                               VALUE SPACES.
023800 77  WS-LIMIT-DIGITS REDEFINES WS-LIMIT-JUST
023900                                     PIC 9(05).
024000 77  WS-ARG-OUTCOME                  PIC X(09) VALUE SPACES.
024010 77  WS-ARG-WRITE-SW                 PIC X(01) VALUE "Y".
024020     88  WS-ARG-WRITTEN                  VALUE "Y".
024030     88  WS-ARG-NOT-WRITTEN              VALUE "N".
024040
024050*****************************************************************
024060*    THE WAITING CHANGE ON SCREEN - SET BY 3200 EACH TIME THE   *
024070*    CUSTOMER IS LOADED (SPACES/ZERO IF NONE), AND SAVED AS     *
024080*    WS-PREV- BY 2000 BEFORE THE RELOAD, SO P AND J CAN TELL    *
024085*    WHETHER THE CHANGE NOW ON THE QUEUE IS THE ONE THE         *
024090*    OPERATOR WAS LOOKING AT WHEN THEY PRESSED ENTER.           *
024092*****************************************************************
024093 77  WS-SHOWN-ID                     PIC X(12) VALUE SPACES.
024094 77  WS-SHOWN-KEYED-DATE             PIC 9(08) VALUE ZERO.
024095 77  WS-SHOWN-KEYED-TIME             PIC 9(08) VALUE ZERO.
024096 77  WS-PREV-ID                      PIC X(12) VALUE SPACES.
024097 77  WS-PREV-KEYED-DATE              PIC 9(08) VALUE ZERO.
024098 77  WS-PREV-KEYED-TIME              PIC 9(08) VALUE ZERO.
024100
024200*****************************************************************
024300*    JOURNAL WORK AREAS - AS MSTRMNT: THE BEFORE IMAGE IS       *
024400*    CAPTURED AS THE MASTER IS READ; AN ADD JOURNALS A SPACE    *
024500*    BEFORE IMAGE AND A DELETE A SPACE AFTER IMAGE.             *
024600*****************************************************************
024700 77  WS-JRNL-PROGRAM                 PIC X(08) VALUE "MSTRSCRN".
024800 77  WS-JRNL-ACTION                  PIC X(01) VALUE SPACE.
024900 01  WS-BEFORE-IMAGE                 PIC X(86) VALUE SPACES.
025000 01  WS-SPACE-IMAGE                  PIC X(86) VALUE SPACES.
025100
025200 SCREEN SECTION.
025300*****************************************************************
025400*    MAINTENANCE SCREEN - ONE 24 X 80 PANEL.  KEYED FIELDS ARE  *
025500*    UNDERLINED; EVERYTHING ELSE IS DISPLAY ONLY.               *
025600*****************************************************************
025700 01  MAINT-SCREEN.
025800     05  BLANK SCREEN.
025900     05  LINE 01 COLUMN 01 VALUE "MSTRSCRN".
026000     05  LINE 01 COLUMN 22
026100         VALUE "CUSTMAST MAINTENANCE AND INQUIRY".
026200     05  LINE 01 COLUMN 72 PIC 9(08) FROM WS-TODAY-DATE.
026300     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID".
026400     05  LINE 03 COLUMN 13 PIC X(08) USING WS-SCR-OPERATOR
026500         UNDERLINE.
026600     05  LINE 03 COLUMN 24 VALUE "CORRELATION ID".
026700     05  LINE 03 COLUMN 39 PIC X(12) USING WS-SCR-CORRELATION-ID
026800         UNDERLINE.
026900     05  LINE 03 COLUMN 54 VALUE "FUNCTION".
027000     05  LINE 03 COLUMN 63 PIC X(01) USING WS-SCR-FUNCTION
027100         UNDERLINE.
027200     05  LINE 04 COLUMN 01
027300         VALUE "I=INQUIRE A=ADD C=CHANGE S=SUSPEND R=REACTIVATE".
027400     05  LINE 04 COLUMN 49
027500         VALUE " L=LIMIT D=DELETE".
027600     05  LINE 05 COLUMN 01
027700         VALUE "P=APPROVE WAITING CHANGE  J=REJECT/WITHDRAW IT".
027800     05  LINE 05 COLUMN 49 VALUE " Q=QUIT".
027900     05  LINE 06 COLUMN 01 VALUE "NEW NAME".
028000     05  LINE 06 COLUMN 13 PIC X(30) USING WS-SCR-NEW-NAME
028100         UNDERLINE.
028200     05  LINE 06 COLUMN 46 VALUE "NEW DAILY LIMIT".
028300     05  LINE 06 COLUMN 62 PIC X(05) USING WS-SCR-NEW-LIMIT
028400         UNDERLINE.
028500     05  LINE 08 COLUMN 01 VALUE "CUSTMAST".
028600     05  LINE 08 COLUMN 13 PIC X(30) FROM WS-DSP-NAME.
028700     05  LINE 08 COLUMN 46 VALUE "STATUS".
028800     05  LINE 08 COLUMN 53 PIC X(15) FROM WS-DSP-STATUS.
028900     05  LINE 09 COLUMN 01 VALUE "REQUESTS".
029000     05  LINE 09 COLUMN 13 PIC Z(05)9 FROM WS-DSP-REQUEST-COUNT.
029100     05  LINE 09 COLUMN 22 VALUE "REJECTS".
029200     05  LINE 09 COLUMN 30 PIC Z(05)9 FROM WS-DSP-REJECT-COUNT.
029300     05  LINE 09 COLUMN 46 VALUE "LAST ACTIVITY".
029400     05  LINE 09 COLUMN 60 PIC 9(08) FROM WS-DSP-LAST-ACTIVITY.
029500     05  LINE 10 COLUMN 01 VALUE "DAILY LIMIT".
029600     05  LINE 10 COLUMN 13 PIC Z(04)9 FROM WS-DSP-DAILY-LIMIT.
029700     05  LINE 10 COLUMN 22 VALUE "USED".
029800     05  LINE 10 COLUMN 30 PIC Z(04)9 FROM WS-DSP-DAILY-COUNT.
029900     05  LINE 10 COLUMN 46 VALUE "ON DATE".
030000     05  LINE 10 COLUMN 60 PIC 9(08) FROM WS-DSP-DAILY-DATE.
030100     05  LINE 12 COLUMN 01 VALUE "WAITING FOR APPROVAL".
030200     05  LINE 13 COLUMN 03 PIC X(78) FROM WS-DSP-PENDING-LINE.
030300     05  LINE 14 COLUMN 03 PIC X(78) FROM WS-DSP-KEYED-LINE.
030400     05  LINE 15 COLUMN 01 VALUE "HELD REQUESTS (HOLDFILE)".
030500     05  LINE 15 COLUMN 46 PIC Z(03)9 FROM WS-DSP-HOLD-COUNT.
030600     05  LINE 16 COLUMN 03 PIC X(78) FROM WS-DSP-HOLD-LINE(1).
030700     05  LINE 17 COLUMN 03 PIC X(78) FROM WS-DSP-HOLD-LINE(2).
030800     05  LINE 18 COLUMN 03 PIC X(78) FROM WS-DSP-HOLD-LINE(3).
030900     05  LINE 19 COLUMN 01 VALUE "RECENT ACTIVITY (REQREGY)".
031000     05  LINE 19 COLUMN 44 PIC Z(05)9 FROM WS-DSP-REG-COUNT.
031100     05  LINE 20 COLUMN 03 PIC X(78) FROM WS-DSP-REG-LINE(1).
031200     05  LINE 21 COLUMN 03 PIC X(78) FROM WS-DSP-REG-LINE(2).
031300     05  LINE 22 COLUMN 03 PIC X(78) FROM WS-DSP-REG-LINE(3).
031400     05  LINE 24 COLUMN 01 PIC X(79) FROM WS-MESSAGE
031500         HIGHLIGHT.
031600
031700 PROCEDURE DIVISION.
031800*****************************************************************
031900*    0000-MAINLINE                                              *
032000*****************************************************************
032100 0000-MAINLINE.
032200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032300     PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
032400         UNTIL WS-QUIT.
032500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032600     STOP RUN.
032700 0000-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*    1000-INITIALIZE - CUSTMAST AND THE APPROVAL QUEUE I-O, THE *
033200*    APPROVALS REGISTER EXTEND (CREATED ON FIRST USE), AND      *
033300*    REQREGY INPUT.  REQREGY IS FOR DISPLAY ONLY - IF IT WILL   *
033400*    NOT OPEN THE SCREEN SAYS SO AND MAINTENANCE GOES ON.       *
033500*    HOLDFILE IS OPENED AND CLOSED FOR EACH CUSTOMER SHOWN, SO  *
033600*    THE SCREEN SEES HOLDS WRITTEN SINCE IT STARTED.            *
033700*****************************************************************
033800 1000-INITIALIZE.
033900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
034000
034100     OPEN I-O MASTER-FILE.
034200     IF WS-MAST-FS NOT = "00"
034300         MOVE "MSTRSCRN - CUSTMAST DID NOT OPEN, STATUS "
034400             TO WS-MESSAGE
034500         MOVE WS-MAST-FS TO WS-MESSAGE(42:2)
034600         GO TO 1950-FATAL-FILE-ERROR
034700     END-IF.
034800
034900     PERFORM 1100-OPEN-QUEUE THRU 1100-EXIT.
035000     IF WS-QUE-FS NOT = "00"
035100         MOVE "MSTRSCRN - APPRQUE DID NOT OPEN, STATUS "
035200             TO WS-MESSAGE
035300         MOVE WS-QUE-FS TO WS-MESSAGE(41:2)
035400         GO TO 1950-FATAL-FILE-ERROR
035500     END-IF.
035600
035700     OPEN EXTEND APPRREG-FILE.
035800     IF WS-ARG-FS NOT = "00"
035900         OPEN OUTPUT APPRREG-FILE
036000     END-IF.
036100     IF WS-ARG-FS NOT = "00"
036200         MOVE "MSTRSCRN - APPRREG DID NOT OPEN, STATUS "
036300             TO WS-MESSAGE
036400         MOVE WS-ARG-FS TO WS-MESSAGE(41:2)
036500         GO TO 1950-FATAL-FILE-ERROR
036600     END-IF.
036700
036800     OPEN INPUT REGISTRY-FILE.
036900     IF WS-REG-FS = "00"
037000         SET WS-REGISTRY-OPEN TO TRUE
037100     ELSE
037200         SET WS-REGISTRY-NOT-OPEN TO TRUE
037300     END-IF.
037400
037500     MOVE "KEY AN OPERATOR ID, A CORRELATION ID AND A FUNCTION"
037600         TO WS-MESSAGE.
037700 1000-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100*    1100-OPEN-QUEUE - OPEN THE APPROVAL QUEUE I-O, CREATING IT *
038200*    ON FIRST USE THE WAY REGCHECK CREATES REQREGY.             *
038300*****************************************************************
038400 1100-OPEN-QUEUE.
038500     OPEN I-O APPRQUE-FILE.
038600     IF WS-QUE-FS NOT = "35"
038700         GO TO 1100-EXIT
038800     END-IF.
038900
039000     OPEN OUTPUT APPRQUE-FILE.
039100     IF WS-QUE-FS NOT = "00"
039200         GO TO 1100-EXIT
039300     END-IF.
039400     CLOSE APPRQUE-FILE.
039500     OPEN I-O APPRQUE-FILE.
039600 1100-EXIT.
039700     EXIT.
039800
039900 1950-FATAL-FILE-ERROR.
040000     DISPLAY WS-MESSAGE.
040100     MOVE 16 TO RETURN-CODE.
040200     STOP RUN.
040300
040400*****************************************************************
040500*    2000-PROCESS-SCREEN - ONE ENTER: SHOW THE SCREEN, TAKE THE *
040600*    KEYED FIELDS, EDIT THEM, LOAD THE CUSTOMER AND CARRY OUT   *
040700*    THE FUNCTION.  A FUNCTION THAT CHANGES ANYTHING RELOADS    *
040800*    THE CUSTOMER AND RESETS THE FUNCTION TO "I", SO A SECOND   *
040900*    ENTER CANNOT REPEAT IT.                                    *
041000*****************************************************************
041100 2000-PROCESS-SCREEN.
041200     DISPLAY MAINT-SCREEN.
041300     ACCEPT MAINT-SCREEN.
041400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
041500     MOVE SPACES TO WS-MESSAGE.
041600     INSPECT WS-SCR-FUNCTION
041700         CONVERTING "acdijlpqrs" TO "ACDIJLPQRS".
041800
041900     IF WS-SCR-FUNCTION = "Q"
042000         SET WS-QUIT TO TRUE
042100         GO TO 2000-EXIT
042200     END-IF.
042300
042400     IF WS-SCR-OPERATOR = SPACES
042500         MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
042600         GO TO 2000-EXIT
042700     END-IF.
042800
042900     IF WS-SCR-CORRELATION-ID = SPACES
043000         MOVE "CORRELATION ID IS REQUIRED" TO WS-MESSAGE
043100         GO TO 2000-EXIT
043200     END-IF.
043300
043305*    KEEP WHAT THE OPERATOR WAS SHOWN BEFORE THE RELOAD.
043310     MOVE WS-SHOWN-ID         TO WS-PREV-ID.
043320     MOVE WS-SHOWN-KEYED-DATE TO WS-PREV-KEYED-DATE.
043330     MOVE WS-SHOWN-KEYED-TIME TO WS-PREV-KEYED-TIME.
043400     PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT.
043500
043600     IF WS-SCR-FUNCTION = "I" OR SPACE
043700         PERFORM 2100-INQUIRY-MESSAGE THRU 2100-EXIT
043800         GO TO 2000-EXIT
043900     END-IF.
044000
044100     IF WS-SCR-FUNCTION = "P"
044200         PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
044300         GO TO 2000-EXIT
044400     END-IF.
044500
044600     IF WS-SCR-FUNCTION = "J"
044700         PERFORM 6000-REJECT-CHANGE THRU 6000-EXIT
044800         GO TO 2000-EXIT
044900     END-IF.
045000
045100     MOVE WS-SCR-FUNCTION TO WS-FUNC-KEY.
045200     PERFORM 2200-FIND-FUNCTION THRU 2200-EXIT.
045300     IF WS-FUNC-NAME = SPACES
045400         MOVE "FUNCTION MUST BE I, A, C, S, R, L, D, P, J OR Q"
045500             TO WS-MESSAGE
045600         GO TO 2000-EXIT
045700     END-IF.
045800
045900     PERFORM 4000-KEY-CHANGE THRU 4000-EXIT.
046000 2000-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*    2100-INQUIRY-MESSAGE - WHAT THE OPERATOR IS LOOKING AT.    *
046500*****************************************************************
046600 2100-INQUIRY-MESSAGE.
046700     IF WS-MASTER-NOT-FOUND
046800         MOVE "NOT ON CUSTMAST" TO WS-MESSAGE
046900     ELSE
047000         MOVE "CUSTOMER SHOWN" TO WS-MESSAGE
047100     END-IF.
047200     IF WS-CHANGE-PENDING
047300         MOVE " - A CHANGE IS WAITING FOR APPROVAL (P OR J)"
047400             TO WS-MESSAGE(16:)
047500     END-IF.
047600 2100-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*    2200-FIND-FUNCTION - LOOK THE KEYED FUNCTION UP IN THE     *
048100*    FUNCTION TABLE.  WS-FUNC-NAME IS SPACES WHEN WS-FUNC-KEY   *
048200*    IS NOT A CHANGE FUNCTION.                                  *
048300*****************************************************************
048400 2200-FIND-FUNCTION.
048500     MOVE SPACES TO WS-FUNC-NAME.
048600     PERFORM 2210-CHECK-ONE-FUNCTION THRU 2210-EXIT
048700         VARYING WS-FUNC-IDX FROM 1 BY 1
048800         UNTIL WS-FUNC-IDX > WS-FUNC-COUNT.
048900 2200-EXIT.
049000     EXIT.
049100
049200 2210-CHECK-ONE-FUNCTION.
049300     IF WS-FUNC-CODE(WS-FUNC-IDX) = WS-FUNC-KEY
049400         MOVE WS-FUNC-WORDS(WS-FUNC-IDX) TO WS-FUNC-NAME
049500     END-IF.
049600 2210-EXIT.
049700     EXIT.
049710
049720*****************************************************************
049730*    2300-CHECK-SHOWN-CHANGE - P AND J ONLY: THE CHANGE JUST    *
049740*    RE-READ FROM THE QUEUE MUST BE THE ONE ON THE SCREEN THE   *
049750*    OPERATOR ANSWERED - SAME ID, SAME KEYED DATE AND TIME.     *
049760*    OTHERWISE IT HAS NOW BEEN LOADED AND IS SHOWN FOR REVIEW.  *
049770*****************************************************************
049780 2300-CHECK-SHOWN-CHANGE.
049782     SET WS-EDIT-OK TO TRUE.
049784     IF WS-LOADED-ID NOT = WS-PREV-ID
049786        OR APR-KEYED-DATE NOT = WS-PREV-KEYED-DATE
049788        OR APR-KEYED-TIME NOT = WS-PREV-KEYED-TIME
049790         SET WS-EDIT-FAILED TO TRUE
049792         MOVE "CHANGE NOT YET DISPLAYED - REVIEW AND PRESS P "
049794             TO WS-MESSAGE
049795         MOVE "AGAIN" TO WS-MESSAGE(47:5)
049796         MOVE WS-SCR-FUNCTION TO WS-MESSAGE(45:1)
049797     END-IF.
049798 2300-EXIT.
049799     EXIT.
049800
049900*****************************************************************
050000*    3000-LOAD-CUSTOMER - THE MASTER RECORD, ANY CHANGE WAITING *
050100*    FOR APPROVAL, THE HELD REQUESTS AND THE RECENT REGISTRY    *
050200*    ENTRIES FOR THE KEYED CORRELATION ID.                      *
050300*****************************************************************
050400 3000-LOAD-CUSTOMER.
050500     MOVE WS-SCR-CORRELATION-ID TO WS-LOADED-ID.
050600     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
050700     PERFORM 3200-READ-PENDING THRU 3200-EXIT.
050800     PERFORM 3300-SCAN-HOLDS THRU 3300-EXIT.
050900     PERFORM 3400-SCAN-REGISTRY THRU 3400-EXIT.
051000 3000-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*    3100-READ-MASTER - RANDOM READ, SETTING WS-FOUND-SW, THE   *
051500*    JOURNAL BEFORE IMAGE, THE DISPLAY FIELDS AND THE CURRENT   *
051600*    NAME/STATUS/LIMIT USED TO QUEUE AND APPROVE CHANGES.       *
051700*****************************************************************
051800 3100-READ-MASTER.
051900     MOVE WS-LOADED-ID TO MAST-CORRELATION-ID.
052000     READ MASTER-FILE
052100         KEY IS MAST-CORRELATION-ID
052200         INVALID KEY
052300             SET WS-MASTER-NOT-FOUND TO TRUE
052400         NOT INVALID KEY
052500             SET WS-MASTER-FOUND TO TRUE
052600             MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
052700     END-READ.
052800
052900     IF WS-MASTER-NOT-FOUND
053000         MOVE SPACES            TO WS-DSP-NAME
053100         MOVE "NOT ON CUSTMAST" TO WS-DSP-STATUS
053200         MOVE ZERO              TO WS-DSP-REQUEST-COUNT
053300                                   WS-DSP-REJECT-COUNT
053400                                   WS-DSP-LAST-ACTIVITY
053500                                   WS-DSP-DAILY-LIMIT
053600                                   WS-DSP-DAILY-COUNT
053700                                   WS-DSP-DAILY-DATE
053800         MOVE "N"               TO WS-CUR-FOUND
053900         MOVE SPACES            TO WS-CUR-NAME
054000                                   WS-CUR-STATUS
054100         MOVE ZERO              TO WS-CUR-LIMIT
054200         GO TO 3100-EXIT
054300     END-IF.
054400
054500     MOVE MAST-CUSTOMER-NAME TO WS-DSP-NAME.
054600     IF MAST-STATUS-SUSPENDED
054700         MOVE "SUSPENDED" TO WS-DSP-STATUS
054800     ELSE
054900         MOVE "ACTIVE"    TO WS-DSP-STATUS
055000     END-IF.
055100     MOVE MAST-REQUEST-COUNT TO WS-DSP-REQUEST-COUNT.
055200     MOVE MAST-REJECT-COUNT  TO WS-DSP-REJECT-COUNT.
055300     MOVE MAST-LAST-ACTIVITY TO WS-DSP-LAST-ACTIVITY.
055400     MOVE MAST-DAILY-LIMIT   TO WS-DSP-DAILY-LIMIT.
055500     MOVE MAST-DAILY-COUNT   TO WS-DSP-DAILY-COUNT.
055600     MOVE MAST-DAILY-DATE    TO WS-DSP-DAILY-DATE.
055700
055800     MOVE "Y"                TO WS-CUR-FOUND.
055900     MOVE MAST-CUSTOMER-NAME TO WS-CUR-NAME.
056000     MOVE MAST-STATUS-CODE   TO WS-CUR-STATUS.
056100     MOVE MAST-DAILY-LIMIT   TO WS-CUR-LIMIT.
056200 3100-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*    3200-READ-PENDING - THE CHANGE WAITING FOR APPROVAL, IF    *
056700*    ANY, DESCRIBED ON TWO SCREEN LINES.                        *
056800*****************************************************************
056900 3200-READ-PENDING.
057000     MOVE SPACES TO WS-DSP-PENDING-LINE
057100                    WS-DSP-KEYED-LINE.
057200     MOVE WS-LOADED-ID TO APR-CORRELATION-ID.
057300     READ APPRQUE-FILE
057400         KEY IS APR-CORRELATION-ID
057500         INVALID KEY
057600             SET WS-NO-CHANGE-PENDING TO TRUE
057700         NOT INVALID KEY
057800             SET WS-CHANGE-PENDING TO TRUE
057900     END-READ.
058000
058100     IF WS-NO-CHANGE-PENDING
058200         MOVE "NONE" TO WS-DSP-PENDING-LINE
058210         MOVE SPACES TO WS-SHOWN-ID
058220         MOVE ZERO   TO WS-SHOWN-KEYED-DATE
058230                        WS-SHOWN-KEYED-TIME
058300         GO TO 3200-EXIT
058400     END-IF.
058410
058420     MOVE WS-LOADED-ID   TO WS-SHOWN-ID.
058430     MOVE APR-KEYED-DATE TO WS-SHOWN-KEYED-DATE.
058440     MOVE APR-KEYED-TIME TO WS-SHOWN-KEYED-TIME.
058500
058600     MOVE APR-TRANSACTION TO WS-QUEUED-TRAN.
058700     MOVE MNT-FUNCTION-CODE TO WS-FUNC-KEY.
058800     PERFORM 2200-FIND-FUNCTION THRU 2200-EXIT.
058900
059000     IF MNT-FUNCTION-ADD OR MNT-FUNCTION-CHANGE
059100         STRING WS-FUNC-NAME DELIMITED BY SIZE
059200                " - NAME " DELIMITED BY SIZE
059300                MNT-CUSTOMER-NAME DELIMITED BY SIZE
059400             INTO WS-DSP-PENDING-LINE
059500     ELSE
059600         IF MNT-FUNCTION-LIMIT
059700             STRING WS-FUNC-NAME DELIMITED BY SIZE
059800                    " - LIMIT " DELIMITED BY SIZE
059900                    MNT-DAILY-LIMIT DELIMITED BY SIZE
060000                 INTO WS-DSP-PENDING-LINE
060100         ELSE
060200             MOVE WS-FUNC-NAME TO WS-DSP-PENDING-LINE
060300         END-IF
060400     END-IF.
060500
060600     STRING "KEYED BY " DELIMITED BY SIZE
060700            APR-MAKER-ID DELIMITED BY SIZE
060800            " ON " DELIMITED BY SIZE
060900            APR-KEYED-DATE DELIMITED BY SIZE
061000            " AT " DELIMITED BY SIZE
061100            APR-KEYED-TIME(1:6) DELIMITED BY SIZE
061200         INTO WS-DSP-KEYED-LINE.
061300 3200-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*    3300-SCAN-HOLDS - COUNT THE CUSTOMER'S REQUESTS WAITING ON *
061800*    HOLDFILE AND SHOW THE FIRST THREE.  HOLDFILE IS THE        *
061900*    CARRIED HOLD QUEUE GENERATION FOLLOWED BY THE HOLDS APP    *
061910*    HAS PARKED SINCE HOLDRLSE LAST RAN (SEE CUSTSCRN JCL).     *
061920*    IF IT WILL NOT OPEN THE SCREEN SAYS SO WITH THE STATUS.    *
062000*****************************************************************
062100 3300-SCAN-HOLDS.
062200     MOVE ZERO   TO WS-DSP-HOLD-COUNT.
062300     MOVE SPACES TO WS-DSP-HOLD-LINE(1)
062400                    WS-DSP-HOLD-LINE(2)
062500                    WS-DSP-HOLD-LINE(3).
062600     OPEN INPUT HOLD-FILE.
062700     IF WS-HOLD-FS NOT = "00"
062800         MOVE "HOLDFILE DID NOT OPEN, STATUS "
062850             TO WS-DSP-HOLD-LINE(1)
062870         MOVE WS-HOLD-FS TO WS-DSP-HOLD-LINE(1)(31:2)
062900         GO TO 3300-EXIT
063000     END-IF.
063100
063200     SET WS-NOT-EOF TO TRUE.
063300     PERFORM 3310-CHECK-ONE-HOLD THRU 3310-EXIT
063400         UNTIL WS-EOF.
063500     CLOSE HOLD-FILE.
063600
063700     IF WS-DSP-HOLD-COUNT = ZERO
063800         MOVE "NONE" TO WS-DSP-HOLD-LINE(1)
063900     END-IF.
064000 3300-EXIT.
064100     EXIT.
064200
064300 3310-CHECK-ONE-HOLD.
064400     READ HOLD-FILE
064500         AT END
064600             SET WS-EOF TO TRUE
064700             GO TO 3310-EXIT
064800     END-READ.
064900
065000     IF HLD-CORRELATION-ID NOT = WS-LOADED-ID
065100         GO TO 3310-EXIT
065200     END-IF.
065300
065400     ADD 1 TO WS-DSP-HOLD-COUNT.
065500     IF WS-DSP-HOLD-COUNT > 3
065600         GO TO 3310-EXIT
065700     END-IF.
065800
065900     STRING HLD-TYPE-CODE DELIMITED BY SIZE
066000            "  HELD " DELIMITED BY SIZE
066100            HLD-HELD-DATE DELIMITED BY SIZE
066200            "  LEN " DELIMITED BY SIZE
066300            HLD-PAYLOAD-LENGTH DELIMITED BY SIZE
066400            "  " DELIMITED BY SIZE
066500            HLD-PAYLOAD-BODY(1:45) DELIMITED BY SIZE
066600         INTO WS-DSP-HOLD-LINE(WS-DSP-HOLD-COUNT).
066700 3310-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100*    3400-SCAN-REGISTRY - EVERY REQREGY ENTRY FOR THE CUSTOMER  *
067200*    IS COUNTED; THE THREE WITH THE LATEST BUSINESS DATE ARE    *
067300*    SHOWN.  THE REGISTRY KEY IS CORRELATION ID PLUS PAYLOAD    *
067400*    FINGERPRINT, SO THE CUSTOMER'S ENTRIES ARE READ FROM A     *
067500*    START AT FINGERPRINT ZERO.                                 *
067600*****************************************************************
067700 3400-SCAN-REGISTRY.
067800     MOVE ZERO   TO WS-DSP-REG-COUNT.
067900     MOVE SPACES TO WS-DSP-REG-LINE(1)
068000                    WS-DSP-REG-LINE(2)
068100                    WS-DSP-REG-LINE(3).
068200     IF WS-REGISTRY-NOT-OPEN
068300         MOVE "REQREGY NOT AVAILABLE" TO WS-DSP-REG-LINE(1)
068400         GO TO 3400-EXIT
068500     END-IF.
068600
068700     MOVE ZERO   TO WS-RECENT-DATE(1) WS-RECENT-DATE(2)
068800                    WS-RECENT-DATE(3).
068900     MOVE SPACES TO WS-RECENT-LINE(1) WS-RECENT-LINE(2)
069000                    WS-RECENT-LINE(3).
069100
069200     MOVE WS-LOADED-ID TO REG-CORRELATION-ID.
069300     MOVE ZERO         TO REG-FINGERPRINT.
069400     SET WS-NOT-EOF TO TRUE.
069500     START REGISTRY-FILE KEY IS NOT LESS THAN REG-KEY
069600         INVALID KEY
069700             SET WS-EOF TO TRUE
069800     END-START.
069900     PERFORM 3410-CHECK-ONE-ENTRY THRU 3410-EXIT
070000         UNTIL WS-EOF.
070100
070200     IF WS-DSP-REG-COUNT = ZERO
070300         MOVE "NONE" TO WS-DSP-REG-LINE(1)
070400     ELSE
070500         MOVE WS-RECENT-LINE(1) TO WS-DSP-REG-LINE(1)
070600         MOVE WS-RECENT-LINE(2) TO WS-DSP-REG-LINE(2)
070700         MOVE WS-RECENT-LINE(3) TO WS-DSP-REG-LINE(3)
070800     END-IF.
070900 3400-EXIT.
071000     EXIT.
071100
071200 3410-CHECK-ONE-ENTRY.
071300     READ REGISTRY-FILE NEXT RECORD
071400         AT END
071500             SET WS-EOF TO TRUE
071600             GO TO 3410-EXIT
071700     END-READ.
071800
071900     IF REG-CORRELATION-ID NOT = WS-LOADED-ID
072000         SET WS-EOF TO TRUE
072100         GO TO 3410-EXIT
072200     END-IF.
072300
072400     ADD 1 TO WS-DSP-REG-COUNT.
072500     IF REG-BUSINESS-DATE NOT NUMERIC
072600         GO TO 3410-EXIT
072700     END-IF.
072800
072900     SET WS-SLOT-NOT-FOUND TO TRUE.
073000     PERFORM 3420-TEST-ONE-SLOT THRU 3420-EXIT
073100         VARYING WS-REC-IDX FROM 1 BY 1
073200         UNTIL WS-REC-IDX > WS-MAX-RECENT
073300            OR WS-SLOT-FOUND.
073400     IF WS-SLOT-NOT-FOUND
073500         GO TO 3410-EXIT
073600     END-IF.
073700
073800     PERFORM 3430-SHIFT-ONE-SLOT THRU 3430-EXIT
073900         VARYING WS-SHIFT-IDX FROM WS-MAX-RECENT BY -1
074000         UNTIL WS-SHIFT-IDX NOT > WS-SLOT-IDX.
074100
074200     MOVE REG-BUSINESS-DATE TO WS-RECENT-DATE(WS-SLOT-IDX).
074300     MOVE SPACES            TO WS-RECENT-LINE(WS-SLOT-IDX).
074400     STRING REG-BUSINESS-DATE DELIMITED BY SIZE
074500            "  TYPE " DELIMITED BY SIZE
074600            REG-REQUEST-TYPE DELIMITED BY SIZE
074700            "  METERED " DELIMITED BY SIZE
074800            REG-METERED-DATE DELIMITED BY SIZE
074900            "  ROUTED " DELIMITED BY SIZE
075000            REG-ROUTED-ACK-ID DELIMITED BY SIZE
075100         INTO WS-RECENT-LINE(WS-SLOT-IDX).
075200 3410-EXIT.
075300     EXIT.
075400
075500*    AN EMPTY SLOT HOLDS DATE ZERO, SO IT TAKES ANY ENTRY.
075600 3420-TEST-ONE-SLOT.
075700     IF REG-BUSINESS-DATE > WS-RECENT-DATE(WS-REC-IDX)
075800         SET WS-SLOT-FOUND TO TRUE
075900         MOVE WS-REC-IDX TO WS-SLOT-IDX
076000     END-IF.
076100 3420-EXIT.
076200     EXIT.
076300
076400 3430-SHIFT-ONE-SLOT.
076500     MOVE WS-RECENT-ENTRY(WS-SHIFT-IDX - 1)
076600         TO WS-RECENT-ENTRY(WS-SHIFT-IDX).
076700 3430-EXIT.
076800     EXIT.
076900
077000*****************************************************************
077100*    4000-KEY-CHANGE - EDIT THE KEYED CHANGE AGAINST THE MASTER *
077200*    AS IT STANDS (THE MSTRMNT EDITS, MADE NOW INSTEAD OF       *
077300*    OVERNIGHT) AND QUEUE IT FOR APPROVAL.  NOTHING TOUCHES     *
077400*    CUSTMAST HERE.                                             *
077500*****************************************************************
077600 4000-KEY-CHANGE.
077700     IF WS-CHANGE-PENDING
077800         MOVE "A CHANGE IS ALREADY WAITING - APPROVE OR REJECT IT"
077900             TO WS-MESSAGE
078000         GO TO 4000-EXIT
078100     END-IF.
078200
078300     SET WS-EDIT-OK TO TRUE.
078400     PERFORM 4100-EDIT-CHANGE THRU 4100-EXIT.
078500     IF WS-EDIT-FAILED
078600         GO TO 4000-EXIT
078700     END-IF.
078800
078900     PERFORM 4300-QUEUE-CHANGE THRU 4300-EXIT.
079000 4000-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*    4100-EDIT-CHANGE - FIELD-LEVEL EDITS BY FUNCTION.  THE     *
079500*    FIRST FAILURE SETS THE MESSAGE AND WS-EDIT-FAILED.         *
079600*****************************************************************
079700 4100-EDIT-CHANGE.
079800     IF WS-SCR-FUNCTION = "A"
079900         IF WS-MASTER-FOUND
080000             MOVE "ADD - THIS ID IS ALREADY ON CUSTMAST"
080100                 TO WS-MESSAGE
080200             SET WS-EDIT-FAILED TO TRUE
080300             GO TO 4100-EXIT
080400         END-IF
080500         IF WS-SCR-NEW-NAME = SPACES
080600             MOVE "ADD - NEW NAME IS REQUIRED" TO WS-MESSAGE
080700             SET WS-EDIT-FAILED TO TRUE
080800         END-IF
080900         GO TO 4100-EXIT
081000     END-IF.
081100
081200     IF WS-MASTER-NOT-FOUND
081300         MOVE "NOT ON CUSTMAST - ONLY ADD (A) IS ALLOWED"
081400             TO WS-MESSAGE
081500         SET WS-EDIT-FAILED TO TRUE
081600         GO TO 4100-EXIT
081700     END-IF.
081800
081900     IF WS-SCR-FUNCTION = "C"
082000         IF WS-SCR-NEW-NAME = SPACES
082100             MOVE "CHANGE - NEW NAME IS REQUIRED" TO WS-MESSAGE
082200             SET WS-EDIT-FAILED TO TRUE
082300             GO TO 4100-EXIT
082400         END-IF
082500         IF WS-SCR-NEW-NAME = MAST-CUSTOMER-NAME
082600             MOVE "CHANGE - NEW NAME IS THE CURRENT NAME"
082700                 TO WS-MESSAGE
082800             SET WS-EDIT-FAILED TO TRUE
082900         END-IF
083000         GO TO 4100-EXIT
083100     END-IF.
083200
083300     IF WS-SCR-FUNCTION = "S" AND MAST-STATUS-SUSPENDED
083400         MOVE "SUSPEND - CUSTOMER IS ALREADY SUSPENDED"
083500             TO WS-MESSAGE
083600         SET WS-EDIT-FAILED TO TRUE
083700         GO TO 4100-EXIT
083800     END-IF.
083900
084000     IF WS-SCR-FUNCTION = "R" AND MAST-STATUS-ACTIVE
084100         MOVE "REACTIVATE - CUSTOMER IS ALREADY ACTIVE"
084200             TO WS-MESSAGE
084300         SET WS-EDIT-FAILED TO TRUE
084400         GO TO 4100-EXIT
084500     END-IF.
084600
084700     IF WS-SCR-FUNCTION = "L"
084800         PERFORM 4200-EDIT-LIMIT THRU 4200-EXIT
084900     END-IF.
085000 4100-EXIT.
085100     EXIT.
085200
085300*****************************************************************
085400*    4200-EDIT-LIMIT - THE NEW DAILY LIMIT MAY BE KEYED         *
085500*    ANYWHERE IN ITS FIVE POSITIONS ("250", "  250", "00250");  *
085600*    IT MUST BE ONE RUN OF DIGITS AND MUST DIFFER FROM THE      *
085700*    CURRENT LIMIT.  ZERO REMOVES THE LIMIT.                    *
085800*****************************************************************
085900 4200-EDIT-LIMIT.
086000     MOVE ZERO TO WS-LEAD-SPACES.
086100     INSPECT WS-SCR-NEW-LIMIT
086200         TALLYING WS-LEAD-SPACES FOR LEADING SPACES.
086300     IF WS-LEAD-SPACES = 5
086400         MOVE "LIMIT - NEW DAILY LIMIT IS REQUIRED (0 = NO LIMIT)"
086500             TO WS-MESSAGE
086600         SET WS-EDIT-FAILED TO TRUE
086700         GO TO 4200-EXIT
086800     END-IF.
086900
087000     MOVE SPACES TO WS-LIMIT-JUST.
087100     COMPUTE WS-LIMIT-PTR = WS-LEAD-SPACES + 1.
087200     UNSTRING WS-SCR-NEW-LIMIT DELIMITED BY SPACE
087300         INTO WS-LIMIT-JUST
087400         WITH POINTER WS-LIMIT-PTR.
087500     INSPECT WS-LIMIT-JUST REPLACING LEADING SPACES BY ZEROS.
087600     IF WS-LIMIT-DIGITS NOT NUMERIC
087700         MOVE "LIMIT - NEW DAILY LIMIT MUST BE DIGITS ONLY"
087800             TO WS-MESSAGE
087900         SET WS-EDIT-FAILED TO TRUE
088000         GO TO 4200-EXIT
088100     END-IF.
088200     IF WS-LIMIT-PTR NOT > 5
088300         IF WS-SCR-NEW-LIMIT(WS-LIMIT-PTR:) NOT = SPACES
088400             MOVE "LIMIT - NEW DAILY LIMIT MUST BE DIGITS ONLY"
088500                 TO WS-MESSAGE
088600             SET WS-EDIT-FAILED TO TRUE
088700             GO TO 4200-EXIT
088800         END-IF
088900     END-IF.
089000
089100     MOVE WS-LIMIT-DIGITS TO WS-NEW-LIMIT.
089200     IF WS-NEW-LIMIT = MAST-DAILY-LIMIT
089300         MOVE "LIMIT - NEW DAILY LIMIT IS THE CURRENT LIMIT"
089400             TO WS-MESSAGE
089500         SET WS-EDIT-FAILED TO TRUE
089600     END-IF.
089700 4200-EXIT.
089800     EXIT.
089900
090000*****************************************************************
090100*    4300-QUEUE-CHANGE - WRITE THE EDITED CHANGE TO THE         *
090200*    APPROVAL QUEUE AS AN MNTTRAN IMAGE, WITH THE KEYING        *
090300*    OPERATOR AND THE MASTER AS IT STOOD.  A DUPLICATE KEY      *
090400*    MEANS ANOTHER TERMINAL QUEUED A CHANGE FOR THIS ID FIRST.  *
090500*****************************************************************
090600 4300-QUEUE-CHANGE.
090700     MOVE SPACES                TO WS-QUEUED-TRAN.
090800     MOVE WS-SCR-FUNCTION       TO MNT-FUNCTION-CODE.
090900     MOVE WS-LOADED-ID          TO MNT-CORRELATION-ID.
091000     MOVE ZERO                  TO MNT-DAILY-LIMIT.
091100     MOVE ZERO                  TO MNT-EFFECTIVE-DATE.
091200     IF MNT-FUNCTION-ADD OR MNT-FUNCTION-CHANGE
091300         MOVE WS-SCR-NEW-NAME   TO MNT-CUSTOMER-NAME
091400     END-IF.
091500     IF MNT-FUNCTION-LIMIT
091600         MOVE WS-NEW-LIMIT      TO MNT-DAILY-LIMIT
091700     END-IF.
091800
091900     ACCEPT WS-NOW-TIME FROM TIME.
092000     MOVE SPACES                TO APPRQUE-RECORD.
092100     MOVE WS-LOADED-ID          TO APR-CORRELATION-ID.
092200     MOVE WS-QUEUED-TRAN        TO APR-TRANSACTION.
092300     MOVE WS-SCR-OPERATOR       TO APR-MAKER-ID.
092400     MOVE WS-TODAY-DATE         TO APR-KEYED-DATE.
092500     MOVE WS-NOW-TIME           TO APR-KEYED-TIME.
092600     MOVE WS-CURRENT-MASTER     TO APR-KEYED-MASTER.
092700     WRITE APPRQUE-RECORD.
092800     IF WS-QUE-FS = "22"
092900         MOVE "ANOTHER CHANGE WAS JUST QUEUED FOR THIS ID"
093000             TO WS-MESSAGE
093100         PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT
093200         GO TO 4300-EXIT
093300     END-IF.
093400     IF WS-QUE-FS NOT = "00"
093500         MOVE "APPRQUE WRITE FAILED, STATUS " TO WS-MESSAGE
093600         MOVE WS-QUE-FS TO WS-MESSAGE(30:2)
093700         GO TO 4300-EXIT
093800     END-IF.
093900
094000     PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT.
094100     MOVE SPACES TO WS-SCR-NEW-NAME
094200                    WS-SCR-NEW-LIMIT.
094300     MOVE "I" TO WS-SCR-FUNCTION.
094400     STRING WS-FUNC-NAME DELIMITED BY "  "
094500            " KEYED - WAITING FOR APPROVAL BY A SECOND OPERATOR"
094600                DELIMITED BY SIZE
094700         INTO WS-MESSAGE.
094800 4300-EXIT.
094900     EXIT.
095000
095100*****************************************************************
095200*    5000-APPROVE-CHANGE - A DIFFERENT OPERATOR APPROVES THE    *
095300*    WAITING CHANGE.  IT IS APPLIED ONLY IF THE MASTER STILL    *
095400*    SHOWS WHAT IT SHOWED WHEN THE CHANGE WAS KEYED.  THE QUEUE *
095500*    RECORD IS DELETED BEFORE THE MASTER IS TOUCHED, SO TWO     *
095600*    TERMINALS CANNOT BOTH APPLY IT; IF THE APPLY THEN FAILS IT *
095700*    IS PUT BACK.  ONLY THE CHANGE THE SCREEN HAS SHOWN (2300)  *
095710*    MAY BE APPROVED.                                           *
095800*****************************************************************
095900 5000-APPROVE-CHANGE.
096000     IF WS-NO-CHANGE-PENDING
096100         MOVE "APPROVE - NO CHANGE IS WAITING FOR THIS ID"
096200             TO WS-MESSAGE
096300         GO TO 5000-EXIT
096400     END-IF.
096410
096420     PERFORM 2300-CHECK-SHOWN-CHANGE THRU 2300-EXIT.
096430     IF WS-EDIT-FAILED
096440         GO TO 5000-EXIT
096450     END-IF.
096500
096600     IF WS-SCR-OPERATOR = APR-MAKER-ID
096700         MOVE "APPROVE - NEEDS A SECOND OPERATOR ID"
096800             TO WS-MESSAGE
096900         GO TO 5000-EXIT
097000     END-IF.
097100
097200     IF APR-KEYED-MASTER NOT = WS-CURRENT-MASTER
097300         MOVE "APPROVE - CUSTMAST MOVED SINCE KEYED - REJECT IT"
097400             TO WS-MESSAGE
097500         GO TO 5000-EXIT
097600     END-IF.
097700
097800     MOVE APPRQUE-RECORD TO WS-QUEUE-SAVE.
097900     DELETE APPRQUE-FILE RECORD.
098000     IF WS-QUE-FS NOT = "00"
098100         MOVE "APPROVE - ANOTHER OPERATOR HAS JUST DEALT WITH IT"
098200             TO WS-MESSAGE
098300         PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT
098400         GO TO 5000-EXIT
098500     END-IF.
098600
098700     MOVE APR-TRANSACTION TO WS-QUEUED-TRAN.
098800     SET WS-APPLY-OK TO TRUE.
098900     IF MNT-FUNCTION-ADD
099000         PERFORM 5100-APPLY-ADD THRU 5100-EXIT
099100     ELSE
099200         IF MNT-FUNCTION-DELETE
099300             PERFORM 5500-APPLY-DELETE THRU 5500-EXIT
099400         ELSE
099500             PERFORM 5200-APPLY-UPDATE THRU 5200-EXIT
099600         END-IF
099700     END-IF.
099800
099900     IF WS-APPLY-FAILED
100000         MOVE WS-QUEUE-SAVE TO APPRQUE-RECORD
100100         WRITE APPRQUE-RECORD
100200         MOVE "APPROVE - CUSTMAST UPDATE FAILED, STATUS "
100300             TO WS-MESSAGE
100400         MOVE WS-FAILED-FS TO WS-MESSAGE(42:2)
100450         IF WS-QUE-FS = "00"
100500             MOVE " - CHANGE STILL WAITING" TO WS-MESSAGE(44:)
100520         ELSE
100540             MOVE " - NOT REQUEUED, APPRQUE STATUS "
100560                 TO WS-MESSAGE(44:)
100580             MOVE WS-QUE-FS TO WS-MESSAGE(76:2)
100590         END-IF
100600         GO TO 5000-EXIT
100700     END-IF.
100800
100900     MOVE "APPLIED  " TO WS-ARG-OUTCOME.
101000     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
101100     PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT.
101200     MOVE "I" TO WS-SCR-FUNCTION.
101210     IF WS-ARG-NOT-WRITTEN
101220         MOVE "CUSTMAST UPDATED BUT APPRREG WRITE FAILED, STATUS "
101230             TO WS-MESSAGE
101240         MOVE WS-ARG-FS TO WS-MESSAGE(51:2)
101250         GO TO 5000-EXIT
101260     END-IF.
101300     STRING WS-FUNC-NAME DELIMITED BY "  "
101400            " APPROVED BY " DELIMITED BY SIZE
101500            WS-SCR-OPERATOR DELIMITED BY SPACE
101600            " AND APPLIED TO CUSTMAST" DELIMITED BY SIZE
101700         INTO WS-MESSAGE.
101800 5000-EXIT.
101900     EXIT.
102000
102100*****************************************************************
102200*    5100-APPLY-ADD - A NEW MASTER RECORD WITH ZEROED ACTIVITY  *
102300*    FIELDS AND NO DAILY LIMIT, AS MSTRMNT 3100-APPLY-ADD.      *
102400*****************************************************************
102500 5100-APPLY-ADD.
102600     MOVE SPACES             TO MASTER-RECORD.
102700     MOVE MNT-CORRELATION-ID TO MAST-CORRELATION-ID.
102800     MOVE MNT-CUSTOMER-NAME  TO MAST-CUSTOMER-NAME.
102900     SET MAST-STATUS-ACTIVE  TO TRUE.
103000     MOVE ZERO               TO MAST-REQUEST-COUNT.
103100     MOVE ZERO               TO MAST-REJECT-COUNT.
103200     MOVE ZERO               TO MAST-LAST-ACTIVITY.
103300     MOVE ZERO               TO MAST-DAILY-LIMIT.
103400     MOVE ZERO               TO MAST-DAILY-COUNT.
103500     MOVE ZERO               TO MAST-DAILY-DATE.
103600     WRITE MASTER-RECORD.
103700     IF WS-MAST-FS NOT = "00"
103800         MOVE WS-MAST-FS TO WS-FAILED-FS
103900         SET WS-APPLY-FAILED TO TRUE
104000         GO TO 5100-EXIT
104100     END-IF.
104200
104300     MOVE "A" TO WS-JRNL-ACTION.
104400     CALL "MSTRJRNL" USING WS-JRNL-PROGRAM
104500                           WS-JRNL-ACTION
104600                           WS-SPACE-IMAGE
104700                           MASTER-RECORD.
104800 5100-EXIT.
104900     EXIT.
105000
105100*****************************************************************
105200*    5200-APPLY-UPDATE - CHANGE NAME, SUSPEND, REACTIVATE OR    *
105300*    SET LIMIT ON THE MASTER RECORD 3100 JUST READ.  THE        *
105400*    RUNNING DAILY COUNT IS LEFT ALONE ON A LIMIT CHANGE, AS    *
105500*    MSTRMNT 3400-APPLY-LIMIT.                                  *
105600*****************************************************************
105700 5200-APPLY-UPDATE.
105800     IF MNT-FUNCTION-CHANGE
105900         MOVE MNT-CUSTOMER-NAME TO MAST-CUSTOMER-NAME
106000     END-IF.
106100     IF MNT-FUNCTION-SUSPEND
106200         SET MAST-STATUS-SUSPENDED TO TRUE
106300     END-IF.
106400     IF MNT-FUNCTION-REACTIVATE
106500         SET MAST-STATUS-ACTIVE TO TRUE
106600     END-IF.
106700     IF MNT-FUNCTION-LIMIT
106800         MOVE MNT-DAILY-LIMIT TO MAST-DAILY-LIMIT
106900     END-IF.
107000
107100     REWRITE MASTER-RECORD.
107200     IF WS-MAST-FS NOT = "00"
107300         MOVE WS-MAST-FS TO WS-FAILED-FS
107400         SET WS-APPLY-FAILED TO TRUE
107500         GO TO 5200-EXIT
107600     END-IF.
107700
107800     MOVE "C" TO WS-JRNL-ACTION.
107900     CALL "MSTRJRNL" USING WS-JRNL-PROGRAM
108000                           WS-JRNL-ACTION
108100                           WS-BEFORE-IMAGE
108200                           MASTER-RECORD.
108300 5200-EXIT.
108400     EXIT.
108500
108600*****************************************************************
108700*    5500-APPLY-DELETE - REMOVE THE MASTER RECORD 3100 READ.    *
108800*****************************************************************
108900 5500-APPLY-DELETE.
109000     DELETE MASTER-FILE RECORD.
109100     IF WS-MAST-FS NOT = "00"
109200         MOVE WS-MAST-FS TO WS-FAILED-FS
109300         SET WS-APPLY-FAILED TO TRUE
109400         GO TO 5500-EXIT
109500     END-IF.
109600
109700     MOVE "D" TO WS-JRNL-ACTION.
109800     CALL "MSTRJRNL" USING WS-JRNL-PROGRAM
109900                           WS-JRNL-ACTION
110000                           WS-BEFORE-IMAGE
110100                           WS-SPACE-IMAGE.
110200 5500-EXIT.
110300     EXIT.
110400
110500*****************************************************************
110600*    6000-REJECT-CHANGE - TAKE THE WAITING CHANGE OFF THE QUEUE *
110700*    WITHOUT APPLYING IT.  A SECOND OPERATOR REJECTS IT; THE    *
110800*    OPERATOR WHO KEYED IT MAY WITHDRAW IT.  EITHER WAY IT IS   *
110900*    RECORDED ON THE APPROVALS REGISTER.                        *
111000*****************************************************************
111100 6000-REJECT-CHANGE.
111200     IF WS-NO-CHANGE-PENDING
111300         MOVE "REJECT - NO CHANGE IS WAITING FOR THIS ID"
111400             TO WS-MESSAGE
111500         GO TO 6000-EXIT
111600     END-IF.
111610
111620     PERFORM 2300-CHECK-SHOWN-CHANGE THRU 2300-EXIT.
111630     IF WS-EDIT-FAILED
111640         GO TO 6000-EXIT
111650     END-IF.
111700
111800     MOVE APPRQUE-RECORD TO WS-QUEUE-SAVE.
111900     DELETE APPRQUE-FILE RECORD.
112000     IF WS-QUE-FS NOT = "00"
112100         MOVE "REJECT - ANOTHER OPERATOR HAS JUST DEALT WITH IT"
112200             TO WS-MESSAGE
112300         PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT
112400         GO TO 6000-EXIT
112500     END-IF.
112600
112700     IF WS-SCR-OPERATOR = APR-MAKER-ID
112800         MOVE "WITHDRAWN" TO WS-ARG-OUTCOME
112900     ELSE
113000         MOVE "REJECTED " TO WS-ARG-OUTCOME
113100     END-IF.
113200     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
113300     PERFORM 3000-LOAD-CUSTOMER THRU 3000-EXIT.
113400     MOVE "I" TO WS-SCR-FUNCTION.
113410     IF WS-ARG-NOT-WRITTEN
113420         MOVE "CHANGE REMOVED BUT APPRREG WRITE FAILED, STATUS "
113430             TO WS-MESSAGE
113440         MOVE WS-ARG-FS TO WS-MESSAGE(49:2)
113450         GO TO 6000-EXIT
113460     END-IF.
113500     STRING "CHANGE " DELIMITED BY SIZE
113600            WS-ARG-OUTCOME DELIMITED BY SPACE
113700            " BY " DELIMITED BY SIZE
113800            WS-SCR-OPERATOR DELIMITED BY SPACE
113900            " - CUSTMAST NOT CHANGED" DELIMITED BY SIZE
114000         INTO WS-MESSAGE.
114100 6000-EXIT.
114200     EXIT.
114300
114400*****************************************************************
114500*    7000-WRITE-REGISTER - ONE APPROVALS-REGISTER RECORD FOR    *
114600*    THE CHANGE JUST TAKEN OFF THE QUEUE (SAVED IN              *
114700*    WS-QUEUE-SAVE), WITH THE KEYING AND THE DISPOSING          *
114800*    OPERATOR.  WS-ARG-NOT-WRITTEN TELLS THE CALLER THE WRITE   *
114810*    FAILED (THE STATUS IS LEFT IN WS-ARG-FS).                  *
114900*****************************************************************
115000 7000-WRITE-REGISTER.
115100     MOVE WS-QUEUE-SAVE    TO APPRQUE-RECORD.
115200     ACCEPT WS-NOW-TIME FROM TIME.
115300     MOVE SPACES           TO APPRREG-RECORD.
115400     MOVE WS-TODAY-DATE    TO ARG-EVENT-DATE.
115500     MOVE WS-NOW-TIME      TO ARG-EVENT-TIME.
115600     MOVE WS-ARG-OUTCOME   TO ARG-OUTCOME.
115700     MOVE APR-MAKER-ID     TO ARG-MAKER-ID.
115800     MOVE APR-KEYED-DATE   TO ARG-KEYED-DATE.
115900     MOVE APR-KEYED-TIME   TO ARG-KEYED-TIME.
116000     MOVE WS-SCR-OPERATOR  TO ARG-CHECKER-ID.
116100     MOVE APR-TRANSACTION  TO ARG-TRANSACTION.
116200     WRITE APPRREG-RECORD.
116210     IF WS-ARG-FS = "00"
116220         SET WS-ARG-WRITTEN TO TRUE
116230     ELSE
116240         SET WS-ARG-NOT-WRITTEN TO TRUE
116250     END-IF.
116300 7000-EXIT.
116400     EXIT.
116500
116600*****************************************************************
116700*    9000-TERMINATE - CLOSE EVERYTHING.  THE JOURNAL IS CLOSED  *
116800*    BY THE RUNTIME (SEE MSTRJRNL).                             *
116900*****************************************************************
117000 9000-TERMINATE.
117100     CLOSE MASTER-FILE.
117200     CLOSE APPRQUE-FILE.
117300     CLOSE APPRREG-FILE.
117400     IF WS-REGISTRY-OPEN
117500         CLOSE REGISTRY-FILE
117600     END-IF.
117700 9000-EXIT.
117800     EXIT.
