000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NTCEXTR.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - CUSTOMER NOTICE EXTRACT. *
001100*                    A CUSTOMER WHOSE REQUEST WAS REJECTED OVER *
001200*                    ITS DAILY LIMIT (REASON "10"), PARKED ON   *
001300*                    THE HOLD FILE BECAUSE THE ACCOUNT IS       *
001400*                    SUSPENDED, OR DROPPED TO SUSPENSE BY       *
001500*                    REJRECYC OR HLDRELSE WAS NEVER TOLD - THE  *
001600*                    ACCOUNT MANAGER FOUND OUT WHEN THE         *
001700*                    CUSTOMER PHONED.  THIS PROGRAM RUNS AFTER  *
001800*                    APPBATCH, GATHERS THE DAY'S SYSERR         *
001900*                    REJECTS, THE NEW HOLDFILE ENTRIES AND THE  *
002000*                    SUSPENSE LINES OF HLDRPT AND RCYRPT BY     *
002100*                    CUSTOMER, LOOKS EACH CUSTOMER'S NAME UP ON *
002200*                    CUSTMAST AND WRITES ONE NOTICE RECORD PER  *
002300*                    CUSTOMER (COPYBOOK NOTCREC) TO THE NOTICES *
002400*                    FILE FOR THE MAIL HOUSE, EACH REQUEST      *
002500*                    CARRYING A PLAIN-LANGUAGE REASON INSTEAD   *
002600*                    OF THE REASON CODE.  CUSTOMERS ON THE      *
002700*                    NTCSUPP SUPPRESSION LIST GET NO NOTICE.    *
002800*                    SEE JCL/NOTICE.JCL.                        *
002900*                                                                *
003000*    CONTROL CARDS (NTCCARDS, KEYWORD=VALUE, SEE CTLCREC):       *
003100*        REASON=NN         A SYSERR REASON CODE (01-12) TO      *
003200*                          NOTIFY.  REPEAT FOR SEVERAL.         *
003300*                          DEFAULT: "10" (OVER THE DAILY LIMIT) *
003400*                          ONLY.  HELD AND SUSPENSE REQUESTS    *
003500*                          ARE ALWAYS NOTIFIED.                 *
003600*                                                                *
003700*    SUPPRESSION LIST (NTCSUPP, CTLCREC LAYOUT): ONE CUSTOMER   *
003800*    CORRELATION ID IN COLUMNS 1-12 PER RECORD; BLANK RECORDS   *
003900*    AND RECORDS BEGINNING WITH "*" ARE COMMENTS.               *
004000*                                                                *
004100*    RETURN CODES:                                              *
004200*      00  NOTICES WRITTEN FOR EVERY AFFECTED CUSTOMER (OR      *
004300*          NOTHING TO NOTIFY).                                  *
004400*      04  A CUSTOMER WAS NOT ON CUSTMAST, SO NO NOTICE COULD   *
004500*          BE ADDRESSED - SEE THE REPORT.                       *
004600*      16  A REQUIRED FILE DID NOT OPEN OR A TABLE OVERFLOWED.  *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SYSERR-FILE ASSIGN TO "SYSERR"
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS WS-SYSERR-FS.
005400
005500     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS WS-HOLD-FS.
005800
005900     SELECT HLDRPT-FILE ASSIGN TO "HLDRPT"
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS WS-HRPT-FS.
006200
006300     SELECT RCYRPT-FILE ASSIGN TO "RCYRPT"
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS WS-CRPT-FS.
006600
006700     SELECT MASTER-FILE ASSIGN TO "CUSTMAST"
006800         ORGANIZATION INDEXED
006900         ACCESS MODE RANDOM
007000         RECORD KEY MAST-CORRELATION-ID
007100         FILE STATUS WS-MAST-FS.
007200
007300     SELECT NTCCARDS-FILE ASSIGN TO "NTCCARDS"
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS WS-CARD-FS.
007600
007700     SELECT NTCSUPP-FILE ASSIGN TO "NTCSUPP"
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS WS-SUPP-FS.
008000
008100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS WS-RUNC-FS.
008400
008500     SELECT NOTICE-FILE ASSIGN TO "NOTICES"
008600         ORGANIZATION LINE SEQUENTIAL
008700         FILE STATUS WS-NTC-FS.
008800
008900     SELECT REPORT-FILE ASSIGN TO "NTCRPT"
009000         ORGANIZATION LINE SEQUENTIAL
009100         FILE STATUS WS-RPT-FS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  SYSERR-FILE.
009600 01  SYSERR-RECORD.
009700     COPY REJREC.
009800
009900 FD  HOLD-FILE.
010000 01  HOLD-FILE-RECORD.
010100     COPY HOLDREC.
010200
010300 FD  HLDRPT-FILE.
010400 01  HLDRPT-RECORD                   PIC X(80).
010500
010600 FD  RCYRPT-FILE.
010700 01  RCYRPT-RECORD                   PIC X(80).
010800
010900 FD  MASTER-FILE.
011000 01  MASTER-RECORD.
011100     COPY MASTREC.
011200
011300 FD  NTCCARDS-FILE.
011400 01  NTCCARDS-RECORD.
011500     COPY CTLCREC.
011600
011700 FD  NTCSUPP-FILE.
011800 01  NTCSUPP-RECORD                  PIC X(80).
011900
012000 FD  RUNCTL-FILE.
012100 01  RUNCTL-RECORD.
012200     COPY RUNCREC.
012300
012400 FD  NOTICE-FILE.
012500 01  NOTICE-RECORD.
012600     COPY NOTCREC.
012700
012800 FD  REPORT-FILE.
012900 01  REPORT-FILE-RECORD.
013000     COPY RPTREC.
013100
013200 WORKING-STORAGE SECTION.
013300*****************************************************************
013400*    SWITCHES AND STATUS CODES                                 *
013500*****************************************************************
013600 77  WS-EOF-SW                       PIC X(01) VALUE "N".
013700     88  WS-EOF                          VALUE "Y".
013800     88  WS-NOT-EOF                      VALUE "N".
013900 77  WS-CUST-FOUND-SW                PIC X(01) VALUE "N".
014000     88  WS-CUST-FOUND                   VALUE "Y".
014100     88  WS-CUST-NOT-FOUND               VALUE "N".
014200 77  WS-SUPP-FOUND-SW                PIC X(01) VALUE "N".
014300     88  WS-SUPP-FOUND                   VALUE "Y".
014400     88  WS-SUPP-NOT-FOUND               VALUE "N".
014500 77  WS-REASON-CARD-SW               PIC X(01) VALUE "N".
014600     88  WS-REASON-CARD-GIVEN            VALUE "Y".
014700 77  WS-SYSERR-FS                    PIC X(02) VALUE "00".
014800 77  WS-HOLD-FS                      PIC X(02) VALUE "00".
014900 77  WS-HRPT-FS                      PIC X(02) VALUE "00".
015000 77  WS-CRPT-FS                      PIC X(02) VALUE "00".
015100 77  WS-MAST-FS                      PIC X(02) VALUE "00".
015200 77  WS-CARD-FS                      PIC X(02) VALUE "00".
015300 77  WS-SUPP-FS                      PIC X(02) VALUE "00".
015400 77  WS-RUNC-FS                      PIC X(02) VALUE "00".
015500 77  WS-NTC-FS                       PIC X(02) VALUE "00".
015600 77  WS-RPT-FS                       PIC X(02) VALUE "00".
015700
015800*****************************************************************
015900*    DATES, COUNTERS AND TOTALS                                *
016000*****************************************************************
016100 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
016200 77  WS-NOTICE-DATE                  PIC 9(08) VALUE ZERO.
016300 77  WS-REASON-NUM                   PIC 9(02) VALUE ZERO.
016400 77  WS-REJECTS-READ                 PIC 9(06) VALUE ZERO.
016500 77  WS-REJECT-ITEMS                 PIC 9(06) VALUE ZERO.
016600 77  WS-HELD-ITEMS                   PIC 9(06) VALUE ZERO.
016700 77  WS-SUSPENSE-ITEMS               PIC 9(06) VALUE ZERO.
016800 77  WS-SUPPRESSED-ITEMS             PIC 9(06) VALUE ZERO.
016900 77  WS-TOTAL-ITEMS                  PIC 9(06) VALUE ZERO.
017000 77  WS-NOTICE-COUNT                 PIC 9(06) VALUE ZERO.
017100 77  WS-NOT-ON-MASTER                PIC 9(06) VALUE ZERO.
017200 77  WS-ITEM-IDX                     PIC 9(02) VALUE ZERO.
017300 77  WS-EDIT-COUNT                   PIC ZZ9.
017400
017500*****************************************************************
017600*    THE ITEM BEING GATHERED - SET BY EACH SOURCE BEFORE        *
017700*    2900-ADD-ITEM.                                             *
017800*****************************************************************
017900 01  WS-NEW-ITEM.
018000     05  WS-NEW-CORRELATION-ID           PIC X(12).
018100     05  WS-NEW-SOURCE                   PIC X(01).
018200     05  WS-NEW-REASON-TEXT              PIC X(50).
018300
018400*****************************************************************
018500*    REASON CODES TO NOTIFY (NTCCARDS REASON CARDS), INDEXED BY *
018600*    THE SYSERR REASON CODE.                                    *
018700*****************************************************************
018800 01  WS-NOTIFY-FLAGS.
018900     05  WS-NOTIFY-FLAG OCCURS 12 TIMES  PIC X(01).
019000
019100*****************************************************************
019200*    PLAIN-LANGUAGE REASONS - ONE PER SYSERR REASON CODE (SEE   *
019300*    REJREC), IN CODE ORDER, PLUS THE HELD AND SUSPENSE TEXTS.  *
019400*    THESE ARE PRINTED ON THE CUSTOMER'S NOTICE AS THEY STAND.  *
019500*****************************************************************
019600 01  WS-REASON-TEXT-VALUES.
019700     05  FILLER                          PIC X(50) VALUE
019800         "YOUR REQUEST WAS EMPTY".
019900     05  FILLER                          PIC X(50) VALUE
020000         "YOUR REQUEST WAS LONGER THAN WE CAN ACCEPT".
020100     05  FILLER                          PIC X(50) VALUE
020200         "YOUR REQUEST CONTAINED CHARACTERS WE CANNOT READ".
020300     05  FILLER                          PIC X(50) VALUE
020400         "WE DO NOT RECOGNISE THE ACCOUNT REFERENCE GIVEN".
020500     05  FILLER                          PIC X(50) VALUE
020600         "THE REQUEST LENGTH DID NOT MATCH ITS CONTENTS".
020700     05  FILLER                          PIC X(50) VALUE
020800         "WE DO NOT RECOGNISE THE TYPE OF REQUEST".
020900     05  FILLER                          PIC X(50) VALUE
021000         "YOUR ACCOUNT IS SUSPENDED".
021100     05  FILLER                          PIC X(50) VALUE
021200         "WE HAD ALREADY RECEIVED THIS REQUEST".
021300     05  FILLER                          PIC X(50) VALUE
021400         "WE WERE UNABLE TO APPLY THIS CHANGE".
021500     05  FILLER                          PIC X(50) VALUE
021600         "YOU HAVE REACHED YOUR DAILY REQUEST LIMIT".
021700     05  FILLER                          PIC X(50) VALUE
021800         "PART OF A MULTI-PART REQUEST WAS MISSING".
021900     05  FILLER                          PIC X(50) VALUE
022000         "THE CANCELLATION DID NOT MATCH AN EARLIER REQUEST".
022100 01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
022200     05  WS-REASON-TEXT OCCURS 12 TIMES  PIC X(50).
022300
022400 77  WS-TEXT-HELD                    PIC X(50) VALUE
022500     "YOUR ACCOUNT IS SUSPENDED - REQUEST HELD FOR NOW".
022600 77  WS-TEXT-HELD-TOO-LONG           PIC X(50) VALUE
022700     "HELD TOO LONG WHILE SUSPENDED - PLEASE RESUBMIT".
022800 77  WS-TEXT-NOT-CORRECTED           PIC X(50) VALUE
022900     "REQUEST COULD NOT BE CORRECTED - PLEASE RESUBMIT".
023000 77  WS-TEXT-NOT-COMPLETED           PIC X(50) VALUE
023100     "REQUEST COULD NOT BE COMPLETED - PLEASE CALL US".
023200
023300*****************************************************************
023400*    SUPPRESSION LIST - BUFFERED FROM NTCSUPP                   *
023500*****************************************************************
023600 77  WS-MAX-SUPPS                    PIC 9(04) VALUE 2000.
023700 77  WS-SUPP-COUNT                   PIC 9(04) VALUE ZERO.
023800 77  WS-SUPP-IDX                     PIC 9(04) VALUE ZERO.
023900 01  WS-SUPPRESS-TABLE.
024000     05  WS-SUPP-ID OCCURS 2000 TIMES    PIC X(12).
024100
024200*****************************************************************
024300*    NOTICE TABLE - ONE ENTRY PER AFFECTED CUSTOMER, IN THE     *
024400*    ORDER FIRST SEEN, WITH THE FIRST 20 ITEMS AND THE TOTAL.   *
024500*****************************************************************
024600 77  WS-MAX-CUSTS                    PIC 9(04) VALUE 1000.
024700 77  WS-CUST-COUNT                   PIC 9(04) VALUE ZERO.
024800 77  WS-CUST-IDX                     PIC 9(04) VALUE ZERO.
024900 77  WS-HIT-IDX                      PIC 9(04) VALUE ZERO.
025000 01  WS-NOTICE-TABLE.
025100     05  WS-CUST-TBL OCCURS 1000 TIMES.
025200         10  WS-CUST-ID                  PIC X(12).
025300         10  WS-CUST-ITEM-COUNT          PIC 9(03).
025400         10  WS-CUST-ITEMS-LISTED        PIC 9(02).
025500         10  WS-CUST-ITEM OCCURS 20 TIMES.
025600             15  WS-CITM-CORRELATION-ID  PIC X(12).
025700             15  WS-CITM-SOURCE          PIC X(01).
025800             15  WS-CITM-REASON-TEXT     PIC X(50).
025900
026000 01  WS-CARD-WORK.
026100     05  WS-CARD-KEYWORD                 PIC X(12).
026200     05  WS-CARD-VALUE                   PIC X(64).
026300
026400 01  WS-REPORT-WORK.
026500     05  WS-RPT-LABEL                    PIC X(30).
026600     05  WS-RPT-VALUE                    PIC X(50).
026700
026800*****************************************************************
026900*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
027000*****************************************************************
027100 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "NTCEXTR".
027200 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
027300 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
027400 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
027500 01  WS-LDG-COUNTS.
027600     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
027700         10  WS-LDG-COUNT-LABEL          PIC X(08).
027800         10  WS-LDG-COUNT-VALUE          PIC 9(09).
027900
028000 PROCEDURE DIVISION.
028100*****************************************************************
028200*    0000-MAINLINE                                              *
028300*****************************************************************
028400 0000-MAINLINE.
028500     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
028600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028700     PERFORM 2000-GATHER-REJECTS THRU 2000-EXIT.
028800     PERFORM 2100-GATHER-HOLDS THRU 2100-EXIT.
028900     PERFORM 2200-GATHER-HOLD-SUSPENSE THRU 2200-EXIT.
029000     PERFORM 2300-GATHER-RECYCLE-SUSPENSE THRU 2300-EXIT.
029100     PERFORM 3000-WRITE-NOTICES THRU 3000-EXIT.
029200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029300     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
029400     STOP RUN.
029500 0000-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*    1000-INITIALIZE - RUN OPTIONS, SUPPRESSION LIST, NOTICE    *
030000*    DATE, FILES.  THE SYSERR ARCHIVE AND THE MASTER ARE        *
030100*    REQUIRED; THE HOLD FILE AND THE TWO SUSPENSE REPORTS ARE   *
030200*    OPTIONAL (NOTHING HELD OR SUSPENDED THAT DAY).             *
030300*****************************************************************
030400 1000-INITIALIZE.
030500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
030600     MOVE SPACES TO WS-NOTIFY-FLAGS.
030700     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
030800     IF NOT WS-REASON-CARD-GIVEN
030900         MOVE "Y" TO WS-NOTIFY-FLAG(10)
031000     END-IF.
031100     PERFORM 1200-LOAD-SUPPRESSIONS THRU 1200-EXIT.
031200     PERFORM 1300-GET-NOTICE-DATE THRU 1300-EXIT.
031300
031400     OPEN INPUT MASTER-FILE.
031500     IF WS-MAST-FS NOT = "00"
031600         GO TO 1950-FATAL-FILE-ERROR
031700     END-IF.
031800
031900     OPEN OUTPUT NOTICE-FILE.
032000     IF WS-NTC-FS NOT = "00"
032100         GO TO 1950-FATAL-FILE-ERROR
032200     END-IF.
032300
032400     OPEN OUTPUT REPORT-FILE.
032500     IF WS-RPT-FS NOT = "00"
032600         GO TO 1950-FATAL-FILE-ERROR
032700     END-IF.
032800
032900     MOVE "CUSTOMER NOTICE EXTRACT"     TO WS-RPT-LABEL.
033000     MOVE SPACES                        TO WS-RPT-VALUE.
033100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
033200
033300     MOVE "NOTICE DATE"                 TO WS-RPT-LABEL.
033400     MOVE WS-NOTICE-DATE                TO WS-RPT-VALUE.
033500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
033600
033700     MOVE "CUSTOMERS SUPPRESSED"        TO WS-RPT-LABEL.
033800     MOVE WS-SUPP-COUNT                 TO WS-RPT-VALUE.
033900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
034000 1000-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400*    1100-LOAD-CONTROL-CARDS - REASON CODES TO NOTIFY.          *
034500*****************************************************************
034600 1100-LOAD-CONTROL-CARDS.
034700     OPEN INPUT NTCCARDS-FILE.
034800     IF WS-CARD-FS NOT = "00"
034900         GO TO 1100-EXIT
035000     END-IF.
035100
035200     READ NTCCARDS-FILE
035300         AT END
035400             SET WS-EOF TO TRUE
035500     END-READ.
035600     PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
035700         UNTIL WS-EOF.
035800     CLOSE NTCCARDS-FILE.
035900     SET WS-NOT-EOF TO TRUE.
036000 1100-EXIT.
036100     EXIT.
036200
036300 1110-APPLY-ONE-CARD.
036400     IF CTL-CARD-TEXT = SPACES
036500        OR CTL-CARD-TEXT(1:1) = "*"
036600         GO TO 1110-READ-NEXT
036700     END-IF.
036800
036900     MOVE SPACES TO WS-CARD-KEYWORD.
037000     MOVE SPACES TO WS-CARD-VALUE.
037100     UNSTRING CTL-CARD-TEXT DELIMITED BY "="
037200         INTO WS-CARD-KEYWORD
037300              WS-CARD-VALUE.
037400
037500     IF WS-CARD-KEYWORD = "REASON"
037600        AND WS-CARD-VALUE(1:2) NUMERIC
037700         MOVE WS-CARD-VALUE(1:2) TO WS-REASON-NUM
037800         IF WS-REASON-NUM > 00 AND WS-REASON-NUM < 13
037900             MOVE "Y" TO WS-NOTIFY-FLAG(WS-REASON-NUM)
038000             SET WS-REASON-CARD-GIVEN TO TRUE
038100         END-IF
038200     END-IF.
038300
038400 1110-READ-NEXT.
038500     READ NTCCARDS-FILE
038600         AT END
038700             SET WS-EOF TO TRUE
038800     END-READ.
038900 1110-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*    1200-LOAD-SUPPRESSIONS - BUFFER NTCSUPP.  A MISSING LIST   *
039400*    SUPPRESSES NOBODY; A LIST TOO LONG FOR THE TABLE IS FATAL  *
039500*    RATHER THAN MAILING A CUSTOMER WHO ASKED NOT TO BE.        *
039600*****************************************************************
039700 1200-LOAD-SUPPRESSIONS.
039800     OPEN INPUT NTCSUPP-FILE.
039900     IF WS-SUPP-FS NOT = "00"
040000         GO TO 1200-EXIT
040100     END-IF.
040200
040300     READ NTCSUPP-FILE
040400         AT END
040500             SET WS-EOF TO TRUE
040600     END-READ.
040700     PERFORM 1210-LOAD-ONE-SUPPRESSION THRU 1210-EXIT
040800         UNTIL WS-EOF.
040900     CLOSE NTCSUPP-FILE.
041000     SET WS-NOT-EOF TO TRUE.
041100 1200-EXIT.
041200     EXIT.
041300
041400 1210-LOAD-ONE-SUPPRESSION.
041500     IF NTCSUPP-RECORD = SPACES
041600        OR NTCSUPP-RECORD(1:1) = "*"
041700         GO TO 1210-READ-NEXT
041800     END-IF.
041900
042000     IF WS-SUPP-COUNT >= WS-MAX-SUPPS
042100         DISPLAY "NTCEXTR - NTCSUPP EXCEEDS "
042200                 WS-MAX-SUPPS " CUSTOMERS"
042300         GO TO 1950-FATAL-FILE-ERROR
042400     END-IF.
042500     ADD 1 TO WS-SUPP-COUNT.
042600     MOVE NTCSUPP-RECORD(1:12) TO WS-SUPP-ID(WS-SUPP-COUNT).
042700
042800 1210-READ-NEXT.
042900     READ NTCSUPP-FILE
043000         AT END
043100             SET WS-EOF TO TRUE
043200     END-READ.
043300 1210-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*    1300-GET-NOTICE-DATE - THE BUSINESS DATE JUST PROCESSED.   *
043800*    THIS JOB RUNS AFTER APP HAS ADVANCED RUNCTL, SO IT IS THE  *
043900*    LAST-RUN DATE.  NO RUNCTL (OR A ZERO DATE) FALLS BACK TO   *
044000*    TODAY.                                                     *
044100*****************************************************************
044200 1300-GET-NOTICE-DATE.
044300     MOVE WS-TODAY-DATE TO WS-NOTICE-DATE.
044400     OPEN INPUT RUNCTL-FILE.
044500     IF WS-RUNC-FS NOT = "00"
044600         GO TO 1300-EXIT
044700     END-IF.
044800     READ RUNCTL-FILE
044900         AT END
045000             CONTINUE
045100     END-READ.
045200     IF RUNC-LAST-RUN-DATE NUMERIC
045300        AND RUNC-LAST-RUN-DATE NOT = ZERO
045400         MOVE RUNC-LAST-RUN-DATE TO WS-NOTICE-DATE
045500     END-IF.
045600     CLOSE RUNCTL-FILE.
045700 1300-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100*    1950-FATAL-FILE-ERROR                                      *
046200*****************************************************************
046300 1950-FATAL-FILE-ERROR.
046400     MOVE 16 TO RETURN-CODE.
046500     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
046600     STOP RUN.
046700
046800*****************************************************************
046900*    2000-GATHER-REJECTS - THE RUN'S ARCHIVED SYSERR.  ONLY THE *
047000*    REASON CODES BEING NOTIFIED ARE TAKEN; THE REQUEST IMAGE   *
047100*    (REQREC LAYOUT) CARRIES THE CORRELATION ID.                *
047200*****************************************************************
047300 2000-GATHER-REJECTS.
047400     OPEN INPUT SYSERR-FILE.
047500     IF WS-SYSERR-FS NOT = "00"
047600         GO TO 1950-FATAL-FILE-ERROR
047700     END-IF.
047800
047900     READ SYSERR-FILE
048000         AT END
048100             SET WS-EOF TO TRUE
048200     END-READ.
048300     PERFORM 2010-GATHER-ONE-REJECT THRU 2010-EXIT
048400         UNTIL WS-EOF.
048500     CLOSE SYSERR-FILE.
048600     SET WS-NOT-EOF TO TRUE.
048700 2000-EXIT.
048800     EXIT.
048900
049000 2010-GATHER-ONE-REJECT.
049100     ADD 1 TO WS-REJECTS-READ.
049200     IF REJ-REASON-CODE NOT NUMERIC
049300         GO TO 2010-READ-NEXT
049400     END-IF.
049500     MOVE REJ-REASON-CODE TO WS-REASON-NUM.
049600     IF WS-REASON-NUM < 01 OR WS-REASON-NUM > 12
049700         GO TO 2010-READ-NEXT
049800     END-IF.
049900     IF WS-NOTIFY-FLAG(WS-REASON-NUM) NOT = "Y"
050000         GO TO 2010-READ-NEXT
050100     END-IF.
050200     IF REJ-RAW-RECORD(3:12) = SPACES
050300         GO TO 2010-READ-NEXT
050400     END-IF.
050500
050600     MOVE REJ-RAW-RECORD(3:12)          TO WS-NEW-CORRELATION-ID.
050700     MOVE "R"                           TO WS-NEW-SOURCE.
050800     MOVE WS-REASON-TEXT(WS-REASON-NUM) TO WS-NEW-REASON-TEXT.
050900     PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
051000     IF WS-SUPP-NOT-FOUND
051100         ADD 1 TO WS-REJECT-ITEMS
051200     END-IF.
051300
051400 2010-READ-NEXT.
051500     READ SYSERR-FILE
051600         AT END
051700             SET WS-EOF TO TRUE
051800     END-READ.
051900 2010-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*    2100-GATHER-HOLDS - THE WORKING HOLD FILE.  HLDRELSE       *
052400*    CONSUMES AND DELETES IT EVERY NIGHT BEFORE APPBATCH, SO    *
052500*    AFTER APPBATCH IT HOLDS ONLY THE DAY'S NEW HOLDS.          *
052600*****************************************************************
052700 2100-GATHER-HOLDS.
052800     OPEN INPUT HOLD-FILE.
052900     IF WS-HOLD-FS NOT = "00"
053000         GO TO 2100-EXIT
053100     END-IF.
053200
053300     READ HOLD-FILE
053400         AT END
053500             SET WS-EOF TO TRUE
053600     END-READ.
053700     PERFORM 2110-GATHER-ONE-HOLD THRU 2110-EXIT
053800         UNTIL WS-EOF.
053900     CLOSE HOLD-FILE.
054000     SET WS-NOT-EOF TO TRUE.
054100 2100-EXIT.
054200     EXIT.
054300
054400 2110-GATHER-ONE-HOLD.
054500     IF HLD-CORRELATION-ID = SPACES
054600         GO TO 2110-READ-NEXT
054700     END-IF.
054800
054900     MOVE HLD-CORRELATION-ID TO WS-NEW-CORRELATION-ID.
055000     MOVE "H"                TO WS-NEW-SOURCE.
055100     MOVE WS-TEXT-HELD       TO WS-NEW-REASON-TEXT.
055200     PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
055300     IF WS-SUPP-NOT-FOUND
055400         ADD 1 TO WS-HELD-ITEMS
055500     END-IF.
055600
055700 2110-READ-NEXT.
055800     READ HOLD-FILE
055900         AT END
056000             SET WS-EOF TO TRUE
056100     END-READ.
056200 2110-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*    2200-GATHER-HOLD-SUSPENSE - THE "SUSPENDED <ID>" LINES OF  *
056700*    HLDRPT (SEE HLDRELSE 2500-DROP-TO-SUSPENSE), WITH THE      *
056800*    SUSPENSE REASON IN THE VALUE COLUMN.                       *
056900*****************************************************************
057000 2200-GATHER-HOLD-SUSPENSE.
057100     OPEN INPUT HLDRPT-FILE.
057200     IF WS-HRPT-FS NOT = "00"
057300         GO TO 2200-EXIT
057400     END-IF.
057500
057600     READ HLDRPT-FILE
057700         AT END
057800             SET WS-EOF TO TRUE
057900     END-READ.
058000     PERFORM 2210-GATHER-ONE-HOLD-LINE THRU 2210-EXIT
058100         UNTIL WS-EOF.
058200     CLOSE HLDRPT-FILE.
058300     SET WS-NOT-EOF TO TRUE.
058400 2200-EXIT.
058500     EXIT.
058600
058700 2210-GATHER-ONE-HOLD-LINE.
058800     MOVE HLDRPT-RECORD TO WS-REPORT-WORK.
058900     PERFORM 2800-DECODE-SUSPENSE-LINE THRU 2800-EXIT.
059000     IF WS-NEW-CORRELATION-ID = SPACES
059100         GO TO 2210-READ-NEXT
059200     END-IF.
059300
059400     IF WS-RPT-VALUE = "HELD PAST AGE LIMIT"
059500         MOVE WS-TEXT-HELD-TOO-LONG TO WS-NEW-REASON-TEXT
059600     END-IF.
059700     PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
059800     IF WS-SUPP-NOT-FOUND
059900         ADD 1 TO WS-SUSPENSE-ITEMS
060000     END-IF.
060100
060200 2210-READ-NEXT.
060300     READ HLDRPT-FILE
060400         AT END
060500             SET WS-EOF TO TRUE
060600     END-READ.
060700 2210-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100*    2300-GATHER-RECYCLE-SUSPENSE - THE "SUSPENDED <ID>" LINES  *
061200*    OF RCYRPT (SEE REJRECYC 2400-SUSPEND-REJECT).              *
061300*****************************************************************
061400 2300-GATHER-RECYCLE-SUSPENSE.
061500     OPEN INPUT RCYRPT-FILE.
061600     IF WS-CRPT-FS NOT = "00"
061700         GO TO 2300-EXIT
061800     END-IF.
061900
062000     READ RCYRPT-FILE
062100         AT END
062200             SET WS-EOF TO TRUE
062300     END-READ.
062400     PERFORM 2310-GATHER-ONE-RECYCLE-LINE THRU 2310-EXIT
062500         UNTIL WS-EOF.
062600     CLOSE RCYRPT-FILE.
062700     SET WS-NOT-EOF TO TRUE.
062800 2300-EXIT.
062900     EXIT.
063000
063100 2310-GATHER-ONE-RECYCLE-LINE.
063200     MOVE RCYRPT-RECORD TO WS-REPORT-WORK.
063300     PERFORM 2800-DECODE-SUSPENSE-LINE THRU 2800-EXIT.
063400     IF WS-NEW-CORRELATION-ID = SPACES
063500         GO TO 2310-READ-NEXT
063600     END-IF.
063700
063800     IF WS-RPT-VALUE = "RECYCLE LIMIT REACHED"
063900         MOVE WS-TEXT-NOT-CORRECTED TO WS-NEW-REASON-TEXT
064000     END-IF.
064100     PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
064200     IF WS-SUPP-NOT-FOUND
064300         ADD 1 TO WS-SUSPENSE-ITEMS
064400     END-IF.
064500
064600 2310-READ-NEXT.
064700     READ RCYRPT-FILE
064800         AT END
064900             SET WS-EOF TO TRUE
065000     END-READ.
065100 2310-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*    2800-DECODE-SUSPENSE-LINE - A REPORT LINE IN WS-REPORT-    *
065600*    WORK.  A SUSPENSE LINE YIELDS ITS CORRELATION ID AND THE   *
065700*    GENERAL SUSPENSE TEXT (THE CALLER REFINES IT FOR THE       *
065800*    REASONS IT KNOWS); ANY OTHER LINE YIELDS A BLANK ID.       *
065900*****************************************************************
066000 2800-DECODE-SUSPENSE-LINE.
066100     MOVE SPACES TO WS-NEW-ITEM.
066200     IF WS-RPT-LABEL(1:10) NOT = "SUSPENDED "
066300         GO TO 2800-EXIT
066400     END-IF.
066500     MOVE WS-RPT-LABEL(11:12)   TO WS-NEW-CORRELATION-ID.
066600     MOVE "S"                   TO WS-NEW-SOURCE.
066700     MOVE WS-TEXT-NOT-COMPLETED TO WS-NEW-REASON-TEXT.
066800 2800-EXIT.
066900     EXIT.
067000
067100*****************************************************************
067200*    2900-ADD-ITEM - FILE WS-NEW-ITEM UNDER ITS CUSTOMER.  A    *
067300*    SUPPRESSED CUSTOMER'S ITEM IS ONLY COUNTED.  PAST THE 20   *
067400*    ITEMS A NOTICE LISTS, ITEMS ARE COUNTED BUT NOT KEPT.      *
067500*****************************************************************
067600 2900-ADD-ITEM.
067700     PERFORM 2910-FIND-SUPPRESSION THRU 2910-EXIT.
067800     IF WS-SUPP-FOUND
067900         ADD 1 TO WS-SUPPRESSED-ITEMS
068000         GO TO 2900-EXIT
068100     END-IF.
068200
068300     PERFORM 2920-FIND-CUSTOMER THRU 2920-EXIT.
068400     IF WS-CUST-NOT-FOUND
068500         IF WS-CUST-COUNT >= WS-MAX-CUSTS
068600             DISPLAY "NTCEXTR - MORE THAN " WS-MAX-CUSTS
068700                     " CUSTOMERS TO NOTIFY"
068800             GO TO 1950-FATAL-FILE-ERROR
068900         END-IF
069000         ADD 1 TO WS-CUST-COUNT
069100         MOVE WS-CUST-COUNT TO WS-HIT-IDX
069200         MOVE WS-NEW-CORRELATION-ID TO WS-CUST-ID(WS-HIT-IDX)
069300         MOVE ZERO TO WS-CUST-ITEM-COUNT(WS-HIT-IDX)
069400         MOVE ZERO TO WS-CUST-ITEMS-LISTED(WS-HIT-IDX)
069500     END-IF.
069600
069700     ADD 1 TO WS-TOTAL-ITEMS.
069800     IF WS-CUST-ITEM-COUNT(WS-HIT-IDX) < 999
069900         ADD 1 TO WS-CUST-ITEM-COUNT(WS-HIT-IDX)
070000     END-IF.
070100     IF WS-CUST-ITEMS-LISTED(WS-HIT-IDX) < 20
070200         ADD 1 TO WS-CUST-ITEMS-LISTED(WS-HIT-IDX)
070300         MOVE WS-CUST-ITEMS-LISTED(WS-HIT-IDX) TO WS-ITEM-IDX
070400         MOVE WS-NEW-CORRELATION-ID
070500             TO WS-CITM-CORRELATION-ID(WS-HIT-IDX, WS-ITEM-IDX)
070600         MOVE WS-NEW-SOURCE
070700             TO WS-CITM-SOURCE(WS-HIT-IDX, WS-ITEM-IDX)
070800         MOVE WS-NEW-REASON-TEXT
070900             TO WS-CITM-REASON-TEXT(WS-HIT-IDX, WS-ITEM-IDX)
071000     END-IF.
071100 2900-EXIT.
071200     EXIT.
071300
071400 2910-FIND-SUPPRESSION.
071500     SET WS-SUPP-NOT-FOUND TO TRUE.
071600     PERFORM 2915-CHECK-ONE-SUPPRESSION THRU 2915-EXIT
071700         VARYING WS-SUPP-IDX FROM 1 BY 1
071800         UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
071900            OR WS-SUPP-FOUND.
072000 2910-EXIT.
072100     EXIT.
072200
072300 2915-CHECK-ONE-SUPPRESSION.
072400     IF WS-SUPP-ID(WS-SUPP-IDX) = WS-NEW-CORRELATION-ID
072500         SET WS-SUPP-FOUND TO TRUE
072600     END-IF.
072700 2915-EXIT.
072800     EXIT.
072900
073000 2920-FIND-CUSTOMER.
073100     SET WS-CUST-NOT-FOUND TO TRUE.
073200     MOVE ZERO TO WS-HIT-IDX.
073300     PERFORM 2925-CHECK-ONE-CUSTOMER THRU 2925-EXIT
073400         VARYING WS-CUST-IDX FROM 1 BY 1
073500         UNTIL WS-CUST-IDX > WS-CUST-COUNT
073600            OR WS-CUST-FOUND.
073700 2920-EXIT.
073800     EXIT.
073900
074000 2925-CHECK-ONE-CUSTOMER.
074100     IF WS-CUST-ID(WS-CUST-IDX) = WS-NEW-CORRELATION-ID
074200         SET WS-CUST-FOUND TO TRUE
074300         MOVE WS-CUST-IDX TO WS-HIT-IDX
074400     END-IF.
074500 2925-EXIT.
074600     EXIT.
074700
074800*****************************************************************
074900*    3000-WRITE-NOTICES - ONE NOTICE PER CUSTOMER GATHERED.  A  *
075000*    CUSTOMER NO LONGER ON THE MASTER CANNOT BE ADDRESSED; IT   *
075100*    IS LISTED ON THE REPORT FOR THE ACCOUNT MANAGERS INSTEAD.  *
075200*****************************************************************
075300 3000-WRITE-NOTICES.
075400     MOVE "NOTICES"                     TO WS-RPT-LABEL.
075500     MOVE SPACES                        TO WS-RPT-VALUE.
075600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
075700
075800     PERFORM 3100-WRITE-ONE-NOTICE THRU 3100-EXIT
075900         VARYING WS-CUST-IDX FROM 1 BY 1
076000         UNTIL WS-CUST-IDX > WS-CUST-COUNT.
076100 3000-EXIT.
076200     EXIT.
076300
076400 3100-WRITE-ONE-NOTICE.
076500     MOVE WS-CUST-ID(WS-CUST-IDX) TO MAST-CORRELATION-ID.
076600     READ MASTER-FILE
076700         KEY IS MAST-CORRELATION-ID
076800         INVALID KEY
076900             SET WS-CUST-NOT-FOUND TO TRUE
077000         NOT INVALID KEY
077100             SET WS-CUST-FOUND TO TRUE
077200     END-READ.
077300
077400     MOVE WS-CUST-ITEM-COUNT(WS-CUST-IDX) TO WS-EDIT-COUNT.
077500     MOVE SPACES TO WS-RPT-LABEL.
077600     MOVE SPACES TO WS-RPT-VALUE.
077700     IF WS-CUST-NOT-FOUND
077800         ADD 1 TO WS-NOT-ON-MASTER
077900         STRING "NOT ON MASTER " DELIMITED BY SIZE
078000                WS-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE
078100             INTO WS-RPT-LABEL
078200         STRING WS-EDIT-COUNT DELIMITED BY SIZE
078300                " REQUESTS - NO NOTICE SENT" DELIMITED BY SIZE
078400             INTO WS-RPT-VALUE
078500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
078600         GO TO 3100-EXIT
078700     END-IF.
078800
078900     MOVE SPACES                  TO NOTICE-RECORD.
079000     MOVE WS-CUST-ID(WS-CUST-IDX) TO NTC-CORRELATION-ID.
079100     MOVE MAST-CUSTOMER-NAME      TO NTC-CUSTOMER-NAME.
079200     MOVE WS-NOTICE-DATE          TO NTC-NOTICE-DATE.
079300     MOVE WS-CUST-ITEM-COUNT(WS-CUST-IDX)   TO NTC-ITEM-COUNT.
079400     MOVE WS-CUST-ITEMS-LISTED(WS-CUST-IDX) TO NTC-ITEMS-LISTED.
079500     PERFORM 3110-MOVE-ONE-ITEM THRU 3110-EXIT
079600         VARYING WS-ITEM-IDX FROM 1 BY 1
079700         UNTIL WS-ITEM-IDX > WS-CUST-ITEMS-LISTED(WS-CUST-IDX).
079800     WRITE NOTICE-RECORD.
079900     ADD 1 TO WS-NOTICE-COUNT.
080000
080100     STRING "NOTICE " DELIMITED BY SIZE
080200            WS-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE
080300         INTO WS-RPT-LABEL.
080400     STRING WS-EDIT-COUNT DELIMITED BY SIZE
080500            " REQUESTS  " DELIMITED BY SIZE
080600            MAST-CUSTOMER-NAME DELIMITED BY SIZE
080700         INTO WS-RPT-VALUE.
080800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
080900 3100-EXIT.
081000     EXIT.
081100
081200 3110-MOVE-ONE-ITEM.
081300     MOVE WS-CITM-CORRELATION-ID(WS-CUST-IDX, WS-ITEM-IDX)
081400         TO NTC-ITEM-CORRELATION-ID(WS-ITEM-IDX).
081500     MOVE WS-CITM-SOURCE(WS-CUST-IDX, WS-ITEM-IDX)
081600         TO NTC-ITEM-SOURCE(WS-ITEM-IDX).
081700     MOVE WS-CITM-REASON-TEXT(WS-CUST-IDX, WS-ITEM-IDX)
081800         TO NTC-ITEM-REASON-TEXT(WS-ITEM-IDX).
081900 3110-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300*    8000-WRITE-REPORT-LINE                                     *
082400*****************************************************************
082500 8000-WRITE-REPORT-LINE.
082600     MOVE SPACES       TO REPORT-FILE-RECORD.
082700     MOVE WS-RPT-LABEL TO RPT-LABEL.
082800     MOVE WS-RPT-VALUE TO RPT-VALUE.
082900     WRITE REPORT-FILE-RECORD.
083000 8000-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400*    9000-TERMINATE - TOTALS, CLOSE EVERYTHING.                 *
083500*****************************************************************
083600 9000-TERMINATE.
083700     MOVE "SYSERR REJECTS READ"         TO WS-RPT-LABEL.
083800     MOVE WS-REJECTS-READ               TO WS-RPT-VALUE.
083900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
084000
084100     MOVE "REJECTED REQUESTS NOTIFIED"  TO WS-RPT-LABEL.
084200     MOVE WS-REJECT-ITEMS               TO WS-RPT-VALUE.
084300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
084400
084500     MOVE "HELD REQUESTS NOTIFIED"      TO WS-RPT-LABEL.
084600     MOVE WS-HELD-ITEMS                 TO WS-RPT-VALUE.
084700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
084800
084900     MOVE "SUSPENSE REQUESTS NOTIFIED"  TO WS-RPT-LABEL.
085000     MOVE WS-SUSPENSE-ITEMS             TO WS-RPT-VALUE.
085100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
085200
085300     MOVE "REQUESTS SUPPRESSED"         TO WS-RPT-LABEL.
085400     MOVE WS-SUPPRESSED-ITEMS           TO WS-RPT-VALUE.
085500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
085600
085700     MOVE "NOTICES WRITTEN"             TO WS-RPT-LABEL.
085800     MOVE WS-NOTICE-COUNT               TO WS-RPT-VALUE.
085900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
086000
086100     MOVE "CUSTOMERS NOT ON MASTER"     TO WS-RPT-LABEL.
086200     MOVE WS-NOT-ON-MASTER              TO WS-RPT-VALUE.
086300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
086400
086500     CLOSE MASTER-FILE.
086600     CLOSE NOTICE-FILE.
086700     CLOSE REPORT-FILE.
086800
086900     IF WS-NOT-ON-MASTER > ZERO
087000         MOVE 04 TO RETURN-CODE
087100     END-IF.
087200 9000-EXIT.
087300     EXIT.
087400
087500*****************************************************************
087600*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
087700*****************************************************************
087800 9800-LEDGER-START.
087900     MOVE "S" TO WS-LDG-EVENT.
088000     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
088100 9800-EXIT.
088200     EXIT.
088300
088400*****************************************************************
088500*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
088600*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
088700*****************************************************************
088800 9810-LEDGER-END.
088900     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
089000     MOVE "ITEMS   " TO WS-LDG-COUNT-LABEL(1).
089100     MOVE WS-TOTAL-ITEMS TO WS-LDG-COUNT-VALUE(1).
089200     MOVE "NOTICES " TO WS-LDG-COUNT-LABEL(2).
089300     MOVE WS-NOTICE-COUNT TO WS-LDG-COUNT-VALUE(2).
089400     MOVE "SUPPRESS" TO WS-LDG-COUNT-LABEL(3).
089500     MOVE WS-SUPPRESSED-ITEMS TO WS-LDG-COUNT-VALUE(3).
089600     MOVE "E" TO WS-LDG-EVENT.
089700     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
089800     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
089900 9810-EXIT.
090000     EXIT.
090100
090200 9820-CALL-LEDGER.
090300     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
090400                           WS-LDG-EVENT
090500                           WS-LDG-BASIS
090600                           WS-LDG-RETURN-CODE
090700                           WS-LDG-COUNTS.
090800 9820-EXIT.
090900     EXIT.
