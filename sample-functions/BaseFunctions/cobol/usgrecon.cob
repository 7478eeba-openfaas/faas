000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. USGRECON.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - BILLING ASSURANCE CHECK  *
001100*                    OF THE CUSTMAST METERED COUNTERS AGAINST   *
001200*                    THE AUDIT ARCHIVE, RUN IN USAGEXT AHEAD OF *
001300*                    MSTRUSEX.  MAST-REQUEST-COUNT AND          *
001400*                    MAST-REJECT-COUNT ARE STEPPED BY MSTRLKUP  *
001500*                    OR MSTRSCAN DEPENDING ON THE LOOKUP MODE,  *
001600*                    AND NOTHING PROVED THEM BEFORE THEY WERE   *
001700*                    BILLED.  THIS PROGRAM RECOUNTS EACH        *
001800*                    CUSTOMER'S LOOKUP EVENTS FROM THE          *
001900*                    ARCHIVED AUDITLOG GENERATIONS ON AUDARCH   *
002000*                    AND PRINTS A VARIANCE REPORT BY CUSTOMER.  *
002100*                    SEE JCL/USAGEXT.JCL.                       *
002120*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002140*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002160*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002180*                    FOR THE MORNING JOBSTAT REPORT.            *
002186*    2026-10-15  RH  RENAMED REQREC'S NEW PARTITION STAMP       *
002192*                    FIELDS IN THE DECODED-REQUEST COPY.        *
002200*                                                                *
002300*    WHAT IS RECOUNTED ("LK" EVENTS ONLY - NOTHING ELSE IS      *
002400*    METERED):                                                  *
002500*        PROCESSED               +1 REQUESTS                    *
002600*        REVERSED                -1 REQUESTS (SEE MSTRREVS)     *
002700*        HELD                    +1 REJECTS                     *
002800*        REJECTED, REASON 07/10  +1 REJECTS (SUSPENDED, OVER    *
002900*                                LIMIT - THE ONLY REJECTS THE   *
003000*                                MASTER IS STEPPED FOR)         *
003100*    A REJECTED EVENT WITH NO REASON CODE COMES FROM AN ARCHIVE *
003200*    CUT BEFORE AUD-REASON-CODE EXISTED; IT CANNOT BE PLACED,   *
003300*    IS NOT COUNTED, AND IS TOTALLED ON THE REPORT SO THE       *
003400*    REJECT VARIANCES FOR SUCH A PERIOD ARE READ WITH CARE.     *
003500*                                                                *
003600*    CONTROL CARDS (RCNCARDS, KEYWORD=VALUE, SEE CTLCREC):       *
003700*        THRESHOLD=NNNNNN  LARGEST VARIANCE (EITHER COUNTER,    *
003800*                          EITHER DIRECTION) TOLERATED FOR ONE  *
003900*                          CUSTOMER.  DEFAULT 000000.           *
004000*        FROM=CCYYMMDD     FIRST AUDIT DATE IN THE PERIOD - THE *
004100*                          DAY AFTER THE LAST RESET=Y RUN.      *
004200*                          DEFAULT: THE WHOLE CONCATENATION.    *
004300*        TO=CCYYMMDD       LAST AUDIT DATE IN THE PERIOD.       *
004400*                          DEFAULT: THE WHOLE CONCATENATION.    *
004500*                                                                *
004600*    RETURN CODES:                                              *
004700*      00  EVERY CUSTOMER AGREES WITH THE ARCHIVE.              *
004800*      04  VARIANCES, ALL WITHIN THE THRESHOLD.                 *
004900*      08  A VARIANCE EXCEEDS THE THRESHOLD - HOLD THE EXTRACT  *
005000*          (AND ANY RESET=Y) UNTIL IT IS EXPLAINED.             *
005100*      16  A FILE DID NOT OPEN OR THE MASTER DID NOT FIT THE    *
005200*          CUSTOMER TABLE.                                      *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT MASTER-FILE ASSIGN TO "CUSTMAST"
005800         ORGANIZATION INDEXED
005900         ACCESS MODE SEQUENTIAL
006000         RECORD KEY MAST-CORRELATION-ID
006100         FILE STATUS WS-MAST-FS.
006200
006300     SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS WS-ARCH-FS.
006600
006700     SELECT RCNCARDS-FILE ASSIGN TO "RCNCARDS"
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS WS-CARD-FS.
007000
007100     SELECT REPORT-FILE ASSIGN TO "RCNRPT"
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS WS-RPT-FS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  MASTER-FILE.
007800 01  MASTER-RECORD.
007900     COPY MASTREC.
008000
008100 FD  AUDARCH-FILE.
008200 01  AUDARCH-RECORD.
008300     COPY AUDITREC.
008400
008500 FD  RCNCARDS-FILE.
008600 01  RCNCARDS-RECORD.
008700     COPY CTLCREC.
008800
008900 FD  REPORT-FILE.
009000 01  REPORT-FILE-RECORD.
009100     COPY RPTREC.
009200
009300 WORKING-STORAGE SECTION.
009400*****************************************************************
009500*    DECODED ARCHIVE DETAIL - AUD-DETAIL CARRIES THE RAW        *
009600*    REQUEST IMAGE FOR THE PER-RECORD EVENTS (SEE AUDRPT).      *
009700*****************************************************************
009800 01  WS-DECODED-REQUEST.
009900     COPY REQREC
010000     REPLACING ==REQ-TYPE-CODE== BY ==DRQ-TYPE-CODE==
010100     ==REQ-TYPE-ECHO== BY ==DRQ-TYPE-ECHO==
010200     ==REQ-TYPE-LOOKUP== BY ==DRQ-TYPE-LOOKUP==
010300     ==REQ-TYPE-UPDATE== BY ==DRQ-TYPE-UPDATE==
010400     ==REQ-TYPE-CONTINUATION== BY ==DRQ-TYPE-CONTINUATION==
010500     ==REQ-TYPE-REVERSAL== BY ==DRQ-TYPE-REVERSAL==
010600     ==REQ-TYPE-BATCH-HEADER== BY ==DRQ-TYPE-BATCH-HEADER==
010700     ==REQ-TYPE-BATCH-TRAILER== BY ==DRQ-TYPE-BATCH-TRAILER==
010800     ==REQ-DETAIL-DATA== BY ==DRQ-DETAIL-DATA==
010900     ==REQ-CORRELATION-ID== BY ==DRQ-CORRELATION-ID==
011000     ==REQ-PAYLOAD-LENGTH== BY ==DRQ-PAYLOAD-LENGTH==
011100     ==REQ-PAYLOAD-BODY== BY ==DRQ-PAYLOAD-BODY==
011200     ==REQ-HEADER-DATA== BY ==DRQ-HEADER-DATA==
011300     ==REQ-HDR-BATCH-ID== BY ==DRQ-HDR-BATCH-ID==
011400     ==REQ-HDR-BUSINESS-DATE== BY ==DRQ-HDR-BUSINESS-DATE==
011433     ==REQ-HDR-PARTITION-NO== BY ==DRQ-HDR-PARTITION-NO==
011466     ==REQ-HDR-PARTITION-COUNT== BY ==DRQ-HDR-PARTITION-COUNT==
011500     ==REQ-TRAILER-DATA== BY ==DRQ-TRAILER-DATA==
011600     ==REQ-TRL-RECORD-COUNT== BY ==DRQ-TRL-RECORD-COUNT==
011700     ==REQ-TRL-HASH-TOTAL== BY ==DRQ-TRL-HASH-TOTAL==.
011800
011900*****************************************************************
012000*    SWITCHES AND STATUS CODES                                 *
012100*****************************************************************
012200 77  WS-EOF-SW                       PIC X(01) VALUE "N".
012300     88  WS-EOF                          VALUE "Y".
012400     88  WS-NOT-EOF                      VALUE "N".
012500 77  WS-CUST-FOUND-SW                PIC X(01) VALUE "N".
012600     88  WS-CUST-FOUND                   VALUE "Y".
012700     88  WS-CUST-NOT-FOUND               VALUE "N".
012800 77  WS-OVER-SW                      PIC X(01) VALUE "N".
012900     88  WS-CUST-OVER-THRESHOLD          VALUE "Y".
013000     88  WS-CUST-WITHIN-THRESHOLD        VALUE "N".
013100 77  WS-MAST-FS                      PIC X(02) VALUE "00".
013200 77  WS-ARCH-FS                      PIC X(02) VALUE "00".
013300 77  WS-CARD-FS                      PIC X(02) VALUE "00".
013400 77  WS-RPT-FS                       PIC X(02) VALUE "00".
013500
013600*****************************************************************
013700*    RUN OPTIONS (CONTROL CARDS)                                *
013800*****************************************************************
013900 77  WS-THRESHOLD                    PIC 9(06) VALUE ZERO.
014000 77  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
014100 77  WS-TO-DATE                      PIC 9(08) VALUE 99999999.
014200 77  WS-EVENT-DATE                   PIC X(08) VALUE SPACES.
014300
014400*****************************************************************
014500*    COUNTERS AND TOTALS                                       *
014600*****************************************************************
014700 77  WS-EVENTS-READ                  PIC 9(09) VALUE ZERO.
014800 77  WS-EVENTS-COUNTED               PIC 9(09) VALUE ZERO.
014900 77  WS-EVENTS-OUT-OF-PERIOD         PIC 9(09) VALUE ZERO.
015000 77  WS-UNCODED-REJECTS              PIC 9(09) VALUE ZERO.
015100 77  WS-NOT-ON-MASTER                PIC 9(09) VALUE ZERO.
015200 77  WS-AGREED-COUNT                 PIC 9(06) VALUE ZERO.
015300 77  WS-VARIANCE-COUNT               PIC 9(06) VALUE ZERO.
015400 77  WS-OVER-COUNT                   PIC 9(06) VALUE ZERO.
015500 77  WS-REQ-VARIANCE                 PIC S9(07) VALUE ZERO.
015600 77  WS-REJ-VARIANCE                 PIC S9(07) VALUE ZERO.
015700 77  WS-ABS-VARIANCE                 PIC 9(07) VALUE ZERO.
015800 77  WS-EDIT-MASTER                  PIC 9(06) VALUE ZERO.
015900 77  WS-EDIT-ARCHIVE                 PIC +9(06).
016000 77  WS-EDIT-VARIANCE                PIC +9(06).
016100 77  WS-EDIT-COUNTER                 PIC X(08) VALUE SPACES.
016200
016300*****************************************************************
016400*    CUSTOMER TABLE - ONE ENTRY PER CUSTMAST RECORD, IN KEY     *
016500*    ORDER, WITH THE MASTER'S COUNTERS AND THE ARCHIVE RECOUNT. *
016600*****************************************************************
016700 77  WS-MAX-CUSTS                    PIC 9(05) VALUE 05000.
016800 77  WS-CUST-COUNT                   PIC 9(05) VALUE ZERO.
016900 77  WS-CUST-IDX                     PIC 9(05) VALUE ZERO.
017000 77  WS-HIT-IDX                      PIC 9(05) VALUE ZERO.
017100 01  WS-CUSTOMER-TABLE.
017200     05  WS-CUST-TBL OCCURS 5000 TIMES.
017300         10  WS-CUST-ID                  PIC X(12).
017400         10  WS-CUST-MAST-REQUESTS       PIC 9(06).
017500         10  WS-CUST-MAST-REJECTS        PIC 9(06).
017600         10  WS-CUST-AUD-REQUESTS        PIC S9(07).
017700         10  WS-CUST-AUD-REJECTS         PIC S9(07).
017800
017900 01  WS-CARD-WORK.
018000     05  WS-CARD-KEYWORD                 PIC X(12).
018100     05  WS-CARD-VALUE                   PIC X(64).
018200
018300 01  WS-REPORT-WORK.
018400     05  WS-RPT-LABEL                    PIC X(30).
018500     05  WS-RPT-VALUE                    PIC X(50).
018507
018514*****************************************************************
018521*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
018528*****************************************************************
018535 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "USGRECON".
018542 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
018549 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
018556 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
018563 01  WS-LDG-COUNTS.
018570     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
018577         10  WS-LDG-COUNT-LABEL          PIC X(08).
018584         10  WS-LDG-COUNT-VALUE          PIC 9(09).
018600
018700 PROCEDURE DIVISION.
018800*****************************************************************
018900*    0000-MAINLINE                                              *
019000*****************************************************************
019100 0000-MAINLINE.
019150     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 2000-RECOUNT-ARCHIVE THRU 2000-EXIT.
019400     PERFORM 3000-COMPARE-COUNTERS THRU 3000-EXIT.
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019550     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
019600     STOP RUN.
019700 0000-EXIT.
019800     EXIT.
019900
020000*****************************************************************
020100*    1000-INITIALIZE - LOAD THE RUN OPTIONS AND THE CUSTOMER    *
020200*    TABLE, OPEN THE ARCHIVE AND THE REPORT.  A MISSING MASTER  *
020300*    OR ARCHIVE IS FATAL - THERE WOULD BE NOTHING TO PROVE.     *
020400*****************************************************************
020500 1000-INITIALIZE.
020600     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
020700     PERFORM 1200-LOAD-CUSTOMERS THRU 1200-EXIT.
020800
020900     OPEN INPUT AUDARCH-FILE.
021000     IF WS-ARCH-FS NOT = "00"
021100         GO TO 1950-FATAL-FILE-ERROR
021200     END-IF.
021300
021400     OPEN OUTPUT REPORT-FILE.
021500     IF WS-RPT-FS NOT = "00"
021600         GO TO 1950-FATAL-FILE-ERROR
021700     END-IF.
021800
021900     MOVE "USAGE RECONCILIATION REPORT" TO WS-RPT-LABEL.
022000     MOVE SPACES                        TO WS-RPT-VALUE.
022100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
022200
022300     MOVE "PERIOD FROM"                 TO WS-RPT-LABEL.
022400     MOVE WS-FROM-DATE                  TO WS-RPT-VALUE.
022500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
022600
022700     MOVE "PERIOD TO"                   TO WS-RPT-LABEL.
022800     MOVE WS-TO-DATE                    TO WS-RPT-VALUE.
022900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
023000
023100     MOVE "VARIANCE THRESHOLD"          TO WS-RPT-LABEL.
023200     MOVE WS-THRESHOLD                  TO WS-RPT-VALUE.
023300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
023400 1000-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800*    1100-LOAD-CONTROL-CARDS - THRESHOLD AND PERIOD WINDOW.     *
023900*****************************************************************
024000 1100-LOAD-CONTROL-CARDS.
024100     OPEN INPUT RCNCARDS-FILE.
024200     IF WS-CARD-FS NOT = "00"
024300         GO TO 1100-EXIT
024400     END-IF.
024500
024600     READ RCNCARDS-FILE
024700         AT END
024800             SET WS-EOF TO TRUE
024900     END-READ.
025000     PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
025100         UNTIL WS-EOF.
025200     CLOSE RCNCARDS-FILE.
025300     SET WS-NOT-EOF TO TRUE.
025400 1100-EXIT.
025500     EXIT.
025600
025700 1110-APPLY-ONE-CARD.
025800     IF CTL-CARD-TEXT = SPACES
025900        OR CTL-CARD-TEXT(1:1) = "*"
026000         GO TO 1110-READ-NEXT
026100     END-IF.
026200
026300     MOVE SPACES TO WS-CARD-KEYWORD.
026400     MOVE SPACES TO WS-CARD-VALUE.
026500     UNSTRING CTL-CARD-TEXT DELIMITED BY "="
026600         INTO WS-CARD-KEYWORD
026700              WS-CARD-VALUE.
026800
026900     IF WS-CARD-KEYWORD = "THRESHOLD"
027000        AND WS-CARD-VALUE(1:6) NUMERIC
027100         MOVE WS-CARD-VALUE(1:6) TO WS-THRESHOLD
027200     END-IF.
027300
027400     IF WS-CARD-KEYWORD = "FROM"
027500        AND WS-CARD-VALUE(1:8) NUMERIC
027600         MOVE WS-CARD-VALUE(1:8) TO WS-FROM-DATE
027700     END-IF.
027800
027900     IF WS-CARD-KEYWORD = "TO"
028000        AND WS-CARD-VALUE(1:8) NUMERIC
028100         MOVE WS-CARD-VALUE(1:8) TO WS-TO-DATE
028200     END-IF.
028300
028400 1110-READ-NEXT.
028500     READ RCNCARDS-FILE
028600         AT END
028700             SET WS-EOF TO TRUE
028800     END-READ.
028900 1110-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*    1200-LOAD-CUSTOMERS - ONE SEQUENTIAL PASS OF CUSTMAST.  A  *
029400*    MASTER THAT DOES NOT FIT THE TABLE IS FATAL RATHER THAN    *
029500*    LEAVING CUSTOMERS UNPROVED.                                *
029600*****************************************************************
029700 1200-LOAD-CUSTOMERS.
029800     OPEN INPUT MASTER-FILE.
029900     IF WS-MAST-FS NOT = "00"
030000         GO TO 1950-FATAL-FILE-ERROR
030100     END-IF.
030200
030300     READ MASTER-FILE NEXT RECORD
030400         AT END
030500             SET WS-EOF TO TRUE
030600     END-READ.
030700     PERFORM 1210-LOAD-ONE-CUSTOMER THRU 1210-EXIT
030800         UNTIL WS-EOF.
030900     CLOSE MASTER-FILE.
031000     SET WS-NOT-EOF TO TRUE.
031100 1200-EXIT.
031200     EXIT.
031300
031400 1210-LOAD-ONE-CUSTOMER.
031500     IF WS-CUST-COUNT >= WS-MAX-CUSTS
031600         DISPLAY "USGRECON - CUSTMAST EXCEEDS "
031700                 WS-MAX-CUSTS " CUSTOMERS"
031800         GO TO 1950-FATAL-FILE-ERROR
031900     END-IF.
032000     ADD 1 TO WS-CUST-COUNT.
032100     MOVE MAST-CORRELATION-ID TO WS-CUST-ID(WS-CUST-COUNT).
032200     MOVE ZERO TO WS-CUST-MAST-REQUESTS(WS-CUST-COUNT).
032300     MOVE ZERO TO WS-CUST-MAST-REJECTS(WS-CUST-COUNT).
032400     IF MAST-REQUEST-COUNT NUMERIC
032500         MOVE MAST-REQUEST-COUNT
032600             TO WS-CUST-MAST-REQUESTS(WS-CUST-COUNT)
032700     END-IF.
032800     IF MAST-REJECT-COUNT NUMERIC
032900         MOVE MAST-REJECT-COUNT
033000             TO WS-CUST-MAST-REJECTS(WS-CUST-COUNT)
033100     END-IF.
033200     MOVE ZERO TO WS-CUST-AUD-REQUESTS(WS-CUST-COUNT).
033300     MOVE ZERO TO WS-CUST-AUD-REJECTS(WS-CUST-COUNT).
033400
033500     READ MASTER-FILE NEXT RECORD
033600         AT END
033700             SET WS-EOF TO TRUE
033800     END-READ.
033900 1210-EXIT.
034000     EXIT.
034100
034200 1950-FATAL-FILE-ERROR.
034300     MOVE 16 TO RETURN-CODE.
034350     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
034400     STOP RUN.
034500
034600*****************************************************************
034700*    2000-RECOUNT-ARCHIVE - ONE PASS OVER THE CONCATENATED      *
034800*    ARCHIVE GENERATIONS.                                       *
034900*****************************************************************
035000 2000-RECOUNT-ARCHIVE.
035100     READ AUDARCH-FILE
035200         AT END
035300             SET WS-EOF TO TRUE
035400     END-READ.
035500     PERFORM 2100-COUNT-ONE-EVENT THRU 2100-EXIT
035600         UNTIL WS-EOF.
035700 2000-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*    2100-COUNT-ONE-EVENT - KEEP ONLY THE PERIOD'S METERED "LK" *
036200*    EVENTS AND POST EACH TO ITS CUSTOMER.                      *
036300*****************************************************************
036400 2100-COUNT-ONE-EVENT.
036500     ADD 1 TO WS-EVENTS-READ.
036600
036700     IF AUD-EVENT-TYPE NOT = "PROCESSED "
036800        AND AUD-EVENT-TYPE NOT = "REVERSED  "
036900        AND AUD-EVENT-TYPE NOT = "HELD      "
037000        AND AUD-EVENT-TYPE NOT = "REJECTED  "
037100         GO TO 2100-READ-NEXT
037200     END-IF.
037300
037400     MOVE AUD-DETAIL TO WS-DECODED-REQUEST.
037500     IF NOT DRQ-TYPE-LOOKUP
037600         GO TO 2100-READ-NEXT
037700     END-IF.
037800
037900     MOVE AUD-TIMESTAMP(1:8) TO WS-EVENT-DATE.
038000     IF WS-EVENT-DATE NOT NUMERIC
038100        OR WS-EVENT-DATE < WS-FROM-DATE
038200        OR WS-EVENT-DATE > WS-TO-DATE
038300         ADD 1 TO WS-EVENTS-OUT-OF-PERIOD
038400         GO TO 2100-READ-NEXT
038500     END-IF.
038600
038700     IF AUD-EVENT-TYPE = "REJECTED  "
038800         IF AUD-REASON-CODE = SPACES
038900             ADD 1 TO WS-UNCODED-REJECTS
039000             GO TO 2100-READ-NEXT
039100         END-IF
039200         IF AUD-REASON-CODE NOT = "07"
039300            AND AUD-REASON-CODE NOT = "10"
039400             GO TO 2100-READ-NEXT
039500         END-IF
039600     END-IF.
039700
039800     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
039900     IF WS-CUST-NOT-FOUND
040000         ADD 1 TO WS-NOT-ON-MASTER
040100         GO TO 2100-READ-NEXT
040200     END-IF.
040300
040400     ADD 1 TO WS-EVENTS-COUNTED.
040500     IF AUD-EVENT-TYPE = "PROCESSED "
040600         ADD 1 TO WS-CUST-AUD-REQUESTS(WS-HIT-IDX)
040700     ELSE
040800         IF AUD-EVENT-TYPE = "REVERSED  "
040900             SUBTRACT 1 FROM WS-CUST-AUD-REQUESTS(WS-HIT-IDX)
041000         ELSE
041100             ADD 1 TO WS-CUST-AUD-REJECTS(WS-HIT-IDX)
041200         END-IF
041300     END-IF.
041400
041500 2100-READ-NEXT.
041600     READ AUDARCH-FILE
041700         AT END
041800             SET WS-EOF TO TRUE
041900     END-READ.
042000 2100-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*    2200-FIND-CUSTOMER - SERIAL SEARCH OF WS-CUST-TBL ON THE   *
042500*    DECODED CORRELATION ID, SETTING WS-HIT-IDX.                *
042600*****************************************************************
042700 2200-FIND-CUSTOMER.
042800     SET WS-CUST-NOT-FOUND TO TRUE.
042900     PERFORM 2210-CHECK-ONE-CUSTOMER THRU 2210-EXIT
043000         VARYING WS-CUST-IDX FROM 1 BY 1
043100         UNTIL WS-CUST-IDX > WS-CUST-COUNT
043200            OR WS-CUST-FOUND.
043300 2200-EXIT.
043400     EXIT.
043500
043600 2210-CHECK-ONE-CUSTOMER.
043700     IF WS-CUST-ID(WS-CUST-IDX) = DRQ-CORRELATION-ID
043800         SET WS-CUST-FOUND TO TRUE
043900         MOVE WS-CUST-IDX TO WS-HIT-IDX
044000     END-IF.
044100 2210-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    3000-COMPARE-COUNTERS - ONE PASS OF THE CUSTOMER TABLE.    *
044600*    ONLY CUSTOMERS WITH A VARIANCE ARE LISTED.                 *
044700*****************************************************************
044800 3000-COMPARE-COUNTERS.
044900     MOVE "CUSTOMER VARIANCES" TO WS-RPT-LABEL.
045000     MOVE SPACES               TO WS-RPT-VALUE.
045100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
045200
045300     PERFORM 3100-COMPARE-ONE-CUSTOMER THRU 3100-EXIT
045400         VARYING WS-CUST-IDX FROM 1 BY 1
045500         UNTIL WS-CUST-IDX > WS-CUST-COUNT.
045600 3000-EXIT.
045700     EXIT.
045800
045900 3100-COMPARE-ONE-CUSTOMER.
046000     COMPUTE WS-REQ-VARIANCE =
046100         WS-CUST-MAST-REQUESTS(WS-CUST-IDX)
046200         - WS-CUST-AUD-REQUESTS(WS-CUST-IDX).
046300     COMPUTE WS-REJ-VARIANCE =
046400         WS-CUST-MAST-REJECTS(WS-CUST-IDX)
046500         - WS-CUST-AUD-REJECTS(WS-CUST-IDX).
046600
046700     IF WS-REQ-VARIANCE = ZERO
046800        AND WS-REJ-VARIANCE = ZERO
046900         ADD 1 TO WS-AGREED-COUNT
047000         GO TO 3100-EXIT
047100     END-IF.
047200
047300     ADD 1 TO WS-VARIANCE-COUNT.
047400     SET WS-CUST-WITHIN-THRESHOLD TO TRUE.
047500
047600     IF WS-REQ-VARIANCE NOT = ZERO
047700         MOVE "REQUESTS" TO WS-EDIT-COUNTER
047800         MOVE WS-CUST-MAST-REQUESTS(WS-CUST-IDX) TO WS-EDIT-MASTER
047900         MOVE WS-CUST-AUD-REQUESTS(WS-CUST-IDX) TO WS-EDIT-ARCHIVE
048000         MOVE WS-REQ-VARIANCE TO WS-EDIT-VARIANCE
048100         MOVE WS-REQ-VARIANCE TO WS-ABS-VARIANCE
048200         PERFORM 3200-REPORT-VARIANCE THRU 3200-EXIT
048300     END-IF.
048400
048500     IF WS-REJ-VARIANCE NOT = ZERO
048600         MOVE "REJECTS" TO WS-EDIT-COUNTER
048700         MOVE WS-CUST-MAST-REJECTS(WS-CUST-IDX) TO WS-EDIT-MASTER
048800         MOVE WS-CUST-AUD-REJECTS(WS-CUST-IDX) TO WS-EDIT-ARCHIVE
048900         MOVE WS-REJ-VARIANCE TO WS-EDIT-VARIANCE
049000         MOVE WS-REJ-VARIANCE TO WS-ABS-VARIANCE
049100         PERFORM 3200-REPORT-VARIANCE THRU 3200-EXIT
049200     END-IF.
049300
049400     IF WS-CUST-OVER-THRESHOLD
049500         ADD 1 TO WS-OVER-COUNT
049600     END-IF.
049700 3100-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*    3200-REPORT-VARIANCE - ONE LINE PER COUNTER THAT DIFFERS.  *
050200*    WS-ABS-VARIANCE IS UNSIGNED, SO THE MOVE ABOVE LEFT THE    *
050300*    MAGNITUDE THERE FOR THE THRESHOLD TEST.                    *
050400*****************************************************************
050500 3200-REPORT-VARIANCE.
050600     MOVE SPACES TO WS-RPT-LABEL.
050700     STRING WS-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE
050800            " " DELIMITED BY SIZE
050900            WS-EDIT-COUNTER DELIMITED BY SPACE
051000         INTO WS-RPT-LABEL.
051100     MOVE SPACES TO WS-RPT-VALUE.
051200     STRING "MAST " DELIMITED BY SIZE
051300            WS-EDIT-MASTER DELIMITED BY SIZE
051400            "  AUDIT " DELIMITED BY SIZE
051500            WS-EDIT-ARCHIVE DELIMITED BY SIZE
051600            "  VAR " DELIMITED BY SIZE
051700            WS-EDIT-VARIANCE DELIMITED BY SIZE
051800         INTO WS-RPT-VALUE.
051900     IF WS-ABS-VARIANCE > WS-THRESHOLD
052000         SET WS-CUST-OVER-THRESHOLD TO TRUE
052100         MOVE "OVER" TO WS-RPT-VALUE(47:4)
052200     END-IF.
052300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
052400 3200-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*    8000-WRITE-REPORT-LINE                                     *
052900*****************************************************************
053000 8000-WRITE-REPORT-LINE.
053100     MOVE SPACES       TO REPORT-FILE-RECORD.
053200     MOVE WS-RPT-LABEL TO RPT-LABEL.
053300     MOVE WS-RPT-VALUE TO RPT-VALUE.
053400     WRITE REPORT-FILE-RECORD.
053500 8000-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*    9000-TERMINATE - TOTALS, CLOSE, RETURN CODE.               *
054000*****************************************************************
054100 9000-TERMINATE.
054200     MOVE "ARCHIVE EVENTS READ"        TO WS-RPT-LABEL.
054300     MOVE WS-EVENTS-READ              TO WS-RPT-VALUE.
054400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054500
054600     MOVE "METERED EVENTS RECOUNTED"   TO WS-RPT-LABEL.
054700     MOVE WS-EVENTS-COUNTED           TO WS-RPT-VALUE.
054800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054900
055000     MOVE "LK EVENTS OUTSIDE PERIOD"   TO WS-RPT-LABEL.
055100     MOVE WS-EVENTS-OUT-OF-PERIOD     TO WS-RPT-VALUE.
055200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
055300
055400     MOVE "METERED EVENTS NOT ON MASTER" TO WS-RPT-LABEL.
055500     MOVE WS-NOT-ON-MASTER            TO WS-RPT-VALUE.
055600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
055700
055800     MOVE "LK REJECTS WITHOUT REASON"  TO WS-RPT-LABEL.
055900     MOVE WS-UNCODED-REJECTS          TO WS-RPT-VALUE.
056000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
056100
056200     MOVE "CUSTOMERS CHECKED"          TO WS-RPT-LABEL.
056300     MOVE WS-CUST-COUNT               TO WS-RPT-VALUE.
056400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
056500
056600     MOVE "CUSTOMERS IN AGREEMENT"     TO WS-RPT-LABEL.
056700     MOVE WS-AGREED-COUNT             TO WS-RPT-VALUE.
056800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
056900
057000     MOVE "CUSTOMERS WITH VARIANCES"   TO WS-RPT-LABEL.
057100     MOVE WS-VARIANCE-COUNT           TO WS-RPT-VALUE.
057200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
057300
057400     MOVE "CUSTOMERS OVER THRESHOLD"   TO WS-RPT-LABEL.
057500     MOVE WS-OVER-COUNT               TO WS-RPT-VALUE.
057600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
057700
057800     IF WS-OVER-COUNT > ZERO
057900         MOVE "*** HOLD THE USAGE EXTRACT ***" TO WS-RPT-LABEL
058000         MOVE "VARIANCE OVER THRESHOLD - SEE LINES MARKED OVER"
058100             TO WS-RPT-VALUE
058200         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
058300     END-IF.
058400
058500     CLOSE AUDARCH-FILE.
058600     CLOSE REPORT-FILE.
058700
058800     IF WS-OVER-COUNT > ZERO
058900         MOVE 8 TO RETURN-CODE
059000     ELSE
059100         IF WS-VARIANCE-COUNT > ZERO
059200             MOVE 4 TO RETURN-CODE
059300         ELSE
059400             MOVE 0 TO RETURN-CODE
059500         END-IF
059600     END-IF.
059700 9000-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
060200*****************************************************************
060300 9800-LEDGER-START.
060400     MOVE "S" TO WS-LDG-EVENT.
060500     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
060600 9800-EXIT.
060700     EXIT.
060800
060900*****************************************************************
061000*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
061100*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
061200*****************************************************************
061300 9810-LEDGER-END.
061400     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
061500     MOVE "CUSTS   " TO WS-LDG-COUNT-LABEL(1).
061600     MOVE WS-CUST-COUNT TO WS-LDG-COUNT-VALUE(1).
061700     MOVE "VARIANCE" TO WS-LDG-COUNT-LABEL(2).
061800     MOVE WS-VARIANCE-COUNT TO WS-LDG-COUNT-VALUE(2).
061900     MOVE "OVER    " TO WS-LDG-COUNT-LABEL(3).
062000     MOVE WS-OVER-COUNT TO WS-LDG-COUNT-VALUE(3).
062100     MOVE "E" TO WS-LDG-EVENT.
062200     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
062300     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
062400 9810-EXIT.
062500     EXIT.
062600
062700 9820-CALL-LEDGER.
062800     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
062900                           WS-LDG-EVENT
063000                           WS-LDG-BASIS
063100                           WS-LDG-RETURN-CODE
063200                           WS-LDG-COUNTS.
063300 9820-EXIT.
063400     EXIT.
