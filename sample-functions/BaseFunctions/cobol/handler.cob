018530*                    RUN-CONTROL RECORD - THE REAL EXPECTED     *
018540*                    DATE HAS NOT PROCESSED AND ITS FILE MUST   *
018550*                    STILL BE ACCEPTED THE NEXT MORNING.        *
018560*    2026-10-15  RH  NEW "RV" REVERSAL REQUEST TYPE.  AN RV     *
018562*                    CARRYING THE ORIGINAL'S ID AND PAYLOAD IS  *
018564*                    MATCHED BY FINGERPRINT AGAINST REQREGY;    *
018566*                    THE ENTRY IS REMOVED, AN LK'S METERING IS  *
018568*                    BACKED OUT OF CUSTMAST (MSTRREVS, OR THE   *
018570*                    PENDING SORTED-MODE KEY IS DROPPED), AND A *
018572*                    410 REVERSAL RECORD GOES TO THE FEED THAT  *
018574*                    GOT THE ORIGINAL.  AN RV THAT MATCHES      *
018576*                    NOTHING REJECTS WITH NEW REASON "12".      *
018578*                    REGISTRY ENTRIES NOW CARRY THE REQUEST     *
018580*                    TYPE, METERED DATE AND ROUTED ACK ID; NEW  *
018582*                    "REVERSED" AUDIT EVENT, SYSRPT LINES AND   *
018584*                    RUN-HISTORY COUNT FOR REVERSALS.           *
018586*    2026-10-15  RH  REJECTED AND HELD AUDIT EVENTS CARRY THE   *
018588*                    REJECT REASON IN THE NEW AUD-REASON-CODE   *
018590*                    SO USGRECON CAN TELL A METERED REJECT      *
018592*                    (SUSPENDED, OVER LIMIT) FROM ONE THAT      *
018594*                    NEVER REACHED THE MASTER.                  *
018595*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
018596*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
018597*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
018598*                    FOR THE MORNING JOBSTAT REPORT.            *
018600*    2026-10-15  RH  EVERY EC, LK AND UP REQUEST IS NOW TALLIED *
018604*                    BY CUSTOMER (CORRELATION ID) AND BUSINESS  *
018608*                    DATE AS ACCEPTED, REJECTED, HELD, OVER     *
018612*                    LIMIT OR DUPLICATE, AND ONE ACTIVITY       *
018616*                    RECORD PER CUSTOMER PER BUSINESS DATE      *
018620*                    (COPYBOOK ACTVREC) IS APPENDED TO THE      *
018624*                    PERSISTENT ACTHIST FILE AT END OF RUN FOR  *
018628*                    THE ACTVANAL DEVIATION ANALYSIS.           *
018632*    2026-10-15  RH  PARTITION RUNS: A PARTITION STAMP ON THE   *
018636*                    FIRST "BH" (SEE COLLATE) OFFSETS REJECT    *
018640*                    AND ROUTED-FEED SEQUENCE NUMBERS TO THE    *
018644*                    PARTITION'S BLOCK, FAILS A HEADER FOR      *
018648*                    ANOTHER PARTITION, ADDS THE PARTITION      *
018652*                    FIGURES TO SYSRPT AND RUNHIST AND LEAVES   *
018656*                    RUNCTL FOR APPMERGE.  A CHECKPOINT WITH    *
018660*                    NO VALID COUNT NOW MEANS NO RESTART.       *
018664*    2026-10-15  RH  ACTHIST IS NOW WRITTEN AT EVERY CHECKPOINT *
018668*                    AS WELL AS AT END OF RUN, SO A RESTART     *
018672*                    LOSES NO ACTIVITY; A FULL ACTIVITY TABLE   *
018676*                    ABENDS (9930); OUTCOME COUNTS WIDENED TO   *
018680*                    6 DIGITS.  AN "RV" NOW DROPS ONLY THE      *
018684*                    PENDING "LK" WITH ITS OWN FINGERPRINT.     *
018688*****************************************************************
018700 ENVIRONMENT DIVISION.
018800 INPUT-OUTPUT SECTION.
018900 FILE-CONTROL.
025000     SELECT CALFILE ASSIGN TO "CALFILE"
025100         ORGANIZATION LINE SEQUENTIAL
025200         FILE STATUS IS WS-CAL-FS.
025220
025240     SELECT ACTHIST-FILE ASSIGN TO "ACTHIST"
025260         ORGANIZATION LINE SEQUENTIAL
025280         FILE STATUS IS WS-ACTH-FS.
025300
025400 DATA DIVISION.
025500 FILE SECTION.
033300 FD  CALFILE.
033400 01  CALFILE-RECORD.
033500     COPY CALREC.
033520
033540 FD  ACTHIST-FILE.
033560 01  ACTHIST-RECORD.
033580     COPY ACTVREC.
033600
033700 WORKING-STORAGE SECTION.
033800*****************************************************************
034900     ==REQ-TYPE-LOOKUP== BY ==TBL-TYPE-LOOKUP==
035000     ==REQ-TYPE-UPDATE== BY ==TBL-TYPE-UPDATE==
035100     ==REQ-TYPE-CONTINUATION== BY ==TBL-TYPE-CONTINUATION==
035150     ==REQ-TYPE-REVERSAL== BY ==TBL-TYPE-REVERSAL==
035200     ==REQ-TYPE-BATCH-HEADER== BY ==TBL-TYPE-BATCH-HEADER==
035300     ==REQ-TYPE-BATCH-TRAILER== BY ==TBL-TYPE-BATCH-TRAILER==
035400     ==REQ-DETAIL-DATA== BY ==TBL-DETAIL-DATA==
035800     ==REQ-HEADER-DATA== BY ==TBL-HEADER-DATA==
035900     ==REQ-HDR-BATCH-ID== BY ==TBL-HDR-BATCH-ID==
036000     ==REQ-HDR-BUSINESS-DATE== BY ==TBL-HDR-BUSINESS-DATE==
036033     ==REQ-HDR-PARTITION-NO== BY ==TBL-HDR-PARTITION-NO==
036066     ==REQ-HDR-PARTITION-COUNT== BY ==TBL-HDR-PARTITION-COUNT==
036100     ==REQ-TRAILER-DATA== BY ==TBL-TRAILER-DATA==
036200     ==REQ-TRL-RECORD-COUNT== BY ==TBL-TRL-RECORD-COUNT==
036300     ==REQ-TRL-HASH-TOTAL== BY ==TBL-TRL-HASH-TOTAL==.
040800 77  WS-HOLD-FS                      PIC X(02) VALUE "00".
040900 77  WS-RUNC-FS                      PIC X(02) VALUE "00".
041000 77  WS-CAL-FS                       PIC X(02) VALUE "00".
041050 77  WS-ACTH-FS                      PIC X(02) VALUE "00".
041100 77  WS-HELD-SW                      PIC X(01) VALUE "N".
041200     88  WS-RECORD-HELD                  VALUE "Y".
041300     88  WS-RECORD-NOT-HELD              VALUE "N".
043700 77  WS-DUP-COUNT                    PIC 9(06) VALUE ZERO.
043800 77  WS-OVERLIMIT-COUNT              PIC 9(06) VALUE ZERO.
043900 77  WS-UPDATE-COUNT                 PIC 9(06) VALUE ZERO.
043910 77  WS-REVERSAL-COUNT               PIC 9(06) VALUE ZERO.
043920 77  WS-REV-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO.
043930 77  WS-REV-UNSENT-COUNT             PIC 9(06) VALUE ZERO.
044000 77  WS-HELD-COUNT                   PIC 9(06) VALUE ZERO.
044100 77  WS-ENRICH-COUNT                 PIC 9(06) VALUE ZERO.
044200 77  WS-EXCEPT-COUNT                 PIC 9(06) VALUE ZERO.
044900 77  WS-ROUTE-SEQ                    PIC 9(06) VALUE ZERO.
045000
045100*****************************************************************
045105*    PARTITION RUN - SET FROM THE FIRST "BH" WHEN COLLATE SPLIT *
045110*    THE DAY'S STREAM (SEE 2270).  WS-SEQ-BASE OFFSETS THE      *
045115*    REJECT AND ROUTED-FEED SEQUENCE NUMBERS; WS-READ-HASH IS   *
045120*    THE HASH TOTAL OF EVERY DETAIL READ, FOR THE PARTITION     *
045125*    PROOF.                                                     *
045130*****************************************************************
045135 77  WS-PARTITION-SW                 PIC X(01) VALUE "N".
045140     88  WS-PARTITION-RUN                VALUE "Y".
045145     88  WS-SINGLE-RUN                   VALUE "N".
045150 77  WS-PARTITION-NO                 PIC 9(02) VALUE ZERO.
045155 77  WS-PARTITION-COUNT              PIC 9(02) VALUE ZERO.
045160 77  WS-PART-STAMP                   PIC X(04) VALUE SPACES.
045165 77  WS-SEQ-BASE                     PIC 9(06) VALUE ZERO.
045170 77  WS-READ-HASH                    PIC 9(12) VALUE ZERO.
045175 77  WS-SEQ-RANGE-COUNT              PIC 9(06) VALUE ZERO.
045180 77  WS-SEQ-RANGE-LOW                PIC 9(06) VALUE ZERO.
045185 77  WS-SEQ-RANGE-HIGH               PIC 9(06) VALUE ZERO.
045190
045195*****************************************************************
045200*    RUN-CONTROL AND BUSINESS CALENDAR - THE EXPECTED NEXT      *
045300*    PROCESSING DATE GUARDS EVERY SUB-BATCH HEADER, AND THE     *
045400*    CALENDAR SUPPLIES THE NEXT BUSINESS DAY WHEN THE RUN ENDS  *
051000         10  WS-BAT-STATUS-SW            PIC X(01).
051100*            "Y" DATE OK (OR NOT CHECKED), "W" WRONG BUSINESS
051200*            DATE, "A" DATE ALREADY PROCESSED (DOUBLE RUN).
051250*            "P" STAMPED FOR A DIFFERENT PARTITION THAN THE RUN.
051300         10  WS-BAT-DATE-SW              PIC X(01).
051400 01  WS-REC-BATCH-TABLE.
051500     05  WS-REC-BATCH-NO OCCURS 9999 TIMES
058000     05  WS-LIM-ENTRY OCCURS 50 TIMES.
058100         10  WS-LIM-CORR-ID              PIC X(12).
058200         10  WS-LIM-REJ-COUNT            PIC 9(04).
058204
058208*****************************************************************
058212*    CUSTOMER ACTIVITY - ONE ENTRY PER CORRELATION ID AND       *
058216*    BUSINESS DATE SEEN SINCE THE LAST CHECKPOINT, COUNTING ITS *
058220*    EC, LK AND UP REQUESTS BY OUTCOME.  WRITTEN TO ACTHIST AND *
058222*    CLEARED AT EACH CHECKPOINT (3700) AND AT END OF RUN.       *
058224*    TYPE 1 EC, 2 LK, 3 UP; OUTCOME 1 ACCEPTED, 2 REJECTED,     *
058228*    3 HELD, 4 OVER LIMIT, 5 DUPLICATE (SEE ACTVREC).           *
058232*****************************************************************
058236 77  WS-MAX-ACT-CUSTS                PIC 9(04) VALUE 9999.
058240 77  WS-ACT-COUNT                    PIC 9(04) VALUE ZERO.
058244 77  WS-ACT-IDX                      PIC 9(04) VALUE ZERO.
058248 77  WS-ACT-TYPE-NO                  PIC 9(01) VALUE ZERO.
058252 77  WS-ACT-OUTCOME-NO               PIC 9(01) VALUE ZERO.
058256 77  WS-ACT-DATE                     PIC 9(08) VALUE ZERO.
058260 77  WS-ACT-FOUND-SW                 PIC X(01) VALUE "N".
058264     88  WS-ACT-CUST-FOUND               VALUE "Y".
058268     88  WS-ACT-CUST-NOT-FOUND           VALUE "N".
058272 01  WS-ACTIVITY-TABLE.
058276     05  WS-ACT-ENTRY OCCURS 9999 TIMES.
058280         10  WS-ACT-BUSINESS-DATE        PIC 9(08).
058284         10  WS-ACT-CORR-ID              PIC X(12).
058288         10  WS-ACT-TYPE OCCURS 3 TIMES.
058292             15  WS-ACT-OUTCOME-CNT OCCURS 5 TIMES
058296                                     PIC 9(06).
058300
058400*****************************************************************
058500*    VALIDATION AND LOOKUP WORK AREAS                          *
059400     05  WS-DUP-SW                       PIC X(01).
059500         88  WS-IS-DUPLICATE                 VALUE "Y".
059600         88  WS-NOT-DUPLICATE                VALUE "N".
059610*    WHAT THE REGISTRY REMEMBERS ABOUT A REQUEST (SEE REGREC):
059620*    SET FROM THIS RUN FOR 3260, HANDED BACK BY REGCHECK WHEN
059630*    3235 MATCHES A REVERSAL TO ITS ORIGINAL.
059640     05  WS-REG-DETAIL.
059650         10  WS-REG-REQUEST-TYPE         PIC X(02).
059660         10  WS-REG-METERED-DATE         PIC 9(08).
059670         10  WS-REG-ROUTED-ACK-ID.
059680             15  WS-REG-ROUTED-FEED-CODE PIC X(01).
059690             15  WS-REG-ROUTED-RUN-DATE  PIC 9(08).
059700             15  WS-REG-ROUTED-SEQ-NO    PIC 9(06).
059710     05  WS-REVERSAL-APPLIED-SW          PIC X(01).
059720         88  WS-REVERSAL-APPLIED             VALUE "Y".
059730         88  WS-REVERSAL-NOT-APPLIED         VALUE "N".
059740     05  WS-LKP-PENDING-SW               PIC X(01).
059750         88  WS-LKP-PENDING-FOUND            VALUE "Y".
059760         88  WS-LKP-PENDING-NOT-FOUND        VALUE "N".
059790
059800 01  WS-CARD-WORK.
059900     05  WS-CARD-KEYWORD                 PIC X(12).
060000     05  WS-CARD-VALUE                   PIC X(64).
061900     05  WS-LKP-KEY OCCURS 9999 TIMES   PIC X(12).
062000 01  WS-LKP-ORIG-TABLE.
062100     05  WS-LKP-ORIG OCCURS 9999 TIMES  PIC 9(06).
062110*    PAYLOAD FINGERPRINT OF EACH PENDING KEY, SO AN "RV" DROPS
062120*    THE ORIGINAL IT REVERSES AND NOT ANOTHER REQUEST UNDER THE
062130*    SAME ID (3380).  ONLY KEPT IN STEP WITH THE KEY/ORIG LISTS
062140*    WHILE THEY ARE BUILT BY 3300; 2600 DOES NOT NEED IT.
062150 01  WS-LKP-FP-TABLE.
062160     05  WS-LKP-FP OCCURS 9999 TIMES    PIC 9(10).
062200 01  WS-LKP-RESULT-TABLE.
062300     05  WS-LKP-RESULT OCCURS 9999 TIMES.
062400         10  WS-LKP-RES-FOUND            PIC X(01).
065400 01  WS-TIMESTAMP-TEXT                   PIC X(26).
065500 01  WS-START-TIMESTAMP                  PIC X(26).
065600 01  WS-END-TIMESTAMP                    PIC X(26).
065607
065614*****************************************************************
065621*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
065628*****************************************************************
065635 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "APP     ".
065642 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
065649 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
065656 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
065663 01  WS-LDG-COUNTS.
065670     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
065677         10  WS-LDG-COUNT-LABEL          PIC X(08).
065684         10  WS-LDG-COUNT-VALUE          PIC 9(09).
065700
065800 PROCEDURE DIVISION.
065900*****************************************************************
066000*    0000-MAINLINE                                             *
066100*****************************************************************
066200 0000-MAINLINE.
066250     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
066300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
066400     PERFORM 2000-LOAD-INPUT-TABLE THRU 2000-EXIT.
066500     PERFORM 3000-PROCESS-TABLE THRU 3000-EXIT.
066600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
066650     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
066700     STOP RUN.
066800 0000-EXIT.
066900     EXIT.
076800*****************************************************************
076900 1950-FATAL-FILE-ERROR.
077000     MOVE 16 TO RETURN-CODE.
077050     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
077100     STOP RUN.
077200
077300*****************************************************************
081000             AT END
081100                 CONTINUE
081200         END-READ
081250         IF CKPT-LAST-RECORD-NO NUMERIC
081300             MOVE CKPT-LAST-RECORD-NO TO WS-RESTART-COUNT
081350         END-IF
081400         CLOSE CHECKPOINT-FILE
081500     END-IF.
081600 1200-EXIT.
104200     MOVE "Y"  TO WS-BAT-STATUS-SW(WS-CUR-BATCH).
104300     MOVE "Y"  TO WS-BAT-DATE-SW(WS-CUR-BATCH).
104400     PERFORM 2250-CHECK-BUSINESS-DATE THRU 2250-EXIT.
104450     PERFORM 2270-CHECK-PARTITION THRU 2270-EXIT.
104500 2200-EXIT.
104600     EXIT.
104700
107100         MOVE "W" TO WS-BAT-DATE-SW(WS-CUR-BATCH)
107200     END-IF.
107300 2250-EXIT.
107302     EXIT.
107304
107306*****************************************************************
107308*    2270-CHECK-PARTITION - COLLATE STAMPS EVERY "BH" OF A      *
107310*    PARTITIONED STREAM WITH ITS PARTITION NUMBER AND THE       *
107312*    NUMBER OF PARTITIONS.  THE FIRST HEADER DECIDES THE RUN:   *
107314*    A STAMPED ONE MAKES THIS A PARTITION RUN, WHOSE REJECT     *
107316*    AND ROUTED-FEED SEQUENCE NUMBERS START AT THE PARTITION'S  *
107318*    OWN BLOCK OF 100000 SO THE PARTITIONS' SYSERR AND FEED     *
107320*    RECORDS STAY UNIQUE WHEN THE MERGE JOB CONCATENATES THEM.  *
107322*    A LATER HEADER STAMPED DIFFERENTLY (ANOTHER PARTITION'S    *
107324*    DATASET CONCATENATED IN BY MISTAKE), OR STAMPED AT ALL IN  *
107326*    AN UNPARTITIONED RUN, FAILS ITS SUB-BATCH.                 *
107328*****************************************************************
107330 2270-CHECK-PARTITION.
107332     IF WS-BATCH-COUNT > 1
107334         IF WS-PARTITION-RUN
107336            AND REQ-HEADER-DATA(17:4) NOT = WS-PART-STAMP
107338             MOVE "P" TO WS-BAT-DATE-SW(WS-CUR-BATCH)
107340         END-IF
107342         IF WS-SINGLE-RUN
107344            AND REQ-HDR-PARTITION-NO NUMERIC
107346            AND REQ-HDR-PARTITION-NO > ZERO
107348             MOVE "P" TO WS-BAT-DATE-SW(WS-CUR-BATCH)
107350         END-IF
107352         GO TO 2270-EXIT
107354     END-IF.
107356
107358     MOVE REQ-HEADER-DATA(17:4) TO WS-PART-STAMP.
107360     IF REQ-HDR-PARTITION-NO NUMERIC
107362        AND REQ-HDR-PARTITION-COUNT NUMERIC
107364        AND REQ-HDR-PARTITION-NO > ZERO
107366        AND REQ-HDR-PARTITION-NO NOT > REQ-HDR-PARTITION-COUNT
107368         SET WS-PARTITION-RUN TO TRUE
107370         MOVE REQ-HDR-PARTITION-NO    TO WS-PARTITION-NO
107372         MOVE REQ-HDR-PARTITION-COUNT TO WS-PARTITION-COUNT
107374         COMPUTE WS-SEQ-BASE = (WS-PARTITION-NO - 1) * 100000
107376     END-IF.
107378 2270-EXIT.
107400     EXIT.
107500
107600*****************************************************************
112500*****************************************************************
112600 2400-LOAD-DETAIL-RECORD.
112700     ADD 1 TO WS-TOTAL-READ.
112725     IF REQ-PAYLOAD-LENGTH NUMERIC
112750         ADD REQ-PAYLOAD-LENGTH TO WS-READ-HASH
112775     END-IF.
112800     IF WS-CUR-BATCH > ZERO
112900         ADD 1 TO WS-BAT-ACTUAL-COUNT(WS-CUR-BATCH)
113000         IF REQ-PAYLOAD-LENGTH NUMERIC
116600
116700     PERFORM 2420-BUFFER-ONE-SLOT THRU 2420-EXIT.
116800
116900     IF (REQ-TYPE-ECHO OR REQ-TYPE-LOOKUP OR REQ-TYPE-UPDATE
116950         OR REQ-TYPE-REVERSAL)
117000        AND REQ-PAYLOAD-LENGTH NUMERIC
117100        AND REQ-PAYLOAD-LENGTH > 0046
117200        AND REQ-PAYLOAD-LENGTH <= WS-MAX-ASM-LEN
156400     SET WS-LOOKUP-UNDER-LIMIT TO TRUE.
156500     SET WS-RECORD-NOT-HELD TO TRUE.
156600     SET WS-MASTER-NOT-FOUND TO TRUE.
156610     MOVE SPACE TO WS-ROUTE-FEED-CODE.
156620     MOVE ZERO  TO WS-ROUTE-SEQ.
156700
156800     PERFORM 3200-VALIDATE-RECORD THRU 3200-EXIT.
156900
157400         IF TBL-TYPE-UPDATE (WS-REC-IDX)
157500             PERFORM 3350-UPDATE-MASTER THRU 3350-EXIT
157600         END-IF
157610         IF TBL-TYPE-REVERSAL (WS-REC-IDX)
157620             PERFORM 3370-APPLY-REVERSAL THRU 3370-EXIT
157630         END-IF
157700     END-IF.
157800
157900*    AUDITLOG GETS AN ENTRY FOR EVERY RECORD REGARDLESS OF THE
158000*    OPERATOR'S PARM-ECHO-ON SETTING - THAT SWITCH ONLY CONTROLS
158100*    WHETHER THE RESPONSE BODY ECHOES THE PAYLOAD (SEE 3500).
158200     PERFORM 3400-WRITE-AUDIT-TRACE THRU 3400-EXIT.
158210     IF WS-RECORD-VALID
158220        AND TBL-TYPE-REVERSAL (WS-REC-IDX)
158230         PERFORM 3410-WRITE-REVERSAL-AUDIT THRU 3410-EXIT
158240     END-IF.
158300
158400     IF PARM-DEBUG-ON
158500         PERFORM 3450-WRITE-DEBUG-AUDIT THRU 3450-EXIT
158900
159000     IF WS-RECORD-VALID
159100         ADD 1 TO WS-ACCEPT-COUNT
159110*        A REVERSAL WITHDRAWS A REGISTRY ENTRY - IT IS NEVER
159120*        REGISTERED ITSELF, SO THE ORIGINAL CAN BE RE-SENT.
159130         IF NOT TBL-TYPE-REVERSAL (WS-REC-IDX)
159200             PERFORM 3260-REGISTER-REQUEST THRU 3260-EXIT
159210         END-IF
159300     END-IF.
159400
159500     IF WS-RECORD-VALID
159600         PERFORM 3600-UPDATE-LENGTH-STATS THRU 3600-EXIT
159700     END-IF.
159750     PERFORM 3800-TALLY-ACTIVITY THRU 3800-EXIT.
159800     PERFORM 3700-CHECKPOINT THRU 3700-EXIT.
159900 3100-EXIT.
160000     EXIT.
161500     IF NOT TBL-TYPE-ECHO(WS-REC-IDX)
161600        AND NOT TBL-TYPE-LOOKUP(WS-REC-IDX)
161700        AND NOT TBL-TYPE-UPDATE(WS-REC-IDX)
161750        AND NOT TBL-TYPE-REVERSAL(WS-REC-IDX)
161800         SET WS-RECORD-INVALID TO TRUE
161900         MOVE "06" TO WS-REJECT-REASON
162000     ELSE
164700     END-IF.
164800
164900     IF WS-RECORD-VALID
164910         IF TBL-TYPE-REVERSAL(WS-REC-IDX)
164920             PERFORM 3235-MATCH-REVERSAL THRU 3235-EXIT
164930         ELSE
165000             PERFORM 3230-CHECK-DUPLICATE THRU 3230-EXIT
165010         END-IF
165100     END-IF.
165200
165300     IF WS-RECORD-INVALID
167800     END-IF.
167900     SET WS-NOT-DUPLICATE TO TRUE.
168000     MOVE "C" TO WS-REG-FUNCTION.
168050     MOVE SPACES TO WS-REG-DETAIL.
168100     CALL "REGCHECK" USING WS-REG-FUNCTION
168200                           TBL-CORRELATION-ID(WS-REC-IDX)
168300                           WS-FINGERPRINT
168400                           WS-REG-DATE
168500                           WS-DUP-SW
168550                           WS-REG-DETAIL.
168600     IF WS-IS-DUPLICATE
168700         SET WS-RECORD-INVALID TO TRUE
168800         MOVE "08" TO WS-REJECT-REASON
169000     END-IF.
169100 3230-EXIT.
169200     EXIT.
169203
169206*****************************************************************
169209*    3235-MATCH-REVERSAL - AN "RV" CARRIES THE ORIGINAL'S ID    *
169212*    AND PAYLOAD, SO IT FINGERPRINTS TO THE ORIGINAL'S          *
169215*    REGISTRY ENTRY.  A HIT HANDS BACK WHAT THE ORIGINAL DID    *
169218*    (TYPE, METERED DATE, ROUTED ACK ID) FOR 3370 AND 3570 TO   *
169221*    UNDO; NO HIT - NEVER SENT, ALREADY REVERSED, OR PURGED     *
169224*    PAST RETENTION - REJECTS WITH REASON "12".                 *
169227*****************************************************************
169230 3235-MATCH-REVERSAL.
169233     PERFORM 3240-COMPUTE-FINGERPRINT THRU 3240-EXIT.
169236     SET WS-NOT-DUPLICATE TO TRUE.
169239     MOVE "C" TO WS-REG-FUNCTION.
169242     MOVE SPACES TO WS-REG-DETAIL.
169245     CALL "REGCHECK" USING WS-REG-FUNCTION
169248                           TBL-CORRELATION-ID(WS-REC-IDX)
169251                           WS-FINGERPRINT
169254                           WS-REG-DATE
169257                           WS-DUP-SW
169260                           WS-REG-DETAIL.
169263     IF WS-NOT-DUPLICATE
169266         SET WS-RECORD-INVALID TO TRUE
169269         MOVE "12" TO WS-REJECT-REASON
169272         ADD 1 TO WS-REV-UNMATCHED-COUNT
169275     END-IF.
169278 3235-EXIT.
169281     EXIT.
169300
169400*****************************************************************
169500*    3240-COMPUTE-FINGERPRINT - A CHEAP POSITION-WEIGHTED       *
173500*****************************************************************
173600*    3260-REGISTER-REQUEST - AN ACCEPTED REQUEST IS WRITTEN     *
173700*    TO THE REGISTRY SO A REPLAY OF IT IN A LATER RUN IS        *
173800*    CAUGHT BY 3230, TOGETHER WITH WHAT AN "RV" WOULD HAVE TO   *
173810*    UNDO: ITS TYPE, THE DAY IT WAS METERED, AND THE ACK ID     *
173820*    3550 JUST GAVE IT ON A ROUTED FEED (SPACE IF NONE).        *
173900*****************************************************************
174000 3260-REGISTER-REQUEST.
174100     MOVE "A" TO WS-REG-FUNCTION.
174110     MOVE TBL-TYPE-CODE(WS-REC-IDX) TO WS-REG-REQUEST-TYPE.
174120     MOVE WS-TS-DATE              TO WS-REG-METERED-DATE.
174130     MOVE WS-ROUTE-FEED-CODE      TO WS-REG-ROUTED-FEED-CODE.
174140     IF WS-ROUTE-FEED-CODE = SPACE
174150         MOVE ZERO                TO WS-REG-ROUTED-RUN-DATE
174160     ELSE
174170         MOVE WS-RUN-DATE         TO WS-REG-ROUTED-RUN-DATE
174180     END-IF.
174190     MOVE WS-ROUTE-SEQ            TO WS-REG-ROUTED-SEQ-NO.
174200     CALL "REGCHECK" USING WS-REG-FUNCTION
174300                           TBL-CORRELATION-ID(WS-REC-IDX)
174400                           WS-FINGERPRINT
174500                           WS-REG-DATE
174600                           WS-DUP-SW
174650                           WS-REG-DETAIL.
174700 3260-EXIT.
174800     EXIT.
174900
179700     ADD 1 TO WS-REJECT-COUNT.
179800     ADD 1 TO WS-REJECT-SEQ.
179900     MOVE SPACES TO SYSERR-RECORD.
180000     COMPUTE REJ-SEQUENCE-NO = WS-SEQ-BASE + WS-REJECT-SEQ.
180100     MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
180200     MOVE WS-REC-TBL(WS-REC-IDX) TO REJ-RAW-RECORD.
180300     PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT.
186200             MOVE TBL-CORRELATION-ID(WS-REC-IDX)
186300                 TO WS-LKP-KEY(WS-LKP-COUNT)
186400             MOVE WS-REC-IDX TO WS-LKP-ORIG(WS-LKP-COUNT)
186450             MOVE WS-FINGERPRINT TO WS-LKP-FP(WS-LKP-COUNT)
186500         END-IF
186600     ELSE
186700         CALL "MSTRLKUP" USING TBL-CORRELATION-ID(WS-REC-IDX)
196600     END-IF.
196700 3350-EXIT.
196800     EXIT.
196801
196802*****************************************************************
196803*    3370-APPLY-REVERSAL - UNDO WHAT THE MATCHED ORIGINAL DID.  *
196804*    ONLY AN "LK" WAS METERED: IN SORTED MODE AN ORIGINAL FROM  *
196805*    THIS SAME RUN IS STILL A PENDING KEY FOR THE 2600 PASS AND *
196806*    IS SIMPLY DROPPED; OTHERWISE MSTRREVS BACKS THE COUNTS OUT *
196807*    OF CUSTMAST.  A BACK-OUT THAT COULD NOT BE REWRITTEN       *
196808*    REJECTS "09" AND LEAVES THE REGISTRY ENTRY IN PLACE SO THE *
196809*    REVERSAL CAN BE SENT AGAIN; OTHERWISE THE ENTRY IS REMOVED *
196810*    SO THE CORRECTED REQUEST CAN BE SENT UNDER THE SAME ID.    *
196811*****************************************************************
196812 3370-APPLY-REVERSAL.
196813     SET WS-REVERSAL-APPLIED TO TRUE.
196814     IF WS-REG-REQUEST-TYPE = "LK"
196815         SET WS-LKP-PENDING-NOT-FOUND TO TRUE
196816         IF PARM-LOOKUP-SORTED
196817             PERFORM 3380-DROP-PENDING-METER THRU 3380-EXIT
196818         END-IF
196819         IF WS-LKP-PENDING-NOT-FOUND
196820             CALL "MSTRREVS" USING TBL-CORRELATION-ID(WS-REC-IDX)
196821                                   WS-REG-METERED-DATE
196822                                   WS-LOOKUP-FOUND-SW
196823                                   WS-REVERSAL-APPLIED-SW
196824         END-IF
196825     END-IF.
196826
196827     IF WS-REVERSAL-NOT-APPLIED
196828         SET WS-RECORD-INVALID TO TRUE
196829         MOVE "09" TO WS-REJECT-REASON
196830         PERFORM 3250-WRITE-REJECT THRU 3250-EXIT
196831         GO TO 3370-EXIT
196832     END-IF.
196833
196834     MOVE "D" TO WS-REG-FUNCTION.
196835     CALL "REGCHECK" USING WS-REG-FUNCTION
196836                           TBL-CORRELATION-ID(WS-REC-IDX)
196837                           WS-FINGERPRINT
196838                           WS-REG-DATE
196839                           WS-DUP-SW
196840                           WS-REG-DETAIL.
196841     ADD 1 TO WS-REVERSAL-COUNT.
196842 3370-EXIT.
196843     EXIT.
196844
196845*****************************************************************
196846*    3380-DROP-PENDING-METER - SORTED MODE ONLY.  TAKE THE KEY  *
196847*    WHOSE CORRELATION ID AND PAYLOAD FINGERPRINT BOTH MATCH    *
196848*    THE "RV" (IT FINGERPRINTS TO ITS ORIGINAL) OUT OF THE 2600 *
196849*    METERING LIST BY MOVING THE LAST ENTRY INTO ITS SLOT (2600 *
196850*    RE-SORTS THE LIST, SO ORDER DOES NOT MATTER HERE).  A      *
196851*    PENDING "LK" UNDER THE SAME ID WITH A DIFFERENT PAYLOAD IS *
196852*    LEFT ALONE; NO MATCH FALLS THROUGH TO MSTRREVS IN 3370.    *
196853*****************************************************************
196854 3380-DROP-PENDING-METER.
196855     PERFORM 3385-CHECK-ONE-PENDING THRU 3385-EXIT
196856         VARYING WS-SORT-I FROM 1 BY 1
196857         UNTIL WS-SORT-I > WS-LKP-COUNT
196858            OR WS-LKP-PENDING-FOUND.
196859     IF WS-LKP-PENDING-FOUND
196860         MOVE WS-LKP-KEY(WS-LKP-COUNT)  TO WS-LKP-KEY(WS-SORT-J)
196861         MOVE WS-LKP-ORIG(WS-LKP-COUNT) TO WS-LKP-ORIG(WS-SORT-J)
196862         MOVE WS-LKP-FP(WS-LKP-COUNT)   TO WS-LKP-FP(WS-SORT-J)
196863         SUBTRACT 1 FROM WS-LKP-COUNT
196864     END-IF.
196865 3380-EXIT.
196866     EXIT.
196867
196868 3385-CHECK-ONE-PENDING.
196869     IF WS-LKP-KEY(WS-SORT-I) = TBL-CORRELATION-ID(WS-REC-IDX)
196870        AND WS-LKP-FP(WS-SORT-I) = WS-FINGERPRINT
196871         SET WS-LKP-PENDING-FOUND TO TRUE
196872         MOVE WS-SORT-I TO WS-SORT-J
196873     END-IF.
196874 3385-EXIT.
196875     EXIT.
196900
197000*****************************************************************
197100*    3400-WRITE-AUDIT-TRACE - REPLACES THE OLD DISPLAY BANNERS. *
198400         ELSE
198500             MOVE "REJECTED  " TO AUD-EVENT-TYPE
198600         END-IF
198650         MOVE WS-REJECT-REASON TO AUD-REASON-CODE
198700     END-IF.
198800     MOVE WS-REC-TBL(WS-REC-IDX) TO AUD-DETAIL.
198900     WRITE AUDIT-FILE-RECORD.
199000 3400-EXIT.
199100     EXIT.
199104
199108*****************************************************************
199112*    3410-WRITE-REVERSAL-AUDIT - A SECOND AUDIT EVENT FOR AN    *
199116*    APPLIED REVERSAL.  THE DETAIL IS THE RV'S OWN IMAGE WITH   *
199120*    THE TYPE CODE OF THE REQUEST IT REVERSED, SO AUDRPT AND    *
199124*    CUSTPROF DECODE IT LIKE ANY REQUEST AND A "REVERSED" LK    *
199128*    READS AS ONE METERED LOOKUP TAKEN BACK.                    *
199132*****************************************************************
199136 3410-WRITE-REVERSAL-AUDIT.
199140     MOVE SPACES TO AUDIT-FILE-RECORD.
199144     ADD 1 TO WS-AUDIT-SEQ.
199148     MOVE WS-AUDIT-SEQ TO AUD-SEQUENCE-NO.
199152     PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT.
199156     MOVE WS-TIMESTAMP-TEXT TO AUD-TIMESTAMP.
199160     MOVE "REVERSED  " TO AUD-EVENT-TYPE.
199164     MOVE WS-REC-TBL(WS-REC-IDX) TO AUD-DETAIL.
199168     MOVE WS-REG-REQUEST-TYPE TO AUD-DETAIL(1:2).
199172     WRITE AUDIT-FILE-RECORD.
199176 3410-EXIT.
199180     EXIT.
199200
199300*****************************************************************
199400*    3450-WRITE-DEBUG-AUDIT - EXTRA TRACE WHEN PARM-DEBUG-MODE  *
206500*    EXCEPTS, LK RESPONSES FOR ACTIVE CUSTOMERS TO ENRICHED,    *
206600*    EC ECHOES TO VERIFIED.  A RESPONSE NO ENABLED DESTINATION  *
206700*    CLAIMS IS COUNTED AS NOT ROUTED ON THE DISTRIBUTION        *
206800*    SUMMARY.  AN APPLIED "RV" FOLLOWS ITS ORIGINAL (3570).     *
206900*****************************************************************
207000 3550-ROUTE-RESPONSE.
207100     IF RESP-STATUS-CODE = 400
207900         GO TO 3550-EXIT
208000     END-IF.
208100
208110     IF TBL-TYPE-REVERSAL(WS-REC-IDX)
208120         PERFORM 3570-ROUTE-REVERSAL THRU 3570-EXIT
208130         GO TO 3550-EXIT
208140     END-IF.
208150
208200     IF TBL-TYPE-LOOKUP(WS-REC-IDX)
208300        AND WS-MASTER-FOUND
208400        AND WS-LOOKUP-STATUS-ACTIVE
208500         IF WS-ROUTE-ENRICH-ON
208600             ADD 1 TO WS-ENRICH-COUNT
208650             COMPUTE WS-ROUTE-SEQ = WS-SEQ-BASE + WS-ENRICH-COUNT
208700             MOVE SPACES           TO ENRICH-FILE-RECORD
208800             MOVE "E"              TO ENR-FEED-CODE
208900             MOVE WS-RUN-DATE      TO ENR-RUN-DATE
209000             MOVE WS-ROUTE-SEQ     TO ENR-SEQUENCE-NO
209100             MOVE RESP-STATUS-CODE TO ENR-STATUS-CODE
209200             MOVE RESP-LENGTH      TO ENR-LENGTH
209300             MOVE RESP-BODY        TO ENR-BODY
209400             WRITE ENRICH-FILE-RECORD
209500             MOVE "E"              TO WS-ROUTE-FEED-CODE
209700             PERFORM 3560-LOG-ROUTED-RECORD THRU 3560-EXIT
209800         ELSE
209900             ADD 1 TO WS-UNROUTED-COUNT
210400     IF TBL-TYPE-ECHO(WS-REC-IDX)
210500        AND WS-ROUTE-VERIFY-ON
210600         ADD 1 TO WS-VERIFY-COUNT
210650         COMPUTE WS-ROUTE-SEQ = WS-SEQ-BASE + WS-VERIFY-COUNT
210700         MOVE SPACES           TO VERIFY-FILE-RECORD
210800         MOVE "V"              TO VER-FEED-CODE
210900         MOVE WS-RUN-DATE      TO VER-RUN-DATE
211000         MOVE WS-ROUTE-SEQ     TO VER-SEQUENCE-NO
211100         MOVE RESP-STATUS-CODE TO VER-STATUS-CODE
211200         MOVE RESP-LENGTH      TO VER-LENGTH
211300         MOVE RESP-BODY        TO VER-BODY
211400         WRITE VERIFY-FILE-RECORD
211500         MOVE "V"              TO WS-ROUTE-FEED-CODE
211700         PERFORM 3560-LOG-ROUTED-RECORD THRU 3560-EXIT
211800     ELSE
211900         ADD 1 TO WS-UNROUTED-COUNT
213700     WRITE ROUTELOG-RECORD.
213800 3560-EXIT.
213900     EXIT.
213901
213902*****************************************************************
213903*    3570-ROUTE-REVERSAL - AN APPLIED "RV" IS SENT TO THE FEED  *
213904*    THAT GOT ITS ORIGINAL (THE ACK ID REGCHECK HANDED BACK)    *
213905*    AS A 410 RECORD WHOSE BODY NAMES THE ORIGINAL'S ACK ID AND *
213906*    CORRELATION ID (SEE ROUTREC), UNDER ITS OWN NEXT SEQUENCE  *
213907*    NUMBER AND ROUTELOG ENTRY.  AN ORIGINAL THAT WAS NEVER     *
213908*    ROUTED NEEDS NO FEED RECORD; ONE WHOSE FEED IS NOT ENABLED *
213909*    TODAY IS COUNTED SO THE CONSUMER CAN BE TOLD BY HAND.      *
213910*****************************************************************
213911 3570-ROUTE-REVERSAL.
213912     IF WS-REG-ROUTED-FEED-CODE = "E"
213913        AND WS-ROUTE-ENRICH-ON
213914         ADD 1 TO WS-ENRICH-COUNT
213915         COMPUTE WS-ROUTE-SEQ = WS-SEQ-BASE + WS-ENRICH-COUNT
213916         MOVE SPACES           TO ENRICH-FILE-RECORD
213917         MOVE "E"              TO ENR-FEED-CODE
213918         MOVE WS-RUN-DATE      TO ENR-RUN-DATE
213919         MOVE WS-ROUTE-SEQ     TO ENR-SEQUENCE-NO
213920         MOVE 410              TO ENR-STATUS-CODE
213921         MOVE 28               TO ENR-LENGTH
213922         STRING WS-REG-ROUTED-ACK-ID DELIMITED BY SIZE
213923                " "                  DELIMITED BY SIZE
213924                TBL-CORRELATION-ID(WS-REC-IDX)
213925                                     DELIMITED BY SIZE
213926             INTO ENR-BODY
213927         WRITE ENRICH-FILE-RECORD
213928         MOVE "E"              TO WS-ROUTE-FEED-CODE
213929         PERFORM 3560-LOG-ROUTED-RECORD THRU 3560-EXIT
213930         GO TO 3570-EXIT
213931     END-IF.
213932
213933     IF WS-REG-ROUTED-FEED-CODE = "V"
213934        AND WS-ROUTE-VERIFY-ON
213935         ADD 1 TO WS-VERIFY-COUNT
213936         COMPUTE WS-ROUTE-SEQ = WS-SEQ-BASE + WS-VERIFY-COUNT
213937         MOVE SPACES           TO VERIFY-FILE-RECORD
213938         MOVE "V"              TO VER-FEED-CODE
213939         MOVE WS-RUN-DATE      TO VER-RUN-DATE
213940         MOVE WS-ROUTE-SEQ     TO VER-SEQUENCE-NO
213941         MOVE 410              TO VER-STATUS-CODE
213942         MOVE 28               TO VER-LENGTH
213943         STRING WS-REG-ROUTED-ACK-ID DELIMITED BY SIZE
213944                " "                  DELIMITED BY SIZE
213945                TBL-CORRELATION-ID(WS-REC-IDX)
213946                                     DELIMITED BY SIZE
213947             INTO VER-BODY
213948         WRITE VERIFY-FILE-RECORD
213949         MOVE "V"              TO WS-ROUTE-FEED-CODE
213950         PERFORM 3560-LOG-ROUTED-RECORD THRU 3560-EXIT
213951         GO TO 3570-EXIT
213952     END-IF.
213953
213954     ADD 1 TO WS-UNROUTED-COUNT.
213955     IF WS-REG-ROUTED-FEED-CODE NOT = SPACE
213956         ADD 1 TO WS-REV-UNSENT-COUNT
213957     END-IF.
213958 3570-EXIT.
213959     EXIT.
214000
214100*****************************************************************
214200*    3600-UPDATE-LENGTH-STATS                                   *
215300
215400*****************************************************************
215500*    3700-CHECKPOINT - EVERY PARM-CHECKPOINT-INTERVAL RECORDS.  *
215510*    THE ACTIVITY TALLIED SO FAR IS APPENDED TO ACTHIST AND THE *
215520*    TABLE CLEARED FIRST, SO THE RECORDS A RESTART WILL SKIP    *
215530*    ARE EXACTLY THE RECORDS ALREADY ON ACTHIST.                *
215600*****************************************************************
215700 3700-CHECKPOINT.
215800     DIVIDE WS-REC-IDX BY WS-CHECKPOINT-INTERVAL
216100     IF WS-CKPT-REMAINDER = ZERO
216200         COMPUTE WS-CKPT-VALUE =
216300             WS-RESTART-COUNT + WS-REC-PHYS-NO(WS-REC-IDX)
216310         PERFORM 9600-WRITE-ACTIVITY-HISTORY THRU 9600-EXIT
216320         MOVE ZERO TO WS-ACT-COUNT
216400         PERFORM 3750-WRITE-CHECKPOINT THRU 3750-EXIT
216500     END-IF.
216600 3700-EXIT.
218300     CLOSE CHECKPOINT-FILE.
218400 3750-EXIT.
218500     EXIT.
218501
218502*****************************************************************
218503*    3800-TALLY-ACTIVITY - COUNT THE RECORD AGAINST ITS         *
218504*    CUSTOMER AND BUSINESS DATE FOR THE ACTHIST RECORD.  ONLY   *
218505*    EC, LK AND UP REQUESTS ARE CUSTOMER ACTIVITY; A REVERSAL   *
218506*    OR AN UNKNOWN TYPE IS NOT TALLIED.  THE OUTCOME TESTS RUN  *
218507*    FROM THE GENERAL TO THE PARTICULAR - A HELD REQUEST ALSO   *
218508*    CARRIES REASON "07" AND AN ACCEPTED ONE NO REASON AT ALL.  *
218509*    THE BUSINESS DATE IS THE RECORD'S OWN SUB-BATCH DATE, THE  *
218510*    SAME DATE ITS REGISTRY ENTRY IS FILED UNDER.  A NEW        *
218511*    CUSTOMER WITH THE TABLE FULL ABENDS THE RUN (9930) RATHER  *
218512*    THAN LOSE ITS COUNTS.                                      *
218513*****************************************************************
218514 3800-TALLY-ACTIVITY.
218515     MOVE ZERO TO WS-ACT-TYPE-NO.
218516     IF TBL-TYPE-ECHO(WS-REC-IDX)
218517         MOVE 1 TO WS-ACT-TYPE-NO
218518     END-IF.
218519     IF TBL-TYPE-LOOKUP(WS-REC-IDX)
218520         MOVE 2 TO WS-ACT-TYPE-NO
218521     END-IF.
218522     IF TBL-TYPE-UPDATE(WS-REC-IDX)
218523         MOVE 3 TO WS-ACT-TYPE-NO
218524     END-IF.
218525     IF WS-ACT-TYPE-NO = ZERO
218526         GO TO 3800-EXIT
218527     END-IF.
218528
218529     MOVE 2 TO WS-ACT-OUTCOME-NO.
218530     IF WS-REJECT-REASON = "10"
218531         MOVE 4 TO WS-ACT-OUTCOME-NO
218532     END-IF.
218533     IF WS-REJECT-REASON = "08"
218534         MOVE 5 TO WS-ACT-OUTCOME-NO
218535     END-IF.
218536     IF WS-RECORD-HELD
218537         MOVE 3 TO WS-ACT-OUTCOME-NO
218538     END-IF.
218539     IF WS-RECORD-VALID
218540         MOVE 1 TO WS-ACT-OUTCOME-NO
218541     END-IF.
218542
218543     MOVE WS-RUN-DATE TO WS-ACT-DATE.
218544     IF WS-REC-BATCH-NO(WS-REC-IDX) > ZERO
218545         IF WS-BAT-DATE(WS-REC-BATCH-NO(WS-REC-IDX)) NOT = ZERO
218546             MOVE WS-BAT-DATE(WS-REC-BATCH-NO(WS-REC-IDX))
218547                 TO WS-ACT-DATE
218548         END-IF
218549     END-IF.
218550
218551     SET WS-ACT-CUST-NOT-FOUND TO TRUE.
218552     PERFORM 3810-CHECK-ONE-ACT-CUST THRU 3810-EXIT
218553         VARYING WS-ACT-IDX FROM 1 BY 1
218554         UNTIL WS-ACT-IDX > WS-ACT-COUNT
218555            OR WS-ACT-CUST-FOUND.
218556     IF WS-ACT-CUST-NOT-FOUND
218557        AND WS-ACT-COUNT NOT < WS-MAX-ACT-CUSTS
218558         GO TO 9930-ACTIVITY-EXCEEDED
218559     END-IF.
218560     IF WS-ACT-CUST-NOT-FOUND
218561         ADD 1 TO WS-ACT-COUNT
218562         MOVE ZEROES TO WS-ACT-ENTRY(WS-ACT-COUNT)
218563         MOVE WS-ACT-DATE TO WS-ACT-BUSINESS-DATE(WS-ACT-COUNT)
218564         MOVE TBL-CORRELATION-ID(WS-REC-IDX)
218565             TO WS-ACT-CORR-ID(WS-ACT-COUNT)
218566         ADD 1 TO WS-ACT-OUTCOME-CNT(WS-ACT-COUNT, WS-ACT-TYPE-NO,
218567                                     WS-ACT-OUTCOME-NO)
218568     END-IF.
218569 3800-EXIT.
218570     EXIT.
218571
218572 3810-CHECK-ONE-ACT-CUST.
218573     IF WS-ACT-CORR-ID(WS-ACT-IDX)
218574        = TBL-CORRELATION-ID(WS-REC-IDX)
218575        AND WS-ACT-BUSINESS-DATE(WS-ACT-IDX) = WS-ACT-DATE
218576         SET WS-ACT-CUST-FOUND TO TRUE
218577         ADD 1 TO WS-ACT-OUTCOME-CNT(WS-ACT-IDX, WS-ACT-TYPE-NO,
218578                                     WS-ACT-OUTCOME-NO)
218579     END-IF.
218580 3810-EXIT.
218581     EXIT.
218600
218700*****************************************************************
218800*    4000-WRITE-CONTROL-REPORT - ONE-PAGE SUMMARY OF THE RUN.   *
220000     MOVE SPACES                          TO RPT-VALUE.
220100     WRITE REPORT-FILE-RECORD.
220200
220208     IF WS-PARTITION-RUN
220216         MOVE SPACES TO REPORT-FILE-RECORD
220224         MOVE "PARTITION"                 TO RPT-LABEL
220232         MOVE SPACES                      TO RPT-VALUE
220240         STRING WS-PARTITION-NO DELIMITED BY SIZE
220248                " OF " DELIMITED BY SIZE
220256                WS-PARTITION-COUNT DELIMITED BY SIZE
220264             INTO RPT-VALUE
220272         WRITE REPORT-FILE-RECORD
220280     END-IF.
220288
220300     MOVE SPACES TO REPORT-FILE-RECORD.
220400     MOVE "RUN START TIME"                TO RPT-LABEL.
220500     MOVE WS-START-TIMESTAMP               TO RPT-VALUE.
225400     MOVE "MASTER UPDATES APPLIED"         TO RPT-LABEL.
225500     MOVE WS-UPDATE-COUNT                  TO RPT-VALUE.
225600     WRITE REPORT-FILE-RECORD.
225606
225612     MOVE SPACES TO REPORT-FILE-RECORD.
225618     MOVE "REVERSALS APPLIED"              TO RPT-LABEL.
225624     MOVE WS-REVERSAL-COUNT                TO RPT-VALUE.
225630     WRITE REPORT-FILE-RECORD.
225636
225642     MOVE SPACES TO REPORT-FILE-RECORD.
225648     MOVE "REVERSALS UNMATCHED"            TO RPT-LABEL.
225654     MOVE WS-REV-UNMATCHED-COUNT           TO RPT-VALUE.
225660     WRITE REPORT-FILE-RECORD.
225666
225672     MOVE SPACES TO REPORT-FILE-RECORD.
225678     MOVE "REVERSALS NOT SENT TO FEED"     TO RPT-LABEL.
225684     MOVE WS-REV-UNSENT-COUNT              TO RPT-VALUE.
225690     WRITE REPORT-FILE-RECORD.
225700
225800     MOVE SPACES TO REPORT-FILE-RECORD.
225900     MOVE "SHORTEST LINE LENGTH"           TO RPT-LABEL.
229000     IF WS-LIMIT-CUST-COUNT > ZERO
229100         PERFORM 4300-WRITE-LIMIT-SECTION THRU 4300-EXIT
229200     END-IF.
229220
229240     IF WS-PARTITION-RUN
229260         PERFORM 4400-WRITE-PARTITION-SECTION THRU 4400-EXIT
229280     END-IF.
229300 4000-EXIT.
229400     EXIT.
229500
236400     IF WS-BAT-STATUS-SW(WS-BATCH-IDX) = "Y"
236500         MOVE "IN BALANCE"                TO RPT-VALUE
236600     ELSE
236625         IF WS-BAT-DATE-SW(WS-BATCH-IDX) = "P"
236650             MOVE "FAILED - WRONG PARTITION" TO RPT-VALUE
236675         ELSE
236700         IF WS-BAT-DATE-SW(WS-BATCH-IDX) = "A"
236800             MOVE "FAILED - DATE ALREADY PROCESSED" TO RPT-VALUE
236900         ELSE
237500             MOVE "OUT OF BALANCE - TRAILER MISSING" TO RPT-VALUE
237600         ELSE
237700             MOVE "OUT OF BALANCE"        TO RPT-VALUE
237750         END-IF
237800         END-IF
237900         END-IF
238000         END-IF
244600         INTO RPT-VALUE.
244700     WRITE REPORT-FILE-RECORD.
244800 4310-EXIT.
244802     EXIT.
244804
244806*****************************************************************
244808*    4400-WRITE-PARTITION-SECTION - A PARTITION RUN'S FIGURES   *
244810*    FOR THE RECONCIL PARTITION PROOF AND APPMERGE: THE HASH    *
244812*    TOTAL OF EVERY DETAIL READ (PROVED AGAINST THE PARTCTL     *
244814*    RECORD COLLATE WROTE FOR THE PARTITION) AND THE BLOCK OF   *
244816*    ROUTED-FEED SEQUENCE NUMBERS THE PARTITION USED.           *
244818*****************************************************************
244820 4400-WRITE-PARTITION-SECTION.
244822     MOVE SPACES TO REPORT-FILE-RECORD.
244824     MOVE "PARTITION HASH TOTAL"          TO RPT-LABEL.
244826     MOVE WS-READ-HASH                    TO RPT-VALUE.
244828     WRITE REPORT-FILE-RECORD.
244830
244832     MOVE SPACES TO REPORT-FILE-RECORD.
244834     MOVE "ENRICHED SEQUENCE RANGE"       TO RPT-LABEL.
244836     MOVE WS-ENRICH-COUNT                 TO WS-SEQ-RANGE-COUNT.
244838     PERFORM 4410-FORMAT-SEQUENCE-RANGE THRU 4410-EXIT.
244840     WRITE REPORT-FILE-RECORD.
244842
244844     MOVE SPACES TO REPORT-FILE-RECORD.
244846     MOVE "VERIFIED SEQUENCE RANGE"       TO RPT-LABEL.
244848     MOVE WS-VERIFY-COUNT                 TO WS-SEQ-RANGE-COUNT.
244850     PERFORM 4410-FORMAT-SEQUENCE-RANGE THRU 4410-EXIT.
244852     WRITE REPORT-FILE-RECORD.
244854 4400-EXIT.
244856     EXIT.
244858
244860 4410-FORMAT-SEQUENCE-RANGE.
244862     MOVE SPACES TO RPT-VALUE.
244864     IF WS-SEQ-RANGE-COUNT = ZERO
244866         MOVE "NONE"                      TO RPT-VALUE
244868         GO TO 4410-EXIT
244870     END-IF.
244872     COMPUTE WS-SEQ-RANGE-LOW  = WS-SEQ-BASE + 1.
244874     COMPUTE WS-SEQ-RANGE-HIGH = WS-SEQ-BASE + WS-SEQ-RANGE-COUNT.
244876     STRING WS-SEQ-RANGE-LOW  DELIMITED BY SIZE
244878            "-"               DELIMITED BY SIZE
244880            WS-SEQ-RANGE-HIGH DELIMITED BY SIZE
244882         INTO RPT-VALUE.
244884 4410-EXIT.
244900     EXIT.
245000
245100*****************************************************************
245900     PERFORM 9100-WRITE-FINAL-CHECKPOINT THRU 9100-EXIT.
246000     PERFORM 9200-WRITE-RUN-END-AUDIT THRU 9200-EXIT.
246100     PERFORM 9300-WRITE-RUN-HISTORY THRU 9300-EXIT.
246150     PERFORM 9600-WRITE-ACTIVITY-HISTORY THRU 9600-EXIT.
246200     PERFORM 9500-ADVANCE-RUN-CONTROL THRU 9500-EXIT.
246300
246400     CLOSE AUDITLOG.
253200         UNTIL WS-REASON-NUM > 12.
253300     MOVE WS-SHORTEST-LEN  TO RUNH-SHORTEST-LEN.
253400     MOVE WS-LONGEST-LEN   TO RUNH-LONGEST-LEN.
253410     MOVE WS-REVERSAL-COUNT TO RUNH-REVERSAL-COUNT.
253440     MOVE WS-PARTITION-NO    TO RUNH-PARTITION-NO.
253470     MOVE WS-PARTITION-COUNT TO RUNH-PARTITION-COUNT.
253500     WRITE RUNHIST-RECORD.
253600     CLOSE RUNHIST-FILE.
253700 9300-EXIT.
257330*    WRONG-DATED FILE) ALSO LEAVES THE RECORD ALONE: THE REAL   *
257340*    EXPECTED DATE HAS NOT PROCESSED, AND ADVANCING PAST IT     *
257350*    WOULD REFUSE THE NEXT MORNING'S LEGITIMATE FILE.           *
257362*    A PARTITION RUN NEVER ADVANCES THE RECORD ITSELF - THE     *
257374*    DAY IS ONLY PROCESSED WHEN EVERY PARTITION IS, AND         *
257386*    APPMERGE ADVANCES IT ONCE FOR THE WHOLE DAY.               *
257400*****************************************************************
257500 9500-ADVANCE-RUN-CONTROL.
257600     IF WS-RUNCTL-ABSENT
257700        OR WS-HDR-NOT-SEEN
257800        OR WS-BATCH-OUT-OF-BALANCE
257850        OR WS-PARTITION-RUN
257900         GO TO 9500-EXIT
258000     END-IF.
258010
261200     END-IF.
261300 9510-EXIT.
261400     EXIT.
261401
261402*****************************************************************
261403*    9600-WRITE-ACTIVITY-HISTORY - ONE ACTHIST RECORD PER       *
261404*    CUSTOMER AND BUSINESS DATE TALLIED SINCE THE LAST          *
261405*    CHECKPOINT, APPENDED TO THE PERSISTENT FILE FOR THE        *
261406*    ACTVANAL DEVIATION ANALYSIS.  CALLED FROM 3700 AT EACH     *
261407*    CHECKPOINT AND FROM 9000 AT END OF RUN, SO ONE RUN MAY     *
261408*    WRITE SEVERAL RECORDS FOR THE SAME CUSTOMER AND DATE.      *
261409*    NOTHING TALLIED MEANS NOTHING WRITTEN.                     *
261410*****************************************************************
261411 9600-WRITE-ACTIVITY-HISTORY.
261412     IF WS-ACT-COUNT = ZERO
261413         GO TO 9600-EXIT
261414     END-IF.
261415     OPEN EXTEND ACTHIST-FILE.
261416     IF WS-ACTH-FS NOT = "00"
261417         OPEN OUTPUT ACTHIST-FILE
261418     END-IF.
261419     IF WS-ACTH-FS NOT = "00"
261420         GO TO 1950-FATAL-FILE-ERROR
261421     END-IF.
261422
261423     PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT.
261424     PERFORM 9610-WRITE-ONE-ACTIVITY THRU 9610-EXIT
261425         VARYING WS-ACT-IDX FROM 1 BY 1
261426         UNTIL WS-ACT-IDX > WS-ACT-COUNT.
261427     CLOSE ACTHIST-FILE.
261428 9600-EXIT.
261429     EXIT.
261430
261431 9610-WRITE-ONE-ACTIVITY.
261432     MOVE SPACES TO ACTHIST-RECORD.
261433     MOVE WS-ACT-BUSINESS-DATE(WS-ACT-IDX) TO ACT-BUSINESS-DATE.
261434     MOVE WS-ACT-CORR-ID(WS-ACT-IDX)       TO ACT-CORRELATION-ID.
261435     MOVE WS-TS-DATE                       TO ACT-RUN-DATE.
261436     MOVE WS-TS-TIME                       TO ACT-RUN-TIME.
261437     MOVE "EC" TO ACT-TYPE-CODE(1).
261438     MOVE "LK" TO ACT-TYPE-CODE(2).
261439     MOVE "UP" TO ACT-TYPE-CODE(3).
261440     PERFORM 9620-MOVE-ONE-TYPE THRU 9620-EXIT
261441         VARYING WS-ACT-TYPE-NO FROM 1 BY 1
261442         UNTIL WS-ACT-TYPE-NO > 3.
261443     WRITE ACTHIST-RECORD.
261444 9610-EXIT.
261445     EXIT.
261446
261447 9620-MOVE-ONE-TYPE.
261448     MOVE WS-ACT-OUTCOME-CNT(WS-ACT-IDX, WS-ACT-TYPE-NO, 1)
261449         TO ACT-ACCEPT-COUNT(WS-ACT-TYPE-NO).
261450     MOVE WS-ACT-OUTCOME-CNT(WS-ACT-IDX, WS-ACT-TYPE-NO, 2)
261451         TO ACT-REJECT-COUNT(WS-ACT-TYPE-NO).
261452     MOVE WS-ACT-OUTCOME-CNT(WS-ACT-IDX, WS-ACT-TYPE-NO, 3)
261453         TO ACT-HELD-COUNT(WS-ACT-TYPE-NO).
261454     MOVE WS-ACT-OUTCOME-CNT(WS-ACT-IDX, WS-ACT-TYPE-NO, 4)
261455         TO ACT-OVERLIMIT-COUNT(WS-ACT-TYPE-NO).
261456     MOVE WS-ACT-OUTCOME-CNT(WS-ACT-IDX, WS-ACT-TYPE-NO, 5)
261457         TO ACT-DUPLICATE-COUNT(WS-ACT-TYPE-NO).
261458 9620-EXIT.
261459     EXIT.
261500
261600*****************************************************************
261700*    9900-COUNT-EXCEEDED - WS-MAX-RECS WAS REACHED BEFORE       *
263600     CLOSE HOLD-FILE.
263700     PERFORM 9400-CLOSE-ROUTED-FILES THRU 9400-EXIT.
263800     MOVE 16 TO RETURN-CODE.
263850     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
263900     STOP RUN.
264000 9900-EXIT.
264100     EXIT.
266500     CLOSE HOLD-FILE.
266600     PERFORM 9400-CLOSE-ROUTED-FILES THRU 9400-EXIT.
266700     MOVE 16 TO RETURN-CODE.
266750     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
266800     STOP RUN.
266900 9910-EXIT.
267000     EXIT.
269400     CLOSE HOLD-FILE.
269500     PERFORM 9400-CLOSE-ROUTED-FILES THRU 9400-EXIT.
269600     MOVE 16 TO RETURN-CODE.
269650     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
269700     STOP RUN.
269800 9920-EXIT.
269900     EXIT.
269910
269920*****************************************************************
269930*    9930-ACTIVITY-EXCEEDED - MORE CUSTOMER/DATE PAIRS SINCE    *
269940*    THE LAST CHECKPOINT THAN WS-MAX-ACT-CUSTS.  ABEND RATHER   *
269950*    THAN DROP COUNTS; THE ACTIVITY SINCE THE LAST CHECKPOINT   *
269955*    IS NOT WRITTEN, SINCE A RESTART PROCESSES IT AGAIN (LOWER  *
269960*    PARM-CHECKPOINT-INTERVAL BEFORE RESTARTING).               *
269965*****************************************************************
269970 9930-ACTIVITY-EXCEEDED.
269971     MOVE SPACES TO AUDIT-FILE-RECORD.
269972     ADD 1 TO WS-AUDIT-SEQ.
269973     MOVE WS-AUDIT-SEQ TO AUD-SEQUENCE-NO.
269974     PERFORM 1900-GET-TIMESTAMP THRU 1900-EXIT.
269975     MOVE WS-TIMESTAMP-TEXT TO AUD-TIMESTAMP.
269976     MOVE "ABEND     " TO AUD-EVENT-TYPE.
269977     MOVE "ACTIVITY TALLY COUNT EXCEEDED MAXIMUM - RUN TERMINATED"
269978         TO AUD-DETAIL.
269979     WRITE AUDIT-FILE-RECORD.
269980
269981     CLOSE SYSIN.
269982     CLOSE AUDITLOG.
269983     CLOSE SYSERR-FILE.
269984     CLOSE REPORT-FILE.
269985     CLOSE RESPONSE-FILE.
269986     CLOSE HOLD-FILE.
269987     PERFORM 9400-CLOSE-ROUTED-FILES THRU 9400-EXIT.
269988     MOVE 16 TO RETURN-CODE.
269989     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
269990     STOP RUN.
269991 9930-EXIT.
269992     EXIT.
270000
270100*****************************************************************
270200*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
270300*****************************************************************
270400 9800-LEDGER-START.
270500     MOVE "S" TO WS-LDG-EVENT.
270600     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
270700 9800-EXIT.
270800     EXIT.
270900
271000*****************************************************************
271100*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
271200*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
271300*****************************************************************
271400 9810-LEDGER-END.
271500     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
271600     MOVE "READ    " TO WS-LDG-COUNT-LABEL(1).
271700     MOVE WS-TOTAL-READ TO WS-LDG-COUNT-VALUE(1).
271800     MOVE "ACCEPTED" TO WS-LDG-COUNT-LABEL(2).
271900     MOVE WS-ACCEPT-COUNT TO WS-LDG-COUNT-VALUE(2).
272000     MOVE "REJECTED" TO WS-LDG-COUNT-LABEL(3).
272100     MOVE WS-REJECT-COUNT TO WS-LDG-COUNT-VALUE(3).
272200     MOVE "E" TO WS-LDG-EVENT.
272300     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
272400     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
272500 9810-EXIT.
272600     EXIT.
272700
272800 9820-CALL-LEDGER.
272900     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
273000                           WS-LDG-EVENT
273100                           WS-LDG-BASIS
273200                           WS-LDG-RETURN-CODE
273300                           WS-LDG-COUNTS.
273400 9820-EXIT.
273500     EXIT.
