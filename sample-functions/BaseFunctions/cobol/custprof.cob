002100*                    FOR THAT CORRELATION ID.  SEVERAL CORR     *
002200*                    CARDS GO OUT IN ONE JOB, SO A MORNING'S    *
002300*                    DISPUTES ARE ONE RUN.  SEE CUSTPROF.JCL.   *
002310*    2026-10-15  RH  REGISTRY LINES SHOW THE REQUEST TYPE, AND  *
002320*                    "RV" REVERSALS (AND THE "REVERSED" EVENTS  *
002330*                    THEY LEAVE) NOW LIST WITH THE ARCHIVE      *
002340*                    EVENTS.                                    *
002360*    2026-10-15  RH  RENAMED REQREC'S NEW PARTITION STAMP       *
002380*                    FIELDS IN THE DECODED-REQUEST COPY.        *
002400*                                                                *
002500*    CONTROL CARDS (PROCARDS, KEYWORD=VALUE, SEE CTLCREC):       *
002600*        CORR=XXXXXXXXXXXX  ONE CARD PER CORRELATION ID TO      *
008700     ==REQ-TYPE-LOOKUP== BY ==DRQ-TYPE-LOOKUP==
008800     ==REQ-TYPE-UPDATE== BY ==DRQ-TYPE-UPDATE==
008850     ==REQ-TYPE-CONTINUATION== BY ==DRQ-TYPE-CONTINUATION==
008860     ==REQ-TYPE-REVERSAL== BY ==DRQ-TYPE-REVERSAL==
008900     ==REQ-TYPE-BATCH-HEADER== BY ==DRQ-TYPE-BATCH-HEADER==
009000     ==REQ-TYPE-BATCH-TRAILER== BY ==DRQ-TYPE-BATCH-TRAILER==
009100     ==REQ-DETAIL-DATA== BY ==DRQ-DETAIL-DATA==
009500     ==REQ-HEADER-DATA== BY ==DRQ-HEADER-DATA==
009600     ==REQ-HDR-BATCH-ID== BY ==DRQ-HDR-BATCH-ID==
009700     ==REQ-HDR-BUSINESS-DATE== BY ==DRQ-HDR-BUSINESS-DATE==
009733     ==REQ-HDR-PARTITION-NO== BY ==DRQ-HDR-PARTITION-NO==
009766     ==REQ-HDR-PARTITION-COUNT== BY ==DRQ-HDR-PARTITION-COUNT==
009800     ==REQ-TRAILER-DATA== BY ==DRQ-TRAILER-DATA==
009900     ==REQ-TRL-RECORD-COUNT== BY ==DRQ-TRL-RECORD-COUNT==
010000     ==REQ-TRL-HASH-TOTAL== BY ==DRQ-TRL-HASH-TOTAL==.
037900            REG-FINGERPRINT DELIMITED BY SIZE
038000            " DATE " DELIMITED BY SIZE
038100            REG-BUSINESS-DATE DELIMITED BY SIZE
038110            " TYPE " DELIMITED BY SIZE
038120            REG-REQUEST-TYPE DELIMITED BY SIZE
038200         INTO WS-RPT-VALUE.
038300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
038400 4100-EXIT.
041800
041900 5100-CHECK-ONE-ARCH-ENTRY.
042000     MOVE AUD-DETAIL TO WS-DECODED-REQUEST.
042100     IF (DRQ-TYPE-ECHO OR DRQ-TYPE-LOOKUP OR DRQ-TYPE-UPDATE
042150         OR DRQ-TYPE-REVERSAL)
042200        AND DRQ-CORRELATION-ID = WS-CORR-ID(WS-CORR-IDX)
042300         ADD 1 TO WS-ARCH-ENTRY-COUNT
042400         MOVE SPACES TO WS-RPT-LABEL
