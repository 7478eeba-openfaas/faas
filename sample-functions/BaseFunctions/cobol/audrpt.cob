001600*                    ENTRIES SELECTED BY THE AUDCARDS CONTROL   *
001700*                    CARDS, WITH THE AUD-DETAIL PAYLOAD DECODED *
001800*                    BACK INTO ITS REQREC FIELDS.               *
001810*    2026-10-15  RH  "RV" REVERSAL REQUESTS AND APP'S NEW       *
001820*                    "REVERSED" EVENT (RV IMAGE CARRYING THE    *
001830*                    REVERSED REQUEST'S TYPE) NOW DECODE.       *
001853*    2026-10-15  RH  RENAMED REQREC'S NEW PARTITION STAMP       *
001876*                    FIELDS IN THE DECODED-REQUEST COPY.        *
001900*                                                                *
002000*    CONTROL CARDS (KEYWORD=VALUE, SEE COPYBOOK CTLCREC):        *
002100*        CORR=XXXXXXXXXXXX   SELECT ONE CORRELATION ID          *
006700     ==REQ-TYPE-LOOKUP== BY ==DRQ-TYPE-LOOKUP==
006710     ==REQ-TYPE-UPDATE== BY ==DRQ-TYPE-UPDATE==
006720     ==REQ-TYPE-CONTINUATION== BY ==DRQ-TYPE-CONTINUATION==
006730     ==REQ-TYPE-REVERSAL== BY ==DRQ-TYPE-REVERSAL==
006800     ==REQ-TYPE-BATCH-HEADER== BY ==DRQ-TYPE-BATCH-HEADER==
006900     ==REQ-TYPE-BATCH-TRAILER== BY ==DRQ-TYPE-BATCH-TRAILER==
007000     ==REQ-DETAIL-DATA== BY ==DRQ-DETAIL-DATA==
007400     ==REQ-HEADER-DATA== BY ==DRQ-HEADER-DATA==
007500     ==REQ-HDR-BATCH-ID== BY ==DRQ-HDR-BATCH-ID==
007600     ==REQ-HDR-BUSINESS-DATE== BY ==DRQ-HDR-BUSINESS-DATE==
007633     ==REQ-HDR-PARTITION-NO== BY ==DRQ-HDR-PARTITION-NO==
007666     ==REQ-HDR-PARTITION-COUNT== BY ==DRQ-HDR-PARTITION-COUNT==
007700     ==REQ-TRAILER-DATA== BY ==DRQ-TRAILER-DATA==
007800     ==REQ-TRL-RECORD-COUNT== BY ==DRQ-TRL-RECORD-COUNT==
007900     ==REQ-TRL-HASH-TOTAL== BY ==DRQ-TRL-HASH-TOTAL==.
028500 2200-DECODE-DETAIL.
028600     MOVE AUD-DETAIL TO WS-DECODED-REQUEST.
028700     IF DRQ-TYPE-ECHO OR DRQ-TYPE-LOOKUP OR DRQ-TYPE-UPDATE
028750        OR DRQ-TYPE-CONTINUATION OR DRQ-TYPE-REVERSAL
028800        OR DRQ-TYPE-BATCH-HEADER OR DRQ-TYPE-BATCH-TRAILER
028900         SET WS-DETAIL-DECODES TO TRUE
029000     ELSE
