001960        88  REJ-REASON-NOT-APPLIED          VALUE "09".
001970        88  REJ-REASON-OVER-LIMIT           VALUE "10".
001980        88  REJ-REASON-BAD-CHAIN            VALUE "11".
001990        88  REJ-REASON-NO-ORIGINAL          VALUE "12".
002000    05  REJ-RAW-RECORD                  PIC X(64).
002100    05  REJ-REJECT-DATE                 PIC 9(08).
