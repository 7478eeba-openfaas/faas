000900*    YESTERDAY'S FILE) HITS AN EXISTING KEY AND IS REJECTED     *
001000*    WITH REJ-REASON-CODE "08".  REG-BUSINESS-DATE LETS         *
001100*    REGPURGE AGE ENTRIES OFF PAST THE RETENTION WINDOW.        *
001110*                                                               *
001120*    THE ENTRY ALSO REMEMBERS WHAT AN "RV" REVERSAL NEEDS TO    *
001130*    UNDO THE REQUEST: ITS TYPE (ONLY AN "LK" WAS METERED), THE *
001140*    DATE IT WAS METERED (FOR THE MASTER'S DAILY COUNT), AND    *
001150*    THE ACK ID OF THE ROUTED-FEED RECORD IT PRODUCED (FEED     *
001160*    CODE SPACE WHEN IT WAS NOT ROUTED).  THE RECORD GREW FROM  *
001170*    40 TO 60 BYTES FOR THESE FIELDS; A REGISTRY ON THE OLD     *
001180*    LAYOUT IS CONVERTED ONCE BY JCL/REGCONV.JCL (TYPE AND FEED *
001185*    CODE SPACES, DATES AND SEQUENCE ZERO), AND AN ENTRY WITH A *
001190*    SPACE REQUEST TYPE IS REVERSED WITHOUT A METERING BACK-OUT *
001195*    OR A FEED RECORD.                                          *
001200*****************************************************************
001300    05  REG-KEY.
001400        10  REG-CORRELATION-ID          PIC X(12).
001500        10  REG-FINGERPRINT             PIC 9(10).
001600    05  REG-BUSINESS-DATE               PIC 9(08).
001610    05  REG-REQUEST-TYPE                PIC X(02).
001620    05  REG-METERED-DATE                PIC 9(08).
001630    05  REG-ROUTED-ACK-ID.
001640        10  REG-ROUTED-FEED-CODE        PIC X(01).
001645        10  REG-ROUTED-RUN-DATE         PIC 9(08).
001650        10  REG-ROUTED-SEQUENCE-NO      PIC 9(06).
001700    05  FILLER                          PIC X(05).
