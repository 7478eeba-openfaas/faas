001600*    TRANSMISSION NO LONGER PROCESSES AS IF IT WERE COMPLETE.    *
001700*    A STREAM WITH NO ENVELOPE RECORDS (THE OPENFAAS PATH)       *
001800*    STILL PROCESSES AS BEFORE.                                  *
001802*    WHEN COLLATE SPLITS THE DAY'S STREAM INTO PARTITIONS IT     *
001804*    STAMPS EVERY "BH" IT WRITES WITH THE PARTITION NUMBER AND   *
001806*    THE NUMBER OF PARTITIONS (SEE PARTREC); BOTH ARE SPACES     *
001807*    ON AN UNPARTITIONED STREAM.                                 *
001808*                                                                *
001816*    AN "RV" DETAIL CANCELS A REQUEST THE BRANCH SENT IN ERROR:  *
001824*    IT CARRIES THE ORIGINAL'S CORRELATION ID AND ITS ORIGINAL   *
001832*    PAYLOAD (SEGMENTED WITH "CO" RECORDS JUST AS THE ORIGINAL   *
001840*    WAS), SO IT FINGERPRINTS TO THE ORIGINAL'S REQREGY ENTRY.   *
001848*    APP REMOVES THAT ENTRY, BACKS THE LOOKUP'S METERING OUT OF  *
001856*    CUSTMAST, AND SENDS A REVERSAL RECORD TO WHICHEVER ROUTED   *
001864*    FEED GOT THE ORIGINAL (SEE ROUTREC).  AN "RV" THAT MATCHES  *
001872*    NO REGISTERED REQUEST REJECTS WITH REASON "12".  REVERSING  *
001880*    AN "UP" ONLY WITHDRAWS ITS REGISTRY ENTRY - THE OLD NAME    *
001888*    IS NOT KEPT, SO IT MUST BE RE-KEYED BY A FRESH "UP" OR      *
001896*    MNTTRAN "C".                                                *
001900*                                                                *
002000*    INCLUDE UNDER A 01-LEVEL, E.G.                              *
002100*        01  SYSIN-RECORD.                                      *
003300        88  REQ-TYPE-LOOKUP                 VALUE "LK".
003310        88  REQ-TYPE-UPDATE                 VALUE "UP".
003320        88  REQ-TYPE-CONTINUATION           VALUE "CO".
003330        88  REQ-TYPE-REVERSAL               VALUE "RV".
003400        88  REQ-TYPE-BATCH-HEADER           VALUE "BH".
003500        88  REQ-TYPE-BATCH-TRAILER          VALUE "BT".
003600    05  REQ-DETAIL-DATA.
004000    05  REQ-HEADER-DATA REDEFINES REQ-DETAIL-DATA.
004100        07  REQ-HDR-BATCH-ID            PIC X(08).
004200        07  REQ-HDR-BUSINESS-DATE       PIC 9(08).
004210        07  REQ-HDR-PARTITION-NO        PIC 9(02).
004220        07  REQ-HDR-PARTITION-COUNT     PIC 9(02).
004300        07  FILLER                      PIC X(42).
004400    05  REQ-TRAILER-DATA REDEFINES REQ-DETAIL-DATA.
004500        07  REQ-TRL-RECORD-COUNT        PIC 9(06).
004600        07  REQ-TRL-HASH-TOTAL          PIC 9(10).
