000100*****************************************************************
000200*    PARTREC      -   PARTITION CONTROL RECORD LAYOUT           *
000300*                                                               *
000400*    WRITTEN BY COLLATE TO THE PARTCTL DATASET WHEN A PARTS     *
000500*    CONTROL CARD SPLITS THE DAY'S STREAM BY CORRELATION-ID     *
000600*    KEY RANGE: ONE "P" RECORD PER PARTITION WITH ITS KEY       *
000700*    RANGE AND WHAT WAS WRITTEN TO ITS COLLOUTN DATASET, THEN   *
000800*    ONE "T" RECORD WITH THE FIGURES OF THE WHOLE COLLATED      *
000900*    STREAM, COUNTED AS IT WAS READ AND NOT AS THE SUM OF THE   *
001000*    PARTITIONS.  PART-DETAIL-COUNT AND PART-HASH-TOTAL ARE     *
001100*    THE BT TRAILER FIGURES (EVERY DETAIL RECORD, CONTINUATIONS *
001200*    INCLUDED; THE SUM OF THE NUMERIC REQ-PAYLOAD-LENGTH        *
001300*    VALUES).  PART-RECORDS-WRITTEN ALSO COUNTS THE BH/BT       *
001400*    ENVELOPE RECORDS.  A PARTITION HOLDS THE KEYS ABOVE        *
001500*    PART-LOW-KEY (THE PRIOR PARTITION'S PARTHIGH CARD) UP TO   *
001600*    AND INCLUDING PART-HIGH-KEY; SPACES MARK THE OPEN BOTTOM   *
001700*    OF THE FIRST PARTITION AND OPEN TOP OF THE LAST.  READ BY  *
001800*    RECONCIL FOR THE PARTITION PROOF AND BY APPMERGE FOR THE   *
001900*    DAY-LEVEL CONTROL REPORT.                                  *
002000*****************************************************************
002100    05  PART-REC-TYPE                   PIC X(01).
002200        88  PART-REC-PARTITION              VALUE "P".
002300        88  PART-REC-TOTAL                  VALUE "T".
002400    05  PART-BUSINESS-DATE              PIC 9(08).
002500    05  PART-NUMBER                     PIC 9(02).
002600    05  PART-COUNT                      PIC 9(02).
002700    05  PART-LOW-KEY                    PIC X(12).
002800    05  PART-HIGH-KEY                   PIC X(12).
002900    05  PART-ENVELOPES                  PIC 9(04).
003000    05  PART-DETAIL-COUNT               PIC 9(08).
003100    05  PART-HASH-TOTAL                 PIC 9(12).
003200    05  PART-RECORDS-WRITTEN            PIC 9(08).
003300    05  FILLER                          PIC X(11).
