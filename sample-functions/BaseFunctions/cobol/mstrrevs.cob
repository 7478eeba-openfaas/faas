000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTRREVS.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - BACKS A REVERSED "LK"    *
001100*                    REQUEST'S METERING OUT OF THE CUSTMAST     *
001200*                    INDEXED MASTER FOR APP'S "RV" REQUEST      *
001300*                    TYPE.  MAST-REQUEST-COUNT DROPS BY ONE,    *
001400*                    AND MAST-DAILY-COUNT DROPS BY ONE WHEN     *
001500*                    THE MASTER IS STILL COUNTING THE DAY THE   *
001600*                    ORIGINAL WAS METERED.  THE REWRITE IS      *
001700*                    JOURNALED (MSTRJRNL) LIKE ANY OTHER        *
001800*                    MASTER CHANGE.  MASTER I/O LIVES HERE, IN  *
001900*                    A SUBPROGRAM, FOR THE SAME REASON CUSTMAST *
002000*                    I/O LIVES IN MSTRLKUP/MSTRUPDT.  A FAILED  *
002100*                    OPEN OR REWRITE ANSWERS NOT-APPLIED SO APP *
002200*                    CAN REJECT THE REVERSAL RATHER THAN CLAIM  *
002300*                    A BACK-OUT THAT NEVER LANDED.              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT MASTER-FILE ASSIGN TO "CUSTMAST"
002900         ORGANIZATION INDEXED
003000         ACCESS MODE RANDOM
003100         RECORD KEY MAST-CORRELATION-ID
003200         FILE STATUS MF-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  MASTER-FILE.
003700 01  MASTER-RECORD.
003800     COPY MASTREC.
003900
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200*    SWITCHES AND STATUS CODES                                 *
004300*****************************************************************
004400 77  MF-FILE-STATUS                  PIC X(02) VALUE "00".
004500     88  MF-FILE-STATUS-OK                VALUE "00" "05" "97".
004600 77  MF-FILE-OPEN-SW                  PIC X(01) VALUE "N".
004700     88  MF-FILE-IS-OPEN                  VALUE "Y".
004800 77  MF-JRNL-PROGRAM                  PIC X(08) VALUE "MSTRREVS".
004900 77  MF-JRNL-ACTION                   PIC X(01) VALUE "C".
005000 01  MF-BEFORE-IMAGE                  PIC X(86) VALUE SPACES.
005100
005200 LINKAGE SECTION.
005300 01  LK-CORRELATION-ID                PIC X(12).
005400 01  LK-METERED-DATE                  PIC 9(08).
005500 01  LK-FOUND-SWITCH                  PIC X(01).
005600     88  LK-RECORD-FOUND                  VALUE "Y".
005700     88  LK-RECORD-NOT-FOUND              VALUE "N".
005800 01  LK-APPLIED-SWITCH                PIC X(01).
005900     88  LK-REVERSAL-APPLIED              VALUE "Y".
006000     88  LK-REVERSAL-NOT-APPLIED          VALUE "N".
006100
006200 PROCEDURE DIVISION USING LK-CORRELATION-ID
006300                          LK-METERED-DATE
006400                          LK-FOUND-SWITCH
006500                          LK-APPLIED-SWITCH.
006600
006700 0000-MAINLINE.
006800     SET LK-RECORD-NOT-FOUND     TO TRUE
006900     SET LK-REVERSAL-NOT-APPLIED TO TRUE
007000
007100     IF NOT MF-FILE-IS-OPEN
007200         OPEN I-O MASTER-FILE
007300         IF MF-FILE-STATUS-OK
007400             SET MF-FILE-IS-OPEN TO TRUE
007500         ELSE
007600             GO TO 0000-EXIT
007700         END-IF
007800     END-IF
007900
008000     MOVE LK-CORRELATION-ID TO MAST-CORRELATION-ID
008100
008200     READ MASTER-FILE
008300         KEY IS MAST-CORRELATION-ID
008400         INVALID KEY
008500             SET LK-RECORD-NOT-FOUND TO TRUE
008600         NOT INVALID KEY
008700             SET LK-RECORD-FOUND    TO TRUE
008800     END-READ.
008900
009000*    A MASTER DELETED SINCE THE ORIGINAL WAS METERED HAS NOTHING
009100*    LEFT TO BACK OUT - THE REVERSAL STANDS.
009200     IF LK-RECORD-NOT-FOUND
009300         SET LK-REVERSAL-APPLIED TO TRUE
009400     ELSE
009500         PERFORM 1000-BACK-OUT-USAGE THRU 1000-EXIT
009600     END-IF.
009700
009800 0000-EXIT.
009900     GOBACK.
010000
010100*****************************************************************
010200*    1000-BACK-OUT-USAGE - UNDO WHAT MSTRLKUP'S 1000-METER-     *
010300*    USAGE ADDED FOR THE ORIGINAL REQUEST.  COUNTS ARE NEVER    *
010400*    TAKEN BELOW ZERO.  THE DAILY COUNT IS ONLY TOUCHED WHEN    *
010500*    MAST-DAILY-DATE IS STILL THE DAY THE ORIGINAL WAS METERED  *
010600*    - ONCE THE MASTER HAS ROLLED TO A NEW DAY, YESTERDAY'S     *
010700*    LIMIT WINDOW IS GONE.  MAST-LAST-ACTIVITY IS LEFT ALONE.   *
010800*****************************************************************
010900 1000-BACK-OUT-USAGE.
011000     MOVE MASTER-RECORD TO MF-BEFORE-IMAGE.
011100     IF MAST-REQUEST-COUNT NUMERIC
011200        AND MAST-REQUEST-COUNT > ZERO
011300         SUBTRACT 1 FROM MAST-REQUEST-COUNT
011400     END-IF.
011500     IF MAST-DAILY-DATE NUMERIC
011600        AND MAST-DAILY-DATE = LK-METERED-DATE
011700        AND MAST-DAILY-COUNT NUMERIC
011800        AND MAST-DAILY-COUNT > ZERO
011900         SUBTRACT 1 FROM MAST-DAILY-COUNT
012000     END-IF.
012100     IF MASTER-RECORD = MF-BEFORE-IMAGE
012200         SET LK-REVERSAL-APPLIED TO TRUE
012300         GO TO 1000-EXIT
012400     END-IF.
012500     REWRITE MASTER-RECORD.
012600     IF MF-FILE-STATUS = "00"
012700         SET LK-REVERSAL-APPLIED TO TRUE
012800         CALL "MSTRJRNL" USING MF-JRNL-PROGRAM
012900                               MF-JRNL-ACTION
013000                               MF-BEFORE-IMAGE
013100                               MASTER-RECORD
013200     END-IF.
013300 1000-EXIT.
013400     EXIT.
