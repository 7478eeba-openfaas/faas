000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEDGPOST.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - JOB LEDGER ENTRY FOR A   *
001100*                    JOB WITH NO PROGRAM OF OUR OWN TO CALL     *
001200*                    JOBLEDGR (CUSTBKUP RUNS ONLY IDCAMS AND    *
001300*                    IEBGENER).  RUN AS THE FIRST STEP OF SUCH  *
001400*                    A JOB TO POST ITS START ENTRY, AND AS THE  *
001500*                    LAST STEP, CONDITIONED ON THE WORK STEPS   *
001600*                    ENDING CLEAN, TO POST ITS END ENTRY.  A    *
001700*                    FAILED JOB SKIPS THE END STEP, SO JOBSTAT  *
001800*                    SHOWS A START WITH NO END - THE SAME AS A  *
001900*                    PROGRAM THAT ABENDED.                      *
002000*                                                                *
002100*    CONTROL CARDS (LPCARDS, KEYWORD=VALUE, SEE CTLCREC):        *
002200*        PROGRAM=XXXXXXXX  NAME TO POST UNDER (REQUIRED) - THE  *
002300*                          NAME LISTED ON JOBSTAT'S EXPECT      *
002400*                          CARDS.                               *
002500*        EVENT=START|END   WHICH ENTRY TO POST (REQUIRED).      *
002600*        BASIS=EXPECTED|LAST  WHICH RUNCTL DATE THE JOB BELONGS *
002700*                          TO (SEE LEDGREC).  DEFAULT EXPECTED. *
002800*        RC=NNNN           RETURN CODE ON THE END ENTRY.        *
002900*                          DEFAULT 0000.                        *
003000*                                                                *
003100*    RETURN CODES:                                              *
003200*      00  ENTRY POSTED (OR THE LEDGER WAS UNAVAILABLE - SEE    *
003300*          JOBLEDGR).                                           *
003400*      16  PROGRAM OR EVENT CARD MISSING - NOTHING POSTED.      *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LPCARDS-FILE ASSIGN TO "LPCARDS"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS WS-CARD-FS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  LPCARDS-FILE.
004600 01  LPCARDS-RECORD.
004700     COPY CTLCREC.
004800
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100*    SWITCHES AND STATUS CODES                                 *
005200*****************************************************************
005300 77  WS-EOF-SW                       PIC X(01) VALUE "N".
005400     88  WS-EOF                          VALUE "Y".
005500     88  WS-NOT-EOF                      VALUE "N".
005600 77  WS-CARD-FS                      PIC X(02) VALUE "00".
005700
005800*****************************************************************
005900*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
006000*****************************************************************
006100 77  WS-LDG-PROGRAM                  PIC X(08) VALUE SPACES.
006200 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
006300     88  WS-LDG-EVENT-GIVEN              VALUE "S" "E".
006400 77  WS-LDG-BASIS                    PIC X(01) VALUE "E".
006500 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
006600 01  WS-LDG-COUNTS.
006700     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
006800         10  WS-LDG-COUNT-LABEL          PIC X(08).
006900         10  WS-LDG-COUNT-VALUE          PIC 9(09).
007000
007100 01  WS-CARD-WORK.
007200     05  WS-CARD-KEYWORD                 PIC X(12).
007300     05  WS-CARD-VALUE                   PIC X(64).
007400
007500 PROCEDURE DIVISION.
007600*****************************************************************
007700*    0000-MAINLINE                                              *
007800*****************************************************************
007900 0000-MAINLINE.
008000     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT.
008100
008200     IF WS-LDG-PROGRAM = SPACES
008300        OR NOT WS-LDG-EVENT-GIVEN
008400         DISPLAY "LEDGPOST - PROGRAM= AND EVENT= CARDS REQUIRED"
008500         MOVE 16 TO RETURN-CODE
008600         STOP RUN
008700     END-IF.
008800
008900     MOVE SPACES TO WS-LDG-COUNT-LABEL(1)
009000                    WS-LDG-COUNT-LABEL(2)
009100                    WS-LDG-COUNT-LABEL(3).
009200     MOVE ZERO   TO WS-LDG-COUNT-VALUE(1)
009300                    WS-LDG-COUNT-VALUE(2)
009400                    WS-LDG-COUNT-VALUE(3).
009500     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
009600                           WS-LDG-EVENT
009700                           WS-LDG-BASIS
009800                           WS-LDG-RETURN-CODE
009900                           WS-LDG-COUNTS.
010000     MOVE 0 TO RETURN-CODE.
010100     STOP RUN.
010200 0000-EXIT.
010300     EXIT.
010400
010500*****************************************************************
010600*    1100-LOAD-CONTROL-CARDS                                    *
010700*****************************************************************
010800 1100-LOAD-CONTROL-CARDS.
010900     OPEN INPUT LPCARDS-FILE.
011000     IF WS-CARD-FS NOT = "00"
011100         GO TO 1100-EXIT
011200     END-IF.
011300
011400     READ LPCARDS-FILE
011500         AT END
011600             SET WS-EOF TO TRUE
011700     END-READ.
011800     PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
011900         UNTIL WS-EOF.
012000     CLOSE LPCARDS-FILE.
012100     SET WS-NOT-EOF TO TRUE.
012200 1100-EXIT.
012300     EXIT.
012400
012500 1110-APPLY-ONE-CARD.
012600     IF CTL-CARD-TEXT = SPACES
012700        OR CTL-CARD-TEXT(1:1) = "*"
012800         GO TO 1110-READ-NEXT
012900     END-IF.
013000
013100     MOVE SPACES TO WS-CARD-KEYWORD.
013200     MOVE SPACES TO WS-CARD-VALUE.
013300     UNSTRING CTL-CARD-TEXT DELIMITED BY "="
013400         INTO WS-CARD-KEYWORD
013500              WS-CARD-VALUE.
013600
013700     IF WS-CARD-KEYWORD = "PROGRAM"
013800         MOVE WS-CARD-VALUE(1:8) TO WS-LDG-PROGRAM
013900     END-IF.
014000
014100     IF WS-CARD-KEYWORD = "EVENT"
014200         IF WS-CARD-VALUE(1:5) = "START"
014300             MOVE "S" TO WS-LDG-EVENT
014400         END-IF
014500         IF WS-CARD-VALUE(1:3) = "END"
014600             MOVE "E" TO WS-LDG-EVENT
014700         END-IF
014800     END-IF.
014900
015000     IF WS-CARD-KEYWORD = "BASIS"
015100         IF WS-CARD-VALUE(1:4) = "LAST"
015200             MOVE "L" TO WS-LDG-BASIS
015300         ELSE
015400             MOVE "E" TO WS-LDG-BASIS
015500         END-IF
015600     END-IF.
015700
015800     IF WS-CARD-KEYWORD = "RC"
015900        AND WS-CARD-VALUE(1:4) NUMERIC
016000         MOVE WS-CARD-VALUE(1:4) TO WS-LDG-RETURN-CODE
016100     END-IF.
016200
016300 1110-READ-NEXT.
016400     READ LPCARDS-FILE
016500         AT END
016600             SET WS-EOF TO TRUE
016700     END-READ.
016800 1110-EXIT.
016900     EXIT.
