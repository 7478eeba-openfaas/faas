000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JOBLEDGR.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - SHARED BATCH JOB LEDGER. *
001100*                    EVERY NIGHTLY BATCH PROGRAM CALLS HERE     *
001200*                    ONCE AS IT STARTS AND ONCE AS IT ENDS; ONE *
001300*                    LEDGREC ENTRY IS APPENDED TO THE LEDGER    *
001400*                    DATASET EACH TIME, STAMPED WITH THE RUNCTL *
001500*                    BUSINESS DATE, THE RETURN CODE, THE        *
001600*                    CALLER'S KEY COUNTS AND THE ELAPSED TIME.  *
001700*                    JOBSTAT REPORTS FROM THE LEDGER EACH       *
001800*                    MORNING.  THE START TIME AND BUSINESS DATE *
001900*                    ARE HELD HERE BETWEEN THE TWO CALLS, SO    *
002000*                    THE END ENTRY CARRIES THE SAME DATE EVEN   *
002100*                    WHEN THE CALLER HAS SINCE ADVANCED RUNCTL. *
002200*                    THE LEDGER IS OPENED AND CLOSED ON EACH    *
002300*                    CALL SO THE START ENTRY IS ON DISK BEFORE  *
002400*                    THE CALLER DOES ANY WORK.  LIKE MSTRJRNL,  *
002500*                    A LEDGER THAT WILL NOT OPEN IS SKIPPED     *
002600*                    RATHER THAN FAILING THE BATCH.             *
002700*                                                                *
002800*    CALL "JOBLEDGR" USING PROGRAM NAME   X(08)                 *
002900*                          EVENT          X(01)  S=START, E=END *
003000*                          DATE BASIS     X(01)  E=RUNCTL       *
003100*                                                EXPECTED DATE, *
003200*                                                L=RUNCTL LAST- *
003300*                                                RUN DATE       *
003400*                          RETURN CODE    9(04)  END ONLY       *
003500*                          COUNTS         3 X (LABEL X(08),     *
003600*                                              VALUE 9(09))     *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS JL-LEDGER-STATUS.
004400
004500     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS JL-RUNC-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  LEDGER-FILE.
005200 01  LEDGER-RECORD.
005300     COPY LEDGREC.
005400
005500 FD  RUNCTL-FILE.
005600 01  RUNCTL-RECORD.
005700     COPY RUNCREC.
005800
005900 WORKING-STORAGE SECTION.
006000*****************************************************************
006100*    SWITCHES AND STATUS CODES                                 *
006200*****************************************************************
006300 77  JL-LEDGER-STATUS                PIC X(02) VALUE "00".
006400 77  JL-RUNC-STATUS                  PIC X(02) VALUE "00".
006500 77  JL-STARTED-SW                   PIC X(01) VALUE "N".
006600     88  JL-RUN-STARTED                  VALUE "Y".
006700     88  JL-RUN-NOT-STARTED              VALUE "N".
006800
006900*****************************************************************
007000*    RUN DATES AND TIMES - KEPT BETWEEN THE START AND END CALLS *
007100*****************************************************************
007200 77  JL-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
007300 77  JL-START-DATE                   PIC 9(08) VALUE ZERO.
007400 77  JL-START-TIME                   PIC 9(08) VALUE ZERO.
007500 77  JL-TODAY-DATE                   PIC 9(08) VALUE ZERO.
007600 77  JL-TODAY-TIME                   PIC 9(08) VALUE ZERO.
007700 77  JL-START-SECS                   PIC 9(07) VALUE ZERO.
007800 77  JL-END-SECS                     PIC 9(07) VALUE ZERO.
007900 77  JL-ELAPSED-SECS                 PIC S9(07) VALUE ZERO.
008000 01  JL-TIME-WORK.
008100     05  JL-TIME-HH                      PIC 9(02).
008200     05  JL-TIME-MM                      PIC 9(02).
008300     05  JL-TIME-SS                      PIC 9(02).
008400     05  JL-TIME-HS                      PIC 9(02).
008500 01  JL-TIME-WORK-N REDEFINES JL-TIME-WORK
008600                                     PIC 9(08).
008700
008800 LINKAGE SECTION.
008900 01  LK-PROGRAM-NAME                 PIC X(08).
009000 01  LK-LEDGER-EVENT                 PIC X(01).
009100     88  LK-EVENT-START                  VALUE "S".
009200     88  LK-EVENT-END                    VALUE "E".
009300 01  LK-DATE-BASIS                   PIC X(01).
009400     88  LK-BASIS-LAST-RUN               VALUE "L".
009500 01  LK-RETURN-CODE                  PIC 9(04).
009600 01  LK-LEDGER-COUNTS.
009700     05  LK-COUNT-ENTRY OCCURS 3 TIMES.
009800         10  LK-COUNT-LABEL              PIC X(08).
009900         10  LK-COUNT-VALUE              PIC 9(09).
010000
010100 PROCEDURE DIVISION USING LK-PROGRAM-NAME
010200                          LK-LEDGER-EVENT
010300                          LK-DATE-BASIS
010400                          LK-RETURN-CODE
010500                          LK-LEDGER-COUNTS.
010600
010700 0000-MAINLINE.
010800     ACCEPT JL-TODAY-DATE FROM DATE YYYYMMDD.
010900     ACCEPT JL-TODAY-TIME FROM TIME.
011000
011100     IF LK-EVENT-START
011200        OR JL-RUN-NOT-STARTED
011300         PERFORM 1000-NOTE-START THRU 1000-EXIT
011400     END-IF
011500
011600     PERFORM 2000-WRITE-LEDGER THRU 2000-EXIT.
011700
011800 0000-EXIT.
011900     GOBACK.
012000
012100*****************************************************************
012200*    1000-NOTE-START - FIX THE BUSINESS DATE AND START TIME FOR *
012300*    THE RUN.  AN END CALL WITH NO START (A CALLER THAT FAILED  *
012400*    BEFORE IT COULD CALL) IS TREATED AS STARTING NOW.          *
012500*****************************************************************
012600 1000-NOTE-START.
012700     SET JL-RUN-STARTED TO TRUE.
012800     MOVE JL-TODAY-DATE TO JL-START-DATE.
012900     MOVE JL-TODAY-TIME TO JL-START-TIME.
013000     MOVE JL-TODAY-DATE TO JL-BUSINESS-DATE.
013100
013200     OPEN INPUT RUNCTL-FILE.
013300     IF JL-RUNC-STATUS NOT = "00"
013400         GO TO 1000-EXIT
013500     END-IF.
013600     READ RUNCTL-FILE
013700         AT END
013800             MOVE "10" TO JL-RUNC-STATUS
013900     END-READ.
014000     IF JL-RUNC-STATUS = "00"
014100         IF LK-BASIS-LAST-RUN
014200             IF RUNC-LAST-RUN-DATE NUMERIC
014300                AND RUNC-LAST-RUN-DATE > ZERO
014400                 MOVE RUNC-LAST-RUN-DATE TO JL-BUSINESS-DATE
014500             END-IF
014600         ELSE
014700             IF RUNC-EXPECTED-DATE NUMERIC
014800                AND RUNC-EXPECTED-DATE > ZERO
014900                 MOVE RUNC-EXPECTED-DATE TO JL-BUSINESS-DATE
015000             END-IF
015100         END-IF
015200     END-IF.
015300     CLOSE RUNCTL-FILE.
015400 1000-EXIT.
015500     EXIT.
015600
015700*****************************************************************
015800*    2000-WRITE-LEDGER - ONE ENTRY.  CREATE THE LEDGER ON FIRST *
015900*    USE; SKIP THE ENTRY IF IT STILL WILL NOT OPEN.             *
016000*****************************************************************
016100 2000-WRITE-LEDGER.
016200     OPEN EXTEND LEDGER-FILE.
016300     IF JL-LEDGER-STATUS NOT = "00"
016400         OPEN OUTPUT LEDGER-FILE
016500     END-IF.
016600     IF JL-LEDGER-STATUS NOT = "00"
016700         GO TO 2000-EXIT
016800     END-IF.
016900
017000     MOVE SPACES           TO LEDGER-RECORD.
017100     MOVE JL-BUSINESS-DATE TO LDG-BUSINESS-DATE.
017200     MOVE LK-PROGRAM-NAME  TO LDG-PROGRAM.
017300     MOVE LK-LEDGER-EVENT  TO LDG-EVENT.
017400     MOVE JL-TODAY-DATE    TO LDG-RUN-DATE.
017500     MOVE JL-TODAY-TIME    TO LDG-RUN-TIME.
017600     MOVE ZERO             TO LDG-RETURN-CODE.
017700     MOVE ZERO             TO LDG-ELAPSED-SECS.
017800     MOVE SPACES           TO LDG-COUNT-LABEL(1)
017900                              LDG-COUNT-LABEL(2)
018000                              LDG-COUNT-LABEL(3).
018100     MOVE ZERO             TO LDG-COUNT-VALUE(1)
018200                              LDG-COUNT-VALUE(2)
018300                              LDG-COUNT-VALUE(3).
018400
018500     IF LK-EVENT-END
018600         MOVE LK-RETURN-CODE   TO LDG-RETURN-CODE
018700         MOVE LK-COUNT-LABEL(1) TO LDG-COUNT-LABEL(1)
018800         MOVE LK-COUNT-VALUE(1) TO LDG-COUNT-VALUE(1)
018900         MOVE LK-COUNT-LABEL(2) TO LDG-COUNT-LABEL(2)
019000         MOVE LK-COUNT-VALUE(2) TO LDG-COUNT-VALUE(2)
019100         MOVE LK-COUNT-LABEL(3) TO LDG-COUNT-LABEL(3)
019200         MOVE LK-COUNT-VALUE(3) TO LDG-COUNT-VALUE(3)
019300         PERFORM 2100-COMPUTE-ELAPSED THRU 2100-EXIT
019400         MOVE JL-ELAPSED-SECS  TO LDG-ELAPSED-SECS
019500     END-IF.
019600
019700     WRITE LEDGER-RECORD.
019800     CLOSE LEDGER-FILE.
019900 2000-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300*    2100-COMPUTE-ELAPSED - WHOLE SECONDS FROM START TO NOW.  A *
020400*    RUN THAT CROSSES MIDNIGHT GAINS A DAY; NO BATCH PROGRAM    *
020500*    HERE RUNS LONGER THAN THAT.                                *
020600*****************************************************************
020700 2100-COMPUTE-ELAPSED.
020800     MOVE JL-START-TIME TO JL-TIME-WORK-N.
020900     COMPUTE JL-START-SECS = JL-TIME-HH * 3600
021000                           + JL-TIME-MM * 60
021100                           + JL-TIME-SS.
021200     MOVE JL-TODAY-TIME TO JL-TIME-WORK-N.
021300     COMPUTE JL-END-SECS = JL-TIME-HH * 3600
021400                         + JL-TIME-MM * 60
021500                         + JL-TIME-SS.
021600     IF JL-TODAY-DATE NOT = JL-START-DATE
021700         ADD 86400 TO JL-END-SECS
021800     END-IF.
021900     COMPUTE JL-ELAPSED-SECS = JL-END-SECS - JL-START-SECS.
022000     IF JL-ELAPSED-SECS < ZERO
022100         MOVE ZERO TO JL-ELAPSED-SECS
022200     END-IF.
022300 2100-EXIT.
022400     EXIT.
