001900*                    REGISTRY I/O LIVES HERE, IN A SUBPROGRAM,  *
002000*                    FOR THE SAME REASON CUSTMAST I/O LIVES IN  *
002100*                    MSTRLKUP/MSTRSCAN.                         *
002110*    2026-10-15  RH  REVERSAL SUPPORT - NEW LK-REG-DETAIL       *
002120*                    PARAMETER CARRIES THE ENTRY'S REQUEST      *
002130*                    TYPE, METERED DATE AND ROUTED ACK ID: "A"  *
002140*                    STORES IT, "C" HANDS IT BACK ON A HIT.     *
002150*                    NEW FUNCTION "D" REMOVES AN ENTRY FOR AN   *
002160*                    "RV" REVERSAL AND ANSWERS "Y" IN THE       *
002170*                    SWITCH WHEN ONE WAS REMOVED.               *
002180*    2026-10-15  RH  THE REQREGY RECORD GREW FROM 40 TO 60      *
002185*                    BYTES FOR THE ENTRY DETAIL.  AN EXISTING   *
002190*                    REGISTRY MUST BE CONVERTED ONCE WITH       *
002192*                    JCL/REGCONV.JCL - AN UNCONVERTED CLUSTER   *
002194*                    FAILS THE OPEN AND EVERY CHECK ANSWERS     *
002196*                    NOT DUPLICATE.                             *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005100 01  LK-FUNCTION-CODE                 PIC X(01).
005200     88  LK-FUNCTION-CHECK                VALUE "C".
005300     88  LK-FUNCTION-ADD                  VALUE "A".
005310     88  LK-FUNCTION-DELETE               VALUE "D".
005400 01  LK-CORRELATION-ID                PIC X(12).
005500 01  LK-FINGERPRINT                   PIC 9(10).
005600 01  LK-BUSINESS-DATE                 PIC 9(08).
005700 01  LK-DUP-SWITCH                    PIC X(01).
005800     88  LK-IS-DUPLICATE                  VALUE "Y".
005900     88  LK-NOT-DUPLICATE                 VALUE "N".
005910 01  LK-REG-DETAIL.
005920     05  LK-REQUEST-TYPE              PIC X(02).
005930     05  LK-METERED-DATE              PIC 9(08).
005940     05  LK-ROUTED-ACK-ID.
005950         10  LK-ROUTED-FEED-CODE      PIC X(01).
005960         10  LK-ROUTED-RUN-DATE       PIC 9(08).
005970         10  LK-ROUTED-SEQUENCE-NO    PIC 9(06).
006000
006100 PROCEDURE DIVISION USING LK-FUNCTION-CODE
006200                          LK-CORRELATION-ID
006300                          LK-FINGERPRINT
006400                          LK-BUSINESS-DATE
006500                          LK-DUP-SWITCH
006510                          LK-REG-DETAIL.
006600
006700 0000-MAINLINE.
006800     SET LK-NOT-DUPLICATE TO TRUE
008300     ELSE
008400         IF LK-FUNCTION-ADD
008500             PERFORM 3000-ADD-REGISTRY THRU 3000-EXIT
008510         ELSE
008520             IF LK-FUNCTION-DELETE
008530                 PERFORM 4000-DELETE-REGISTRY THRU 4000-EXIT
008540             END-IF
008600         END-IF
008700     END-IF.
008800
012800             SET LK-NOT-DUPLICATE TO TRUE
012900         NOT INVALID KEY
013000             SET LK-IS-DUPLICATE TO TRUE
013010             MOVE REG-REQUEST-TYPE       TO LK-REQUEST-TYPE
013020             MOVE REG-METERED-DATE       TO LK-METERED-DATE
013030             MOVE REG-ROUTED-ACK-ID      TO LK-ROUTED-ACK-ID
013100     END-READ.
013200 2000-EXIT.
013300     EXIT.
014100     MOVE LK-CORRELATION-ID TO REG-CORRELATION-ID.
014200     MOVE LK-FINGERPRINT    TO REG-FINGERPRINT.
014300     MOVE LK-BUSINESS-DATE  TO REG-BUSINESS-DATE.
014310     MOVE LK-REQUEST-TYPE   TO REG-REQUEST-TYPE.
014320     MOVE LK-METERED-DATE   TO REG-METERED-DATE.
014330     MOVE LK-ROUTED-ACK-ID  TO REG-ROUTED-ACK-ID.
014400     WRITE REGISTRY-RECORD
014500         INVALID KEY
014600             CONTINUE
014700     END-WRITE.
014800 3000-EXIT.
014900     EXIT.
015000
015100*****************************************************************
015200*    4000-DELETE-REGISTRY - WITHDRAW A REVERSED REQUEST'S ENTRY *
015300*    SO THE SAME REQUEST CAN BE SENT AGAIN CORRECTLY.  THE      *
015400*    SWITCH ANSWERS "Y" ONLY WHEN AN ENTRY WAS REMOVED.         *
015500*****************************************************************
015600 4000-DELETE-REGISTRY.
015700     DELETE REGISTRY-FILE RECORD
015800         INVALID KEY
015900             SET LK-NOT-DUPLICATE TO TRUE
016000         NOT INVALID KEY
016100             SET LK-IS-DUPLICATE TO TRUE
016200     END-DELETE.
016300 4000-EXIT.
016400     EXIT.
