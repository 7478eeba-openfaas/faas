000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BILLRATE.
000300 AUTHOR. R HADDOCK.
000400 INSTALLATION. OPENFAAS SAMPLE FUNCTIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    -------------------                                       *
001000*    2026-10-15  RH  INITIAL VERSION - PERIOD-END RATING AND    *
001100*                    INVOICING.  MSTRUSEX ONLY CUTS RAW COUNTS  *
001200*                    TO USAGEOUT, SO FINANCE PRICED EVERY       *
001300*                    CUSTOMER BY HAND IN A SPREADSHEET.  THIS   *
001400*                    PROGRAM READS THE USAGE EXTRACT (USAGEIN,  *
001500*                    SEE USAGEREC) AND FINANCE'S TARIFF FILE    *
001600*                    (TARIFF, SEE TARFREC), PRICES EACH         *
001700*                    CUSTOMER'S REQUESTS THROUGH THE TIERED     *
001800*                    RATES IN EFFECT ON THE EXTRACT DATE, ADDS  *
001900*                    THE REJECT CHARGE, TOPS THE PERIOD UP TO   *
002000*                    THE MONTHLY MINIMUM, AND CUTS ONE INVOICE  *
002100*                    RECORD PER CUSTOMER (INVOICE, SEE INVCREC) *
002200*                    PLUS AN INVOICE REGISTER WITH THE PERIOD   *
002300*                    TOTALS (INVRPT).  A CUSTOMER WITH USAGE    *
002400*                    BUT NO TARIFF IN EFFECT, OR WHOSE TIERS    *
002500*                    ARE NOT IN ASCENDING ORDER, IS AN          *
002600*                    EXCEPTION (RC=04) - IT IS NEVER BILLED AT  *
002700*                    A GUESSED PRICE.  A TARIFF FILE TOO BIG    *
002800*                    FOR THE TABLE ENDS RC=08.                  *
002900*                    SEE JCL/BILLRATE.JCL AND USAGEXT.JCL.      *
002920*    2026-10-15  RH  ADDED START AND END ENTRIES ON THE SHARED  *
002940*                    JOB LEDGER (JOBLEDGR) - BUSINESS DATE,     *
002960*                    RETURN CODE, ELAPSED TIME AND KEY COUNTS   *
002980*                    FOR THE MORNING JOBSTAT REPORT.            *
002982*    2026-10-15  RH  A TARIFF TABLE OVERFLOW NOW SKIPS RATING   *
002984*                    ALTOGETHER - NO INVOICES ARE CUT FROM A    *
002986*                    PART-LOADED TARIFF.  A CUSTOMER WITH       *
002988*                    REQUESTS BUT NO "T" TIER IN EFFECT IS AN   *
002990*                    EXCEPTION INSTEAD OF BILLED AT ZERO.       *
002992*    2026-10-15  RH  EVERY "R" ELEMENT IN EFFECT NOW ADDS TO    *
002994*                    THE REJECT CHARGE - ONLY THE LAST WAS      *
002996*                    BILLED.                                    *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT USAGEIN-FILE ASSIGN TO "USAGEIN"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS WS-UIN-FS.
003700
003800     SELECT TARIFF-FILE ASSIGN TO "TARIFF"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS WS-TRF-FS.
004100
004200     SELECT INVOICE-FILE ASSIGN TO "INVOICE"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS WS-INV-FS.
004500
004600     SELECT REPORT-FILE ASSIGN TO "INVRPT"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS WS-RPT-FS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  USAGEIN-FILE.
005300 01  USAGEIN-RECORD.
005400     COPY USAGEREC.
005500
005600 FD  TARIFF-FILE.
005700 01  TARIFF-RECORD.
005800     COPY TARFREC.
005900
006000 FD  INVOICE-FILE.
006100 01  INVOICE-RECORD.
006200     COPY INVCREC.
006300
006400 FD  REPORT-FILE.
006500 01  REPORT-FILE-RECORD.
006600     COPY RPTREC.
006700
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    TARIFF TABLE - THE WHOLE TARIFF FILE, BUFFERED ONCE.  THE  *
007100*    ELEMENTS FOR A CUSTOMER NEED NOT BE ADJACENT, BUT ITS "T"  *
007200*    TIERS MUST BE IN ASCENDING TIER-LIMIT ORDER.               *
007300*****************************************************************
007400 77  WS-MAX-TARIFFS                  PIC 9(04) VALUE 2000.
007500 77  WS-TRF-COUNT                    PIC 9(04) VALUE ZERO.
007600 77  WS-TRF-IDX                      PIC 9(04) VALUE ZERO.
007700 01  WS-TARIFF-TABLE.
007800     05  WS-TRF-TBL OCCURS 2000 TIMES.
007900     COPY TARFREC
008000     REPLACING ==05== BY ==10==
008100     ==TRF-CORRELATION-ID== BY ==TTB-CORRELATION-ID==
008200     ==TRF-ELEMENT-TYPE== BY ==TTB-ELEMENT-TYPE==
008300     ==TRF-ELEMENT-TIER== BY ==TTB-ELEMENT-TIER==
008400     ==TRF-ELEMENT-REJECT== BY ==TTB-ELEMENT-REJECT==
008500     ==TRF-ELEMENT-MINIMUM== BY ==TTB-ELEMENT-MINIMUM==
008600     ==TRF-EFFECTIVE-FROM== BY ==TTB-EFFECTIVE-FROM==
008700     ==TRF-EFFECTIVE-TO== BY ==TTB-EFFECTIVE-TO==
008800     ==TRF-TIER-LIMIT== BY ==TTB-TIER-LIMIT==
008900     ==TRF-UNIT-RATE== BY ==TTB-UNIT-RATE==
009000     ==TRF-MINIMUM-CHARGE== BY ==TTB-MINIMUM-CHARGE==.
009100
009200*****************************************************************
009300*    SWITCHES AND STATUS CODES                                 *
009400*****************************************************************
009500 77  WS-EOF-SW                       PIC X(01) VALUE "N".
009600     88  WS-EOF                          VALUE "Y".
009700     88  WS-NOT-EOF                      VALUE "N".
009800 77  WS-TARIFF-SW                    PIC X(01) VALUE "N".
009900     88  WS-TARIFF-FOUND                 VALUE "Y".
010000     88  WS-TARIFF-NOT-FOUND             VALUE "N".
010100 77  WS-TIER-SW                      PIC X(01) VALUE "N".
010200     88  WS-TIERS-IN-ERROR               VALUE "Y".
010300     88  WS-TIERS-CLEAN                  VALUE "N".
010400 77  WS-OVERFLOW-SW                  PIC X(01) VALUE "N".
010500     88  WS-TARIFF-OVERFLOW              VALUE "Y".
010600     88  WS-TARIFF-COMPLETE              VALUE "N".
010700 77  WS-UIN-FS                       PIC X(02) VALUE "00".
010800 77  WS-TRF-FS                       PIC X(02) VALUE "00".
010900 77  WS-INV-FS                       PIC X(02) VALUE "00".
011000 77  WS-RPT-FS                       PIC X(02) VALUE "00".
011100
011200*****************************************************************
011300*    RATING WORK AREAS - ONE CUSTOMER AT A TIME                *
011400*****************************************************************
011500 77  WS-PERIOD-DATE                  PIC 9(08) VALUE ZERO.
011600 77  WS-REQ-COUNT                    PIC 9(06) VALUE ZERO.
011700 77  WS-REJ-COUNT                    PIC 9(06) VALUE ZERO.
011800 77  WS-REQ-REMAINING                PIC 9(06) VALUE ZERO.
011900 77  WS-PRIOR-LIMIT                  PIC 9(06) VALUE ZERO.
012000 77  WS-TIER-UNITS                   PIC 9(06) VALUE ZERO.
012100 77  WS-TIER-COUNT                   PIC 9(03) VALUE ZERO.
012200 77  WS-TOP-RATE                     PIC 9(03)V9(04) VALUE ZERO.
012300 77  WS-USAGE-CHARGE                 PIC 9(07)V9(02) VALUE ZERO.
012400 77  WS-REJECT-CHARGE                PIC 9(07)V9(02) VALUE ZERO.
012500 77  WS-MINIMUM-CHARGE               PIC 9(07)V9(02) VALUE ZERO.
012600 77  WS-MINIMUM-ADJUST               PIC 9(07)V9(02) VALUE ZERO.
012700 77  WS-SUBTOTAL                     PIC 9(07)V9(02) VALUE ZERO.
012800 77  WS-INVOICE-TOTAL                PIC 9(07)V9(02) VALUE ZERO.
012900
013000*****************************************************************
013100*    COUNTERS AND TOTALS                                       *
013200*****************************************************************
013300 77  WS-CUSTOMER-COUNT               PIC 9(06) VALUE ZERO.
013400 77  WS-BILLED-COUNT                 PIC 9(06) VALUE ZERO.
013500 77  WS-NO-CHARGE-COUNT              PIC 9(06) VALUE ZERO.
013600 77  WS-EXCEPTION-COUNT              PIC 9(06) VALUE ZERO.
013700 77  WS-TOP-TIER-COUNT               PIC 9(06) VALUE ZERO.
013800 77  WS-TOTAL-REQUESTS               PIC 9(09) VALUE ZERO.
013900 77  WS-TOTAL-REJECTS                PIC 9(09) VALUE ZERO.
014000 77  WS-TOTAL-USAGE-CHG              PIC 9(09)V9(02) VALUE ZERO.
014100 77  WS-TOTAL-REJECT-CHG             PIC 9(09)V9(02) VALUE ZERO.
014200 77  WS-TOTAL-MINIMUM-ADJ            PIC 9(09)V9(02) VALUE ZERO.
014300 77  WS-TOTAL-INVOICED               PIC 9(09)V9(02) VALUE ZERO.
014400
014500 01  WS-AMOUNT-EDIT                  PIC Z(6)9.99.
014600 01  WS-TOTAL-EDIT                   PIC Z(8)9.99.
014700
014800 01  WS-REPORT-WORK.
014900     05  WS-RPT-LABEL                    PIC X(30).
015000     05  WS-RPT-VALUE                    PIC X(50).
015007
015014*****************************************************************
015021*    JOB LEDGER INTERFACE (SEE JOBLEDGR)                        *
015028*****************************************************************
015035 77  WS-LDG-PROGRAM                  PIC X(08) VALUE "BILLRATE".
015042 77  WS-LDG-EVENT                    PIC X(01) VALUE SPACE.
015049 77  WS-LDG-BASIS                    PIC X(01) VALUE "L".
015056 77  WS-LDG-RETURN-CODE              PIC 9(04) VALUE ZERO.
015063 01  WS-LDG-COUNTS.
015070     05  WS-LDG-COUNT-ENTRY OCCURS 3 TIMES.
015077         10  WS-LDG-COUNT-LABEL          PIC X(08).
015084         10  WS-LDG-COUNT-VALUE          PIC 9(09).
015100
015200 PROCEDURE DIVISION.
015300*****************************************************************
015400*    0000-MAINLINE                                              *
015500*****************************************************************
015600 0000-MAINLINE.
015650     PERFORM 9800-LEDGER-START THRU 9800-EXIT.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     IF WS-TARIFF-COMPLETE
015810         PERFORM 2000-RATE-USAGE THRU 2000-EXIT
015820     END-IF.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015950     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
016000     STOP RUN.
016100 0000-EXIT.
016200     EXIT.
016300
016400*****************************************************************
016500*    1000-INITIALIZE - THE EXTRACT AND THE TARIFF FILE ARE      *
016600*    BOTH REQUIRED; RATING WITHOUT EITHER WOULD ONLY PRODUCE A  *
016700*    REGISTER FULL OF EXCEPTIONS.                               *
016800*****************************************************************
016900 1000-INITIALIZE.
017000     OPEN INPUT USAGEIN-FILE.
017100     IF WS-UIN-FS NOT = "00"
017200         GO TO 1950-FATAL-FILE-ERROR
017300     END-IF.
017400
017500     OPEN INPUT TARIFF-FILE.
017600     IF WS-TRF-FS NOT = "00"
017700         GO TO 1950-FATAL-FILE-ERROR
017800     END-IF.
017900
018000     OPEN OUTPUT INVOICE-FILE.
018100     IF WS-INV-FS NOT = "00"
018200         GO TO 1950-FATAL-FILE-ERROR
018300     END-IF.
018400
018500     OPEN OUTPUT REPORT-FILE.
018600     IF WS-RPT-FS NOT = "00"
018700         GO TO 1950-FATAL-FILE-ERROR
018800     END-IF.
018900
019000     MOVE "INVOICE REGISTER" TO WS-RPT-LABEL.
019100     MOVE SPACES             TO WS-RPT-VALUE.
019200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
019300
019400     PERFORM 1100-LOAD-TARIFF THRU 1100-EXIT.
019500 1000-EXIT.
019600     EXIT.
019700
019800 1950-FATAL-FILE-ERROR.
019900     MOVE 16 TO RETURN-CODE.
019950     PERFORM 9810-LEDGER-END THRU 9810-EXIT.
020000     STOP RUN.
020100
020200*****************************************************************
020300*    1100-LOAD-TARIFF - BUFFER THE TARIFF FILE INTO             *
020400*    WS-TRF-TBL.  A FILE BIGGER THAN THE TABLE IS NOT RATED     *
020500*    PART-WAY: THE OVERFLOW IS REPORTED, NO CUSTOMER IS RATED   *
020550*    (THE INVOICE FILE IS LEFT EMPTY) AND THE RUN ENDS RC=08.   *
020600*****************************************************************
020700 1100-LOAD-TARIFF.
020800     SET WS-NOT-EOF TO TRUE.
020900     READ TARIFF-FILE
021000         AT END
021100             SET WS-EOF TO TRUE
021200     END-READ.
021300     PERFORM 1110-LOAD-ONE-TARIFF THRU 1110-EXIT
021400         UNTIL WS-EOF.
021500     CLOSE TARIFF-FILE.
021600     SET WS-NOT-EOF TO TRUE.
021700
021800     MOVE "TARIFF ELEMENTS LOADED" TO WS-RPT-LABEL.
021900     MOVE WS-TRF-COUNT             TO WS-RPT-VALUE.
022000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
022010
022020     IF WS-TARIFF-OVERFLOW
022030         MOVE "** RATING NOT RUN **"     TO WS-RPT-LABEL
022040         MOVE "NO INVOICES CUT - TARIFF FILE TOO BIG FOR TABLE"
022050             TO WS-RPT-VALUE
022060         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
022070     END-IF.
022100 1100-EXIT.
022200     EXIT.
022300
022400 1110-LOAD-ONE-TARIFF.
022500     IF TRF-CORRELATION-ID = SPACES
022600         GO TO 1110-READ-NEXT
022700     END-IF.
022800     IF WS-TRF-COUNT >= WS-MAX-TARIFFS
022900         IF WS-TARIFF-COMPLETE
023000             SET WS-TARIFF-OVERFLOW TO TRUE
023100             MOVE "** TARIFF TABLE FULL **" TO WS-RPT-LABEL
023200             MOVE "REMAINING ELEMENTS NOT LOADED" TO WS-RPT-VALUE
023300             PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
023400         END-IF
023500         GO TO 1110-READ-NEXT
023600     END-IF.
023700
023800     ADD 1 TO WS-TRF-COUNT.
023900     MOVE TARIFF-RECORD TO WS-TRF-TBL(WS-TRF-COUNT).
024000     IF TTB-EFFECTIVE-FROM(WS-TRF-COUNT) NOT NUMERIC
024100         MOVE ZERO TO TTB-EFFECTIVE-FROM(WS-TRF-COUNT)
024200     END-IF.
024300     IF TTB-EFFECTIVE-TO(WS-TRF-COUNT) NOT NUMERIC
024400         MOVE ZERO TO TTB-EFFECTIVE-TO(WS-TRF-COUNT)
024500     END-IF.
024600     IF TTB-TIER-LIMIT(WS-TRF-COUNT) NOT NUMERIC
024700         MOVE ZERO TO TTB-TIER-LIMIT(WS-TRF-COUNT)
024800     END-IF.
024900     IF TTB-UNIT-RATE(WS-TRF-COUNT) NOT NUMERIC
025000         MOVE ZERO TO TTB-UNIT-RATE(WS-TRF-COUNT)
025100     END-IF.
025200     IF TTB-MINIMUM-CHARGE(WS-TRF-COUNT) NOT NUMERIC
025300         MOVE ZERO TO TTB-MINIMUM-CHARGE(WS-TRF-COUNT)
025400     END-IF.
025500
025600 1110-READ-NEXT.
025700     READ TARIFF-FILE
025800         AT END
025900             SET WS-EOF TO TRUE
026000     END-READ.
026100 1110-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500*    2000-RATE-USAGE - ONE INVOICE PER USAGE EXTRACT RECORD.    *
026600*    THE FIRST RECORD'S EXTRACT DATE NAMES THE PERIOD ON THE    *
026700*    REGISTER.                                                  *
026800*****************************************************************
026900 2000-RATE-USAGE.
027000     READ USAGEIN-FILE
027100         AT END
027200             SET WS-EOF TO TRUE
027300     END-READ.
027400
027500     IF WS-NOT-EOF
027600         IF USE-EXTRACT-DATE NUMERIC
027700             MOVE USE-EXTRACT-DATE TO WS-PERIOD-DATE
027800         END-IF
027900         MOVE "PERIOD EXTRACT DATE" TO WS-RPT-LABEL
028000         MOVE WS-PERIOD-DATE        TO WS-RPT-VALUE
028100         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
028200     END-IF.
028300
028400     PERFORM 2100-RATE-ONE-CUSTOMER THRU 2100-EXIT
028500         UNTIL WS-EOF.
028600 2000-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000*    2100-RATE-ONE-CUSTOMER - APPLY EVERY TARIFF ELEMENT IN     *
029100*    EFFECT FOR THIS CUSTOMER, THEN DECIDE THE INVOICE STATUS   *
029200*    AND THE MINIMUM TOP-UP.                                    *
029300*****************************************************************
029400 2100-RATE-ONE-CUSTOMER.
029500     ADD 1 TO WS-CUSTOMER-COUNT.
029600     IF USE-EXTRACT-DATE NUMERIC
029700         MOVE USE-EXTRACT-DATE TO WS-PERIOD-DATE
029800     END-IF.
029900     IF USE-REQUEST-COUNT NUMERIC
030000         MOVE USE-REQUEST-COUNT TO WS-REQ-COUNT
030100     ELSE
030200         MOVE ZERO TO WS-REQ-COUNT
030300     END-IF.
030400     IF USE-REJECT-COUNT NUMERIC
030500         MOVE USE-REJECT-COUNT TO WS-REJ-COUNT
030600     ELSE
030700         MOVE ZERO TO WS-REJ-COUNT
030800     END-IF.
030900
031000     SET WS-TARIFF-NOT-FOUND TO TRUE.
031100     SET WS-TIERS-CLEAN      TO TRUE.
031200     MOVE WS-REQ-COUNT TO WS-REQ-REMAINING.
031300     MOVE ZERO TO WS-PRIOR-LIMIT.
031400     MOVE ZERO TO WS-TIER-COUNT.
031500     MOVE ZERO TO WS-TOP-RATE.
031600     MOVE ZERO TO WS-USAGE-CHARGE.
031700     MOVE ZERO TO WS-REJECT-CHARGE.
031800     MOVE ZERO TO WS-MINIMUM-CHARGE.
031900     MOVE ZERO TO WS-MINIMUM-ADJUST.
032000
032100     PERFORM 2200-APPLY-ONE-ELEMENT THRU 2200-EXIT
032200         VARYING WS-TRF-IDX FROM 1 BY 1
032300         UNTIL WS-TRF-IDX > WS-TRF-COUNT.
032400
032500*    REQUESTS LEFT OVER WHEN THE LAST TIER HAS A CEILING ARE
032600*    PRICED AT THAT TOP RATE AND CALLED OUT ON THE REGISTER.
032700     IF WS-REQ-REMAINING > ZERO
032800        AND WS-TIER-COUNT > ZERO
032900        AND WS-TIERS-CLEAN
033000         COMPUTE WS-USAGE-CHARGE ROUNDED =
033100             WS-USAGE-CHARGE + WS-REQ-REMAINING * WS-TOP-RATE
033200         ADD 1 TO WS-TOP-TIER-COUNT
033300         MOVE SPACES TO WS-RPT-LABEL
033400         STRING "TOP TIER " DELIMITED BY SIZE
033500                USE-CORRELATION-ID DELIMITED BY SIZE
033600             INTO WS-RPT-LABEL
033700         MOVE SPACES TO WS-RPT-VALUE
033800         STRING WS-REQ-REMAINING DELIMITED BY SIZE
033900                " REQUESTS ABOVE LAST TIER LIMIT"
034000                    DELIMITED BY SIZE
034100             INTO WS-RPT-VALUE
034200         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
034300     END-IF.
034400
034500     MOVE SPACES             TO INVOICE-RECORD.
034600     MOVE USE-CORRELATION-ID TO INV-CORRELATION-ID.
034700     MOVE USE-CUSTOMER-NAME  TO INV-CUSTOMER-NAME.
034800     MOVE WS-PERIOD-DATE     TO INV-PERIOD-DATE.
034900     MOVE WS-REQ-COUNT       TO INV-REQUEST-COUNT.
035000     MOVE WS-REJ-COUNT       TO INV-REJECT-COUNT.
035100     MOVE ZERO TO INV-USAGE-CHARGE.
035200     MOVE ZERO TO INV-REJECT-CHARGE.
035300     MOVE ZERO TO INV-MINIMUM-ADJUST.
035400     MOVE ZERO TO INV-TOTAL-AMOUNT.
035500
035600     IF WS-TARIFF-NOT-FOUND
035700         IF WS-REQ-COUNT > ZERO OR WS-REJ-COUNT > ZERO
035800             MOVE "USAGE BUT NO TARIFF IN EFFECT" TO WS-RPT-VALUE
035900             PERFORM 2500-FLAG-EXCEPTION THRU 2500-EXIT
036000         ELSE
036100             SET INV-STATUS-NO-CHARGE TO TRUE
036200             ADD 1 TO WS-NO-CHARGE-COUNT
036300         END-IF
036400         GO TO 2100-WRITE-INVOICE
036500     END-IF.
036600
036700     IF WS-TIERS-IN-ERROR
036800         MOVE "TARIFF TIERS NOT IN ASCENDING ORDER"
036900             TO WS-RPT-VALUE
037000         PERFORM 2500-FLAG-EXCEPTION THRU 2500-EXIT
037100         GO TO 2100-WRITE-INVOICE
037200     END-IF.
037210
037220*    A REJECT OR MINIMUM ELEMENT ALONE CANNOT PRICE REQUESTS.
037230     IF WS-REQ-COUNT > ZERO AND WS-TIER-COUNT = ZERO
037240         MOVE "REQUESTS BUT NO TIER IN EFFECT" TO WS-RPT-VALUE
037250         PERFORM 2500-FLAG-EXCEPTION THRU 2500-EXIT
037260         GO TO 2100-WRITE-INVOICE
037270     END-IF.
037300
037400     PERFORM 2400-PRICE-INVOICE THRU 2400-EXIT.
037500
037600 2100-WRITE-INVOICE.
037700     WRITE INVOICE-RECORD.
037800
037900     READ USAGEIN-FILE
038000         AT END
038100             SET WS-EOF TO TRUE
038200     END-READ.
038300 2100-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*    2200-APPLY-ONE-ELEMENT - AN ELEMENT APPLIES WHEN IT IS     *
038800*    THIS CUSTOMER'S AND THE EXTRACT DATE FALLS IN ITS          *
038900*    EFFECTIVE RANGE (A ZERO EFFECTIVE-TO IS OPEN ENDED).       *
039010*    TIER AND REJECT CHARGES ADD UP OVER EVERY ELEMENT THAT     *
039020*    APPLIES.                                                   *
039030*****************************************************************
039100 2200-APPLY-ONE-ELEMENT.
039200     IF TTB-CORRELATION-ID(WS-TRF-IDX) NOT = USE-CORRELATION-ID
039300         GO TO 2200-EXIT
039400     END-IF.
039500     IF TTB-EFFECTIVE-FROM(WS-TRF-IDX) > WS-PERIOD-DATE
039600         GO TO 2200-EXIT
039700     END-IF.
039800     IF TTB-EFFECTIVE-TO(WS-TRF-IDX) NOT = ZERO
039900        AND TTB-EFFECTIVE-TO(WS-TRF-IDX) < WS-PERIOD-DATE
040000         GO TO 2200-EXIT
040100     END-IF.
040200
040300     IF TTB-ELEMENT-TIER(WS-TRF-IDX)
040400         SET WS-TARIFF-FOUND TO TRUE
040500         PERFORM 2300-PRICE-ONE-TIER THRU 2300-EXIT
040600         GO TO 2200-EXIT
040700     END-IF.
040800     IF TTB-ELEMENT-REJECT(WS-TRF-IDX)
040900         SET WS-TARIFF-FOUND TO TRUE
041000         COMPUTE WS-REJECT-CHARGE ROUNDED =
041050             WS-REJECT-CHARGE
041100                 + WS-REJ-COUNT * TTB-UNIT-RATE(WS-TRF-IDX)
041200         GO TO 2200-EXIT
041300     END-IF.
041400     IF TTB-ELEMENT-MINIMUM(WS-TRF-IDX)
041500         SET WS-TARIFF-FOUND TO TRUE
041600         MOVE TTB-MINIMUM-CHARGE(WS-TRF-IDX) TO WS-MINIMUM-CHARGE
041700     END-IF.
041800 2200-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*    2300-PRICE-ONE-TIER - GRADUATED PRICING: THIS TIER PRICES  *
042300*    THE REQUESTS BETWEEN THE PRIOR TIER'S LIMIT AND ITS OWN.   *
042400*    A LIMIT NOT ABOVE THE PRIOR ONE MEANS THE TIERS ARE OUT    *
042500*    OF ORDER AND THE CUSTOMER CANNOT BE PRICED SAFELY.         *
042600*****************************************************************
042700 2300-PRICE-ONE-TIER.
042800     IF TTB-TIER-LIMIT(WS-TRF-IDX) NOT > WS-PRIOR-LIMIT
042900         SET WS-TIERS-IN-ERROR TO TRUE
043000         GO TO 2300-EXIT
043100     END-IF.
043200
043300     ADD 1 TO WS-TIER-COUNT.
043400     MOVE TTB-UNIT-RATE(WS-TRF-IDX) TO WS-TOP-RATE.
043500     COMPUTE WS-TIER-UNITS =
043600         TTB-TIER-LIMIT(WS-TRF-IDX) - WS-PRIOR-LIMIT.
043700     IF WS-TIER-UNITS > WS-REQ-REMAINING
043800         MOVE WS-REQ-REMAINING TO WS-TIER-UNITS
043900     END-IF.
044000     COMPUTE WS-USAGE-CHARGE ROUNDED =
044100         WS-USAGE-CHARGE
044200             + WS-TIER-UNITS * TTB-UNIT-RATE(WS-TRF-IDX).
044300     SUBTRACT WS-TIER-UNITS FROM WS-REQ-REMAINING.
044400     MOVE TTB-TIER-LIMIT(WS-TRF-IDX) TO WS-PRIOR-LIMIT.
044500 2300-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    2400-PRICE-INVOICE - USAGE PLUS REJECT CHARGES, TOPPED UP  *
045000*    TO THE MONTHLY MINIMUM, ONE REGISTER LINE PER INVOICE.     *
045100*****************************************************************
045200 2400-PRICE-INVOICE.
045300     COMPUTE WS-SUBTOTAL = WS-USAGE-CHARGE + WS-REJECT-CHARGE.
045400     IF WS-MINIMUM-CHARGE > WS-SUBTOTAL
045500         COMPUTE WS-MINIMUM-ADJUST =
045600             WS-MINIMUM-CHARGE - WS-SUBTOTAL
045700     END-IF.
045800     COMPUTE WS-INVOICE-TOTAL = WS-SUBTOTAL + WS-MINIMUM-ADJUST.
045900
046000     SET INV-STATUS-BILLED   TO TRUE.
046100     MOVE WS-USAGE-CHARGE    TO INV-USAGE-CHARGE.
046200     MOVE WS-REJECT-CHARGE   TO INV-REJECT-CHARGE.
046300     MOVE WS-MINIMUM-ADJUST  TO INV-MINIMUM-ADJUST.
046400     MOVE WS-INVOICE-TOTAL   TO INV-TOTAL-AMOUNT.
046500
046600     ADD 1                   TO WS-BILLED-COUNT.
046700     ADD WS-REQ-COUNT        TO WS-TOTAL-REQUESTS.
046800     ADD WS-REJ-COUNT        TO WS-TOTAL-REJECTS.
046900     ADD WS-USAGE-CHARGE     TO WS-TOTAL-USAGE-CHG.
047000     ADD WS-REJECT-CHARGE    TO WS-TOTAL-REJECT-CHG.
047100     ADD WS-MINIMUM-ADJUST   TO WS-TOTAL-MINIMUM-ADJ.
047200     ADD WS-INVOICE-TOTAL    TO WS-TOTAL-INVOICED.
047300
047400     MOVE SPACES TO WS-RPT-LABEL.
047500     STRING "INVOICE " DELIMITED BY SIZE
047600            USE-CORRELATION-ID DELIMITED BY SIZE
047700         INTO WS-RPT-LABEL.
047800     MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-EDIT.
047900     MOVE SPACES TO WS-RPT-VALUE.
048000     STRING "REQ " DELIMITED BY SIZE
048100            WS-REQ-COUNT DELIMITED BY SIZE
048200            " REJ " DELIMITED BY SIZE
048300            WS-REJ-COUNT DELIMITED BY SIZE
048400            " TOTAL " DELIMITED BY SIZE
048500            WS-AMOUNT-EDIT DELIMITED BY SIZE
048600         INTO WS-RPT-VALUE.
048700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
048800 2400-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*    2500-FLAG-EXCEPTION - THE INVOICE IS CUT WITH ZERO         *
049300*    CHARGES AND STATUS "E".  THE CALLER HAS ALREADY MOVED THE  *
049400*    REASON TEXT TO WS-RPT-VALUE.                               *
049500*****************************************************************
049600 2500-FLAG-EXCEPTION.
049700     SET INV-STATUS-EXCEPTION TO TRUE.
049800     ADD 1 TO WS-EXCEPTION-COUNT.
049900     MOVE SPACES TO WS-RPT-LABEL.
050000     STRING "** EXCEPTION ** " DELIMITED BY SIZE
050100            USE-CORRELATION-ID DELIMITED BY SIZE
050200         INTO WS-RPT-LABEL.
050300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
050400 2500-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*    8000-WRITE-REPORT-LINE                                     *
050900*****************************************************************
051000 8000-WRITE-REPORT-LINE.
051100     MOVE SPACES       TO REPORT-FILE-RECORD.
051200     MOVE WS-RPT-LABEL TO RPT-LABEL.
051300     MOVE WS-RPT-VALUE TO RPT-VALUE.
051400     WRITE REPORT-FILE-RECORD.
051500 8000-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    9000-TERMINATE - PERIOD TOTALS, CLOSE, RETURN CODE.        *
052000*****************************************************************
052100 9000-TERMINATE.
052200     MOVE "CUSTOMERS RATED"       TO WS-RPT-LABEL.
052300     MOVE WS-CUSTOMER-COUNT       TO WS-RPT-VALUE.
052400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
052500
052600     MOVE "INVOICES BILLED"       TO WS-RPT-LABEL.
052700     MOVE WS-BILLED-COUNT         TO WS-RPT-VALUE.
052800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
052900
053000     MOVE "NO USAGE, NO TARIFF"   TO WS-RPT-LABEL.
053100     MOVE WS-NO-CHARGE-COUNT      TO WS-RPT-VALUE.
053200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
053300
053400     MOVE "TARIFF EXCEPTIONS"     TO WS-RPT-LABEL.
053500     MOVE WS-EXCEPTION-COUNT      TO WS-RPT-VALUE.
053600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
053700
053800     MOVE "PRICED ABOVE LAST TIER" TO WS-RPT-LABEL.
053900     MOVE WS-TOP-TIER-COUNT       TO WS-RPT-VALUE.
054000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054100
054200     MOVE "BILLED REQUESTS"       TO WS-RPT-LABEL.
054300     MOVE WS-TOTAL-REQUESTS       TO WS-RPT-VALUE.
054400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054500
054600     MOVE "BILLED REJECTS"        TO WS-RPT-LABEL.
054700     MOVE WS-TOTAL-REJECTS        TO WS-RPT-VALUE.
054800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054900
055000     MOVE "USAGE CHARGES"         TO WS-RPT-LABEL.
055100     MOVE WS-TOTAL-USAGE-CHG      TO WS-TOTAL-EDIT.
055200     MOVE WS-TOTAL-EDIT           TO WS-RPT-VALUE.
055300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
055400
055500     MOVE "REJECT CHARGES"        TO WS-RPT-LABEL.
055600     MOVE WS-TOTAL-REJECT-CHG     TO WS-TOTAL-EDIT.
055700     MOVE WS-TOTAL-EDIT           TO WS-RPT-VALUE.
055800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
055900
056000     MOVE "MINIMUM CHARGE ADJUSTMENTS" TO WS-RPT-LABEL.
056100     MOVE WS-TOTAL-MINIMUM-ADJ    TO WS-TOTAL-EDIT.
056200     MOVE WS-TOTAL-EDIT           TO WS-RPT-VALUE.
056300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
056400
056500     MOVE "PERIOD INVOICE TOTAL"  TO WS-RPT-LABEL.
056600     MOVE WS-TOTAL-INVOICED       TO WS-TOTAL-EDIT.
056700     MOVE WS-TOTAL-EDIT           TO WS-RPT-VALUE.
056800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
056900
057000     CLOSE USAGEIN-FILE.
057100     CLOSE INVOICE-FILE.
057200     CLOSE REPORT-FILE.
057300
057400     IF WS-EXCEPTION-COUNT > ZERO
057500         MOVE 04 TO RETURN-CODE
057600     END-IF.
057700     IF WS-TARIFF-OVERFLOW
057800         MOVE 08 TO RETURN-CODE
057900     END-IF.
058000 9000-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*    9800-LEDGER-START - START ENTRY ON THE JOB LEDGER.         *
058500*****************************************************************
058600 9800-LEDGER-START.
058700     MOVE "S" TO WS-LDG-EVENT.
058800     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
058900 9800-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300*    9810-LEDGER-END - END ENTRY WITH THE RETURN CODE AND THE   *
059400*    RUN'S KEY COUNTS.  RETURN-CODE IS SAVED ACROSS THE CALL.   *
059500*****************************************************************
059600 9810-LEDGER-END.
059700     MOVE RETURN-CODE TO WS-LDG-RETURN-CODE.
059800     MOVE "CUSTS   " TO WS-LDG-COUNT-LABEL(1).
059900     MOVE WS-CUSTOMER-COUNT TO WS-LDG-COUNT-VALUE(1).
060000     MOVE "BILLED  " TO WS-LDG-COUNT-LABEL(2).
060100     MOVE WS-BILLED-COUNT TO WS-LDG-COUNT-VALUE(2).
060200     MOVE "EXCEPTNS" TO WS-LDG-COUNT-LABEL(3).
060300     MOVE WS-EXCEPTION-COUNT TO WS-LDG-COUNT-VALUE(3).
060400     MOVE "E" TO WS-LDG-EVENT.
060500     PERFORM 9820-CALL-LEDGER THRU 9820-EXIT.
060600     MOVE WS-LDG-RETURN-CODE TO RETURN-CODE.
060700 9810-EXIT.
060800     EXIT.
060900
061000 9820-CALL-LEDGER.
061100     CALL "JOBLEDGR" USING WS-LDG-PROGRAM
061200                           WS-LDG-EVENT
061300                           WS-LDG-BASIS
061400                           WS-LDG-RETURN-CODE
061500                           WS-LDG-COUNTS.
061600 9820-EXIT.
061700     EXIT.
