000100*****************************************************************
000200*    INVCREC      -   CUSTOMER INVOICE RECORD LAYOUT            *
000300*                                                                *
000400*    ONE RECORD PER USAGEOUT CUSTOMER, CUT BY BILLRATE FOR THE  *
000500*    PERIOD WHOSE EXTRACT DATE IS INV-PERIOD-DATE.  THE CHARGE  *
000600*    FIELDS ADD UP TO INV-TOTAL-AMOUNT; INV-MINIMUM-ADJUST IS   *
000700*    THE TOP-UP THAT BRINGS A LIGHT PERIOD TO THE TARIFF'S      *
000800*    MONTHLY MINIMUM.  A CUSTOMER WITH USAGE BUT NO TARIFF IN   *
000900*    EFFECT IS CUT WITH STATUS "E" AND ZERO CHARGES SO FINANCE  *
001000*    SEES IT ON THE FILE AS WELL AS ON THE REGISTER; ONE WITH   *
001100*    NEITHER USAGE NOR TARIFF IS CUT WITH STATUS "N".           *
001200*****************************************************************
001300    05  INV-CORRELATION-ID              PIC X(12).
001400    05  INV-CUSTOMER-NAME               PIC X(30).
001500    05  INV-PERIOD-DATE                 PIC 9(08).
001600    05  INV-STATUS-CODE                 PIC X(01).
001700        88  INV-STATUS-BILLED               VALUE "B".
001800        88  INV-STATUS-EXCEPTION            VALUE "E".
001900        88  INV-STATUS-NO-CHARGE            VALUE "N".
002000    05  INV-REQUEST-COUNT               PIC 9(06).
002100    05  INV-REJECT-COUNT                PIC 9(06).
002200    05  INV-USAGE-CHARGE                PIC 9(07)V9(02).
002300    05  INV-REJECT-CHARGE               PIC 9(07)V9(02).
002400    05  INV-MINIMUM-ADJUST              PIC 9(07)V9(02).
002500    05  INV-TOTAL-AMOUNT                PIC 9(07)V9(02).
002600    05  FILLER                          PIC X(10).
