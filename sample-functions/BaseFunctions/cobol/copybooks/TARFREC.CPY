000100*****************************************************************
000200*    TARFREC      -   CUSTOMER TARIFF RECORD LAYOUT             *
000300*                                                                *
000400*    THE TARIFF FILE FINANCE MAINTAINS FOR BILLRATE.  ONE       *
000500*    RECORD PER PRICE ELEMENT PER CUSTOMER, EACH WITH ITS OWN   *
000600*    EFFECTIVE DATE RANGE (TRF-EFFECTIVE-TO ZERO MEANS OPEN     *
000700*    ENDED).  AN ELEMENT APPLIES TO A BILLING PERIOD WHEN THE   *
000800*    PERIOD'S EXTRACT DATE FALLS INSIDE ITS RANGE, SO A PRICE   *
000900*    CHANGE IS KEYED AHEAD AS A NEW ELEMENT AND THE OLD ONE IS  *
001000*    CLOSED OFF - NOTHING IS OVERWRITTEN.                        *
001100*                                                                *
001200*    ELEMENT TYPES:                                              *
001300*      "T"  TIERED PER-REQUEST RATE.  TRF-TIER-LIMIT IS THE      *
001400*           HIGHEST REQUEST COUNT (CUMULATIVE FOR THE PERIOD)    *
001500*           PRICED AT TRF-UNIT-RATE; THE NEXT "T" ELEMENT        *
001600*           PRICES THE REQUESTS ABOVE IT.  TIERS ARE KEYED IN    *
001700*           ASCENDING TRF-TIER-LIMIT ORDER; 999999 IS THE OPEN   *
001800*           TOP TIER.                                            *
001900*      "R"  PER-REJECT CHARGE AT TRF-UNIT-RATE.                  *
002000*      "M"  MONTHLY MINIMUM - THE PERIOD IS BILLED AT LEAST      *
002100*           TRF-MINIMUM-CHARGE.                                  *
002200*    FIELDS AN ELEMENT TYPE DOES NOT USE ARE ZERO.               *
002300*****************************************************************
002400    05  TRF-CORRELATION-ID              PIC X(12).
002500    05  TRF-ELEMENT-TYPE                PIC X(01).
002600        88  TRF-ELEMENT-TIER                VALUE "T".
002700        88  TRF-ELEMENT-REJECT              VALUE "R".
002800        88  TRF-ELEMENT-MINIMUM             VALUE "M".
002900    05  TRF-EFFECTIVE-FROM              PIC 9(08).
003000    05  TRF-EFFECTIVE-TO                PIC 9(08).
003100    05  TRF-TIER-LIMIT                  PIC 9(06).
003200    05  TRF-UNIT-RATE                   PIC 9(03)V9(04).
003300    05  TRF-MINIMUM-CHARGE              PIC 9(07)V9(02).
003400    05  FILLER                          PIC X(29).
