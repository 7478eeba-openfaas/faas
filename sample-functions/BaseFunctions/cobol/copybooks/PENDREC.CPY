000100*****************************************************************
000200*    PENDREC      -   PENDING-MAINTENANCE RECORD LAYOUT         *
000300*                                                                *
000400*    ONE RECORD PER FUTURE-DATED MNTTRAN TRANSACTION HELD BY    *
000500*    MNTPEND ON THE PENDING-MAINTENANCE GENERATION DATASET      *
000600*    (APP.MAINT.PENDING).  PND-TRANSACTION IS THE MNTTRAN       *
000700*    IMAGE AS KEYED (SEE MNTTREC).  PND-APPLY-DATE IS THE       *
000800*    FIRST CALFILE BUSINESS DAY ON OR AFTER THE TRANSACTION'S   *
000900*    EFFECTIVE DATE (THE EFFECTIVE DATE ITSELF WHEN THE         *
001000*    CALENDAR DOES NOT REACH THAT FAR); THE TRANSACTION IS      *
001100*    RELEASED TO MSTRMNT BY THE FIRST RUN WHOSE RUN-CONTROL     *
001200*    BUSINESS DATE HAS REACHED IT.  PND-ENTERED-DATE IS THE     *
001300*    BUSINESS DATE OF THE RUN THAT FIRST HELD IT.  THE FILE IS  *
001400*    KEPT IN THE ORDER THE TRANSACTIONS WERE KEYED.             *
001500*****************************************************************
001600    05  PND-APPLY-DATE                  PIC 9(08).
001700    05  PND-ENTERED-DATE                PIC 9(08).
001800    05  PND-TRANSACTION                 PIC X(60).
001900    05  FILLER                          PIC X(04).
