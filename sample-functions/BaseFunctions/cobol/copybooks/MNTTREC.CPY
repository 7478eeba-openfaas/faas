000100*****************************************************************
000200*    MNTTREC      -   MASTER-MAINTENANCE TRANSACTION LAYOUT     *
000300*                                                                *
000400*    ONE 60-BYTE RECORD PER MAINTENANCE ACTION READ BY MSTRMNT   *
000500*    FROM MNTTRAN AND APPLIED TO THE CUSTMAST INDEXED MASTER     *
000600*    BY CORRELATION ID.  MNT-CUSTOMER-NAME IS ONLY USED BY THE   *
000700*    ADD AND CHANGE FUNCTIONS; THE OTHER FUNCTIONS IGNORE IT.    *
000710*    MNT-DAILY-LIMIT IS ONLY USED BY THE "L" LIMIT FUNCTION,     *
000720*    WHICH SETS MAST-DAILY-LIMIT ON THE MASTER (ZERO MEANS       *
000730*    UNLIMITED); THE OTHER FUNCTIONS IGNORE IT.                  *
000740*                                                                *
000750*    MNT-EFFECTIVE-DATE (CCYYMMDD) IS OPTIONAL.  ZERO OR SPACES  *
000760*    MEANS APPLY TONIGHT.  A DATE AFTER THE RUN-CONTROL          *
000770*    BUSINESS DATE IS HELD BY MNTPEND ON THE PENDING-           *
000780*    MAINTENANCE FILE (SEE PENDREC) AND RELEASED TO MSTRMNT BY  *
000790*    THE START-OF-DAY RUN ON THE FIRST BUSINESS DAY ON OR       *
000800*    AFTER IT.  THE "X" CANCEL FUNCTION NEVER REACHES THE       *
000810*    MASTER: IT REMOVES THE PENDING TRANSACTIONS FOR ITS        *
000820*    CORRELATION ID, NARROWED BY MNT-CANCEL-FUNCTION (SPACE =   *
000830*    ANY FUNCTION) AND MNT-EFFECTIVE-DATE (ZERO = ANY DATE).    *
000840*****************************************************************
000900    05  MNT-FUNCTION-CODE               PIC X(01).
001000        88  MNT-FUNCTION-ADD                VALUE "A".
001100        88  MNT-FUNCTION-CHANGE             VALUE "C".
001300        88  MNT-FUNCTION-REACTIVATE         VALUE "R".
001400        88  MNT-FUNCTION-DELETE             VALUE "D".
001450        88  MNT-FUNCTION-LIMIT              VALUE "L".
001460        88  MNT-FUNCTION-CANCEL             VALUE "X".
001500    05  MNT-CORRELATION-ID              PIC X(12).
001600    05  MNT-CUSTOMER-NAME               PIC X(30).
001650    05  MNT-DAILY-LIMIT                 PIC 9(05).
001700    05  MNT-CANCEL-FUNCTION             PIC X(01).
001750    05  FILLER                          PIC X(01).
001800    05  MNT-EFFECTIVE-DATE              PIC 9(08).
001810    05  MNT-EFFECTIVE-DATE-X REDEFINES MNT-EFFECTIVE-DATE
001820                                        PIC X(08).
001900    05  FILLER                          PIC X(02).
