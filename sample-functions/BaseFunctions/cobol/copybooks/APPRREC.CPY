000100*****************************************************************
000200*    APPRREC      -   MAINTENANCE APPROVAL-QUEUE RECORD LAYOUT  *
000300*                                                                *
000400*    ONE RECORD PER CUSTMAST CHANGE KEYED ON THE MSTRSCRN       *
000500*    MAINTENANCE SCREEN AND NOT YET APPROVED, HELD ON THE       *
000600*    APPRQUE INDEXED FILE KEYED ON CORRELATION ID - SO ONE      *
000700*    CUSTOMER HAS AT MOST ONE CHANGE WAITING AT A TIME.  THE    *
000800*    CHANGE IS APPLIED TO THE MASTER ONLY WHEN AN OPERATOR      *
000900*    OTHER THAN APR-MAKER-ID APPROVES IT, AND THE RECORD IS     *
001000*    DELETED WHEN IT IS APPLIED, REJECTED OR WITHDRAWN (THE     *
001100*    APPROVALS REGISTER, SEE APRGREC, IS THE LASTING RECORD).   *
001200*                                                                *
001300*    APR-TRANSACTION IS THE CHANGE AS AN MNTTRAN IMAGE (SEE     *
001400*    MNTTREC) WITH NO EFFECTIVE DATE.  APR-KEYED-MASTER IS THE  *
001500*    NAME, STATUS AND DAILY LIMIT THE MASTER HELD WHEN THE      *
001600*    CHANGE WAS KEYED ("N" AND SPACES/ZERO FOR AN ADD); A       *
001700*    CHANGE WHOSE MASTER NO LONGER MATCHES IT IS NOT APPLIED -  *
001800*    THE APPROVER WOULD NOT BE APPROVING WHAT THEY SEE.         *
001900*****************************************************************
002000    05  APR-CORRELATION-ID              PIC X(12).
002100    05  APR-TRANSACTION                 PIC X(60).
002200    05  APR-MAKER-ID                    PIC X(08).
002300    05  APR-KEYED-DATE                  PIC 9(08).
002400    05  APR-KEYED-TIME                  PIC 9(08).
002500    05  APR-KEYED-MASTER.
002600        10  APR-KEYED-FOUND             PIC X(01).
002700        10  APR-KEYED-NAME              PIC X(30).
002800        10  APR-KEYED-STATUS            PIC X(01).
002900        10  APR-KEYED-LIMIT             PIC 9(05).
003000    05  FILLER                          PIC X(07).
