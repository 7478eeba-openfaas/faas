000100*****************************************************************
000200*    APRGREC      -   MAINTENANCE APPROVALS REGISTER LAYOUT     *
000300*                                                                *
000400*    ONE RECORD APPENDED TO THE APPROVALS REGISTER (APPRREG) BY *
000500*    MSTRSCRN EACH TIME A KEYED CUSTMAST CHANGE LEAVES THE      *
000600*    APPROVAL QUEUE (SEE APPRREC):                              *
000700*      APPLIED    APPROVED BY A SECOND OPERATOR AND APPLIED TO  *
000800*                 CUSTMAST (JOURNALED THROUGH MSTRJRNL)         *
000900*      REJECTED   TURNED DOWN BY A SECOND OPERATOR              *
001000*      WITHDRAWN  TAKEN BACK BY THE OPERATOR WHO KEYED IT       *
001100*    ARG-MAKER-ID KEYED THE CHANGE AT ARG-KEYED-DATE/TIME;      *
001200*    ARG-CHECKER-ID DISPOSED OF IT AT ARG-EVENT-DATE/TIME.      *
001300*    ARG-TRANSACTION IS THE CHANGE AS AN MNTTRAN IMAGE (SEE     *
001400*    MNTTREC).                                                  *
001500*****************************************************************
001600    05  ARG-EVENT-DATE                  PIC 9(08).
001700    05  ARG-EVENT-TIME                  PIC 9(08).
001800    05  ARG-OUTCOME                     PIC X(09).
001900        88  ARG-OUTCOME-APPLIED             VALUE "APPLIED  ".
002000        88  ARG-OUTCOME-REJECTED            VALUE "REJECTED ".
002100        88  ARG-OUTCOME-WITHDRAWN           VALUE "WITHDRAWN".
002200    05  ARG-MAKER-ID                    PIC X(08).
002300    05  ARG-KEYED-DATE                  PIC 9(08).
002400    05  ARG-KEYED-TIME                  PIC 9(08).
002500    05  ARG-CHECKER-ID                  PIC X(08).
002600    05  ARG-TRANSACTION                 PIC X(60).
002700    05  FILLER                          PIC X(03).
