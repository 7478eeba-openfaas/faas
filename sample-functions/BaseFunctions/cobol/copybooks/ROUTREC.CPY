001400*    MUST SHIFT THEIR LAYOUTS 15 BYTES RIGHT.  ROUT-BODY        *
001410*    TRACKS RESP-BODY (260 BYTES SINCE MULTI-SEGMENT PAYLOADS   *
001420*    ARRIVED).                                                  *
001430*                                                                *
001440*    A REVERSAL RECORD (APP'S "RV" REQUEST TYPE) CARRIES ITS     *
001450*    OWN ACK ID LIKE ANY OTHER ROUTED RECORD, ROUT-STATUS-CODE   *
001460*    410, AND IN ROUT-BODY THE 15-BYTE ACK ID OF THE EARLIER     *
001470*    FEED RECORD IT CANCELS FOLLOWED BY A SPACE AND THE          *
001480*    CORRELATION ID.  THE CONSUMER BACKS THAT RECORD OUT.        *
001500*****************************************************************
001600    05  ROUT-ACK-ID.
001700        10  ROUT-FEED-CODE              PIC X(01).
