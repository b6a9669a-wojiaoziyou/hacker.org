000100*****************************************************************
000200*    TRCREC - message lifecycle trace record, the layout of the *
000300*    KSDS NN0276.TRACE.VSAM that the NNTRCLD job builds from    *
000400*    every NN0276 file a transmission passes through and the    *
000500*    NNTQ online trace inquiry browses.  LRECL is 120.          *
000600*                                                               *
000700*    Key (20 bytes) = sending station + decode run date +       *
000800*    decode-run sequence (the RCP-SEQUENCE / REJ-SEQUENCE /     *
000900*    OUT-SOURCE-SEQ of the transmission) + event code + event   *
001000*    number, so one GTEQ browse on the first 16 bytes returns   *
001100*    the message's whole life in lifecycle order.  Event codes: *
001200*        10 RECEIVED     - read from PAYLOAD by the decode run  *
001300*        20 REJECTED     - suspended, with the reason code      *
001400*        30 REPAIRED     - one per applied NNREPAIR card, with  *
001500*                          the RPHREC action (event no 01-99)   *
001600*        40 REQUEUED     - rebuilt onto REQUEUE for a re-run    *
001700*        50 DECODED      - answer decoded (or DUPLICATE, or a   *
001800*                          duplicate RELEASED on NNDO)          *
001900*        60 DELIVERED    - OUTBND destination and OUT-SEQUENCE  *
002000*        70 ACKNOWLEDGED / PENDING ACK / REPLAYED - the         *
002100*                          NNACKMAT standing of the delivery    *
002200*        80 RECEIPT      - disposition returned to the station  *
002300*        90 RELEASED / REFUSED / CANCELLED - the decision on a  *
002400*                          held duplicate, review hold or       *
002500*                          deferral, with the run date and      *
002600*                          sequence that delivered it           *
002700*****************************************************************
002800     05 TRC-KEY.
002900         10 TRC-STATION-ID       PIC X(4).
003000         10 TRC-RUN-DATE         PIC 9(8).
003100         10 TRC-SEQUENCE         PIC 9(4).
003200         10 TRC-EVENT-CODE       PIC 9(2).
003300         10 TRC-EVENT-NO         PIC 9(2).
003400     05 TRC-EVENT-NAME           PIC X(12).
003500     05 TRC-EVENT-DATE           PIC 9(8).
003600     05 TRC-EVENT-TIME           PIC 9(8).
003700     05 TRC-DETAIL               PIC X(56).
003800     05 FILLER                   PIC X(16).
