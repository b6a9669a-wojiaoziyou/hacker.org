000100*****************************************************************
000200*    RATREC - chargeback rate card.  NN0276.CHARGE.RATES is a   *
000300*    card-image (FB 80) dataset that finance maintains; the     *
000400*    monthly chargeback job NNCHGBK prices every station's      *
000500*    traffic from it.  One card per transmission format and     *
000600*    slot-count band, effective from a billing month:           *
000700*                                                               *
000800*        RAT-REC-TYPE  S - standard (always 13 slots)           *
000900*                      E - extended                             *
001000*                      D - deferred (held to a release date)    *
001100*                      * - any transmission no S/E/D card       *
001200*                          prices                               *
001300*                          (bad record types, receipts from     *
001400*                          before the format was carried);      *
001500*                          its slot band is ignored             *
001600*        RAT-SLOTS-FROM / RAT-SLOTS-TO - the band of slot       *
001700*                      counts the card prices, inclusive        *
001800*        RAT-DECODED-RATE   - per transmission delivered        *
001900*                             (decoded, or released from the    *
002000*                             duplicate, review or deferred     *
002100*                             hold)                             *
002200*        RAT-DUPLICATE-RATE - per duplicate bypassed            *
002300*        RAT-REJECTED-RATE  - per transmission rejected to the  *
002400*                             suspense, batch-control failures  *
002500*                             included                          *
002600*    Rates are in currency units to four decimal places, so     *
002700*    0001500 is 0.1500 per transmission.  For each band the     *
002800*    card with the latest RAT-EFF-MONTH not after the billing   *
002900*    month applies, so a new rate is added ahead of time and    *
003000*    the old card is left in place for reruns of past months.   *
003100*    A card with "*" in column 1 is a comment.                  *
003200*****************************************************************
003300     05 RAT-EFF-MONTH            PIC 9(6).
003400     05 RAT-REC-TYPE             PIC X.
003500         88 RAT-STANDARD         VALUE "S".
003600         88 RAT-EXTENDED         VALUE "E".
003700         88 RAT-DEFERRED         VALUE "D".
003800         88 RAT-ANY-TYPE         VALUE "*".
003900         88 RAT-VALID-REC-TYPE   VALUE "S" "E" "D" "*".
004000     05 RAT-SLOTS-FROM           PIC 9(2).
004100     05 RAT-SLOTS-TO             PIC 9(2).
004200     05 RAT-DECODED-RATE         PIC 9(3)V9(4).
004300     05 RAT-DUPLICATE-RATE       PIC 9(3)V9(4).
004400     05 RAT-REJECTED-RATE        PIC 9(3)V9(4).
004500     05 RAT-DESCRIPTION          PIC X(30).
004600     05 FILLER                   PIC X(18).
