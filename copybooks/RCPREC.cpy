000200*    RCPREC - per-transmission receipt record returned to the   *
000300*    sending stations.  The decode program WRITEs one on        *
000400*    RCPTOUT for EVERY transmission read from the PAYLOAD       *
000450*    file - except those from a station in certification, whose *
000500*    receipt is the CRTREC test result on CERTRCP instead -     *
000550*    so a station can reconcile the batch it sent the           *
000600*    same night instead of hearing about a reject days later    *
000700*    by phone.  Operations splits the file by RCP-STATION-ID    *
000800*    and returns each station its slice.  LRECL is 80.          *
001300*        DECODED        - answer delivered downstream           *
001400*        DUPLICATE      - already decoded on a prior night,     *
001500*                         not re-delivered                      *
001520*        RELEASED-DUP   - a duplicate released by a supervisor  *
001540*                         on NNDO, delivered under a new        *
001560*                         sequence (RELEASED-DUPLICATE on the   *
001580*                         balancing report)                     *
001600*        CORRUPT        - bad character, see RCP-ERROR-SLOT     *
001700*        CHECKSUM-FAIL  - see the two checksum fields           *
001800*        BAD-REC-TYPE   - record type or slot count invalid     *
001900*        NO-ROUTE       - station not active on the master      *
002000*        BATCH-FAIL     - the station's H/T batch controls did  *
002100*                         not reconcile, whole batch suspended  *
002102*        BATCH-HELD     - held behind a gap in the station's    *
002104*                         batch numbers                         *
002106*        BATCH-RESEND   - batch number already accepted, the    *
002108*                         batch was refused as a resend         *
002110*        HELD-REVIEW    - matched the compliance watch-list,    *
002112*                         held for review and not delivered     *
002114*        RELEASED-RVW   - a held answer released on NNRV,       *
002116*                         delivered under a new sequence        *
002118*                         (REVIEW-RELEASED on the report)       *
002120*        HELD-DEFERRED  - a deferred (type D) transmission whose*
002122*                         release date is still ahead, held on  *
002124*                         the held-delivery store, not yet      *
002126*                         delivered                             *
002128*        RELEASED-DEF   - a held deferred transmission released *
002130*                         by NNDEFREL, delivered under a new    *
002132*                         sequence (DEFERRED-RELEASED on the    *
002134*                         report)                               *
002136*        REVIEW-FAILED  - matched the watch-list but could not  *
002138*                         be held for review, suspended         *
002140*        DEFER-FAILED   - a deferred transmission that could    *
002142*                         not be held, suspended                *
002200*    On a reject the error slot or checksum pair mirrors the    *
002300*    balancing detail, so the station can fix and resend        *
002400*    without waiting on our repair cycle.                       *
002405*                                                               *
002410*    On a DECODED, RELEASED-DUP, RELEASED-RVW or RELEASED-DEF   *
002415*    receipt RCP-DEST-NO / RCP-DEST-NAME name the OUTBND        *
002420*    interface file the answer was written to and               *
002425*    RCP-OUT-SEQUENCE its per-destination OUT-SEQUENCE, so the  *
002430*    receipts history alone ties a transmission to its          *
002435*    delivery (the interface files are cleared every rollover). *
002440*    Zero / spaces on every other disposition.                  *
002445*                                                               *
002450*    RCP-CYCLE is the decode cycle of the day (1-9) that        *
002455*    processed the transmission, so a station sending into more *
002460*    than one cycle a day can tell which cycle handled it.      *
002465*    Space on receipts from before intraday cycles = cycle 1.   *
002470*                                                               *
002475*    RCP-REC-TYPE / RCP-SLOT-COUNT are the transmission format  *
002480*    as received (PAYREC PAY-REC-TYPE / PAY-SLOT-COUNT), so the *
002485*    monthly chargeback can price the traffic from the receipts *
002490*    history alone.  Both are spaces on receipts written before *
002495*    the format was carried.                                    *
002500*****************************************************************
002600     05 RCP-STATION-ID           PIC X(4).
002700     05 RCP-RUN-DATE             PIC 9(8).
003000     05 RCP-ERROR-SLOT           PIC 9(2).
003100     05 RCP-EXPECTED-CHECKSUM    PIC 9(9).
003200     05 RCP-COMPUTED-CHECKSUM    PIC 9(9).
003300     05 RCP-DEST-NO              PIC 9(2).
003400     05 RCP-DEST-NAME            PIC X(8).
003500     05 RCP-OUT-SEQUENCE         PIC 9(4).
003600     05 RCP-CYCLE                PIC X.
003700     05 RCP-REC-TYPE             PIC X.
003800     05 RCP-SLOT-COUNT           PIC 9(2).
003900     05 FILLER                   PIC X(13).
