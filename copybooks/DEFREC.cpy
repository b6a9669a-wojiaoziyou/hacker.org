000100*****************************************************************
000200*    DEFREC - held-delivery record.  NN0276.DEFERRED.VSAM is a  *
000300*    KSDS keyed on decode run date + sequence holding every     *
000400*    deferred (type D) transmission the decode program checked  *
000500*    and routed while its release date was still ahead, with    *
000600*    the full PAYLOAD image, the release date and the           *
000700*    destination it was routed to when held.  Define it once    *
000800*    with the NNDEFDEF job.  The decode program WRITEs one per  *
000900*    hold and reads the file back at the end of each run to     *
001000*    deliver the ones released; the daily NNDEFREL job releases *
001100*    every held record whose date has arrived and lists what    *
001200*    is still waiting; the NNDF transaction shows and cancels   *
001300*    them online.  Record length is 300, key length 12 at       *
001400*    offset 0.  The payload fields mirror PAYREC field for      *
001500*    field (the release date is still in the last 8 bytes of    *
001600*    DEF-TEXT, so the record requeues as it came).              *
001700*                                                               *
001800*    DEF-DUP-RELEASE-SW is Y when the held transmission was     *
001900*    itself a released duplicate (NNDO), so that its delivery   *
002000*    is not bypassed again by the DECODMST check.               *
002100*                                                               *
002200*    DEF-HOLD-STATUS:                                           *
002300*        space - held, release date still ahead                 *
002400*        R     - released by NNDEFREL on DEF-RELEASED-ON,       *
002500*                waiting for the next decode run                *
002600*        D     - delivered by the decode run named in           *
002700*                DEF-DELIVERED-DATE / DEF-DELIVERED-SEQUENCE    *
002800*        F     - release taken up but the run did not deliver   *
002850*                it (e.g. station no longer routed) -           *
002900*                DEF-OUTCOME is its disposition                 *
002950*        P     - release taken up and passed on to the review   *
003000*                queue on a watch-list hit - DEF-OUTCOME says   *
003050*                so                                             *
003100*        C     - cancelled on NNDF by DEF-CANCEL-USER; never    *
003200*                delivered                                      *
003300*****************************************************************
003400     05 DEF-KEY.
003500         10 DEF-RUN-DATE         PIC 9(8).
003600         10 DEF-SEQUENCE         PIC 9(4).
003700     05 DEF-CYCLE                PIC X.
003800     05 DEF-PAYLOAD.
003900         10 DEF-REC-TYPE         PIC X.
004000         10 DEF-SLOT-COUNT       PIC 9(2).
004100         10 DEF-TEXT             PIC X(104).
004200         10 DEF-EXPECTED-CHECKSUM PIC 9(9).
004300         10 DEF-STATION-ID       PIC X(4).
004400     05 DEF-RELEASE-DATE         PIC 9(8).
004500     05 DEF-DEST-NO              PIC 9(2).
004600     05 DEF-DEST-NAME            PIC X(8).
004700     05 DEF-DUP-RELEASE-SW       PIC X.
004800         88 DEF-WAS-RELEASED-DUP VALUE "Y".
004900     05 DEF-HOLD-STATUS          PIC X.
005000         88 DEF-HELD             VALUE " ".
005100         88 DEF-RELEASED         VALUE "R".
005200         88 DEF-DELIVERED        VALUE "D".
005300         88 DEF-RELEASE-FAILED   VALUE "F".
005350         88 DEF-PASSED-ON        VALUE "P".
005400         88 DEF-CANCELLED        VALUE "C".
005500     05 DEF-RELEASED-ON          PIC 9(8).
005600     05 DEF-CANCEL-USER          PIC X(8).
005700     05 DEF-CANCEL-DATE          PIC 9(8).
005800     05 DEF-CANCEL-TIME          PIC 9(6).
005900     05 DEF-CANCEL-REASON        PIC X(60).
006000     05 DEF-DELIVERED-DATE       PIC 9(8).
006100     05 DEF-DELIVERED-SEQUENCE   PIC 9(4).
006200     05 DEF-OUTCOME              PIC X(18).
006300     05 FILLER                   PIC X(27).
