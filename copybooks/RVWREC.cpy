000100*****************************************************************
000200*    RVWREC - review-queue record.  NN0276.REVIEW.VSAM is a     *
000300*    KSDS keyed on decode run date + sequence holding every     *
000400*    answer the decode program held because it matched the      *
000500*    compliance watch-list (WCHREC), with the full PAYLOAD      *
000600*    image, the term it matched and the destination it was      *
000700*    routed to when held.  Define it once with the NNSCRDEF     *
000800*    job.  The decode program WRITEs one per hit and reads the  *
000900*    file back at the end of each run to take up the reviewers' *
001000*    decisions; the NNRV review transaction reads and updates   *
001100*    it online.  Record length is 300, key length 12 at offset  *
001200*    0.  The payload fields mirror PAYREC field for field.      *
001300*                                                               *
001400*    RVW-DUP-RELEASE-SW is Y when the held answer was itself a  *
001500*    released duplicate (NNDO), so that a reviewer's release    *
001600*    is not bypassed again by the DECODMST check.               *
001700*                                                               *
001800*    RVW-REVIEW-STATUS:                                         *
001900*        space - held, awaiting review                          *
002000*        R     - released on NNRV by RVW-DECISION-USER, waiting *
002100*                for the next decode run                        *
002200*        D     - delivered by the decode run named in           *
002300*                RVW-DELIVERED-DATE / RVW-DELIVERED-SEQUENCE    *
002400*        F     - release taken up but the re-run did not        *
002500*                deliver it (e.g. station no longer routed) -   *
002600*                see the screening log for the disposition      *
002620*        P     - release taken up and passed on to the held-    *
002640*                delivery store, its release date still ahead   *
002700*        X     - refused on NNRV, waiting for the next decode   *
002800*                run to log the decision                        *
002900*        C     - refused and closed; never delivered            *
003000*****************************************************************
003100     05 RVW-KEY.
003200         10 RVW-RUN-DATE         PIC 9(8).
003300         10 RVW-SEQUENCE         PIC 9(4).
003400     05 RVW-CYCLE                PIC X.
003500     05 RVW-PAYLOAD.
003600         10 RVW-REC-TYPE         PIC X.
003700         10 RVW-SLOT-COUNT       PIC 9(2).
003800         10 RVW-TEXT             PIC X(104).
003900         10 RVW-EXPECTED-CHECKSUM PIC 9(9).
004000         10 RVW-STATION-ID       PIC X(4).
004100     05 RVW-DEST-NO              PIC 9(2).
004200     05 RVW-DEST-NAME            PIC X(8).
004300     05 RVW-TERM-ID              PIC X(8).
004400     05 RVW-TERM-TEXT            PIC X(30).
004500     05 RVW-MATCH-POSITION       PIC 9(3).
004600     05 RVW-DUP-RELEASE-SW       PIC X.
004700         88 RVW-WAS-RELEASED-DUP VALUE "Y".
004800     05 RVW-REVIEW-STATUS        PIC X.
004900         88 RVW-HELD             VALUE " ".
005000         88 RVW-RELEASED         VALUE "R".
005100         88 RVW-DELIVERED        VALUE "D".
005200         88 RVW-RELEASE-FAILED   VALUE "F".
005250         88 RVW-PASSED-ON        VALUE "P".
005300         88 RVW-REFUSED          VALUE "X".
005400         88 RVW-REFUSAL-CLOSED   VALUE "C".
005500     05 RVW-DECISION-USER        PIC X(8).
005600     05 RVW-DECISION-DATE        PIC 9(8).
005700     05 RVW-DECISION-TIME        PIC 9(6).
005800     05 RVW-DECISION-REASON      PIC X(60).
005900     05 RVW-DELIVERED-DATE       PIC 9(8).
006000     05 RVW-DELIVERED-SEQUENCE   PIC 9(4).
006100     05 FILLER                   PIC X(20).
