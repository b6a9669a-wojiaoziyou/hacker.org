000100*****************************************************************
000200*    DUPREC - held-duplicate record.  NN0276.DUPLICATE.VSAM is  *
000300*    a KSDS keyed on decode run date + sequence (the same pair  *
000400*    the balancing report and the receipt carry) holding every  *
000500*    transmission the decode program bypassed as a DUPLICATE,   *
000600*    with the full PAYLOAD image and the DECODMST first-seen    *
000700*    date and sequence it collided with.  Define it once with   *
000800*    the NNDUPDEF job.  The decode program WRITEs one per       *
000900*    duplicate and reads the file back at the end of each run   *
001000*    to re-deliver the ones released; the NNDO override         *
001100*    transaction reads and updates it online.  COPY this under  *
001200*    the 01 level of the VSAM FD (or a working-storage record)  *
001300*    in both programs.  Record length is 250, key length 12 at  *
001400*    offset 0.  The payload fields mirror PAYREC field for      *
001500*    field.                                                     *
001600*                                                               *
001700*    DUP-RELEASE-STATUS:                                        *
001800*        space - held, bypassed and not released                *
001900*        R     - released on NNDO by DUP-RELEASE-USER, waiting  *
002000*                for the next decode run                        *
002100*        D     - re-delivered by the decode run named in        *
002200*                DUP-DELIVERED-DATE / DUP-DELIVERED-SEQUENCE    *
002300*        F     - release taken up but the re-run did not        *
002400*                deliver it (e.g. station no longer routed) -   *
002700*                see the override log for the disposition       *
002710*        P     - release taken up and passed on to another      *
002720*                hold: a watch-list hit now on the review       *
002730*                queue, or a deferred transmission whose date   *
002740*                is still ahead now on the held-delivery store  *
002750*                - the override log names which                 *
002800*****************************************************************
002900     05 DUP-KEY.
003000         10 DUP-RUN-DATE         PIC 9(8).
003100         10 DUP-SEQUENCE         PIC 9(4).
003200     05 DUP-PAYLOAD.
003300         10 DUP-REC-TYPE         PIC X.
003400         10 DUP-SLOT-COUNT       PIC 9(2).
003500         10 DUP-TEXT             PIC X(104).
003600         10 DUP-EXPECTED-CHECKSUM PIC 9(9).
003700         10 DUP-STATION-ID       PIC X(4).
003800     05 DUP-FIRST-SEEN-DATE      PIC 9(8).
003900     05 DUP-FIRST-SEQUENCE       PIC 9(4).
004000     05 DUP-RELEASE-STATUS       PIC X.
004100         88 DUP-HELD             VALUE " ".
004200         88 DUP-RELEASED         VALUE "R".
004300         88 DUP-REDELIVERED      VALUE "D".
004400         88 DUP-RELEASE-FAILED   VALUE "F".
004450         88 DUP-PASSED-ON        VALUE "P".
004500     05 DUP-RELEASE-USER         PIC X(8).
004600     05 DUP-RELEASE-DATE         PIC 9(8).
004700     05 DUP-RELEASE-TIME         PIC 9(6).
004800     05 DUP-RELEASE-REASON       PIC X(60).
004900     05 DUP-DELIVERED-DATE       PIC 9(8).
005000     05 DUP-DELIVERED-SEQUENCE   PIC 9(4).
005100     05 FILLER                   PIC X(11).
