000100*****************************************************************
000200*    SCNREC - permanent watch-list screening log record.  The   *
000300*    decode program WRITEs one on SCRNLOG for every answer it   *
000400*    holds on a watch-list hit and one for every reviewer       *
000500*    decision it takes up, so compliance can see what was       *
000600*    stopped, on which term, who decided it, why, and where it  *
000700*    finally went.  NN0276.SCREEN.LOG is MOD-appended and never *
000800*    cleared.  LRECL is 320.                                    *
000900*                                                               *
001000*    SCN-EVENT:                                                 *
001100*        HT - answer matched a term and was held for review     *
001200*        RL - reviewer release taken up and delivered           *
001300*        RF - reviewer release taken up but not delivered       *
001320*        RP - reviewer release taken up and passed on to the    *
001340*             held-delivery store (release date still ahead)    *
001400*        RX - reviewer refusal; the answer is never delivered   *
001500*                                                               *
001600*    SCN-RUN-DATE / SCN-SEQUENCE / SCN-CYCLE name the run and   *
001700*    sequence where the answer was held (the review-queue key). *
001800*    SCN-LOG-DATE / SCN-LOG-TIME are when the record was        *
001900*    written.  On RL, RF and RP, SCN-OUTCOME is the re-run's    *
002000*    balancing-report disposition and SCN-DELIVERED-SEQUENCE    *
002100*    its sequence; the destination fields are the routing at    *
002200*    the hold on HT and the delivery routing on RL.             *
002300*****************************************************************
002400     05 SCN-LOG-DATE             PIC 9(8).
002500     05 SCN-LOG-TIME             PIC 9(8).
002600     05 SCN-EVENT                PIC X(2).
002700         88 SCN-HELD-FOR-REVIEW  VALUE "HT".
002800         88 SCN-RELEASE-DELIVERED VALUE "RL".
002900         88 SCN-RELEASE-FAILED   VALUE "RF".
002950         88 SCN-RELEASE-PASSED-ON VALUE "RP".
003000         88 SCN-REFUSED          VALUE "RX".
003100     05 SCN-RUN-DATE             PIC 9(8).
003200     05 SCN-SEQUENCE             PIC 9(4).
003300     05 SCN-CYCLE                PIC X.
003400     05 SCN-STATION-ID           PIC X(4).
003500     05 SCN-REC-TYPE             PIC X.
003600     05 SCN-SLOT-COUNT           PIC 9(2).
003700     05 SCN-ANSWER               PIC X(104).
003800     05 SCN-TERM-ID              PIC X(8).
003900     05 SCN-TERM-TEXT            PIC X(30).
004000     05 SCN-MATCH-POSITION       PIC 9(3).
004100     05 SCN-DEST-NO              PIC 9(2).
004200     05 SCN-DEST-NAME            PIC X(8).
004300     05 SCN-DECISION-USER        PIC X(8).
004400     05 SCN-DECISION-DATE        PIC 9(8).
004500     05 SCN-DECISION-TIME        PIC 9(6).
004600     05 SCN-DECISION-REASON      PIC X(60).
004700     05 SCN-OUTCOME              PIC X(18).
004800     05 SCN-DELIVERED-SEQUENCE   PIC 9(4).
004900     05 SCN-OUT-SEQUENCE         PIC 9(4).
005000     05 FILLER                   PIC X(19).
