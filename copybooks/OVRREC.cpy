000100*****************************************************************
000200*    OVRREC - permanent duplicate-override log record.  The     *
000300*    decode program WRITEs one on OVRLOG for every released     *
000400*    duplicate it takes up, whatever the outcome, so audit can  *
000500*    see who forced which answer out, why, and where it went.   *
000600*    NN0276.OVERRIDE.LOG is MOD-appended and never cleared.     *
000700*    LRECL is 280.                                              *
000800*                                                               *
000900*    OVR-RUN-DATE / OVR-RUN-SEQUENCE name the decode run and    *
001000*    sequence that re-delivered the answer (the pair its audit  *
001100*    record, receipt and OUT-SOURCE-SEQ carry);                 *
001200*    OVR-DUP-RUN-DATE / OVR-DUP-SEQUENCE name the run where it  *
001300*    was first bypassed, and OVR-FIRST-SEEN-DATE /              *
001400*    OVR-FIRST-SEQUENCE the DECODMST entry it collided with.    *
001500*    OVR-OUTCOME is the re-run's balancing-report disposition - *
001600*    RELEASED-DUPLICATE when delivered, otherwise the reject    *
001700*    disposition; the destination fields are zero/spaces        *
001800*    unless it was delivered.                                   *
001900*****************************************************************
002000     05 OVR-RUN-DATE             PIC 9(8).
002100     05 OVR-RUN-TIME             PIC 9(8).
002200     05 OVR-RUN-SEQUENCE         PIC 9(4).
002300     05 OVR-OUTCOME              PIC X(18).
002400     05 OVR-DEST-NO              PIC 9(2).
002500     05 OVR-DEST-NAME            PIC X(8).
002600     05 OVR-OUT-SEQUENCE         PIC 9(4).
002700     05 OVR-DUP-RUN-DATE         PIC 9(8).
002800     05 OVR-DUP-SEQUENCE         PIC 9(4).
002900     05 OVR-STATION-ID           PIC X(4).
003000     05 OVR-REC-TYPE             PIC X.
003100     05 OVR-SLOT-COUNT           PIC 9(2).
003200     05 OVR-ANSWER               PIC X(104).
003300     05 OVR-FIRST-SEEN-DATE      PIC 9(8).
003400     05 OVR-FIRST-SEQUENCE       PIC 9(4).
003500     05 OVR-RELEASE-USER         PIC X(8).
003600     05 OVR-RELEASE-DATE         PIC 9(8).
003700     05 OVR-RELEASE-TIME         PIC 9(6).
003800     05 OVR-RELEASE-REASON       PIC X(60).
003900     05 FILLER                   PIC X(11).
