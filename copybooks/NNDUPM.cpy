000100*****************************************************************
000200*    NNDUPM - hand-coded symbolic map for the NNDO duplicate    *
000300*    override (physical map DUPOVR in mapset NNDUPM, BMS source *
000400*    NNDUPM.bms).  Field order and lengths MUST stay in step    *
000500*    with the BMS source: RUNDT, SEQNO, STATION, RECTYPE,       *
000600*    SLOTCNT, CHKSUM, TEXT1, TEXT2, FSTDATE, FSTSEQ, STATUS,    *
000700*    RELUSER, RELDATE, RELTIME, REASON, MSG.  Hand-coded        *
000800*    (rather than the BMS-generated DSECT) to match the NNAUDM  *
000900*    convention.                                                *
001000*****************************************************************
001100 01  DUPOVRI.
001200     05 FILLER                   PIC X(12).
001300     05 RUNDTL                   PIC S9(4) COMP.
001400     05 RUNDTF                   PIC X.
001500     05 RUNDTI                   PIC X(8).
001600     05 SEQNOL                   PIC S9(4) COMP.
001700     05 SEQNOF                   PIC X.
001800     05 SEQNOI                   PIC X(4).
001900     05 STATIONL                 PIC S9(4) COMP.
002000     05 STATIONF                 PIC X.
002100     05 STATIONI                 PIC X(4).
002200     05 RECTYPEL                 PIC S9(4) COMP.
002300     05 RECTYPEF                 PIC X.
002400     05 RECTYPEI                 PIC X.
002500     05 SLOTCNTL                 PIC S9(4) COMP.
002600     05 SLOTCNTF                 PIC X.
002700     05 SLOTCNTI                 PIC X(2).
002800     05 CHKSUML                  PIC S9(4) COMP.
002900     05 CHKSUMF                  PIC X.
003000     05 CHKSUMI                  PIC X(9).
003100     05 TEXT1L                   PIC S9(4) COMP.
003200     05 TEXT1F                   PIC X.
003300     05 TEXT1I                   PIC X(52).
003400     05 TEXT2L                   PIC S9(4) COMP.
003500     05 TEXT2F                   PIC X.
003600     05 TEXT2I                   PIC X(52).
003700     05 FSTDATEL                 PIC S9(4) COMP.
003800     05 FSTDATEF                 PIC X.
003900     05 FSTDATEI                 PIC X(8).
004000     05 FSTSEQL                  PIC S9(4) COMP.
004100     05 FSTSEQF                  PIC X.
004200     05 FSTSEQI                  PIC X(4).
004300     05 STATUSL                  PIC S9(4) COMP.
004400     05 STATUSF                  PIC X.
004500     05 STATUSI                  PIC X(40).
004600     05 RELUSERL                 PIC S9(4) COMP.
004700     05 RELUSERF                 PIC X.
004800     05 RELUSERI                 PIC X(8).
004900     05 RELDATEL                 PIC S9(4) COMP.
005000     05 RELDATEF                 PIC X.
005100     05 RELDATEI                 PIC X(8).
005200     05 RELTIMEL                 PIC S9(4) COMP.
005300     05 RELTIMEF                 PIC X.
005400     05 RELTIMEI                 PIC X(6).
005500     05 REASONL                  PIC S9(4) COMP.
005600     05 REASONF                  PIC X.
005700     05 REASONI                  PIC X(60).
005800     05 MSGL                     PIC S9(4) COMP.
005900     05 MSGF                     PIC X.
006000     05 MSGI                     PIC X(60).
006100 01  DUPOVRO REDEFINES DUPOVRI.
006200     05 FILLER                   PIC X(12).
006300     05 FILLER                   PIC X(2).
006400     05 RUNDTA                   PIC X.
006500     05 RUNDTO                   PIC X(8).
006600     05 FILLER                   PIC X(2).
006700     05 SEQNOA                   PIC X.
006800     05 SEQNOO                   PIC X(4).
006900     05 FILLER                   PIC X(2).
007000     05 STATIONA                 PIC X.
007100     05 STATIONO                 PIC X(4).
007200     05 FILLER                   PIC X(2).
007300     05 RECTYPEA                 PIC X.
007400     05 RECTYPEO                 PIC X.
007500     05 FILLER                   PIC X(2).
007600     05 SLOTCNTA                 PIC X.
007700     05 SLOTCNTO                 PIC X(2).
007800     05 FILLER                   PIC X(2).
007900     05 CHKSUMA                  PIC X.
008000     05 CHKSUMO                  PIC X(9).
008100     05 FILLER                   PIC X(2).
008200     05 TEXT1A                   PIC X.
008300     05 TEXT1O                   PIC X(52).
008400     05 FILLER                   PIC X(2).
008500     05 TEXT2A                   PIC X.
008600     05 TEXT2O                   PIC X(52).
008700     05 FILLER                   PIC X(2).
008800     05 FSTDATEA                 PIC X.
008900     05 FSTDATEO                 PIC X(8).
009000     05 FILLER                   PIC X(2).
009100     05 FSTSEQA                  PIC X.
009200     05 FSTSEQO                  PIC X(4).
009300     05 FILLER                   PIC X(2).
009400     05 STATUSA                  PIC X.
009500     05 STATUSO                  PIC X(40).
009600     05 FILLER                   PIC X(2).
009700     05 RELUSERA                 PIC X.
009800     05 RELUSERO                 PIC X(8).
009900     05 FILLER                   PIC X(2).
010000     05 RELDATEA                 PIC X.
010100     05 RELDATEO                 PIC X(8).
010200     05 FILLER                   PIC X(2).
010300     05 RELTIMEA                 PIC X.
010400     05 RELTIMEO                 PIC X(6).
010500     05 FILLER                   PIC X(2).
010600     05 REASONA                  PIC X.
010700     05 REASONO                  PIC X(60).
010800     05 FILLER                   PIC X(2).
010900     05 MSGA                     PIC X.
011000     05 MSGO                     PIC X(60).
