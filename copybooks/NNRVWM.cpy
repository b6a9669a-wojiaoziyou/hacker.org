000100*****************************************************************
000200*    NNRVWM - hand-coded symbolic map for the NNRV compliance   *
000300*    review (physical map RVWREV in mapset NNRVWM, BMS source   *
000400*    NNRVWM.bms).  Field order and lengths MUST stay in step    *
000500*    with the BMS source: RUNDT, SEQNO, STATION, RECTYPE,       *
000600*    SLOTCNT, CHKSUM, TEXT1, TEXT2, TERMID, MATCHPOS, TERMTXT,  *
000700*    DESTNO, DESTNM, STATUS, DECUSER, DECDATE, DECTIME,         *
000800*    REASON, MSG.                                               *
000900*    Hand-coded (rather than the BMS-generated DSECT) to match  *
001000*    the NNAUDM convention.                                     *
001100*****************************************************************
001200 01  RVWREVI.
001300     05 FILLER                   PIC X(12).
001400     05 RUNDTL                   PIC S9(4) COMP.
001500     05 RUNDTF                   PIC X.
001600     05 RUNDTI                   PIC X(8).
001700     05 SEQNOL                   PIC S9(4) COMP.
001800     05 SEQNOF                   PIC X.
001900     05 SEQNOI                   PIC X(4).
002000     05 STATIONL                 PIC S9(4) COMP.
002100     05 STATIONF                 PIC X.
002200     05 STATIONI                 PIC X(4).
002300     05 RECTYPEL                 PIC S9(4) COMP.
002400     05 RECTYPEF                 PIC X.
002500     05 RECTYPEI                 PIC X.
002600     05 SLOTCNTL                 PIC S9(4) COMP.
002700     05 SLOTCNTF                 PIC X.
002800     05 SLOTCNTI                 PIC X(2).
002900     05 CHKSUML                  PIC S9(4) COMP.
003000     05 CHKSUMF                  PIC X.
003100     05 CHKSUMI                  PIC X(9).
003200     05 TEXT1L                   PIC S9(4) COMP.
003300     05 TEXT1F                   PIC X.
003400     05 TEXT1I                   PIC X(52).
003500     05 TEXT2L                   PIC S9(4) COMP.
003600     05 TEXT2F                   PIC X.
003700     05 TEXT2I                   PIC X(52).
003800     05 TERMIDL                  PIC S9(4) COMP.
003900     05 TERMIDF                  PIC X.
004000     05 TERMIDI                  PIC X(8).
004100     05 MATCHPOSL                PIC S9(4) COMP.
004200     05 MATCHPOSF                PIC X.
004300     05 MATCHPOSI                PIC X(3).
004400     05 TERMTXTL                 PIC S9(4) COMP.
004500     05 TERMTXTF                 PIC X.
004600     05 TERMTXTI                 PIC X(30).
004700     05 DESTNOL                  PIC S9(4) COMP.
004800     05 DESTNOF                  PIC X.
004900     05 DESTNOI                  PIC X(2).
005000     05 DESTNML                  PIC S9(4) COMP.
005100     05 DESTNMF                  PIC X.
005200     05 DESTNMI                  PIC X(8).
005300     05 STATUSL                  PIC S9(4) COMP.
005400     05 STATUSF                  PIC X.
005500     05 STATUSI                  PIC X(40).
005600     05 DECUSERL                 PIC S9(4) COMP.
005700     05 DECUSERF                 PIC X.
005800     05 DECUSERI                 PIC X(8).
005900     05 DECDATEL                 PIC S9(4) COMP.
006000     05 DECDATEF                 PIC X.
006100     05 DECDATEI                 PIC X(8).
006200     05 DECTIMEL                 PIC S9(4) COMP.
006300     05 DECTIMEF                 PIC X.
006400     05 DECTIMEI                 PIC X(6).
006500     05 REASONL                  PIC S9(4) COMP.
006600     05 REASONF                  PIC X.
006700     05 REASONI                  PIC X(60).
006800     05 MSGL                     PIC S9(4) COMP.
006900     05 MSGF                     PIC X.
007000     05 MSGI                     PIC X(60).
007100 01  RVWREVO REDEFINES RVWREVI.
007200     05 FILLER                   PIC X(12).
007300     05 FILLER                   PIC X(2).
007400     05 RUNDTA                   PIC X.
007500     05 RUNDTO                   PIC X(8).
007600     05 FILLER                   PIC X(2).
007700     05 SEQNOA                   PIC X.
007800     05 SEQNOO                   PIC X(4).
007900     05 FILLER                   PIC X(2).
008000     05 STATIONA                 PIC X.
008100     05 STATIONO                 PIC X(4).
008200     05 FILLER                   PIC X(2).
008300     05 RECTYPEA                 PIC X.
008400     05 RECTYPEO                 PIC X.
008500     05 FILLER                   PIC X(2).
008600     05 SLOTCNTA                 PIC X.
008700     05 SLOTCNTO                 PIC X(2).
008800     05 FILLER                   PIC X(2).
008900     05 CHKSUMA                  PIC X.
009000     05 CHKSUMO                  PIC X(9).
009100     05 FILLER                   PIC X(2).
009200     05 TEXT1A                   PIC X.
009300     05 TEXT1O                   PIC X(52).
009400     05 FILLER                   PIC X(2).
009500     05 TEXT2A                   PIC X.
009600     05 TEXT2O                   PIC X(52).
009700     05 FILLER                   PIC X(2).
009800     05 TERMIDA                  PIC X.
009900     05 TERMIDO                  PIC X(8).
010000     05 FILLER                   PIC X(2).
010100     05 MATCHPOSA                PIC X.
010200     05 MATCHPOSO                PIC X(3).
010300     05 FILLER                   PIC X(2).
010400     05 TERMTXTA                 PIC X.
010500     05 TERMTXTO                 PIC X(30).
010600     05 FILLER                   PIC X(2).
010700     05 DESTNOA                  PIC X.
010800     05 DESTNOO                  PIC X(2).
010900     05 FILLER                   PIC X(2).
011000     05 DESTNMA                  PIC X.
011100     05 DESTNMO                  PIC X(8).
011200     05 FILLER                   PIC X(2).
011300     05 STATUSA                  PIC X.
011400     05 STATUSO                  PIC X(40).
011500     05 FILLER                   PIC X(2).
011600     05 DECUSERA                 PIC X.
011700     05 DECUSERO                 PIC X(8).
011800     05 FILLER                   PIC X(2).
011900     05 DECDATEA                 PIC X.
012000     05 DECDATEO                 PIC X(8).
012100     05 FILLER                   PIC X(2).
012200     05 DECTIMEA                 PIC X.
012300     05 DECTIMEO                 PIC X(6).
012400     05 FILLER                   PIC X(2).
012500     05 REASONA                  PIC X.
012600     05 REASONO                  PIC X(60).
012700     05 FILLER                   PIC X(2).
012800     05 MSGA                     PIC X.
012900     05 MSGO                     PIC X(60).
