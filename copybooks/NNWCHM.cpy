000100*****************************************************************
000200*    NNWCHM - hand-coded symbolic map for the NNWL watch-list   *
000300*    maintenance (physical map WCHMNT in mapset NNWCHM, BMS     *
000400*    source NNWCHM.bms).  Field order and lengths MUST stay in  *
000500*    step with the BMS source: TERMID, ACTION, MATCHTP,         *
000600*    TERMTXT, DESCR, EFFFROM, EFFTO, MNTUSER, MNTDATE,          *
000700*    MNTTIME, MSG.                                              *
000800*    Hand-coded (rather than the BMS-generated DSECT) to match  *
000900*    the NNAUDM convention.                                     *
001000*****************************************************************
001100 01  WCHMNTI.
001200     05 FILLER                   PIC X(12).
001300     05 TERMIDL                  PIC S9(4) COMP.
001400     05 TERMIDF                  PIC X.
001500     05 TERMIDI                  PIC X(8).
001600     05 ACTIONL                  PIC S9(4) COMP.
001700     05 ACTIONF                  PIC X.
001800     05 ACTIONI                  PIC X.
001900     05 MATCHTPL                 PIC S9(4) COMP.
002000     05 MATCHTPF                 PIC X.
002100     05 MATCHTPI                 PIC X.
002200     05 TERMTXTL                 PIC S9(4) COMP.
002300     05 TERMTXTF                 PIC X.
002400     05 TERMTXTI                 PIC X(30).
002500     05 DESCRL                   PIC S9(4) COMP.
002600     05 DESCRF                   PIC X.
002700     05 DESCRI                   PIC X(30).
002800     05 EFFFROML                 PIC S9(4) COMP.
002900     05 EFFFROMF                 PIC X.
003000     05 EFFFROMI                 PIC X(8).
003100     05 EFFTOL                   PIC S9(4) COMP.
003200     05 EFFTOF                   PIC X.
003300     05 EFFTOI                   PIC X(8).
003400     05 MNTUSERL                 PIC S9(4) COMP.
003500     05 MNTUSERF                 PIC X.
003600     05 MNTUSERI                 PIC X(8).
003700     05 MNTDATEL                 PIC S9(4) COMP.
003800     05 MNTDATEF                 PIC X.
003900     05 MNTDATEI                 PIC X(8).
004000     05 MNTTIMEL                 PIC S9(4) COMP.
004100     05 MNTTIMEF                 PIC X.
004200     05 MNTTIMEI                 PIC X(6).
004300     05 MSGL                     PIC S9(4) COMP.
004400     05 MSGF                     PIC X.
004500     05 MSGI                     PIC X(60).
004600 01  WCHMNTO REDEFINES WCHMNTI.
004700     05 FILLER                   PIC X(12).
004800     05 FILLER                   PIC X(2).
004900     05 TERMIDA                  PIC X.
005000     05 TERMIDO                  PIC X(8).
005100     05 FILLER                   PIC X(2).
005200     05 ACTIONA                  PIC X.
005300     05 ACTIONO                  PIC X.
005400     05 FILLER                   PIC X(2).
005500     05 MATCHTPA                 PIC X.
005600     05 MATCHTPO                 PIC X.
005700     05 FILLER                   PIC X(2).
005800     05 TERMTXTA                 PIC X.
005900     05 TERMTXTO                 PIC X(30).
006000     05 FILLER                   PIC X(2).
006100     05 DESCRA                   PIC X.
006200     05 DESCRO                   PIC X(30).
006300     05 FILLER                   PIC X(2).
006400     05 EFFFROMA                 PIC X.
006500     05 EFFFROMO                 PIC X(8).
006600     05 FILLER                   PIC X(2).
006700     05 EFFTOA                   PIC X.
006800     05 EFFTOO                   PIC X(8).
006900     05 FILLER                   PIC X(2).
007000     05 MNTUSERA                 PIC X.
007100     05 MNTUSERO                 PIC X(8).
007200     05 FILLER                   PIC X(2).
007300     05 MNTDATEA                 PIC X.
007400     05 MNTDATEO                 PIC X(8).
007500     05 FILLER                   PIC X(2).
007600     05 MNTTIMEA                 PIC X.
007700     05 MNTTIMEO                 PIC X(6).
007800     05 FILLER                   PIC X(2).
007900     05 MSGA                     PIC X.
008000     05 MSGO                     PIC X(60).
