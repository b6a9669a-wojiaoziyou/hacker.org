000100*****************************************************************
000200*    NNCALM - hand-coded symbolic map for the NNCL processing   *
000300*    calendar maintenance (physical map CALMNT in mapset        *
000400*    NNCALM, BMS source NNCALM.bms).  Field order and lengths   *
000500*    MUST stay in step with the BMS source: CALDATE, ACTION,    *
000600*    DAYNAME, DAYTYPE, DESCR, MNTUSER, MNTDATE, MNTTIME, MSG.   *
000700*    Hand-coded (rather than the BMS-generated DSECT) to match  *
000800*    the NNAUDM convention.                                     *
000900*****************************************************************
001000 01  CALMNTI.
001100     05 FILLER                   PIC X(12).
001200     05 CALDATEL                 PIC S9(4) COMP.
001300     05 CALDATEF                 PIC X.
001400     05 CALDATEI                 PIC X(8).
001500     05 ACTIONL                  PIC S9(4) COMP.
001600     05 ACTIONF                  PIC X.
001700     05 ACTIONI                  PIC X.
001800     05 DAYNAMEL                 PIC S9(4) COMP.
001900     05 DAYNAMEF                 PIC X.
002000     05 DAYNAMEI                 PIC X(9).
002100     05 DAYTYPEL                 PIC S9(4) COMP.
002200     05 DAYTYPEF                 PIC X.
002300     05 DAYTYPEI                 PIC X.
002400     05 DESCRL                   PIC S9(4) COMP.
002500     05 DESCRF                   PIC X.
002600     05 DESCRI                   PIC X(30).
002700     05 MNTUSERL                 PIC S9(4) COMP.
002800     05 MNTUSERF                 PIC X.
002900     05 MNTUSERI                 PIC X(8).
003000     05 MNTDATEL                 PIC S9(4) COMP.
003100     05 MNTDATEF                 PIC X.
003200     05 MNTDATEI                 PIC X(8).
003300     05 MNTTIMEL                 PIC S9(4) COMP.
003400     05 MNTTIMEF                 PIC X.
003500     05 MNTTIMEI                 PIC X(6).
003600     05 MSGL                     PIC S9(4) COMP.
003700     05 MSGF                     PIC X.
003800     05 MSGI                     PIC X(60).
003900 01  CALMNTO REDEFINES CALMNTI.
004000     05 FILLER                   PIC X(12).
004100     05 FILLER                   PIC X(2).
004200     05 CALDATEA                 PIC X.
004300     05 CALDATEO                 PIC X(8).
004400     05 FILLER                   PIC X(2).
004500     05 ACTIONA                  PIC X.
004600     05 ACTIONO                  PIC X.
004700     05 FILLER                   PIC X(2).
004800     05 DAYNAMEA                 PIC X.
004900     05 DAYNAMEO                 PIC X(9).
005000     05 FILLER                   PIC X(2).
005100     05 DAYTYPEA                 PIC X.
005200     05 DAYTYPEO                 PIC X.
005300     05 FILLER                   PIC X(2).
005400     05 DESCRA                   PIC X.
005500     05 DESCRO                   PIC X(30).
005600     05 FILLER                   PIC X(2).
005700     05 MNTUSERA                 PIC X.
005800     05 MNTUSERO                 PIC X(8).
005900     05 FILLER                   PIC X(2).
006000     05 MNTDATEA                 PIC X.
006100     05 MNTDATEO                 PIC X(8).
006200     05 FILLER                   PIC X(2).
006300     05 MNTTIMEA                 PIC X.
006400     05 MNTTIMEO                 PIC X(6).
006500     05 FILLER                   PIC X(2).
006600     05 MSGA                     PIC X.
006700     05 MSGO                     PIC X(60).
