000100*****************************************************************
000200*    NNTRCM - hand-coded symbolic map for the NNTQ message      *
000300*    lifecycle trace inquiry (physical map TRCINQ in mapset     *
000400*    NNTRCM, BMS source NNTRCM.bms).  Field order and lengths   *
000500*    MUST stay in step with the BMS source: STATION, RUNDT,     *
000600*    SEQNO, MSG, then twelve 78-byte event lines.  Hand-coded   *
000700*    to match the NNAUDM convention, so the event lines can be  *
000800*    an OCCURS group the program subscripts.                    *
000900*****************************************************************
001000 01  TRCINQI.
001100     05 FILLER                   PIC X(12).
001200     05 STATIONL                 PIC S9(4) COMP.
001300     05 STATIONF                 PIC X.
001400     05 STATIONI                 PIC X(4).
001500     05 RUNDTL                   PIC S9(4) COMP.
001600     05 RUNDTF                   PIC X.
001700     05 RUNDTI                   PIC X(8).
001800     05 SEQNOL                   PIC S9(4) COMP.
001900     05 SEQNOF                   PIC X.
002000     05 SEQNOI                   PIC X(4).
002100     05 MSGL                     PIC S9(4) COMP.
002200     05 MSGF                     PIC X.
002300     05 MSGI                     PIC X(60).
002400     05 LINEI-GROUP OCCURS 12 TIMES.
002500         10 LINEL                PIC S9(4) COMP.
002600         10 LINEF                PIC X.
002700         10 LINEI                PIC X(78).
002800 01  TRCINQO REDEFINES TRCINQI.
002900     05 FILLER                   PIC X(12).
003000     05 FILLER                   PIC X(2).
003100     05 STATIONA                 PIC X.
003200     05 STATIONO                 PIC X(4).
003300     05 FILLER                   PIC X(2).
003400     05 RUNDTA                   PIC X.
003500     05 RUNDTO                   PIC X(8).
003600     05 FILLER                   PIC X(2).
003700     05 SEQNOA                   PIC X.
003800     05 SEQNOO                   PIC X(4).
003900     05 FILLER                   PIC X(2).
004000     05 MSGA                     PIC X.
004100     05 MSGO                     PIC X(60).
004200     05 LINEO-GROUP OCCURS 12 TIMES.
004300         10 FILLER               PIC X(2).
004400         10 LINEA                PIC X.
004500         10 LINEO                PIC X(78).
