000100*****************************************************************
000200*    BRGREC - station batch-number register record.             *
000300*    NN0276.BATCH.REGISTER is a VSAM KSDS keyed on the station  *
000400*    ID (define it once with the NNBRGDEF job) holding, for     *
000500*    every station that numbers its batches, the last batch     *
000600*    number the decode run accepted from it.  Stations put the  *
000700*    number on the H record (PAY-CTL-BATCH-NUMBER, copybook     *
000800*    PAYREC) and must send 1, 2, 3... without a break.  The     *
000900*    decode program reads and updates it; the NNBATRPT          *
001000*    exceptions job browses it and writes gaps off.  COPY this  *
001100*    under the 01 level of the BATCHREG FD.  Record length is   *
001200*    160, key length 4 at offset 0.                             *
001300*                                                               *
001400*    An in-balance batch numbered BRG-LAST-BATCH + 1 is         *
001500*    accepted and becomes the last batch.  A number at or       *
001600*    below the last is a resend and is refused (reason BR).  A  *
001700*    number beyond the next one is a GAP: the missing numbers   *
001800*    go in BRG-MISSING-NUMBER, BRG-HOLD-SW goes to H and the    *
001900*    station's batches are held (reason BG) until every         *
002000*    missing number has arrived or been written off; the        *
002100*    highest number held so far is BRG-HIGH-HELD.  A missing    *
002200*    batch arriving late is accepted and struck off the list;   *
002300*    when the list empties the hold lifts and the last batch    *
002400*    becomes BRG-HIGH-HELD, so the held batches are requeued    *
002500*    from REJECTS as already counted.  Only the first 20        *
002600*    missing numbers are listed - BRG-MISSING-OVERFLOW-SW says  *
002700*    there were more, and such a station is cleared only by a   *
002800*    write-off.                                                 *
002900*****************************************************************
003000     05 BRG-STATION-ID           PIC X(4).
003100     05 BRG-LAST-BATCH           PIC 9(6).
003200     05 BRG-LAST-DATE            PIC 9(8).
003300     05 BRG-LAST-CYCLE           PIC X.
003400     05 BRG-HOLD-SW              PIC X.
003500         88 BRG-STATION-HELD     VALUE "H".
003600         88 BRG-STATION-CLEAR    VALUE " ".
003700     05 BRG-HOLD-DATE            PIC 9(8).
003800     05 BRG-HIGH-HELD            PIC 9(6).
003900     05 BRG-MISSING-COUNT        PIC 9(2).
004000     05 BRG-MISSING-OVERFLOW-SW  PIC X.
004100         88 BRG-MISSING-OVERFLOW VALUE "Y".
004200     05 BRG-MISSING-TABLE.
004300         10 BRG-MISSING-NUMBER   PIC 9(6) OCCURS 20 TIMES.
004400     05 FILLER                   PIC X(3).
