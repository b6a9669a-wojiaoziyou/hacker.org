000100*****************************************************************
000200*    BEXREC - batch-number exception log record.  The decode    *
000300*    program WRITEs one on BATCHEXC for every batch whose       *
000400*    number was not simply the station's next one, and the      *
000500*    NNBATRPT job adds one for every gap it writes off, so the  *
000600*    daily exceptions report can list each station's missing    *
000700*    and out-of-order batches.  NN0276.BATCH.EXCEPTIONS is      *
000800*    MOD-appended and never cleared.  LRECL is 80.              *
000900*                                                               *
001000*    BEX-EVENT values:                                          *
001100*        GP - gap: batch held, numbers between the last         *
001200*             accepted and this one have not arrived            *
001300*        HB - batch held behind a gap already open              *
001400*        RS - resend refused (number at or below the last)      *
001500*        FL - a missing batch arrived late and was accepted     *
001600*        CL - the last gap closed, the hold is lifted           *
001700*        WO - gap written off on NNBATRPT by BEX-USER           *
001800*    BEX-LAST-ACCEPTED is the register's last batch BEFORE the  *
001900*    event; BEX-MISSING-COUNT / BEX-FIRST-MISSING describe the  *
002000*    station's missing list AFTER it.                           *
002100*****************************************************************
002200     05 BEX-RUN-DATE             PIC 9(8).
002300     05 BEX-RUN-TIME             PIC 9(8).
002400     05 BEX-CYCLE                PIC X.
002500     05 BEX-STATION-ID           PIC X(4).
002600     05 BEX-EVENT                PIC X(2).
002700         88 BEX-GAP              VALUE "GP".
002800         88 BEX-HELD-BEHIND-GAP  VALUE "HB".
002900         88 BEX-RESEND           VALUE "RS".
003000         88 BEX-GAP-FILLED       VALUE "FL".
003100         88 BEX-GAP-CLOSED       VALUE "CL".
003200         88 BEX-WRITTEN-OFF      VALUE "WO".
003300     05 BEX-BATCH-NUMBER         PIC 9(6).
003400     05 BEX-LAST-ACCEPTED        PIC 9(6).
003500     05 BEX-MISSING-COUNT        PIC 9(2).
003600     05 BEX-FIRST-MISSING        PIC 9(6).
003700     05 BEX-USER                 PIC X(8).
003800     05 BEX-REMARK               PIC X(28).
003900     05 FILLER                   PIC X(1).
