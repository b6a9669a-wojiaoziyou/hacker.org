000900*    Record length is 140, key length 20 at offset 0.  Only    *
001000*    the first AV-SLOT-COUNT * 4 bytes of AV-ANSWER are         *
001100*    message text.                                              *
001120*    AV-CYCLE is the decode cycle of the day, as AUDIT-CYCLE    *
001140*    (space on records from before intraday cycles = cycle 1).  *
001200*****************************************************************
001300     05 AV-KEY.
001400         10 AV-RUN-DATE          PIC 9(8).
002000     05 AV-VALID-SW              PIC X.
002100     05 AV-RECON-SW              PIC X.
002200     05 AV-ANSWER                PIC X(104).
002300     05 AV-CYCLE                 PIC X.
002400     05 FILLER                   PIC X(2).
