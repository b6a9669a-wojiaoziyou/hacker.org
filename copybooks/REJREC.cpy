001480*             the record itself may be clean; requeue the       *
001490*             whole batch with R cards once the station         *
001495*             resends or the loss is explained)                 *
001500*        BG - batch held behind a gap in the station's batch    *
001505*             numbers (copybook BRGREC) - requeue it once the   *
001510*             missing batch has arrived or been written off     *
001515*        BR - batch refused as a resend - its number was at or  *
001520*             below the last the station had accepted           *
001525*        HR - held for review but the held-review store         *
001530*             (REVVSAM) write failed - requeue to screen again  *
001535*        HD - deferred but the held-delivery store (DEFVSAM)    *
001540*             write failed - requeue to hold it again           *
001545*    REJECT-BATCH covers all three batch-control reasons.       *
001550*                                                               *
001555*    REJ-CYCLE is the decode cycle of the day (1-9) that        *
001560*    suspended the record; REJ-SEQUENCE runs on unbroken across *
001565*    the day's cycles, so run date + sequence is still the      *
001570*    unique key.  A space (records from before intraday cycles) *
001575*    counts as cycle 1.                                         *
001580*****************************************************************
001600     05 REJ-SEQUENCE             PIC 9(4).
001650     05 REJ-RUN-DATE             PIC 9(8).
001700     05 REJ-PAYLOAD.
002500         88 REJECT-CHECKSUM      VALUE "CK".
002600         88 REJECT-REC-TYPE      VALUE "RT".
002650         88 REJECT-STATION       VALUE "ST".
002660         88 REJECT-BATCH         VALUES "BT" "BG" "BR".
002670         88 REJECT-BATCH-GAP     VALUE "BG".
002680         88 REJECT-BATCH-RESEND  VALUE "BR".
002690         88 REJECT-HOLD-FAILED   VALUES "HR" "HD".
002700     05 REJ-ERROR-SLOT           PIC 9(2).
002800     05 REJ-COMPUTED-CHECKSUM    PIC 9(9).
002900     05 REJ-CYCLE                PIC X.
003000     05 FILLER                   PIC X(4).
