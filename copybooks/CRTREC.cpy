000100*****************************************************************
000200*    CRTREC - station certification record.  A station IN       *
000300*    CERTIFICATION on the station master (STNREC, status C)     *
000400*    has every transmission checked by the decode program but   *
000500*    never delivered; the program WRITEs one TR record here on  *
000600*    CERTRCP for each of them instead of a receipt, and the     *
000700*    NNCERTOK sign-off job appends one SO record when the       *
000800*    station is certified and switched to ACTIVE.  Operations   *
000900*    splits the TR records by CER-STATION-ID and returns each   *
001000*    station in certification its slice, exactly like the       *
001100*    receipts.  NN0276.CERT.RECEIPTS is MOD-appended and never  *
001200*    cleared - it is the certification evidence.  LRECL is 200. *
001300*                                                               *
001400*    CER-EVENT:                                                 *
001500*        TR - test transmission result from a decode run        *
001600*        SO - station signed off as certified                   *
001700*                                                               *
001800*    On TR, CER-RUN-DATE / CER-SEQUENCE / CER-CYCLE are the     *
001900*    decode run and sequence that checked the transmission and  *
002000*    CER-RESULT is PASSED or the disposition the transmission   *
002100*    would have had on a live run (RCPREC RCP-DISPOSITION       *
002200*    values CORRUPT, CHECKSUM-FAIL, BAD-REC-TYPE, BATCH-FAIL,   *
002300*    BATCH-HELD or BATCH-RESEND).  The error slot and checksum  *
002400*    pair mirror the balancing detail, CER-DEST-NO / NAME name  *
002500*    the OUTBND interface the answer would have gone to, and    *
002600*    CER-ANSWER is the transmission text as received.           *
002700*                                                               *
002800*    On SO, CER-RUN-DATE is the sign-off date, CER-SEQUENCE is  *
002900*    zero, CER-RESULT is CERTIFIED, CER-SIGNED-BY is who signed *
003000*    the station off and CER-CASE-COUNT the clean test          *
003100*    transmissions the sign-off rested on.  The destination     *
003200*    fields are the routing the station went live with.         *
003300*****************************************************************
003400     05 CER-EVENT                PIC X(2).
003500         88 CER-TEST-RESULT      VALUE "TR".
003600         88 CER-SIGN-OFF         VALUE "SO".
003700     05 CER-STATION-ID           PIC X(4).
003800     05 CER-RUN-DATE             PIC 9(8).
003900     05 CER-SEQUENCE             PIC 9(4).
004000     05 CER-CYCLE                PIC X.
004100     05 CER-RESULT               PIC X(13).
004200         88 CER-PASSED           VALUE "PASSED".
004300         88 CER-CERTIFIED        VALUE "CERTIFIED".
004400     05 CER-ERROR-SLOT           PIC 9(2).
004500     05 CER-EXPECTED-CHECKSUM    PIC 9(9).
004600     05 CER-COMPUTED-CHECKSUM    PIC 9(9).
004700     05 CER-REC-TYPE             PIC X.
004800     05 CER-SLOT-COUNT           PIC 9(2).
004900     05 CER-DEST-NO              PIC 9(2).
005000     05 CER-DEST-NAME            PIC X(8).
005100     05 CER-ANSWER               PIC X(104).
005200     05 CER-SIGNED-BY            PIC X(8).
005300     05 CER-CASE-COUNT           PIC 9(3).
005400     05 FILLER                   PIC X(20).
