000900*    The encoded transmission is no longer compiled into the   *
001000*    program.  Drop one or more 120-byte PAYLOAD records        *
001100*    (copybook PAYREC - record type, slot count, up to 104      *
001200*    bytes of transmission text and a 9-digit expected          *
001300*    checksum) into                                             *
001400*    the PAYLOAD DD (see PAYLOAD-FILE below) and this job decodes*
001500*    the whole batch in a single run onto one report - no more  *
001600*    one recompile, and no more one job submission, per message.*
001700*                                                               *
001800*    Transmissions are streamed straight off the PAYLOAD file,  *
001900*    read one - process one, so there is no table limit on the  *
002000*    number of messages a run can carry.                        *
002100*                                                               *
002200*    A station may wrap its transmissions in H (header) and T   *
002300*    (trailer) batch control records carrying the station, a    *
002400*    creation date, a record count and a hash total of the      *
002500*    PAY-CHECKSUM fields (layout in copybook PAYREC).  A        *
002600*    pre-scan pass verifies every batch against its trailer     *
002700*    BEFORE any answers are delivered; a batch whose count or   *
002800*    hash does not reconcile (or whose trailer is missing) is   *
002900*    suspended whole to REJECTS with reason BT, so a truncated  *
003000*    transfer can no longer half-decode.  Transmissions with    *
003100*    no H/T envelope are processed exactly as before.           *
003200*                                                               *
003300*    A station that numbers its batches (PAY-CTL-BATCH-NUMBER   *
003400*    on the H record) is also checked against its entry on the  *
003500*    batch-number register BATCHREG (copybook BRGREC) when its  *
003600*    batch reconciles: the next number is accepted, a number    *
003700*    already accepted is refused as a resend (reason BR), and   *
003800*    a number beyond the next one opens a gap - the batch is    *
003900*    held (reason BG), the operator is alerted, and every later *
004000*    batch from the station is held behind it until the missing *
004100*    numbers arrive or are written off on NNBATRPT.  The        *
004200*    register is updated only at the end of a run that got as   *
004300*    far as processing, so a rerun from the top sees it as it   *
004400*    was, and every exception goes on the BATCHEXC log          *
004500*    (copybook BEXREC) for the daily exceptions report.         *
004600*                                                               *
004700*    A DUPLICATE is not simply dropped: the transmission and    *
004800*    the DECODMST first-seen date and sequence it collided      *
004900*    with are held on DUPVSAM (copybook DUPREC), where a        *
005000*    supervisor can look it up on the NNDO override transaction *
005100*    and release it with a reason.  Every duplicate released    *
005200*    since the last run is taken up after the day's PAYLOAD,    *
005300*    under the next decode-run sequence, delivered through the  *
005400*    station's normal route without the DECODMST bypass and     *
005500*    reported RELEASED-DUPLICATE; each one is marked done on    *
005600*    DUPVSAM so it can never go out twice, and logged with the  *
005700*    releasing user and reason on the permanent OVRLOG          *
005800*    (copybook OVRREC).                                         *
005900*                                                               *
006000*    Before an answer is delivered it is screened against the   *
006100*    compliance watch-list WATCHLST (copybook WCHREC) - every   *
006200*    term in effect on the run date, loaded at the top of the   *
006300*    run.  An answer that matches is NOT delivered: it is held  *
006400*    on REVVSAM (copybook RVWREC) with the term it matched,     *
006500*    reported HELD-REVIEW, and logged on the permanent SCRNLOG  *
006600*    (copybook SCNREC).  A reviewer releases or refuses it on   *
006700*    the NNRV transaction; the next run takes each decision     *
006800*    up after the released duplicates - a release is delivered  *
006900*    under the next sequence through the station's normal       *
007000*    route as REVIEW-RELEASED, a refusal is closed - and logs   *
007100*    it on SCRNLOG.  A run that cannot load the watch-list or   *
007200*    open REVVSAM delivers nothing unscreened: it aborts.       *
007300*                                                               *
007400*    A deferred transmission (record type D) carries a release  *
007500*    date after its slots.  It is checked, reconciled, checked  *
007600*    for a duplicate and routed like any other, but while its   *
007700*    date is still ahead it is NOT delivered: it is held on     *
007800*    DEFVSAM (copybook DEFREC) with the route it took,          *
007900*    reported HELD-DEFERRED, and left for the daily NNDEFREL    *
008000*    job to release once the date arrives - or for a            *
008100*    supervisor to cancel on the NNDF transaction.  Each run    *
008200*    takes the releases up after the review decisions, under    *
008300*    the next sequence, screens them and delivers them through  *
008400*    the station's normal route as DEFERRED-RELEASED.  A run    *
008500*    that cannot open DEFVSAM aborts rather than let an         *
008600*    embargoed answer out early.                                *
008700*                                                               *
008800*    A station IN CERTIFICATION on the station master (status   *
008900*    C - a new station being onboarded) routes, but nothing it  *
009000*    sends is delivered.  Each transmission gets the batch      *
009100*    control, batch-number, record-format, character and        *
009200*    checksum checks a live one gets and the result - PASSED or *
009300*    the first check it failed - goes on the certification      *
009400*    report CERTRPT and the certification receipts CERTRCP      *
009500*    (copybook CRTREC) instead.  It never touches DECODMST,     *
009600*    AUDITOUT, the OUTBND files, REJECTS or the held stores,    *
009700*    so a later live resend of the same test text is not a      *
009800*    duplicate, and it never raises the return code.  The       *
009900*    NNCERTOK job signs the station off once its run is clean.  *
010000*                                                               *
010100*    Each run is one decode CYCLE of the day - stations that    *
010200*    want same-day turnaround get two or three a day.  A cycle  *
010300*    numbers itself (1-9) from the control records already on   *
010400*    RUNCTL for the run date and carries the number on every    *
010500*    audit, outbound, reject, receipt and control record it     *
010600*    writes.  The decode-run sequence does NOT restart with     *
010700*    the cycle: it carries on from the day's last completed     *
010800*    cycle, and each OUTBND file's sequence carries on from     *
010900*    the last record already on it, so run date + sequence      *
011000*    stays unique all day on REJVSAM, DUPVSAM, the repair and   *
011100*    replay cards and the ACK match.                            *
011200*                                                               *
011300*    The run's start and end, with its return code, go on the   *
011400*    batch-window timing history TIMEHIST (copybook TIMREC)     *
011500*    with the rest of the chain's, for the NNSLACHK deadline    *
011600*    check and the NNTIMRPT weekly elapsed-time report.         *
011700*                                                               *
011800*    Checkpoints are taken on the CHKPT file every record       *
011900*    written to OUTBOUND-FILE, i.e. during message processing,  *
012000*    so a step restart does not re-deliver answers already      *
012100*    sent downstream;                                           *
012200*    submit this job with NN0276.jcl, which carries RD=R, so    *
012300*    an abend can be resubmitted as a step restart instead of   *
012400*    from the top.                                              *
012500****************************************************************
012600 ENVIRONMENT DIVISION.
012700 CONFIGURATION SECTION.
012800 OBJECT-COMPUTER. IBM-370.
012900 SOURCE-COMPUTER. IBM-370.
013000 SPECIAL-NAMES.
013100     CONSOLE IS OPERATOR-CONSOLE.
013200 INPUT-OUTPUT SECTION.
013300 FILE-CONTROL.
013400     SELECT PAYLOAD-FILE ASSIGN TO "PAYLOAD"
013500         ORGANIZATION IS SEQUENTIAL.
013600     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
013700         ORGANIZATION IS SEQUENTIAL.
013800     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITOUT"
013900         ORGANIZATION IS SEQUENTIAL.
014000     SELECT OPTIONAL OUTBOUND-1-FILE ASSIGN TO "OUTBND1"
014100         ORGANIZATION IS SEQUENTIAL.
014200     SELECT OPTIONAL OUTBOUND-2-FILE ASSIGN TO "OUTBND2"
014300         ORGANIZATION IS SEQUENTIAL.
014400     SELECT OPTIONAL OUTBOUND-3-FILE ASSIGN TO "OUTBND3"
014500         ORGANIZATION IS SEQUENTIAL.
014600     SELECT OPTIONAL OUTBOUND-4-FILE ASSIGN TO "OUTBND4"
014700         ORGANIZATION IS SEQUENTIAL.
014800     SELECT OPTIONAL OUTBOUND-5-FILE ASSIGN TO "OUTBND5"
014900         ORGANIZATION IS SEQUENTIAL.
015000     SELECT STATION-MASTER-FILE ASSIGN TO "STNMAST"
015100         ORGANIZATION IS INDEXED
015200         ACCESS MODE IS SEQUENTIAL
015300         RECORD KEY IS STN-STATION-ID
015400         FILE STATUS IS WS-STNMAST-STATUS.
015500     SELECT OPTIONAL OFFSET-FILE ASSIGN TO "OFFSETCD"
015600         ORGANIZATION IS SEQUENTIAL.
015700     SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS"
015800         ORGANIZATION IS SEQUENTIAL.
015900     SELECT MASTER-FILE ASSIGN TO "DECODMST"
016000         ORGANIZATION IS INDEXED
016100         ACCESS MODE IS RANDOM
016200         RECORD KEY IS MST-ANSWER-KEY
016300         FILE STATUS IS WS-MASTER-STATUS.
016400     SELECT OPTIONAL REPORT-FILE ASSIGN TO "RPTOUT"
016500         ORGANIZATION IS SEQUENTIAL.
016600     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTOUT"
016700         ORGANIZATION IS SEQUENTIAL.
016800     SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "RCPTOUT"
016900         ORGANIZATION IS SEQUENTIAL.
017000     SELECT OPTIONAL CERT-REPORT-FILE ASSIGN TO "CERTRPT"
017100         ORGANIZATION IS SEQUENTIAL.
017200     SELECT OPTIONAL CERT-RECEIPT-FILE ASSIGN TO "CERTRCP"
017300         ORGANIZATION IS SEQUENTIAL.
017400     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
017500         ORGANIZATION IS SEQUENTIAL.
017600     SELECT DUPLICATE-FILE ASSIGN TO "DUPVSAM"
017700         ORGANIZATION IS INDEXED
017800         ACCESS MODE IS DYNAMIC
017900         RECORD KEY IS DUP-KEY
018000         FILE STATUS IS WS-DUPFILE-STATUS.
018100     SELECT OPTIONAL OVERRIDE-LOG-FILE ASSIGN TO "OVRLOG"
018200         ORGANIZATION IS SEQUENTIAL.
018300     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
018400         ORGANIZATION IS INDEXED
018500         ACCESS MODE IS RANDOM
018600         RECORD KEY IS BRG-STATION-ID
018700         FILE STATUS IS WS-BATCHREG-STATUS.
018800     SELECT OPTIONAL BATCH-EXCEPTION-FILE ASSIGN TO "BATCHEXC"
018900         ORGANIZATION IS SEQUENTIAL.
019000     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
019100         ORGANIZATION IS INDEXED
019200         ACCESS MODE IS SEQUENTIAL
019300         RECORD KEY IS WCH-TERM-ID
019400         FILE STATUS IS WS-WATCHLST-STATUS.
019500     SELECT REVIEW-FILE ASSIGN TO "REVVSAM"
019600         ORGANIZATION IS INDEXED
019700         ACCESS MODE IS DYNAMIC
019800         RECORD KEY IS RVW-KEY
019900         FILE STATUS IS WS-REVFILE-STATUS.
020000     SELECT DEFERRED-FILE ASSIGN TO "DEFVSAM"
020100         ORGANIZATION IS INDEXED
020200         ACCESS MODE IS DYNAMIC
020300         RECORD KEY IS DEF-KEY
020400         FILE STATUS IS WS-DEFFILE-STATUS.
020500     SELECT OPTIONAL SCREEN-LOG-FILE ASSIGN TO "SCRNLOG"
020600         ORGANIZATION IS SEQUENTIAL.
020700     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
020800         ORGANIZATION IS SEQUENTIAL.
020900 I-O-CONTROL.
021000     RERUN ON CHECKPOINT-FILE EVERY 1 RECORDS OF
021100         OUTBOUND-1-FILE
021200     RERUN ON CHECKPOINT-FILE EVERY 1 RECORDS OF
021300         OUTBOUND-2-FILE
021400     RERUN ON CHECKPOINT-FILE EVERY 1 RECORDS OF
021500         OUTBOUND-3-FILE
021600     RERUN ON CHECKPOINT-FILE EVERY 1 RECORDS OF
021700         OUTBOUND-4-FILE
021800     RERUN ON CHECKPOINT-FILE EVERY 1 RECORDS OF
021900         OUTBOUND-5-FILE.
022000 DATA DIVISION.
022100 FILE SECTION.
022200 FD  PAYLOAD-FILE
022300     RECORDING MODE IS F.
022400 01  PAYLOAD-RECORD.
022500     COPY PAYREC.
022600 FD  CHECKPOINT-FILE
022700     RECORDING MODE IS F.
022800 01  CHECKPOINT-RECORD               PIC X(80).
022900 FD  AUDIT-FILE
023000     RECORDING MODE IS F.
023100 01  AUDIT-RECORD.
023200     COPY AUDREC.
023300 FD  OUTBOUND-1-FILE
023400     RECORDING MODE IS F.
023500 01  OUTBOUND-1-RECORD              PIC X(140).
023600 FD  OUTBOUND-2-FILE
023700     RECORDING MODE IS F.
023800 01  OUTBOUND-2-RECORD              PIC X(140).
023900 FD  OUTBOUND-3-FILE
024000     RECORDING MODE IS F.
024100 01  OUTBOUND-3-RECORD              PIC X(140).
024200 FD  OUTBOUND-4-FILE
024300     RECORDING MODE IS F.
024400 01  OUTBOUND-4-RECORD              PIC X(140).
024500 FD  OUTBOUND-5-FILE
024600     RECORDING MODE IS F.
024700 01  OUTBOUND-5-RECORD              PIC X(140).
024800 FD  STATION-MASTER-FILE.
024900 01  STATION-MASTER-RECORD.
025000     COPY STNREC.
025100 FD  OFFSET-FILE
025200     RECORDING MODE IS F.
025300 01  OFFSET-CONTROL-RECORD.
025400     05 OC-START-OFFSET             PIC 9(2).
025500     05 OC-END-OFFSET               PIC 9(2).
025600 FD  REJECT-FILE
025700     RECORDING MODE IS F.
025800 01  REJECT-RECORD.
025900     COPY REJREC.
026000 FD  MASTER-FILE.
026100 01  MASTER-RECORD.
026200     COPY MSTREC.
026300 FD  REPORT-FILE
026400     RECORDING MODE IS F.
026500 01  REPORT-RECORD                  PIC X(132).
026600 FD  RECEIPT-FILE
026700     RECORDING MODE IS F.
026800 01  RECEIPT-RECORD.
026900     COPY RCPREC.
027000 FD  CERT-REPORT-FILE
027100     RECORDING MODE IS F.
027200 01  CERT-REPORT-RECORD             PIC X(132).
027300 FD  CERT-RECEIPT-FILE
027400     RECORDING MODE IS F.
027500 01  CERT-RECEIPT-RECORD.
027600     COPY CRTREC.
027700 FD  RUN-CONTROL-FILE
027800     RECORDING MODE IS F.
027900 01  RUN-CONTROL-RECORD.
028000     COPY CTLREC.
028100 FD  DUPLICATE-FILE.
028200 01  DUPLICATE-RECORD.
028300     COPY DUPREC.
028400 FD  OVERRIDE-LOG-FILE
028500     RECORDING MODE IS F.
028600 01  OVERRIDE-LOG-RECORD.
028700     COPY OVRREC.
028800 FD  BATCH-REGISTER-FILE.
028900 01  BATCH-REGISTER-RECORD.
029000     COPY BRGREC.
029100 FD  BATCH-EXCEPTION-FILE
029200     RECORDING MODE IS F.
029300 01  BATCH-EXCEPTION-RECORD.
029400     COPY BEXREC.
029500 FD  WATCH-LIST-FILE.
029600 01  WATCH-LIST-RECORD.
029700     COPY WCHREC.
029800 FD  REVIEW-FILE.
029900 01  REVIEW-RECORD.
030000     COPY RVWREC.
030100 FD  DEFERRED-FILE.
030200 01  DEFERRED-RECORD.
030300     COPY DEFREC.
030400 FD  SCREEN-LOG-FILE
030500     RECORDING MODE IS F.
030600 01  SCREEN-LOG-RECORD.
030700     COPY SCNREC.
030800 FD  ALERT-FILE
030900     RECORDING MODE IS F.
031000 01  ALERT-RECORD.
031100     05 ALT-SYSTEM-ID               PIC X(8).
031200     05 ALT-RUN-DATE                PIC 9(8).
031300     05 ALT-RUN-TIME                PIC 9(8).
031400     05 ALT-RETURN-CODE             PIC 9(3).
031500     05 ALT-MESSAGE-COUNT           PIC 9(5).
031600     05 ALT-FIRST-FAIL-SEQ          PIC 9(5).
031700     05 FILLER                      PIC X(43).
031800 FD  TIMING-FILE
031900     RECORDING MODE IS F.
032000 01  TIMING-RECORD.
032100     COPY TIMREC.
032200 WORKING-STORAGE SECTION.
032300 01 WS-JOB-NAME                      PIC X(8) VALUE "NN0276".
032400 01 WS-EOF-SW                        PIC X VALUE "N".
032500     88 END-OF-PAYLOAD               VALUE "Y".
032600 01 WS-MESSAGE-COUNT                 PIC 9(4) COMP VALUE ZERO.
032700 01 WS-SEQUENCE-LIMIT-SW             PIC X VALUE "N".
032750     88 SEQUENCES-EXHAUSTED           VALUES "Y" "R".
032800     88 PAYLOAD-LEFT-UNREAD           VALUE "Y".
032850     88 RELEASES-LEFT-WAITING         VALUE "R".
032900 01 WS-SEQUENCE-BASE                 PIC 9(5) VALUE ZERO.
033000 01 WS-CYCLE-MESSAGES                PIC 9(5) VALUE ZERO.
033100 01 WS-TIMING-EVENT                  PIC X.
033200     88 TIMING-START                 VALUE "S".
033300     88 TIMING-END                   VALUE "E".
033400 01 WS-PRIOR-CYCLES                  PIC 9(3) VALUE ZERO.
033500 01 WS-CYCLE-NUMBER                  PIC 9 VALUE 1.
033600 01 WS-CYCLE-ID                      PIC X VALUE "1".
033700 01 WS-CYCLE-LIMIT-SW                PIC X VALUE "N".
033800     88 CYCLE-LIMIT-REACHED          VALUE "Y".
033900 01 WS-CTL-EOF-SW                    PIC X VALUE "N".
034000     88 END-OF-RUN-CONTROL           VALUE "Y".
034100 01 WS-PRIME-EOF-SW                  PIC X.
034200     88 END-OF-PRIME-FILE            VALUE "Y".
034300 01 WS-BATCH-RC                       PIC 9(3) VALUE ZERO.
034400 01 WS-RUN-DATE                       PIC 9(8).
034500 01 WS-RUN-TIME                       PIC 9(8).
034600 01 WS-SOURCE-BYTES                   PIC 9(9) VALUE ZERO.
034700 01 WS-START-OFFSET                   PIC 9(2) VALUE 1.
034800 01 WS-END-OFFSET                     PIC 9(2) VALUE 26.
034900 01 WS-ANS-START                      PIC 9(3).
035000 01 WS-ANS-LEN                        PIC 9(3).
035100 01 WS-OFFSET-CARD-SW                 PIC X VALUE "N".
035200     88 OFFSETS-OVERRIDDEN            VALUE "Y".
035300 01 WS-MSG-START                      PIC 9(2).
035400 01 WS-MSG-END                        PIC 9(2).
035500 01 MESSAGE-WORK.
035600     05 MESSAGE-ENTRY.
035700         COPY THENUMS.
035800 01 WS-VALIDATE-FLAGS.
035900     05 WS-SLOT-INDEX                PIC 9(2).
036000     05 WS-BYTE-INDEX                PIC 9(2).
036100     05 WS-CHAR-ORD                  PIC 9(3).
036200     05 WS-CURRENT-SLOT               PIC X(4).
036300     05 WS-CHECKSUM-INDEX             PIC 9(3).
036400     05 WS-CHECKSUM-LIMIT             PIC 9(3).
036500 01 WS-REJ-REASON                     PIC X(2).
036600 01 WS-MASTER-STATUS                  PIC X(2).
036700 01 WS-DUPLICATE-SW                   PIC X.
036800     88 MESSAGE-IS-DUPLICATE          VALUE "Y".
036900 01 WS-DUPFILE-STATUS                 PIC X(2).
037000 01 WS-DUPFILE-OPEN-SW                PIC X VALUE "N".
037100     88 DUPLICATE-FILE-OPEN           VALUE "Y".
037200 01 WS-DUPFILE-EOF-SW                 PIC X VALUE "N".
037300     88 END-OF-DUPLICATES             VALUE "Y".
037400 01 WS-RELEASE-SW                     PIC X VALUE "N".
037500     88 DUPLICATE-RELEASED            VALUE "Y".
037600 01 WS-CONTROL-TOTALS.
037700     05 WS-DECODED-COUNT             PIC 9(5) VALUE ZERO.
037800     05 WS-CORRUPT-COUNT             PIC 9(5) VALUE ZERO.
037900     05 WS-CHKFAIL-COUNT             PIC 9(5) VALUE ZERO.
038000     05 WS-DUP-COUNT                 PIC 9(5) VALUE ZERO.
038100     05 WS-BADREC-COUNT              PIC 9(5) VALUE ZERO.
038200     05 WS-SUSPEND-COUNT             PIC 9(5) VALUE ZERO.
038300     05 WS-BATCHFAIL-COUNT           PIC 9(5) VALUE ZERO.
038400     05 WS-BATCHHELD-COUNT           PIC 9(5) VALUE ZERO.
038500     05 WS-RESEND-COUNT              PIC 9(5) VALUE ZERO.
038600     05 WS-RELEASE-COUNT             PIC 9(5) VALUE ZERO.
038700     05 WS-RELEASED-COUNT            PIC 9(5) VALUE ZERO.
038800     05 WS-REVIEW-HELD-COUNT         PIC 9(5) VALUE ZERO.
038900     05 WS-REVIEW-TAKEN-COUNT        PIC 9(5) VALUE ZERO.
039000     05 WS-REVIEW-DELIVERED-COUNT    PIC 9(5) VALUE ZERO.
039100     05 WS-REVIEW-REFUSED-COUNT      PIC 9(5) VALUE ZERO.
039200     05 WS-DEFER-HELD-COUNT          PIC 9(5) VALUE ZERO.
039300     05 WS-DEFER-TAKEN-COUNT         PIC 9(5) VALUE ZERO.
039400     05 WS-DEFER-DELIVERED-COUNT     PIC 9(5) VALUE ZERO.
039500     05 WS-HOLDFAIL-COUNT            PIC 9(5) VALUE ZERO.
039600     05 WS-CERT-COUNT                PIC 9(5) VALUE ZERO.
039700     05 WS-CERT-PASSED-COUNT         PIC 9(5) VALUE ZERO.
039800     05 WS-CERT-FAILED-COUNT         PIC 9(5) VALUE ZERO.
039900     05 WS-PAYLOAD-READ              PIC 9(5) VALUE ZERO.
039950     05 WS-PAYLOAD-RECORDS           PIC 9(7) VALUE ZERO.
040000     05 WS-TOTAL-READ                PIC 9(5) VALUE ZERO.
040100     05 WS-TOTAL-ACCOUNTED           PIC 9(5) VALUE ZERO.
040200 01 OUTBOUND-WORK.
040300     COPY OUTREC.
040400 01 WS-ROUTE-COUNT                    PIC 9(2) VALUE ZERO.
040500 01 WS-ROUTE-EOF-SW                   PIC X VALUE "N".
040600     88 END-OF-ROUTES                 VALUE "Y".
040700 01 WS-DEST-NO                        PIC 9(2).
040800 01 WS-DEST-NAME                      PIC X(8).
040900 01 WS-STNMAST-STATUS                 PIC X(2).
041000 01 WS-MAX-DESTINATIONS               PIC 9(2) VALUE 5.
041100 01 DEST-SEQUENCE-TABLE.
041200     05 WS-DEST-SEQ OCCURS 5 TIMES    PIC 9(4).
041300 01 WS-ROUTE-FOUND-SW                 PIC X.
041400     88 ROUTE-FOUND                   VALUE "Y".
041500 01 WS-ROUTE-SUB                      PIC 9(2).
041600 01 WS-ROUTE-STATUS                   PIC X.
041700     88 ROUTE-IN-CERTIFICATION        VALUE "C".
041800 01 WS-CERT-RESULT                    PIC X(13).
041900     88 CERTIFICATION-PASSED          VALUE "PASSED".
042000 01 WS-RECORD-FORMAT-SW               PIC X.
042100     88 RECORD-FORMAT-VALID           VALUE "Y".
042200 01 ROUTE-TABLE.
042300     05 ROUTE-ENTRY OCCURS 1 TO 50 TIMES
042400             DEPENDING ON WS-ROUTE-COUNT
042500             INDEXED BY ROUTE-IDX.
042600         10 RT-STATION-ID            PIC X(4).
042700         10 RT-DEST-NO               PIC 9(2).
042800         10 RT-DEST-NAME             PIC X(8).
042900         10 RT-STATION-STATUS        PIC X.
043000             88 RT-IN-CERTIFICATION  VALUE "C".
043100         10 RT-CERT-PASSED           PIC 9(5).
043200         10 RT-CERT-FAILED           PIC 9(5).
043300 01 WS-SCAN-EOF-SW                    PIC X VALUE "N".
043400     88 END-OF-BATCH-SCAN             VALUE "Y".
043500 01 WS-PAYLOAD-HELD-SW                PIC X.
043600     88 PAYLOAD-RECORD-HELD           VALUE "Y".
043700 01 WS-BATCH-OPEN-SW                  PIC X VALUE "N".
043800     88 BATCH-OPEN                    VALUE "Y".
043900 01 WS-BATCH-STATION                  PIC X(4).
044000 01 WS-BATCH-CREATE-DATE              PIC 9(8).
044100 01 WS-BATCH-ACTUAL-COUNT             PIC 9(5).
044200 01 WS-BATCH-ACTUAL-HASH              PIC 9(12).
044300 01 WS-BATCH-EXPECTED-COUNT           PIC 9(5).
044400 01 WS-BATCH-EXPECTED-HASH            PIC 9(12).
044500 01 WS-BATCH-RESULT-SW                PIC X.
044600     88 BATCH-IN-BALANCE              VALUE "G".
044700 01 WS-BATCH-FOUND-SW                 PIC X.
044800     88 BATCH-FOUND                   VALUE "Y".
044900 01 WS-BATCH-COUNT                    PIC 9(2) VALUE ZERO.
045000 01 BATCH-TABLE.
045100     05 BATCH-ENTRY OCCURS 1 TO 50 TIMES
045200             DEPENDING ON WS-BATCH-COUNT
045300             INDEXED BY BATCH-IDX.
045400         10 BT-STATION-ID            PIC X(4).
045500         10 BT-STATUS-SW             PIC X.
045600             88 BT-BATCH-GOOD        VALUE "G".
045700         10 BT-EXPECTED-COUNT        PIC 9(5).
045800         10 BT-ACTUAL-COUNT          PIC 9(5).
045900         10 BT-EXPECTED-HASH         PIC 9(12).
046000         10 BT-ACTUAL-HASH           PIC 9(12).
046100         10 BT-BATCH-NUMBER          PIC 9(6).
046200         10 BT-REGISTER-SW           PIC X.
046300             88 BT-NUMBER-HELD       VALUE "H".
046400             88 BT-NUMBER-RESENT     VALUE "R".
046500         10 BT-EVENT                 PIC X(2).
046600         10 BT-LAST-ACCEPTED         PIC 9(6).
046700         10 BT-MISSING-COUNT         PIC 9(2).
046800         10 BT-FIRST-MISSING         PIC 9(6).
046900         10 BT-GAP-CLOSED-SW         PIC X.
047000             88 BT-GAP-CLOSED        VALUE "Y".
047100 01 WS-HEADER-COUNT                   PIC 9(4) VALUE ZERO.
047200 01 WS-CURRENT-BATCH                  PIC 9(2) VALUE ZERO.
047300 01 WS-BATCH-NUMBER                   PIC 9(6).
047400 01 WS-REGISTER-VERDICT               PIC X.
047500     88 BATCH-NUMBER-ACCEPTED         VALUE "A".
047600     88 BATCH-NUMBER-HELD             VALUE "H".
047700     88 BATCH-NUMBER-RESENT           VALUE "R".
047800 01 WS-BATCH-EVENT                    PIC X(2).
047900 01 WS-EVENT-LAST                     PIC 9(6).
048000 01 WS-GAP-CLOSED-SW                  PIC X.
048100     88 GAP-CLOSED                    VALUE "Y".
048200 01 WS-BATCHREG-STATUS                PIC X(2).
048300 01 WS-BATCHREG-OPEN-SW               PIC X VALUE "N".
048400     88 BATCH-REGISTER-OPEN           VALUE "Y".
048500 01 WS-REGISTER-FOUND-SW              PIC X.
048600     88 REGISTER-ENTRY-FOUND          VALUE "Y".
048700 01 WS-MISSING-SUB                    PIC 9(2).
048800 01 WS-MISSING-NEXT                   PIC 9(6).
048900 01 WS-MISSING-HIT-SW                 PIC X.
049000     88 MISSING-NUMBER-FOUND          VALUE "Y".
049100 01 WS-REGISTER-COUNT                 PIC 9(2) VALUE ZERO.
049200 01 WS-REGISTER-SUB                   PIC 9(2).
049300 01 REGISTER-TABLE.
049400     05 REGISTER-ENTRY OCCURS 1 TO 50 TIMES
049500             DEPENDING ON WS-REGISTER-COUNT
049600             INDEXED BY REG-IDX.
049700         10 RGT-STATION-ID           PIC X(4).
049800         10 RGT-NEW-SW               PIC X.
049900             88 RGT-NEW-STATION      VALUE "Y".
050000         10 RGT-CHANGED-SW           PIC X.
050100             88 RGT-CHANGED          VALUE "Y".
050200         10 RGT-RECORD-IMAGE         PIC X(160).
050300 01 WS-WATCHLST-STATUS                PIC X(2).
050400 01 WS-WATCH-LIST-SW                  PIC X VALUE "N".
050500     88 WATCH-LIST-LOADED             VALUE "Y".
050600 01 WS-WATCH-EOF-SW                   PIC X VALUE "N".
050700     88 END-OF-WATCH-LIST             VALUE "Y".
050800 01 WS-WATCH-COUNT                    PIC 9(3) VALUE ZERO.
050900 01 WATCH-TABLE.
051000     05 WATCH-ENTRY OCCURS 1 TO 200 TIMES
051100             DEPENDING ON WS-WATCH-COUNT
051200             INDEXED BY WCH-IDX.
051300         10 WT-TERM-ID               PIC X(8).
051400         10 WT-MATCH-TYPE            PIC X.
051500             88 WT-PATTERN-TERM      VALUE "P".
051600         10 WT-TERM-LENGTH           PIC 9(2).
051700         10 WT-TERM-TEXT             PIC X(30).
051800 01 WS-WATCH-HIT-SW                   PIC X.
051900     88 WATCH-LIST-HIT                VALUE "Y".
052000 01 WS-PATTERN-SW                     PIC X.
052100     88 PATTERN-MATCHES               VALUE "Y".
052200 01 WS-SCREEN-LENGTH                  PIC 9(3).
052300 01 WS-SCREEN-LAST                    PIC 9(3).
052400 01 WS-SCREEN-POS                     PIC 9(3).
052500 01 WS-TERM-POS                       PIC 9(2).
052600 01 WS-TEXT-POS                       PIC 9(3).
052700 01 WS-PATTERN-CHAR                   PIC X.
052800 01 WS-TEXT-CHAR                      PIC X.
052900 01 WS-HIT-TERM-ID                    PIC X(8).
053000 01 WS-HIT-TERM-TEXT                  PIC X(30).
053100 01 WS-HIT-POSITION                   PIC 9(3).
053200 01 WS-REVFILE-STATUS                 PIC X(2).
053300 01 WS-REVFILE-OPEN-SW                PIC X VALUE "N".
053400     88 REVIEW-FILE-OPEN              VALUE "Y".
053500 01 WS-REVFILE-EOF-SW                 PIC X VALUE "N".
053600     88 END-OF-REVIEWS                VALUE "Y".
053700 01 WS-REVIEW-RELEASE-SW              PIC X VALUE "N".
053800     88 REVIEW-RELEASED               VALUE "Y".
053900 01 WS-DEFFILE-STATUS                 PIC X(2).
054000 01 WS-DEFFILE-OPEN-SW                PIC X VALUE "N".
054100     88 DEFERRED-FILE-OPEN            VALUE "Y".
054200 01 WS-DEFFILE-EOF-SW                 PIC X VALUE "N".
054300     88 END-OF-DEFERRALS              VALUE "Y".
054400 01 WS-DEFER-RELEASE-SW               PIC X VALUE "N".
054500     88 DEFERRAL-RELEASED             VALUE "Y".
054600 01 WS-RELEASE-DATE-SW                PIC X.
054700     88 RELEASE-DATE-VALID            VALUE "Y".
054800 01 WS-CHECK-DATE                     PIC 9(8).
054900 01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
055000     05 WS-CHECK-YEAR                PIC 9(4).
055100     05 WS-CHECK-MONTH               PIC 9(2).
055200     05 WS-CHECK-DAY                 PIC 9(2).
055300 01 WS-DATE-INTEGER                   PIC 9(7).
055400 01 WS-SCREEN-EVENT                   PIC X(2).
055500 01 WS-RPT-STATUS                     PIC X(18).
055600 01 WS-FIRST-FAIL-SEQ                 PIC 9(5) VALUE ZERO.
055700 01 WS-RC-MEANING                     PIC X(40).
055800 01 RPT-DETAIL-LINE.
055900     05 FILLER                       PIC X(2) VALUE SPACES.
056000     05 RPD-SEQUENCE                 PIC 9(4).
056100     05 FILLER                       PIC X(2) VALUE SPACES.
056200     05 RPD-STATUS                   PIC X(18).
056300     05 FILLER                       PIC X(2) VALUE SPACES.
056400     05 RPD-ERROR-SLOT               PIC 9(2).
056500     05 FILLER                       PIC X(2) VALUE SPACES.
056600     05 RPD-EXPECTED                 PIC 9(9).
056700     05 FILLER                       PIC X(2) VALUE SPACES.
056800     05 RPD-COMPUTED                 PIC 9(9).
056900     05 FILLER                       PIC X(80) VALUE SPACES.
057000 01 RPT-TOTAL-LINE.
057100     05 FILLER                       PIC X(2) VALUE SPACES.
057200     05 RPT-TOTAL-LABEL              PIC X(32).
057300     05 RPT-TOTAL-VALUE              PIC Z(4)9.
057400     05 FILLER                       PIC X(93) VALUE SPACES.
057500 01 CERT-DETAIL-LINE.
057600     05 FILLER                       PIC X(2) VALUE SPACES.
057700     05 CRD-SEQUENCE                 PIC 9(4).
057800     05 FILLER                       PIC X(2) VALUE SPACES.
057900     05 CRD-STATION-ID               PIC X(4).
058000     05 FILLER                       PIC X(3) VALUE SPACES.
058100     05 CRD-RESULT                   PIC X(13).
058200     05 FILLER                       PIC X(2) VALUE SPACES.
058300     05 CRD-ERROR-SLOT               PIC 9(2).
058400     05 FILLER                       PIC X(2) VALUE SPACES.
058500     05 CRD-EXPECTED                 PIC 9(9).
058600     05 FILLER                       PIC X(2) VALUE SPACES.
058700     05 CRD-COMPUTED                 PIC 9(9).
058800     05 FILLER                       PIC X(3) VALUE SPACES.
058900     05 CRD-REC-TYPE                 PIC X.
059000     05 FILLER                       PIC X(4) VALUE SPACES.
059100     05 CRD-SLOT-COUNT               PIC 9(2).
059200     05 FILLER                       PIC X(3) VALUE SPACES.
059300     05 CRD-DEST-NO                  PIC 9(2).
059400     05 FILLER                       PIC X VALUE SPACE.
059500     05 CRD-DEST-NAME                PIC X(8).
059600     05 FILLER                       PIC X(54) VALUE SPACES.
059700 01 CERT-STATION-LINE.
059800     05 FILLER                       PIC X(2) VALUE SPACES.
059900     05 CSL-STATION-ID               PIC X(4).
060000     05 FILLER                       PIC X(4) VALUE SPACES.
060100     05 CSL-PASSED                   PIC Z(4)9.
060200     05 FILLER                       PIC X(3) VALUE SPACES.
060300     05 CSL-FAILED                   PIC Z(4)9.
060400     05 FILLER                       PIC X(3) VALUE SPACES.
060500     05 CSL-DEST-NO                  PIC 9(2).
060600     05 FILLER                       PIC X VALUE SPACE.
060700     05 CSL-DEST-NAME                PIC X(8).
060800     05 FILLER                       PIC X(95) VALUE SPACES.
060900 PROCEDURE DIVISION.
061000 0000-MAIN-PROCESS.
061100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
061200     ACCEPT WS-RUN-TIME FROM TIME
061300     PERFORM 0040-ESTABLISH-CYCLE
061400     SET TIMING-START TO TRUE
061500     PERFORM 0995-WRITE-TIMING-RECORD
061600     IF CYCLE-LIMIT-REACHED
061700         DISPLAY "NN0276 - 9 DECODE CYCLES ALREADY RUN FOR "
061800             WS-RUN-DATE " - RUN ABORTED, NOTHING PROCESSED"
061900         MOVE 12 TO WS-BATCH-RC
062000         PERFORM 0970-WRITE-OPERATOR-ALERT
062100         SET TIMING-END TO TRUE
062200         PERFORM 0995-WRITE-TIMING-RECORD
062300         MOVE WS-BATCH-RC TO RETURN-CODE
062400         GOBACK
062500     END-IF
062600     MOVE ZEROS TO DEST-SEQUENCE-TABLE
062700     PERFORM 0048-PRIME-DEST-SEQUENCES
062800     PERFORM 0050-READ-OFFSET-CONTROL
062900     PERFORM 0060-LOAD-ROUTE-TABLE
063000     PERFORM 0065-LOAD-WATCH-LIST
063100     PERFORM 0075-OPEN-BATCH-REGISTER
063200     PERFORM 0080-VERIFY-BATCH-CONTROLS
063300     PERFORM 0150-DISPLAY-REPORT-HEADER
063400     OPEN OUTPUT REPORT-FILE
063500     PERFORM 0160-WRITE-REPORT-HEADER
063600     OPEN INPUT PAYLOAD-FILE
063700     OPEN EXTEND AUDIT-FILE
063800     OPEN OUTPUT OUTBOUND-1-FILE
063900     OPEN OUTPUT OUTBOUND-2-FILE
064000     OPEN OUTPUT OUTBOUND-3-FILE
064100     OPEN OUTPUT OUTBOUND-4-FILE
064200     OPEN OUTPUT OUTBOUND-5-FILE
064300     OPEN OUTPUT REJECT-FILE
064400     OPEN OUTPUT RECEIPT-FILE
064500     OPEN OUTPUT CERT-REPORT-FILE
064600     OPEN EXTEND CERT-RECEIPT-FILE
064700     PERFORM 0165-WRITE-CERT-HEADER
064800     OPEN I-O MASTER-FILE
064900     IF WS-MASTER-STATUS = "35"
065000         OPEN OUTPUT MASTER-FILE
065100         CLOSE MASTER-FILE
065200         OPEN I-O MASTER-FILE
065300     END-IF
065400     PERFORM 0170-OPEN-DUPLICATE-FILE
065500     PERFORM 0175-OPEN-REVIEW-FILE
065600     PERFORM 0178-OPEN-DEFERRED-FILE
065700     OPEN EXTEND OVERRIDE-LOG-FILE
065800     OPEN EXTEND SCREEN-LOG-FILE
065900     IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
066000         DISPLAY "NN0276 - DECODMST OPEN FAILED, STATUS "
066100             WS-MASTER-STATUS " - RUN ABORTED"
066200         MOVE 12 TO WS-BATCH-RC
066300     ELSE
066400         IF NOT WATCH-LIST-LOADED OR NOT REVIEW-FILE-OPEN
066500             DISPLAY "NN0276 - WATCH-LIST SCREENING UNAVAILABLE"
066600                 " - RUN ABORTED, NOTHING DELIVERED UNSCREENED"
066700             MOVE 12 TO WS-BATCH-RC
066800         ELSE
066900             IF NOT DEFERRED-FILE-OPEN
067000                 DISPLAY "NN0276 - DEFERRED STORE UNAVAILABLE"
067100                     " - RUN ABORTED, NOTHING DELIVERED EARLY"
067200                 MOVE 12 TO WS-BATCH-RC
067300             ELSE
067400                 PERFORM 0100-READ-PAYLOAD
067500                 PERFORM 0200-PROCESS-MESSAGE UNTIL END-OF-PAYLOAD
067600                 IF WS-MESSAGE-COUNT = WS-SEQUENCE-BASE
067700                     DISPLAY "NN0276 - NO TRANSMISSIONS ON "
067800                         "PAYLOAD FILE"
067900                     MOVE 16 TO WS-BATCH-RC
068000                 END-IF
068100                 PERFORM 0300-TAKE-UP-RELEASES
068200                 PERFORM 0340-TAKE-UP-REVIEWS
068300                 PERFORM 0380-TAKE-UP-DEFERRALS
068400                 PERFORM 0990-POST-BATCH-REGISTER
068500             END-IF
068600         END-IF
068700     END-IF
068800     CLOSE PAYLOAD-FILE
068900     CLOSE OUTBOUND-1-FILE
069000     CLOSE OUTBOUND-2-FILE
069100     CLOSE OUTBOUND-3-FILE
069200     CLOSE OUTBOUND-4-FILE
069300     CLOSE OUTBOUND-5-FILE
069400     CLOSE MASTER-FILE
069500     CLOSE REJECT-FILE
069600     CLOSE RECEIPT-FILE
069700     CLOSE CERT-RECEIPT-FILE
069800     IF DUPLICATE-FILE-OPEN
069900         CLOSE DUPLICATE-FILE
070000     END-IF
070100     CLOSE OVERRIDE-LOG-FILE
070200     CLOSE SCREEN-LOG-FILE
070300     IF REVIEW-FILE-OPEN
070400         CLOSE REVIEW-FILE
070500     END-IF
070600     IF DEFERRED-FILE-OPEN
070700         CLOSE DEFERRED-FILE
070800     END-IF
070900     IF BATCH-REGISTER-OPEN
071000         CLOSE BATCH-REGISTER-FILE
071100     END-IF
071200     CLOSE AUDIT-FILE
071300     COMPUTE WS-CYCLE-MESSAGES =
071400         WS-MESSAGE-COUNT - WS-SEQUENCE-BASE
071500     DISPLAY "MESSAGES=" WS-CYCLE-MESSAGES
071600         "  SOURCE BYTES=" WS-SOURCE-BYTES
071700     PERFORM 0900-WRITE-REPORT-TOTALS
071800     CLOSE REPORT-FILE
071900     PERFORM 0960-WRITE-CERT-TOTALS
072000     CLOSE CERT-REPORT-FILE
072100     PERFORM 0970-WRITE-OPERATOR-ALERT
072200     PERFORM 0980-WRITE-RUN-CONTROL
072300     SET TIMING-END TO TRUE
072400     PERFORM 0995-WRITE-TIMING-RECORD
072500     MOVE WS-BATCH-RC TO RETURN-CODE
072600     GOBACK.
072700
072800 0040-ESTABLISH-CYCLE.
072900*    Every completed cycle of the day left one control record,
073000*    so this cycle's number is one more than their count and
073100*    its first sequence follows the last one they used (their
073200*    reads plus the released duplicates they took up).  Ten
073300*    cycles in a day is a scheduling error, not a tenth cycle.
073400     OPEN INPUT RUN-CONTROL-FILE
073500     PERFORM 0045-READ-PRIOR-CONTROL UNTIL END-OF-RUN-CONTROL
073600     CLOSE RUN-CONTROL-FILE
073700     IF WS-PRIOR-CYCLES < 9
073800         COMPUTE WS-CYCLE-NUMBER = WS-PRIOR-CYCLES + 1
073900         MOVE WS-CYCLE-NUMBER TO WS-CYCLE-ID
074000     ELSE
074100         SET CYCLE-LIMIT-REACHED TO TRUE
074200         MOVE SPACE TO WS-CYCLE-ID
074300     END-IF
074400     MOVE WS-SEQUENCE-BASE TO WS-MESSAGE-COUNT
074500     IF WS-PRIOR-CYCLES > ZERO
074600         DISPLAY "NN0276 - DECODE CYCLE " WS-CYCLE-ID " OF "
074700             WS-RUN-DATE " - SEQUENCES CONTINUE AFTER "
074800             WS-SEQUENCE-BASE
074900     END-IF.
075000
075100 0045-READ-PRIOR-CONTROL.
075200     READ RUN-CONTROL-FILE
075300         AT END
075400             SET END-OF-RUN-CONTROL TO TRUE
075500         NOT AT END
075600             IF CTL-JOB-NAME = WS-JOB-NAME
075700                 AND CTL-RUN-DATE = WS-RUN-DATE
075800                 ADD 1 TO WS-PRIOR-CYCLES
075900                 ADD CTL-READ-COUNT TO WS-SEQUENCE-BASE
076000                 IF CTL-RELEASE-COUNT NUMERIC
076100                     ADD CTL-RELEASE-COUNT TO WS-SEQUENCE-BASE
076200                 END-IF
076300             END-IF
076400     END-READ.
076500
076600 0048-PRIME-DEST-SEQUENCES.
076700*    The interface files are cleared only at day rollover, so a
076800*    later cycle of the day appends to what the earlier cycles
076900*    delivered - pick up each file's last sequence for today so
077000*    the numbering (and the ACK key) runs on unbroken.
077100     MOVE 1 TO WS-DEST-NO
077200     OPEN INPUT OUTBOUND-1-FILE
077300     MOVE "N" TO WS-PRIME-EOF-SW
077400     PERFORM UNTIL END-OF-PRIME-FILE
077500         READ OUTBOUND-1-FILE INTO OUTBOUND-WORK
077600             AT END
077700                 SET END-OF-PRIME-FILE TO TRUE
077800             NOT AT END
077900                 PERFORM 0049-NOTE-DEST-SEQUENCE
078000         END-READ
078100     END-PERFORM
078200     CLOSE OUTBOUND-1-FILE
078300     MOVE 2 TO WS-DEST-NO
078400     OPEN INPUT OUTBOUND-2-FILE
078500     MOVE "N" TO WS-PRIME-EOF-SW
078600     PERFORM UNTIL END-OF-PRIME-FILE
078700         READ OUTBOUND-2-FILE INTO OUTBOUND-WORK
078800             AT END
078900                 SET END-OF-PRIME-FILE TO TRUE
079000             NOT AT END
079100                 PERFORM 0049-NOTE-DEST-SEQUENCE
079200         END-READ
079300     END-PERFORM
079400     CLOSE OUTBOUND-2-FILE
079500     MOVE 3 TO WS-DEST-NO
079600     OPEN INPUT OUTBOUND-3-FILE
079700     MOVE "N" TO WS-PRIME-EOF-SW
079800     PERFORM UNTIL END-OF-PRIME-FILE
079900         READ OUTBOUND-3-FILE INTO OUTBOUND-WORK
080000             AT END
080100                 SET END-OF-PRIME-FILE TO TRUE
080200             NOT AT END
080300                 PERFORM 0049-NOTE-DEST-SEQUENCE
080400         END-READ
080500     END-PERFORM
080600     CLOSE OUTBOUND-3-FILE
080700     MOVE 4 TO WS-DEST-NO
080800     OPEN INPUT OUTBOUND-4-FILE
080900     MOVE "N" TO WS-PRIME-EOF-SW
081000     PERFORM UNTIL END-OF-PRIME-FILE
081100         READ OUTBOUND-4-FILE INTO OUTBOUND-WORK
081200             AT END
081300                 SET END-OF-PRIME-FILE TO TRUE
081400             NOT AT END
081500                 PERFORM 0049-NOTE-DEST-SEQUENCE
081600         END-READ
081700     END-PERFORM
081800     CLOSE OUTBOUND-4-FILE
081900     MOVE 5 TO WS-DEST-NO
082000     OPEN INPUT OUTBOUND-5-FILE
082100     MOVE "N" TO WS-PRIME-EOF-SW
082200     PERFORM UNTIL END-OF-PRIME-FILE
082300         READ OUTBOUND-5-FILE INTO OUTBOUND-WORK
082400             AT END
082500                 SET END-OF-PRIME-FILE TO TRUE
082600             NOT AT END
082700                 PERFORM 0049-NOTE-DEST-SEQUENCE
082800         END-READ
082900     END-PERFORM
083000     CLOSE OUTBOUND-5-FILE
083100     MOVE SPACES TO OUTBOUND-WORK.
083200
083300 0049-NOTE-DEST-SEQUENCE.
083400     IF OUT-RUN-DATE = WS-RUN-DATE
083500         AND OUT-SEQUENCE > WS-DEST-SEQ(WS-DEST-NO)
083600         MOVE OUT-SEQUENCE TO WS-DEST-SEQ(WS-DEST-NO)
083700     END-IF.
083800
083900 0050-READ-OFFSET-CONTROL.
084000     OPEN INPUT OFFSET-FILE
084100     READ OFFSET-FILE
084200         AT END
084300             CONTINUE
084400         NOT AT END
084500             IF OC-START-OFFSET >= 1
084600                 AND OC-END-OFFSET <= 26
084700                 AND OC-START-OFFSET <= OC-END-OFFSET
084800                 MOVE OC-START-OFFSET TO WS-START-OFFSET
084900                 MOVE OC-END-OFFSET TO WS-END-OFFSET
085000                 SET OFFSETS-OVERRIDDEN TO TRUE
085100             ELSE
085200                 DISPLAY "NN0276 - BAD OFFSETCD CONTROL CARD "
085300                     OC-START-OFFSET "/" OC-END-OFFSET
085400                     " - USING THE FULL MESSAGE"
085500             END-IF
085600     END-READ
085700     CLOSE OFFSET-FILE.
085800
085900 0060-LOAD-ROUTE-TABLE.
086000     OPEN INPUT STATION-MASTER-FILE
086100     IF WS-STNMAST-STATUS NOT = "00" AND NOT = "97"
086200         DISPLAY "NN0276 - STNMAST OPEN FAILED, STATUS "
086300             WS-STNMAST-STATUS " - EVERY MESSAGE WILL SUSPEND"
086400         SET END-OF-ROUTES TO TRUE
086500     END-IF
086600     PERFORM 0070-READ-STATION-RECORD
086700         UNTIL END-OF-ROUTES OR WS-ROUTE-COUNT = 50
086800     IF NOT END-OF-ROUTES
086900         READ STATION-MASTER-FILE
087000             AT END
087100                 SET END-OF-ROUTES TO TRUE
087200             NOT AT END
087300                 DISPLAY "NN0276 - MORE THAN 50 ROUTED STATIONS "
087400                     "ON THE STATION MASTER, THE REST SUSPEND"
087500         END-READ
087600     END-IF
087700     CLOSE STATION-MASTER-FILE
087800     IF WS-ROUTE-COUNT = ZERO
087900         DISPLAY "NN0276 - NO ACTIVE STATIONS ON THE STATION "
088000             "MASTER - EVERY MESSAGE WILL SUSPEND"
088100     END-IF.
088200
088300 0070-READ-STATION-RECORD.
088400*    A station routes only while it is active (or in
088500*    certification) and the run date falls inside its
088600*    effective window - anything else is left off the table
088700*    and suspends with reason ST, exactly like a station with
088800*    no master record at all.
088900     READ STATION-MASTER-FILE
089000         AT END
089100             SET END-OF-ROUTES TO TRUE
089200         NOT AT END
089300             IF (STATION-ACTIVE OR STATION-IN-CERTIFICATION)
089400                 AND STN-EFF-FROM-DATE <= WS-RUN-DATE
089500                 AND (STN-EFF-TO-DATE = ZERO
089600                     OR STN-EFF-TO-DATE >= WS-RUN-DATE)
089700                 IF STN-DEST-NO >= 1
089800                     AND STN-DEST-NO <= WS-MAX-DESTINATIONS
089900                     ADD 1 TO WS-ROUTE-COUNT
090000                     SET ROUTE-IDX TO WS-ROUTE-COUNT
090100                     MOVE STN-STATION-ID
090200                         TO RT-STATION-ID(ROUTE-IDX)
090300                     MOVE STN-DEST-NO TO RT-DEST-NO(ROUTE-IDX)
090400                     MOVE STN-DEST-NAME
090500                         TO RT-DEST-NAME(ROUTE-IDX)
090600                     MOVE STN-ACTIVE-SW
090700                         TO RT-STATION-STATUS(ROUTE-IDX)
090800                     MOVE ZERO TO RT-CERT-PASSED(ROUTE-IDX)
090900                     MOVE ZERO TO RT-CERT-FAILED(ROUTE-IDX)
091000                 ELSE
091100                     DISPLAY "NN0276 - BAD DESTINATION "
091200                         STN-DEST-NO " ON STATION "
091300                         STN-STATION-ID " - STATION SUSPENDS"
091400                 END-IF
091500             END-IF
091600     END-READ.
091700
091800 0065-LOAD-WATCH-LIST.
091900*    Every watch-list entry in effect on the run date goes into
092000*    the table once, here, and every answer is screened against
092100*    the table.  A newly defined, empty cluster opens with status
092200*    35 and simply screens nothing; a list that will not open or
092300*    will not fit leaves WATCH-LIST-LOADED off and the run is
092400*    aborted before anything is delivered.
092500     OPEN INPUT WATCH-LIST-FILE
092600     EVALUATE WS-WATCHLST-STATUS
092700         WHEN "00"
092800         WHEN "97"
092900             SET WATCH-LIST-LOADED TO TRUE
093000             PERFORM 0068-READ-WATCH-ENTRY
093100                 UNTIL END-OF-WATCH-LIST
093200             CLOSE WATCH-LIST-FILE
093300             IF NOT WATCH-LIST-LOADED
093400                 DISPLAY "NN0276 - MORE THAN 200 WATCH-LIST "
093500                     "TERMS IN EFFECT - RAISE THE TABLE LIMIT"
093600             END-IF
093700         WHEN "35"
093800             SET WATCH-LIST-LOADED TO TRUE
093900             DISPLAY "NN0276 - WATCHLST IS EMPTY - NO TERMS "
094000                 "TO SCREEN AGAINST"
094100         WHEN OTHER
094200             DISPLAY "NN0276 - WATCHLST OPEN FAILED, STATUS "
094300                 WS-WATCHLST-STATUS
094400     END-EVALUATE
094500     IF WATCH-LIST-LOADED
094600         DISPLAY "NN0276 - " WS-WATCH-COUNT
094700             " WATCH-LIST TERM(S) IN EFFECT FOR " WS-RUN-DATE
094800     END-IF.
094900
095000 0068-READ-WATCH-ENTRY.
095100     READ WATCH-LIST-FILE
095200         AT END
095300             SET END-OF-WATCH-LIST TO TRUE
095400         NOT AT END
095500             IF WCH-EFF-FROM-DATE <= WS-RUN-DATE
095600                 AND (WCH-EFF-TO-DATE = ZERO
095700                     OR WCH-EFF-TO-DATE >= WS-RUN-DATE)
095800                 IF WS-WATCH-COUNT < 200
095900                     PERFORM 0069-ADD-WATCH-ENTRY
096000                 ELSE
096100                     MOVE "N" TO WS-WATCH-LIST-SW
096200                 END-IF
096300             END-IF
096400     END-READ.
096500
096600 0069-ADD-WATCH-ENTRY.
096700     IF WCH-VALID-MATCH-TYPE
096800         AND WCH-TERM-LENGTH NUMERIC
096900         AND WCH-TERM-LENGTH > ZERO AND WCH-TERM-LENGTH <= 30
097000         ADD 1 TO WS-WATCH-COUNT
097100         SET WCH-IDX TO WS-WATCH-COUNT
097200         MOVE WCH-TERM-ID TO WT-TERM-ID(WCH-IDX)
097300         MOVE WCH-MATCH-TYPE TO WT-MATCH-TYPE(WCH-IDX)
097400         MOVE WCH-TERM-LENGTH TO WT-TERM-LENGTH(WCH-IDX)
097500         MOVE WCH-TERM-TEXT TO WT-TERM-TEXT(WCH-IDX)
097600     ELSE
097700         DISPLAY "NN0276 - WATCH-LIST TERM " WCH-TERM-ID
097800             " HAS A BAD MATCH TYPE OR LENGTH - NOT SCREENED"
097900     END-IF.
098000
098100 0075-OPEN-BATCH-REGISTER.
098200*    An empty cluster (first run after NNBRGDEF) opens I-O with
098300*    status 35 - prime it the same way as DECODMST.  A register
098400*    that will not open costs only the batch-number check: the
098500*    batches are still verified against their trailers.
098600     OPEN I-O BATCH-REGISTER-FILE
098700     IF WS-BATCHREG-STATUS = "35"
098800         OPEN OUTPUT BATCH-REGISTER-FILE
098900         CLOSE BATCH-REGISTER-FILE
099000         OPEN I-O BATCH-REGISTER-FILE
099100     END-IF
099200     IF WS-BATCHREG-STATUS = "00" OR "97"
099300         SET BATCH-REGISTER-OPEN TO TRUE
099400     ELSE
099500         DISPLAY "NN0276 - BATCHREG OPEN FAILED, STATUS "
099600             WS-BATCHREG-STATUS " - BATCH NUMBERS NOT CHECKED "
099700             "THIS RUN"
099800     END-IF.
099900
100000 0080-VERIFY-BATCH-CONTROLS.
100100     OPEN INPUT PAYLOAD-FILE
100200     PERFORM 0085-SCAN-PAYLOAD-RECORD UNTIL END-OF-BATCH-SCAN
100300     IF BATCH-OPEN
100400         DISPLAY "NN0276 - STATION " WS-BATCH-STATION
100500             " BATCH HAS NO TRAILER - BATCH SUSPENDED"
100600         MOVE "F" TO WS-BATCH-RESULT-SW
100700         MOVE ZERO TO WS-BATCH-EXPECTED-COUNT
100800         MOVE ZERO TO WS-BATCH-EXPECTED-HASH
100900         PERFORM 0090-RECORD-BATCH-RESULT
101000     END-IF
101100     CLOSE PAYLOAD-FILE.
101200
101300 0085-SCAN-PAYLOAD-RECORD.
101400     READ PAYLOAD-FILE
101500         AT END
101600             SET END-OF-BATCH-SCAN TO TRUE
101700         NOT AT END
101800             EVALUATE TRUE
101900                 WHEN PAY-BATCH-HEADER
102000                     IF BATCH-OPEN
102100                         DISPLAY "NN0276 - STATION "
102200                             WS-BATCH-STATION " BATCH HAS NO "
102300                             "TRAILER - BATCH SUSPENDED"
102400                         MOVE "F" TO WS-BATCH-RESULT-SW
102500                         MOVE ZERO TO WS-BATCH-EXPECTED-COUNT
102600                         MOVE ZERO TO WS-BATCH-EXPECTED-HASH
102700                         PERFORM 0090-RECORD-BATCH-RESULT
102800                     END-IF
102900                     SET BATCH-OPEN TO TRUE
103000                     MOVE SPACE TO WS-REGISTER-VERDICT
103100                     MOVE SPACES TO WS-BATCH-EVENT
103200                     MOVE "N" TO WS-GAP-CLOSED-SW
103300                     IF PAY-CTL-BATCH-NUMBER NUMERIC
103400                         MOVE PAY-CTL-BATCH-NUMBER
103500                             TO WS-BATCH-NUMBER
103600                     ELSE
103700                         MOVE ZERO TO WS-BATCH-NUMBER
103800                     END-IF
103900                     MOVE PAY-STATION-ID TO WS-BATCH-STATION
104000                     MOVE PAY-CTL-CREATE-DATE
104100                         TO WS-BATCH-CREATE-DATE
104200                     MOVE ZERO TO WS-BATCH-ACTUAL-COUNT
104300                     MOVE ZERO TO WS-BATCH-ACTUAL-HASH
104400                 WHEN PAY-BATCH-TRAILER
104500                     IF NOT BATCH-OPEN
104600                         DISPLAY "NN0276 - STATION "
104700                             PAY-STATION-ID " TRAILER WITH NO "
104800                             "HEADER - TRAILER IGNORED"
104900                     ELSE
105000                         MOVE PAY-CTL-RECORD-COUNT
105100                             TO WS-BATCH-EXPECTED-COUNT
105200                         MOVE PAY-CTL-HASH-TOTAL
105300                             TO WS-BATCH-EXPECTED-HASH
105400                         IF WS-BATCH-EXPECTED-COUNT =
105500                                 WS-BATCH-ACTUAL-COUNT
105600                             AND WS-BATCH-EXPECTED-HASH =
105700                                 WS-BATCH-ACTUAL-HASH
105800                             MOVE "G" TO WS-BATCH-RESULT-SW
105900                             PERFORM 0087-CHECK-BATCH-NUMBER
106000                         ELSE
106100                             DISPLAY "NN0276 - STATION "
106200                                 WS-BATCH-STATION
106300                                 " BATCH OUT OF BALANCE - "
106400                                 "EXPECTED " PAY-CTL-RECORD-COUNT
106500                                 "/" PAY-CTL-HASH-TOTAL
106600                                 " GOT " WS-BATCH-ACTUAL-COUNT
106700                                 "/" WS-BATCH-ACTUAL-HASH
106800                                 " - BATCH SUSPENDED"
106900                             MOVE "F" TO WS-BATCH-RESULT-SW
107000                         END-IF
107100                         PERFORM 0090-RECORD-BATCH-RESULT
107200                         MOVE "N" TO WS-BATCH-OPEN-SW
107300                     END-IF
107400                 WHEN OTHER
107500                     IF BATCH-OPEN
107600                         ADD 1 TO WS-BATCH-ACTUAL-COUNT
107700                         IF PAY-CHECKSUM NUMERIC
107800                             ADD PAY-CHECKSUM
107900                                 TO WS-BATCH-ACTUAL-HASH
108000                         END-IF
108100                     END-IF
108200             END-EVALUATE
108300     END-READ.
108400
108500 0086-ALERT-BATCH-GAP.
108600     DISPLAY "NN0276 STATION " WS-BATCH-STATION " SENT BATCH "
108700         WS-BATCH-NUMBER " - " BRG-MISSING-COUNT " EARLIER "
108800         "BATCH(ES) FROM " BRG-MISSING-NUMBER(1)
108900         " NEVER ARRIVED - STATION BATCHES HELD"
109000         UPON OPERATOR-CONSOLE.
109100
109200 0087-CHECK-BATCH-NUMBER.
109300*    Only a reconciled batch from a station that numbers its
109400*    batches is checked.  The work is done on the station's
109500*    entry in the in-storage register table, so two batches
109600*    from one station in the same run are checked in turn; the
109700*    file itself is updated at the end of the run.
109800     IF WS-BATCH-NUMBER > ZERO AND BATCH-REGISTER-OPEN
109900         PERFORM 0088-FIND-REGISTER-ENTRY
110000         IF REGISTER-ENTRY-FOUND
110100             MOVE BRG-LAST-BATCH TO WS-EVENT-LAST
110200             EVALUATE TRUE
110300                 WHEN BRG-LAST-DATE = ZERO
110400                     PERFORM 0093-ACCEPT-BATCH-NUMBER
110500                 WHEN BRG-STATION-HELD
110600                     PERFORM 0089-CHECK-HELD-STATION
110700                 WHEN WS-BATCH-NUMBER = BRG-LAST-BATCH + 1
110800                     PERFORM 0093-ACCEPT-BATCH-NUMBER
110900                 WHEN WS-BATCH-NUMBER <= BRG-LAST-BATCH
111000                     PERFORM 0096-REFUSE-RESEND
111100                 WHEN OTHER
111200                     PERFORM 0091-OPEN-BATCH-GAP
111300             END-EVALUATE
111400             MOVE BATCH-REGISTER-RECORD
111500                 TO RGT-RECORD-IMAGE(REG-IDX)
111600             SET RGT-CHANGED(REG-IDX) TO TRUE
111700         END-IF
111800     END-IF.
111900
112000 0088-FIND-REGISTER-ENTRY.
112100*    Leaves REG-IDX on the station's table entry and the entry
112200*    in BATCH-REGISTER-RECORD; a station with no register
112300*    record yet gets a fresh one, written at the end of the run.
112400     MOVE "N" TO WS-REGISTER-FOUND-SW
112500     PERFORM VARYING REG-IDX FROM 1 BY 1
112600             UNTIL REG-IDX > WS-REGISTER-COUNT
112700             OR REGISTER-ENTRY-FOUND
112800         IF RGT-STATION-ID(REG-IDX) = WS-BATCH-STATION
112900             SET REGISTER-ENTRY-FOUND TO TRUE
113000             SET WS-REGISTER-SUB TO REG-IDX
113100         END-IF
113200     END-PERFORM
113300     IF REGISTER-ENTRY-FOUND
113400         SET REG-IDX TO WS-REGISTER-SUB
113500         MOVE RGT-RECORD-IMAGE(REG-IDX) TO BATCH-REGISTER-RECORD
113600     ELSE
113700         IF WS-REGISTER-COUNT = 50
113800             DISPLAY "NN0276 - MORE THAN 50 NUMBERING STATIONS "
113900                 "ON PAYLOAD - STATION " WS-BATCH-STATION
114000                 " BATCH NUMBER NOT CHECKED"
114100         ELSE
114200             MOVE WS-BATCH-STATION TO BRG-STATION-ID
114300             READ BATCH-REGISTER-FILE
114400             EVALUATE WS-BATCHREG-STATUS
114500                 WHEN "00"
114600                     PERFORM 0098-ADD-REGISTER-ENTRY
114700                 WHEN "23"
114800                     MOVE SPACES TO BATCH-REGISTER-RECORD
114900                     MOVE WS-BATCH-STATION TO BRG-STATION-ID
115000                     MOVE ZERO TO BRG-LAST-BATCH
115100                     MOVE ZERO TO BRG-LAST-DATE
115200                     MOVE ZERO TO BRG-HOLD-DATE
115300                     MOVE ZERO TO BRG-HIGH-HELD
115400                     MOVE ZERO TO BRG-MISSING-COUNT
115500                     MOVE ZEROS TO BRG-MISSING-TABLE
115600                     PERFORM 0098-ADD-REGISTER-ENTRY
115700                 WHEN OTHER
115800                     DISPLAY "NN0276 - BATCHREG READ ERROR, "
115900                         "STATUS " WS-BATCHREG-STATUS
116000                         " - STATION " WS-BATCH-STATION
116100                         " BATCH NUMBER NOT CHECKED"
116200             END-EVALUATE
116300         END-IF
116400     END-IF.
116500
116600 0089-CHECK-HELD-STATION.
116700*    The station is held behind a gap.  A missing number fills
116800*    it; a number past the highest batch held so far is held
116900*    too (and widens the gap if it skips); anything else has
117000*    already been seen and is a resend.
117100     PERFORM 0094-STRIKE-MISSING-NUMBER
117200     EVALUATE TRUE
117300         WHEN MISSING-NUMBER-FOUND
117400             MOVE "FL" TO WS-BATCH-EVENT
117500             MOVE WS-RUN-DATE TO BRG-LAST-DATE
117600             MOVE WS-CYCLE-ID TO BRG-LAST-CYCLE
117700             SET BATCH-NUMBER-ACCEPTED TO TRUE
117800             IF BRG-MISSING-COUNT = ZERO
117900                 AND NOT BRG-MISSING-OVERFLOW
118000                 PERFORM 0099-CLOSE-BATCH-GAP
118100             END-IF
118200         WHEN WS-BATCH-NUMBER > BRG-HIGH-HELD
118300             IF WS-BATCH-NUMBER > BRG-HIGH-HELD + 1
118400                 COMPUTE WS-MISSING-NEXT = BRG-HIGH-HELD + 1
118500                 PERFORM 0092-ADD-MISSING-NUMBERS
118600                 MOVE "GP" TO WS-BATCH-EVENT
118700                 PERFORM 0086-ALERT-BATCH-GAP
118800             ELSE
118900                 MOVE "HB" TO WS-BATCH-EVENT
119000             END-IF
119100             MOVE WS-BATCH-NUMBER TO BRG-HIGH-HELD
119200             SET BATCH-NUMBER-HELD TO TRUE
119300         WHEN BRG-MISSING-OVERFLOW
119400                 AND WS-BATCH-NUMBER > BRG-LAST-BATCH
119500             MOVE "HB" TO WS-BATCH-EVENT
119600             SET BATCH-NUMBER-HELD TO TRUE
119700         WHEN OTHER
119800             PERFORM 0096-REFUSE-RESEND
119900     END-EVALUATE.
120000
120100 0090-RECORD-BATCH-RESULT.
120200     IF WS-BATCH-COUNT = 50
120300         DISPLAY "NN0276 - MORE THAN 50 BATCHES ON PAYLOAD - "
120400             "STATION " WS-BATCH-STATION " NOT VERIFIED"
120500     ELSE
120600         ADD 1 TO WS-BATCH-COUNT
120700         SET BATCH-IDX TO WS-BATCH-COUNT
120800         MOVE WS-BATCH-STATION TO BT-STATION-ID(BATCH-IDX)
120900         MOVE WS-BATCH-RESULT-SW TO BT-STATUS-SW(BATCH-IDX)
121000         MOVE WS-BATCH-EXPECTED-COUNT
121100             TO BT-EXPECTED-COUNT(BATCH-IDX)
121200         MOVE WS-BATCH-ACTUAL-COUNT
121300             TO BT-ACTUAL-COUNT(BATCH-IDX)
121400         MOVE WS-BATCH-EXPECTED-HASH
121500             TO BT-EXPECTED-HASH(BATCH-IDX)
121600         MOVE WS-BATCH-ACTUAL-HASH
121700             TO BT-ACTUAL-HASH(BATCH-IDX)
121800         MOVE WS-BATCH-NUMBER TO BT-BATCH-NUMBER(BATCH-IDX)
121900         MOVE WS-REGISTER-VERDICT TO BT-REGISTER-SW(BATCH-IDX)
122000         MOVE WS-BATCH-EVENT TO BT-EVENT(BATCH-IDX)
122100         MOVE WS-GAP-CLOSED-SW TO BT-GAP-CLOSED-SW(BATCH-IDX)
122200         MOVE ZERO TO BT-LAST-ACCEPTED(BATCH-IDX)
122300         MOVE ZERO TO BT-MISSING-COUNT(BATCH-IDX)
122400         MOVE ZERO TO BT-FIRST-MISSING(BATCH-IDX)
122500         IF WS-BATCH-EVENT NOT = SPACES
122600             MOVE WS-EVENT-LAST TO BT-LAST-ACCEPTED(BATCH-IDX)
122700             MOVE BRG-MISSING-COUNT TO BT-MISSING-COUNT(BATCH-IDX)
122800             IF BRG-MISSING-COUNT > ZERO
122900                 MOVE BRG-MISSING-NUMBER(1)
123000                     TO BT-FIRST-MISSING(BATCH-IDX)
123100             END-IF
123200         END-IF
123300     END-IF.
123400
123500 0091-OPEN-BATCH-GAP.
123600     MOVE ZERO TO BRG-MISSING-COUNT
123700     MOVE ZEROS TO BRG-MISSING-TABLE
123800     MOVE SPACE TO BRG-MISSING-OVERFLOW-SW
123900     COMPUTE WS-MISSING-NEXT = BRG-LAST-BATCH + 1
124000     PERFORM 0092-ADD-MISSING-NUMBERS
124100     SET BRG-STATION-HELD TO TRUE
124200     MOVE WS-RUN-DATE TO BRG-HOLD-DATE
124300     MOVE WS-BATCH-NUMBER TO BRG-HIGH-HELD
124400     MOVE "GP" TO WS-BATCH-EVENT
124500     SET BATCH-NUMBER-HELD TO TRUE
124600     PERFORM 0086-ALERT-BATCH-GAP.
124700
124800 0092-ADD-MISSING-NUMBERS.
124900*    Lists every number from WS-MISSING-NEXT up to the one
125000*    just received; past 20 the list only notes an overflow.
125100     PERFORM UNTIL WS-MISSING-NEXT >= WS-BATCH-NUMBER
125200         IF BRG-MISSING-COUNT < 20
125300             ADD 1 TO BRG-MISSING-COUNT
125400             MOVE WS-MISSING-NEXT
125500                 TO BRG-MISSING-NUMBER(BRG-MISSING-COUNT)
125600             ADD 1 TO WS-MISSING-NEXT
125700         ELSE
125800             SET BRG-MISSING-OVERFLOW TO TRUE
125900             MOVE WS-BATCH-NUMBER TO WS-MISSING-NEXT
126000         END-IF
126100     END-PERFORM.
126200
126300 0093-ACCEPT-BATCH-NUMBER.
126400     MOVE WS-BATCH-NUMBER TO BRG-LAST-BATCH
126500     MOVE WS-RUN-DATE TO BRG-LAST-DATE
126600     MOVE WS-CYCLE-ID TO BRG-LAST-CYCLE
126700     SET BATCH-NUMBER-ACCEPTED TO TRUE.
126800
126900 0094-STRIKE-MISSING-NUMBER.
127000     MOVE "N" TO WS-MISSING-HIT-SW
127100     PERFORM VARYING WS-MISSING-SUB FROM 1 BY 1
127200             UNTIL WS-MISSING-SUB > BRG-MISSING-COUNT
127300         IF MISSING-NUMBER-FOUND
127400             MOVE BRG-MISSING-NUMBER(WS-MISSING-SUB)
127500                 TO BRG-MISSING-NUMBER(WS-MISSING-SUB - 1)
127600         ELSE
127700             IF BRG-MISSING-NUMBER(WS-MISSING-SUB) =
127800                     WS-BATCH-NUMBER
127900                 SET MISSING-NUMBER-FOUND TO TRUE
128000             END-IF
128100         END-IF
128200     END-PERFORM
128300     IF MISSING-NUMBER-FOUND
128400         MOVE ZERO TO BRG-MISSING-NUMBER(BRG-MISSING-COUNT)
128500         SUBTRACT 1 FROM BRG-MISSING-COUNT
128600     END-IF.
128700
128800 0095-FIND-BATCH.
128900*    A station may have sent MORE THAN ONE batch in the one
129000*    PAYLOAD concatenation, and transmissions carry no batch
129100*    number - so the verdict is fail-safe: if ANY of the
129200*    station's batches failed its trailer, every one of the
129300*    station's transmissions suspends.  The good batch rides
129400*    back in with the repair-cycle requeue.
129500     MOVE "N" TO WS-BATCH-FOUND-SW
129600     MOVE "G" TO WS-BATCH-RESULT-SW
129700     PERFORM VARYING BATCH-IDX FROM 1 BY 1
129800             UNTIL BATCH-IDX > WS-BATCH-COUNT
129900         IF BT-STATION-ID(BATCH-IDX) = MSG-STATION-ID
130000             SET BATCH-FOUND TO TRUE
130100             IF NOT BT-BATCH-GOOD(BATCH-IDX)
130200                 MOVE "F" TO WS-BATCH-RESULT-SW
130300             END-IF
130400         END-IF
130500     END-PERFORM.
130600
130700 0096-REFUSE-RESEND.
130800     MOVE "RS" TO WS-BATCH-EVENT
130900     SET BATCH-NUMBER-RESENT TO TRUE
131000     DISPLAY "NN0276 - STATION " WS-BATCH-STATION " BATCH "
131100         WS-BATCH-NUMBER " ALREADY SEEN - REFUSED AS A RESEND".
131200
131300 0098-ADD-REGISTER-ENTRY.
131400     ADD 1 TO WS-REGISTER-COUNT
131500     SET REG-IDX TO WS-REGISTER-COUNT
131600     MOVE WS-BATCH-STATION TO RGT-STATION-ID(REG-IDX)
131700     IF WS-BATCHREG-STATUS = "23"
131800         MOVE "Y" TO RGT-NEW-SW(REG-IDX)
131900     ELSE
132000         MOVE "N" TO RGT-NEW-SW(REG-IDX)
132100     END-IF
132200     MOVE "N" TO RGT-CHANGED-SW(REG-IDX)
132300     MOVE BATCH-REGISTER-RECORD TO RGT-RECORD-IMAGE(REG-IDX)
132400     SET REGISTER-ENTRY-FOUND TO TRUE.
132500
132600 0099-CLOSE-BATCH-GAP.
132700*    Every missing batch is in, so the batches held behind the
132800*    gap are accounted for on REJECTS: the station carries on
132900*    from the highest of them once they are requeued.
133000     MOVE BRG-HIGH-HELD TO BRG-LAST-BATCH
133100     MOVE SPACE TO BRG-HOLD-SW
133200     MOVE ZERO TO BRG-HOLD-DATE
133300     MOVE ZERO TO BRG-HIGH-HELD
133400     SET GAP-CLOSED TO TRUE
133500     DISPLAY "NN0276 STATION " WS-BATCH-STATION " BATCH GAP "
133600         "CLOSED BY BATCH " WS-BATCH-NUMBER " - REQUEUE ITS "
133700         "HELD BATCHES (REASON BG) FROM REJECTS"
133800         UPON OPERATOR-CONSOLE.
133900
134000 0150-DISPLAY-REPORT-HEADER.
134100     DISPLAY "========================================"
134200     DISPLAY "NN0276 DECODE REPORT  JOB=" WS-JOB-NAME
134300         "  RUN=" WS-RUN-DATE "." WS-RUN-TIME
134400         "  CYCLE=" WS-CYCLE-ID
134500     DISPLAY "========================================".
134600
134700 0160-WRITE-REPORT-HEADER.
134800     MOVE "NN0276 DECODE BALANCING REPORT" TO REPORT-RECORD
134900     WRITE REPORT-RECORD
135000     MOVE SPACES TO REPORT-RECORD
135100     STRING "JOB " WS-JOB-NAME
135200         "  RUN " WS-RUN-DATE "." WS-RUN-TIME
135300         "  CYCLE " WS-CYCLE-ID
135400         DELIMITED BY SIZE INTO REPORT-RECORD
135500     WRITE REPORT-RECORD
135600     MOVE "  SEQ   DISPOSITION         SL  EXPECTED   COMPUTED"
135700         TO REPORT-RECORD
135800     WRITE REPORT-RECORD.
135900
136000 0165-WRITE-CERT-HEADER.
136100     MOVE "NN0276 STATION CERTIFICATION REPORT"
136200         TO CERT-REPORT-RECORD
136300     WRITE CERT-REPORT-RECORD
136400     MOVE SPACES TO CERT-REPORT-RECORD
136500     STRING "JOB " WS-JOB-NAME
136600         "  RUN " WS-RUN-DATE "." WS-RUN-TIME
136700         "  CYCLE " WS-CYCLE-ID
136800         "  - TEST TRANSMISSIONS, NOTHING DELIVERED"
136900         DELIMITED BY SIZE INTO CERT-REPORT-RECORD
137000     WRITE CERT-REPORT-RECORD
137100     MOVE "  SEQ   STN    RESULT         SL  EXPECTED   COMPUTED"
137200         TO CERT-REPORT-RECORD
137300     MOVE "  TYPE SLOTS DEST" TO CERT-REPORT-RECORD(55:17)
137400     WRITE CERT-REPORT-RECORD.
137500
137600 0170-OPEN-DUPLICATE-FILE.
137700*    An empty cluster (first run after NNDUPDEF) opens I-O with
137800*    status 35 - prime it the same way as DECODMST.  A held-
137900*    duplicates file that will not open costs only the override
138000*    facility: duplicates are still bypassed, just not held.
138100     OPEN I-O DUPLICATE-FILE
138200     IF WS-DUPFILE-STATUS = "35"
138300         OPEN OUTPUT DUPLICATE-FILE
138400         CLOSE DUPLICATE-FILE
138500         OPEN I-O DUPLICATE-FILE
138600     END-IF
138700     IF WS-DUPFILE-STATUS = "00" OR "97"
138800         SET DUPLICATE-FILE-OPEN TO TRUE
138900     ELSE
139000         DISPLAY "NN0276 - DUPVSAM OPEN FAILED, STATUS "
139100             WS-DUPFILE-STATUS " - DUPLICATES NOT HELD AND NO "
139200             "RELEASES TAKEN UP THIS RUN"
139300     END-IF.
139400
139500 0175-OPEN-REVIEW-FILE.
139600*    Primed like DUPVSAM, but a review queue that will not open
139700*    leaves nowhere to hold a watch-list hit, so it aborts the
139800*    run rather than let an answer out unscreened.
139900     OPEN I-O REVIEW-FILE
140000     IF WS-REVFILE-STATUS = "35"
140100         OPEN OUTPUT REVIEW-FILE
140200         CLOSE REVIEW-FILE
140300         OPEN I-O REVIEW-FILE
140400     END-IF
140500     IF WS-REVFILE-STATUS = "00" OR "97"
140600         SET REVIEW-FILE-OPEN TO TRUE
140700     ELSE
140800         DISPLAY "NN0276 - REVVSAM OPEN FAILED, STATUS "
140900             WS-REVFILE-STATUS
141000     END-IF.
141100
141200 0178-OPEN-DEFERRED-FILE.
141300*    Primed like DUPVSAM.  A deferred transmission that cannot
141400*    be held would have to go out before its date, so a store
141500*    that will not open aborts the run like REVVSAM.
141600     OPEN I-O DEFERRED-FILE
141700     IF WS-DEFFILE-STATUS = "35"
141800         OPEN OUTPUT DEFERRED-FILE
141900         CLOSE DEFERRED-FILE
142000         OPEN I-O DEFERRED-FILE
142100     END-IF
142200     IF WS-DEFFILE-STATUS = "00" OR "97"
142300         SET DEFERRED-FILE-OPEN TO TRUE
142400     ELSE
142500         DISPLAY "NN0276 - DEFVSAM OPEN FAILED, STATUS "
142600             WS-DEFFILE-STATUS
142700     END-IF.
142800
142900 0100-READ-PAYLOAD.
143000*    H/T batch control records were consumed by the pre-scan -
143100*    skip them here so they never count as transmissions.
143200     MOVE "N" TO WS-PAYLOAD-HELD-SW
143300     PERFORM 0102-CHECK-SEQUENCE-LIMIT
143400     IF SEQUENCES-EXHAUSTED
143500         SET END-OF-PAYLOAD TO TRUE
143600     END-IF
143700     PERFORM UNTIL END-OF-PAYLOAD OR PAYLOAD-RECORD-HELD
143800     READ PAYLOAD-FILE
143900         AT END
144000             SET END-OF-PAYLOAD TO TRUE
144100         NOT AT END
144150             ADD 1 TO WS-PAYLOAD-RECORDS
144200             IF PAY-BATCH-CONTROL
144300                 PERFORM 0105-NOTE-BATCH-ENVELOPE
144400             ELSE
144500             SET PAYLOAD-RECORD-HELD TO TRUE
144600             ADD 1 TO WS-MESSAGE-COUNT
144700             MOVE PAY-REC-TYPE TO MSG-REC-TYPE
144800             IF PAY-STANDARD
144900                 MOVE 13 TO MSG-SLOT-COUNT
145000             ELSE
145100                 IF PAY-SLOT-COUNT NUMERIC
145200                     MOVE PAY-SLOT-COUNT TO MSG-SLOT-COUNT
145300                 ELSE
145400                     MOVE ZERO TO MSG-SLOT-COUNT
145500                 END-IF
145600             END-IF
145700             MOVE PAY-TEXT TO THE-ANSWER
145800             MOVE PAY-CHECKSUM TO MSG-EXPECTED-CHECKSUM
145900             MOVE PAY-STATION-ID TO MSG-STATION-ID
146000             MOVE "Y" TO MSG-VALID-SW
146100             MOVE ZERO TO MSG-ERROR-SLOT
146200             MOVE ZERO TO MSG-COMPUTED-CHECKSUM
146300             MOVE "Y" TO MSG-RECON-SW
146400             END-IF
146500     END-READ
146600     END-PERFORM.
146700
146800 0102-CHECK-SEQUENCE-LIMIT.
146900*    The decode-run sequence runs on across the day's cycles and
147000*    take-ups, and is the key on DUPVSAM, REVVSAM and DEFVSAM
147100*    and the OUTBND sequence.  Past 9999 it would wrap onto keys
147200*    already used, so the run stops taking work there: what is
147300*    left on PAYLOAD, and any releases not yet taken up, wait
147320*    for the next day's first cycle.  The console message gives
147340*    the count of input records read (REQUEUE, H and T records
147360*    included) - the operator copies off everything after that
147380*    record and feeds it ahead of the next day's file.  Reached
147400*    during the take-ups, the file is all read and only the
147420*    releases wait; they need nothing from the operator.
147500     IF WS-MESSAGE-COUNT >= 9999 AND NOT SEQUENCES-EXHAUSTED
147520         IF END-OF-PAYLOAD
147540             SET RELEASES-LEFT-WAITING TO TRUE
147560             DISPLAY "NN0276 - DECODE SEQUENCE 9999 REACHED FOR "
147580                 WS-RUN-DATE " CYCLE " WS-CYCLE-ID
147600                 " - PAYLOAD ALL READ, REMAINING RELEASES WAIT"
147620                 " FOR THE NEXT DAY"
147640                 UPON OPERATOR-CONSOLE
147660         ELSE
147680             SET PAYLOAD-LEFT-UNREAD TO TRUE
147700             DISPLAY "NN0276 - DECODE SEQUENCE 9999 REACHED FOR "
147720                 WS-RUN-DATE " CYCLE " WS-CYCLE-ID
147740                 " - INPUT LEFT UNREAD AFTER RECORD "
147760                 WS-PAYLOAD-RECORDS
147780                 " - CARRY THE REST TO THE NEXT DAY"
147800                 UPON OPERATOR-CONSOLE
147820         END-IF
148100         IF WS-BATCH-RC < 16
148200             MOVE 16 TO WS-BATCH-RC
148300         END-IF
148400     END-IF.
148500
148600 0105-NOTE-BATCH-ENVELOPE.
148700*    The pre-scan made one batch-table entry per H record, in
148800*    file order, so counting headers names the batch each
148900*    transmission travels in (none outside an envelope).
149000     IF PAY-BATCH-HEADER
149100         ADD 1 TO WS-HEADER-COUNT
149200         IF WS-HEADER-COUNT > WS-BATCH-COUNT
149300             MOVE ZERO TO WS-CURRENT-BATCH
149400         ELSE
149500             MOVE WS-HEADER-COUNT TO WS-CURRENT-BATCH
149600         END-IF
149700     ELSE
149800         MOVE ZERO TO WS-CURRENT-BATCH
149900     END-IF.
150000
150100 0200-PROCESS-MESSAGE.
150200     PERFORM 0095-FIND-BATCH
150300     MOVE SPACE TO WS-REGISTER-VERDICT
150400     IF WS-CURRENT-BATCH > ZERO
150500         MOVE BT-REGISTER-SW(WS-CURRENT-BATCH)
150600             TO WS-REGISTER-VERDICT
150700     END-IF
150800     PERFORM 0285-EDIT-RELEASE-DATE
150900     PERFORM 0287-EDIT-RECORD-FORMAT
151000     PERFORM 0770-FIND-ROUTE
151100     EVALUATE TRUE
151200         WHEN ROUTE-FOUND AND ROUTE-IN-CERTIFICATION
151300             PERFORM 1800-CERTIFY-TRANSMISSION
151400         WHEN BATCH-FOUND AND NOT BATCH-IN-BALANCE
151500             PERFORM 0260-REJECT-BATCH-FAIL
151600         WHEN BATCH-NUMBER-HELD
151700             PERFORM 0262-REJECT-BATCH-HELD
151800         WHEN BATCH-NUMBER-RESENT
151900             PERFORM 0264-REJECT-BATCH-RESEND
152000         WHEN NOT RECORD-FORMAT-VALID
152100             PERFORM 0250-REJECT-BAD-REC-TYPE
152200         WHEN OTHER
152300             PERFORM 0280-SET-MESSAGE-WINDOW
152400             PERFORM 0290-DECODE-ONE-MESSAGE
152500     END-EVALUATE
152600     PERFORM 0100-READ-PAYLOAD.
152700
152800 0260-REJECT-BATCH-FAIL.
152900     DISPLAY "NN0276 - TRANSMISSION " WS-MESSAGE-COUNT
153000         " IN OUT-OF-BALANCE BATCH FROM STATION "
153100         MSG-STATION-ID " - SUSPENDED"
153200     MOVE "BT" TO WS-REJ-REASON
153300     PERFORM 1200-WRITE-REJECT-RECORD
153400     ADD 1 TO WS-BATCHFAIL-COUNT
153500     MOVE "BATCH-FAIL" TO WS-RPT-STATUS
153600     PERFORM 1300-WRITE-REPORT-DETAIL
153700     PERFORM 1400-WRITE-RECEIPT-RECORD
153800     IF WS-BATCH-RC < 28
153900         MOVE 28 TO WS-BATCH-RC
154000     END-IF.
154100
154200 0262-REJECT-BATCH-HELD.
154300     DISPLAY "NN0276 - TRANSMISSION " WS-MESSAGE-COUNT
154400         " IN A BATCH HELD BEHIND A BATCH-NUMBER GAP FROM "
154500         "STATION " MSG-STATION-ID " - SUSPENDED"
154600     MOVE "BG" TO WS-REJ-REASON
154700     PERFORM 1200-WRITE-REJECT-RECORD
154800     ADD 1 TO WS-BATCHHELD-COUNT
154900     MOVE "BATCH-HELD" TO WS-RPT-STATUS
155000     PERFORM 1300-WRITE-REPORT-DETAIL
155100     PERFORM 1400-WRITE-RECEIPT-RECORD
155200     IF WS-BATCH-RC < 28
155300         MOVE 28 TO WS-BATCH-RC
155400     END-IF.
155500
155600 0264-REJECT-BATCH-RESEND.
155700     DISPLAY "NN0276 - TRANSMISSION " WS-MESSAGE-COUNT
155800         " IN A RESENT BATCH FROM STATION " MSG-STATION-ID
155900         " - REFUSED"
156000     MOVE "BR" TO WS-REJ-REASON
156100     PERFORM 1200-WRITE-REJECT-RECORD
156200     ADD 1 TO WS-RESEND-COUNT
156300     MOVE "BATCH-RESEND" TO WS-RPT-STATUS
156400     PERFORM 1300-WRITE-REPORT-DETAIL
156500     PERFORM 1400-WRITE-RECEIPT-RECORD
156600     IF WS-BATCH-RC < 28
156700         MOVE 28 TO WS-BATCH-RC
156800     END-IF.
156900
157000 0250-REJECT-BAD-REC-TYPE.
157100     DISPLAY "NN0276 - BAD RECORD TYPE OR SLOT COUNT "
157200         WS-MESSAGE-COUNT " TYPE " MSG-REC-TYPE
157300         " SLOTS " MSG-SLOT-COUNT
157400     IF DEFERRED-TRANSMISSION
157500         DISPLAY "NN0276 - DEFERRED TRANSMISSION "
157600             WS-MESSAGE-COUNT
157700             " RELEASE DATE " THE-ANSWER(97:8)
157800     END-IF
157900     MOVE "RT" TO WS-REJ-REASON
158000     PERFORM 1200-WRITE-REJECT-RECORD
158100     ADD 1 TO WS-BADREC-COUNT
158200     MOVE "BAD-REC-TYPE" TO WS-RPT-STATUS
158300     PERFORM 1300-WRITE-REPORT-DETAIL
158400     PERFORM 1400-WRITE-RECEIPT-RECORD
158500     IF WS-BATCH-RC < 20
158600         MOVE 20 TO WS-BATCH-RC
158700     END-IF.
158800
158900 0280-SET-MESSAGE-WINDOW.
159000     IF OFFSETS-OVERRIDDEN
159100             AND WS-START-OFFSET <= MSG-SLOT-COUNT
159200         MOVE WS-START-OFFSET TO WS-MSG-START
159300         MOVE WS-END-OFFSET TO WS-MSG-END
159400         IF WS-MSG-END > MSG-SLOT-COUNT
159500             MOVE MSG-SLOT-COUNT TO WS-MSG-END
159600         END-IF
159700     ELSE
159800         MOVE 1 TO WS-MSG-START
159900         MOVE MSG-SLOT-COUNT TO WS-MSG-END
160000     END-IF
160100     COMPUTE WS-ANS-START = (WS-MSG-START - 1) * 4 + 1
160200     COMPUTE WS-ANS-LEN = (WS-MSG-END - WS-MSG-START + 1)
160300         * 4.
160400
160500 0285-EDIT-RELEASE-DATE.
160600*    A deferred transmission's release date rides in the last
160700*    8 bytes of THE-ANSWER, past its slots and its checksum.  A
160800*    real calendar date survives the round trip through its
160900*    integer day number unchanged.
161000     MOVE "N" TO WS-RELEASE-DATE-SW
161100     MOVE ZERO TO MSG-RELEASE-DATE
161200     IF DEFERRED-TRANSMISSION AND THE-ANSWER(97:8) NUMERIC
161300         MOVE THE-ANSWER(97:8) TO WS-CHECK-DATE
161400         IF WS-CHECK-YEAR >= 1601
161500                 AND WS-CHECK-MONTH >= 1 AND WS-CHECK-MONTH <= 12
161600                 AND WS-CHECK-DAY >= 1 AND WS-CHECK-DAY <= 31
161700             COMPUTE WS-DATE-INTEGER =
161800                 FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
161900             IF FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
162000                     = WS-CHECK-DATE
162100                 MOVE WS-CHECK-DATE TO MSG-RELEASE-DATE
162200                 SET RELEASE-DATE-VALID TO TRUE
162300             END-IF
162400         END-IF
162500     END-IF.
162600
162700 0287-EDIT-RECORD-FORMAT.
162800     MOVE "Y" TO WS-RECORD-FORMAT-SW
162900     IF (NOT STANDARD-TRANSMISSION
163000             AND NOT EXTENDED-TRANSMISSION
163100             AND NOT DEFERRED-TRANSMISSION)
163200             OR MSG-SLOT-COUNT < 1 OR MSG-SLOT-COUNT > 26
163300             OR (DEFERRED-TRANSMISSION
163400             AND (MSG-SLOT-COUNT > 24
163500             OR NOT RELEASE-DATE-VALID))
163600         MOVE "N" TO WS-RECORD-FORMAT-SW
163700     END-IF.
163800
163900 0290-DECODE-ONE-MESSAGE.
164000     COMPUTE WS-SOURCE-BYTES =
164100         WS-SOURCE-BYTES + MSG-SLOT-COUNT * 4
164200     PERFORM 0500-VALIDATE-NUMBERS
164300     IF NOT MESSAGE-IS-VALID
164400         DISPLAY "NN0276 - CORRUPT TRANSMISSION "
164500             WS-MESSAGE-COUNT
164600             " BAD SLOT " MSG-ERROR-SLOT
164700         MOVE "CT" TO WS-REJ-REASON
164800         PERFORM 1200-WRITE-REJECT-RECORD
164900         ADD 1 TO WS-CORRUPT-COUNT
165000         MOVE "CORRUPT" TO WS-RPT-STATUS
165100         PERFORM 1300-WRITE-REPORT-DETAIL
165200         PERFORM 1400-WRITE-RECEIPT-RECORD
165300         IF WS-BATCH-RC < 20
165400             MOVE 20 TO WS-BATCH-RC
165500         END-IF
165600     ELSE
165700         PERFORM 0600-RECONCILE-CHECKSUM
165800         IF NOT RECONCILIATION-OK
165900             DISPLAY "NN0276 - CHECKSUM MISMATCH "
166000                 WS-MESSAGE-COUNT
166100                 " EXPECTED " MSG-EXPECTED-CHECKSUM
166200                 " COMPUTED " MSG-COMPUTED-CHECKSUM
166300             MOVE "CK" TO WS-REJ-REASON
166400             PERFORM 1200-WRITE-REJECT-RECORD
166500             ADD 1 TO WS-CHKFAIL-COUNT
166600             MOVE "CHECKSUM-FAIL" TO WS-RPT-STATUS
166700             PERFORM 1300-WRITE-REPORT-DETAIL
166800             PERFORM 1400-WRITE-RECEIPT-RECORD
166900             IF WS-BATCH-RC < 24
167000                 MOVE 24 TO WS-BATCH-RC
167100             END-IF
167200         ELSE
167300             PERFORM 0700-CHECK-DUPLICATE
167400             IF MESSAGE-IS-DUPLICATE AND NOT DUPLICATE-RELEASED
167500                 DISPLAY "NN0276 - DUPLICATE TRANSMISSION "
167600                     WS-MESSAGE-COUNT " FIRST SEEN "
167700                     MST-FIRST-SEEN-DATE " AS SEQUENCE "
167800                     MST-FIRST-SEQUENCE " - NOT RE-DELIVERED"
167900                 ADD 1 TO WS-DUP-COUNT
168000                 PERFORM 1500-HOLD-DUPLICATE
168100                 MOVE "DUPLICATE" TO WS-RPT-STATUS
168200                 PERFORM 1300-WRITE-REPORT-DETAIL
168300                 PERFORM 1400-WRITE-RECEIPT-RECORD
168400                 IF WS-BATCH-RC < 4
168500                     MOVE 4 TO WS-BATCH-RC
168600                 END-IF
168700             ELSE
168800                 PERFORM 0770-FIND-ROUTE
168900                 IF NOT ROUTE-FOUND
169000                     DISPLAY "NN0276 - STATION "
169100                         MSG-STATION-ID " NOT ACTIVE ON THE "
169200                         "STATION MASTER - SUSPENDED "
169300                         WS-MESSAGE-COUNT
169400                     MOVE "ST" TO WS-REJ-REASON
169500                     PERFORM 1200-WRITE-REJECT-RECORD
169600                     ADD 1 TO WS-SUSPEND-COUNT
169700                     MOVE "NO-ROUTE" TO WS-RPT-STATUS
169800                     PERFORM 1300-WRITE-REPORT-DETAIL
169900                     PERFORM 1400-WRITE-RECEIPT-RECORD
170000                     IF WS-BATCH-RC < 8
170100                         MOVE 8 TO WS-BATCH-RC
170200                     END-IF
170300                 ELSE
170400                     IF ROUTE-IN-CERTIFICATION
170500                         PERFORM 0297-SUSPEND-IN-CERTIFICATION
170600                     ELSE
170700                         IF DEFERRED-TRANSMISSION
170800                               AND NOT DEFERRAL-RELEASED
170900                               AND MSG-RELEASE-DATE > WS-RUN-DATE
171000                             PERFORM 1700-HOLD-DEFERRED
171100                         ELSE
171200                             PERFORM 0800-SCREEN-ANSWER
171300                             IF WATCH-LIST-HIT
171400                                 PERFORM 1600-HOLD-FOR-REVIEW
171500                             ELSE
171600                                 PERFORM 0295-DELIVER-ANSWER
171700                             END-IF
171800                         END-IF
171900                     END-IF
172000                 END-IF
172100             END-IF
172200         END-IF
172300     END-IF.
172400
172500 0295-DELIVER-ANSWER.
172600*    A reviewer's release, and a deferred transmission whose
172700*    date has come, are delivered exactly like a fresh answer;
172800*    either goes on DECODMST unless it was a released
172900*    duplicate to begin with.  The release date is not part of
173000*    the answer and is blanked before it goes anywhere.
173100     IF DEFERRED-TRANSMISSION
173200         MOVE SPACES TO THE-ANSWER(97:8)
173300     END-IF
173400     DISPLAY
173500         THE-ANSWER(WS-ANS-START:WS-ANS-LEN)
173600     PERFORM 1000-WRITE-AUDIT-RECORD
173700     PERFORM 1100-WRITE-OUTBOUND-RECORD
173800     IF REVIEW-RELEASED
173900         IF NOT MESSAGE-IS-DUPLICATE
174000             PERFORM 0750-RECORD-ON-MASTER
174100         END-IF
174200         ADD 1 TO WS-REVIEW-DELIVERED-COUNT
174300         MOVE "REVIEW-RELEASED" TO WS-RPT-STATUS
174400     ELSE
174500         IF DEFERRAL-RELEASED
174600             IF NOT MESSAGE-IS-DUPLICATE
174700                 PERFORM 0750-RECORD-ON-MASTER
174800             END-IF
174900             ADD 1 TO WS-DEFER-DELIVERED-COUNT
175000             MOVE "DEFERRED-RELEASED" TO WS-RPT-STATUS
175100         ELSE
175200             IF DUPLICATE-RELEASED
175300                 IF NOT MESSAGE-IS-DUPLICATE
175400                     PERFORM 0750-RECORD-ON-MASTER
175500                 END-IF
175600                 ADD 1 TO WS-RELEASED-COUNT
175700                 MOVE "RELEASED-DUPLICATE" TO WS-RPT-STATUS
175800             ELSE
175900                 PERFORM 0750-RECORD-ON-MASTER
176000                 ADD 1 TO WS-DECODED-COUNT
176100                 MOVE "DECODED" TO WS-RPT-STATUS
176200             END-IF
176300         END-IF
176400     END-IF
176500     PERFORM 1300-WRITE-REPORT-DETAIL
176600     PERFORM 1400-WRITE-RECEIPT-RECORD.
176700
176800 0297-SUSPEND-IN-CERTIFICATION.
176900*    Only a take-up reaches here: fresh traffic from a station
177000*    in certification is certified, never decoded.  A held
177100*    duplicate, review release or deferral from a station put
177200*    into certification since it was held is not a test and
177300*    must not reach the live files either, so it is suspended
177400*    like a station with no route and the caller marks the held
177500*    record release-failed.  Requeue it once NNCERTOK has
177600*    signed the station off.
177700     DISPLAY "NN0276 - STATION " MSG-STATION-ID
177800         " IS IN CERTIFICATION - TAKE-UP SUSPENDED "
177900         WS-MESSAGE-COUNT
178000     MOVE "ST" TO WS-REJ-REASON
178100     PERFORM 1200-WRITE-REJECT-RECORD
178200     ADD 1 TO WS-SUSPEND-COUNT
178300     MOVE "NO-ROUTE" TO WS-RPT-STATUS
178400     PERFORM 1300-WRITE-REPORT-DETAIL
178500     PERFORM 1400-WRITE-RECEIPT-RECORD
178600     IF WS-BATCH-RC < 8
178700         MOVE 8 TO WS-BATCH-RC
178800     END-IF.
178900
179000 0300-TAKE-UP-RELEASES.
179100*    Duplicates released on NNDO since the last run follow the
179200*    day's PAYLOAD, each under the next decode-run sequence,
179300*    through exactly the checks a fresh transmission gets - only
179400*    the DECODMST bypass is waived.  Duplicates held by THIS run
179500*    are still blank and are passed over.
179600     IF DUPLICATE-FILE-OPEN
179700         MOVE LOW-VALUES TO DUP-KEY
179800         START DUPLICATE-FILE KEY IS NOT LESS THAN DUP-KEY
179900             INVALID KEY
180000                 SET END-OF-DUPLICATES TO TRUE
180100         END-START
180200         PERFORM 0310-READ-NEXT-DUPLICATE
180300             UNTIL END-OF-DUPLICATES
180400     END-IF.
180500
180600 0310-READ-NEXT-DUPLICATE.
180700     READ DUPLICATE-FILE NEXT RECORD
180800         AT END
180900             SET END-OF-DUPLICATES TO TRUE
181000         NOT AT END
181100             IF DUP-RELEASED
181200                 PERFORM 0102-CHECK-SEQUENCE-LIMIT
181300                 IF SEQUENCES-EXHAUSTED
181400                     SET END-OF-DUPLICATES TO TRUE
181500                 ELSE
181600                     PERFORM 0320-DELIVER-RELEASE
181700                 END-IF
181800             END-IF
181900     END-READ.
182000
182100 0320-DELIVER-RELEASE.
182200     ADD 1 TO WS-MESSAGE-COUNT
182300     ADD 1 TO WS-RELEASE-COUNT
182400     MOVE DUP-REC-TYPE TO MSG-REC-TYPE
182500     MOVE DUP-SLOT-COUNT TO MSG-SLOT-COUNT
182600     MOVE DUP-TEXT TO THE-ANSWER
182700     MOVE DUP-EXPECTED-CHECKSUM TO MSG-EXPECTED-CHECKSUM
182800     MOVE DUP-STATION-ID TO MSG-STATION-ID
182900     MOVE "Y" TO MSG-VALID-SW
183000     MOVE ZERO TO MSG-ERROR-SLOT
183100     MOVE ZERO TO MSG-COMPUTED-CHECKSUM
183200     MOVE "Y" TO MSG-RECON-SW
183300     DISPLAY "NN0276 - DUPLICATE " DUP-RUN-DATE "/"
183400         DUP-SEQUENCE " RELEASED BY " DUP-RELEASE-USER
183500         " - TAKEN UP AS SEQUENCE " WS-MESSAGE-COUNT
183600     SET DUPLICATE-RELEASED TO TRUE
183700     PERFORM 0285-EDIT-RELEASE-DATE
183800     PERFORM 0280-SET-MESSAGE-WINDOW
183900     PERFORM 0290-DECODE-ONE-MESSAGE
184000     MOVE "N" TO WS-RELEASE-SW
184020*    A release held again - a watch-list hit, or a deferred
184040*    transmission still ahead of its date - has been passed on
184060*    to the other store, not lost, so it is not marked failed.
184080     EVALUATE WS-RPT-STATUS
184100         WHEN "RELEASED-DUPLICATE"
184120             SET DUP-REDELIVERED TO TRUE
184140         WHEN "HELD-REVIEW"
184160         WHEN "HELD-DEFERRED"
184180             SET DUP-PASSED-ON TO TRUE
184200         WHEN OTHER
184220             SET DUP-RELEASE-FAILED TO TRUE
184240     END-EVALUATE
184600     MOVE WS-RUN-DATE TO DUP-DELIVERED-DATE
184700     MOVE WS-MESSAGE-COUNT TO DUP-DELIVERED-SEQUENCE
184800     REWRITE DUPLICATE-RECORD
184900         INVALID KEY
185000             DISPLAY "NN0276 - DUPVSAM REWRITE FAILED, STATUS "
185100                 WS-DUPFILE-STATUS " - RELEASE " DUP-RUN-DATE
185200                 "/" DUP-SEQUENCE " STILL MARKED RELEASED"
185300     END-REWRITE
185400     PERFORM 0330-WRITE-OVERRIDE-LOG.
185500
185600 0330-WRITE-OVERRIDE-LOG.
185700*    The permanent record of every forced delivery - who
185800*    released which answer, why, and what became of it.
185900     MOVE SPACES TO OVERRIDE-LOG-RECORD
186000     MOVE WS-RUN-DATE TO OVR-RUN-DATE
186100     MOVE WS-RUN-TIME TO OVR-RUN-TIME
186200     MOVE WS-MESSAGE-COUNT TO OVR-RUN-SEQUENCE
186300     MOVE WS-RPT-STATUS TO OVR-OUTCOME
186400     IF DUP-REDELIVERED
186500         MOVE WS-DEST-NO TO OVR-DEST-NO
186600         MOVE WS-DEST-NAME TO OVR-DEST-NAME
186700         MOVE OUT-SEQUENCE TO OVR-OUT-SEQUENCE
186800     ELSE
186900         MOVE ZERO TO OVR-DEST-NO
187000         MOVE ZERO TO OVR-OUT-SEQUENCE
187100     END-IF
187200     MOVE DUP-RUN-DATE TO OVR-DUP-RUN-DATE
187300     MOVE DUP-SEQUENCE TO OVR-DUP-SEQUENCE
187400     MOVE DUP-STATION-ID TO OVR-STATION-ID
187500     MOVE DUP-REC-TYPE TO OVR-REC-TYPE
187600     MOVE DUP-SLOT-COUNT TO OVR-SLOT-COUNT
187700     MOVE DUP-TEXT TO OVR-ANSWER
187800     MOVE DUP-FIRST-SEEN-DATE TO OVR-FIRST-SEEN-DATE
187900     MOVE DUP-FIRST-SEQUENCE TO OVR-FIRST-SEQUENCE
188000     MOVE DUP-RELEASE-USER TO OVR-RELEASE-USER
188100     MOVE DUP-RELEASE-DATE TO OVR-RELEASE-DATE
188200     MOVE DUP-RELEASE-TIME TO OVR-RELEASE-TIME
188300     MOVE DUP-RELEASE-REASON TO OVR-RELEASE-REASON
188400     WRITE OVERRIDE-LOG-RECORD.
188500
188600 0340-TAKE-UP-REVIEWS.
188700*    Reviewers' decisions on NNRV since the last run follow the
188800*    released duplicates.  A release is taken up under the next
188900*    decode-run sequence through every check a fresh
189000*    transmission gets except the screening itself; a refusal
189100*    is closed without one.  Either way the decision goes on
189200*    the screening log.  Answers held by THIS run are still
189300*    blank and are passed over.
189400     MOVE LOW-VALUES TO RVW-KEY
189500     START REVIEW-FILE KEY IS NOT LESS THAN RVW-KEY
189600         INVALID KEY
189700             SET END-OF-REVIEWS TO TRUE
189800     END-START
189900     PERFORM 0345-READ-NEXT-REVIEW
190000         UNTIL END-OF-REVIEWS.
190100
190200 0345-READ-NEXT-REVIEW.
190300     READ REVIEW-FILE NEXT RECORD
190400         AT END
190500             SET END-OF-REVIEWS TO TRUE
190600         NOT AT END
190700             EVALUATE TRUE
190800                 WHEN RVW-RELEASED
190900                     PERFORM 0102-CHECK-SEQUENCE-LIMIT
191000                     IF SEQUENCES-EXHAUSTED
191100                         SET END-OF-REVIEWS TO TRUE
191200                     ELSE
191300                         PERFORM 0350-DELIVER-REVIEW-RELEASE
191400                     END-IF
191500                 WHEN RVW-REFUSED
191600                     PERFORM 0360-CLOSE-REVIEW-REFUSAL
191700             END-EVALUATE
191800     END-READ.
191900
192000 0350-DELIVER-REVIEW-RELEASE.
192100     ADD 1 TO WS-MESSAGE-COUNT
192200     ADD 1 TO WS-REVIEW-TAKEN-COUNT
192300     MOVE RVW-REC-TYPE TO MSG-REC-TYPE
192400     MOVE RVW-SLOT-COUNT TO MSG-SLOT-COUNT
192500     MOVE RVW-TEXT TO THE-ANSWER
192600     MOVE RVW-EXPECTED-CHECKSUM TO MSG-EXPECTED-CHECKSUM
192700     MOVE RVW-STATION-ID TO MSG-STATION-ID
192800     MOVE "Y" TO MSG-VALID-SW
192900     MOVE ZERO TO MSG-ERROR-SLOT
193000     MOVE ZERO TO MSG-COMPUTED-CHECKSUM
193100     MOVE "Y" TO MSG-RECON-SW
193200     DISPLAY "NN0276 - HELD ANSWER " RVW-RUN-DATE "/"
193300         RVW-SEQUENCE " RELEASED BY " RVW-DECISION-USER
193400         " - TAKEN UP AS SEQUENCE " WS-MESSAGE-COUNT
193500     SET REVIEW-RELEASED TO TRUE
193600     IF RVW-WAS-RELEASED-DUP
193700         SET DUPLICATE-RELEASED TO TRUE
193800     END-IF
193900     PERFORM 0285-EDIT-RELEASE-DATE
194000     PERFORM 0280-SET-MESSAGE-WINDOW
194100     PERFORM 0290-DECODE-ONE-MESSAGE
194200     MOVE "N" TO WS-REVIEW-RELEASE-SW
194300     MOVE "N" TO WS-RELEASE-SW
194350     EVALUATE WS-RPT-STATUS
194400         WHEN "REVIEW-RELEASED"
194450             SET RVW-DELIVERED TO TRUE
194500             MOVE "RL" TO WS-SCREEN-EVENT
194550         WHEN "HELD-DEFERRED"
194600             SET RVW-PASSED-ON TO TRUE
194650             MOVE "RP" TO WS-SCREEN-EVENT
194700         WHEN OTHER
194750             SET RVW-RELEASE-FAILED TO TRUE
194800             MOVE "RF" TO WS-SCREEN-EVENT
194850     END-EVALUATE
195100     MOVE WS-RUN-DATE TO RVW-DELIVERED-DATE
195200     MOVE WS-MESSAGE-COUNT TO RVW-DELIVERED-SEQUENCE
195300     REWRITE REVIEW-RECORD
195400         INVALID KEY
195500             DISPLAY "NN0276 - REVVSAM REWRITE FAILED, STATUS "
195600                 WS-REVFILE-STATUS " - RELEASE " RVW-RUN-DATE
195700                 "/" RVW-SEQUENCE " STILL MARKED RELEASED"
195800     END-REWRITE
195900     PERFORM 0370-WRITE-SCREENING-LOG.
196000
196100 0360-CLOSE-REVIEW-REFUSAL.
196200     ADD 1 TO WS-REVIEW-REFUSED-COUNT
196300     DISPLAY "NN0276 - HELD ANSWER " RVW-RUN-DATE "/"
196400         RVW-SEQUENCE " REFUSED BY " RVW-DECISION-USER
196500         " - CLOSED, NEVER DELIVERED"
196600     SET RVW-REFUSAL-CLOSED TO TRUE
196700     REWRITE REVIEW-RECORD
196800         INVALID KEY
196900             DISPLAY "NN0276 - REVVSAM REWRITE FAILED, STATUS "
197000                 WS-REVFILE-STATUS " - REFUSAL " RVW-RUN-DATE
197100                 "/" RVW-SEQUENCE " STILL MARKED REFUSED"
197200     END-REWRITE
197300     MOVE "RX" TO WS-SCREEN-EVENT
197400     PERFORM 0370-WRITE-SCREENING-LOG.
197500
197600 0370-WRITE-SCREENING-LOG.
197700*    The permanent record of every watch-list hit and every
197800*    reviewer decision - built from the review-queue record,
197900*    which is current for the event in WS-SCREEN-EVENT.
198000     MOVE SPACES TO SCREEN-LOG-RECORD
198100     ACCEPT SCN-LOG-DATE FROM DATE YYYYMMDD
198200     ACCEPT SCN-LOG-TIME FROM TIME
198300     MOVE WS-SCREEN-EVENT TO SCN-EVENT
198400     MOVE RVW-RUN-DATE TO SCN-RUN-DATE
198500     MOVE RVW-SEQUENCE TO SCN-SEQUENCE
198600     MOVE RVW-CYCLE TO SCN-CYCLE
198700     MOVE RVW-STATION-ID TO SCN-STATION-ID
198800     MOVE RVW-REC-TYPE TO SCN-REC-TYPE
198900     MOVE RVW-SLOT-COUNT TO SCN-SLOT-COUNT
199000     MOVE RVW-TEXT TO SCN-ANSWER
199100     MOVE RVW-TERM-ID TO SCN-TERM-ID
199200     MOVE RVW-TERM-TEXT TO SCN-TERM-TEXT
199300     MOVE RVW-MATCH-POSITION TO SCN-MATCH-POSITION
199400     MOVE RVW-DECISION-USER TO SCN-DECISION-USER
199500     MOVE RVW-DECISION-DATE TO SCN-DECISION-DATE
199600     MOVE RVW-DECISION-TIME TO SCN-DECISION-TIME
199700     MOVE RVW-DECISION-REASON TO SCN-DECISION-REASON
199800     MOVE ZERO TO SCN-DEST-NO
199900     MOVE ZERO TO SCN-OUT-SEQUENCE
200000     MOVE ZERO TO SCN-DELIVERED-SEQUENCE
200100     EVALUATE TRUE
200200         WHEN SCN-HELD-FOR-REVIEW
200300             MOVE RVW-DEST-NO TO SCN-DEST-NO
200400             MOVE RVW-DEST-NAME TO SCN-DEST-NAME
200500             MOVE "HELD-REVIEW" TO SCN-OUTCOME
200600         WHEN SCN-RELEASE-DELIVERED
200700             MOVE WS-DEST-NO TO SCN-DEST-NO
200800             MOVE WS-DEST-NAME TO SCN-DEST-NAME
200900             MOVE OUT-SEQUENCE TO SCN-OUT-SEQUENCE
201000             MOVE WS-RPT-STATUS TO SCN-OUTCOME
201100             MOVE WS-MESSAGE-COUNT TO SCN-DELIVERED-SEQUENCE
201200         WHEN SCN-RELEASE-FAILED
201250         WHEN SCN-RELEASE-PASSED-ON
201300             MOVE WS-RPT-STATUS TO SCN-OUTCOME
201400             MOVE WS-MESSAGE-COUNT TO SCN-DELIVERED-SEQUENCE
201500         WHEN SCN-REFUSED
201600             MOVE "REFUSED" TO SCN-OUTCOME
201700     END-EVALUATE
201800     WRITE SCREEN-LOG-RECORD.
201900
202000 0380-TAKE-UP-DEFERRALS.
202100*    Deferred transmissions NNDEFREL has released since the last
202200*    run follow the review decisions, each under the next
202300*    decode-run sequence, through every check a fresh
202400*    transmission gets - the screening included, since the
202500*    answer is only now going out.  Transmissions held by THIS
202600*    run are still blank and are passed over.
202700     MOVE LOW-VALUES TO DEF-KEY
202800     START DEFERRED-FILE KEY IS NOT LESS THAN DEF-KEY
202900         INVALID KEY
203000             SET END-OF-DEFERRALS TO TRUE
203100     END-START
203200     PERFORM 0385-READ-NEXT-DEFERRAL
203300         UNTIL END-OF-DEFERRALS.
203400
203500 0385-READ-NEXT-DEFERRAL.
203600     READ DEFERRED-FILE NEXT RECORD
203700         AT END
203800             SET END-OF-DEFERRALS TO TRUE
203900         NOT AT END
204000             IF DEF-RELEASED
204100                 PERFORM 0102-CHECK-SEQUENCE-LIMIT
204200                 IF SEQUENCES-EXHAUSTED
204300                     SET END-OF-DEFERRALS TO TRUE
204400                 ELSE
204500                     PERFORM 0390-DELIVER-DEFERRAL
204600                 END-IF
204700             END-IF
204800     END-READ.
204900
205000 0390-DELIVER-DEFERRAL.
205100     ADD 1 TO WS-MESSAGE-COUNT
205200     ADD 1 TO WS-DEFER-TAKEN-COUNT
205300     MOVE DEF-REC-TYPE TO MSG-REC-TYPE
205400     MOVE DEF-SLOT-COUNT TO MSG-SLOT-COUNT
205500     MOVE DEF-TEXT TO THE-ANSWER
205600     MOVE DEF-EXPECTED-CHECKSUM TO MSG-EXPECTED-CHECKSUM
205700     MOVE DEF-STATION-ID TO MSG-STATION-ID
205800     MOVE "Y" TO MSG-VALID-SW
205900     MOVE ZERO TO MSG-ERROR-SLOT
206000     MOVE ZERO TO MSG-COMPUTED-CHECKSUM
206100     MOVE "Y" TO MSG-RECON-SW
206200     PERFORM 0285-EDIT-RELEASE-DATE
206300     DISPLAY "NN0276 - DEFERRED TRANSMISSION " DEF-RUN-DATE "/"
206400         DEF-SEQUENCE " RELEASED " DEF-RELEASED-ON
206500         " - TAKEN UP AS SEQUENCE " WS-MESSAGE-COUNT
206600     SET DEFERRAL-RELEASED TO TRUE
206700     IF DEF-WAS-RELEASED-DUP
206800         SET DUPLICATE-RELEASED TO TRUE
206900     END-IF
207000     PERFORM 0280-SET-MESSAGE-WINDOW
207100     PERFORM 0290-DECODE-ONE-MESSAGE
207200     MOVE "N" TO WS-DEFER-RELEASE-SW
207300     MOVE "N" TO WS-RELEASE-SW
207350     EVALUATE WS-RPT-STATUS
207400         WHEN "DEFERRED-RELEASED"
207450             SET DEF-DELIVERED TO TRUE
207500         WHEN "HELD-REVIEW"
207550             SET DEF-PASSED-ON TO TRUE
207600         WHEN OTHER
207650             SET DEF-RELEASE-FAILED TO TRUE
207700     END-EVALUATE
207900     MOVE WS-RPT-STATUS TO DEF-OUTCOME
208000     MOVE WS-RUN-DATE TO DEF-DELIVERED-DATE
208100     MOVE WS-MESSAGE-COUNT TO DEF-DELIVERED-SEQUENCE
208200     REWRITE DEFERRED-RECORD
208300         INVALID KEY
208400             DISPLAY "NN0276 - DEFVSAM REWRITE FAILED, STATUS "
208500                 WS-DEFFILE-STATUS " - RELEASE " DEF-RUN-DATE
208600                 "/" DEF-SEQUENCE " STILL MARKED RELEASED"
208700     END-REWRITE.
208800
208900 0500-VALIDATE-NUMBERS.
209000     SET MESSAGE-IS-VALID TO TRUE
209100     MOVE ZERO TO MSG-ERROR-SLOT
209200     PERFORM VARYING WS-SLOT-INDEX FROM WS-MSG-START BY 1
209300             UNTIL WS-SLOT-INDEX > WS-MSG-END
209400             OR NOT MESSAGE-IS-VALID
209500         PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
209600                 UNTIL WS-BYTE-INDEX > 4
209700                 OR NOT MESSAGE-IS-VALID
209800     MOVE THE-SLOT-CHARS(WS-SLOT-INDEX)
209900         TO WS-CURRENT-SLOT
210000     MOVE FUNCTION ORD(WS-CURRENT-SLOT(WS-BYTE-INDEX:1))
210100         TO WS-CHAR-ORD
210200             IF WS-CHAR-ORD < 33 OR WS-CHAR-ORD > 127
210300                 MOVE "N" TO MSG-VALID-SW
210400                 MOVE WS-SLOT-INDEX TO MSG-ERROR-SLOT
210500             END-IF
210600         END-PERFORM
210700     END-PERFORM.
210800
210900 0600-RECONCILE-CHECKSUM.
211000     MOVE ZERO TO MSG-COMPUTED-CHECKSUM
211100     COMPUTE WS-CHECKSUM-LIMIT = MSG-SLOT-COUNT * 4
211200     PERFORM VARYING WS-CHECKSUM-INDEX FROM 1 BY 1
211300             UNTIL WS-CHECKSUM-INDEX > WS-CHECKSUM-LIMIT
211400         MOVE FUNCTION ORD(THE-ANSWER
211500             (WS-CHECKSUM-INDEX:1)) TO WS-CHAR-ORD
211600         ADD WS-CHAR-ORD TO MSG-COMPUTED-CHECKSUM
211700     END-PERFORM
211800     IF MSG-COMPUTED-CHECKSUM = MSG-EXPECTED-CHECKSUM
211900         SET RECONCILIATION-OK TO TRUE
212000     ELSE
212100         MOVE "N" TO MSG-RECON-SW
212200     END-IF.
212300
212400 0700-CHECK-DUPLICATE.
212500     MOVE "N" TO WS-DUPLICATE-SW
212600     MOVE THE-ANSWER TO MST-ANSWER-KEY
212700     IF DEFERRED-TRANSMISSION
212800         MOVE SPACES TO MST-ANSWER-KEY(97:8)
212900     END-IF
213000     READ MASTER-FILE
213100     EVALUATE WS-MASTER-STATUS
213200         WHEN "00"
213300             SET MESSAGE-IS-DUPLICATE TO TRUE
213400         WHEN "23"
213500             CONTINUE
213600         WHEN OTHER
213700             DISPLAY "NN0276 - DECODMST READ ERROR, STATUS "
213800                 WS-MASTER-STATUS " - DELIVERING SEQUENCE "
213900                 WS-MESSAGE-COUNT " UNCHECKED"
214000     END-EVALUATE.
214100
214200 0770-FIND-ROUTE.
214300     MOVE "N" TO WS-ROUTE-FOUND-SW
214400     PERFORM VARYING ROUTE-IDX FROM 1 BY 1
214500             UNTIL ROUTE-IDX > WS-ROUTE-COUNT
214600             OR ROUTE-FOUND
214700         IF RT-STATION-ID(ROUTE-IDX) = MSG-STATION-ID
214800             SET ROUTE-FOUND TO TRUE
214900             SET WS-ROUTE-SUB TO ROUTE-IDX
215000             MOVE RT-DEST-NO(ROUTE-IDX) TO WS-DEST-NO
215100             MOVE RT-DEST-NAME(ROUTE-IDX) TO WS-DEST-NAME
215200             MOVE RT-STATION-STATUS(ROUTE-IDX) TO WS-ROUTE-STATUS
215300         END-IF
215400     END-PERFORM.
215500
215600 0750-RECORD-ON-MASTER.
215700     MOVE THE-ANSWER TO MST-ANSWER-KEY
215800     MOVE WS-RUN-DATE TO MST-FIRST-SEEN-DATE
215900     MOVE OUT-SEQUENCE TO MST-FIRST-SEQUENCE
216000     WRITE MASTER-RECORD
216100         INVALID KEY
216200             DISPLAY "NN0276 - DECODMST WRITE FAILED, STATUS "
216300                 WS-MASTER-STATUS " SEQUENCE " WS-MESSAGE-COUNT
216400     END-WRITE.
216500
216600 0800-SCREEN-ANSWER.
216700*    Every term in effect is tried at every position of the
216800*    transmitted text - the whole of it, as it would go out on
216900*    OUTBND, not just the displayed window - and the first
217000*    term that matches holds the answer.  A reviewer's release
217100*    was screened when it was held and is not screened again.
217200     MOVE "N" TO WS-WATCH-HIT-SW
217300     IF NOT REVIEW-RELEASED
217400         COMPUTE WS-SCREEN-LENGTH = MSG-SLOT-COUNT * 4
217500         PERFORM 0810-TRY-WATCH-TERM
217600             VARYING WCH-IDX FROM 1 BY 1
217700             UNTIL WCH-IDX > WS-WATCH-COUNT
217800             OR WATCH-LIST-HIT
217900     END-IF.
218000
218100 0810-TRY-WATCH-TERM.
218200     IF WT-TERM-LENGTH(WCH-IDX) <= WS-SCREEN-LENGTH
218300         COMPUTE WS-SCREEN-LAST =
218400             WS-SCREEN-LENGTH - WT-TERM-LENGTH(WCH-IDX) + 1
218500         PERFORM 0820-MATCH-AT-POSITION
218600             VARYING WS-SCREEN-POS FROM 1 BY 1
218700             UNTIL WS-SCREEN-POS > WS-SCREEN-LAST
218800             OR WATCH-LIST-HIT
218900     END-IF.
219000
219100 0820-MATCH-AT-POSITION.
219200     IF WT-PATTERN-TERM(WCH-IDX)
219300         SET PATTERN-MATCHES TO TRUE
219400         PERFORM 0830-MATCH-PATTERN-CHAR
219500             VARYING WS-TERM-POS FROM 1 BY 1
219600             UNTIL WS-TERM-POS > WT-TERM-LENGTH(WCH-IDX)
219700             OR NOT PATTERN-MATCHES
219800     ELSE
219900         IF THE-ANSWER(WS-SCREEN-POS:WT-TERM-LENGTH(WCH-IDX))
220000             = WT-TERM-TEXT(WCH-IDX)(1:WT-TERM-LENGTH(WCH-IDX))
220100             SET PATTERN-MATCHES TO TRUE
220200         ELSE
220300             MOVE "N" TO WS-PATTERN-SW
220400         END-IF
220500     END-IF
220600     IF PATTERN-MATCHES
220700         SET WATCH-LIST-HIT TO TRUE
220800         MOVE WT-TERM-ID(WCH-IDX) TO WS-HIT-TERM-ID
220900         MOVE WT-TERM-TEXT(WCH-IDX) TO WS-HIT-TERM-TEXT
221000         MOVE WS-SCREEN-POS TO WS-HIT-POSITION
221100     END-IF.
221200
221300 0830-MATCH-PATTERN-CHAR.
221400     MOVE WT-TERM-TEXT(WCH-IDX)(WS-TERM-POS:1) TO WS-PATTERN-CHAR
221500     COMPUTE WS-TEXT-POS = WS-SCREEN-POS + WS-TERM-POS - 1
221600     MOVE THE-ANSWER(WS-TEXT-POS:1) TO WS-TEXT-CHAR
221700     EVALUATE TRUE
221800         WHEN WS-PATTERN-CHAR = "?"
221900             CONTINUE
222000         WHEN WS-PATTERN-CHAR = "#"
222100             IF WS-TEXT-CHAR NOT NUMERIC
222200                 MOVE "N" TO WS-PATTERN-SW
222300             END-IF
222400         WHEN WS-TEXT-CHAR NOT = WS-PATTERN-CHAR
222500             MOVE "N" TO WS-PATTERN-SW
222600     END-EVALUATE.
222700
222800 1000-WRITE-AUDIT-RECORD.
222900     ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
223000     ACCEPT AUDIT-RUN-TIME FROM TIME
223100     MOVE WS-JOB-NAME TO AUDIT-JOB-NAME
223200     MOVE WS-MESSAGE-COUNT TO AUDIT-SEQUENCE
223300     MOVE WS-CYCLE-ID TO AUDIT-CYCLE
223400     MOVE MSG-REC-TYPE TO AUDIT-REC-TYPE
223500     MOVE MSG-SLOT-COUNT TO AUDIT-SLOT-COUNT
223600     MOVE THE-ANSWER TO AUDIT-ANSWER
223700     MOVE MSG-VALID-SW TO AUDIT-VALID-SW
223800     MOVE MSG-RECON-SW TO AUDIT-RECON-SW
223900     WRITE AUDIT-RECORD.
224000
224100 1100-WRITE-OUTBOUND-RECORD.
224200*    Each destination's interface file carries its own unbroken
224300*    1,2,3... sequence; WS-DEST-NO was validated against the
224400*    table limit when the route loaded, so every answer lands
224500*    on the one file its routing entry names.
224600     MOVE WS-JOB-NAME TO OUT-JOB-NAME
224700     MOVE MSG-STATION-ID TO OUT-STATION-ID
224800     MOVE MSG-REC-TYPE TO OUT-REC-TYPE
224900     MOVE MSG-SLOT-COUNT TO OUT-SLOT-COUNT
225000     MOVE THE-ANSWER TO OUT-ANSWER
225100     MOVE WS-RUN-DATE TO OUT-RUN-DATE
225200     MOVE WS-MESSAGE-COUNT TO OUT-SOURCE-SEQ
225300     MOVE WS-CYCLE-ID TO OUT-CYCLE
225400     ADD 1 TO WS-DEST-SEQ(WS-DEST-NO)
225500     MOVE WS-DEST-SEQ(WS-DEST-NO) TO OUT-SEQUENCE
225600     EVALUATE WS-DEST-NO
225700         WHEN 1
225800             WRITE OUTBOUND-1-RECORD FROM OUTBOUND-WORK
225900         WHEN 2
226000             WRITE OUTBOUND-2-RECORD FROM OUTBOUND-WORK
226100         WHEN 3
226200             WRITE OUTBOUND-3-RECORD FROM OUTBOUND-WORK
226300         WHEN 4
226400             WRITE OUTBOUND-4-RECORD FROM OUTBOUND-WORK
226500         WHEN 5
226600             WRITE OUTBOUND-5-RECORD FROM OUTBOUND-WORK
226700     END-EVALUATE.
226800
226900 0900-WRITE-REPORT-TOTALS.
227000     MOVE WS-CYCLE-MESSAGES TO WS-TOTAL-READ
227100     COMPUTE WS-PAYLOAD-READ =
227200         WS-CYCLE-MESSAGES - WS-RELEASE-COUNT
227300         - WS-REVIEW-TAKEN-COUNT - WS-DEFER-TAKEN-COUNT
227400     COMPUTE WS-TOTAL-ACCOUNTED =
227500         WS-DECODED-COUNT + WS-DUP-COUNT + WS-CORRUPT-COUNT
227600         + WS-CHKFAIL-COUNT + WS-BADREC-COUNT
227700         + WS-SUSPEND-COUNT + WS-BATCHFAIL-COUNT
227800         + WS-BATCHHELD-COUNT + WS-RESEND-COUNT
227900         + WS-RELEASED-COUNT
228000         + WS-REVIEW-HELD-COUNT + WS-REVIEW-DELIVERED-COUNT
228100         + WS-DEFER-HELD-COUNT + WS-DEFER-DELIVERED-COUNT
228200         + WS-HOLDFAIL-COUNT
228300         + WS-CERT-COUNT
228400     MOVE SPACES TO REPORT-RECORD
228500     WRITE REPORT-RECORD
228600     MOVE "RECORDS READ FROM PAYLOAD" TO RPT-TOTAL-LABEL
228700     MOVE WS-PAYLOAD-READ TO RPT-TOTAL-VALUE
228800     PERFORM 0910-WRITE-TOTAL-LINE
228900     MOVE "RELEASED DUPLICATES TAKEN UP" TO RPT-TOTAL-LABEL
229000     MOVE WS-RELEASE-COUNT TO RPT-TOTAL-VALUE
229100     PERFORM 0910-WRITE-TOTAL-LINE
229200     MOVE "REVIEW RELEASES TAKEN UP" TO RPT-TOTAL-LABEL
229300     MOVE WS-REVIEW-TAKEN-COUNT TO RPT-TOTAL-VALUE
229400     PERFORM 0910-WRITE-TOTAL-LINE
229500     MOVE "DEFERRED RELEASES TAKEN UP" TO RPT-TOTAL-LABEL
229600     MOVE WS-DEFER-TAKEN-COUNT TO RPT-TOTAL-VALUE
229700     PERFORM 0910-WRITE-TOTAL-LINE
229800     MOVE "DECODED AND DELIVERED" TO RPT-TOTAL-LABEL
229900     MOVE WS-DECODED-COUNT TO RPT-TOTAL-VALUE
230000     PERFORM 0910-WRITE-TOTAL-LINE
230100     MOVE "RELEASED DUPLICATES DELIVERED" TO RPT-TOTAL-LABEL
230200     MOVE WS-RELEASED-COUNT TO RPT-TOTAL-VALUE
230300     PERFORM 0910-WRITE-TOTAL-LINE
230400     MOVE "REVIEW RELEASES DELIVERED" TO RPT-TOTAL-LABEL
230500     MOVE WS-REVIEW-DELIVERED-COUNT TO RPT-TOTAL-VALUE
230600     PERFORM 0910-WRITE-TOTAL-LINE
230700     MOVE "DEFERRED RELEASES DELIVERED" TO RPT-TOTAL-LABEL
230800     MOVE WS-DEFER-DELIVERED-COUNT TO RPT-TOTAL-VALUE
230900     PERFORM 0910-WRITE-TOTAL-LINE
231000     MOVE "HELD FOR COMPLIANCE REVIEW" TO RPT-TOTAL-LABEL
231100     MOVE WS-REVIEW-HELD-COUNT TO RPT-TOTAL-VALUE
231200     PERFORM 0910-WRITE-TOTAL-LINE
231300     MOVE "HELD FOR DEFERRED DELIVERY" TO RPT-TOTAL-LABEL
231400     MOVE WS-DEFER-HELD-COUNT TO RPT-TOTAL-VALUE
231500     PERFORM 0910-WRITE-TOTAL-LINE
231600     MOVE "DUPLICATES NOT RE-DELIVERED" TO RPT-TOTAL-LABEL
231700     MOVE WS-DUP-COUNT TO RPT-TOTAL-VALUE
231800     PERFORM 0910-WRITE-TOTAL-LINE
231900     MOVE "REJECTED - CORRUPT" TO RPT-TOTAL-LABEL
232000     MOVE WS-CORRUPT-COUNT TO RPT-TOTAL-VALUE
232100     PERFORM 0910-WRITE-TOTAL-LINE
232200     MOVE "REJECTED - CHECKSUM MISMATCH" TO RPT-TOTAL-LABEL
232300     MOVE WS-CHKFAIL-COUNT TO RPT-TOTAL-VALUE
232400     PERFORM 0910-WRITE-TOTAL-LINE
232500     MOVE "REJECTED - BAD RECORD TYPE" TO RPT-TOTAL-LABEL
232600     MOVE WS-BADREC-COUNT TO RPT-TOTAL-VALUE
232700     PERFORM 0910-WRITE-TOTAL-LINE
232800     MOVE "SUSPENDED - STATION NOT ROUTED" TO RPT-TOTAL-LABEL
232900     MOVE WS-SUSPEND-COUNT TO RPT-TOTAL-VALUE
233000     PERFORM 0910-WRITE-TOTAL-LINE
233100     MOVE "SUSPENDED - BATCH OUT OF BALANCE" TO RPT-TOTAL-LABEL
233200     MOVE WS-BATCHFAIL-COUNT TO RPT-TOTAL-VALUE
233300     PERFORM 0910-WRITE-TOTAL-LINE
233400     MOVE "SUSPENDED - HELD BEHIND BATCH GAP" TO RPT-TOTAL-LABEL
233500     MOVE WS-BATCHHELD-COUNT TO RPT-TOTAL-VALUE
233600     PERFORM 0910-WRITE-TOTAL-LINE
233700     MOVE "REFUSED - BATCH RESENT" TO RPT-TOTAL-LABEL
233800     MOVE WS-RESEND-COUNT TO RPT-TOTAL-VALUE
233900     PERFORM 0910-WRITE-TOTAL-LINE
234000     MOVE "SUSPENDED - HOLD WRITE FAILED" TO RPT-TOTAL-LABEL
234100     MOVE WS-HOLDFAIL-COUNT TO RPT-TOTAL-VALUE
234200     PERFORM 0910-WRITE-TOTAL-LINE
234300     MOVE "CERTIFICATION TESTS (CERTRPT)" TO RPT-TOTAL-LABEL
234400     MOVE WS-CERT-COUNT TO RPT-TOTAL-VALUE
234500     PERFORM 0910-WRITE-TOTAL-LINE
234600     IF WS-TOTAL-READ = WS-TOTAL-ACCOUNTED
234700         MOVE "  CONTROL TOTALS BALANCE" TO REPORT-RECORD
234800     ELSE
234900         MOVE "  CONTROL TOTALS OUT OF BALANCE - INVESTIGATE"
235000             TO REPORT-RECORD
235100     END-IF
235200     WRITE REPORT-RECORD
235300     MOVE "REVIEW REFUSALS CLOSED" TO RPT-TOTAL-LABEL
235400     MOVE WS-REVIEW-REFUSED-COUNT TO RPT-TOTAL-VALUE
235500     PERFORM 0910-WRITE-TOTAL-LINE
235600     PERFORM 0950-WRITE-RC-LINE.
235700
235800 0910-WRITE-TOTAL-LINE.
235900     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
236000
236100 0950-WRITE-RC-LINE.
236200     EVALUATE WS-BATCH-RC
236300         WHEN 0
236400             MOVE "ALL MESSAGES DECODED AND DELIVERED"
236500                 TO WS-RC-MEANING
236600         WHEN 4
236700             MOVE "DUPLICATES BYPASSED OR HELD FOR REVIEW"
236800                 TO WS-RC-MEANING
236900         WHEN 8
237000             MOVE "UNROUTED STATIONS SUSPENDED"
237100                 TO WS-RC-MEANING
237200         WHEN 12
237300             MOVE "MASTER/SCREENING/DEFERRAL DOWN - ABORTED"
237400                 TO WS-RC-MEANING
237500         WHEN 16
237520             EVALUATE TRUE
237540                 WHEN PAYLOAD-LEFT-UNREAD
237560                     MOVE "DECODE SEQUENCE LIMIT - INPUT UNREAD"
237580                         TO WS-RC-MEANING
237600                 WHEN RELEASES-LEFT-WAITING
237620                     MOVE "DECODE SEQUENCE LIMIT - RELEASES WAIT"
237640                         TO WS-RC-MEANING
237660                 WHEN OTHER
237680                     MOVE "NO TRANSMISSIONS ON PAYLOAD FILE"
237700                         TO WS-RC-MEANING
237720             END-EVALUATE
237800         WHEN 20
237900             MOVE "CORRUPT TRANSMISSIONS SUSPENDED"
238000                 TO WS-RC-MEANING
238100         WHEN 24
238200             MOVE "CHECKSUM MISMATCHES SUSPENDED"
238300                 TO WS-RC-MEANING
238400         WHEN 28
238500             MOVE "BATCH CONTROL FAILURES SUSPENDED"
238600                 TO WS-RC-MEANING
238700         WHEN OTHER
238800             MOVE "UNEXPECTED RETURN CODE" TO WS-RC-MEANING
238900     END-EVALUATE
239000     MOVE SPACES TO REPORT-RECORD
239100     STRING "BATCH RETURN CODE " WS-BATCH-RC
239200         " - " WS-RC-MEANING
239300         DELIMITED BY SIZE INTO REPORT-RECORD
239310     WRITE REPORT-RECORD
239320*    The limit sets RC 16 but a worse condition later in the run
239330*    overwrites it, so the limit is reported on a line of its own.
239340     IF PAYLOAD-LEFT-UNREAD
239350         MOVE SPACES TO REPORT-RECORD
239360         STRING "DECODE SEQUENCE LIMIT REACHED - "
239370             "INPUT LEFT UNREAD AFTER RECORD " WS-PAYLOAD-RECORDS
239380             DELIMITED BY SIZE INTO REPORT-RECORD
239390         WRITE REPORT-RECORD
239400     END-IF
239410     IF RELEASES-LEFT-WAITING
239420         MOVE "DECODE SEQUENCE LIMIT REACHED - RELEASES WAITING"
239430             TO REPORT-RECORD
239440         WRITE REPORT-RECORD
239450     END-IF.
239500
239600 0960-WRITE-CERT-TOTALS.
239700*    One line for every station in certification on the master
239800*    today, whether it sent anything or not, then the totals.
239900     MOVE SPACES TO CERT-REPORT-RECORD
240000     WRITE CERT-REPORT-RECORD
240100     IF WS-CERT-COUNT = ZERO
240200         MOVE "  NO TRANSMISSIONS FROM STATIONS IN CERTIFICATION"
240300             TO CERT-REPORT-RECORD
240400         WRITE CERT-REPORT-RECORD
240500         MOVE SPACES TO CERT-REPORT-RECORD
240600         WRITE CERT-REPORT-RECORD
240700     END-IF
240800     MOVE "  STN    PASSED  FAILED   DEST" TO CERT-REPORT-RECORD
240900     WRITE CERT-REPORT-RECORD
241000     PERFORM VARYING ROUTE-IDX FROM 1 BY 1
241100             UNTIL ROUTE-IDX > WS-ROUTE-COUNT
241200         IF RT-IN-CERTIFICATION(ROUTE-IDX)
241300             MOVE RT-STATION-ID(ROUTE-IDX) TO CSL-STATION-ID
241400             MOVE RT-CERT-PASSED(ROUTE-IDX) TO CSL-PASSED
241500             MOVE RT-CERT-FAILED(ROUTE-IDX) TO CSL-FAILED
241600             MOVE RT-DEST-NO(ROUTE-IDX) TO CSL-DEST-NO
241700             MOVE RT-DEST-NAME(ROUTE-IDX) TO CSL-DEST-NAME
241800             WRITE CERT-REPORT-RECORD FROM CERT-STATION-LINE
241900         END-IF
242000     END-PERFORM
242100     MOVE SPACES TO CERT-REPORT-RECORD
242200     WRITE CERT-REPORT-RECORD
242300     MOVE "TEST TRANSMISSIONS CHECKED" TO RPT-TOTAL-LABEL
242400     MOVE WS-CERT-COUNT TO RPT-TOTAL-VALUE
242500     WRITE CERT-REPORT-RECORD FROM RPT-TOTAL-LINE
242600     MOVE "PASSED" TO RPT-TOTAL-LABEL
242700     MOVE WS-CERT-PASSED-COUNT TO RPT-TOTAL-VALUE
242800     WRITE CERT-REPORT-RECORD FROM RPT-TOTAL-LINE
242900     MOVE "FAILED" TO RPT-TOTAL-LABEL
243000     MOVE WS-CERT-FAILED-COUNT TO RPT-TOTAL-VALUE
243100     WRITE CERT-REPORT-RECORD FROM RPT-TOTAL-LINE
243200     MOVE "  SIGN A STATION OFF WITH NNCERTOK ONCE ITS TESTS PASS"
243300         TO CERT-REPORT-RECORD
243400     WRITE CERT-REPORT-RECORD.
243500
243600 0970-WRITE-OPERATOR-ALERT.
243700     IF WS-BATCH-RC >= 8
243800         OPEN OUTPUT ALERT-FILE
243900         MOVE WS-JOB-NAME TO ALT-SYSTEM-ID
244000         MOVE WS-RUN-DATE TO ALT-RUN-DATE
244100         MOVE WS-RUN-TIME TO ALT-RUN-TIME
244200         MOVE WS-BATCH-RC TO ALT-RETURN-CODE
244300         MOVE WS-CYCLE-MESSAGES TO ALT-MESSAGE-COUNT
244400         MOVE WS-FIRST-FAIL-SEQ TO ALT-FIRST-FAIL-SEQ
244500         WRITE ALERT-RECORD
244600         CLOSE ALERT-FILE
244700     END-IF
244800     IF WS-BATCH-RC >= 12
244900         DISPLAY "NN0276 DECODE RUN FAILED - RC " WS-BATCH-RC
245000             " CYCLE " WS-CYCLE-ID " MESSAGES " WS-CYCLE-MESSAGES
245100             " FIRST FAILING SEQUENCE " WS-FIRST-FAIL-SEQ
245200             " - CALL THE ON-CALL ANALYST"
245300             UPON OPERATOR-CONSOLE
245400     END-IF.
245500
245600 0980-WRITE-RUN-CONTROL.
245700*    The run's control totals, written as the LAST act of the
245800*    run - the day-end reconciliation reads them back and the
245900*    rollover step takes the record's presence as proof the
246000*    run finished.  An abend never gets this far, so a day
246100*    with no control record is a day that must not be rolled.
246200     OPEN EXTEND RUN-CONTROL-FILE
246300     MOVE SPACES TO RUN-CONTROL-RECORD
246400     MOVE WS-JOB-NAME TO CTL-JOB-NAME
246500     MOVE WS-RUN-DATE TO CTL-RUN-DATE
246600     MOVE WS-RUN-TIME TO CTL-RUN-TIME
246700     MOVE WS-CYCLE-ID TO CTL-CYCLE
246800     MOVE WS-PAYLOAD-READ TO CTL-READ-COUNT
246900     MOVE WS-DECODED-COUNT TO CTL-DECODED-COUNT
247000     MOVE WS-DUP-COUNT TO CTL-DUP-COUNT
247100     MOVE WS-CORRUPT-COUNT TO CTL-CORRUPT-COUNT
247200     MOVE WS-CHKFAIL-COUNT TO CTL-CHKFAIL-COUNT
247300     MOVE WS-BADREC-COUNT TO CTL-BADREC-COUNT
247400     MOVE WS-SUSPEND-COUNT TO CTL-NOROUTE-COUNT
247500     COMPUTE CTL-BATCHFAIL-COUNT = WS-BATCHFAIL-COUNT
247600         + WS-BATCHHELD-COUNT + WS-RESEND-COUNT
247700     MOVE WS-BATCH-RC TO CTL-RETURN-CODE
247800     COMPUTE CTL-RELEASE-COUNT = WS-RELEASE-COUNT
247900         + WS-REVIEW-TAKEN-COUNT + WS-DEFER-TAKEN-COUNT
248000     COMPUTE CTL-RELEASED-COUNT = WS-RELEASED-COUNT
248100         + WS-REVIEW-DELIVERED-COUNT + WS-DEFER-DELIVERED-COUNT
248200     WRITE RUN-CONTROL-RECORD
248300     CLOSE RUN-CONTROL-FILE.
248400
248500 0990-POST-BATCH-REGISTER.
248600*    The register and the exception log are written only now,
248700*    once the run has processed its PAYLOAD, so a run that dies
248800*    sooner and is rerun from the top checks its batches
248900*    against the register exactly as it stood.
249000     IF BATCH-REGISTER-OPEN
249100         PERFORM VARYING REG-IDX FROM 1 BY 1
249200                 UNTIL REG-IDX > WS-REGISTER-COUNT
249300             IF RGT-CHANGED(REG-IDX)
249400                 PERFORM 0992-WRITE-REGISTER-ENTRY
249500             END-IF
249600         END-PERFORM
249700         OPEN EXTEND BATCH-EXCEPTION-FILE
249800         PERFORM VARYING BATCH-IDX FROM 1 BY 1
249900                 UNTIL BATCH-IDX > WS-BATCH-COUNT
250000             IF BT-EVENT(BATCH-IDX) NOT = SPACES
250100                 PERFORM 0994-WRITE-BATCH-EXCEPTION
250200             END-IF
250300         END-PERFORM
250400         CLOSE BATCH-EXCEPTION-FILE
250500     END-IF.
250600
250700 0992-WRITE-REGISTER-ENTRY.
250800     MOVE RGT-RECORD-IMAGE(REG-IDX) TO BATCH-REGISTER-RECORD
250900     IF RGT-NEW-STATION(REG-IDX)
251000         WRITE BATCH-REGISTER-RECORD
251100             INVALID KEY
251200                 DISPLAY "NN0276 - BATCHREG WRITE FAILED, STATUS "
251300                     WS-BATCHREG-STATUS " STATION " BRG-STATION-ID
251400         END-WRITE
251500     ELSE
251600         REWRITE BATCH-REGISTER-RECORD
251700             INVALID KEY
251800                 DISPLAY "NN0276 - BATCHREG REWRITE FAILED, "
251900                     "STATUS " WS-BATCHREG-STATUS
252000                     " STATION " BRG-STATION-ID
252100         END-REWRITE
252200     END-IF.
252300
252400 0994-WRITE-BATCH-EXCEPTION.
252500     MOVE SPACES TO BATCH-EXCEPTION-RECORD
252600     MOVE WS-RUN-DATE TO BEX-RUN-DATE
252700     MOVE WS-RUN-TIME TO BEX-RUN-TIME
252800     MOVE WS-CYCLE-ID TO BEX-CYCLE
252900     MOVE BT-STATION-ID(BATCH-IDX) TO BEX-STATION-ID
253000     MOVE BT-EVENT(BATCH-IDX) TO BEX-EVENT
253100     MOVE BT-BATCH-NUMBER(BATCH-IDX) TO BEX-BATCH-NUMBER
253200     MOVE BT-LAST-ACCEPTED(BATCH-IDX) TO BEX-LAST-ACCEPTED
253300     MOVE BT-MISSING-COUNT(BATCH-IDX) TO BEX-MISSING-COUNT
253400     MOVE BT-FIRST-MISSING(BATCH-IDX) TO BEX-FIRST-MISSING
253500     WRITE BATCH-EXCEPTION-RECORD
253600     IF BT-GAP-CLOSED(BATCH-IDX)
253700         MOVE "CL" TO BEX-EVENT
253800         WRITE BATCH-EXCEPTION-RECORD
253900     END-IF.
254000
254100 0995-WRITE-TIMING-RECORD.
254200*    Batch-window timing history - an S record as the job's
254300*    first act, an E record with its return code as its last.
254400     OPEN EXTEND TIMING-FILE
254500     MOVE SPACES TO TIMING-RECORD
254600     MOVE WS-JOB-NAME TO TIM-JOB-NAME
254700     MOVE WS-TIMING-EVENT TO TIM-EVENT
254800     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
254900     ACCEPT TIM-EVENT-TIME FROM TIME
255000     MOVE ZERO TO TIM-RETURN-CODE
255100     MOVE ZERO TO TIM-RECORD-COUNT
255200     MOVE WS-CYCLE-ID TO TIM-CYCLE
255300     IF TIM-JOB-ENDED
255400         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
255500         MOVE WS-CYCLE-MESSAGES TO TIM-RECORD-COUNT
255600     END-IF
255700     WRITE TIMING-RECORD
255800     CLOSE TIMING-FILE.
255900
256000 1200-WRITE-REJECT-RECORD.
256100     MOVE WS-MESSAGE-COUNT TO REJ-SEQUENCE
256200     MOVE WS-RUN-DATE TO REJ-RUN-DATE
256300     MOVE WS-CYCLE-ID TO REJ-CYCLE
256400     IF WS-FIRST-FAIL-SEQ = ZERO
256500         MOVE WS-MESSAGE-COUNT TO WS-FIRST-FAIL-SEQ
256600     END-IF
256700     MOVE MSG-REC-TYPE TO REJ-REC-TYPE
256800     MOVE MSG-SLOT-COUNT TO REJ-SLOT-COUNT
256900     MOVE MSG-STATION-ID TO REJ-STATION-ID
257000     MOVE THE-ANSWER TO REJ-TEXT
257100     MOVE MSG-EXPECTED-CHECKSUM
257200         TO REJ-EXPECTED-CHECKSUM
257300     MOVE WS-REJ-REASON TO REJ-REASON-CODE
257400     MOVE MSG-ERROR-SLOT TO REJ-ERROR-SLOT
257500     MOVE MSG-COMPUTED-CHECKSUM
257600         TO REJ-COMPUTED-CHECKSUM
257700     WRITE REJECT-RECORD.
257800
257900 1300-WRITE-REPORT-DETAIL.
258000     MOVE WS-MESSAGE-COUNT TO RPD-SEQUENCE
258100     MOVE WS-RPT-STATUS TO RPD-STATUS
258200     MOVE MSG-ERROR-SLOT TO RPD-ERROR-SLOT
258300     MOVE MSG-EXPECTED-CHECKSUM TO RPD-EXPECTED
258400     MOVE MSG-COMPUTED-CHECKSUM TO RPD-COMPUTED
258500     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
258600
258700 1400-WRITE-RECEIPT-RECORD.
258800*    One receipt per transmission, good or bad, addressed by
258900*    the sending station - operations splits RCPTOUT by
259000*    station and returns each sender its slice the same night.
259100     MOVE SPACES TO RECEIPT-RECORD
259200     MOVE MSG-STATION-ID TO RCP-STATION-ID
259300     MOVE WS-RUN-DATE TO RCP-RUN-DATE
259400     MOVE WS-CYCLE-ID TO RCP-CYCLE
259500     MOVE WS-MESSAGE-COUNT TO RCP-SEQUENCE
259600     EVALUATE WS-RPT-STATUS
259700         WHEN "RELEASED-DUPLICATE"
259800             MOVE "RELEASED-DUP" TO RCP-DISPOSITION
259900         WHEN "REVIEW-RELEASED"
260000             MOVE "RELEASED-RVW" TO RCP-DISPOSITION
260100         WHEN "DEFERRED-RELEASED"
260200             MOVE "RELEASED-DEF" TO RCP-DISPOSITION
260300         WHEN OTHER
260400             MOVE WS-RPT-STATUS TO RCP-DISPOSITION
260500     END-EVALUATE
260600     MOVE MSG-ERROR-SLOT TO RCP-ERROR-SLOT
260700     MOVE MSG-EXPECTED-CHECKSUM TO RCP-EXPECTED-CHECKSUM
260800     MOVE MSG-COMPUTED-CHECKSUM TO RCP-COMPUTED-CHECKSUM
260900     MOVE MSG-REC-TYPE TO RCP-REC-TYPE
261000     MOVE MSG-SLOT-COUNT TO RCP-SLOT-COUNT
261100     IF WS-RPT-STATUS = "DECODED" OR "RELEASED-DUPLICATE"
261200         OR "REVIEW-RELEASED" OR "DEFERRED-RELEASED"
261300         MOVE WS-DEST-NO TO RCP-DEST-NO
261400         MOVE WS-DEST-NAME TO RCP-DEST-NAME
261500         MOVE OUT-SEQUENCE TO RCP-OUT-SEQUENCE
261600     ELSE
261700         MOVE ZERO TO RCP-DEST-NO
261800         MOVE ZERO TO RCP-OUT-SEQUENCE
261900     END-IF
262000     WRITE RECEIPT-RECORD.
262100
262200 1500-HOLD-DUPLICATE.
262300*    Keep the bypassed transmission, with the master entry it
262400*    collided with, where a supervisor can find it on NNDO.
262500     IF DUPLICATE-FILE-OPEN
262600         MOVE SPACES TO DUPLICATE-RECORD
262700         MOVE WS-RUN-DATE TO DUP-RUN-DATE
262800         MOVE WS-MESSAGE-COUNT TO DUP-SEQUENCE
262900         MOVE MSG-REC-TYPE TO DUP-REC-TYPE
263000         MOVE MSG-SLOT-COUNT TO DUP-SLOT-COUNT
263100         MOVE THE-ANSWER TO DUP-TEXT
263200         MOVE MSG-EXPECTED-CHECKSUM TO DUP-EXPECTED-CHECKSUM
263300         MOVE MSG-STATION-ID TO DUP-STATION-ID
263400         MOVE MST-FIRST-SEEN-DATE TO DUP-FIRST-SEEN-DATE
263500         MOVE MST-FIRST-SEQUENCE TO DUP-FIRST-SEQUENCE
263600         MOVE ZERO TO DUP-RELEASE-DATE
263700         MOVE ZERO TO DUP-RELEASE-TIME
263800         MOVE ZERO TO DUP-DELIVERED-DATE
263900         MOVE ZERO TO DUP-DELIVERED-SEQUENCE
264000         WRITE DUPLICATE-RECORD
264100             INVALID KEY
264200                 DISPLAY "NN0276 - DUPVSAM WRITE FAILED, STATUS "
264300                     WS-DUPFILE-STATUS " SEQUENCE "
264400                     WS-MESSAGE-COUNT
264500         END-WRITE
264600     END-IF.
264700
264800 1600-HOLD-FOR-REVIEW.
264900*    A watch-list hit goes on the review queue, with the term
265000*    it matched and the route it would have taken, instead of
265100*    to OUTBND, the audit history or DECODMST.  The answer is
265200*    kept out of the job log; a reviewer sees it on NNRV.
265300     DISPLAY "NN0276 - TRANSMISSION " WS-MESSAGE-COUNT
265400         " FROM STATION " MSG-STATION-ID
265500         " MATCHED WATCH-LIST TERM " WS-HIT-TERM-ID
265600         " - HELD FOR REVIEW"
265700     MOVE SPACES TO REVIEW-RECORD
265800     MOVE WS-RUN-DATE TO RVW-RUN-DATE
265900     MOVE WS-MESSAGE-COUNT TO RVW-SEQUENCE
266000     MOVE WS-CYCLE-ID TO RVW-CYCLE
266100     MOVE MSG-REC-TYPE TO RVW-REC-TYPE
266200     MOVE MSG-SLOT-COUNT TO RVW-SLOT-COUNT
266300     MOVE THE-ANSWER TO RVW-TEXT
266400     MOVE MSG-EXPECTED-CHECKSUM TO RVW-EXPECTED-CHECKSUM
266500     MOVE MSG-STATION-ID TO RVW-STATION-ID
266600     MOVE WS-DEST-NO TO RVW-DEST-NO
266700     MOVE WS-DEST-NAME TO RVW-DEST-NAME
266800     MOVE WS-HIT-TERM-ID TO RVW-TERM-ID
266900     MOVE WS-HIT-TERM-TEXT TO RVW-TERM-TEXT
267000     MOVE WS-HIT-POSITION TO RVW-MATCH-POSITION
267100     IF DUPLICATE-RELEASED
267200         MOVE "Y" TO RVW-DUP-RELEASE-SW
267300     ELSE
267400         MOVE "N" TO RVW-DUP-RELEASE-SW
267500     END-IF
267600     MOVE ZERO TO RVW-DECISION-DATE
267700     MOVE ZERO TO RVW-DECISION-TIME
267800     MOVE ZERO TO RVW-DELIVERED-DATE
267900     MOVE ZERO TO RVW-DELIVERED-SEQUENCE
268000*    An answer that cannot be queued could never be reviewed or
268100*    released, so it is suspended to REJECTS (reason HR) for
268200*    requeue instead, and is not logged as held.
268300     WRITE REVIEW-RECORD
268400         INVALID KEY
268500             DISPLAY "NN0276 - REVVSAM WRITE FAILED, STATUS "
268600                 WS-REVFILE-STATUS " SEQUENCE " WS-MESSAGE-COUNT
268700                 " - SUSPENDED TO REJECTS"
268800             MOVE "HR" TO WS-REJ-REASON
268900             PERFORM 1200-WRITE-REJECT-RECORD
269000             ADD 1 TO WS-HOLDFAIL-COUNT
269100             MOVE "REVIEW-FAILED" TO WS-RPT-STATUS
269200             IF WS-BATCH-RC < 12
269300                 MOVE 12 TO WS-BATCH-RC
269400             END-IF
269500         NOT INVALID KEY
269600             MOVE "HT" TO WS-SCREEN-EVENT
269700             PERFORM 0370-WRITE-SCREENING-LOG
269800             ADD 1 TO WS-REVIEW-HELD-COUNT
269900             MOVE "HELD-REVIEW" TO WS-RPT-STATUS
270000             IF WS-BATCH-RC < 4
270100                 MOVE 4 TO WS-BATCH-RC
270200             END-IF
270300     END-WRITE
270400     PERFORM 1300-WRITE-REPORT-DETAIL
270500     PERFORM 1400-WRITE-RECEIPT-RECORD.
270600
270700 1700-HOLD-DEFERRED.
270800*    A deferred transmission whose release date is still ahead
270900*    goes on the held-delivery store, with the route it took,
271000*    instead of to OUTBND, the audit history or DECODMST.  It is
271100*    screened when it is finally delivered, not now, and the
271200*    answer is kept out of the job log until then.
271300     DISPLAY "NN0276 - TRANSMISSION " WS-MESSAGE-COUNT
271400         " FROM STATION " MSG-STATION-ID
271500         " DEFERRED UNTIL " MSG-RELEASE-DATE " - HELD"
271600     MOVE SPACES TO DEFERRED-RECORD
271700     MOVE WS-RUN-DATE TO DEF-RUN-DATE
271800     MOVE WS-MESSAGE-COUNT TO DEF-SEQUENCE
271900     MOVE WS-CYCLE-ID TO DEF-CYCLE
272000     MOVE MSG-REC-TYPE TO DEF-REC-TYPE
272100     MOVE MSG-SLOT-COUNT TO DEF-SLOT-COUNT
272200     MOVE THE-ANSWER TO DEF-TEXT
272300     MOVE MSG-EXPECTED-CHECKSUM TO DEF-EXPECTED-CHECKSUM
272400     MOVE MSG-STATION-ID TO DEF-STATION-ID
272500     MOVE MSG-RELEASE-DATE TO DEF-RELEASE-DATE
272600     MOVE WS-DEST-NO TO DEF-DEST-NO
272700     MOVE WS-DEST-NAME TO DEF-DEST-NAME
272800     IF DUPLICATE-RELEASED
272900         MOVE "Y" TO DEF-DUP-RELEASE-SW
273000     ELSE
273100         MOVE "N" TO DEF-DUP-RELEASE-SW
273200     END-IF
273300     MOVE ZERO TO DEF-RELEASED-ON
273400     MOVE ZERO TO DEF-CANCEL-DATE
273500     MOVE ZERO TO DEF-CANCEL-TIME
273600     MOVE ZERO TO DEF-DELIVERED-DATE
273700     MOVE ZERO TO DEF-DELIVERED-SEQUENCE
273800*    A transmission that cannot be stored is held nowhere, so it
273900*    is suspended to REJECTS (reason HD) for requeue instead.
274000     WRITE DEFERRED-RECORD
274100         INVALID KEY
274200             DISPLAY "NN0276 - DEFVSAM WRITE FAILED, STATUS "
274300                 WS-DEFFILE-STATUS " SEQUENCE " WS-MESSAGE-COUNT
274400                 " - SUSPENDED TO REJECTS"
274500             MOVE "HD" TO WS-REJ-REASON
274600             PERFORM 1200-WRITE-REJECT-RECORD
274700             ADD 1 TO WS-HOLDFAIL-COUNT
274800             MOVE "DEFER-FAILED" TO WS-RPT-STATUS
274900             IF WS-BATCH-RC < 12
275000                 MOVE 12 TO WS-BATCH-RC
275100             END-IF
275200         NOT INVALID KEY
275300             ADD 1 TO WS-DEFER-HELD-COUNT
275400             MOVE "HELD-DEFERRED" TO WS-RPT-STATUS
275500     END-WRITE
275600     PERFORM 1300-WRITE-REPORT-DETAIL
275700     PERFORM 1400-WRITE-RECEIPT-RECORD.
275800
275900 1800-CERTIFY-TRANSMISSION.
276000*    A station in certification gets the checks a live
276100*    transmission gets, in the same order, but nothing is
276200*    delivered, held or suspended: PASSED, or the first check
276300*    it failed, goes on CERTRPT and CERTRCP and nowhere else.
276400*    There is no duplicate check - a test is never recorded on
276500*    DECODMST - and no watch-list screen, which only guards a
276600*    delivery.  A failure is the station's to fix, not ours,
276700*    so it leaves the return code alone.
276800     EVALUATE TRUE
276900         WHEN BATCH-FOUND AND NOT BATCH-IN-BALANCE
277000             MOVE "BATCH-FAIL" TO WS-CERT-RESULT
277100         WHEN BATCH-NUMBER-HELD
277200             MOVE "BATCH-HELD" TO WS-CERT-RESULT
277300         WHEN BATCH-NUMBER-RESENT
277400             MOVE "BATCH-RESEND" TO WS-CERT-RESULT
277500         WHEN NOT RECORD-FORMAT-VALID
277600             MOVE "BAD-REC-TYPE" TO WS-CERT-RESULT
277700         WHEN OTHER
277800             PERFORM 0280-SET-MESSAGE-WINDOW
277900             PERFORM 0500-VALIDATE-NUMBERS
278000             IF NOT MESSAGE-IS-VALID
278100                 MOVE "CORRUPT" TO WS-CERT-RESULT
278200             ELSE
278300                 PERFORM 0600-RECONCILE-CHECKSUM
278400                 IF NOT RECONCILIATION-OK
278500                     MOVE "CHECKSUM-FAIL" TO WS-CERT-RESULT
278600                 ELSE
278700                     MOVE "PASSED" TO WS-CERT-RESULT
278800                 END-IF
278900             END-IF
279000     END-EVALUATE
279100     ADD 1 TO WS-CERT-COUNT
279200     IF CERTIFICATION-PASSED
279300         ADD 1 TO WS-CERT-PASSED-COUNT
279400         ADD 1 TO RT-CERT-PASSED(WS-ROUTE-SUB)
279500     ELSE
279600         ADD 1 TO WS-CERT-FAILED-COUNT
279700         ADD 1 TO RT-CERT-FAILED(WS-ROUTE-SUB)
279800         DISPLAY "NN0276 - CERTIFICATION TRANSMISSION "
279900             WS-MESSAGE-COUNT " FROM STATION " MSG-STATION-ID
280000             " FAILED - " WS-CERT-RESULT
280100     END-IF
280200     PERFORM 1810-WRITE-CERT-DETAIL
280300     PERFORM 1820-WRITE-CERT-RECEIPT.
280400
280500 1810-WRITE-CERT-DETAIL.
280600     MOVE WS-MESSAGE-COUNT TO CRD-SEQUENCE
280700     MOVE MSG-STATION-ID TO CRD-STATION-ID
280800     MOVE WS-CERT-RESULT TO CRD-RESULT
280900     MOVE MSG-ERROR-SLOT TO CRD-ERROR-SLOT
281000     MOVE MSG-EXPECTED-CHECKSUM TO CRD-EXPECTED
281100     MOVE MSG-COMPUTED-CHECKSUM TO CRD-COMPUTED
281200     MOVE MSG-REC-TYPE TO CRD-REC-TYPE
281300     MOVE MSG-SLOT-COUNT TO CRD-SLOT-COUNT
281400     MOVE WS-DEST-NO TO CRD-DEST-NO
281500     MOVE WS-DEST-NAME TO CRD-DEST-NAME
281600     WRITE CERT-REPORT-RECORD FROM CERT-DETAIL-LINE.
281700
281800 1820-WRITE-CERT-RECEIPT.
281900*    The certification receipt takes the place of the RCPTOUT
282000*    receipt and, appended for good, is the evidence NNCERTOK
282100*    signs the station off on.
282200     MOVE SPACES TO CERT-RECEIPT-RECORD
282300     SET CER-TEST-RESULT TO TRUE
282400     MOVE MSG-STATION-ID TO CER-STATION-ID
282500     MOVE WS-RUN-DATE TO CER-RUN-DATE
282600     MOVE WS-MESSAGE-COUNT TO CER-SEQUENCE
282700     MOVE WS-CYCLE-ID TO CER-CYCLE
282800     MOVE WS-CERT-RESULT TO CER-RESULT
282900     MOVE MSG-ERROR-SLOT TO CER-ERROR-SLOT
283000     MOVE MSG-EXPECTED-CHECKSUM TO CER-EXPECTED-CHECKSUM
283100     MOVE MSG-COMPUTED-CHECKSUM TO CER-COMPUTED-CHECKSUM
283200     MOVE MSG-REC-TYPE TO CER-REC-TYPE
283300     MOVE MSG-SLOT-COUNT TO CER-SLOT-COUNT
283400     MOVE WS-DEST-NO TO CER-DEST-NO
283500     MOVE WS-DEST-NAME TO CER-DEST-NAME
283600     MOVE THE-ANSWER TO CER-ANSWER
283700     MOVE ZERO TO CER-CASE-COUNT
283800     WRITE CERT-RECEIPT-RECORD.
283900
284000  END PROGRAM nn.
