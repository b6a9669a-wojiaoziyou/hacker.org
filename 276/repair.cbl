001500*                                                               *
001600*    REPAIRCD card layout (one card per fix, 80 bytes).  The   *
001650*    suspense file accumulates rejects from many runs, so a    *
001660*    card names one record by run date PLUS sequence - the     *
001670*    sequence runs on unbroken through every decode cycle of   *
001680*    a day, so the pair is unique whichever cycle suspended    *
001690*    the record (the register shows the cycle):                *
001700*        cols  1-4   reject sequence number (REJ-SEQUENCE)     *
001750*        cols  5-12  reject run date        (REJ-RUN-DATE)     *
001800*        col  13     action - S = replace a 4-byte slot        *
002480*    the per-run repair register REPRPT - so a year-end       *
002482*    review can reconstruct exactly what an operator changed  *
002484*    on every repaired message.                                *
002486*                                                               *
002488*    Its start and end, with its return code, go on the        *
002490*    batch-window timing history TIMEHIST (copybook TIMREC)    *
002492*    with the rest of the chain's, for the NNSLACHK deadline   *
002494*    check and the NNTIMRPT weekly elapsed-time report.        *
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003910     SELECT OPTIONAL REPAIR-HISTORY-FILE ASSIGN TO "REPHIST"
003920         ORGANIZATION IS SEQUENTIAL.
003930     SELECT OPTIONAL REGISTER-FILE ASSIGN TO "REPRPT"
003932         ORGANIZATION IS SEQUENTIAL.
003934     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
003940         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
006250 FD  REGISTER-FILE
006260     RECORDING MODE IS F.
006270 01  REGISTER-RECORD                 PIC X(132).
006275 FD  TIMING-FILE
006280     RECORDING MODE IS F.
006285 01  TIMING-RECORD.
006290     COPY TIMREC.
006300 WORKING-STORAGE SECTION.
006400 01 WS-CARD-EOF-SW                   PIC X VALUE "N".
006500     88 END-OF-CARDS                 VALUE "Y".
007200     88 REPAIR-APPLIED               VALUE "Y".
007300 01 WS-CARD-USED-SW                  PIC X.
007400 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
007420 01 WS-TIMING-EVENT                  PIC X.
007440     88 TIMING-START                 VALUE "S".
007460     88 TIMING-END                   VALUE "E".
007500 01 WS-CARD-INDEX                    PIC 9(2).
007600 01 WS-WORK-TEXT                     PIC X(104).
007700 01 WS-WORK-SLOTS REDEFINES WS-WORK-TEXT.
007976     05 WS-IMG-TEXT                  PIC X(104).
007978     05 WS-IMG-CHECKSUM              PIC 9(9).
007980     05 WS-IMG-STATION-ID            PIC X(4).
007981 01 WS-BEFORE-IMAGE                  PIC X(120).
007982 01 REGISTER-KEY-LINE.
007983     05 FILLER                       PIC X(2) VALUE SPACES.
007984     05 RGL-LABEL                    PIC X(7) VALUE "REJECT".
007985     05 RGL-SEQUENCE                 PIC 9(4).
007986     05 FILLER                       PIC X(4) VALUE " OF ".
007987     05 RGL-RUN-DATE                 PIC 9(8).
007988     05 FILLER                       PIC X(7) VALUE " CYCLE ".
007989     05 RGL-CYCLE                    PIC X.
007990     05 FILLER                       PIC X(9) VALUE "  ACTION ".
007991     05 RGL-ACTION                   PIC X.
007992     05 FILLER                       PIC X(7) VALUE "  CARD ".
007993     05 RGL-CARD-IMAGE               PIC X(31).
007994     05 FILLER                       PIC X(51) VALUE SPACES.
007995 01 REGISTER-IMAGE-LINE.
007996     05 FILLER                       PIC X(4) VALUE SPACES.
007997     05 RGI-LABEL                    PIC X(8).
009200 0000-MAIN-PROCESS.
009210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009220     ACCEPT WS-RUN-TIME FROM TIME
009240     SET TIMING-START TO TRUE
009260     PERFORM 0990-WRITE-TIMING-RECORD
009300     PERFORM 0100-LOAD-REPAIR-CARDS
009400     IF WS-CARD-COUNT = ZERO
009500         DISPLAY "NNREPAIR - NO REPAIR CARDS ON REPAIRCD"
010500     DISPLAY "NNREPAIR - REQUEUED " WS-REPAIRED-COUNT
010600         " CARRIED FORWARD " WS-CARRIED-COUNT
010650         " REPAIRS LOGGED " WS-LOGGED-COUNT
010660     SET TIMING-END TO TRUE
010680     PERFORM 0990-WRITE-TIMING-RECORD
010700     MOVE WS-BATCH-RC TO RETURN-CODE
010800     GOBACK.
010900
018880     MOVE WS-IMAGE-WORK TO RPH-AFTER-IMAGE
018882     WRITE REPAIR-HISTORY-RECORD
018884     ADD 1 TO WS-LOGGED-COUNT
018885     MOVE REJ-SEQUENCE TO RGL-SEQUENCE
018886     MOVE REJ-RUN-DATE TO RGL-RUN-DATE
018887     IF REJ-CYCLE = SPACE
018888         MOVE "1" TO RGL-CYCLE
018889     ELSE
018890         MOVE REJ-CYCLE TO RGL-CYCLE
018891     END-IF
018892     MOVE RPT-ACTION(CARD-IDX) TO RGL-ACTION
018893     MOVE RPT-CARD-IMAGE(CARD-IDX) TO RGL-CARD-IMAGE
018894     WRITE REGISTER-RECORD FROM REGISTER-KEY-LINE
018896     MOVE "BEFORE" TO RGI-LABEL
018898     MOVE WS-BEFORE-IMAGE TO RGI-IMAGE
019800             END-IF
019900         END-IF
020000     END-PERFORM.
020005
020010 0990-WRITE-TIMING-RECORD.
020015*    Batch-window timing history - an S record as the job's
020020*    first act, an E record with its return code as its last.
020025     OPEN EXTEND TIMING-FILE
020030     MOVE SPACES TO TIMING-RECORD
020035     MOVE "NNREPAIR" TO TIM-JOB-NAME
020040     MOVE WS-TIMING-EVENT TO TIM-EVENT
020045     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
020050     ACCEPT TIM-EVENT-TIME FROM TIME
020055     MOVE ZERO TO TIM-RETURN-CODE
020060     MOVE ZERO TO TIM-RECORD-COUNT
020065     IF TIM-JOB-ENDED
020070         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
020075         COMPUTE TIM-RECORD-COUNT = WS-REPAIRED-COUNT
020080             + WS-CARRIED-COUNT
020085     END-IF
020090     WRITE TIMING-RECORD
020095     CLOSE TIMING-FILE.
020100  END PROGRAM nnrepair.
