001600*    must be sorted by run date + sequence (the NNREJLD JCL    *
001700*    carries the sort step) for the sequential KSDS load.      *
001800*                                                               *
001810*    Its start and end, with its return code, go on the        *
001820*    batch-window timing history TIMEHIST (copybook TIMREC)    *
001830*    with the rest of the chain's, for the NNSLACHK deadline   *
001840*    check and the NNTIMRPT weekly elapsed-time report.        *
001850*                                                               *
001900*    Return codes:  0 - loaded cleanly                         *
002000*                   4 - duplicate keys bypassed (first wins)   *
002100*                   8 - VSAM error, load incomplete            *
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REJECT-FILE ASSIGN TO "REJECTIN"
002920         ORGANIZATION IS SEQUENTIAL.
002940     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT REJECT-VSAM-FILE ASSIGN TO "REJVSAM"
003200         ORGANIZATION IS INDEXED
004200 FD  REJECT-VSAM-FILE.
004300 01  REJECT-VSAM-RECORD.
004400     COPY REJVREC.
004420 FD  TIMING-FILE
004440     RECORDING MODE IS F.
004460 01  TIMING-RECORD.
004480     COPY TIMREC.
004500 WORKING-STORAGE SECTION.
004600 01 WS-EOF-SW                        PIC X VALUE "N".
004700     88 END-OF-REJECTS               VALUE "Y".
005000 01 WS-LOADED-COUNT                  PIC 9(7) VALUE ZERO.
005100 01 WS-DUPKEY-COUNT                  PIC 9(7) VALUE ZERO.
005200 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
005220 01 WS-TIMING-EVENT                  PIC X.
005240     88 TIMING-START                 VALUE "S".
005260     88 TIMING-END                   VALUE "E".
005300 PROCEDURE DIVISION.
005400 0000-MAIN-PROCESS.
005420     SET TIMING-START TO TRUE
005440     PERFORM 0990-WRITE-TIMING-RECORD
005500     OPEN INPUT REJECT-FILE
005600     OPEN OUTPUT REJECT-VSAM-FILE
005700     IF WS-VSAM-STATUS NOT = "00"
005800         DISPLAY "NNREJLD - REJVSAM OPEN FAILED, STATUS "
005900             WS-VSAM-STATUS
005920         MOVE 8 TO WS-BATCH-RC
005940         SET TIMING-END TO TRUE
005960         PERFORM 0990-WRITE-TIMING-RECORD
005980         MOVE WS-BATCH-RC TO RETURN-CODE
006100         GOBACK
006200     END-IF
006300     PERFORM 0100-LOAD-RECORD UNTIL END-OF-REJECTS
006600     DISPLAY "NNREJLD - READ " WS-READ-COUNT
006700         " LOADED " WS-LOADED-COUNT
006800         " DUPLICATE KEYS " WS-DUPKEY-COUNT
006820     SET TIMING-END TO TRUE
006840     PERFORM 0990-WRITE-TIMING-RECORD
006900     MOVE WS-BATCH-RC TO RETURN-CODE
007000     GOBACK.
007100
008900     MOVE REJ-REASON-CODE TO RV-REASON-CODE
009000     MOVE REJ-ERROR-SLOT TO RV-ERROR-SLOT
009100     MOVE REJ-COMPUTED-CHECKSUM TO RV-COMPUTED-CHECKSUM
009150     MOVE REJ-CYCLE TO RV-CYCLE
009200     WRITE REJECT-VSAM-RECORD
009300         INVALID KEY
009400             ADD 1 TO WS-DUPKEY-COUNT
009800         NOT INVALID KEY
009900             ADD 1 TO WS-LOADED-COUNT
010000     END-WRITE.
010005
010010 0990-WRITE-TIMING-RECORD.
010015*    Batch-window timing history - an S record as the job's
010020*    first act, an E record with its return code as its last.
010025     OPEN EXTEND TIMING-FILE
010030     MOVE SPACES TO TIMING-RECORD
010035     MOVE "NNREJLD" TO TIM-JOB-NAME
010040     MOVE WS-TIMING-EVENT TO TIM-EVENT
010045     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
010050     ACCEPT TIM-EVENT-TIME FROM TIME
010055     MOVE ZERO TO TIM-RETURN-CODE
010060     MOVE ZERO TO TIM-RECORD-COUNT
010065     IF TIM-JOB-ENDED
010070         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
010075         MOVE WS-READ-COUNT TO TIM-RECORD-COUNT
010080     END-IF
010085     WRITE TIMING-RECORD
010090     CLOSE TIMING-FILE.
010100  END PROGRAM nnrejld.
