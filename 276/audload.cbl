001000*    dataset browse.  Run nightly after the decode job via the *
001100*    NNAUDLD JCL, which DELETEs and re-DEFINEs the cluster     *
001200*    first so the load is always a clean full refresh.         *
001210*                                                               *
001220*    Its start and end, with its return code, go on the        *
001230*    batch-window timing history TIMEHIST (copybook TIMREC)    *
001240*    with the rest of the chain's, for the NNSLACHK deadline   *
001250*    check and the NNTIMRPT weekly elapsed-time report.        *
001300*                                                               *
001400*    Return codes:  0 - loaded cleanly                         *
001500*                   4 - duplicate keys bypassed (two answers   *
002500 FILE-CONTROL.
002600     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
002700         ORGANIZATION IS SEQUENTIAL.
002720     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
002740         ORGANIZATION IS SEQUENTIAL.
002800     SELECT AUDIT-VSAM-FILE ASSIGN TO "AUDVSAM"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003900 FD  AUDIT-VSAM-FILE.
004000 01  AUDIT-VSAM-RECORD.
004100     COPY AUDVREC.
004120 FD  TIMING-FILE
004140     RECORDING MODE IS F.
004160 01  TIMING-RECORD.
004180     COPY TIMREC.
004200 WORKING-STORAGE SECTION.
004300 01 WS-EOF-SW                        PIC X VALUE "N".
004400     88 END-OF-AUDIT                 VALUE "Y".
004700 01 WS-LOADED-COUNT                  PIC 9(7) VALUE ZERO.
004800 01 WS-DUPKEY-COUNT                  PIC 9(7) VALUE ZERO.
004900 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
004920 01 WS-TIMING-EVENT                  PIC X.
004940     88 TIMING-START                 VALUE "S".
004960     88 TIMING-END                   VALUE "E".
005000 PROCEDURE DIVISION.
005100 0000-MAIN-PROCESS.
005120     SET TIMING-START TO TRUE
005140     PERFORM 0990-WRITE-TIMING-RECORD
005200     OPEN INPUT AUDIT-FILE
005300     OPEN OUTPUT AUDIT-VSAM-FILE
005400     IF WS-VSAM-STATUS NOT = "00"
005500         DISPLAY "NNAUDLD - AUDVSAM OPEN FAILED, STATUS "
005600             WS-VSAM-STATUS
005620         MOVE 8 TO WS-BATCH-RC
005640         SET TIMING-END TO TRUE
005660         PERFORM 0990-WRITE-TIMING-RECORD
005680         MOVE WS-BATCH-RC TO RETURN-CODE
005800         GOBACK
005900     END-IF
006000     PERFORM 0100-LOAD-RECORD UNTIL END-OF-AUDIT
006300     DISPLAY "NNAUDLD - READ " WS-READ-COUNT
006400         " LOADED " WS-LOADED-COUNT
006500         " DUPLICATE KEYS " WS-DUPKEY-COUNT
006520     SET TIMING-END TO TRUE
006540     PERFORM 0990-WRITE-TIMING-RECORD
006600     MOVE WS-BATCH-RC TO RETURN-CODE
006700     GOBACK.
006800
008300     MOVE AUDIT-VALID-SW TO AV-VALID-SW
008400     MOVE AUDIT-RECON-SW TO AV-RECON-SW
008500     MOVE AUDIT-ANSWER TO AV-ANSWER
008550     MOVE AUDIT-CYCLE TO AV-CYCLE
008600     WRITE AUDIT-VSAM-RECORD
008700         INVALID KEY
008800             ADD 1 TO WS-DUPKEY-COUNT
009200         NOT INVALID KEY
009300             ADD 1 TO WS-LOADED-COUNT
009400     END-WRITE.
009405
009410 0990-WRITE-TIMING-RECORD.
009415*    Batch-window timing history - an S record as the job's
009420*    first act, an E record with its return code as its last.
009425     OPEN EXTEND TIMING-FILE
009430     MOVE SPACES TO TIMING-RECORD
009435     MOVE "NNAUDLD" TO TIM-JOB-NAME
009440     MOVE WS-TIMING-EVENT TO TIM-EVENT
009445     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
009450     ACCEPT TIM-EVENT-TIME FROM TIME
009455     MOVE ZERO TO TIM-RETURN-CODE
009460     MOVE ZERO TO TIM-RECORD-COUNT
009465     IF TIM-JOB-ENDED
009470         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
009475         MOVE WS-READ-COUNT TO TIM-RECORD-COUNT
009480     END-IF
009485     WRITE TIMING-RECORD
009490     CLOSE TIMING-FILE.
009500  END PROGRAM nnaudld.
