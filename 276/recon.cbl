000400****************************************************************
000500*    Day-end reconciliation across the whole NN0276 pipeline.  *
000600*    Every job balances itself, but nothing proved the chain   *
000700*    end to end - a record could leak between steps and        *
000800*    simply vanish.  This job recounts the day's files         *
000900*    independently, ties them to the decode run's control      *
001000*    record (copybook CTLREC on RUNCTL), and proves, in        *
001100*    order:                                                    *
001200*        1  CONTROL READ = PAYLOAD READ                        *
001220*        2  READ + RELEASES TAKEN UP =                         *
001240*           DELIVERED + REJECTED + DUPLICATE +                 *
001260*           HELD FOR COMPLIANCE REVIEW +                       *
001280*           HELD FOR DEFERRED DELIVERY +                       *
001300*           CERTIFICATION TESTS                                *
001400*        3  DELIVERED = AUDIT HISTORY ADDITIONS                *
001500*        4  REQUEUES PRESENT IN PAYLOAD (every record the      *
001600*           repair job requeued is on the day's input)         *
001900*    report, the console and the history record.  A daily      *
002000*    control-totals record goes to RECHIST every run, balanced *
002100*    or not, so operations can trend the pipeline.             *
002105*                                                              *
002110*    Duplicates released on NNDO are not on the PAYLOAD input; *
002115*    the decode run takes them up after it, under their own    *
002120*    sequences, and counts them in CTL-RELEASE-COUNT.  Every   *
002125*    one lands in the delivered or rejected counts, so         *
002130*    equation 2 adds them to the input side.                   *
002135*    Answers released on the NNRV compliance review are taken  *
002140*    up and counted the same way.  An answer the decode run    *
002145*    held on a watch-list hit is neither delivered nor         *
002150*    rejected; the held count comes from the HT records for    *
002155*    the date and cycle on the screening log SCRNLOG (copybook *
002160*    SCNREC).                                                  *
002165*    Deferred transmissions released by NNDEFREL are taken up  *
002170*    and counted the same way.  A deferred transmission the    *
002175*    run held because its release date was still ahead is      *
002180*    neither delivered nor rejected either; those are the      *
002185*    records on the held-delivery store DEFVSAM (copybook      *
002190*    DEFREC) keyed on the date and carrying the cycle,         *
002195*    whatever has become of them since.                        *
002200*    A transmission from a station in certification is checked *
002205*    but never delivered or rejected; each one leaves a TR     *
002210*    record for the date and cycle on the certification        *
002215*    history CERTRCP (copybook CRTREC), and those are counted  *
002220*    on the output side too.                                   *
002225*                                                              *
002300*    DATECD card layout (80 bytes, optional):                  *
002400*        cols 1-8  reconciliation date YYYYMMDD - defaults to  *
002500*                  the system date, so the overnight schedule  *
002600*                  needs no card and a morning-after rerun     *
002700*                  keys yesterday.                             *
002710*        col  9    decode cycle 1-9 - blank takes the latest   *
002720*                  cycle on RUNCTL for the date                *
002730*                                                              *
002740*    The decode job runs several cycles a day, so this job     *
002750*    runs after each one and reconciles THAT cycle: the        *
002760*    cycle's own control record, PAYLOAD and REQUEUE, and the  *
002770*    records on the other files carrying the date and cycle.   *
002780*    Every history record carries its cycle, and the report    *
002790*    ends with a day roll-up built from RECHIST - the last     *
002800*    reconciliation of each cycle the date has run, summed.    *
002810*    After the last cycle of the day that roll-up is the       *
002820*    day-end reconciliation.                                   *
002830*                                                              *
002840*    Its start and end, with its return code, go on the        *
002850*    batch-window timing history TIMEHIST (copybook TIMREC)    *
002860*    with the rest of the chain's, for the NNSLACHK deadline   *
002870*    check and the NNTIMRPT weekly elapsed-time report.        *
002880*                                                              *
002900*    Return codes:  0 - every equation balances                *
002920*                   4 - this cycle balances, but an earlier    *
002940*                       cycle of the day was never reconciled  *
002960*                       or its last reconciliation failed      *
003000*                   8 - an equation failed (see the report)    *
003100*                  12 - no control record for the date - the   *
003200*                       decode run never finished              *
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDACK"
005900         ORGANIZATION IS SEQUENTIAL.
005910     SELECT OPTIONAL SCREEN-LOG-FILE ASSIGN TO "SCRNLOG"
005920         ORGANIZATION IS SEQUENTIAL.
005930     SELECT OPTIONAL CERT-RECEIPT-FILE ASSIGN TO "CERTRCP"
005940         ORGANIZATION IS SEQUENTIAL.
005950     SELECT DEFERRED-FILE ASSIGN TO "DEFVSAM"
005960         ORGANIZATION IS INDEXED
005970         ACCESS MODE IS SEQUENTIAL
005980         RECORD KEY IS DEF-KEY
005990         FILE STATUS IS WS-DEFFILE-STATUS.
006000     SELECT HISTORY-FILE ASSIGN TO "RECHIST"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT REPORT-FILE ASSIGN TO "RECRPT"
006220         ORGANIZATION IS SEQUENTIAL.
006240     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
006300         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
007100     RECORDING MODE IS F.
007200 01  DATE-CARD-RECORD.
007300     05 DC-RECON-DATE                PIC 9(8).
007350     05 DC-RECON-CYCLE               PIC X.
007400     05 FILLER                       PIC X(71).
007500 FD  PAYLOAD-FILE
007600     RECORDING MODE IS F.
007700 01  PAYLOAD-RECORD.
010100     RECORDING MODE IS F.
010200 01  PENDING-RECORD.
010300     COPY PNDREC.
010305 FD  SCREEN-LOG-FILE
010310     RECORDING MODE IS F.
010315 01  SCREEN-LOG-RECORD.
010320     COPY SCNREC.
010325 FD  CERT-RECEIPT-FILE
010330     RECORDING MODE IS F.
010335 01  CERT-RECEIPT-RECORD.
010340     COPY CRTREC.
010345 FD  DEFERRED-FILE.
010350 01  DEFERRED-RECORD.
010355     COPY DEFREC.
010400 FD  HISTORY-FILE
010500     RECORDING MODE IS F.
010600 01  HISTORY-RECORD.
011600     05 REC-PENDING-COUNT            PIC 9(5).
011700     05 REC-BALANCED-SW              PIC X.
011800     05 REC-FAIL-EQUATION            PIC X(35).
011850     05 REC-RELEASE-COUNT            PIC 9(5).
011900     05 REC-CYCLE                    PIC X.
011950     05 FILLER                       PIC X(5).
012000 FD  REPORT-FILE
012100     RECORDING MODE IS F.
012200 01  REPORT-RECORD                   PIC X(132).
012220 FD  TIMING-FILE
012240     RECORDING MODE IS F.
012260 01  TIMING-RECORD.
012280     COPY TIMREC.
012300 WORKING-STORAGE SECTION.
012400 01 WS-JOB-NAME                      PIC X(8) VALUE "NN0276".
012500 01 WS-RUN-DATE                      PIC 9(8).
012600 01 WS-RECON-DATE                    PIC 9(8).
012610 01 WS-RECON-CYCLE                   PIC X VALUE SPACE.
012620 01 WS-CARD-CYCLE-SW                 PIC X VALUE "N".
012630     88 CYCLE-ON-CARD                VALUE "Y".
012640 01 WS-WORK-CYCLE                    PIC X.
012650 01 WS-DAY-CYCLES                    PIC 9 VALUE ZERO.
012660 01 WS-CYCLE-DIGIT                   PIC 9.
012670 01 WS-HIST-EOF-SW                   PIC X VALUE "N".
012680     88 END-OF-HISTORY               VALUE "Y".
012700 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
012720 01 WS-TIMING-EVENT                  PIC X.
012740     88 TIMING-START                 VALUE "S".
012760     88 TIMING-END                   VALUE "E".
012800 01 WS-CTL-EOF-SW                    PIC X VALUE "N".
012900     88 END-OF-CONTROL               VALUE "Y".
013000 01 WS-CTL-FOUND-SW                  PIC X VALUE "N".
014300     88 END-OF-ACKS                  VALUE "Y".
014400 01 WS-PENDING-EOF-SW                PIC X VALUE "N".
014500     88 END-OF-PENDING               VALUE "Y".
014510 01 WS-SCREEN-EOF-SW                 PIC X VALUE "N".
014520     88 END-OF-SCREEN-LOG            VALUE "Y".
014530 01 WS-CERT-EOF-SW                   PIC X VALUE "N".
014540     88 END-OF-CERT-RECEIPTS         VALUE "Y".
014550 01 WS-DEFFILE-STATUS                PIC X(2).
014560 01 WS-DEFFILE-OPEN-SW               PIC X VALUE "N".
014570     88 DEFERRED-FILE-OPEN           VALUE "Y".
014580 01 WS-DEFER-EOF-SW                  PIC X VALUE "N".
014590     88 END-OF-DEFERRALS             VALUE "Y".
014600 01 WS-CONTROL-TOTALS.
014700     05 WS-PAYLOAD-COUNT             PIC 9(5) VALUE ZERO.
014800     05 WS-DELIVERED-COUNT           PIC 9(5) VALUE ZERO.
015200     05 WS-PENDING-COUNT             PIC 9(5) VALUE ZERO.
015300     05 WS-REQUEUE-COUNT             PIC 9(5) VALUE ZERO.
015400     05 WS-REQUEUE-MISSING           PIC 9(5) VALUE ZERO.
015420     05 WS-REVIEW-HELD-COUNT         PIC 9(5) VALUE ZERO.
015440     05 WS-DEFER-HELD-COUNT          PIC 9(5) VALUE ZERO.
015460     05 WS-CERT-TEST-COUNT           PIC 9(5) VALUE ZERO.
015500 01 WS-CTL-SAVED.
015600     05 WS-CTL-READ                  PIC 9(5) VALUE ZERO.
015700     05 WS-CTL-DUP                   PIC 9(5) VALUE ZERO.
015750     05 WS-CTL-RELEASE               PIC 9(5) VALUE ZERO.
015800 01 WS-ACK-COUNT                     PIC 9(4) VALUE ZERO.
015900 01 WS-MATCH-SW                      PIC X.
016000     88 ACK-MATCHED                  VALUE "Y".
018400     05 RPC-LABEL                    PIC X(36).
018500     05 RPC-VALUE                    PIC Z(4)9.
018600     05 FILLER                       PIC X(89) VALUE SPACES.
018602 01 CYCLE-ROLLUP-TABLE.
018604     05 CYCLE-ROLLUP-ENTRY OCCURS 9 TIMES
018606             INDEXED BY CYC-IDX.
018608         10 CRT-FOUND-SW             PIC X.
018610             88 CYCLE-RECONCILED     VALUE "Y".
018612         10 CRT-READ-COUNT           PIC 9(5).
018614         10 CRT-DELIVERED-COUNT      PIC 9(5).
018616         10 CRT-REJECTED-COUNT       PIC 9(5).
018618         10 CRT-DUP-COUNT            PIC 9(5).
018620         10 CRT-RELEASE-COUNT        PIC 9(5).
018622         10 CRT-PENDING-COUNT        PIC 9(5).
018624         10 CRT-BALANCED-SW          PIC X.
018626 01 WS-DAY-TOTALS.
018628     05 WS-DAY-READ                  PIC 9(5) VALUE ZERO.
018630     05 WS-DAY-DELIVERED             PIC 9(5) VALUE ZERO.
018632     05 WS-DAY-REJECTED              PIC 9(5) VALUE ZERO.
018634     05 WS-DAY-DUP                   PIC 9(5) VALUE ZERO.
018636     05 WS-DAY-RELEASE               PIC 9(5) VALUE ZERO.
018638     05 WS-DAY-PENDING               PIC 9(5) VALUE ZERO.
018640 01 WS-DAY-OPEN-CYCLES               PIC 9 VALUE ZERO.
018642 01 RPT-CYCLE-LINE.
018644     05 FILLER                       PIC X(4) VALUE SPACES.
018646     05 RCL-CYCLE                    PIC X(5).
018648     05 RCL-READ                     PIC Z(4)9.
018650     05 FILLER                       PIC X(3) VALUE SPACES.
018652     05 RCL-DELIVERED                PIC Z(4)9.
018654     05 FILLER                       PIC X(3) VALUE SPACES.
018656     05 RCL-REJECTED                 PIC Z(4)9.
018658     05 FILLER                       PIC X(3) VALUE SPACES.
018660     05 RCL-DUP                      PIC Z(4)9.
018662     05 FILLER                       PIC X(3) VALUE SPACES.
018664     05 RCL-RELEASE                  PIC Z(4)9.
018666     05 FILLER                       PIC X(3) VALUE SPACES.
018668     05 RCL-PENDING                  PIC Z(4)9.
018670     05 FILLER                       PIC X(3) VALUE SPACES.
018672     05 RCL-STATUS                   PIC X(16).
018674     05 FILLER                       PIC X(60) VALUE SPACES.
018700 PROCEDURE DIVISION.
018800 0000-MAIN-PROCESS.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018920     SET TIMING-START TO TRUE
018940     PERFORM 0990-WRITE-TIMING-RECORD
019000     MOVE WS-RUN-DATE TO WS-RECON-DATE
019100     PERFORM 0050-READ-DATE-CARD
019200     PERFORM 0100-FIND-CONTROL-RECORD
020700     OPEN INPUT PENDING-FILE
020800     PERFORM 0650-COUNT-PENDING UNTIL END-OF-PENDING
020900     CLOSE PENDING-FILE
020905     OPEN INPUT SCREEN-LOG-FILE
020910     PERFORM 0670-COUNT-REVIEW-HELDS UNTIL END-OF-SCREEN-LOG
020915     CLOSE SCREEN-LOG-FILE
020920     PERFORM 0680-OPEN-DEFERRED-FILE
020925     PERFORM 0685-COUNT-DEFERRED-HELDS UNTIL END-OF-DEFERRALS
020930     IF DEFERRED-FILE-OPEN
020935         CLOSE DEFERRED-FILE
020940     END-IF
020945     OPEN INPUT CERT-RECEIPT-FILE
020950     PERFORM 0690-COUNT-CERT-TESTS UNTIL END-OF-CERT-RECEIPTS
020955     CLOSE CERT-RECEIPT-FILE
021000     PERFORM 0700-CHECK-EQUATIONS
021100     PERFORM 0800-WRITE-HISTORY-RECORD
021150     PERFORM 0900-BUILD-DAY-ROLLUP
021200     PERFORM 0850-WRITE-REPORT
021300     IF NOT PIPELINE-BALANCED
021400         DISPLAY "NN0276 PIPELINE OUT OF BALANCE FOR "
021500             WS-RECON-DATE " - " WS-FAIL-EQUATION
021600             UPON OPERATOR-CONSOLE
021700     END-IF
021720     IF WS-DAY-OPEN-CYCLES > ZERO
021740         DISPLAY "NN0276 " WS-DAY-OPEN-CYCLES " EARLIER CYCLE(S) "
021760             "OF " WS-RECON-DATE " UNRECONCILED OR OUT OF "
021780             "BALANCE - SEE THE DAY ROLL-UP"
021800             UPON OPERATOR-CONSOLE
021820     END-IF
021840     DISPLAY "NNRECON - DATE " WS-RECON-DATE " CYCLE "
021860         WS-RECON-CYCLE
021900         " BALANCED " WS-BALANCED-SW " RC " WS-BATCH-RC
021920     SET TIMING-END TO TRUE
021940     PERFORM 0990-WRITE-TIMING-RECORD
022000     MOVE WS-BATCH-RC TO RETURN-CODE
022100     GOBACK.
022200
023200                 DISPLAY "NNRECON - BAD DATECD CARD "
023300                     DC-RECON-DATE " - USING THE SYSTEM DATE"
023400             END-IF
023410             IF (DC-RECON-CYCLE >= "1" AND DC-RECON-CYCLE <= "9")
023420                 MOVE DC-RECON-CYCLE TO WS-RECON-CYCLE
023430                 SET CYCLE-ON-CARD TO TRUE
023440             ELSE
023450                 IF DC-RECON-CYCLE NOT = SPACE
023460                     DISPLAY "NNRECON - BAD DATECD CYCLE "
023470                         DC-RECON-CYCLE " - TAKING THE LATEST"
023480                 END-IF
023490             END-IF
023500     END-READ
023600     CLOSE DATE-CARD-FILE.
023700
023900*    The control dataset is MOD-appended history - keep the
024000*    LAST record for the date, which is the completed run
024100*    (a restart writes its record after the one the abend
024150*    never wrote).  With no cycle on the card the latest
024200*    cycle the date has run is the one reconciled.
024300     OPEN INPUT RUN-CONTROL-FILE
024400     PERFORM 0120-READ-CONTROL-RECORD UNTIL END-OF-CONTROL
024500     CLOSE RUN-CONTROL-FILE
024520     IF WS-RECON-CYCLE = SPACE
024540         MOVE "1" TO WS-RECON-CYCLE
024560     END-IF
024600     IF NOT CONTROL-RECORD-FOUND
024700         DISPLAY "NNRECON - NO CONTROL RECORD FOR "
024750             WS-RECON-DATE " CYCLE " WS-RECON-CYCLE
024800             " - THE DECODE RUN NEVER FINISHED"
024900         MOVE "N" TO WS-BALANCED-SW
025000         MOVE "NO CONTROL RECORD FOR THE DATE" TO
025100             WS-FAIL-EQUATION
025900         NOT AT END
026000             IF CTL-JOB-NAME = WS-JOB-NAME
026100                 AND CTL-RUN-DATE = WS-RECON-DATE
026120                 MOVE CTL-CYCLE TO WS-WORK-CYCLE
026140                 IF WS-WORK-CYCLE = SPACE
026160                     MOVE "1" TO WS-WORK-CYCLE
026180                 END-IF
026200                 IF WS-WORK-CYCLE NUMERIC
026220                     AND WS-WORK-CYCLE > WS-DAY-CYCLES
026240                     MOVE WS-WORK-CYCLE TO WS-DAY-CYCLES
026260                 END-IF
026280                 PERFORM 0130-TAKE-CONTROL-RECORD
026500             END-IF
026600     END-READ.
026605
026610 0130-TAKE-CONTROL-RECORD.
026615     IF (CYCLE-ON-CARD
026620             AND WS-WORK-CYCLE = WS-RECON-CYCLE)
026625         OR (NOT CYCLE-ON-CARD
026630             AND (WS-RECON-CYCLE = SPACE
026635                 OR WS-WORK-CYCLE >= WS-RECON-CYCLE))
026640         MOVE WS-WORK-CYCLE TO WS-RECON-CYCLE
026645         SET CONTROL-RECORD-FOUND TO TRUE
026650         MOVE CTL-READ-COUNT TO WS-CTL-READ
026655         MOVE CTL-DUP-COUNT TO WS-CTL-DUP
026660         IF CTL-RELEASE-COUNT NUMERIC
026665             MOVE CTL-RELEASE-COUNT TO WS-CTL-RELEASE
026670         ELSE
026675             MOVE ZERO TO WS-CTL-RELEASE
026680         END-IF
026685     END-IF.
026700
026800 0150-LOAD-ACKS.
026900     OPEN INPUT ACK-FILE
034200         AT END
034300             SET END-OF-REJECTS TO TRUE
034400         NOT AT END
034420             MOVE REJ-CYCLE TO WS-WORK-CYCLE
034440             PERFORM 0950-DEFAULT-CYCLE
034500             IF REJ-RUN-DATE = WS-RECON-DATE
034550                 AND WS-WORK-CYCLE = WS-RECON-CYCLE
034600                 ADD 1 TO WS-REJECTED-COUNT
034700             END-IF
034800     END-READ.
035200         AT END
035300             SET END-OF-AUDIT TO TRUE
035400         NOT AT END
035420             MOVE AUDIT-CYCLE TO WS-WORK-CYCLE
035440             PERFORM 0950-DEFAULT-CYCLE
035500             IF AUDIT-JOB-NAME = WS-JOB-NAME
035600                 AND AUDIT-RUN-DATE = WS-RECON-DATE
035650                 AND WS-WORK-CYCLE = WS-RECON-CYCLE
035700                 ADD 1 TO WS-AUDIT-COUNT
035800             END-IF
035900     END-READ.
036300         AT END
036400             SET END-OF-OUTBOUND TO TRUE
036500         NOT AT END
036520             MOVE OUT-CYCLE TO WS-WORK-CYCLE
036540             PERFORM 0950-DEFAULT-CYCLE
036600             IF OUT-JOB-NAME = WS-JOB-NAME
036700                 AND OUT-RUN-DATE = WS-RECON-DATE
036750                 AND WS-WORK-CYCLE = WS-RECON-CYCLE
036800                 ADD 1 TO WS-DELIVERED-COUNT
036900                 PERFORM 0620-FIND-ACK
037000                 IF ACK-MATCHED
039100         AT END
039200             SET END-OF-PENDING TO TRUE
039300         NOT AT END
039320             MOVE PND-CYCLE TO WS-WORK-CYCLE
039340             PERFORM 0950-DEFAULT-CYCLE
039400             IF PND-JOB-NAME = WS-JOB-NAME
039500                 AND PND-RUN-DATE = WS-RECON-DATE
039550                 AND WS-WORK-CYCLE = WS-RECON-CYCLE
039600                 ADD 1 TO WS-PENDING-COUNT
039601             END-IF
039602     END-READ.
039603
039604 0670-COUNT-REVIEW-HELDS.
039605     READ SCREEN-LOG-FILE
039606         AT END
039607             SET END-OF-SCREEN-LOG TO TRUE
039608         NOT AT END
039609             MOVE SCN-CYCLE TO WS-WORK-CYCLE
039610             PERFORM 0950-DEFAULT-CYCLE
039611             IF SCN-HELD-FOR-REVIEW
039612                 AND SCN-RUN-DATE = WS-RECON-DATE
039613                 AND WS-WORK-CYCLE = WS-RECON-CYCLE
039614                 ADD 1 TO WS-REVIEW-HELD-COUNT
039615             END-IF
039616     END-READ.
039617
039618 0680-OPEN-DEFERRED-FILE.
039619*    Only this cycle's holds are wanted, so the browse starts at
039620*    the date and stops past it.  A store that will not open
039621*    counts no holds, and equation 2 then shows any it missed.
039622     OPEN INPUT DEFERRED-FILE
039623     IF WS-DEFFILE-STATUS = "00" OR "97"
039624         SET DEFERRED-FILE-OPEN TO TRUE
039625         MOVE WS-RECON-DATE TO DEF-RUN-DATE
039626         MOVE ZERO TO DEF-SEQUENCE
039627         START DEFERRED-FILE KEY IS NOT LESS THAN DEF-KEY
039628             INVALID KEY
039629                 SET END-OF-DEFERRALS TO TRUE
039630         END-START
039631     ELSE
039632         DISPLAY "NNRECON - DEFVSAM OPEN FAILED, STATUS "
039633             WS-DEFFILE-STATUS " - NO DEFERRED HOLDS COUNTED"
039634         SET END-OF-DEFERRALS TO TRUE
039635     END-IF.
039636
039637 0685-COUNT-DEFERRED-HELDS.
039638     READ DEFERRED-FILE NEXT RECORD
039639         AT END
039640             SET END-OF-DEFERRALS TO TRUE
039641         NOT AT END
039642             IF DEF-RUN-DATE > WS-RECON-DATE
039643                 SET END-OF-DEFERRALS TO TRUE
039644             ELSE
039645                 MOVE DEF-CYCLE TO WS-WORK-CYCLE
039646                 PERFORM 0950-DEFAULT-CYCLE
039647                 IF WS-WORK-CYCLE = WS-RECON-CYCLE
039648                     ADD 1 TO WS-DEFER-HELD-COUNT
039649                 END-IF
039650             END-IF
039651     END-READ.
039652
039653 0690-COUNT-CERT-TESTS.
039654     READ CERT-RECEIPT-FILE
039655         AT END
039656             SET END-OF-CERT-RECEIPTS TO TRUE
039657         NOT AT END
039658             MOVE CER-CYCLE TO WS-WORK-CYCLE
039659             PERFORM 0950-DEFAULT-CYCLE
039660             IF CER-TEST-RESULT
039661                 AND CER-RUN-DATE = WS-RECON-DATE
039662                 AND WS-WORK-CYCLE = WS-RECON-CYCLE
039663                 ADD 1 TO WS-CERT-TEST-COUNT
039700             END-IF
039800     END-READ.
039900
040800     END-IF
040900     COMPUTE WS-WORK-TOTAL = WS-DELIVERED-COUNT
041000         + WS-REJECTED-COUNT + WS-CTL-DUP
041020         + WS-REVIEW-HELD-COUNT
041040         + WS-DEFER-HELD-COUNT
041060         + WS-CERT-TEST-COUNT
041100     IF PIPELINE-BALANCED
041200         AND WS-PAYLOAD-COUNT + WS-CTL-RELEASE NOT = WS-WORK-TOTAL
041300         MOVE "N" TO WS-BALANCED-SW
041400         MOVE "READ + RELSD = DELIV+REJ+DUP+HELD" TO
041500             WS-FAIL-EQUATION
041600     END-IF
041700     IF PIPELINE-BALANCED
045100     OPEN EXTEND HISTORY-FILE
045200     MOVE SPACES TO HISTORY-RECORD
045300     MOVE WS-RECON-DATE TO REC-RUN-DATE
045350     MOVE WS-RECON-CYCLE TO REC-CYCLE
045400     MOVE WS-PAYLOAD-COUNT TO REC-READ-COUNT
045500     MOVE WS-DELIVERED-COUNT TO REC-DELIVERED-COUNT
045600     MOVE WS-REJECTED-COUNT TO REC-REJECTED-COUNT
045700     MOVE WS-CTL-DUP TO REC-DUP-COUNT
045750     MOVE WS-CTL-RELEASE TO REC-RELEASE-COUNT
045800     MOVE WS-AUDIT-COUNT TO REC-AUDIT-COUNT
045900     MOVE WS-REQUEUE-COUNT TO REC-REQUEUE-COUNT
046000     MOVE WS-REQUEUE-MISSING TO REC-REQUEUE-MISSING
047200     WRITE REPORT-RECORD
047300     MOVE SPACES TO REPORT-RECORD
047400     STRING "RECONCILIATION DATE " WS-RECON-DATE
047450         "  CYCLE " WS-RECON-CYCLE " OF " WS-DAY-CYCLES
047500         DELIMITED BY SIZE INTO REPORT-RECORD
047600     WRITE REPORT-RECORD
047700     MOVE SPACES TO REPORT-RECORD
049300     PERFORM 0870-WRITE-COUNT-LINE
049400     MOVE "DUPLICATES PER THE CONTROL RECORD" TO RPC-LABEL
049500     MOVE WS-CTL-DUP TO RPC-VALUE
049505     PERFORM 0870-WRITE-COUNT-LINE
049510     MOVE "RELEASES TAKEN UP (DUP/RVW/DEFER)" TO RPC-LABEL
049515     MOVE WS-CTL-RELEASE TO RPC-VALUE
049520     PERFORM 0870-WRITE-COUNT-LINE
049525     MOVE "HELD FOR COMPLIANCE REVIEW" TO RPC-LABEL
049530     MOVE WS-REVIEW-HELD-COUNT TO RPC-VALUE
049535     PERFORM 0870-WRITE-COUNT-LINE
049540     MOVE "HELD FOR DEFERRED DELIVERY" TO RPC-LABEL
049545     MOVE WS-DEFER-HELD-COUNT TO RPC-VALUE
049550     PERFORM 0870-WRITE-COUNT-LINE
049555     MOVE "CERTIFICATION TESTS (CERTRCP)" TO RPC-LABEL
049560     MOVE WS-CERT-TEST-COUNT TO RPC-VALUE
049600     PERFORM 0870-WRITE-COUNT-LINE
049700     MOVE "REQUEUED BY THE REPAIR RUN" TO RPC-LABEL
049800     MOVE WS-REQUEUE-COUNT TO RPC-VALUE
051600             DELIMITED BY SIZE INTO REPORT-RECORD
051700     END-IF
051800     WRITE REPORT-RECORD
051850     PERFORM 0880-WRITE-DAY-ROLLUP
051900     CLOSE REPORT-FILE.
052000
052100 0870-WRITE-COUNT-LINE.
052101     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
052102
052103 0880-WRITE-DAY-ROLLUP.
052104     MOVE SPACES TO REPORT-RECORD
052105     WRITE REPORT-RECORD
052106     MOVE SPACES TO REPORT-RECORD
052107     STRING "DAY ROLL-UP FOR " WS-RECON-DATE " - "
052108         WS-DAY-CYCLES " CYCLE(S) ON THE RUN CONTROL FILE"
052109         DELIMITED BY SIZE INTO REPORT-RECORD
052110     WRITE REPORT-RECORD
052111     MOVE "    CYC   READ   DELIV     REJ    DUPS   RELSD    PEND
052112-        "   STATUS" TO REPORT-RECORD
052113     WRITE REPORT-RECORD
052114     PERFORM VARYING CYC-IDX FROM 1 BY 1
052115             UNTIL CYC-IDX > WS-DAY-CYCLES
052116         SET WS-CYCLE-DIGIT TO CYC-IDX
052117         MOVE WS-CYCLE-DIGIT TO RCL-CYCLE
052118         IF CYCLE-RECONCILED(CYC-IDX)
052119             MOVE CRT-READ-COUNT(CYC-IDX) TO RCL-READ
052120             MOVE CRT-DELIVERED-COUNT(CYC-IDX) TO RCL-DELIVERED
052121             MOVE CRT-REJECTED-COUNT(CYC-IDX) TO RCL-REJECTED
052122             MOVE CRT-DUP-COUNT(CYC-IDX) TO RCL-DUP
052123             MOVE CRT-RELEASE-COUNT(CYC-IDX) TO RCL-RELEASE
052124             MOVE CRT-PENDING-COUNT(CYC-IDX) TO RCL-PENDING
052125             IF CRT-BALANCED-SW(CYC-IDX) = "Y"
052126                 MOVE "BALANCED" TO RCL-STATUS
052127             ELSE
052128                 MOVE "OUT OF BALANCE" TO RCL-STATUS
052129             END-IF
052130         ELSE
052131             MOVE ZERO TO RCL-READ RCL-DELIVERED RCL-REJECTED
052132                 RCL-DUP RCL-RELEASE RCL-PENDING
052133             MOVE "NOT RECONCILED" TO RCL-STATUS
052134         END-IF
052135         WRITE REPORT-RECORD FROM RPT-CYCLE-LINE
052136     END-PERFORM
052137     MOVE "DAY" TO RCL-CYCLE
052138     MOVE WS-DAY-READ TO RCL-READ
052139     MOVE WS-DAY-DELIVERED TO RCL-DELIVERED
052140     MOVE WS-DAY-REJECTED TO RCL-REJECTED
052141     MOVE WS-DAY-DUP TO RCL-DUP
052142     MOVE WS-DAY-RELEASE TO RCL-RELEASE
052143     MOVE WS-DAY-PENDING TO RCL-PENDING
052144     IF WS-DAY-OPEN-CYCLES > ZERO
052145         MOVE "CYCLES OPEN" TO RCL-STATUS
052146     ELSE
052147         IF PIPELINE-BALANCED
052148             MOVE "DAY BALANCED" TO RCL-STATUS
052149         ELSE
052150             MOVE "OUT OF BALANCE" TO RCL-STATUS
052151         END-IF
052152     END-IF
052153     WRITE REPORT-RECORD FROM RPT-CYCLE-LINE.
052154
052155 0900-BUILD-DAY-ROLLUP.
052156*    RECHIST is MOD-appended like RUNCTL, so the LAST record
052157*    for each cycle of the date is that cycle's standing
052158*    reconciliation - this run's record is already on it.
052159     PERFORM VARYING CYC-IDX FROM 1 BY 1 UNTIL CYC-IDX > 9
052160         MOVE "N" TO CRT-FOUND-SW(CYC-IDX)
052161     END-PERFORM
052162     OPEN INPUT HISTORY-FILE
052163     PERFORM 0920-READ-HISTORY-RECORD UNTIL END-OF-HISTORY
052164     CLOSE HISTORY-FILE
052165     PERFORM VARYING CYC-IDX FROM 1 BY 1
052166             UNTIL CYC-IDX > WS-DAY-CYCLES
052167         IF CYCLE-RECONCILED(CYC-IDX)
052168             ADD CRT-READ-COUNT(CYC-IDX) TO WS-DAY-READ
052169             ADD CRT-DELIVERED-COUNT(CYC-IDX) TO WS-DAY-DELIVERED
052170             ADD CRT-REJECTED-COUNT(CYC-IDX) TO WS-DAY-REJECTED
052171             ADD CRT-DUP-COUNT(CYC-IDX) TO WS-DAY-DUP
052172             ADD CRT-RELEASE-COUNT(CYC-IDX) TO WS-DAY-RELEASE
052173             ADD CRT-PENDING-COUNT(CYC-IDX) TO WS-DAY-PENDING
052174         END-IF
052175         IF NOT CYCLE-RECONCILED(CYC-IDX)
052176             OR CRT-BALANCED-SW(CYC-IDX) NOT = "Y"
052177             SET WS-CYCLE-DIGIT TO CYC-IDX
052178             IF WS-CYCLE-DIGIT NOT = WS-RECON-CYCLE
052179                 ADD 1 TO WS-DAY-OPEN-CYCLES
052180             END-IF
052181         END-IF
052182     END-PERFORM
052183     IF WS-DAY-OPEN-CYCLES > ZERO
052184         IF WS-BATCH-RC < 4
052185             MOVE 4 TO WS-BATCH-RC
052186         END-IF
052187     END-IF.
052188
052189 0920-READ-HISTORY-RECORD.
052190     READ HISTORY-FILE
052191         AT END
052192             SET END-OF-HISTORY TO TRUE
052193         NOT AT END
052194             MOVE REC-CYCLE TO WS-WORK-CYCLE
052195             PERFORM 0950-DEFAULT-CYCLE
052196             IF REC-RUN-DATE = WS-RECON-DATE
052197                 AND WS-WORK-CYCLE >= "1" AND WS-WORK-CYCLE <= "9"
052198                 MOVE WS-WORK-CYCLE TO WS-CYCLE-DIGIT
052199                 SET CYC-IDX TO WS-CYCLE-DIGIT
052200                 PERFORM 0940-NOTE-CYCLE-HISTORY
052201             END-IF
052202     END-READ.
052203
052204 0940-NOTE-CYCLE-HISTORY.
052205     MOVE "Y" TO CRT-FOUND-SW(CYC-IDX)
052206     MOVE REC-READ-COUNT TO CRT-READ-COUNT(CYC-IDX)
052207     MOVE REC-DELIVERED-COUNT TO CRT-DELIVERED-COUNT(CYC-IDX)
052208     MOVE REC-REJECTED-COUNT TO CRT-REJECTED-COUNT(CYC-IDX)
052209     MOVE REC-DUP-COUNT TO CRT-DUP-COUNT(CYC-IDX)
052210     IF REC-RELEASE-COUNT NUMERIC
052211         MOVE REC-RELEASE-COUNT TO CRT-RELEASE-COUNT(CYC-IDX)
052212     ELSE
052213         MOVE ZERO TO CRT-RELEASE-COUNT(CYC-IDX)
052214     END-IF
052215     MOVE REC-PENDING-COUNT TO CRT-PENDING-COUNT(CYC-IDX)
052216     MOVE REC-BALANCED-SW TO CRT-BALANCED-SW(CYC-IDX).
052217
052218 0950-DEFAULT-CYCLE.
052219     IF WS-WORK-CYCLE = SPACE
052220         MOVE "1" TO WS-WORK-CYCLE
052221     END-IF.
052222
052223 0990-WRITE-TIMING-RECORD.
052224*    Batch-window timing history - an S record as the job's
052225*    first act, an E record with its return code as its last.
052226     OPEN EXTEND TIMING-FILE
052227     MOVE SPACES TO TIMING-RECORD
052228     MOVE "NNRECON" TO TIM-JOB-NAME
052229     MOVE WS-TIMING-EVENT TO TIM-EVENT
052230     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
052231     ACCEPT TIM-EVENT-TIME FROM TIME
052232     MOVE ZERO TO TIM-RETURN-CODE
052233     MOVE ZERO TO TIM-RECORD-COUNT
052234     MOVE WS-RECON-CYCLE TO TIM-CYCLE
052235     IF TIM-JOB-ENDED
052236         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
052237         MOVE WS-PAYLOAD-COUNT TO TIM-RECORD-COUNT
052238     END-IF
052239     WRITE TIMING-RECORD
052240     CLOSE TIMING-FILE.
052300  END PROGRAM nnrecon.
