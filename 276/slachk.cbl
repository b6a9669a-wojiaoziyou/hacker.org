000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nnslachk.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Batch-window deadline check for the NN0276 chain.  Every  *
000600*    job in the chain writes a start and an end record on the  *
000700*    timing history TIMEHIST (copybook TIMREC); this job reads *
000800*    it, works out how far the current window's chain has got, *
000900*    and projects when it will finish from how long each job   *
001000*    still to run has typically taken - the average of its     *
001100*    last ten clean runs (RC below 8) before the window        *
001200*    opened.  A job part-way through is allowed its typical    *
001300*    time less what it has already run.  The projection is     *
001400*    compared with the published delivery deadline for the     *
001500*    window, and when the chain is at risk or projected to     *
001600*    miss it the operator console is told while there is       *
001700*    still time to act, not the next morning.  The automation  *
001800*    product submits the NNSLACHK JCL through the window;      *
001900*    each check prints SLARPT with every job's progress.       *
002000*                                                              *
002100*    The chain, in order:  NNREPAIR, NNROLL (the rollover      *
002200*    step of the decode job), NN0276 (the decode step),        *
002300*    NNREJLD, NNACKMAT, NNRECON and - in a nightly window -    *
002400*    the NNAUDLD audit-inquiry refresh.  A job counts toward   *
002500*    the window if its start record is stamped at or after     *
002600*    the window opened; its last start there wins, so a rerun  *
002700*    replaces an abended attempt.                              *
002800*                                                              *
002900*    WINDOWCD card layout (80 bytes, one card per published    *
003000*    window, up to 9; * in col 1 is a comment):                *
003100*        cols  1-4   window opens HHMM                         *
003200*        cols  5-8   delivery deadline HHMM - not later than   *
003300*                    the opening time means the next day       *
003400*        col   9     Y = nightly window, NNAUDLD included      *
003500*        cols 10-12  warning margin in minutes - blank = 015   *
003600*        cols 13-42  window description                        *
003700*    The window checked is the one that opened most recently.  *
003800*                                                              *
003900*    A job still running at twice its typical time is named    *
004000*    on the console as well - the projection cannot see a      *
004100*    hung job, only that it has used up its time.              *
004200*                                                              *
004300*    Return codes:  0 - chain on schedule or delivered on time *
004400*                   4 - chain at risk (projected inside the    *
004500*                       margin), a job overrunning badly, or   *
004600*                       a bad WINDOWCD card skipped            *
004700*                   8 - chain projected to miss the deadline,  *
004800*                       or delivered late                      *
004900*                  12 - deadline passed, chain not complete    *
005000*                  16 - no valid WINDOWCD card                 *
005100****************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 OBJECT-COMPUTER. IBM-370.
005500 SOURCE-COMPUTER. IBM-370.
005600 SPECIAL-NAMES.
005700     CONSOLE IS OPERATOR-CONSOLE.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT WINDOW-CARD-FILE ASSIGN TO "WINDOWCD"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT REPORT-FILE ASSIGN TO "SLARPT"
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TIMING-FILE
006900     RECORDING MODE IS F.
007000 01  TIMING-RECORD.
007100     COPY TIMREC.
007200 FD  WINDOW-CARD-FILE
007300     RECORDING MODE IS F.
007400 01  WINDOW-CARD-RECORD.
007500     05 WC-OPEN-TIME.
007600         10 WC-OPEN-HH               PIC 9(2).
007700         10 WC-OPEN-MM               PIC 9(2).
007800     05 WC-DEADLINE-TIME.
007900         10 WC-DEADLINE-HH           PIC 9(2).
008000         10 WC-DEADLINE-MM           PIC 9(2).
008100     05 WC-NIGHTLY-FLAG              PIC X.
008200         88 WC-NIGHTLY-WINDOW        VALUE "Y".
008300     05 WC-MARGIN-MINUTES            PIC 9(3).
008400     05 WC-DESCRIPTION               PIC X(30).
008500     05 FILLER                       PIC X(38).
008600 01  WINDOW-CARD-FLAG-VIEW.
008700     05 WC-COMMENT-FLAG              PIC X.
008800         88 WC-COMMENT-CARD          VALUE "*".
008900     05 FILLER                       PIC X(79).
009000 FD  REPORT-FILE
009100     RECORDING MODE IS F.
009200 01  REPORT-RECORD                   PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 01 WS-CARD-EOF-SW                   PIC X VALUE "N".
009500     88 END-OF-CARDS                 VALUE "Y".
009600 01 WS-TIMING-EOF-SW                 PIC X VALUE "N".
009700     88 END-OF-TIMING                VALUE "Y".
009800 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
009900 01 WS-NOW-DATE                      PIC 9(8).
010000 01 WS-NOW-TIME                      PIC 9(8).
010100 01 WS-NOW-SECONDS                   PIC 9(11).
010200 01 WS-CARD-COUNT                    PIC 9(2) VALUE ZERO.
010300 01 WS-WINDOW-SW                     PIC X VALUE "N".
010400     88 WINDOW-SELECTED              VALUE "Y".
010500 01 WS-CARD-OPEN-SECONDS             PIC 9(11).
010600 01 WS-CARD-DAY-SECONDS              PIC 9(11).
010700 01 WS-WINDOW-FIELDS.
010800     05 WS-WIN-OPEN-SECONDS          PIC 9(11) VALUE ZERO.
010900     05 WS-WIN-DEADLINE-SECONDS      PIC 9(11) VALUE ZERO.
011000     05 WS-WIN-MARGIN-SECONDS        PIC 9(7) VALUE ZERO.
011100     05 WS-WIN-NIGHTLY-SW            PIC X VALUE "N".
011200         88 NIGHTLY-WINDOW           VALUE "Y".
011300     05 WS-WIN-DESCRIPTION           PIC X(30) VALUE SPACES.
011400 01 WS-CLK-DATE                      PIC 9(8).
011500 01 WS-CLK-TIME.
011600     05 WS-CLK-HH                    PIC 9(2).
011700     05 WS-CLK-MM                    PIC 9(2).
011800     05 WS-CLK-SS                    PIC 9(2).
011900     05 WS-CLK-HS                    PIC 9(2).
012000 01 WS-CLK-SECONDS                   PIC 9(11).
012100 01 WS-DAY-INTEGER                   PIC 9(7).
012200 01 WS-DAY-SECONDS                   PIC 9(5).
012300 01 WS-WORK-SECONDS                  PIC 9(5).
012400 01 WS-DUR-SECONDS                   PIC 9(7).
012500 01 WS-CLOCK-EDIT.
012600     05 CE-DATE                      PIC 9(8).
012700     05 FILLER                       PIC X VALUE SPACE.
012800     05 CE-HH                        PIC 9(2).
012900     05 FILLER                       PIC X VALUE ":".
013000     05 CE-MM                        PIC 9(2).
013100 01 WS-DURATION-EDIT.
013200     05 DE-HH                        PIC 9(2).
013300     05 FILLER                       PIC X VALUE ":".
013400     05 DE-MM                        PIC 9(2).
013500     05 FILLER                       PIC X VALUE ":".
013600     05 DE-SS                        PIC 9(2).
013700 01 WS-JOB-SUB                       PIC 9(2).
013800 01 WS-CHAIN-JOBS                    PIC 9(2).
013900 01 WS-SAMPLE-SUB                    PIC 9(2).
014000 01 WS-SAMPLE-TOTAL                  PIC 9(9).
014100 01 WS-JOB-FOUND-SW                  PIC X.
014200     88 JOB-FOUND                    VALUE "Y".
014300 01 WS-UNKNOWN-JOB-COUNT             PIC 9(5) VALUE ZERO.
014400 01 WS-RAN-SECONDS                   PIC 9(7).
014500 01 WS-TO-GO-SECONDS                 PIC 9(7).
014600 01 WS-REMAINING-SECONDS             PIC 9(9) VALUE ZERO.
014700 01 WS-PROJECTED-SECONDS             PIC 9(11).
014800 01 WS-LAST-END-SECONDS              PIC 9(11) VALUE ZERO.
014900 01 WS-SLACK-SECONDS                 PIC S9(11).
015000 01 WS-SLACK-SIGN                    PIC X.
015100 01 WS-DEADLINE-EDIT                 PIC X(14).
015200 01 WS-DONE-COUNT                    PIC 9(2) VALUE ZERO.
015300 01 WS-OVERRUN-COUNT                 PIC 9(2) VALUE ZERO.
015400 01 WS-CHAIN-SW                      PIC X VALUE "N".
015500     88 CHAIN-COMPLETE               VALUE "Y".
015600 01 WS-WINDOW-STATUS                 PIC X(40) VALUE SPACES.
015700 01 CHAIN-JOB-NAMES.
015800     05 FILLER                       PIC X(8) VALUE "NNREPAIR".
015900     05 FILLER                       PIC X(8) VALUE "NNROLL".
016000     05 FILLER                       PIC X(8) VALUE "NN0276".
016100     05 FILLER                       PIC X(8) VALUE "NNREJLD".
016200     05 FILLER                       PIC X(8) VALUE "NNACKMAT".
016300     05 FILLER                       PIC X(8) VALUE "NNRECON".
016400     05 FILLER                       PIC X(8) VALUE "NNAUDLD".
016500 01 CHAIN-JOB-TABLE REDEFINES CHAIN-JOB-NAMES.
016600     05 CHAIN-JOB-NAME               PIC X(8) OCCURS 7 TIMES.
016700 01 JOB-STATUS-TABLE.
016800     05 JOB-ENTRY OCCURS 7 TIMES.
016900         10 JT-SAMPLE-COUNT          PIC 9(2).
017000         10 JT-SAMPLE-NEXT           PIC 9(2).
017100         10 JT-SAMPLE-SECONDS        PIC 9(7) OCCURS 10 TIMES.
017200         10 JT-PRIOR-START           PIC 9(11).
017300         10 JT-START-SECONDS         PIC 9(11).
017400         10 JT-END-SECONDS           PIC 9(11).
017500         10 JT-RETURN-CODE           PIC 9(3).
017600         10 JT-TYPICAL-SECONDS       PIC 9(7).
017700         10 JT-STATUS                PIC X.
017800             88 JOB-WAITING          VALUE "W".
017900             88 JOB-RUNNING          VALUE "R".
018000             88 JOB-DONE             VALUE "D".
018100 01 DETAIL-LINE.
018200     05 FILLER                       PIC X(2) VALUE SPACES.
018300     05 DET-JOB-NAME                 PIC X(8).
018400     05 FILLER                       PIC X(2) VALUE SPACES.
018500     05 DET-STATUS                   PIC X(8).
018600     05 FILLER                       PIC X(2) VALUE SPACES.
018700     05 DET-STARTED                  PIC X(14).
018800     05 FILLER                       PIC X(3) VALUE SPACES.
018900     05 DET-ENDED                    PIC X(14).
019000     05 FILLER                       PIC X(3) VALUE SPACES.
019100     05 DET-ELAPSED                  PIC X(8).
019200     05 FILLER                       PIC X(2) VALUE SPACES.
019300     05 DET-TYPICAL                  PIC X(8).
019400     05 FILLER                       PIC X(2) VALUE SPACES.
019500     05 DET-TO-GO                    PIC X(8).
019600     05 FILLER                       PIC X(2) VALUE SPACES.
019700     05 DET-RC                       PIC X(3).
019800     05 FILLER                       PIC X(2) VALUE SPACES.
019900     05 DET-NOTE                     PIC X(20).
020000     05 FILLER                       PIC X(21) VALUE SPACES.
020100 PROCEDURE DIVISION.
020200 0000-MAIN-PROCESS.
020300     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
020400     ACCEPT WS-NOW-TIME FROM TIME
020500     MOVE WS-NOW-DATE TO WS-CLK-DATE
020600     MOVE WS-NOW-TIME TO WS-CLK-TIME
020700     PERFORM 0700-CLOCK-TO-SECONDS
020800     MOVE WS-CLK-SECONDS TO WS-NOW-SECONDS
020900     PERFORM 0100-READ-WINDOW-CARDS
021000     IF NOT WINDOW-SELECTED
021100         DISPLAY "NNSLACHK - NO VALID WINDOWCD CARD - "
021200             "CHECK ABORTED"
021300         MOVE 16 TO WS-BATCH-RC
021400         MOVE WS-BATCH-RC TO RETURN-CODE
021500         GOBACK
021600     END-IF
021700     PERFORM 0050-CLEAR-JOB-ENTRY
021800         VARYING WS-JOB-SUB FROM 1 BY 1 UNTIL WS-JOB-SUB > 7
021900     IF NIGHTLY-WINDOW
022000         MOVE 7 TO WS-CHAIN-JOBS
022100     ELSE
022200         MOVE 6 TO WS-CHAIN-JOBS
022300     END-IF
022400     OPEN INPUT TIMING-FILE
022500     PERFORM 0200-READ-TIMING-RECORD UNTIL END-OF-TIMING
022600     CLOSE TIMING-FILE
022700     PERFORM 0300-PROJECT-JOB
022800         VARYING WS-JOB-SUB FROM 1 BY 1
022900         UNTIL WS-JOB-SUB > WS-CHAIN-JOBS
023000     PERFORM 0400-SET-WINDOW-STATUS
023100     OPEN OUTPUT REPORT-FILE
023200     PERFORM 0500-WRITE-REPORT-HEADER
023300     PERFORM 0600-WRITE-JOB-LINE
023400         VARYING WS-JOB-SUB FROM 1 BY 1
023500         UNTIL WS-JOB-SUB > WS-CHAIN-JOBS
023600     PERFORM 0800-WRITE-REPORT-TOTALS
023700     CLOSE REPORT-FILE
023800     IF WS-UNKNOWN-JOB-COUNT > ZERO
023900         DISPLAY "NNSLACHK - " WS-UNKNOWN-JOB-COUNT
024000             " TIMING RECORDS FOR JOBS OUTSIDE THE CHAIN "
024100             "IGNORED"
024200     END-IF
024300     DISPLAY "NNSLACHK - " WS-WINDOW-STATUS
024400     MOVE WS-BATCH-RC TO RETURN-CODE
024500     GOBACK.
024600
024700 0050-CLEAR-JOB-ENTRY.
024800     MOVE ZERO TO JT-SAMPLE-COUNT(WS-JOB-SUB)
024900     MOVE 1 TO JT-SAMPLE-NEXT(WS-JOB-SUB)
025000     MOVE ZERO TO JT-PRIOR-START(WS-JOB-SUB)
025100     MOVE ZERO TO JT-START-SECONDS(WS-JOB-SUB)
025200     MOVE ZERO TO JT-END-SECONDS(WS-JOB-SUB)
025300     MOVE ZERO TO JT-RETURN-CODE(WS-JOB-SUB)
025400     MOVE ZERO TO JT-TYPICAL-SECONDS(WS-JOB-SUB)
025500     SET JOB-WAITING(WS-JOB-SUB) TO TRUE.
025600
025700 0100-READ-WINDOW-CARDS.
025800     OPEN INPUT WINDOW-CARD-FILE
025900     PERFORM 0110-READ-WINDOW-CARD UNTIL END-OF-CARDS
026000     CLOSE WINDOW-CARD-FILE.
026100
026200 0110-READ-WINDOW-CARD.
026300     READ WINDOW-CARD-FILE
026400         AT END
026500             SET END-OF-CARDS TO TRUE
026600         NOT AT END
026700             IF NOT WC-COMMENT-CARD
026800                 ADD 1 TO WS-CARD-COUNT
026900                 IF WS-CARD-COUNT > 9
027000                     DISPLAY "NNSLACHK - MORE THAN 9 WINDOWCD "
027100                         "CARDS - THE REST IGNORED"
027200                     SET END-OF-CARDS TO TRUE
027300                 ELSE
027400                     PERFORM 0120-EDIT-WINDOW-CARD
027500                 END-IF
027600             END-IF
027700     END-READ.
027800
027900 0120-EDIT-WINDOW-CARD.
028000     IF WC-OPEN-TIME NOT NUMERIC
028100             OR WC-DEADLINE-TIME NOT NUMERIC
028200             OR WC-OPEN-HH > 23 OR WC-OPEN-MM > 59
028300             OR WC-DEADLINE-HH > 23 OR WC-DEADLINE-MM > 59
028400         DISPLAY "NNSLACHK - BAD WINDOWCD CARD SKIPPED: "
028500             WINDOW-CARD-RECORD(1:42)
028600         IF WS-BATCH-RC < 4
028700             MOVE 4 TO WS-BATCH-RC
028800         END-IF
028900     ELSE
029000         PERFORM 0150-SELECT-WINDOW
029100     END-IF.
029200
029300 0150-SELECT-WINDOW.
029400*    The window last opened is the one now running: opening
029500*    time today, or yesterday if today's has not come yet.
029600     COMPUTE WS-CARD-DAY-SECONDS =
029700         FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
029800     COMPUTE WS-CARD-OPEN-SECONDS = WS-CARD-DAY-SECONDS
029900         + WC-OPEN-HH * 3600 + WC-OPEN-MM * 60
030000     IF WS-CARD-OPEN-SECONDS > WS-NOW-SECONDS
030100         SUBTRACT 86400 FROM WS-CARD-OPEN-SECONDS
030200         SUBTRACT 86400 FROM WS-CARD-DAY-SECONDS
030300     END-IF
030400     IF NOT WINDOW-SELECTED
030500             OR WS-CARD-OPEN-SECONDS > WS-WIN-OPEN-SECONDS
030600         SET WINDOW-SELECTED TO TRUE
030700         MOVE WS-CARD-OPEN-SECONDS TO WS-WIN-OPEN-SECONDS
030800         COMPUTE WS-WIN-DEADLINE-SECONDS = WS-CARD-DAY-SECONDS
030900             + WC-DEADLINE-HH * 3600 + WC-DEADLINE-MM * 60
031000         IF WC-DEADLINE-TIME NOT > WC-OPEN-TIME
031100             ADD 86400 TO WS-WIN-DEADLINE-SECONDS
031200         END-IF
031300         IF WC-MARGIN-MINUTES NUMERIC
031400             COMPUTE WS-WIN-MARGIN-SECONDS =
031500                 WC-MARGIN-MINUTES * 60
031600         ELSE
031700             MOVE 900 TO WS-WIN-MARGIN-SECONDS
031800         END-IF
031900         MOVE "N" TO WS-WIN-NIGHTLY-SW
032000         IF WC-NIGHTLY-WINDOW
032100             SET NIGHTLY-WINDOW TO TRUE
032200         END-IF
032300         MOVE WC-DESCRIPTION TO WS-WIN-DESCRIPTION
032400     END-IF.
032500
032600 0200-READ-TIMING-RECORD.
032700     READ TIMING-FILE
032800         AT END
032900             SET END-OF-TIMING TO TRUE
033000         NOT AT END
033100             PERFORM 0210-FIND-JOB
033200             IF JOB-FOUND
033300                 MOVE TIM-EVENT-DATE TO WS-CLK-DATE
033400                 MOVE TIM-EVENT-TIME TO WS-CLK-TIME
033500                 PERFORM 0700-CLOCK-TO-SECONDS
033600                 EVALUATE TRUE
033700                     WHEN TIM-JOB-STARTED
033800                         PERFORM 0250-NOTE-JOB-START
033900                     WHEN TIM-JOB-ENDED
034000                         PERFORM 0260-NOTE-JOB-END
034100                 END-EVALUATE
034200             ELSE
034300                 ADD 1 TO WS-UNKNOWN-JOB-COUNT
034400             END-IF
034500     END-READ.
034600
034700 0210-FIND-JOB.
034800*    Leaves WS-JOB-SUB on the job's chain entry when found.
034900     MOVE "N" TO WS-JOB-FOUND-SW
035000     MOVE 1 TO WS-JOB-SUB
035100     PERFORM UNTIL JOB-FOUND OR WS-JOB-SUB > 7
035200         IF CHAIN-JOB-NAME(WS-JOB-SUB) = TIM-JOB-NAME
035300             SET JOB-FOUND TO TRUE
035400         ELSE
035500             ADD 1 TO WS-JOB-SUB
035600         END-IF
035700     END-PERFORM.
035800
035900 0250-NOTE-JOB-START.
036000     IF WS-CLK-SECONDS NOT < WS-WIN-OPEN-SECONDS
036100         MOVE WS-CLK-SECONDS TO JT-START-SECONDS(WS-JOB-SUB)
036200         MOVE ZERO TO JT-END-SECONDS(WS-JOB-SUB)
036300         MOVE ZERO TO JT-RETURN-CODE(WS-JOB-SUB)
036400         SET JOB-RUNNING(WS-JOB-SUB) TO TRUE
036500     ELSE
036600         MOVE WS-CLK-SECONDS TO JT-PRIOR-START(WS-JOB-SUB)
036700     END-IF.
036800
036900 0260-NOTE-JOB-END.
037000*    An end pairs with the job's last start.  Runs that ended
037100*    RC 8 or worse stopped early and would drag the typical
037200*    time down, so they are not sampled.
037300     EVALUATE TRUE
037400         WHEN JT-START-SECONDS(WS-JOB-SUB) > ZERO
037500             MOVE WS-CLK-SECONDS TO JT-END-SECONDS(WS-JOB-SUB)
037600             MOVE TIM-RETURN-CODE TO JT-RETURN-CODE(WS-JOB-SUB)
037700             SET JOB-DONE(WS-JOB-SUB) TO TRUE
037800         WHEN JT-PRIOR-START(WS-JOB-SUB) > ZERO
037900             IF TIM-RETURN-CODE < 8
038000                 PERFORM 0270-ADD-SAMPLE
038100             END-IF
038200             MOVE ZERO TO JT-PRIOR-START(WS-JOB-SUB)
038300         WHEN OTHER
038400             CONTINUE
038500     END-EVALUATE.
038600
038700 0270-ADD-SAMPLE.
038800*    The last ten samples are kept, oldest overwritten first.
038900     MOVE JT-SAMPLE-NEXT(WS-JOB-SUB) TO WS-SAMPLE-SUB
039000     COMPUTE JT-SAMPLE-SECONDS(WS-JOB-SUB, WS-SAMPLE-SUB) =
039100         WS-CLK-SECONDS - JT-PRIOR-START(WS-JOB-SUB)
039200     IF JT-SAMPLE-COUNT(WS-JOB-SUB) < 10
039300         ADD 1 TO JT-SAMPLE-COUNT(WS-JOB-SUB)
039400     END-IF
039500     IF WS-SAMPLE-SUB = 10
039600         MOVE 1 TO JT-SAMPLE-NEXT(WS-JOB-SUB)
039700     ELSE
039800         ADD 1 TO JT-SAMPLE-NEXT(WS-JOB-SUB)
039900     END-IF.
040000
040100 0300-PROJECT-JOB.
040200     MOVE ZERO TO WS-SAMPLE-TOTAL
040300     PERFORM 0310-ADD-SAMPLE-TO-TOTAL
040400         VARYING WS-SAMPLE-SUB FROM 1 BY 1
040500         UNTIL WS-SAMPLE-SUB > JT-SAMPLE-COUNT(WS-JOB-SUB)
040600     IF JT-SAMPLE-COUNT(WS-JOB-SUB) > ZERO
040700         COMPUTE JT-TYPICAL-SECONDS(WS-JOB-SUB) ROUNDED =
040800             WS-SAMPLE-TOTAL / JT-SAMPLE-COUNT(WS-JOB-SUB)
040900     END-IF
041000     EVALUATE TRUE
041100         WHEN JOB-DONE(WS-JOB-SUB)
041200             ADD 1 TO WS-DONE-COUNT
041300             IF JT-END-SECONDS(WS-JOB-SUB) > WS-LAST-END-SECONDS
041400                 MOVE JT-END-SECONDS(WS-JOB-SUB)
041500                     TO WS-LAST-END-SECONDS
041600             END-IF
041700         WHEN JOB-RUNNING(WS-JOB-SUB)
041800             COMPUTE WS-RAN-SECONDS =
041900                 WS-NOW-SECONDS - JT-START-SECONDS(WS-JOB-SUB)
042000             IF WS-RAN-SECONDS < JT-TYPICAL-SECONDS(WS-JOB-SUB)
042100                 COMPUTE WS-REMAINING-SECONDS =
042200                     WS-REMAINING-SECONDS
042300                     + JT-TYPICAL-SECONDS(WS-JOB-SUB)
042400                     - WS-RAN-SECONDS
042500             END-IF
042600             IF JT-SAMPLE-COUNT(WS-JOB-SUB) > ZERO
042700                 AND WS-RAN-SECONDS >
042800                     JT-TYPICAL-SECONDS(WS-JOB-SUB) * 2
042900                 PERFORM 0320-ALERT-OVERRUN
043000             END-IF
043100         WHEN OTHER
043200             ADD JT-TYPICAL-SECONDS(WS-JOB-SUB)
043300                 TO WS-REMAINING-SECONDS
043400     END-EVALUATE.
043500
043600 0310-ADD-SAMPLE-TO-TOTAL.
043700     ADD JT-SAMPLE-SECONDS(WS-JOB-SUB, WS-SAMPLE-SUB)
043800         TO WS-SAMPLE-TOTAL.
043900
044000 0320-ALERT-OVERRUN.
044100     ADD 1 TO WS-OVERRUN-COUNT
044200     MOVE WS-RAN-SECONDS TO WS-DUR-SECONDS
044300     PERFORM 0740-FORMAT-DURATION
044400     DISPLAY "NN0276 BATCH WINDOW - " CHAIN-JOB-NAME(WS-JOB-SUB)
044500         " RUNNING " WS-DURATION-EDIT ", OVER TWICE ITS "
044600         "TYPICAL TIME - CHECK IT IS NOT HUNG"
044700         UPON OPERATOR-CONSOLE
044800     IF WS-BATCH-RC < 4
044900         MOVE 4 TO WS-BATCH-RC
045000     END-IF.
045100
045200 0400-SET-WINDOW-STATUS.
045300     IF WS-DONE-COUNT = WS-CHAIN-JOBS
045400         SET CHAIN-COMPLETE TO TRUE
045500         MOVE WS-LAST-END-SECONDS TO WS-PROJECTED-SECONDS
045600     ELSE
045700         COMPUTE WS-PROJECTED-SECONDS =
045800             WS-NOW-SECONDS + WS-REMAINING-SECONDS
045900     END-IF
046000     COMPUTE WS-SLACK-SECONDS =
046100         WS-WIN-DEADLINE-SECONDS - WS-PROJECTED-SECONDS
046200     MOVE WS-WIN-DEADLINE-SECONDS TO WS-CLK-SECONDS
046300     PERFORM 0720-FORMAT-CLOCK
046400     MOVE WS-CLOCK-EDIT TO WS-DEADLINE-EDIT
046500     EVALUATE TRUE
046600         WHEN CHAIN-COMPLETE AND WS-SLACK-SECONDS NOT < ZERO
046700             MOVE "CHAIN DELIVERED ON TIME" TO WS-WINDOW-STATUS
046800         WHEN CHAIN-COMPLETE
046900             MOVE "CHAIN DELIVERED LATE" TO WS-WINDOW-STATUS
047000             DISPLAY "NN0276 BATCH WINDOW - CHAIN FINISHED "
047100                 "AFTER THE " WS-DEADLINE-EDIT " DEADLINE"
047200                 UPON OPERATOR-CONSOLE
047300             MOVE 8 TO WS-BATCH-RC
047400         WHEN WS-NOW-SECONDS > WS-WIN-DEADLINE-SECONDS
047500             MOVE "DEADLINE PASSED - CHAIN NOT COMPLETE"
047600                 TO WS-WINDOW-STATUS
047700             DISPLAY "NN0276 BATCH WINDOW - " WS-DEADLINE-EDIT
047800                 " DELIVERY DEADLINE PASSED, CHAIN NOT "
047900                 "COMPLETE - ESCALATE NOW"
048000                 UPON OPERATOR-CONSOLE
048100             MOVE 12 TO WS-BATCH-RC
048200         WHEN WS-SLACK-SECONDS < ZERO
048300             MOVE "PROJECTED TO MISS THE DEADLINE"
048400                 TO WS-WINDOW-STATUS
048500             PERFORM 0450-ALERT-PROJECTION
048600             IF WS-BATCH-RC < 8
048700                 MOVE 8 TO WS-BATCH-RC
048800             END-IF
048900         WHEN WS-SLACK-SECONDS < WS-WIN-MARGIN-SECONDS
049000             MOVE "AT RISK - INSIDE THE WARNING MARGIN"
049100                 TO WS-WINDOW-STATUS
049200             PERFORM 0450-ALERT-PROJECTION
049300             IF WS-BATCH-RC < 4
049400                 MOVE 4 TO WS-BATCH-RC
049500             END-IF
049600         WHEN OTHER
049700             MOVE "ON SCHEDULE" TO WS-WINDOW-STATUS
049800     END-EVALUATE.
049900
050000 0450-ALERT-PROJECTION.
050100     MOVE WS-PROJECTED-SECONDS TO WS-CLK-SECONDS
050200     PERFORM 0720-FORMAT-CLOCK
050300     IF WS-SLACK-SECONDS < ZERO
050400         DISPLAY "NN0276 BATCH WINDOW - CHAIN PROJECTED TO FINISH"
050500             " " WS-CLOCK-EDIT ", MISSING THE " WS-DEADLINE-EDIT
050600             " DEADLINE" UPON OPERATOR-CONSOLE
050700     ELSE
050800         DISPLAY "NN0276 BATCH WINDOW - CHAIN AT RISK, PROJECTED "
050900             "TO FINISH " WS-CLOCK-EDIT " AGAINST THE "
051000             WS-DEADLINE-EDIT " DEADLINE" UPON OPERATOR-CONSOLE
051100     END-IF.
051200
051300 0500-WRITE-REPORT-HEADER.
051400     MOVE "NN0276 BATCH-WINDOW DEADLINE CHECK" TO REPORT-RECORD
051500     WRITE REPORT-RECORD
051600     MOVE WS-NOW-SECONDS TO WS-CLK-SECONDS
051700     PERFORM 0720-FORMAT-CLOCK
051800     MOVE SPACES TO REPORT-RECORD
051900     STRING "CHECKED " WS-CLOCK-EDIT
052000         "  WINDOW " WS-WIN-DESCRIPTION
052100         DELIMITED BY SIZE INTO REPORT-RECORD
052200     WRITE REPORT-RECORD
052300     MOVE WS-WIN-OPEN-SECONDS TO WS-CLK-SECONDS
052400     PERFORM 0720-FORMAT-CLOCK
052500     MOVE WS-WIN-MARGIN-SECONDS TO WS-DUR-SECONDS
052600     PERFORM 0740-FORMAT-DURATION
052700     MOVE SPACES TO REPORT-RECORD
052800     STRING "OPENED  " WS-CLOCK-EDIT
052900         "  DELIVERY DEADLINE " WS-DEADLINE-EDIT
053000         "  WARNING MARGIN " WS-DURATION-EDIT
053100         DELIMITED BY SIZE INTO REPORT-RECORD
053200     WRITE REPORT-RECORD
053300     MOVE SPACES TO REPORT-RECORD
053400     WRITE REPORT-RECORD
053500     MOVE SPACES TO REPORT-RECORD
053600     STRING "  JOB       STATUS    STARTED          ENDED "
053700         "            ELAPSED   TYPICAL   TO GO     RC   NOTE"
053800         DELIMITED BY SIZE INTO REPORT-RECORD
053900     WRITE REPORT-RECORD.
054000
054100 0600-WRITE-JOB-LINE.
054200     MOVE SPACES TO DET-STARTED DET-ENDED DET-ELAPSED
054300         DET-TO-GO DET-RC DET-NOTE
054400     MOVE CHAIN-JOB-NAME(WS-JOB-SUB) TO DET-JOB-NAME
054500     IF JT-SAMPLE-COUNT(WS-JOB-SUB) > ZERO
054600         MOVE JT-TYPICAL-SECONDS(WS-JOB-SUB) TO WS-DUR-SECONDS
054700         PERFORM 0740-FORMAT-DURATION
054800         MOVE WS-DURATION-EDIT TO DET-TYPICAL
054900     ELSE
055000         MOVE "NONE" TO DET-TYPICAL
055100         MOVE "NO HISTORY" TO DET-NOTE
055200     END-IF
055300     IF NOT JOB-WAITING(WS-JOB-SUB)
055400         MOVE JT-START-SECONDS(WS-JOB-SUB) TO WS-CLK-SECONDS
055500         PERFORM 0720-FORMAT-CLOCK
055600         MOVE WS-CLOCK-EDIT TO DET-STARTED
055700     END-IF
055800     EVALUATE TRUE
055900         WHEN JOB-DONE(WS-JOB-SUB)
056000             MOVE "ENDED" TO DET-STATUS
056100             MOVE JT-END-SECONDS(WS-JOB-SUB) TO WS-CLK-SECONDS
056200             PERFORM 0720-FORMAT-CLOCK
056300             MOVE WS-CLOCK-EDIT TO DET-ENDED
056400             COMPUTE WS-DUR-SECONDS = JT-END-SECONDS(WS-JOB-SUB)
056500                 - JT-START-SECONDS(WS-JOB-SUB)
056600             PERFORM 0740-FORMAT-DURATION
056700             MOVE WS-DURATION-EDIT TO DET-ELAPSED
056800             MOVE JT-RETURN-CODE(WS-JOB-SUB) TO DET-RC
056900             IF JT-SAMPLE-COUNT(WS-JOB-SUB) > ZERO
057000                 AND WS-DUR-SECONDS >
057100                     JT-TYPICAL-SECONDS(WS-JOB-SUB) * 2
057200                 MOVE "OVER TWICE TYPICAL" TO DET-NOTE
057300             END-IF
057400         WHEN JOB-RUNNING(WS-JOB-SUB)
057500             MOVE "RUNNING" TO DET-STATUS
057600             COMPUTE WS-RAN-SECONDS =
057700                 WS-NOW-SECONDS - JT-START-SECONDS(WS-JOB-SUB)
057800             MOVE WS-RAN-SECONDS TO WS-DUR-SECONDS
057900             PERFORM 0740-FORMAT-DURATION
058000             MOVE WS-DURATION-EDIT TO DET-ELAPSED
058100             MOVE ZERO TO WS-TO-GO-SECONDS
058200             IF WS-RAN-SECONDS < JT-TYPICAL-SECONDS(WS-JOB-SUB)
058300                 COMPUTE WS-TO-GO-SECONDS =
058400                     JT-TYPICAL-SECONDS(WS-JOB-SUB)
058500                     - WS-RAN-SECONDS
058600             ELSE
058700                 IF JT-SAMPLE-COUNT(WS-JOB-SUB) > ZERO
058800                     MOVE "PAST TYPICAL TIME" TO DET-NOTE
058900                 END-IF
059000             END-IF
059100             MOVE WS-TO-GO-SECONDS TO WS-DUR-SECONDS
059200             PERFORM 0740-FORMAT-DURATION
059300             MOVE WS-DURATION-EDIT TO DET-TO-GO
059400         WHEN OTHER
059500             MOVE "WAITING" TO DET-STATUS
059600             MOVE JT-TYPICAL-SECONDS(WS-JOB-SUB)
059700                 TO WS-DUR-SECONDS
059800             PERFORM 0740-FORMAT-DURATION
059900             MOVE WS-DURATION-EDIT TO DET-TO-GO
060000     END-EVALUATE
060100     WRITE REPORT-RECORD FROM DETAIL-LINE.
060200
060300 0700-CLOCK-TO-SECONDS.
060400*    WS-CLK-DATE / WS-CLK-TIME to seconds on one running
060500*    clock, so a window can run on past midnight.
060600     COMPUTE WS-CLK-SECONDS =
060700         FUNCTION INTEGER-OF-DATE(WS-CLK-DATE) * 86400
060800         + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS.
060900
061000 0720-FORMAT-CLOCK.
061100     DIVIDE WS-CLK-SECONDS BY 86400 GIVING WS-DAY-INTEGER
061200         REMAINDER WS-DAY-SECONDS
061300     COMPUTE CE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
061400     DIVIDE WS-DAY-SECONDS BY 3600 GIVING CE-HH
061500         REMAINDER WS-WORK-SECONDS
061600     DIVIDE WS-WORK-SECONDS BY 60 GIVING CE-MM.
061700
061800 0740-FORMAT-DURATION.
061900*    Hours past 99 do not arise inside one batch window.
062000     DIVIDE WS-DUR-SECONDS BY 3600 GIVING DE-HH
062100         REMAINDER WS-WORK-SECONDS
062200     DIVIDE WS-WORK-SECONDS BY 60 GIVING DE-MM
062300         REMAINDER DE-SS.
062400
062500 0800-WRITE-REPORT-TOTALS.
062600     MOVE SPACES TO REPORT-RECORD
062700     WRITE REPORT-RECORD
062800     IF WS-SLACK-SECONDS < ZERO
062900         MOVE "-" TO WS-SLACK-SIGN
063000         COMPUTE WS-DUR-SECONDS = ZERO - WS-SLACK-SECONDS
063100     ELSE
063200         MOVE "+" TO WS-SLACK-SIGN
063300         MOVE WS-SLACK-SECONDS TO WS-DUR-SECONDS
063400     END-IF
063500     PERFORM 0740-FORMAT-DURATION
063600     MOVE WS-PROJECTED-SECONDS TO WS-CLK-SECONDS
063700     PERFORM 0720-FORMAT-CLOCK
063800     MOVE SPACES TO REPORT-RECORD
063900     IF CHAIN-COMPLETE
064000         STRING "CHAIN COMPLETED      " WS-CLOCK-EDIT
064100             "  SLACK TO DEADLINE " WS-SLACK-SIGN
064200             WS-DURATION-EDIT
064300             DELIMITED BY SIZE INTO REPORT-RECORD
064400     ELSE
064500         STRING "PROJECTED COMPLETION " WS-CLOCK-EDIT
064600             "  SLACK TO DEADLINE " WS-SLACK-SIGN
064700             WS-DURATION-EDIT
064800             DELIMITED BY SIZE INTO REPORT-RECORD
064900     END-IF
065000     WRITE REPORT-RECORD
065100     MOVE SPACES TO REPORT-RECORD
065200     STRING "WINDOW STATUS        " WS-WINDOW-STATUS
065300         DELIMITED BY SIZE INTO REPORT-RECORD
065400     WRITE REPORT-RECORD.
065500  END PROGRAM nnslachk.
