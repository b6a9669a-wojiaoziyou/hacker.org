000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nntimrpt.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Weekly elapsed-time report for the NN0276 batch chain.    *
000600*    Reads the timing history TIMEHIST (copybook TIMREC) -     *
000700*    the start and end record every job in the chain writes -  *
000800*    pairs each end with the job's last start, and prints for  *
000900*    the week:                                                 *
001000*        - each job's elapsed minutes day by day (all of the   *
001100*          day's runs, every cycle, added together) with the   *
001200*          whole chain's total under them;                     *
001300*        - each job's runs, failures (RC 8 or worse), runs     *
001400*          that never ended, average records read, average     *
001500*          and longest elapsed time, the prior week's average, *
001600*          the average over the four weeks before this one and *
001700*          a SLOWER/FASTER/STEADY trend against those four     *
001800*          weeks.                                              *
001900*    Operations takes TIMRPT to the weekly service review, so  *
002000*    a job creeping toward the delivery deadline is seen       *
002100*    weeks before the NNSLACHK check starts raising alerts.    *
002200*    A run belongs to the day it started.                      *
002300*                                                              *
002400*    WEEKCD card layout (80 bytes, optional):                  *
002500*        cols  1-8   week-ending date YYYYMMDD - blank or no   *
002600*                    card takes the day before the run date,   *
002700*                    so a Monday run reports the week to       *
002800*                    Sunday                                    *
002900*        cols  9-10  trend tolerance percent - blank = 10      *
003000*                                                              *
003100*    Return codes:  0 - report printed                         *
003200*                   4 - a job trending SLOWER, failed or       *
003300*                       unended runs in the week, or no        *
003400*                       activity at all                        *
003500*                   8 - invalid WEEKCD card                    *
003600****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 OBJECT-COMPUTER. IBM-370.
004000 SOURCE-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL WEEK-CARD-FILE ASSIGN TO "WEEKCD"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REPORT-FILE ASSIGN TO "TIMRPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  TIMING-FILE
005200     RECORDING MODE IS F.
005300 01  TIMING-RECORD.
005400     COPY TIMREC.
005500 FD  WEEK-CARD-FILE
005600     RECORDING MODE IS F.
005700 01  WEEK-CARD-RECORD.
005800     05 WK-END-DATE                  PIC X(8).
005900     05 WK-END-DATE-N REDEFINES WK-END-DATE
006000                                     PIC 9(8).
006100     05 WK-TOLERANCE                 PIC X(2).
006200     05 WK-TOLERANCE-N REDEFINES WK-TOLERANCE
006300                                     PIC 9(2).
006400     05 FILLER                       PIC X(70).
006500 FD  REPORT-FILE
006600     RECORDING MODE IS F.
006700 01  REPORT-RECORD                   PIC X(132).
006800 WORKING-STORAGE SECTION.
006900 01 WS-TIMING-EOF-SW                 PIC X VALUE "N".
007000     88 END-OF-TIMING                VALUE "Y".
007100 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
007200 01 WS-RUN-DATE                      PIC 9(8).
007300 01 WS-END-DATE                      PIC 9(8).
007400 01 WS-END-INTEGER                   PIC 9(7).
007500 01 WS-WORK-INTEGER                  PIC 9(7).
007510 01 WS-CHECK-DATE                    PIC 9(8).
007520 01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
007530     05 WS-CHECK-YEAR                PIC 9(4).
007540     05 WS-CHECK-MONTH               PIC 9(2).
007550     05 WS-CHECK-DAY                 PIC 9(2).
007560 01 WS-DATE-INTEGER                  PIC 9(7).
007600 01 WS-WEEK-FROM-DATE                PIC 9(8).
007700 01 WS-PRIOR-FROM-DATE               PIC 9(8).
007800 01 WS-PRIOR-TO-DATE                 PIC 9(8).
007900 01 WS-BASE-FROM-DATE                PIC 9(8).
008000 01 WS-TOLERANCE                     PIC 9(2) VALUE 10.
008100 01 WS-DAYS-BACK                     PIC S9(7).
008200 01 WS-DAY-SUB                       PIC 9(2).
008300 01 WS-DAY-OF-WEEK                   PIC 9.
008400 01 WS-JOB-SUB                       PIC 9(2).
008500 01 WS-JOB-FOUND-SW                  PIC X.
008600     88 JOB-FOUND                    VALUE "Y".
008700 01 WS-CLK-DATE                      PIC 9(8).
008800 01 WS-CLK-TIME.
008900     05 WS-CLK-HH                    PIC 9(2).
009000     05 WS-CLK-MM                    PIC 9(2).
009100     05 WS-CLK-SS                    PIC 9(2).
009200     05 WS-CLK-HS                    PIC 9(2).
009300 01 WS-CLK-SECONDS                   PIC 9(11).
009400 01 WS-ELAPSED-SECONDS               PIC 9(7).
009500 01 WS-ACTIVITY-COUNT                PIC 9(5) VALUE ZERO.
009600 01 WS-SLOWER-COUNT                  PIC 9(2) VALUE ZERO.
009700 01 WS-PROBLEM-RUNS                  PIC 9(5) VALUE ZERO.
009800 01 WS-AVERAGE-SECONDS               PIC 9(7)V9.
009900 01 WS-PRIOR-AVERAGE                 PIC 9(7)V9.
010000 01 WS-BASE-AVERAGE                  PIC 9(7)V9.
010100 01 WS-CHANGE-PCT                    PIC S9(5)V9.
010200 01 WS-MINUTES                       PIC 9(5)V9.
010300 01 DAY-NAMES.
010400     05 FILLER                       PIC X(21)
010500                            VALUE "MONTUEWEDTHUFRISATSUN".
010600 01 DAY-NAME-TABLE REDEFINES DAY-NAMES.
010700     05 DAY-NAME                     PIC X(3) OCCURS 7 TIMES.
010800 01 WEEK-DAY-TABLE.
010900     05 WEEK-DAY OCCURS 7 TIMES.
011000         10 WD-DATE                  PIC 9(8).
011100         10 WD-CHAIN-SECONDS         PIC 9(9).
011200 01 CHAIN-JOB-NAMES.
011300     05 FILLER                       PIC X(8) VALUE "NNREPAIR".
011400     05 FILLER                       PIC X(8) VALUE "NNROLL".
011500     05 FILLER                       PIC X(8) VALUE "NN0276".
011600     05 FILLER                       PIC X(8) VALUE "NNREJLD".
011700     05 FILLER                       PIC X(8) VALUE "NNACKMAT".
011800     05 FILLER                       PIC X(8) VALUE "NNRECON".
011900     05 FILLER                       PIC X(8) VALUE "NNAUDLD".
012000 01 CHAIN-JOB-TABLE REDEFINES CHAIN-JOB-NAMES.
012100     05 CHAIN-JOB-NAME               PIC X(8) OCCURS 7 TIMES.
012200 01 JOB-TIME-TABLE.
012300     05 JOB-ENTRY OCCURS 7 TIMES.
012400         10 JT-START-DATE            PIC 9(8).
012500         10 JT-START-SECONDS         PIC 9(11).
012600         10 JT-WEEK-RUNS             PIC 9(5).
012700         10 JT-WEEK-SECONDS          PIC 9(9).
012800         10 JT-WEEK-MAX              PIC 9(7).
012900         10 JT-WEEK-RECORDS          PIC 9(9).
013000         10 JT-WEEK-FAILED           PIC 9(5).
013100         10 JT-WEEK-OPEN             PIC 9(5).
013200         10 JT-DAY-SECONDS           PIC 9(7) OCCURS 7 TIMES.
013300         10 JT-PRIOR-RUNS            PIC 9(5).
013400         10 JT-PRIOR-SECONDS         PIC 9(9).
013500         10 JT-BASE-RUNS             PIC 9(5).
013600         10 JT-BASE-SECONDS          PIC 9(9).
013700 01 DAY-HEADING-LINE.
013800     05 FILLER                       PIC X(2) VALUE SPACES.
013900     05 FILLER                       PIC X(10) VALUE "JOB".
014000     05 DHL-DAY OCCURS 7 TIMES.
014100         10 DHL-DAY-NAME             PIC X(3).
014200         10 FILLER                   PIC X VALUE SPACE.
014300         10 DHL-MMDD                 PIC X(4).
014400         10 FILLER                   PIC X(3) VALUE SPACES.
014500     05 FILLER                       PIC X(9) VALUE "    WEEK".
014600     05 FILLER                       PIC X(34) VALUE SPACES.
014700 01 DAY-DETAIL-LINE.
014800     05 FILLER                       PIC X(2) VALUE SPACES.
014900     05 DDL-JOB-NAME                 PIC X(8).
015000     05 FILLER                       PIC X(2) VALUE SPACES.
015100     05 DDL-DAY OCCURS 7 TIMES.
015200         10 DDL-MINUTES              PIC Z(5)9.9.
015300         10 FILLER                   PIC X(3) VALUE SPACES.
015400     05 DDL-WEEK-MINUTES             PIC Z(5)9.9.
015500     05 FILLER                       PIC X(35) VALUE SPACES.
015600 01 SUMMARY-LINE.
015700     05 FILLER                       PIC X(2) VALUE SPACES.
015800     05 SUM-JOB-NAME                 PIC X(8).
015900     05 FILLER                       PIC X(2) VALUE SPACES.
016000     05 SUM-RUNS                     PIC Z(4)9.
016100     05 FILLER                       PIC X(2) VALUE SPACES.
016200     05 SUM-FAILED                   PIC Z(4)9.
016300     05 FILLER                       PIC X(2) VALUE SPACES.
016400     05 SUM-OPEN                     PIC Z(4)9.
016500     05 FILLER                       PIC X(2) VALUE SPACES.
016600     05 SUM-AVG-RECORDS              PIC Z(6)9.
016700     05 FILLER                       PIC X(2) VALUE SPACES.
016800     05 SUM-AVG-MINUTES              PIC Z(4)9.9.
016900     05 FILLER                       PIC X(2) VALUE SPACES.
017000     05 SUM-MAX-MINUTES              PIC Z(4)9.9.
017100     05 FILLER                       PIC X(2) VALUE SPACES.
017200     05 SUM-PRIOR-MINUTES            PIC X(7).
017300     05 FILLER                       PIC X(2) VALUE SPACES.
017400     05 SUM-BASE-MINUTES             PIC X(7).
017500     05 FILLER                       PIC X(2) VALUE SPACES.
017600     05 SUM-CHANGE-PCT               PIC X(8).
017700     05 FILLER                       PIC X(2) VALUE SPACES.
017800     05 SUM-TREND                    PIC X(6).
017900     05 FILLER                       PIC X(38) VALUE SPACES.
018000 01 WS-MINUTES-EDIT                  PIC Z(4)9.9.
018100 01 WS-PCT-EDIT                      PIC +(5)9.9.
018200 PROCEDURE DIVISION.
018300 0000-MAIN-PROCESS.
018400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018500     PERFORM 0100-READ-WEEK-CARD
018600     IF WS-BATCH-RC = 8
018700         MOVE WS-BATCH-RC TO RETURN-CODE
018800         GOBACK
018900     END-IF
019000     PERFORM 0150-SET-PERIODS
019100     PERFORM 0180-CLEAR-JOB-ENTRY
019200         VARYING WS-JOB-SUB FROM 1 BY 1 UNTIL WS-JOB-SUB > 7
019300     OPEN INPUT TIMING-FILE
019400     PERFORM 0200-READ-TIMING-RECORD UNTIL END-OF-TIMING
019500     CLOSE TIMING-FILE
019600     PERFORM 0280-NOTE-UNENDED-RUN
019700         VARYING WS-JOB-SUB FROM 1 BY 1 UNTIL WS-JOB-SUB > 7
019800     OPEN OUTPUT REPORT-FILE
019900     PERFORM 0500-WRITE-REPORT-HEADER
020000     PERFORM 0600-WRITE-DAY-LINE
020100         VARYING WS-JOB-SUB FROM 1 BY 1 UNTIL WS-JOB-SUB > 7
020200     PERFORM 0650-WRITE-CHAIN-DAY-LINE
020300     PERFORM 0700-WRITE-SUMMARY-HEADER
020400     PERFORM 0750-WRITE-SUMMARY-LINE
020500         VARYING WS-JOB-SUB FROM 1 BY 1 UNTIL WS-JOB-SUB > 7
020600     CLOSE REPORT-FILE
020700     IF WS-ACTIVITY-COUNT = ZERO
020800         DISPLAY "NNTIMRPT - NO CHAIN RUNS IN THE WEEK "
020900             WS-WEEK-FROM-DATE " - " WS-END-DATE
021000         MOVE 4 TO WS-BATCH-RC
021100     END-IF
021200     IF WS-SLOWER-COUNT > ZERO OR WS-PROBLEM-RUNS > ZERO
021300         IF WS-BATCH-RC < 4
021400             MOVE 4 TO WS-BATCH-RC
021500         END-IF
021600     END-IF
021700     DISPLAY "NNTIMRPT - WEEK TO " WS-END-DATE
021800         " RUNS " WS-ACTIVITY-COUNT
021900         " JOBS SLOWER " WS-SLOWER-COUNT
022000         " FAILED OR UNENDED " WS-PROBLEM-RUNS
022100     MOVE WS-BATCH-RC TO RETURN-CODE
022200     GOBACK.
022300
022400 0100-READ-WEEK-CARD.
022420*    The week-ending date gets the same calendar check as the
022440*    NNDEFREL date card: a real date survives the round trip
022460*    through its integer day number unchanged.
022500     COMPUTE WS-WORK-INTEGER =
022600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
022700     COMPUTE WS-END-DATE =
022800         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
022900     OPEN INPUT WEEK-CARD-FILE
023000     READ WEEK-CARD-FILE
023100         AT END
023200             CONTINUE
023300         NOT AT END
023400             IF WK-END-DATE NOT = SPACES
023500                 IF WK-END-DATE-N NUMERIC
023510                     MOVE WK-END-DATE-N TO WS-CHECK-DATE
023520                 ELSE
023530                     MOVE ZERO TO WS-CHECK-DATE
023540                 END-IF
023550                 IF WS-CHECK-YEAR >= 1601
023560                         AND WS-CHECK-MONTH >= 1
023570                         AND WS-CHECK-MONTH <= 12
023580                         AND WS-CHECK-DAY >= 1
023590                         AND WS-CHECK-DAY <= 31
023600                     COMPUTE WS-DATE-INTEGER =
023610                         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
023620                 ELSE
023630                     MOVE ZERO TO WS-DATE-INTEGER
023640                 END-IF
023650                 IF WS-DATE-INTEGER > ZERO
023660                         AND FUNCTION DATE-OF-INTEGER
023670                             (WS-DATE-INTEGER) = WS-CHECK-DATE
023680                     MOVE WS-CHECK-DATE TO WS-END-DATE
023800                 ELSE
023900                     DISPLAY "NNTIMRPT - BAD WEEK-ENDING DATE "
024000                         "ON WEEKCD - RUN ABORTED"
024100                     MOVE 8 TO WS-BATCH-RC
024200                 END-IF
024300             END-IF
024400             IF WK-TOLERANCE NOT = SPACES
024500                 IF WK-TOLERANCE-N NUMERIC
024600                     MOVE WK-TOLERANCE-N TO WS-TOLERANCE
024700                 ELSE
024800                     DISPLAY "NNTIMRPT - BAD TOLERANCE ON "
024900                         "WEEKCD - RUN ABORTED"
025000                     MOVE 8 TO WS-BATCH-RC
025100                 END-IF
025200             END-IF
025300     END-READ
025400     CLOSE WEEK-CARD-FILE.
025500
025600 0150-SET-PERIODS.
025700*    This week is the seven days to the week-ending date, the
025800*    prior week the seven before it, and the trend baseline
025900*    the four weeks before this one.
026000     COMPUTE WS-END-INTEGER =
026100         FUNCTION INTEGER-OF-DATE(WS-END-DATE)
026200     COMPUTE WS-WORK-INTEGER = WS-END-INTEGER - 6
026300     COMPUTE WS-WEEK-FROM-DATE =
026400         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
026500     COMPUTE WS-WORK-INTEGER = WS-END-INTEGER - 7
026600     COMPUTE WS-PRIOR-TO-DATE =
026700         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
026800     COMPUTE WS-WORK-INTEGER = WS-END-INTEGER - 13
026900     COMPUTE WS-PRIOR-FROM-DATE =
027000         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
027100     COMPUTE WS-WORK-INTEGER = WS-END-INTEGER - 34
027200     COMPUTE WS-BASE-FROM-DATE =
027300         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
027400     PERFORM 0160-SET-WEEK-DAY
027500         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
027600
027700 0160-SET-WEEK-DAY.
027800*    Day 1 of integer dates was a Monday.
027900     COMPUTE WS-WORK-INTEGER = WS-END-INTEGER - 7 + WS-DAY-SUB
028000     COMPUTE WD-DATE(WS-DAY-SUB) =
028100         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
028200     MOVE ZERO TO WD-CHAIN-SECONDS(WS-DAY-SUB)
028300     COMPUTE WS-DAY-OF-WEEK =
028400         FUNCTION MOD(WS-WORK-INTEGER - 1, 7) + 1
028500     MOVE DAY-NAME(WS-DAY-OF-WEEK) TO DHL-DAY-NAME(WS-DAY-SUB)
028600     MOVE WD-DATE(WS-DAY-SUB)(5:4) TO DHL-MMDD(WS-DAY-SUB).
028700
028800 0180-CLEAR-JOB-ENTRY.
028900     INITIALIZE JOB-ENTRY(WS-JOB-SUB).
029000
029100 0200-READ-TIMING-RECORD.
029200     READ TIMING-FILE
029300         AT END
029400             SET END-OF-TIMING TO TRUE
029500         NOT AT END
029600             PERFORM 0210-FIND-JOB
029700             IF JOB-FOUND
029800                 MOVE TIM-EVENT-DATE TO WS-CLK-DATE
029900                 MOVE TIM-EVENT-TIME TO WS-CLK-TIME
030000                 COMPUTE WS-CLK-SECONDS =
030100                     FUNCTION INTEGER-OF-DATE(WS-CLK-DATE)
030200                     * 86400 + WS-CLK-HH * 3600
030300                     + WS-CLK-MM * 60 + WS-CLK-SS
030400                 EVALUATE TRUE
030500                     WHEN TIM-JOB-STARTED
030600                         PERFORM 0250-NOTE-JOB-START
030700                     WHEN TIM-JOB-ENDED
030800                         PERFORM 0260-NOTE-JOB-END
030900                 END-EVALUATE
031000             END-IF
031100     END-READ.
031200
031300 0210-FIND-JOB.
031400*    Leaves WS-JOB-SUB on the job's chain entry when found.
031500     MOVE "N" TO WS-JOB-FOUND-SW
031600     MOVE 1 TO WS-JOB-SUB
031700     PERFORM UNTIL JOB-FOUND OR WS-JOB-SUB > 7
031800         IF CHAIN-JOB-NAME(WS-JOB-SUB) = TIM-JOB-NAME
031900             SET JOB-FOUND TO TRUE
032000         ELSE
032100             ADD 1 TO WS-JOB-SUB
032200         END-IF
032300     END-PERFORM.
032400
032500 0250-NOTE-JOB-START.
032600*    A start while the job's last start is still unpaired
032700*    means that run never ended.
032800     PERFORM 0280-NOTE-UNENDED-RUN
032900     MOVE TIM-EVENT-DATE TO JT-START-DATE(WS-JOB-SUB)
033000     MOVE WS-CLK-SECONDS TO JT-START-SECONDS(WS-JOB-SUB).
033100
033200 0260-NOTE-JOB-END.
033300     IF JT-START-SECONDS(WS-JOB-SUB) > ZERO
033400         COMPUTE WS-ELAPSED-SECONDS =
033500             WS-CLK-SECONDS - JT-START-SECONDS(WS-JOB-SUB)
033600         PERFORM 0270-TALLY-RUN
033700         MOVE ZERO TO JT-START-SECONDS(WS-JOB-SUB)
033800         MOVE ZERO TO JT-START-DATE(WS-JOB-SUB)
033900     END-IF.
034000
034100 0270-TALLY-RUN.
034200     COMPUTE WS-DAYS-BACK = WS-END-INTEGER
034300         - FUNCTION INTEGER-OF-DATE(JT-START-DATE(WS-JOB-SUB))
034400     IF WS-DAYS-BACK >= 0 AND WS-DAYS-BACK <= 6
034500         COMPUTE WS-DAY-SUB = 7 - WS-DAYS-BACK
034600         ADD 1 TO WS-ACTIVITY-COUNT
034700         ADD 1 TO JT-WEEK-RUNS(WS-JOB-SUB)
034800         ADD WS-ELAPSED-SECONDS TO JT-WEEK-SECONDS(WS-JOB-SUB)
034900         ADD WS-ELAPSED-SECONDS
035000             TO JT-DAY-SECONDS(WS-JOB-SUB, WS-DAY-SUB)
035100         ADD WS-ELAPSED-SECONDS
035200             TO WD-CHAIN-SECONDS(WS-DAY-SUB)
035300         ADD TIM-RECORD-COUNT TO JT-WEEK-RECORDS(WS-JOB-SUB)
035400         IF WS-ELAPSED-SECONDS > JT-WEEK-MAX(WS-JOB-SUB)
035500             MOVE WS-ELAPSED-SECONDS TO JT-WEEK-MAX(WS-JOB-SUB)
035600         END-IF
035700         IF TIM-RETURN-CODE NOT < 8
035800             ADD 1 TO JT-WEEK-FAILED(WS-JOB-SUB)
035900             ADD 1 TO WS-PROBLEM-RUNS
036000         END-IF
036100     END-IF
036200     IF WS-DAYS-BACK >= 7 AND WS-DAYS-BACK <= 13
036300         ADD 1 TO JT-PRIOR-RUNS(WS-JOB-SUB)
036400         ADD WS-ELAPSED-SECONDS TO JT-PRIOR-SECONDS(WS-JOB-SUB)
036500     END-IF
036600     IF WS-DAYS-BACK >= 7 AND WS-DAYS-BACK <= 34
036700         ADD 1 TO JT-BASE-RUNS(WS-JOB-SUB)
036800         ADD WS-ELAPSED-SECONDS TO JT-BASE-SECONDS(WS-JOB-SUB)
036900     END-IF.
037000
037100 0280-NOTE-UNENDED-RUN.
037200     IF JT-START-SECONDS(WS-JOB-SUB) > ZERO
037300         COMPUTE WS-DAYS-BACK = WS-END-INTEGER
037400             - FUNCTION INTEGER-OF-DATE(JT-START-DATE(WS-JOB-SUB))
037500         IF WS-DAYS-BACK >= 0 AND WS-DAYS-BACK <= 6
037600             ADD 1 TO JT-WEEK-OPEN(WS-JOB-SUB)
037700             ADD 1 TO WS-PROBLEM-RUNS
037800         END-IF
037900         MOVE ZERO TO JT-START-SECONDS(WS-JOB-SUB)
038000         MOVE ZERO TO JT-START-DATE(WS-JOB-SUB)
038100     END-IF.
038200
038300 0500-WRITE-REPORT-HEADER.
038400     MOVE "NN0276 BATCH CHAIN ELAPSED TIME - WEEKLY" TO
038500         REPORT-RECORD
038600     WRITE REPORT-RECORD
038700     MOVE SPACES TO REPORT-RECORD
038800     STRING "RUN " WS-RUN-DATE
038900         "  WEEK " WS-WEEK-FROM-DATE " - " WS-END-DATE
039000         "  PRIOR WEEK " WS-PRIOR-FROM-DATE " - "
039100         WS-PRIOR-TO-DATE
039200         "  BASELINE " WS-BASE-FROM-DATE " - "
039300         WS-PRIOR-TO-DATE
039400         DELIMITED BY SIZE INTO REPORT-RECORD
039500     WRITE REPORT-RECORD
039600     MOVE SPACES TO REPORT-RECORD
039700     WRITE REPORT-RECORD
039800     MOVE "ELAPSED MINUTES BY DAY - EVERY RUN OF THE DAY ADDED"
039900         TO REPORT-RECORD
040000     WRITE REPORT-RECORD
040100     WRITE REPORT-RECORD FROM DAY-HEADING-LINE.
040200
040300 0600-WRITE-DAY-LINE.
040400     MOVE CHAIN-JOB-NAME(WS-JOB-SUB) TO DDL-JOB-NAME
040500     PERFORM 0610-EDIT-JOB-DAY
040600         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
040700     COMPUTE WS-MINUTES ROUNDED =
040800         JT-WEEK-SECONDS(WS-JOB-SUB) / 60
040900     MOVE WS-MINUTES TO DDL-WEEK-MINUTES
041000     WRITE REPORT-RECORD FROM DAY-DETAIL-LINE.
041100
041200 0610-EDIT-JOB-DAY.
041300     COMPUTE WS-MINUTES ROUNDED =
041400         JT-DAY-SECONDS(WS-JOB-SUB, WS-DAY-SUB) / 60
041500     MOVE WS-MINUTES TO DDL-MINUTES(WS-DAY-SUB).
041600
041700 0650-WRITE-CHAIN-DAY-LINE.
041800     MOVE "CHAIN" TO DDL-JOB-NAME
041900     MOVE ZERO TO WS-ELAPSED-SECONDS
042000     PERFORM 0660-EDIT-CHAIN-DAY
042100         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
042200     COMPUTE WS-MINUTES ROUNDED = WS-ELAPSED-SECONDS / 60
042300     MOVE WS-MINUTES TO DDL-WEEK-MINUTES
042400     MOVE SPACES TO REPORT-RECORD
042500     WRITE REPORT-RECORD
042600     WRITE REPORT-RECORD FROM DAY-DETAIL-LINE.
042700
042800 0660-EDIT-CHAIN-DAY.
042900     ADD WD-CHAIN-SECONDS(WS-DAY-SUB) TO WS-ELAPSED-SECONDS
043000     COMPUTE WS-MINUTES ROUNDED =
043100         WD-CHAIN-SECONDS(WS-DAY-SUB) / 60
043200     MOVE WS-MINUTES TO DDL-MINUTES(WS-DAY-SUB).
043300
043400 0700-WRITE-SUMMARY-HEADER.
043500     MOVE SPACES TO REPORT-RECORD
043600     WRITE REPORT-RECORD
043700     MOVE SPACES TO REPORT-RECORD
043800     STRING "RUNS AND ELAPSED MINUTES PER RUN - TREND IS THIS "
043900         "WEEK AGAINST THE BASELINE, TOLERANCE " WS-TOLERANCE
044000         "%"
044100         DELIMITED BY SIZE INTO REPORT-RECORD
044200     WRITE REPORT-RECORD
044300     MOVE SPACES TO REPORT-RECORD
044400     STRING "  JOB        RUNS FAILED   OPEN AVG RECS"
044500         "  AVG MIN  MAX MIN PRIOR WK BASELINE   CHANGE%"
044600         "  TREND"
044700         DELIMITED BY SIZE INTO REPORT-RECORD
044800     WRITE REPORT-RECORD.
044900
045000 0750-WRITE-SUMMARY-LINE.
045100     MOVE CHAIN-JOB-NAME(WS-JOB-SUB) TO SUM-JOB-NAME
045200     MOVE JT-WEEK-RUNS(WS-JOB-SUB) TO SUM-RUNS
045300     MOVE JT-WEEK-FAILED(WS-JOB-SUB) TO SUM-FAILED
045400     MOVE JT-WEEK-OPEN(WS-JOB-SUB) TO SUM-OPEN
045500     MOVE ZERO TO WS-AVERAGE-SECONDS
045600     MOVE ZERO TO SUM-AVG-RECORDS
045700     IF JT-WEEK-RUNS(WS-JOB-SUB) > ZERO
045800         COMPUTE WS-AVERAGE-SECONDS ROUNDED =
045900             JT-WEEK-SECONDS(WS-JOB-SUB)
046000             / JT-WEEK-RUNS(WS-JOB-SUB)
046100         COMPUTE SUM-AVG-RECORDS ROUNDED =
046200             JT-WEEK-RECORDS(WS-JOB-SUB)
046300             / JT-WEEK-RUNS(WS-JOB-SUB)
046400     END-IF
046500     COMPUTE WS-MINUTES ROUNDED = WS-AVERAGE-SECONDS / 60
046600     MOVE WS-MINUTES TO SUM-AVG-MINUTES
046700     COMPUTE WS-MINUTES ROUNDED = JT-WEEK-MAX(WS-JOB-SUB) / 60
046800     MOVE WS-MINUTES TO SUM-MAX-MINUTES
046900     MOVE "   NONE" TO SUM-PRIOR-MINUTES
047000     IF JT-PRIOR-RUNS(WS-JOB-SUB) > ZERO
047100         COMPUTE WS-PRIOR-AVERAGE ROUNDED =
047200             JT-PRIOR-SECONDS(WS-JOB-SUB)
047300             / JT-PRIOR-RUNS(WS-JOB-SUB)
047400         COMPUTE WS-MINUTES ROUNDED = WS-PRIOR-AVERAGE / 60
047500         MOVE WS-MINUTES TO WS-MINUTES-EDIT
047600         MOVE WS-MINUTES-EDIT TO SUM-PRIOR-MINUTES
047700     END-IF
047800     MOVE "   NONE" TO SUM-BASE-MINUTES
047900     MOVE SPACES TO SUM-CHANGE-PCT
048000     EVALUATE TRUE
048100         WHEN JT-WEEK-RUNS(WS-JOB-SUB) = ZERO
048200             MOVE "IDLE" TO SUM-TREND
048300         WHEN JT-BASE-RUNS(WS-JOB-SUB) = ZERO
048400             MOVE "NEW" TO SUM-TREND
048500         WHEN OTHER
048600             PERFORM 0760-SET-TREND
048700     END-EVALUATE
048800     IF JT-BASE-RUNS(WS-JOB-SUB) > ZERO
048900         COMPUTE WS-BASE-AVERAGE ROUNDED =
049000             JT-BASE-SECONDS(WS-JOB-SUB)
049100             / JT-BASE-RUNS(WS-JOB-SUB)
049200         COMPUTE WS-MINUTES ROUNDED = WS-BASE-AVERAGE / 60
049300         MOVE WS-MINUTES TO WS-MINUTES-EDIT
049400         MOVE WS-MINUTES-EDIT TO SUM-BASE-MINUTES
049500     END-IF
049600     WRITE REPORT-RECORD FROM SUMMARY-LINE.
049700
049800 0760-SET-TREND.
049900     COMPUTE WS-BASE-AVERAGE ROUNDED =
050000         JT-BASE-SECONDS(WS-JOB-SUB) / JT-BASE-RUNS(WS-JOB-SUB)
050100     IF WS-BASE-AVERAGE > ZERO
050200         COMPUTE WS-CHANGE-PCT ROUNDED =
050300             (WS-AVERAGE-SECONDS - WS-BASE-AVERAGE) * 100
050400             / WS-BASE-AVERAGE
050500     ELSE
050600         MOVE ZERO TO WS-CHANGE-PCT
050700     END-IF
050800     MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
050900     MOVE WS-PCT-EDIT TO SUM-CHANGE-PCT
051000     EVALUATE TRUE
051100         WHEN WS-CHANGE-PCT > WS-TOLERANCE
051200             MOVE "SLOWER" TO SUM-TREND
051300             ADD 1 TO WS-SLOWER-COUNT
051400         WHEN WS-CHANGE-PCT < ZERO - WS-TOLERANCE
051500             MOVE "FASTER" TO SUM-TREND
051600         WHEN OTHER
051700             MOVE "STEADY" TO SUM-TREND
051800     END-EVALUATE.
051900  END PROGRAM nntimrpt.
