002300*    RESTART=STEP01 instead.  Rollover is now a guarded job    *
002400*    step, not a memorized procedure.                          *
002500*                                                               *
002502*    The decode job now runs several cycles a day.  Evidence   *
002504*    is checked per cycle: the newest cycle delivered on the   *
002506*    newest date (OUT-CYCLE) must have its own control record  *
002508*    (CTL-CYCLE).  If that newest date is TODAY, the new run   *
002510*    is a later cycle of the same day - the interface files    *
002512*    must be kept, because their sequences carry on through    *
002514*    the day and NNACKMAT/NNRECON still need the earlier       *
002516*    cycles' deliveries - so this step ends RC 4: the CHKPT    *
002518*    delete step still runs, the interface-file delete step    *
002520*    is skipped, and the decode step runs.                     *
002522*                                                               *
002524*    Nor is a day rolled that is not a processing day on the   *
002526*    processing calendar PROCCAL (copybook CALREC, maintained  *
002528*    on NNCL - Monday to Friday less the holidays keyed there, *
002530*    plus any weekend day keyed as worked): this step ends RC  *
002532*    8 with a console message and nothing is cleared or run,   *
002534*    unless the operator overrides it for the day with a       *
002536*    ROLLCD card:                                              *
002538*        cols  1-8   the date being rolled YYYYMMDD - it must  *
002540*                    be today, so a card left in the JCL does  *
002542*                    not carry over to the next holiday        *
002544*        cols  9-16  operator ID (required)                    *
002546*        cols 17-56  reason                                    *
002548*    The override goes to the operator console and SYSOUT.     *
002550*                                                               *
002552*    Its start and end, with its return code, go on the        *
002554*    batch-window timing history TIMEHIST (copybook TIMREC)    *
002556*    with the rest of the chain's, for the NNSLACHK deadline   *
002558*    check and the NNTIMRPT weekly elapsed-time report.        *
002560*                                                               *
002600*    Return codes:  0 - prior run complete, safe to clear     *
002610*                   4 - earlier cycle of today complete -      *
002620*                       clear CHKPT only, keep the interface   *
002630*                       files                                  *
002640*                   8 - not a processing day and no override - *
002650*                       NOTHING cleared                        *
002700*                  12 - prior run looks unfinished, NOTHING    *
002800*                       cleared - restart it first             *
002900****************************************************************
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OPTIONAL OUTBOUND-FILE ASSIGN TO "OUTBOUND"
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
004120         ORGANIZATION IS SEQUENTIAL.
004130     SELECT CALENDAR-FILE ASSIGN TO "PROCCAL"
004140         ORGANIZATION IS INDEXED
004150         ACCESS MODE IS SEQUENTIAL
004160         RECORD KEY IS CAL-DATE
004170         FILE STATUS IS WS-PROCCAL-STATUS.
004180     SELECT OPTIONAL OVERRIDE-CARD-FILE ASSIGN TO "ROLLCD"
004190         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RUN-CONTROL-FILE
004900     RECORDING MODE IS F.
005000 01  OUTBOUND-RECORD.
005100     COPY OUTREC.
005105 FD  TIMING-FILE
005110     RECORDING MODE IS F.
005115 01  TIMING-RECORD.
005120     COPY TIMREC.
005125 FD  CALENDAR-FILE.
005130 01  CALENDAR-RECORD.
005135     COPY CALREC.
005140 FD  OVERRIDE-CARD-FILE
005145     RECORDING MODE IS F.
005150 01  OVERRIDE-CARD-RECORD.
005155     05 OV-ROLL-DATE                 PIC X(8).
005160     05 OV-OPERATOR                  PIC X(8).
005165     05 OV-REASON                    PIC X(40).
005170     05 FILLER                       PIC X(24).
005200 WORKING-STORAGE SECTION.
005300 01 WS-JOB-NAME                      PIC X(8) VALUE "NN0276".
005400 01 WS-CTL-EOF-SW                    PIC X VALUE "N".
005700     88 END-OF-OUTBOUND              VALUE "Y".
005800 01 WS-OUTBOUND-COUNT                PIC 9(7) VALUE ZERO.
005900 01 WS-NEWEST-OUT-DATE               PIC 9(8) VALUE ZERO.
005920 01 WS-NEWEST-OUT-CYCLE              PIC X VALUE SPACE.
005940 01 WS-WORK-CYCLE                    PIC X.
005960 01 WS-TODAY                         PIC 9(8).
006000 01 WS-COMPLETE-SW                   PIC X VALUE "N".
006100     88 PRIOR-RUN-COMPLETE           VALUE "Y".
006120 01 WS-TIMING-EVENT                  PIC X.
006140     88 TIMING-START                 VALUE "S".
006160     88 TIMING-END                   VALUE "E".
006200 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
006205 01 WS-OVERRIDE-SW                   PIC X VALUE "N".
006210     88 ROLL-OVERRIDDEN              VALUE "Y".
006215 01 WS-PROCCAL-STATUS                PIC X(2).
006220 01 WS-CALENDAR-EOF-SW               PIC X VALUE "N".
006225     88 END-OF-CALENDAR              VALUE "Y".
006230 01 WS-CAL-COUNT                     PIC 9(4) VALUE ZERO.
006235 01 CALENDAR-TABLE.
006240     05 CALENDAR-ENTRY OCCURS 1 TO 1000 TIMES
006245             DEPENDING ON WS-CAL-COUNT
006250             ASCENDING KEY IS CT-DATE
006255             INDEXED BY CAL-IDX.
006260         10 CT-DATE                  PIC 9(8).
006265         10 CT-DAY-TYPE              PIC X.
006270 01 WS-BDAY-INTEGER                  PIC 9(7).
006275 01 WS-BDAY-DATE                     PIC 9(8).
006280 01 WS-BDAY-DOW                      PIC 9.
006285 01 WS-PROCESSING-DAY-SW             PIC X.
006290     88 PROCESSING-DAY               VALUE "Y".
006300 PROCEDURE DIVISION.
006400 0000-MAIN-PROCESS.
006405     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006410     SET TIMING-START TO TRUE
006415     PERFORM 0990-WRITE-TIMING-RECORD
006420     PERFORM 0940-LOAD-CALENDAR
006425     PERFORM 0050-CHECK-PROCESSING-DAY
006430     IF WS-BATCH-RC = 8
006435         SET TIMING-END TO TRUE
006440         PERFORM 0990-WRITE-TIMING-RECORD
006445         MOVE WS-BATCH-RC TO RETURN-CODE
006450         GOBACK
006455     END-IF
006500     OPEN INPUT OUTBOUND-FILE
006600     PERFORM 0100-SCAN-OUTBOUND UNTIL END-OF-OUTBOUND
006700     CLOSE OUTBOUND-FILE
007200         OPEN INPUT RUN-CONTROL-FILE
007300         PERFORM 0200-SCAN-CONTROL UNTIL END-OF-CONTROL
007400         CLOSE RUN-CONTROL-FILE
007450         EVALUATE TRUE
007500             WHEN NOT PRIOR-RUN-COMPLETE
007550                 DISPLAY "NNROLL - DELIVERIES OF "
007600                     WS-NEWEST-OUT-DATE " CYCLE "
007650                     WS-NEWEST-OUT-CYCLE " HAVE NO CONTROL "
007700                     "RECORD - THE PRIOR RUN LOOKS UNFINISHED"
007750                 DISPLAY "NN0276 ROLLOVER REFUSED - PRIOR RUN "
007800                     "UNFINISHED, NOTHING CLEARED - RESUBMIT "
007850                     "THE DECODE JOB WITH RESTART=STEP01"
007900                     UPON OPERATOR-CONSOLE
007950                 MOVE 12 TO WS-BATCH-RC
008000             WHEN WS-NEWEST-OUT-DATE = WS-TODAY
008050                 DISPLAY "NNROLL - CYCLE " WS-NEWEST-OUT-CYCLE
008100                     " OF " WS-NEWEST-OUT-DATE " WROTE ITS "
008150                     "CONTROL RECORD - SAME-DAY CYCLE, "
008200                     "INTERFACE FILES KEPT"
008250                 MOVE 4 TO WS-BATCH-RC
008300             WHEN OTHER
008350                 DISPLAY "NNROLL - RUN OF " WS-NEWEST-OUT-DATE
008400                     " WROTE ITS CONTROL RECORD - SAFE TO "
008450                     "CLEAR"
008500         END-EVALUATE
008800     END-IF
008820     SET TIMING-END TO TRUE
008840     PERFORM 0990-WRITE-TIMING-RECORD
008900     MOVE WS-BATCH-RC TO RETURN-CODE
009000     GOBACK.
009002
009004 0050-CHECK-PROCESSING-DAY.
009006     COMPUTE WS-BDAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY)
009008     PERFORM 0960-TEST-PROCESSING-DAY
009010     IF NOT PROCESSING-DAY
009012         PERFORM 0060-READ-OVERRIDE-CARD
009014         IF ROLL-OVERRIDDEN
009016             DISPLAY "NNROLL - " WS-TODAY " IS NOT A PROCESSING "
009018                 "DAY - ROLLOVER OVERRIDDEN BY " OV-OPERATOR
009020                 " - " OV-REASON
009022             DISPLAY "NN0276 ROLLOVER ON NON-PROCESSING DAY "
009024                 WS-TODAY " OVERRIDDEN BY " OV-OPERATOR
009026                 UPON OPERATOR-CONSOLE
009028         ELSE
009030             DISPLAY "NNROLL - " WS-TODAY " IS NOT A PROCESSING "
009032                 "DAY AND HAS NO ROLLCD OVERRIDE"
009034             DISPLAY "NN0276 ROLLOVER REFUSED - " WS-TODAY
009036                 " IS NOT A PROCESSING DAY, NOTHING CLEARED - "
009038                 "TO RUN ANYWAY RESUBMIT WITH A ROLLCD CARD"
009040                 UPON OPERATOR-CONSOLE
009042             MOVE 8 TO WS-BATCH-RC
009044         END-IF
009046     END-IF.
009048
009050 0060-READ-OVERRIDE-CARD.
009052     OPEN INPUT OVERRIDE-CARD-FILE
009054     READ OVERRIDE-CARD-FILE
009056         AT END
009058             CONTINUE
009060         NOT AT END
009062             IF OV-ROLL-DATE = WS-TODAY
009064                 AND OV-OPERATOR NOT = SPACES
009066                 SET ROLL-OVERRIDDEN TO TRUE
009068             ELSE
009070                 DISPLAY "NNROLL - ROLLCD CARD FOR " OV-ROLL-DATE
009072                     " OPERATOR " OV-OPERATOR " IGNORED"
009074                     " - IT MUST NAME TODAY AND AN OPERATOR"
009076             END-IF
009078     END-READ
009080     CLOSE OVERRIDE-CARD-FILE.
009100
009200 0100-SCAN-OUTBOUND.
009300     READ OUTBOUND-FILE
009500             SET END-OF-OUTBOUND TO TRUE
009600         NOT AT END
009700             ADD 1 TO WS-OUTBOUND-COUNT
009720             MOVE OUT-CYCLE TO WS-WORK-CYCLE
009740             IF WS-WORK-CYCLE = SPACE
009760                 MOVE "1" TO WS-WORK-CYCLE
009780             END-IF
009800             IF OUT-RUN-DATE > WS-NEWEST-OUT-DATE
009900                 MOVE OUT-RUN-DATE TO WS-NEWEST-OUT-DATE
009910                 MOVE WS-WORK-CYCLE TO WS-NEWEST-OUT-CYCLE
009920             ELSE
009930                 IF OUT-RUN-DATE = WS-NEWEST-OUT-DATE
009940                     AND WS-WORK-CYCLE > WS-NEWEST-OUT-CYCLE
009950                     MOVE WS-WORK-CYCLE TO WS-NEWEST-OUT-CYCLE
009960                 END-IF
010000             END-IF
010100     END-READ.
010200
010500         AT END
010600             SET END-OF-CONTROL TO TRUE
010700         NOT AT END
010720             MOVE CTL-CYCLE TO WS-WORK-CYCLE
010740             IF WS-WORK-CYCLE = SPACE
010760                 MOVE "1" TO WS-WORK-CYCLE
010780             END-IF
010800             IF CTL-JOB-NAME = WS-JOB-NAME
010900                 AND CTL-RUN-DATE = WS-NEWEST-OUT-DATE
010950                 AND WS-WORK-CYCLE = WS-NEWEST-OUT-CYCLE
011000                 SET PRIOR-RUN-COMPLETE TO TRUE
011100             END-IF
011200     END-READ.
011201
011202 0940-LOAD-CALENDAR.
011203*    The processing calendar holds only the exceptions to the
011204*    Monday-to-Friday week - weekday holidays and worked
011205*    weekend days - in date order, which SEARCH ALL relies on.
011206*    A newly defined, empty cluster opens with status 35 and
011207*    leaves the plain week.
011208     OPEN INPUT CALENDAR-FILE
011209     EVALUATE WS-PROCCAL-STATUS
011210         WHEN "00"
011211         WHEN "97"
011212             PERFORM 0945-READ-CALENDAR-ENTRY
011213                 UNTIL END-OF-CALENDAR
011214             CLOSE CALENDAR-FILE
011215         WHEN "35"
011216             DISPLAY "NNROLL - PROCCAL IS EMPTY - MONDAY TO "
011217                 "FRIDAY ARE THE PROCESSING DAYS"
011218         WHEN OTHER
011219             DISPLAY "NNROLL - PROCCAL OPEN FAILED, STATUS "
011220                 WS-PROCCAL-STATUS " - MONDAY TO FRIDAY ONLY"
011221     END-EVALUATE.
011222
011223 0945-READ-CALENDAR-ENTRY.
011224     READ CALENDAR-FILE
011225         AT END
011226             SET END-OF-CALENDAR TO TRUE
011227         NOT AT END
011228             IF CAL-VALID-DAY-TYPE AND CAL-DATE NUMERIC
011229                 IF WS-CAL-COUNT < 1000
011230                     ADD 1 TO WS-CAL-COUNT
011231                     MOVE CAL-DATE-N TO CT-DATE(WS-CAL-COUNT)
011232                     MOVE CAL-DAY-TYPE
011233                         TO CT-DAY-TYPE(WS-CAL-COUNT)
011234                 ELSE
011235                     DISPLAY "NNROLL - MORE THAN 1000 CALENDAR "
011236                         "ENTRIES - " CAL-DATE " IGNORED"
011237                 END-IF
011238             END-IF
011239     END-READ.
011240
011241 0960-TEST-PROCESSING-DAY.
011242*    Sets PROCESSING-DAY for the day WS-BDAY-INTEGER: Monday to
011243*    Friday process and weekends do not, unless the calendar
011244*    says otherwise.  Day 1 of integer dates was a Monday.
011245     COMPUTE WS-BDAY-DOW =
011246         FUNCTION MOD(WS-BDAY-INTEGER - 1, 7) + 1
011247     IF WS-BDAY-DOW < 6
011248         SET PROCESSING-DAY TO TRUE
011249     ELSE
011250         MOVE "N" TO WS-PROCESSING-DAY-SW
011251     END-IF
011252     IF WS-CAL-COUNT > ZERO
011253         COMPUTE WS-BDAY-DATE =
011254             FUNCTION DATE-OF-INTEGER(WS-BDAY-INTEGER)
011255         SEARCH ALL CALENDAR-ENTRY
011256             AT END
011257                 CONTINUE
011258             WHEN CT-DATE(CAL-IDX) = WS-BDAY-DATE
011259                 IF CT-DAY-TYPE(CAL-IDX) = "H"
011260                     MOVE "N" TO WS-PROCESSING-DAY-SW
011261                 ELSE
011262                     SET PROCESSING-DAY TO TRUE
011263                 END-IF
011264         END-SEARCH
011265     END-IF.
011266
011267 0990-WRITE-TIMING-RECORD.
011268*    Batch-window timing history - an S record as the job's
011269*    first act, an E record with its return code as its last.
011270     OPEN EXTEND TIMING-FILE
011271     MOVE SPACES TO TIMING-RECORD
011272     MOVE "NNROLL" TO TIM-JOB-NAME
011273     MOVE WS-TIMING-EVENT TO TIM-EVENT
011274     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
011275     ACCEPT TIM-EVENT-TIME FROM TIME
011276     MOVE ZERO TO TIM-RETURN-CODE
011277     MOVE ZERO TO TIM-RECORD-COUNT
011278     IF TIM-JOB-ENDED
011279         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
011280         MOVE WS-OUTBOUND-COUNT TO TIM-RECORD-COUNT
011281     END-IF
011282     WRITE TIMING-RECORD
011283     CLOSE TIMING-FILE.
011300  END PROGRAM nnroll.
