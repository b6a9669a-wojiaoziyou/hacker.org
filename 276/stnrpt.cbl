001100*    (RCPTIN, copybook RCPREC) over an operator date range     *
001300*    and prints one line per sending station: messages         *
001400*    received (decoded plus duplicates plus rejects),          *
001420*    decoded (delivered, releases included), rejected by       *
001440*    reason (CT/CK/RT/ST/BT),                                  *
001500*    reject percentage, the same percentage for the prior      *
001600*    period of equal length, and a BETTER/WORSE/STEADY trend   *
001700*    flag.  Operations takes STNRPT to the monthly station     *
001900*                                                               *
002000*    The audit history carries no station of origin, so the    *
002100*    per-station decoded counts come from the receipts file -  *
002120*    it carries the station on every delivered disposition     *
002140*    (DECODED and the three RELEASED- take-ups) and,           *
002200*    unlike the interface files (which the day rollover        *
002250*    clears), it is MOD-appended history that covers any       *
002300*    date range.  The audit history is read for the same      *
002800*        cols  1-8   from date YYYYMMDD (required)             *
002900*        cols  9-16  to date YYYYMMDD (blank or zero = the     *
003000*                    from date)                                *
003020*    The prior period ends the day before the from date and    *
003040*    holds the same number of PROCESSING days as the period    *
003060*    reported, counted from the processing calendar PROCCAL    *
003080*    (copybook CALREC, maintained on NNCL), so a period with   *
003100*    a holiday in it is compared like for like.  A period of   *
003120*    no processing days at all is compared with the same       *
003140*    number of calendar days.                                  *
003300*                                                               *
003400*    Return codes:  0 - report printed                         *
003450*                   4 - no activity in the date range, or the  *
003500*                       PROCCAL calendar would not open        *
003600*                   8 - missing or invalid DATECD card         *
003700****************************************************************
003800 ENVIRONMENT DIVISION.
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT DATE-CARD-FILE ASSIGN TO "DATECD"
005100         ORGANIZATION IS SEQUENTIAL.
005110     SELECT CALENDAR-FILE ASSIGN TO "PROCCAL"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS SEQUENTIAL
005140         RECORD KEY IS CAL-DATE
005150         FILE STATUS IS WS-PROCCAL-STATUS.
005200     SELECT REPORT-FILE ASSIGN TO "STNRPT"
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
007100     05 DC-FROM-DATE                 PIC 9(8).
007200     05 DC-TO-DATE                   PIC 9(8).
007300     05 FILLER                       PIC X(64).
007320 FD  CALENDAR-FILE.
007340 01  CALENDAR-RECORD.
007360     COPY CALREC.
007400 FD  REPORT-FILE
007500     RECORDING MODE IS F.
007600 01  REPORT-RECORD                   PIC X(132).
009000 01 WS-FROM-INTEGER                  PIC 9(7).
009100 01 WS-TO-INTEGER                    PIC 9(7).
009200 01 WS-PERIOD-DAYS                   PIC 9(5).
009202 01 WS-PERIOD-BDAYS                  PIC 9(5).
009204 01 WS-PRIOR-BDAYS                   PIC 9(5).
009206 01 WS-PROCCAL-STATUS                PIC X(2).
009208 01 WS-CALENDAR-EOF-SW               PIC X VALUE "N".
009210     88 END-OF-CALENDAR              VALUE "Y".
009212 01 WS-CAL-COUNT                     PIC 9(4) VALUE ZERO.
009214 01 CALENDAR-TABLE.
009216     05 CALENDAR-ENTRY OCCURS 1 TO 1000 TIMES
009218             DEPENDING ON WS-CAL-COUNT
009220             ASCENDING KEY IS CT-DATE
009222             INDEXED BY CAL-IDX.
009224         10 CT-DATE                  PIC 9(8).
009226         10 CT-DAY-TYPE              PIC X.
009228 01 WS-BDAY-FROM-INTEGER             PIC 9(7).
009230 01 WS-BDAY-TO-INTEGER               PIC 9(7).
009232 01 WS-BDAY-INTEGER                  PIC 9(7).
009234 01 WS-BDAY-DATE                     PIC 9(8).
009236 01 WS-BDAY-DOW                      PIC 9.
009238 01 WS-BDAY-COUNT                    PIC 9(5).
009240 01 WS-BDAY-LAST-FROM                PIC 9(7) VALUE ZERO.
009242 01 WS-BDAY-LAST-TO                  PIC 9(7) VALUE ZERO.
009244 01 WS-BDAY-LAST-COUNT               PIC 9(5) VALUE ZERO.
009246 01 WS-PROCESSING-DAY-SW             PIC X.
009248     88 PROCESSING-DAY               VALUE "Y".
009300 01 WS-WORK-INTEGER                  PIC 9(7).
009400 01 WS-PERIOD-SW                     PIC X.
009500     88 IN-CURRENT-PERIOD            VALUE "C".
011600         10 ST-STATION-ID            PIC X(4).
011700         10 ST-CUR-DECODED           PIC 9(5).
011750         10 ST-CUR-DUP               PIC 9(5).
011760         10 ST-CUR-RELEASED          PIC 9(5).
011800         10 ST-CUR-CT                PIC 9(5).
011900         10 ST-CUR-CK                PIC 9(5).
012000         10 ST-CUR-RT                PIC 9(5).
012200         10 ST-CUR-BT                PIC 9(5).
012300         10 ST-PRI-DECODED           PIC 9(5).
012350         10 ST-PRI-DUP               PIC 9(5).
012360         10 ST-PRI-RELEASED          PIC 9(5).
012400         10 ST-PRI-CT                PIC 9(5).
012500         10 ST-PRI-CK                PIC 9(5).
012600         10 ST-PRI-RT                PIC 9(5).
015800         MOVE WS-BATCH-RC TO RETURN-CODE
015900         GOBACK
016000     END-IF
016050     PERFORM 0940-LOAD-CALENDAR
016100     PERFORM 0150-SET-PRIOR-PERIOD
016200     OPEN INPUT REJECT-FILE
016300     PERFORM 0200-TALLY-REJECT UNTIL END-OF-REJECTS
022300     COMPUTE WS-WORK-INTEGER = WS-FROM-INTEGER - 1
022400     COMPUTE WS-PRIOR-TO-DATE =
022500         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
022510     MOVE WS-WORK-INTEGER TO WS-BDAY-FROM-INTEGER
022520     MOVE WS-TO-INTEGER TO WS-BDAY-TO-INTEGER
022530     PERFORM 0950-COUNT-BUSINESS-DAYS
022540     MOVE WS-BDAY-COUNT TO WS-PERIOD-BDAYS
022550     IF WS-PERIOD-BDAYS = ZERO
022560         COMPUTE WS-WORK-INTEGER =
022570             WS-FROM-INTEGER - WS-PERIOD-DAYS
022580     ELSE
022590*        Back from the from date until as many processing days
022600*        have been passed as the period holds.
022610         MOVE ZERO TO WS-PRIOR-BDAYS
022620         MOVE WS-FROM-INTEGER TO WS-BDAY-INTEGER
022630         PERFORM 0160-STEP-BACK-ONE-DAY
022640             UNTIL WS-PRIOR-BDAYS = WS-PERIOD-BDAYS
022650         MOVE WS-BDAY-INTEGER TO WS-WORK-INTEGER
022660     END-IF
022800     COMPUTE WS-PRIOR-FROM-DATE =
022900         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
022910
022920 0160-STEP-BACK-ONE-DAY.
022930     SUBTRACT 1 FROM WS-BDAY-INTEGER
022940     PERFORM 0960-TEST-PROCESSING-DAY
022950     IF PROCESSING-DAY
022960         ADD 1 TO WS-PRIOR-BDAYS
022970     END-IF.
023000
023100 0170-CLASSIFY-DATE.
023200     EVALUATE TRUE
026000             MOVE WS-TEST-STATION TO ST-STATION-ID(STN-IDX)
026100             MOVE ZERO TO ST-CUR-DECODED(STN-IDX)
026150             MOVE ZERO TO ST-CUR-DUP(STN-IDX)
026160             MOVE ZERO TO ST-CUR-RELEASED(STN-IDX)
026200             MOVE ZERO TO ST-CUR-CT(STN-IDX)
026300             MOVE ZERO TO ST-CUR-CK(STN-IDX)
026400             MOVE ZERO TO ST-CUR-RT(STN-IDX)
026600             MOVE ZERO TO ST-CUR-BT(STN-IDX)
026700             MOVE ZERO TO ST-PRI-DECODED(STN-IDX)
026750             MOVE ZERO TO ST-PRI-DUP(STN-IDX)
026760             MOVE ZERO TO ST-PRI-RELEASED(STN-IDX)
026800             MOVE ZERO TO ST-PRI-CT(STN-IDX)
026900             MOVE ZERO TO ST-PRI-CK(STN-IDX)
027000             MOVE ZERO TO ST-PRI-RT(STN-IDX)
032500             ELSE
032600                 ADD 1 TO ST-PRI-BT(STN-IDX)
032700             END-IF
032720         WHEN REJECT-HOLD-FAILED
032740*            A failure of our own hold stores, not the
032760*            station's - not counted against it.
032780             CONTINUE
032800         WHEN OTHER
032900             DISPLAY "NNSTNRPT - UNKNOWN REASON CODE "
033000                 REJ-REASON-CODE " ON REJECT " REJ-SEQUENCE
033400 0300-TALLY-RECEIPT.
033420*    Reject receipts are skipped - those are tallied from the
033440*    suspense file itself, and counting them here would
033445*    double-count.  DUPLICATE and held receipts feed only the
033450*    received total: the transmission arrived but was neither
033455*    delivered nor rejected.  A release taken up later is
033460*    delivered (it is on the audit history like a DECODED
033465*    answer) but was already received once, so it is also
033470*    counted as a release and left out of received.
033500     READ RECEIPT-FILE
033600         AT END
033700             SET END-OF-RECEIPTS TO TRUE
033800         NOT AT END
033820             EVALUATE RCP-DISPOSITION
033840                 WHEN "DECODED"
033845                 WHEN "RELEASED-DUP"
033850                 WHEN "RELEASED-RVW"
033855                 WHEN "RELEASED-DEF"
033860                     PERFORM 0350-TALLY-DECODED-RECEIPT
033865                 WHEN "DUPLICATE"
033866                 WHEN "HELD-REVIEW"
033867                 WHEN "HELD-DEFERRED"
033868                 WHEN "REVIEW-FAILED"
033869                 WHEN "DEFER-FAILED"
033870                     PERFORM 0360-TALLY-DUPLICATE-RECEIPT
033875                 WHEN OTHER
033880                     CONTINUE
034600                 ADD 1 TO ST-CUR-DECODED(STN-IDX)
034700             ELSE
034800                 ADD 1 TO ST-PRI-DECODED(STN-IDX)
034810             END-IF
034820             IF RCP-DISPOSITION NOT = "DECODED"
034830                 IF IN-CURRENT-PERIOD
034840                     ADD 1 TO ST-CUR-RELEASED(STN-IDX)
034850                 ELSE
034860                     ADD 1 TO ST-PRI-RELEASED(STN-IDX)
034870                 END-IF
034900             END-IF
035000         END-IF
035100         IF IN-CURRENT-PERIOD
037500     STRING "RUN " WS-RUN-DATE
037600         "  PERIOD " WS-FROM-DATE " - " WS-TO-DATE
037700         "  PRIOR " WS-PRIOR-FROM-DATE " - " WS-PRIOR-TO-DATE
037750         "  (" WS-PERIOD-BDAYS " PROCESSING DAYS EACH)"
037800         DELIMITED BY SIZE INTO REPORT-RECORD
037900     WRITE REPORT-RECORD
038000     MOVE SPACES TO REPORT-RECORD
039000         + ST-CUR-RT(STN-IDX) + ST-CUR-ST(STN-IDX)
039100         + ST-CUR-BT(STN-IDX)
039200     COMPUTE WS-CUR-RECEIVED =
039250         ST-CUR-DECODED(STN-IDX) - ST-CUR-RELEASED(STN-IDX)
039300         + ST-CUR-DUP(STN-IDX)
039350         + WS-CUR-REJECTS
039400     COMPUTE WS-PRI-REJECTS =
039500         ST-PRI-CT(STN-IDX) + ST-PRI-CK(STN-IDX)
039600         + ST-PRI-RT(STN-IDX) + ST-PRI-ST(STN-IDX)
039700         + ST-PRI-BT(STN-IDX)
039800     COMPUTE WS-PRI-RECEIVED =
039850         ST-PRI-DECODED(STN-IDX) - ST-PRI-RELEASED(STN-IDX)
039900         + ST-PRI-DUP(STN-IDX)
039950         + WS-PRI-REJECTS
040000     IF WS-CUR-RECEIVED > ZERO
040100         COMPUTE WS-CUR-PCT ROUNDED =
044450             DELIMITED BY SIZE INTO REPORT-RECORD
044500         WRITE REPORT-RECORD
044600     END-IF.
044601
044602 0940-LOAD-CALENDAR.
044603*    The processing calendar holds only the exceptions to the
044604*    Monday-to-Friday week - weekday holidays and worked
044605*    weekend days - in date order, which SEARCH ALL relies on.
044606*    A newly defined, empty cluster opens with status 35 and
044607*    leaves the plain week.
044608     OPEN INPUT CALENDAR-FILE
044609     EVALUATE WS-PROCCAL-STATUS
044610         WHEN "00"
044611         WHEN "97"
044612             PERFORM 0945-READ-CALENDAR-ENTRY
044613                 UNTIL END-OF-CALENDAR
044614             CLOSE CALENDAR-FILE
044615         WHEN "35"
044616             DISPLAY "NNSTNRPT - PROCCAL IS EMPTY - MONDAY TO "
044617                 "FRIDAY ARE THE PROCESSING DAYS"
044618         WHEN OTHER
044619             DISPLAY "NNSTNRPT - PROCCAL OPEN FAILED, STATUS "
044620                 WS-PROCCAL-STATUS " - MONDAY TO FRIDAY ONLY"
044621             IF WS-BATCH-RC < 4
044622                 MOVE 4 TO WS-BATCH-RC
044623             END-IF
044624     END-EVALUATE.
044625
044626 0945-READ-CALENDAR-ENTRY.
044627     READ CALENDAR-FILE
044628         AT END
044629             SET END-OF-CALENDAR TO TRUE
044630         NOT AT END
044631             IF CAL-VALID-DAY-TYPE AND CAL-DATE NUMERIC
044632                 IF WS-CAL-COUNT < 1000
044633                     ADD 1 TO WS-CAL-COUNT
044634                     MOVE CAL-DATE-N TO CT-DATE(WS-CAL-COUNT)
044635                     MOVE CAL-DAY-TYPE
044636                         TO CT-DAY-TYPE(WS-CAL-COUNT)
044637                 ELSE
044638                     DISPLAY "NNSTNRPT - MORE THAN 1000 CALENDAR "
044639                         "ENTRIES - " CAL-DATE " IGNORED"
044640                 END-IF
044641             END-IF
044642     END-READ.
044643
044644 0950-COUNT-BUSINESS-DAYS.
044645*    Processing days after WS-BDAY-FROM-INTEGER up to and
044646*    including WS-BDAY-TO-INTEGER - the age in business days,
044647*    as seen on the to day, of an item dated the from day.
044648*    Items arrive grouped by date, so the last answer is kept.
044649     IF WS-BDAY-FROM-INTEGER NOT = WS-BDAY-LAST-FROM
044650         OR WS-BDAY-TO-INTEGER NOT = WS-BDAY-LAST-TO
044651         MOVE ZERO TO WS-BDAY-LAST-COUNT
044652         COMPUTE WS-BDAY-INTEGER = WS-BDAY-FROM-INTEGER + 1
044653         PERFORM 0955-COUNT-ONE-DAY
044654             UNTIL WS-BDAY-INTEGER > WS-BDAY-TO-INTEGER
044655         MOVE WS-BDAY-FROM-INTEGER TO WS-BDAY-LAST-FROM
044656         MOVE WS-BDAY-TO-INTEGER TO WS-BDAY-LAST-TO
044657     END-IF
044658     MOVE WS-BDAY-LAST-COUNT TO WS-BDAY-COUNT.
044659
044660 0955-COUNT-ONE-DAY.
044661     PERFORM 0960-TEST-PROCESSING-DAY
044662     IF PROCESSING-DAY
044663         ADD 1 TO WS-BDAY-LAST-COUNT
044664     END-IF
044665     ADD 1 TO WS-BDAY-INTEGER.
044666
044667 0960-TEST-PROCESSING-DAY.
044668*    Sets PROCESSING-DAY for the day WS-BDAY-INTEGER: Monday to
044669*    Friday process and weekends do not, unless the calendar
044670*    says otherwise.  Day 1 of integer dates was a Monday.
044671     COMPUTE WS-BDAY-DOW =
044672         FUNCTION MOD(WS-BDAY-INTEGER - 1, 7) + 1
044673     IF WS-BDAY-DOW < 6
044674         SET PROCESSING-DAY TO TRUE
044675     ELSE
044676         MOVE "N" TO WS-PROCESSING-DAY-SW
044677     END-IF
044678     IF WS-CAL-COUNT > ZERO
044679         COMPUTE WS-BDAY-DATE =
044680             FUNCTION DATE-OF-INTEGER(WS-BDAY-INTEGER)
044681         SEARCH ALL CALENDAR-ENTRY
044682             AT END
044683                 CONTINUE
044684             WHEN CT-DATE(CAL-IDX) = WS-BDAY-DATE
044685                 IF CT-DAY-TYPE(CAL-IDX) = "H"
044686                     MOVE "N" TO WS-PROCESSING-DAY-SW
044687                 ELSE
044688                     SET PROCESSING-DAY TO TRUE
044689                 END-IF
044690         END-SEARCH
044691     END-IF.
044700  END PROGRAM nnstnrpt.
