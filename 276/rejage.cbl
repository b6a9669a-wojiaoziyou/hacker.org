000900*    ages it from REJ-RUN-DATE into the same 1 DAY / 2 DAYS /  *
001000*    3+ DAYS buckets the NNACKMAT report uses, and prints the  *
001100*    backlog on AGERPT broken down by station and reason code  *
001120*    (CT/CK/RT/ST/BT, with BG and BR counted under BT) with    *
001140*    the oldest age per station.  HR and HD rejects - a        *
001160*    failure of our own hold stores - are aged but not         *
001180*    charged to the station.                                   *
001300*                                                               *
001310*    Ages are counted in PROCESSING days from the processing   *
001320*    calendar PROCCAL (copybook CALREC, maintained on NNCL):   *
001330*    a reject from Friday is one day old on Monday, and the    *
001340*    holiday in between does not count either, so a long       *
001350*    weekend no longer fills the 3+ DAYS bucket or pages the   *
001360*    on-call analyst.  Age is the number of processing days    *
001370*    after REJ-RUN-DATE up to and including the run date.      *
001380*                                                               *
001400*    THRESHCD card layout (80 bytes):                          *
001500*        cols 1-3  escalation age threshold in processing days *
001600*                  (001-999).                                  *
001700*    A missing or invalid card defaults to 3 days and sets RC  *
001800*    4 so operations notices.                                  *
002000*    Return codes (the scheduler pages on 8 and above):        *
002100*        0 - suspense file empty                               *
002200*        4 - backlog exists, all of it younger than the        *
002250*            threshold (or the THRESHCD card was defaulted,    *
002300*            or the PROCCAL calendar would not open)           *
002400*        8 - rejects at or over the threshold                  *
002500*       12 - rejects at or over TWICE the threshold            *
002600****************************************************************
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL THRESHOLD-CARD-FILE ASSIGN TO "THRESHCD"
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT CALENDAR-FILE ASSIGN TO "PROCCAL"
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS SEQUENTIAL
003640         RECORD KEY IS CAL-DATE
003650         FILE STATUS IS WS-PROCCAL-STATUS.
003700     SELECT REPORT-FILE ASSIGN TO "AGERPT"
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004700 01  THRESHOLD-CARD-RECORD.
004800     05 TC-THRESHOLD-DAYS            PIC 9(3).
004900     05 FILLER                       PIC X(77).
004920 FD  CALENDAR-FILE.
004940 01  CALENDAR-RECORD.
004960     COPY CALREC.
005000 FD  REPORT-FILE
005100     RECORDING MODE IS F.
005200 01  REPORT-RECORD                   PIC X(132).
006700 01 WS-OVER-THRESHOLD-COUNT          PIC 9(5) VALUE ZERO.
006800 01 WS-OVER-DOUBLE-COUNT             PIC 9(5) VALUE ZERO.
006900 01 WS-OLDEST-AGE                    PIC 9(5) VALUE ZERO.
006902 01 WS-PROCCAL-STATUS                PIC X(2).
006904 01 WS-CALENDAR-EOF-SW               PIC X VALUE "N".
006906     88 END-OF-CALENDAR              VALUE "Y".
006908 01 WS-CAL-COUNT                     PIC 9(4) VALUE ZERO.
006910 01 CALENDAR-TABLE.
006912     05 CALENDAR-ENTRY OCCURS 1 TO 1000 TIMES
006914             DEPENDING ON WS-CAL-COUNT
006916             ASCENDING KEY IS CT-DATE
006918             INDEXED BY CAL-IDX.
006920         10 CT-DATE                  PIC 9(8).
006922         10 CT-DAY-TYPE              PIC X.
006924 01 WS-BDAY-FROM-INTEGER             PIC 9(7).
006926 01 WS-BDAY-TO-INTEGER               PIC 9(7).
006928 01 WS-BDAY-INTEGER                  PIC 9(7).
006930 01 WS-BDAY-DATE                     PIC 9(8).
006932 01 WS-BDAY-DOW                      PIC 9.
006934 01 WS-BDAY-COUNT                    PIC 9(5).
006936 01 WS-BDAY-LAST-FROM                PIC 9(7) VALUE ZERO.
006938 01 WS-BDAY-LAST-TO                  PIC 9(7) VALUE ZERO.
006940 01 WS-BDAY-LAST-COUNT               PIC 9(5) VALUE ZERO.
006942 01 WS-PROCESSING-DAY-SW             PIC X.
006944     88 PROCESSING-DAY               VALUE "Y".
007000 01 WS-STATION-FOUND-SW              PIC X.
007100     88 STATION-FOUND                VALUE "Y".
007200 01 WS-STATION-COUNT                 PIC 9(2) VALUE ZERO.
010800     COMPUTE WS-TODAY-INTEGER =
010900         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
011000     PERFORM 0100-READ-THRESHOLD-CARD
011050     PERFORM 0940-LOAD-CALENDAR
011100     COMPUTE WS-DOUBLE-THRESHOLD = WS-THRESHOLD-DAYS * 2
011200     OPEN INPUT REJECT-FILE
011300     PERFORM 0200-AGE-REJECT UNTIL END-OF-REJECTS
012200     PERFORM 0900-SET-ESCALATION-RC
012300     DISPLAY "NNREJAGE - SUSPENDED " WS-REJECT-COUNT
012400         " OVER THRESHOLD " WS-OVER-THRESHOLD-COUNT
012450         " OLDEST " WS-OLDEST-AGE " PROCESSING DAYS RC "
012500         WS-BATCH-RC
012600     MOVE WS-BATCH-RC TO RETURN-CODE
012700     GOBACK.
012800
015800 0300-BUCKET-ONE-REJECT.
015900     COMPUTE WS-REJECT-INTEGER =
016000         FUNCTION INTEGER-OF-DATE(REJ-RUN-DATE)
016050     MOVE WS-REJECT-INTEGER TO WS-BDAY-FROM-INTEGER
016100     MOVE WS-TODAY-INTEGER TO WS-BDAY-TO-INTEGER
016150     PERFORM 0950-COUNT-BUSINESS-DAYS
016200     MOVE WS-BDAY-COUNT TO WS-AGE-DAYS
016300     IF WS-AGE-DAYS < ZERO
016400         MOVE ZERO TO WS-AGE-DAYS
016500     END-IF
019300                 ADD 1 TO SA-ST-COUNT(STN-IDX)
019400             WHEN REJECT-BATCH
019500                 ADD 1 TO SA-BT-COUNT(STN-IDX)
019520             WHEN REJECT-HOLD-FAILED
019540*                A failure of our own hold stores, not the
019560*                station's - aged above but not charged to it.
019580                 CONTINUE
019600             WHEN OTHER
019700                 DISPLAY "NNREJAGE - UNKNOWN REASON CODE "
019800                     REJ-REASON-CODE " ON REJECT "
024100     WRITE REPORT-RECORD
024200     MOVE SPACES TO REPORT-RECORD
024300     STRING "RUN DATE " WS-RUN-DATE
024350         "  THRESHOLD " WS-THRESHOLD-DAYS " PROCESSING DAYS"
024400         "  (AGES IN PROCESSING DAYS FROM PROCCAL)"
024500         DELIMITED BY SIZE INTO REPORT-RECORD
024600     WRITE REPORT-RECORD
024700     MOVE SPACES TO REPORT-RECORD
028100     MOVE SPACES TO REPORT-RECORD
028200     STRING "OVER THRESHOLD " WS-OVER-THRESHOLD-COUNT
028300         "  OVER TWICE THRESHOLD " WS-OVER-DOUBLE-COUNT
028400         "  OLDEST " WS-OLDEST-AGE " PROCESSING DAYS"
028500         DELIMITED BY SIZE INTO REPORT-RECORD
028600     WRITE REPORT-RECORD.
028700
030100             MOVE 12 TO WS-BATCH-RC
030200         END-IF
030300     END-IF.
030301
030302 0940-LOAD-CALENDAR.
030303*    The processing calendar holds only the exceptions to the
030304*    Monday-to-Friday week - weekday holidays and worked
030305*    weekend days - in date order, which SEARCH ALL relies on.
030306*    A newly defined, empty cluster opens with status 35 and
030307*    leaves the plain week.
030308     OPEN INPUT CALENDAR-FILE
030309     EVALUATE WS-PROCCAL-STATUS
030310         WHEN "00"
030311         WHEN "97"
030312             PERFORM 0945-READ-CALENDAR-ENTRY
030313                 UNTIL END-OF-CALENDAR
030314             CLOSE CALENDAR-FILE
030315         WHEN "35"
030316             DISPLAY "NNREJAGE - PROCCAL IS EMPTY - MONDAY TO "
030317                 "FRIDAY ARE THE PROCESSING DAYS"
030318         WHEN OTHER
030319             DISPLAY "NNREJAGE - PROCCAL OPEN FAILED, STATUS "
030320                 WS-PROCCAL-STATUS " - AGING ON MONDAY TO FRIDAY"
030321             IF WS-BATCH-RC < 4
030322                 MOVE 4 TO WS-BATCH-RC
030323             END-IF
030324     END-EVALUATE.
030325
030326 0945-READ-CALENDAR-ENTRY.
030327     READ CALENDAR-FILE
030328         AT END
030329             SET END-OF-CALENDAR TO TRUE
030330         NOT AT END
030331             IF CAL-VALID-DAY-TYPE AND CAL-DATE NUMERIC
030332                 IF WS-CAL-COUNT < 1000
030333                     ADD 1 TO WS-CAL-COUNT
030334                     MOVE CAL-DATE-N TO CT-DATE(WS-CAL-COUNT)
030335                     MOVE CAL-DAY-TYPE
030336                         TO CT-DAY-TYPE(WS-CAL-COUNT)
030337                 ELSE
030338                     DISPLAY "NNREJAGE - MORE THAN 1000 CALENDAR "
030339                         "ENTRIES - " CAL-DATE " IGNORED"
030340                 END-IF
030341             END-IF
030342     END-READ.
030343
030344 0950-COUNT-BUSINESS-DAYS.
030345*    Processing days after WS-BDAY-FROM-INTEGER up to and
030346*    including WS-BDAY-TO-INTEGER - the age in business days,
030347*    as seen on the to day, of an item dated the from day.
030348*    Items arrive grouped by date, so the last answer is kept.
030349     IF WS-BDAY-FROM-INTEGER NOT = WS-BDAY-LAST-FROM
030350         OR WS-BDAY-TO-INTEGER NOT = WS-BDAY-LAST-TO
030351         MOVE ZERO TO WS-BDAY-LAST-COUNT
030352         COMPUTE WS-BDAY-INTEGER = WS-BDAY-FROM-INTEGER + 1
030353         PERFORM 0955-COUNT-ONE-DAY
030354             UNTIL WS-BDAY-INTEGER > WS-BDAY-TO-INTEGER
030355         MOVE WS-BDAY-FROM-INTEGER TO WS-BDAY-LAST-FROM
030356         MOVE WS-BDAY-TO-INTEGER TO WS-BDAY-LAST-TO
030357     END-IF
030358     MOVE WS-BDAY-LAST-COUNT TO WS-BDAY-COUNT.
030359
030360 0955-COUNT-ONE-DAY.
030361     PERFORM 0960-TEST-PROCESSING-DAY
030362     IF PROCESSING-DAY
030363         ADD 1 TO WS-BDAY-LAST-COUNT
030364     END-IF
030365     ADD 1 TO WS-BDAY-INTEGER.
030366
030367 0960-TEST-PROCESSING-DAY.
030368*    Sets PROCESSING-DAY for the day WS-BDAY-INTEGER: Monday to
030369*    Friday process and weekends do not, unless the calendar
030370*    says otherwise.  Day 1 of integer dates was a Monday.
030371     COMPUTE WS-BDAY-DOW =
030372         FUNCTION MOD(WS-BDAY-INTEGER - 1, 7) + 1
030373     IF WS-BDAY-DOW < 6
030374         SET PROCESSING-DAY TO TRUE
030375     ELSE
030376         MOVE "N" TO WS-PROCESSING-DAY-SW
030377     END-IF
030378     IF WS-CAL-COUNT > ZERO
030379         COMPUTE WS-BDAY-DATE =
030380             FUNCTION DATE-OF-INTEGER(WS-BDAY-INTEGER)
030381         SEARCH ALL CALENDAR-ENTRY
030382             AT END
030383                 CONTINUE
030384             WHEN CT-DATE(CAL-IDX) = WS-BDAY-DATE
030385                 IF CT-DAY-TYPE(CAL-IDX) = "H"
030386                     MOVE "N" TO WS-PROCESSING-DAY-SW
030387                 ELSE
030388                     SET PROCESSING-DAY TO TRUE
030389                 END-IF
030390         END-SEARCH
030391     END-IF.
030400  END PROGRAM nnrejage.
