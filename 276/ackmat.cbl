002520*    shop later acknowledges the resend (job NN0276R, decode-  *
002540*    run sequence), the replayed entry is retired too.         *
002600*                                                               *
002610*    Ages and the replay threshold are counted in PROCESSING   *
002620*    days from the processing calendar PROCCAL (copybook       *
002630*    CALREC, maintained on NNCL) - the processing days after   *
002640*    the delivery date up to and including the run date - so   *
002650*    an answer the downstream shop has not opened over a       *
002660*    weekend or a holiday is not aged or replayed for it.      *
002670*                                                               *
002700*    ACKIN card layout (80 bytes):                             *
002800*        cols  1-8   job name     (OUT-JOB-NAME as delivered)  *
002900*        cols  9-12  sequence     (OUT-SEQUENCE as delivered)  *
003000*                                                               *
003100*    THRESHCD card layout (80 bytes):                          *
003200*        cols 1-3  replay age threshold in processing days     *
003300*                  (001-999); missing or invalid defaults to   *
003400*                  3 days and sets RC 4 so operations notices. *
003500*                                                               *
003505*    The decode job runs several cycles a day and the          *
003510*    interface files keep every cycle's deliveries until day   *
003515*    rollover, so each run takes ONE cycle's deliveries off    *
003520*    OUTBOUND - the earlier cycles' unacknowledged answers     *
003525*    are already on PENDIN.  Run it after every cycle.         *
003530*    CYCLECD card layout (80 bytes, optional):                 *
003535*        cols 1-8  delivery run date YYYYMMDD                  *
003540*        col  9    decode cycle 1-9 - blank takes every cycle  *
003545*                  of the date (catching up a whole day)       *
003550*    With no card the newest date and cycle on OUTBOUND is     *
003555*    taken, which is the cycle that has just run; a bad card   *
003560*    falls back to the same and sets RC 4.  Generated B cards  *
003565*    carry the entry's cycle in col 18.                        *
003570*                                                               *
003575*    Its start and end, with its return code, go on the        *
003580*    batch-window timing history TIMEHIST (copybook TIMREC)    *
003585*    with the rest of the chain's, for the NNSLACHK deadline   *
003590*    check and the NNTIMRPT weekly elapsed-time report.        *
003595*                                                               *
003600*    Return codes:  0 - every outbound answer acknowledged     *
003700*                   4 - ACKs present that match no delivery,   *
003750*                       or the THRESHCD card was defaulted,    *
003800*                       or the PROCCAL calendar would not open *
003900*                   8 - unacknowledged answers pending (the    *
004000*                       report shows which were replayed)      *
004100****************************************************************
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT OPTIONAL THRESHOLD-CARD-FILE ASSIGN TO "THRESHCD"
005900         ORGANIZATION IS SEQUENTIAL.
005910     SELECT OPTIONAL CYCLE-CARD-FILE ASSIGN TO "CYCLECD"
005920         ORGANIZATION IS SEQUENTIAL.
005930     SELECT CALENDAR-FILE ASSIGN TO "PROCCAL"
005940         ORGANIZATION IS INDEXED
005950         ACCESS MODE IS SEQUENTIAL
005960         RECORD KEY IS CAL-DATE
005970         FILE STATUS IS WS-PROCCAL-STATUS.
006000     SELECT REPORT-FILE ASSIGN TO "ACKRPT"
006020         ORGANIZATION IS SEQUENTIAL.
006040     SELECT OPTIONAL TIMING-FILE ASSIGN TO "TIMEHIST"
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
008300     05 RPL-SELECT-TYPE              PIC X.
008400     05 RPL-KEY-RUN-DATE             PIC 9(8).
008500     05 RPL-KEY-SEQUENCE             PIC 9(4).
008550     05 FILLER                       PIC X(4).
008600     05 RPL-KEY-CYCLE                PIC X.
008650     05 FILLER                       PIC X(62).
008700 FD  THRESHOLD-CARD-FILE
008800     RECORDING MODE IS F.
008900 01  THRESHOLD-CARD-RECORD.
009000     05 TC-THRESHOLD-DAYS            PIC 9(3).
009100     05 FILLER                       PIC X(77).
009110 FD  CYCLE-CARD-FILE
009120     RECORDING MODE IS F.
009130 01  CYCLE-CARD-RECORD.
009140     05 CC-RUN-DATE                  PIC 9(8).
009150     05 CC-CYCLE                     PIC X.
009160     05 FILLER                       PIC X(71).
009170 FD  CALENDAR-FILE.
009180 01  CALENDAR-RECORD.
009190     COPY CALREC.
009200 FD  REPORT-FILE
009300     RECORDING MODE IS F.
009400 01  REPORT-RECORD                   PIC X(132).
009420 FD  TIMING-FILE
009440     RECORDING MODE IS F.
009460 01  TIMING-RECORD.
009480     COPY TIMREC.
009500 WORKING-STORAGE SECTION.
009600 01 WS-ACK-EOF-SW                    PIC X VALUE "N".
009700     88 END-OF-ACKS                  VALUE "Y".
011000 01 WS-AGE-2-COUNT                   PIC 9(4) VALUE ZERO.
011100 01 WS-AGE-3-COUNT                   PIC 9(4) VALUE ZERO.
011200 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
011220 01 WS-TIMING-EVENT                  PIC X.
011240     88 TIMING-START                 VALUE "S".
011260     88 TIMING-END                   VALUE "E".
011300 01 WS-THRESHOLD-DAYS                PIC 9(3) VALUE 3.
011400 01 WS-RUN-DATE                      PIC 9(8).
011500 01 WS-TODAY-INTEGER                 PIC 9(7).
011600 01 WS-DELIVERY-INTEGER              PIC 9(7).
011700 01 WS-AGE-DAYS                      PIC S9(5).
011702 01 WS-PROCCAL-STATUS                PIC X(2).
011704 01 WS-CALENDAR-EOF-SW               PIC X VALUE "N".
011706     88 END-OF-CALENDAR              VALUE "Y".
011708 01 WS-CAL-COUNT                     PIC 9(4) VALUE ZERO.
011710 01 CALENDAR-TABLE.
011712     05 CALENDAR-ENTRY OCCURS 1 TO 1000 TIMES
011714             DEPENDING ON WS-CAL-COUNT
011716             ASCENDING KEY IS CT-DATE
011718             INDEXED BY CAL-IDX.
011720         10 CT-DATE                  PIC 9(8).
011722         10 CT-DAY-TYPE              PIC X.
011724 01 WS-BDAY-FROM-INTEGER             PIC 9(7).
011726 01 WS-BDAY-TO-INTEGER               PIC 9(7).
011728 01 WS-BDAY-INTEGER                  PIC 9(7).
011730 01 WS-BDAY-DATE                     PIC 9(8).
011732 01 WS-BDAY-DOW                      PIC 9.
011734 01 WS-BDAY-COUNT                    PIC 9(5).
011736 01 WS-BDAY-LAST-FROM                PIC 9(7) VALUE ZERO.
011738 01 WS-BDAY-LAST-TO                  PIC 9(7) VALUE ZERO.
011740 01 WS-BDAY-LAST-COUNT               PIC 9(5) VALUE ZERO.
011742 01 WS-PROCESSING-DAY-SW             PIC X.
011744     88 PROCESSING-DAY               VALUE "Y".
011800 01 WS-MATCH-SW                      PIC X.
011900     88 ACK-MATCHED                  VALUE "Y".
012000 01 WS-MATCH-JOB-NAME                PIC X(8).
012110 01 WS-REPLAY-JOB-NAME               PIC X(8) VALUE "NN0276R".
012120 01 WS-REPLAY-ACKED-COUNT            PIC 9(4) VALUE ZERO.
012200 01 WS-AGE-LABEL                     PIC X(7).
012210 01 WS-SELECT-DATE                   PIC 9(8) VALUE ZERO.
012220 01 WS-SELECT-CYCLE                  PIC X VALUE SPACE.
012230 01 WS-SELECT-CARD-SW                PIC X VALUE "N".
012240     88 CYCLE-CARD-GIVEN             VALUE "Y".
012250 01 WS-OUT-CYCLE                     PIC X.
012260 01 WS-OTHER-CYCLE-COUNT             PIC 9(4) VALUE ZERO.
012300 01 PENDING-WORK.
012400     COPY PNDREC.
012500 01 ACK-TABLE.
013700     05 DET-SEQUENCE                 PIC 9(4).
013800     05 FILLER                       PIC X(2) VALUE SPACES.
013900     05 DET-RUN-DATE                 PIC 9(8).
013920     05 FILLER                       PIC X VALUE ".".
013940     05 DET-CYCLE                    PIC X.
014000     05 FILLER                       PIC X(2) VALUE SPACES.
014100     05 DET-STATION-ID               PIC X(4).
014200     05 FILLER                       PIC X(2) VALUE SPACES.
014400     05 FILLER                       PIC X(2) VALUE SPACES.
014500     05 DET-REPLAY-FLAG              PIC X(3).
014600     05 FILLER                       PIC X(2) VALUE SPACES.
014700     05 DET-ANSWER                   PIC X(82).
014800 PROCEDURE DIVISION.
014900 0000-MAIN-PROCESS.
015000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015020     SET TIMING-START TO TRUE
015040     PERFORM 0990-WRITE-TIMING-RECORD
015100     COMPUTE WS-TODAY-INTEGER =
015200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
015300     PERFORM 0100-LOAD-ACKS
015400     PERFORM 0120-READ-THRESHOLD-CARD
015420     PERFORM 0940-LOAD-CALENDAR
015440     PERFORM 0130-SELECT-CYCLE
015500     OPEN OUTPUT REPORT-FILE
015600     OPEN OUTPUT PENDING-OUT-FILE
015700     OPEN OUTPUT REPLAY-CARD-FILE
017800             MOVE 8 TO WS-BATCH-RC
017900         END-IF
018000     END-IF
018020     DISPLAY "NNACKMAT - CYCLE TAKEN " WS-SELECT-DATE "."
018040         WS-SELECT-CYCLE " OTHER CYCLES LEFT "
018060         WS-OTHER-CYCLE-COUNT
018100     DISPLAY "NNACKMAT - PENDING " WS-UNACKED-COUNT
018200         " REPLAY CARDS CUT " WS-REPLAY-COUNT
018220     SET TIMING-END TO TRUE
018240     PERFORM 0990-WRITE-TIMING-RECORD
018300     MOVE WS-BATCH-RC TO RETURN-CODE
018400     GOBACK.
018500
022900     END-READ
023000     CLOSE THRESHOLD-CARD-FILE.
023100
023101 0130-SELECT-CYCLE.
023102     OPEN INPUT CYCLE-CARD-FILE
023103     READ CYCLE-CARD-FILE
023104         AT END
023105             CONTINUE
023106         NOT AT END
023107             IF CC-RUN-DATE NUMERIC AND CC-RUN-DATE > ZERO
023108                 AND (CC-CYCLE = SPACE
023109                     OR (CC-CYCLE >= "1" AND CC-CYCLE <= "9"))
023110                 MOVE CC-RUN-DATE TO WS-SELECT-DATE
023111                 MOVE CC-CYCLE TO WS-SELECT-CYCLE
023112                 SET CYCLE-CARD-GIVEN TO TRUE
023113             ELSE
023114                 DISPLAY "NNACKMAT - BAD CYCLECD CARD "
023115                     CC-RUN-DATE CC-CYCLE
023116                     " - TAKING THE NEWEST CYCLE"
023117                 IF WS-BATCH-RC < 4
023118                     MOVE 4 TO WS-BATCH-RC
023119                 END-IF
023120             END-IF
023121     END-READ
023122     CLOSE CYCLE-CARD-FILE
023123     IF NOT CYCLE-CARD-GIVEN
023124         OPEN INPUT OUTBOUND-FILE
023125         PERFORM 0140-FIND-NEWEST-CYCLE UNTIL END-OF-OUTBOUND
023126         CLOSE OUTBOUND-FILE
023127         MOVE "N" TO WS-OUT-EOF-SW
023128     END-IF.
023129
023130 0140-FIND-NEWEST-CYCLE.
023131     READ OUTBOUND-FILE
023132         AT END
023133             SET END-OF-OUTBOUND TO TRUE
023134         NOT AT END
023135             PERFORM 0145-SET-OUT-CYCLE
023136             IF OUT-RUN-DATE > WS-SELECT-DATE
023137                 MOVE OUT-RUN-DATE TO WS-SELECT-DATE
023138                 MOVE WS-OUT-CYCLE TO WS-SELECT-CYCLE
023139             ELSE
023140                 IF OUT-RUN-DATE = WS-SELECT-DATE
023141                     AND WS-OUT-CYCLE > WS-SELECT-CYCLE
023142                     MOVE WS-OUT-CYCLE TO WS-SELECT-CYCLE
023143                 END-IF
023144             END-IF
023145     END-READ.
023146
023147 0145-SET-OUT-CYCLE.
023148     MOVE OUT-CYCLE TO WS-OUT-CYCLE
023149     IF WS-OUT-CYCLE = SPACE
023150         MOVE "1" TO WS-OUT-CYCLE
023151     END-IF.
023152
023200 0150-WRITE-REPORT-HEADER.
023300     MOVE "NN0276 UNACKNOWLEDGED OUTBOUND ANSWERS" TO
023400         REPORT-RECORD
023600     MOVE SPACES TO REPORT-RECORD
023700     STRING "RUN DATE " WS-RUN-DATE
023800         "  ACKS ON FILE " WS-ACK-COUNT
023820         "  REPLAY THRESHOLD " WS-THRESHOLD-DAYS
023840         " PROCESSING DAYS"
023860         "  DELIVERIES OF " WS-SELECT-DATE " CYCLE "
023880         WS-SELECT-CYCLE
024000         DELIMITED BY SIZE INTO REPORT-RECORD
024100     WRITE REPORT-RECORD
024200     MOVE "  JOB NAME  SEQ   DELIVERED.C  STN   AGE      RPL  AN
024300-        "SWER" TO REPORT-RECORD
024400     WRITE REPORT-RECORD.
024500
024600 0200-MATCH-PRIOR-PENDING.
026500         AT END
026600             SET END-OF-OUTBOUND TO TRUE
026700         NOT AT END
026800             PERFORM 0145-SET-OUT-CYCLE
026900             IF OUT-RUN-DATE = WS-SELECT-DATE
027000                 AND (WS-SELECT-CYCLE = SPACE
027100                     OR WS-OUT-CYCLE = WS-SELECT-CYCLE)
027200                 PERFORM 0260-MATCH-DELIVERY
027400             ELSE
027500                 ADD 1 TO WS-OTHER-CYCLE-COUNT
027700             END-IF
027800     END-READ.
027805
027810 0260-MATCH-DELIVERY.
027815*    Another cycle's delivery is not looked at here - the run
027820*    after that cycle already matched it or carried it on the
027825*    pending file.
027830     ADD 1 TO WS-DELIVERED-COUNT
027835     MOVE OUT-JOB-NAME TO WS-MATCH-JOB-NAME
027840     MOVE OUT-SEQUENCE TO WS-MATCH-SEQUENCE
027845     PERFORM 0300-FIND-ACK
027850     IF ACK-MATCHED
027855         ADD 1 TO WS-MATCHED-COUNT
027860     ELSE
027865         PERFORM 0350-BUILD-PENDING-ENTRY
027870         PERFORM 0400-CARRY-PENDING-ENTRY
027875     END-IF.
027900
028000 0300-FIND-ACK.
028100     MOVE "N" TO WS-MATCH-SW
030000     MOVE OUT-ANSWER TO PND-ANSWER
030100     MOVE OUT-RUN-DATE TO PND-RUN-DATE
030200     MOVE OUT-SOURCE-SEQ TO PND-SOURCE-SEQ
030250     MOVE WS-OUT-CYCLE TO PND-CYCLE
030300     MOVE "N" TO PND-REPLAYED-SW.
030400
030500 0400-CARRY-PENDING-ENTRY.
030600     ADD 1 TO WS-UNACKED-COUNT
030700     COMPUTE WS-DELIVERY-INTEGER =
030800         FUNCTION INTEGER-OF-DATE(PND-RUN-DATE)
030850     MOVE WS-DELIVERY-INTEGER TO WS-BDAY-FROM-INTEGER
030900     MOVE WS-TODAY-INTEGER TO WS-BDAY-TO-INTEGER
030950     PERFORM 0950-COUNT-BUSINESS-DAYS
031000     MOVE WS-BDAY-COUNT TO WS-AGE-DAYS
031100     IF WS-AGE-DAYS < ZERO
031200         MOVE ZERO TO WS-AGE-DAYS
031300     END-IF
033700     MOVE "B" TO RPL-SELECT-TYPE
033800     MOVE PND-RUN-DATE TO RPL-KEY-RUN-DATE
033900     MOVE PND-SOURCE-SEQ TO RPL-KEY-SEQUENCE
033950     MOVE PND-CYCLE TO RPL-KEY-CYCLE
034000     WRITE REPLAY-CARD-RECORD
034100     ADD 1 TO WS-REPLAY-COUNT
034200     SET PENDING-REPLAYED TO TRUE
034300     DISPLAY "NNACKMAT - REPLAY CARD CUT FOR RUN "
034400         PND-RUN-DATE " SEQUENCE " PND-SOURCE-SEQ
034500         " AGED " WS-AGE-DAYS " PROCESSING DAYS".
034600
034700 0500-WRITE-PENDING-DETAIL.
034800     MOVE PND-JOB-NAME TO DET-JOB-NAME
034900     MOVE PND-SEQUENCE TO DET-SEQUENCE
035000     MOVE PND-RUN-DATE TO DET-RUN-DATE
035010     IF PND-CYCLE = SPACE
035020         MOVE "1" TO DET-CYCLE
035030     ELSE
035040         MOVE PND-CYCLE TO DET-CYCLE
035050     END-IF
035100     MOVE PND-STATION-ID TO DET-STATION-ID
035200     MOVE WS-AGE-LABEL TO DET-AGE-LABEL
035300     IF PENDING-REPLAYED
039000         "  REPLAY CARDS " WS-REPLAY-COUNT
039050         "  REPLAY ACKS " WS-REPLAY-ACKED-COUNT
039100         DELIMITED BY SIZE INTO REPORT-RECORD
039101     WRITE REPORT-RECORD.
039102
039103 0940-LOAD-CALENDAR.
039104*    The processing calendar holds only the exceptions to the
039105*    Monday-to-Friday week - weekday holidays and worked
039106*    weekend days - in date order, which SEARCH ALL relies on.
039107*    A newly defined, empty cluster opens with status 35 and
039108*    leaves the plain week.
039109     OPEN INPUT CALENDAR-FILE
039110     EVALUATE WS-PROCCAL-STATUS
039111         WHEN "00"
039112         WHEN "97"
039113             PERFORM 0945-READ-CALENDAR-ENTRY
039114                 UNTIL END-OF-CALENDAR
039115             CLOSE CALENDAR-FILE
039116         WHEN "35"
039117             DISPLAY "NNACKMAT - PROCCAL IS EMPTY - MONDAY TO "
039118                 "FRIDAY ARE THE PROCESSING DAYS"
039119         WHEN OTHER
039120             DISPLAY "NNACKMAT - PROCCAL OPEN FAILED, STATUS "
039121                 WS-PROCCAL-STATUS " - AGING ON MONDAY TO FRIDAY"
039122             IF WS-BATCH-RC < 4
039123                 MOVE 4 TO WS-BATCH-RC
039124             END-IF
039125     END-EVALUATE.
039126
039127 0945-READ-CALENDAR-ENTRY.
039128     READ CALENDAR-FILE
039129         AT END
039130             SET END-OF-CALENDAR TO TRUE
039131         NOT AT END
039132             IF CAL-VALID-DAY-TYPE AND CAL-DATE NUMERIC
039133                 IF WS-CAL-COUNT < 1000
039134                     ADD 1 TO WS-CAL-COUNT
039135                     MOVE CAL-DATE-N TO CT-DATE(WS-CAL-COUNT)
039136                     MOVE CAL-DAY-TYPE
039137                         TO CT-DAY-TYPE(WS-CAL-COUNT)
039138                 ELSE
039139                     DISPLAY "NNACKMAT - MORE THAN 1000 CALENDAR "
039140                         "ENTRIES - " CAL-DATE " IGNORED"
039141                 END-IF
039142             END-IF
039143     END-READ.
039144
039145 0950-COUNT-BUSINESS-DAYS.
039146*    Processing days after WS-BDAY-FROM-INTEGER up to and
039147*    including WS-BDAY-TO-INTEGER - the age in business days,
039148*    as seen on the to day, of an item dated the from day.
039149*    Items arrive grouped by date, so the last answer is kept.
039150     IF WS-BDAY-FROM-INTEGER NOT = WS-BDAY-LAST-FROM
039151         OR WS-BDAY-TO-INTEGER NOT = WS-BDAY-LAST-TO
039152         MOVE ZERO TO WS-BDAY-LAST-COUNT
039153         COMPUTE WS-BDAY-INTEGER = WS-BDAY-FROM-INTEGER + 1
039154         PERFORM 0955-COUNT-ONE-DAY
039155             UNTIL WS-BDAY-INTEGER > WS-BDAY-TO-INTEGER
039156         MOVE WS-BDAY-FROM-INTEGER TO WS-BDAY-LAST-FROM
039157         MOVE WS-BDAY-TO-INTEGER TO WS-BDAY-LAST-TO
039158     END-IF
039159     MOVE WS-BDAY-LAST-COUNT TO WS-BDAY-COUNT.
039160
039161 0955-COUNT-ONE-DAY.
039162     PERFORM 0960-TEST-PROCESSING-DAY
039163     IF PROCESSING-DAY
039164         ADD 1 TO WS-BDAY-LAST-COUNT
039165     END-IF
039166     ADD 1 TO WS-BDAY-INTEGER.
039167
039168 0960-TEST-PROCESSING-DAY.
039169*    Sets PROCESSING-DAY for the day WS-BDAY-INTEGER: Monday to
039170*    Friday process and weekends do not, unless the calendar
039171*    says otherwise.  Day 1 of integer dates was a Monday.
039172     COMPUTE WS-BDAY-DOW =
039173         FUNCTION MOD(WS-BDAY-INTEGER - 1, 7) + 1
039174     IF WS-BDAY-DOW < 6
039175         SET PROCESSING-DAY TO TRUE
039176     ELSE
039177         MOVE "N" TO WS-PROCESSING-DAY-SW
039178     END-IF
039179     IF WS-CAL-COUNT > ZERO
039180         COMPUTE WS-BDAY-DATE =
039181             FUNCTION DATE-OF-INTEGER(WS-BDAY-INTEGER)
039182         SEARCH ALL CALENDAR-ENTRY
039183             AT END
039184                 CONTINUE
039185             WHEN CT-DATE(CAL-IDX) = WS-BDAY-DATE
039186                 IF CT-DAY-TYPE(CAL-IDX) = "H"
039187                     MOVE "N" TO WS-PROCESSING-DAY-SW
039188                 ELSE
039189                     SET PROCESSING-DAY TO TRUE
039190                 END-IF
039191         END-SEARCH
039192     END-IF.
039193
039194 0990-WRITE-TIMING-RECORD.
039195*    Batch-window timing history - an S record as the job's
039196*    first act, an E record with its return code as its last.
039197     OPEN EXTEND TIMING-FILE
039198     MOVE SPACES TO TIMING-RECORD
039199     MOVE "NNACKMAT" TO TIM-JOB-NAME
039200     MOVE WS-TIMING-EVENT TO TIM-EVENT
039201     ACCEPT TIM-EVENT-DATE FROM DATE YYYYMMDD
039202     ACCEPT TIM-EVENT-TIME FROM TIME
039203     MOVE ZERO TO TIM-RETURN-CODE
039204     MOVE ZERO TO TIM-RECORD-COUNT
039205     MOVE WS-SELECT-CYCLE TO TIM-CYCLE
039206     IF TIM-JOB-ENDED
039207         MOVE WS-BATCH-RC TO TIM-RETURN-CODE
039208         MOVE WS-DELIVERED-COUNT TO TIM-RECORD-COUNT
039209     END-IF
039210     WRITE TIMING-RECORD
039211     CLOSE TIMING-FILE.
039300  END PROGRAM nnackmat.
