000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nndefrel.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Daily release of deferred (type D) transmissions for      *
000600*    NN0276.  The decode run checks, reconciles and dup-checks *
000700*    a deferred transmission as normal, then holds it on       *
000800*    NN0276.DEFERRED.VSAM (DEFVSAM, copybook DEFREC) until its *
000900*    release date.  This job, run once a day ahead of the      *
001000*    first decode cycle, browses the store and:                *
001100*        1  releases every held transmission whose release     *
001200*           date has arrived (status R) - the next decode run  *
001300*           takes the releases up and delivers them through    *
001400*           the normal route, with their own receipts          *
001500*        2  lists for the help desk every transmission still   *
001600*           waiting, with its station, release date,           *
001700*           destination and the days still to go               *
001800*        3  lists every release from an earlier day that no    *
001900*           decode run has taken up yet                        *
002000*    and prints the store totals.  A held transmission is      *
002100*    cancelled before its release on the NNDF transaction;     *
002200*    cancelled ones are never released.                        *
002300*                                                              *
002400*    DATECD card layout (80 bytes, optional):                  *
002500*        cols 1-8  release date YYYYMMDD - defaults to the     *
002600*                  system date.  Everything due on or before   *
002700*                  it is released.                             *
002800*                                                              *
002900*    Return codes:  0 - run complete                           *
003000*                   4 - a release from an earlier day is still *
003100*                       waiting for a decode run, or the       *
003200*                       DATECD card was bad                    *
003300*                  12 - DEFVSAM open or rewrite failure        *
003400****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 OBJECT-COMPUTER. IBM-370.
003800 SOURCE-COMPUTER. IBM-370.
003900 SPECIAL-NAMES.
004000     CONSOLE IS OPERATOR-CONSOLE.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL DATE-CARD-FILE ASSIGN TO "DATECD"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT DEFERRED-FILE ASSIGN TO "DEFVSAM"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DEF-KEY
004900         FILE STATUS IS WS-DEFFILE-STATUS.
005000     SELECT REPORT-FILE ASSIGN TO "DEFRPT"
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DATE-CARD-FILE
005500     RECORDING MODE IS F.
005600 01  DATE-CARD-RECORD.
005700     05 DC-RELEASE-DATE              PIC 9(8).
005800     05 FILLER                       PIC X(72).
005900 FD  DEFERRED-FILE.
006000 01  DEFERRED-RECORD.
006100     COPY DEFREC.
006200 FD  REPORT-FILE
006300     RECORDING MODE IS F.
006400 01  REPORT-RECORD                   PIC X(132).
006500 WORKING-STORAGE SECTION.
006600 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
006700 01 WS-RUN-DATE                      PIC 9(8).
006800 01 WS-RUN-TIME                      PIC 9(8).
006900 01 WS-RELEASE-DATE                  PIC 9(8).
007000 01 WS-CHECK-DATE                    PIC 9(8).
007100 01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
007200     05 WS-CHECK-YEAR                PIC 9(4).
007300     05 WS-CHECK-MONTH               PIC 9(2).
007400     05 WS-CHECK-DAY                 PIC 9(2).
007500 01 WS-DATE-INTEGER                  PIC 9(7).
007600 01 WS-DAYS-TO-GO                    PIC 9(5).
007700 01 WS-DEFFILE-STATUS                PIC X(2).
007800 01 WS-DEFFILE-OPEN-SW               PIC X VALUE "N".
007900     88 DEFERRED-FILE-OPEN           VALUE "Y".
008000 01 WS-DEFFILE-EOF-SW                PIC X VALUE "N".
008100     88 END-OF-DEFERRALS             VALUE "Y".
008200 01 WS-RECORD-COUNT                  PIC 9(5) VALUE ZERO.
008300 01 WS-RELEASED-COUNT                PIC 9(5) VALUE ZERO.
008400 01 WS-WAITING-COUNT                 PIC 9(5) VALUE ZERO.
008500 01 WS-PENDING-COUNT                 PIC 9(5) VALUE ZERO.
008600 01 WS-STALE-COUNT                   PIC 9(5) VALUE ZERO.
008700 01 WS-DELIVERED-COUNT               PIC 9(5) VALUE ZERO.
008800 01 WS-FAILED-COUNT                  PIC 9(5) VALUE ZERO.
008850 01 WS-PASSED-COUNT                  PIC 9(5) VALUE ZERO.
008900 01 WS-CANCELLED-COUNT               PIC 9(5) VALUE ZERO.
009000 01 RPT-DEFER-LINE.
009100     05 FILLER                       PIC X VALUE SPACES.
009200     05 RDF-RUN-DATE                 PIC 9(8).
009300     05 FILLER                       PIC X VALUE ".".
009400     05 RDF-SEQUENCE                 PIC 9(4).
009500     05 FILLER                       PIC X(2) VALUE SPACES.
009600     05 RDF-CYCLE                    PIC X.
009700     05 FILLER                       PIC X(2) VALUE SPACES.
009800     05 RDF-STATION-ID               PIC X(4).
009900     05 FILLER                       PIC X(2) VALUE SPACES.
010000     05 RDF-SLOT-COUNT               PIC Z9.
010100     05 FILLER                       PIC X(2) VALUE SPACES.
010200     05 RDF-RELEASE-DATE             PIC 9(8).
010300     05 FILLER                       PIC X(2) VALUE SPACES.
010400     05 RDF-DEST-NO                  PIC Z9.
010500     05 FILLER                       PIC X VALUE SPACES.
010600     05 RDF-DEST-NAME                PIC X(8).
010700     05 FILLER                       PIC X(2) VALUE SPACES.
010800     05 RDF-DAYS-TO-GO               PIC Z(5).
010900     05 FILLER                       PIC X(2) VALUE SPACES.
011000     05 RDF-RELEASED-ON              PIC X(8).
011100     05 FILLER                       PIC X(2) VALUE SPACES.
011200     05 RDF-REMARK                   PIC X(30).
011300     05 FILLER                       PIC X(33) VALUE SPACES.
011400 01 RPT-TOTAL-LINE.
011500     05 FILLER                       PIC X(2) VALUE SPACES.
011600     05 RPT-TOTAL-LABEL              PIC X(32).
011700     05 RPT-TOTAL-VALUE              PIC Z(6)9.
011800     05 FILLER                       PIC X(91) VALUE SPACES.
011900 PROCEDURE DIVISION.
012000 0000-MAIN-PROCESS.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012200     ACCEPT WS-RUN-TIME FROM TIME
012300     MOVE WS-RUN-DATE TO WS-RELEASE-DATE
012400     PERFORM 0100-READ-DATE-CARD
012500     OPEN OUTPUT REPORT-FILE
012600     PERFORM 0150-WRITE-HEADINGS
012700     PERFORM 0200-OPEN-DEFERRED-FILE
012800     IF DEFERRED-FILE-OPEN
012900         PERFORM 0300-RELEASE-DUE
013000         PERFORM 0500-LIST-WAITING
013100         PERFORM 0600-LIST-NOT-TAKEN-UP
013200         CLOSE DEFERRED-FILE
013300     END-IF
013400     PERFORM 0800-WRITE-SUMMARY
013500     CLOSE REPORT-FILE
013600     IF WS-STALE-COUNT > ZERO
013700         DISPLAY "NNDEFREL - " WS-STALE-COUNT
013800             " RELEASE(S) FROM AN EARLIER DAY NOT TAKEN UP BY "
013900             "A DECODE RUN - SEE DEFRPT"
014000             UPON OPERATOR-CONSOLE
014100     END-IF
014200     DISPLAY "NNDEFREL - DATE " WS-RELEASE-DATE
014300         " RELEASED " WS-RELEASED-COUNT
014400         " WAITING " WS-WAITING-COUNT
014500         " NOT TAKEN UP " WS-STALE-COUNT " RC " WS-BATCH-RC
014600     MOVE WS-BATCH-RC TO RETURN-CODE
014700     GOBACK.
014800
014900 0100-READ-DATE-CARD.
015000*    Same calendar check the decode run puts a release date
015100*    through: a real date survives the round trip through its
015200*    integer day number unchanged.
015300     OPEN INPUT DATE-CARD-FILE
015400     READ DATE-CARD-FILE
015500         AT END
015600             CONTINUE
015700         NOT AT END
015800             IF DC-RELEASE-DATE NUMERIC
015900                 MOVE DC-RELEASE-DATE TO WS-CHECK-DATE
016000             ELSE
016100                 MOVE ZERO TO WS-CHECK-DATE
016200             END-IF
016300             IF WS-CHECK-YEAR >= 1601
016400                     AND WS-CHECK-MONTH >= 1
016500                     AND WS-CHECK-MONTH <= 12
016600                     AND WS-CHECK-DAY >= 1 AND WS-CHECK-DAY <= 31
016700                 COMPUTE WS-DATE-INTEGER =
016800                     FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
016900             ELSE
017000                 MOVE ZERO TO WS-DATE-INTEGER
017100             END-IF
017200             IF WS-DATE-INTEGER > ZERO
017300                     AND FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
017400                     = WS-CHECK-DATE
017500                 MOVE WS-CHECK-DATE TO WS-RELEASE-DATE
017600             ELSE
017700                 DISPLAY "NNDEFREL - BAD DATECD CARD "
017800                     DC-RELEASE-DATE " - USING THE SYSTEM DATE"
017900                 MOVE 4 TO WS-BATCH-RC
018000             END-IF
018100     END-READ
018200     CLOSE DATE-CARD-FILE.
018300
018400 0150-WRITE-HEADINGS.
018500     MOVE "NN0276 DEFERRED TRANSMISSIONS - DAILY RELEASE"
018600         TO REPORT-RECORD
018700     WRITE REPORT-RECORD
018800     MOVE SPACES TO REPORT-RECORD
018900     STRING "RELEASE DATE " WS-RELEASE-DATE
019000         "   RUN " WS-RUN-DATE " " WS-RUN-TIME
019100         DELIMITED BY SIZE INTO REPORT-RECORD
019200     WRITE REPORT-RECORD
019300     MOVE SPACES TO REPORT-RECORD
019400     WRITE REPORT-RECORD.
019500
019600 0200-OPEN-DEFERRED-FILE.
019700*    An empty cluster (NNDEFDEF run, nothing held since) opens
019800*    with status 35 and has nothing to release or list.
019900     OPEN I-O DEFERRED-FILE
020000     EVALUATE WS-DEFFILE-STATUS
020100         WHEN "00"
020200         WHEN "97"
020300             SET DEFERRED-FILE-OPEN TO TRUE
020400         WHEN "35"
020500             DISPLAY "NNDEFREL - DEFVSAM IS EMPTY, NO DEFERRED "
020600                 "TRANSMISSION HAS BEEN HELD"
020700         WHEN OTHER
020800             DISPLAY "NNDEFREL - DEFVSAM OPEN FAILED, STATUS "
020900                 WS-DEFFILE-STATUS
021000             MOVE 12 TO WS-BATCH-RC
021100     END-EVALUATE.
021200
021300 0250-START-BROWSE.
021400     MOVE ZERO TO DEF-KEY
021500     MOVE "N" TO WS-DEFFILE-EOF-SW
021600     START DEFERRED-FILE KEY IS NOT LESS THAN DEF-KEY
021700         INVALID KEY
021800             SET END-OF-DEFERRALS TO TRUE
021900     END-START.
022000
022100 0260-READ-NEXT-DEFERRAL.
022200     READ DEFERRED-FILE NEXT RECORD
022300         AT END
022400             SET END-OF-DEFERRALS TO TRUE
022500     END-READ.
022600
022700 0270-FORMAT-DEFER-LINE.
022800     MOVE DEF-RUN-DATE TO RDF-RUN-DATE
022900     MOVE DEF-SEQUENCE TO RDF-SEQUENCE
023000     MOVE DEF-CYCLE TO RDF-CYCLE
023100     MOVE DEF-STATION-ID TO RDF-STATION-ID
023200     MOVE DEF-SLOT-COUNT TO RDF-SLOT-COUNT
023300     MOVE DEF-RELEASE-DATE TO RDF-RELEASE-DATE
023400     MOVE DEF-DEST-NO TO RDF-DEST-NO
023500     MOVE DEF-DEST-NAME TO RDF-DEST-NAME
023600     MOVE SPACES TO RDF-RELEASED-ON
023700     MOVE ZERO TO RDF-DAYS-TO-GO
023800     MOVE SPACES TO RDF-REMARK.
023900
024000 0280-WRITE-COLUMN-HEADINGS.
024100     MOVE SPACES TO REPORT-RECORD
024200     STRING " HELD BY RUN    C  STN   SL  RELEASE   DEST"
024300         "         DAYS   RELEASED  REMARK"
024400         DELIMITED BY SIZE INTO REPORT-RECORD
024500     WRITE REPORT-RECORD.
024600
024700 0300-RELEASE-DUE.
024800     MOVE "RELEASED THIS RUN" TO REPORT-RECORD
024900     WRITE REPORT-RECORD
025000     PERFORM 0280-WRITE-COLUMN-HEADINGS
025100     PERFORM 0250-START-BROWSE
025200     PERFORM 0260-READ-NEXT-DEFERRAL
025300     PERFORM 0310-CHECK-ONE-DEFERRAL UNTIL END-OF-DEFERRALS
025400     IF WS-RELEASED-COUNT = ZERO
025500         MOVE "  NONE" TO REPORT-RECORD
025600         WRITE REPORT-RECORD
025700     END-IF
025800     MOVE SPACES TO REPORT-RECORD
025900     WRITE REPORT-RECORD.
026000
026100 0310-CHECK-ONE-DEFERRAL.
026200*    The store totals are taken on this first pass, before any
026300*    status changes.
026400     ADD 1 TO WS-RECORD-COUNT
026500     EVALUATE TRUE
026600         WHEN DEF-HELD
026700             IF DEF-RELEASE-DATE <= WS-RELEASE-DATE
026800                 PERFORM 0320-RELEASE-ONE-DEFERRAL
026900             ELSE
027000                 ADD 1 TO WS-WAITING-COUNT
027100             END-IF
027200         WHEN DEF-RELEASED
027300             ADD 1 TO WS-PENDING-COUNT
027400         WHEN DEF-DELIVERED
027500             ADD 1 TO WS-DELIVERED-COUNT
027600         WHEN DEF-RELEASE-FAILED
027700             ADD 1 TO WS-FAILED-COUNT
027720         WHEN DEF-PASSED-ON
027740             ADD 1 TO WS-PASSED-COUNT
027800         WHEN DEF-CANCELLED
027900             ADD 1 TO WS-CANCELLED-COUNT
028000     END-EVALUATE
028100     PERFORM 0260-READ-NEXT-DEFERRAL.
028200
028300 0320-RELEASE-ONE-DEFERRAL.
028400     SET DEF-RELEASED TO TRUE
028500     MOVE WS-RELEASE-DATE TO DEF-RELEASED-ON
028600     REWRITE DEFERRED-RECORD
028700         INVALID KEY
028800             DISPLAY "NNDEFREL - DEFVSAM REWRITE FAILED, STATUS "
028900                 WS-DEFFILE-STATUS " KEY " DEF-KEY
029000             MOVE 12 TO WS-BATCH-RC
029100         NOT INVALID KEY
029200             ADD 1 TO WS-RELEASED-COUNT
029300             PERFORM 0270-FORMAT-DEFER-LINE
029400             MOVE DEF-RELEASED-ON TO RDF-RELEASED-ON
029500             IF DEF-WAS-RELEASED-DUP
029600                 MOVE "RELEASED DUPLICATE (NNDO)"
029700                     TO RDF-REMARK
029800             END-IF
029900             WRITE REPORT-RECORD FROM RPT-DEFER-LINE
030000     END-REWRITE.
030100
030200 0500-LIST-WAITING.
030300     MOVE "STILL WAITING FOR THEIR RELEASE DATE" TO REPORT-RECORD
030400     WRITE REPORT-RECORD
030500     PERFORM 0280-WRITE-COLUMN-HEADINGS
030600     PERFORM 0250-START-BROWSE
030700     PERFORM 0260-READ-NEXT-DEFERRAL
030800     PERFORM 0510-LIST-ONE-WAITING UNTIL END-OF-DEFERRALS
030900     IF WS-WAITING-COUNT = ZERO
031000         MOVE "  NONE" TO REPORT-RECORD
031100         WRITE REPORT-RECORD
031200     END-IF
031300     MOVE SPACES TO REPORT-RECORD
031400     WRITE REPORT-RECORD.
031500
031600 0510-LIST-ONE-WAITING.
031700     IF DEF-HELD AND DEF-RELEASE-DATE > WS-RELEASE-DATE
031800         PERFORM 0270-FORMAT-DEFER-LINE
031900         COMPUTE WS-DAYS-TO-GO =
032000             FUNCTION INTEGER-OF-DATE(DEF-RELEASE-DATE)
032100             - FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)
032200         MOVE WS-DAYS-TO-GO TO RDF-DAYS-TO-GO
032300         IF DEF-WAS-RELEASED-DUP
032400             MOVE "RELEASED DUPLICATE (NNDO)" TO RDF-REMARK
032500         END-IF
032600         WRITE REPORT-RECORD FROM RPT-DEFER-LINE
032700     END-IF
032800     PERFORM 0260-READ-NEXT-DEFERRAL.
032900
033000 0600-LIST-NOT-TAKEN-UP.
033100     MOVE "RELEASED ON AN EARLIER DAY, NOT YET TAKEN UP"
033200         TO REPORT-RECORD
033300     WRITE REPORT-RECORD
033400     PERFORM 0280-WRITE-COLUMN-HEADINGS
033500     PERFORM 0250-START-BROWSE
033600     PERFORM 0260-READ-NEXT-DEFERRAL
033700     PERFORM 0610-LIST-ONE-NOT-TAKEN-UP UNTIL END-OF-DEFERRALS
033800     IF WS-STALE-COUNT = ZERO
033900         MOVE "  NONE" TO REPORT-RECORD
034000         WRITE REPORT-RECORD
034100     ELSE
034200         IF WS-BATCH-RC < 4
034300             MOVE 4 TO WS-BATCH-RC
034400         END-IF
034500     END-IF.
034600
034700 0610-LIST-ONE-NOT-TAKEN-UP.
034800*    A release is taken up by the first decode run after it, so
034900*    one still at R from an earlier day means no decode run has
035000*    completed since - or the store was closed to it.
035100     IF DEF-RELEASED AND DEF-RELEASED-ON < WS-RELEASE-DATE
035200         ADD 1 TO WS-STALE-COUNT
035300         PERFORM 0270-FORMAT-DEFER-LINE
035400         MOVE DEF-RELEASED-ON TO RDF-RELEASED-ON
035500         MOVE "NO DECODE RUN SINCE RELEASE" TO RDF-REMARK
035600         WRITE REPORT-RECORD FROM RPT-DEFER-LINE
035700     END-IF
035800     PERFORM 0260-READ-NEXT-DEFERRAL.
035900
036000 0800-WRITE-SUMMARY.
036100     MOVE SPACES TO REPORT-RECORD
036200     WRITE REPORT-RECORD
036300     MOVE "RECORDS ON THE DEFERRED STORE" TO RPT-TOTAL-LABEL
036400     MOVE WS-RECORD-COUNT TO RPT-TOTAL-VALUE
036500     PERFORM 0810-WRITE-TOTAL-LINE
036600     MOVE "  RELEASED THIS RUN" TO RPT-TOTAL-LABEL
036700     MOVE WS-RELEASED-COUNT TO RPT-TOTAL-VALUE
036800     PERFORM 0810-WRITE-TOTAL-LINE
036900     MOVE "  STILL WAITING" TO RPT-TOTAL-LABEL
037000     MOVE WS-WAITING-COUNT TO RPT-TOTAL-VALUE
037100     PERFORM 0810-WRITE-TOTAL-LINE
037200     MOVE "  RELEASED, AWAITING DECODE RUN" TO RPT-TOTAL-LABEL
037300     MOVE WS-PENDING-COUNT TO RPT-TOTAL-VALUE
037400     PERFORM 0810-WRITE-TOTAL-LINE
037500     MOVE "  DELIVERED" TO RPT-TOTAL-LABEL
037600     MOVE WS-DELIVERED-COUNT TO RPT-TOTAL-VALUE
037700     PERFORM 0810-WRITE-TOTAL-LINE
037800     MOVE "  RELEASED BUT NOT DELIVERED" TO RPT-TOTAL-LABEL
037900     MOVE WS-FAILED-COUNT TO RPT-TOTAL-VALUE
038000     PERFORM 0810-WRITE-TOTAL-LINE
038020     MOVE "  PASSED TO REVIEW" TO RPT-TOTAL-LABEL
038040     MOVE WS-PASSED-COUNT TO RPT-TOTAL-VALUE
038060     PERFORM 0810-WRITE-TOTAL-LINE
038100     MOVE "  CANCELLED BEFORE RELEASE" TO RPT-TOTAL-LABEL
038200     MOVE WS-CANCELLED-COUNT TO RPT-TOTAL-VALUE
038300     PERFORM 0810-WRITE-TOTAL-LINE.
038400
038500 0810-WRITE-TOTAL-LINE.
038600     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
038700  END PROGRAM nndefrel.
038800
