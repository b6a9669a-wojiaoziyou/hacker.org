000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nnbatrpt.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Daily batch-number exceptions for the NN0276 stations.    *
000600*    Stations number their batches on the H record and the     *
000700*    decode run checks every in-balance batch against the      *
000800*    station batch-number register NN0276.BATCH.REGISTER       *
000900*    (BATCHREG, copybook BRGREC), logging every gap, batch     *
001000*    held behind a gap, refused resend, late arrival and       *
001100*    closed gap on NN0276.BATCH.EXCEPTIONS (BATCHEXC,          *
001200*    copybook BEXREC).  This job prints on BATRPT:             *
001300*        1  every exception logged for the report date, in     *
001400*           the order it happened                              *
001500*        2  every station still held behind a gap, with its    *
001600*           last batch accepted and the numbers missing        *
001700*                                                              *
001800*    A batch that is never coming is written off with a        *
001900*    WRITEOFF card: the station carries on from the highest    *
002000*    batch held, its missing list is cleared and a WO event    *
002100*    goes on BATCHEXC.  The held batches then need requeueing  *
002200*    from REJECTS (reason BG) with NNREPAIR, just as when a    *
002300*    gap closes in the decode run.  A station whose missing    *
002400*    list overflowed can only be cleared this way.  Write-     *
002500*    offs are applied before the report is printed, so they    *
002600*    appear on it.  Never run this while a decode cycle is     *
002700*    running - the decode run rewrites the register at its     *
002800*    end.                                                      *
002900*                                                              *
003000*    DATECD card layout (80 bytes, optional):                  *
003100*        cols 1-8  report date YYYYMMDD - defaults to the      *
003200*                  system date                                 *
003300*                                                              *
003400*    WRITEOFF card layout (80 bytes, optional, one per         *
003500*    station):                                                 *
003600*        cols 1-4   station ID                                 *
003700*        cols 6-13  user ID authorising the write-off          *
003800*        cols 15-42 reason                                     *
003900*    A card for a station that is not held is refused with a   *
004000*    message and sets RC 4.                                    *
004100*                                                              *
004200*    Return codes:  0 - no exceptions, no station held         *
004300*                   4 - exceptions logged for the date, or a   *
004400*                       card was refused                       *
004500*                   8 - a station is still held behind a gap   *
004600*                  12 - BATCHREG open or rewrite failure       *
004700****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 OBJECT-COMPUTER. IBM-370.
005100 SOURCE-COMPUTER. IBM-370.
005200 SPECIAL-NAMES.
005300     CONSOLE IS OPERATOR-CONSOLE.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL DATE-CARD-FILE ASSIGN TO "DATECD"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT OPTIONAL WRITEOFF-CARD-FILE ASSIGN TO "WRITEOFF"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS BRG-STATION-ID
006400         FILE STATUS IS WS-BATCHREG-STATUS.
006500     SELECT OPTIONAL BATCH-EXCEPTION-FILE ASSIGN TO "BATCHEXC"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT REPORT-FILE ASSIGN TO "BATRPT"
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DATE-CARD-FILE
007200     RECORDING MODE IS F.
007300 01  DATE-CARD-RECORD.
007400     05 DC-REPORT-DATE               PIC 9(8).
007500     05 FILLER                       PIC X(72).
007600 FD  WRITEOFF-CARD-FILE
007700     RECORDING MODE IS F.
007800 01  WRITEOFF-CARD-RECORD.
007900     05 WC-STATION-ID                PIC X(4).
008000     05 FILLER                       PIC X.
008100     05 WC-USER                      PIC X(8).
008200     05 FILLER                       PIC X.
008300     05 WC-REASON                    PIC X(28).
008400     05 FILLER                       PIC X(38).
008500 FD  BATCH-REGISTER-FILE.
008600 01  BATCH-REGISTER-RECORD.
008700     COPY BRGREC.
008800 FD  BATCH-EXCEPTION-FILE
008900     RECORDING MODE IS F.
009000 01  BATCH-EXCEPTION-RECORD.
009100     COPY BEXREC.
009200 FD  REPORT-FILE
009300     RECORDING MODE IS F.
009400 01  REPORT-RECORD                   PIC X(132).
009500 WORKING-STORAGE SECTION.
009600 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
009700 01 WS-RUN-DATE                      PIC 9(8).
009800 01 WS-RUN-TIME                      PIC 9(8).
009900 01 WS-REPORT-DATE                   PIC 9(8).
010000 01 WS-BATCHREG-STATUS               PIC X(2).
010100 01 WS-BATCHREG-OPEN-SW              PIC X VALUE "N".
010200     88 BATCH-REGISTER-OPEN          VALUE "Y".
010300 01 WS-CARD-EOF-SW                   PIC X VALUE "N".
010400     88 END-OF-CARDS                 VALUE "Y".
010500 01 WS-EXCEPTION-EOF-SW              PIC X VALUE "N".
010600     88 END-OF-EXCEPTIONS            VALUE "Y".
010700 01 WS-REGISTER-EOF-SW               PIC X VALUE "N".
010800     88 END-OF-REGISTER              VALUE "Y".
010900 01 WS-EXCEPTION-COUNT               PIC 9(5) VALUE ZERO.
011000 01 WS-GAP-COUNT                     PIC 9(5) VALUE ZERO.
011100 01 WS-HELD-BEHIND-COUNT             PIC 9(5) VALUE ZERO.
011200 01 WS-RESEND-COUNT                  PIC 9(5) VALUE ZERO.
011300 01 WS-FILLED-COUNT                  PIC 9(5) VALUE ZERO.
011400 01 WS-CLOSED-COUNT                  PIC 9(5) VALUE ZERO.
011500 01 WS-WRITEOFF-COUNT                PIC 9(5) VALUE ZERO.
011600 01 WS-REFUSED-CARD-COUNT            PIC 9(5) VALUE ZERO.
011700 01 WS-STATION-COUNT                 PIC 9(5) VALUE ZERO.
011800 01 WS-HELD-STATION-COUNT            PIC 9(5) VALUE ZERO.
011900 01 WS-MISSING-SUB                   PIC 9(2).
012000 01 WS-LINE-SUB                      PIC 9(2).
012100 01 WS-OLD-LAST-BATCH                PIC 9(6).
012200 01 RPT-EVENT-LINE.
012300     05 FILLER                       PIC X VALUE SPACES.
012400     05 REV-RUN-TIME                 PIC 9(8).
012500     05 FILLER                       PIC X VALUE SPACES.
012600     05 REV-CYCLE                    PIC X.
012700     05 FILLER                       PIC X(2) VALUE SPACES.
012800     05 REV-STATION-ID               PIC X(4).
012900     05 FILLER                       PIC X(2) VALUE SPACES.
013000     05 REV-EVENT                    PIC X(2).
013100     05 FILLER                       PIC X VALUE SPACES.
013200     05 REV-EVENT-TEXT               PIC X(18).
013300     05 FILLER                       PIC X VALUE SPACES.
013400     05 REV-BATCH-NUMBER             PIC Z(5)9.
013500     05 FILLER                       PIC X(2) VALUE SPACES.
013600     05 REV-LAST-ACCEPTED            PIC Z(5)9.
013700     05 FILLER                       PIC X(2) VALUE SPACES.
013800     05 REV-MISSING-COUNT            PIC Z9.
013900     05 FILLER                       PIC X(2) VALUE SPACES.
014000     05 REV-FIRST-MISSING            PIC Z(5)9.
014100     05 FILLER                       PIC X(2) VALUE SPACES.
014200     05 REV-USER                     PIC X(8).
014300     05 FILLER                       PIC X VALUE SPACES.
014400     05 REV-REMARK                   PIC X(28).
014500     05 FILLER                       PIC X(26) VALUE SPACES.
014600 01 RPT-STATION-LINE.
014700     05 FILLER                       PIC X VALUE SPACES.
014800     05 RST-STATION-ID               PIC X(4).
014900     05 FILLER                       PIC X(3) VALUE SPACES.
015000     05 RST-LAST-BATCH               PIC Z(5)9.
015100     05 FILLER                       PIC X(3) VALUE SPACES.
015200     05 RST-LAST-DATE                PIC 9(8).
015300     05 FILLER                       PIC X VALUE ".".
015400     05 RST-LAST-CYCLE               PIC X.
015500     05 FILLER                       PIC X(3) VALUE SPACES.
015600     05 RST-HOLD-DATE                PIC 9(8).
015700     05 FILLER                       PIC X(3) VALUE SPACES.
015800     05 RST-HIGH-HELD                PIC Z(5)9.
015900     05 FILLER                       PIC X(3) VALUE SPACES.
016000     05 RST-MISSING-COUNT            PIC Z9.
016100     05 FILLER                       PIC X(2) VALUE SPACES.
016200     05 RST-OVERFLOW                 PIC X(20).
016300     05 FILLER                       PIC X(58) VALUE SPACES.
016400 01 RPT-MISSING-LINE.
016500     05 FILLER                       PIC X(10) VALUE SPACES.
016600     05 RMS-LABEL                    PIC X(9).
016700     05 RMS-NUMBER-ENTRY OCCURS 10 TIMES.
016800         10 RMS-NUMBER               PIC Z(5)9.
016900         10 FILLER                   PIC X(2).
017000     05 FILLER                       PIC X(33) VALUE SPACES.
017100 01 RPT-TOTAL-LINE.
017200     05 FILLER                       PIC X(2) VALUE SPACES.
017300     05 RPT-TOTAL-LABEL              PIC X(32).
017400     05 RPT-TOTAL-VALUE              PIC Z(6)9.
017500     05 FILLER                       PIC X(91) VALUE SPACES.
017600 PROCEDURE DIVISION.
017700 0000-MAIN-PROCESS.
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017900     ACCEPT WS-RUN-TIME FROM TIME
018000     MOVE WS-RUN-DATE TO WS-REPORT-DATE
018100     PERFORM 0100-READ-DATE-CARD
018200     OPEN OUTPUT REPORT-FILE
018300     PERFORM 0150-WRITE-HEADINGS
018400     PERFORM 0200-OPEN-BATCH-REGISTER
018500     IF BATCH-REGISTER-OPEN
018600         PERFORM 0300-APPLY-WRITEOFFS
018700     END-IF
018800     PERFORM 0500-LIST-EXCEPTIONS
018900     IF BATCH-REGISTER-OPEN
019000         PERFORM 0600-LIST-HELD-STATIONS
019100         CLOSE BATCH-REGISTER-FILE
019200     END-IF
019300     PERFORM 0800-WRITE-SUMMARY
019400     CLOSE REPORT-FILE
019500     IF WS-HELD-STATION-COUNT > ZERO
019600         DISPLAY "NNBATRPT - " WS-HELD-STATION-COUNT
019700             " STATION(S) STILL HELD BEHIND A BATCH GAP - "
019800             "SEE BATRPT"
019900             UPON OPERATOR-CONSOLE
020000     END-IF
020100     DISPLAY "NNBATRPT - DATE " WS-REPORT-DATE
020200         " EXCEPTIONS " WS-EXCEPTION-COUNT
020300         " WRITTEN OFF " WS-WRITEOFF-COUNT
020400         " HELD " WS-HELD-STATION-COUNT " RC " WS-BATCH-RC
020500     MOVE WS-BATCH-RC TO RETURN-CODE
020600     GOBACK.
020700
020800 0100-READ-DATE-CARD.
020900     OPEN INPUT DATE-CARD-FILE
021000     READ DATE-CARD-FILE
021100         AT END
021200             CONTINUE
021300         NOT AT END
021400             IF DC-REPORT-DATE NUMERIC AND DC-REPORT-DATE > ZERO
021500                 MOVE DC-REPORT-DATE TO WS-REPORT-DATE
021600             ELSE
021700                 DISPLAY "NNBATRPT - BAD DATECD CARD "
021800                     DC-REPORT-DATE " - USING THE SYSTEM DATE"
021900                 MOVE 4 TO WS-BATCH-RC
022000             END-IF
022100     END-READ
022200     CLOSE DATE-CARD-FILE.
022300
022400 0150-WRITE-HEADINGS.
022500     MOVE "NN0276 STATION BATCH-NUMBER EXCEPTIONS"
022600         TO REPORT-RECORD
022700     WRITE REPORT-RECORD
022800     MOVE SPACES TO REPORT-RECORD
022900     STRING "REPORT DATE " WS-REPORT-DATE
023000         "   RUN " WS-RUN-DATE " " WS-RUN-TIME
023100         DELIMITED BY SIZE INTO REPORT-RECORD
023200     WRITE REPORT-RECORD
023300     MOVE SPACES TO REPORT-RECORD
023400     WRITE REPORT-RECORD.
023500
023600 0200-OPEN-BATCH-REGISTER.
023700*    An empty cluster (NNBRGDEF run, no decode run since) opens
023800*    with status 35 and has nothing to report or write off.
023900     OPEN I-O BATCH-REGISTER-FILE
024000     EVALUATE WS-BATCHREG-STATUS
024100         WHEN "00"
024200         WHEN "97"
024300             SET BATCH-REGISTER-OPEN TO TRUE
024400         WHEN "35"
024500             DISPLAY "NNBATRPT - BATCHREG IS EMPTY, NO STATION "
024600                 "HAS SENT A NUMBERED BATCH"
024700         WHEN OTHER
024800             DISPLAY "NNBATRPT - BATCHREG OPEN FAILED, STATUS "
024900                 WS-BATCHREG-STATUS
025000             MOVE 12 TO WS-BATCH-RC
025100     END-EVALUATE.
025200
025300 0300-APPLY-WRITEOFFS.
025400     OPEN INPUT WRITEOFF-CARD-FILE
025500     OPEN EXTEND BATCH-EXCEPTION-FILE
025600     MOVE "N" TO WS-CARD-EOF-SW
025700     PERFORM 0310-READ-WRITEOFF-CARD
025800     PERFORM 0320-WRITE-OFF-GAP UNTIL END-OF-CARDS
025900     CLOSE BATCH-EXCEPTION-FILE
026000     CLOSE WRITEOFF-CARD-FILE.
026100
026200 0310-READ-WRITEOFF-CARD.
026300     READ WRITEOFF-CARD-FILE
026400         AT END
026500             SET END-OF-CARDS TO TRUE
026600     END-READ.
026700
026800 0320-WRITE-OFF-GAP.
026900     MOVE WC-STATION-ID TO BRG-STATION-ID
027000     READ BATCH-REGISTER-FILE
027100         INVALID KEY
027200             DISPLAY "NNBATRPT - WRITEOFF STATION " WC-STATION-ID
027300                 " NOT ON BATCHREG - CARD REFUSED"
027400             PERFORM 0390-REFUSE-CARD
027500         NOT INVALID KEY
027600             IF BRG-STATION-HELD
027700                 IF WC-USER = SPACES
027800                     DISPLAY "NNBATRPT - WRITEOFF STATION "
027900                         WC-STATION-ID " HAS NO USER ID - "
028000                         "CARD REFUSED"
028100                     PERFORM 0390-REFUSE-CARD
028200                 ELSE
028300                     PERFORM 0330-CLEAR-STATION-HOLD
028400                 END-IF
028500             ELSE
028600                 DISPLAY "NNBATRPT - WRITEOFF STATION "
028700                     WC-STATION-ID " IS NOT HELD - CARD REFUSED"
028800                 PERFORM 0390-REFUSE-CARD
028900             END-IF
029000     END-READ
029100     PERFORM 0310-READ-WRITEOFF-CARD.
029200
029300 0330-CLEAR-STATION-HOLD.
029400*    Same end state as a gap the decode run closes itself: the
029500*    station carries on from the highest batch it held, and
029600*    the held batches wait on REJECTS to be requeued.
029700     MOVE BRG-LAST-BATCH TO WS-OLD-LAST-BATCH
029800     MOVE BRG-HIGH-HELD TO BRG-LAST-BATCH
029900     MOVE SPACE TO BRG-HOLD-SW
030000     MOVE ZERO TO BRG-HOLD-DATE
030100     MOVE ZERO TO BRG-HIGH-HELD
030200     MOVE ZERO TO BRG-MISSING-COUNT
030300     MOVE SPACE TO BRG-MISSING-OVERFLOW-SW
030400     MOVE ZERO TO BRG-MISSING-TABLE
030500     REWRITE BATCH-REGISTER-RECORD
030600         INVALID KEY
030700             DISPLAY "NNBATRPT - BATCHREG REWRITE FAILED, STATUS "
030800                 WS-BATCHREG-STATUS " STATION " BRG-STATION-ID
030900             MOVE 12 TO WS-BATCH-RC
031000         NOT INVALID KEY
031100             ADD 1 TO WS-WRITEOFF-COUNT
031200             MOVE WS-RUN-DATE TO BEX-RUN-DATE
031300             MOVE WS-RUN-TIME TO BEX-RUN-TIME
031400             MOVE SPACE TO BEX-CYCLE
031500             MOVE BRG-STATION-ID TO BEX-STATION-ID
031600             MOVE "WO" TO BEX-EVENT
031700             MOVE BRG-LAST-BATCH TO BEX-BATCH-NUMBER
031800             MOVE WS-OLD-LAST-BATCH TO BEX-LAST-ACCEPTED
031900             MOVE ZERO TO BEX-MISSING-COUNT
032000             MOVE ZERO TO BEX-FIRST-MISSING
032100             MOVE WC-USER TO BEX-USER
032200             MOVE WC-REASON TO BEX-REMARK
032300             WRITE BATCH-EXCEPTION-RECORD
032400             DISPLAY "NNBATRPT STATION " BRG-STATION-ID
032500                 " BATCH GAP WRITTEN OFF BY " WC-USER
032600                 " - REQUEUE ITS HELD BATCHES (REASON BG) "
032700                 "FROM REJECTS"
032800                 UPON OPERATOR-CONSOLE
032900     END-REWRITE.
033000
033100 0390-REFUSE-CARD.
033200     ADD 1 TO WS-REFUSED-CARD-COUNT
033300     IF WS-BATCH-RC < 4
033400         MOVE 4 TO WS-BATCH-RC
033500     END-IF.
033600
033700 0500-LIST-EXCEPTIONS.
033800     MOVE "EXCEPTIONS LOGGED FOR THE REPORT DATE" TO REPORT-RECORD
033900     WRITE REPORT-RECORD
034000     MOVE SPACES TO REPORT-RECORD
034100     STRING "     TIME C  STN   EVENT                  "
034200         "BATCH    LAST  MS   FIRST  USER     REMARK"
034300         DELIMITED BY SIZE INTO REPORT-RECORD
034400     WRITE REPORT-RECORD
034500     OPEN INPUT BATCH-EXCEPTION-FILE
034600     PERFORM 0510-READ-EXCEPTION UNTIL END-OF-EXCEPTIONS
034700     CLOSE BATCH-EXCEPTION-FILE
034800     IF WS-EXCEPTION-COUNT = ZERO
034900         MOVE "  NONE" TO REPORT-RECORD
035000         WRITE REPORT-RECORD
035100     ELSE
035200         IF WS-BATCH-RC < 4
035300             MOVE 4 TO WS-BATCH-RC
035400         END-IF
035500     END-IF
035600     MOVE SPACES TO REPORT-RECORD
035700     WRITE REPORT-RECORD.
035800
035900 0510-READ-EXCEPTION.
036000     READ BATCH-EXCEPTION-FILE
036100         AT END
036200             SET END-OF-EXCEPTIONS TO TRUE
036300         NOT AT END
036400             IF BEX-RUN-DATE = WS-REPORT-DATE
036500                 PERFORM 0520-WRITE-EXCEPTION-LINE
036600             END-IF
036700     END-READ.
036800
036900 0520-WRITE-EXCEPTION-LINE.
037000     ADD 1 TO WS-EXCEPTION-COUNT
037100     EVALUATE TRUE
037200         WHEN BEX-GAP
037300             ADD 1 TO WS-GAP-COUNT
037400             MOVE "GAP - HELD" TO REV-EVENT-TEXT
037500         WHEN BEX-HELD-BEHIND-GAP
037600             ADD 1 TO WS-HELD-BEHIND-COUNT
037700             MOVE "HELD BEHIND GAP" TO REV-EVENT-TEXT
037800         WHEN BEX-RESEND
037900             ADD 1 TO WS-RESEND-COUNT
038000             MOVE "RESEND REFUSED" TO REV-EVENT-TEXT
038100         WHEN BEX-GAP-FILLED
038200             ADD 1 TO WS-FILLED-COUNT
038300             MOVE "LATE BATCH IN" TO REV-EVENT-TEXT
038400         WHEN BEX-GAP-CLOSED
038500             ADD 1 TO WS-CLOSED-COUNT
038600             MOVE "GAP CLOSED" TO REV-EVENT-TEXT
038700         WHEN BEX-WRITTEN-OFF
038800             MOVE "GAP WRITTEN OFF" TO REV-EVENT-TEXT
038900         WHEN OTHER
039000             MOVE "UNKNOWN EVENT" TO REV-EVENT-TEXT
039100     END-EVALUATE
039200     MOVE BEX-RUN-TIME TO REV-RUN-TIME
039300     MOVE BEX-CYCLE TO REV-CYCLE
039400     MOVE BEX-STATION-ID TO REV-STATION-ID
039500     MOVE BEX-EVENT TO REV-EVENT
039600     MOVE BEX-BATCH-NUMBER TO REV-BATCH-NUMBER
039700     MOVE BEX-LAST-ACCEPTED TO REV-LAST-ACCEPTED
039800     MOVE BEX-MISSING-COUNT TO REV-MISSING-COUNT
039900     MOVE BEX-FIRST-MISSING TO REV-FIRST-MISSING
040000     MOVE BEX-USER TO REV-USER
040100     MOVE BEX-REMARK TO REV-REMARK
040200     WRITE REPORT-RECORD FROM RPT-EVENT-LINE.
040300
040400 0600-LIST-HELD-STATIONS.
040410*    The write-off cards have left the file positioned anywhere,
040420*    so the browse is started again from the first station.
040430     MOVE LOW-VALUES TO BRG-STATION-ID
040440     START BATCH-REGISTER-FILE KEY IS NOT LESS THAN BRG-STATION-ID
040450         INVALID KEY
040460             SET END-OF-REGISTER TO TRUE
040470     END-START
040500     MOVE "STATIONS HELD BEHIND A BATCH GAP" TO REPORT-RECORD
040600     WRITE REPORT-RECORD
040700     MOVE SPACES TO REPORT-RECORD
040800     STRING " STN      LAST   LAST RUN     "
040900         "HELD ON      HIGH   MS"
041000         DELIMITED BY SIZE INTO REPORT-RECORD
041100     WRITE REPORT-RECORD
041200     PERFORM 0610-READ-REGISTER UNTIL END-OF-REGISTER
041300     IF WS-HELD-STATION-COUNT = ZERO
041400         MOVE "  NONE" TO REPORT-RECORD
041500         WRITE REPORT-RECORD
041600     ELSE
041700         IF WS-BATCH-RC < 8
041800             MOVE 8 TO WS-BATCH-RC
041900         END-IF
042000     END-IF.
042100
042200 0610-READ-REGISTER.
042300     READ BATCH-REGISTER-FILE NEXT RECORD
042400         AT END
042500             SET END-OF-REGISTER TO TRUE
042600         NOT AT END
042700             ADD 1 TO WS-STATION-COUNT
042800             IF BRG-STATION-HELD
042900                 PERFORM 0620-WRITE-HELD-STATION
043000             END-IF
043100     END-READ.
043200
043300 0620-WRITE-HELD-STATION.
043400     ADD 1 TO WS-HELD-STATION-COUNT
043500     MOVE BRG-STATION-ID TO RST-STATION-ID
043600     MOVE BRG-LAST-BATCH TO RST-LAST-BATCH
043700     MOVE BRG-LAST-DATE TO RST-LAST-DATE
043800     MOVE BRG-LAST-CYCLE TO RST-LAST-CYCLE
043900     MOVE BRG-HOLD-DATE TO RST-HOLD-DATE
044000     MOVE BRG-HIGH-HELD TO RST-HIGH-HELD
044100     MOVE BRG-MISSING-COUNT TO RST-MISSING-COUNT
044200     IF BRG-MISSING-OVERFLOW
044300         MOVE "MORE NOT LISTED" TO RST-OVERFLOW
044400     ELSE
044500         MOVE SPACES TO RST-OVERFLOW
044600     END-IF
044700     WRITE REPORT-RECORD FROM RPT-STATION-LINE
044800     MOVE ZERO TO WS-LINE-SUB
044900     MOVE SPACES TO RPT-MISSING-LINE
045000     MOVE "MISSING: " TO RMS-LABEL
045100     PERFORM 0630-LIST-MISSING-NUMBER
045200         VARYING WS-MISSING-SUB FROM 1 BY 1
045300         UNTIL WS-MISSING-SUB > BRG-MISSING-COUNT
045400         OR WS-MISSING-SUB > 20
045500     IF WS-LINE-SUB > ZERO
045600         WRITE REPORT-RECORD FROM RPT-MISSING-LINE
045700     END-IF.
045800
045900 0630-LIST-MISSING-NUMBER.
046000     ADD 1 TO WS-LINE-SUB
046100     MOVE BRG-MISSING-NUMBER(WS-MISSING-SUB)
046200         TO RMS-NUMBER(WS-LINE-SUB)
046300     IF WS-LINE-SUB = 10
046400         WRITE REPORT-RECORD FROM RPT-MISSING-LINE
046500         MOVE ZERO TO WS-LINE-SUB
046600         MOVE SPACES TO RPT-MISSING-LINE
046700         MOVE "MISSING: " TO RMS-LABEL
046800     END-IF.
046900
047000 0800-WRITE-SUMMARY.
047100     MOVE SPACES TO REPORT-RECORD
047200     WRITE REPORT-RECORD
047300     MOVE "EXCEPTIONS FOR THE DATE" TO RPT-TOTAL-LABEL
047400     MOVE WS-EXCEPTION-COUNT TO RPT-TOTAL-VALUE
047500     PERFORM 0810-WRITE-TOTAL-LINE
047600     MOVE "  GAPS OPENED" TO RPT-TOTAL-LABEL
047700     MOVE WS-GAP-COUNT TO RPT-TOTAL-VALUE
047800     PERFORM 0810-WRITE-TOTAL-LINE
047900     MOVE "  BATCHES HELD BEHIND A GAP" TO RPT-TOTAL-LABEL
048000     MOVE WS-HELD-BEHIND-COUNT TO RPT-TOTAL-VALUE
048100     PERFORM 0810-WRITE-TOTAL-LINE
048200     MOVE "  RESENDS REFUSED" TO RPT-TOTAL-LABEL
048300     MOVE WS-RESEND-COUNT TO RPT-TOTAL-VALUE
048400     PERFORM 0810-WRITE-TOTAL-LINE
048500     MOVE "  MISSING BATCHES ARRIVED LATE" TO RPT-TOTAL-LABEL
048600     MOVE WS-FILLED-COUNT TO RPT-TOTAL-VALUE
048700     PERFORM 0810-WRITE-TOTAL-LINE
048800     MOVE "  GAPS CLOSED" TO RPT-TOTAL-LABEL
048900     MOVE WS-CLOSED-COUNT TO RPT-TOTAL-VALUE
049000     PERFORM 0810-WRITE-TOTAL-LINE
049100     MOVE "GAPS WRITTEN OFF THIS RUN" TO RPT-TOTAL-LABEL
049200     MOVE WS-WRITEOFF-COUNT TO RPT-TOTAL-VALUE
049300     PERFORM 0810-WRITE-TOTAL-LINE
049400     MOVE "WRITEOFF CARDS REFUSED" TO RPT-TOTAL-LABEL
049500     MOVE WS-REFUSED-CARD-COUNT TO RPT-TOTAL-VALUE
049600     PERFORM 0810-WRITE-TOTAL-LINE
049700     MOVE "STATIONS ON THE REGISTER" TO RPT-TOTAL-LABEL
049800     MOVE WS-STATION-COUNT TO RPT-TOTAL-VALUE
049900     PERFORM 0810-WRITE-TOTAL-LINE
050000     MOVE "STATIONS STILL HELD" TO RPT-TOTAL-LABEL
050100     MOVE WS-HELD-STATION-COUNT TO RPT-TOTAL-VALUE
050200     PERFORM 0810-WRITE-TOTAL-LINE.
050300
050400 0810-WRITE-TOTAL-LINE.
050500     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
050600  END PROGRAM nnbatrpt.
