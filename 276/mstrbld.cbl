000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nnmstrbl.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Rebuild and verify of the decoded-message master          *
000600*    NN0276.DECODE.MASTER (DECODMST, layout in copybook        *
000700*    MSTREC, keyed on the 104-byte answer text).  The master   *
000800*    is the only thing stopping the decode run re-delivering   *
000900*    every answer ever sent, so if the cluster is lost or      *
001000*    damaged it is rebuilt from the record of what was         *
001100*    actually delivered - NN0276.AUDIT.HIST plus every         *
001200*    NNAUDPRG archive generation of NN0276.AUDIT.ARCHIVE.      *
001300*                                                              *
001400*    HISTIN is that history, sorted by answer text, then run   *
001500*    date, run time and sequence (the NNMSTRBL / NNMSTVFY JCL  *
001600*    carries the sort step), so the FIRST record of each       *
001700*    answer is its earliest delivery and every later one is a  *
001800*    released duplicate or a pre-master repeat.                *
001900*                                                              *
002000*    PARMCD card layout (80 bytes):                            *
002100*        col 1  mode - R rebuild, V verify.                    *
002200*    A missing or invalid card runs VERIFY (it never writes)   *
002300*    and sets RC 4 so operations notices.                      *
002400*                                                              *
002500*    REBUILD loads the freshly DEFINEd cluster in key order,   *
002600*    one record per distinct answer, with the earliest run     *
002700*    date and sequence.  The audit history carries the decode  *
002800*    run sequence, not the OUTBND sequence, so a rebuilt       *
002900*    MST-FIRST-SEQUENCE is the run sequence (see MSTREC).      *
003000*                                                              *
003100*    VERIFY reads the live master beside the history, key for  *
003200*    key, and lists every answer present on one side but not   *
003300*    the other on MSTRPT.  An answer on the history but not    *
003400*    the master would be re-delivered if it came in again; an  *
003500*    answer on the master but not the history was never        *
003600*    delivered on the record (or its archive has gone).        *
003700*                                                              *
003800*    Return codes:  0 - rebuilt / verified clean               *
003900*                   4 - no or bad PARMCD card, verify run      *
004000*                   8 - one-sided answers found, or a rebuild  *
004100*                       from an empty history                  *
004200*                  12 - DECODMST open or write failure, or     *
004300*                       HISTIN not in answer order             *
004400****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 OBJECT-COMPUTER. IBM-370.
004800 SOURCE-COMPUTER. IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT HISTORY-FILE ASSIGN TO "HISTIN"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO "PARMCD"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT MASTER-FILE ASSIGN TO "DECODMST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS MST-ANSWER-KEY
005900         FILE STATUS IS WS-MASTER-STATUS.
006000     SELECT REPORT-FILE ASSIGN TO "MSTRPT"
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  HISTORY-FILE
006500     RECORDING MODE IS F.
006600 01  AUDIT-RECORD.
006700     COPY AUDREC.
006800 FD  PARM-CARD-FILE
006900     RECORDING MODE IS F.
007000 01  PARM-CARD-RECORD.
007100     05 PC-MODE                      PIC X.
007200     05 FILLER                       PIC X(79).
007300 FD  MASTER-FILE.
007400 01  MASTER-RECORD.
007500     COPY MSTREC.
007600 FD  REPORT-FILE
007700     RECORDING MODE IS F.
007800 01  REPORT-RECORD                   PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 01 WS-MODE                          PIC X VALUE "V".
008100     88 REBUILD-MODE                 VALUE "R".
008200     88 VERIFY-MODE                  VALUE "V".
008300 01 WS-HIST-EOF-SW                   PIC X VALUE "N".
008400     88 END-OF-HISTORY               VALUE "Y".
008500 01 WS-NEW-ANSWER-SW                 PIC X.
008600     88 NEW-ANSWER-FOUND             VALUE "Y".
008700 01 WS-MASTER-STATUS                 PIC X(2).
008800 01 WS-RUN-DATE                      PIC 9(8).
008900 01 WS-HIST-KEY                      PIC X(104) VALUE LOW-VALUES.
009000 01 WS-HIST-DATE                     PIC 9(8).
009100 01 WS-HIST-SEQUENCE                 PIC 9(4).
009200 01 WS-MST-KEY                       PIC X(104).
009300 01 WS-READ-COUNT                    PIC 9(7) VALUE ZERO.
009400 01 WS-DISTINCT-COUNT                PIC 9(7) VALUE ZERO.
009500 01 WS-REPEAT-COUNT                  PIC 9(7) VALUE ZERO.
009600 01 WS-LOADED-COUNT                  PIC 9(7) VALUE ZERO.
009700 01 WS-MASTER-COUNT                  PIC 9(7) VALUE ZERO.
009800 01 WS-MATCHED-COUNT                 PIC 9(7) VALUE ZERO.
009900 01 WS-HIST-ONLY-COUNT               PIC 9(7) VALUE ZERO.
010000 01 WS-MST-ONLY-COUNT                PIC 9(7) VALUE ZERO.
010100 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
010200 01 RPT-DETAIL-LINE.
010300     05 FILLER                       PIC X VALUE SPACES.
010400     05 RPD-SIDE                     PIC X(12).
010500     05 FILLER                       PIC X VALUE SPACES.
010600     05 RPD-DATE                     PIC 9(8).
010700     05 FILLER                       PIC X VALUE SPACES.
010800     05 RPD-SEQUENCE                 PIC 9(4).
010900     05 FILLER                       PIC X VALUE SPACES.
011000     05 RPD-ANSWER                   PIC X(104).
011100 01 RPT-TOTAL-LINE.
011200     05 FILLER                       PIC X(2) VALUE SPACES.
011300     05 RPT-TOTAL-LABEL              PIC X(32).
011400     05 RPT-TOTAL-VALUE              PIC Z(6)9.
011500     05 FILLER                       PIC X(91) VALUE SPACES.
011600 PROCEDURE DIVISION.
011700 0000-MAIN-PROCESS.
011800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011900     PERFORM 0100-READ-PARM-CARD
012000     OPEN INPUT HISTORY-FILE
012100     OPEN OUTPUT REPORT-FILE
012200     PERFORM 0150-WRITE-HEADINGS
012300     IF REBUILD-MODE
012400         OPEN OUTPUT MASTER-FILE
012500     ELSE
012600         OPEN INPUT MASTER-FILE
012700     END-IF
012800     IF WS-MASTER-STATUS NOT = "00"
012900         DISPLAY "NNMSTRBL - DECODMST OPEN FAILED, STATUS "
013000             WS-MASTER-STATUS
013100         MOVE 12 TO WS-BATCH-RC
013200     ELSE
013300         PERFORM 0200-NEXT-HISTORY-ANSWER
013400         IF REBUILD-MODE
013500             PERFORM 0300-LOAD-ANSWER UNTIL END-OF-HISTORY
013600             IF WS-LOADED-COUNT = ZERO AND WS-BATCH-RC < 8
013700                 DISPLAY "NNMSTRBL - HISTORY IS EMPTY, "
013800                     "DECODMST REBUILT WITH NO ANSWERS"
013900                 MOVE 8 TO WS-BATCH-RC
014000             END-IF
014100         ELSE
014200             PERFORM 0400-READ-MASTER
014300             PERFORM 0500-COMPARE-ANSWER
014400                 UNTIL WS-HIST-KEY = HIGH-VALUES
014500                 AND WS-MST-KEY = HIGH-VALUES
014600         END-IF
014700         CLOSE MASTER-FILE
014800     END-IF
014900     PERFORM 0800-WRITE-SUMMARY
015000     CLOSE REPORT-FILE
015100     CLOSE HISTORY-FILE
015200     MOVE WS-BATCH-RC TO RETURN-CODE
015300     GOBACK.
015400
015500 0100-READ-PARM-CARD.
015600     OPEN INPUT PARM-CARD-FILE
015700     READ PARM-CARD-FILE
015800         AT END
015900             DISPLAY "NNMSTRBL - NO PARMCD CARD, "
016000                 "RUNNING VERIFY ONLY"
016100             MOVE 4 TO WS-BATCH-RC
016200         NOT AT END
016300             IF PC-MODE = "R" OR PC-MODE = "V"
016400                 MOVE PC-MODE TO WS-MODE
016500             ELSE
016600                 DISPLAY "NNMSTRBL - BAD PARMCD MODE " PC-MODE
016700                     " - RUNNING VERIFY ONLY"
016800                 MOVE 4 TO WS-BATCH-RC
016900             END-IF
017000     END-READ
017100     CLOSE PARM-CARD-FILE.
017200
017300 0150-WRITE-HEADINGS.
017400     IF REBUILD-MODE
017500         MOVE "NN0276 DECODE MASTER REBUILD FROM AUDIT HISTORY"
017600             TO REPORT-RECORD
017700     ELSE
017800         MOVE "NN0276 DECODE MASTER VERIFY AGAINST AUDIT HISTORY"
017900             TO REPORT-RECORD
018000     END-IF
018100     WRITE REPORT-RECORD
018200     MOVE SPACES TO REPORT-RECORD
018300     STRING "RUN DATE " WS-RUN-DATE
018400         DELIMITED BY SIZE INTO REPORT-RECORD
018500     WRITE REPORT-RECORD
018600     MOVE SPACES TO REPORT-RECORD
018700     WRITE REPORT-RECORD
018800     IF VERIFY-MODE
018900         MOVE " ONE SIDE     FIRST    SEQ  ANSWER TEXT"
019000             TO REPORT-RECORD
019100         WRITE REPORT-RECORD
019200     END-IF.
019300
019400 0200-NEXT-HISTORY-ANSWER.
019500*    Steps to the next DISTINCT answer on the sorted history;
019600*    its first record is the earliest delivery.  HIGH-VALUES
019700*    in WS-HIST-KEY marks the end for the verify match.
019800     MOVE "N" TO WS-NEW-ANSWER-SW
019900     PERFORM 0210-READ-HISTORY
020000         UNTIL NEW-ANSWER-FOUND OR END-OF-HISTORY
020100     IF END-OF-HISTORY
020200         MOVE HIGH-VALUES TO WS-HIST-KEY
020300     END-IF.
020400
020500 0210-READ-HISTORY.
020600     READ HISTORY-FILE
020700         AT END
020800             SET END-OF-HISTORY TO TRUE
020900         NOT AT END
021000             ADD 1 TO WS-READ-COUNT
021100             EVALUATE TRUE
021200                 WHEN AUDIT-ANSWER = WS-HIST-KEY
021300                     ADD 1 TO WS-REPEAT-COUNT
021400                 WHEN AUDIT-ANSWER < WS-HIST-KEY
021500                     DISPLAY "NNMSTRBL - HISTIN NOT IN ANSWER "
021600                         "ORDER AT RECORD " WS-READ-COUNT
021700                         " - RUN THE SORT STEP"
021800                     MOVE 12 TO WS-BATCH-RC
021900                     SET END-OF-HISTORY TO TRUE
022000                 WHEN OTHER
022100                     SET NEW-ANSWER-FOUND TO TRUE
022200                     ADD 1 TO WS-DISTINCT-COUNT
022300                     MOVE AUDIT-ANSWER TO WS-HIST-KEY
022400                     MOVE AUDIT-RUN-DATE TO WS-HIST-DATE
022500                     MOVE AUDIT-SEQUENCE TO WS-HIST-SEQUENCE
022600             END-EVALUATE
022700     END-READ.
022800
022900 0300-LOAD-ANSWER.
023000     MOVE WS-HIST-KEY TO MST-ANSWER-KEY
023100     MOVE WS-HIST-DATE TO MST-FIRST-SEEN-DATE
023200     MOVE WS-HIST-SEQUENCE TO MST-FIRST-SEQUENCE
023300     WRITE MASTER-RECORD
023400         INVALID KEY
023500             DISPLAY "NNMSTRBL - DECODMST WRITE FAILED, STATUS "
023600                 WS-MASTER-STATUS " AT ANSWER " WS-DISTINCT-COUNT
023700             MOVE 12 TO WS-BATCH-RC
023800         NOT INVALID KEY
023900             ADD 1 TO WS-LOADED-COUNT
024000     END-WRITE
024100     PERFORM 0200-NEXT-HISTORY-ANSWER.
024200
024300 0400-READ-MASTER.
024400     READ MASTER-FILE
024500         AT END
024600             MOVE HIGH-VALUES TO WS-MST-KEY
024700         NOT AT END
024800             ADD 1 TO WS-MASTER-COUNT
024900             MOVE MST-ANSWER-KEY TO WS-MST-KEY
025000     END-READ.
025100
025200 0500-COMPARE-ANSWER.
025300     EVALUATE TRUE
025400         WHEN WS-HIST-KEY = WS-MST-KEY
025500             ADD 1 TO WS-MATCHED-COUNT
025600             PERFORM 0200-NEXT-HISTORY-ANSWER
025700             PERFORM 0400-READ-MASTER
025800         WHEN WS-HIST-KEY < WS-MST-KEY
025900             ADD 1 TO WS-HIST-ONLY-COUNT
026000             MOVE "HISTORY ONLY" TO RPD-SIDE
026100             MOVE WS-HIST-DATE TO RPD-DATE
026200             MOVE WS-HIST-SEQUENCE TO RPD-SEQUENCE
026300             MOVE WS-HIST-KEY TO RPD-ANSWER
026400             WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
026500             PERFORM 0200-NEXT-HISTORY-ANSWER
026600         WHEN OTHER
026700             ADD 1 TO WS-MST-ONLY-COUNT
026800             MOVE "MASTER ONLY" TO RPD-SIDE
026900             MOVE MST-FIRST-SEEN-DATE TO RPD-DATE
027000             MOVE MST-FIRST-SEQUENCE TO RPD-SEQUENCE
027100             MOVE WS-MST-KEY TO RPD-ANSWER
027200             WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
027300             PERFORM 0400-READ-MASTER
027400     END-EVALUATE.
027500
027600 0800-WRITE-SUMMARY.
027700     MOVE SPACES TO REPORT-RECORD
027800     WRITE REPORT-RECORD
027900     MOVE "HISTORY RECORDS READ" TO RPT-TOTAL-LABEL
028000     MOVE WS-READ-COUNT TO RPT-TOTAL-VALUE
028100     PERFORM 0810-WRITE-TOTAL-LINE
028200     MOVE "DISTINCT ANSWERS ON HISTORY" TO RPT-TOTAL-LABEL
028300     MOVE WS-DISTINCT-COUNT TO RPT-TOTAL-VALUE
028400     PERFORM 0810-WRITE-TOTAL-LINE
028500     MOVE "LATER DELIVERIES OF AN ANSWER" TO RPT-TOTAL-LABEL
028600     MOVE WS-REPEAT-COUNT TO RPT-TOTAL-VALUE
028700     PERFORM 0810-WRITE-TOTAL-LINE
028800     IF REBUILD-MODE
028900         MOVE "ANSWERS LOADED TO DECODMST" TO RPT-TOTAL-LABEL
029000         MOVE WS-LOADED-COUNT TO RPT-TOTAL-VALUE
029100         PERFORM 0810-WRITE-TOTAL-LINE
029200         DISPLAY "NNMSTRBL - REBUILD READ " WS-READ-COUNT
029300             " DISTINCT " WS-DISTINCT-COUNT
029400             " LOADED " WS-LOADED-COUNT
029500     ELSE
029600         MOVE "ANSWERS ON DECODMST" TO RPT-TOTAL-LABEL
029700         MOVE WS-MASTER-COUNT TO RPT-TOTAL-VALUE
029800         PERFORM 0810-WRITE-TOTAL-LINE
029900         MOVE "ANSWERS ON BOTH" TO RPT-TOTAL-LABEL
030000         MOVE WS-MATCHED-COUNT TO RPT-TOTAL-VALUE
030100         PERFORM 0810-WRITE-TOTAL-LINE
030200         MOVE "ON HISTORY, NOT ON DECODMST" TO RPT-TOTAL-LABEL
030300         MOVE WS-HIST-ONLY-COUNT TO RPT-TOTAL-VALUE
030400         PERFORM 0810-WRITE-TOTAL-LINE
030500         MOVE "ON DECODMST, NOT ON HISTORY" TO RPT-TOTAL-LABEL
030600         MOVE WS-MST-ONLY-COUNT TO RPT-TOTAL-VALUE
030700         PERFORM 0810-WRITE-TOTAL-LINE
030800         IF WS-HIST-ONLY-COUNT > ZERO OR WS-MST-ONLY-COUNT > ZERO
030900             IF WS-BATCH-RC < 8
031000                 MOVE 8 TO WS-BATCH-RC
031100             END-IF
031200         END-IF
031300         DISPLAY "NNMSTRBL - VERIFY MATCHED " WS-MATCHED-COUNT
031400             " HISTORY ONLY " WS-HIST-ONLY-COUNT
031500             " MASTER ONLY " WS-MST-ONLY-COUNT
031600     END-IF.
031700
031800 0810-WRITE-TOTAL-LINE.
031900     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
032000  END PROGRAM nnmstrbl.
