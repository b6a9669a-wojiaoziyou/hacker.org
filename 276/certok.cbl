000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nncertok.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Certification sign-off for NN0276 stations.  A station    *
000600*    onboarded on NNSM with status C (IN CERTIFICATION) has    *
000700*    every transmission checked by the decode run but never    *
000800*    delivered - each one leaves a TR record on the            *
000900*    certification history NN0276.CERT.RECEIPTS (CERTRCP,      *
001000*    copybook CRTREC).  Operations signs a station off with    *
001100*    one SIGNCD card.  For each card this job:                 *
001200*        1  lists on SIGNRPT every test result the station     *
001300*           has had since its last sign-off, as the evidence   *
001400*        2  counts the clean run - the PASSED results in a     *
001500*           row up to and including the latest one; any        *
001600*           failure starts the count again                     *
001700*        3  if the clean run reaches the number of test cases  *
001800*           required, switches the station to ACTIVE (A) on    *
001900*           STNMAST with today as its certified date, clears   *
002000*           its test batch numbers off BATCHREG so the first   *
002100*           live batch is not taken for a resend, and appends  *
002200*           an SO record to CERTRCP naming who signed it off   *
002300*    The next decode run delivers the station's traffic        *
002400*    through its STNMAST route as normal.                      *
002500*                                                              *
002600*    SIGNCD card layout (80 bytes, one per station):           *
002700*        cols 1-4    station ID                                *
002800*        cols 5-12   signed off by (user ID)                   *
002900*        cols 13-15  clean test transmissions required -       *
003000*                    blank or zero takes the standard 5        *
003100*                                                              *
003200*    Return codes:  0 - every station on the cards certified   *
003300*                   4 - a station was not certified (no clean  *
003400*                       run, not in certification, not on      *
003500*                       STNMAST), a card was bad or there      *
003600*                       were no cards, or the BATCHREG entry   *
003700*                       could not be cleared                   *
003800*                  12 - STNMAST open or rewrite failure, or    *
003900*                       CERTRCP could not be appended to       *
004000****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 OBJECT-COMPUTER. IBM-370.
004400 SOURCE-COMPUTER. IBM-370.
004500 SPECIAL-NAMES.
004600     CONSOLE IS OPERATOR-CONSOLE.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL SIGN-CARD-FILE ASSIGN TO "SIGNCD"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT STATION-MASTER-FILE ASSIGN TO "STNMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS STN-STATION-ID
005500         FILE STATUS IS WS-STNMAST-STATUS.
005600     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS BRG-STATION-ID
006000         FILE STATUS IS WS-BATCHREG-STATUS.
006100     SELECT OPTIONAL CERT-RECEIPT-FILE ASSIGN TO "CERTRCP"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CERTRCP-STATUS.
006400     SELECT REPORT-FILE ASSIGN TO "SIGNRPT"
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SIGN-CARD-FILE
006900     RECORDING MODE IS F.
007000 01  SIGN-CARD-RECORD.
007100     05 SC-STATION-ID                PIC X(4).
007200     05 SC-SIGNED-BY                 PIC X(8).
007300     05 SC-REQUIRED-CASES            PIC X(3).
007400     05 SC-REQUIRED-NUM REDEFINES SC-REQUIRED-CASES
007500                                     PIC 9(3).
007600     05 FILLER                       PIC X(65).
007700 FD  STATION-MASTER-FILE.
007800 01  STATION-MASTER-RECORD.
007900     COPY STNREC.
008000 FD  BATCH-REGISTER-FILE.
008100 01  BATCH-REGISTER-RECORD.
008200     COPY BRGREC.
008300 FD  CERT-RECEIPT-FILE
008400     RECORDING MODE IS F.
008500 01  CERT-RECEIPT-RECORD.
008600     COPY CRTREC.
008700 FD  REPORT-FILE
008800     RECORDING MODE IS F.
008900 01  REPORT-RECORD                   PIC X(132).
009000 WORKING-STORAGE SECTION.
009100 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
009200 01 WS-RUN-DATE                      PIC 9(8).
009300 01 WS-RUN-TIME                      PIC 9(8).
009400 01 WS-STNMAST-STATUS                PIC X(2).
009500 01 WS-BATCHREG-STATUS               PIC X(2).
009600 01 WS-CERTRCP-STATUS                PIC X(2).
009700 01 WS-STNMAST-OPEN-SW               PIC X VALUE "N".
009800     88 STATION-MASTER-OPEN          VALUE "Y".
009900 01 WS-BATCHREG-OPEN-SW              PIC X VALUE "N".
010000     88 BATCH-REGISTER-OPEN          VALUE "Y".
010100 01 WS-CARD-EOF-SW                   PIC X VALUE "N".
010200     88 END-OF-SIGN-CARDS            VALUE "Y".
010300 01 WS-CERTRCP-EOF-SW                PIC X VALUE "N".
010400     88 END-OF-CERT-HISTORY          VALUE "Y".
010500 01 WS-SIGNED-OFF-SW                 PIC X.
010600     88 STATION-SIGNED-OFF           VALUE "Y".
010700 01 WS-DEFAULT-CASES                 PIC 9(3) VALUE 5.
010800 01 WS-REQUIRED-CASES                PIC 9(3).
010900 01 WS-HISTORY-REC-NO                PIC 9(7).
011000 01 WS-LAST-SIGN-OFF-REC-NO          PIC 9(7).
011100 01 WS-TEST-COUNT                    PIC 9(5).
011200 01 WS-PASSED-COUNT                  PIC 9(5).
011300 01 WS-FAILED-COUNT                  PIC 9(5).
011400 01 WS-CLEAN-RUN                     PIC 9(5).
011500 01 WS-CASES-SHORT                   PIC 9(5).
011600 01 WS-CARD-COUNT                    PIC 9(5) VALUE ZERO.
011700 01 WS-CERTIFIED-COUNT               PIC 9(5) VALUE ZERO.
011800 01 WS-REFUSED-COUNT                 PIC 9(5) VALUE ZERO.
011900 01 WS-VERDICT                       PIC X(60).
012000 01 RPT-STATION-LINE.
012100     05 FILLER                       PIC X VALUE SPACES.
012200     05 FILLER                       PIC X(8) VALUE "STATION ".
012300     05 RST-STATION-ID               PIC X(4).
012400     05 FILLER                       PIC X(2) VALUE SPACES.
012500     05 RST-STATION-NAME             PIC X(20).
012600     05 FILLER                       PIC X(2) VALUE SPACES.
012700     05 FILLER                       PIC X(7) VALUE "ROUTE  ".
012800     05 RST-DEST-NO                  PIC Z9.
012900     05 FILLER                       PIC X VALUE SPACES.
013000     05 RST-DEST-NAME                PIC X(8).
013100     05 FILLER                       PIC X(2) VALUE SPACES.
013200     05 FILLER                       PIC X(10) VALUE "SIGNED BY ".
013300     05 RST-SIGNED-BY                PIC X(8).
013400     05 FILLER                       PIC X(2) VALUE SPACES.
013500     05 FILLER                       PIC X(15)
013600                                     VALUE "CASES REQUIRED ".
013700     05 RST-REQUIRED-CASES           PIC ZZ9.
013800     05 FILLER                       PIC X(37) VALUE SPACES.
013900 01 RPT-RESULT-LINE.
014000     05 FILLER                       PIC X(3) VALUE SPACES.
014100     05 RRS-RUN-DATE                 PIC 9(8).
014200     05 FILLER                       PIC X VALUE ".".
014300     05 RRS-SEQUENCE                 PIC 9(4).
014400     05 FILLER                       PIC X(2) VALUE SPACES.
014500     05 RRS-CYCLE                    PIC X.
014600     05 FILLER                       PIC X(2) VALUE SPACES.
014700     05 RRS-REC-TYPE                 PIC X.
014800     05 FILLER                       PIC X(2) VALUE SPACES.
014900     05 RRS-SLOT-COUNT               PIC Z9.
015000     05 FILLER                       PIC X(2) VALUE SPACES.
015100     05 RRS-RESULT                   PIC X(13).
015200     05 FILLER                       PIC X(2) VALUE SPACES.
015300     05 RRS-ERROR-SLOT               PIC Z9.
015400     05 FILLER                       PIC X(2) VALUE SPACES.
015500     05 RRS-EXPECTED-CHECKSUM        PIC Z(8)9.
015600     05 FILLER                       PIC X(2) VALUE SPACES.
015700     05 RRS-COMPUTED-CHECKSUM        PIC Z(8)9.
015800     05 FILLER                       PIC X(2) VALUE SPACES.
015900     05 RRS-CLEAN-RUN                PIC Z(4)9.
016000     05 FILLER                       PIC X(58) VALUE SPACES.
016100 01 RPT-COUNT-LINE.
016200     05 FILLER                       PIC X(3) VALUE SPACES.
016300     05 FILLER                       PIC X(27)
016400                               VALUE "TESTS SINCE LAST SIGN-OFF ".
016500     05 RCT-TEST-COUNT               PIC Z(4)9.
016600     05 FILLER                       PIC X(9) VALUE "  PASSED ".
016700     05 RCT-PASSED-COUNT             PIC Z(4)9.
016800     05 FILLER                       PIC X(9) VALUE "  FAILED ".
016900     05 RCT-FAILED-COUNT             PIC Z(4)9.
017000     05 FILLER                       PIC X(12)
017100                                     VALUE "  CLEAN RUN ".
017200     05 RCT-CLEAN-RUN                PIC Z(4)9.
017300     05 FILLER                       PIC X(52) VALUE SPACES.
017400 01 RPT-VERDICT-LINE.
017500     05 FILLER                       PIC X(3) VALUE SPACES.
017600     05 FILLER                       PIC X(8) VALUE "RESULT  ".
017700     05 RVD-VERDICT                  PIC X(60).
017800     05 FILLER                       PIC X(61) VALUE SPACES.
017900 01 RPT-TOTAL-LINE.
018000     05 FILLER                       PIC X(2) VALUE SPACES.
018100     05 RPT-TOTAL-LABEL              PIC X(32).
018200     05 RPT-TOTAL-VALUE              PIC Z(6)9.
018300     05 FILLER                       PIC X(91) VALUE SPACES.
018400 PROCEDURE DIVISION.
018500 0000-MAIN-PROCESS.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018700     ACCEPT WS-RUN-TIME FROM TIME
018800     OPEN OUTPUT REPORT-FILE
018900     PERFORM 0150-WRITE-HEADINGS
019000     PERFORM 0200-OPEN-MASTER-FILES
019100     IF STATION-MASTER-OPEN
019200         OPEN INPUT SIGN-CARD-FILE
019300         PERFORM 0300-READ-SIGN-CARD
019400         PERFORM 0400-PROCESS-SIGN-CARD UNTIL END-OF-SIGN-CARDS
019500         CLOSE SIGN-CARD-FILE
019600         IF WS-CARD-COUNT = ZERO
019700             DISPLAY "NNCERTOK - NO SIGNCD CARDS, NOTHING SIGNED "
019800                 "OFF"
019900             MOVE "  NO SIGNCD CARDS" TO REPORT-RECORD
020000             WRITE REPORT-RECORD
020100             IF WS-BATCH-RC < 4
020200                 MOVE 4 TO WS-BATCH-RC
020300             END-IF
020400         END-IF
020500         CLOSE STATION-MASTER-FILE
020600     END-IF
020700     IF BATCH-REGISTER-OPEN
020800         CLOSE BATCH-REGISTER-FILE
020900     END-IF
021000     PERFORM 0800-WRITE-SUMMARY
021100     CLOSE REPORT-FILE
021200     DISPLAY "NNCERTOK - CARDS " WS-CARD-COUNT
021300         " CERTIFIED " WS-CERTIFIED-COUNT
021400         " NOT CERTIFIED " WS-REFUSED-COUNT " RC " WS-BATCH-RC
021500     MOVE WS-BATCH-RC TO RETURN-CODE
021600     GOBACK.
021700
021800 0150-WRITE-HEADINGS.
021900     MOVE "NN0276 STATION CERTIFICATION - SIGN-OFF"
022000         TO REPORT-RECORD
022100     WRITE REPORT-RECORD
022200     MOVE SPACES TO REPORT-RECORD
022300     STRING "RUN " WS-RUN-DATE " " WS-RUN-TIME
022400         DELIMITED BY SIZE INTO REPORT-RECORD
022500     WRITE REPORT-RECORD
022600     MOVE SPACES TO REPORT-RECORD
022700     WRITE REPORT-RECORD.
022800
022900 0200-OPEN-MASTER-FILES.
023000*    An empty BATCHREG (NNBRGDEF run, no batch numbered since)
023100*    opens with status 35 and simply has nothing to clear.
023200     OPEN I-O STATION-MASTER-FILE
023300     EVALUATE WS-STNMAST-STATUS
023400         WHEN "00"
023500         WHEN "97"
023600             SET STATION-MASTER-OPEN TO TRUE
023700         WHEN OTHER
023800             DISPLAY "NNCERTOK - STNMAST OPEN FAILED, STATUS "
023900                 WS-STNMAST-STATUS
024000             MOVE 12 TO WS-BATCH-RC
024100     END-EVALUATE
024200     OPEN I-O BATCH-REGISTER-FILE
024300     EVALUATE WS-BATCHREG-STATUS
024400         WHEN "00"
024500         WHEN "97"
024600             SET BATCH-REGISTER-OPEN TO TRUE
024700         WHEN "35"
024800             CONTINUE
024900         WHEN OTHER
025000             DISPLAY "NNCERTOK - BATCHREG OPEN FAILED, STATUS "
025100                 WS-BATCHREG-STATUS " - TEST BATCH NUMBERS "
025200                 "WILL NOT BE CLEARED"
025300             IF WS-BATCH-RC < 4
025400                 MOVE 4 TO WS-BATCH-RC
025500             END-IF
025600     END-EVALUATE.
025700
025800 0300-READ-SIGN-CARD.
025900     READ SIGN-CARD-FILE
026000         AT END
026100             SET END-OF-SIGN-CARDS TO TRUE
026200     END-READ.
026300
026400 0400-PROCESS-SIGN-CARD.
026500     ADD 1 TO WS-CARD-COUNT
026600     MOVE SPACES TO WS-VERDICT
026700     MOVE "N" TO WS-SIGNED-OFF-SW
026800     IF SC-REQUIRED-CASES = SPACES
026900         MOVE WS-DEFAULT-CASES TO WS-REQUIRED-CASES
027000     ELSE
027100         IF SC-REQUIRED-CASES NUMERIC
027200             MOVE SC-REQUIRED-NUM TO WS-REQUIRED-CASES
027300         ELSE
027400             MOVE ZERO TO WS-REQUIRED-CASES
027500             MOVE "BAD CARD - CASES REQUIRED IS NOT NUMERIC"
027600                 TO WS-VERDICT
027700         END-IF
027800         IF WS-REQUIRED-CASES = ZERO
027900             MOVE WS-DEFAULT-CASES TO WS-REQUIRED-CASES
028000         END-IF
028100     END-IF
028200     IF SC-STATION-ID = SPACES
028300         MOVE "BAD CARD - NO STATION ID" TO WS-VERDICT
028400     END-IF
028500     IF SC-SIGNED-BY = SPACES
028600         MOVE "BAD CARD - NO SIGNED-BY USER" TO WS-VERDICT
028700     END-IF
028800     MOVE SPACES TO STATION-MASTER-RECORD
028900     MOVE SC-STATION-ID TO STN-STATION-ID
029000     MOVE ZERO TO STN-DEST-NO
029100     IF WS-VERDICT = SPACES
029200         READ STATION-MASTER-FILE
029300             INVALID KEY
029400                 MOVE SPACES TO STATION-MASTER-RECORD
029500                 MOVE SC-STATION-ID TO STN-STATION-ID
029600                 MOVE ZERO TO STN-DEST-NO
029700                 MOVE "NOT ON THE STATION MASTER" TO WS-VERDICT
029800         END-READ
029900     END-IF
030000     IF WS-VERDICT = SPACES AND NOT STATION-IN-CERTIFICATION
030100         STRING "NOT IN CERTIFICATION - STATUS IS "
030200             STN-ACTIVE-SW DELIMITED BY SIZE INTO WS-VERDICT
030300     END-IF
030400     PERFORM 0410-WRITE-STATION-LINE
030500     IF WS-VERDICT = SPACES
030600         PERFORM 0500-TALLY-RESULTS
030700         PERFORM 0550-LIST-RESULTS
030800         PERFORM 0420-WRITE-COUNT-LINE
030900         IF WS-CLEAN-RUN >= WS-REQUIRED-CASES
031000             PERFORM 0600-SIGN-OFF-STATION
031100         ELSE
031200             COMPUTE WS-CASES-SHORT =
031300                 WS-REQUIRED-CASES - WS-CLEAN-RUN
031400             MOVE SPACES TO WS-VERDICT
031500             STRING "NOT CERTIFIED - " WS-CASES-SHORT
031600                 " MORE CLEAN TEST(S) NEEDED"
031700                 DELIMITED BY SIZE INTO WS-VERDICT
031800         END-IF
031900     END-IF
032000     IF NOT STATION-SIGNED-OFF
032100         ADD 1 TO WS-REFUSED-COUNT
032200         DISPLAY "NNCERTOK - STATION " SC-STATION-ID " "
032300             WS-VERDICT
032400             UPON OPERATOR-CONSOLE
032500         IF WS-BATCH-RC < 4
032600             MOVE 4 TO WS-BATCH-RC
032700         END-IF
032800     END-IF
032900     MOVE WS-VERDICT TO RVD-VERDICT
033000     WRITE REPORT-RECORD FROM RPT-VERDICT-LINE
033100     MOVE SPACES TO REPORT-RECORD
033200     WRITE REPORT-RECORD
033300     PERFORM 0300-READ-SIGN-CARD.
033400
033500 0410-WRITE-STATION-LINE.
033600     MOVE SC-STATION-ID TO RST-STATION-ID
033700     MOVE STN-STATION-NAME TO RST-STATION-NAME
033800     MOVE STN-DEST-NO TO RST-DEST-NO
033900     MOVE STN-DEST-NAME TO RST-DEST-NAME
034000     MOVE SC-SIGNED-BY TO RST-SIGNED-BY
034100     MOVE WS-REQUIRED-CASES TO RST-REQUIRED-CASES
034200     WRITE REPORT-RECORD FROM RPT-STATION-LINE.
034300
034400 0420-WRITE-COUNT-LINE.
034500     MOVE WS-TEST-COUNT TO RCT-TEST-COUNT
034600     MOVE WS-PASSED-COUNT TO RCT-PASSED-COUNT
034700     MOVE WS-FAILED-COUNT TO RCT-FAILED-COUNT
034800     MOVE WS-CLEAN-RUN TO RCT-CLEAN-RUN
034900     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
035000
035100 0500-TALLY-RESULTS.
035200*    First pass over the history.  A station put back into
035300*    certification after an earlier sign-off starts again from
035400*    nothing, so the counts restart at each SO record for it.
035500     MOVE ZERO TO WS-LAST-SIGN-OFF-REC-NO WS-TEST-COUNT
035600         WS-PASSED-COUNT WS-FAILED-COUNT WS-CLEAN-RUN
035700     PERFORM 0510-START-HISTORY
035800     PERFORM 0530-TALLY-ONE-RECORD UNTIL END-OF-CERT-HISTORY
035900     CLOSE CERT-RECEIPT-FILE.
036000
036100 0510-START-HISTORY.
036200     MOVE ZERO TO WS-HISTORY-REC-NO
036300     MOVE "N" TO WS-CERTRCP-EOF-SW
036400     OPEN INPUT CERT-RECEIPT-FILE
036500     PERFORM 0520-READ-HISTORY.
036600
036700 0520-READ-HISTORY.
036800     READ CERT-RECEIPT-FILE
036900         AT END
037000             SET END-OF-CERT-HISTORY TO TRUE
037100         NOT AT END
037200             ADD 1 TO WS-HISTORY-REC-NO
037300     END-READ.
037400
037500 0530-TALLY-ONE-RECORD.
037600     IF CER-STATION-ID = SC-STATION-ID
037700         EVALUATE TRUE
037800             WHEN CER-SIGN-OFF
037900                 MOVE WS-HISTORY-REC-NO
038000                     TO WS-LAST-SIGN-OFF-REC-NO
038100                 MOVE ZERO TO WS-TEST-COUNT WS-PASSED-COUNT
038200                     WS-FAILED-COUNT WS-CLEAN-RUN
038300             WHEN CER-TEST-RESULT AND CER-PASSED
038400                 ADD 1 TO WS-TEST-COUNT WS-PASSED-COUNT
038500                     WS-CLEAN-RUN
038600             WHEN CER-TEST-RESULT
038700                 ADD 1 TO WS-TEST-COUNT WS-FAILED-COUNT
038800                 MOVE ZERO TO WS-CLEAN-RUN
038900         END-EVALUATE
039000     END-IF
039100     PERFORM 0520-READ-HISTORY.
039200
039300 0550-LIST-RESULTS.
039400*    Second pass lists the results the counts rest on - those
039500*    after the station's last sign-off - with the clean run as
039600*    it stood after each one.
039700     MOVE SPACES TO REPORT-RECORD
039800     STRING "   RUN DATE.SEQ  C  T  SL  RESULT         ER"
039900         "   EXPECTED   COMPUTED  CLEAN"
040000         DELIMITED BY SIZE INTO REPORT-RECORD
040100     WRITE REPORT-RECORD
040200     MOVE ZERO TO WS-CLEAN-RUN
040300     PERFORM 0510-START-HISTORY
040400     PERFORM 0560-LIST-ONE-RECORD UNTIL END-OF-CERT-HISTORY
040500     CLOSE CERT-RECEIPT-FILE
040600     IF WS-TEST-COUNT = ZERO
040700         MOVE "   NO TEST TRANSMISSIONS ON CERTRCP"
040800             TO REPORT-RECORD
040900         WRITE REPORT-RECORD
041000     END-IF.
041100
041200 0560-LIST-ONE-RECORD.
041300     IF CER-STATION-ID = SC-STATION-ID AND CER-TEST-RESULT
041400             AND WS-HISTORY-REC-NO > WS-LAST-SIGN-OFF-REC-NO
041500         IF CER-PASSED
041600             ADD 1 TO WS-CLEAN-RUN
041700         ELSE
041800             MOVE ZERO TO WS-CLEAN-RUN
041900         END-IF
042000         MOVE CER-RUN-DATE TO RRS-RUN-DATE
042100         MOVE CER-SEQUENCE TO RRS-SEQUENCE
042200         MOVE CER-CYCLE TO RRS-CYCLE
042300         MOVE CER-REC-TYPE TO RRS-REC-TYPE
042400         MOVE CER-SLOT-COUNT TO RRS-SLOT-COUNT
042500         MOVE CER-RESULT TO RRS-RESULT
042600         MOVE CER-ERROR-SLOT TO RRS-ERROR-SLOT
042700         MOVE CER-EXPECTED-CHECKSUM TO RRS-EXPECTED-CHECKSUM
042800         MOVE CER-COMPUTED-CHECKSUM TO RRS-COMPUTED-CHECKSUM
042900         MOVE WS-CLEAN-RUN TO RRS-CLEAN-RUN
043000         WRITE REPORT-RECORD FROM RPT-RESULT-LINE
043100     END-IF
043200     PERFORM 0520-READ-HISTORY.
043300
043400 0600-SIGN-OFF-STATION.
043500*    The register entry holds the batch numbers the test traffic
043600*    used; left in place the station's first live batch 1 would
043700*    be refused as a resend.  No entry (23) means the station's
043800*    tests carried no batch control.
043900     SET STATION-ACTIVE TO TRUE
044000     MOVE WS-RUN-DATE TO STN-CERTIFIED-DATE
044100     REWRITE STATION-MASTER-RECORD
044200         INVALID KEY
044300             DISPLAY "NNCERTOK - STNMAST REWRITE FAILED, STATUS "
044400                 WS-STNMAST-STATUS " STATION " STN-STATION-ID
044500             MOVE 12 TO WS-BATCH-RC
044600             MOVE "NOT CERTIFIED - STNMAST REWRITE FAILED"
044700                 TO WS-VERDICT
044800     END-REWRITE
044900     IF WS-VERDICT = SPACES
045000         ADD 1 TO WS-CERTIFIED-COUNT
045100         SET STATION-SIGNED-OFF TO TRUE
045200         MOVE "CERTIFIED - ACTIVE FROM THE NEXT DECODE RUN"
045300             TO WS-VERDICT
045400         PERFORM 0610-CLEAR-TEST-BATCHES
045500         PERFORM 0620-WRITE-SIGN-OFF-RECORD
045600         DISPLAY "NNCERTOK - STATION " STN-STATION-ID
045700             " CERTIFIED BY " SC-SIGNED-BY " ON "
045800             WS-CLEAN-RUN " CLEAN TEST(S), NOW ACTIVE"
045900             UPON OPERATOR-CONSOLE
046000     END-IF.
046100
046200 0610-CLEAR-TEST-BATCHES.
046300     IF BATCH-REGISTER-OPEN
046400         MOVE STN-STATION-ID TO BRG-STATION-ID
046500         DELETE BATCH-REGISTER-FILE RECORD
046600             INVALID KEY
046700                 IF WS-BATCHREG-STATUS NOT = "23"
046800                     DISPLAY "NNCERTOK - BATCHREG DELETE FAILED, "
046900                         "STATUS " WS-BATCHREG-STATUS
047000                         " STATION " STN-STATION-ID
047100                     IF WS-BATCH-RC < 4
047200                         MOVE 4 TO WS-BATCH-RC
047300                     END-IF
047400                 END-IF
047500         END-DELETE
047600     END-IF.
047700
047800 0620-WRITE-SIGN-OFF-RECORD.
047900     OPEN EXTEND CERT-RECEIPT-FILE
048000     MOVE SPACES TO CERT-RECEIPT-RECORD
048100     SET CER-SIGN-OFF TO TRUE
048200     MOVE STN-STATION-ID TO CER-STATION-ID
048300     MOVE WS-RUN-DATE TO CER-RUN-DATE
048400     MOVE ZERO TO CER-SEQUENCE CER-ERROR-SLOT
048500         CER-EXPECTED-CHECKSUM CER-COMPUTED-CHECKSUM
048600         CER-SLOT-COUNT
048700     SET CER-CERTIFIED TO TRUE
048800     MOVE STN-DEST-NO TO CER-DEST-NO
048900     MOVE STN-DEST-NAME TO CER-DEST-NAME
049000     MOVE SC-SIGNED-BY TO CER-SIGNED-BY
049100     MOVE WS-CLEAN-RUN TO CER-CASE-COUNT
049200     WRITE CERT-RECEIPT-RECORD
049300     IF WS-CERTRCP-STATUS NOT = "00"
049400         DISPLAY "NNCERTOK - CERTRCP WRITE FAILED, STATUS "
049500             WS-CERTRCP-STATUS " - NO SIGN-OFF RECORD FOR "
049600             STN-STATION-ID
049700         MOVE 12 TO WS-BATCH-RC
049800     END-IF
049900     CLOSE CERT-RECEIPT-FILE.
050000
050100 0800-WRITE-SUMMARY.
050200     MOVE "SIGN-OFF CARDS READ" TO RPT-TOTAL-LABEL
050300     MOVE WS-CARD-COUNT TO RPT-TOTAL-VALUE
050400     PERFORM 0810-WRITE-TOTAL-LINE
050500     MOVE "  CERTIFIED, NOW ACTIVE" TO RPT-TOTAL-LABEL
050600     MOVE WS-CERTIFIED-COUNT TO RPT-TOTAL-VALUE
050700     PERFORM 0810-WRITE-TOTAL-LINE
050800     MOVE "  NOT CERTIFIED" TO RPT-TOTAL-LABEL
050900     MOVE WS-REFUSED-COUNT TO RPT-TOTAL-VALUE
051000     PERFORM 0810-WRITE-TOTAL-LINE.
051100
051200 0810-WRITE-TOTAL-LINE.
051300     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
051400  END PROGRAM nncertok.
