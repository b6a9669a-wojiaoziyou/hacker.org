000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nnchgbk.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Monthly per-station chargeback for the NN0276 pipeline.   *
000600*    Reads the station receipts history (RCPTIN, copybook      *
000700*    RCPREC) for the billing month and prices every            *
000800*    transmission the station sent from the rate cards         *
000900*    finance maintains (RATECD, copybook RATREC), by           *
001000*    transmission format (S, E or D) and slot                  *
001100*    count band, with separate rates for traffic delivered,    *
001200*    duplicates bypassed and transmissions rejected.  Rejects  *
001300*    include every batch-control failure (BATCH-FAIL,          *
001400*    BATCH-HELD, BATCH-RESEND) one per transmission, so a      *
001500*    station sending corrupt or out-of-balance batches pays    *
001600*    for the reject handling it causes.                        *
001700*                                                              *
001800*    Output:                                                   *
001900*        STMTRPT - one statement per station, showing each     *
002000*                  priced line, its rejects by cause and the   *
002100*                  amount due, then a summary of every         *
002200*                  station and the control totals              *
002300*        CHGLEDG - the summary ledger for finance (copybook    *
002400*                  CHGREC), one D record per station and a T   *
002500*                  trailer                                     *
002600*                                                              *
002700*    Delivered traffic is DECODED, RELEASED-DUP, RELEASED-RVW  *
002800*    and RELEASED-DEF receipts.  HELD-REVIEW and HELD-DEFERRED *
002900*    are not charged - the answer is charged when a reviewer's *
003000*    release, or the release of a deferred transmission,       *
003100*    delivers it.  REVIEW-FAILED and DEFER-FAILED (an answer   *
003200*    that could not be held and was suspended instead) are not *
003300*    charged either, being our failure and not the station's.  *
003400*    The audit history (AUDITIN, copybook AUDREC) is read for  *
003500*    the same month and its delivered count is compared with   *
003600*    the receipts on the control line; a difference means the  *
003700*    DDs do not cover the same runs.  Station names come from  *
003800*    the station master (STNMAST, copybook STNREC).            *
003900*                                                              *
004000*    MONTHCD card layout (80 bytes):                           *
004100*        cols 1-6  billing month YYYYMM (required)             *
004200*                                                              *
004300*    Return codes:  0 - statements and ledger written          *
004400*                   4 - no activity in the month, traffic      *
004500*                       no rate card priced, or the receipts   *
004600*                       and audit history disagree             *
004700*                   8 - missing or invalid MONTHCD card, or    *
004800*                       a bad or missing rate card - nothing   *
004900*                       is billed                              *
005000****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 OBJECT-COMPUTER. IBM-370.
005400 SOURCE-COMPUTER. IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RECEIPT-FILE ASSIGN TO "RCPTIN"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT RATE-CARD-FILE ASSIGN TO "RATECD"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT MONTH-CARD-FILE ASSIGN TO "MONTHCD"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT STATION-MASTER-FILE ASSIGN TO "STNMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS STN-STATION-ID
006900         FILE STATUS IS WS-STNMAST-STATUS.
007000     SELECT REPORT-FILE ASSIGN TO "STMTRPT"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT LEDGER-FILE ASSIGN TO "CHGLEDG"
007300         ORGANIZATION IS SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RECEIPT-FILE
007700     RECORDING MODE IS F.
007800 01  RECEIPT-RECORD.
007900     COPY RCPREC.
008000 FD  AUDIT-FILE
008100     RECORDING MODE IS F.
008200 01  AUDIT-RECORD.
008300     COPY AUDREC.
008400 FD  RATE-CARD-FILE
008500     RECORDING MODE IS F.
008600 01  RATE-CARD-RECORD.
008700     COPY RATREC.
008800 FD  MONTH-CARD-FILE
008900     RECORDING MODE IS F.
009000 01  MONTH-CARD-RECORD.
009100     05 MC-BILL-MONTH                PIC 9(6).
009200     05 MC-BILL-MONTH-PARTS REDEFINES MC-BILL-MONTH.
009300         10 MC-BILL-YEAR             PIC 9(4).
009400         10 MC-BILL-MM               PIC 9(2).
009500     05 FILLER                       PIC X(74).
009600 FD  STATION-MASTER-FILE.
009700 01  STATION-MASTER-RECORD.
009800     COPY STNREC.
009900 FD  REPORT-FILE
010000     RECORDING MODE IS F.
010100 01  REPORT-RECORD                   PIC X(132).
010200 FD  LEDGER-FILE
010300     RECORDING MODE IS F.
010400 01  LEDGER-RECORD.
010500     COPY CHGREC.
010600 WORKING-STORAGE SECTION.
010700 01 WS-RECEIPT-EOF-SW                PIC X VALUE "N".
010800     88 END-OF-RECEIPTS              VALUE "Y".
010900 01 WS-AUDIT-EOF-SW                  PIC X VALUE "N".
011000     88 END-OF-AUDIT                 VALUE "Y".
011100 01 WS-RATE-EOF-SW                   PIC X VALUE "N".
011200     88 END-OF-RATE-CARDS            VALUE "Y".
011300 01 WS-STNMAST-STATUS                PIC X(2).
011400 01 WS-STNMAST-OPEN-SW               PIC X VALUE "N".
011500     88 STATION-MASTER-OPEN          VALUE "Y".
011600 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
011700 01 WS-RUN-DATE                      PIC 9(8).
011800 01 WS-BILL-MONTH                    PIC 9(6).
011900 01 WS-TEST-DATE.
012000     05 WS-TEST-MONTH                PIC 9(6).
012100     05 FILLER                       PIC 9(2).
012200 01 WS-TEST-STATION                  PIC X(4).
012300 01 WS-TEST-SLOTS                    PIC 9(2).
012400 01 WS-TRAFFIC-CLASS                 PIC X.
012500     88 CLASS-DELIVERED              VALUE "D".
012600     88 CLASS-DUPLICATE              VALUE "U".
012700     88 CLASS-REJECTED               VALUE "R".
012800     88 CLASS-NOT-CHARGED            VALUE "N".
012900 01 WS-REJECT-CAUSE                  PIC X(2).
013000 01 WS-RATE-COUNT                    PIC 9(2) VALUE ZERO.
013100 01 WS-RATE-SUB                      PIC 9(2).
013200 01 WS-BEST-MONTH                    PIC 9(6).
013300 01 WS-STATION-COUNT                 PIC 9(2) VALUE ZERO.
013400 01 WS-STATION-SUB                   PIC 9(2).
013500 01 WS-FOUND-SUB                     PIC 9(2).
013600 01 WS-STATION-FOUND-SW              PIC X.
013700     88 STATION-FOUND                VALUE "Y".
013800 01 WS-CLASS-SUB                     PIC 9.
013900 01 WS-LINE-COUNT                    PIC 9(7).
014000 01 WS-LINE-RATE                     PIC 9(3)V9(4).
014100 01 WS-LINE-AMOUNT                   PIC 9(9)V99.
014200 01 WS-ACTIVITY-COUNT                PIC 9(7) VALUE ZERO.
014300 01 WS-RCP-DELIVERED                 PIC 9(7) VALUE ZERO.
014400 01 WS-AUDIT-DELIVERED               PIC 9(7) VALUE ZERO.
014500 01 WS-UNPRICED-TOTAL                PIC 9(7) VALUE ZERO.
014600 01 WS-DISPLAY-AMOUNT                PIC Z(8)9.99.
014700 01 WS-GRAND-TOTALS.
014800     05 GT-DECODED-COUNT             PIC 9(7) VALUE ZERO.
014900     05 GT-DECODED-AMOUNT            PIC 9(9)V99 VALUE ZERO.
015000     05 GT-DUPLICATE-COUNT           PIC 9(7) VALUE ZERO.
015100     05 GT-DUPLICATE-AMOUNT          PIC 9(9)V99 VALUE ZERO.
015200     05 GT-REJECTED-COUNT            PIC 9(7) VALUE ZERO.
015300     05 GT-REJECTED-AMOUNT           PIC 9(9)V99 VALUE ZERO.
015400     05 GT-TOTAL-AMOUNT              PIC 9(9)V99 VALUE ZERO.
015500     05 GT-UNPRICED-COUNT            PIC 9(7) VALUE ZERO.
015600 01 RATE-TABLE.
015700     05 RATE-ENTRY OCCURS 1 TO 50 TIMES
015800             DEPENDING ON WS-RATE-COUNT
015900             INDEXED BY RT-IDX.
016000         10 RT-EFF-MONTH             PIC 9(6).
016100         10 RT-REC-TYPE              PIC X.
016200         10 RT-SLOTS-FROM            PIC 9(2).
016300         10 RT-SLOTS-TO              PIC 9(2).
016400         10 RT-CLASS-RATE            PIC 9(3)V9(4)
016500                 OCCURS 3 TIMES.
016600         10 RT-DESCRIPTION           PIC X(30).
016700 01 STATION-TABLE.
016800     05 STATION-ENTRY OCCURS 1 TO 50 TIMES
016900             DEPENDING ON WS-STATION-COUNT
017000             INDEXED BY STN-IDX.
017100         10 ST-STATION-ID            PIC X(4).
017200         10 ST-RATE-USE OCCURS 50 TIMES.
017300             15 ST-CLASS-COUNT       PIC 9(7)
017400                     OCCURS 3 TIMES.
017500         10 ST-CT                    PIC 9(7).
017600         10 ST-CK                    PIC 9(7).
017700         10 ST-RT                    PIC 9(7).
017800         10 ST-ST                    PIC 9(7).
017900         10 ST-BT                    PIC 9(7).
018000         10 ST-HELD-REVIEW           PIC 9(7).
018100         10 ST-HELD-DEFERRED         PIC 9(7).
018200         10 ST-NOT-CHARGED           PIC 9(7).
018300         10 ST-UNPRICED              PIC 9(7).
018400         10 ST-CLASS-TOTAL-COUNT     PIC 9(7)
018500                 OCCURS 3 TIMES.
018600         10 ST-CLASS-TOTAL-AMOUNT    PIC 9(9)V99
018700                 OCCURS 3 TIMES.
018800         10 ST-TOTAL-AMOUNT          PIC 9(9)V99.
018900*    Class subscripts: 1 delivered, 2 duplicate, 3 rejected.
019000 01 CLASS-NAME-VALUES.
019100     05 FILLER                       PIC X(9) VALUE "DELIVERED".
019200     05 FILLER                       PIC X(9) VALUE "DUPLICATE".
019300     05 FILLER                       PIC X(9) VALUE "REJECTED".
019400 01 CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
019500     05 CLASS-NAME                   PIC X(9) OCCURS 3 TIMES.
019600 01 PRICED-LINE.
019700     05 FILLER                       PIC X(4) VALUE SPACES.
019800     05 PL-REC-TYPE                  PIC X.
019900     05 FILLER                       PIC X(3) VALUE SPACES.
020000     05 PL-SLOTS-BAND.
020100         10 PL-SLOTS-FROM            PIC Z9.
020200         10 FILLER                   PIC X VALUE "-".
020300         10 PL-SLOTS-TO              PIC 99.
020400     05 PL-SLOTS-TEXT REDEFINES PL-SLOTS-BAND
020500                                     PIC X(5).
020600     05 FILLER                       PIC X(3) VALUE SPACES.
020700     05 PL-CLASS                     PIC X(9).
020800     05 FILLER                       PIC X(2) VALUE SPACES.
020900     05 PL-COUNT                     PIC Z,ZZZ,ZZ9.
021000     05 FILLER                       PIC X(3) VALUE SPACES.
021100     05 PL-RATE                      PIC ZZ9.9999.
021200     05 FILLER                       PIC X(3) VALUE SPACES.
021300     05 PL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
021400     05 FILLER                       PIC X(3) VALUE SPACES.
021500     05 PL-DESCRIPTION               PIC X(30).
021600     05 FILLER                       PIC X(35) VALUE SPACES.
021700 01 TOTAL-LINE.
021800     05 FILLER                       PIC X(5) VALUE SPACES.
021900     05 TL-LABEL                     PIC X(20).
022000     05 FILLER                       PIC X(2) VALUE SPACES.
022100     05 TL-COUNT                     PIC Z,ZZZ,ZZ9.
022200     05 FILLER                       PIC X(14) VALUE SPACES.
022300     05 TL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
022400     05 FILLER                       PIC X(68) VALUE SPACES.
022500 01 CAUSE-LINE.
022600     05 FILLER                       PIC X(26)
022700         VALUE "      REJECTED BY CAUSE - ".
022800     05 FILLER                       PIC X(8) VALUE "CORRUPT ".
022900     05 CL-CT                        PIC Z(6)9.
023000     05 FILLER                       PIC X(11)
023100         VALUE "  CHECKSUM ".
023200     05 CL-CK                        PIC Z(6)9.
023300     05 FILLER                       PIC X(11)
023400         VALUE "  REC TYPE ".
023500     05 CL-RT                        PIC Z(6)9.
023600     05 FILLER                       PIC X(11)
023700         VALUE "  NO ROUTE ".
023800     05 CL-ST                        PIC Z(6)9.
023900     05 FILLER                       PIC X(16)
024000         VALUE "  BATCH CONTROL ".
024100     05 CL-BT                        PIC Z(6)9.
024200     05 FILLER                       PIC X(14) VALUE SPACES.
024300 01 SUMMARY-LINE.
024400     05 FILLER                       PIC X(2) VALUE SPACES.
024500     05 SL-STATION-ID                PIC X(4).
024600     05 FILLER                       PIC X(2) VALUE SPACES.
024700     05 SL-DECODED-COUNT             PIC ZZZZZZ9.
024800     05 FILLER                       PIC X VALUE SPACE.
024900     05 SL-DECODED-AMOUNT            PIC ZZZZZZZZ9.99.
025000     05 FILLER                       PIC X(2) VALUE SPACES.
025100     05 SL-DUPLICATE-COUNT           PIC ZZZZZZ9.
025200     05 FILLER                       PIC X VALUE SPACE.
025300     05 SL-DUPLICATE-AMOUNT          PIC ZZZZZZZZ9.99.
025400     05 FILLER                       PIC X(2) VALUE SPACES.
025500     05 SL-REJECTED-COUNT            PIC ZZZZZZ9.
025600     05 FILLER                       PIC X VALUE SPACE.
025700     05 SL-REJECTED-AMOUNT           PIC ZZZZZZZZ9.99.
025800     05 FILLER                       PIC X(2) VALUE SPACES.
025900     05 SL-TOTAL-AMOUNT              PIC ZZZZZZZZ9.99.
026000     05 FILLER                       PIC X(2) VALUE SPACES.
026100     05 SL-UNPRICED-COUNT            PIC ZZZZZZ9.
026200     05 FILLER                       PIC X(37) VALUE SPACES.
026300 PROCEDURE DIVISION.
026400 0000-MAIN-PROCESS.
026500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026600     PERFORM 0100-READ-MONTH-CARD
026700     IF WS-BATCH-RC < 8
026800         PERFORM 0150-LOAD-RATE-CARDS
026900     END-IF
027000     IF WS-BATCH-RC = 8
027100         MOVE WS-BATCH-RC TO RETURN-CODE
027200         GOBACK
027300     END-IF
027400     OPEN INPUT RECEIPT-FILE
027500     PERFORM 0300-TALLY-RECEIPT UNTIL END-OF-RECEIPTS
027600     CLOSE RECEIPT-FILE
027700     OPEN INPUT AUDIT-FILE
027800     PERFORM 0400-TALLY-AUDIT UNTIL END-OF-AUDIT
027900     CLOSE AUDIT-FILE
028000     OPEN INPUT STATION-MASTER-FILE
028100     IF WS-STNMAST-STATUS = "00" OR WS-STNMAST-STATUS = "97"
028200         SET STATION-MASTER-OPEN TO TRUE
028300     ELSE
028400         DISPLAY "NNCHGBK - STNMAST OPEN FAILED, STATUS "
028500             WS-STNMAST-STATUS " - STATEMENTS PRINTED WITHOUT "
028600             "STATION NAMES"
028700     END-IF
028800     OPEN OUTPUT REPORT-FILE
028900     OPEN OUTPUT LEDGER-FILE
029000     PERFORM 0600-WRITE-STATION-STATEMENT
029100         VARYING WS-STATION-SUB FROM 1 BY 1
029200         UNTIL WS-STATION-SUB > WS-STATION-COUNT
029300     PERFORM 0800-WRITE-SUMMARY
029400     PERFORM 0850-WRITE-LEDGER-TRAILER
029500     CLOSE REPORT-FILE
029600     CLOSE LEDGER-FILE
029700     IF STATION-MASTER-OPEN
029800         CLOSE STATION-MASTER-FILE
029900     END-IF
030000     IF WS-ACTIVITY-COUNT = ZERO
030100         DISPLAY "NNCHGBK - NO ACTIVITY IN " WS-BILL-MONTH
030200         IF WS-BATCH-RC < 4
030300             MOVE 4 TO WS-BATCH-RC
030400         END-IF
030500     END-IF
030600     IF WS-UNPRICED-TOTAL > ZERO
030700         DISPLAY "NNCHGBK - " WS-UNPRICED-TOTAL
030800             " TRANSMISSIONS NOT PRICED - NO RATE CARD APPLIES"
030900         IF WS-BATCH-RC < 4
031000             MOVE 4 TO WS-BATCH-RC
031100         END-IF
031200     END-IF
031300     IF WS-RCP-DELIVERED NOT = WS-AUDIT-DELIVERED
031400         DISPLAY "NNCHGBK - DELIVERED ON RECEIPTS "
031500             WS-RCP-DELIVERED " ON AUDIT HISTORY "
031600             WS-AUDIT-DELIVERED " - CHECK THE DD COVERAGE"
031700         IF WS-BATCH-RC < 4
031800             MOVE 4 TO WS-BATCH-RC
031900         END-IF
032000     END-IF
032100     MOVE GT-TOTAL-AMOUNT TO WS-DISPLAY-AMOUNT
032200     DISPLAY "NNCHGBK - MONTH " WS-BILL-MONTH
032300         " STATIONS " WS-STATION-COUNT
032400         " AMOUNT " WS-DISPLAY-AMOUNT
032500     MOVE WS-BATCH-RC TO RETURN-CODE
032600     GOBACK.
032700
032800 0100-READ-MONTH-CARD.
032900     OPEN INPUT MONTH-CARD-FILE
033000     READ MONTH-CARD-FILE
033100         AT END
033200             DISPLAY "NNCHGBK - NO MONTHCD CARD - RUN ABORTED"
033300             MOVE 8 TO WS-BATCH-RC
033400         NOT AT END
033500             IF MC-BILL-MONTH NUMERIC
033600                 AND MC-BILL-YEAR > ZERO
033700                 AND MC-BILL-MM >= 1 AND MC-BILL-MM <= 12
033800                 MOVE MC-BILL-MONTH TO WS-BILL-MONTH
033900             ELSE
034000                 DISPLAY "NNCHGBK - BAD MONTHCD CARD - "
034100                     "RUN ABORTED"
034200                 MOVE 8 TO WS-BATCH-RC
034300             END-IF
034400     END-READ
034500     CLOSE MONTH-CARD-FILE.
034600
034700 0150-LOAD-RATE-CARDS.
034800     OPEN INPUT RATE-CARD-FILE
034900     PERFORM 0160-READ-RATE-CARD UNTIL END-OF-RATE-CARDS
035000     CLOSE RATE-CARD-FILE
035100     IF WS-RATE-COUNT = ZERO AND WS-BATCH-RC < 8
035200         DISPLAY "NNCHGBK - NO RATE CARDS ON RATECD - "
035300             "RUN ABORTED"
035400         MOVE 8 TO WS-BATCH-RC
035500     END-IF.
035600
035700 0160-READ-RATE-CARD.
035800     READ RATE-CARD-FILE
035900         AT END
036000             SET END-OF-RATE-CARDS TO TRUE
036100         NOT AT END
036200             IF RATE-CARD-RECORD(1:1) NOT = "*"
036300                 PERFORM 0170-EDIT-RATE-CARD
036400             END-IF
036500     END-READ.
036600
036700 0170-EDIT-RATE-CARD.
036800*    A bad card aborts the run - billing from a partial table
036900*    would undercharge every station the card should price.
037000     EVALUATE TRUE
037100         WHEN RAT-EFF-MONTH NOT NUMERIC
037200             OR RAT-SLOTS-FROM NOT NUMERIC
037300             OR RAT-SLOTS-TO NOT NUMERIC
037400             OR RAT-DECODED-RATE NOT NUMERIC
037500             OR RAT-DUPLICATE-RATE NOT NUMERIC
037600             OR RAT-REJECTED-RATE NOT NUMERIC
037700             OR NOT RAT-VALID-REC-TYPE
037800             DISPLAY "NNCHGBK - BAD RATE CARD - "
037900                 RATE-CARD-RECORD(1:32)
038000             MOVE 8 TO WS-BATCH-RC
038100         WHEN NOT RAT-ANY-TYPE
038200             AND RAT-SLOTS-FROM > RAT-SLOTS-TO
038300             DISPLAY "NNCHGBK - RATE CARD SLOT BAND REVERSED - "
038400                 RATE-CARD-RECORD(1:32)
038500             MOVE 8 TO WS-BATCH-RC
038600         WHEN WS-RATE-COUNT = 50
038700             DISPLAY "NNCHGBK - MORE THAN 50 RATE CARDS - "
038800                 "RUN ABORTED"
038900             MOVE 8 TO WS-BATCH-RC
039000         WHEN OTHER
039100             ADD 1 TO WS-RATE-COUNT
039200             SET RT-IDX TO WS-RATE-COUNT
039300             MOVE RAT-EFF-MONTH TO RT-EFF-MONTH(RT-IDX)
039400             MOVE RAT-REC-TYPE TO RT-REC-TYPE(RT-IDX)
039500             MOVE RAT-SLOTS-FROM TO RT-SLOTS-FROM(RT-IDX)
039600             MOVE RAT-SLOTS-TO TO RT-SLOTS-TO(RT-IDX)
039700             MOVE RAT-DECODED-RATE TO RT-CLASS-RATE(RT-IDX 1)
039800             MOVE RAT-DUPLICATE-RATE TO RT-CLASS-RATE(RT-IDX 2)
039900             MOVE RAT-REJECTED-RATE TO RT-CLASS-RATE(RT-IDX 3)
040000             MOVE RAT-DESCRIPTION TO RT-DESCRIPTION(RT-IDX)
040100     END-EVALUATE.
040200
040300 0180-FIND-STATION.
040400*    Leaves STN-IDX on the station's table entry when found.
040500     MOVE "N" TO WS-STATION-FOUND-SW
040600     PERFORM VARYING STN-IDX FROM 1 BY 1
040700             UNTIL STN-IDX > WS-STATION-COUNT
040800             OR STATION-FOUND
040900         IF ST-STATION-ID(STN-IDX) = WS-TEST-STATION
041000             SET STATION-FOUND TO TRUE
041100             SET WS-FOUND-SUB TO STN-IDX
041200         END-IF
041300     END-PERFORM
041400     IF STATION-FOUND
041500         SET STN-IDX TO WS-FOUND-SUB
041600     END-IF
041700     IF NOT STATION-FOUND
041800         IF WS-STATION-COUNT = 50
041900             DISPLAY "NNCHGBK - MORE THAN 50 STATIONS - "
042000                 "STATION " WS-TEST-STATION " NOT BILLED"
042100             IF WS-BATCH-RC < 4
042200                 MOVE 4 TO WS-BATCH-RC
042300             END-IF
042400         ELSE
042500             ADD 1 TO WS-STATION-COUNT
042600             SET STN-IDX TO WS-STATION-COUNT
042700             INITIALIZE STATION-ENTRY(STN-IDX)
042800             MOVE WS-TEST-STATION TO ST-STATION-ID(STN-IDX)
042900             SET STATION-FOUND TO TRUE
043000         END-IF
043100     END-IF.
043200
043300 0300-TALLY-RECEIPT.
043400     READ RECEIPT-FILE
043500         AT END
043600             SET END-OF-RECEIPTS TO TRUE
043700         NOT AT END
043800             MOVE RCP-RUN-DATE TO WS-TEST-DATE
043900             IF WS-TEST-MONTH = WS-BILL-MONTH
044000                 PERFORM 0310-CLASSIFY-RECEIPT
044100                 PERFORM 0320-PRICE-RECEIPT
044200             END-IF
044300     END-READ.
044400
044500 0310-CLASSIFY-RECEIPT.
044600     MOVE SPACES TO WS-REJECT-CAUSE
044700     EVALUATE RCP-DISPOSITION
044800         WHEN "DECODED"
044900         WHEN "RELEASED-DUP"
045000         WHEN "RELEASED-RVW"
045100         WHEN "RELEASED-DEF"
045200             SET CLASS-DELIVERED TO TRUE
045300             ADD 1 TO WS-RCP-DELIVERED
045400         WHEN "DUPLICATE"
045500             SET CLASS-DUPLICATE TO TRUE
045600         WHEN "CORRUPT"
045700             SET CLASS-REJECTED TO TRUE
045800             MOVE "CT" TO WS-REJECT-CAUSE
045900         WHEN "CHECKSUM-FAIL"
046000             SET CLASS-REJECTED TO TRUE
046100             MOVE "CK" TO WS-REJECT-CAUSE
046200         WHEN "BAD-REC-TYPE"
046300             SET CLASS-REJECTED TO TRUE
046400             MOVE "RT" TO WS-REJECT-CAUSE
046500         WHEN "NO-ROUTE"
046600             SET CLASS-REJECTED TO TRUE
046700             MOVE "ST" TO WS-REJECT-CAUSE
046800         WHEN "BATCH-FAIL"
046900         WHEN "BATCH-HELD"
047000         WHEN "BATCH-RESEND"
047100             SET CLASS-REJECTED TO TRUE
047200             MOVE "BT" TO WS-REJECT-CAUSE
047300         WHEN OTHER
047400             SET CLASS-NOT-CHARGED TO TRUE
047500     END-EVALUATE.
047600
047700 0320-PRICE-RECEIPT.
047800     MOVE RCP-STATION-ID TO WS-TEST-STATION
047900     PERFORM 0180-FIND-STATION
048000     IF STATION-FOUND
048100         ADD 1 TO WS-ACTIVITY-COUNT
048200         EVALUATE TRUE
048300             WHEN CLASS-NOT-CHARGED
048400                 PERFORM 0325-COUNT-NOT-CHARGED
048500             WHEN OTHER
048600                 PERFORM 0330-COUNT-PRICED-TRAFFIC
048700         END-EVALUATE
048800     END-IF.
048900
049000 0325-COUNT-NOT-CHARGED.
049100     EVALUATE RCP-DISPOSITION
049200         WHEN "HELD-REVIEW"
049300             ADD 1 TO ST-HELD-REVIEW(STN-IDX)
049400         WHEN "HELD-DEFERRED"
049500             ADD 1 TO ST-HELD-DEFERRED(STN-IDX)
049600         WHEN OTHER
049700             ADD 1 TO ST-NOT-CHARGED(STN-IDX)
049800     END-EVALUATE.
049900
050000 0330-COUNT-PRICED-TRAFFIC.
050100     EVALUATE WS-REJECT-CAUSE
050200         WHEN "CT"
050300             ADD 1 TO ST-CT(STN-IDX)
050400         WHEN "CK"
050500             ADD 1 TO ST-CK(STN-IDX)
050600         WHEN "RT"
050700             ADD 1 TO ST-RT(STN-IDX)
050800         WHEN "ST"
050900             ADD 1 TO ST-ST(STN-IDX)
051000         WHEN "BT"
051100             ADD 1 TO ST-BT(STN-IDX)
051200     END-EVALUATE
051300     EVALUATE TRUE
051400         WHEN CLASS-DELIVERED
051500             MOVE 1 TO WS-CLASS-SUB
051600         WHEN CLASS-DUPLICATE
051700             MOVE 2 TO WS-CLASS-SUB
051800         WHEN OTHER
051900             MOVE 3 TO WS-CLASS-SUB
052000     END-EVALUATE
052100     PERFORM 0350-FIND-RATE
052200     IF WS-RATE-SUB = ZERO
052300         ADD 1 TO ST-UNPRICED(STN-IDX)
052400         ADD 1 TO WS-UNPRICED-TOTAL
052500     ELSE
052600         ADD 1 TO ST-CLASS-COUNT(STN-IDX WS-RATE-SUB
052700             WS-CLASS-SUB)
052800     END-IF.
052900
053000 0350-FIND-RATE.
053100*    The S/E/D card for the format and slot band with the latest
053200*    effective month not after the billing month; failing
053300*    that, the latest "*" card.  WS-RATE-SUB zero = unpriced.
053400     MOVE ZERO TO WS-RATE-SUB
053500     MOVE ZERO TO WS-BEST-MONTH
053600     IF RCP-SLOT-COUNT NUMERIC
053700         MOVE RCP-SLOT-COUNT TO WS-TEST-SLOTS
053800     ELSE
053900         MOVE ZERO TO WS-TEST-SLOTS
054000     END-IF
054100     IF RCP-REC-TYPE = "S" OR RCP-REC-TYPE = "E"
054200             OR RCP-REC-TYPE = "D"
054300         PERFORM VARYING RT-IDX FROM 1 BY 1
054400                 UNTIL RT-IDX > WS-RATE-COUNT
054500             IF RT-REC-TYPE(RT-IDX) = RCP-REC-TYPE
054600                 AND RT-EFF-MONTH(RT-IDX) <= WS-BILL-MONTH
054700                 AND RT-EFF-MONTH(RT-IDX) >= WS-BEST-MONTH
054800                 AND WS-TEST-SLOTS >= RT-SLOTS-FROM(RT-IDX)
054900                 AND WS-TEST-SLOTS <= RT-SLOTS-TO(RT-IDX)
055000                 SET WS-RATE-SUB TO RT-IDX
055100                 MOVE RT-EFF-MONTH(RT-IDX) TO WS-BEST-MONTH
055200             END-IF
055300         END-PERFORM
055400     END-IF
055500     IF WS-RATE-SUB = ZERO
055600         PERFORM VARYING RT-IDX FROM 1 BY 1
055700                 UNTIL RT-IDX > WS-RATE-COUNT
055800             IF RT-REC-TYPE(RT-IDX) = "*"
055900                 AND RT-EFF-MONTH(RT-IDX) <= WS-BILL-MONTH
056000                 AND RT-EFF-MONTH(RT-IDX) >= WS-BEST-MONTH
056100                 SET WS-RATE-SUB TO RT-IDX
056200                 MOVE RT-EFF-MONTH(RT-IDX) TO WS-BEST-MONTH
056300             END-IF
056400         END-PERFORM
056500     END-IF.
056600
056700 0400-TALLY-AUDIT.
056800     READ AUDIT-FILE
056900         AT END
057000             SET END-OF-AUDIT TO TRUE
057100         NOT AT END
057200             MOVE AUDIT-RUN-DATE TO WS-TEST-DATE
057300             IF WS-TEST-MONTH = WS-BILL-MONTH
057400                 ADD 1 TO WS-AUDIT-DELIVERED
057500             END-IF
057600     END-READ.
057700
057800 0600-WRITE-STATION-STATEMENT.
057900     SET STN-IDX TO WS-STATION-SUB
058000     PERFORM 0610-WRITE-STATEMENT-HEADER
058100     PERFORM 0620-WRITE-RATE-LINES
058200         VARYING WS-RATE-SUB FROM 1 BY 1
058300         UNTIL WS-RATE-SUB > WS-RATE-COUNT
058400     COMPUTE ST-TOTAL-AMOUNT(STN-IDX) =
058500         ST-CLASS-TOTAL-AMOUNT(STN-IDX 1)
058600         + ST-CLASS-TOTAL-AMOUNT(STN-IDX 2)
058700         + ST-CLASS-TOTAL-AMOUNT(STN-IDX 3)
058800     PERFORM 0650-WRITE-STATEMENT-TOTALS
058900     PERFORM 0700-WRITE-LEDGER-DETAIL.
059000
059100 0610-WRITE-STATEMENT-HEADER.
059200     MOVE SPACES TO STN-STATION-NAME
059300     MOVE SPACES TO STN-CONTACT
059400     IF STATION-MASTER-OPEN
059500         MOVE ST-STATION-ID(STN-IDX) TO STN-STATION-ID
059600         READ STATION-MASTER-FILE
059700             INVALID KEY
059800                 MOVE "(NOT ON MASTER)" TO STN-STATION-NAME
059900         END-READ
060000     END-IF
060100     MOVE ALL "=" TO REPORT-RECORD
060200     WRITE REPORT-RECORD
060300     MOVE "NN0276 MONTHLY CHARGEBACK STATEMENT" TO REPORT-RECORD
060400     WRITE REPORT-RECORD
060500     MOVE SPACES TO REPORT-RECORD
060600     STRING "STATION " ST-STATION-ID(STN-IDX)
060700         "  " STN-STATION-NAME
060800         "  CONTACT " STN-CONTACT
060900         DELIMITED BY SIZE INTO REPORT-RECORD
061000     WRITE REPORT-RECORD
061100     MOVE SPACES TO REPORT-RECORD
061200     STRING "BILLING MONTH " WS-BILL-MONTH
061300         "  RUN " WS-RUN-DATE
061400         DELIMITED BY SIZE INTO REPORT-RECORD
061500     WRITE REPORT-RECORD
061600     MOVE SPACES TO REPORT-RECORD
061700     WRITE REPORT-RECORD
061800     MOVE SPACES TO REPORT-RECORD
061900     STRING "   TYPE SLOTS   TRAFFIC        COUNT       RATE"
062000         "           AMOUNT   RATE CARD"
062100         DELIMITED BY SIZE INTO REPORT-RECORD
062200     WRITE REPORT-RECORD.
062300
062400 0620-WRITE-RATE-LINES.
062500     PERFORM 0630-WRITE-PRICED-LINE
062600         VARYING WS-CLASS-SUB FROM 1 BY 1
062700         UNTIL WS-CLASS-SUB > 3.
062800
062900 0630-WRITE-PRICED-LINE.
063000     MOVE ST-CLASS-COUNT(STN-IDX WS-RATE-SUB WS-CLASS-SUB)
063100         TO WS-LINE-COUNT
063200     IF WS-LINE-COUNT > ZERO
063300         MOVE RT-CLASS-RATE(WS-RATE-SUB WS-CLASS-SUB)
063400             TO WS-LINE-RATE
063500         COMPUTE WS-LINE-AMOUNT ROUNDED =
063600             WS-LINE-COUNT * WS-LINE-RATE
063700         ADD WS-LINE-COUNT TO
063800             ST-CLASS-TOTAL-COUNT(STN-IDX WS-CLASS-SUB)
063900         ADD WS-LINE-AMOUNT TO
064000             ST-CLASS-TOTAL-AMOUNT(STN-IDX WS-CLASS-SUB)
064100         MOVE RT-REC-TYPE(WS-RATE-SUB) TO PL-REC-TYPE
064200         IF RT-REC-TYPE(WS-RATE-SUB) = "*"
064300             MOVE "ANY" TO PL-SLOTS-TEXT
064400         ELSE
064500             MOVE RT-SLOTS-FROM(WS-RATE-SUB) TO PL-SLOTS-FROM
064600             MOVE "-" TO PL-SLOTS-TEXT(3:1)
064700             MOVE RT-SLOTS-TO(WS-RATE-SUB) TO PL-SLOTS-TO
064800         END-IF
064900         MOVE CLASS-NAME(WS-CLASS-SUB) TO PL-CLASS
065000         MOVE WS-LINE-COUNT TO PL-COUNT
065100         MOVE WS-LINE-RATE TO PL-RATE
065200         MOVE WS-LINE-AMOUNT TO PL-AMOUNT
065300         MOVE RT-DESCRIPTION(WS-RATE-SUB) TO PL-DESCRIPTION
065400         WRITE REPORT-RECORD FROM PRICED-LINE
065500     END-IF.
065600
065700 0650-WRITE-STATEMENT-TOTALS.
065800     MOVE SPACES TO REPORT-RECORD
065900     WRITE REPORT-RECORD
066000     MOVE "TOTAL DELIVERED" TO TL-LABEL
066100     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 1) TO TL-COUNT
066200     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 1) TO TL-AMOUNT
066300     WRITE REPORT-RECORD FROM TOTAL-LINE
066400     MOVE "TOTAL DUPLICATE" TO TL-LABEL
066500     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 2) TO TL-COUNT
066600     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 2) TO TL-AMOUNT
066700     WRITE REPORT-RECORD FROM TOTAL-LINE
066800     MOVE "TOTAL REJECTED" TO TL-LABEL
066900     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 3) TO TL-COUNT
067000     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 3) TO TL-AMOUNT
067100     WRITE REPORT-RECORD FROM TOTAL-LINE
067200     MOVE ST-CT(STN-IDX) TO CL-CT
067300     MOVE ST-CK(STN-IDX) TO CL-CK
067400     MOVE ST-RT(STN-IDX) TO CL-RT
067500     MOVE ST-ST(STN-IDX) TO CL-ST
067600     MOVE ST-BT(STN-IDX) TO CL-BT
067700     WRITE REPORT-RECORD FROM CAUSE-LINE
067800     IF ST-HELD-REVIEW(STN-IDX) > ZERO
067900         MOVE SPACES TO REPORT-RECORD
068000         STRING "      NOT CHARGED - HELD FOR REVIEW "
068100             ST-HELD-REVIEW(STN-IDX)
068200             DELIMITED BY SIZE INTO REPORT-RECORD
068300         WRITE REPORT-RECORD
068400     END-IF
068500     IF ST-HELD-DEFERRED(STN-IDX) > ZERO
068600         MOVE SPACES TO REPORT-RECORD
068700         STRING "      NOT CHARGED - HELD FOR DEFERRED RELEASE "
068800             ST-HELD-DEFERRED(STN-IDX)
068900             DELIMITED BY SIZE INTO REPORT-RECORD
069000         WRITE REPORT-RECORD
069100     END-IF
069200     IF ST-NOT-CHARGED(STN-IDX) > ZERO
069300         MOVE SPACES TO REPORT-RECORD
069400         STRING "      NOT CHARGED - SUSPENDED, NOT HELD "
069500             ST-NOT-CHARGED(STN-IDX)
069600             DELIMITED BY SIZE INTO REPORT-RECORD
069700         WRITE REPORT-RECORD
069800     END-IF
069900     IF ST-UNPRICED(STN-IDX) > ZERO
070000         MOVE SPACES TO REPORT-RECORD
070100         STRING "      NOT PRICED - NO RATE CARD APPLIES "
070200             ST-UNPRICED(STN-IDX)
070300             DELIMITED BY SIZE INTO REPORT-RECORD
070400         WRITE REPORT-RECORD
070500     END-IF
070600     MOVE SPACES TO REPORT-RECORD
070700     WRITE REPORT-RECORD
070800     MOVE SPACES TO TOTAL-LINE
070900     MOVE "AMOUNT DUE" TO TL-LABEL
071000     MOVE ST-TOTAL-AMOUNT(STN-IDX) TO TL-AMOUNT
071100     WRITE REPORT-RECORD FROM TOTAL-LINE
071200     MOVE SPACES TO REPORT-RECORD
071300     WRITE REPORT-RECORD.
071400
071500 0700-WRITE-LEDGER-DETAIL.
071600     MOVE SPACES TO LEDGER-RECORD
071700     SET CHG-STATION-DETAIL TO TRUE
071800     MOVE WS-BILL-MONTH TO CHG-BILL-MONTH
071900     MOVE ST-STATION-ID(STN-IDX) TO CHG-STATION-ID
072000     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 1) TO CHG-DECODED-COUNT
072100     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 1)
072200         TO CHG-DECODED-AMOUNT
072300     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 2)
072400         TO CHG-DUPLICATE-COUNT
072500     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 2)
072600         TO CHG-DUPLICATE-AMOUNT
072700     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 3) TO CHG-REJECTED-COUNT
072800     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 3)
072900         TO CHG-REJECTED-AMOUNT
073000     MOVE ST-TOTAL-AMOUNT(STN-IDX) TO CHG-TOTAL-AMOUNT
073100     MOVE ST-UNPRICED(STN-IDX) TO CHG-UNPRICED-COUNT
073200     MOVE WS-RUN-DATE TO CHG-RUN-DATE
073300     MOVE ZERO TO CHG-STATION-COUNT
073400     WRITE LEDGER-RECORD
073500     ADD CHG-DECODED-COUNT TO GT-DECODED-COUNT
073600     ADD CHG-DECODED-AMOUNT TO GT-DECODED-AMOUNT
073700     ADD CHG-DUPLICATE-COUNT TO GT-DUPLICATE-COUNT
073800     ADD CHG-DUPLICATE-AMOUNT TO GT-DUPLICATE-AMOUNT
073900     ADD CHG-REJECTED-COUNT TO GT-REJECTED-COUNT
074000     ADD CHG-REJECTED-AMOUNT TO GT-REJECTED-AMOUNT
074100     ADD CHG-TOTAL-AMOUNT TO GT-TOTAL-AMOUNT
074200     ADD CHG-UNPRICED-COUNT TO GT-UNPRICED-COUNT.
074300
074400 0800-WRITE-SUMMARY.
074500     MOVE ALL "=" TO REPORT-RECORD
074600     WRITE REPORT-RECORD
074700     MOVE SPACES TO REPORT-RECORD
074800     STRING "NN0276 CHARGEBACK SUMMARY - BILLING MONTH "
074900         WS-BILL-MONTH "  RUN " WS-RUN-DATE
075000         DELIMITED BY SIZE INTO REPORT-RECORD
075100     WRITE REPORT-RECORD
075200     MOVE SPACES TO REPORT-RECORD
075300     WRITE REPORT-RECORD
075400     MOVE SPACES TO REPORT-RECORD
075500     STRING "  STN   DELIVRD       AMOUNT  DUPLCTE       AMOUNT"
075600         "  REJECTD       AMOUNT    AMOUNT DUE  UNPRICD"
075700         DELIMITED BY SIZE INTO REPORT-RECORD
075800     WRITE REPORT-RECORD
075900     PERFORM 0810-WRITE-SUMMARY-LINE
076000         VARYING WS-STATION-SUB FROM 1 BY 1
076100         UNTIL WS-STATION-SUB > WS-STATION-COUNT
076200     MOVE "TOTL" TO SL-STATION-ID
076300     MOVE GT-DECODED-COUNT TO SL-DECODED-COUNT
076400     MOVE GT-DECODED-AMOUNT TO SL-DECODED-AMOUNT
076500     MOVE GT-DUPLICATE-COUNT TO SL-DUPLICATE-COUNT
076600     MOVE GT-DUPLICATE-AMOUNT TO SL-DUPLICATE-AMOUNT
076700     MOVE GT-REJECTED-COUNT TO SL-REJECTED-COUNT
076800     MOVE GT-REJECTED-AMOUNT TO SL-REJECTED-AMOUNT
076900     MOVE GT-TOTAL-AMOUNT TO SL-TOTAL-AMOUNT
077000     MOVE GT-UNPRICED-COUNT TO SL-UNPRICED-COUNT
077100     MOVE SPACES TO REPORT-RECORD
077200     WRITE REPORT-RECORD
077300     WRITE REPORT-RECORD FROM SUMMARY-LINE
077400     MOVE SPACES TO REPORT-RECORD
077500     WRITE REPORT-RECORD
077600     MOVE SPACES TO REPORT-RECORD
077700     STRING "DELIVERED ON RECEIPTS " WS-RCP-DELIVERED
077800         "  ON AUDIT HISTORY " WS-AUDIT-DELIVERED
077900         DELIMITED BY SIZE INTO REPORT-RECORD
078000     WRITE REPORT-RECORD
078100     IF WS-RCP-DELIVERED NOT = WS-AUDIT-DELIVERED
078200         MOVE SPACES TO REPORT-RECORD
078300         STRING "  DELIVERED TOTALS DISAGREE - CHECK THAT RCPTIN"
078400             " AND AUDITIN COVER THE SAME RUNS"
078500             DELIMITED BY SIZE INTO REPORT-RECORD
078600         WRITE REPORT-RECORD
078700     END-IF.
078800
078900 0810-WRITE-SUMMARY-LINE.
079000     SET STN-IDX TO WS-STATION-SUB
079100     MOVE ST-STATION-ID(STN-IDX) TO SL-STATION-ID
079200     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 1) TO SL-DECODED-COUNT
079300     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 1) TO SL-DECODED-AMOUNT
079400     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 2) TO SL-DUPLICATE-COUNT
079500     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 2)
079600         TO SL-DUPLICATE-AMOUNT
079700     MOVE ST-CLASS-TOTAL-COUNT(STN-IDX 3) TO SL-REJECTED-COUNT
079800     MOVE ST-CLASS-TOTAL-AMOUNT(STN-IDX 3) TO SL-REJECTED-AMOUNT
079900     MOVE ST-TOTAL-AMOUNT(STN-IDX) TO SL-TOTAL-AMOUNT
080000     MOVE ST-UNPRICED(STN-IDX) TO SL-UNPRICED-COUNT
080100     WRITE REPORT-RECORD FROM SUMMARY-LINE.
080200
080300 0850-WRITE-LEDGER-TRAILER.
080400     MOVE SPACES TO LEDGER-RECORD
080500     SET CHG-TRAILER TO TRUE
080600     MOVE WS-BILL-MONTH TO CHG-BILL-MONTH
080700     MOVE GT-DECODED-COUNT TO CHG-DECODED-COUNT
080800     MOVE GT-DECODED-AMOUNT TO CHG-DECODED-AMOUNT
080900     MOVE GT-DUPLICATE-COUNT TO CHG-DUPLICATE-COUNT
081000     MOVE GT-DUPLICATE-AMOUNT TO CHG-DUPLICATE-AMOUNT
081100     MOVE GT-REJECTED-COUNT TO CHG-REJECTED-COUNT
081200     MOVE GT-REJECTED-AMOUNT TO CHG-REJECTED-AMOUNT
081300     MOVE GT-TOTAL-AMOUNT TO CHG-TOTAL-AMOUNT
081400     MOVE GT-UNPRICED-COUNT TO CHG-UNPRICED-COUNT
081500     MOVE WS-RUN-DATE TO CHG-RUN-DATE
081600     MOVE WS-STATION-COUNT TO CHG-STATION-COUNT
081700     WRITE LEDGER-RECORD.
081800  END PROGRAM nnchgbk.
