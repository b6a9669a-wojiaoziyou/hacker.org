000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nntrcld.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    Builds the message lifecycle trace KSDS                   *
000600*    NN0276.TRACE.VSAM (TRCVSAM, layout in copybook TRCREC)    *
000700*    that the NNTQ online trace inquiry browses, so the help   *
000800*    desk can answer "what happened to my transmission" from   *
000900*    one screen keyed by station + run date + sequence         *
001000*    instead of hunting through NNAQ, NNRW and four datasets.  *
001100*                                                              *
001200*    Every source is a permanent history or the current        *
001300*    suspense, so the NNTRCLD JCL DELETEs and re-DEFINEs the   *
001400*    cluster and this job rebuilds it whole each morning:      *
001500*        RECEIPTS  (RCPREC)  - received, rejected with the     *
001600*                  reason, decoded or duplicate, delivered     *
001700*                  (OUTBND destination + OUT-SEQUENCE) and     *
001800*                  the receipt disposition sent back           *
001900*        REJECTS   (REJREC)  - still suspended, with the error *
002000*                  slot / checksum pair                        *
002100*        REPHIST   (RPHREC)  - every applied repair card and   *
002200*                  the requeue it caused                       *
002300*        PENDACK   (PNDREC)  - the pending-ack suspense of     *
002400*                  every destination (concatenated); an entry  *
002500*                  there marks the delivery PENDING ACK or     *
002600*                  REPLAYED, a delivery no longer there has    *
002700*                  been ACKNOWLEDGED                           *
002800*        DUPVSAM / REVVSAM / DEFVSAM (DUPREC, RVWREC, DEFREC)  *
002900*                - the decision on a held duplicate, review    *
003000*                  hold or deferral (released, refused or      *
003100*                  cancelled), posted under the transmission's *
003200*                  original run date and sequence with the run *
003300*                  date and sequence that delivered it         *
003400*    Run it after NNACKMAT and NNREPAIR so the acknowledgement *
003500*    and repair standing is the morning's.                     *
003600*                                                              *
003700*    Events are posted with random WRITEs; an event already on *
003800*    file is REWRITten (the later source knows more - e.g. the *
003900*    suspense turns a REJECTED event into "still in suspense", *
004000*    the pending file turns ACKNOWLEDGED into PENDING ACK).    *
004100*                                                              *
004200*    Return codes:  0 - trace built cleanly                    *
004300*                   8 - VSAM error, trace incomplete           *
004400****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 OBJECT-COMPUTER. IBM-370.
004800 SOURCE-COMPUTER. IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "RECEIPTS"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL REPAIR-HISTORY-FILE ASSIGN TO "REPHIST"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDACK"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT DUPLICATE-FILE ASSIGN TO "DUPVSAM"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS DUP-KEY
006300         FILE STATUS IS WS-DUPFILE-STATUS.
006400     SELECT REVIEW-FILE ASSIGN TO "REVVSAM"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS RVW-KEY
006800         FILE STATUS IS WS-REVFILE-STATUS.
006900     SELECT DEFERRED-FILE ASSIGN TO "DEFVSAM"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS DEF-KEY
007300         FILE STATUS IS WS-DEFFILE-STATUS.
007400     SELECT TRACE-VSAM-FILE ASSIGN TO "TRCVSAM"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS TRC-KEY
007800         FILE STATUS IS WS-VSAM-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  RECEIPT-FILE
008200     RECORDING MODE IS F.
008300 01  RECEIPT-RECORD.
008400     COPY RCPREC.
008500 FD  REJECT-FILE
008600     RECORDING MODE IS F.
008700 01  REJECT-RECORD.
008800     COPY REJREC.
008900 FD  REPAIR-HISTORY-FILE
009000     RECORDING MODE IS F.
009100 01  REPAIR-HISTORY-RECORD.
009200     COPY RPHREC.
009300 FD  PENDING-FILE
009400     RECORDING MODE IS F.
009500 01  PENDING-RECORD.
009600     COPY PNDREC.
009700 FD  DUPLICATE-FILE.
009800 01  DUPLICATE-RECORD.
009900     COPY DUPREC.
010000 FD  REVIEW-FILE.
010100 01  REVIEW-RECORD.
010200     COPY RVWREC.
010300 FD  DEFERRED-FILE.
010400 01  DEFERRED-RECORD.
010500     COPY DEFREC.
010600 FD  TRACE-VSAM-FILE.
010700 01  TRACE-VSAM-RECORD.
010800     COPY TRCREC.
010900 WORKING-STORAGE SECTION.
011000 01 WS-RECEIPT-EOF-SW                PIC X VALUE "N".
011100     88 END-OF-RECEIPTS              VALUE "Y".
011200 01 WS-REJECT-EOF-SW                 PIC X VALUE "N".
011300     88 END-OF-REJECTS               VALUE "Y".
011400 01 WS-REPAIR-EOF-SW                 PIC X VALUE "N".
011500     88 END-OF-REPAIRS               VALUE "Y".
011600 01 WS-PENDING-EOF-SW                PIC X VALUE "N".
011700     88 END-OF-PENDING               VALUE "Y".
011800 01 WS-DUP-EOF-SW                    PIC X VALUE "N".
011900     88 END-OF-DUPLICATES            VALUE "Y".
012000 01 WS-REVIEW-EOF-SW                 PIC X VALUE "N".
012100     88 END-OF-REVIEWS               VALUE "Y".
012200 01 WS-DEFER-EOF-SW                  PIC X VALUE "N".
012300     88 END-OF-DEFERRALS             VALUE "Y".
012400 01 WS-VSAM-STATUS                   PIC X(2).
012500 01 WS-DUPFILE-STATUS                PIC X(2).
012600 01 WS-REVFILE-STATUS                PIC X(2).
012700 01 WS-DEFFILE-STATUS                PIC X(2).
012800 01 WS-RECEIPT-COUNT                 PIC 9(7) VALUE ZERO.
012900 01 WS-REJECT-COUNT                  PIC 9(7) VALUE ZERO.
013000 01 WS-REPAIR-COUNT                  PIC 9(7) VALUE ZERO.
013100 01 WS-PENDING-COUNT                 PIC 9(7) VALUE ZERO.
013200 01 WS-HELD-COUNT                    PIC 9(7) VALUE ZERO.
013300 01 WS-EVENT-COUNT                   PIC 9(7) VALUE ZERO.
013400 01 WS-ERROR-COUNT                   PIC 9(7) VALUE ZERO.
013500 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
013600 01 WS-POSTED-SW                     PIC X.
013700     88 EVENT-POSTED                 VALUE "Y".
013800 01 WS-REASON-CODE                   PIC X(2).
013900 01 WS-DECISION-USER                 PIC X(8).
013950 01 WS-PASSED-TO                     PIC X(15).
014000 01 WS-DELIVERED-KEY.
014100     05 WS-DELIVERED-DATE            PIC 9(8).
014200     05 FILLER                       PIC X VALUE "/".
014300     05 WS-DELIVERED-SEQUENCE        PIC 9(4).
014400 01 WS-IMAGE-WORK.
014500     05 WS-IMG-REC-TYPE              PIC X.
014600     05 WS-IMG-SLOT-COUNT            PIC 9(2).
014700     05 WS-IMG-TEXT                  PIC X(104).
014800     05 WS-IMG-CHECKSUM              PIC 9(9).
014900     05 WS-IMG-STATION-ID            PIC X(4).
015000 01 TRACE-WORK.
015100     COPY TRCREC.
015200 PROCEDURE DIVISION.
015300 0000-MAIN-PROCESS.
015400     OPEN I-O TRACE-VSAM-FILE
015500     IF WS-VSAM-STATUS = "35"
015600         OPEN OUTPUT TRACE-VSAM-FILE
015700         CLOSE TRACE-VSAM-FILE
015800         OPEN I-O TRACE-VSAM-FILE
015900     END-IF
016000     IF WS-VSAM-STATUS NOT = "00"
016100         DISPLAY "NNTRCLD - TRCVSAM OPEN FAILED, STATUS "
016200             WS-VSAM-STATUS
016300         MOVE 8 TO RETURN-CODE
016400         GOBACK
016500     END-IF
016600     OPEN INPUT RECEIPT-FILE
016700     PERFORM 0100-READ-RECEIPT UNTIL END-OF-RECEIPTS
016800     CLOSE RECEIPT-FILE
016900     OPEN INPUT REJECT-FILE
017000     PERFORM 0200-READ-REJECT UNTIL END-OF-REJECTS
017100     CLOSE REJECT-FILE
017200     OPEN INPUT REPAIR-HISTORY-FILE
017300     PERFORM 0300-READ-REPAIR UNTIL END-OF-REPAIRS
017400     CLOSE REPAIR-HISTORY-FILE
017500     OPEN INPUT PENDING-FILE
017600     PERFORM 0400-READ-PENDING UNTIL END-OF-PENDING
017700     CLOSE PENDING-FILE
017800     PERFORM 0500-TRACE-DUPLICATE-HOLDS
017900     PERFORM 0600-TRACE-REVIEW-HOLDS
018000     PERFORM 0700-TRACE-DEFERRED-HOLDS
018100     CLOSE TRACE-VSAM-FILE
018200     DISPLAY "NNTRCLD - RECEIPTS " WS-RECEIPT-COUNT
018300         " REJECTS " WS-REJECT-COUNT
018400         " REPAIRS " WS-REPAIR-COUNT
018500         " PENDING " WS-PENDING-COUNT
018600         " HELD " WS-HELD-COUNT
018700     DISPLAY "NNTRCLD - EVENTS POSTED " WS-EVENT-COUNT
018800         " VSAM ERRORS " WS-ERROR-COUNT
018900     MOVE WS-BATCH-RC TO RETURN-CODE
019000     GOBACK.
019100
019200 0100-READ-RECEIPT.
019300     READ RECEIPT-FILE
019400         AT END
019500             SET END-OF-RECEIPTS TO TRUE
019600         NOT AT END
019700             ADD 1 TO WS-RECEIPT-COUNT
019800             PERFORM 0150-POST-RECEIPT-EVENTS
019900     END-READ.
020000
020100 0150-POST-RECEIPT-EVENTS.
020200*    The receipt is the one record every transmission leaves,
020300*    so it seeds the trace: received, then the run's verdict,
020400*    then the receipt itself.
020500     MOVE SPACES TO TRACE-WORK
020600     MOVE RCP-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
020700     MOVE RCP-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
020800     MOVE RCP-SEQUENCE TO TRC-SEQUENCE OF TRACE-WORK
020900     MOVE RCP-RUN-DATE TO TRC-EVENT-DATE OF TRACE-WORK
021000     MOVE ZERO TO TRC-EVENT-TIME OF TRACE-WORK
021100     MOVE 1 TO TRC-EVENT-NO OF TRACE-WORK
021200     MOVE 10 TO TRC-EVENT-CODE OF TRACE-WORK
021300     MOVE "RECEIVED" TO TRC-EVENT-NAME OF TRACE-WORK
021400     EVALUATE RCP-DISPOSITION
021500         WHEN "RELEASED-DUP"
021600             MOVE "RELEASED DUPLICATE TAKEN UP BY THE DECODE RUN"
021700                 TO TRC-DETAIL OF TRACE-WORK
021800         WHEN "RELEASED-RVW"
021900             MOVE "REVIEW RELEASE TAKEN UP BY THE DECODE RUN"
022000                 TO TRC-DETAIL OF TRACE-WORK
022100         WHEN "RELEASED-DEF"
022200             MOVE "DEFERRED RELEASE TAKEN UP BY THE DECODE RUN"
022300                 TO TRC-DETAIL OF TRACE-WORK
022400         WHEN OTHER
022500             MOVE "READ FROM PAYLOAD BY THE DECODE RUN"
022600                 TO TRC-DETAIL OF TRACE-WORK
022700     END-EVALUATE
022800     PERFORM 0900-POST-EVENT
022900     EVALUATE RCP-DISPOSITION
023000         WHEN "DECODED"
023100             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
023200             MOVE "DECODED" TO TRC-EVENT-NAME OF TRACE-WORK
023300             MOVE "ANSWER DECODED AND RECORDED ON DECODE MASTER"
023400                 TO TRC-DETAIL OF TRACE-WORK
023500             PERFORM 0900-POST-EVENT
023600             PERFORM 0170-POST-DELIVERY-EVENTS
023700         WHEN "RELEASED-DUP"
023800             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
023900             MOVE "RELEASED" TO TRC-EVENT-NAME OF TRACE-WORK
024000             MOVE "RELEASED ON NNDO - SEE THE OVERRIDE LOG"
024100                 TO TRC-DETAIL OF TRACE-WORK
024200             PERFORM 0900-POST-EVENT
024300             PERFORM 0170-POST-DELIVERY-EVENTS
024400         WHEN "RELEASED-RVW"
024500             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
024600             MOVE "RELEASED" TO TRC-EVENT-NAME OF TRACE-WORK
024700             MOVE "RELEASED ON NNRV - SEE THE SCREENING LOG"
024800                 TO TRC-DETAIL OF TRACE-WORK
024900             PERFORM 0900-POST-EVENT
025000             PERFORM 0170-POST-DELIVERY-EVENTS
025100         WHEN "HELD-REVIEW"
025200             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
025300             MOVE "HELD-REVIEW" TO TRC-EVENT-NAME OF TRACE-WORK
025400             MOVE "WATCH-LIST HIT - HELD FOR COMPLIANCE REVIEW"
025500                 TO TRC-DETAIL OF TRACE-WORK
025600             PERFORM 0900-POST-EVENT
025700         WHEN "RELEASED-DEF"
025800             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
025900             MOVE "RELEASED" TO TRC-EVENT-NAME OF TRACE-WORK
026000             MOVE "RELEASE DATE REACHED - RELEASED BY NNDEFREL"
026100                 TO TRC-DETAIL OF TRACE-WORK
026200             PERFORM 0900-POST-EVENT
026300             PERFORM 0170-POST-DELIVERY-EVENTS
026400         WHEN "HELD-DEFERRED"
026500             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
026600             MOVE "DEFERRED" TO TRC-EVENT-NAME OF TRACE-WORK
026700             MOVE "HELD FOR DELIVERY ON ITS RELEASE DATE"
026800                 TO TRC-DETAIL OF TRACE-WORK
026900             PERFORM 0900-POST-EVENT
027000         WHEN "DUPLICATE"
027100             MOVE 50 TO TRC-EVENT-CODE OF TRACE-WORK
027200             MOVE "DUPLICATE" TO TRC-EVENT-NAME OF TRACE-WORK
027300             MOVE "ALREADY ON DECODE MASTER - NOT RE-DELIVERED"
027400                 TO TRC-DETAIL OF TRACE-WORK
027500             PERFORM 0900-POST-EVENT
027600         WHEN OTHER
027700             PERFORM 0160-SET-REASON-FROM-RECEIPT
027800             MOVE 20 TO TRC-EVENT-CODE OF TRACE-WORK
027900             MOVE "REJECTED" TO TRC-EVENT-NAME OF TRACE-WORK
028000             MOVE SPACES TO TRC-DETAIL OF TRACE-WORK
028100             STRING "REASON " WS-REASON-CODE " " RCP-DISPOSITION
028200                 " SLOT " RCP-ERROR-SLOT
028300                 " - SUSPENDED TO REJECTS"
028400                 DELIMITED BY SIZE
028500                 INTO TRC-DETAIL OF TRACE-WORK
028600             PERFORM 0900-POST-EVENT
028700     END-EVALUATE
028800     MOVE 80 TO TRC-EVENT-CODE OF TRACE-WORK
028900     MOVE "RECEIPT" TO TRC-EVENT-NAME OF TRACE-WORK
029000     MOVE SPACES TO TRC-DETAIL OF TRACE-WORK
029100     STRING RCP-DISPOSITION " SLOT " RCP-ERROR-SLOT
029200         " EXP " RCP-EXPECTED-CHECKSUM
029300         " CMP " RCP-COMPUTED-CHECKSUM
029400         DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
029500     PERFORM 0900-POST-EVENT.
029600
029700 0160-SET-REASON-FROM-RECEIPT.
029800     EVALUATE RCP-DISPOSITION
029900         WHEN "CORRUPT"
030000             MOVE "CT" TO WS-REASON-CODE
030100         WHEN "CHECKSUM-FAIL"
030200             MOVE "CK" TO WS-REASON-CODE
030300         WHEN "BAD-REC-TYPE"
030400             MOVE "RT" TO WS-REASON-CODE
030500         WHEN "NO-ROUTE"
030600             MOVE "ST" TO WS-REASON-CODE
030700         WHEN "BATCH-FAIL"
030800             MOVE "BT" TO WS-REASON-CODE
030900         WHEN "BATCH-HELD"
031000             MOVE "BG" TO WS-REASON-CODE
031100         WHEN "BATCH-RESEND"
031200             MOVE "BR" TO WS-REASON-CODE
031300         WHEN "REVIEW-FAILED"
031400             MOVE "HR" TO WS-REASON-CODE
031500         WHEN "DEFER-FAILED"
031600             MOVE "HD" TO WS-REASON-CODE
031700         WHEN OTHER
031800             MOVE "??" TO WS-REASON-CODE
031900     END-EVALUATE.
032000
032100 0170-POST-DELIVERY-EVENTS.
032200     MOVE 60 TO TRC-EVENT-CODE OF TRACE-WORK
032300     MOVE "DELIVERED" TO TRC-EVENT-NAME OF TRACE-WORK
032400     MOVE SPACES TO TRC-DETAIL OF TRACE-WORK
032500     STRING "OUTBND" RCP-DEST-NO " " RCP-DEST-NAME
032600         "  OUT-SEQUENCE " RCP-OUT-SEQUENCE
032700         DELIMITED BY SIZE
032800         INTO TRC-DETAIL OF TRACE-WORK
032900     PERFORM 0900-POST-EVENT
033000     MOVE 70 TO TRC-EVENT-CODE OF TRACE-WORK
033100     MOVE "ACKNOWLEDGED" TO TRC-EVENT-NAME OF TRACE-WORK
033200     MOVE "NOT ON THE PENDING-ACK SUSPENSE - ACK MATCHED"
033300         TO TRC-DETAIL OF TRACE-WORK
033400     PERFORM 0900-POST-EVENT.
033500
033600 0200-READ-REJECT.
033700     READ REJECT-FILE
033800         AT END
033900             SET END-OF-REJECTS TO TRUE
034000         NOT AT END
034100             ADD 1 TO WS-REJECT-COUNT
034200             PERFORM 0250-POST-REJECT-EVENT
034300     END-READ.
034400
034500 0250-POST-REJECT-EVENT.
034600     MOVE SPACES TO TRACE-WORK
034700     MOVE REJ-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
034800     MOVE REJ-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
034900     MOVE REJ-SEQUENCE TO TRC-SEQUENCE OF TRACE-WORK
035000     MOVE 20 TO TRC-EVENT-CODE OF TRACE-WORK
035100     MOVE 1 TO TRC-EVENT-NO OF TRACE-WORK
035200     MOVE "REJECTED" TO TRC-EVENT-NAME OF TRACE-WORK
035300     MOVE REJ-RUN-DATE TO TRC-EVENT-DATE OF TRACE-WORK
035400     MOVE ZERO TO TRC-EVENT-TIME OF TRACE-WORK
035500     STRING "REASON " REJ-REASON-CODE
035600         " SLOT " REJ-ERROR-SLOT
035700         " STILL IN SUSPENSE (NNRW)"
035800         DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
035900     PERFORM 0900-POST-EVENT.
036000
036100 0300-READ-REPAIR.
036200     READ REPAIR-HISTORY-FILE
036300         AT END
036400             SET END-OF-REPAIRS TO TRUE
036500         NOT AT END
036600             ADD 1 TO WS-REPAIR-COUNT
036700             PERFORM 0350-POST-REPAIR-EVENTS
036800     END-READ.
036900
037000 0350-POST-REPAIR-EVENTS.
037100*    The station is not on the history key - it is taken from
037200*    the before image, which is the record in PAYLOAD layout.
037300     MOVE RPH-BEFORE-IMAGE TO WS-IMAGE-WORK
037400     MOVE SPACES TO TRACE-WORK
037500     MOVE WS-IMG-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
037600     MOVE RPH-REJ-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
037700     MOVE RPH-REJ-SEQUENCE TO TRC-SEQUENCE OF TRACE-WORK
037800     MOVE RPH-REPAIR-DATE TO TRC-EVENT-DATE OF TRACE-WORK
037900     MOVE RPH-REPAIR-TIME TO TRC-EVENT-TIME OF TRACE-WORK
038000     MOVE 30 TO TRC-EVENT-CODE OF TRACE-WORK
038100     MOVE "REPAIRED" TO TRC-EVENT-NAME OF TRACE-WORK
038200     STRING "ACTION " RPH-ACTION " CARD " RPH-CARD-IMAGE
038300         DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
038400     PERFORM 0950-POST-NEXT-EVENT
038500     MOVE 40 TO TRC-EVENT-CODE OF TRACE-WORK
038600     MOVE 1 TO TRC-EVENT-NO OF TRACE-WORK
038700     MOVE "REQUEUED" TO TRC-EVENT-NAME OF TRACE-WORK
038800     MOVE "REBUILT ON REQUEUE - RE-ENTERS THE NEXT DECODE RUN"
038900         TO TRC-DETAIL OF TRACE-WORK
039000     PERFORM 0900-POST-EVENT.
039100
039200 0400-READ-PENDING.
039300     READ PENDING-FILE
039400         AT END
039500             SET END-OF-PENDING TO TRUE
039600         NOT AT END
039700             ADD 1 TO WS-PENDING-COUNT
039800             PERFORM 0450-POST-PENDING-EVENT
039900     END-READ.
040000
040100 0450-POST-PENDING-EVENT.
040200     MOVE SPACES TO TRACE-WORK
040300     MOVE PND-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
040400     MOVE PND-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
040500     MOVE PND-SOURCE-SEQ TO TRC-SEQUENCE OF TRACE-WORK
040600     MOVE 70 TO TRC-EVENT-CODE OF TRACE-WORK
040700     MOVE 1 TO TRC-EVENT-NO OF TRACE-WORK
040800     MOVE PND-RUN-DATE TO TRC-EVENT-DATE OF TRACE-WORK
040900     MOVE ZERO TO TRC-EVENT-TIME OF TRACE-WORK
041000     IF PENDING-REPLAYED
041100         MOVE "REPLAYED" TO TRC-EVENT-NAME OF TRACE-WORK
041200         STRING "NO ACK FOR " PND-JOB-NAME " SEQ "
041300             PND-SEQUENCE " - REPLAY CARD CUT, RESENT NN0276R"
041400             DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
041500     ELSE
041600         MOVE "PENDING ACK" TO TRC-EVENT-NAME OF TRACE-WORK
041700         STRING "NO ACK YET FOR " PND-JOB-NAME " SEQ "
041800             PND-SEQUENCE " - ON PENDING-ACK SUSPENSE"
041900             DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
042000     END-IF
042100     PERFORM 0900-POST-EVENT.
042200
042300 0500-TRACE-DUPLICATE-HOLDS.
042400*    The hold stores carry the supervisor's decision on a held
042500*    transmission.  It is posted under the ORIGINAL run date and
042600*    sequence, the key the station's receipt named, with the
042700*    run date and sequence that delivered it where it went out.
042800     OPEN INPUT DUPLICATE-FILE
042900     IF WS-DUPFILE-STATUS = "00" OR "97"
043000         PERFORM 0510-READ-DUPLICATE UNTIL END-OF-DUPLICATES
043100         CLOSE DUPLICATE-FILE
043200     ELSE
043300         DISPLAY "NNTRCLD - DUPVSAM OPEN FAILED, STATUS "
043400             WS-DUPFILE-STATUS " - RELEASES NOT TRACED"
043500         PERFORM 0890-HOLD-STORE-ERROR
043600     END-IF.
043700
043800 0510-READ-DUPLICATE.
043900     READ DUPLICATE-FILE
044000         AT END
044100             SET END-OF-DUPLICATES TO TRUE
044200         NOT AT END
044300             ADD 1 TO WS-HELD-COUNT
044400             IF NOT DUP-HELD
044500                 PERFORM 0550-POST-DUPLICATE-EVENT
044600             END-IF
044700     END-READ.
044800
044900 0550-POST-DUPLICATE-EVENT.
045000     MOVE SPACES TO TRACE-WORK
045100     MOVE DUP-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
045200     MOVE DUP-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
045300     MOVE DUP-SEQUENCE TO TRC-SEQUENCE OF TRACE-WORK
045400     MOVE DUP-RELEASE-DATE TO TRC-EVENT-DATE OF TRACE-WORK
045500     COMPUTE TRC-EVENT-TIME OF TRACE-WORK = DUP-RELEASE-TIME * 100
045600     MOVE "RELEASED" TO TRC-EVENT-NAME OF TRACE-WORK
045700     MOVE DUP-RELEASE-USER TO WS-DECISION-USER
045800     MOVE DUP-DELIVERED-DATE TO WS-DELIVERED-DATE
045900     MOVE DUP-DELIVERED-SEQUENCE TO WS-DELIVERED-SEQUENCE
046000     EVALUATE TRUE
046100         WHEN DUP-REDELIVERED
046200             PERFORM 0810-SET-DELIVERED-DETAIL
046300         WHEN DUP-RELEASE-FAILED
046400             PERFORM 0820-SET-FAILED-DETAIL
046420         WHEN DUP-PASSED-ON
046440             MOVE "REVIEW/DEFERRAL" TO WS-PASSED-TO
046460             PERFORM 0830-SET-PASSED-ON-DETAIL
046500         WHEN OTHER
046600             PERFORM 0800-SET-RELEASED-DETAIL
046700     END-EVALUATE
046800     PERFORM 0850-POST-HOLD-EVENT.
046900
047000 0600-TRACE-REVIEW-HOLDS.
047100     OPEN INPUT REVIEW-FILE
047200     IF WS-REVFILE-STATUS = "00" OR "97"
047300         PERFORM 0610-READ-REVIEW UNTIL END-OF-REVIEWS
047400         CLOSE REVIEW-FILE
047500     ELSE
047600         DISPLAY "NNTRCLD - REVVSAM OPEN FAILED, STATUS "
047700             WS-REVFILE-STATUS " - REVIEW DECISIONS NOT TRACED"
047800         PERFORM 0890-HOLD-STORE-ERROR
047900     END-IF.
048000
048100 0610-READ-REVIEW.
048200     READ REVIEW-FILE
048300         AT END
048400             SET END-OF-REVIEWS TO TRUE
048500         NOT AT END
048600             ADD 1 TO WS-HELD-COUNT
048700             IF NOT RVW-HELD
048800                 PERFORM 0650-POST-REVIEW-EVENT
048900             END-IF
049000     END-READ.
049100
049200 0650-POST-REVIEW-EVENT.
049300     MOVE SPACES TO TRACE-WORK
049400     MOVE RVW-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
049500     MOVE RVW-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
049600     MOVE RVW-SEQUENCE TO TRC-SEQUENCE OF TRACE-WORK
049700     MOVE RVW-DECISION-DATE TO TRC-EVENT-DATE OF TRACE-WORK
049800     COMPUTE TRC-EVENT-TIME OF TRACE-WORK =
049900         RVW-DECISION-TIME * 100
050000     MOVE "RELEASED" TO TRC-EVENT-NAME OF TRACE-WORK
050100     MOVE RVW-DECISION-USER TO WS-DECISION-USER
050200     MOVE RVW-DELIVERED-DATE TO WS-DELIVERED-DATE
050300     MOVE RVW-DELIVERED-SEQUENCE TO WS-DELIVERED-SEQUENCE
050400     EVALUATE TRUE
050500         WHEN RVW-DELIVERED
050600             PERFORM 0810-SET-DELIVERED-DETAIL
050700         WHEN RVW-RELEASE-FAILED
050800             PERFORM 0820-SET-FAILED-DETAIL
050820         WHEN RVW-PASSED-ON
050840             MOVE "DEFERRAL" TO WS-PASSED-TO
050860             PERFORM 0830-SET-PASSED-ON-DETAIL
050900         WHEN RVW-REFUSED
051000         WHEN RVW-REFUSAL-CLOSED
051100             MOVE "REFUSED" TO TRC-EVENT-NAME OF TRACE-WORK
051200             STRING "REFUSED ON NNRV BY " WS-DECISION-USER
051300                 " - NEVER DELIVERED"
051400                 DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
051500         WHEN OTHER
051600             PERFORM 0800-SET-RELEASED-DETAIL
051700     END-EVALUATE
051800     PERFORM 0850-POST-HOLD-EVENT.
051900
052000 0700-TRACE-DEFERRED-HOLDS.
052100     OPEN INPUT DEFERRED-FILE
052200     IF WS-DEFFILE-STATUS = "00" OR "97"
052300         PERFORM 0710-READ-DEFERRAL UNTIL END-OF-DEFERRALS
052400         CLOSE DEFERRED-FILE
052500     ELSE
052600         DISPLAY "NNTRCLD - DEFVSAM OPEN FAILED, STATUS "
052700             WS-DEFFILE-STATUS " - DEFERRED RELEASES NOT TRACED"
052800         PERFORM 0890-HOLD-STORE-ERROR
052900     END-IF.
053000
053100 0710-READ-DEFERRAL.
053200     READ DEFERRED-FILE
053300         AT END
053400             SET END-OF-DEFERRALS TO TRUE
053500         NOT AT END
053600             ADD 1 TO WS-HELD-COUNT
053700             IF NOT DEF-HELD
053800                 PERFORM 0750-POST-DEFERRAL-EVENT
053900             END-IF
054000     END-READ.
054100
054200 0750-POST-DEFERRAL-EVENT.
054300*    Deferrals are released by NNDEFREL on their date, not by a
054400*    supervisor, so the detail names the release date instead.
054500     MOVE SPACES TO TRACE-WORK
054600     MOVE DEF-STATION-ID TO TRC-STATION-ID OF TRACE-WORK
054700     MOVE DEF-RUN-DATE TO TRC-RUN-DATE OF TRACE-WORK
054800     MOVE DEF-SEQUENCE TO TRC-SEQUENCE OF TRACE-WORK
054900     MOVE DEF-RELEASED-ON TO TRC-EVENT-DATE OF TRACE-WORK
055000     MOVE ZERO TO TRC-EVENT-TIME OF TRACE-WORK
055100     MOVE "RELEASED" TO TRC-EVENT-NAME OF TRACE-WORK
055200     MOVE SPACES TO WS-DECISION-USER
055300     MOVE DEF-DELIVERED-DATE TO WS-DELIVERED-DATE
055400     MOVE DEF-DELIVERED-SEQUENCE TO WS-DELIVERED-SEQUENCE
055500     EVALUATE TRUE
055600         WHEN DEF-DELIVERED
055700             STRING "RELEASED " DEF-RELEASED-ON
055800                 ", DELIVERED AS " WS-DELIVERED-KEY
055900                 DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
056000         WHEN DEF-RELEASE-FAILED
056100             STRING "RELEASED " DEF-RELEASED-ON
056200                 ", RUN " WS-DELIVERED-KEY " NOT DELIVERED"
056300                 DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
056320         WHEN DEF-PASSED-ON
056340             STRING "RELEASED " DEF-RELEASED-ON
056360                 ", PASSED TO REVIEW AS " WS-DELIVERED-KEY
056380                 DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
056400         WHEN DEF-CANCELLED
056500             MOVE "CANCELLED" TO TRC-EVENT-NAME OF TRACE-WORK
056600             MOVE DEF-CANCEL-DATE TO TRC-EVENT-DATE OF TRACE-WORK
056700             COMPUTE TRC-EVENT-TIME OF TRACE-WORK =
056800                 DEF-CANCEL-TIME * 100
056900             STRING "CANCELLED ON NNDF BY " DEF-CANCEL-USER
057000                 " - NEVER DELIVERED"
057100                 DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
057200         WHEN OTHER
057300             STRING "RELEASED " DEF-RELEASED-ON
057400                 " - AWAITING THE NEXT DECODE RUN"
057500                 DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK
057600     END-EVALUATE
057700     PERFORM 0850-POST-HOLD-EVENT.
057800
057900 0800-SET-RELEASED-DETAIL.
058000     STRING "RELEASED BY " WS-DECISION-USER
058100         " - AWAITING THE NEXT DECODE RUN"
058200         DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK.
058300
058400 0810-SET-DELIVERED-DETAIL.
058500     STRING "RELEASED BY " WS-DECISION-USER
058600         ", DELIVERED AS " WS-DELIVERED-KEY
058700         DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK.
058800
058900 0820-SET-FAILED-DETAIL.
059000     STRING "RELEASED BY " WS-DECISION-USER
059100         ", RUN " WS-DELIVERED-KEY " NOT DELIVERED"
059200         DELIMITED BY SIZE INTO TRC-DETAIL OF TRACE-WORK.
059210
059220 0830-SET-PASSED-ON-DETAIL.
059230*    Held again on the other store under the take-up run's date
059240*    and sequence - the detail names the key to look under.
059250     STRING "BY " WS-DECISION-USER ", PASSED TO "
059260         DELIMITED BY SIZE
059270         WS-PASSED-TO DELIMITED BY SPACE
059280         " AS " WS-DELIVERED-KEY DELIMITED BY SIZE
059290         INTO TRC-DETAIL OF TRACE-WORK.
059300
059400 0850-POST-HOLD-EVENT.
059500     MOVE 90 TO TRC-EVENT-CODE OF TRACE-WORK
059600     MOVE 1 TO TRC-EVENT-NO OF TRACE-WORK
059700     PERFORM 0900-POST-EVENT.
059800
059900 0890-HOLD-STORE-ERROR.
060000     ADD 1 TO WS-ERROR-COUNT
060100     IF WS-BATCH-RC < 8
060200         MOVE 8 TO WS-BATCH-RC
060300     END-IF.
060400
060500 0900-POST-EVENT.
060600*    One event per key - a later source replaces what an
060700*    earlier one posted.
060800     MOVE TRACE-WORK TO TRACE-VSAM-RECORD
060900     WRITE TRACE-VSAM-RECORD
061000         INVALID KEY
061100             REWRITE TRACE-VSAM-RECORD
061200                 INVALID KEY
061300                     PERFORM 0990-VSAM-ERROR
061400             END-REWRITE
061500         NOT INVALID KEY
061600             ADD 1 TO WS-EVENT-COUNT
061700     END-WRITE.
061800
061900 0950-POST-NEXT-EVENT.
062000*    Repeating events (several repair cards on one reject)
062100*    take the next free event number instead of replacing.
062200     MOVE "N" TO WS-POSTED-SW
062300     MOVE 1 TO TRC-EVENT-NO OF TRACE-WORK
062400     PERFORM UNTIL EVENT-POSTED
062500         MOVE TRACE-WORK TO TRACE-VSAM-RECORD
062600         WRITE TRACE-VSAM-RECORD
062700             INVALID KEY
062800                 IF WS-VSAM-STATUS NOT = "22"
062900                     OR TRC-EVENT-NO OF TRACE-WORK = 99
063000                     PERFORM 0990-VSAM-ERROR
063100                     SET EVENT-POSTED TO TRUE
063200                 ELSE
063300                     ADD 1 TO TRC-EVENT-NO OF TRACE-WORK
063400                 END-IF
063500             NOT INVALID KEY
063600                 ADD 1 TO WS-EVENT-COUNT
063700                 SET EVENT-POSTED TO TRUE
063800         END-WRITE
063900     END-PERFORM.
064000
064100 0990-VSAM-ERROR.
064200     ADD 1 TO WS-ERROR-COUNT
064300     DISPLAY "NNTRCLD - TRCVSAM ERROR, STATUS " WS-VSAM-STATUS
064400         " KEY " TRC-KEY OF TRACE-WORK
064500     IF WS-BATCH-RC < 8
064600         MOVE 8 TO WS-BATCH-RC
064700     END-IF.
064800  END PROGRAM nntrcld.
