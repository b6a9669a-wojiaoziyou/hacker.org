000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nnrvwrev.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    CICS compliance review of answers held on a watch-list    *
000600*    hit.  Transaction NNRV, mapset NNRVWM (map RVWREV), file  *
000700*    REVVSAM = NN0276.REVIEW.VSAM, the KSDS of every answer    *
000800*    the decode run held instead of delivering because its     *
000900*    text matched a term on the compliance watch-list          *
001000*    (record layout in copybook RVWREC, key = run date +       *
001100*    sequence - the pair on the balancing report and the       *
001200*    station's receipt, where it shows HELD-REVIEW).           *
001300*                                                              *
001400*    The reviewer keys the run date and sequence and presses   *
001500*    ENTER, or leaves both blank / presses PF8 to step to the  *
001600*    next answer still awaiting review.  The screen shows the  *
001700*    answer, the watch-list term it matched and where in the   *
001800*    text, and the destination it was routed to when held.     *
001900*    The reviewer keys a reason and presses either             *
002000*        PF6 - release: the next decode run delivers it        *
002100*              through the station's routed destination as it  *
002200*              stands on that run and reports it               *
002300*              REVIEW-RELEASED                                 *
002400*        PF9 - refuse: it is never delivered; the next decode  *
002500*              run closes it                                   *
002600*    Either way the record is stamped with the signed-on user  *
002700*    ID, the date and time and the reason, and the decode run  *
002800*    writes the decision to the permanent screening log when   *
002900*    it takes it up.  An answer can be decided once only; a    *
003000*    decided one shows its standing and refuses PF6 / PF9.     *
003100*    PF3 exits.                                                *
003200*                                                              *
003300*    NNRV is defined to CICS with transaction-level resource   *
003400*    security so only the compliance reviewers' group can      *
003500*    start it; the user ID recorded is the one CICS signed on, *
003600*    never a screen field.                                     *
003700*                                                              *
003800*    Pseudo-conversational: the key of the answer on display   *
003900*    rides in the commarea, so PF6 / PF9 re-read it for update *
004000*    and PF8 restarts the browse just past it.                 *
004100****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 OBJECT-COMPUTER. IBM-370.
004500 SOURCE-COMPUTER. IBM-370.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800 01 WS-COMMAREA.
004900     05 CA-SHOWN-KEY                 PIC X(12).
005000 01 REVIEW-VSAM-RECORD.
005100     COPY RVWREC.
005200 01 WS-BROWSE-KEY                    PIC X(12).
005300 01 WS-BROWSE-KEY-PARTS REDEFINES WS-BROWSE-KEY.
005400     05 WS-BK-RUN-DATE               PIC 9(8).
005500     05 WS-BK-SEQUENCE               PIC 9(4).
005600 01 WS-BROWSE-SW                     PIC X.
005700     88 BROWSE-LOOKING               VALUE " ".
005800     88 HELD-ANSWER-FOUND            VALUE "F".
005900     88 BROWSE-ENDED                 VALUE "E".
006000 01 WS-DECISION                      PIC X.
006100     88 DECISION-RELEASE             VALUE "R".
006200     88 DECISION-REFUSE              VALUE "X".
006300 01 WS-RESP-CODE                     PIC S9(8) COMP.
006400 01 WS-USER-ID                       PIC X(8).
006500 01 WS-ABSTIME                       PIC S9(15) COMP-3.
006600 01 WS-TODAY                         PIC X(8).
006700 01 WS-NOW                           PIC X(6).
006800 01 WS-QUIT-MESSAGE                  PIC X(30)
006900     VALUE "NNRV COMPLIANCE REVIEW ENDED".
007000 COPY NNRVWM.
007100 COPY DFHAID.
007200 COPY DFHBMSCA.
007300 LINKAGE SECTION.
007400 01 DFHCOMMAREA                      PIC X(12).
007500 PROCEDURE DIVISION.
007600 0000-MAIN-PROCESS.
007700     IF EIBCALEN = ZERO
007800         MOVE LOW-VALUES TO RVWREVO
007900         PERFORM 0800-SEND-FRESH-MAP
008000     ELSE
008100         MOVE DFHCOMMAREA(1:12) TO WS-COMMAREA
008200         EVALUATE EIBAID
008300             WHEN DFHPF3
008400                 PERFORM 0900-RETURN-TO-CICS
008500             WHEN DFHPF6
008600                 SET DECISION-RELEASE TO TRUE
008700                 PERFORM 0500-RECORD-DECISION
008800             WHEN DFHPF9
008900                 SET DECISION-REFUSE TO TRUE
009000                 PERFORM 0500-RECORD-DECISION
009100             WHEN DFHPF8
009200                 PERFORM 0300-BROWSE-NEXT
009300             WHEN OTHER
009400                 PERFORM 0200-FETCH-REVIEW
009500         END-EVALUATE
009600     END-IF
009700     EXEC CICS RETURN
009800         TRANSID('NNRV')
009900         COMMAREA(WS-COMMAREA)
010000         LENGTH(12)
010100     END-EXEC.
010200
010300 0200-FETCH-REVIEW.
010400     PERFORM 0250-RECEIVE-MAP
010500     IF RUNDTI NUMERIC AND RUNDTI > ZERO
010600         AND SEQNOI NUMERIC
010700         MOVE RUNDTI TO WS-BK-RUN-DATE
010800         MOVE SEQNOI TO WS-BK-SEQUENCE
010900         EXEC CICS READ
011000             FILE('REVVSAM')
011100             INTO(REVIEW-VSAM-RECORD)
011200             RIDFLD(WS-BROWSE-KEY)
011300             RESP(WS-RESP-CODE)
011400         END-EXEC
011500         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
011600             MOVE LOW-VALUES TO RVWREVO
011700             MOVE "NO HELD ANSWER WITH THAT KEY - "
011800                 TO MSGO
011900             MOVE WS-BROWSE-KEY TO MSGO(32:12)
012000             PERFORM 0850-SEND-MAP-DATAONLY
012100         END-IF
012200         PERFORM 0600-SHOW-REVIEW
012300         PERFORM 0850-SEND-MAP-DATAONLY
012400     ELSE
012500         MOVE ZERO TO WS-BROWSE-KEY
012600         PERFORM 0350-BROWSE-FROM-KEY
012700     END-IF.
012800
012900 0250-RECEIVE-MAP.
013000     EXEC CICS RECEIVE
013100         MAP('RVWREV')
013200         MAPSET('NNRVWM')
013300         RESP(WS-RESP-CODE)
013400     END-EXEC
013500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
013600         MOVE LOW-VALUES TO RVWREVO
013700         MOVE "KEY A RUN DATE AND SEQUENCE AND PRESS ENTER"
013800             TO MSGO
013900         PERFORM 0850-SEND-MAP-DATAONLY
014000     END-IF.
014100
014200 0300-BROWSE-NEXT.
014300     IF CA-SHOWN-KEY = SPACES OR CA-SHOWN-KEY = LOW-VALUES
014400         MOVE ZERO TO WS-BROWSE-KEY
014500     ELSE
014600         MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY
014700         ADD 1 TO WS-BK-SEQUENCE
014800     END-IF
014900     PERFORM 0350-BROWSE-FROM-KEY.
015000
015100 0350-BROWSE-FROM-KEY.
015200     EXEC CICS STARTBR
015300         FILE('REVVSAM')
015400         RIDFLD(WS-BROWSE-KEY)
015500         GTEQ
015600         RESP(WS-RESP-CODE)
015700     END-EXEC
015800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
015900         MOVE LOW-VALUES TO RVWREVO
016000         MOVE "NO MORE ANSWERS AWAITING REVIEW" TO MSGO
016100         PERFORM 0850-SEND-MAP-DATAONLY
016200     END-IF
016300     SET BROWSE-LOOKING TO TRUE
016400     PERFORM 0360-READ-NEXT-REVIEW
016500         UNTIL NOT BROWSE-LOOKING
016600     EXEC CICS ENDBR
016700         FILE('REVVSAM')
016800     END-EXEC
016900     IF BROWSE-ENDED
017000         MOVE LOW-VALUES TO RVWREVO
017100         MOVE "NO MORE ANSWERS AWAITING REVIEW" TO MSGO
017200         PERFORM 0850-SEND-MAP-DATAONLY
017300     END-IF
017400     PERFORM 0600-SHOW-REVIEW
017500     PERFORM 0850-SEND-MAP-DATAONLY.
017600
017700 0360-READ-NEXT-REVIEW.
017800*    Decided answers stay on file as evidence - step past them.
017900     EXEC CICS READNEXT
018000         FILE('REVVSAM')
018100         INTO(REVIEW-VSAM-RECORD)
018200         RIDFLD(WS-BROWSE-KEY)
018300         RESP(WS-RESP-CODE)
018400     END-EXEC
018500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
018600         SET BROWSE-ENDED TO TRUE
018700     ELSE
018800         IF RVW-HELD
018900             SET HELD-ANSWER-FOUND TO TRUE
019000         END-IF
019100     END-IF.
019200
019300 0500-RECORD-DECISION.
019400     PERFORM 0250-RECEIVE-MAP
019500     IF CA-SHOWN-KEY = SPACES OR CA-SHOWN-KEY = LOW-VALUES
019600         MOVE LOW-VALUES TO RVWREVO
019700         MOVE "NO ANSWER ON DISPLAY - FETCH ONE FIRST" TO MSGO
019800         PERFORM 0850-SEND-MAP-DATAONLY
019900     END-IF
020000     MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY
020100     EXEC CICS READ
020200         FILE('REVVSAM')
020300         INTO(REVIEW-VSAM-RECORD)
020400         RIDFLD(WS-BROWSE-KEY)
020500         UPDATE
020600         RESP(WS-RESP-CODE)
020700     END-EXEC
020800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
020900         MOVE LOW-VALUES TO RVWREVO
021000         MOVE "ANSWER NO LONGER ON FILE - REFETCH" TO MSGO
021100         PERFORM 0850-SEND-MAP-DATAONLY
021200     END-IF
021300     IF NOT RVW-HELD
021400         EXEC CICS UNLOCK
021500             FILE('REVVSAM')
021600         END-EXEC
021700         PERFORM 0600-SHOW-REVIEW
021800         MOVE "ALREADY DECIDED - THE DECISION STANDS" TO MSGO
021900         PERFORM 0850-SEND-MAP-DATAONLY
022000     END-IF
022100     IF REASONL = ZERO OR REASONI = SPACES
022200         EXEC CICS UNLOCK
022300             FILE('REVVSAM')
022400         END-EXEC
022500         PERFORM 0600-SHOW-REVIEW
022600         MOVE "KEY THE REASON FOR THE DECISION, THEN PF6 OR PF9"
022700             TO MSGO
022800         PERFORM 0850-SEND-MAP-DATAONLY
022900     END-IF
023000     EXEC CICS ASSIGN
023100         USERID(WS-USER-ID)
023200     END-EXEC
023300     EXEC CICS ASKTIME
023400         ABSTIME(WS-ABSTIME)
023500     END-EXEC
023600     EXEC CICS FORMATTIME
023700         ABSTIME(WS-ABSTIME)
023800         YYYYMMDD(WS-TODAY)
023900         TIME(WS-NOW)
024000     END-EXEC
024100     MOVE WS-DECISION TO RVW-REVIEW-STATUS
024200     MOVE WS-USER-ID TO RVW-DECISION-USER
024300     MOVE WS-TODAY TO RVW-DECISION-DATE
024400     MOVE WS-NOW TO RVW-DECISION-TIME
024500     MOVE REASONI TO RVW-DECISION-REASON
024600     EXEC CICS REWRITE
024700         FILE('REVVSAM')
024800         FROM(REVIEW-VSAM-RECORD)
024900         RESP(WS-RESP-CODE)
025000     END-EXEC
025100     PERFORM 0600-SHOW-REVIEW
025200     EVALUATE TRUE
025300         WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
025400             MOVE "REVVSAM REWRITE FAILED - DECISION NOT RECORDED"
025500                 TO MSGO
025600         WHEN DECISION-RELEASE
025700             MOVE "RELEASED FOR DELIVERY ON THE NEXT DECODE RUN"
025800                 TO MSGO
025900         WHEN OTHER
026000             MOVE "REFUSED - IT WILL NOT BE DELIVERED" TO MSGO
026100     END-EVALUATE
026200     PERFORM 0850-SEND-MAP-DATAONLY.
026300
026400 0600-SHOW-REVIEW.
026500     MOVE LOW-VALUES TO RVWREVO
026600     MOVE RVW-RUN-DATE TO RUNDTO
026700     MOVE RVW-SEQUENCE TO SEQNOO
026800     MOVE RVW-STATION-ID TO STATIONO
026900     MOVE RVW-REC-TYPE TO RECTYPEO
027000     MOVE RVW-SLOT-COUNT TO SLOTCNTO
027100     MOVE RVW-EXPECTED-CHECKSUM TO CHKSUMO
027200     MOVE RVW-TEXT(1:52) TO TEXT1O
027300     MOVE RVW-TEXT(53:52) TO TEXT2O
027400     MOVE RVW-TERM-ID TO TERMIDO
027500     MOVE RVW-MATCH-POSITION TO MATCHPOSO
027600     MOVE RVW-TERM-TEXT TO TERMTXTO
027700     MOVE RVW-DEST-NO TO DESTNOO
027800     MOVE RVW-DEST-NAME TO DESTNMO
027900     MOVE SPACES TO STATUSO
028000     EVALUATE TRUE
028100         WHEN RVW-HELD
028200             MOVE "HELD - AWAITING REVIEW" TO STATUSO
028300             MOVE "KEY A REASON - PF6 TO RELEASE, PF9 TO REFUSE"
028400                 TO MSGO
028500         WHEN RVW-RELEASED
028600             MOVE "RELEASED - WAITING FOR THE NEXT RUN"
028700                 TO STATUSO
028800         WHEN RVW-DELIVERED
028900             STRING "DELIVERED " RVW-DELIVERED-DATE
029000                 " AS SEQUENCE " RVW-DELIVERED-SEQUENCE
029100                 DELIMITED BY SIZE INTO STATUSO
029200         WHEN RVW-RELEASE-FAILED
029300             STRING "NOT DELIVERED ON RUN " RVW-DELIVERED-DATE
029400                 " SEQ " RVW-DELIVERED-SEQUENCE
029500                 DELIMITED BY SIZE INTO STATUSO
029600             MOVE "SEE THE SCREENING LOG FOR THE RE-RUN OUTCOME"
029700                 TO MSGO
029710         WHEN RVW-PASSED-ON
029720             STRING "PASSED TO DEFERRAL " RVW-DELIVERED-DATE
029730                 "/" RVW-DELIVERED-SEQUENCE
029740                 DELIMITED BY SIZE INTO STATUSO
029750             MOVE "RELEASE DATE AHEAD - SEE NNDF UNDER THAT KEY"
029760                 TO MSGO
029800         WHEN RVW-REFUSED
029900             MOVE "REFUSED - WAITING FOR THE NEXT RUN"
030000                 TO STATUSO
030100         WHEN RVW-REFUSAL-CLOSED
030200             MOVE "REFUSED AND CLOSED - NEVER DELIVERED"
030300                 TO STATUSO
030400     END-EVALUATE
030500     IF NOT RVW-HELD
030600         MOVE RVW-DECISION-USER TO DECUSERO
030700         MOVE RVW-DECISION-DATE TO DECDATEO
030800         MOVE RVW-DECISION-TIME TO DECTIMEO
030900         MOVE RVW-DECISION-REASON TO REASONO
031000     END-IF
031100     MOVE RVW-KEY TO CA-SHOWN-KEY.
031200
031300 0800-SEND-FRESH-MAP.
031400     MOVE "KEY A RUN DATE AND SEQUENCE AND PRESS ENTER" TO MSGO
031500     EXEC CICS SEND
031600         MAP('RVWREV')
031700         MAPSET('NNRVWM')
031800         ERASE
031900     END-EXEC
032000     MOVE SPACES TO CA-SHOWN-KEY.
032100
032200 0850-SEND-MAP-DATAONLY.
032300     EXEC CICS SEND
032400         MAP('RVWREV')
032500         MAPSET('NNRVWM')
032600         DATAONLY
032700     END-EXEC
032800     EXEC CICS RETURN
032900         TRANSID('NNRV')
033000         COMMAREA(WS-COMMAREA)
033100         LENGTH(12)
033200     END-EXEC.
033300
033400 0900-RETURN-TO-CICS.
033500     EXEC CICS SEND TEXT
033600         FROM(WS-QUIT-MESSAGE)
033700         LENGTH(30)
033800         ERASE
033900         FREEKB
034000     END-EXEC
034100     EXEC CICS RETURN
034200     END-EXEC.
034300  END PROGRAM nnrvwrev.
