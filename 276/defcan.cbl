000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nndefcan.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    CICS enquiry and cancel of deferred transmissions.        *
000600*    Transaction NNDF, mapset NNDEFM (map DEFCAN), file        *
000700*    DEFVSAM = NN0276.DEFERRED.VSAM, the KSDS of every         *
000800*    deferred (type D) transmission the decode run held for a  *
000900*    release date still ahead (record layout in copybook       *
001000*    DEFREC, key = run date + sequence - the pair on the       *
001100*    balancing report and the station's HELD-DEFERRED          *
001200*    receipt).                                                 *
001300*                                                              *
001400*    The help desk keys the run date and sequence and presses  *
001500*    ENTER (or leaves both blank / presses PF8 to browse in    *
001600*    key order).  The screen shows the transmission, its       *
001700*    release date, the destination it will be delivered to     *
001800*    and where it stands.  A supervisor who has to stop one    *
001900*    before its release keys a reason and presses PF9: the     *
002000*    record is marked cancelled with the signed-on user ID,    *
002100*    the date and time and the reason, NNDEFREL never          *
002200*    releases it and no decode run delivers it.  Only a        *
002300*    transmission still held can be cancelled; a released,     *
002400*    delivered or cancelled one shows its standing and         *
002500*    refuses PF9.  PF3 exits.                                  *
002600*                                                              *
002700*    NNDF is defined to CICS with transaction-level resource   *
002800*    security so only the supervisors' and help desk groups    *
002900*    can start it; the user ID recorded is the one CICS signed *
003000*    on, never a screen field.                                 *
003100*                                                              *
003200*    Pseudo-conversational: the key of the record on display   *
003300*    rides in the commarea, so PF9 re-reads it for update and  *
003400*    PF8 restarts the browse just past it.                     *
003500****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 OBJECT-COMPUTER. IBM-370.
003900 SOURCE-COMPUTER. IBM-370.
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 01 WS-COMMAREA.
004300     05 CA-SHOWN-KEY                 PIC X(12).
004400 01 DEFERRED-VSAM-RECORD.
004500     COPY DEFREC.
004600 01 WS-BROWSE-KEY                    PIC X(12).
004700 01 WS-BROWSE-KEY-PARTS REDEFINES WS-BROWSE-KEY.
004800     05 WS-BK-RUN-DATE               PIC 9(8).
004900     05 WS-BK-SEQUENCE               PIC 9(4).
005000 01 WS-RESP-CODE                     PIC S9(8) COMP.
005100 01 WS-USER-ID                       PIC X(8).
005200 01 WS-ABSTIME                       PIC S9(15) COMP-3.
005300 01 WS-TODAY                         PIC X(8).
005400 01 WS-NOW                           PIC X(6).
005500 01 WS-QUIT-MESSAGE                  PIC X(30)
005600     VALUE "NNDF DEFERRED ENQUIRY ENDED".
005700 COPY NNDEFM.
005800 COPY DFHAID.
005900 COPY DFHBMSCA.
006000 LINKAGE SECTION.
006100 01 DFHCOMMAREA                      PIC X(12).
006200 PROCEDURE DIVISION.
006300 0000-MAIN-PROCESS.
006400     IF EIBCALEN = ZERO
006500         MOVE LOW-VALUES TO DEFCANO
006600         PERFORM 0800-SEND-FRESH-MAP
006700     ELSE
006800         MOVE DFHCOMMAREA(1:12) TO WS-COMMAREA
006900         EVALUATE EIBAID
007000             WHEN DFHPF3
007100                 PERFORM 0900-RETURN-TO-CICS
007200             WHEN DFHPF9
007300                 PERFORM 0500-CANCEL-DEFERRAL
007400             WHEN DFHPF8
007500                 PERFORM 0300-BROWSE-NEXT
007600             WHEN OTHER
007700                 PERFORM 0200-FETCH-DEFERRAL
007800         END-EVALUATE
007900     END-IF
008000     EXEC CICS RETURN
008100         TRANSID('NNDF')
008200         COMMAREA(WS-COMMAREA)
008300         LENGTH(12)
008400     END-EXEC.
008500
008600 0200-FETCH-DEFERRAL.
008700     PERFORM 0250-RECEIVE-MAP
008800     IF RUNDTI NUMERIC AND RUNDTI > ZERO
008900         AND SEQNOI NUMERIC
009000         MOVE RUNDTI TO WS-BK-RUN-DATE
009100         MOVE SEQNOI TO WS-BK-SEQUENCE
009200         EXEC CICS READ
009300             FILE('DEFVSAM')
009400             INTO(DEFERRED-VSAM-RECORD)
009500             RIDFLD(WS-BROWSE-KEY)
009600             RESP(WS-RESP-CODE)
009700         END-EXEC
009800         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
009900             MOVE LOW-VALUES TO DEFCANO
010000             MOVE "NO DEFERRED TRANSMISSION WITH THAT KEY - "
010100                 TO MSGO
010200             MOVE WS-BROWSE-KEY TO MSGO(42:12)
010300             PERFORM 0850-SEND-MAP-DATAONLY
010400         END-IF
010500         PERFORM 0600-SHOW-DEFERRAL
010600         PERFORM 0850-SEND-MAP-DATAONLY
010700     ELSE
010800         MOVE ZERO TO WS-BROWSE-KEY
010900         PERFORM 0350-BROWSE-FROM-KEY
011000     END-IF.
011100
011200 0250-RECEIVE-MAP.
011300     EXEC CICS RECEIVE
011400         MAP('DEFCAN')
011500         MAPSET('NNDEFM')
011600         RESP(WS-RESP-CODE)
011700     END-EXEC
011800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
011900         MOVE LOW-VALUES TO DEFCANO
012000         MOVE "KEY A RUN DATE AND SEQUENCE AND PRESS ENTER"
012100             TO MSGO
012200         PERFORM 0850-SEND-MAP-DATAONLY
012300     END-IF.
012400
012500 0300-BROWSE-NEXT.
012600     IF CA-SHOWN-KEY = SPACES OR CA-SHOWN-KEY = LOW-VALUES
012700         MOVE ZERO TO WS-BROWSE-KEY
012800     ELSE
012900         MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY
013000         ADD 1 TO WS-BK-SEQUENCE
013100     END-IF
013200     PERFORM 0350-BROWSE-FROM-KEY.
013300
013400 0350-BROWSE-FROM-KEY.
013500     EXEC CICS STARTBR
013600         FILE('DEFVSAM')
013700         RIDFLD(WS-BROWSE-KEY)
013800         GTEQ
013900         RESP(WS-RESP-CODE)
014000     END-EXEC
014100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
014200         MOVE LOW-VALUES TO DEFCANO
014300         MOVE "NO MORE DEFERRED TRANSMISSIONS ON FILE" TO MSGO
014400         PERFORM 0850-SEND-MAP-DATAONLY
014500     END-IF
014600     EXEC CICS READNEXT
014700         FILE('DEFVSAM')
014800         INTO(DEFERRED-VSAM-RECORD)
014900         RIDFLD(WS-BROWSE-KEY)
015000         RESP(WS-RESP-CODE)
015100     END-EXEC
015200     EXEC CICS ENDBR
015300         FILE('DEFVSAM')
015400     END-EXEC
015500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
015600         MOVE LOW-VALUES TO DEFCANO
015700         MOVE "NO MORE DEFERRED TRANSMISSIONS ON FILE" TO MSGO
015800         PERFORM 0850-SEND-MAP-DATAONLY
015900     END-IF
016000     PERFORM 0600-SHOW-DEFERRAL
016100     PERFORM 0850-SEND-MAP-DATAONLY.
016200
016300 0500-CANCEL-DEFERRAL.
016400     PERFORM 0250-RECEIVE-MAP
016500     IF CA-SHOWN-KEY = SPACES OR CA-SHOWN-KEY = LOW-VALUES
016600         MOVE LOW-VALUES TO DEFCANO
016700         MOVE "NOTHING ON DISPLAY - FETCH A TRANSMISSION FIRST"
016800             TO MSGO
016900         PERFORM 0850-SEND-MAP-DATAONLY
017000     END-IF
017100     MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY
017200     EXEC CICS READ
017300         FILE('DEFVSAM')
017400         INTO(DEFERRED-VSAM-RECORD)
017500         RIDFLD(WS-BROWSE-KEY)
017600         UPDATE
017700         RESP(WS-RESP-CODE)
017800     END-EXEC
017900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
018000         MOVE LOW-VALUES TO DEFCANO
018100         MOVE "TRANSMISSION NO LONGER ON FILE - REFETCH" TO MSGO
018200         PERFORM 0850-SEND-MAP-DATAONLY
018300     END-IF
018400     IF NOT DEF-HELD
018500         EXEC CICS UNLOCK
018600             FILE('DEFVSAM')
018700         END-EXEC
018800         PERFORM 0600-SHOW-DEFERRAL
018900         MOVE "NO LONGER HELD - ONLY A HELD ONE CAN BE CANCELLED"
019000             TO MSGO
019100         PERFORM 0850-SEND-MAP-DATAONLY
019200     END-IF
019300     IF REASONL = ZERO OR REASONI = SPACES
019400         EXEC CICS UNLOCK
019500             FILE('DEFVSAM')
019600         END-EXEC
019700         PERFORM 0600-SHOW-DEFERRAL
019800         MOVE "KEY THE REASON FOR THE CANCEL, THEN PF9" TO MSGO
019900         PERFORM 0850-SEND-MAP-DATAONLY
020000     END-IF
020100     EXEC CICS ASSIGN
020200         USERID(WS-USER-ID)
020300     END-EXEC
020400     EXEC CICS ASKTIME
020500         ABSTIME(WS-ABSTIME)
020600     END-EXEC
020700     EXEC CICS FORMATTIME
020800         ABSTIME(WS-ABSTIME)
020900         YYYYMMDD(WS-TODAY)
021000         TIME(WS-NOW)
021100     END-EXEC
021200     SET DEF-CANCELLED TO TRUE
021300     MOVE WS-USER-ID TO DEF-CANCEL-USER
021400     MOVE WS-TODAY TO DEF-CANCEL-DATE
021500     MOVE WS-NOW TO DEF-CANCEL-TIME
021600     MOVE REASONI TO DEF-CANCEL-REASON
021700     EXEC CICS REWRITE
021800         FILE('DEFVSAM')
021900         FROM(DEFERRED-VSAM-RECORD)
022000         RESP(WS-RESP-CODE)
022100     END-EXEC
022200     PERFORM 0600-SHOW-DEFERRAL
022300     IF WS-RESP-CODE = DFHRESP(NORMAL)
022400         MOVE "CANCELLED - IT WILL NEVER BE RELEASED OR DELIVERED"
022500             TO MSGO
022600     ELSE
022700         MOVE "DEFVSAM REWRITE FAILED - NOT CANCELLED"
022800             TO MSGO
022900     END-IF
023000     PERFORM 0850-SEND-MAP-DATAONLY.
023100
023200 0600-SHOW-DEFERRAL.
023300     MOVE LOW-VALUES TO DEFCANO
023400     MOVE DEF-RUN-DATE TO RUNDTO
023500     MOVE DEF-SEQUENCE TO SEQNOO
023600     MOVE DEF-STATION-ID TO STATIONO
023700     MOVE DEF-REC-TYPE TO RECTYPEO
023800     MOVE DEF-SLOT-COUNT TO SLOTCNTO
023900     MOVE DEF-EXPECTED-CHECKSUM TO CHKSUMO
024000     MOVE DEF-TEXT(1:52) TO TEXT1O
024100     MOVE DEF-TEXT(53:52) TO TEXT2O
024200     MOVE DEF-RELEASE-DATE TO RELDATEO
024300     MOVE DEF-DEST-NO TO DESTNOO
024400     MOVE DEF-DEST-NAME TO DESTNMO
024500     MOVE SPACES TO STATUSO
024600     EVALUATE TRUE
024700         WHEN DEF-HELD
024800             MOVE "HELD - RELEASE DATE NOT YET REACHED"
024900                 TO STATUSO
025000             MOVE "KEY A REASON AND PRESS PF9 TO CANCEL IT"
025100                 TO MSGO
025200         WHEN DEF-RELEASED
025300             STRING "RELEASED " DEF-RELEASED-ON
025400                 " - WAITING FOR DECODE"
025500                 DELIMITED BY SIZE INTO STATUSO
025600         WHEN DEF-DELIVERED
025700             STRING "DELIVERED " DEF-DELIVERED-DATE
025800                 " AS SEQUENCE " DEF-DELIVERED-SEQUENCE
025900                 DELIMITED BY SIZE INTO STATUSO
026000         WHEN DEF-RELEASE-FAILED
026100             STRING "NOT DELIVERED ON RUN " DEF-DELIVERED-DATE
026200                 " SEQ " DEF-DELIVERED-SEQUENCE
026300                 DELIMITED BY SIZE INTO STATUSO
026400             STRING "RELEASE OUTCOME WAS " DEF-OUTCOME
026500                 DELIMITED BY SIZE INTO MSGO
026510         WHEN DEF-PASSED-ON
026520             STRING "PASSED TO REVIEW " DEF-DELIVERED-DATE
026530                 "/" DEF-DELIVERED-SEQUENCE
026540                 DELIMITED BY SIZE INTO STATUSO
026550             MOVE "WATCH-LIST HIT - SEE NNRV UNDER THAT KEY"
026560                 TO MSGO
026600         WHEN DEF-CANCELLED
026700             MOVE "CANCELLED - NEVER DELIVERED" TO STATUSO
026800     END-EVALUATE
026900     IF DEF-CANCELLED
027000         MOVE DEF-CANCEL-USER TO CANUSERO
027100         MOVE DEF-CANCEL-DATE TO CANDATEO
027200         MOVE DEF-CANCEL-TIME TO CANTIMEO
027300         MOVE DEF-CANCEL-REASON TO REASONO
027400     END-IF
027500     MOVE DEF-KEY TO CA-SHOWN-KEY.
027600
027700 0800-SEND-FRESH-MAP.
027800     MOVE "KEY A RUN DATE AND SEQUENCE AND PRESS ENTER" TO MSGO
027900     EXEC CICS SEND
028000         MAP('DEFCAN')
028100         MAPSET('NNDEFM')
028200         ERASE
028300     END-EXEC
028400     MOVE SPACES TO CA-SHOWN-KEY.
028500
028600 0850-SEND-MAP-DATAONLY.
028700     EXEC CICS SEND
028800         MAP('DEFCAN')
028900         MAPSET('NNDEFM')
029000         DATAONLY
029100     END-EXEC
029200     EXEC CICS RETURN
029300         TRANSID('NNDF')
029400         COMMAREA(WS-COMMAREA)
029500         LENGTH(12)
029600     END-EXEC.
029700
029800 0900-RETURN-TO-CICS.
029900     EXEC CICS SEND TEXT
030000         FROM(WS-QUIT-MESSAGE)
030100         LENGTH(30)
030200         ERASE
030300         FREEKB
030400     END-EXEC
030500     EXEC CICS RETURN
030600     END-EXEC.
030700  END PROGRAM nndefcan.
