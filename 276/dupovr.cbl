000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nndupovr.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    CICS duplicate override for supervisors.                  *
000600*    Transaction NNDO, mapset NNDUPM (map DUPOVR), file        *
000700*    DUPVSAM = NN0276.DUPLICATE.VSAM, the KSDS of every        *
000800*    transmission the decode run bypassed as a DUPLICATE       *
000900*    (record layout in copybook DUPREC, key = run date +       *
001000*    sequence - the pair on the balancing report and the       *
001100*    station's receipt).                                       *
001200*                                                              *
001300*    Some stations legitimately resend the same text on a      *
001400*    later day (standing status messages), which the decode    *
001500*    master blocks forever.  The supervisor keys the run date  *
001600*    and sequence of the bypassed transmission and presses     *
001700*    ENTER (or leaves both blank / presses PF8 to browse in    *
001800*    key order).  The screen shows the transmission and the    *
001900*    MST-FIRST-SEEN-DATE / MST-FIRST-SEQUENCE it collided      *
002000*    with.  To force it out the supervisor keys a reason and   *
002100*    presses PF6: the record is marked released with the       *
002200*    signed-on user ID, the date and time and the reason, and  *
002300*    the next decode run delivers it through the station's     *
002400*    normal route, reports it RELEASED-DUPLICATE and writes    *
002500*    the permanent override log.  A duplicate can be released  *
002600*    once only; a released, re-delivered, failed or passed-on  *
002700*    one shows its standing and refuses PF6.  PF3 exits.       *
002800*                                                              *
002900*    NNDO is defined to CICS with transaction-level resource   *
003000*    security so only the supervisors' group can start it; the *
003100*    user ID recorded is the one CICS signed on, never a       *
003200*    screen field.                                             *
003300*                                                              *
003400*    Pseudo-conversational: the key of the duplicate on        *
003500*    display rides in the commarea, so PF6 re-reads it for     *
003600*    update and PF8 restarts the browse just past it.          *
003700****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 OBJECT-COMPUTER. IBM-370.
004100 SOURCE-COMPUTER. IBM-370.
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400 01 WS-COMMAREA.
004500     05 CA-SHOWN-KEY                 PIC X(12).
004600 01 DUPLICATE-VSAM-RECORD.
004700     COPY DUPREC.
004800 01 WS-BROWSE-KEY                    PIC X(12).
004900 01 WS-BROWSE-KEY-PARTS REDEFINES WS-BROWSE-KEY.
005000     05 WS-BK-RUN-DATE               PIC 9(8).
005100     05 WS-BK-SEQUENCE               PIC 9(4).
005200 01 WS-RESP-CODE                     PIC S9(8) COMP.
005300 01 WS-USER-ID                       PIC X(8).
005400 01 WS-ABSTIME                       PIC S9(15) COMP-3.
005500 01 WS-TODAY                         PIC X(8).
005600 01 WS-NOW                           PIC X(6).
005700 01 WS-QUIT-MESSAGE                  PIC X(30)
005800     VALUE "NNDO DUPLICATE OVERRIDE ENDED".
005900 COPY NNDUPM.
006000 COPY DFHAID.
006100 COPY DFHBMSCA.
006200 LINKAGE SECTION.
006300 01 DFHCOMMAREA                      PIC X(12).
006400 PROCEDURE DIVISION.
006500 0000-MAIN-PROCESS.
006600     IF EIBCALEN = ZERO
006700         MOVE LOW-VALUES TO DUPOVRO
006800         PERFORM 0800-SEND-FRESH-MAP
006900     ELSE
007000         MOVE DFHCOMMAREA(1:12) TO WS-COMMAREA
007100         EVALUATE EIBAID
007200             WHEN DFHPF3
007300                 PERFORM 0900-RETURN-TO-CICS
007400             WHEN DFHPF6
007500                 PERFORM 0500-RELEASE-DUPLICATE
007600             WHEN DFHPF8
007700                 PERFORM 0300-BROWSE-NEXT
007800             WHEN OTHER
007900                 PERFORM 0200-FETCH-DUPLICATE
008000         END-EVALUATE
008100     END-IF
008200     EXEC CICS RETURN
008300         TRANSID('NNDO')
008400         COMMAREA(WS-COMMAREA)
008500         LENGTH(12)
008600     END-EXEC.
008700
008800 0200-FETCH-DUPLICATE.
008900     PERFORM 0250-RECEIVE-MAP
009000     IF RUNDTI NUMERIC AND RUNDTI > ZERO
009100         AND SEQNOI NUMERIC
009200         MOVE RUNDTI TO WS-BK-RUN-DATE
009300         MOVE SEQNOI TO WS-BK-SEQUENCE
009400         EXEC CICS READ
009500             FILE('DUPVSAM')
009600             INTO(DUPLICATE-VSAM-RECORD)
009700             RIDFLD(WS-BROWSE-KEY)
009800             RESP(WS-RESP-CODE)
009900         END-EXEC
010000         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
010100             MOVE LOW-VALUES TO DUPOVRO
010200             MOVE "NO HELD DUPLICATE WITH THAT KEY - "
010300                 TO MSGO
010400             MOVE WS-BROWSE-KEY TO MSGO(35:12)
010500             PERFORM 0850-SEND-MAP-DATAONLY
010600         END-IF
010700         PERFORM 0600-SHOW-DUPLICATE
010800         PERFORM 0850-SEND-MAP-DATAONLY
010900     ELSE
011000         MOVE ZERO TO WS-BROWSE-KEY
011100         PERFORM 0350-BROWSE-FROM-KEY
011200     END-IF.
011300
011400 0250-RECEIVE-MAP.
011500     EXEC CICS RECEIVE
011600         MAP('DUPOVR')
011700         MAPSET('NNDUPM')
011800         RESP(WS-RESP-CODE)
011900     END-EXEC
012000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
012100         MOVE LOW-VALUES TO DUPOVRO
012200         MOVE "KEY A RUN DATE AND SEQUENCE AND PRESS ENTER"
012300             TO MSGO
012400         PERFORM 0850-SEND-MAP-DATAONLY
012500     END-IF.
012600
012700 0300-BROWSE-NEXT.
012800     IF CA-SHOWN-KEY = SPACES OR CA-SHOWN-KEY = LOW-VALUES
012900         MOVE ZERO TO WS-BROWSE-KEY
013000     ELSE
013100         MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY
013200         ADD 1 TO WS-BK-SEQUENCE
013300     END-IF
013400     PERFORM 0350-BROWSE-FROM-KEY.
013500
013600 0350-BROWSE-FROM-KEY.
013700     EXEC CICS STARTBR
013800         FILE('DUPVSAM')
013900         RIDFLD(WS-BROWSE-KEY)
014000         GTEQ
014100         RESP(WS-RESP-CODE)
014200     END-EXEC
014300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
014400         MOVE LOW-VALUES TO DUPOVRO
014500         MOVE "NO MORE HELD DUPLICATES ON FILE" TO MSGO
014600         PERFORM 0850-SEND-MAP-DATAONLY
014700     END-IF
014800     EXEC CICS READNEXT
014900         FILE('DUPVSAM')
015000         INTO(DUPLICATE-VSAM-RECORD)
015100         RIDFLD(WS-BROWSE-KEY)
015200         RESP(WS-RESP-CODE)
015300     END-EXEC
015400     EXEC CICS ENDBR
015500         FILE('DUPVSAM')
015600     END-EXEC
015700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
015800         MOVE LOW-VALUES TO DUPOVRO
015900         MOVE "NO MORE HELD DUPLICATES ON FILE" TO MSGO
016000         PERFORM 0850-SEND-MAP-DATAONLY
016100     END-IF
016200     PERFORM 0600-SHOW-DUPLICATE
016300     PERFORM 0850-SEND-MAP-DATAONLY.
016400
016500 0500-RELEASE-DUPLICATE.
016600     PERFORM 0250-RECEIVE-MAP
016700     IF CA-SHOWN-KEY = SPACES OR CA-SHOWN-KEY = LOW-VALUES
016800         MOVE LOW-VALUES TO DUPOVRO
016900         MOVE "NO DUPLICATE ON DISPLAY - FETCH ONE FIRST" TO MSGO
017000         PERFORM 0850-SEND-MAP-DATAONLY
017100     END-IF
017200     MOVE CA-SHOWN-KEY TO WS-BROWSE-KEY
017300     EXEC CICS READ
017400         FILE('DUPVSAM')
017500         INTO(DUPLICATE-VSAM-RECORD)
017600         RIDFLD(WS-BROWSE-KEY)
017700         UPDATE
017800         RESP(WS-RESP-CODE)
017900     END-EXEC
018000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
018100         MOVE LOW-VALUES TO DUPOVRO
018200         MOVE "DUPLICATE NO LONGER ON FILE - REFETCH" TO MSGO
018300         PERFORM 0850-SEND-MAP-DATAONLY
018400     END-IF
018500     IF NOT DUP-HELD
018600         EXEC CICS UNLOCK
018700             FILE('DUPVSAM')
018800         END-EXEC
018900         PERFORM 0600-SHOW-DUPLICATE
019000         MOVE "ALREADY RELEASED ONCE - NOT RELEASED AGAIN"
019100             TO MSGO
019200         PERFORM 0850-SEND-MAP-DATAONLY
019300     END-IF
019400     IF REASONL = ZERO OR REASONI = SPACES
019500         EXEC CICS UNLOCK
019600             FILE('DUPVSAM')
019700         END-EXEC
019800         PERFORM 0600-SHOW-DUPLICATE
019900         MOVE "KEY THE REASON FOR THE RELEASE, THEN PF6" TO MSGO
020000         PERFORM 0850-SEND-MAP-DATAONLY
020100     END-IF
020200     EXEC CICS ASSIGN
020300         USERID(WS-USER-ID)
020400     END-EXEC
020500     EXEC CICS ASKTIME
020600         ABSTIME(WS-ABSTIME)
020700     END-EXEC
020800     EXEC CICS FORMATTIME
020900         ABSTIME(WS-ABSTIME)
021000         YYYYMMDD(WS-TODAY)
021100         TIME(WS-NOW)
021200     END-EXEC
021300     SET DUP-RELEASED TO TRUE
021400     MOVE WS-USER-ID TO DUP-RELEASE-USER
021500     MOVE WS-TODAY TO DUP-RELEASE-DATE
021600     MOVE WS-NOW TO DUP-RELEASE-TIME
021700     MOVE REASONI TO DUP-RELEASE-REASON
021800     EXEC CICS REWRITE
021900         FILE('DUPVSAM')
022000         FROM(DUPLICATE-VSAM-RECORD)
022100         RESP(WS-RESP-CODE)
022200     END-EXEC
022300     PERFORM 0600-SHOW-DUPLICATE
022400     IF WS-RESP-CODE = DFHRESP(NORMAL)
022500         MOVE "RELEASED FOR DELIVERY ON THE NEXT DECODE RUN"
022600             TO MSGO
022700     ELSE
022800         MOVE "DUPVSAM REWRITE FAILED - DUPLICATE NOT RELEASED"
022900             TO MSGO
023000     END-IF
023100     PERFORM 0850-SEND-MAP-DATAONLY.
023200
023300 0600-SHOW-DUPLICATE.
023400     MOVE LOW-VALUES TO DUPOVRO
023500     MOVE DUP-RUN-DATE TO RUNDTO
023600     MOVE DUP-SEQUENCE TO SEQNOO
023700     MOVE DUP-STATION-ID TO STATIONO
023800     MOVE DUP-REC-TYPE TO RECTYPEO
023900     MOVE DUP-SLOT-COUNT TO SLOTCNTO
024000     MOVE DUP-EXPECTED-CHECKSUM TO CHKSUMO
024100     MOVE DUP-TEXT(1:52) TO TEXT1O
024200     MOVE DUP-TEXT(53:52) TO TEXT2O
024300     MOVE DUP-FIRST-SEEN-DATE TO FSTDATEO
024400     MOVE DUP-FIRST-SEQUENCE TO FSTSEQO
024500     MOVE SPACES TO STATUSO
024600     EVALUATE TRUE
024700         WHEN DUP-HELD
024800             MOVE "HELD - NOT RELEASED" TO STATUSO
024900             MOVE "KEY A REASON AND PRESS PF6 TO RELEASE IT"
025000                 TO MSGO
025100         WHEN DUP-RELEASED
025200             MOVE "RELEASED - WAITING FOR THE NEXT RUN"
025300                 TO STATUSO
025400         WHEN DUP-REDELIVERED
025500             STRING "RE-DELIVERED " DUP-DELIVERED-DATE
025600                 " AS SEQUENCE " DUP-DELIVERED-SEQUENCE
025700                 DELIMITED BY SIZE INTO STATUSO
025800         WHEN DUP-RELEASE-FAILED
025900             STRING "NOT DELIVERED ON RUN " DUP-DELIVERED-DATE
026000                 " SEQ " DUP-DELIVERED-SEQUENCE
026100                 DELIMITED BY SIZE INTO STATUSO
026200             MOVE "SEE THE OVERRIDE LOG FOR THE RE-RUN OUTCOME"
026300                 TO MSGO
026310         WHEN DUP-PASSED-ON
026320             STRING "PASSED TO REVIEW/DEFERRAL "
026330                 DUP-DELIVERED-DATE "/" DUP-DELIVERED-SEQUENCE
026340                 DELIMITED BY SIZE INTO STATUSO
026350             MOVE "HELD AGAIN UNDER THAT KEY - SEE OVERRIDE LOG"
026360                 TO MSGO
026400     END-EVALUATE
026500     IF NOT DUP-HELD
026600         MOVE DUP-RELEASE-USER TO RELUSERO
026700         MOVE DUP-RELEASE-DATE TO RELDATEO
026800         MOVE DUP-RELEASE-TIME TO RELTIMEO
026900         MOVE DUP-RELEASE-REASON TO REASONO
027000     END-IF
027100     MOVE DUP-KEY TO CA-SHOWN-KEY.
027200
027300 0800-SEND-FRESH-MAP.
027400     MOVE "KEY A RUN DATE AND SEQUENCE AND PRESS ENTER" TO MSGO
027500     EXEC CICS SEND
027600         MAP('DUPOVR')
027700         MAPSET('NNDUPM')
027800         ERASE
027900     END-EXEC
028000     MOVE SPACES TO CA-SHOWN-KEY.
028100
028200 0850-SEND-MAP-DATAONLY.
028300     EXEC CICS SEND
028400         MAP('DUPOVR')
028500         MAPSET('NNDUPM')
028600         DATAONLY
028700     END-EXEC
028800     EXEC CICS RETURN
028900         TRANSID('NNDO')
029000         COMMAREA(WS-COMMAREA)
029100         LENGTH(12)
029200     END-EXEC.
029300
029400 0900-RETURN-TO-CICS.
029500     EXEC CICS SEND TEXT
029600         FROM(WS-QUIT-MESSAGE)
029700         LENGTH(30)
029800         ERASE
029900         FREEKB
030000     END-EXEC
030100     EXEC CICS RETURN
030200     END-EXEC.
030300  END PROGRAM nndupovr.
