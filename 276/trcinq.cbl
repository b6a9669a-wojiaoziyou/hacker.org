000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nntrcinq.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    CICS message lifecycle trace inquiry.                     *
000600*    Transaction NNTQ, mapset NNTRCM (map TRCINQ), file        *
000700*    TRCVSAM = NN0276.TRACE.VSAM, the KSDS the NNTRCLD job     *
000800*    builds each morning from the receipts history, the        *
000900*    rejects suspense, the repair history and the pending-ack  *
001000*    suspense (record layout in copybook TRCREC, key =         *
001100*    station + run date + sequence + event).                   *
001200*                                                              *
001300*    When a station calls asking what happened to a            *
001400*    transmission, the help desk keys the station ID, the run  *
001500*    date and the sequence from the station's receipt and      *
001600*    presses ENTER.  The screen lists the message's life in    *
001700*    order - received, rejected (reason code), repaired (the   *
001800*    RPHREC action and card), requeued, decoded or duplicate,  *
001900*    delivered (OUTBND destination and OUT-SEQUENCE),          *
002000*    acknowledged / pending ack / replayed, and the receipt    *
002100*    disposition sent back.  PF8 pages on when a heavily       *
002200*    repaired message runs past twelve events.  PF3 exits.     *
002300*                                                              *
002400*    Pseudo-conversational: the inquiry key and the last event *
002500*    key shown ride in the commarea between tasks.             *
002600****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER. IBM-370.
003000 SOURCE-COMPUTER. IBM-370.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 01 WS-COMMAREA.
003400     05 CA-STATION                   PIC X(4).
003500     05 CA-RUN-DATE                  PIC 9(8).
003600     05 CA-SEQUENCE                  PIC 9(4).
003700     05 CA-LAST-KEY                  PIC X(20).
003800 01 TRACE-VSAM-RECORD.
003900     COPY TRCREC.
004000 01 WS-BROWSE-KEY                    PIC X(20).
004100 01 WS-BROWSE-KEY-PARTS REDEFINES WS-BROWSE-KEY.
004200     05 WS-BK-STATION                PIC X(4).
004300     05 WS-BK-RUN-DATE               PIC 9(8).
004400     05 WS-BK-SEQUENCE               PIC 9(4).
004500     05 WS-BK-EVENT-CODE             PIC 9(2).
004600     05 WS-BK-EVENT-NO               PIC 9(2).
004700 01 WS-LINE-COUNT                    PIC 9(2) VALUE ZERO.
004800 01 WS-RESP-CODE                     PIC S9(8) COMP.
004900 01 WS-DONE-SW                       PIC X.
005000     88 BROWSE-DONE                  VALUE "Y".
005100 01 WS-DETAIL-LINE.
005200     05 DET-EVENT-NAME               PIC X(12).
005300     05 FILLER                       PIC X VALUE SPACE.
005400     05 DET-EVENT-DATE               PIC 9(8).
005500     05 FILLER                       PIC X VALUE SPACE.
005600     05 DET-DETAIL                   PIC X(56).
005700 01 WS-LINE-SUB                      PIC 9(2) COMP.
005800 01 WS-QUIT-MESSAGE                  PIC X(30)
005900     VALUE "NNTQ MESSAGE TRACE ENDED".
006000 COPY NNTRCM.
006100 COPY DFHAID.
006200 COPY DFHBMSCA.
006300 LINKAGE SECTION.
006400 01 DFHCOMMAREA                      PIC X(36).
006500 PROCEDURE DIVISION.
006600 0000-MAIN-PROCESS.
006700     IF EIBCALEN = ZERO
006800         MOVE LOW-VALUES TO TRCINQO
006900         PERFORM 0800-SEND-FRESH-MAP
007000     ELSE
007100         MOVE DFHCOMMAREA(1:36) TO WS-COMMAREA
007200         EVALUATE EIBAID
007300             WHEN DFHPF3
007400                 PERFORM 0900-RETURN-TO-CICS
007500             WHEN DFHPF8
007600                 PERFORM 0300-PAGE-FORWARD
007700             WHEN OTHER
007800                 PERFORM 0200-NEW-INQUIRY
007900         END-EVALUATE
008000     END-IF
008100     EXEC CICS RETURN
008200         TRANSID('NNTQ')
008300         COMMAREA(WS-COMMAREA)
008400         LENGTH(36)
008500     END-EXEC.
008600
008700 0200-NEW-INQUIRY.
008800     EXEC CICS RECEIVE
008900         MAP('TRCINQ')
009000         MAPSET('NNTRCM')
009100         RESP(WS-RESP-CODE)
009200     END-EXEC
009300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
009400         MOVE LOW-VALUES TO TRCINQO
009500         MOVE "KEY STATION, RUN DATE AND SEQUENCE AND PRESS ENTER"
009600             TO MSGO
009700         PERFORM 0850-SEND-MAP-DATAONLY
009800     END-IF
009900     IF STATIONI = SPACES OR STATIONI = LOW-VALUES
010000         MOVE LOW-VALUES TO TRCINQO
010100         MOVE "STATION ID IS REQUIRED" TO MSGO
010200         PERFORM 0850-SEND-MAP-DATAONLY
010300     END-IF
010400     IF RUNDTI NOT NUMERIC OR RUNDTI = ZERO
010500         MOVE LOW-VALUES TO TRCINQO
010600         MOVE "RUN DATE MUST BE A DATE, YYYYMMDD" TO MSGO
010700         PERFORM 0850-SEND-MAP-DATAONLY
010800     END-IF
010900     IF SEQNOI NOT NUMERIC OR SEQNOI = ZERO
011000         MOVE LOW-VALUES TO TRCINQO
011100         MOVE "SEQUENCE IS REQUIRED - SEE THE STATION RECEIPT"
011200             TO MSGO
011300         PERFORM 0850-SEND-MAP-DATAONLY
011400     END-IF
011500     MOVE STATIONI TO CA-STATION
011600     MOVE RUNDTI TO CA-RUN-DATE
011700     MOVE SEQNOI TO CA-SEQUENCE
011800     MOVE CA-STATION TO WS-BK-STATION
011900     MOVE CA-RUN-DATE TO WS-BK-RUN-DATE
012000     MOVE CA-SEQUENCE TO WS-BK-SEQUENCE
012100     MOVE ZERO TO WS-BK-EVENT-CODE
012200     MOVE ZERO TO WS-BK-EVENT-NO
012300     PERFORM 0400-BROWSE-PAGE.
012400
012500 0300-PAGE-FORWARD.
012600     IF CA-LAST-KEY = SPACES OR CA-LAST-KEY = LOW-VALUES
012700         MOVE LOW-VALUES TO TRCINQO
012800         MOVE "NO TRACE IN PROGRESS - KEY STATION, DATE, SEQUENCE"
012900             TO MSGO
013000         PERFORM 0850-SEND-MAP-DATAONLY
013100     END-IF
013200     MOVE CA-LAST-KEY TO WS-BROWSE-KEY
013300     IF WS-BK-EVENT-NO = 99
013400         ADD 1 TO WS-BK-EVENT-CODE
013500         MOVE ZERO TO WS-BK-EVENT-NO
013600     ELSE
013700         ADD 1 TO WS-BK-EVENT-NO
013800     END-IF
013900     PERFORM 0400-BROWSE-PAGE.
014000
014100 0400-BROWSE-PAGE.
014200     MOVE LOW-VALUES TO TRCINQO
014300     MOVE CA-STATION TO STATIONO
014400     MOVE CA-RUN-DATE TO RUNDTO
014500     MOVE CA-SEQUENCE TO SEQNOO
014600     MOVE ZERO TO WS-LINE-COUNT
014700     MOVE "N" TO WS-DONE-SW
014800     EXEC CICS STARTBR
014900         FILE('TRCVSAM')
015000         RIDFLD(WS-BROWSE-KEY)
015100         GTEQ
015200         RESP(WS-RESP-CODE)
015300     END-EXEC
015400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
015500         MOVE "NO TRACE FOR THAT STATION, RUN DATE AND SEQUENCE"
015600             TO MSGO
015700         PERFORM 0850-SEND-MAP-DATAONLY
015800     END-IF
015900     PERFORM 0500-READ-NEXT-EVENT
016000         UNTIL BROWSE-DONE OR WS-LINE-COUNT = 12
016100     EXEC CICS ENDBR
016200         FILE('TRCVSAM')
016300     END-EXEC
016400     COMPUTE WS-LINE-SUB = WS-LINE-COUNT + 1
016500     PERFORM UNTIL WS-LINE-SUB > 12
016600         MOVE SPACES TO LINEO(WS-LINE-SUB)
016700         ADD 1 TO WS-LINE-SUB
016800     END-PERFORM
016900     IF WS-LINE-COUNT = ZERO
017000         MOVE "NO TRACE FOR THAT STATION, RUN DATE AND SEQUENCE"
017100             TO MSGO
017200     ELSE
017300         IF BROWSE-DONE
017400             MOVE "END OF TRACE - AS BUILT THIS MORNING"
017500                 TO MSGO
017600         ELSE
017700             MOVE "PRESS PF8 FOR THE NEXT PAGE" TO MSGO
017800         END-IF
017900     END-IF
018000     PERFORM 0850-SEND-MAP-DATAONLY.
018100
018200 0500-READ-NEXT-EVENT.
018300     EXEC CICS READNEXT
018400         FILE('TRCVSAM')
018500         INTO(TRACE-VSAM-RECORD)
018600         RIDFLD(WS-BROWSE-KEY)
018700         RESP(WS-RESP-CODE)
018800     END-EXEC
018900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
019000         SET BROWSE-DONE TO TRUE
019100     ELSE
019200         IF TRC-STATION-ID NOT = CA-STATION
019300             OR TRC-RUN-DATE NOT = CA-RUN-DATE
019400             OR TRC-SEQUENCE NOT = CA-SEQUENCE
019500             SET BROWSE-DONE TO TRUE
019600         ELSE
019700             PERFORM 0600-FORMAT-EVENT-LINE
019800         END-IF
019900     END-IF.
020000
020100 0600-FORMAT-EVENT-LINE.
020200     ADD 1 TO WS-LINE-COUNT
020300     MOVE TRC-EVENT-NAME TO DET-EVENT-NAME
020400     MOVE TRC-EVENT-DATE TO DET-EVENT-DATE
020500     MOVE TRC-DETAIL TO DET-DETAIL
020600     MOVE WS-LINE-COUNT TO WS-LINE-SUB
020700     MOVE WS-DETAIL-LINE TO LINEO(WS-LINE-SUB)
020800     MOVE TRC-KEY TO CA-LAST-KEY.
020900
021000 0800-SEND-FRESH-MAP.
021100     MOVE "KEY STATION, RUN DATE AND SEQUENCE AND PRESS ENTER"
021200         TO MSGO
021300     EXEC CICS SEND
021400         MAP('TRCINQ')
021500         MAPSET('NNTRCM')
021600         ERASE
021700     END-EXEC
021800     MOVE SPACES TO CA-STATION
021900     MOVE ZERO TO CA-RUN-DATE CA-SEQUENCE
022000     MOVE SPACES TO CA-LAST-KEY.
022100
022200 0850-SEND-MAP-DATAONLY.
022300     EXEC CICS SEND
022400         MAP('TRCINQ')
022500         MAPSET('NNTRCM')
022600         DATAONLY
022700     END-EXEC
022800     EXEC CICS RETURN
022900         TRANSID('NNTQ')
023000         COMMAREA(WS-COMMAREA)
023100         LENGTH(36)
023200     END-EXEC.
023300
023400 0900-RETURN-TO-CICS.
023500     EXEC CICS SEND TEXT
023600         FROM(WS-QUIT-MESSAGE)
023700         LENGTH(30)
023800         ERASE
023900         FREEKB
024000     END-EXEC
024100     EXEC CICS RETURN
024200     END-EXEC.
024300  END PROGRAM nntrcinq.
