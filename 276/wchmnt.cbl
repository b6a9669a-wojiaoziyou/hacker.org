000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nnwchmnt.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    CICS maintenance over the compliance watch-list.          *
000600*    Transaction NNWL, mapset NNWCHM (map WCHMNT), file        *
000700*    WATCHLST = NN0276.WATCH.LIST, the VSAM KSDS keyed on term *
000800*    ID (record layout in copybook WCHREC) that the decode     *
000900*    run screens every answer against before delivery.  It     *
001000*    lets compliance change what is screened without a         *
001100*    program change.                                           *
001200*                                                              *
001300*    The compliance officer keys a term ID and an action:      *
001400*        I - inquire, show the term as it stands               *
001500*        A - add a new term from the screen fields             *
001600*        U - update an existing term from the screen           *
001700*        E - end: the term screens runs dated up to and        *
001800*            including today and no later (the entry stays     *
001900*            on file, since the screening log names it)        *
002000*    A term keyed with a future effective-from date screens    *
002100*    nothing until that date, so a change can be keyed ahead.  *
002200*    PF8 steps to the next term on file in ID order; PF3       *
002300*    exits.  Every add, update and end stamps the entry with   *
002400*    the signed-on user ID and the date and time.              *
002500*                                                              *
002600*    The decode run loads the list at the top of its run -     *
002700*    changes keyed here take effect on the NEXT run.  NNWL is  *
002800*    defined to CICS with transaction-level resource security  *
002900*    so only the compliance group can start it.                *
003000****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 OBJECT-COMPUTER. IBM-370.
003400 SOURCE-COMPUTER. IBM-370.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01 WS-COMMAREA.
003800     05 CA-LAST-TERM                 PIC X(8).
003900 01 WATCH-LIST-RECORD.
004000     COPY WCHREC.
004100 01 WS-RECORD-KEY                    PIC X(8).
004200 01 WS-RESP-CODE                     PIC S9(8) COMP.
004300 01 WS-TERM-LENGTH                   PIC 9(2).
004400 01 WS-EDIT-OK-SW                    PIC X.
004500     88 SCREEN-FIELDS-OK             VALUE "Y".
004600 01 WS-USER-ID                       PIC X(8).
004700 01 WS-ABSTIME                       PIC S9(15) COMP-3.
004800 01 WS-TODAY                         PIC X(8).
004900 01 WS-TODAY-NUM REDEFINES WS-TODAY  PIC 9(8).
005000 01 WS-NOW                           PIC X(6).
005100 01 WS-QUIT-MESSAGE                  PIC X(30)
005200     VALUE "NNWL WATCH-LIST MAINT ENDED".
005300 COPY NNWCHM.
005400 COPY DFHAID.
005500 COPY DFHBMSCA.
005600 LINKAGE SECTION.
005700 01 DFHCOMMAREA                      PIC X(8).
005800 PROCEDURE DIVISION.
005900 0000-MAIN-PROCESS.
006000     IF EIBCALEN = ZERO
006100         MOVE LOW-VALUES TO WCHMNTO
006200         PERFORM 0800-SEND-FRESH-MAP
006300     ELSE
006400         MOVE DFHCOMMAREA(1:8) TO WS-COMMAREA
006500         EVALUATE EIBAID
006600             WHEN DFHPF3
006700                 PERFORM 0900-RETURN-TO-CICS
006800             WHEN DFHPF8
006900                 PERFORM 0550-NEXT-TERM
007000             WHEN OTHER
007100                 PERFORM 0100-PROCESS-ACTION
007200         END-EVALUATE
007300     END-IF
007400     EXEC CICS RETURN
007500         TRANSID('NNWL')
007600         COMMAREA(WS-COMMAREA)
007700         LENGTH(8)
007800     END-EXEC.
007900
008000 0100-PROCESS-ACTION.
008100     EXEC CICS RECEIVE
008200         MAP('WCHMNT')
008300         MAPSET('NNWCHM')
008400         RESP(WS-RESP-CODE)
008500     END-EXEC
008600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
008700         MOVE LOW-VALUES TO WCHMNTO
008800         MOVE "KEY A TERM ID AND AN ACTION" TO MSGO
008900         PERFORM 0850-SEND-MAP-DATAONLY
009000     END-IF
009100     IF TERMIDI = SPACES OR TERMIDI = LOW-VALUES
009200         MOVE LOW-VALUES TO WCHMNTO
009300         MOVE "TERM ID IS REQUIRED" TO MSGO
009400         PERFORM 0850-SEND-MAP-DATAONLY
009500     END-IF
009600     MOVE TERMIDI TO WS-RECORD-KEY
009700     MOVE TERMIDI TO CA-LAST-TERM
009800     EVALUATE ACTIONI
009900         WHEN "I"
010000             PERFORM 0200-INQUIRE-TERM
010100         WHEN "A"
010200             PERFORM 0300-ADD-TERM
010300         WHEN "U"
010400             PERFORM 0400-UPDATE-TERM
010500         WHEN "E"
010600             PERFORM 0500-END-TERM
010700         WHEN OTHER
010800             MOVE "ACTION MUST BE I, A, U OR E" TO MSGO
010900             PERFORM 0850-SEND-MAP-DATAONLY
011000     END-EVALUATE.
011100
011200 0200-INQUIRE-TERM.
011300     EXEC CICS READ
011400         FILE('WATCHLST')
011500         INTO(WATCH-LIST-RECORD)
011600         RIDFLD(WS-RECORD-KEY)
011700         RESP(WS-RESP-CODE)
011800     END-EXEC
011900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
012000         MOVE LOW-VALUES TO WCHMNTO
012100         MOVE "TERM NOT ON THE WATCH-LIST" TO MSGO
012200         PERFORM 0850-SEND-MAP-DATAONLY
012300     END-IF
012400     PERFORM 0600-SHOW-TERM
012500     MOVE "TERM DISPLAYED" TO MSGO
012600     PERFORM 0850-SEND-MAP-DATAONLY.
012700
012800 0300-ADD-TERM.
012900     PERFORM 0700-EDIT-SCREEN-FIELDS
013000     PERFORM 0750-BUILD-WATCH-RECORD
013100     EXEC CICS WRITE
013200         FILE('WATCHLST')
013300         FROM(WATCH-LIST-RECORD)
013400         RIDFLD(WS-RECORD-KEY)
013500         RESP(WS-RESP-CODE)
013600     END-EXEC
013700     PERFORM 0600-SHOW-TERM
013800     IF WS-RESP-CODE = DFHRESP(DUPREC)
013900         MOVE "TERM ALREADY ON THE WATCH-LIST - USE ACTION U"
014000             TO MSGO
014100     ELSE
014200         IF WS-RESP-CODE = DFHRESP(NORMAL)
014300             MOVE "TERM ADDED - SCREENS FROM THE NEXT RUN" TO MSGO
014400         ELSE
014500             MOVE "WATCHLST WRITE FAILED - TERM NOT ADDED"
014600                 TO MSGO
014700         END-IF
014800     END-IF
014900     PERFORM 0850-SEND-MAP-DATAONLY.
015000
015100 0400-UPDATE-TERM.
015200     PERFORM 0700-EDIT-SCREEN-FIELDS
015300     EXEC CICS READ
015400         FILE('WATCHLST')
015500         INTO(WATCH-LIST-RECORD)
015600         RIDFLD(WS-RECORD-KEY)
015700         UPDATE
015800         RESP(WS-RESP-CODE)
015900     END-EXEC
016000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
016100         MOVE "TERM NOT ON THE WATCH-LIST - USE ACTION A"
016200             TO MSGO
016300         PERFORM 0850-SEND-MAP-DATAONLY
016400     END-IF
016500     PERFORM 0750-BUILD-WATCH-RECORD
016600     EXEC CICS REWRITE
016700         FILE('WATCHLST')
016800         FROM(WATCH-LIST-RECORD)
016900         RESP(WS-RESP-CODE)
017000     END-EXEC
017100     PERFORM 0600-SHOW-TERM
017200     IF WS-RESP-CODE = DFHRESP(NORMAL)
017300         MOVE "TERM UPDATED - EFFECTIVE NEXT RUN" TO MSGO
017400     ELSE
017500         MOVE "WATCHLST REWRITE FAILED - TERM NOT UPDATED"
017600             TO MSGO
017700     END-IF
017800     PERFORM 0850-SEND-MAP-DATAONLY.
017900
018000 0500-END-TERM.
018100     EXEC CICS READ
018200         FILE('WATCHLST')
018300         INTO(WATCH-LIST-RECORD)
018400         RIDFLD(WS-RECORD-KEY)
018500         UPDATE
018600         RESP(WS-RESP-CODE)
018700     END-EXEC
018800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
018900         MOVE LOW-VALUES TO WCHMNTO
019000         MOVE "TERM NOT ON THE WATCH-LIST" TO MSGO
019100         PERFORM 0850-SEND-MAP-DATAONLY
019200     END-IF
019300     PERFORM 0770-GET-USER-AND-TIME
019400     IF WCH-EFF-TO-DATE NOT = ZERO
019500         AND WCH-EFF-TO-DATE NOT > WS-TODAY-NUM
019600         EXEC CICS UNLOCK
019700             FILE('WATCHLST')
019800         END-EXEC
019900         PERFORM 0600-SHOW-TERM
020000         MOVE "TERM ALREADY ENDED - NOTHING CHANGED" TO MSGO
020100         PERFORM 0850-SEND-MAP-DATAONLY
020200     END-IF
020300     MOVE WS-TODAY-NUM TO WCH-EFF-TO-DATE
020400     PERFORM 0780-STAMP-MAINTENANCE
020500     EXEC CICS REWRITE
020600         FILE('WATCHLST')
020700         FROM(WATCH-LIST-RECORD)
020800         RESP(WS-RESP-CODE)
020900     END-EXEC
021000     PERFORM 0600-SHOW-TERM
021100     IF WS-RESP-CODE = DFHRESP(NORMAL)
021200         MOVE "TERM ENDED - NOT SCREENED AFTER TODAY'S RUNS"
021300             TO MSGO
021400     ELSE
021500         MOVE "WATCHLST REWRITE FAILED - TERM NOT ENDED"
021600             TO MSGO
021700     END-IF
021800     PERFORM 0850-SEND-MAP-DATAONLY.
021900
022000 0550-NEXT-TERM.
022100     IF CA-LAST-TERM = SPACES OR CA-LAST-TERM = LOW-VALUES
022200         MOVE LOW-VALUES TO WS-RECORD-KEY
022300     ELSE
022400         MOVE CA-LAST-TERM TO WS-RECORD-KEY
022500     END-IF
022600     EXEC CICS STARTBR
022700         FILE('WATCHLST')
022800         RIDFLD(WS-RECORD-KEY)
022900         GTEQ
023000         RESP(WS-RESP-CODE)
023100     END-EXEC
023200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
023300         MOVE LOW-VALUES TO WCHMNTO
023400         MOVE "NO MORE TERMS ON THE WATCH-LIST" TO MSGO
023500         PERFORM 0850-SEND-MAP-DATAONLY
023600     END-IF
023700     EXEC CICS READNEXT
023800         FILE('WATCHLST')
023900         INTO(WATCH-LIST-RECORD)
024000         RIDFLD(WS-RECORD-KEY)
024100         RESP(WS-RESP-CODE)
024200     END-EXEC
024300     IF WS-RESP-CODE = DFHRESP(NORMAL)
024400         AND WCH-TERM-ID = CA-LAST-TERM
024500         EXEC CICS READNEXT
024600             FILE('WATCHLST')
024700             INTO(WATCH-LIST-RECORD)
024800             RIDFLD(WS-RECORD-KEY)
024900             RESP(WS-RESP-CODE)
025000         END-EXEC
025100     END-IF
025200     EXEC CICS ENDBR
025300         FILE('WATCHLST')
025400     END-EXEC
025500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
025600         MOVE LOW-VALUES TO WCHMNTO
025700         MOVE "NO MORE TERMS ON THE WATCH-LIST" TO MSGO
025800         MOVE SPACES TO CA-LAST-TERM
025900         PERFORM 0850-SEND-MAP-DATAONLY
026000     END-IF
026100     PERFORM 0600-SHOW-TERM
026200     MOVE WCH-TERM-ID TO CA-LAST-TERM
026300     MOVE "TERM DISPLAYED - PF8 FOR THE NEXT" TO MSGO
026400     PERFORM 0850-SEND-MAP-DATAONLY.
026500
026600 0600-SHOW-TERM.
026700     MOVE LOW-VALUES TO WCHMNTO
026800     MOVE WCH-TERM-ID TO TERMIDO
026900     MOVE WCH-MATCH-TYPE TO MATCHTPO
027000     MOVE WCH-TERM-TEXT TO TERMTXTO
027100     MOVE WCH-DESCRIPTION TO DESCRO
027200     MOVE WCH-EFF-FROM-DATE TO EFFFROMO
027300     MOVE WCH-EFF-TO-DATE TO EFFTOO
027400     MOVE WCH-MAINT-USER TO MNTUSERO
027500     MOVE WCH-MAINT-DATE TO MNTDATEO
027600     MOVE WCH-MAINT-TIME TO MNTTIMEO.
027700
027800 0700-EDIT-SCREEN-FIELDS.
027900     MOVE "N" TO WS-EDIT-OK-SW
028000     EVALUATE TRUE
028100         WHEN MATCHTPI NOT = "T" AND MATCHTPI NOT = "P"
028200             MOVE "MATCH TYPE MUST BE T OR P" TO MSGO
028300         WHEN TERMTXTL = ZERO OR TERMTXTI = SPACES
028400             MOVE "TERM TEXT IS REQUIRED" TO MSGO
028500         WHEN EFFFROMI NOT NUMERIC OR EFFFROMI = ZERO
028600             MOVE "EFFECTIVE FROM DATE MUST BE A DATE" TO MSGO
028700         WHEN EFFTOI NOT NUMERIC
028800             MOVE "EFFECTIVE TO DATE MUST BE A DATE OR ZERO"
028900                 TO MSGO
029000         WHEN EFFTOI NOT = ZERO AND EFFTOI < EFFFROMI
029100             MOVE "EFFECTIVE TO DATE IS BEFORE THE FROM DATE"
029200                 TO MSGO
029300         WHEN OTHER
029400             SET SCREEN-FIELDS-OK TO TRUE
029500     END-EVALUATE
029600     IF NOT SCREEN-FIELDS-OK
029700         PERFORM 0850-SEND-MAP-DATAONLY
029800     END-IF.
029900
030000 0750-BUILD-WATCH-RECORD.
030100     MOVE SPACES TO WATCH-LIST-RECORD
030200     MOVE WS-RECORD-KEY TO WCH-TERM-ID
030300     MOVE MATCHTPI TO WCH-MATCH-TYPE
030400     MOVE TERMTXTI TO WCH-TERM-TEXT
030500     INSPECT WCH-TERM-TEXT REPLACING ALL LOW-VALUE BY SPACE
030600*    The term runs to its last non-blank - embedded blanks count.
030700     PERFORM VARYING WS-TERM-LENGTH FROM 30 BY -1
030800             UNTIL WS-TERM-LENGTH = ZERO
030900             OR WCH-TERM-TEXT(WS-TERM-LENGTH:1) NOT = SPACE
031000         CONTINUE
031100     END-PERFORM
031200     MOVE WS-TERM-LENGTH TO WCH-TERM-LENGTH
031300     MOVE DESCRI TO WCH-DESCRIPTION
031400     MOVE EFFFROMI TO WCH-EFF-FROM-DATE
031500     MOVE EFFTOI TO WCH-EFF-TO-DATE
031600     PERFORM 0770-GET-USER-AND-TIME
031700     PERFORM 0780-STAMP-MAINTENANCE.
031800
031900 0770-GET-USER-AND-TIME.
032000     EXEC CICS ASSIGN
032100         USERID(WS-USER-ID)
032200     END-EXEC
032300     EXEC CICS ASKTIME
032400         ABSTIME(WS-ABSTIME)
032500     END-EXEC
032600     EXEC CICS FORMATTIME
032700         ABSTIME(WS-ABSTIME)
032800         YYYYMMDD(WS-TODAY)
032900         TIME(WS-NOW)
033000     END-EXEC.
033100
033200 0780-STAMP-MAINTENANCE.
033300     MOVE WS-USER-ID TO WCH-MAINT-USER
033400     MOVE WS-TODAY-NUM TO WCH-MAINT-DATE
033500     MOVE WS-NOW TO WCH-MAINT-TIME.
033600
033700 0800-SEND-FRESH-MAP.
033800     MOVE "KEY A TERM ID AND AN ACTION" TO MSGO
033900     EXEC CICS SEND
034000         MAP('WCHMNT')
034100         MAPSET('NNWCHM')
034200         ERASE
034300     END-EXEC
034400     MOVE SPACES TO CA-LAST-TERM.
034500
034600 0850-SEND-MAP-DATAONLY.
034700     EXEC CICS SEND
034800         MAP('WCHMNT')
034900         MAPSET('NNWCHM')
035000         DATAONLY
035100     END-EXEC
035200     EXEC CICS RETURN
035300         TRANSID('NNWL')
035400         COMMAREA(WS-COMMAREA)
035500         LENGTH(8)
035600     END-EXEC.
035700
035800 0900-RETURN-TO-CICS.
035900     EXEC CICS SEND TEXT
036000         FROM(WS-QUIT-MESSAGE)
036100         LENGTH(30)
036200         ERASE
036300         FREEKB
036400     END-EXEC
036500     EXEC CICS RETURN
036600     END-EXEC.
036700  END PROGRAM nnwchmnt.
