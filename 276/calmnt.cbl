000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nncalmnt.
000300 AUTHOR. TEEBEE.
000400****************************************************************
000500*    CICS maintenance over the NN0276 processing calendar.     *
000600*    Transaction NNCL, mapset NNCALM (map CALMNT), file        *
000700*    PROCCAL = NN0276.PROC.CALENDAR, the VSAM KSDS keyed on    *
000800*    date (record layout in copybook CALREC) from which the    *
000900*    aging, escalation, replay-threshold and comparison-period *
001000*    jobs count business days and NNROLL decides whether the   *
001100*    day may be rolled.                                        *
001200*                                                              *
001300*    Monday to Friday are processing days and weekends are     *
001400*    not; only the exceptions are keyed here - a weekday       *
001500*    holiday (H) or a worked Saturday or Sunday (P).  The      *
001600*    operator keys a date and an action:                       *
001700*        I - inquire: the entry, or how the date stands with   *
001800*            no entry                                          *
001900*        A - add an entry from the screen fields               *
002000*        U - update an existing entry from the screen          *
002100*        D - delete an entry - the date reverts to the         *
002200*            Monday-to-Friday rule                             *
002300*    An H entry on a weekend or a P entry on a weekday would   *
002400*    change nothing and is refused.  PF8 steps to the next     *
002500*    entry on file in date order; PF3 exits.  Every add and    *
002600*    update stamps the entry with the signed-on user ID and    *
002700*    the date and time.                                        *
002800*                                                              *
002900*    The batch jobs load the calendar when they start, so a    *
003000*    change keyed here takes effect on each job's next run.    *
003100*    Key the year's holidays as soon as they are published.    *
003200****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 OBJECT-COMPUTER. IBM-370.
003600 SOURCE-COMPUTER. IBM-370.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01 WS-COMMAREA.
004000     05 CA-LAST-DATE                 PIC X(8).
004100 01 CALENDAR-RECORD.
004200     COPY CALREC.
004300 01 WS-RECORD-KEY                    PIC X(8).
004400 01 WS-RESP-CODE                     PIC S9(8) COMP.
004500 01 WS-EDIT-OK-SW                    PIC X.
004600     88 SCREEN-FIELDS-OK             VALUE "Y".
004700 01 WS-CHECK-DATE                    PIC 9(8).
004800 01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
004900     05 WS-CHECK-YEAR                PIC 9(4).
005000     05 WS-CHECK-MONTH               PIC 9(2).
005100     05 WS-CHECK-DAY                 PIC 9(2).
005200 01 WS-DATE-INTEGER                  PIC 9(7).
005300 01 WS-DAY-OF-WEEK                   PIC 9.
005400     88 WEEKEND-DAY                  VALUE 6 7.
005500 01 DAY-NAMES.
005600     05 FILLER                       PIC X(9) VALUE "MONDAY".
005700     05 FILLER                       PIC X(9) VALUE "TUESDAY".
005800     05 FILLER                       PIC X(9) VALUE "WEDNESDAY".
005900     05 FILLER                       PIC X(9) VALUE "THURSDAY".
006000     05 FILLER                       PIC X(9) VALUE "FRIDAY".
006100     05 FILLER                       PIC X(9) VALUE "SATURDAY".
006200     05 FILLER                       PIC X(9) VALUE "SUNDAY".
006300 01 DAY-NAME-TABLE REDEFINES DAY-NAMES.
006400     05 DAY-NAME                     PIC X(9) OCCURS 7 TIMES.
006500 01 WS-USER-ID                       PIC X(8).
006600 01 WS-ABSTIME                       PIC S9(15) COMP-3.
006700 01 WS-TODAY                         PIC X(8).
006800 01 WS-TODAY-NUM REDEFINES WS-TODAY  PIC 9(8).
006900 01 WS-NOW                           PIC X(6).
007000 01 WS-QUIT-MESSAGE                  PIC X(30)
007100     VALUE "NNCL CALENDAR MAINT ENDED".
007200 COPY NNCALM.
007300 COPY DFHAID.
007400 COPY DFHBMSCA.
007500 LINKAGE SECTION.
007600 01 DFHCOMMAREA                      PIC X(8).
007700 PROCEDURE DIVISION.
007800 0000-MAIN-PROCESS.
007900     IF EIBCALEN = ZERO
008000         MOVE LOW-VALUES TO CALMNTO
008100         PERFORM 0800-SEND-FRESH-MAP
008200     ELSE
008300         MOVE DFHCOMMAREA(1:8) TO WS-COMMAREA
008400         EVALUATE EIBAID
008500             WHEN DFHPF3
008600                 PERFORM 0900-RETURN-TO-CICS
008700             WHEN DFHPF8
008800                 PERFORM 0550-NEXT-ENTRY
008900             WHEN OTHER
009000                 PERFORM 0100-PROCESS-ACTION
009100         END-EVALUATE
009200     END-IF
009300     EXEC CICS RETURN
009400         TRANSID('NNCL')
009500         COMMAREA(WS-COMMAREA)
009600         LENGTH(8)
009700     END-EXEC.
009800
009900 0100-PROCESS-ACTION.
010000     EXEC CICS RECEIVE
010100         MAP('CALMNT')
010200         MAPSET('NNCALM')
010300         RESP(WS-RESP-CODE)
010400     END-EXEC
010500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
010600         MOVE LOW-VALUES TO CALMNTO
010700         MOVE "KEY A DATE AND AN ACTION" TO MSGO
010800         PERFORM 0850-SEND-MAP-DATAONLY
010900     END-IF
011000     PERFORM 0650-EDIT-DATE
011100     MOVE CALDATEI TO WS-RECORD-KEY
011200     MOVE CALDATEI TO CA-LAST-DATE
011300     EVALUATE ACTIONI
011400         WHEN "I"
011500             PERFORM 0200-INQUIRE-ENTRY
011600         WHEN "A"
011700             PERFORM 0300-ADD-ENTRY
011800         WHEN "U"
011900             PERFORM 0400-UPDATE-ENTRY
012000         WHEN "D"
012100             PERFORM 0500-DELETE-ENTRY
012200         WHEN OTHER
012300             MOVE "ACTION MUST BE I, A, U OR D" TO MSGO
012400             PERFORM 0850-SEND-MAP-DATAONLY
012500     END-EVALUATE.
012600
012700 0200-INQUIRE-ENTRY.
012800     EXEC CICS READ
012900         FILE('PROCCAL')
013000         INTO(CALENDAR-RECORD)
013100         RIDFLD(WS-RECORD-KEY)
013200         RESP(WS-RESP-CODE)
013300     END-EXEC
013400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
013500         MOVE LOW-VALUES TO CALMNTO
013600         MOVE WS-RECORD-KEY TO CALDATEO
013700         MOVE DAY-NAME(WS-DAY-OF-WEEK) TO DAYNAMEO
013800         IF WEEKEND-DAY
013900             MOVE "NO ENTRY - A WEEKEND, NOT A PROCESSING DAY"
014000                 TO MSGO
014100         ELSE
014200             MOVE "NO ENTRY - A WEEKDAY, A PROCESSING DAY"
014300                 TO MSGO
014400         END-IF
014500         PERFORM 0850-SEND-MAP-DATAONLY
014600     END-IF
014700     PERFORM 0600-SHOW-ENTRY
014800     MOVE "ENTRY DISPLAYED" TO MSGO
014900     PERFORM 0850-SEND-MAP-DATAONLY.
015000
015100 0300-ADD-ENTRY.
015200     PERFORM 0700-EDIT-SCREEN-FIELDS
015300     PERFORM 0750-BUILD-CALENDAR-RECORD
015400     EXEC CICS WRITE
015500         FILE('PROCCAL')
015600         FROM(CALENDAR-RECORD)
015700         RIDFLD(WS-RECORD-KEY)
015800         RESP(WS-RESP-CODE)
015900     END-EXEC
016000     PERFORM 0600-SHOW-ENTRY
016100     IF WS-RESP-CODE = DFHRESP(DUPREC)
016200         MOVE "DATE ALREADY ON THE CALENDAR - USE ACTION U"
016300             TO MSGO
016400     ELSE
016500         IF WS-RESP-CODE = DFHRESP(NORMAL)
016600             MOVE "ENTRY ADDED - EFFECTIVE ON EACH JOB'S NEXT RUN"
016700                 TO MSGO
016800         ELSE
016900             MOVE "PROCCAL WRITE FAILED - ENTRY NOT ADDED"
017000                 TO MSGO
017100         END-IF
017200     END-IF
017300     PERFORM 0850-SEND-MAP-DATAONLY.
017400
017500 0400-UPDATE-ENTRY.
017600     PERFORM 0700-EDIT-SCREEN-FIELDS
017700     EXEC CICS READ
017800         FILE('PROCCAL')
017900         INTO(CALENDAR-RECORD)
018000         RIDFLD(WS-RECORD-KEY)
018100         UPDATE
018200         RESP(WS-RESP-CODE)
018300     END-EXEC
018400     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
018500         MOVE "DATE NOT ON THE CALENDAR - USE ACTION A"
018600             TO MSGO
018700         PERFORM 0850-SEND-MAP-DATAONLY
018800     END-IF
018900     PERFORM 0750-BUILD-CALENDAR-RECORD
019000     EXEC CICS REWRITE
019100         FILE('PROCCAL')
019200         FROM(CALENDAR-RECORD)
019300         RESP(WS-RESP-CODE)
019400     END-EXEC
019500     PERFORM 0600-SHOW-ENTRY
019600     IF WS-RESP-CODE = DFHRESP(NORMAL)
019700         MOVE "ENTRY UPDATED - EFFECTIVE ON EACH JOB'S NEXT RUN"
019800             TO MSGO
019900     ELSE
020000         MOVE "PROCCAL REWRITE FAILED - ENTRY NOT UPDATED"
020100             TO MSGO
020200     END-IF
020300     PERFORM 0850-SEND-MAP-DATAONLY.
020400
020500 0500-DELETE-ENTRY.
020600     EXEC CICS DELETE
020700         FILE('PROCCAL')
020800         RIDFLD(WS-RECORD-KEY)
020900         RESP(WS-RESP-CODE)
021000     END-EXEC
021100     MOVE LOW-VALUES TO CALMNTO
021200     MOVE WS-RECORD-KEY TO CALDATEO
021300     MOVE DAY-NAME(WS-DAY-OF-WEEK) TO DAYNAMEO
021400     EVALUATE TRUE
021500         WHEN WS-RESP-CODE = DFHRESP(NORMAL)
021600             MOVE "ENTRY DELETED - DATE FOLLOWS THE MON-FRI RULE"
021700                 TO MSGO
021800         WHEN WS-RESP-CODE = DFHRESP(NOTFND)
021900             MOVE "DATE NOT ON THE CALENDAR - NOTHING DELETED"
022000                 TO MSGO
022100         WHEN OTHER
022200             MOVE "PROCCAL DELETE FAILED - ENTRY NOT DELETED"
022300                 TO MSGO
022400     END-EVALUATE
022500     PERFORM 0850-SEND-MAP-DATAONLY.
022600
022700 0550-NEXT-ENTRY.
022800     IF CA-LAST-DATE = SPACES OR CA-LAST-DATE = LOW-VALUES
022900         MOVE LOW-VALUES TO WS-RECORD-KEY
023000     ELSE
023100         MOVE CA-LAST-DATE TO WS-RECORD-KEY
023200     END-IF
023300     EXEC CICS STARTBR
023400         FILE('PROCCAL')
023500         RIDFLD(WS-RECORD-KEY)
023600         GTEQ
023700         RESP(WS-RESP-CODE)
023800     END-EXEC
023900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
024000         MOVE LOW-VALUES TO CALMNTO
024100         MOVE "NO MORE ENTRIES ON THE CALENDAR" TO MSGO
024200         PERFORM 0850-SEND-MAP-DATAONLY
024300     END-IF
024400     EXEC CICS READNEXT
024500         FILE('PROCCAL')
024600         INTO(CALENDAR-RECORD)
024700         RIDFLD(WS-RECORD-KEY)
024800         RESP(WS-RESP-CODE)
024900     END-EXEC
025000     IF WS-RESP-CODE = DFHRESP(NORMAL)
025100         AND CAL-DATE = CA-LAST-DATE
025200         EXEC CICS READNEXT
025300             FILE('PROCCAL')
025400             INTO(CALENDAR-RECORD)
025500             RIDFLD(WS-RECORD-KEY)
025600             RESP(WS-RESP-CODE)
025700         END-EXEC
025800     END-IF
025900     EXEC CICS ENDBR
026000         FILE('PROCCAL')
026100     END-EXEC
026200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
026300         MOVE LOW-VALUES TO CALMNTO
026400         MOVE "NO MORE ENTRIES ON THE CALENDAR" TO MSGO
026500         MOVE SPACES TO CA-LAST-DATE
026600         PERFORM 0850-SEND-MAP-DATAONLY
026700     END-IF
026800     MOVE CAL-DATE-N TO WS-CHECK-DATE
026900     PERFORM 0660-SET-DAY-OF-WEEK
027000     PERFORM 0600-SHOW-ENTRY
027100     MOVE CAL-DATE TO CA-LAST-DATE
027200     MOVE "ENTRY DISPLAYED - PF8 FOR THE NEXT" TO MSGO
027300     PERFORM 0850-SEND-MAP-DATAONLY.
027400
027500 0600-SHOW-ENTRY.
027600     MOVE LOW-VALUES TO CALMNTO
027700     MOVE CAL-DATE TO CALDATEO
027800     MOVE DAY-NAME(WS-DAY-OF-WEEK) TO DAYNAMEO
027900     MOVE CAL-DAY-TYPE TO DAYTYPEO
028000     MOVE CAL-DESCRIPTION TO DESCRO
028100     MOVE CAL-MAINT-USER TO MNTUSERO
028200     MOVE CAL-MAINT-DATE TO MNTDATEO
028300     MOVE CAL-MAINT-TIME TO MNTTIMEO.
028400
028500 0650-EDIT-DATE.
028600*    A real calendar date survives the round trip through its
028700*    integer day number unchanged.
028800     IF CALDATEI NOT NUMERIC
028900         MOVE LOW-VALUES TO CALMNTO
029000         MOVE "DATE MUST BE YYYYMMDD" TO MSGO
029100         PERFORM 0850-SEND-MAP-DATAONLY
029200     END-IF
029300     MOVE CALDATEI TO WS-CHECK-DATE
029400     IF WS-CHECK-YEAR < 1601
029500         OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
029600         OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
029700         MOVE LOW-VALUES TO CALMNTO
029800         MOVE "DATE MUST BE YYYYMMDD" TO MSGO
029900         PERFORM 0850-SEND-MAP-DATAONLY
030000     END-IF
030100     COMPUTE WS-DATE-INTEGER =
030200         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
030300     IF FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
030400             NOT = WS-CHECK-DATE
030500         MOVE LOW-VALUES TO CALMNTO
030600         MOVE "NO SUCH DATE" TO MSGO
030700         PERFORM 0850-SEND-MAP-DATAONLY
030800     END-IF
030900     PERFORM 0660-SET-DAY-OF-WEEK.
031000
031100 0660-SET-DAY-OF-WEEK.
031200*    Day 1 of integer dates was a Monday.
031300     COMPUTE WS-DATE-INTEGER =
031400         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
031500     COMPUTE WS-DAY-OF-WEEK =
031600         FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1.
031700
031800 0700-EDIT-SCREEN-FIELDS.
031900     MOVE "N" TO WS-EDIT-OK-SW
032000     EVALUATE TRUE
032100         WHEN DAYTYPEI NOT = "H" AND DAYTYPEI NOT = "P"
032200             MOVE "DAY TYPE MUST BE H OR P" TO MSGO
032300         WHEN DAYTYPEI = "H" AND WEEKEND-DAY
032400             MOVE "A WEEKEND IS NEVER A PROCESSING DAY - NO H"
032500                 TO MSGO
032600         WHEN DAYTYPEI = "P" AND NOT WEEKEND-DAY
032700             MOVE "A WEEKDAY IS ALWAYS A PROCESSING DAY - NO P"
032800                 TO MSGO
032900         WHEN DESCRL = ZERO OR DESCRI = SPACES
033000             MOVE "DESCRIPTION IS REQUIRED" TO MSGO
033100         WHEN OTHER
033200             SET SCREEN-FIELDS-OK TO TRUE
033300     END-EVALUATE
033400     IF NOT SCREEN-FIELDS-OK
033500         MOVE DAY-NAME(WS-DAY-OF-WEEK) TO DAYNAMEO
033600         PERFORM 0850-SEND-MAP-DATAONLY
033700     END-IF.
033800
033900 0750-BUILD-CALENDAR-RECORD.
034000     MOVE SPACES TO CALENDAR-RECORD
034100     MOVE WS-RECORD-KEY TO CAL-DATE
034200     MOVE DAYTYPEI TO CAL-DAY-TYPE
034300     MOVE DESCRI TO CAL-DESCRIPTION
034400     INSPECT CAL-DESCRIPTION REPLACING ALL LOW-VALUE BY SPACE
034500     PERFORM 0770-GET-USER-AND-TIME
034600     PERFORM 0780-STAMP-MAINTENANCE.
034700
034800 0770-GET-USER-AND-TIME.
034900     EXEC CICS ASSIGN
035000         USERID(WS-USER-ID)
035100     END-EXEC
035200     EXEC CICS ASKTIME
035300         ABSTIME(WS-ABSTIME)
035400     END-EXEC
035500     EXEC CICS FORMATTIME
035600         ABSTIME(WS-ABSTIME)
035700         YYYYMMDD(WS-TODAY)
035800         TIME(WS-NOW)
035900     END-EXEC.
036000
036100 0780-STAMP-MAINTENANCE.
036200     MOVE WS-USER-ID TO CAL-MAINT-USER
036300     MOVE WS-TODAY-NUM TO CAL-MAINT-DATE
036400     MOVE WS-NOW TO CAL-MAINT-TIME.
036500
036600 0800-SEND-FRESH-MAP.
036700     MOVE "KEY A DATE AND AN ACTION" TO MSGO
036800     EXEC CICS SEND
036900         MAP('CALMNT')
037000         MAPSET('NNCALM')
037100         ERASE
037200     END-EXEC
037300     MOVE SPACES TO CA-LAST-DATE.
037400
037500 0850-SEND-MAP-DATAONLY.
037600     EXEC CICS SEND
037700         MAP('CALMNT')
037800         MAPSET('NNCALM')
037900         DATAONLY
038000     END-EXEC
038100     EXEC CICS RETURN
038200         TRANSID('NNCL')
038300         COMMAREA(WS-COMMAREA)
038400         LENGTH(8)
038500     END-EXEC.
038600
038700 0900-RETURN-TO-CICS.
038800     EXEC CICS SEND TEXT
038900         FROM(WS-QUIT-MESSAGE)
039000         LENGTH(30)
039100         ERASE
039200         FREEKB
039300     END-EXEC
039400     EXEC CICS RETURN
039500     END-EXEC.
039600  END PROGRAM nncalmnt.
