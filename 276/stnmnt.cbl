001200*                                                               *
001300*    The operator keys a station ID and an action:             *
001400*        I - inquire, show the station as it stands            *
001450*        A - add a new station from the screen fields - it     *
001500*            must be keyed in certification (active flag C)    *
001600*        U - update an existing station from the screen        *
001700*        S - suspend: flag the station inactive (the fields    *
001800*            are otherwise left as they stand)                 *
002000*    nothing until that date, so next Monday's cutover can be  *
002100*    keyed today.  PF3 exits.                                  *
002200*                                                               *
002210*    The active flag is A (active), I (inactive) or C (in      *
002220*    certification - a new station whose transmissions are     *
002230*    checked but never delivered, see copybook STNREC).  A     *
002235*    station in certification leaves it only through the       *
002240*    NNCERTOK sign-off job: an update that changes the flag    *
002245*    from C, or a suspend, is refused here, so every station   *
002250*    that is A or I was either certified or on the master      *
002255*    before certification began.  To stop a station's tests,   *
002260*    close its effective window and leave it at C.  The date   *
002265*    NNCERTOK certified the station is kept through updates    *
002270*    and shown on an inquiry.                                  *
002275*                                                              *
002300*    The decode run reads the master at the top of its run -   *
002400*    changes keyed here take effect on the NEXT run, exactly   *
002500*    as a changed card deck used to.                           *
003700 01 WS-RECORD-KEY                    PIC X(4).
003800 01 WS-RESP-CODE                     PIC S9(8) COMP.
003900 01 WS-EDIT-DEST-NO                  PIC 9(2).
003950 01 WS-SAVE-CERTIFIED-DATE           PIC 9(8).
004000 01 WS-EDIT-OK-SW                    PIC X.
004100     88 SCREEN-FIELDS-OK             VALUE "Y".
004200 01 WS-QUIT-MESSAGE                  PIC X(30)
011200     END-IF
011300     PERFORM 0600-SHOW-STATION
011400     MOVE "STATION DISPLAYED" TO MSGO
011410     IF STN-CERTIFIED-DATE NUMERIC AND STN-CERTIFIED-DATE > ZERO
011420         STRING "STATION DISPLAYED - CERTIFIED "
011430             STN-CERTIFIED-DATE
011440             DELIMITED BY SIZE INTO MSGO
011450     END-IF
011500     PERFORM 0850-SEND-MAP-DATAONLY.
011600
011700 0300-ADD-STATION.
011800     PERFORM 0700-EDIT-SCREEN-FIELDS
011810     IF ACTIVEI NOT = "C"
011820         MOVE "A NEW STATION IS ADDED IN CERTIFICATION - FLAG C"
011830             TO MSGO
011840         PERFORM 0850-SEND-MAP-DATAONLY
011850     END-IF
011900     PERFORM 0750-BUILD-MASTER-RECORD
012000     MOVE WS-RECORD-KEY TO STN-STATION-ID
012100     EXEC CICS WRITE
015100             TO MSGO
015200         PERFORM 0850-SEND-MAP-DATAONLY
015300     END-IF
015305     IF STATION-IN-CERTIFICATION AND ACTIVEI NOT = "C"
015310         MOVE "IN CERTIFICATION - SIGN IT OFF ON NNCERTOK"
015315             TO MSGO
015320         PERFORM 0850-SEND-MAP-DATAONLY
015325     END-IF
015330     IF STN-CERTIFIED-DATE NUMERIC
015335         MOVE STN-CERTIFIED-DATE TO WS-SAVE-CERTIFIED-DATE
015340     ELSE
015345         MOVE ZERO TO WS-SAVE-CERTIFIED-DATE
015350     END-IF
015400     PERFORM 0750-BUILD-MASTER-RECORD
015450     MOVE WS-SAVE-CERTIFIED-DATE TO STN-CERTIFIED-DATE
015500     EXEC CICS REWRITE
015600         FILE('STNMAST')
015700         FROM(STATION-MASTER-RECORD)
017600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
017700         MOVE LOW-VALUES TO STNMNTO
017800         MOVE "STATION NOT ON THE MASTER" TO MSGO
017810         PERFORM 0850-SEND-MAP-DATAONLY
017820     END-IF
017830     IF STATION-IN-CERTIFICATION
017840         PERFORM 0600-SHOW-STATION
017850         MOVE "IN CERTIFICATION - SIGN IT OFF ON NNCERTOK"
017860             TO MSGO
017900         PERFORM 0850-SEND-MAP-DATAONLY
018000     END-IF
018100     MOVE "I" TO STN-ACTIVE-SW
021600         WHEN WS-EDIT-DEST-NO < 1 OR WS-EDIT-DEST-NO > 5
021700             MOVE "DESTINATION NO MUST BE 01-05" TO MSGO
021800         WHEN ACTIVEI NOT = "A" AND ACTIVEI NOT = "I"
021850                 AND ACTIVEI NOT = "C"
021900             MOVE "ACTIVE FLAG MUST BE A, I OR C" TO MSGO
022000         WHEN EFFFROMI NOT NUMERIC OR EFFFROMI = ZERO
022100             MOVE "EFFECTIVE FROM DATE MUST BE A DATE" TO MSGO
022200         WHEN EFFTOI NOT NUMERIC
023800     MOVE CONTACTI TO STN-CONTACT
023900     MOVE ACTIVEI TO STN-ACTIVE-SW
024000     MOVE EFFFROMI TO STN-EFF-FROM-DATE
024050     MOVE EFFTOI TO STN-EFF-TO-DATE
024100     MOVE ZERO TO STN-CERTIFIED-DATE.
024200
024300 0800-SEND-FRESH-MAP.
024400     MOVE "KEY A STATION ID AND AN ACTION" TO MSGO
