001700*    window suspends exactly like a missing one (reason ST),    *
001800*    so a cutover scheduled for next Monday can be keyed today  *
001900*    with Monday's date in STN-EFF-FROM-DATE.                   *
001905*                                                               *
001910*    A new station is keyed IN CERTIFICATION (STN-ACTIVE-SW C)  *
001915*    first.  Inside its window its transmissions get every      *
001920*    check the decode run makes, but they are never delivered:  *
001925*    nothing goes on the decode master, the audit history, the  *
001930*    interface files or REJECTS - the results go on the         *
001935*    certification report CERTRPT and the certification         *
001940*    receipts history CERTRCP (copybook CRTREC) instead.  The   *
001945*    NNCERTOK sign-off job switches it to ACTIVE after a clean  *
001950*    run of test transmissions and stamps STN-CERTIFIED-DATE.   *
001960*    NNSM cannot make that switch: it adds a station only at C  *
001970*    and refuses to update or suspend one off C.                *
001980*    STN-CERTIFIED-DATE is zero or spaces on a station that     *
001990*    was never certified.                                       *
002000*****************************************************************
002100     05 STN-STATION-ID           PIC X(4).
002200     05 STN-DEST-NO              PIC 9(2).
002600     05 STN-ACTIVE-SW            PIC X.
002700         88 STATION-ACTIVE       VALUE "A".
002800         88 STATION-INACTIVE     VALUE "I".
002850         88 STATION-IN-CERTIFICATION VALUE "C".
002900     05 STN-EFF-FROM-DATE        PIC 9(8).
003000     05 STN-EFF-TO-DATE          PIC 9(8).
003100     05 STN-CERTIFIED-DATE       PIC 9(8).
003200     05 FILLER                   PIC X.
