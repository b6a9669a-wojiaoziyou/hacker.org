001200*    (MSG-REC-TYPE E) carries up to 26.  MSG-SLOT-COUNT says    *
001300*    how many slots this message actually uses - every loop     *
001400*    over the slots must honor it rather than assume 13.        *
001410*                                                               *
001420*    A deferred transmission (MSG-REC-TYPE D) carries up to 24  *
001430*    slots and its release date in the last 8 bytes of          *
001440*    THE-ANSWER; the decode run edits the date into             *
001450*    MSG-RELEASE-DATE.                                          *
001500*****************************************************************
001600    10 THE-NUMBERS.
001700        15 THE-SLOT             USAGE IS COMP-1
002200    10 MSG-REC-TYPE             PIC X VALUE "S".
002300        88 STANDARD-TRANSMISSION VALUE "S".
002400        88 EXTENDED-TRANSMISSION VALUE "E".
002450        88 DEFERRED-TRANSMISSION VALUE "D".
002500    10 MSG-SLOT-COUNT           PIC 9(2) VALUE 13.
002550    10 MSG-STATION-ID           PIC X(4) VALUE SPACES.
002600    10 MSG-VALID-SW             PIC X VALUE "Y".
003000    10 MSG-COMPUTED-CHECKSUM    PIC 9(9) VALUE ZERO.
003100    10 MSG-RECON-SW             PIC X VALUE "Y".
003200        88 RECONCILIATION-OK    VALUE "Y".
003300    10 MSG-RELEASE-DATE         PIC 9(8) VALUE ZERO.
