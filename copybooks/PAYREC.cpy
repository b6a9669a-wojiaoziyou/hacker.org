001286*    records: PAY-REC-TYPE H opens the station's batch and T    *
001288*    closes it.  On both, PAY-STATION-ID names the sending      *
001290*    station and PAY-CONTROL-DATA (a redefinition of PAY-TEXT)  *
001292*    carries the file creation date, the count of S/E/D records *
001294*    in the batch and a hash total of their PAY-CHECKSUM        *
001296*    fields; PAY-SLOT-COUNT and PAY-CHECKSUM are zero.  The     *
001298*    decode run verifies each batch against its trailer before  *
001299*    delivering any of its answers and suspends the whole      *
001300*    batch (reason BT) when the counts or hash disagree.        *
001302*    Transmissions outside any H/T envelope are processed as   *
001305*    before, so stations not yet sending controls still work.   *
001310*                                                               *
001315*    PAY-CTL-BATCH-NUMBER on the H record is the station's own  *
001320*    running batch number, 1, 2, 3... with no break across      *
001325*    days or cycles.  The decode run checks it against the      *
001330*    station's batch-number register (copybook BRGREC): a gap   *
001335*    holds the station's batches, a repeat is refused as a      *
001340*    resend.  Zero (or spaces) means the station does not       *
001345*    number its batches yet and no register check is made.      *
001350*                                                               *
001355*    PAY-REC-TYPE D = deferred transmission: laid out like E,   *
001360*    up to 24 slots, with the release date YYYYMMDD in the last *
001365*    8 bytes of PAY-TEXT (PAY-RELEASE-DATE, outside the slots   *
001370*    and the checksum).  The decode run checks it like any      *
001375*    other transmission but holds a routed answer whose date    *
001380*    is still ahead on the held-delivery store (copybook        *
001385*    DEFREC) until the daily NNDEFREL release.  A date on or    *
001390*    before the run date is delivered at once.                  *
001395*****************************************************************
001400     05 PAY-REC-TYPE             PIC X.
001500         88 PAY-STANDARD         VALUE "S".
001600         88 PAY-EXTENDED         VALUE "E".
001610         88 PAY-DEFERRED         VALUE "D".
001620         88 PAY-BATCH-HEADER     VALUE "H".
001640         88 PAY-BATCH-TRAILER    VALUE "T".
001660         88 PAY-BATCH-CONTROL    VALUES "H" "T".
001820         10 PAY-CTL-CREATE-DATE  PIC 9(8).
001830         10 PAY-CTL-RECORD-COUNT PIC 9(5).
001840         10 PAY-CTL-HASH-TOTAL   PIC 9(12).
001850         10 PAY-CTL-BATCH-NUMBER PIC 9(6).
001860         10 FILLER               PIC X(73).
001870     05 PAY-DEFERRED-DATA REDEFINES PAY-TEXT.
001880         10 PAY-DEFERRED-TEXT    PIC X(96).
001890         10 PAY-RELEASE-DATE     PIC 9(8).
001900     05 PAY-CHECKSUM             PIC 9(9).
002000     05 PAY-STATION-ID           PIC X(4).
