000100*****************************************************************
000200*    WCHREC - compliance watch-list entry.  NN0276.WATCH.LIST is*
000300*    a KSDS keyed on a term ID the compliance officer chooses,  *
000400*    maintained online on the NNWL transaction and defined once *
000500*    with the NNSCRDEF job.  The decode program loads every     *
000600*    entry in effect on its run date at the top of the run and  *
000700*    screens each decoded answer against them before delivery;  *
000800*    an answer that matches is held on NN0276.REVIEW.VSAM       *
000900*    (RVWREC) instead of going to the OUTBND files.  Record     *
001000*    length is 120, key length 8 at offset 0.                   *
001100*                                                               *
001200*    WCH-MATCH-TYPE:                                            *
001300*        T - term: WCH-TERM-TEXT appears anywhere in the        *
001400*            answer, character for character                    *
001500*        P - pattern: as T, except that in WCH-TERM-TEXT a "?"  *
001600*            matches any one character and a "#" any digit      *
001700*    WCH-TERM-LENGTH is the length of the term up to its last   *
001800*    non-blank character (embedded blanks are part of the       *
001900*    term); NNWL sets it whenever the term is keyed.            *
002000*                                                               *
002100*    An entry screens runs dated from WCH-EFF-FROM-DATE through *
002200*    WCH-EFF-TO-DATE inclusive; a zero WCH-EFF-TO-DATE means    *
002300*    open-ended.  Entries are ended, not deleted, so the        *
002400*    screening log (SCNREC) always names a term that is still   *
002500*    on file.                                                   *
002600*****************************************************************
002700     05 WCH-TERM-ID              PIC X(8).
002800     05 WCH-MATCH-TYPE           PIC X.
002900         88 WCH-LITERAL-TERM     VALUE "T".
003000         88 WCH-PATTERN-TERM     VALUE "P".
003100         88 WCH-VALID-MATCH-TYPE VALUE "T" "P".
003200     05 WCH-TERM-TEXT            PIC X(30).
003300     05 WCH-TERM-LENGTH          PIC 9(2).
003400     05 WCH-EFF-FROM-DATE        PIC 9(8).
003500     05 WCH-EFF-TO-DATE          PIC 9(8).
003600     05 WCH-DESCRIPTION          PIC X(30).
003700     05 WCH-MAINT-USER           PIC X(8).
003800     05 WCH-MAINT-DATE           PIC 9(8).
003900     05 WCH-MAINT-TIME           PIC 9(6).
004000     05 FILLER                   PIC X(11).
