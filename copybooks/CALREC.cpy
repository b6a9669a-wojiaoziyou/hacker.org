000100*****************************************************************
000200*    CALREC - processing calendar entry.  NN0276.PROC.CALENDAR  *
000300*    is a KSDS keyed on the date (YYYYMMDD), maintained online  *
000400*    on the NNCL transaction and defined once with the NNCALDEF *
000500*    job.  Monday to Friday are processing (business) days and  *
000600*    Saturday and Sunday are not, EXCEPT where the calendar     *
000700*    has an entry for the date:                                 *
000800*        H - holiday: a weekday that is NOT a processing day    *
000900*        P - processing day: a Saturday or Sunday that IS one   *
001000*    so only the exceptions are keyed, a year ahead as the      *
001100*    holiday list is published.  NNREJAGE, NNACKMAT and         *
001200*    NNSTNRPT load the calendar and count ages, escalation and  *
001300*    replay thresholds and comparison periods in processing     *
001400*    days from it; NNROLL refuses to roll on a day that is not  *
001500*    one.  Record length is 80, key length 8 at offset 0.       *
001600*****************************************************************
001700     05 CAL-DATE                 PIC X(8).
001800     05 CAL-DATE-N REDEFINES CAL-DATE
001900                                 PIC 9(8).
002000     05 CAL-DAY-TYPE             PIC X.
002100         88 CAL-HOLIDAY          VALUE "H".
002200         88 CAL-PROCESSING-DAY   VALUE "P".
002300         88 CAL-VALID-DAY-TYPE   VALUE "H" "P".
002400     05 CAL-DESCRIPTION          PIC X(30).
002500     05 CAL-MAINT-USER           PIC X(8).
002600     05 CAL-MAINT-DATE           PIC 9(8).
002700     05 CAL-MAINT-TIME           PIC 9(6).
002800     05 FILLER                   PIC X(19).
