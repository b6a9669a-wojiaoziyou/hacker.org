000100*****************************************************************
000200*    CHGREC - monthly chargeback ledger record.  NNCHGBK writes *
000300*    one generation of NN0276.CHARGE.LEDGER per billing month   *
000400*    for finance to load: one D record per station billed,      *
000500*    followed by a single T trailer carrying the station count  *
000600*    and the grand totals, so the load can prove it took the    *
000700*    whole file.  LRECL is 100.                                 *
000800*                                                               *
000900*    Amounts are in currency units to two decimal places, each  *
001000*    the sum of the rounded lines on the station's statement,   *
001100*    so the ledger ties to the statements to the cent.          *
001200*    CHG-UNPRICED-COUNT is traffic no rate card priced - it is  *
001300*    in none of the amounts and is listed on the statement for  *
001400*    finance to follow up.  CHG-STATION-ID is spaces and        *
001500*    CHG-STATION-COUNT is filled only on the trailer.           *
001600*****************************************************************
001700     05 CHG-RECORD-TYPE          PIC X.
001800         88 CHG-STATION-DETAIL   VALUE "D".
001900         88 CHG-TRAILER          VALUE "T".
002000     05 CHG-BILL-MONTH           PIC 9(6).
002100     05 CHG-STATION-ID           PIC X(4).
002200     05 CHG-DECODED-COUNT        PIC 9(7).
002300     05 CHG-DECODED-AMOUNT       PIC 9(9)V99.
002400     05 CHG-DUPLICATE-COUNT      PIC 9(7).
002500     05 CHG-DUPLICATE-AMOUNT     PIC 9(9)V99.
002600     05 CHG-REJECTED-COUNT       PIC 9(7).
002700     05 CHG-REJECTED-AMOUNT      PIC 9(9)V99.
002800     05 CHG-TOTAL-AMOUNT         PIC 9(9)V99.
002900     05 CHG-UNPRICED-COUNT       PIC 9(7).
003000     05 CHG-RUN-DATE             PIC 9(8).
003100     05 CHG-STATION-COUNT        PIC 9(4).
003200     05 FILLER                   PIC X(5).
