001000*    record) in both programs.  Record length is 150, key       *
001100*    length 12 at offset 0.  The payload fields mirror REJREC  *
001200*    field for field; RV-REASON-CODE carries the same CT/CK/   *
001300*    RT/ST/BT/BG/BR/HR/HD values (see REJREC).                  *
001320*    RV-CYCLE carries REJ-CYCLE; it is data, not part of the    *
001340*    key, because the sequence never repeats within a day.      *
001400*****************************************************************
001500     05 RV-KEY.
001600         10 RV-RUN-DATE          PIC 9(8).
002400     05 RV-REASON-CODE           PIC X(2).
002500     05 RV-ERROR-SLOT            PIC 9(2).
002600     05 RV-COMPUTED-CHECKSUM     PIC 9(9).
002700     05 RV-CYCLE                 PIC X.
002800     05 FILLER                   PIC X(4).
