001400*    AUDIT-RECON-SW are the message's status flags as they      *
001500*    stood at delivery time - always Y/Y today, carried so the  *
001600*    online inquiry can show them.                              *
001610*                                                               *
001620*    AUDIT-CYCLE is the decode cycle of the day (1-9) that      *
001630*    delivered the answer.  AUDIT-SEQUENCE runs on unbroken     *
001640*    across the day's cycles, so run date + sequence is still   *
001650*    unique; records written before intraday cycles carry a     *
001660*    space here and count as cycle 1.                           *
001700*****************************************************************
001800     05 AUDIT-JOB-NAME           PIC X(8).
001900     05 AUDIT-RUN-DATE           PIC 9(8).
002400     05 AUDIT-VALID-SW           PIC X.
002500     05 AUDIT-RECON-SW           PIC X.
002600     05 AUDIT-ANSWER             PIC X(104).
002700     05 AUDIT-CYCLE              PIC X.
002800     05 FILLER                   PIC X(2).
