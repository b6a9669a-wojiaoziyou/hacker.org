001840*    behind this answer, which is how the acknowledgement-     *
001850*    matching job cuts NNREPLAY selection cards for answers    *
001860*    the downstream shop never acknowledged.                   *
001865*                                                               *
001870*    OUT-CYCLE is the decode cycle of the day (1-9) that        *
001875*    delivered the answer.  The interface files are cleared     *
001880*    only at day rollover, so each file's OUT-SEQUENCE carries  *
001885*    on unbroken through every cycle of the day and the ACK     *
001890*    key (job + sequence) never repeats within a day.  Space on *
001895*    records from before intraday cycles = cycle 1.             *
001900*****************************************************************
002000     05 OUT-JOB-NAME             PIC X(8).
002100     05 OUT-SEQUENCE             PIC 9(4).
002500     05 OUT-ANSWER               PIC X(104).
002600     05 OUT-RUN-DATE             PIC 9(8).
002650     05 OUT-SOURCE-SEQ           PIC 9(4).
002700     05 OUT-CYCLE                PIC X.
002800     05 FILLER                   PIC X(4).
