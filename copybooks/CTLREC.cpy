001000*    MOD-appended, so it is also the trend history of every     *
001100*    run's totals.  COPY this under the 01 level of the RUNCTL  *
001200*    FD.  LRECL is 80.                                          *
001202*                                                               *
001204*    CTL-READ-COUNT is the PAYLOAD records read, including      *
001206*    those from stations in certification, which are checked    *
001208*    but neither delivered nor rejected (see CRTREC).           *
001210*    Duplicates released on the NNDO override transaction are   *
001212*    taken up at the end of the run under their own sequences:  *
001214*    CTL-RELEASE-COUNT says how many were taken up and          *
001216*    CTL-RELEASED-COUNT how many of them were delivered (the    *
001218*    rest are in the rejects counts).  Both are spaces on       *
001220*    records written before the override went in.  Answers      *
001222*    released on the NNRV compliance review are taken up the    *
001224*    same way and are counted in the same two fields, and so    *
001226*    are deferred transmissions released by NNDEFREL.           *
001228*                                                               *
001230*    CTL-CYCLE is the decode cycle of the day (1-9); a day      *
001232*    that runs more than one cycle has one record per cycle.    *
001234*    Each cycle counts the records already on RUNCTL for its    *
001236*    run date to number itself, and continues the day's         *
001238*    sequence from their CTL-READ-COUNT + CTL-RELEASE-COUNT.    *
001240*    Space on records from before intraday cycles = cycle 1.    *
001242*                                                               *
001244*    CTL-BATCHFAIL-COUNT counts every batch-control suspension  *
001246*    - out of balance, held behind a batch-number gap, or       *
001248*    refused as a resend.                                       *
001300*****************************************************************
001400     05 CTL-JOB-NAME             PIC X(8).
001500     05 CTL-RUN-DATE             PIC 9(8).
002300     05 CTL-NOROUTE-COUNT        PIC 9(5).
002400     05 CTL-BATCHFAIL-COUNT      PIC 9(5).
002500     05 CTL-RETURN-CODE          PIC 9(3).
002600     05 CTL-RELEASE-COUNT        PIC 9(5).
002700     05 CTL-RELEASED-COUNT       PIC 9(5).
002800     05 CTL-CYCLE                PIC X.
002900     05 FILLER                   PIC X(2).
