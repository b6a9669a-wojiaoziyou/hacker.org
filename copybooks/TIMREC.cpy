000100*****************************************************************
000200*    TIMREC - batch-window timing record.  Every job in the     *
000300*    NN0276 chain (NNREPAIR, the NNROLL rollover step, the      *
000400*    decode step, NNREJLD, NNACKMAT, NNRECON and the nightly    *
000500*    NNAUDLD refresh) WRITEs an S record on TIMEHIST as its     *
000600*    first act and an E record carrying its return code as its  *
000700*    last, so the batch window can be watched while it runs     *
000800*    and trended after it.  A start with no matching end is a   *
000900*    job still running - or one that abended.  Each job opens   *
001000*    the dataset EXTEND for the one WRITE and closes it again,  *
001100*    so the NNSLACHK deadline checker can read it between       *
001200*    records.  NN0276.TIMING.HIST is appended forever, never    *
001300*    cleared; the NNTIMRPT weekly report reads it.  LRECL 80.   *
001400*                                                               *
001500*    TIM-EVENT-DATE / TIM-EVENT-TIME are the system clock at    *
001600*    the WRITE (time HHMMSSHH).  TIM-RECORD-COUNT is the job's  *
001700*    main volume - the records it read - for trending elapsed   *
001800*    time against load; zero on the S record.  TIM-CYCLE is     *
001900*    the decode cycle where the job knows it, else space.       *
002000*****************************************************************
002100     05 TIM-JOB-NAME             PIC X(8).
002200     05 TIM-EVENT                PIC X.
002300         88 TIM-JOB-STARTED      VALUE "S".
002400         88 TIM-JOB-ENDED        VALUE "E".
002500     05 TIM-EVENT-DATE           PIC 9(8).
002600     05 TIM-EVENT-TIME           PIC 9(8).
002700     05 TIM-RETURN-CODE          PIC 9(3).
002800     05 TIM-RECORD-COUNT         PIC 9(7).
002900     05 TIM-CYCLE                PIC X.
003000     05 FILLER                   PIC X(44).
