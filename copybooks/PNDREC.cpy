001900*    the entry crosses the age threshold and its replay card    *
002000*    is cut, so the same answer is never replayed twice - the   *
002100*    entry itself stays pending until the ACK finally arrives.  *
002150*    PND-CYCLE is the OUT-CYCLE of the original delivery.       *
002200*****************************************************************
002300     05 PND-JOB-NAME             PIC X(8).
002400     05 PND-SEQUENCE             PIC 9(4).
003000     05 PND-SOURCE-SEQ           PIC 9(4).
003100     05 PND-REPLAYED-SW          PIC X.
003200         88 PENDING-REPLAYED     VALUE "Y".
003300     05 PND-CYCLE                PIC X.
003400     05 FILLER                   PIC X(3).
