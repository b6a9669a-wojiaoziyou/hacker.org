000100*****************************************************************
000200*    MSTREC - decoded-message master record.                    *
000300*    NN0276.DECODE.MASTER is a KSDS keyed on the 104-byte       *
000400*    decoded answer text, defined once by NNMSTDEF.  The decode *
000500*    program READs it before every outbound write and WRITEs    *
000600*    one record per answer delivered; the NNMSTRBL job rebuilds *
000700*    it from the audit history and its archive generations and  *
000800*    the NNMSTVFY job checks it against them.  COPY this under  *
000900*    the 01 level of the master FD.  Record length is 120, key  *
001000*    length 104 at offset 0.                                    *
001100*                                                               *
001200*    MST-FIRST-SEEN-DATE is the run date the answer was first   *
001300*    delivered.  MST-FIRST-SEQUENCE is the OUTBND OUT-SEQUENCE  *
001400*    on a record the decode run wrote, but the decode-run       *
001500*    sequence (AUDIT-SEQUENCE) on a record NNMSTRBL rebuilt -   *
001600*    the audit history does not carry the outbound sequence.    *
001700*****************************************************************
001800     05 MST-ANSWER-KEY           PIC X(104).
001900     05 MST-FIRST-SEEN-DATE      PIC 9(8).
002000     05 MST-FIRST-SEQUENCE       PIC 9(4).
002100     05 FILLER                   PIC X(4).
