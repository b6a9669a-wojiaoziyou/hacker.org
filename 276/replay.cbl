002540*                    exact audit record; the NNACKMAT job cuts *
002560*                    these automatically for answers pending   *
002580*                    past its age threshold)                   *
002585*        col  18     decode cycle 1-9 (any card type - blank   *
002590*                    means every cycle of the day)             *
002600*                                                               *
002700*    The station of origin is not on the audit record, so     *
002800*    resend records carry spaces in OUT-STATION-ID; route the  *
006320         10 RPL-KEY-RUN-DATE         PIC 9(8).
006330         10 RPL-KEY-SEQUENCE         PIC 9(4).
006340         10 FILLER                   PIC X(4).
006350     05 RPL-CARD-CYCLE               PIC X.
006400     05 FILLER                       PIC X(62).
006500 FD  RESEND-FILE
006600     RECORDING MODE IS F.
006700 01  RESEND-RECORD.
007700 01 WS-RESENT-COUNT                  PIC 9(7) VALUE ZERO.
007800 01 WS-BATCH-RC                      PIC 9(3) VALUE ZERO.
007900 01 WS-RUN-DATE                      PIC 9(8).
007950 01 WS-AUDIT-CYCLE                   PIC X.
008000 01 WS-SELECTED-SW                   PIC X.
008100     88 RECORD-SELECTED              VALUE "Y".
008200 01 REPLAY-CARD-TABLE.
008700         10 RPT-FROM-DATE            PIC 9(8).
008800         10 RPT-TO-DATE              PIC 9(8).
008900         10 RPT-SEQUENCE             PIC 9(4).
008950         10 RPT-CYCLE                PIC X.
009000 PROCEDURE DIVISION.
009100 0000-MAIN-PROCESS.
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012300         AT END
012400             SET END-OF-CARDS TO TRUE
012500         NOT AT END
012550             IF RPL-CARD-CYCLE NOT = SPACE
012600                 AND (RPL-CARD-CYCLE < "1"
012650                     OR RPL-CARD-CYCLE > "9")
012700                 DISPLAY "NNREPLAY - BAD CYCLE " RPL-CARD-CYCLE
012750                     " - CARD IGNORED"
012800             ELSE
012850                 EVALUATE RPL-SELECT-TYPE
012900                     WHEN "D"
012950                         PERFORM 0160-LOAD-DATE-CARD
013000                     WHEN "S"
013050                         PERFORM 0170-LOAD-SEQUENCE-CARD
013100                     WHEN "B"
013150                         PERFORM 0180-LOAD-KEY-CARD
013200                     WHEN OTHER
013250                         DISPLAY "NNREPLAY - BAD CARD TYPE "
013300                             RPL-SELECT-TYPE " - CARD IGNORED"
013350                 END-EVALUATE
013400             END-IF
013500     END-READ.
013600
013700 0160-LOAD-DATE-CARD.
014600             MOVE RPL-FROM-DATE TO RPT-TO-DATE(CARD-IDX)
014700         END-IF
014800         MOVE ZERO TO RPT-SEQUENCE(CARD-IDX)
014850         MOVE RPL-CARD-CYCLE TO RPT-CYCLE(CARD-IDX)
014900     ELSE
015000         DISPLAY "NNREPLAY - BAD DATE CARD - CARD IGNORED"
015100     END-IF.
015800         MOVE ZERO TO RPT-FROM-DATE(CARD-IDX)
015900         MOVE ZERO TO RPT-TO-DATE(CARD-IDX)
016000         MOVE RPL-SEQUENCE TO RPT-SEQUENCE(CARD-IDX)
016050         MOVE RPL-CARD-CYCLE TO RPT-CYCLE(CARD-IDX)
016100     ELSE
016200         DISPLAY "NNREPLAY - BAD SEQUENCE CARD - CARD IGNORED"
016300     END-IF.
016390         MOVE RPL-KEY-RUN-DATE TO RPT-FROM-DATE(CARD-IDX)
016392         MOVE RPL-KEY-RUN-DATE TO RPT-TO-DATE(CARD-IDX)
016394         MOVE RPL-KEY-SEQUENCE TO RPT-SEQUENCE(CARD-IDX)
016395         MOVE RPL-CARD-CYCLE TO RPT-CYCLE(CARD-IDX)
016396     ELSE
016398         DISPLAY "NNREPLAY - BAD KEY CARD - CARD IGNORED"
016399     END-IF.
017600
017700 0300-SELECT-RECORD.
017800     MOVE "N" TO WS-SELECTED-SW
017820     MOVE AUDIT-CYCLE TO WS-AUDIT-CYCLE
017840     IF WS-AUDIT-CYCLE = SPACE
017860         MOVE "1" TO WS-AUDIT-CYCLE
017880     END-IF
017900     PERFORM 0350-MATCH-ONE-CARD
018000         VARYING CARD-IDX FROM 1 BY 1
018100         UNTIL CARD-IDX > WS-CARD-COUNT
018200         OR RECORD-SELECTED.
018300
018400 0350-MATCH-ONE-CARD.
018420*    A card naming a cycle matches that cycle's records only.
018440     IF RPT-CYCLE(CARD-IDX) NOT = SPACE
018460         AND RPT-CYCLE(CARD-IDX) NOT = WS-AUDIT-CYCLE
018480         CONTINUE
018500     ELSE
018520         EVALUATE RPT-SELECT-TYPE(CARD-IDX)
018540             WHEN "D"
018560                 IF AUDIT-RUN-DATE >= RPT-FROM-DATE(CARD-IDX)
018580                     AND AUDIT-RUN-DATE <= RPT-TO-DATE(CARD-IDX)
018600                     SET RECORD-SELECTED TO TRUE
018620                 END-IF
018640             WHEN "S"
018660                 IF AUDIT-SEQUENCE = RPT-SEQUENCE(CARD-IDX)
018680                     SET RECORD-SELECTED TO TRUE
018700                 END-IF
018720             WHEN "B"
018740                 IF AUDIT-RUN-DATE = RPT-FROM-DATE(CARD-IDX)
018760                     AND AUDIT-SEQUENCE = RPT-SEQUENCE(CARD-IDX)
018780                     SET RECORD-SELECTED TO TRUE
018800                 END-IF
018820         END-EVALUATE
018840     END-IF.
019500
019600 0400-WRITE-RESEND-RECORD.
019700     MOVE SPACES TO RESEND-RECORD
020200     MOVE AUDIT-SLOT-COUNT TO OUT-SLOT-COUNT
020300     MOVE AUDIT-ANSWER TO OUT-ANSWER
020400     MOVE WS-RUN-DATE TO OUT-RUN-DATE
020450     MOVE WS-AUDIT-CYCLE TO OUT-CYCLE
020500     ADD 1 TO WS-RESENT-COUNT
020600     WRITE RESEND-RECORD
020700     DISPLAY "NNREPLAY - RESENT RUN " AUDIT-RUN-DATE
020800         " CYCLE " WS-AUDIT-CYCLE " SEQUENCE " AUDIT-SEQUENCE.
020900  END PROGRAM nnreplay.
