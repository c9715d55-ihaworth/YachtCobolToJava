000140*                    given only a player id, lists every game on
000150*                    file for that player.  Dispute lookups at
000160*                    the table take seconds, not a full print.
000161*    2026-10-15  DH  Follow the one-card print with the round by
000162*                    round detail off the AUDIT-LOG - each claim
000163*                    and its score, and under it every roll of
000164*                    the round with the dice held going into the
000165*                    next - so a disputed round can be walked
000166*                    through at the table.
000170*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000300     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000321     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000322         ORGANIZATION IS SEQUENTIAL
000323         FILE STATUS IS WS-AUDIT-LOG-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  SCORESHEET-INDEX-FILE.
000390 FD  PLAYER-MASTER-FILE
000400     RECORDING MODE IS F.
000410     COPY PLAYMST.
000411 FD  AUDIT-LOG-FILE
000412     RECORDING MODE IS F.
000413     COPY AUDITLOG.
000420 WORKING-STORAGE SECTION.
000430*****************************************************************
000440*    FILE STATUS SWITCHES
000550     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000560 77  WS-BROWSE-SWITCH          PIC X(01) VALUE "N".
000570     88 WS-END-OF-BROWSE            VALUE "Y".
000571 77  WS-AUDIT-LOG-STATUS       PIC X(02) VALUE SPACES.
000572     88 WS-AUDIT-LOG-OK             VALUE "00".
000573 77  WS-AUDIT-EOF-SWITCH       PIC X(01) VALUE "N".
000574     88 WS-END-OF-AUDIT-LOG         VALUE "Y".
000575 77  WS-ROUNDS-LISTED          PIC 9(05) COMP VALUE ZERO.
000576 77  WS-ROLL-SUB               PIC 9(01) COMP VALUE ZERO.
000580*****************************************************************
000590*    THE KEYS ASKED FOR, SUPPLIED THROUGH THE ENVIRONMENT THE
000600*    SAME WAY THE FILE ASSIGNS ARE - A BLANK GAME ID MEANS
001170     05 WS-LL-GAME-TOTAL       PIC ZZ9.
001180 01  WS-MESSAGE-LINE.
001190     05 WS-ML-TEXT             PIC X(40).
001191 01  WS-ROUND-HEADING-LINE.
001192     05 FILLER                 PIC X(24) VALUE
001193         "ROUND BY ROUND".
001194 01  WS-ROUND-LINE.
001195     05 FILLER                 PIC X(06) VALUE "ROUND ".
001196     05 WS-RL-ROUND-NUMBER     PIC Z9.
001197     05 FILLER                 PIC X(02) VALUE SPACES.
001198     05 WS-RL-CATEGORY         PIC X(15).
001199     05 FILLER                 PIC X(02) VALUE SPACES.
001200     05 WS-RL-SCORE            PIC ZZ9.
001201     05 FILLER                 PIC X(02) VALUE SPACES.
001202     05 WS-RL-NOTE             PIC X(14).
001203 01  WS-ROLL-LINE.
001204     05 FILLER                 PIC X(04) VALUE SPACES.
001205     05 WS-RR-ROLL-LABEL       PIC X(05).
001206     05 WS-RR-ROLL-NUMBER      PIC Z.
001207     05 FILLER                 PIC X(02) VALUE SPACES.
001208     05 WS-RR-DICE             PIC 9(05).
001209     05 FILLER                 PIC X(02) VALUE SPACES.
001210     05 WS-RR-HELD-LABEL       PIC X(05).
001211     05 WS-RR-HELD-FLAGS       PIC X(05).
001212 PROCEDURE DIVISION.
001213*****************************************************************
001220*    0000-MAINLINE
001230*****************************************************************
001240 0000-MAINLINE.
002080        GO TO 9999-ABEND
002090     END-IF
002100     PERFORM 2100-PRINT-ONE-CARD
002101     PERFORM 2500-PRINT-ROUND-DETAIL
002110     .
002120 2000-EXIT.
002130     EXIT
002740     WRITE RP-REPORT-LINE FROM WS-BONUS-LINE
002750     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
002760     .
002761*****************************************************************
002762*    2500-PRINT-ROUND-DETAIL
002763*        Walk the season's audit log for the card's claims - in
002764*        the order they were scored, which is round order - and
002765*        print each with its rolls.  The audit log is cleared at
002766*        season close, so a card from an earlier season has no
002767*        round detail to show.
002768*****************************************************************
002769 2500-PRINT-ROUND-DETAIL.
002770     WRITE RP-REPORT-LINE FROM WS-ROUND-HEADING-LINE
002771     OPEN INPUT AUDIT-LOG-FILE
002772     IF WS-AUDIT-LOG-OK
002773        PERFORM 2510-PRINT-ONE-ROUND THRU 2510-EXIT
002774            UNTIL WS-END-OF-AUDIT-LOG
002775        CLOSE AUDIT-LOG-FILE
002776     END-IF
002777     IF WS-ROUNDS-LISTED = ZERO
002778        MOVE "NO ROUND DETAIL ON THE AUDIT LOG" TO WS-ML-TEXT
002779        WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE
002780     END-IF
002781     .
002782*****************************************************************
002783*    2510-PRINT-ONE-ROUND
002784*        A round keyed without its roll detail prints just the
002785*        final dice that were scored.
002786*****************************************************************
002787 2510-PRINT-ONE-ROUND.
002788     READ AUDIT-LOG-FILE
002789         AT END
002790             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
002791             GO TO 2510-EXIT
002792     END-READ
002793     IF AL-PLAYER-ID NOT = WS-INQUIRY-PLAYER-ID
002794        OR AL-GAME-ID NOT = WS-INQUIRY-GAME-ID
002795        GO TO 2510-EXIT
002796     END-IF
002797     MOVE AL-ROUND-NUMBER TO WS-RL-ROUND-NUMBER
002798     MOVE AL-CATEGORY     TO WS-RL-CATEGORY
002799     MOVE AL-SCORE        TO WS-RL-SCORE
002800     IF AL-ERROR-CODE = ZERO
002801        MOVE SPACES TO WS-RL-NOTE
002802     ELSE
002803        MOVE "NOT SCORED" TO WS-RL-NOTE
002804     END-IF
002805     WRITE RP-REPORT-LINE FROM WS-ROUND-LINE
002806     ADD 1 TO WS-ROUNDS-LISTED
002807     IF AL-ROLL-COUNT NOT NUMERIC
002808        OR AL-ROLL-COUNT = ZERO
002809        OR AL-ROLL-COUNT > 3
002810        MOVE "FINAL" TO WS-RR-ROLL-LABEL
002811        MOVE ZERO TO WS-RR-ROLL-NUMBER
002812        MOVE AL-DICE TO WS-RR-DICE
002813        MOVE SPACES TO WS-RR-HELD-LABEL
002814        MOVE SPACES TO WS-RR-HELD-FLAGS
002815        WRITE RP-REPORT-LINE FROM WS-ROLL-LINE
002816     ELSE
002817        PERFORM 2520-PRINT-ONE-ROLL
002818            VARYING WS-ROLL-SUB FROM 1 BY 1
002819            UNTIL WS-ROLL-SUB > AL-ROLL-COUNT
002820     END-IF
002821     .
002822 2510-EXIT.
002823     EXIT
002824     .
002825*****************************************************************
002826*    2520-PRINT-ONE-ROLL
002827*        The held flags print only under a roll that was rolled
002828*        again - the last roll of the round holds nothing.
002829*****************************************************************
002830 2520-PRINT-ONE-ROLL.
002831     MOVE "ROLL " TO WS-RR-ROLL-LABEL
002832     MOVE WS-ROLL-SUB TO WS-RR-ROLL-NUMBER
002833     MOVE AL-ROLL-DICE(WS-ROLL-SUB) TO WS-RR-DICE
002834     IF WS-ROLL-SUB < AL-ROLL-COUNT
002835        MOVE "HELD " TO WS-RR-HELD-LABEL
002836        MOVE AL-ROLL-HELD-FLAGS(WS-ROLL-SUB) TO WS-RR-HELD-FLAGS
002837     ELSE
002838        MOVE SPACES TO WS-RR-HELD-LABEL
002839        MOVE SPACES TO WS-RR-HELD-FLAGS
002840     END-IF
002841     WRITE RP-REPORT-LINE FROM WS-ROLL-LINE
002842     .
002843*****************************************************************
002844*    3000-LIST-PLAYER-GAMES
002845*        Position the index at the player's first card and walk
002846*        forward until the player changes, one list line per
002847*        game on file.
002848*****************************************************************
002849 3000-LIST-PLAYER-GAMES.
002850     MOVE WS-INQUIRY-PLAYER-ID TO SX-PLAYER-ID
002851     MOVE LOW-VALUES           TO SX-GAME-ID
002860     START SCORESHEET-INDEX-FILE
002870         KEY IS NOT LESS THAN SX-RECORD-KEY
002880     IF WS-INDEX-NOT-FOUND OR WS-INDEX-END
