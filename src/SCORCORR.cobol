000202*    2026-08-22  DH  End both run modes through a common
000204*                    9000-TERMINATE, the way the rest of the
000206*                    suite closes up.
000208*    2026-10-15  DH  Widen the rewritten scoresheet and game-total
000210*                    images for the league code those rows now
000212*                    carry, so a correction keeps the game in its
000214*                    league.
000216*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000690     COPY SCORESHT.
000700 FD  NEW-SCORESHEET-FILE
000710     RECORDING MODE IS F.
000720 01  NS-SCORESHEET-RECORD      PIC X(61).
000730 FD  GAME-TOTALS-FILE
000740     RECORDING MODE IS F.
000750     COPY GAMETOT.
000760 FD  NEW-GAME-TOTALS-FILE
000770     RECORDING MODE IS F.
000780 01  NG-GAME-TOTAL-RECORD      PIC X(31).
000790 FD  CORRECTION-REPORT.
000800 01  RP-REPORT-LINE            PIC X(80).
000810 WORKING-STORAGE SECTION.
002519                         "SCORECARD"
002521                     GO TO 9999-ABEND
002522             END-READ
002525             MOVE "Y" TO WS-EOF-SWITCH
002530             GO TO 2000-EXIT
002540     END-READ
002550     READ PLAYER-SCORECARD-FILE
006024     CLOSE CORRECTION-REPORT
006025     .
006026*****************************************************************
006028*    9999-ABEND
006030*****************************************************************
006040 9999-ABEND.
006050     CLOSE RESULTS-FILE
