000160*                    the accumulated game history - career
000170*                    games, career points, best single game and
000180*                    best season.
000181*    2026-10-15  DH  Widen the audit history image to take the
000182*                    roll detail now carried on the audit log.
000183*    2026-10-15  DH  Carry the league code into the game history
000184*                    and widen the audit and scoresheet history
000185*                    images to take it.  The career report still
000186*                    spans every league a member has played in.
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000630     RECORDING MODE IS F.
000640 01  AH-AUDIT-HISTORY-RECORD.
000650     05 AH-SEASON-ID           PIC X(06).
000660     05 AH-AUDIT-IMAGE         PIC X(93).
000670 FD  SHEET-HISTORY-FILE
000680     RECORDING MODE IS F.
000690 01  XH-SHEET-HISTORY-RECORD.
000700     05 XH-SEASON-ID           PIC X(06).
000710     05 XH-SHEET-IMAGE         PIC X(61).
000720 FD  PLAYER-MASTER-FILE
000730     RECORDING MODE IS F.
000740     COPY PLAYMST.
003013 1510-EXIT.
003014     EXIT
003015     .
003016*****************************************************************
003017*    2000-ARCHIVE-GAME-TOTALS
003018*****************************************************************
003019 2000-ARCHIVE-GAME-TOTALS.
003020     PERFORM 2100-ARCHIVE-ONE-GAME THRU 2100-EXIT
003030         UNTIL WS-END-OF-INPUT-FILE
003040     MOVE "N" TO WS-EOF-SWITCH
003170     MOVE GT-GAME-ID    TO GH-GAME-ID
003180     MOVE GT-GAME-DATE  TO GH-GAME-DATE
003190     MOVE GT-GAME-TOTAL TO GH-GAME-TOTAL
003195     MOVE GT-LEAGUE-CODE TO GH-LEAGUE-CODE
003200     WRITE GH-GAME-HISTORY-RECORD
003210     IF NOT WS-GAME-HISTORY-OK
003220        DISPLAY "SEASEND - ERROR WRITING GAME-HISTORY-FILE "
