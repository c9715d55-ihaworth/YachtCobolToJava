000240*                    flag.  CATSTAT says what happened league
000250*                    wide; this names who is out of line and by
000260*                    how much.
000261*    2026-10-15  DH  A LEAGCODE run screens one league's claims
000262*                    only, so each player is measured against
000263*                    the rate of their own league.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000750 77  WS-MIN-SUCCESSES          PIC 9(02) VALUE ZERO.
000760 77  WS-RATE-MULTIPLE          PIC 9(02) VALUE ZERO.
000770 77  WS-NIGHT-YACHT-LIMIT      PIC 9(02) VALUE ZERO.
000771*****************************************************************
000772*    LEAGUE BEING SCREENED, SUPPLIED THROUGH THE ENVIRONMENT -
000773*    SPACES SCREENS EVERY LEAGUE AGAINST ONE COMBINED RATE.
000774*****************************************************************
000775 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000776     88 WS-ALL-LEAGUES              VALUE SPACES.
000780*****************************************************************
000790*    THE FOUR WATCHED OUTCOMES, WITH THE LEAGUE-WIDE ATTEMPT
000800*    AND SUCCESS COUNTS OVER THE RANGE.  AN ATTEMPT IS A CLEAN
001840     05 WS-H2-START-DATE       PIC 9(08).
001850     05 FILLER                 PIC X(05) VALUE " TO  ".
001860     05 WS-H2-END-DATE         PIC 9(08).
001862     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
001864     05 WS-H2-LEAGUE           PIC X(03).
001870 01  WS-FLAG-LINE.
001880     05 WS-FL-PLAYER-NAME      PIC X(30).
001890     05 FILLER                 PIC X(02) VALUE SPACES.
002610     IF WS-NIGHT-YACHT-LIMIT = ZERO
002620        MOVE 3 TO WS-NIGHT-YACHT-LIMIT
002630     END-IF
002635     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
002640     OPEN INPUT AUDIT-LOG-FILE
002650     IF NOT WS-AUDIT-LOG-OK
002660        DISPLAY "SCREENAL - CANNOT OPEN AUDIT-LOG-FILE "
002760     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
002770     MOVE WS-START-DATE TO WS-H2-START-DATE
002780     MOVE WS-END-DATE   TO WS-H2-END-DATE
002782     IF WS-ALL-LEAGUES
002784        MOVE "ALL"          TO WS-H2-LEAGUE
002786     ELSE
002788        MOVE WS-LEAGUE-CODE TO WS-H2-LEAGUE
002789     END-IF
002790     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
002800     PERFORM 1300-LOAD-PLAYER-MASTER
002810     PERFORM 1100-READ-AUDIT-LOG
003290*    2000-TALLY-ONE-CLAIM
003300*        Fold one clean, in-range claim of a watched category
003310*        into the league and player tallies, and a Yacht rolled
003320*        into its player-night count.  A claim from a league
003325*        other than the one being screened is passed over.
003330*****************************************************************
003340 2000-TALLY-ONE-CLAIM.
003350     IF AL-LOG-DATE < WS-START-DATE
003370        OR AL-ERROR-CODE NOT = ZERO
003380        GO TO 2000-NEXT
003390     END-IF
003392     IF NOT WS-ALL-LEAGUES AND AL-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003394        GO TO 2000-NEXT
003396     END-IF
003400     PERFORM 2100-CLASSIFY-CLAIM
003410     IF WS-WATCH-SUB = ZERO
003420        GO TO 2000-NEXT
005580        OR AL-ERROR-CODE NOT = ZERO
005590        GO TO 4100-EXIT
005600     END-IF
005602     IF NOT WS-ALL-LEAGUES AND AL-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005604        GO TO 4100-EXIT
005606     END-IF
005610     PERFORM 2100-CLASSIFY-CLAIM
005620     IF WS-WATCH-SUB = ZERO
005630        GO TO 4100-EXIT
