000179*                    handicap of the night each game was played
000179*                    applied, so the date-range controls and
000179*                    the handicap lookup fall away.
000180*    2026-10-15  DH  Report per league - each league prints
000181*                    under its own heading with its own
000182*                    division sections, divisions are looked up
000183*                    in the player's league, promotion and
000184*                    relegation never cross a league, and a
000185*                    LEAGCODE run reports one league only.
000186*****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 INPUT-OUTPUT SECTION.
000630     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000632 77  WS-DIVISION-EOF-SWITCH    PIC X(01) VALUE "N".
000634     88 WS-END-OF-DIVISION-FILE     VALUE "Y".
000640*****************************************************************
000650*    LEAGUE BEING REPORTED, SUPPLIED THROUGH THE ENVIRONMENT -
000660*    SPACES REPORTS EVERY LEAGUE, EACH UNDER ITS OWN HEADING.
000670*****************************************************************
000680 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000690     88 WS-ALL-LEAGUES              VALUE SPACES.
000870*****************************************************************
000880*    ONE STANDINGS LINE PER PLAYER ON THE SEASON-SUMMARY
000890*    MASTER - THE ADJUSTED AND SCRATCH POINTS COME IN ALREADY
000940           DEPENDING ON WS-STANDING-COUNT
000950           INDEXED BY WS-STD-IDX, WS-STD-IDX2.
000960        10 WS-STD-PLAYER-ID    PIC X(10).
000963        10 WS-STD-LEAGUE-CODE  PIC X(02).
000965        10 WS-STD-DIVISION     PIC X(02).
000970        10 WS-STD-ADJ-POINTS   PIC 9(07).
000980        10 WS-STD-SCR-POINTS   PIC 9(07).
000990        10 WS-STD-GAMES-PLAYED PIC 9(05).
001000 01  WS-SWAP-ENTRY.
001010     05 WS-SWAP-PLAYER-ID      PIC X(10).
001013     05 WS-SWAP-LEAGUE-CODE    PIC X(02).
001015     05 WS-SWAP-DIVISION       PIC X(02).
001020     05 WS-SWAP-ADJ-POINTS     PIC 9(07).
001030     05 WS-SWAP-SCR-POINTS     PIC 9(07).
001052           INDEXED BY WS-DIV-IDX.
001053        10 WS-DIV-PLAYER-ID    PIC X(10).
001054        10 WS-DIV-CODE         PIC X(02).
001055        10 WS-DIV-LEAGUE-CODE  PIC X(02).
001056 77  WS-PLAYER-DIVISION        PIC X(02) VALUE "99".
001057 77  WS-SEGMENT-COUNT          PIC 9(03) COMP VALUE ZERO.
001058 01  WS-SEGMENT-TABLE.
001059     05 WS-SEGMENT-ENTRY OCCURS 20 TIMES.
001060        10 WS-SEG-LEAGUE-CODE  PIC X(02).
001061        10 WS-SEG-DIVISION     PIC X(02).
001062        10 WS-SEG-FIRST        PIC 9(05) COMP.
001063        10 WS-SEG-LAST         PIC 9(05) COMP.
001064 77  WS-CUTOFF-COUNT           PIC 9(02) VALUE ZERO.
001065 77  WS-MOVE-SUB               PIC 9(05) COMP VALUE ZERO.
001066 77  WS-MOVE-LIMIT             PIC 9(05) COMP VALUE ZERO.
001067 77  WS-SEGMENT-SUB            PIC 9(03) COMP VALUE ZERO.
001068 77  WS-SEGMENT-SIZE           PIC 9(05) COMP VALUE ZERO.
001069*****************************************************************
001070*    THE MEMBERSHIP'S FULL NAMES FOR THE PRINTED STANDINGS.
001071*****************************************************************
001080 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
001090 01  WS-MEMBER-TABLE.
001100     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
001190*****************************************************************
001200 77  WS-RANK                   PIC 9(03) VALUE ZERO.
001202 77  WS-CURRENT-DIVISION       PIC X(02) VALUE SPACES.
001204 77  WS-CURRENT-LEAGUE-CODE    PIC X(02) VALUE SPACES.
001210 01  WS-HEADING-LINE-1.
001220     05 FILLER                 PIC X(30) VALUE
001230         "HANDICAPPED LEAGUE STANDINGS".
001231 01  WS-LEAGUE-HEADING.
001232     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
001233     05 WS-LH-LEAGUE-CODE      PIC X(02).
001234 01  WS-DIVISION-HEADING.
001235     05 FILLER                 PIC X(09) VALUE "DIVISION ".
001236     05 WS-DH-DIVISION         PIC X(02).
001240 01  WS-HEADING-LINE-2.
001250     05 FILLER                 PIC X(06) VALUE "RANK  ".
001397     05 WS-ML-DIRECTION        PIC X(08).
001398     05 FILLER                 PIC X(09) VALUE "DIVISION ".
001399     05 WS-ML-DIVISION         PIC X(02).
001400     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
001402     05 WS-ML-LEAGUE-CODE      PIC X(02).
001404 PROCEDURE DIVISION.
001410*****************************************************************
001420*    0000-MAINLINE
001430*****************************************************************
001614     IF WS-CUTOFF-COUNT = ZERO
001616        MOVE 2 TO WS-CUTOFF-COUNT
001618     END-IF
001619     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001620     OPEN INPUT SEASON-SUMMARY-FILE
001630     IF NOT WS-SUMMARY-OK
001640        DISPLAY "HCAPSTND - CANNOT OPEN SEASON-SUMMARY-FILE "
002590     SET WS-DIV-IDX TO WS-DIVISION-COUNT
002591     MOVE DV-PLAYER-ID     TO WS-DIV-PLAYER-ID(WS-DIV-IDX)
002592     MOVE DV-DIVISION-CODE TO WS-DIV-CODE(WS-DIV-IDX)
002593     MOVE DV-LEAGUE-CODE   TO WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
002594     .
002595 1410-EXIT.
002596     EXIT
002597     .
002598*****************************************************************
002599*    2000-BUILD-STANDINGS
002600*        One summary row is one player's season to date in one
002601*        league - take its adjusted and scratch points straight
002610*        onto a standings line.  Another league's row is passed
002615*        over.
002620*****************************************************************
002630 2000-BUILD-STANDINGS.
002632     IF NOT WS-ALL-LEAGUES
002634        AND SM-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002636        PERFORM 1100-READ-SUMMARY
002638        GO TO 2000-EXIT
002639     END-IF
002640     IF WS-STANDING-COUNT >= 200
002650        DISPLAY "HCAPSTND - MORE THAN 200 SUMMARY ROWS"
002660        GO TO 9999-ABEND
002680     ADD 1 TO WS-STANDING-COUNT
002690     SET WS-STD-IDX TO WS-STANDING-COUNT
002700     MOVE SM-PLAYER-ID TO WS-STD-PLAYER-ID(WS-STD-IDX)
002705     MOVE SM-LEAGUE-CODE TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
002710     PERFORM 2170-LOOKUP-DIVISION
002715     MOVE WS-PLAYER-DIVISION TO WS-STD-DIVISION(WS-STD-IDX)
002720     MOVE SM-ADJ-POINTS   TO WS-STD-ADJ-POINTS(WS-STD-IDX)
002770     .
003071*****************************************************************
003072*    2170-LOOKUP-DIVISION
003080*        Find the division the player competes in within the
003090*        summary row's league; a player with no assignment there
003100*        goes to division "99".
003110*****************************************************************
003120 2170-LOOKUP-DIVISION.
003130     MOVE "99" TO WS-PLAYER-DIVISION
003140     IF WS-DIVISION-COUNT > 0
003150        SET WS-DIV-IDX TO 1
003160        SEARCH WS-DIVISION-ENTRY
003170           AT END CONTINUE
003180           WHEN WS-DIV-PLAYER-ID(WS-DIV-IDX) = SM-PLAYER-ID
003190            AND WS-DIV-LEAGUE-CODE(WS-DIV-IDX) = SM-LEAGUE-CODE
003200                MOVE WS-DIV-CODE(WS-DIV-IDX)
003210                    TO WS-PLAYER-DIVISION
003220        END-SEARCH
003230     END-IF
003240     .
003340*****************************************************************
003350*    3000-SORT-STANDINGS
003360*        Simple exchange sort - league, then division, then
003365*        descending adjusted points within the division, so the
003370*        table falls into one ranked section per division within
003372*        each league.
003375*****************************************************************
003380 3000-SORT-STANDINGS.
003390     IF WS-STANDING-COUNT > 1
003530*    3200-BUBBLE-COMPARE
003540*****************************************************************
003550 3200-BUBBLE-COMPARE.
003551     IF WS-STD-LEAGUE-CODE(WS-STD-IDX2) >
003552        WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
003553        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
003554            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
003555        AND WS-STD-DIVISION(WS-STD-IDX2) >
003556            WS-STD-DIVISION(WS-STD-IDX2 + 1))
003557        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
003558            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
003559        AND WS-STD-DIVISION(WS-STD-IDX2) =
003566            WS-STD-DIVISION(WS-STD-IDX2 + 1)
003568        AND WS-STD-ADJ-POINTS(WS-STD-IDX2) <
003570            WS-STD-ADJ-POINTS(WS-STD-IDX2 + 1))
003580        PERFORM 3300-SWAP-ENTRIES
003590     END-IF
003600     .
003740     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
003760     MOVE 0 TO WS-RANK
003762     MOVE SPACES TO WS-CURRENT-DIVISION
003764     MOVE HIGH-VALUES TO WS-CURRENT-LEAGUE-CODE
003770     IF WS-STANDING-COUNT > 0
003780        PERFORM 4100-PRINT-STANDING-LINE VARYING WS-STD-IDX
003790           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
003810     .
003820*****************************************************************
003830*    4100-PRINT-STANDING-LINE
003832*        The table is sorted by league and division, so a
003834*        change of code is a break - print the league or
003836*        division heading and start the ranks over at one.
003840*****************************************************************
003850 4100-PRINT-STANDING-LINE.
003851     IF WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT =
003852        WS-CURRENT-LEAGUE-CODE
003853        MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
003854            TO WS-CURRENT-LEAGUE-CODE
003855        MOVE WS-CURRENT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
003856        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
003857        MOVE SPACES TO WS-CURRENT-DIVISION
003858     END-IF
003859     IF WS-STD-DIVISION(WS-STD-IDX) NOT = WS-CURRENT-DIVISION
003860        MOVE WS-STD-DIVISION(WS-STD-IDX) TO WS-CURRENT-DIVISION
003861        MOVE WS-CURRENT-DIVISION TO WS-DH-DIVISION
003862        WRITE RP-REPORT-LINE FROM WS-DIVISION-HEADING
003863        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
003864        MOVE 0 TO WS-RANK
003865     END-IF
003866     ADD 1 TO WS-RANK
003870     MOVE WS-RANK TO WS-DL-RANK
003880     MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-LOOKUP-PLAYER-ID
003890     PERFORM 4200-LOOKUP-PLAYER-NAME
004100                    TO WS-PLAYER-NAME
004110        END-SEARCH
004120     END-IF
004121     .
004122*****************************************************************
004123*    5000-FIND-SEGMENTS
004124*        Walk the sorted standings table and note where each
004125*        division's section starts and ends, so the movement
004126*        section can work division against neighbouring
004127*        division.  A league break starts a new section too.
004128*****************************************************************
004129 5000-FIND-SEGMENTS.
004130     MOVE 0 TO WS-SEGMENT-COUNT
004131     IF WS-STANDING-COUNT > 0
004132        PERFORM 5100-NOTE-ONE-ENTRY VARYING WS-STD-IDX
004133           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
004134     END-IF
004135     .
004136*****************************************************************
004137*    5100-NOTE-ONE-ENTRY
004138*****************************************************************
004139 5100-NOTE-ONE-ENTRY.
004140     IF WS-SEGMENT-COUNT = 0
004141        OR WS-STD-DIVISION(WS-STD-IDX) NOT =
004142           WS-SEG-DIVISION(WS-SEGMENT-COUNT)
004143        OR WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT =
004144           WS-SEG-LEAGUE-CODE(WS-SEGMENT-COUNT)
004145        IF WS-SEGMENT-COUNT >= 20
004146           DISPLAY "HCAPSTND - MORE THAN 20 DIVISIONS"
004147           GO TO 9999-ABEND
004148        END-IF
004149        ADD 1 TO WS-SEGMENT-COUNT
004150        MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
004151            TO WS-SEG-LEAGUE-CODE(WS-SEGMENT-COUNT)
004157        MOVE WS-STD-DIVISION(WS-STD-IDX)
004158            TO WS-SEG-DIVISION(WS-SEGMENT-COUNT)
004159        SET WS-SEG-FIRST(WS-SEGMENT-COUNT) TO WS-STD-IDX
004170 6000-PRINT-MOVEMENT.
004171     WRITE RP-REPORT-LINE FROM WS-MOVEMENT-HEADING
004172     IF WS-SEGMENT-COUNT > 1
004173        PERFORM 6100-MOVE-ONE-BOUNDARY THRU 6100-EXIT
004174           VARYING WS-SEGMENT-SUB FROM 1 BY 1
004175           UNTIL WS-SEGMENT-SUB >= WS-SEGMENT-COUNT
004176     END-IF
004179*    6100-MOVE-ONE-BOUNDARY
004180*        Relegate from the division above the boundary, promote
004181*        from the division below it.  A division smaller than
004182*        the cutoff only moves as many as it has.  Neighbouring
004183*        sections in different leagues are no boundary at all.
004184*****************************************************************
004185 6100-MOVE-ONE-BOUNDARY.
004186     IF WS-SEG-LEAGUE-CODE(WS-SEGMENT-SUB) NOT =
004187        WS-SEG-LEAGUE-CODE(WS-SEGMENT-SUB + 1)
004188        GO TO 6100-EXIT
004189     END-IF
004190     MOVE WS-SEG-LEAGUE-CODE(WS-SEGMENT-SUB) TO WS-ML-LEAGUE-CODE
004191     COMPUTE WS-SEGMENT-SIZE =
004192         WS-SEG-LAST(WS-SEGMENT-SUB) -
004193         WS-SEG-FIRST(WS-SEGMENT-SUB) + 1
004194     MOVE WS-CUTOFF-COUNT TO WS-MOVE-LIMIT
004195     IF WS-SEGMENT-SIZE < WS-MOVE-LIMIT
004196        MOVE WS-SEGMENT-SIZE TO WS-MOVE-LIMIT
004197     END-IF
004198     MOVE "DOWN TO " TO WS-ML-DIRECTION
004199     MOVE WS-SEG-DIVISION(WS-SEGMENT-SUB + 1) TO WS-ML-DIVISION
004200     COMPUTE WS-MOVE-SUB =
004201         WS-SEG-LAST(WS-SEGMENT-SUB) - WS-MOVE-LIMIT + 1
004202     PERFORM 6200-PRINT-ONE-MOVER
004203         UNTIL WS-MOVE-SUB > WS-SEG-LAST(WS-SEGMENT-SUB)
004204     COMPUTE WS-SEGMENT-SIZE =
004205         WS-SEG-LAST(WS-SEGMENT-SUB + 1) -
004206         WS-SEG-FIRST(WS-SEGMENT-SUB + 1) + 1
004207     MOVE WS-CUTOFF-COUNT TO WS-MOVE-LIMIT
004208     IF WS-SEGMENT-SIZE < WS-MOVE-LIMIT
004209        MOVE WS-SEGMENT-SIZE TO WS-MOVE-LIMIT
004210     END-IF
004211     MOVE "UP TO   " TO WS-ML-DIRECTION
004212     MOVE WS-SEG-DIVISION(WS-SEGMENT-SUB) TO WS-ML-DIVISION
004213     MOVE WS-SEG-FIRST(WS-SEGMENT-SUB + 1) TO WS-MOVE-SUB
004214     PERFORM 6200-PRINT-ONE-MOVER
004215         UNTIL WS-MOVE-SUB >=
004216             WS-SEG-FIRST(WS-SEGMENT-SUB + 1) + WS-MOVE-LIMIT
004217     .
004218 6100-EXIT.
004219     EXIT
004220     .
004221*****************************************************************
004222*    6200-PRINT-ONE-MOVER
004223*****************************************************************
004224 6200-PRINT-ONE-MOVER.
004225     SET WS-STD-IDX TO WS-MOVE-SUB
004226     MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-LOOKUP-PLAYER-ID
004227     PERFORM 4200-LOOKUP-PLAYER-NAME
004228     MOVE WS-PLAYER-NAME TO WS-ML-PLAYER-NAME
004229     WRITE RP-REPORT-LINE FROM WS-MOVEMENT-LINE
004230     ADD 1 TO WS-MOVE-SUB
004231     .
004232*****************************************************************
004233*    9000-TERMINATE
004234*****************************************************************
004235 9000-TERMINATE.
004236     CLOSE SEASON-SUMMARY-FILE
004237     CLOSE HANDICAP-STANDINGS-REPORT
004238     .
004239*****************************************************************
004240*    9999-ABEND
004241*****************************************************************
004242 9999-ABEND.
004250     CLOSE SEASON-SUMMARY-FILE
004270     CLOSE PLAYER-MASTER-FILE
004280     CLOSE HANDICAP-STANDINGS-REPORT
