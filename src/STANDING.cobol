000168*                    games and points, so the date-range
000169*                    controls fall away.  GAME-TOTALS stays the
000170*                    audit source.
000171*    2026-10-15  DH  Report per league - each league prints
000172*                    under its own heading with its own
000173*                    division sections, divisions are looked up
000174*                    in the player's league, promotion and
000175*                    relegation never cross a league, and a
000176*                    LEAGCODE run reports one league only.
000177*****************************************************************
000178 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000442 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
000444     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000446 77  WS-DIVISION-EOF-SWITCH    PIC X(01) VALUE "N".
000448     88 WS-END-OF-DIVISION-FILE     VALUE "Y".
000450*****************************************************************
000452*    LEAGUE BEING REPORTED, SUPPLIED THROUGH THE ENVIRONMENT -
000454*    SPACES REPORTS EVERY LEAGUE, EACH UNDER ITS OWN HEADING.
000456*****************************************************************
000458 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000460     88 WS-ALL-LEAGUES              VALUE SPACES.
000462*****************************************************************
000464*    THE MEMBERSHIP'S FULL NAMES, LOADED FROM THE PLAYER-MASTER
000466*    FILE AT START-UP SO EACH STANDINGS LINE CAN PRINT THE
000468*    MEMBER'S NAME INSTEAD OF THE BARE PLAYER ID.
000470*****************************************************************
000472 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
000474 01  WS-MEMBER-TABLE.
000476     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
000478           DEPENDING ON WS-MEMBER-COUNT
000480           INDEXED BY WS-MBR-IDX.
000482        10 WS-MBR-PLAYER-ID    PIC X(10).
000484        10 WS-MBR-PLAYER-NAME  PIC X(30).
000486 77  WS-PLAYER-NAME            PIC X(30) VALUE SPACES.
000488 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
000490*****************************************************************
000492*    EACH MEMBER'S DIVISION ASSIGNMENT, LOADED FROM THE
000494*    DIVISION-ASSIGNMENT FILE AT START-UP.  A LEAGUE WITH NO
000496*    DIVISION FILE YET, OR A PLAYER WITH NO ASSIGNMENT, REPORTS
000498*    IN DIVISION "99" SO THE UNASSIGNED GROUP AT THE BOTTOM.
000500*****************************************************************
000502 77  WS-DIVISION-COUNT         PIC 9(05) COMP VALUE ZERO.
000504 01  WS-DIVISION-TABLE.
000506     05 WS-DIVISION-ENTRY OCCURS 1 TO 200 TIMES
000508           DEPENDING ON WS-DIVISION-COUNT
000510           INDEXED BY WS-DIV-IDX.
000512        10 WS-DIV-PLAYER-ID    PIC X(10).
000514        10 WS-DIV-CODE         PIC X(02).
000516        10 WS-DIV-LEAGUE-CODE  PIC X(02).
000518 77  WS-PLAYER-DIVISION        PIC X(02) VALUE "99".
000540*****************************************************************
000550*    ONE STANDINGS LINE PER PLAYER ON THE SEASON-SUMMARY
000560*    MASTER - THE SEASON'S GAMES AND POINTS COME IN ALREADY
000610           DEPENDING ON WS-STANDING-COUNT
000620           INDEXED BY WS-STD-IDX, WS-STD-IDX2.
000630        10 WS-STD-PLAYER-ID    PIC X(10).
000633        10 WS-STD-LEAGUE-CODE  PIC X(02).
000635        10 WS-STD-DIVISION     PIC X(02).
000640        10 WS-STD-TOTAL-POINTS PIC 9(07).
000650        10 WS-STD-GAMES-PLAYED PIC 9(05).
000660        10 WS-STD-AVERAGE      PIC 9(05)V9(02).
000670 01  WS-SWAP-ENTRY.
000680     05 WS-SWAP-PLAYER-ID      PIC X(10).
000683     05 WS-SWAP-LEAGUE-CODE    PIC X(02).
000685     05 WS-SWAP-DIVISION       PIC X(02).
000690     05 WS-SWAP-TOTAL-POINTS   PIC 9(07).
000700     05 WS-SWAP-GAMES-PLAYED   PIC 9(05).
000719 77  WS-SEGMENT-COUNT          PIC 9(03) COMP VALUE ZERO.
000720 01  WS-SEGMENT-TABLE.
000721     05 WS-SEGMENT-ENTRY OCCURS 20 TIMES.
000722        10 WS-SEG-LEAGUE-CODE  PIC X(02).
000723        10 WS-SEG-DIVISION     PIC X(02).
000724        10 WS-SEG-FIRST        PIC 9(05) COMP.
000725        10 WS-SEG-LAST         PIC 9(05) COMP.
000728 77  WS-MOVE-LIMIT             PIC 9(05) COMP VALUE ZERO.
000729 77  WS-SEGMENT-SUB            PIC 9(03) COMP VALUE ZERO.
000730 77  WS-SEGMENT-SIZE           PIC 9(05) COMP VALUE ZERO.
000732*****************************************************************
000734*    REPORT LINE WORK AREAS
000740*****************************************************************
000750 77  WS-RANK                   PIC 9(03) VALUE ZERO.
000752 77  WS-CURRENT-DIVISION       PIC X(02) VALUE SPACES.
000754 77  WS-CURRENT-LEAGUE-CODE    PIC X(02) VALUE SPACES.
000760 01  WS-HEADING-LINE-1.
000770     05 FILLER                 PIC X(20) VALUE "LEAGUE STANDINGS".
000771 01  WS-LEAGUE-HEADING.
000772     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
000773     05 WS-LH-LEAGUE-CODE      PIC X(02).
000774 01  WS-DIVISION-HEADING.
000775     05 FILLER                 PIC X(09) VALUE "DIVISION ".
000776     05 WS-DH-DIVISION         PIC X(02).
000780 01  WS-HEADING-LINE-2.
000790     05 FILLER                 PIC X(06) VALUE "RANK  ".
000937     05 WS-ML-DIRECTION        PIC X(08).
000938     05 FILLER                 PIC X(09) VALUE "DIVISION ".
000939     05 WS-ML-DIVISION         PIC X(02).
000940     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
000942     05 WS-ML-LEAGUE-CODE      PIC X(02).
000944 PROCEDURE DIVISION.
000950*****************************************************************
000960*    0000-MAINLINE
000970*****************************************************************
001131     IF WS-CUTOFF-COUNT = ZERO
001132        MOVE 2 TO WS-CUTOFF-COUNT
001133     END-IF
001135     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001140     OPEN INPUT SEASON-SUMMARY-FILE
001150     IF NOT WS-SUMMARY-OK
001160        DISPLAY "STANDING - CANNOT OPEN SEASON-SUMMARY-FILE "
001413     SET WS-DIV-IDX TO WS-DIVISION-COUNT
001414     MOVE DV-PLAYER-ID     TO WS-DIV-PLAYER-ID(WS-DIV-IDX)
001415     MOVE DV-DIVISION-CODE TO WS-DIV-CODE(WS-DIV-IDX)
001416     MOVE DV-LEAGUE-CODE   TO WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
001417     .
001418 1410-EXIT.
001419     EXIT
001420     .
001421*****************************************************************
001422*    2000-BUILD-STANDINGS
001423*        One summary row is one player's season to date in one
001424*        league - take its games and points straight onto a
001425*        standings line.  Another league's row is passed over.
001426*****************************************************************
001427 2000-BUILD-STANDINGS.
001428     IF NOT WS-ALL-LEAGUES
001429        AND SM-LEAGUE-CODE NOT = WS-LEAGUE-CODE
001430        PERFORM 1100-READ-SUMMARY
001431        GO TO 2000-EXIT
001432     END-IF
001433     IF WS-STANDING-COUNT >= 200
001434        DISPLAY "STANDING - MORE THAN 200 SUMMARY ROWS"
001440        GO TO 9999-ABEND
001450     END-IF
001452     ADD 1 TO WS-STANDING-COUNT
001454     SET WS-STD-IDX TO WS-STANDING-COUNT
001456     MOVE SM-PLAYER-ID TO WS-STD-PLAYER-ID(WS-STD-IDX)
001457     MOVE SM-LEAGUE-CODE TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
001458     PERFORM 2170-LOOKUP-DIVISION
001460     MOVE WS-PLAYER-DIVISION TO WS-STD-DIVISION(WS-STD-IDX)
001462     MOVE SM-TOTAL-POINTS TO WS-STD-TOTAL-POINTS(WS-STD-IDX)
001520     .
001751*****************************************************************
001752*    2170-LOOKUP-DIVISION
001753*        Find the division the player competes in within the
001754*        summary row's league; a player with no assignment there
001755*        goes to division "99".
001756*****************************************************************
001757 2170-LOOKUP-DIVISION.
001758     MOVE "99" TO WS-PLAYER-DIVISION
001759     IF WS-DIVISION-COUNT > 0
001760        SET WS-DIV-IDX TO 1
001761        SEARCH WS-DIVISION-ENTRY
001762           AT END CONTINUE
001763           WHEN WS-DIV-PLAYER-ID(WS-DIV-IDX) = SM-PLAYER-ID
001764            AND WS-DIV-LEAGUE-CODE(WS-DIV-IDX) = SM-LEAGUE-CODE
001765                MOVE WS-DIV-CODE(WS-DIV-IDX)
001766                    TO WS-PLAYER-DIVISION
001767        END-SEARCH
001768     END-IF
001769     .
001770*****************************************************************
001771*    2900-COMPUTE-AVERAGES
001780*****************************************************************
001790 2900-COMPUTE-AVERAGES.
001800     IF WS-STANDING-COUNT > 0
001960     .
001970*****************************************************************
001980*    3000-SORT-STANDINGS
001990*        Simple exchange sort - league, then division, then
002000*        descending total points within the division, so the
002005*        table falls into one ranked section per division within
002007*        each league.  The table is small (one row per league
002010*        player), so a bubble sort keeps this straightforward.
002020*****************************************************************
002030 3000-SORT-STANDINGS.
002040     IF WS-STANDING-COUNT > 1
002180*    3200-BUBBLE-COMPARE
002190*****************************************************************
002200 3200-BUBBLE-COMPARE.
002201     IF WS-STD-LEAGUE-CODE(WS-STD-IDX2) >
002202        WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
002203        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
002204            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
002205        AND WS-STD-DIVISION(WS-STD-IDX2) >
002206            WS-STD-DIVISION(WS-STD-IDX2 + 1))
002207        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
002208            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
002209        AND WS-STD-DIVISION(WS-STD-IDX2) =
002216            WS-STD-DIVISION(WS-STD-IDX2 + 1)
002218        AND WS-STD-TOTAL-POINTS(WS-STD-IDX2) <
002220            WS-STD-TOTAL-POINTS(WS-STD-IDX2 + 1))
002230        PERFORM 3300-SWAP-ENTRIES
002240     END-IF
002250     .
002390     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
002410     MOVE 0 TO WS-RANK
002412     MOVE SPACES TO WS-CURRENT-DIVISION
002414     MOVE HIGH-VALUES TO WS-CURRENT-LEAGUE-CODE
002420     IF WS-STANDING-COUNT > 0
002430        PERFORM 4100-PRINT-STANDING-LINE VARYING WS-STD-IDX
002440           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
002460     .
002470*****************************************************************
002480*    4100-PRINT-STANDING-LINE
002482*        The table is sorted by league and division, so a
002484*        change of code is a break - print the league or
002486*        division heading and start the ranks over at one.
002490*****************************************************************
002500 4100-PRINT-STANDING-LINE.
002501     IF WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT =
002502        WS-CURRENT-LEAGUE-CODE
002503        MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
002504            TO WS-CURRENT-LEAGUE-CODE
002505        MOVE WS-CURRENT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
002506        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
002507        MOVE SPACES TO WS-CURRENT-DIVISION
002508     END-IF
002509     IF WS-STD-DIVISION(WS-STD-IDX) NOT = WS-CURRENT-DIVISION
002510        MOVE WS-STD-DIVISION(WS-STD-IDX) TO WS-CURRENT-DIVISION
002511        MOVE WS-CURRENT-DIVISION TO WS-DH-DIVISION
002512        WRITE RP-REPORT-LINE FROM WS-DIVISION-HEADING
002513        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
002514        MOVE 0 TO WS-RANK
002515     END-IF
002516     ADD 1 TO WS-RANK
002520     MOVE WS-RANK TO WS-DL-RANK
002525     MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-LOOKUP-PLAYER-ID
002530     PERFORM 4200-LOOKUP-PLAYER-NAME
002550     MOVE WS-STD-GAMES-PLAYED(WS-STD-IDX) TO WS-DL-GAMES-PLAYED
002560     MOVE WS-STD-AVERAGE(WS-STD-IDX)      TO WS-DL-AVERAGE
002570     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
002571     .
002572*****************************************************************
002573*    4200-LOOKUP-PLAYER-NAME
002574*        Find the member's full name for a player id; an id not
002575*        on the master prints as itself so it can be spotted.
002576*****************************************************************
002577 4200-LOOKUP-PLAYER-NAME.
002578     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME
002579     IF WS-MEMBER-COUNT > 0
002580        SET WS-MBR-IDX TO 1
002581        SEARCH WS-MEMBER-ENTRY
002582           AT END CONTINUE
002583           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
002584                WS-LOOKUP-PLAYER-ID
002585                MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
002586                    TO WS-PLAYER-NAME
002587        END-SEARCH
002588     END-IF
002589     .
002590*****************************************************************
002591*    5000-FIND-SEGMENTS
002592*        Walk the sorted standings table and note where each
002593*        division's section starts and ends, so the movement
002594*        section can work division against neighbouring
002595*        division.  A league break starts a new section too.
002596*****************************************************************
002597 5000-FIND-SEGMENTS.
002598     MOVE 0 TO WS-SEGMENT-COUNT
002599     IF WS-STANDING-COUNT > 0
002600        PERFORM 5100-NOTE-ONE-ENTRY VARYING WS-STD-IDX
002601           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
002602     END-IF
002603     .
002604*****************************************************************
002605*    5100-NOTE-ONE-ENTRY
002606*****************************************************************
002607 5100-NOTE-ONE-ENTRY.
002608     IF WS-SEGMENT-COUNT = 0
002609        OR WS-STD-DIVISION(WS-STD-IDX) NOT =
002610           WS-SEG-DIVISION(WS-SEGMENT-COUNT)
002611        OR WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT =
002612           WS-SEG-LEAGUE-CODE(WS-SEGMENT-COUNT)
002613        IF WS-SEGMENT-COUNT >= 20
002614           DISPLAY "STANDING - MORE THAN 20 DIVISIONS"
002615           GO TO 9999-ABEND
002616        END-IF
002617        ADD 1 TO WS-SEGMENT-COUNT
002618        MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
002619            TO WS-SEG-LEAGUE-CODE(WS-SEGMENT-COUNT)
002625        MOVE WS-STD-DIVISION(WS-STD-IDX)
002626            TO WS-SEG-DIVISION(WS-SEGMENT-COUNT)
002627        SET WS-SEG-FIRST(WS-SEGMENT-COUNT) TO WS-STD-IDX
002638 6000-PRINT-MOVEMENT.
002639     WRITE RP-REPORT-LINE FROM WS-MOVEMENT-HEADING
002640     IF WS-SEGMENT-COUNT > 1
002641        PERFORM 6100-MOVE-ONE-BOUNDARY THRU 6100-EXIT
002642           VARYING WS-SEGMENT-SUB FROM 1 BY 1
002643           UNTIL WS-SEGMENT-SUB >= WS-SEGMENT-COUNT
002644     END-IF
002647*    6100-MOVE-ONE-BOUNDARY
002648*        Relegate from the division above the boundary, promote
002649*        from the division below it.  A division smaller than
002650*        the cutoff only moves as many as it has.  Neighbouring
002651*        sections in different leagues are no boundary at all.
002652*****************************************************************
002653 6100-MOVE-ONE-BOUNDARY.
002654     IF WS-SEG-LEAGUE-CODE(WS-SEGMENT-SUB) NOT =
002655        WS-SEG-LEAGUE-CODE(WS-SEGMENT-SUB + 1)
002656        GO TO 6100-EXIT
002657     END-IF
002658     MOVE WS-SEG-LEAGUE-CODE(WS-SEGMENT-SUB) TO WS-ML-LEAGUE-CODE
002659     COMPUTE WS-SEGMENT-SIZE =
002660         WS-SEG-LAST(WS-SEGMENT-SUB) -
002661         WS-SEG-FIRST(WS-SEGMENT-SUB) + 1
002662     MOVE WS-CUTOFF-COUNT TO WS-MOVE-LIMIT
002663     IF WS-SEGMENT-SIZE < WS-MOVE-LIMIT
002664        MOVE WS-SEGMENT-SIZE TO WS-MOVE-LIMIT
002665     END-IF
002666     MOVE "DOWN TO " TO WS-ML-DIRECTION
002667     MOVE WS-SEG-DIVISION(WS-SEGMENT-SUB + 1) TO WS-ML-DIVISION
002668     COMPUTE WS-MOVE-SUB =
002669         WS-SEG-LAST(WS-SEGMENT-SUB) - WS-MOVE-LIMIT + 1
002670     PERFORM 6200-PRINT-ONE-MOVER
002671         UNTIL WS-MOVE-SUB > WS-SEG-LAST(WS-SEGMENT-SUB)
002672     COMPUTE WS-SEGMENT-SIZE =
002673         WS-SEG-LAST(WS-SEGMENT-SUB + 1) -
002674         WS-SEG-FIRST(WS-SEGMENT-SUB + 1) + 1
002675     MOVE WS-CUTOFF-COUNT TO WS-MOVE-LIMIT
002676     IF WS-SEGMENT-SIZE < WS-MOVE-LIMIT
002677        MOVE WS-SEGMENT-SIZE TO WS-MOVE-LIMIT
002678     END-IF
002679     MOVE "UP TO   " TO WS-ML-DIRECTION
002680     MOVE WS-SEG-DIVISION(WS-SEGMENT-SUB) TO WS-ML-DIVISION
002681     MOVE WS-SEG-FIRST(WS-SEGMENT-SUB + 1) TO WS-MOVE-SUB
002682     PERFORM 6200-PRINT-ONE-MOVER
002683         UNTIL WS-MOVE-SUB >=
002684             WS-SEG-FIRST(WS-SEGMENT-SUB + 1) + WS-MOVE-LIMIT
002685     .
002686 6100-EXIT.
002687     EXIT
002688     .
002689*****************************************************************
002690*    6200-PRINT-ONE-MOVER
002691*****************************************************************
002692 6200-PRINT-ONE-MOVER.
002693     SET WS-STD-IDX TO WS-MOVE-SUB
002694     MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-LOOKUP-PLAYER-ID
002695     PERFORM 4200-LOOKUP-PLAYER-NAME
002696     MOVE WS-PLAYER-NAME TO WS-ML-PLAYER-NAME
002697     WRITE RP-REPORT-LINE FROM WS-MOVEMENT-LINE
002698     ADD 1 TO WS-MOVE-SUB
002699     .
002700*****************************************************************
002701*    9000-TERMINATE
002702*****************************************************************
002703 9000-TERMINATE.
002704     CLOSE SEASON-SUMMARY-FILE
002705     CLOSE STANDINGS-REPORT
002706     .
002707*****************************************************************
002708*    9999-ABEND
002709*****************************************************************
002710 9999-ABEND.
002711     CLOSE SEASON-SUMMARY-FILE
002712     CLOSE STANDINGS-REPORT
002720     MOVE 16 TO RETURN-CODE
002730     STOP RUN
002740     .
