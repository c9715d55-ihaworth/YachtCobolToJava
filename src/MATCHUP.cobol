000192*                    (a re-submitted pairing run) were slipping
000192*                    past the no-result-yet test and doubling
000192*                    every seat's record in one run.
000193*    2026-10-15  DH  Decide playoff tables written by PLAYOFF the
000194*                    same as any other, so the bracket can read
000195*                    its winners off MATCH-RESULTS, but keep them
000196*                    off the win/loss standings - the charter
000197*                    does not count the playoffs toward the
000198*                    season record.
000199*    2026-10-15  DH  Decide and report per league - the result
000200*                    row carries the pairing's league code, the
000201*                    win/loss standings keep a line per player
000202*                    per league and print each league ranked
000203*                    under its own heading, and a LEAGCODE run
000204*                    decides and reports one league only,
000205*                    leaving the other leagues' tables open for
000206*                    their own runs.
000207*    2026-10-15  DH  Log the run's start and end on the nightly
000208*                    JOB-STEP-LOG through JOBSTEP, for the night
000209*                    given as STEPNGT.  The run is refused unless
000210*                    RECONCIL ended clean for the night, short of
000211*                    the STEPOVR override.  LEAGCODE is taken
000212*                    ahead of the file opens.
000213*****************************************************************
000214 ENVIRONMENT DIVISION.
000215 CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT MATCH-PAIRING-FILE ASSIGN TO MATCHPAR
000721 77  WS-SUMMARY-EOF-SWITCH     PIC X(01) VALUE "N".
000721     88 WS-END-OF-SUMMARY           VALUE "Y".
000722*****************************************************************
000723*    LEAGUE BEING DECIDED, SUPPLIED THROUGH THE ENVIRONMENT -
000724*    SPACES DECIDES AND REPORTS EVERY LEAGUE.
000725*****************************************************************
000726 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000727     88 WS-ALL-LEAGUES              VALUE SPACES.
000728*****************************************************************
000729*    MATCHES ALREADY DECIDED ON THE SEASON'S RESULTS FILE - A
000730*    PAIRING WITH A RESULT ON FILE IS PASSED OVER, SO EACH RUN
000731*    DECIDES ONLY WHAT IS STILL OPEN AND AN EARLIER NIGHT'S
000732*    PAIRING WHOSE LAST GAME FINISHED TONIGHT GETS PICKED UP.
000733*****************************************************************
000734 77  WS-DECIDED-COUNT          PIC 9(05) COMP VALUE ZERO.
000735 01  WS-DECIDED-TABLE.
000736     05 WS-DECIDED-ENTRY OCCURS 1 TO 1000 TIMES
000737           DEPENDING ON WS-DECIDED-COUNT
000738           INDEXED BY WS-DEC-IDX.
000739        10 WS-DEC-MATCH-ID     PIC X(08).
000740 77  WS-DECIDED-SWITCH         PIC X(01) VALUE "N".
000741     88 WS-MATCH-DECIDED-BEFORE     VALUE "Y".
000742 77  WS-RESULTS-EOF-SWITCH     PIC X(01) VALUE "N".
000743     88 WS-END-OF-OLD-RESULTS       VALUE "Y".
000744 77  WS-SUMMARY-LOADED         PIC X(01) VALUE "N".
000745     88 WS-SUMMARY-WAS-LOADED       VALUE "Y".
000746 77  WS-DECIDED-DATE           PIC 9(08) VALUE ZERO.
000747 77  WS-RESULT-SUB             PIC 9(01) COMP VALUE ZERO.
000748 77  WS-SEAT-SLOT              PIC 9(01) COMP VALUE ZERO.
000749*****************************************************************
000750*    EVERY FINISHED GAME, KEYED BY ITS GAME ID, SO A MATCH'S
000751*    GAME IDS CAN BE TURNED INTO PLAYERS AND TOTALS.
000760*****************************************************************
000770 77  WS-GAME-COUNT             PIC 9(05) COMP VALUE ZERO.
000780 01  WS-GAME-TABLE.
000830        10 WS-GAM-PLAYER-ID    PIC X(10).
000840        10 WS-GAM-TOTAL        PIC 999.
000850*****************************************************************
000860*    ONE WIN/LOSS LINE PER PLAYER PER LEAGUE SEEN IN A DECIDED
000865*    MATCH.
000870*****************************************************************
000880 77  WS-STANDING-COUNT         PIC 9(05) COMP VALUE ZERO.
000890 01  WS-STANDINGS-TABLE.
000910           DEPENDING ON WS-STANDING-COUNT
000920           INDEXED BY WS-STD-IDX, WS-STD-IDX2.
000930        10 WS-STD-PLAYER-ID    PIC X(10).
000935        10 WS-STD-LEAGUE-CODE  PIC X(02).
000940        10 WS-STD-WINS         PIC 9(05).
000950        10 WS-STD-LOSSES       PIC 9(05).
000960        10 WS-STD-TIES         PIC 9(05).
000970        10 WS-STD-POINTS       PIC 9(07).
000980 01  WS-SWAP-ENTRY.
000990     05 WS-SWAP-PLAYER-ID      PIC X(10).
000995     05 WS-SWAP-LEAGUE-CODE    PIC X(02).
001000     05 WS-SWAP-WINS           PIC 9(05).
001010     05 WS-SWAP-LOSSES         PIC 9(05).
001020     05 WS-SWAP-TIES           PIC 9(05).
001320        10 WS-MBR-PLAYER-NAME  PIC X(30).
001330 77  WS-PLAYER-NAME            PIC X(30) VALUE SPACES.
001340 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
001345 77  WS-LOOKUP-LEAGUE-CODE     PIC X(02) VALUE SPACES.
001350*****************************************************************
001360*    RUN COUNTS
001370*****************************************************************
001410*    REPORT LINE WORK AREAS
001420*****************************************************************
001430 77  WS-RANK                   PIC 9(03) VALUE ZERO.
001435 77  WS-PRINT-LEAGUE-CODE      PIC X(02) VALUE HIGH-VALUES.
001440 01  WS-HEADING-LINE-1.
001450     05 FILLER                 PIC X(30) VALUE
001460         "WIN/LOSS LEAGUE STANDINGS".
001465 01  WS-LEAGUE-HEADING.
001466     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
001467     05 WS-LH-LEAGUE-CODE      PIC X(02).
001470 01  WS-HEADING-LINE-2.
001480     05 FILLER                 PIC X(06) VALUE "RANK  ".
001490     05 FILLER                 PIC X(32) VALUE "PLAYER".
001680     05 FILLER                 PIC X(02) VALUE SPACES.
001690     05 FILLER                 PIC X(36) VALUE
001700         "MATCH UNDECIDED - GAME NOT ON TOTALS".
001701*****************************************************************
001702*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
001703*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
001704*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
001705*****************************************************************
001706     COPY JOBSTPL.
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730*    0000-MAINLINE
001850*    1000-INITIALIZE
001860*****************************************************************
001870 1000-INITIALIZE.
001872     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001874     PERFORM 1950-START-JOB-STEP
001880     OPEN INPUT MATCH-PAIRING-FILE
001890     IF NOT WS-PAIRING-OK
001900        DISPLAY "MATCHUP - CANNOT OPEN MATCH-PAIRING-FILE "
002830     MOVE PM-PLAYER-NAME TO WS-MBR-PLAYER-NAME(WS-MBR-IDX)
002840     .
002850 1310-EXIT.
002851     EXIT
002852     .
002853*****************************************************************
002854*    1400-LOAD-SEASON-SUMMARY
002855*        Seed the win/loss standings with each player's season
002856*        to date off the SEASON-SUMMARY master, so the printed
002857*        standings cover the season without redeciding every
002858*        earlier night's pairings.  With no summary on file the
002859*        prior results seed the standings instead, in
002860*        1500-LOAD-PRIOR-RESULTS.
002861*****************************************************************
002862 1400-LOAD-SEASON-SUMMARY.
002863     OPEN INPUT SEASON-SUMMARY-FILE
002864     IF WS-SUMMARY-OK
002865        MOVE "Y" TO WS-SUMMARY-LOADED
002866        PERFORM 1410-SEED-ONE-PLAYER THRU 1410-EXIT
002867            UNTIL WS-END-OF-SUMMARY
002868        CLOSE SEASON-SUMMARY-FILE
002869     END-IF
002870     .
002871*****************************************************************
002872*    1410-SEED-ONE-PLAYER
002873*****************************************************************
002874 1410-SEED-ONE-PLAYER.
002875     READ SEASON-SUMMARY-FILE
002876         AT END
002877             MOVE "Y" TO WS-SUMMARY-EOF-SWITCH
002878             GO TO 1410-EXIT
002879     END-READ
002880     IF NOT WS-ALL-LEAGUES
002881        AND SM-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002882        GO TO 1410-EXIT
002883     END-IF
002884     MOVE SM-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
002885     MOVE SM-LEAGUE-CODE TO WS-LOOKUP-LEAGUE-CODE
002886     PERFORM 2500-FIND-OR-ADD-PLAYER
002887     MOVE SM-MATCH-WINS     TO WS-STD-WINS(WS-STD-IDX)
002888     MOVE SM-MATCH-LOSSES   TO WS-STD-LOSSES(WS-STD-IDX)
002889     MOVE SM-MATCH-TIES     TO WS-STD-TIES(WS-STD-IDX)
002890     MOVE SM-MATCH-FORFEITS TO WS-STD-FORFEITS(WS-STD-IDX)
002891     MOVE SM-MATCH-POINTS   TO WS-STD-POINTS(WS-STD-IDX)
002892     .
002893 1410-EXIT.
002894     EXIT
002895     .
002896*****************************************************************
002897*    1500-LOAD-PRIOR-RESULTS
002898*        Note every match already decided on the season's
002899*        results file, so this run passes those pairings over
002900*        and only appends what is still open.  A first run has
002901*        no file to read.  When no summary was on file, each
002902*        prior row's seats are folded into the standings here
002903*        so the printed report still covers the whole season.
002904*****************************************************************
002905 1500-LOAD-PRIOR-RESULTS.
002906     OPEN INPUT MATCH-RESULTS-FILE
002907     IF WS-RESULTS-OK
002908        PERFORM 1510-LOAD-ONE-RESULT THRU 1510-EXIT
002909            UNTIL WS-END-OF-OLD-RESULTS
002910        CLOSE MATCH-RESULTS-FILE
002911     END-IF
002912     .
002913*****************************************************************
002914*    1510-LOAD-ONE-RESULT
002915*****************************************************************
002916 1510-LOAD-ONE-RESULT.
002917     READ MATCH-RESULTS-FILE
002918         AT END
002919             MOVE "Y" TO WS-RESULTS-EOF-SWITCH
002920             GO TO 1510-EXIT
002921     END-READ
002922     IF WS-DECIDED-COUNT >= 1000
002923        DISPLAY "MATCHUP - MORE THAN 1000 MATCH RESULTS"
002924        GO TO 9999-ABEND
002925     END-IF
002926     ADD 1 TO WS-DECIDED-COUNT
002927     SET WS-DEC-IDX TO WS-DECIDED-COUNT
002928     MOVE MR-MATCH-ID TO WS-DEC-MATCH-ID(WS-DEC-IDX)
002929     MOVE MR-LEAGUE-CODE TO WS-LOOKUP-LEAGUE-CODE
002930     IF NOT WS-SUMMARY-WAS-LOADED
002931        AND NOT MR-PLAYOFF-MATCH
002932        AND (WS-ALL-LEAGUES
002933             OR MR-LEAGUE-CODE = WS-LEAGUE-CODE)
002941        PERFORM 1550-POST-OLD-SEAT THRU 1550-EXIT
002942            VARYING WS-RESULT-SUB FROM 1 BY 1
002943            UNTIL WS-RESULT-SUB > MR-SEAT-COUNT
002981 1550-EXIT.
002982     EXIT
002983     .
002984*****************************************************************
002985*    1950-START-JOB-STEP
002986*        Log the start of the step on the JOB-STEP-LOG before
002987*        any output is opened.
002988*        MATCHUP has no night of its own - JOBSTEP takes it
002989*        from STEPNGT.  RECONCIL must have ended clean for it.
002990*****************************************************************
002991 1950-START-JOB-STEP.
002992     MOVE "S"             TO JS-REQUEST
002993     MOVE "MATCHUP"       TO JS-PROGRAM-ID
002994     MOVE ZERO            TO JS-NIGHT-DATE
002995     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
002996     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
002997     IF JS-STEP-REFUSED
002998        DISPLAY "MATCHUP - STEP REFUSED - " JS-REFUSAL-MESSAGE
002999        GO TO 9999-ABEND
003000     END-IF
003001     .
003002*****************************************************************
003003*    2000-DECIDE-ONE-MATCH
003004*        A pairing with a result already on file is passed
003005*        over.  Otherwise pull each seat's player and total
003006*        from the game table, pick the winner, append the match
003007*        result and fold the win/loss - and the no-shows'
003008*        forfeits - into each seat's standings line.  A pairing
003009*        still missing a game stays open for a later run.
003010*        A playoff table is decided and written like any other
003011*        but stays off the win/loss standings.  Another league's
003012*        table is left for that league's run.
003013*****************************************************************
003014 2000-DECIDE-ONE-MATCH.
003015     IF NOT WS-ALL-LEAGUES
003016        AND MP-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003017        GO TO 2000-NEXT
003018     END-IF
003019     PERFORM 2050-CHECK-ALREADY-DECIDED
003020     IF WS-MATCH-DECIDED-BEFORE
003021        GO TO 2000-NEXT
003022     END-IF
003023     MOVE "N" TO WS-MATCH-STATE
003024     MOVE "N" TO WS-FORFEIT-AWARD
003025     MOVE ZERO TO WS-SEAT-COUNT
003026     MOVE ZERO TO WS-FORFEIT-COUNT
003027     MOVE MP-LEAGUE-CODE TO WS-LOOKUP-LEAGUE-CODE
003028     IF MP-PLAYER-COUNT < 2 OR MP-PLAYER-COUNT > 4
003029        PERFORM 2800-SKIP-MATCH
003030        GO TO 2000-NEXT
003031     END-IF
003032     PERFORM 2100-FILL-ONE-SEAT THRU 2100-EXIT
003033         VARYING WS-PAIR-SUB FROM 1 BY 1
003034         UNTIL WS-PAIR-SUB > MP-PLAYER-COUNT
003040     IF WS-MATCH-BROKEN
003050        PERFORM 2800-SKIP-MATCH
003060        GO TO 2000-NEXT
003080     PERFORM 2200-PICK-WINNER
003090     PERFORM 2300-WRITE-MATCH-RESULT
003095     PERFORM 2310-NOTE-MATCH-DECIDED
003096     IF NOT MP-PLAYOFF-MATCH
003100        PERFORM 2400-POST-STANDINGS
003105        PERFORM 2460-POST-FORFEIT-SEATS
003106     END-IF
003110     ADD 1 TO WS-MATCHES-DECIDED
003120     .
003130 2000-NEXT.
003196        END-SEARCH
003197     END-IF
003198     .
003199*****************************************************************
003200*    2100-FILL-ONE-SEAT
003210*        A seat flagged forfeit has no game to look up - the
003215*        no-show's player id is held aside and the match
003890     MOVE MP-MATCH-ID      TO MR-MATCH-ID
003900     MOVE MP-MATCH-DATE    TO MR-MATCH-DATE
003905     MOVE WS-DECIDED-DATE  TO MR-DECIDED-DATE
003906     MOVE MP-LEAGUE-CODE   TO MR-LEAGUE-CODE
003910     IF WS-HIGH-COUNT > 1
003920        MOVE SPACES TO MR-WINNER-PLAYER-ID
003930        MOVE WS-HIGH-TOTAL TO MR-WINNING-TOTAL
004096     .
004097*****************************************************************
004098*    2350-FILL-RESULT-SEATS
004099*        The seats that showed first, then the no-shows with a
004100*        zero total and the "F" indicator.
004101*****************************************************************
004102 2350-FILL-RESULT-SEATS.
004103     COMPUTE MR-SEAT-COUNT =
004104         WS-SEAT-COUNT + WS-FORFEIT-COUNT
004105     PERFORM 2360-CLEAR-ONE-SEAT
004106         VARYING WS-RESULT-SUB FROM 1 BY 1
004107         UNTIL WS-RESULT-SUB > 4
004108     PERFORM 2370-FILL-ONE-PLAYED-SEAT
004109         VARYING WS-RESULT-SUB FROM 1 BY 1
004110         UNTIL WS-RESULT-SUB > WS-SEAT-COUNT
004111     PERFORM 2380-FILL-ONE-FORFEIT-SEAT
004112         VARYING WS-RESULT-SUB FROM 1 BY 1
004113         UNTIL WS-RESULT-SUB > WS-FORFEIT-COUNT
004114     .
004115*****************************************************************
004116*    2360-CLEAR-ONE-SEAT
004117*****************************************************************
004118 2360-CLEAR-ONE-SEAT.
004119     MOVE SPACES TO MR-SEAT-PLAYER-ID(WS-RESULT-SUB)
004120     MOVE ZERO   TO MR-SEAT-TOTAL(WS-RESULT-SUB)
004121     MOVE SPACE  TO MR-SEAT-FORFEIT(WS-RESULT-SUB)
004122     .
004123*****************************************************************
004124*    2370-FILL-ONE-PLAYED-SEAT
004125*****************************************************************
004126 2370-FILL-ONE-PLAYED-SEAT.
004127     SET WS-SEA-IDX TO WS-RESULT-SUB
004128     MOVE WS-SEA-PLAYER-ID(WS-SEA-IDX)
004129         TO MR-SEAT-PLAYER-ID(WS-RESULT-SUB)
004130     MOVE WS-SEA-TOTAL(WS-SEA-IDX)
004131         TO MR-SEAT-TOTAL(WS-RESULT-SUB)
004132     MOVE SPACE TO MR-SEAT-FORFEIT(WS-RESULT-SUB)
004133     .
004134*****************************************************************
004135*    2380-FILL-ONE-FORFEIT-SEAT
004136*****************************************************************
004137 2380-FILL-ONE-FORFEIT-SEAT.
004138     COMPUTE WS-SEAT-SLOT = WS-SEAT-COUNT + WS-RESULT-SUB
004139     MOVE WS-FF-PLAYER-ID(WS-RESULT-SUB)
004140         TO MR-SEAT-PLAYER-ID(WS-SEAT-SLOT)
004141     MOVE ZERO TO MR-SEAT-TOTAL(WS-SEAT-SLOT)
004142     MOVE "F"  TO MR-SEAT-FORFEIT(WS-SEAT-SLOT)
004143     .
004144*****************************************************************
004145*    2400-POST-STANDINGS
004146*        Credit each seat - the winner a win, a drawn top total
004147*        a tie, everyone else a loss - and add the seat's game
004148*        total to the player's points for the tie-break.
004149*****************************************************************
004150 2400-POST-STANDINGS.
004160     PERFORM 2450-POST-ONE-SEAT
004170         VARYING WS-SEA-IDX FROM 1 BY 1
004460           AT END PERFORM 2550-ADD-PLAYER
004470           WHEN WS-STD-PLAYER-ID(WS-STD-IDX) =
004480                WS-LOOKUP-PLAYER-ID
004485            AND WS-STD-LEAGUE-CODE(WS-STD-IDX) =
004486                WS-LOOKUP-LEAGUE-CODE
004490                CONTINUE
004500        END-SEARCH
004510     ELSE
004630     ADD 1 TO WS-STANDING-COUNT
004640     SET WS-STD-IDX TO WS-STANDING-COUNT
004650     MOVE WS-LOOKUP-PLAYER-ID TO WS-STD-PLAYER-ID(WS-STD-IDX)
004655     MOVE WS-LOOKUP-LEAGUE-CODE
004656         TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
004660     MOVE 0 TO WS-STD-WINS(WS-STD-IDX)
004670     MOVE 0 TO WS-STD-LOSSES(WS-STD-IDX)
004680     MOVE 0 TO WS-STD-TIES(WS-STD-IDX)
004780     .
004790*****************************************************************
004800*    3000-SORT-STANDINGS
004810*        Simple exchange sort - by league, then wins, total
004820*        points as the tie-break, the way the charter ranks the
004825*        championship.
004830*****************************************************************
004840 3000-SORT-STANDINGS.
004850     IF WS-STANDING-COUNT > 1
004990*    3200-BUBBLE-COMPARE
005000*****************************************************************
005010 3200-BUBBLE-COMPARE.
005015     IF WS-STD-LEAGUE-CODE(WS-STD-IDX2) >
005016        WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
005017        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
005018            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
005020        AND WS-STD-WINS(WS-STD-IDX2) <
005025            WS-STD-WINS(WS-STD-IDX2 + 1))
005026        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
005027            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
005030        AND WS-STD-WINS(WS-STD-IDX2) =
005040            WS-STD-WINS(WS-STD-IDX2 + 1)
005050        AND WS-STD-POINTS(WS-STD-IDX2) <
005060            WS-STD-POINTS(WS-STD-IDX2 + 1))
005070        PERFORM 3300-SWAP-ENTRIES
005080     END-IF
005090     .
005180     .
005190*****************************************************************
005200*    4000-PRINT-REPORT
005202*        Each league prints under its own heading, ranked from
005204*        one.
005210*****************************************************************
005220 4000-PRINT-REPORT.
005260     IF WS-STANDING-COUNT > 0
005270        PERFORM 4100-PRINT-STANDING-LINE VARYING WS-STD-IDX
005280           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
005285     ELSE
005287        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
005290     END-IF
005300     .
005310*****************************************************************
005320*    4100-PRINT-STANDING-LINE
005330*****************************************************************
005340 4100-PRINT-STANDING-LINE.
005341     IF WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT = WS-PRINT-LEAGUE-CODE
005342        MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
005343            TO WS-PRINT-LEAGUE-CODE
005344        MOVE WS-PRINT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
005345        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
005346        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
005347        MOVE 0 TO WS-RANK
005348     END-IF
005350     ADD 1 TO WS-RANK
005360     MOVE WS-RANK TO WS-DL-RANK
005370     MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-LOOKUP-PLAYER-ID
005680     CLOSE MATCH-PAIRING-FILE
005690     CLOSE MATCH-RESULTS-FILE
005700     CLOSE WINLOSS-REPORT
005701     MOVE ZERO TO JS-RETURN-CODE
005702     PERFORM 9900-END-JOB-STEP
005703     .
005704*****************************************************************
005705*    9900-END-JOB-STEP
005706*        Log the end of the step with its return code and its
005707*        key record counts.
005708*****************************************************************
005709 9900-END-JOB-STEP.
005710     MOVE "E" TO JS-REQUEST
005711     MOVE WS-GAME-COUNT      TO JS-INPUT-COUNT
005712     MOVE WS-MATCHES-DECIDED TO JS-OUTPUT-COUNT
005713     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
005714     .
005720*****************************************************************
005730*    9999-ABEND
005740*****************************************************************
005780     CLOSE MATCH-RESULTS-FILE
005790     CLOSE PLAYER-MASTER-FILE
005800     CLOSE WINLOSS-REPORT
005802     MOVE 16 TO JS-RETURN-CODE
005804     PERFORM 9900-END-JOB-STEP
005810     MOVE 16 TO RETURN-CODE
005820     STOP RUN
005830     .
