000212*    2026-09-03  DH  Carry the won-by-forfeit flag on the match
000214*                    results extract, now that forfeits are
000216*                    ruled inside the system.
000217*    2026-10-15  DH  Leave playoff games out of the standings
000218*                    extract, as the printed standings do.
000219*    2026-10-15  DH  Extract per league - every detail row ends
000220*                    in the league code, the standings are one
000221*                    line per player per league ranked within
000222*                    the league, and a LEAGCODE run extracts
000223*                    one league only.
000224*    2026-10-15  DH  Add a fourth extract, the team competition
000225*                    standings off TEAM-STANDINGS with each team's
000226*                    name joined in from TEAM-MASTER, ranked by
000227*                    match points and points for within the
000228*                    league, ending in the same trailer as the
000229*                    other three with points for as its hash.
000230*    2026-10-15  DH  Log the run's start and end on the nightly
000231*                    JOB-STEP-LOG through JOBSTEP, for the night
000232*                    given as STEPNGT.  Nothing is published
000233*                    unless MATCHUP and SUMUPD ended clean for the
000234*                    night, short of the STEPOVR override.
000235*****************************************************************
000236 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000480     SELECT RESULTS-EXTRACT ASSIGN TO WEBRES
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RES-EXTRACT-STATUS.
000501     SELECT TEAM-MASTER-FILE ASSIGN TO TEAMMAST
000502         ORGANIZATION IS SEQUENTIAL
000503         FILE STATUS IS WS-TEAM-MASTER-STATUS.
000504     SELECT TEAM-STANDINGS-FILE ASSIGN TO TEAMSTD
000505         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-TEAM-STANDINGS-STATUS.
000507     SELECT TEAM-EXTRACT ASSIGN TO WEBTEAM
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-TEAM-EXTRACT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  GAME-TOTALS-FILE
000710 01  XH-EXTRACT-LINE           PIC X(160).
000720 FD  RESULTS-EXTRACT.
000730 01  XR-EXTRACT-LINE           PIC X(100).
000731 FD  TEAM-MASTER-FILE
000732     RECORDING MODE IS F.
000733     COPY TEAMMST.
000734 FD  TEAM-STANDINGS-FILE
000735     RECORDING MODE IS F.
000736     COPY TEAMSTD.
000737 FD  TEAM-EXTRACT.
000738 01  XT-EXTRACT-LINE           PIC X(100).
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760*    FILE STATUS SWITCHES
000910     88 WS-SHT-EXTRACT-OK           VALUE "00".
000920 77  WS-RES-EXTRACT-STATUS     PIC X(02) VALUE SPACES.
000930     88 WS-RES-EXTRACT-OK           VALUE "00".
000931 77  WS-TEAM-MASTER-STATUS     PIC X(02) VALUE SPACES.
000932     88 WS-TEAM-MASTER-OK           VALUE "00".
000933 77  WS-TEAM-STANDINGS-STATUS  PIC X(02) VALUE SPACES.
000934     88 WS-TEAM-STANDINGS-OK        VALUE "00".
000935 77  WS-TEAM-EXTRACT-STATUS    PIC X(02) VALUE SPACES.
000936     88 WS-TEAM-EXTRACT-OK          VALUE "00".
000940 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000950     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000960 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
001080           DEPENDING ON WS-STANDING-COUNT
001090           INDEXED BY WS-STD-IDX, WS-STD-IDX2.
001100        10 WS-STD-PLAYER-ID    PIC X(10).
001105        10 WS-STD-LEAGUE-CODE  PIC X(02).
001110        10 WS-STD-TOTAL-POINTS PIC 9(07).
001120        10 WS-STD-GAMES-PLAYED PIC 9(05).
001130 01  WS-SWAP-ENTRY.
001140     05 WS-SWAP-PLAYER-ID      PIC X(10).
001145     05 WS-SWAP-LEAGUE-CODE    PIC X(02).
001150     05 WS-SWAP-TOTAL-POINTS   PIC 9(07).
001160     05 WS-SWAP-GAMES-PLAYED   PIC 9(05).
001170*****************************************************************
001330           INDEXED BY WS-DIV-IDX.
001340        10 WS-DIV-PLAYER-ID    PIC X(10).
001350        10 WS-DIV-CODE         PIC X(02).
001355        10 WS-DIV-LEAGUE-CODE  PIC X(02).
001360 77  WS-PLAYER-DIVISION        PIC X(02) VALUE "99".
001361 77  WS-LOOKUP-LEAGUE-CODE     PIC X(02) VALUE SPACES.
001362*****************************************************************
001363*    LEAGUE BEING EXTRACTED, SUPPLIED THROUGH THE ENVIRONMENT -
001364*    SPACES EXTRACTS EVERY LEAGUE ON THE FILES.
001365*****************************************************************
001366 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
001367     88 WS-ALL-LEAGUES              VALUE SPACES.
001368*****************************************************************
001369*    THE TEAM COMPETITION STANDINGS AS TEAMNITE LAST CARRIED
001370*    THEM FORWARD, RANKED BY MATCH POINTS AND POINTS FOR, AND
001371*    THE TEAM NAMES TO JOIN TO THEM.
001372*****************************************************************
001373 77  WS-TEAM-STD-COUNT         PIC 9(05) COMP VALUE ZERO.
001374 01  WS-TEAM-STD-TABLE.
001375     05 WS-TEAM-STD-ENTRY OCCURS 1 TO 200 TIMES
001376           DEPENDING ON WS-TEAM-STD-COUNT
001377           INDEXED BY WS-TSD-IDX, WS-TSD-IDX2.
001378        10 WS-TSD-TEAM-ID      PIC X(06).
001379        10 WS-TSD-LEAGUE-CODE  PIC X(02).
001380        10 WS-TSD-PLAYED       PIC 9(03).
001381        10 WS-TSD-WON          PIC 9(03).
001382        10 WS-TSD-LOST         PIC 9(03).
001383        10 WS-TSD-TIED         PIC 9(03).
001384        10 WS-TSD-POINTS       PIC 9(04).
001385        10 WS-TSD-FOR          PIC 9(07).
001386        10 WS-TSD-AGAINST      PIC 9(07).
001387 01  WS-SWAP-TEAM-STD-ENTRY    PIC X(38).
001388 77  WS-TEAM-COUNT             PIC 9(05) COMP VALUE ZERO.
001389 01  WS-TEAM-TABLE.
001390     05 WS-TEAM-ENTRY OCCURS 1 TO 200 TIMES
001391           DEPENDING ON WS-TEAM-COUNT
001392           INDEXED BY WS-TEM-IDX.
001393        10 WS-TEM-TEAM-ID      PIC X(06).
001394        10 WS-TEM-TEAM-NAME    PIC X(30).
001395 77  WS-TEAM-NAME              PIC X(30) VALUE SPACES.
001396 77  WS-LOOKUP-TEAM-ID         PIC X(06) VALUE SPACES.
001397*****************************************************************
001398*    ROW COUNTS AND POINTS HASH-TOTALS FOR THE TRAILERS
001399*****************************************************************
001400 77  WS-STND-ROWS              PIC 9(07) VALUE ZERO.
001410 77  WS-STND-HASH              PIC 9(09) VALUE ZERO.
001420 77  WS-SHT-ROWS               PIC 9(07) VALUE ZERO.
001430 77  WS-SHT-HASH               PIC 9(09) VALUE ZERO.
001440 77  WS-RES-ROWS               PIC 9(07) VALUE ZERO.
001450 77  WS-RES-HASH               PIC 9(09) VALUE ZERO.
001451 77  WS-TEAM-ROWS              PIC 9(07) VALUE ZERO.
001452 77  WS-TEAM-HASH              PIC 9(09) VALUE ZERO.
001460 77  WS-AVERAGE-WORK           PIC 9(05)V99 VALUE ZERO.
001470*****************************************************************
001480*    THE DELIMITED DETAIL AND TRAILER LAYOUTS - FIELDS SIT IN
001620     05 WS-SD-GAMES-PLAYED     PIC 9(05).
001630     05 FILLER                 PIC X(01) VALUE "|".
001640     05 WS-SD-AVERAGE          PIC 9(05).99.
001641     05 FILLER                 PIC X(01) VALUE "|".
001642     05 WS-SD-LEAGUE-CODE      PIC X(02).
001650 01  WS-SHT-DETAIL-LINE.
001660     05 FILLER                 PIC X(02) VALUE "D|".
001670     05 WS-HD-PLAYER-ID        PIC X(10).
002010     05 WS-HD-UPPER-BONUS      PIC 999.
002020     05 FILLER                 PIC X(01) VALUE "|".
002030     05 WS-HD-GAME-TOTAL       PIC 999.
002031     05 FILLER                 PIC X(01) VALUE "|".
002032     05 WS-HD-LEAGUE-CODE      PIC X(02).
002040 01  WS-RES-DETAIL-LINE.
002050     05 FILLER                 PIC X(02) VALUE "D|".
002060     05 WS-RD-MATCH-ID         PIC X(08).
002180     05 WS-RD-TIE-FLAG         PIC X(01).
002182     05 FILLER                 PIC X(01) VALUE "|".
002184     05 WS-RD-FORFEIT-FLAG     PIC X(01).
002185     05 FILLER                 PIC X(01) VALUE "|".
002186     05 WS-RD-LEAGUE-CODE      PIC X(02).
002187 01  WS-TEAM-DETAIL-LINE.
002188     05 FILLER                 PIC X(02) VALUE "D|".
002189     05 WS-TD-TEAM-ID          PIC X(06).
002190     05 FILLER                 PIC X(01) VALUE "|".
002191     05 WS-TD-TEAM-NAME        PIC X(30).
002192     05 FILLER                 PIC X(01) VALUE "|".
002193     05 WS-TD-PLAYED           PIC 9(03).
002194     05 FILLER                 PIC X(01) VALUE "|".
002195     05 WS-TD-WON              PIC 9(03).
002196     05 FILLER                 PIC X(01) VALUE "|".
002197     05 WS-TD-LOST             PIC 9(03).
002198     05 FILLER                 PIC X(01) VALUE "|".
002199     05 WS-TD-TIED             PIC 9(03).
002200     05 FILLER                 PIC X(01) VALUE "|".
002201     05 WS-TD-POINTS           PIC 9(04).
002202     05 FILLER                 PIC X(01) VALUE "|".
002203     05 WS-TD-FOR              PIC 9(07).
002204     05 FILLER                 PIC X(01) VALUE "|".
002205     05 WS-TD-AGAINST          PIC 9(07).
002206     05 FILLER                 PIC X(01) VALUE "|".
002207     05 WS-TD-LEAGUE-CODE      PIC X(02).
002208 01  WS-TRAILER-LINE.
002209     05 FILLER                 PIC X(02) VALUE "T|".
002210     05 WS-TL-ROW-COUNT        PIC 9(07).
002220     05 FILLER                 PIC X(01) VALUE "|".
002230     05 WS-TL-HASH-TOTAL       PIC 9(09).
002231*****************************************************************
002232*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
002233*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
002234*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
002235*****************************************************************
002236     COPY JOBSTPL.
002240 PROCEDURE DIVISION.
002250*****************************************************************
002260*    0000-MAINLINE
002300     PERFORM 2000-EXTRACT-STANDINGS
002310     PERFORM 3000-EXTRACT-SCORESHEETS
002320     PERFORM 4000-EXTRACT-RESULTS
002321     PERFORM 5000-EXTRACT-TEAM-STANDINGS
002330     PERFORM 9000-TERMINATE
002340     STOP RUN
002350     .
002370*    1000-INITIALIZE
002380*****************************************************************
002390 1000-INITIALIZE.
002392     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
002394     PERFORM 1950-START-JOB-STEP
002400     OPEN OUTPUT STANDINGS-EXTRACT
002410     IF NOT WS-STND-EXTRACT-OK
002420        DISPLAY "WEBEXTR - CANNOT OPEN STANDINGS-EXTRACT "
002550            WS-RES-EXTRACT-STATUS
002560        GO TO 9999-ABEND
002570     END-IF
002571     OPEN OUTPUT TEAM-EXTRACT
002572     IF NOT WS-TEAM-EXTRACT-OK
002573        DISPLAY "WEBEXTR - CANNOT OPEN TEAM-EXTRACT "
002574            WS-TEAM-EXTRACT-STATUS
002575        GO TO 9999-ABEND
002576     END-IF
002580     PERFORM 1300-LOAD-PLAYER-MASTER
002590     PERFORM 1400-LOAD-DIVISIONS
002600     .
003260     SET WS-DIV-IDX TO WS-DIVISION-COUNT
003270     MOVE DV-PLAYER-ID     TO WS-DIV-PLAYER-ID(WS-DIV-IDX)
003280     MOVE DV-DIVISION-CODE TO WS-DIV-CODE(WS-DIV-IDX)
003285     MOVE DV-LEAGUE-CODE   TO WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
003290     .
003300 1410-EXIT.
003310     EXIT
003320     .
003321*****************************************************************
003322*    1950-START-JOB-STEP
003323*        Log the start of the step on the JOB-STEP-LOG before
003324*        any output is opened.
003325*        WEBEXTR has no night of its own - JOBSTEP takes it
003326*        from STEPNGT.  MATCHUP and SUMUPD must have ended
003327*        clean for it.
003328*****************************************************************
003329 1950-START-JOB-STEP.
003330     MOVE "S"             TO JS-REQUEST
003331     MOVE "WEBEXTR"       TO JS-PROGRAM-ID
003332     MOVE ZERO            TO JS-NIGHT-DATE
003333     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
003334     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
003335     IF JS-STEP-REFUSED
003336        DISPLAY "WEBEXTR - STEP REFUSED - " JS-REFUSAL-MESSAGE
003337        GO TO 9999-ABEND
003338     END-IF
003339     .
003340*****************************************************************
003341*    2000-EXTRACT-STANDINGS
003350*        Fold the season's game totals into one line per
003360*        player per league, rank by total points within the
003370*        league, and write the delimited standings with the
003375*        trailer.
003380*****************************************************************
003390 2000-EXTRACT-STANDINGS.
003400     OPEN INPUT GAME-TOTALS-FILE
003620             MOVE "Y" TO WS-EOF-SWITCH
003630             GO TO 2100-EXIT
003640     END-READ
003641     IF GT-PLAYOFF-GAME
003642        GO TO 2100-EXIT
003643     END-IF
003644     IF NOT WS-ALL-LEAGUES
003645        AND GT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003646        GO TO 2100-EXIT
003647     END-IF
003650     PERFORM 2200-FIND-OR-ADD-PLAYER
003660     ADD GT-GAME-TOTAL TO WS-STD-TOTAL-POINTS(WS-STD-IDX)
003670     ADD 1 TO WS-STD-GAMES-PLAYED(WS-STD-IDX)
003780        SEARCH WS-STANDING-ENTRY
003790           AT END PERFORM 2250-ADD-PLAYER
003800           WHEN WS-STD-PLAYER-ID(WS-STD-IDX) = GT-PLAYER-ID
003805            AND WS-STD-LEAGUE-CODE(WS-STD-IDX) = GT-LEAGUE-CODE
003810                CONTINUE
003820        END-SEARCH
003830     ELSE
003950     ADD 1 TO WS-STANDING-COUNT
003960     SET WS-STD-IDX TO WS-STANDING-COUNT
003970     MOVE GT-PLAYER-ID TO WS-STD-PLAYER-ID(WS-STD-IDX)
003975     MOVE GT-LEAGUE-CODE TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
003980     MOVE 0 TO WS-STD-TOTAL-POINTS(WS-STD-IDX)
003990     MOVE 0 TO WS-STD-GAMES-PLAYED(WS-STD-IDX)
004000     .
004010*****************************************************************
004020*    2300-SORT-STANDINGS
004030*        Simple exchange sort, by league and descending by
004035*        total points within the league.
004040*****************************************************************
004050 2300-SORT-STANDINGS.
004060     IF WS-STANDING-COUNT > 1
004200*    2500-BUBBLE-COMPARE
004210*****************************************************************
004220 2500-BUBBLE-COMPARE.
004230     IF WS-STD-LEAGUE-CODE(WS-STD-IDX2) >
004231        WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
004232     OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
004233         WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
004234     AND WS-STD-TOTAL-POINTS(WS-STD-IDX2) <
004240         WS-STD-TOTAL-POINTS(WS-STD-IDX2 + 1))
004250        PERFORM 2550-SWAP-ENTRIES
004260     END-IF
004270     .
004420     MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-LOOKUP-PLAYER-ID
004430     PERFORM 7000-LOOKUP-PLAYER-NAME
004440     MOVE WS-PLAYER-NAME TO WS-SD-PLAYER-NAME
004445     MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX) TO WS-LOOKUP-LEAGUE-CODE
004450     PERFORM 7100-LOOKUP-DIVISION
004460     MOVE WS-PLAYER-DIVISION TO WS-SD-DIVISION
004470     MOVE WS-STD-TOTAL-POINTS(WS-STD-IDX) TO WS-SD-TOTAL-POINTS
004540        MOVE ZERO TO WS-AVERAGE-WORK
004550     END-IF
004560     MOVE WS-AVERAGE-WORK TO WS-SD-AVERAGE
004565     MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX) TO WS-SD-LEAGUE-CODE
004570     WRITE XS-EXTRACT-LINE FROM WS-STND-DETAIL-LINE
004580     IF NOT WS-STND-EXTRACT-OK
004590        DISPLAY "WEBEXTR - ERROR WRITING STANDINGS-EXTRACT "
004890             MOVE "Y" TO WS-EOF-SWITCH
004900             GO TO 3100-EXIT
004910     END-READ
004915     IF NOT WS-ALL-LEAGUES
004916        AND SS-LEAGUE-CODE NOT = WS-LEAGUE-CODE
004917        GO TO 3100-EXIT
004918     END-IF
004920     MOVE SS-PLAYER-ID TO WS-HD-PLAYER-ID
004930     MOVE SS-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
004940     PERFORM 7000-LOOKUP-PLAYER-NAME
005100     MOVE SS-UPPER-SUBTOTAL   TO WS-HD-UPPER-SUBTOTAL
005110     MOVE SS-UPPER-BONUS      TO WS-HD-UPPER-BONUS
005120     MOVE SS-GAME-TOTAL       TO WS-HD-GAME-TOTAL
005125     MOVE SS-LEAGUE-CODE      TO WS-HD-LEAGUE-CODE
005130     WRITE XH-EXTRACT-LINE FROM WS-SHT-DETAIL-LINE
005140     IF NOT WS-SHT-EXTRACT-OK
005150        DISPLAY "WEBEXTR - ERROR WRITING SCORESHEET-EXTRACT "
005480             MOVE "Y" TO WS-EOF-SWITCH
005490             GO TO 4100-EXIT
005500     END-READ
005505     IF NOT WS-ALL-LEAGUES
005506        AND MR-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005507        GO TO 4100-EXIT
005508     END-IF
005510     MOVE MR-MATCH-ID   TO WS-RD-MATCH-ID
005520     MOVE MR-MATCH-DATE TO WS-RD-MATCH-DATE
005530     MOVE MR-WINNER-PLAYER-ID TO WS-RD-WINNER-ID
005620     MOVE MR-MARGIN        TO WS-RD-MARGIN
005630     MOVE MR-TIE-FLAG      TO WS-RD-TIE-FLAG
005632     MOVE MR-FORFEIT-FLAG  TO WS-RD-FORFEIT-FLAG
005634     MOVE MR-LEAGUE-CODE   TO WS-RD-LEAGUE-CODE
005640     WRITE XR-EXTRACT-LINE FROM WS-RES-DETAIL-LINE
005650     IF NOT WS-RES-EXTRACT-OK
005660        DISPLAY "WEBEXTR - ERROR WRITING RESULTS-EXTRACT "
005730 4100-EXIT.
005740     EXIT
005750     .
005751*****************************************************************
005752*    5000-EXTRACT-TEAM-STANDINGS
005753*        The team competition standings, one delimited row per
005754*        team ranked within its league, with the points-for
005755*        column summed into the hash.  A season with no team
005756*        standings yet extracts the trailer alone.
005757*****************************************************************
005758 5000-EXTRACT-TEAM-STANDINGS.
005759     OPEN INPUT TEAM-MASTER-FILE
005760     IF WS-TEAM-MASTER-OK
005761        PERFORM 5100-LOAD-ONE-TEAM THRU 5100-EXIT
005762            UNTIL WS-END-OF-INPUT-FILE
005763        MOVE "N" TO WS-EOF-SWITCH
005764        CLOSE TEAM-MASTER-FILE
005765     END-IF
005766     OPEN INPUT TEAM-STANDINGS-FILE
005767     IF WS-TEAM-STANDINGS-OK
005768        PERFORM 5200-LOAD-ONE-TEAM-STANDING THRU 5200-EXIT
005769            UNTIL WS-END-OF-INPUT-FILE
005770        MOVE "N" TO WS-EOF-SWITCH
005771        CLOSE TEAM-STANDINGS-FILE
005772     END-IF
005773     PERFORM 5300-SORT-TEAM-STANDINGS
005774     IF WS-TEAM-STD-COUNT > 0
005775        PERFORM 5600-WRITE-ONE-TEAM-STANDING VARYING WS-TSD-IDX
005776           FROM 1 BY 1 UNTIL WS-TSD-IDX > WS-TEAM-STD-COUNT
005777     END-IF
005778     MOVE WS-TEAM-ROWS TO WS-TL-ROW-COUNT
005779     MOVE WS-TEAM-HASH TO WS-TL-HASH-TOTAL
005780     WRITE XT-EXTRACT-LINE FROM WS-TRAILER-LINE
005781     .
005782*****************************************************************
005783*    5100-LOAD-ONE-TEAM
005784*****************************************************************
005785 5100-LOAD-ONE-TEAM.
005786     READ TEAM-MASTER-FILE
005787         AT END
005788             MOVE "Y" TO WS-EOF-SWITCH
005789             GO TO 5100-EXIT
005790     END-READ
005791     IF WS-TEAM-COUNT >= 200
005792        DISPLAY "WEBEXTR - MORE THAN 200 TEAMS"
005793        GO TO 9999-ABEND
005794     END-IF
005795     ADD 1 TO WS-TEAM-COUNT
005796     SET WS-TEM-IDX TO WS-TEAM-COUNT
005797     MOVE TM-TEAM-ID   TO WS-TEM-TEAM-ID(WS-TEM-IDX)
005798     MOVE TM-TEAM-NAME TO WS-TEM-TEAM-NAME(WS-TEM-IDX)
005799     .
005800 5100-EXIT.
005801     EXIT
005802     .
005803*****************************************************************
005804*    5200-LOAD-ONE-TEAM-STANDING
005805*****************************************************************
005806 5200-LOAD-ONE-TEAM-STANDING.
005807     READ TEAM-STANDINGS-FILE
005808         AT END
005809             MOVE "Y" TO WS-EOF-SWITCH
005810             GO TO 5200-EXIT
005811     END-READ
005812     IF NOT WS-ALL-LEAGUES
005813        AND TS-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005814        GO TO 5200-EXIT
005815     END-IF
005816     IF WS-TEAM-STD-COUNT >= 200
005817        DISPLAY "WEBEXTR - MORE THAN 200 TEAM STANDINGS ROWS"
005818        GO TO 9999-ABEND
005819     END-IF
005820     ADD 1 TO WS-TEAM-STD-COUNT
005821     SET WS-TSD-IDX TO WS-TEAM-STD-COUNT
005822     MOVE TS-TEAM-ID         TO WS-TSD-TEAM-ID(WS-TSD-IDX)
005823     MOVE TS-LEAGUE-CODE     TO WS-TSD-LEAGUE-CODE(WS-TSD-IDX)
005824     MOVE TS-FIXTURES-PLAYED TO WS-TSD-PLAYED(WS-TSD-IDX)
005825     MOVE TS-FIXTURES-WON    TO WS-TSD-WON(WS-TSD-IDX)
005826     MOVE TS-FIXTURES-LOST   TO WS-TSD-LOST(WS-TSD-IDX)
005827     MOVE TS-FIXTURES-TIED   TO WS-TSD-TIED(WS-TSD-IDX)
005828     MOVE TS-MATCH-POINTS    TO WS-TSD-POINTS(WS-TSD-IDX)
005829     MOVE TS-POINTS-FOR      TO WS-TSD-FOR(WS-TSD-IDX)
005830     MOVE TS-POINTS-AGAINST  TO WS-TSD-AGAINST(WS-TSD-IDX)
005831     .
005832 5200-EXIT.
005833     EXIT
005834     .
005835*****************************************************************
005836*    5300-SORT-TEAM-STANDINGS
005837*        Simple exchange sort, by league, then match points and
005838*        points for, best first.
005839*****************************************************************
005840 5300-SORT-TEAM-STANDINGS.
005841     IF WS-TEAM-STD-COUNT > 1
005842        PERFORM 5400-BUBBLE-PASS VARYING WS-TSD-IDX
005843           FROM 1 BY 1 UNTIL WS-TSD-IDX >= WS-TEAM-STD-COUNT
005844     END-IF
005845     .
005846*****************************************************************
005847*    5400-BUBBLE-PASS
005848*****************************************************************
005849 5400-BUBBLE-PASS.
005850     PERFORM 5500-BUBBLE-COMPARE VARYING WS-TSD-IDX2
005851        FROM 1 BY 1
005852        UNTIL WS-TSD-IDX2 > WS-TEAM-STD-COUNT - WS-TSD-IDX
005853     .
005854*****************************************************************
005855*    5500-BUBBLE-COMPARE
005856*****************************************************************
005857 5500-BUBBLE-COMPARE.
005858     IF WS-TSD-LEAGUE-CODE(WS-TSD-IDX2) >
005859        WS-TSD-LEAGUE-CODE(WS-TSD-IDX2 + 1)
005860     OR (WS-TSD-LEAGUE-CODE(WS-TSD-IDX2) =
005861         WS-TSD-LEAGUE-CODE(WS-TSD-IDX2 + 1)
005862     AND WS-TSD-POINTS(WS-TSD-IDX2) <
005863         WS-TSD-POINTS(WS-TSD-IDX2 + 1))
005864     OR (WS-TSD-LEAGUE-CODE(WS-TSD-IDX2) =
005865         WS-TSD-LEAGUE-CODE(WS-TSD-IDX2 + 1)
005866     AND WS-TSD-POINTS(WS-TSD-IDX2) =
005867         WS-TSD-POINTS(WS-TSD-IDX2 + 1)
005868     AND WS-TSD-FOR(WS-TSD-IDX2) <
005869         WS-TSD-FOR(WS-TSD-IDX2 + 1))
005870        PERFORM 5550-SWAP-ENTRIES
005871     END-IF
005872     .
005873*****************************************************************
005874*    5550-SWAP-ENTRIES
005875*****************************************************************
005876 5550-SWAP-ENTRIES.
005877     MOVE WS-TEAM-STD-ENTRY(WS-TSD-IDX2) TO WS-SWAP-TEAM-STD-ENTRY
005878     MOVE WS-TEAM-STD-ENTRY(WS-TSD-IDX2 + 1) TO
005879         WS-TEAM-STD-ENTRY(WS-TSD-IDX2)
005880     MOVE WS-SWAP-TEAM-STD-ENTRY TO
005881         WS-TEAM-STD-ENTRY(WS-TSD-IDX2 + 1)
005882     .
005883*****************************************************************
005884*    5600-WRITE-ONE-TEAM-STANDING
005885*****************************************************************
005886 5600-WRITE-ONE-TEAM-STANDING.
005887     MOVE WS-TSD-TEAM-ID(WS-TSD-IDX) TO WS-TD-TEAM-ID
005888     MOVE WS-TSD-TEAM-ID(WS-TSD-IDX) TO WS-LOOKUP-TEAM-ID
005889     PERFORM 7200-LOOKUP-TEAM-NAME
005890     MOVE WS-TEAM-NAME                  TO WS-TD-TEAM-NAME
005891     MOVE WS-TSD-PLAYED(WS-TSD-IDX)     TO WS-TD-PLAYED
005892     MOVE WS-TSD-WON(WS-TSD-IDX)        TO WS-TD-WON
005893     MOVE WS-TSD-LOST(WS-TSD-IDX)       TO WS-TD-LOST
005894     MOVE WS-TSD-TIED(WS-TSD-IDX)       TO WS-TD-TIED
005895     MOVE WS-TSD-POINTS(WS-TSD-IDX)     TO WS-TD-POINTS
005896     MOVE WS-TSD-FOR(WS-TSD-IDX)        TO WS-TD-FOR
005897     MOVE WS-TSD-AGAINST(WS-TSD-IDX)    TO WS-TD-AGAINST
005898     MOVE WS-TSD-LEAGUE-CODE(WS-TSD-IDX) TO WS-TD-LEAGUE-CODE
005899     WRITE XT-EXTRACT-LINE FROM WS-TEAM-DETAIL-LINE
005900     IF NOT WS-TEAM-EXTRACT-OK
005901        DISPLAY "WEBEXTR - ERROR WRITING TEAM-EXTRACT "
005902            WS-TEAM-EXTRACT-STATUS
005903        GO TO 9999-ABEND
005904     END-IF
005905     ADD 1 TO WS-TEAM-ROWS
005906     ADD WS-TSD-FOR(WS-TSD-IDX) TO WS-TEAM-HASH
005907     .
005908*****************************************************************
005909*    7000-LOOKUP-PLAYER-NAME
005910*        Find the member's full name for a player id; an id not
005911*        on the master extracts as itself so it can be spotted.
005912*****************************************************************
005913 7000-LOOKUP-PLAYER-NAME.
005914     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME
005915     IF WS-MEMBER-COUNT > 0
005916        SET WS-MBR-IDX TO 1
005917        SEARCH WS-MEMBER-ENTRY
005918           AT END CONTINUE
005919           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
005920                WS-LOOKUP-PLAYER-ID
005921                MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
005922                    TO WS-PLAYER-NAME
005923        END-SEARCH
005924     END-IF
005930     .
005940*****************************************************************
005950*    7100-LOOKUP-DIVISION
005960*        Find the division the player competes in within the
005970*        league; a player with no assignment there extracts as
005975*        division "99".
005980*****************************************************************
005990 7100-LOOKUP-DIVISION.
006000     MOVE "99" TO WS-PLAYER-DIVISION
006040           AT END CONTINUE
006050           WHEN WS-DIV-PLAYER-ID(WS-DIV-IDX) =
006060                WS-LOOKUP-PLAYER-ID
006065            AND WS-DIV-LEAGUE-CODE(WS-DIV-IDX) =
006066                WS-LOOKUP-LEAGUE-CODE
006070                MOVE WS-DIV-CODE(WS-DIV-IDX)
006080                    TO WS-PLAYER-DIVISION
006090        END-SEARCH
006100     END-IF
006110     .
006111*****************************************************************
006112*    7200-LOOKUP-TEAM-NAME
006113*        Find the team's name; a team since dropped from the
006114*        team master extracts under its id.
006115*****************************************************************
006116 7200-LOOKUP-TEAM-NAME.
006117     MOVE WS-LOOKUP-TEAM-ID TO WS-TEAM-NAME
006118     IF WS-TEAM-COUNT > 0
006119        SET WS-TEM-IDX TO 1
006120        SEARCH WS-TEAM-ENTRY
006121           AT END CONTINUE
006122           WHEN WS-TEM-TEAM-ID(WS-TEM-IDX) = WS-LOOKUP-TEAM-ID
006123                MOVE WS-TEM-TEAM-NAME(WS-TEM-IDX) TO WS-TEAM-NAME
006124        END-SEARCH
006125     END-IF
006126     .
006127*****************************************************************
006130*    9000-TERMINATE
006140*****************************************************************
006150 9000-TERMINATE.
006160     CLOSE STANDINGS-EXTRACT
006170     CLOSE SCORESHEET-EXTRACT
006180     CLOSE RESULTS-EXTRACT
006181     CLOSE TEAM-EXTRACT
006182     MOVE ZERO TO JS-RETURN-CODE
006183     PERFORM 9900-END-JOB-STEP
006184     .
006185*****************************************************************
006186*    9900-END-JOB-STEP
006187*        Log the end of the step with its return code and its
006188*        key record counts.
006189*****************************************************************
006190 9900-END-JOB-STEP.
006191     MOVE "E" TO JS-REQUEST
006192     MOVE WS-STANDING-COUNT TO JS-INPUT-COUNT
006193     COMPUTE JS-OUTPUT-COUNT = WS-STND-ROWS + WS-SHT-ROWS
006194                             + WS-RES-ROWS + WS-TEAM-ROWS
006195     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
006196     .
006200*****************************************************************
006210*    9999-ABEND
006220*****************************************************************
006240     CLOSE STANDINGS-EXTRACT
006250     CLOSE SCORESHEET-EXTRACT
006260     CLOSE RESULTS-EXTRACT
006262     CLOSE TEAM-EXTRACT
006264     MOVE 16 TO JS-RETURN-CODE
006266     PERFORM 9900-END-JOB-STEP
006270     MOVE 16 TO RETURN-CODE
006280     STOP RUN
006290     .
