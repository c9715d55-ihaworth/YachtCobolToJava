000190*                    the awards on the NIGHT-POINTS master, and
000200*                    prints the points-race standings with each
000210*                    member's name and this week's award.
000211*    2026-10-15  DH  Pass over playoff games - the charter keeps
000212*                    the playoffs out of the points race.
000213*    2026-10-15  DH  Run a points race per league - the night's
000214*                    games are placed within their own league,
000215*                    the master keeps a row per player per
000216*                    league, the report prints each league
000217*                    under its own heading, and a LEAGCODE run
000218*                    awards one league only, carrying the other
000219*                    leagues' rows through unchanged.
000220*    2026-10-15  DH  Award only a night on the league calendar
000221*                    as a league night - scheduled, or the makeup
000222*                    night of one rescheduled.
000223*    2026-10-15  DH  Log the run's start and end on the nightly
000224*                    JOB-STEP-LOG through JOBSTEP.  The night is
000225*                    refused unless RECONCIL ended clean for it,
000226*                    short of the STEPOVR override.
000227*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000390     SELECT POINTS-RACE-REPORT ASSIGN TO NPTSRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000412     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000414         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS IS WS-CALENDAR-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  GAME-TOTALS-FILE
000530     05 NN-PLAYER-ID           PIC X(10).
000540     05 NN-SEASON-POINTS       PIC 9(05)V99.
000550     05 NN-NIGHTS-COUNTED      PIC 9(03).
000555     05 NN-LEAGUE-CODE         PIC X(02).
000560 FD  PLAYER-MASTER-FILE
000570     RECORDING MODE IS F.
000580     COPY PLAYMST.
000590 FD  POINTS-RACE-REPORT.
000600 01  RP-REPORT-LINE            PIC X(80).
000602 FD  LEAGUE-CALENDAR-FILE
000604     RECORDING MODE IS F.
000606     COPY LEAGCAL.
000610 WORKING-STORAGE SECTION.
000620*****************************************************************
000630*    FILE STATUS SWITCHES
000720     88 WS-PLAYER-MASTER-OK         VALUE "00".
000730 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000740     88 WS-REPORT-OK                VALUE "00".
000742 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
000744     88 WS-CALENDAR-OK              VALUE "00".
000750 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000760     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000770 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
000810*    THE SAME WAY THE FILE ASSIGNS ARE RESOLVED AT RUN TIME.
000820*****************************************************************
000830 77  WS-NIGHT-DATE             PIC 9(08) VALUE ZERO.
000831*****************************************************************
000832*    LEAGUE BEING AWARDED, SUPPLIED THE SAME WAY - SPACES
000833*    AWARDS EVERY LEAGUE, EACH PLACED AGAINST ITS OWN GAMES.
000834*****************************************************************
000835 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000836     88 WS-ALL-LEAGUES              VALUE SPACES.
000837*****************************************************************
000838*    LEAGUE CALENDAR GUARD - THE NIGHT MUST BE A LEAGUE NIGHT ON
000839*    THE CALENDAR OF THE LEAGUE BEING AWARDED, OR OF ANY LEAGUE
000840*    WHEN EVERY LEAGUE IS BEING AWARDED.
000841*****************************************************************
000842 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000843     88 WS-END-OF-CALENDAR          VALUE "Y".
000844 77  WS-LEAGUE-NIGHT-SWITCH    PIC X(01) VALUE "N".
000845     88 WS-LEAGUE-NIGHT-FOUND       VALUE "Y".
000846*****************************************************************
000850*    THE NIGHT'S GAMES, SORTED BY LEAGUE AND BEST TOTAL FIRST
000860*    SO THE WALK DOWN EACH LEAGUE'S RUN IS ITS PLACEMENT ORDER.
000870*****************************************************************
000880 77  WS-NIGHT-GAME-COUNT       PIC 9(05) COMP VALUE ZERO.
000890 01  WS-NIGHT-GAME-TABLE.
000920           INDEXED BY WS-NGM-IDX, WS-NGM-IDX2.
000930        10 WS-NGM-PLAYER-ID    PIC X(10).
000940        10 WS-NGM-TOTAL        PIC 999.
000945        10 WS-NGM-LEAGUE-CODE  PIC X(02).
000950 01  WS-SWAP-GAME-ENTRY.
000960     05 WS-SWAP-PLAYER-ID      PIC X(10).
000970     05 WS-SWAP-TOTAL          PIC 999.
000975     05 WS-SWAP-LEAGUE-CODE    PIC X(02).
000980*****************************************************************
000990*    TIE-GROUP CONTROLS - GAMES SHARING A TOTAL SPAN A RUN OF
001000*    PLACEMENTS AND SPLIT THE RUN'S POINTS EVENLY.
001060 77  WS-GROUP-POINTS           PIC 9(05)V99 VALUE ZERO.
001070 77  WS-SHARE-POINTS           PIC 9(05)V99 VALUE ZERO.
001080 77  WS-SLOT-POINTS            PIC 9(02) VALUE ZERO.
001082 77  WS-LEAGUE-FIRST           PIC 9(05) COMP VALUE ZERO.
001084 77  WS-PLACE-SUB              PIC 9(05) COMP VALUE ZERO.
001090*****************************************************************
001100*    THE POINTS-RACE MASTER CARRIED IN FROM THE LAST RUN, PLUS
001110*    A ROW FOR EACH PLAYER FIRST SCORING TONIGHT, WITH THIS
001200        10 WS-RAC-SEASON-PTS   PIC 9(05)V99.
001210        10 WS-RAC-NIGHTS       PIC 9(03).
001220        10 WS-RAC-WEEK-AWARD   PIC 9(05)V99.
001225        10 WS-RAC-LEAGUE-CODE  PIC X(02).
001230 01  WS-SWAP-RACE-ENTRY.
001240     05 WS-SWAP-RACE-PLAYER    PIC X(10).
001250     05 WS-SWAP-RACE-SEASON    PIC 9(05)V99.
001260     05 WS-SWAP-RACE-NIGHTS    PIC 9(03).
001270     05 WS-SWAP-RACE-AWARD     PIC 9(05)V99.
001275     05 WS-SWAP-RACE-LEAGUE    PIC X(02).
001280 77  WS-RACE-PLAYER-ID         PIC X(10) VALUE SPACES.
001285 77  WS-RACE-LEAGUE-CODE       PIC X(02) VALUE SPACES.
001290*****************************************************************
001300*    THE MEMBERSHIP'S FULL NAMES FOR THE PRINTED STANDINGS.
001310*****************************************************************
001470*    REPORT LINE WORK AREAS
001480*****************************************************************
001490 77  WS-RANK                   PIC 9(03) VALUE ZERO.
001495 77  WS-PRINT-LEAGUE-CODE      PIC X(02) VALUE HIGH-VALUES.
001500 01  WS-HEADING-LINE-1.
001510     05 FILLER                 PIC X(26) VALUE
001520         "POINTS RACE STANDINGS FOR ".
001530     05 WS-H1-NIGHT-DATE       PIC 9(08).
001535 01  WS-LEAGUE-HEADING.
001536     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
001537     05 WS-LH-LEAGUE-CODE      PIC X(02).
001540 01  WS-HEADING-LINE-2.
001550     05 FILLER                 PIC X(06) VALUE "RANK  ".
001560     05 FILLER                 PIC X(32) VALUE "PLAYER".
001670     05 WS-DL-SEASON-PTS       PIC ZZZZ9.99.
001680     05 FILLER                 PIC X(03) VALUE SPACES.
001690     05 WS-DL-NIGHTS           PIC ZZ9.
001691*****************************************************************
001692*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
001693*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
001694*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
001695*****************************************************************
001696     COPY JOBSTPL.
001700 PROCEDURE DIVISION.
001710*****************************************************************
001720*    0000-MAINLINE
001910        DISPLAY "NIGHTPTS - NPTSDATE NOT SUPPLIED"
001920        GO TO 9999-ABEND
001930     END-IF
001932     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001934     PERFORM 1900-CHECK-LEAGUE-NIGHT
001936     PERFORM 1950-START-JOB-STEP
001940     OPEN OUTPUT NEW-NIGHT-POINTS-FILE
001950     IF NOT WS-NEW-POINTS-OK
001960        DISPLAY "NIGHTPTS - CANNOT OPEN NEW-NIGHT-POINTS-FILE "
002420     MOVE NP-SEASON-POINTS  TO WS-RAC-SEASON-PTS(WS-RAC-IDX)
002430     MOVE NP-NIGHTS-COUNTED TO WS-RAC-NIGHTS(WS-RAC-IDX)
002440     MOVE 0                 TO WS-RAC-WEEK-AWARD(WS-RAC-IDX)
002445     MOVE NP-LEAGUE-CODE    TO WS-RAC-LEAGUE-CODE(WS-RAC-IDX)
002450     .
002460 1210-EXIT.
002470     EXIT
002830 1310-EXIT.
002840     EXIT
002850     .
002851*****************************************************************
002852*    1900-CHECK-LEAGUE-NIGHT
002853*        Refuse a night the calendar does not hold as a league
002854*        night - a mistyped NPTSDATE would otherwise award
002855*        points for a night that never happened.  A cancelled
002856*        night, or one rescheduled away, is not a league night;
002857*        the makeup night it moved to is.
002858*****************************************************************
002859 1900-CHECK-LEAGUE-NIGHT.
002860     OPEN INPUT LEAGUE-CALENDAR-FILE
002861     IF NOT WS-CALENDAR-OK
002862        DISPLAY "NIGHTPTS - CANNOT OPEN LEAGUE-CALENDAR-FILE "
002863            WS-CALENDAR-STATUS
002864        GO TO 9999-ABEND
002865     END-IF
002866     PERFORM 1910-SCAN-ONE-NIGHT THRU 1910-EXIT
002867         UNTIL WS-END-OF-CALENDAR
002868     CLOSE LEAGUE-CALENDAR-FILE
002869     IF NOT WS-LEAGUE-NIGHT-FOUND
002870        DISPLAY "NIGHTPTS - NIGHT " WS-NIGHT-DATE
002871            " IS NOT A LEAGUE NIGHT ON THE CALENDAR"
002872        GO TO 9999-ABEND
002873     END-IF
002874     .
002875*****************************************************************
002876*    1910-SCAN-ONE-NIGHT
002877*****************************************************************
002878 1910-SCAN-ONE-NIGHT.
002879     READ LEAGUE-CALENDAR-FILE
002880         AT END
002881             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
002882             GO TO 1910-EXIT
002883     END-READ
002884     IF LC-NIGHT-DATE = WS-NIGHT-DATE
002885        AND LC-LEAGUE-NIGHT
002886        AND (WS-ALL-LEAGUES
002887             OR LC-LEAGUE-CODE = WS-LEAGUE-CODE)
002888        MOVE "Y" TO WS-LEAGUE-NIGHT-SWITCH
002889     END-IF
002890     .
002891 1910-EXIT.
002892     EXIT
002893     .
002894*****************************************************************
002895*    1950-START-JOB-STEP
002896*        Log the start of the step on the JOB-STEP-LOG before
002897*        any output is opened.
002898*        RECONCIL must have ended clean for the night.
002899*****************************************************************
002900 1950-START-JOB-STEP.
002901     MOVE "S"             TO JS-REQUEST
002902     MOVE "NIGHTPTS"      TO JS-PROGRAM-ID
002903     MOVE WS-NIGHT-DATE   TO JS-NIGHT-DATE
002904     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
002905     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
002906     IF JS-STEP-REFUSED
002907        DISPLAY "NIGHTPTS - STEP REFUSED - " JS-REFUSAL-MESSAGE
002908        GO TO 9999-ABEND
002909     END-IF
002910     .
002911*****************************************************************
002912*    2000-LOAD-NIGHT-GAMES
002913*****************************************************************
002914 2000-LOAD-NIGHT-GAMES.
002915     OPEN INPUT GAME-TOTALS-FILE
002916     IF NOT WS-GAME-TOTALS-OK
002920        DISPLAY "NIGHTPTS - CANNOT OPEN GAME-TOTALS-FILE "
002930            WS-GAME-TOTALS-STATUS
002940        GO TO 9999-ABEND
003100     IF GT-GAME-DATE NOT = WS-NIGHT-DATE
003110        GO TO 2100-EXIT
003120     END-IF
003121     IF GT-PLAYOFF-GAME
003122        GO TO 2100-EXIT
003123     END-IF
003124     IF NOT WS-ALL-LEAGUES
003125        AND GT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003126        GO TO 2100-EXIT
003127     END-IF
003130     IF WS-NIGHT-GAME-COUNT >= 500
003140        DISPLAY "NIGHTPTS - MORE THAN 500 NIGHT GAMES"
003150        GO TO 9999-ABEND
003180     SET WS-NGM-IDX TO WS-NIGHT-GAME-COUNT
003190     MOVE GT-PLAYER-ID  TO WS-NGM-PLAYER-ID(WS-NGM-IDX)
003200     MOVE GT-GAME-TOTAL TO WS-NGM-TOTAL(WS-NGM-IDX)
003205     MOVE GT-LEAGUE-CODE TO WS-NGM-LEAGUE-CODE(WS-NGM-IDX)
003210     .
003220 2100-EXIT.
003230     EXIT
003240     .
003250*****************************************************************
003260*    3000-SORT-NIGHT-GAMES
003270*        Simple exchange sort, by league and best total first -
003280*        the walk down each league's run of the sorted table is
003285*        that league's placement order for the night.
003290*****************************************************************
003300 3000-SORT-NIGHT-GAMES.
003310     IF WS-NIGHT-GAME-COUNT > 1
003450*    3200-BUBBLE-COMPARE
003460*****************************************************************
003470 3200-BUBBLE-COMPARE.
003475     IF WS-NGM-LEAGUE-CODE(WS-NGM-IDX2) >
003476        WS-NGM-LEAGUE-CODE(WS-NGM-IDX2 + 1)
003477        OR (WS-NGM-LEAGUE-CODE(WS-NGM-IDX2) =
003478            WS-NGM-LEAGUE-CODE(WS-NGM-IDX2 + 1)
003480        AND WS-NGM-TOTAL(WS-NGM-IDX2) <
003485            WS-NGM-TOTAL(WS-NGM-IDX2 + 1))
003490        PERFORM 3300-SWAP-ENTRIES
003500     END-IF
003510     .
003650*        sharing a total span a run of placements and split the
003660*        run's points evenly, so two tied for first take
003670*        (10 + 7) / 2 apiece and the schedule stays whole.
003675*        Each league's games are placed from first again.
003680*****************************************************************
003690 4000-AWARD-PLACEMENTS.
003700     MOVE 1 TO WS-GROUP-FIRST
003705     MOVE 1 TO WS-LEAGUE-FIRST
003710     .
003720 4000-NEXT-GROUP.
003730     IF WS-GROUP-FIRST > WS-NIGHT-GAME-COUNT
003740        GO TO 4000-EXIT
003750     END-IF
003752     IF WS-NGM-LEAGUE-CODE(WS-GROUP-FIRST) NOT =
003754        WS-NGM-LEAGUE-CODE(WS-LEAGUE-FIRST)
003756        MOVE WS-GROUP-FIRST TO WS-LEAGUE-FIRST
003758     END-IF
003760     PERFORM 4100-SIZE-TIE-GROUP
003770     PERFORM 4200-SPLIT-GROUP-POINTS
003780     PERFORM 4300-AWARD-ONE-GROUP
003840     .
003850*****************************************************************
003860*    4100-SIZE-TIE-GROUP
003870*        Stretch the group to every following game in the same
003880*        league that shares the leading game's total.
003890*****************************************************************
003900 4100-SIZE-TIE-GROUP.
003910     MOVE WS-GROUP-FIRST TO WS-GROUP-LAST
003930         UNTIL WS-GROUP-LAST >= WS-NIGHT-GAME-COUNT
003940            OR WS-NGM-TOTAL(WS-GROUP-LAST + 1) NOT =
003945               WS-NGM-TOTAL(WS-GROUP-FIRST)
003946            OR WS-NGM-LEAGUE-CODE(WS-GROUP-LAST + 1) NOT =
003947               WS-NGM-LEAGUE-CODE(WS-GROUP-FIRST)
003950     COMPUTE WS-GROUP-SIZE =
003960         WS-GROUP-LAST - WS-GROUP-FIRST + 1
003970     .
004180*    4250-ADD-ONE-SLOT
004190*****************************************************************
004200 4250-ADD-ONE-SLOT.
004205     COMPUTE WS-PLACE-SUB = WS-GROUP-SUB - WS-LEAGUE-FIRST + 1
004210     EVALUATE WS-PLACE-SUB
004220     WHEN 1
004230        MOVE 10 TO WS-SLOT-POINTS
004240     WHEN 2
004440 4350-AWARD-ONE-GAME.
004450     SET WS-NGM-IDX TO WS-GROUP-SUB
004460     MOVE WS-NGM-PLAYER-ID(WS-NGM-IDX) TO WS-RACE-PLAYER-ID
004465     MOVE WS-NGM-LEAGUE-CODE(WS-NGM-IDX) TO WS-RACE-LEAGUE-CODE
004470     PERFORM 4500-FIND-OR-ADD-RACER
004480     ADD WS-SHARE-POINTS TO WS-RAC-SEASON-PTS(WS-RAC-IDX)
004490     ADD WS-SHARE-POINTS TO WS-RAC-WEEK-AWARD(WS-RAC-IDX)
004590           AT END PERFORM 4550-ADD-RACER
004600           WHEN WS-RAC-PLAYER-ID(WS-RAC-IDX) =
004610                WS-RACE-PLAYER-ID
004615            AND WS-RAC-LEAGUE-CODE(WS-RAC-IDX) =
004617                WS-RACE-LEAGUE-CODE
004620                CONTINUE
004630        END-SEARCH
004640     ELSE
004760     ADD 1 TO WS-RACE-COUNT
004770     SET WS-RAC-IDX TO WS-RACE-COUNT
004780     MOVE WS-RACE-PLAYER-ID TO WS-RAC-PLAYER-ID(WS-RAC-IDX)
004785     MOVE WS-RACE-LEAGUE-CODE TO WS-RAC-LEAGUE-CODE(WS-RAC-IDX)
004790     MOVE 0 TO WS-RAC-SEASON-PTS(WS-RAC-IDX)
004800     MOVE 0 TO WS-RAC-NIGHTS(WS-RAC-IDX)
004810     MOVE 0 TO WS-RAC-WEEK-AWARD(WS-RAC-IDX)
005010     MOVE WS-RAC-PLAYER-ID(WS-RAC-IDX)  TO NN-PLAYER-ID
005020     MOVE WS-RAC-SEASON-PTS(WS-RAC-IDX) TO NN-SEASON-POINTS
005030     MOVE WS-RAC-NIGHTS(WS-RAC-IDX)     TO NN-NIGHTS-COUNTED
005035     MOVE WS-RAC-LEAGUE-CODE(WS-RAC-IDX) TO NN-LEAGUE-CODE
005040     WRITE NN-NIGHT-POINTS-RECORD
005050     IF NOT WS-NEW-POINTS-OK
005060        DISPLAY "NIGHTPTS - ERROR WRITING NEW-NIGHT-POINTS-FILE "
005110     .
005120*****************************************************************
005130*    5000-SORT-RACE
005140*        Simple exchange sort, by league and descending by
005150*        season points, for the printed points-race standings.
005160*****************************************************************
005170 5000-SORT-RACE.
005180     IF WS-RACE-COUNT > 1
005320*    5200-BUBBLE-COMPARE
005330*****************************************************************
005340 5200-BUBBLE-COMPARE.
005345     IF WS-RAC-LEAGUE-CODE(WS-RAC-IDX2) >
005346        WS-RAC-LEAGUE-CODE(WS-RAC-IDX2 + 1)
005347        OR (WS-RAC-LEAGUE-CODE(WS-RAC-IDX2) =
005348            WS-RAC-LEAGUE-CODE(WS-RAC-IDX2 + 1)
005350        AND WS-RAC-SEASON-PTS(WS-RAC-IDX2) <
005360            WS-RAC-SEASON-PTS(WS-RAC-IDX2 + 1))
005370        PERFORM 5300-SWAP-ENTRIES
005380     END-IF
005390     .
005480     .
005490*****************************************************************
005500*    6000-PRINT-REPORT
005502*        Each league's race prints under its own heading, ranked
005504*        from one; a LEAGCODE run prints that league only.
005510*****************************************************************
005520 6000-PRINT-REPORT.
005550     IF WS-RACE-COUNT > 0
005560        PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005565           VARYING WS-RAC-IDX
005570           FROM 1 BY 1 UNTIL WS-RAC-IDX > WS-RACE-COUNT
005575     ELSE
005577        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
005580     END-IF
005590     .
005600*****************************************************************
005610*    6100-PRINT-ONE-LINE
005620*****************************************************************
005630 6100-PRINT-ONE-LINE.
005631     IF NOT WS-ALL-LEAGUES
005632        AND WS-RAC-LEAGUE-CODE(WS-RAC-IDX) NOT = WS-LEAGUE-CODE
005633        GO TO 6100-EXIT
005634     END-IF
005635     IF WS-RAC-LEAGUE-CODE(WS-RAC-IDX) NOT = WS-PRINT-LEAGUE-CODE
005636        MOVE WS-RAC-LEAGUE-CODE(WS-RAC-IDX)
005637            TO WS-PRINT-LEAGUE-CODE
005638        MOVE WS-PRINT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
005639        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
005640        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
005641        MOVE 0 TO WS-RANK
005642     END-IF
005643     ADD 1 TO WS-RANK
005650     MOVE WS-RANK TO WS-DL-RANK
005660     MOVE WS-RAC-PLAYER-ID(WS-RAC-IDX) TO WS-LOOKUP-PLAYER-ID
005670     PERFORM 6200-LOOKUP-PLAYER-NAME
005710     MOVE WS-RAC-NIGHTS(WS-RAC-IDX)     TO WS-DL-NIGHTS
005720     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005730     .
005735 6100-EXIT.
005737     EXIT
005739     .
005740*****************************************************************
005750*    6200-LOOKUP-PLAYER-NAME
005760*        Find the member's full name for a player id; an id not
005950 9000-TERMINATE.
005960     CLOSE NEW-NIGHT-POINTS-FILE
005970     CLOSE POINTS-RACE-REPORT
005971     MOVE ZERO TO JS-RETURN-CODE
005972     PERFORM 9900-END-JOB-STEP
005973     .
005974*****************************************************************
005975*    9900-END-JOB-STEP
005976*        Log the end of the step with its return code and its
005977*        key record counts.
005978*****************************************************************
005979 9900-END-JOB-STEP.
005980     MOVE "E" TO JS-REQUEST
005981     MOVE WS-NIGHT-GAME-COUNT TO JS-INPUT-COUNT
005982     MOVE WS-ROWS-WRITTEN     TO JS-OUTPUT-COUNT
005983     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
005984     .
005990*****************************************************************
006000*    9999-ABEND
006010*****************************************************************
006020 9999-ABEND.
006030     CLOSE NEW-NIGHT-POINTS-FILE
006040     CLOSE POINTS-RACE-REPORT
006042     MOVE 16 TO JS-RETURN-CODE
006044     PERFORM 9900-END-JOB-STEP
006050     MOVE 16 TO RETURN-CODE
006060     STOP RUN
006070     .
