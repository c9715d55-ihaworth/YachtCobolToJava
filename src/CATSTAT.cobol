000166*                    date-range controls fall away and the
000167*                    report covers the season to date.  The
000168*                    audit log stays the audit source.
000170*    2026-10-15  DH  A LEAGCODE run tallies one league's summary
000172*                    rows only and names the league in the
000174*                    heading.
000176*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 INPUT-OUTPUT SECTION.
000420     88 WS-REPORT-OK                VALUE "00".
000430 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000440     88 WS-END-OF-SUMMARY           VALUE "Y".
000441*****************************************************************
000442*    LEAGUE BEING TALLIED, SUPPLIED THROUGH THE ENVIRONMENT -
000443*    SPACES TALLIES EVERY LEAGUE TOGETHER.
000444*****************************************************************
000445 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000446     88 WS-ALL-LEAGUES              VALUE SPACES.
000520*****************************************************************
000530*    THE TWELVE CATEGORIES IN THE ORDER THE SCORESHEET PRINTS
000540*    THEM, WITH EACH ONE'S RUNNING TALLIES BESIDE ITS NAME.
001020 01  WS-HEADING-LINE-2.
001030     05 FILLER                 PIC X(16) VALUE
001040         "SEASON TO DATE".
001050     05 WS-H2-LEAGUE           PIC X(11) VALUE "ALL LEAGUES".
001060 01  WS-LEAGUE-NAME-AREA.
001062     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
001064     05 WS-LN-LEAGUE-CODE      PIC X(02).
001070 01  WS-HEADING-LINE-3.
001080     05 FILLER                 PIC X(17) VALUE "CATEGORY".
001090     05 FILLER                 PIC X(09) VALUE "CLAIMED  ".
001470*    1000-INITIALIZE
001480*****************************************************************
001490 1000-INITIALIZE.
001500     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001510     IF NOT WS-ALL-LEAGUES
001520        MOVE WS-LEAGUE-CODE      TO WS-LN-LEAGUE-CODE
001530        MOVE WS-LEAGUE-NAME-AREA TO WS-H2-LEAGUE
001540     END-IF
001550     OPEN INPUT SEASON-SUMMARY-FILE
001560     IF NOT WS-SUMMARY-OK
001570        DISPLAY "CATSTAT - CANNOT OPEN SEASON-SUMMARY-FILE "
001790*        Fold one player's summary row into the league-wide
001800*        category tallies and the Yacht headlines - the row
001810*        already carries the player's season-to-date counts.
001815*        Another league's row is passed over.
001820*****************************************************************
001830 2000-TALLY-ONE-ROW.
001840     IF NOT WS-ALL-LEAGUES
001850        AND SM-LEAGUE-CODE NOT = WS-LEAGUE-CODE
001860        PERFORM 1100-READ-SUMMARY
001870        GO TO 2000-EXIT
001880     END-IF
001890     PERFORM 2100-TALLY-ONE-CATEGORY
001900         VARYING WS-CATEGORY-SUB FROM 1 BY 1
001910         UNTIL WS-CATEGORY-SUB > 12
