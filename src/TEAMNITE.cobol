000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TEAMNITE.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - the nightly run of the team
000110*                    competition.  Rolls each team's members'
000120*                    games for the night (TEAMDATE names it) off
000130*                    GAME-TOTALS, each game adjusted by the
000140*                    member's handicap in effect on the night,
000150*                    into the team's night total; a member whose
000160*                    seat was forfeited on MATCH-RESULTS scores
000170*                    zero.
000180*                    Scores the night's team-versus-team fixtures
000190*                    off those totals - two match points for a
000200*                    win, one each for a tie - carries the season
000210*                    record forward on the TEAM-STANDINGS master,
000220*                    and prints the night's team scores, the
000230*                    fixture results and the team standings.
000240*                    Playoff games and tables are passed over.  A
000250*                    LEAGCODE run scores one league only, carrying
000260*                    the other leagues' rows through unchanged.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TEAM-MASTER-FILE ASSIGN TO TEAMMAST
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-TEAM-MASTER-STATUS.
000350     SELECT GAME-TOTALS-FILE ASSIGN TO GAMETOTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-GAME-TOTALS-STATUS.
000380     SELECT HANDICAP-FILE ASSIGN TO HCAPFILE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-HANDICAP-STATUS.
000410     SELECT MATCH-RESULTS-FILE ASSIGN TO MATCHRES
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-MATCH-RESULTS-STATUS.
000440     SELECT TEAM-FIXTURE-FILE ASSIGN TO TEAMFIX
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FIXTURE-STATUS.
000470     SELECT OLD-STANDINGS-FILE ASSIGN TO TEAMSTD
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-OLD-STANDINGS-STATUS.
000500     SELECT NEW-STANDINGS-FILE ASSIGN TO TEAMSTDN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-NEW-STANDINGS-STATUS.
000530     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000560     SELECT TEAM-REPORT ASSIGN TO TEAMRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TEAM-MASTER-FILE
000620     RECORDING MODE IS F.
000630     COPY TEAMMST.
000640 FD  GAME-TOTALS-FILE
000650     RECORDING MODE IS F.
000660     COPY GAMETOT.
000670 FD  HANDICAP-FILE
000680     RECORDING MODE IS F.
000690     COPY HCAPFILE.
000700 FD  MATCH-RESULTS-FILE
000710     RECORDING MODE IS F.
000720     COPY MATCHRES.
000730 FD  TEAM-FIXTURE-FILE
000740     RECORDING MODE IS F.
000750     COPY TEAMFIX.
000760 FD  OLD-STANDINGS-FILE
000770     RECORDING MODE IS F.
000780     COPY TEAMSTD.
000790 FD  NEW-STANDINGS-FILE
000800     RECORDING MODE IS F.
000810 01  NS-TEAM-STANDING-RECORD.
000820     05 NS-TEAM-ID             PIC X(06).
000830     05 NS-LEAGUE-CODE         PIC X(02).
000840     05 NS-FIXTURES-PLAYED     PIC 9(03).
000850     05 NS-FIXTURES-WON        PIC 9(03).
000860     05 NS-FIXTURES-LOST       PIC 9(03).
000870     05 NS-FIXTURES-TIED       PIC 9(03).
000880     05 NS-MATCH-POINTS        PIC 9(04).
000890     05 NS-POINTS-FOR          PIC 9(07).
000900     05 NS-POINTS-AGAINST      PIC 9(07).
000910 FD  PLAYER-MASTER-FILE
000920     RECORDING MODE IS F.
000930     COPY PLAYMST.
000940 FD  TEAM-REPORT.
000950 01  RP-REPORT-LINE            PIC X(80).
000960 WORKING-STORAGE SECTION.
000970*****************************************************************
000980*    FILE STATUS SWITCHES
000990*****************************************************************
001000 77  WS-TEAM-MASTER-STATUS     PIC X(02) VALUE SPACES.
001010     88 WS-TEAM-MASTER-OK           VALUE "00".
001020 77  WS-GAME-TOTALS-STATUS     PIC X(02) VALUE SPACES.
001030     88 WS-GAME-TOTALS-OK           VALUE "00".
001040 77  WS-HANDICAP-STATUS        PIC X(02) VALUE SPACES.
001050     88 WS-HANDICAP-OK              VALUE "00".
001060 77  WS-MATCH-RESULTS-STATUS   PIC X(02) VALUE SPACES.
001070     88 WS-MATCH-RESULTS-OK         VALUE "00".
001080 77  WS-FIXTURE-STATUS         PIC X(02) VALUE SPACES.
001090     88 WS-FIXTURE-OK               VALUE "00".
001100 77  WS-OLD-STANDINGS-STATUS   PIC X(02) VALUE SPACES.
001110     88 WS-OLD-STANDINGS-OK         VALUE "00".
001120 77  WS-NEW-STANDINGS-STATUS   PIC X(02) VALUE SPACES.
001130     88 WS-NEW-STANDINGS-OK         VALUE "00".
001140 77  WS-PLAYER-MASTER-STATUS   PIC X(02) VALUE SPACES.
001150     88 WS-PLAYER-MASTER-OK         VALUE "00".
001160 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
001170     88 WS-REPORT-OK                VALUE "00".
001180 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
001190     88 WS-END-OF-INPUT-FILE        VALUE "Y".
001200 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
001210     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
001220*****************************************************************
001230*    THE NIGHT BEING SCORED, SUPPLIED THROUGH THE ENVIRONMENT
001240*    THE SAME WAY THE FILE ASSIGNS ARE RESOLVED AT RUN TIME.
001250*****************************************************************
001260 77  WS-NIGHT-DATE             PIC 9(08) VALUE ZERO.
001270*****************************************************************
001280*    LEAGUE BEING SCORED, SUPPLIED THE SAME WAY - SPACES SCORES
001290*    EVERY LEAGUE, EACH TEAM AGAINST ITS OWN LEAGUE'S GAMES.
001300*****************************************************************
001310 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
001320     88 WS-ALL-LEAGUES              VALUE SPACES.
001330*****************************************************************
001340*    THE TEAMS BEING SCORED, FROM THE TEAM MASTER, WITH EACH
001350*    TEAM'S TOTAL FOR THE NIGHT.
001360*****************************************************************
001370 77  WS-TEAM-COUNT             PIC 9(05) COMP VALUE ZERO.
001380 01  WS-TEAM-TABLE.
001390     05 WS-TEAM-ENTRY OCCURS 1 TO 200 TIMES
001400           DEPENDING ON WS-TEAM-COUNT
001410           INDEXED BY WS-TEM-IDX, WS-TEM-IDX2.
001420        10 WS-TEM-TEAM-ID      PIC X(06).
001430        10 WS-TEM-TEAM-NAME    PIC X(30).
001440        10 WS-TEM-LEAGUE-CODE  PIC X(02).
001450        10 WS-TEM-NIGHT-TOTAL  PIC 9(05).
001460*****************************************************************
001470*    ONE SEAT PER TEAM MEMBER, FOUR TO A TEAM IN TEAM-TABLE
001480*    ORDER, SO TEAM N'S MEMBERS SIT AT SEATS 4N-3 THROUGH 4N.
001490*    EACH SEAT GATHERS THE MEMBER'S GAMES AND HANDICAP FOR THE
001500*    NIGHT, AND ANY SEAT THE MEMBER FORFEITED.
001510*****************************************************************
001520 77  WS-SEAT-COUNT             PIC 9(05) COMP VALUE ZERO.
001530 01  WS-SEAT-TABLE.
001540     05 WS-SEAT-ENTRY OCCURS 1 TO 800 TIMES
001550           DEPENDING ON WS-SEAT-COUNT
001560           INDEXED BY WS-SET-IDX.
001570        10 WS-SET-PLAYER-ID    PIC X(10).
001580        10 WS-SET-LEAGUE-CODE  PIC X(02).
001590        10 WS-SET-GAMES        PIC 9(02).
001600        10 WS-SET-PINS         PIC 9(04).
001610        10 WS-SET-HANDICAP     PIC 9(04).
001620        10 WS-SET-FORFEITS     PIC 9(01).
001630 77  WS-SLOT                   PIC 9(02) COMP VALUE ZERO.
001640 77  WS-SEAT-SUB               PIC 9(05) COMP VALUE ZERO.
001650 77  WS-MR-SEAT-SUB            PIC 9(01) COMP VALUE ZERO.
001660 77  WS-FIND-PLAYER-ID         PIC X(10) VALUE SPACES.
001670 77  WS-FIND-LEAGUE-CODE       PIC X(02) VALUE SPACES.
001680 77  WS-SEAT-FOUND-SWITCH      PIC X(01) VALUE "N".
001690     88 WS-SEAT-FOUND               VALUE "Y".
001700*****************************************************************
001710*    EVERY DATED HANDICAP ROW - A GAME IS ADJUSTED BY THE
001720*    PLAYER'S ROW WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
001730*    THE NIGHT IN THE GAME'S LEAGUE, THE SAME PICK THE SEASON
001740*    SUMMARY UPDATE MAKES.
001750*****************************************************************
001760 77  WS-HANDICAP-COUNT         PIC 9(05) COMP VALUE ZERO.
001770 01  WS-HANDICAP-TABLE.
001780     05 WS-HANDICAP-ENTRY OCCURS 1 TO 1000 TIMES
001790           DEPENDING ON WS-HANDICAP-COUNT
001800           INDEXED BY WS-HCP-IDX.
001810        10 WS-HCP-PLAYER-ID    PIC X(10).
001820        10 WS-HCP-HANDICAP     PIC 9(03).
001830        10 WS-HCP-EFFECTIVE    PIC 9(08).
001840        10 WS-HCP-LEAGUE-CODE  PIC X(02).
001850 77  WS-BEST-EFFECTIVE         PIC 9(08) VALUE ZERO.
001860 77  WS-GAME-HANDICAP          PIC 9(03) VALUE ZERO.
001870*****************************************************************
001880*    THE TEAM STANDINGS CARRIED IN FROM THE LAST RUN, PLUS A ROW
001890*    FOR EACH TEAM FIRST PLAYING TONIGHT.
001900*****************************************************************
001910 77  WS-STANDING-COUNT         PIC 9(05) COMP VALUE ZERO.
001920 01  WS-STANDING-TABLE.
001930     05 WS-STANDING-ENTRY OCCURS 1 TO 200 TIMES
001940           DEPENDING ON WS-STANDING-COUNT
001950           INDEXED BY WS-STD-IDX, WS-STD-IDX2.
001960        10 WS-STD-TEAM-ID      PIC X(06).
001970        10 WS-STD-LEAGUE-CODE  PIC X(02).
001980        10 WS-STD-PLAYED       PIC 9(03).
001990        10 WS-STD-WON          PIC 9(03).
002000        10 WS-STD-LOST         PIC 9(03).
002010        10 WS-STD-TIED         PIC 9(03).
002020        10 WS-STD-POINTS       PIC 9(04).
002030        10 WS-STD-FOR          PIC 9(07).
002040        10 WS-STD-AGAINST      PIC 9(07).
002050 01  WS-SWAP-STANDING-ENTRY    PIC X(38).
002060 77  WS-STANDING-TEAM-ID       PIC X(06) VALUE SPACES.
002070 77  WS-STANDING-LEAGUE-CODE   PIC X(02) VALUE SPACES.
002080*****************************************************************
002090*    THE FIXTURE BEING SCORED
002100*****************************************************************
002110 77  WS-HOME-SUB               PIC 9(05) COMP VALUE ZERO.
002120 77  WS-AWAY-SUB               PIC 9(05) COMP VALUE ZERO.
002130 77  WS-HOME-TOTAL             PIC 9(05) VALUE ZERO.
002140 77  WS-AWAY-TOTAL             PIC 9(05) VALUE ZERO.
002150 77  WS-FIND-TEAM-ID           PIC X(06) VALUE SPACES.
002160 77  WS-FOUND-TEAM-SUB         PIC 9(05) COMP VALUE ZERO.
002170*****************************************************************
002180*    THE MEMBERSHIP'S FULL NAMES FOR THE PRINTED TEAM SCORES.
002190*****************************************************************
002200 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
002210 01  WS-MEMBER-TABLE.
002220     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
002230           DEPENDING ON WS-MEMBER-COUNT
002240           INDEXED BY WS-MBR-IDX.
002250        10 WS-MBR-PLAYER-ID    PIC X(10).
002260        10 WS-MBR-PLAYER-NAME  PIC X(30).
002270 77  WS-PLAYER-NAME            PIC X(30) VALUE SPACES.
002280 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
002290 77  WS-TEAM-NAME              PIC X(30) VALUE SPACES.
002300*****************************************************************
002310*    RUN COUNTS
002320*****************************************************************
002330 77  WS-GAMES-ROLLED           PIC 9(05) COMP VALUE ZERO.
002340 77  WS-FIXTURES-SCORED        PIC 9(05) COMP VALUE ZERO.
002350 77  WS-FIXTURES-REJECTED      PIC 9(05) COMP VALUE ZERO.
002360 77  WS-ROWS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
002370*****************************************************************
002380*    REPORT LINE WORK AREAS
002390*****************************************************************
002400 77  WS-RANK                   PIC 9(03) VALUE ZERO.
002410 77  WS-PRINT-LEAGUE-CODE      PIC X(02) VALUE HIGH-VALUES.
002420 01  WS-HEADING-LINE-1.
002430     05 FILLER                 PIC X(21) VALUE
002440         "TEAM COMPETITION FOR ".
002450     05 WS-H1-NIGHT-DATE       PIC 9(08).
002460     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
002470     05 WS-H1-LEAGUE           PIC X(03).
002480 01  WS-SCORES-HEADING.
002490     05 FILLER                 PIC X(20) VALUE
002500         "TEAM SCORES".
002510 01  WS-TEAM-LINE.
002520     05 FILLER                 PIC X(05) VALUE "TEAM ".
002530     05 WS-TL-TEAM-ID          PIC X(06).
002540     05 FILLER                 PIC X(02) VALUE SPACES.
002550     05 WS-TL-TEAM-NAME        PIC X(30).
002560     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
002570     05 WS-TL-LEAGUE-CODE      PIC X(02).
002580     05 FILLER                 PIC X(15) VALUE
002590         "  NIGHT TOTAL ".
002600     05 WS-TL-NIGHT-TOTAL      PIC ZZZZ9.
002610 01  WS-MEMBER-LINE.
002620     05 FILLER                 PIC X(06) VALUE SPACES.
002630     05 WS-ML-PLAYER-NAME      PIC X(30).
002640     05 FILLER                 PIC X(07) VALUE " GAMES ".
002650     05 WS-ML-GAMES            PIC Z9.
002660     05 FILLER                 PIC X(06) VALUE " PINS ".
002670     05 WS-ML-PINS             PIC ZZZ9.
002680     05 FILLER                 PIC X(05) VALUE " HCP ".
002690     05 WS-ML-HANDICAP         PIC ZZZ9.
002700     05 FILLER                 PIC X(01) VALUE SPACE.
002710     05 WS-ML-NOTE             PIC X(13).
002720 01  WS-FIXTURE-HEADING.
002730     05 FILLER                 PIC X(20) VALUE
002740         "FIXTURES".
002750 01  WS-FIXTURE-LINE.
002760     05 FILLER                 PIC X(03) VALUE SPACES.
002770     05 WS-FL-LEAGUE-CODE      PIC X(02).
002780     05 FILLER                 PIC X(02) VALUE SPACES.
002790     05 WS-FL-HOME-TEAM-ID     PIC X(06).
002800     05 FILLER                 PIC X(01) VALUE SPACE.
002810     05 WS-FL-HOME-TOTAL       PIC ZZZZ9.
002820     05 FILLER                 PIC X(04) VALUE "  V ".
002830     05 WS-FL-AWAY-TEAM-ID     PIC X(06).
002840     05 FILLER                 PIC X(01) VALUE SPACE.
002850     05 WS-FL-AWAY-TOTAL       PIC ZZZZ9.
002860     05 FILLER                 PIC X(02) VALUE SPACES.
002870     05 WS-FL-RESULT           PIC X(40).
002880 01  WS-LEAGUE-HEADING.
002890     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
002900     05 WS-LH-LEAGUE-CODE      PIC X(02).
002910 01  WS-STANDINGS-HEADING.
002920     05 FILLER                 PIC X(06) VALUE "RANK  ".
002930     05 FILLER                 PIC X(30) VALUE "TEAM".
002940     05 FILLER                 PIC X(16) VALUE
002950         "  P   W   L   T".
002960     05 FILLER                 PIC X(21) VALUE
002970         "  PTS     FOR AGAINST".
002980 01  WS-STANDING-LINE.
002990     05 WS-SL-RANK             PIC ZZ9.
003000     05 FILLER                 PIC X(03) VALUE SPACES.
003010     05 WS-SL-TEAM-ID          PIC X(06).
003020     05 FILLER                 PIC X(01) VALUE SPACE.
003030     05 WS-SL-TEAM-NAME        PIC X(22).
003040     05 FILLER                 PIC X(01) VALUE SPACE.
003050     05 WS-SL-PLAYED           PIC ZZ9.
003060     05 FILLER                 PIC X(01) VALUE SPACE.
003070     05 WS-SL-WON              PIC ZZ9.
003080     05 FILLER                 PIC X(01) VALUE SPACE.
003090     05 WS-SL-LOST             PIC ZZ9.
003100     05 FILLER                 PIC X(01) VALUE SPACE.
003110     05 WS-SL-TIED             PIC ZZ9.
003120     05 FILLER                 PIC X(01) VALUE SPACE.
003130     05 WS-SL-POINTS           PIC ZZZ9.
003140     05 FILLER                 PIC X(01) VALUE SPACE.
003150     05 WS-SL-FOR              PIC ZZZZZZ9.
003160     05 FILLER                 PIC X(01) VALUE SPACE.
003170     05 WS-SL-AGAINST          PIC ZZZZZZ9.
003180 01  WS-COUNT-LINE.
003190     05 WS-CL-LABEL            PIC X(30).
003200     05 WS-CL-COUNT            PIC ZZ,ZZ9.
003210 PROCEDURE DIVISION.
003220*****************************************************************
003230*    0000-MAINLINE
003240*****************************************************************
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE
003270     PERFORM 2000-MARK-FORFEITS
003280     PERFORM 3000-ROLL-UP-GAMES
003290     PERFORM 4000-PRINT-TEAM-SCORES
003300     PERFORM 5000-SCORE-FIXTURES
003310     PERFORM 6000-WRITE-NEW-STANDINGS
003320     PERFORM 7000-SORT-STANDINGS
003330     PERFORM 8000-PRINT-STANDINGS
003340     PERFORM 8500-PRINT-COUNTS
003350     PERFORM 9000-TERMINATE
003360     STOP RUN
003370     .
003380*****************************************************************
003390*    1000-INITIALIZE
003400*****************************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WS-NIGHT-DATE FROM ENVIRONMENT "TEAMDATE"
003430     IF WS-NIGHT-DATE = ZERO
003440        DISPLAY "TEAMNITE - TEAMDATE NOT SUPPLIED"
003450        GO TO 9999-ABEND
003460     END-IF
003470     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
003480     OPEN OUTPUT NEW-STANDINGS-FILE
003490     IF NOT WS-NEW-STANDINGS-OK
003500        DISPLAY "TEAMNITE - CANNOT OPEN NEW-STANDINGS-FILE "
003510            WS-NEW-STANDINGS-STATUS
003520        GO TO 9999-ABEND
003530     END-IF
003540     OPEN OUTPUT TEAM-REPORT
003550     IF NOT WS-REPORT-OK
003560        DISPLAY "TEAMNITE - CANNOT OPEN TEAM-REPORT "
003570            WS-REPORT-STATUS
003580        GO TO 9999-ABEND
003590     END-IF
003600     MOVE WS-NIGHT-DATE TO WS-H1-NIGHT-DATE
003610     IF WS-ALL-LEAGUES
003620        MOVE "ALL" TO WS-H1-LEAGUE
003630     ELSE
003640        MOVE WS-LEAGUE-CODE TO WS-H1-LEAGUE
003650     END-IF
003660     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
003670     PERFORM 1100-LOAD-TEAMS
003680     PERFORM 1200-LOAD-HANDICAPS
003690     PERFORM 1300-LOAD-OLD-STANDINGS
003700     PERFORM 1400-LOAD-PLAYER-MASTER
003710     .
003720*****************************************************************
003730*    1100-LOAD-TEAMS
003740*        Load the teams of the league being scored, seating each
003750*        team's four members.
003760*****************************************************************
003770 1100-LOAD-TEAMS.
003780     OPEN INPUT TEAM-MASTER-FILE
003790     IF NOT WS-TEAM-MASTER-OK
003800        DISPLAY "TEAMNITE - CANNOT OPEN TEAM-MASTER-FILE "
003810            WS-TEAM-MASTER-STATUS
003820        GO TO 9999-ABEND
003830     END-IF
003840     PERFORM 1110-LOAD-ONE-TEAM THRU 1110-EXIT
003850         UNTIL WS-END-OF-INPUT-FILE
003860     MOVE "N" TO WS-EOF-SWITCH
003870     CLOSE TEAM-MASTER-FILE
003880     .
003890*****************************************************************
003900*    1110-LOAD-ONE-TEAM
003910*****************************************************************
003920 1110-LOAD-ONE-TEAM.
003930     READ TEAM-MASTER-FILE
003940         AT END
003950             MOVE "Y" TO WS-EOF-SWITCH
003960             GO TO 1110-EXIT
003970     END-READ
003980     IF NOT WS-ALL-LEAGUES
003990        AND TM-LEAGUE-CODE NOT = WS-LEAGUE-CODE
004000        GO TO 1110-EXIT
004010     END-IF
004020     IF WS-TEAM-COUNT >= 200
004030        DISPLAY "TEAMNITE - MORE THAN 200 TEAMS"
004040        GO TO 9999-ABEND
004050     END-IF
004060     ADD 1 TO WS-TEAM-COUNT
004070     SET WS-TEM-IDX TO WS-TEAM-COUNT
004080     MOVE TM-TEAM-ID     TO WS-TEM-TEAM-ID(WS-TEM-IDX)
004090     MOVE TM-TEAM-NAME   TO WS-TEM-TEAM-NAME(WS-TEM-IDX)
004100     MOVE TM-LEAGUE-CODE TO WS-TEM-LEAGUE-CODE(WS-TEM-IDX)
004110     MOVE 0              TO WS-TEM-NIGHT-TOTAL(WS-TEM-IDX)
004120     PERFORM 1120-SEAT-ONE-MEMBER
004130         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
004140     .
004150 1110-EXIT.
004160     EXIT
004170     .
004180*****************************************************************
004190*    1120-SEAT-ONE-MEMBER
004200*****************************************************************
004210 1120-SEAT-ONE-MEMBER.
004220     ADD 1 TO WS-SEAT-COUNT
004230     SET WS-SET-IDX TO WS-SEAT-COUNT
004240     MOVE TM-MEMBER-ID(WS-SLOT) TO WS-SET-PLAYER-ID(WS-SET-IDX)
004250     MOVE TM-LEAGUE-CODE        TO WS-SET-LEAGUE-CODE(WS-SET-IDX)
004260     MOVE 0 TO WS-SET-GAMES(WS-SET-IDX)
004270     MOVE 0 TO WS-SET-PINS(WS-SET-IDX)
004280     MOVE 0 TO WS-SET-HANDICAP(WS-SET-IDX)
004290     MOVE 0 TO WS-SET-FORFEITS(WS-SET-IDX)
004300     .
004310*****************************************************************
004320*    1200-LOAD-HANDICAPS
004330*        Load every dated handicap row.  A league with no
004340*        handicap file yet scores everyone off scratch.
004350*****************************************************************
004360 1200-LOAD-HANDICAPS.
004370     OPEN INPUT HANDICAP-FILE
004380     IF WS-HANDICAP-OK
004390        PERFORM 1210-LOAD-ONE-HANDICAP THRU 1210-EXIT
004400            UNTIL WS-END-OF-INPUT-FILE
004410        MOVE "N" TO WS-EOF-SWITCH
004420        CLOSE HANDICAP-FILE
004430     END-IF
004440     .
004450*****************************************************************
004460*    1210-LOAD-ONE-HANDICAP
004470*****************************************************************
004480 1210-LOAD-ONE-HANDICAP.
004490     READ HANDICAP-FILE
004500         AT END
004510             MOVE "Y" TO WS-EOF-SWITCH
004520             GO TO 1210-EXIT
004530     END-READ
004540     IF WS-HANDICAP-COUNT >= 1000
004550        DISPLAY "TEAMNITE - MORE THAN 1000 HANDICAP ROWS"
004560        GO TO 9999-ABEND
004570     END-IF
004580     ADD 1 TO WS-HANDICAP-COUNT
004590     SET WS-HCP-IDX TO WS-HANDICAP-COUNT
004600     MOVE HC-PLAYER-ID      TO WS-HCP-PLAYER-ID(WS-HCP-IDX)
004610     MOVE HC-HANDICAP       TO WS-HCP-HANDICAP(WS-HCP-IDX)
004620     MOVE HC-EFFECTIVE-DATE TO WS-HCP-EFFECTIVE(WS-HCP-IDX)
004630     MOVE HC-LEAGUE-CODE    TO WS-HCP-LEAGUE-CODE(WS-HCP-IDX)
004640     .
004650 1210-EXIT.
004660     EXIT
004670     .
004680*****************************************************************
004690*    1300-LOAD-OLD-STANDINGS
004700*        Carry in the team standings as they stood after the
004710*        last night.  The first night of the season has no file
004720*        to read and every team starts from nothing.
004730*****************************************************************
004740 1300-LOAD-OLD-STANDINGS.
004750     OPEN INPUT OLD-STANDINGS-FILE
004760     IF WS-OLD-STANDINGS-OK
004770        PERFORM 1310-LOAD-ONE-ROW THRU 1310-EXIT
004780            UNTIL WS-END-OF-INPUT-FILE
004790        MOVE "N" TO WS-EOF-SWITCH
004800        CLOSE OLD-STANDINGS-FILE
004810     END-IF
004820     .
004830*****************************************************************
004840*    1310-LOAD-ONE-ROW
004850*****************************************************************
004860 1310-LOAD-ONE-ROW.
004870     READ OLD-STANDINGS-FILE
004880         AT END
004890             MOVE "Y" TO WS-EOF-SWITCH
004900             GO TO 1310-EXIT
004910     END-READ
004920     IF WS-STANDING-COUNT >= 200
004930        DISPLAY "TEAMNITE - MORE THAN 200 STANDINGS ROWS"
004940        GO TO 9999-ABEND
004950     END-IF
004960     ADD 1 TO WS-STANDING-COUNT
004970     SET WS-STD-IDX TO WS-STANDING-COUNT
004980     MOVE TS-TEAM-ID         TO WS-STD-TEAM-ID(WS-STD-IDX)
004990     MOVE TS-LEAGUE-CODE     TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
005000     MOVE TS-FIXTURES-PLAYED TO WS-STD-PLAYED(WS-STD-IDX)
005010     MOVE TS-FIXTURES-WON    TO WS-STD-WON(WS-STD-IDX)
005020     MOVE TS-FIXTURES-LOST   TO WS-STD-LOST(WS-STD-IDX)
005030     MOVE TS-FIXTURES-TIED   TO WS-STD-TIED(WS-STD-IDX)
005040     MOVE TS-MATCH-POINTS    TO WS-STD-POINTS(WS-STD-IDX)
005050     MOVE TS-POINTS-FOR      TO WS-STD-FOR(WS-STD-IDX)
005060     MOVE TS-POINTS-AGAINST  TO WS-STD-AGAINST(WS-STD-IDX)
005070     .
005080 1310-EXIT.
005090     EXIT
005100     .
005110*****************************************************************
005120*    1400-LOAD-PLAYER-MASTER
005130*        Load each member's full name into the membership table
005140*        so the team scores can print names in place of ids.
005150*****************************************************************
005160 1400-LOAD-PLAYER-MASTER.
005170     OPEN INPUT PLAYER-MASTER-FILE
005180     IF NOT WS-PLAYER-MASTER-OK
005190        DISPLAY "TEAMNITE - CANNOT OPEN PLAYER-MASTER-FILE "
005200            WS-PLAYER-MASTER-STATUS
005210        GO TO 9999-ABEND
005220     END-IF
005230     PERFORM 1410-LOAD-ONE-MEMBER THRU 1410-EXIT
005240         UNTIL WS-END-OF-PLAYER-MASTER
005250     CLOSE PLAYER-MASTER-FILE
005260     .
005270*****************************************************************
005280*    1410-LOAD-ONE-MEMBER
005290*****************************************************************
005300 1410-LOAD-ONE-MEMBER.
005310     READ PLAYER-MASTER-FILE
005320         AT END
005330             MOVE "Y" TO WS-MASTER-EOF-SWITCH
005340             GO TO 1410-EXIT
005350     END-READ
005360     IF WS-MEMBER-COUNT >= 200
005370        DISPLAY "TEAMNITE - MORE THAN 200 MEMBERS"
005380        GO TO 9999-ABEND
005390     END-IF
005400     ADD 1 TO WS-MEMBER-COUNT
005410     SET WS-MBR-IDX TO WS-MEMBER-COUNT
005420     MOVE PM-PLAYER-ID   TO WS-MBR-PLAYER-ID(WS-MBR-IDX)
005430     MOVE PM-PLAYER-NAME TO WS-MBR-PLAYER-NAME(WS-MBR-IDX)
005440     .
005450 1410-EXIT.
005460     EXIT
005470     .
005480*****************************************************************
005490*    2000-MARK-FORFEITS
005500*        Note each team member whose seat at the night's tables
005510*        was forfeited.  A forfeited seat has no game on
005520*        GAME-TOTALS, so it adds nothing to the team's total -
005530*        the mark is what lets the report say why.  A season
005540*        with no results file yet has no forfeits to mark.
005550*****************************************************************
005560 2000-MARK-FORFEITS.
005570     OPEN INPUT MATCH-RESULTS-FILE
005580     IF WS-MATCH-RESULTS-OK
005590        PERFORM 2100-MARK-ONE-RESULT THRU 2100-EXIT
005600            UNTIL WS-END-OF-INPUT-FILE
005610        MOVE "N" TO WS-EOF-SWITCH
005620        CLOSE MATCH-RESULTS-FILE
005630     END-IF
005640     .
005650*****************************************************************
005660*    2100-MARK-ONE-RESULT
005670*****************************************************************
005680 2100-MARK-ONE-RESULT.
005690     READ MATCH-RESULTS-FILE
005700         AT END
005710             MOVE "Y" TO WS-EOF-SWITCH
005720             GO TO 2100-EXIT
005730     END-READ
005740     IF MR-MATCH-DATE NOT = WS-NIGHT-DATE
005750        OR MR-PLAYOFF-MATCH
005760        GO TO 2100-EXIT
005770     END-IF
005780     IF NOT WS-ALL-LEAGUES
005790        AND MR-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005800        GO TO 2100-EXIT
005810     END-IF
005820     PERFORM 2150-MARK-ONE-SEAT
005830         VARYING WS-MR-SEAT-SUB FROM 1 BY 1
005840         UNTIL WS-MR-SEAT-SUB > MR-SEAT-COUNT
005850     .
005860 2100-EXIT.
005870     EXIT
005880     .
005890*****************************************************************
005900*    2150-MARK-ONE-SEAT
005910*****************************************************************
005920 2150-MARK-ONE-SEAT.
005930     IF MR-SEAT-FORFEIT(WS-MR-SEAT-SUB) = "F"
005940        MOVE MR-SEAT-PLAYER-ID(WS-MR-SEAT-SUB)
005950            TO WS-FIND-PLAYER-ID
005960        MOVE MR-LEAGUE-CODE TO WS-FIND-LEAGUE-CODE
005970        PERFORM 3500-FIND-SEAT
005980        IF WS-SEAT-FOUND
005990           ADD 1 TO WS-SET-FORFEITS(WS-SET-IDX)
006000        END-IF
006010     END-IF
006020     .
006030*****************************************************************
006040*    3000-ROLL-UP-GAMES
006050*        Add each of the night's games to the seat of the team
006060*        member who played it, with the member's handicap.
006070*****************************************************************
006080 3000-ROLL-UP-GAMES.
006090     OPEN INPUT GAME-TOTALS-FILE
006100     IF NOT WS-GAME-TOTALS-OK
006110        DISPLAY "TEAMNITE - CANNOT OPEN GAME-TOTALS-FILE "
006120            WS-GAME-TOTALS-STATUS
006130        GO TO 9999-ABEND
006140     END-IF
006150     PERFORM 3100-ROLL-UP-ONE-GAME THRU 3100-EXIT
006160         UNTIL WS-END-OF-INPUT-FILE
006170     MOVE "N" TO WS-EOF-SWITCH
006180     CLOSE GAME-TOTALS-FILE
006190     .
006200*****************************************************************
006210*    3100-ROLL-UP-ONE-GAME
006220*        A game by a member on no team in the game's league is
006230*        not part of the team competition.
006240*****************************************************************
006250 3100-ROLL-UP-ONE-GAME.
006260     READ GAME-TOTALS-FILE
006270         AT END
006280             MOVE "Y" TO WS-EOF-SWITCH
006290             GO TO 3100-EXIT
006300     END-READ
006310     IF GT-GAME-DATE NOT = WS-NIGHT-DATE
006320        OR GT-PLAYOFF-GAME
006330        GO TO 3100-EXIT
006340     END-IF
006350     IF NOT WS-ALL-LEAGUES
006360        AND GT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
006370        GO TO 3100-EXIT
006380     END-IF
006390     MOVE GT-PLAYER-ID   TO WS-FIND-PLAYER-ID
006400     MOVE GT-LEAGUE-CODE TO WS-FIND-LEAGUE-CODE
006410     PERFORM 3500-FIND-SEAT
006420     IF NOT WS-SEAT-FOUND
006430        GO TO 3100-EXIT
006440     END-IF
006450     PERFORM 3200-FIND-GAME-HANDICAP
006460     ADD 1                TO WS-SET-GAMES(WS-SET-IDX)
006470     ADD GT-GAME-TOTAL    TO WS-SET-PINS(WS-SET-IDX)
006480     ADD WS-GAME-HANDICAP TO WS-SET-HANDICAP(WS-SET-IDX)
006490     ADD 1 TO WS-GAMES-ROLLED
006500     .
006510 3100-EXIT.
006520     EXIT
006530     .
006540*****************************************************************
006550*    3200-FIND-GAME-HANDICAP
006560*        Pick the player's handicap row with the latest
006570*        effective date on or before the game date - none in
006580*        effect means the game counts off scratch.
006590*****************************************************************
006600 3200-FIND-GAME-HANDICAP.
006610     MOVE 0 TO WS-GAME-HANDICAP
006620     MOVE 0 TO WS-BEST-EFFECTIVE
006630     IF WS-HANDICAP-COUNT > 0
006640        PERFORM 3250-CHECK-ONE-HANDICAP
006650           VARYING WS-HCP-IDX FROM 1 BY 1
006660           UNTIL WS-HCP-IDX > WS-HANDICAP-COUNT
006670     END-IF
006680     .
006690*****************************************************************
006700*    3250-CHECK-ONE-HANDICAP
006710*****************************************************************
006720 3250-CHECK-ONE-HANDICAP.
006730     IF WS-HCP-PLAYER-ID(WS-HCP-IDX) = GT-PLAYER-ID
006740        AND WS-HCP-LEAGUE-CODE(WS-HCP-IDX) = GT-LEAGUE-CODE
006750        AND WS-HCP-EFFECTIVE(WS-HCP-IDX) <= GT-GAME-DATE
006760        AND WS-HCP-EFFECTIVE(WS-HCP-IDX) >= WS-BEST-EFFECTIVE
006770        MOVE WS-HCP-EFFECTIVE(WS-HCP-IDX) TO WS-BEST-EFFECTIVE
006780        MOVE WS-HCP-HANDICAP(WS-HCP-IDX)  TO WS-GAME-HANDICAP
006790     END-IF
006800     .
006810*****************************************************************
006820*    3500-FIND-SEAT
006830*        Find the team seat a member holds in a league.
006840*****************************************************************
006850 3500-FIND-SEAT.
006860     MOVE "N" TO WS-SEAT-FOUND-SWITCH
006870     IF WS-SEAT-COUNT > 0
006880        SET WS-SET-IDX TO 1
006890        SEARCH WS-SEAT-ENTRY
006900           AT END CONTINUE
006910           WHEN WS-SET-PLAYER-ID(WS-SET-IDX) = WS-FIND-PLAYER-ID
006920            AND WS-SET-LEAGUE-CODE(WS-SET-IDX) =
006930                WS-FIND-LEAGUE-CODE
006940                MOVE "Y" TO WS-SEAT-FOUND-SWITCH
006950        END-SEARCH
006960     END-IF
006970     .
006980*****************************************************************
006990*    4000-PRINT-TEAM-SCORES
007000*        Total each team's four seats for the night - games
007010*        plus handicap - and print the team with its members.
007020*****************************************************************
007030 4000-PRINT-TEAM-SCORES.
007040     WRITE RP-REPORT-LINE FROM WS-SCORES-HEADING
007050     IF WS-TEAM-COUNT > 0
007060        PERFORM 4100-PRINT-ONE-TEAM VARYING WS-TEM-IDX
007070           FROM 1 BY 1 UNTIL WS-TEM-IDX > WS-TEAM-COUNT
007080     END-IF
007090     .
007100*****************************************************************
007110*    4100-PRINT-ONE-TEAM
007120*****************************************************************
007130 4100-PRINT-ONE-TEAM.
007140     SET WS-SEAT-SUB TO WS-TEM-IDX
007150     COMPUTE WS-SEAT-SUB = (WS-SEAT-SUB - 1) * 4
007160     PERFORM 4150-TOTAL-ONE-SEAT
007170         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
007180     MOVE WS-TEM-TEAM-ID(WS-TEM-IDX)     TO WS-TL-TEAM-ID
007190     MOVE WS-TEM-TEAM-NAME(WS-TEM-IDX)   TO WS-TL-TEAM-NAME
007200     MOVE WS-TEM-LEAGUE-CODE(WS-TEM-IDX) TO WS-TL-LEAGUE-CODE
007210     MOVE WS-TEM-NIGHT-TOTAL(WS-TEM-IDX) TO WS-TL-NIGHT-TOTAL
007220     WRITE RP-REPORT-LINE FROM WS-TEAM-LINE
007230     PERFORM 4200-PRINT-ONE-SEAT
007240         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
007250     .
007260*****************************************************************
007270*    4150-TOTAL-ONE-SEAT
007280*****************************************************************
007290 4150-TOTAL-ONE-SEAT.
007300     SET WS-SET-IDX TO WS-SEAT-SUB
007310     SET WS-SET-IDX UP BY WS-SLOT
007320     ADD WS-SET-PINS(WS-SET-IDX)
007330         TO WS-TEM-NIGHT-TOTAL(WS-TEM-IDX)
007340     ADD WS-SET-HANDICAP(WS-SET-IDX)
007350         TO WS-TEM-NIGHT-TOTAL(WS-TEM-IDX)
007360     .
007370*****************************************************************
007380*    4200-PRINT-ONE-SEAT
007390*        A member with no game on the night prints why - a
007400*        forfeited seat, or no game at all.
007410*****************************************************************
007420 4200-PRINT-ONE-SEAT.
007430     SET WS-SET-IDX TO WS-SEAT-SUB
007440     SET WS-SET-IDX UP BY WS-SLOT
007450     MOVE WS-SET-PLAYER-ID(WS-SET-IDX) TO WS-LOOKUP-PLAYER-ID
007460     PERFORM 4300-LOOKUP-PLAYER-NAME
007470     MOVE WS-PLAYER-NAME               TO WS-ML-PLAYER-NAME
007480     MOVE WS-SET-GAMES(WS-SET-IDX)     TO WS-ML-GAMES
007490     MOVE WS-SET-PINS(WS-SET-IDX)      TO WS-ML-PINS
007500     MOVE WS-SET-HANDICAP(WS-SET-IDX)  TO WS-ML-HANDICAP
007510     MOVE SPACES TO WS-ML-NOTE
007520     IF WS-SET-FORFEITS(WS-SET-IDX) > 0
007530        MOVE "FORFEIT" TO WS-ML-NOTE
007540     ELSE
007550        IF WS-SET-GAMES(WS-SET-IDX) = 0
007560           MOVE "DID NOT PLAY" TO WS-ML-NOTE
007570        END-IF
007580     END-IF
007590     WRITE RP-REPORT-LINE FROM WS-MEMBER-LINE
007600     .
007610*****************************************************************
007620*    4300-LOOKUP-PLAYER-NAME
007630*        Find the member's full name for a player id; an id not
007640*        on the master prints as itself so it can be spotted.
007650*****************************************************************
007660 4300-LOOKUP-PLAYER-NAME.
007670     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME
007680     IF WS-MEMBER-COUNT > 0
007690        SET WS-MBR-IDX TO 1
007700        SEARCH WS-MEMBER-ENTRY
007710           AT END CONTINUE
007720           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
007730                WS-LOOKUP-PLAYER-ID
007740                MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
007750                    TO WS-PLAYER-NAME
007760        END-SEARCH
007770     END-IF
007780     .
007790*****************************************************************
007800*    5000-SCORE-FIXTURES
007810*        Decide each of the night's fixtures off the two teams'
007820*        night totals and post the result to both teams'
007830*        standings.  A season with no fixture file yet has no
007840*        fixtures to score.
007850*****************************************************************
007860 5000-SCORE-FIXTURES.
007870     WRITE RP-REPORT-LINE FROM WS-FIXTURE-HEADING
007880     OPEN INPUT TEAM-FIXTURE-FILE
007890     IF WS-FIXTURE-OK
007900        PERFORM 5100-SCORE-ONE-FIXTURE THRU 5100-EXIT
007910            UNTIL WS-END-OF-INPUT-FILE
007920        MOVE "N" TO WS-EOF-SWITCH
007930        CLOSE TEAM-FIXTURE-FILE
007940     END-IF
007950     .
007960*****************************************************************
007970*    5100-SCORE-ONE-FIXTURE
007980*        A fixture naming a team not on the team master in the
007990*        fixture's league, or a team against itself, is printed
008000*        as rejected and scores nothing.
008010*****************************************************************
008020 5100-SCORE-ONE-FIXTURE.
008030     READ TEAM-FIXTURE-FILE
008040         AT END
008050             MOVE "Y" TO WS-EOF-SWITCH
008060             GO TO 5100-EXIT
008070     END-READ
008080     IF TF-FIXTURE-DATE NOT = WS-NIGHT-DATE
008090        GO TO 5100-EXIT
008100     END-IF
008110     IF NOT WS-ALL-LEAGUES
008120        AND TF-LEAGUE-CODE NOT = WS-LEAGUE-CODE
008130        GO TO 5100-EXIT
008140     END-IF
008150     MOVE TF-LEAGUE-CODE  TO WS-FL-LEAGUE-CODE
008160     MOVE TF-HOME-TEAM-ID TO WS-FL-HOME-TEAM-ID
008170     MOVE TF-AWAY-TEAM-ID TO WS-FL-AWAY-TEAM-ID
008180     MOVE 0 TO WS-FL-HOME-TOTAL
008190     MOVE 0 TO WS-FL-AWAY-TOTAL
008200     MOVE TF-HOME-TEAM-ID TO WS-FIND-TEAM-ID
008210     PERFORM 5200-FIND-TEAM
008220     MOVE WS-FOUND-TEAM-SUB TO WS-HOME-SUB
008230     MOVE TF-AWAY-TEAM-ID TO WS-FIND-TEAM-ID
008240     PERFORM 5200-FIND-TEAM
008250     MOVE WS-FOUND-TEAM-SUB TO WS-AWAY-SUB
008260     IF WS-HOME-SUB = 0
008270        MOVE "REJECTED - HOME TEAM NOT ON FILE" TO WS-FL-RESULT
008280        PERFORM 5900-REJECT-FIXTURE
008290        GO TO 5100-EXIT
008300     END-IF
008310     IF WS-AWAY-SUB = 0
008320        MOVE "REJECTED - AWAY TEAM NOT ON FILE" TO WS-FL-RESULT
008330        PERFORM 5900-REJECT-FIXTURE
008340        GO TO 5100-EXIT
008350     END-IF
008360     IF WS-HOME-SUB = WS-AWAY-SUB
008370        MOVE "REJECTED - TEAM DRAWN AGAINST ITSELF"
008380            TO WS-FL-RESULT
008390        PERFORM 5900-REJECT-FIXTURE
008400        GO TO 5100-EXIT
008410     END-IF
008420     MOVE WS-TEM-NIGHT-TOTAL(WS-HOME-SUB) TO WS-HOME-TOTAL
008430     MOVE WS-TEM-NIGHT-TOTAL(WS-AWAY-SUB) TO WS-AWAY-TOTAL
008440     MOVE WS-HOME-TOTAL TO WS-FL-HOME-TOTAL
008450     MOVE WS-AWAY-TOTAL TO WS-FL-AWAY-TOTAL
008460     EVALUATE TRUE
008470     WHEN WS-HOME-TOTAL > WS-AWAY-TOTAL
008480        MOVE "HOME WIN" TO WS-FL-RESULT
008490     WHEN WS-HOME-TOTAL < WS-AWAY-TOTAL
008500        MOVE "AWAY WIN" TO WS-FL-RESULT
008510     WHEN OTHER
008520        MOVE "TIED" TO WS-FL-RESULT
008530     END-EVALUATE
008540     MOVE TF-HOME-TEAM-ID TO WS-STANDING-TEAM-ID
008550     MOVE TF-LEAGUE-CODE  TO WS-STANDING-LEAGUE-CODE
008560     PERFORM 5400-FIND-OR-ADD-STANDING
008570     PERFORM 5300-POST-HOME-RESULT
008580     MOVE TF-AWAY-TEAM-ID TO WS-STANDING-TEAM-ID
008590     PERFORM 5400-FIND-OR-ADD-STANDING
008600     PERFORM 5350-POST-AWAY-RESULT
008610     WRITE RP-REPORT-LINE FROM WS-FIXTURE-LINE
008620     ADD 1 TO WS-FIXTURES-SCORED
008630     .
008640 5100-EXIT.
008650     EXIT
008660     .
008670*****************************************************************
008680*    5200-FIND-TEAM
008690*        Find a fixture's team among the teams being scored, in
008700*        the fixture's league.  Zero means no such team.
008710*****************************************************************
008720 5200-FIND-TEAM.
008730     MOVE 0 TO WS-FOUND-TEAM-SUB
008740     IF WS-TEAM-COUNT > 0
008750        SET WS-TEM-IDX2 TO 1
008760        SEARCH WS-TEAM-ENTRY VARYING WS-TEM-IDX2
008770           AT END CONTINUE
008780           WHEN WS-TEM-TEAM-ID(WS-TEM-IDX2) = WS-FIND-TEAM-ID
008790            AND WS-TEM-LEAGUE-CODE(WS-TEM-IDX2) = TF-LEAGUE-CODE
008800                SET WS-FOUND-TEAM-SUB TO WS-TEM-IDX2
008810        END-SEARCH
008820     END-IF
008830     .
008840*****************************************************************
008850*    5300-POST-HOME-RESULT
008860*        Two match points for a win, one for a tie.
008870*****************************************************************
008880 5300-POST-HOME-RESULT.
008890     ADD 1 TO WS-STD-PLAYED(WS-STD-IDX)
008900     ADD WS-HOME-TOTAL TO WS-STD-FOR(WS-STD-IDX)
008910     ADD WS-AWAY-TOTAL TO WS-STD-AGAINST(WS-STD-IDX)
008920     EVALUATE TRUE
008930     WHEN WS-HOME-TOTAL > WS-AWAY-TOTAL
008940        ADD 1 TO WS-STD-WON(WS-STD-IDX)
008950        ADD 2 TO WS-STD-POINTS(WS-STD-IDX)
008960     WHEN WS-HOME-TOTAL < WS-AWAY-TOTAL
008970        ADD 1 TO WS-STD-LOST(WS-STD-IDX)
008980     WHEN OTHER
008990        ADD 1 TO WS-STD-TIED(WS-STD-IDX)
009000        ADD 1 TO WS-STD-POINTS(WS-STD-IDX)
009010     END-EVALUATE
009020     .
009030*****************************************************************
009040*    5350-POST-AWAY-RESULT
009050*****************************************************************
009060 5350-POST-AWAY-RESULT.
009070     ADD 1 TO WS-STD-PLAYED(WS-STD-IDX)
009080     ADD WS-AWAY-TOTAL TO WS-STD-FOR(WS-STD-IDX)
009090     ADD WS-HOME-TOTAL TO WS-STD-AGAINST(WS-STD-IDX)
009100     EVALUATE TRUE
009110     WHEN WS-AWAY-TOTAL > WS-HOME-TOTAL
009120        ADD 1 TO WS-STD-WON(WS-STD-IDX)
009130        ADD 2 TO WS-STD-POINTS(WS-STD-IDX)
009140     WHEN WS-AWAY-TOTAL < WS-HOME-TOTAL
009150        ADD 1 TO WS-STD-LOST(WS-STD-IDX)
009160     WHEN OTHER
009170        ADD 1 TO WS-STD-TIED(WS-STD-IDX)
009180        ADD 1 TO WS-STD-POINTS(WS-STD-IDX)
009190     END-EVALUATE
009200     .
009210*****************************************************************
009220*    5400-FIND-OR-ADD-STANDING
009230*****************************************************************
009240 5400-FIND-OR-ADD-STANDING.
009250     IF WS-STANDING-COUNT > 0
009260        SET WS-STD-IDX TO 1
009270        SEARCH WS-STANDING-ENTRY
009280           AT END PERFORM 5450-ADD-STANDING
009290           WHEN WS-STD-TEAM-ID(WS-STD-IDX) =
009300                WS-STANDING-TEAM-ID
009310            AND WS-STD-LEAGUE-CODE(WS-STD-IDX) =
009320                WS-STANDING-LEAGUE-CODE
009330                CONTINUE
009340        END-SEARCH
009350     ELSE
009360        PERFORM 5450-ADD-STANDING
009370     END-IF
009380     .
009390*****************************************************************
009400*    5450-ADD-STANDING
009410*****************************************************************
009420 5450-ADD-STANDING.
009430     IF WS-STANDING-COUNT >= 200
009440        DISPLAY "TEAMNITE - MORE THAN 200 STANDINGS ROWS"
009450        GO TO 9999-ABEND
009460     END-IF
009470     ADD 1 TO WS-STANDING-COUNT
009480     SET WS-STD-IDX TO WS-STANDING-COUNT
009490     MOVE WS-STANDING-TEAM-ID     TO WS-STD-TEAM-ID(WS-STD-IDX)
009500     MOVE WS-STANDING-LEAGUE-CODE
009510         TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
009520     MOVE 0 TO WS-STD-PLAYED(WS-STD-IDX)
009530     MOVE 0 TO WS-STD-WON(WS-STD-IDX)
009540     MOVE 0 TO WS-STD-LOST(WS-STD-IDX)
009550     MOVE 0 TO WS-STD-TIED(WS-STD-IDX)
009560     MOVE 0 TO WS-STD-POINTS(WS-STD-IDX)
009570     MOVE 0 TO WS-STD-FOR(WS-STD-IDX)
009580     MOVE 0 TO WS-STD-AGAINST(WS-STD-IDX)
009590     .
009600*****************************************************************
009610*    5900-REJECT-FIXTURE
009620*****************************************************************
009630 5900-REJECT-FIXTURE.
009640     WRITE RP-REPORT-LINE FROM WS-FIXTURE-LINE
009650     ADD 1 TO WS-FIXTURES-REJECTED
009660     .
009670*****************************************************************
009680*    6000-WRITE-NEW-STANDINGS
009690*        Carry the standings out in the order teams first
009700*        played, before they are sorted for the report.
009710*****************************************************************
009720 6000-WRITE-NEW-STANDINGS.
009730     IF WS-STANDING-COUNT > 0
009740        PERFORM 6100-WRITE-ONE-ROW VARYING WS-STD-IDX
009750           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
009760     END-IF
009770     .
009780*****************************************************************
009790*    6100-WRITE-ONE-ROW
009800*****************************************************************
009810 6100-WRITE-ONE-ROW.
009820     MOVE WS-STD-TEAM-ID(WS-STD-IDX)     TO NS-TEAM-ID
009830     MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX) TO NS-LEAGUE-CODE
009840     MOVE WS-STD-PLAYED(WS-STD-IDX)      TO NS-FIXTURES-PLAYED
009850     MOVE WS-STD-WON(WS-STD-IDX)         TO NS-FIXTURES-WON
009860     MOVE WS-STD-LOST(WS-STD-IDX)        TO NS-FIXTURES-LOST
009870     MOVE WS-STD-TIED(WS-STD-IDX)        TO NS-FIXTURES-TIED
009880     MOVE WS-STD-POINTS(WS-STD-IDX)      TO NS-MATCH-POINTS
009890     MOVE WS-STD-FOR(WS-STD-IDX)         TO NS-POINTS-FOR
009900     MOVE WS-STD-AGAINST(WS-STD-IDX)     TO NS-POINTS-AGAINST
009910     WRITE NS-TEAM-STANDING-RECORD
009920     IF NOT WS-NEW-STANDINGS-OK
009930        DISPLAY "TEAMNITE - ERROR WRITING NEW-STANDINGS-FILE "
009940            WS-NEW-STANDINGS-STATUS
009950        GO TO 9999-ABEND
009960     END-IF
009970     ADD 1 TO WS-ROWS-WRITTEN
009980     .
009990*****************************************************************
010000*    7000-SORT-STANDINGS
010010*        Simple exchange sort, by league, then match points and
010020*        points for, best first, for the printed standings.
010030*****************************************************************
010040 7000-SORT-STANDINGS.
010050     IF WS-STANDING-COUNT > 1
010060        PERFORM 7100-BUBBLE-PASS VARYING WS-STD-IDX
010070           FROM 1 BY 1 UNTIL WS-STD-IDX >= WS-STANDING-COUNT
010080     END-IF
010090     .
010100*****************************************************************
010110*    7100-BUBBLE-PASS
010120*****************************************************************
010130 7100-BUBBLE-PASS.
010140     PERFORM 7200-BUBBLE-COMPARE VARYING WS-STD-IDX2
010150        FROM 1 BY 1
010160        UNTIL WS-STD-IDX2 > WS-STANDING-COUNT - WS-STD-IDX
010170     .
010180*****************************************************************
010190*    7200-BUBBLE-COMPARE
010200*****************************************************************
010210 7200-BUBBLE-COMPARE.
010220     IF WS-STD-LEAGUE-CODE(WS-STD-IDX2) >
010230        WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
010240        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
010250            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
010260        AND WS-STD-POINTS(WS-STD-IDX2) <
010270            WS-STD-POINTS(WS-STD-IDX2 + 1))
010280        OR (WS-STD-LEAGUE-CODE(WS-STD-IDX2) =
010290            WS-STD-LEAGUE-CODE(WS-STD-IDX2 + 1)
010300        AND WS-STD-POINTS(WS-STD-IDX2) =
010310            WS-STD-POINTS(WS-STD-IDX2 + 1)
010320        AND WS-STD-FOR(WS-STD-IDX2) <
010330            WS-STD-FOR(WS-STD-IDX2 + 1))
010340        PERFORM 7300-SWAP-ENTRIES
010350     END-IF
010360     .
010370*****************************************************************
010380*    7300-SWAP-ENTRIES
010390*****************************************************************
010400 7300-SWAP-ENTRIES.
010410     MOVE WS-STANDING-ENTRY(WS-STD-IDX2) TO WS-SWAP-STANDING-ENTRY
010420     MOVE WS-STANDING-ENTRY(WS-STD-IDX2 + 1) TO
010430         WS-STANDING-ENTRY(WS-STD-IDX2)
010440     MOVE WS-SWAP-STANDING-ENTRY TO
010450         WS-STANDING-ENTRY(WS-STD-IDX2 + 1)
010460     .
010470*****************************************************************
010480*    8000-PRINT-STANDINGS
010490*        Each league's standings print under their own heading,
010500*        ranked from one; a LEAGCODE run prints that league only.
010510*****************************************************************
010520 8000-PRINT-STANDINGS.
010530     IF WS-STANDING-COUNT > 0
010540        PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
010550           VARYING WS-STD-IDX
010560           FROM 1 BY 1 UNTIL WS-STD-IDX > WS-STANDING-COUNT
010570     ELSE
010580        WRITE RP-REPORT-LINE FROM WS-STANDINGS-HEADING
010590     END-IF
010600     .
010610*****************************************************************
010620*    8100-PRINT-ONE-LINE
010630*****************************************************************
010640 8100-PRINT-ONE-LINE.
010650     IF NOT WS-ALL-LEAGUES
010660        AND WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT = WS-LEAGUE-CODE
010670        GO TO 8100-EXIT
010680     END-IF
010690     IF WS-STD-LEAGUE-CODE(WS-STD-IDX) NOT = WS-PRINT-LEAGUE-CODE
010700        MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
010710            TO WS-PRINT-LEAGUE-CODE
010720        MOVE WS-PRINT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
010730        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
010740        WRITE RP-REPORT-LINE FROM WS-STANDINGS-HEADING
010750        MOVE 0 TO WS-RANK
010760     END-IF
010770     ADD 1 TO WS-RANK
010780     MOVE WS-RANK TO WS-SL-RANK
010790     MOVE WS-STD-TEAM-ID(WS-STD-IDX) TO WS-SL-TEAM-ID
010800     MOVE WS-STD-TEAM-ID(WS-STD-IDX) TO WS-FIND-TEAM-ID
010810     PERFORM 8200-LOOKUP-TEAM-NAME
010820     MOVE WS-TEAM-NAME                 TO WS-SL-TEAM-NAME
010830     MOVE WS-STD-PLAYED(WS-STD-IDX)    TO WS-SL-PLAYED
010840     MOVE WS-STD-WON(WS-STD-IDX)       TO WS-SL-WON
010850     MOVE WS-STD-LOST(WS-STD-IDX)      TO WS-SL-LOST
010860     MOVE WS-STD-TIED(WS-STD-IDX)      TO WS-SL-TIED
010870     MOVE WS-STD-POINTS(WS-STD-IDX)    TO WS-SL-POINTS
010880     MOVE WS-STD-FOR(WS-STD-IDX)       TO WS-SL-FOR
010890     MOVE WS-STD-AGAINST(WS-STD-IDX)   TO WS-SL-AGAINST
010900     WRITE RP-REPORT-LINE FROM WS-STANDING-LINE
010910     .
010920 8100-EXIT.
010930     EXIT
010940     .
010950*****************************************************************
010960*    8200-LOOKUP-TEAM-NAME
010970*        A team since dropped from the team master prints under
010980*        its id.
010990*****************************************************************
011000 8200-LOOKUP-TEAM-NAME.
011010     MOVE WS-FIND-TEAM-ID TO WS-TEAM-NAME
011020     IF WS-TEAM-COUNT > 0
011030        SET WS-TEM-IDX2 TO 1
011040        SEARCH WS-TEAM-ENTRY VARYING WS-TEM-IDX2
011050           AT END CONTINUE
011060           WHEN WS-TEM-TEAM-ID(WS-TEM-IDX2) = WS-FIND-TEAM-ID
011070                MOVE WS-TEM-TEAM-NAME(WS-TEM-IDX2) TO WS-TEAM-NAME
011080        END-SEARCH
011090     END-IF
011100     .
011110*****************************************************************
011120*    8500-PRINT-COUNTS
011130*****************************************************************
011140 8500-PRINT-COUNTS.
011150     MOVE "GAMES ROLLED UP" TO WS-CL-LABEL
011160     MOVE WS-GAMES-ROLLED TO WS-CL-COUNT
011170     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
011180     MOVE "FIXTURES SCORED" TO WS-CL-LABEL
011190     MOVE WS-FIXTURES-SCORED TO WS-CL-COUNT
011200     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
011210     MOVE "FIXTURES REJECTED" TO WS-CL-LABEL
011220     MOVE WS-FIXTURES-REJECTED TO WS-CL-COUNT
011230     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
011240     MOVE "STANDINGS ROWS WRITTEN" TO WS-CL-LABEL
011250     MOVE WS-ROWS-WRITTEN TO WS-CL-COUNT
011260     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
011270     .
011280*****************************************************************
011290*    9000-TERMINATE
011300*****************************************************************
011310 9000-TERMINATE.
011320     CLOSE NEW-STANDINGS-FILE
011330     CLOSE TEAM-REPORT
011340     .
011350*****************************************************************
011360*    9999-ABEND
011370*****************************************************************
011380 9999-ABEND.
011390     CLOSE NEW-STANDINGS-FILE
011400     CLOSE TEAM-REPORT
011410     MOVE 16 TO RETURN-CODE
011420     STOP RUN
011430     .
