000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PLAYOFF.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - the season-end knockout
000110*                    playoff, off the paper bracket.  The first
000120*                    run seeds the top PLAYSEED members (default
000130*                    eight) off the SEASON-SUMMARY master in the
000140*                    order the win/loss standings rank them -
000150*                    wins, then match points - one league-wide
000160*                    bracket, or one per division off DIVASGN
000170*                    when PLAYDIV=Y.  A field that is not a
000180*                    power of two gives the top seeds a bye.
000190*                    Each later run reads the playoff winners
000200*                    MATCHUP has put on MATCH-RESULTS, marks the
000210*                    round on the bracket master and re-seeds
000220*                    the survivors into the next round, highest
000230*                    seed drawing lowest, until one champion is
000240*                    left.  Every round's tables go onto the
000250*                    season's MATCH-PAIRING file with playoff
000260*                    ("P") match and game ids, which keep the
000270*                    playoff games out of the season summary,
000280*                    the standings, the points race and the
000290*                    handicaps, and the bracket sheet is
000300*                    printed for the corkboard each week.
000301*    2026-10-15  DH  Play each league's playoff apart - seeds are
000302*                    drawn off the league's own summary rows and
000303*                    divisions, every bracket row and playoff
000304*                    table carries its league, and a LEAGCODE run
000305*                    seeds or advances one league only, carrying
000306*                    the other leagues' brackets through as they
000307*                    stand.  A second league pairing on the same
000308*                    night numbers its tables on from the first.
000310*    2026-10-15  DH  Refuse a PLAYDATE the league calendar does
000311*                    not hold as a league night for the league
000312*                    being run - scheduled or played - before any
000313*                    output is opened.
000314*    2026-10-15  DH  Break a tie on wins by match points, not
000315*                    total points, so the seeds fall in the
000316*                    order MATCHUP's standings print.
000318*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SEASON-SUMMARY-FILE ASSIGN TO SEASUMM
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-SUMMARY-STATUS.
000390     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000420     SELECT DIVISION-FILE ASSIGN TO DIVASGN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-DIVISION-STATUS.
000450     SELECT RECEIVABLE-FILE ASSIGN TO RECVMAST
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RECEIVABLE-STATUS.
000480     SELECT OLD-BRACKET-FILE ASSIGN TO BRACKET
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-OLD-BRACKET-STATUS.
000510     SELECT NEW-BRACKET-FILE ASSIGN TO BRACKETN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-NEW-BRACKET-STATUS.
000540     SELECT MATCH-RESULTS-FILE ASSIGN TO MATCHRES
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RESULTS-STATUS.
000570     SELECT MATCH-PAIRING-FILE ASSIGN TO MATCHPAR
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PAIRING-STATUS.
000600     SELECT BRACKET-SHEET ASSIGN TO BRKTRPT
000610         ORGANIZATION IS LINE SEQUENTIAL
000612         FILE STATUS IS WS-REPORT-STATUS.
000614     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000616         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CALENDAR-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SEASON-SUMMARY-FILE
000660     RECORDING MODE IS F.
000670     COPY SEASUMM.
000680 FD  PLAYER-MASTER-FILE
000690     RECORDING MODE IS F.
000700     COPY PLAYMST.
000710 FD  DIVISION-FILE
000720     RECORDING MODE IS F.
000730     COPY DIVASGN.
000740 FD  RECEIVABLE-FILE
000750     RECORDING MODE IS F.
000760     COPY RECVMST.
000770 FD  OLD-BRACKET-FILE
000780     RECORDING MODE IS F.
000790     COPY BRACKET.
000800 FD  NEW-BRACKET-FILE
000810     RECORDING MODE IS F.
000820 01  NB-BRACKET-RECORD         PIC X(45).
000830 FD  MATCH-RESULTS-FILE
000840     RECORDING MODE IS F.
000850     COPY MATCHRES.
000860 FD  MATCH-PAIRING-FILE
000870     RECORDING MODE IS F.
000872     COPY MATCHPR.
000874 FD  LEAGUE-CALENDAR-FILE
000876     RECORDING MODE IS F.
000880     COPY LEAGCAL.
000890 FD  BRACKET-SHEET.
000900 01  RP-REPORT-LINE            PIC X(80).
000910 WORKING-STORAGE SECTION.
000920*****************************************************************
000930*    FILE STATUS SWITCHES
000940*****************************************************************
000950 77  WS-SUMMARY-STATUS         PIC X(02) VALUE SPACES.
000960     88 WS-SUMMARY-OK               VALUE "00".
000970 77  WS-PLAYER-MASTER-STATUS   PIC X(02) VALUE SPACES.
000980     88 WS-PLAYER-MASTER-OK         VALUE "00".
000990 77  WS-DIVISION-STATUS        PIC X(02) VALUE SPACES.
001000     88 WS-DIVISION-OK               VALUE "00".
001010 77  WS-RECEIVABLE-STATUS      PIC X(02) VALUE SPACES.
001020     88 WS-RECEIVABLE-OK             VALUE "00".
001030 77  WS-OLD-BRACKET-STATUS     PIC X(02) VALUE SPACES.
001040     88 WS-OLD-BRACKET-OK            VALUE "00".
001050 77  WS-NEW-BRACKET-STATUS     PIC X(02) VALUE SPACES.
001060     88 WS-NEW-BRACKET-OK            VALUE "00".
001070 77  WS-RESULTS-STATUS         PIC X(02) VALUE SPACES.
001080     88 WS-RESULTS-OK               VALUE "00".
001090 77  WS-PAIRING-STATUS         PIC X(02) VALUE SPACES.
001100     88 WS-PAIRING-OK               VALUE "00".
001110 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
001120     88 WS-REPORT-OK                VALUE "00".
001130 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
001140     88 WS-END-OF-INPUT-FILE        VALUE "Y".
001150 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
001160     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
001170 77  WS-DIVISION-EOF-SWITCH    PIC X(01) VALUE "N".
001180     88 WS-END-OF-DIVISION-FILE     VALUE "Y".
001190 77  WS-RECV-EOF-SWITCH        PIC X(01) VALUE "N".
001200     88 WS-END-OF-RECEIVABLES      VALUE "Y".
001210 77  WS-BRACKET-EOF-SWITCH     PIC X(01) VALUE "N".
001220     88 WS-END-OF-OLD-BRACKET      VALUE "Y".
001230 77  WS-PAIRFILE-EOF-SWITCH    PIC X(01) VALUE "N".
001240     88 WS-END-OF-PAIRING-FILE     VALUE "Y".
001250 77  WS-PAIRED-SWITCH          PIC X(01) VALUE "N".
001260     88 WS-NIGHT-ALREADY-PAIRED    VALUE "Y".
001270 77  WS-OVERRIDE-FLAG          PIC X(01) VALUE "N".
001271     88 WS-OPERATOR-OVERRIDE       VALUE "Y".
001272*****************************************************************
001273*    LEAGUE CALENDAR GUARD - HOW MANY LEAGUES THE CALENDAR HAS
001274*    PLAYING ON THE NIGHT.  A RUN FOR ONE LEAGUE NEEDS THAT
001275*    LEAGUE THERE; A RUN FOR EVERY LEAGUE NEEDS ONE.
001276*****************************************************************
001277 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
001278     88 WS-CALENDAR-OK              VALUE "00".
001279 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
001280     88 WS-END-OF-CALENDAR          VALUE "Y".
001281 77  WS-PLAYING-LEAGUE-COUNT   PIC 9(03) COMP VALUE ZERO.
001290*****************************************************************
001300*    RUN CONTROLS, SUPPLIED THROUGH THE ENVIRONMENT THE SAME WAY
001310*    THE FILE ASSIGNS ARE - THE NIGHT THE ROUND IS PLAYED, HOW
001320*    MANY SEEDS EACH BRACKET TAKES, AND WHETHER THE PLAYOFF IS
001330*    SEEDED WITHIN EACH DIVISION.
001340*****************************************************************
001350 01  WS-NIGHT-DATE-FIELDS.
001360     05 WS-NIGHT-DATE          PIC 9(08) VALUE ZERO.
001370     05 WS-NIGHT-DATE-SPLIT REDEFINES WS-NIGHT-DATE.
001380        10 FILLER              PIC X(04).
001390        10 WS-NIGHT-MMDD       PIC X(04).
001400 77  WS-SEED-LIMIT             PIC 9(02) VALUE ZERO.
001410 77  WS-DIVISION-FLAG          PIC X(01) VALUE "N".
001420     88 WS-SEED-BY-DIVISION        VALUE "Y".
001421*****************************************************************
001422*    LEAGUE WHOSE PLAYOFF IS BEING RUN, SUPPLIED THROUGH THE
001423*    ENVIRONMENT - SPACES RUNS EVERY LEAGUE'S PLAYOFF AT ONCE.
001424*****************************************************************
001425 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
001426     88 WS-ALL-LEAGUES              VALUE SPACES.
001430*****************************************************************
001440*    THE MEMBERSHIP - FULL NAMES FOR THE SHEET, AND THE STATUS
001450*    SO ONLY ACTIVE MEMBERS ARE SEEDED.
001460*****************************************************************
001470 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
001480 01  WS-MEMBER-TABLE.
001490     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
001500           DEPENDING ON WS-MEMBER-COUNT
001510           INDEXED BY WS-MBR-IDX.
001520        10 WS-MBR-PLAYER-ID    PIC X(10).
001530        10 WS-MBR-PLAYER-NAME  PIC X(30).
001540        10 WS-MBR-STATUS       PIC X(01).
001550 77  WS-PLAYER-NAME            PIC X(30) VALUE SPACES.
001560 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
001570 77  WS-MEMBER-SWITCH          PIC X(01) VALUE "N".
001580     88 WS-MEMBER-IS-ACTIVE         VALUE "Y".
001590*****************************************************************
001600*    EACH MEMBER'S DIVISION ASSIGNMENT - A MEMBER WITH NO
001610*    ASSIGNMENT IS SEEDED IN DIVISION "99".
001620*****************************************************************
001630 77  WS-DIVISION-COUNT         PIC 9(05) COMP VALUE ZERO.
001640 01  WS-DIVISION-TABLE.
001650     05 WS-DIVISION-ENTRY OCCURS 1 TO 200 TIMES
001660           DEPENDING ON WS-DIVISION-COUNT
001670           INDEXED BY WS-DIV-IDX.
001680        10 WS-DIV-PLAYER-ID    PIC X(10).
001690        10 WS-DIV-CODE         PIC X(02).
001695        10 WS-DIV-LEAGUE-CODE  PIC X(02).
001700*****************************************************************
001710*    MEMBERS SUSPENDED FOR ARREARS ON THE RECEIVABLES MASTER -
001720*    NOT SEEDED, THE SAME WAY PAIRGEN LEAVES THEM OFF THE
001730*    TABLES.
001740*****************************************************************
001750 77  WS-SUSPENDED-COUNT        PIC 9(05) COMP VALUE ZERO.
001760 01  WS-SUSPENDED-TABLE.
001770     05 WS-SUSPENDED-ENTRY OCCURS 1 TO 200 TIMES
001780           DEPENDING ON WS-SUSPENDED-COUNT
001790           INDEXED BY WS-SUS-IDX.
001800        10 WS-SUS-PLAYER-ID    PIC X(10).
001810 77  WS-SUSPEND-SWITCH         PIC X(01) VALUE "N".
001820     88 WS-MEMBER-IS-SUSPENDED      VALUE "Y".
001830*****************************************************************
001840*    THE SEEDING CANDIDATES - ONE PER ACTIVE MEMBER ON THE
001850*    SEASON-SUMMARY MASTER, SORTED BY LEAGUE AND BRACKET, THEN
001860*    WINS AND MATCH POINTS DESCENDING, AS THE WIN/LOSS STANDINGS
001865*    MATCHUP PRINTS RANK THEM.
001870*****************************************************************
001880 77  WS-CANDIDATE-COUNT        PIC 9(05) COMP VALUE ZERO.
001890 01  WS-CANDIDATE-TABLE.
001900     05 WS-CANDIDATE-ENTRY OCCURS 1 TO 200 TIMES
001910           DEPENDING ON WS-CANDIDATE-COUNT
001920           INDEXED BY WS-CAN-IDX, WS-CAN-IDX2.
001930        10 WS-CAN-PLAYER-ID    PIC X(10).
001935        10 WS-CAN-LEAGUE-CODE  PIC X(02).
001940        10 WS-CAN-BRACKET      PIC X(02).
001950        10 WS-CAN-WINS         PIC 9(05).
001960        10 WS-CAN-POINTS       PIC 9(07).
001970 01  WS-SWAP-CANDIDATE.
001980     05 WS-SWAP-CAN-PLAYER-ID  PIC X(10).
001985     05 WS-SWAP-CAN-LEAGUE-CODE
001987                               PIC X(02).
001990     05 WS-SWAP-CAN-BRACKET    PIC X(02).
002000     05 WS-SWAP-CAN-WINS       PIC 9(05).
002010     05 WS-SWAP-CAN-POINTS     PIC 9(07).
002020*****************************************************************
002030*    THE BRACKET - EVERY ROW OF THE BRACKET MASTER, LAID OUT AS
002040*    BRACKET IS, WITH THIS RUN'S DECISIONS AND NEW ROUND FOLDED
002050*    IN BEFORE THE NEW MASTER IS WRITTEN.
002060*****************************************************************
002070 77  WS-BRACKET-COUNT          PIC 9(05) COMP VALUE ZERO.
002080 01  WS-BRACKET-TABLE.
002090     05 WS-BRACKET-ENTRY OCCURS 1 TO 500 TIMES
002100           DEPENDING ON WS-BRACKET-COUNT
002110           INDEXED BY WS-BRK-IDX, WS-BRK-IDX2.
002120        10 WS-BRK-BRACKET-CODE PIC X(02).
002130        10 WS-BRK-ROUND        PIC 9(01).
002140        10 WS-BRK-SEED         PIC 9(02).
002150        10 WS-BRK-PLAYER-ID    PIC X(10).
002160        10 WS-BRK-MATCH-ID     PIC X(08).
002170        10 WS-BRK-GAME-ID      PIC X(08).
002180        10 WS-BRK-ROUND-DATE   PIC 9(08).
002190        10 WS-BRK-GAME-TOTAL   PIC 999.
002200        10 WS-BRK-OUTCOME      PIC X(01).
002205        10 WS-BRK-LEAGUE-CODE  PIC X(02).
002210 01  WS-SWAP-BRACKET           PIC X(45).
002220 77  WS-SCAN-LIMIT             PIC 9(05) COMP VALUE ZERO.
002230 77  WS-OPPONENT-SEED          PIC 9(02) VALUE ZERO.
002235 77  WS-RUN-BRACKET-ROWS       PIC 9(05) COMP VALUE ZERO.
002240*****************************************************************
002250*    ONE LINE PER LEAGUE AND BRACKET - THE ROUND IT IS ON, HOW
002260*    MANY IT SEEDED AND HOW MANY BYES THE TOP SEEDS DRAW, AND
002270*    WHETHER A CHAMPION HAS BEEN NAMED.
002280*****************************************************************
002290 77  WS-GROUP-COUNT            PIC 9(03) COMP VALUE ZERO.
002300 01  WS-GROUP-TABLE.
002310     05 WS-GROUP-ENTRY OCCURS 20 TIMES.
002315        10 WS-GRP-LEAGUE-CODE  PIC X(02).
002320        10 WS-GRP-BRACKET-CODE PIC X(02).
002330        10 WS-GRP-ROUND        PIC 9(01).
002340        10 WS-GRP-CANDIDATES   PIC 9(05) COMP.
002350        10 WS-GRP-ENTRANTS     PIC 9(05) COMP.
002360        10 WS-GRP-SEEDED       PIC 9(05) COMP.
002370        10 WS-GRP-BYES         PIC 9(05) COMP.
002380        10 WS-GRP-SURVIVORS    PIC 9(05) COMP.
002390        10 WS-GRP-STATE        PIC X(01).
002400           88 WS-GRP-FINISHED       VALUE "C".
002410 77  WS-GROUP-SUB              PIC 9(03) COMP VALUE ZERO.
002420 77  WS-LOOKUP-BRACKET         PIC X(02) VALUE SPACES.
002425 77  WS-LOOKUP-LEAGUE-CODE     PIC X(02) VALUE SPACES.
002430 77  WS-BRACKET-SIZE           PIC 9(05) COMP VALUE ZERO.
002440*****************************************************************
002450*    THE PLAYOFF MATCHES ALREADY DECIDED ON MATCH-RESULTS.
002460*****************************************************************
002470 77  WS-RESULT-COUNT           PIC 9(05) COMP VALUE ZERO.
002480 01  WS-RESULT-TABLE.
002490     05 WS-RESULT-ENTRY OCCURS 1 TO 500 TIMES
002500           DEPENDING ON WS-RESULT-COUNT
002510           INDEXED BY WS-RES-IDX.
002520        10 WS-RES-MATCH-ID     PIC X(08).
002530        10 WS-RES-WINNER-ID    PIC X(10).
002540        10 WS-RES-TIE-FLAG     PIC X(01).
002550        10 WS-RES-SEAT-PLAYER  PIC X(10) OCCURS 4 TIMES.
002560        10 WS-RES-SEAT-TOTAL   PIC 999 OCCURS 4 TIMES.
002570 77  WS-RESULT-FOUND           PIC X(01) VALUE "N".
002580     88 WS-RESULT-WAS-FOUND         VALUE "Y".
002590 77  WS-SEAT-SUB               PIC 9(01) COMP VALUE ZERO.
002600*****************************************************************
002610*    PAIRING CONTROLS - THE ENTRIES STILL TO BE PAIRED IN ONE
002620*    BRACKET'S ROUND, IN SEED ORDER, SO THE HIGHEST SEED LEFT
002630*    DRAWS THE LOWEST.
002640*****************************************************************
002650 77  WS-PAIR-COUNT             PIC 9(03) COMP VALUE ZERO.
002660 01  WS-PAIR-LIST.
002670     05 WS-PAIR-SLOT           PIC 9(05) COMP OCCURS 64 TIMES.
002680 77  WS-PAIR-SUB               PIC 9(03) COMP VALUE ZERO.
002690 77  WS-LOW-SUB                PIC 9(03) COMP VALUE ZERO.
002700 77  WS-MATCH-NUMBER           PIC 9(02) VALUE ZERO.
002705 77  WS-HIGH-MATCH             PIC 9(02) VALUE ZERO.
002710*****************************************************************
002720*    GENERATED IDS - THE PLAYOFF MATCH ID NAMES THE NIGHT
002730*    (MONTH/DAY), THE ROUND AND THE MATCH, EACH GAME ID THE
002740*    NIGHT, MATCH AND SEAT.  THE LEADING "P" MARKS BOTH AS
002750*    PLAYOFF IDS ON THE SEASON'S ACCUMULATING FILES.
002760*****************************************************************
002770 01  WS-MATCH-ID-BUILD.
002780     05 FILLER                 PIC X(01) VALUE "P".
002790     05 WS-MID-MMDD            PIC X(04).
002800     05 WS-MID-ROUND           PIC 9(01).
002810     05 WS-MID-MATCH           PIC 9(02).
002820 01  WS-GAME-ID-BUILD.
002830     05 FILLER                 PIC X(01) VALUE "P".
002840     05 WS-GID-MMDD            PIC X(04).
002850     05 WS-GID-MATCH           PIC 9(02).
002860     05 WS-GID-SEAT            PIC 9(01).
002862 01  WS-MATCH-ID-SPLIT.
002864     05 FILLER                 PIC X(06).
002866     05 WS-MSP-MATCH           PIC 9(02).
002870*****************************************************************
002880*    RUN COUNTS
002890*****************************************************************
002900 77  WS-MEMBERS-SEEDED         PIC 9(05) COMP VALUE ZERO.
002910 77  WS-MATCHES-ADVANCED       PIC 9(05) COMP VALUE ZERO.
002920 77  WS-TABLES-WRITTEN         PIC 9(05) COMP VALUE ZERO.
002930 77  WS-CHAMPIONS-NAMED        PIC 9(05) COMP VALUE ZERO.
002940*****************************************************************
002950*    REPORT LINE WORK AREAS
002960*****************************************************************
002970 77  WS-CURRENT-BRACKET        PIC X(02) VALUE SPACES.
002980 77  WS-CURRENT-ROUND          PIC 9(01) VALUE ZERO.
002985 77  WS-CURRENT-LEAGUE-CODE    PIC X(02) VALUE SPACES.
002990 01  WS-HEADING-LINE-1.
003000     05 FILLER                 PIC X(25) VALUE
003010         "PLAYOFF BRACKET - NIGHT ".
003020     05 WS-H1-NIGHT-DATE       PIC 9(08).
003022 01  WS-LEAGUE-HEADING.
003024     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
003026     05 WS-LH-LEAGUE-CODE      PIC X(02).
003030 01  WS-BRACKET-HEADING.
003040     05 FILLER                 PIC X(08) VALUE "BRACKET ".
003050     05 WS-BH-BRACKET-NAME     PIC X(20).
003060 01  WS-ROUND-HEADING.
003070     05 FILLER                 PIC X(08) VALUE "  ROUND ".
003080     05 WS-RH-ROUND            PIC 9(01).
003090 01  WS-SEED-LINE.
003100     05 FILLER                 PIC X(04) VALUE SPACES.
003110     05 WS-SL-SEED             PIC Z9.
003120     05 FILLER                 PIC X(02) VALUE SPACES.
003130     05 WS-SL-PLAYER-NAME      PIC X(30).
003140     05 FILLER                 PIC X(02) VALUE SPACES.
003150     05 WS-SL-GAME-ID          PIC X(08).
003160     05 FILLER                 PIC X(02) VALUE SPACES.
003170     05 WS-SL-GAME-TOTAL       PIC ZZ9.
003180     05 FILLER                 PIC X(02) VALUE SPACES.
003190     05 WS-SL-OUTCOME          PIC X(10).
003200 01  WS-SHORT-FIELD-LINE.
003202     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
003204     05 WS-SF-LEAGUE           PIC X(02).
003206     05 FILLER                 PIC X(02) VALUE SPACES.
003210     05 FILLER                 PIC X(09) VALUE "BRACKET ".
003220     05 WS-SF-BRACKET          PIC X(02).
003230     05 FILLER                 PIC X(02) VALUE SPACES.
003240     05 FILLER                 PIC X(36) VALUE
003250         "NOT SEEDED - FEWER THAN TWO ENTRANTS".
003260 01  WS-SUSPENDED-LINE.
003270     05 WS-XL-PLAYER-NAME      PIC X(30).
003280     05 FILLER                 PIC X(02) VALUE SPACES.
003290     05 FILLER                 PIC X(30) VALUE
003300         "SUSPENDED - DUES IN ARREARS".
003310 01  WS-COUNT-LINE.
003320     05 WS-CL-LABEL            PIC X(20).
003330     05 WS-CL-COUNT            PIC ZZZZ9.
003340 PROCEDURE DIVISION.
003350*****************************************************************
003360*    0000-MAINLINE
003370*****************************************************************
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE
003400     PERFORM 1500-LOAD-OLD-BRACKET
003410     IF WS-RUN-BRACKET-ROWS = 0
003420        PERFORM 2000-SEED-BRACKET
003430     ELSE
003440        PERFORM 3000-ADVANCE-BRACKET
003450     END-IF
003460     PERFORM 3800-SORT-BRACKET
003470     PERFORM 4000-PAIR-OPEN-ROUNDS
003480     PERFORM 6000-WRITE-NEW-BRACKET
003490     PERFORM 7000-PRINT-BRACKET-SHEET
003500     PERFORM 8000-PRINT-COUNTS
003510     PERFORM 9000-TERMINATE
003520     STOP RUN
003530     .
003540*****************************************************************
003550*    1000-INITIALIZE
003560*****************************************************************
003570 1000-INITIALIZE.
003580     ACCEPT WS-NIGHT-DATE FROM ENVIRONMENT "PLAYDATE"
003590     IF WS-NIGHT-DATE = ZERO
003600        DISPLAY "PLAYOFF - PLAYDATE NOT SUPPLIED"
003610        GO TO 9999-ABEND
003620     END-IF
003630     MOVE WS-NIGHT-MMDD TO WS-MID-MMDD
003640     MOVE WS-NIGHT-MMDD TO WS-GID-MMDD
003650     ACCEPT WS-SEED-LIMIT FROM ENVIRONMENT "PLAYSEED"
003660     IF WS-SEED-LIMIT = ZERO
003670        MOVE 8 TO WS-SEED-LIMIT
003680     END-IF
003690     IF WS-SEED-LIMIT < 2 OR WS-SEED-LIMIT > 64
003700        DISPLAY "PLAYOFF - PLAYSEED MUST BE 2 TO 64"
003710        GO TO 9999-ABEND
003720     END-IF
003730     ACCEPT WS-DIVISION-FLAG FROM ENVIRONMENT "PLAYDIV"
003740     ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "PLAYOVR"
003742     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
003745     PERFORM 1900-CHECK-LEAGUE-NIGHT
003750     PERFORM 1700-CHECK-NIGHT-UNPAIRED THRU 1700-EXIT
003760     OPEN EXTEND MATCH-PAIRING-FILE
003770     IF NOT WS-PAIRING-OK
003780        OPEN OUTPUT MATCH-PAIRING-FILE
003790     END-IF
003800     IF NOT WS-PAIRING-OK
003810        DISPLAY "PLAYOFF - CANNOT OPEN MATCH-PAIRING-FILE "
003820            WS-PAIRING-STATUS
003830        GO TO 9999-ABEND
003840     END-IF
003850     OPEN OUTPUT NEW-BRACKET-FILE
003860     IF NOT WS-NEW-BRACKET-OK
003870        DISPLAY "PLAYOFF - CANNOT OPEN NEW-BRACKET-FILE "
003880            WS-NEW-BRACKET-STATUS
003890        GO TO 9999-ABEND
003900     END-IF
003910     OPEN OUTPUT BRACKET-SHEET
003920     IF NOT WS-REPORT-OK
003930        DISPLAY "PLAYOFF - CANNOT OPEN BRACKET-SHEET "
003940            WS-REPORT-STATUS
003950        GO TO 9999-ABEND
003960     END-IF
003970     MOVE WS-NIGHT-DATE TO WS-H1-NIGHT-DATE
003980     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
003990     PERFORM 1300-LOAD-PLAYER-MASTER
004000     .
004010*****************************************************************
004020*    1300-LOAD-PLAYER-MASTER
004030*        Load each member's name and status - the names for the
004040*        bracket sheet, the status so the seeding passes over
004050*        an inactive membership.
004060*****************************************************************
004070 1300-LOAD-PLAYER-MASTER.
004080     OPEN INPUT PLAYER-MASTER-FILE
004090     IF NOT WS-PLAYER-MASTER-OK
004100        DISPLAY "PLAYOFF - CANNOT OPEN PLAYER-MASTER-FILE "
004110            WS-PLAYER-MASTER-STATUS
004120        GO TO 9999-ABEND
004130     END-IF
004140     PERFORM 1310-LOAD-ONE-MEMBER THRU 1310-EXIT
004150         UNTIL WS-END-OF-PLAYER-MASTER
004160     CLOSE PLAYER-MASTER-FILE
004170     .
004180*****************************************************************
004190*    1310-LOAD-ONE-MEMBER
004200*****************************************************************
004210 1310-LOAD-ONE-MEMBER.
004220     READ PLAYER-MASTER-FILE
004230         AT END
004240             MOVE "Y" TO WS-MASTER-EOF-SWITCH
004250             GO TO 1310-EXIT
004260     END-READ
004270     IF WS-MEMBER-COUNT >= 200
004280        DISPLAY "PLAYOFF - MORE THAN 200 MEMBERS"
004290        GO TO 9999-ABEND
004300     END-IF
004310     ADD 1 TO WS-MEMBER-COUNT
004320     SET WS-MBR-IDX TO WS-MEMBER-COUNT
004330     MOVE PM-PLAYER-ID      TO WS-MBR-PLAYER-ID(WS-MBR-IDX)
004340     MOVE PM-PLAYER-NAME    TO WS-MBR-PLAYER-NAME(WS-MBR-IDX)
004350     MOVE PM-MEMBER-STATUS  TO WS-MBR-STATUS(WS-MBR-IDX)
004360     .
004370 1310-EXIT.
004380     EXIT
004390     .
004400*****************************************************************
004410*    1400-LOAD-DIVISIONS
004420*        Load each member's division assignment for a playoff
004430*        seeded within each division.  A league with no
004440*        division file seeds everyone in division "99".
004450*****************************************************************
004460 1400-LOAD-DIVISIONS.
004470     OPEN INPUT DIVISION-FILE
004480     IF WS-DIVISION-OK
004490        PERFORM 1410-LOAD-ONE-DIVISION THRU 1410-EXIT
004500            UNTIL WS-END-OF-DIVISION-FILE
004510        CLOSE DIVISION-FILE
004520     END-IF
004530     .
004540*****************************************************************
004550*    1410-LOAD-ONE-DIVISION
004560*****************************************************************
004570 1410-LOAD-ONE-DIVISION.
004580     READ DIVISION-FILE
004590         AT END
004600             MOVE "Y" TO WS-DIVISION-EOF-SWITCH
004610             GO TO 1410-EXIT
004620     END-READ
004630     IF WS-DIVISION-COUNT >= 200
004640        DISPLAY "PLAYOFF - MORE THAN 200 DIVISION ROWS"
004650        GO TO 9999-ABEND
004660     END-IF
004670     ADD 1 TO WS-DIVISION-COUNT
004680     SET WS-DIV-IDX TO WS-DIVISION-COUNT
004690     MOVE DV-PLAYER-ID     TO WS-DIV-PLAYER-ID(WS-DIV-IDX)
004700     MOVE DV-DIVISION-CODE TO WS-DIV-CODE(WS-DIV-IDX)
004705     MOVE DV-LEAGUE-CODE   TO WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
004710     .
004720 1410-EXIT.
004730     EXIT
004740     .
004750*****************************************************************
004760*    1450-LOAD-SUSPENSIONS
004770*        Note every member BILLING has marked suspended on the
004780*        receivables master.  A league with no receivables file
004790*        yet simply suspends nobody.
004800*****************************************************************
004810 1450-LOAD-SUSPENSIONS.
004820     OPEN INPUT RECEIVABLE-FILE
004830     IF WS-RECEIVABLE-OK
004840        PERFORM 1460-LOAD-ONE-POSITION THRU 1460-EXIT
004850            UNTIL WS-END-OF-RECEIVABLES
004860        CLOSE RECEIVABLE-FILE
004870     END-IF
004880     .
004890*****************************************************************
004900*    1460-LOAD-ONE-POSITION
004910*****************************************************************
004920 1460-LOAD-ONE-POSITION.
004930     READ RECEIVABLE-FILE
004940         AT END
004950             MOVE "Y" TO WS-RECV-EOF-SWITCH
004960             GO TO 1460-EXIT
004970     END-READ
004980     IF NOT AR-MEMBER-SUSPENDED
004990        GO TO 1460-EXIT
005000     END-IF
005010     IF WS-SUSPENDED-COUNT >= 200
005020        DISPLAY "PLAYOFF - MORE THAN 200 SUSPENSIONS"
005030        GO TO 9999-ABEND
005040     END-IF
005050     ADD 1 TO WS-SUSPENDED-COUNT
005060     SET WS-SUS-IDX TO WS-SUSPENDED-COUNT
005070     MOVE AR-PLAYER-ID TO WS-SUS-PLAYER-ID(WS-SUS-IDX)
005080     .
005090 1460-EXIT.
005100     EXIT
005110     .
005120*****************************************************************
005130*    1500-LOAD-OLD-BRACKET
005140*        Carry in the bracket master as the last run left it.
005150*        The first run of the playoff has no master to read and
005160*        seeds the bracket instead - as does the first run for a
005165*        league with no rows yet on a master other leagues have
005167*        started.  An all-league run seeds only when the master
005168*        is empty; a league joining later is seeded by its own
005169*        LEAGCODE run.
005170*****************************************************************
005180 1500-LOAD-OLD-BRACKET.
005190     OPEN INPUT OLD-BRACKET-FILE
005200     IF WS-OLD-BRACKET-OK
005210        PERFORM 1510-LOAD-ONE-ROW THRU 1510-EXIT
005220            UNTIL WS-END-OF-OLD-BRACKET
005230        CLOSE OLD-BRACKET-FILE
005240     END-IF
005250     .
005260*****************************************************************
005270*    1510-LOAD-ONE-ROW
005280*****************************************************************
005290 1510-LOAD-ONE-ROW.
005300     READ OLD-BRACKET-FILE
005310         AT END
005320             MOVE "Y" TO WS-BRACKET-EOF-SWITCH
005330             GO TO 1510-EXIT
005340     END-READ
005350     IF WS-BRACKET-COUNT >= 500
005360        DISPLAY "PLAYOFF - MORE THAN 500 BRACKET ROWS"
005370        GO TO 9999-ABEND
005380     END-IF
005390     ADD 1 TO WS-BRACKET-COUNT
005400     SET WS-BRK-IDX TO WS-BRACKET-COUNT
005410     MOVE BK-BRACKET-RECORD TO WS-BRACKET-ENTRY(WS-BRK-IDX)
005415     IF WS-ALL-LEAGUES OR BK-LEAGUE-CODE = WS-LEAGUE-CODE
005417        ADD 1 TO WS-RUN-BRACKET-ROWS
005419     END-IF
005420     .
005430 1510-EXIT.
005440     EXIT
005450     .
005460*****************************************************************
005470*    1700-CHECK-NIGHT-UNPAIRED
005480*        Refuse to pair a playoff round on a night the season's
005490*        pairing file already has playoff tables for - a
005500*        re-submitted run would append duplicate pairing
005510*        records with the same generated ids - unless the
005520*        operator supplies the override.  Another league's
005522*        playoff tables that night are no bar, but this run
005524*        numbers its tables on from theirs so no two share an id.
005530*****************************************************************
005540 1700-CHECK-NIGHT-UNPAIRED.
005550     OPEN INPUT MATCH-PAIRING-FILE
005560     IF NOT WS-PAIRING-OK
005570        GO TO 1700-EXIT
005580     END-IF
005590     PERFORM 1710-SCAN-ONE-PAIRING THRU 1710-EXIT
005600         UNTIL WS-END-OF-PAIRING-FILE
005610     CLOSE MATCH-PAIRING-FILE
005620     IF WS-NIGHT-ALREADY-PAIRED
005630        AND NOT WS-OPERATOR-OVERRIDE
005640        DISPLAY "PLAYOFF - NIGHT " WS-NIGHT-DATE
005650            " ALREADY PAIRED - SET PLAYOVR=Y TO OVERRIDE"
005660        GO TO 9999-ABEND
005670     END-IF
005675     MOVE WS-HIGH-MATCH TO WS-MATCH-NUMBER
005680     .
005690 1700-EXIT.
005700     EXIT
005710     .
005720*****************************************************************
005730*    1710-SCAN-ONE-PAIRING
005740*****************************************************************
005750 1710-SCAN-ONE-PAIRING.
005760     READ MATCH-PAIRING-FILE
005770         AT END
005780             MOVE "Y" TO WS-PAIRFILE-EOF-SWITCH
005790             GO TO 1710-EXIT
005800     END-READ
005810     IF MP-MATCH-DATE NOT = WS-NIGHT-DATE
005820        OR NOT MP-PLAYOFF-MATCH
005825        GO TO 1710-EXIT
005827     END-IF
005828     IF WS-ALL-LEAGUES
005829        OR MP-LEAGUE-CODE = WS-LEAGUE-CODE
005830        MOVE "Y" TO WS-PAIRED-SWITCH
005832     ELSE
005833        MOVE MP-MATCH-ID TO WS-MATCH-ID-SPLIT
005834        IF WS-MSP-MATCH NUMERIC
005835           AND WS-MSP-MATCH > WS-HIGH-MATCH
005836           MOVE WS-MSP-MATCH TO WS-HIGH-MATCH
005837        END-IF
005840     END-IF
005850     .
005860 1710-EXIT.
005870     EXIT
005871     .
005872*****************************************************************
005873*    1900-CHECK-LEAGUE-NIGHT
005874*        Refuse a night the calendar does not hold as a league
005875*        night - a mistyped PLAYDATE would otherwise put a
005876*        playoff round on a night that never happens.  A
005877*        cancelled night, or one rescheduled away, is not a
005878*        league night; the makeup night it moved to is.
005879*****************************************************************
005880 1900-CHECK-LEAGUE-NIGHT.
005881     OPEN INPUT LEAGUE-CALENDAR-FILE
005882     IF NOT WS-CALENDAR-OK
005883        DISPLAY "PLAYOFF - CANNOT OPEN LEAGUE-CALENDAR-FILE "
005884            WS-CALENDAR-STATUS
005885        GO TO 9999-ABEND
005886     END-IF
005887     PERFORM 1910-SCAN-ONE-NIGHT THRU 1910-EXIT
005888         UNTIL WS-END-OF-CALENDAR
005889     CLOSE LEAGUE-CALENDAR-FILE
005890     IF WS-PLAYING-LEAGUE-COUNT = 0
005891        DISPLAY "PLAYOFF - NIGHT " WS-NIGHT-DATE
005892            " IS NOT A LEAGUE NIGHT ON THE CALENDAR"
005893        GO TO 9999-ABEND
005894     END-IF
005895     .
005896*****************************************************************
005897*    1910-SCAN-ONE-NIGHT
005898*****************************************************************
005899 1910-SCAN-ONE-NIGHT.
005900     READ LEAGUE-CALENDAR-FILE
005901         AT END
005902             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
005903             GO TO 1910-EXIT
005904     END-READ
005905     IF LC-NIGHT-DATE NOT = WS-NIGHT-DATE
005906        OR NOT LC-LEAGUE-NIGHT
005907        GO TO 1910-EXIT
005908     END-IF
005909     IF NOT WS-ALL-LEAGUES
005910        AND LC-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005911        GO TO 1910-EXIT
005912     END-IF
005913     ADD 1 TO WS-PLAYING-LEAGUE-COUNT
005914     .
005915 1910-EXIT.
005916     EXIT
005917     .
005918*****************************************************************
005919*    2000-SEED-BRACKET
005920*        The first run - rank the active members off the
005921*        season summary, count each bracket's field, and seed
005930*        the top of each bracket into round one, the top seeds
005940*        drawing byes when the field is not a power of two.
005950*****************************************************************
005960 2000-SEED-BRACKET.
005970     IF WS-SEED-BY-DIVISION
005980        PERFORM 1400-LOAD-DIVISIONS
005990     END-IF
006000     PERFORM 1450-LOAD-SUSPENSIONS
006010     PERFORM 2100-LOAD-CANDIDATES
006020     PERFORM 2300-SORT-CANDIDATES
006030     IF WS-CANDIDATE-COUNT > 0
006040        PERFORM 2400-COUNT-ONE-CANDIDATE
006050            VARYING WS-CAN-IDX FROM 1 BY 1
006060            UNTIL WS-CAN-IDX > WS-CANDIDATE-COUNT
006070     END-IF
006080     IF WS-GROUP-COUNT > 0
006090        PERFORM 2450-SIZE-ONE-BRACKET
006100            VARYING WS-GROUP-SUB FROM 1 BY 1
006110            UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
006120     END-IF
006130     IF WS-CANDIDATE-COUNT > 0
006140        PERFORM 2500-SEED-ONE-CANDIDATE THRU 2500-EXIT
006150            VARYING WS-CAN-IDX FROM 1 BY 1
006160            UNTIL WS-CAN-IDX > WS-CANDIDATE-COUNT
006170     END-IF
006180     .
006190*****************************************************************
006200*    2100-LOAD-CANDIDATES
006210*****************************************************************
006220 2100-LOAD-CANDIDATES.
006230     OPEN INPUT SEASON-SUMMARY-FILE
006240     IF NOT WS-SUMMARY-OK
006250        DISPLAY "PLAYOFF - CANNOT OPEN SEASON-SUMMARY-FILE "
006260            WS-SUMMARY-STATUS
006270        GO TO 9999-ABEND
006280     END-IF
006290     PERFORM 2110-LOAD-ONE-CANDIDATE THRU 2110-EXIT
006300         UNTIL WS-END-OF-INPUT-FILE
006310     MOVE "N" TO WS-EOF-SWITCH
006320     CLOSE SEASON-SUMMARY-FILE
006330     .
006340*****************************************************************
006350*    2110-LOAD-ONE-CANDIDATE
006360*        A summary row for a member no longer active, or one
006370*        suspended for arrears, is not seeded; nor is another
006375*        league's row.
006380*****************************************************************
006390 2110-LOAD-ONE-CANDIDATE.
006400     READ SEASON-SUMMARY-FILE
006410         AT END
006420             MOVE "Y" TO WS-EOF-SWITCH
006430             GO TO 2110-EXIT
006440     END-READ
006445     IF NOT WS-ALL-LEAGUES AND SM-LEAGUE-CODE NOT = WS-LEAGUE-CODE
006447        GO TO 2110-EXIT
006449     END-IF
006450     MOVE SM-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
006460     PERFORM 2150-CHECK-MEMBER
006470     IF NOT WS-MEMBER-IS-ACTIVE
006480        GO TO 2110-EXIT
006490     END-IF
006500     PERFORM 2160-CHECK-SUSPENSION
006510     IF WS-MEMBER-IS-SUSPENDED
006520        PERFORM 7400-LOOKUP-PLAYER-NAME
006530        MOVE WS-PLAYER-NAME TO WS-XL-PLAYER-NAME
006540        WRITE RP-REPORT-LINE FROM WS-SUSPENDED-LINE
006550        GO TO 2110-EXIT
006560     END-IF
006570     IF WS-CANDIDATE-COUNT >= 200
006580        DISPLAY "PLAYOFF - MORE THAN 200 SUMMARY ROWS"
006590        GO TO 9999-ABEND
006600     END-IF
006610     ADD 1 TO WS-CANDIDATE-COUNT
006620     SET WS-CAN-IDX TO WS-CANDIDATE-COUNT
006630     MOVE SM-PLAYER-ID    TO WS-CAN-PLAYER-ID(WS-CAN-IDX)
006635     MOVE SM-LEAGUE-CODE  TO WS-CAN-LEAGUE-CODE(WS-CAN-IDX)
006640     MOVE SM-MATCH-WINS   TO WS-CAN-WINS(WS-CAN-IDX)
006650     MOVE SM-MATCH-POINTS TO WS-CAN-POINTS(WS-CAN-IDX)
006660     MOVE "00"            TO WS-CAN-BRACKET(WS-CAN-IDX)
006670     IF WS-SEED-BY-DIVISION
006680        PERFORM 2170-LOOKUP-DIVISION
006690     END-IF
006700     .
006710 2110-EXIT.
006720     EXIT
006730     .
006740*****************************************************************
006750*    2150-CHECK-MEMBER
006760*****************************************************************
006770 2150-CHECK-MEMBER.
006780     MOVE "N" TO WS-MEMBER-SWITCH
006790     IF WS-MEMBER-COUNT > 0
006800        SET WS-MBR-IDX TO 1
006810        SEARCH WS-MEMBER-ENTRY
006820           AT END CONTINUE
006830           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
006840                WS-LOOKUP-PLAYER-ID
006850                IF WS-MBR-STATUS(WS-MBR-IDX) = "A"
006860                   MOVE "Y" TO WS-MEMBER-SWITCH
006870                END-IF
006880        END-SEARCH
006890     END-IF
006900     .
006910*****************************************************************
006920*    2160-CHECK-SUSPENSION
006930*****************************************************************
006940 2160-CHECK-SUSPENSION.
006950     MOVE "N" TO WS-SUSPEND-SWITCH
006960     IF WS-SUSPENDED-COUNT > 0
006970        SET WS-SUS-IDX TO 1
006980        SEARCH WS-SUSPENDED-ENTRY
006990           AT END CONTINUE
007000           WHEN WS-SUS-PLAYER-ID(WS-SUS-IDX) =
007010                WS-LOOKUP-PLAYER-ID
007020                MOVE "Y" TO WS-SUSPEND-SWITCH
007030        END-SEARCH
007040     END-IF
007050     .
007060*****************************************************************
007070*    2170-LOOKUP-DIVISION
007080*        The candidate's bracket is the division the member
007090*        competes in within the summary row's league; a member
007100*        with no assignment there is seeded in division "99".
007110*****************************************************************
007120 2170-LOOKUP-DIVISION.
007130     MOVE "99" TO WS-CAN-BRACKET(WS-CAN-IDX)
007140     IF WS-DIVISION-COUNT > 0
007150        SET WS-DIV-IDX TO 1
007160        SEARCH WS-DIVISION-ENTRY
007170           AT END CONTINUE
007180           WHEN WS-DIV-PLAYER-ID(WS-DIV-IDX) = SM-PLAYER-ID
007185            AND WS-DIV-LEAGUE-CODE(WS-DIV-IDX) = SM-LEAGUE-CODE
007190                MOVE WS-DIV-CODE(WS-DIV-IDX)
007200                    TO WS-CAN-BRACKET(WS-CAN-IDX)
007210        END-SEARCH
007220     END-IF
007230     .
007240*****************************************************************
007250*    2300-SORT-CANDIDATES
007260*        Simple exchange sort - league and bracket first, then
007270*        wins, with match points as the tie-break, the way the
007280*        win/loss standings MATCHUP prints rank the championship.
007290*****************************************************************
007300 2300-SORT-CANDIDATES.
007310     IF WS-CANDIDATE-COUNT > 1
007320        PERFORM 2310-BUBBLE-PASS VARYING WS-CAN-IDX
007330           FROM 1 BY 1 UNTIL WS-CAN-IDX >= WS-CANDIDATE-COUNT
007340     END-IF
007350     .
007360*****************************************************************
007370*    2310-BUBBLE-PASS
007380*****************************************************************
007390 2310-BUBBLE-PASS.
007400     PERFORM 2320-BUBBLE-COMPARE VARYING WS-CAN-IDX2
007410        FROM 1 BY 1
007420        UNTIL WS-CAN-IDX2 > WS-CANDIDATE-COUNT - WS-CAN-IDX
007430     .
007440*****************************************************************
007450*    2320-BUBBLE-COMPARE
007455*    Within a league and bracket - wins descending, then match
007457*    points descending.
007460*****************************************************************
007465 2320-BUBBLE-COMPARE.
007470     IF WS-CAN-LEAGUE-CODE(WS-CAN-IDX2) >
007472        WS-CAN-LEAGUE-CODE(WS-CAN-IDX2 + 1)
007474        OR (WS-CAN-LEAGUE-CODE(WS-CAN-IDX2) =
007476            WS-CAN-LEAGUE-CODE(WS-CAN-IDX2 + 1)
007478            AND WS-CAN-BRACKET(WS-CAN-IDX2) >
007490                WS-CAN-BRACKET(WS-CAN-IDX2 + 1))
007492        OR (WS-CAN-LEAGUE-CODE(WS-CAN-IDX2) =
007494            WS-CAN-LEAGUE-CODE(WS-CAN-IDX2 + 1)
007500            AND WS-CAN-BRACKET(WS-CAN-IDX2) =
007510                WS-CAN-BRACKET(WS-CAN-IDX2 + 1)
007520            AND WS-CAN-WINS(WS-CAN-IDX2) <
007530                WS-CAN-WINS(WS-CAN-IDX2 + 1))
007532        OR (WS-CAN-LEAGUE-CODE(WS-CAN-IDX2) =
007534            WS-CAN-LEAGUE-CODE(WS-CAN-IDX2 + 1)
007540            AND WS-CAN-BRACKET(WS-CAN-IDX2) =
007550                WS-CAN-BRACKET(WS-CAN-IDX2 + 1)
007560            AND WS-CAN-WINS(WS-CAN-IDX2) =
007570                WS-CAN-WINS(WS-CAN-IDX2 + 1)
007580            AND WS-CAN-POINTS(WS-CAN-IDX2) <
007590                WS-CAN-POINTS(WS-CAN-IDX2 + 1))
007600        PERFORM 2330-SWAP-CANDIDATES
007610     END-IF
007620     .
007630*****************************************************************
007640*    2330-SWAP-CANDIDATES
007650*****************************************************************
007660 2330-SWAP-CANDIDATES.
007670     MOVE WS-CANDIDATE-ENTRY(WS-CAN-IDX2) TO WS-SWAP-CANDIDATE
007680     MOVE WS-CANDIDATE-ENTRY(WS-CAN-IDX2 + 1) TO
007690         WS-CANDIDATE-ENTRY(WS-CAN-IDX2)
007700     MOVE WS-SWAP-CANDIDATE TO WS-CANDIDATE-ENTRY(WS-CAN-IDX2 + 1)
007710     .
007720*****************************************************************
007730*    2400-COUNT-ONE-CANDIDATE
007740*        Count each bracket's field before seeding, so the
007750*        brackets know their entrants and byes up front.
007760*****************************************************************
007770 2400-COUNT-ONE-CANDIDATE.
007780     MOVE WS-CAN-BRACKET(WS-CAN-IDX) TO WS-LOOKUP-BRACKET
007785     MOVE WS-CAN-LEAGUE-CODE(WS-CAN-IDX) TO WS-LOOKUP-LEAGUE-CODE
007790     PERFORM 5000-FIND-OR-ADD-GROUP
007800     ADD 1 TO WS-GRP-CANDIDATES(WS-GROUP-SUB)
007810     .
007820*****************************************************************
007830*    2450-SIZE-ONE-BRACKET
007840*        The bracket takes the seed limit, or its whole field
007850*        if smaller.  The top seeds draw byes enough to bring
007860*        the round-two field to a power of two.  A bracket of
007870*        fewer than two cannot be played.
007880*****************************************************************
007890 2450-SIZE-ONE-BRACKET.
007900     MOVE WS-GRP-CANDIDATES(WS-GROUP-SUB)
007910         TO WS-GRP-ENTRANTS(WS-GROUP-SUB)
007920     IF WS-GRP-ENTRANTS(WS-GROUP-SUB) > WS-SEED-LIMIT
007930        MOVE WS-SEED-LIMIT TO WS-GRP-ENTRANTS(WS-GROUP-SUB)
007940     END-IF
007950     IF WS-GRP-ENTRANTS(WS-GROUP-SUB) < 2
007955        MOVE WS-GRP-LEAGUE-CODE(WS-GROUP-SUB) TO WS-SF-LEAGUE
007960        MOVE WS-GRP-BRACKET-CODE(WS-GROUP-SUB) TO WS-SF-BRACKET
007970        WRITE RP-REPORT-LINE FROM WS-SHORT-FIELD-LINE
007980        MOVE 0 TO WS-GRP-ENTRANTS(WS-GROUP-SUB)
007990        MOVE "C" TO WS-GRP-STATE(WS-GROUP-SUB)
008000     ELSE
008010        MOVE 1 TO WS-BRACKET-SIZE
008020        PERFORM 2460-DOUBLE-BRACKET-SIZE
008030            UNTIL WS-BRACKET-SIZE >=
008040                  WS-GRP-ENTRANTS(WS-GROUP-SUB)
008050        COMPUTE WS-GRP-BYES(WS-GROUP-SUB) =
008060            WS-BRACKET-SIZE - WS-GRP-ENTRANTS(WS-GROUP-SUB)
008070     END-IF
008080     .
008090*****************************************************************
008100*    2460-DOUBLE-BRACKET-SIZE
008110*****************************************************************
008120 2460-DOUBLE-BRACKET-SIZE.
008130     COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
008140     .
008150*****************************************************************
008160*    2500-SEED-ONE-CANDIDATE
008170*        The candidates come in league, bracket and standings
008180*        order, so the first entrants of each bracket are its
008190*        seeds, one upward.  A seed within the bye count goes
008200*        straight through round one.
008210*****************************************************************
008220 2500-SEED-ONE-CANDIDATE.
008230     MOVE WS-CAN-BRACKET(WS-CAN-IDX) TO WS-LOOKUP-BRACKET
008235     MOVE WS-CAN-LEAGUE-CODE(WS-CAN-IDX) TO WS-LOOKUP-LEAGUE-CODE
008240     PERFORM 5000-FIND-OR-ADD-GROUP
008250     IF WS-GRP-SEEDED(WS-GROUP-SUB) >=
008260        WS-GRP-ENTRANTS(WS-GROUP-SUB)
008270        GO TO 2500-EXIT
008280     END-IF
008290     ADD 1 TO WS-GRP-SEEDED(WS-GROUP-SUB)
008300     PERFORM 5100-ADD-BRACKET-ROW
008310     SET WS-BRK-IDX TO WS-BRK-IDX2
008320     MOVE WS-CAN-BRACKET(WS-CAN-IDX)
008330         TO WS-BRK-BRACKET-CODE(WS-BRK-IDX)
008335     MOVE WS-CAN-LEAGUE-CODE(WS-CAN-IDX)
008337         TO WS-BRK-LEAGUE-CODE(WS-BRK-IDX)
008340     MOVE 1 TO WS-BRK-ROUND(WS-BRK-IDX)
008350     MOVE WS-GRP-SEEDED(WS-GROUP-SUB) TO WS-BRK-SEED(WS-BRK-IDX)
008360     MOVE WS-CAN-PLAYER-ID(WS-CAN-IDX)
008370         TO WS-BRK-PLAYER-ID(WS-BRK-IDX)
008380     IF WS-GRP-SEEDED(WS-GROUP-SUB) <= WS-GRP-BYES(WS-GROUP-SUB)
008390        MOVE WS-NIGHT-DATE TO WS-BRK-ROUND-DATE(WS-BRK-IDX)
008400        MOVE "B" TO WS-BRK-OUTCOME(WS-BRK-IDX)
008410     END-IF
008420     MOVE 1 TO WS-GRP-ROUND(WS-GROUP-SUB)
008430     ADD 1 TO WS-MEMBERS-SEEDED
008440     .
008450 2500-EXIT.
008460     EXIT
008470     .
008480*****************************************************************
008490*    3000-ADVANCE-BRACKET
008500*        A later run - find the round each bracket is on, mark
008510*        its matches off the playoff results, and either name
008520*        the champion or carry the survivors into the next
008530*        round.
008540*****************************************************************
008550 3000-ADVANCE-BRACKET.
008560     PERFORM 3100-LOAD-RESULTS
008570     PERFORM 3200-NOTE-ONE-ROW THRU 3200-EXIT
008580         VARYING WS-BRK-IDX FROM 1 BY 1
008590         UNTIL WS-BRK-IDX > WS-BRACKET-COUNT
008600     IF WS-GROUP-COUNT > 0
008610        PERFORM 3300-ADVANCE-ONE-GROUP THRU 3300-EXIT
008620            VARYING WS-GROUP-SUB FROM 1 BY 1
008630            UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
008640     END-IF
008650     .
008660*****************************************************************
008670*    3100-LOAD-RESULTS
008680*        Load every playoff match MATCHUP has decided.  The
008690*        regular season's results are no concern of the
008700*        bracket.
008710*****************************************************************
008720 3100-LOAD-RESULTS.
008730     OPEN INPUT MATCH-RESULTS-FILE
008740     IF WS-RESULTS-OK
008750        PERFORM 3110-LOAD-ONE-RESULT THRU 3110-EXIT
008760            UNTIL WS-END-OF-INPUT-FILE
008770        MOVE "N" TO WS-EOF-SWITCH
008780        CLOSE MATCH-RESULTS-FILE
008790     END-IF
008800     .
008810*****************************************************************
008820*    3110-LOAD-ONE-RESULT
008830*****************************************************************
008840 3110-LOAD-ONE-RESULT.
008850     READ MATCH-RESULTS-FILE
008860         AT END
008870             MOVE "Y" TO WS-EOF-SWITCH
008880             GO TO 3110-EXIT
008890     END-READ
008900     IF NOT MR-PLAYOFF-MATCH
008910        GO TO 3110-EXIT
008920     END-IF
008930     IF WS-RESULT-COUNT >= 500
008940        DISPLAY "PLAYOFF - MORE THAN 500 PLAYOFF RESULTS"
008950        GO TO 9999-ABEND
008960     END-IF
008970     ADD 1 TO WS-RESULT-COUNT
008980     SET WS-RES-IDX TO WS-RESULT-COUNT
008990     MOVE MR-MATCH-ID         TO WS-RES-MATCH-ID(WS-RES-IDX)
009000     MOVE MR-WINNER-PLAYER-ID TO WS-RES-WINNER-ID(WS-RES-IDX)
009010     MOVE MR-TIE-FLAG         TO WS-RES-TIE-FLAG(WS-RES-IDX)
009020     PERFORM 3120-LOAD-ONE-SEAT
009030         VARYING WS-SEAT-SUB FROM 1 BY 1
009040         UNTIL WS-SEAT-SUB > 4
009050     .
009060 3110-EXIT.
009070     EXIT
009080     .
009090*****************************************************************
009100*    3120-LOAD-ONE-SEAT
009110*****************************************************************
009120 3120-LOAD-ONE-SEAT.
009130     MOVE MR-SEAT-PLAYER-ID(WS-SEAT-SUB)
009140         TO WS-RES-SEAT-PLAYER(WS-RES-IDX, WS-SEAT-SUB)
009150     MOVE MR-SEAT-TOTAL(WS-SEAT-SUB)
009160         TO WS-RES-SEAT-TOTAL(WS-RES-IDX, WS-SEAT-SUB)
009170     .
009180*****************************************************************
009190*    3200-NOTE-ONE-ROW
009200*        Build the bracket table off the master - each
009210*        bracket's latest round, and whether its champion has
009220*        already been named.  Another league's rows get no line,
009225*        so its brackets are neither advanced nor paired and
009227*        are written back as they stand.
009230*****************************************************************
009240 3200-NOTE-ONE-ROW.
009242     IF NOT WS-ALL-LEAGUES
009244        AND WS-BRK-LEAGUE-CODE(WS-BRK-IDX) NOT = WS-LEAGUE-CODE
009246        GO TO 3200-EXIT
009248     END-IF
009250     MOVE WS-BRK-BRACKET-CODE(WS-BRK-IDX) TO WS-LOOKUP-BRACKET
009255     MOVE WS-BRK-LEAGUE-CODE(WS-BRK-IDX) TO WS-LOOKUP-LEAGUE-CODE
009260     PERFORM 5000-FIND-OR-ADD-GROUP
009270     IF WS-BRK-ROUND(WS-BRK-IDX) > WS-GRP-ROUND(WS-GROUP-SUB)
009280        MOVE WS-BRK-ROUND(WS-BRK-IDX)
009290            TO WS-GRP-ROUND(WS-GROUP-SUB)
009300     END-IF
009310     IF WS-BRK-OUTCOME(WS-BRK-IDX) = "C"
009320        MOVE "C" TO WS-GRP-STATE(WS-GROUP-SUB)
009330     END-IF
009340     .
009345 3200-EXIT.
009347     EXIT
009349     .
009350*****************************************************************
009360*    3300-ADVANCE-ONE-GROUP
009370*        Decide every match of the bracket's current round.  One
009380*        survivor is the champion; otherwise the survivors are
009390*        carried into the next round to be paired.
009400*****************************************************************
009410 3300-ADVANCE-ONE-GROUP.
009420     IF WS-GRP-FINISHED(WS-GROUP-SUB)
009430        GO TO 3300-EXIT
009440     END-IF
009450     MOVE WS-BRACKET-COUNT TO WS-SCAN-LIMIT
009460     PERFORM 3400-DECIDE-ONE-ROW THRU 3400-EXIT
009470         VARYING WS-BRK-IDX FROM 1 BY 1
009480         UNTIL WS-BRK-IDX > WS-SCAN-LIMIT
009490     MOVE 0 TO WS-GRP-SURVIVORS(WS-GROUP-SUB)
009500     PERFORM 3500-COUNT-ONE-SURVIVOR
009510         VARYING WS-BRK-IDX FROM 1 BY 1
009520         UNTIL WS-BRK-IDX > WS-SCAN-LIMIT
009530     IF WS-GRP-SURVIVORS(WS-GROUP-SUB) = 1
009540        PERFORM 3600-CROWN-CHAMPION
009550            VARYING WS-BRK-IDX FROM 1 BY 1
009560            UNTIL WS-BRK-IDX > WS-SCAN-LIMIT
009570        MOVE "C" TO WS-GRP-STATE(WS-GROUP-SUB)
009580        ADD 1 TO WS-CHAMPIONS-NAMED
009590        GO TO 3300-EXIT
009600     END-IF
009610     PERFORM 3700-CARRY-ONE-SURVIVOR
009620         VARYING WS-BRK-IDX FROM 1 BY 1
009630         UNTIL WS-BRK-IDX > WS-SCAN-LIMIT
009640     ADD 1 TO WS-GRP-ROUND(WS-GROUP-SUB)
009650     .
009660 3300-EXIT.
009670     EXIT
009680     .
009690*****************************************************************
009700*    3400-DECIDE-ONE-ROW
009710*        A row of the bracket's current round still awaiting
009720*        its match gets the result off MATCH-RESULTS.  The
009730*        winner advances; a drawn match, or one voided with
009740*        neither player showing, goes to the higher seed, as
009750*        the charter breaks a playoff tie.  A match with no
009760*        result yet stops the run - the round has to be played
009770*        out before the next one can be drawn.
009780*****************************************************************
009790 3400-DECIDE-ONE-ROW.
009800     IF WS-BRK-BRACKET-CODE(WS-BRK-IDX) NOT =
009810        WS-GRP-BRACKET-CODE(WS-GROUP-SUB)
009815        OR WS-BRK-LEAGUE-CODE(WS-BRK-IDX) NOT =
009817           WS-GRP-LEAGUE-CODE(WS-GROUP-SUB)
009820        OR WS-BRK-ROUND(WS-BRK-IDX) NOT =
009830           WS-GRP-ROUND(WS-GROUP-SUB)
009840        OR WS-BRK-OUTCOME(WS-BRK-IDX) NOT = SPACE
009850        GO TO 3400-EXIT
009860     END-IF
009870     PERFORM 3410-FIND-RESULT
009880     IF NOT WS-RESULT-WAS-FOUND
009890        DISPLAY "PLAYOFF - MATCH " WS-BRK-MATCH-ID(WS-BRK-IDX)
009900            " NOT YET DECIDED - ROUND CANNOT ADVANCE"
009910        GO TO 9999-ABEND
009920     END-IF
009930     PERFORM 3420-TAKE-SEAT-TOTAL
009940         VARYING WS-SEAT-SUB FROM 1 BY 1
009950         UNTIL WS-SEAT-SUB > 4
009960     EVALUATE TRUE
009970     WHEN WS-RES-TIE-FLAG(WS-RES-IDX) NOT = "Y"
009980          AND WS-RES-WINNER-ID(WS-RES-IDX) =
009990              WS-BRK-PLAYER-ID(WS-BRK-IDX)
010000        MOVE "W" TO WS-BRK-OUTCOME(WS-BRK-IDX)
010010        ADD 1 TO WS-MATCHES-ADVANCED
010020     WHEN WS-RES-TIE-FLAG(WS-RES-IDX) NOT = "Y"
010030          AND WS-RES-WINNER-ID(WS-RES-IDX) NOT = SPACES
010040        MOVE "L" TO WS-BRK-OUTCOME(WS-BRK-IDX)
010050     WHEN OTHER
010060        PERFORM 3430-FIND-OPPONENT-SEED
010070        IF WS-BRK-SEED(WS-BRK-IDX) < WS-OPPONENT-SEED
010080           MOVE "W" TO WS-BRK-OUTCOME(WS-BRK-IDX)
010090           ADD 1 TO WS-MATCHES-ADVANCED
010100        ELSE
010110           MOVE "L" TO WS-BRK-OUTCOME(WS-BRK-IDX)
010120        END-IF
010130     END-EVALUATE
010140     .
010150 3400-EXIT.
010160     EXIT
010170     .
010180*****************************************************************
010190*    3410-FIND-RESULT
010200*****************************************************************
010210 3410-FIND-RESULT.
010220     MOVE "N" TO WS-RESULT-FOUND
010230     IF WS-RESULT-COUNT > 0
010240        SET WS-RES-IDX TO 1
010250        SEARCH WS-RESULT-ENTRY
010260           AT END CONTINUE
010270           WHEN WS-RES-MATCH-ID(WS-RES-IDX) =
010280                WS-BRK-MATCH-ID(WS-BRK-IDX)
010290                MOVE "Y" TO WS-RESULT-FOUND
010300        END-SEARCH
010310     END-IF
010320     .
010330*****************************************************************
010340*    3420-TAKE-SEAT-TOTAL
010350*****************************************************************
010360 3420-TAKE-SEAT-TOTAL.
010370     IF WS-RES-SEAT-PLAYER(WS-RES-IDX, WS-SEAT-SUB) =
010380        WS-BRK-PLAYER-ID(WS-BRK-IDX)
010390        MOVE WS-RES-SEAT-TOTAL(WS-RES-IDX, WS-SEAT-SUB)
010400            TO WS-BRK-GAME-TOTAL(WS-BRK-IDX)
010410     END-IF
010420     .
010430*****************************************************************
010440*    3430-FIND-OPPONENT-SEED
010450*        The seed of the other row paired into the same match.
010460*****************************************************************
010470 3430-FIND-OPPONENT-SEED.
010480     MOVE 99 TO WS-OPPONENT-SEED
010490     PERFORM 3440-CHECK-ONE-OPPONENT
010500         VARYING WS-BRK-IDX2 FROM 1 BY 1
010510         UNTIL WS-BRK-IDX2 > WS-SCAN-LIMIT
010520     .
010530*****************************************************************
010540*    3440-CHECK-ONE-OPPONENT
010550*****************************************************************
010560 3440-CHECK-ONE-OPPONENT.
010570     IF WS-BRK-IDX2 NOT = WS-BRK-IDX
010580        AND WS-BRK-MATCH-ID(WS-BRK-IDX2) =
010590            WS-BRK-MATCH-ID(WS-BRK-IDX)
010600        MOVE WS-BRK-SEED(WS-BRK-IDX2) TO WS-OPPONENT-SEED
010610     END-IF
010620     .
010630*****************************************************************
010640*    3500-COUNT-ONE-SURVIVOR
010650*****************************************************************
010660 3500-COUNT-ONE-SURVIVOR.
010670     IF WS-BRK-BRACKET-CODE(WS-BRK-IDX) =
010672        WS-GRP-BRACKET-CODE(WS-GROUP-SUB)
010674        AND WS-BRK-LEAGUE-CODE(WS-BRK-IDX) =
010680            WS-GRP-LEAGUE-CODE(WS-GROUP-SUB)
010690        AND WS-BRK-ROUND(WS-BRK-IDX) =
010700            WS-GRP-ROUND(WS-GROUP-SUB)
010710        AND (WS-BRK-OUTCOME(WS-BRK-IDX) = "W"
010720             OR WS-BRK-OUTCOME(WS-BRK-IDX) = "B")
010730        ADD 1 TO WS-GRP-SURVIVORS(WS-GROUP-SUB)
010740     END-IF
010750     .
010760*****************************************************************
010770*    3600-CROWN-CHAMPION
010780*****************************************************************
010790 3600-CROWN-CHAMPION.
010800     IF WS-BRK-BRACKET-CODE(WS-BRK-IDX) =
010802        WS-GRP-BRACKET-CODE(WS-GROUP-SUB)
010804        AND WS-BRK-LEAGUE-CODE(WS-BRK-IDX) =
010810            WS-GRP-LEAGUE-CODE(WS-GROUP-SUB)
010820        AND WS-BRK-ROUND(WS-BRK-IDX) =
010830            WS-GRP-ROUND(WS-GROUP-SUB)
010840        AND WS-BRK-OUTCOME(WS-BRK-IDX) = "W"
010850        MOVE "C" TO WS-BRK-OUTCOME(WS-BRK-IDX)
010860     END-IF
010870     .
010880*****************************************************************
010890*    3700-CARRY-ONE-SURVIVOR
010900*        A survivor of the round - winner or bye - gets a row in
010910*        the next round under the seed it started with, waiting
010920*        to be paired.
010930*****************************************************************
010940 3700-CARRY-ONE-SURVIVOR.
010950     IF WS-BRK-BRACKET-CODE(WS-BRK-IDX) =
010952        WS-GRP-BRACKET-CODE(WS-GROUP-SUB)
010954        AND WS-BRK-LEAGUE-CODE(WS-BRK-IDX) =
010960            WS-GRP-LEAGUE-CODE(WS-GROUP-SUB)
010970        AND WS-BRK-ROUND(WS-BRK-IDX) =
010980            WS-GRP-ROUND(WS-GROUP-SUB)
010990        AND (WS-BRK-OUTCOME(WS-BRK-IDX) = "W"
011000             OR WS-BRK-OUTCOME(WS-BRK-IDX) = "B")
011010        PERFORM 5100-ADD-BRACKET-ROW
011020        MOVE WS-BRACKET-ENTRY(WS-BRK-IDX)
011030            TO WS-BRACKET-ENTRY(WS-BRK-IDX2)
011040        ADD 1 TO WS-BRK-ROUND(WS-BRK-IDX2)
011050        MOVE SPACES TO WS-BRK-MATCH-ID(WS-BRK-IDX2)
011060        MOVE SPACES TO WS-BRK-GAME-ID(WS-BRK-IDX2)
011070        MOVE ZERO   TO WS-BRK-ROUND-DATE(WS-BRK-IDX2)
011080        MOVE ZERO   TO WS-BRK-GAME-TOTAL(WS-BRK-IDX2)
011090        MOVE SPACE  TO WS-BRK-OUTCOME(WS-BRK-IDX2)
011100     END-IF
011110     .
011120*****************************************************************
011130*    3800-SORT-BRACKET
011140*        Simple exchange sort - league, bracket, round, then
011150*        seed - so each round pairs in seed order and the new
011160*        master and the sheet come out in league and bracket
011165*        order.
011170*****************************************************************
011180 3800-SORT-BRACKET.
011190     IF WS-BRACKET-COUNT > 1
011200        PERFORM 3810-BUBBLE-PASS VARYING WS-BRK-IDX
011210           FROM 1 BY 1 UNTIL WS-BRK-IDX >= WS-BRACKET-COUNT
011220     END-IF
011230     .
011240*****************************************************************
011250*    3810-BUBBLE-PASS
011260*****************************************************************
011270 3810-BUBBLE-PASS.
011280     PERFORM 3820-BUBBLE-COMPARE VARYING WS-BRK-IDX2
011290        FROM 1 BY 1
011300        UNTIL WS-BRK-IDX2 > WS-BRACKET-COUNT - WS-BRK-IDX
011310     .
011320*****************************************************************
011330*    3820-BUBBLE-COMPARE
011340*****************************************************************
011345 3820-BUBBLE-COMPARE.
011350     IF WS-BRK-LEAGUE-CODE(WS-BRK-IDX2) >
011352        WS-BRK-LEAGUE-CODE(WS-BRK-IDX2 + 1)
011354        OR (WS-BRK-LEAGUE-CODE(WS-BRK-IDX2) =
011356            WS-BRK-LEAGUE-CODE(WS-BRK-IDX2 + 1)
011358            AND WS-BRK-BRACKET-CODE(WS-BRK-IDX2) >
011370                WS-BRK-BRACKET-CODE(WS-BRK-IDX2 + 1))
011375        OR (WS-BRK-LEAGUE-CODE(WS-BRK-IDX2) =
011377            WS-BRK-LEAGUE-CODE(WS-BRK-IDX2 + 1)
011380            AND WS-BRK-BRACKET-CODE(WS-BRK-IDX2) =
011390                WS-BRK-BRACKET-CODE(WS-BRK-IDX2 + 1)
011400            AND WS-BRK-ROUND(WS-BRK-IDX2) >
011410                WS-BRK-ROUND(WS-BRK-IDX2 + 1))
011415        OR (WS-BRK-LEAGUE-CODE(WS-BRK-IDX2) =
011417            WS-BRK-LEAGUE-CODE(WS-BRK-IDX2 + 1)
011420            AND WS-BRK-BRACKET-CODE(WS-BRK-IDX2) =
011430            WS-BRK-BRACKET-CODE(WS-BRK-IDX2 + 1)
011440            AND WS-BRK-ROUND(WS-BRK-IDX2) =
011450                WS-BRK-ROUND(WS-BRK-IDX2 + 1)
011460            AND WS-BRK-SEED(WS-BRK-IDX2) >
011470                WS-BRK-SEED(WS-BRK-IDX2 + 1))
011480        PERFORM 3830-SWAP-ROWS
011490     END-IF
011500     .
011510*****************************************************************
011520*    3830-SWAP-ROWS
011530*****************************************************************
011540 3830-SWAP-ROWS.
011550     MOVE WS-BRACKET-ENTRY(WS-BRK-IDX2) TO WS-SWAP-BRACKET
011560     MOVE WS-BRACKET-ENTRY(WS-BRK-IDX2 + 1) TO
011570         WS-BRACKET-ENTRY(WS-BRK-IDX2)
011580     MOVE WS-SWAP-BRACKET TO WS-BRACKET-ENTRY(WS-BRK-IDX2 + 1)
011590     .
011600*****************************************************************
011610*    4000-PAIR-OPEN-ROUNDS
011620*        Draw the tables for every bracket still playing.
011630*****************************************************************
011640 4000-PAIR-OPEN-ROUNDS.
011650     IF WS-GROUP-COUNT > 0
011660        PERFORM 4100-PAIR-ONE-GROUP THRU 4100-EXIT
011670            VARYING WS-GROUP-SUB FROM 1 BY 1
011680            UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
011690     END-IF
011700     .
011710*****************************************************************
011720*    4100-PAIR-ONE-GROUP
011730*        List the bracket's rows still waiting to be paired in
011740*        its current round - in seed order off the sorted table
011750*        - and seat them two to a table, the highest seed left
011760*        against the lowest.
011770*****************************************************************
011780 4100-PAIR-ONE-GROUP.
011790     IF WS-GRP-FINISHED(WS-GROUP-SUB)
011800        GO TO 4100-EXIT
011810     END-IF
011820     MOVE 0 TO WS-PAIR-COUNT
011830     PERFORM 4200-LIST-ONE-ROW
011840         VARYING WS-BRK-IDX FROM 1 BY 1
011850         UNTIL WS-BRK-IDX > WS-BRACKET-COUNT
011860     IF WS-PAIR-COUNT < 2
011870        GO TO 4100-EXIT
011880     END-IF
011890     PERFORM 4300-WRITE-ONE-TABLE
011900         VARYING WS-PAIR-SUB FROM 1 BY 1
011910         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT / 2
011920     .
011930 4100-EXIT.
011940     EXIT
011950     .
011960*****************************************************************
011970*    4200-LIST-ONE-ROW
011980*****************************************************************
011990 4200-LIST-ONE-ROW.
012000     IF WS-BRK-BRACKET-CODE(WS-BRK-IDX) =
012002        WS-GRP-BRACKET-CODE(WS-GROUP-SUB)
012004        AND WS-BRK-LEAGUE-CODE(WS-BRK-IDX) =
012010            WS-GRP-LEAGUE-CODE(WS-GROUP-SUB)
012020        AND WS-BRK-ROUND(WS-BRK-IDX) =
012030            WS-GRP-ROUND(WS-GROUP-SUB)
012040        AND WS-BRK-OUTCOME(WS-BRK-IDX) = SPACE
012050        AND WS-BRK-MATCH-ID(WS-BRK-IDX) = SPACES
012060        ADD 1 TO WS-PAIR-COUNT
012070        SET WS-PAIR-SLOT(WS-PAIR-COUNT) TO WS-BRK-IDX
012080     END-IF
012090     .
012100*****************************************************************
012110*    4300-WRITE-ONE-TABLE
012120*        Seat the WS-PAIR-SUB'th seed left on the list against
012130*        its mirror from the bottom - generate the match and
012140*        game ids, write the pairing record and stamp both
012150*        bracket rows with the match they were drawn into.
012160*****************************************************************
012170 4300-WRITE-ONE-TABLE.
012180     ADD 1 TO WS-MATCH-NUMBER
012190     IF WS-MATCH-NUMBER > 98
012200        DISPLAY "PLAYOFF - MORE THAN 98 PLAYOFF TABLES"
012210        GO TO 9999-ABEND
012220     END-IF
012230     MOVE WS-GRP-ROUND(WS-GROUP-SUB) TO WS-MID-ROUND
012240     MOVE WS-MATCH-NUMBER TO WS-MID-MATCH
012250     MOVE WS-MATCH-NUMBER TO WS-GID-MATCH
012260     MOVE WS-MATCH-ID-BUILD TO MP-MATCH-ID
012270     MOVE WS-NIGHT-DATE     TO MP-MATCH-DATE
012275     MOVE WS-GRP-LEAGUE-CODE(WS-GROUP-SUB) TO MP-LEAGUE-CODE
012280     MOVE 2                 TO MP-PLAYER-COUNT
012290     MOVE SPACES TO MP-MATCH-GAME-ID(3)
012300     MOVE SPACES TO MP-MATCH-GAME-ID(4)
012310     MOVE SPACES TO MP-SEAT-PLAYER-ID(3)
012320     MOVE SPACES TO MP-SEAT-PLAYER-ID(4)
012330     MOVE SPACES TO MP-SEAT-FORFEIT(1)
012340     MOVE SPACES TO MP-SEAT-FORFEIT(2)
012350     MOVE SPACES TO MP-SEAT-FORFEIT(3)
012360     MOVE SPACES TO MP-SEAT-FORFEIT(4)
012370     MOVE 1 TO WS-SEAT-SUB
012380     SET WS-BRK-IDX TO WS-PAIR-SLOT(WS-PAIR-SUB)
012390     PERFORM 4400-SEAT-ONE-PLAYER
012400     MOVE 2 TO WS-SEAT-SUB
012410     COMPUTE WS-LOW-SUB = WS-PAIR-COUNT + 1 - WS-PAIR-SUB
012420     SET WS-BRK-IDX TO WS-PAIR-SLOT(WS-LOW-SUB)
012430     PERFORM 4400-SEAT-ONE-PLAYER
012440     WRITE MP-MATCH-PAIRING-RECORD
012450     IF NOT WS-PAIRING-OK
012460        DISPLAY "PLAYOFF - ERROR WRITING MATCH-PAIRING-FILE "
012470            WS-PAIRING-STATUS
012480        GO TO 9999-ABEND
012490     END-IF
012500     ADD 1 TO WS-TABLES-WRITTEN
012510     .
012520*****************************************************************
012530*    4400-SEAT-ONE-PLAYER
012540*****************************************************************
012550 4400-SEAT-ONE-PLAYER.
012560     MOVE WS-SEAT-SUB TO WS-GID-SEAT
012570     MOVE WS-GAME-ID-BUILD TO MP-MATCH-GAME-ID(WS-SEAT-SUB)
012580     MOVE WS-BRK-PLAYER-ID(WS-BRK-IDX)
012590         TO MP-SEAT-PLAYER-ID(WS-SEAT-SUB)
012600     MOVE WS-MATCH-ID-BUILD TO WS-BRK-MATCH-ID(WS-BRK-IDX)
012610     MOVE WS-GAME-ID-BUILD  TO WS-BRK-GAME-ID(WS-BRK-IDX)
012620     MOVE WS-NIGHT-DATE     TO WS-BRK-ROUND-DATE(WS-BRK-IDX)
012630     .
012640*****************************************************************
012650*    5000-FIND-OR-ADD-GROUP
012660*        Leave the bracket's line in WS-GROUP-SUB, adding a
012670*        line the first time a league and bracket code is seen.
012680*****************************************************************
012690 5000-FIND-OR-ADD-GROUP.
012700     MOVE 1 TO WS-GROUP-SUB
012710     PERFORM 5010-STEP-GROUP
012720         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
012730            OR (WS-GRP-BRACKET-CODE(WS-GROUP-SUB) =
012740                WS-LOOKUP-BRACKET
012742            AND WS-GRP-LEAGUE-CODE(WS-GROUP-SUB) =
012744                WS-LOOKUP-LEAGUE-CODE)
012750     IF WS-GROUP-SUB > WS-GROUP-COUNT
012760        IF WS-GROUP-COUNT >= 20
012770           DISPLAY "PLAYOFF - MORE THAN 20 BRACKETS"
012780           GO TO 9999-ABEND
012790        END-IF
012800        ADD 1 TO WS-GROUP-COUNT
012810        MOVE WS-GROUP-COUNT TO WS-GROUP-SUB
012820        MOVE WS-LOOKUP-BRACKET
012830            TO WS-GRP-BRACKET-CODE(WS-GROUP-SUB)
012835        MOVE WS-LOOKUP-LEAGUE-CODE
012837            TO WS-GRP-LEAGUE-CODE(WS-GROUP-SUB)
012840        MOVE 0 TO WS-GRP-ROUND(WS-GROUP-SUB)
012850        MOVE 0 TO WS-GRP-CANDIDATES(WS-GROUP-SUB)
012860        MOVE 0 TO WS-GRP-ENTRANTS(WS-GROUP-SUB)
012870        MOVE 0 TO WS-GRP-SEEDED(WS-GROUP-SUB)
012880        MOVE 0 TO WS-GRP-BYES(WS-GROUP-SUB)
012890        MOVE 0 TO WS-GRP-SURVIVORS(WS-GROUP-SUB)
012900        MOVE SPACE TO WS-GRP-STATE(WS-GROUP-SUB)
012910     END-IF
012920     .
012930*****************************************************************
012940*    5010-STEP-GROUP
012950*****************************************************************
012960 5010-STEP-GROUP.
012970     ADD 1 TO WS-GROUP-SUB
012980     .
012990*****************************************************************
013000*    5100-ADD-BRACKET-ROW
013010*        Open a new, blank row at the end of the bracket table
013020*        and leave WS-BRK-IDX2 on it.
013030*****************************************************************
013040 5100-ADD-BRACKET-ROW.
013050     IF WS-BRACKET-COUNT >= 500
013060        DISPLAY "PLAYOFF - MORE THAN 500 BRACKET ROWS"
013070        GO TO 9999-ABEND
013080     END-IF
013090     ADD 1 TO WS-BRACKET-COUNT
013100     SET WS-BRK-IDX2 TO WS-BRACKET-COUNT
013110     MOVE SPACES TO WS-BRK-BRACKET-CODE(WS-BRK-IDX2)
013120     MOVE ZERO   TO WS-BRK-ROUND(WS-BRK-IDX2)
013130     MOVE ZERO   TO WS-BRK-SEED(WS-BRK-IDX2)
013140     MOVE SPACES TO WS-BRK-PLAYER-ID(WS-BRK-IDX2)
013150     MOVE SPACES TO WS-BRK-MATCH-ID(WS-BRK-IDX2)
013160     MOVE SPACES TO WS-BRK-GAME-ID(WS-BRK-IDX2)
013170     MOVE ZERO   TO WS-BRK-ROUND-DATE(WS-BRK-IDX2)
013180     MOVE ZERO   TO WS-BRK-GAME-TOTAL(WS-BRK-IDX2)
013190     MOVE SPACE  TO WS-BRK-OUTCOME(WS-BRK-IDX2)
013195     MOVE SPACES TO WS-BRK-LEAGUE-CODE(WS-BRK-IDX2)
013200     .
013210*****************************************************************
013220*    6000-WRITE-NEW-BRACKET
013230*****************************************************************
013240 6000-WRITE-NEW-BRACKET.
013250     IF WS-BRACKET-COUNT > 0
013260        PERFORM 6100-WRITE-ONE-ROW
013270            VARYING WS-BRK-IDX FROM 1 BY 1
013280            UNTIL WS-BRK-IDX > WS-BRACKET-COUNT
013290     END-IF
013300     .
013310*****************************************************************
013320*    6100-WRITE-ONE-ROW
013330*****************************************************************
013340 6100-WRITE-ONE-ROW.
013350     MOVE WS-BRACKET-ENTRY(WS-BRK-IDX) TO NB-BRACKET-RECORD
013360     WRITE NB-BRACKET-RECORD
013370     IF NOT WS-NEW-BRACKET-OK
013380        DISPLAY "PLAYOFF - ERROR WRITING NEW-BRACKET-FILE "
013390            WS-NEW-BRACKET-STATUS
013400        GO TO 9999-ABEND
013410     END-IF
013420     .
013430*****************************************************************
013440*    7000-PRINT-BRACKET-SHEET
013450*        The whole bracket, bracket by bracket and round by
013460*        round - each seed with the game id to key tonight's
013470*        card under, the total it played to, and how it came
013480*        out.
013490*****************************************************************
013500 7000-PRINT-BRACKET-SHEET.
013505     MOVE HIGH-VALUES TO WS-CURRENT-LEAGUE-CODE
013510     MOVE HIGH-VALUES TO WS-CURRENT-BRACKET
013520     MOVE ZERO TO WS-CURRENT-ROUND
013530     IF WS-BRACKET-COUNT > 0
013540        PERFORM 7100-PRINT-ONE-ROW THRU 7100-EXIT
013550            VARYING WS-BRK-IDX FROM 1 BY 1
013560            UNTIL WS-BRK-IDX > WS-BRACKET-COUNT
013570     END-IF
013580     .
013590*****************************************************************
013600*    7100-PRINT-ONE-ROW
013610*        The table is sorted by league, bracket and round, so a
013620*        change of any is a break on the sheet.  Only the league
013625*        being run is printed.
013630*****************************************************************
013640 7100-PRINT-ONE-ROW.
013641     IF NOT WS-ALL-LEAGUES
013642        AND WS-BRK-LEAGUE-CODE(WS-BRK-IDX) NOT = WS-LEAGUE-CODE
013643        GO TO 7100-EXIT
013644     END-IF
013645     IF WS-BRK-LEAGUE-CODE(WS-BRK-IDX) NOT =
013646        WS-CURRENT-LEAGUE-CODE
013647        MOVE WS-BRK-LEAGUE-CODE(WS-BRK-IDX)
013648            TO WS-CURRENT-LEAGUE-CODE
013649        MOVE WS-CURRENT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
013650        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
013651        MOVE HIGH-VALUES TO WS-CURRENT-BRACKET
013652     END-IF
013655     IF WS-BRK-BRACKET-CODE(WS-BRK-IDX) NOT = WS-CURRENT-BRACKET
013660        MOVE WS-BRK-BRACKET-CODE(WS-BRK-IDX)
013670            TO WS-CURRENT-BRACKET
013680        MOVE ZERO TO WS-CURRENT-ROUND
013690        IF WS-CURRENT-BRACKET = "00"
013700           MOVE "LEAGUE" TO WS-BH-BRACKET-NAME
013710        ELSE
013720           MOVE SPACES TO WS-BH-BRACKET-NAME
013730           STRING "DIVISION " DELIMITED BY SIZE
013740                  WS-CURRENT-BRACKET DELIMITED BY SIZE
013750               INTO WS-BH-BRACKET-NAME
013760        END-IF
013770        WRITE RP-REPORT-LINE FROM WS-BRACKET-HEADING
013780     END-IF
013790     IF WS-BRK-ROUND(WS-BRK-IDX) NOT = WS-CURRENT-ROUND
013800        MOVE WS-BRK-ROUND(WS-BRK-IDX) TO WS-CURRENT-ROUND
013810        MOVE WS-CURRENT-ROUND TO WS-RH-ROUND
013820        WRITE RP-REPORT-LINE FROM WS-ROUND-HEADING
013830     END-IF
013840     MOVE WS-BRK-SEED(WS-BRK-IDX) TO WS-SL-SEED
013850     MOVE WS-BRK-PLAYER-ID(WS-BRK-IDX) TO WS-LOOKUP-PLAYER-ID
013860     PERFORM 7400-LOOKUP-PLAYER-NAME
013870     MOVE WS-PLAYER-NAME TO WS-SL-PLAYER-NAME
013880     MOVE WS-BRK-GAME-ID(WS-BRK-IDX) TO WS-SL-GAME-ID
013890     MOVE WS-BRK-GAME-TOTAL(WS-BRK-IDX) TO WS-SL-GAME-TOTAL
013900     EVALUATE WS-BRK-OUTCOME(WS-BRK-IDX)
013910     WHEN "W"
013920        MOVE "ADVANCES"   TO WS-SL-OUTCOME
013930     WHEN "L"
013940        MOVE "OUT"        TO WS-SL-OUTCOME
013950     WHEN "B"
013960        MOVE "BYE"        TO WS-SL-OUTCOME
013970     WHEN "C"
013980        MOVE "CHAMPION"   TO WS-SL-OUTCOME
013990     WHEN OTHER
014000        MOVE "TO PLAY"    TO WS-SL-OUTCOME
014010     END-EVALUATE
014020     WRITE RP-REPORT-LINE FROM WS-SEED-LINE
014030     .
014032 7100-EXIT.
014034     EXIT
014036     .
014040*****************************************************************
014050*    7400-LOOKUP-PLAYER-NAME
014060*        Find the member's full name for a player id; an id not
014070*        on the master prints as itself so it can be spotted.
014080*****************************************************************
014090 7400-LOOKUP-PLAYER-NAME.
014100     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME
014110     IF WS-MEMBER-COUNT > 0
014120        SET WS-MBR-IDX TO 1
014130        SEARCH WS-MEMBER-ENTRY
014140           AT END CONTINUE
014150           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
014160                WS-LOOKUP-PLAYER-ID
014170                MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
014180                    TO WS-PLAYER-NAME
014190        END-SEARCH
014200     END-IF
014210     .
014220*****************************************************************
014230*    8000-PRINT-COUNTS
014240*****************************************************************
014250 8000-PRINT-COUNTS.
014260     MOVE "MEMBERS SEEDED"      TO WS-CL-LABEL
014270     MOVE WS-MEMBERS-SEEDED     TO WS-CL-COUNT
014280     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
014290     MOVE "MATCHES ADVANCED"    TO WS-CL-LABEL
014300     MOVE WS-MATCHES-ADVANCED   TO WS-CL-COUNT
014310     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
014320     MOVE "TABLES WRITTEN"      TO WS-CL-LABEL
014330     MOVE WS-TABLES-WRITTEN     TO WS-CL-COUNT
014340     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
014350     MOVE "CHAMPIONS NAMED"     TO WS-CL-LABEL
014360     MOVE WS-CHAMPIONS-NAMED    TO WS-CL-COUNT
014370     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
014380     .
014390*****************************************************************
014400*    9000-TERMINATE
014410*****************************************************************
014420 9000-TERMINATE.
014430     CLOSE MATCH-PAIRING-FILE
014440     CLOSE NEW-BRACKET-FILE
014450     CLOSE BRACKET-SHEET
014460     .
014470*****************************************************************
014480*    9999-ABEND
014490*****************************************************************
014500 9999-ABEND.
014510     CLOSE MATCH-PAIRING-FILE
014520     CLOSE NEW-BRACKET-FILE
014530     CLOSE BRACKET-SHEET
014540     MOVE 16 TO RETURN-CODE
014550     STOP RUN
014560     .
