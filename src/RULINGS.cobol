000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RULINGS.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - applies the committee's
000110*                    rulings after a dispute.  A ruling voids a
000120*                    finished game, adjusts its total by a set
000130*                    number of points, or clears the review of
000140*                    the records a player holds.  Each void or
000150*                    adjustment rewrites the game's GAME-TOTALS
000160*                    and SCORESHEET rows (a voided game is struck
000170*                    from both), re-decides the match the game
000180*                    was seated in with the voided seat charged
000190*                    as a no-show, backs the old result out of
000200*                    the season summary and posts the new one,
000210*                    reverses the game out of the summary's
000220*                    points and category tallies, re-awards the
000230*                    night's placement points and posts the
000240*                    difference to the points race, and flags
000250*                    any record-book entry the game set for the
000260*                    committee to re-examine.  Every ruling is
000270*                    appended to the permanent rulings log with
000280*                    its before and after values and printed on
000290*                    the rulings report read out at the next
000300*                    league night.  Handicap rows worked since
000310*                    the game are counted for HCAPCALC to work
000312*                    again, not rewritten.
000314*    2026-10-15  DH  Read the numbers of the rulings already
000316*                    applied off the rulings log first, and reject
000318*                    a ruling keyed again - or twice in one run -
000320*                    so a re-run does not apply it a second time.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RULINGS-FILE ASSIGN TO RULETRAN
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-RULINGS-STATUS.
000410     SELECT RULINGS-LOG-FILE ASSIGN TO RULELOG
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RULINGS-LOG-STATUS.
000440     SELECT GAME-TOTALS-FILE ASSIGN TO GAMETOTL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-GAME-TOTALS-STATUS.
000470     SELECT NEW-GAME-TOTALS-FILE ASSIGN TO GAMETOTN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-NEW-TOTALS-STATUS.
000500     SELECT SCORESHEET-FILE ASSIGN TO SCORSHT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SCORESHEET-STATUS.
000530     SELECT NEW-SCORESHEET-FILE ASSIGN TO SCORSHTN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-NEW-SHEET-STATUS.
000560     SELECT MATCH-PAIRING-FILE ASSIGN TO MATCHPAR
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PAIRING-STATUS.
000590     SELECT MATCH-RESULTS-FILE ASSIGN TO MATCHRES
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RESULTS-STATUS.
000620     SELECT NEW-MATCH-RESULTS-FILE ASSIGN TO MATCHRSN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-NEW-RESULTS-STATUS.
000650     SELECT OLD-SUMMARY-FILE ASSIGN TO SEASUMM
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OLD-SUMMARY-STATUS.
000680     SELECT NEW-SUMMARY-FILE ASSIGN TO SEASUMMN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-NEW-SUMMARY-STATUS.
000710     SELECT OLD-NIGHT-POINTS-FILE ASSIGN TO NITEPTS
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-OLD-POINTS-STATUS.
000740     SELECT NEW-NIGHT-POINTS-FILE ASSIGN TO NITEPTSN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-NEW-POINTS-STATUS.
000770     SELECT HANDICAP-FILE ASSIGN TO HCAPFILE
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-HANDICAP-STATUS.
000800     SELECT OLD-RECORD-BOOK-FILE ASSIGN TO RECBMAST
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-OLD-BOOK-STATUS.
000830     SELECT NEW-RECORD-BOOK-FILE ASSIGN TO RECBMSTN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-NEW-BOOK-STATUS.
000860     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000890     SELECT RULINGS-REPORT ASSIGN TO RULERPT
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-REPORT-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RULINGS-FILE
000950     RECORDING MODE IS F.
000960     COPY RULETRN.
000970 FD  RULINGS-LOG-FILE
000980     RECORDING MODE IS F.
000990     COPY RULELOG.
001000 FD  GAME-TOTALS-FILE
001010     RECORDING MODE IS F.
001020     COPY GAMETOT.
001030 FD  NEW-GAME-TOTALS-FILE
001040     RECORDING MODE IS F.
001050 01  NG-GAME-TOTAL-RECORD      PIC X(31).
001060 FD  SCORESHEET-FILE
001070     RECORDING MODE IS F.
001080     COPY SCORESHT.
001090 FD  NEW-SCORESHEET-FILE
001100     RECORDING MODE IS F.
001110 01  NS-SCORESHEET-RECORD      PIC X(61).
001120 FD  MATCH-PAIRING-FILE
001130     RECORDING MODE IS F.
001140     COPY MATCHPR.
001150 FD  MATCH-RESULTS-FILE
001160     RECORDING MODE IS F.
001170     COPY MATCHRES.
001180 FD  NEW-MATCH-RESULTS-FILE
001190     RECORDING MODE IS F.
001200 01  NR-MATCH-RESULT-RECORD    PIC X(101).
001210 FD  OLD-SUMMARY-FILE
001220     RECORDING MODE IS F.
001230     COPY SEASUMM.
001240 FD  NEW-SUMMARY-FILE
001250     RECORDING MODE IS F.
001260 01  NM-SEASON-SUMMARY-RECORD  PIC X(267).
001270 FD  OLD-NIGHT-POINTS-FILE
001280     RECORDING MODE IS F.
001290     COPY NITEPTS.
001300 FD  NEW-NIGHT-POINTS-FILE
001310     RECORDING MODE IS F.
001320 01  NN-NIGHT-POINTS-RECORD.
001330     05 NN-PLAYER-ID           PIC X(10).
001340     05 NN-SEASON-POINTS       PIC 9(05)V99.
001350     05 NN-NIGHTS-COUNTED      PIC 9(03).
001360     05 NN-LEAGUE-CODE         PIC X(02).
001370 FD  HANDICAP-FILE
001380     RECORDING MODE IS F.
001390     COPY HCAPFILE.
001400 FD  OLD-RECORD-BOOK-FILE
001410     RECORDING MODE IS F.
001420     COPY RECBOOK.
001430 FD  NEW-RECORD-BOOK-FILE
001440     RECORDING MODE IS F.
001450 01  NB-RECORD-BOOK-RECORD     PIC X(38).
001460 FD  PLAYER-MASTER-FILE
001470     RECORDING MODE IS F.
001480     COPY PLAYMST.
001490 FD  RULINGS-REPORT.
001500 01  RP-REPORT-LINE            PIC X(80).
001510 WORKING-STORAGE SECTION.
001520*****************************************************************
001530*    FILE STATUS SWITCHES
001540*****************************************************************
001550 77  WS-RULINGS-STATUS         PIC X(02) VALUE SPACES.
001560     88 WS-RULINGS-OK               VALUE "00".
001570 77  WS-RULINGS-LOG-STATUS     PIC X(02) VALUE SPACES.
001580     88 WS-RULINGS-LOG-OK           VALUE "00".
001590 77  WS-GAME-TOTALS-STATUS     PIC X(02) VALUE SPACES.
001600     88 WS-GAME-TOTALS-OK           VALUE "00".
001610 77  WS-NEW-TOTALS-STATUS      PIC X(02) VALUE SPACES.
001620     88 WS-NEW-TOTALS-OK            VALUE "00".
001630 77  WS-SCORESHEET-STATUS      PIC X(02) VALUE SPACES.
001640     88 WS-SCORESHEET-OK            VALUE "00".
001650 77  WS-NEW-SHEET-STATUS       PIC X(02) VALUE SPACES.
001660     88 WS-NEW-SHEET-OK             VALUE "00".
001670 77  WS-PAIRING-STATUS         PIC X(02) VALUE SPACES.
001680     88 WS-PAIRING-OK               VALUE "00".
001690 77  WS-RESULTS-STATUS         PIC X(02) VALUE SPACES.
001700     88 WS-RESULTS-OK               VALUE "00".
001710 77  WS-NEW-RESULTS-STATUS     PIC X(02) VALUE SPACES.
001720     88 WS-NEW-RESULTS-OK           VALUE "00".
001730 77  WS-OLD-SUMMARY-STATUS     PIC X(02) VALUE SPACES.
001740     88 WS-OLD-SUMMARY-OK           VALUE "00".
001750 77  WS-NEW-SUMMARY-STATUS     PIC X(02) VALUE SPACES.
001760     88 WS-NEW-SUMMARY-OK           VALUE "00".
001770 77  WS-OLD-POINTS-STATUS      PIC X(02) VALUE SPACES.
001780     88 WS-OLD-POINTS-OK            VALUE "00".
001790 77  WS-NEW-POINTS-STATUS      PIC X(02) VALUE SPACES.
001800     88 WS-NEW-POINTS-OK            VALUE "00".
001810 77  WS-HANDICAP-STATUS        PIC X(02) VALUE SPACES.
001820     88 WS-HANDICAP-OK              VALUE "00".
001830 77  WS-OLD-BOOK-STATUS        PIC X(02) VALUE SPACES.
001840     88 WS-OLD-BOOK-OK              VALUE "00".
001850 77  WS-NEW-BOOK-STATUS        PIC X(02) VALUE SPACES.
001860     88 WS-NEW-BOOK-OK              VALUE "00".
001870 77  WS-PLAYER-MASTER-STATUS   PIC X(02) VALUE SPACES.
001880     88 WS-PLAYER-MASTER-OK         VALUE "00".
001890 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
001900     88 WS-REPORT-OK                VALUE "00".
001910 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
001920     88 WS-END-OF-INPUT-FILE        VALUE "Y".
001930*****************************************************************
001940*    RUN DATE STAMPED ON THE LOG, AND THE CHARTER'S FORFEIT
001950*    MARGIN - SUPPLIED THROUGH THE ENVIRONMENT AS FOR MATCHUP, SO
001960*    A RE-DECIDED MATCH IS AWARDED ON THE SAME TERMS.
001970*****************************************************************
001980 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
001981 77  WS-FORFEIT-MARGIN         PIC 9(03) VALUE ZERO.
001982*****************************************************************
001983*    THE RULINGS ALREADY APPLIED, OFF THE RULINGS LOG, SO A
001984*    RULING KEYED AGAIN IS NOT APPLIED TWICE.
001985*****************************************************************
001986 77  WS-LOGGED-COUNT           PIC 9(05) COMP VALUE ZERO.
001987 01  WS-LOGGED-TABLE.
001988     05 WS-LOGGED-ENTRY OCCURS 1 TO 5000 TIMES
001989           DEPENDING ON WS-LOGGED-COUNT
001990           INDEXED BY WS-LOG-IDX.
001991        10 WS-LOG-RULING-NUMBER PIC X(06).
001992 77  WS-REPEAT-SWITCH          PIC X(01) VALUE "N".
001993     88 WS-RULING-ALREADY-APPLIED   VALUE "A".
001994     88 WS-RULING-KEYED-TWICE       VALUE "D".
001995 77  WS-PRIOR-SUB              PIC 9(05) COMP VALUE ZERO.
002000*****************************************************************
002010*    THE RULINGS, LOADED IN THE ORDER KEYED, EACH CARRYING THE
002020*    BEFORE AND AFTER VALUES THE PASSES NOTE AGAINST IT.
002030*****************************************************************
002040 77  WS-RULING-COUNT           PIC 9(05) COMP VALUE ZERO.
002050 01  WS-RULING-TABLE.
002060     05 WS-RULING-ENTRY OCCURS 1 TO 100 TIMES
002070           DEPENDING ON WS-RULING-COUNT
002080           INDEXED BY WS-RUL-IDX.
002090        10 WS-RUL-NUMBER       PIC X(06).
002100        10 WS-RUL-ACTION       PIC X(01).
002110           88 WS-RUL-VOID           VALUE "V".
002120           88 WS-RUL-ADJUST         VALUE "A".
002130           88 WS-RUL-CLEAR          VALUE "C".
002140        10 WS-RUL-KEY.
002150           15 WS-RUL-PLAYER-ID PIC X(10).
002160           15 WS-RUL-GAME-ID   PIC X(08).
002170        10 WS-RUL-POINTS       PIC S9(03).
002180        10 WS-RUL-REASON       PIC X(40).
002190        10 WS-RUL-STATE        PIC X(01).
002200           88 WS-RUL-PENDING        VALUE "P".
002210           88 WS-RUL-APPLIED        VALUE "A".
002220           88 WS-RUL-REJECTED       VALUE "R".
002230        10 WS-RUL-REJECT-REASON PIC X(30).
002240        10 WS-RUL-GAME-DATE    PIC 9(08).
002250        10 WS-RUL-LEAGUE-CODE  PIC X(02).
002260        10 WS-RUL-PLAYOFF      PIC X(01).
002270           88 WS-RUL-PLAYOFF-GAME   VALUE "Y".
002280        10 WS-RUL-GAME-SUB     PIC 9(05) COMP.
002290        10 WS-RUL-TOTAL-BEFORE PIC 9(03).
002300        10 WS-RUL-TOTAL-AFTER  PIC 9(03).
002310        10 WS-RUL-MATCH-ID     PIC X(08).
002320        10 WS-RUL-WINNER-BEFORE PIC X(10).
002330        10 WS-RUL-WINNER-AFTER PIC X(10).
002340        10 WS-RUL-RESULT-BEFORE PIC X(01).
002350        10 WS-RUL-RESULT-AFTER PIC X(01).
002360        10 WS-RUL-ON-RACE      PIC X(01).
002370           88 WS-RUL-RACE-POSTED    VALUE "Y".
002380        10 WS-RUL-NIGHT-BEFORE PIC 9(03)V99.
002390        10 WS-RUL-NIGHT-AFTER  PIC 9(03)V99.
002400        10 WS-RUL-ON-SUMMARY   PIC X(01).
002410           88 WS-RUL-SUMMARY-POSTED VALUE "Y".
002420        10 WS-RUL-SEASON-BEFORE PIC 9(07).
002430        10 WS-RUL-SEASON-AFTER PIC 9(07).
002440        10 WS-RUL-RECORDS      PIC 9(01).
002450        10 WS-RUL-HCAP-ROWS    PIC 9(02).
002460*****************************************************************
002470*    EACH GAME A RULING WAS APPLIED TO - ITS TOTAL AS FOUND AND
002480*    AS LEFT, WHETHER IT WAS STRUCK, THE MATCH IT WAS SEATED IN
002490*    AND ITS CATEGORY SCORES (SCORESHEET ORDER) FOR REVERSING
002500*    THE SUMMARY TALLIES.
002510*****************************************************************
002520 77  WS-RULED-GAME-COUNT       PIC 9(05) COMP VALUE ZERO.
002530 01  WS-RULED-GAME-TABLE.
002540     05 WS-RULED-GAME-ENTRY OCCURS 1 TO 100 TIMES
002550           DEPENDING ON WS-RULED-GAME-COUNT
002560           INDEXED BY WS-RGM-IDX.
002570        10 WS-RGM-KEY.
002580           15 WS-RGM-PLAYER-ID PIC X(10).
002590           15 WS-RGM-GAME-ID   PIC X(08).
002600        10 WS-RGM-GAME-DATE    PIC 9(08).
002610        10 WS-RGM-LEAGUE-CODE  PIC X(02).
002620        10 WS-RGM-ORIGINAL-TOTAL PIC 9(03).
002630        10 WS-RGM-FINAL-TOTAL  PIC 9(03).
002640        10 WS-RGM-VOIDED       PIC X(01).
002650           88 WS-RGM-GAME-VOIDED    VALUE "Y".
002660        10 WS-RGM-MATCH-ID     PIC X(08).
002670        10 WS-RGM-SHEET-FOUND  PIC X(01).
002680           88 WS-RGM-HAS-SHEET      VALUE "Y".
002690        10 WS-RGM-SHEET-SCORE  PIC 99 OCCURS 12 TIMES.
002700*****************************************************************
002710*    THE GAME-TOTALS ROW BEING COPIED, AS THE RULINGS ON IT ARE
002720*    APPLIED IN TURN.
002730*****************************************************************
002740 77  WS-CURRENT-TOTAL          PIC 9(03) VALUE ZERO.
002750 77  WS-CURRENT-VOIDED         PIC X(01) VALUE "N".
002760     88 WS-CURRENT-GAME-VOIDED      VALUE "Y".
002770 77  WS-GAME-RULED             PIC X(01) VALUE "N".
002780     88 WS-GAME-WAS-RULED           VALUE "Y".
002790 77  WS-SIGNED-WORK            PIC S9(07) VALUE ZERO.
002800 77  WS-POST-SIGN              PIC S9(01) VALUE ZERO.
002810*****************************************************************
002820*    THE SEASON SUMMARY, CARRIED IN WHOLE - EACH ENTRY IS THE
002830*    SEASUMM ROW, SO IT IS WRITTEN BACK OUT AS IT STANDS.
002840*****************************************************************
002850 77  WS-SUMMARY-COUNT          PIC 9(05) COMP VALUE ZERO.
002860 01  WS-SUMMARY-TABLE.
002870     05 WS-SUMMARY-ENTRY OCCURS 1 TO 200 TIMES
002880           DEPENDING ON WS-SUMMARY-COUNT
002890           INDEXED BY WS-SUM-IDX.
002900        10 WS-SUM-PLAYER-ID    PIC X(10).
002910        10 WS-SUM-GAMES        PIC 9(05).
002920        10 WS-SUM-POINTS       PIC 9(07).
002930        10 WS-SUM-ADJ-POINTS   PIC 9(07).
002940        10 WS-SUM-WINS         PIC 9(05).
002950        10 WS-SUM-LOSSES       PIC 9(05).
002960        10 WS-SUM-TIES         PIC 9(05).
002970        10 WS-SUM-MATCH-POINTS PIC 9(07).
002980        10 WS-SUM-FORFEITS     PIC 9(05).
002990        10 WS-SUM-YACHTS       PIC 9(05).
003000        10 WS-SUM-CATEGORY OCCURS 12 TIMES.
003010           15 WS-SUM-CAT-CLAIMS PIC 9(05).
003020           15 WS-SUM-CAT-SCORE PIC 9(07).
003030           15 WS-SUM-CAT-ZEROES PIC 9(05).
003040        10 WS-SUM-LEAGUE-CODE  PIC X(02).
003050 01  WS-SUMMARY-KEY.
003060     05 WS-SUMMARY-PLAYER-ID   PIC X(10).
003070     05 WS-SUMMARY-LEAGUE-CODE PIC X(02).
003080 77  WS-SUMMARY-FOUND          PIC X(01) VALUE "N".
003090     88 WS-SUMMARY-ROW-FOUND        VALUE "Y".
003100 77  WS-CATEGORY-SUB           PIC 9(05) COMP VALUE ZERO.
003110*****************************************************************
003120*    THE POINTS RACE, CARRIED IN WHOLE.
003130*****************************************************************
003140 77  WS-RACE-COUNT             PIC 9(05) COMP VALUE ZERO.
003150 01  WS-RACE-TABLE.
003160     05 WS-RACE-ENTRY OCCURS 1 TO 200 TIMES
003170           DEPENDING ON WS-RACE-COUNT
003180           INDEXED BY WS-RAC-IDX.
003190        10 WS-RAC-PLAYER-ID    PIC X(10).
003200        10 WS-RAC-SEASON-PTS   PIC 9(05)V99.
003210        10 WS-RAC-NIGHTS       PIC 9(03).
003220        10 WS-RAC-LEAGUE-CODE  PIC X(02).
003230        10 WS-RAC-MOVED        PIC X(01).
003240           88 WS-RAC-WAS-MOVED      VALUE "Y".
003250*****************************************************************
003260*    HANDICAP HISTORY - READ ONLY, TO PICK THE HANDICAP A VOIDED
003270*    GAME WAS ADJUSTED BY AND TO COUNT THE ROWS WORKED SINCE.
003280*****************************************************************
003290 77  WS-HANDICAP-COUNT         PIC 9(05) COMP VALUE ZERO.
003300 01  WS-HANDICAP-TABLE.
003310     05 WS-HANDICAP-ENTRY OCCURS 1 TO 1000 TIMES
003320           DEPENDING ON WS-HANDICAP-COUNT
003330           INDEXED BY WS-HCP-IDX.
003340        10 WS-HCP-PLAYER-ID    PIC X(10).
003350        10 WS-HCP-HANDICAP     PIC 9(03).
003360        10 WS-HCP-EFFECTIVE-DATE PIC 9(08).
003370        10 WS-HCP-LEAGUE-CODE  PIC X(02).
003380 77  WS-GAME-HANDICAP          PIC 9(03) VALUE ZERO.
003390 77  WS-HANDICAP-DATE          PIC 9(08) VALUE ZERO.
003400*****************************************************************
003410*    THE RECORD BOOK, CARRIED IN WHOLE - EACH ENTRY IS THE
003420*    RECBOOK ROW.
003430*****************************************************************
003440 77  WS-BOOK-COUNT             PIC 9(05) COMP VALUE ZERO.
003450 01  WS-BOOK-TABLE.
003460     05 WS-BOOK-ENTRY OCCURS 1 TO 10 TIMES
003470           DEPENDING ON WS-BOOK-COUNT
003480           INDEXED BY WS-BK-IDX.
003490        10 WS-BK-RECORD-CODE   PIC X(08).
003500           88 WS-BK-HIGHEST-GAME    VALUE "HIGHGAME".
003510           88 WS-BK-SEASON-YACHTS   VALUE "SEAYACHT".
003520           88 WS-BK-WIN-STREAK      VALUE "WINSTRK ".
003530           88 WS-BK-UPPER-SECTION   VALUE "UPPERSEC".
003540        10 WS-BK-HOLDER-ID     PIC X(10).
003550        10 WS-BK-RECORD-VALUE  PIC 9(05).
003560        10 WS-BK-DATE-SET      PIC 9(08).
003570        10 WS-BK-REVIEW-FLAG   PIC X(01).
003580           88 WS-BK-UNDER-REVIEW    VALUE "R".
003590        10 WS-BK-REVIEW-RULING PIC X(06).
003600 77  WS-REVIEWS-FOUND          PIC 9(05) COMP VALUE ZERO.
003610*****************************************************************
003620*    MEMBERSHIP TABLE FOR PRINTING NAMES IN PLACE OF IDS
003630*****************************************************************
003640 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
003650     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
003660 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
003670 01  WS-MEMBER-TABLE.
003680     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
003690           DEPENDING ON WS-MEMBER-COUNT
003700           INDEXED BY WS-MBR-IDX.
003710        10 WS-MBR-PLAYER-ID    PIC X(10).
003720        10 WS-MBR-PLAYER-NAME  PIC X(30).
003730 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
003740 77  WS-LOOKUP-NAME            PIC X(30) VALUE SPACES.
003750*****************************************************************
003760*    THE MATCH BEING RE-DECIDED - EACH SEAT'S RESULT AS IT STOOD
003770*    AND THE RULING THAT SENT THE MATCH BACK.
003780*****************************************************************
003790 77  WS-SEAT-SUB               PIC 9(05) COMP VALUE ZERO.
003800 77  WS-SEAT-RESULT            PIC X(01) VALUE SPACE.
003810 01  WS-SEAT-BEFORE-TABLE.
003820     05 WS-SEAT-BEFORE         PIC X(01) OCCURS 4 TIMES.
003830 77  WS-WINNER-BEFORE          PIC X(10) VALUE SPACES.
003840 77  WS-MATCH-RULING           PIC X(06) VALUE SPACES.
003850 77  WS-MATCH-RULING-SUB       PIC 9(05) COMP VALUE ZERO.
003860 77  WS-MATCH-SEATED           PIC X(01) VALUE "N".
003870     88 WS-MATCH-HAS-RULING         VALUE "Y".
003880 77  WS-HIGH-TOTAL             PIC 9(03) VALUE ZERO.
003890 77  WS-SECOND-TOTAL           PIC 9(03) VALUE ZERO.
003900 77  WS-HIGH-COUNT             PIC 9(01) VALUE ZERO.
003910 77  WS-HIGH-PLAYER-ID         PIC X(10) VALUE SPACES.
003920 77  WS-SHOWING-COUNT          PIC 9(01) VALUE ZERO.
003930 77  WS-NO-SHOW-COUNT          PIC 9(01) VALUE ZERO.
003940*****************************************************************
003950*    THE NIGHTS A RULING MOVED, RE-AWARDED GAME BY GAME - EACH
003960*    GAME CARRIES ITS TOTAL AS FOUND AND AS LEFT, AND THE
003970*    PLACEMENT POINTS EACH TOTAL EARNS.
003980*****************************************************************
003990 77  WS-NIGHT-GAME-COUNT       PIC 9(05) COMP VALUE ZERO.
004000 01  WS-NIGHT-GAME-TABLE.
004010     05 WS-NIGHT-GAME-ENTRY OCCURS 1 TO 500 TIMES
004020           DEPENDING ON WS-NIGHT-GAME-COUNT
004030           INDEXED BY WS-NGM-IDX WS-NGM-IDX2.
004040        10 WS-NGM-GAME-DATE    PIC 9(08).
004050        10 WS-NGM-LEAGUE-CODE  PIC X(02).
004060        10 WS-NGM-LIVE         PIC 9(01).
004070        10 WS-NGM-TOTAL        PIC 9(03).
004080        10 WS-NGM-KEY.
004090           15 WS-NGM-PLAYER-ID PIC X(10).
004100           15 WS-NGM-GAME-ID   PIC X(08).
004110        10 WS-NGM-BEFORE-TOTAL PIC 9(03).
004120        10 WS-NGM-AFTER-TOTAL  PIC 9(03).
004130        10 WS-NGM-VOIDED       PIC X(01).
004140           88 WS-NGM-GAME-VOIDED    VALUE "Y".
004150        10 WS-NGM-BEFORE-AWARD PIC 9(03)V99.
004160        10 WS-NGM-AFTER-AWARD  PIC 9(03)V99.
004170 01  WS-SWAP-GAME-ENTRY        PIC X(49).
004180 77  WS-AWARD-PASS             PIC X(01) VALUE "B".
004190     88 WS-AWARDING-BEFORE          VALUE "B".
004200     88 WS-AWARDING-AFTER           VALUE "A".
004210 77  WS-NIGHT-FIRST            PIC 9(05) COMP VALUE ZERO.
004220 77  WS-GROUP-FIRST            PIC 9(05) COMP VALUE ZERO.
004230 77  WS-GROUP-LAST             PIC 9(05) COMP VALUE ZERO.
004240 77  WS-GROUP-SIZE             PIC 9(05) COMP VALUE ZERO.
004250 77  WS-GROUP-SUB              PIC 9(05) COMP VALUE ZERO.
004260 77  WS-PLACE-SUB              PIC 9(05) COMP VALUE ZERO.
004270 77  WS-SLOT-POINTS            PIC 9(03) VALUE ZERO.
004280 77  WS-GROUP-POINTS           PIC 9(05) VALUE ZERO.
004290 77  WS-SHARE-POINTS           PIC 9(03)V99 VALUE ZERO.
004300 77  WS-SIGNED-POINTS          PIC S9(05)V99 VALUE ZERO.
004310 77  WS-RACER-FOUND            PIC X(01) VALUE "N".
004320     88 WS-RACER-ROW-FOUND          VALUE "Y".
004330 77  WS-OTHER-LIVE-GAME        PIC X(01) VALUE "N".
004340     88 WS-PLAYED-ANOTHER-GAME      VALUE "Y".
004350 77  WS-NIGHT-RULED            PIC X(01) VALUE "N".
004360     88 WS-NIGHT-WAS-RULED          VALUE "Y".
004370*****************************************************************
004380*    RUN COUNTS FOR THE RULINGS REPORT
004390*****************************************************************
004400 77  WS-RULINGS-READ           PIC 9(05) COMP VALUE ZERO.
004410 77  WS-RULINGS-APPLIED        PIC 9(05) COMP VALUE ZERO.
004420 77  WS-RULINGS-REJECTED       PIC 9(05) COMP VALUE ZERO.
004430 77  WS-GAMES-VOIDED           PIC 9(05) COMP VALUE ZERO.
004440 77  WS-GAMES-ADJUSTED         PIC 9(05) COMP VALUE ZERO.
004450 77  WS-MATCHES-REDECIDED      PIC 9(05) COMP VALUE ZERO.
004460 77  WS-RACERS-MOVED           PIC 9(05) COMP VALUE ZERO.
004470 77  WS-RECORDS-FLAGGED        PIC 9(05) COMP VALUE ZERO.
004480 77  WS-REVIEWS-CLEARED        PIC 9(05) COMP VALUE ZERO.
004490*****************************************************************
004500*    REPORT LINE WORK AREAS
004510*****************************************************************
004520 01  WS-HEADING-LINE-1.
004530     05 FILLER                 PIC X(30) VALUE
004540         "COMMITTEE RULINGS REPORT".
004550     05 FILLER                 PIC X(08) VALUE "APPLIED ".
004560     05 WS-H1-RUN-DATE         PIC 9(08).
004570 01  WS-RULING-LINE.
004580     05 FILLER                 PIC X(07) VALUE "RULING ".
004590     05 WS-RL-NUMBER           PIC X(06).
004600     05 FILLER                 PIC X(02) VALUE SPACES.
004610     05 WS-RL-ACTION           PIC X(14).
004620     05 WS-RL-PLAYER-NAME      PIC X(30).
004630     05 FILLER                 PIC X(01) VALUE SPACE.
004640     05 WS-RL-PLAYER-ID        PIC X(10).
004650     05 FILLER                 PIC X(01) VALUE SPACE.
004660     05 WS-RL-GAME-ID          PIC X(08).
004670 01  WS-NOTE-LINE.
004680     05 FILLER                 PIC X(04) VALUE SPACES.
004690     05 WS-NL-TEXT             PIC X(76).
004700 01  WS-CHANGE-LINE.
004710     05 FILLER                 PIC X(04) VALUE SPACES.
004720     05 WS-CG-LABEL            PIC X(16).
004730     05 WS-CG-BEFORE           PIC X(10).
004740     05 FILLER                 PIC X(04) VALUE " -> ".
004750     05 WS-CG-AFTER            PIC X(10).
004760     05 FILLER                 PIC X(02) VALUE SPACES.
004770     05 WS-CG-NOTE             PIC X(34).
004780 01  WS-GAME-NOTE.
004790     05 FILLER                 PIC X(08) VALUE "GAME OF ".
004800     05 WS-GN-GAME-DATE        PIC 9(08).
004810     05 FILLER                 PIC X(08) VALUE "  LEAGUE".
004820     05 FILLER                 PIC X(01) VALUE SPACE.
004830     05 WS-GN-LEAGUE-CODE      PIC X(02).
004840     05 FILLER                 PIC X(02) VALUE SPACES.
004850     05 WS-GN-PLAYOFF          PIC X(20).
004860 01  WS-FLAG-NOTE.
004870     05 FILLER                 PIC X(16) VALUE "RECORDS FLAGGED ".
004880     05 WS-FN-RECORDS          PIC 9(01).
004890     05 FILLER                 PIC X(28) VALUE
004900         "    HANDICAP ROWS TO REWORK ".
004910     05 WS-FN-HCAP-ROWS        PIC Z9.
004920 01  WS-CLEAR-NOTE.
004930     05 FILLER                 PIC X(24) VALUE
004940         "RECORD REVIEWS CLEARED ".
004950     05 WS-CN-CLEARED          PIC 9(01).
004960 01  WS-REASON-NOTE.
004970     05 FILLER                 PIC X(08) VALUE "REASON  ".
004980     05 WS-RN-REASON           PIC X(40).
004990 01  WS-REJECT-NOTE.
005000     05 FILLER                 PIC X(11) VALUE "REJECTED - ".
005010     05 WS-JN-REASON           PIC X(30).
005020 01  WS-MATCH-NOTE.
005030     05 FILLER                 PIC X(06) VALUE "MATCH ".
005040     05 WS-MN-MATCH-ID         PIC X(08).
005050 01  WS-EDIT-TOTAL             PIC ZZ9.
005060 01  WS-EDIT-NIGHT-POINTS      PIC ZZ9.99.
005070 01  WS-EDIT-SEASON-POINTS     PIC Z(06)9.
005080 01  WS-RESULT-TEXT            PIC X(10) VALUE SPACES.
005090 01  WS-COUNT-LINE.
005100     05 WS-CL-LABEL            PIC X(26).
005110     05 WS-CL-COUNT            PIC ZZZZ9.
005120 PROCEDURE DIVISION.
005130*****************************************************************
005140*    0000-MAINLINE
005150*****************************************************************
005160 0000-MAINLINE.
005170     PERFORM 1000-INITIALIZE
005180     PERFORM 2000-REWRITE-GAME-TOTALS
005190     PERFORM 2500-REJECT-UNMATCHED
005200     PERFORM 3000-REWRITE-SCORESHEETS
005210     PERFORM 4000-FIND-SEATED-MATCHES THRU 4000-EXIT
005220     PERFORM 4500-REDECIDE-MATCHES
005230     PERFORM 5000-POST-RULINGS
005240     PERFORM 6000-REAWARD-NIGHTS THRU 6000-EXIT
005250     PERFORM 7000-WRITE-NEW-MASTERS
005260     PERFORM 8000-REPORT-RULINGS
005270     PERFORM 9000-TERMINATE
005280     STOP RUN
005290     .
005300*****************************************************************
005310*    1000-INITIALIZE
005320*****************************************************************
005330 1000-INITIALIZE.
005340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005350     ACCEPT WS-FORFEIT-MARGIN FROM ENVIRONMENT "MATCHFFM"
005360     IF WS-FORFEIT-MARGIN = ZERO
005370        MOVE 50 TO WS-FORFEIT-MARGIN
005380     END-IF
005390     OPEN OUTPUT RULINGS-REPORT
005400     IF NOT WS-REPORT-OK
005410        DISPLAY "RULINGS - CANNOT OPEN RULINGS-REPORT "
005420            WS-REPORT-STATUS
005430        GO TO 9999-ABEND
005440     END-IF
005450     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
005460     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
005465     PERFORM 1050-LOAD-RULINGS-LOG THRU 1050-EXIT
005470     OPEN EXTEND RULINGS-LOG-FILE
005480     IF NOT WS-RULINGS-LOG-OK
005490        OPEN OUTPUT RULINGS-LOG-FILE
005500     END-IF
005510     IF NOT WS-RULINGS-LOG-OK
005520        DISPLAY "RULINGS - CANNOT OPEN RULINGS-LOG-FILE "
005530            WS-RULINGS-LOG-STATUS
005540        GO TO 9999-ABEND
005550     END-IF
005560     OPEN OUTPUT NEW-MATCH-RESULTS-FILE
005570     IF NOT WS-NEW-RESULTS-OK
005580        DISPLAY "RULINGS - CANNOT OPEN NEW-MATCH-RESULTS-FILE "
005590            WS-NEW-RESULTS-STATUS
005600        GO TO 9999-ABEND
005610     END-IF
005620     OPEN OUTPUT NEW-SUMMARY-FILE
005630     IF NOT WS-NEW-SUMMARY-OK
005640        DISPLAY "RULINGS - CANNOT OPEN NEW-SUMMARY-FILE "
005650            WS-NEW-SUMMARY-STATUS
005660        GO TO 9999-ABEND
005670     END-IF
005680     OPEN OUTPUT NEW-NIGHT-POINTS-FILE
005690     IF NOT WS-NEW-POINTS-OK
005700        DISPLAY "RULINGS - CANNOT OPEN NEW-NIGHT-POINTS-FILE "
005710            WS-NEW-POINTS-STATUS
005720        GO TO 9999-ABEND
005730     END-IF
005740     OPEN OUTPUT NEW-RECORD-BOOK-FILE
005750     IF NOT WS-NEW-BOOK-OK
005760        DISPLAY "RULINGS - CANNOT OPEN NEW-RECORD-BOOK-FILE "
005770            WS-NEW-BOOK-STATUS
005780        GO TO 9999-ABEND
005790     END-IF
005800     PERFORM 1100-LOAD-RULINGS
005810     PERFORM 1200-LOAD-SUMMARY
005820     PERFORM 1300-LOAD-RACE
005830     PERFORM 1400-LOAD-HANDICAPS
005840     PERFORM 1500-LOAD-RECORD-BOOK
005850     PERFORM 1600-LOAD-PLAYER-MASTER
005851     .
005852*****************************************************************
005853*    1050-LOAD-RULINGS-LOG
005854*        Note the number of every ruling the log shows applied.
005855*        No log yet means no ruling has been applied.
005856*****************************************************************
005857 1050-LOAD-RULINGS-LOG.
005858     OPEN INPUT RULINGS-LOG-FILE
005859     IF WS-RULINGS-LOG-STATUS = "35"
005860        GO TO 1050-EXIT
005861     END-IF
005862     IF NOT WS-RULINGS-LOG-OK
005863        DISPLAY "RULINGS - CANNOT OPEN RULINGS-LOG-FILE "
005864            WS-RULINGS-LOG-STATUS
005865        GO TO 9999-ABEND
005866     END-IF
005867     PERFORM 1060-LOAD-ONE-LOGGED THRU 1060-EXIT
005868         UNTIL WS-END-OF-INPUT-FILE
005869     MOVE "N" TO WS-EOF-SWITCH
005870     CLOSE RULINGS-LOG-FILE
005871     .
005872 1050-EXIT.
005873     EXIT
005874     .
005875*****************************************************************
005876*    1060-LOAD-ONE-LOGGED
005877*****************************************************************
005878 1060-LOAD-ONE-LOGGED.
005879     READ RULINGS-LOG-FILE
005880         AT END
005881             MOVE "Y" TO WS-EOF-SWITCH
005882             GO TO 1060-EXIT
005883     END-READ
005884     IF NOT RL-RULING-APPLIED
005885        GO TO 1060-EXIT
005886     END-IF
005887     IF WS-LOGGED-COUNT >= 5000
005888        DISPLAY "RULINGS - MORE THAN 5000 RULINGS ON THE LOG"
005889        GO TO 9999-ABEND
005890     END-IF
005891     ADD 1 TO WS-LOGGED-COUNT
005892     SET WS-LOG-IDX TO WS-LOGGED-COUNT
005893     MOVE RL-RULING-NUMBER TO WS-LOG-RULING-NUMBER(WS-LOG-IDX)
005894     .
005895 1060-EXIT.
005896     EXIT
005897     .
005898*****************************************************************
005899*    1100-LOAD-RULINGS
005900*****************************************************************
005901 1100-LOAD-RULINGS.
005910     OPEN INPUT RULINGS-FILE
005920     IF NOT WS-RULINGS-OK
005930        DISPLAY "RULINGS - CANNOT OPEN RULINGS-FILE "
005940            WS-RULINGS-STATUS
005950        GO TO 9999-ABEND
005960     END-IF
005970     PERFORM 1110-LOAD-ONE-RULING THRU 1110-EXIT
005980         UNTIL WS-END-OF-INPUT-FILE
005990     MOVE "N" TO WS-EOF-SWITCH
006000     CLOSE RULINGS-FILE
006010     .
006020*****************************************************************
006030*    1110-LOAD-ONE-RULING
006040*        A ruling the passes cannot act on is rejected here, with
006050*        the reason, and still goes to the log and the report.
006055*        So is one the log already shows applied, or one keyed
006057*        twice in the run.
006060*****************************************************************
006070 1110-LOAD-ONE-RULING.
006080     READ RULINGS-FILE
006090         AT END
006100             MOVE "Y" TO WS-EOF-SWITCH
006110             GO TO 1110-EXIT
006120     END-READ
006130     IF WS-RULING-COUNT >= 100
006140        DISPLAY "RULINGS - MORE THAN 100 RULINGS"
006150        GO TO 9999-ABEND
006160     END-IF
006170     ADD 1 TO WS-RULINGS-READ
006180     ADD 1 TO WS-RULING-COUNT
006190     SET WS-RUL-IDX TO WS-RULING-COUNT
006200     INITIALIZE WS-RULING-ENTRY(WS-RUL-IDX)
006210     MOVE RT-RULING-NUMBER TO WS-RUL-NUMBER(WS-RUL-IDX)
006220     MOVE RT-RULING-ACTION TO WS-RUL-ACTION(WS-RUL-IDX)
006230     MOVE RT-PLAYER-ID     TO WS-RUL-PLAYER-ID(WS-RUL-IDX)
006240     MOVE RT-GAME-ID       TO WS-RUL-GAME-ID(WS-RUL-IDX)
006250     MOVE RT-REASON        TO WS-RUL-REASON(WS-RUL-IDX)
006260     MOVE "P"              TO WS-RUL-STATE(WS-RUL-IDX)
006270     MOVE "N"              TO WS-RUL-PLAYOFF(WS-RUL-IDX)
006280     MOVE "N"              TO WS-RUL-ON-RACE(WS-RUL-IDX)
006290     MOVE "N"              TO WS-RUL-ON-SUMMARY(WS-RUL-IDX)
006300     IF RT-POINTS IS NUMERIC
006310        MOVE RT-POINTS TO WS-RUL-POINTS(WS-RUL-IDX)
006320     END-IF
006325     PERFORM 1120-CHECK-REPEAT
006330     EVALUATE TRUE
006335     WHEN WS-RULING-ALREADY-APPLIED
006336        MOVE "RULING ALREADY APPLIED"
006337            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
006338     WHEN WS-RULING-KEYED-TWICE
006340        MOVE "RULING KEYED TWICE"
006342            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
006344     WHEN NOT WS-RUL-VOID(WS-RUL-IDX)
006350          AND NOT WS-RUL-ADJUST(WS-RUL-IDX)
006360          AND NOT WS-RUL-CLEAR(WS-RUL-IDX)
006370        MOVE "UNKNOWN RULING ACTION"
006380            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
006390     WHEN RT-PLAYER-ID = SPACES
006400        MOVE "NO PLAYER ON RULING"
006410            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
006420     WHEN RT-GAME-ID = SPACES
006430          AND NOT WS-RUL-CLEAR(WS-RUL-IDX)
006440        MOVE "NO GAME ON RULING"
006450            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
006460     WHEN WS-RUL-ADJUST(WS-RUL-IDX)
006470          AND WS-RUL-POINTS(WS-RUL-IDX) = ZERO
006480        MOVE "NO POINTS ON ADJUSTMENT"
006490            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
006500     WHEN OTHER
006510        GO TO 1110-EXIT
006520     END-EVALUATE
006530     MOVE "R" TO WS-RUL-STATE(WS-RUL-IDX)
006540     .
006550 1110-EXIT.
006560     EXIT
006561     .
006562*****************************************************************
006563*    1120-CHECK-REPEAT
006564*        Has the ruling been applied on an earlier run, or is it
006565*        already among this run's rulings.
006566*****************************************************************
006567 1120-CHECK-REPEAT.
006568     MOVE "N" TO WS-REPEAT-SWITCH
006569     IF WS-LOGGED-COUNT > 0
006570        SET WS-LOG-IDX TO 1
006571        SEARCH WS-LOGGED-ENTRY
006572           AT END CONTINUE
006573           WHEN WS-LOG-RULING-NUMBER(WS-LOG-IDX) =
006574                RT-RULING-NUMBER
006575                MOVE "A" TO WS-REPEAT-SWITCH
006576        END-SEARCH
006577     END-IF
006578     IF NOT WS-RULING-ALREADY-APPLIED
006579        PERFORM 1130-CHECK-ONE-PRIOR
006580            VARYING WS-PRIOR-SUB FROM 1 BY 1
006581            UNTIL WS-PRIOR-SUB >= WS-RULING-COUNT
006582     END-IF
006583     .
006584*****************************************************************
006585*    1130-CHECK-ONE-PRIOR
006586*****************************************************************
006587 1130-CHECK-ONE-PRIOR.
006588     IF WS-RUL-NUMBER(WS-PRIOR-SUB) = RT-RULING-NUMBER
006589        MOVE "D" TO WS-REPEAT-SWITCH
006590     END-IF
006591     .
006592*****************************************************************
006593*    1200-LOAD-SUMMARY
006600*        The summary as SUMUPD last left it.  No summary yet
006610*        means nothing to post to.
006620*****************************************************************
006630 1200-LOAD-SUMMARY.
006640     OPEN INPUT OLD-SUMMARY-FILE
006650     IF WS-OLD-SUMMARY-OK
006660        PERFORM 1210-LOAD-ONE-SUMMARY THRU 1210-EXIT
006670            UNTIL WS-END-OF-INPUT-FILE
006680        MOVE "N" TO WS-EOF-SWITCH
006690        CLOSE OLD-SUMMARY-FILE
006700     END-IF
006710     .
006720*****************************************************************
006730*    1210-LOAD-ONE-SUMMARY
006740*****************************************************************
006750 1210-LOAD-ONE-SUMMARY.
006760     READ OLD-SUMMARY-FILE
006770         AT END
006780             MOVE "Y" TO WS-EOF-SWITCH
006790             GO TO 1210-EXIT
006800     END-READ
006810     IF WS-SUMMARY-COUNT >= 200
006820        DISPLAY "RULINGS - MORE THAN 200 SUMMARY ROWS"
006830        GO TO 9999-ABEND
006840     END-IF
006850     ADD 1 TO WS-SUMMARY-COUNT
006860     SET WS-SUM-IDX TO WS-SUMMARY-COUNT
006870     MOVE SM-SEASON-SUMMARY-RECORD TO WS-SUMMARY-ENTRY(WS-SUM-IDX)
006880     .
006890 1210-EXIT.
006900     EXIT
006910     .
006920*****************************************************************
006930*    1300-LOAD-RACE
006940*****************************************************************
006950 1300-LOAD-RACE.
006960     OPEN INPUT OLD-NIGHT-POINTS-FILE
006970     IF WS-OLD-POINTS-OK
006980        PERFORM 1310-LOAD-ONE-RACER THRU 1310-EXIT
006990            UNTIL WS-END-OF-INPUT-FILE
007000        MOVE "N" TO WS-EOF-SWITCH
007010        CLOSE OLD-NIGHT-POINTS-FILE
007020     END-IF
007030     .
007040*****************************************************************
007050*    1310-LOAD-ONE-RACER
007060*****************************************************************
007070 1310-LOAD-ONE-RACER.
007080     READ OLD-NIGHT-POINTS-FILE
007090         AT END
007100             MOVE "Y" TO WS-EOF-SWITCH
007110             GO TO 1310-EXIT
007120     END-READ
007130     IF WS-RACE-COUNT >= 200
007140        DISPLAY "RULINGS - MORE THAN 200 RACE ROWS"
007150        GO TO 9999-ABEND
007160     END-IF
007170     ADD 1 TO WS-RACE-COUNT
007180     SET WS-RAC-IDX TO WS-RACE-COUNT
007190     MOVE NP-PLAYER-ID      TO WS-RAC-PLAYER-ID(WS-RAC-IDX)
007200     MOVE NP-SEASON-POINTS  TO WS-RAC-SEASON-PTS(WS-RAC-IDX)
007210     MOVE NP-NIGHTS-COUNTED TO WS-RAC-NIGHTS(WS-RAC-IDX)
007220     MOVE NP-LEAGUE-CODE    TO WS-RAC-LEAGUE-CODE(WS-RAC-IDX)
007230     MOVE "N"               TO WS-RAC-MOVED(WS-RAC-IDX)
007240     .
007250 1310-EXIT.
007260     EXIT
007270     .
007280*****************************************************************
007290*    1400-LOAD-HANDICAPS
007300*****************************************************************
007310 1400-LOAD-HANDICAPS.
007320     OPEN INPUT HANDICAP-FILE
007330     IF WS-HANDICAP-OK
007340        PERFORM 1410-LOAD-ONE-HANDICAP THRU 1410-EXIT
007350            UNTIL WS-END-OF-INPUT-FILE
007360        MOVE "N" TO WS-EOF-SWITCH
007370        CLOSE HANDICAP-FILE
007380     END-IF
007390     .
007400*****************************************************************
007410*    1410-LOAD-ONE-HANDICAP
007420*****************************************************************
007430 1410-LOAD-ONE-HANDICAP.
007440     READ HANDICAP-FILE
007450         AT END
007460             MOVE "Y" TO WS-EOF-SWITCH
007470             GO TO 1410-EXIT
007480     END-READ
007490     IF WS-HANDICAP-COUNT >= 1000
007500        DISPLAY "RULINGS - MORE THAN 1000 HANDICAP ROWS"
007510        GO TO 9999-ABEND
007520     END-IF
007530     ADD 1 TO WS-HANDICAP-COUNT
007540     SET WS-HCP-IDX TO WS-HANDICAP-COUNT
007550     MOVE HC-PLAYER-ID      TO WS-HCP-PLAYER-ID(WS-HCP-IDX)
007560     MOVE HC-HANDICAP       TO WS-HCP-HANDICAP(WS-HCP-IDX)
007570     MOVE HC-EFFECTIVE-DATE TO WS-HCP-EFFECTIVE-DATE(WS-HCP-IDX)
007580     MOVE HC-LEAGUE-CODE    TO WS-HCP-LEAGUE-CODE(WS-HCP-IDX)
007590     .
007600 1410-EXIT.
007610     EXIT
007620     .
007630*****************************************************************
007640*    1500-LOAD-RECORD-BOOK
007650*****************************************************************
007660 1500-LOAD-RECORD-BOOK.
007670     OPEN INPUT OLD-RECORD-BOOK-FILE
007680     IF WS-OLD-BOOK-OK
007690        PERFORM 1510-LOAD-ONE-RECORD THRU 1510-EXIT
007700            UNTIL WS-END-OF-INPUT-FILE
007710        MOVE "N" TO WS-EOF-SWITCH
007720        CLOSE OLD-RECORD-BOOK-FILE
007730     END-IF
007740     .
007750*****************************************************************
007760*    1510-LOAD-ONE-RECORD
007770*****************************************************************
007780 1510-LOAD-ONE-RECORD.
007790     READ OLD-RECORD-BOOK-FILE
007800         AT END
007810             MOVE "Y" TO WS-EOF-SWITCH
007820             GO TO 1510-EXIT
007830     END-READ
007840     IF WS-BOOK-COUNT >= 10
007850        DISPLAY "RULINGS - MORE THAN 10 RECORD-BOOK ROWS"
007860        GO TO 9999-ABEND
007870     END-IF
007880     ADD 1 TO WS-BOOK-COUNT
007890     SET WS-BK-IDX TO WS-BOOK-COUNT
007900     MOVE RB-RECORD-BOOK-RECORD TO WS-BOOK-ENTRY(WS-BK-IDX)
007910     IF NOT WS-BK-UNDER-REVIEW(WS-BK-IDX)
007920        MOVE SPACE  TO WS-BK-REVIEW-FLAG(WS-BK-IDX)
007930        MOVE SPACES TO WS-BK-REVIEW-RULING(WS-BK-IDX)
007940     END-IF
007950     .
007960 1510-EXIT.
007970     EXIT
007980     .
007990*****************************************************************
008000*    1600-LOAD-PLAYER-MASTER
008010*****************************************************************
008020 1600-LOAD-PLAYER-MASTER.
008030     OPEN INPUT PLAYER-MASTER-FILE
008040     IF NOT WS-PLAYER-MASTER-OK
008050        DISPLAY "RULINGS - CANNOT OPEN PLAYER-MASTER-FILE "
008060            WS-PLAYER-MASTER-STATUS
008070        GO TO 9999-ABEND
008080     END-IF
008090     PERFORM 1610-LOAD-ONE-MEMBER THRU 1610-EXIT
008100         UNTIL WS-END-OF-PLAYER-MASTER
008110     CLOSE PLAYER-MASTER-FILE
008120     .
008130*****************************************************************
008140*    1610-LOAD-ONE-MEMBER
008150*****************************************************************
008160 1610-LOAD-ONE-MEMBER.
008170     READ PLAYER-MASTER-FILE
008180         AT END
008190             MOVE "Y" TO WS-MASTER-EOF-SWITCH
008200             GO TO 1610-EXIT
008210     END-READ
008220     IF WS-MEMBER-COUNT >= 200
008230        DISPLAY "RULINGS - MORE THAN 200 MEMBERS"
008240        GO TO 9999-ABEND
008250     END-IF
008260     ADD 1 TO WS-MEMBER-COUNT
008270     SET WS-MBR-IDX TO WS-MEMBER-COUNT
008280     MOVE PM-PLAYER-ID   TO WS-MBR-PLAYER-ID(WS-MBR-IDX)
008290     MOVE PM-PLAYER-NAME TO WS-MBR-PLAYER-NAME(WS-MBR-IDX)
008300     .
008310 1610-EXIT.
008320     EXIT
008330     .
008340*****************************************************************
008350*    2000-REWRITE-GAME-TOTALS
008360*        Copy the season's game totals to the new file, applying
008370*        each ruling to the game it names as the row goes by.
008380*****************************************************************
008390 2000-REWRITE-GAME-TOTALS.
008400     OPEN INPUT GAME-TOTALS-FILE
008410     IF NOT WS-GAME-TOTALS-OK
008420        DISPLAY "RULINGS - CANNOT OPEN GAME-TOTALS-FILE "
008430            WS-GAME-TOTALS-STATUS
008440        GO TO 9999-ABEND
008450     END-IF
008460     OPEN OUTPUT NEW-GAME-TOTALS-FILE
008470     IF NOT WS-NEW-TOTALS-OK
008480        DISPLAY "RULINGS - CANNOT OPEN NEW-GAME-TOTALS-FILE "
008490            WS-NEW-TOTALS-STATUS
008500        GO TO 9999-ABEND
008510     END-IF
008520     PERFORM 2100-COPY-ONE-GAME THRU 2100-EXIT
008530         UNTIL WS-END-OF-INPUT-FILE
008540     MOVE "N" TO WS-EOF-SWITCH
008550     CLOSE GAME-TOTALS-FILE
008560     CLOSE NEW-GAME-TOTALS-FILE
008570     .
008580*****************************************************************
008590*    2100-COPY-ONE-GAME
008600*        The rulings on the game are applied in the order keyed,
008610*        each from the total the one before it left.  A struck
008620*        game is dropped from the new file.
008630*****************************************************************
008640 2100-COPY-ONE-GAME.
008650     READ GAME-TOTALS-FILE
008660         AT END
008670             MOVE "Y" TO WS-EOF-SWITCH
008680             GO TO 2100-EXIT
008690     END-READ
008700     MOVE GT-GAME-TOTAL TO WS-CURRENT-TOTAL
008710     MOVE "N" TO WS-CURRENT-VOIDED
008720     MOVE "N" TO WS-GAME-RULED
008730     IF WS-RULING-COUNT > 0
008740        PERFORM 2200-APPLY-ONE-RULING THRU 2200-EXIT
008750            VARYING WS-RUL-IDX FROM 1 BY 1
008760            UNTIL WS-RUL-IDX > WS-RULING-COUNT
008770     END-IF
008780     IF WS-GAME-WAS-RULED
008790        MOVE WS-CURRENT-TOTAL  TO WS-RGM-FINAL-TOTAL(WS-RGM-IDX)
008800        MOVE WS-CURRENT-VOIDED TO WS-RGM-VOIDED(WS-RGM-IDX)
008810        IF WS-CURRENT-GAME-VOIDED
008820           ADD 1 TO WS-GAMES-VOIDED
008830           GO TO 2100-EXIT
008840        END-IF
008850        IF WS-CURRENT-TOTAL NOT =
008860           WS-RGM-ORIGINAL-TOTAL(WS-RGM-IDX)
008870           ADD 1 TO WS-GAMES-ADJUSTED
008880        END-IF
008890     END-IF
008900     MOVE WS-CURRENT-TOTAL TO GT-GAME-TOTAL
008910     WRITE NG-GAME-TOTAL-RECORD FROM GT-GAME-TOTAL-RECORD
008920     IF NOT WS-NEW-TOTALS-OK
008930        DISPLAY "RULINGS - ERROR WRITING NEW-GAME-TOTALS-FILE "
008940            WS-NEW-TOTALS-STATUS
008950        GO TO 9999-ABEND
008960     END-IF
008970     .
008980 2100-EXIT.
008990     EXIT
009000     .
009010*****************************************************************
009020*    2200-APPLY-ONE-RULING
009030*****************************************************************
009040 2200-APPLY-ONE-RULING.
009050     IF NOT WS-RUL-PENDING(WS-RUL-IDX)
009060        OR WS-RUL-CLEAR(WS-RUL-IDX)
009070        OR WS-RUL-PLAYER-ID(WS-RUL-IDX) NOT = GT-PLAYER-ID
009080        OR WS-RUL-GAME-ID(WS-RUL-IDX) NOT = GT-GAME-ID
009090        GO TO 2200-EXIT
009100     END-IF
009110     IF NOT WS-GAME-WAS-RULED
009120        PERFORM 2250-ADD-RULED-GAME
009130     END-IF
009140     SET WS-RUL-GAME-SUB(WS-RUL-IDX) TO WS-RGM-IDX
009150     MOVE GT-GAME-DATE     TO WS-RUL-GAME-DATE(WS-RUL-IDX)
009160     MOVE GT-LEAGUE-CODE   TO WS-RUL-LEAGUE-CODE(WS-RUL-IDX)
009170     IF GT-PLAYOFF-GAME
009180        MOVE "Y" TO WS-RUL-PLAYOFF(WS-RUL-IDX)
009190     END-IF
009200     MOVE WS-CURRENT-TOTAL TO WS-RUL-TOTAL-BEFORE(WS-RUL-IDX)
009210     IF WS-CURRENT-GAME-VOIDED
009220        MOVE "R" TO WS-RUL-STATE(WS-RUL-IDX)
009230        MOVE "GAME ALREADY VOIDED"
009240            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
009250        GO TO 2200-EXIT
009260     END-IF
009270     IF WS-RUL-VOID(WS-RUL-IDX)
009280        MOVE "Y" TO WS-CURRENT-VOIDED
009290        MOVE ZERO TO WS-RUL-TOTAL-AFTER(WS-RUL-IDX)
009300        MOVE "A" TO WS-RUL-STATE(WS-RUL-IDX)
009310        GO TO 2200-EXIT
009320     END-IF
009330     COMPUTE WS-SIGNED-WORK =
009340         WS-CURRENT-TOTAL + WS-RUL-POINTS(WS-RUL-IDX)
009350     IF WS-SIGNED-WORK < 0 OR WS-SIGNED-WORK > 999
009360        MOVE "R" TO WS-RUL-STATE(WS-RUL-IDX)
009370        MOVE "ADJUSTED TOTAL OUT OF RANGE"
009380            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
009390        GO TO 2200-EXIT
009400     END-IF
009410     MOVE WS-SIGNED-WORK TO WS-CURRENT-TOTAL
009420     MOVE WS-CURRENT-TOTAL TO WS-RUL-TOTAL-AFTER(WS-RUL-IDX)
009430     MOVE "A" TO WS-RUL-STATE(WS-RUL-IDX)
009440     .
009450 2200-EXIT.
009460     EXIT
009470     .
009480*****************************************************************
009490*    2250-ADD-RULED-GAME
009500*****************************************************************
009510 2250-ADD-RULED-GAME.
009520     IF WS-RULED-GAME-COUNT >= 100
009530        DISPLAY "RULINGS - MORE THAN 100 RULED GAMES"
009540        GO TO 9999-ABEND
009550     END-IF
009560     ADD 1 TO WS-RULED-GAME-COUNT
009570     SET WS-RGM-IDX TO WS-RULED-GAME-COUNT
009580     INITIALIZE WS-RULED-GAME-ENTRY(WS-RGM-IDX)
009590     MOVE GT-PLAYER-ID   TO WS-RGM-PLAYER-ID(WS-RGM-IDX)
009600     MOVE GT-GAME-ID     TO WS-RGM-GAME-ID(WS-RGM-IDX)
009610     MOVE GT-GAME-DATE   TO WS-RGM-GAME-DATE(WS-RGM-IDX)
009620     MOVE GT-LEAGUE-CODE TO WS-RGM-LEAGUE-CODE(WS-RGM-IDX)
009630     MOVE GT-GAME-TOTAL  TO WS-RGM-ORIGINAL-TOTAL(WS-RGM-IDX)
009640     MOVE "N"            TO WS-RGM-VOIDED(WS-RGM-IDX)
009650     MOVE "N"            TO WS-RGM-SHEET-FOUND(WS-RGM-IDX)
009660     MOVE "Y" TO WS-GAME-RULED
009670     .
009680*****************************************************************
009690*    2500-REJECT-UNMATCHED
009700*        A void or adjustment whose game never went by on the
009710*        game-totals file names a game that was never finished.
009720*****************************************************************
009730 2500-REJECT-UNMATCHED.
009740     IF WS-RULING-COUNT > 0
009750        PERFORM 2550-REJECT-ONE-UNMATCHED
009760            VARYING WS-RUL-IDX FROM 1 BY 1
009770            UNTIL WS-RUL-IDX > WS-RULING-COUNT
009780     END-IF
009790     .
009800*****************************************************************
009810*    2550-REJECT-ONE-UNMATCHED
009820*****************************************************************
009830 2550-REJECT-ONE-UNMATCHED.
009840     IF WS-RUL-PENDING(WS-RUL-IDX)
009850        AND NOT WS-RUL-CLEAR(WS-RUL-IDX)
009860        MOVE "R" TO WS-RUL-STATE(WS-RUL-IDX)
009870        MOVE "GAME NOT ON GAME-TOTALS"
009880            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
009890     END-IF
009900     .
009910*****************************************************************
009920*    3000-REWRITE-SCORESHEETS
009930*        The scoresheet follows the game total - struck with a
009940*        voided game, carrying the adjusted total otherwise.  The
009950*        category scores of a ruled game are kept for reversing
009960*        the summary tallies.
009970*****************************************************************
009980 3000-REWRITE-SCORESHEETS.
009990     OPEN INPUT SCORESHEET-FILE
010000     IF NOT WS-SCORESHEET-OK
010010        DISPLAY "RULINGS - CANNOT OPEN SCORESHEET-FILE "
010020            WS-SCORESHEET-STATUS
010030        GO TO 9999-ABEND
010040     END-IF
010050     OPEN OUTPUT NEW-SCORESHEET-FILE
010060     IF NOT WS-NEW-SHEET-OK
010070        DISPLAY "RULINGS - CANNOT OPEN NEW-SCORESHEET-FILE "
010080            WS-NEW-SHEET-STATUS
010090        GO TO 9999-ABEND
010100     END-IF
010110     PERFORM 3100-COPY-ONE-SHEET THRU 3100-EXIT
010120         UNTIL WS-END-OF-INPUT-FILE
010130     MOVE "N" TO WS-EOF-SWITCH
010140     CLOSE SCORESHEET-FILE
010150     CLOSE NEW-SCORESHEET-FILE
010160     .
010170*****************************************************************
010180*    3100-COPY-ONE-SHEET
010190*****************************************************************
010200 3100-COPY-ONE-SHEET.
010210     READ SCORESHEET-FILE
010220         AT END
010230             MOVE "Y" TO WS-EOF-SWITCH
010240             GO TO 3100-EXIT
010250     END-READ
010260     IF WS-RULED-GAME-COUNT > 0
010270        SET WS-RGM-IDX TO 1
010280        SEARCH WS-RULED-GAME-ENTRY
010290           AT END
010300              CONTINUE
010310           WHEN WS-RGM-PLAYER-ID(WS-RGM-IDX) = SS-PLAYER-ID
010320            AND WS-RGM-GAME-ID(WS-RGM-IDX) = SS-GAME-ID
010330              PERFORM 3200-RULE-ONE-SHEET
010340              IF WS-RGM-GAME-VOIDED(WS-RGM-IDX)
010350                 GO TO 3100-EXIT
010360              END-IF
010370        END-SEARCH
010380     END-IF
010390     WRITE NS-SCORESHEET-RECORD FROM SS-SCORESHEET-RECORD
010400     IF NOT WS-NEW-SHEET-OK
010410        DISPLAY "RULINGS - ERROR WRITING NEW-SCORESHEET-FILE "
010420            WS-NEW-SHEET-STATUS
010430        GO TO 9999-ABEND
010440     END-IF
010450     .
010460 3100-EXIT.
010470     EXIT
010480     .
010490*****************************************************************
010500*    3200-RULE-ONE-SHEET
010510*****************************************************************
010520 3200-RULE-ONE-SHEET.
010530     MOVE "Y"                TO WS-RGM-SHEET-FOUND(WS-RGM-IDX)
010540     MOVE SS-YACHT           TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 1)
010550     MOVE SS-ONES            TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 2)
010560     MOVE SS-TWOS            TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 3)
010570     MOVE SS-THREES          TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 4)
010580     MOVE SS-FOURS           TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 5)
010590     MOVE SS-FIVES           TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 6)
010600     MOVE SS-SIXES           TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 7)
010610     MOVE SS-FULL-HOUSE      TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 8)
010620     MOVE SS-FOUR-OF-A-KIND  TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 9)
010630     MOVE SS-LITTLE-STRAIGHT TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 10)
010640     MOVE SS-BIG-STRAIGHT    TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 11)
010650     MOVE SS-CHOICE          TO WS-RGM-SHEET-SCORE(WS-RGM-IDX, 12)
010660     MOVE WS-RGM-FINAL-TOTAL(WS-RGM-IDX) TO SS-GAME-TOTAL
010670     .
010680*****************************************************************
010690*    4000-FIND-SEATED-MATCHES
010700*        The pairings name each seat's game, so they tie a ruled
010710*        game to the match it was seated in.  No pairing file
010720*        means no match to re-decide.
010730*****************************************************************
010740 4000-FIND-SEATED-MATCHES.
010750     IF WS-RULED-GAME-COUNT = 0
010760        GO TO 4000-EXIT
010770     END-IF
010780     OPEN INPUT MATCH-PAIRING-FILE
010790     IF WS-PAIRING-OK
010800        PERFORM 4100-SEAT-ONE-PAIRING THRU 4100-EXIT
010810            UNTIL WS-END-OF-INPUT-FILE
010820        MOVE "N" TO WS-EOF-SWITCH
010830        CLOSE MATCH-PAIRING-FILE
010840     END-IF
010850     .
010860 4000-EXIT.
010870     EXIT
010880     .
010890*****************************************************************
010900*    4100-SEAT-ONE-PAIRING
010910*****************************************************************
010920 4100-SEAT-ONE-PAIRING.
010930     READ MATCH-PAIRING-FILE
010940         AT END
010950             MOVE "Y" TO WS-EOF-SWITCH
010960             GO TO 4100-EXIT
010970     END-READ
010980     PERFORM 4150-SEAT-ONE-GAME
010990         VARYING WS-SEAT-SUB FROM 1 BY 1
011000         UNTIL WS-SEAT-SUB > 4
011010     .
011020 4100-EXIT.
011030     EXIT
011040     .
011050*****************************************************************
011060*    4150-SEAT-ONE-GAME
011070*****************************************************************
011080 4150-SEAT-ONE-GAME.
011090     IF MP-MATCH-GAME-ID(WS-SEAT-SUB) NOT = SPACES
011100        SET WS-RGM-IDX TO 1
011110        SEARCH WS-RULED-GAME-ENTRY
011120           AT END
011130              CONTINUE
011140           WHEN WS-RGM-PLAYER-ID(WS-RGM-IDX) =
011150                MP-SEAT-PLAYER-ID(WS-SEAT-SUB)
011160            AND WS-RGM-GAME-ID(WS-RGM-IDX) =
011170                MP-MATCH-GAME-ID(WS-SEAT-SUB)
011180              MOVE MP-MATCH-ID TO WS-RGM-MATCH-ID(WS-RGM-IDX)
011190        END-SEARCH
011200     END-IF
011210     .
011220*****************************************************************
011230*    4500-REDECIDE-MATCHES
011240*        Copy the season's match results to the new file,
011250*        re-deciding every match a ruled game was seated in.
011260*****************************************************************
011270 4500-REDECIDE-MATCHES.
011280     OPEN INPUT MATCH-RESULTS-FILE
011290     IF WS-RESULTS-OK
011300        PERFORM 4600-COPY-ONE-RESULT THRU 4600-EXIT
011310            UNTIL WS-END-OF-INPUT-FILE
011320        MOVE "N" TO WS-EOF-SWITCH
011330        CLOSE MATCH-RESULTS-FILE
011340     END-IF
011350     .
011360*****************************************************************
011370*    4600-COPY-ONE-RESULT
011380*****************************************************************
011390 4600-COPY-ONE-RESULT.
011400     READ MATCH-RESULTS-FILE
011410         AT END
011420             MOVE "Y" TO WS-EOF-SWITCH
011430             GO TO 4600-EXIT
011440     END-READ
011450     MOVE "N" TO WS-MATCH-SEATED
011460     IF WS-RULED-GAME-COUNT > 0
011470        SET WS-RGM-IDX TO 1
011480        SEARCH WS-RULED-GAME-ENTRY
011490           AT END
011500              CONTINUE
011510           WHEN WS-RGM-MATCH-ID(WS-RGM-IDX) = MR-MATCH-ID
011520              MOVE "Y" TO WS-MATCH-SEATED
011530        END-SEARCH
011540     END-IF
011550     IF WS-MATCH-HAS-RULING
011560        AND MR-SEAT-COUNT >= 1 AND MR-SEAT-COUNT <= 4
011570        PERFORM 4700-REDECIDE-ONE-MATCH
011580     END-IF
011590     WRITE NR-MATCH-RESULT-RECORD FROM MR-MATCH-RESULT-RECORD
011600     IF NOT WS-NEW-RESULTS-OK
011610        DISPLAY "RULINGS - ERROR WRITING NEW-MATCH-RESULTS-FILE "
011620            WS-NEW-RESULTS-STATUS
011630        GO TO 9999-ABEND
011640     END-IF
011650     .
011660 4600-EXIT.
011670     EXIT
011680     .
011690*****************************************************************
011700*    4700-REDECIDE-ONE-MATCH
011710*        Back the result as it stood out of the summary, apply
011720*        the ruled seats, decide the match again the way MATCHUP
011730*        does and post the new result.  The decided date stands.
011740*        A playoff match is re-decided but, as in MATCHUP, never
011750*        posted to the regular-season record.
011760*****************************************************************
011770 4700-REDECIDE-ONE-MATCH.
011780     ADD 1 TO WS-MATCHES-REDECIDED
011790     MOVE MR-WINNER-PLAYER-ID TO WS-WINNER-BEFORE
011800     PERFORM 4710-NOTE-SEAT-BEFORE
011810         VARYING WS-SEAT-SUB FROM 1 BY 1
011820         UNTIL WS-SEAT-SUB > 4
011830     IF NOT MR-PLAYOFF-MATCH
011840        MOVE -1 TO WS-POST-SIGN
011850        PERFORM 4850-POST-MATCH-ROW
011860     END-IF
011870     PERFORM 4720-RULE-ONE-SEAT
011880         VARYING WS-SEAT-SUB FROM 1 BY 1
011890         UNTIL WS-SEAT-SUB > MR-SEAT-COUNT
011900     PERFORM 4750-DECIDE-AGAIN
011910     IF NOT MR-PLAYOFF-MATCH
011920        MOVE 1 TO WS-POST-SIGN
011930        PERFORM 4850-POST-MATCH-ROW
011940     END-IF
011950     MOVE SPACES TO WS-MATCH-RULING
011960     MOVE ZERO TO WS-MATCH-RULING-SUB
011970     PERFORM 4780-NOTE-ONE-RULING
011980         VARYING WS-RUL-IDX FROM 1 BY 1
011990         UNTIL WS-RUL-IDX > WS-RULING-COUNT
012000     IF WS-MATCH-RULING-SUB > 0
012010        PERFORM 4790-CHECK-WIN-STREAK
012020            VARYING WS-SEAT-SUB FROM 1 BY 1
012030            UNTIL WS-SEAT-SUB > MR-SEAT-COUNT
012040     END-IF
012050     .
012060*****************************************************************
012070*    4710-NOTE-SEAT-BEFORE
012080*****************************************************************
012090 4710-NOTE-SEAT-BEFORE.
012100     PERFORM 4800-SEAT-RESULT
012110     MOVE WS-SEAT-RESULT TO WS-SEAT-BEFORE(WS-SEAT-SUB)
012120     .
012130*****************************************************************
012140*    4720-RULE-ONE-SEAT
012150*        A voided game leaves its seat a no-show; an adjusted
012160*        game carries its new total.
012170*****************************************************************
012180 4720-RULE-ONE-SEAT.
012190     IF MR-SEAT-PLAYER-ID(WS-SEAT-SUB) NOT = SPACES
012200        AND MR-SEAT-FORFEIT(WS-SEAT-SUB) NOT = "F"
012210        SET WS-RGM-IDX TO 1
012220        SEARCH WS-RULED-GAME-ENTRY
012230           AT END
012240              CONTINUE
012250           WHEN WS-RGM-PLAYER-ID(WS-RGM-IDX) =
012260                MR-SEAT-PLAYER-ID(WS-SEAT-SUB)
012270            AND WS-RGM-MATCH-ID(WS-RGM-IDX) = MR-MATCH-ID
012280              IF WS-RGM-GAME-VOIDED(WS-RGM-IDX)
012290                 MOVE "F" TO MR-SEAT-FORFEIT(WS-SEAT-SUB)
012300                 MOVE ZERO TO MR-SEAT-TOTAL(WS-SEAT-SUB)
012310              ELSE
012320                 MOVE WS-RGM-FINAL-TOTAL(WS-RGM-IDX)
012330                     TO MR-SEAT-TOTAL(WS-SEAT-SUB)
012340              END-IF
012350        END-SEARCH
012360     END-IF
012370     .
012380*****************************************************************
012390*    4750-DECIDE-AGAIN
012400*        High total wins among the seats that showed; a shared
012410*        high total is a tie; one seat left showing takes the
012420*        match by forfeit at the charter's margin.
012430*****************************************************************
012440 4750-DECIDE-AGAIN.
012450     MOVE ZERO TO WS-HIGH-TOTAL
012460     MOVE ZERO TO WS-SECOND-TOTAL
012470     MOVE ZERO TO WS-HIGH-COUNT
012480     MOVE ZERO TO WS-SHOWING-COUNT
012490     MOVE ZERO TO WS-NO-SHOW-COUNT
012500     MOVE SPACES TO WS-HIGH-PLAYER-ID
012510     PERFORM 4760-RANK-ONE-SEAT
012520         VARYING WS-SEAT-SUB FROM 1 BY 1
012530         UNTIL WS-SEAT-SUB > MR-SEAT-COUNT
012540     IF WS-HIGH-COUNT > 1
012550        MOVE SPACES TO MR-WINNER-PLAYER-ID
012560        MOVE WS-HIGH-TOTAL TO MR-WINNING-TOTAL
012570        MOVE ZERO TO MR-MARGIN
012580        MOVE "Y" TO MR-TIE-FLAG
012590     ELSE
012600        MOVE WS-HIGH-PLAYER-ID TO MR-WINNER-PLAYER-ID
012610        MOVE WS-HIGH-TOTAL TO MR-WINNING-TOTAL
012620        COMPUTE MR-MARGIN = WS-HIGH-TOTAL - WS-SECOND-TOTAL
012630        MOVE "N" TO MR-TIE-FLAG
012640     END-IF
012650     IF WS-SHOWING-COUNT <= 1 AND WS-NO-SHOW-COUNT > 0
012660        MOVE "F" TO MR-FORFEIT-FLAG
012670        IF WS-SHOWING-COUNT = 1
012680           MOVE WS-FORFEIT-MARGIN TO MR-MARGIN
012690        END-IF
012700     ELSE
012710        MOVE "N" TO MR-FORFEIT-FLAG
012720     END-IF
012730     .
012740*****************************************************************
012750*    4760-RANK-ONE-SEAT
012760*****************************************************************
012770 4760-RANK-ONE-SEAT.
012780     IF MR-SEAT-PLAYER-ID(WS-SEAT-SUB) = SPACES
012790        CONTINUE
012800     ELSE
012810        IF MR-SEAT-FORFEIT(WS-SEAT-SUB) = "F"
012820           ADD 1 TO WS-NO-SHOW-COUNT
012830        ELSE
012840           ADD 1 TO WS-SHOWING-COUNT
012850           PERFORM 4770-RANK-SEAT-TOTAL
012860        END-IF
012870     END-IF
012880     .
012890*****************************************************************
012900*    4770-RANK-SEAT-TOTAL
012910*****************************************************************
012920 4770-RANK-SEAT-TOTAL.
012930     IF MR-SEAT-TOTAL(WS-SEAT-SUB) > WS-HIGH-TOTAL
012940        MOVE WS-HIGH-TOTAL TO WS-SECOND-TOTAL
012950        MOVE MR-SEAT-TOTAL(WS-SEAT-SUB) TO WS-HIGH-TOTAL
012960        MOVE MR-SEAT-PLAYER-ID(WS-SEAT-SUB) TO WS-HIGH-PLAYER-ID
012970        MOVE 1 TO WS-HIGH-COUNT
012980     ELSE
012990        IF MR-SEAT-TOTAL(WS-SEAT-SUB) = WS-HIGH-TOTAL
013000           ADD 1 TO WS-HIGH-COUNT
013010           MOVE WS-HIGH-TOTAL TO WS-SECOND-TOTAL
013020        ELSE
013030           IF MR-SEAT-TOTAL(WS-SEAT-SUB) > WS-SECOND-TOTAL
013040              MOVE MR-SEAT-TOTAL(WS-SEAT-SUB) TO WS-SECOND-TOTAL
013050           END-IF
013060        END-IF
013070     END-IF
013080     .
013090*****************************************************************
013100*    4780-NOTE-ONE-RULING
013110*        Each applied ruling on a game seated in this match
013120*        notes the winner and its player's result, before and
013130*        after.  The first of them answers for any record the
013140*        new result puts in question.
013150*****************************************************************
013160 4780-NOTE-ONE-RULING.
013170     IF WS-RUL-APPLIED(WS-RUL-IDX)
013180        AND NOT WS-RUL-CLEAR(WS-RUL-IDX)
013190        SET WS-RGM-IDX TO WS-RUL-GAME-SUB(WS-RUL-IDX)
013200        IF WS-RGM-MATCH-ID(WS-RGM-IDX) = MR-MATCH-ID
013210           MOVE MR-MATCH-ID TO WS-RUL-MATCH-ID(WS-RUL-IDX)
013220           MOVE WS-WINNER-BEFORE
013230               TO WS-RUL-WINNER-BEFORE(WS-RUL-IDX)
013240           MOVE MR-WINNER-PLAYER-ID
013250               TO WS-RUL-WINNER-AFTER(WS-RUL-IDX)
013260           PERFORM 4785-NOTE-RULING-SEAT
013270               VARYING WS-SEAT-SUB FROM 1 BY 1
013280               UNTIL WS-SEAT-SUB > MR-SEAT-COUNT
013290           IF WS-MATCH-RULING-SUB = 0
013300              SET WS-MATCH-RULING-SUB TO WS-RUL-IDX
013310              MOVE WS-RUL-NUMBER(WS-RUL-IDX) TO WS-MATCH-RULING
013320           END-IF
013330        END-IF
013340     END-IF
013350     .
013360*****************************************************************
013370*    4785-NOTE-RULING-SEAT
013380*****************************************************************
013390 4785-NOTE-RULING-SEAT.
013400     IF MR-SEAT-PLAYER-ID(WS-SEAT-SUB) =
013410        WS-RUL-PLAYER-ID(WS-RUL-IDX)
013420        MOVE WS-SEAT-BEFORE(WS-SEAT-SUB)
013430            TO WS-RUL-RESULT-BEFORE(WS-RUL-IDX)
013440        PERFORM 4800-SEAT-RESULT
013450        MOVE WS-SEAT-RESULT TO WS-RUL-RESULT-AFTER(WS-RUL-IDX)
013460     END-IF
013470     .
013480*****************************************************************
013490*    4790-CHECK-WIN-STREAK
013500*        A seat that won and now has not, or now has and did
013510*        not, puts in question a win streak the player set on
013520*        or after the match.
013530*****************************************************************
013540 4790-CHECK-WIN-STREAK.
013550     PERFORM 4800-SEAT-RESULT
013560     IF MR-SEAT-PLAYER-ID(WS-SEAT-SUB) NOT = SPACES
013570        AND ((WS-SEAT-BEFORE(WS-SEAT-SUB) = "W"
013580              AND WS-SEAT-RESULT NOT = "W")
013590         OR (WS-SEAT-BEFORE(WS-SEAT-SUB) NOT = "W"
013600              AND WS-SEAT-RESULT = "W"))
013610        AND WS-BOOK-COUNT > 0
013620        SET WS-RUL-IDX TO WS-MATCH-RULING-SUB
013630        SET WS-BK-IDX TO 1
013640        SEARCH WS-BOOK-ENTRY
013650           AT END
013660              CONTINUE
013670           WHEN WS-BK-WIN-STREAK(WS-BK-IDX)
013680            AND WS-BK-HOLDER-ID(WS-BK-IDX) =
013690                MR-SEAT-PLAYER-ID(WS-SEAT-SUB)
013700            AND WS-BK-DATE-SET(WS-BK-IDX) >= MR-MATCH-DATE
013710              PERFORM 5700-FLAG-RECORD
013720        END-SEARCH
013730     END-IF
013740     .
013750*****************************************************************
013760*    4800-SEAT-RESULT
013770*        The seat's result off the row as it stands, credited
013780*        the way SUMUPD credits it.
013790*****************************************************************
013800 4800-SEAT-RESULT.
013810     EVALUATE TRUE
013820     WHEN MR-SEAT-PLAYER-ID(WS-SEAT-SUB) = SPACES
013830        MOVE SPACE TO WS-SEAT-RESULT
013840     WHEN MR-SEAT-FORFEIT(WS-SEAT-SUB) = "F"
013850        MOVE "F" TO WS-SEAT-RESULT
013860     WHEN MR-MATCH-TIED
013870          AND MR-SEAT-TOTAL(WS-SEAT-SUB) = MR-WINNING-TOTAL
013880        MOVE "T" TO WS-SEAT-RESULT
013890     WHEN NOT MR-MATCH-TIED
013900          AND MR-SEAT-PLAYER-ID(WS-SEAT-SUB) =
013910              MR-WINNER-PLAYER-ID
013920        MOVE "W" TO WS-SEAT-RESULT
013930     WHEN OTHER
013940        MOVE "L" TO WS-SEAT-RESULT
013950     END-EVALUATE
013960     .
013970*****************************************************************
013980*    4850-POST-MATCH-ROW
013990*        Post every seat of the row to the summary, backing it
014000*        out (sign -1) or crediting it (sign +1).  A player with
014010*        no summary row has nothing to post to.
014020*****************************************************************
014030 4850-POST-MATCH-ROW.
014040     MOVE MR-LEAGUE-CODE TO WS-SUMMARY-LEAGUE-CODE
014050     PERFORM 4860-POST-ONE-SEAT THRU 4860-EXIT
014060         VARYING WS-SEAT-SUB FROM 1 BY 1
014070         UNTIL WS-SEAT-SUB > MR-SEAT-COUNT
014080     .
014090*****************************************************************
014100*    4860-POST-ONE-SEAT
014110*****************************************************************
014120 4860-POST-ONE-SEAT.
014130     IF MR-SEAT-PLAYER-ID(WS-SEAT-SUB) = SPACES
014140        GO TO 4860-EXIT
014150     END-IF
014160     MOVE MR-SEAT-PLAYER-ID(WS-SEAT-SUB) TO WS-SUMMARY-PLAYER-ID
014170     PERFORM 5900-FIND-SUMMARY-ROW
014180     IF NOT WS-SUMMARY-ROW-FOUND
014190        GO TO 4860-EXIT
014200     END-IF
014210     PERFORM 4800-SEAT-RESULT
014220     IF WS-SEAT-RESULT = "F"
014230        COMPUTE WS-SIGNED-WORK =
014240            WS-SUM-FORFEITS(WS-SUM-IDX) + WS-POST-SIGN
014250        PERFORM 8900-FLOOR-AT-ZERO
014260        MOVE WS-SIGNED-WORK TO WS-SUM-FORFEITS(WS-SUM-IDX)
014270        GO TO 4860-EXIT
014280     END-IF
014290     COMPUTE WS-SIGNED-WORK = WS-SUM-MATCH-POINTS(WS-SUM-IDX)
014300         + WS-POST-SIGN * MR-SEAT-TOTAL(WS-SEAT-SUB)
014310     PERFORM 8900-FLOOR-AT-ZERO
014320     MOVE WS-SIGNED-WORK TO WS-SUM-MATCH-POINTS(WS-SUM-IDX)
014330     EVALUATE WS-SEAT-RESULT
014340     WHEN "T"
014350        COMPUTE WS-SIGNED-WORK =
014360            WS-SUM-TIES(WS-SUM-IDX) + WS-POST-SIGN
014370        PERFORM 8900-FLOOR-AT-ZERO
014380        MOVE WS-SIGNED-WORK TO WS-SUM-TIES(WS-SUM-IDX)
014390     WHEN "W"
014400        COMPUTE WS-SIGNED-WORK =
014410            WS-SUM-WINS(WS-SUM-IDX) + WS-POST-SIGN
014420        PERFORM 8900-FLOOR-AT-ZERO
014430        MOVE WS-SIGNED-WORK TO WS-SUM-WINS(WS-SUM-IDX)
014440     WHEN OTHER
014450        COMPUTE WS-SIGNED-WORK =
014460            WS-SUM-LOSSES(WS-SUM-IDX) + WS-POST-SIGN
014470        PERFORM 8900-FLOOR-AT-ZERO
014480        MOVE WS-SIGNED-WORK TO WS-SUM-LOSSES(WS-SUM-IDX)
014490     END-EVALUATE
014500     .
014510 4860-EXIT.
014520     EXIT
014530     .
014540*****************************************************************
014550*    5000-POST-RULINGS
014560*        In the order keyed, post each applied ruling to the
014570*        summary, count the handicap rows worked since its game
014580*        and flag the records the game set; and act on each
014590*        review the committee has cleared.
014600*****************************************************************
014610 5000-POST-RULINGS.
014620     IF WS-RULING-COUNT > 0
014630        PERFORM 5100-POST-ONE-RULING THRU 5100-EXIT
014640            VARYING WS-RUL-IDX FROM 1 BY 1
014650            UNTIL WS-RUL-IDX > WS-RULING-COUNT
014660     END-IF
014670     .
014680*****************************************************************
014690*    5100-POST-ONE-RULING
014700*****************************************************************
014710 5100-POST-ONE-RULING.
014720     IF WS-RUL-CLEAR(WS-RUL-IDX)
014730        AND WS-RUL-PENDING(WS-RUL-IDX)
014740        PERFORM 5600-CLEAR-REVIEWS
014750        GO TO 5100-EXIT
014760     END-IF
014770     IF NOT WS-RUL-APPLIED(WS-RUL-IDX)
014780        GO TO 5100-EXIT
014790     END-IF
014800     SET WS-RGM-IDX TO WS-RUL-GAME-SUB(WS-RUL-IDX)
014810     PERFORM 5500-FLAG-GAME-RECORDS
014820     IF WS-RUL-PLAYOFF-GAME(WS-RUL-IDX)
014830        GO TO 5100-EXIT
014840     END-IF
014850     PERFORM 5400-COUNT-HCAP-ROWS
014860     MOVE WS-RUL-PLAYER-ID(WS-RUL-IDX)   TO WS-SUMMARY-PLAYER-ID
014870     MOVE WS-RUL-LEAGUE-CODE(WS-RUL-IDX) TO WS-SUMMARY-LEAGUE-CODE
014880     PERFORM 5900-FIND-SUMMARY-ROW
014890     IF WS-SUMMARY-ROW-FOUND
014900        PERFORM 5200-POST-SUMMARY
014910     END-IF
014920     .
014930 5100-EXIT.
014940     EXIT
014950     .
014960*****************************************************************
014970*    5200-POST-SUMMARY
014980*        An adjustment moves the points and handicap-adjusted
014990*        points by the ruling's points.  A void takes the game
015000*        out whole - the game, its total, its total plus the
015010*        handicap it was played under, its category tallies and
015020*        any yacht rolled in it.
015030*****************************************************************
015040 5200-POST-SUMMARY.
015050     MOVE "Y" TO WS-RUL-ON-SUMMARY(WS-RUL-IDX)
015060     MOVE WS-SUM-POINTS(WS-SUM-IDX)
015070         TO WS-RUL-SEASON-BEFORE(WS-RUL-IDX)
015080     IF WS-RUL-ADJUST(WS-RUL-IDX)
015090        COMPUTE WS-SIGNED-WORK =
015100            WS-SUM-POINTS(WS-SUM-IDX) + WS-RUL-POINTS(WS-RUL-IDX)
015110        PERFORM 8900-FLOOR-AT-ZERO
015120        MOVE WS-SIGNED-WORK TO WS-SUM-POINTS(WS-SUM-IDX)
015130        COMPUTE WS-SIGNED-WORK = WS-SUM-ADJ-POINTS(WS-SUM-IDX)
015140            + WS-RUL-POINTS(WS-RUL-IDX)
015150        PERFORM 8900-FLOOR-AT-ZERO
015160        MOVE WS-SIGNED-WORK TO WS-SUM-ADJ-POINTS(WS-SUM-IDX)
015170     ELSE
015180        COMPUTE WS-SIGNED-WORK = WS-SUM-GAMES(WS-SUM-IDX) - 1
015190        PERFORM 8900-FLOOR-AT-ZERO
015200        MOVE WS-SIGNED-WORK TO WS-SUM-GAMES(WS-SUM-IDX)
015210        COMPUTE WS-SIGNED-WORK = WS-SUM-POINTS(WS-SUM-IDX)
015220            - WS-RUL-TOTAL-BEFORE(WS-RUL-IDX)
015230        PERFORM 8900-FLOOR-AT-ZERO
015240        MOVE WS-SIGNED-WORK TO WS-SUM-POINTS(WS-SUM-IDX)
015250        PERFORM 5300-PICK-HANDICAP
015260        COMPUTE WS-SIGNED-WORK = WS-SUM-ADJ-POINTS(WS-SUM-IDX)
015270            - WS-RUL-TOTAL-BEFORE(WS-RUL-IDX) - WS-GAME-HANDICAP
015280        PERFORM 8900-FLOOR-AT-ZERO
015290        MOVE WS-SIGNED-WORK TO WS-SUM-ADJ-POINTS(WS-SUM-IDX)
015300        IF WS-RGM-HAS-SHEET(WS-RGM-IDX)
015310           PERFORM 5250-REVERSE-ONE-CATEGORY
015320               VARYING WS-CATEGORY-SUB FROM 1 BY 1
015330               UNTIL WS-CATEGORY-SUB > 12
015340           IF WS-RGM-SHEET-SCORE(WS-RGM-IDX, 1) = 50
015350              COMPUTE WS-SIGNED-WORK =
015360                  WS-SUM-YACHTS(WS-SUM-IDX) - 1
015370              PERFORM 8900-FLOOR-AT-ZERO
015380              MOVE WS-SIGNED-WORK TO WS-SUM-YACHTS(WS-SUM-IDX)
015390           END-IF
015400        END-IF
015410     END-IF
015420     MOVE WS-SUM-POINTS(WS-SUM-IDX)
015430         TO WS-RUL-SEASON-AFTER(WS-RUL-IDX)
015440     .
015450*****************************************************************
015460*    5250-REVERSE-ONE-CATEGORY
015470*****************************************************************
015480 5250-REVERSE-ONE-CATEGORY.
015490     COMPUTE WS-SIGNED-WORK =
015500         WS-SUM-CAT-CLAIMS(WS-SUM-IDX, WS-CATEGORY-SUB) - 1
015510     PERFORM 8900-FLOOR-AT-ZERO
015520     MOVE WS-SIGNED-WORK
015530         TO WS-SUM-CAT-CLAIMS(WS-SUM-IDX, WS-CATEGORY-SUB)
015540     COMPUTE WS-SIGNED-WORK =
015550         WS-SUM-CAT-SCORE(WS-SUM-IDX, WS-CATEGORY-SUB)
015560         - WS-RGM-SHEET-SCORE(WS-RGM-IDX, WS-CATEGORY-SUB)
015570     PERFORM 8900-FLOOR-AT-ZERO
015580     MOVE WS-SIGNED-WORK
015590         TO WS-SUM-CAT-SCORE(WS-SUM-IDX, WS-CATEGORY-SUB)
015600     IF WS-RGM-SHEET-SCORE(WS-RGM-IDX, WS-CATEGORY-SUB) = ZERO
015610        COMPUTE WS-SIGNED-WORK =
015620            WS-SUM-CAT-ZEROES(WS-SUM-IDX, WS-CATEGORY-SUB) - 1
015630        PERFORM 8900-FLOOR-AT-ZERO
015640        MOVE WS-SIGNED-WORK
015650            TO WS-SUM-CAT-ZEROES(WS-SUM-IDX, WS-CATEGORY-SUB)
015660     END-IF
015670     .
015680*****************************************************************
015690*    5300-PICK-HANDICAP
015700*        The handicap the game was played under - the player's
015710*        latest row in the league taking effect on or before the
015720*        game date, as SUMUPD picks it.
015730*****************************************************************
015740 5300-PICK-HANDICAP.
015750     MOVE ZERO TO WS-GAME-HANDICAP
015760     MOVE ZERO TO WS-HANDICAP-DATE
015770     IF WS-HANDICAP-COUNT > 0
015780        PERFORM 5350-CHECK-ONE-HANDICAP
015790            VARYING WS-HCP-IDX FROM 1 BY 1
015800            UNTIL WS-HCP-IDX > WS-HANDICAP-COUNT
015810     END-IF
015820     .
015830*****************************************************************
015840*    5350-CHECK-ONE-HANDICAP
015850*****************************************************************
015860 5350-CHECK-ONE-HANDICAP.
015870     IF WS-HCP-PLAYER-ID(WS-HCP-IDX) =
015880        WS-RUL-PLAYER-ID(WS-RUL-IDX)
015890        AND WS-HCP-LEAGUE-CODE(WS-HCP-IDX) =
015900            WS-RUL-LEAGUE-CODE(WS-RUL-IDX)
015910        AND WS-HCP-EFFECTIVE-DATE(WS-HCP-IDX) <=
015920            WS-RUL-GAME-DATE(WS-RUL-IDX)
015930        AND WS-HCP-EFFECTIVE-DATE(WS-HCP-IDX) >= WS-HANDICAP-DATE
015940        MOVE WS-HCP-HANDICAP(WS-HCP-IDX) TO WS-GAME-HANDICAP
015950        MOVE WS-HCP-EFFECTIVE-DATE(WS-HCP-IDX) TO WS-HANDICAP-DATE
015960     END-IF
015970     .
015980*****************************************************************
015990*    5400-COUNT-HCAP-ROWS
016000*        Every handicap the player has had worked since the game
016010*        took the game's old total into its average.
016020*****************************************************************
016030 5400-COUNT-HCAP-ROWS.
016040     IF WS-HANDICAP-COUNT > 0
016050        PERFORM 5450-COUNT-ONE-HCAP-ROW
016060            VARYING WS-HCP-IDX FROM 1 BY 1
016070            UNTIL WS-HCP-IDX > WS-HANDICAP-COUNT
016080     END-IF
016090     .
016100*****************************************************************
016110*    5450-COUNT-ONE-HCAP-ROW
016120*****************************************************************
016130 5450-COUNT-ONE-HCAP-ROW.
016140     IF WS-HCP-PLAYER-ID(WS-HCP-IDX) =
016150        WS-RUL-PLAYER-ID(WS-RUL-IDX)
016160        AND WS-HCP-LEAGUE-CODE(WS-HCP-IDX) =
016170            WS-RUL-LEAGUE-CODE(WS-RUL-IDX)
016180        AND WS-HCP-EFFECTIVE-DATE(WS-HCP-IDX) >
016190            WS-RUL-GAME-DATE(WS-RUL-IDX)
016200        AND WS-RUL-HCAP-ROWS(WS-RUL-IDX) < 99
016210        ADD 1 TO WS-RUL-HCAP-ROWS(WS-RUL-IDX)
016220     END-IF
016230     .
016240*****************************************************************
016250*    5500-FLAG-GAME-RECORDS
016260*****************************************************************
016270 5500-FLAG-GAME-RECORDS.
016280     IF WS-BOOK-COUNT > 0
016290        PERFORM 5550-CHECK-ONE-RECORD
016300            VARYING WS-BK-IDX FROM 1 BY 1
016310            UNTIL WS-BK-IDX > WS-BOOK-COUNT
016320     END-IF
016330     .
016340*****************************************************************
016350*    5550-CHECK-ONE-RECORD
016360*        The game set the high game or the upper-section record
016370*        if the player holds it from the game's night; a voided
016380*        yacht counts toward any season-yachts record the player
016390*        set since.  An adjustment above the standing high game
016400*        puts that record in question whoever holds it.
016410*****************************************************************
016420 5550-CHECK-ONE-RECORD.
016430     EVALUATE TRUE
016440     WHEN WS-BK-HIGHEST-GAME(WS-BK-IDX)
016450          AND WS-BK-HOLDER-ID(WS-BK-IDX) =
016460              WS-RUL-PLAYER-ID(WS-RUL-IDX)
016470          AND WS-BK-DATE-SET(WS-BK-IDX) =
016480              WS-RUL-GAME-DATE(WS-RUL-IDX)
016490        PERFORM 5700-FLAG-RECORD
016500     WHEN WS-BK-HIGHEST-GAME(WS-BK-IDX)
016510          AND WS-RUL-ADJUST(WS-RUL-IDX)
016520          AND WS-RUL-TOTAL-AFTER(WS-RUL-IDX) >
016530              WS-BK-RECORD-VALUE(WS-BK-IDX)
016540        PERFORM 5700-FLAG-RECORD
016550     WHEN WS-BK-UPPER-SECTION(WS-BK-IDX)
016560          AND WS-RUL-VOID(WS-RUL-IDX)
016570          AND WS-BK-HOLDER-ID(WS-BK-IDX) =
016580              WS-RUL-PLAYER-ID(WS-RUL-IDX)
016590          AND WS-BK-DATE-SET(WS-BK-IDX) =
016600              WS-RUL-GAME-DATE(WS-RUL-IDX)
016610        PERFORM 5700-FLAG-RECORD
016620     WHEN WS-BK-SEASON-YACHTS(WS-BK-IDX)
016630          AND WS-RUL-VOID(WS-RUL-IDX)
016640          AND WS-RGM-HAS-SHEET(WS-RGM-IDX)
016650          AND WS-RGM-SHEET-SCORE(WS-RGM-IDX, 1) = 50
016660          AND WS-BK-HOLDER-ID(WS-BK-IDX) =
016670              WS-RUL-PLAYER-ID(WS-RUL-IDX)
016680          AND WS-BK-DATE-SET(WS-BK-IDX) >=
016690              WS-RUL-GAME-DATE(WS-RUL-IDX)
016700        PERFORM 5700-FLAG-RECORD
016710     WHEN OTHER
016720        CONTINUE
016730     END-EVALUATE
016740     .
016750*****************************************************************
016760*    5600-CLEAR-REVIEWS
016770*        The committee has looked again at the records the
016780*        player holds and lets them stand.
016790*****************************************************************
016800 5600-CLEAR-REVIEWS.
016810     MOVE ZERO TO WS-REVIEWS-FOUND
016820     IF WS-BOOK-COUNT > 0
016830        PERFORM 5650-CLEAR-ONE-REVIEW
016840            VARYING WS-BK-IDX FROM 1 BY 1
016850            UNTIL WS-BK-IDX > WS-BOOK-COUNT
016860     END-IF
016870     IF WS-REVIEWS-FOUND = 0
016880        MOVE "R" TO WS-RUL-STATE(WS-RUL-IDX)
016890        MOVE "NO RECORD UNDER REVIEW"
016900            TO WS-RUL-REJECT-REASON(WS-RUL-IDX)
016910     ELSE
016920        MOVE "A" TO WS-RUL-STATE(WS-RUL-IDX)
016930        MOVE WS-REVIEWS-FOUND TO WS-RUL-RECORDS(WS-RUL-IDX)
016940        ADD WS-REVIEWS-FOUND TO WS-REVIEWS-CLEARED
016950     END-IF
016960     .
016970*****************************************************************
016980*    5650-CLEAR-ONE-REVIEW
016990*****************************************************************
017000 5650-CLEAR-ONE-REVIEW.
017010     IF WS-BK-HOLDER-ID(WS-BK-IDX) = WS-RUL-PLAYER-ID(WS-RUL-IDX)
017020        AND WS-BK-UNDER-REVIEW(WS-BK-IDX)
017030        MOVE SPACE  TO WS-BK-REVIEW-FLAG(WS-BK-IDX)
017040        MOVE SPACES TO WS-BK-REVIEW-RULING(WS-BK-IDX)
017050        ADD 1 TO WS-REVIEWS-FOUND
017060     END-IF
017070     .
017080*****************************************************************
017090*    5700-FLAG-RECORD
017100*        Mark the record for review under the ruling, once.
017110*****************************************************************
017120 5700-FLAG-RECORD.
017130     IF WS-BK-UNDER-REVIEW(WS-BK-IDX)
017140        AND WS-BK-REVIEW-RULING(WS-BK-IDX) =
017150            WS-RUL-NUMBER(WS-RUL-IDX)
017160        CONTINUE
017170     ELSE
017180        MOVE "R" TO WS-BK-REVIEW-FLAG(WS-BK-IDX)
017190        MOVE WS-RUL-NUMBER(WS-RUL-IDX)
017200            TO WS-BK-REVIEW-RULING(WS-BK-IDX)
017210        IF WS-RUL-RECORDS(WS-RUL-IDX) < 9
017220           ADD 1 TO WS-RUL-RECORDS(WS-RUL-IDX)
017230        END-IF
017240        ADD 1 TO WS-RECORDS-FLAGGED
017250     END-IF
017260     .
017270*****************************************************************
017280*    5900-FIND-SUMMARY-ROW
017290*        Leave WS-SUM-IDX on the player's summary row for the
017300*        league, if there is one.
017310*****************************************************************
017320 5900-FIND-SUMMARY-ROW.
017330     MOVE "N" TO WS-SUMMARY-FOUND
017340     IF WS-SUMMARY-COUNT > 0
017350        SET WS-SUM-IDX TO 1
017360        SEARCH WS-SUMMARY-ENTRY
017370           AT END
017380              CONTINUE
017390           WHEN WS-SUM-PLAYER-ID(WS-SUM-IDX) =
017400                WS-SUMMARY-PLAYER-ID
017410            AND WS-SUM-LEAGUE-CODE(WS-SUM-IDX) =
017420                WS-SUMMARY-LEAGUE-CODE
017430              MOVE "Y" TO WS-SUMMARY-FOUND
017440        END-SEARCH
017450     END-IF
017460     .
017470*****************************************************************
017480*    6000-REAWARD-NIGHTS
017490*        Every night a ruling moved is placed twice, game by
017500*        game, the way NIGHTPTS places it - once on the totals
017510*        as they were and once as the rulings left them, a
017520*        struck game taking no place.  The difference in each
017530*        game's award is posted to the points race.
017540*****************************************************************
017550 6000-REAWARD-NIGHTS.
017560     IF WS-RACE-COUNT = 0 OR WS-RULED-GAME-COUNT = 0
017570        GO TO 6000-EXIT
017580     END-IF
017590     OPEN INPUT GAME-TOTALS-FILE
017600     IF NOT WS-GAME-TOTALS-OK
017610        DISPLAY "RULINGS - CANNOT OPEN GAME-TOTALS-FILE "
017620            WS-GAME-TOTALS-STATUS
017630        GO TO 9999-ABEND
017640     END-IF
017650     PERFORM 6100-LOAD-ONE-NIGHT-GAME THRU 6100-EXIT
017660         UNTIL WS-END-OF-INPUT-FILE
017670     MOVE "N" TO WS-EOF-SWITCH
017680     CLOSE GAME-TOTALS-FILE
017690     IF WS-NIGHT-GAME-COUNT = 0
017700        GO TO 6000-EXIT
017710     END-IF
017720     MOVE "B" TO WS-AWARD-PASS
017730     PERFORM 6200-PLACE-NIGHTS
017740     MOVE "A" TO WS-AWARD-PASS
017750     PERFORM 6200-PLACE-NIGHTS
017760     PERFORM 6500-POST-ONE-GAME THRU 6500-EXIT
017770         VARYING WS-NGM-IDX FROM 1 BY 1
017780         UNTIL WS-NGM-IDX > WS-NIGHT-GAME-COUNT
017790     PERFORM 6600-NOTE-RULING-NIGHT
017800         VARYING WS-RUL-IDX FROM 1 BY 1
017810         UNTIL WS-RUL-IDX > WS-RULING-COUNT
017820     .
017830 6000-EXIT.
017840     EXIT
017850     .
017860*****************************************************************
017870*    6100-LOAD-ONE-NIGHT-GAME
017880*        Load the regular-season games of each league night an
017890*        applied ruling names, with the total the game carries
017900*        after the rulings.
017910*****************************************************************
017920 6100-LOAD-ONE-NIGHT-GAME.
017930     READ GAME-TOTALS-FILE
017940         AT END
017950             MOVE "Y" TO WS-EOF-SWITCH
017960             GO TO 6100-EXIT
017970     END-READ
017980     IF GT-PLAYOFF-GAME
017990        GO TO 6100-EXIT
018000     END-IF
018010     MOVE "N" TO WS-NIGHT-RULED
018020     SET WS-RUL-IDX TO 1
018030     SEARCH WS-RULING-ENTRY
018040        AT END
018050           CONTINUE
018060        WHEN WS-RUL-APPLIED(WS-RUL-IDX)
018070         AND NOT WS-RUL-CLEAR(WS-RUL-IDX)
018080         AND WS-RUL-GAME-DATE(WS-RUL-IDX) = GT-GAME-DATE
018090         AND WS-RUL-LEAGUE-CODE(WS-RUL-IDX) = GT-LEAGUE-CODE
018100           MOVE "Y" TO WS-NIGHT-RULED
018110     END-SEARCH
018120     IF NOT WS-NIGHT-WAS-RULED
018130        GO TO 6100-EXIT
018140     END-IF
018150     IF WS-NIGHT-GAME-COUNT >= 500
018160        DISPLAY "RULINGS - MORE THAN 500 NIGHT GAMES"
018170        GO TO 9999-ABEND
018180     END-IF
018190     ADD 1 TO WS-NIGHT-GAME-COUNT
018200     SET WS-NGM-IDX TO WS-NIGHT-GAME-COUNT
018210     MOVE GT-GAME-DATE   TO WS-NGM-GAME-DATE(WS-NGM-IDX)
018220     MOVE GT-LEAGUE-CODE TO WS-NGM-LEAGUE-CODE(WS-NGM-IDX)
018230     MOVE GT-PLAYER-ID   TO WS-NGM-PLAYER-ID(WS-NGM-IDX)
018240     MOVE GT-GAME-ID     TO WS-NGM-GAME-ID(WS-NGM-IDX)
018250     MOVE GT-GAME-TOTAL  TO WS-NGM-BEFORE-TOTAL(WS-NGM-IDX)
018260     MOVE GT-GAME-TOTAL  TO WS-NGM-AFTER-TOTAL(WS-NGM-IDX)
018270     MOVE "N"            TO WS-NGM-VOIDED(WS-NGM-IDX)
018280     MOVE ZERO           TO WS-NGM-BEFORE-AWARD(WS-NGM-IDX)
018290     MOVE ZERO           TO WS-NGM-AFTER-AWARD(WS-NGM-IDX)
018300     SET WS-RGM-IDX TO 1
018310     SEARCH WS-RULED-GAME-ENTRY
018320        AT END
018330           CONTINUE
018340        WHEN WS-RGM-KEY(WS-RGM-IDX) = WS-NGM-KEY(WS-NGM-IDX)
018350           MOVE WS-RGM-FINAL-TOTAL(WS-RGM-IDX)
018360               TO WS-NGM-AFTER-TOTAL(WS-NGM-IDX)
018370           MOVE WS-RGM-VOIDED(WS-RGM-IDX)
018380               TO WS-NGM-VOIDED(WS-NGM-IDX)
018390     END-SEARCH
018400     .
018410 6100-EXIT.
018420     EXIT
018430     .
018440*****************************************************************
018450*    6200-PLACE-NIGHTS
018460*****************************************************************
018470 6200-PLACE-NIGHTS.
018480     PERFORM 6210-SET-SORT-TOTAL
018490         VARYING WS-NGM-IDX FROM 1 BY 1
018500         UNTIL WS-NGM-IDX > WS-NIGHT-GAME-COUNT
018510     IF WS-NIGHT-GAME-COUNT > 1
018520        PERFORM 6300-BUBBLE-PASS VARYING WS-NGM-IDX
018530           FROM 1 BY 1 UNTIL WS-NGM-IDX >= WS-NIGHT-GAME-COUNT
018540     END-IF
018550     PERFORM 6400-AWARD-PLACEMENTS THRU 6400-EXIT
018560     .
018570*****************************************************************
018580*    6210-SET-SORT-TOTAL
018590*****************************************************************
018600 6210-SET-SORT-TOTAL.
018610     MOVE 1 TO WS-NGM-LIVE(WS-NGM-IDX)
018620     IF WS-AWARDING-BEFORE
018630        MOVE WS-NGM-BEFORE-TOTAL(WS-NGM-IDX)
018640            TO WS-NGM-TOTAL(WS-NGM-IDX)
018650     ELSE
018660        MOVE WS-NGM-AFTER-TOTAL(WS-NGM-IDX)
018670            TO WS-NGM-TOTAL(WS-NGM-IDX)
018680        IF WS-NGM-GAME-VOIDED(WS-NGM-IDX)
018690           MOVE 0 TO WS-NGM-LIVE(WS-NGM-IDX)
018700        END-IF
018710     END-IF
018720     .
018730*****************************************************************
018740*    6300-BUBBLE-PASS
018750*        Simple exchange sort, by night, league, games still
018760*        standing first and best total first.
018770*****************************************************************
018780 6300-BUBBLE-PASS.
018790     PERFORM 6310-BUBBLE-COMPARE VARYING WS-NGM-IDX2
018800        FROM 1 BY 1
018810        UNTIL WS-NGM-IDX2 > WS-NIGHT-GAME-COUNT - WS-NGM-IDX
018820     .
018830*****************************************************************
018840*    6310-BUBBLE-COMPARE
018850*****************************************************************
018860 6310-BUBBLE-COMPARE.
018870     EVALUATE TRUE
018880     WHEN WS-NGM-GAME-DATE(WS-NGM-IDX2) >
018890          WS-NGM-GAME-DATE(WS-NGM-IDX2 + 1)
018900        PERFORM 6320-SWAP-ENTRIES
018910     WHEN WS-NGM-GAME-DATE(WS-NGM-IDX2) <
018920          WS-NGM-GAME-DATE(WS-NGM-IDX2 + 1)
018930        CONTINUE
018940     WHEN WS-NGM-LEAGUE-CODE(WS-NGM-IDX2) >
018950          WS-NGM-LEAGUE-CODE(WS-NGM-IDX2 + 1)
018960        PERFORM 6320-SWAP-ENTRIES
018970     WHEN WS-NGM-LEAGUE-CODE(WS-NGM-IDX2) <
018980          WS-NGM-LEAGUE-CODE(WS-NGM-IDX2 + 1)
018990        CONTINUE
019000     WHEN WS-NGM-LIVE(WS-NGM-IDX2) <
019010          WS-NGM-LIVE(WS-NGM-IDX2 + 1)
019020        PERFORM 6320-SWAP-ENTRIES
019030     WHEN WS-NGM-LIVE(WS-NGM-IDX2) =
019040          WS-NGM-LIVE(WS-NGM-IDX2 + 1)
019050          AND WS-NGM-TOTAL(WS-NGM-IDX2) <
019060              WS-NGM-TOTAL(WS-NGM-IDX2 + 1)
019070        PERFORM 6320-SWAP-ENTRIES
019080     WHEN OTHER
019090        CONTINUE
019100     END-EVALUATE
019110     .
019120*****************************************************************
019130*    6320-SWAP-ENTRIES
019140*****************************************************************
019150 6320-SWAP-ENTRIES.
019160     MOVE WS-NIGHT-GAME-ENTRY(WS-NGM-IDX2) TO WS-SWAP-GAME-ENTRY
019170     MOVE WS-NIGHT-GAME-ENTRY(WS-NGM-IDX2 + 1) TO
019180         WS-NIGHT-GAME-ENTRY(WS-NGM-IDX2)
019190     MOVE WS-SWAP-GAME-ENTRY TO
019200         WS-NIGHT-GAME-ENTRY(WS-NGM-IDX2 + 1)
019210     .
019220*****************************************************************
019230*    6400-AWARD-PLACEMENTS
019240*        Walk each night's games a tie-group at a time, placing
019250*        from first again at each new night or league, and
019260*        splitting the points of the places a tie spans.  The
019270*        struck games sort to the end of their night and take
019280*        nothing.
019290*****************************************************************
019300 6400-AWARD-PLACEMENTS.
019310     MOVE 1 TO WS-GROUP-FIRST
019320     MOVE 1 TO WS-NIGHT-FIRST
019330     .
019340 6400-NEXT-GROUP.
019350     IF WS-GROUP-FIRST > WS-NIGHT-GAME-COUNT
019360        GO TO 6400-EXIT
019370     END-IF
019380     IF WS-NGM-GAME-DATE(WS-GROUP-FIRST) NOT =
019390        WS-NGM-GAME-DATE(WS-NIGHT-FIRST)
019400        OR WS-NGM-LEAGUE-CODE(WS-GROUP-FIRST) NOT =
019410           WS-NGM-LEAGUE-CODE(WS-NIGHT-FIRST)
019420        MOVE WS-GROUP-FIRST TO WS-NIGHT-FIRST
019430     END-IF
019440     IF WS-NGM-LIVE(WS-GROUP-FIRST) = 0
019450        ADD 1 TO WS-GROUP-FIRST
019460        GO TO 6400-NEXT-GROUP
019470     END-IF
019480     PERFORM 6410-SIZE-TIE-GROUP
019490     PERFORM 6420-SPLIT-GROUP-POINTS
019500     PERFORM 6440-AWARD-ONE-GAME
019510         VARYING WS-GROUP-SUB FROM WS-GROUP-FIRST BY 1
019520         UNTIL WS-GROUP-SUB > WS-GROUP-LAST
019530     COMPUTE WS-GROUP-FIRST = WS-GROUP-LAST + 1
019540     GO TO 6400-NEXT-GROUP
019550     .
019560 6400-EXIT.
019570     EXIT
019580     .
019590*****************************************************************
019600*    6410-SIZE-TIE-GROUP
019610*****************************************************************
019620 6410-SIZE-TIE-GROUP.
019630     MOVE WS-GROUP-FIRST TO WS-GROUP-LAST
019640     PERFORM 6415-STRETCH-GROUP
019650         UNTIL WS-GROUP-LAST >= WS-NIGHT-GAME-COUNT
019660            OR WS-NGM-TOTAL(WS-GROUP-LAST + 1) NOT =
019670               WS-NGM-TOTAL(WS-GROUP-FIRST)
019680            OR WS-NGM-GAME-DATE(WS-GROUP-LAST + 1) NOT =
019690               WS-NGM-GAME-DATE(WS-GROUP-FIRST)
019700            OR WS-NGM-LEAGUE-CODE(WS-GROUP-LAST + 1) NOT =
019710               WS-NGM-LEAGUE-CODE(WS-GROUP-FIRST)
019720            OR WS-NGM-LIVE(WS-GROUP-LAST + 1) = 0
019730     COMPUTE WS-GROUP-SIZE =
019740         WS-GROUP-LAST - WS-GROUP-FIRST + 1
019750     .
019760*****************************************************************
019770*    6415-STRETCH-GROUP
019780*****************************************************************
019790 6415-STRETCH-GROUP.
019800     ADD 1 TO WS-GROUP-LAST
019810     .
019820*****************************************************************
019830*    6420-SPLIT-GROUP-POINTS
019840*****************************************************************
019850 6420-SPLIT-GROUP-POINTS.
019860     MOVE ZERO TO WS-GROUP-POINTS
019870     PERFORM 6430-ADD-ONE-SLOT
019880         VARYING WS-GROUP-SUB FROM WS-GROUP-FIRST BY 1
019890         UNTIL WS-GROUP-SUB > WS-GROUP-LAST
019900     COMPUTE WS-SHARE-POINTS ROUNDED =
019910         WS-GROUP-POINTS / WS-GROUP-SIZE
019920     .
019930*****************************************************************
019940*    6430-ADD-ONE-SLOT
019950*****************************************************************
019960 6430-ADD-ONE-SLOT.
019970     COMPUTE WS-PLACE-SUB = WS-GROUP-SUB - WS-NIGHT-FIRST + 1
019980     EVALUATE WS-PLACE-SUB
019990     WHEN 1
020000        MOVE 10 TO WS-SLOT-POINTS
020010     WHEN 2
020020        MOVE 7 TO WS-SLOT-POINTS
020030     WHEN 3
020040        MOVE 5 TO WS-SLOT-POINTS
020050     WHEN OTHER
020060        MOVE 1 TO WS-SLOT-POINTS
020070     END-EVALUATE
020080     ADD WS-SLOT-POINTS TO WS-GROUP-POINTS
020090     .
020100*****************************************************************
020110*    6440-AWARD-ONE-GAME
020120*****************************************************************
020130 6440-AWARD-ONE-GAME.
020140     SET WS-NGM-IDX TO WS-GROUP-SUB
020150     IF WS-AWARDING-BEFORE
020160        MOVE WS-SHARE-POINTS TO WS-NGM-BEFORE-AWARD(WS-NGM-IDX)
020170     ELSE
020180        MOVE WS-SHARE-POINTS TO WS-NGM-AFTER-AWARD(WS-NGM-IDX)
020190     END-IF
020200     .
020210*****************************************************************
020220*    6500-POST-ONE-GAME
020230*        Post the change in the game's award to the player's race
020240*        row.  A player whose only game of the night was struck
020250*        loses the night from the nights counted.
020260*****************************************************************
020270 6500-POST-ONE-GAME.
020280     IF WS-NGM-BEFORE-AWARD(WS-NGM-IDX) =
020290        WS-NGM-AFTER-AWARD(WS-NGM-IDX)
020300        GO TO 6500-EXIT
020310     END-IF
020320     PERFORM 6700-FIND-RACER
020330     IF NOT WS-RACER-ROW-FOUND
020340        GO TO 6500-EXIT
020350     END-IF
020360     COMPUTE WS-SIGNED-POINTS = WS-RAC-SEASON-PTS(WS-RAC-IDX)
020370         - WS-NGM-BEFORE-AWARD(WS-NGM-IDX)
020380         + WS-NGM-AFTER-AWARD(WS-NGM-IDX)
020390     IF WS-SIGNED-POINTS < 0
020400        MOVE 0 TO WS-SIGNED-POINTS
020410     END-IF
020420     MOVE WS-SIGNED-POINTS TO WS-RAC-SEASON-PTS(WS-RAC-IDX)
020430     IF WS-NGM-GAME-VOIDED(WS-NGM-IDX)
020440        MOVE "N" TO WS-OTHER-LIVE-GAME
020450        PERFORM 6550-CHECK-OTHER-GAME
020460            VARYING WS-NGM-IDX2 FROM 1 BY 1
020470            UNTIL WS-NGM-IDX2 > WS-NIGHT-GAME-COUNT
020480        IF NOT WS-PLAYED-ANOTHER-GAME
020490           AND WS-RAC-NIGHTS(WS-RAC-IDX) > 0
020500           SUBTRACT 1 FROM WS-RAC-NIGHTS(WS-RAC-IDX)
020510        END-IF
020520     END-IF
020530     IF NOT WS-RAC-WAS-MOVED(WS-RAC-IDX)
020540        MOVE "Y" TO WS-RAC-MOVED(WS-RAC-IDX)
020550        ADD 1 TO WS-RACERS-MOVED
020560     END-IF
020570     .
020580 6500-EXIT.
020590     EXIT
020600     .
020610*****************************************************************
020620*    6550-CHECK-OTHER-GAME
020630*****************************************************************
020640 6550-CHECK-OTHER-GAME.
020650     IF WS-NGM-PLAYER-ID(WS-NGM-IDX2) =
020660        WS-NGM-PLAYER-ID(WS-NGM-IDX)
020670        AND WS-NGM-GAME-DATE(WS-NGM-IDX2) =
020680            WS-NGM-GAME-DATE(WS-NGM-IDX)
020690        AND WS-NGM-LEAGUE-CODE(WS-NGM-IDX2) =
020700            WS-NGM-LEAGUE-CODE(WS-NGM-IDX)
020710        AND NOT WS-NGM-GAME-VOIDED(WS-NGM-IDX2)
020720        MOVE "Y" TO WS-OTHER-LIVE-GAME
020730     END-IF
020740     .
020750*****************************************************************
020760*    6600-NOTE-RULING-NIGHT
020770*****************************************************************
020780 6600-NOTE-RULING-NIGHT.
020790     IF WS-RUL-APPLIED(WS-RUL-IDX)
020800        AND NOT WS-RUL-CLEAR(WS-RUL-IDX)
020810        AND NOT WS-RUL-PLAYOFF-GAME(WS-RUL-IDX)
020820        SET WS-NGM-IDX TO 1
020830        SEARCH WS-NIGHT-GAME-ENTRY
020840           AT END
020850              CONTINUE
020860           WHEN WS-NGM-KEY(WS-NGM-IDX) = WS-RUL-KEY(WS-RUL-IDX)
020870              PERFORM 6700-FIND-RACER
020880              IF WS-RACER-ROW-FOUND
020890                 MOVE "Y" TO WS-RUL-ON-RACE(WS-RUL-IDX)
020900                 MOVE WS-NGM-BEFORE-AWARD(WS-NGM-IDX)
020910                     TO WS-RUL-NIGHT-BEFORE(WS-RUL-IDX)
020920                 MOVE WS-NGM-AFTER-AWARD(WS-NGM-IDX)
020930                     TO WS-RUL-NIGHT-AFTER(WS-RUL-IDX)
020940              END-IF
020950        END-SEARCH
020960     END-IF
020970     .
020980*****************************************************************
020990*    6700-FIND-RACER
021000*        Leave WS-RAC-IDX on the race row for the night game's
021010*        player and league, if there is one.
021020*****************************************************************
021030 6700-FIND-RACER.
021040     MOVE "N" TO WS-RACER-FOUND
021050     SET WS-RAC-IDX TO 1
021060     SEARCH WS-RACE-ENTRY
021070        AT END
021080           CONTINUE
021090        WHEN WS-RAC-PLAYER-ID(WS-RAC-IDX) =
021100             WS-NGM-PLAYER-ID(WS-NGM-IDX)
021110         AND WS-RAC-LEAGUE-CODE(WS-RAC-IDX) =
021120             WS-NGM-LEAGUE-CODE(WS-NGM-IDX)
021130           MOVE "Y" TO WS-RACER-FOUND
021140     END-SEARCH
021150     .
021160*****************************************************************
021170*    7000-WRITE-NEW-MASTERS
021180*        Carry the summary, the points race and the record book
021190*        out as the rulings left them.
021200*****************************************************************
021210 7000-WRITE-NEW-MASTERS.
021220     IF WS-SUMMARY-COUNT > 0
021230        PERFORM 7100-WRITE-ONE-SUMMARY
021240            VARYING WS-SUM-IDX FROM 1 BY 1
021250            UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
021260     END-IF
021270     IF WS-RACE-COUNT > 0
021280        PERFORM 7200-WRITE-ONE-RACER
021290            VARYING WS-RAC-IDX FROM 1 BY 1
021300            UNTIL WS-RAC-IDX > WS-RACE-COUNT
021310     END-IF
021320     IF WS-BOOK-COUNT > 0
021330        PERFORM 7300-WRITE-ONE-RECORD
021340            VARYING WS-BK-IDX FROM 1 BY 1
021350            UNTIL WS-BK-IDX > WS-BOOK-COUNT
021360     END-IF
021370     .
021380*****************************************************************
021390*    7100-WRITE-ONE-SUMMARY
021400*****************************************************************
021410 7100-WRITE-ONE-SUMMARY.
021420     WRITE NM-SEASON-SUMMARY-RECORD
021430         FROM WS-SUMMARY-ENTRY(WS-SUM-IDX)
021440     IF NOT WS-NEW-SUMMARY-OK
021450        DISPLAY "RULINGS - ERROR WRITING NEW-SUMMARY-FILE "
021460            WS-NEW-SUMMARY-STATUS
021470        GO TO 9999-ABEND
021480     END-IF
021490     .
021500*****************************************************************
021510*    7200-WRITE-ONE-RACER
021520*****************************************************************
021530 7200-WRITE-ONE-RACER.
021540     MOVE WS-RAC-PLAYER-ID(WS-RAC-IDX)   TO NN-PLAYER-ID
021550     MOVE WS-RAC-SEASON-PTS(WS-RAC-IDX)  TO NN-SEASON-POINTS
021560     MOVE WS-RAC-NIGHTS(WS-RAC-IDX)      TO NN-NIGHTS-COUNTED
021570     MOVE WS-RAC-LEAGUE-CODE(WS-RAC-IDX) TO NN-LEAGUE-CODE
021580     WRITE NN-NIGHT-POINTS-RECORD
021590     IF NOT WS-NEW-POINTS-OK
021600        DISPLAY "RULINGS - ERROR WRITING NEW-NIGHT-POINTS-FILE "
021610            WS-NEW-POINTS-STATUS
021620        GO TO 9999-ABEND
021630     END-IF
021640     .
021650*****************************************************************
021660*    7300-WRITE-ONE-RECORD
021670*****************************************************************
021680 7300-WRITE-ONE-RECORD.
021690     WRITE NB-RECORD-BOOK-RECORD FROM WS-BOOK-ENTRY(WS-BK-IDX)
021700     IF NOT WS-NEW-BOOK-OK
021710        DISPLAY "RULINGS - ERROR WRITING NEW-RECORD-BOOK-FILE "
021720            WS-NEW-BOOK-STATUS
021730        GO TO 9999-ABEND
021740     END-IF
021750     .
021760*****************************************************************
021770*    8000-REPORT-RULINGS
021780*        Log and print every ruling in the order keyed, then the
021790*        run counts.
021800*****************************************************************
021810 8000-REPORT-RULINGS.
021820     IF WS-RULING-COUNT > 0
021830        PERFORM 8100-REPORT-ONE-RULING THRU 8100-EXIT
021840            VARYING WS-RUL-IDX FROM 1 BY 1
021850            UNTIL WS-RUL-IDX > WS-RULING-COUNT
021860     END-IF
021870     PERFORM 8800-PRINT-COUNTS
021880     .
021890*****************************************************************
021900*    8100-REPORT-ONE-RULING
021910*****************************************************************
021920 8100-REPORT-ONE-RULING.
021930     PERFORM 8200-WRITE-LOG-ROW
021940     IF WS-RUL-APPLIED(WS-RUL-IDX)
021950        ADD 1 TO WS-RULINGS-APPLIED
021960     ELSE
021970        ADD 1 TO WS-RULINGS-REJECTED
021980     END-IF
021990     MOVE SPACES TO RP-REPORT-LINE
022000     WRITE RP-REPORT-LINE
022010     MOVE WS-RUL-NUMBER(WS-RUL-IDX) TO WS-RL-NUMBER
022020     EVALUATE TRUE
022030     WHEN WS-RUL-VOID(WS-RUL-IDX)
022040        MOVE "VOID GAME" TO WS-RL-ACTION
022050     WHEN WS-RUL-ADJUST(WS-RUL-IDX)
022060        MOVE "ADJUST SCORE" TO WS-RL-ACTION
022070     WHEN WS-RUL-CLEAR(WS-RUL-IDX)
022080        MOVE "CLEAR REVIEW" TO WS-RL-ACTION
022090     WHEN OTHER
022100        MOVE "UNKNOWN" TO WS-RL-ACTION
022110     END-EVALUATE
022120     MOVE WS-RUL-PLAYER-ID(WS-RUL-IDX) TO WS-LOOKUP-PLAYER-ID
022130     PERFORM 8500-FIND-PLAYER-NAME
022140     MOVE WS-LOOKUP-NAME TO WS-RL-PLAYER-NAME
022150     MOVE WS-RUL-PLAYER-ID(WS-RUL-IDX) TO WS-RL-PLAYER-ID
022160     MOVE WS-RUL-GAME-ID(WS-RUL-IDX) TO WS-RL-GAME-ID
022170     WRITE RP-REPORT-LINE FROM WS-RULING-LINE
022180     MOVE WS-RUL-REASON(WS-RUL-IDX) TO WS-RN-REASON
022190     MOVE WS-REASON-NOTE TO WS-NL-TEXT
022200     WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
022210     IF WS-RUL-REJECTED(WS-RUL-IDX)
022220        MOVE WS-RUL-REJECT-REASON(WS-RUL-IDX) TO WS-JN-REASON
022230        MOVE WS-REJECT-NOTE TO WS-NL-TEXT
022240        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
022250        GO TO 8100-EXIT
022260     END-IF
022270     IF WS-RUL-CLEAR(WS-RUL-IDX)
022280        MOVE WS-RUL-RECORDS(WS-RUL-IDX) TO WS-CN-CLEARED
022290        MOVE WS-CLEAR-NOTE TO WS-NL-TEXT
022300        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
022310        GO TO 8100-EXIT
022320     END-IF
022330     MOVE WS-RUL-GAME-DATE(WS-RUL-IDX)   TO WS-GN-GAME-DATE
022340     MOVE WS-RUL-LEAGUE-CODE(WS-RUL-IDX) TO WS-GN-LEAGUE-CODE
022350     IF WS-RUL-PLAYOFF-GAME(WS-RUL-IDX)
022360        MOVE "PLAYOFF GAME" TO WS-GN-PLAYOFF
022370     ELSE
022380        MOVE SPACES TO WS-GN-PLAYOFF
022390     END-IF
022400     MOVE WS-GAME-NOTE TO WS-NL-TEXT
022410     WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
022420     MOVE "GAME TOTAL" TO WS-CG-LABEL
022430     MOVE WS-RUL-TOTAL-BEFORE(WS-RUL-IDX) TO WS-EDIT-TOTAL
022440     MOVE WS-EDIT-TOTAL TO WS-CG-BEFORE
022450     MOVE WS-RUL-TOTAL-AFTER(WS-RUL-IDX) TO WS-EDIT-TOTAL
022460     MOVE WS-EDIT-TOTAL TO WS-CG-AFTER
022470     IF WS-RUL-VOID(WS-RUL-IDX)
022480        MOVE "GAME STRUCK FROM THE FILES" TO WS-CG-NOTE
022490     ELSE
022500        MOVE SPACES TO WS-CG-NOTE
022510     END-IF
022520     WRITE RP-REPORT-LINE FROM WS-CHANGE-LINE
022530     IF WS-RUL-MATCH-ID(WS-RUL-IDX) NOT = SPACES
022540        PERFORM 8150-PRINT-MATCH-LINES
022550     END-IF
022560     IF WS-RUL-PLAYOFF-GAME(WS-RUL-IDX)
022570        MOVE "PLAYOFF GAME - NOT POSTED TO SUMMARY OR RACE"
022580            TO WS-NL-TEXT
022590        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
022600     ELSE
022610        PERFORM 8170-PRINT-POINTS-LINES
022620     END-IF
022630     MOVE WS-RUL-RECORDS(WS-RUL-IDX)   TO WS-FN-RECORDS
022640     MOVE WS-RUL-HCAP-ROWS(WS-RUL-IDX) TO WS-FN-HCAP-ROWS
022650     MOVE WS-FLAG-NOTE TO WS-NL-TEXT
022660     WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
022670     .
022680 8100-EXIT.
022690     EXIT
022700     .
022710*****************************************************************
022720*    8150-PRINT-MATCH-LINES
022730*****************************************************************
022740 8150-PRINT-MATCH-LINES.
022750     MOVE "MATCH RESULT" TO WS-CG-LABEL
022760     MOVE WS-RUL-RESULT-BEFORE(WS-RUL-IDX) TO WS-SEAT-RESULT
022770     PERFORM 8300-RESULT-TEXT
022780     MOVE WS-RESULT-TEXT TO WS-CG-BEFORE
022790     MOVE WS-RUL-RESULT-AFTER(WS-RUL-IDX) TO WS-SEAT-RESULT
022800     PERFORM 8300-RESULT-TEXT
022810     MOVE WS-RESULT-TEXT TO WS-CG-AFTER
022820     MOVE WS-RUL-MATCH-ID(WS-RUL-IDX) TO WS-MN-MATCH-ID
022830     MOVE WS-MATCH-NOTE TO WS-CG-NOTE
022840     WRITE RP-REPORT-LINE FROM WS-CHANGE-LINE
022850     MOVE "MATCH WINNER" TO WS-CG-LABEL
022860     MOVE WS-RUL-WINNER-BEFORE(WS-RUL-IDX) TO WS-CG-BEFORE
022870     IF WS-CG-BEFORE = SPACES
022880        MOVE "NO WINNER" TO WS-CG-BEFORE
022890     END-IF
022900     MOVE WS-RUL-WINNER-AFTER(WS-RUL-IDX) TO WS-CG-AFTER
022910     IF WS-CG-AFTER = SPACES
022920        MOVE "NO WINNER" TO WS-CG-AFTER
022930     END-IF
022940     MOVE SPACES TO WS-CG-NOTE
022950     WRITE RP-REPORT-LINE FROM WS-CHANGE-LINE
022960     .
022970*****************************************************************
022980*    8170-PRINT-POINTS-LINES
022990*****************************************************************
023000 8170-PRINT-POINTS-LINES.
023010     IF WS-RUL-RACE-POSTED(WS-RUL-IDX)
023020        MOVE "NIGHT POINTS" TO WS-CG-LABEL
023030        MOVE WS-RUL-NIGHT-BEFORE(WS-RUL-IDX)
023040            TO WS-EDIT-NIGHT-POINTS
023050        MOVE WS-EDIT-NIGHT-POINTS TO WS-CG-BEFORE
023060        MOVE WS-RUL-NIGHT-AFTER(WS-RUL-IDX)
023070            TO WS-EDIT-NIGHT-POINTS
023080        MOVE WS-EDIT-NIGHT-POINTS TO WS-CG-AFTER
023090        MOVE SPACES TO WS-CG-NOTE
023100        WRITE RP-REPORT-LINE FROM WS-CHANGE-LINE
023110     ELSE
023120        MOVE "NIGHT POINTS - NO ROW ON THE POINTS RACE"
023130            TO WS-NL-TEXT
023140        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
023150     END-IF
023160     IF WS-RUL-SUMMARY-POSTED(WS-RUL-IDX)
023170        MOVE "SEASON POINTS" TO WS-CG-LABEL
023180        MOVE WS-RUL-SEASON-BEFORE(WS-RUL-IDX)
023190            TO WS-EDIT-SEASON-POINTS
023200        MOVE WS-EDIT-SEASON-POINTS TO WS-CG-BEFORE
023210        MOVE WS-RUL-SEASON-AFTER(WS-RUL-IDX)
023220            TO WS-EDIT-SEASON-POINTS
023230        MOVE WS-EDIT-SEASON-POINTS TO WS-CG-AFTER
023240        MOVE SPACES TO WS-CG-NOTE
023250        WRITE RP-REPORT-LINE FROM WS-CHANGE-LINE
023260     ELSE
023270        MOVE "SEASON POINTS - NO ROW ON THE SEASON SUMMARY"
023280            TO WS-NL-TEXT
023290        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
023300     END-IF
023310     .
023320*****************************************************************
023330*    8200-WRITE-LOG-ROW
023340*****************************************************************
023350 8200-WRITE-LOG-ROW.
023360     MOVE WS-RUL-NUMBER(WS-RUL-IDX)        TO RL-RULING-NUMBER
023370     MOVE WS-RUL-ACTION(WS-RUL-IDX)        TO RL-RULING-ACTION
023380     MOVE WS-RUL-PLAYER-ID(WS-RUL-IDX)     TO RL-PLAYER-ID
023390     MOVE WS-RUL-GAME-ID(WS-RUL-IDX)       TO RL-GAME-ID
023400     MOVE WS-RUL-POINTS(WS-RUL-IDX)        TO RL-POINTS
023410     MOVE WS-RUL-REASON(WS-RUL-IDX)        TO RL-REASON
023420     MOVE WS-RUN-DATE                      TO RL-APPLIED-DATE
023430     IF WS-RUL-APPLIED(WS-RUL-IDX)
023440        MOVE "A" TO RL-RULING-STATUS
023450     ELSE
023460        MOVE "R" TO RL-RULING-STATUS
023470     END-IF
023480     MOVE WS-RUL-REJECT-REASON(WS-RUL-IDX) TO RL-REJECT-REASON
023490     MOVE WS-RUL-GAME-DATE(WS-RUL-IDX)     TO RL-GAME-DATE
023500     MOVE WS-RUL-LEAGUE-CODE(WS-RUL-IDX)   TO RL-LEAGUE-CODE
023510     MOVE WS-RUL-TOTAL-BEFORE(WS-RUL-IDX)  TO RL-TOTAL-BEFORE
023520     MOVE WS-RUL-TOTAL-AFTER(WS-RUL-IDX)   TO RL-TOTAL-AFTER
023530     MOVE WS-RUL-MATCH-ID(WS-RUL-IDX)      TO RL-MATCH-ID
023540     MOVE WS-RUL-WINNER-BEFORE(WS-RUL-IDX) TO RL-WINNER-BEFORE
023550     MOVE WS-RUL-WINNER-AFTER(WS-RUL-IDX)  TO RL-WINNER-AFTER
023560     MOVE WS-RUL-RESULT-BEFORE(WS-RUL-IDX) TO RL-RESULT-BEFORE
023570     MOVE WS-RUL-RESULT-AFTER(WS-RUL-IDX)  TO RL-RESULT-AFTER
023580     MOVE WS-RUL-NIGHT-BEFORE(WS-RUL-IDX)  TO RL-NIGHT-PTS-BEFORE
023590     MOVE WS-RUL-NIGHT-AFTER(WS-RUL-IDX)   TO RL-NIGHT-PTS-AFTER
023600     MOVE WS-RUL-SEASON-BEFORE(WS-RUL-IDX)
023610         TO RL-SEASON-PTS-BEFORE
023620     MOVE WS-RUL-SEASON-AFTER(WS-RUL-IDX)  TO RL-SEASON-PTS-AFTER
023630     MOVE WS-RUL-RECORDS(WS-RUL-IDX)       TO RL-RECORDS-FLAGGED
023640     MOVE WS-RUL-HCAP-ROWS(WS-RUL-IDX)     TO RL-HCAP-ROWS-DUE
023650     WRITE RL-RULING-LOG-RECORD
023660     IF NOT WS-RULINGS-LOG-OK
023670        DISPLAY "RULINGS - ERROR WRITING RULINGS-LOG-FILE "
023680            WS-RULINGS-LOG-STATUS
023690        GO TO 9999-ABEND
023700     END-IF
023710     .
023720*****************************************************************
023730*    8300-RESULT-TEXT
023740*****************************************************************
023750 8300-RESULT-TEXT.
023760     EVALUATE WS-SEAT-RESULT
023770     WHEN "W"
023780        MOVE "WON" TO WS-RESULT-TEXT
023790     WHEN "L"
023800        MOVE "LOST" TO WS-RESULT-TEXT
023810     WHEN "T"
023820        MOVE "TIED" TO WS-RESULT-TEXT
023830     WHEN "F"
023840        MOVE "FORFEIT" TO WS-RESULT-TEXT
023850     WHEN OTHER
023860        MOVE "NOT SEATED" TO WS-RESULT-TEXT
023870     END-EVALUATE
023880     .
023890*****************************************************************
023900*    8500-FIND-PLAYER-NAME
023910*****************************************************************
023920 8500-FIND-PLAYER-NAME.
023930     MOVE "** NOT ON PLAYER MASTER **" TO WS-LOOKUP-NAME
023940     IF WS-MEMBER-COUNT > 0
023950        SET WS-MBR-IDX TO 1
023960        SEARCH WS-MEMBER-ENTRY
023970           AT END
023980              CONTINUE
023990           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) = WS-LOOKUP-PLAYER-ID
024000              MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
024010                  TO WS-LOOKUP-NAME
024020        END-SEARCH
024030     END-IF
024040     .
024050*****************************************************************
024060*    8800-PRINT-COUNTS
024070*****************************************************************
024080 8800-PRINT-COUNTS.
024090     MOVE SPACES TO RP-REPORT-LINE
024100     WRITE RP-REPORT-LINE
024110     MOVE "RULINGS READ" TO WS-CL-LABEL
024120     MOVE WS-RULINGS-READ TO WS-CL-COUNT
024130     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024140     MOVE "RULINGS APPLIED" TO WS-CL-LABEL
024150     MOVE WS-RULINGS-APPLIED TO WS-CL-COUNT
024160     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024170     MOVE "RULINGS REJECTED" TO WS-CL-LABEL
024180     MOVE WS-RULINGS-REJECTED TO WS-CL-COUNT
024190     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024200     MOVE "GAMES VOIDED" TO WS-CL-LABEL
024210     MOVE WS-GAMES-VOIDED TO WS-CL-COUNT
024220     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024230     MOVE "GAMES ADJUSTED" TO WS-CL-LABEL
024240     MOVE WS-GAMES-ADJUSTED TO WS-CL-COUNT
024250     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024260     MOVE "MATCHES RE-DECIDED" TO WS-CL-LABEL
024270     MOVE WS-MATCHES-REDECIDED TO WS-CL-COUNT
024280     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024290     MOVE "POINTS-RACE ROWS MOVED" TO WS-CL-LABEL
024300     MOVE WS-RACERS-MOVED TO WS-CL-COUNT
024310     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024320     MOVE "RECORDS FLAGGED" TO WS-CL-LABEL
024330     MOVE WS-RECORDS-FLAGGED TO WS-CL-COUNT
024340     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024350     MOVE "RECORD REVIEWS CLEARED" TO WS-CL-LABEL
024360     MOVE WS-REVIEWS-CLEARED TO WS-CL-COUNT
024370     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
024380     .
024390*****************************************************************
024400*    8900-FLOOR-AT-ZERO
024410*        A backed-out count or total never goes below zero.
024420*****************************************************************
024430 8900-FLOOR-AT-ZERO.
024440     IF WS-SIGNED-WORK < 0
024450        MOVE 0 TO WS-SIGNED-WORK
024460     END-IF
024470     .
024480*****************************************************************
024490*    9000-TERMINATE
024500*****************************************************************
024510 9000-TERMINATE.
024520     CLOSE RULINGS-LOG-FILE
024530     CLOSE NEW-MATCH-RESULTS-FILE
024540     CLOSE NEW-SUMMARY-FILE
024550     CLOSE NEW-NIGHT-POINTS-FILE
024560     CLOSE NEW-RECORD-BOOK-FILE
024570     CLOSE RULINGS-REPORT
024580     .
024590*****************************************************************
024600*    9999-ABEND
024610*****************************************************************
024620 9999-ABEND.
024630     CLOSE RULINGS-FILE
024640     CLOSE RULINGS-LOG-FILE
024650     CLOSE GAME-TOTALS-FILE
024660     CLOSE NEW-GAME-TOTALS-FILE
024670     CLOSE SCORESHEET-FILE
024680     CLOSE NEW-SCORESHEET-FILE
024690     CLOSE MATCH-PAIRING-FILE
024700     CLOSE MATCH-RESULTS-FILE
024710     CLOSE NEW-MATCH-RESULTS-FILE
024720     CLOSE OLD-SUMMARY-FILE
024730     CLOSE NEW-SUMMARY-FILE
024740     CLOSE OLD-NIGHT-POINTS-FILE
024750     CLOSE NEW-NIGHT-POINTS-FILE
024760     CLOSE HANDICAP-FILE
024770     CLOSE OLD-RECORD-BOOK-FILE
024780     CLOSE NEW-RECORD-BOOK-FILE
024790     CLOSE PLAYER-MASTER-FILE
024800     CLOSE RULINGS-REPORT
024810     MOVE 16 TO RETURN-CODE
024820     STOP RUN
024830     .
