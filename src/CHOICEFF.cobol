000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHOICEFF.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - category-choice
000110*                    efficiency report for members' coaching
000120*                    and the beginners' clinic.  Replays every
000130*                    game on the season's AUDIT-LOG claim by
000140*                    claim in round order; for each claim calls
000150*                    YACHT against every category still open on
000160*                    the card, under the same YACHTVAR rule and
000170*                    Yacht-already-scored flag YACHTBAT scored
000180*                    it with, and sets the category claimed
000190*                    against the best one open.  Reports, per
000200*                    player and for the league over finished
000210*                    games, the points given up per game, the
000220*                    rounds with the biggest miss, and how often
000230*                    an early zero in the upper section cost the
000240*                    63-point upper bonus SCORTOT applies.
000241*    2026-10-15  DH  A LEAGCODE run replays one league's claims
000242*                    only and names the league in the heading.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-AUDIT-LOG-STATUS.
000330     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000360     SELECT EFFICIENCY-REPORT ASSIGN TO EFFRPT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPORT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AUDIT-LOG-FILE
000420     RECORDING MODE IS F.
000430     COPY AUDITLOG.
000440 FD  PLAYER-MASTER-FILE
000450     RECORDING MODE IS F.
000460     COPY PLAYMST.
000470 FD  EFFICIENCY-REPORT.
000480 01  RP-REPORT-LINE            PIC X(80).
000490 WORKING-STORAGE SECTION.
000500*****************************************************************
000510*    FILE STATUS SWITCHES
000520*****************************************************************
000530 77  WS-AUDIT-LOG-STATUS       PIC X(02) VALUE SPACES.
000540     88 WS-AUDIT-LOG-OK             VALUE "00".
000550 77  WS-PLAYER-MASTER-STATUS   PIC X(02) VALUE SPACES.
000560     88 WS-PLAYER-MASTER-OK         VALUE "00".
000570 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000580     88 WS-REPORT-OK                VALUE "00".
000590 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000600     88 WS-END-OF-AUDIT-LOG         VALUE "Y".
000610 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
000620     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000621*****************************************************************
000622*    LEAGUE BEING REPLAYED, SUPPLIED THROUGH THE ENVIRONMENT -
000623*    SPACES REPLAYS EVERY LEAGUE ON THE LOG.
000624*****************************************************************
000625 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000626     88 WS-ALL-LEAGUES              VALUE SPACES.
000630*****************************************************************
000640*    THE YACHT SUBPROGRAM'S PARAMETERS, LAID OUT AS YACHTBAT
000650*    PASSES THEM.  THE RULE VARIANT COMES THROUGH THE
000660*    ENVIRONMENT AS YACHTVAR, SO THE REPLAY SCORES UNDER THE
000670*    SAME RULE BOOK THE NIGHT WAS SCORED UNDER.
000680*****************************************************************
000690 01  WS-YACHT-LINKAGE.
000700     05 WS-DICE                PIC 9(05).
000710     05 WS-CATEGORY            PIC X(15).
000720     05 WS-RESULT              PIC 99.
000730     05 WS-ERROR-CODE          PIC 9(02).
000740     05 WS-RULE-VARIANT        PIC X(01).
000750        88 WS-STRICT-RULES         VALUE "S".
000760        88 WS-HOUSE-RULES          VALUE "H".
000770     05 WS-YACHT-CLAIMED       PIC X(01).
000780        88 WS-YACHT-ALREADY-SCORED     VALUE "Y".
000790*****************************************************************
000800*    THE TWELVE CATEGORIES IN THE ORDER THE SCORESHEET PRINTS
000810*    THEM.  SLOTS 2 THROUGH 7 ARE THE UPPER SECTION, ONES
000820*    THROUGH SIXES, SO A SLOT LESS ONE IS THE FACE VALUE.
000830*****************************************************************
000840 01  WS-CATEGORY-NAME-VALUES.
000850     05 FILLER                 PIC X(15) VALUE "yacht".
000860     05 FILLER                 PIC X(15) VALUE "ones".
000870     05 FILLER                 PIC X(15) VALUE "twos".
000880     05 FILLER                 PIC X(15) VALUE "threes".
000890     05 FILLER                 PIC X(15) VALUE "fours".
000900     05 FILLER                 PIC X(15) VALUE "fives".
000910     05 FILLER                 PIC X(15) VALUE "sixes".
000920     05 FILLER                 PIC X(15) VALUE "full house".
000930     05 FILLER                 PIC X(15) VALUE "four of a kind".
000940     05 FILLER                 PIC X(15) VALUE "little straight".
000950     05 FILLER                 PIC X(15) VALUE "big straight".
000960     05 FILLER                 PIC X(15) VALUE "choice".
000970 01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
000980     05 WS-CATEGORY-NAME       PIC X(15) OCCURS 12 TIMES.
000990 77  WS-CATEGORY-SUB           PIC 9(02) COMP VALUE ZERO.
001000 77  WS-CLAIMED-SUB            PIC 9(02) COMP VALUE ZERO.
001010 77  WS-BEST-SUB               PIC 9(02) COMP VALUE ZERO.
001020 77  WS-BEST-SCORE             PIC 99 VALUE ZERO.
001030 77  WS-MISS-POINTS            PIC 99 VALUE ZERO.
001040*****************************************************************
001050*    UPPER BONUS RULE - THE LEAGUE STANDARD SCORTOT APPLIES.  A
001060*    ZERO IN THE FIRST SIX ROUNDS IS AN EARLY ZERO; IT COST THE
001070*    BONUS WHEN PAR FOR THE CATEGORY (THREE OF THE FACE) WOULD
001080*    HAVE CARRIED THE UPPER SUBTOTAL OVER THE THRESHOLD.
001090*****************************************************************
001100 77  WS-BONUS-THRESHOLD        PIC 999 VALUE 63.
001110 77  WS-EARLY-ROUND-LIMIT      PIC 99 VALUE 6.
001120 77  WS-UPPER-SUBTOTAL         PIC 999 VALUE ZERO.
001130 77  WS-PAR-SUBTOTAL           PIC 999 VALUE ZERO.
001140 77  WS-BONUS-SWITCH           PIC X(01) VALUE "N".
001150     88 WS-ZERO-COST-BONUS          VALUE "Y".
001160*****************************************************************
001170*    EVERY GAME ON THE LOG, WITH ITS CARD AS THE REPLAY HAS
001180*    BUILT IT SO FAR AND ITS WORST ROUND.  A GAME THAT NEVER
001190*    REACHES TWELVE CLAIMS IS STILL OPEN AND IS NOT REPORTED.
001200*****************************************************************
001210 77  WS-GAME-COUNT             PIC 9(05) COMP VALUE ZERO.
001220 01  WS-GAME-TABLE.
001230     05 WS-GAME-ENTRY OCCURS 1 TO 3000 TIMES
001240           DEPENDING ON WS-GAME-COUNT
001250           INDEXED BY WS-GAM-IDX.
001260        10 WS-GAM-PLAYER-ID    PIC X(10).
001270        10 WS-GAM-GAME-ID      PIC X(08).
001280        10 WS-GAM-CLAIMS       PIC 9(02).
001290        10 WS-GAM-CARD OCCURS 12 TIMES.
001300           15 WS-GAM-CLAIMED   PIC X(01).
001310           15 WS-GAM-SCORE     PIC 99.
001320           15 WS-GAM-ROUND     PIC 99.
001330        10 WS-GAM-POINTS-LOST  PIC 9(04).
001340        10 WS-GAM-MISS.
001350           15 WS-GAM-MISS-POINTS     PIC 99.
001360           15 WS-GAM-MISS-ROUND      PIC 99.
001370           15 WS-GAM-MISS-DICE       PIC 9(05).
001380           15 WS-GAM-MISS-TOOK-SUB   PIC 99.
001390           15 WS-GAM-MISS-TOOK-SCORE PIC 99.
001400           15 WS-GAM-MISS-BEST-SUB   PIC 99.
001410           15 WS-GAM-MISS-BEST-SCORE PIC 99.
001420*****************************************************************
001430*    EACH PLAYER'S FINISHED-GAME TOTALS AND SINGLE BIGGEST MISS.
001440*****************************************************************
001450 77  WS-PLAYER-COUNT           PIC 9(05) COMP VALUE ZERO.
001460 01  WS-PLAYER-TABLE.
001470     05 WS-PLAYER-ENTRY OCCURS 1 TO 200 TIMES
001480           DEPENDING ON WS-PLAYER-COUNT
001490           INDEXED BY WS-PLR-IDX, WS-PLR-IDX2.
001500        10 WS-PLR-PLAYER-ID    PIC X(10).
001510        10 WS-PLR-GAMES        PIC 9(05).
001520        10 WS-PLR-POINTS-LOST  PIC 9(07).
001530        10 WS-PLR-BONUS-LOST   PIC 9(05).
001540        10 WS-PLR-MISS-GAME-ID PIC X(08).
001550        10 WS-PLR-MISS.
001560           15 WS-PLR-MISS-POINTS     PIC 99.
001570           15 WS-PLR-MISS-ROUND      PIC 99.
001580           15 WS-PLR-MISS-DICE       PIC 9(05).
001590           15 WS-PLR-MISS-TOOK-SUB   PIC 99.
001600           15 WS-PLR-MISS-TOOK-SCORE PIC 99.
001610           15 WS-PLR-MISS-BEST-SUB   PIC 99.
001620           15 WS-PLR-MISS-BEST-SCORE PIC 99.
001630 01  WS-SWAP-PLAYER            PIC X(52).
001640*****************************************************************
001650*    THE LEAGUE'S TEN BIGGEST MISSES, LARGEST FIRST.
001660*****************************************************************
001670 77  WS-TOP-COUNT              PIC 9(02) COMP VALUE ZERO.
001680 77  WS-TOP-LIMIT              PIC 9(02) COMP VALUE 10.
001690 01  WS-TOP-MISS-TABLE.
001700     05 WS-TOP-ENTRY OCCURS 11 TIMES.
001710        10 WS-TOP-PLAYER-ID    PIC X(10).
001720        10 WS-TOP-GAME-ID      PIC X(08).
001730        10 WS-TOP-MISS.
001740           15 WS-TOP-MISS-POINTS     PIC 99.
001750           15 WS-TOP-MISS-ROUND      PIC 99.
001760           15 WS-TOP-MISS-DICE       PIC 9(05).
001770           15 WS-TOP-MISS-TOOK-SUB   PIC 99.
001780           15 WS-TOP-MISS-TOOK-SCORE PIC 99.
001790           15 WS-TOP-MISS-BEST-SUB   PIC 99.
001800           15 WS-TOP-MISS-BEST-SCORE PIC 99.
001810 77  WS-TOP-SUB                PIC 9(02) COMP VALUE ZERO.
001820 77  WS-INSERT-SUB             PIC 9(02) COMP VALUE ZERO.
001830*****************************************************************
001840*    LEAGUE TOTALS OVER FINISHED GAMES
001850*****************************************************************
001860 77  WS-LEAGUE-GAMES           PIC 9(07) COMP VALUE ZERO.
001870 77  WS-LEAGUE-POINTS-LOST     PIC 9(09) COMP VALUE ZERO.
001880 77  WS-LEAGUE-BONUS-LOST      PIC 9(07) COMP VALUE ZERO.
001890 77  WS-CLAIMS-REPLAYED        PIC 9(07) COMP VALUE ZERO.
001900 77  WS-OPEN-GAMES             PIC 9(07) COMP VALUE ZERO.
001910 77  WS-PER-GAME               PIC 9(04)V99 VALUE ZERO.
001920*****************************************************************
001930*    THE MEMBERSHIP'S FULL NAMES FOR THE REPORT
001940*****************************************************************
001950 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
001960 01  WS-MEMBER-TABLE.
001970     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
001980           DEPENDING ON WS-MEMBER-COUNT
001990           INDEXED BY WS-MBR-IDX.
002000        10 WS-MBR-PLAYER-ID    PIC X(10).
002010        10 WS-MBR-PLAYER-NAME  PIC X(30).
002020 77  WS-PLAYER-NAME            PIC X(30) VALUE SPACES.
002030 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
002040*****************************************************************
002050*    REPORT LINE WORK AREAS
002060*****************************************************************
002070 01  WS-HEADING-LINE-1.
002080     05 FILLER                 PIC X(34) VALUE
002090         "CATEGORY-CHOICE EFFICIENCY REPORT".
002100 01  WS-HEADING-LINE-2.
002110     05 FILLER                 PIC X(13) VALUE "RULE VARIANT ".
002120     05 WS-H2-RULE-VARIANT     PIC X(01).
002122     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
002124     05 WS-H2-LEAGUE           PIC X(03).
002130 01  WS-HEADING-LINE-3.
002140     05 FILLER                 PIC X(32) VALUE "PLAYER".
002150     05 FILLER                 PIC X(09) VALUE "    GAMES".
002160     05 FILLER                 PIC X(11) VALUE "   PTS LOST".
002170     05 FILLER                 PIC X(11) VALUE "   PER GAME".
002180     05 FILLER                 PIC X(12) VALUE "  BONUS LOST".
002190 01  WS-PLAYER-LINE.
002200     05 WS-PL-PLAYER-NAME      PIC X(30).
002210     05 FILLER                 PIC X(06) VALUE SPACES.
002220     05 WS-PL-GAMES            PIC ZZZZ9.
002230     05 FILLER                 PIC X(04) VALUE SPACES.
002240     05 WS-PL-POINTS-LOST      PIC ZZZZZZ9.
002250     05 FILLER                 PIC X(04) VALUE SPACES.
002260     05 WS-PL-PER-GAME         PIC ZZZ9.99.
002270     05 FILLER                 PIC X(07) VALUE SPACES.
002280     05 WS-PL-BONUS-LOST       PIC ZZZZ9.
002290 01  WS-MISS-LINE-1.
002300     05 FILLER                 PIC X(04) VALUE SPACES.
002310     05 WS-M1-LABEL            PIC X(30).
002320     05 FILLER                 PIC X(02) VALUE SPACES.
002330     05 FILLER                 PIC X(05) VALUE "GAME ".
002340     05 WS-M1-GAME-ID          PIC X(08).
002350     05 FILLER                 PIC X(08) VALUE "  ROUND ".
002360     05 WS-M1-ROUND            PIC Z9.
002370     05 FILLER                 PIC X(07) VALUE "  DICE ".
002380     05 WS-M1-DICE             PIC 9(05).
002390 01  WS-MISS-LINE-2.
002400     05 FILLER                 PIC X(06) VALUE SPACES.
002410     05 FILLER                 PIC X(05) VALUE "TOOK ".
002420     05 WS-M2-TOOK-CATEGORY    PIC X(15).
002430     05 FILLER                 PIC X(01) VALUE SPACES.
002440     05 WS-M2-TOOK-SCORE       PIC Z9.
002450     05 FILLER                 PIC X(08) VALUE "   BEST ".
002460     05 WS-M2-BEST-CATEGORY    PIC X(15).
002470     05 FILLER                 PIC X(01) VALUE SPACES.
002480     05 WS-M2-BEST-SCORE       PIC Z9.
002490     05 FILLER                 PIC X(08) VALUE "   LOST ".
002500     05 WS-M2-MISS-POINTS      PIC Z9.
002510 01  WS-LEAGUE-HEADING.
002520     05 FILLER                 PIC X(30) VALUE
002530         "LEAGUE - FINISHED GAMES".
002540 01  WS-TOP-HEADING.
002550     05 FILLER                 PIC X(30) VALUE
002560         "BIGGEST MISSES IN THE LEAGUE".
002570 01  WS-COUNT-LINE.
002580     05 WS-CL-LABEL            PIC X(26).
002590     05 WS-CL-COUNT            PIC ZZZZZZZZ9.
002600 01  WS-AVERAGE-LINE.
002610     05 FILLER                 PIC X(26) VALUE
002620         "POINTS LOST PER GAME".
002630     05 WS-AL-PER-GAME         PIC ZZZZZ9.99.
002640 01  WS-NO-GAMES-LINE.
002650     05 FILLER                 PIC X(30) VALUE
002660         "NO FINISHED GAMES ON THE LOG".
002670 01  WS-BLANK-LINE             PIC X(80) VALUE SPACES.
002680 PROCEDURE DIVISION.
002690*****************************************************************
002700*    0000-MAINLINE
002710*****************************************************************
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE
002740     PERFORM 2000-REPLAY-ONE-CLAIM THRU 2000-EXIT
002750         UNTIL WS-END-OF-AUDIT-LOG
002760     IF WS-GAME-COUNT > 0
002770        PERFORM 3000-ROLL-UP-ONE-GAME THRU 3000-EXIT
002780            VARYING WS-GAM-IDX FROM 1 BY 1
002790            UNTIL WS-GAM-IDX > WS-GAME-COUNT
002800     END-IF
002810     PERFORM 3500-SORT-PLAYERS
002820     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
002830     PERFORM 9000-TERMINATE
002840     STOP RUN
002850     .
002860*****************************************************************
002870*    1000-INITIALIZE
002880*****************************************************************
002890 1000-INITIALIZE.
002900     ACCEPT WS-RULE-VARIANT FROM ENVIRONMENT "YACHTVAR"
002910     IF NOT WS-STRICT-RULES AND NOT WS-HOUSE-RULES
002920        MOVE "S" TO WS-RULE-VARIANT
002930     END-IF
002935     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
002940     OPEN INPUT AUDIT-LOG-FILE
002950     IF NOT WS-AUDIT-LOG-OK
002960        DISPLAY "CHOICEFF - CANNOT OPEN AUDIT-LOG-FILE "
002970            WS-AUDIT-LOG-STATUS
002980        GO TO 9999-ABEND
002990     END-IF
003000     OPEN OUTPUT EFFICIENCY-REPORT
003010     IF NOT WS-REPORT-OK
003020        DISPLAY "CHOICEFF - CANNOT OPEN EFFICIENCY-REPORT "
003030            WS-REPORT-STATUS
003040        GO TO 9999-ABEND
003050     END-IF
003060     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
003070     MOVE WS-RULE-VARIANT TO WS-H2-RULE-VARIANT
003072     IF WS-ALL-LEAGUES
003074        MOVE "ALL"          TO WS-H2-LEAGUE
003076     ELSE
003078        MOVE WS-LEAGUE-CODE TO WS-H2-LEAGUE
003079     END-IF
003080     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
003090     PERFORM 1300-LOAD-PLAYER-MASTER
003100     PERFORM 1100-READ-AUDIT-LOG
003110     .
003120*****************************************************************
003130*    1100-READ-AUDIT-LOG
003140*****************************************************************
003150 1100-READ-AUDIT-LOG.
003160     READ AUDIT-LOG-FILE
003170         AT END MOVE "Y" TO WS-EOF-SWITCH
003180     END-READ
003190     .
003200*****************************************************************
003210*    1300-LOAD-PLAYER-MASTER
003220*        Load each member's full name so the report names the
003230*        member, not the bare id.
003240*****************************************************************
003250 1300-LOAD-PLAYER-MASTER.
003260     OPEN INPUT PLAYER-MASTER-FILE
003270     IF NOT WS-PLAYER-MASTER-OK
003280        DISPLAY "CHOICEFF - CANNOT OPEN PLAYER-MASTER-FILE "
003290            WS-PLAYER-MASTER-STATUS
003300        GO TO 9999-ABEND
003310     END-IF
003320     PERFORM 1310-LOAD-ONE-MEMBER THRU 1310-EXIT
003330         UNTIL WS-END-OF-PLAYER-MASTER
003340     CLOSE PLAYER-MASTER-FILE
003350     .
003360*****************************************************************
003370*    1310-LOAD-ONE-MEMBER
003380*****************************************************************
003390 1310-LOAD-ONE-MEMBER.
003400     READ PLAYER-MASTER-FILE
003410         AT END
003420             MOVE "Y" TO WS-MASTER-EOF-SWITCH
003430             GO TO 1310-EXIT
003440     END-READ
003450     IF WS-MEMBER-COUNT >= 200
003460        DISPLAY "CHOICEFF - MORE THAN 200 MEMBERS"
003470        GO TO 9999-ABEND
003480     END-IF
003490     ADD 1 TO WS-MEMBER-COUNT
003500     SET WS-MBR-IDX TO WS-MEMBER-COUNT
003510     MOVE PM-PLAYER-ID   TO WS-MBR-PLAYER-ID(WS-MBR-IDX)
003520     MOVE PM-PLAYER-NAME TO WS-MBR-PLAYER-NAME(WS-MBR-IDX)
003530     .
003540 1310-EXIT.
003550     EXIT
003560     .
003570*****************************************************************
003580*    2000-REPLAY-ONE-CLAIM
003590*        Replay one clean claim onto its game's card.  The log
003600*        holds each game's claims in the order they were
003610*        scored, which is round order, even when a held game
003620*        is finished on a later night.  Before the claim is
003630*        marked on the card, every category still open is
003640*        scored against the same dice, and the gap between the
003650*        best of them and the claim is the points given up.
003655*        A claim from a league other than the one being run is
003657*        passed over.
003660*****************************************************************
003670 2000-REPLAY-ONE-CLAIM.
003680     IF AL-ERROR-CODE NOT = ZERO
003690        GO TO 2000-NEXT
003700     END-IF
003702     IF NOT WS-ALL-LEAGUES AND AL-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003704        GO TO 2000-NEXT
003706     END-IF
003710     PERFORM 2100-FIND-CLAIMED-CATEGORY
003720     IF WS-CLAIMED-SUB = ZERO
003730        GO TO 2000-NEXT
003740     END-IF
003750     PERFORM 2200-FIND-OR-ADD-GAME
003760     IF WS-GAM-CLAIMED(WS-GAM-IDX, WS-CLAIMED-SUB) = "Y"
003770        GO TO 2000-NEXT
003780     END-IF
003790     ADD 1 TO WS-CLAIMS-REPLAYED
003800     MOVE "N" TO WS-YACHT-CLAIMED
003810     IF WS-GAM-CLAIMED(WS-GAM-IDX, 1) = "Y"
003820        AND WS-GAM-SCORE(WS-GAM-IDX, 1) > 0
003830        MOVE "Y" TO WS-YACHT-CLAIMED
003840     END-IF
003850     MOVE AL-SCORE TO WS-BEST-SCORE
003860     MOVE WS-CLAIMED-SUB TO WS-BEST-SUB
003870     PERFORM 2300-SCORE-ONE-OPEN-CATEGORY THRU 2300-EXIT
003880         VARYING WS-CATEGORY-SUB FROM 1 BY 1
003890         UNTIL WS-CATEGORY-SUB > 12
003900     IF WS-BEST-SCORE > AL-SCORE
003910        COMPUTE WS-MISS-POINTS = WS-BEST-SCORE - AL-SCORE
003920        ADD WS-MISS-POINTS TO WS-GAM-POINTS-LOST(WS-GAM-IDX)
003930        IF WS-MISS-POINTS > WS-GAM-MISS-POINTS(WS-GAM-IDX)
003940           PERFORM 2400-NOTE-GAME-MISS
003950        END-IF
003960     END-IF
003970     MOVE "Y" TO WS-GAM-CLAIMED(WS-GAM-IDX, WS-CLAIMED-SUB)
003980     MOVE AL-SCORE TO WS-GAM-SCORE(WS-GAM-IDX, WS-CLAIMED-SUB)
003990     MOVE AL-ROUND-NUMBER
004000         TO WS-GAM-ROUND(WS-GAM-IDX, WS-CLAIMED-SUB)
004010     ADD 1 TO WS-GAM-CLAIMS(WS-GAM-IDX)
004020     .
004030 2000-NEXT.
004040     PERFORM 1100-READ-AUDIT-LOG
004050     .
004060 2000-EXIT.
004070     EXIT
004080     .
004090*****************************************************************
004100*    2100-FIND-CLAIMED-CATEGORY
004110*        Leave the claimed category's slot in WS-CLAIMED-SUB,
004120*        or zero for a category name not on the scoresheet.
004130*****************************************************************
004140 2100-FIND-CLAIMED-CATEGORY.
004150     MOVE ZERO TO WS-CLAIMED-SUB
004160     PERFORM 2110-MATCH-ONE-NAME
004170         VARYING WS-CATEGORY-SUB FROM 1 BY 1
004180         UNTIL WS-CATEGORY-SUB > 12
004190     .
004200*****************************************************************
004210*    2110-MATCH-ONE-NAME
004220*****************************************************************
004230 2110-MATCH-ONE-NAME.
004240     IF AL-CATEGORY = WS-CATEGORY-NAME(WS-CATEGORY-SUB)
004250        MOVE WS-CATEGORY-SUB TO WS-CLAIMED-SUB
004260     END-IF
004270     .
004280*****************************************************************
004290*    2200-FIND-OR-ADD-GAME
004300*        Leave WS-GAM-IDX on the player/game's card, adding a
004310*        blank card the first time the game is seen.
004320*****************************************************************
004330 2200-FIND-OR-ADD-GAME.
004340     IF WS-GAME-COUNT > 0
004350        SET WS-GAM-IDX TO 1
004360        SEARCH WS-GAME-ENTRY
004370           AT END PERFORM 2250-ADD-GAME
004380           WHEN WS-GAM-PLAYER-ID(WS-GAM-IDX) = AL-PLAYER-ID
004390                AND WS-GAM-GAME-ID(WS-GAM-IDX) = AL-GAME-ID
004400                CONTINUE
004410        END-SEARCH
004420     ELSE
004430        PERFORM 2250-ADD-GAME
004440     END-IF
004450     .
004460*****************************************************************
004470*    2250-ADD-GAME
004480*****************************************************************
004490 2250-ADD-GAME.
004500     IF WS-GAME-COUNT >= 3000
004510        DISPLAY "CHOICEFF - MORE THAN 3000 GAMES ON THE LOG"
004520        GO TO 9999-ABEND
004530     END-IF
004540     ADD 1 TO WS-GAME-COUNT
004550     SET WS-GAM-IDX TO WS-GAME-COUNT
004560     MOVE AL-PLAYER-ID TO WS-GAM-PLAYER-ID(WS-GAM-IDX)
004570     MOVE AL-GAME-ID   TO WS-GAM-GAME-ID(WS-GAM-IDX)
004580     MOVE ZERO TO WS-GAM-CLAIMS(WS-GAM-IDX)
004590     MOVE ZERO TO WS-GAM-POINTS-LOST(WS-GAM-IDX)
004600     MOVE ZERO TO WS-GAM-MISS(WS-GAM-IDX)
004610     PERFORM 2260-CLEAR-ONE-CATEGORY
004620         VARYING WS-CATEGORY-SUB FROM 1 BY 1
004630         UNTIL WS-CATEGORY-SUB > 12
004640     .
004650*****************************************************************
004660*    2260-CLEAR-ONE-CATEGORY
004670*****************************************************************
004680 2260-CLEAR-ONE-CATEGORY.
004690     MOVE "N"  TO WS-GAM-CLAIMED(WS-GAM-IDX, WS-CATEGORY-SUB)
004700     MOVE ZERO TO WS-GAM-SCORE(WS-GAM-IDX, WS-CATEGORY-SUB)
004710     MOVE ZERO TO WS-GAM-ROUND(WS-GAM-IDX, WS-CATEGORY-SUB)
004720     .
004730*****************************************************************
004740*    2300-SCORE-ONE-OPEN-CATEGORY
004750*        Score the claim's dice in one category still open on
004760*        the card.  The claim itself stands unless another
004770*        open category would have scored more.
004780*****************************************************************
004790 2300-SCORE-ONE-OPEN-CATEGORY.
004800     IF WS-GAM-CLAIMED(WS-GAM-IDX, WS-CATEGORY-SUB) = "Y"
004810        OR WS-CATEGORY-SUB = WS-CLAIMED-SUB
004820        GO TO 2300-EXIT
004830     END-IF
004840     MOVE AL-DICE TO WS-DICE
004850     MOVE WS-CATEGORY-NAME(WS-CATEGORY-SUB) TO WS-CATEGORY
004860     CALL "YACHT" USING WS-DICE, WS-CATEGORY, WS-RESULT,
004870         WS-ERROR-CODE, WS-RULE-VARIANT, WS-YACHT-CLAIMED
004880     IF WS-ERROR-CODE = ZERO
004890        AND WS-RESULT > WS-BEST-SCORE
004900        MOVE WS-RESULT       TO WS-BEST-SCORE
004910        MOVE WS-CATEGORY-SUB TO WS-BEST-SUB
004920     END-IF
004930     .
004940 2300-EXIT.
004950     EXIT
004960     .
004970*****************************************************************
004980*    2400-NOTE-GAME-MISS
004990*****************************************************************
005000 2400-NOTE-GAME-MISS.
005010     MOVE WS-MISS-POINTS  TO WS-GAM-MISS-POINTS(WS-GAM-IDX)
005020     MOVE AL-ROUND-NUMBER TO WS-GAM-MISS-ROUND(WS-GAM-IDX)
005030     MOVE AL-DICE         TO WS-GAM-MISS-DICE(WS-GAM-IDX)
005040     MOVE WS-CLAIMED-SUB  TO WS-GAM-MISS-TOOK-SUB(WS-GAM-IDX)
005050     MOVE AL-SCORE        TO WS-GAM-MISS-TOOK-SCORE(WS-GAM-IDX)
005060     MOVE WS-BEST-SUB     TO WS-GAM-MISS-BEST-SUB(WS-GAM-IDX)
005070     MOVE WS-BEST-SCORE   TO WS-GAM-MISS-BEST-SCORE(WS-GAM-IDX)
005080     .
005090*****************************************************************
005100*    3000-ROLL-UP-ONE-GAME
005110*        Fold a finished game into its player's line, the
005120*        league totals and the league's biggest misses.  A game
005130*        short of twelve claims is still open and is left out.
005140*****************************************************************
005150 3000-ROLL-UP-ONE-GAME.
005160     IF WS-GAM-CLAIMS(WS-GAM-IDX) < 12
005170        ADD 1 TO WS-OPEN-GAMES
005180        GO TO 3000-EXIT
005190     END-IF
005200     PERFORM 3100-FIND-OR-ADD-PLAYER
005210     PERFORM 3200-CHECK-EARLY-ZERO
005220     ADD 1 TO WS-PLR-GAMES(WS-PLR-IDX)
005230     ADD 1 TO WS-LEAGUE-GAMES
005240     ADD WS-GAM-POINTS-LOST(WS-GAM-IDX)
005250         TO WS-PLR-POINTS-LOST(WS-PLR-IDX)
005260     ADD WS-GAM-POINTS-LOST(WS-GAM-IDX) TO WS-LEAGUE-POINTS-LOST
005270     IF WS-ZERO-COST-BONUS
005280        ADD 1 TO WS-PLR-BONUS-LOST(WS-PLR-IDX)
005290        ADD 1 TO WS-LEAGUE-BONUS-LOST
005300     END-IF
005310     IF WS-GAM-MISS-POINTS(WS-GAM-IDX) >
005320        WS-PLR-MISS-POINTS(WS-PLR-IDX)
005330        MOVE WS-GAM-GAME-ID(WS-GAM-IDX)
005340            TO WS-PLR-MISS-GAME-ID(WS-PLR-IDX)
005350        MOVE WS-GAM-MISS(WS-GAM-IDX) TO WS-PLR-MISS(WS-PLR-IDX)
005360     END-IF
005370     IF WS-GAM-MISS-POINTS(WS-GAM-IDX) > 0
005380        PERFORM 3300-RANK-GAME-MISS THRU 3300-EXIT
005390     END-IF
005400     .
005410 3000-EXIT.
005420     EXIT
005430     .
005440*****************************************************************
005450*    3100-FIND-OR-ADD-PLAYER
005460*****************************************************************
005470 3100-FIND-OR-ADD-PLAYER.
005480     IF WS-PLAYER-COUNT > 0
005490        SET WS-PLR-IDX TO 1
005500        SEARCH WS-PLAYER-ENTRY
005510           AT END PERFORM 3150-ADD-PLAYER
005520           WHEN WS-PLR-PLAYER-ID(WS-PLR-IDX) =
005530                WS-GAM-PLAYER-ID(WS-GAM-IDX)
005540                CONTINUE
005550        END-SEARCH
005560     ELSE
005570        PERFORM 3150-ADD-PLAYER
005580     END-IF
005590     .
005600*****************************************************************
005610*    3150-ADD-PLAYER
005620*****************************************************************
005630 3150-ADD-PLAYER.
005640     IF WS-PLAYER-COUNT >= 200
005650        DISPLAY "CHOICEFF - MORE THAN 200 PLAYERS"
005660        GO TO 9999-ABEND
005670     END-IF
005680     ADD 1 TO WS-PLAYER-COUNT
005690     SET WS-PLR-IDX TO WS-PLAYER-COUNT
005700     MOVE WS-GAM-PLAYER-ID(WS-GAM-IDX)
005710         TO WS-PLR-PLAYER-ID(WS-PLR-IDX)
005720     MOVE ZERO   TO WS-PLR-GAMES(WS-PLR-IDX)
005730     MOVE ZERO   TO WS-PLR-POINTS-LOST(WS-PLR-IDX)
005740     MOVE ZERO   TO WS-PLR-BONUS-LOST(WS-PLR-IDX)
005750     MOVE SPACES TO WS-PLR-MISS-GAME-ID(WS-PLR-IDX)
005760     MOVE ZERO   TO WS-PLR-MISS(WS-PLR-IDX)
005770     .
005780*****************************************************************
005790*    3200-CHECK-EARLY-ZERO
005800*        A game that missed the upper bonus lost it to an early
005810*        zero when one of ones through sixes was scratched in
005820*        the first six rounds and par in that category - three
005830*        of the face - would have carried the upper subtotal to
005840*        the threshold.
005850*****************************************************************
005860 3200-CHECK-EARLY-ZERO.
005870     MOVE "N" TO WS-BONUS-SWITCH
005880     COMPUTE WS-UPPER-SUBTOTAL =
005890         WS-GAM-SCORE(WS-GAM-IDX, 2) + WS-GAM-SCORE(WS-GAM-IDX, 3)
005900       + WS-GAM-SCORE(WS-GAM-IDX, 4) + WS-GAM-SCORE(WS-GAM-IDX, 5)
005910       + WS-GAM-SCORE(WS-GAM-IDX, 6) + WS-GAM-SCORE(WS-GAM-IDX, 7)
005920     IF WS-UPPER-SUBTOTAL < WS-BONUS-THRESHOLD
005930        PERFORM 3210-CHECK-ONE-UPPER-ZERO
005940            VARYING WS-CATEGORY-SUB FROM 2 BY 1
005950            UNTIL WS-CATEGORY-SUB > 7
005960     END-IF
005970     .
005980*****************************************************************
005990*    3210-CHECK-ONE-UPPER-ZERO
006000*****************************************************************
006010 3210-CHECK-ONE-UPPER-ZERO.
006020     IF WS-GAM-SCORE(WS-GAM-IDX, WS-CATEGORY-SUB) = ZERO
006030        AND WS-GAM-ROUND(WS-GAM-IDX, WS-CATEGORY-SUB) <=
006040            WS-EARLY-ROUND-LIMIT
006050        COMPUTE WS-PAR-SUBTOTAL =
006060            WS-UPPER-SUBTOTAL + (WS-CATEGORY-SUB - 1) * 3
006070        IF WS-PAR-SUBTOTAL >= WS-BONUS-THRESHOLD
006080           MOVE "Y" TO WS-BONUS-SWITCH
006090        END-IF
006100     END-IF
006110     .
006120*****************************************************************
006130*    3300-RANK-GAME-MISS
006140*        Insert the game's biggest miss into the league's top
006150*        ten, largest first; one smaller than the tenth falls
006160*        off the bottom.
006170*****************************************************************
006180 3300-RANK-GAME-MISS.
006190     MOVE 1 TO WS-INSERT-SUB
006200     PERFORM 3310-STEP-INSERT-POINT
006210         UNTIL WS-INSERT-SUB > WS-TOP-COUNT
006220            OR WS-GAM-MISS-POINTS(WS-GAM-IDX) >
006230               WS-TOP-MISS-POINTS(WS-INSERT-SUB)
006240     IF WS-INSERT-SUB > WS-TOP-LIMIT
006250        GO TO 3300-EXIT
006260     END-IF
006270     IF WS-TOP-COUNT < WS-TOP-LIMIT
006280        ADD 1 TO WS-TOP-COUNT
006290     END-IF
006300     PERFORM 3320-SHIFT-ONE-DOWN
006310         VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1
006320         UNTIL WS-TOP-SUB <= WS-INSERT-SUB
006330     MOVE WS-GAM-PLAYER-ID(WS-GAM-IDX)
006340         TO WS-TOP-PLAYER-ID(WS-INSERT-SUB)
006350     MOVE WS-GAM-GAME-ID(WS-GAM-IDX)
006360         TO WS-TOP-GAME-ID(WS-INSERT-SUB)
006370     MOVE WS-GAM-MISS(WS-GAM-IDX) TO WS-TOP-MISS(WS-INSERT-SUB)
006380     .
006390 3300-EXIT.
006400     EXIT
006410     .
006420*****************************************************************
006430*    3310-STEP-INSERT-POINT
006440*****************************************************************
006450 3310-STEP-INSERT-POINT.
006460     ADD 1 TO WS-INSERT-SUB
006470     .
006480*****************************************************************
006490*    3320-SHIFT-ONE-DOWN
006500*****************************************************************
006510 3320-SHIFT-ONE-DOWN.
006520     MOVE WS-TOP-ENTRY(WS-TOP-SUB - 1) TO WS-TOP-ENTRY(WS-TOP-SUB)
006530     .
006540*****************************************************************
006550*    3500-SORT-PLAYERS
006560*        Simple exchange sort by player id, so the report reads
006570*        in membership order.
006580*****************************************************************
006590 3500-SORT-PLAYERS.
006600     IF WS-PLAYER-COUNT > 1
006610        PERFORM 3510-BUBBLE-PASS VARYING WS-PLR-IDX
006620           FROM 1 BY 1 UNTIL WS-PLR-IDX >= WS-PLAYER-COUNT
006630     END-IF
006640     .
006650*****************************************************************
006660*    3510-BUBBLE-PASS
006670*****************************************************************
006680 3510-BUBBLE-PASS.
006690     PERFORM 3520-BUBBLE-COMPARE VARYING WS-PLR-IDX2
006700        FROM 1 BY 1
006710        UNTIL WS-PLR-IDX2 > WS-PLAYER-COUNT - WS-PLR-IDX
006720     .
006730*****************************************************************
006740*    3520-BUBBLE-COMPARE
006750*****************************************************************
006760 3520-BUBBLE-COMPARE.
006770     IF WS-PLR-PLAYER-ID(WS-PLR-IDX2) >
006780        WS-PLR-PLAYER-ID(WS-PLR-IDX2 + 1)
006790        MOVE WS-PLAYER-ENTRY(WS-PLR-IDX2) TO WS-SWAP-PLAYER
006800        MOVE WS-PLAYER-ENTRY(WS-PLR-IDX2 + 1) TO
006810            WS-PLAYER-ENTRY(WS-PLR-IDX2)
006820        MOVE WS-SWAP-PLAYER TO WS-PLAYER-ENTRY(WS-PLR-IDX2 + 1)
006830     END-IF
006840     .
006850*****************************************************************
006860*    5000-PRINT-REPORT
006870*        One line per player with the player's biggest miss
006880*        under it, then the league totals and the league's ten
006890*        biggest misses.
006900*****************************************************************
006910 5000-PRINT-REPORT.
006920     IF WS-LEAGUE-GAMES = ZERO
006930        WRITE RP-REPORT-LINE FROM WS-NO-GAMES-LINE
006940        GO TO 5000-EXIT
006950     END-IF
006960     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
006970     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-3
006980     PERFORM 5100-PRINT-ONE-PLAYER
006990         VARYING WS-PLR-IDX FROM 1 BY 1
007000         UNTIL WS-PLR-IDX > WS-PLAYER-COUNT
007010     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
007020     PERFORM 5500-PRINT-LEAGUE
007030     .
007040 5000-EXIT.
007050     EXIT
007060     .
007070*****************************************************************
007080*    5100-PRINT-ONE-PLAYER
007090*****************************************************************
007100 5100-PRINT-ONE-PLAYER.
007110     MOVE WS-PLR-PLAYER-ID(WS-PLR-IDX) TO WS-LOOKUP-PLAYER-ID
007120     PERFORM 7000-LOOKUP-PLAYER-NAME
007130     MOVE WS-PLAYER-NAME TO WS-PL-PLAYER-NAME
007140     MOVE WS-PLR-GAMES(WS-PLR-IDX)       TO WS-PL-GAMES
007150     MOVE WS-PLR-POINTS-LOST(WS-PLR-IDX) TO WS-PL-POINTS-LOST
007160     COMPUTE WS-PER-GAME ROUNDED =
007170         WS-PLR-POINTS-LOST(WS-PLR-IDX) / WS-PLR-GAMES(WS-PLR-IDX)
007180     MOVE WS-PER-GAME                    TO WS-PL-PER-GAME
007190     MOVE WS-PLR-BONUS-LOST(WS-PLR-IDX)  TO WS-PL-BONUS-LOST
007200     WRITE RP-REPORT-LINE FROM WS-PLAYER-LINE
007210     IF WS-PLR-MISS-POINTS(WS-PLR-IDX) > 0
007220        MOVE "BIGGEST MISS"               TO WS-M1-LABEL
007230        MOVE WS-PLR-MISS-GAME-ID(WS-PLR-IDX) TO WS-M1-GAME-ID
007240        MOVE WS-PLR-MISS(WS-PLR-IDX)      TO WS-TOP-MISS(11)
007250        PERFORM 5900-PRINT-MISS
007260     END-IF
007270     .
007280*****************************************************************
007290*    5500-PRINT-LEAGUE
007300*****************************************************************
007310 5500-PRINT-LEAGUE.
007320     WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
007330     MOVE "FINISHED GAMES"         TO WS-CL-LABEL
007340     MOVE WS-LEAGUE-GAMES          TO WS-CL-COUNT
007350     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007360     MOVE "GAMES STILL OPEN"       TO WS-CL-LABEL
007370     MOVE WS-OPEN-GAMES            TO WS-CL-COUNT
007380     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007390     MOVE "CLAIMS REPLAYED"        TO WS-CL-LABEL
007400     MOVE WS-CLAIMS-REPLAYED       TO WS-CL-COUNT
007410     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007420     MOVE "POINTS LOST"            TO WS-CL-LABEL
007430     MOVE WS-LEAGUE-POINTS-LOST    TO WS-CL-COUNT
007440     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007450     COMPUTE WS-PER-GAME ROUNDED =
007460         WS-LEAGUE-POINTS-LOST / WS-LEAGUE-GAMES
007470     MOVE WS-PER-GAME              TO WS-AL-PER-GAME
007480     WRITE RP-REPORT-LINE FROM WS-AVERAGE-LINE
007490     MOVE "BONUS LOST TO EARLY ZERO" TO WS-CL-LABEL
007500     MOVE WS-LEAGUE-BONUS-LOST     TO WS-CL-COUNT
007510     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007520     IF WS-TOP-COUNT > 0
007530        WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
007540        WRITE RP-REPORT-LINE FROM WS-TOP-HEADING
007550        PERFORM 5600-PRINT-ONE-TOP-MISS
007560            VARYING WS-TOP-SUB FROM 1 BY 1
007570            UNTIL WS-TOP-SUB > WS-TOP-COUNT
007580     END-IF
007590     .
007600*****************************************************************
007610*    5600-PRINT-ONE-TOP-MISS
007620*****************************************************************
007630 5600-PRINT-ONE-TOP-MISS.
007640     MOVE WS-TOP-PLAYER-ID(WS-TOP-SUB) TO WS-LOOKUP-PLAYER-ID
007650     PERFORM 7000-LOOKUP-PLAYER-NAME
007660     MOVE WS-PLAYER-NAME               TO WS-M1-LABEL
007670     MOVE WS-TOP-GAME-ID(WS-TOP-SUB)   TO WS-M1-GAME-ID
007680     MOVE WS-TOP-MISS(WS-TOP-SUB)      TO WS-TOP-MISS(11)
007690     PERFORM 5900-PRINT-MISS
007700     .
007710*****************************************************************
007720*    5900-PRINT-MISS
007730*        Print the miss staged in the spare eleventh slot of the
007740*        top-ten table - the round and dice, what was taken and
007750*        what was open that scored best.
007760*****************************************************************
007770 5900-PRINT-MISS.
007780     MOVE WS-TOP-MISS-ROUND(11)    TO WS-M1-ROUND
007790     MOVE WS-TOP-MISS-DICE(11)     TO WS-M1-DICE
007800     WRITE RP-REPORT-LINE FROM WS-MISS-LINE-1
007810     MOVE WS-TOP-MISS-TOOK-SUB(11) TO WS-CATEGORY-SUB
007820     MOVE WS-CATEGORY-NAME(WS-CATEGORY-SUB)
007830         TO WS-M2-TOOK-CATEGORY
007840     MOVE WS-TOP-MISS-TOOK-SCORE(11) TO WS-M2-TOOK-SCORE
007850     MOVE WS-TOP-MISS-BEST-SUB(11) TO WS-CATEGORY-SUB
007860     MOVE WS-CATEGORY-NAME(WS-CATEGORY-SUB)
007870         TO WS-M2-BEST-CATEGORY
007880     MOVE WS-TOP-MISS-BEST-SCORE(11) TO WS-M2-BEST-SCORE
007890     MOVE WS-TOP-MISS-POINTS(11)   TO WS-M2-MISS-POINTS
007900     WRITE RP-REPORT-LINE FROM WS-MISS-LINE-2
007910     .
007920*****************************************************************
007930*    7000-LOOKUP-PLAYER-NAME
007940*        Find the member's full name for a player id; an id not
007950*        on the master prints as itself so it can be spotted.
007960*****************************************************************
007970 7000-LOOKUP-PLAYER-NAME.
007980     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME
007990     IF WS-MEMBER-COUNT > 0
008000        SET WS-MBR-IDX TO 1
008010        SEARCH WS-MEMBER-ENTRY
008020           AT END CONTINUE
008030           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
008040                WS-LOOKUP-PLAYER-ID
008050                MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
008060                    TO WS-PLAYER-NAME
008070        END-SEARCH
008080     END-IF
008090     .
008100*****************************************************************
008110*    9000-TERMINATE
008120*****************************************************************
008130 9000-TERMINATE.
008140     CLOSE AUDIT-LOG-FILE
008150     CLOSE EFFICIENCY-REPORT
008160     .
008170*****************************************************************
008180*    9999-ABEND
008190*****************************************************************
008200 9999-ABEND.
008210     CLOSE AUDIT-LOG-FILE
008220     CLOSE EFFICIENCY-REPORT
008230     MOVE 16 TO RETURN-CODE
008240     STOP RUN
008250     .
