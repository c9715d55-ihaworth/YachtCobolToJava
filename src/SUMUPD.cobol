000229*                    no longer leave its forfeits uncounted.
000229*                    The pairing file and the game-id join fall
000229*                    away.
000230*    2026-10-15  DH  Keep the playoffs out of the summary - game
000231*                    totals, audit claims and match results
000232*                    carrying a playoff ("P") game or match id
000233*                    are passed over, since the charter does not
000234*                    count the playoffs toward the season.
000235*    2026-10-15  DH  Keep a summary row per player per league -
000236*                    each game, claim and match seat folds into
000237*                    the row for the league on the input row,
000238*                    the handicap applied is the player's in
000239*                    that league, and a LEAGCODE run folds in
000240*                    one league only, carrying the others' rows
000241*                    through unchanged.
000242*    2026-10-15  DH  Log the run's start and end on the nightly
000243*                    JOB-STEP-LOG through JOBSTEP, for the last
000244*                    night folded.  The run is refused unless
000245*                    RECONCIL and MATCHUP ended clean for the
000246*                    night, short of the STEPOVR override, so an
000247*                    out of balance night is no longer folded
000248*                    into the season summary.
000249*****************************************************************
000250 ENVIRONMENT DIVISION.
000251 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OLD-SUMMARY-FILE ASSIGN TO SEASUMM
000592        10 NS-CAT-CLAIMS       PIC 9(05).
000593        10 NS-CAT-SCORE        PIC 9(07).
000594        10 NS-CAT-ZEROES       PIC 9(05).
000595     05 NS-LEAGUE-CODE         PIC X(02).
000600 FD  GAME-TOTALS-FILE
000610     RECORDING MODE IS F.
000620     COPY GAMETOT.
001060 01  WS-DATE-RANGE.
001070     05 WS-START-DATE          PIC 9(08) VALUE ZERO.
001080     05 WS-END-DATE            PIC 9(08) VALUE 99999999.
001081*****************************************************************
001082*    LEAGUE BEING FOLDED IN, SUPPLIED THROUGH THE ENVIRONMENT -
001083*    SPACES FOLDS IN EVERY LEAGUE ON THE FILES.
001084*****************************************************************
001085 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
001086     88 WS-ALL-LEAGUES              VALUE SPACES.
001090*****************************************************************
001100*    THE SUMMARY BEING BUILT - THE OLD MASTER CARRIED IN, PLUS
001110*    A ROW FOR EACH PLAYER FIRST SEEN TONIGHT.
001160           DEPENDING ON WS-SUMMARY-COUNT
001170           INDEXED BY WS-SUM-IDX.
001180        10 WS-SUM-PLAYER-ID    PIC X(10).
001185        10 WS-SUM-LEAGUE-CODE  PIC X(02).
001190        10 WS-SUM-GAMES        PIC 9(05).
001200        10 WS-SUM-POINTS       PIC 9(07).
001210        10 WS-SUM-ADJ-POINTS   PIC 9(07).
001290           15 WS-SUM-CAT-SCORE  PIC 9(07).
001300           15 WS-SUM-CAT-ZEROES PIC 9(05).
001310 77  WS-SUMMARY-PLAYER-ID      PIC X(10) VALUE SPACES.
001315 77  WS-SUMMARY-LEAGUE-CODE    PIC X(02) VALUE SPACES.
001320 77  WS-CAT-SUB                PIC 9(02) COMP VALUE ZERO.
001330*****************************************************************
001340*    THE TWELVE CATEGORY NAMES IN SCORESHEET ORDER, FOR FILING
001650        10 WS-HCP-PLAYER-ID    PIC X(10).
001660        10 WS-HCP-HANDICAP     PIC 9(03).
001670        10 WS-HCP-EFFECTIVE    PIC 9(08).
001675        10 WS-HCP-LEAGUE-CODE  PIC X(02).
001680 77  WS-BEST-EFFECTIVE         PIC 9(08) VALUE ZERO.
001690 77  WS-GAME-HANDICAP          PIC 9(03) VALUE ZERO.
001850*****************************************************************
002150 01  WS-COUNT-LINE.
002160     05 WS-CL-LABEL            PIC X(22).
002170     05 WS-CL-COUNT            PIC ZZZZZZ9.
002171*****************************************************************
002172*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
002173*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
002174*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
002175*****************************************************************
002176     COPY JOBSTPL.
002180 PROCEDURE DIVISION.
002190*****************************************************************
002200*    0000-MAINLINE
002350 1000-INITIALIZE.
002360     ACCEPT WS-START-DATE FROM ENVIRONMENT "SUMSTRT"
002370     ACCEPT WS-END-DATE FROM ENVIRONMENT "SUMEND"
002375     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
002380     IF WS-END-DATE = ZERO
002390        MOVE 99999999 TO WS-END-DATE
002400     END-IF
002405     PERFORM 1950-START-JOB-STEP
002410     OPEN OUTPUT NEW-SUMMARY-FILE
002420     IF NOT WS-NEW-SUMMARY-OK
002430        DISPLAY "SUMUPD - CANNOT OPEN NEW-SUMMARY-FILE "
002850     ADD 1 TO WS-SUMMARY-COUNT
002860     SET WS-SUM-IDX TO WS-SUMMARY-COUNT
002870     MOVE SM-PLAYER-ID     TO WS-SUM-PLAYER-ID(WS-SUM-IDX)
002875     MOVE SM-LEAGUE-CODE   TO WS-SUM-LEAGUE-CODE(WS-SUM-IDX)
002880     MOVE SM-GAMES-PLAYED  TO WS-SUM-GAMES(WS-SUM-IDX)
002890     MOVE SM-TOTAL-POINTS  TO WS-SUM-POINTS(WS-SUM-IDX)
002900     MOVE SM-ADJ-POINTS    TO WS-SUM-ADJ-POINTS(WS-SUM-IDX)
003430     MOVE HC-PLAYER-ID      TO WS-HCP-PLAYER-ID(WS-HCP-IDX)
003440     MOVE HC-HANDICAP       TO WS-HCP-HANDICAP(WS-HCP-IDX)
003450     MOVE HC-EFFECTIVE-DATE TO WS-HCP-EFFECTIVE(WS-HCP-IDX)
003455     MOVE HC-LEAGUE-CODE    TO WS-HCP-LEAGUE-CODE(WS-HCP-IDX)
003460     .
003470 1410-EXIT.
003480     EXIT
003481     .
003482*****************************************************************
003483*    1950-START-JOB-STEP
003484*        Log the start of the step on the JOB-STEP-LOG before
003485*        any output is opened.
003486*        The night is the last date folded (SUMEND), or
003487*        STEPNGT when SUMEND is left open.  RECONCIL and
003488*        MATCHUP must have ended clean for it.
003489*****************************************************************
003490 1950-START-JOB-STEP.
003491     MOVE "S"             TO JS-REQUEST
003492     MOVE "SUMUPD"        TO JS-PROGRAM-ID
003493     MOVE WS-END-DATE     TO JS-NIGHT-DATE
003494     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
003495     IF JS-NIGHT-DATE = 99999999
003496        MOVE ZERO TO JS-NIGHT-DATE
003497     END-IF
003498     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
003499     IF JS-STEP-REFUSED
003500        DISPLAY "SUMUPD - STEP REFUSED - " JS-REFUSAL-MESSAGE
003501        GO TO 9999-ABEND
003502     END-IF
003503     .
003504*****************************************************************
003510*    2000-FOLD-GAME-TOTALS
003520*        Fold the night's finished games into the summary.
003540*****************************************************************
003720     END-READ
003730     IF GT-GAME-DATE < WS-START-DATE
003740        OR GT-GAME-DATE > WS-END-DATE
003745        OR GT-PLAYOFF-GAME
003750        GO TO 2100-EXIT
003760     END-IF
003770     IF NOT WS-ALL-LEAGUES
003780        AND GT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003790        GO TO 2100-EXIT
003800     END-IF
003860     MOVE GT-PLAYER-ID TO WS-SUMMARY-PLAYER-ID
003865     MOVE GT-LEAGUE-CODE TO WS-SUMMARY-LEAGUE-CODE
003870     PERFORM 5000-FIND-OR-ADD-PLAYER
003880     ADD 1 TO WS-SUM-GAMES(WS-SUM-IDX)
003890     ADD GT-GAME-TOTAL TO WS-SUM-POINTS(WS-SUM-IDX)
004150*****************************************************************
004160 2250-CHECK-ONE-HANDICAP.
004170     IF WS-HCP-PLAYER-ID(WS-HCP-IDX) = GT-PLAYER-ID
004175        AND WS-HCP-LEAGUE-CODE(WS-HCP-IDX) = GT-LEAGUE-CODE
004180        AND WS-HCP-EFFECTIVE(WS-HCP-IDX) <= GT-GAME-DATE
004190        AND WS-HCP-EFFECTIVE(WS-HCP-IDX) >= WS-BEST-EFFECTIVE
004200        MOVE WS-HCP-EFFECTIVE(WS-HCP-IDX) TO WS-BEST-EFFECTIVE
004470     IF AL-LOG-DATE < WS-START-DATE
004480        OR AL-LOG-DATE > WS-END-DATE
004490        OR AL-ERROR-CODE NOT = ZERO
004495        OR AL-PLAYOFF-GAME
004500        GO TO 3100-EXIT
004510     END-IF
004511     IF NOT WS-ALL-LEAGUES
004512        AND AL-LEAGUE-CODE NOT = WS-LEAGUE-CODE
004513        GO TO 3100-EXIT
004514     END-IF
004520     PERFORM 3200-FIND-CATEGORY
004530     IF WS-CATEGORY-SUB = ZERO
004540        GO TO 3100-EXIT
004550     END-IF
004560     MOVE AL-PLAYER-ID TO WS-SUMMARY-PLAYER-ID
004565     MOVE AL-LEAGUE-CODE TO WS-SUMMARY-LEAGUE-CODE
004570     PERFORM 5000-FIND-OR-ADD-PLAYER
004580     ADD 1 TO WS-SUM-CAT-CLAIMS(WS-SUM-IDX, WS-CATEGORY-SUB)
004590     ADD AL-SCORE TO
005570     END-READ
005580     IF MR-DECIDED-DATE < WS-START-DATE
005590        OR MR-DECIDED-DATE > WS-END-DATE
005595        OR MR-PLAYOFF-MATCH
005600        GO TO 4300-EXIT
005610     END-IF
005620     IF NOT WS-ALL-LEAGUES
005630        AND MR-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005640        GO TO 4300-EXIT
005650     END-IF
005655     MOVE MR-LEAGUE-CODE TO WS-SUMMARY-LEAGUE-CODE
005660     IF MR-SEAT-COUNT >= 1 AND MR-SEAT-COUNT <= 4
005670        PERFORM 4500-FOLD-ONE-SEAT THRU 4500-EXIT
005680            VARYING WS-SEAT-SUB FROM 1 BY 1
006170     .
006320*****************************************************************
006330*    5000-FIND-OR-ADD-PLAYER
006340*        Leave WS-SUM-IDX on the player's summary row for the
006350*        league, adding a zeroed row the first time the player
006355*        is seen in that league.
006360*****************************************************************
006370 5000-FIND-OR-ADD-PLAYER.
006380     IF WS-SUMMARY-COUNT > 0
006410           AT END PERFORM 5100-ADD-PLAYER
006420           WHEN WS-SUM-PLAYER-ID(WS-SUM-IDX) =
006430                WS-SUMMARY-PLAYER-ID
006435            AND WS-SUM-LEAGUE-CODE(WS-SUM-IDX) =
006437                WS-SUMMARY-LEAGUE-CODE
006440                CONTINUE
006450        END-SEARCH
006460     ELSE
006580     ADD 1 TO WS-SUMMARY-COUNT
006590     SET WS-SUM-IDX TO WS-SUMMARY-COUNT
006600     MOVE WS-SUMMARY-PLAYER-ID TO WS-SUM-PLAYER-ID(WS-SUM-IDX)
006605     MOVE WS-SUMMARY-LEAGUE-CODE
006607         TO WS-SUM-LEAGUE-CODE(WS-SUM-IDX)
006610     MOVE 0 TO WS-SUM-GAMES(WS-SUM-IDX)
006620     MOVE 0 TO WS-SUM-POINTS(WS-SUM-IDX)
006630     MOVE 0 TO WS-SUM-ADJ-POINTS(WS-SUM-IDX)
007010     MOVE WS-SUM-MATCH-POINTS(WS-SUM-IDX) TO NS-MATCH-POINTS
007015     MOVE WS-SUM-FORFEITS(WS-SUM-IDX)     TO NS-MATCH-FORFEITS
007020     MOVE WS-SUM-YACHTS(WS-SUM-IDX)       TO NS-YACHTS-ROLLED
007025     MOVE WS-SUM-LEAGUE-CODE(WS-SUM-IDX)  TO NS-LEAGUE-CODE
007030     PERFORM 7200-FILE-ONE-CATEGORY
007040         VARYING WS-CAT-SUB FROM 1 BY 1
007050         UNTIL WS-CAT-SUB > 12
007460 9000-TERMINATE.
007470     CLOSE NEW-SUMMARY-FILE
007480     CLOSE UPDATE-REPORT
007481     MOVE ZERO TO JS-RETURN-CODE
007482     PERFORM 9900-END-JOB-STEP
007483     .
007484*****************************************************************
007485*    9900-END-JOB-STEP
007486*        Log the end of the step with its return code and its
007487*        key record counts.
007488*****************************************************************
007489 9900-END-JOB-STEP.
007490     MOVE "E" TO JS-REQUEST
007491     MOVE WS-GAMES-FOLDED TO JS-INPUT-COUNT
007492     MOVE WS-ROWS-WRITTEN TO JS-OUTPUT-COUNT
007493     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
007494     .
007500*****************************************************************
007510*    9999-ABEND
007520*****************************************************************
007530 9999-ABEND.
007540     CLOSE NEW-SUMMARY-FILE
007550     CLOSE UPDATE-REPORT
007552     MOVE 16 TO JS-RETURN-CODE
007554     PERFORM 9900-END-JOB-STEP
007560     MOVE 16 TO RETURN-CODE
007570     STOP RUN
007580     .
