000160*                    HANDICAP file so a recalculation never
000170*                    rewrites the handicap earlier nights were
000180*                    played under.
000181*    2026-10-15  DH  Leave playoff games out of the trailing
000182*                    games - the charter keeps the playoffs off
000183*                    the handicaps.
000184*    2026-10-15  DH  Work handicaps per league - a player's
000185*                    trailing games are kept per league played,
000186*                    each row written carries its league, and a
000187*                    LEAGCODE run recalculates one league only.
000188*    2026-10-15  DH  Log the run's start and end on the nightly
000189*                    JOB-STEP-LOG through JOBSTEP, for the night
000190*                    given as STEPNGT, with the game totals read
000191*                    and handicaps written.  The run is refused
000192*                    unless SUMUPD ended clean for the night,
000193*                    short of the STEPOVR override.
000194*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000590*****************************************************************
000600 77  WS-SCRATCH-FIGURE         PIC 9(03) VALUE ZERO.
000610 77  WS-EFFECTIVE-DATE         PIC 9(08) VALUE ZERO.
000611*****************************************************************
000612*    LEAGUE BEING RECALCULATED, SUPPLIED THROUGH THE ENVIRONMENT -
000613*    SPACES RECALCULATES EVERY LEAGUE ON THE FILE.
000614*****************************************************************
000615 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000616     88 WS-ALL-LEAGUES              VALUE SPACES.
000620*****************************************************************
000630*    EACH PLAYER'S TRAILING GAMES - THE LAST TEN TOTALS SEEN ON
000640*    THE FILE, KEPT IN A ROUND-ROBIN OF TEN SLOTS PER PLAYER
000641*    PER LEAGUE.
000650*    THE FILE IS APPENDED NIGHT BY NIGHT, SO LATER RECORDS ARE
000660*    LATER GAMES AND THE SLOTS END UP HOLDING THE MOST RECENT.
000670*****************************************************************
000680 77  WS-PLAYER-COUNT           PIC 9(05) COMP VALUE ZERO.
000682 77  WS-GAMES-READ             PIC 9(09) COMP VALUE ZERO.
000684 77  WS-HANDICAPS-WRITTEN      PIC 9(05) COMP VALUE ZERO.
000690 01  WS-TRAILING-TABLE.
000700     05 WS-TRAILING-ENTRY OCCURS 1 TO 200 TIMES
000710           DEPENDING ON WS-PLAYER-COUNT
000720           INDEXED BY WS-TRL-IDX.
000730        10 WS-TRL-PLAYER-ID    PIC X(10).
000735        10 WS-TRL-LEAGUE-CODE  PIC X(02).
000740        10 WS-TRL-GAME-COUNT   PIC 9(05).
000750        10 WS-TRL-NEXT-SLOT    PIC 9(02).
000760        10 WS-TRL-TOTAL        PIC 999 OCCURS 10 TIMES.
000800 77  WS-AVERAGE                PIC 9(03)V99 VALUE ZERO.
000810 77  WS-HANDICAP               PIC 9(03) VALUE ZERO.
000820 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
000825 77  WS-LOOKUP-LEAGUE-CODE     PIC X(02) VALUE SPACES.
000830*****************************************************************
000840*    REPORT LINE WORK AREAS
000850*****************************************************************
000910     05 WS-H2-SCRATCH          PIC ZZ9.
000920     05 FILLER                 PIC X(12) VALUE "  EFFECTIVE ".
000930     05 WS-H2-EFFECTIVE        PIC 9(08).
000932     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
000934     05 WS-H2-LEAGUE           PIC X(03).
000940 01  WS-HEADING-LINE-3.
000950     05 FILLER                 PIC X(12) VALUE "PLAYER".
000960     05 FILLER                 PIC X(07) VALUE "GAMES  ".
000970     05 FILLER                 PIC X(09) VALUE "AVERAGE  ".
000980     05 FILLER                 PIC X(10) VALUE "HANDICAP  ".
000985     05 FILLER                 PIC X(06) VALUE "LEAGUE".
000990 01  WS-DETAIL-LINE.
001000     05 WS-DL-PLAYER-ID        PIC X(10).
001010     05 FILLER                 PIC X(02) VALUE SPACES.
001040     05 WS-DL-AVERAGE          PIC ZZ9.
001050     05 FILLER                 PIC X(06) VALUE SPACES.
001060     05 WS-DL-HANDICAP         PIC ZZ9.
001061     05 FILLER                 PIC X(07) VALUE SPACES.
001062     05 WS-DL-LEAGUE           PIC X(02).
001063*****************************************************************
001064*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
001065*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
001066*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
001067*****************************************************************
001068     COPY JOBSTPL.
001070 PROCEDURE DIVISION.
001080*****************************************************************
001090*    0000-MAINLINE
001280     IF WS-EFFECTIVE-DATE = ZERO
001290        ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD
001300     END-IF
001302     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001304     PERFORM 1950-START-JOB-STEP
001310     OPEN INPUT GAME-TOTALS-FILE
001320     IF NOT WS-GAME-TOTALS-OK
001330        DISPLAY "HCAPCALC - CANNOT OPEN GAME-TOTALS-FILE "
001520     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
001530     MOVE WS-SCRATCH-FIGURE TO WS-H2-SCRATCH
001540     MOVE WS-EFFECTIVE-DATE TO WS-H2-EFFECTIVE
001545     IF WS-ALL-LEAGUES
001546        MOVE "ALL"          TO WS-H2-LEAGUE
001547     ELSE
001548        MOVE WS-LEAGUE-CODE TO WS-H2-LEAGUE
001549     END-IF
001550     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
001560     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-3
001570     PERFORM 1100-READ-GAME-TOTAL
001620 1100-READ-GAME-TOTAL.
001630     READ GAME-TOTALS-FILE
001640         AT END MOVE "Y" TO WS-EOF-SWITCH
001645         NOT AT END ADD 1 TO WS-GAMES-READ
001650     END-READ
001651     .
001652*****************************************************************
001653*    1950-START-JOB-STEP
001654*        Log the start of the step on the JOB-STEP-LOG before
001655*        any output is opened.
001656*        HCAPCALC has no night of its own - JOBSTEP takes it
001657*        from STEPNGT.  SUMUPD must have ended clean for it.
001658*****************************************************************
001659 1950-START-JOB-STEP.
001660     MOVE "S"             TO JS-REQUEST
001661     MOVE "HCAPCALC"      TO JS-PROGRAM-ID
001662     MOVE ZERO            TO JS-NIGHT-DATE
001663     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
001664     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
001665     IF JS-STEP-REFUSED
001666        DISPLAY "HCAPCALC - STEP REFUSED - " JS-REFUSAL-MESSAGE
001667        GO TO 9999-ABEND
001668     END-IF
001669     .
001670*****************************************************************
001680*    2000-COLLECT-ONE-GAME
001690*        File one game total into its player's round-robin of
001700*        trailing slots, then read ahead.  A playoff game does
001705*        not count toward a handicap and is passed over, as is
001706*        a game from a league other than the one being run.
001710*****************************************************************
001720 2000-COLLECT-ONE-GAME.
001722     IF GT-PLAYOFF-GAME
001724        GO TO 2000-NEXT
001726     END-IF
001727     IF NOT WS-ALL-LEAGUES AND GT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
001728        GO TO 2000-NEXT
001729     END-IF
001730     MOVE GT-PLAYER-ID   TO WS-LOOKUP-PLAYER-ID
001735     MOVE GT-LEAGUE-CODE TO WS-LOOKUP-LEAGUE-CODE
001740     PERFORM 2100-FIND-OR-ADD-PLAYER
001750     ADD 1 TO WS-TRL-GAME-COUNT(WS-TRL-IDX)
001760     MOVE WS-TRL-NEXT-SLOT(WS-TRL-IDX) TO WS-SLOT-SUB
001820        ADD 1 TO WS-SLOT-SUB
001830        MOVE WS-SLOT-SUB TO WS-TRL-NEXT-SLOT(WS-TRL-IDX)
001840     END-IF
001845     .
001847 2000-NEXT.
001850     PERFORM 1100-READ-GAME-TOTAL
001860     .
001870 2000-EXIT.
001970           AT END PERFORM 2150-ADD-PLAYER
001980           WHEN WS-TRL-PLAYER-ID(WS-TRL-IDX) =
001990                WS-LOOKUP-PLAYER-ID
001995            AND WS-TRL-LEAGUE-CODE(WS-TRL-IDX) =
001996                WS-LOOKUP-LEAGUE-CODE
002000                CONTINUE
002010        END-SEARCH
002020     ELSE
002140     ADD 1 TO WS-PLAYER-COUNT
002150     SET WS-TRL-IDX TO WS-PLAYER-COUNT
002160     MOVE WS-LOOKUP-PLAYER-ID TO WS-TRL-PLAYER-ID(WS-TRL-IDX)
002165     MOVE WS-LOOKUP-LEAGUE-CODE
002166         TO WS-TRL-LEAGUE-CODE(WS-TRL-IDX)
002170     MOVE 0 TO WS-TRL-GAME-COUNT(WS-TRL-IDX)
002180     MOVE 1 TO WS-TRL-NEXT-SLOT(WS-TRL-IDX)
002190     MOVE 0 TO WS-SLOT-SUB
002830     MOVE WS-EFFECTIVE-DATE            TO HC-EFFECTIVE-DATE
002840     MOVE WS-SLOTS-USED                TO HC-GAMES-USED
002850     MOVE WS-AVERAGE                   TO HC-AVERAGE
002855     MOVE WS-TRL-LEAGUE-CODE(WS-TRL-IDX) TO HC-LEAGUE-CODE
002860     WRITE HC-HANDICAP-RECORD
002870     IF NOT WS-HANDICAP-OK
002880        DISPLAY "HCAPCALC - ERROR WRITING HANDICAP-FILE "
002890            WS-HANDICAP-STATUS
002900        GO TO 9999-ABEND
002910     END-IF
002915     ADD 1 TO WS-HANDICAPS-WRITTEN
002920     MOVE WS-TRL-PLAYER-ID(WS-TRL-IDX) TO WS-DL-PLAYER-ID
002930     MOVE WS-SLOTS-USED                TO WS-DL-GAMES
002940     MOVE WS-AVERAGE                   TO WS-DL-AVERAGE
002950     MOVE WS-HANDICAP                  TO WS-DL-HANDICAP
002955     MOVE WS-TRL-LEAGUE-CODE(WS-TRL-IDX) TO WS-DL-LEAGUE
002960     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
002970     .
002980*****************************************************************
003020     CLOSE GAME-TOTALS-FILE
003030     CLOSE HANDICAP-FILE
003040     CLOSE HANDICAP-REPORT
003041     MOVE ZERO TO JS-RETURN-CODE
003042     PERFORM 9900-END-JOB-STEP
003043     .
003044*****************************************************************
003045*    9900-END-JOB-STEP
003046*        Log the end of the step with its return code and its
003047*        key record counts.
003048*****************************************************************
003049 9900-END-JOB-STEP.
003050     MOVE "E" TO JS-REQUEST
003051     MOVE WS-GAMES-READ        TO JS-INPUT-COUNT
003052     MOVE WS-HANDICAPS-WRITTEN TO JS-OUTPUT-COUNT
003053     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
003054     .
003060*****************************************************************
003070*    9999-ABEND
003080*****************************************************************
003100     CLOSE GAME-TOTALS-FILE
003110     CLOSE HANDICAP-FILE
003120     CLOSE HANDICAP-REPORT
003122     MOVE 16 TO JS-RETURN-CODE
003124     PERFORM 9900-END-JOB-STEP
003130     MOVE 16 TO RETURN-CODE
003140     STOP RUN
003150     .
