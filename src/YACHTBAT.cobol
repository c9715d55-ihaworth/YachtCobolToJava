000199*                    used to truncate the results file and empty
000199*                    the open-games carry-forward on its way to
000199*                    the abend.
000200*    2026-10-15  DH  Carry the round's roll detail from the
000201*                    scorecard onto the audit-log record.  The
000202*                    final roll in SC-DICE is still the one
000203*                    scored.
000204*    2026-10-15  DH  Carry the scorecard's league code onto the
000205*                    game totals, scoresheet, audit log, open
000206*                    games and checkpoint.  A run for one league
000207*                    (LEAGCODE) passes over the other leagues'
000208*                    claims, and the night is stamped on the
000209*                    RUN-CONTROL file per league - a night
000210*                    scored for one league, or for all of them,
000211*                    refuses a second run that would cover it.
000212*    2026-10-15  DH  Score only a night on the league calendar
000213*                    as a league night - scheduled, or the makeup
000214*                    night of one rescheduled.  The night is
000215*                    checked ahead of the RUN-CONTROL guard, and
000216*                    the YACHTOVR override does not cover it.
000217*    2026-10-15  DH  Log the run's start and end on the nightly
000218*                    JOB-STEP-LOG through JOBSTEP, the end entry
000219*                    carrying the claims read for the league and
000220*                    the regular-season game totals written - the
000221*                    count NIGHTPTS and SUMUPD take in.  The start
000222*                    is logged before the RUN-CONTROL file is
000223*                    touched, and the games-written count rides
000224*                    on the checkpoint so a restart reports the
000225*                    night's whole count.
000226*****************************************************************
000227 ENVIRONMENT DIVISION.
000228 CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PLAYER-SCORECARD-FILE ASSIGN TO SCORECRD
000339     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000339        ORGANIZATION IS SEQUENTIAL
000339         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000340     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000342        ORGANIZATION IS SEQUENTIAL
000344         FILE STATUS IS WS-CALENDAR-STATUS.
000346 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PLAYER-SCORECARD-FILE
000370     RECORDING MODE IS F.
000449     COPY PLAYMST.
000449 FD  OPEN-GAMES-IN-FILE
000449    RECORDING MODE IS F.
000449 01  OI-OPEN-GAME-RECORD       PIC X(64).
000449 FD  OPEN-GAMES-OUT-FILE
000449    RECORDING MODE IS F.
000449 01  OO-OPEN-GAME-RECORD       PIC X(64).
000449 FD  OPEN-GAMES-REPORT.
000449 01  OR-REPORT-LINE            PIC X(60).
000449 FD  RUN-CONTROL-FILE
000449    RECORDING MODE IS F.
000449     COPY RUNCTL.
000450 FD  LEAGUE-CALENDAR-FILE
000452    RECORDING MODE IS F.
000454     COPY LEAGCAL.
000456 WORKING-STORAGE SECTION.
000460*****************************************************************
000470*    FILE STATUS SWITCHES
000480*****************************************************************
000559     88 WS-OPEN-REPORT-OK            VALUE "00".
000559 77  WS-RUN-CONTROL-STATUS     PIC X(02) VALUE SPACES.
000559     88 WS-RUN-CONTROL-OK            VALUE "00".
000560 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
000562     88 WS-CALENDAR-OK               VALUE "00".
000564*****************************************************************
000570*    END-OF-FILE SWITCH
000580*****************************************************************
000590 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000631           15 WS-OPN-PLAYER-ID PIC X(10).
000632           15 WS-OPN-GAME-ID   PIC X(08).
000633           15 FILLER           PIC X(44).
000634           15 WS-OPN-LEAGUE-CODE PIC X(02).
000635        10 WS-OPN-STATE        PIC X(01).
000636           88 WS-OPN-RELOADED       VALUE "R".
000637 COPY OPENGAME.
000638 77  WS-OPEN-EOF-SWITCH        PIC X(01) VALUE "N".
000639     88 WS-END-OF-OPEN-GAMES        VALUE "Y".
000640 77  WS-CLAIMED-COUNT          PIC 9(02) COMP VALUE ZERO.
000641 77  WS-GAMES-HELD-OPEN        PIC 9(05) COMP VALUE ZERO.
000642 01  WS-OPEN-HEADING-LINE.
000643     05 FILLER                 PIC X(32) VALUE
000644         "GAMES STILL OPEN - OWED ROUNDS".
000645 01  WS-OPEN-DETAIL-LINE.
000646     05 WS-OD-PLAYER-ID        PIC X(10).
000647     05 FILLER                 PIC X(02) VALUE SPACES.
000648     05 WS-OD-GAME-ID          PIC X(08).
000649     05 FILLER                 PIC X(02) VALUE SPACES.
000650     05 WS-OD-GAME-DATE        PIC 9(08).
000651     05 FILLER                 PIC X(02) VALUE SPACES.
000652     05 WS-OD-CLAIMED          PIC Z9.
000653     05 FILLER                 PIC X(16) VALUE
000654         " OF 12 CLAIMED".
000655 01  WS-OPEN-COUNT-LINE.
000656     05 FILLER                 PIC X(18) VALUE "GAMES STILL OPEN".
000657     05 WS-OC-COUNT            PIC ZZZZ9.
000658*****************************************************************
000659*    FIELDS PASSED TO/FROM THE YACHT SCORING PROGRAM
000660*****************************************************************
000661 01  WS-YACHT-LINKAGE.
000662     05 WS-DICE                PIC 9(05).
000663     05 WS-CATEGORY            PIC X(15).
000670     05 WS-RESULT              PIC 99.
000680     05 WS-ERROR-CODE          PIC 9(02).
000682     05 WS-RULE-VARIANT        PIC X(01).
000750     05 WS-CURRENT-PLAYER-ID   PIC X(10).
000760     05 WS-CURRENT-GAME-ID     PIC X(08).
000770     05 WS-CURRENT-GAME-DATE   PIC 9(08).
000771     05 WS-CURRENT-LEAGUE-CODE PIC X(02).
000775*    GAMECAT DEFINES ITS OWN 01-LEVEL RECORDS (GC-GAME-CATEGORIES/
000776*    GC-GAME-TOTALS) - IT IS NOT PART OF WS-CURRENT-SCORECARD.
000780 COPY GAMECAT.
000805     05 WS-CLAIMED-CHOICE            PIC X(01) VALUE "N".
000805 77  WS-DUPLICATE-SWITCH       PIC X(01) VALUE "N".
000805     88 WS-DUPLICATE-CLAIM          VALUE "Y".
000806*****************************************************************
000807*    CHECKPOINT/RESTART CONTROLS - WS-RESTART-FLAG IS SET
000808*    THROUGH THE ENVIRONMENT THE SAME WAY THE FILE ASSIGNS ARE,
000809*    SO A RESTARTED RUN OF THE JOB IS ASKED FOR THE SAME WAY.
000810*****************************************************************
000811 77  WS-RESTART-FLAG           PIC X(01) VALUE "N".
000812     88 WS-RESTART-RUN              VALUE "Y".
000813*****************************************************************
000814*    RUN-CONTROL GUARD - EVERY NIGHT EVER SCORED, LOADED FROM
000815*    THE RUN-CONTROL FILE AT START-UP.  THE NIGHT BEING SCORED
000816*    COMES THROUGH THE ENVIRONMENT AS YACHTNGT, FALLING BACK TO
000817*    THE GAME DATE ON THE FIRST CLAIM READ, AND IS STAMPED ONTO
000818*    THE FILE AT START AND CLOSE OF RUN.  A NIGHT ALREADY
000819*    MARKED COMPLETE REFUSES TO SCORE AGAIN UNLESS THE OPERATOR
000820*    SUPPLIES THE YACHTOVR OVERRIDE.  EACH NIGHT IS STAMPED PER
000821*    LEAGUE, SPACES BEING A RUN MADE FOR EVERY LEAGUE AT ONCE.
000822*****************************************************************
000823 77  WS-NIGHT-DATE             PIC 9(08) VALUE ZERO.
000824 77  WS-OVERRIDE-FLAG          PIC X(01) VALUE "N".
000825     88 WS-OPERATOR-OVERRIDE        VALUE "Y".
000826 77  WS-RUN-EOF-SWITCH         PIC X(01) VALUE "N".
000827     88 WS-END-OF-RUN-CONTROL       VALUE "Y".
000828 77  WS-RUN-NIGHT-COUNT        PIC 9(03) COMP VALUE ZERO.
000829 77  WS-RUN-SUB                PIC 9(03) COMP VALUE ZERO.
000830 77  WS-NIGHT-SUB              PIC 9(03) COMP VALUE ZERO.
000831 01  WS-RUN-CONTROL-TABLE.
000832     05 WS-RUN-NIGHT-ENTRY OCCURS 100 TIMES.
000833        10 WS-RUN-NIGHT-DATE   PIC 9(08).
000834        10 WS-RUN-RECORD-COUNT PIC 9(09).
000835        10 WS-RUN-COMPLETE     PIC X(01).
000836        10 WS-RUN-VERDICT      PIC X(01).
000837        10 WS-RUN-LEAGUE-CODE  PIC X(02).
000838 77  WS-SCORED-SWITCH          PIC X(01) VALUE "N".
000839     88 WS-NIGHT-ALREADY-SCORED     VALUE "Y".
000840*****************************************************************
000841*    LEAGUE CALENDAR GUARD - THE NIGHT MUST BE A LEAGUE NIGHT ON
000842*    THE CALENDAR OF THE LEAGUE BEING SCORED, OR OF ANY LEAGUE
000843*    WHEN EVERY LEAGUE IS BEING SCORED.
000844*****************************************************************
000845 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000846     88 WS-END-OF-CALENDAR          VALUE "Y".
000847 77  WS-LEAGUE-NIGHT-SWITCH    PIC X(01) VALUE "N".
000848     88 WS-LEAGUE-NIGHT-FOUND       VALUE "Y".
000849*****************************************************************
000850*    LEAGUE BEING SCORED, SUPPLIED THROUGH THE ENVIRONMENT THE
000851*    SAME WAY THE FILE ASSIGNS ARE - SPACES SCORES EVERY LEAGUE
000852*    ON THE NIGHT'S FILE.  CLAIMS FOR ANY OTHER LEAGUE ARE READ
000853*    PAST AND COUNTED, BUT NOT SCORED.
000854*****************************************************************
000855 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000856     88 WS-ALL-LEAGUES              VALUE SPACES.
000857 77  WS-OTHER-LEAGUE-COUNT     PIC 9(09) COMP VALUE ZERO.
000858 77  WS-ANY-RECORD-PROCESSED   PIC X(01) VALUE "N".
000859     88 WS-RECORD-WAS-PROCESSED     VALUE "Y".
000860 77  WS-SKIP-SWITCH            PIC X(01) VALUE "N".
000861     88 WS-SKIPPING-TO-CHKPT        VALUE "Y".
000862 77  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
000863 77  WS-RESTART-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
000864 77  WS-GAMES-WRITTEN          PIC 9(09) COMP VALUE ZERO.
000865*****************************************************************
000866*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
000867*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
000868*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
000869*****************************************************************
000870     COPY JOBSTPL.
000871 PROCEDURE DIVISION.
000872*****************************************************************
000873*    0000-MAINLINE
000874*****************************************************************
000875 0000-MAINLINE.
000876     PERFORM 1000-INITIALIZE
000877     PERFORM 2000-PROCESS-SCORECARD THRU 2000-EXIT
000880         UNTIL WS-END-OF-SCORECARD-FILE
000890     PERFORM 9000-TERMINATE
000900     STOP RUN
001012*    ARE STILL UNTOUCHED ON DISK.
001012     ACCEPT WS-NIGHT-DATE FROM ENVIRONMENT "YACHTNGT"
001012     ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "YACHTOVR"
001012     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001012     PERFORM 1100-READ-SCORECARD
001012     IF WS-NIGHT-DATE = ZERO
001012        AND NOT WS-END-OF-SCORECARD-FILE
001012        MOVE SC-GAME-DATE TO WS-NIGHT-DATE
001012     END-IF
001012     PERFORM 1950-START-JOB-STEP
001012     PERFORM 1600-LOAD-RUN-CONTROL
001012     IF WS-NIGHT-DATE NOT = ZERO
001012        PERFORM 1900-CHECK-LEAGUE-NIGHT
001012        PERFORM 1700-CHECK-NIGHT-STATUS
001012        PERFORM 1800-WRITE-RUN-CONTROL
001012     END-IF
001185     IF NOT WS-STRICT-RULES AND NOT WS-HOUSE-RULES
001186        MOVE "S" TO WS-RULE-VARIANT
001187     END-IF
001188     IF WS-SKIPPING-TO-CHKPT
001189        PERFORM 1150-SKIP-TO-CHECKPOINT THRU 1150-EXIT
001190           UNTIL NOT WS-SKIPPING-TO-CHKPT
001191              OR WS-END-OF-SCORECARD-FILE
001192     END-IF
001193     .
001194*****************************************************************
001200*    1100-READ-SCORECARD
001201*        Every record read counts toward the checkpoint, since a
001202*        restart repositions by reading through the file again;
001203*        a claim for a league other than the one being scored is
001204*        counted aside and read past.
001205*****************************************************************
001206 1100-READ-SCORECARD.
001207     READ PLAYER-SCORECARD-FILE
001208         AT END MOVE "Y" TO WS-EOF-SWITCH
001209         NOT AT END ADD 1 TO WS-RECORDS-READ
001210     END-READ
001211     IF NOT WS-END-OF-SCORECARD-FILE
001212        AND NOT WS-ALL-LEAGUES
001213        AND SC-LEAGUE-CODE NOT = WS-LEAGUE-CODE
001214        ADD 1 TO WS-OTHER-LEAGUE-COUNT
001215        GO TO 1100-READ-SCORECARD
001216     END-IF
001217     .
001218*****************************************************************
001219*    1120-READ-CHECKPOINT
001220*        A restart run reads the last checkpoint written by the
001221*        prior attempt and skips back over that many scorecard
001222*        records rather than rescoring them.  A sequential file
001223*        has no other way to reposition than reading through it.
001224*****************************************************************
001225 1120-READ-CHECKPOINT.
001226     OPEN INPUT CHECKPOINT-FILE
001227     IF WS-CHECKPOINT-OK
001228        READ CHECKPOINT-FILE
001229           AT END CONTINUE
001230           NOT AT END
001231              MOVE CK-RECORDS-PROCESSED TO WS-RESTART-RECORD-COUNT
001232              MOVE CK-GAMES-WRITTEN TO WS-GAMES-WRITTEN
001233              IF WS-RESTART-RECORD-COUNT > 0
001234                 MOVE "Y" TO WS-SKIP-SWITCH
001235              END-IF
001236              PERFORM 1130-RESTORE-SCORECARD
001237        END-READ
001238        CLOSE CHECKPOINT-FILE
001239     END-IF
001240     .
001241*****************************************************************
001242*    1130-RESTORE-SCORECARD
001243*        Put back the scorecard that was being built up when the
001244*        checkpoint was taken, so a restart mid-game does not lose
001245*        the categories already claimed before the checkpoint.
001246*****************************************************************
001247 1130-RESTORE-SCORECARD.
001248     MOVE CK-GAME-IN-PROGRESS  TO WS-GAME-IN-PROGRESS
001249     MOVE CK-CURRENT-PLAYER-ID TO WS-CURRENT-PLAYER-ID
001250     MOVE CK-CURRENT-GAME-ID   TO WS-CURRENT-GAME-ID
001251     MOVE CK-CURRENT-GAME-DATE TO WS-CURRENT-GAME-DATE
001252     MOVE CK-CURRENT-LEAGUE-CODE TO WS-CURRENT-LEAGUE-CODE
001253     MOVE CK-YACHT             TO GC-YACHT
001254     MOVE CK-ONES              TO GC-ONES
001255     MOVE CK-TWOS              TO GC-TWOS
001256     MOVE CK-THREES            TO GC-THREES
001257     MOVE CK-FOURS             TO GC-FOURS
001258     MOVE CK-FIVES             TO GC-FIVES
001259     MOVE CK-SIXES             TO GC-SIXES
001260     MOVE CK-FULL-HOUSE        TO GC-FULL-HOUSE
001261     MOVE CK-FOUR-OF-A-KIND    TO GC-FOUR-OF-A-KIND
001262     MOVE CK-LITTLE-STRAIGHT   TO GC-LITTLE-STRAIGHT
001263     MOVE CK-BIG-STRAIGHT      TO GC-BIG-STRAIGHT
001264     MOVE CK-CHOICE            TO GC-CHOICE
001265     MOVE CK-CLAIMED-YACHT             TO WS-CLAIMED-YACHT
001266     MOVE CK-CLAIMED-ONES              TO WS-CLAIMED-ONES
001267     MOVE CK-CLAIMED-TWOS              TO WS-CLAIMED-TWOS
001268     MOVE CK-CLAIMED-THREES            TO WS-CLAIMED-THREES
001269     MOVE CK-CLAIMED-FOURS             TO WS-CLAIMED-FOURS
001270     MOVE CK-CLAIMED-FIVES             TO WS-CLAIMED-FIVES
001271     MOVE CK-CLAIMED-SIXES             TO WS-CLAIMED-SIXES
001272     MOVE CK-CLAIMED-FULL-HOUSE        TO WS-CLAIMED-FULL-HOUSE
001273     MOVE CK-CLAIMED-FOUR-OF-A-KIND  TO WS-CLAIMED-FOUR-OF-A-KIND
001274     MOVE CK-CLAIMED-LITTLE-STRAIGHT TO WS-CLAIMED-LITTLE-STRAIGHT
001275     MOVE CK-CLAIMED-BIG-STRAIGHT      TO WS-CLAIMED-BIG-STRAIGHT
001276     MOVE CK-CLAIMED-CHOICE            TO WS-CLAIMED-CHOICE
001277     .
001282*****************************************************************
001283*    1150-SKIP-TO-CHECKPOINT
001284*        Discard scorecard records already scored on the prior
001298           AT END CONTINUE
001298           WHEN WS-OPN-PLAYER-ID(WS-OPN-IDX) = SC-PLAYER-ID
001298                AND WS-OPN-GAME-ID(WS-OPN-IDX) = SC-GAME-ID
001298                AND WS-OPN-LEAGUE-CODE(WS-OPN-IDX) =
001298                    SC-LEAGUE-CODE
001298                MOVE "R" TO WS-OPN-STATE(WS-OPN-IDX)
001298        END-SEARCH
001298     END-IF
001299         WS-RUN-COMPLETE(WS-RUN-NIGHT-COUNT)
001299     MOVE RC-RECON-VERDICT      TO
001299         WS-RUN-VERDICT(WS-RUN-NIGHT-COUNT)
001299     MOVE RC-LEAGUE-CODE        TO
001299         WS-RUN-LEAGUE-CODE(WS-RUN-NIGHT-COUNT)
001299     .
001299 1610-EXIT.
001299     EXIT
001299*        re-run from the top would append every claim to the
001299*        season files a second time.  A fresh start stamps the
001299*        night incomplete; a checkpoint restart leaves the
001299*        earlier stamp standing.  A run for one league is
001299*        refused by that league's stamp or by an all-league
001299*        stamp for the night; an all-league run is refused by
001299*        any stamp for the night.
001299*****************************************************************
001299 1700-CHECK-NIGHT-STATUS.
001299     PERFORM 1750-FIND-OR-ADD-NIGHT
001299     MOVE "N" TO WS-SCORED-SWITCH
001299     PERFORM 1720-CHECK-ONE-STAMP
001299         VARYING WS-RUN-SUB FROM 1 BY 1
001299         UNTIL WS-RUN-SUB > WS-RUN-NIGHT-COUNT
001299     IF WS-NIGHT-ALREADY-SCORED
001299        AND NOT WS-OPERATOR-OVERRIDE
001299        DISPLAY "YACHTBAT - NIGHT " WS-NIGHT-DATE
001299            " LEAGUE " WS-LEAGUE-CODE
001299            " ALREADY SCORED - SET YACHTOVR=Y TO OVERRIDE"
001299        GO TO 9999-ABEND
001299     END-IF
001299     END-IF
001299     .
001299*****************************************************************
001299*    1720-CHECK-ONE-STAMP
001299*****************************************************************
001299 1720-CHECK-ONE-STAMP.
001299     IF WS-RUN-NIGHT-DATE(WS-RUN-SUB) = WS-NIGHT-DATE
001299        AND WS-RUN-COMPLETE(WS-RUN-SUB) = "Y"
001299        IF WS-ALL-LEAGUES
001299           OR WS-RUN-LEAGUE-CODE(WS-RUN-SUB) = WS-LEAGUE-CODE
001299           OR WS-RUN-LEAGUE-CODE(WS-RUN-SUB) = SPACES
001299           MOVE "Y" TO WS-SCORED-SWITCH
001299        END-IF
001299     END-IF
001299     .
001299*****************************************************************
001299*    1750-FIND-OR-ADD-NIGHT
001299*        Leave WS-NIGHT-SUB on the run-control row for the night
001299*        and league being scored, adding a fresh row for one not
001299*        yet on the file.
001299*****************************************************************
001299 1750-FIND-OR-ADD-NIGHT.
001299     MOVE ZERO TO WS-NIGHT-SUB
001299        ADD 1 TO WS-RUN-NIGHT-COUNT
001299        MOVE WS-RUN-NIGHT-COUNT TO WS-NIGHT-SUB
001299        MOVE WS-NIGHT-DATE TO WS-RUN-NIGHT-DATE(WS-NIGHT-SUB)
001299        MOVE WS-LEAGUE-CODE TO WS-RUN-LEAGUE-CODE(WS-NIGHT-SUB)
001299        MOVE ZERO  TO WS-RUN-RECORD-COUNT(WS-NIGHT-SUB)
001299        MOVE "N"   TO WS-RUN-COMPLETE(WS-NIGHT-SUB)
001299        MOVE SPACE TO WS-RUN-VERDICT(WS-NIGHT-SUB)
001299*****************************************************************
001299 1760-MATCH-ONE-NIGHT.
001299     IF WS-RUN-NIGHT-DATE(WS-RUN-SUB) = WS-NIGHT-DATE
001299        AND WS-RUN-LEAGUE-CODE(WS-RUN-SUB) = WS-LEAGUE-CODE
001299        MOVE WS-RUN-SUB TO WS-NIGHT-SUB
001299     END-IF
001299     .
001299         RC-INPUT-RECORD-COUNT
001299     MOVE WS-RUN-COMPLETE(WS-RUN-SUB)     TO RC-COMPLETE-FLAG
001299     MOVE WS-RUN-VERDICT(WS-RUN-SUB)      TO RC-RECON-VERDICT
001299     MOVE WS-RUN-LEAGUE-CODE(WS-RUN-SUB)  TO RC-LEAGUE-CODE
001299     WRITE RC-RUN-CONTROL-RECORD
001299     IF NOT WS-RUN-CONTROL-OK
001299        DISPLAY "YACHTBAT - ERROR WRITING RUN-CONTROL-FILE "
001299        GO TO 9999-ABEND
001299     END-IF
001299     .
001299*****************************************************************
001299*    1900-CHECK-LEAGUE-NIGHT
001299*        Refuse a night the calendar does not hold as a league
001299*        night - a mistyped YACHTNGT, or a file of claims from
001299*        a night that never happened, would otherwise be scored
001299*        into the season.  A cancelled night, or one rescheduled
001299*        away, is not a league night; the makeup night it moved
001299*        to is.
001299*****************************************************************
001299 1900-CHECK-LEAGUE-NIGHT.
001299     OPEN INPUT LEAGUE-CALENDAR-FILE
001299     IF NOT WS-CALENDAR-OK
001299        DISPLAY "YACHTBAT - CANNOT OPEN LEAGUE-CALENDAR-FILE "
001299            WS-CALENDAR-STATUS
001299        GO TO 9999-ABEND
001299     END-IF
001299     PERFORM 1910-SCAN-ONE-NIGHT THRU 1910-EXIT
001299         UNTIL WS-END-OF-CALENDAR
001299     CLOSE LEAGUE-CALENDAR-FILE
001299     IF NOT WS-LEAGUE-NIGHT-FOUND
001299        DISPLAY "YACHTBAT - NIGHT " WS-NIGHT-DATE
001299            " IS NOT A LEAGUE NIGHT ON THE CALENDAR"
001299        GO TO 9999-ABEND
001299     END-IF
001299     .
001299*****************************************************************
001299*    1910-SCAN-ONE-NIGHT
001299*****************************************************************
001299 1910-SCAN-ONE-NIGHT.
001299     READ LEAGUE-CALENDAR-FILE
001299         AT END
001299             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
001299             GO TO 1910-EXIT
001299     END-READ
001299     IF LC-NIGHT-DATE = WS-NIGHT-DATE
001299        AND LC-LEAGUE-NIGHT
001299        AND (WS-ALL-LEAGUES
001299             OR LC-LEAGUE-CODE = WS-LEAGUE-CODE)
001299        MOVE "Y" TO WS-LEAGUE-NIGHT-SWITCH
001299     END-IF
001299     .
001299 1910-EXIT.
001299     EXIT
001299     .
001299*****************************************************************
001299*    1950-START-JOB-STEP
001299*        Log the start of the step on the JOB-STEP-LOG before
001299*        the RUN-CONTROL file or any output is opened.
001299*        YACHTBAT opens the night's stream, so there is no
001299*        step that must have ended ahead of it.
001299*****************************************************************
001299 1950-START-JOB-STEP.
001299     MOVE "S"             TO JS-REQUEST
001299     MOVE "YACHTBAT"      TO JS-PROGRAM-ID
001299     MOVE WS-NIGHT-DATE   TO JS-NIGHT-DATE
001299     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
001299     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
001299     IF JS-STEP-REFUSED
001299        DISPLAY "YACHTBAT - STEP REFUSED - " JS-REFUSAL-MESSAGE
001299        GO TO 9999-ABEND
001299     END-IF
001299     .
001300*****************************************************************
001301*    2000-PROCESS-SCORECARD
001302*        Score one claim, roll it into the in-progress scorecard,
001303*        write its result, then read ahead.  Checkpointed before
001304*        moving on so a restart never re-scores a claim whose
001305*        RESULTS/AUDIT-LOG/GAME-TOTALS/SCORESHEET rows already
001306*        made it to disk.
001310*****************************************************************
001320 2000-PROCESS-SCORECARD.
001321     PERFORM 2020-CHECK-PLAYER-REGISTERED
001613     END-EVALUATE
001614     .
001615*****************************************************************
001616*    2100-CHECK-GAME-BREAK
001617*        A change of player or game ends the scorecard that was
001618*        in progress; finalize it before starting the new one.
001619*****************************************************************
001620 2100-CHECK-GAME-BREAK.
001621     IF WS-GAME-ACTIVE
001622        IF SC-PLAYER-ID NOT = WS-CURRENT-PLAYER-ID
001623           OR SC-GAME-ID NOT = WS-CURRENT-GAME-ID
001630           PERFORM 2500-FINALIZE-GAME THRU 2500-EXIT
001640        END-IF
001650     END-IF
001670        MOVE SC-PLAYER-ID  TO WS-CURRENT-PLAYER-ID
001680        MOVE SC-GAME-ID    TO WS-CURRENT-GAME-ID
001690        MOVE SC-GAME-DATE  TO WS-CURRENT-GAME-DATE
001695        MOVE SC-LEAGUE-CODE TO WS-CURRENT-LEAGUE-CODE
001700        MOVE ZERO          TO GC-GAME-CATEGORIES
001701        MOVE "N"           TO WS-CLAIMED-YACHT
001701        MOVE "N"           TO WS-CLAIMED-ONES
001744                WS-CURRENT-PLAYER-ID
001745                AND WS-OPN-GAME-ID(WS-OPN-IDX) =
001746                    WS-CURRENT-GAME-ID
001747                AND WS-OPN-LEAGUE-CODE(WS-OPN-IDX) =
001748                    WS-CURRENT-LEAGUE-CODE
001749                PERFORM 2170-RESTORE-OPEN-CARD THRU 2170-EXIT
001750        END-SEARCH
001751     END-IF
001752     .
001753*****************************************************************
001754*    2170-RESTORE-OPEN-CARD
001755*****************************************************************
001756 2170-RESTORE-OPEN-CARD.
001757     IF WS-OPN-RELOADED(WS-OPN-IDX)
001758        GO TO 2170-EXIT
001759     END-IF
001760     MOVE WS-OPN-IMAGE(WS-OPN-IDX) TO OG-OPEN-GAME-RECORD
001761     MOVE OG-YACHT             TO GC-YACHT
001762     MOVE OG-ONES              TO GC-ONES
001763     MOVE OG-TWOS              TO GC-TWOS
001764     MOVE OG-THREES            TO GC-THREES
001765     MOVE OG-FOURS             TO GC-FOURS
001766     MOVE OG-FIVES             TO GC-FIVES
001767     MOVE OG-SIXES             TO GC-SIXES
001768     MOVE OG-FULL-HOUSE        TO GC-FULL-HOUSE
001769     MOVE OG-FOUR-OF-A-KIND    TO GC-FOUR-OF-A-KIND
001770     MOVE OG-LITTLE-STRAIGHT   TO GC-LITTLE-STRAIGHT
001771     MOVE OG-BIG-STRAIGHT      TO GC-BIG-STRAIGHT
001772     MOVE OG-CHOICE            TO GC-CHOICE
001773     MOVE OG-CLAIMED-YACHT             TO WS-CLAIMED-YACHT
001774     MOVE OG-CLAIMED-ONES              TO WS-CLAIMED-ONES
001775     MOVE OG-CLAIMED-TWOS              TO WS-CLAIMED-TWOS
001776     MOVE OG-CLAIMED-THREES            TO WS-CLAIMED-THREES
001777     MOVE OG-CLAIMED-FOURS             TO WS-CLAIMED-FOURS
001778     MOVE OG-CLAIMED-FIVES             TO WS-CLAIMED-FIVES
001779     MOVE OG-CLAIMED-SIXES             TO WS-CLAIMED-SIXES
001780     MOVE OG-CLAIMED-FULL-HOUSE        TO WS-CLAIMED-FULL-HOUSE
001781     MOVE OG-CLAIMED-FOUR-OF-A-KIND
001782         TO WS-CLAIMED-FOUR-OF-A-KIND
001783     MOVE OG-CLAIMED-LITTLE-STRAIGHT
001784         TO WS-CLAIMED-LITTLE-STRAIGHT
001785     MOVE OG-CLAIMED-BIG-STRAIGHT      TO WS-CLAIMED-BIG-STRAIGHT
001786     MOVE OG-CLAIMED-CHOICE            TO WS-CLAIMED-CHOICE
001787     MOVE "R" TO WS-OPN-STATE(WS-OPN-IDX)
001788     .
001789 2170-EXIT.
001790     EXIT
001791     .
001792*****************************************************************
001793*    2200-ACCUMULATE-CATEGORY
001794*        File this round's score into the in-progress scorecard.
001795*****************************************************************
001796 2200-ACCUMULATE-CATEGORY.
001797     EVALUATE SC-CATEGORY
001800     WHEN "yacht"           MOVE WS-RESULT TO GC-YACHT
001801                            MOVE "Y" TO WS-CLAIMED-YACHT
001810     WHEN "ones"            MOVE WS-RESULT TO GC-ONES
002020     MOVE WS-CURRENT-GAME-ID   TO GT-GAME-ID
002030     MOVE WS-CURRENT-GAME-DATE TO GT-GAME-DATE
002040     MOVE GC-GAME-TOTAL        TO GT-GAME-TOTAL
002045     MOVE WS-CURRENT-LEAGUE-CODE TO GT-LEAGUE-CODE
002050     WRITE GT-GAME-TOTAL-RECORD
002060     IF NOT WS-GAME-TOTALS-OK
002070        DISPLAY "YACHTBAT - ERROR WRITING GAME-TOTALS-FILE "
002080            WS-GAME-TOTALS-STATUS
002090        GO TO 9999-ABEND
002092     END-IF
002094     IF NOT GT-PLAYOFF-GAME
002096        ADD 1 TO WS-GAMES-WRITTEN
002100     END-IF
002101     PERFORM 2550-WRITE-SCORESHEET
002102     MOVE "N" TO WS-GAME-IN-PROGRESS
002103     .
002104 2500-EXIT.
002105     EXIT
002106     .
002107*****************************************************************
002108*    2480-HOLD-OPEN-GAME
002109*        A scorecard short of its twelve categories is not
002110*        finalized - it goes to the open-games file to be
002111*        reloaded when the game resumes on a later night.  The
002112*        exceptions report of rounds still owed is built from
002113*        that file at end of run, so a restarted night reports
002114*        the holds from before the crash as well.
002115*****************************************************************
002116 2480-HOLD-OPEN-GAME.
002118     MOVE WS-CURRENT-PLAYER-ID TO OG-PLAYER-ID
002120     MOVE WS-CURRENT-GAME-ID   TO OG-GAME-ID
002122     MOVE WS-CURRENT-GAME-DATE TO OG-GAME-DATE
002124     MOVE WS-CURRENT-LEAGUE-CODE TO OG-LEAGUE-CODE
002126     MOVE GC-YACHT             TO OG-YACHT
002127     MOVE GC-ONES              TO OG-ONES
002128     MOVE GC-TWOS              TO OG-TWOS
002162        GO TO 9999-ABEND
002163     END-IF
002164     .
002165*****************************************************************
002166*    2550-WRITE-SCORESHEET
002167*****************************************************************
002168 2550-WRITE-SCORESHEET.
002169     MOVE WS-CURRENT-PLAYER-ID TO SS-PLAYER-ID
002170     MOVE WS-CURRENT-GAME-ID   TO SS-GAME-ID
002171     MOVE WS-CURRENT-GAME-DATE TO SS-GAME-DATE
002172     MOVE WS-CURRENT-LEAGUE-CODE TO SS-LEAGUE-CODE
002173     MOVE GC-YACHT             TO SS-YACHT
002174     MOVE GC-ONES              TO SS-ONES
002175     MOVE GC-TWOS              TO SS-TWOS
002176     MOVE GC-THREES            TO SS-THREES
002177     MOVE GC-FOURS             TO SS-FOURS
002178     MOVE GC-FIVES             TO SS-FIVES
002179     MOVE GC-SIXES             TO SS-SIXES
002180     MOVE GC-FULL-HOUSE        TO SS-FULL-HOUSE
002181     MOVE GC-FOUR-OF-A-KIND    TO SS-FOUR-OF-A-KIND
002182     MOVE GC-LITTLE-STRAIGHT   TO SS-LITTLE-STRAIGHT
002183     MOVE GC-BIG-STRAIGHT      TO SS-BIG-STRAIGHT
002184     MOVE GC-CHOICE            TO SS-CHOICE
002185     MOVE GC-UPPER-SUBTOTAL    TO SS-UPPER-SUBTOTAL
002186     MOVE GC-UPPER-BONUS       TO SS-UPPER-BONUS
002187     MOVE GC-GAME-TOTAL        TO SS-GAME-TOTAL
002188     WRITE SS-SCORESHEET-RECORD
002189     IF NOT WS-SCORESHEET-OK
002190        DISPLAY "YACHTBAT - ERROR WRITING SCORESHEET-FILE "
002191            WS-SCORESHEET-STATUS
002192        GO TO 9999-ABEND
002193     END-IF
002194     .
002195*****************************************************************
002196*    2600-WRITE-AUDIT-LOG
002197*        Every claim scored, win or lose, gets a dated/timed
002198*        line on the audit trail.
002199*****************************************************************
002200 2600-WRITE-AUDIT-LOG.
002201     ACCEPT AL-LOG-DATE FROM DATE YYYYMMDD
002202     ACCEPT AL-LOG-TIME FROM TIME
002203     MOVE SC-PLAYER-ID    TO AL-PLAYER-ID
002204     MOVE SC-GAME-ID      TO AL-GAME-ID
002205     MOVE SC-ROUND-NUMBER TO AL-ROUND-NUMBER
002206     MOVE SC-DICE         TO AL-DICE
002207     MOVE SC-CATEGORY     TO AL-CATEGORY
002208     MOVE SC-ROLL-DETAIL  TO AL-ROLL-DETAIL
002209     MOVE SC-LEAGUE-CODE  TO AL-LEAGUE-CODE
002210     MOVE WS-RESULT       TO AL-SCORE
002211     MOVE WS-ERROR-CODE   TO AL-ERROR-CODE
002212     WRITE AL-AUDIT-RECORD
002213     IF NOT WS-AUDIT-LOG-OK
002214        DISPLAY "YACHTBAT - ERROR WRITING AUDIT-LOG-FILE "
002215            WS-AUDIT-LOG-STATUS
002216        GO TO 9999-ABEND
002217     END-IF
002218     .
002219*****************************************************************
002220*    2900-WRITE-RESULT
002221*****************************************************************
002222 2900-WRITE-RESULT.
002223     WRITE RS-RESULT-RECORD
002224     IF NOT WS-RESULTS-OK
002225        DISPLAY "YACHTBAT - ERROR WRITING RESULTS-FILE "
002226            WS-RESULTS-STATUS
002227        GO TO 9999-ABEND
002228     END-IF
002230     .
002231*****************************************************************
002232*    2700-WRITE-CHECKPOINT
002244     MOVE WS-CURRENT-PLAYER-ID TO CK-CURRENT-PLAYER-ID
002244     MOVE WS-CURRENT-GAME-ID   TO CK-CURRENT-GAME-ID
002244     MOVE WS-CURRENT-GAME-DATE TO CK-CURRENT-GAME-DATE
002244     MOVE WS-CURRENT-LEAGUE-CODE TO CK-CURRENT-LEAGUE-CODE
002244     MOVE WS-GAMES-WRITTEN     TO CK-GAMES-WRITTEN
002244     MOVE GC-YACHT             TO CK-YACHT
002244     MOVE GC-ONES              TO CK-ONES
002244     MOVE GC-TWOS              TO CK-TWOS
002245        GO TO 9999-ABEND
002245     END-IF
002247     .
002248*****************************************************************
002250*    9000-TERMINATE
002260*        The last scorecard on the file has no following break
002270*        to finalize it, so flush it here before closing up, then
002326     END-IF
002326     IF WS-NIGHT-DATE NOT = ZERO
002326        PERFORM 1750-FIND-OR-ADD-NIGHT
002326        COMPUTE WS-RUN-RECORD-COUNT(WS-NIGHT-SUB) =
002326            WS-RECORDS-READ - WS-OTHER-LEAGUE-COUNT
002326        MOVE "Y" TO WS-RUN-COMPLETE(WS-NIGHT-SUB)
002326        PERFORM 1800-WRITE-RUN-CONTROL
002326     END-IF
002352     CLOSE CHECKPOINT-FILE
002353     CLOSE SCORESHEET-FILE
002355     CLOSE OPEN-GAMES-REPORT
002356     MOVE ZERO TO JS-RETURN-CODE
002358     PERFORM 9900-END-JOB-STEP
002360     .
002361*****************************************************************
002362*    9100-CARRY-UNTOUCHED-OPENS
002427 9250-EXIT.
002428     EXIT
002429     .
002430*****************************************************************
002431*    9900-END-JOB-STEP
002432*        Log the end of the step with its return code and its
002433*        key record counts.
002434*****************************************************************
002435 9900-END-JOB-STEP.
002436     MOVE "E" TO JS-REQUEST
002437     COMPUTE JS-INPUT-COUNT =
002438         WS-RECORDS-READ - WS-OTHER-LEAGUE-COUNT
002439     MOVE WS-GAMES-WRITTEN TO JS-OUTPUT-COUNT
002440     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
002441     .
002442*****************************************************************
002443*    9999-ABEND
002444*****************************************************************
002445 9999-ABEND.
002446     CLOSE PLAYER-SCORECARD-FILE
002447     CLOSE RESULTS-FILE
002448     CLOSE GAME-TOTALS-FILE
002449     CLOSE AUDIT-LOG-FILE
002450     CLOSE CHECKPOINT-FILE
002451     CLOSE SCORESHEET-FILE
002452     CLOSE OPEN-GAMES-OUT-FILE
002453     CLOSE OPEN-GAMES-REPORT
002454     CLOSE RUN-CONTROL-FILE
002455     MOVE 16 TO JS-RETURN-CODE
002456     PERFORM 9900-END-JOB-STEP
002457     MOVE 16 TO RETURN-CODE
002458     STOP RUN
002460     .
