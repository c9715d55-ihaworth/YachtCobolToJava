000160*                    input into a clean file for scoring and a
000170*                    reject file carrying a reason code, with a
000180*                    summary of counts on the edit report.
000181*    2026-10-15  DH  Edit the roll detail the scorecard now
000182*                    carries - reject a round recording more
000183*                    than three rolls, one where a die held
000184*                    going into a roll changes value on it, and
000185*                    one whose last roll is not the dice being
000186*                    scored.  Reject records carry the roll
000187*                    detail as it arrived.
000188*    2026-10-15  DH  Edit the league code - a claim with none, or
000189*                    one for a league other than the LEAGCODE
000190*                    being run, is rejected.  Reject records
000191*                    carry the league code as it arrived.
000192*    2026-10-15  DH  Reject a claim whose game date is not a
000193*                    league night on its league's calendar -
000194*                    scheduled or played, a cancelled night or
000195*                    one rescheduled away being no league night.
000196*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 INPUT-OUTPUT SECTION.
000330     SELECT EDIT-REPORT ASSIGN TO EDITRPT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REPORT-STATUS.
000352     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000354         ORGANIZATION IS SEQUENTIAL
000356         FILE STATUS IS WS-CALENDAR-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  PLAYER-SCORECARD-FILE
000400     COPY SCORECD.
000410 FD  CLEAN-SCORECARD-FILE
000420     RECORDING MODE IS F.
000430 01  CL-CLEAN-RECORD           PIC X(81).
000440 FD  REJECT-FILE
000450     RECORDING MODE IS F.
000460     COPY REJECTCD.
000470 FD  EDIT-REPORT.
000480 01  RP-REPORT-LINE            PIC X(80).
000482 FD  LEAGUE-CALENDAR-FILE
000484     RECORDING MODE IS F.
000486     COPY LEAGCAL.
000490 WORKING-STORAGE SECTION.
000500*****************************************************************
000510*    FILE STATUS SWITCHES
000580     88 WS-REJECT-OK                VALUE "00".
000590 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000600     88 WS-REPORT-OK                VALUE "00".
000602 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
000604     88 WS-CALENDAR-OK              VALUE "00".
000610 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000620     88 WS-END-OF-SCORECARD-FILE    VALUE "Y".
000622 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000624     88 WS-END-OF-CALENDAR          VALUE "Y".
000630*****************************************************************
000640*    GROUPING CONTROLS - EVERY PLAYER/GAME KEY SEEN SO FAR IS
000650*    KEPT SO A GROUP THAT ENDS AND THEN REAPPEARS LATER IN THE
000990 77  WS-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
001000 77  WS-DATE-SWITCH            PIC X(01) VALUE "N".
001010     88 WS-DATE-VALID               VALUE "Y".
001011*****************************************************************
001012*    LEAGUE BEING EDITED, SUPPLIED THROUGH THE ENVIRONMENT THE
001013*    SAME WAY THE FILE ASSIGNS ARE - SPACES TAKES EVERY LEAGUE.
001014*****************************************************************
001015 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
001016     88 WS-ALL-LEAGUES              VALUE SPACES.
001017*****************************************************************
001018*    THE LEAGUE NIGHTS ON THE CALENDAR - EVERY NIGHT SCHEDULED OR
001019*    PLAYED, BY DATE AND LEAGUE, LOADED AT START-UP.
001020*****************************************************************
001021 77  WS-LEAGUE-NIGHT-COUNT     PIC 9(05) COMP VALUE ZERO.
001022 01  WS-LEAGUE-NIGHT-TABLE.
001023     05 WS-LEAGUE-NIGHT-KEY    PIC X(10) OCCURS 1 TO 1000 TIMES
001024           DEPENDING ON WS-LEAGUE-NIGHT-COUNT
001025           INDEXED BY WS-LGN-IDX.
001026 01  WS-CLAIM-NIGHT-KEY.
001027     05 WS-CLAIM-NIGHT-DATE    PIC 9(08).
001028     05 WS-CLAIM-LEAGUE-CODE   PIC X(02).
001029 77  WS-LEAGUE-NIGHT-SWITCH    PIC X(01) VALUE "N".
001030     88 WS-ON-LEAGUE-NIGHT          VALUE "Y".
001031*****************************************************************
001032*    ROLL DETAIL EDIT SUBSCRIPTS - THE ROLL BEING CHECKED, THE
001033*    ROLL BEFORE IT WHOSE HELD DICE IT MUST CARRY, AND THE DIE.
001034*****************************************************************
001035 77  WS-ROLL-SUB               PIC 9(01) COMP VALUE ZERO.
001036 77  WS-PRIOR-ROLL-SUB         PIC 9(01) COMP VALUE ZERO.
001037 77  WS-DIE-SUB                PIC 9(01) COMP VALUE ZERO.
001038*****************************************************************
001039*    EDIT RESULT FOR THE RECORD IN HAND - ZERO PASSES, ANYTHING
001040*    ELSE IS THE REASON CODE WRITTEN TO THE REJECT FILE.
001050*****************************************************************
001060 77  WS-EDIT-REASON            PIC 9(02) VALUE ZERO.
001140 77  WS-ROUND-ORDER-COUNT      PIC 9(07) COMP VALUE ZERO.
001150 77  WS-BAD-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
001160 77  WS-BAD-DICE-COUNT         PIC 9(07) COMP VALUE ZERO.
001161 77  WS-HELD-CHANGED-COUNT     PIC 9(07) COMP VALUE ZERO.
001162 77  WS-TOO-MANY-ROLLS-COUNT   PIC 9(07) COMP VALUE ZERO.
001163 77  WS-LAST-ROLL-COUNT        PIC 9(07) COMP VALUE ZERO.
001164 77  WS-BAD-LEAGUE-COUNT       PIC 9(07) COMP VALUE ZERO.
001165 77  WS-NOT-LEAGUE-NIGHT-COUNT PIC 9(07) COMP VALUE ZERO.
001170*****************************************************************
001180*    REPORT LINE WORK AREAS
001190*****************************************************************
001390*    1000-INITIALIZE
001400*****************************************************************
001410 1000-INITIALIZE.
001415     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001420     OPEN INPUT PLAYER-SCORECARD-FILE
001430     IF NOT WS-SCORECARD-OK
001440        DISPLAY "SCOREDIT - CANNOT OPEN PLAYER-SCORECARD-FILE "
001630            WS-REPORT-STATUS
001640        GO TO 9999-ABEND
001650     END-IF
001655     PERFORM 1200-LOAD-CALENDAR
001660     PERFORM 1100-READ-SCORECARD
001670     .
001680*****************************************************************
001740         NOT AT END ADD 1 TO WS-RECORDS-READ
001750     END-READ
001760     .
001761*****************************************************************
001762*    1200-LOAD-CALENDAR
001763*        Load the league nights from the league calendar - the
001764*        nights a claim's game date may fall on.
001765*****************************************************************
001766 1200-LOAD-CALENDAR.
001767     OPEN INPUT LEAGUE-CALENDAR-FILE
001768     IF NOT WS-CALENDAR-OK
001769        DISPLAY "SCOREDIT - CANNOT OPEN LEAGUE-CALENDAR-FILE "
001770            WS-CALENDAR-STATUS
001771        GO TO 9999-ABEND
001772     END-IF
001773     PERFORM 1210-LOAD-ONE-NIGHT THRU 1210-EXIT
001774         UNTIL WS-END-OF-CALENDAR
001775     CLOSE LEAGUE-CALENDAR-FILE
001776     .
001777*****************************************************************
001778*    1210-LOAD-ONE-NIGHT
001779*****************************************************************
001780 1210-LOAD-ONE-NIGHT.
001781     READ LEAGUE-CALENDAR-FILE
001782         AT END
001783             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
001784             GO TO 1210-EXIT
001785     END-READ
001786     IF NOT LC-LEAGUE-NIGHT
001787        GO TO 1210-EXIT
001788     END-IF
001789     IF WS-LEAGUE-NIGHT-COUNT >= 1000
001790        DISPLAY "SCOREDIT - MORE THAN 1000 LEAGUE NIGHTS"
001791        GO TO 9999-ABEND
001792     END-IF
001793     ADD 1 TO WS-LEAGUE-NIGHT-COUNT
001794     SET WS-LGN-IDX TO WS-LEAGUE-NIGHT-COUNT
001795     MOVE LC-NIGHT-DATE  TO WS-CLAIM-NIGHT-DATE
001796     MOVE LC-LEAGUE-CODE TO WS-CLAIM-LEAGUE-CODE
001797     MOVE WS-CLAIM-NIGHT-KEY TO WS-LEAGUE-NIGHT-KEY(WS-LGN-IDX)
001798     .
001799 1210-EXIT.
001800     EXIT
001801     .
001802*****************************************************************
001803*    2000-EDIT-SCORECARD
001804*        Put one claim through the edits in reason-code order -
001805*        grouping, round sequence, game date, dice, roll detail,
001810*        league, league night - and route it to the clean file
001815*        or the reject file.
001820*****************************************************************
001830 2000-EDIT-SCORECARD.
001840     MOVE ZERO TO WS-EDIT-REASON
001920     IF WS-EDIT-REASON = ZERO
001930        PERFORM 2400-CHECK-DICE
001940     END-IF
001941     IF WS-EDIT-REASON = ZERO
001942        PERFORM 2500-CHECK-ROLLS THRU 2500-EXIT
001943     END-IF
001944     IF WS-EDIT-REASON = ZERO
001945        PERFORM 2600-CHECK-LEAGUE
001946     END-IF
001947     IF WS-EDIT-REASON = ZERO
001948        PERFORM 2700-CHECK-LEAGUE-NIGHT
001949     END-IF
001950     IF WS-EDIT-REASON = ZERO
001960        PERFORM 3000-WRITE-CLEAN-RECORD
001970     ELSE
003140     .
003150*****************************************************************
003160*    2400-CHECK-DICE
003161*        The scored dice, and the dice of every roll recorded
003162*        in the roll detail, must be numeric.  A roll count
003163*        that is itself bad is left to the roll edit.
003170*****************************************************************
003180 2400-CHECK-DICE.
003190     IF SC-DICE NOT NUMERIC
003200        MOVE 4 TO WS-EDIT-REASON
003210     END-IF
003211     IF SC-ROLL-COUNT NUMERIC
003212        AND SC-ROLL-COUNT NOT > 3
003213        PERFORM 2410-CHECK-ROLL-DICE
003214            VARYING WS-ROLL-SUB FROM 1 BY 1
003215            UNTIL WS-ROLL-SUB > SC-ROLL-COUNT
003216     END-IF
003220     .
003221*****************************************************************
003222*    2410-CHECK-ROLL-DICE
003223*****************************************************************
003224 2410-CHECK-ROLL-DICE.
003225     IF SC-ROLL-DICE(WS-ROLL-SUB) NOT NUMERIC
003226        MOVE 4 TO WS-EDIT-REASON
003227     END-IF
003228     .
003229*****************************************************************
003230*    2500-CHECK-ROLLS
003231*        A round is rolled at most three times.  Every die held
003232*        going into a roll must show the same value on it, and
003233*        the last roll recorded must be the dice being scored.
003234*        A round keyed with no roll detail (a roll count of
003235*        zero) has nothing here to check.
003236*****************************************************************
003237 2500-CHECK-ROLLS.
003238     IF SC-ROLL-COUNT NOT NUMERIC
003239        OR SC-ROLL-COUNT > 3
003240        MOVE 6 TO WS-EDIT-REASON
003241        GO TO 2500-EXIT
003242     END-IF
003243     IF SC-ROLL-COUNT = ZERO
003244        GO TO 2500-EXIT
003245     END-IF
003246     PERFORM 2510-CHECK-ONE-ROLL
003247         VARYING WS-ROLL-SUB FROM 2 BY 1
003248         UNTIL WS-ROLL-SUB > SC-ROLL-COUNT
003249     IF WS-EDIT-REASON = ZERO
003250        AND SC-ROLL-DICE(SC-ROLL-COUNT) NOT = SC-DICE
003251        MOVE 7 TO WS-EDIT-REASON
003252     END-IF
003253     .
003254 2500-EXIT.
003255     EXIT
003256     .
003257*****************************************************************
003258*    2510-CHECK-ONE-ROLL
003259*****************************************************************
003260 2510-CHECK-ONE-ROLL.
003261     COMPUTE WS-PRIOR-ROLL-SUB = WS-ROLL-SUB - 1
003262     PERFORM 2520-CHECK-ONE-DIE
003263         VARYING WS-DIE-SUB FROM 1 BY 1
003264         UNTIL WS-DIE-SUB > 5
003265     .
003266*****************************************************************
003267*    2520-CHECK-ONE-DIE
003268*****************************************************************
003269 2520-CHECK-ONE-DIE.
003270     IF SC-DIE-HELD(WS-PRIOR-ROLL-SUB, WS-DIE-SUB)
003271        AND SC-ROLL-DIE(WS-ROLL-SUB, WS-DIE-SUB) NOT =
003272            SC-ROLL-DIE(WS-PRIOR-ROLL-SUB, WS-DIE-SUB)
003273        MOVE 5 TO WS-EDIT-REASON
003274     END-IF
003275     .
003276*****************************************************************
003277*    2600-CHECK-LEAGUE
003278*        Every claim must name its league, and a run made for
003279*        one league takes that league's claims only - a claim
003280*        for another league on the night's file was keyed to
003281*        the wrong file.
003282*****************************************************************
003283 2600-CHECK-LEAGUE.
003284     IF SC-LEAGUE-CODE = SPACES
003285        MOVE 8 TO WS-EDIT-REASON
003286     END-IF
003287     IF NOT WS-ALL-LEAGUES
003288        AND SC-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003289        MOVE 8 TO WS-EDIT-REASON
003290     END-IF
003291     .
003292*****************************************************************
003293*    2700-CHECK-LEAGUE-NIGHT
003294*        The game date must be a league night on the calendar of
003295*        the claim's league - a claim dated for a night that was
003296*        cancelled, moved, or never scheduled is refused.
003297*****************************************************************
003298 2700-CHECK-LEAGUE-NIGHT.
003299     MOVE SC-GAME-DATE   TO WS-CLAIM-NIGHT-DATE
003300     MOVE SC-LEAGUE-CODE TO WS-CLAIM-LEAGUE-CODE
003301     MOVE "N" TO WS-LEAGUE-NIGHT-SWITCH
003302     IF WS-LEAGUE-NIGHT-COUNT > 0
003303        SET WS-LGN-IDX TO 1
003304        SEARCH WS-LEAGUE-NIGHT-KEY
003305           AT END CONTINUE
003306           WHEN WS-LEAGUE-NIGHT-KEY(WS-LGN-IDX) =
003307                WS-CLAIM-NIGHT-KEY
003308                MOVE "Y" TO WS-LEAGUE-NIGHT-SWITCH
003309        END-SEARCH
003310     END-IF
003311     IF NOT WS-ON-LEAGUE-NIGHT
003312        MOVE 9 TO WS-EDIT-REASON
003313     END-IF
003314     .
003315*****************************************************************
003316*    3000-WRITE-CLEAN-RECORD
003317*****************************************************************
003318 3000-WRITE-CLEAN-RECORD.
003319     WRITE CL-CLEAN-RECORD FROM SC-SCORECARD-RECORD
003320     IF NOT WS-CLEAN-OK
003321        DISPLAY "SCOREDIT - ERROR WRITING CLEAN-SCORECARD-FILE "
003322            WS-CLEAN-STATUS
003323        GO TO 9999-ABEND
003324     END-IF
003330     ADD 1 TO WS-RECORDS-CLEAN
003340     .
003350*****************************************************************
003430     MOVE SC-DICE         TO RJ-DICE
003440     MOVE SC-CATEGORY     TO RJ-CATEGORY
003450     MOVE WS-EDIT-REASON  TO RJ-REJECT-REASON
003451     MOVE SC-ROLL-DETAIL  TO RJ-ROLL-DETAIL
003452     MOVE SC-LEAGUE-CODE  TO RJ-LEAGUE-CODE
003460     WRITE RJ-REJECT-RECORD
003470     IF NOT WS-REJECT-OK
003480        DISPLAY "SCOREDIT - ERROR WRITING REJECT-FILE "
003550     WHEN 2 ADD 1 TO WS-ROUND-ORDER-COUNT
003560     WHEN 3 ADD 1 TO WS-BAD-DATE-COUNT
003570     WHEN 4 ADD 1 TO WS-BAD-DICE-COUNT
003571     WHEN 5 ADD 1 TO WS-HELD-CHANGED-COUNT
003572     WHEN 6 ADD 1 TO WS-TOO-MANY-ROLLS-COUNT
003573     WHEN 7 ADD 1 TO WS-LAST-ROLL-COUNT
003574     WHEN 8 ADD 1 TO WS-BAD-LEAGUE-COUNT
003575     WHEN 9 ADD 1 TO WS-NOT-LEAGUE-NIGHT-COUNT
003580     END-EVALUATE
003590     .
003600*****************************************************************
003830     MOVE "  BAD DICE"             TO WS-CL-LABEL
003840     MOVE WS-BAD-DICE-COUNT        TO WS-CL-COUNT
003850     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003851     MOVE "  HELD DIE CHANGED"     TO WS-CL-LABEL
003852     MOVE WS-HELD-CHANGED-COUNT    TO WS-CL-COUNT
003853     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003854     MOVE "  MORE THAN THREE ROLLS" TO WS-CL-LABEL
003855     MOVE WS-TOO-MANY-ROLLS-COUNT  TO WS-CL-COUNT
003856     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003857     MOVE "  LAST ROLL NOT SCORED"  TO WS-CL-LABEL
003858     MOVE WS-LAST-ROLL-COUNT       TO WS-CL-COUNT
003859     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003860     MOVE "  BAD LEAGUE CODE"      TO WS-CL-LABEL
003861     MOVE WS-BAD-LEAGUE-COUNT      TO WS-CL-COUNT
003862     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003863     MOVE "  NOT A LEAGUE NIGHT"   TO WS-CL-LABEL
003864     MOVE WS-NOT-LEAGUE-NIGHT-COUNT TO WS-CL-COUNT
003865     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003866     .
003870*****************************************************************
003880*    9000-TERMINATE
003890*****************************************************************
