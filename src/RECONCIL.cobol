000199*                    stamps, so one place answers whether a
000199*                    night has been posted, finished and tied
000199*                    out.
000200*    2026-10-15  DH  Reconcile one league (LEAGCODE) or all of
000201*                    them - rows for other leagues on the five
000202*                    files are passed over, and the verdict goes
000203*                    on the run-control record YACHTBAT stamped
000204*                    for the same night and league.
000205*    2026-10-15  DH  Log the run's start and end on the nightly
000206*                    JOB-STEP-LOG through JOBSTEP.  The night is
000207*                    refused unless YACHTBAT ended clean for it,
000208*                    short of the STEPOVR override, and a night
000209*                    out of balance is logged with return code 8
000210*                    so the steps that follow are held.
000211*****************************************************************
000212 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000760 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000770     88 WS-REPORT-OK                VALUE "00".
000780 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000781     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000782 77  WS-RUN-EOF-SWITCH         PIC X(01) VALUE "N".
000784     88 WS-END-OF-RUN-CONTROL       VALUE "Y".
000791*****************************************************************
000815        10 WS-RUN-RECORD-COUNT PIC 9(09).
000816        10 WS-RUN-COMPLETE     PIC X(01).
000817        10 WS-RUN-VERDICT      PIC X(01).
000818        10 WS-RUN-LEAGUE-CODE  PIC X(02).
000819*****************************************************************
000820*    LEAGUE BEING RECONCILED, SUPPLIED THROUGH THE ENVIRONMENT -
000821*    SPACES RECONCILES EVERY LEAGUE ON THE FILES.
000822*****************************************************************
000823 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000824     88 WS-ALL-LEAGUES              VALUE SPACES.
000825*****************************************************************
000826*    ONE TIE-OUT ROW PER DISTINCT PLAYER/GAME KEY SEEN ON ANY
000827*    OF THE FIVE FILES - HOW MANY ROWS EACH FILE HOLDS FOR THE
000830*    KEY, PLUS THE TWO GAME TOTALS FOR COMPARISON.  THE AUDIT
000840*    LOG AND THE TOTALS FILES ACCUMULATE ACROSS NIGHTS, SO THE
000850*    CLAIM-LEVEL TIE IS ONLY ENFORCED FOR KEYS THAT APPEAR ON
001310     05 WS-DF-MESSAGE          PIC X(40).
001320 01  WS-VERDICT-LINE.
001330     05 WS-VL-VERDICT          PIC X(30).
001331*****************************************************************
001332*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
001333*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
001334*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
001335*****************************************************************
001336     COPY JOBSTPL.
001340 PROCEDURE DIVISION.
001350*****************************************************************
001360*    0000-MAINLINE
001657        MOVE 99999999 TO WS-END-DATE
001658     END-IF
001659     ACCEPT WS-NIGHT-DATE FROM ENVIRONMENT "RECNNGT"
001660     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001661     IF WS-NIGHT-DATE = ZERO
001662        MOVE WS-START-DATE TO WS-NIGHT-DATE
001663     END-IF
001664     PERFORM 1950-START-JOB-STEP
001665     OPEN INPUT PLAYER-SCORECARD-FILE
001670     IF NOT WS-SCORECARD-OK
001680        DISPLAY "RECONCIL - CANNOT OPEN PLAYER-SCORECARD-FILE "
001690            WS-SCORECARD-STATUS
002010     END-IF
002020     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
002030     .
002031*****************************************************************
002032*    1950-START-JOB-STEP
002033*        Log the start of the step on the JOB-STEP-LOG before
002034*        any output is opened.
002035*        YACHTBAT must have ended clean for the night.  The
002036*        verdict goes on RUN-CONTROL, so the end entry carries
002037*        no output count.
002038*****************************************************************
002039 1950-START-JOB-STEP.
002040     MOVE "S"             TO JS-REQUEST
002041     MOVE "RECONCIL"      TO JS-PROGRAM-ID
002042     MOVE WS-NIGHT-DATE   TO JS-NIGHT-DATE
002043     MOVE WS-LEAGUE-CODE  TO JS-LEAGUE-CODE
002044     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
002045     IF JS-STEP-REFUSED
002046        DISPLAY "RECONCIL - STEP REFUSED - " JS-REFUSAL-MESSAGE
002047        GO TO 9999-ABEND
002048     END-IF
002049     .
002050*****************************************************************
002051*    2000-TALLY-SCORECARD
002060*****************************************************************
002070 2000-TALLY-SCORECARD.
002080     READ PLAYER-SCORECARD-FILE
002100             MOVE "Y" TO WS-EOF-SWITCH
002110             GO TO 2000-EXIT
002120     END-READ
002125     IF NOT WS-ALL-LEAGUES
002126        AND SC-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002127        GO TO 2000-EXIT
002128     END-IF
002130     ADD 1 TO WS-SCORECARD-READ
002140     MOVE SC-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
002150     MOVE SC-GAME-ID   TO WS-LOOKUP-GAME-ID
002460             MOVE "Y" TO WS-EOF-SWITCH
002470             GO TO 2400-EXIT
002480     END-READ
002485     IF NOT WS-ALL-LEAGUES
002486        AND AL-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002487        GO TO 2400-EXIT
002488     END-IF
002490     ADD 1 TO WS-AUDIT-READ
002495     IF AL-LOG-DATE >= WS-START-DATE AND
002496        AL-LOG-DATE <= WS-END-DATE
002640             MOVE "Y" TO WS-EOF-SWITCH
002650             GO TO 2600-EXIT
002660     END-READ
002665     IF NOT WS-ALL-LEAGUES
002666        AND GT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002667        GO TO 2600-EXIT
002668     END-IF
002670     ADD 1 TO WS-GAME-TOTALS-READ
002680     MOVE GT-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
002690     MOVE GT-GAME-ID   TO WS-LOOKUP-GAME-ID
002830             MOVE "Y" TO WS-EOF-SWITCH
002840             GO TO 2800-EXIT
002850     END-READ
002855     IF NOT WS-ALL-LEAGUES
002856        AND SS-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002857        GO TO 2800-EXIT
002858     END-IF
002860     ADD 1 TO WS-SCORESHEETS-READ
002870     MOVE SS-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
002880     MOVE SS-GAME-ID   TO WS-LOOKUP-GAME-ID
003465*        including earlier rounds of games carried forward
003470*        across nights.  The RESULTS file is
003470*        written fresh each run, though, so a results row whose
003472*        key never appears on the scorecard is always wrong and
003474*        is flagged even without a claim.  The game-level tie
003476*        applies to every key with a GAME-TOTALS or SCORESHEET
003480*        row, since those two files accumulate in step.
003490*****************************************************************
003500 5100-CHECK-ONE-KEY.
003920     MOVE WS-RCN-PLAYER-ID(WS-RCN-IDX) TO WS-DF-PLAYER-ID
003930     MOVE WS-RCN-GAME-ID(WS-RCN-IDX)   TO WS-DF-GAME-ID
003940     WRITE RP-REPORT-LINE FROM WS-DIFF-LINE
003941     .
003942*****************************************************************
003943*    7000-RECORD-VERDICT
003944*        Mark the night's run-control record balanced or out of
003945*        balance, so the record YACHTBAT stamps is the one place
003946*        to look for a night's status.  A night with no record
003947*        yet - reconciled before scoring ever ran - gets a fresh
003948*        row carrying just the verdict.
003949*****************************************************************
003950 7000-RECORD-VERDICT.
003951     IF WS-NIGHT-DATE = ZERO
003952        GO TO 7000-EXIT
003953     END-IF
003954     PERFORM 7100-LOAD-RUN-CONTROL
003955     PERFORM 7200-FIND-OR-ADD-NIGHT
003956     IF WS-IN-BALANCE
003957        MOVE "B" TO WS-RUN-VERDICT(WS-NIGHT-SUB)
003958     ELSE
003959        MOVE "O" TO WS-RUN-VERDICT(WS-NIGHT-SUB)
003960     END-IF
003961     PERFORM 7300-WRITE-RUN-CONTROL
003962     .
003963 7000-EXIT.
003964     EXIT
003965     .
003966*****************************************************************
003967*    7100-LOAD-RUN-CONTROL
003968*****************************************************************
003969 7100-LOAD-RUN-CONTROL.
003970     OPEN INPUT RUN-CONTROL-FILE
003971     IF WS-RUN-CONTROL-OK
003972        PERFORM 7110-LOAD-ONE-NIGHT THRU 7110-EXIT
003973            UNTIL WS-END-OF-RUN-CONTROL
003974        CLOSE RUN-CONTROL-FILE
003975     END-IF
003976     .
003977*****************************************************************
003978*    7110-LOAD-ONE-NIGHT
003979*****************************************************************
003980 7110-LOAD-ONE-NIGHT.
003981     READ RUN-CONTROL-FILE
003982         AT END
003983             MOVE "Y" TO WS-RUN-EOF-SWITCH
003984             GO TO 7110-EXIT
003985     END-READ
003986     IF WS-RUN-NIGHT-COUNT >= 100
003987        DISPLAY "RECONCIL - MORE THAN 100 RUN-CONTROL NIGHTS"
003988        GO TO 9999-ABEND
003989     END-IF
003990     ADD 1 TO WS-RUN-NIGHT-COUNT
003991     MOVE RC-NIGHT-DATE         TO
003992         WS-RUN-NIGHT-DATE(WS-RUN-NIGHT-COUNT)
003993     MOVE RC-INPUT-RECORD-COUNT TO
003994         WS-RUN-RECORD-COUNT(WS-RUN-NIGHT-COUNT)
003995     MOVE RC-COMPLETE-FLAG      TO
003996         WS-RUN-COMPLETE(WS-RUN-NIGHT-COUNT)
003997     MOVE RC-RECON-VERDICT      TO
003998         WS-RUN-VERDICT(WS-RUN-NIGHT-COUNT)
003999     MOVE RC-LEAGUE-CODE        TO
004000         WS-RUN-LEAGUE-CODE(WS-RUN-NIGHT-COUNT)
004008     .
004009 7110-EXIT.
004010     EXIT
004026        ADD 1 TO WS-RUN-NIGHT-COUNT
004027        MOVE WS-RUN-NIGHT-COUNT TO WS-NIGHT-SUB
004028        MOVE WS-NIGHT-DATE TO WS-RUN-NIGHT-DATE(WS-NIGHT-SUB)
004029        MOVE WS-LEAGUE-CODE TO WS-RUN-LEAGUE-CODE(WS-NIGHT-SUB)
004030        MOVE ZERO  TO WS-RUN-RECORD-COUNT(WS-NIGHT-SUB)
004031        MOVE SPACE TO WS-RUN-COMPLETE(WS-NIGHT-SUB)
004032        MOVE SPACE TO WS-RUN-VERDICT(WS-NIGHT-SUB)
004033     END-IF
004034     .
004035*****************************************************************
004036*    7210-MATCH-ONE-NIGHT
004037*****************************************************************
004038 7210-MATCH-ONE-NIGHT.
004039     IF WS-RUN-NIGHT-DATE(WS-RUN-SUB) = WS-NIGHT-DATE
004040        AND WS-RUN-LEAGUE-CODE(WS-RUN-SUB) = WS-LEAGUE-CODE
004041        MOVE WS-RUN-SUB TO WS-NIGHT-SUB
004042     END-IF
004043     .
004044*****************************************************************
004045*    7300-WRITE-RUN-CONTROL
004046*        Rewrite the whole run-control file from the table - it
004047*        holds one short record per night, so writing it out in
004048*        full is the simple way to update one night's stamp on
004049*        a sequential file.
004050*****************************************************************
004051 7300-WRITE-RUN-CONTROL.
004052     OPEN OUTPUT RUN-CONTROL-FILE
004053     IF NOT WS-RUN-CONTROL-OK
004054        DISPLAY "RECONCIL - CANNOT OPEN RUN-CONTROL-FILE "
004055            WS-RUN-CONTROL-STATUS
004056        GO TO 9999-ABEND
004057     END-IF
004058     PERFORM 7310-WRITE-ONE-NIGHT
004059         VARYING WS-RUN-SUB FROM 1 BY 1
004060         UNTIL WS-RUN-SUB > WS-RUN-NIGHT-COUNT
004061     CLOSE RUN-CONTROL-FILE
004062     .
004063*****************************************************************
004064*    7310-WRITE-ONE-NIGHT
004065*****************************************************************
004066 7310-WRITE-ONE-NIGHT.
004067     MOVE WS-RUN-NIGHT-DATE(WS-RUN-SUB)   TO RC-NIGHT-DATE
004068     MOVE WS-RUN-RECORD-COUNT(WS-RUN-SUB) TO
004069         RC-INPUT-RECORD-COUNT
004070     MOVE WS-RUN-COMPLETE(WS-RUN-SUB)     TO RC-COMPLETE-FLAG
004071     MOVE WS-RUN-VERDICT(WS-RUN-SUB)      TO RC-RECON-VERDICT
004072     MOVE WS-RUN-LEAGUE-CODE(WS-RUN-SUB)  TO RC-LEAGUE-CODE
004073     WRITE RC-RUN-CONTROL-RECORD
004074     IF NOT WS-RUN-CONTROL-OK
004075        DISPLAY "RECONCIL - ERROR WRITING RUN-CONTROL-FILE "
004076            WS-RUN-CONTROL-STATUS
004077        GO TO 9999-ABEND
004078     END-IF
004079     .
004080*****************************************************************
004081*    8000-PRINT-SUMMARY
004082*****************************************************************
004083 8000-PRINT-SUMMARY.
004084     MOVE "SCORECARD CLAIMS READ"   TO WS-CL-LABEL
004085     MOVE WS-SCORECARD-READ         TO WS-CL-COUNT
004086     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
004087     MOVE "RESULTS ROWS READ"       TO WS-CL-LABEL
004088     MOVE WS-RESULTS-READ           TO WS-CL-COUNT
004089     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
004090     MOVE "AUDIT ROWS READ"         TO WS-CL-LABEL
004091     MOVE WS-AUDIT-READ             TO WS-CL-COUNT
004092     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
004093     MOVE "GAME-TOTAL ROWS READ"    TO WS-CL-LABEL
004100     MOVE WS-GAME-TOTALS-READ       TO WS-CL-COUNT
004110     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
004120     MOVE "SCORESHEET ROWS READ"    TO WS-CL-LABEL
004320     CLOSE GAME-TOTALS-FILE
004330     CLOSE SCORESHEET-FILE
004340     CLOSE RECON-REPORT
004341     IF WS-IN-BALANCE
004342        MOVE ZERO TO JS-RETURN-CODE
004343     ELSE
004344        MOVE 8 TO JS-RETURN-CODE
004345     END-IF
004346     PERFORM 9900-END-JOB-STEP
004347     .
004348*****************************************************************
004349*    9900-END-JOB-STEP
004350*        Log the end of the step with its return code and its
004351*        key record counts.
004352*****************************************************************
004353 9900-END-JOB-STEP.
004354     MOVE "E" TO JS-REQUEST
004355     MOVE WS-SCORECARD-READ TO JS-INPUT-COUNT
004356     MOVE ZERO              TO JS-OUTPUT-COUNT
004357     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
004358     .
004360*****************************************************************
004370*    9999-ABEND
004380*****************************************************************
004430     CLOSE GAME-TOTALS-FILE
004440     CLOSE SCORESHEET-FILE
004450     CLOSE RECON-REPORT
004452     MOVE 16 TO JS-RETURN-CODE
004454     PERFORM 9900-END-JOB-STEP
004460     MOVE 16 TO RETURN-CODE
004470     STOP RUN
004480     .
