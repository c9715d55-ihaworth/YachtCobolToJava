000207*                    join fall away, and a match decided late
000208*                    over a game held open across nights counts
000209*                    toward the streaks the night it is decided.
000210*    2026-10-15  DH  Carry the committee's review flag and ruling
000211*                    number on each record - set by RULINGS when
000212*                    a game behind the record is voided or its
000213*                    score adjusted - print it under the record
000214*                    in the book, and drop it when the record
000215*                    falls to a new holder.
000216*    2026-10-15  DH  Log the run's start and end on the nightly
000217*                    JOB-STEP-LOG through JOBSTEP, for the night
000218*                    given as STEPNGT, with the game totals read
000219*                    and record-book rows written.  The run is
000220*                    refused unless SUMUPD and MATCHUP ended clean
000221*                    for the night, short of the STEPOVR
000222*                    override.
000223*****************************************************************
000224 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000620     05 NB-HOLDER-PLAYER-ID    PIC X(10).
000630     05 NB-RECORD-VALUE        PIC 9(05).
000640     05 NB-DATE-SET            PIC 9(08).
000641     05 NB-REVIEW-FLAG         PIC X(01).
000642     05 NB-REVIEW-RULING       PIC X(06).
000650 FD  GAME-TOTALS-FILE
000660     RECORDING MODE IS F.
000670     COPY GAMETOT.
001430           88 WS-REC-WAS-BROKEN     VALUE "Y".
001440        10 WS-REC-PREV-HOLDER  PIC X(10).
001450        10 WS-REC-PREV-VALUE   PIC 9(05).
001451        10 WS-REC-REVIEW       PIC X(01).
001452           88 WS-REC-UNDER-REVIEW   VALUE "R".
001453        10 WS-REC-RULING       PIC X(06).
001460 77  WS-RECORD-SUB             PIC 9(01) COMP VALUE ZERO.
001470*****************************************************************
001480*    A CANDIDATE CHALLENGING ONE OF THE RECORDS
002160*    RUN COUNTS AND WORK FIELDS
002170*****************************************************************
002180 77  WS-RECORDS-BROKEN         PIC 9(01) COMP VALUE ZERO.
002182 77  WS-GAMES-READ             PIC 9(09) COMP VALUE ZERO.
002184 77  WS-ROWS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
002190 77  WS-UPPER-TOTAL            PIC 9(05) VALUE ZERO.
002200*****************************************************************
002210*    REPORT LINE WORK AREAS
002500     05 WS-UL-DESC             PIC X(25).
002510     05 FILLER                 PIC X(02) VALUE SPACES.
002520     05 FILLER                 PIC X(09) VALUE "NOT SET".
002521 01  WS-REVIEW-LINE.
002522     05 FILLER                 PIC X(04) VALUE SPACES.
002523     05 FILLER                 PIC X(31) VALUE
002524         "UNDER COMMITTEE REVIEW - RULING".
002525     05 FILLER                 PIC X(01) VALUE SPACE.
002526     05 WS-VL-RULING           PIC X(06).
002530 01  WS-BLANK-LINE             PIC X(80) VALUE SPACES.
002531*****************************************************************
002532*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
002533*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
002534*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
002535*****************************************************************
002536     COPY JOBSTPL.
002540 PROCEDURE DIVISION.
002550*****************************************************************
002560*    0000-MAINLINE
002700*    1000-INITIALIZE
002710*****************************************************************
002720 1000-INITIALIZE.
002725     PERFORM 1950-START-JOB-STEP
002730     OPEN OUTPUT NEW-RECORD-BOOK-FILE
002740     IF NOT WS-NEW-BOOK-OK
002750        DISPLAY "RECBOOK - CANNOT OPEN NEW-RECORD-BOOK-FILE "
003050     MOVE "N"    TO WS-REC-BROKEN(WS-RECORD-SUB)
003060     MOVE SPACES TO WS-REC-PREV-HOLDER(WS-RECORD-SUB)
003070     MOVE ZERO   TO WS-REC-PREV-VALUE(WS-RECORD-SUB)
003071     MOVE SPACE  TO WS-REC-REVIEW(WS-RECORD-SUB)
003072     MOVE SPACES TO WS-REC-RULING(WS-RECORD-SUB)
003080     .
003090*****************************************************************
003100*    1200-LOAD-OLD-BOOK
003460            WS-REC-HOLDER(WS-RECORD-SUB)
003470        MOVE RB-RECORD-VALUE TO WS-REC-VALUE(WS-RECORD-SUB)
003480        MOVE RB-DATE-SET     TO WS-REC-DATE(WS-RECORD-SUB)
003481        IF RB-UNDER-REVIEW
003482           MOVE RB-REVIEW-FLAG   TO WS-REC-REVIEW(WS-RECORD-SUB)
003483           MOVE RB-REVIEW-RULING TO WS-REC-RULING(WS-RECORD-SUB)
003484        END-IF
003490     END-IF
003500     .
003510*****************************************************************
003850 1310-EXIT.
003860     EXIT
003870     .
003871*****************************************************************
003872*    1950-START-JOB-STEP
003873*        Log the start of the step on the JOB-STEP-LOG before
003874*        any output is opened.
003875*        RECBOOK keeps one book across every league and runs
003876*        for them all at once, with no night of its own -
003877*        JOBSTEP takes it from STEPNGT.  SUMUPD and MATCHUP
003878*        must have ended clean for every league they ran.
003879*****************************************************************
003880 1950-START-JOB-STEP.
003881     MOVE "S"             TO JS-REQUEST
003882     MOVE "RECBOOK"       TO JS-PROGRAM-ID
003883     MOVE ZERO            TO JS-NIGHT-DATE
003884     MOVE SPACES          TO JS-LEAGUE-CODE
003885     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
003886     IF JS-STEP-REFUSED
003887        DISPLAY "RECBOOK - STEP REFUSED - " JS-REFUSAL-MESSAGE
003888        GO TO 9999-ABEND
003889     END-IF
003890     .
003891*****************************************************************
003892*    2000-CHALLENGE-GAME-TOTALS
003900*        Every finished game challenges the highest-single-game
003910*        record.
003930*****************************************************************
004090             MOVE "Y" TO WS-EOF-SWITCH
004100             GO TO 2100-EXIT
004110     END-READ
004120     ADD 1 TO WS-GAMES-READ
004200     MOVE 1             TO WS-CHALLENGE-SUB
004210     MOVE GT-GAME-TOTAL TO WS-CHALLENGE-VALUE
004220     MOVE GT-PLAYER-ID  TO WS-CHALLENGE-PLAYER
006880            TO WS-REC-VALUE(WS-CHALLENGE-SUB)
006890        MOVE WS-CHALLENGE-DATE
006900            TO WS-REC-DATE(WS-CHALLENGE-SUB)
006901        MOVE SPACE  TO WS-REC-REVIEW(WS-CHALLENGE-SUB)
006902        MOVE SPACES TO WS-REC-RULING(WS-CHALLENGE-SUB)
006910     END-IF
006920     .
006930*****************************************************************
007060     MOVE WS-REC-HOLDER(WS-RECORD-SUB)  TO NB-HOLDER-PLAYER-ID
007070     MOVE WS-REC-VALUE(WS-RECORD-SUB)   TO NB-RECORD-VALUE
007080     MOVE WS-REC-DATE(WS-RECORD-SUB)    TO NB-DATE-SET
007081     MOVE WS-REC-REVIEW(WS-RECORD-SUB)  TO NB-REVIEW-FLAG
007082     MOVE WS-REC-RULING(WS-RECORD-SUB)  TO NB-REVIEW-RULING
007090     WRITE NB-RECORD-BOOK-RECORD
007100     IF NOT WS-NEW-BOOK-OK
007110        DISPLAY "RECBOOK - ERROR WRITING NEW-RECORD-BOOK-FILE "
007120            WS-NEW-BOOK-STATUS
007130        GO TO 9999-ABEND
007140     END-IF
007145     ADD 1 TO WS-ROWS-WRITTEN
007150     .
007160*****************************************************************
007170*    8000-PRINT-BULLETIN
007750     ELSE
007760        PERFORM 8200-FORMAT-RECORD-LINE
007770        WRITE RP-REPORT-LINE FROM WS-RECORD-LINE
007771        IF WS-REC-UNDER-REVIEW(WS-RECORD-SUB)
007772           MOVE WS-REC-RULING(WS-RECORD-SUB) TO WS-VL-RULING
007773           WRITE RP-REPORT-LINE FROM WS-REVIEW-LINE
007774        END-IF
007780     END-IF
007790     .
007800*****************************************************************
008010 9000-TERMINATE.
008020     CLOSE NEW-RECORD-BOOK-FILE
008030     CLOSE BULLETIN-REPORT
008031     MOVE ZERO TO JS-RETURN-CODE
008032     PERFORM 9900-END-JOB-STEP
008033     .
008034*****************************************************************
008035*    9900-END-JOB-STEP
008036*        Log the end of the step with its return code and its
008037*        key record counts.
008038*****************************************************************
008039 9900-END-JOB-STEP.
008040     MOVE "E" TO JS-REQUEST
008041     MOVE WS-GAMES-READ   TO JS-INPUT-COUNT
008042     MOVE WS-ROWS-WRITTEN TO JS-OUTPUT-COUNT
008043     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
008044     .
008050*****************************************************************
008060*    9999-ABEND
008070*****************************************************************
008080 9999-ABEND.
008090     CLOSE NEW-RECORD-BOOK-FILE
008100     CLOSE BULLETIN-REPORT
008102     MOVE 16 TO JS-RETURN-CODE
008104     PERFORM 9900-END-JOB-STEP
008110     MOVE 16 TO RETURN-CODE
008120     STOP RUN
008130     .
