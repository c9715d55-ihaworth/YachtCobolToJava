000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPSSTAT.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - the morning operations
000110*                    status report.  Reads the JOB-STEP-LOG and
000120*                    lists each night's steps under the night and
000130*                    league in job-stream order, with start and
000140*                    end times, return code and record counts.
000150*                    A step that failed, never logged its end,
000160*                    was let through on the STEPOVR override, or
000170*                    never ran at all is flagged, and the counts
000180*                    one step hands on to the next (JOBSTRM) are
000190*                    checked against each other.  OPSSTRT and
000200*                    OPSEND limit the nights reported; the run
000210*                    ends with return code 8 when anything was
000220*                    flagged.
000221*    2026-10-15  DH  Check the counts an all-league step hands
000222*                    on against the sum of the per-league runs
000223*                    it feeds that night, and the other way
000224*                    about, so an all-league YACHTBAT ahead of
000225*                    league-by-league NIGHTPTS and SUMUPD runs is
000226*                    checked too.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT JOB-STEP-LOG ASSIGN TO JOBLOG
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-LOG-STATUS.
000310     SELECT STATUS-REPORT ASSIGN TO OPSRPT
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-REPORT-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  JOB-STEP-LOG
000370     RECORDING MODE IS F.
000380     COPY JOBLOG.
000390 FD  STATUS-REPORT.
000400 01  RP-REPORT-LINE            PIC X(100).
000410 WORKING-STORAGE SECTION.
000420*****************************************************************
000430*    FILE STATUS SWITCHES
000440*****************************************************************
000450 77  WS-LOG-STATUS             PIC X(02) VALUE SPACES.
000460     88 WS-LOG-OK                   VALUE "00".
000470 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000480     88 WS-REPORT-OK                VALUE "00".
000490 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000500     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000510*****************************************************************
000520*    NIGHTS TO REPORT, SUPPLIED THROUGH THE ENVIRONMENT THE SAME
000530*    WAY THE FILE ASSIGNS ARE.  OPSSTRT ALONE REPORTS THAT ONE
000540*    NIGHT; NEITHER REPORTS EVERY NIGHT ON THE LOG.
000550*****************************************************************
000560 77  WS-START-DATE             PIC 9(08) VALUE ZERO.
000570 77  WS-END-DATE               PIC 9(08) VALUE ZERO.
000580 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000590*****************************************************************
000600*    THE NIGHT'S JOB STREAM AND THE COUNTS IT HANDS ON
000610*****************************************************************
000620     COPY JOBSTRM.
000630*****************************************************************
000640*    ONE ROW PER RUN OF A STEP - ITS START ENTRY AND THE END
000650*    ENTRY THAT FOLLOWS IT ON THE LOG FOR THE SAME NIGHT, LEAGUE
000660*    AND PROGRAM.  SORTED ON WS-RUN-SORT-KEY INTO NIGHT, LEAGUE,
000670*    STREAM ORDER, THEN THE ORDER THE RUNS WERE LOGGED.  A
000680*    PROGRAM NOT IN THE STREAM SORTS LAST AS STEP 99.
000690*****************************************************************
000700 77  WS-RUN-COUNT              PIC 9(05) COMP VALUE ZERO.
000710 77  WS-RUN-SUB                PIC 9(05) COMP VALUE ZERO.
000720 77  WS-RUN-SUB2               PIC 9(05) COMP VALUE ZERO.
000730 01  WS-RUN-TABLE.
000740     05 WS-RUN-ENTRY OCCURS 1 TO 2000 TIMES
000750           DEPENDING ON WS-RUN-COUNT.
000760        10 WS-RUN-SORT-KEY.
000770           15 WS-RUN-NIGHT-DATE   PIC 9(08).
000780           15 WS-RUN-LEAGUE-CODE  PIC X(02).
000790           15 WS-RUN-STEP-SUB     PIC 9(02).
000800           15 WS-RUN-SEQUENCE     PIC 9(05).
000810        10 WS-RUN-PROGRAM-ID      PIC X(08).
000820        10 WS-RUN-START-DATE      PIC 9(08).
000830        10 WS-RUN-START-TIME      PIC 9(08).
000840        10 WS-RUN-END-DATE        PIC 9(08).
000850        10 WS-RUN-END-TIME        PIC 9(08).
000860        10 WS-RUN-RETURN-CODE     PIC 9(04).
000870        10 WS-RUN-INPUT-COUNT     PIC 9(09).
000880        10 WS-RUN-OUTPUT-COUNT    PIC 9(09).
000890        10 WS-RUN-OVERRIDE-FLAG   PIC X(01).
000900           88 WS-RUN-ON-OVERRIDE       VALUE "Y".
000910        10 WS-RUN-START-FLAG      PIC X(01).
000920           88 WS-RUN-HAS-START         VALUE "Y".
000930        10 WS-RUN-END-FLAG        PIC X(01).
000940           88 WS-RUN-HAS-END           VALUE "Y".
000950        10 WS-RUN-NOTE            PIC X(50).
000960 01  WS-SWAP-ENTRY             PIC X(132).
000970 77  WS-OPEN-RUN-SWITCH        PIC X(01) VALUE "N".
000980     88 WS-OPEN-RUN-FOUND           VALUE "Y".
000990*****************************************************************
001000*    THE NIGHT AND LEAGUE BEING PRINTED - ROWS WS-GROUP-START
001010*    THROUGH WS-GROUP-END OF THE SORTED TABLE.
001020*****************************************************************
001030 77  WS-GROUP-START            PIC 9(05) COMP VALUE ZERO.
001040 77  WS-GROUP-END              PIC 9(05) COMP VALUE ZERO.
001050 77  WS-GROUP-SWITCH           PIC X(01) VALUE "N".
001060     88 WS-GROUP-COMPLETE           VALUE "Y".
001070 77  WS-STEP-SUB               PIC 9(02) COMP VALUE ZERO.
001080 77  WS-STEP-RUNS              PIC 9(05) COMP VALUE ZERO.
001090 77  WS-OTHER-SWITCH           PIC X(01) VALUE "N".
001100     88 WS-RUN-ELSEWHERE            VALUE "Y".
001110 77  WS-CHECK-SUB              PIC 9(02) COMP VALUE ZERO.
001120 77  WS-FROM-ROW               PIC 9(05) COMP VALUE ZERO.
001130 77  WS-TO-ROW                 PIC 9(05) COMP VALUE ZERO.
001140 77  WS-FROM-FIGURE            PIC 9(09) VALUE ZERO.
001150 77  WS-TO-FIGURE              PIC 9(09) VALUE ZERO.
001151 77  WS-FIGURE-ROW             PIC 9(05) COMP VALUE ZERO.
001152 77  WS-ROW-FIGURE             PIC 9(09) VALUE ZERO.
001153 77  WS-FIGURE-SWITCH          PIC X(01) VALUE "N".
001154     88 WS-FIGURE-IS-INPUT          VALUE "Y".
001155 77  WS-SUM-PROGRAM            PIC X(08) VALUE SPACES.
001156 77  WS-SUM-FIGURE             PIC 9(09) VALUE ZERO.
001157 77  WS-SUM-LEAGUES            PIC 9(03) COMP VALUE ZERO.
001160*****************************************************************
001170*    WHAT WAS FLAGGED
001180*****************************************************************
001190 77  WS-NIGHTS-REPORTED        PIC 9(05) COMP VALUE ZERO.
001200 77  WS-RUNS-REPORTED          PIC 9(05) COMP VALUE ZERO.
001210 77  WS-FAILED-COUNT           PIC 9(05) COMP VALUE ZERO.
001220 77  WS-UNENDED-COUNT          PIC 9(05) COMP VALUE ZERO.
001230 77  WS-OVERRIDE-COUNT         PIC 9(05) COMP VALUE ZERO.
001240 77  WS-GAP-COUNT              PIC 9(05) COMP VALUE ZERO.
001250 77  WS-MISMATCH-COUNT         PIC 9(05) COMP VALUE ZERO.
001260*****************************************************************
001270*    REPORT LINE WORK AREAS
001280*****************************************************************
001290 01  WS-EDIT-TIME-FIELDS.
001300     05 WS-EDIT-TIME           PIC 9(08).
001310     05 WS-EDIT-TIME-SPLIT REDEFINES WS-EDIT-TIME.
001320        10 WS-EDIT-HHMMSS      PIC 9(06).
001330        10 FILLER              PIC 9(02).
001340 77  WS-EDIT-COUNT             PIC ZZZZZZZZ9.
001350 01  WS-HEADING-LINE-1.
001360     05 FILLER                 PIC X(30) VALUE
001370         "NIGHTLY JOB-STEP STATUS AS OF ".
001380     05 WS-H1-RUN-DATE         PIC 9(08).
001390     05 FILLER                 PIC X(09) VALUE "  NIGHTS ".
001400     05 WS-H1-START-DATE       PIC 9(08).
001410     05 FILLER                 PIC X(04) VALUE " TO ".
001420     05 WS-H1-END-DATE         PIC 9(08).
001430 01  WS-NIGHT-HEADING.
001440     05 FILLER                 PIC X(06) VALUE "NIGHT ".
001450     05 WS-NH-NIGHT-DATE       PIC 9(08).
001460     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
001470     05 WS-NH-LEAGUE-CODE      PIC X(03).
001480 01  WS-HEADING-LINE-2.
001490     05 FILLER                 PIC X(10) VALUE "STEP".
001500     05 FILLER                 PIC X(17) VALUE "STARTED".
001510     05 FILLER                 PIC X(17) VALUE "ENDED".
001520     05 FILLER                 PIC X(09) VALUE "RC".
001530     05 FILLER                 PIC X(11) VALUE "INPUT".
001540     05 FILLER                 PIC X(10) VALUE "OUTPUT".
001550     05 FILLER                 PIC X(06) VALUE "STATUS".
001560 01  WS-DETAIL-LINE.
001570     05 WS-DL-PROGRAM-ID       PIC X(08).
001580     05 FILLER                 PIC X(02) VALUE SPACES.
001590     05 WS-DL-START-DATE       PIC X(08).
001600     05 FILLER                 PIC X(01) VALUE SPACES.
001610     05 WS-DL-START-TIME       PIC X(06).
001620     05 FILLER                 PIC X(02) VALUE SPACES.
001630     05 WS-DL-END-DATE         PIC X(08).
001640     05 FILLER                 PIC X(01) VALUE SPACES.
001650     05 WS-DL-END-TIME         PIC X(06).
001660     05 FILLER                 PIC X(02) VALUE SPACES.
001670     05 WS-DL-RETURN-CODE      PIC X(04).
001680     05 FILLER                 PIC X(02) VALUE SPACES.
001690     05 WS-DL-INPUT-COUNT      PIC X(09).
001700     05 FILLER                 PIC X(02) VALUE SPACES.
001710     05 WS-DL-OUTPUT-COUNT     PIC X(09).
001720     05 FILLER                 PIC X(02) VALUE SPACES.
001730     05 WS-DL-STATUS           PIC X(26).
001740 01  WS-NOTE-LINE.
001750     05 FILLER                 PIC X(10) VALUE SPACES.
001760     05 FILLER                 PIC X(06) VALUE "NOTE: ".
001770     05 WS-NL-NOTE             PIC X(50).
001772 01  WS-SUM-NOTE.
001773     05 FILLER                 PIC X(12) VALUE "SUMMED OVER ".
001774     05 WS-SN-LEAGUES          PIC ZZ9.
001775     05 FILLER                 PIC X(16) VALUE
001776         " LEAGUE RUNS OF ".
001777     05 WS-SN-PROGRAM          PIC X(08).
001780 01  WS-CHECK-LINE.
001790     05 FILLER                 PIC X(13) VALUE "COUNT CHECK  ".
001800     05 WS-CK-FROM-PROGRAM     PIC X(08).
001810     05 FILLER                 PIC X(01) VALUE SPACES.
001820     05 WS-CK-FROM-LABEL       PIC X(06).
001830     05 FILLER                 PIC X(01) VALUE SPACES.
001840     05 WS-CK-FROM-COUNT       PIC ZZZZZZZZ9.
001850     05 FILLER                 PIC X(04) VALUE " VS ".
001860     05 WS-CK-TO-PROGRAM       PIC X(08).
001870     05 FILLER                 PIC X(01) VALUE SPACES.
001880     05 WS-CK-TO-LABEL         PIC X(06).
001890     05 FILLER                 PIC X(01) VALUE SPACES.
001900     05 WS-CK-TO-COUNT         PIC ZZZZZZZZ9.
001910     05 FILLER                 PIC X(02) VALUE SPACES.
001920     05 WS-CK-RESULT           PIC X(20).
001930 01  WS-COUNT-LINE.
001940     05 WS-CL-LABEL            PIC X(30).
001950     05 WS-CL-COUNT            PIC ZZZZ9.
001960 01  WS-NONE-LINE.
001970     05 FILLER                 PIC X(40) VALUE
001980         "NO JOB-STEP ENTRIES FOR THE NIGHTS ASKED".
001990 PROCEDURE DIVISION.
002000*****************************************************************
002010*    0000-MAINLINE
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE
002050     PERFORM 2000-SORT-RUNS
002060     PERFORM 3000-PRINT-STATUS
002070     PERFORM 8000-PRINT-TOTALS
002080     PERFORM 9000-TERMINATE
002090     IF WS-FAILED-COUNT > 0
002100        OR WS-UNENDED-COUNT > 0
002110        OR WS-GAP-COUNT > 0
002120        OR WS-MISMATCH-COUNT > 0
002130        MOVE 8 TO RETURN-CODE
002140     END-IF
002150     STOP RUN
002160     .
002170*****************************************************************
002180*    1000-INITIALIZE
002190*****************************************************************
002200 1000-INITIALIZE.
002210     ACCEPT WS-START-DATE FROM ENVIRONMENT "OPSSTRT"
002220     ACCEPT WS-END-DATE FROM ENVIRONMENT "OPSEND"
002230     IF WS-END-DATE = ZERO
002240        IF WS-START-DATE = ZERO
002250           MOVE 99999999 TO WS-END-DATE
002260        ELSE
002270           MOVE WS-START-DATE TO WS-END-DATE
002280        END-IF
002290     END-IF
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002310     OPEN INPUT JOB-STEP-LOG
002320     IF NOT WS-LOG-OK
002330        DISPLAY "OPSSTAT - CANNOT OPEN JOB-STEP-LOG "
002340            WS-LOG-STATUS
002350        GO TO 9999-ABEND
002360     END-IF
002370     OPEN OUTPUT STATUS-REPORT
002380     IF NOT WS-REPORT-OK
002390        DISPLAY "OPSSTAT - CANNOT OPEN STATUS-REPORT "
002400            WS-REPORT-STATUS
002410        GO TO 9999-ABEND
002420     END-IF
002430     MOVE WS-RUN-DATE   TO WS-H1-RUN-DATE
002440     MOVE WS-START-DATE TO WS-H1-START-DATE
002450     MOVE WS-END-DATE   TO WS-H1-END-DATE
002460     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
002470     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002480         UNTIL WS-END-OF-INPUT-FILE
002490     .
002500*****************************************************************
002510*    1100-LOAD-ONE-ENTRY
002520*        A start entry opens a run; an end entry closes the
002530*        latest run of the same night, league and program still
002540*        open, or stands as a run of its own when none is.
002550*****************************************************************
002560 1100-LOAD-ONE-ENTRY.
002570     READ JOB-STEP-LOG
002580         AT END
002590             MOVE "Y" TO WS-EOF-SWITCH
002600             GO TO 1100-EXIT
002610     END-READ
002620     IF JL-NIGHT-DATE < WS-START-DATE
002630        OR JL-NIGHT-DATE > WS-END-DATE
002640        GO TO 1100-EXIT
002650     END-IF
002660     IF JL-STEP-ENDED
002670        MOVE "N" TO WS-OPEN-RUN-SWITCH
002680        MOVE WS-RUN-COUNT TO WS-RUN-SUB
002690        PERFORM 1300-FIND-OPEN-RUN
002700            UNTIL WS-RUN-SUB < 1
002710            OR WS-OPEN-RUN-FOUND
002720        IF NOT WS-OPEN-RUN-FOUND
002730           PERFORM 1200-ADD-RUN
002740        END-IF
002750        MOVE JL-ENTRY-DATE     TO WS-RUN-END-DATE(WS-RUN-SUB)
002760        MOVE JL-ENTRY-TIME     TO WS-RUN-END-TIME(WS-RUN-SUB)
002770        MOVE JL-RETURN-CODE    TO WS-RUN-RETURN-CODE(WS-RUN-SUB)
002780        MOVE JL-INPUT-COUNT    TO WS-RUN-INPUT-COUNT(WS-RUN-SUB)
002790        MOVE JL-OUTPUT-COUNT   TO WS-RUN-OUTPUT-COUNT(WS-RUN-SUB)
002800        MOVE "Y"               TO WS-RUN-END-FLAG(WS-RUN-SUB)
002810     ELSE
002820        PERFORM 1200-ADD-RUN
002830        MOVE JL-ENTRY-DATE     TO WS-RUN-START-DATE(WS-RUN-SUB)
002840        MOVE JL-ENTRY-TIME     TO WS-RUN-START-TIME(WS-RUN-SUB)
002850        MOVE JL-OVERRIDE-FLAG  TO WS-RUN-OVERRIDE-FLAG(WS-RUN-SUB)
002860        MOVE JL-STEP-NOTE      TO WS-RUN-NOTE(WS-RUN-SUB)
002870        MOVE "Y"               TO WS-RUN-START-FLAG(WS-RUN-SUB)
002880     END-IF
002890     .
002900 1100-EXIT.
002910     EXIT
002920     .
002930*****************************************************************
002940*    1200-ADD-RUN
002950*****************************************************************
002960 1200-ADD-RUN.
002970     IF WS-RUN-COUNT >= 2000
002980        DISPLAY "OPSSTAT - MORE THAN 2000 STEP RUNS"
002990        GO TO 9999-ABEND
003000     END-IF
003010     ADD 1 TO WS-RUN-COUNT
003020     MOVE WS-RUN-COUNT TO WS-RUN-SUB
003030     MOVE JL-NIGHT-DATE  TO WS-RUN-NIGHT-DATE(WS-RUN-SUB)
003040     MOVE JL-LEAGUE-CODE TO WS-RUN-LEAGUE-CODE(WS-RUN-SUB)
003050     MOVE WS-RUN-COUNT   TO WS-RUN-SEQUENCE(WS-RUN-SUB)
003060     MOVE JL-PROGRAM-ID  TO WS-RUN-PROGRAM-ID(WS-RUN-SUB)
003070     MOVE ZERO           TO WS-RUN-START-DATE(WS-RUN-SUB)
003080     MOVE ZERO           TO WS-RUN-START-TIME(WS-RUN-SUB)
003090     MOVE ZERO           TO WS-RUN-END-DATE(WS-RUN-SUB)
003100     MOVE ZERO           TO WS-RUN-END-TIME(WS-RUN-SUB)
003110     MOVE ZERO           TO WS-RUN-RETURN-CODE(WS-RUN-SUB)
003120     MOVE ZERO           TO WS-RUN-INPUT-COUNT(WS-RUN-SUB)
003130     MOVE ZERO           TO WS-RUN-OUTPUT-COUNT(WS-RUN-SUB)
003140     MOVE "N"            TO WS-RUN-OVERRIDE-FLAG(WS-RUN-SUB)
003150     MOVE "N"            TO WS-RUN-START-FLAG(WS-RUN-SUB)
003160     MOVE "N"            TO WS-RUN-END-FLAG(WS-RUN-SUB)
003170     MOVE SPACES         TO WS-RUN-NOTE(WS-RUN-SUB)
003180     MOVE 99             TO WS-RUN-STEP-SUB(WS-RUN-SUB)
003190     SET JT-STP-IDX TO 1
003200     SEARCH JT-STEP-ENTRY
003210         WHEN JT-STEP-PROGRAM(JT-STP-IDX) = JL-PROGRAM-ID
003220             SET WS-RUN-STEP-SUB(WS-RUN-SUB) TO JT-STP-IDX
003230     END-SEARCH
003240     .
003250*****************************************************************
003260*    1300-FIND-OPEN-RUN
003270*        Walks back from the latest run.
003280*****************************************************************
003290 1300-FIND-OPEN-RUN.
003300     IF WS-RUN-NIGHT-DATE(WS-RUN-SUB) = JL-NIGHT-DATE
003310        AND WS-RUN-LEAGUE-CODE(WS-RUN-SUB) = JL-LEAGUE-CODE
003320        AND WS-RUN-PROGRAM-ID(WS-RUN-SUB) = JL-PROGRAM-ID
003330        AND WS-RUN-HAS-START(WS-RUN-SUB)
003340        AND NOT WS-RUN-HAS-END(WS-RUN-SUB)
003350        MOVE "Y" TO WS-OPEN-RUN-SWITCH
003360     ELSE
003370        SUBTRACT 1 FROM WS-RUN-SUB
003380     END-IF
003390     .
003400*****************************************************************
003410*    2000-SORT-RUNS
003420*        Simple exchange sort on the run sort key.
003430*****************************************************************
003440 2000-SORT-RUNS.
003450     IF WS-RUN-COUNT > 1
003460        PERFORM 2100-BUBBLE-PASS VARYING WS-RUN-SUB
003470           FROM 1 BY 1 UNTIL WS-RUN-SUB >= WS-RUN-COUNT
003480     END-IF
003490     .
003500*****************************************************************
003510*    2100-BUBBLE-PASS
003520*****************************************************************
003530 2100-BUBBLE-PASS.
003540     PERFORM 2200-BUBBLE-COMPARE VARYING WS-RUN-SUB2
003550        FROM 1 BY 1
003560        UNTIL WS-RUN-SUB2 > WS-RUN-COUNT - WS-RUN-SUB
003570     .
003580*****************************************************************
003590*    2200-BUBBLE-COMPARE
003600*****************************************************************
003610 2200-BUBBLE-COMPARE.
003620     IF WS-RUN-SORT-KEY(WS-RUN-SUB2) >
003630        WS-RUN-SORT-KEY(WS-RUN-SUB2 + 1)
003640        MOVE WS-RUN-ENTRY(WS-RUN-SUB2) TO WS-SWAP-ENTRY
003650        MOVE WS-RUN-ENTRY(WS-RUN-SUB2 + 1)
003660            TO WS-RUN-ENTRY(WS-RUN-SUB2)
003670        MOVE WS-SWAP-ENTRY TO WS-RUN-ENTRY(WS-RUN-SUB2 + 1)
003680     END-IF
003690     .
003700*****************************************************************
003710*    3000-PRINT-STATUS
003720*        One block per night and league.
003730*****************************************************************
003740 3000-PRINT-STATUS.
003750     IF WS-RUN-COUNT = 0
003760        WRITE RP-REPORT-LINE FROM WS-NONE-LINE
003770     ELSE
003780        MOVE 1 TO WS-GROUP-START
003790        PERFORM 3100-PRINT-ONE-NIGHT
003800            UNTIL WS-GROUP-START > WS-RUN-COUNT
003810     END-IF
003820     .
003830*****************************************************************
003840*    3100-PRINT-ONE-NIGHT
003850*        The stream's steps in order, each run of a step on its
003860*        own line and a step with no run flagged; then any
003870*        program logged outside the stream; then the counts the
003880*        steps hand on.
003890*****************************************************************
003900 3100-PRINT-ONE-NIGHT.
003910     MOVE WS-GROUP-START TO WS-GROUP-END
003920     MOVE "N" TO WS-GROUP-SWITCH
003930     PERFORM 3110-FIND-GROUP-END
003940         UNTIL WS-GROUP-COMPLETE
003950     ADD 1 TO WS-NIGHTS-REPORTED
003960     MOVE WS-RUN-NIGHT-DATE(WS-GROUP-START) TO WS-NH-NIGHT-DATE
003970     IF WS-RUN-LEAGUE-CODE(WS-GROUP-START) = SPACES
003980        MOVE "ALL" TO WS-NH-LEAGUE-CODE
003990     ELSE
004000        MOVE WS-RUN-LEAGUE-CODE(WS-GROUP-START)
004010            TO WS-NH-LEAGUE-CODE
004020     END-IF
004030     MOVE SPACES TO RP-REPORT-LINE
004040     WRITE RP-REPORT-LINE
004050     WRITE RP-REPORT-LINE FROM WS-NIGHT-HEADING
004060     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
004070     PERFORM 3200-PRINT-ONE-STEP VARYING WS-STEP-SUB
004080         FROM 1 BY 1 UNTIL WS-STEP-SUB > JT-STREAM-SIZE
004090     MOVE 99 TO WS-STEP-SUB
004100     PERFORM 3210-PRINT-IF-STEP VARYING WS-RUN-SUB
004110         FROM WS-GROUP-START BY 1 UNTIL WS-RUN-SUB > WS-GROUP-END
004120     PERFORM 3500-CHECK-COUNTS THRU 3500-EXIT
004130         VARYING WS-CHECK-SUB
004140         FROM 1 BY 1 UNTIL WS-CHECK-SUB > JT-CHECK-SIZE
004150     COMPUTE WS-GROUP-START = WS-GROUP-END + 1
004160     .
004170*****************************************************************
004180*    3110-FIND-GROUP-END
004190*****************************************************************
004200 3110-FIND-GROUP-END.
004210     IF WS-GROUP-END >= WS-RUN-COUNT
004220        MOVE "Y" TO WS-GROUP-SWITCH
004230     ELSE
004240        IF WS-RUN-NIGHT-DATE(WS-GROUP-END + 1) =
004250           WS-RUN-NIGHT-DATE(WS-GROUP-START)
004260           AND WS-RUN-LEAGUE-CODE(WS-GROUP-END + 1) =
004270           WS-RUN-LEAGUE-CODE(WS-GROUP-START)
004280           ADD 1 TO WS-GROUP-END
004290        ELSE
004300           MOVE "Y" TO WS-GROUP-SWITCH
004310        END-IF
004320     END-IF
004330     .
004340*****************************************************************
004350*    3200-PRINT-ONE-STEP
004360*****************************************************************
004370 3200-PRINT-ONE-STEP.
004380     MOVE ZERO TO WS-STEP-RUNS
004390     PERFORM 3210-PRINT-IF-STEP VARYING WS-RUN-SUB
004400         FROM WS-GROUP-START BY 1 UNTIL WS-RUN-SUB > WS-GROUP-END
004410     IF WS-STEP-RUNS = 0
004420        PERFORM 3250-PRINT-GAP
004430     END-IF
004440     .
004450*****************************************************************
004460*    3210-PRINT-IF-STEP
004470*****************************************************************
004480 3210-PRINT-IF-STEP.
004490     IF WS-RUN-STEP-SUB(WS-RUN-SUB) = WS-STEP-SUB
004500        PERFORM 3400-PRINT-RUN-LINE
004510        ADD 1 TO WS-STEP-RUNS
004520     END-IF
004530     .
004540*****************************************************************
004550*    3250-PRINT-GAP
004560*        A step with no run for the night and league.  A step
004570*        run once for every league stands for each league's
004580*        run, and a league's run of it stands, for the
004590*        all-league block, as the step having been run - so
004600*        neither is a gap.
004610*****************************************************************
004620 3250-PRINT-GAP.
004630     MOVE "N" TO WS-OTHER-SWITCH
004640     PERFORM 3260-FIND-OTHER-RUN VARYING WS-RUN-SUB
004650         FROM 1 BY 1 UNTIL WS-RUN-SUB > WS-RUN-COUNT
004660     MOVE SPACES TO WS-DETAIL-LINE
004670     MOVE JT-STEP-PROGRAM(WS-STEP-SUB) TO WS-DL-PROGRAM-ID
004680     IF WS-RUN-ELSEWHERE
004690        IF WS-RUN-LEAGUE-CODE(WS-GROUP-START) = SPACES
004700           MOVE "RUN BY LEAGUE" TO WS-DL-STATUS
004710        ELSE
004720           MOVE "RUN FOR ALL LEAGUES" TO WS-DL-STATUS
004730        END-IF
004740     ELSE
004750        MOVE "*** NOT RUN ***" TO WS-DL-STATUS
004760        ADD 1 TO WS-GAP-COUNT
004770     END-IF
004780     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004790     .
004800*****************************************************************
004810*    3260-FIND-OTHER-RUN
004820*****************************************************************
004830 3260-FIND-OTHER-RUN.
004840     IF WS-RUN-NIGHT-DATE(WS-RUN-SUB) =
004850        WS-RUN-NIGHT-DATE(WS-GROUP-START)
004860        AND WS-RUN-STEP-SUB(WS-RUN-SUB) = WS-STEP-SUB
004870        IF WS-RUN-LEAGUE-CODE(WS-GROUP-START) = SPACES
004880           IF WS-RUN-LEAGUE-CODE(WS-RUN-SUB) NOT = SPACES
004890              MOVE "Y" TO WS-OTHER-SWITCH
004900           END-IF
004910        ELSE
004920           IF WS-RUN-LEAGUE-CODE(WS-RUN-SUB) = SPACES
004930              MOVE "Y" TO WS-OTHER-SWITCH
004940           END-IF
004950        END-IF
004960     END-IF
004970     .
004980*****************************************************************
004990*    3400-PRINT-RUN-LINE
005000*****************************************************************
005010 3400-PRINT-RUN-LINE.
005020     MOVE SPACES TO WS-DETAIL-LINE
005030     ADD 1 TO WS-RUNS-REPORTED
005040     MOVE WS-RUN-PROGRAM-ID(WS-RUN-SUB) TO WS-DL-PROGRAM-ID
005050     IF WS-RUN-HAS-START(WS-RUN-SUB)
005060        MOVE WS-RUN-START-DATE(WS-RUN-SUB) TO WS-DL-START-DATE
005070        MOVE WS-RUN-START-TIME(WS-RUN-SUB) TO WS-EDIT-TIME
005080        MOVE WS-EDIT-HHMMSS TO WS-DL-START-TIME
005090     END-IF
005100     IF WS-RUN-HAS-END(WS-RUN-SUB)
005110        MOVE WS-RUN-END-DATE(WS-RUN-SUB) TO WS-DL-END-DATE
005120        MOVE WS-RUN-END-TIME(WS-RUN-SUB) TO WS-EDIT-TIME
005130        MOVE WS-EDIT-HHMMSS TO WS-DL-END-TIME
005140        MOVE WS-RUN-RETURN-CODE(WS-RUN-SUB) TO WS-DL-RETURN-CODE
005150        MOVE WS-RUN-INPUT-COUNT(WS-RUN-SUB) TO WS-EDIT-COUNT
005160        MOVE WS-EDIT-COUNT TO WS-DL-INPUT-COUNT
005170        MOVE WS-RUN-OUTPUT-COUNT(WS-RUN-SUB) TO WS-EDIT-COUNT
005180        MOVE WS-EDIT-COUNT TO WS-DL-OUTPUT-COUNT
005190     END-IF
005200     EVALUATE TRUE
005210     WHEN NOT WS-RUN-HAS-END(WS-RUN-SUB)
005220        MOVE "*** NO END ENTRY ***" TO WS-DL-STATUS
005230        ADD 1 TO WS-UNENDED-COUNT
005240     WHEN WS-RUN-RETURN-CODE(WS-RUN-SUB) NOT = ZERO
005250        MOVE "*** FAILED ***" TO WS-DL-STATUS
005260        ADD 1 TO WS-FAILED-COUNT
005270     WHEN NOT WS-RUN-HAS-START(WS-RUN-SUB)
005280        MOVE "*** NO START ENTRY ***" TO WS-DL-STATUS
005290        ADD 1 TO WS-UNENDED-COUNT
005300     WHEN WS-RUN-ON-OVERRIDE(WS-RUN-SUB)
005310        MOVE "OK - RUN ON STEPOVR" TO WS-DL-STATUS
005320     WHEN OTHER
005330        MOVE "OK" TO WS-DL-STATUS
005340     END-EVALUATE
005350     IF WS-RUN-ON-OVERRIDE(WS-RUN-SUB)
005360        ADD 1 TO WS-OVERRIDE-COUNT
005370     END-IF
005380     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005390     IF WS-RUN-NOTE(WS-RUN-SUB) NOT = SPACES
005400        MOVE WS-RUN-NOTE(WS-RUN-SUB) TO WS-NL-NOTE
005410        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
005420     END-IF
005430     .
005440*****************************************************************
005450*    3500-CHECK-COUNTS
005460*        Each count the stream hands on is checked between the
005470*        latest clean run of the two steps for the night and
005480*        league.  A step missing or not clean is flagged above
005490*        and has no counts worth checking.  In the all-league
005500*        block a step run once for every league is checked
005510*        against the sum of the other step's per-league runs
005520*        that night - the latest clean run for each league - and
005530*        the same the other way about.
005540*****************************************************************
005550 3500-CHECK-COUNTS.
005560     MOVE ZERO TO WS-FROM-ROW
005570     MOVE ZERO TO WS-TO-ROW
005580     PERFORM 3510-FIND-CHECK-RUNS VARYING WS-RUN-SUB
005590         FROM WS-GROUP-START BY 1 UNTIL WS-RUN-SUB > WS-GROUP-END
005600     IF WS-FROM-ROW = ZERO AND WS-TO-ROW = ZERO
005610        GO TO 3500-EXIT
005620     END-IF
005630     IF WS-FROM-ROW = ZERO OR WS-TO-ROW = ZERO
005640        IF WS-RUN-LEAGUE-CODE(WS-GROUP-START) NOT = SPACES
005650           GO TO 3500-EXIT
005660        END-IF
005670     END-IF
005680     MOVE ZERO TO WS-SUM-LEAGUES
005690     MOVE JT-FROM-PROGRAM(WS-CHECK-SUB) TO WS-CK-FROM-PROGRAM
005700     MOVE JT-TO-PROGRAM(WS-CHECK-SUB)   TO WS-CK-TO-PROGRAM
005710     IF JT-FROM-INPUT(WS-CHECK-SUB)
005720        MOVE "INPUT"  TO WS-CK-FROM-LABEL
005730        MOVE "Y" TO WS-FIGURE-SWITCH
005740     ELSE
005750        MOVE "OUTPUT" TO WS-CK-FROM-LABEL
005760        MOVE "N" TO WS-FIGURE-SWITCH
005770     END-IF
005780     IF WS-FROM-ROW = ZERO
005790        MOVE JT-FROM-PROGRAM(WS-CHECK-SUB) TO WS-SUM-PROGRAM
005800        PERFORM 3520-SUM-LEAGUE-RUNS
005810        MOVE WS-SUM-FIGURE TO WS-FROM-FIGURE
005820     ELSE
005830        MOVE WS-FROM-ROW TO WS-FIGURE-ROW
005840        PERFORM 3540-ROW-FIGURE
005850        MOVE WS-ROW-FIGURE TO WS-FROM-FIGURE
005860     END-IF
005870     IF JT-TO-INPUT(WS-CHECK-SUB)
005880        MOVE "INPUT"  TO WS-CK-TO-LABEL
005890        MOVE "Y" TO WS-FIGURE-SWITCH
005900     ELSE
005910        MOVE "OUTPUT" TO WS-CK-TO-LABEL
005920        MOVE "N" TO WS-FIGURE-SWITCH
005930     END-IF
005940     IF WS-TO-ROW = ZERO
005950        MOVE JT-TO-PROGRAM(WS-CHECK-SUB) TO WS-SUM-PROGRAM
005960        PERFORM 3520-SUM-LEAGUE-RUNS
005970        MOVE WS-SUM-FIGURE TO WS-TO-FIGURE
005980     ELSE
005990        MOVE WS-TO-ROW TO WS-FIGURE-ROW
006000        PERFORM 3540-ROW-FIGURE
006010        MOVE WS-ROW-FIGURE TO WS-TO-FIGURE
006020     END-IF
006030     IF (WS-FROM-ROW = ZERO OR WS-TO-ROW = ZERO)
006040        AND WS-SUM-LEAGUES = ZERO
006050        GO TO 3500-EXIT
006060     END-IF
006070     MOVE WS-FROM-FIGURE TO WS-CK-FROM-COUNT
006080     MOVE WS-TO-FIGURE   TO WS-CK-TO-COUNT
006090     IF WS-FROM-FIGURE = WS-TO-FIGURE
006100        MOVE "AGREE" TO WS-CK-RESULT
006110     ELSE
006120        MOVE "*** DISAGREE ***" TO WS-CK-RESULT
006130        ADD 1 TO WS-MISMATCH-COUNT
006140     END-IF
006150     WRITE RP-REPORT-LINE FROM WS-CHECK-LINE
006160     IF WS-SUM-LEAGUES > ZERO
006170        MOVE WS-SUM-LEAGUES TO WS-SN-LEAGUES
006180        MOVE WS-SUM-PROGRAM TO WS-SN-PROGRAM
006190        MOVE WS-SUM-NOTE    TO WS-NL-NOTE
006200        WRITE RP-REPORT-LINE FROM WS-NOTE-LINE
006210     END-IF
006220     .
006230 3500-EXIT.
006240     EXIT
006250     .
006260*****************************************************************
006270*    3510-FIND-CHECK-RUNS
006280*****************************************************************
006290 3510-FIND-CHECK-RUNS.
006300     IF WS-RUN-HAS-END(WS-RUN-SUB)
006310        AND WS-RUN-RETURN-CODE(WS-RUN-SUB) = ZERO
006320        IF WS-RUN-PROGRAM-ID(WS-RUN-SUB) =
006330           JT-FROM-PROGRAM(WS-CHECK-SUB)
006340           MOVE WS-RUN-SUB TO WS-FROM-ROW
006350        END-IF
006360        IF WS-RUN-PROGRAM-ID(WS-RUN-SUB) =
006370           JT-TO-PROGRAM(WS-CHECK-SUB)
006380           MOVE WS-RUN-SUB TO WS-TO-ROW
006390        END-IF
006400     END-IF
006410     .
006420*****************************************************************
006430*    3520-SUM-LEAGUE-RUNS
006440*        Adds up WS-SUM-PROGRAM's count over its per-league runs
006450*        for the night.  The table is in league order, so a
006460*        league's latest clean run is the last one seen before
006470*        the league changes.
006480*****************************************************************
006490 3520-SUM-LEAGUE-RUNS.
006500     MOVE ZERO TO WS-SUM-FIGURE
006510     MOVE ZERO TO WS-SUM-LEAGUES
006520     MOVE ZERO TO WS-FIGURE-ROW
006530     PERFORM 3530-SUM-IF-LEAGUE-RUN VARYING WS-RUN-SUB2
006540         FROM 1 BY 1 UNTIL WS-RUN-SUB2 > WS-RUN-COUNT
006550     IF WS-FIGURE-ROW NOT = ZERO
006560        PERFORM 3540-ROW-FIGURE
006570        ADD WS-ROW-FIGURE TO WS-SUM-FIGURE
006580        ADD 1 TO WS-SUM-LEAGUES
006590     END-IF
006600     .
006610*****************************************************************
006620*    3530-SUM-IF-LEAGUE-RUN
006630*****************************************************************
006640 3530-SUM-IF-LEAGUE-RUN.
006650     IF WS-RUN-NIGHT-DATE(WS-RUN-SUB2) =
006660        WS-RUN-NIGHT-DATE(WS-GROUP-START)
006670        AND WS-RUN-LEAGUE-CODE(WS-RUN-SUB2) NOT = SPACES
006680        AND WS-RUN-PROGRAM-ID(WS-RUN-SUB2) = WS-SUM-PROGRAM
006690        AND WS-RUN-HAS-END(WS-RUN-SUB2)
006700        AND WS-RUN-RETURN-CODE(WS-RUN-SUB2) = ZERO
006710        IF WS-FIGURE-ROW NOT = ZERO
006720           AND WS-RUN-LEAGUE-CODE(WS-FIGURE-ROW) NOT =
006730               WS-RUN-LEAGUE-CODE(WS-RUN-SUB2)
006740           PERFORM 3540-ROW-FIGURE
006750           ADD WS-ROW-FIGURE TO WS-SUM-FIGURE
006760           ADD 1 TO WS-SUM-LEAGUES
006770        END-IF
006780        MOVE WS-RUN-SUB2 TO WS-FIGURE-ROW
006790     END-IF
006800     .
006810*****************************************************************
006820*    3540-ROW-FIGURE
006830*        The input or output count of run WS-FIGURE-ROW.
006840*****************************************************************
006850 3540-ROW-FIGURE.
006860     IF WS-FIGURE-IS-INPUT
006870        MOVE WS-RUN-INPUT-COUNT(WS-FIGURE-ROW) TO WS-ROW-FIGURE
006880     ELSE
006890        MOVE WS-RUN-OUTPUT-COUNT(WS-FIGURE-ROW) TO WS-ROW-FIGURE
006900     END-IF
006910     .
006920*****************************************************************
006930*    8000-PRINT-TOTALS
006940*****************************************************************
006950 8000-PRINT-TOTALS.
006960     MOVE SPACES TO RP-REPORT-LINE
006970     WRITE RP-REPORT-LINE
006980     MOVE "NIGHT/LEAGUE BLOCKS REPORTED" TO WS-CL-LABEL
006990     MOVE WS-NIGHTS-REPORTED  TO WS-CL-COUNT
007000     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007010     MOVE "STEP RUNS REPORTED"  TO WS-CL-LABEL
007020     MOVE WS-RUNS-REPORTED    TO WS-CL-COUNT
007030     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007040     MOVE "  FAILED"            TO WS-CL-LABEL
007050     MOVE WS-FAILED-COUNT     TO WS-CL-COUNT
007060     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007070     MOVE "  START OR END NOT LOGGED" TO WS-CL-LABEL
007080     MOVE WS-UNENDED-COUNT    TO WS-CL-COUNT
007090     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007100     MOVE "  RUN ON OVERRIDE"   TO WS-CL-LABEL
007110     MOVE WS-OVERRIDE-COUNT   TO WS-CL-COUNT
007120     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007130     MOVE "STEPS NOT RUN"       TO WS-CL-LABEL
007140     MOVE WS-GAP-COUNT        TO WS-CL-COUNT
007150     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007160     MOVE "COUNT CHECKS DISAGREEING" TO WS-CL-LABEL
007170     MOVE WS-MISMATCH-COUNT   TO WS-CL-COUNT
007180     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007190     .
007200*****************************************************************
007210*    9000-TERMINATE
007220*****************************************************************
007230 9000-TERMINATE.
007240     CLOSE JOB-STEP-LOG
007250     CLOSE STATUS-REPORT
007260     .
007270*****************************************************************
007280*    9999-ABEND
007290*****************************************************************
007300 9999-ABEND.
007310     CLOSE JOB-STEP-LOG
007320     CLOSE STATUS-REPORT
007330     MOVE 16 TO RETURN-CODE
007340     STOP RUN
007350     .
