000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALSCHED.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - the printed season
000110*                    schedule.  Lists every night on the
000120*                    LEAGUE-CALENDAR file under its league's
000130*                    heading in date order, with the night's
000140*                    status, the date a rescheduled night moved
000150*                    to or a makeup night replaces, the billable
000160*                    flag and the secretary's note, and closes
000170*                    each league with a count of its nights by
000180*                    status.  A LEAGCODE run prints that league
000190*                    only.
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-CALENDAR-STATUS.
000280     SELECT SCHEDULE-REPORT ASSIGN TO SCHEDRPT
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-REPORT-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  LEAGUE-CALENDAR-FILE
000340     RECORDING MODE IS F.
000350     COPY LEAGCAL.
000360 FD  SCHEDULE-REPORT.
000370 01  RP-REPORT-LINE            PIC X(80).
000380 WORKING-STORAGE SECTION.
000390*****************************************************************
000400*    FILE STATUS SWITCHES
000410*****************************************************************
000420 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
000430     88 WS-CALENDAR-OK              VALUE "00".
000440 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000450     88 WS-REPORT-OK                VALUE "00".
000460 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000470     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000480*****************************************************************
000490*    LEAGUE BEING PRINTED, SUPPLIED THROUGH THE ENVIRONMENT -
000500*    SPACES PRINTS EVERY LEAGUE.
000510*****************************************************************
000520 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000530     88 WS-ALL-LEAGUES              VALUE SPACES.
000540 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000550*****************************************************************
000560*    THE NIGHTS TO PRINT, SORTED INTO LEAGUE ORDER WITH THE
000570*    DATES IN ORDER UNDER EACH LEAGUE.
000580*****************************************************************
000590 77  WS-NIGHT-COUNT            PIC 9(05) COMP VALUE ZERO.
000600 01  WS-NIGHT-TABLE.
000610     05 WS-NIGHT-ENTRY OCCURS 1 TO 1000 TIMES
000620           DEPENDING ON WS-NIGHT-COUNT
000630           INDEXED BY WS-NGT-IDX WS-NGT-IDX2.
000640        10 WS-NGT-NIGHT-DATE      PIC 9(08).
000650        10 WS-NGT-LEAGUE-CODE     PIC X(02).
000660        10 WS-NGT-NIGHT-STATUS    PIC X(01).
000670           88 WS-NGT-SCHEDULED         VALUE "S".
000680           88 WS-NGT-PLAYED            VALUE "P".
000690           88 WS-NGT-CANCELLED         VALUE "C".
000700           88 WS-NGT-RESCHEDULED       VALUE "R".
000710           88 WS-NGT-LEAGUE-NIGHT      VALUE "S" "P".
000720        10 WS-NGT-RESCHEDULED-TO  PIC 9(08).
000730        10 WS-NGT-MAKEUP-FOR      PIC 9(08).
000740        10 WS-NGT-BILLABLE-FLAG   PIC X(01).
000750           88 WS-NGT-BILLABLE          VALUE "Y".
000760        10 WS-NGT-NIGHT-NOTE      PIC X(30).
000770 01  WS-SWAP-ENTRY             PIC X(58).
000780*****************************************************************
000790*    LEAGUE CONTROL BREAK AND THE LEAGUE'S COUNTS
000800*****************************************************************
000810 77  WS-PRINT-LEAGUE-CODE      PIC X(02) VALUE HIGH-VALUES.
000820 77  WS-LEAGUE-NIGHTS          PIC 9(05) COMP VALUE ZERO.
000830 77  WS-LEAGUE-SCHEDULED       PIC 9(05) COMP VALUE ZERO.
000840 77  WS-LEAGUE-PLAYED          PIC 9(05) COMP VALUE ZERO.
000850 77  WS-LEAGUE-CANCELLED       PIC 9(05) COMP VALUE ZERO.
000860 77  WS-LEAGUE-RESCHEDULED     PIC 9(05) COMP VALUE ZERO.
000870 77  WS-LEAGUE-BILLABLE        PIC 9(05) COMP VALUE ZERO.
000880*****************************************************************
000890*    REPORT LINE WORK AREAS
000900*****************************************************************
000910 01  WS-HEADING-LINE-1.
000920     05 FILLER                 PIC X(28) VALUE
000930         "LEAGUE NIGHT SCHEDULE AS OF ".
000940     05 WS-H1-RUN-DATE         PIC 9(08).
000950 01  WS-LEAGUE-HEADING.
000960     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
000970     05 WS-LH-LEAGUE-CODE      PIC X(02).
000980 01  WS-HEADING-LINE-2.
000990     05 FILLER                 PIC X(10) VALUE "NIGHT".
001000     05 FILLER                 PIC X(13) VALUE "STATUS".
001010     05 FILLER                 PIC X(10) VALUE "MOVED TO".
001020     05 FILLER                 PIC X(11) VALUE "MAKEUP FOR".
001030     05 FILLER                 PIC X(06) VALUE "BILL".
001040     05 FILLER                 PIC X(04) VALUE "NOTE".
001050 01  WS-DETAIL-LINE.
001060     05 WS-DL-NIGHT-DATE       PIC 9(08).
001070     05 FILLER                 PIC X(02) VALUE SPACES.
001080     05 WS-DL-STATUS           PIC X(11).
001090     05 FILLER                 PIC X(02) VALUE SPACES.
001100     05 WS-DL-MOVED-TO         PIC X(08).
001110     05 FILLER                 PIC X(02) VALUE SPACES.
001120     05 WS-DL-MAKEUP-FOR       PIC X(08).
001130     05 FILLER                 PIC X(03) VALUE SPACES.
001140     05 WS-DL-BILLABLE         PIC X(01).
001150     05 FILLER                 PIC X(05) VALUE SPACES.
001160     05 WS-DL-NOTE             PIC X(30).
001170 01  WS-COUNT-LINE.
001180     05 WS-CL-LABEL            PIC X(20).
001190     05 WS-CL-COUNT            PIC ZZZZ9.
001200 01  WS-NONE-LINE.
001210     05 FILLER                 PIC X(28) VALUE
001220         "NO NIGHTS ON THE CALENDAR".
001230 PROCEDURE DIVISION.
001240*****************************************************************
001250*    0000-MAINLINE
001260*****************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE
001290     PERFORM 2000-SORT-NIGHTS
001300     PERFORM 3000-PRINT-SCHEDULE
001310     PERFORM 9000-TERMINATE
001320     STOP RUN
001330     .
001340*****************************************************************
001350*    1000-INITIALIZE
001360*****************************************************************
001370 1000-INITIALIZE.
001380     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001400     OPEN INPUT LEAGUE-CALENDAR-FILE
001410     IF NOT WS-CALENDAR-OK
001420        DISPLAY "CALSCHED - CANNOT OPEN LEAGUE-CALENDAR-FILE "
001430            WS-CALENDAR-STATUS
001440        GO TO 9999-ABEND
001450     END-IF
001460     OPEN OUTPUT SCHEDULE-REPORT
001470     IF NOT WS-REPORT-OK
001480        DISPLAY "CALSCHED - CANNOT OPEN SCHEDULE-REPORT "
001490            WS-REPORT-STATUS
001500        GO TO 9999-ABEND
001510     END-IF
001520     MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
001530     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
001540     PERFORM 1100-LOAD-ONE-NIGHT THRU 1100-EXIT
001550         UNTIL WS-END-OF-INPUT-FILE
001560     .
001570*****************************************************************
001580*    1100-LOAD-ONE-NIGHT
001590*****************************************************************
001600 1100-LOAD-ONE-NIGHT.
001610     READ LEAGUE-CALENDAR-FILE
001620         AT END
001630             MOVE "Y" TO WS-EOF-SWITCH
001640             GO TO 1100-EXIT
001650     END-READ
001660     IF NOT WS-ALL-LEAGUES
001670        AND LC-LEAGUE-CODE NOT = WS-LEAGUE-CODE
001680        GO TO 1100-EXIT
001690     END-IF
001700     IF WS-NIGHT-COUNT >= 1000
001710        DISPLAY "CALSCHED - MORE THAN 1000 CALENDAR NIGHTS"
001720        GO TO 9999-ABEND
001730     END-IF
001740     ADD 1 TO WS-NIGHT-COUNT
001750     SET WS-NGT-IDX TO WS-NIGHT-COUNT
001760     MOVE LC-CALENDAR-RECORD TO WS-NIGHT-ENTRY(WS-NGT-IDX)
001770     .
001780 1100-EXIT.
001790     EXIT
001800     .
001810*****************************************************************
001820*    2000-SORT-NIGHTS
001830*        Simple exchange sort - league, then night date.
001840*****************************************************************
001850 2000-SORT-NIGHTS.
001860     IF WS-NIGHT-COUNT > 1
001870        PERFORM 2100-BUBBLE-PASS VARYING WS-NGT-IDX
001880           FROM 1 BY 1 UNTIL WS-NGT-IDX >= WS-NIGHT-COUNT
001890     END-IF
001900     .
001910*****************************************************************
001920*    2100-BUBBLE-PASS
001930*****************************************************************
001940 2100-BUBBLE-PASS.
001950     PERFORM 2200-BUBBLE-COMPARE VARYING WS-NGT-IDX2
001960        FROM 1 BY 1
001970        UNTIL WS-NGT-IDX2 > WS-NIGHT-COUNT - WS-NGT-IDX
001980     .
001990*****************************************************************
002000*    2200-BUBBLE-COMPARE
002010*****************************************************************
002020 2200-BUBBLE-COMPARE.
002030     IF WS-NGT-LEAGUE-CODE(WS-NGT-IDX2) >
002040        WS-NGT-LEAGUE-CODE(WS-NGT-IDX2 + 1)
002050        OR (WS-NGT-LEAGUE-CODE(WS-NGT-IDX2) =
002060            WS-NGT-LEAGUE-CODE(WS-NGT-IDX2 + 1)
002070        AND WS-NGT-NIGHT-DATE(WS-NGT-IDX2) >
002080            WS-NGT-NIGHT-DATE(WS-NGT-IDX2 + 1))
002090        MOVE WS-NIGHT-ENTRY(WS-NGT-IDX2) TO WS-SWAP-ENTRY
002100        MOVE WS-NIGHT-ENTRY(WS-NGT-IDX2 + 1)
002110            TO WS-NIGHT-ENTRY(WS-NGT-IDX2)
002120        MOVE WS-SWAP-ENTRY TO WS-NIGHT-ENTRY(WS-NGT-IDX2 + 1)
002130     END-IF
002140     .
002150*****************************************************************
002160*    3000-PRINT-SCHEDULE
002170*        Each league under its own heading, its counts closing
002180*        it off when the league changes and after the last.
002190*****************************************************************
002200 3000-PRINT-SCHEDULE.
002210     IF WS-NIGHT-COUNT = 0
002220        WRITE RP-REPORT-LINE FROM WS-NONE-LINE
002230     ELSE
002240        PERFORM 3100-PRINT-ONE-NIGHT VARYING WS-NGT-IDX
002250            FROM 1 BY 1 UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
002260        PERFORM 3300-PRINT-LEAGUE-COUNTS
002270     END-IF
002280     .
002290*****************************************************************
002300*    3100-PRINT-ONE-NIGHT
002310*****************************************************************
002320 3100-PRINT-ONE-NIGHT.
002330     IF WS-NGT-LEAGUE-CODE(WS-NGT-IDX) NOT = WS-PRINT-LEAGUE-CODE
002340        IF WS-PRINT-LEAGUE-CODE NOT = HIGH-VALUES
002350           PERFORM 3300-PRINT-LEAGUE-COUNTS
002360        END-IF
002370        MOVE WS-NGT-LEAGUE-CODE(WS-NGT-IDX)
002380            TO WS-PRINT-LEAGUE-CODE
002390        MOVE WS-PRINT-LEAGUE-CODE TO WS-LH-LEAGUE-CODE
002400        MOVE SPACES TO RP-REPORT-LINE
002410        WRITE RP-REPORT-LINE
002420        WRITE RP-REPORT-LINE FROM WS-LEAGUE-HEADING
002430        WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-2
002440     END-IF
002450     MOVE WS-NGT-NIGHT-DATE(WS-NGT-IDX) TO WS-DL-NIGHT-DATE
002460     MOVE SPACES TO WS-DL-MOVED-TO
002470     MOVE SPACES TO WS-DL-MAKEUP-FOR
002480     EVALUATE TRUE
002490     WHEN WS-NGT-SCHEDULED(WS-NGT-IDX)
002500        MOVE "SCHEDULED" TO WS-DL-STATUS
002510        ADD 1 TO WS-LEAGUE-SCHEDULED
002520     WHEN WS-NGT-PLAYED(WS-NGT-IDX)
002530        MOVE "PLAYED" TO WS-DL-STATUS
002540        ADD 1 TO WS-LEAGUE-PLAYED
002550     WHEN WS-NGT-CANCELLED(WS-NGT-IDX)
002560        MOVE "CANCELLED" TO WS-DL-STATUS
002570        ADD 1 TO WS-LEAGUE-CANCELLED
002580     WHEN WS-NGT-RESCHEDULED(WS-NGT-IDX)
002590        MOVE "RESCHEDULED" TO WS-DL-STATUS
002600        MOVE WS-NGT-RESCHEDULED-TO(WS-NGT-IDX) TO WS-DL-MOVED-TO
002610        ADD 1 TO WS-LEAGUE-RESCHEDULED
002620     WHEN OTHER
002630        MOVE "UNKNOWN" TO WS-DL-STATUS
002640     END-EVALUATE
002650     IF WS-NGT-MAKEUP-FOR(WS-NGT-IDX) NOT = ZERO
002660        MOVE WS-NGT-MAKEUP-FOR(WS-NGT-IDX) TO WS-DL-MAKEUP-FOR
002670     END-IF
002680     MOVE WS-NGT-BILLABLE-FLAG(WS-NGT-IDX) TO WS-DL-BILLABLE
002690     MOVE WS-NGT-NIGHT-NOTE(WS-NGT-IDX)    TO WS-DL-NOTE
002700     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
002710     ADD 1 TO WS-LEAGUE-NIGHTS
002720     IF WS-NGT-LEAGUE-NIGHT(WS-NGT-IDX)
002730        AND WS-NGT-BILLABLE(WS-NGT-IDX)
002740        ADD 1 TO WS-LEAGUE-BILLABLE
002750     END-IF
002760     .
002770*****************************************************************
002780*    3300-PRINT-LEAGUE-COUNTS
002790*        Billable nights are the league nights - scheduled or
002800*        played - that carry the table fee.
002810*****************************************************************
002820 3300-PRINT-LEAGUE-COUNTS.
002830     MOVE "NIGHTS ON CALENDAR"  TO WS-CL-LABEL
002840     MOVE WS-LEAGUE-NIGHTS      TO WS-CL-COUNT
002850     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
002860     MOVE "  SCHEDULED"         TO WS-CL-LABEL
002870     MOVE WS-LEAGUE-SCHEDULED   TO WS-CL-COUNT
002880     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
002890     MOVE "  PLAYED"            TO WS-CL-LABEL
002900     MOVE WS-LEAGUE-PLAYED      TO WS-CL-COUNT
002910     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
002920     MOVE "  CANCELLED"         TO WS-CL-LABEL
002930     MOVE WS-LEAGUE-CANCELLED   TO WS-CL-COUNT
002940     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
002950     MOVE "  RESCHEDULED"       TO WS-CL-LABEL
002960     MOVE WS-LEAGUE-RESCHEDULED TO WS-CL-COUNT
002970     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
002980     MOVE "BILLABLE NIGHTS"     TO WS-CL-LABEL
002990     MOVE WS-LEAGUE-BILLABLE    TO WS-CL-COUNT
003000     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
003010     MOVE 0 TO WS-LEAGUE-NIGHTS
003020     MOVE 0 TO WS-LEAGUE-SCHEDULED
003030     MOVE 0 TO WS-LEAGUE-PLAYED
003040     MOVE 0 TO WS-LEAGUE-CANCELLED
003050     MOVE 0 TO WS-LEAGUE-RESCHEDULED
003060     MOVE 0 TO WS-LEAGUE-BILLABLE
003070     .
003080*****************************************************************
003090*    9000-TERMINATE
003100*****************************************************************
003110 9000-TERMINATE.
003120     CLOSE LEAGUE-CALENDAR-FILE
003130     CLOSE SCHEDULE-REPORT
003140     .
003150*****************************************************************
003160*    9999-ABEND
003170*****************************************************************
003180 9999-ABEND.
003190     CLOSE LEAGUE-CALENDAR-FILE
003200     CLOSE SCHEDULE-REPORT
003210     MOVE 16 TO RETURN-CODE
003220     STOP RUN
003230     .
