000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALMNT.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - maintenance of the
000110*                    LEAGUE-CALENDAR file, the season's nights
000120*                    for each league.  Applies the secretary's
000130*                    transactions - nights added, marked played
000140*                    or cancelled, rescheduled, changed or
000150*                    dropped - and writes a new calendar,
000160*                    reporting each transaction applied or
000170*                    rejected.  A reschedule adds the makeup
000180*                    night at a later date than the night it
000190*                    replaces, so unlike DIVMNT the calendar is
000200*                    held in a table, updated there, and sorted
000210*                    back into date order when it is written.
000220*                    A LEAGCODE run maintains that league's
000221*                    nights only.
000222*    2026-10-15  DH  Only a calendar that is not there yet
000223*                    (status 35) starts from empty - any other
000224*                    failure to open or read it ends the run
000225*                    rather than writing out a calendar short of
000230*                    the nights it could not read.
000232*    2026-10-15  DH  Reject a reschedule whose new date is not
000234*                    after the night it replaces.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OLD-CALENDAR-FILE ASSIGN TO LEAGCAL
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-OLD-CALENDAR-STATUS.
000320     SELECT NEW-CALENDAR-FILE ASSIGN TO LEAGCALN
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-NEW-CALENDAR-STATUS.
000350     SELECT CALENDAR-TRANS-FILE ASSIGN TO CALTRAN
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-TRANS-STATUS.
000380     SELECT MAINT-REPORT ASSIGN TO CALMRPT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REPORT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  OLD-CALENDAR-FILE
000440     RECORDING MODE IS F.
000450     COPY LEAGCAL.
000460 FD  NEW-CALENDAR-FILE
000470     RECORDING MODE IS F.
000480 01  NL-CALENDAR-RECORD        PIC X(58).
000490 FD  CALENDAR-TRANS-FILE
000500     RECORDING MODE IS F.
000510     COPY CALTRN.
000520 FD  MAINT-REPORT.
000530 01  RP-REPORT-LINE            PIC X(80).
000540 WORKING-STORAGE SECTION.
000550*****************************************************************
000560*    FILE STATUS SWITCHES
000570*****************************************************************
000580 77  WS-OLD-CALENDAR-STATUS    PIC X(02) VALUE SPACES.
000590     88 WS-OLD-CALENDAR-OK          VALUE "00".
000600 77  WS-NEW-CALENDAR-STATUS    PIC X(02) VALUE SPACES.
000610     88 WS-NEW-CALENDAR-OK          VALUE "00".
000620 77  WS-TRANS-STATUS           PIC X(02) VALUE SPACES.
000630     88 WS-TRANS-OK                 VALUE "00".
000640 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000650     88 WS-REPORT-OK                VALUE "00".
000660 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000670     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000680*****************************************************************
000690*    LEAGUE BEING MAINTAINED, SUPPLIED THROUGH THE ENVIRONMENT -
000700*    SPACES APPLIES TRANSACTIONS FOR EVERY LEAGUE.  THE RUN DATE
000710*    KEEPS A NIGHT STILL TO COME FROM BEING MARKED PLAYED.
000720*****************************************************************
000730 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000740     88 WS-ALL-LEAGUES              VALUE SPACES.
000750 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000760*****************************************************************
000770*    THE CALENDAR, LOADED FROM THE OLD FILE AND UPDATED IN
000780*    PLACE.  A DROPPED NIGHT STAYS IN THE TABLE FLAGGED AND IS
000790*    LEFT OFF THE NEW FILE.  A FIRST RUN OF THE SEASON HAS NO
000800*    OLD FILE AND BUILDS THE CALENDAR FROM ITS ADDS.
000810*****************************************************************
000820 77  WS-CALENDAR-COUNT         PIC 9(05) COMP VALUE ZERO.
000830 01  WS-CALENDAR-TABLE.
000840     05 WS-CALENDAR-ENTRY OCCURS 1 TO 1000 TIMES
000850           DEPENDING ON WS-CALENDAR-COUNT
000860           INDEXED BY WS-CAL-IDX WS-CAL-IDX2.
000870        10 WS-CAL-ROW.
000880           15 WS-CAL-KEY.
000890              20 WS-CAL-NIGHT-DATE  PIC 9(08).
000900              20 WS-CAL-LEAGUE-CODE PIC X(02).
000910           15 WS-CAL-NIGHT-STATUS   PIC X(01).
000920              88 WS-CAL-SCHEDULED        VALUE "S".
000930              88 WS-CAL-PLAYED           VALUE "P".
000940              88 WS-CAL-RESCHEDULED      VALUE "R".
000950           15 WS-CAL-RESCHEDULED-TO PIC 9(08).
000960           15 WS-CAL-MAKEUP-FOR     PIC 9(08).
000970           15 WS-CAL-BILLABLE-FLAG  PIC X(01).
000980           15 WS-CAL-NIGHT-NOTE     PIC X(30).
000990        10 WS-CAL-DROP-FLAG         PIC X(01).
001000           88 WS-CAL-DROPPED             VALUE "Y".
001010 01  WS-SWAP-ENTRY             PIC X(59).
001020*****************************************************************
001030*    A NIGHT BEING PUT ON THE CALENDAR, LAID OUT AS THE TABLE
001040*    ROW IS.
001050*****************************************************************
001060 01  WS-ADD-ROW.
001070     05 WS-ADD-NIGHT-DATE      PIC 9(08).
001080     05 WS-ADD-LEAGUE-CODE     PIC X(02).
001090     05 WS-ADD-NIGHT-STATUS    PIC X(01).
001100     05 WS-ADD-RESCHEDULED-TO  PIC 9(08).
001110     05 WS-ADD-MAKEUP-FOR      PIC 9(08).
001120     05 WS-ADD-BILLABLE-FLAG   PIC X(01).
001130     05 WS-ADD-NIGHT-NOTE      PIC X(30).
001140*****************************************************************
001150*    CALENDAR LOOKUP - THE NIGHT AND LEAGUE SOUGHT, WHETHER IT
001160*    IS ON FILE, AND WHERE.
001170*****************************************************************
001180 01  WS-FIND-KEY.
001190     05 WS-FIND-NIGHT-DATE     PIC 9(08).
001200     05 WS-FIND-LEAGUE-CODE    PIC X(02).
001210 77  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
001220     88 WS-NIGHT-ON-CALENDAR        VALUE "Y".
001230 77  WS-FOUND-SUB              PIC 9(05) COMP VALUE ZERO.
001240 77  WS-ORIGINAL-SUB           PIC 9(05) COMP VALUE ZERO.
001250*****************************************************************
001260*    CALENDAR EDIT WORK AREA FOR A TRANSACTION DATE, CHECKED THE
001270*    SAME WAY SCOREDIT CHECKS A GAME DATE.
001280*****************************************************************
001290 01  WS-EDIT-DATE.
001300     05 WS-EDIT-YEAR           PIC 9(04).
001310     05 WS-EDIT-MONTH          PIC 9(02).
001320     05 WS-EDIT-DAY            PIC 9(02).
001330 01  WS-DAYS-IN-MONTH-VALUES.
001340     05 FILLER                 PIC X(24) VALUE
001350         "312831303130313130313031".
001360 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001370     05 WS-DAYS-IN-MONTH       PIC 9(02) OCCURS 12 TIMES.
001380 77  WS-MONTH-LIMIT            PIC 9(02) VALUE ZERO.
001390 77  WS-LEAP-REMAINDER         PIC 9(04) VALUE ZERO.
001400 77  WS-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
001410 77  WS-DATE-SWITCH            PIC X(01) VALUE "N".
001420     88 WS-DATE-VALID               VALUE "Y".
001430*****************************************************************
001440*    RUN COUNTS FOR THE MAINTENANCE REPORT TRAILER
001450*****************************************************************
001460 77  WS-NIGHTS-LOADED          PIC 9(05) COMP VALUE ZERO.
001470 77  WS-TRANS-READ             PIC 9(05) COMP VALUE ZERO.
001480 77  WS-ADDS-APPLIED           PIC 9(05) COMP VALUE ZERO.
001490 77  WS-PLAYED-APPLIED         PIC 9(05) COMP VALUE ZERO.
001500 77  WS-CANCELS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001510 77  WS-RESCHEDULES-APPLIED    PIC 9(05) COMP VALUE ZERO.
001520 77  WS-CHANGES-APPLIED        PIC 9(05) COMP VALUE ZERO.
001530 77  WS-DROPS-APPLIED          PIC 9(05) COMP VALUE ZERO.
001540 77  WS-TRANS-REJECTED         PIC 9(05) COMP VALUE ZERO.
001550 77  WS-NIGHTS-WRITTEN         PIC 9(05) COMP VALUE ZERO.
001560*****************************************************************
001570*    REPORT LINE WORK AREAS
001580*****************************************************************
001590 01  WS-HEADING-LINE.
001600     05 FILLER                 PIC X(35) VALUE
001610         "LEAGUE CALENDAR MAINTENANCE REPORT".
001620 01  WS-DETAIL-LINE.
001630     05 WS-DL-ACTION           PIC X(01).
001640     05 FILLER                 PIC X(02) VALUE SPACES.
001650     05 WS-DL-NIGHT-DATE       PIC X(08).
001660     05 FILLER                 PIC X(02) VALUE SPACES.
001670     05 WS-DL-LEAGUE-CODE      PIC X(02).
001680     05 FILLER                 PIC X(02) VALUE SPACES.
001690     05 WS-DL-NEW-DATE         PIC X(08).
001700     05 FILLER                 PIC X(02) VALUE SPACES.
001710     05 WS-DL-MESSAGE          PIC X(40).
001720 01  WS-COUNT-LINE.
001730     05 WS-CL-LABEL            PIC X(20).
001740     05 WS-CL-COUNT            PIC ZZZZ9.
001750 PROCEDURE DIVISION.
001760*****************************************************************
001770*    0000-MAINLINE
001780*****************************************************************
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE
001810     PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
001820         UNTIL WS-END-OF-INPUT-FILE
001830     PERFORM 3000-SORT-CALENDAR
001840     PERFORM 4000-WRITE-NEW-CALENDAR
001850     PERFORM 8000-PRINT-COUNTS
001860     PERFORM 9000-TERMINATE
001870     STOP RUN
001880     .
001890*****************************************************************
001900*    1000-INITIALIZE
001910*****************************************************************
001920 1000-INITIALIZE.
001930     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001950     OPEN INPUT CALENDAR-TRANS-FILE
001960     IF NOT WS-TRANS-OK
001970        DISPLAY "CALMNT - CANNOT OPEN CALENDAR-TRANS-FILE "
001980            WS-TRANS-STATUS
001990        GO TO 9999-ABEND
002000     END-IF
002010     OPEN OUTPUT NEW-CALENDAR-FILE
002020     IF NOT WS-NEW-CALENDAR-OK
002030        DISPLAY "CALMNT - CANNOT OPEN NEW-CALENDAR-FILE "
002040            WS-NEW-CALENDAR-STATUS
002050        GO TO 9999-ABEND
002060     END-IF
002070     OPEN OUTPUT MAINT-REPORT
002080     IF NOT WS-REPORT-OK
002090        DISPLAY "CALMNT - CANNOT OPEN MAINT-REPORT "
002100            WS-REPORT-STATUS
002110        GO TO 9999-ABEND
002120     END-IF
002130     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
002140     PERFORM 1100-LOAD-OLD-CALENDAR THRU 1100-EXIT
002150     .
002160*****************************************************************
002170*    1100-LOAD-OLD-CALENDAR
002180*        Load the calendar as it stands.  The first run of a
002190*        season has no old file to read (status 35); any other
002195*        failure to open or read it ends the run.
002200*****************************************************************
002210 1100-LOAD-OLD-CALENDAR.
002220     OPEN INPUT OLD-CALENDAR-FILE
002222     IF WS-OLD-CALENDAR-STATUS = "35"
002224        GO TO 1100-EXIT
002226     END-IF
002228     IF NOT WS-OLD-CALENDAR-OK
002230        DISPLAY "CALMNT - CANNOT OPEN OLD-CALENDAR-FILE "
002232            WS-OLD-CALENDAR-STATUS
002234        GO TO 9999-ABEND
002236     END-IF
002240     PERFORM 1110-LOAD-ONE-NIGHT THRU 1110-EXIT
002250         UNTIL WS-END-OF-INPUT-FILE
002260     MOVE "N" TO WS-EOF-SWITCH
002270     CLOSE OLD-CALENDAR-FILE
002280     .
002285 1100-EXIT.
002290     EXIT
002295     .
002300*****************************************************************
002310*    1110-LOAD-ONE-NIGHT
002320*****************************************************************
002330 1110-LOAD-ONE-NIGHT.
002340     READ OLD-CALENDAR-FILE
002350         AT END
002360             MOVE "Y" TO WS-EOF-SWITCH
002370             GO TO 1110-EXIT
002380     END-READ
002382     IF NOT WS-OLD-CALENDAR-OK
002384        DISPLAY "CALMNT - ERROR READING OLD-CALENDAR-FILE "
002386            WS-OLD-CALENDAR-STATUS
002388        GO TO 9999-ABEND
002389     END-IF
002390     MOVE LC-CALENDAR-RECORD TO WS-ADD-ROW
002400     PERFORM 2900-ADD-CALENDAR-ENTRY
002410     ADD 1 TO WS-NIGHTS-LOADED
002420     .
002430 1110-EXIT.
002440     EXIT
002450     .
002460*****************************************************************
002470*    2000-APPLY-TRANS
002480*        Read one transaction and apply it to the calendar.  A
002490*        transaction with no league takes the league being run;
002500*        one for another league, or with a date that is not a
002510*        real calendar date, is rejected before it is looked up.
002520*****************************************************************
002530 2000-APPLY-TRANS.
002540     READ CALENDAR-TRANS-FILE
002550         AT END
002560             MOVE "Y" TO WS-EOF-SWITCH
002570             GO TO 2000-EXIT
002580     END-READ
002590     ADD 1 TO WS-TRANS-READ
002600     IF CT-LEAGUE-CODE = SPACES
002610        MOVE WS-LEAGUE-CODE TO CT-LEAGUE-CODE
002620     END-IF
002630     IF CT-LEAGUE-CODE = SPACES
002640        MOVE "NO LEAGUE ON TRANSACTION" TO WS-DL-MESSAGE
002650        PERFORM 7200-REJECT-TRANS
002660        GO TO 2000-EXIT
002670     END-IF
002680     IF NOT WS-ALL-LEAGUES
002690        AND CT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002700        MOVE "NOT IN LEAGUE BEING RUN" TO WS-DL-MESSAGE
002710        PERFORM 7200-REJECT-TRANS
002720        GO TO 2000-EXIT
002730     END-IF
002740     MOVE "N" TO WS-DATE-SWITCH
002750     IF CT-NIGHT-DATE NUMERIC
002760        MOVE CT-NIGHT-DATE TO WS-EDIT-DATE
002770        PERFORM 2950-VALIDATE-CALENDAR-DATE THRU 2950-EXIT
002780     END-IF
002790     IF NOT WS-DATE-VALID
002800        MOVE "NIGHT DATE NOT A CALENDAR DATE" TO WS-DL-MESSAGE
002810        PERFORM 7200-REJECT-TRANS
002820        GO TO 2000-EXIT
002830     END-IF
002840     IF NOT CT-BILLABLE-VALID
002850        MOVE "BILLABLE FLAG NOT Y OR N" TO WS-DL-MESSAGE
002860        PERFORM 7200-REJECT-TRANS
002870        GO TO 2000-EXIT
002880     END-IF
002890     MOVE CT-NIGHT-DATE  TO WS-FIND-NIGHT-DATE
002900     MOVE CT-LEAGUE-CODE TO WS-FIND-LEAGUE-CODE
002910     PERFORM 2800-FIND-NIGHT
002920     EVALUATE TRUE
002930     WHEN CT-ADD-NIGHT
002940        PERFORM 2100-ADD-NIGHT THRU 2100-EXIT
002950     WHEN CT-MARK-PLAYED
002960        PERFORM 2200-MARK-PLAYED THRU 2200-EXIT
002970     WHEN CT-CANCEL-NIGHT
002980        PERFORM 2300-CANCEL-NIGHT THRU 2300-EXIT
002990     WHEN CT-RESCHEDULE-NIGHT
003000        PERFORM 2400-RESCHEDULE-NIGHT THRU 2400-EXIT
003010     WHEN CT-CHANGE-NIGHT
003020        PERFORM 2500-CHANGE-NIGHT THRU 2500-EXIT
003030     WHEN CT-DROP-NIGHT
003040        PERFORM 2600-DROP-NIGHT THRU 2600-EXIT
003050     WHEN OTHER
003060        MOVE "UNKNOWN TRANSACTION ACTION" TO WS-DL-MESSAGE
003070        PERFORM 7200-REJECT-TRANS
003080        GO TO 2000-EXIT
003090     END-EVALUATE
003100     .
003110 2000-EXIT.
003120     EXIT
003130     .
003140*****************************************************************
003150*    2100-ADD-NIGHT
003160*        Put a new night on the league's calendar as scheduled.
003170*        A night added with no billable flag is billable.
003180*****************************************************************
003190 2100-ADD-NIGHT.
003200     IF WS-NIGHT-ON-CALENDAR
003210        MOVE "NIGHT ALREADY ON CALENDAR" TO WS-DL-MESSAGE
003220        PERFORM 7200-REJECT-TRANS
003230        GO TO 2100-EXIT
003240     END-IF
003250     MOVE CT-NIGHT-DATE    TO WS-ADD-NIGHT-DATE
003260     MOVE CT-LEAGUE-CODE   TO WS-ADD-LEAGUE-CODE
003270     MOVE "S"              TO WS-ADD-NIGHT-STATUS
003280     MOVE ZERO             TO WS-ADD-RESCHEDULED-TO
003290     MOVE ZERO             TO WS-ADD-MAKEUP-FOR
003300     MOVE CT-BILLABLE-FLAG TO WS-ADD-BILLABLE-FLAG
003310     IF CT-BILLABLE-FLAG = SPACE
003320        MOVE "Y" TO WS-ADD-BILLABLE-FLAG
003330     END-IF
003340     MOVE CT-NIGHT-NOTE    TO WS-ADD-NIGHT-NOTE
003350     PERFORM 2900-ADD-CALENDAR-ENTRY
003360     ADD 1 TO WS-ADDS-APPLIED
003370     PERFORM 7000-REPORT-TRANS-APPLIED
003380     .
003390 2100-EXIT.
003400     EXIT
003410     .
003420*****************************************************************
003430*    2200-MARK-PLAYED
003440*        Only a scheduled night that has come round can be
003450*        marked played.
003460*****************************************************************
003470 2200-MARK-PLAYED.
003480     IF NOT WS-NIGHT-ON-CALENDAR
003490        MOVE "NIGHT NOT ON CALENDAR" TO WS-DL-MESSAGE
003500        PERFORM 7200-REJECT-TRANS
003510        GO TO 2200-EXIT
003520     END-IF
003530     IF NOT WS-CAL-SCHEDULED(WS-FOUND-SUB)
003540        MOVE "NIGHT NOT SCHEDULED" TO WS-DL-MESSAGE
003550        PERFORM 7200-REJECT-TRANS
003560        GO TO 2200-EXIT
003570     END-IF
003580     IF CT-NIGHT-DATE > WS-RUN-DATE
003590        MOVE "NIGHT NOT YET REACHED" TO WS-DL-MESSAGE
003600        PERFORM 7200-REJECT-TRANS
003610        GO TO 2200-EXIT
003620     END-IF
003630     MOVE "P" TO WS-CAL-NIGHT-STATUS(WS-FOUND-SUB)
003640     PERFORM 2700-CHANGE-FLAG-AND-NOTE
003650     ADD 1 TO WS-PLAYED-APPLIED
003660     PERFORM 7000-REPORT-TRANS-APPLIED
003670     .
003680 2200-EXIT.
003690     EXIT
003700     .
003710*****************************************************************
003720*    2300-CANCEL-NIGHT
003730*        Holidays and weather - only a scheduled night can be
003740*        called off.
003750*****************************************************************
003760 2300-CANCEL-NIGHT.
003770     IF NOT WS-NIGHT-ON-CALENDAR
003780        MOVE "NIGHT NOT ON CALENDAR" TO WS-DL-MESSAGE
003790        PERFORM 7200-REJECT-TRANS
003800        GO TO 2300-EXIT
003810     END-IF
003820     IF NOT WS-CAL-SCHEDULED(WS-FOUND-SUB)
003830        MOVE "NIGHT NOT SCHEDULED" TO WS-DL-MESSAGE
003840        PERFORM 7200-REJECT-TRANS
003850        GO TO 2300-EXIT
003860     END-IF
003870     MOVE "C" TO WS-CAL-NIGHT-STATUS(WS-FOUND-SUB)
003880     PERFORM 2700-CHANGE-FLAG-AND-NOTE
003890     ADD 1 TO WS-CANCELS-APPLIED
003900     PERFORM 7000-REPORT-TRANS-APPLIED
003910     .
003920 2300-EXIT.
003930     EXIT
003940     .
003950*****************************************************************
003960*    2400-RESCHEDULE-NIGHT
003970*        Move a scheduled night to the new date - the night is
003980*        marked rescheduled to that date and the makeup night
003990*        is put on the calendar as scheduled, pointing back to
004000*        the night it replaces and taking its billable flag and
004010*        note unless the transaction supplies new ones.  The
004015*        makeup must fall after the night it replaces.
004020*****************************************************************
004030 2400-RESCHEDULE-NIGHT.
004040     IF NOT WS-NIGHT-ON-CALENDAR
004050        MOVE "NIGHT NOT ON CALENDAR" TO WS-DL-MESSAGE
004060        PERFORM 7200-REJECT-TRANS
004070        GO TO 2400-EXIT
004080     END-IF
004090     IF NOT WS-CAL-SCHEDULED(WS-FOUND-SUB)
004100        MOVE "NIGHT NOT SCHEDULED" TO WS-DL-MESSAGE
004110        PERFORM 7200-REJECT-TRANS
004120        GO TO 2400-EXIT
004130     END-IF
004140     MOVE "N" TO WS-DATE-SWITCH
004150     IF CT-NEW-DATE NUMERIC
004160        MOVE CT-NEW-DATE TO WS-EDIT-DATE
004170        PERFORM 2950-VALIDATE-CALENDAR-DATE THRU 2950-EXIT
004180     END-IF
004190     IF NOT WS-DATE-VALID
004200        MOVE "NEW DATE NOT A CALENDAR DATE" TO WS-DL-MESSAGE
004210        PERFORM 7200-REJECT-TRANS
004220        GO TO 2400-EXIT
004230     END-IF
004232     IF CT-NEW-DATE NOT > CT-NIGHT-DATE
004234        MOVE "NEW DATE NOT AFTER NIGHT" TO WS-DL-MESSAGE
004236        PERFORM 7200-REJECT-TRANS
004237        GO TO 2400-EXIT
004238     END-IF
004240     MOVE WS-FOUND-SUB TO WS-ORIGINAL-SUB
004250     MOVE CT-NEW-DATE TO WS-FIND-NIGHT-DATE
004260     PERFORM 2800-FIND-NIGHT
004270     IF WS-NIGHT-ON-CALENDAR
004280        MOVE "NEW DATE ALREADY ON CALENDAR" TO WS-DL-MESSAGE
004290        PERFORM 7200-REJECT-TRANS
004300        GO TO 2400-EXIT
004310     END-IF
004320     MOVE WS-ORIGINAL-SUB TO WS-FOUND-SUB
004330     MOVE WS-CAL-ROW(WS-FOUND-SUB) TO WS-ADD-ROW
004340     MOVE "R"         TO WS-CAL-NIGHT-STATUS(WS-FOUND-SUB)
004350     MOVE CT-NEW-DATE TO WS-CAL-RESCHEDULED-TO(WS-FOUND-SUB)
004360     MOVE CT-NEW-DATE   TO WS-ADD-NIGHT-DATE
004370     MOVE "S"           TO WS-ADD-NIGHT-STATUS
004380     MOVE ZERO          TO WS-ADD-RESCHEDULED-TO
004390     MOVE CT-NIGHT-DATE TO WS-ADD-MAKEUP-FOR
004400     IF CT-BILLABLE-FLAG NOT = SPACE
004410        MOVE CT-BILLABLE-FLAG TO WS-ADD-BILLABLE-FLAG
004420     END-IF
004430     IF CT-NIGHT-NOTE NOT = SPACES
004440        MOVE CT-NIGHT-NOTE TO WS-ADD-NIGHT-NOTE
004450     END-IF
004460     PERFORM 2900-ADD-CALENDAR-ENTRY
004470     ADD 1 TO WS-RESCHEDULES-APPLIED
004480     PERFORM 7000-REPORT-TRANS-APPLIED
004490     .
004500 2400-EXIT.
004510     EXIT
004520     .
004530*****************************************************************
004540*    2500-CHANGE-NIGHT
004550*        Correct the billable flag or the note on any night.
004560*****************************************************************
004570 2500-CHANGE-NIGHT.
004580     IF NOT WS-NIGHT-ON-CALENDAR
004590        MOVE "NIGHT NOT ON CALENDAR" TO WS-DL-MESSAGE
004600        PERFORM 7200-REJECT-TRANS
004610        GO TO 2500-EXIT
004620     END-IF
004630     PERFORM 2700-CHANGE-FLAG-AND-NOTE
004640     ADD 1 TO WS-CHANGES-APPLIED
004650     PERFORM 7000-REPORT-TRANS-APPLIED
004660     .
004670 2500-EXIT.
004680     EXIT
004690     .
004700*****************************************************************
004710*    2600-DROP-NIGHT
004720*        Take a night off the calendar.  A night already played
004730*        stays, and a rescheduled night is dropped by dropping
004740*        its makeup night - which puts the night it replaced
004750*        back on the calendar as scheduled.
004760*****************************************************************
004770 2600-DROP-NIGHT.
004780     IF NOT WS-NIGHT-ON-CALENDAR
004790        MOVE "NIGHT NOT ON CALENDAR" TO WS-DL-MESSAGE
004800        PERFORM 7200-REJECT-TRANS
004810        GO TO 2600-EXIT
004820     END-IF
004830     IF WS-CAL-PLAYED(WS-FOUND-SUB)
004840        MOVE "NIGHT ALREADY PLAYED" TO WS-DL-MESSAGE
004850        PERFORM 7200-REJECT-TRANS
004860        GO TO 2600-EXIT
004870     END-IF
004880     IF WS-CAL-RESCHEDULED(WS-FOUND-SUB)
004890        MOVE "NIGHT RESCHEDULED - DROP MAKEUP NIGHT"
004900            TO WS-DL-MESSAGE
004910        PERFORM 7200-REJECT-TRANS
004920        GO TO 2600-EXIT
004930     END-IF
004940     MOVE "Y" TO WS-CAL-DROP-FLAG(WS-FOUND-SUB)
004950     IF WS-CAL-MAKEUP-FOR(WS-FOUND-SUB) NOT = ZERO
004960        MOVE WS-FOUND-SUB TO WS-ORIGINAL-SUB
004970        MOVE WS-CAL-MAKEUP-FOR(WS-ORIGINAL-SUB)
004980            TO WS-FIND-NIGHT-DATE
004990        PERFORM 2800-FIND-NIGHT
005000        IF WS-NIGHT-ON-CALENDAR
005010           AND WS-CAL-RESCHEDULED(WS-FOUND-SUB)
005020           MOVE "S"  TO WS-CAL-NIGHT-STATUS(WS-FOUND-SUB)
005030           MOVE ZERO TO WS-CAL-RESCHEDULED-TO(WS-FOUND-SUB)
005040        END-IF
005050     END-IF
005060     ADD 1 TO WS-DROPS-APPLIED
005070     PERFORM 7000-REPORT-TRANS-APPLIED
005080     .
005090 2600-EXIT.
005100     EXIT
005110     .
005120*****************************************************************
005130*    2700-CHANGE-FLAG-AND-NOTE
005140*        A blank billable flag or note leaves what is on file.
005150*****************************************************************
005160 2700-CHANGE-FLAG-AND-NOTE.
005170     IF CT-BILLABLE-FLAG NOT = SPACE
005180        MOVE CT-BILLABLE-FLAG
005190            TO WS-CAL-BILLABLE-FLAG(WS-FOUND-SUB)
005200     END-IF
005210     IF CT-NIGHT-NOTE NOT = SPACES
005220        MOVE CT-NIGHT-NOTE TO WS-CAL-NIGHT-NOTE(WS-FOUND-SUB)
005230     END-IF
005240     .
005250*****************************************************************
005260*    2800-FIND-NIGHT
005270*        Look the night and league up on the calendar, passing
005280*        over nights dropped earlier in the run.
005290*****************************************************************
005300 2800-FIND-NIGHT.
005310     MOVE "N" TO WS-FOUND-SWITCH
005320     IF WS-CALENDAR-COUNT > 0
005330        SET WS-CAL-IDX TO 1
005340        SEARCH WS-CALENDAR-ENTRY
005350           AT END CONTINUE
005360           WHEN WS-CAL-KEY(WS-CAL-IDX) = WS-FIND-KEY
005370                AND NOT WS-CAL-DROPPED(WS-CAL-IDX)
005380                MOVE "Y" TO WS-FOUND-SWITCH
005390                SET WS-FOUND-SUB TO WS-CAL-IDX
005400        END-SEARCH
005410     END-IF
005420     .
005430*****************************************************************
005440*    2900-ADD-CALENDAR-ENTRY
005450*****************************************************************
005460 2900-ADD-CALENDAR-ENTRY.
005470     IF WS-CALENDAR-COUNT >= 1000
005480        DISPLAY "CALMNT - MORE THAN 1000 CALENDAR NIGHTS"
005490        GO TO 9999-ABEND
005500     END-IF
005510     ADD 1 TO WS-CALENDAR-COUNT
005520     SET WS-CAL-IDX TO WS-CALENDAR-COUNT
005530     MOVE WS-ADD-ROW TO WS-CAL-ROW(WS-CAL-IDX)
005540     MOVE "N" TO WS-CAL-DROP-FLAG(WS-CAL-IDX)
005550     .
005560*****************************************************************
005570*    2950-VALIDATE-CALENDAR-DATE
005580*        The date must be a real calendar date - a month of
005590*        1-12, and a day the month actually has, February
005600*        getting its extra day in leap years.
005610*****************************************************************
005620 2950-VALIDATE-CALENDAR-DATE.
005630     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
005640        OR WS-EDIT-YEAR = ZERO
005650        GO TO 2950-EXIT
005660     END-IF
005670     MOVE WS-DAYS-IN-MONTH(WS-EDIT-MONTH) TO WS-MONTH-LIMIT
005680     IF WS-EDIT-MONTH = 2
005690        DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005700            REMAINDER WS-LEAP-REMAINDER
005710        IF WS-LEAP-REMAINDER = ZERO
005720           DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005730               REMAINDER WS-LEAP-REMAINDER
005740           IF WS-LEAP-REMAINDER NOT = ZERO
005750              MOVE 29 TO WS-MONTH-LIMIT
005760           ELSE
005770              DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005780                  REMAINDER WS-LEAP-REMAINDER
005790              IF WS-LEAP-REMAINDER = ZERO
005800                 MOVE 29 TO WS-MONTH-LIMIT
005810              END-IF
005820           END-IF
005830        END-IF
005840     END-IF
005850     IF WS-EDIT-DAY >= 1 AND WS-EDIT-DAY <= WS-MONTH-LIMIT
005860        MOVE "Y" TO WS-DATE-SWITCH
005870     END-IF
005880     .
005890 2950-EXIT.
005900     EXIT
005910     .
005920*****************************************************************
005930*    3000-SORT-CALENDAR
005940*        Simple exchange sort - night date, then league - so the
005950*        makeup nights added this run fall into date order.
005960*****************************************************************
005970 3000-SORT-CALENDAR.
005980     IF WS-CALENDAR-COUNT > 1
005990        PERFORM 3100-BUBBLE-PASS VARYING WS-CAL-IDX
006000           FROM 1 BY 1 UNTIL WS-CAL-IDX >= WS-CALENDAR-COUNT
006010     END-IF
006020     .
006030*****************************************************************
006040*    3100-BUBBLE-PASS
006050*****************************************************************
006060 3100-BUBBLE-PASS.
006070     PERFORM 3200-BUBBLE-COMPARE VARYING WS-CAL-IDX2
006080        FROM 1 BY 1
006090        UNTIL WS-CAL-IDX2 > WS-CALENDAR-COUNT - WS-CAL-IDX
006100     .
006110*****************************************************************
006120*    3200-BUBBLE-COMPARE
006130*****************************************************************
006140 3200-BUBBLE-COMPARE.
006150     IF WS-CAL-KEY(WS-CAL-IDX2) > WS-CAL-KEY(WS-CAL-IDX2 + 1)
006160        MOVE WS-CALENDAR-ENTRY(WS-CAL-IDX2) TO WS-SWAP-ENTRY
006170        MOVE WS-CALENDAR-ENTRY(WS-CAL-IDX2 + 1)
006180            TO WS-CALENDAR-ENTRY(WS-CAL-IDX2)
006190        MOVE WS-SWAP-ENTRY TO WS-CALENDAR-ENTRY(WS-CAL-IDX2 + 1)
006200     END-IF
006210     .
006220*****************************************************************
006230*    4000-WRITE-NEW-CALENDAR
006240*****************************************************************
006250 4000-WRITE-NEW-CALENDAR.
006260     IF WS-CALENDAR-COUNT > 0
006270        PERFORM 4100-WRITE-ONE-NIGHT VARYING WS-CAL-IDX
006280            FROM 1 BY 1 UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT
006290     END-IF
006300     .
006310*****************************************************************
006320*    4100-WRITE-ONE-NIGHT
006330*****************************************************************
006340 4100-WRITE-ONE-NIGHT.
006350     IF NOT WS-CAL-DROPPED(WS-CAL-IDX)
006360        WRITE NL-CALENDAR-RECORD FROM WS-CAL-ROW(WS-CAL-IDX)
006370        IF NOT WS-NEW-CALENDAR-OK
006380           DISPLAY "CALMNT - ERROR WRITING NEW-CALENDAR-FILE "
006390               WS-NEW-CALENDAR-STATUS
006400           GO TO 9999-ABEND
006410        END-IF
006420        ADD 1 TO WS-NIGHTS-WRITTEN
006430     END-IF
006440     .
006450*****************************************************************
006460*    7000-REPORT-TRANS-APPLIED
006470*****************************************************************
006480 7000-REPORT-TRANS-APPLIED.
006490     MOVE "APPLIED" TO WS-DL-MESSAGE
006500     PERFORM 7100-REPORT-TRANS-LINE
006510     .
006520*****************************************************************
006530*    7100-REPORT-TRANS-LINE
006540*        The new date is shown on a reschedule only.
006550*****************************************************************
006560 7100-REPORT-TRANS-LINE.
006570     MOVE CT-TRANS-ACTION TO WS-DL-ACTION
006580     MOVE CT-NIGHT-DATE   TO WS-DL-NIGHT-DATE
006590     MOVE CT-LEAGUE-CODE  TO WS-DL-LEAGUE-CODE
006600     MOVE SPACES          TO WS-DL-NEW-DATE
006610     IF CT-RESCHEDULE-NIGHT
006620        MOVE CT-NEW-DATE TO WS-DL-NEW-DATE
006630     END-IF
006640     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
006650     .
006660*****************************************************************
006670*    7200-REJECT-TRANS
006680*****************************************************************
006690 7200-REJECT-TRANS.
006700     ADD 1 TO WS-TRANS-REJECTED
006710     PERFORM 7100-REPORT-TRANS-LINE
006720     .
006730*****************************************************************
006740*    8000-PRINT-COUNTS
006750*****************************************************************
006760 8000-PRINT-COUNTS.
006770     MOVE "NIGHTS ON OLD FILE"  TO WS-CL-LABEL
006780     MOVE WS-NIGHTS-LOADED      TO WS-CL-COUNT
006790     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006800     MOVE "TRANS READ"          TO WS-CL-LABEL
006810     MOVE WS-TRANS-READ         TO WS-CL-COUNT
006820     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006830     MOVE "NIGHTS ADDED"        TO WS-CL-LABEL
006840     MOVE WS-ADDS-APPLIED       TO WS-CL-COUNT
006850     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006860     MOVE "MARKED PLAYED"       TO WS-CL-LABEL
006870     MOVE WS-PLAYED-APPLIED     TO WS-CL-COUNT
006880     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006890     MOVE "CANCELLED"           TO WS-CL-LABEL
006900     MOVE WS-CANCELS-APPLIED    TO WS-CL-COUNT
006910     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006920     MOVE "RESCHEDULED"         TO WS-CL-LABEL
006930     MOVE WS-RESCHEDULES-APPLIED TO WS-CL-COUNT
006940     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006950     MOVE "CHANGES APPLIED"     TO WS-CL-LABEL
006960     MOVE WS-CHANGES-APPLIED    TO WS-CL-COUNT
006970     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
006980     MOVE "NIGHTS DROPPED"      TO WS-CL-LABEL
006990     MOVE WS-DROPS-APPLIED      TO WS-CL-COUNT
007000     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007010     MOVE "TRANS REJECTED"      TO WS-CL-LABEL
007020     MOVE WS-TRANS-REJECTED     TO WS-CL-COUNT
007030     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007040     MOVE "NIGHTS WRITTEN"      TO WS-CL-LABEL
007050     MOVE WS-NIGHTS-WRITTEN     TO WS-CL-COUNT
007060     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007070     .
007080*****************************************************************
007090*    9000-TERMINATE
007100*****************************************************************
007110 9000-TERMINATE.
007120     CLOSE NEW-CALENDAR-FILE
007130     CLOSE CALENDAR-TRANS-FILE
007140     CLOSE MAINT-REPORT
007150     .
007160*****************************************************************
007170*    9999-ABEND
007180*****************************************************************
007190 9999-ABEND.
007200     CLOSE OLD-CALENDAR-FILE
007210     CLOSE NEW-CALENDAR-FILE
007220     CLOSE CALENDAR-TRANS-FILE
007230     CLOSE MAINT-REPORT
007240     MOVE 16 TO RETURN-CODE
007250     STOP RUN
007260     .
