000246*                    rejected and reported instead of vanishing,
000247*                    and the arrears report trailer ties out
000248*                    payments keyed, applied and unmatched.
000249*    2026-10-15  DH  Carry the season's payments applied on the
000250*                    receivables master (AR-SEASON-PAID), so the
000251*                    year-end prize pool is built from the money
000252*                    actually taken in.  The dues run that opens
000253*                    a season starts the tally over.
000254*    2026-10-15  DH  Charge the table fee only for billable
000255*                    nights on the league calendar - a game dated
000256*                    on a night the calendar does not hold as a
000257*                    billable league night of the game's league
000258*                    buys no table fee.
000259*    2026-10-15  DH  Log the run's start and end on the nightly
000260*                    JOB-STEP-LOG through JOBSTEP, for the last
000261*                    night billed.  The run is refused unless
000262*                    RECONCIL ended clean for every league on the
000263*                    night, short of the STEPOVR override.
000264*****************************************************************
000265 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000480     SELECT ARREARS-REPORT ASSIGN TO BILLARRS
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ARREARS-STATUS.
000502     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-CALENDAR-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OLD-RECEIVABLE-FILE
000620     05 NR-LAST-CHARGE-DATE    PIC 9(08).
000630     05 NR-LAST-PAYMENT-DATE   PIC 9(08).
000640     05 NR-SUSPEND-FLAG        PIC X(01).
000645     05 NR-SEASON-PAID         PIC 9(05)V99.
000650 FD  PAYMENT-TRANS-FILE
000660     RECORDING MODE IS F.
000670     COPY PAYTRN.
000750 01  RP-STATEMENT-LINE         PIC X(80).
000760 FD  ARREARS-REPORT.
000770 01  RA-ARREARS-LINE           PIC X(80).
000772 FD  LEAGUE-CALENDAR-FILE
000774     RECORDING MODE IS F.
000776     COPY LEAGCAL.
000780 WORKING-STORAGE SECTION.
000790*****************************************************************
000800*    FILE STATUS SWITCHES
000930     88 WS-STATEMENT-OK             VALUE "00".
000940 77  WS-ARREARS-STATUS         PIC X(02) VALUE SPACES.
000950     88 WS-ARREARS-OK               VALUE "00".
000952 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
000954     88 WS-CALENDAR-OK              VALUE "00".
000960 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000970     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000980 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
000990     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000992 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000994     88 WS-END-OF-CALENDAR          VALUE "Y".
001000*****************************************************************
001010*    BILLING CONTROLS, SUPPLIED THROUGH THE ENVIRONMENT THE
001020*    SAME WAY THE FILE ASSIGNS ARE - THE SEASON DUES (CHARGED
001300        10 WS-RCV-LAST-CHARGE  PIC 9(08).
001310        10 WS-RCV-LAST-PAYMENT PIC 9(08).
001320        10 WS-RCV-SUSPENDED    PIC X(01).
001325        10 WS-RCV-SEASON-PAID  PIC 9(05)V99.
001330        10 WS-RCV-MATCHED      PIC X(01).
001340           88 WS-RCV-ON-MASTER      VALUE "M".
001350*****************************************************************
001440        10 WS-MBR-PLAYER-ID    PIC X(10).
001450        10 WS-MBR-PLAYER-NAME  PIC X(30).
001460        10 WS-MBR-STATUS       PIC X(01).
001461*****************************************************************
001462*    THE BILLABLE NIGHTS ON THE LEAGUE CALENDAR - EVERY LEAGUE
001463*    NIGHT IN THE BILLING RANGE FLAGGED FOR THE TABLE FEE, BY
001464*    DATE AND LEAGUE.
001465*****************************************************************
001466 77  WS-BILLABLE-COUNT         PIC 9(05) COMP VALUE ZERO.
001467 01  WS-BILLABLE-TABLE.
001468     05 WS-BILLABLE-KEY        PIC X(10) OCCURS 1 TO 1000 TIMES
001469           DEPENDING ON WS-BILLABLE-COUNT
001470           INDEXED BY WS-BIL-IDX.
001471 01  WS-GAME-NIGHT-KEY.
001472     05 WS-GAME-NIGHT-DATE     PIC 9(08).
001473     05 WS-GAME-LEAGUE-CODE    PIC X(02).
001474 77  WS-BILLABLE-SWITCH        PIC X(01) VALUE "N".
001475     88 WS-NIGHT-IS-BILLABLE        VALUE "Y".
001476*****************************************************************
001480*    BILLABLE NIGHTS ATTENDED IN THE BILLING RANGE - GAME-
001485*    TOTALS ROWS ARRIVE IN THE ORDER THE NIGHTS WERE SCORED, SO
001490*    A PLAYER'S SECOND GAME OF A NIGHT REPEATS THE DATE JUST
001495*    COUNTED AND ONLY THE FIRST GAME OF THE NIGHT BUYS THE
001500*    TABLE FEE.
001520*****************************************************************
001530 77  WS-ATTEND-COUNT           PIC 9(05) COMP VALUE ZERO.
001540 01  WS-ATTEND-TABLE.
001760 77  WS-OLD-BALANCE            PIC S9(05)V99 VALUE ZERO.
001770 77  WS-OLD-PERIODS            PIC 9(02) VALUE ZERO.
001780 77  WS-OLD-LAST-PAYMENT       PIC 9(08) VALUE ZERO.
001785 77  WS-OLD-SEASON-PAID        PIC 9(05)V99 VALUE ZERO.
001790 77  WS-DUES-CHARGED           PIC 9(05)V99 VALUE ZERO.
001800 77  WS-FEES-CHARGED           PIC 9(05)V99 VALUE ZERO.
001810 77  WS-NIGHTS-ATTENDED        PIC 9(03) VALUE ZERO.
001840 77  WS-NEW-BALANCE            PIC S9(05)V99 VALUE ZERO.
001850 77  WS-NEW-PERIODS            PIC 9(02) VALUE ZERO.
001860 77  WS-NEW-SUSPENDED          PIC X(01) VALUE SPACE.
001865 77  WS-NEW-SEASON-PAID        PIC 9(05)V99 VALUE ZERO.
001870*****************************************************************
001880*    RUN COUNTS
001890*****************************************************************
002439     05 FILLER                 PIC X(02) VALUE SPACES.
002440     05 FILLER                 PIC X(34) VALUE
002441         "PAYMENT UNMATCHED - NOT ON MASTER".
002442*****************************************************************
002443*    JOB-STEP LOG - THE STEP LOGS ITS START AND END THROUGH
002444*    JOBSTEP, WHICH CHECKS AT THE START THAT THE STEPS AHEAD OF
002445*    IT IN THE NIGHT'S STREAM ENDED CLEAN.
002446*****************************************************************
002447     COPY JOBSTPL.
002448 PROCEDURE DIVISION.
002450*****************************************************************
002460*    0000-MAINLINE
002470*****************************************************************
002720     IF WS-RUN-DATE = ZERO
002730        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002740     END-IF
002745     PERFORM 1950-START-JOB-STEP
002750     OPEN OUTPUT NEW-RECEIVABLE-FILE
002760     IF NOT WS-NEW-RECV-OK
002770        DISPLAY "BILLING - CANNOT OPEN NEW-RECEIVABLE-FILE "
002940     WRITE RA-ARREARS-LINE FROM WS-AR-HEADING-LINE-2
002950     PERFORM 1200-LOAD-OLD-RECEIVABLES
002960     PERFORM 1300-LOAD-PLAYER-MASTER
002965     PERFORM 1400-LOAD-CALENDAR
002970     PERFORM 1500-LOAD-ATTENDANCE
002980     PERFORM 1600-LOAD-PAYMENTS
002990     .
003340     MOVE AR-LAST-PAYMENT-DATE  TO
003350         WS-RCV-LAST-PAYMENT(WS-RCV-IDX)
003360     MOVE AR-SUSPEND-FLAG       TO WS-RCV-SUSPENDED(WS-RCV-IDX)
003365     MOVE AR-SEASON-PAID        TO WS-RCV-SEASON-PAID(WS-RCV-IDX)
003370     MOVE SPACE                 TO WS-RCV-MATCHED(WS-RCV-IDX)
003380     .
003390 1210-EXIT.
003750 1310-EXIT.
003760     EXIT
003770     .
003771*****************************************************************
003772*    1400-LOAD-CALENDAR
003773*        Load the billable league nights in the billing range
003774*        from the league calendar.  A cancelled night, or one
003775*        rescheduled away, is no league night and is never
003776*        billed; its makeup night is billed if it is flagged.
003777*****************************************************************
003778 1400-LOAD-CALENDAR.
003779     OPEN INPUT LEAGUE-CALENDAR-FILE
003780     IF NOT WS-CALENDAR-OK
003781        DISPLAY "BILLING - CANNOT OPEN LEAGUE-CALENDAR-FILE "
003782            WS-CALENDAR-STATUS
003783        GO TO 9999-ABEND
003784     END-IF
003785     PERFORM 1410-LOAD-ONE-NIGHT THRU 1410-EXIT
003786         UNTIL WS-END-OF-CALENDAR
003787     CLOSE LEAGUE-CALENDAR-FILE
003788     .
003789*****************************************************************
003790*    1410-LOAD-ONE-NIGHT
003791*****************************************************************
003792 1410-LOAD-ONE-NIGHT.
003793     READ LEAGUE-CALENDAR-FILE
003794         AT END
003795             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
003796             GO TO 1410-EXIT
003797     END-READ
003798     IF NOT LC-LEAGUE-NIGHT
003799        OR NOT LC-BILLABLE-NIGHT
003800        OR LC-NIGHT-DATE < WS-START-DATE
003801        OR LC-NIGHT-DATE > WS-END-DATE
003802        GO TO 1410-EXIT
003803     END-IF
003804     IF WS-BILLABLE-COUNT >= 1000
003805        DISPLAY "BILLING - MORE THAN 1000 BILLABLE NIGHTS"
003806        GO TO 9999-ABEND
003807     END-IF
003808     ADD 1 TO WS-BILLABLE-COUNT
003809     SET WS-BIL-IDX TO WS-BILLABLE-COUNT
003810     MOVE LC-NIGHT-DATE  TO WS-GAME-NIGHT-DATE
003811     MOVE LC-LEAGUE-CODE TO WS-GAME-LEAGUE-CODE
003812     MOVE WS-GAME-NIGHT-KEY TO WS-BILLABLE-KEY(WS-BIL-IDX)
003813     .
003814 1410-EXIT.
003815     EXIT
003816     .
003817*****************************************************************
003818*    1500-LOAD-ATTENDANCE
003819*        Count each player's distinct nights on GAME-TOTALS
003820*        within the billing range, counting only a game played
003821*        on a billable night of its league's calendar.  The
003822*        file is appended night by night, so a player's dates
003823*        arrive in order and a second game on the same night
003830*        repeats the date just counted.
003850*****************************************************************
003860 1500-LOAD-ATTENDANCE.
003870     OPEN INPUT GAME-TOTALS-FILE
004050        OR GT-GAME-DATE > WS-END-DATE
004060        GO TO 1510-EXIT
004070     END-IF
004072     PERFORM 1520-CHECK-BILLABLE-NIGHT
004074     IF NOT WS-NIGHT-IS-BILLABLE
004076        GO TO 1510-EXIT
004078     END-IF
004080     PERFORM 1550-FIND-OR-ADD-ATTENDER
004090     IF WS-ATT-LAST-DATE(WS-ATT-IDX) NOT = GT-GAME-DATE
004100        ADD 1 TO WS-ATT-NIGHTS(WS-ATT-IDX)
004130     .
004140 1510-EXIT.
004150     EXIT
004151     .
004152*****************************************************************
004153*    1520-CHECK-BILLABLE-NIGHT
004154*****************************************************************
004155 1520-CHECK-BILLABLE-NIGHT.
004156     MOVE GT-GAME-DATE   TO WS-GAME-NIGHT-DATE
004157     MOVE GT-LEAGUE-CODE TO WS-GAME-LEAGUE-CODE
004158     MOVE "N" TO WS-BILLABLE-SWITCH
004159     IF WS-BILLABLE-COUNT > 0
004160        SET WS-BIL-IDX TO 1
004161        SEARCH WS-BILLABLE-KEY
004162           AT END CONTINUE
004163           WHEN WS-BILLABLE-KEY(WS-BIL-IDX) = WS-GAME-NIGHT-KEY
004164                MOVE "Y" TO WS-BILLABLE-SWITCH
004165        END-SEARCH
004166     END-IF
004167     .
004170*****************************************************************
004180*    1550-FIND-OR-ADD-ATTENDER
004190*****************************************************************
005050     MOVE 0 TO WS-PAY-LAST-DATE(WS-PAY-IDX)
005055     MOVE SPACE TO WS-PAY-MATCHED(WS-PAY-IDX)
005060     .
005061*****************************************************************
005062*    1950-START-JOB-STEP
005063*        Log the start of the step on the JOB-STEP-LOG before
005064*        any output is opened.
005065*        The night is the last date billed (BILLEND), or
005066*        STEPNGT when BILLEND is left open.  BILLING runs for
005067*        every league at once, and RECONCIL must have ended
005068*        clean for every league it ran that night.
005069*****************************************************************
005070 1950-START-JOB-STEP.
005071     MOVE "S"             TO JS-REQUEST
005072     MOVE "BILLING"       TO JS-PROGRAM-ID
005073     MOVE WS-END-DATE     TO JS-NIGHT-DATE
005074     MOVE SPACES          TO JS-LEAGUE-CODE
005075     IF JS-NIGHT-DATE = 99999999
005076        MOVE ZERO TO JS-NIGHT-DATE
005077     END-IF
005078     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
005079     IF JS-STEP-REFUSED
005080        DISPLAY "BILLING - STEP REFUSED - " JS-REFUSAL-MESSAGE
005081        GO TO 9999-ABEND
005082     END-IF
005083     .
005084*****************************************************************
005085*    5000-BILL-MEMBERS
005090*        Work the membership in player-id order - the master is
005100*        kept that way, so the new receivables file comes out
005110*        in order too.
005390     COMPUTE WS-NEW-BALANCE =
005400         WS-OLD-BALANCE + WS-DUES-CHARGED + WS-FEES-CHARGED
005410         - WS-PAYMENTS-APPLIED
005412     IF WS-DUES-AMOUNT > ZERO
005414        MOVE ZERO TO WS-OLD-SEASON-PAID
005416     END-IF
005418     COMPUTE WS-NEW-SEASON-PAID =
005419         WS-OLD-SEASON-PAID + WS-PAYMENTS-APPLIED
005420     IF WS-NEW-BALANCE > ZERO
005430        COMPUTE WS-NEW-PERIODS = WS-OLD-PERIODS + 1
005440     ELSE
005710     MOVE ZERO TO WS-OLD-BALANCE
005720     MOVE ZERO TO WS-OLD-PERIODS
005730     MOVE ZERO TO WS-OLD-LAST-PAYMENT
005735     MOVE ZERO TO WS-OLD-SEASON-PAID
005740     IF WS-RECV-COUNT > 0
005750        SET WS-RCV-IDX TO 1
005760        SEARCH WS-RECV-ENTRY
005830                    TO WS-OLD-PERIODS
005840                MOVE WS-RCV-LAST-PAYMENT(WS-RCV-IDX)
005850                    TO WS-OLD-LAST-PAYMENT
005855                MOVE WS-RCV-SEASON-PAID(WS-RCV-IDX)
005857                    TO WS-OLD-SEASON-PAID
005860                MOVE "M" TO WS-RCV-MATCHED(WS-RCV-IDX)
005870        END-SEARCH
005880     END-IF
006350     MOVE WS-RUN-DATE                  TO NR-LAST-CHARGE-DATE
006360     MOVE WS-PAYMENT-DATE              TO NR-LAST-PAYMENT-DATE
006370     MOVE WS-NEW-SUSPENDED             TO NR-SUSPEND-FLAG
006375     MOVE WS-NEW-SEASON-PAID           TO NR-SEASON-PAID
006380     PERFORM 5550-WRITE-RECEIVABLE
006390     .
006400*****************************************************************
007340     END-IF
007342     MOVE WS-RCV-BALANCE(WS-RCV-IDX)      TO WS-NEW-BALANCE
007344     MOVE WS-RCV-LAST-PAYMENT(WS-RCV-IDX) TO WS-PAYMENT-DATE
007345     MOVE WS-RCV-SEASON-PAID(WS-RCV-IDX)  TO WS-NEW-SEASON-PAID
007346     IF WS-DUES-AMOUNT > ZERO
007347        MOVE ZERO TO WS-NEW-SEASON-PAID
007348     END-IF
007349     PERFORM 6200-APPLY-ORPHAN-PAYMENTS
007350     IF WS-NEW-BALANCE > ZERO
007351        COMPUTE WS-NEW-PERIODS =
007352            WS-RCV-PERIODS(WS-RCV-IDX) + 1
007354     ELSE
007356        MOVE ZERO TO WS-NEW-PERIODS
007400     MOVE WS-PAYMENT-DATE                 TO
007410         NR-LAST-PAYMENT-DATE
007420     MOVE WS-NEW-SUSPENDED                TO NR-SUSPEND-FLAG
007425     MOVE WS-NEW-SEASON-PAID              TO NR-SEASON-PAID
007430     PERFORM 5550-WRITE-RECEIVABLE
007440     IF WS-NEW-BALANCE > ZERO
007450        MOVE WS-RCV-PLAYER-ID(WS-RCV-IDX) TO WS-AD-PLAYER-NAME
007560                WS-RCV-PLAYER-ID(WS-RCV-IDX)
007561                SUBTRACT WS-PAY-TOTAL(WS-PAY-IDX)
007562                    FROM WS-NEW-BALANCE
007563                ADD WS-PAY-TOTAL(WS-PAY-IDX)
007564                    TO WS-NEW-SEASON-PAID
007565                MOVE "M" TO WS-PAY-MATCHED(WS-PAY-IDX)
007566                ADD WS-PAY-TOTAL(WS-PAY-IDX)
007567                    TO WS-PAY-AMOUNT-APPLIED
007568                IF WS-PAY-LAST-DATE(WS-PAY-IDX) >
007569                   WS-PAYMENT-DATE
007570                   MOVE WS-PAY-LAST-DATE(WS-PAY-IDX)
007571                       TO WS-PAYMENT-DATE
007572                END-IF
007573        END-SEARCH
007574     END-IF
007575     .
007576*****************************************************************
007577*    7000-REPORT-ORPHAN-PAYMENTS
007578*        A keyed payment whose payer id matched neither the
007579*        master nor a carried receivables row is rejected and
007580*        reported, the way the maintenance passes report their
007581*        rejects, so a typoed id cannot make the treasurer's
007582*        money vanish.
007583*****************************************************************
007584 7000-REPORT-ORPHAN-PAYMENTS.
007585     IF WS-PAYER-COUNT > 0
007586        PERFORM 7100-REPORT-ONE-PAYER VARYING WS-PAY-IDX
007587           FROM 1 BY 1 UNTIL WS-PAY-IDX > WS-PAYER-COUNT
007588     END-IF
007589     .
007590*****************************************************************
007591*    7100-REPORT-ONE-PAYER
007592*****************************************************************
007593 7100-REPORT-ONE-PAYER.
007594     IF NOT WS-PAY-WAS-APPLIED(WS-PAY-IDX)
007595        MOVE WS-PAY-PLAYER-ID(WS-PAY-IDX) TO WS-AU-PLAYER-ID
007596        MOVE WS-PAY-TOTAL(WS-PAY-IDX)     TO WS-AU-AMOUNT
007597        WRITE RA-ARREARS-LINE FROM WS-AR-UNMATCHED-LINE
007598        ADD 1 TO WS-PAYERS-UNMATCHED
007599     END-IF
007600     .
007601*****************************************************************
007602*    8000-PRINT-ARREARS-COUNTS
007603*****************************************************************
007604 8000-PRINT-ARREARS-COUNTS.
007605     MOVE "MEMBERS IN ARREARS"   TO WS-AC-LABEL
007610     MOVE WS-MEMBERS-IN-ARREARS  TO WS-AC-COUNT
007620     WRITE RA-ARREARS-LINE FROM WS-AR-COUNT-LINE
007630     MOVE "MEMBERS SUSPENDED"    TO WS-AC-LABEL
007770     CLOSE NEW-RECEIVABLE-FILE
007780     CLOSE STATEMENT-REPORT
007790     CLOSE ARREARS-REPORT
007791     MOVE ZERO TO JS-RETURN-CODE
007792     PERFORM 9900-END-JOB-STEP
007793     .
007794*****************************************************************
007795*    9900-END-JOB-STEP
007796*        Log the end of the step with its return code and its
007797*        key record counts.
007798*****************************************************************
007799 9900-END-JOB-STEP.
007800     MOVE "E" TO JS-REQUEST
007801     MOVE WS-MEMBER-COUNT    TO JS-INPUT-COUNT
007802     MOVE WS-RECORDS-WRITTEN TO JS-OUTPUT-COUNT
007803     CALL "JOBSTEP" USING JS-JOB-STEP-AREA
007804     .
007810*****************************************************************
007820*    9999-ABEND
007830*****************************************************************
007850     CLOSE NEW-RECEIVABLE-FILE
007860     CLOSE STATEMENT-REPORT
007870     CLOSE ARREARS-REPORT
007872     MOVE 16 TO JS-RETURN-CODE
007874     PERFORM 9900-END-JOB-STEP
007880     MOVE 16 TO RETURN-CODE
007890     STOP RUN
007900     .
