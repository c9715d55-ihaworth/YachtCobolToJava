000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRIZEFND.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - the year-end prize fund,
000110*                    off the treasurer's worksheet.  Builds the
000120*                    pool from the payments BILLING has applied
000130*                    on the receivables master over the season
000140*                    (AR-SEASON-PAID), takes the PRIZCUT house
000150*                    cut off the top, and splits what is left
000160*                    by the charter's schedule - places in the
000170*                    total-points standings off SEASON-SUMMARY,
000180*                    places in the NITEPTS points race, each
000190*                    division's winner off DIVASGN, and a bonus
000200*                    for every record on the record-book master
000210*                    set between PRIZSTRT and PRIZDATE.  A
000220*                    suspended member forfeits the place to the
000230*                    next eligible finisher, and a member still
000240*                    owing on the receivables master has the
000250*                    debt withheld from the prize.  Prints the
000260*                    payout register for the committee to sign
000270*                    and writes the payout file for the
000280*                    treasurer, both carrying control totals
000290*                    that tie back to the pool.
000291*    2026-10-15  DH  Places, the points race and the division
000292*                    winners can be drawn from one league
000293*                    (LEAGCODE) or from every league; divisions
000294*                    are matched within their own league.  The
000295*                    pool is still every payment taken in.
000296*    2026-10-15  DH  The pool is every league's payments, so the
000297*                    places are the whole club's - a LEAGCODE run
000298*                    is refused, and a member's standings and
000299*                    points-race rows are added together across
000300*                    leagues so one member takes one place.
000301*                    Division winners stay per league.  A record
000302*                    under committee review is shown as such and
000303*                    its bonus is retained, not paid.
000305*    2026-10-15  DH  Widen the balance line so the out-of-balance
000306*                    warning prints in full.
000307*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RECEIVABLE-FILE ASSIGN TO RECVMAST
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-RECEIVABLE-STATUS.
000380     SELECT SEASON-SUMMARY-FILE ASSIGN TO SEASUMM
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-SUMMARY-STATUS.
000410     SELECT NIGHT-POINTS-FILE ASSIGN TO NITEPTS
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-NIGHT-POINTS-STATUS.
000440     SELECT DIVISION-FILE ASSIGN TO DIVASGN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-DIVISION-STATUS.
000470     SELECT RECORD-BOOK-FILE ASSIGN TO RECBMAST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RECORD-BOOK-STATUS.
000500     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000530     SELECT PAYOUT-FILE ASSIGN TO PRIZPAY
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PAYOUT-STATUS.
000560     SELECT PAYOUT-REGISTER ASSIGN TO PRIZREG
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RECEIVABLE-FILE
000620     RECORDING MODE IS F.
000630     COPY RECVMST.
000640 FD  SEASON-SUMMARY-FILE
000650     RECORDING MODE IS F.
000660     COPY SEASUMM.
000670 FD  NIGHT-POINTS-FILE
000680     RECORDING MODE IS F.
000690     COPY NITEPTS.
000700 FD  DIVISION-FILE
000710     RECORDING MODE IS F.
000720     COPY DIVASGN.
000730 FD  RECORD-BOOK-FILE
000740     RECORDING MODE IS F.
000750     COPY RECBOOK.
000760 FD  PLAYER-MASTER-FILE
000770     RECORDING MODE IS F.
000780     COPY PLAYMST.
000790 FD  PAYOUT-FILE
000800     RECORDING MODE IS F.
000810     COPY PAYOUT.
000820 FD  PAYOUT-REGISTER.
000830 01  RP-REPORT-LINE            PIC X(80).
000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000860*    FILE STATUS SWITCHES
000870*****************************************************************
000880 77  WS-RECEIVABLE-STATUS      PIC X(02) VALUE SPACES.
000890     88 WS-RECEIVABLE-OK             VALUE "00".
000900 77  WS-SUMMARY-STATUS         PIC X(02) VALUE SPACES.
000910     88 WS-SUMMARY-OK               VALUE "00".
000920 77  WS-NIGHT-POINTS-STATUS    PIC X(02) VALUE SPACES.
000930     88 WS-NIGHT-POINTS-OK          VALUE "00".
000940 77  WS-DIVISION-STATUS        PIC X(02) VALUE SPACES.
000950     88 WS-DIVISION-OK               VALUE "00".
000960 77  WS-RECORD-BOOK-STATUS     PIC X(02) VALUE SPACES.
000970     88 WS-RECORD-BOOK-OK           VALUE "00".
000980 77  WS-PLAYER-MASTER-STATUS   PIC X(02) VALUE SPACES.
000990     88 WS-PLAYER-MASTER-OK         VALUE "00".
001000 77  WS-PAYOUT-STATUS          PIC X(02) VALUE SPACES.
001010     88 WS-PAYOUT-OK                VALUE "00".
001020 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
001030     88 WS-REPORT-OK                VALUE "00".
001040 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
001050     88 WS-END-OF-INPUT-FILE        VALUE "Y".
001060 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
001070     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
001080*****************************************************************
001090*    RUN CONTROLS, SUPPLIED THROUGH THE ENVIRONMENT THE SAME WAY
001100*    THE FILE ASSIGNS ARE - THE NIGHT THE SEASON CLOSED, THE
001110*    NIGHT IT OPENED (SO ONLY RECORDS SET THIS SEASON EARN THE
001120*    BONUS), AND THE HOUSE CUT AS A WHOLE PERCENTAGE OF THE
001130*    PAYMENTS TAKEN IN.
001140*****************************************************************
001150 77  WS-SEASON-END-DATE        PIC 9(08) VALUE ZERO.
001160 77  WS-SEASON-START-DATE      PIC 9(08) VALUE ZERO.
001170 77  WS-HOUSE-CUT-PERCENT      PIC 9(02) VALUE ZERO.
001171*****************************************************************
001172*    LEAGCODE, SUPPLIED THROUGH THE ENVIRONMENT - THE POOL IS
001173*    EVERY LEAGUE'S PAYMENTS, SO ONLY SPACES IS ACCEPTED.
001174*****************************************************************
001175 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
001176     88 WS-ALL-LEAGUES              VALUE SPACES.
001180*****************************************************************
001190*    THE CHARTER'S PRIZE SCHEDULE - EACH AWARD'S SHARE OF THE
001200*    POOL AFTER THE HOUSE CUT, AS A WHOLE PERCENTAGE.  "TP" IS
001210*    A PLACE IN THE TOTAL-POINTS STANDINGS, "NP" A PLACE IN THE
001220*    POINTS RACE; THE "DV" SHARE IS SPLIT EVENLY AMONG THE
001230*    DIVISION WINNERS AND THE "RB" SHARE AMONG THE RECORDS SET
001240*    THIS SEASON.  THE SHARES ADD TO ONE HUNDRED.
001250*****************************************************************
001260 01  WS-SCHEDULE-VALUES.
001270     05 FILLER                 PIC X(25) VALUE
001280         "TP1TOTAL POINTS 1ST    20".
001290     05 FILLER                 PIC X(25) VALUE
001300         "TP2TOTAL POINTS 2ND    12".
001310     05 FILLER                 PIC X(25) VALUE
001320         "TP3TOTAL POINTS 3RD    08".
001330     05 FILLER                 PIC X(25) VALUE
001340         "NP1POINTS RACE 1ST     12".
001350     05 FILLER                 PIC X(25) VALUE
001360         "NP2POINTS RACE 2ND     08".
001370     05 FILLER                 PIC X(25) VALUE
001380         "DV0DIVISION WINNERS    25".
001390     05 FILLER                 PIC X(25) VALUE
001400         "RB0RECORDS SET         15".
001410 01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-VALUES.
001420     05 WS-SCHEDULE-ENTRY OCCURS 7 TIMES
001430           INDEXED BY WS-SCH-IDX.
001440        10 WS-SCH-AWARD-TYPE   PIC X(02).
001450           88 WS-SCH-TOTAL-POINTS     VALUE "TP".
001460           88 WS-SCH-POINTS-RACE      VALUE "NP".
001470           88 WS-SCH-DIVISIONS        VALUE "DV".
001480           88 WS-SCH-RECORDS          VALUE "RB".
001490        10 WS-SCH-PLACE        PIC 9(01).
001500        10 WS-SCH-LABEL        PIC X(20).
001510        10 WS-SCH-PERCENT      PIC 9(02).
001520*****************************************************************
001530*    THE MEMBERSHIP - FULL NAMES FOR THE REGISTER.
001540*****************************************************************
001550 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
001560 01  WS-MEMBER-TABLE.
001570     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
001580           DEPENDING ON WS-MEMBER-COUNT
001590           INDEXED BY WS-MBR-IDX.
001600        10 WS-MBR-PLAYER-ID    PIC X(10).
001610        10 WS-MBR-PLAYER-NAME  PIC X(30).
001620 77  WS-PLAYER-NAME            PIC X(30) VALUE SPACES.
001630 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
001640*****************************************************************
001650*    EVERY POSITION ON THE RECEIVABLES MASTER - THE PAYMENTS
001660*    BEHIND THE POOL, THE BALANCE STILL OWED AND THE
001670*    SUSPENSION FLAG.
001680*****************************************************************
001690 77  WS-RECV-COUNT             PIC 9(05) COMP VALUE ZERO.
001700 01  WS-RECEIVABLE-TABLE.
001710     05 WS-RECV-ENTRY OCCURS 1 TO 200 TIMES
001720           DEPENDING ON WS-RECV-COUNT
001730           INDEXED BY WS-RCV-IDX.
001740        10 WS-RCV-PLAYER-ID    PIC X(10).
001750        10 WS-RCV-BALANCE      PIC S9(05)V99.
001760        10 WS-RCV-SUSPENDED    PIC X(01).
001770           88 WS-RCV-IS-SUSPENDED   VALUE "S".
001780*****************************************************************
001790*    EACH MEMBER'S DIVISION ASSIGNMENT - A MEMBER WITH NO
001800*    ASSIGNMENT STANDS IN DIVISION "99", WHICH HAS NO WINNER.
001810*****************************************************************
001820 77  WS-DIVISION-COUNT         PIC 9(05) COMP VALUE ZERO.
001830 01  WS-DIVISION-TABLE.
001840     05 WS-DIVISION-ENTRY OCCURS 1 TO 200 TIMES
001850           DEPENDING ON WS-DIVISION-COUNT
001860           INDEXED BY WS-DIV-IDX.
001870        10 WS-DIV-PLAYER-ID    PIC X(10).
001880        10 WS-DIV-CODE         PIC X(02).
001885        10 WS-DIV-LEAGUE-CODE  PIC X(02).
001890*****************************************************************
001900*    THE FINAL TOTAL-POINTS STANDINGS OFF SEASON-SUMMARY, BEST
001910*    FIRST, WITH EACH FINISHER'S DIVISION.
001920*****************************************************************
001930 77  WS-STANDING-COUNT         PIC 9(05) COMP VALUE ZERO.
001940 01  WS-STANDINGS-TABLE.
001950     05 WS-STANDING-ENTRY OCCURS 1 TO 200 TIMES
001960           DEPENDING ON WS-STANDING-COUNT
001970           INDEXED BY WS-STD-IDX, WS-STD-IDX2.
001980        10 WS-STD-PLAYER-ID    PIC X(10).
001990        10 WS-STD-TOTAL-POINTS PIC 9(07).
002000        10 WS-STD-DIVISION     PIC X(02).
002005        10 WS-STD-LEAGUE-CODE  PIC X(02).
002006 01  WS-SWAP-STANDING          PIC X(21).
002007*****************************************************************
002008*    THE CLUB STANDINGS THE PLACES ARE PAID FROM - EACH MEMBER'S
002009*    TOTAL POINTS ADDED ACROSS EVERY LEAGUE, BEST FIRST.
002010*****************************************************************
002011 77  WS-CLUB-COUNT             PIC 9(05) COMP VALUE ZERO.
002012 01  WS-CLUB-TABLE.
002013     05 WS-CLUB-ENTRY OCCURS 1 TO 200 TIMES
002014           DEPENDING ON WS-CLUB-COUNT
002015           INDEXED BY WS-CLB-IDX, WS-CLB-IDX2.
002016        10 WS-CLB-PLAYER-ID    PIC X(10).
002017        10 WS-CLB-TOTAL-POINTS PIC 9(07).
002018 01  WS-SWAP-CLUB              PIC X(17).
002020*****************************************************************
002030*    THE FINAL POINTS RACE OFF NITEPTS, EACH MEMBER'S SEASON
002035*    POINTS ADDED ACROSS EVERY LEAGUE, BEST FIRST.
002040*****************************************************************
002050 77  WS-RACE-COUNT             PIC 9(05) COMP VALUE ZERO.
002060 01  WS-RACE-TABLE.
002070     05 WS-RACE-ENTRY OCCURS 1 TO 200 TIMES
002080           DEPENDING ON WS-RACE-COUNT
002090           INDEXED BY WS-RAC-IDX, WS-RAC-IDX2.
002100        10 WS-RAC-PLAYER-ID    PIC X(10).
002110        10 WS-RAC-POINTS       PIC 9(05)V99.
002120 01  WS-SWAP-RACE              PIC X(17).
002130*****************************************************************
002140*    THE DIVISIONS WITH A WINNER TO PAY - EVERY DIVISION BUT
002150*    "99" WITH A FINISHER IN THE STANDINGS.
002160*****************************************************************
002170 77  WS-WINNER-COUNT           PIC 9(03) COMP VALUE ZERO.
002180 01  WS-WINNER-TABLE.
002190     05 WS-WINNER-ENTRY OCCURS 1 TO 99 TIMES
002200           DEPENDING ON WS-WINNER-COUNT
002210           INDEXED BY WS-WIN-IDX.
002215        10 WS-WIN-LEAGUE-CODE  PIC X(02).
002220        10 WS-WIN-DIVISION     PIC X(02).
002230        10 WS-WIN-PAID         PIC X(01).
002240           88 WS-WIN-IS-PAID        VALUE "Y".
002250*****************************************************************
002260*    THE RECORDS SET THIS SEASON, OFF THE RECORD-BOOK MASTER.
002270*****************************************************************
002280 77  WS-RECORD-COUNT           PIC 9(03) COMP VALUE ZERO.
002290 01  WS-RECORD-TABLE.
002300     05 WS-RECORD-ENTRY OCCURS 1 TO 20 TIMES
002310           DEPENDING ON WS-RECORD-COUNT
002320           INDEXED BY WS-REC-IDX.
002330        10 WS-REC-CODE         PIC X(08).
002332        10 WS-REC-HOLDER-ID    PIC X(10).
002334        10 WS-REC-REVIEW-FLAG  PIC X(01).
002336           88 WS-REC-UNDER-REVIEW   VALUE "R".
002340        10 WS-REC-REVIEW-RULING PIC X(06).
002350*****************************************************************
002360*    EVERY MEMBER WON SOMETHING, WITH THE PRIZE TOTAL AND WHAT
002370*    COMES OFF IT, IN PLAYER-ID ORDER FOR THE PAYOUT FILE.
002380*****************************************************************
002390 77  WS-PAYEE-COUNT            PIC 9(05) COMP VALUE ZERO.
002400 01  WS-PAYEE-TABLE.
002410     05 WS-PAYEE-ENTRY OCCURS 1 TO 200 TIMES
002420           DEPENDING ON WS-PAYEE-COUNT
002430           INDEXED BY WS-PAY-IDX, WS-PAY-IDX2.
002440        10 WS-PAY-PLAYER-ID    PIC X(10).
002450        10 WS-PAY-GROSS        PIC 9(07)V99.
002460        10 WS-PAY-WITHHELD     PIC 9(07)V99.
002470        10 WS-PAY-NET          PIC 9(07)V99.
002480 01  WS-SWAP-PAYEE             PIC X(37).
002490*****************************************************************
002500*    THE AWARD BEING MADE - WHICH PRIZE, WHO WON IT, THE
002510*    AMOUNT - AND THE SEARCH FOR THE NEXT ELIGIBLE FINISHER.
002520*****************************************************************
002530 01  WS-AWARD-LABEL.
002540     05 WS-AWL-TEXT            PIC X(20).
002550     05 WS-AWL-CODE            PIC X(08).
002551 01  WS-DIVISION-AWARD-CODE.
002552     05 WS-DAC-DIVISION        PIC X(02).
002553     05 FILLER                 PIC X(04) VALUE " LG ".
002554     05 WS-DAC-LEAGUE-CODE     PIC X(02).
002560 77  WS-AWARD-PLAYER-ID        PIC X(10) VALUE SPACES.
002570 77  WS-SHARE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
002580 77  WS-AWARD-AMOUNT           PIC 9(07)V99 VALUE ZERO.
002590 77  WS-NEXT-STANDING          PIC 9(05) COMP VALUE ZERO.
002600 77  WS-NEXT-RACE              PIC 9(05) COMP VALUE ZERO.
002610 77  WS-ELIGIBLE-SWITCH        PIC X(01) VALUE "N".
002620     88 WS-MEMBER-IS-ELIGIBLE       VALUE "Y".
002630     88 WS-MEMBER-IS-SUSPENDED      VALUE "S".
002640     88 WS-MEMBER-NOT-ON-MASTER     VALUE "M".
002650 77  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
002660     88 WS-WINNER-FOUND             VALUE "Y".
002670*****************************************************************
002680*    THE POOL AND THE CONTROL TOTALS THAT TIE BACK TO IT
002690*****************************************************************
002700 77  WS-PAYMENTS-TAKEN-IN      PIC 9(07)V99 VALUE ZERO.
002710 77  WS-HOUSE-CUT              PIC 9(07)V99 VALUE ZERO.
002720 77  WS-NET-POOL               PIC 9(07)V99 VALUE ZERO.
002730 77  WS-TOTAL-AWARDED          PIC 9(07)V99 VALUE ZERO.
002740 77  WS-TOTAL-UNAWARDED        PIC 9(07)V99 VALUE ZERO.
002750 77  WS-ROUNDING-RETAINED      PIC 9(07)V99 VALUE ZERO.
002760 77  WS-TOTAL-RETAINED         PIC 9(07)V99 VALUE ZERO.
002770 77  WS-TOTAL-WITHHELD         PIC 9(07)V99 VALUE ZERO.
002780 77  WS-TOTAL-NET-PAID         PIC 9(07)V99 VALUE ZERO.
002790 77  WS-TOTAL-PAYEE-GROSS      PIC 9(07)V99 VALUE ZERO.
002800 77  WS-CHECK-AMOUNT           PIC 9(07)V99 VALUE ZERO.
002810 77  WS-AWARDS-MADE            PIC 9(05) COMP VALUE ZERO.
002815 77  WS-PLACES-FORFEITED       PIC 9(05) COMP VALUE ZERO.
002820 77  WS-RECORDS-UNDER-REVIEW   PIC 9(05) COMP VALUE ZERO.
002830 77  WS-BALANCE-SWITCH         PIC X(01) VALUE "Y".
002840     88 WS-TOTALS-TIE               VALUE "Y".
002850*****************************************************************
002860*    REGISTER LINE WORK AREAS
002870*****************************************************************
002880 01  WS-HEADING-LINE-1.
002890     05 FILLER                 PIC X(32) VALUE
002900         "PRIZE FUND PAYOUT REGISTER".
002910     05 FILLER                 PIC X(08) VALUE "SEASON ".
002920     05 WS-H1-START-DATE       PIC 9(08).
002930     05 FILLER                 PIC X(04) VALUE " TO ".
002940     05 WS-H1-END-DATE         PIC 9(08).
002941     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
002942     05 WS-H1-LEAGUE           PIC X(03) VALUE "ALL".
002950 01  WS-SECTION-LINE.
002960     05 WS-SL-TITLE            PIC X(40).
002970 01  WS-AWARD-LINE.
002980     05 WS-AL-LABEL            PIC X(28).
002990     05 FILLER                 PIC X(01) VALUE SPACES.
003000     05 WS-AL-PLAYER-NAME      PIC X(30).
003010     05 FILLER                 PIC X(02) VALUE SPACES.
003020     05 WS-AL-AMOUNT           PIC ZZZZZZ9.99.
003030 01  WS-FORFEIT-LINE.
003040     05 FILLER                 PIC X(04) VALUE SPACES.
003050     05 WS-FL-PLAYER-NAME      PIC X(30).
003060     05 FILLER                 PIC X(02) VALUE SPACES.
003070     05 WS-FL-REASON           PIC X(40).
003080 01  WS-PAYEE-HEADING.
003090     05 FILLER                 PIC X(32) VALUE "MEMBER".
003100     05 FILLER                 PIC X(12) VALUE "       PRIZE".
003110     05 FILLER                 PIC X(12) VALUE "    WITHHELD".
003120     05 FILLER                 PIC X(12) VALUE "     PAYABLE".
003130 01  WS-PAYEE-LINE.
003140     05 WS-PL-PLAYER-NAME      PIC X(30).
003150     05 FILLER                 PIC X(02) VALUE SPACES.
003160     05 WS-PL-GROSS            PIC ZZZZZZ9.99.
003170     05 FILLER                 PIC X(02) VALUE SPACES.
003180     05 WS-PL-WITHHELD         PIC ZZZZZZ9.99.
003190     05 FILLER                 PIC X(02) VALUE SPACES.
003200     05 WS-PL-NET              PIC ZZZZZZ9.99.
003210 01  WS-MONEY-LINE.
003220     05 WS-ML-LABEL            PIC X(30).
003230     05 WS-ML-AMOUNT           PIC ZZZZZZ9.99.
003240 01  WS-COUNT-LINE.
003250     05 WS-CL-LABEL            PIC X(30).
003260     05 WS-CL-COUNT            PIC ZZZZZZ9.
003270 01  WS-BALANCE-LINE.
003280     05 WS-BL-TEXT             PIC X(41).
003290 01  WS-SIGNATURE-LINE.
003300     05 FILLER                 PIC X(40) VALUE
003310         "COMMITTEE ______________________________".
003320     05 FILLER                 PIC X(22) VALUE
003330         "  DATE ______________".
003340 01  WS-BLANK-LINE             PIC X(80) VALUE SPACES.
003350 PROCEDURE DIVISION.
003360*****************************************************************
003370*    0000-MAINLINE
003380*****************************************************************
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE
003410     PERFORM 2000-BUILD-POOL
003420     PERFORM 3000-MAKE-AWARDS
003430     PERFORM 4000-SETTLE-PAYEES
003440     PERFORM 5000-PRINT-PAYEES
003450     PERFORM 6000-WRITE-PAYOUT-FILE
003460     PERFORM 8000-PRINT-CONTROL-TOTALS
003470     PERFORM 9000-TERMINATE
003480     STOP RUN
003490     .
003500*****************************************************************
003510*    1000-INITIALIZE
003520*****************************************************************
003530 1000-INITIALIZE.
003540     ACCEPT WS-SEASON-END-DATE FROM ENVIRONMENT "PRIZDATE"
003550     IF WS-SEASON-END-DATE = ZERO
003560        DISPLAY "PRIZEFND - PRIZDATE NOT SUPPLIED"
003570        GO TO 9999-ABEND
003580     END-IF
003590     ACCEPT WS-SEASON-START-DATE FROM ENVIRONMENT "PRIZSTRT"
003600     IF WS-SEASON-START-DATE = ZERO
003610        DISPLAY "PRIZEFND - PRIZSTRT NOT SUPPLIED"
003620        GO TO 9999-ABEND
003630     END-IF
003640     ACCEPT WS-HOUSE-CUT-PERCENT FROM ENVIRONMENT "PRIZCUT"
003641     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
003642     IF NOT WS-ALL-LEAGUES
003643        DISPLAY "PRIZEFND - LEAGCODE " WS-LEAGUE-CODE
003644            " REFUSED - THE POOL IS EVERY LEAGUE'S"
003646        GO TO 9999-ABEND
003648     END-IF
003650     OPEN OUTPUT PAYOUT-FILE
003660     IF NOT WS-PAYOUT-OK
003670        DISPLAY "PRIZEFND - CANNOT OPEN PAYOUT-FILE "
003680            WS-PAYOUT-STATUS
003690        GO TO 9999-ABEND
003700     END-IF
003710     OPEN OUTPUT PAYOUT-REGISTER
003720     IF NOT WS-REPORT-OK
003730        DISPLAY "PRIZEFND - CANNOT OPEN PAYOUT-REGISTER "
003740            WS-REPORT-STATUS
003750        GO TO 9999-ABEND
003760     END-IF
003770     MOVE WS-SEASON-START-DATE TO WS-H1-START-DATE
003780     MOVE WS-SEASON-END-DATE   TO WS-H1-END-DATE
003790     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
003800     PERFORM 1200-LOAD-RECEIVABLES
003810     PERFORM 1300-LOAD-PLAYER-MASTER
003820     PERFORM 1400-LOAD-DIVISIONS
003830     PERFORM 1500-LOAD-STANDINGS
003840     PERFORM 1600-LOAD-POINTS-RACE
003850     PERFORM 1700-LOAD-RECORDS-SET
003860     .
003870*****************************************************************
003880*    1200-LOAD-RECEIVABLES
003890*        Load every receivables position, totalling the
003900*        season's payments applied into the pool as it goes.
003910*        The pool cannot be built without the master.
003920*****************************************************************
003930 1200-LOAD-RECEIVABLES.
003940     OPEN INPUT RECEIVABLE-FILE
003950     IF NOT WS-RECEIVABLE-OK
003960        DISPLAY "PRIZEFND - CANNOT OPEN RECEIVABLE-FILE "
003970            WS-RECEIVABLE-STATUS
003980        GO TO 9999-ABEND
003990     END-IF
004000     PERFORM 1210-LOAD-ONE-POSITION THRU 1210-EXIT
004010         UNTIL WS-END-OF-INPUT-FILE
004020     MOVE "N" TO WS-EOF-SWITCH
004030     CLOSE RECEIVABLE-FILE
004040     .
004050*****************************************************************
004060*    1210-LOAD-ONE-POSITION
004070*****************************************************************
004080 1210-LOAD-ONE-POSITION.
004090     READ RECEIVABLE-FILE
004100         AT END
004110             MOVE "Y" TO WS-EOF-SWITCH
004120             GO TO 1210-EXIT
004130     END-READ
004140     IF WS-RECV-COUNT >= 200
004150        DISPLAY "PRIZEFND - MORE THAN 200 RECEIVABLE ROWS"
004160        GO TO 9999-ABEND
004170     END-IF
004180     ADD 1 TO WS-RECV-COUNT
004190     SET WS-RCV-IDX TO WS-RECV-COUNT
004200     MOVE AR-PLAYER-ID    TO WS-RCV-PLAYER-ID(WS-RCV-IDX)
004210     MOVE AR-BALANCE      TO WS-RCV-BALANCE(WS-RCV-IDX)
004220     MOVE AR-SUSPEND-FLAG TO WS-RCV-SUSPENDED(WS-RCV-IDX)
004230     ADD AR-SEASON-PAID   TO WS-PAYMENTS-TAKEN-IN
004240     .
004250 1210-EXIT.
004260     EXIT
004270     .
004280*****************************************************************
004290*    1300-LOAD-PLAYER-MASTER
004300*****************************************************************
004310 1300-LOAD-PLAYER-MASTER.
004320     OPEN INPUT PLAYER-MASTER-FILE
004330     IF NOT WS-PLAYER-MASTER-OK
004340        DISPLAY "PRIZEFND - CANNOT OPEN PLAYER-MASTER-FILE "
004350            WS-PLAYER-MASTER-STATUS
004360        GO TO 9999-ABEND
004370     END-IF
004380     PERFORM 1310-LOAD-ONE-MEMBER THRU 1310-EXIT
004390         UNTIL WS-END-OF-PLAYER-MASTER
004400     CLOSE PLAYER-MASTER-FILE
004410     .
004420*****************************************************************
004430*    1310-LOAD-ONE-MEMBER
004440*****************************************************************
004450 1310-LOAD-ONE-MEMBER.
004460     READ PLAYER-MASTER-FILE
004470         AT END
004480             MOVE "Y" TO WS-MASTER-EOF-SWITCH
004490             GO TO 1310-EXIT
004500     END-READ
004510     IF WS-MEMBER-COUNT >= 200
004520        DISPLAY "PRIZEFND - MORE THAN 200 MEMBERS"
004530        GO TO 9999-ABEND
004540     END-IF
004550     ADD 1 TO WS-MEMBER-COUNT
004560     SET WS-MBR-IDX TO WS-MEMBER-COUNT
004570     MOVE PM-PLAYER-ID   TO WS-MBR-PLAYER-ID(WS-MBR-IDX)
004580     MOVE PM-PLAYER-NAME TO WS-MBR-PLAYER-NAME(WS-MBR-IDX)
004590     .
004600 1310-EXIT.
004610     EXIT
004620     .
004630*****************************************************************
004640*    1400-LOAD-DIVISIONS
004650*        A league with no division file has no division
004660*        winners, and the division share is retained.
004670*****************************************************************
004680 1400-LOAD-DIVISIONS.
004690     OPEN INPUT DIVISION-FILE
004700     IF WS-DIVISION-OK
004710        PERFORM 1410-LOAD-ONE-DIVISION THRU 1410-EXIT
004720            UNTIL WS-END-OF-INPUT-FILE
004730        MOVE "N" TO WS-EOF-SWITCH
004740        CLOSE DIVISION-FILE
004750     END-IF
004760     .
004770*****************************************************************
004780*    1410-LOAD-ONE-DIVISION
004790*****************************************************************
004800 1410-LOAD-ONE-DIVISION.
004810     READ DIVISION-FILE
004820         AT END
004830             MOVE "Y" TO WS-EOF-SWITCH
004840             GO TO 1410-EXIT
004850     END-READ
004860     IF WS-DIVISION-COUNT >= 200
004870        DISPLAY "PRIZEFND - MORE THAN 200 DIVISION ROWS"
004880        GO TO 9999-ABEND
004890     END-IF
004900     ADD 1 TO WS-DIVISION-COUNT
004910     SET WS-DIV-IDX TO WS-DIVISION-COUNT
004920     MOVE DV-PLAYER-ID     TO WS-DIV-PLAYER-ID(WS-DIV-IDX)
004930     MOVE DV-DIVISION-CODE TO WS-DIV-CODE(WS-DIV-IDX)
004935     MOVE DV-LEAGUE-CODE   TO WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
004940     .
004950 1410-EXIT.
004960     EXIT
004970     .
004980*****************************************************************
004990*    1500-LOAD-STANDINGS
005000*        One finisher per SEASON-SUMMARY row, ranked by total
005010*        points the way STANDING ranks them, and each
005020*        division's paying division noted as it is met.  The
005022*        member's points are added into the club standings
005024*        too, which are ranked the same way.
005030*****************************************************************
005040 1500-LOAD-STANDINGS.
005050     OPEN INPUT SEASON-SUMMARY-FILE
005060     IF NOT WS-SUMMARY-OK
005070        DISPLAY "PRIZEFND - CANNOT OPEN SEASON-SUMMARY-FILE "
005080            WS-SUMMARY-STATUS
005090        GO TO 9999-ABEND
005100     END-IF
005110     PERFORM 1510-LOAD-ONE-FINISHER THRU 1510-EXIT
005120         UNTIL WS-END-OF-INPUT-FILE
005130     MOVE "N" TO WS-EOF-SWITCH
005140     CLOSE SEASON-SUMMARY-FILE
005150     IF WS-STANDING-COUNT > 1
005160        PERFORM 1550-STANDINGS-PASS VARYING WS-STD-IDX
005170           FROM 1 BY 1 UNTIL WS-STD-IDX >= WS-STANDING-COUNT
005172     END-IF
005174     IF WS-CLUB-COUNT > 1
005176        PERFORM 1570-CLUB-PASS VARYING WS-CLB-IDX
005178           FROM 1 BY 1 UNTIL WS-CLB-IDX >= WS-CLUB-COUNT
005180     END-IF
005190     .
005200*****************************************************************
005210*    1510-LOAD-ONE-FINISHER
005220*****************************************************************
005230 1510-LOAD-ONE-FINISHER.
005240     READ SEASON-SUMMARY-FILE
005250         AT END
005260             MOVE "Y" TO WS-EOF-SWITCH
005270             GO TO 1510-EXIT
005280     END-READ
005290     IF WS-STANDING-COUNT >= 200
005300        DISPLAY "PRIZEFND - MORE THAN 200 FINISHERS"
005310        GO TO 9999-ABEND
005320     END-IF
005330     ADD 1 TO WS-STANDING-COUNT
005340     SET WS-STD-IDX TO WS-STANDING-COUNT
005350     MOVE SM-PLAYER-ID    TO WS-STD-PLAYER-ID(WS-STD-IDX)
005360     MOVE SM-TOTAL-POINTS TO WS-STD-TOTAL-POINTS(WS-STD-IDX)
005370     MOVE "99"            TO WS-STD-DIVISION(WS-STD-IDX)
005375     MOVE SM-LEAGUE-CODE  TO WS-STD-LEAGUE-CODE(WS-STD-IDX)
005380     IF WS-DIVISION-COUNT > 0
005390        SET WS-DIV-IDX TO 1
005400        SEARCH WS-DIVISION-ENTRY
005410           AT END CONTINUE
005420           WHEN WS-DIV-PLAYER-ID(WS-DIV-IDX) = SM-PLAYER-ID
005425            AND WS-DIV-LEAGUE-CODE(WS-DIV-IDX) = SM-LEAGUE-CODE
005430                MOVE WS-DIV-CODE(WS-DIV-IDX)
005440                    TO WS-STD-DIVISION(WS-STD-IDX)
005450        END-SEARCH
005460     END-IF
005470     IF WS-STD-DIVISION(WS-STD-IDX) NOT = "99"
005480        PERFORM 1520-NOTE-PAYING-DIVISION
005485     END-IF
005490     PERFORM 1540-ADD-CLUB-POINTS
005500     .
005510 1510-EXIT.
005520     EXIT
005530     .
005540*****************************************************************
005550*    1520-NOTE-PAYING-DIVISION
005560*****************************************************************
005570 1520-NOTE-PAYING-DIVISION.
005580     IF WS-WINNER-COUNT > 0
005590        SET WS-WIN-IDX TO 1
005600        SEARCH WS-WINNER-ENTRY
005610           AT END PERFORM 1530-ADD-PAYING-DIVISION
005620           WHEN WS-WIN-DIVISION(WS-WIN-IDX) =
005630                WS-STD-DIVISION(WS-STD-IDX)
005632            AND WS-WIN-LEAGUE-CODE(WS-WIN-IDX) =
005634                WS-STD-LEAGUE-CODE(WS-STD-IDX)
005640                CONTINUE
005650        END-SEARCH
005660     ELSE
005670        PERFORM 1530-ADD-PAYING-DIVISION
005680     END-IF
005690     .
005700*****************************************************************
005710*    1530-ADD-PAYING-DIVISION
005720*****************************************************************
005730 1530-ADD-PAYING-DIVISION.
005740     IF WS-WINNER-COUNT >= 99
005750        DISPLAY "PRIZEFND - MORE THAN 99 DIVISIONS"
005760        GO TO 9999-ABEND
005770     END-IF
005780     ADD 1 TO WS-WINNER-COUNT
005790     SET WS-WIN-IDX TO WS-WINNER-COUNT
005800     MOVE WS-STD-DIVISION(WS-STD-IDX)
005810         TO WS-WIN-DIVISION(WS-WIN-IDX)
005815     MOVE WS-STD-LEAGUE-CODE(WS-STD-IDX)
005816         TO WS-WIN-LEAGUE-CODE(WS-WIN-IDX)
005820     MOVE "N" TO WS-WIN-PAID(WS-WIN-IDX)
005821     .
005822*****************************************************************
005823*    1540-ADD-CLUB-POINTS
005824*        Add the finisher's points to the member's club standing,
005825*        starting one the first time the member is met.
005826*****************************************************************
005827 1540-ADD-CLUB-POINTS.
005828     IF WS-CLUB-COUNT > 0
005829        SET WS-CLB-IDX TO 1
005830        SEARCH WS-CLUB-ENTRY
005831           AT END PERFORM 1545-ADD-CLUB-MEMBER
005832           WHEN WS-CLB-PLAYER-ID(WS-CLB-IDX) = SM-PLAYER-ID
005833                CONTINUE
005834        END-SEARCH
005835     ELSE
005836        PERFORM 1545-ADD-CLUB-MEMBER
005837     END-IF
005838     ADD SM-TOTAL-POINTS TO WS-CLB-TOTAL-POINTS(WS-CLB-IDX)
005839     .
005840*****************************************************************
005841*    1545-ADD-CLUB-MEMBER
005842*****************************************************************
005843 1545-ADD-CLUB-MEMBER.
005844     ADD 1 TO WS-CLUB-COUNT
005845     SET WS-CLB-IDX TO WS-CLUB-COUNT
005846     MOVE SM-PLAYER-ID TO WS-CLB-PLAYER-ID(WS-CLB-IDX)
005847     MOVE ZERO         TO WS-CLB-TOTAL-POINTS(WS-CLB-IDX)
005848     .
005849*****************************************************************
005850*    1550-STANDINGS-PASS
005860*        Simple exchange sort, total points descending, ties
005870*        in player-id order.
005880*****************************************************************
005890 1550-STANDINGS-PASS.
005900     PERFORM 1560-STANDINGS-COMPARE VARYING WS-STD-IDX2
005910        FROM 1 BY 1
005920        UNTIL WS-STD-IDX2 > WS-STANDING-COUNT - WS-STD-IDX
005930     .
005940*****************************************************************
005950*    1560-STANDINGS-COMPARE
005960*****************************************************************
005970 1560-STANDINGS-COMPARE.
005980     IF WS-STD-TOTAL-POINTS(WS-STD-IDX2) <
005990        WS-STD-TOTAL-POINTS(WS-STD-IDX2 + 1)
006000        OR (WS-STD-TOTAL-POINTS(WS-STD-IDX2) =
006010            WS-STD-TOTAL-POINTS(WS-STD-IDX2 + 1)
006020            AND WS-STD-PLAYER-ID(WS-STD-IDX2) >
006030                WS-STD-PLAYER-ID(WS-STD-IDX2 + 1))
006040        MOVE WS-STANDING-ENTRY(WS-STD-IDX2) TO WS-SWAP-STANDING
006050        MOVE WS-STANDING-ENTRY(WS-STD-IDX2 + 1) TO
006060            WS-STANDING-ENTRY(WS-STD-IDX2)
006070        MOVE WS-SWAP-STANDING TO
006080            WS-STANDING-ENTRY(WS-STD-IDX2 + 1)
006090     END-IF
006091     .
006092*****************************************************************
006093*    1570-CLUB-PASS
006094*        The club standings are ranked the same way.
006095*****************************************************************
006096 1570-CLUB-PASS.
006097     PERFORM 1580-CLUB-COMPARE VARYING WS-CLB-IDX2
006098        FROM 1 BY 1
006099        UNTIL WS-CLB-IDX2 > WS-CLUB-COUNT - WS-CLB-IDX
006100     .
006101*****************************************************************
006102*    1580-CLUB-COMPARE
006103*****************************************************************
006104 1580-CLUB-COMPARE.
006105     IF WS-CLB-TOTAL-POINTS(WS-CLB-IDX2) <
006106        WS-CLB-TOTAL-POINTS(WS-CLB-IDX2 + 1)
006107        OR (WS-CLB-TOTAL-POINTS(WS-CLB-IDX2) =
006108            WS-CLB-TOTAL-POINTS(WS-CLB-IDX2 + 1)
006109            AND WS-CLB-PLAYER-ID(WS-CLB-IDX2) >
006110                WS-CLB-PLAYER-ID(WS-CLB-IDX2 + 1))
006111        MOVE WS-CLUB-ENTRY(WS-CLB-IDX2) TO WS-SWAP-CLUB
006112        MOVE WS-CLUB-ENTRY(WS-CLB-IDX2 + 1) TO
006113            WS-CLUB-ENTRY(WS-CLB-IDX2)
006114        MOVE WS-SWAP-CLUB TO WS-CLUB-ENTRY(WS-CLB-IDX2 + 1)
006115     END-IF
006116     .
006117*****************************************************************
006120*    1600-LOAD-POINTS-RACE
006130*        One racer per member, the season points of each of
006135*        the member's NITEPTS rows added together, ranked by
006137*        season points.
006140*        A league that has not run the points race has no
006150*        racers, and the race shares are retained.
006160*****************************************************************
006170 1600-LOAD-POINTS-RACE.
006180     OPEN INPUT NIGHT-POINTS-FILE
006190     IF WS-NIGHT-POINTS-OK
006200        PERFORM 1610-LOAD-ONE-RACER THRU 1610-EXIT
006210            UNTIL WS-END-OF-INPUT-FILE
006220        MOVE "N" TO WS-EOF-SWITCH
006230        CLOSE NIGHT-POINTS-FILE
006240     END-IF
006250     IF WS-RACE-COUNT > 1
006260        PERFORM 1650-RACE-PASS VARYING WS-RAC-IDX
006270           FROM 1 BY 1 UNTIL WS-RAC-IDX >= WS-RACE-COUNT
006280     END-IF
006290     .
006300*****************************************************************
006310*    1610-LOAD-ONE-RACER
006320*****************************************************************
006330 1610-LOAD-ONE-RACER.
006340     READ NIGHT-POINTS-FILE
006350         AT END
006360             MOVE "Y" TO WS-EOF-SWITCH
006370             GO TO 1610-EXIT
006380     END-READ
006381     IF WS-RACE-COUNT > 0
006382        SET WS-RAC-IDX TO 1
006383        SEARCH WS-RACE-ENTRY
006384           AT END CONTINUE
006385           WHEN WS-RAC-PLAYER-ID(WS-RAC-IDX) = NP-PLAYER-ID
006386                ADD NP-SEASON-POINTS TO WS-RAC-POINTS(WS-RAC-IDX)
006387                GO TO 1610-EXIT
006388        END-SEARCH
006389     END-IF
006390     IF WS-RACE-COUNT >= 200
006400        DISPLAY "PRIZEFND - MORE THAN 200 RACERS"
006410        GO TO 9999-ABEND
006420     END-IF
006430     ADD 1 TO WS-RACE-COUNT
006440     SET WS-RAC-IDX TO WS-RACE-COUNT
006450     MOVE NP-PLAYER-ID     TO WS-RAC-PLAYER-ID(WS-RAC-IDX)
006460     MOVE NP-SEASON-POINTS TO WS-RAC-POINTS(WS-RAC-IDX)
006470     .
006480 1610-EXIT.
006490     EXIT
006500     .
006510*****************************************************************
006520*    1650-RACE-PASS
006530*****************************************************************
006540 1650-RACE-PASS.
006550     PERFORM 1660-RACE-COMPARE VARYING WS-RAC-IDX2
006560        FROM 1 BY 1
006570        UNTIL WS-RAC-IDX2 > WS-RACE-COUNT - WS-RAC-IDX
006580     .
006590*****************************************************************
006600*    1660-RACE-COMPARE
006610*****************************************************************
006620 1660-RACE-COMPARE.
006630     IF WS-RAC-POINTS(WS-RAC-IDX2) <
006640        WS-RAC-POINTS(WS-RAC-IDX2 + 1)
006650        OR (WS-RAC-POINTS(WS-RAC-IDX2) =
006660            WS-RAC-POINTS(WS-RAC-IDX2 + 1)
006670            AND WS-RAC-PLAYER-ID(WS-RAC-IDX2) >
006680                WS-RAC-PLAYER-ID(WS-RAC-IDX2 + 1))
006690        MOVE WS-RACE-ENTRY(WS-RAC-IDX2) TO WS-SWAP-RACE
006700        MOVE WS-RACE-ENTRY(WS-RAC-IDX2 + 1) TO
006710            WS-RACE-ENTRY(WS-RAC-IDX2)
006720        MOVE WS-SWAP-RACE TO WS-RACE-ENTRY(WS-RAC-IDX2 + 1)
006730     END-IF
006740     .
006750*****************************************************************
006760*    1700-LOAD-RECORDS-SET
006770*        Note every record on the book set within the season.
006780*        An unset record carries a blank holder and earns
006790*        nothing.  A record under committee review is noted
006795*        with its ruling so the award can show it.
006800*****************************************************************
006810 1700-LOAD-RECORDS-SET.
006820     OPEN INPUT RECORD-BOOK-FILE
006830     IF WS-RECORD-BOOK-OK
006840        PERFORM 1710-CHECK-ONE-RECORD THRU 1710-EXIT
006850            UNTIL WS-END-OF-INPUT-FILE
006860        MOVE "N" TO WS-EOF-SWITCH
006870        CLOSE RECORD-BOOK-FILE
006880     END-IF
006890     .
006900*****************************************************************
006910*    1710-CHECK-ONE-RECORD
006920*****************************************************************
006930 1710-CHECK-ONE-RECORD.
006940     READ RECORD-BOOK-FILE
006950         AT END
006960             MOVE "Y" TO WS-EOF-SWITCH
006970             GO TO 1710-EXIT
006980     END-READ
006990     IF RB-HOLDER-PLAYER-ID = SPACES
007000        OR RB-DATE-SET < WS-SEASON-START-DATE
007010        OR RB-DATE-SET > WS-SEASON-END-DATE
007020        GO TO 1710-EXIT
007030     END-IF
007040     IF WS-RECORD-COUNT >= 20
007050        DISPLAY "PRIZEFND - MORE THAN 20 RECORDS SET"
007060        GO TO 9999-ABEND
007070     END-IF
007080     ADD 1 TO WS-RECORD-COUNT
007090     SET WS-REC-IDX TO WS-RECORD-COUNT
007100     MOVE RB-RECORD-CODE      TO WS-REC-CODE(WS-REC-IDX)
007102     MOVE RB-HOLDER-PLAYER-ID TO WS-REC-HOLDER-ID(WS-REC-IDX)
007104     MOVE RB-REVIEW-FLAG      TO WS-REC-REVIEW-FLAG(WS-REC-IDX)
007110     MOVE RB-REVIEW-RULING    TO WS-REC-REVIEW-RULING(WS-REC-IDX)
007120     .
007130 1710-EXIT.
007140     EXIT
007150     .
007160*****************************************************************
007170*    2000-BUILD-POOL
007180*        The pool is the season's payments applied, less the
007190*        house cut rounded to the cent.
007200*****************************************************************
007210 2000-BUILD-POOL.
007220     COMPUTE WS-HOUSE-CUT ROUNDED =
007230         WS-PAYMENTS-TAKEN-IN * WS-HOUSE-CUT-PERCENT / 100
007240     COMPUTE WS-NET-POOL = WS-PAYMENTS-TAKEN-IN - WS-HOUSE-CUT
007250     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
007260     MOVE "PAYMENTS APPLIED THIS SEASON" TO WS-ML-LABEL
007270     MOVE WS-PAYMENTS-TAKEN-IN           TO WS-ML-AMOUNT
007280     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
007290     MOVE "LESS HOUSE CUT"               TO WS-ML-LABEL
007300     MOVE WS-HOUSE-CUT                   TO WS-ML-AMOUNT
007310     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
007320     MOVE "PRIZE POOL"                   TO WS-ML-LABEL
007330     MOVE WS-NET-POOL                    TO WS-ML-AMOUNT
007340     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
007350     .
007360*****************************************************************
007370*    3000-MAKE-AWARDS
007380*        Work down the charter's schedule, awarding each share
007390*        of the pool.  Each share is cut to the cent; what the
007400*        cutting leaves, and any share nobody is eligible to
007410*        take, stays in the league's funds.
007420*****************************************************************
007430 3000-MAKE-AWARDS.
007440     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
007450     MOVE "AWARDS" TO WS-SL-TITLE
007460     WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
007470     MOVE 1 TO WS-NEXT-STANDING
007480     MOVE 1 TO WS-NEXT-RACE
007490     PERFORM 3100-MAKE-ONE-AWARD
007500         VARYING WS-SCH-IDX FROM 1 BY 1
007510         UNTIL WS-SCH-IDX > 7
007520     COMPUTE WS-TOTAL-RETAINED = WS-NET-POOL - WS-TOTAL-AWARDED
007530     COMPUTE WS-ROUNDING-RETAINED =
007540         WS-TOTAL-RETAINED - WS-TOTAL-UNAWARDED
007550     .
007560*****************************************************************
007570*    3100-MAKE-ONE-AWARD
007580*****************************************************************
007590 3100-MAKE-ONE-AWARD.
007600     COMPUTE WS-SHARE-AMOUNT =
007610         WS-NET-POOL * WS-SCH-PERCENT(WS-SCH-IDX) / 100
007620     MOVE WS-SCH-LABEL(WS-SCH-IDX) TO WS-AWL-TEXT
007630     MOVE SPACES TO WS-AWL-CODE
007640     EVALUATE TRUE
007650     WHEN WS-SCH-TOTAL-POINTS(WS-SCH-IDX)
007660        PERFORM 3200-AWARD-STANDING-PLACE
007670     WHEN WS-SCH-POINTS-RACE(WS-SCH-IDX)
007680        PERFORM 3300-AWARD-RACE-PLACE
007690     WHEN WS-SCH-DIVISIONS(WS-SCH-IDX)
007700        PERFORM 3400-AWARD-DIVISIONS
007710     WHEN WS-SCH-RECORDS(WS-SCH-IDX)
007720        PERFORM 3500-AWARD-RECORDS
007730     END-EVALUATE
007740     .
007750*****************************************************************
007760*    3200-AWARD-STANDING-PLACE
007770*        The place goes to the next eligible finisher down the
007780*        club standings; a suspended finisher passed over is shown
007790*        forfeiting it.
007800*****************************************************************
007810 3200-AWARD-STANDING-PLACE.
007820     MOVE "N" TO WS-FOUND-SWITCH
007830     PERFORM 3210-TRY-ONE-FINISHER
007840         UNTIL WS-WINNER-FOUND
007850            OR WS-NEXT-STANDING > WS-CLUB-COUNT
007860     IF WS-WINNER-FOUND
007870        MOVE WS-SHARE-AMOUNT TO WS-AWARD-AMOUNT
007880        PERFORM 3700-MAKE-AWARD
007890     ELSE
007900        PERFORM 3800-RETAIN-SHARE
007910     END-IF
007920     .
007930*****************************************************************
007940*    3210-TRY-ONE-FINISHER
007950*****************************************************************
007960 3210-TRY-ONE-FINISHER.
007970     SET WS-CLB-IDX TO WS-NEXT-STANDING
007980     MOVE WS-CLB-PLAYER-ID(WS-CLB-IDX) TO WS-AWARD-PLAYER-ID
007990     ADD 1 TO WS-NEXT-STANDING
008000     PERFORM 3600-CHECK-ELIGIBLE
008010     IF WS-MEMBER-IS-ELIGIBLE
008020        MOVE "Y" TO WS-FOUND-SWITCH
008030     ELSE
008040        PERFORM 3650-PRINT-FORFEIT
008050     END-IF
008060     .
008070*****************************************************************
008080*    3300-AWARD-RACE-PLACE
008090*****************************************************************
008100 3300-AWARD-RACE-PLACE.
008110     MOVE "N" TO WS-FOUND-SWITCH
008120     PERFORM 3310-TRY-ONE-RACER
008130         UNTIL WS-WINNER-FOUND
008140            OR WS-NEXT-RACE > WS-RACE-COUNT
008150     IF WS-WINNER-FOUND
008160        MOVE WS-SHARE-AMOUNT TO WS-AWARD-AMOUNT
008170        PERFORM 3700-MAKE-AWARD
008180     ELSE
008190        PERFORM 3800-RETAIN-SHARE
008200     END-IF
008210     .
008220*****************************************************************
008230*    3310-TRY-ONE-RACER
008240*****************************************************************
008250 3310-TRY-ONE-RACER.
008260     SET WS-RAC-IDX TO WS-NEXT-RACE
008270     MOVE WS-RAC-PLAYER-ID(WS-RAC-IDX) TO WS-AWARD-PLAYER-ID
008280     ADD 1 TO WS-NEXT-RACE
008290     PERFORM 3600-CHECK-ELIGIBLE
008300     IF WS-MEMBER-IS-ELIGIBLE
008310        MOVE "Y" TO WS-FOUND-SWITCH
008320     ELSE
008330        PERFORM 3650-PRINT-FORFEIT
008340     END-IF
008350     .
008360*****************************************************************
008370*    3400-AWARD-DIVISIONS
008380*        The division share is split evenly among the paying
008390*        divisions; each division's prize goes to its top
008400*        eligible finisher.
008410*****************************************************************
008420 3400-AWARD-DIVISIONS.
008430     IF WS-WINNER-COUNT = 0
008440        PERFORM 3800-RETAIN-SHARE
008450     ELSE
008460        COMPUTE WS-AWARD-AMOUNT =
008470            WS-SHARE-AMOUNT / WS-WINNER-COUNT
008480        PERFORM 3410-AWARD-ONE-DIVISION
008490            VARYING WS-WIN-IDX FROM 1 BY 1
008500            UNTIL WS-WIN-IDX > WS-WINNER-COUNT
008510     END-IF
008520     .
008530*****************************************************************
008540*    3410-AWARD-ONE-DIVISION
008550*****************************************************************
008560 3410-AWARD-ONE-DIVISION.
008570     MOVE "DIVISION WINNER"        TO WS-AWL-TEXT
008580     MOVE WS-WIN-DIVISION(WS-WIN-IDX)    TO WS-DAC-DIVISION
008581     MOVE WS-WIN-LEAGUE-CODE(WS-WIN-IDX) TO WS-DAC-LEAGUE-CODE
008582     MOVE WS-DIVISION-AWARD-CODE         TO WS-AWL-CODE
008590     MOVE "N" TO WS-FOUND-SWITCH
008600     PERFORM 3420-TRY-ONE-DIVISION-FINISHER
008610         VARYING WS-STD-IDX FROM 1 BY 1
008620         UNTIL WS-WINNER-FOUND
008630            OR WS-STD-IDX > WS-STANDING-COUNT
008640     IF WS-WINNER-FOUND
008650        PERFORM 3700-MAKE-AWARD
008660     ELSE
008670        MOVE WS-AWARD-AMOUNT TO WS-SHARE-AMOUNT
008680        PERFORM 3800-RETAIN-SHARE
008690     END-IF
008700     .
008710*****************************************************************
008720*    3420-TRY-ONE-DIVISION-FINISHER
008730*****************************************************************
008740 3420-TRY-ONE-DIVISION-FINISHER.
008750     IF WS-STD-DIVISION(WS-STD-IDX) = WS-WIN-DIVISION(WS-WIN-IDX)
008755        AND WS-STD-LEAGUE-CODE(WS-STD-IDX) =
008756            WS-WIN-LEAGUE-CODE(WS-WIN-IDX)
008760        MOVE WS-STD-PLAYER-ID(WS-STD-IDX) TO WS-AWARD-PLAYER-ID
008770        PERFORM 3600-CHECK-ELIGIBLE
008780        IF WS-MEMBER-IS-ELIGIBLE
008790           MOVE "Y" TO WS-FOUND-SWITCH
008800        ELSE
008810           PERFORM 3650-PRINT-FORFEIT
008820        END-IF
008830     END-IF
008840     .
008850*****************************************************************
008860*    3500-AWARD-RECORDS
008870*        The record share is split evenly among the records set
008880*        this season.  A record is its holder's alone - one
008890*        held by a suspended member is forfeited to the
008900*        league's funds, not passed down.  A record under
008905*        committee review is not paid - its bonus is retained
008907*        until the committee clears it.
008910*****************************************************************
008920 3500-AWARD-RECORDS.
008930     IF WS-RECORD-COUNT = 0
008940        PERFORM 3800-RETAIN-SHARE
008950     ELSE
008960        COMPUTE WS-AWARD-AMOUNT =
008970            WS-SHARE-AMOUNT / WS-RECORD-COUNT
008980        PERFORM 3510-AWARD-ONE-RECORD THRU 3510-EXIT
008990            VARYING WS-REC-IDX FROM 1 BY 1
009000            UNTIL WS-REC-IDX > WS-RECORD-COUNT
009010     END-IF
009020     .
009030*****************************************************************
009040*    3510-AWARD-ONE-RECORD
009050*****************************************************************
009060 3510-AWARD-ONE-RECORD.
009070     MOVE "RECORD SET"                TO WS-AWL-TEXT
009080     MOVE WS-REC-CODE(WS-REC-IDX)      TO WS-AWL-CODE
009090     MOVE WS-REC-HOLDER-ID(WS-REC-IDX) TO WS-AWARD-PLAYER-ID
009091     IF WS-REC-UNDER-REVIEW(WS-REC-IDX)
009092        PERFORM 3660-PRINT-UNDER-REVIEW
009093        MOVE WS-AWARD-AMOUNT TO WS-SHARE-AMOUNT
009094        PERFORM 3800-RETAIN-SHARE
009095        GO TO 3510-EXIT
009096     END-IF
009100     PERFORM 3600-CHECK-ELIGIBLE
009110     IF WS-MEMBER-IS-ELIGIBLE
009120        PERFORM 3700-MAKE-AWARD
009130     ELSE
009140        PERFORM 3650-PRINT-FORFEIT
009150        MOVE WS-AWARD-AMOUNT TO WS-SHARE-AMOUNT
009160        PERFORM 3800-RETAIN-SHARE
009170     END-IF
009172     .
009174 3510-EXIT.
009176     EXIT
009180     .
009190*****************************************************************
009200*    3600-CHECK-ELIGIBLE
009210*        A winner must be on the player master and not
009220*        suspended on the receivables master.
009230*****************************************************************
009240 3600-CHECK-ELIGIBLE.
009250     MOVE "M" TO WS-ELIGIBLE-SWITCH
009260     IF WS-MEMBER-COUNT > 0
009270        SET WS-MBR-IDX TO 1
009280        SEARCH WS-MEMBER-ENTRY
009290           AT END CONTINUE
009300           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) = WS-AWARD-PLAYER-ID
009310                MOVE "Y" TO WS-ELIGIBLE-SWITCH
009320        END-SEARCH
009330     END-IF
009340     IF WS-MEMBER-IS-ELIGIBLE
009350        AND WS-RECV-COUNT > 0
009360        SET WS-RCV-IDX TO 1
009370        SEARCH WS-RECV-ENTRY
009380           AT END CONTINUE
009390           WHEN WS-RCV-PLAYER-ID(WS-RCV-IDX) = WS-AWARD-PLAYER-ID
009400                IF WS-RCV-IS-SUSPENDED(WS-RCV-IDX)
009410                   MOVE "S" TO WS-ELIGIBLE-SWITCH
009420                END-IF
009430        END-SEARCH
009440     END-IF
009450     .
009460*****************************************************************
009470*    3650-PRINT-FORFEIT
009480*****************************************************************
009490 3650-PRINT-FORFEIT.
009500     MOVE WS-AWARD-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
009510     PERFORM 7000-LOOKUP-PLAYER-NAME
009520     MOVE WS-PLAYER-NAME TO WS-FL-PLAYER-NAME
009530     IF WS-MEMBER-IS-SUSPENDED
009540        MOVE "FORFEITED - SUSPENDED FOR ARREARS" TO WS-FL-REASON
009550     ELSE
009560        MOVE "FORFEITED - NOT ON THE PLAYER MASTER"
009570            TO WS-FL-REASON
009580     END-IF
009590     WRITE RP-REPORT-LINE FROM WS-FORFEIT-LINE
009600     ADD 1 TO WS-PLACES-FORFEITED
009601     .
009602*****************************************************************
009603*    3660-PRINT-UNDER-REVIEW
009604*****************************************************************
009605 3660-PRINT-UNDER-REVIEW.
009606     MOVE WS-AWARD-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
009607     PERFORM 7000-LOOKUP-PLAYER-NAME
009608     MOVE WS-PLAYER-NAME TO WS-FL-PLAYER-NAME
009609     MOVE SPACES TO WS-FL-REASON
009610     STRING "UNDER REVIEW - RULING "
009611            WS-REC-REVIEW-RULING(WS-REC-IDX)
009612            DELIMITED BY SIZE INTO WS-FL-REASON
009613     WRITE RP-REPORT-LINE FROM WS-FORFEIT-LINE
009614     ADD 1 TO WS-RECORDS-UNDER-REVIEW
009615     .
009620*****************************************************************
009630*    3700-MAKE-AWARD
009640*        Print the award and credit it to the winner's payout.
009650*****************************************************************
009660 3700-MAKE-AWARD.
009670     MOVE WS-AWARD-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
009680     PERFORM 7000-LOOKUP-PLAYER-NAME
009690     MOVE WS-AWARD-LABEL  TO WS-AL-LABEL
009700     MOVE WS-PLAYER-NAME  TO WS-AL-PLAYER-NAME
009710     MOVE WS-AWARD-AMOUNT TO WS-AL-AMOUNT
009720     WRITE RP-REPORT-LINE FROM WS-AWARD-LINE
009730     PERFORM 3750-FIND-OR-ADD-PAYEE
009740     ADD WS-AWARD-AMOUNT TO WS-PAY-GROSS(WS-PAY-IDX)
009750     ADD WS-AWARD-AMOUNT TO WS-TOTAL-AWARDED
009760     ADD 1 TO WS-AWARDS-MADE
009770     .
009780*****************************************************************
009790*    3750-FIND-OR-ADD-PAYEE
009800*****************************************************************
009810 3750-FIND-OR-ADD-PAYEE.
009820     IF WS-PAYEE-COUNT > 0
009830        SET WS-PAY-IDX TO 1
009840        SEARCH WS-PAYEE-ENTRY
009850           AT END PERFORM 3760-ADD-PAYEE
009860           WHEN WS-PAY-PLAYER-ID(WS-PAY-IDX) = WS-AWARD-PLAYER-ID
009870                CONTINUE
009880        END-SEARCH
009890     ELSE
009900        PERFORM 3760-ADD-PAYEE
009910     END-IF
009920     .
009930*****************************************************************
009940*    3760-ADD-PAYEE
009950*****************************************************************
009960 3760-ADD-PAYEE.
009970     IF WS-PAYEE-COUNT >= 200
009980        DISPLAY "PRIZEFND - MORE THAN 200 PAYEES"
009990        GO TO 9999-ABEND
010000     END-IF
010010     ADD 1 TO WS-PAYEE-COUNT
010020     SET WS-PAY-IDX TO WS-PAYEE-COUNT
010030     MOVE WS-AWARD-PLAYER-ID TO WS-PAY-PLAYER-ID(WS-PAY-IDX)
010040     MOVE ZERO TO WS-PAY-GROSS(WS-PAY-IDX)
010050     MOVE ZERO TO WS-PAY-WITHHELD(WS-PAY-IDX)
010060     MOVE ZERO TO WS-PAY-NET(WS-PAY-IDX)
010070     .
010080*****************************************************************
010090*    3800-RETAIN-SHARE
010100*        A share with no eligible winner stays in the league's
010110*        funds.
010120*****************************************************************
010130 3800-RETAIN-SHARE.
010140     MOVE WS-AWARD-LABEL  TO WS-AL-LABEL
010150     MOVE "NO ELIGIBLE WINNER - RETAINED" TO WS-AL-PLAYER-NAME
010160     MOVE WS-SHARE-AMOUNT TO WS-AL-AMOUNT
010170     WRITE RP-REPORT-LINE FROM WS-AWARD-LINE
010180     ADD WS-SHARE-AMOUNT TO WS-TOTAL-UNAWARDED
010190     .
010200*****************************************************************
010210*    4000-SETTLE-PAYEES
010220*        Put the payees in player-id order and take any debt
010230*        still owed on the receivables master off each prize,
010240*        never more than the prize itself.
010250*****************************************************************
010260 4000-SETTLE-PAYEES.
010270     IF WS-PAYEE-COUNT > 1
010280        PERFORM 4100-PAYEE-PASS VARYING WS-PAY-IDX
010290           FROM 1 BY 1 UNTIL WS-PAY-IDX >= WS-PAYEE-COUNT
010300     END-IF
010310     IF WS-PAYEE-COUNT > 0
010320        PERFORM 4200-SETTLE-ONE-PAYEE
010330            VARYING WS-PAY-IDX FROM 1 BY 1
010340            UNTIL WS-PAY-IDX > WS-PAYEE-COUNT
010350     END-IF
010360     .
010370*****************************************************************
010380*    4100-PAYEE-PASS
010390*****************************************************************
010400 4100-PAYEE-PASS.
010410     PERFORM 4110-PAYEE-COMPARE VARYING WS-PAY-IDX2
010420        FROM 1 BY 1
010430        UNTIL WS-PAY-IDX2 > WS-PAYEE-COUNT - WS-PAY-IDX
010440     .
010450*****************************************************************
010460*    4110-PAYEE-COMPARE
010470*****************************************************************
010480 4110-PAYEE-COMPARE.
010490     IF WS-PAY-PLAYER-ID(WS-PAY-IDX2) >
010500        WS-PAY-PLAYER-ID(WS-PAY-IDX2 + 1)
010510        MOVE WS-PAYEE-ENTRY(WS-PAY-IDX2) TO WS-SWAP-PAYEE
010520        MOVE WS-PAYEE-ENTRY(WS-PAY-IDX2 + 1) TO
010530            WS-PAYEE-ENTRY(WS-PAY-IDX2)
010540        MOVE WS-SWAP-PAYEE TO WS-PAYEE-ENTRY(WS-PAY-IDX2 + 1)
010550     END-IF
010560     .
010570*****************************************************************
010580*    4200-SETTLE-ONE-PAYEE
010590*****************************************************************
010600 4200-SETTLE-ONE-PAYEE.
010610     MOVE ZERO TO WS-PAY-WITHHELD(WS-PAY-IDX)
010620     IF WS-RECV-COUNT > 0
010630        SET WS-RCV-IDX TO 1
010640        SEARCH WS-RECV-ENTRY
010650           AT END CONTINUE
010660           WHEN WS-RCV-PLAYER-ID(WS-RCV-IDX) =
010670                WS-PAY-PLAYER-ID(WS-PAY-IDX)
010680                IF WS-RCV-BALANCE(WS-RCV-IDX) > ZERO
010690                   MOVE WS-RCV-BALANCE(WS-RCV-IDX)
010700                       TO WS-PAY-WITHHELD(WS-PAY-IDX)
010710                END-IF
010720        END-SEARCH
010730     END-IF
010740     IF WS-PAY-WITHHELD(WS-PAY-IDX) > WS-PAY-GROSS(WS-PAY-IDX)
010750        MOVE WS-PAY-GROSS(WS-PAY-IDX)
010760            TO WS-PAY-WITHHELD(WS-PAY-IDX)
010770     END-IF
010780     COMPUTE WS-PAY-NET(WS-PAY-IDX) =
010790         WS-PAY-GROSS(WS-PAY-IDX) - WS-PAY-WITHHELD(WS-PAY-IDX)
010800     ADD WS-PAY-GROSS(WS-PAY-IDX)    TO WS-TOTAL-PAYEE-GROSS
010810     ADD WS-PAY-WITHHELD(WS-PAY-IDX) TO WS-TOTAL-WITHHELD
010820     ADD WS-PAY-NET(WS-PAY-IDX)      TO WS-TOTAL-NET-PAID
010830     .
010840*****************************************************************
010850*    5000-PRINT-PAYEES
010860*        The payout section the committee signs - one line per
010870*        member paid.
010880*****************************************************************
010890 5000-PRINT-PAYEES.
010900     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
010910     MOVE "PAYOUTS" TO WS-SL-TITLE
010920     WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
010930     WRITE RP-REPORT-LINE FROM WS-PAYEE-HEADING
010940     IF WS-PAYEE-COUNT > 0
010950        PERFORM 5100-PRINT-ONE-PAYEE
010960            VARYING WS-PAY-IDX FROM 1 BY 1
010970            UNTIL WS-PAY-IDX > WS-PAYEE-COUNT
010980     END-IF
010990     .
011000*****************************************************************
011010*    5100-PRINT-ONE-PAYEE
011020*****************************************************************
011030 5100-PRINT-ONE-PAYEE.
011040     MOVE WS-PAY-PLAYER-ID(WS-PAY-IDX) TO WS-LOOKUP-PLAYER-ID
011050     PERFORM 7000-LOOKUP-PLAYER-NAME
011060     MOVE WS-PLAYER-NAME              TO WS-PL-PLAYER-NAME
011070     MOVE WS-PAY-GROSS(WS-PAY-IDX)    TO WS-PL-GROSS
011080     MOVE WS-PAY-WITHHELD(WS-PAY-IDX) TO WS-PL-WITHHELD
011090     MOVE WS-PAY-NET(WS-PAY-IDX)      TO WS-PL-NET
011100     WRITE RP-REPORT-LINE FROM WS-PAYEE-LINE
011110     .
011120*****************************************************************
011130*    6000-WRITE-PAYOUT-FILE
011140*        One detail row per payee and the trailer.
011150*****************************************************************
011160 6000-WRITE-PAYOUT-FILE.
011170     IF WS-PAYEE-COUNT > 0
011180        PERFORM 6100-WRITE-ONE-PAYOUT
011190            VARYING WS-PAY-IDX FROM 1 BY 1
011200            UNTIL WS-PAY-IDX > WS-PAYEE-COUNT
011210     END-IF
011220     MOVE SPACES               TO PO-PAYOUT-RECORD
011230     MOVE "T"                  TO PO-RECORD-TYPE
011240     MOVE WS-PAYEE-COUNT       TO PO-PAYEE-COUNT
011250     MOVE WS-SEASON-END-DATE   TO PO-SEASON-END-DATE
011260     MOVE WS-TOTAL-PAYEE-GROSS TO PO-GROSS-PRIZE
011270     MOVE WS-TOTAL-WITHHELD    TO PO-DEBT-WITHHELD
011280     MOVE WS-TOTAL-NET-PAID    TO PO-NET-PAYOUT
011290     PERFORM 6200-WRITE-PAYOUT
011300     .
011310*****************************************************************
011320*    6100-WRITE-ONE-PAYOUT
011330*****************************************************************
011340 6100-WRITE-ONE-PAYOUT.
011350     MOVE "D"                         TO PO-RECORD-TYPE
011360     MOVE WS-PAY-PLAYER-ID(WS-PAY-IDX) TO PO-PLAYER-ID
011370     MOVE WS-SEASON-END-DATE          TO PO-SEASON-END-DATE
011380     MOVE WS-PAY-GROSS(WS-PAY-IDX)    TO PO-GROSS-PRIZE
011390     MOVE WS-PAY-WITHHELD(WS-PAY-IDX) TO PO-DEBT-WITHHELD
011400     MOVE WS-PAY-NET(WS-PAY-IDX)      TO PO-NET-PAYOUT
011410     PERFORM 6200-WRITE-PAYOUT
011420     .
011430*****************************************************************
011440*    6200-WRITE-PAYOUT
011450*****************************************************************
011460 6200-WRITE-PAYOUT.
011470     WRITE PO-PAYOUT-RECORD
011480     IF NOT WS-PAYOUT-OK
011490        DISPLAY "PRIZEFND - ERROR WRITING PAYOUT-FILE "
011500            WS-PAYOUT-STATUS
011510        GO TO 9999-ABEND
011520     END-IF
011530     .
011540*****************************************************************
011550*    7000-LOOKUP-PLAYER-NAME
011560*        Find the member's full name for a player id; an id not
011570*        on the master prints as itself so it can be spotted.
011580*****************************************************************
011590 7000-LOOKUP-PLAYER-NAME.
011600     MOVE WS-LOOKUP-PLAYER-ID TO WS-PLAYER-NAME
011610     IF WS-MEMBER-COUNT > 0
011620        SET WS-MBR-IDX TO 1
011630        SEARCH WS-MEMBER-ENTRY
011640           AT END CONTINUE
011650           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) =
011660                WS-LOOKUP-PLAYER-ID
011670                MOVE WS-MBR-PLAYER-NAME(WS-MBR-IDX)
011680                    TO WS-PLAYER-NAME
011690        END-SEARCH
011700     END-IF
011710     .
011720*****************************************************************
011730*    8000-PRINT-CONTROL-TOTALS
011740*        The pool must equal what was awarded plus what was
011750*        retained, and what was awarded must equal the debt
011760*        withheld plus the cheques written.  A register that
011770*        does not tie is flagged and the step ends with return
011780*        code 8 so the treasurer holds the cheques.
011790*****************************************************************
011800 8000-PRINT-CONTROL-TOTALS.
011810     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
011820     MOVE "CONTROL TOTALS" TO WS-SL-TITLE
011830     WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
011840     MOVE "PAYMENTS APPLIED THIS SEASON" TO WS-ML-LABEL
011850     MOVE WS-PAYMENTS-TAKEN-IN           TO WS-ML-AMOUNT
011860     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
011870     MOVE "HOUSE CUT"                    TO WS-ML-LABEL
011880     MOVE WS-HOUSE-CUT                   TO WS-ML-AMOUNT
011890     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
011900     MOVE "PRIZE POOL"                   TO WS-ML-LABEL
011910     MOVE WS-NET-POOL                    TO WS-ML-AMOUNT
011920     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
011930     MOVE "AWARDED"                      TO WS-ML-LABEL
011940     MOVE WS-TOTAL-AWARDED               TO WS-ML-AMOUNT
011950     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
011960     MOVE "RETAINED - NO ELIGIBLE WINNER" TO WS-ML-LABEL
011970     MOVE WS-TOTAL-UNAWARDED             TO WS-ML-AMOUNT
011980     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
011990     MOVE "RETAINED - ROUNDING"          TO WS-ML-LABEL
012000     MOVE WS-ROUNDING-RETAINED           TO WS-ML-AMOUNT
012010     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
012020     MOVE "DEBT WITHHELD"                TO WS-ML-LABEL
012030     MOVE WS-TOTAL-WITHHELD              TO WS-ML-AMOUNT
012040     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
012050     MOVE "NET PAYABLE"                  TO WS-ML-LABEL
012060     MOVE WS-TOTAL-NET-PAID              TO WS-ML-AMOUNT
012070     WRITE RP-REPORT-LINE FROM WS-MONEY-LINE
012080     MOVE "AWARDS MADE"                  TO WS-CL-LABEL
012090     MOVE WS-AWARDS-MADE                 TO WS-CL-COUNT
012100     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
012110     MOVE "PLACES FORFEITED"             TO WS-CL-LABEL
012120     MOVE WS-PLACES-FORFEITED            TO WS-CL-COUNT
012122     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
012124     MOVE "RECORDS UNDER REVIEW"         TO WS-CL-LABEL
012126     MOVE WS-RECORDS-UNDER-REVIEW        TO WS-CL-COUNT
012130     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
012140     MOVE "MEMBERS PAID"                 TO WS-CL-LABEL
012150     MOVE WS-PAYEE-COUNT                 TO WS-CL-COUNT
012160     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
012170     COMPUTE WS-CHECK-AMOUNT =
012180         WS-TOTAL-AWARDED + WS-TOTAL-UNAWARDED
012190         + WS-ROUNDING-RETAINED
012200     IF WS-CHECK-AMOUNT NOT = WS-NET-POOL
012210        MOVE "N" TO WS-BALANCE-SWITCH
012220     END-IF
012230     COMPUTE WS-CHECK-AMOUNT =
012240         WS-TOTAL-WITHHELD + WS-TOTAL-NET-PAID
012250     IF WS-CHECK-AMOUNT NOT = WS-TOTAL-AWARDED
012260        OR WS-TOTAL-PAYEE-GROSS NOT = WS-TOTAL-AWARDED
012270        MOVE "N" TO WS-BALANCE-SWITCH
012280     END-IF
012290     IF WS-TOTALS-TIE
012300        MOVE "CONTROL TOTALS TIE TO THE POOL" TO WS-BL-TEXT
012310     ELSE
012320        MOVE "*** OUT OF BALANCE - HOLD THE CHEQUES ***"
012330            TO WS-BL-TEXT
012340        MOVE 8 TO RETURN-CODE
012350     END-IF
012360     WRITE RP-REPORT-LINE FROM WS-BALANCE-LINE
012370     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
012380     WRITE RP-REPORT-LINE FROM WS-SIGNATURE-LINE
012390     WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
012400     WRITE RP-REPORT-LINE FROM WS-SIGNATURE-LINE
012410     .
012420*****************************************************************
012430*    9000-TERMINATE
012440*****************************************************************
012450 9000-TERMINATE.
012460     CLOSE PAYOUT-FILE
012470     CLOSE PAYOUT-REGISTER
012480     .
012490*****************************************************************
012500*    9999-ABEND
012510*****************************************************************
012520 9999-ABEND.
012530     CLOSE PAYOUT-FILE
012540     CLOSE PAYOUT-REGISTER
012550     MOVE 16 TO RETURN-CODE
012560     STOP RUN
012570     .
