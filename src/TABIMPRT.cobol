000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABIMPRT.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - inbound import of the
000110*                    comma-delimited export the scorekeepers'
000120*                    tablets produce, so the night's claims no
000130*                    longer have to be retyped into the
000140*                    PLAYER-SCORECARD file before SCOREDIT.  The
000150*                    tablet's category abbreviations are turned
000160*                    into the category names YACHT scores, the
000170*                    five die columns into SC-DICE, and the claims
000180*                    are written in player, game and round order.
000190*                    Each tablet's header and trailer row counts
000200*                    must agree with the rows between them, or
000210*                    nothing is imported.  Every claim's game must
000220*                    be seated to its player on that night's
000230*                    MATCH-PAIRING.  A row that cannot be taken,
000240*                    and the rest of its game with it, goes to the
000250*                    exception report and to an exception export
000260*                    that can be corrected and imported again.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TABLET-EXPORT-FILE ASSIGN TO TABEXPRT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-EXPORT-STATUS.
000350     SELECT MATCH-PAIRING-FILE ASSIGN TO MATCHPAR
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-PAIRING-STATUS.
000380     SELECT PLAYER-SCORECARD-FILE ASSIGN TO SCORECRD
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-SCORECARD-STATUS.
000410     SELECT EXCEPTION-EXPORT-FILE ASSIGN TO TABEXCP
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-EXCEPTION-STATUS.
000440     SELECT IMPORT-REPORT ASSIGN TO TABIRPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*****************************************************************
000500*    THE TABLET EXPORT - ONE ROW PER LINE, COLUMNS SEPARATED BY
000510*    COMMAS, THE FIRST COLUMN NAMING THE ROW:
000520*      H,TABLET ID,NIGHT YYYYMMDD,LEAGUE,DETAIL ROW COUNT
000530*      D,PLAYER ID,GAME ID,ROUND,CATEGORY,DIE,DIE,DIE,DIE,DIE
000540*      T,DETAIL ROW COUNT
000550*    ONE TABLET'S ROWS SIT BETWEEN ITS HEADER AND TRAILER; THE
000560*    EXPORTS OF SEVERAL TABLETS MAY FOLLOW ONE ANOTHER.
000570*****************************************************************
000580 FD  TABLET-EXPORT-FILE.
000590 01  TE-TABLET-LINE            PIC X(100).
000600 FD  MATCH-PAIRING-FILE
000610     RECORDING MODE IS F.
000620     COPY MATCHPR.
000630 FD  PLAYER-SCORECARD-FILE
000640     RECORDING MODE IS F.
000650     COPY SCORECD.
000660 FD  EXCEPTION-EXPORT-FILE.
000670 01  TX-EXCEPTION-LINE         PIC X(100).
000680 FD  IMPORT-REPORT.
000690 01  RP-REPORT-LINE            PIC X(100).
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720*    FILE STATUS SWITCHES
000730*****************************************************************
000740 77  WS-EXPORT-STATUS          PIC X(02) VALUE SPACES.
000750     88 WS-EXPORT-OK                VALUE "00".
000760 77  WS-PAIRING-STATUS         PIC X(02) VALUE SPACES.
000770     88 WS-PAIRING-OK               VALUE "00".
000780 77  WS-SCORECARD-STATUS       PIC X(02) VALUE SPACES.
000790     88 WS-SCORECARD-OK             VALUE "00".
000800 77  WS-EXCEPTION-STATUS       PIC X(02) VALUE SPACES.
000810     88 WS-EXCEPTION-OK             VALUE "00".
000820 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000830     88 WS-REPORT-OK                VALUE "00".
000840 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000850     88 WS-END-OF-EXPORT            VALUE "Y".
000860 77  WS-PAIRING-EOF-SWITCH     PIC X(01) VALUE "N".
000870     88 WS-END-OF-PAIRINGS          VALUE "Y".
000880*****************************************************************
000890*    THE ROW IN HAND SPLIT INTO ITS COLUMNS.  THE LINE IS SPLIT
000900*    ONLY AS FAR AS ITS LAST NON-BLANK CHARACTER.
000910*****************************************************************
000920 77  WS-ROW-NUMBER             PIC 9(05) VALUE ZERO.
000930 77  WS-LINE-LENGTH            PIC 9(03) COMP VALUE ZERO.
000940 77  WS-LINE-END-SWITCH        PIC X(01) VALUE "N".
000950     88 WS-LINE-END-FOUND           VALUE "Y".
000960 77  WS-COLUMN-COUNT           PIC 9(03) COMP VALUE ZERO.
000970 77  WS-COL-SUB                PIC 9(02) COMP VALUE ZERO.
000980 01  WS-COLUMN-TABLE.
000990     05 WS-COLUMN-ENTRY OCCURS 10 TIMES.
001000        10 WS-COLUMN           PIC X(15).
001010        10 WS-COLUMN-LENGTH    PIC 9(03).
001020 77  WS-ROW-TYPE               PIC X(01) VALUE SPACES.
001030     88 WS-HEADER-ROW               VALUE "H".
001040     88 WS-DETAIL-ROW               VALUE "D".
001050     88 WS-TRAILER-ROW              VALUE "T".
001060 77  WS-COLUMN-VALUE           PIC 9(08) VALUE ZERO.
001070 77  WS-NUMERIC-SWITCH         PIC X(01) VALUE "N".
001080     88 WS-COLUMN-NUMERIC           VALUE "Y".
001090*****************************************************************
001100*    THE TABLET'S CATEGORY ABBREVIATIONS AND THE CATEGORY NAME
001110*    YACHT SCORES FOR EACH.
001120*****************************************************************
001130 01  WS-CATEGORY-CODE-VALUES.
001140     05 FILLER                 PIC X(18) VALUE
001150         "1  ones".
001160     05 FILLER                 PIC X(18) VALUE
001170         "2  twos".
001180     05 FILLER                 PIC X(18) VALUE
001190         "3  threes".
001200     05 FILLER                 PIC X(18) VALUE
001210         "4  fours".
001220     05 FILLER                 PIC X(18) VALUE
001230         "5  fives".
001240     05 FILLER                 PIC X(18) VALUE
001250         "6  sixes".
001260     05 FILLER                 PIC X(18) VALUE
001270         "FH full house".
001280     05 FILLER                 PIC X(18) VALUE
001290         "4K four of a kind".
001300     05 FILLER                 PIC X(18) VALUE
001310         "LS little straight".
001320     05 FILLER                 PIC X(18) VALUE
001330         "BS big straight".
001340     05 FILLER                 PIC X(18) VALUE
001350         "CH choice".
001360     05 FILLER                 PIC X(18) VALUE
001370         "Y  yacht".
001380 01  WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODE-VALUES.
001390     05 WS-CATEGORY-CODE-ENTRY OCCURS 12 TIMES
001400           INDEXED BY WS-CAT-IDX.
001410        10 WS-CATEGORY-CODE    PIC X(03).
001420        10 WS-CATEGORY-NAME    PIC X(15).
001430*****************************************************************
001440*    WHY A ROW WAS NOT IMPORTED, BY REASON NUMBER
001450*****************************************************************
001460 77  WS-REASON-COUNT           PIC 9(02) VALUE 11.
001470 01  WS-REASON-TEXT-VALUES.
001480     05 FILLER                 PIC X(36) VALUE
001490         "ROW TYPE IS NOT H, D OR T".
001500     05 FILLER                 PIC X(36) VALUE
001510         "WRONG NUMBER OF COLUMNS".
001520     05 FILLER                 PIC X(36) VALUE
001530         "PLAYER OR GAME ID MISSING".
001540     05 FILLER                 PIC X(36) VALUE
001550         "ROUND IS NOT 1 THROUGH 12".
001560     05 FILLER                 PIC X(36) VALUE
001570         "CATEGORY NOT RECOGNISED".
001580     05 FILLER                 PIC X(36) VALUE
001590         "DIE IS NOT 1 THROUGH 6".
001600     05 FILLER                 PIC X(36) VALUE
001610         "GAME NOT PAIRED IN LEAGUE THAT NIGHT".
001620     05 FILLER                 PIC X(36) VALUE
001630         "GAME IS SEATED TO ANOTHER PLAYER".
001640     05 FILLER                 PIC X(36) VALUE
001650         "SEAT IS MARKED AS A FORFEIT".
001660     05 FILLER                 PIC X(36) VALUE
001670         "ROUND KEYED TWICE FOR THE GAME".
001680     05 FILLER                 PIC X(36) VALUE
001690         "HELD - ANOTHER ROW OF GAME IN ERROR".
001700 01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
001710     05 WS-REASON-TEXT         PIC X(36) OCCURS 11 TIMES.
001720 01  WS-REASON-TALLY-TABLE.
001730     05 WS-REASON-TALLY        PIC 9(05) COMP OCCURS 11 TIMES.
001740 77  WS-REASON-SUB             PIC 9(02) COMP VALUE ZERO.
001750*****************************************************************
001760*    ONE ENTRY PER TABLET - ITS HEADER, ITS TRAILER AND THE
001770*    DETAIL ROWS BETWEEN THEM.
001780*****************************************************************
001790 77  WS-BATCH-COUNT            PIC 9(03) COMP VALUE ZERO.
001800 77  WS-BATCH-SUB              PIC 9(03) COMP VALUE ZERO.
001810 77  WS-BATCH-OPEN-SWITCH      PIC X(01) VALUE "N".
001820     88 WS-BATCH-OPEN               VALUE "Y".
001830 01  WS-BATCH-TABLE.
001840     05 WS-BATCH-ENTRY OCCURS 1 TO 100 TIMES
001850           DEPENDING ON WS-BATCH-COUNT
001860           INDEXED BY WS-BAT-IDX.
001870        10 WS-BAT-TABLET-ID    PIC X(10).
001880        10 WS-BAT-NIGHT-DATE   PIC 9(08).
001890        10 WS-BAT-LEAGUE-CODE  PIC X(02).
001900        10 WS-BAT-HEADER-ROW   PIC 9(05).
001910        10 WS-BAT-HEADER-COUNT PIC 9(05).
001920        10 WS-BAT-TRAILER-FLAG PIC X(01).
001930           88 WS-BAT-TRAILER-SEEN   VALUE "Y".
001940        10 WS-BAT-TRAILER-COUNT PIC 9(05).
001950        10 WS-BAT-DETAIL-ROWS  PIC 9(05).
001960        10 WS-BAT-IMPORTED     PIC 9(05).
001970        10 WS-BAT-EXCEPTIONS   PIC 9(05).
001980*****************************************************************
001990*    EVERY DETAIL ROW OF THE EXPORT, AS ARRIVED AND AS CONVERTED.
002000*    A NON-ZERO REASON KEEPS THE ROW OFF THE SCORECARD FILE.
002010*    SORTED ON WS-CLM-SORT-KEY INTO PLAYER, GAME AND ROUND ORDER.
002020*****************************************************************
002030 77  WS-CLAIM-COUNT            PIC 9(05) COMP VALUE ZERO.
002040 77  WS-CLAIM-SUB              PIC 9(05) COMP VALUE ZERO.
002050 77  WS-CLAIM-SUB2             PIC 9(05) COMP VALUE ZERO.
002060 01  WS-CLAIM-TABLE.
002070     05 WS-CLAIM-ENTRY OCCURS 1 TO 5000 TIMES
002080           DEPENDING ON WS-CLAIM-COUNT.
002090        10 WS-CLM-SORT-KEY.
002100           15 WS-CLM-GAME-KEY.
002110              20 WS-CLM-PLAYER-ID PIC X(10).
002120              20 WS-CLM-GAME-ID   PIC X(08).
002130           15 WS-CLM-ROUND-NUMBER PIC 9(02).
002140           15 WS-CLM-ROW-NUMBER   PIC 9(05).
002150        10 WS-CLM-BATCH-SUB       PIC 9(03).
002160        10 WS-CLM-DICE            PIC 9(05).
002170        10 WS-CLM-CATEGORY        PIC X(15).
002180        10 WS-CLM-REASON          PIC 9(02).
002190        10 WS-CLM-TABLET-LINE     PIC X(100).
002200 01  WS-SWAP-ENTRY             PIC X(150).
002210 01  WS-IMPORT-DICE-AREA.
002220     05 WS-IMPORT-DICE         PIC 9(05).
002230     05 WS-IMPORT-DIE REDEFINES WS-IMPORT-DICE
002240                               PIC 9(01) OCCURS 5 TIMES.
002250 77  WS-DIE-SUB                PIC 9(01) COMP VALUE ZERO.
002260*****************************************************************
002270*    THE SEATS OF THE IMPORT'S NIGHTS, OFF MATCH-PAIRING - THE
002280*    GAME PAIRGEN GAVE EACH SEAT AND THE PLAYER IT SEATED THERE.
002290*****************************************************************
002300 77  WS-SEAT-COUNT             PIC 9(05) COMP VALUE ZERO.
002310 77  WS-SEAT-SUB               PIC 9(01) COMP VALUE ZERO.
002320 01  WS-SEAT-TABLE.
002330     05 WS-SEAT-ENTRY OCCURS 1 TO 2000 TIMES
002340           DEPENDING ON WS-SEAT-COUNT
002350           INDEXED BY WS-SEAT-IDX.
002360        10 WS-SEAT-NIGHT-DATE  PIC 9(08).
002370        10 WS-SEAT-GAME-ID     PIC X(08).
002380        10 WS-SEAT-LEAGUE-CODE PIC X(02).
002390        10 WS-SEAT-PLAYER-ID   PIC X(10).
002400        10 WS-SEAT-FORFEIT     PIC X(01).
002410           88 WS-SEAT-FORFEITED     VALUE "F".
002420*****************************************************************
002430*    GAME HOLD CONTROLS - ROWS WS-GROUP-START THROUGH
002440*    WS-GROUP-END OF THE SORTED TABLE ARE ONE PLAYER'S GAME.
002450*****************************************************************
002460 77  WS-GROUP-START            PIC 9(05) COMP VALUE ZERO.
002470 77  WS-GROUP-END              PIC 9(05) COMP VALUE ZERO.
002480 77  WS-GROUP-SWITCH           PIC X(01) VALUE "N".
002490     88 WS-GROUP-COMPLETE           VALUE "Y".
002500 77  WS-GROUP-ERROR-SWITCH     PIC X(01) VALUE "N".
002510     88 WS-GROUP-IN-ERROR           VALUE "Y".
002520*****************************************************************
002530*    A FAULT IN THE EXPORT ITSELF - A MISSING OR MALFORMED HEADER
002540*    OR TRAILER, OR COUNTS THAT DISAGREE - REFUSES THE WHOLE
002550*    IMPORT, SINCE ROWS MAY HAVE BEEN LOST IN TRANSFER.
002560*****************************************************************
002570 77  WS-REFUSE-SWITCH          PIC X(01) VALUE "N".
002580     88 WS-IMPORT-REFUSED           VALUE "Y".
002590 77  WS-FAULT-TEXT             PIC X(60) VALUE SPACES.
002600 77  WS-FAULT-ROW              PIC 9(05) VALUE ZERO.
002610*****************************************************************
002620*    RUN COUNTS
002630*****************************************************************
002640 77  WS-ROWS-READ              PIC 9(07) COMP VALUE ZERO.
002650 77  WS-CLAIMS-IMPORTED        PIC 9(07) COMP VALUE ZERO.
002660 77  WS-CLAIMS-EXCEPTED        PIC 9(07) COMP VALUE ZERO.
002670*****************************************************************
002680*    EXCEPTION EXPORT ROW WORK AREAS
002690*****************************************************************
002700 77  WS-EXCEPTION-PTR          PIC 9(03) COMP VALUE ZERO.
002710 77  WS-EXCEPTION-ROWS         PIC 9(05) VALUE ZERO.
002720*****************************************************************
002730*    REPORT LINE WORK AREAS
002740*****************************************************************
002750 01  WS-HEADING-LINE.
002760     05 FILLER                 PIC X(26) VALUE
002770         "TABLET SCORECARD IMPORT".
002780 01  WS-FAULT-LINE.
002790     05 FILLER                 PIC X(04) VALUE "ROW ".
002800     05 WS-FL-ROW-NUMBER       PIC ZZZZ9.
002810     05 FILLER                 PIC X(02) VALUE SPACES.
002820     05 WS-FL-FAULT-TEXT       PIC X(60).
002830 01  WS-REFUSED-LINE.
002840     05 FILLER                 PIC X(46) VALUE
002850         "IMPORT REFUSED - NO SCORECARD RECORDS WRITTEN".
002860 01  WS-EXCEPTION-HEADING.
002870     05 FILLER                 PIC X(20) VALUE
002880         "IMPORT EXCEPTIONS".
002890 01  WS-EXCEPTION-LINE.
002900     05 FILLER                 PIC X(04) VALUE "ROW ".
002910     05 WS-XL-ROW-NUMBER       PIC ZZZZ9.
002920     05 FILLER                 PIC X(02) VALUE SPACES.
002930     05 WS-XL-REASON-TEXT      PIC X(36).
002940 01  WS-AS-ARRIVED-LINE.
002950     05 FILLER                 PIC X(11) VALUE SPACES.
002960     05 WS-AL-TABLET-LINE      PIC X(89).
002970 01  WS-BATCH-LINE.
002980     05 FILLER                 PIC X(07) VALUE "TABLET ".
002990     05 WS-BL-TABLET-ID        PIC X(10).
003000     05 FILLER                 PIC X(08) VALUE "  NIGHT ".
003010     05 WS-BL-NIGHT-DATE       PIC 9(08).
003020     05 FILLER                 PIC X(09) VALUE "  LEAGUE ".
003030     05 WS-BL-LEAGUE-CODE      PIC X(02).
003040     05 FILLER                 PIC X(07) VALUE "  ROWS ".
003050     05 WS-BL-DETAIL-ROWS      PIC ZZZZ9.
003060     05 FILLER                 PIC X(11) VALUE "  IMPORTED ".
003070     05 WS-BL-IMPORTED         PIC ZZZZ9.
003080     05 FILLER                 PIC X(13) VALUE "  EXCEPTIONS ".
003090     05 WS-BL-EXCEPTIONS       PIC ZZZZ9.
003100 01  WS-COUNTS-LINE.
003110     05 FILLER                 PIC X(11) VALUE SPACES.
003120     05 FILLER                 PIC X(07) VALUE "HEADER ".
003130     05 WS-CT-HEADER-COUNT     PIC ZZZZ9.
003140     05 FILLER                 PIC X(10) VALUE "  TRAILER ".
003150     05 WS-CT-TRAILER-COUNT    PIC ZZZZ9.
003160     05 FILLER                 PIC X(15) VALUE "  DETAIL ROWS ".
003170     05 WS-CT-DETAIL-ROWS      PIC ZZZZ9.
003180 01  WS-COUNT-LINE.
003190     05 WS-CL-LABEL            PIC X(38).
003200     05 WS-CL-COUNT            PIC ZZZZZZ9.
003210 PROCEDURE DIVISION.
003220*****************************************************************
003230*    0000-MAINLINE
003240*****************************************************************
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE
003270     PERFORM 2000-LOAD-EXPORT THRU 2000-EXIT
003280         UNTIL WS-END-OF-EXPORT
003290     PERFORM 2800-CHECK-BATCHES
003300     IF WS-IMPORT-REFUSED
003310        WRITE RP-REPORT-LINE FROM WS-REFUSED-LINE
003320        DISPLAY "TABIMPRT - IMPORT REFUSED, SEE IMPORT-REPORT"
003330        GO TO 9999-ABEND
003340     END-IF
003350     PERFORM 3000-LOAD-PAIRINGS
003360     PERFORM 4000-SEAT-CLAIMS
003370     PERFORM 5000-SORT-CLAIMS
003380     PERFORM 5500-HOLD-GAMES
003390     PERFORM 6000-WRITE-SCORECARDS
003400     PERFORM 7000-WRITE-EXCEPTIONS
003410     PERFORM 8000-PRINT-SUMMARY
003420     PERFORM 9000-TERMINATE
003430     STOP RUN
003440     .
003450*****************************************************************
003460*    1000-INITIALIZE
003470*****************************************************************
003480 1000-INITIALIZE.
003490     OPEN INPUT TABLET-EXPORT-FILE
003500     IF NOT WS-EXPORT-OK
003510        DISPLAY "TABIMPRT - CANNOT OPEN TABLET-EXPORT-FILE "
003520            WS-EXPORT-STATUS
003530        GO TO 9999-ABEND
003540     END-IF
003550     OPEN OUTPUT IMPORT-REPORT
003560     IF NOT WS-REPORT-OK
003570        DISPLAY "TABIMPRT - CANNOT OPEN IMPORT-REPORT "
003580            WS-REPORT-STATUS
003590        GO TO 9999-ABEND
003600     END-IF
003610     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
003620     MOVE SPACES TO RP-REPORT-LINE
003630     WRITE RP-REPORT-LINE
003640     PERFORM 1100-CLEAR-TALLY VARYING WS-REASON-SUB
003650         FROM 1 BY 1 UNTIL WS-REASON-SUB > WS-REASON-COUNT
003660     .
003670*****************************************************************
003680*    1100-CLEAR-TALLY
003690*****************************************************************
003700 1100-CLEAR-TALLY.
003710     MOVE ZERO TO WS-REASON-TALLY(WS-REASON-SUB)
003720     .
003730*****************************************************************
003740*    2000-LOAD-EXPORT
003750*        Read one row of the export and split it into columns.
003760*        A blank line is passed over.
003770*****************************************************************
003780 2000-LOAD-EXPORT.
003790     READ TABLET-EXPORT-FILE
003800         AT END
003810             MOVE "Y" TO WS-EOF-SWITCH
003820             GO TO 2000-EXIT
003830     END-READ
003840     ADD 1 TO WS-ROWS-READ
003850     ADD 1 TO WS-ROW-NUMBER
003860     MOVE 100 TO WS-LINE-LENGTH
003870     MOVE "N" TO WS-LINE-END-SWITCH
003880     PERFORM 2010-FIND-LINE-END
003890         UNTIL WS-LINE-LENGTH = 0
003900         OR WS-LINE-END-FOUND
003910     IF WS-LINE-LENGTH = 0
003920        GO TO 2000-EXIT
003930     END-IF
003940     PERFORM 2020-CLEAR-COLUMN VARYING WS-COL-SUB
003950         FROM 1 BY 1 UNTIL WS-COL-SUB > 10
003960     MOVE ZERO TO WS-COLUMN-COUNT
003970     UNSTRING TE-TABLET-LINE(1:WS-LINE-LENGTH)
003980         DELIMITED BY ","
003990         INTO WS-COLUMN(1)  COUNT IN WS-COLUMN-LENGTH(1)
004000              WS-COLUMN(2)  COUNT IN WS-COLUMN-LENGTH(2)
004010              WS-COLUMN(3)  COUNT IN WS-COLUMN-LENGTH(3)
004020              WS-COLUMN(4)  COUNT IN WS-COLUMN-LENGTH(4)
004030              WS-COLUMN(5)  COUNT IN WS-COLUMN-LENGTH(5)
004040              WS-COLUMN(6)  COUNT IN WS-COLUMN-LENGTH(6)
004050              WS-COLUMN(7)  COUNT IN WS-COLUMN-LENGTH(7)
004060              WS-COLUMN(8)  COUNT IN WS-COLUMN-LENGTH(8)
004070              WS-COLUMN(9)  COUNT IN WS-COLUMN-LENGTH(9)
004080              WS-COLUMN(10) COUNT IN WS-COLUMN-LENGTH(10)
004090         TALLYING IN WS-COLUMN-COUNT
004100         ON OVERFLOW
004110             MOVE 99 TO WS-COLUMN-COUNT
004120     END-UNSTRING
004130     MOVE WS-COLUMN(1) TO WS-ROW-TYPE
004140     IF WS-COLUMN-LENGTH(1) NOT = 1
004150        MOVE SPACES TO WS-ROW-TYPE
004160     END-IF
004170     EVALUATE TRUE
004180     WHEN WS-HEADER-ROW
004190        PERFORM 2100-START-BATCH THRU 2100-EXIT
004200     WHEN WS-TRAILER-ROW
004210        PERFORM 2300-END-BATCH THRU 2300-EXIT
004220     WHEN OTHER
004230        PERFORM 2200-LOAD-CLAIM THRU 2200-EXIT
004240     END-EVALUATE
004250     .
004260 2000-EXIT.
004270     EXIT
004280     .
004290*****************************************************************
004300*    2010-FIND-LINE-END
004310*****************************************************************
004320 2010-FIND-LINE-END.
004330     IF TE-TABLET-LINE(WS-LINE-LENGTH:1) = SPACE
004340        SUBTRACT 1 FROM WS-LINE-LENGTH
004350     ELSE
004360        MOVE "Y" TO WS-LINE-END-SWITCH
004370     END-IF
004380     .
004390*****************************************************************
004400*    2020-CLEAR-COLUMN
004410*****************************************************************
004420 2020-CLEAR-COLUMN.
004430     MOVE SPACES TO WS-COLUMN(WS-COL-SUB)
004440     MOVE ZERO   TO WS-COLUMN-LENGTH(WS-COL-SUB)
004450     .
004460*****************************************************************
004470*    2100-START-BATCH
004480*        A tablet's header - its id, the night, the league and
004490*        the number of detail rows it says follow.
004500*****************************************************************
004510 2100-START-BATCH.
004520     IF WS-BATCH-OPEN
004530        MOVE "HEADER BEFORE THE LAST TABLET'S TRAILER"
004540            TO WS-FAULT-TEXT
004550        PERFORM 2900-REPORT-FAULT
004560     END-IF
004570     IF WS-BATCH-COUNT >= 100
004580        DISPLAY "TABIMPRT - MORE THAN 100 TABLETS"
004590        GO TO 9999-ABEND
004600     END-IF
004610     ADD 1 TO WS-BATCH-COUNT
004620     MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
004630     MOVE "Y" TO WS-BATCH-OPEN-SWITCH
004640     MOVE WS-COLUMN(2)   TO WS-BAT-TABLET-ID(WS-BATCH-SUB)
004650     MOVE ZERO           TO WS-BAT-NIGHT-DATE(WS-BATCH-SUB)
004660     MOVE WS-COLUMN(4)   TO WS-BAT-LEAGUE-CODE(WS-BATCH-SUB)
004670     MOVE WS-ROW-NUMBER  TO WS-BAT-HEADER-ROW(WS-BATCH-SUB)
004680     MOVE ZERO           TO WS-BAT-HEADER-COUNT(WS-BATCH-SUB)
004690     MOVE "N"            TO WS-BAT-TRAILER-FLAG(WS-BATCH-SUB)
004700     MOVE ZERO           TO WS-BAT-TRAILER-COUNT(WS-BATCH-SUB)
004710     MOVE ZERO           TO WS-BAT-DETAIL-ROWS(WS-BATCH-SUB)
004720     MOVE ZERO           TO WS-BAT-IMPORTED(WS-BATCH-SUB)
004730     MOVE ZERO           TO WS-BAT-EXCEPTIONS(WS-BATCH-SUB)
004740     IF WS-COLUMN-COUNT NOT = 5
004750        MOVE "HEADER DOES NOT HAVE FIVE COLUMNS" TO WS-FAULT-TEXT
004760        PERFORM 2900-REPORT-FAULT
004770        GO TO 2100-EXIT
004780     END-IF
004790     MOVE 3 TO WS-COL-SUB
004800     PERFORM 2950-NUMERIC-COLUMN
004810     IF NOT WS-COLUMN-NUMERIC
004820        OR WS-COLUMN-LENGTH(3) NOT = 8
004830        MOVE "HEADER NIGHT IS NOT A DATE YYYYMMDD"
004840            TO WS-FAULT-TEXT
004850        PERFORM 2900-REPORT-FAULT
004860     ELSE
004870        MOVE WS-COLUMN-VALUE TO WS-BAT-NIGHT-DATE(WS-BATCH-SUB)
004880     END-IF
004890     IF WS-COLUMN-LENGTH(4) = 0
004900        OR WS-COLUMN-LENGTH(4) > 2
004910        MOVE "HEADER LEAGUE IS MISSING OR TOO LONG"
004920            TO WS-FAULT-TEXT
004930        PERFORM 2900-REPORT-FAULT
004940     END-IF
004950     MOVE 5 TO WS-COL-SUB
004960     PERFORM 2950-NUMERIC-COLUMN
004970     IF NOT WS-COLUMN-NUMERIC
004980        MOVE "HEADER ROW COUNT IS NOT NUMERIC" TO WS-FAULT-TEXT
004990        PERFORM 2900-REPORT-FAULT
005000     ELSE
005010        MOVE WS-COLUMN-VALUE TO WS-BAT-HEADER-COUNT(WS-BATCH-SUB)
005020     END-IF
005030     .
005040 2100-EXIT.
005050     EXIT
005060     .
005070*****************************************************************
005080*    2200-LOAD-CLAIM
005090*        A detail row - a claim.  It is kept whatever is wrong
005100*        with it; the first fault found is its reason.  A row
005110*        outside a tablet's header and trailer belongs to no
005120*        night and is a fault in the export.
005130*****************************************************************
005140 2200-LOAD-CLAIM.
005150     IF NOT WS-BATCH-OPEN
005160        MOVE "ROW IS NOT BETWEEN A HEADER AND A TRAILER"
005170            TO WS-FAULT-TEXT
005180        PERFORM 2900-REPORT-FAULT
005190        GO TO 2200-EXIT
005200     END-IF
005210     IF WS-CLAIM-COUNT >= 5000
005220        DISPLAY "TABIMPRT - MORE THAN 5000 DETAIL ROWS"
005230        GO TO 9999-ABEND
005240     END-IF
005250     ADD 1 TO WS-CLAIM-COUNT
005260     MOVE WS-CLAIM-COUNT TO WS-CLAIM-SUB
005270     ADD 1 TO WS-BAT-DETAIL-ROWS(WS-BATCH-SUB)
005280     MOVE SPACES         TO WS-CLM-PLAYER-ID(WS-CLAIM-SUB)
005290     MOVE SPACES         TO WS-CLM-GAME-ID(WS-CLAIM-SUB)
005300     MOVE ZERO           TO WS-CLM-ROUND-NUMBER(WS-CLAIM-SUB)
005310     MOVE WS-ROW-NUMBER  TO WS-CLM-ROW-NUMBER(WS-CLAIM-SUB)
005320     MOVE WS-BATCH-SUB   TO WS-CLM-BATCH-SUB(WS-CLAIM-SUB)
005330     MOVE ZERO           TO WS-CLM-DICE(WS-CLAIM-SUB)
005340     MOVE SPACES         TO WS-CLM-CATEGORY(WS-CLAIM-SUB)
005350     MOVE ZERO           TO WS-CLM-REASON(WS-CLAIM-SUB)
005360     MOVE TE-TABLET-LINE TO WS-CLM-TABLET-LINE(WS-CLAIM-SUB)
005370     IF NOT WS-DETAIL-ROW
005380        MOVE 01 TO WS-CLM-REASON(WS-CLAIM-SUB)
005390        GO TO 2200-EXIT
005400     END-IF
005410     IF WS-COLUMN-COUNT NOT = 10
005420        MOVE 02 TO WS-CLM-REASON(WS-CLAIM-SUB)
005430        GO TO 2200-EXIT
005440     END-IF
005450     MOVE WS-COLUMN(2) TO WS-CLM-PLAYER-ID(WS-CLAIM-SUB)
005460     MOVE WS-COLUMN(3) TO WS-CLM-GAME-ID(WS-CLAIM-SUB)
005470     IF WS-COLUMN-LENGTH(2) = 0
005480        OR WS-COLUMN-LENGTH(2) > 10
005490        OR WS-COLUMN-LENGTH(3) = 0
005500        OR WS-COLUMN-LENGTH(3) > 8
005510        MOVE 03 TO WS-CLM-REASON(WS-CLAIM-SUB)
005520        GO TO 2200-EXIT
005530     END-IF
005540     MOVE 4 TO WS-COL-SUB
005550     PERFORM 2950-NUMERIC-COLUMN
005560     IF NOT WS-COLUMN-NUMERIC
005570        OR WS-COLUMN-VALUE < 1
005580        OR WS-COLUMN-VALUE > 12
005590        MOVE 04 TO WS-CLM-REASON(WS-CLAIM-SUB)
005600        GO TO 2200-EXIT
005610     END-IF
005620     MOVE WS-COLUMN-VALUE TO WS-CLM-ROUND-NUMBER(WS-CLAIM-SUB)
005630     INSPECT WS-COLUMN(5)
005640         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005650                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005660     SET WS-CAT-IDX TO 1
005670     SEARCH WS-CATEGORY-CODE-ENTRY
005680         AT END
005690             MOVE 05 TO WS-CLM-REASON(WS-CLAIM-SUB)
005700             GO TO 2200-EXIT
005710         WHEN WS-CATEGORY-CODE(WS-CAT-IDX) = WS-COLUMN(5)
005720             MOVE WS-CATEGORY-NAME(WS-CAT-IDX)
005730                 TO WS-CLM-CATEGORY(WS-CLAIM-SUB)
005740     END-SEARCH
005750     PERFORM 2210-CONVERT-DIE VARYING WS-DIE-SUB
005760         FROM 1 BY 1 UNTIL WS-DIE-SUB > 5
005770     MOVE WS-IMPORT-DICE TO WS-CLM-DICE(WS-CLAIM-SUB)
005780     .
005790 2200-EXIT.
005800     EXIT
005810     .
005820*****************************************************************
005830*    2210-CONVERT-DIE
005840*        Die columns 6 through 10 make up SC-DICE, first to last.
005850*****************************************************************
005860 2210-CONVERT-DIE.
005870     COMPUTE WS-COL-SUB = WS-DIE-SUB + 5
005880     MOVE ZERO TO WS-IMPORT-DIE(WS-DIE-SUB)
005890     IF WS-COLUMN-LENGTH(WS-COL-SUB) = 1
005900        AND WS-COLUMN(WS-COL-SUB)(1:1) >= "1"
005910        AND WS-COLUMN(WS-COL-SUB)(1:1) <= "6"
005920        MOVE WS-COLUMN(WS-COL-SUB)(1:1)
005930            TO WS-IMPORT-DIE(WS-DIE-SUB)
005940     ELSE
005950        MOVE 06 TO WS-CLM-REASON(WS-CLAIM-SUB)
005960     END-IF
005970     .
005980*****************************************************************
005990*    2300-END-BATCH
006000*        A tablet's trailer - the detail row count again.
006010*****************************************************************
006020 2300-END-BATCH.
006030     IF NOT WS-BATCH-OPEN
006040        MOVE "TRAILER WITHOUT A HEADER" TO WS-FAULT-TEXT
006050        PERFORM 2900-REPORT-FAULT
006060        GO TO 2300-EXIT
006070     END-IF
006080     MOVE "N" TO WS-BATCH-OPEN-SWITCH
006090     MOVE "Y" TO WS-BAT-TRAILER-FLAG(WS-BATCH-SUB)
006100     MOVE 2 TO WS-COL-SUB
006110     PERFORM 2950-NUMERIC-COLUMN
006120     IF WS-COLUMN-COUNT NOT = 2
006130        OR NOT WS-COLUMN-NUMERIC
006140        MOVE "TRAILER ROW COUNT IS MISSING OR NOT NUMERIC"
006150            TO WS-FAULT-TEXT
006160        PERFORM 2900-REPORT-FAULT
006170     ELSE
006180        MOVE WS-COLUMN-VALUE TO WS-BAT-TRAILER-COUNT(WS-BATCH-SUB)
006190     END-IF
006200     .
006210 2300-EXIT.
006220     EXIT
006230     .
006240*****************************************************************
006250*    2800-CHECK-BATCHES
006260*        Every tablet must have ended in a trailer, and its
006270*        header count, trailer count and detail rows agree.
006280*****************************************************************
006290 2800-CHECK-BATCHES.
006300     IF WS-BATCH-COUNT = 0
006310        MOVE ZERO TO WS-ROW-NUMBER
006320        MOVE "NO TABLET HEADER ON THE EXPORT" TO WS-FAULT-TEXT
006330        PERFORM 2900-REPORT-FAULT
006340     ELSE
006350        PERFORM 2810-CHECK-ONE-BATCH VARYING WS-BATCH-SUB
006360            FROM 1 BY 1 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
006370     END-IF
006380     .
006390*****************************************************************
006400*    2810-CHECK-ONE-BATCH
006410*****************************************************************
006420 2810-CHECK-ONE-BATCH.
006430     MOVE WS-BAT-HEADER-ROW(WS-BATCH-SUB) TO WS-ROW-NUMBER
006440     IF NOT WS-BAT-TRAILER-SEEN(WS-BATCH-SUB)
006450        MOVE "TABLET HAS NO TRAILER" TO WS-FAULT-TEXT
006460        PERFORM 2900-REPORT-FAULT
006470     ELSE
006480        IF WS-BAT-HEADER-COUNT(WS-BATCH-SUB) NOT =
006490           WS-BAT-DETAIL-ROWS(WS-BATCH-SUB)
006500           OR WS-BAT-TRAILER-COUNT(WS-BATCH-SUB) NOT =
006510           WS-BAT-DETAIL-ROWS(WS-BATCH-SUB)
006520           MOVE "TABLET ROW COUNTS DO NOT AGREE" TO WS-FAULT-TEXT
006530           PERFORM 2900-REPORT-FAULT
006540           MOVE WS-BAT-HEADER-COUNT(WS-BATCH-SUB)
006550               TO WS-CT-HEADER-COUNT
006560           MOVE WS-BAT-TRAILER-COUNT(WS-BATCH-SUB)
006570               TO WS-CT-TRAILER-COUNT
006580           MOVE WS-BAT-DETAIL-ROWS(WS-BATCH-SUB)
006590               TO WS-CT-DETAIL-ROWS
006600           WRITE RP-REPORT-LINE FROM WS-COUNTS-LINE
006610        END-IF
006620     END-IF
006630     .
006640*****************************************************************
006650*    2900-REPORT-FAULT
006660*****************************************************************
006670 2900-REPORT-FAULT.
006680     MOVE "Y" TO WS-REFUSE-SWITCH
006690     MOVE WS-ROW-NUMBER TO WS-FL-ROW-NUMBER
006700     MOVE WS-FAULT-TEXT TO WS-FL-FAULT-TEXT
006710     WRITE RP-REPORT-LINE FROM WS-FAULT-LINE
006720     .
006730*****************************************************************
006740*    2950-NUMERIC-COLUMN
006750*        The column at WS-COL-SUB as a number, when it is one.
006760*****************************************************************
006770 2950-NUMERIC-COLUMN.
006780     MOVE "N"  TO WS-NUMERIC-SWITCH
006790     MOVE ZERO TO WS-COLUMN-VALUE
006800     IF WS-COLUMN-LENGTH(WS-COL-SUB) > 0
006810        AND WS-COLUMN-LENGTH(WS-COL-SUB) NOT > 8
006820        IF WS-COLUMN(WS-COL-SUB)
006830           (1:WS-COLUMN-LENGTH(WS-COL-SUB)) IS NUMERIC
006840           MOVE WS-COLUMN(WS-COL-SUB)
006850               (1:WS-COLUMN-LENGTH(WS-COL-SUB))
006860               TO WS-COLUMN-VALUE
006870           MOVE "Y" TO WS-NUMERIC-SWITCH
006880        END-IF
006890     END-IF
006900     .
006910*****************************************************************
006920*    3000-LOAD-PAIRINGS
006930*        Load the seats of every table paired on one of the
006940*        import's nights in the tablet's league.
006950*****************************************************************
006960 3000-LOAD-PAIRINGS.
006970     OPEN INPUT MATCH-PAIRING-FILE
006980     IF NOT WS-PAIRING-OK
006990        DISPLAY "TABIMPRT - CANNOT OPEN MATCH-PAIRING-FILE "
007000            WS-PAIRING-STATUS
007010        GO TO 9999-ABEND
007020     END-IF
007030     PERFORM 3100-LOAD-ONE-PAIRING THRU 3100-EXIT
007040         UNTIL WS-END-OF-PAIRINGS
007050     CLOSE MATCH-PAIRING-FILE
007060     .
007070*****************************************************************
007080*    3100-LOAD-ONE-PAIRING
007090*****************************************************************
007100 3100-LOAD-ONE-PAIRING.
007110     READ MATCH-PAIRING-FILE
007120         AT END
007130             MOVE "Y" TO WS-PAIRING-EOF-SWITCH
007140             GO TO 3100-EXIT
007150     END-READ
007160     SET WS-BAT-IDX TO 1
007170     SEARCH WS-BATCH-ENTRY
007180         AT END
007190             GO TO 3100-EXIT
007200         WHEN WS-BAT-NIGHT-DATE(WS-BAT-IDX) = MP-MATCH-DATE
007210          AND WS-BAT-LEAGUE-CODE(WS-BAT-IDX) = MP-LEAGUE-CODE
007220             CONTINUE
007230     END-SEARCH
007240     PERFORM 3110-LOAD-ONE-SEAT VARYING WS-SEAT-SUB
007250         FROM 1 BY 1 UNTIL WS-SEAT-SUB > 4
007260     .
007270 3100-EXIT.
007280     EXIT
007290     .
007300*****************************************************************
007310*    3110-LOAD-ONE-SEAT
007320*****************************************************************
007330 3110-LOAD-ONE-SEAT.
007340     IF MP-MATCH-GAME-ID(WS-SEAT-SUB) NOT = SPACES
007350        IF WS-SEAT-COUNT >= 2000
007360           DISPLAY "TABIMPRT - MORE THAN 2000 SEATS PAIRED"
007370           GO TO 9999-ABEND
007380        END-IF
007390        ADD 1 TO WS-SEAT-COUNT
007400        SET WS-SEAT-IDX TO WS-SEAT-COUNT
007410        MOVE MP-MATCH-DATE TO WS-SEAT-NIGHT-DATE(WS-SEAT-IDX)
007420        MOVE MP-MATCH-GAME-ID(WS-SEAT-SUB)
007430            TO WS-SEAT-GAME-ID(WS-SEAT-IDX)
007440        MOVE MP-LEAGUE-CODE TO WS-SEAT-LEAGUE-CODE(WS-SEAT-IDX)
007450        MOVE MP-SEAT-PLAYER-ID(WS-SEAT-SUB)
007460            TO WS-SEAT-PLAYER-ID(WS-SEAT-IDX)
007470        MOVE MP-SEAT-FORFEIT(WS-SEAT-SUB)
007480            TO WS-SEAT-FORFEIT(WS-SEAT-IDX)
007490     END-IF
007500     .
007510*****************************************************************
007520*    4000-SEAT-CLAIMS
007530*        Every claim still good must be for a game paired that
007540*        night in the tablet's league, at the claiming player's
007550*        own seat, and a seat that was not forfeited.
007560*****************************************************************
007570 4000-SEAT-CLAIMS.
007580     PERFORM 4100-SEAT-ONE-CLAIM THRU 4100-EXIT
007590         VARYING WS-CLAIM-SUB
007600         FROM 1 BY 1 UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
007610     .
007620*****************************************************************
007630*    4100-SEAT-ONE-CLAIM
007640*****************************************************************
007650 4100-SEAT-ONE-CLAIM.
007660     IF WS-CLM-REASON(WS-CLAIM-SUB) NOT = ZERO
007670        GO TO 4100-EXIT
007680     END-IF
007690     MOVE WS-CLM-BATCH-SUB(WS-CLAIM-SUB) TO WS-BATCH-SUB
007700     IF WS-SEAT-COUNT = 0
007710        MOVE 07 TO WS-CLM-REASON(WS-CLAIM-SUB)
007720        GO TO 4100-EXIT
007730     END-IF
007740     SET WS-SEAT-IDX TO 1
007750     SEARCH WS-SEAT-ENTRY
007760         AT END
007770             MOVE 07 TO WS-CLM-REASON(WS-CLAIM-SUB)
007780             GO TO 4100-EXIT
007790         WHEN WS-SEAT-NIGHT-DATE(WS-SEAT-IDX) =
007800              WS-BAT-NIGHT-DATE(WS-BATCH-SUB)
007810          AND WS-SEAT-GAME-ID(WS-SEAT-IDX) =
007820              WS-CLM-GAME-ID(WS-CLAIM-SUB)
007830          AND WS-SEAT-LEAGUE-CODE(WS-SEAT-IDX) =
007840              WS-BAT-LEAGUE-CODE(WS-BATCH-SUB)
007850             CONTINUE
007860     END-SEARCH
007870     IF WS-SEAT-PLAYER-ID(WS-SEAT-IDX) NOT =
007880        WS-CLM-PLAYER-ID(WS-CLAIM-SUB)
007890        MOVE 08 TO WS-CLM-REASON(WS-CLAIM-SUB)
007900        GO TO 4100-EXIT
007910     END-IF
007920     IF WS-SEAT-FORFEITED(WS-SEAT-IDX)
007930        MOVE 09 TO WS-CLM-REASON(WS-CLAIM-SUB)
007940     END-IF
007950     .
007960 4100-EXIT.
007970     EXIT
007980     .
007990*****************************************************************
008000*    5000-SORT-CLAIMS
008010*        Simple exchange sort on the claim sort key - player,
008020*        game, round, then the order the rows arrived.
008030*****************************************************************
008040 5000-SORT-CLAIMS.
008050     IF WS-CLAIM-COUNT > 1
008060        PERFORM 5100-BUBBLE-PASS VARYING WS-CLAIM-SUB
008070           FROM 1 BY 1 UNTIL WS-CLAIM-SUB >= WS-CLAIM-COUNT
008080     END-IF
008090     .
008100*****************************************************************
008110*    5100-BUBBLE-PASS
008120*****************************************************************
008130 5100-BUBBLE-PASS.
008140     PERFORM 5200-BUBBLE-COMPARE VARYING WS-CLAIM-SUB2
008150        FROM 1 BY 1
008160        UNTIL WS-CLAIM-SUB2 > WS-CLAIM-COUNT - WS-CLAIM-SUB
008170     .
008180*****************************************************************
008190*    5200-BUBBLE-COMPARE
008200*****************************************************************
008210 5200-BUBBLE-COMPARE.
008220     IF WS-CLM-SORT-KEY(WS-CLAIM-SUB2) >
008230        WS-CLM-SORT-KEY(WS-CLAIM-SUB2 + 1)
008240        MOVE WS-CLAIM-ENTRY(WS-CLAIM-SUB2) TO WS-SWAP-ENTRY
008250        MOVE WS-CLAIM-ENTRY(WS-CLAIM-SUB2 + 1)
008260            TO WS-CLAIM-ENTRY(WS-CLAIM-SUB2)
008270        MOVE WS-SWAP-ENTRY TO WS-CLAIM-ENTRY(WS-CLAIM-SUB2 + 1)
008280     END-IF
008290     .
008300*****************************************************************
008310*    5500-HOLD-GAMES
008320*        A player's game goes on to scoring whole or not at all -
008330*        YACHTBAT scores a game from all of its rounds together,
008340*        so a game with any row in error is held back entire and
008350*        comes back whole in the exception export.
008360*****************************************************************
008370 5500-HOLD-GAMES.
008380     IF WS-CLAIM-COUNT > 0
008390        MOVE 1 TO WS-GROUP-START
008400        PERFORM 5600-HOLD-ONE-GAME
008410            UNTIL WS-GROUP-START > WS-CLAIM-COUNT
008420     END-IF
008430     .
008440*****************************************************************
008450*    5600-HOLD-ONE-GAME
008460*****************************************************************
008470 5600-HOLD-ONE-GAME.
008480     MOVE WS-GROUP-START TO WS-GROUP-END
008490     MOVE "N" TO WS-GROUP-SWITCH
008500     PERFORM 5610-FIND-GAME-END
008510         UNTIL WS-GROUP-COMPLETE
008520     MOVE "N" TO WS-GROUP-ERROR-SWITCH
008530     PERFORM 5620-CHECK-GAME-ROW VARYING WS-CLAIM-SUB
008540         FROM WS-GROUP-START BY 1
008550         UNTIL WS-CLAIM-SUB > WS-GROUP-END
008560     IF WS-GROUP-IN-ERROR
008570        PERFORM 5630-HOLD-GAME-ROW VARYING WS-CLAIM-SUB
008580            FROM WS-GROUP-START BY 1
008590            UNTIL WS-CLAIM-SUB > WS-GROUP-END
008600     END-IF
008610     COMPUTE WS-GROUP-START = WS-GROUP-END + 1
008620     .
008630*****************************************************************
008640*    5610-FIND-GAME-END
008650*****************************************************************
008660 5610-FIND-GAME-END.
008670     IF WS-GROUP-END >= WS-CLAIM-COUNT
008680        MOVE "Y" TO WS-GROUP-SWITCH
008690     ELSE
008700        IF WS-CLM-GAME-KEY(WS-GROUP-END + 1) =
008710           WS-CLM-GAME-KEY(WS-GROUP-START)
008720           ADD 1 TO WS-GROUP-END
008730        ELSE
008740           MOVE "Y" TO WS-GROUP-SWITCH
008750        END-IF
008760     END-IF
008770     .
008780*****************************************************************
008790*    5620-CHECK-GAME-ROW
008800*        A round keyed a second time is an error of its own.
008810*****************************************************************
008820 5620-CHECK-GAME-ROW.
008830     IF WS-CLM-REASON(WS-CLAIM-SUB) = ZERO
008840        AND WS-CLAIM-SUB > WS-GROUP-START
008850        IF WS-CLM-ROUND-NUMBER(WS-CLAIM-SUB) =
008860           WS-CLM-ROUND-NUMBER(WS-CLAIM-SUB - 1)
008870           MOVE 10 TO WS-CLM-REASON(WS-CLAIM-SUB)
008880        END-IF
008890     END-IF
008900     IF WS-CLM-REASON(WS-CLAIM-SUB) NOT = ZERO
008910        MOVE "Y" TO WS-GROUP-ERROR-SWITCH
008920     END-IF
008930     .
008940*****************************************************************
008950*    5630-HOLD-GAME-ROW
008960*****************************************************************
008970 5630-HOLD-GAME-ROW.
008980     IF WS-CLM-REASON(WS-CLAIM-SUB) = ZERO
008990        MOVE 11 TO WS-CLM-REASON(WS-CLAIM-SUB)
009000     END-IF
009010     .
009020*****************************************************************
009030*    6000-WRITE-SCORECARDS
009040*        The good claims to the scorecard file; the rest listed
009050*        on the report.  An imported claim has no roll detail.
009060*****************************************************************
009070 6000-WRITE-SCORECARDS.
009080     OPEN OUTPUT PLAYER-SCORECARD-FILE
009090     IF NOT WS-SCORECARD-OK
009100        DISPLAY "TABIMPRT - CANNOT OPEN PLAYER-SCORECARD-FILE "
009110            WS-SCORECARD-STATUS
009120        GO TO 9999-ABEND
009130     END-IF
009140     WRITE RP-REPORT-LINE FROM WS-EXCEPTION-HEADING
009150     PERFORM 6100-WRITE-ONE-CLAIM VARYING WS-CLAIM-SUB
009160         FROM 1 BY 1 UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
009170     .
009180*****************************************************************
009190*    6100-WRITE-ONE-CLAIM
009200*****************************************************************
009210 6100-WRITE-ONE-CLAIM.
009220     MOVE WS-CLM-BATCH-SUB(WS-CLAIM-SUB) TO WS-BATCH-SUB
009230     IF WS-CLM-REASON(WS-CLAIM-SUB) = ZERO
009240        MOVE WS-CLM-PLAYER-ID(WS-CLAIM-SUB)    TO SC-PLAYER-ID
009250        MOVE WS-CLM-GAME-ID(WS-CLAIM-SUB)      TO SC-GAME-ID
009260        MOVE WS-BAT-NIGHT-DATE(WS-BATCH-SUB)   TO SC-GAME-DATE
009270        MOVE WS-CLM-ROUND-NUMBER(WS-CLAIM-SUB) TO SC-ROUND-NUMBER
009280        MOVE WS-CLM-DICE(WS-CLAIM-SUB)         TO SC-DICE
009290        MOVE WS-CLM-CATEGORY(WS-CLAIM-SUB)     TO SC-CATEGORY
009300        MOVE ZERO                     TO SC-ROLL-COUNT
009310        MOVE ZERO                     TO SC-ROLL-DICE(1)
009320        MOVE ZERO                     TO SC-ROLL-DICE(2)
009330        MOVE ZERO                     TO SC-ROLL-DICE(3)
009340        MOVE SPACES                   TO SC-ROLL-HELD-FLAGS(1)
009350        MOVE SPACES                   TO SC-ROLL-HELD-FLAGS(2)
009360        MOVE SPACES                   TO SC-ROLL-HELD-FLAGS(3)
009370        MOVE WS-BAT-LEAGUE-CODE(WS-BATCH-SUB)  TO SC-LEAGUE-CODE
009380        WRITE SC-SCORECARD-RECORD
009390        IF NOT WS-SCORECARD-OK
009400           DISPLAY "TABIMPRT - ERROR WRITING SCORECARD "
009410               WS-SCORECARD-STATUS
009420           GO TO 9999-ABEND
009430        END-IF
009440        ADD 1 TO WS-CLAIMS-IMPORTED
009450        ADD 1 TO WS-BAT-IMPORTED(WS-BATCH-SUB)
009460     ELSE
009470        ADD 1 TO WS-CLAIMS-EXCEPTED
009480        ADD 1 TO WS-BAT-EXCEPTIONS(WS-BATCH-SUB)
009490        MOVE WS-CLM-REASON(WS-CLAIM-SUB) TO WS-REASON-SUB
009500        ADD 1 TO WS-REASON-TALLY(WS-REASON-SUB)
009510        MOVE WS-CLM-ROW-NUMBER(WS-CLAIM-SUB) TO WS-XL-ROW-NUMBER
009520        MOVE WS-REASON-TEXT(WS-REASON-SUB) TO WS-XL-REASON-TEXT
009530        WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE
009540        MOVE WS-CLM-TABLET-LINE(WS-CLAIM-SUB) TO WS-AL-TABLET-LINE
009550        WRITE RP-REPORT-LINE FROM WS-AS-ARRIVED-LINE
009560     END-IF
009570     .
009580*****************************************************************
009590*    7000-WRITE-EXCEPTIONS
009600*        The exception export is itself a tablet export - for
009610*        each tablet with rows held back, a header, those rows
009620*        as they arrived and a trailer - so the rows can be put
009630*        right and the file imported again as it stands.
009640*****************************************************************
009650 7000-WRITE-EXCEPTIONS.
009660     OPEN OUTPUT EXCEPTION-EXPORT-FILE
009670     IF NOT WS-EXCEPTION-OK
009680        DISPLAY "TABIMPRT - CANNOT OPEN EXCEPTION-EXPORT-FILE "
009690            WS-EXCEPTION-STATUS
009700        GO TO 9999-ABEND
009710     END-IF
009720     PERFORM 7100-WRITE-ONE-TABLET VARYING WS-BATCH-SUB
009730         FROM 1 BY 1 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
009740     .
009750*****************************************************************
009760*    7100-WRITE-ONE-TABLET
009770*****************************************************************
009780 7100-WRITE-ONE-TABLET.
009790     IF WS-BAT-EXCEPTIONS(WS-BATCH-SUB) > 0
009800        MOVE WS-BAT-EXCEPTIONS(WS-BATCH-SUB) TO WS-EXCEPTION-ROWS
009810        MOVE SPACES TO TX-EXCEPTION-LINE
009820        MOVE 1 TO WS-EXCEPTION-PTR
009830        STRING "H," DELIMITED BY SIZE
009840               WS-BAT-TABLET-ID(WS-BATCH-SUB) DELIMITED BY SPACE
009850               "," DELIMITED BY SIZE
009860               WS-BAT-NIGHT-DATE(WS-BATCH-SUB) DELIMITED BY SIZE
009870               "," DELIMITED BY SIZE
009880               WS-BAT-LEAGUE-CODE(WS-BATCH-SUB) DELIMITED BY SPACE
009890               "," DELIMITED BY SIZE
009900               WS-EXCEPTION-ROWS DELIMITED BY SIZE
009910            INTO TX-EXCEPTION-LINE WITH POINTER WS-EXCEPTION-PTR
009920        WRITE TX-EXCEPTION-LINE
009930        PERFORM 7110-WRITE-IF-TABLET VARYING WS-CLAIM-SUB
009940            FROM 1 BY 1 UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
009950        MOVE SPACES TO TX-EXCEPTION-LINE
009960        MOVE 1 TO WS-EXCEPTION-PTR
009970        STRING "T," DELIMITED BY SIZE
009980               WS-EXCEPTION-ROWS DELIMITED BY SIZE
009990            INTO TX-EXCEPTION-LINE WITH POINTER WS-EXCEPTION-PTR
010000        WRITE TX-EXCEPTION-LINE
010010     END-IF
010020     .
010030*****************************************************************
010040*    7110-WRITE-IF-TABLET
010050*****************************************************************
010060 7110-WRITE-IF-TABLET.
010070     IF WS-CLM-BATCH-SUB(WS-CLAIM-SUB) = WS-BATCH-SUB
010080        AND WS-CLM-REASON(WS-CLAIM-SUB) NOT = ZERO
010090        MOVE WS-CLM-TABLET-LINE(WS-CLAIM-SUB) TO TX-EXCEPTION-LINE
010100        WRITE TX-EXCEPTION-LINE
010110     END-IF
010120     .
010130*****************************************************************
010140*    8000-PRINT-SUMMARY
010150*****************************************************************
010160 8000-PRINT-SUMMARY.
010170     MOVE SPACES TO RP-REPORT-LINE
010180     WRITE RP-REPORT-LINE
010190     PERFORM 8100-PRINT-ONE-TABLET VARYING WS-BATCH-SUB
010200         FROM 1 BY 1 UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
010210     MOVE SPACES TO RP-REPORT-LINE
010220     WRITE RP-REPORT-LINE
010230     MOVE "ROWS READ"                TO WS-CL-LABEL
010240     MOVE WS-ROWS-READ               TO WS-CL-COUNT
010250     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
010260     MOVE "TABLETS"                  TO WS-CL-LABEL
010270     MOVE WS-BATCH-COUNT             TO WS-CL-COUNT
010280     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
010290     MOVE "CLAIMS IMPORTED"          TO WS-CL-LABEL
010300     MOVE WS-CLAIMS-IMPORTED         TO WS-CL-COUNT
010310     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
010320     MOVE "ROWS TO THE EXCEPTION EXPORT" TO WS-CL-LABEL
010330     MOVE WS-CLAIMS-EXCEPTED         TO WS-CL-COUNT
010340     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
010350     PERFORM 8200-PRINT-ONE-REASON VARYING WS-REASON-SUB
010360         FROM 1 BY 1 UNTIL WS-REASON-SUB > WS-REASON-COUNT
010370     .
010380*****************************************************************
010390*    8100-PRINT-ONE-TABLET
010400*****************************************************************
010410 8100-PRINT-ONE-TABLET.
010420     MOVE WS-BAT-TABLET-ID(WS-BATCH-SUB)   TO WS-BL-TABLET-ID
010430     MOVE WS-BAT-NIGHT-DATE(WS-BATCH-SUB)  TO WS-BL-NIGHT-DATE
010440     MOVE WS-BAT-LEAGUE-CODE(WS-BATCH-SUB) TO WS-BL-LEAGUE-CODE
010450     MOVE WS-BAT-DETAIL-ROWS(WS-BATCH-SUB) TO WS-BL-DETAIL-ROWS
010460     MOVE WS-BAT-IMPORTED(WS-BATCH-SUB)    TO WS-BL-IMPORTED
010470     MOVE WS-BAT-EXCEPTIONS(WS-BATCH-SUB)  TO WS-BL-EXCEPTIONS
010480     WRITE RP-REPORT-LINE FROM WS-BATCH-LINE
010490     .
010500*****************************************************************
010510*    8200-PRINT-ONE-REASON
010520*****************************************************************
010530 8200-PRINT-ONE-REASON.
010540     MOVE SPACES TO WS-CL-LABEL
010550     STRING "  " DELIMITED BY SIZE
010560            WS-REASON-TEXT(WS-REASON-SUB) DELIMITED BY SIZE
010570         INTO WS-CL-LABEL
010580     MOVE WS-REASON-TALLY(WS-REASON-SUB) TO WS-CL-COUNT
010590     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
010600     .
010610*****************************************************************
010620*    9000-TERMINATE
010630*****************************************************************
010640 9000-TERMINATE.
010650     CLOSE TABLET-EXPORT-FILE
010660     CLOSE PLAYER-SCORECARD-FILE
010670     CLOSE EXCEPTION-EXPORT-FILE
010680     CLOSE IMPORT-REPORT
010690     .
010700*****************************************************************
010710*    9999-ABEND
010720*****************************************************************
010730 9999-ABEND.
010740     CLOSE TABLET-EXPORT-FILE
010750     CLOSE MATCH-PAIRING-FILE
010760     CLOSE PLAYER-SCORECARD-FILE
010770     CLOSE EXCEPTION-EXPORT-FILE
010780     CLOSE IMPORT-REPORT
010790     MOVE 16 TO RETURN-CODE
010800     STOP RUN
010810     .
