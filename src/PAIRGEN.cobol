000239*                    re-submitted run was appending duplicate
000239*                    pairing records with the same generated
000239*                    ids.
000240*    2026-10-15  DH  Leave playoff results out of the win counts
000241*                    the tables are dealt on.
000242*    2026-10-15  DH  Pair league by league - a member is seated
000243*                    in each league holding a division row for
000244*                    the member, win counts come from that
000245*                    league's results only, a table never mixes
000246*                    leagues and carries the league code on its
000247*                    pairing record, and a LEAGCODE run pairs
000248*                    one league only.  The already-paired check
000249*                    looks at the league being paired, and
000250*                    table numbers carry on past any tables
000251*                    another league already holds for the night
000252*                    so the generated ids stay unique.
000253*    2026-10-15  DH  Pair only a night on the league calendar
000254*                    as a league night - scheduled, or the makeup
000255*                    night of one rescheduled.  A run for every
000256*                    league seats only the leagues playing that
000257*                    night.
000258*    2026-10-15  DH  A run for every league no longer seats a
000259*                    member with no division row under a blank
000260*                    league - the member is listed as having no
000261*                    division and sits out.  Only a LEAGCODE run
000262*                    pairs such a member in division "99".
000263*****************************************************************
000264 ENVIRONMENT DIVISION.
000265 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000380     SELECT MATCH-PAIRING-FILE ASSIGN TO MATCHPAR
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PAIRING-STATUS.
000402     SELECT LEAGUE-CALENDAR-FILE ASSIGN TO LEAGCAL
000404         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS WS-CALENDAR-STATUS.
000410     SELECT TABLE-SHEET ASSIGN TO PAIRRPT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REPORT-STATUS.
000550 FD  MATCH-PAIRING-FILE
000560     RECORDING MODE IS F.
000570     COPY MATCHPR.
000572 FD  LEAGUE-CALENDAR-FILE
000574     RECORDING MODE IS F.
000576     COPY LEAGCAL.
000580 FD  TABLE-SHEET.
000590 01  RP-REPORT-LINE            PIC X(80).
000600 WORKING-STORAGE SECTION.
000694     88 WS-RECEIVABLE-OK             VALUE "00".
000700 77  WS-PAIRING-STATUS         PIC X(02) VALUE SPACES.
000710     88 WS-PAIRING-OK               VALUE "00".
000712 77  WS-CALENDAR-STATUS        PIC X(02) VALUE SPACES.
000714     88 WS-CALENDAR-OK              VALUE "00".
000720 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000730     88 WS-REPORT-OK                VALUE "00".
000740 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000799 77  WS-OVERRIDE-FLAG          PIC X(01) VALUE "N".
000799     88 WS-OPERATOR-OVERRIDE       VALUE "Y".
000800*****************************************************************
000801*    LEAGUE BEING PAIRED, SUPPLIED THROUGH THE ENVIRONMENT -
000802*    SPACES PAIRS EVERY LEAGUE, EACH ON ITS OWN TABLES.
000803*****************************************************************
000804 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000805     88 WS-ALL-LEAGUES              VALUE SPACES.
000806*****************************************************************
000807*    LEAGUE CALENDAR GUARD - THE LEAGUES WHOSE CALENDAR HAS THE
000808*    NIGHT AS A LEAGUE NIGHT.  A RUN FOR ONE LEAGUE NEEDS THAT
000809*    LEAGUE THERE; A RUN FOR EVERY LEAGUE NEEDS ONE, AND SEATS
000810*    ONLY THE LEAGUES THAT ARE.
000811*****************************************************************
000812 77  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE "N".
000813     88 WS-END-OF-CALENDAR          VALUE "Y".
000814 77  WS-PLAYING-LEAGUE-COUNT   PIC 9(03) COMP VALUE ZERO.
000815 01  WS-PLAYING-LEAGUE-TABLE.
000816     05 WS-PLAYING-LEAGUE-CODE PIC X(02) OCCURS 1 TO 50 TIMES
000817           DEPENDING ON WS-PLAYING-LEAGUE-COUNT
000818           INDEXED BY WS-PLG-IDX.
000819 77  WS-PLAYING-SWITCH         PIC X(01) VALUE "N".
000820     88 WS-LEAGUE-IS-PLAYING        VALUE "Y".
000821 77  WS-CHECK-LEAGUE-CODE      PIC X(02) VALUE SPACES.
000822*****************************************************************
000823*    THE NIGHT BEING PAIRED, SUPPLIED THROUGH THE ENVIRONMENT
000824*    THE SAME WAY THE FILE ASSIGNS ARE RESOLVED AT RUN TIME.
000830*****************************************************************
000840 01  WS-NIGHT-DATE-FIELDS.
000842     05 WS-NIGHT-DATE          PIC 9(08) VALUE ZERO.
000950           DEPENDING ON WS-ROSTER-COUNT
000960           INDEXED BY WS-RST-IDX, WS-RST-IDX2.
000970        10 WS-RST-PLAYER-ID    PIC X(10).
000975        10 WS-RST-LEAGUE-CODE  PIC X(02).
000980        10 WS-RST-PLAYER-NAME  PIC X(30).
000990        10 WS-RST-DIVISION     PIC X(02).
001000        10 WS-RST-WINS         PIC 9(05).
001010 01  WS-SWAP-ENTRY.
001020     05 WS-SWAP-PLAYER-ID      PIC X(10).
001025     05 WS-SWAP-LEAGUE-CODE    PIC X(02).
001030     05 WS-SWAP-PLAYER-NAME    PIC X(30).
001040     05 WS-SWAP-DIVISION       PIC X(02).
001050     05 WS-SWAP-WINS           PIC 9(05).
001060*****************************************************************
001070*    EACH MEMBER'S DIVISION ASSIGNMENT IN EACH LEAGUE - A
001080*    MEMBER WITH NO ASSIGNMENT IN ANY LEAGUE PAIRS IN DIVISION
001090*    "99" OF A LEAGCODE RUN'S LEAGUE, AND SITS OUT A RUN FOR
001095*    EVERY LEAGUE, LISTED AS HAVING NO DIVISION.
001100*****************************************************************
001110 77  WS-DIVISION-COUNT         PIC 9(05) COMP VALUE ZERO.
001120 01  WS-DIVISION-TABLE.
001150           INDEXED BY WS-DIV-IDX.
001160        10 WS-DIV-PLAYER-ID    PIC X(10).
001170        10 WS-DIV-CODE         PIC X(02).
001171        10 WS-DIV-LEAGUE-CODE  PIC X(02).
001172 77  WS-MEMBER-ROWS            PIC 9(02) COMP VALUE ZERO.
001173 77  WS-OTHER-LEAGUE-SWITCH    PIC X(01) VALUE "N".
001174     88 WS-IN-OTHER-LEAGUE          VALUE "Y".
001175 77  WS-ADD-DIVISION           PIC X(02) VALUE SPACES.
001176 77  WS-ADD-LEAGUE-CODE        PIC X(02) VALUE SPACES.
001177*****************************************************************
001178*    MEMBERS SUSPENDED FOR ARREARS ON THE RECEIVABLES MASTER -
001179*    THE PAIRING SHEET LEAVES THEM OFF THE TABLES.
001180*****************************************************************
001181 77  WS-SUSPENDED-COUNT        PIC 9(05) COMP VALUE ZERO.
001182 01  WS-SUSPENDED-TABLE.
001183     05 WS-SUSPENDED-ENTRY OCCURS 1 TO 200 TIMES
001184           DEPENDING ON WS-SUSPENDED-COUNT
001185           INDEXED BY WS-SUS-IDX.
001186        10 WS-SUS-PLAYER-ID    PIC X(10).
001187 77  WS-SUSPEND-SWITCH         PIC X(01) VALUE "N".
001188     88 WS-MEMBER-IS-SUSPENDED      VALUE "Y".
001189 77  WS-MEMBERS-SUSPENDED      PIC 9(05) COMP VALUE ZERO.
001190 77  WS-MEMBERS-NO-DIVISION    PIC 9(05) COMP VALUE ZERO.
001191*****************************************************************
001192*    DEALING CONTROLS - THE ROSTER IS WALKED TOP TO BOTTOM AND
001200*    DEALT ONTO TABLES, A NEW DEAL STARTING ON EACH DIVISION
001210*    BREAK SO A TABLE NEVER STRADDLES TWO DIVISIONS.
001220*****************************************************************
001260 77  WS-SEAT-SUB               PIC 9(01) COMP VALUE ZERO.
001270 77  WS-TABLE-NUMBER           PIC 9(03) VALUE ZERO.
001280 77  WS-DEAL-DIVISION          PIC X(02) VALUE SPACES.
001285 77  WS-DEAL-LEAGUE-CODE       PIC X(02) VALUE SPACES.
001286 77  WS-HIGH-TABLE             PIC 9(03) VALUE ZERO.
001290*****************************************************************
001300*    GENERATED IDS - THE MATCH ID NAMES THE NIGHT (MONTH/DAY)
001310*    AND TABLE, EACH GAME ID THE NIGHT, TABLE AND SEAT, SO THE
001350     05 FILLER                 PIC X(01) VALUE "T".
001355     05 WS-MID-MMDD            PIC X(04).
001360     05 WS-MID-TABLE           PIC 9(03).
001365 01  WS-MATCH-ID-SPLIT.
001366     05 FILLER                 PIC X(05).
001367     05 WS-MSP-TABLE           PIC 9(03).
001380 01  WS-GAME-ID-BUILD.
001390     05 FILLER                 PIC X(01) VALUE "G".
001395     05 WS-GID-MMDD            PIC X(04).
001540     05 FILLER                 PIC X(22) VALUE
001550         "TABLE ASSIGNMENTS FOR ".
001560     05 WS-H1-NIGHT-DATE       PIC 9(08).
001562     05 FILLER                 PIC X(03) VALUE SPACES.
001564     05 WS-H1-LEAGUE-LABEL     PIC X(07) VALUE SPACES.
001566     05 WS-H1-LEAGUE-CODE      PIC X(02) VALUE SPACES.
001570 01  WS-TABLE-HEADING.
001580     05 FILLER                 PIC X(06) VALUE "TABLE ".
001590     05 WS-TH-TABLE-NUMBER     PIC ZZ9.
001600     05 FILLER                 PIC X(03) VALUE SPACES.
001610     05 FILLER                 PIC X(09) VALUE "DIVISION ".
001620     05 WS-TH-DIVISION         PIC X(02).
001622     05 FILLER                 PIC X(03) VALUE SPACES.
001624     05 FILLER                 PIC X(07) VALUE "LEAGUE ".
001626     05 WS-TH-LEAGUE-CODE      PIC X(02).
001630 01  WS-SEAT-LINE.
001640     05 FILLER                 PIC X(02) VALUE SPACES.
001650     05 WS-SL-GAME-ID          PIC X(08).
001754     05 FILLER                 PIC X(02) VALUE SPACES.
001755     05 FILLER                 PIC X(30) VALUE
001756         "SUSPENDED - DUES IN ARREARS".
001758 01  WS-NO-DIVISION-LINE.
001760     05 WS-NL-PLAYER-NAME      PIC X(30).
001762     05 FILLER                 PIC X(02) VALUE SPACES.
001764     05 FILLER                 PIC X(30) VALUE
001766         "NOT PAIRED - NO DIVISION".
001768 01  WS-COUNT-LINE.
001770     05 WS-CL-LABEL            PIC X(20).
001780     05 WS-CL-COUNT            PIC ZZZZ9.
001790 PROCEDURE DIVISION.
001992     MOVE WS-NIGHT-MMDD TO WS-MID-MMDD
001994     MOVE WS-NIGHT-MMDD TO WS-GID-MMDD
001996     ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "PAIROVR"
001997     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001998     PERFORM 1900-CHECK-LEAGUE-NIGHT
001999     PERFORM 1700-CHECK-NIGHT-UNPAIRED THRU 1700-EXIT
002000     OPEN EXTEND MATCH-PAIRING-FILE
002010     IF NOT WS-PAIRING-OK
002012        OPEN OUTPUT MATCH-PAIRING-FILE
002100        GO TO 9999-ABEND
002110     END-IF
002120     MOVE WS-NIGHT-DATE TO WS-H1-NIGHT-DATE
002122     IF NOT WS-ALL-LEAGUES
002124        MOVE "LEAGUE " TO WS-H1-LEAGUE-LABEL
002126        MOVE WS-LEAGUE-CODE TO WS-H1-LEAGUE-CODE
002128     END-IF
002130     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE-1
002140     PERFORM 1400-LOAD-DIVISIONS
002145     PERFORM 1450-LOAD-SUSPENSIONS
002180*****************************************************************
002190*    1300-LOAD-PLAYER-MASTER
002200*        Put every active member on the pairing roster with the
002210*        division the member competes in, once for each league
002215*        being paired that holds a division row for the member.
002220*        Inactive memberships sit the night out.
002230*****************************************************************
002240 1300-LOAD-PLAYER-MASTER.
002250     OPEN INPUT PLAYER-MASTER-FILE
002467        ADD 1 TO WS-MEMBERS-SUSPENDED
002468        GO TO 1310-EXIT
002469     END-IF
002550     PERFORM 1350-LOOKUP-DIVISIONS THRU 1350-EXIT
002570     .
002580 1310-EXIT.
002590     EXIT
002600     .
002610*****************************************************************
002615*    1350-LOOKUP-DIVISIONS
002620*        Seat the member once for each division row held in a
002625*        league being paired.  A member with no assignment in
002630*        any league pairs in division "99" of the league being
002635*        paired; one assigned only to other leagues sits out.
002640*        A run for every league has no one league to seat a
002645*        member with no assignment in, so the member is listed
002650*        as having no division and sits out.
002655*****************************************************************
002660 1350-LOOKUP-DIVISIONS.
002665     MOVE 0 TO WS-MEMBER-ROWS
002670     MOVE "N" TO WS-OTHER-LEAGUE-SWITCH
002680     IF WS-DIVISION-COUNT > 0
002690        PERFORM 1360-CHECK-ONE-DIVISION
002700            VARYING WS-DIV-IDX FROM 1 BY 1
002710            UNTIL WS-DIV-IDX > WS-DIVISION-COUNT
002760     END-IF
002761     IF WS-MEMBER-ROWS = 0
002762        AND NOT WS-IN-OTHER-LEAGUE
002763        AND WS-ALL-LEAGUES
002764        MOVE PM-PLAYER-NAME TO WS-NL-PLAYER-NAME
002765        WRITE RP-REPORT-LINE FROM WS-NO-DIVISION-LINE
002766        ADD 1 TO WS-MEMBERS-NO-DIVISION
002767        GO TO 1350-EXIT
002768     END-IF
002769     IF WS-MEMBER-ROWS = 0
002770        AND NOT WS-IN-OTHER-LEAGUE
002771        MOVE "99"           TO WS-ADD-DIVISION
002772        MOVE WS-LEAGUE-CODE TO WS-ADD-LEAGUE-CODE
002773        PERFORM 1380-ADD-ROSTER-ENTRY
002774     END-IF
002775     .
002776 1350-EXIT.
002777     EXIT
002778     .
002779*****************************************************************
002780*    1360-CHECK-ONE-DIVISION
002781*****************************************************************
002782 1360-CHECK-ONE-DIVISION.
002783     IF WS-DIV-PLAYER-ID(WS-DIV-IDX) = PM-PLAYER-ID
002784        MOVE WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
002785            TO WS-CHECK-LEAGUE-CODE
002786        PERFORM 1950-CHECK-LEAGUE-PLAYING
002787        IF (WS-ALL-LEAGUES AND WS-LEAGUE-IS-PLAYING)
002788           OR WS-DIV-LEAGUE-CODE(WS-DIV-IDX) = WS-LEAGUE-CODE
002789           MOVE WS-DIV-CODE(WS-DIV-IDX) TO WS-ADD-DIVISION
002790           MOVE WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
002791               TO WS-ADD-LEAGUE-CODE
002792           PERFORM 1380-ADD-ROSTER-ENTRY
002793        ELSE
002794           MOVE "Y" TO WS-OTHER-LEAGUE-SWITCH
002795        END-IF
002796     END-IF
002797     .
002798*****************************************************************
002799*    1380-ADD-ROSTER-ENTRY
002800*****************************************************************
002801 1380-ADD-ROSTER-ENTRY.
002802     IF WS-ROSTER-COUNT >= 200
002803        DISPLAY "PAIRGEN - MORE THAN 200 MEMBERS"
002804        GO TO 9999-ABEND
002805     END-IF
002806     ADD 1 TO WS-ROSTER-COUNT
002807     ADD 1 TO WS-MEMBER-ROWS
002808     SET WS-RST-IDX TO WS-ROSTER-COUNT
002809     MOVE PM-PLAYER-ID       TO WS-RST-PLAYER-ID(WS-RST-IDX)
002810     MOVE PM-PLAYER-NAME     TO WS-RST-PLAYER-NAME(WS-RST-IDX)
002811     MOVE WS-ADD-DIVISION    TO WS-RST-DIVISION(WS-RST-IDX)
002812     MOVE WS-ADD-LEAGUE-CODE TO WS-RST-LEAGUE-CODE(WS-RST-IDX)
002813     MOVE 0 TO WS-RST-WINS(WS-RST-IDX)
002814     .
002815*****************************************************************
002816*    1320-CHECK-SUSPENSION
002817*****************************************************************
002818 1320-CHECK-SUSPENSION.
002819     MOVE "N" TO WS-SUSPEND-SWITCH
002820     IF WS-SUSPENDED-COUNT > 0
002821        SET WS-SUS-IDX TO 1
002822        SEARCH WS-SUSPENDED-ENTRY
002823           AT END CONTINUE
002824           WHEN WS-SUS-PLAYER-ID(WS-SUS-IDX) = PM-PLAYER-ID
002825                MOVE "Y" TO WS-SUSPEND-SWITCH
002826        END-SEARCH
002827     END-IF
002828     .
002829*****************************************************************
002830*    1400-LOAD-DIVISIONS
002831*        Load each member's division assignment.  A league that
002832*        has not split into divisions yet has no file to read -
002833*        everyone then pairs in one division.
002834*****************************************************************
002840 1400-LOAD-DIVISIONS.
002850     OPEN INPUT DIVISION-FILE
002860     IF WS-DIVISION-OK
003060     SET WS-DIV-IDX TO WS-DIVISION-COUNT
003070     MOVE DV-PLAYER-ID     TO WS-DIV-PLAYER-ID(WS-DIV-IDX)
003080     MOVE DV-DIVISION-CODE TO WS-DIV-CODE(WS-DIV-IDX)
003085     MOVE DV-LEAGUE-CODE   TO WS-DIV-LEAGUE-CODE(WS-DIV-IDX)
003090     .
003100 1410-EXIT.
003110     EXIT
003155 1460-EXIT.
003156     EXIT
003157     .
003158*****************************************************************
003160*    1500-LOAD-WIN-COUNTS
003162*        Fold the season's decided matches into each member's
003164*        win count in the match's league.  A league night before
003166*        any matches have been decided simply pairs everyone off
003168*        zero wins.
003180*****************************************************************
003190 1500-LOAD-WIN-COUNTS.
003200     OPEN INPUT MATCH-RESULTS-FILE
003340             GO TO 1510-EXIT
003350     END-READ
003360     IF MR-MATCH-TIED
003365        OR MR-PLAYOFF-MATCH
003370        GO TO 1510-EXIT
003380     END-IF
003390     IF WS-ROSTER-COUNT > 0
003420           AT END CONTINUE
003430           WHEN WS-RST-PLAYER-ID(WS-RST-IDX) =
003440                MR-WINNER-PLAYER-ID
003445            AND WS-RST-LEAGUE-CODE(WS-RST-IDX) = MR-LEAGUE-CODE
003450                ADD 1 TO WS-RST-WINS(WS-RST-IDX)
003460        END-SEARCH
003470     END-IF
003480     .
003490 1510-EXIT.
003491     EXIT
003492     .
003493*****************************************************************
003494*    1700-CHECK-NIGHT-UNPAIRED
003495*        Refuse to pair a night the league already has on the
003496*        season's pairing file - a re-submitted run would
003497*        append duplicate pairing records with the same
003498*        generated ids - unless the operator supplies the
003499*        override.  Tables another league holds for the night
003500*        only move the table numbering on past them.  The first
003501*        night of a season has no file to read and pairs freely.
003502*****************************************************************
003503 1700-CHECK-NIGHT-UNPAIRED.
003504     OPEN INPUT MATCH-PAIRING-FILE
003505     IF NOT WS-PAIRING-OK
003506        GO TO 1700-EXIT
003507     END-IF
003508     PERFORM 1710-SCAN-ONE-PAIRING THRU 1710-EXIT
003509         UNTIL WS-END-OF-PAIRING-FILE
003510     CLOSE MATCH-PAIRING-FILE
003511     IF WS-NIGHT-ALREADY-PAIRED
003512        AND NOT WS-OPERATOR-OVERRIDE
003513        DISPLAY "PAIRGEN - NIGHT " WS-NIGHT-DATE
003514            " ALREADY PAIRED - SET PAIROVR=Y TO OVERRIDE"
003515        GO TO 9999-ABEND
003516     END-IF
003517     MOVE WS-HIGH-TABLE TO WS-TABLE-NUMBER
003518     .
003519 1700-EXIT.
003520     EXIT
003521     .
003522*****************************************************************
003523*    1710-SCAN-ONE-PAIRING
003524*****************************************************************
003525 1710-SCAN-ONE-PAIRING.
003526     READ MATCH-PAIRING-FILE
003527         AT END
003528             MOVE "Y" TO WS-PAIRFILE-EOF-SWITCH
003529             GO TO 1710-EXIT
003530     END-READ
003531     IF MP-MATCH-DATE NOT = WS-NIGHT-DATE
003532        GO TO 1710-EXIT
003533     END-IF
003534     IF WS-ALL-LEAGUES
003535        OR MP-LEAGUE-CODE = WS-LEAGUE-CODE
003536        MOVE "Y" TO WS-PAIRED-SWITCH
003537     ELSE
003538        MOVE MP-MATCH-ID TO WS-MATCH-ID-SPLIT
003539        IF WS-MSP-TABLE NUMERIC
003540           AND NOT MP-PLAYOFF-MATCH
003541           AND WS-MSP-TABLE > WS-HIGH-TABLE
003542           MOVE WS-MSP-TABLE TO WS-HIGH-TABLE
003543        END-IF
003548     END-IF
003549     .
003550 1710-EXIT.
003551     EXIT
003552     .
003553*****************************************************************
003554*    1900-CHECK-LEAGUE-NIGHT
003555*        Refuse a night the calendar does not hold as a league
003556*        night - a mistyped PAIRDATE would otherwise deal tables
003557*        for a night that never happens.  A cancelled night, or
003558*        one rescheduled away, is not a league night; the makeup
003559*        night it moved to is.
003560*****************************************************************
003561 1900-CHECK-LEAGUE-NIGHT.
003562     OPEN INPUT LEAGUE-CALENDAR-FILE
003563     IF NOT WS-CALENDAR-OK
003564        DISPLAY "PAIRGEN - CANNOT OPEN LEAGUE-CALENDAR-FILE "
003565            WS-CALENDAR-STATUS
003566        GO TO 9999-ABEND
003567     END-IF
003568     PERFORM 1910-SCAN-ONE-NIGHT THRU 1910-EXIT
003569         UNTIL WS-END-OF-CALENDAR
003570     CLOSE LEAGUE-CALENDAR-FILE
003571     IF WS-PLAYING-LEAGUE-COUNT = 0
003572        DISPLAY "PAIRGEN - NIGHT " WS-NIGHT-DATE
003573            " IS NOT A LEAGUE NIGHT ON THE CALENDAR"
003574        GO TO 9999-ABEND
003575     END-IF
003576     .
003577*****************************************************************
003578*    1910-SCAN-ONE-NIGHT
003579*****************************************************************
003580 1910-SCAN-ONE-NIGHT.
003581     READ LEAGUE-CALENDAR-FILE
003582         AT END
003583             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
003584             GO TO 1910-EXIT
003585     END-READ
003586     IF LC-NIGHT-DATE NOT = WS-NIGHT-DATE
003587        OR NOT LC-LEAGUE-NIGHT
003588        GO TO 1910-EXIT
003589     END-IF
003590     IF NOT WS-ALL-LEAGUES
003591        AND LC-LEAGUE-CODE NOT = WS-LEAGUE-CODE
003592        GO TO 1910-EXIT
003593     END-IF
003594     IF WS-PLAYING-LEAGUE-COUNT >= 50
003595        DISPLAY "PAIRGEN - MORE THAN 50 LEAGUES PLAYING"
003596        GO TO 9999-ABEND
003597     END-IF
003598     ADD 1 TO WS-PLAYING-LEAGUE-COUNT
003599     SET WS-PLG-IDX TO WS-PLAYING-LEAGUE-COUNT
003600     MOVE LC-LEAGUE-CODE TO WS-PLAYING-LEAGUE-CODE(WS-PLG-IDX)
003601     .
003602 1910-EXIT.
003603     EXIT
003604     .
003605*****************************************************************
003606*    1950-CHECK-LEAGUE-PLAYING
003607*        Is the league in WS-CHECK-LEAGUE-CODE playing on the
003608*        night being paired.
003609*****************************************************************
003610 1950-CHECK-LEAGUE-PLAYING.
003611     MOVE "N" TO WS-PLAYING-SWITCH
003612     SET WS-PLG-IDX TO 1
003613     SEARCH WS-PLAYING-LEAGUE-CODE
003614        AT END CONTINUE
003615        WHEN WS-PLAYING-LEAGUE-CODE(WS-PLG-IDX) =
003616             WS-CHECK-LEAGUE-CODE
003617             MOVE "Y" TO WS-PLAYING-SWITCH
003618     END-SEARCH
003619     .
003620*****************************************************************
003621*    3000-SORT-ROSTER
003622*        Simple exchange sort - league, then division, then
003623*        wins descending within the division, so neighbours on
003624*        the roster hold similar records and land on the same
003625*        table.
003626*****************************************************************
003627 3000-SORT-ROSTER.
003628     IF WS-ROSTER-COUNT > 1
003629        PERFORM 3100-BUBBLE-PASS VARYING WS-RST-IDX
003630           FROM 1 BY 1 UNTIL WS-RST-IDX >= WS-ROSTER-COUNT
003631     END-IF
003632     .
003640*****************************************************************
003650*    3100-BUBBLE-PASS
003660*****************************************************************
003730*    3200-BUBBLE-COMPARE
003740*****************************************************************
003750 3200-BUBBLE-COMPARE.
003755     IF WS-RST-LEAGUE-CODE(WS-RST-IDX2) >
003756        WS-RST-LEAGUE-CODE(WS-RST-IDX2 + 1)
003757        OR (WS-RST-LEAGUE-CODE(WS-RST-IDX2) =
003758            WS-RST-LEAGUE-CODE(WS-RST-IDX2 + 1)
003760        AND WS-RST-DIVISION(WS-RST-IDX2) >
003770            WS-RST-DIVISION(WS-RST-IDX2 + 1))
003775        OR (WS-RST-LEAGUE-CODE(WS-RST-IDX2) =
003776            WS-RST-LEAGUE-CODE(WS-RST-IDX2 + 1)
003780        AND WS-RST-DIVISION(WS-RST-IDX2) =
003790            WS-RST-DIVISION(WS-RST-IDX2 + 1)
003800        AND WS-RST-WINS(WS-RST-IDX2) <
003810            WS-RST-WINS(WS-RST-IDX2 + 1))
003820        PERFORM 3300-SWAP-ENTRIES
003830     END-IF
003840     .
003980*        division so nobody is left over - five remaining deals
003990*        three and two, a final two or three seats one short
004000*        table.  A division with a single member cannot seat a
004010*        table and is reported unpaired.  Each league's
004015*        divisions are dealt separately.
004020*****************************************************************
004030 4000-DEAL-TABLES.
004040     MOVE 1 TO WS-DEAL-SUB
004090     END-IF
004100     SET WS-RST-IDX TO WS-DEAL-SUB
004110     MOVE WS-RST-DIVISION(WS-RST-IDX) TO WS-DEAL-DIVISION
004115     MOVE WS-RST-LEAGUE-CODE(WS-RST-IDX) TO WS-DEAL-LEAGUE-CODE
004120     PERFORM 4100-COUNT-GROUP
004130     .
004140 4000-NEXT-TABLE.
004380*****************************************************************
004390*    4100-COUNT-GROUP
004400*        How many roster entries from the deal position share
004410*        the league and division being dealt.
004420*****************************************************************
004430 4100-COUNT-GROUP.
004440     MOVE 0 TO WS-GROUP-REMAINING
004460     PERFORM 4150-COUNT-ONE-MEMBER
004470         UNTIL WS-RST-IDX > WS-ROSTER-COUNT
004480            OR WS-RST-DIVISION(WS-RST-IDX) NOT = WS-DEAL-DIVISION
004485            OR WS-RST-LEAGUE-CODE(WS-RST-IDX) NOT =
004486               WS-DEAL-LEAGUE-CODE
004490     .
004500*****************************************************************
004510*    4150-COUNT-ONE-MEMBER
004770     MOVE WS-MATCH-ID-BUILD TO MP-MATCH-ID
004780     MOVE WS-NIGHT-DATE     TO MP-MATCH-DATE
004790     MOVE WS-TAKE-COUNT     TO MP-PLAYER-COUNT
004795     MOVE WS-DEAL-LEAGUE-CODE TO MP-LEAGUE-CODE
004800     MOVE SPACES TO MP-MATCH-GAME-ID(1)
004810     MOVE SPACES TO MP-MATCH-GAME-ID(2)
004820     MOVE SPACES TO MP-MATCH-GAME-ID(3)
004839     MOVE SPACES TO MP-SEAT-FORFEIT(4)
004840     MOVE WS-TABLE-NUMBER TO WS-TH-TABLE-NUMBER
004850     MOVE WS-DEAL-DIVISION TO WS-TH-DIVISION
004855     MOVE WS-DEAL-LEAGUE-CODE TO WS-TH-LEAGUE-CODE
004860     WRITE RP-REPORT-LINE FROM WS-TABLE-HEADING
004870     PERFORM 4400-SEAT-ONE-PLAYER
004880         VARYING WS-SEAT-SUB FROM 1 BY 1
005242     MOVE "MEMBERS SUSPENDED"   TO WS-CL-LABEL
005244     MOVE WS-MEMBERS-SUSPENDED  TO WS-CL-COUNT
005246     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
005247     MOVE "MEMBERS NO DIVISION" TO WS-CL-LABEL
005248     MOVE WS-MEMBERS-NO-DIVISION TO WS-CL-COUNT
005249     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
005250     .
005260*****************************************************************
005270*    9000-TERMINATE
