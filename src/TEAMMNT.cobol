000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TEAMMNT.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - sequential maintenance of
000110*                    the TEAM-MASTER file for the team
000120*                    competition, built the same way DIVMNT
000130*                    maintains the division assignments.  Applies
000140*                    a sorted transaction file of team adds,
000150*                    changes and drops against the old team
000160*                    master and writes a new one, reporting each
000170*                    transaction applied or rejected.  A team is
000180*                    only put on file with four members, each
000190*                    active on PLAYER-MASTER and on no other
000200*                    team.  A LEAGCODE run maintains that
000210*                    league's teams only.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OLD-TEAM-FILE ASSIGN TO TEAMMAST
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-OLD-TEAM-STATUS.
000300     SELECT NEW-TEAM-FILE ASSIGN TO TEAMMSTN
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-NEW-TEAM-STATUS.
000330     SELECT TEAM-TRANS-FILE ASSIGN TO TEAMTRAN
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-TRANS-STATUS.
000360     SELECT PLAYER-MASTER-FILE ASSIGN TO PLAYMAST
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PLAYER-MASTER-STATUS.
000390     SELECT MAINT-REPORT ASSIGN TO TEAMMRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OLD-TEAM-FILE
000450     RECORDING MODE IS F.
000460     COPY TEAMMST.
000470 FD  NEW-TEAM-FILE
000480     RECORDING MODE IS F.
000490 01  NT-TEAM-MASTER-RECORD.
000500     05 NT-TEAM-ID             PIC X(06).
000510     05 NT-TEAM-NAME           PIC X(30).
000520     05 NT-LEAGUE-CODE         PIC X(02).
000530     05 NT-MEMBER-ID           PIC X(10) OCCURS 4 TIMES.
000540 FD  TEAM-TRANS-FILE
000550     RECORDING MODE IS F.
000560     COPY TEAMTRN.
000570 FD  PLAYER-MASTER-FILE
000580     RECORDING MODE IS F.
000590     COPY PLAYMST.
000600 FD  MAINT-REPORT.
000610 01  RP-REPORT-LINE            PIC X(80).
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640*    FILE STATUS SWITCHES
000650*****************************************************************
000660 77  WS-OLD-TEAM-STATUS        PIC X(02) VALUE SPACES.
000670     88 WS-OLD-TEAM-OK              VALUE "00".
000680 77  WS-NEW-TEAM-STATUS        PIC X(02) VALUE SPACES.
000690     88 WS-NEW-TEAM-OK              VALUE "00".
000700 77  WS-TRANS-STATUS           PIC X(02) VALUE SPACES.
000710     88 WS-TRANS-OK                 VALUE "00".
000720 77  WS-PLAYER-MASTER-STATUS   PIC X(02) VALUE SPACES.
000730     88 WS-PLAYER-MASTER-OK         VALUE "00".
000740 77  WS-REPORT-STATUS          PIC X(02) VALUE SPACES.
000750     88 WS-REPORT-OK                VALUE "00".
000760 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
000770     88 WS-END-OF-INPUT-FILE        VALUE "Y".
000780 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
000790     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000800*****************************************************************
000810*    LEAGUE BEING MAINTAINED, SUPPLIED THROUGH THE ENVIRONMENT -
000820*    SPACES APPLIES TRANSACTIONS FOR EVERY LEAGUE.  AN ADD WITH
000830*    NO LEAGUE TAKES THE LEAGUE BEING RUN.
000840*****************************************************************
000850 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000860     88 WS-ALL-LEAGUES              VALUE SPACES.
000870*****************************************************************
000880*    THE REGISTERED MEMBERSHIP, LOADED FROM THE PLAYER-MASTER
000890*    FILE AT START-UP SO EACH MEMBER PUT ON A TEAM CAN BE
000900*    CHECKED AS ACTIVE.
000910*****************************************************************
000920 77  WS-MEMBER-COUNT           PIC 9(05) COMP VALUE ZERO.
000930 01  WS-MEMBER-TABLE.
000940     05 WS-MEMBER-ENTRY OCCURS 1 TO 200 TIMES
000950           DEPENDING ON WS-MEMBER-COUNT
000960           INDEXED BY WS-MBR-IDX.
000970        10 WS-MBR-PLAYER-ID    PIC X(10).
000980        10 WS-MBR-STATUS       PIC X(01).
000990           88 WS-MBR-ACTIVE         VALUE "A".
001000 77  WS-ACTIVE-SWITCH          PIC X(01) VALUE "N".
001010     88 WS-MEMBER-IS-ACTIVE         VALUE "Y".
001020*****************************************************************
001030*    WHICH TEAM EACH MEMBER SITS ON, LOADED FROM THE OLD TEAM
001040*    MASTER BEFORE THE MERGE AND KEPT UP AS TRANSACTIONS APPLY,
001050*    SO A MEMBER CAN BE HELD TO ONE TEAM WHEREVER IN THE FILE
001060*    THE OTHER TEAM FALLS.  A FREED MEMBER'S TEAM IS SPACES.
001070*****************************************************************
001080 77  WS-ROSTER-COUNT           PIC 9(05) COMP VALUE ZERO.
001090 01  WS-ROSTER-TABLE.
001100     05 WS-ROSTER-ENTRY OCCURS 1 TO 200 TIMES
001110           DEPENDING ON WS-ROSTER-COUNT
001120           INDEXED BY WS-RST-IDX.
001130        10 WS-RST-PLAYER-ID    PIC X(10).
001140        10 WS-RST-TEAM-ID      PIC X(06).
001150 77  WS-ROSTER-TEAM-ID         PIC X(06) VALUE SPACES.
001160 77  WS-LOOKUP-PLAYER-ID       PIC X(10) VALUE SPACES.
001170 77  WS-OTHER-TEAM-SWITCH      PIC X(01) VALUE "N".
001180     88 WS-ON-ANOTHER-TEAM          VALUE "Y".
001190*****************************************************************
001200*    BALANCED-LINE CONTROLS - EACH INPUT'S KEY IS FORCED TO
001210*    HIGH-VALUES AT END OF FILE SO ONE COMPARE DRIVES THE MERGE.
001220*****************************************************************
001230 77  WS-OLD-KEY                PIC X(06) VALUE SPACES.
001240 77  WS-TRANS-KEY              PIC X(06) VALUE SPACES.
001250 77  WS-OLD-HELD               PIC X(01) VALUE "N".
001260     88 WS-OLD-IN-HOLD              VALUE "Y".
001270 77  WS-OLD-EOF                PIC X(01) VALUE "N".
001280     88 WS-END-OF-OLD-TEAM          VALUE "Y".
001290 01  WS-HOLD-TEAM.
001300     05 WS-HOLD-TEAM-ID        PIC X(06).
001310     05 WS-HOLD-TEAM-NAME      PIC X(30).
001320     05 WS-HOLD-LEAGUE-CODE    PIC X(02).
001330     05 WS-HOLD-MEMBER-ID      PIC X(10) OCCURS 4 TIMES.
001340*****************************************************************
001350*    AN APPLIED ADD TAKES OVER THE HOLD AREA SO LATER EQUAL-KEY
001360*    TRANSACTIONS MATCH IT; THE OLD-FILE RECORD IT DISPLACES IS
001370*    PUSHED BACK HERE AND HANDED OUT AGAIN BY THE NEXT READ.
001380*****************************************************************
001390 77  WS-PUSHBACK-FLAG          PIC X(01) VALUE "N".
001400     88 WS-OLD-PUSHED-BACK          VALUE "Y".
001410 77  WS-PUSHBACK-KEY           PIC X(06) VALUE SPACES.
001420 01  WS-PUSHBACK-TEAM          PIC X(78).
001430*****************************************************************
001440*    THE TEAM AS IT WOULD STAND WITH THE TRANSACTION APPLIED,
001450*    CHECKED WHOLE BEFORE IT REPLACES THE HOLD AREA.  A SLOT THE
001460*    TRANSACTION SUPPLIED IS CHECKED AGAINST THE MEMBERSHIP; A
001470*    SLOT CARRIED FROM FILE WAS CHECKED WHEN IT WAS FILLED.
001480*****************************************************************
001490 01  WS-NEW-TEAM.
001500     05 WS-NEW-TEAM-NAME       PIC X(30).
001510     05 WS-NEW-LEAGUE-CODE     PIC X(02).
001520     05 WS-NEW-MEMBER-ENTRY OCCURS 4 TIMES.
001530        10 WS-NEW-MEMBER-ID    PIC X(10).
001540        10 WS-NEW-SLOT-FLAG    PIC X(01).
001550           88 WS-NEW-SLOT-SUPPLIED  VALUE "Y".
001560 77  WS-SLOT                   PIC 9(02) COMP VALUE ZERO.
001570 77  WS-SLOT2                  PIC 9(02) COMP VALUE ZERO.
001580 77  WS-VALID-SWITCH           PIC X(01) VALUE "Y".
001590     88 WS-TEAM-IS-VALID            VALUE "Y".
001600 77  WS-BAD-MEMBER-ID          PIC X(10) VALUE SPACES.
001610*****************************************************************
001620*    RUN COUNTS FOR THE MAINTENANCE REPORT TRAILER
001630*****************************************************************
001640 77  WS-ADDS-APPLIED           PIC 9(05) COMP VALUE ZERO.
001650 77  WS-CHANGES-APPLIED        PIC 9(05) COMP VALUE ZERO.
001660 77  WS-DROPS-APPLIED          PIC 9(05) COMP VALUE ZERO.
001670 77  WS-TRANS-REJECTED         PIC 9(05) COMP VALUE ZERO.
001680 77  WS-TEAMS-WRITTEN          PIC 9(05) COMP VALUE ZERO.
001690*****************************************************************
001700*    REPORT LINE WORK AREAS
001710*****************************************************************
001720 01  WS-HEADING-LINE.
001730     05 FILLER                 PIC X(31) VALUE
001740         "TEAM MASTER MAINTENANCE REPORT".
001750 01  WS-DETAIL-LINE.
001760     05 WS-DL-ACTION           PIC X(01).
001770     05 FILLER                 PIC X(02) VALUE SPACES.
001780     05 WS-DL-TEAM-ID          PIC X(06).
001790     05 FILLER                 PIC X(02) VALUE SPACES.
001800     05 WS-DL-LEAGUE-CODE      PIC X(02).
001810     05 FILLER                 PIC X(02) VALUE SPACES.
001820     05 WS-DL-MEMBER-ID        PIC X(10).
001830     05 FILLER                 PIC X(02) VALUE SPACES.
001840     05 WS-DL-MESSAGE          PIC X(40).
001850 01  WS-COUNT-LINE.
001860     05 WS-CL-LABEL            PIC X(20).
001870     05 WS-CL-COUNT            PIC ZZZZ9.
001880 PROCEDURE DIVISION.
001890*****************************************************************
001900*    0000-MAINLINE
001910*****************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940     PERFORM 2000-BALANCE-LINE THRU 2000-EXIT
001950         UNTIL WS-OLD-KEY = HIGH-VALUES
001960           AND WS-TRANS-KEY = HIGH-VALUES
001970     PERFORM 8000-PRINT-COUNTS
001980     PERFORM 9000-TERMINATE
001990     STOP RUN
002000     .
002010*****************************************************************
002020*    1000-INITIALIZE
002030*        The roster is read off the old team master first, so
002040*        the file is opened again for the merge.
002050*****************************************************************
002060 1000-INITIALIZE.
002070     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
002080     PERFORM 1300-LOAD-PLAYER-MASTER
002090     PERFORM 1400-LOAD-ROSTER
002100     OPEN INPUT OLD-TEAM-FILE
002110     IF NOT WS-OLD-TEAM-OK
002120        DISPLAY "TEAMMNT - CANNOT OPEN OLD-TEAM-FILE "
002130            WS-OLD-TEAM-STATUS
002140        GO TO 9999-ABEND
002150     END-IF
002160     OPEN OUTPUT NEW-TEAM-FILE
002170     IF NOT WS-NEW-TEAM-OK
002180        DISPLAY "TEAMMNT - CANNOT OPEN NEW-TEAM-FILE "
002190            WS-NEW-TEAM-STATUS
002200        GO TO 9999-ABEND
002210     END-IF
002220     OPEN INPUT TEAM-TRANS-FILE
002230     IF NOT WS-TRANS-OK
002240        DISPLAY "TEAMMNT - CANNOT OPEN TEAM-TRANS-FILE "
002250            WS-TRANS-STATUS
002260        GO TO 9999-ABEND
002270     END-IF
002280     OPEN OUTPUT MAINT-REPORT
002290     IF NOT WS-REPORT-OK
002300        DISPLAY "TEAMMNT - CANNOT OPEN MAINT-REPORT "
002310            WS-REPORT-STATUS
002320        GO TO 9999-ABEND
002330     END-IF
002340     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
002350     PERFORM 1100-READ-OLD-TEAM THRU 1100-EXIT
002360     PERFORM 1200-READ-TRANS
002370     .
002380*****************************************************************
002390*    1100-READ-OLD-TEAM
002400*        Read the next old team into the hold area the merge
002410*        works from; HIGH-VALUES in the key marks the end.  A
002420*        record displaced from the hold by an applied add is
002430*        handed back first, ahead of the file.
002440*****************************************************************
002450 1100-READ-OLD-TEAM.
002460     IF WS-OLD-PUSHED-BACK
002470        MOVE WS-PUSHBACK-TEAM TO WS-HOLD-TEAM
002480        MOVE WS-PUSHBACK-KEY  TO WS-OLD-KEY
002490        MOVE "Y" TO WS-OLD-HELD
002500        MOVE "N" TO WS-PUSHBACK-FLAG
002510        GO TO 1100-EXIT
002520     END-IF
002530     IF WS-END-OF-OLD-TEAM
002540        MOVE HIGH-VALUES TO WS-OLD-KEY
002550        MOVE "N" TO WS-OLD-HELD
002560        GO TO 1100-EXIT
002570     END-IF
002580     READ OLD-TEAM-FILE
002590         AT END
002600             MOVE "Y" TO WS-OLD-EOF
002610             MOVE HIGH-VALUES TO WS-OLD-KEY
002620             MOVE "N" TO WS-OLD-HELD
002630         NOT AT END
002640             MOVE TM-TEAM-ID            TO WS-OLD-KEY
002650             MOVE TM-TEAM-MASTER-RECORD TO WS-HOLD-TEAM
002660             MOVE "Y" TO WS-OLD-HELD
002670     END-READ
002680     .
002690 1100-EXIT.
002700     EXIT
002710     .
002720*****************************************************************
002730*    1200-READ-TRANS
002740*        An add carrying no league is for the league being run.
002750*****************************************************************
002760 1200-READ-TRANS.
002770     READ TEAM-TRANS-FILE
002780         AT END
002790             MOVE HIGH-VALUES TO WS-TRANS-KEY
002800         NOT AT END
002810             IF TT-ADD-TEAM
002820                AND TT-LEAGUE-CODE = SPACES
002830                MOVE WS-LEAGUE-CODE TO TT-LEAGUE-CODE
002840             END-IF
002850             MOVE TT-TEAM-ID TO WS-TRANS-KEY
002860     END-READ
002870     .
002880*****************************************************************
002890*    1300-LOAD-PLAYER-MASTER
002900*        Load the membership's player ids and status so a
002910*        member not on the master, or no longer active, can be
002920*        kept off a team.
002930*****************************************************************
002940 1300-LOAD-PLAYER-MASTER.
002950     OPEN INPUT PLAYER-MASTER-FILE
002960     IF NOT WS-PLAYER-MASTER-OK
002970        DISPLAY "TEAMMNT - CANNOT OPEN PLAYER-MASTER-FILE "
002980            WS-PLAYER-MASTER-STATUS
002990        GO TO 9999-ABEND
003000     END-IF
003010     PERFORM 1310-LOAD-ONE-MEMBER THRU 1310-EXIT
003020         UNTIL WS-END-OF-PLAYER-MASTER
003030     CLOSE PLAYER-MASTER-FILE
003040     .
003050*****************************************************************
003060*    1310-LOAD-ONE-MEMBER
003070*****************************************************************
003080 1310-LOAD-ONE-MEMBER.
003090     READ PLAYER-MASTER-FILE
003100         AT END
003110             MOVE "Y" TO WS-MASTER-EOF-SWITCH
003120             GO TO 1310-EXIT
003130     END-READ
003140     IF WS-MEMBER-COUNT >= 200
003150        DISPLAY "TEAMMNT - MORE THAN 200 MEMBERS"
003160        GO TO 9999-ABEND
003170     END-IF
003180     ADD 1 TO WS-MEMBER-COUNT
003190     SET WS-MBR-IDX TO WS-MEMBER-COUNT
003200     MOVE PM-PLAYER-ID     TO WS-MBR-PLAYER-ID(WS-MBR-IDX)
003210     MOVE PM-MEMBER-STATUS TO WS-MBR-STATUS(WS-MBR-IDX)
003220     .
003230 1310-EXIT.
003240     EXIT
003250     .
003260*****************************************************************
003270*    1400-LOAD-ROSTER
003280*        Note the team every member on the old team master sits
003290*        on.
003300*****************************************************************
003310 1400-LOAD-ROSTER.
003320     OPEN INPUT OLD-TEAM-FILE
003330     IF NOT WS-OLD-TEAM-OK
003340        DISPLAY "TEAMMNT - CANNOT OPEN OLD-TEAM-FILE "
003350            WS-OLD-TEAM-STATUS
003360        GO TO 9999-ABEND
003370     END-IF
003380     PERFORM 1410-LOAD-ONE-TEAM THRU 1410-EXIT
003390         UNTIL WS-END-OF-INPUT-FILE
003400     MOVE "N" TO WS-EOF-SWITCH
003410     CLOSE OLD-TEAM-FILE
003420     .
003430*****************************************************************
003440*    1410-LOAD-ONE-TEAM
003450*****************************************************************
003460 1410-LOAD-ONE-TEAM.
003470     READ OLD-TEAM-FILE
003480         AT END
003490             MOVE "Y" TO WS-EOF-SWITCH
003500             GO TO 1410-EXIT
003510     END-READ
003520     MOVE TM-TEAM-ID TO WS-ROSTER-TEAM-ID
003530     PERFORM 1420-NOTE-ONE-MEMBER
003540         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
003550     .
003560 1410-EXIT.
003570     EXIT
003580     .
003590*****************************************************************
003600*    1420-NOTE-ONE-MEMBER
003610*****************************************************************
003620 1420-NOTE-ONE-MEMBER.
003630     IF TM-MEMBER-ID(WS-SLOT) NOT = SPACES
003640        MOVE TM-MEMBER-ID(WS-SLOT) TO WS-LOOKUP-PLAYER-ID
003650        PERFORM 2600-SET-ROSTER-TEAM
003660     END-IF
003670     .
003680*****************************************************************
003690*    2000-BALANCE-LINE
003700*        One compare of the two keys decides the next move -
003710*        old low means the team is unchanged, transaction low
003720*        means a new team (or an orphan), equal means the
003730*        transaction applies to the held team.
003740*****************************************************************
003750 2000-BALANCE-LINE.
003760     IF WS-OLD-KEY < WS-TRANS-KEY
003770        PERFORM 3000-WRITE-HELD-TEAM
003780        PERFORM 1100-READ-OLD-TEAM THRU 1100-EXIT
003790        GO TO 2000-EXIT
003800     END-IF
003810     IF WS-OLD-KEY > WS-TRANS-KEY
003820        PERFORM 2100-APPLY-UNMATCHED-TRANS THRU 2100-EXIT
003830        PERFORM 1200-READ-TRANS
003840        GO TO 2000-EXIT
003850     END-IF
003860     PERFORM 2200-APPLY-MATCHED-TRANS
003870     PERFORM 1200-READ-TRANS
003880     .
003890 2000-EXIT.
003900     EXIT
003910     .
003920*****************************************************************
003930*    2100-APPLY-UNMATCHED-TRANS
003940*        No team on file with this id - only an add of a full,
003950*        valid team is applied.  The new team takes over the
003960*        hold area as the current record, so a second add for
003970*        the id is caught as a duplicate and a change or drop
003980*        later in the same run applies; any old record the hold
003990*        was carrying is pushed back for the next read.
004000*****************************************************************
004010 2100-APPLY-UNMATCHED-TRANS.
004020     IF NOT TT-ADD-TEAM
004030        ADD 1 TO WS-TRANS-REJECTED
004040        MOVE "NOT ON TEAM MASTER" TO WS-DL-MESSAGE
004050        PERFORM 7100-REPORT-TRANS-LINE
004060        GO TO 2100-EXIT
004070     END-IF
004080     MOVE TT-TEAM-NAME   TO WS-NEW-TEAM-NAME
004090     MOVE TT-LEAGUE-CODE TO WS-NEW-LEAGUE-CODE
004100     PERFORM 2110-TAKE-ADD-MEMBER
004110         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
004120     PERFORM 2400-VALIDATE-TEAM THRU 2400-EXIT
004130     IF NOT WS-TEAM-IS-VALID
004140        ADD 1 TO WS-TRANS-REJECTED
004150        PERFORM 7100-REPORT-TRANS-LINE
004160        GO TO 2100-EXIT
004170     END-IF
004180     IF WS-OLD-IN-HOLD
004190        MOVE WS-HOLD-TEAM TO WS-PUSHBACK-TEAM
004200        MOVE WS-OLD-KEY   TO WS-PUSHBACK-KEY
004210        MOVE "Y" TO WS-PUSHBACK-FLAG
004220     END-IF
004230     MOVE TT-TEAM-ID         TO WS-HOLD-TEAM-ID
004240     MOVE WS-NEW-TEAM-NAME   TO WS-HOLD-TEAM-NAME
004250     MOVE WS-NEW-LEAGUE-CODE TO WS-HOLD-LEAGUE-CODE
004260     PERFORM 2500-TAKE-NEW-MEMBERS
004270     MOVE WS-TRANS-KEY       TO WS-OLD-KEY
004280     MOVE "Y"                TO WS-OLD-HELD
004290     ADD 1 TO WS-ADDS-APPLIED
004300     PERFORM 7000-REPORT-TRANS-APPLIED
004310     .
004320 2100-EXIT.
004330     EXIT
004340     .
004350*****************************************************************
004360*    2110-TAKE-ADD-MEMBER
004370*****************************************************************
004380 2110-TAKE-ADD-MEMBER.
004390     MOVE TT-MEMBER-ID(WS-SLOT) TO WS-NEW-MEMBER-ID(WS-SLOT)
004400     MOVE "Y"                   TO WS-NEW-SLOT-FLAG(WS-SLOT)
004410     .
004420*****************************************************************
004430*    2200-APPLY-MATCHED-TRANS
004440*        The transaction key matches the held team - change
004450*        updates the hold area, which is written when the old
004460*        key moves on; drop removes it; a second add is
004470*        rejected.
004480*****************************************************************
004490 2200-APPLY-MATCHED-TRANS.
004500     EVALUATE TRUE
004510     WHEN TT-ADD-TEAM
004520        ADD 1 TO WS-TRANS-REJECTED
004530        MOVE "ALREADY ON TEAM MASTER" TO WS-DL-MESSAGE
004540        PERFORM 7100-REPORT-TRANS-LINE
004550     WHEN TT-CHANGE-TEAM
004560        PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
004570     WHEN TT-DROP-TEAM
004580        PERFORM 2350-APPLY-DROP THRU 2350-EXIT
004590     WHEN OTHER
004600        ADD 1 TO WS-TRANS-REJECTED
004610        MOVE "UNKNOWN TRANSACTION ACTION" TO WS-DL-MESSAGE
004620        PERFORM 7100-REPORT-TRANS-LINE
004630     END-EVALUATE
004640     .
004650*****************************************************************
004660*    2300-APPLY-CHANGE
004670*        A blank name, league or member slot on the transaction
004680*        leaves what is on file.  The changed team is checked
004690*        whole; the members it replaces are freed for another
004700*        team.
004710*****************************************************************
004720 2300-APPLY-CHANGE.
004730     IF NOT WS-ALL-LEAGUES
004740        AND WS-HOLD-LEAGUE-CODE NOT = WS-LEAGUE-CODE
004750        ADD 1 TO WS-TRANS-REJECTED
004760        MOVE "NOT IN LEAGUE BEING RUN" TO WS-DL-MESSAGE
004770        PERFORM 7100-REPORT-TRANS-LINE
004780        GO TO 2300-EXIT
004790     END-IF
004800     MOVE WS-HOLD-TEAM-NAME   TO WS-NEW-TEAM-NAME
004810     IF TT-TEAM-NAME NOT = SPACES
004820        MOVE TT-TEAM-NAME     TO WS-NEW-TEAM-NAME
004830     END-IF
004840     MOVE WS-HOLD-LEAGUE-CODE TO WS-NEW-LEAGUE-CODE
004850     IF TT-LEAGUE-CODE NOT = SPACES
004860        MOVE TT-LEAGUE-CODE   TO WS-NEW-LEAGUE-CODE
004870     END-IF
004880     PERFORM 2310-TAKE-CHANGE-MEMBER
004890         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
004900     PERFORM 2400-VALIDATE-TEAM THRU 2400-EXIT
004910     IF NOT WS-TEAM-IS-VALID
004920        ADD 1 TO WS-TRANS-REJECTED
004930        PERFORM 7100-REPORT-TRANS-LINE
004940        GO TO 2300-EXIT
004950     END-IF
004960     MOVE SPACES TO WS-ROSTER-TEAM-ID
004970     PERFORM 2320-FREE-REPLACED-MEMBER
004980         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
004990     MOVE WS-NEW-TEAM-NAME   TO WS-HOLD-TEAM-NAME
005000     MOVE WS-NEW-LEAGUE-CODE TO WS-HOLD-LEAGUE-CODE
005010     PERFORM 2500-TAKE-NEW-MEMBERS
005020     ADD 1 TO WS-CHANGES-APPLIED
005030     PERFORM 7000-REPORT-TRANS-APPLIED
005040     .
005050 2300-EXIT.
005060     EXIT
005070     .
005080*****************************************************************
005090*    2310-TAKE-CHANGE-MEMBER
005100*****************************************************************
005110 2310-TAKE-CHANGE-MEMBER.
005120     IF TT-MEMBER-ID(WS-SLOT) NOT = SPACES
005130        MOVE TT-MEMBER-ID(WS-SLOT) TO WS-NEW-MEMBER-ID(WS-SLOT)
005140        MOVE "Y"                   TO WS-NEW-SLOT-FLAG(WS-SLOT)
005150     ELSE
005160        MOVE WS-HOLD-MEMBER-ID(WS-SLOT)
005170            TO WS-NEW-MEMBER-ID(WS-SLOT)
005180        MOVE "N"                   TO WS-NEW-SLOT-FLAG(WS-SLOT)
005190     END-IF
005200     .
005210*****************************************************************
005220*    2320-FREE-REPLACED-MEMBER
005230*****************************************************************
005240 2320-FREE-REPLACED-MEMBER.
005250     IF WS-NEW-SLOT-SUPPLIED(WS-SLOT)
005260        AND WS-HOLD-MEMBER-ID(WS-SLOT) NOT = SPACES
005270        MOVE WS-HOLD-MEMBER-ID(WS-SLOT) TO WS-LOOKUP-PLAYER-ID
005280        PERFORM 2600-SET-ROSTER-TEAM
005290     END-IF
005300     .
005310*****************************************************************
005320*    2350-APPLY-DROP
005330*        The team comes off the file and its members are freed
005340*        for another team.
005350*****************************************************************
005360 2350-APPLY-DROP.
005370     IF NOT WS-ALL-LEAGUES
005380        AND WS-HOLD-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005390        ADD 1 TO WS-TRANS-REJECTED
005400        MOVE "NOT IN LEAGUE BEING RUN" TO WS-DL-MESSAGE
005410        PERFORM 7100-REPORT-TRANS-LINE
005420        GO TO 2350-EXIT
005430     END-IF
005440     MOVE SPACES TO WS-ROSTER-TEAM-ID
005450     PERFORM 2360-FREE-ONE-MEMBER
005460         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
005470     MOVE "N" TO WS-OLD-HELD
005480     PERFORM 1100-READ-OLD-TEAM THRU 1100-EXIT
005490     ADD 1 TO WS-DROPS-APPLIED
005500     PERFORM 7000-REPORT-TRANS-APPLIED
005510     .
005520 2350-EXIT.
005530     EXIT
005540     .
005550*****************************************************************
005560*    2360-FREE-ONE-MEMBER
005570*****************************************************************
005580 2360-FREE-ONE-MEMBER.
005590     IF WS-HOLD-MEMBER-ID(WS-SLOT) NOT = SPACES
005600        MOVE WS-HOLD-MEMBER-ID(WS-SLOT) TO WS-LOOKUP-PLAYER-ID
005610        PERFORM 2600-SET-ROSTER-TEAM
005620     END-IF
005630     .
005640*****************************************************************
005650*    2400-VALIDATE-TEAM
005660*        A team needs a name, a league (the league being run,
005670*        on a LEAGCODE run) and four different members, each
005680*        supplied member active on the player master, and none
005690*        sitting on another team.  The first fault found is the
005700*        one reported.
005710*****************************************************************
005720 2400-VALIDATE-TEAM.
005730     MOVE "Y" TO WS-VALID-SWITCH
005740     IF WS-NEW-TEAM-NAME = SPACES
005750        MOVE "N" TO WS-VALID-SWITCH
005760        MOVE "NO TEAM NAME" TO WS-DL-MESSAGE
005770        GO TO 2400-EXIT
005780     END-IF
005790     IF WS-NEW-LEAGUE-CODE = SPACES
005800        MOVE "N" TO WS-VALID-SWITCH
005810        MOVE "NO LEAGUE CODE" TO WS-DL-MESSAGE
005820        GO TO 2400-EXIT
005830     END-IF
005840     IF NOT WS-ALL-LEAGUES
005850        AND WS-NEW-LEAGUE-CODE NOT = WS-LEAGUE-CODE
005860        MOVE "N" TO WS-VALID-SWITCH
005870        MOVE "NOT IN LEAGUE BEING RUN" TO WS-DL-MESSAGE
005880        GO TO 2400-EXIT
005890     END-IF
005900     PERFORM 2410-CHECK-ONE-MEMBER THRU 2410-EXIT
005910         VARYING WS-SLOT FROM 1 BY 1
005920         UNTIL WS-SLOT > 4
005930            OR NOT WS-TEAM-IS-VALID
005940     .
005950 2400-EXIT.
005960     EXIT
005970     .
005980*****************************************************************
005990*    2410-CHECK-ONE-MEMBER
006000*****************************************************************
006010 2410-CHECK-ONE-MEMBER.
006020     IF WS-NEW-MEMBER-ID(WS-SLOT) = SPACES
006030        MOVE "N" TO WS-VALID-SWITCH
006040        MOVE "TEAM NEEDS FOUR MEMBERS" TO WS-DL-MESSAGE
006050        GO TO 2410-EXIT
006060     END-IF
006070     MOVE WS-NEW-MEMBER-ID(WS-SLOT) TO WS-LOOKUP-PLAYER-ID
006080     IF WS-NEW-SLOT-SUPPLIED(WS-SLOT)
006090        PERFORM 2420-CHECK-MEMBER-ACTIVE
006100        IF NOT WS-MEMBER-IS-ACTIVE
006110           MOVE "N" TO WS-VALID-SWITCH
006120           MOVE WS-LOOKUP-PLAYER-ID TO WS-BAD-MEMBER-ID
006130           MOVE "NOT ACTIVE ON PLAYER MASTER" TO WS-DL-MESSAGE
006140           GO TO 2410-EXIT
006150        END-IF
006160     END-IF
006170     PERFORM 2430-CHECK-LISTED-TWICE
006180         VARYING WS-SLOT2 FROM 1 BY 1
006190         UNTIL WS-SLOT2 >= WS-SLOT
006200            OR NOT WS-TEAM-IS-VALID
006210     IF NOT WS-TEAM-IS-VALID
006220        GO TO 2410-EXIT
006230     END-IF
006240     PERFORM 2440-CHECK-OTHER-TEAM
006250     IF WS-ON-ANOTHER-TEAM
006260        MOVE "N" TO WS-VALID-SWITCH
006270        MOVE WS-LOOKUP-PLAYER-ID TO WS-BAD-MEMBER-ID
006280        MOVE "ALREADY ON ANOTHER TEAM" TO WS-DL-MESSAGE
006290     END-IF
006300     .
006310 2410-EXIT.
006320     EXIT
006330     .
006340*****************************************************************
006350*    2420-CHECK-MEMBER-ACTIVE
006360*****************************************************************
006370 2420-CHECK-MEMBER-ACTIVE.
006380     MOVE "N" TO WS-ACTIVE-SWITCH
006390     IF WS-MEMBER-COUNT > 0
006400        SET WS-MBR-IDX TO 1
006410        SEARCH WS-MEMBER-ENTRY
006420           AT END CONTINUE
006430           WHEN WS-MBR-PLAYER-ID(WS-MBR-IDX) = WS-LOOKUP-PLAYER-ID
006440                IF WS-MBR-ACTIVE(WS-MBR-IDX)
006450                   MOVE "Y" TO WS-ACTIVE-SWITCH
006460                END-IF
006470        END-SEARCH
006480     END-IF
006490     .
006500*****************************************************************
006510*    2430-CHECK-LISTED-TWICE
006520*****************************************************************
006530 2430-CHECK-LISTED-TWICE.
006540     IF WS-NEW-MEMBER-ID(WS-SLOT2) = WS-LOOKUP-PLAYER-ID
006550        MOVE "N" TO WS-VALID-SWITCH
006560        MOVE WS-LOOKUP-PLAYER-ID TO WS-BAD-MEMBER-ID
006570        MOVE "LISTED TWICE ON THE TEAM" TO WS-DL-MESSAGE
006580     END-IF
006590     .
006600*****************************************************************
006610*    2440-CHECK-OTHER-TEAM
006620*****************************************************************
006630 2440-CHECK-OTHER-TEAM.
006640     MOVE "N" TO WS-OTHER-TEAM-SWITCH
006650     IF WS-ROSTER-COUNT > 0
006660        SET WS-RST-IDX TO 1
006670        SEARCH WS-ROSTER-ENTRY
006680           AT END CONTINUE
006690           WHEN WS-RST-PLAYER-ID(WS-RST-IDX) = WS-LOOKUP-PLAYER-ID
006700                IF WS-RST-TEAM-ID(WS-RST-IDX) NOT = SPACES
006710                   AND WS-RST-TEAM-ID(WS-RST-IDX) NOT = TT-TEAM-ID
006720                   MOVE "Y" TO WS-OTHER-TEAM-SWITCH
006730                END-IF
006740        END-SEARCH
006750     END-IF
006760     .
006770*****************************************************************
006780*    2500-TAKE-NEW-MEMBERS
006790*        Seat the checked members in the hold area and note
006800*        them on the roster as this team's.
006810*****************************************************************
006820 2500-TAKE-NEW-MEMBERS.
006830     MOVE WS-HOLD-TEAM-ID TO WS-ROSTER-TEAM-ID
006840     PERFORM 2510-TAKE-ONE-MEMBER
006850         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
006860     .
006870*****************************************************************
006880*    2510-TAKE-ONE-MEMBER
006890*****************************************************************
006900 2510-TAKE-ONE-MEMBER.
006910     MOVE WS-NEW-MEMBER-ID(WS-SLOT) TO WS-HOLD-MEMBER-ID(WS-SLOT)
006920     MOVE WS-NEW-MEMBER-ID(WS-SLOT) TO WS-LOOKUP-PLAYER-ID
006930     PERFORM 2600-SET-ROSTER-TEAM
006940     .
006950*****************************************************************
006960*    2600-SET-ROSTER-TEAM
006970*        Note WS-ROSTER-TEAM-ID as the team the member sits on -
006980*        spaces frees the member.
006990*****************************************************************
007000 2600-SET-ROSTER-TEAM.
007010     IF WS-ROSTER-COUNT > 0
007020        SET WS-RST-IDX TO 1
007030        SEARCH WS-ROSTER-ENTRY
007040           AT END PERFORM 2650-ADD-ROSTER-ENTRY
007050           WHEN WS-RST-PLAYER-ID(WS-RST-IDX) = WS-LOOKUP-PLAYER-ID
007060                MOVE WS-ROSTER-TEAM-ID
007070                    TO WS-RST-TEAM-ID(WS-RST-IDX)
007080        END-SEARCH
007090     ELSE
007100        PERFORM 2650-ADD-ROSTER-ENTRY
007110     END-IF
007120     .
007130*****************************************************************
007140*    2650-ADD-ROSTER-ENTRY
007150*****************************************************************
007160 2650-ADD-ROSTER-ENTRY.
007170     IF WS-ROSTER-COUNT >= 200
007180        DISPLAY "TEAMMNT - MORE THAN 200 MEMBERS ON TEAMS"
007190        GO TO 9999-ABEND
007200     END-IF
007210     ADD 1 TO WS-ROSTER-COUNT
007220     SET WS-RST-IDX TO WS-ROSTER-COUNT
007230     MOVE WS-LOOKUP-PLAYER-ID TO WS-RST-PLAYER-ID(WS-RST-IDX)
007240     MOVE WS-ROSTER-TEAM-ID   TO WS-RST-TEAM-ID(WS-RST-IDX)
007250     .
007260*****************************************************************
007270*    3000-WRITE-HELD-TEAM
007280*****************************************************************
007290 3000-WRITE-HELD-TEAM.
007300     IF WS-OLD-IN-HOLD
007310        MOVE WS-HOLD-TEAM TO NT-TEAM-MASTER-RECORD
007320        PERFORM 3100-WRITE-NEW-TEAM
007330     END-IF
007340     .
007350*****************************************************************
007360*    3100-WRITE-NEW-TEAM
007370*****************************************************************
007380 3100-WRITE-NEW-TEAM.
007390     WRITE NT-TEAM-MASTER-RECORD
007400     IF NOT WS-NEW-TEAM-OK
007410        DISPLAY "TEAMMNT - ERROR WRITING NEW-TEAM-FILE "
007420            WS-NEW-TEAM-STATUS
007430        GO TO 9999-ABEND
007440     END-IF
007450     ADD 1 TO WS-TEAMS-WRITTEN
007460     .
007470*****************************************************************
007480*    7000-REPORT-TRANS-APPLIED
007490*****************************************************************
007500 7000-REPORT-TRANS-APPLIED.
007510     MOVE "APPLIED" TO WS-DL-MESSAGE
007520     PERFORM 7100-REPORT-TRANS-LINE
007530     .
007540*****************************************************************
007550*    7100-REPORT-TRANS-LINE
007560*        The member column names the member a rejection turned
007570*        on, where there is one.
007580*****************************************************************
007590 7100-REPORT-TRANS-LINE.
007600     MOVE TT-TRANS-ACTION  TO WS-DL-ACTION
007610     MOVE TT-TEAM-ID       TO WS-DL-TEAM-ID
007620     MOVE TT-LEAGUE-CODE   TO WS-DL-LEAGUE-CODE
007630     MOVE WS-BAD-MEMBER-ID TO WS-DL-MEMBER-ID
007640     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
007650     MOVE SPACES TO WS-BAD-MEMBER-ID
007660     .
007670*****************************************************************
007680*    8000-PRINT-COUNTS
007690*****************************************************************
007700 8000-PRINT-COUNTS.
007710     MOVE "TEAMS ADDED"         TO WS-CL-LABEL
007720     MOVE WS-ADDS-APPLIED       TO WS-CL-COUNT
007730     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007740     MOVE "CHANGES APPLIED"     TO WS-CL-LABEL
007750     MOVE WS-CHANGES-APPLIED    TO WS-CL-COUNT
007760     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007770     MOVE "TEAMS DROPPED"       TO WS-CL-LABEL
007780     MOVE WS-DROPS-APPLIED      TO WS-CL-COUNT
007790     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007800     MOVE "TRANS REJECTED"      TO WS-CL-LABEL
007810     MOVE WS-TRANS-REJECTED     TO WS-CL-COUNT
007820     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007830     MOVE "TEAMS WRITTEN"       TO WS-CL-LABEL
007840     MOVE WS-TEAMS-WRITTEN      TO WS-CL-COUNT
007850     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
007860     .
007870*****************************************************************
007880*    9000-TERMINATE
007890*****************************************************************
007900 9000-TERMINATE.
007910     CLOSE OLD-TEAM-FILE
007920     CLOSE NEW-TEAM-FILE
007930     CLOSE TEAM-TRANS-FILE
007940     CLOSE MAINT-REPORT
007950     .
007960*****************************************************************
007970*    9999-ABEND
007980*****************************************************************
007990 9999-ABEND.
008000     CLOSE OLD-TEAM-FILE
008010     CLOSE NEW-TEAM-FILE
008020     CLOSE TEAM-TRANS-FILE
008030     CLOSE MAINT-REPORT
008040     MOVE 16 TO RETURN-CODE
008050     STOP RUN
008060     .
