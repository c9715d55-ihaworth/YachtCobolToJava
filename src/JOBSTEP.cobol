000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JOBSTEP.
000030 AUTHOR.        D. HOLLIS.
000040 INSTALLATION.  LEAGUE NIGHT OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DH  Initial version - called by every step of
000110*                    the night's job stream as it starts and as
000120*                    it ends.  On the start call the steps the
000130*                    JOBSTRM stream table names as predecessors
000140*                    must have a clean (return code 0) end entry
000150*                    on the JOB-STEP-LOG for the night and league
000160*                    - a run made for every league covers each
000170*                    league, and a step run for every league
000180*                    needs every league its predecessor ran to
000190*                    have ended clean - or the step is refused
000200*                    unless the operator supplies the STEPOVR
000210*                    override.  The start entry, and the end
000220*                    entry with the step's return code and
000230*                    record counts, are appended to the log.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT JOB-STEP-LOG ASSIGN TO JOBLOG
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-LOG-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  JOB-STEP-LOG
000350     RECORDING MODE IS F.
000360     COPY JOBLOG.
000370 WORKING-STORAGE SECTION.
000380*****************************************************************
000390*    FILE STATUS SWITCHES
000400*****************************************************************
000410 77  WS-LOG-STATUS             PIC X(02) VALUE SPACES.
000420     88 WS-LOG-OK                   VALUE "00".
000430 77  WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
000440     88 WS-END-OF-LOG               VALUE "Y".
000450 77  WS-WRITTEN-SWITCH         PIC X(01) VALUE "N".
000460     88 WS-ENTRY-WRITTEN            VALUE "Y".
000470*****************************************************************
000480*    THE NIGHT'S JOB STREAM AND ITS PREDECESSOR RULES
000490*****************************************************************
000500     COPY JOBSTRM.
000510 77  WS-STREAM-SWITCH          PIC X(01) VALUE "N".
000520     88 WS-STEP-IN-STREAM           VALUE "Y".
000530 77  WS-PRED-SUB               PIC 9(02) COMP VALUE ZERO.
000540*****************************************************************
000550*    WHERE EACH PREDECESSOR STANDS FOR THE NIGHT, ONE ROW PER
000560*    PREDECESSOR AND LEAGUE - THE LAST ENTRY ON THE LOG FOR IT
000570*    WINS.  A STEP RUN FOR ONE LEAGUE KEEPS A SINGLE ROW PER
000580*    PREDECESSOR, THAT LEAGUE'S ENTRIES AND THE ALL-LEAGUE
000590*    ENTRIES FALLING ON IT TOGETHER.  A STEP RUN FOR EVERY
000600*    LEAGUE KEEPS A ROW FOR EACH LEAGUE THE PREDECESSOR RAN,
000610*    AND EVERY ONE OF THEM MUST HAVE ENDED CLEAN.
000620*****************************************************************
000630 77  WS-ROW-COUNT              PIC 9(03) COMP VALUE ZERO.
000640 77  WS-ROW-LEAGUE-CODE        PIC X(02) VALUE SPACES.
000650 77  WS-BAD-ROW                PIC 9(03) COMP VALUE ZERO.
000660 77  WS-SEEN-SWITCH            PIC X(01) VALUE "N".
000670     88 WS-PREDECESSOR-SEEN         VALUE "Y".
000680 01  WS-PREDECESSOR-TABLE.
000690     05 WS-PRED-ROW OCCURS 1 TO 150 TIMES
000700           DEPENDING ON WS-ROW-COUNT
000710           INDEXED BY WS-ROW-IDX.
000720        10 WS-ROW-PRED-SUB        PIC 9(02).
000730        10 WS-ROW-LEAGUE          PIC X(02).
000740        10 WS-ROW-STATE           PIC X(01).
000750           88 WS-ROW-NOT-ENDED         VALUE "S".
000760           88 WS-ROW-CLEAN             VALUE "C".
000770           88 WS-ROW-FAILED            VALUE "F".
000780        10 WS-ROW-RC              PIC 9(04).
000790*****************************************************************
000800*    OPERATOR OVERRIDE, SUPPLIED THROUGH THE ENVIRONMENT THE
000810*    SAME WAY THE FILE ASSIGNS ARE.  A STEP LET THROUGH ON IT
000820*    CARRIES THE REASON IT WOULD HAVE BEEN REFUSED IN ITS NOTE.
000830*****************************************************************
000840 77  WS-OVERRIDE-FLAG          PIC X(01) VALUE "N".
000850     88 WS-OPERATOR-OVERRIDE        VALUE "Y".
000860*****************************************************************
000870*    THE ENTRY BEING LOGGED.  WS-STEP-LOGGED HOLDS FROM THE
000880*    START CALL TO THE END CALL, SO AN END CALL FROM A STEP
000890*    THAT NEVER LOGGED ITS START IS PASSED OVER.
000900*****************************************************************
000910 77  WS-STEP-LOGGED-SWITCH     PIC X(01) VALUE "N".
000920     88 WS-STEP-LOGGED              VALUE "Y".
000930 77  WS-ENTRY-TYPE             PIC X(01) VALUE SPACES.
000940 77  WS-STEP-NOTE              PIC X(50) VALUE SPACES.
000950 77  WS-EDIT-RC                PIC 9(04) VALUE ZERO.
000960 77  WS-MSG-PTR                PIC 9(03) COMP VALUE ZERO.
000970 77  WS-CURRENT-DATE           PIC 9(08) VALUE ZERO.
000980 77  WS-CURRENT-TIME           PIC 9(08) VALUE ZERO.
000990 LINKAGE SECTION.
001000     COPY JOBSTPL.
001010 PROCEDURE DIVISION USING JS-JOB-STEP-AREA.
001020*****************************************************************
001030*    0000-MAINLINE
001040*****************************************************************
001050 0000-MAINLINE.
001060     IF JS-START-STEP
001070        PERFORM 1000-START-STEP THRU 1000-EXIT
001080     END-IF
001090     IF JS-END-STEP
001100        PERFORM 5000-END-STEP THRU 5000-EXIT
001110     END-IF
001120     GOBACK
001130     .
001140*****************************************************************
001150*    1000-START-STEP
001160*        Resolve the night, check the step's predecessors, and
001170*        log the start - refused or not, so the morning report
001180*        shows the attempt.
001190*****************************************************************
001200 1000-START-STEP.
001210     MOVE "Y" TO JS-STEP-STATUS
001220     MOVE SPACES TO JS-REFUSAL-MESSAGE
001230     MOVE SPACES TO WS-STEP-NOTE
001240     MOVE "N" TO WS-OVERRIDE-FLAG
001250     ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "STEPOVR"
001260     IF JS-NIGHT-DATE = ZERO
001270        ACCEPT JS-NIGHT-DATE FROM ENVIRONMENT "STEPNGT"
001280     END-IF
001290     IF JS-NIGHT-DATE = ZERO
001300        ACCEPT JS-NIGHT-DATE FROM DATE YYYYMMDD
001310     END-IF
001320     MOVE "N" TO WS-STREAM-SWITCH
001330     SET JT-STP-IDX TO 1
001340     SEARCH JT-STEP-ENTRY
001350         WHEN JT-STEP-PROGRAM(JT-STP-IDX) = JS-PROGRAM-ID
001360             MOVE "Y" TO WS-STREAM-SWITCH
001370     END-SEARCH
001380     IF WS-STEP-IN-STREAM
001390        PERFORM 1100-LOAD-PREDECESSORS
001400        PERFORM 1300-CHECK-PREDECESSOR THRU 1300-EXIT
001410            VARYING WS-PRED-SUB
001420            FROM 1 BY 1 UNTIL WS-PRED-SUB > 3
001430            OR JS-STEP-REFUSED
001440     END-IF
001450     IF JS-STEP-REFUSED
001460        IF WS-OPERATOR-OVERRIDE
001470           MOVE "Y" TO JS-STEP-STATUS
001480           STRING "STEPOVR - " DELIMITED BY SIZE
001490                  JS-REFUSAL-MESSAGE DELIMITED BY SIZE
001500               INTO WS-STEP-NOTE
001510           MOVE SPACES TO JS-REFUSAL-MESSAGE
001520        ELSE
001530           MOVE JS-REFUSAL-MESSAGE TO WS-STEP-NOTE
001540        END-IF
001550     END-IF
001560     MOVE "S"  TO WS-ENTRY-TYPE
001570     MOVE ZERO TO JS-RETURN-CODE
001580     MOVE ZERO TO JS-INPUT-COUNT
001590     MOVE ZERO TO JS-OUTPUT-COUNT
001600     PERFORM 4000-WRITE-LOG-ENTRY THRU 4000-EXIT
001610     IF NOT WS-ENTRY-WRITTEN
001620        MOVE "N" TO JS-STEP-STATUS
001630        MOVE "JOB-STEP-LOG COULD NOT BE WRITTEN"
001640            TO JS-REFUSAL-MESSAGE
001650        GO TO 1000-EXIT
001660     END-IF
001670     MOVE "Y" TO WS-STEP-LOGGED-SWITCH
001680     .
001690 1000-EXIT.
001700     EXIT
001710     .
001720*****************************************************************
001730*    1100-LOAD-PREDECESSORS
001740*        One pass of the log.  No log yet means no predecessor
001750*        has run.
001760*****************************************************************
001770 1100-LOAD-PREDECESSORS.
001780     MOVE ZERO TO WS-ROW-COUNT
001790     MOVE "N" TO WS-LOG-EOF-SWITCH
001800     OPEN INPUT JOB-STEP-LOG
001810     IF WS-LOG-OK
001820        PERFORM 1200-READ-LOG-ENTRY THRU 1200-EXIT
001830            UNTIL WS-END-OF-LOG
001840        CLOSE JOB-STEP-LOG
001850     END-IF
001860     .
001870*****************************************************************
001880*    1200-READ-LOG-ENTRY
001890*        Only the night being run counts.  A step run for one
001900*        league takes that league's entries and the all-league
001910*        entries; a step run for every league takes them all.
001920*****************************************************************
001930 1200-READ-LOG-ENTRY.
001940     READ JOB-STEP-LOG
001950         AT END
001960             MOVE "Y" TO WS-LOG-EOF-SWITCH
001970             GO TO 1200-EXIT
001980     END-READ
001990     IF JL-NIGHT-DATE NOT = JS-NIGHT-DATE
002000        GO TO 1200-EXIT
002010     END-IF
002020     IF JS-LEAGUE-CODE = SPACES
002030        MOVE JL-LEAGUE-CODE TO WS-ROW-LEAGUE-CODE
002040     ELSE
002050        IF JL-LEAGUE-CODE NOT = JS-LEAGUE-CODE
002060           AND JL-LEAGUE-CODE NOT = SPACES
002070           GO TO 1200-EXIT
002080        END-IF
002090        MOVE JS-LEAGUE-CODE TO WS-ROW-LEAGUE-CODE
002100     END-IF
002105     PERFORM 1210-NOTE-PREDECESSOR THRU 1210-EXIT
002110         VARYING WS-PRED-SUB
002120             FROM 1 BY 1 UNTIL WS-PRED-SUB > 3
002130     .
002140 1200-EXIT.
002150     EXIT
002160     .
002170*****************************************************************
002180*    1210-NOTE-PREDECESSOR
002190*****************************************************************
002200 1210-NOTE-PREDECESSOR.
002210     IF JT-PREDECESSOR(JT-STP-IDX, WS-PRED-SUB) = SPACES
002220        OR JT-PREDECESSOR(JT-STP-IDX, WS-PRED-SUB)
002230           NOT = JL-PROGRAM-ID
002240        GO TO 1210-EXIT
002250     END-IF
002260     SET WS-ROW-IDX TO 1
002270     SEARCH WS-PRED-ROW
002280         AT END
002290             PERFORM 1220-ADD-ROW THRU 1220-EXIT
002300         WHEN WS-ROW-PRED-SUB(WS-ROW-IDX) = WS-PRED-SUB
002310          AND WS-ROW-LEAGUE(WS-ROW-IDX) = WS-ROW-LEAGUE-CODE
002320             CONTINUE
002330     END-SEARCH
002340     IF JL-STEP-STARTED
002350        MOVE "S"  TO WS-ROW-STATE(WS-ROW-IDX)
002360        MOVE ZERO TO WS-ROW-RC(WS-ROW-IDX)
002370     ELSE
002380        MOVE JL-RETURN-CODE TO WS-ROW-RC(WS-ROW-IDX)
002390        IF JL-RETURN-CODE = ZERO
002400           MOVE "C" TO WS-ROW-STATE(WS-ROW-IDX)
002410        ELSE
002420           MOVE "F" TO WS-ROW-STATE(WS-ROW-IDX)
002430        END-IF
002440     END-IF
002450     .
002460 1210-EXIT.
002470     EXIT
002480     .
002490*****************************************************************
002500*    1220-ADD-ROW
002510*****************************************************************
002520 1220-ADD-ROW.
002530     IF WS-ROW-COUNT >= 150
002540        DISPLAY "JOBSTEP - MORE THAN 150 PREDECESSOR ENTRIES"
002550        SET WS-ROW-IDX TO WS-ROW-COUNT
002560        GO TO 1220-EXIT
002570     END-IF
002580     ADD 1 TO WS-ROW-COUNT
002590     SET WS-ROW-IDX TO WS-ROW-COUNT
002600     MOVE WS-PRED-SUB        TO WS-ROW-PRED-SUB(WS-ROW-IDX)
002610     MOVE WS-ROW-LEAGUE-CODE TO WS-ROW-LEAGUE(WS-ROW-IDX)
002620     .
002630 1220-EXIT.
002640     EXIT
002650     .
002660*****************************************************************
002670*    1300-CHECK-PREDECESSOR
002680*        The first predecessor not run, or not ended clean for
002690*        a league it ran, refuses the step.
002700*****************************************************************
002710 1300-CHECK-PREDECESSOR.
002720     IF JT-PREDECESSOR(JT-STP-IDX, WS-PRED-SUB) = SPACES
002730        GO TO 1300-EXIT
002740     END-IF
002750     MOVE "N"  TO WS-SEEN-SWITCH
002760     MOVE ZERO TO WS-BAD-ROW
002770     IF WS-ROW-COUNT > 0
002780        PERFORM 1310-CHECK-ONE-ROW VARYING WS-ROW-IDX
002790            FROM 1 BY 1 UNTIL WS-ROW-IDX > WS-ROW-COUNT
002800     END-IF
002810     IF WS-PREDECESSOR-SEEN AND WS-BAD-ROW = ZERO
002820        GO TO 1300-EXIT
002830     END-IF
002840     MOVE "N"    TO JS-STEP-STATUS
002850     MOVE SPACES TO JS-REFUSAL-MESSAGE
002860     MOVE 1      TO WS-MSG-PTR
002870     STRING JT-PREDECESSOR(JT-STP-IDX, WS-PRED-SUB)
002880                DELIMITED BY SPACE
002890         INTO JS-REFUSAL-MESSAGE WITH POINTER WS-MSG-PTR
002900     IF NOT WS-PREDECESSOR-SEEN
002910        STRING " NOT RUN ON " DELIMITED BY SIZE
002920               JS-NIGHT-DATE DELIMITED BY SIZE
002930            INTO JS-REFUSAL-MESSAGE WITH POINTER WS-MSG-PTR
002940        GO TO 1300-EXIT
002950     END-IF
002960     SET WS-ROW-IDX TO WS-BAD-ROW
002970     IF WS-ROW-LEAGUE(WS-ROW-IDX) NOT = JS-LEAGUE-CODE
002980        STRING " (" DELIMITED BY SIZE
002990               WS-ROW-LEAGUE(WS-ROW-IDX) DELIMITED BY SIZE
003000               ")" DELIMITED BY SIZE
003010            INTO JS-REFUSAL-MESSAGE WITH POINTER WS-MSG-PTR
003020     END-IF
003030     IF WS-ROW-NOT-ENDED(WS-ROW-IDX)
003040        STRING " NOT ENDED ON " DELIMITED BY SIZE
003050               JS-NIGHT-DATE DELIMITED BY SIZE
003060            INTO JS-REFUSAL-MESSAGE WITH POINTER WS-MSG-PTR
003070     ELSE
003080        MOVE WS-ROW-RC(WS-ROW-IDX) TO WS-EDIT-RC
003090        STRING " ENDED RC " DELIMITED BY SIZE
003100               WS-EDIT-RC DELIMITED BY SIZE
003110               " ON " DELIMITED BY SIZE
003120               JS-NIGHT-DATE DELIMITED BY SIZE
003130            INTO JS-REFUSAL-MESSAGE WITH POINTER WS-MSG-PTR
003140     END-IF
003150     .
003160 1300-EXIT.
003170     EXIT
003180     .
003190*****************************************************************
003200*    1310-CHECK-ONE-ROW
003210*****************************************************************
003220 1310-CHECK-ONE-ROW.
003230     IF WS-ROW-PRED-SUB(WS-ROW-IDX) = WS-PRED-SUB
003240        MOVE "Y" TO WS-SEEN-SWITCH
003250        IF NOT WS-ROW-CLEAN(WS-ROW-IDX)
003260           AND WS-BAD-ROW = ZERO
003270           SET WS-BAD-ROW TO WS-ROW-IDX
003280        END-IF
003290     END-IF
003300     .
003310*****************************************************************
003320*    4000-WRITE-LOG-ENTRY
003330*        Appended and closed again straight away, so the entry
003340*        is on the log whatever becomes of the step after it.
003350*****************************************************************
003360 4000-WRITE-LOG-ENTRY.
003370     MOVE "N" TO WS-WRITTEN-SWITCH
003380     OPEN EXTEND JOB-STEP-LOG
003390     IF NOT WS-LOG-OK
003400        OPEN OUTPUT JOB-STEP-LOG
003410     END-IF
003420     IF NOT WS-LOG-OK
003430        DISPLAY "JOBSTEP - CANNOT OPEN JOB-STEP-LOG "
003440            WS-LOG-STATUS
003450        GO TO 4000-EXIT
003460     END-IF
003470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003480     ACCEPT WS-CURRENT-TIME FROM TIME
003490     MOVE JS-NIGHT-DATE      TO JL-NIGHT-DATE
003500     MOVE JS-LEAGUE-CODE     TO JL-LEAGUE-CODE
003510     MOVE JS-PROGRAM-ID      TO JL-PROGRAM-ID
003520     MOVE WS-ENTRY-TYPE      TO JL-ENTRY-TYPE
003530     MOVE WS-CURRENT-DATE    TO JL-ENTRY-DATE
003540     MOVE WS-CURRENT-TIME    TO JL-ENTRY-TIME
003550     MOVE JS-RETURN-CODE     TO JL-RETURN-CODE
003560     MOVE JS-INPUT-COUNT     TO JL-INPUT-COUNT
003570     MOVE JS-OUTPUT-COUNT    TO JL-OUTPUT-COUNT
003580     MOVE WS-OVERRIDE-FLAG   TO JL-OVERRIDE-FLAG
003590     MOVE WS-STEP-NOTE       TO JL-STEP-NOTE
003600     WRITE JL-JOB-STEP-RECORD
003610     IF WS-LOG-OK
003620        MOVE "Y" TO WS-WRITTEN-SWITCH
003630     ELSE
003640        DISPLAY "JOBSTEP - ERROR WRITING JOB-STEP-LOG "
003650            WS-LOG-STATUS
003660     END-IF
003670     CLOSE JOB-STEP-LOG
003680     .
003690 4000-EXIT.
003700     EXIT
003710     .
003720*****************************************************************
003730*    5000-END-STEP
003740*****************************************************************
003750 5000-END-STEP.
003760     IF NOT WS-STEP-LOGGED
003770        GO TO 5000-EXIT
003780     END-IF
003790     MOVE "E"    TO WS-ENTRY-TYPE
003800     MOVE SPACES TO WS-STEP-NOTE
003810     PERFORM 4000-WRITE-LOG-ENTRY THRU 4000-EXIT
003820     MOVE "N" TO WS-STEP-LOGGED-SWITCH
003830     .
003840 5000-EXIT.
003850     EXIT
003860     .
