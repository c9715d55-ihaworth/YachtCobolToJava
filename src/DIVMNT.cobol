000180*                    for a player id on the PLAYER-MASTER file,
000190*                    so a typoed id cannot put a phantom member
000200*                    into a division.
000201*    2026-10-15  DH  Keep assignments per league - the file and
000202*                    the transactions are matched on player id
000203*                    and league, a transaction with no league
000204*                    takes the league being run, and a LEAGCODE
000205*                    run rejects another league's transactions
000206*                    and carries its assignments through as they
000207*                    stand.
000208*    2026-10-15  DH  Reject a transaction with no league in a
000209*                    run for every league, which has no league
000210*                    of its own to give it.
000211*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000480 01  ND-DIVISION-RECORD.
000490     05 ND-PLAYER-ID           PIC X(10).
000500     05 ND-DIVISION-CODE       PIC X(02).
000505     05 ND-LEAGUE-CODE         PIC X(02).
000510 FD  DIVISION-TRANS-FILE
000520     RECORDING MODE IS F.
000530     COPY DIVTRN.
000720     88 WS-REPORT-OK                VALUE "00".
000730 77  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
000740     88 WS-END-OF-PLAYER-MASTER     VALUE "Y".
000741*****************************************************************
000742*    LEAGUE BEING MAINTAINED, SUPPLIED THROUGH THE ENVIRONMENT -
000743*    SPACES APPLIES TRANSACTIONS FOR EVERY LEAGUE.
000744*****************************************************************
000745 77  WS-LEAGUE-CODE            PIC X(02) VALUE SPACES.
000746     88 WS-ALL-LEAGUES              VALUE SPACES.
000750*****************************************************************
000760*    THE REGISTERED MEMBERSHIP, LOADED FROM THE PLAYER-MASTER
000770*    FILE AT START-UP SO AN ASSIGNMENT'S PLAYER ID CAN BE
000880*****************************************************************
000890*    BALANCED-LINE CONTROLS - EACH INPUT'S KEY IS FORCED TO
000900*    HIGH-VALUES AT END OF FILE SO ONE COMPARE DRIVES THE MERGE.
000905*    THE KEY IS THE PLAYER ID WITH THE LEAGUE BEHIND IT.
000910*****************************************************************
000920 01  WS-OLD-KEY                VALUE SPACES.
000922     05 WS-OLD-KEY-PLAYER-ID   PIC X(10).
000924     05 WS-OLD-KEY-LEAGUE-CODE PIC X(02).
000930 01  WS-TRANS-KEY              VALUE SPACES.
000932     05 WS-TRANS-KEY-PLAYER-ID PIC X(10).
000934     05 WS-TRANS-KEY-LEAGUE-CODE
000936                               PIC X(02).
000940 77  WS-OLD-HELD               PIC X(01) VALUE "N".
000950     88 WS-OLD-IN-HOLD              VALUE "Y".
000960 77  WS-OLD-EOF                PIC X(01) VALUE "N".
000980 01  WS-HOLD-DIVISION.
000990     05 WS-HOLD-PLAYER-ID      PIC X(10).
001000     05 WS-HOLD-DIVISION-CODE  PIC X(02).
001005     05 WS-HOLD-LEAGUE-CODE    PIC X(02).
001010*****************************************************************
001020*    AN APPLIED ASSIGNMENT TAKES OVER THE HOLD AREA SO LATER
001030*    EQUAL-KEY TRANSACTIONS MATCH IT; THE OLD-FILE RECORD IT
001060*****************************************************************
001070 77  WS-PUSHBACK-FLAG          PIC X(01) VALUE "N".
001080     88 WS-OLD-PUSHED-BACK          VALUE "Y".
001090 77  WS-PUSHBACK-KEY           PIC X(12) VALUE SPACES.
001100 01  WS-PUSHBACK-DIVISION.
001110     05 WS-PUSH-PLAYER-ID      PIC X(10).
001120     05 WS-PUSH-DIVISION-CODE  PIC X(02).
001125     05 WS-PUSH-LEAGUE-CODE    PIC X(02).
001130*****************************************************************
001140*    RUN COUNTS FOR THE MAINTENANCE REPORT TRAILER
001150*****************************************************************
001300     05 WS-DL-PLAYER-ID        PIC X(10).
001310     05 FILLER                 PIC X(02) VALUE SPACES.
001320     05 WS-DL-DIVISION-CODE    PIC X(02).
001325     05 FILLER                 PIC X(02) VALUE SPACES.
001327     05 WS-DL-LEAGUE-CODE      PIC X(02).
001330     05 FILLER                 PIC X(02) VALUE SPACES.
001340     05 WS-DL-MESSAGE          PIC X(40).
001350 01  WS-COUNT-LINE.
001520*    1000-INITIALIZE
001530*****************************************************************
001540 1000-INITIALIZE.
001545     ACCEPT WS-LEAGUE-CODE FROM ENVIRONMENT "LEAGCODE"
001550     OPEN INPUT OLD-DIVISION-FILE
001560     IF NOT WS-OLD-DIVISION-OK
001570        DISPLAY "DIVMNT - CANNOT OPEN OLD-DIVISION-FILE "
002070             MOVE HIGH-VALUES TO WS-OLD-KEY
002080             MOVE "N" TO WS-OLD-HELD
002090         NOT AT END
002100             MOVE DV-PLAYER-ID     TO WS-OLD-KEY-PLAYER-ID
002105             MOVE DV-LEAGUE-CODE   TO WS-OLD-KEY-LEAGUE-CODE
002110             MOVE DV-PLAYER-ID     TO WS-HOLD-PLAYER-ID
002120             MOVE DV-DIVISION-CODE TO WS-HOLD-DIVISION-CODE
002125             MOVE DV-LEAGUE-CODE   TO WS-HOLD-LEAGUE-CODE
002130             MOVE "Y" TO WS-OLD-HELD
002140     END-READ
002150     .
002180     .
002190*****************************************************************
002200*    1200-READ-TRANS
002202*        A transaction carrying no league applies to the league
002204*        being run.
002210*****************************************************************
002220 1200-READ-TRANS.
002230     READ DIVISION-TRANS-FILE
002240         AT END
002245             MOVE HIGH-VALUES TO WS-TRANS-KEY
002250         NOT AT END
002252             IF DT-LEAGUE-CODE = SPACES
002254                MOVE WS-LEAGUE-CODE TO DT-LEAGUE-CODE
002256             END-IF
002258             MOVE DT-PLAYER-ID   TO WS-TRANS-KEY-PLAYER-ID
002259             MOVE DT-LEAGUE-CODE TO WS-TRANS-KEY-LEAGUE-CODE
002260     END-READ
002270     .
002280*****************************************************************
002660*        One compare of the two keys decides the next move -
002670*        old low means the assignment is unchanged, transaction
002680*        low means a new assignment (or an orphan), equal means
002690*        the transaction applies to the held assignment.  A
002692*        transaction for a league other than the one being run,
002694*        or one with no league in a run for every league, is
002696*        rejected before the compare.
002700*****************************************************************
002710 2000-BALANCE-LINE.
002711     IF WS-TRANS-KEY NOT = HIGH-VALUES
002712        AND DT-LEAGUE-CODE = SPACES
002713        ADD 1 TO WS-TRANS-REJECTED
002714        MOVE "NO LEAGUE CODE" TO WS-DL-MESSAGE
002715        PERFORM 7100-REPORT-TRANS-LINE
002716        PERFORM 1200-READ-TRANS
002717        GO TO 2000-EXIT
002718     END-IF
002719     IF WS-TRANS-KEY NOT = HIGH-VALUES
002720        AND NOT WS-ALL-LEAGUES
002721        AND DT-LEAGUE-CODE NOT = WS-LEAGUE-CODE
002722        ADD 1 TO WS-TRANS-REJECTED
002723        MOVE "NOT IN LEAGUE BEING RUN" TO WS-DL-MESSAGE
002724        PERFORM 7100-REPORT-TRANS-LINE
002725        PERFORM 1200-READ-TRANS
002726        GO TO 2000-EXIT
002727     END-IF
002728     IF WS-OLD-KEY < WS-TRANS-KEY
002730        PERFORM 3000-WRITE-HELD-DIVISION
002740        PERFORM 1100-READ-OLD-DIVISION THRU 1100-EXIT
002750        GO TO 2000-EXIT
002870     .
002880*****************************************************************
002890*    2100-APPLY-UNMATCHED-TRANS
002900*        No assignment on file for this id in this league -
002910*        only an assignment of a registered member is valid.
002915*        The new assignment takes over the hold area as the
002920*        current record, so a second assignment for the id and
002930*        league is caught as a duplicate
002940*        and a change or removal later in the same run applies;
002950*        any old record the hold was carrying is pushed back for
002960*        the next read.
003160     END-IF
003170     MOVE DT-PLAYER-ID     TO WS-HOLD-PLAYER-ID
003180     MOVE DT-DIVISION-CODE TO WS-HOLD-DIVISION-CODE
003185     MOVE DT-LEAGUE-CODE   TO WS-HOLD-LEAGUE-CODE
003190     MOVE WS-TRANS-KEY     TO WS-OLD-KEY
003200     MOVE "Y"              TO WS-OLD-HELD
003210     ADD 1 TO WS-ASSIGNS-APPLIED
003220     PERFORM 7000-REPORT-TRANS-APPLIED
003750     IF WS-OLD-IN-HOLD
003760        MOVE WS-HOLD-PLAYER-ID     TO ND-PLAYER-ID
003770        MOVE WS-HOLD-DIVISION-CODE TO ND-DIVISION-CODE
003775        MOVE WS-HOLD-LEAGUE-CODE   TO ND-LEAGUE-CODE
003780        PERFORM 3100-WRITE-NEW-DIVISION
003790     END-IF
003800     .
004040     MOVE DT-TRANS-ACTION  TO WS-DL-ACTION
004050     MOVE DT-PLAYER-ID     TO WS-DL-PLAYER-ID
004060     MOVE DT-DIVISION-CODE TO WS-DL-DIVISION-CODE
004065     MOVE DT-LEAGUE-CODE   TO WS-DL-LEAGUE-CODE
004070     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004080     .
004090*****************************************************************
