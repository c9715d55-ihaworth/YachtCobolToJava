      *****************************************************************
      *    COPYBOOK   : JOBSTRM
      *    DESCRIPTION : The night's job stream in run order, each
      *                  step with the steps that must have ended
      *                  cleanly for the same night before it may
      *                  start, and the record counts one step hands
      *                  on to another - the output (O) or input (I)
      *                  count logged by the first step should equal
      *                  the count logged by the second.  JOBSTEP
      *                  checks the predecessors; OPSSTAT reports the
      *                  stream and checks the counts.
      *****************************************************************
       01 JT-STREAM-SIZE          PIC 9(02) VALUE 09.
       01 JT-STREAM-VALUES.
          05 FILLER              PIC X(32) VALUE
                "YACHTBAT".
          05 FILLER              PIC X(32) VALUE
                "RECONCILYACHTBAT".
          05 FILLER              PIC X(32) VALUE
                "MATCHUP RECONCIL".
          05 FILLER              PIC X(32) VALUE
                "SUMUPD  RECONCILMATCHUP".
          05 FILLER              PIC X(32) VALUE
                "NIGHTPTSRECONCIL".
          05 FILLER              PIC X(32) VALUE
                "HCAPCALCSUMUPD".
          05 FILLER              PIC X(32) VALUE
                "RECBOOK SUMUPD  MATCHUP".
          05 FILLER              PIC X(32) VALUE
                "WEBEXTR MATCHUP SUMUPD".
          05 FILLER              PIC X(32) VALUE
                "BILLING RECONCIL".
       01 JT-STREAM-TABLE REDEFINES JT-STREAM-VALUES.
          05 JT-STEP-ENTRY OCCURS 9 TIMES
                INDEXED BY JT-STP-IDX.
             10 JT-STEP-PROGRAM     PIC X(08).
             10 JT-PREDECESSOR      PIC X(08) OCCURS 3 TIMES.
       01 JT-CHECK-SIZE           PIC 9(02) VALUE 03.
       01 JT-COUNT-CHECK-VALUES.
          05 FILLER              PIC X(18) VALUE
                "YACHTBATIRECONCILI".
          05 FILLER              PIC X(18) VALUE
                "YACHTBATONIGHTPTSI".
          05 FILLER              PIC X(18) VALUE
                "YACHTBATOSUMUPD  I".
       01 JT-COUNT-CHECK-TABLE REDEFINES JT-COUNT-CHECK-VALUES.
          05 JT-COUNT-CHECK OCCURS 3 TIMES
                INDEXED BY JT-CHK-IDX.
             10 JT-FROM-PROGRAM     PIC X(08).
             10 JT-FROM-COUNT       PIC X(01).
                88 JT-FROM-INPUT         VALUE "I".
             10 JT-TO-PROGRAM       PIC X(08).
             10 JT-TO-COUNT         PIC X(01).
                88 JT-TO-INPUT           VALUE "I".
