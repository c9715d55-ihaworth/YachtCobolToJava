      *****************************************************************
      *    COPYBOOK   : JOBLOG
      *    DESCRIPTION : One entry on the nightly job-step log.  Each
      *                  step of the night's job stream writes a
      *                  start entry before it opens its files and an
      *                  end entry as it closes them - normally or on
      *                  its way to an abend - through JOBSTEP.  The
      *                  end entry carries the step's return code and
      *                  its key input and output record counts.  The
      *                  file is only ever appended to, so the last
      *                  entry for a night, league and program is the
      *                  latest word on that step.  JL-LEAGUE-CODE of
      *                  spaces marks a run made for every league at
      *                  once.  JL-STEP-NOTE carries the reason a step
      *                  was refused, or let through on the operator
      *                  override, on its start entry.
      *****************************************************************
       01 JL-JOB-STEP-RECORD.
          05 JL-NIGHT-DATE          PIC 9(08).
          05 JL-LEAGUE-CODE         PIC X(02).
          05 JL-PROGRAM-ID          PIC X(08).
          05 JL-ENTRY-TYPE          PIC X(01).
             88 JL-STEP-STARTED          VALUE "S".
             88 JL-STEP-ENDED            VALUE "E".
          05 JL-ENTRY-DATE          PIC 9(08).
          05 JL-ENTRY-TIME          PIC 9(08).
          05 JL-RETURN-CODE         PIC 9(04).
          05 JL-INPUT-COUNT         PIC 9(09).
          05 JL-OUTPUT-COUNT        PIC 9(09).
          05 JL-OVERRIDE-FLAG       PIC X(01).
             88 JL-RUN-ON-OVERRIDE       VALUE "Y".
          05 JL-STEP-NOTE           PIC X(50).
