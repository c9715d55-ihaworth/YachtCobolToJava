      *****************************************************************
      *    COPYBOOK   : JOBSTPL
      *    DESCRIPTION : Parameter area passed to JOBSTEP by each step
      *                  of the night's job stream.  A start request
      *                  checks that the step's predecessors ended
      *                  cleanly for the night and league and logs
      *                  the start; JS-STEP-STATUS comes back refused,
      *                  with the reason, when they did not and the
      *                  operator has not supplied the override.  An
      *                  end request logs the return code and counts.
      *                  A JS-NIGHT-DATE of zero is filled in by
      *                  JOBSTEP from STEPNGT, or failing that the
      *                  run date.
      *****************************************************************
       01 JS-JOB-STEP-AREA.
          05 JS-REQUEST             PIC X(01).
             88 JS-START-STEP            VALUE "S".
             88 JS-END-STEP              VALUE "E".
          05 JS-PROGRAM-ID          PIC X(08).
          05 JS-NIGHT-DATE          PIC 9(08).
          05 JS-LEAGUE-CODE         PIC X(02).
          05 JS-RETURN-CODE         PIC 9(04).
          05 JS-INPUT-COUNT         PIC 9(09).
          05 JS-OUTPUT-COUNT        PIC 9(09).
          05 JS-STEP-STATUS         PIC X(01).
             88 JS-STEP-CLEARED          VALUE "Y".
             88 JS-STEP-REFUSED          VALUE "N".
          05 JS-REFUSAL-MESSAGE     PIC X(40).
