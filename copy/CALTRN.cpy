      *****************************************************************
      *    COPYBOOK   : CALTRN
      *    DESCRIPTION : One maintenance transaction against the
      *                  LEAGUE-CALENDAR file - a night added to a
      *                  league's season, a night marked played or
      *                  cancelled, a night rescheduled to the date in
      *                  CT-NEW-DATE, a change of the billable flag or
      *                  note, or a night dropped.  A blank billable
      *                  flag or note leaves what is on file; a night
      *                  added with no billable flag is billable.
      *****************************************************************
       01 CT-CALENDAR-TRANS-RECORD.
          05 CT-TRANS-ACTION        PIC X(01).
             88 CT-ADD-NIGHT             VALUE "A".
             88 CT-MARK-PLAYED           VALUE "P".
             88 CT-CANCEL-NIGHT          VALUE "X".
             88 CT-RESCHEDULE-NIGHT      VALUE "R".
             88 CT-CHANGE-NIGHT          VALUE "C".
             88 CT-DROP-NIGHT            VALUE "D".
          05 CT-NIGHT-DATE          PIC 9(08).
          05 CT-LEAGUE-CODE         PIC X(02).
          05 CT-NEW-DATE            PIC 9(08).
          05 CT-BILLABLE-FLAG       PIC X(01).
             88 CT-BILLABLE-VALID        VALUE "Y" "N" " ".
          05 CT-NIGHT-NOTE          PIC X(30).
