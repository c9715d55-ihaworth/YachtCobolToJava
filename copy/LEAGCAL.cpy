      *****************************************************************
      *    COPYBOOK   : LEAGCAL
      *    DESCRIPTION : One night on a league's season calendar, as
      *                  maintained by CALMNT - the night's status
      *                  (scheduled, played, cancelled, or rescheduled
      *                  to another date) and whether the table fee is
      *                  charged for it.  A rescheduled night carries
      *                  the date it moved to, and the makeup night
      *                  it moved to carries the date it replaces.  A
      *                  league night is one scheduled or played -
      *                  the makeup night of a rescheduled one is
      *                  scheduled in its own right.  The file is kept
      *                  in night-date order, league within the date.
      *****************************************************************
       01 LC-CALENDAR-RECORD.
          05 LC-NIGHT-DATE          PIC 9(08).
          05 LC-LEAGUE-CODE         PIC X(02).
          05 LC-NIGHT-STATUS        PIC X(01).
             88 LC-NIGHT-SCHEDULED       VALUE "S".
             88 LC-NIGHT-PLAYED          VALUE "P".
             88 LC-NIGHT-CANCELLED       VALUE "C".
             88 LC-NIGHT-RESCHEDULED     VALUE "R".
             88 LC-LEAGUE-NIGHT          VALUE "S" "P".
          05 LC-RESCHEDULED-TO      PIC 9(08).
          05 LC-MAKEUP-FOR          PIC 9(08).
          05 LC-BILLABLE-FLAG       PIC X(01).
             88 LC-BILLABLE-NIGHT        VALUE "Y".
          05 LC-NIGHT-NOTE          PIC X(30).
