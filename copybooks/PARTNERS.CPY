      *              A BATCH CARRIES ITS SOURCE, AND WHETHER THE FILE
      *              MUST END WITH A TRAILER,<COUNT> LINE THE INTAKE
      *              PROVES ('C') OR CARRIES NONE ('N').
      * Modified:    2026-10-15 - PR-CUTOFF-TIME CARVED FROM THE
      *              FILLER: THE TIME OF DAY (HHMM) THE PARTNER'S FILE
      *              MUST HAVE ARRIVED BY TO JOIN THAT NIGHT'S INTAKE.
      *              A LATER FILE IS HELD FOR THE NEXT BUSINESS DAY; NO
      *              FILE BY THEN RAISES A MISSING-FILE ALERT. ZERO OR
      *              BLANK MEANS NO CUT-OFF - THE FILE IS TAKEN
      *              WHENEVER THE INTAKE RUNS, AS BEFORE.
      ******************************************************************
       01  PR-RECORD.
           05  PR-PARTNER-ID           PIC X(04).
           05  PR-TRAILER-RULE         PIC X(01).
               88  PR-TRAILER-REQUIRED       VALUE 'C'.
               88  PR-TRAILER-NONE           VALUE 'N'.
           05  PR-CUTOFF-TIME          PIC 9(04).
           05  FILLER                  PIC X(04).
