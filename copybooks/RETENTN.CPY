      *              (JUDGED AGAINST BD-BUSINESS-DATE); ANYTHING OLDER
      *              MOVES TO THE FILE'S ARCHIVE. A FILE WITH NO
      *              RECORD HERE GETS THE HOUSEKEEPING JOB'S DEFAULT.
      * Modified:    2026-10-15 - ENTRY 'LGPD' HOLDS THE LEGAL PERIOD
      *              A CLOSED CUSTOMER'S PERSONAL DATA IS KEPT BEFORE
      *              THE ANONYMIZATION JOB (PROGANON) OVERWRITES IT.
      *              UNLIKE THE OTHER ENTRIES IT IS COUNTED IN
      *              CALENDAR DAYS FROM THE CLOSURE, AS THE LAW COUNTS
      *              IT.
      ******************************************************************
       01  RT-RECORD.
           05  RT-FILE-ID              PIC X(08).
