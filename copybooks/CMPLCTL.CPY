      *              SAME-DAY AGGREGATES THAT CROSS IT IN PIECES. A
      *              MISSING FILE MEANS THE PROGRAM'S BUILT-IN
      *              DEFAULT, SO THE NIGHT NEVER RUNS UNSCREENED.
      * Modified:    2026-10-15 - CP-NAME-THRESHOLD ADDED: THE LOWEST
      *              SCORE (0-100) AT WHICH THE SANCTIONS NAME SCREEN
      *              (NAMESCR) CALLS A NEAR MATCH. BLANK OR ZERO MEANS
      *              THE BUILT-IN DEFAULT.
      * Modified:    2026-10-15 - CP-DUP-THRESHOLD ADDED: THE LOWEST
      *              SCORE (0-100) AT WHICH THE DUPLICATE-CUSTOMER SCAN
      *              (PROGCDUP) LISTS A PAIR OF CUSTOMERS FOR REVIEW.
      *              BLANK OR ZERO MEANS THE BUILT-IN DEFAULT.
      ******************************************************************
       01  CP-RECORD.
           05  CP-THRESHOLD            PIC 9(9)V99.
           05  CP-NAME-THRESHOLD       PIC 9(03).
           05  CP-DUP-THRESHOLD        PIC 9(03).
           05  FILLER                  PIC X(03).
