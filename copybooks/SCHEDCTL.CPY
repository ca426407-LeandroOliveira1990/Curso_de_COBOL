      ******************************************************************
      * Copybook:    SCHEDCTL
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     JOB SCHEDULE CONTROL FILE (SCHEDULE.DAT), HAND-
      *              MAINTAINED LIKE PARTNERS.DAT. ONE RECORD PER JOB
      *              THAT RUNS OUTSIDE THE NIGHTLY CHAIN ITSELF: THE
      *              PROGRAM-ID PROGSCHD CALLS, WHETHER IT GOES BEFORE
      *              THE CHAIN ('A' - ANTES, TONIGHT'S BUSINESS DATE)
      *              OR AFTER IT ('D' - DEPOIS, THE DATE JUST POSTED),
      *              ITS ORDER WITHIN THAT PHASE, THE CALENDAR RULE
      *              THAT MAKES IT DUE, AND UP TO FOUR JOBS THAT MUST
      *              HAVE RUN CLEANLY FIRST WHENEVER THEY ARE DUE THE
      *              SAME NIGHT. RULES: 'D' EVERY BUSINESS DAY, 'P'
      *              FIRST BUSINESS DAY OF THE MONTH, 'U' LAST BUSINESS
      *              DAY OF THE MONTH, 'S' WEEKLY ON SJ-WEEKDAY (1 =
      *              MONDAY .. 5 = FRIDAY; A HOLIDAY MOVES IT TO THE
      *              NEXT BUSINESS DAY), 'T' LAST BUSINESS DAY OF THE
      *              QUARTER (MARCH, JUNE, SEPTEMBER, DECEMBER).
      *              SC-ACTIVE 'N' KEEPS A JOB ON FILE WITHOUT RUNNING
      *              IT.
      ******************************************************************
       01  SJ-RECORD.
           05  SJ-JOB-NAME             PIC X(08).
           05  SJ-PHASE                PIC X(01).
               88  SJ-PHASE-BEFORE           VALUE 'A'.
               88  SJ-PHASE-AFTER            VALUE 'D'.
           05  SJ-SEQUENCE             PIC 9(03).
           05  SJ-RULE                 PIC X(01).
               88  SJ-RULE-DAILY             VALUE 'D'.
               88  SJ-RULE-FIRST-BDAY        VALUE 'P'.
               88  SJ-RULE-LAST-BDAY         VALUE 'U'.
               88  SJ-RULE-WEEKLY            VALUE 'S'.
               88  SJ-RULE-QUARTERLY         VALUE 'T'.
           05  SJ-WEEKDAY              PIC 9(01).
           05  SJ-DEPENDS-ON           PIC X(08) OCCURS 4 TIMES.
           05  SJ-ACTIVE-SW            PIC X(01).
               88  SJ-INACTIVE               VALUE 'N'.
           05  SJ-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(03).
