      ******************************************************************
      * Copybook:    REFHIST
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     CHANGE HISTORY OF THE REFERENCE-DATA CONTROL FILES
      *              (REFHIST.DAT) - GLMAP, PARTNERS, RETENTN, CMPLCTL
      *              AND FXRATE. ONE RECORD IS APPENDED BY THE
      *              REFERENCE MAINTENANCE (PROGREFM) FOR EVERY
      *              INCLUSION, CHANGE AND DELETION THAT REACHES A
      *              FILE, CARRYING THE WHOLE RECORD BEFORE (BLANK ON
      *              AN INCLUSION) AND AFTER (BLANK ON A DELETION), SO
      *              THE TEXT FIELDS THE NUMERIC AUDIT TRAIL CANNOT
      *              HOLD ARE ON RECORD TOO. A MONETARY CONTROL CHANGE
      *              CARRIES BOTH THE REQUESTER AND THE APPROVER; ANY
      *              OTHER CARRIES THE OPERATOR AS REQUESTER AND A
      *              BLANK APPROVER. NEVER TRUNCATED BY THE NIGHTLY
      *              CHAIN.
      ******************************************************************
       01  RM-RECORD.
           05  RM-FILE-CODE            PIC X(01).
               88  RM-FILE-GLMAP             VALUE 'G'.
               88  RM-FILE-PARTNERS          VALUE 'P'.
               88  RM-FILE-RETENTN           VALUE 'R'.
               88  RM-FILE-CMPLCTL           VALUE 'C'.
               88  RM-FILE-FXRATE            VALUE 'F'.
           05  RM-ACTION               PIC X(01).
               88  RM-ACTION-ADD             VALUE 'I'.
               88  RM-ACTION-CHANGE          VALUE 'A'.
               88  RM-ACTION-DELETE          VALUE 'X'.
           05  RM-BEFORE-IMAGE         PIC X(50).
           05  RM-AFTER-IMAGE          PIC X(50).
           05  RM-REQUEST-OPER         PIC X(08).
           05  RM-APPROVER-OPER        PIC X(08).
           05  RM-CHANGE-DATE          PIC 9(08).
           05  RM-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(10).
