      ******************************************************************
      * Copybook:    REFPEND
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     PENDING CHANGES TO THE MONETARY CONTROL FILES
      *              (REFPEND.DAT) - THE FX RATES (FXRATE.DAT) AND THE
      *              COMPLIANCE THRESHOLDS (CMPLCTL.DAT). THE REFERENCE
      *              MAINTENANCE (PROGREFM) DOES NOT TOUCH EITHER FILE
      *              UNDER ONE SET OF HANDS: AN INCLUSION, CHANGE OR
      *              DELETION LANDS HERE WITH THE RECORD AS IT STOOD
      *              (BLANK ON AN INCLUSION), THE RECORD AS REQUESTED
      *              (BLANK ON A DELETION) AND THE REQUESTER'S ID AND
      *              TIMESTAMP, AND ONLY REACHES THE FILE WHEN A
      *              SECOND, DIFFERENT OPERATOR APPROVES IT. A DECIDED
      *              CHANGE LEAVES THE QUEUE; THE CHANGE HISTORY
      *              (REFHIST) AND THE AUDIT TRAIL KEEP IT.
      ******************************************************************
       01  RP-RECORD.
           05  RP-FILE-CODE            PIC X(01).
               88  RP-FILE-CMPLCTL           VALUE 'C'.
               88  RP-FILE-FXRATE            VALUE 'F'.
           05  RP-ACTION               PIC X(01).
               88  RP-ACTION-ADD             VALUE 'I'.
               88  RP-ACTION-CHANGE          VALUE 'A'.
               88  RP-ACTION-DELETE          VALUE 'X'.
           05  RP-BEFORE-IMAGE         PIC X(50).
           05  RP-AFTER-IMAGE          PIC X(50).
           05  RP-REQUEST-OPER         PIC X(08).
           05  RP-REQUEST-DATE         PIC 9(08).
           05  RP-REQUEST-TIME         PIC 9(08).
           05  FILLER                  PIC X(10).
