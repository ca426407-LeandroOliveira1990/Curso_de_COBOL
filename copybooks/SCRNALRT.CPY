      ******************************************************************
      * Copybook:    SCRNALRT
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE SANCTIONS-SCREENING ALERT
      *              FILE (SCRNALRT.DAT). ONE RECORD PER CUSTOMER NAME
      *              THAT MATCHED A WATCH-LIST ENTRY, EXACTLY OR NEARLY,
      *              WITH WHERE THE SCREENING HAPPENED (A CUSTOMER ADD
      *              OR NAME CHANGE IN PROGCMNT, THE FULL RE-SCREEN
      *              WHEN A NEW LIST ARRIVES, OR A TRANSFER'S CONTRA
      *              ACCOUNT IN THE EDIT PASS), THE LISTED NAME AND THE
      *              MATCH SCORE. AN ALERT STAYS PENDING UNTIL A
      *              COMPLIANCE OFFICER CLEARS IT AS A FALSE POSITIVE OR
      *              CONFIRMS IT IN PROGSCRV; A CONFIRMED ALERT FREEZES
      *              EVERY ACCOUNT OF THE CUSTOMER. DECIDED ALERTS ARE
      *              KEPT, SO THE SAME NAME IS NOT RAISED AGAIN AGAINST
      *              THE SAME ENTRY.
      ******************************************************************
       01  SA-RECORD.
           05  SA-ALERT-DATE           PIC 9(08).
           05  SA-CUST-NUMBER          PIC 9(08).
           05  SA-CUST-NAME            PIC X(30).
           05  SA-ACCOUNT              PIC 9(08).
           05  SA-SOURCE               PIC X(01).
               88  SA-SOURCE-ADD             VALUE 'I'.
               88  SA-SOURCE-NAME-CHANGE     VALUE 'N'.
               88  SA-SOURCE-RESCREEN        VALUE 'R'.
               88  SA-SOURCE-TRANSFER        VALUE 'T'.
           05  SA-ENTRY-ID             PIC X(12).
           05  SA-LISTED-NAME          PIC X(40).
           05  SA-MATCH-KIND           PIC X(01).
               88  SA-MATCH-EXACT            VALUE 'E'.
               88  SA-MATCH-NEAR             VALUE 'P'.
           05  SA-SCORE                PIC 9(03).
           05  SA-LIST-DATE            PIC 9(08).
           05  SA-STATUS               PIC X(01).
               88  SA-PENDING                VALUE 'P'.
               88  SA-CLEARED                VALUE 'L'.
               88  SA-CONFIRMED              VALUE 'C'.
           05  SA-DECISION-DATE        PIC 9(08).
           05  SA-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(10).
