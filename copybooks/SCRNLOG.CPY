      ******************************************************************
      * Copybook:    SCRNLOG
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE SANCTIONS-SCREENING DECISION
      *              LOG (SCRNLOG.DAT), KEPT FOR THE EXAMINERS. APPEND
      *              ONLY: EVERY ALERT RAISED, EVERY CLEAR OR CONFIRM
      *              WITH THE OFFICER'S ID AND JUSTIFICATION, AND EVERY
      *              FREEZE PLACED ON A CONFIRMED HIT'S ACCOUNTS, EACH
      *              WITH THE DATE AND TIME IT HAPPENED. THE ALERT FILE
      *              SAYS WHERE EACH CASE STANDS; THIS FILE SAYS HOW IT
      *              GOT THERE.
      ******************************************************************
       01  SG-RECORD.
           05  SG-LOG-DATE             PIC 9(08).
           05  SG-LOG-TIME             PIC 9(08).
           05  SG-EVENT                PIC X(01).
               88  SG-EVENT-RAISED           VALUE 'A'.
               88  SG-EVENT-CLEARED          VALUE 'L'.
               88  SG-EVENT-CONFIRMED        VALUE 'C'.
               88  SG-EVENT-FROZEN           VALUE 'F'.
           05  SG-CUST-NUMBER          PIC 9(08).
           05  SG-CUST-NAME            PIC X(30).
           05  SG-ENTRY-ID             PIC X(12).
           05  SG-LISTED-NAME          PIC X(40).
           05  SG-MATCH-KIND           PIC X(01).
           05  SG-SCORE                PIC 9(03).
           05  SG-ACCOUNT              PIC 9(08).
           05  SG-PROGRAM              PIC X(08).
           05  SG-OPERATOR-ID          PIC X(08).
           05  SG-REMARK               PIC X(40).
           05  FILLER                  PIC X(05).
