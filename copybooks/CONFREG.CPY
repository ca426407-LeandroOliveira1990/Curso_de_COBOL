      ******************************************************************
      * Copybook:    CONFREG
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE AUDIT CONFIRMATION REGISTER
      *              (CONFREG.DAT), KEYED BY AS-OF DATE AND ACCOUNT.
      *              ONE RECORD PER BALANCE CONFIRMATION LETTER SENT
      *              FOR THE EXTERNAL AUDITORS BY PROGCONF: THE SAMPLE
      *              RULE THAT PICKED THE ACCOUNT, THE BALANCE WE HELD
      *              ON THE AS-OF DATE (FROM BALSNAP.DAT), AND THE OWNER
      *              THE LETTER WENT TO. WHEN THE CUSTOMER'S REPLY COMES
      *              BACK IT IS KEYED AGAINST THE SAME RECORD WITH THE
      *              BALANCE THE CUSTOMER CONFIRMED - AGREED WHEN IT
      *              MATCHES OURS, DIFFERENT OTHERWISE, WHICH MAKES IT
      *              AN EXCEPTION FOR THE AUDITORS.
      ******************************************************************
       01  CR-RECORD.
           05  CR-KEY.
               10  CR-AS-OF-DATE       PIC 9(08).
               10  CR-ACCOUNT          PIC 9(08).
           05  CR-CUSTOMER             PIC 9(08).
           05  CR-STATUS               PIC X(01).
               88  CR-STATUS-SENT            VALUE 'E'.
               88  CR-STATUS-AGREED          VALUE 'C'.
               88  CR-STATUS-DIFFERENT       VALUE 'D'.
           05  CR-SAMPLE-RULE          PIC X(01).
           05  CR-SNAP-BALANCE         PIC S9(7)V99.
           05  CR-SENT-DATE            PIC 9(08).
           05  CR-REPLY-DATE           PIC 9(08).
           05  CR-REPLY-BALANCE        PIC S9(7)V99.
           05  CR-CUST-NAME            PIC X(30).
           05  CR-CUST-ADDRESS         PIC X(40).
           05  CR-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(10).
