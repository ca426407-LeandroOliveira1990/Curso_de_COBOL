      ******************************************************************
      * Copybook:    ESCHREG
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE ESCHEAT REGISTER
      *              (ESCHREG.DAT), KEYED BY ACCOUNT. ONE RECORD PER
      *              ACCOUNT THE YEARLY ESCHEATMENT RUN (PROGESCH) HAS
      *              EVER NOTICED: THE DUE-DILIGENCE NOTICE DATE AND THE
      *              END OF THE RESPONSE WINDOW, THE BALANCE AT NOTICE,
      *              AND - ONCE THE WINDOW PASSES WITH NO SIGN OF THE
      *              OWNER - THE DATE AND AMOUNT TRANSFERRED TO THE
      *              ESCHEAT LIABILITY ACCOUNT. THE OWNER'S NAME AND
      *              ADDRESS ARE SNAPSHOT AT NOTICE SO A CUSTOMER WHO
      *              COMES BACK YEARS LATER CAN STILL BE TRACED, AND THE
      *              CLAIM DATE AND THE ACCOUNT REPAID TO CLOSE THE
      *              RECORD OUT. AN ACCOUNT WHOSE OWNER SHOWED UP INSIDE
      *              THE WINDOW IS KEPT AND MAY BE NOTICED AGAIN IN A
      *              LATER YEAR.
      ******************************************************************
       01  ER-RECORD.
           05  ER-ACCOUNT              PIC 9(08).
           05  ER-CUSTOMER             PIC 9(08).
           05  ER-STATUS               PIC X(01).
               88  ER-STATUS-NOTICED         VALUE 'D'.
               88  ER-STATUS-KEPT            VALUE 'K'.
               88  ER-STATUS-TRANSFERRED     VALUE 'T'.
               88  ER-STATUS-CLAIMED         VALUE 'C'.
           05  ER-LAST-ACTIVITY        PIC 9(08).
           05  ER-NOTICE-DATE          PIC 9(08).
           05  ER-DEADLINE             PIC 9(08).
           05  ER-NOTICE-BALANCE       PIC S9(7)V99.
           05  ER-ESCHEAT-DATE         PIC 9(08).
           05  ER-ESCHEAT-AMOUNT       PIC S9(7)V99.
           05  ER-LIABILITY-ACCOUNT    PIC 9(08).
           05  ER-CLAIM-DATE           PIC 9(08).
           05  ER-CLAIM-ACCOUNT        PIC 9(08).
           05  ER-CUST-NAME            PIC X(30).
           05  ER-CUST-ADDRESS         PIC X(40).
           05  ER-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(10).
