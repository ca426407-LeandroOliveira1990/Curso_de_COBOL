      ******************************************************************
      * Copybook:    PAYINST
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE EXTERNAL PAYMENT REGISTER
      *              (PAYINST.DAT), KEYED ON THE TRANSACTION ID OF THE
      *              PGE DETAIL IT BELONGS TO. WRITTEN BY PROGENTR WHEN
      *              AN EXTERNAL PAYMENT IS KEYED, CARRYING WHAT THE
      *              FEED RECORD HAS NO ROOM FOR: THE BENEFICIARY'S
      *              BANK, BRANCH, ACCOUNT (CHECK DIGIT LAST), NAME AND
      *              TAX ID. PROGEDIT HOLDS THE PGE DETAIL TO IT; THE
      *              NIGHT IT POSTS, PROGPGEX SENDS IT ON THE OUTBOUND
      *              PAYMENT FILE AND MARKS IT SENT WITH THE FILE'S
      *              SEQUENCE NUMBER; PROGPGRJ MARKS IT REJECTED WHEN
      *              THE CLEARING HOUSE RETURNS IT AND RE-CREDITS THE
      *              CUSTOMER.
      ******************************************************************
       01  PI-RECORD.
           05  PI-TRANS-ID             PIC X(10).
           05  PI-ACCOUNT              PIC 9(08).
           05  PI-AMOUNT               PIC 9(7)V99.
           05  PI-BENE-BANK            PIC 9(03).
           05  PI-BENE-BRANCH          PIC 9(04).
           05  PI-BENE-ACCOUNT         PIC 9(12).
           05  PI-BENE-NAME            PIC X(30).
           05  PI-BENE-TAX-ID          PIC X(14).
           05  PI-ENTRY-DATE           PIC 9(08).
           05  PI-OPERATOR-ID          PIC X(08).
           05  PI-STATUS               PIC X(01).
               88  PI-STATUS-KEYED           VALUE 'K'.
               88  PI-STATUS-SENT            VALUE 'E'.
               88  PI-STATUS-REJECTED        VALUE 'R'.
           05  PI-SENT-DATE            PIC 9(08).
           05  PI-FILE-SEQ             PIC 9(06).
           05  PI-REJECT-CODE          PIC X(03).
           05  PI-REJECT-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).
