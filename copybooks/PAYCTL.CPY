      ******************************************************************
      * Copybook:    PAYCTL
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     ONE-RECORD CONTROL FILE FOR EXTERNAL PAYMENTS
      *              (PAYCTL.DAT). CARRIES THE CLEARING SETTLEMENT
      *              ACCOUNT EVERY PGE PAYMENT CREDITS WHEN IT DEBITS
      *              THE CUSTOMER, OUR OWN BANK CODE FOR THE OUTBOUND
      *              FILE'S HEADER, AND THE SEQUENCE NUMBER AND DATE OF
      *              THE LAST OUTBOUND FILE PROGPGEX WROTE, SO EVERY
      *              FILE THE CLEARING HOUSE RECEIVES CARRIES THE NEXT
      *              NUMBER. WITHOUT IT NO PGE PAYMENT CAN POST.
      ******************************************************************
       01  PN-RECORD.
           05  PN-CLEARING-ACCOUNT     PIC 9(08).
           05  PN-BANK-CODE            PIC 9(03).
           05  PN-LAST-FILE-SEQ        PIC 9(06).
           05  PN-LAST-FILE-DATE       PIC 9(08).
           05  FILLER                  PIC X(15).
