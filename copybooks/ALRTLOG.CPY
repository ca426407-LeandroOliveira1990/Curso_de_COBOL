      ******************************************************************
      * Copybook:    ALRTLOG
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE SENT-ALERT LOG (ALRTLOG.DAT),
      *              APPENDED BY PROGALRT: ONE RECORD PER ALERT HANDED
      *              TO THE VENDOR, WITH THE ALERT ID, THE TIME IT WAS
      *              WRITTEN, THE CUSTOMER, THE ACCOUNT, THE EVENT, THE
      *              TRANSACTION, THE CHANNEL AND THE ADDRESS USED. A
      *              RERUN ON THE SAME DATE READS THE DAY'S ENTRIES BACK
      *              SO THE SAME ALERT KEEPS ITS ID AND IS LOGGED ONCE.
      ******************************************************************
       01  AG-RECORD.
           05  AG-ALERT-DATE           PIC 9(08).
           05  AG-ALERT-SEQ            PIC 9(06).
           05  AG-LOG-TIME             PIC 9(08).
           05  AG-CUST-NUMBER          PIC 9(08).
           05  AG-ACCOUNT              PIC 9(08).
           05  AG-EVENT-CODE           PIC X(03).
           05  AG-TRANS-ID             PIC X(10).
           05  AG-CHANNEL              PIC X(01).
           05  AG-ADDRESS              PIC X(50).
           05  AG-AMOUNT               PIC 9(09)V99.
           05  FILLER                  PIC X(07).
