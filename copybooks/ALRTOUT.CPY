      ******************************************************************
      * Copybook:    ALRTOUT
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     FIXED LAYOUT OF THE NIGHTLY ALERT FILE
      *              (ALERTOUT.DAT) PROGALRT WRITES FOR THE SMS/E-MAIL
      *              VENDOR: ONE HEADER WITH THE FILE DATE AND THE
      *              LAYOUT NAME, ONE DETAIL PER ALERT - THE ALERT ID
      *              (DATE + SEQUENCE), THE CUSTOMER, THE CHANNEL AND
      *              THE ADDRESS TO SEND TO, THE EVENT CODE, THE
      *              ACCOUNT, THE TRANSACTION, THE AMOUNT AND THE
      *              ACCOUNT'S BALANCE - AND ONE TRAILER WITH THE
      *              DETAIL COUNT AND THE AMOUNT TOTAL. EVENT CODES:
      *              NSF DEBIT REFUSED, TAR NSF FEE, BLQ HOLD PLACED,
      *              SLD LOW BALANCE, DEB LARGE DEBIT, ORD STANDING
      *              ORDER NOT PAID.
      ******************************************************************
       01  AO-RECORD.
           05  AO-REC-TYPE             PIC X(01).
               88  AO-HEADER-REC             VALUE 'H'.
               88  AO-DETAIL-REC             VALUE 'D'.
               88  AO-TRAILER-REC            VALUE 'T'.
           05  AO-ALERT-DATE           PIC 9(08).
           05  AO-ALERT-SEQ            PIC 9(06).
           05  AO-CUST-NUMBER          PIC 9(08).
           05  AO-CUST-NAME            PIC X(30).
           05  AO-CHANNEL              PIC X(01).
           05  AO-ADDRESS              PIC X(50).
           05  AO-EVENT-CODE           PIC X(03).
           05  AO-ACCOUNT              PIC 9(08).
           05  AO-TRANS-ID             PIC X(10).
           05  AO-AMOUNT               PIC 9(09)V99.
           05  AO-BALANCE-SIGN         PIC X(01).
           05  AO-BALANCE              PIC 9(09)V99.
           05  FILLER                  PIC X(12).
       01  AO-HEADER REDEFINES AO-RECORD.
           05  AO-HDR-TYPE             PIC X(01).
           05  AO-HDR-FILE-DATE        PIC 9(08).
           05  AO-HDR-LAYOUT           PIC X(08).
           05  FILLER                  PIC X(143).
       01  AO-TRAILER REDEFINES AO-RECORD.
           05  AO-TRL-TYPE             PIC X(01).
           05  AO-TRL-COUNT            PIC 9(06).
           05  AO-TRL-AMOUNT           PIC 9(13)V99.
           05  FILLER                  PIC X(138).
