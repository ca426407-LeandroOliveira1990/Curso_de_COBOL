      ******************************************************************
      * Copybook:    PAYOUT
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     FIXED LAYOUT OF THE OUTBOUND PAYMENT FILE
      *              (PAGOUT.DAT) PROGPGEX WRITES FOR THE CLEARING
      *              HOUSE: ONE HEADER WITH OUR BANK CODE, THE FILE DATE
      *              AND THE FILE SEQUENCE NUMBER, ONE DETAIL PER
      *              EXTERNAL PAYMENT THAT POSTED, AND ONE TRAILER WITH
      *              THE DETAIL COUNT, THE AMOUNT TOTAL AND A HASH
      *              TOTAL OF THE BENEFICIARY ACCOUNT NUMBERS, SO THE
      *              CLEARING HOUSE CAN PROVE THE FILE ARRIVED WHOLE.
      ******************************************************************
       01  PY-RECORD.
           05  PY-REC-TYPE             PIC X(01).
               88  PY-HEADER-REC             VALUE 'H'.
               88  PY-DETAIL-REC             VALUE 'D'.
               88  PY-TRAILER-REC            VALUE 'T'.
           05  PY-DETAIL-SEQ           PIC 9(06).
           05  PY-TRANS-ID             PIC X(10).
           05  PY-PAY-DATE             PIC 9(08).
           05  PY-ORIG-ACCOUNT         PIC 9(08).
           05  PY-AMOUNT               PIC 9(11)V99.
           05  PY-BENE-BANK            PIC 9(03).
           05  PY-BENE-BRANCH          PIC 9(04).
           05  PY-BENE-ACCOUNT         PIC 9(12).
           05  PY-BENE-NAME            PIC X(30).
           05  PY-BENE-TAX-ID          PIC X(14).
           05  FILLER                  PIC X(11).
       01  PY-HEADER REDEFINES PY-RECORD.
           05  PY-HDR-TYPE             PIC X(01).
           05  PY-HDR-BANK             PIC 9(03).
           05  PY-HDR-FILE-DATE        PIC 9(08).
           05  PY-HDR-FILE-SEQ         PIC 9(06).
           05  PY-HDR-LAYOUT           PIC X(08).
           05  FILLER                  PIC X(94).
       01  PY-TRAILER REDEFINES PY-RECORD.
           05  PY-TRL-TYPE             PIC X(01).
           05  PY-TRL-COUNT            PIC 9(06).
           05  PY-TRL-AMOUNT           PIC 9(13)V99.
           05  PY-TRL-ACCOUNT-HASH     PIC 9(18).
           05  FILLER                  PIC X(80).
