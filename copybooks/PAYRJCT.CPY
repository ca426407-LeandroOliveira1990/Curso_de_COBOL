      ******************************************************************
      * Copybook:    PAYRJCT
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     FIXED LAYOUT OF THE CLEARING HOUSE'S REJECTED-
      *              PAYMENT FILE (PAGREJ.DAT) PROGPGRJ READS: A HEADER
      *              WITH THE BANK CODE AND FILE DATE, ONE DETAIL PER
      *              PAYMENT THE CLEARING HOUSE OR THE BENEFICIARY'S
      *              BANK REFUSED - OUR TRANSACTION ID, THE SEQUENCE OF
      *              THE OUTBOUND FILE IT TRAVELLED ON, THE AMOUNT AND
      *              THE REJECT CODE AND TEXT - AND A TRAILER WITH THE
      *              DETAIL COUNT.
      ******************************************************************
       01  PJ-RECORD.
           05  PJ-REC-TYPE             PIC X(01).
               88  PJ-HEADER-REC             VALUE 'H'.
               88  PJ-DETAIL-REC             VALUE 'D'.
               88  PJ-TRAILER-REC            VALUE 'T'.
           05  PJ-TRANS-ID             PIC X(10).
           05  PJ-FILE-SEQ             PIC 9(06).
           05  PJ-AMOUNT               PIC 9(11)V99.
           05  PJ-REJECT-CODE          PIC X(03).
           05  PJ-REJECT-TEXT          PIC X(30).
           05  FILLER                  PIC X(17).
       01  PJ-HEADER REDEFINES PJ-RECORD.
           05  PJ-HDR-TYPE             PIC X(01).
           05  PJ-HDR-BANK             PIC 9(03).
           05  PJ-HDR-FILE-DATE        PIC 9(08).
           05  FILLER                  PIC X(68).
       01  PJ-TRAILER REDEFINES PJ-RECORD.
           05  PJ-TRL-TYPE             PIC X(01).
           05  PJ-TRL-COUNT            PIC 9(06).
           05  FILLER                  PIC X(73).
