      ******************************************************************
      * Copybook:    GLCONF
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE CORPORATE LEDGER'S DAILY
      *              ACCEPTANCE AND BALANCE FILE (GLCONF.DAT), SENT
      *              BACK FOR THE JOURNALS PROGGLEX DELIVERED. A HEADER
      *              WITH THE LEDGER'S FILE DATE, ONE ACCEPTANCE RECORD
      *              PER JOURNAL THE LEDGER PROCESSED (OUR BUSINESS
      *              DATE, THE RECORD COUNT AND HASH TOTAL IT LOADED,
      *              ACCEPTED OR REJECTED WITH ITS REASON), ONE BALANCE
      *              RECORD PER CONTROL ACCOUNT (THE LEDGER'S CLOSING
      *              BALANCE OF THE GL ACCOUNT AS OF A BUSINESS DATE),
      *              AND A TRAILER WITH THE COUNT OF ACCEPTANCE AND
      *              BALANCE RECORDS. READ BY PROGGLRC.
      ******************************************************************
       01  GF-RECORD.
           05  GF-REC-TYPE             PIC X(01).
               88  GF-HEADER-REC             VALUE 'H'.
               88  GF-ACCEPT-REC             VALUE 'A'.
               88  GF-BALANCE-REC            VALUE 'B'.
               88  GF-TRAILER-REC            VALUE 'T'.
           05  GF-JOURNAL-DATE         PIC 9(08).
           05  GF-REC-COUNT            PIC 9(10).
           05  GF-HASH-AMOUNT          PIC S9(11)V99.
           05  GF-ACCEPT-STATUS        PIC X(01).
               88  GF-ACCEPTED               VALUE 'A'.
               88  GF-REJECTED               VALUE 'R'.
           05  GF-REJECT-REASON        PIC X(30).
           05  FILLER                  PIC X(17).
       01  GF-HEADER REDEFINES GF-RECORD.
           05  GF-HDR-TYPE             PIC X(01).
           05  GF-HDR-FILE-DATE        PIC 9(08).
           05  FILLER                  PIC X(71).
       01  GF-BALANCE REDEFINES GF-RECORD.
           05  GF-BAL-TYPE             PIC X(01).
           05  GF-BAL-DATE             PIC 9(08).
           05  GF-BAL-GL-ACCOUNT       PIC X(10).
           05  GF-BAL-AMOUNT           PIC S9(13)V99.
           05  FILLER                  PIC X(46).
       01  GF-TRAILER REDEFINES GF-RECORD.
           05  GF-TRL-TYPE             PIC X(01).
           05  GF-TRL-COUNT            PIC 9(06).
           05  FILLER                  PIC X(73).
