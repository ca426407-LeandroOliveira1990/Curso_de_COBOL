      ******************************************************************
      * Copybook:    ESTMTEX
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     FIXED LAYOUT OF THE ELECTRONIC STATEMENT EXTRACT
      *              (ESTMT.DAT) THE MONTHLY STATEMENT RUN (PROGSTMT)
      *              WRITES FOR THE E-STATEMENT VENDOR. ONE FILE HEADER
      *              (F) WITH THE STATEMENT DATE AND LAYOUT NAME; THEN,
      *              FOR EACH CUSTOMER WHO TAKES ELECTRONIC STATEMENTS,
      *              EACH OF THE CUSTOMER'S ACCOUNTS AS AN ACCOUNT
      *              HEADER (H) WITH THE NAME, E-MAIL AND ADDRESS, ONE
      *              TRANSACTION RECORD (D) PER MOVEMENT, AND AN ACCOUNT
      *              SUMMARY (S) WITH THE OPENING BALANCE, CREDITS,
      *              DEBITS, CLOSING BALANCE AND MOVEMENT COUNT; AND ONE
      *              FILE TRAILER (T) WITH THE CUSTOMER, ACCOUNT AND
      *              RECORD COUNTS. EVERY RECORD BUT THE FILE HEADER AND
      *              TRAILER CARRIES THE CUSTOMER AND ACCOUNT, AND THE
      *              FILE IS IN CUSTOMER/ACCOUNT ORDER. SIGNED AMOUNTS
      *              CARRY A LEADING SEPARATE SIGN.
      * Modified:    2026-10-15 - THE ACCOUNT HEADER CARRIES THE
      *              CUSTOMER'S HOUSEHOLD (HOUSEHLD.DAT - THE CUSTOMER
      *              ITSELF WHEN IT SHARES ITS ADDRESS WITH NOBODY),
      *              TAKEN FROM THE FILLER, AND THE FILE IS NOW IN
      *              HOUSEHOLD/CUSTOMER/ACCOUNT ORDER, SO THE VENDOR
      *              CAN SEND ONE HOUSEHOLD'S STATEMENTS TOGETHER.
      ******************************************************************
       01  EM-RECORD.
           05  EM-REC-TYPE             PIC X(01).
               88  EM-FILE-HEADER-REC        VALUE 'F'.
               88  EM-ACCOUNT-HEADER-REC     VALUE 'H'.
               88  EM-TRANSACTION-REC        VALUE 'D'.
               88  EM-SUMMARY-REC            VALUE 'S'.
               88  EM-FILE-TRAILER-REC       VALUE 'T'.
           05  EM-CUSTOMER             PIC 9(08).
           05  EM-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(143).
       01  EM-ACCOUNT-HEADER REDEFINES EM-RECORD.
           05  FILLER                  PIC X(17).
           05  EM-HDR-CUST-NAME        PIC X(30).
           05  EM-HDR-EMAIL            PIC X(50).
           05  EM-HDR-ADDRESS          PIC X(40).
           05  EM-HDR-STMT-DATE        PIC 9(08).
           05  EM-HDR-CURRENCY         PIC X(03).
           05  EM-HDR-DELIVERY         PIC X(01).
           05  EM-HDR-HOUSEHOLD        PIC 9(08).
           05  FILLER                  PIC X(03).
       01  EM-TRANSACTION REDEFINES EM-RECORD.
           05  FILLER                  PIC X(17).
           05  EM-TRN-ID               PIC X(10).
           05  EM-TRN-DATE             PIC 9(08).
           05  EM-TRN-AMOUNT           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(113).
       01  EM-SUMMARY REDEFINES EM-RECORD.
           05  FILLER                  PIC X(17).
           05  EM-SUM-OPENING          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  EM-SUM-CREDITS          PIC 9(09)V99.
           05  EM-SUM-DEBITS           PIC 9(09)V99.
           05  EM-SUM-CLOSING          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  EM-SUM-TRN-COUNT        PIC 9(06).
           05  FILLER                  PIC X(91).
       01  EM-FILE-HEADER REDEFINES EM-RECORD.
           05  EM-FHD-TYPE             PIC X(01).
           05  EM-FHD-STMT-DATE        PIC 9(08).
           05  EM-FHD-LAYOUT           PIC X(08).
           05  FILLER                  PIC X(143).
       01  EM-FILE-TRAILER REDEFINES EM-RECORD.
           05  EM-FTR-TYPE             PIC X(01).
           05  EM-FTR-CUSTOMERS        PIC 9(06).
           05  EM-FTR-ACCOUNTS         PIC 9(06).
           05  EM-FTR-RECORDS          PIC 9(08).
           05  FILLER                  PIC X(139).
