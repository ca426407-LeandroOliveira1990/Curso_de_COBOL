      *              APPLIED BY THE MAINTENANCE PROGRAM WITH FIELD
      *              EDITS INSTEAD OF CUSTMAST.DAT BEING EDITED
      *              OFFLINE.
      * Modified:    2026-10-15 - MT-TAX-STATUS TAKEN FROM THE FILLER:
      *              T (STANDARD), I (EXEMPT) OR N (NON-RESIDENT) SETS
      *              THE CUSTOMER'S INCOME-TAX STATUS; BLANK LEAVES IT
      *              AS IT IS (STANDARD ON AN ADD).
      * Modified:    2026-10-15 - THE CUSTOMER'S IDENTITY (KYC) FIELDS
      *              ADDED - TAX ID, DOCUMENT TYPE AND NUMBER, DATE OF
      *              BIRTH, PHONE AND RISK RATING - APPLIED TO KYCMAST;
      *              BLANK LEAVES A FIELD AS IT IS. NEW ACTION V RECORDS
      *              A COMPLETED PERIODIC REVIEW.
      * Modified:    2026-10-15 - NEW ACTION M MERGES A DUPLICATE
      *              CUSTOMER (MT-CUST-NUMBER) INTO THE SURVIVING ONE
      *              NAMED IN MT-MERGE-INTO, TAKEN FROM THE FILLER: THE
      *              DUPLICATE'S ACCOUNTS MOVE TO THE SURVIVOR AND THE
      *              DUPLICATE IS CLOSED. BLANK ON EVERY OTHER ACTION.
      ******************************************************************
       01  MT-RECORD.
           05  MT-ACTION               PIC X(01).
               88  MT-ACTION-ADD             VALUE 'A'.
               88  MT-ACTION-CHANGE          VALUE 'C'.
               88  MT-ACTION-CLOSE           VALUE 'X'.
               88  MT-ACTION-REVIEW          VALUE 'V'.
               88  MT-ACTION-MERGE           VALUE 'M'.
           05  MT-CUST-NUMBER          PIC X(08).
           05  MT-CUST-NAME            PIC X(30).
           05  MT-CUST-ADDRESS         PIC X(40).
           05  MT-TAX-STATUS           PIC X(01).
               88  MT-TAX-VALID              VALUE SPACE 'T' 'I' 'N'.
           05  MT-TAX-ID               PIC X(14).
           05  MT-DOC-TYPE             PIC X(02).
               88  MT-DOC-VALID              VALUE SPACES 'RG' 'CN'
                                                   'PP' 'RN' 'CS'.
           05  MT-DOC-NUMBER           PIC X(15).
           05  MT-BIRTH-DATE           PIC X(08).
           05  MT-PHONE                PIC X(15).
           05  MT-RISK-RATING          PIC X(01).
               88  MT-RISK-VALID             VALUE SPACE 'L' 'M' 'H'.
           05  MT-MERGE-INTO           PIC X(08).
           05  FILLER                  PIC X(01).
