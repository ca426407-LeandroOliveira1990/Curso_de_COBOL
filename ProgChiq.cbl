      *           USE, THE SAME EDIT THE OTHER OPERATOR PROGRAMS
      *           APPLY, INSTEAD OF ACCEPTING RAW KEYSTROKES INTO A
      *           NUMERIC FIELD.
      * Modified: 2026-10-15 - A CHANGE THAT TOUCHED THE CUSTOMER'S
      *           IDENTITY (KYC) RECORD ALSO PRINTS THE BEFORE AND
      *           AFTER KYC IMAGES - TAX ID, DOCUMENT, DATE OF BIRTH,
      *           PHONE, RISK RATING AND REVIEW-DUE DATE.
      * Modified: 2026-10-15 - AN ACCOUNT MOVED TO ANOTHER BRANCH
      *           (ACTION T) ALSO PRINTS THE ACCOUNT AND ITS OLD AND
      *           NEW BRANCH.
      * Modified: 2026-10-15 - A MERGE OF DUPLICATE CUSTOMERS (ACTION
      *           M) ALSO PRINTS THE OTHER CUSTOMER OF THE MERGE AND
      *           THE ACCOUNT MOVED, ZERO ON THE CLOSURE AND SURVIVOR
      *           RECORDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHIQ.
           05  IL-AFT-NAME             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-ADDRESS          PIC X(39).
       01  WS-INQ-DETAIL-4.
           05  FILLER                  PIC X(08) VALUE '  KYC AN'.
           05  IL-BEF-TAX-ID           PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-DOC-TYPE         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-DOC-NUMBER       PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-BIRTH-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-PHONE            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-RISK-RATING      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-REVIEW-DUE       PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-INQ-DETAIL-5.
           05  FILLER                  PIC X(08) VALUE '  KYC DP'.
           05  IL-AFT-TAX-ID           PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-DOC-TYPE         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-DOC-NUMBER       PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-BIRTH-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-PHONE            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-RISK-RATING      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-REVIEW-DUE       PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-INQ-DETAIL-6.
           05  FILLER                  PIC X(08) VALUE '  CONTA '.
           05  IL-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(15) VALUE
                   '  AGENCIA ANTES'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-BEF-BRANCH           PIC X(04).
           05  FILLER                  PIC X(08) VALUE '  DEPOIS'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-AFT-BRANCH           PIC X(04).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  WS-INQ-DETAIL-7.
           05  FILLER                  PIC X(20) VALUE
                   '  FUSAO COM CLIENTE '.
           05  IL-MERGE-CUST           PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  CONTA '.
           05  IL-MERGE-ACCOUNT        PIC 9(08).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-INQ-TOTAL.
           05  FILLER                  PIC X(24) VALUE
                   'REGISTROS SELECIONADOS: '.
           MOVE CH-AFT-ADDRESS    TO IL-AFT-ADDRESS.
           WRITE INQ-LINE         FROM WS-INQ-DETAIL-3.
           ADD 3 TO WS-LINE-COUNT.
           IF CH-BEF-KYC NOT = SPACES OR CH-AFT-KYC NOT = SPACES
               PERFORM PRINT-KYC-LINES
           END-IF.
           IF CH-ACTION-BRANCH
               PERFORM PRINT-BRANCH-LINE
           END-IF.
           IF CH-ACTION-MERGE
               PERFORM PRINT-MERGE-LINE
           END-IF.
           SET WS-MATCH-COUNT UP BY 1.

       PRINT-KYC-LINES.
           MOVE CH-BEF-TAX-ID      TO IL-BEF-TAX-ID.
           MOVE CH-BEF-DOC-TYPE    TO IL-BEF-DOC-TYPE.
           MOVE CH-BEF-DOC-NUMBER  TO IL-BEF-DOC-NUMBER.
           MOVE CH-BEF-BIRTH-DATE  TO IL-BEF-BIRTH-DATE.
           MOVE CH-BEF-PHONE       TO IL-BEF-PHONE.
           MOVE CH-BEF-RISK-RATING TO IL-BEF-RISK-RATING.
           MOVE CH-BEF-REVIEW-DUE  TO IL-BEF-REVIEW-DUE.
           WRITE INQ-LINE          FROM WS-INQ-DETAIL-4.
           MOVE CH-AFT-TAX-ID      TO IL-AFT-TAX-ID.
           MOVE CH-AFT-DOC-TYPE    TO IL-AFT-DOC-TYPE.
           MOVE CH-AFT-DOC-NUMBER  TO IL-AFT-DOC-NUMBER.
           MOVE CH-AFT-BIRTH-DATE  TO IL-AFT-BIRTH-DATE.
           MOVE CH-AFT-PHONE       TO IL-AFT-PHONE.
           MOVE CH-AFT-RISK-RATING TO IL-AFT-RISK-RATING.
           MOVE CH-AFT-REVIEW-DUE  TO IL-AFT-REVIEW-DUE.
           WRITE INQ-LINE          FROM WS-INQ-DETAIL-5.
           ADD 2 TO WS-LINE-COUNT.

       PRINT-BRANCH-LINE.
           MOVE CH-ACCOUNT         TO IL-ACCOUNT.
           MOVE CH-BEF-BRANCH      TO IL-BEF-BRANCH.
           MOVE CH-AFT-BRANCH      TO IL-AFT-BRANCH.
           WRITE INQ-LINE          FROM WS-INQ-DETAIL-6.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-MERGE-LINE.
           MOVE CH-MERGE-CUST      TO IL-MERGE-CUST.
           MOVE CH-ACCOUNT         TO IL-MERGE-ACCOUNT.
           WRITE INQ-LINE          FROM WS-INQ-DETAIL-7.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NUM NOT = 0
               MOVE SPACES       TO INQ-LINE
