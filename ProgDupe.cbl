      *           TO THE CENTRAL OPERATIONS LOG THROUGH OPSLOG, SO
      *           THE MORNING SHIFT READS THE NIGHT FROM ONE FILE
      *           INSTEAD OF THE CONSOLE SCROLLBACK.
      * Modified: 2026-10-15 - A PGE EXTERNAL PAYMENT EXPANDS THE SAME
      *           WAY AS A TRF: A PGD DEBIT ON THE CUSTOMER'S ACCOUNT
      *           AND A PGC CREDIT ON THE CLEARING SETTLEMENT ACCOUNT
      *           THE EDIT PASS PUT IN THE CONTRA FIELD.
      * Modified: 2026-10-15 - THE TRANSFER AND PAYMENT LEGS ARE NOW
      *           SORTED UNDER THEIR OWN ACCOUNTS: THE CLEAN RECORDS
      *           FROM THE DUPLICATE CHECK GO THROUGH A SECOND SORT
      *           THAT EXPANDS THE LEGS, SO A CREDIT LEG SITS WITH THE
      *           RECEIVING ACCOUNT'S ITEMS INSTEAD OF INSIDE THE
      *           PAYER'S, AND THE POSTING RUN GETS EACH ACCOUNT'S
      *           NIGHT IN ONE UNBROKEN GROUP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDUPE.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SP-STATUS.
           SELECT SORT-WORK ASSIGN TO "SRTWORK.TMP".
           SELECT DUPE-WORK ASSIGN TO "DUPEWORK.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       01  XS-RECORD                   PIC X(92).
       FD  SIM-CONTROL.
           COPY SIMCTL.
       FD  DUPE-WORK.
       01  DW-RECORD.
           05  DW-REC-TYPE             PIC X(01).
           05  DW-TRANS-ID             PIC X(10).
           05  DW-ACCOUNT              PIC X(10).
           05  DW-AMOUNT               PIC S9(7)V99.
           05  DW-TRANS-DATE           PIC 9(08).
           05  DW-TRANS-TYPE           PIC X(03).
           05  DW-CURRENCY             PIC X(03).
           05  DW-CONTRA-ACCOUNT       PIC X(10).
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-REC-TYPE             PIC X(01).
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       77  WS-DEBIT-LEG-TYPE           PIC X(03) VALUE SPACES.
       77  WS-CREDIT-LEG-TYPE          PIC X(03) VALUE SPACES.
       01  WS-SUSP-WORK.
           05  WS-XW-REC-TYPE          PIC X(01).
           05  WS-XW-TRANS-ID          PIC X(10).
               INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
               OUTPUT PROCEDURE IS WRITE-OUTPUT-FILES.

           SORT SORT-WORK
               ON ASCENDING KEY SW-ACCOUNT SW-TRANS-DATE SW-TRANS-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-CLEAN-LEGS
               OUTPUT PROCEDURE IS WRITE-CLEAN-FILE.

           IF WS-DT-STATUS NOT = '00'
               DISPLAY 'PROGDUPE: EDTDTRN.DAT NAO DISPONIVEL - STATUS '
                       WS-DT-STATUS
           END-READ.

       WRITE-OUTPUT-FILES.
           OPEN OUTPUT DUPE-WORK.
           IF WS-SIM-MODE
               PERFORM COUNT-PRIOR-SIM-SUSPENSE
               OPEN EXTEND SIM-SUSPENSE
               END-IF
           END-IF.
           PERFORM RETURN-NEXT-RECORD UNTIL WS-RTN-EOF.
           PERFORM WRITE-SUSPENSE-TRAILER.
           CLOSE DUPE-WORK.
           IF WS-SIM-MODE
               CLOSE SIM-SUSPENSE
           ELSE
           END-RETURN.

       WRITE-CLEAN-DETAIL.
      *    A TRANSFER OR PAYMENT IS KEPT AS ONE RECORD HERE - ITS
      *    LEGS ARE ONLY SPLIT OUT ON THE SECOND SORT BELOW.
           WRITE DW-RECORD FROM SW-RECORD.

       RELEASE-CLEAN-LEGS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DUPE-WORK.
           PERFORM RELEASE-NEXT-CLEAN UNTIL WS-EOF.
           CLOSE DUPE-WORK.

       RELEASE-NEXT-CLEAN.
           READ DUPE-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DW-TRANS-TYPE = 'TRF'
                       MOVE 'TRD' TO WS-DEBIT-LEG-TYPE
                       MOVE 'TRC' TO WS-CREDIT-LEG-TYPE
                       PERFORM RELEASE-TRANSFER-LEGS
                   ELSE
                       IF DW-TRANS-TYPE = 'PGE'
                           MOVE 'PGD' TO WS-DEBIT-LEG-TYPE
                           MOVE 'PGC' TO WS-CREDIT-LEG-TYPE
                           PERFORM RELEASE-TRANSFER-LEGS
                       ELSE
                           MOVE DW-RECORD TO SW-RECORD
                           RELEASE SW-RECORD
                       END-IF
                   END-IF
           END-READ.

       RELEASE-TRANSFER-LEGS.
      *    A TRD DEBIT ON THE RECORD'S ACCOUNT AND A TRC CREDIT ON THE
      *    CONTRA ACCOUNT (PGD/PGC FOR A PAYMENT), BOTH UNDER THE
      *    TRANSFER'S OWN TRANSACTION ID AND EACH CARRYING THE OTHER
      *    LEG'S ACCOUNT AS CONTRA. EACH LEG SORTS UNDER ITS OWN
      *    ACCOUNT, SO THE POSTING RUN ORDERS THE CREDIT WITH THE
      *    RECEIVER'S ITEMS. THE DEBIT IS RELEASED FIRST, SO A
      *    TRANSFER BETWEEN AN ACCOUNT AND ITSELF KEEPS IT AHEAD.
           MOVE DW-RECORD         TO SW-RECORD.
           MOVE WS-DEBIT-LEG-TYPE TO SW-TRANS-TYPE.
           RELEASE SW-RECORD.

           MOVE DW-RECORD         TO SW-RECORD.
           MOVE DW-CONTRA-ACCOUNT TO SW-ACCOUNT.
           MOVE WS-CREDIT-LEG-TYPE TO SW-TRANS-TYPE.
           MOVE DW-ACCOUNT        TO SW-CONTRA-ACCOUNT.
           RELEASE SW-RECORD.

       WRITE-CLEAN-FILE.
           MOVE 'N' TO WS-RTN-SW.
           OPEN OUTPUT CLEAN-TRANSACTIONS.
           PERFORM RETURN-CLEAN-LEG UNTIL WS-RTN-EOF.
           PERFORM WRITE-CLEAN-TRAILER.
           CLOSE CLEAN-TRANSACTIONS.

       RETURN-CLEAN-LEG.
           RETURN SORT-WORK
               AT END
                   SET WS-RTN-EOF TO TRUE
               NOT AT END
                   MOVE SPACES           TO CT-RECORD
                   MOVE SW-REC-TYPE      TO CT-REC-TYPE
                   MOVE SW-TRANS-ID      TO CT-TRANS-ID
                   MOVE SW-ACCOUNT       TO CT-ACCOUNT
                   MOVE SW-AMOUNT        TO CT-AMOUNT
                   MOVE SW-TRANS-DATE    TO CT-TRANS-DATE
                   MOVE SW-TRANS-TYPE    TO CT-TRANS-TYPE
                   MOVE SW-CURRENCY      TO CT-CURRENCY
                   MOVE SW-CONTRA-ACCOUNT TO CT-CONTRA-ACCOUNT
                   WRITE CT-RECORD
                   SET WS-CLEAN-COUNT UP BY 1
           END-RETURN.

       WRITE-SUSPENSE-DETAIL.
           MOVE SPACES                TO WS-SUSP-WORK.
