      *           CUSTOMER SHOWS THAT CUSTOMER'S NAME AND ADDRESS
      *           INSTEAD OF LOSING THEM TO THE LEGACY SAME-NUMBER
      *           ASSUMPTION.
      * Modified: 2026-10-15 - THE STRUCTURING AGGREGATE IS NOW TAKEN
      *           PER HOUSEHOLD (HOUSEHLD.DAT, BUILT BY PROGCDUP; A
      *           CUSTOMER NOT ON IT IS ITS OWN HOUSEHOLD) INSTEAD OF
      *           PER ACCOUNT, SO PIECES SPREAD OVER A CUSTOMER'S OR A
      *           HOUSEHOLD'S SEVERAL ACCOUNTS ADD UP. AN AGGREGATE ON
      *           ONE ACCOUNT IS STILL KIND A; ONE OVER SEVERAL IS KIND
      *           H, WITH THE FIRST ACCOUNT SEEN AND THE NAME AND
      *           ADDRESS OF THE CUSTOMER THE HOUSEHOLD IS NUMBERED
      *           AFTER. EVERY DETAIL CARRIES THE HOUSEHOLD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOMP.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY.
           COPY BUSDATE.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  HOUSEHOLDS.
           COPY HOUSEHLD.
       WORKING-STORAGE SECTION.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       77  WS-HH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HH-COUNT                 PIC 9(04) VALUE 0.
       77  WS-HH-IDX                   PIC 9(04) VALUE 0.
       77  WS-HHF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-HHF-HOUSEHOLD            PIC 9(08) VALUE 0.
       77  WS-HHF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-HHF-HIT                    VALUE 'Y'.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HT-ENTRY OCCURS 2000 TIMES.
               10  WS-HT-CUSTOMER      PIC 9(08).
               10  WS-HT-HOUSEHOLD     PIC 9(08).
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-AGG-TABLE.
           05  WS-AG-ENTRY OCCURS 1000 TIMES.
               10  WS-AG-HOUSEHOLD     PIC 9(08).
               10  WS-AG-ACCOUNT       PIC 9(08).
               10  WS-AG-MULTI-SW      PIC X(01).
                   88  WS-AG-MULTI-ACCOUNT   VALUE 'Y'.
               10  WS-AG-DIRECTION     PIC X(01).
               10  WS-AG-TOTAL         PIC 9(11)V99.
               10  WS-AG-PIECES        PIC 9(05).
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-THRESHOLD.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-HOUSEHOLD-TABLE.

           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS NOT = '00'
           MOVE PH-AMOUNT           TO CO-AMOUNT.
           MOVE CM-CUST-NAME        TO CO-CUST-NAME.
           MOVE CM-CUST-ADDRESS     TO CO-CUST-ADDRESS.
           MOVE WS-HHF-HOUSEHOLD    TO CO-HOUSEHOLD.
           WRITE CO-RECORD.
           SET WS-FLAGGED-COUNT UP BY 1.

       TALLY-AGGREGATE.
      *    ONLY THE UNDER-THRESHOLD PIECES JOIN THE STRUCTURING SUM -
      *    A SINGLE OVER THE LINE IS ALREADY REPORTED ON ITS OWN. THE
      *    PIECES ARE SUMMED PER HOUSEHOLD, WHICHEVER OF ITS ACCOUNTS
      *    THEY WERE POSTED TO.
           COMPUTE WS-PH-ACCT-NUM = FUNCTION NUMVAL (PH-ACCOUNT).
           MOVE WS-PH-ACCT-NUM TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO WS-HHF-CUSTOMER.
           PERFORM CUSTOMER-TO-HOUSEHOLD.
           MOVE 0 TO WS-AGG-FOUND-IDX.
           PERFORM FIND-AGG-ENTRY
               VARYING WS-AGG-IDX FROM 1 BY 1
               ELSE
                   SET WS-AGG-COUNT UP BY 1
                   MOVE WS-AGG-COUNT TO WS-AGG-FOUND-IDX
                   MOVE WS-HHF-HOUSEHOLD
                       TO WS-AG-HOUSEHOLD (WS-AGG-FOUND-IDX)
                   MOVE WS-PH-ACCT-NUM
                       TO WS-AG-ACCOUNT (WS-AGG-FOUND-IDX)
                   MOVE 'N' TO WS-AG-MULTI-SW (WS-AGG-FOUND-IDX)
                   MOVE WS-DIRECTION
                       TO WS-AG-DIRECTION (WS-AGG-FOUND-IDX)
                   MOVE 0 TO WS-AG-TOTAL (WS-AGG-FOUND-IDX)
               ADD WS-ABS-AMOUNT
                   TO WS-AG-TOTAL (WS-AGG-FOUND-IDX)
               ADD 1 TO WS-AG-PIECES (WS-AGG-FOUND-IDX)
               IF WS-AG-ACCOUNT (WS-AGG-FOUND-IDX) NOT = WS-PH-ACCT-NUM
                   SET WS-AG-MULTI-ACCOUNT (WS-AGG-FOUND-IDX) TO TRUE
               END-IF
           END-IF.

       FIND-AGG-ENTRY.
           IF WS-AG-HOUSEHOLD (WS-AGG-IDX) = WS-HHF-HOUSEHOLD
                   AND WS-AG-DIRECTION (WS-AGG-IDX) = WS-DIRECTION
               MOVE WS-AGG-IDX TO WS-AGG-FOUND-IDX
           END-IF.
       REPORT-AGGREGATES.
      *    TWO OR MORE UNDER-THRESHOLD PIECES IN ONE DIRECTION THAT
      *    SUM OVER THE LINE - EXACTLY THE CASE THE HAND SEARCH
      *    MISSED. SPREAD OVER SEVERAL ACCOUNTS IT IS NAMED AFTER THE
      *    CUSTOMER THE HOUSEHOLD IS NUMBERED AFTER.
           IF WS-AG-TOTAL (WS-AGG-IDX) > WS-THRESHOLD
                   AND WS-AG-PIECES (WS-AGG-IDX) > 1
               MOVE WS-AG-ACCOUNT (WS-AGG-IDX) TO WS-PH-ACCT-NUM
               MOVE SPACES              TO CO-RECORD
               IF WS-AG-MULTI-ACCOUNT (WS-AGG-IDX)
                   MOVE WS-AG-HOUSEHOLD (WS-AGG-IDX) TO CM-CUST-NUMBER
                   PERFORM READ-CUSTOMER
                   SET CO-KIND-HOUSEHOLD    TO TRUE
               ELSE
                   PERFORM FETCH-CUSTOMER
                   SET CO-KIND-AGGREGATE    TO TRUE
               END-IF
               SET CO-DETAIL-REC        TO TRUE
               MOVE WS-PH-ACCT-NUM      TO CO-ACCOUNT
               MOVE WS-AG-HOUSEHOLD (WS-AGG-IDX) TO CO-HOUSEHOLD
               IF WS-AG-DIRECTION (WS-AGG-IDX) = 'D'
                   COMPUTE CO-AMOUNT =
                       0 - WS-AG-TOTAL (WS-AGG-IDX)
           END-IF.

       FETCH-CUSTOMER.
           MOVE WS-PH-ACCT-NUM TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO WS-HHF-CUSTOMER.
           PERFORM CUSTOMER-TO-HOUSEHOLD.
           MOVE WS-XRF-CUSTOMER TO CM-CUST-NUMBER.
           PERFORM READ-CUSTOMER.

       READ-CUSTOMER.
           MOVE SPACES TO CM-CUST-NAME CM-CUST-ADDRESS.
           IF WS-CM-STATUS = '00'
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO'
               END-READ
           END-IF.

       CUSTOMER-TO-HOUSEHOLD.
      *    A CUSTOMER WITH NO HOUSEHOLD RECORD SHARES ITS ADDRESS WITH
      *    NOBODY AND IS ITS OWN HOUSEHOLD.
           MOVE WS-HHF-CUSTOMER TO WS-HHF-HOUSEHOLD.
           MOVE 'N' TO WS-HHF-HIT-SW.
           PERFORM MATCH-HOUSEHOLD-ENTRY
               VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
                   OR WS-HHF-HIT.

       MATCH-HOUSEHOLD-ENTRY.
           IF WS-HT-CUSTOMER (WS-HH-IDX) = WS-HHF-CUSTOMER
               MOVE WS-HT-HOUSEHOLD (WS-HH-IDX) TO WS-HHF-HOUSEHOLD
               SET WS-HHF-HIT TO TRUE
           END-IF.

       LOAD-HOUSEHOLD-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOUSEHOLDS.
           IF WS-HH-STATUS = '00'
               PERFORM LOAD-NEXT-HOUSEHOLD UNTIL WS-EOF
               CLOSE HOUSEHOLDS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-HOUSEHOLD.
           READ HOUSEHOLDS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HH-COUNT < 2000
                       SET WS-HH-COUNT UP BY 1
                       MOVE HH-CUST-NUMBER
                           TO WS-HT-CUSTOMER (WS-HH-COUNT)
                       MOVE HH-HOUSEHOLD
                           TO WS-HT-HOUSEHOLD (WS-HH-COUNT)
                   ELSE
                       DISPLAY 'PROGCOMP: TABELA DE DOMICILIOS CHEIA - '
                               'DOMICILIO IGNORADO'
                   END-IF
           END-READ.

       XREF-TO-CUSTOMER.
      *    AN ACCOUNT ON THE CROSS-REFERENCE BELONGS TO THE CUSTOMER
      *    THE LINK NAMES; AN UNLINKED ONE KEEPS THE LEGACY
