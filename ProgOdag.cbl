      *           LINE AND DUNNING LETTER CARRY THE OWNING CUSTOMER'S
      *           NAME AND ADDRESS INSTEAD OF 'CLIENTE NAO
      *           CADASTRADO'.
      * Modified: 2026-10-15 - LOAN ACCOUNTS (AB-TYPE-LOAN) ARE LEFT
      *           OUT: THEIR NEGATIVE BALANCE IS THE PRINCIPAL OWED,
      *           NOT AN OVERDRAFT, AND MISSED INSTALLMENTS ARE AGED ON
      *           PROGLNDQ'S DELINQUENCY REPORT INSTEAD.
      * Modified: 2026-10-15 - THE REPORT ENDS WITH THE OVERDRAWN
      *           ACCOUNTS AND THEIR BALANCE SUBTOTALLED BY BRANCH
      *           (AB-BRANCH, NAMED THROUGH BRNLOOK; BLANK IS THE HEAD
      *           OFFICE, 0001), SO EACH BRANCH WORKS ITS OWN LIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGODAG.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       77  WS-BRANCH-COUNT             PIC 9(04) VALUE 0.
       77  WS-BRANCH-IDX               PIC 9(04) VALUE 0.
       77  WS-BRANCH-SLOT              PIC 9(04) VALUE 0.
       77  WS-TALLY-BRANCH             PIC X(04) VALUE SPACES.
       77  WS-TALLY-AMOUNT             PIC S9(13)V99 VALUE 0.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE SPACE.
       77  WS-BRANCH-PLACED-SW         PIC X(01) VALUE 'N'.
           88  WS-BRANCH-PLACED              VALUE 'Y'.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES.
               10  WS-BT-BRANCH        PIC X(04).
               10  WS-BT-ACCOUNTS      PIC 9(08).
               10  WS-BT-AMOUNT        PIC S9(13)V99.
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  90+: '.
           05  AB-B4                   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-AGE-BRANCH-HEADER.
           05  FILLER                  PIC X(30) VALUE
                   'CONTAS NEGATIVAS POR AGENCIA: '.
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  WS-AGE-BRANCH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OG-BRANCH               PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OG-BRANCH-NAME          PIC X(25).
           05  FILLER                  PIC X(08) VALUE ' CONTAS '.
           05  OG-ACCOUNTS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' SALDO '.
           05  OG-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           MOVE WS-BUCKET-61-90  TO AB-B3.
           MOVE WS-BUCKET-OVER-90 TO AB-B4.
           WRITE AGE-LINE FROM WS-AGE-BUCKETS.
           PERFORM WRITE-BRANCH-TOTALS.

           CLOSE ACCOUNT-BALANCE.
           CLOSE CUSTOMER-MASTER.
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AB-BALANCE < 0 AND NOT AB-TYPE-LOAN
                       PERFORM AGE-ONE-ACCOUNT
                   END-IF
           END-READ.
           WRITE OW-RECORD          FROM OD-RECORD.

           PERFORM COUNT-AGING-BUCKET.
           MOVE AB-BRANCH           TO WS-TALLY-BRANCH.
           MOVE AB-BALANCE          TO WS-TALLY-AMOUNT.
           PERFORM TALLY-BRANCH.
           PERFORM FETCH-CUSTOMER.
           PERFORM WRITE-REPORT-LINES.
           PERFORM WRITE-DUNNING-RECORD.

       TALLY-BRANCH.
      *    ONE ENTRY PER BRANCH, SLOTTED IN CODE ORDER AS EACH NEW
      *    BRANCH TURNS UP, SO THE SUBTOTALS PRINT SORTED.
           CALL 'BRNLOOK' USING WS-TALLY-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE 0 TO WS-BRANCH-SLOT.
           PERFORM FIND-BRANCH-ENTRY
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   OR WS-BRANCH-SLOT NOT = 0.
           IF WS-BRANCH-SLOT = 0
               PERFORM ADD-BRANCH-ENTRY
           END-IF.
           IF WS-BRANCH-SLOT NOT = 0
               ADD 1 TO WS-BT-ACCOUNTS (WS-BRANCH-SLOT)
               ADD WS-TALLY-AMOUNT TO WS-BT-AMOUNT (WS-BRANCH-SLOT)
           END-IF.

       FIND-BRANCH-ENTRY.
           IF WS-BT-BRANCH (WS-BRANCH-IDX) = WS-TALLY-BRANCH
               MOVE WS-BRANCH-IDX TO WS-BRANCH-SLOT
           END-IF.

       ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT >= 100
               DISPLAY 'PROGODAG: TABELA DE AGENCIAS CHEIA - AGENCIA '
                       WS-TALLY-BRANCH ' FORA DOS SUBTOTAIS'
           ELSE
               MOVE 'N' TO WS-BRANCH-PLACED-SW
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
               PERFORM SHIFT-BRANCH-ENTRY UNTIL WS-BRANCH-PLACED
               COMPUTE WS-BRANCH-SLOT = WS-BRANCH-IDX + 1
               MOVE WS-TALLY-BRANCH TO WS-BT-BRANCH (WS-BRANCH-SLOT)
               MOVE 0 TO WS-BT-ACCOUNTS (WS-BRANCH-SLOT)
               MOVE 0 TO WS-BT-AMOUNT (WS-BRANCH-SLOT)
               SET WS-BRANCH-COUNT UP BY 1
           END-IF.

       SHIFT-BRANCH-ENTRY.
      *    WALK DOWN FROM THE END, MOVING EACH HIGHER CODE UP ONE,
      *    UNTIL THE NEW CODE'S PLACE IS FOUND.
           IF WS-BRANCH-IDX = 0
               SET WS-BRANCH-PLACED TO TRUE
           ELSE
               IF WS-BT-BRANCH (WS-BRANCH-IDX) < WS-TALLY-BRANCH
                   SET WS-BRANCH-PLACED TO TRUE
               ELSE
                   MOVE WS-BT-ENTRY (WS-BRANCH-IDX)
                       TO WS-BT-ENTRY (WS-BRANCH-IDX + 1)
                   SUBTRACT 1 FROM WS-BRANCH-IDX
               END-IF
           END-IF.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           WRITE AGE-LINE FROM WS-AGE-BRANCH-HEADER.
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

       WRITE-BRANCH-LINE.
           MOVE WS-BT-BRANCH (WS-BRANCH-IDX) TO WS-TALLY-BRANCH.
           CALL 'BRNLOOK' USING WS-TALLY-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE WS-TALLY-BRANCH                TO OG-BRANCH.
           MOVE WS-BRANCH-NAME                 TO OG-BRANCH-NAME.
           MOVE WS-BT-ACCOUNTS (WS-BRANCH-IDX) TO OG-ACCOUNTS.
           MOVE WS-BT-AMOUNT (WS-BRANCH-IDX)   TO OG-AMOUNT.
           WRITE AGE-LINE FROM WS-AGE-BRANCH-LINE.

       FIND-PRIOR-ENTRY.
           IF WS-PR-ACCOUNT (WS-IDX) = AB-ACCOUNT-NUMBER
               MOVE WS-IDX TO WS-FOUND-IDX
