      *           TO THE CENTRAL OPERATIONS LOG THROUGH OPSLOG, SO
      *           THE MORNING SHIFT READS THE NIGHT FROM ONE FILE
      *           INSTEAD OF THE CONSOLE SCROLLBACK.
      * Modified: 2026-10-15 - THE SHEET ENDS WITH THE MASTER BALANCE
      *           SUBTOTALLED BY BRANCH (AB-BRANCH, NAMED THROUGH
      *           BRNLOOK; BLANK IS THE HEAD OFFICE, 0001).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRBL.
       77  WS-PT-MTD-AMOUNT            PIC S9(11)V99 VALUE 0.
       77  WS-PT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-PT-FOUND                   VALUE 'Y'.
       77  WS-BRANCH-COUNT             PIC 9(04) VALUE 0.
       77  WS-BRANCH-IDX               PIC 9(04) VALUE 0.
       77  WS-BRANCH-SLOT              PIC 9(04) VALUE 0.
       77  WS-TALLY-BRANCH             PIC X(04) VALUE SPACES.
       77  WS-TALLY-AMOUNT             PIC S9(13)V99 VALUE 0.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE SPACE.
       77  WS-BRANCH-PLACED-SW         PIC X(01) VALUE 'N'.
           88  WS-BRANCH-PLACED              VALUE 'Y'.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGTRBL'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
           05  TV-LABEL                PIC X(40).
           05  TV-VERDICT              PIC X(10).
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES.
               10  WS-BT-BRANCH        PIC X(04).
               10  WS-BT-ACCOUNTS      PIC 9(08).
               10  WS-BT-AMOUNT        PIC S9(13)V99.
       01  WS-TRL-BRANCH-HEADER.
           05  FILLER                  PIC X(30) VALUE
                   'SALDO DO MASTER POR AGENCIA:  '.
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  WS-TRL-BRANCH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TG-BRANCH               PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TG-BRANCH-NAME          PIC X(25).
           05  FILLER                  PIC X(08) VALUE ' CONTAS '.
           05  TG-ACCOUNTS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' SALDO '.
           05  TG-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.

           PERFORM PROVE-MASTER-MOVEMENT.
           PERFORM PROVE-PERIOD-TOTALS.
           PERFORM WRITE-BRANCH-TOTALS.

           CLOSE TRIAL-REPORT.

                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD AB-BALANCE TO WS-MASTER-TOTAL
                   MOVE AB-BRANCH  TO WS-TALLY-BRANCH
                   MOVE AB-BALANCE TO WS-TALLY-AMOUNT
                   PERFORM TALLY-BRANCH
           END-READ.

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
               DISPLAY 'PROGTRBL: TABELA DE AGENCIAS CHEIA - AGENCIA '
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
           MOVE SPACES TO TRL-LINE.
           WRITE TRL-LINE.
           WRITE TRL-LINE FROM WS-TRL-BRANCH-HEADER.
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

       WRITE-BRANCH-LINE.
           MOVE WS-BT-BRANCH (WS-BRANCH-IDX) TO WS-TALLY-BRANCH.
           CALL 'BRNLOOK' USING WS-TALLY-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE WS-TALLY-BRANCH                TO TG-BRANCH.
           MOVE WS-BRANCH-NAME                 TO TG-BRANCH-NAME.
           MOVE WS-BT-ACCOUNTS (WS-BRANCH-IDX) TO TG-ACCOUNTS.
           MOVE WS-BT-AMOUNT (WS-BRANCH-IDX)   TO TG-AMOUNT.
           WRITE TRL-LINE FROM WS-TRL-BRANCH-LINE.

       SUM-POSTED-HISTORY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT POSTED-HISTORY.
