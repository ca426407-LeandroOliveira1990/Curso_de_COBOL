      *           (SIMMODE.DAT): A DRY RUN PRINTS THE WATERMARKED
      *           MONTH-END SUMMARY BUT DOES NOT ROLL OR SAVE THE
      *           ACCUMULATORS.
      * Modified: 2026-10-15 - THE SUMMARY ENDS WITH THE CLOSING
      *           MONTH'S TRANSACTIONS AND AMOUNT SUBTOTALLED BY
      *           BRANCH: THE POSTED HISTORY (PSTHIST.DAT) IS READ BY
      *           EFFECTIVE PERIOD, THE WAY THE ACCUMULATOR BUCKETS,
      *           AND EACH POSTING TAKES ITS ACCOUNT'S BRANCH FROM THE
      *           BALANCE MASTER (AB-BRANCH, NAMED THROUGH BRNLOOK;
      *           BLANK OR NOT ON THE MASTER IS THE HEAD OFFICE, 0001).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMEND.
               FILE STATUS WS-PT-STATUS.
           SELECT MONTHEND-REPORT ASSIGN TO "MONTHEND.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           COPY PERTOT.
       FD  MONTHEND-REPORT.
       01  ME-LINE                     PIC X(80).
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-NEW-PERIOD               PIC 9(06) VALUE 0.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-BRANCH-READY-SW          PIC X(01) VALUE 'N'.
           88  WS-BRANCH-READY               VALUE 'Y'.
       77  WS-BRANCH-COUNT             PIC 9(04) VALUE 0.
       77  WS-BRANCH-IDX               PIC 9(04) VALUE 0.
       77  WS-BRANCH-SLOT              PIC 9(04) VALUE 0.
       77  WS-TALLY-BRANCH             PIC X(04) VALUE SPACES.
       77  WS-TALLY-AMOUNT             PIC S9(13)V99 VALUE 0.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE SPACE.
       77  WS-BRANCH-PLACED-SW         PIC X(01) VALUE 'N'.
           88  WS-BRANCH-PLACED              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-PT-YTD-AMOUNT        PIC S9(11)V99.
           05  WS-PT-LAST-NIGHT-COUNT  PIC 9(10).
           05  WS-PT-LAST-NIGHT-AMOUNT PIC S9(11)V99.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES.
               10  WS-BT-BRANCH        PIC X(04).
               10  WS-BT-ITEMS         PIC 9(08).
               10  WS-BT-AMOUNT        PIC S9(13)V99.
       01  WS-SIM-WATERMARK.
           05  FILLER                  PIC X(34) VALUE
                   '*** SIMULACAO - NADA FOI GRAVADO *'.
           05  FILLER                  PIC X(10) VALUE '  VALOR:  '.
           05  ML-YTD-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-ME-BRANCH-HEADER.
           05  FILLER                  PIC X(30) VALUE
                   'TRANSACOES DO MES POR AGENCIA'.
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  WS-ME-BRANCH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MG-BRANCH               PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MG-BRANCH-NAME          PIC X(25).
           05  FILLER                  PIC X(07) VALUE ' TRANS '.
           05  MG-ITEMS                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' VALOR '.
           05  MG-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           GOBACK.

       PRINT-MONTHEND-SUMMARY.
           PERFORM SUM-BRANCH-POSTINGS.
           OPEN OUTPUT MONTHEND-REPORT.
           IF WS-SIM-MODE
               WRITE ME-LINE        FROM WS-SIM-WATERMARK
           MOVE WS-PT-YTD-COUNT     TO ML-YTD-COUNT.
           MOVE WS-PT-YTD-AMOUNT    TO ML-YTD-AMOUNT.
           WRITE ME-LINE            FROM WS-ME-YTD-LINE.
           IF WS-BRANCH-READY
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.
           CLOSE MONTHEND-REPORT.

       SUM-BRANCH-POSTINGS.
      *    WITHOUT THE BALANCE MASTER THERE IS NO BRANCH TO GIVE A
      *    POSTING, SO THE BREAKDOWN IS LEFT OFF RATHER THAN GUESSED.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGMEND: ACCTBAL.DAT NAO DISPONIVEL - SEM '
                       'SUBTOTAIS POR AGENCIA'
           ELSE
               SET WS-BRANCH-READY TO TRUE
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT POSTED-HISTORY
               IF WS-PH-STATUS = '00'
                   PERFORM SUM-NEXT-POSTING UNTIL WS-EOF
                   CLOSE POSTED-HISTORY
               END-IF
               CLOSE ACCOUNT-BALANCE
           END-IF.

       SUM-NEXT-POSTING.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PH-EFFECTIVE-DATE (1:6) = WS-PT-PERIOD
                       PERFORM FETCH-POSTING-BRANCH
                       MOVE PH-AMOUNT TO WS-TALLY-AMOUNT
                       PERFORM TALLY-BRANCH
                   END-IF
           END-READ.

       FETCH-POSTING-BRANCH.
           MOVE SPACES TO WS-TALLY-BRANCH.
           IF FUNCTION TEST-NUMVAL (PH-ACCOUNT) = 0
               COMPUTE AB-ACCOUNT-NUMBER = FUNCTION NUMVAL (PH-ACCOUNT)
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AB-BRANCH TO WS-TALLY-BRANCH
               END-READ
           END-IF.

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
               ADD 1 TO WS-BT-ITEMS (WS-BRANCH-SLOT)
               ADD WS-TALLY-AMOUNT TO WS-BT-AMOUNT (WS-BRANCH-SLOT)
           END-IF.

       FIND-BRANCH-ENTRY.
           IF WS-BT-BRANCH (WS-BRANCH-IDX) = WS-TALLY-BRANCH
               MOVE WS-BRANCH-IDX TO WS-BRANCH-SLOT
           END-IF.

       ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT >= 100
               DISPLAY 'PROGMEND: TABELA DE AGENCIAS CHEIA - AGENCIA '
                       WS-TALLY-BRANCH ' FORA DOS SUBTOTAIS'
           ELSE
               MOVE 'N' TO WS-BRANCH-PLACED-SW
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
               PERFORM SHIFT-BRANCH-ENTRY UNTIL WS-BRANCH-PLACED
               COMPUTE WS-BRANCH-SLOT = WS-BRANCH-IDX + 1
               MOVE WS-TALLY-BRANCH TO WS-BT-BRANCH (WS-BRANCH-SLOT)
               MOVE 0 TO WS-BT-ITEMS (WS-BRANCH-SLOT)
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
           MOVE SPACES TO ME-LINE.
           WRITE ME-LINE.
           WRITE ME-LINE FROM WS-ME-BRANCH-HEADER.
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

       WRITE-BRANCH-LINE.
           MOVE WS-BT-BRANCH (WS-BRANCH-IDX) TO WS-TALLY-BRANCH.
           CALL 'BRNLOOK' USING WS-TALLY-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE WS-TALLY-BRANCH                TO MG-BRANCH.
           MOVE WS-BRANCH-NAME                 TO MG-BRANCH-NAME.
           MOVE WS-BT-ITEMS (WS-BRANCH-IDX)    TO MG-ITEMS.
           MOVE WS-BT-AMOUNT (WS-BRANCH-IDX)   TO MG-AMOUNT.
           WRITE ME-LINE FROM WS-ME-BRANCH-LINE.

       ROLL-ACCUMULATORS.
           MOVE 0 TO WS-PT-MTD-COUNT.
           MOVE 0 TO WS-PT-MTD-AMOUNT.
