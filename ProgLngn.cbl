      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY LOAN GENERATION. READS THE LOAN MASTER AND
      *          WRITES WHAT EACH LOAN OWES TONIGHT INTO A FEED FILE IN
      *          THE STANDARD DT-RECORD SHAPE (LOANTRN.DAT, WITH ITS
      *          OWN LNYYMMDD BATCH HEADER AND TRAILER - THE SAME
      *          PATTERN PROGSOGN USES FOR THE STANDING ORDERS), SO THE
      *          MOVEMENTS FLOW THROUGH THE NORMAL EDITS AND POSTING.
      *          A NEW LOAN GOES OUT AS ONE TRF DISBURSEMENT FROM THE
      *          LOAN ACCOUNT TO THE REPAYMENT ACCOUNT (ID LD+LOAN).
      *          AN ACTIVE LOAN WHOSE NEXT DUE DATE HAS ARRIVED GOES
      *          OUT SPLIT IN TWO: A TRF OF THE PRINCIPAL FROM THE
      *          REPAYMENT ACCOUNT BACK INTO THE LOAN ACCOUNT (ID
      *          LP+LOAN) AND AN LNI INTEREST DEBIT ON THE REPAYMENT
      *          ACCOUNT (ID LJ+LOAN). A RUN THAT MISSED DUE DATES
      *          TAKES EVERY ONE OF THEM, AND WHATEVER IS IN ARREARS
      *          RIDES ALONG WITH THE NEW INSTALLMENT. WHAT WAS SENT IS
      *          PARKED IN THE LN-PEND- FIELDS FOR PROGLNDQ TO SETTLE
      *          AFTER THE POSTING RUN; A LOAN STILL CARRYING AN
      *          UNSETTLED PENDING IS LEFT ALONE AND LISTED. THE FILE
      *          IS REWRITTEN FROM A HOLD FILE AND A GENERATION
      *          REGISTER PRINTS TO LOANGEN.RPT. THE MERGE STEP FOLDS
      *          LOANTRN.DAT INTO THE DAY'S FEED UNDER ITS OWN HEADER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLNGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LN-STATUS.
           SELECT LOAN-HOLD ASSIGN TO "LNGNHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOAN-FEED ASSIGN TO "LOANTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GENERATION-REGISTER ASSIGN TO "LOANGEN.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
           COPY LOANMAST.
       FD  LOAN-HOLD.
       01  LH-RECORD                   PIC X(155).
       FD  LOAN-FEED.
           COPY DAILYTRN.
       FD  GENERATION-REGISTER.
       01  REG-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-LN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-GEN-COUNT                PIC 9(10) VALUE 0.
       77  WS-DISBURSED-COUNT          PIC 9(05) VALUE 0.
       77  WS-BILLED-COUNT             PIC 9(05) VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(05) VALUE 0.
       77  WS-LOAN-DUE-COUNT           PIC 9(02) VALUE 0.
       77  WS-LAST-DUE-DATE            PIC 9(08) VALUE 0.
       77  WS-SCHED-BALANCE            PIC 9(7)V99 VALUE 0.
       77  WS-INST-INTEREST            PIC 9(7)V99 VALUE 0.
       77  WS-INST-PRINCIPAL           PIC 9(7)V99 VALUE 0.
       77  WS-TOTAL-PRINCIPAL          PIC 9(7)V99 VALUE 0.
       77  WS-TOTAL-INTEREST           PIC 9(7)V99 VALUE 0.
       01  WS-DUE-DATE                 PIC 9(08) VALUE 0.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY             PIC 9(04).
           05  WS-DUE-MM               PIC 9(02).
           05  WS-DUE-DD               PIC 9(02).
       01  WS-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'LN'.
           05  WS-BATCH-DATE           PIC 9(06).
       01  WS-REG-HEADER.
           05  FILLER                  PIC X(36) VALUE
                   'REGISTRO DE EMPRESTIMOS GERADOS - DA'.
           05  FILLER                  PIC X(04) VALUE 'TA: '.
           05  RH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-REG-DISBURSE.
           05  FILLER                  PIC X(12) VALUE 'EMPRESTIMO: '.
           05  RL-LOAN-ACCOUNT         PIC 9(08).
           05  FILLER                  PIC X(15) VALUE
                   '  LIBERACAO P/ '.
           05  RL-REPAY-ACCOUNT        PIC 9(08).
           05  FILLER                  PIC X(07) VALUE ' VALOR '.
           05  RL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-REG-INSTALLMENT.
           05  FILLER                  PIC X(12) VALUE 'EMPRESTIMO: '.
           05  RI-LOAN-ACCOUNT         PIC 9(08).
           05  FILLER                  PIC X(06) VALUE ' PARC '.
           05  RI-DUE-COUNT            PIC Z9.
           05  FILLER                  PIC X(07) VALUE ' PRINC '.
           05  RI-PRINCIPAL            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' JUROS '.
           05  RI-INTEREST             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' PROX '.
           05  RI-NEXT-DUE             PIC 9(08).
       01  WS-REG-SKIPPED.
           05  FILLER                  PIC X(12) VALUE 'EMPRESTIMO: '.
           05  RX-LOAN-ACCOUNT         PIC 9(08).
           05  FILLER                  PIC X(40) VALUE
                   '  PENDENTE DE BAIXA DO ULTIMO LOTE - NAO'.
           05  FILLER                  PIC X(08) VALUE ' GERADO'.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-REG-TOTAL.
           05  FILLER                  PIC X(22) VALUE
                   'TRANSACOES GERADAS:   '.
           05  RT-GEN-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT LOAN-MASTER.
           IF WS-LN-STATUS NOT = '00'
               DISPLAY 'PROGLNGN: LOANMAST.DAT NAO DISPONIVEL - STATUS '
                       WS-LN-STATUS ' - NADA GERADO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LOAN-HOLD.
           OPEN OUTPUT LOAN-FEED.
           OPEN OUTPUT GENERATION-REGISTER.

           PERFORM WRITE-FEED-HEADER.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REG-LINE FROM WS-REG-HEADER.

           PERFORM GENERATE-NEXT-LOAN UNTIL WS-EOF.

           PERFORM WRITE-FEED-TRAILER.
           MOVE WS-GEN-COUNT TO RT-GEN-COUNT.
           WRITE REG-LINE FROM WS-REG-TOTAL.

           CLOSE LOAN-MASTER.
           CLOSE LOAN-HOLD.
           CLOSE LOAN-FEED.
           CLOSE GENERATION-REGISTER.

           PERFORM REWRITE-LOAN-FILE.

           DISPLAY 'PROGLNGN: TRANSACOES GERADAS:  ' WS-GEN-COUNT.
           DISPLAY 'PROGLNGN: LIBERACOES:          ' WS-DISBURSED-COUNT.
           DISPLAY 'PROGLNGN: EMPRESTIMOS COBRADOS:' WS-BILLED-COUNT.
           DISPLAY 'PROGLNGN: PENDENTES IGNORADOS: ' WS-SKIPPED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       GENERATE-NEXT-LOAN.
           READ LOAN-MASTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM GENERATE-ONE-LOAN
           END-READ.

       GENERATE-ONE-LOAN.
      *    A PENDING LOAN IS DISBURSED; AN ACTIVE ONE IS BILLED WHEN
      *    ITS DUE DATE HAS COME - UNLESS LAST NIGHT'S MOVEMENTS ARE
      *    STILL WAITING FOR PROGLNDQ TO SETTLE THEM, IN WHICH CASE
      *    BILLING AGAIN WOULD COUNT THE SAME INSTALLMENT TWICE.
           IF LN-STATUS-PENDING
               PERFORM GENERATE-DISBURSEMENT
           ELSE
               IF LN-STATUS-ACTIVE
                       AND LN-NEXT-DUE-DATE NOT > WS-RUN-DATE
                   IF LN-PEND-COUNT NOT = 0
                       MOVE LN-LOAN-ACCOUNT TO RX-LOAN-ACCOUNT
                       WRITE REG-LINE FROM WS-REG-SKIPPED
                       SET WS-SKIPPED-COUNT UP BY 1
                   ELSE
                       PERFORM GENERATE-INSTALLMENTS
                   END-IF
               END-IF
           END-IF.
           WRITE LH-RECORD FROM LN-RECORD.

       GENERATE-DISBURSEMENT.
           MOVE SPACES              TO DT-RECORD.
           SET DT-DETAIL-REC        TO TRUE.
           STRING 'LD' LN-LOAN-ACCOUNT
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE LN-LOAN-ACCOUNT     TO DT-ACCOUNT.
           MOVE LN-ORIG-PRINCIPAL   TO DT-AMOUNT.
           MOVE WS-RUN-DATE         TO DT-TRANS-DATE.
           MOVE 'TRF'               TO DT-TRANS-TYPE.
           MOVE 'BRL'               TO DT-CURRENCY.
           MOVE LN-REPAY-ACCOUNT    TO DT-CONTRA-ACCOUNT.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.
           SET WS-DISBURSED-COUNT UP BY 1.
           SET LN-STATUS-DISBURSING TO TRUE.
           MOVE LN-LOAN-ACCOUNT     TO RL-LOAN-ACCOUNT.
           MOVE LN-REPAY-ACCOUNT    TO RL-REPAY-ACCOUNT.
           MOVE LN-ORIG-PRINCIPAL   TO RL-AMOUNT.
           WRITE REG-LINE FROM WS-REG-DISBURSE.

       GENERATE-INSTALLMENTS.
      *    THE SCHEDULED BALANCE IS THE PRINCIPAL STILL OWED LESS
      *    WHAT IS ALREADY IN ARREARS; EACH DUE DATE CHARGES A MONTH'S
      *    INTEREST ON IT AND TAKES THE REST OF THE FIXED INSTALLMENT
      *    OFF IT. DUE DATES PAST THE END OF THE TERM BILL NOTHING NEW
      *    BUT STILL RE-PRESENT THE ARREARS.
           COMPUTE WS-SCHED-BALANCE =
               LN-PRINCIPAL-BALANCE - LN-ARREARS-PRINCIPAL.
           MOVE 0 TO WS-LOAN-DUE-COUNT.
           MOVE 0 TO WS-TOTAL-PRINCIPAL.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE 0 TO LN-PEND-DUE-DATE.
           PERFORM BILL-ONE-INSTALLMENT
               UNTIL LN-NEXT-DUE-DATE > WS-RUN-DATE.

           IF LN-OLDEST-MISSED-DATE NOT = 0
               MOVE LN-OLDEST-MISSED-DATE TO LN-PEND-DUE-DATE
           END-IF.
           COMPUTE LN-PEND-COUNT =
               LN-ARREARS-COUNT + WS-LOAN-DUE-COUNT.
           COMPUTE LN-PEND-PRINCIPAL =
               LN-ARREARS-PRINCIPAL + WS-TOTAL-PRINCIPAL.
           COMPUTE LN-PEND-INTEREST =
               LN-ARREARS-INTEREST + WS-TOTAL-INTEREST.
           MOVE 0 TO LN-ARREARS-COUNT.
           MOVE 0 TO LN-ARREARS-PRINCIPAL.
           MOVE 0 TO LN-ARREARS-INTEREST.

           IF LN-PEND-PRINCIPAL NOT = 0
               PERFORM WRITE-PRINCIPAL-TRANSFER
           END-IF.
           IF LN-PEND-INTEREST NOT = 0
               PERFORM WRITE-INTEREST-DEBIT
           END-IF.
           IF LN-PEND-PRINCIPAL = 0 AND LN-PEND-INTEREST = 0
               MOVE 0 TO LN-PEND-COUNT
               MOVE 0 TO LN-PEND-DUE-DATE
           ELSE
               SET WS-BILLED-COUNT UP BY 1
               MOVE LN-LOAN-ACCOUNT     TO RI-LOAN-ACCOUNT
               MOVE LN-PEND-COUNT       TO RI-DUE-COUNT
               MOVE LN-PEND-PRINCIPAL   TO RI-PRINCIPAL
               MOVE LN-PEND-INTEREST    TO RI-INTEREST
               MOVE LN-NEXT-DUE-DATE    TO RI-NEXT-DUE
               WRITE REG-LINE FROM WS-REG-INSTALLMENT
           END-IF.

       BILL-ONE-INSTALLMENT.
           IF LN-INSTALLMENTS-DUE < LN-TERM-MONTHS
               COMPUTE WS-INST-INTEREST ROUNDED =
                   WS-SCHED-BALANCE * LN-MONTHLY-RATE
               SET LN-INSTALLMENTS-DUE UP BY 1
               IF LN-INSTALLMENTS-DUE = LN-TERM-MONTHS
                       OR LN-PAYMENT-AMOUNT - WS-INST-INTEREST
                           > WS-SCHED-BALANCE
                   MOVE WS-SCHED-BALANCE TO WS-INST-PRINCIPAL
               ELSE
                   IF LN-PAYMENT-AMOUNT > WS-INST-INTEREST
                       COMPUTE WS-INST-PRINCIPAL =
                           LN-PAYMENT-AMOUNT - WS-INST-INTEREST
                   ELSE
                       MOVE 0 TO WS-INST-PRINCIPAL
                   END-IF
               END-IF
               SUBTRACT WS-INST-PRINCIPAL FROM WS-SCHED-BALANCE
               ADD WS-INST-PRINCIPAL TO WS-TOTAL-PRINCIPAL
               ADD WS-INST-INTEREST  TO WS-TOTAL-INTEREST
               SET WS-LOAN-DUE-COUNT UP BY 1
               IF LN-PEND-DUE-DATE = 0
                   MOVE LN-NEXT-DUE-DATE TO LN-PEND-DUE-DATE
               END-IF
           END-IF.
           MOVE LN-NEXT-DUE-DATE TO WS-LAST-DUE-DATE.
           PERFORM ADVANCE-DUE-DATE.

       WRITE-PRINCIPAL-TRANSFER.
           MOVE SPACES              TO DT-RECORD.
           SET DT-DETAIL-REC        TO TRUE.
           STRING 'LP' LN-LOAN-ACCOUNT
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE LN-REPAY-ACCOUNT    TO DT-ACCOUNT.
           MOVE LN-PEND-PRINCIPAL   TO DT-AMOUNT.
           MOVE WS-LAST-DUE-DATE    TO DT-TRANS-DATE.
           MOVE 'TRF'               TO DT-TRANS-TYPE.
           MOVE 'BRL'               TO DT-CURRENCY.
           MOVE LN-LOAN-ACCOUNT     TO DT-CONTRA-ACCOUNT.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.

       WRITE-INTEREST-DEBIT.
           MOVE SPACES              TO DT-RECORD.
           SET DT-DETAIL-REC        TO TRUE.
           STRING 'LJ' LN-LOAN-ACCOUNT
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE LN-REPAY-ACCOUNT    TO DT-ACCOUNT.
           MOVE LN-PEND-INTEREST    TO DT-AMOUNT.
           MOVE WS-LAST-DUE-DATE    TO DT-TRANS-DATE.
           MOVE 'LNI'               TO DT-TRANS-TYPE.
           MOVE 'BRL'               TO DT-CURRENCY.
           MOVE LN-LOAN-ACCOUNT     TO DT-CONTRA-ACCOUNT.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.

       ADVANCE-DUE-DATE.
      *    INSTALLMENTS KEEP THEIR DAY-OF-MONTH (THE MAINTENANCE
      *    PROGRAM KEYS DAYS 1-28, SO NO SHORT-MONTH CLAMPING).
           MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF WS-DUE-MM = 12
               MOVE 01 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
           MOVE WS-DUE-DATE TO LN-NEXT-DUE-DATE.

       WRITE-FEED-HEADER.
           MOVE WS-RUN-DATE (3:6)   TO WS-BATCH-DATE.
           MOVE SPACES              TO DT-RECORD.
           MOVE 'B'                 TO DT-BH-TYPE.
           MOVE WS-BATCH-ID         TO DT-BATCH-ID.
           WRITE DT-RECORD.

       WRITE-FEED-TRAILER.
           MOVE SPACES              TO DT-RECORD.
           SET DT-TRAILER-REC       TO TRUE.
           MOVE WS-GEN-COUNT        TO DT-TRAILER-COUNT.
           WRITE DT-RECORD.

       REWRITE-LOAN-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LOAN-HOLD.
           OPEN OUTPUT LOAN-MASTER.
           PERFORM COPY-HOLD-RECORD UNTIL WS-EOF.
           CLOSE LOAN-HOLD.
           CLOSE LOAN-MASTER.

       COPY-HOLD-RECORD.
           READ LOAN-HOLD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE LN-RECORD FROM LH-RECORD
           END-READ.

       GET-BUSINESS-DATE.
      *    BUSDATE.DAT OVERRIDES THE SYSTEM CLOCK WHEN PRESENT, SO A
      *    PRIOR DAY'S BATCH CAN BE RERUN WITHOUT FIGHTING THE REAL
      *    WALL-CLOCK DATE. IF THE CONTROL FILE HASN'T BEEN SET UP YET
      *    WE FALL BACK TO TODAY'S DATE FROM THE CLOCK.
           OPEN INPUT BUSINESS-DATE.
           IF WS-BD-STATUS = '00'
               READ BUSINESS-DATE
                   AT END
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       END PROGRAM PROGLNGN.
