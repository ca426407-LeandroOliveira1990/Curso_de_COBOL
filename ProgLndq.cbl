      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY LOAN SETTLEMENT AND DELINQUENCY, RUN AFTER THE
      *          POSTING RUN. TALLIES THE BUSINESS DATE'S POSTINGS ON
      *          PSTHIST.DAT THAT THE LOAN GENERATION STEP SENT (LD
      *          DISBURSEMENT AND LP PRINCIPAL LEGS ON THE LOAN
      *          ACCOUNT, LJ INTEREST ON THE REPAYMENT ACCOUNT) AND
      *          SETTLES EACH LOAN'S LN-PEND- FIELDS AGAINST THEM: A
      *          DISBURSEMENT THAT POSTED MAKES THE LOAN ACTIVE, ONE
      *          THAT DIDN'T PUTS IT BACK TO PENDING FOR ANOTHER TRY;
      *          AN INSTALLMENT THAT DIDN'T POST (THE REPAYMENT
      *          ACCOUNT COULDN'T COVER IT) GOES TO ARREARS, DATED FROM
      *          THE OLDEST DUE DATE MISSED. THE PRINCIPAL OWED IS THEN
      *          REFRESHED FROM THE LOAN ACCOUNT'S BALANCE AND THE
      *          PAYOFF RECOMPUTED; A LOAN WITH NOTHING LEFT OWING IS
      *          MARKED PAID OFF. EVERY LOAN IN ARREARS PRINTS ON THE
      *          DELINQUENCY REPORT (LOANDLQ.RPT) WITH THE CUSTOMER'S
      *          NAME, THE INSTALLMENTS AND AMOUNTS OVERDUE AND THE
      *          DAYS PAST DUE, BUCKETED 1-30 / 31-60 / 61-90 / 90+ -
      *          KEPT APART FROM THE OVERDRAFT AGING, WHICH NO LONGER
      *          SEES LOAN ACCOUNTS. A SIMULATION RUN TOUCHES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLNDQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LN-STATUS.
           SELECT LOAN-HOLD ASSIGN TO "LNDQHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT DELINQUENCY-REPORT ASSIGN TO "LOANDLQ.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
           COPY LOANMAST.
       FD  LOAN-HOLD.
       01  LH-RECORD                   PIC X(155).
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  DELINQUENCY-REPORT.
       01  DLQ-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       WORKING-STORAGE SECTION.
       77  WS-LN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-LOAN-COUNT               PIC 9(06) VALUE 0.
       77  WS-ACTIVATED-COUNT          PIC 9(06) VALUE 0.
       77  WS-RETRY-COUNT              PIC 9(06) VALUE 0.
       77  WS-SETTLED-COUNT            PIC 9(06) VALUE 0.
       77  WS-PAID-OFF-COUNT           PIC 9(06) VALUE 0.
       77  WS-DELINQUENT-COUNT         PIC 9(06) VALUE 0.
       77  WS-BUCKET-1-30              PIC 9(06) VALUE 0.
       77  WS-BUCKET-31-60             PIC 9(06) VALUE 0.
       77  WS-BUCKET-61-90             PIC 9(06) VALUE 0.
       77  WS-BUCKET-OVER-90           PIC 9(06) VALUE 0.
       77  WS-DAYS-PAST-DUE            PIC 9(05) VALUE 0.
       77  WS-PH-LOAN-ID               PIC 9(08) VALUE 0.
       77  WS-PH-ACCT-NUM              PIC 9(08) VALUE 0.
       77  WS-PH-ABS-AMOUNT            PIC 9(7)V99 VALUE 0.
       77  WS-TALLY-COUNT              PIC 9(04) VALUE 0.
       77  WS-TALLY-IDX                PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-POSTED-PRINCIPAL         PIC 9(7)V99 VALUE 0.
       77  WS-POSTED-INTEREST          PIC 9(7)V99 VALUE 0.
       77  WS-SHORT-PRINCIPAL          PIC 9(7)V99 VALUE 0.
       77  WS-SHORT-INTEREST           PIC 9(7)V99 VALUE 0.
       77  WS-DISBURSED-SW             PIC X(01) VALUE 'N'.
           88  WS-DISBURSED                  VALUE 'Y'.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGLNDQ'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-OPS-DELINQUENT-TEXT.
           05  FILLER                  PIC X(23) VALUE
                   'EMPRESTIMOS EM ATRASO: '.
           05  OT-DELINQUENT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-PH-TRANS-ID-PARTS.
           05  WS-PH-ID-TAG            PIC X(02).
               88  WS-PH-DISBURSEMENT        VALUE 'LD'.
               88  WS-PH-PRINCIPAL           VALUE 'LP'.
               88  WS-PH-INTEREST            VALUE 'LJ'.
           05  WS-PH-ID-LOAN           PIC X(08).
       01  WS-TALLY-TABLE.
           05  WS-TL-ENTRY OCCURS 1000 TIMES.
               10  WS-TL-LOAN          PIC 9(08).
               10  WS-TL-DISBURSED     PIC X(01).
               10  WS-TL-PRINCIPAL     PIC 9(7)V99.
               10  WS-TL-INTEREST      PIC 9(7)V99.
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-DLQ-HEADER.
           05  FILLER                  PIC X(36) VALUE
                   'RELATORIO DE EMPRESTIMOS EM ATRASO -'.
           05  FILLER                  PIC X(07) VALUE ' DATA: '.
           05  DH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-DLQ-DETAIL.
           05  FILLER                  PIC X(12) VALUE 'EMPRESTIMO: '.
           05  DD-LOAN-ACCOUNT         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-CUST-NAME            PIC X(30).
           05  FILLER                  PIC X(08) VALUE ' DEBITO '.
           05  DD-REPAY-ACCOUNT        PIC 9(08).
           05  FILLER                  PIC X(06) VALUE ' DIAS '.
           05  DD-DAYS                 PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
       01  WS-DLQ-AMOUNTS.
           05  FILLER                  PIC X(10) VALUE '  PARCELAS'.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  DA-COUNT                PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE ' PRINC. '.
           05  DA-PRINCIPAL            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' JUROS '.
           05  DA-INTEREST             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' QUIT '.
           05  DA-PAYOFF               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-DLQ-RETRY.
           05  FILLER                  PIC X(12) VALUE 'EMPRESTIMO: '.
           05  DR-LOAN-ACCOUNT         PIC 9(08).
           05  FILLER                  PIC X(40) VALUE
                   '  LIBERACAO NAO LANCADA - VOLTA A PENDEN'.
           05  FILLER                  PIC X(03) VALUE 'TE '.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-DLQ-BUCKETS.
           05  FILLER                  PIC X(08) VALUE 'FAIXAS: '.
           05  FILLER                  PIC X(06) VALUE '1-30: '.
           05  DB-B1                   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  31-60:'.
           05  DB-B2                   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  61-90:'.
           05  DB-B3                   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE '  90+: '.
           05  DB-B4                   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-DLQ-TOTAL.
           05  FILLER                  PIC X(23) VALUE
                   'EMPRESTIMOS EM ATRASO: '.
           05  DQ-DELINQUENT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGLNDQ: SIMULACAO - EMPRESTIMOS NAO '
                       'BAIXADOS'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT LOAN-MASTER.
           IF WS-LN-STATUS NOT = '00'
               DISPLAY 'PROGLNDQ: LOANMAST.DAT NAO DISPONIVEL - STATUS '
                       WS-LN-STATUS ' - NADA A BAIXAR'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGLNDQ: ACCTBAL.DAT NAO DISPONIVEL - STATUS '
                       WS-AB-STATUS
               CLOSE LOAN-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-LOAN-POSTINGS.
           PERFORM LOAD-XREF-TABLE.
           OPEN INPUT CUSTOMER-MASTER.

           OPEN OUTPUT LOAN-HOLD.
           OPEN OUTPUT DELINQUENCY-REPORT.
           MOVE WS-RUN-DATE TO DH-RUN-DATE.
           WRITE DLQ-LINE FROM WS-DLQ-HEADER.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM SETTLE-NEXT-LOAN UNTIL WS-EOF.

           MOVE WS-BUCKET-1-30    TO DB-B1.
           MOVE WS-BUCKET-31-60   TO DB-B2.
           MOVE WS-BUCKET-61-90   TO DB-B3.
           MOVE WS-BUCKET-OVER-90 TO DB-B4.
           WRITE DLQ-LINE FROM WS-DLQ-BUCKETS.
           MOVE WS-DELINQUENT-COUNT TO DQ-DELINQUENT-COUNT.
           WRITE DLQ-LINE FROM WS-DLQ-TOTAL.

           CLOSE LOAN-MASTER.
           CLOSE LOAN-HOLD.
           CLOSE ACCOUNT-BALANCE.
           CLOSE CUSTOMER-MASTER.
           CLOSE DELINQUENCY-REPORT.

           PERFORM REWRITE-LOAN-FILE.

           DISPLAY 'PROGLNDQ: EMPRESTIMOS LIDOS:   ' WS-LOAN-COUNT.
           DISPLAY 'PROGLNDQ: LIBERADOS:           ' WS-ACTIVATED-COUNT.
           DISPLAY 'PROGLNDQ: LIBERACOES RECUSADAS:' WS-RETRY-COUNT.
           DISPLAY 'PROGLNDQ: PARCELAS BAIXADAS:   ' WS-SETTLED-COUNT.
           DISPLAY 'PROGLNDQ: QUITADOS:            ' WS-PAID-OFF-COUNT.
           DISPLAY 'PROGLNDQ: EM ATRASO:           '
                   WS-DELINQUENT-COUNT.
           MOVE WS-DELINQUENT-COUNT TO OT-DELINQUENT-COUNT.
           MOVE WS-OPS-DELINQUENT-TEXT TO WS-OPS-TEXT.
           IF WS-DELINQUENT-COUNT NOT = 0
               MOVE 'W'     TO WS-OPS-SEVERITY
               MOVE 'OPS02' TO WS-OPS-MSG-CODE
           END-IF.
           PERFORM WRITE-OPS-MESSAGE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       LOAD-LOAN-POSTINGS.
      *    ONLY THE BUSINESS DATE'S POSTINGS CARRYING ONE OF THE LOAN
      *    GENERATION STEP'S TAGS ARE OF INTEREST. THE LD AND LP IDS
      *    POST TWICE (ONE LEG EACH SIDE OF THE TRANSFER) - ONLY THE
      *    LEG ON THE LOAN ACCOUNT ITSELF IS TAKEN.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS = '00'
               PERFORM LOAD-NEXT-POSTING UNTIL WS-EOF
               CLOSE POSTED-HISTORY
           ELSE
               DISPLAY 'PROGLNDQ: PSTHIST.DAT NAO DISPONIVEL - STATUS '
                       WS-PH-STATUS ' - NADA LANCADO HOJE'
           END-IF.

       LOAD-NEXT-POSTING.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE = WS-RUN-DATE
                       MOVE PH-TRANS-ID TO WS-PH-TRANS-ID-PARTS
                       IF (WS-PH-DISBURSEMENT OR WS-PH-PRINCIPAL
                               OR WS-PH-INTEREST)
                               AND WS-PH-ID-LOAN IS NUMERIC
                           PERFORM TALLY-ONE-POSTING
                       END-IF
                   END-IF
           END-READ.

       TALLY-ONE-POSTING.
           MOVE WS-PH-ID-LOAN TO WS-PH-LOAN-ID.
           COMPUTE WS-PH-ACCT-NUM = FUNCTION NUMVAL (PH-ACCOUNT).
           IF PH-AMOUNT < 0
               COMPUTE WS-PH-ABS-AMOUNT = 0 - PH-AMOUNT
           ELSE
               MOVE PH-AMOUNT TO WS-PH-ABS-AMOUNT
           END-IF.
           IF WS-PH-INTEREST OR WS-PH-ACCT-NUM = WS-PH-LOAN-ID
               PERFORM FIND-OR-ADD-TALLY
               IF WS-FOUND-IDX NOT = 0
                   IF WS-PH-DISBURSEMENT
                       MOVE 'Y' TO WS-TL-DISBURSED (WS-FOUND-IDX)
                   END-IF
                   IF WS-PH-PRINCIPAL
                       ADD WS-PH-ABS-AMOUNT
                           TO WS-TL-PRINCIPAL (WS-FOUND-IDX)
                   END-IF
                   IF WS-PH-INTEREST
                       ADD WS-PH-ABS-AMOUNT
                           TO WS-TL-INTEREST (WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-TALLY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM FIND-TALLY-ENTRY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                   OR WS-FOUND-IDX NOT = 0.
           IF WS-FOUND-IDX = 0
               IF WS-TALLY-COUNT < 1000
                   SET WS-TALLY-COUNT UP BY 1
                   MOVE WS-TALLY-COUNT TO WS-FOUND-IDX
                   MOVE WS-PH-LOAN-ID  TO WS-TL-LOAN (WS-FOUND-IDX)
                   MOVE 'N'            TO WS-TL-DISBURSED (WS-FOUND-IDX)
                   MOVE 0              TO WS-TL-PRINCIPAL (WS-FOUND-IDX)
                   MOVE 0              TO WS-TL-INTEREST (WS-FOUND-IDX)
               ELSE
                   DISPLAY 'PROGLNDQ: TABELA DE LANCAMENTOS CHEIA - '
                           'EMPRESTIMO ' WS-PH-LOAN-ID ' IGNORADO'
               END-IF
           END-IF.

       FIND-TALLY-ENTRY.
           IF WS-TL-LOAN (WS-TALLY-IDX) = WS-PH-LOAN-ID
               MOVE WS-TALLY-IDX TO WS-FOUND-IDX
           END-IF.

       SETTLE-NEXT-LOAN.
           READ LOAN-MASTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM SETTLE-ONE-LOAN
           END-READ.

       SETTLE-ONE-LOAN.
           SET WS-LOAN-COUNT UP BY 1.
           MOVE LN-LOAN-ACCOUNT TO WS-PH-LOAN-ID.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM FIND-TALLY-ENTRY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                   OR WS-FOUND-IDX NOT = 0.

           IF LN-STATUS-DISBURSING
               PERFORM SETTLE-DISBURSEMENT
           END-IF.
           IF LN-STATUS-ACTIVE AND LN-PEND-COUNT NOT = 0
               PERFORM SETTLE-INSTALLMENTS
           END-IF.
           IF LN-STATUS-ACTIVE OR LN-STATUS-PAID-OFF
               PERFORM REFRESH-PRINCIPAL
           END-IF.
           IF LN-ARREARS-COUNT NOT = 0
               PERFORM REPORT-DELINQUENT-LOAN
           END-IF.
           WRITE LH-RECORD FROM LN-RECORD.

       SETTLE-DISBURSEMENT.
      *    THE DISBURSEMENT EITHER POSTED OR IT DIDN'T (A TRANSFER
      *    MOVES BOTH LEGS OR NEITHER); ONE THAT DIDN'T GOES BACK TO
      *    PENDING SO TOMORROW'S GENERATION SENDS IT AGAIN.
           MOVE 'N' TO WS-DISBURSED-SW.
           IF WS-FOUND-IDX NOT = 0
               IF WS-TL-DISBURSED (WS-FOUND-IDX) = 'Y'
                   SET WS-DISBURSED TO TRUE
               END-IF
           END-IF.
           IF WS-DISBURSED
               SET LN-STATUS-ACTIVE TO TRUE
               MOVE WS-RUN-DATE TO LN-OPEN-DATE
               SET WS-ACTIVATED-COUNT UP BY 1
           ELSE
               SET LN-STATUS-PENDING TO TRUE
               SET WS-RETRY-COUNT UP BY 1
               MOVE LN-LOAN-ACCOUNT TO DR-LOAN-ACCOUNT
               WRITE DLQ-LINE FROM WS-DLQ-RETRY
           END-IF.

       SETTLE-INSTALLMENTS.
      *    WHAT POSTED COMES OFF THE PENDING AMOUNTS; WHAT DIDN'T IS
      *    IN ARREARS. THE GENERATION STEP FOLDED ANY EARLIER ARREARS
      *    INTO THE PENDING, SO THE PENDING COUNT IS EVERY INSTALLMENT
      *    STILL OPEN, AND THE OLDEST MISSED DATE IS KEPT UNTIL THE
      *    ARREARS ARE CLEARED.
           MOVE 0 TO WS-POSTED-PRINCIPAL.
           MOVE 0 TO WS-POSTED-INTEREST.
           IF WS-FOUND-IDX NOT = 0
               MOVE WS-TL-PRINCIPAL (WS-FOUND-IDX)
                   TO WS-POSTED-PRINCIPAL
               MOVE WS-TL-INTEREST (WS-FOUND-IDX)
                   TO WS-POSTED-INTEREST
           END-IF.
           IF WS-POSTED-PRINCIPAL > LN-PEND-PRINCIPAL
               MOVE LN-PEND-PRINCIPAL TO WS-POSTED-PRINCIPAL
           END-IF.
           IF WS-POSTED-INTEREST > LN-PEND-INTEREST
               MOVE LN-PEND-INTEREST TO WS-POSTED-INTEREST
           END-IF.
           COMPUTE WS-SHORT-PRINCIPAL =
               LN-PEND-PRINCIPAL - WS-POSTED-PRINCIPAL.
           COMPUTE WS-SHORT-INTEREST =
               LN-PEND-INTEREST - WS-POSTED-INTEREST.
           IF WS-POSTED-PRINCIPAL NOT = 0 OR WS-POSTED-INTEREST NOT = 0
               MOVE WS-RUN-DATE TO LN-LAST-PAID-DATE
           END-IF.
           IF WS-SHORT-PRINCIPAL = 0 AND WS-SHORT-INTEREST = 0
               SET WS-SETTLED-COUNT UP BY 1
               MOVE 0 TO LN-ARREARS-COUNT
               MOVE 0 TO LN-ARREARS-PRINCIPAL
               MOVE 0 TO LN-ARREARS-INTEREST
               MOVE 0 TO LN-OLDEST-MISSED-DATE
           ELSE
               MOVE LN-PEND-COUNT      TO LN-ARREARS-COUNT
               MOVE WS-SHORT-PRINCIPAL TO LN-ARREARS-PRINCIPAL
               MOVE WS-SHORT-INTEREST  TO LN-ARREARS-INTEREST
               IF LN-OLDEST-MISSED-DATE = 0
                   MOVE LN-PEND-DUE-DATE TO LN-OLDEST-MISSED-DATE
               END-IF
           END-IF.
           MOVE 0 TO LN-PEND-COUNT.
           MOVE 0 TO LN-PEND-DUE-DATE.
           MOVE 0 TO LN-PEND-PRINCIPAL.
           MOVE 0 TO LN-PEND-INTEREST.

       REFRESH-PRINCIPAL.
      *    THE LOAN ACCOUNT'S BALANCE IS MINUS THE PRINCIPAL OWED, SO
      *    A REPAYMENT KEYED BY HAND IS PICKED UP AS WELL AS THE
      *    GENERATED ONES.
           MOVE LN-LOAN-ACCOUNT TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   DISPLAY 'PROGLNDQ: CONTA DO EMPRESTIMO '
                           LN-LOAN-ACCOUNT ' SEM SALDO NO MASTER'
               NOT INVALID KEY
                   IF AB-BALANCE < 0
                       COMPUTE LN-PRINCIPAL-BALANCE = 0 - AB-BALANCE
                   ELSE
                       MOVE 0 TO LN-PRINCIPAL-BALANCE
                   END-IF
           END-READ.
           COMPUTE LN-PAYOFF-AMOUNT =
               LN-PRINCIPAL-BALANCE + LN-ARREARS-INTEREST.
           IF LN-STATUS-ACTIVE AND LN-PAYOFF-AMOUNT = 0
               SET LN-STATUS-PAID-OFF TO TRUE
               MOVE 0 TO LN-ARREARS-COUNT
               MOVE 0 TO LN-ARREARS-PRINCIPAL
               MOVE 0 TO LN-OLDEST-MISSED-DATE
               SET WS-PAID-OFF-COUNT UP BY 1
           END-IF.

       REPORT-DELINQUENT-LOAN.
           SET WS-DELINQUENT-COUNT UP BY 1.
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (LN-OLDEST-MISSED-DATE).
           PERFORM COUNT-DELINQUENCY-BUCKET.
           PERFORM FETCH-CUSTOMER.
           MOVE LN-LOAN-ACCOUNT      TO DD-LOAN-ACCOUNT.
           MOVE CM-CUST-NAME         TO DD-CUST-NAME.
           MOVE LN-REPAY-ACCOUNT     TO DD-REPAY-ACCOUNT.
           MOVE WS-DAYS-PAST-DUE     TO DD-DAYS.
           WRITE DLQ-LINE            FROM WS-DLQ-DETAIL.
           MOVE LN-ARREARS-COUNT     TO DA-COUNT.
           MOVE LN-ARREARS-PRINCIPAL TO DA-PRINCIPAL.
           MOVE LN-ARREARS-INTEREST  TO DA-INTEREST.
           MOVE LN-PAYOFF-AMOUNT     TO DA-PAYOFF.
           WRITE DLQ-LINE            FROM WS-DLQ-AMOUNTS.

       COUNT-DELINQUENCY-BUCKET.
           IF WS-DAYS-PAST-DUE <= 30
               SET WS-BUCKET-1-30 UP BY 1
           ELSE
               IF WS-DAYS-PAST-DUE <= 60
                   SET WS-BUCKET-31-60 UP BY 1
               ELSE
                   IF WS-DAYS-PAST-DUE <= 90
                       SET WS-BUCKET-61-90 UP BY 1
                   ELSE
                       SET WS-BUCKET-OVER-90 UP BY 1
                   END-IF
               END-IF
           END-IF.

       FETCH-CUSTOMER.
           MOVE SPACES TO CM-CUST-NAME CM-CUST-ADDRESS.
           IF WS-CM-STATUS = '00'
               MOVE LN-LOAN-ACCOUNT TO WS-XRF-ACCOUNT
               PERFORM XREF-TO-CUSTOMER
               MOVE WS-XRF-CUSTOMER TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO'
                           TO CM-CUST-NAME
               END-READ
           END-IF.

       XREF-TO-CUSTOMER.
      *    AN ACCOUNT ON THE CROSS-REFERENCE BELONGS TO THE CUSTOMER
      *    THE LINK NAMES; AN UNLINKED ONE KEEPS THE LEGACY
      *    SAME-NUMBER CONVENTION.
           MOVE WS-XRF-ACCOUNT TO WS-XRF-CUSTOMER.
           MOVE 'N' TO WS-XRF-HIT-SW.
           PERFORM MATCH-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                   OR WS-XRF-HIT.

       MATCH-XREF-ENTRY.
           IF WS-XT-ACCOUNT (WS-XREF-IDX) = WS-XRF-ACCOUNT
               MOVE WS-XT-CUSTOMER (WS-XREF-IDX) TO WS-XRF-CUSTOMER
               SET WS-XRF-HIT TO TRUE
           END-IF.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XR-STATUS = '00'
               PERFORM LOAD-NEXT-XREF UNTIL WS-EOF
               CLOSE CUSTOMER-XREF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-XREF.
           READ CUSTOMER-XREF
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-XREF-COUNT < 1000
                       SET WS-XREF-COUNT UP BY 1
                       MOVE XR-ACCOUNT-NUMBER
                           TO WS-XT-ACCOUNT (WS-XREF-COUNT)
                       MOVE XR-CUST-NUMBER
                           TO WS-XT-CUSTOMER (WS-XREF-COUNT)
                   ELSE
                       DISPLAY 'PROGLNDQ: TABELA DE VINCULOS CHEIA - '
                               'VINCULO IGNORADO'
                   END-IF
           END-READ.

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

       GET-SIMULATION-MODE.
      *    SIMMODE.DAT CARRYING AN 'S' PUTS THE RUN IN DRY-RUN MODE.
      *    A MISSING OR EMPTY FILE MEANS A REAL RUN.
           MOVE 'N' TO WS-SIM-SW.
           OPEN INPUT SIM-CONTROL.
           IF WS-SM-STATUS = '00'
               READ SIM-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SM-SIMULATION
                           SET WS-SIM-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE SIM-CONTROL
           END-IF.

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
       END PROGRAM PROGLNDQ.
