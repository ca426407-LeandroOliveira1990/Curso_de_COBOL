      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: LOAN MAINTENANCE, SO THE LOAN DESK STOPS KEEPING ITS
      *          AMORTIZATION SCHEDULES IN A SPREADSHEET AND KEYING
      *          THE REPAYMENTS THROUGH PROGENTR. SITS BEHIND OPRSEC
      *          (SUSPENSE AUTHORITY - THE SAME SUPERVISORY DESK THAT
      *          SETS OVERDRAFT AND TRANSACTION LIMITS), THEN STEPS
      *          THROUGH EACH LOANMAST.DAT RECORD AND LETS THE
      *          OPERATOR KEEP, CHANGE OR DELETE IT, AND AFTERWARDS
      *          ADD NEW LOANS (BLANK LOAN ACCOUNT ENDS THE SESSION).
      *          A NEW LOAN OPENS ITS OWN AB-TYPE-LOAN ACCOUNT ON THE
      *          BALANCE MASTER (ZERO BALANCE, LIMIT = PRINCIPAL, SO
      *          THE DISBURSEMENT DEBIT CLEARS THE OVERDRAFT CHECK) AND
      *          LINKS IT ON CUSTXREF TO THE CUSTOMER WHO OWNS THE
      *          REPAYMENT ACCOUNT. THE FIXED INSTALLMENT IS WORKED
      *          OUT BY THE PRICE TABLE FROM PRINCIPAL, MONTHLY RATE
      *          AND TERM. A CHANGE RE-KEYS THE REPAYMENT ACCOUNT, THE
      *          RATE AND THE NEXT DUE DATE AND RE-PRICES THE
      *          INSTALLMENT OVER WHAT IS LEFT OF THE TERM; ONLY A LOAN
      *          NOT YET DISBURSED MAY BE DELETED. THE FILE IS
      *          REWRITTEN FROM A HOLD FILE AT END AND EVERY ADD,
      *          CHANGE AND DELETE GOES TO THE AUDIT TRAIL THROUGH
      *          AUDITWRT WITH THE OPERATOR'S ID.
      * Tectonics: cobc
      * Modified: 2026-10-15 - THE NEW LOAN ACCOUNT IS WRITTEN OPEN
      *           (AB-ACCOUNT-STATUS) AND STAMPED WITH THE BUSINESS
      *           DATE, AND A REPAYMENT ACCOUNT MUST BE OPEN.
      * Modified: 2026-10-15 - THE NEW LOAN ACCOUNT'S FOREIGN-CURRENCY
      *           BALANCE IS WRITTEN ZERO.
      * Modified: 2026-10-15 - THE NEW LOAN ACCOUNT IS OPENED AT THE
      *           REPAYMENT ACCOUNT'S BRANCH (AB-BRANCH), BLANK TAKING
      *           THE HEAD OFFICE, 0001.
      * Modified: 2026-10-15 - THE NEW LOAN ACCOUNT IS WRITTEN WITH
      *           A BLANK PRICING PRODUCT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLNMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LN-STATUS.
           SELECT LOAN-HOLD ASSIGN TO "LNMTHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
           COPY LOANMAST.
       FD  LOAN-HOLD.
       01  LH-RECORD                   PIC X(155).
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-LN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'S'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88  WS-ADDS-DONE                  VALUE 'Y'.
       77  WS-DECISION                 PIC X(01) VALUE SPACE.
           88  WS-DEC-KEEP                   VALUE 'M'.
           88  WS-DEC-CHANGE                 VALUE 'A'.
           88  WS-DEC-DELETE                 VALUE 'X'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-CHANGED-COUNT            PIC 9(06) VALUE 0.
       77  WS-DELETED-COUNT            PIC 9(06) VALUE 0.
       77  WS-ADDED-COUNT              PIC 9(06) VALUE 0.
       77  WS-LOAN-IN                  PIC X(10) VALUE SPACES.
       77  WS-REPAY-IN                 PIC X(10) VALUE SPACES.
       77  WS-PRINCIPAL-IN             PIC X(12) VALUE SPACES.
       77  WS-RATE-IN                  PIC X(10) VALUE SPACES.
       77  WS-TERM-IN                  PIC X(05) VALUE SPACES.
       77  WS-LOAN-NUM                 PIC 9(08) VALUE 0.
       77  WS-REPAY-NUM                PIC 9(08) VALUE 0.
       77  WS-LOAN-CUSTOMER            PIC 9(08) VALUE 0.
       77  WS-LOAN-BRANCH              PIC X(04) VALUE SPACES.
       77  WS-PRINCIPAL-NUM            PIC 9(7)V99 VALUE 0.
       77  WS-RATE-NUM                 PIC V9(05) VALUE 0.
       77  WS-TERM-NUM                 PIC 9(03) VALUE 0.
       77  WS-REMAINING-TERM           PIC 9(03) VALUE 0.
       77  WS-PAYMENT-NUM              PIC 9(7)V99 VALUE 0.
       77  WS-PRICE-FACTOR             PIC 9(15)V9(12) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       01  WS-DUE-DATE-IN              PIC X(08) VALUE SPACES.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE-IN.
           05  WS-DUE-YYYY             PIC 9(04).
           05  WS-DUE-MM               PIC 9(02).
           05  WS-DUE-DD               PIC 9(02).
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-LOAN-WORK.
           05  WS-LW-LOAN-ACCOUNT      PIC 9(08).
           05  WS-LW-REPAY-ACCOUNT     PIC 9(08).
           05  WS-LW-STATUS            PIC X(01).
           05  WS-LW-ORIG-PRINCIPAL    PIC 9(7)V99.
           05  WS-LW-PRINCIPAL-BALANCE PIC 9(7)V99.
           05  WS-LW-MONTHLY-RATE      PIC V9(05).
           05  WS-LW-TERM-MONTHS       PIC 9(03).
           05  WS-LW-INSTALLMENTS-DUE  PIC 9(03).
           05  WS-LW-PAYMENT-AMOUNT    PIC 9(7)V99.
           05  WS-LW-NEXT-DUE-DATE     PIC 9(08).
           05  WS-LW-PAYOFF-AMOUNT     PIC 9(7)V99.
           05  WS-LW-PEND-COUNT        PIC 9(02).
           05  WS-LW-PEND-DUE-DATE     PIC 9(08).
           05  WS-LW-PEND-PRINCIPAL    PIC 9(7)V99.
           05  WS-LW-PEND-INTEREST     PIC 9(7)V99.
           05  WS-LW-ARREARS-COUNT     PIC 9(03).
           05  WS-LW-ARREARS-PRINCIPAL PIC 9(7)V99.
           05  WS-LW-ARREARS-INTEREST  PIC 9(7)V99.
           05  WS-LW-OLDEST-MISSED     PIC 9(08).
           05  WS-LW-LAST-PAID-DATE    PIC 9(08).
           05  WS-LW-OPEN-DATE         PIC 9(08).
           05  FILLER                  PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGLNMT: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGLNMT: ACCTBAL.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-AB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-XREF-TABLE.
           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT LOAN-HOLD.
           OPEN INPUT LOAN-MASTER.
           IF WS-LN-STATUS = '00'
               PERFORM REVIEW-NEXT-LOAN UNTIL WS-EOF
               CLOSE LOAN-MASTER
           ELSE
               DISPLAY 'PROGLNMT: LOANMAST.DAT AUSENTE - ARQUIVO NOVO '
                       'SERA CRIADO'
           END-IF.

           DISPLAY 'PROGLNMT: INCLUSAO DE EMPRESTIMOS - CONTA EM '
                   'BRANCO ENCERRA.'.
           PERFORM ADD-ONE-LOAN UNTIL WS-ADDS-DONE.
           CLOSE LOAN-HOLD.
           CLOSE ACCOUNT-BALANCE.

           PERFORM REWRITE-LOAN-FILE.

           DISPLAY 'PROGLNMT: MANTIDOS:  ' WS-KEPT-COUNT.
           DISPLAY 'PROGLNMT: ALTERADOS: ' WS-CHANGED-COUNT.
           DISPLAY 'PROGLNMT: EXCLUIDOS: ' WS-DELETED-COUNT.
           DISPLAY 'PROGLNMT: INCLUIDOS: ' WS-ADDED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REVIEW-NEXT-LOAN.
           READ LOAN-MASTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM REVIEW-ONE-LOAN
           END-READ.

       REVIEW-ONE-LOAN.
           DISPLAY 'PROGLNMT: EMPRESTIMO ' LN-LOAN-ACCOUNT
                   ' DEBITO ' LN-REPAY-ACCOUNT ' SITUACAO ' LN-STATUS.
           DISPLAY 'PROGLNMT: PRINCIPAL ' LN-ORIG-PRINCIPAL
                   ' SALDO ' LN-PRINCIPAL-BALANCE
                   ' TAXA ' LN-MONTHLY-RATE.
           DISPLAY 'PROGLNMT: PARCELA ' LN-PAYMENT-AMOUNT
                   ' PAGAS ' LN-INSTALLMENTS-DUE '/' LN-TERM-MONTHS
                   ' PROXIMO VENCIMENTO ' LN-NEXT-DUE-DATE.
           DISPLAY 'PROGLNMT: EM ATRASO ' LN-ARREARS-COUNT
                   ' QUITACAO ' LN-PAYOFF-AMOUNT.

           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-DECISION UNTIL WS-DECISION-OK.

           IF WS-DEC-KEEP
               WRITE LH-RECORD FROM LN-RECORD
               SET WS-KEPT-COUNT UP BY 1
           ELSE
               IF WS-DEC-CHANGE
                   PERFORM CHANGE-LOAN
               ELSE
                   PERFORM DELETE-LOAN
               END-IF
           END-IF.

       ACCEPT-DECISION.
      *    A LOAN WITH MOVEMENTS STILL IN TONIGHT'S FEED (DISBURSING,
      *    OR INSTALLMENTS PENDING SETTLEMENT) OR ALREADY PAID OFF IS
      *    KEPT AS IS; ONCE THE MONEY HAS GONE OUT THE RECORD CAN NO
      *    LONGER BE DELETED - ONLY A PENDING LOAN CAN.
           DISPLAY 'PROGLNMT: M=MANTER A=ALTERAR X=EXCLUIR: '.
           ACCEPT WS-DECISION.
           IF WS-DEC-KEEP
               SET WS-DECISION-OK TO TRUE
           ELSE
               IF WS-DEC-CHANGE OR WS-DEC-DELETE
                   IF LN-STATUS-DISBURSING OR LN-STATUS-PAID-OFF
                           OR LN-PEND-COUNT NOT = 0
                       DISPLAY 'PROGLNMT: EMPRESTIMO EM LIBERACAO, '
                               'COM PARCELAS PENDENTES OU QUITADO - '
                               'SO PODE SER MANTIDO'
                   ELSE
                       IF WS-DEC-DELETE AND NOT LN-STATUS-PENDING
                           DISPLAY 'PROGLNMT: EMPRESTIMO JA LIBERADO '
                                   '- EXCLUSAO RECUSADA'
                       ELSE
                           SET WS-DECISION-OK TO TRUE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'PROGLNMT: DECISAO INVALIDA - REDIGITE'
               END-IF
           END-IF.

       CHANGE-LOAN.
           MOVE LN-PAYMENT-AMOUNT   TO WS-AL-BEFORE-VALUE.
           MOVE LN-LOAN-ACCOUNT     TO WS-LOAN-NUM.
           MOVE LN-LOAN-ACCOUNT     TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER     TO WS-LOAN-CUSTOMER.
           PERFORM GATHER-REPAY-ACCOUNT.
           PERFORM GATHER-RATE.
           PERFORM GATHER-DUE-DATE.
           MOVE WS-REPAY-NUM        TO LN-REPAY-ACCOUNT.
           MOVE WS-RATE-NUM         TO LN-MONTHLY-RATE.
           MOVE WS-DUE-DATE-IN      TO LN-NEXT-DUE-DATE.
           IF LN-STATUS-PENDING
               MOVE LN-ORIG-PRINCIPAL TO WS-PRINCIPAL-NUM
           ELSE
               MOVE LN-PRINCIPAL-BALANCE TO WS-PRINCIPAL-NUM
           END-IF.
           COMPUTE WS-REMAINING-TERM =
               LN-TERM-MONTHS - LN-INSTALLMENTS-DUE.
           IF WS-REMAINING-TERM = 0
               MOVE 1 TO WS-REMAINING-TERM
           END-IF.
           PERFORM COMPUTE-INSTALLMENT.
           MOVE WS-PAYMENT-NUM      TO LN-PAYMENT-AMOUNT.
           WRITE LH-RECORD          FROM LN-RECORD.
           SET WS-CHANGED-COUNT UP BY 1.
           MOVE LN-PAYMENT-AMOUNT   TO WS-AL-AFTER-VALUE.
           MOVE 'LOAN-CHANGE'       TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY 'PROGLNMT: NOVA PARCELA ' LN-PAYMENT-AMOUNT.

       DELETE-LOAN.
      *    THE LOAN'S OWN ACCOUNT WAS OPENED AT ZERO AND NOTHING HAS
      *    POSTED TO IT, SO IT COMES OFF THE BALANCE MASTER WITH THE
      *    LOAN RECORD.
           MOVE LN-LOAN-ACCOUNT     TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AB-TYPE-LOAN AND AB-BALANCE = 0
                       DELETE ACCOUNT-BALANCE RECORD
                   END-IF
           END-READ.
           SET WS-DELETED-COUNT UP BY 1.
           MOVE LN-ORIG-PRINCIPAL   TO WS-AL-BEFORE-VALUE.
           MOVE 0                   TO WS-AL-AFTER-VALUE.
           MOVE 'LOAN-DELETE'       TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.

       ADD-ONE-LOAN.
           MOVE SPACES TO WS-LOAN-IN.
           DISPLAY 'DIGITE A CONTA DO EMPRESTIMO (BRANCO ENCERRA): '.
           ACCEPT WS-LOAN-IN.
           IF WS-LOAN-IN = SPACES
               SET WS-ADDS-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-LOAN-IN) NOT = 0
                   DISPLAY 'PROGLNMT: CONTA NAO NUMERICA'
               ELSE
                   PERFORM CHECK-NEW-LOAN-ACCOUNT
               END-IF
           END-IF.

       CHECK-NEW-LOAN-ACCOUNT.
      *    THE LOAN GETS AN ACCOUNT OF ITS OWN; A NUMBER ALREADY ON
      *    THE BALANCE MASTER (ANY TYPE) CAN'T BE REUSED FOR IT.
           COMPUTE WS-LOAN-NUM = FUNCTION NUMVAL (WS-LOAN-IN).
           MOVE WS-LOAN-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   PERFORM ADD-NEW-LOAN
               NOT INVALID KEY
                   DISPLAY 'PROGLNMT: CONTA ' WS-LOAN-NUM
                           ' JA EXISTE NO MASTER - NAO INCLUIDO'
           END-READ.

       ADD-NEW-LOAN.
           MOVE 0 TO WS-LOAN-CUSTOMER.
           PERFORM GATHER-REPAY-ACCOUNT.
           PERFORM GATHER-PRINCIPAL.
           PERFORM GATHER-RATE.
           PERFORM GATHER-TERM.
           PERFORM GATHER-DUE-DATE.
           MOVE WS-TERM-NUM         TO WS-REMAINING-TERM.
           PERFORM COMPUTE-INSTALLMENT.
           PERFORM BUILD-LOAN-WORK.
           PERFORM OPEN-LOAN-ACCOUNT.
           PERFORM LINK-LOAN-ACCOUNT.
           WRITE LH-RECORD          FROM WS-LOAN-WORK.
           SET WS-ADDED-COUNT UP BY 1.
           MOVE 0                   TO WS-AL-BEFORE-VALUE.
           MOVE WS-PRINCIPAL-NUM    TO WS-AL-AFTER-VALUE.
           MOVE 'LOAN-ADD'          TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY 'PROGLNMT: EMPRESTIMO ' WS-LOAN-NUM
                   ' INCLUIDO - PARCELA ' WS-PAYMENT-NUM.

       GATHER-REPAY-ACCOUNT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-REPAY-ACCOUNT UNTIL WS-FIELD-OK.

       ACCEPT-REPAY-ACCOUNT.
      *    THE INSTALLMENTS ARE DRAWN FROM AN ORDINARY ACCOUNT ALREADY
      *    ON THE BALANCE MASTER. ON A CHANGE IT MUST BELONG TO THE
      *    SAME CUSTOMER THE LOAN ACCOUNT IS LINKED TO.
           DISPLAY 'DIGITE A CONTA DE DEBITO DAS PARCELAS: '.
           ACCEPT WS-REPAY-IN.
           IF WS-REPAY-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-REPAY-IN) NOT = 0
               DISPLAY 'PROGLNMT: CONTA NAO NUMERICA - REDIGITE'
           ELSE
               COMPUTE WS-REPAY-NUM = FUNCTION NUMVAL (WS-REPAY-IN)
               MOVE WS-REPAY-NUM TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       DISPLAY 'PROGLNMT: CONTA ' WS-REPAY-NUM
                               ' SEM SALDO NO MASTER - REDIGITE'
                   NOT INVALID KEY
                       PERFORM CHECK-REPAY-ACCOUNT
               END-READ
           END-IF.

       CHECK-REPAY-ACCOUNT.
           MOVE WS-REPAY-NUM TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           IF AB-TYPE-LOAN
               DISPLAY 'PROGLNMT: CONTA DE EMPRESTIMO NAO PODE SER '
                       'CONTA DE DEBITO - REDIGITE'
           ELSE
               IF NOT AB-STATUS-OPEN
                   DISPLAY 'PROGLNMT: CONTA ENCERRADA OU EM '
                           'ENCERRAMENTO - REDIGITE'
               ELSE
                   IF WS-LOAN-CUSTOMER NOT = 0
                           AND WS-XRF-CUSTOMER NOT = WS-LOAN-CUSTOMER
                       DISPLAY 'PROGLNMT: CONTA DE OUTRO CLIENTE - '
                               'REDIGITE'
                   ELSE
                       MOVE WS-XRF-CUSTOMER TO WS-LOAN-CUSTOMER
                       MOVE AB-BRANCH TO WS-LOAN-BRANCH
                       SET WS-FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       GATHER-PRINCIPAL.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PRINCIPAL UNTIL WS-FIELD-OK.

       ACCEPT-PRINCIPAL.
           DISPLAY 'DIGITE O PRINCIPAL (9(7)V99): '.
           ACCEPT WS-PRINCIPAL-IN.
           IF FUNCTION TEST-NUMVAL (WS-PRINCIPAL-IN) NOT = 0
               DISPLAY 'PROGLNMT: VALOR NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-PRINCIPAL-NUM =
                   FUNCTION NUMVAL (WS-PRINCIPAL-IN)
               IF WS-PRINCIPAL-NUM = 0
                   DISPLAY 'PROGLNMT: PRINCIPAL ZERO - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-RATE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-RATE UNTIL WS-FIELD-OK.

       ACCEPT-RATE.
      *    MONTHLY RATE AS A FRACTION (0.01500 = 1,5% A.M.). ANYTHING
      *    OVER 10% A MONTH IS A KEYING SLIP, NOT A PRODUCT.
           DISPLAY 'DIGITE A TAXA MENSAL (EX. 0.01500): '.
           ACCEPT WS-RATE-IN.
           IF FUNCTION TEST-NUMVAL (WS-RATE-IN) NOT = 0
               DISPLAY 'PROGLNMT: TAXA NAO NUMERICA - REDIGITE'
           ELSE
               IF FUNCTION NUMVAL (WS-RATE-IN) > 0.10
                   DISPLAY 'PROGLNMT: TAXA ACIMA DE 10% A.M. - '
                           'REDIGITE'
               ELSE
                   COMPUTE WS-RATE-NUM = FUNCTION NUMVAL (WS-RATE-IN)
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-TERM.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-TERM UNTIL WS-FIELD-OK.

       ACCEPT-TERM.
           DISPLAY 'DIGITE O PRAZO EM MESES (1-360): '.
           ACCEPT WS-TERM-IN.
           IF FUNCTION TEST-NUMVAL (WS-TERM-IN) NOT = 0
               DISPLAY 'PROGLNMT: PRAZO NAO NUMERICO - REDIGITE'
           ELSE
               IF FUNCTION NUMVAL (WS-TERM-IN) < 1
                       OR FUNCTION NUMVAL (WS-TERM-IN) > 360
                   DISPLAY 'PROGLNMT: PRAZO FORA DE 1-360 - REDIGITE'
               ELSE
                   COMPUTE WS-TERM-NUM = FUNCTION NUMVAL (WS-TERM-IN)
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-DUE-DATE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-DUE-DATE UNTIL WS-FIELD-OK.

       ACCEPT-DUE-DATE.
      *    INSTALLMENTS KEEP THEIR DAY-OF-MONTH, SO THE DAY IS HELD
      *    TO 1-28 AND NO SHORT MONTH EVER NEEDS CLAMPING.
           DISPLAY 'DIGITE O PROXIMO VENCIMENTO (YYYYMMDD, DIA 1-28): '.
           ACCEPT WS-DUE-DATE-IN.
           IF WS-DUE-DATE-IN IS NOT NUMERIC
               DISPLAY 'PROGLNMT: DATA NAO NUMERICA - REDIGITE'
           ELSE
               IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
                       OR WS-DUE-DD < 1 OR WS-DUE-DD > 28
                   DISPLAY 'PROGLNMT: MES OU DIA INVALIDO - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       COMPUTE-INSTALLMENT.
      *    PRICE TABLE: PMT = P * I * (1+I)**N / ((1+I)**N - 1) OVER
      *    THE REMAINING N MONTHS. AN INTEREST-FREE LOAN IS JUST THE
      *    PRINCIPAL SPLIT EVENLY.
           IF WS-RATE-NUM = 0
               COMPUTE WS-PAYMENT-NUM ROUNDED =
                   WS-PRINCIPAL-NUM / WS-REMAINING-TERM
           ELSE
               COMPUTE WS-PRICE-FACTOR =
                   (1 + WS-RATE-NUM) ** WS-REMAINING-TERM
               COMPUTE WS-PAYMENT-NUM ROUNDED =
                   WS-PRINCIPAL-NUM * WS-RATE-NUM * WS-PRICE-FACTOR
                   / (WS-PRICE-FACTOR - 1)
           END-IF.

       BUILD-LOAN-WORK.
           MOVE SPACES              TO WS-LOAN-WORK.
           MOVE WS-LOAN-NUM         TO WS-LW-LOAN-ACCOUNT.
           MOVE WS-REPAY-NUM        TO WS-LW-REPAY-ACCOUNT.
           MOVE 'P'                 TO WS-LW-STATUS.
           MOVE WS-PRINCIPAL-NUM    TO WS-LW-ORIG-PRINCIPAL.
           MOVE WS-PRINCIPAL-NUM    TO WS-LW-PRINCIPAL-BALANCE.
           MOVE WS-RATE-NUM         TO WS-LW-MONTHLY-RATE.
           MOVE WS-TERM-NUM         TO WS-LW-TERM-MONTHS.
           MOVE 0                   TO WS-LW-INSTALLMENTS-DUE.
           MOVE WS-PAYMENT-NUM      TO WS-LW-PAYMENT-AMOUNT.
           MOVE WS-DUE-DATE-IN      TO WS-LW-NEXT-DUE-DATE.
           MOVE WS-PRINCIPAL-NUM    TO WS-LW-PAYOFF-AMOUNT.
           MOVE 0                   TO WS-LW-PEND-COUNT.
           MOVE 0                   TO WS-LW-PEND-DUE-DATE.
           MOVE 0                   TO WS-LW-PEND-PRINCIPAL.
           MOVE 0                   TO WS-LW-PEND-INTEREST.
           MOVE 0                   TO WS-LW-ARREARS-COUNT.
           MOVE 0                   TO WS-LW-ARREARS-PRINCIPAL.
           MOVE 0                   TO WS-LW-ARREARS-INTEREST.
           MOVE 0                   TO WS-LW-OLDEST-MISSED.
           MOVE 0                   TO WS-LW-LAST-PAID-DATE.
           MOVE 0                   TO WS-LW-OPEN-DATE.

       OPEN-LOAN-ACCOUNT.
      *    THE LOAN ACCOUNT CARRIES MINUS THE PRINCIPAL OWED; ITS
      *    LIMIT IS THE PRINCIPAL SO THE DISBURSEMENT DEBIT POSTS.
           MOVE WS-LOAN-NUM         TO AB-ACCOUNT-NUMBER.
           MOVE 0                   TO AB-BALANCE.
           MOVE 0                   TO AB-LAST-UPDATE-DATE.
           MOVE 'BRL'               TO AB-CURRENCY.
           MOVE 0                   TO AB-CCY-BALANCE.
           MOVE WS-PRINCIPAL-NUM    TO AB-OVERDRAFT-LIMIT.
           SET AB-TYPE-LOAN         TO TRUE.
           MOVE 'A'                 TO AB-ACCOUNT-STATUS.
           MOVE WS-RUN-DATE         TO AB-STATUS-DATE.
      *    THE LOAN BELONGS TO THE BRANCH OF THE ACCOUNT IT IS
      *    REPAID FROM.
           IF WS-LOAN-BRANCH = SPACES OR WS-LOAN-BRANCH = '0000'
               MOVE '0001'          TO WS-LOAN-BRANCH
           END-IF.
           MOVE WS-LOAN-BRANCH      TO AB-BRANCH.
           MOVE SPACES              TO AB-PRODUCT.
           WRITE AB-RECORD
               INVALID KEY
                   DISPLAY 'PROGLNMT: CONTA ' WS-LOAN-NUM
                           ' NAO GRAVADA NO MASTER - STATUS '
                           WS-AB-STATUS
           END-WRITE.

       LINK-LOAN-ACCOUNT.
           OPEN EXTEND CUSTOMER-XREF.
           IF WS-XR-STATUS = '35'
               OPEN OUTPUT CUSTOMER-XREF
           END-IF.
           MOVE SPACES              TO XR-RECORD.
           MOVE WS-LOAN-CUSTOMER    TO XR-CUST-NUMBER.
           MOVE WS-LOAN-NUM         TO XR-ACCOUNT-NUMBER.
           WRITE XR-RECORD.
           CLOSE CUSTOMER-XREF.
           IF WS-XREF-COUNT < 1000
               SET WS-XREF-COUNT UP BY 1
               MOVE WS-LOAN-NUM      TO WS-XT-ACCOUNT (WS-XREF-COUNT)
               MOVE WS-LOAN-CUSTOMER TO WS-XT-CUSTOMER (WS-XREF-COUNT)
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

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
                       DISPLAY 'PROGLNMT: TABELA DE VINCULOS CHEIA - '
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
       END PROGRAM PROGLNMT.
