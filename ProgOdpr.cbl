      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: OVERDRAFT-PROTECTION ENROLMENT MAINTENANCE. A DEBIT
      *          THAT BREACHED THE CHECKING ACCOUNT'S LIMIT WENT TO NSF
      *          AND TOOK THE FEE EVEN WHEN THE SAME CUSTOMER HAD THE
      *          MONEY SITTING IN SAVINGS. SITS BEHIND OPRSEC
      *          (SUSPENSE AUTHORITY, LIKE THE OVERDRAFT LIMITS
      *          THEMSELVES), STEPS THROUGH EACH ODPROT.DAT ENROLMENT
      *          AND LETS THE OPERATOR KEEP OR CANCEL IT, THEN TAKES
      *          NEW ONES (BLANK ACCOUNT ENDS THE SESSION) - THE
      *          CHECKING ACCOUNT, THE SAVINGS ACCOUNT THAT COVERS IT
      *          AND THE SWEEP INCREMENT. BOTH ACCOUNTS MUST BE OPEN
      *          AND IN BRL, OF THE RIGHT TYPE AND HELD BY THE SAME
      *          CUSTOMER ON THE CUSTXREF CROSS-REFERENCE, AND A
      *          CHECKING ACCOUNT MAY ONLY BE ENROLLED ONCE. EVERY
      *          ENROLMENT AND CANCELLATION GOES TO THE AUDIT TRAIL
      *          THROUGH AUDITWRT WITH THE OPERATOR'S ID. THE FILE IS
      *          REWRITTEN FROM A HOLD FILE AT END. PROGPOST MAKES THE
      *          SWEEPS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGODPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OP-STATUS.
           SELECT PROTECTION-HOLD ASSIGN TO "ODPRHOLD.TMP"
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
       FD  PROTECTION-FILE.
           COPY ODPROT.
       FD  PROTECTION-HOLD.
       01  OH-RECORD                   PIC X(45).
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-OP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
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
           88  WS-DEC-CANCEL                 VALUE 'X'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-CANCELLED-COUNT          PIC 9(06) VALUE 0.
       77  WS-ADDED-COUNT              PIC 9(06) VALUE 0.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
       77  WS-SAVINGS-IN               PIC X(10) VALUE SPACES.
       77  WS-INCREMENT-IN             PIC X(12) VALUE SPACES.
       77  WS-CHECKING-NUM             PIC 9(08) VALUE 0.
       77  WS-SAVINGS-NUM              PIC 9(08) VALUE 0.
       77  WS-CHECKING-OWNER           PIC 9(08) VALUE 0.
       77  WS-INCREMENT-NUM            PIC 9(5)V99 VALUE 0.
       77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
       77  WS-ENROLLED-COUNT           PIC 9(04) VALUE 0.
       77  WS-ENROLLED-IDX             PIC 9(04) VALUE 0.
       77  WS-ENROLLED-HIT-SW          PIC X(01) VALUE 'N'.
           88  WS-ENROLLED-HIT               VALUE 'Y'.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       01  WS-ENROLLED-TABLE.
           05  WS-EN-ACCOUNT OCCURS 1000 TIMES PIC 9(08).
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-PROTECT-WORK.
           05  WS-PW-CHECKING-ACCOUNT  PIC 9(08).
           05  WS-PW-SAVINGS-ACCOUNT   PIC 9(08).
           05  WS-PW-INCREMENT         PIC 9(5)V99.
           05  WS-PW-ENROL-DATE        PIC 9(08).
           05  WS-PW-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGODPR: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGODPR: ACCTBAL.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-AB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-XREF-TABLE.

           OPEN OUTPUT PROTECTION-HOLD.
           OPEN INPUT PROTECTION-FILE.
           IF WS-OP-STATUS = '00'
               PERFORM REVIEW-NEXT-LINK UNTIL WS-EOF
               CLOSE PROTECTION-FILE
           ELSE
               DISPLAY 'PROGODPR: ODPROT.DAT AUSENTE - ARQUIVO NOVO '
                       'SERA CRIADO'
           END-IF.

           DISPLAY 'PROGODPR: NOVAS ADESOES - CONTA EM BRANCO '
                   'ENCERRA.'.
           PERFORM ADD-ONE-LINK UNTIL WS-ADDS-DONE.
           CLOSE PROTECTION-HOLD.
           CLOSE ACCOUNT-BALANCE.

           PERFORM REWRITE-PROTECTION-FILE.

           DISPLAY 'PROGODPR: MANTIDAS:   ' WS-KEPT-COUNT.
           DISPLAY 'PROGODPR: CANCELADAS: ' WS-CANCELLED-COUNT.
           DISPLAY 'PROGODPR: INCLUIDAS:  ' WS-ADDED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REVIEW-NEXT-LINK.
           READ PROTECTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM REVIEW-ONE-LINK
           END-READ.

       REVIEW-ONE-LINK.
           DISPLAY 'PROGODPR: CONTA ' OP-CHECKING-ACCOUNT
                   ' COBERTA PELA POUPANCA ' OP-SAVINGS-ACCOUNT
                   ' INCREMENTO ' OP-INCREMENT.
           DISPLAY 'PROGODPR: ADESAO EM ' OP-ENROL-DATE
                   ' POR ' OP-OPERATOR-ID.

           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-DECISION UNTIL WS-DECISION-OK.

           IF WS-DEC-KEEP
               WRITE OH-RECORD FROM OP-RECORD
               SET WS-KEPT-COUNT UP BY 1
               MOVE OP-CHECKING-ACCOUNT TO WS-CHECKING-NUM
               PERFORM REMEMBER-ENROLLED
           ELSE
               SET WS-CANCELLED-COUNT UP BY 1
               MOVE OP-CHECKING-ACCOUNT TO WS-AL-BEFORE-VALUE
               MOVE 0                   TO WS-AL-AFTER-VALUE
               MOVE 'ODPROT-CANCEL'     TO WS-AL-FIELD-NAME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       ACCEPT-DECISION.
           DISPLAY 'PROGODPR: M=MANTER X=CANCELAR: '.
           ACCEPT WS-DECISION.
           IF WS-DEC-KEEP OR WS-DEC-CANCEL
               SET WS-DECISION-OK TO TRUE
           ELSE
               DISPLAY 'PROGODPR: DECISAO INVALIDA - REDIGITE'
           END-IF.

       ADD-ONE-LINK.
           MOVE SPACES TO WS-ACCOUNT-IN.
           DISPLAY 'DIGITE A CONTA CORRENTE (BRANCO ENCERRA): '.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES
               SET WS-ADDS-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-ACCOUNT-IN) NOT = 0
                   DISPLAY 'PROGODPR: CONTA NAO NUMERICA - REDIGITE'
               ELSE
                   COMPUTE WS-CHECKING-NUM =
                       FUNCTION NUMVAL (WS-ACCOUNT-IN)
                   PERFORM VALIDATE-CHECKING
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM GATHER-SAVINGS
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM GATHER-INCREMENT
                       PERFORM ENROL-LINK
                   ELSE
                       DISPLAY 'PROGODPR: ' WS-REFUSE-REASON
                               ' - ADESAO NAO GRAVADA'
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CHECKING.
      *    A LEGACY ACCOUNT WITH NO TYPE IS CHECKING, THE SAME RULE
      *    THE PRICING LOOKUP FOLLOWS.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE WS-CHECKING-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   MOVE 'CONTA CORRENTE SEM SALDO NO MASTER'
                       TO WS-REFUSE-REASON
           END-READ.
           IF WS-REFUSE-REASON = SPACES
               IF NOT AB-TYPE-CHECKING AND AB-ACCOUNT-TYPE NOT = SPACE
                   MOVE 'CONTA NAO E CONTA CORRENTE'
                       TO WS-REFUSE-REASON
               ELSE
                   PERFORM VALIDATE-OPEN-BRL
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               PERFORM FIND-ENROLLED
               IF WS-ENROLLED-HIT
                   MOVE 'CONTA CORRENTE JA PROTEGIDA'
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       VALIDATE-OPEN-BRL.
      *    THE SWEEP LEGS POST IN BRL, SO ONLY A BRL ACCOUNT STILL
      *    TAKING MONEY MAY SIT ON EITHER SIDE OF A LINK.
           IF NOT AB-STATUS-OPEN
               MOVE 'CONTA NAO ESTA ABERTA' TO WS-REFUSE-REASON
           ELSE
               IF AB-CURRENCY NOT = SPACES AND AB-CURRENCY NOT = 'BRL'
                   MOVE 'CONTA NAO E EM BRL' TO WS-REFUSE-REASON
               END-IF
           END-IF.

       GATHER-SAVINGS.
           MOVE WS-CHECKING-NUM TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO WS-CHECKING-OWNER.
           MOVE SPACES TO WS-SAVINGS-IN.
           DISPLAY 'DIGITE A CONTA POUPANCA QUE COBRE A CONTA: '.
           ACCEPT WS-SAVINGS-IN.
           IF FUNCTION TEST-NUMVAL (WS-SAVINGS-IN) NOT = 0
               MOVE 'POUPANCA NAO NUMERICA' TO WS-REFUSE-REASON
           ELSE
               COMPUTE WS-SAVINGS-NUM =
                   FUNCTION NUMVAL (WS-SAVINGS-IN)
               PERFORM VALIDATE-SAVINGS
           END-IF.

       VALIDATE-SAVINGS.
           MOVE WS-SAVINGS-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   MOVE 'POUPANCA SEM SALDO NO MASTER'
                       TO WS-REFUSE-REASON
           END-READ.
           IF WS-REFUSE-REASON = SPACES
               IF NOT AB-TYPE-SAVINGS
                   MOVE 'CONTA NAO E POUPANCA' TO WS-REFUSE-REASON
               ELSE
                   PERFORM VALIDATE-OPEN-BRL
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-SAVINGS-NUM TO WS-XRF-ACCOUNT
               PERFORM XREF-TO-CUSTOMER
               IF WS-XRF-CUSTOMER NOT = WS-CHECKING-OWNER
                   MOVE 'POUPANCA DE OUTRO CLIENTE'
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       GATHER-INCREMENT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-INCREMENT UNTIL WS-FIELD-OK.

       ACCEPT-INCREMENT.
           MOVE SPACES TO WS-INCREMENT-IN.
           DISPLAY 'DIGITE O INCREMENTO DA TRANSFERENCIA '
                   '(BRANCO = VALOR EXATO): '.
           ACCEPT WS-INCREMENT-IN.
           IF WS-INCREMENT-IN = SPACES
               MOVE 0 TO WS-INCREMENT-NUM
               SET WS-FIELD-OK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-INCREMENT-IN) NOT = 0
                   DISPLAY 'PROGODPR: INCREMENTO NAO NUMERICO - '
                           'REDIGITE'
               ELSE
                   IF FUNCTION NUMVAL (WS-INCREMENT-IN) < 0
                       DISPLAY 'PROGODPR: INCREMENTO NEGATIVO - '
                               'REDIGITE'
                   ELSE
                       COMPUTE WS-INCREMENT-NUM =
                           FUNCTION NUMVAL (WS-INCREMENT-IN)
                       SET WS-FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       ENROL-LINK.
           MOVE SPACES              TO WS-PROTECT-WORK.
           MOVE WS-CHECKING-NUM     TO WS-PW-CHECKING-ACCOUNT.
           MOVE WS-SAVINGS-NUM      TO WS-PW-SAVINGS-ACCOUNT.
           MOVE WS-INCREMENT-NUM    TO WS-PW-INCREMENT.
           MOVE WS-RUN-DATE         TO WS-PW-ENROL-DATE.
           MOVE WS-OPERATOR-ID      TO WS-PW-OPERATOR-ID.
           WRITE OH-RECORD          FROM WS-PROTECT-WORK.
           PERFORM REMEMBER-ENROLLED.
           SET WS-ADDED-COUNT UP BY 1.
           MOVE WS-CHECKING-NUM     TO WS-AL-BEFORE-VALUE.
           MOVE WS-SAVINGS-NUM      TO WS-AL-AFTER-VALUE.
           MOVE 'ODPROT-ENROL'      TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY 'PROGODPR: CONTA ' WS-CHECKING-NUM
                   ' PROTEGIDA PELA POUPANCA ' WS-SAVINGS-NUM.

       REMEMBER-ENROLLED.
           IF WS-ENROLLED-COUNT < 1000
               SET WS-ENROLLED-COUNT UP BY 1
               MOVE WS-CHECKING-NUM
                   TO WS-EN-ACCOUNT (WS-ENROLLED-COUNT)
           END-IF.

       FIND-ENROLLED.
           MOVE 'N' TO WS-ENROLLED-HIT-SW.
           PERFORM MATCH-ENROLLED
               VARYING WS-ENROLLED-IDX FROM 1 BY 1
               UNTIL WS-ENROLLED-IDX > WS-ENROLLED-COUNT
                   OR WS-ENROLLED-HIT.

       MATCH-ENROLLED.
           IF WS-EN-ACCOUNT (WS-ENROLLED-IDX) = WS-CHECKING-NUM
               SET WS-ENROLLED-HIT TO TRUE
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       REWRITE-PROTECTION-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PROTECTION-HOLD.
           OPEN OUTPUT PROTECTION-FILE.
           PERFORM COPY-HOLD-RECORD UNTIL WS-EOF.
           CLOSE PROTECTION-HOLD.
           CLOSE PROTECTION-FILE.

       COPY-HOLD-RECORD.
           READ PROTECTION-HOLD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE OP-RECORD FROM OH-RECORD
           END-READ.

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
                       DISPLAY 'PROGODPR: TABELA DE VINCULOS CHEIA - '
                               'VINCULO IGNORADO'
                   END-IF
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
       END PROGRAM PROGODPR.
