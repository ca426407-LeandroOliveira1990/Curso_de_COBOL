      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: SANCTIONS-ALERT REVIEW FOR THE COMPLIANCE DESK. SITS
      *          BEHIND OPRSEC (COMPLIANCE AUTHORITY), STEPS THROUGH
      *          EVERY PENDING ALERT ON SCRNALRT.DAT - RAISED BY
      *          PROGCMNT, THE NIGHTLY RE-SCREEN (PROGSCRN) OR THE EDIT
      *          PASS'S TRANSFER SCREEN - SHOWING THE CUSTOMER, THE
      *          LISTED NAME IT MATCHED AND THE SCORE, AND TAKES THE
      *          OFFICER'S DECISION: L CLEARS IT AS A FALSE POSITIVE,
      *          C CONFIRMS THE HIT, M LEAVES IT PENDING. A CLEAR OR A
      *          CONFIRM NEEDS A WRITTEN JUSTIFICATION. A CONFIRMED HIT
      *          PLACES A FULL FREEZE ON HOLDS.DAT FOR EVERY ACCOUNT OF
      *          THE CUSTOMER (CUSTXREF LINKS PLUS THE UNLINKED
      *          SAME-NUMBER ACCOUNT), SKIPPING AN ACCOUNT ALREADY UNDER
      *          AN OPEN-ENDED FREEZE, SO THE POSTING RUN REFUSES EVERY
      *          DEBIT FROM THE NEXT NIGHT ON. EVERY DECISION AND EVERY
      *          FREEZE GOES TO THE EXAMINERS' LOG (SCRNLOG.DAT) WITH
      *          THE JUSTIFICATION, AND TO THE AUDIT TRAIL VIA AUDITWRT
      *          WITH THE OFFICER'S ID. DECIDED ALERTS ARE KEPT ON THE
      *          FILE AS THE CASE RECORD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSCRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-ALERTS ASSIGN TO "SCRNALRT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SA-STATUS.
           SELECT ALERTS-HOLD ASSIGN TO "SCRVHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCREEN-LOG ASSIGN TO "SCRNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SG-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HO-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-ALERTS.
           COPY SCRNALRT.
       FD  ALERTS-HOLD.
       01  AH-RECORD                   PIC X(146).
       FD  SCREEN-LOG.
           COPY SCRNLOG.
       FD  HOLDS-FILE.
           COPY HOLDS.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-SA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'K'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-HO-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-HO-EOF                     VALUE 'Y'.
       77  WS-ALERTS-PRESENT-SW        PIC X(01) VALUE 'N'.
           88  WS-ALERTS-PRESENT             VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-DECISION                 PIC X(01) VALUE SPACE.
           88  WS-DEC-CLEAR                  VALUE 'L'.
           88  WS-DEC-CONFIRM                VALUE 'C'.
           88  WS-DEC-KEEP                   VALUE 'M'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-REMARK                   PIC X(40) VALUE SPACES.
       77  WS-CLEARED-COUNT            PIC 9(06) VALUE 0.
       77  WS-CONFIRMED-COUNT          PIC 9(06) VALUE 0.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-FROZEN-COUNT             PIC 9(06) VALUE 0.
       77  WS-CUST-FROZEN-COUNT        PIC 9(04) VALUE 0.
       77  WS-FRZ-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-FRZ-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-FREEZE-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-FREEZE-OPEN                VALUE 'Y'.
       77  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGSCRV: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-XREF-TABLE.

           OPEN INPUT SCREEN-ALERTS.
           IF WS-SA-STATUS NOT = '00'
               DISPLAY 'PROGSCRV: SCRNALRT.DAT AUSENTE - NENHUM '
                       'ALERTA A REVISAR'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           SET WS-ALERTS-PRESENT TO TRUE.
           OPEN OUTPUT ALERTS-HOLD.
           PERFORM REVIEW-NEXT-ALERT UNTIL WS-EOF.
           CLOSE SCREEN-ALERTS.
           CLOSE ALERTS-HOLD.

           PERFORM REWRITE-ALERT-FILE.

           DISPLAY 'PROGSCRV: ALERTAS LIBERADOS:   ' WS-CLEARED-COUNT.
           DISPLAY 'PROGSCRV: ALERTAS CONFIRMADOS: '
                   WS-CONFIRMED-COUNT.
           DISPLAY 'PROGSCRV: MANTIDOS PENDENTES:  ' WS-KEPT-COUNT.
           DISPLAY 'PROGSCRV: CONTAS CONGELADAS:   ' WS-FROZEN-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REVIEW-NEXT-ALERT.
           READ SCREEN-ALERTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SA-PENDING
                       PERFORM REVIEW-ONE-ALERT
                   ELSE
                       WRITE AH-RECORD FROM SA-RECORD
                   END-IF
           END-READ.

       REVIEW-ONE-ALERT.
           DISPLAY 'PROGSCRV: CLIENTE ' SA-CUST-NUMBER
                   ' ' SA-CUST-NAME.
           DISPLAY 'PROGSCRV: LISTA ' SA-ENTRY-ID
                   ' ' SA-LISTED-NAME.
           DISPLAY 'PROGSCRV: COINCIDENCIA ' SA-MATCH-KIND
                   ' ESCORE ' SA-SCORE
                   ' ORIGEM ' SA-SOURCE
                   ' CONTA ' SA-ACCOUNT
                   ' EM ' SA-ALERT-DATE.

           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-DECISION UNTIL WS-DECISION-OK.

           IF WS-DEC-KEEP
               SET WS-KEPT-COUNT UP BY 1
               WRITE AH-RECORD FROM SA-RECORD
           ELSE
               MOVE SPACES TO WS-REMARK
               PERFORM ACCEPT-REMARK UNTIL WS-REMARK NOT = SPACES
               MOVE WS-RUN-DATE    TO SA-DECISION-DATE
               MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID
               MOVE SA-CUST-NUMBER TO WS-AL-BEFORE-VALUE
               MOVE SA-SCORE       TO WS-AL-AFTER-VALUE
               IF WS-DEC-CLEAR
                   SET SA-CLEARED TO TRUE
                   SET WS-CLEARED-COUNT UP BY 1
                   MOVE 'L'            TO WS-LOG-EVENT
                   MOVE 'SCRN-CLEAR'   TO WS-AL-FIELD-NAME
               ELSE
                   SET SA-CONFIRMED TO TRUE
                   SET WS-CONFIRMED-COUNT UP BY 1
                   MOVE 'C'            TO WS-LOG-EVENT
                   MOVE 'SCRN-CONFIRM' TO WS-AL-FIELD-NAME
               END-IF
               WRITE AH-RECORD FROM SA-RECORD
               MOVE SA-ACCOUNT TO WS-FRZ-ACCOUNT
               PERFORM WRITE-SCREENING-LOG
               PERFORM WRITE-AUDIT-RECORD
               IF WS-DEC-CONFIRM
                   PERFORM FREEZE-CUSTOMER-ACCOUNTS
               END-IF
           END-IF.

       ACCEPT-DECISION.
           DISPLAY 'PROGSCRV: L=LIBERAR (FALSO POSITIVO) '
                   'C=CONFIRMAR M=MANTER PENDENTE: '.
           ACCEPT WS-DECISION.
           IF WS-DEC-CLEAR OR WS-DEC-CONFIRM OR WS-DEC-KEEP
               SET WS-DECISION-OK TO TRUE
           ELSE
               DISPLAY 'PROGSCRV: DECISAO INVALIDA - REDIGITE'
           END-IF.

       ACCEPT-REMARK.
           DISPLAY 'DIGITE A JUSTIFICATIVA (OBRIGATORIA): '.
           ACCEPT WS-REMARK.

       FREEZE-CUSTOMER-ACCOUNTS.
      *    EVERY ACCOUNT THE CROSS-REFERENCE LINKS TO THE CUSTOMER,
      *    PLUS THE SAME-NUMBER ACCOUNT WHEN NO LINK GIVES IT TO
      *    SOMEONE ELSE - THE SAME OWNERSHIP RULE THE EDITS USE.
           MOVE SA-CUST-NUMBER TO WS-FRZ-CUSTOMER.
           MOVE 0 TO WS-CUST-FROZEN-COUNT.
           PERFORM FREEZE-LINKED-ACCOUNT
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           MOVE WS-FRZ-CUSTOMER TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           IF NOT WS-XRF-HIT
               MOVE WS-FRZ-CUSTOMER TO WS-FRZ-ACCOUNT
               PERFORM FREEZE-ONE-ACCOUNT
           END-IF.
           IF WS-CUST-FROZEN-COUNT = 0
               DISPLAY 'PROGSCRV: NENHUMA CONTA NOVA CONGELADA PARA '
                       'O CLIENTE ' WS-FRZ-CUSTOMER
           END-IF.

       FREEZE-LINKED-ACCOUNT.
           IF WS-XT-CUSTOMER (WS-XREF-IDX) = WS-FRZ-CUSTOMER
               MOVE WS-XT-ACCOUNT (WS-XREF-IDX) TO WS-FRZ-ACCOUNT
               PERFORM FREEZE-ONE-ACCOUNT
           END-IF.

       FREEZE-ONE-ACCOUNT.
           PERFORM FIND-OPEN-FREEZE.
           IF WS-FREEZE-OPEN
               DISPLAY 'PROGSCRV: CONTA ' WS-FRZ-ACCOUNT
                       ' JA CONGELADA'
           ELSE
               OPEN EXTEND HOLDS-FILE
               IF WS-HO-STATUS = '35'
                   OPEN OUTPUT HOLDS-FILE
               END-IF
               MOVE SPACES          TO HO-RECORD
               MOVE WS-FRZ-ACCOUNT  TO HO-ACCOUNT
               MOVE 0               TO HO-AMOUNT-LOW
               MOVE 0               TO HO-AMOUNT-HIGH
               MOVE WS-RUN-DATE     TO HO-EFFECTIVE-DATE
               MOVE 0               TO HO-EXPIRY-DATE
               SET HO-FULL-FREEZE   TO TRUE
               MOVE WS-OPERATOR-ID  TO HO-OPERATOR-ID
               WRITE HO-RECORD
               CLOSE HOLDS-FILE
               SET WS-FROZEN-COUNT UP BY 1
               SET WS-CUST-FROZEN-COUNT UP BY 1
               DISPLAY 'PROGSCRV: CONTA ' WS-FRZ-ACCOUNT
                       ' CONGELADA'
               MOVE 'F'             TO WS-LOG-EVENT
               MOVE 'CONGELAMENTO TOTAL - SANCOES CONFIRMADAS'
                   TO WS-REMARK
               PERFORM WRITE-SCREENING-LOG
               MOVE WS-FRZ-ACCOUNT  TO WS-AL-BEFORE-VALUE
               MOVE 0               TO WS-AL-AFTER-VALUE
               MOVE 'HOLD-PLACE'    TO WS-AL-FIELD-NAME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       FIND-OPEN-FREEZE.
           MOVE 'N' TO WS-FREEZE-OPEN-SW.
           MOVE 'N' TO WS-HO-EOF-SW.
           OPEN INPUT HOLDS-FILE.
           IF WS-HO-STATUS = '00'
               PERFORM CHECK-NEXT-HOLD
                   UNTIL WS-HO-EOF OR WS-FREEZE-OPEN
               CLOSE HOLDS-FILE
           END-IF.

       CHECK-NEXT-HOLD.
           READ HOLDS-FILE
               AT END
                   SET WS-HO-EOF TO TRUE
               NOT AT END
                   IF HO-ACCOUNT = WS-FRZ-ACCOUNT
                           AND HO-FULL-FREEZE
                           AND HO-EXPIRY-DATE = 0
                       SET WS-FREEZE-OPEN TO TRUE
                   END-IF
           END-READ.

       WRITE-SCREENING-LOG.
           OPEN EXTEND SCREEN-LOG.
           IF WS-SG-STATUS = '35'
               OPEN OUTPUT SCREEN-LOG
           END-IF.
           MOVE SPACES              TO SG-RECORD.
           MOVE WS-RUN-DATE         TO SG-LOG-DATE.
           ACCEPT SG-LOG-TIME       FROM TIME.
           MOVE WS-LOG-EVENT        TO SG-EVENT.
           MOVE SA-CUST-NUMBER      TO SG-CUST-NUMBER.
           MOVE SA-CUST-NAME        TO SG-CUST-NAME.
           MOVE SA-ENTRY-ID         TO SG-ENTRY-ID.
           MOVE SA-LISTED-NAME      TO SG-LISTED-NAME.
           MOVE SA-MATCH-KIND       TO SG-MATCH-KIND.
           MOVE SA-SCORE            TO SG-SCORE.
           MOVE WS-FRZ-ACCOUNT      TO SG-ACCOUNT.
           MOVE 'PROGSCRV'          TO SG-PROGRAM.
           MOVE WS-OPERATOR-ID      TO SG-OPERATOR-ID.
           MOVE WS-REMARK           TO SG-REMARK.
           WRITE SG-RECORD.
           CLOSE SCREEN-LOG.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       REWRITE-ALERT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ALERTS-HOLD.
           OPEN OUTPUT SCREEN-ALERTS.
           PERFORM COPY-ALERT-RECORD UNTIL WS-EOF.
           CLOSE ALERTS-HOLD.
           CLOSE SCREEN-ALERTS.

       COPY-ALERT-RECORD.
           READ ALERTS-HOLD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SA-RECORD FROM AH-RECORD
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
                       DISPLAY 'PROGSCRV: TABELA DE VINCULOS CHEIA - '
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
       END PROGRAM PROGSCRV.
