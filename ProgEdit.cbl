      *           TO THE CENTRAL OPERATIONS LOG THROUGH OPSLOG, SO
      *           THE MORNING SHIFT READS THE NIGHT FROM ONE FILE
      *           INSTEAD OF THE CONSOLE SCROLLBACK.
      * Modified: 2026-10-15 - EDITS THE ACCOUNT ITSELF AGAINST THE
      *           BALANCE MASTER NOW THAT ACCOUNTS ARE OPENED AND
      *           CLOSED WITH PROGACMT: A DETAIL FOR AN ACCOUNT THAT
      *           WAS NEVER OPENED, OR IS CLOSED, GOES TO SUSPENSE
      *           INSTEAD OF THE POSTING RUN CREATING THE ACCOUNT. A
      *           TRF'S CONTRA ACCOUNT IS EDITED THE SAME WAY.
      * Modified: 2026-10-15 - EDITS PRESENTED CHEQUES (WDR DETAILS
      *           WHOSE ID IS 'CQ' PLUS THE SERIAL) AGAINST THE CHEQUE
      *           REGISTER: A SERIAL NEVER ISSUED TO THE ACCOUNT,
      *           ALREADY PAID (ON THE REGISTER OR EARLIER IN THIS
      *           FEED), STOPPED, VOIDED, OR DATED MORE THAN SIX
      *           MONTHS BEFORE THE BUSINESS DATE GOES TO SUSPENSE
      *           UNDER ITS OWN REASON.
      * Modified: 2026-10-15 - THE ESCHEAT TRANSFER PROGESCH RAISES (A
      *           TRF WHOSE ID IS 'ES' PLUS THE ACCOUNT) MAY POST TO
      *           AN INACTIVE ACCOUNT - A DORMANT ACCOUNT IS THE ONLY
      *           KIND IT EVER DRAWS ON.
      * Modified: 2026-10-15 - A DEBIT ON A HIGH-RISK CUSTOMER WHOSE
      *           KYC REVIEW (KYCMAST.DAT) IS OVERDUE GOES TO SUSPENSE
      *           UNTIL THE REVIEW IS DONE. THE CHARGES THE BANK RAISES
      *           ITSELF - THE TYPES THE INACTIVE RULE LETS THROUGH -
      *           STILL POST. NO KYC MASTER YET MEANS NO CUSTOMER IS
      *           RATED, AND NOTHING IS HELD.
      * Modified: 2026-10-15 - SCREENS A TRANSFER'S CONTRA CUSTOMER
      *           FOR SANCTIONS. A CONFIRMED SANCTIONS ALERT
      *           (SCRNALRT.DAT) OR ONE STILL PENDING SENDS THE
      *           TRANSFER TO SUSPENSE; OTHERWISE THE NAME IS CHECKED
      *           LIVE AGAINST THE WATCH LIST THROUGH NAMESCR, AND A
      *           HIT THE DESK HAS NOT ALREADY CLEARED SUSPENDS THE
      *           TRANSFER AND RAISES A PENDING ALERT FOR PROGSCRV,
      *           LOGGED ON SCRNLOG.DAT. A DRY RUN RAISES NO ALERT.
      * Modified: 2026-10-15 - A PGE (PAYMENT TO ANOTHER BANK) IS HELD
      *           TO ITS ENTRY ON THE PAYMENT REGISTER (PAYINST.DAT):
      *           NO ENTRY, ONE ALREADY SENT OR RETURNED, AN ACCOUNT OR
      *           AMOUNT THAT DISAGREES WITH IT, OR A CURRENCY OTHER
      *           THAN BRL SUSPENDS THE DETAIL, AS DOES A MISSING OR
      *           UNOPENED CLEARING SETTLEMENT ACCOUNT (PAYCTL.DAT).
      *           A PGE THAT PASSES CARRIES THE CLEARING ACCOUNT AS
      *           ITS CONTRA, FOR THE EXPANSION TO CREDIT. IT IS A
      *           DEBIT FOR THE KYC REVIEW, LIKE A TRANSFER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEDIT.
           SELECT LIMITS-FILE ASSIGN TO "TRNLIMIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TL-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-KEY
               FILE STATUS WS-CQ-STATUS.
           SELECT KYC-MASTER ASSIGN TO "KYCMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KY-CUST-NUMBER
               FILE STATUS WS-KY-STATUS.
           SELECT SCREEN-ALERTS ASSIGN TO "SCRNALRT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SA-STATUS.
           SELECT SCREEN-LOG ASSIGN TO "SCRNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SG-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "PAYINST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PI-TRANS-ID
               FILE STATUS WS-PI-STATUS.
           SELECT PAYMENT-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-TRANSACTIONS.
           COPY CUSTXREF.
       FD  LIMITS-FILE.
           COPY TRNLIMIT.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CHEQUE-REGISTER.
           COPY CHQREG.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  SCREEN-ALERTS.
           COPY SCRNALRT.
       FD  SCREEN-LOG.
           COPY SCRNLOG.
       FD  PAYMENT-REGISTER.
           COPY PAYINST.
       FD  PAYMENT-CONTROL.
           COPY PAYCTL.
       WORKING-STORAGE SECTION.
           COPY TRNTAB.
       77  WS-DT-STATUS                PIC X(02) VALUE SPACES.
           88  WS-HOLD-HIT                   VALUE 'Y'.
       77  WS-ABS-AMOUNT               PIC 9(7)V99 VALUE 0.
       77  WS-ACCT-NUM                 PIC 9(08) VALUE 0.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-AB-ABSENT                  VALUE 'Y'.
       77  WS-ACCT-CHECK               PIC 9(08) VALUE 0.
       77  WS-ACCT-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-ACCT-OPEN                  VALUE 'Y'.
           88  WS-ACCT-NOT-OPENED            VALUE 'N'.
           88  WS-ACCT-CLOSED                VALUE 'X'.
       77  WS-CQ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CQ-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-CQ-ABSENT                  VALUE 'Y'.
       77  WS-CHQ-SERIAL               PIC 9(08) VALUE 0.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KY-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-KY-ABSENT                  VALUE 'Y'.
       77  WS-PI-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PI-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-PI-ABSENT                  VALUE 'Y'.
       77  WS-PN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PC-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-PC-FOUND                   VALUE 'Y'.
       77  WS-CLEARING-ACCOUNT         PIC 9(08) VALUE 0.
       77  WS-PAY-AMOUNT               PIC 9(7)V99 VALUE 0.
       77  WS-DEBIT-SW                 PIC X(01) VALUE 'N'.
           88  WS-IS-DEBIT                   VALUE 'Y'.
       77  WS-CHQ-COUNT                PIC 9(04) VALUE 0.
       77  WS-CHQ-IDX                  PIC 9(04) VALUE 0.
       77  WS-CHQ-SEEN-SW              PIC X(01) VALUE 'N'.
           88  WS-CHQ-SEEN                   VALUE 'Y'.
       77  WS-SA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ALERT-TBL-COUNT          PIC 9(04) VALUE 0.
       77  WS-ALERT-IDX                PIC 9(04) VALUE 0.
       77  WS-SCREEN-ALERT-COUNT       PIC 9(06) VALUE 0.
       77  WS-CONTRA-ALERT-SW          PIC X(01) VALUE SPACE.
           88  WS-CONTRA-NO-ALERT            VALUE SPACE.
           88  WS-CONTRA-PENDING             VALUE 'P'.
           88  WS-CONTRA-CONFIRMED           VALUE 'C'.
       77  WS-ALERT-SEEN-SW            PIC X(01) VALUE 'N'.
           88  WS-ALERT-SEEN                 VALUE 'Y'.
       77  WS-SCR-NAME                 PIC X(40) VALUE SPACES.
       77  WS-SCR-KIND                 PIC X(01) VALUE SPACE.
           88  WS-SCR-NO-MATCH               VALUE 'N'.
       77  WS-SCR-ENTRY-ID             PIC X(12) VALUE SPACES.
       77  WS-SCR-LISTED-NAME          PIC X(40) VALUE SPACES.
       77  WS-SCR-SCORE                PIC 9(03) VALUE 0.
       77  WS-SCR-LIST-DATE            PIC 9(08) VALUE 0.
       01  WS-ALERT-TABLE.
           05  WS-AT-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-CUST-NUMBER   PIC 9(08).
               10  WS-AT-CUST-NAME     PIC X(30).
               10  WS-AT-ENTRY-ID      PIC X(12).
               10  WS-AT-STATUS        PIC X(01).
       01  WS-STALE-LIMIT              PIC 9(08) VALUE 0.
       01  WS-STALE-PARTS REDEFINES WS-STALE-LIMIT.
           05  WS-STALE-YYYY           PIC 9(04).
           05  WS-STALE-MM             PIC 9(02).
           05  WS-STALE-DD             PIC 9(02).
       01  WS-CHEQUE-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-ACCOUNT       PIC 9(08).
               10  WS-CT-SERIAL        PIC 9(08).
       01  WS-HOLD-TABLE.
           05  WS-HT-ENTRY OCCURS 200 TIMES.
               10  WS-HT-ACCOUNT       PIC 9(08).
               GOBACK
           END-IF.

      *    NO BALANCE MASTER YET MEANS NO ACCOUNT HAS BEEN OPENED -
      *    EVERY DETAIL SUSPENDS, IT DOESN'T STOP THE NIGHT.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '35'
               SET WS-AB-ABSENT TO TRUE
               DISPLAY 'PROGEDIT: ACCTBAL.DAT AUSENTE - NENHUMA CONTA '
                       'ABERTA'
           ELSE
               IF WS-AB-STATUS NOT = '00'
                   DISPLAY 'PROGEDIT: ACCTBAL.DAT NAO DISPONIVEL - '
                           'STATUS ' WS-AB-STATUS
                   CLOSE DAILY-TRANSACTIONS
                   CLOSE CUSTOMER-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *    NO CHEQUE REGISTER YET MEANS NO BOOK WAS EVER ISSUED - A
      *    PRESENTED CHEQUE IS THEN UNISSUED, LIKE ANY OTHER.
           OPEN INPUT CHEQUE-REGISTER.
           IF WS-CQ-STATUS NOT = '00'
               SET WS-CQ-ABSENT TO TRUE
           END-IF.

           OPEN INPUT KYC-MASTER.
           IF WS-KY-STATUS NOT = '00'
               SET WS-KY-ABSENT TO TRUE
           END-IF.

      *    NO PAYMENT REGISTER YET MEANS NO PGE WAS EVER KEYED - ONE
      *    IN THE FEED THEN HAS NO INSTRUCTION, AND SUSPENDS.
           OPEN INPUT PAYMENT-REGISTER.
           IF WS-PI-STATUS NOT = '00'
               SET WS-PI-ABSENT TO TRUE
           END-IF.

           PERFORM GET-SIMULATION-MODE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-STALE-LIMIT.
           PERFORM LOAD-HOLDS-TABLE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-LIMITS-TABLE.
           PERFORM LOAD-ALERT-TABLE.
           PERFORM LOAD-PAYMENT-CONTROL.
           IF WS-SIM-MODE
               DISPLAY 'PROGEDIT: MODO SIMULACAO - SUSPENSO REAL '
                       'NAO SERA TOCADO'

           CLOSE DAILY-TRANSACTIONS.
           CLOSE CUSTOMER-MASTER.
           IF NOT WS-AB-ABSENT
               CLOSE ACCOUNT-BALANCE
           END-IF.
           IF NOT WS-CQ-ABSENT
               CLOSE CHEQUE-REGISTER
           END-IF.
           IF NOT WS-KY-ABSENT
               CLOSE KYC-MASTER
           END-IF.
           IF NOT WS-PI-ABSENT
               CLOSE PAYMENT-REGISTER
           END-IF.
           CLOSE EDITED-TRANSACTIONS.
           IF WS-SIM-MODE
               CLOSE SIM-SUSPENSE

           DISPLAY 'PROGEDIT: REGISTROS APROVADOS: ' WS-PASS-COUNT.
           DISPLAY 'PROGEDIT: REGISTROS EM SUSPENSO: ' WS-SUSP-COUNT.
           IF WS-SCREEN-ALERT-COUNT NOT = 0
               DISPLAY 'PROGEDIT: ALERTAS DE SANCOES:    '
                       WS-SCREEN-ALERT-COUNT
           END-IF.

           IF WS-SUSP-COUNT NOT = 0
               MOVE 'W'     TO WS-OPS-SEVERITY
                               TO WS-SUSP-REASON
                           PERFORM WRITE-SUSPENSE-DETAIL
                       ELSE
                           PERFORM CHECK-FEED-ACCOUNT
                           IF WS-SUSP-REASON = SPACES
                               PERFORM CHECK-KYC-REVIEW
                           END-IF
                           IF WS-SUSP-REASON = SPACES
                               PERFORM CHECK-TRANSFER-CONTRA
                           END-IF
                           IF WS-SUSP-REASON = SPACES
                               PERFORM CHECK-PAYMENT-INSTRUCTION
                           END-IF
                           IF WS-SUSP-REASON = SPACES
                               PERFORM CHECK-CHEQUE-PRESENTED
                           END-IF
                           IF WS-SUSP-REASON = SPACES
                               PERFORM CHECK-HOLD-INSTRUCTIONS
                           END-IF
           END-IF.

       CHECK-INACTIVE-RULE.
      *    THE ESCHEAT TRANSFER IS RAISED BECAUSE THE ACCOUNT IS
      *    DORMANT, SO IT CAN'T BE HELD TO THE TYPE'S RULE.
           MOVE 'N' TO WS-TYPE-INACTIVE-OK-SW.
           IF DT-TRANS-TYPE = 'TRF' AND DT-TRANS-ID (1:2) = 'ES'
               SET WS-TYPE-INACTIVE-OK TO TRUE
           END-IF.
           SET TT-IDX TO 1.
           SEARCH TT-ENTRY
               AT END
                   END-IF
           END-SEARCH.

       CHECK-KYC-REVIEW.
      *    RUN BEFORE THE CONTRA EDIT, WHILE CM-CUST-NUMBER STILL
      *    HOLDS THE OWNER OF THE DEBITED ACCOUNT. A TRANSFER DEBITS
      *    DT-ACCOUNT; A SIGNED TYPE IS A DEBIT WHEN NEGATIVE.
           MOVE 'N' TO WS-DEBIT-SW.
           IF DT-TRANS-TYPE = 'TRF' OR 'PGE'
               SET WS-IS-DEBIT TO TRUE
           END-IF.
           SET TT-IDX TO 1.
           SEARCH TT-ENTRY
               AT END
                   CONTINUE
               WHEN TT-TYPE-CODE (TT-IDX) = DT-TRANS-TYPE
                   IF TT-SIGN-DEBIT (TT-IDX)
                       SET WS-IS-DEBIT TO TRUE
                   END-IF
                   IF TT-SIGN-AS-IS (TT-IDX) AND DT-AMOUNT < 0
                       SET WS-IS-DEBIT TO TRUE
                   END-IF
           END-SEARCH.
           IF WS-IS-DEBIT AND NOT WS-TYPE-INACTIVE-OK
                   AND NOT WS-KY-ABSENT
               MOVE CM-CUST-NUMBER TO KY-CUST-NUMBER
               READ KYC-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KY-RISK-HIGH
                               AND KY-REVIEW-DUE-DATE < WS-RUN-DATE
                           MOVE 'KYC VENCIDO - RISCO ALTO'
                               TO WS-SUSP-REASON
                       END-IF
               END-READ
           END-IF.

       CHECK-TRANSFER-CONTRA.
      *    A TRANSFER'S TWO LEGS POST TOGETHER OR SUSPEND TOGETHER -
      *    SO THE CONTRA ACCOUNT'S CUSTOMER IS EDITED WITH THE SAME
                           TO WS-SUSP-REASON
                   END-IF
               END-IF
               IF WS-SUSP-REASON = SPACES
                   COMPUTE WS-ACCT-CHECK =
                       FUNCTION NUMVAL (DT-CONTRA-ACCOUNT)
                   PERFORM CHECK-ACCOUNT-OPEN
                   IF WS-ACCT-NOT-OPENED
                       MOVE 'CONTRA-CONTA NAO ABERTA'
                           TO WS-SUSP-REASON
                   END-IF
                   IF WS-ACCT-CLOSED
                       MOVE 'CONTRA-CONTA ENCERRADA'
                           TO WS-SUSP-REASON
                   END-IF
               END-IF
               IF WS-SUSP-REASON = SPACES
                   PERFORM SCREEN-TRANSFER-CONTRA
               END-IF
           END-IF.

       CHECK-PAYMENT-INSTRUCTION.
      *    THE BENEFICIARY TRAVELS ON THE REGISTER, NOT THE FEED, SO A
      *    PGE IS ONLY AS GOOD AS ITS ENTRY THERE. ONLY AN ENTRY STILL
      *    WAITING TO GO OUT ('K') MAY POST - ONE ALREADY ON AN
      *    OUTBOUND FILE WOULD PAY THE BENEFICIARY TWICE.
           IF DT-TRANS-TYPE = 'PGE'
               IF WS-PI-ABSENT
                   MOVE 'PGE SEM INSTRUCAO DE PAGAMENTO'
                       TO WS-SUSP-REASON
               ELSE
                   MOVE DT-TRANS-ID TO PI-TRANS-ID
                   READ PAYMENT-REGISTER
                       INVALID KEY
                           MOVE 'PGE SEM INSTRUCAO DE PAGAMENTO'
                               TO WS-SUSP-REASON
                       NOT INVALID KEY
                           PERFORM JUDGE-PAYMENT-INSTRUCTION
                   END-READ
               END-IF
               IF WS-SUSP-REASON = SPACES
                   PERFORM CHECK-CLEARING-ACCOUNT
               END-IF
           END-IF.

       JUDGE-PAYMENT-INSTRUCTION.
           MOVE DT-AMOUNT TO WS-PAY-AMOUNT.
           COMPUTE WS-ACCT-NUM = FUNCTION NUMVAL (DT-ACCOUNT).
           IF NOT PI-STATUS-KEYED
               MOVE 'PGE JA ENVIADO OU DEVOLVIDO' TO WS-SUSP-REASON
           ELSE
               IF PI-ACCOUNT NOT = WS-ACCT-NUM
                   MOVE 'PGE CONTA DIVERGE DA INSTRUCAO'
                       TO WS-SUSP-REASON
               ELSE
                   IF PI-AMOUNT NOT = WS-PAY-AMOUNT
                       MOVE 'PGE VALOR DIVERGE DA INSTRUCAO'
                           TO WS-SUSP-REASON
                   ELSE
                       IF DT-CURRENCY NOT = 'BRL'
                               AND DT-CURRENCY NOT = SPACES
                           MOVE 'PGE SO EM BRL' TO WS-SUSP-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-CLEARING-ACCOUNT.
           IF NOT WS-PC-FOUND
               MOVE 'CONTA DE LIQUIDACAO AUSENTE' TO WS-SUSP-REASON
           ELSE
               MOVE WS-CLEARING-ACCOUNT TO WS-ACCT-CHECK
               PERFORM CHECK-ACCOUNT-OPEN
               IF NOT WS-ACCT-OPEN
                   MOVE 'CONTA DE LIQUIDACAO NAO ABERTA'
                       TO WS-SUSP-REASON
               ELSE
                   MOVE WS-CLEARING-ACCOUNT TO DT-CONTRA-ACCOUNT
               END-IF
           END-IF.

       LOAD-PAYMENT-CONTROL.
           OPEN INPUT PAYMENT-CONTROL.
           IF WS-PN-STATUS = '00'
               READ PAYMENT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PN-CLEARING-ACCOUNT IS NUMERIC
                               AND PN-CLEARING-ACCOUNT NOT = 0
                           SET WS-PC-FOUND TO TRUE
                           MOVE PN-CLEARING-ACCOUNT
                               TO WS-CLEARING-ACCOUNT
                       END-IF
               END-READ
               CLOSE PAYMENT-CONTROL
           END-IF.

       SCREEN-TRANSFER-CONTRA.
      *    CM STILL HOLDS THE CONTRA CUSTOMER. WHAT THE DESK HAS
      *    ALREADY DECIDED OR IS STILL DECIDING STANDS; ONLY A
      *    CUSTOMER WITH NOTHING OPEN IS SCREENED LIVE.
           MOVE SPACE TO WS-CONTRA-ALERT-SW.
           PERFORM MATCH-CONTRA-ALERT
               VARYING WS-ALERT-IDX FROM 1 BY 1
               UNTIL WS-ALERT-IDX > WS-ALERT-TBL-COUNT
                   OR WS-CONTRA-CONFIRMED.
           IF WS-CONTRA-CONFIRMED
               MOVE 'CONTRAPARTE SANCIONADA' TO WS-SUSP-REASON
           ELSE
               IF WS-CONTRA-PENDING
                   MOVE 'CONTRAPARTE EM ALERTA SANCOES'
                       TO WS-SUSP-REASON
               ELSE
                   PERFORM SCREEN-CONTRA-NAME
               END-IF
           END-IF.

       MATCH-CONTRA-ALERT.
           IF WS-AT-CUST-NUMBER (WS-ALERT-IDX) = CM-CUST-NUMBER
               IF WS-AT-STATUS (WS-ALERT-IDX) = 'C'
                   SET WS-CONTRA-CONFIRMED TO TRUE
               END-IF
               IF WS-AT-STATUS (WS-ALERT-IDX) = 'P'
                   SET WS-CONTRA-PENDING TO TRUE
               END-IF
           END-IF.

       SCREEN-CONTRA-NAME.
      *    A HIT THE DESK ALREADY CLEARED FOR THIS SAME NAME AND
      *    ENTRY LETS THE TRANSFER THROUGH.
           MOVE CM-CUST-NAME TO WS-SCR-NAME.
           CALL 'NAMESCR' USING WS-SCR-NAME WS-SCR-KIND
               WS-SCR-ENTRY-ID WS-SCR-LISTED-NAME WS-SCR-SCORE
               WS-SCR-LIST-DATE.
           IF NOT WS-SCR-NO-MATCH
               MOVE 'N' TO WS-ALERT-SEEN-SW
               PERFORM MATCH-CLEARED-ALERT
                   VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-TBL-COUNT
                       OR WS-ALERT-SEEN
               IF NOT WS-ALERT-SEEN
                   MOVE 'CONTRAPARTE EM LISTA RESTRITA'
                       TO WS-SUSP-REASON
                   PERFORM RAISE-CONTRA-ALERT
               END-IF
           END-IF.

       MATCH-CLEARED-ALERT.
           IF WS-AT-CUST-NUMBER (WS-ALERT-IDX) = CM-CUST-NUMBER
                   AND WS-AT-CUST-NAME (WS-ALERT-IDX) = CM-CUST-NAME
                   AND WS-AT-ENTRY-ID (WS-ALERT-IDX) = WS-SCR-ENTRY-ID
               SET WS-ALERT-SEEN TO TRUE
           END-IF.

       RAISE-CONTRA-ALERT.
      *    THE NEW ALERT GOES INTO THE TABLE AS PENDING TOO, SO THE
      *    CUSTOMER'S LATER TRANSFERS IN THIS FEED SUSPEND WITHOUT A
      *    SECOND ALERT.
           SET WS-SCREEN-ALERT-COUNT UP BY 1.
           DISPLAY 'PROGEDIT: ALERTA SANCOES - CONTRAPARTE '
                   CM-CUST-NUMBER ' ' CM-CUST-NAME
                   ' X ' WS-SCR-ENTRY-ID ' ESCORE ' WS-SCR-SCORE.
           IF WS-ALERT-TBL-COUNT < 2000
               SET WS-ALERT-TBL-COUNT UP BY 1
               MOVE CM-CUST-NUMBER
                   TO WS-AT-CUST-NUMBER (WS-ALERT-TBL-COUNT)
               MOVE CM-CUST-NAME
                   TO WS-AT-CUST-NAME (WS-ALERT-TBL-COUNT)
               MOVE WS-SCR-ENTRY-ID
                   TO WS-AT-ENTRY-ID (WS-ALERT-TBL-COUNT)
               MOVE 'P' TO WS-AT-STATUS (WS-ALERT-TBL-COUNT)
           END-IF.
           IF NOT WS-SIM-MODE
               OPEN EXTEND SCREEN-ALERTS
               IF WS-SA-STATUS = '35'
                   OPEN OUTPUT SCREEN-ALERTS
               END-IF
               MOVE SPACES              TO SA-RECORD
               MOVE WS-RUN-DATE         TO SA-ALERT-DATE
               MOVE CM-CUST-NUMBER      TO SA-CUST-NUMBER
               MOVE CM-CUST-NAME        TO SA-CUST-NAME
               MOVE WS-XRF-ACCOUNT      TO SA-ACCOUNT
               SET SA-SOURCE-TRANSFER   TO TRUE
               MOVE WS-SCR-ENTRY-ID     TO SA-ENTRY-ID
               MOVE WS-SCR-LISTED-NAME  TO SA-LISTED-NAME
               MOVE WS-SCR-KIND         TO SA-MATCH-KIND
               MOVE WS-SCR-SCORE        TO SA-SCORE
               MOVE WS-SCR-LIST-DATE    TO SA-LIST-DATE
               SET SA-PENDING           TO TRUE
               MOVE 0                   TO SA-DECISION-DATE
               WRITE SA-RECORD
               CLOSE SCREEN-ALERTS
               PERFORM WRITE-SCREENING-LOG
           END-IF.

       WRITE-SCREENING-LOG.
           OPEN EXTEND SCREEN-LOG.
           IF WS-SG-STATUS = '35'
               OPEN OUTPUT SCREEN-LOG
           END-IF.
           MOVE SPACES              TO SG-RECORD.
           MOVE WS-RUN-DATE         TO SG-LOG-DATE.
           ACCEPT SG-LOG-TIME       FROM TIME.
           SET SG-EVENT-RAISED      TO TRUE.
           MOVE CM-CUST-NUMBER      TO SG-CUST-NUMBER.
           MOVE CM-CUST-NAME        TO SG-CUST-NAME.
           MOVE WS-SCR-ENTRY-ID     TO SG-ENTRY-ID.
           MOVE WS-SCR-LISTED-NAME  TO SG-LISTED-NAME.
           MOVE WS-SCR-KIND         TO SG-MATCH-KIND.
           MOVE WS-SCR-SCORE        TO SG-SCORE.
           MOVE WS-XRF-ACCOUNT      TO SG-ACCOUNT.
           MOVE WS-OPS-PROGRAM      TO SG-PROGRAM.
           MOVE DT-TRANS-ID         TO SG-REMARK.
           WRITE SG-RECORD.
           CLOSE SCREEN-LOG.

       LOAD-ALERT-TABLE.
           MOVE 'N' TO WS-SP-EOF-SW.
           OPEN INPUT SCREEN-ALERTS.
           IF WS-SA-STATUS = '00'
               PERFORM LOAD-NEXT-ALERT UNTIL WS-SP-EOF
               CLOSE SCREEN-ALERTS
           END-IF.
           MOVE 'N' TO WS-SP-EOF-SW.

       LOAD-NEXT-ALERT.
           READ SCREEN-ALERTS
               AT END
                   SET WS-SP-EOF TO TRUE
               NOT AT END
                   IF WS-ALERT-TBL-COUNT < 2000
                       SET WS-ALERT-TBL-COUNT UP BY 1
                       MOVE SA-CUST-NUMBER
                           TO WS-AT-CUST-NUMBER (WS-ALERT-TBL-COUNT)
                       MOVE SA-CUST-NAME
                           TO WS-AT-CUST-NAME (WS-ALERT-TBL-COUNT)
                       MOVE SA-ENTRY-ID
                           TO WS-AT-ENTRY-ID (WS-ALERT-TBL-COUNT)
                       MOVE SA-STATUS
                           TO WS-AT-STATUS (WS-ALERT-TBL-COUNT)
                   ELSE
                       DISPLAY 'PROGEDIT: TABELA DE ALERTAS CHEIA - '
                               'ALERTA IGNORADO'
                   END-IF
           END-READ.

       CHECK-FEED-ACCOUNT.
      *    THE CUSTOMER MAY BE IN GOOD STANDING AND THE ACCOUNT STILL
      *    NEVER OPENED, OR ALREADY CLOSED ON ITS OWN. AN ACCOUNT IN
      *    CLOSURE STILL TAKES ITS PAYOUT, SO IT PASSES.
           COMPUTE WS-ACCT-CHECK = FUNCTION NUMVAL (DT-ACCOUNT).
           PERFORM CHECK-ACCOUNT-OPEN.
           IF WS-ACCT-NOT-OPENED
               MOVE 'CONTA NAO ABERTA' TO WS-SUSP-REASON
           END-IF.
           IF WS-ACCT-CLOSED
               MOVE 'CONTA ENCERRADA' TO WS-SUSP-REASON
           END-IF.

       CHECK-ACCOUNT-OPEN.
           SET WS-ACCT-NOT-OPENED TO TRUE.
           IF NOT WS-AB-ABSENT
               MOVE WS-ACCT-CHECK TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AB-STATUS-CLOSED
                           SET WS-ACCT-CLOSED TO TRUE
                       ELSE
                           SET WS-ACCT-OPEN TO TRUE
                       END-IF
               END-READ
           END-IF.

       CHECK-CHEQUE-PRESENTED.
      *    A CHEQUE IS A WDR WHOSE ID IS 'CQ' AND THE SERIAL. IT MUST
      *    BE A SERIAL WE ISSUED TO THIS ACCOUNT AND STILL OPEN ON THE
      *    REGISTER, NOT ALREADY PASSED EARLIER IN THIS SAME FEED, AND
      *    DATED (THE DETAIL'S TRANSACTION DATE) WITHIN SIX MONTHS. A
      *    CHEQUE THAT PASSES IS REMEMBERED SO A SECOND PRESENTMENT
      *    TONIGHT SUSPENDS AS PAID; THE REGISTER ITSELF IS MARKED
      *    PAID BY PROGCHQC ONCE THE POSTING RUN HAS TAKEN IT.
           IF DT-TRANS-TYPE = 'WDR' AND DT-TRANS-ID (1:2) = 'CQ'
               IF DT-TRANS-ID (3:8) IS NOT NUMERIC
                   MOVE 'CHEQUE NAO EMITIDO' TO WS-SUSP-REASON
               ELSE
                   MOVE DT-TRANS-ID (3:8) TO WS-CHQ-SERIAL
                   COMPUTE WS-ACCT-NUM = FUNCTION NUMVAL (DT-ACCOUNT)
                   PERFORM JUDGE-PRESENTED-CHEQUE
               END-IF
           END-IF.

       JUDGE-PRESENTED-CHEQUE.
           IF WS-CQ-ABSENT
               MOVE 'CHEQUE NAO EMITIDO' TO WS-SUSP-REASON
           ELSE
               MOVE WS-ACCT-NUM   TO CQ-ACCOUNT
               MOVE WS-CHQ-SERIAL TO CQ-SERIAL
               READ CHEQUE-REGISTER
                   INVALID KEY
                       MOVE 'CHEQUE NAO EMITIDO' TO WS-SUSP-REASON
                   NOT INVALID KEY
                       IF CQ-STATUS-PAID
                           MOVE 'CHEQUE JA PAGO' TO WS-SUSP-REASON
                       END-IF
                       IF CQ-STATUS-STOPPED
                           MOVE 'CHEQUE SUSTADO' TO WS-SUSP-REASON
                       END-IF
                       IF CQ-STATUS-VOIDED
                           MOVE 'CHEQUE CANCELADO' TO WS-SUSP-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-SUSP-REASON = SPACES
               MOVE 'N' TO WS-CHQ-SEEN-SW
               PERFORM MATCH-SEEN-CHEQUE
                   VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CHQ-COUNT
                       OR WS-CHQ-SEEN
               IF WS-CHQ-SEEN
                   MOVE 'CHEQUE JA PAGO' TO WS-SUSP-REASON
               END-IF
           END-IF.
           IF WS-SUSP-REASON = SPACES
                   AND DT-TRANS-DATE < WS-STALE-LIMIT
               MOVE 'CHEQUE PRESCRITO - 6 MESES' TO WS-SUSP-REASON
           END-IF.
           IF WS-SUSP-REASON = SPACES
               IF WS-CHQ-COUNT < 2000
                   SET WS-CHQ-COUNT UP BY 1
                   MOVE WS-ACCT-NUM   TO WS-CT-ACCOUNT (WS-CHQ-COUNT)
                   MOVE WS-CHQ-SERIAL TO WS-CT-SERIAL (WS-CHQ-COUNT)
               ELSE
                   DISPLAY 'PROGEDIT: TABELA DE CHEQUES CHEIA - '
                           'CHEQUE ' WS-CHQ-SERIAL ' NAO MEMORIZADO'
               END-IF
           END-IF.

       MATCH-SEEN-CHEQUE.
           IF WS-CT-ACCOUNT (WS-CHQ-IDX) = WS-ACCT-NUM
                   AND WS-CT-SERIAL (WS-CHQ-IDX) = WS-CHQ-SERIAL
               SET WS-CHQ-SEEN TO TRUE
           END-IF.

       SET-STALE-LIMIT.
      *    SIX CALENDAR MONTHS BACK FROM THE BUSINESS DATE; A CHEQUE
      *    DATED BEFORE THIS DAY IS STALE.
           MOVE WS-RUN-DATE TO WS-STALE-LIMIT.
           IF WS-STALE-MM > 6
               SUBTRACT 6 FROM WS-STALE-MM
           ELSE
               ADD 6 TO WS-STALE-MM
               SUBTRACT 1 FROM WS-STALE-YYYY
           END-IF.

       LOAD-HOLDS-TABLE.
