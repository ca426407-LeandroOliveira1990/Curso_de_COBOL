      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: ACCOUNT OPENING AND CLOSURE, SO AN ACCOUNT STOPS
      *          COMING INTO EXISTENCE THE FIRST TIME THE POSTING RUN
      *          MISSES THE BALANCE MASTER. SITS BEHIND OPRSEC
      *          (SUSPENSE AUTHORITY - THE SAME SUPERVISORY DESK THAT
      *          SETS OVERDRAFT LIMITS AND KEYS THE LOANS), THEN TAKES
      *          ACCOUNT NUMBERS ONE AT A TIME (BLANK ENDS THE
      *          SESSION). AN ACCOUNT NOT ON THE MASTER MAY BE OPENED:
      *          THE OWNING CUSTOMER (ON CUSTMAST, NOT CLOSED), THE
      *          TYPE (CHECKING OR SAVINGS - LOAN ACCOUNTS ARE OPENED
      *          BY PROGLNMT), THE CURRENCY AND THE STARTING OVERDRAFT
      *          LIMIT ARE KEYED, THE ACCOUNT IS WRITTEN OPEN WITH A
      *          ZERO BALANCE AND LINKED TO ITS OWNER ON CUSTXREF. AN
      *          OPEN ACCOUNT MAY BE CLOSED, BUT NOT WHILE A HOLD, A
      *          STANDING ORDER, AN UNPOSTED MEMO ITEM OR A LIVE LOAN
      *          DRAWING ON IT IS STILL OPEN, NOR WHILE IT IS
      *          OVERDRAWN. THE PAYOUT IS THE BALANCE PLUS THE
      *          INTEREST ACCRUED TO DATE, LESS THE MONTH'S SERVICE
      *          CHARGE: THE INTEREST (INT), THE PAYOUT (A WDR, OR A
      *          TRF TO A NOMINATED ACCOUNT) AND THE CHARGE (FEE) GO
      *          TO THE CLOSURE FEED (ENCTRN.DAT, UNDER ITS OWN
      *          ENYYMMDD BATCH HEADER) FOR THE MERGE STEP TO FOLD IN,
      *          AND THE ACCOUNT IS MARKED IN CLOSURE - THE POSTING
      *          RUN CLOSES IT WHEN THE BALANCE COMES OUT AT ZERO.
      *          EVERY OPENING AND CLOSURE GOES TO THE AUDIT TRAIL
      *          THROUGH AUDITWRT WITH THE OPERATOR'S ID.
      * Tectonics: cobc
      * Modified: 2026-10-15 - AN ACCOUNT MAY NOW BE OPENED IN ANY
      *           CURRENCY FXRATE.DAT CARRIES A RATE FOR, NOW THAT A
      *           NON-BRL ACCOUNT KEEPS ITS OWN-CURRENCY BALANCE
      *           (AB-CCY-BALANCE) NEXT TO THE BRL BOOK VALUE. THE
      *           CLOSURE PAYOUT STAYS THE BRL BOOK VALUE.
      * Modified: 2026-10-15 - INCOME TAX IS WITHHELD ON THE CLOSING
      *           INTEREST AT THE OWNING CUSTOMER'S RATETAB RATE, THE
      *           SAME AS THE MONTHLY ACCRUAL: AN IRF DEBIT ('EK' AND
      *           THE ACCOUNT, SORTING BETWEEN THE INTEREST AND THE
      *           PAYOUT) GOES TO THE CLOSURE FEED AND THE PAYOUT IS
      *           REDUCED BY IT.
      * Modified: 2026-10-15 - A NEW ACCOUNT IS OPENED AT A BRANCH
      *           (AB-BRANCH - BLANK TAKES THE HEAD OFFICE, 0001),
      *           WHICH MUST BE ACTIVE ON BRANCH.DAT THROUGH BRNLOOK.
      *           AN OPEN ACCOUNT MAY BE MOVED TO ANOTHER ACTIVE
      *           BRANCH: THE MOVE GOES TO THE AUDIT TRAIL
      *           (ACCT-BRANCH, OLD AND NEW CODE) AND TO THE OWNING
      *           CUSTOMER'S CHANGE HISTORY (CUSTHIST.DAT, ACTION T).
      * Modified: 2026-10-15 - A NEW ACCOUNT IS OPENED UNDER A PRICING
      *           PRODUCT (AB-PRODUCT - BLANK TAKES THE TYPE'S
      *           STANDARD PRODUCT); A CODE WITH NO PRICE OF ITS OWN
      *           ON THE PRICING MASTER MUST BE CONFIRMED. THE CLOSING
      *           INTEREST, CHARGE AND WITHHOLDING COME FROM THE
      *           PRICING MASTER THROUGH RATELOOK INSTEAD OF RATETAB,
      *           THE INTEREST DAY BY DAY AT THE RATE IN FORCE EACH
      *           DAY, THE SAME AS THE MONTHLY ACCRUAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HO-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO "STNDORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SO-STATUS.
           SELECT MEMO-FILE ASSIGN TO "MEMOTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MM-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LN-STATUS.
           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BS-STATUS.
           SELECT CLOSURE-FEED ASSIGN TO "ENCTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EN-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  HOLDS-FILE.
           COPY HOLDS.
       FD  STANDING-ORDERS.
           COPY STNDORD.
       FD  MEMO-FILE.
           COPY MEMOTRN.
       FD  LOAN-MASTER.
           COPY LOANMAST.
       FD  BALANCE-SNAPSHOT.
           COPY BALSNAP.
       FD  CLOSURE-FEED.
           COPY DAILYTRN.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  CUSTOMER-HISTORY.
           COPY CUSTHIST.
       WORKING-STORAGE SECTION.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-MM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'S'.
       77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88  WS-SESSION-DONE               VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-FEED-HEADER-SW           PIC X(01) VALUE 'N'.
           88  WS-FEED-HAS-HEADER            VALUE 'Y'.
       77  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
       77  WS-CUSTOMER-IN              PIC X(10) VALUE SPACES.
       77  WS-TYPE-IN                  PIC X(01) VALUE SPACE.
       77  WS-PRODUCT-IN               PIC X(02) VALUE SPACES.
       77  WS-CURRENCY-IN              PIC X(03) VALUE SPACES.
       77  WS-LIMIT-IN                 PIC X(12) VALUE SPACES.
       77  WS-PAYEE-IN                 PIC X(10) VALUE SPACES.
       77  WS-CONFIRM-IN               PIC X(01) VALUE SPACE.
       77  WS-BRANCH-IN                PIC X(04) VALUE SPACES.
       77  WS-OLD-BRANCH               PIC X(04) VALUE SPACES.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE 'N'.
           88  WS-BRANCH-ACTIVE              VALUE 'Y'.
           88  WS-BRANCH-INACTIVE            VALUE 'I'.
       77  WS-ACCOUNT-NUM              PIC 9(08) VALUE 0.
       77  WS-CUSTOMER-NUM             PIC 9(08) VALUE 0.
       77  WS-LIMIT-NUM                PIC 9(7)V99 VALUE 0.
       77  WS-PAYEE-NUM                PIC 9(08) VALUE 0.
       77  WS-CCY-UNITS                PIC S9(7)V99 VALUE 10000.
       77  WS-CCY-UNITS-BRL            PIC S9(7)V99 VALUE 0.
       77  WS-CCY-FOUND-SW             PIC X(01) VALUE 'Y'.
           88  WS-CCY-FOUND                  VALUE 'Y'.
       77  WS-OPEN-ITEMS               PIC 9(04) VALUE 0.
       77  WS-SNAP-TOTAL               PIC S9(11)V99 VALUE 0.
       77  WS-SNAP-DAYS                PIC 9(04) VALUE 0.
       77  WS-INTEREST-BASE            PIC S9(7)V99 VALUE 0.
       77  WS-INTEREST-AMOUNT          PIC 9(7)V99 VALUE 0.
       77  WS-WITHHOLD-AMOUNT          PIC 9(7)V99 VALUE 0.
       77  WS-WITHHOLD-RATE            PIC V9(05) VALUE 0.
       77  WS-RATE-SUM                 PIC 9(03)V9(05) VALUE 0.
       77  WS-RL-KIND                  PIC X(01) VALUE SPACE.
       77  WS-RL-TAX-STATUS            PIC X(01) VALUE SPACE.
       77  WS-RL-BALANCE               PIC S9(7)V99 VALUE 0.
       77  WS-RL-RATE                  PIC V9(05) VALUE 0.
       77  WS-RL-AMOUNT                PIC 9(5)V99 VALUE 0.
       77  WS-RL-SOURCE                PIC X(01) VALUE SPACE.
           88  WS-RL-FROM-PRODUCT            VALUE 'P'.
       77  WS-CHARGE-AMOUNT            PIC 9(7)V99 VALUE 0.
       77  WS-PAYOUT-AMOUNT            PIC S9(9)V99 VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 0.
       77  WS-MONTH-START              PIC 9(08) VALUE 0.
       77  WS-NEXT-MONTH-START         PIC 9(08) VALUE 0.
       77  WS-OPENED-COUNT             PIC 9(06) VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(06) VALUE 0.
       77  WS-MOVED-COUNT              PIC 9(06) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-PRICE-DATE               PIC 9(08) VALUE 0.
       01  WS-PRICE-DATE-PARTS REDEFINES WS-PRICE-DATE.
           05  WS-PRICE-YYYYMM         PIC 9(06).
           05  WS-PRICE-DD             PIC 9(02).
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'EN'.
           05  WS-BATCH-DATE           PIC 9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGACMT: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGACMT: CUSTMAST.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE FIRST ACCOUNT EVER OPENED FINDS NO MASTER YET - BUILD
      *    AN EMPTY ONE AND REOPEN, THE SAME SHAPE THE POSTING RUN
      *    USED TO.
           OPEN I-O ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '35'
               OPEN OUTPUT ACCOUNT-BALANCE
               CLOSE ACCOUNT-BALANCE
               OPEN I-O ACCOUNT-BALANCE
           END-IF.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGACMT: ACCTBAL.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-AB-STATUS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-XREF-TABLE.

           PERFORM MAINTAIN-ONE-ACCOUNT UNTIL WS-SESSION-DONE.

           CLOSE ACCOUNT-BALANCE.
           CLOSE CUSTOMER-MASTER.
           DISPLAY 'PROGACMT: CONTAS ABERTAS:     ' WS-OPENED-COUNT.
           DISPLAY 'PROGACMT: CONTAS ENCERRADAS:  ' WS-CLOSED-COUNT.
           DISPLAY 'PROGACMT: CONTAS TRANSFERIDAS: ' WS-MOVED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       MAINTAIN-ONE-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT-IN.
           DISPLAY 'PROGACMT: CONTA (BRANCO ENCERRA): '.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES
               SET WS-SESSION-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-ACCOUNT-IN) NOT = 0
                   DISPLAY 'PROGACMT: CONTA NAO NUMERICA'
               ELSE
                   COMPUTE WS-ACCOUNT-NUM =
                       FUNCTION NUMVAL (WS-ACCOUNT-IN)
                   PERFORM PICK-ACCOUNT-ACTION
               END-IF
           END-IF.

       PICK-ACCOUNT-ACTION.
           MOVE WS-ACCOUNT-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   PERFORM OFFER-OPENING
               NOT INVALID KEY
                   PERFORM OFFER-CLOSURE
           END-READ.

       OFFER-OPENING.
           DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                   ' NAO CADASTRADA - ABRIR? (S/N): '.
           MOVE SPACE TO WS-CONFIRM-IN.
           ACCEPT WS-CONFIRM-IN.
           IF WS-CONFIRM-IN = 'S'
               PERFORM OPEN-NEW-ACCOUNT
           END-IF.

       OPEN-NEW-ACCOUNT.
           PERFORM GATHER-CUSTOMER.
           PERFORM GATHER-BRANCH.
           PERFORM GATHER-TYPE.
           PERFORM GATHER-PRODUCT.
           PERFORM GATHER-CURRENCY.
           PERFORM GATHER-LIMIT.
           MOVE SPACES              TO AB-RECORD.
           MOVE WS-ACCOUNT-NUM      TO AB-ACCOUNT-NUMBER.
           MOVE 0                   TO AB-BALANCE.
           MOVE 0                   TO AB-LAST-UPDATE-DATE.
           MOVE WS-CURRENCY-IN      TO AB-CURRENCY.
           MOVE WS-LIMIT-NUM        TO AB-OVERDRAFT-LIMIT.
           MOVE WS-TYPE-IN          TO AB-ACCOUNT-TYPE.
           MOVE 'A'                 TO AB-ACCOUNT-STATUS.
           MOVE WS-RUN-DATE         TO AB-STATUS-DATE.
           MOVE 0                   TO AB-CCY-BALANCE.
           MOVE WS-BRANCH-IN        TO AB-BRANCH.
           MOVE WS-PRODUCT-IN       TO AB-PRODUCT.
           WRITE AB-RECORD
               INVALID KEY
                   DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                           ' NAO GRAVADA NO MASTER - STATUS '
                           WS-AB-STATUS
               NOT INVALID KEY
                   PERFORM LINK-NEW-ACCOUNT
                   SET WS-OPENED-COUNT UP BY 1
                   MOVE 0               TO WS-AL-BEFORE-VALUE
                   MOVE WS-ACCOUNT-NUM  TO WS-AL-AFTER-VALUE
                   MOVE 'ACCT-OPEN'     TO WS-AL-FIELD-NAME
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                           ' ABERTA PARA O CLIENTE ' WS-CUSTOMER-NUM
           END-WRITE.

       GATHER-CUSTOMER.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CUSTOMER UNTIL WS-FIELD-OK.

       ACCEPT-CUSTOMER.
           DISPLAY 'DIGITE O CLIENTE TITULAR: '.
           ACCEPT WS-CUSTOMER-IN.
           IF WS-CUSTOMER-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-CUSTOMER-IN) NOT = 0
               DISPLAY 'PROGACMT: CLIENTE NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-CUSTOMER-NUM =
                   FUNCTION NUMVAL (WS-CUSTOMER-IN)
               MOVE WS-CUSTOMER-NUM TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'PROGACMT: CLIENTE NAO CADASTRADO - '
                               'REDIGITE'
                   NOT INVALID KEY
                       IF CM-STATUS-CLOSED
                           DISPLAY 'PROGACMT: CLIENTE ENCERRADO - '
                                   'REDIGITE'
                       ELSE
                           DISPLAY 'PROGACMT: TITULAR ' CM-CUST-NAME
                           SET WS-FIELD-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GATHER-BRANCH.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-BRANCH UNTIL WS-FIELD-OK.

       ACCEPT-BRANCH.
      *    BLANK TAKES THE HEAD OFFICE. AN ACCOUNT ONLY GOES TO A
      *    BRANCH THAT IS ACTIVE ON BRANCH.DAT.
           DISPLAY 'DIGITE A AGENCIA (BRANCO = 0001): '.
           MOVE SPACES TO WS-BRANCH-IN.
           ACCEPT WS-BRANCH-IN.
           IF WS-BRANCH-IN NOT = SPACES
                   AND WS-BRANCH-IN IS NOT NUMERIC
               DISPLAY 'PROGACMT: AGENCIA DEVE TER 4 DIGITOS - '
                       'REDIGITE'
           ELSE
               CALL 'BRNLOOK' USING WS-BRANCH-IN WS-BRANCH-NAME
                   WS-BRANCH-SW
               IF WS-BRANCH-ACTIVE
                   DISPLAY 'PROGACMT: AGENCIA ' WS-BRANCH-IN ' '
                           WS-BRANCH-NAME
                   SET WS-FIELD-OK TO TRUE
               ELSE
                   IF WS-BRANCH-INACTIVE
                       DISPLAY 'PROGACMT: AGENCIA INATIVA - REDIGITE'
                   ELSE
                       DISPLAY 'PROGACMT: AGENCIA NAO CADASTRADA - '
                               'REDIGITE'
                   END-IF
               END-IF
           END-IF.

       GATHER-TYPE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-TYPE UNTIL WS-FIELD-OK.

       ACCEPT-TYPE.
      *    LOAN ACCOUNTS ARE OPENED WITH THEIR LOAN BY PROGLNMT.
           DISPLAY 'DIGITE O TIPO (C=CORRENTE, S=POUPANCA): '.
           ACCEPT WS-TYPE-IN.
           IF WS-TYPE-IN = 'C' OR WS-TYPE-IN = 'S'
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGACMT: TIPO INVALIDO - REDIGITE'
           END-IF.

       GATHER-PRODUCT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PRODUCT UNTIL WS-FIELD-OK.

       ACCEPT-PRODUCT.
      *    BLANK TAKES THE TYPE'S STANDARD PRICES. A CODE THE PRICING
      *    MASTER HAS NO INTEREST OR CHARGE FOR WOULD BE PRICED AS
      *    THE STANDARD PRODUCT, SO THE OPERATOR CONFIRMS IT FIRST.
           DISPLAY 'DIGITE O PRODUTO (BRANCO = PADRAO DO TIPO): '.
           MOVE SPACES TO WS-PRODUCT-IN.
           ACCEPT WS-PRODUCT-IN.
           IF WS-PRODUCT-IN = SPACES
               SET WS-FIELD-OK TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO WS-PRICE-DATE
               MOVE 0           TO WS-RL-BALANCE
               MOVE 'J'         TO WS-RL-KIND
               CALL 'RATELOOK' USING WS-RL-KIND WS-TYPE-IN
                   WS-PRODUCT-IN WS-RL-BALANCE WS-RL-TAX-STATUS
                   WS-PRICE-DATE WS-RL-RATE WS-RL-AMOUNT WS-RL-SOURCE
               IF NOT WS-RL-FROM-PRODUCT
                   MOVE 'T'     TO WS-RL-KIND
                   CALL 'RATELOOK' USING WS-RL-KIND WS-TYPE-IN
                       WS-PRODUCT-IN WS-RL-BALANCE WS-RL-TAX-STATUS
                       WS-PRICE-DATE WS-RL-RATE WS-RL-AMOUNT
                       WS-RL-SOURCE
               END-IF
               IF WS-RL-FROM-PRODUCT
                   SET WS-FIELD-OK TO TRUE
               ELSE
                   DISPLAY 'PROGACMT: PRODUTO ' WS-PRODUCT-IN
                           ' SEM PRECO PROPRIO - CONFIRMA? (S/N): '
                   MOVE SPACE TO WS-CONFIRM-IN
                   ACCEPT WS-CONFIRM-IN
                   IF WS-CONFIRM-IN = 'S'
                       SET WS-FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       GATHER-CURRENCY.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CURRENCY UNTIL WS-FIELD-OK.

       ACCEPT-CURRENCY.
      *    BLANK TAKES BRL. ANY OTHER CURRENCY NEEDS A RATE ON TODAY'S
      *    FXRATE.DAT, OR NOTHING COULD EVER POST TO THE ACCOUNT.
           DISPLAY 'DIGITE A MOEDA DA CONTA (BRANCO = BRL): '.
           MOVE SPACES TO WS-CURRENCY-IN.
           ACCEPT WS-CURRENCY-IN.
           IF WS-CURRENCY-IN = SPACES
               MOVE 'BRL' TO WS-CURRENCY-IN
           END-IF.
           IF WS-CURRENCY-IN = 'BRL'
               SET WS-FIELD-OK TO TRUE
           ELSE
               MOVE 'Y' TO WS-CCY-FOUND-SW
               CALL 'FXCONV' USING WS-CURRENCY-IN WS-CCY-UNITS
                   WS-CCY-UNITS-BRL WS-CCY-FOUND-SW
               IF WS-CCY-FOUND
                   SET WS-FIELD-OK TO TRUE
               ELSE
                   DISPLAY 'PROGACMT: MOEDA SEM TAXA EM FXRATE.DAT - '
                           'REDIGITE'
               END-IF
           END-IF.

       GATHER-LIMIT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-LIMIT UNTIL WS-FIELD-OK.

       ACCEPT-LIMIT.
      *    A SAVINGS ACCOUNT NEVER GOES BELOW ZERO.
           DISPLAY 'DIGITE O LIMITE INICIAL (9(7)V99): '.
           MOVE SPACES TO WS-LIMIT-IN.
           ACCEPT WS-LIMIT-IN.
           IF WS-LIMIT-IN = SPACES
               MOVE '0' TO WS-LIMIT-IN
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-LIMIT-IN) NOT = 0
               DISPLAY 'PROGACMT: LIMITE NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-LIMIT-NUM = FUNCTION NUMVAL (WS-LIMIT-IN)
               IF WS-TYPE-IN = 'S' AND WS-LIMIT-NUM NOT = 0
                   DISPLAY 'PROGACMT: POUPANCA NAO TEM LIMITE - '
                           'REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       LINK-NEW-ACCOUNT.
           OPEN EXTEND CUSTOMER-XREF.
           IF WS-XR-STATUS = '35'
               OPEN OUTPUT CUSTOMER-XREF
           END-IF.
           MOVE SPACES              TO XR-RECORD.
           MOVE WS-CUSTOMER-NUM     TO XR-CUST-NUMBER.
           MOVE WS-ACCOUNT-NUM      TO XR-ACCOUNT-NUMBER.
           WRITE XR-RECORD.
           CLOSE CUSTOMER-XREF.
           IF WS-XREF-COUNT < 1000
               SET WS-XREF-COUNT UP BY 1
               MOVE WS-ACCOUNT-NUM  TO WS-XT-ACCOUNT (WS-XREF-COUNT)
               MOVE WS-CUSTOMER-NUM TO WS-XT-CUSTOMER (WS-XREF-COUNT)
           END-IF.

       OFFER-CLOSURE.
           DISPLAY 'PROGACMT: CONTA ' AB-ACCOUNT-NUMBER
                   ' TIPO ' AB-ACCOUNT-TYPE
                   ' SALDO ' AB-BALANCE
                   ' LIMITE ' AB-OVERDRAFT-LIMIT.
           IF AB-STATUS-CLOSED
               DISPLAY 'PROGACMT: CONTA JA ENCERRADA EM '
                       AB-STATUS-DATE
           ELSE
               IF AB-STATUS-CLOSING
                   DISPLAY 'PROGACMT: ENCERRAMENTO JA SOLICITADO EM '
                           AB-STATUS-DATE ' - AGUARDANDO O PAGAMENTO'
               ELSE
                   PERFORM OFFER-BRANCH-MOVE
                   IF AB-TYPE-LOAN
                       DISPLAY 'PROGACMT: CONTA DE EMPRESTIMO - '
                               'ENCERRA COM A QUITACAO'
                   ELSE
                       DISPLAY 'PROGACMT: ENCERRAR A CONTA? (S/N): '
                       MOVE SPACE TO WS-CONFIRM-IN
                       ACCEPT WS-CONFIRM-IN
                       IF WS-CONFIRM-IN = 'S'
                           PERFORM CLOSE-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OFFER-BRANCH-MOVE.
           MOVE AB-BRANCH TO WS-OLD-BRANCH.
           CALL 'BRNLOOK' USING WS-OLD-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           DISPLAY 'PROGACMT: AGENCIA ' WS-OLD-BRANCH ' '
                   WS-BRANCH-NAME.
           DISPLAY 'PROGACMT: TRANSFERIR DE AGENCIA? (S/N): '.
           MOVE SPACE TO WS-CONFIRM-IN.
           ACCEPT WS-CONFIRM-IN.
           IF WS-CONFIRM-IN = 'S'
               PERFORM MOVE-ACCOUNT-BRANCH
           END-IF.

       MOVE-ACCOUNT-BRANCH.
           PERFORM GATHER-BRANCH.
           IF WS-BRANCH-IN = WS-OLD-BRANCH
               DISPLAY 'PROGACMT: CONTA JA PERTENCE A AGENCIA '
                       WS-OLD-BRANCH ' - NADA ALTERADO'
           ELSE
               MOVE WS-BRANCH-IN TO AB-BRANCH
               REWRITE AB-RECORD
                   INVALID KEY
                       DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                               ' NAO REGRAVADA NO MASTER - STATUS '
                               WS-AB-STATUS
                   NOT INVALID KEY
                       SET WS-MOVED-COUNT UP BY 1
                       MOVE WS-OLD-BRANCH   TO WS-AL-BEFORE-VALUE
                       MOVE WS-BRANCH-IN    TO WS-AL-AFTER-VALUE
                       MOVE 'ACCT-BRANCH'   TO WS-AL-FIELD-NAME
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-BRANCH-HISTORY
                       DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                               ' TRANSFERIDA DA AGENCIA '
                               WS-OLD-BRANCH ' PARA ' WS-BRANCH-IN
               END-REWRITE
           END-IF.

       WRITE-BRANCH-HISTORY.
      *    THE MOVE IS KEPT ON THE OWNING CUSTOMER'S CHANGE HISTORY,
      *    WHERE THE DESK ALREADY LOOKS FOR WHAT HAPPENED TO A
      *    CUSTOMER; THE NAME, ADDRESS AND STATUS GO IN UNCHANGED.
           MOVE AB-ACCOUNT-NUMBER TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO CM-CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-CUST-NAME CM-CUST-ADDRESS
                                  CM-CUST-STATUS
           END-READ.
           OPEN EXTEND CUSTOMER-HISTORY.
           IF WS-CH-STATUS = '35'
               OPEN OUTPUT CUSTOMER-HISTORY
           END-IF.
           MOVE SPACES              TO CH-RECORD.
           MOVE WS-XRF-CUSTOMER     TO CH-CUST-NUMBER.
           MOVE WS-RUN-DATE         TO CH-CHANGE-DATE.
           ACCEPT CH-CHANGE-TIME    FROM TIME.
           MOVE WS-OPERATOR-ID      TO CH-OPERATOR-ID.
           SET CH-ACTION-BRANCH     TO TRUE.
           MOVE CM-CUST-NAME        TO CH-BEF-NAME.
           MOVE CM-CUST-ADDRESS     TO CH-BEF-ADDRESS.
           MOVE CM-CUST-STATUS      TO CH-BEF-STATUS.
           MOVE CM-CUST-NAME        TO CH-AFT-NAME.
           MOVE CM-CUST-ADDRESS     TO CH-AFT-ADDRESS.
           MOVE CM-CUST-STATUS      TO CH-AFT-STATUS.
           MOVE AB-ACCOUNT-NUMBER   TO CH-ACCOUNT.
           MOVE WS-OLD-BRANCH       TO CH-BEF-BRANCH.
           MOVE WS-BRANCH-IN        TO CH-AFT-BRANCH.
           WRITE CH-RECORD.
           CLOSE CUSTOMER-HISTORY.

       CLOSE-ONE-ACCOUNT.
      *    NOTHING MAY STILL BE WAITING TO MOVE MONEY ON THE ACCOUNT
      *    - EACH BLOCKER IS LISTED SO THE DESK CAN CLEAR THEM ALL IN
      *    ONE GO.
           MOVE 0 TO WS-OPEN-ITEMS.
           IF AB-BALANCE < 0
               DISPLAY 'PROGACMT: CONTA DEVEDORA - REGULARIZE O '
                       'SALDO ANTES'
               SET WS-OPEN-ITEMS UP BY 1
           END-IF.
           PERFORM CHECK-OPEN-HOLDS.
           PERFORM CHECK-OPEN-ORDERS.
           PERFORM CHECK-OPEN-MEMOS.
           PERFORM CHECK-OPEN-LOANS.
           IF WS-OPEN-ITEMS NOT = 0
               DISPLAY 'PROGACMT: ENCERRAMENTO RECUSADO - PENDENCIAS: '
                       WS-OPEN-ITEMS
           ELSE
               PERFORM GATHER-PAYEE
               PERFORM SETTLE-CLOSURE
           END-IF.

       CHECK-OPEN-HOLDS.
      *    AN INSTRUCTION NOT YET EXPIRED - ACTIVE OR STILL TO START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLDS-FILE.
           IF WS-HO-STATUS = '00'
               PERFORM CHECK-NEXT-HOLD UNTIL WS-EOF
               CLOSE HOLDS-FILE
           END-IF.

       CHECK-NEXT-HOLD.
           READ HOLDS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HO-ACCOUNT = WS-ACCOUNT-NUM
                           AND (HO-EXPIRY-DATE = 0
                               OR HO-EXPIRY-DATE >= WS-RUN-DATE)
                       DISPLAY 'PROGACMT: BLOQUEIO ' HO-HOLD-KIND
                               ' DESDE ' HO-EFFECTIVE-DATE
                               ' AINDA ATIVO'
                       SET WS-OPEN-ITEMS UP BY 1
                   END-IF
           END-READ.

       CHECK-OPEN-ORDERS.
      *    AN ORDER WITH A PAYMENT STILL TO FALL DUE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT STANDING-ORDERS.
           IF WS-SO-STATUS = '00'
               PERFORM CHECK-NEXT-ORDER UNTIL WS-EOF
               CLOSE STANDING-ORDERS
           END-IF.

       CHECK-NEXT-ORDER.
           READ STANDING-ORDERS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SO-ACCOUNT = WS-ACCOUNT-NUM
                           AND (SO-END-DATE = 0
                               OR SO-END-DATE >= SO-NEXT-DUE-DATE)
                       DISPLAY 'PROGACMT: ORDEM PERMANENTE '
                               SO-ORDER-ID ' AINDA ATIVA'
                       SET WS-OPEN-ITEMS UP BY 1
                   END-IF
           END-READ.

       CHECK-OPEN-MEMOS.
      *    A MEMO IS A DAY'S KEYED ITEM THE NIGHT HASN'T POSTED YET.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MEMO-FILE.
           IF WS-MM-STATUS = '00'
               PERFORM CHECK-NEXT-MEMO UNTIL WS-EOF
               CLOSE MEMO-FILE
           END-IF.

       CHECK-NEXT-MEMO.
           READ MEMO-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL (MM-ACCOUNT) = 0
                       IF FUNCTION NUMVAL (MM-ACCOUNT) = WS-ACCOUNT-NUM
                           DISPLAY 'PROGACMT: LANCAMENTO ' MM-TRANS-ID
                                   ' AINDA NAO POSTADO'
                           SET WS-OPEN-ITEMS UP BY 1
                       END-IF
                   END-IF
           END-READ.

       CHECK-OPEN-LOANS.
      *    A LOAN NOT YET PAID OFF STILL DRAWS ITS INSTALLMENTS HERE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LOAN-MASTER.
           IF WS-LN-STATUS = '00'
               PERFORM CHECK-NEXT-LOAN UNTIL WS-EOF
               CLOSE LOAN-MASTER
           END-IF.

       CHECK-NEXT-LOAN.
           READ LOAN-MASTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LN-REPAY-ACCOUNT = WS-ACCOUNT-NUM
                           AND NOT LN-STATUS-PAID-OFF
                       DISPLAY 'PROGACMT: EMPRESTIMO '
                               LN-LOAN-ACCOUNT ' AINDA EM ABERTO'
                       SET WS-OPEN-ITEMS UP BY 1
                   END-IF
           END-READ.

       GATHER-PAYEE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PAYEE UNTIL WS-FIELD-OK.

       ACCEPT-PAYEE.
      *    THE PAYOUT EITHER LEAVES THE BANK (A WDR) OR GOES TO
      *    ANOTHER OPEN, NON-LOAN ACCOUNT (A TRF).
           DISPLAY 'DIGITE A CONTA QUE RECEBE O SALDO '
                   '(BRANCO = SAQUE): '.
           MOVE SPACES TO WS-PAYEE-IN.
           ACCEPT WS-PAYEE-IN.
           MOVE 0 TO WS-PAYEE-NUM.
           IF WS-PAYEE-IN = SPACES
               SET WS-FIELD-OK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-PAYEE-IN) NOT = 0
                   DISPLAY 'PROGACMT: CONTA NAO NUMERICA - REDIGITE'
               ELSE
                   COMPUTE WS-PAYEE-NUM =
                       FUNCTION NUMVAL (WS-PAYEE-IN)
                   PERFORM CHECK-PAYEE-ACCOUNT
               END-IF
           END-IF.

       CHECK-PAYEE-ACCOUNT.
           IF WS-PAYEE-NUM = WS-ACCOUNT-NUM
               DISPLAY 'PROGACMT: A PROPRIA CONTA NAO RECEBE - '
                       'REDIGITE'
           ELSE
               MOVE WS-PAYEE-NUM TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       DISPLAY 'PROGACMT: CONTA ' WS-PAYEE-NUM
                               ' NAO ABERTA - REDIGITE'
                   NOT INVALID KEY
                       IF AB-TYPE-LOAN OR NOT AB-STATUS-OPEN
                           DISPLAY 'PROGACMT: CONTA ' WS-PAYEE-NUM
                                   ' NAO PODE RECEBER - REDIGITE'
                       ELSE
                           SET WS-FIELD-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       SETTLE-CLOSURE.
      *    THE PAYEE LOOKUP MOVED THE MASTER RECORD - READ THE
      *    CLOSING ACCOUNT BACK BEFORE WORKING OUT THE PAYOUT.
           MOVE WS-ACCOUNT-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                           ' SUMIU DO MASTER - NADA GERADO'
               NOT INVALID KEY
                   PERFORM COMPUTE-PAYOUT
                   PERFORM WRITE-CLOSURE-TRANSACTIONS
                   PERFORM MARK-ACCOUNT-CLOSING
           END-READ.

       COMPUTE-PAYOUT.
      *    INTEREST TO DATE IS THE AVERAGE DAILY BALANCE SO FAR
      *    (PROGACRL'S BASE) AT THE RATE IN FORCE ON EACH DAY
      *    ELAPSED, PRO RATA OVER THE MONTH'S DAYS. THE MONTH'S
      *    SERVICE CHARGE IS TAKEN IN FULL BUT NEVER MORE THAN THE
      *    ACCOUNT HOLDS, SO THE PAYOUT CAN'T GO NEGATIVE.
           PERFORM COMPUTE-INTEREST-BASE.
           MOVE 0 TO WS-INTEREST-AMOUNT.
           IF WS-INTEREST-BASE > 0
               PERFORM COMPUTE-DAYS-IN-MONTH
               MOVE 0 TO WS-RATE-SUM
               MOVE WS-RUN-DATE (1:6) TO WS-PRICE-YYYYMM
               PERFORM ADD-DAY-RATE
                   VARYING WS-PRICE-DD FROM 1 BY 1
                   UNTIL WS-PRICE-DD > WS-RUN-DD
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-INTEREST-BASE * WS-RATE-SUM / WS-DAYS-IN-MONTH
           END-IF.
           MOVE 0 TO WS-WITHHOLD-AMOUNT.
           IF WS-INTEREST-AMOUNT > 0
               PERFORM COMPUTE-WITHHOLDING
           END-IF.
           MOVE WS-RUN-DATE TO WS-PRICE-DATE.
           MOVE 'T'         TO WS-RL-KIND.
           PERFORM CALL-RATELOOK.
           MOVE WS-RL-AMOUNT TO WS-CHARGE-AMOUNT.
           IF WS-CHARGE-AMOUNT >
                   AB-BALANCE + WS-INTEREST-AMOUNT - WS-WITHHOLD-AMOUNT
               COMPUTE WS-CHARGE-AMOUNT =
                   AB-BALANCE + WS-INTEREST-AMOUNT - WS-WITHHOLD-AMOUNT
           END-IF.
           COMPUTE WS-PAYOUT-AMOUNT =
               AB-BALANCE + WS-INTEREST-AMOUNT - WS-WITHHOLD-AMOUNT
               - WS-CHARGE-AMOUNT.
           DISPLAY 'PROGACMT: SALDO   ' AB-BALANCE.
           DISPLAY 'PROGACMT: JUROS   ' WS-INTEREST-AMOUNT.
           DISPLAY 'PROGACMT: IR      ' WS-WITHHOLD-AMOUNT.
           DISPLAY 'PROGACMT: TARIFA  ' WS-CHARGE-AMOUNT.
           DISPLAY 'PROGACMT: A PAGAR ' WS-PAYOUT-AMOUNT.

       ADD-DAY-RATE.
           MOVE 'J' TO WS-RL-KIND.
           PERFORM CALL-RATELOOK.
           ADD WS-RL-RATE TO WS-RATE-SUM.

       CALL-RATELOOK.
           CALL 'RATELOOK' USING WS-RL-KIND AB-ACCOUNT-TYPE
               AB-PRODUCT WS-INTEREST-BASE WS-RL-TAX-STATUS
               WS-PRICE-DATE WS-RL-RATE WS-RL-AMOUNT WS-RL-SOURCE.

       COMPUTE-WITHHOLDING.
      *    THE RATE COMES FROM THE OWNING CUSTOMER'S TAX STATUS; A
      *    CUSTOMER WE CAN'T READ IS TAXED AT THE STANDARD RATE.
           MOVE WS-ACCOUNT-NUM TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO CM-CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACE TO CM-TAX-STATUS
           END-READ.
           MOVE CM-TAX-STATUS TO WS-RL-TAX-STATUS.
           MOVE WS-RUN-DATE   TO WS-PRICE-DATE.
           MOVE 'R'           TO WS-RL-KIND.
           PERFORM CALL-RATELOOK.
           MOVE WS-RL-RATE    TO WS-WITHHOLD-RATE.
           COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-WITHHOLD-RATE.

       COMPUTE-INTEREST-BASE.
      *    THE MONTH'S SNAPSHOTS FOR THIS ACCOUNT WHEN THERE ARE ANY;
      *    OTHERWISE TODAY'S BALANCE.
           MOVE AB-BALANCE TO WS-INTEREST-BASE.
           MOVE 0 TO WS-SNAP-TOTAL.
           MOVE 0 TO WS-SNAP-DAYS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-SNAPSHOT.
           IF WS-BS-STATUS = '00'
               PERFORM TALLY-NEXT-SNAPSHOT UNTIL WS-EOF
               CLOSE BALANCE-SNAPSHOT
           END-IF.
           IF WS-SNAP-DAYS NOT = 0
               COMPUTE WS-INTEREST-BASE ROUNDED =
                   WS-SNAP-TOTAL / WS-SNAP-DAYS
           END-IF.

       TALLY-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BS-ACCOUNT = WS-ACCOUNT-NUM
                           AND BS-SNAP-DATE (1:6) = WS-RUN-DATE (1:6)
                       ADD BS-BALANCE TO WS-SNAP-TOTAL
                       ADD 1          TO WS-SNAP-DAYS
                   END-IF
           END-READ.

       COMPUTE-DAYS-IN-MONTH.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 01          TO WS-MONTH-START (7:2).
           IF WS-RUN-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-RUN-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-RUN-YYYY * 10000 + (WS-RUN-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE (WS-MONTH-START).

       WRITE-CLOSURE-TRANSACTIONS.
      *    THE IDS SORT INTEREST (EJ), WITHHOLDING (EK), PAYOUT (EP),
      *    CHARGE (ET) WITHIN THE ACCOUNT'S DAY, SO THE BALANCE NEVER
      *    DIPS BELOW ZERO ON THE WAY DOWN.
           IF WS-INTEREST-AMOUNT NOT = 0
                   OR WS-PAYOUT-AMOUNT NOT = 0
                   OR WS-CHARGE-AMOUNT NOT = 0
               PERFORM OPEN-CLOSURE-FEED
               IF WS-INTEREST-AMOUNT NOT = 0
                   MOVE SPACES              TO DT-RECORD
                   STRING 'EJ' WS-ACCOUNT-NUM
                       DELIMITED BY SIZE INTO DT-TRANS-ID
                   MOVE WS-INTEREST-AMOUNT  TO DT-AMOUNT
                   MOVE 'INT'               TO DT-TRANS-TYPE
                   PERFORM WRITE-CLOSURE-DETAIL
               END-IF
               IF WS-WITHHOLD-AMOUNT NOT = 0
                   MOVE SPACES              TO DT-RECORD
                   STRING 'EK' WS-ACCOUNT-NUM
                       DELIMITED BY SIZE INTO DT-TRANS-ID
                   MOVE WS-WITHHOLD-AMOUNT  TO DT-AMOUNT
                   MOVE 'IRF'               TO DT-TRANS-TYPE
                   PERFORM WRITE-CLOSURE-DETAIL
               END-IF
               IF WS-PAYOUT-AMOUNT NOT = 0
                   MOVE SPACES              TO DT-RECORD
                   STRING 'EP' WS-ACCOUNT-NUM
                       DELIMITED BY SIZE INTO DT-TRANS-ID
                   MOVE WS-PAYOUT-AMOUNT    TO DT-AMOUNT
                   IF WS-PAYEE-NUM = 0
                       MOVE 'WDR'           TO DT-TRANS-TYPE
                   ELSE
                       MOVE 'TRF'           TO DT-TRANS-TYPE
                       MOVE WS-PAYEE-NUM    TO DT-CONTRA-ACCOUNT
                   END-IF
                   PERFORM WRITE-CLOSURE-DETAIL
               END-IF
               IF WS-CHARGE-AMOUNT NOT = 0
                   MOVE SPACES              TO DT-RECORD
                   STRING 'ET' WS-ACCOUNT-NUM
                       DELIMITED BY SIZE INTO DT-TRANS-ID
                   MOVE WS-CHARGE-AMOUNT    TO DT-AMOUNT
                   MOVE 'FEE'               TO DT-TRANS-TYPE
                   PERFORM WRITE-CLOSURE-DETAIL
               END-IF
               CLOSE CLOSURE-FEED
           END-IF.

       OPEN-CLOSURE-FEED.
      *    SEVERAL SESSIONS MAY ADD TO THE FEED BEFORE THE MERGE STEP
      *    TAKES IT, SO IT IS APPENDED TO. ONLY AN EMPTY OR MISSING
      *    FEED GETS THE BATCH HEADER; THE MERGE STEP WRITES THE
      *    TRAILER.
           MOVE 'N' TO WS-FEED-HEADER-SW.
           OPEN INPUT CLOSURE-FEED.
           IF WS-EN-STATUS = '00'
               READ CLOSURE-FEED
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-FEED-HAS-HEADER TO TRUE
               END-READ
               CLOSE CLOSURE-FEED
           END-IF.
           IF WS-FEED-HAS-HEADER
               OPEN EXTEND CLOSURE-FEED
           ELSE
               OPEN OUTPUT CLOSURE-FEED
               MOVE WS-RUN-DATE (3:6)   TO WS-BATCH-DATE
               MOVE SPACES              TO DT-RECORD
               MOVE 'B'                 TO DT-BH-TYPE
               MOVE WS-BATCH-ID         TO DT-BATCH-ID
               WRITE DT-RECORD
           END-IF.

       WRITE-CLOSURE-DETAIL.
           SET DT-DETAIL-REC        TO TRUE.
           MOVE WS-ACCOUNT-NUM      TO DT-ACCOUNT.
           MOVE WS-RUN-DATE         TO DT-TRANS-DATE.
           MOVE 'BRL'               TO DT-CURRENCY.
           WRITE DT-RECORD.

       MARK-ACCOUNT-CLOSING.
      *    WITH NOTHING TO PAY OUT THE ACCOUNT CLOSES AT ONCE;
      *    OTHERWISE THE POSTING RUN CLOSES IT ONCE THE FEED ABOVE
      *    HAS TAKEN THE BALANCE TO ZERO.
           MOVE AB-BALANCE          TO WS-AL-BEFORE-VALUE.
           MOVE WS-PAYOUT-AMOUNT    TO WS-AL-AFTER-VALUE.
           IF AB-BALANCE = 0 AND WS-INTEREST-AMOUNT = 0
               SET AB-STATUS-CLOSED  TO TRUE
               DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                       ' ENCERRADA - NADA A PAGAR'
           ELSE
               SET AB-STATUS-CLOSING TO TRUE
               DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                       ' EM ENCERRAMENTO - PAGAMENTO NO PROXIMO '
                       'PROCESSAMENTO'
           END-IF.
           MOVE WS-RUN-DATE         TO AB-STATUS-DATE.
           REWRITE AB-RECORD
               INVALID KEY
                   DISPLAY 'PROGACMT: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGRAVADA - STATUS ' WS-AB-STATUS
               NOT INVALID KEY
                   SET WS-CLOSED-COUNT UP BY 1
                   MOVE 'ACCT-CLOSE'    TO WS-AL-FIELD-NAME
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

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
                       DISPLAY 'PROGACMT: TABELA DE VINCULOS CHEIA - '
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
       END PROGRAM PROGACMT.
