      *           AVAILABLE BALANCE MOVES THE MOMENT THE RECORD IS
      *           KEYED INSTEAD OF AFTER THE OVERNIGHT RUN. A TRF
      *           MEMO-POSTS BOTH LEGS.
      * Modified: 2026-10-15 - A PGE (PAYMENT TO AN ACCOUNT AT ANOTHER
      *           BANK) ALSO PROMPTS FOR THE BENEFICIARY'S BANK,
      *           BRANCH, ACCOUNT, NAME AND TAX ID, WRITTEN TO THE
      *           EXTERNAL PAYMENT REGISTER (PAYINST.DAT) UNDER THE
      *           TRANSACTION ID. A PGE IS ALWAYS BRL, AN ID ALREADY ON
      *           THE REGISTER IS REFUSED, AND ONLY THE DEBIT LEG
      *           MEMO-POSTS - THE CREDIT GOES TO THE BANK'S OWN
      *           CLEARING ACCOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGENTR.
           SELECT MEMO-FILE ASSIGN TO "MEMOTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MM-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "PAYINST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PI-TRANS-ID
               FILE STATUS WS-PI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-TRANSACTIONS.
           COPY DAILYTRN.
       FD  MEMO-FILE.
           COPY MEMOTRN.
       FD  PAYMENT-REGISTER.
           COPY PAYINST.
       WORKING-STORAGE SECTION.
           COPY TRNTAB.
       77  WS-DT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-MM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PI-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EFFECTIVE-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-CONVERTED-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-FX-FOUND-SW              PIC X(01) VALUE 'Y'.
       77  WS-BATCH-ID-IN              PIC X(08) VALUE SPACES.
       77  WS-TYPE-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-TYPE-FOUND                 VALUE 'Y'.
       77  WS-DISCARD-SW               PIC X(01) VALUE 'N'.
           88  WS-DISCARD                    VALUE 'Y'.
       77  WS-BENE-BANK-IN             PIC X(03) VALUE SPACES.
       77  WS-BENE-BRANCH-IN           PIC X(04) VALUE SPACES.
       77  WS-BENE-ACCOUNT-IN          PIC X(12) VALUE SPACES.
       77  WS-BENE-NAME-IN             PIC X(30) VALUE SPACES.
       77  WS-BENE-TAX-ID-IN           PIC X(14) VALUE SPACES.
       77  WS-BENE-DIGITS              PIC 9(12) VALUE 0.
       77  WS-AMOUNT-NUM               PIC S9(7)V99 VALUE 0.
       01  WS-DATE-NUM                 PIC 9(08) VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
               PERFORM GATHER-TRANS-TYPE
               PERFORM GATHER-CURRENCY
               PERFORM GATHER-CONTRA-ACCOUNT
               PERFORM GATHER-PAYMENT-DETAILS
               IF WS-DISCARD
                   DISPLAY 'PROGENTR: TRANSACAO ' WS-TRANS-ID-IN
                           ' DESCARTADA'
               ELSE
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF.

       GATHER-ACCOUNT.
           PERFORM ACCEPT-TRANS-TYPE UNTIL WS-FIELD-OK.

       ACCEPT-TRANS-TYPE.
           DISPLAY 'DIGITE O TIPO (DEP/WDR/FEE/INT/ADJ/TRF/PGE, '
                   'BRANCO = LEGADO): '.
           ACCEPT WS-TYPE-IN.
           MOVE 'N' TO WS-TYPE-FOUND-SW.
               END-IF
           END-IF.

       GATHER-PAYMENT-DETAILS.
      *    THE FEED RECORD HAS NO ROOM FOR THE BENEFICIARY, SO A PGE
      *    CARRIES IT ON THE PAYMENT REGISTER UNDER ITS OWN ID. THE
      *    REGISTER RECORD IS WRITTEN WITH THE DETAIL, NOT BEFORE.
           MOVE 'N' TO WS-DISCARD-SW.
           IF WS-TYPE-IN = 'PGE'
               IF WS-CURRENCY-IN NOT = 'BRL'
                   DISPLAY 'PROGENTR: PGE SO EM BRL - MOEDA '
                           WS-CURRENCY-IN ' SUBSTITUIDA'
                   MOVE 'BRL' TO WS-CURRENCY-IN
               END-IF
               PERFORM CHECK-PAYMENT-AMOUNT
               PERFORM OPEN-PAYMENT-REGISTER
               MOVE WS-TRANS-ID-IN TO PI-TRANS-ID
               READ PAYMENT-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'PROGENTR: ID JA CONSTA NO REGISTRO '
                               'DE PAGAMENTOS'
                       SET WS-DISCARD TO TRUE
               END-READ
               IF NOT WS-DISCARD
                   SET WS-FIELD-BAD TO TRUE
                   PERFORM ACCEPT-BENE-BANK UNTIL WS-FIELD-OK
                   SET WS-FIELD-BAD TO TRUE
                   PERFORM ACCEPT-BENE-BRANCH UNTIL WS-FIELD-OK
                   SET WS-FIELD-BAD TO TRUE
                   PERFORM ACCEPT-BENE-ACCOUNT UNTIL WS-FIELD-OK
                   SET WS-FIELD-BAD TO TRUE
                   PERFORM ACCEPT-BENE-NAME UNTIL WS-FIELD-OK
                   DISPLAY 'DIGITE O CPF/CNPJ DO FAVORECIDO '
                           '(OPCIONAL): '
                   MOVE SPACES TO WS-BENE-TAX-ID-IN
                   ACCEPT WS-BENE-TAX-ID-IN
               END-IF
               CLOSE PAYMENT-REGISTER
           END-IF.

       CHECK-PAYMENT-AMOUNT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM VALIDATE-PAYMENT-AMOUNT UNTIL WS-FIELD-OK.

       VALIDATE-PAYMENT-AMOUNT.
      *    THE PAYMENT GOES OUT AS A MAGNITUDE - THE SIGN IS THE
      *    TYPE'S BUSINESS - BUT A ZERO PAYMENT IS NEVER SENT. A
      *    RE-KEYED AMOUNT IS CHECKED AGAIN ON THE NEXT PASS.
           IF WS-AMOUNT-NUM < 0
               COMPUTE WS-AMOUNT-NUM = WS-AMOUNT-NUM * -1
           END-IF.
           IF WS-AMOUNT-NUM = 0
               DISPLAY 'PROGENTR: PGE COM VALOR ZERO - REDIGITE'
               PERFORM GATHER-AMOUNT
               SET WS-FIELD-BAD TO TRUE
           ELSE
               SET WS-FIELD-OK TO TRUE
           END-IF.

       OPEN-PAYMENT-REGISTER.
           OPEN I-O PAYMENT-REGISTER.
           IF WS-PI-STATUS = '35'
               OPEN OUTPUT PAYMENT-REGISTER
               CLOSE PAYMENT-REGISTER
               OPEN I-O PAYMENT-REGISTER
           END-IF.

       ACCEPT-BENE-BANK.
           DISPLAY 'DIGITE O BANCO DO FAVORECIDO (3 DIGITOS): '.
           ACCEPT WS-BENE-BANK-IN.
           IF WS-BENE-BANK-IN IS NOT NUMERIC
               DISPLAY 'PROGENTR: BANCO NAO NUMERICO - REDIGITE'
           ELSE
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-BENE-BRANCH.
           DISPLAY 'DIGITE A AGENCIA DO FAVORECIDO (4 DIGITOS): '.
           ACCEPT WS-BENE-BRANCH-IN.
           IF WS-BENE-BRANCH-IN IS NOT NUMERIC
               DISPLAY 'PROGENTR: AGENCIA NAO NUMERICA - REDIGITE'
           ELSE
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-BENE-ACCOUNT.
           DISPLAY 'DIGITE A CONTA DO FAVORECIDO (COM DIGITO): '.
           ACCEPT WS-BENE-ACCOUNT-IN.
           IF WS-BENE-ACCOUNT-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-BENE-ACCOUNT-IN) NOT = 0
               DISPLAY 'PROGENTR: CONTA DO FAVORECIDO NAO NUMERICA '
                       '- REDIGITE'
           ELSE
               COMPUTE WS-BENE-DIGITS =
                   FUNCTION NUMVAL (WS-BENE-ACCOUNT-IN)
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-BENE-NAME.
           DISPLAY 'DIGITE O NOME DO FAVORECIDO: '.
           ACCEPT WS-BENE-NAME-IN.
           IF WS-BENE-NAME-IN = SPACES
               DISPLAY 'PROGENTR: NOME EM BRANCO - REDIGITE'
           ELSE
               SET WS-FIELD-OK TO TRUE
           END-IF.

       WRITE-PAYMENT-INSTRUCTION.
           PERFORM OPEN-PAYMENT-REGISTER.
           MOVE SPACES              TO PI-RECORD.
           MOVE WS-TRANS-ID-IN      TO PI-TRANS-ID.
           COMPUTE PI-ACCOUNT = FUNCTION NUMVAL (WS-ACCOUNT-IN).
           MOVE WS-AMOUNT-NUM       TO PI-AMOUNT.
           MOVE WS-BENE-BANK-IN     TO PI-BENE-BANK.
           MOVE WS-BENE-BRANCH-IN   TO PI-BENE-BRANCH.
           MOVE WS-BENE-DIGITS      TO PI-BENE-ACCOUNT.
           MOVE WS-BENE-NAME-IN     TO PI-BENE-NAME.
           MOVE WS-BENE-TAX-ID-IN   TO PI-BENE-TAX-ID.
           MOVE WS-DATE-NUM         TO PI-ENTRY-DATE.
           MOVE WS-OPERATOR-ID      TO PI-OPERATOR-ID.
           SET PI-STATUS-KEYED      TO TRUE.
           MOVE 0                   TO PI-SENT-DATE PI-FILE-SEQ
                                       PI-REJECT-DATE.
           WRITE PI-RECORD
               INVALID KEY
                   DISPLAY 'PROGENTR: REGISTRO DE PAGAMENTO NAO '
                           'GRAVADO - STATUS ' WS-PI-STATUS
           END-WRITE.
           CLOSE PAYMENT-REGISTER.

       WRITE-DETAIL-RECORD.
           MOVE SPACES              TO DT-RECORD.
           SET DT-DETAIL-REC        TO TRUE.
           MOVE WS-CONTRA-IN        TO DT-CONTRA-ACCOUNT.
           WRITE DT-RECORD.
           SET WS-REC-COUNT UP BY 1.
           IF WS-TYPE-IN = 'PGE'
               PERFORM WRITE-PAYMENT-INSTRUCTION
           END-IF.
           PERFORM WRITE-MEMO-RECORDS.

       WRITE-MEMO-RECORDS.
      *    THE SHADOW AVAILABLE BALANCE MOVES NOW, NOT AT 2AM. A
      *    TRANSFER MEMO-POSTS ITS DEBIT ON THE KEYED ACCOUNT AND ITS
      *    CREDIT ON THE CONTRA, THE SAME SPLIT THE EXPANSION MAKES
      *    OVERNIGHT. A PGE MEMO-POSTS ONLY ITS DEBIT: THE CREDIT
      *    LEG BELONGS TO THE CLEARING ACCOUNT, NOT TO A CUSTOMER.
           OPEN EXTEND MEMO-FILE.
           IF WS-MM-STATUS = '35'
               OPEN OUTPUT MEMO-FILE
           END-IF.
           MOVE 'Y' TO WS-FX-FOUND-SW.
           IF WS-TYPE-IN = 'TRF' OR 'PGE'
               MOVE WS-AMOUNT-NUM TO WS-EFFECTIVE-AMOUNT
               IF WS-EFFECTIVE-AMOUNT < 0
                   COMPUTE WS-EFFECTIVE-AMOUNT =
               MOVE WS-ACCOUNT-IN   TO MM-ACCOUNT
               MOVE WS-TRANS-ID-IN  TO MM-TRANS-ID
               COMPUTE MM-AMOUNT = 0 - WS-CONVERTED-AMOUNT
               IF WS-TYPE-IN = 'PGE'
                   MOVE 'PGD'       TO MM-TRANS-TYPE
               ELSE
                   MOVE 'TRD'       TO MM-TRANS-TYPE
               END-IF
               MOVE WS-DATE-NUM     TO MM-ENTRY-DATE
               WRITE MM-RECORD
               IF WS-TYPE-IN = 'TRF'
                   MOVE SPACES      TO MM-RECORD
                   MOVE WS-CONTRA-IN TO MM-ACCOUNT
                   MOVE WS-TRANS-ID-IN TO MM-TRANS-ID
                   MOVE WS-CONVERTED-AMOUNT TO MM-AMOUNT
                   MOVE 'TRC'       TO MM-TRANS-TYPE
                   MOVE WS-DATE-NUM TO MM-ENTRY-DATE
                   WRITE MM-RECORD
               END-IF
           ELSE
               CALL 'TRNSIGN' USING WS-TYPE-IN WS-AMOUNT-NUM
                   WS-EFFECTIVE-AMOUNT
