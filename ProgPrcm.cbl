      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: PRICING MASTER MAINTENANCE UNDER DUAL CONTROL. SITS
      *          BEHIND OPRSEC (SUSPENSE AUTHORITY - THE SUPERVISORY
      *          DESK), FIRST STEPS THROUGH THE PRICE CHANGES WAITING
      *          ON PRICING.DAT AND THEN TAKES NEW ONES (BLANK KIND
      *          ENDS THE SESSION). A NEW PRICE - INTEREST BAND,
      *          SERVICE CHARGE, NSF FEE OR WITHHOLDING RATE, FOR AN
      *          ACCOUNT TYPE AND PRODUCT (OR A TAX STATUS) FROM AN
      *          EFFECTIVE DATE NO EARLIER THAN THE BUSINESS DATE - IS
      *          WRITTEN PENDING UNDER THE REQUESTER'S ID AND TAKES NO
      *          EFFECT UNTIL A DIFFERENT OPERATOR APPROVES IT HERE:
      *          THE SAME ID CAN ONLY KEEP IT WAITING, AND A PRICE
      *          WHOSE DATE HAS PASSED CAN ONLY BE REJECTED AND KEYED
      *          AGAIN, SO NOTHING IS REPRICED AFTER THE FACT. APPROVED
      *          AND REJECTED PRICES STAY ON THE FILE WITH BOTH IDS
      *          AND TIMESTAMPS AS THE HISTORY OF EVERY RATE. EACH
      *          REQUEST AND DECISION GOES TO THE AUDIT TRAIL THROUGH
      *          AUDITWRT, BEFORE AS THE PRICE IN FORCE ON THE
      *          EFFECTIVE DATE AND AFTER AS THE NEW ONE - A RATE IN
      *          HUNDRED-THOUSANDTHS (.00150 IS 150), A CHARGE IN
      *          REAIS. THE FILE IS REWRITTEN FROM A HOLD FILE AT END.
      * Tectonics: cobc
      * Modified: 2026-10-15 - KIND P ACCEPTED: THE CHARGE FOR AN
      *           OVERDRAFT-PROTECTION SWEEP, KEYED BY ACCOUNT TYPE
      *           AND PRODUCT LIKE THE NSF FEE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRCM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-FILE ASSIGN TO "PRICING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PC-STATUS.
           SELECT PRICING-HOLD ASSIGN TO "PRCMHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-FILE.
           COPY PRICING.
       FD  PRICING-HOLD.
       01  PH-RECORD                   PIC X(88).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-PC-STATUS                PIC X(02) VALUE SPACES.
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
           88  WS-DEC-APPROVE                VALUE 'A'.
           88  WS-DEC-REJECT                 VALUE 'R'.
           88  WS-DEC-KEEP                   VALUE 'M'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-APPROVED-COUNT           PIC 9(06) VALUE 0.
       77  WS-REJECTED-COUNT           PIC 9(06) VALUE 0.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-REQUESTED-COUNT          PIC 9(06) VALUE 0.
       77  WS-KIND-IN                  PIC X(01) VALUE SPACE.
       77  WS-TYPE-IN                  PIC X(01) VALUE SPACE.
       77  WS-PRODUCT-IN               PIC X(02) VALUE SPACES.
       77  WS-TAX-STATUS-IN            PIC X(01) VALUE SPACE.
       77  WS-CEILING-IN               PIC X(12) VALUE SPACES.
       77  WS-VALUE-IN                 PIC X(12) VALUE SPACES.
       77  WS-DATE-IN                  PIC X(08) VALUE SPACES.
       77  WS-VALUE-CHECK              PIC 9(07)V9(06) VALUE 0.
       77  WS-RL-BALANCE               PIC S9(7)V99 VALUE 0.
       77  WS-RL-RATE                  PIC V9(05) VALUE 0.
       77  WS-RL-AMOUNT                PIC 9(5)V99 VALUE 0.
       77  WS-RL-SOURCE                PIC X(01) VALUE SPACE.
       77  WS-RATE-SHOW                PIC 9.9(05).
       77  WS-AMOUNT-SHOW              PIC ZZ,ZZ9.99.
       77  WS-CEILING-SHOW             PIC Z,ZZZ,ZZ9.99.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       01  WS-DATE-NUM                 PIC 9(08) VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05  WS-DATE-YYYY            PIC 9(04).
           05  WS-DATE-MM              PIC 9(02).
           05  WS-DATE-DD              PIC 9(02).
       01  WS-PRICE-WORK.
           05  WS-PW-ACCOUNT-TYPE      PIC X(01).
           05  WS-PW-PRODUCT           PIC X(02).
           05  WS-PW-RATE-KIND         PIC X(01).
               88  WS-PW-KIND-INTEREST       VALUE 'J'.
               88  WS-PW-KIND-SERVICE        VALUE 'T'.
               88  WS-PW-KIND-NSF            VALUE 'N'.
               88  WS-PW-KIND-WITHHOLD       VALUE 'R'.
               88  WS-PW-KIND-VALID          VALUE 'J' 'T' 'N' 'R'
                                                   'P'.
               88  WS-PW-KIND-IS-RATE        VALUE 'J' 'R'.
           05  WS-PW-BAND-CEILING      PIC 9(7)V99.
           05  WS-PW-TAX-TIER REDEFINES WS-PW-BAND-CEILING.
               10  WS-PW-TAX-STATUS    PIC X(01).
               10  FILLER              PIC X(08).
           05  WS-PW-EFFECTIVE-DATE    PIC 9(08).
           05  WS-PW-RATE              PIC V9(05).
           05  WS-PW-AMOUNT            PIC 9(5)V99.
           05  WS-PW-STATUS            PIC X(01).
           05  WS-PW-REQUEST-OPER      PIC X(08).
           05  WS-PW-REQUEST-DATE      PIC 9(08).
           05  WS-PW-REQUEST-TIME      PIC 9(08).
           05  WS-PW-APPROVER-OPER     PIC X(08).
           05  WS-PW-DECISION-DATE     PIC 9(08).
           05  WS-PW-DECISION-TIME     PIC 9(08).
           05  FILLER                  PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGPRCM: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT PRICING-HOLD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PRICING-FILE.
           IF WS-PC-STATUS = '00'
               PERFORM REVIEW-NEXT-PRICE UNTIL WS-EOF
               CLOSE PRICING-FILE
           ELSE
               DISPLAY 'PROGPRCM: PRICING.DAT AUSENTE - ARQUIVO '
                       'NOVO SERA CRIADO'
           END-IF.

           DISPLAY 'PROGPRCM: NOVOS PRECOS - TAXA EM BRANCO '
                   'ENCERRA.'.
           PERFORM ADD-ONE-PRICE UNTIL WS-ADDS-DONE.
           CLOSE PRICING-HOLD.

           PERFORM REWRITE-PRICING-FILE.
      *    A LOOKUP ALREADY LOADED IN THIS RUN UNIT WOULD STILL HOLD
      *    THE OLD PRICES - DROP IT SO THE NEXT CALL RELOADS.
           CANCEL 'RATELOOK'.

           DISPLAY 'PROGPRCM: APROVADOS:   ' WS-APPROVED-COUNT.
           DISPLAY 'PROGPRCM: REJEITADOS:  ' WS-REJECTED-COUNT.
           DISPLAY 'PROGPRCM: MANTIDOS:    ' WS-KEPT-COUNT.
           DISPLAY 'PROGPRCM: SOLICITADOS: ' WS-REQUESTED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REVIEW-NEXT-PRICE.
           READ PRICING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM REVIEW-ONE-PRICE
           END-READ.

       REVIEW-ONE-PRICE.
      *    APPROVED AND REJECTED PRICES ARE HISTORY AND GO BACK AS
      *    THEY ARE; ONLY A PENDING ONE IS DECIDED.
           MOVE PC-RECORD TO WS-PRICE-WORK.
           IF NOT PC-PENDING
               WRITE PH-RECORD FROM WS-PRICE-WORK
           ELSE
               PERFORM SHOW-PRICE
               DISPLAY 'PROGPRCM: SOLICITADO POR ' WS-PW-REQUEST-OPER
                       ' EM ' WS-PW-REQUEST-DATE
               IF WS-PW-REQUEST-OPER = WS-OPERATOR-ID
                   DISPLAY 'PROGPRCM: MESMO OPERADOR DA SOLICITACAO - '
                           'APROVACAO EXIGE OUTRA PESSOA, MANTIDO'
                   PERFORM KEEP-PRICE
               ELSE
                   MOVE 'N' TO WS-DECISION-OK-SW
                   PERFORM ACCEPT-DECISION UNTIL WS-DECISION-OK
                   IF WS-DEC-APPROVE
                       PERFORM APPROVE-PRICE
                   ELSE
                       IF WS-DEC-REJECT
                           PERFORM REJECT-PRICE
                       ELSE
                           PERFORM KEEP-PRICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-DECISION.
           DISPLAY 'PROGPRCM: A=APROVAR R=REJEITAR M=MANTER: '.
           ACCEPT WS-DECISION.
           IF WS-DEC-REJECT OR WS-DEC-KEEP
               SET WS-DECISION-OK TO TRUE
           ELSE
               IF WS-DEC-APPROVE
                   IF WS-PW-EFFECTIVE-DATE < WS-RUN-DATE
                       DISPLAY 'PROGPRCM: VIGENCIA JA PASSOU - '
                               'REJEITE E SOLICITE DE NOVO'
                   ELSE
                       SET WS-DECISION-OK TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'PROGPRCM: DECISAO INVALIDA - REDIGITE'
               END-IF
           END-IF.

       APPROVE-PRICE.
           MOVE 'PRICE-APPROVE'     TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'A'                 TO WS-PW-STATUS.
           PERFORM STAMP-DECISION.
           SET WS-APPROVED-COUNT UP BY 1.

       REJECT-PRICE.
           MOVE 'PRICE-REJECT'      TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'R'                 TO WS-PW-STATUS.
           PERFORM STAMP-DECISION.
           SET WS-REJECTED-COUNT UP BY 1.

       STAMP-DECISION.
           MOVE WS-OPERATOR-ID      TO WS-PW-APPROVER-OPER.
           MOVE WS-RUN-DATE         TO WS-PW-DECISION-DATE.
           ACCEPT WS-PW-DECISION-TIME FROM TIME.
           WRITE PH-RECORD          FROM WS-PRICE-WORK.

       KEEP-PRICE.
           WRITE PH-RECORD          FROM WS-PRICE-WORK.
           SET WS-KEPT-COUNT UP BY 1.

       SHOW-PRICE.
           IF WS-PW-KIND-WITHHOLD
               DISPLAY 'PROGPRCM: IR - SITUACAO FISCAL "'
                       WS-PW-TAX-STATUS '" VIGENCIA '
                       WS-PW-EFFECTIVE-DATE
           ELSE
               DISPLAY 'PROGPRCM: TAXA ' WS-PW-RATE-KIND
                       ' TIPO ' WS-PW-ACCOUNT-TYPE
                       ' PRODUTO "' WS-PW-PRODUCT '" VIGENCIA '
                       WS-PW-EFFECTIVE-DATE
               IF WS-PW-KIND-INTEREST
                   MOVE WS-PW-BAND-CEILING TO WS-CEILING-SHOW
                   DISPLAY 'PROGPRCM: FAIXA DE SALDO ATE '
                           WS-CEILING-SHOW
               END-IF
           END-IF.
           PERFORM LOOKUP-IN-FORCE.
           IF WS-PW-KIND-IS-RATE
               MOVE WS-RL-RATE TO WS-RATE-SHOW
               DISPLAY 'PROGPRCM: EM VIGOR NA DATA: ' WS-RATE-SHOW
               MOVE WS-PW-RATE TO WS-RATE-SHOW
               DISPLAY 'PROGPRCM: NOVA TAXA:        ' WS-RATE-SHOW
           ELSE
               MOVE WS-RL-AMOUNT TO WS-AMOUNT-SHOW
               DISPLAY 'PROGPRCM: EM VIGOR NA DATA: ' WS-AMOUNT-SHOW
               MOVE WS-PW-AMOUNT TO WS-AMOUNT-SHOW
               DISPLAY 'PROGPRCM: NOVO VALOR:       ' WS-AMOUNT-SHOW
           END-IF.

       LOOKUP-IN-FORCE.
      *    AN INTEREST BAND IS LOOKED UP AT ITS OWN CEILING, WHICH
      *    GIVES THE RATE THAT BALANCE EARNS TODAY.
           MOVE 0 TO WS-RL-BALANCE.
           IF WS-PW-KIND-INTEREST
               MOVE WS-PW-BAND-CEILING TO WS-RL-BALANCE
           END-IF.
           CALL 'RATELOOK' USING WS-PW-RATE-KIND WS-PW-ACCOUNT-TYPE
               WS-PW-PRODUCT WS-RL-BALANCE WS-PW-TAX-STATUS
               WS-PW-EFFECTIVE-DATE WS-RL-RATE WS-RL-AMOUNT
               WS-RL-SOURCE.

       ADD-ONE-PRICE.
           MOVE SPACE TO WS-KIND-IN.
           DISPLAY 'DIGITE A TAXA (J=JUROS T=TARIFA N=NSF R=IR '
                   'P=PROTECAO, BRANCO ENCERRA): '.
           ACCEPT WS-KIND-IN.
           IF WS-KIND-IN = SPACE
               SET WS-ADDS-DONE TO TRUE
           ELSE
               MOVE SPACES     TO WS-PRICE-WORK
               MOVE WS-KIND-IN TO WS-PW-RATE-KIND
               IF WS-PW-KIND-VALID
                   PERFORM ADD-NEW-PRICE
               ELSE
                   DISPLAY 'PROGPRCM: TAXA INVALIDA - REDIGITE'
               END-IF
           END-IF.

       ADD-NEW-PRICE.
           IF WS-PW-KIND-WITHHOLD
               PERFORM GATHER-TAX-STATUS
               MOVE WS-TAX-STATUS-IN TO WS-PW-TAX-STATUS
           ELSE
               PERFORM GATHER-TYPE
               PERFORM GATHER-PRODUCT
               MOVE WS-TYPE-IN       TO WS-PW-ACCOUNT-TYPE
               MOVE WS-PRODUCT-IN    TO WS-PW-PRODUCT
               MOVE 0                TO WS-PW-BAND-CEILING
               IF WS-PW-KIND-INTEREST
                   PERFORM GATHER-CEILING
               END-IF
           END-IF.
           PERFORM GATHER-EFFECTIVE-DATE.
           MOVE 0 TO WS-PW-RATE.
           MOVE 0 TO WS-PW-AMOUNT.
           PERFORM GATHER-VALUE.
           MOVE 'P'                 TO WS-PW-STATUS.
           MOVE WS-OPERATOR-ID      TO WS-PW-REQUEST-OPER.
           MOVE WS-RUN-DATE         TO WS-PW-REQUEST-DATE.
           ACCEPT WS-PW-REQUEST-TIME FROM TIME.
           MOVE 0                   TO WS-PW-DECISION-DATE.
           MOVE 0                   TO WS-PW-DECISION-TIME.
           PERFORM SHOW-PRICE.
           WRITE PH-RECORD          FROM WS-PRICE-WORK.
           SET WS-REQUESTED-COUNT UP BY 1.
           MOVE 'PRICE-REQUEST'     TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY 'PROGPRCM: PRECO GRAVADO PENDENTE - APROVACAO '
                   'POR OUTRO OPERADOR'.

       GATHER-TAX-STATUS.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-TAX-STATUS UNTIL WS-FIELD-OK.

       ACCEPT-TAX-STATUS.
      *    BLANK IS THE STANDARD RATE, PAID BY EVERY STATUS WITHOUT
      *    A RATE OF ITS OWN.
           DISPLAY 'DIGITE A SITUACAO FISCAL (BRANCO=PADRAO, '
                   'T=TRIBUTADO, I=ISENTO, N=NAO RESIDENTE): '.
           MOVE SPACE TO WS-TAX-STATUS-IN.
           ACCEPT WS-TAX-STATUS-IN.
           IF WS-TAX-STATUS-IN = SPACE OR 'T' OR 'I' OR 'N'
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGPRCM: SITUACAO FISCAL INVALIDA - REDIGITE'
           END-IF.

       GATHER-TYPE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-TYPE UNTIL WS-FIELD-OK.

       ACCEPT-TYPE.
      *    LOAN ACCOUNTS ARE PRICED BY THEIR LOAN, NOT HERE.
           DISPLAY 'DIGITE O TIPO (C=CORRENTE, S=POUPANCA): '.
           MOVE SPACE TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN.
           IF WS-TYPE-IN = 'C' OR WS-TYPE-IN = 'S'
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGPRCM: TIPO INVALIDO - REDIGITE'
           END-IF.

       GATHER-PRODUCT.
      *    ANY TWO-CHARACTER CODE; BLANK IS THE TYPE'S STANDARD PRICE.
           DISPLAY 'DIGITE O PRODUTO (BRANCO = PADRAO DO TIPO): '.
           MOVE SPACES TO WS-PRODUCT-IN.
           ACCEPT WS-PRODUCT-IN.

       GATHER-CEILING.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CEILING UNTIL WS-FIELD-OK.

       ACCEPT-CEILING.
      *    THE BAND COVERS BALANCES UP TO ITS CEILING; THE TOP BAND
      *    IS 9999999.99.
           DISPLAY 'DIGITE O TETO DA FAIXA DE SALDO (9(7)V99): '.
           MOVE SPACES TO WS-CEILING-IN.
           ACCEPT WS-CEILING-IN.
           IF WS-CEILING-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-CEILING-IN) NOT = 0
               DISPLAY 'PROGPRCM: TETO NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-VALUE-CHECK =
                   FUNCTION NUMVAL (WS-CEILING-IN)
               IF WS-VALUE-CHECK NOT > 0
                       OR WS-VALUE-CHECK > 9999999.99
                   DISPLAY 'PROGPRCM: TETO FORA DO LIMITE - REDIGITE'
               ELSE
                   MOVE WS-VALUE-CHECK TO WS-PW-BAND-CEILING
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-EFFECTIVE-DATE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-EFFECTIVE-DATE UNTIL WS-FIELD-OK.

       ACCEPT-EFFECTIVE-DATE.
      *    A PRICE NEVER STARTS BEFORE THE BUSINESS DATE.
           DISPLAY 'DIGITE O INICIO DA VIGENCIA (YYYYMMDD): '.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN IS NOT NUMERIC
               DISPLAY 'PROGPRCM: DATA NAO NUMERICA - REDIGITE'
           ELSE
               MOVE WS-DATE-IN TO WS-DATE-NUM
               IF WS-DATE-DD < 1 OR WS-DATE-DD > 31
                       OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   DISPLAY 'PROGPRCM: DATA FORA DO CALENDARIO - '
                           'REDIGITE'
               ELSE
                   IF WS-DATE-NUM < WS-RUN-DATE
                       DISPLAY 'PROGPRCM: VIGENCIA ANTERIOR A DATA '
                               'DO SISTEMA ' WS-RUN-DATE ' - REDIGITE'
                   ELSE
                       MOVE WS-DATE-NUM TO WS-PW-EFFECTIVE-DATE
                       SET WS-FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       GATHER-VALUE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-VALUE UNTIL WS-FIELD-OK.

       ACCEPT-VALUE.
      *    A RATE IS A FRACTION BELOW ONE, TO FIVE PLACES (.00150 IS
      *    0.15% A MONTH); A CHARGE IS IN REAIS. ZERO IS ALLOWED -
      *    A FREE PRODUCT.
           IF WS-PW-KIND-IS-RATE
               DISPLAY 'DIGITE A TAXA (EX.: 0.00150): '
           ELSE
               DISPLAY 'DIGITE O VALOR DA TARIFA (9(5)V99): '
           END-IF.
           MOVE SPACES TO WS-VALUE-IN.
           ACCEPT WS-VALUE-IN.
           IF WS-VALUE-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-VALUE-IN) NOT = 0
               DISPLAY 'PROGPRCM: VALOR NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-VALUE-CHECK = FUNCTION NUMVAL (WS-VALUE-IN)
               IF WS-PW-KIND-IS-RATE
                   IF WS-VALUE-CHECK NOT < 1
                       DISPLAY 'PROGPRCM: TAXA DEVE SER MENOR QUE 1 '
                               '- REDIGITE'
                   ELSE
                       MOVE WS-VALUE-CHECK TO WS-PW-RATE
                       SET WS-FIELD-OK TO TRUE
                   END-IF
               ELSE
                   IF WS-VALUE-CHECK > 99999.99
                       DISPLAY 'PROGPRCM: VALOR FORA DO LIMITE - '
                               'REDIGITE'
                   ELSE
                       MOVE WS-VALUE-CHECK TO WS-PW-AMOUNT
                       SET WS-FIELD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
      *    THE TRAIL KEEPS TWO DECIMALS, SO A RATE GOES IN AS WHOLE
      *    HUNDRED-THOUSANDTHS.
           PERFORM LOOKUP-IN-FORCE.
           IF WS-PW-KIND-IS-RATE
               COMPUTE WS-AL-BEFORE-VALUE = WS-RL-RATE * 100000
               COMPUTE WS-AL-AFTER-VALUE  = WS-PW-RATE * 100000
           ELSE
               MOVE WS-RL-AMOUNT        TO WS-AL-BEFORE-VALUE
               MOVE WS-PW-AMOUNT        TO WS-AL-AFTER-VALUE
           END-IF.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       REWRITE-PRICING-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PRICING-HOLD.
           OPEN OUTPUT PRICING-FILE.
           PERFORM COPY-HOLD-RECORD UNTIL WS-EOF.
           CLOSE PRICING-HOLD.
           CLOSE PRICING-FILE.

       COPY-HOLD-RECORD.
           READ PRICING-HOLD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE PC-RECORD FROM PH-RECORD
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
       END PROGRAM PROGPRCM.
