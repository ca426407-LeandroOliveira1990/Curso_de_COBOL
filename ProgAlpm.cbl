      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: CUSTOMER ALERT PREFERENCES MAINTENANCE (ALRTPREF.DAT).
      *          SITS BEHIND OPRSEC (CUSTOMER-MAINTENANCE AUTHORITY),
      *          THEN TAKES CUSTOMER NUMBERS ONE AT A TIME (BLANK ENDS
      *          THE SESSION). A CUSTOMER ALREADY REGISTERED IS SHOWN
      *          AND CAN BE KEPT, CHANGED OR DELETED (DELETING STOPS
      *          EVERY ALERT); A NEW ONE - WHO MUST EXIST ON CUSTMAST -
      *          CAN BE INCLUDED. THE OPERATOR KEYS THE CHANNEL (S =
      *          SMS, E = E-MAIL), THE MOBILE AND E-MAIL ADDRESS, THE
      *          OPT-IN FOR EACH EVENT TYPE THE NIGHTLY EXTRACT
      *          (PROGALRT) KNOWS, THE LOW-BALANCE FLOOR AND THE
      *          LARGE-DEBIT AMOUNT. AN E-MAIL CUSTOMER NEEDS AN E-MAIL
      *          ADDRESS; AN SMS CUSTOMER WITH NO MOBILE IS SENT TO THE
      *          KYC PHONE. EVERY INCLUSION, CHANGE AND DELETION GOES
      *          TO THE AUDIT TRAIL THROUGH AUDITWRT WITH THE
      *          OPERATOR'S ID AND THE OPT-IN FLAGS BEFORE AND AFTER
      *          (ONE DIGIT PER EVENT, 1 = OPTED IN).
      * Tectonics: cobc
      * Modified: 2026-10-15 - ALSO KEEPS THE STATEMENT DELIVERY
      *           PREFERENCE (P = PAPER, E = ELECTRONIC, A = BOTH) THE
      *           MONTHLY STATEMENT RUN READS; ELECTRONIC DELIVERY
      *           NEEDS AN E-MAIL ADDRESS LIKE THE E-MAIL CHANNEL DOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALPM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-PREFERENCES ASSIGN TO "ALRTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AF-CUST-NUMBER
               FILE STATUS WS-AF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-PREFERENCES.
           COPY ALRTPREF.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-AF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'C'.
       77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88  WS-SESSION-DONE               VALUE 'Y'.
       77  WS-DECISION                 PIC X(01) VALUE SPACE.
           88  WS-DEC-KEEP                   VALUE 'M'.
           88  WS-DEC-CHANGE                 VALUE 'A'.
           88  WS-DEC-DELETE                 VALUE 'X'.
           88  WS-DEC-INCLUDE                VALUE 'S'.
           88  WS-DEC-SKIP                   VALUE 'N'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-CUST-IN                  PIC X(10) VALUE SPACES.
       77  WS-CUST-NUM                 PIC 9(08) VALUE 0.
       77  WS-CHANNEL-IN               PIC X(01) VALUE SPACE.
       77  WS-DELIVERY-IN              PIC X(01) VALUE SPACE.
       77  WS-MOBILE-IN                PIC X(15) VALUE SPACES.
       77  WS-EMAIL-IN                 PIC X(50) VALUE SPACES.
       77  WS-OPT-IN                   PIC X(01) VALUE SPACE.
       77  WS-AMOUNT-IN                PIC X(12) VALUE SPACES.
       77  WS-LOW-BALANCE-NUM          PIC S9(7)V99 VALUE 0.
       77  WS-LARGE-DEBIT-NUM          PIC 9(7)V99 VALUE 0.
       77  WS-EVENT-IDX                PIC 9(01) VALUE 0.
       77  WS-ADDED-COUNT              PIC 9(06) VALUE 0.
       77  WS-CHANGED-COUNT            PIC 9(06) VALUE 0.
       77  WS-DELETED-COUNT            PIC 9(06) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       01  WS-OPT-FLAGS-IN.
           05  WS-OPT-FLAG-IN          PIC X(01) OCCURS 6 TIMES.
       01  WS-OPT-DIGITS               PIC 9(06) VALUE 0.
       01  WS-OPT-DIGIT-TABLE REDEFINES WS-OPT-DIGITS.
           05  WS-OPT-DIGIT            PIC 9(01) OCCURS 6 TIMES.
      *    THE PROMPT FOR EACH OPT-IN FLAG, IN THE ORDER OF
      *    AF-OPT-TABLE.
       01  WS-EVENT-NAME-VALUES.
           05  FILLER                  PIC X(30) VALUE
                   'DEBITO RECUSADO - SEM SALDO'.
           05  FILLER                  PIC X(30) VALUE
                   'TARIFA DE NSF'.
           05  FILLER                  PIC X(30) VALUE
                   'BLOQUEIO OU CONGELAMENTO'.
           05  FILLER                  PIC X(30) VALUE
                   'SALDO ABAIXO DO MINIMO'.
           05  FILLER                  PIC X(30) VALUE
                   'DEBITO ACIMA DO VALOR'.
           05  FILLER                  PIC X(30) VALUE
                   'ORDEM PERMANENTE NAO PAGA'.
       01  WS-EVENT-NAME-TABLE REDEFINES WS-EVENT-NAME-VALUES.
           05  WS-EN-NAME              PIC X(30) OCCURS 6 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGALPM: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGALPM: CUSTMAST.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE FIRST CUSTOMER EVER REGISTERED FINDS NO FILE YET -
      *    BUILD AN EMPTY ONE AND REOPEN.
           OPEN I-O ALERT-PREFERENCES.
           IF WS-AF-STATUS = '35'
               OPEN OUTPUT ALERT-PREFERENCES
               CLOSE ALERT-PREFERENCES
               OPEN I-O ALERT-PREFERENCES
           END-IF.
           IF WS-AF-STATUS NOT = '00'
               DISPLAY 'PROGALPM: ALRTPREF.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-AF-STATUS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM MAINTAIN-ONE-CUSTOMER UNTIL WS-SESSION-DONE.

           CLOSE ALERT-PREFERENCES.
           CLOSE CUSTOMER-MASTER.
           DISPLAY 'PROGALPM: INCLUIDOS: ' WS-ADDED-COUNT.
           DISPLAY 'PROGALPM: ALTERADOS: ' WS-CHANGED-COUNT.
           DISPLAY 'PROGALPM: EXCLUIDOS: ' WS-DELETED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       MAINTAIN-ONE-CUSTOMER.
           MOVE SPACES TO WS-CUST-IN.
           DISPLAY 'PROGALPM: CLIENTE (BRANCO ENCERRA): '.
           ACCEPT WS-CUST-IN.
           IF WS-CUST-IN = SPACES
               SET WS-SESSION-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-CUST-IN) NOT = 0
                   DISPLAY 'PROGALPM: CLIENTE NAO NUMERICO'
               ELSE
                   COMPUTE WS-CUST-NUM = FUNCTION NUMVAL (WS-CUST-IN)
                   PERFORM FIND-PREFERENCES
               END-IF
           END-IF.

       FIND-PREFERENCES.
           MOVE WS-CUST-NUM TO AF-CUST-NUMBER.
           READ ALERT-PREFERENCES
               INVALID KEY
                   PERFORM OFFER-NEW-CUSTOMER
               NOT INVALID KEY
                   PERFORM REVIEW-PREFERENCES
           END-READ.

       REVIEW-PREFERENCES.
           DISPLAY 'PROGALPM: CANAL ' AF-CHANNEL
                   ' CELULAR ' AF-MOBILE.
           DISPLAY 'PROGALPM: E-MAIL ' AF-EMAIL.
           PERFORM SHOW-ONE-OPTION
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > 6.
           DISPLAY 'PROGALPM: SALDO MINIMO ' AF-LOW-BALANCE
                   ' DEBITO ACIMA DE ' AF-LARGE-DEBIT.
           DISPLAY 'PROGALPM: ENTREGA DO EXTRATO ' AF-STMT-DELIVERY.
           DISPLAY 'PROGALPM: ATUALIZADO EM ' AF-LAST-UPDATE-DATE
                   ' POR ' AF-OPERATOR-ID.

           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-DECISION UNTIL WS-DECISION-OK.

           IF WS-DEC-CHANGE
               PERFORM CHANGE-PREFERENCES
           ELSE
               IF WS-DEC-DELETE
                   PERFORM DELETE-PREFERENCES
               END-IF
           END-IF.

       SHOW-ONE-OPTION.
           DISPLAY 'PROGALPM:   ' WS-EN-NAME (WS-EVENT-IDX) ': '
                   AF-OPT-EVENT (WS-EVENT-IDX).

       ACCEPT-DECISION.
           DISPLAY 'PROGALPM: M=MANTER A=ALTERAR X=EXCLUIR: '.
           ACCEPT WS-DECISION.
           IF WS-DEC-KEEP OR WS-DEC-CHANGE OR WS-DEC-DELETE
               SET WS-DECISION-OK TO TRUE
           ELSE
               DISPLAY 'PROGALPM: DECISAO INVALIDA - REDIGITE'
           END-IF.

       OFFER-NEW-CUSTOMER.
           MOVE WS-CUST-NUM TO CM-CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'PROGALPM: CLIENTE ' WS-CUST-NUM
                           ' NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM CONFIRM-NEW-CUSTOMER
           END-READ.

       CONFIRM-NEW-CUSTOMER.
           DISPLAY 'PROGALPM: ' CM-CUST-NAME ' SEM PREFERENCIAS '
                   'DE ALERTA'.
           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-INCLUSION UNTIL WS-DECISION-OK.
           IF WS-DEC-INCLUDE
               PERFORM ADD-PREFERENCES
           END-IF.

       ACCEPT-INCLUSION.
           DISPLAY 'PROGALPM: INCLUIR (S/N): '.
           ACCEPT WS-DECISION.
           IF WS-DEC-INCLUDE OR WS-DEC-SKIP
               SET WS-DECISION-OK TO TRUE
           ELSE
               DISPLAY 'PROGALPM: RESPOSTA INVALIDA - REDIGITE'
           END-IF.

       ADD-PREFERENCES.
           MOVE 0 TO WS-AL-BEFORE-VALUE.
           PERFORM GATHER-PREFERENCE-FIELDS.
           MOVE SPACES              TO AF-RECORD.
           MOVE WS-CUST-NUM         TO AF-CUST-NUMBER.
           PERFORM BUILD-PREFERENCES.
           WRITE AF-RECORD
               INVALID KEY
                   DISPLAY 'PROGALPM: CLIENTE ' WS-CUST-NUM
                           ' NAO INCLUIDO - STATUS ' WS-AF-STATUS
               NOT INVALID KEY
                   SET WS-ADDED-COUNT UP BY 1
                   MOVE 'ALRT-ADD'  TO WS-AL-FIELD-NAME
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       CHANGE-PREFERENCES.
           PERFORM OPT-FLAGS-TO-DIGITS.
           MOVE WS-OPT-DIGITS       TO WS-AL-BEFORE-VALUE.
           PERFORM GATHER-PREFERENCE-FIELDS.
           PERFORM BUILD-PREFERENCES.
           REWRITE AF-RECORD
               INVALID KEY
                   DISPLAY 'PROGALPM: CLIENTE ' WS-CUST-NUM
                           ' NAO ALTERADO - STATUS ' WS-AF-STATUS
               NOT INVALID KEY
                   SET WS-CHANGED-COUNT UP BY 1
                   MOVE 'ALRT-CHANGE' TO WS-AL-FIELD-NAME
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       DELETE-PREFERENCES.
           PERFORM OPT-FLAGS-TO-DIGITS.
           MOVE WS-OPT-DIGITS       TO WS-AL-BEFORE-VALUE.
           DELETE ALERT-PREFERENCES RECORD
               INVALID KEY
                   DISPLAY 'PROGALPM: CLIENTE ' WS-CUST-NUM
                           ' NAO EXCLUIDO - STATUS ' WS-AF-STATUS
               NOT INVALID KEY
                   SET WS-DELETED-COUNT UP BY 1
                   MOVE 0           TO WS-AL-AFTER-VALUE
                   MOVE 'ALRT-DELETE' TO WS-AL-FIELD-NAME
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

       GATHER-PREFERENCE-FIELDS.
           PERFORM GATHER-CHANNEL.
           PERFORM GATHER-DELIVERY.
           DISPLAY 'DIGITE O CELULAR (BRANCO = TELEFONE DO KYC): '.
           ACCEPT WS-MOBILE-IN.
           PERFORM GATHER-EMAIL.
           PERFORM GATHER-ONE-OPTION
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > 6.
           PERFORM GATHER-LOW-BALANCE.
           PERFORM GATHER-LARGE-DEBIT.

       GATHER-CHANNEL.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CHANNEL UNTIL WS-FIELD-OK.

       ACCEPT-CHANNEL.
           DISPLAY 'DIGITE O CANAL (S=SMS E=E-MAIL): '.
           ACCEPT WS-CHANNEL-IN.
           IF WS-CHANNEL-IN = 'S' OR WS-CHANNEL-IN = 'E'
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGALPM: CANAL INVALIDO - REDIGITE'
           END-IF.

       GATHER-DELIVERY.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-DELIVERY UNTIL WS-FIELD-OK.

       ACCEPT-DELIVERY.
           DISPLAY 'DIGITE A ENTREGA DO EXTRATO (P=PAPEL '
                   'E=ELETRONICO A=AMBOS): '.
           ACCEPT WS-DELIVERY-IN.
           IF WS-DELIVERY-IN = 'P' OR WS-DELIVERY-IN = 'E'
                   OR WS-DELIVERY-IN = 'A'
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGALPM: ENTREGA INVALIDA - REDIGITE'
           END-IF.

       GATHER-EMAIL.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-EMAIL UNTIL WS-FIELD-OK.

       ACCEPT-EMAIL.
           MOVE SPACES TO WS-EMAIL-IN.
           DISPLAY 'DIGITE O E-MAIL: '.
           ACCEPT WS-EMAIL-IN.
           IF WS-EMAIL-IN = SPACES AND (WS-CHANNEL-IN = 'E'
                   OR WS-DELIVERY-IN = 'E' OR WS-DELIVERY-IN = 'A')
               DISPLAY 'PROGALPM: E-MAIL OBRIGATORIO PARA O CANAL OU '
                       'A ENTREGA ESCOLHIDA - REDIGITE'
           ELSE
               SET WS-FIELD-OK TO TRUE
           END-IF.

       GATHER-ONE-OPTION.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-ONE-OPTION UNTIL WS-FIELD-OK.

       ACCEPT-ONE-OPTION.
           DISPLAY 'ALERTA - ' WS-EN-NAME (WS-EVENT-IDX) ' (S/N): '.
           ACCEPT WS-OPT-IN.
           IF WS-OPT-IN = 'S' OR WS-OPT-IN = 'N'
               MOVE WS-OPT-IN TO WS-OPT-FLAG-IN (WS-EVENT-IDX)
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGALPM: RESPOSTA INVALIDA - REDIGITE'
           END-IF.

       GATHER-LOW-BALANCE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-LOW-BALANCE UNTIL WS-FIELD-OK.

       ACCEPT-LOW-BALANCE.
           DISPLAY 'DIGITE O SALDO MINIMO (BRANCO = ZERO): '.
           MOVE SPACES TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = SPACES
               MOVE 0 TO WS-LOW-BALANCE-NUM
               SET WS-FIELD-OK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-AMOUNT-IN) NOT = 0
                   DISPLAY 'PROGALPM: VALOR NAO NUMERICO - REDIGITE'
               ELSE
                   COMPUTE WS-LOW-BALANCE-NUM =
                       FUNCTION NUMVAL (WS-AMOUNT-IN)
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-LARGE-DEBIT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-LARGE-DEBIT UNTIL WS-FIELD-OK.

       ACCEPT-LARGE-DEBIT.
           DISPLAY 'DIGITE O VALOR DE DEBITO A ALERTAR '
                   '(BRANCO = TODOS): '.
           MOVE SPACES TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = SPACES
               MOVE 0 TO WS-LARGE-DEBIT-NUM
               SET WS-FIELD-OK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-AMOUNT-IN) NOT = 0
                   DISPLAY 'PROGALPM: VALOR NAO NUMERICO - REDIGITE'
               ELSE
                   COMPUTE WS-LARGE-DEBIT-NUM =
                       FUNCTION NUMVAL (WS-AMOUNT-IN)
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       BUILD-PREFERENCES.
           MOVE WS-CHANNEL-IN       TO AF-CHANNEL.
           MOVE WS-DELIVERY-IN      TO AF-STMT-DELIVERY.
           MOVE WS-MOBILE-IN        TO AF-MOBILE.
           MOVE WS-EMAIL-IN         TO AF-EMAIL.
           MOVE WS-OPT-FLAGS-IN     TO AF-OPT-FLAGS.
           MOVE WS-LOW-BALANCE-NUM  TO AF-LOW-BALANCE.
           MOVE WS-LARGE-DEBIT-NUM  TO AF-LARGE-DEBIT.
           MOVE WS-RUN-DATE         TO AF-LAST-UPDATE-DATE.
           MOVE WS-OPERATOR-ID      TO AF-OPERATOR-ID.
           PERFORM OPT-FLAGS-TO-DIGITS.
           MOVE WS-OPT-DIGITS       TO WS-AL-AFTER-VALUE.

       OPT-FLAGS-TO-DIGITS.
           PERFORM SET-ONE-DIGIT
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > 6.

       SET-ONE-DIGIT.
           IF AF-OPT-EVENT (WS-EVENT-IDX) = 'S'
               MOVE 1 TO WS-OPT-DIGIT (WS-EVENT-IDX)
           ELSE
               MOVE 0 TO WS-OPT-DIGIT (WS-EVENT-IDX)
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

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
       END PROGRAM PROGALPM.
