      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: CHEQUE REGISTER MAINTENANCE. A CHEQUE USED TO REACH
      *          US AS JUST ANOTHER WDR WITH A TRANSACTION ID, SO
      *          NOTHING KNEW WHICH SERIALS WE HAD ISSUED OR WHICH WERE
      *          ALREADY PAID. SITS BEHIND OPRSEC (SUSPENSE AUTHORITY),
      *          THEN TAKES ONE ACCOUNT AT A TIME (BLANK ACCOUNT ENDS
      *          THE SESSION) AND OFFERS: E=EMITIR TALAO - ISSUE A
      *          SERIAL RANGE, ONE CHQREG.DAT RECORD PER SERIAL, ON AN
      *          OPEN CURRENT ACCOUNT, REFUSED IF ANY SERIAL OF THE
      *          RANGE IS ALREADY ON THE REGISTER; S=SUSTAR - STOP AN
      *          ISSUED SERIAL; C=CANCELAR - VOID AN ISSUED SERIAL;
      *          L=LISTAR - SHOW THE ACCOUNT'S SERIALS AND STATUS. A
      *          PAID SERIAL CAN'T BE STOPPED OR VOIDED. EVERY ISSUE,
      *          STOP AND VOID GOES TO THE AUDIT TRAIL THROUGH
      *          AUDITWRT WITH THE OPERATOR'S ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHQM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-KEY
               FILE STATUS WS-CQ-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-REGISTER.
           COPY CHQREG.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-CQ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
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
       77  WS-CLASH-SW                 PIC X(01) VALUE 'N'.
           88  WS-RANGE-CLASH                VALUE 'Y'.
       77  WS-ACTION                   PIC X(01) VALUE SPACE.
           88  WS-ACT-ISSUE                  VALUE 'E'.
           88  WS-ACT-STOP                   VALUE 'S'.
           88  WS-ACT-VOID                   VALUE 'C'.
           88  WS-ACT-LIST                   VALUE 'L'.
       77  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
       77  WS-SERIAL-IN                PIC X(10) VALUE SPACES.
       77  WS-ACCOUNT-NUM              PIC 9(08) VALUE 0.
       77  WS-SERIAL-NUM               PIC 9(08) VALUE 0.
       77  WS-FIRST-SERIAL             PIC 9(08) VALUE 0.
       77  WS-LAST-SERIAL              PIC 9(08) VALUE 0.
       77  WS-MAX-BOOK                 PIC 9(04) VALUE 500.
       77  WS-LISTED-COUNT             PIC 9(06) VALUE 0.
       77  WS-ISSUED-COUNT             PIC 9(06) VALUE 0.
       77  WS-STOPPED-COUNT            PIC 9(06) VALUE 0.
       77  WS-VOIDED-COUNT             PIC 9(06) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGCHQM: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGCHQM: ACCTBAL.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-AB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE FIRST BOOK EVER ISSUED FINDS NO REGISTER YET - BUILD AN
      *    EMPTY ONE AND REOPEN.
           OPEN I-O CHEQUE-REGISTER.
           IF WS-CQ-STATUS = '35'
               OPEN OUTPUT CHEQUE-REGISTER
               CLOSE CHEQUE-REGISTER
               OPEN I-O CHEQUE-REGISTER
           END-IF.
           IF WS-CQ-STATUS NOT = '00'
               DISPLAY 'PROGCHQM: CHQREG.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-CQ-STATUS
               CLOSE ACCOUNT-BALANCE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

           PERFORM MAINTAIN-ONE-ACCOUNT UNTIL WS-SESSION-DONE.

           CLOSE CHEQUE-REGISTER.
           CLOSE ACCOUNT-BALANCE.
           DISPLAY 'PROGCHQM: CHEQUES EMITIDOS:   ' WS-ISSUED-COUNT.
           DISPLAY 'PROGCHQM: CHEQUES SUSTADOS:   ' WS-STOPPED-COUNT.
           DISPLAY 'PROGCHQM: CHEQUES CANCELADOS: ' WS-VOIDED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       MAINTAIN-ONE-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT-IN.
           DISPLAY 'PROGCHQM: CONTA (BRANCO ENCERRA): '.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES
               SET WS-SESSION-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-ACCOUNT-IN) NOT = 0
                   DISPLAY 'PROGCHQM: CONTA NAO NUMERICA'
               ELSE
                   COMPUTE WS-ACCOUNT-NUM =
                       FUNCTION NUMVAL (WS-ACCOUNT-IN)
                   PERFORM PICK-CHEQUE-ACTION
               END-IF
           END-IF.

       PICK-CHEQUE-ACTION.
           DISPLAY 'PROGCHQM: E=EMITIR TALAO S=SUSTAR C=CANCELAR '
                   'L=LISTAR: '.
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.
           IF WS-ACT-ISSUE
               PERFORM ISSUE-CHEQUE-BOOK
           ELSE
               IF WS-ACT-STOP OR WS-ACT-VOID
                   PERFORM CHANGE-CHEQUE-STATUS
               ELSE
                   IF WS-ACT-LIST
                       PERFORM LIST-ACCOUNT-CHEQUES
                   ELSE
                       DISPLAY 'PROGCHQM: OPCAO INVALIDA'
                   END-IF
               END-IF
           END-IF.

       ISSUE-CHEQUE-BOOK.
      *    CHEQUES ARE DRAWN ON AN OPEN CURRENT ACCOUNT ONLY - NOT ON
      *    SAVINGS, NOT ON A LOAN, NOT ON ONE BEING CLOSED.
           MOVE WS-ACCOUNT-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   DISPLAY 'PROGCHQM: CONTA ' WS-ACCOUNT-NUM
                           ' NAO CADASTRADA - TALAO RECUSADO'
               NOT INVALID KEY
                   IF NOT AB-STATUS-OPEN
                       DISPLAY 'PROGCHQM: CONTA ' WS-ACCOUNT-NUM
                               ' NAO ESTA ABERTA - TALAO RECUSADO'
                   ELSE
                       IF AB-TYPE-SAVINGS OR AB-TYPE-LOAN
                           DISPLAY 'PROGCHQM: CONTA ' WS-ACCOUNT-NUM
                                   ' NAO E CONTA CORRENTE - TALAO '
                                   'RECUSADO'
                       ELSE
                           PERFORM GATHER-SERIAL-RANGE
                           PERFORM CHECK-RANGE-FREE
                           IF WS-RANGE-CLASH
                               DISPLAY 'PROGCHQM: FAIXA JA TEM '
                                       'CHEQUE NO REGISTRO - TALAO '
                                       'RECUSADO'
                           ELSE
                               PERFORM WRITE-CHEQUE-BOOK
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       GATHER-SERIAL-RANGE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-SERIAL-RANGE UNTIL WS-FIELD-OK.

       ACCEPT-SERIAL-RANGE.
           DISPLAY 'DIGITE O PRIMEIRO NUMERO DE SERIE: '.
           PERFORM ACCEPT-SERIAL.
           MOVE WS-SERIAL-NUM TO WS-FIRST-SERIAL.
           DISPLAY 'DIGITE O ULTIMO NUMERO DE SERIE: '.
           PERFORM ACCEPT-SERIAL.
           MOVE WS-SERIAL-NUM TO WS-LAST-SERIAL.
           IF WS-FIRST-SERIAL = 0 OR WS-LAST-SERIAL < WS-FIRST-SERIAL
               DISPLAY 'PROGCHQM: FAIXA INVALIDA - REDIGITE'
           ELSE
               IF WS-LAST-SERIAL - WS-FIRST-SERIAL >= WS-MAX-BOOK
                   DISPLAY 'PROGCHQM: FAIXA ACIMA DE ' WS-MAX-BOOK
                           ' CHEQUES - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-SERIAL.
           MOVE SPACES TO WS-SERIAL-IN.
           ACCEPT WS-SERIAL-IN.
           IF WS-SERIAL-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-SERIAL-IN) NOT = 0
               MOVE 0 TO WS-SERIAL-NUM
           ELSE
               COMPUTE WS-SERIAL-NUM =
                   FUNCTION NUMVAL (WS-SERIAL-IN)
           END-IF.

       CHECK-RANGE-FREE.
      *    A SERIAL NUMBER IS ONLY EVER ISSUED ONCE ON AN ACCOUNT - A
      *    REISSUED BOOK WOULD LET A PAID CHEQUE COME BACK AS NEW.
           MOVE 'N' TO WS-CLASH-SW.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-ACCOUNT-NUM  TO CQ-ACCOUNT.
           MOVE WS-FIRST-SERIAL TO CQ-SERIAL.
           START CHEQUE-REGISTER KEY IS NOT LESS THAN CQ-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF NOT WS-EOF
               READ CHEQUE-REGISTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CQ-ACCOUNT = WS-ACCOUNT-NUM
                               AND CQ-SERIAL <= WS-LAST-SERIAL
                           SET WS-RANGE-CLASH TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-CHEQUE-BOOK.
           PERFORM WRITE-ONE-CHEQUE
               VARYING WS-SERIAL-NUM FROM WS-FIRST-SERIAL BY 1
               UNTIL WS-SERIAL-NUM > WS-LAST-SERIAL.
           MOVE WS-FIRST-SERIAL  TO WS-AL-BEFORE-VALUE.
           MOVE WS-LAST-SERIAL   TO WS-AL-AFTER-VALUE.
           MOVE 'CHQ-ISSUE'      TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY 'PROGCHQM: TALAO ' WS-FIRST-SERIAL ' A '
                   WS-LAST-SERIAL ' EMITIDO PARA A CONTA '
                   WS-ACCOUNT-NUM.

       WRITE-ONE-CHEQUE.
           MOVE SPACES           TO CQ-RECORD.
           MOVE WS-ACCOUNT-NUM   TO CQ-ACCOUNT.
           MOVE WS-SERIAL-NUM    TO CQ-SERIAL.
           MOVE 'I'              TO CQ-STATUS.
           MOVE WS-RUN-DATE      TO CQ-ISSUE-DATE.
           MOVE WS-FIRST-SERIAL  TO CQ-RANGE-FIRST.
           MOVE WS-LAST-SERIAL   TO CQ-RANGE-LAST.
           MOVE WS-RUN-DATE      TO CQ-STATUS-DATE.
           MOVE 0                TO CQ-PAID-AMOUNT.
           MOVE WS-OPERATOR-ID   TO CQ-OPERATOR-ID.
           WRITE CQ-RECORD
               INVALID KEY
                   DISPLAY 'PROGCHQM: CHEQUE ' WS-SERIAL-NUM
                           ' NAO GRAVADO - STATUS ' WS-CQ-STATUS
               NOT INVALID KEY
                   SET WS-ISSUED-COUNT UP BY 1
           END-WRITE.

       CHANGE-CHEQUE-STATUS.
           DISPLAY 'DIGITE O NUMERO DE SERIE: '.
           PERFORM ACCEPT-SERIAL.
           MOVE WS-ACCOUNT-NUM TO CQ-ACCOUNT.
           MOVE WS-SERIAL-NUM  TO CQ-SERIAL.
           READ CHEQUE-REGISTER
               INVALID KEY
                   DISPLAY 'PROGCHQM: CHEQUE ' WS-SERIAL-NUM
                           ' NAO EMITIDO PARA A CONTA ' WS-ACCOUNT-NUM
               NOT INVALID KEY
                   IF NOT CQ-STATUS-ISSUED
                       DISPLAY 'PROGCHQM: CHEQUE ' WS-SERIAL-NUM
                               ' NAO ESTA EM ABERTO - SITUACAO '
                               CQ-STATUS
                   ELSE
                       PERFORM REWRITE-CHEQUE-STATUS
                   END-IF
           END-READ.

       REWRITE-CHEQUE-STATUS.
           IF WS-ACT-STOP
               MOVE 'S'          TO CQ-STATUS
               MOVE 'CHQ-STOP'   TO WS-AL-FIELD-NAME
           ELSE
               MOVE 'V'          TO CQ-STATUS
               MOVE 'CHQ-VOID'   TO WS-AL-FIELD-NAME
           END-IF.
           MOVE WS-RUN-DATE      TO CQ-STATUS-DATE.
           MOVE WS-OPERATOR-ID   TO CQ-OPERATOR-ID.
           REWRITE CQ-RECORD
               INVALID KEY
                   DISPLAY 'PROGCHQM: CHEQUE ' WS-SERIAL-NUM
                           ' NAO REGRAVADO - STATUS ' WS-CQ-STATUS
               NOT INVALID KEY
                   IF WS-ACT-STOP
                       SET WS-STOPPED-COUNT UP BY 1
                   ELSE
                       SET WS-VOIDED-COUNT UP BY 1
                   END-IF
                   MOVE WS-ACCOUNT-NUM TO WS-AL-BEFORE-VALUE
                   MOVE WS-SERIAL-NUM  TO WS-AL-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'PROGCHQM: CHEQUE ' WS-SERIAL-NUM
                           ' SITUACAO ' CQ-STATUS
           END-REWRITE.

       LIST-ACCOUNT-CHEQUES.
           MOVE 0   TO WS-LISTED-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-ACCOUNT-NUM TO CQ-ACCOUNT.
           MOVE 0              TO CQ-SERIAL.
           START CHEQUE-REGISTER KEY IS NOT LESS THAN CQ-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM LIST-NEXT-CHEQUE UNTIL WS-EOF.
           DISPLAY 'PROGCHQM: CHEQUES NO REGISTRO: ' WS-LISTED-COUNT.

       LIST-NEXT-CHEQUE.
           READ CHEQUE-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CQ-ACCOUNT NOT = WS-ACCOUNT-NUM
                       SET WS-EOF TO TRUE
                   ELSE
                       SET WS-LISTED-COUNT UP BY 1
                       DISPLAY 'PROGCHQM: SERIE ' CQ-SERIAL
                               ' SITUACAO ' CQ-STATUS
                               ' EM ' CQ-STATUS-DATE
                               ' VALOR ' CQ-PAID-AMOUNT
                               ' TALAO ' CQ-RANGE-FIRST '-'
                               CQ-RANGE-LAST
                   END-IF
           END-READ.

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
       END PROGRAM PROGCHQM.
