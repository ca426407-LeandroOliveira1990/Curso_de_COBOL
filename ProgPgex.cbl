      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY OUTBOUND PAYMENT FILE, RUN AFTER THE POSTING
      *          RUN. READS THE BUSINESS DATE'S POSTINGS ON PSTHIST.DAT
      *          AND, FOR EVERY EXTERNAL PAYMENT THAT ACTUALLY POSTED
      *          (THE PGD DEBIT ON THE CUSTOMER), TAKES THE BENEFICIARY
      *          FROM THE PAYMENT REGISTER (PAYINST.DAT) AND WRITES IT
      *          TO THE CLEARING HOUSE'S FIXED-LAYOUT FILE, PAGOUT.DAT:
      *          A HEADER WITH OUR BANK CODE, THE DATE AND THE FILE'S
      *          SEQUENCE NUMBER, ONE DETAIL PER PAYMENT, AND A TRAILER
      *          WITH THE DETAIL COUNT, THE AMOUNT TOTAL AND THE HASH
      *          OF THE BENEFICIARY ACCOUNTS. EACH PAYMENT SENT IS
      *          MARKED 'E' ON THE REGISTER WITH THE DATE AND THE FILE
      *          SEQUENCE, AND THE SEQUENCE IS KEPT ON PAYCTL.DAT. A
      *          PAYMENT THE POSTING RUN REFUSED NEVER REACHES THE
      *          HISTORY AND STAYS KEYED. A POSTED PGD THE REGISTER
      *          DOESN'T HOLD AS KEYED IS AN EXCEPTION (COND CODE 4).
      *          A RERUN OF THE STEP ON THE SAME DATE REWRITES THE SAME
      *          FILE UNDER THE SAME SEQUENCE, FROM ITS OWN MARKS. NO
      *          PAYMENT TONIGHT LEAVES PAGOUT.DAT EMPTY. A SIMULATION
      *          RUN TOUCHES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPGEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "PAYINST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PI-TRANS-ID
               FILE STATUS WS-PI-STATUS.
           SELECT PAYMENT-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PN-STATUS.
           SELECT PAYMENT-OUT ASSIGN TO "PAGOUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PY-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  PAYMENT-REGISTER.
           COPY PAYINST.
       FD  PAYMENT-CONTROL.
           COPY PAYCTL.
       FD  PAYMENT-OUT.
           COPY PAYOUT.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PI-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RERUN-SW                 PIC X(01) VALUE 'N'.
           88  WS-RERUN                      VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-FILE-SEQ                 PIC 9(06) VALUE 0.
       77  WS-ACCT-NUM                 PIC 9(08) VALUE 0.
       77  WS-POSTED-COUNT             PIC 9(06) VALUE 0.
       77  WS-DETAIL-COUNT             PIC 9(06) VALUE 0.
       77  WS-RESENT-COUNT             PIC 9(06) VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(06) VALUE 0.
       77  WS-AMOUNT-TOTAL             PIC 9(13)V99 VALUE 0.
       77  WS-ACCOUNT-HASH             PIC 9(18) VALUE 0.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGPGEX'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-PAYCTL-SAVE              PIC X(40) VALUE SPACES.
       01  WS-OPS-SENT-TEXT.
           05  FILLER                  PIC X(19) VALUE
                   'PAGAMENTOS ENVIADOS'.
           05  FILLER                  PIC X(01) VALUE ':'.
           05  OT-DETAIL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' ARQUIVO '.
           05  OT-FILE-SEQ             PIC 9(06).
           05  FILLER                  PIC X(11) VALUE ' EXCECOES:'.
           05  OT-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGPGEX: SIMULACAO - ARQUIVO DE PAGAMENTOS '
                       'NAO GERADO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

      *    NO CONTROL RECORD MEANS NO CLEARING ACCOUNT, AND PROGEDIT
      *    THEN LETS NO PGE THROUGH - THERE IS NOTHING TO SEND.
           OPEN INPUT PAYMENT-CONTROL.
           IF WS-PN-STATUS NOT = '00'
               DISPLAY 'PROGPGEX: PAYCTL.DAT NAO DISPONIVEL - STATUS '
                       WS-PN-STATUS ' - NENHUM PAGAMENTO EXTERNO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAYMENT-CONTROL
               AT END
                   MOVE SPACES TO PN-RECORD
           END-READ.
           CLOSE PAYMENT-CONTROL.
           IF PN-LAST-FILE-SEQ IS NOT NUMERIC
               MOVE 0 TO PN-LAST-FILE-SEQ
           END-IF.
           IF PN-LAST-FILE-DATE IS NOT NUMERIC
               MOVE 0 TO PN-LAST-FILE-DATE
           END-IF.
           MOVE PN-RECORD TO WS-PAYCTL-SAVE.

      *    A FILE ALREADY CUT FOR THIS DATE IS BEING RERUN: IT KEEPS
      *    ITS NUMBER, SO THE CLEARING HOUSE NEVER SEES A GAP.
           IF PN-LAST-FILE-DATE = WS-RUN-DATE
               SET WS-RERUN TO TRUE
               MOVE PN-LAST-FILE-SEQ TO WS-FILE-SEQ
               DISPLAY 'PROGPGEX: REEXECUCAO - ARQUIVO ' WS-FILE-SEQ
                       ' SERA REGERADO'
           ELSE
               COMPUTE WS-FILE-SEQ = PN-LAST-FILE-SEQ + 1
           END-IF.

           OPEN I-O PAYMENT-REGISTER.
           IF WS-PI-STATUS NOT = '00'
               DISPLAY 'PROGPGEX: PAYINST.DAT NAO DISPONIVEL - STATUS '
                       WS-PI-STATUS ' - NENHUM PAGAMENTO DIGITADO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PAYMENT-OUT.
           IF WS-PY-STATUS NOT = '00'
               DISPLAY 'PROGPGEX: PAGOUT.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-PY-STATUS
               CLOSE PAYMENT-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS = '00'
               PERFORM SCAN-NEXT-POSTING UNTIL WS-EOF
               CLOSE POSTED-HISTORY
           ELSE
               DISPLAY 'PROGPGEX: PSTHIST.DAT NAO DISPONIVEL - STATUS '
                       WS-PH-STATUS ' - NADA LANCADO HOJE'
           END-IF.

           IF WS-DETAIL-COUNT NOT = 0
               PERFORM WRITE-FILE-TRAILER
           END-IF.
           CLOSE PAYMENT-OUT.
           CLOSE PAYMENT-REGISTER.

           IF WS-DETAIL-COUNT NOT = 0 AND NOT WS-RERUN
               PERFORM UPDATE-PAYMENT-CONTROL
           END-IF.

           DISPLAY 'PROGPGEX: PAGAMENTOS LANCADOS: ' WS-POSTED-COUNT.
           DISPLAY 'PROGPGEX: ENVIADOS NO ARQUIVO: ' WS-DETAIL-COUNT.
           DISPLAY 'PROGPGEX: REENVIADOS:          ' WS-RESENT-COUNT.
           DISPLAY 'PROGPGEX: EXCECOES:            '
                   WS-EXCEPTION-COUNT.
           IF WS-DETAIL-COUNT NOT = 0
               DISPLAY 'PROGPGEX: ARQUIVO ' WS-FILE-SEQ
                       ' VALOR TOTAL ' WS-AMOUNT-TOTAL
           END-IF.
           MOVE WS-DETAIL-COUNT    TO OT-DETAIL-COUNT.
           MOVE WS-FILE-SEQ        TO OT-FILE-SEQ.
           MOVE WS-EXCEPTION-COUNT TO OT-EXCEPTION-COUNT.
           MOVE WS-OPS-SENT-TEXT   TO WS-OPS-TEXT.
           IF WS-EXCEPTION-COUNT NOT = 0
               MOVE 'W'     TO WS-OPS-SEVERITY
               MOVE 'OPS02' TO WS-OPS-MSG-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OPS-MESSAGE.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       SCAN-NEXT-POSTING.
      *    ONLY THE DEBIT LEG IS LOOKED AT - THE PGC CREDIT ON THE
      *    CLEARING ACCOUNT CARRIES THE SAME ID AND WOULD SEND TWICE.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE = WS-RUN-DATE
                           AND PH-AMOUNT < 0
                       MOVE PH-TRANS-ID TO PI-TRANS-ID
                       READ PAYMENT-REGISTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM JUDGE-POSTED-PAYMENT
                       END-READ
                   END-IF
           END-READ.

       JUDGE-POSTED-PAYMENT.
           SET WS-POSTED-COUNT UP BY 1.
           COMPUTE WS-ACCT-NUM = FUNCTION NUMVAL (PH-ACCOUNT).
           IF PI-ACCOUNT NOT = WS-ACCT-NUM
               SET WS-EXCEPTION-COUNT UP BY 1
               DISPLAY 'PROGPGEX: PAGAMENTO ' PH-TRANS-ID
                       ' LANCADO NA CONTA ' PH-ACCOUNT
                       ' - INSTRUCAO E DA CONTA ' PI-ACCOUNT
           ELSE
               IF PI-STATUS-SENT AND WS-RERUN
                       AND PI-SENT-DATE = WS-RUN-DATE
                       AND PI-FILE-SEQ = WS-FILE-SEQ
                   SET WS-RESENT-COUNT UP BY 1
                   PERFORM WRITE-PAYMENT-DETAIL
               ELSE
                   IF NOT PI-STATUS-KEYED
                       SET WS-EXCEPTION-COUNT UP BY 1
                       DISPLAY 'PROGPGEX: PAGAMENTO ' PH-TRANS-ID
                               ' LANCADO COM SITUACAO ' PI-STATUS
                   ELSE
                       PERFORM WRITE-PAYMENT-DETAIL
                       PERFORM MARK-PAYMENT-SENT
                   END-IF
               END-IF
           END-IF.

       WRITE-PAYMENT-DETAIL.
           IF WS-DETAIL-COUNT = 0
               PERFORM WRITE-FILE-HEADER
           END-IF.
           SET WS-DETAIL-COUNT UP BY 1.
           MOVE SPACES              TO PY-RECORD.
           SET PY-DETAIL-REC        TO TRUE.
           MOVE WS-DETAIL-COUNT     TO PY-DETAIL-SEQ.
           MOVE PI-TRANS-ID         TO PY-TRANS-ID.
           MOVE WS-RUN-DATE         TO PY-PAY-DATE.
           MOVE PI-ACCOUNT          TO PY-ORIG-ACCOUNT.
           MOVE PI-AMOUNT           TO PY-AMOUNT.
           MOVE PI-BENE-BANK        TO PY-BENE-BANK.
           MOVE PI-BENE-BRANCH      TO PY-BENE-BRANCH.
           MOVE PI-BENE-ACCOUNT     TO PY-BENE-ACCOUNT.
           MOVE PI-BENE-NAME        TO PY-BENE-NAME.
           MOVE PI-BENE-TAX-ID      TO PY-BENE-TAX-ID.
           WRITE PY-RECORD.
           ADD PI-AMOUNT            TO WS-AMOUNT-TOTAL.
           ADD PI-BENE-ACCOUNT      TO WS-ACCOUNT-HASH.

       MARK-PAYMENT-SENT.
           SET PI-STATUS-SENT       TO TRUE.
           MOVE WS-RUN-DATE         TO PI-SENT-DATE.
           MOVE WS-FILE-SEQ         TO PI-FILE-SEQ.
           REWRITE PI-RECORD
               INVALID KEY
                   SET WS-EXCEPTION-COUNT UP BY 1
                   DISPLAY 'PROGPGEX: PAGAMENTO ' PI-TRANS-ID
                           ' NAO REGRAVADO - STATUS ' WS-PI-STATUS
           END-REWRITE.

       WRITE-FILE-HEADER.
           MOVE WS-PAYCTL-SAVE      TO PN-RECORD.
           MOVE SPACES              TO PY-RECORD.
           SET PY-HEADER-REC        TO TRUE.
           MOVE PN-BANK-CODE        TO PY-HDR-BANK.
           MOVE WS-RUN-DATE         TO PY-HDR-FILE-DATE.
           MOVE WS-FILE-SEQ         TO PY-HDR-FILE-SEQ.
           MOVE 'PAGEXT01'          TO PY-HDR-LAYOUT.
           WRITE PY-RECORD.

       WRITE-FILE-TRAILER.
           MOVE SPACES              TO PY-RECORD.
           SET PY-TRAILER-REC       TO TRUE.
           MOVE WS-DETAIL-COUNT     TO PY-TRL-COUNT.
           MOVE WS-AMOUNT-TOTAL     TO PY-TRL-AMOUNT.
           MOVE WS-ACCOUNT-HASH     TO PY-TRL-ACCOUNT-HASH.
           WRITE PY-RECORD.

       UPDATE-PAYMENT-CONTROL.
           MOVE WS-PAYCTL-SAVE      TO PN-RECORD.
           MOVE WS-FILE-SEQ         TO PN-LAST-FILE-SEQ.
           MOVE WS-RUN-DATE         TO PN-LAST-FILE-DATE.
           OPEN OUTPUT PAYMENT-CONTROL.
           IF WS-PN-STATUS = '00'
               WRITE PN-RECORD
               CLOSE PAYMENT-CONTROL
           ELSE
               SET WS-EXCEPTION-COUNT UP BY 1
               DISPLAY 'PROGPGEX: PAYCTL.DAT NAO REGRAVADO - STATUS '
                       WS-PN-STATUS
           END-IF.

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
       END PROGRAM PROGPGEX.
