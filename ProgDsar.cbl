      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: DATA-SUBJECT ACCESS REPORT UNDER THE LGPD. WHEN A
      *          CUSTOMER ASKS FOR EVERYTHING WE HOLD ABOUT THEM, THE
      *          COMPLIANCE DESK (OPRSEC AUTHORITY K) KEYS THE
      *          CUSTOMER NUMBER AND THIS PROGRAM LISTS ON DSAR.RPT
      *          EVERY RECORD, IN EVERY FILE OF RECORD, THAT NAMES THE
      *          CUSTOMER OR ONE OF ITS ACCOUNTS. THE ACCOUNTS ARE THE
      *          ONES LINKED TO THE CUSTOMER ON CUSTXREF.DAT PLUS THE
      *          LEGACY SAME-NUMBER ACCOUNT WHEN NOBODY ELSE IS LINKED
      *          TO IT. THE MASTERS (CUSTMAST, KYCMAST, ALRTPREF,
      *          ACCTBAL) PRINT FIELD BY FIELD; EVERY OTHER
      *          FILE - THE CROSS-REFERENCE AND HOUSEHOLD, THE CHANGE
      *          AND POSTED HISTORIES, THE BALANCE SNAPSHOTS, HOLDS,
      *          CARD-HOLD RELEASES, STANDING ORDERS, OVERDRAFT
      *          PROTECTION, LOANS, OVERDRAFT AGING, THE CHEQUE,
      *          CONFIRMATION AND ESCHEATMENT REGISTERS, THE DUNNING
      *          AND STATEMENT EXTRACTS, THE ALERT AND SCREENING LOGS
      *          AND THE AUDIT LOG - PRINTS THE MATCHING RECORDS AS
      *          THEY STAND ON FILE. LAST, EVERY REPORT STILL ON THE
      *          SPOOL CATALOG IS SEARCHED FOR THE CUSTOMER NUMBER,
      *          THE ACCOUNT NUMBERS AND THE NAME, AND EACH LINE FOUND
      *          IS LISTED UNDER ITS SPOOL FILE. EACH FILE ENDS WITH
      *          ITS RECORD COUNT. THE NIGHT'S IN-FLIGHT TRANSACTION
      *          FEEDS AND THE OUTBOUND TRANSMISSION FILES ARE NOT
      *          SEARCHED - WHAT THEY CARRY REACHES THE POSTED
      *          HISTORY, THE REGISTERS OR THE SPOOL. EVERY REPORT RUN
      *          IS AUDITED AGAINST THE OPERATOR. A CUSTOMER NOT ON
      *          THE MASTER IS STILL SEARCHED BY NUMBER AND ENDS WITH
      *          COND CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDSAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT KYC-MASTER ASSIGN TO "KYCMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KY-CUST-NUMBER
               FILE STATUS WS-KY-STATUS.
           SELECT CUSTOMER-PREFERENCES ASSIGN TO "ALRTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AF-CUST-NUMBER
               FILE STATUS WS-AF-STATUS.
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
           SELECT CONFIRM-REGISTER ASSIGN TO "CONFREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-KEY
               FILE STATUS WS-CR-STATUS.
           SELECT ESCHEAT-REGISTER ASSIGN TO "ESCHREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ER-ACCOUNT
               FILE STATUS WS-ER-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HH-STATUS.
           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CH-STATUS.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT BALANCE-SNAPSHOTS ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BS-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HO-STATUS.
           SELECT CARD-RELEASES ASSIGN TO "CARDREL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CV-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO "STNDORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SO-STATUS.
           SELECT OVERDRAFT-PROTECTION ASSIGN TO "ODPROT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OP-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LN-STATUS.
           SELECT OVERDRAFT-AGING ASSIGN TO "ODAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OD-STATUS.
           SELECT DUNNING-EXTRACT ASSIGN TO "DUNNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DU-STATUS.
           SELECT STATEMENT-EXTRACT ASSIGN TO "ESTMT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EM-STATUS.
           SELECT ALERT-LOG ASSIGN TO "ALRTLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AG-STATUS.
           SELECT SCREEN-ALERTS ASSIGN TO "SCRNALRT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SA-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AL-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SC-STATUS.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SP-STATUS.
           SELECT DSAR-REPORT ASSIGN TO "DSAR.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  CUSTOMER-PREFERENCES.
           COPY ALRTPREF.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CHEQUE-REGISTER.
           COPY CHQREG.
       FD  CONFIRM-REGISTER.
           COPY CONFREG.
       FD  ESCHEAT-REGISTER.
           COPY ESCHREG.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  HOUSEHOLDS.
           COPY HOUSEHLD.
       FD  CUSTOMER-HISTORY.
           COPY CUSTHIST.
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  BALANCE-SNAPSHOTS.
           COPY BALSNAP.
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  CARD-RELEASES.
           COPY CARDREL.
       FD  STANDING-ORDERS.
           COPY STNDORD.
       FD  OVERDRAFT-PROTECTION.
           COPY ODPROT.
       FD  LOAN-MASTER.
           COPY LOANMAST.
       FD  OVERDRAFT-AGING.
           COPY ODAGE.
       FD  DUNNING-EXTRACT.
       01  DU-RECORD.
           05  DU-ACCOUNT              PIC 9(08).
           05  DU-CUST-NAME            PIC X(30).
           05  DU-CUST-ADDRESS         PIC X(40).
           05  DU-BALANCE              PIC S9(7)V99.
           05  DU-DAYS-OVERDRAWN       PIC 9(05).
       FD  STATEMENT-EXTRACT.
           COPY ESTMTEX.
       FD  ALERT-LOG.
           COPY ALRTLOG.
       FD  SCREEN-ALERTS.
           COPY SCRNALRT.
       FD  AUDIT-LOG.
           COPY AUDITLOG.
       FD  REPORT-CATALOG.
           COPY RPTCAT.
       FD  SPOOL-FILE.
       01  SP-LINE                     PIC X(80).
       FD  DSAR-REPORT.
       01  DSR-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CQ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CV-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-DU-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SC-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CAT-EOF                    VALUE 'Y'.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'K'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-SUBJECT-IN               PIC X(08) VALUE SPACES.
       77  WS-SUBJECT                  PIC 9(08) VALUE 0.
       77  WS-SUBJECT-X REDEFINES WS-SUBJECT
                                       PIC X(08).
       77  WS-SUBJECT-NAME             PIC X(30) VALUE SPACES.
       77  WS-NAME-LEN                 PIC 9(04) COMP VALUE 0.
       77  WS-MIN-NAME-LEN             PIC 9(04) COMP VALUE 6.
       77  WS-NAME-REV                 PIC X(30) VALUE SPACES.
       77  WS-NAME-TRAIL               PIC 9(04) COMP VALUE 0.
       77  WS-ON-MASTER-SW             PIC X(01) VALUE 'N'.
           88  WS-ON-MASTER                  VALUE 'Y'.
       77  WS-TEST-ACCOUNT             PIC 9(08) VALUE 0.
       77  WS-ACCT-HIT-SW              PIC X(01) VALUE 'N'.
           88  WS-ACCT-HIT                   VALUE 'Y'.
       77  WS-ACCT-COUNT               PIC 9(04) COMP VALUE 0.
       77  WS-ACCT-IDX                 PIC 9(04) COMP VALUE 0.
       77  WS-AUD-INTEGER              PIC 9(09) VALUE 0.
       77  WS-AUD-VALUE                PIC S9(9)V99 VALUE 0.
       77  WS-IMAGE                    PIC X(380) VALUE SPACES.
       77  WS-IMG-POS                  PIC 9(04) COMP VALUE 0.
       77  WS-LINE-HITS                PIC 9(04) COMP VALUE 0.
       77  WS-SPOOL-NAME               PIC X(12) VALUE SPACES.
       77  WS-SECTION-COUNT            PIC 9(08) VALUE 0.
       77  WS-TOTAL-COUNT              PIC 9(08) VALUE 0.
       77  WS-FILES-WITH-DATA          PIC 9(04) VALUE 0.
       77  WS-EDIT-AMOUNT              PIC -Z,ZZZ,ZZ9.99.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
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
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY OCCURS 100 TIMES.
               10  WS-AC-ACCOUNT       PIC 9(08).
               10  WS-AC-ACCOUNT-X REDEFINES WS-AC-ACCOUNT
                                       PIC X(08).
       01  WS-DSR-HEADER-1.
           05  FILLER                  PIC X(35) VALUE
                   'RELATORIO DO TITULAR (LGPD) - DATA:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
                   '  OPERADOR: '.
           05  DH-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-DSR-HEADER-2.
           05  FILLER                  PIC X(09) VALUE 'CLIENTE: '.
           05  DH-SUBJECT              PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
                   '  CONTAS:   '.
           05  DH-ACCT-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.
       01  WS-DSR-SECTION.
           05  FILLER                  PIC X(09) VALUE 'ARQUIVO: '.
           05  DS-FILE                 PIC X(12).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  DS-TEXT                 PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-DSR-FIELD.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DF-LABEL                PIC X(20).
           05  FILLER                  PIC X(02) VALUE ': '.
           05  DF-VALUE                PIC X(54).
       01  WS-DSR-IMAGE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DI-TEXT                 PIC X(76).
       01  WS-DSR-SPOOL.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DP-SPOOL-NAME           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DP-REPORT-NAME          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DP-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-DSR-ABSENT.
           05  FILLER                  PIC X(20) VALUE
                   '    ARQUIVO AUSENTE'.
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  WS-DSR-COUNT.
           05  FILLER                  PIC X(15) VALUE
                   '    REGISTROS: '.
           05  DC-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.
       01  WS-DSR-TOTAL.
           05  DT-LABEL                PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGDSAR: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY 'PROGDSAR: NUMERO DO CLIENTE: '.
           ACCEPT WS-SUBJECT-IN.
           IF WS-SUBJECT-IN = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-SUBJECT-IN) NOT = 0
               DISPLAY 'PROGDSAR: CLIENTE NAO NUMERICO - EXECUCAO '
                       'ENCERRADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-SUBJECT = FUNCTION NUMVAL (WS-SUBJECT-IN).
           IF WS-SUBJECT = 0
               DISPLAY 'PROGDSAR: CLIENTE ZERO - EXECUCAO ENCERRADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM BUILD-ACCOUNT-LIST.

           OPEN OUTPUT DSAR-REPORT.
           MOVE WS-RUN-DATE    TO DH-RUN-DATE.
           MOVE WS-OPERATOR-ID TO DH-OPERATOR.
           WRITE DSR-LINE FROM WS-DSR-HEADER-1.
           MOVE WS-SUBJECT     TO DH-SUBJECT.
           MOVE WS-ACCT-COUNT  TO DH-ACCT-COUNT.
           WRITE DSR-LINE FROM WS-DSR-HEADER-2.

           PERFORM REPORT-CUSTOMER-MASTER.
           PERFORM REPORT-KYC-MASTER.
           PERFORM REPORT-PREFERENCES.
           PERFORM REPORT-XREF-LINKS.
           PERFORM REPORT-HOUSEHOLD.
           PERFORM REPORT-ACCOUNT-BALANCES.
           PERFORM REPORT-CUSTOMER-HISTORY.
           PERFORM REPORT-POSTED-HISTORY.
           PERFORM REPORT-BALANCE-SNAPSHOTS.
           PERFORM REPORT-HOLDS.
           PERFORM REPORT-CARD-RELEASES.
           PERFORM REPORT-STANDING-ORDERS.
           PERFORM REPORT-OVERDRAFT-PROTECTION.
           PERFORM REPORT-LOANS.
           PERFORM REPORT-OVERDRAFT-AGING.
           PERFORM REPORT-CHEQUE-REGISTER.
           PERFORM REPORT-CONFIRM-REGISTER.
           PERFORM REPORT-ESCHEAT-REGISTER.
           PERFORM REPORT-DUNNING-EXTRACT.
           PERFORM REPORT-STATEMENT-EXTRACT.
           PERFORM REPORT-ALERT-LOG.
           PERFORM REPORT-SCREEN-ALERTS.
           PERFORM REPORT-AUDIT-LOG.
           PERFORM REPORT-SPOOLED-REPORTS.

           MOVE SPACES TO DSR-LINE.
           WRITE DSR-LINE.
           MOVE 'ARQUIVOS COM DADOS DO TITULAR:' TO DT-LABEL.
           MOVE WS-FILES-WITH-DATA TO DT-COUNT.
           WRITE DSR-LINE FROM WS-DSR-TOTAL.
           MOVE 'REGISTROS LISTADOS:' TO DT-LABEL.
           MOVE WS-TOTAL-COUNT TO DT-COUNT.
           WRITE DSR-LINE FROM WS-DSR-TOTAL.
           CLOSE DSAR-REPORT.

      *    WHO LOOKED AT WHOSE DATA IS ITSELF ON THE AUDIT TRAIL.
           MOVE 'LGPD-CONSULTA'  TO WS-AL-FIELD-NAME.
           MOVE WS-SUBJECT       TO WS-AL-BEFORE-VALUE.
           MOVE WS-TOTAL-COUNT   TO WS-AL-AFTER-VALUE.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

           DISPLAY 'PROGDSAR: REGISTROS LISTADOS: ' WS-TOTAL-COUNT.
           IF WS-ON-MASTER
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'PROGDSAR: CLIENTE NAO CONSTA DO CADASTRO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       BUILD-ACCOUNT-LIST.
      *    THE LINKED ACCOUNTS, THEN THE LEGACY SAME-NUMBER ACCOUNT
      *    UNLESS THE CROSS-REFERENCE GIVES IT TO SOMEONE ELSE - THE
      *    SAME RULE THE POSTING AND ANONYMIZATION RUNS APPLY.
           MOVE 0 TO WS-ACCT-COUNT.
           PERFORM ADD-LINKED-ACCOUNT
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           MOVE WS-SUBJECT TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           IF WS-XRF-CUSTOMER = WS-SUBJECT
               MOVE WS-SUBJECT TO WS-TEST-ACCOUNT
               PERFORM ADD-SUBJECT-ACCOUNT
           END-IF.

       ADD-LINKED-ACCOUNT.
           IF WS-XT-CUSTOMER (WS-XREF-IDX) = WS-SUBJECT
               MOVE WS-XT-ACCOUNT (WS-XREF-IDX) TO WS-TEST-ACCOUNT
               PERFORM ADD-SUBJECT-ACCOUNT
           END-IF.

       ADD-SUBJECT-ACCOUNT.
           PERFORM CHECK-SUBJECT-ACCOUNT.
           IF NOT WS-ACCT-HIT
               IF WS-ACCT-COUNT >= 100
                   DISPLAY 'PROGDSAR: TABELA DE CONTAS CHEIA - CONTA '
                           WS-TEST-ACCOUNT ' IGNORADA'
               ELSE
                   SET WS-ACCT-COUNT UP BY 1
                   MOVE WS-TEST-ACCOUNT
                       TO WS-AC-ACCOUNT (WS-ACCT-COUNT)
               END-IF
           END-IF.

       CHECK-SUBJECT-ACCOUNT.
           MOVE 'N' TO WS-ACCT-HIT-SW.
           PERFORM MATCH-SUBJECT-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-HIT.

       MATCH-SUBJECT-ACCOUNT.
           IF WS-AC-ACCOUNT (WS-ACCT-IDX) = WS-TEST-ACCOUNT
               SET WS-ACCT-HIT TO TRUE
           END-IF.

       OPEN-SECTION.
           MOVE SPACES TO DSR-LINE.
           WRITE DSR-LINE.
           WRITE DSR-LINE FROM WS-DSR-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-EOF-SW.

       CLOSE-SECTION.
           MOVE WS-SECTION-COUNT TO DC-COUNT.
           WRITE DSR-LINE FROM WS-DSR-COUNT.
           ADD WS-SECTION-COUNT TO WS-TOTAL-COUNT.
           IF WS-SECTION-COUNT NOT = 0
               SET WS-FILES-WITH-DATA UP BY 1
           END-IF.

       NOTE-FILE-ABSENT.
           WRITE DSR-LINE FROM WS-DSR-ABSENT.

       PRINT-FIELD.
           WRITE DSR-LINE FROM WS-DSR-FIELD.
           MOVE SPACES TO DF-VALUE.

       PRINT-RECORD-IMAGE.
      *    THE RECORD AS IT STANDS ON FILE, 76 COLUMNS A LINE, UP TO
      *    ITS LAST NON-BLANK PIECE.
           PERFORM PRINT-IMAGE-PIECE
               VARYING WS-IMG-POS FROM 1 BY 76
               UNTIL WS-IMG-POS > 380
                   OR WS-IMAGE (WS-IMG-POS:) = SPACES.
           SET WS-SECTION-COUNT UP BY 1.

       PRINT-IMAGE-PIECE.
           MOVE WS-IMAGE (WS-IMG-POS:76) TO DI-TEXT.
           WRITE DSR-LINE FROM WS-DSR-IMAGE.

       REPORT-CUSTOMER-MASTER.
           MOVE 'CUSTMAST.DAT' TO DS-FILE.
           MOVE 'CADASTRO DE CLIENTES' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = '00'
               MOVE WS-SUBJECT TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
                       MOVE CM-CUST-NAME TO WS-SUBJECT-NAME
                       PERFORM PRINT-CUSTOMER-FIELDS
               END-READ
               CLOSE CUSTOMER-MASTER
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       PRINT-CUSTOMER-FIELDS.
           MOVE 'NUMERO'             TO DF-LABEL.
           MOVE CM-CUST-NUMBER       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'NOME'               TO DF-LABEL.
           MOVE CM-CUST-NAME         TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ENDERECO'           TO DF-LABEL.
           MOVE CM-CUST-ADDRESS      TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'SALDO'              TO DF-LABEL.
           MOVE CM-CUST-BALANCE      TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'SITUACAO'           TO DF-LABEL.
           MOVE CM-CUST-STATUS       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ULTIMA ALTERACAO'   TO DF-LABEL.
           MOVE CM-LAST-UPDATE-DATE  TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'TRIBUTACAO'         TO DF-LABEL.
           MOVE CM-TAX-STATUS        TO DF-VALUE.
           PERFORM PRINT-FIELD.
           SET WS-SECTION-COUNT UP BY 1.

       REPORT-KYC-MASTER.
           MOVE 'KYCMAST.DAT' TO DS-FILE.
           MOVE 'IDENTIFICACAO DO CLIENTE (KYC)' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT KYC-MASTER.
           IF WS-KY-STATUS = '00'
               MOVE WS-SUBJECT TO KY-CUST-NUMBER
               READ KYC-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-KYC-FIELDS
               END-READ
               CLOSE KYC-MASTER
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       PRINT-KYC-FIELDS.
           MOVE 'CPF/CNPJ'           TO DF-LABEL.
           MOVE KY-TAX-ID            TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'DOCUMENTO'          TO DF-LABEL.
           STRING KY-DOC-TYPE ' ' KY-DOC-NUMBER
               DELIMITED BY SIZE INTO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'NASCIMENTO'         TO DF-LABEL.
           MOVE KY-BIRTH-DATE        TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'TELEFONE'           TO DF-LABEL.
           MOVE KY-PHONE             TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'RISCO'              TO DF-LABEL.
           MOVE KY-RISK-RATING       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ULTIMA REVISAO'     TO DF-LABEL.
           MOVE KY-LAST-REVIEW-DATE  TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'PROXIMA REVISAO'    TO DF-LABEL.
           MOVE KY-REVIEW-DUE-DATE   TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ULTIMA ALTERACAO'   TO DF-LABEL.
           MOVE KY-LAST-UPDATE-DATE  TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'OPERADOR'           TO DF-LABEL.
           MOVE KY-OPERATOR-ID       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           SET WS-SECTION-COUNT UP BY 1.

       REPORT-PREFERENCES.
           MOVE 'ALRTPREF.DAT' TO DS-FILE.
           MOVE 'PREFERENCIAS DE ALERTAS E EXTRATOS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CUSTOMER-PREFERENCES.
           IF WS-AF-STATUS = '00'
               MOVE WS-SUBJECT TO AF-CUST-NUMBER
               READ CUSTOMER-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-PREFERENCE-FIELDS
               END-READ
               CLOSE CUSTOMER-PREFERENCES
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       PRINT-PREFERENCE-FIELDS.
           MOVE 'CANAL'              TO DF-LABEL.
           MOVE AF-CHANNEL           TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'CELULAR'            TO DF-LABEL.
           MOVE AF-MOBILE            TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'E-MAIL'             TO DF-LABEL.
           MOVE AF-EMAIL             TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'EVENTOS'            TO DF-LABEL.
           MOVE AF-OPT-FLAGS         TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ENTREGA DE EXTRATO' TO DF-LABEL.
           MOVE AF-STMT-DELIVERY     TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ULTIMA ALTERACAO'   TO DF-LABEL.
           MOVE AF-LAST-UPDATE-DATE  TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'OPERADOR'           TO DF-LABEL.
           MOVE AF-OPERATOR-ID       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           SET WS-SECTION-COUNT UP BY 1.

       REPORT-XREF-LINKS.
           MOVE 'CUSTXREF.DAT' TO DS-FILE.
           MOVE 'VINCULOS CLIENTE-CONTA' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XR-STATUS = '00'
               PERFORM REPORT-NEXT-XREF UNTIL WS-EOF
               CLOSE CUSTOMER-XREF
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-XREF.
           READ CUSTOMER-XREF
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF XR-CUST-NUMBER = WS-SUBJECT
                       MOVE XR-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-HOUSEHOLD.
      *    ONLY THE CUSTOMER'S OWN MEMBERSHIP - THE OTHER MEMBERS OF
      *    THE HOUSEHOLD ARE OTHER PEOPLE'S DATA.
           MOVE 'HOUSEHLD.DAT' TO DS-FILE.
           MOVE 'DOMICILIOS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT HOUSEHOLDS.
           IF WS-HH-STATUS = '00'
               PERFORM REPORT-NEXT-HOUSEHOLD UNTIL WS-EOF
               CLOSE HOUSEHOLDS
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-HOUSEHOLD.
           READ HOUSEHOLDS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HH-CUST-NUMBER = WS-SUBJECT
                       MOVE HH-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-ACCOUNT-BALANCES.
           MOVE 'ACCTBAL.DAT' TO DS-FILE.
           MOVE 'CONTAS E SALDOS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '00'
               PERFORM REPORT-ONE-ACCOUNT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               CLOSE ACCOUNT-BALANCE
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-ONE-ACCOUNT.
           MOVE WS-AC-ACCOUNT (WS-ACCT-IDX) TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PRINT-ACCOUNT-FIELDS
           END-READ.

       PRINT-ACCOUNT-FIELDS.
           MOVE 'CONTA'              TO DF-LABEL.
           MOVE AB-ACCOUNT-NUMBER    TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'TIPO'               TO DF-LABEL.
           MOVE AB-ACCOUNT-TYPE      TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'PRODUTO'            TO DF-LABEL.
           MOVE AB-PRODUCT           TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'AGENCIA'            TO DF-LABEL.
           MOVE AB-BRANCH            TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'SITUACAO'           TO DF-LABEL.
           STRING AB-ACCOUNT-STATUS ' DESDE ' AB-STATUS-DATE
               DELIMITED BY SIZE INTO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'SALDO'              TO DF-LABEL.
           MOVE AB-BALANCE           TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'MOEDA'              TO DF-LABEL.
           MOVE AB-CURRENCY          TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'SALDO NA MOEDA'     TO DF-LABEL.
           MOVE AB-CCY-BALANCE       TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'LIMITE'             TO DF-LABEL.
           MOVE AB-OVERDRAFT-LIMIT   TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT       TO DF-VALUE.
           PERFORM PRINT-FIELD.
           MOVE 'ULTIMA ALTERACAO'   TO DF-LABEL.
           MOVE AB-LAST-UPDATE-DATE  TO DF-VALUE.
           PERFORM PRINT-FIELD.
           SET WS-SECTION-COUNT UP BY 1.

       REPORT-CUSTOMER-HISTORY.
           MOVE 'CUSTHIST.DAT' TO DS-FILE.
           MOVE 'HISTORICO DE ALTERACOES CADASTRAIS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CUSTOMER-HISTORY.
           IF WS-CH-STATUS = '00'
               PERFORM REPORT-NEXT-CHANGE UNTIL WS-EOF
               CLOSE CUSTOMER-HISTORY
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-CHANGE.
           READ CUSTOMER-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CH-CUST-NUMBER = WS-SUBJECT
                           OR CH-MERGE-CUST = WS-SUBJECT
                       MOVE CH-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-POSTED-HISTORY.
           MOVE 'PSTHIST.DAT' TO DS-FILE.
           MOVE 'HISTORICO DE LANCAMENTOS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS = '00'
               PERFORM REPORT-NEXT-POSTING UNTIL WS-EOF
               CLOSE POSTED-HISTORY
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-POSTING.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-TEST-ACCOUNT =
                       FUNCTION NUMVAL (PH-ACCOUNT)
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE PH-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-BALANCE-SNAPSHOTS.
           MOVE 'BALSNAP.DAT' TO DS-FILE.
           MOVE 'FOTOS DIARIAS DE SALDO' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT BALANCE-SNAPSHOTS.
           IF WS-BS-STATUS = '00'
               PERFORM REPORT-NEXT-SNAPSHOT UNTIL WS-EOF
               CLOSE BALANCE-SNAPSHOTS
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE BS-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE BS-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-HOLDS.
           MOVE 'HOLDS.DAT' TO DS-FILE.
           MOVE 'BLOQUEIOS E SUSTACOES' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT HOLD-FILE.
           IF WS-HO-STATUS = '00'
               PERFORM REPORT-NEXT-HOLD UNTIL WS-EOF
               CLOSE HOLD-FILE
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-HOLD.
           READ HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HO-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE HO-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-CARD-RELEASES.
           MOVE 'CARDREL.DAT' TO DS-FILE.
           MOVE 'LIBERACOES DE BLOQUEIO DE CARTAO' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CARD-RELEASES.
           IF WS-CV-STATUS = '00'
               PERFORM REPORT-NEXT-RELEASE UNTIL WS-EOF
               CLOSE CARD-RELEASES
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-RELEASE.
           READ CARD-RELEASES
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-TEST-ACCOUNT =
                       FUNCTION NUMVAL (CV-ACCOUNT)
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE CV-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-STANDING-ORDERS.
           MOVE 'STNDORD.DAT' TO DS-FILE.
           MOVE 'ORDENS PERMANENTES' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT STANDING-ORDERS.
           IF WS-SO-STATUS = '00'
               PERFORM REPORT-NEXT-ORDER UNTIL WS-EOF
               CLOSE STANDING-ORDERS
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-ORDER.
           READ STANDING-ORDERS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SO-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE SO-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-OVERDRAFT-PROTECTION.
           MOVE 'ODPROT.DAT' TO DS-FILE.
           MOVE 'PROTECAO DE CHEQUE ESPECIAL' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT OVERDRAFT-PROTECTION.
           IF WS-OP-STATUS = '00'
               PERFORM REPORT-NEXT-PROTECTION UNTIL WS-EOF
               CLOSE OVERDRAFT-PROTECTION
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-PROTECTION.
           READ OVERDRAFT-PROTECTION
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OP-CHECKING-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF NOT WS-ACCT-HIT
                       MOVE OP-SAVINGS-ACCOUNT TO WS-TEST-ACCOUNT
                       PERFORM CHECK-SUBJECT-ACCOUNT
                   END-IF
                   IF WS-ACCT-HIT
                       MOVE OP-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-LOANS.
           MOVE 'LOANMAST.DAT' TO DS-FILE.
           MOVE 'EMPRESTIMOS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT LOAN-MASTER.
           IF WS-LN-STATUS = '00'
               PERFORM REPORT-NEXT-LOAN UNTIL WS-EOF
               CLOSE LOAN-MASTER
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-LOAN.
           READ LOAN-MASTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE LN-LOAN-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF NOT WS-ACCT-HIT
                       MOVE LN-REPAY-ACCOUNT TO WS-TEST-ACCOUNT
                       PERFORM CHECK-SUBJECT-ACCOUNT
                   END-IF
                   IF WS-ACCT-HIT
                       MOVE LN-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-OVERDRAFT-AGING.
           MOVE 'ODAGE.DAT' TO DS-FILE.
           MOVE 'ENVELHECIMENTO DE SALDO DEVEDOR' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT OVERDRAFT-AGING.
           IF WS-OD-STATUS = '00'
               PERFORM REPORT-NEXT-AGING UNTIL WS-EOF
               CLOSE OVERDRAFT-AGING
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-AGING.
           READ OVERDRAFT-AGING
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OD-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE OD-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-CHEQUE-REGISTER.
           MOVE 'CHQREG.DAT' TO DS-FILE.
           MOVE 'REGISTRO DE CHEQUES' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CHEQUE-REGISTER.
           IF WS-CQ-STATUS = '00'
               PERFORM REPORT-NEXT-CHEQUE UNTIL WS-EOF
               CLOSE CHEQUE-REGISTER
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-CHEQUE.
           READ CHEQUE-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CQ-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE CQ-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-CONFIRM-REGISTER.
           MOVE 'CONFREG.DAT' TO DS-FILE.
           MOVE 'CONFIRMACOES DE SALDO (AUDITORIA)' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT CONFIRM-REGISTER.
           IF WS-CR-STATUS = '00'
               PERFORM REPORT-NEXT-CONFIRMATION UNTIL WS-EOF
               CLOSE CONFIRM-REGISTER
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-CONFIRMATION.
           READ CONFIRM-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CR-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT OR CR-CUSTOMER = WS-SUBJECT
                       MOVE CR-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-ESCHEAT-REGISTER.
           MOVE 'ESCHREG.DAT' TO DS-FILE.
           MOVE 'VALORES NAO RECLAMADOS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT ESCHEAT-REGISTER.
           IF WS-ER-STATUS = '00'
               PERFORM REPORT-NEXT-ESCHEAT UNTIL WS-EOF
               CLOSE ESCHEAT-REGISTER
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-ESCHEAT.
           READ ESCHEAT-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE ER-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT OR ER-CUSTOMER = WS-SUBJECT
                       MOVE ER-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-DUNNING-EXTRACT.
           MOVE 'DUNNING.DAT' TO DS-FILE.
           MOVE 'COBRANCA DE SALDO DEVEDOR' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT DUNNING-EXTRACT.
           IF WS-DU-STATUS = '00'
               PERFORM REPORT-NEXT-DUNNING UNTIL WS-EOF
               CLOSE DUNNING-EXTRACT
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-DUNNING.
           READ DUNNING-EXTRACT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE DU-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT
                       MOVE DU-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-STATEMENT-EXTRACT.
           MOVE 'ESTMT.DAT' TO DS-FILE.
           MOVE 'EXTRATO ELETRONICO' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT STATEMENT-EXTRACT.
           IF WS-EM-STATUS = '00'
               PERFORM REPORT-NEXT-STATEMENT UNTIL WS-EOF
               CLOSE STATEMENT-EXTRACT
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-STATEMENT.
      *    THE FILE HEADER AND TRAILER CARRY NO CUSTOMER.
           READ STATEMENT-EXTRACT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF (EM-ACCOUNT-HEADER-REC OR EM-TRANSACTION-REC
                           OR EM-SUMMARY-REC)
                           AND EM-CUSTOMER = WS-SUBJECT
                       MOVE EM-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-ALERT-LOG.
           MOVE 'ALRTLOG.DAT' TO DS-FILE.
           MOVE 'ALERTAS ENVIADOS AO CLIENTE' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT ALERT-LOG.
           IF WS-AG-STATUS = '00'
               PERFORM REPORT-NEXT-ALERT UNTIL WS-EOF
               CLOSE ALERT-LOG
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-ALERT.
           READ ALERT-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AG-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT OR AG-CUST-NUMBER = WS-SUBJECT
                       MOVE AG-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-SCREEN-ALERTS.
           MOVE 'SCRNALRT.DAT' TO DS-FILE.
           MOVE 'TRIAGEM EM LISTAS RESTRITIVAS' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT SCREEN-ALERTS.
           IF WS-SA-STATUS = '00'
               PERFORM REPORT-NEXT-SCREEN-ALERT UNTIL WS-EOF
               CLOSE SCREEN-ALERTS
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-SCREEN-ALERT.
           READ SCREEN-ALERTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SA-ACCOUNT TO WS-TEST-ACCOUNT
                   PERFORM CHECK-SUBJECT-ACCOUNT
                   IF WS-ACCT-HIT OR SA-CUST-NUMBER = WS-SUBJECT
                       MOVE SA-RECORD TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       REPORT-AUDIT-LOG.
      *    THE AUDIT RECORDS OF CUSTOMER AND ACCOUNT EVENTS CARRY THE
      *    NUMBER AS A WHOLE VALUE; THE BALANCE AND WORK-FIELD AUDITS
      *    (AB-, SIM-AB-, WS-) CARRY AMOUNTS AND ARE NOT MATCHED, SO
      *    AN AMOUNT THAT HAPPENS TO EQUAL THE NUMBER ISN'T LISTED.
           MOVE 'AUDITLOG.LOG' TO DS-FILE.
           MOVE 'LOG DE AUDITORIA' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           OPEN INPUT AUDIT-LOG.
           IF WS-AL-STATUS = '00'
               PERFORM REPORT-NEXT-AUDIT UNTIL WS-EOF
               CLOSE AUDIT-LOG
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       REPORT-NEXT-AUDIT.
           READ AUDIT-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AL-FIELD-NAME (1:3) NOT = 'AB-'
                           AND AL-FIELD-NAME (1:3) NOT = 'WS-'
                           AND AL-FIELD-NAME (1:7) NOT = 'SIM-AB-'
                       MOVE 'N' TO WS-ACCT-HIT-SW
                       MOVE AL-BEFORE-VALUE TO WS-AUD-VALUE
                       PERFORM MATCH-AUDIT-VALUE
                       IF NOT WS-ACCT-HIT
                           MOVE AL-AFTER-VALUE TO WS-AUD-VALUE
                           PERFORM MATCH-AUDIT-VALUE
                       END-IF
                       IF WS-ACCT-HIT
                           MOVE AL-RECORD TO WS-IMAGE
                           PERFORM PRINT-RECORD-IMAGE
                       END-IF
                   END-IF
           END-READ.

       MATCH-AUDIT-VALUE.
           MOVE WS-AUD-VALUE TO WS-AUD-INTEGER.
           IF WS-AUD-VALUE > 0 AND WS-AUD-INTEGER = WS-AUD-VALUE
               IF WS-AUD-INTEGER = WS-SUBJECT
                   SET WS-ACCT-HIT TO TRUE
               ELSE
                   IF WS-AUD-INTEGER < 100000000
                       MOVE WS-AUD-INTEGER TO WS-TEST-ACCOUNT
                       PERFORM CHECK-SUBJECT-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       REPORT-SPOOLED-REPORTS.
      *    EVERY REPORT STILL ON THE CATALOG, LINE BY LINE: THE
      *    CUSTOMER NUMBER, AN ACCOUNT NUMBER, OR THE NAME WHEN IT IS
      *    LONG ENOUGH NOT TO MATCH PIECES OF OTHER WORDS.
           MOVE 'RPTCAT.DAT' TO DS-FILE.
           MOVE 'RELATORIOS ARQUIVADOS NO SPOOL' TO DS-TEXT.
           PERFORM OPEN-SECTION.
           MOVE FUNCTION REVERSE (WS-SUBJECT-NAME) TO WS-NAME-REV.
           MOVE 0 TO WS-NAME-TRAIL.
           INSPECT WS-NAME-REV TALLYING WS-NAME-TRAIL
               FOR LEADING SPACES.
           COMPUTE WS-NAME-LEN = 30 - WS-NAME-TRAIL.
           MOVE 'N' TO WS-CAT-EOF-SW.
           OPEN INPUT REPORT-CATALOG.
           IF WS-SC-STATUS = '00'
               PERFORM SEARCH-NEXT-CATALOG-ENTRY UNTIL WS-CAT-EOF
               CLOSE REPORT-CATALOG
           ELSE
               PERFORM NOTE-FILE-ABSENT
           END-IF.
           PERFORM CLOSE-SECTION.

       SEARCH-NEXT-CATALOG-ENTRY.
           READ REPORT-CATALOG
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SPOOL-NAME
                   STRING 'SPL' SC-SPOOL-ID '.DAT'
                       DELIMITED BY SIZE INTO WS-SPOOL-NAME
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT SPOOL-FILE
                   IF WS-SP-STATUS = '00'
                       PERFORM SEARCH-NEXT-SPOOL-LINE UNTIL WS-EOF
                       CLOSE SPOOL-FILE
                   END-IF
           END-READ.

       SEARCH-NEXT-SPOOL-LINE.
           READ SPOOL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-LINE-HITS
                   INSPECT SP-LINE TALLYING WS-LINE-HITS
                       FOR ALL WS-SUBJECT-X
                   PERFORM SEARCH-LINE-FOR-ACCOUNT
                       VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WS-NAME-LEN >= WS-MIN-NAME-LEN
                       INSPECT SP-LINE TALLYING WS-LINE-HITS
                           FOR ALL WS-SUBJECT-NAME (1:WS-NAME-LEN)
                   END-IF
                   IF WS-LINE-HITS NOT = 0
                       MOVE WS-SPOOL-NAME    TO DP-SPOOL-NAME
                       MOVE SC-REPORT-NAME   TO DP-REPORT-NAME
                       MOVE SC-BUSINESS-DATE TO DP-BUSINESS-DATE
                       WRITE DSR-LINE FROM WS-DSR-SPOOL
                       MOVE SP-LINE TO WS-IMAGE
                       PERFORM PRINT-RECORD-IMAGE
                   END-IF
           END-READ.

       SEARCH-LINE-FOR-ACCOUNT.
           INSPECT SP-LINE TALLYING WS-LINE-HITS
               FOR ALL WS-AC-ACCOUNT-X (WS-ACCT-IDX).

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
                       DISPLAY 'PROGDSAR: TABELA DE VINCULOS CHEIA - '
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
       END PROGRAM PROGDSAR.
