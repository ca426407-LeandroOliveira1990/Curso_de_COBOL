      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: PERIODIC ANONYMIZATION OF CLOSED CUSTOMERS UNDER THE
      *          LGPD. A CUSTOMER CLOSED (CM-STATUS-CLOSED, DATED BY
      *          CM-LAST-UPDATE-DATE) LONGER THAN THE LEGAL PERIOD ON
      *          RETENTN.DAT (ENTRY 'LGPD', CALENDAR DAYS, DEFAULT
      *          1827 - FIVE YEARS) HAS ITS PERSONAL FIELDS OVERWRITTEN
      *          IN THESE FILES: THE NAME ON CUSTMAST.DAT BECOMES THE
      *          ANONYMIZED MARKER AND THE ADDRESS IS BLANKED; THE TAX
      *          ID, DOCUMENT, DATE OF BIRTH AND PHONE ON KYCMAST.DAT
      *          AND THE MOBILE AND E-MAIL ON ALRTPREF.DAT ARE BLANKED;
      *          EVERY CHANGE-HISTORY RECORD OF THE CUSTOMER
      *          (CUSTHIST.DAT) GETS THE SAME TREATMENT IN ITS BEFORE
      *          AND AFTER IMAGES; THE CUSTOMER'S ACCOUNTS ON THE
      *          DUNNING EXTRACT (DUNNING.DAT) AND ITS STATEMENT HEADERS
      *          ON THE ELECTRONIC STATEMENT EXTRACT (ESTMT.DAT) LOSE
      *          NAME, E-MAIL AND ADDRESS; THE NAME ON THE SANCTIONS
      *          ALERTS (SCRNALRT.DAT) AND THE SCREENING LOG
      *          (SCRNLOG.DAT) BECOMES THE MARKER; THE MOBILE OR E-MAIL
      *          ON THE ALERT LOG (ALRTLOG.DAT) IS BLANKED; AND EVERY
      *          REPORT STILL ON THE SPOOL CATALOG (RPTCAT.DAT) - THE
      *          STATEMENTS AMONG THEM - HAS THE FORMER NAME AND
      *          ADDRESS STARRED OUT WHEREVER THEY WERE PRINTED.
      *          KEPT AS THEY ARE, ON PURPOSE: THE AUDITOR CONFIRMATION
      *          REGISTER (CONFREG.DAT) AND THE ESCHEAT REGISTER
      *          (ESCHREG.DAT), WHICH ARE THE EVIDENCE OF WHAT WAS SENT
      *          AND TO WHOM AND MUST STAND AS WRITTEN; THE PAYEE NAMES
      *          ON PAYMENT INSTRUCTIONS, WHICH ARE THIRD PARTIES, NOT
      *          THE CUSTOMER; AND THE OUTBOUND TRANSMISSION FILES
      *          REBUILT EVERY NIGHT. CUSTOMER AND ACCOUNT NUMBERS,
      *          DATES, STATUSES AND AMOUNTS ARE NEVER TOUCHED, SO
      *          THE TRIAL BALANCE AND THE HISTORY STAY PROVABLE.
      *          A CLOSED CUSTOMER WITH ANY ACCOUNT ON
      *          ACCTBAL.DAT - LINKED THROUGH CUSTXREF.DAT, OR THE
      *          UNLINKED ONE OF THE SAME NUMBER - NOT YET CLOSED OR
      *          STILL CARRYING A BALANCE IS HELD BACK AND LISTED, NOT
      *          ANONYMIZED. THE DERIVED FILES ARE MASKED FIRST AND
      *          THE MASTERS LAST, SO A RUN THAT FAILS HALFWAY STILL
      *          FINDS THE CUSTOMER UNANONYMIZED NEXT TIME AND REDOES
      *          THE WHOLE OF IT.
      *          EACH CUSTOMER GETS AN AUDITWRT RECORD AND AN ACTION L
      *          CHANGE-HISTORY RECORD; THE REPORT (ANON.RPT) LISTS
      *          THEM BY NUMBER ONLY. HONOURS SIMULATION MODE: THE
      *          MASKING IS COUNTED AND REPORTED BUT NOTHING IS
      *          WRITTEN BACK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGANON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
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
           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CH-STATUS.
           SELECT DUNNING-EXTRACT ASSIGN TO "DUNNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DU-STATUS.
           SELECT STATEMENT-EXTRACT ASSIGN TO "ESTMT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EM-STATUS.
           SELECT SCREEN-ALERTS ASSIGN TO "SCRNALRT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SA-STATUS.
           SELECT SCREEN-LOG ASSIGN TO "SCRNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SG-STATUS.
           SELECT ALERT-LOG ASSIGN TO "ALRTLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AG-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SC-STATUS.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SP-STATUS.
           SELECT ANON-WORK ASSIGN TO "ANONHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT RETENTION-CONTROL ASSIGN TO "RETENTN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RT-STATUS.
           SELECT ANON-REPORT ASSIGN TO "ANON.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  CUSTOMER-PREFERENCES.
           COPY ALRTPREF.
       FD  CUSTOMER-HISTORY.
           COPY CUSTHIST.
       FD  DUNNING-EXTRACT.
       01  DU-RECORD.
           05  DU-ACCOUNT              PIC 9(08).
           05  DU-CUST-NAME            PIC X(30).
           05  DU-CUST-ADDRESS         PIC X(40).
           05  DU-BALANCE              PIC S9(7)V99.
           05  DU-DAYS-OVERDRAWN       PIC 9(05).
       FD  STATEMENT-EXTRACT.
           COPY ESTMTEX.
       FD  SCREEN-ALERTS.
           COPY SCRNALRT.
       FD  SCREEN-LOG.
           COPY SCRNLOG.
       FD  ALERT-LOG.
           COPY ALRTLOG.
       FD  REPORT-CATALOG.
           COPY RPTCAT.
       FD  SPOOL-FILE.
       01  SP-LINE                     PIC X(80).
       FD  ANON-WORK.
       01  AW-RECORD                   PIC X(330).
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  RETENTION-CONTROL.
           COPY RETENTN.
       FD  ANON-REPORT.
       01  ANR-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-DU-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SC-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CAT-EOF                    VALUE 'Y'.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-FULL-SW                  PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                 VALUE 'Y'.
       77  WS-AB-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-AB-ABSENT                  VALUE 'Y'.
       77  WS-LIVE-ACCT-SW             PIC X(01) VALUE 'N'.
           88  WS-LIVE-ACCOUNT               VALUE 'Y'.
       77  WS-MASTERS-SW               PIC X(01) VALUE 'N'.
           88  WS-MASTERS-FAILED             VALUE 'Y'.
       77  WS-KY-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-KY-ABSENT                  VALUE 'Y'.
       77  WS-AP-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-AP-ABSENT                  VALUE 'Y'.
       77  WS-CHANGED-SW               PIC X(01) VALUE 'N'.
           88  WS-RECORD-CHANGED             VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       77  WS-INTEGER-DATE             PIC 9(08) VALUE 0.
       77  WS-LEGAL-DAYS               PIC 9(05) VALUE 1827.
       77  WS-ANON-MARKER              PIC X(30) VALUE
               'ANONIMIZADO (LGPD)'.
       77  WS-MASK                     PIC X(40) VALUE ALL '*'.
       77  WS-MIN-MASK-LEN             PIC 9(04) COMP VALUE 6.
       77  WS-SPOOL-NAME               PIC X(12) VALUE SPACES.
       77  WS-MEASURE-TEXT             PIC X(40) VALUE SPACES.
       77  WS-MEASURE-REV              PIC X(40) VALUE SPACES.
       77  WS-MEASURE-TRAIL            PIC 9(04) COMP VALUE 0.
       77  WS-MEASURE-LEN              PIC 9(04) COMP VALUE 0.
       77  WS-LINE-HITS                PIC 9(04) COMP VALUE 0.
       77  WS-FILE-HITS                PIC 9(08) VALUE 0.
       77  WS-SCANNED-COUNT            PIC 9(08) VALUE 0.
       77  WS-ANON-COUNT               PIC 9(04) COMP VALUE 0.
       77  WS-DONE-COUNT               PIC 9(08) VALUE 0.
       77  WS-HELD-COUNT               PIC 9(08) VALUE 0.
       77  WS-HIST-MASKED              PIC 9(08) VALUE 0.
       77  WS-DUN-MASKED               PIC 9(08) VALUE 0.
       77  WS-STMT-MASKED              PIC 9(08) VALUE 0.
       77  WS-SCRN-MASKED              PIC 9(08) VALUE 0.
       77  WS-SLOG-MASKED              PIC 9(08) VALUE 0.
       77  WS-ALOG-MASKED              PIC 9(08) VALUE 0.
       77  WS-SPOOL-FILES              PIC 9(08) VALUE 0.
       77  WS-SPOOL-LINES              PIC 9(08) VALUE 0.
       77  WS-KYC-COUNT                PIC 9(08) VALUE 0.
       77  WS-PREF-COUNT               PIC 9(08) VALUE 0.
       77  WS-AN-IDX                   PIC 9(04) COMP VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) COMP VALUE 0.
       77  WS-FIND-CUSTOMER            PIC 9(08) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       77  WS-AL-OPERATOR-ID           PIC X(08) VALUE SPACES.
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
      *    THE CUSTOMERS THIS RUN ANONYMIZES, WITH THE NAME AND ADDRESS
      *    THEY HAD - KEPT ONLY IN STORAGE, TO FIND THEM ON THE SPOOL.
       01  WS-ANON-TABLE.
           05  WS-AN-ENTRY OCCURS 500 TIMES.
               10  WS-AN-CUSTOMER      PIC 9(08).
               10  WS-AN-CLOSED-DATE   PIC 9(08).
               10  WS-AN-NAME          PIC X(30).
               10  WS-AN-NAME-LEN      PIC 9(04) COMP.
               10  WS-AN-ADDRESS       PIC X(40).
               10  WS-AN-ADDR-LEN      PIC 9(04) COMP.
       01  WS-ANR-HEADER.
           05  FILLER                  PIC X(26) VALUE
                   'ANONIMIZACAO LGPD - DATA: '.
           05  AH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  CORTE: '.
           05  AH-CUTOFF               PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
                   '  PRAZO (DIAS): '.
           05  AH-LEGAL-DAYS           PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-ANR-SIM-LINE.
           05  FILLER                  PIC X(43) VALUE
                   'MODO SIMULACAO - NENHUM ARQUIVO FOI GRAVADO'.
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-ANR-DETAIL.
           05  FILLER                  PIC X(09) VALUE 'CLIENTE: '.
           05  AD-CUSTOMER             PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
                   '  ENCERRADO EM: '.
           05  AD-CLOSED-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-RESULT               PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-ANR-ERROR.
           05  FILLER                  PIC X(42) VALUE
                   'CUSTMAST.DAT NAO PODE SER ABERTO - STATUS '.
           05  AE-STATUS               PIC X(02).
           05  FILLER                  PIC X(29) VALUE
                   ' - NENHUM CLIENTE ANONIMIZADO'.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-ANR-TOTAL.
           05  AT-LABEL                PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGANON: MODO SIMULACAO - NENHUM ARQUIVO '
                       'SERA GRAVADO'
           END-IF.
           PERFORM LOAD-RETENTION-CONTROL.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM LOAD-XREF-TABLE.

      *    NO BALANCE FILE YET MEANS NO ACCOUNT TO HOLD ANYONE BACK;
      *    ONE THAT CANNOT BE READ MEANS WE CANNOT TELL.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '35'
               SET WS-AB-ABSENT TO TRUE
           ELSE
               IF WS-AB-STATUS NOT = '00'
                   DISPLAY 'PROGANON: ACCTBAL.DAT NAO PODE SER ABERTO '
                           '- STATUS ' WS-AB-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGANON: CUSTMAST.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-CM-STATUS
               IF NOT WS-AB-ABSENT
                   CLOSE ACCOUNT-BALANCE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ANON-REPORT.
           MOVE WS-RUN-DATE    TO AH-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO AH-CUTOFF.
           MOVE WS-LEGAL-DAYS  TO AH-LEGAL-DAYS.
           WRITE ANR-LINE FROM WS-ANR-HEADER.
           IF WS-SIM-MODE
               WRITE ANR-LINE FROM WS-ANR-SIM-LINE
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM SELECT-NEXT-CUSTOMER UNTIL WS-EOF.
           CLOSE CUSTOMER-MASTER.
           IF NOT WS-AB-ABSENT
               CLOSE ACCOUNT-BALANCE
           END-IF.

      *    THE DERIVED FILES FIRST, WHILE THE MASTERS STILL NAME THE
      *    CUSTOMERS - A FAILURE FROM HERE ON LEAVES THEM SELECTABLE
      *    AGAIN, AND MASKING A FILE TWICE CHANGES NOTHING.
           IF WS-ANON-COUNT NOT = 0
               PERFORM MASK-CUSTOMER-HISTORY
               PERFORM MASK-DUNNING-EXTRACT
               PERFORM MASK-STATEMENT-EXTRACT
               PERFORM MASK-SCREENING-ALERTS
               PERFORM MASK-SCREENING-LOG
               PERFORM MASK-ALERT-LOG
               PERFORM MASK-SPOOLED-REPORTS
               PERFORM ANONYMIZE-MASTERS
           END-IF.

           PERFORM PRINT-TOTALS.
           CLOSE ANON-REPORT.

           DISPLAY 'PROGANON: CLIENTES EXAMINADOS: ' WS-SCANNED-COUNT.
           DISPLAY 'PROGANON: ANONIMIZADOS:        ' WS-DONE-COUNT.
           IF WS-HELD-COUNT NOT = 0
               DISPLAY 'PROGANON: RETIDOS (CONTA/SALDO): '
                       WS-HELD-COUNT
           END-IF.
           IF WS-MASTERS-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TABLE-FULL OR WS-HELD-COUNT NOT = 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-RETENTION-CONTROL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RETENTION-CONTROL.
           IF WS-RT-STATUS = '00'
               PERFORM LOAD-NEXT-RETENTION UNTIL WS-EOF
               CLOSE RETENTION-CONTROL
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-RETENTION.
           READ RETENTION-CONTROL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RT-FILE-ID = 'LGPD    '
                           AND RT-RETAIN-DAYS IS NUMERIC
                           AND RT-RETAIN-DAYS > 0
                       MOVE RT-RETAIN-DAYS TO WS-LEGAL-DAYS
                   END-IF
           END-READ.

       COMPUTE-CUTOFF-DATE.
      *    THE LEGAL PERIOD RUNS IN CALENDAR DAYS, NOT THE BUSINESS
      *    DAYS THE HOUSEKEEPING RETENTIONS USE - A CUSTOMER CLOSED
      *    BEFORE THIS DATE IS PAST IT.
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-LEGAL-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER (WS-INTEGER-DATE)
               TO WS-CUTOFF-DATE.

       SELECT-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   SET WS-SCANNED-COUNT UP BY 1
                   IF CM-STATUS-CLOSED
                           AND CM-LAST-UPDATE-DATE < WS-CUTOFF-DATE
                           AND CM-CUST-NAME NOT = WS-ANON-MARKER
                       PERFORM JUDGE-ONE-CUSTOMER
                   END-IF
           END-READ.

       JUDGE-ONE-CUSTOMER.
      *    AN ACCOUNT STILL OPEN, OR MONEY STILL ON ONE, BELONGS TO
      *    SOMEONE WE MUST BE ABLE TO NAME - THE DESK CLOSES AND
      *    SETTLES IT FIRST. THE CUSTOMER'S ACCOUNTS ARE THE ONES THE
      *    CROSS-REFERENCE LINKS TO IT PLUS THE SAME-NUMBER ONE WHEN
      *    NO LINK CLAIMS THAT FOR ANOTHER CUSTOMER.
           MOVE CM-CUST-NUMBER      TO AD-CUSTOMER.
           MOVE CM-LAST-UPDATE-DATE TO AD-CLOSED-DATE.
           MOVE 'N' TO WS-LIVE-ACCT-SW.
           IF NOT WS-AB-ABSENT
               PERFORM CHECK-LINKED-ACCOUNT
                   VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
                       OR WS-LIVE-ACCOUNT
               IF NOT WS-LIVE-ACCOUNT
                   MOVE CM-CUST-NUMBER TO WS-XRF-ACCOUNT
                   PERFORM XREF-TO-CUSTOMER
                   IF NOT WS-XRF-HIT
                       MOVE CM-CUST-NUMBER TO AB-ACCOUNT-NUMBER
                       PERFORM CHECK-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-LIVE-ACCOUNT
               MOVE 'RETIDO - CONTA ATIVA/COM SALDO' TO AD-RESULT
               WRITE ANR-LINE FROM WS-ANR-DETAIL
               SET WS-HELD-COUNT UP BY 1
           ELSE
               IF WS-ANON-COUNT >= 500
                   IF NOT WS-TABLE-FULL
                       DISPLAY 'PROGANON: TABELA DE CLIENTES CHEIA - '
                               'RESTANTES FICAM PARA A PROXIMA EXECUCAO'
                   END-IF
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   PERFORM KEEP-ANON-ENTRY
               END-IF
           END-IF.

       CHECK-LINKED-ACCOUNT.
           IF WS-XT-CUSTOMER (WS-XREF-IDX) = CM-CUST-NUMBER
               MOVE WS-XT-ACCOUNT (WS-XREF-IDX) TO AB-ACCOUNT-NUMBER
               PERFORM CHECK-ONE-ACCOUNT
           END-IF.

       CHECK-ONE-ACCOUNT.
      *    AN ACCOUNT NOT ON THE BALANCE FILE NEVER HELD MONEY.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AB-STATUS-CLOSED OR AB-BALANCE NOT = 0
                       SET WS-LIVE-ACCOUNT TO TRUE
                   END-IF
           END-READ.

       KEEP-ANON-ENTRY.
           SET WS-ANON-COUNT UP BY 1.
           MOVE CM-CUST-NUMBER  TO WS-AN-CUSTOMER (WS-ANON-COUNT).
           MOVE CM-LAST-UPDATE-DATE
               TO WS-AN-CLOSED-DATE (WS-ANON-COUNT).
           MOVE CM-CUST-NAME    TO WS-AN-NAME (WS-ANON-COUNT).
           MOVE CM-CUST-NAME    TO WS-MEASURE-TEXT.
           PERFORM MEASURE-TEXT.
           MOVE WS-MEASURE-LEN  TO WS-AN-NAME-LEN (WS-ANON-COUNT).
           MOVE CM-CUST-ADDRESS TO WS-AN-ADDRESS (WS-ANON-COUNT).
           MOVE CM-CUST-ADDRESS TO WS-MEASURE-TEXT.
           PERFORM MEASURE-TEXT.
           MOVE WS-MEASURE-LEN  TO WS-AN-ADDR-LEN (WS-ANON-COUNT).

       MEASURE-TEXT.
      *    LENGTH OF WS-MEASURE-TEXT WITHOUT ITS TRAILING SPACES.
           MOVE FUNCTION REVERSE (WS-MEASURE-TEXT) TO WS-MEASURE-REV.
           MOVE 0 TO WS-MEASURE-TRAIL.
           INSPECT WS-MEASURE-REV TALLYING WS-MEASURE-TRAIL
               FOR LEADING SPACES.
           COMPUTE WS-MEASURE-LEN = 40 - WS-MEASURE-TRAIL.

       FIND-ANON-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-ANON-ENTRY
               VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-ANON-COUNT
                   OR WS-FOUND-IDX NOT = 0.

       MATCH-ANON-ENTRY.
           IF WS-AN-CUSTOMER (WS-AN-IDX) = WS-FIND-CUSTOMER
               MOVE WS-AN-IDX TO WS-FOUND-IDX
           END-IF.

       MASK-CUSTOMER-HISTORY.
      *    EVERY IMAGE OF THE CUSTOMER ON THE CHANGE HISTORY - THE
      *    NAME BECOMES THE MARKER, THE ADDRESS AND THE PERSONAL KYC
      *    FIELDS GO BLANK. RISK RATING, REVIEW DATE, BRANCH, ACCOUNT
      *    AND THE MERGE LINK ARE NOT PERSONAL AND STAY.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CUSTOMER-HISTORY.
           IF WS-CH-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-HISTORY UNTIL WS-EOF
               CLOSE CUSTOMER-HISTORY
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0 AND NOT WS-SIM-MODE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT ANON-WORK
                   OPEN OUTPUT CUSTOMER-HISTORY
                   PERFORM COPY-NEXT-HISTORY UNTIL WS-EOF
                   CLOSE ANON-WORK
                   CLOSE CUSTOMER-HISTORY
               END-IF
           END-IF.
           MOVE WS-FILE-HITS TO WS-HIST-MASKED.

       MASK-NEXT-HISTORY.
           READ CUSTOMER-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CH-CUST-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM FIND-ANON-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       PERFORM MASK-HISTORY-IMAGES
                   END-IF
                   WRITE AW-RECORD FROM CH-RECORD
           END-READ.

       MASK-HISTORY-IMAGES.
           IF CH-BEF-NAME NOT = SPACES
               MOVE WS-ANON-MARKER TO CH-BEF-NAME
           END-IF.
           IF CH-AFT-NAME NOT = SPACES
               MOVE WS-ANON-MARKER TO CH-AFT-NAME
           END-IF.
           MOVE SPACES TO CH-BEF-ADDRESS.
           MOVE SPACES TO CH-AFT-ADDRESS.
           MOVE SPACES TO CH-BEF-TAX-ID.
           MOVE SPACES TO CH-BEF-DOC-TYPE.
           MOVE SPACES TO CH-BEF-DOC-NUMBER.
           MOVE SPACES TO CH-BEF-BIRTH-DATE.
           MOVE SPACES TO CH-BEF-PHONE.
           MOVE SPACES TO CH-AFT-TAX-ID.
           MOVE SPACES TO CH-AFT-DOC-TYPE.
           MOVE SPACES TO CH-AFT-DOC-NUMBER.
           MOVE SPACES TO CH-AFT-BIRTH-DATE.
           MOVE SPACES TO CH-AFT-PHONE.
           SET WS-FILE-HITS UP BY 1.

       COPY-NEXT-HISTORY.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE CH-RECORD FROM AW-RECORD
           END-READ.

       MASK-DUNNING-EXTRACT.
      *    THE DUNNING EXTRACT IS BY ACCOUNT - ITS OWNER COMES FROM THE
      *    CROSS-REFERENCE, OR THE SAME NUMBER WHEN UNLINKED.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DUNNING-EXTRACT.
           IF WS-DU-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-DUNNING UNTIL WS-EOF
               CLOSE DUNNING-EXTRACT
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0 AND NOT WS-SIM-MODE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT ANON-WORK
                   OPEN OUTPUT DUNNING-EXTRACT
                   PERFORM COPY-NEXT-DUNNING UNTIL WS-EOF
                   CLOSE ANON-WORK
                   CLOSE DUNNING-EXTRACT
               END-IF
           END-IF.
           MOVE WS-FILE-HITS TO WS-DUN-MASKED.

       MASK-NEXT-DUNNING.
           READ DUNNING-EXTRACT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE DU-ACCOUNT TO WS-XRF-ACCOUNT
                   PERFORM XREF-TO-CUSTOMER
                   MOVE WS-XRF-CUSTOMER TO WS-FIND-CUSTOMER
                   PERFORM FIND-ANON-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       MOVE WS-ANON-MARKER TO DU-CUST-NAME
                       MOVE SPACES         TO DU-CUST-ADDRESS
                       SET WS-FILE-HITS UP BY 1
                   END-IF
                   WRITE AW-RECORD FROM DU-RECORD
           END-READ.

       COPY-NEXT-DUNNING.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE DU-RECORD FROM AW-RECORD
           END-READ.

       MASK-STATEMENT-EXTRACT.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT STATEMENT-EXTRACT.
           IF WS-EM-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-STATEMENT UNTIL WS-EOF
               CLOSE STATEMENT-EXTRACT
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0 AND NOT WS-SIM-MODE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT ANON-WORK
                   OPEN OUTPUT STATEMENT-EXTRACT
                   PERFORM COPY-NEXT-STATEMENT UNTIL WS-EOF
                   CLOSE ANON-WORK
                   CLOSE STATEMENT-EXTRACT
               END-IF
           END-IF.
           MOVE WS-FILE-HITS TO WS-STMT-MASKED.

       MASK-NEXT-STATEMENT.
           READ STATEMENT-EXTRACT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF EM-ACCOUNT-HEADER-REC
                       MOVE EM-CUSTOMER TO WS-FIND-CUSTOMER
                       PERFORM FIND-ANON-ENTRY
                       IF WS-FOUND-IDX NOT = 0
                           MOVE WS-ANON-MARKER TO EM-HDR-CUST-NAME
                           MOVE SPACES         TO EM-HDR-EMAIL
                           MOVE SPACES         TO EM-HDR-ADDRESS
                           SET WS-FILE-HITS UP BY 1
                       END-IF
                   END-IF
                   WRITE AW-RECORD FROM EM-RECORD
           END-READ.

       COPY-NEXT-STATEMENT.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE EM-RECORD FROM AW-RECORD
           END-READ.

       MASK-SCREENING-ALERTS.
      *    THE SANCTIONS ALERTS AND THE EXAMINERS' LOG LOSE ONLY THE
      *    CUSTOMER'S NAME - THE LIST ENTRY, ITS NAME, THE SCORE AND
      *    THE DECISION STAY, SO THE SCREENING CAN STILL BE SHOWN.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SCREEN-ALERTS.
           IF WS-SA-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-SCREEN-ALERT UNTIL WS-EOF
               CLOSE SCREEN-ALERTS
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0 AND NOT WS-SIM-MODE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT ANON-WORK
                   OPEN OUTPUT SCREEN-ALERTS
                   PERFORM COPY-NEXT-SCREEN-ALERT UNTIL WS-EOF
                   CLOSE ANON-WORK
                   CLOSE SCREEN-ALERTS
               END-IF
           END-IF.
           MOVE WS-FILE-HITS TO WS-SCRN-MASKED.

       MASK-NEXT-SCREEN-ALERT.
           READ SCREEN-ALERTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SA-CUST-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM FIND-ANON-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       MOVE WS-ANON-MARKER TO SA-CUST-NAME
                       SET WS-FILE-HITS UP BY 1
                   END-IF
                   WRITE AW-RECORD FROM SA-RECORD
           END-READ.

       COPY-NEXT-SCREEN-ALERT.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SA-RECORD FROM AW-RECORD
           END-READ.

       MASK-SCREENING-LOG.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SCREEN-LOG.
           IF WS-SG-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-SCREEN-LOG UNTIL WS-EOF
               CLOSE SCREEN-LOG
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0 AND NOT WS-SIM-MODE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT ANON-WORK
                   OPEN OUTPUT SCREEN-LOG
                   PERFORM COPY-NEXT-SCREEN-LOG UNTIL WS-EOF
                   CLOSE ANON-WORK
                   CLOSE SCREEN-LOG
               END-IF
           END-IF.
           MOVE WS-FILE-HITS TO WS-SLOG-MASKED.

       MASK-NEXT-SCREEN-LOG.
           READ SCREEN-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SG-CUST-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM FIND-ANON-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       MOVE WS-ANON-MARKER TO SG-CUST-NAME
                       SET WS-FILE-HITS UP BY 1
                   END-IF
                   WRITE AW-RECORD FROM SG-RECORD
           END-READ.

       COPY-NEXT-SCREEN-LOG.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SG-RECORD FROM AW-RECORD
           END-READ.

       MASK-ALERT-LOG.
      *    THE ALERT LOG KEEPS THE MOBILE OR E-MAIL EACH ALERT WENT
      *    TO - BLANKED; THE EVENT, ACCOUNT AND AMOUNT STAY.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ALERT-LOG.
           IF WS-AG-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-ALERT-LOG UNTIL WS-EOF
               CLOSE ALERT-LOG
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0 AND NOT WS-SIM-MODE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT ANON-WORK
                   OPEN OUTPUT ALERT-LOG
                   PERFORM COPY-NEXT-ALERT-LOG UNTIL WS-EOF
                   CLOSE ANON-WORK
                   CLOSE ALERT-LOG
               END-IF
           END-IF.
           MOVE WS-FILE-HITS TO WS-ALOG-MASKED.

       MASK-NEXT-ALERT-LOG.
           READ ALERT-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AG-CUST-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM FIND-ANON-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       MOVE SPACES TO AG-ADDRESS
                       SET WS-FILE-HITS UP BY 1
                   END-IF
                   WRITE AW-RECORD FROM AG-RECORD
           END-READ.

       COPY-NEXT-ALERT-LOG.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE AG-RECORD FROM AW-RECORD
           END-READ.

       MASK-SPOOLED-REPORTS.
      *    EVERY REPORT THE CATALOG STILL REACHES IS SEARCHED FOR THE
      *    FORMER NAMES AND ADDRESSES, WHICH ARE STARRED OUT IN PLACE
      *    AT THEIR OWN LENGTH SO THE COLUMNS DON'T MOVE. A TEXT
      *    SHORTER THAN WS-MIN-MASK-LEN IS LEFT ALONE - IT WOULD STAR
      *    OUT PIECES OF UNRELATED WORDS. SPOOL FILES ALREADY DROPPED
      *    FROM THE CATALOG ARE THE PLATFORM CLEANUP'S.
           MOVE 'N' TO WS-CAT-EOF-SW.
           OPEN INPUT REPORT-CATALOG.
           IF WS-SC-STATUS = '00'
               PERFORM MASK-NEXT-CATALOG-ENTRY UNTIL WS-CAT-EOF
               CLOSE REPORT-CATALOG
           END-IF.

       MASK-NEXT-CATALOG-ENTRY.
           READ REPORT-CATALOG
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SPOOL-NAME
                   STRING 'SPL' SC-SPOOL-ID '.DAT'
                       DELIMITED BY SIZE INTO WS-SPOOL-NAME
                   PERFORM MASK-ONE-SPOOL
           END-READ.

       MASK-ONE-SPOOL.
           MOVE 0 TO WS-FILE-HITS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SPOOL-FILE.
           IF WS-SP-STATUS = '00'
               OPEN OUTPUT ANON-WORK
               PERFORM MASK-NEXT-SPOOL-LINE UNTIL WS-EOF
               CLOSE SPOOL-FILE
               CLOSE ANON-WORK
               IF WS-FILE-HITS NOT = 0
                   SET WS-SPOOL-FILES UP BY 1
                   ADD WS-FILE-HITS TO WS-SPOOL-LINES
                   IF NOT WS-SIM-MODE
                       MOVE 'N' TO WS-EOF-SW
                       OPEN INPUT ANON-WORK
                       OPEN OUTPUT SPOOL-FILE
                       PERFORM COPY-NEXT-SPOOL-LINE UNTIL WS-EOF
                       CLOSE ANON-WORK
                       CLOSE SPOOL-FILE
                   END-IF
               END-IF
           END-IF.

       MASK-NEXT-SPOOL-LINE.
           READ SPOOL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-LINE-HITS
                   PERFORM MASK-LINE-FOR-ENTRY
                       VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX > WS-ANON-COUNT
                   IF WS-LINE-HITS NOT = 0
                       SET WS-FILE-HITS UP BY 1
                   END-IF
                   WRITE AW-RECORD FROM SP-LINE
           END-READ.

       MASK-LINE-FOR-ENTRY.
           IF WS-AN-NAME-LEN (WS-AN-IDX) >= WS-MIN-MASK-LEN
               INSPECT SP-LINE TALLYING WS-LINE-HITS
                   FOR ALL WS-AN-NAME (WS-AN-IDX)
                       (1:WS-AN-NAME-LEN (WS-AN-IDX))
               INSPECT SP-LINE REPLACING
                   ALL WS-AN-NAME (WS-AN-IDX)
                       (1:WS-AN-NAME-LEN (WS-AN-IDX))
                   BY WS-MASK (1:WS-AN-NAME-LEN (WS-AN-IDX))
           END-IF.
           IF WS-AN-ADDR-LEN (WS-AN-IDX) >= WS-MIN-MASK-LEN
               INSPECT SP-LINE TALLYING WS-LINE-HITS
                   FOR ALL WS-AN-ADDRESS (WS-AN-IDX)
                       (1:WS-AN-ADDR-LEN (WS-AN-IDX))
               INSPECT SP-LINE REPLACING
                   ALL WS-AN-ADDRESS (WS-AN-IDX)
                       (1:WS-AN-ADDR-LEN (WS-AN-IDX))
                   BY WS-MASK (1:WS-AN-ADDR-LEN (WS-AN-IDX))
           END-IF.

       COPY-NEXT-SPOOL-LINE.
           READ ANON-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SP-LINE FROM AW-RECORD
           END-READ.

       ANONYMIZE-MASTERS.
      *    NO KYC MASTER OR PREFERENCES FILE YET SIMPLY MEANS NOTHING
      *    THERE TO OVERWRITE. A CUSTOMER MASTER THAT WON'T OPEN FOR
      *    UPDATE LEAVES EVERY CUSTOMER AS IT WAS - THE DERIVED FILES
      *    ALREADY MASKED ARE REDONE BY THE NEXT RUN.
           IF NOT WS-SIM-MODE
               OPEN I-O CUSTOMER-MASTER
               IF WS-CM-STATUS NOT = '00'
                   DISPLAY 'PROGANON: CUSTMAST.DAT NAO PODE SER '
                           'ABERTO - STATUS ' WS-CM-STATUS
                   MOVE WS-CM-STATUS TO AE-STATUS
                   WRITE ANR-LINE FROM WS-ANR-ERROR
                   SET WS-MASTERS-FAILED TO TRUE
               ELSE
                   OPEN I-O KYC-MASTER
                   IF WS-KY-STATUS NOT = '00'
                       SET WS-KY-ABSENT TO TRUE
                   END-IF
                   OPEN I-O CUSTOMER-PREFERENCES
                   IF WS-AF-STATUS NOT = '00'
                       SET WS-AP-ABSENT TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-MASTERS-FAILED
               PERFORM ANONYMIZE-ONE-CUSTOMER
                   VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-ANON-COUNT
               IF NOT WS-SIM-MODE
                   CLOSE CUSTOMER-MASTER
                   IF NOT WS-KY-ABSENT
                       CLOSE KYC-MASTER
                   END-IF
                   IF NOT WS-AP-ABSENT
                       CLOSE CUSTOMER-PREFERENCES
                   END-IF
               END-IF
           END-IF.

       ANONYMIZE-ONE-CUSTOMER.
           MOVE WS-AN-CUSTOMER (WS-AN-IDX)    TO AD-CUSTOMER.
           MOVE WS-AN-CLOSED-DATE (WS-AN-IDX) TO AD-CLOSED-DATE.
           IF WS-SIM-MODE
               MOVE 'SERIA ANONIMIZADO' TO AD-RESULT
               SET WS-DONE-COUNT UP BY 1
           ELSE
               MOVE WS-AN-CUSTOMER (WS-AN-IDX) TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'AUSENTE DO CADASTRO' TO AD-RESULT
                   NOT INVALID KEY
                       MOVE WS-ANON-MARKER TO CM-CUST-NAME
                       MOVE SPACES         TO CM-CUST-ADDRESS
                       MOVE WS-RUN-DATE    TO CM-LAST-UPDATE-DATE
                       REWRITE CM-RECORD
                       PERFORM ANONYMIZE-KYC
                       PERFORM ANONYMIZE-PREFERENCES
                       PERFORM WRITE-ANON-HISTORY
                       MOVE CM-CUST-NUMBER TO WS-AL-BEFORE-VALUE
                       MOVE WS-AN-CLOSED-DATE (WS-AN-IDX)
                           TO WS-AL-AFTER-VALUE
                       MOVE 'CUST-ANONIMIZ' TO WS-AL-FIELD-NAME
                       CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
                           WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE
                           WS-AL-OPERATOR-ID
                       MOVE 'ANONIMIZADO' TO AD-RESULT
                       SET WS-DONE-COUNT UP BY 1
               END-READ
           END-IF.
           WRITE ANR-LINE FROM WS-ANR-DETAIL.

       ANONYMIZE-KYC.
           IF NOT WS-KY-ABSENT
               MOVE CM-CUST-NUMBER TO KY-CUST-NUMBER
               READ KYC-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES      TO KY-TAX-ID
                       MOVE SPACES      TO KY-DOC-TYPE
                       MOVE SPACES      TO KY-DOC-NUMBER
                       MOVE 0           TO KY-BIRTH-DATE
                       MOVE SPACES      TO KY-PHONE
                       MOVE WS-RUN-DATE TO KY-LAST-UPDATE-DATE
                       MOVE SPACES      TO KY-OPERATOR-ID
                       REWRITE KY-RECORD
                       SET WS-KYC-COUNT UP BY 1
               END-READ
           END-IF.

       ANONYMIZE-PREFERENCES.
           IF NOT WS-AP-ABSENT
               MOVE CM-CUST-NUMBER TO AF-CUST-NUMBER
               READ CUSTOMER-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES      TO AF-MOBILE
                       MOVE SPACES      TO AF-EMAIL
                       MOVE WS-RUN-DATE TO AF-LAST-UPDATE-DATE
                       MOVE SPACES      TO AF-OPERATOR-ID
                       REWRITE AF-RECORD
                       SET WS-PREF-COUNT UP BY 1
               END-READ
           END-IF.

       WRITE-ANON-HISTORY.
      *    THE EVENT ITSELF GOES ON THE HISTORY WITH NO PERSONAL
      *    IMAGE - ONLY THE MARKER THE NAME NOW CARRIES.
           OPEN EXTEND CUSTOMER-HISTORY.
           IF WS-CH-STATUS = '35'
               OPEN OUTPUT CUSTOMER-HISTORY
           END-IF.
           MOVE SPACES              TO CH-RECORD.
           MOVE CM-CUST-NUMBER      TO CH-CUST-NUMBER.
           MOVE WS-RUN-DATE         TO CH-CHANGE-DATE.
           ACCEPT CH-CHANGE-TIME    FROM TIME.
           MOVE SPACES              TO CH-OPERATOR-ID.
           SET CH-ACTION-ANONYMIZE  TO TRUE.
           MOVE WS-ANON-MARKER      TO CH-BEF-NAME.
           MOVE CM-CUST-STATUS      TO CH-BEF-STATUS.
           MOVE WS-ANON-MARKER      TO CH-AFT-NAME.
           MOVE CM-CUST-STATUS      TO CH-AFT-STATUS.
           MOVE 0                   TO CH-ACCOUNT.
           MOVE 0                   TO CH-MERGE-CUST.
           WRITE CH-RECORD.
           CLOSE CUSTOMER-HISTORY.

       PRINT-TOTALS.
           MOVE 'CLIENTES ANONIMIZADOS:' TO AT-LABEL.
           MOVE WS-DONE-COUNT  TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'CLIENTES RETIDOS (CONTA ATIVA/SALDO):' TO AT-LABEL.
           MOVE WS-HELD-COUNT  TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'REGISTROS DE HISTORICO MASCARADOS:' TO AT-LABEL.
           MOVE WS-HIST-MASKED TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'REGISTROS DE COBRANCA MASCARADOS:' TO AT-LABEL.
           MOVE WS-DUN-MASKED  TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'CABECALHOS DE EXTRATO MASCARADOS:' TO AT-LABEL.
           MOVE WS-STMT-MASKED TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'ALERTAS DE SANCOES MASCARADOS:' TO AT-LABEL.
           MOVE WS-SCRN-MASKED TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'REGISTROS DO LOG DE TRIAGEM MASCARADOS:' TO AT-LABEL.
           MOVE WS-SLOG-MASKED TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'REGISTROS DO LOG DE ALERTAS MASCARADOS:' TO AT-LABEL.
           MOVE WS-ALOG-MASKED TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'RELATORIOS DO SPOOL MASCARADOS:' TO AT-LABEL.
           MOVE WS-SPOOL-FILES TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'LINHAS DO SPOOL MASCARADAS:' TO AT-LABEL.
           MOVE WS-SPOOL-LINES TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'REGISTROS KYC ANONIMIZADOS:' TO AT-LABEL.
           MOVE WS-KYC-COUNT   TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.
           MOVE 'PREFERENCIAS ANONIMIZADAS:' TO AT-LABEL.
           MOVE WS-PREF-COUNT  TO AT-COUNT.
           WRITE ANR-LINE FROM WS-ANR-TOTAL.

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
                       DISPLAY 'PROGANON: TABELA DE VINCULOS CHEIA - '
                               'VINCULO IGNORADO'
                   END-IF
           END-READ.

       GET-SIMULATION-MODE.
      *    SIMMODE.DAT CARRYING AN 'S' PUTS THE RUN IN DRY-RUN MODE -
      *    EVERYTHING IS COMPUTED AND REPORTED, NOTHING IS WRITTEN TO
      *    A MASTER. A MISSING OR EMPTY FILE MEANS A REAL RUN.
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
       END PROGRAM PROGANON.
