      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: YEARLY UNCLAIMED-PROPERTY (ESCHEATMENT) PROCESSING.
      *          PROGDORM ONLY EVER MOVED A QUIET CUSTOMER TO INACTIVE;
      *          NOTHING TOOK THE BALANCE TO THE STATE WHEN THE
      *          STATUTORY PERIOD RAN OUT. SITS BEHIND OPRSEC
      *          (SUSPENSE AUTHORITY) AND OFFERS THREE FUNCTIONS:
      *          A=AVISOS - SCANS THE BALANCE MASTER FOR OPEN, NON-LOAN
      *          ACCOUNTS IN CREDIT WHOSE OWNER IS INACTIVE AND WHOSE
      *          LAST CUSTOMER-INITIATED POSTING ON PSTHIST.DAT IS
      *          OLDER THAN THE STATUTORY PERIOD (KEYED, BLANK = 5
      *          YEARS), WRITES THE DUE-DILIGENCE LETTER EXTRACT
      *          (ESCHLTR.DAT) AND ENTERS EACH ONE ON THE ESCHEAT
      *          REGISTER (ESCHREG.DAT) WITH THE END OF THE RESPONSE
      *          WINDOW (KEYED, BLANK = 60 DAYS). T=TRANSFERENCIA -
      *          FOR EVERY NOTICE WHOSE WINDOW HAS RUN OUT, AN ACCOUNT
      *          WHOSE OWNER SHOWED UP MEANWHILE (A CUSTOMER POSTING
      *          SINCE THE NOTICE, OR THE CUSTOMER REACTIVATED) IS
      *          KEPT; THE REST HAVE THEIR BALANCE MOVED BY A TRF TO
      *          THE ESCHEAT LIABILITY ACCOUNT (KEYED, MUST BE OPEN) ON
      *          THE ESCHEATMENT FEED (ESCHTRN.DAT, UNDER ITS OWN
      *          ESYYMMDD BATCH HEADER) FOR THE MERGE STEP TO FOLD IN,
      *          ARE MARKED IN CLOSURE SO THE POSTING RUN CLOSES THEM
      *          AT ZERO, AND ARE LISTED ON THE HOLDER REPORT FOR THE
      *          STATE (ESCHHLD.RPT). THE TRANSFER REACHES THE GL
      *          EXTRACT THROUGH THE ORDINARY POSTING HISTORY.
      *          R=RECLAMACAO - TRACES AN ACCOUNT ON THE REGISTER FOR A
      *          CUSTOMER WHO COMES BACK: A NOTICE STILL OPEN IS KEPT
      *          ON THE OWNER'S WORD; AN AMOUNT ALREADY TRANSFERRED IS
      *          REPAID FROM THE LIABILITY ACCOUNT, TO ANOTHER OPEN
      *          ACCOUNT BY TRF OR IN CASH BY WDR, THROUGH THE SAME
      *          FEED. EVERY NOTICE, TRANSFER, KEEP AND CLAIM GOES TO
      *          THE AUDIT TRAIL THROUGH AUDITWRT WITH THE OPERATOR'S
      *          ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESCH.
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
           SELECT ESCHEAT-REGISTER ASSIGN TO "ESCHREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ER-ACCOUNT
               FILE STATUS WS-ER-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT LETTER-EXTRACT ASSIGN TO "ESCHLTR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EL-STATUS.
           SELECT HOLDER-REPORT ASSIGN TO "ESCHHLD.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ESCHEAT-FEED ASSIGN TO "ESCHTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ES-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  ESCHEAT-REGISTER.
           COPY ESCHREG.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  LETTER-EXTRACT.
       01  EL-RECORD.
           05  EL-ACCOUNT              PIC 9(08).
           05  EL-CUSTOMER             PIC 9(08).
           05  EL-CUST-NAME            PIC X(30).
           05  EL-CUST-ADDRESS         PIC X(40).
           05  EL-BALANCE              PIC 9(7)V99.
           05  EL-LAST-ACTIVITY        PIC 9(08).
           05  EL-NOTICE-DATE          PIC 9(08).
           05  EL-DEADLINE             PIC 9(08).
       FD  HOLDER-REPORT.
       01  HR-LINE                     PIC X(80).
       FD  ESCHEAT-FEED.
           COPY DAILYTRN.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ES-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
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
       77  WS-TYPE-LIFE-SW             PIC X(01) VALUE 'N'.
           88  WS-TYPE-IS-LIFE               VALUE 'Y'.
       77  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
       77  WS-ON-REGISTER-SW           PIC X(01) VALUE 'N'.
           88  WS-ON-REGISTER                VALUE 'Y'.
       77  WS-FUNCTION                 PIC X(01) VALUE SPACE.
           88  WS-FN-NOTICES                 VALUE 'A'.
           88  WS-FN-TRANSFER                VALUE 'T'.
           88  WS-FN-CLAIM                   VALUE 'R'.
       77  WS-YEARS-IN                 PIC X(03) VALUE SPACES.
       77  WS-DAYS-IN                  PIC X(04) VALUE SPACES.
       77  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
       77  WS-PAYEE-IN                 PIC X(10) VALUE SPACES.
       77  WS-CONFIRM-IN               PIC X(01) VALUE SPACE.
       77  WS-STATUTORY-YEARS          PIC 9(02) VALUE 5.
       77  WS-WINDOW-DAYS              PIC 9(03) VALUE 60.
       77  WS-DEADLINE                 PIC 9(08) VALUE 0.
       77  WS-ACCOUNT-NUM              PIC 9(08) VALUE 0.
       77  WS-PAYEE-NUM                PIC 9(08) VALUE 0.
       77  WS-LIABILITY-NUM            PIC 9(08) VALUE 0.
       77  WS-LAST-ACTIVITY            PIC 9(08) VALUE 0.
       77  WS-ACCT-COUNT               PIC 9(04) VALUE 0.
       77  WS-IDX                      PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-PH-ACCT-NUM              PIC 9(08) VALUE 0.
       77  WS-SCANNED-COUNT            PIC 9(06) VALUE 0.
       77  WS-NOTICE-COUNT             PIC 9(06) VALUE 0.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-TRANSFER-COUNT           PIC 9(06) VALUE 0.
       77  WS-CLAIM-COUNT              PIC 9(06) VALUE 0.
       77  WS-TRANSFER-TOTAL           PIC S9(9)V99 VALUE 0.
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
       01  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YYYY             PIC 9(04).
           05  WS-CUT-MM               PIC 9(02).
           05  WS-CUT-DD               PIC 9(02).
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 1000 TIMES.
               10  WS-ACT-ACCOUNT      PIC 9(08).
               10  WS-ACT-LAST-DATE    PIC 9(08).
       01  WS-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'ES'.
           05  WS-BATCH-DATE           PIC 9(06).
       01  WS-HLD-HEADER.
           05  FILLER                  PIC X(40) VALUE
                   'RELATORIO AO ESTADO - VALORES NAO RECLAM'.
           05  FILLER                  PIC X(13) VALUE
                   'ADOS - DATA: '.
           05  HH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-HLD-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
                   'CONTA     CLIENTE   TITULAR             '.
           05  FILLER                  PIC X(40) VALUE
                   '            ULT.MOVTO        VALOR      '.
       01  WS-HLD-DETAIL.
           05  HD-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HD-CUSTOMER             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HD-CUST-NAME            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HD-LAST-ACTIVITY        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-HLD-ADDRESS.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ENDERECO: '.
           05  HA-CUST-ADDRESS         PIC X(40).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-HLD-TOTAL.
           05  FILLER                  PIC X(20) VALUE
                   'CONTAS TRANSFERIDAS:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
                   '  VALOR TOTAL: '.
           05  HT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(23) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGESCH: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGESCH: CUSTMAST.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGESCH: ACCTBAL.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-AB-STATUS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE FIRST YEAR'S RUN FINDS NO REGISTER YET - BUILD AN EMPTY
      *    ONE AND REOPEN.
           OPEN I-O ESCHEAT-REGISTER.
           IF WS-ER-STATUS = '35'
               OPEN OUTPUT ESCHEAT-REGISTER
               CLOSE ESCHEAT-REGISTER
               OPEN I-O ESCHEAT-REGISTER
           END-IF.
           IF WS-ER-STATUS NOT = '00'
               DISPLAY 'PROGESCH: ESCHREG.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-ER-STATUS
               CLOSE ACCOUNT-BALANCE
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-XREF-TABLE.

           DISPLAY 'PROGESCH: A=AVISOS T=TRANSFERENCIA '
                   'R=RECLAMACAO: '.
           MOVE SPACE TO WS-FUNCTION.
           ACCEPT WS-FUNCTION.
           IF WS-FN-NOTICES
               PERFORM RUN-DUE-DILIGENCE
           ELSE
               IF WS-FN-TRANSFER
                   PERFORM RUN-ESCHEAT-TRANSFER
               ELSE
                   IF WS-FN-CLAIM
                       PERFORM TRACE-ONE-CLAIM UNTIL WS-SESSION-DONE
                   ELSE
                       DISPLAY 'PROGESCH: OPCAO INVALIDA'
                   END-IF
               END-IF
           END-IF.

           CLOSE ESCHEAT-REGISTER.
           CLOSE ACCOUNT-BALANCE.
           CLOSE CUSTOMER-MASTER.
           DISPLAY 'PROGESCH: CONTAS EXAMINADAS:  ' WS-SCANNED-COUNT.
           DISPLAY 'PROGESCH: AVISOS EMITIDOS:    ' WS-NOTICE-COUNT.
           DISPLAY 'PROGESCH: CONTAS MANTIDAS:    ' WS-KEPT-COUNT.
           DISPLAY 'PROGESCH: CONTAS TRANSFERIDAS:' WS-TRANSFER-COUNT.
           DISPLAY 'PROGESCH: RECLAMACOES PAGAS:  ' WS-CLAIM-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       RUN-DUE-DILIGENCE.
           DISPLAY 'PROGESCH: ANOS SEM MOVIMENTO (BRANCO = 5): '.
           MOVE SPACES TO WS-YEARS-IN.
           ACCEPT WS-YEARS-IN.
           IF WS-YEARS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-YEARS-IN) = 0
                   COMPUTE WS-STATUTORY-YEARS =
                       FUNCTION NUMVAL (WS-YEARS-IN)
               ELSE
                   DISPLAY 'PROGESCH: ANOS NAO NUMERICO - USANDO 5'
               END-IF
           END-IF.
           DISPLAY 'PROGESCH: DIAS PARA RESPOSTA (BRANCO = 60): '.
           MOVE SPACES TO WS-DAYS-IN.
           ACCEPT WS-DAYS-IN.
           IF WS-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-DAYS-IN) = 0
                   COMPUTE WS-WINDOW-DAYS =
                       FUNCTION NUMVAL (WS-DAYS-IN)
               ELSE
                   DISPLAY 'PROGESCH: DIAS NAO NUMERICO - USANDO 60'
               END-IF
           END-IF.

           PERFORM COMPUTE-CUTOFF-DATE.
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                + WS-WINDOW-DAYS).
           DISPLAY 'PROGESCH: SEM MOVIMENTO DESDE ' WS-CUTOFF-DATE
                   ' - RESPOSTA ATE ' WS-DEADLINE.
           PERFORM LOAD-ACTIVITY-TABLE.

           OPEN OUTPUT LETTER-EXTRACT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM SCAN-NEXT-ACCOUNT UNTIL WS-EOF.
           CLOSE LETTER-EXTRACT.

       COMPUTE-CUTOFF-DATE.
      *    N YEARS BACK FROM THE BUSINESS DATE, KEEPING THE DAY - A
      *    29 FEBRUARY FALLS BACK TO THE 28TH.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-STATUTORY-YEARS FROM WS-CUT-YYYY.
           IF WS-CUT-MM = 02 AND WS-CUT-DD = 29
               MOVE 28 TO WS-CUT-DD
           END-IF.

       SCAN-NEXT-ACCOUNT.
           READ ACCOUNT-BALANCE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AB-STATUS-OPEN AND NOT AB-TYPE-LOAN
                           AND AB-BALANCE > 0
                       PERFORM JUDGE-ONE-ACCOUNT
                   END-IF
           END-READ.

       JUDGE-ONE-ACCOUNT.
      *    ONLY A DORMANT OWNER'S ACCOUNT IS A CANDIDATE, AND ONLY ONCE
      *    ITS OWN LAST CUSTOMER POSTING IS PAST THE STATUTORY PERIOD.
      *    AN ACCOUNT WITH NO POSTING LEFT ON THE HISTORY AGES FROM THE
      *    DATE IT WAS OPENED.
           SET WS-SCANNED-COUNT UP BY 1.
           MOVE AB-ACCOUNT-NUMBER TO WS-ACCOUNT-NUM.
           PERFORM READ-OWNING-CUSTOMER.
           IF WS-CUST-FOUND AND CM-STATUS-INACTIVE
               PERFORM FIND-LAST-ACTIVITY
               IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                   PERFORM CHECK-REGISTER-ENTRY
                   IF NOT WS-ON-REGISTER
                       PERFORM ISSUE-DUE-DILIGENCE
                   END-IF
               END-IF
           END-IF.

       READ-OWNING-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE WS-ACCOUNT-NUM TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO CM-CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ.

       FIND-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-ACTIVITY.
           IF AB-STATUS-DATE IS NUMERIC
               MOVE AB-STATUS-DATE TO WS-LAST-ACTIVITY
           END-IF.
           MOVE WS-ACCOUNT-NUM TO WS-PH-ACCT-NUM.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM FIND-ACTIVITY-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCT-COUNT
                   OR WS-FOUND-IDX NOT = 0.
           IF WS-FOUND-IDX NOT = 0
                   AND WS-ACT-LAST-DATE (WS-FOUND-IDX)
                       > WS-LAST-ACTIVITY
               MOVE WS-ACT-LAST-DATE (WS-FOUND-IDX)
                   TO WS-LAST-ACTIVITY
           END-IF.

       CHECK-REGISTER-ENTRY.
      *    A NOTICE STILL OPEN, A TRANSFER OR A CLAIM MEANS THE
      *    ACCOUNT IS ALREADY IN HAND. A KEPT ACCOUNT HAS GONE QUIET
      *    AGAIN AND IS NOTICED AFRESH.
           MOVE 'N' TO WS-ON-REGISTER-SW.
           MOVE WS-ACCOUNT-NUM TO ER-ACCOUNT.
           READ ESCHEAT-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ER-STATUS-KEPT
                       SET WS-ON-REGISTER TO TRUE
                   END-IF
           END-READ.

       ISSUE-DUE-DILIGENCE.
           MOVE SPACES              TO EL-RECORD.
           MOVE WS-ACCOUNT-NUM      TO EL-ACCOUNT.
           MOVE CM-CUST-NUMBER      TO EL-CUSTOMER.
           MOVE CM-CUST-NAME        TO EL-CUST-NAME.
           MOVE CM-CUST-ADDRESS     TO EL-CUST-ADDRESS.
           MOVE AB-BALANCE          TO EL-BALANCE.
           MOVE WS-LAST-ACTIVITY    TO EL-LAST-ACTIVITY.
           MOVE WS-RUN-DATE         TO EL-NOTICE-DATE.
           MOVE WS-DEADLINE         TO EL-DEADLINE.
           WRITE EL-RECORD.

           MOVE SPACES              TO ER-RECORD.
           MOVE WS-ACCOUNT-NUM      TO ER-ACCOUNT.
           MOVE CM-CUST-NUMBER      TO ER-CUSTOMER.
           SET ER-STATUS-NOTICED    TO TRUE.
           MOVE WS-LAST-ACTIVITY    TO ER-LAST-ACTIVITY.
           MOVE WS-RUN-DATE         TO ER-NOTICE-DATE.
           MOVE WS-DEADLINE         TO ER-DEADLINE.
           MOVE AB-BALANCE          TO ER-NOTICE-BALANCE.
           MOVE 0                   TO ER-ESCHEAT-DATE.
           MOVE 0                   TO ER-ESCHEAT-AMOUNT.
           MOVE 0                   TO ER-LIABILITY-ACCOUNT.
           MOVE 0                   TO ER-CLAIM-DATE.
           MOVE 0                   TO ER-CLAIM-ACCOUNT.
           MOVE CM-CUST-NAME        TO ER-CUST-NAME.
           MOVE CM-CUST-ADDRESS     TO ER-CUST-ADDRESS.
           MOVE WS-OPERATOR-ID      TO ER-OPERATOR-ID.
           WRITE ER-RECORD
               INVALID KEY
                   REWRITE ER-RECORD
                       INVALID KEY
                           DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                                   ' NAO REGISTRADA - STATUS '
                                   WS-ER-STATUS
                   END-REWRITE
           END-WRITE.

           SET WS-NOTICE-COUNT UP BY 1.
           MOVE 'ESCH-NOTICE'       TO WS-AL-FIELD-NAME.
           MOVE WS-ACCOUNT-NUM      TO WS-AL-BEFORE-VALUE.
           MOVE AB-BALANCE          TO WS-AL-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       RUN-ESCHEAT-TRANSFER.
           PERFORM GATHER-LIABILITY-ACCOUNT.
           PERFORM LOAD-ACTIVITY-TABLE.

           OPEN OUTPUT HOLDER-REPORT.
           MOVE WS-RUN-DATE         TO HH-RUN-DATE.
           WRITE HR-LINE FROM WS-HLD-HEADER.
           WRITE HR-LINE FROM WS-HLD-COLUMNS.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM SETTLE-NEXT-NOTICE UNTIL WS-EOF.

           MOVE WS-TRANSFER-COUNT   TO HT-COUNT.
           MOVE WS-TRANSFER-TOTAL   TO HT-AMOUNT.
           WRITE HR-LINE FROM WS-HLD-TOTAL.
           CLOSE HOLDER-REPORT.

       GATHER-LIABILITY-ACCOUNT.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-LIABILITY-ACCOUNT UNTIL WS-FIELD-OK.

       ACCEPT-LIABILITY-ACCOUNT.
           DISPLAY 'DIGITE A CONTA DE PASSIVO DE VALORES NAO '
                   'RECLAMADOS: '.
           MOVE SPACES TO WS-ACCOUNT-IN.
           ACCEPT WS-ACCOUNT-IN.
           IF FUNCTION TEST-NUMVAL (WS-ACCOUNT-IN) NOT = 0
               DISPLAY 'PROGESCH: CONTA NAO NUMERICA - REDIGITE'
           ELSE
               COMPUTE WS-LIABILITY-NUM =
                   FUNCTION NUMVAL (WS-ACCOUNT-IN)
               MOVE WS-LIABILITY-NUM TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       DISPLAY 'PROGESCH: CONTA ' WS-LIABILITY-NUM
                               ' NAO ABERTA - REDIGITE'
                   NOT INVALID KEY
                       IF AB-TYPE-LOAN OR NOT AB-STATUS-OPEN
                           DISPLAY 'PROGESCH: CONTA ' WS-LIABILITY-NUM
                                   ' NAO PODE RECEBER - REDIGITE'
                       ELSE
                           SET WS-FIELD-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       SETTLE-NEXT-NOTICE.
           READ ESCHEAT-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ER-STATUS-NOTICED
                           AND ER-DEADLINE < WS-RUN-DATE
                       PERFORM SETTLE-ONE-NOTICE
                   END-IF
           END-READ.

       SETTLE-ONE-NOTICE.
      *    THE OWNER ANSWERED IF THE CUSTOMER WAS REACTIVATED OR THE
      *    ACCOUNT SAW A CUSTOMER POSTING AFTER THE NOTICE WENT OUT.
      *    AN ACCOUNT CLOSED OR EMPTIED MEANWHILE HAS NOTHING LEFT TO
      *    ESCHEAT. EITHER WAY THE NOTICE IS KEPT, NOT TRANSFERRED.
           MOVE ER-ACCOUNT TO WS-ACCOUNT-NUM.
           MOVE WS-ACCOUNT-NUM TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                           ' NAO CADASTRADA - AVISO MANTIDO'
                   PERFORM KEEP-NOTICED-ACCOUNT
               NOT INVALID KEY
                   PERFORM READ-OWNING-CUSTOMER
                   PERFORM FIND-LAST-ACTIVITY
                   IF NOT WS-CUST-FOUND OR NOT CM-STATUS-INACTIVE
                       DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                               ' - CLIENTE REATIVADO'
                       PERFORM KEEP-NOTICED-ACCOUNT
                   ELSE
                       IF WS-LAST-ACTIVITY >= ER-NOTICE-DATE
                           DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                                   ' - MOVIMENTO APOS O AVISO'
                           PERFORM KEEP-NOTICED-ACCOUNT
                       ELSE
                           IF NOT AB-STATUS-OPEN OR AB-BALANCE NOT > 0
                               DISPLAY 'PROGESCH: CONTA '
                                       WS-ACCOUNT-NUM
                                       ' - SEM SALDO A TRANSFERIR'
                               PERFORM KEEP-NOTICED-ACCOUNT
                           ELSE
                               PERFORM ESCHEAT-ONE-ACCOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       KEEP-NOTICED-ACCOUNT.
           SET ER-STATUS-KEPT       TO TRUE.
           MOVE WS-OPERATOR-ID      TO ER-OPERATOR-ID.
           REWRITE ER-RECORD
               INVALID KEY
                   DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGRAVADA - STATUS ' WS-ER-STATUS
               NOT INVALID KEY
                   SET WS-KEPT-COUNT UP BY 1
                   MOVE 'ESCH-KEEP'     TO WS-AL-FIELD-NAME
                   MOVE WS-ACCOUNT-NUM  TO WS-AL-BEFORE-VALUE
                   MOVE 0               TO WS-AL-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       ESCHEAT-ONE-ACCOUNT.
      *    THE WHOLE BRL BOOK VALUE GOES, THE SAME AS A CLOSURE PAYOUT,
      *    AND THE ACCOUNT IS LEFT IN CLOSURE FOR THE POSTING RUN TO
      *    CLOSE ONCE THE TRANSFER HAS TAKEN IT TO ZERO.
           PERFORM OPEN-ESCHEAT-FEED.
           MOVE SPACES              TO DT-RECORD.
           STRING 'ES' WS-ACCOUNT-NUM
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE AB-BALANCE          TO DT-AMOUNT.
           MOVE 'TRF'               TO DT-TRANS-TYPE.
           MOVE WS-LIABILITY-NUM    TO DT-CONTRA-ACCOUNT.
           MOVE WS-ACCOUNT-NUM      TO DT-ACCOUNT.
           PERFORM WRITE-ESCHEAT-DETAIL.
           CLOSE ESCHEAT-FEED.

           MOVE AB-BALANCE          TO WS-AL-BEFORE-VALUE.
           MOVE 0                   TO WS-AL-AFTER-VALUE.
           SET AB-STATUS-CLOSING    TO TRUE.
           MOVE WS-RUN-DATE         TO AB-STATUS-DATE.
           REWRITE AB-RECORD
               INVALID KEY
                   DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGRAVADA - STATUS ' WS-AB-STATUS
           END-REWRITE.

           SET ER-STATUS-TRANSFERRED TO TRUE.
           MOVE WS-RUN-DATE         TO ER-ESCHEAT-DATE.
           MOVE AB-BALANCE          TO ER-ESCHEAT-AMOUNT.
           MOVE WS-LIABILITY-NUM    TO ER-LIABILITY-ACCOUNT.
           MOVE WS-OPERATOR-ID      TO ER-OPERATOR-ID.
           REWRITE ER-RECORD
               INVALID KEY
                   DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGRAVADA - STATUS ' WS-ER-STATUS
           END-REWRITE.

           SET WS-TRANSFER-COUNT UP BY 1.
           ADD AB-BALANCE           TO WS-TRANSFER-TOTAL.
           MOVE 'ESCH-TRANSFER'     TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE ER-ACCOUNT          TO HD-ACCOUNT.
           MOVE ER-CUSTOMER         TO HD-CUSTOMER.
           MOVE ER-CUST-NAME        TO HD-CUST-NAME.
           MOVE ER-LAST-ACTIVITY    TO HD-LAST-ACTIVITY.
           MOVE ER-ESCHEAT-AMOUNT   TO HD-AMOUNT.
           WRITE HR-LINE FROM WS-HLD-DETAIL.
           MOVE ER-CUST-ADDRESS     TO HA-CUST-ADDRESS.
           WRITE HR-LINE FROM WS-HLD-ADDRESS.

       TRACE-ONE-CLAIM.
           MOVE SPACES TO WS-ACCOUNT-IN.
           DISPLAY 'PROGESCH: CONTA RECLAMADA (BRANCO ENCERRA): '.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES
               SET WS-SESSION-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-ACCOUNT-IN) NOT = 0
                   DISPLAY 'PROGESCH: CONTA NAO NUMERICA'
               ELSE
                   COMPUTE WS-ACCOUNT-NUM =
                       FUNCTION NUMVAL (WS-ACCOUNT-IN)
                   MOVE WS-ACCOUNT-NUM TO ER-ACCOUNT
                   READ ESCHEAT-REGISTER
                       INVALID KEY
                           DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                                   ' NAO CONSTA DO REGISTRO'
                       NOT INVALID KEY
                           PERFORM SHOW-REGISTER-ENTRY
                           PERFORM PICK-CLAIM-ACTION
                   END-READ
               END-IF
           END-IF.

       SHOW-REGISTER-ENTRY.
           DISPLAY 'PROGESCH: CLIENTE  ' ER-CUSTOMER ' ' ER-CUST-NAME.
           DISPLAY 'PROGESCH: ENDERECO ' ER-CUST-ADDRESS.
           DISPLAY 'PROGESCH: SITUACAO ' ER-STATUS
                   '  AVISO ' ER-NOTICE-DATE
                   '  PRAZO ' ER-DEADLINE.
           IF ER-STATUS-TRANSFERRED OR ER-STATUS-CLAIMED
               DISPLAY 'PROGESCH: TRANSFERIDO ' ER-ESCHEAT-DATE
                       '  VALOR ' ER-ESCHEAT-AMOUNT
                       '  PASSIVO ' ER-LIABILITY-ACCOUNT
           END-IF.
           IF ER-STATUS-CLAIMED
               DISPLAY 'PROGESCH: DEVOLVIDO ' ER-CLAIM-DATE
                       '  CONTA ' ER-CLAIM-ACCOUNT
           END-IF.

       PICK-CLAIM-ACTION.
      *    A NOTICE STILL OPEN IS ANSWERED ON THE SPOT - THE MONEY
      *    NEVER LEFT THE ACCOUNT. A TRANSFERRED AMOUNT IS REPAID.
           IF ER-STATUS-NOTICED
               DISPLAY 'PROGESCH: REGISTRAR A RESPOSTA DO TITULAR '
                       'E MANTER A CONTA? (S/N): '
               MOVE SPACE TO WS-CONFIRM-IN
               ACCEPT WS-CONFIRM-IN
               IF WS-CONFIRM-IN = 'S'
                   PERFORM KEEP-NOTICED-ACCOUNT
               END-IF
           ELSE
               IF ER-STATUS-TRANSFERRED
                   PERFORM GATHER-PAYEE
                   DISPLAY 'PROGESCH: DEVOLVER ' ER-ESCHEAT-AMOUNT
                           ' AO TITULAR? (S/N): '
                   MOVE SPACE TO WS-CONFIRM-IN
                   ACCEPT WS-CONFIRM-IN
                   IF WS-CONFIRM-IN = 'S'
                       PERFORM REPAY-CLAIM
                   END-IF
               ELSE
                   DISPLAY 'PROGESCH: NADA A DEVOLVER'
               END-IF
           END-IF.

       GATHER-PAYEE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PAYEE UNTIL WS-FIELD-OK.

       ACCEPT-PAYEE.
      *    THE REPAYMENT EITHER LEAVES THE BANK (A WDR ON THE
      *    LIABILITY ACCOUNT) OR GOES TO AN OPEN, NON-LOAN ACCOUNT
      *    (A TRF).
           DISPLAY 'DIGITE A CONTA QUE RECEBE A DEVOLUCAO '
                   '(BRANCO = SAQUE): '.
           MOVE SPACES TO WS-PAYEE-IN.
           ACCEPT WS-PAYEE-IN.
           MOVE 0 TO WS-PAYEE-NUM.
           IF WS-PAYEE-IN = SPACES
               SET WS-FIELD-OK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-PAYEE-IN) NOT = 0
                   DISPLAY 'PROGESCH: CONTA NAO NUMERICA - REDIGITE'
               ELSE
                   COMPUTE WS-PAYEE-NUM =
                       FUNCTION NUMVAL (WS-PAYEE-IN)
                   PERFORM CHECK-PAYEE-ACCOUNT
               END-IF
           END-IF.

       CHECK-PAYEE-ACCOUNT.
           IF WS-PAYEE-NUM = ER-LIABILITY-ACCOUNT
               DISPLAY 'PROGESCH: A CONTA DE PASSIVO NAO RECEBE - '
                       'REDIGITE'
           ELSE
               MOVE WS-PAYEE-NUM TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       DISPLAY 'PROGESCH: CONTA ' WS-PAYEE-NUM
                               ' NAO ABERTA - REDIGITE'
                   NOT INVALID KEY
                       IF AB-TYPE-LOAN OR NOT AB-STATUS-OPEN
                           DISPLAY 'PROGESCH: CONTA ' WS-PAYEE-NUM
                                   ' NAO PODE RECEBER - REDIGITE'
                       ELSE
                           SET WS-FIELD-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       REPAY-CLAIM.
           PERFORM OPEN-ESCHEAT-FEED.
           MOVE SPACES              TO DT-RECORD.
           STRING 'EC' WS-ACCOUNT-NUM
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE ER-ESCHEAT-AMOUNT   TO DT-AMOUNT.
           IF WS-PAYEE-NUM = 0
               MOVE 'WDR'           TO DT-TRANS-TYPE
           ELSE
               MOVE 'TRF'           TO DT-TRANS-TYPE
               MOVE WS-PAYEE-NUM    TO DT-CONTRA-ACCOUNT
           END-IF.
           MOVE ER-LIABILITY-ACCOUNT TO DT-ACCOUNT.
           PERFORM WRITE-ESCHEAT-DETAIL.
           CLOSE ESCHEAT-FEED.

           SET ER-STATUS-CLAIMED    TO TRUE.
           MOVE WS-RUN-DATE         TO ER-CLAIM-DATE.
           MOVE WS-PAYEE-NUM        TO ER-CLAIM-ACCOUNT.
           MOVE WS-OPERATOR-ID      TO ER-OPERATOR-ID.
           REWRITE ER-RECORD
               INVALID KEY
                   DISPLAY 'PROGESCH: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGRAVADA - STATUS ' WS-ER-STATUS
               NOT INVALID KEY
                   SET WS-CLAIM-COUNT UP BY 1
                   DISPLAY 'PROGESCH: DEVOLUCAO NO PROXIMO '
                           'PROCESSAMENTO'
           END-REWRITE.

           MOVE 'ESCH-CLAIM'        TO WS-AL-FIELD-NAME.
           MOVE WS-ACCOUNT-NUM      TO WS-AL-BEFORE-VALUE.
           MOVE ER-ESCHEAT-AMOUNT   TO WS-AL-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       OPEN-ESCHEAT-FEED.
      *    SEVERAL SESSIONS MAY ADD TO THE FEED BEFORE THE MERGE STEP
      *    TAKES IT, SO IT IS APPENDED TO. ONLY AN EMPTY OR MISSING
      *    FEED GETS THE BATCH HEADER; THE MERGE STEP WRITES THE
      *    TRAILER.
           MOVE 'N' TO WS-FEED-HEADER-SW.
           OPEN INPUT ESCHEAT-FEED.
           IF WS-ES-STATUS = '00'
               READ ESCHEAT-FEED
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-FEED-HAS-HEADER TO TRUE
               END-READ
               CLOSE ESCHEAT-FEED
           END-IF.
           IF WS-FEED-HAS-HEADER
               OPEN EXTEND ESCHEAT-FEED
           ELSE
               OPEN OUTPUT ESCHEAT-FEED
               MOVE WS-RUN-DATE (3:6)   TO WS-BATCH-DATE
               MOVE SPACES              TO DT-RECORD
               MOVE 'B'                 TO DT-BH-TYPE
               MOVE WS-BATCH-ID         TO DT-BATCH-ID
               WRITE DT-RECORD
           END-IF.

       WRITE-ESCHEAT-DETAIL.
           SET DT-DETAIL-REC        TO TRUE.
           MOVE WS-RUN-DATE         TO DT-TRANS-DATE.
           MOVE 'BRL'               TO DT-CURRENCY.
           WRITE DT-RECORD.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       LOAD-ACTIVITY-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS = '00'
               PERFORM LOAD-NEXT-POSTING UNTIL WS-EOF
               CLOSE POSTED-HISTORY
           ELSE
               DISPLAY 'PROGESCH: PSTHIST.DAT AUSENTE - INATIVIDADE '
                       'JULGADA PELA ABERTURA DA CONTA'
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-POSTING.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-LIFE-TYPE
                   IF WS-TYPE-IS-LIFE
                       PERFORM KEEP-LAST-ACTIVITY
                   END-IF
           END-READ.

       CHECK-LIFE-TYPE.
      *    THE SAME READING OF THE GENERATED IDS AS PROGDORM -
      *    ACCRUALS AND WITHHOLDING ('I'/'F'), NSF FEES ('N'),
      *    STANDING ORDERS ('O'), PARTNER RETURNS ('R'), CLOSURES AND
      *    ESCHEATS ('E'), SWEEP FEES AND PAYMENT RETURNS ('P'), LOAN
      *    DISBURSEMENTS AND INSTALLMENTS ('LD'/'LP'/'LJ') AND SWEEP
      *    LEGS ('SW'). ANYTHING ELSE CAME FROM THE CUSTOMER.
           IF PH-TRANS-ID (1:1) = 'I' OR PH-TRANS-ID (1:1) = 'F'
                   OR PH-TRANS-ID (1:1) = 'N'
                   OR PH-TRANS-ID (1:1) = 'O'
                   OR PH-TRANS-ID (1:1) = 'R'
                   OR PH-TRANS-ID (1:1) = 'E'
                   OR PH-TRANS-ID (1:1) = 'P'
                   OR PH-TRANS-ID (1:2) = 'LP'
                   OR PH-TRANS-ID (1:2) = 'LJ'
                   OR PH-TRANS-ID (1:2) = 'LD'
                   OR PH-TRANS-ID (1:2) = 'SW'
               MOVE 'N' TO WS-TYPE-LIFE-SW
           ELSE
               MOVE 'Y' TO WS-TYPE-LIFE-SW
           END-IF.

       KEEP-LAST-ACTIVITY.
      *    KEPT BY ACCOUNT, NOT BY CUSTOMER - THE STATUTORY PERIOD
      *    RUNS ON EACH ACCOUNT'S OWN LAST MOVEMENT.
           COMPUTE WS-PH-ACCT-NUM = FUNCTION NUMVAL (PH-ACCOUNT).
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM FIND-ACTIVITY-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCT-COUNT
                   OR WS-FOUND-IDX NOT = 0.
           IF WS-FOUND-IDX = 0
               IF WS-ACCT-COUNT >= 1000
                   DISPLAY 'PROGESCH: TABELA DE CONTAS CHEIA - '
                           'CONTA ' PH-ACCOUNT ' IGNORADA'
               ELSE
                   SET WS-ACCT-COUNT UP BY 1
                   MOVE WS-ACCT-COUNT TO WS-FOUND-IDX
                   MOVE WS-PH-ACCT-NUM
                       TO WS-ACT-ACCOUNT (WS-FOUND-IDX)
                   MOVE 0 TO WS-ACT-LAST-DATE (WS-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = 0
               IF PH-POST-DATE > WS-ACT-LAST-DATE (WS-FOUND-IDX)
                   MOVE PH-POST-DATE
                       TO WS-ACT-LAST-DATE (WS-FOUND-IDX)
               END-IF
           END-IF.

       FIND-ACTIVITY-ENTRY.
           IF WS-ACT-ACCOUNT (WS-IDX) = WS-PH-ACCT-NUM
               MOVE WS-IDX TO WS-FOUND-IDX
           END-IF.

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
                       DISPLAY 'PROGESCH: TABELA DE VINCULOS CHEIA - '
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
       END PROGRAM PROGESCH.
