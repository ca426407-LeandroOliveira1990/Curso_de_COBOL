      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: BALANCE CONFIRMATION LETTERS FOR THE EXTERNAL
      *          AUDITORS. AT EVERY AUDIT THE AUDITORS SAMPLE ACCOUNTS
      *          AND ASK THE CUSTOMERS TO CONFIRM THE BALANCE WE HOLD
      *          FOR AN AS-OF DATE. SITS BEHIND OPRSEC (SUSPENSE
      *          AUTHORITY) AND OFFERS THREE FUNCTIONS:
      *          C=CARTAS - TAKES THE AS-OF DATE AND THE AUDITORS'
      *          SAMPLE RULE (N = EVERY NTH ACCOUNT, V = EVERY BALANCE
      *          OVER AN AMOUNT, A = A RANDOM SAMPLE OF A GIVEN SIZE
      *          DRAWN FROM THE AUDITORS' SEED, SO THE SAME SEED ALWAYS
      *          DRAWS THE SAME ACCOUNTS, L = THE ACCOUNTS ON THE
      *          AUDITORS' LIST, CONFLIST.DAT), DRAWS THE SAMPLE FROM
      *          THE ACCOUNTS ON BALSNAP.DAT FOR THAT DATE, AND FOR
      *          EACH ONE WRITES THE LETTER EXTRACT (CONFLTR.DAT) WITH
      *          THE SNAPSHOT BALANCE, ADDRESSED TO THE OWNER ON
      *          CUSTMAST, AND ENTERS IT ON THE CONFIRMATION REGISTER
      *          (CONFREG.DAT). THE CONTROL LISTING (CONFCTL.RPT)
      *          SHOWS EVERY ACCOUNT DRAWN AND WHETHER ITS LETTER WENT
      *          OUT (COND CODE 4 WHEN ONE COULD NOT BE SENT).
      *          R=RESPOSTAS - KEYS THE CUSTOMERS' REPLIES AGAINST THE
      *          REGISTER WITH THE BALANCE EACH ONE CONFIRMED.
      *          X=EXCECOES - LISTS FOR AN AS-OF DATE EVERY REPLY THAT
      *          DIFFERS FROM THE BALANCE WE HELD AND EVERY LETTER
      *          STILL UNANSWERED (CONFEXC.RPT, COND CODE 4 ON ANY
      *          DIFFERENCE). EVERY LETTER AND REPLY GOES TO THE AUDIT
      *          TRAIL THROUGH AUDITWRT WITH THE OPERATOR'S ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT CONFIRM-REGISTER ASSIGN TO "CONFREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-KEY
               FILE STATUS WS-CR-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BS-STATUS.
           SELECT SAMPLE-LIST ASSIGN TO "CONFLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SL-STATUS.
           SELECT LETTER-EXTRACT ASSIGN TO "CONFLTR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CL-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "CONFCTL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO "CONFEXC.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CONFIRM-REGISTER.
           COPY CONFREG.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  BALANCE-SNAPSHOT.
           COPY BALSNAP.
       FD  SAMPLE-LIST.
       01  SL-RECORD.
           05  SL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(10).
       FD  LETTER-EXTRACT.
       01  CL-RECORD.
           05  CL-AS-OF-DATE           PIC 9(08).
           05  CL-ACCOUNT              PIC 9(08).
           05  CL-CUSTOMER             PIC 9(08).
           05  CL-CUST-NAME            PIC X(30).
           05  CL-CUST-ADDRESS         PIC X(40).
           05  CL-BALANCE              PIC S9(7)V99.
           05  CL-LETTER-DATE          PIC 9(08).
       FD  CONTROL-REPORT.
       01  CC-LINE                     PIC X(80).
       FD  EXCEPTION-REPORT.
       01  CX-LINE                     PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CL-STATUS                PIC X(02) VALUE SPACES.
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
       77  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-CUST-FOUND                 VALUE 'Y'.
       77  WS-PICK-SW                  PIC X(01) VALUE 'N'.
           88  WS-PICKED                     VALUE 'Y'.
       77  WS-FUNCTION                 PIC X(01) VALUE SPACE.
           88  WS-FN-LETTERS                 VALUE 'C'.
           88  WS-FN-REPLIES                 VALUE 'R'.
           88  WS-FN-EXCEPTIONS              VALUE 'X'.
       77  WS-RULE                     PIC X(01) VALUE SPACE.
           88  WS-RULE-NTH                   VALUE 'N'.
           88  WS-RULE-OVER                  VALUE 'V'.
           88  WS-RULE-RANDOM                VALUE 'A'.
           88  WS-RULE-LIST                  VALUE 'L'.
           88  WS-RULE-VALID                 VALUE 'N' 'V' 'A' 'L'.
       77  WS-DATE-IN                  PIC X(08) VALUE SPACES.
       77  WS-NUMBER-IN                PIC X(15) VALUE SPACES.
       77  WS-ACCOUNT-IN               PIC X(10) VALUE SPACES.
       77  WS-CONFIRM-IN               PIC X(01) VALUE SPACE.
       77  WS-AS-OF-DATE               PIC 9(08) VALUE 0.
       77  WS-INTERVAL                 PIC 9(06) VALUE 0.
       77  WS-NTH-COUNTER              PIC 9(06) VALUE 0.
       77  WS-MIN-BALANCE              PIC S9(9)V99 VALUE 0.
       77  WS-SEED                     PIC 9(09) VALUE 0.
       77  WS-SAMPLE-SIZE              PIC 9(06) VALUE 0.
       77  WS-RANDOM-VALUE             PIC 9V9(09) VALUE 0.
       77  WS-POPULATION               PIC 9(08) VALUE 0.
       77  WS-SEEN-COUNT               PIC 9(08) VALUE 0.
       77  WS-DRAWN-COUNT              PIC 9(08) VALUE 0.
       77  WS-SENT-COUNT               PIC 9(06) VALUE 0.
       77  WS-UNSENT-COUNT             PIC 9(06) VALUE 0.
       77  WS-SENT-TOTAL               PIC S9(11)V99 VALUE 0.
       77  WS-REPLY-COUNT              PIC 9(06) VALUE 0.
       77  WS-AGREED-COUNT             PIC 9(06) VALUE 0.
       77  WS-DIFF-COUNT               PIC 9(06) VALUE 0.
       77  WS-NO-REPLY-COUNT           PIC 9(06) VALUE 0.
       77  WS-DIFF-TOTAL               PIC S9(11)V99 VALUE 0.
       77  WS-DIFFERENCE               PIC S9(9)V99 VALUE 0.
       77  WS-REPLY-BALANCE            PIC S9(9)V99 VALUE 0.
       77  WS-ACCOUNT-NUM              PIC 9(08) VALUE 0.
       77  WS-REASON                   PIC X(30) VALUE SPACES.
       77  WS-RC                       PIC 9(02) VALUE 0.
       77  WS-LIST-COUNT               PIC 9(04) VALUE 0.
       77  WS-LIST-IDX                 PIC 9(04) VALUE 0.
       77  WS-LIST-SLOT                PIC 9(04) VALUE 0.
       77  WS-LIST-ACCOUNT             PIC 9(08) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       77  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       77  WS-EDIT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-LIST-TABLE.
           05  WS-LS-ENTRY OCCURS 1000 TIMES.
               10  WS-LS-ACCOUNT       PIC 9(08).
               10  WS-LS-FOUND-SW      PIC X(01).
       01  WS-CTL-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'CONFIRMACAO DE SALDOS - AUDITORIA - DATA'.
           05  FILLER                  PIC X(07) VALUE '-BASE: '.
           05  CH-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  EMISSAO: '.
           05  CH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-CTL-HEADER-2.
           05  FILLER                  PIC X(09) VALUE 'AMOSTRA: '.
           05  CH-RULE-TEXT            PIC X(71) VALUE SPACES.
       01  WS-CTL-HEADER-3.
           05  FILLER                  PIC X(24) VALUE
                   'CONTAS NA FOTOGRAFIA:   '.
           05  CH-POPULATION           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-CTL-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
                   'CONTA     CLIENTE   TITULAR             '.
           05  FILLER                  PIC X(40) VALUE
                   '   SALDO NA DATA SITUACAO               '.
       01  WS-CTL-DETAIL.
           05  CD-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-CUSTOMER             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CD-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CD-RESULT               PIC X(23).
       01  WS-CTL-TOTAL-1.
           05  FILLER                  PIC X(18) VALUE
                   'CARTAS EMITIDAS:  '.
           05  CT-SENT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
                   '  SALDO TOTAL: '.
           05  CT-SENT-TOTAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-CTL-TOTAL-2.
           05  FILLER                  PIC X(18) VALUE
                   'NAO EMITIDAS:     '.
           05  CT-UNSENT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-EXC-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'CONFIRMACAO DE SALDOS - EXCECOES - DATA-'.
           05  FILLER                  PIC X(06) VALUE 'BASE: '.
           05  XH-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  EMISSAO: '.
           05  XH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-EXC-SECTION-1.
           05  FILLER                  PIC X(40) VALUE
                   'SALDO CONFIRMADO DIFERENTE DO NOSSO:    '.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-EXC-COLUMNS-1.
           05  FILLER                  PIC X(40) VALUE
                   'CONTA     TITULAR                NOSSO S'.
           05  FILLER                  PIC X(40) VALUE
                   'ALDO  SALDO CLIENTE       DIFERENCA     '.
       01  WS-EXC-DIFF-DETAIL.
           05  XD-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XD-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XD-OUR-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XD-REPLY-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XD-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  WS-EXC-SECTION-2.
           05  FILLER                  PIC X(40) VALUE
                   'CARTAS SEM RESPOSTA:                    '.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-EXC-COLUMNS-2.
           05  FILLER                  PIC X(40) VALUE
                   'CONTA     TITULAR                NOSSO S'.
           05  FILLER                  PIC X(40) VALUE
                   'ALDO  ENVIADA EM                        '.
       01  WS-EXC-OPEN-DETAIL.
           05  XO-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XO-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XO-OUR-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XO-SENT-DATE            PIC 9(08).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-EXC-TOTAL-1.
           05  FILLER                  PIC X(08) VALUE 'CARTAS: '.
           05  XT-SENT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  CONFERE: '.
           05  XT-AGREED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  DIFEREM: '.
           05  XT-DIFF-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
                   '  SEM RESPOSTA: '.
           05  XT-NO-REPLY-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-EXC-TOTAL-2.
           05  FILLER                  PIC X(18) VALUE
                   'DIFERENCA LIQUIDA:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  XT-DIFF-TOTAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGCONF: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGCONF: CUSTMAST.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE FIRST AUDIT FINDS NO REGISTER YET - BUILD AN EMPTY ONE
      *    AND REOPEN.
           OPEN I-O CONFIRM-REGISTER.
           IF WS-CR-STATUS = '35'
               OPEN OUTPUT CONFIRM-REGISTER
               CLOSE CONFIRM-REGISTER
               OPEN I-O CONFIRM-REGISTER
           END-IF.
           IF WS-CR-STATUS NOT = '00'
               DISPLAY 'PROGCONF: CONFREG.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-CR-STATUS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-XREF-TABLE.

           DISPLAY 'PROGCONF: C=CARTAS R=RESPOSTAS X=EXCECOES: '.
           MOVE SPACE TO WS-FUNCTION.
           ACCEPT WS-FUNCTION.
           IF WS-FN-LETTERS
               PERFORM RUN-CONFIRMATION-LETTERS
           ELSE
               IF WS-FN-REPLIES
                   PERFORM RECORD-REPLIES
               ELSE
                   IF WS-FN-EXCEPTIONS
                       PERFORM RUN-EXCEPTION-REPORT
                   ELSE
                       DISPLAY 'PROGCONF: OPCAO INVALIDA'
                   END-IF
               END-IF
           END-IF.

           CLOSE CONFIRM-REGISTER.
           CLOSE CUSTOMER-MASTER.
           DISPLAY 'PROGCONF: CARTAS EMITIDAS:    ' WS-SENT-COUNT.
           DISPLAY 'PROGCONF: CARTAS NAO EMITIDAS:' WS-UNSENT-COUNT.
           DISPLAY 'PROGCONF: RESPOSTAS GRAVADAS: ' WS-REPLY-COUNT.
           DISPLAY 'PROGCONF: DIVERGENCIAS:       ' WS-DIFF-COUNT.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       RUN-CONFIRMATION-LETTERS.
           PERFORM GATHER-AS-OF-DATE.
           PERFORM GATHER-SAMPLE-RULE.
           IF WS-RULE-LIST
               PERFORM LOAD-SAMPLE-LIST
           END-IF.
           PERFORM COUNT-POPULATION.
           IF WS-POPULATION = 0
               DISPLAY 'PROGCONF: BALSNAP.DAT SEM SALDOS EM '
                       WS-AS-OF-DATE ' - NENHUMA CARTA EMITIDA'
               MOVE 8 TO WS-RC
           ELSE
               IF WS-RULE-LIST AND WS-LIST-COUNT = 0
                   DISPLAY 'PROGCONF: CONFLIST.DAT SEM CONTAS - '
                           'NENHUMA CARTA EMITIDA'
                   MOVE 8 TO WS-RC
               ELSE
                   PERFORM DRAW-AND-SEND
               END-IF
           END-IF.

       GATHER-AS-OF-DATE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-AS-OF-DATE UNTIL WS-FIELD-OK.

       ACCEPT-AS-OF-DATE.
      *    A SNAPSHOT ONLY EXISTS FOR A NIGHT THAT HAS RUN, SO THE
      *    AS-OF DATE CAN'T BE PAST THE BUSINESS DATE.
           DISPLAY 'PROGCONF: DATA-BASE DA CONFIRMACAO (AAAAMMDD): '.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN IS NOT NUMERIC
               DISPLAY 'PROGCONF: DATA NAO NUMERICA - REDIGITE'
           ELSE
               MOVE WS-DATE-IN TO WS-AS-OF-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-OF-DATE) NOT = 0
                       OR WS-AS-OF-DATE > WS-RUN-DATE
                   DISPLAY 'PROGCONF: DATA INVALIDA - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-SAMPLE-RULE.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-SAMPLE-RULE UNTIL WS-FIELD-OK.
           IF WS-RULE-NTH
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-INTERVAL UNTIL WS-FIELD-OK
               MOVE WS-INTERVAL TO WS-EDIT-COUNT
               STRING 'N - CADA N-ESIMA CONTA, N = ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO CH-RULE-TEXT
           END-IF.
           IF WS-RULE-OVER
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-MIN-BALANCE UNTIL WS-FIELD-OK
               MOVE WS-MIN-BALANCE TO WS-EDIT-AMOUNT
               STRING 'V - SALDO ACIMA DE ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO CH-RULE-TEXT
           END-IF.
           IF WS-RULE-RANDOM
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-SEED UNTIL WS-FIELD-OK
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-SAMPLE-SIZE UNTIL WS-FIELD-OK
               MOVE WS-SAMPLE-SIZE TO WS-EDIT-COUNT
               STRING 'A - ALEATORIA, SEMENTE ' WS-SEED
                   ', TAMANHO ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO CH-RULE-TEXT
           END-IF.
           IF WS-RULE-LIST
               MOVE 'L - LISTA DOS AUDITORES (CONFLIST.DAT)'
                   TO CH-RULE-TEXT
           END-IF.

       ACCEPT-SAMPLE-RULE.
           DISPLAY 'PROGCONF: AMOSTRA - N=CADA N-ESIMA V=ACIMA DE UM '
                   'VALOR A=ALEATORIA L=LISTA: '.
           MOVE SPACE TO WS-RULE.
           ACCEPT WS-RULE.
           IF WS-RULE-VALID
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGCONF: REGRA INVALIDA - REDIGITE'
           END-IF.

       ACCEPT-INTERVAL.
           DISPLAY 'PROGCONF: INTERVALO N: '.
           MOVE SPACES TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN.
           IF FUNCTION TEST-NUMVAL (WS-NUMBER-IN) NOT = 0
               DISPLAY 'PROGCONF: INTERVALO NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-INTERVAL = FUNCTION NUMVAL (WS-NUMBER-IN)
               IF WS-INTERVAL = 0
                   DISPLAY 'PROGCONF: INTERVALO DEVE SER MAIOR QUE '
                           'ZERO - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-MIN-BALANCE.
           DISPLAY 'PROGCONF: SELECIONAR SALDOS ACIMA DE: '.
           MOVE SPACES TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN.
           IF FUNCTION TEST-NUMVAL (WS-NUMBER-IN) NOT = 0
               DISPLAY 'PROGCONF: VALOR NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-MIN-BALANCE = FUNCTION NUMVAL (WS-NUMBER-IN)
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-SEED.
           DISPLAY 'PROGCONF: SEMENTE DOS AUDITORES: '.
           MOVE SPACES TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN.
           IF FUNCTION TEST-NUMVAL (WS-NUMBER-IN) NOT = 0
               DISPLAY 'PROGCONF: SEMENTE NAO NUMERICA - REDIGITE'
           ELSE
               COMPUTE WS-SEED = FUNCTION NUMVAL (WS-NUMBER-IN)
               IF WS-SEED = 0
                   DISPLAY 'PROGCONF: SEMENTE DEVE SER MAIOR QUE '
                           'ZERO - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-SAMPLE-SIZE.
           DISPLAY 'PROGCONF: TAMANHO DA AMOSTRA: '.
           MOVE SPACES TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN.
           IF FUNCTION TEST-NUMVAL (WS-NUMBER-IN) NOT = 0
               DISPLAY 'PROGCONF: TAMANHO NAO NUMERICO - REDIGITE'
           ELSE
               COMPUTE WS-SAMPLE-SIZE = FUNCTION NUMVAL (WS-NUMBER-IN)
               IF WS-SAMPLE-SIZE = 0
                   DISPLAY 'PROGCONF: TAMANHO DEVE SER MAIOR QUE '
                           'ZERO - REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       LOAD-SAMPLE-LIST.
      *    ONE ACCOUNT NUMBER PER LINE, AS THE AUDITORS SENT IT. A
      *    NUMBER REPEATED ON THE LIST IS TAKEN ONCE.
           MOVE 0   TO WS-LIST-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SAMPLE-LIST.
           IF WS-SL-STATUS = '00'
               PERFORM LOAD-NEXT-LISTED UNTIL WS-EOF
               CLOSE SAMPLE-LIST
           ELSE
               DISPLAY 'PROGCONF: CONFLIST.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-SL-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-LISTED.
           READ SAMPLE-LIST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SL-ACCOUNT NOT = SPACES
                       PERFORM KEEP-LISTED-ACCOUNT
                   END-IF
           END-READ.

       KEEP-LISTED-ACCOUNT.
           IF FUNCTION TEST-NUMVAL (SL-ACCOUNT) NOT = 0
               DISPLAY 'PROGCONF: CONFLIST.DAT - CONTA ' SL-ACCOUNT
                       ' NAO NUMERICA - IGNORADA'
           ELSE
               COMPUTE WS-LIST-ACCOUNT = FUNCTION NUMVAL (SL-ACCOUNT)
               PERFORM FIND-LISTED-ACCOUNT
               IF WS-LIST-SLOT = 0
                   IF WS-LIST-COUNT < 1000
                       SET WS-LIST-COUNT UP BY 1
                       MOVE WS-LIST-ACCOUNT
                           TO WS-LS-ACCOUNT (WS-LIST-COUNT)
                       MOVE 'N' TO WS-LS-FOUND-SW (WS-LIST-COUNT)
                   ELSE
                       DISPLAY 'PROGCONF: TABELA DA LISTA CHEIA - '
                               'CONTA ' SL-ACCOUNT ' IGNORADA'
                   END-IF
               END-IF
           END-IF.

       FIND-LISTED-ACCOUNT.
           MOVE 0 TO WS-LIST-SLOT.
           PERFORM MATCH-LISTED-ACCOUNT
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-LIST-COUNT
                   OR WS-LIST-SLOT NOT = 0.

       MATCH-LISTED-ACCOUNT.
           IF WS-LS-ACCOUNT (WS-LIST-IDX) = WS-LIST-ACCOUNT
               MOVE WS-LIST-IDX TO WS-LIST-SLOT
           END-IF.

       COUNT-POPULATION.
      *    THE POPULATION IS EVERY ACCOUNT SNAPSHOTTED ON THE AS-OF
      *    DATE. THE RANDOM DRAW NEEDS ITS SIZE BEFORE IT STARTS.
           MOVE 0   TO WS-POPULATION.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-SNAPSHOT.
           IF WS-BS-STATUS = '00'
               PERFORM COUNT-NEXT-SNAPSHOT UNTIL WS-EOF
               CLOSE BALANCE-SNAPSHOT
           ELSE
               DISPLAY 'PROGCONF: BALSNAP.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-BS-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       COUNT-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BS-SNAP-DATE = WS-AS-OF-DATE
                       SET WS-POPULATION UP BY 1
                   END-IF
           END-READ.

       DRAW-AND-SEND.
           OPEN OUTPUT LETTER-EXTRACT.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WS-AS-OF-DATE       TO CH-AS-OF-DATE.
           MOVE WS-RUN-DATE         TO CH-RUN-DATE.
           WRITE CC-LINE FROM WS-CTL-HEADER-1.
           WRITE CC-LINE FROM WS-CTL-HEADER-2.
           MOVE WS-POPULATION       TO CH-POPULATION.
           WRITE CC-LINE FROM WS-CTL-HEADER-3.
           WRITE CC-LINE FROM WS-CTL-COLUMNS.

           IF WS-RULE-RANDOM
               COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM (WS-SEED)
           END-IF.
           MOVE 0   TO WS-SEEN-COUNT.
           MOVE 0   TO WS-DRAWN-COUNT.
           MOVE 0   TO WS-NTH-COUNTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-SNAPSHOT.
           PERFORM DRAW-NEXT-SNAPSHOT UNTIL WS-EOF.
           CLOSE BALANCE-SNAPSHOT.
           MOVE 'N' TO WS-EOF-SW.

           IF WS-RULE-LIST
               PERFORM REPORT-UNFOUND-LISTED
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
           END-IF.

           MOVE SPACES TO CC-LINE.
           WRITE CC-LINE.
           MOVE WS-SENT-COUNT       TO CT-SENT-COUNT.
           MOVE WS-SENT-TOTAL       TO CT-SENT-TOTAL.
           WRITE CC-LINE FROM WS-CTL-TOTAL-1.
           MOVE WS-UNSENT-COUNT     TO CT-UNSENT-COUNT.
           WRITE CC-LINE FROM WS-CTL-TOTAL-2.
           CLOSE CONTROL-REPORT.
           CLOSE LETTER-EXTRACT.
           IF WS-UNSENT-COUNT NOT = 0
               MOVE 4 TO WS-RC
           END-IF.

       DRAW-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BS-SNAP-DATE = WS-AS-OF-DATE
                       PERFORM JUDGE-SAMPLE
                       SET WS-SEEN-COUNT UP BY 1
                       IF WS-PICKED
                           SET WS-DRAWN-COUNT UP BY 1
                           PERFORM SEND-CONFIRMATION
                       END-IF
                   END-IF
           END-READ.

       JUDGE-SAMPLE.
      *    THE RANDOM DRAW IS SELECTION SAMPLING: EACH ACCOUNT IN TURN
      *    IS TAKEN WITH PROBABILITY (STILL WANTED / STILL UNSEEN), SO
      *    EXACTLY THE SAMPLE SIZE COMES OUT (OR THE WHOLE POPULATION
      *    WHEN IT IS SMALLER), SPREAD EVENLY, AND THE SAME SEED OVER
      *    THE SAME SNAPSHOT ALWAYS DRAWS THE SAME ACCOUNTS.
           MOVE 'N' TO WS-PICK-SW.
           IF WS-RULE-NTH
               SET WS-NTH-COUNTER UP BY 1
               IF WS-NTH-COUNTER = WS-INTERVAL
                   SET WS-PICKED TO TRUE
                   MOVE 0 TO WS-NTH-COUNTER
               END-IF
           END-IF.
           IF WS-RULE-OVER
               IF BS-BALANCE > WS-MIN-BALANCE
                   SET WS-PICKED TO TRUE
               END-IF
           END-IF.
           IF WS-RULE-RANDOM
               COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
               IF (WS-POPULATION - WS-SEEN-COUNT) * WS-RANDOM-VALUE
                       < WS-SAMPLE-SIZE - WS-DRAWN-COUNT
                   SET WS-PICKED TO TRUE
               END-IF
           END-IF.
           IF WS-RULE-LIST
               MOVE BS-ACCOUNT TO WS-LIST-ACCOUNT
               PERFORM FIND-LISTED-ACCOUNT
               IF WS-LIST-SLOT NOT = 0
                   SET WS-PICKED TO TRUE
                   MOVE 'Y' TO WS-LS-FOUND-SW (WS-LIST-SLOT)
               END-IF
           END-IF.

       SEND-CONFIRMATION.
      *    A LETTER NEEDS AN OWNER WITH AN ADDRESS, AND GOES ONLY ONCE
      *    PER ACCOUNT AND AS-OF DATE - A RERUN OF THE SAME DRAW DOES
      *    NOT WRITE TO THE CUSTOMER TWICE.
           MOVE BS-ACCOUNT TO WS-ACCOUNT-NUM.
           MOVE SPACES TO WS-REASON.
           PERFORM READ-OWNING-CUSTOMER.
           IF NOT WS-CUST-FOUND
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-REASON
           ELSE
               IF CM-CUST-ADDRESS = SPACES
                   MOVE 'CLIENTE SEM ENDERECO' TO WS-REASON
               ELSE
                   MOVE WS-AS-OF-DATE  TO CR-AS-OF-DATE
                   MOVE WS-ACCOUNT-NUM TO CR-ACCOUNT
                   READ CONFIRM-REGISTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'JA EMITIDA PARA A DATA' TO WS-REASON
                   END-READ
               END-IF
           END-IF.

           MOVE SPACES              TO WS-CTL-DETAIL.
           MOVE WS-ACCOUNT-NUM      TO CD-ACCOUNT.
           MOVE 0                   TO CD-CUSTOMER.
           IF WS-CUST-FOUND
               MOVE CM-CUST-NUMBER  TO CD-CUSTOMER
               MOVE CM-CUST-NAME    TO CD-CUST-NAME
           END-IF.
           MOVE BS-BALANCE          TO CD-BALANCE.
           IF WS-REASON = SPACES
               PERFORM ISSUE-CONFIRMATION
               MOVE 'CARTA EMITIDA'  TO CD-RESULT
           ELSE
               SET WS-UNSENT-COUNT UP BY 1
               MOVE WS-REASON       TO CD-RESULT
           END-IF.
           WRITE CC-LINE FROM WS-CTL-DETAIL.

       ISSUE-CONFIRMATION.
           MOVE SPACES              TO CL-RECORD.
           MOVE WS-AS-OF-DATE       TO CL-AS-OF-DATE.
           MOVE WS-ACCOUNT-NUM      TO CL-ACCOUNT.
           MOVE CM-CUST-NUMBER      TO CL-CUSTOMER.
           MOVE CM-CUST-NAME        TO CL-CUST-NAME.
           MOVE CM-CUST-ADDRESS     TO CL-CUST-ADDRESS.
           MOVE BS-BALANCE          TO CL-BALANCE.
           MOVE WS-RUN-DATE         TO CL-LETTER-DATE.
           WRITE CL-RECORD.

           MOVE SPACES              TO CR-RECORD.
           MOVE WS-AS-OF-DATE       TO CR-AS-OF-DATE.
           MOVE WS-ACCOUNT-NUM      TO CR-ACCOUNT.
           MOVE CM-CUST-NUMBER      TO CR-CUSTOMER.
           SET CR-STATUS-SENT       TO TRUE.
           MOVE WS-RULE             TO CR-SAMPLE-RULE.
           MOVE BS-BALANCE          TO CR-SNAP-BALANCE.
           MOVE WS-RUN-DATE         TO CR-SENT-DATE.
           MOVE 0                   TO CR-REPLY-DATE.
           MOVE 0                   TO CR-REPLY-BALANCE.
           MOVE CM-CUST-NAME        TO CR-CUST-NAME.
           MOVE CM-CUST-ADDRESS     TO CR-CUST-ADDRESS.
           MOVE WS-OPERATOR-ID      TO CR-OPERATOR-ID.
           WRITE CR-RECORD
               INVALID KEY
                   DISPLAY 'PROGCONF: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGISTRADA - STATUS ' WS-CR-STATUS
           END-WRITE.

           SET WS-SENT-COUNT UP BY 1.
           ADD BS-BALANCE           TO WS-SENT-TOTAL.
           MOVE 'CONF-LETTER'       TO WS-AL-FIELD-NAME.
           MOVE WS-ACCOUNT-NUM      TO WS-AL-BEFORE-VALUE.
           MOVE BS-BALANCE          TO WS-AL-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       REPORT-UNFOUND-LISTED.
      *    AN ACCOUNT ON THE AUDITORS' LIST WITH NO SNAPSHOT ON THE
      *    AS-OF DATE DIDN'T EXIST THEN (OR THE NUMBER IS WRONG) -
      *    LISTED SO THE AUDITORS CAN CHASE IT.
           IF WS-LS-FOUND-SW (WS-LIST-IDX) = 'N'
               SET WS-UNSENT-COUNT UP BY 1
               MOVE SPACES          TO WS-CTL-DETAIL
               MOVE WS-LS-ACCOUNT (WS-LIST-IDX) TO CD-ACCOUNT
               MOVE 0               TO CD-CUSTOMER
               MOVE 0               TO CD-BALANCE
               MOVE 'SEM SALDO NA DATA-BASE' TO CD-RESULT
               WRITE CC-LINE FROM WS-CTL-DETAIL
           END-IF.

       RECORD-REPLIES.
           PERFORM GATHER-AS-OF-DATE.
           PERFORM RECORD-ONE-REPLY UNTIL WS-SESSION-DONE.

       RECORD-ONE-REPLY.
           MOVE SPACES TO WS-ACCOUNT-IN.
           DISPLAY 'PROGCONF: CONTA DA RESPOSTA (BRANCO ENCERRA): '.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES
               SET WS-SESSION-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-ACCOUNT-IN) NOT = 0
                   DISPLAY 'PROGCONF: CONTA NAO NUMERICA'
               ELSE
                   COMPUTE WS-ACCOUNT-NUM =
                       FUNCTION NUMVAL (WS-ACCOUNT-IN)
                   MOVE WS-AS-OF-DATE  TO CR-AS-OF-DATE
                   MOVE WS-ACCOUNT-NUM TO CR-ACCOUNT
                   READ CONFIRM-REGISTER
                       INVALID KEY
                           DISPLAY 'PROGCONF: CONTA ' WS-ACCOUNT-NUM
                                   ' SEM CARTA PARA A DATA-BASE '
                                   WS-AS-OF-DATE
                       NOT INVALID KEY
                           PERFORM SHOW-CONFIRMATION
                           PERFORM PICK-REPLY-ACTION
                   END-READ
               END-IF
           END-IF.

       SHOW-CONFIRMATION.
           DISPLAY 'PROGCONF: CLIENTE  ' CR-CUSTOMER ' ' CR-CUST-NAME.
           DISPLAY 'PROGCONF: ENVIADA  ' CR-SENT-DATE
                   '  NOSSO SALDO ' CR-SNAP-BALANCE.
           IF NOT CR-STATUS-SENT
               DISPLAY 'PROGCONF: JA RESPONDIDA EM ' CR-REPLY-DATE
                       '  SALDO CONFIRMADO ' CR-REPLY-BALANCE
           END-IF.

       PICK-REPLY-ACTION.
      *    A SECOND REPLY (THE CUSTOMER WROTE AGAIN, OR THE FIRST WAS
      *    KEYED WRONG) REPLACES THE FIRST ONLY ON CONFIRMATION.
           MOVE 'S' TO WS-CONFIRM-IN.
           IF NOT CR-STATUS-SENT
               DISPLAY 'PROGCONF: SUBSTITUIR A RESPOSTA ANTERIOR? '
                       '(S/N): '
               MOVE SPACE TO WS-CONFIRM-IN
               ACCEPT WS-CONFIRM-IN
           END-IF.
           IF WS-CONFIRM-IN = 'S'
               PERFORM ACCEPT-REPLY-BALANCE
           END-IF.

       ACCEPT-REPLY-BALANCE.
           DISPLAY 'PROGCONF: SALDO CONFIRMADO PELO CLIENTE '
                   '(BRANCO = CONFERE): '.
           MOVE SPACES TO WS-NUMBER-IN.
           ACCEPT WS-NUMBER-IN.
           IF WS-NUMBER-IN = SPACES
               MOVE CR-SNAP-BALANCE TO WS-REPLY-BALANCE
               PERFORM STORE-REPLY
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-NUMBER-IN) NOT = 0
                   DISPLAY 'PROGCONF: VALOR NAO NUMERICO - RESPOSTA '
                           'NAO GRAVADA'
               ELSE
                   COMPUTE WS-REPLY-BALANCE =
                       FUNCTION NUMVAL (WS-NUMBER-IN)
                   PERFORM STORE-REPLY
               END-IF
           END-IF.

       STORE-REPLY.
           MOVE WS-REPLY-BALANCE    TO CR-REPLY-BALANCE.
           MOVE WS-RUN-DATE         TO CR-REPLY-DATE.
           MOVE WS-OPERATOR-ID      TO CR-OPERATOR-ID.
           IF CR-REPLY-BALANCE = CR-SNAP-BALANCE
               SET CR-STATUS-AGREED TO TRUE
           ELSE
               SET CR-STATUS-DIFFERENT TO TRUE
           END-IF.
           REWRITE CR-RECORD
               INVALID KEY
                   DISPLAY 'PROGCONF: CONTA ' WS-ACCOUNT-NUM
                           ' NAO REGRAVADA - STATUS ' WS-CR-STATUS
               NOT INVALID KEY
                   SET WS-REPLY-COUNT UP BY 1
                   IF CR-STATUS-AGREED
                       DISPLAY 'PROGCONF: RESPOSTA GRAVADA - CONFERE'
                   ELSE
                       SET WS-DIFF-COUNT UP BY 1
                       COMPUTE WS-DIFFERENCE =
                           CR-REPLY-BALANCE - CR-SNAP-BALANCE
                       MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT
                       DISPLAY 'PROGCONF: RESPOSTA GRAVADA - '
                               'DIVERGENCIA DE ' WS-EDIT-AMOUNT
                   END-IF
                   MOVE 'CONF-REPLY'    TO WS-AL-FIELD-NAME
                   MOVE CR-SNAP-BALANCE TO WS-AL-BEFORE-VALUE
                   MOVE CR-REPLY-BALANCE TO WS-AL-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       RUN-EXCEPTION-REPORT.
           PERFORM GATHER-AS-OF-DATE.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE WS-AS-OF-DATE       TO XH-AS-OF-DATE.
           MOVE WS-RUN-DATE         TO XH-RUN-DATE.
           WRITE CX-LINE FROM WS-EXC-HEADER-1.
           MOVE SPACES TO CX-LINE.
           WRITE CX-LINE.
           WRITE CX-LINE FROM WS-EXC-SECTION-1.
           WRITE CX-LINE FROM WS-EXC-COLUMNS-1.
           PERFORM START-AS-OF-DATE.
           PERFORM LIST-NEXT-DIFFERENCE UNTIL WS-EOF.

           MOVE SPACES TO CX-LINE.
           WRITE CX-LINE.
           WRITE CX-LINE FROM WS-EXC-SECTION-2.
           WRITE CX-LINE FROM WS-EXC-COLUMNS-2.
           PERFORM START-AS-OF-DATE.
           PERFORM LIST-NEXT-UNANSWERED UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.

           MOVE SPACES TO CX-LINE.
           WRITE CX-LINE.
           COMPUTE XT-SENT-COUNT =
               WS-AGREED-COUNT + WS-DIFF-COUNT + WS-NO-REPLY-COUNT.
           MOVE WS-AGREED-COUNT     TO XT-AGREED-COUNT.
           MOVE WS-DIFF-COUNT       TO XT-DIFF-COUNT.
           MOVE WS-NO-REPLY-COUNT   TO XT-NO-REPLY-COUNT.
           WRITE CX-LINE FROM WS-EXC-TOTAL-1.
           MOVE WS-DIFF-TOTAL       TO XT-DIFF-TOTAL.
           WRITE CX-LINE FROM WS-EXC-TOTAL-2.
           CLOSE EXCEPTION-REPORT.
           IF WS-DIFF-COUNT NOT = 0
               MOVE 4 TO WS-RC
           END-IF.

       START-AS-OF-DATE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-AS-OF-DATE TO CR-AS-OF-DATE.
           MOVE 0             TO CR-ACCOUNT.
           START CONFIRM-REGISTER KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       LIST-NEXT-DIFFERENCE.
           READ CONFIRM-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CR-AS-OF-DATE NOT = WS-AS-OF-DATE
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CR-STATUS-AGREED
                           SET WS-AGREED-COUNT UP BY 1
                       END-IF
                       IF CR-STATUS-DIFFERENT
                           PERFORM WRITE-DIFFERENCE-LINE
                       END-IF
                   END-IF
           END-READ.

       WRITE-DIFFERENCE-LINE.
           SET WS-DIFF-COUNT UP BY 1.
           COMPUTE WS-DIFFERENCE = CR-REPLY-BALANCE - CR-SNAP-BALANCE.
           ADD WS-DIFFERENCE        TO WS-DIFF-TOTAL.
           MOVE SPACES              TO WS-EXC-DIFF-DETAIL.
           MOVE CR-ACCOUNT          TO XD-ACCOUNT.
           MOVE CR-CUST-NAME        TO XD-CUST-NAME.
           MOVE CR-SNAP-BALANCE     TO XD-OUR-BALANCE.
           MOVE CR-REPLY-BALANCE    TO XD-REPLY-BALANCE.
           MOVE WS-DIFFERENCE       TO XD-DIFFERENCE.
           WRITE CX-LINE FROM WS-EXC-DIFF-DETAIL.

       LIST-NEXT-UNANSWERED.
           READ CONFIRM-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CR-AS-OF-DATE NOT = WS-AS-OF-DATE
                       SET WS-EOF TO TRUE
                   ELSE
                       IF CR-STATUS-SENT
                           PERFORM WRITE-UNANSWERED-LINE
                       END-IF
                   END-IF
           END-READ.

       WRITE-UNANSWERED-LINE.
           SET WS-NO-REPLY-COUNT UP BY 1.
           MOVE SPACES              TO WS-EXC-OPEN-DETAIL.
           MOVE CR-ACCOUNT          TO XO-ACCOUNT.
           MOVE CR-CUST-NAME        TO XO-CUST-NAME.
           MOVE CR-SNAP-BALANCE     TO XO-OUR-BALANCE.
           MOVE CR-SENT-DATE        TO XO-SENT-DATE.
           WRITE CX-LINE FROM WS-EXC-OPEN-DETAIL.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

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
                       DISPLAY 'PROGCONF: TABELA DE VINCULOS CHEIA - '
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
       END PROGRAM PROGCONF.
