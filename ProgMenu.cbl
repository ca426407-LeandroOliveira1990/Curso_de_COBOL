      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: OPERATIONS MENU FOR THE DAY SHIFT, SO THE DESK STOPS
      *          STARTING A SEPARATE EXECUTABLE - AND TYPING THE
      *          PASSWORD AGAIN - FOR EVERY JOB. THE OPERATOR SIGNS ON
      *          ONCE THROUGH OPRSEC (AUTHORITY I), WHICH OPENS A
      *          SESSION; EACH FUNCTION CALLED FROM HERE STILL MAKES
      *          ITS OWN OPRSEC CALL, BUT INSIDE THE SESSION THAT CALL
      *          ANSWERS FOR THE SIGNED-ON OPERATOR WITHOUT A PROMPT.
      *          THE MENU LISTS ONLY THE FUNCTIONS THE OPERATOR'S
      *          AUTHORITY FLAGS ON OPRMAST.DAT ALLOW (RE-READ EVERY
      *          TIME THE MENU IS SHOWN), CALLS THE ONE CHOSEN BY ITS
      *          PROGRAM-ID, CANCELS IT ON RETURN SO THE NEXT CALL
      *          STARTS FRESH, AND SHOWS THE MENU AGAIN. A CHOICE
      *          KEYED MORE THAN WS-IDLE-LIMIT-SECS AFTER THE MENU WAS
      *          SHOWN IS NOT RUN: THE SESSION IS CLOSED FOR
      *          INACTIVITY AND THE MENU ENDS. EVERY SIGN-ON, CHOICE,
      *          REFUSAL, RETURN, TIMEOUT AND SIGN-OFF IS APPENDED TO
      *          MENULOG.DAT AGAINST THE OPERATOR ID. THE FUNCTIONS ARE
      *          CALLED DYNAMICALLY, SO EACH ONE IS BUILT AS A LOADABLE
      *          MODULE NEXT TO THE MENU; RUN ON ITS OWN, A FUNCTION
      *          STILL PROMPTS FOR ITS PASSWORD AS BEFORE.
      * Tectonics: cobc
      * Modified: 2026-10-15 - CUSTOMER ALERT PREFERENCES (PROGALPM)
      *           ON THE MENU UNDER CUSTOMER-MAINTENANCE AUTHORITY.
      * Modified: 2026-10-15 - PROGALPM'S MENU TEXT NOW NAMES THE
      *           STATEMENT DELIVERY PREFERENCE IT ALSO KEEPS.
      * Modified: 2026-10-15 - BRANCH TABLE MAINTENANCE (PROGBRMT) ON
      *           THE MENU UNDER SUPERVISORY AUTHORITY.
      * Modified: 2026-10-15 - PRICING MASTER MAINTENANCE (PROGPRCM)
      *           ON THE MENU UNDER SUPERVISORY AUTHORITY.
      * Modified: 2026-10-15 - OVERDRAFT-PROTECTION ENROLMENT
      *           (PROGODPR) ON THE MENU NEXT TO THE OVERDRAFT LIMITS,
      *           UNDER SUPERVISORY AUTHORITY.
      * Modified: 2026-10-15 - DATA-SUBJECT ACCESS REPORT (PROGDSAR)
      *           ON THE MENU NEXT TO THE SANCTIONS REVIEW, UNDER
      *           COMPLIANCE AUTHORITY.
      * Modified: 2026-10-15 - REFERENCE-DATA MAINTENANCE (PROGREFM)
      *           ON THE MENU NEXT TO THE PRICING MASTER, UNDER
      *           SUPERVISORY AUTHORITY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMENU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OM-OPERATOR-ID
               FILE STATUS WS-OM-STATUS.
           SELECT MENU-LOG ASSIGN TO "MENULOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ML-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPRMAST.
       FD  MENU-LOG.
       01  ML-RECORD.
           05  ML-LOG-DATE             PIC 9(08).
           05  ML-LOG-TIME             PIC 9(08).
           05  ML-OPERATOR-ID          PIC X(08).
           05  ML-EVENT                PIC X(08).
           05  ML-OPTION               PIC 9(02).
           05  ML-PROGRAM              PIC X(08).
           05  ML-RETURN-CODE          PIC 9(04).
           05  FILLER                  PIC X(10).
       WORKING-STORAGE SECTION.
       77  WS-OM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ML-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'I'.
       77  WS-MENU-DONE-SW             PIC X(01) VALUE 'N'.
           88  WS-MENU-DONE                  VALUE 'Y'.
       77  WS-CHOICE-IN                PIC X(02) VALUE SPACES.
       77  WS-CHOICE                   PIC 9(02) VALUE 0.
       77  WS-FN-IDX                   PIC 9(02) VALUE 0.
       77  WS-SHOWN-COUNT              PIC 9(02) VALUE 0.
       77  WS-FN-RC                    PIC 9(04) VALUE 0.
       77  WS-ALLOWED-SW               PIC X(01) VALUE 'N'.
           88  WS-FN-ALLOWED                 VALUE 'Y'.
       77  WS-INSTALLED-SW             PIC X(01) VALUE 'Y'.
           88  WS-FN-INSTALLED               VALUE 'Y'.
       77  WS-LOG-EVENT                PIC X(08) VALUE SPACES.
       77  WS-LOG-OPTION               PIC 9(02) VALUE 0.
       77  WS-LOG-PROGRAM              PIC X(08) VALUE SPACES.
      *    AN OPERATOR WHO LEAVES THE MENU STANDING THIS LONG HAS TO
      *    SIGN ON AGAIN BEFORE ANYTHING ELSE RUNS.
       77  WS-IDLE-LIMIT-SECS          PIC 9(05) VALUE 900.
       77  WS-IDLE-SECS                PIC S9(09) VALUE 0.
       77  WS-SHOWN-DAY                PIC 9(08) VALUE 0.
       77  WS-SHOWN-SECS               PIC 9(05) VALUE 0.
       77  WS-NOW-DAY                  PIC 9(08) VALUE 0.
       77  WS-NOW-SECS                 PIC 9(05) VALUE 0.
       77  WS-CLOCK-DATE               PIC 9(08) VALUE 0.
       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HH             PIC 9(02).
           05  WS-CLOCK-MM             PIC 9(02).
           05  WS-CLOCK-SS             PIC 9(02).
           05  WS-CLOCK-TH             PIC 9(02).
      *    THE AUTHORITY FLAGS OF THE SIGNED-ON OPERATOR, IN THE ORDER
      *    OPRSEC KNOWS THEM: B=RUN BATCH, S=RELEASE SUSPENSE,
      *    A=ADVANCE DATE, C=MAINTAIN CUSTOMERS, K=COMPLIANCE. WHEN THE
      *    MASTER CAN'T BE READ ONLY RUN-BATCH IS ASSUMED - THE SAME
      *    LIMIT OPRSEC'S LEGACY-TABLE BRIDGE APPLIES.
       01  WS-OPERATOR-FLAGS.
           05  WS-FLAG-BATCH           PIC X(01) VALUE 'N'.
           05  WS-FLAG-SUSPENSE        PIC X(01) VALUE 'N'.
           05  WS-FLAG-ADVANCE         PIC X(01) VALUE 'N'.
           05  WS-FLAG-CUSTMAINT       PIC X(01) VALUE 'N'.
           05  WS-FLAG-COMPLIANCE      PIC X(01) VALUE 'N'.
      *    ONE ENTRY PER FUNCTION: PROGRAM-ID, THE AUTHORITY THE
      *    PROGRAM ITSELF ASKS OPRSEC FOR (THE INQUIRY PROGRAMS THAT
      *    NEVER CALLED OPRSEC ARE GATED HERE BY THE AUTHORITY OF THE
      *    DESK THAT USES THEM), AND THE MENU TEXT.
       01  WS-FUNCTION-TABLE-VALUES.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGINQ '.
               10  FILLER              PIC X(01) VALUE 'B'.
               10  FILLER              PIC X(40) VALUE
                   'CONSULTA DE CONTAS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGENTR'.
               10  FILLER              PIC X(01) VALUE 'B'.
               10  FILLER              PIC X(40) VALUE
                   'ENTRADA DE TRANSACOES'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGRPRR'.
               10  FILLER              PIC X(01) VALUE 'B'.
               10  FILLER              PIC X(40) VALUE
                   'REPARO DE REJEITADOS DA QUALIDADE'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGRPRT'.
               10  FILLER              PIC X(01) VALUE 'B'.
               10  FILLER              PIC X(40) VALUE
                   'CATALOGO E REIMPRESSAO DE RELATORIOS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGSUSR'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'REVISAO E LIBERACAO DE SUSPENSOS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGAPPR'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'APROVACAO EM DUPLO CONTROLE'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGHOLD'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'BLOQUEIOS E SUSTACOES'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGODLM'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'LIMITES DE CHEQUE ESPECIAL'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGODPR'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'PROTECAO DE CHEQUE ESPECIAL (POUPANCA)'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGLMNT'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'LIMITES DE TRANSACAO'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGACMT'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'ABERTURA E ENCERRAMENTO DE CONTAS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGBRMT'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'CADASTRO DE AGENCIAS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGPRCM'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'TABELA DE PRECOS E TAXAS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGREFM'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'MANUTENCAO DE TABELAS DE REFERENCIA'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGCHQM'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'TALOES DE CHEQUE'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGLNMT'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'MANUTENCAO DE EMPRESTIMOS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGAUDQ'.
               10  FILLER              PIC X(01) VALUE 'S'.
               10  FILLER              PIC X(40) VALUE
                   'CONSULTA AO LOG DE AUDITORIA'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGSOMT'.
               10  FILLER              PIC X(01) VALUE 'C'.
               10  FILLER              PIC X(40) VALUE
                   'ORDENS PERMANENTES'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGCMNT'.
               10  FILLER              PIC X(01) VALUE 'C'.
               10  FILLER              PIC X(40) VALUE
                   'MANUTENCAO DE CLIENTES (CUSTTRN.DAT)'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGCHIQ'.
               10  FILLER              PIC X(01) VALUE 'C'.
               10  FILLER              PIC X(40) VALUE
                   'HISTORICO DE ALTERACOES DE CLIENTES'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGALPM'.
               10  FILLER              PIC X(01) VALUE 'C'.
               10  FILLER              PIC X(40) VALUE
                   'PREFERENCIAS DE ALERTAS E EXTRATOS'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGSCRV'.
               10  FILLER              PIC X(01) VALUE 'K'.
               10  FILLER              PIC X(40) VALUE
                   'REVISAO DE ALERTAS DE SANCOES'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGDSAR'.
               10  FILLER              PIC X(01) VALUE 'K'.
               10  FILLER              PIC X(40) VALUE
                   'RELATORIO DO TITULAR (LGPD)'.
           05  FILLER.
               10  FILLER              PIC X(08) VALUE 'PROGOPRM'.
               10  FILLER              PIC X(01) VALUE 'A'.
               10  FILLER              PIC X(40) VALUE
                   'MANUTENCAO DE OPERADORES'.
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-TABLE-VALUES.
           05  WS-FN-ENTRY OCCURS 24 TIMES.
               10  WS-FN-PROGRAM       PIC X(08).
               10  WS-FN-AUTH          PIC X(01).
               10  WS-FN-TEXT          PIC X(40).
       77  WS-FUNCTION-COUNT           PIC 9(02) VALUE 24.
       01  WS-MENU-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MN-OPTION               PIC 9(02).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  MN-TEXT                 PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               MOVE 'RECUSADO' TO WS-LOG-EVENT
               PERFORM WRITE-MENU-LOG
               DISPLAY 'PROGMENU: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'ENTRADA' TO WS-LOG-EVENT.
           PERFORM WRITE-MENU-LOG.

           PERFORM RUN-MENU-CYCLE UNTIL WS-MENU-DONE.

           MOVE 'F' TO WS-AUTH-CODE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       RUN-MENU-CYCLE.
           PERFORM LOAD-OPERATOR-FLAGS.
           PERFORM SHOW-MENU.
           PERFORM READ-CLOCK.
           MOVE WS-NOW-DAY  TO WS-SHOWN-DAY.
           MOVE WS-NOW-SECS TO WS-SHOWN-SECS.
           MOVE SPACES TO WS-CHOICE-IN.
           DISPLAY 'PROGMENU: OPCAO (00 OU BRANCO SAI): '.
           ACCEPT WS-CHOICE-IN.
           PERFORM READ-CLOCK.
           COMPUTE WS-IDLE-SECS =
               (WS-NOW-DAY - WS-SHOWN-DAY) * 86400
               + WS-NOW-SECS - WS-SHOWN-SECS.
           IF WS-IDLE-SECS > WS-IDLE-LIMIT-SECS
               MOVE 'INATIVO' TO WS-LOG-EVENT
               PERFORM WRITE-MENU-LOG
               DISPLAY 'PROGMENU: SESSAO ENCERRADA POR INATIVIDADE - '
                       'ENTRE NOVAMENTE'
               SET WS-MENU-DONE TO TRUE
           ELSE
               PERFORM TAKE-CHOICE
           END-IF.

       TAKE-CHOICE.
           IF WS-CHOICE-IN = SPACES OR WS-CHOICE-IN = '00'
                   OR WS-CHOICE-IN = '0 ' OR WS-CHOICE-IN = ' 0'
               MOVE 'SAIDA' TO WS-LOG-EVENT
               PERFORM WRITE-MENU-LOG
               SET WS-MENU-DONE TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-CHOICE-IN) NOT = 0
                   DISPLAY 'PROGMENU: OPCAO NAO NUMERICA'
               ELSE
                   COMPUTE WS-CHOICE = FUNCTION NUMVAL (WS-CHOICE-IN)
                   PERFORM RUN-CHOSEN-FUNCTION
               END-IF
           END-IF.

       RUN-CHOSEN-FUNCTION.
      *    A NUMBER THE OPERATOR WASN'T SHOWN IS REFUSED AND LOGGED,
      *    NOT SILENTLY IGNORED - SOMEONE TRYING OPTIONS IS WORTH A
      *    LINE ON THE LOG.
           MOVE 'N' TO WS-ALLOWED-SW.
           IF WS-CHOICE >= 1 AND WS-CHOICE <= WS-FUNCTION-COUNT
               MOVE WS-CHOICE TO WS-FN-IDX
               PERFORM CHECK-FUNCTION-ALLOWED
           END-IF.
           MOVE WS-CHOICE TO WS-LOG-OPTION.
           IF NOT WS-FN-ALLOWED
               MOVE 'NEGADO' TO WS-LOG-EVENT
               PERFORM WRITE-MENU-LOG
               DISPLAY 'PROGMENU: OPCAO ' WS-CHOICE
                       ' NAO DISPONIVEL PARA O OPERADOR'
           ELSE
               MOVE WS-FN-PROGRAM (WS-FN-IDX) TO WS-LOG-PROGRAM
               MOVE 'SELECAO' TO WS-LOG-EVENT
               PERFORM WRITE-MENU-LOG
               SET WS-FN-INSTALLED TO TRUE
               MOVE 0 TO RETURN-CODE
               CALL WS-FN-PROGRAM (WS-FN-IDX)
                   ON EXCEPTION
                       MOVE 'N' TO WS-INSTALLED-SW
               END-CALL
               IF WS-FN-INSTALLED
                   MOVE RETURN-CODE TO WS-FN-RC
                   CANCEL WS-FN-PROGRAM (WS-FN-IDX)
                   MOVE 'RETORNO' TO WS-LOG-EVENT
               ELSE
                   MOVE 9999 TO WS-FN-RC
                   DISPLAY 'PROGMENU: FUNCAO '
                           WS-FN-PROGRAM (WS-FN-IDX)
                           ' NAO INSTALADA'
                   MOVE 'AUSENTE' TO WS-LOG-EVENT
               END-IF
               PERFORM WRITE-MENU-LOG
               DISPLAY 'PROGMENU: ' WS-FN-PROGRAM (WS-FN-IDX)
                       ' TERMINOU COM RETURN-CODE ' WS-FN-RC
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE 0      TO WS-LOG-OPTION.
           MOVE SPACES TO WS-LOG-PROGRAM.
           MOVE 0      TO WS-FN-RC.

       LOAD-OPERATOR-FLAGS.
           MOVE 'YNNNN' TO WS-OPERATOR-FLAGS.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OM-STATUS = '00'
               MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE 'NNNNN' TO WS-OPERATOR-FLAGS
                   NOT INVALID KEY
                       MOVE OM-AUTH-BATCH-SW      TO WS-FLAG-BATCH
                       MOVE OM-AUTH-SUSPENSE-SW   TO WS-FLAG-SUSPENSE
                       MOVE OM-AUTH-ADVANCE-SW    TO WS-FLAG-ADVANCE
                       MOVE OM-AUTH-CUSTMAINT-SW  TO WS-FLAG-CUSTMAINT
                       MOVE OM-AUTH-COMPLIANCE-SW TO WS-FLAG-COMPLIANCE
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

       SHOW-MENU.
           DISPLAY ' '.
           DISPLAY 'PROGMENU: MENU DE OPERACOES - OPERADOR '
                   WS-OPERATOR-ID.
           MOVE 0 TO WS-SHOWN-COUNT.
           PERFORM SHOW-ONE-FUNCTION
               VARYING WS-FN-IDX FROM 1 BY 1
               UNTIL WS-FN-IDX > WS-FUNCTION-COUNT.
           IF WS-SHOWN-COUNT = 0
               DISPLAY 'PROGMENU: NENHUMA FUNCAO LIBERADA PARA O '
                       'OPERADOR'
           END-IF.

       SHOW-ONE-FUNCTION.
           PERFORM CHECK-FUNCTION-ALLOWED.
           IF WS-FN-ALLOWED
               SET WS-SHOWN-COUNT UP BY 1
               MOVE WS-FN-IDX            TO MN-OPTION
               MOVE WS-FN-TEXT (WS-FN-IDX) TO MN-TEXT
               DISPLAY WS-MENU-LINE
           END-IF.

       CHECK-FUNCTION-ALLOWED.
           MOVE 'N' TO WS-ALLOWED-SW.
           EVALUATE WS-FN-AUTH (WS-FN-IDX)
               WHEN 'B'
                   MOVE WS-FLAG-BATCH      TO WS-ALLOWED-SW
               WHEN 'S'
                   MOVE WS-FLAG-SUSPENSE   TO WS-ALLOWED-SW
               WHEN 'A'
                   MOVE WS-FLAG-ADVANCE    TO WS-ALLOWED-SW
               WHEN 'C'
                   MOVE WS-FLAG-CUSTMAINT  TO WS-ALLOWED-SW
               WHEN 'K'
                   MOVE WS-FLAG-COMPLIANCE TO WS-ALLOWED-SW
           END-EVALUATE.

       READ-CLOCK.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           COMPUTE WS-NOW-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE).
           COMPUTE WS-NOW-SECS = (WS-CLOCK-HH * 3600)
               + (WS-CLOCK-MM * 60) + WS-CLOCK-SS.

       WRITE-MENU-LOG.
           OPEN EXTEND MENU-LOG.
           IF WS-ML-STATUS = '35'
               OPEN OUTPUT MENU-LOG
           END-IF.
           MOVE SPACES             TO ML-RECORD.
           ACCEPT ML-LOG-DATE      FROM DATE YYYYMMDD.
           ACCEPT ML-LOG-TIME      FROM TIME.
           MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID.
           MOVE WS-LOG-EVENT       TO ML-EVENT.
           MOVE WS-LOG-OPTION      TO ML-OPTION.
           MOVE WS-LOG-PROGRAM     TO ML-PROGRAM.
           MOVE WS-FN-RC           TO ML-RETURN-CODE.
           WRITE ML-RECORD.
           CLOSE MENU-LOG.
       END PROGRAM PROGMENU.
