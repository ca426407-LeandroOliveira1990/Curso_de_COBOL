      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: BRANCH TABLE MAINTENANCE. SITS BEHIND OPRSEC
      *          (SUSPENSE AUTHORITY - THE SUPERVISORY DESK THAT OPENS
      *          THE ACCOUNTS), STEPS THROUGH EACH BRANCH.DAT RECORD
      *          AND LETS THE OPERATOR KEEP, CHANGE (NAME AND STATUS -
      *          AN INACTIVE BRANCH KEEPS ITS ACCOUNTS BUT TAKES NO
      *          NEW ONE) OR DELETE IT, THEN TAKES NEW BRANCHES (BLANK
      *          CODE ENDS THE SESSION). A BRANCH IS ONLY DELETED ONCE
      *          NO ACCOUNT ON THE BALANCE MASTER IS LEFT ON IT, AND
      *          THE HEAD OFFICE (0001) IS NEVER DELETED. A NEW CODE
      *          MUST BE FOUR DIGITS AND NOT ALREADY ON THE TABLE. THE
      *          TABLE IS REWRITTEN FROM A HOLD FILE AT END, SORTED BY
      *          BRANCH CODE SO A NEW BRANCH FALLS INTO ITS PLACE, AND
      *          EVERY ADD, CHANGE AND DELETE GOES TO THE AUDIT TRAIL
      *          THROUGH AUDITWRT WITH THE OPERATOR'S ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBRMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BA-STATUS.
           SELECT BRANCH-HOLD ASSIGN TO "BRMTHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK.TMP".
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
       FD  BRANCH-FILE.
           COPY BRANCH.
       FD  BRANCH-HOLD.
       01  BH-RECORD                   PIC X(64).
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-BRANCH               PIC X(04).
           05  FILLER                  PIC X(60).
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-BA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'S'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RTN-SW                   PIC X(01) VALUE 'N'.
           88  WS-RTN-EOF                    VALUE 'Y'.
       77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88  WS-ADDS-DONE                  VALUE 'Y'.
       77  WS-DECISION                 PIC X(01) VALUE SPACE.
           88  WS-DEC-KEEP                   VALUE 'M'.
           88  WS-DEC-CHANGE                 VALUE 'A'.
           88  WS-DEC-DELETE                 VALUE 'X'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-MASTER-SW                PIC X(01) VALUE 'N'.
           88  WS-MASTER-COUNTED             VALUE 'Y'.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-CHANGED-COUNT            PIC 9(06) VALUE 0.
       77  WS-DELETED-COUNT            PIC 9(06) VALUE 0.
       77  WS-ADDED-COUNT              PIC 9(06) VALUE 0.
       77  WS-BRANCH-IN                PIC X(04) VALUE SPACES.
       77  WS-NAME-IN                  PIC X(30) VALUE SPACES.
       77  WS-STATUS-IN                PIC X(01) VALUE SPACE.
       77  WS-ACCT-BRANCH              PIC X(04) VALUE SPACES.
       77  WS-HEAD-OFFICE              PIC X(04) VALUE '0001'.
       77  WS-CODE-COUNT               PIC 9(04) VALUE 0.
       77  WS-CODE-IDX                 PIC 9(04) VALUE 0.
       77  WS-CODE-HIT-SW              PIC X(01) VALUE 'N'.
           88  WS-CODE-HIT                   VALUE 'Y'.
       77  WS-USAGE-COUNT              PIC 9(04) VALUE 0.
       77  WS-USAGE-IDX                PIC 9(04) VALUE 0.
       77  WS-USAGE-SLOT               PIC 9(04) VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
      *    EVERY CODE ALREADY WRITTEN TO THE HOLD FILE, SO A NEW
      *    BRANCH CAN'T DUPLICATE ONE KEPT OR ADDED THIS SESSION.
       01  WS-CODE-TABLE.
           05  WS-CT-BRANCH OCCURS 500 TIMES PIC X(04).
      *    ACCOUNTS ON THE BALANCE MASTER PER BRANCH, COUNTED ONCE AT
      *    THE START OF THE SESSION FOR THE DELETE CHECK.
       01  WS-USAGE-TABLE.
           05  WS-US-ENTRY OCCURS 500 TIMES.
               10  WS-US-BRANCH        PIC X(04).
               10  WS-US-ACCOUNTS      PIC 9(08).
       01  WS-BRANCH-WORK.
           05  WS-BW-BRANCH            PIC X(04).
           05  WS-BW-NAME              PIC X(30).
           05  WS-BW-STATUS            PIC X(01).
           05  WS-BW-OPENED-DATE       PIC 9(08).
           05  WS-BW-LAST-UPDATE       PIC 9(08).
           05  WS-BW-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGBRMT: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM COUNT-BRANCH-ACCOUNTS.

           OPEN OUTPUT BRANCH-HOLD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BRANCH-FILE.
           IF WS-BA-STATUS = '00'
               PERFORM REVIEW-NEXT-BRANCH UNTIL WS-EOF
               CLOSE BRANCH-FILE
           ELSE
               DISPLAY 'PROGBRMT: BRANCH.DAT AUSENTE - ARQUIVO '
                       'NOVO SERA CRIADO'
           END-IF.

           DISPLAY 'PROGBRMT: NOVAS AGENCIAS - CODIGO EM BRANCO '
                   'ENCERRA.'.
           MOVE SPACE TO WS-DECISION.
           PERFORM ADD-ONE-BRANCH UNTIL WS-ADDS-DONE.
           CLOSE BRANCH-HOLD.

           PERFORM REWRITE-BRANCH-FILE.
      *    A LOOKUP ALREADY LOADED IN THIS RUN UNIT WOULD STILL HOLD
      *    THE OLD TABLE - DROP IT SO THE NEXT CALL RELOADS.
           CANCEL 'BRNLOOK'.

           DISPLAY 'PROGBRMT: MANTIDAS:  ' WS-KEPT-COUNT.
           DISPLAY 'PROGBRMT: ALTERADAS: ' WS-CHANGED-COUNT.
           DISPLAY 'PROGBRMT: EXCLUIDAS: ' WS-DELETED-COUNT.
           DISPLAY 'PROGBRMT: INCLUIDAS: ' WS-ADDED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       COUNT-BRANCH-ACCOUNTS.
      *    WITHOUT THE BALANCE MASTER NOTHING CAN PROVE A BRANCH IS
      *    EMPTY, SO NO DELETE IS ALLOWED IN THAT SESSION.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '00'
               SET WS-MASTER-COUNTED TO TRUE
               PERFORM COUNT-NEXT-ACCOUNT UNTIL WS-EOF
               CLOSE ACCOUNT-BALANCE
           ELSE
               DISPLAY 'PROGBRMT: ACCTBAL.DAT NAO DISPONIVEL - '
                       'EXCLUSOES NAO PERMITIDAS NESTA SESSAO'
           END-IF.

       COUNT-NEXT-ACCOUNT.
           READ ACCOUNT-BALANCE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-ACCOUNT
           END-READ.

       COUNT-ONE-ACCOUNT.
      *    A BLANK OR ZERO BRANCH IS THE HEAD OFFICE.
           MOVE AB-BRANCH TO WS-ACCT-BRANCH.
           IF WS-ACCT-BRANCH = SPACES OR WS-ACCT-BRANCH = '0000'
               MOVE WS-HEAD-OFFICE TO WS-ACCT-BRANCH
           END-IF.
           MOVE 0 TO WS-USAGE-SLOT.
           PERFORM MATCH-USAGE-ENTRY
               VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
                   OR WS-USAGE-SLOT NOT = 0.
           IF WS-USAGE-SLOT = 0
               IF WS-USAGE-COUNT < 500
                   SET WS-USAGE-COUNT UP BY 1
                   MOVE WS-USAGE-COUNT TO WS-USAGE-SLOT
                   MOVE WS-ACCT-BRANCH
                       TO WS-US-BRANCH (WS-USAGE-SLOT)
                   MOVE 0 TO WS-US-ACCOUNTS (WS-USAGE-SLOT)
               ELSE
                   DISPLAY 'PROGBRMT: TABELA DE USO CHEIA - AGENCIA '
                           WS-ACCT-BRANCH ' NAO CONTADA'
               END-IF
           END-IF.
           IF WS-USAGE-SLOT NOT = 0
               ADD 1 TO WS-US-ACCOUNTS (WS-USAGE-SLOT)
           END-IF.

       MATCH-USAGE-ENTRY.
           IF WS-US-BRANCH (WS-USAGE-IDX) = WS-ACCT-BRANCH
               MOVE WS-USAGE-IDX TO WS-USAGE-SLOT
           END-IF.

       REVIEW-NEXT-BRANCH.
           READ BRANCH-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM REVIEW-ONE-BRANCH
           END-READ.

       REVIEW-ONE-BRANCH.
           MOVE BA-BRANCH TO WS-BRANCH-IN.
           MOVE BA-BRANCH TO WS-ACCT-BRANCH.
           MOVE 0 TO WS-USAGE-SLOT.
           PERFORM MATCH-USAGE-ENTRY
               VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
                   OR WS-USAGE-SLOT NOT = 0.
           DISPLAY 'PROGBRMT: AGENCIA ' BA-BRANCH ' ' BA-NAME
                   ' SITUACAO ' BA-STATUS.
           IF WS-USAGE-SLOT = 0
               DISPLAY 'PROGBRMT: CONTAS NA AGENCIA: 0'
           ELSE
               DISPLAY 'PROGBRMT: CONTAS NA AGENCIA: '
                       WS-US-ACCOUNTS (WS-USAGE-SLOT)
           END-IF.

           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-DECISION UNTIL WS-DECISION-OK.

           IF WS-DEC-KEEP
               WRITE BH-RECORD FROM BA-RECORD
               PERFORM REMEMBER-CODE
               SET WS-KEPT-COUNT UP BY 1
           ELSE
               IF WS-DEC-CHANGE
                   PERFORM CHANGE-BRANCH
               ELSE
                   PERFORM DELETE-BRANCH
               END-IF
           END-IF.

       ACCEPT-DECISION.
           DISPLAY 'PROGBRMT: M=MANTER A=ALTERAR X=EXCLUIR: '.
           ACCEPT WS-DECISION.
           IF WS-DEC-KEEP OR WS-DEC-CHANGE
               SET WS-DECISION-OK TO TRUE
           ELSE
               IF WS-DEC-DELETE
                   PERFORM CHECK-DELETE-ALLOWED
               ELSE
                   DISPLAY 'PROGBRMT: DECISAO INVALIDA - REDIGITE'
               END-IF
           END-IF.

       CHECK-DELETE-ALLOWED.
           IF BA-BRANCH = WS-HEAD-OFFICE
               DISPLAY 'PROGBRMT: A MATRIZ NAO PODE SER EXCLUIDA - '
                       'REDIGITE'
           ELSE
               IF NOT WS-MASTER-COUNTED
                   DISPLAY 'PROGBRMT: SEM O MASTER DE SALDOS NAO HA '
                           'EXCLUSAO - REDIGITE'
               ELSE
                   IF WS-USAGE-SLOT NOT = 0
                       DISPLAY 'PROGBRMT: AGENCIA COM CONTAS - '
                               'TRANSFIRA-AS OU INATIVE A AGENCIA'
                   ELSE
                       SET WS-DECISION-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHANGE-BRANCH.
           MOVE BA-RECORD           TO WS-BRANCH-WORK.
           PERFORM GATHER-NAME.
           PERFORM GATHER-STATUS.
           MOVE WS-NAME-IN          TO WS-BW-NAME.
           MOVE WS-STATUS-IN        TO WS-BW-STATUS.
           MOVE WS-RUN-DATE         TO WS-BW-LAST-UPDATE.
           MOVE WS-OPERATOR-ID      TO WS-BW-OPERATOR-ID.
           WRITE BH-RECORD          FROM WS-BRANCH-WORK.
           PERFORM REMEMBER-CODE.
           SET WS-CHANGED-COUNT UP BY 1.
           MOVE BA-BRANCH           TO WS-AL-BEFORE-VALUE.
           MOVE BA-BRANCH           TO WS-AL-AFTER-VALUE.
           MOVE 'BRANCH-CHANGE'     TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.

       DELETE-BRANCH.
           SET WS-DELETED-COUNT UP BY 1.
           MOVE BA-BRANCH           TO WS-AL-BEFORE-VALUE.
           MOVE 0                   TO WS-AL-AFTER-VALUE.
           MOVE 'BRANCH-DELETE'     TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.

       REMEMBER-CODE.
           IF WS-CODE-COUNT < 500
               SET WS-CODE-COUNT UP BY 1
               MOVE WS-BRANCH-IN TO WS-CT-BRANCH (WS-CODE-COUNT)
           END-IF.

       ADD-ONE-BRANCH.
           MOVE SPACES TO WS-BRANCH-IN.
           DISPLAY 'DIGITE O CODIGO DA AGENCIA (BRANCO ENCERRA): '.
           ACCEPT WS-BRANCH-IN.
           IF WS-BRANCH-IN = SPACES
               SET WS-ADDS-DONE TO TRUE
           ELSE
               IF WS-BRANCH-IN IS NOT NUMERIC
                       OR WS-BRANCH-IN = '0000'
                   DISPLAY 'PROGBRMT: CODIGO DEVE TER 4 DIGITOS '
                           'DIFERENTE DE 0000'
               ELSE
                   MOVE 'N' TO WS-CODE-HIT-SW
                   PERFORM MATCH-CODE-ENTRY
                       VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                           OR WS-CODE-HIT
                   IF WS-CODE-HIT
                       DISPLAY 'PROGBRMT: AGENCIA ' WS-BRANCH-IN
                               ' JA CADASTRADA - NAO INCLUIDA'
                   ELSE
                       PERFORM ADD-NEW-BRANCH
                   END-IF
               END-IF
           END-IF.

       MATCH-CODE-ENTRY.
           IF WS-CT-BRANCH (WS-CODE-IDX) = WS-BRANCH-IN
               SET WS-CODE-HIT TO TRUE
           END-IF.

       ADD-NEW-BRANCH.
           MOVE SPACES              TO WS-NAME-IN.
           PERFORM GATHER-NAME.
           MOVE SPACES              TO WS-BRANCH-WORK.
           MOVE WS-BRANCH-IN        TO WS-BW-BRANCH.
           MOVE WS-NAME-IN          TO WS-BW-NAME.
           MOVE 'A'                 TO WS-BW-STATUS.
           MOVE WS-RUN-DATE         TO WS-BW-OPENED-DATE.
           MOVE WS-RUN-DATE         TO WS-BW-LAST-UPDATE.
           MOVE WS-OPERATOR-ID      TO WS-BW-OPERATOR-ID.
           WRITE BH-RECORD          FROM WS-BRANCH-WORK.
           PERFORM REMEMBER-CODE.
           SET WS-ADDED-COUNT UP BY 1.
           MOVE 0                   TO WS-AL-BEFORE-VALUE.
           MOVE WS-BRANCH-IN        TO WS-AL-AFTER-VALUE.
           MOVE 'BRANCH-ADD'        TO WS-AL-FIELD-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY 'PROGBRMT: AGENCIA ' WS-BRANCH-IN ' INCLUIDA'.

       GATHER-NAME.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-NAME UNTIL WS-FIELD-OK.

       ACCEPT-NAME.
      *    ON A CHANGE, BLANK KEEPS THE CURRENT NAME.
           DISPLAY 'DIGITE O NOME DA AGENCIA: '.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES AND WS-DEC-CHANGE
               MOVE BA-NAME TO WS-NAME-IN
           END-IF.
           IF WS-NAME-IN = SPACES
               DISPLAY 'PROGBRMT: NOME OBRIGATORIO - REDIGITE'
           ELSE
               SET WS-FIELD-OK TO TRUE
           END-IF.

       GATHER-STATUS.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-STATUS UNTIL WS-FIELD-OK.

       ACCEPT-STATUS.
           DISPLAY 'DIGITE A SITUACAO (A=ATIVA, I=INATIVA): '.
           MOVE SPACE TO WS-STATUS-IN.
           ACCEPT WS-STATUS-IN.
           IF WS-STATUS-IN = 'A' OR WS-STATUS-IN = 'I'
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGBRMT: SITUACAO INVALIDA - REDIGITE'
           END-IF.

       WRITE-AUDIT-RECORD.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       REWRITE-BRANCH-FILE.
      *    THE HOLD FILE HAS THE ADDITIONS AFTER THE EXISTING TABLE -
      *    SORT IT BACK INTO CODE ORDER ON THE WAY TO BRANCH.DAT.
           SORT SORT-WORK
               ON ASCENDING KEY SW-BRANCH
               INPUT PROCEDURE IS RELEASE-HOLD-RECORDS
               OUTPUT PROCEDURE IS WRITE-BRANCH-FILE.

       RELEASE-HOLD-RECORDS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BRANCH-HOLD.
           PERFORM RELEASE-NEXT-HOLD UNTIL WS-EOF.
           CLOSE BRANCH-HOLD.

       RELEASE-NEXT-HOLD.
           READ BRANCH-HOLD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   RELEASE SW-RECORD FROM BH-RECORD
           END-READ.

       WRITE-BRANCH-FILE.
           MOVE 'N' TO WS-RTN-SW.
           OPEN OUTPUT BRANCH-FILE.
           PERFORM RETURN-NEXT-BRANCH UNTIL WS-RTN-EOF.
           CLOSE BRANCH-FILE.

       RETURN-NEXT-BRANCH.
           RETURN SORT-WORK
               AT END
                   SET WS-RTN-EOF TO TRUE
               NOT AT END
                   WRITE BA-RECORD FROM SW-RECORD
           END-RETURN.

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
       END PROGRAM PROGBRMT.
