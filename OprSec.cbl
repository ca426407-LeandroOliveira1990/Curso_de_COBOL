      *           MASTER EXISTS TO SEPARATE WHENEVER THE FILE IS
      *           UNREADABLE. A SUPERVISOR CLEARS A BROKEN MASTER AND
      *           LETS THE BOOTSTRAP REBUILD IT.
      * Modified: 2026-10-15 - NEW AUTHORITY K (COMPLIANCE) FOR THE
      *           SANCTIONS-ALERT REVIEW, BACKED BY ITS OWN FLAG ON
      *           THE MASTER. THE BOOTSTRAP SUPERVISOR CARRIES IT
      *           WITH THE OTHERS.
      * Modified: 2026-10-15 - SIGN-ON SESSIONS FOR THE OPERATIONS
      *           MENU (PROGMENU). AUTHORITY I SIGNS THE OPERATOR ON
      *           ONCE - PASSWORD AND AT LEAST ONE AUTHORITY FLAG -
      *           AND OPENS A SESSION; WHILE IT IS OPEN, EVERY LATER
      *           CALL IN THE SAME RUN ANSWERS FOR THE SIGNED-ON
      *           OPERATOR WITHOUT A PROMPT, RE-READING THE MASTER SO
      *           A LOCK OR A WITHDRAWN FLAG STILL BITES. AUTHORITY F
      *           CLOSES THE SESSION. A PROGRAM RUN ON ITS OWN NEVER
      *           OPENS ONE AND PROMPTS AS BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSEC.
       77  WS-INTEGER-DATE             PIC 9(08) VALUE 0.
       77  WS-MAX-FAILURES             PIC 9(02) VALUE 3.
       77  WS-BOOT-IDX                 PIC 9(02) VALUE 0.
       77  WS-SESSION-SW               PIC X(01) VALUE 'N'.
           88  WS-SESSION-OPEN               VALUE 'Y'.
       77  WS-SESSION-OPERATOR         PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01  LS-OPERATOR-ID               PIC X(08).
       01  LS-AUTH-CODE                 PIC X(01).
           88  LS-AUTH-REQ-SUSPENSE           VALUE 'S'.
           88  LS-AUTH-REQ-ADVANCE            VALUE 'A'.
           88  LS-AUTH-REQ-CUSTMAINT          VALUE 'C'.
           88  LS-AUTH-REQ-COMPLIANCE         VALUE 'K'.
           88  LS-AUTH-REQ-SIGNON             VALUE 'I'.
           88  LS-AUTH-REQ-SIGNOFF            VALUE 'F'.
       01  LS-AUTHORIZED-SW             PIC X(01).
           88  LS-AUTHORIZED                  VALUE 'Y'.
           88  LS-NOT-AUTHORIZED              VALUE 'N'.
           SET LS-NOT-AUTHORIZED TO TRUE.
           ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.

           IF LS-AUTH-REQ-SIGNOFF
               MOVE 'N'    TO WS-SESSION-SW
               MOVE SPACES TO WS-SESSION-OPERATOR
               GOBACK
           END-IF.

           PERFORM OPEN-OPERATOR-MASTER.

           IF WS-SESSION-OPEN AND NOT LS-AUTH-REQ-SIGNON
               MOVE WS-SESSION-OPERATOR TO LS-OPERATOR-ID
               PERFORM CHECK-SESSION-AUTHORITY
               IF NOT WS-TABLE-FALLBACK
                   CLOSE OPERATOR-MASTER
               END-IF
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O ID DO OPERADOR: '.
           ACCEPT LS-OPERATOR-ID.
           DISPLAY 'DIGITE A SENHA: '.
               CLOSE OPERATOR-MASTER
           END-IF.

           IF LS-AUTH-REQ-SIGNON
               IF LS-AUTHORIZED
                   SET WS-SESSION-OPEN TO TRUE
                   MOVE LS-OPERATOR-ID TO WS-SESSION-OPERATOR
               ELSE
                   MOVE 'N'    TO WS-SESSION-SW
                   MOVE SPACES TO WS-SESSION-OPERATOR
               END-IF
           END-IF.

           GOBACK.

       CHECK-SESSION-AUTHORITY.
      *    THE PASSWORD WAS PROVED AT SIGN-ON; WHAT IS CHECKED HERE IS
      *    THAT THE OPERATOR IS STILL UNLOCKED AND STILL HOLDS THE
      *    AUTHORITY THIS FUNCTION NEEDS.
           IF WS-TABLE-FALLBACK
               IF LS-AUTH-REQ-BATCH
                   SET LS-AUTHORIZED TO TRUE
               ELSE
                   DISPLAY 'OPRSEC: TABELA LEGADA NAO CONCEDE A '
                           'AUTORIDADE ' LS-AUTH-CODE
                           ' - RESTAURE OPRMAST.DAT'
               END-IF
           ELSE
               MOVE WS-SESSION-OPERATOR TO OM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       DISPLAY 'OPRSEC: OPERADOR NAO CADASTRADO'
                   NOT INVALID KEY
                       IF OM-LOCKED
                           DISPLAY 'OPRSEC: OPERADOR BLOQUEADO - '
                                   'PROCURE O SUPERVISOR'
                       ELSE
                           PERFORM CHECK-REQUIRED-AUTHORITY
                       END-IF
               END-READ
           END-IF.

       OPEN-OPERATOR-MASTER.
      *    A FIRST-EVER RUN HAS NO OPRMAST.DAT YET - BUILD IT FROM
      *    THE OLD COMPILED-IN TABLE AND REOPEN, THE SAME SHAPE
      *    MIGRATED OPERATORS KEEP THEIR PASSWORDS UNTIL THE FIRST
      *    EXPIRY; OPERATORS ADDED LATER THROUGH PROGOPRM START WITH
      *    A FORCED CHANGE INSTEAD. THE FIRST TABLE ENTRY IS THE
      *    SUPERVISOR AND CARRIES EVERY AUTHORITY.
           MOVE SPACES                  TO OM-RECORD.
           SET OPR-IDX                  TO WS-BOOT-IDX.
           MOVE OPR-ID (OPR-IDX)        TO OM-OPERATOR-ID.
               MOVE 'Y'                 TO OM-AUTH-SUSPENSE-SW
               MOVE 'Y'                 TO OM-AUTH-ADVANCE-SW
               MOVE 'Y'                 TO OM-AUTH-CUSTMAINT-SW
               MOVE 'Y'                 TO OM-AUTH-COMPLIANCE-SW
           ELSE
               MOVE 'N'                 TO OM-AUTH-SUSPENSE-SW
               MOVE 'N'                 TO OM-AUTH-ADVANCE-SW
               MOVE 'N'                 TO OM-AUTH-CUSTMAINT-SW
               MOVE 'N'                 TO OM-AUTH-COMPLIANCE-SW
           END-IF.
           MOVE 'N'                     TO OM-PWD-CHANGE-SW.
           PERFORM COMPUTE-NEW-EXPIRY.
           IF LS-AUTH-REQ-CUSTMAINT AND OM-AUTH-CUSTMAINT
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
           IF LS-AUTH-REQ-COMPLIANCE AND OM-AUTH-COMPLIANCE
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
           IF LS-AUTH-REQ-SIGNON
                   AND (OM-AUTH-BATCH OR OM-AUTH-SUSPENSE
                        OR OM-AUTH-ADVANCE OR OM-AUTH-CUSTMAINT
                        OR OM-AUTH-COMPLIANCE)
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
           IF WS-MATCH-FOUND
               SET LS-AUTHORIZED TO TRUE
           ELSE
      *    MASTER FILE ITSELF IS BROKEN. THE OLD TABLE CARRIES NO
      *    AUTHORITY FLAGS, SO IT ONLY EVER ANSWERS THE RUN-BATCH
      *    AUTHORITY - THE PRIVILEGED FUNCTIONS STAY SHUT UNTIL THE
      *    MASTER IS BACK. A MENU SIGN-ON IS LET THROUGH ON THE SAME
      *    TERMS: THE SESSION THEN ANSWERS ONLY FOR RUN-BATCH.
           IF NOT LS-AUTH-REQ-BATCH AND NOT LS-AUTH-REQ-SIGNON
               DISPLAY 'OPRSEC: TABELA LEGADA NAO CONCEDE A '
                       'AUTORIDADE ' LS-AUTH-CODE
                       ' - RESTAURE OPRMAST.DAT'
