      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: REFERENCE-DATA CONTROL FILE MAINTENANCE. SITS BEHIND
      *          OPRSEC (SUSPENSE AUTHORITY - THE SUPERVISORY DESK) AND
      *          KEEPS THE FIVE FILES THAT WERE HAND-EDITED UNTIL NOW:
      *          THE GL MAPPING (GLMAP.DAT), THE PARTNER INTAKE
      *          REGISTRY (PARTNERS.DAT), THE RETENTION CONTROL
      *          (RETENTN.DAT), THE COMPLIANCE THRESHOLDS (CMPLCTL.DAT)
      *          AND THE FX RATES (FXRATE.DAT). THE OPERATOR PICKS A
      *          FILE (BLANK ENDS THE SESSION), SEES ITS ENTRIES
      *          NUMBERED, AND LISTS, INCLUDES, CHANGES OR DELETES THEM
      *          UNTIL F. EVERY FIELD IS CHECKED AGAINST ITS LAYOUT AND
      *          EVERY ENTRY AGAINST THE REST OF THE FILE: NO TWO GL
      *          RULES OF THE SAME TYPE WITH OVERLAPPING ACCOUNT RANGES
      *          (A TYPED RULE GOES IN ABOVE THE CATCH-ALLS, SINCE THE
      *          EXTRACT TAKES THE FIRST MATCH), NO PARTNER ID, BATCH
      *          PREFIX OR FILENAME USED TWICE, ONE RETENTION ENTRY PER
      *          FILE, A SINGLE COMPLIANCE RECORD, ONE RATE PER
      *          CURRENCY AND NO ZERO RATE. A FILE IS REWRITTEN FROM
      *          ITS TABLE WHEN THE OPERATOR LEAVES IT; ONE THAT IS ON
      *          DISK BUT WON'T OPEN, OR HOLDS MORE THAN THE TABLE, IS
      *          LEFT ALONE - NOT MAINTAINED, NOT REWRITTEN, AND NO
      *          PENDING CHANGE TO IT APPROVED. THE TWO
      *          MONETARY CONTROLS - FXRATE AND CMPLCTL - ARE UNDER
      *          DUAL CONTROL: A CHANGE TO EITHER IS WRITTEN PENDING
      *          TO REFPEND.DAT UNDER THE REQUESTER'S ID AND ONLY
      *          REACHES THE FILE WHEN A DIFFERENT OPERATOR APPROVES IT
      *          HERE, AT THE START OF A LATER SESSION; ONE WHOSE
      *          RECORD HAS CHANGED SINCE THE REQUEST CAN ONLY BE
      *          REJECTED. EVERY CHANGE THAT REACHES A FILE IS
      *          APPENDED TO REFHIST.DAT WITH THE WHOLE RECORD BEFORE
      *          AND AFTER, AND EACH OF ITS NUMERIC FIELDS GOES TO THE
      *          AUDIT TRAIL THROUGH AUDITWRT BEFORE AND AFTER (AN FX
      *          RATE IN MILLIONTHS); REQUESTS AND REJECTIONS ARE
      *          AUDITED TOO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAPPING ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GM-STATUS.
           SELECT PARTNER-REGISTRY ASSIGN TO "PARTNERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PR-STATUS.
           SELECT RETENTION-CONTROL ASSIGN TO "RETENTN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RT-STATUS.
           SELECT COMPLIANCE-CONTROL ASSIGN TO "CMPLCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CP-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FX-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "REFPEND.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RP-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "REFHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RM-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAPPING.
           COPY GLMAP.
       FD  PARTNER-REGISTRY.
           COPY PARTNERS.
       FD  RETENTION-CONTROL.
           COPY RETENTN.
       FD  COMPLIANCE-CONTROL.
           COPY CMPLCTL.
       FD  FX-RATE-FILE.
           COPY FXRATE.
       FD  PENDING-CHANGES.
           COPY REFPEND.
       FD  CHANGE-HISTORY.
           COPY REFHIST.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-GM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-FX-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
           88  WS-AUTHORIZED                 VALUE 'Y'.
       77  WS-AUTH-CODE                PIC X(01) VALUE 'S'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-SESSION-SW               PIC X(01) VALUE 'N'.
           88  WS-SESSION-DONE               VALUE 'Y'.
       77  WS-FILE-DONE-SW             PIC X(01) VALUE 'N'.
           88  WS-FILE-DONE                  VALUE 'Y'.
       77  WS-LOAD-FAILED-SW           PIC X(01) VALUE 'N'.
           88  WS-LOAD-FAILED                VALUE 'Y'.
       77  WS-LOAD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-FILE-CHANGED-SW          PIC X(01) VALUE 'N'.
           88  WS-FILE-CHANGED               VALUE 'Y'.
       77  WS-PEND-CHANGED-SW          PIC X(01) VALUE 'N'.
           88  WS-PEND-CHANGED               VALUE 'Y'.
       77  WS-FILE-CODE                PIC X(01) VALUE SPACE.
           88  WS-FILE-GLMAP                 VALUE 'G'.
           88  WS-FILE-PARTNERS              VALUE 'P'.
           88  WS-FILE-RETENTN               VALUE 'R'.
           88  WS-FILE-CMPLCTL               VALUE 'C'.
           88  WS-FILE-FXRATE                VALUE 'F'.
           88  WS-FILE-VALID                 VALUE 'G' 'P' 'R' 'C'
                                                   'F'.
           88  WS-FILE-DUAL                  VALUE 'C' 'F'.
       77  WS-FILE-NAME                PIC X(12) VALUE SPACES.
       77  WS-FILE-LIMIT               PIC 9(04) VALUE 0.
       77  WS-COMMAND                  PIC X(01) VALUE SPACE.
           88  WS-CMD-LIST                   VALUE 'L'.
           88  WS-CMD-ADD                    VALUE 'I'.
           88  WS-CMD-CHANGE                 VALUE 'A'.
           88  WS-CMD-DELETE                 VALUE 'X'.
           88  WS-CMD-END                    VALUE 'F'.
       77  WS-ACTION                   PIC X(01) VALUE SPACE.
           88  WS-ACTION-ADD                 VALUE 'I'.
           88  WS-ACTION-CHANGE              VALUE 'A'.
           88  WS-ACTION-DELETE              VALUE 'X'.
       77  WS-ACTION-TEXT              PIC X(09) VALUE SPACES.
       77  WS-DECISION                 PIC X(01) VALUE SPACE.
           88  WS-DEC-APPROVE                VALUE 'A'.
           88  WS-DEC-REJECT                 VALUE 'R'.
           88  WS-DEC-KEEP                   VALUE 'M'.
       77  WS-DECISION-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DECISION-OK                VALUE 'Y'.
       77  WS-FIELD-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-FIELD-OK                   VALUE 'Y'.
           88  WS-FIELD-BAD                  VALUE 'N'.
       77  WS-CONSISTENT-SW            PIC X(01) VALUE 'Y'.
           88  WS-CONSISTENT                 VALUE 'Y'.
           88  WS-INCONSISTENT               VALUE 'N'.
       77  WS-TARGET-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-TARGET-OK                  VALUE 'Y'.
       77  WS-PENDING-HIT-SW           PIC X(01) VALUE 'N'.
           88  WS-PENDING-HIT                VALUE 'Y'.
       77  WS-NUM-IN                   PIC X(15) VALUE SPACES.
       77  WS-NUM-VALUE                PIC S9(9)V9(6) VALUE 0.
       77  WS-NUM-INTEGER              PIC 9(09) VALUE 0.
       77  WS-NUM-STATE                PIC X(01) VALUE SPACE.
           88  WS-NUM-BLANK                  VALUE 'B'.
           88  WS-NUM-NOT-NUMERIC            VALUE 'N'.
           88  WS-NUM-WHOLE                  VALUE 'W'.
           88  WS-NUM-FRACTION               VALUE 'F'.
           88  WS-NUM-GOOD                   VALUE 'W' 'F'.
       77  WS-TEXT-IN                  PIC X(15) VALUE SPACES.
       77  WS-SPACE-COUNT              PIC 9(04) VALUE 0.
       77  WS-ENTRY-COUNT              PIC 9(04) VALUE 0.
       77  WS-ENTRY-IDX                PIC 9(04) VALUE 0.
       77  WS-ACTIVE-COUNT             PIC 9(04) VALUE 0.
       77  WS-CUR-IDX                  PIC 9(04) VALUE 0.
       77  WS-CHK-IDX                  PIC 9(04) VALUE 0.
       77  WS-INSERT-IDX               PIC 9(04) VALUE 0.
       77  WS-ENTRY-SHOW               PIC ZZ9.
       77  WS-CHK-SHOW                 PIC ZZ9.
       77  WS-SHOW-LABEL               PIC X(12) VALUE SPACES.
       77  WS-PEND-COUNT               PIC 9(04) VALUE 0.
       77  WS-PEND-IDX                 PIC 9(04) VALUE 0.
       77  WS-REQUESTER                PIC X(08) VALUE SPACES.
       77  WS-APPROVER                 PIC X(08) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(06) VALUE 0.
       77  WS-REQUESTED-COUNT          PIC 9(06) VALUE 0.
       77  WS-APPROVED-COUNT           PIC 9(06) VALUE 0.
       77  WS-REJECTED-COUNT           PIC 9(06) VALUE 0.
       77  WS-KEPT-COUNT               PIC 9(06) VALUE 0.
       77  WS-BEFORE-IMAGE             PIC X(50) VALUE SPACES.
       77  WS-AFTER-IMAGE              PIC X(50) VALUE SPACES.
       77  WS-THRESHOLD-SHOW           PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-RATE-SHOW                PIC ZZ9.9(06).
       77  WS-AUDIT-SIDE               PIC X(01) VALUE SPACE.
           88  WS-AUDIT-BEFORE               VALUE 'B'.
           88  WS-AUDIT-AFTER                VALUE 'A'.
       77  WS-AV-COUNT                 PIC 9(02) VALUE 0.
       77  WS-AV-IDX                   PIC 9(02) VALUE 0.
       77  WS-AV-VALUE                 PIC S9(9)V99 VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
           COPY TRNTAB.
      *    THE FILE BEING KEPT, ONE RECORD IMAGE PER ENTRY. A DELETED
      *    ENTRY STAYS IN ITS SLOT, SWITCHED OFF, SO THE NUMBERS THE
      *    OPERATOR SAW DON'T MOVE UNDER HIM.
       01  WS-ENTRY-TABLE.
           05  WS-EN-ENTRY OCCURS 500 TIMES.
               10  WS-EN-ACTIVE-SW     PIC X(01).
                   88  WS-EN-ACTIVE          VALUE 'Y'.
               10  WS-EN-IMAGE         PIC X(50).
      *    THE PENDING QUEUE, HELD FOR THE WHOLE SESSION AND WRITTEN
      *    BACK AT END WHEN ANYTHING WAS DECIDED OR REQUESTED.
       01  WS-PEND-TABLE.
           05  WS-PD-ENTRY OCCURS 200 TIMES.
               10  WS-PD-ACTIVE-SW     PIC X(01).
                   88  WS-PD-ACTIVE          VALUE 'Y'.
               10  WS-PD-IMAGE         PIC X(136).
       01  WS-PEND-WORK.
           05  WS-PW-FILE-CODE         PIC X(01).
           05  WS-PW-ACTION            PIC X(01).
           05  WS-PW-BEFORE-IMAGE      PIC X(50).
           05  WS-PW-AFTER-IMAGE       PIC X(50).
           05  WS-PW-REQUEST-OPER      PIC X(08).
           05  WS-PW-REQUEST-DATE      PIC 9(08).
           05  WS-PW-REQUEST-TIME      PIC 9(08).
           05  FILLER                  PIC X(10).
      *    THE ENTRY BEING SHOWN, KEYED OR CHECKED, IN EACH FILE'S
      *    LAYOUT.
       01  WS-WORK-IMAGE               PIC X(50) VALUE SPACES.
       01  WS-GLMAP-WORK REDEFINES WS-WORK-IMAGE.
           05  WG-TRANS-TYPE           PIC X(03).
           05  WG-ACCT-LOW             PIC 9(08).
           05  WG-ACCT-HIGH            PIC 9(08).
           05  WG-GL-ACCOUNT           PIC X(10).
           05  WG-SETTLE-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(11).
       01  WS-PARTNER-WORK REDEFINES WS-WORK-IMAGE.
           05  WP-PARTNER-ID           PIC X(04).
           05  WP-FILE-NAME            PIC X(12).
           05  WP-LAYOUT-VARIANT       PIC X(01).
           05  WP-BATCH-PREFIX         PIC X(02).
           05  WP-TRAILER-RULE         PIC X(01).
           05  WP-CUTOFF-TIME          PIC 9(04).
           05  WP-CUTOFF-PARTS REDEFINES WP-CUTOFF-TIME.
               10  WP-CUTOFF-HH        PIC 9(02).
               10  WP-CUTOFF-MM        PIC 9(02).
           05  FILLER                  PIC X(26).
       01  WS-RETAIN-WORK REDEFINES WS-WORK-IMAGE.
           05  WR-FILE-ID              PIC X(08).
           05  WR-RETAIN-DAYS          PIC 9(05).
           05  FILLER                  PIC X(37).
       01  WS-CONTROL-WORK REDEFINES WS-WORK-IMAGE.
           05  WC-THRESHOLD            PIC 9(9)V99.
           05  WC-NAME-THRESHOLD       PIC 9(03).
           05  WC-DUP-THRESHOLD        PIC 9(03).
           05  FILLER                  PIC X(33).
       01  WS-FXRATE-WORK REDEFINES WS-WORK-IMAGE.
           05  WF-CURRENCY             PIC X(03).
           05  WF-RATE-TO-BRL          PIC 9(03)V9(06).
           05  FILLER                  PIC X(38).
      *    ANOTHER ENTRY OF THE SAME FILE, FOR THE CONSISTENCY RULES.
       01  WS-OTHER-IMAGE              PIC X(50) VALUE SPACES.
       01  WS-OTHER-GLMAP REDEFINES WS-OTHER-IMAGE.
           05  WO-TRANS-TYPE           PIC X(03).
           05  WO-ACCT-LOW             PIC 9(08).
           05  WO-ACCT-HIGH            PIC 9(08).
           05  FILLER                  PIC X(31).
       01  WS-OTHER-PARTNER REDEFINES WS-OTHER-IMAGE.
           05  WO-PARTNER-ID           PIC X(04).
           05  WO-FILE-NAME            PIC X(12).
           05  FILLER                  PIC X(01).
           05  WO-BATCH-PREFIX         PIC X(02).
           05  FILLER                  PIC X(31).
       01  WS-OTHER-RETAIN REDEFINES WS-OTHER-IMAGE.
           05  WO-FILE-ID              PIC X(08).
           05  FILLER                  PIC X(42).
       01  WS-OTHER-FXRATE REDEFINES WS-OTHER-IMAGE.
           05  WO-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(47).
      *    ONE AUDIT RECORD PER NUMERIC FIELD OF THE LAYOUT.
       01  WS-AUDIT-VALUES.
           05  WS-AV-ENTRY OCCURS 3 TIMES.
               10  WS-AV-NAME          PIC X(15).
               10  WS-AV-BEFORE        PIC S9(9)V99.
               10  WS-AV-AFTER         PIC S9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               WS-AUTHORIZED-SW.
           IF NOT WS-AUTHORIZED
               DISPLAY 'PROGREFM: OPERADOR NAO AUTORIZADO '
                       '- EXECUCAO ENCERRADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-PENDING-TABLE.
           IF WS-PEND-COUNT NOT = 0
               DISPLAY 'PROGREFM: ALTERACOES PENDENTES DE APROVACAO: '
                       WS-PEND-COUNT
               PERFORM REVIEW-ONE-PENDING
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
           END-IF.

           PERFORM SELECT-AND-MAINTAIN UNTIL WS-SESSION-DONE.

           IF WS-PEND-CHANGED
               PERFORM SAVE-PENDING-TABLE
           END-IF.

           DISPLAY 'PROGREFM: ALTERACOES GRAVADAS: ' WS-APPLIED-COUNT.
           DISPLAY 'PROGREFM: SOLICITADAS:         '
                   WS-REQUESTED-COUNT.
           DISPLAY 'PROGREFM: APROVADAS:           ' WS-APPROVED-COUNT.
           DISPLAY 'PROGREFM: REJEITADAS:          ' WS-REJECTED-COUNT.
           DISPLAY 'PROGREFM: MANTIDAS PENDENTES:  ' WS-KEPT-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-PENDING-TABLE.
           MOVE 0 TO WS-PEND-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PENDING-CHANGES.
           IF WS-RP-STATUS = '00'
               PERFORM LOAD-NEXT-PENDING UNTIL WS-EOF
               CLOSE PENDING-CHANGES
           END-IF.

       LOAD-NEXT-PENDING.
           READ PENDING-CHANGES
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT < 200
                       SET WS-PEND-COUNT UP BY 1
                       MOVE 'Y' TO WS-PD-ACTIVE-SW (WS-PEND-COUNT)
                       MOVE RP-RECORD TO WS-PD-IMAGE (WS-PEND-COUNT)
                   ELSE
                       DISPLAY 'PROGREFM: FILA DE PENDENCIAS CHEIA - '
                               'PENDENCIA IGNORADA'
                   END-IF
           END-READ.

       SAVE-PENDING-TABLE.
           OPEN OUTPUT PENDING-CHANGES.
           PERFORM WRITE-PENDING-ENTRY
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT.
           CLOSE PENDING-CHANGES.

       WRITE-PENDING-ENTRY.
           IF WS-PD-ACTIVE (WS-PEND-IDX)
               WRITE RP-RECORD FROM WS-PD-IMAGE (WS-PEND-IDX)
           END-IF.

       REVIEW-ONE-PENDING.
           MOVE WS-PD-IMAGE (WS-PEND-IDX) TO WS-PEND-WORK.
           MOVE WS-PW-FILE-CODE    TO WS-FILE-CODE.
           MOVE WS-PW-ACTION       TO WS-ACTION.
           MOVE WS-PW-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE WS-PW-AFTER-IMAGE  TO WS-AFTER-IMAGE.
           PERFORM SET-FILE-DETAILS.
           PERFORM SET-ACTION-TEXT.
           DISPLAY 'PROGREFM: ' WS-FILE-NAME ' - SOLICITADA POR '
                   WS-PW-REQUEST-OPER ' EM ' WS-PW-REQUEST-DATE
                   ' - ' WS-ACTION-TEXT.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE
               MOVE 'ANTES:'        TO WS-SHOW-LABEL
               PERFORM SHOW-WORK-ENTRY
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE  TO WS-WORK-IMAGE
               MOVE 'DEPOIS:'       TO WS-SHOW-LABEL
               PERFORM SHOW-WORK-ENTRY
           END-IF.
           IF WS-PW-REQUEST-OPER = WS-OPERATOR-ID
               DISPLAY 'PROGREFM: MESMO OPERADOR DA SOLICITACAO - '
                       'APROVACAO EXIGE OUTRA PESSOA, MANTIDA'
               SET WS-KEPT-COUNT UP BY 1
           ELSE
               PERFORM LOAD-FILE-TABLE
               IF WS-LOAD-FAILED
                   DISPLAY 'PROGREFM: SOLICITACAO MANTIDA ATE O '
                           'ARQUIVO PODER SER LIDO'
                   SET WS-KEPT-COUNT UP BY 1
               ELSE
                   PERFORM DECIDE-PENDING
               END-IF
           END-IF.

       DECIDE-PENDING.
           PERFORM LOCATE-PENDING-TARGET.
           MOVE 'N' TO WS-DECISION-OK-SW.
           PERFORM ACCEPT-PENDING-DECISION UNTIL WS-DECISION-OK.
           EVALUATE TRUE
               WHEN WS-DEC-APPROVE
                   PERFORM APPROVE-PENDING
               WHEN WS-DEC-REJECT
                   PERFORM REJECT-PENDING
               WHEN OTHER
                   SET WS-KEPT-COUNT UP BY 1
           END-EVALUATE.

       LOCATE-PENDING-TARGET.
      *    A CHANGE OR DELETION STILL NEEDS THE RECORD EXACTLY AS IT
      *    WAS REQUESTED AGAINST; AN INCLUSION STILL HAS TO FIT THE
      *    FILE AS IT STANDS NOW.
           MOVE 'N' TO WS-TARGET-OK-SW.
           MOVE 0 TO WS-CUR-IDX.
           IF WS-ACTION-ADD
               MOVE WS-AFTER-IMAGE TO WS-WORK-IMAGE
               PERFORM CHECK-CONSISTENCY
               IF WS-CONSISTENT
                   SET WS-TARGET-OK TO TRUE
               END-IF
           ELSE
               PERFORM MATCH-BEFORE-IMAGE
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-ENTRY-COUNT
                       OR WS-CUR-IDX NOT = 0
               IF WS-CUR-IDX NOT = 0
                   SET WS-TARGET-OK TO TRUE
               END-IF
           END-IF.

       MATCH-BEFORE-IMAGE.
           IF WS-EN-ACTIVE (WS-CHK-IDX)
                   AND WS-EN-IMAGE (WS-CHK-IDX) = WS-BEFORE-IMAGE
               MOVE WS-CHK-IDX TO WS-CUR-IDX
           END-IF.

       ACCEPT-PENDING-DECISION.
           DISPLAY 'PROGREFM: A=APROVAR R=REJEITAR M=MANTER: '.
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           IF WS-DEC-REJECT OR WS-DEC-KEEP
               SET WS-DECISION-OK TO TRUE
           ELSE
               IF WS-DEC-APPROVE
                   IF WS-TARGET-OK
                       SET WS-DECISION-OK TO TRUE
                   ELSE
                       DISPLAY 'PROGREFM: ' WS-FILE-NAME ' MUDOU DESDE '
                               'A SOLICITACAO - REJEITE E SOLICITE '
                               'DE NOVO'
                   END-IF
               ELSE
                   DISPLAY 'PROGREFM: DECISAO INVALIDA - REDIGITE'
               END-IF
           END-IF.

       APPROVE-PENDING.
           PERFORM APPLY-TO-TABLE.
           PERFORM SAVE-FILE-TABLE.
           MOVE WS-PW-REQUEST-OPER TO WS-REQUESTER.
           MOVE WS-OPERATOR-ID     TO WS-APPROVER.
           PERFORM WRITE-CHANGE-HISTORY.
           PERFORM BUILD-AUDIT-VALUES.
           PERFORM WRITE-FIELD-AUDITS.
           MOVE 'N' TO WS-PD-ACTIVE-SW (WS-PEND-IDX).
           SET WS-PEND-CHANGED TO TRUE.
           SET WS-APPROVED-COUNT UP BY 1.
           DISPLAY 'PROGREFM: APROVADA - ' WS-FILE-NAME ' ATUALIZADO'.

       REJECT-PENDING.
           PERFORM BUILD-AUDIT-VALUES.
           MOVE SPACES TO WS-AL-FIELD-NAME.
           STRING 'REF-REJEITA-' WS-FILE-CODE WS-ACTION
               DELIMITED BY SIZE INTO WS-AL-FIELD-NAME.
           MOVE WS-AV-BEFORE (1)   TO WS-AL-BEFORE-VALUE.
           MOVE WS-AV-AFTER (1)    TO WS-AL-AFTER-VALUE.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.
           MOVE 'N' TO WS-PD-ACTIVE-SW (WS-PEND-IDX).
           SET WS-PEND-CHANGED TO TRUE.
           SET WS-REJECTED-COUNT UP BY 1.

       SELECT-AND-MAINTAIN.
           DISPLAY 'PROGREFM: ARQUIVO (G=GLMAP P=PARTNERS R=RETENTN '
                   'C=CMPLCTL F=FXRATE, BRANCO ENCERRA): '.
           MOVE SPACE TO WS-FILE-CODE.
           ACCEPT WS-FILE-CODE.
           IF WS-FILE-CODE = SPACE
               SET WS-SESSION-DONE TO TRUE
           ELSE
               IF WS-FILE-VALID
                   PERFORM MAINTAIN-FILE
               ELSE
                   DISPLAY 'PROGREFM: ARQUIVO INVALIDO - REDIGITE'
               END-IF
           END-IF.

       MAINTAIN-FILE.
           PERFORM SET-FILE-DETAILS.
           PERFORM LOAD-FILE-TABLE.
           IF NOT WS-LOAD-FAILED
               PERFORM WORK-ON-FILE
           END-IF.

       WORK-ON-FILE.
           PERFORM CHECK-LOADED-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
           PERFORM LIST-FILE-TABLE.
           IF WS-FILE-DUAL
               DISPLAY 'PROGREFM: CONTROLE MONETARIO - ALTERACOES '
                       'FICAM PENDENTES ATE APROVACAO POR OUTRO '
                       'OPERADOR'
           END-IF.
           MOVE 'N' TO WS-FILE-DONE-SW.
           MOVE 'N' TO WS-FILE-CHANGED-SW.
           PERFORM ACCEPT-COMMAND UNTIL WS-FILE-DONE.
           IF WS-FILE-CHANGED
               PERFORM SAVE-FILE-TABLE
           END-IF.

       SET-FILE-DETAILS.
      *    THE LIMITS ARE THE TABLES THE READING RUNS HOLD.
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   MOVE 'GLMAP.DAT'    TO WS-FILE-NAME
                   MOVE 100            TO WS-FILE-LIMIT
               WHEN WS-FILE-PARTNERS
                   MOVE 'PARTNERS.DAT' TO WS-FILE-NAME
                   MOVE 20             TO WS-FILE-LIMIT
               WHEN WS-FILE-RETENTN
                   MOVE 'RETENTN.DAT'  TO WS-FILE-NAME
                   MOVE 100            TO WS-FILE-LIMIT
               WHEN WS-FILE-CMPLCTL
                   MOVE 'CMPLCTL.DAT'  TO WS-FILE-NAME
                   MOVE 1              TO WS-FILE-LIMIT
               WHEN WS-FILE-FXRATE
                   MOVE 'FXRATE.DAT'   TO WS-FILE-NAME
                   MOVE 20             TO WS-FILE-LIMIT
           END-EVALUATE.

       SET-ACTION-TEXT.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   MOVE 'INCLUSAO'  TO WS-ACTION-TEXT
               WHEN WS-ACTION-CHANGE
                   MOVE 'ALTERACAO' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'EXCLUSAO'  TO WS-ACTION-TEXT
           END-EVALUATE.

       LOAD-FILE-TABLE.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-LOAD-FAILED-SW.
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   OPEN INPUT GL-MAPPING
                   IF WS-GM-STATUS = '00'
                       PERFORM LOAD-NEXT-GLMAP UNTIL WS-EOF
                       CLOSE GL-MAPPING
                   ELSE
                       MOVE WS-GM-STATUS TO WS-LOAD-STATUS
                       PERFORM NOTE-OPEN-FAILURE
                   END-IF
               WHEN WS-FILE-PARTNERS
                   OPEN INPUT PARTNER-REGISTRY
                   IF WS-PR-STATUS = '00'
                       PERFORM LOAD-NEXT-PARTNER UNTIL WS-EOF
                       CLOSE PARTNER-REGISTRY
                   ELSE
                       MOVE WS-PR-STATUS TO WS-LOAD-STATUS
                       PERFORM NOTE-OPEN-FAILURE
                   END-IF
               WHEN WS-FILE-RETENTN
                   OPEN INPUT RETENTION-CONTROL
                   IF WS-RT-STATUS = '00'
                       PERFORM LOAD-NEXT-RETENTION UNTIL WS-EOF
                       CLOSE RETENTION-CONTROL
                   ELSE
                       MOVE WS-RT-STATUS TO WS-LOAD-STATUS
                       PERFORM NOTE-OPEN-FAILURE
                   END-IF
               WHEN WS-FILE-CMPLCTL
                   OPEN INPUT COMPLIANCE-CONTROL
                   IF WS-CP-STATUS = '00'
                       PERFORM LOAD-NEXT-CONTROL UNTIL WS-EOF
                       CLOSE COMPLIANCE-CONTROL
                   ELSE
                       MOVE WS-CP-STATUS TO WS-LOAD-STATUS
                       PERFORM NOTE-OPEN-FAILURE
                   END-IF
               WHEN WS-FILE-FXRATE
                   OPEN INPUT FX-RATE-FILE
                   IF WS-FX-STATUS = '00'
                       PERFORM LOAD-NEXT-RATE UNTIL WS-EOF
                       CLOSE FX-RATE-FILE
                   ELSE
                       MOVE WS-FX-STATUS TO WS-LOAD-STATUS
                       PERFORM NOTE-OPEN-FAILURE
                   END-IF
           END-EVALUATE.

       NOTE-OPEN-FAILURE.
      *    ONLY A FILE THAT ISN'T THERE STARTS EMPTY - ONE THAT IS
      *    THERE BUT WON'T OPEN WOULD BE OVERWRITTEN BY AN EMPTY TABLE.
           IF WS-LOAD-STATUS = '35'
               DISPLAY 'PROGREFM: ' WS-FILE-NAME ' AUSENTE - ARQUIVO '
                       'NOVO SERA CRIADO'
           ELSE
               DISPLAY 'PROGREFM: ' WS-FILE-NAME ' NAO DISPONIVEL - '
                       'STATUS ' WS-LOAD-STATUS ' - ARQUIVO NAO '
                       'ALTERADO'
               SET WS-LOAD-FAILED TO TRUE
           END-IF.

       LOAD-NEXT-GLMAP.
           READ GL-MAPPING
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE GM-RECORD TO WS-WORK-IMAGE
                   PERFORM STORE-LOADED-ENTRY
           END-READ.

       LOAD-NEXT-PARTNER.
           READ PARTNER-REGISTRY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PR-RECORD TO WS-WORK-IMAGE
                   PERFORM STORE-LOADED-ENTRY
           END-READ.

       LOAD-NEXT-RETENTION.
           READ RETENTION-CONTROL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RT-RECORD TO WS-WORK-IMAGE
                   PERFORM STORE-LOADED-ENTRY
           END-READ.

       LOAD-NEXT-CONTROL.
           READ COMPLIANCE-CONTROL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CP-RECORD TO WS-WORK-IMAGE
                   PERFORM STORE-LOADED-ENTRY
           END-READ.

       LOAD-NEXT-RATE.
           READ FX-RATE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE FX-RECORD TO WS-WORK-IMAGE
                   PERFORM STORE-LOADED-ENTRY
           END-READ.

       STORE-LOADED-ENTRY.
           IF WS-ENTRY-COUNT < 500
               SET WS-ENTRY-COUNT UP BY 1
               MOVE 'Y' TO WS-EN-ACTIVE-SW (WS-ENTRY-COUNT)
               MOVE WS-WORK-IMAGE TO WS-EN-IMAGE (WS-ENTRY-COUNT)
           ELSE
               DISPLAY 'PROGREFM: TABELA CHEIA - ' WS-FILE-NAME
                       ' NAO PODE SER MANTIDO AQUI'
               SET WS-EOF TO TRUE
               SET WS-LOAD-FAILED TO TRUE
           END-IF.

       CHECK-LOADED-ENTRY.
      *    THE FILE WAS HAND-EDITED UNTIL NOW - SAY SO WHEN WHAT IS
      *    ON IT ALREADY BREAKS A RULE, SO THE DESK CAN PUT IT RIGHT.
           MOVE WS-EN-IMAGE (WS-ENTRY-IDX) TO WS-WORK-IMAGE.
           MOVE WS-ENTRY-IDX TO WS-CUR-IDX.
           MOVE WS-ENTRY-IDX TO WS-ENTRY-SHOW.
           PERFORM CHECK-CONSISTENCY.
           IF WS-INCONSISTENT
               DISPLAY 'PROGREFM: ATENCAO - ENTRADA ' WS-ENTRY-SHOW
                       ' EM CONFLITO NO ARQUIVO ATUAL'
           END-IF.
           IF WS-FILE-FXRATE
               IF WF-RATE-TO-BRL IS NOT NUMERIC
                       OR WF-RATE-TO-BRL = 0
                   DISPLAY 'PROGREFM: ATENCAO - ENTRADA '
                           WS-ENTRY-SHOW ' COM TAXA ZERO OU INVALIDA'
               END-IF
           END-IF.

       SAVE-FILE-TABLE.
      *    A LOOKUP ALREADY LOADED IN THIS RUN UNIT WOULD STILL HOLD
      *    THE OLD RATES OR THRESHOLDS - DROP IT SO THE NEXT CALL
      *    RELOADS.
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   OPEN OUTPUT GL-MAPPING
                   PERFORM WRITE-GLMAP-ENTRY
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   CLOSE GL-MAPPING
               WHEN WS-FILE-PARTNERS
                   OPEN OUTPUT PARTNER-REGISTRY
                   PERFORM WRITE-PARTNER-ENTRY
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   CLOSE PARTNER-REGISTRY
               WHEN WS-FILE-RETENTN
                   OPEN OUTPUT RETENTION-CONTROL
                   PERFORM WRITE-RETENTION-ENTRY
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   CLOSE RETENTION-CONTROL
               WHEN WS-FILE-CMPLCTL
                   OPEN OUTPUT COMPLIANCE-CONTROL
                   PERFORM WRITE-CONTROL-ENTRY
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   CLOSE COMPLIANCE-CONTROL
                   CANCEL 'NAMESCR'
               WHEN WS-FILE-FXRATE
                   OPEN OUTPUT FX-RATE-FILE
                   PERFORM WRITE-RATE-ENTRY
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   CLOSE FX-RATE-FILE
                   CANCEL 'FXCONV'
           END-EVALUATE.

       WRITE-GLMAP-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               WRITE GM-RECORD FROM WS-EN-IMAGE (WS-ENTRY-IDX)
           END-IF.

       WRITE-PARTNER-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               WRITE PR-RECORD FROM WS-EN-IMAGE (WS-ENTRY-IDX)
           END-IF.

       WRITE-RETENTION-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               WRITE RT-RECORD FROM WS-EN-IMAGE (WS-ENTRY-IDX)
           END-IF.

       WRITE-CONTROL-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               WRITE CP-RECORD FROM WS-EN-IMAGE (WS-ENTRY-IDX)
           END-IF.

       WRITE-RATE-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               WRITE FX-RECORD FROM WS-EN-IMAGE (WS-ENTRY-IDX)
           END-IF.

       COUNT-ACTIVE-ENTRIES.
           MOVE 0 TO WS-ACTIVE-COUNT.
           PERFORM COUNT-ONE-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.

       COUNT-ONE-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               SET WS-ACTIVE-COUNT UP BY 1
           END-IF.

       LIST-FILE-TABLE.
           PERFORM COUNT-ACTIVE-ENTRIES.
           DISPLAY 'PROGREFM: ' WS-FILE-NAME ' - ENTRADAS: '
                   WS-ACTIVE-COUNT.
           PERFORM LIST-ONE-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.

       LIST-ONE-ENTRY.
           IF WS-EN-ACTIVE (WS-ENTRY-IDX)
               MOVE WS-EN-IMAGE (WS-ENTRY-IDX) TO WS-WORK-IMAGE
               MOVE WS-ENTRY-IDX TO WS-ENTRY-SHOW
               MOVE SPACES TO WS-SHOW-LABEL
               STRING 'ENTRADA ' WS-ENTRY-SHOW
                   DELIMITED BY SIZE INTO WS-SHOW-LABEL
               PERFORM SHOW-WORK-ENTRY
           END-IF.

       SHOW-WORK-ENTRY.
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   DISPLAY 'PROGREFM: ' WS-SHOW-LABEL ' TIPO "'
                           WG-TRANS-TYPE '" CONTAS ' WG-ACCT-LOW
                           ' A ' WG-ACCT-HIGH ' GL ' WG-GL-ACCOUNT
                           ' LIQ ' WG-SETTLE-ACCOUNT
               WHEN WS-FILE-PARTNERS
                   DISPLAY 'PROGREFM: ' WS-SHOW-LABEL ' PARCEIRO '
                           WP-PARTNER-ID ' ARQUIVO ' WP-FILE-NAME
                           ' LAYOUT ' WP-LAYOUT-VARIANT ' PREFIXO '
                           WP-BATCH-PREFIX ' TRAILER '
                           WP-TRAILER-RULE ' CORTE ' WP-CUTOFF-TIME
               WHEN WS-FILE-RETENTN
                   DISPLAY 'PROGREFM: ' WS-SHOW-LABEL ' ARQUIVO '
                           WR-FILE-ID ' DIAS ' WR-RETAIN-DAYS
               WHEN WS-FILE-CMPLCTL
                   MOVE 0 TO WS-THRESHOLD-SHOW
                   IF WC-THRESHOLD IS NUMERIC
                       MOVE WC-THRESHOLD TO WS-THRESHOLD-SHOW
                   END-IF
                   DISPLAY 'PROGREFM: ' WS-SHOW-LABEL ' LIMITE '
                           WS-THRESHOLD-SHOW ' NOME '
                           WC-NAME-THRESHOLD ' DUPLICIDADE '
                           WC-DUP-THRESHOLD
               WHEN WS-FILE-FXRATE
                   MOVE 0 TO WS-RATE-SHOW
                   IF WF-RATE-TO-BRL IS NUMERIC
                       MOVE WF-RATE-TO-BRL TO WS-RATE-SHOW
                   END-IF
                   DISPLAY 'PROGREFM: ' WS-SHOW-LABEL ' MOEDA '
                           WF-CURRENCY ' TAXA ' WS-RATE-SHOW
           END-EVALUATE.

       ACCEPT-COMMAND.
           DISPLAY 'PROGREFM: L=LISTAR I=INCLUIR A=ALTERAR '
                   'X=EXCLUIR F=FIM: '.
           MOVE SPACE TO WS-COMMAND.
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN WS-CMD-LIST
                   PERFORM LIST-FILE-TABLE
               WHEN WS-CMD-ADD
                   PERFORM ADD-ENTRY
               WHEN WS-CMD-CHANGE
                   PERFORM CHANGE-ENTRY
               WHEN WS-CMD-DELETE
                   PERFORM DELETE-ENTRY
               WHEN WS-CMD-END
                   SET WS-FILE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'PROGREFM: OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       ADD-ENTRY.
           PERFORM COUNT-ACTIVE-ENTRIES.
           IF WS-ACTIVE-COUNT NOT < WS-FILE-LIMIT
                   OR WS-ENTRY-COUNT NOT < 500
               DISPLAY 'PROGREFM: ' WS-FILE-NAME ' COMPORTA '
                       WS-FILE-LIMIT ' ENTRADAS - INCLUSAO RECUSADA'
           ELSE
               SET WS-ACTION-ADD TO TRUE
               MOVE 0      TO WS-CUR-IDX
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-WORK-IMAGE
               PERFORM GATHER-FIELDS
               PERFORM CHECK-CONSISTENCY
               IF WS-CONSISTENT
                   MOVE WS-WORK-IMAGE TO WS-AFTER-IMAGE
                   PERFORM RECORD-CHANGE
               ELSE
                   DISPLAY 'PROGREFM: INCLUSAO NAO GRAVADA'
               END-IF
           END-IF.

       CHANGE-ENTRY.
      *    THE KEY (GL TYPE, PARTNER, RETAINED FILE, CURRENCY) IS NOT
      *    CHANGED HERE - DELETE THE ENTRY AND INCLUDE IT AGAIN.
           PERFORM GATHER-ENTRY-NUMBER.
           IF WS-CUR-IDX NOT = 0
               SET WS-ACTION-CHANGE TO TRUE
               MOVE WS-EN-IMAGE (WS-CUR-IDX) TO WS-BEFORE-IMAGE
               MOVE WS-EN-IMAGE (WS-CUR-IDX) TO WS-WORK-IMAGE
               MOVE 'ATUAL:' TO WS-SHOW-LABEL
               PERFORM SHOW-WORK-ENTRY
               DISPLAY 'PROGREFM: BRANCO MANTEM O VALOR ATUAL'
               PERFORM GATHER-FIELDS
               IF WS-WORK-IMAGE = WS-BEFORE-IMAGE
                   DISPLAY 'PROGREFM: NENHUM CAMPO ALTERADO'
               ELSE
                   PERFORM CHECK-CONSISTENCY
                   IF WS-CONSISTENT
                       MOVE WS-WORK-IMAGE TO WS-AFTER-IMAGE
                       PERFORM RECORD-CHANGE
                   ELSE
                       DISPLAY 'PROGREFM: ALTERACAO NAO GRAVADA'
                   END-IF
               END-IF
           END-IF.

       DELETE-ENTRY.
           PERFORM GATHER-ENTRY-NUMBER.
           IF WS-CUR-IDX NOT = 0
               SET WS-ACTION-DELETE TO TRUE
               MOVE WS-EN-IMAGE (WS-CUR-IDX) TO WS-BEFORE-IMAGE
               MOVE WS-EN-IMAGE (WS-CUR-IDX) TO WS-WORK-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE 'EXCLUIR:' TO WS-SHOW-LABEL
               PERFORM SHOW-WORK-ENTRY
               PERFORM RECORD-CHANGE
           END-IF.

       GATHER-ENTRY-NUMBER.
           MOVE 0 TO WS-CUR-IDX.
           DISPLAY 'DIGITE O NUMERO DA ENTRADA: '.
           PERFORM READ-NUMBER.
           IF WS-NUM-WHOLE AND WS-NUM-VALUE > 0
                   AND WS-NUM-VALUE NOT > WS-ENTRY-COUNT
               MOVE WS-NUM-VALUE TO WS-CHK-IDX
               IF WS-EN-ACTIVE (WS-CHK-IDX)
                   MOVE WS-CHK-IDX TO WS-CUR-IDX
               END-IF
           END-IF.
           IF WS-CUR-IDX = 0
               DISPLAY 'PROGREFM: ENTRADA INEXISTENTE'
           END-IF.

       RECORD-CHANGE.
      *    A MONETARY CONTROL ONLY QUEUES THE CHANGE; ANY OTHER FILE
      *    TAKES IT IN ITS TABLE, WRITTEN BACK WHEN THE OPERATOR
      *    LEAVES THE FILE.
           PERFORM SET-ACTION-TEXT.
           IF WS-FILE-DUAL
               PERFORM CHECK-PENDING-CONFLICT
               IF WS-PENDING-HIT
                   DISPLAY 'PROGREFM: JA HA ALTERACAO PENDENTE PARA '
                           'ESTE REGISTRO - NAO GRAVADA A '
                           WS-ACTION-TEXT
               ELSE
                   PERFORM REQUEST-APPROVAL
               END-IF
           ELSE
               PERFORM APPLY-TO-TABLE
               SET WS-FILE-CHANGED TO TRUE
               MOVE WS-OPERATOR-ID TO WS-REQUESTER
               MOVE SPACES         TO WS-APPROVER
               PERFORM WRITE-CHANGE-HISTORY
               PERFORM BUILD-AUDIT-VALUES
               PERFORM WRITE-FIELD-AUDITS
               SET WS-APPLIED-COUNT UP BY 1
               DISPLAY 'PROGREFM: GRAVADA A ' WS-ACTION-TEXT
           END-IF.

       APPLY-TO-TABLE.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM INSERT-TABLE-ENTRY
               WHEN WS-ACTION-CHANGE
                   MOVE WS-AFTER-IMAGE TO WS-EN-IMAGE (WS-CUR-IDX)
               WHEN WS-ACTION-DELETE
                   MOVE 'N' TO WS-EN-ACTIVE-SW (WS-CUR-IDX)
           END-EVALUATE.

       INSERT-TABLE-ENTRY.
      *    A NEW ENTRY GOES AT THE END, EXCEPT A TYPED GL RULE, WHICH
      *    GOES ABOVE THE FIRST CATCH-ALL SO THE CATCH-ALL DOESN'T
      *    SHADOW IT.
           COMPUTE WS-INSERT-IDX = WS-ENTRY-COUNT + 1.
           IF WS-FILE-GLMAP AND WS-AFTER-IMAGE (1:3) NOT = SPACES
               PERFORM FIND-CATCH-ALL
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-ENTRY-COUNT
                       OR WS-INSERT-IDX NOT > WS-ENTRY-COUNT
           END-IF.
           PERFORM SHIFT-ENTRY-DOWN
               VARYING WS-CHK-IDX FROM WS-ENTRY-COUNT BY -1
               UNTIL WS-CHK-IDX < WS-INSERT-IDX.
           SET WS-ENTRY-COUNT UP BY 1.
           MOVE 'Y'            TO WS-EN-ACTIVE-SW (WS-INSERT-IDX).
           MOVE WS-AFTER-IMAGE TO WS-EN-IMAGE (WS-INSERT-IDX).

       FIND-CATCH-ALL.
           IF WS-EN-ACTIVE (WS-CHK-IDX)
                   AND WS-EN-IMAGE (WS-CHK-IDX) (1:3) = SPACES
               MOVE WS-CHK-IDX TO WS-INSERT-IDX
           END-IF.

       SHIFT-ENTRY-DOWN.
           MOVE WS-EN-ENTRY (WS-CHK-IDX)
               TO WS-EN-ENTRY (WS-CHK-IDX + 1).

       CHECK-PENDING-CONFLICT.
      *    ONE OPEN REQUEST PER RECORD: THE COMPLIANCE RECORD AS A
      *    WHOLE, AN FX RATE BY ITS CURRENCY.
           MOVE 'N' TO WS-PENDING-HIT-SW.
           MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE TO WS-WORK-IMAGE
           END-IF.
           PERFORM MATCH-PENDING-ENTRY
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   OR WS-PENDING-HIT.

       MATCH-PENDING-ENTRY.
           IF WS-PD-ACTIVE (WS-PEND-IDX)
               MOVE WS-PD-IMAGE (WS-PEND-IDX) TO WS-PEND-WORK
               IF WS-PW-FILE-CODE = WS-FILE-CODE
                   MOVE WS-PW-BEFORE-IMAGE TO WS-OTHER-IMAGE
                   IF WS-PW-AFTER-IMAGE NOT = SPACES
                       MOVE WS-PW-AFTER-IMAGE TO WS-OTHER-IMAGE
                   END-IF
                   IF WS-FILE-CMPLCTL
                           OR WO-CURRENCY = WF-CURRENCY
                       SET WS-PENDING-HIT TO TRUE
                   END-IF
               END-IF
           END-IF.

       REQUEST-APPROVAL.
           IF WS-PEND-COUNT NOT < 200
               DISPLAY 'PROGREFM: FILA DE PENDENCIAS CHEIA - '
                       'NAO GRAVADA A ' WS-ACTION-TEXT
           ELSE
               MOVE SPACES          TO WS-PEND-WORK
               MOVE WS-FILE-CODE    TO WS-PW-FILE-CODE
               MOVE WS-ACTION       TO WS-PW-ACTION
               MOVE WS-BEFORE-IMAGE TO WS-PW-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE  TO WS-PW-AFTER-IMAGE
               MOVE WS-OPERATOR-ID  TO WS-PW-REQUEST-OPER
               MOVE WS-RUN-DATE     TO WS-PW-REQUEST-DATE
               ACCEPT WS-PW-REQUEST-TIME FROM TIME
               SET WS-PEND-COUNT UP BY 1
               MOVE 'Y' TO WS-PD-ACTIVE-SW (WS-PEND-COUNT)
               MOVE WS-PEND-WORK TO WS-PD-IMAGE (WS-PEND-COUNT)
               SET WS-PEND-CHANGED TO TRUE
               SET WS-REQUESTED-COUNT UP BY 1
               PERFORM BUILD-AUDIT-VALUES
               MOVE SPACES TO WS-AL-FIELD-NAME
               STRING 'REF-SOLICITA-' WS-FILE-CODE WS-ACTION
                   DELIMITED BY SIZE INTO WS-AL-FIELD-NAME
               MOVE WS-AV-BEFORE (1) TO WS-AL-BEFORE-VALUE
               MOVE WS-AV-AFTER (1)  TO WS-AL-AFTER-VALUE
               CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
                   WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE
                   WS-OPERATOR-ID
               DISPLAY 'PROGREFM: PENDENTE DE APROVACAO POR OUTRO '
                       'OPERADOR A ' WS-ACTION-TEXT
           END-IF.

       CHECK-CONSISTENCY.
      *    THE ENTRY IN WS-WORK-IMAGE AGAINST EVERY OTHER LIVE ENTRY
      *    OF THE FILE (WS-CUR-IDX IS ITS OWN SLOT, ZERO FOR A NEW
      *    ONE).
           SET WS-CONSISTENT TO TRUE.
           PERFORM CHECK-AGAINST-ENTRY
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-ENTRY-COUNT
                   OR WS-INCONSISTENT.

       CHECK-AGAINST-ENTRY.
           IF WS-EN-ACTIVE (WS-CHK-IDX)
                   AND WS-CHK-IDX NOT = WS-CUR-IDX
               MOVE WS-EN-IMAGE (WS-CHK-IDX) TO WS-OTHER-IMAGE
               MOVE WS-CHK-IDX TO WS-CHK-SHOW
               EVALUATE TRUE
                   WHEN WS-FILE-GLMAP
                       PERFORM CHECK-GLMAP-OVERLAP
                   WHEN WS-FILE-PARTNERS
                       PERFORM CHECK-PARTNER-UNIQUE
                   WHEN WS-FILE-RETENTN
                       IF WO-FILE-ID = WR-FILE-ID
                           SET WS-INCONSISTENT TO TRUE
                           DISPLAY 'PROGREFM: ARQUIVO ' WR-FILE-ID
                                   ' JA TEM RETENCAO NA ENTRADA '
                                   WS-CHK-SHOW
                       END-IF
                   WHEN WS-FILE-CMPLCTL
                       SET WS-INCONSISTENT TO TRUE
                       DISPLAY 'PROGREFM: CMPLCTL.DAT TEM REGISTRO '
                               'UNICO - ALTERE A ENTRADA '
                               WS-CHK-SHOW
                   WHEN WS-FILE-FXRATE
                       IF WO-CURRENCY = WF-CURRENCY
                           SET WS-INCONSISTENT TO TRUE
                           DISPLAY 'PROGREFM: MOEDA ' WF-CURRENCY
                                   ' JA TEM TAXA NA ENTRADA '
                                   WS-CHK-SHOW
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-GLMAP-OVERLAP.
      *    TWO RULES OF THE SAME TYPE MAY NOT SHARE AN ACCOUNT; A
      *    TYPED RULE AND A CATCH-ALL MAY, THE TYPED ONE WINNING.
           IF WO-TRANS-TYPE = WG-TRANS-TYPE
                   AND WO-ACCT-LOW IS NUMERIC
                   AND WO-ACCT-HIGH IS NUMERIC
               IF WG-ACCT-LOW NOT > WO-ACCT-HIGH
                       AND WG-ACCT-HIGH NOT < WO-ACCT-LOW
                   SET WS-INCONSISTENT TO TRUE
                   DISPLAY 'PROGREFM: FAIXA SOBREPOE A DA ENTRADA '
                           WS-CHK-SHOW ' DO MESMO TIPO'
               END-IF
           END-IF.

       CHECK-PARTNER-UNIQUE.
           IF WO-PARTNER-ID = WP-PARTNER-ID
               SET WS-INCONSISTENT TO TRUE
               DISPLAY 'PROGREFM: PARCEIRO ' WP-PARTNER-ID
                       ' JA CADASTRADO NA ENTRADA ' WS-CHK-SHOW
           ELSE
               IF WO-BATCH-PREFIX = WP-BATCH-PREFIX
                   SET WS-INCONSISTENT TO TRUE
                   DISPLAY 'PROGREFM: PREFIXO DE LOTE '
                           WP-BATCH-PREFIX ' JA USADO PELO PARCEIRO '
                           WO-PARTNER-ID
               ELSE
                   IF WO-FILE-NAME = WP-FILE-NAME
                       SET WS-INCONSISTENT TO TRUE
                       DISPLAY 'PROGREFM: ARQUIVO ' WP-FILE-NAME
                               ' JA ENTREGUE PELO PARCEIRO '
                               WO-PARTNER-ID
                   END-IF
               END-IF
           END-IF.

       GATHER-FIELDS.
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   PERFORM GATHER-GLMAP-FIELDS
               WHEN WS-FILE-PARTNERS
                   PERFORM GATHER-PARTNER-FIELDS
               WHEN WS-FILE-RETENTN
                   PERFORM GATHER-RETENTION-FIELDS
               WHEN WS-FILE-CMPLCTL
                   PERFORM GATHER-CONTROL-FIELDS
               WHEN WS-FILE-FXRATE
                   PERFORM GATHER-RATE-FIELDS
           END-EVALUATE.

       GATHER-GLMAP-FIELDS.
           IF WS-ACTION-ADD
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-GL-TYPE UNTIL WS-FIELD-OK
           END-IF.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-GL-LOW UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-GL-HIGH UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-GL-ACCOUNT UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-GL-SETTLE UNTIL WS-FIELD-OK.

       ACCEPT-GL-TYPE.
      *    A TYPE ON THE TRANSACTION-TYPE TABLE, OR BLANK FOR A
      *    CATCH-ALL RULE.
           DISPLAY 'DIGITE O TIPO DE TRANSACAO (BRANCO = QUALQUER '
                   'TIPO): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN (4:) NOT = SPACES
               DISPLAY 'PROGREFM: TIPO TEM 3 POSICOES - REDIGITE'
           ELSE
               SET TT-IDX TO 1
               SEARCH TT-ENTRY
                   AT END
                       DISPLAY 'PROGREFM: TIPO DE TRANSACAO NAO '
                               'CADASTRADO - REDIGITE'
                   WHEN TT-TYPE-CODE (TT-IDX) = WS-TEXT-IN (1:3)
                       MOVE WS-TEXT-IN (1:3) TO WG-TRANS-TYPE
                       SET WS-FIELD-OK TO TRUE
               END-SEARCH
           END-IF.

       ACCEPT-GL-LOW.
           DISPLAY 'DIGITE A PRIMEIRA CONTA DA FAIXA: '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK AND WS-ACTION-CHANGE
               MOVE WG-ACCT-LOW TO WS-NUM-VALUE
               SET WS-NUM-WHOLE TO TRUE
           END-IF.
           IF NOT WS-NUM-WHOLE OR WS-NUM-VALUE > 99999999
               DISPLAY 'PROGREFM: CONTA DEVE TER ATE 8 DIGITOS - '
                       'REDIGITE'
           ELSE
               MOVE WS-NUM-VALUE TO WG-ACCT-LOW
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-GL-HIGH.
           DISPLAY 'DIGITE A ULTIMA CONTA DA FAIXA: '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK AND WS-ACTION-CHANGE
               MOVE WG-ACCT-HIGH TO WS-NUM-VALUE
               SET WS-NUM-WHOLE TO TRUE
           END-IF.
           IF NOT WS-NUM-WHOLE OR WS-NUM-VALUE > 99999999
               DISPLAY 'PROGREFM: CONTA DEVE TER ATE 8 DIGITOS - '
                       'REDIGITE'
           ELSE
               IF WS-NUM-VALUE < WG-ACCT-LOW
                   DISPLAY 'PROGREFM: ULTIMA CONTA ANTES DA PRIMEIRA '
                           '- REDIGITE'
               ELSE
                   MOVE WS-NUM-VALUE TO WG-ACCT-HIGH
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-GL-ACCOUNT.
           DISPLAY 'DIGITE A CONTA CONTABIL (GL): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES AND WS-ACTION-CHANGE
               MOVE WG-GL-ACCOUNT TO WS-TEXT-IN
           END-IF.
           IF WS-TEXT-IN = SPACES OR WS-TEXT-IN (11:) NOT = SPACES
               DISPLAY 'PROGREFM: CONTA CONTABIL OBRIGATORIA, ATE 10 '
                       'POSICOES - REDIGITE'
           ELSE
               MOVE WS-TEXT-IN TO WG-GL-ACCOUNT
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-GL-SETTLE.
           DISPLAY 'DIGITE A CONTA DE LIQUIDACAO: '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES AND WS-ACTION-CHANGE
               MOVE WG-SETTLE-ACCOUNT TO WS-TEXT-IN
           END-IF.
           IF WS-TEXT-IN = SPACES OR WS-TEXT-IN (11:) NOT = SPACES
               DISPLAY 'PROGREFM: CONTA DE LIQUIDACAO OBRIGATORIA, '
                       'ATE 10 POSICOES - REDIGITE'
           ELSE
               MOVE WS-TEXT-IN TO WG-SETTLE-ACCOUNT
               SET WS-FIELD-OK TO TRUE
           END-IF.

       GATHER-PARTNER-FIELDS.
           IF WS-ACTION-ADD
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-PR-ID UNTIL WS-FIELD-OK
           END-IF.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PR-FILE-NAME UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PR-LAYOUT UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PR-PREFIX UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PR-TRAILER UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-PR-CUTOFF UNTIL WS-FIELD-OK.

       ACCEPT-PR-ID.
           DISPLAY 'DIGITE O CODIGO DO PARCEIRO: '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES OR WS-TEXT-IN (5:) NOT = SPACES
               DISPLAY 'PROGREFM: CODIGO OBRIGATORIO, ATE 4 '
                       'POSICOES - REDIGITE'
           ELSE
               MOVE WS-TEXT-IN TO WP-PARTNER-ID
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-PR-FILE-NAME.
           DISPLAY 'DIGITE O NOME DO ARQUIVO ENTREGUE: '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES AND WS-ACTION-CHANGE
               MOVE WP-FILE-NAME TO WS-TEXT-IN
           END-IF.
           IF WS-TEXT-IN = SPACES OR WS-TEXT-IN (13:) NOT = SPACES
               DISPLAY 'PROGREFM: NOME OBRIGATORIO, ATE 12 '
                       'POSICOES - REDIGITE'
           ELSE
               MOVE WS-TEXT-IN TO WP-FILE-NAME
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-PR-LAYOUT.
           DISPLAY 'DIGITE O LAYOUT (A=PADRAO, B=DATA ANTES DO '
                   'VALOR): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES AND WS-ACTION-CHANGE
               MOVE WP-LAYOUT-VARIANT TO WS-TEXT-IN
           END-IF.
           IF (WS-TEXT-IN = 'A' OR WS-TEXT-IN = 'B')
               MOVE WS-TEXT-IN TO WP-LAYOUT-VARIANT
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGREFM: LAYOUT INVALIDO - REDIGITE'
           END-IF.

       ACCEPT-PR-PREFIX.
      *    THE PREFIX IS STAMPED ON EVERY BATCH ID, SO BOTH POSITIONS
      *    ARE FILLED.
           DISPLAY 'DIGITE O PREFIXO DE LOTE (2 POSICOES): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES AND WS-ACTION-CHANGE
               MOVE WP-BATCH-PREFIX TO WS-TEXT-IN
           END-IF.
           IF WS-TEXT-IN (1:1) = SPACE OR WS-TEXT-IN (2:1) = SPACE
                   OR WS-TEXT-IN (3:) NOT = SPACES
               DISPLAY 'PROGREFM: PREFIXO DEVE TER 2 POSICOES - '
                       'REDIGITE'
           ELSE
               MOVE WS-TEXT-IN TO WP-BATCH-PREFIX
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-PR-TRAILER.
           DISPLAY 'DIGITE A REGRA DE TRAILER (C=COM CONTAGEM, '
                   'N=SEM TRAILER): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES AND WS-ACTION-CHANGE
               MOVE WP-TRAILER-RULE TO WS-TEXT-IN
           END-IF.
           IF (WS-TEXT-IN = 'C' OR WS-TEXT-IN = 'N')
               MOVE WS-TEXT-IN TO WP-TRAILER-RULE
               SET WS-FIELD-OK TO TRUE
           ELSE
               DISPLAY 'PROGREFM: REGRA INVALIDA - REDIGITE'
           END-IF.

       ACCEPT-PR-CUTOFF.
      *    ON AN INCLUSION BLANK IS NO CUT-OFF; ON A CHANGE IT KEEPS
      *    THE CURRENT ONE AND 0000 TAKES IT AWAY.
           DISPLAY 'DIGITE O HORARIO DE CORTE HHMM (0000 = SEM '
                   'CORTE): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES
               IF WS-ACTION-CHANGE AND WP-CUTOFF-TIME IS NUMERIC
                   MOVE WP-CUTOFF-TIME TO WS-TEXT-IN
               ELSE
                   MOVE '0000' TO WS-TEXT-IN
               END-IF
           END-IF.
           IF WS-TEXT-IN (1:4) IS NOT NUMERIC
                   OR WS-TEXT-IN (5:) NOT = SPACES
               DISPLAY 'PROGREFM: HORARIO DEVE SER HHMM - REDIGITE'
           ELSE
               MOVE WS-TEXT-IN (1:4) TO WP-CUTOFF-TIME
               IF WP-CUTOFF-HH > 23 OR WP-CUTOFF-MM > 59
                   DISPLAY 'PROGREFM: HORARIO FORA DO RELOGIO - '
                           'REDIGITE'
               ELSE
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       GATHER-RETENTION-FIELDS.
           IF WS-ACTION-ADD
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-RT-FILE-ID UNTIL WS-FIELD-OK
           END-IF.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-RT-DAYS UNTIL WS-FIELD-OK.

       ACCEPT-RT-FILE-ID.
           DISPLAY 'DIGITE O ARQUIVO RETIDO (EX.: AUDITLOG, LGPD): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES OR WS-TEXT-IN (9:) NOT = SPACES
               DISPLAY 'PROGREFM: ARQUIVO OBRIGATORIO, ATE 8 '
                       'POSICOES - REDIGITE'
           ELSE
               MOVE WS-TEXT-IN TO WR-FILE-ID
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-RT-DAYS.
      *    ZERO WOULD SEND THE WHOLE FILE TO ITS ARCHIVE.
           DISPLAY 'DIGITE OS DIAS DE RETENCAO (1 A 99999): '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK AND WS-ACTION-CHANGE
               MOVE WR-RETAIN-DAYS TO WS-NUM-VALUE
               SET WS-NUM-WHOLE TO TRUE
           END-IF.
           IF NOT WS-NUM-WHOLE OR WS-NUM-VALUE < 1
                   OR WS-NUM-VALUE > 99999
               DISPLAY 'PROGREFM: DIAS DEVEM SER DE 1 A 99999 - '
                       'REDIGITE'
           ELSE
               MOVE WS-NUM-VALUE TO WR-RETAIN-DAYS
               SET WS-FIELD-OK TO TRUE
           END-IF.

       GATHER-CONTROL-FIELDS.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CP-THRESHOLD UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CP-NAME-SCORE UNTIL WS-FIELD-OK.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-CP-DUP-SCORE UNTIL WS-FIELD-OK.

       ACCEPT-CP-THRESHOLD.
           DISPLAY 'DIGITE O LIMITE DE COMUNICACAO (9(9)V99): '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK AND WS-ACTION-CHANGE
                   AND WC-THRESHOLD IS NUMERIC
               MOVE WC-THRESHOLD TO WS-NUM-VALUE
               SET WS-NUM-FRACTION TO TRUE
           END-IF.
           IF NOT WS-NUM-GOOD
               DISPLAY 'PROGREFM: LIMITE NAO NUMERICO - REDIGITE'
           ELSE
               IF WS-NUM-VALUE NOT > 0
                       OR WS-NUM-VALUE > 999999999.99
                   DISPLAY 'PROGREFM: LIMITE FORA DO INTERVALO - '
                           'REDIGITE'
               ELSE
                   MOVE WS-NUM-VALUE TO WC-THRESHOLD
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-CP-NAME-SCORE.
      *    ZERO (OR BLANK ON AN INCLUSION) LEAVES THE SCREEN ON ITS
      *    BUILT-IN DEFAULT.
           DISPLAY 'DIGITE A NOTA MINIMA DA TRIAGEM DE NOMES (0 A '
                   '100, 0 = PADRAO): '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK
               IF WS-ACTION-CHANGE AND WC-NAME-THRESHOLD IS NUMERIC
                   MOVE WC-NAME-THRESHOLD TO WS-NUM-VALUE
               ELSE
                   MOVE 0 TO WS-NUM-VALUE
               END-IF
               SET WS-NUM-WHOLE TO TRUE
           END-IF.
           IF NOT WS-NUM-WHOLE OR WS-NUM-VALUE > 100
               DISPLAY 'PROGREFM: NOTA DEVE SER DE 0 A 100 - REDIGITE'
           ELSE
               MOVE WS-NUM-VALUE TO WC-NAME-THRESHOLD
               SET WS-FIELD-OK TO TRUE
           END-IF.

       ACCEPT-CP-DUP-SCORE.
           DISPLAY 'DIGITE A NOTA MINIMA DE CLIENTE DUPLICADO (0 A '
                   '100, 0 = PADRAO): '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK
               IF WS-ACTION-CHANGE AND WC-DUP-THRESHOLD IS NUMERIC
                   MOVE WC-DUP-THRESHOLD TO WS-NUM-VALUE
               ELSE
                   MOVE 0 TO WS-NUM-VALUE
               END-IF
               SET WS-NUM-WHOLE TO TRUE
           END-IF.
           IF NOT WS-NUM-WHOLE OR WS-NUM-VALUE > 100
               DISPLAY 'PROGREFM: NOTA DEVE SER DE 0 A 100 - REDIGITE'
           ELSE
               MOVE WS-NUM-VALUE TO WC-DUP-THRESHOLD
               SET WS-FIELD-OK TO TRUE
           END-IF.

       GATHER-RATE-FIELDS.
           IF WS-ACTION-ADD
               SET WS-FIELD-BAD TO TRUE
               PERFORM ACCEPT-FX-CURRENCY UNTIL WS-FIELD-OK
           END-IF.
           SET WS-FIELD-BAD TO TRUE.
           PERFORM ACCEPT-FX-RATE UNTIL WS-FIELD-OK.

       ACCEPT-FX-CURRENCY.
      *    BRL IS THE BASE CURRENCY AND NEEDS NO RATE.
           DISPLAY 'DIGITE A MOEDA (3 LETRAS): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           MOVE 0 TO WS-SPACE-COUNT.
           INSPECT WS-TEXT-IN (1:3) TALLYING WS-SPACE-COUNT
               FOR ALL SPACE.
           IF WS-TEXT-IN (1:3) IS NOT ALPHABETIC
                   OR WS-SPACE-COUNT NOT = 0
                   OR WS-TEXT-IN (4:) NOT = SPACES
               DISPLAY 'PROGREFM: MOEDA DEVE TER 3 LETRAS - REDIGITE'
           ELSE
               IF WS-TEXT-IN (1:3) = 'BRL'
                   DISPLAY 'PROGREFM: BRL E A MOEDA BASE, SEM TAXA - '
                           'REDIGITE'
               ELSE
                   MOVE WS-TEXT-IN (1:3) TO WF-CURRENCY
                   SET WS-FIELD-OK TO TRUE
               END-IF
           END-IF.

       ACCEPT-FX-RATE.
           DISPLAY 'DIGITE A TAXA PARA BRL (EX.: 5.123456): '.
           PERFORM READ-NUMBER.
           IF WS-NUM-BLANK AND WS-ACTION-CHANGE
                   AND WF-RATE-TO-BRL IS NUMERIC
               MOVE WF-RATE-TO-BRL TO WS-NUM-VALUE
               SET WS-NUM-FRACTION TO TRUE
           END-IF.
           IF NOT WS-NUM-GOOD
               DISPLAY 'PROGREFM: TAXA NAO NUMERICA - REDIGITE'
           ELSE
               IF WS-NUM-VALUE NOT > 0
                   DISPLAY 'PROGREFM: TAXA ZERO NAO PERMITIDA - '
                           'REDIGITE'
               ELSE
                   IF WS-NUM-VALUE > 999.999999
                       DISPLAY 'PROGREFM: TAXA FORA DO LIMITE - '
                               'REDIGITE'
                   ELSE
                       MOVE WS-NUM-VALUE TO WF-RATE-TO-BRL
                       IF WF-RATE-TO-BRL = 0
                           DISPLAY 'PROGREFM: TAXA ZERO NAO '
                                   'PERMITIDA - REDIGITE'
                       ELSE
                           SET WS-FIELD-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-NUMBER.
           MOVE SPACES TO WS-NUM-IN.
           ACCEPT WS-NUM-IN.
           MOVE 0 TO WS-NUM-VALUE.
           IF WS-NUM-IN = SPACES
               SET WS-NUM-BLANK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-NUM-IN) NOT = 0
                   SET WS-NUM-NOT-NUMERIC TO TRUE
               ELSE
                   SET WS-NUM-FRACTION TO TRUE
                   COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL (WS-NUM-IN)
                       ON SIZE ERROR
                           SET WS-NUM-NOT-NUMERIC TO TRUE
                   END-COMPUTE
                   IF WS-NUM-VALUE < 0
                       SET WS-NUM-NOT-NUMERIC TO TRUE
                   END-IF
                   IF WS-NUM-GOOD
                       MOVE WS-NUM-VALUE TO WS-NUM-INTEGER
                       IF WS-NUM-INTEGER = WS-NUM-VALUE
                           SET WS-NUM-WHOLE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-CHANGE-HISTORY.
           OPEN EXTEND CHANGE-HISTORY.
           IF WS-RM-STATUS = '35'
               OPEN OUTPUT CHANGE-HISTORY
           END-IF.
           MOVE SPACES              TO RM-RECORD.
           MOVE WS-FILE-CODE        TO RM-FILE-CODE.
           MOVE WS-ACTION           TO RM-ACTION.
           MOVE WS-BEFORE-IMAGE     TO RM-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE      TO RM-AFTER-IMAGE.
           MOVE WS-REQUESTER        TO RM-REQUEST-OPER.
           MOVE WS-APPROVER         TO RM-APPROVER-OPER.
           MOVE WS-RUN-DATE         TO RM-CHANGE-DATE.
           ACCEPT RM-CHANGE-TIME    FROM TIME.
           WRITE RM-RECORD.
           CLOSE CHANGE-HISTORY.

       BUILD-AUDIT-VALUES.
      *    THE FIELD NAMES CARRY THE ENTRY'S KEY, TAKEN FROM THE
      *    RECORD AFTER (OR BEFORE, ON A DELETION); A SIDE THAT
      *    DOESN'T EXIST AUDITS AS ZERO.
           MOVE 0 TO WS-AV-BEFORE (1) WS-AV-BEFORE (2)
                     WS-AV-BEFORE (3).
           MOVE 0 TO WS-AV-AFTER (1) WS-AV-AFTER (2)
                     WS-AV-AFTER (3).
           MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE TO WS-WORK-IMAGE
           END-IF.
           PERFORM NAME-AUDIT-FIELDS.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-WORK-IMAGE
               SET WS-AUDIT-BEFORE TO TRUE
               PERFORM TAKE-AUDIT-VALUES
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE TO WS-WORK-IMAGE
               SET WS-AUDIT-AFTER TO TRUE
               PERFORM TAKE-AUDIT-VALUES
           END-IF.

       NAME-AUDIT-FIELDS.
           MOVE SPACES TO WS-AV-NAME (1) WS-AV-NAME (2)
                          WS-AV-NAME (3).
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   MOVE 2 TO WS-AV-COUNT
                   STRING 'GLMAP-LOW-' WG-TRANS-TYPE
                       DELIMITED BY SIZE INTO WS-AV-NAME (1)
                   STRING 'GLMAP-HIGH-' WG-TRANS-TYPE
                       DELIMITED BY SIZE INTO WS-AV-NAME (2)
               WHEN WS-FILE-PARTNERS
                   MOVE 1 TO WS-AV-COUNT
                   STRING 'CUTOFF-' WP-PARTNER-ID
                       DELIMITED BY SIZE INTO WS-AV-NAME (1)
               WHEN WS-FILE-RETENTN
                   MOVE 1 TO WS-AV-COUNT
                   STRING 'RETAIN-' WR-FILE-ID
                       DELIMITED BY SIZE INTO WS-AV-NAME (1)
               WHEN WS-FILE-CMPLCTL
                   MOVE 3 TO WS-AV-COUNT
                   MOVE 'CMPL-THRESHOLD'  TO WS-AV-NAME (1)
                   MOVE 'CMPL-NAME-SCORE' TO WS-AV-NAME (2)
                   MOVE 'CMPL-DUP-SCORE'  TO WS-AV-NAME (3)
               WHEN WS-FILE-FXRATE
                   MOVE 1 TO WS-AV-COUNT
                   STRING 'FXRATE-' WF-CURRENCY
                       DELIMITED BY SIZE INTO WS-AV-NAME (1)
           END-EVALUATE.

       TAKE-AUDIT-VALUES.
      *    THE TRAIL KEEPS TWO DECIMALS, SO AN FX RATE GOES IN AS
      *    WHOLE MILLIONTHS.
           EVALUATE TRUE
               WHEN WS-FILE-GLMAP
                   MOVE 0 TO WS-AV-VALUE
                   IF WG-ACCT-LOW IS NUMERIC
                       MOVE WG-ACCT-LOW TO WS-AV-VALUE
                   END-IF
                   MOVE 1 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
                   MOVE 0 TO WS-AV-VALUE
                   IF WG-ACCT-HIGH IS NUMERIC
                       MOVE WG-ACCT-HIGH TO WS-AV-VALUE
                   END-IF
                   MOVE 2 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
               WHEN WS-FILE-PARTNERS
                   MOVE 0 TO WS-AV-VALUE
                   IF WP-CUTOFF-TIME IS NUMERIC
                       MOVE WP-CUTOFF-TIME TO WS-AV-VALUE
                   END-IF
                   MOVE 1 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
               WHEN WS-FILE-RETENTN
                   MOVE 0 TO WS-AV-VALUE
                   IF WR-RETAIN-DAYS IS NUMERIC
                       MOVE WR-RETAIN-DAYS TO WS-AV-VALUE
                   END-IF
                   MOVE 1 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
               WHEN WS-FILE-CMPLCTL
                   MOVE 0 TO WS-AV-VALUE
                   IF WC-THRESHOLD IS NUMERIC
                       MOVE WC-THRESHOLD TO WS-AV-VALUE
                   END-IF
                   MOVE 1 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
                   MOVE 0 TO WS-AV-VALUE
                   IF WC-NAME-THRESHOLD IS NUMERIC
                       MOVE WC-NAME-THRESHOLD TO WS-AV-VALUE
                   END-IF
                   MOVE 2 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
                   MOVE 0 TO WS-AV-VALUE
                   IF WC-DUP-THRESHOLD IS NUMERIC
                       MOVE WC-DUP-THRESHOLD TO WS-AV-VALUE
                   END-IF
                   MOVE 3 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
               WHEN WS-FILE-FXRATE
                   MOVE 0 TO WS-AV-VALUE
                   IF WF-RATE-TO-BRL IS NUMERIC
                       COMPUTE WS-AV-VALUE = WF-RATE-TO-BRL * 1000000
                   END-IF
                   MOVE 1 TO WS-AV-IDX
                   PERFORM STORE-AUDIT-VALUE
           END-EVALUATE.

       STORE-AUDIT-VALUE.
           IF WS-AUDIT-BEFORE
               MOVE WS-AV-VALUE TO WS-AV-BEFORE (WS-AV-IDX)
           ELSE
               MOVE WS-AV-VALUE TO WS-AV-AFTER (WS-AV-IDX)
           END-IF.

       WRITE-FIELD-AUDITS.
           PERFORM WRITE-ONE-FIELD-AUDIT
               VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-COUNT.

       WRITE-ONE-FIELD-AUDIT.
           MOVE WS-AV-NAME (WS-AV-IDX)   TO WS-AL-FIELD-NAME.
           MOVE WS-AV-BEFORE (WS-AV-IDX) TO WS-AL-BEFORE-VALUE.
           MOVE WS-AV-AFTER (WS-AV-IDX)  TO WS-AL-AFTER-VALUE.
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
       END PROGRAM PROGREFM.
