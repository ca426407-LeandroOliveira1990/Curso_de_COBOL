      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY CARD AUTHORIZATION-TO-SETTLEMENT MATCHING, RUN
      *          AFTER THE POSTING RUN. A CARD OR ATM AUTHORIZATION
      *          ARRIVES AS A MEMO ON MEMOTRN.DAT CARRYING ITS
      *          AUTHORIZATION CODE, AND HOLDS THE AVAILABLE BALANCE
      *          UNTIL ITS SETTLEMENT POSTS - USUALLY ONE TO THREE DAYS
      *          LATER, UNDER ANOTHER ID AND OFTEN FOR ANOTHER AMOUNT.
      *          EVERY CRT/ATM SETTLEMENT THAT POSTED TONIGHT (THE
      *          CLEAN FILE, AFTER THE POSTING RUN TOOK ITS REFUSALS
      *          OUT) IS PAIRED WITH THE HELD MEMO FOR THE SAME
      *          ACCOUNT AND AUTHORIZATION CODE. IT MATCHES WHEN IT IS
      *          NO MORE THAN THE AUTHORIZED AMOUNT PLUS THE TOLERANCE
      *          ON CARDCTL.DAT, AND THE MATCHED MEMO IS RELEASED. A
      *          HOLD NOBODY SETTLES EXPIRES AFTER THE CONTROL FILE'S
      *          NUMBER OF DAYS AND IS RELEASED TOO. A SETTLEMENT WITH
      *          NO CODE, NO HELD AUTHORIZATION OR OVER THE TOLERANCE
      *          IS AN EXCEPTION (COND CODE 4) - THE HOLD, IF ANY, IS
      *          LEFT TO EXPIRE. EVERYTHING PRINTS ON CARDMTCH.RPT;
      *          RELEASES ARE LOGGED ON CARDREL.DAT AND MEMOTRN.DAT IS
      *          REWRITTEN WITHOUT THEM. A RERUN ON THE SAME DATE
      *          FINDS ITS OWN RELEASES ON THE LOG. A SIMULATION RUN
      *          PRINTS THE REPORT AND TOUCHES NOTHING ELSE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCRDM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-TRANSACTIONS ASSIGN TO "CLNDTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CT-STATUS.
           SELECT MEMO-FILE ASSIGN TO "MEMOTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MM-STATUS.
           SELECT CARD-CONTROL ASSIGN TO "CARDCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CD-STATUS.
           SELECT RELEASE-LOG ASSIGN TO "CARDREL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CV-STATUS.
           SELECT MATCH-REPORT ASSIGN TO "CARDMTCH.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-TRANSACTIONS.
           COPY CLNDTRN.
       FD  MEMO-FILE.
           COPY MEMOTRN.
       FD  CARD-CONTROL.
           COPY CARDCTL.
       FD  RELEASE-LOG.
           COPY CARDREL.
       FD  MATCH-REPORT.
       01  MR-LINE                     PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-CT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-MM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CV-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-MEMO-FULL-SW             PIC X(01) VALUE 'N'.
           88  WS-MEMO-FULL                  VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-TOLERANCE-PCT            PIC 9(03)V99 VALUE 20.
       77  WS-EXPIRY-DAYS              PIC 9(03) VALUE 7.
       77  WS-AGE-DAYS                 PIC S9(07) VALUE 0.
       77  WS-MEMO-COUNT               PIC 9(04) VALUE 0.
       77  WS-MEMO-IDX                 PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-RELEASED-COUNT           PIC 9(04) VALUE 0.
       77  WS-REL-IDX                  PIC 9(04) VALUE 0.
       77  WS-REL-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-REL-FOUND                  VALUE 'Y'.
       77  WS-SETTLE-COUNT             PIC 9(06) VALUE 0.
       77  WS-MATCHED-COUNT            PIC 9(06) VALUE 0.
       77  WS-ALREADY-COUNT            PIC 9(06) VALUE 0.
       77  WS-EXPIRED-COUNT            PIC 9(06) VALUE 0.
       77  WS-HELD-COUNT               PIC 9(06) VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(06) VALUE 0.
       77  WS-EFFECTIVE-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-CONVERTED-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-FX-FOUND-SW              PIC X(01) VALUE 'Y'.
       77  WS-SETTLE-AMOUNT            PIC S9(7)V99 VALUE 0.
       77  WS-AUTH-AMOUNT              PIC S9(7)V99 VALUE 0.
       77  WS-LIMIT-AMOUNT             PIC S9(9)V99 VALUE 0.
       77  WS-REASON                   PIC X(16) VALUE SPACES.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGCRDM'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-MEMO-TABLE.
           05  WS-MT-ENTRY OCCURS 1000 TIMES.
               10  WS-MT-IMAGE         PIC X(48).
               10  WS-MT-IMAGE-PARTS REDEFINES WS-MT-IMAGE.
                   15  WS-MT-ACCOUNT   PIC X(10).
                   15  WS-MT-TRANS-ID  PIC X(10).
                   15  WS-MT-AMOUNT    PIC S9(7)V99.
                   15  WS-MT-TRANS-TYPE PIC X(03).
                   15  WS-MT-ENTRY-DATE PIC 9(08).
                   15  WS-MT-AUTH-CODE PIC X(06).
                   15  FILLER          PIC X(02).
               10  WS-MT-STATE         PIC X(01).
                   88  WS-MT-DAY-MEMO        VALUE 'K'.
                   88  WS-MT-HELD            VALUE 'H'.
                   88  WS-MT-MATCHED         VALUE 'M'.
                   88  WS-MT-EXPIRED         VALUE 'E'.
               10  WS-MT-SETTLE-ID     PIC X(10).
               10  WS-MT-SETTLE-AMOUNT PIC S9(7)V99.
       01  WS-RELEASED-TABLE.
           05  WS-RL-ENTRY OCCURS 1000 TIMES.
               10  WS-RL-ACCOUNT       PIC X(10).
               10  WS-RL-AUTH-CODE     PIC X(06).
               10  WS-RL-SETTLE-ID     PIC X(10).
       01  WS-SIM-WATERMARK.
           05  FILLER                  PIC X(34) VALUE
                   '*** SIMULACAO - NADA FOI GRAVADO *'.
           05  FILLER                  PIC X(02) VALUE '**'.
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-MR-HEADER.
           05  FILLER                  PIC X(39) VALUE
                   'CONCILIACAO DE CARTOES - DATA DO MOVTO:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-MR-PARAMETERS.
           05  FILLER                  PIC X(12) VALUE 'TOLERANCIA: '.
           05  MP-TOLERANCE-PCT        PIC ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
                   '%    VALIDADE: '.
           05  MP-EXPIRY-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DIAS'.
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  WS-MR-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ML-EVENT                PIC X(11).
           05  FILLER                  PIC X(07) VALUE ' CONTA '.
           05  ML-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' AUT '.
           05  ML-AUTH-CODE            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ML-TRANS-ID             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ML-AMOUNT               PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ML-NOTE                 PIC X(16).
           05  ML-NOTE-DIFF REDEFINES ML-NOTE.
               10  FILLER              PIC X(04).
               10  ML-DIFF             PIC -ZZZ,ZZ9.99.
               10  FILLER              PIC X(01).
       01  WS-MR-TOTAL.
           05  FILLER                  PIC X(10) VALUE 'LIBERADAS '.
           05  MX-MATCHED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE ' EXPIRADAS '.
           05  MX-EXPIRED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
                   ' SEM AUTORIZ '.
           05  MX-EXCEPTION-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' MANTIDAS '.
           05  MX-HELD-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-OPS-MATCH-TEXT.
           05  FILLER                  PIC X(18) VALUE
                   'CARTAO LIBERADOS:'.
           05  OT-MATCHED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE ' EXPIRADOS:'.
           05  OT-EXPIRED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' SEM AUT:'.
           05  OT-EXCEPTION-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-CARD-CONTROL.
           PERFORM LOAD-RELEASE-LOG.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MEMO-FILE.
           IF WS-MM-STATUS = '00'
               PERFORM LOAD-NEXT-MEMO UNTIL WS-EOF
               CLOSE MEMO-FILE
           ELSE
               DISPLAY 'PROGCRDM: MEMOTRN.DAT NAO DISPONIVEL - STATUS '
                       WS-MM-STATUS ' - NENHUM BLOQUEIO DE CARTAO'
           END-IF.

           OPEN OUTPUT MATCH-REPORT.
           IF WS-SIM-MODE
               WRITE MR-LINE FROM WS-SIM-WATERMARK
           END-IF.
           MOVE WS-RUN-DATE      TO MH-RUN-DATE.
           WRITE MR-LINE FROM WS-MR-HEADER.
           MOVE WS-TOLERANCE-PCT TO MP-TOLERANCE-PCT.
           MOVE WS-EXPIRY-DAYS   TO MP-EXPIRY-DAYS.
           WRITE MR-LINE FROM WS-MR-PARAMETERS.
           MOVE SPACES TO MR-LINE.
           WRITE MR-LINE.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CLEAN-TRANSACTIONS.
           IF WS-CT-STATUS = '00'
               PERFORM MATCH-NEXT-SETTLEMENT UNTIL WS-EOF
               CLOSE CLEAN-TRANSACTIONS
           ELSE
               DISPLAY 'PROGCRDM: CLNDTRN.DAT NAO DISPONIVEL - STATUS '
                       WS-CT-STATUS ' - NADA LANCADO HOJE'
           END-IF.

           PERFORM EXPIRE-ONE-HOLD
               VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-COUNT.

           MOVE SPACES TO MR-LINE.
           WRITE MR-LINE.
           MOVE WS-MATCHED-COUNT   TO MX-MATCHED-COUNT.
           MOVE WS-EXPIRED-COUNT   TO MX-EXPIRED-COUNT.
           MOVE WS-EXCEPTION-COUNT TO MX-EXCEPTION-COUNT.
           MOVE WS-HELD-COUNT      TO MX-HELD-COUNT.
           WRITE MR-LINE FROM WS-MR-TOTAL.
           CLOSE MATCH-REPORT.

           IF NOT WS-SIM-MODE
               PERFORM SAVE-CARD-RELEASES
           END-IF.

           DISPLAY 'PROGCRDM: LIQUIDACOES DE CARTAO:  ' WS-SETTLE-COUNT.
           DISPLAY 'PROGCRDM: BLOQUEIOS LIBERADOS:    '
                   WS-MATCHED-COUNT.
           DISPLAY 'PROGCRDM: JA LIBERADOS:           '
                   WS-ALREADY-COUNT.
           DISPLAY 'PROGCRDM: BLOQUEIOS EXPIRADOS:    '
                   WS-EXPIRED-COUNT.
           DISPLAY 'PROGCRDM: BLOQUEIOS MANTIDOS:     ' WS-HELD-COUNT.
           DISPLAY 'PROGCRDM: SEM AUTORIZACAO:        '
                   WS-EXCEPTION-COUNT.
           MOVE WS-MATCHED-COUNT   TO OT-MATCHED-COUNT.
           MOVE WS-EXPIRED-COUNT   TO OT-EXPIRED-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OT-EXCEPTION-COUNT.
           MOVE WS-OPS-MATCH-TEXT  TO WS-OPS-TEXT.
           IF WS-EXCEPTION-COUNT NOT = 0 OR WS-MEMO-FULL
               MOVE 'W'     TO WS-OPS-SEVERITY
               MOVE 'OPS02' TO WS-OPS-MSG-CODE
           END-IF.
           IF NOT WS-SIM-MODE
               PERFORM WRITE-OPS-MESSAGE
           END-IF.
           IF WS-EXCEPTION-COUNT NOT = 0 OR WS-MEMO-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       GET-CARD-CONTROL.
      *    A MISSING OR UNUSABLE CONTROL FILE ISN'T FATAL - THE STEP
      *    RUNS ON THE HOUSE DEFAULTS (20% OVER, 7 DAYS) AND SAYS SO.
           OPEN INPUT CARD-CONTROL.
           IF WS-CD-STATUS = '00'
               READ CARD-CONTROL
                   AT END
                       DISPLAY 'PROGCRDM: CARDCTL.DAT VAZIO - '
                               'PADROES ASSUMIDOS'
                   NOT AT END
                       IF CD-TOLERANCE-PCT IS NUMERIC
                           MOVE CD-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
                       IF CD-EXPIRY-DAYS IS NUMERIC
                               AND CD-EXPIRY-DAYS NOT = 0
                           MOVE CD-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE CARD-CONTROL
           ELSE
               DISPLAY 'PROGCRDM: CARDCTL.DAT NAO DISPONIVEL - '
                       'PADROES ASSUMIDOS'
           END-IF.

       LOAD-RELEASE-LOG.
      *    TODAY'S MATCHES ALREADY ON THE LOG MEAN A RERUN - THEIR
      *    SETTLEMENTS ARE COUNTED AS ALREADY RELEASED, NOT AS
      *    SETTLEMENTS WITHOUT AN AUTHORIZATION.
           MOVE 0   TO WS-RELEASED-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RELEASE-LOG.
           IF WS-CV-STATUS = '00'
               PERFORM LOAD-NEXT-RELEASE UNTIL WS-EOF
               CLOSE RELEASE-LOG
           END-IF.

       LOAD-NEXT-RELEASE.
           READ RELEASE-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CV-RELEASE-DATE = WS-RUN-DATE
                           AND CV-ACTION-MATCHED
                           AND WS-RELEASED-COUNT < 1000
                       SET WS-RELEASED-COUNT UP BY 1
                       MOVE CV-ACCOUNT
                           TO WS-RL-ACCOUNT (WS-RELEASED-COUNT)
                       MOVE CV-AUTH-CODE
                           TO WS-RL-AUTH-CODE (WS-RELEASED-COUNT)
                       MOVE CV-SETTLE-TRANS-ID
                           TO WS-RL-SETTLE-ID (WS-RELEASED-COUNT)
                   END-IF
           END-READ.

       LOAD-NEXT-MEMO.
      *    ONLY A MEMO CARRYING AN AUTHORIZATION CODE IS A CARD HOLD;
      *    ANY OTHER MEMO ON THE FILE IS THE DAY'S AND IS KEPT AS-IS.
           READ MEMO-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-MEMO-COUNT < 1000
                       SET WS-MEMO-COUNT UP BY 1
                       MOVE MM-RECORD
                           TO WS-MT-IMAGE (WS-MEMO-COUNT)
                       MOVE SPACES
                           TO WS-MT-SETTLE-ID (WS-MEMO-COUNT)
                       MOVE 0
                           TO WS-MT-SETTLE-AMOUNT (WS-MEMO-COUNT)
                       IF MM-AUTH-CODE = SPACES
                           SET WS-MT-DAY-MEMO (WS-MEMO-COUNT) TO TRUE
                       ELSE
                           SET WS-MT-HELD (WS-MEMO-COUNT) TO TRUE
                       END-IF
                   ELSE
                       SET WS-MEMO-FULL TO TRUE
                       DISPLAY 'PROGCRDM: TABELA DE MEMOS CHEIA - '
                               'MEMO ' MM-TRANS-ID ' IGNORADO'
                   END-IF
           END-READ.

       MATCH-NEXT-SETTLEMENT.
           READ CLEAN-TRANSACTIONS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CT-REC-TYPE = 'D'
                           AND (CT-TRANS-TYPE = 'CRT'
                               OR CT-TRANS-TYPE = 'ATM')
                       PERFORM MATCH-ONE-SETTLEMENT
                   END-IF
           END-READ.

       MATCH-ONE-SETTLEMENT.
      *    AMOUNTS ARE COMPARED AS THE BRL EFFECT ON THE ACCOUNT, THE
      *    SAME WAY THE MEMO CARRIES THEM, TURNED POSITIVE.
           SET WS-SETTLE-COUNT UP BY 1.
           CALL 'TRNSIGN' USING CT-TRANS-TYPE CT-AMOUNT
               WS-EFFECTIVE-AMOUNT.
           MOVE 'Y' TO WS-FX-FOUND-SW.
           CALL 'FXCONV' USING CT-CURRENCY WS-EFFECTIVE-AMOUNT
               WS-CONVERTED-AMOUNT WS-FX-FOUND-SW.
           COMPUTE WS-SETTLE-AMOUNT = 0 - WS-CONVERTED-AMOUNT.
           MOVE SPACES TO WS-REASON.
           MOVE 0      TO WS-FOUND-IDX.

           IF CT-AUTH-CODE = SPACES
               MOVE 'SEM CODIGO' TO WS-REASON
           ELSE
               PERFORM FIND-HELD-MEMO
                   VARYING WS-MEMO-IDX FROM 1 BY 1
                   UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
                       OR WS-FOUND-IDX NOT = 0
               IF WS-FOUND-IDX = 0
                   MOVE 'N' TO WS-REL-FOUND-SW
                   PERFORM FIND-TODAYS-RELEASE
                       VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-RELEASED-COUNT
                           OR WS-REL-FOUND
                   IF WS-REL-FOUND
                       SET WS-ALREADY-COUNT UP BY 1
                   ELSE
                       MOVE 'NAO ENCONTRADA' TO WS-REASON
                   END-IF
               ELSE
                   PERFORM CHECK-TOLERANCE
               END-IF
           END-IF.

           IF WS-REASON NOT = SPACES
               SET WS-EXCEPTION-COUNT UP BY 1
               MOVE 'SEM AUTORIZ'     TO ML-EVENT
               MOVE CT-ACCOUNT        TO ML-ACCOUNT
               MOVE CT-AUTH-CODE      TO ML-AUTH-CODE
               MOVE CT-TRANS-ID       TO ML-TRANS-ID
               MOVE WS-SETTLE-AMOUNT  TO ML-AMOUNT
               MOVE WS-REASON         TO ML-NOTE
               WRITE MR-LINE FROM WS-MR-DETAIL
           END-IF.

       FIND-HELD-MEMO.
           IF WS-MT-HELD (WS-MEMO-IDX)
                   AND WS-MT-AUTH-CODE (WS-MEMO-IDX) = CT-AUTH-CODE
                   AND FUNCTION NUMVAL (WS-MT-ACCOUNT (WS-MEMO-IDX))
                       = FUNCTION NUMVAL (CT-ACCOUNT)
               MOVE WS-MEMO-IDX TO WS-FOUND-IDX
           END-IF.

       FIND-TODAYS-RELEASE.
           IF WS-RL-AUTH-CODE (WS-REL-IDX) = CT-AUTH-CODE
                   AND WS-RL-SETTLE-ID (WS-REL-IDX) = CT-TRANS-ID
                   AND FUNCTION NUMVAL (WS-RL-ACCOUNT (WS-REL-IDX))
                       = FUNCTION NUMVAL (CT-ACCOUNT)
               SET WS-REL-FOUND TO TRUE
           END-IF.

       CHECK-TOLERANCE.
      *    UNDER THE AUTHORIZATION ALWAYS MATCHES; OVER IT, ONLY BY UP
      *    TO THE TOLERANCE. A SETTLEMENT OVER THE LIMIT LEAVES THE
      *    HOLD IN PLACE TO EXPIRE.
           COMPUTE WS-AUTH-AMOUNT = 0 - WS-MT-AMOUNT (WS-FOUND-IDX).
           COMPUTE WS-LIMIT-AMOUNT ROUNDED = WS-AUTH-AMOUNT
               * (100 + WS-TOLERANCE-PCT) / 100.
           IF WS-SETTLE-AMOUNT > WS-LIMIT-AMOUNT
               MOVE 'ACIMA TOLERANCIA' TO WS-REASON
           ELSE
               SET WS-MT-MATCHED (WS-FOUND-IDX) TO TRUE
               MOVE CT-TRANS-ID
                   TO WS-MT-SETTLE-ID (WS-FOUND-IDX)
               MOVE WS-CONVERTED-AMOUNT
                   TO WS-MT-SETTLE-AMOUNT (WS-FOUND-IDX)
               SET WS-MATCHED-COUNT UP BY 1
               MOVE 'LIBERADA'        TO ML-EVENT
               MOVE CT-ACCOUNT        TO ML-ACCOUNT
               MOVE CT-AUTH-CODE      TO ML-AUTH-CODE
               MOVE CT-TRANS-ID       TO ML-TRANS-ID
               MOVE WS-SETTLE-AMOUNT  TO ML-AMOUNT
               MOVE 'DIF '            TO ML-NOTE
               COMPUTE ML-DIFF = WS-SETTLE-AMOUNT - WS-AUTH-AMOUNT
               WRITE MR-LINE FROM WS-MR-DETAIL
           END-IF.

       EXPIRE-ONE-HOLD.
      *    A HOLD OLDER THAN THE VALIDITY PERIOD WILL NOT SETTLE NOW -
      *    IT'S RELEASED SO THE AVAILABLE BALANCE STOPS CARRYING IT.
      *    AN ENTRY DATE THAT ISN'T A DATE CAN'T BE AGED AND EXPIRES.
           IF WS-MT-HELD (WS-MEMO-IDX)
               IF WS-MT-ENTRY-DATE (WS-MEMO-IDX) IS NUMERIC
                       AND WS-MT-ENTRY-DATE (WS-MEMO-IDX) >= 16010101
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-MT-ENTRY-DATE (WS-MEMO-IDX))
               ELSE
                   COMPUTE WS-AGE-DAYS = WS-EXPIRY-DAYS + 1
               END-IF
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   SET WS-MT-EXPIRED (WS-MEMO-IDX) TO TRUE
                   SET WS-EXPIRED-COUNT UP BY 1
                   MOVE 'EXPIRADA'    TO ML-EVENT
                   MOVE WS-MT-ACCOUNT (WS-MEMO-IDX)   TO ML-ACCOUNT
                   MOVE WS-MT-AUTH-CODE (WS-MEMO-IDX) TO ML-AUTH-CODE
                   MOVE WS-MT-TRANS-ID (WS-MEMO-IDX)  TO ML-TRANS-ID
                   COMPUTE ML-AMOUNT = 0 - WS-MT-AMOUNT (WS-MEMO-IDX)
                   MOVE SPACES        TO ML-NOTE
                   MOVE WS-MT-ENTRY-DATE (WS-MEMO-IDX) TO ML-NOTE (1:8)
                   WRITE MR-LINE FROM WS-MR-DETAIL
               ELSE
                   SET WS-HELD-COUNT UP BY 1
               END-IF
           END-IF.

       SAVE-CARD-RELEASES.
      *    THE RELEASES GO TO THE LOG FIRST, THEN MEMOTRN.DAT IS
      *    REWRITTEN WITH WHAT IS LEFT - THE DAY MEMOS AND THE HOLDS
      *    STILL WAITING. A MEMO TABLE THAT OVERFLOWED LEAVES THE FILE
      *    ALONE RATHER THAN LOSE THE MEMOS IT COULDN'T HOLD.
           IF WS-MATCHED-COUNT NOT = 0 OR WS-EXPIRED-COUNT NOT = 0
               OPEN EXTEND RELEASE-LOG
               IF WS-CV-STATUS = '35'
                   OPEN OUTPUT RELEASE-LOG
               END-IF
               PERFORM LOG-ONE-RELEASE
                   VARYING WS-MEMO-IDX FROM 1 BY 1
                   UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
               CLOSE RELEASE-LOG
           END-IF.

           IF WS-MEMO-FULL
               DISPLAY 'PROGCRDM: MEMOTRN.DAT NAO REGRAVADO - '
                       'TABELA DE MEMOS CHEIA'
           ELSE
               IF WS-MATCHED-COUNT NOT = 0 OR WS-EXPIRED-COUNT NOT = 0
                   OPEN OUTPUT MEMO-FILE
                   PERFORM KEEP-ONE-MEMO
                       VARYING WS-MEMO-IDX FROM 1 BY 1
                       UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
                   CLOSE MEMO-FILE
               END-IF
           END-IF.

       LOG-ONE-RELEASE.
           IF WS-MT-MATCHED (WS-MEMO-IDX) OR WS-MT-EXPIRED (WS-MEMO-IDX)
               MOVE SPACES                     TO CV-RECORD
               MOVE WS-RUN-DATE                TO CV-RELEASE-DATE
               MOVE WS-MT-STATE (WS-MEMO-IDX)  TO CV-ACTION
               MOVE WS-MT-ACCOUNT (WS-MEMO-IDX)    TO CV-ACCOUNT
               MOVE WS-MT-AUTH-CODE (WS-MEMO-IDX)  TO CV-AUTH-CODE
               MOVE WS-MT-TRANS-ID (WS-MEMO-IDX)   TO CV-AUTH-TRANS-ID
               MOVE WS-MT-AMOUNT (WS-MEMO-IDX)     TO CV-AUTH-AMOUNT
               MOVE WS-MT-ENTRY-DATE (WS-MEMO-IDX) TO CV-AUTH-DATE
               MOVE WS-MT-SETTLE-ID (WS-MEMO-IDX)
                   TO CV-SETTLE-TRANS-ID
               MOVE WS-MT-SETTLE-AMOUNT (WS-MEMO-IDX)
                   TO CV-SETTLE-AMOUNT
               WRITE CV-RECORD
           END-IF.

       KEEP-ONE-MEMO.
           IF WS-MT-DAY-MEMO (WS-MEMO-IDX) OR WS-MT-HELD (WS-MEMO-IDX)
               WRITE MM-RECORD FROM WS-MT-IMAGE (WS-MEMO-IDX)
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
       END PROGRAM PROGCRDM.
