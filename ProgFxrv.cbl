      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: MONTH-END FOREIGN-CURRENCY REVALUATION. THE POSTING
      *          RUN BOOKS EACH USD OR EUR ITEM TO BRL AT ITS OWN
      *          DAY'S RATE, SO THE BRL BOOK VALUE OF A NON-BRL
      *          ACCOUNT (AB-BALANCE) DRIFTS AWAY FROM WHAT ITS
      *          CURRENCY BALANCE (AB-CCY-BALANCE) IS WORTH. RUNS
      *          EVERY NIGHT RIGHT AFTER PROGMEND AND, LIKE IT, IS A
      *          NO-OP UNLESS THE DATE ADVANCE HAS JUST CROSSED INTO A
      *          NEW MONTH - THE NIGHT THE LAST-POSTED CONTROL STILL
      *          SHOWS THE OLD MONTH'S LAST BUSINESS DAY. THEN EVERY
      *          NON-BRL ACCOUNT IS MARKED TO THE CLOSING RATE ON
      *          FXRATE.DAT (THROUGH FXCONV, BEFORE THE DESK REFRESHES
      *          THE FILE FOR THE NEW DAY): THE CHANGE AGAINST THE
      *          BOOK VALUE IS PRINTED PER ACCOUNT AND PER CURRENCY ON
      *          FXREVAL.RPT, AND A BALANCED UNREALIZED GAIN/LOSS PAIR
      *          PER ACCOUNT GOES TO REVALGL.DAT IN THE GLEXTR LAYOUT,
      *          EFFECTIVE THE CLOSING DATE AND MAPPED THROUGH THE
      *          GLMAP.DAT RULES FOR TYPE FXR (THE ACCOUNT'S CHART
      *          ACCOUNT AGAINST THE UNREALIZED FX RESULT ACCOUNT).
      *          THE SAME PAIRS, SIGN-REVERSED AND EFFECTIVE THE NEW
      *          BUSINESS DATE - THE FIRST BUSINESS DAY OF THE NEXT
      *          MONTH - GO TO FXREVRS.DAT. BOTH FILES ARE POSTED THAT
      *          NEW DATE, AND THE LEDGER EXTRACT FOLDS BOTH INTO THAT
      *          NIGHT'S GLEXTR.DAT. THE BALANCES THEMSELVES ARE NOT
      *          TOUCHED. FXRVCTL.DAT RECORDS THE MONTH DONE, SO A
      *          RESTART CAN'T BOOK IT TWICE. A SIMULATION RUN PRINTS
      *          THE WATERMARKED REPORT ONLY.
      * Tectonics: cobc
      * Modified: 2026-10-15 - BOTH LINES OF A REVALUATION PAIR, AND
      *           THEIR REVERSALS, CARRY THE ACCOUNT'S BRANCH
      *           (GL-BRANCH, BLANK GIVING THE HEAD OFFICE, 0001), SO
      *           THE LEDGER BOOKS THEM BY COST CENTER.
      * Modified: 2026-10-15 - THE REVALUATION PAIRS NOW REACH THE
      *           LEDGER: REVALGL.DAT IS FOLDED BY THE LEDGER EXTRACT
      *           INTO THE FIRST BUSINESS DAY'S GLEXTR.DAT NEXT TO THE
      *           REVERSAL, SO EACH LINE IS POSTED THE NEW BUSINESS
      *           DATE AND CARRIES THE CLOSING DATE AS ITS EFFECTIVE
      *           DATE - THE LEDGER ATTRIBUTES IT TO THE MONTH BEING
      *           CLOSED, THE WAY IT DOES A BACKDATED POSTING.
      *           FXRVCTL.DAT NOW ALSO KEEPS THE CLOSING DATE, FOR THE
      *           GL RECONCILIATION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFXRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT LAST-POSTED ASSIGN TO "LASTPOST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LP-STATUS.
           SELECT REVAL-CONTROL ASSIGN TO "FXRVCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FC-STATUS.
           SELECT GL-MAPPING ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GM-STATUS.
           SELECT REVAL-EXTRACT ASSIGN TO "REVALGL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVERSAL-FILE ASSIGN TO "FXREVRS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVAL-REPORT ASSIGN TO "FXREVAL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  LAST-POSTED.
           COPY LASTPOST.
       FD  REVAL-CONTROL.
           COPY FXRVCTL.
       FD  GL-MAPPING.
           COPY GLMAP.
       FD  REVAL-EXTRACT.
           COPY GLEXTR.
       FD  REVERSAL-FILE.
       01  RV-RECORD                   PIC X(68).
       FD  REVAL-REPORT.
       01  RR-LINE                     PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-FC-STATUS                PIC X(02) VALUE SPACES.
       77  WS-GM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-CLOSE-DATE               PIC 9(08) VALUE 0.
       77  WS-CLOSE-PERIOD             PIC 9(06) VALUE 0.
       77  WS-RUN-PERIOD               PIC 9(06) VALUE 0.
       77  WS-DONE-PERIOD              PIC 9(06) VALUE 0.
       77  WS-FORMAT-CODE              PIC X(01) VALUE 'M'.
       77  WS-FORMATTED-CLOSE          PIC X(11) VALUE SPACES.
       77  WS-FORMATTED-RUN            PIC X(11) VALUE SPACES.
       77  WS-CCY-AMOUNT               PIC S9(7)V99 VALUE 0.
       77  WS-MARKET-VALUE             PIC S9(7)V99 VALUE 0.
       77  WS-REVAL-CHANGE             PIC S9(9)V99 VALUE 0.
       77  WS-GL-BRANCH                PIC X(04) VALUE SPACES.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE SPACE.
       77  WS-FX-FOUND-SW              PIC X(01) VALUE 'Y'.
           88  WS-FX-FOUND                   VALUE 'Y'.
       77  WS-ACCT-COUNT               PIC 9(08) VALUE 0.
       77  WS-NO-RATE-COUNT            PIC 9(08) VALUE 0.
       77  WS-UNMAPPED-COUNT           PIC 9(08) VALUE 0.
       77  WS-REC-COUNT                PIC 9(10) VALUE 0.
       77  WS-HASH-AMOUNT              PIC S9(11)V99 VALUE 0.
       77  WS-TOTAL-CHANGE             PIC S9(11)V99 VALUE 0.
       77  WS-MAP-COUNT                PIC 9(03) VALUE 0.
       77  WS-MAP-IDX                  PIC 9(03) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(03) VALUE 0.
       77  WS-GL-ACCOUNT               PIC X(10) VALUE SPACES.
       77  WS-SETTLE-ACCOUNT           PIC X(10) VALUE SPACES.
       77  WS-UNMAPPED-GL              PIC X(10) VALUE 'GLNAOMAPA '.
       77  WS-UNMAPPED-SETTLE          PIC X(10) VALUE 'GLLIQNMAP '.
       77  WS-CCY-COUNT                PIC 9(02) VALUE 0.
       77  WS-CCY-IDX                  PIC 9(02) VALUE 0.
       77  WS-CCY-HIT                  PIC 9(02) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MP-ACCT-LOW      PIC 9(08).
               10  WS-MP-ACCT-HIGH     PIC 9(08).
               10  WS-MP-GL-ACCOUNT    PIC X(10).
               10  WS-MP-SETTLE-ACCT   PIC X(10).
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-ACCOUNTS      PIC 9(06).
               10  WS-CT-CCY-TOTAL     PIC S9(11)V99.
               10  WS-CT-MARKET-TOTAL  PIC S9(11)V99.
               10  WS-CT-BOOK-TOTAL    PIC S9(11)V99.
               10  WS-CT-CHANGE-TOTAL  PIC S9(11)V99.
       01  WS-SIM-WATERMARK.
           05  FILLER                  PIC X(34) VALUE
                   '*** SIMULACAO - NADA FOI GRAVADO *'.
           05  FILLER                  PIC X(02) VALUE '**'.
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-RR-HEADER.
           05  FILLER                  PIC X(33) VALUE
                   'REAVALIACAO CAMBIAL - FECHAMENTO '.
           05  RH-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(13) VALUE
                   '  ESTORNO EM '.
           05  RH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-RR-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
                   'CONTA     MOEDA  SALDO NA MOEDA   VALOR '.
           05  FILLER                  PIC X(40) VALUE
                   'MERCADO  VALOR CONTABIL      VARIACAO   '.
       01  WS-RR-DETAIL.
           05  RD-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-CCY-BALANCE          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-MARKET-VALUE         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-BOOK-VALUE           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-CHANGE               PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-RR-NO-RATE.
           05  RN-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RN-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(66) VALUE
                   '  SEM TAXA EM FXRATE.DAT - NAO REAVALIADA'.
       01  WS-RR-CCY-TOTAL.
           05  FILLER                  PIC X(06) VALUE 'TOTAL '.
           05  RC-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RC-ACCOUNTS             PIC ZZZZZ9.
           05  FILLER                  PIC X(11) VALUE ' CONTAS  '.
           05  RC-MARKET-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RC-BOOK-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RC-CHANGE-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-RR-CCY-BALANCE.
           05  FILLER                  PIC X(27) VALUE
                   '      SALDO TOTAL NA MOEDA '.
           05  RB-CCY-TOTAL            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  WS-RR-GRAND-TOTAL.
           05  FILLER                  PIC X(32) VALUE
                   'VARIACAO TOTAL A RESULTADO (BRL)'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-CHANGE-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           PERFORM GET-BUSINESS-DATE.

      *    THE NIGHT THE MONTH TURNS, THE DATE ADVANCE HAS ALREADY PUT
      *    THE BUSINESS DATE INTO THE NEW MONTH WHILE THE LAST-POSTED
      *    CONTROL STILL CARRIES THE OLD MONTH'S CLOSING DATE.
           OPEN INPUT LAST-POSTED.
           IF WS-LP-STATUS NOT = '00'
               DISPLAY 'PROGFXRV: LASTPOST.DAT AINDA NAO EXISTE - '
                       'NADA A REAVALIAR'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           READ LAST-POSTED
               AT END
                   MOVE 0 TO WS-CLOSE-DATE
               NOT AT END
                   MOVE LP-LAST-POSTED-DATE TO WS-CLOSE-DATE
           END-READ.
           CLOSE LAST-POSTED.

           MOVE WS-CLOSE-DATE (1:6) TO WS-CLOSE-PERIOD.
           MOVE WS-RUN-DATE (1:6)   TO WS-RUN-PERIOD.
           IF WS-CLOSE-DATE = 0 OR WS-CLOSE-PERIOD >= WS-RUN-PERIOD
               DISPLAY 'PROGFXRV: MES ' WS-RUN-PERIOD
                       ' AINDA EM ABERTO - NADA A REAVALIAR'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-LAST-REVALUED.
           IF WS-DONE-PERIOD >= WS-CLOSE-PERIOD
               DISPLAY 'PROGFXRV: MES ' WS-CLOSE-PERIOD
                       ' JA REAVALIADO - NADA GRAVADO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGFXRV: ACCTBAL.DAT NAO DISPONIVEL - STATUS '
                       WS-AB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE MM/DD/YYYY LAYOUT ONLY FILLS TEN OF THE ELEVEN OUTPUT
      *    BYTES - BLANK THE REST SO THE EXTRACT RECORD CARRIES ONLY
      *    PRINTABLE CHARACTERS.
           CALL 'DATEFMT' USING WS-CLOSE-DATE WS-FORMAT-CODE
               WS-FORMATTED-CLOSE.
           INSPECT WS-FORMATTED-CLOSE REPLACING ALL LOW-VALUE BY SPACE.
           CALL 'DATEFMT' USING WS-RUN-DATE WS-FORMAT-CODE
               WS-FORMATTED-RUN.
           INSPECT WS-FORMATTED-RUN REPLACING ALL LOW-VALUE BY SPACE.

           PERFORM LOAD-MAPPING-TABLE.

           OPEN OUTPUT REVAL-REPORT.
           IF WS-SIM-MODE
               WRITE RR-LINE        FROM WS-SIM-WATERMARK
           ELSE
               OPEN OUTPUT REVAL-EXTRACT
               OPEN OUTPUT REVERSAL-FILE
           END-IF.
           MOVE WS-CLOSE-DATE       TO RH-CLOSE-DATE.
           MOVE WS-RUN-DATE         TO RH-RUN-DATE.
           WRITE RR-LINE            FROM WS-RR-HEADER.
           WRITE RR-LINE            FROM WS-RR-COLUMNS.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM REVALUE-NEXT-ACCOUNT UNTIL WS-EOF.
           CLOSE ACCOUNT-BALANCE.

           PERFORM PRINT-CURRENCY-TOTAL
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT.
           MOVE WS-TOTAL-CHANGE     TO RG-CHANGE-TOTAL.
           WRITE RR-LINE            FROM WS-RR-GRAND-TOTAL.
           CLOSE REVAL-REPORT.

           IF NOT WS-SIM-MODE
               PERFORM WRITE-GL-TRAILER
               CLOSE REVAL-EXTRACT
               CLOSE REVERSAL-FILE
               PERFORM SAVE-LAST-REVALUED
           END-IF.

           DISPLAY 'PROGFXRV: CONTAS REAVALIADAS: ' WS-ACCT-COUNT.
           DISPLAY 'PROGFXRV: VARIACAO TOTAL:     ' WS-TOTAL-CHANGE.
           IF WS-UNMAPPED-COUNT NOT = 0
               DISPLAY 'PROGFXRV: CONTAS SEM REGRA FXR NO GLMAP: '
                       WS-UNMAPPED-COUNT
           END-IF.
           IF WS-NO-RATE-COUNT NOT = 0
               DISPLAY 'PROGFXRV: CONTAS SEM TAXA - NAO REAVALIADAS: '
                       WS-NO-RATE-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-LAST-REVALUED.
           MOVE 0 TO WS-DONE-PERIOD.
           OPEN INPUT REVAL-CONTROL.
           IF WS-FC-STATUS = '00'
               READ REVAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-LAST-PERIOD TO WS-DONE-PERIOD
               END-READ
               CLOSE REVAL-CONTROL
           END-IF.

       SAVE-LAST-REVALUED.
           OPEN OUTPUT REVAL-CONTROL.
           MOVE SPACES              TO FC-RECORD.
           MOVE WS-CLOSE-PERIOD     TO FC-LAST-PERIOD.
           MOVE WS-RUN-DATE         TO FC-RUN-DATE.
           MOVE WS-CLOSE-DATE       TO FC-CLOSE-DATE.
           WRITE FC-RECORD.
           CLOSE REVAL-CONTROL.

       LOAD-MAPPING-TABLE.
      *    ONLY THE FXR RULES: THE CATCH-ALLS MAP POSTINGS TO THEIR
      *    SETTLEMENT ACCOUNTS, NOT TO THE FX RESULT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GL-MAPPING.
           IF WS-GM-STATUS = '00'
               PERFORM LOAD-NEXT-MAPPING UNTIL WS-EOF
               CLOSE GL-MAPPING
           ELSE
               DISPLAY 'PROGFXRV: GLMAP.DAT AUSENTE - TODA VARIACAO '
                       'VAI PARA AS CONTAS NAO MAPEADAS'
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-MAPPING.
           READ GL-MAPPING
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GM-TRANS-TYPE = 'FXR'
                       IF WS-MAP-COUNT < 100
                           SET WS-MAP-COUNT UP BY 1
                           MOVE GM-ACCT-LOW
                               TO WS-MP-ACCT-LOW (WS-MAP-COUNT)
                           MOVE GM-ACCT-HIGH
                               TO WS-MP-ACCT-HIGH (WS-MAP-COUNT)
                           MOVE GM-GL-ACCOUNT
                               TO WS-MP-GL-ACCOUNT (WS-MAP-COUNT)
                           MOVE GM-SETTLE-ACCOUNT
                               TO WS-MP-SETTLE-ACCT (WS-MAP-COUNT)
                       ELSE
                           DISPLAY 'PROGFXRV: TABELA DE MAPAS CHEIA - '
                                   'REGRA IGNORADA'
                       END-IF
                   END-IF
           END-READ.

       REVALUE-NEXT-ACCOUNT.
           READ ACCOUNT-BALANCE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AB-CURRENCY NOT = SPACES
                           AND AB-CURRENCY NOT = 'BRL'
                           AND NOT AB-STATUS-CLOSED
                       PERFORM REVALUE-ONE-ACCOUNT
                   END-IF
           END-READ.

       REVALUE-ONE-ACCOUNT.
           MOVE AB-CCY-BALANCE      TO WS-CCY-AMOUNT.
           MOVE 'Y' TO WS-FX-FOUND-SW.
           CALL 'FXCONV' USING AB-CURRENCY WS-CCY-AMOUNT
               WS-MARKET-VALUE WS-FX-FOUND-SW.
           IF NOT WS-FX-FOUND
               SET WS-NO-RATE-COUNT UP BY 1
               MOVE AB-ACCOUNT-NUMBER TO RN-ACCOUNT
               MOVE AB-CURRENCY     TO RN-CURRENCY
               WRITE RR-LINE        FROM WS-RR-NO-RATE
           ELSE
               COMPUTE WS-REVAL-CHANGE = WS-MARKET-VALUE - AB-BALANCE
               SET WS-ACCT-COUNT UP BY 1
               ADD WS-REVAL-CHANGE  TO WS-TOTAL-CHANGE
               MOVE AB-ACCOUNT-NUMBER TO RD-ACCOUNT
               MOVE AB-CURRENCY     TO RD-CURRENCY
               MOVE WS-CCY-AMOUNT   TO RD-CCY-BALANCE
               MOVE WS-MARKET-VALUE TO RD-MARKET-VALUE
               MOVE AB-BALANCE      TO RD-BOOK-VALUE
               MOVE WS-REVAL-CHANGE TO RD-CHANGE
               WRITE RR-LINE        FROM WS-RR-DETAIL
               PERFORM ADD-TO-CURRENCY-TOTAL
               IF WS-REVAL-CHANGE NOT = 0 AND NOT WS-SIM-MODE
                   PERFORM FIND-MAPPING-RULE
                   PERFORM WRITE-REVAL-ENTRIES
               END-IF
           END-IF.

       ADD-TO-CURRENCY-TOTAL.
           MOVE 0 TO WS-CCY-HIT.
           PERFORM MATCH-CURRENCY-ENTRY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR WS-CCY-HIT NOT = 0.
           IF WS-CCY-HIT = 0
               IF WS-CCY-COUNT < 20
                   SET WS-CCY-COUNT UP BY 1
                   MOVE WS-CCY-COUNT TO WS-CCY-HIT
                   MOVE AB-CURRENCY TO WS-CT-CURRENCY (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-ACCOUNTS (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-CCY-TOTAL (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-MARKET-TOTAL (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-BOOK-TOTAL (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-CHANGE-TOTAL (WS-CCY-HIT)
               ELSE
                   DISPLAY 'PROGFXRV: TABELA DE MOEDAS CHEIA - '
                           'MOEDA ' AB-CURRENCY ' FORA DO TOTAL'
               END-IF
           END-IF.
           IF WS-CCY-HIT NOT = 0
               ADD 1               TO WS-CT-ACCOUNTS (WS-CCY-HIT)
               ADD WS-CCY-AMOUNT   TO WS-CT-CCY-TOTAL (WS-CCY-HIT)
               ADD WS-MARKET-VALUE TO WS-CT-MARKET-TOTAL (WS-CCY-HIT)
               ADD AB-BALANCE      TO WS-CT-BOOK-TOTAL (WS-CCY-HIT)
               ADD WS-REVAL-CHANGE TO WS-CT-CHANGE-TOTAL (WS-CCY-HIT)
           END-IF.

       MATCH-CURRENCY-ENTRY.
           IF WS-CT-CURRENCY (WS-CCY-IDX) = AB-CURRENCY
               MOVE WS-CCY-IDX TO WS-CCY-HIT
           END-IF.

       PRINT-CURRENCY-TOTAL.
           MOVE WS-CT-CURRENCY (WS-CCY-IDX)     TO RC-CURRENCY.
           MOVE WS-CT-ACCOUNTS (WS-CCY-IDX)     TO RC-ACCOUNTS.
           MOVE WS-CT-MARKET-TOTAL (WS-CCY-IDX) TO RC-MARKET-TOTAL.
           MOVE WS-CT-BOOK-TOTAL (WS-CCY-IDX)   TO RC-BOOK-TOTAL.
           MOVE WS-CT-CHANGE-TOTAL (WS-CCY-IDX) TO RC-CHANGE-TOTAL.
           WRITE RR-LINE            FROM WS-RR-CCY-TOTAL.
           MOVE WS-CT-CCY-TOTAL (WS-CCY-IDX)    TO RB-CCY-TOTAL.
           WRITE RR-LINE            FROM WS-RR-CCY-BALANCE.

       FIND-MAPPING-RULE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-MAPPING-RULE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-FOUND-IDX NOT = 0.
           IF WS-FOUND-IDX = 0
               MOVE WS-UNMAPPED-GL     TO WS-GL-ACCOUNT
               MOVE WS-UNMAPPED-SETTLE TO WS-SETTLE-ACCOUNT
               SET WS-UNMAPPED-COUNT UP BY 1
               DISPLAY 'PROGFXRV: SEM REGRA FXR PARA A CONTA '
                       AB-ACCOUNT-NUMBER
           ELSE
               MOVE WS-MP-GL-ACCOUNT (WS-FOUND-IDX)
                   TO WS-GL-ACCOUNT
               MOVE WS-MP-SETTLE-ACCT (WS-FOUND-IDX)
                   TO WS-SETTLE-ACCOUNT
           END-IF.

       MATCH-MAPPING-RULE.
           IF AB-ACCOUNT-NUMBER >= WS-MP-ACCT-LOW (WS-MAP-IDX)
                   AND AB-ACCOUNT-NUMBER <= WS-MP-ACCT-HIGH (WS-MAP-IDX)
               MOVE WS-MAP-IDX TO WS-FOUND-IDX
           END-IF.

       WRITE-REVAL-ENTRIES.
      *    THE GL-SIDE LINE CARRIES THE CHANGE AS IT WOULD MOVE THE
      *    CUSTOMER BALANCE AND THE FX RESULT LINE OFFSETS IT, THE
      *    SAME CONVENTION AS THE NIGHTLY EXTRACT. THERE IS NO
      *    ORIGINAL-CURRENCY AMOUNT - ONLY THE BRL VALUE MOVES. THE
      *    PAIR TRAVELS IN THE NEW BUSINESS DATE'S JOURNAL, SO IT IS
      *    POSTED THAT DATE AND EFFECTIVE THE CLOSING DATE.
           MOVE AB-BRANCH           TO WS-GL-BRANCH.
           CALL 'BRNLOOK' USING WS-GL-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE SPACES              TO GL-RECORD.
           SET GL-DETAIL-REC        TO TRUE.
           MOVE WS-GL-ACCOUNT       TO GL-ACCOUNT.
           MOVE WS-FORMATTED-RUN    TO GL-POST-DATE.
           MOVE WS-REVAL-CHANGE     TO GL-NET-AMOUNT.
           MOVE AB-CURRENCY         TO GL-CURRENCY.
           MOVE 0                   TO GL-ORIG-AMOUNT.
           MOVE WS-FORMATTED-CLOSE  TO GL-EFFECTIVE-DATE.
           MOVE WS-GL-BRANCH        TO GL-BRANCH.
           WRITE GL-RECORD.
           PERFORM WRITE-REVERSAL-LINE.
           SET WS-REC-COUNT UP BY 1.
           ADD WS-REVAL-CHANGE      TO WS-HASH-AMOUNT.

           MOVE SPACES              TO GL-RECORD.
           SET GL-DETAIL-REC        TO TRUE.
           MOVE WS-SETTLE-ACCOUNT   TO GL-ACCOUNT.
           MOVE WS-FORMATTED-RUN    TO GL-POST-DATE.
           COMPUTE GL-NET-AMOUNT = 0 - WS-REVAL-CHANGE.
           MOVE AB-CURRENCY         TO GL-CURRENCY.
           MOVE 0                   TO GL-ORIG-AMOUNT.
           MOVE WS-FORMATTED-CLOSE  TO GL-EFFECTIVE-DATE.
           MOVE WS-GL-BRANCH        TO GL-BRANCH.
           WRITE GL-RECORD.
           PERFORM WRITE-REVERSAL-LINE.
           SET WS-REC-COUNT UP BY 1.
           SUBTRACT WS-REVAL-CHANGE FROM WS-HASH-AMOUNT.

       WRITE-REVERSAL-LINE.
      *    THE LINE JUST WRITTEN, SIGN-REVERSED AND DATED THE FIRST
      *    BUSINESS DAY OF THE NEW MONTH.
           COMPUTE GL-NET-AMOUNT = 0 - GL-NET-AMOUNT.
           MOVE WS-FORMATTED-RUN    TO GL-POST-DATE.
           MOVE WS-FORMATTED-RUN    TO GL-EFFECTIVE-DATE.
           WRITE RV-RECORD          FROM GL-RECORD.

       WRITE-GL-TRAILER.
           MOVE SPACES              TO GL-RECORD.
           SET GL-TRAILER-REC       TO TRUE.
           MOVE WS-REC-COUNT        TO GL-TRL-REC-COUNT.
           MOVE WS-HASH-AMOUNT      TO GL-TRL-HASH-AMOUNT.
           WRITE GL-RECORD.

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
       END PROGRAM PROGFXRV.
