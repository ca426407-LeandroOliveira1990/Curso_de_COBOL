      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: QUARTER-END DEPOSIT-BASE RETURN TO THE CENTRAL BANK,
      *          WHICH FINANCE USED TO BUILD BY HAND FROM A DUMP OF
      *          ACCTBAL.DAT. A SCHEDULED JOB (SCHEDULE.DAT, PHASE
      *          'D', RULE 'T' - LAST BUSINESS DAY OF THE QUARTER), SO
      *          THE REFERENCE DATE IS THE DATE JUST POSTED
      *          (LASTPOST.DAT; BUSDATE WHEN THERE IS NO POSTING YET)
      *          AND THE QUARTER IS THE ONE THAT DATE CLOSES. THE
      *          DEPOSIT BASE IS EVERY CHECKING AND SAVINGS ACCOUNT ON
      *          THE BALANCE MASTER - LOANS ARE NOT DEPOSITS AND
      *          CLOSED ACCOUNTS HOLD NOTHING. EACH ACCOUNT'S
      *          QUARTER-END BALANCE IS ITS BALSNAP.DAT SNAPSHOT FOR
      *          THE REFERENCE DATE (THE MASTER ITSELF ONLY IF NO
      *          SNAPSHOT WAS TAKEN THAT DAY - COND CODE 4); A NON-BRL
      *          ACCOUNT IS VALUED INSTEAD AT ITS CURRENCY BALANCE
      *          CONVERTED THROUGH FXCONV AT THE QUARTER-END RATE
      *          STILL ON FXRATE.DAT. THE BASE IS SUMMARISED - COUNT
      *          AND BALANCE - BY ACCOUNT TYPE, BY CURRENCY, BY
      *          REGULATORY BALANCE BAND (CREDIT BALANCES) AND CREDIT
      *          AGAINST OVERDRAWN; THE QUARTER'S AVERAGE BALANCE IS
      *          EVERY SNAPSHOT IN THE QUARTER OVER THE NUMBER OF
      *          SNAPSHOT DAYS. THE RETURN PRINTS ON DEPBASE.RPT AND
      *          GOES TO THE REGULATOR IN ITS FIXED LAYOUT
      *          (DEPBASE.DAT) WITH A TRAILER OF CONTROL TOTALS. A
      *          SIMULATION RUN PRINTS THE WATERMARKED REPORT ONLY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDEPB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BS-STATUS.
           SELECT LAST-POSTED ASSIGN TO "LASTPOST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LP-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "DEPBASE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DEPOSIT-REPORT ASSIGN TO "DEPBASE.RPT"
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
       FD  BALANCE-SNAPSHOT.
           COPY BALSNAP.
       FD  LAST-POSTED.
           COPY LASTPOST.
       FD  SUBMISSION-FILE.
           COPY DEPBASE.
       FD  DEPOSIT-REPORT.
       01  DR-LINE                     PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-REF-DATE                 PIC 9(08) VALUE 0.
       77  WS-REF-YEAR                 PIC 9(04) VALUE 0.
       77  WS-REF-MONTH                PIC 9(02) VALUE 0.
       77  WS-QUARTER                  PIC 9(01) VALUE 0.
       77  WS-QTR-FIRST-MONTH          PIC 9(02) VALUE 0.
       77  WS-QTR-START                PIC 9(08) VALUE 0.
       77  WS-LAST-SNAP-DATE           PIC 9(08) VALUE 0.
       77  WS-SNAP-DAYS                PIC 9(03) VALUE 0.
       77  WS-QE-SNAP-COUNT            PIC 9(08) VALUE 0.
      *    WHY A SNAPSHOT OR MASTER RECORD IS NOT IN THE BASE:
      *    SPACE = IT IS, N = NOT ON THE MASTER, L = LOAN,
      *    X = CLOSED.
       77  WS-EXCLUDE-REASON           PIC X(01) VALUE SPACE.
           88  WS-IN-BASE                    VALUE SPACE.
           88  WS-NOT-ON-MASTER              VALUE 'N'.
           88  WS-LOAN-ACCOUNT               VALUE 'L'.
           88  WS-CLOSED-ACCOUNT             VALUE 'X'.
       77  WS-NOT-ON-MASTER-COUNT      PIC 9(08) VALUE 0.
       77  WS-LOAN-COUNT               PIC 9(08) VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(08) VALUE 0.
       77  WS-NO-RATE-COUNT            PIC 9(08) VALUE 0.
       77  WS-ACCT-BALANCE             PIC S9(7)V99 VALUE 0.
       77  WS-ACCT-CURRENCY            PIC X(03) VALUE SPACES.
       77  WS-CCY-AMOUNT               PIC S9(7)V99 VALUE 0.
       77  WS-MARKET-VALUE             PIC S9(7)V99 VALUE 0.
       77  WS-FX-FOUND-SW              PIC X(01) VALUE 'Y'.
           88  WS-FX-FOUND                   VALUE 'Y'.
       77  WS-TYPE-IDX                 PIC 9(01) VALUE 0.
       77  WS-BAND-IDX                 PIC 9(01) VALUE 0.
       77  WS-BAND-HIT                 PIC 9(01) VALUE 0.
       77  WS-CCY-COUNT                PIC 9(02) VALUE 0.
       77  WS-CCY-IDX                  PIC 9(02) VALUE 0.
       77  WS-CCY-HIT                  PIC 9(02) VALUE 0.
       77  WS-BASE-ACCOUNTS            PIC 9(08) VALUE 0.
       77  WS-BASE-BALANCE             PIC S9(13)V99 VALUE 0.
       77  WS-BASE-SNAP-TOTAL          PIC S9(15)V99 VALUE 0.
       77  WS-BASE-AVERAGE             PIC S9(13)V99 VALUE 0.
       77  WS-CREDIT-ACCOUNTS          PIC 9(08) VALUE 0.
       77  WS-CREDIT-BALANCE           PIC S9(13)V99 VALUE 0.
       77  WS-DEBIT-ACCOUNTS           PIC 9(08) VALUE 0.
       77  WS-DEBIT-BALANCE            PIC S9(13)V99 VALUE 0.
       77  WS-DETAIL-COUNT             PIC 9(08) VALUE 0.
       01  WS-TYPE-NAME-VALUES.
           05  FILLER                  PIC X(11) VALUE 'CCORRENTE'.
           05  FILLER                  PIC X(11) VALUE 'SPOUPANCA'.
       01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-VALUES.
           05  WS-TN-ENTRY OCCURS 2 TIMES.
               10  WS-TN-CODE          PIC X(01).
               10  WS-TN-NAME          PIC X(10).
       01  WS-TYPE-TABLE.
           05  WS-TP-ENTRY OCCURS 2 TIMES.
               10  WS-TP-ACCOUNTS      PIC 9(08).
               10  WS-TP-BALANCE       PIC S9(13)V99.
               10  WS-TP-SNAP-TOTAL    PIC S9(15)V99.
               10  WS-TP-AVERAGE       PIC S9(13)V99.
      *    REGULATORY BALANCE BANDS - THE UPPER LIMIT OF EACH BAND,
      *    THE CODE THE RETURN CARRIES AND THE REPORT TEXT. THE 250
      *    THOUSAND LINE IS THE DEPOSIT-GUARANTEE CEILING.
       01  WS-BAND-VALUES.
           05  FILLER.
               10  FILLER              PIC 9(07)V99 VALUE 1000.00.
               10  FILLER              PIC X(10) VALUE 'FAIXA1'.
               10  FILLER              PIC X(22) VALUE
                       'ATE 1.000,00'.
           05  FILLER.
               10  FILLER              PIC 9(07)V99 VALUE 10000.00.
               10  FILLER              PIC X(10) VALUE 'FAIXA2'.
               10  FILLER              PIC X(22) VALUE
                       '1.000,01 A 10.000,00'.
           05  FILLER.
               10  FILLER              PIC 9(07)V99 VALUE 50000.00.
               10  FILLER              PIC X(10) VALUE 'FAIXA3'.
               10  FILLER              PIC X(22) VALUE
                       '10.000,01 A 50.000,00'.
           05  FILLER.
               10  FILLER              PIC 9(07)V99 VALUE 250000.00.
               10  FILLER              PIC X(10) VALUE 'FAIXA4'.
               10  FILLER              PIC X(22) VALUE
                       '50.000,01 A 250.000,00'.
           05  FILLER.
               10  FILLER              PIC 9(07)V99 VALUE 9999999.99.
               10  FILLER              PIC X(10) VALUE 'FAIXA5'.
               10  FILLER              PIC X(22) VALUE
                       'ACIMA DE 250.000,00'.
       01  WS-BAND-NAMES REDEFINES WS-BAND-VALUES.
           05  WS-BN-ENTRY OCCURS 5 TIMES.
               10  WS-BN-LIMIT         PIC 9(07)V99.
               10  WS-BN-CODE          PIC X(10).
               10  WS-BN-TEXT          PIC X(22).
       01  WS-BAND-TABLE.
           05  WS-BT-ENTRY OCCURS 5 TIMES.
               10  WS-BT-ACCOUNTS      PIC 9(08).
               10  WS-BT-BALANCE       PIC S9(13)V99.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-ACCOUNTS      PIC 9(08).
               10  WS-CT-BRL-TOTAL     PIC S9(13)V99.
               10  WS-CT-CCY-TOTAL     PIC S9(13)V99.
       01  WS-SIM-WATERMARK.
           05  FILLER                  PIC X(34) VALUE
                   '*** SIMULACAO - NADA FOI GRAVADO *'.
           05  FILLER                  PIC X(02) VALUE '**'.
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-DR-HEADER.
           05  FILLER                  PIC X(30) VALUE
                   'BASE DE DEPOSITOS - DATA-BASE '.
           05  DH-REF-DATE             PIC 9(08).
           05  FILLER                  PIC X(13) VALUE
                   '  TRIMESTRE '.
           05  DH-QUARTER              PIC 9(01).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  DH-YEAR                 PIC 9(04).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-DR-SECTION.
           05  DS-TITLE                PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-DR-COLUMNS.
           05  FILLER                  PIC X(22) VALUE 'CATEGORIA'.
           05  FILLER                  PIC X(11) VALUE
                   '     CONTAS'.
           05  FILLER                  PIC X(23) VALUE
                   '      SALDO FIM PERIODO'.
           05  DC-EXTRA-HEAD           PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-DR-DETAIL.
           05  DD-CATEGORY             PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-ACCOUNTS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-BALANCE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-EXTRA                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-DR-SHORT-DETAIL.
           05  DT-CATEGORY             PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DT-ACCOUNTS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DT-BALANCE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-DR-COUNT-LINE.
           05  DN-LABEL                PIC X(40).
           05  DN-COUNT                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-DR-CONTROL-LINE.
           05  FILLER                  PIC X(21) VALUE
                   'CONTROLE - REGISTROS '.
           05  DK-RECORDS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' CONTAS '.
           05  DK-ACCOUNTS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' SALDO '.
           05  DK-BALANCE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           PERFORM GET-REFERENCE-DATE.

      *    THE QUARTER THE REFERENCE DATE CLOSES RUNS FROM THE FIRST
      *    DAY OF ITS FIRST MONTH TO THE REFERENCE DATE ITSELF.
           MOVE WS-REF-DATE (1:4) TO WS-REF-YEAR.
           MOVE WS-REF-DATE (5:2) TO WS-REF-MONTH.
           COMPUTE WS-QUARTER = (WS-REF-MONTH + 2) / 3.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QUARTER * 3) - 2.
           COMPUTE WS-QTR-START = (WS-REF-YEAR * 10000)
               + (WS-QTR-FIRST-MONTH * 100) + 1.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               DISPLAY 'PROGDEPB: ACCTBAL.DAT NAO DISPONIVEL - STATUS '
                       WS-AB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CLEAR-TYPE-ENTRY
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 2.
           PERFORM CLEAR-BAND-ENTRY
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-SNAPSHOT.
           IF WS-BS-STATUS = '00'
               PERFORM SCAN-NEXT-SNAPSHOT UNTIL WS-EOF
               CLOSE BALANCE-SNAPSHOT
           END-IF.

      *    NO SNAPSHOT FOR THE REFERENCE DATE (THE STEP FAILED OR WAS
      *    SIMULATED THAT NIGHT): THE MASTER IS STILL AS THAT NIGHT
      *    LEFT IT, SINCE THE JOB RUNS BEFORE THE NEXT POSTING.
           IF WS-QE-SNAP-COUNT = 0
               DISPLAY 'PROGDEPB: SEM FOTO DE SALDOS PARA '
                       WS-REF-DATE ' - SALDOS TIRADOS DO ACCTBAL.DAT'
               CLOSE ACCOUNT-BALANCE
               OPEN INPUT ACCOUNT-BALANCE
               MOVE 'N' TO WS-EOF-SW
               PERFORM CLASSIFY-NEXT-MASTER UNTIL WS-EOF
           END-IF.
           CLOSE ACCOUNT-BALANCE.

           IF WS-SNAP-DAYS > 0
               PERFORM AVERAGE-TYPE-ENTRY
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 2
               COMPUTE WS-BASE-AVERAGE ROUNDED =
                   WS-BASE-SNAP-TOTAL / WS-SNAP-DAYS
           END-IF.

           OPEN OUTPUT DEPOSIT-REPORT.
           IF WS-SIM-MODE
               WRITE DR-LINE        FROM WS-SIM-WATERMARK
           ELSE
               OPEN OUTPUT SUBMISSION-FILE
               MOVE SPACES          TO DP-RECORD
               SET DP-HEADER-REC    TO TRUE
               MOVE WS-REF-DATE     TO DP-HDR-REF-DATE
               MOVE WS-REF-YEAR     TO DP-HDR-YEAR
               MOVE WS-QUARTER      TO DP-HDR-QUARTER
               MOVE 'DEPBAS01'      TO DP-HDR-LAYOUT
               MOVE WS-SNAP-DAYS    TO DP-HDR-SNAP-DAYS
               WRITE DP-RECORD
           END-IF.
           MOVE WS-REF-DATE         TO DH-REF-DATE.
           MOVE WS-QUARTER          TO DH-QUARTER.
           MOVE WS-REF-YEAR         TO DH-YEAR.
           WRITE DR-LINE            FROM WS-DR-HEADER.

           PERFORM PRINT-TYPE-SECTION.
           PERFORM PRINT-CURRENCY-SECTION.
           PERFORM PRINT-BAND-SECTION.
           PERFORM PRINT-SIGN-SECTION.
           PERFORM PRINT-BASE-TOTAL.
           PERFORM PRINT-RUN-COUNTS.

           MOVE WS-DETAIL-COUNT     TO DK-RECORDS.
           MOVE WS-BASE-ACCOUNTS    TO DK-ACCOUNTS.
           MOVE WS-BASE-BALANCE     TO DK-BALANCE.
           MOVE SPACES              TO DR-LINE.
           WRITE DR-LINE.
           WRITE DR-LINE            FROM WS-DR-CONTROL-LINE.
           CLOSE DEPOSIT-REPORT.

           IF NOT WS-SIM-MODE
               MOVE SPACES          TO DP-RECORD
               SET DP-TRAILER-REC   TO TRUE
               MOVE WS-DETAIL-COUNT TO DP-TRL-REC-COUNT
               MOVE WS-BASE-ACCOUNTS TO DP-TRL-ACCOUNTS
               MOVE WS-BASE-BALANCE TO DP-TRL-BALANCE
               WRITE DP-RECORD
               CLOSE SUBMISSION-FILE
           END-IF.

           DISPLAY 'PROGDEPB: CONTAS NA BASE:   ' WS-BASE-ACCOUNTS.
           DISPLAY 'PROGDEPB: SALDO DA BASE:    ' WS-BASE-BALANCE.
           DISPLAY 'PROGDEPB: DIAS DE FOTO:     ' WS-SNAP-DAYS.
           IF WS-NOT-ON-MASTER-COUNT NOT = 0
               DISPLAY 'PROGDEPB: CONTAS DA FOTO SEM CADASTRO: '
                       WS-NOT-ON-MASTER-COUNT
           END-IF.
           IF WS-NO-RATE-COUNT NOT = 0
               DISPLAY 'PROGDEPB: CONTAS SEM TAXA - VALOR CONTABIL: '
                       WS-NO-RATE-COUNT
           END-IF.
           IF WS-QE-SNAP-COUNT = 0 OR WS-SNAP-DAYS = 0
                   OR WS-NO-RATE-COUNT NOT = 0
                   OR WS-NOT-ON-MASTER-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-REFERENCE-DATE.
      *    AFTER THE CHAIN, BUSDATE HAS ALREADY MOVED ON - THE DATE
      *    THE QUARTER CLOSED ON IS THE ONE JUST POSTED.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-REF-DATE.
           OPEN INPUT LAST-POSTED.
           IF WS-LP-STATUS = '00'
               READ LAST-POSTED
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-LAST-POSTED-DATE NOT = 0
                           MOVE LP-LAST-POSTED-DATE TO WS-REF-DATE
                       END-IF
               END-READ
               CLOSE LAST-POSTED
           END-IF.

       CLEAR-TYPE-ENTRY.
           MOVE 0 TO WS-TP-ACCOUNTS (WS-TYPE-IDX).
           MOVE 0 TO WS-TP-BALANCE (WS-TYPE-IDX).
           MOVE 0 TO WS-TP-SNAP-TOTAL (WS-TYPE-IDX).
           MOVE 0 TO WS-TP-AVERAGE (WS-TYPE-IDX).

       CLEAR-BAND-ENTRY.
           MOVE 0 TO WS-BT-ACCOUNTS (WS-BAND-IDX).
           MOVE 0 TO WS-BT-BALANCE (WS-BAND-IDX).

       SCAN-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BS-SNAP-DATE >= WS-QTR-START
                           AND BS-SNAP-DATE <= WS-REF-DATE
                       PERFORM TAKE-SNAPSHOT
                   END-IF
           END-READ.

       TAKE-SNAPSHOT.
      *    THE HISTORY IS APPENDED ONE NIGHT AT A TIME, SO A CHANGE OF
      *    DATE IS A NEW SNAPSHOT DAY. AN ACCOUNT CLOSED SINCE STILL
      *    HELD DEPOSITS ON THE DAYS BEFORE IT CLOSED AND COUNTS IN
      *    THE AVERAGE; ONLY ITS QUARTER-END BALANCE IS LEFT OUT.
           IF BS-SNAP-DATE NOT = WS-LAST-SNAP-DATE
               SET WS-SNAP-DAYS UP BY 1
               MOVE BS-SNAP-DATE TO WS-LAST-SNAP-DATE
           END-IF.
           MOVE BS-ACCOUNT TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   MOVE 'N' TO WS-EXCLUDE-REASON
               NOT INVALID KEY
                   PERFORM JUDGE-MASTER-RECORD
           END-READ.
           IF WS-IN-BASE OR WS-CLOSED-ACCOUNT
               ADD BS-BALANCE TO WS-TP-SNAP-TOTAL (WS-TYPE-IDX)
               ADD BS-BALANCE TO WS-BASE-SNAP-TOTAL
           END-IF.
           IF BS-SNAP-DATE = WS-REF-DATE
               SET WS-QE-SNAP-COUNT UP BY 1
               MOVE BS-BALANCE TO WS-ACCT-BALANCE
               PERFORM CLASSIFY-ACCOUNT
           END-IF.

       CLASSIFY-NEXT-MASTER.
           READ ACCOUNT-BALANCE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM JUDGE-MASTER-RECORD
                   MOVE AB-BALANCE TO WS-ACCT-BALANCE
                   PERFORM CLASSIFY-ACCOUNT
           END-READ.

       JUDGE-MASTER-RECORD.
      *    A BLANK TYPE IS CHECKING, THE ONLY KIND THAT EXISTED
      *    BEFORE THE TYPE WAS CARRIED.
           MOVE SPACE TO WS-EXCLUDE-REASON.
           MOVE 1 TO WS-TYPE-IDX.
           IF AB-TYPE-SAVINGS
               MOVE 2 TO WS-TYPE-IDX
           END-IF.
           IF AB-STATUS-CLOSED
               MOVE 'X' TO WS-EXCLUDE-REASON
           END-IF.
           IF AB-TYPE-LOAN
               MOVE 'L' TO WS-EXCLUDE-REASON
           END-IF.

       CLASSIFY-ACCOUNT.
           IF WS-NOT-ON-MASTER
               SET WS-NOT-ON-MASTER-COUNT UP BY 1
               DISPLAY 'PROGDEPB: CONTA ' BS-ACCOUNT
                       ' NA FOTO MAS FORA DO ACCTBAL.DAT'
           END-IF.
           IF WS-LOAN-ACCOUNT
               SET WS-LOAN-COUNT UP BY 1
           END-IF.
           IF WS-CLOSED-ACCOUNT
               SET WS-CLOSED-COUNT UP BY 1
           END-IF.
           IF WS-IN-BASE
               PERFORM VALUE-ACCOUNT
               PERFORM ADD-TO-BASE
           END-IF.

       VALUE-ACCOUNT.
      *    A NON-BRL ACCOUNT IS WORTH ITS CURRENCY BALANCE AT THE
      *    QUARTER-END RATE, NOT THE BRL BOOK VALUE THE POSTING RUN
      *    BUILT UP AT EACH DAY'S RATE. WITH NO RATE ON FILE THE BOOK
      *    VALUE IS ALL THERE IS.
           MOVE AB-CURRENCY TO WS-ACCT-CURRENCY.
           IF WS-ACCT-CURRENCY = SPACES
               MOVE 'BRL' TO WS-ACCT-CURRENCY
           END-IF.
           IF WS-ACCT-CURRENCY = 'BRL'
               MOVE WS-ACCT-BALANCE TO WS-CCY-AMOUNT
           ELSE
               MOVE AB-CCY-BALANCE TO WS-CCY-AMOUNT
               MOVE 'Y' TO WS-FX-FOUND-SW
               CALL 'FXCONV' USING WS-ACCT-CURRENCY WS-CCY-AMOUNT
                   WS-MARKET-VALUE WS-FX-FOUND-SW
               IF WS-FX-FOUND
                   MOVE WS-MARKET-VALUE TO WS-ACCT-BALANCE
               ELSE
                   SET WS-NO-RATE-COUNT UP BY 1
                   DISPLAY 'PROGDEPB: SEM TAXA PARA ' WS-ACCT-CURRENCY
                           ' - CONTA ' AB-ACCOUNT-NUMBER
                           ' PELO VALOR CONTABIL'
               END-IF
           END-IF.

       ADD-TO-BASE.
           SET WS-BASE-ACCOUNTS UP BY 1.
           ADD WS-ACCT-BALANCE TO WS-BASE-BALANCE.
           ADD 1 TO WS-TP-ACCOUNTS (WS-TYPE-IDX).
           ADD WS-ACCT-BALANCE TO WS-TP-BALANCE (WS-TYPE-IDX).
           PERFORM ADD-TO-CURRENCY-TOTAL.
           IF WS-ACCT-BALANCE < 0
               SET WS-DEBIT-ACCOUNTS UP BY 1
               ADD WS-ACCT-BALANCE TO WS-DEBIT-BALANCE
           ELSE
               SET WS-CREDIT-ACCOUNTS UP BY 1
               ADD WS-ACCT-BALANCE TO WS-CREDIT-BALANCE
               MOVE 0 TO WS-BAND-HIT
               PERFORM MATCH-BAND-ENTRY
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
                       OR WS-BAND-HIT NOT = 0
               ADD 1 TO WS-BT-ACCOUNTS (WS-BAND-HIT)
               ADD WS-ACCT-BALANCE TO WS-BT-BALANCE (WS-BAND-HIT)
           END-IF.

       MATCH-BAND-ENTRY.
           IF WS-ACCT-BALANCE <= WS-BN-LIMIT (WS-BAND-IDX)
               MOVE WS-BAND-IDX TO WS-BAND-HIT
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
                   MOVE WS-ACCT-CURRENCY
                       TO WS-CT-CURRENCY (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-ACCOUNTS (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-BRL-TOTAL (WS-CCY-HIT)
                   MOVE 0 TO WS-CT-CCY-TOTAL (WS-CCY-HIT)
               ELSE
                   DISPLAY 'PROGDEPB: TABELA DE MOEDAS CHEIA - '
                           'MOEDA ' WS-ACCT-CURRENCY ' FORA DO TOTAL'
               END-IF
           END-IF.
           IF WS-CCY-HIT NOT = 0
               ADD 1               TO WS-CT-ACCOUNTS (WS-CCY-HIT)
               ADD WS-ACCT-BALANCE TO WS-CT-BRL-TOTAL (WS-CCY-HIT)
               ADD WS-CCY-AMOUNT   TO WS-CT-CCY-TOTAL (WS-CCY-HIT)
           END-IF.

       MATCH-CURRENCY-ENTRY.
           IF WS-CT-CURRENCY (WS-CCY-IDX) = WS-ACCT-CURRENCY
               MOVE WS-CCY-IDX TO WS-CCY-HIT
           END-IF.

       AVERAGE-TYPE-ENTRY.
           COMPUTE WS-TP-AVERAGE (WS-TYPE-IDX) ROUNDED =
               WS-TP-SNAP-TOTAL (WS-TYPE-IDX) / WS-SNAP-DAYS.

       PRINT-TYPE-SECTION.
           MOVE 'POR TIPO DE CONTA'  TO DS-TITLE.
           MOVE '       SALDO MEDIO'  TO DC-EXTRA-HEAD.
           PERFORM PRINT-SECTION-HEAD.
           PERFORM PRINT-TYPE-LINE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 2.

       PRINT-TYPE-LINE.
           MOVE WS-TN-NAME (WS-TYPE-IDX)     TO DD-CATEGORY.
           MOVE WS-TP-ACCOUNTS (WS-TYPE-IDX) TO DD-ACCOUNTS.
           MOVE WS-TP-BALANCE (WS-TYPE-IDX)  TO DD-BALANCE.
           MOVE WS-TP-AVERAGE (WS-TYPE-IDX)  TO DD-EXTRA.
           WRITE DR-LINE            FROM WS-DR-DETAIL.
           MOVE SPACES              TO DP-RECORD.
           MOVE 'TIP'               TO DP-SECTION.
           MOVE WS-TN-NAME (WS-TYPE-IDX)     TO DP-CATEGORY.
           MOVE WS-TP-ACCOUNTS (WS-TYPE-IDX) TO DP-ACCOUNTS.
           MOVE WS-TP-BALANCE (WS-TYPE-IDX)  TO DP-BALANCE.
           MOVE 0                   TO DP-CCY-BALANCE.
           MOVE WS-TP-AVERAGE (WS-TYPE-IDX)  TO DP-AVG-BALANCE.
           PERFORM WRITE-RETURN-DETAIL.

       PRINT-CURRENCY-SECTION.
      *    THE BRL COLUMN IS AT THE QUARTER-END RATE; THE SECOND ONE
      *    IS THE SAME BALANCES IN THE CURRENCY ITSELF.
           MOVE 'POR MOEDA (BRL A TAXA DE FECHAMENTO)' TO DS-TITLE.
           MOVE '    SALDO NA MOEDA'  TO DC-EXTRA-HEAD.
           PERFORM PRINT-SECTION-HEAD.
           PERFORM PRINT-CURRENCY-LINE
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT.

       PRINT-CURRENCY-LINE.
           MOVE WS-CT-CURRENCY (WS-CCY-IDX)  TO DD-CATEGORY.
           MOVE WS-CT-ACCOUNTS (WS-CCY-IDX)  TO DD-ACCOUNTS.
           MOVE WS-CT-BRL-TOTAL (WS-CCY-IDX) TO DD-BALANCE.
           MOVE WS-CT-CCY-TOTAL (WS-CCY-IDX) TO DD-EXTRA.
           WRITE DR-LINE            FROM WS-DR-DETAIL.
           MOVE SPACES              TO DP-RECORD.
           MOVE 'MOE'               TO DP-SECTION.
           MOVE WS-CT-CURRENCY (WS-CCY-IDX)  TO DP-CATEGORY.
           MOVE WS-CT-ACCOUNTS (WS-CCY-IDX)  TO DP-ACCOUNTS.
           MOVE WS-CT-BRL-TOTAL (WS-CCY-IDX) TO DP-BALANCE.
           MOVE WS-CT-CCY-TOTAL (WS-CCY-IDX) TO DP-CCY-BALANCE.
           MOVE 0                   TO DP-AVG-BALANCE.
           PERFORM WRITE-RETURN-DETAIL.

       PRINT-BAND-SECTION.
           MOVE 'POR FAIXA DE SALDO (SALDOS CREDORES)' TO DS-TITLE.
           MOVE SPACES               TO DC-EXTRA-HEAD.
           PERFORM PRINT-SECTION-HEAD.
           PERFORM PRINT-BAND-LINE
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5.

       PRINT-BAND-LINE.
           MOVE WS-BN-TEXT (WS-BAND-IDX)     TO DT-CATEGORY.
           MOVE WS-BT-ACCOUNTS (WS-BAND-IDX) TO DT-ACCOUNTS.
           MOVE WS-BT-BALANCE (WS-BAND-IDX)  TO DT-BALANCE.
           WRITE DR-LINE            FROM WS-DR-SHORT-DETAIL.
           MOVE SPACES              TO DP-RECORD.
           MOVE 'FAI'               TO DP-SECTION.
           MOVE WS-BN-CODE (WS-BAND-IDX)     TO DP-CATEGORY.
           MOVE WS-BT-ACCOUNTS (WS-BAND-IDX) TO DP-ACCOUNTS.
           MOVE WS-BT-BALANCE (WS-BAND-IDX)  TO DP-BALANCE.
           MOVE 0                   TO DP-CCY-BALANCE.
           MOVE 0                   TO DP-AVG-BALANCE.
           PERFORM WRITE-RETURN-DETAIL.

       PRINT-SIGN-SECTION.
           MOVE 'CREDORES E DEVEDORES' TO DS-TITLE.
           MOVE SPACES               TO DC-EXTRA-HEAD.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 'SALDOS CREDORES'    TO DT-CATEGORY.
           MOVE WS-CREDIT-ACCOUNTS   TO DT-ACCOUNTS.
           MOVE WS-CREDIT-BALANCE    TO DT-BALANCE.
           WRITE DR-LINE            FROM WS-DR-SHORT-DETAIL.
           MOVE SPACES              TO DP-RECORD.
           MOVE 'SLD'               TO DP-SECTION.
           MOVE 'CREDOR'            TO DP-CATEGORY.
           MOVE WS-CREDIT-ACCOUNTS  TO DP-ACCOUNTS.
           MOVE WS-CREDIT-BALANCE   TO DP-BALANCE.
           MOVE 0                   TO DP-CCY-BALANCE.
           MOVE 0                   TO DP-AVG-BALANCE.
           PERFORM WRITE-RETURN-DETAIL.
           MOVE 'SALDOS DEVEDORES'   TO DT-CATEGORY.
           MOVE WS-DEBIT-ACCOUNTS    TO DT-ACCOUNTS.
           MOVE WS-DEBIT-BALANCE     TO DT-BALANCE.
           WRITE DR-LINE            FROM WS-DR-SHORT-DETAIL.
           MOVE SPACES              TO DP-RECORD.
           MOVE 'SLD'               TO DP-SECTION.
           MOVE 'DEVEDOR'           TO DP-CATEGORY.
           MOVE WS-DEBIT-ACCOUNTS   TO DP-ACCOUNTS.
           MOVE WS-DEBIT-BALANCE    TO DP-BALANCE.
           MOVE 0                   TO DP-CCY-BALANCE.
           MOVE 0                   TO DP-AVG-BALANCE.
           PERFORM WRITE-RETURN-DETAIL.

       PRINT-BASE-TOTAL.
           MOVE 'TOTAL DA BASE'      TO DS-TITLE.
           MOVE '       SALDO MEDIO'  TO DC-EXTRA-HEAD.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 'TOTAL'              TO DD-CATEGORY.
           MOVE WS-BASE-ACCOUNTS     TO DD-ACCOUNTS.
           MOVE WS-BASE-BALANCE      TO DD-BALANCE.
           MOVE WS-BASE-AVERAGE      TO DD-EXTRA.
           WRITE DR-LINE            FROM WS-DR-DETAIL.
           MOVE SPACES              TO DP-RECORD.
           MOVE 'TOT'               TO DP-SECTION.
           MOVE 'TOTAL'             TO DP-CATEGORY.
           MOVE WS-BASE-ACCOUNTS    TO DP-ACCOUNTS.
           MOVE WS-BASE-BALANCE     TO DP-BALANCE.
           MOVE 0                   TO DP-CCY-BALANCE.
           MOVE WS-BASE-AVERAGE     TO DP-AVG-BALANCE.
           PERFORM WRITE-RETURN-DETAIL.

       PRINT-SECTION-HEAD.
           MOVE SPACES              TO DR-LINE.
           WRITE DR-LINE.
           WRITE DR-LINE            FROM WS-DR-SECTION.
           WRITE DR-LINE            FROM WS-DR-COLUMNS.

       PRINT-RUN-COUNTS.
           MOVE SPACES              TO DR-LINE.
           WRITE DR-LINE.
           MOVE 'DIAS DE FOTO DE SALDOS NO TRIMESTRE:' TO DN-LABEL.
           MOVE WS-SNAP-DAYS        TO DN-COUNT.
           WRITE DR-LINE            FROM WS-DR-COUNT-LINE.
           MOVE 'CONTAS DE EMPRESTIMO FORA DA BASE:' TO DN-LABEL.
           MOVE WS-LOAN-COUNT       TO DN-COUNT.
           WRITE DR-LINE            FROM WS-DR-COUNT-LINE.
           MOVE 'CONTAS ENCERRADAS FORA DA BASE:' TO DN-LABEL.
           MOVE WS-CLOSED-COUNT     TO DN-COUNT.
           WRITE DR-LINE            FROM WS-DR-COUNT-LINE.
           MOVE 'CONTAS AVALIADAS PELO VALOR CONTABIL:' TO DN-LABEL.
           MOVE WS-NO-RATE-COUNT    TO DN-COUNT.
           WRITE DR-LINE            FROM WS-DR-COUNT-LINE.
           MOVE 'CONTAS DA FOTO SEM CADASTRO:' TO DN-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO DN-COUNT.
           WRITE DR-LINE            FROM WS-DR-COUNT-LINE.

       WRITE-RETURN-DETAIL.
           IF NOT WS-SIM-MODE
               SET DP-DETAIL-REC    TO TRUE
               WRITE DP-RECORD
               SET WS-DETAIL-COUNT UP BY 1
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
       END PROGRAM PROGDEPB.
