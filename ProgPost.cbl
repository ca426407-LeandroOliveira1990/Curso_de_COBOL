      *           REFUSAL: FROZEN-ACCOUNT REFUSALS AND PULLED
      *           TRANSFER CREDIT LEGS TAKE NO FEE, SO THE OLD COUNT
      *           OVERSTATED THE FILE WHENEVER ONE HAPPENED.
      * Modified: 2026-10-15 - NO LONGER CREATES AN ACCOUNT ON THE
      *           FIRST POSTING THAT MISSES THE MASTER: ACCOUNTS ARE
      *           OPENED WITH PROGACMT NOW. A DETAIL FOR AN ACCOUNT
      *           THAT WAS NEVER OPENED, OR IS CLOSED, TAKES THE
      *           REFUSAL PATH - SUSPENSE, OUT OF THE CLEAN FILE,
      *           TRANSFER LEGS PULLED TOGETHER, NO FEE. AN ACCOUNT
      *           IN CLOSURE (AB-STATUS-CLOSING) STILL POSTS, AND IS
      *           MARKED CLOSED WHEN ITS BALANCE COMES OUT AT ZERO.
      * Modified: 2026-10-15 - A NON-BRL ACCOUNT ALSO HAS ITS BALANCE
      *           IN ITS OWN CURRENCY (AB-CCY-BALANCE) MOVED: BY THE
      *           ORIGINAL AMOUNT WHEN THE ITEM IS IN THAT CURRENCY,
      *           OTHERWISE BY THE BRL AMOUNT AT THE DAY'S RATE FOR
      *           IT. AB-BALANCE STAYS THE BRL BOOK VALUE. THE
      *           MONTH-END REVALUATION MARKS ONE AGAINST THE OTHER.
      * Modified: 2026-10-15 - AN EXTERNAL PAYMENT'S LEGS (PGD DEBIT,
      *           PGC CREDIT TO THE CLEARING SETTLEMENT ACCOUNT) POST
      *           TOGETHER OR SUSPEND TOGETHER, AS A TRANSFER'S DO.
      * Modified: 2026-10-15 - POSTSUM.RPT ENDS WITH THE ACCOUNTS
      *           UPDATED, THEIR TRANSACTIONS AND NET MOVEMENT
      *           SUBTOTALLED BY BRANCH (AB-BRANCH, NAMED THROUGH
      *           BRNLOOK; BLANK IS THE HEAD OFFICE, 0001).
      * Modified: 2026-10-15 - A CARD AUTHORIZATION MEMO (ONE CARRYING
      *           MM-AUTH-CODE) IS A HOLD, NOT A DAY MEMO: THE MEMO
      *           RECONCILIATION LEAVES IT OUT OF THE MATCHING AND THE
      *           DIFFERENCE FILE AND WRITES IT BACK TO MEMOTRN.DAT,
      *           WHERE IT STAYS UNTIL THE CARD MATCHING STEP RELEASES
      *           OR EXPIRES IT.
      * Modified: 2026-10-15 - THE NSF FEE IS THE ONE IN FORCE ON THE
      *           RUN DATE FOR THE ACCOUNT'S TYPE AND PRODUCT ON THE
      *           PRICING MASTER (THROUGH RATELOOK) INSTEAD OF THE
      *           COMPILED RATETAB FIGURE. A PRODUCT PRICED WITH NO NSF
      *           FEE GENERATES NONE.
      * Modified: 2026-10-15 - OVERDRAFT PROTECTION: A DEBIT THAT WOULD
      *           BREACH THE LIMIT ON A CHECKING ACCOUNT ENROLLED ON
      *           ODPROT.DAT FIRST HAS THE SHORTFALL SWEPT IN FROM THE
      *           LINKED SAVINGS ACCOUNT, ROUNDED UP TO THE LINK'S
      *           INCREMENT, AND ONLY GOES TO NSF WHEN THE SAVINGS
      *           CAN'T COVER IT. THE SWEEP POSTS AS AN SWD/SWC PAIR
      *           ADDED TO THE CLEAN FILE AND THE POSTED HISTORY, ITS
      *           SWF CHARGE (KIND P ON THE PRICING MASTER) GOES ON
      *           THE FEE FEED, AND EVERY SWEEP TRIED IS LISTED ON
      *           SWEEP.RPT.
      * Modified: 2026-10-15 - EACH ACCOUNT'S ITEMS FOR THE NIGHT ARE
      *           GATHERED AND APPLIED IN THE ORDER SET ON POSTORD.DAT
      *           - BY DEFAULT EVERY CREDIT FIRST, THEN THE DEBITS FROM
      *           THE SMALLEST TO THE LARGEST - INSTEAD OF THE ORDER
      *           THEY HAPPENED TO ARRIVE IN, SO WHETHER A DEBIT PASSES
      *           THE OVERDRAFT CHECK NO LONGER DEPENDS ON HOW THE FEED
      *           SORTED. POSTSUM.RPT NAMES THE ORDER USED AND COUNTS
      *           THE ITEMS IT MOVED.
      * Modified: 2026-10-15 - CARD HOLDS NO LONGER SHARE THE 1000-MEMO
      *           TABLE: THEY PASS THROUGH A HOLD FILE (MEMOKEEP.TMP)
      *           BACK TO MEMOTRN.DAT, SO A FULL TABLE CAN NO LONGER
      *           DROP ONE AND GIVE BACK THE CUSTOMER'S AVAILABLE
      *           BALANCE WITH NO RELEASE ON RECORD.
      * Modified: 2026-10-15 - A TRANSFER OR PAYMENT CREDIT LEG NOW
      *           ARRIVES WITH THE RECEIVING ACCOUNT'S ITEMS AND IS
      *           ORDERED WITH THEM. A REFUSED DEBIT LEG'S ID IS KEPT
      *           AND ITS CREDIT LEG IS PULLED WHEREVER IT TURNS UP.
      *           A CREDIT WHOSE PAYER SORTS LATER IS HELD ON
      *           POSTLATE.TMP AND POSTED AFTER THE PASS, ONCE ITS
      *           DEBIT HAS BEEN DECIDED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPOST.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
           SELECT ORDER-CONTROL ASSIGN TO "POSTORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PO-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SP-STATUS.
               FILE STATUS WS-MM-STATUS.
           SELECT MEMO-DIFF ASSIGN TO "MEMODIFF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CARD-HOLD-WORK ASSIGN TO "MEMOKEEP.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HO-STATUS.
           SELECT PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-OP-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO "SWEEP.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LATE-CREDITS ASSIGN TO "POSTLATE.TMP"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-TRANSACTIONS.
           COPY LASTPOST.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       FD  ORDER-CONTROL.
           COPY POSTORD.
       FD  SUSPENSE-FILE.
           COPY SUSPTRN.
       FD  SUSPENSE-HOLD.
           COPY MEMOTRN.
       FD  MEMO-DIFF.
       01  MD-RECORD                   PIC X(48).
       FD  CARD-HOLD-WORK.
       01  MK-RECORD                   PIC X(48).
       FD  HOLDS-FILE.
           COPY HOLDS.
       FD  PROTECTION-FILE.
           COPY ODPROT.
       FD  SWEEP-REPORT.
       01  SWP-LINE                    PIC X(80).
       FD  LATE-CREDITS.
       01  LC-RECORD.
           05  LC-KIND                 PIC X(01).
               88  LC-CREDIT-LEG             VALUE 'C'.
               88  LC-GROUP-POSTED           VALUE 'P'.
           05  LC-IMAGE                PIC X(54).
       WORKING-STORAGE SECTION.
       77  WS-CT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-POST-POLICY              PIC X(01) VALUE 'C'.
           88  WS-POLICY-ARRIVAL             VALUE 'A'.
           88  WS-POLICY-LARGE-FIRST         VALUE 'G'.
       77  WS-QUEUE-COUNT              PIC 9(04) VALUE 0.
       77  WS-QUEUE-IDX                PIC 9(04) VALUE 0.
       77  WS-QUEUE-SLOT               PIC 9(04) VALUE 0.
       77  WS-QUEUE-ACCOUNT            PIC 9(10) VALUE 0.
       77  WS-QUEUE-GROUP              PIC 9(10) VALUE 0.
       77  WS-QUEUE-SIGNED             PIC S9(7)V99 VALUE 0.
       77  WS-QUEUE-BRL                PIC S9(7)V99 VALUE 0.
       77  WS-QUEUE-FX-SW              PIC X(01) VALUE 'Y'.
       77  WS-QUEUE-CLASS              PIC 9(01) VALUE 0.
       77  WS-QUEUE-RANK               PIC S9(9)V99 VALUE 0.
       77  WS-QUEUE-MOVED-SW           PIC X(01) VALUE 'N'.
           88  WS-QUEUE-MOVED                VALUE 'Y'.
       77  WS-REORDERED-ACCOUNTS       PIC 9(08) VALUE 0.
       77  WS-REORDERED-ITEMS          PIC 9(08) VALUE 0.
       01  WS-QUEUE-INCOMING           PIC X(54).
       01  WS-QUEUE-TABLE.
           05  WS-QE-ENTRY OCCURS 500 TIMES.
               10  WS-QE-IMAGE         PIC X(54).
               10  WS-QE-CLASS         PIC 9(01).
               10  WS-QE-RANK          PIC S9(9)V99.
               10  WS-QE-ARRIVAL       PIC 9(04).
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-ACCT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-ACCT-FOUND                 VALUE 'Y'.
           88  WS-ACCT-MISSING               VALUE 'N'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-RL-KIND                  PIC X(01) VALUE 'N'.
       77  WS-RL-TAX-STATUS            PIC X(01) VALUE SPACE.
       77  WS-RL-BALANCE               PIC S9(7)V99 VALUE 0.
       77  WS-RL-RATE                  PIC V9(05) VALUE 0.
       77  WS-RL-AMOUNT                PIC 9(5)V99 VALUE 0.
       77  WS-RL-SOURCE                PIC X(01) VALUE SPACE.
       77  WS-TRANS-COUNT              PIC 9(10) VALUE 0.
       77  WS-TRAILER-COUNT            PIC 9(10) VALUE 0.
       77  WS-ACCTS-TOUCHED            PIC 9(08) VALUE 0.
       77  WS-UNOPENED-COUNT           PIC 9(08) VALUE 0.
       77  WS-ACCTS-CLOSED             PIC 9(08) VALUE 0.
       77  WS-ACCT-TRANS-COUNT         PIC 9(08) VALUE 0.
       77  WS-ACCT-MOVEMENT            PIC S9(9)V99 VALUE 0.
       77  WS-NET-MOVEMENT             PIC S9(9)V99 VALUE 0.
       77  WS-BRANCH-COUNT             PIC 9(04) VALUE 0.
       77  WS-BRANCH-IDX               PIC 9(04) VALUE 0.
       77  WS-BRANCH-SLOT              PIC 9(04) VALUE 0.
       77  WS-TALLY-BRANCH             PIC X(04) VALUE SPACES.
       77  WS-TALLY-ACCOUNTS           PIC 9(01) VALUE 0.
       77  WS-TALLY-ITEMS              PIC 9(08) VALUE 0.
       77  WS-TALLY-AMOUNT             PIC S9(13)V99 VALUE 0.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE SPACE.
       77  WS-BRANCH-PLACED-SW         PIC X(01) VALUE 'N'.
           88  WS-BRANCH-PLACED              VALUE 'Y'.
       77  WS-NEW-BALANCE              PIC S9(9)V99 VALUE 0.
       77  WS-EFFECTIVE-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-CONVERTED-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-FX-FOUND-SW              PIC X(01) VALUE 'Y'.
           88  WS-FX-FOUND                   VALUE 'Y'.
       77  WS-CCY-UNITS                PIC S9(7)V99 VALUE 10000.
       77  WS-CCY-UNITS-BRL            PIC S9(7)V99 VALUE 0.
       77  WS-CCY-FOUND-SW             PIC X(01) VALUE 'Y'.
           88  WS-CCY-FOUND                  VALUE 'Y'.
       77  WS-SP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PX-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PHX-SEQ                  PIC 9(04) VALUE 0.
       77  WS-MEMO-COUNT               PIC 9(04) VALUE 0.
       77  WS-MEMO-IDX                 PIC 9(04) VALUE 0.
       77  WS-MEMO-DIFF-COUNT          PIC 9(04) VALUE 0.
       77  WS-MEMO-HELD-COUNT          PIC 9(06) VALUE 0.
       77  WS-MEMO-HIT-SW              PIC X(01) VALUE 'N'.
           88  WS-MEMO-HIT                   VALUE 'Y'.
       01  WS-MEMO-TABLE.
           88  WS-NSF-HIT                    VALUE 'Y'.
       77  WS-NSF-COUNT                PIC 9(10) VALUE 0.
       77  WS-FEE-WRITTEN-COUNT        PIC 9(10) VALUE 0.
       77  WS-REFUSED-XFER-COUNT       PIC 9(04) VALUE 0.
       77  WS-REFUSED-XFER-IDX         PIC 9(04) VALUE 0.
       77  WS-REFUSED-XFER-SW          PIC X(01) VALUE 'N'.
           88  WS-REFUSED-XFER-HIT           VALUE 'Y'.
       77  WS-REFUSED-XFER-FULL-SW     PIC X(01) VALUE 'N'.
           88  WS-REFUSED-XFER-FULL          VALUE 'Y'.
       01  WS-REFUSED-XFER-TABLE.
           05  WS-RX-TRANS-ID          PIC X(10) OCCURS 2000 TIMES.
       77  WS-LATE-COUNT               PIC 9(08) VALUE 0.
       77  WS-LATE-ACCOUNT             PIC 9(10) VALUE 0.
       77  WS-LC-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-LC-EOF                     VALUE 'Y'.
       77  WS-ACCT-REPEAT-SW           PIC X(01) VALUE 'N'.
           88  WS-ACCT-REPEAT                VALUE 'Y'.
       77  WS-HO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-REFUSE-REASON            PIC X(30) VALUE SPACES.
       77  WS-FROZEN-COUNT             PIC 9(03) VALUE 0.
               10  WS-FZ-ACCOUNT       PIC 9(08).
               10  WS-FZ-EFFECTIVE     PIC 9(08).
               10  WS-FZ-EXPIRY        PIC 9(08).
       77  WS-FROZEN-TARGET            PIC 9(08) VALUE 0.
       77  WS-OP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PROTECT-COUNT            PIC 9(04) VALUE 0.
       77  WS-PROTECT-IDX              PIC 9(04) VALUE 0.
       77  WS-PROTECT-SLOT             PIC 9(04) VALUE 0.
       77  WS-SWEEP-COUNT              PIC 9(08) VALUE 0.
       77  WS-SWEEP-MISSED-COUNT       PIC 9(08) VALUE 0.
       77  WS-SWEEP-TOTAL              PIC S9(11)V99 VALUE 0.
       77  WS-SWEEP-SHORTFALL          PIC S9(9)V99 VALUE 0.
       77  WS-SWEEP-AMOUNT             PIC S9(9)V99 VALUE 0.
       77  WS-SWEEP-UNITS              PIC 9(09) VALUE 0.
       77  WS-SWEEP-SAVINGS            PIC 9(08) VALUE 0.
       77  WS-SWEEP-REASON             PIC X(30) VALUE SPACES.
       77  WS-LEG-ACCOUNT              PIC 9(10) VALUE 0.
       77  WS-TRIGGER-AMOUNT           PIC S9(7)V99 VALUE 0.
       77  WS-FEE-ID-PREFIX            PIC X(01) VALUE 'N'.
       77  WS-FEE-TRANS-TYPE           PIC X(03) VALUE 'NSF'.
       01  WS-PROTECT-TABLE.
           05  WS-PL-ENTRY OCCURS 1000 TIMES.
               10  WS-PL-CHECKING      PIC 9(08).
               10  WS-PL-SAVINGS       PIC 9(08).
               10  WS-PL-INCREMENT     PIC 9(5)V99.
       01  WS-CHECKING-IMAGE           PIC X(50).
       01  WS-TRIGGER-IMAGE            PIC X(54).
       01  WS-SWEEP-TRANS-ID.
           05  FILLER                  PIC X(02) VALUE 'SW'.
           05  WS-SWEEP-ID-ACCOUNT     PIC 9(08).
       77  WS-HELD-SUSP-COUNT          PIC 9(10) VALUE 0.
       77  WS-FEE-HEADER-SW            PIC X(01) VALUE 'N'.
           88  WS-FEE-HEADER-DONE            VALUE 'Y'.
                   '*** SIMULACAO - NADA FOI GRAVADO *'.
           05  FILLER                  PIC X(02) VALUE '**'.
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES.
               10  WS-BT-BRANCH        PIC X(04).
               10  WS-BT-ACCOUNTS      PIC 9(08).
               10  WS-BT-ITEMS         PIC 9(08).
               10  WS-BT-AMOUNT        PIC S9(13)V99.
       01  WS-SUM-HEADER-1.
           05  FILLER                  PIC X(28) VALUE
                   'RESUMO DE POSTAGEM - DATA: '.
           05  SH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-SUM-HEADER-3.
           05  FILLER                  PIC X(19) VALUE
                   'ORDEM DE POSTAGEM: '.
           05  SH-ORDER-TEXT           PIC X(52) VALUE SPACES.
           05  SH-ORDER-SOURCE         PIC X(09) VALUE SPACES.
       01  WS-SUM-HEADER-2.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CONTA'.
                   'CONTAS ATUALIZADAS: '.
           05  ST-ACCTS-TOUCHED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
                   '  (ENCERRADAS:'.
           05  ST-ACCTS-CLOSED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE ')'.
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  WS-SUM-TOTAL-2.
                   'MOVIMENTO LIQUIDO:  '.
           05  ST-NET-MOVEMENT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(45) VALUE SPACES.
       01  WS-SUM-TOTAL-3.
           05  FILLER                  PIC X(32) VALUE
                   'ITENS FORA DA ORDEM DE CHEGADA: '.
           05  ST-REORDERED-ITEMS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE ' EM '.
           05  ST-REORDERED-ACCTS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' CONTAS'.
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-SWEEP-HEADER-1.
           05  FILLER                  PIC X(31) VALUE
                   'VARREDURA DE PROTECAO - DATA: '.
           05  SR-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-SWEEP-HEADER-2.
           05  FILLER                  PIC X(11) VALUE ' CORRENTE'.
           05  FILLER                  PIC X(10) VALUE 'POUPANCA'.
           05  FILLER                  PIC X(11) VALUE 'TRANSACAO'.
           05  FILLER                  PIC X(14) VALUE
                   '   TRANSFERIDO'.
           05  FILLER                  PIC X(10) VALUE '    TARIFA'.
           05  FILLER                  PIC X(24) VALUE ' RESULTADO'.
       01  WS-SWEEP-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-CHECKING             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-SAVINGS              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SR-TRANS-ID             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-FEE                  PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SR-RESULT               PIC X(23).
       01  WS-SWEEP-TOTAL-1.
           05  FILLER                  PIC X(22) VALUE
                   'VARREDURAS EFETUADAS: '.
           05  SR-SWEEP-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  VALOR '.
           05  SR-SWEEP-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  WS-SWEEP-TOTAL-2.
           05  FILLER                  PIC X(22) VALUE
                   'NAO COBERTAS (NSF):   '.
           05  SR-MISSED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.
       01  WS-SUM-BRANCH-HEADER.
           05  FILLER                  PIC X(20) VALUE
                   'TOTAIS POR AGENCIA: '.
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  WS-SUM-BRANCH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PG-BRANCH               PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PG-BRANCH-NAME          PIC X(20).
           05  FILLER                  PIC X(08) VALUE ' CONTAS '.
           05  PG-ACCOUNTS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' TRANS '.
           05  PG-ITEMS                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' MOV '.
           05  PG-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-POSTING-ORDER.
           PERFORM LOAD-FROZEN-ACCOUNTS.
           PERFORM LOAD-PROTECTION-LINKS.

           OPEN INPUT CLEAN-TRANSACTIONS.
           IF WS-CT-STATUS NOT = '00'

           OPEN OUTPUT POSTING-SUMMARY.
           PERFORM WRITE-SUMMARY-HEADER.
           OPEN OUTPUT SWEEP-REPORT.
           PERFORM WRITE-SWEEP-HEADER.

           IF NOT WS-SIM-MODE
               OPEN OUTPUT CLEAN-KEEP
               OPEN OUTPUT NSF-SUSP-WORK
           END-IF.

           OPEN OUTPUT LATE-CREDITS.

           CALL 'AUDITOPN'.

           PERFORM POST-NEXT-RECORD UNTIL WS-EOF.

           IF WS-LATE-COUNT NOT = 0
               PERFORM POST-LATE-CREDITS
           ELSE
               CLOSE LATE-CREDITS
           END-IF.

           CALL 'AUDITCLS'.

           IF WS-ACCT-TRANS-COUNT NOT = 0
           END-IF.

           PERFORM WRITE-SUMMARY-TOTALS.
           PERFORM WRITE-SWEEP-TOTALS.
           IF NOT WS-SIM-MODE
               PERFORM WRITE-LAST-POSTED
           END-IF.
           CLOSE CLEAN-TRANSACTIONS.
           CLOSE ACCOUNT-BALANCE.
           CLOSE POSTING-SUMMARY.
           CLOSE SWEEP-REPORT.
           IF NOT WS-SIM-MODE
               CLOSE POSTED-HISTORY
               CLOSE HISTORY-INDEX
               IF WS-FEE-HEADER-DONE
                   PERFORM CLOSE-NSF-FEE-FEED
               END-IF
               IF WS-NSF-COUNT NOT = 0 OR WS-SWEEP-COUNT NOT = 0
                   PERFORM REWRITE-CLEAN-FILE
               END-IF
               IF WS-NSF-COUNT NOT = 0
                   PERFORM APPEND-NSF-SUSPENSE
               END-IF
               PERFORM RECONCILE-MEMO-FILE
               DISPLAY 'PROGPOST: DEBITOS RECUSADOS POR NSF: '
                       WS-NSF-COUNT
           END-IF.
           IF WS-SWEEP-COUNT NOT = 0
               DISPLAY 'PROGPOST: VARREDURAS DE PROTECAO: '
                       WS-SWEEP-COUNT
           END-IF.
           IF WS-UNOPENED-COUNT NOT = 0
               DISPLAY 'PROGPOST: RECUSADOS POR CONTA NAO ABERTA OU '
                       'ENCERRADA: ' WS-UNOPENED-COUNT
           END-IF.

           IF WS-TRANS-COUNT + WS-NSF-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY 'PROGPOST: TOTAL DE CONTROLE NAO CONFERE - '
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-REFUSED-XFER-FULL
               DISPLAY 'PROGPOST: TABELA DE TRANSFERENCIAS RECUSADAS '
                       'CHEIA - PERNAS DE CREDITO A CONFERIR'
               MOVE 'E'     TO WS-OPS-SEVERITY
               MOVE 'OPS03' TO WS-OPS-MSG-CODE
               MOVE 'TABELA DE TRANSFERENCIAS RECUSADAS CHEIA'
                   TO WS-OPS-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OPS-MESSAGE.
           GOBACK.

       POST-NEXT-RECORD.
           READ CLEAN-TRANSACTIONS
               AT END
                   PERFORM POST-QUEUED-ITEMS
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CT-REC-TYPE = 'D'
                       IF (CT-TRANS-TYPE = 'TRC' OR 'PGC')
                               AND CT-CONTRA-ACCOUNT > CT-ACCOUNT
                               AND FUNCTION NUMVAL (CT-CONTRA-ACCOUNT)
                                   NOT = FUNCTION NUMVAL (CT-ACCOUNT)
                           PERFORM HOLD-LATE-CREDIT
                       ELSE
                           PERFORM QUEUE-DETAIL-RECORD
                       END-IF
                   ELSE
                       MOVE CT-TRAILER-COUNT TO WS-TRAILER-COUNT
                       PERFORM POST-QUEUED-ITEMS
                   END-IF
           END-READ.

       HOLD-LATE-CREDIT.
      *    THE PAYER OF THIS CREDIT LEG SORTS AFTER THE RECEIVER, SO
      *    ITS DEBIT HAS NOT BEEN DECIDED YET - THE CREDIT WAITS ON
      *    THE LATE FILE UNTIL THE PASS IS OVER. ANY OTHER ACCOUNT
      *    STILL QUEUED IS POSTED FIRST, SO THE MARK BELOW LANDS
      *    AGAINST THE RIGHT ACCOUNT.
           MOVE CT-RECORD TO WS-QUEUE-INCOMING.
           COMPUTE WS-QUEUE-ACCOUNT = FUNCTION NUMVAL (CT-ACCOUNT).
           IF WS-QUEUE-COUNT NOT = 0
                   AND WS-QUEUE-ACCOUNT NOT = WS-QUEUE-GROUP
               PERFORM POST-QUEUED-ITEMS
               MOVE WS-QUEUE-INCOMING TO CT-RECORD
           END-IF.
           MOVE WS-QUEUE-ACCOUNT TO WS-QUEUE-GROUP.
           MOVE WS-QUEUE-ACCOUNT TO WS-LATE-ACCOUNT.
           MOVE SPACES           TO LC-RECORD.
           SET LC-CREDIT-LEG     TO TRUE.
           MOVE CT-RECORD        TO LC-IMAGE.
           WRITE LC-RECORD.
           SET WS-LATE-COUNT UP BY 1.

       MARK-LATE-GROUP-POSTED.
      *    THE ACCOUNT WITH CREDITS ON THE LATE FILE ALSO POSTED IN
      *    THE PASS AND WILL BE CLOSED OUT THERE - THE LATE POSTING
      *    MUST NOT COUNT IT A SECOND TIME.
           MOVE SPACES           TO LC-RECORD.
           SET LC-GROUP-POSTED   TO TRUE.
           MOVE CT-RECORD        TO LC-IMAGE.
           WRITE LC-RECORD.

       POST-LATE-CREDITS.
      *    EVERY DEBIT IN THE FILE HAS BEEN DECIDED BY NOW. THE HELD
      *    CREDITS POST IN RECEIVER ORDER THROUGH THE SAME PATH AS
      *    THE PASS, REFUSED-TRANSFER CHECK INCLUDED, REFETCHING
      *    EACH RECEIVER FROM THE MASTER.
           IF WS-ACCT-TRANS-COUNT NOT = 0
               PERFORM CLOSE-OUT-ACCOUNT
               MOVE 0 TO WS-ACCT-TRANS-COUNT
           END-IF.
           CLOSE LATE-CREDITS.
           MOVE 'N' TO WS-LC-EOF-SW.
           OPEN INPUT LATE-CREDITS.
           PERFORM POST-LATE-CREDIT UNTIL WS-LC-EOF.
           CLOSE LATE-CREDITS.

       POST-LATE-CREDIT.
           READ LATE-CREDITS
               AT END
                   SET WS-LC-EOF TO TRUE
               NOT AT END
                   MOVE LC-IMAGE TO CT-RECORD
                   IF LC-GROUP-POSTED
                       IF WS-ACCT-TRANS-COUNT NOT = 0
                               AND FUNCTION NUMVAL (CT-ACCOUNT)
                                   = WS-HOLD-ACCOUNT
                           SET WS-ACCT-REPEAT TO TRUE
                       END-IF
                   ELSE
                       PERFORM POST-DETAIL-RECORD
                   END-IF
           END-READ.

       QUEUE-DETAIL-RECORD.
      *    AN ACCOUNT'S ITEMS ARE HELD BACK UNTIL THE ACCOUNT BREAKS
      *    AND THEN POSTED IN THE POSTORD.DAT ORDER. EACH ITEM IS
      *    SLOTTED IN AS IT ARRIVES, BEHIND EVERY ITEM THAT RANKS THE
      *    SAME, SO A TIE KEEPS ITS ARRIVAL ORDER. AN ACCOUNT WITH
      *    MORE ITEMS THAN THE TABLE HOLDS IS ORDERED BLOCK BY BLOCK.
           MOVE CT-RECORD TO WS-QUEUE-INCOMING.
           COMPUTE WS-QUEUE-ACCOUNT = FUNCTION NUMVAL (CT-ACCOUNT).
           IF WS-QUEUE-COUNT NOT = 0
               IF WS-QUEUE-ACCOUNT NOT = WS-QUEUE-GROUP
                   PERFORM POST-QUEUED-ITEMS
               ELSE
                   IF WS-QUEUE-COUNT = 500
                       DISPLAY 'PROGPOST: CONTA ' WS-QUEUE-GROUP
                               ' COM MAIS DE 500 ITENS - ORDEM '
                               'APLICADA POR BLOCO'
                       PERFORM POST-QUEUED-ITEMS
                   END-IF
               END-IF
               MOVE WS-QUEUE-INCOMING TO CT-RECORD
           END-IF.
           MOVE WS-QUEUE-ACCOUNT TO WS-QUEUE-GROUP.

           PERFORM RANK-QUEUED-ITEM.
           MOVE 0 TO WS-QUEUE-SLOT.
           PERFORM FIND-QUEUE-SLOT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                   OR WS-QUEUE-SLOT NOT = 0.
           IF WS-QUEUE-SLOT = 0
               COMPUTE WS-QUEUE-SLOT = WS-QUEUE-COUNT + 1
           ELSE
               PERFORM SHIFT-QUEUE-ENTRY
                   VARYING WS-QUEUE-IDX FROM WS-QUEUE-COUNT BY -1
                   UNTIL WS-QUEUE-IDX < WS-QUEUE-SLOT
           END-IF.
           SET WS-QUEUE-COUNT UP BY 1.
           MOVE CT-RECORD        TO WS-QE-IMAGE (WS-QUEUE-SLOT).
           MOVE WS-QUEUE-CLASS   TO WS-QE-CLASS (WS-QUEUE-SLOT).
           MOVE WS-QUEUE-RANK    TO WS-QE-RANK (WS-QUEUE-SLOT).
           MOVE WS-QUEUE-COUNT   TO WS-QE-ARRIVAL (WS-QUEUE-SLOT).

       RANK-QUEUED-ITEM.
      *    THE ITEM IS RANKED ON ITS SIGNED BRL VALUE, THE SAME
      *    TRNSIGN AND FXCONV FIGURE IT WILL POST AT: CREDITS (AND
      *    ZERO ITEMS) IN CLASS 1, DEBITS IN CLASS 2 BY SIZE. A
      *    TRANSFER OR PAYMENT CREDIT LEG BACK INTO THE SAME ACCOUNT
      *    GOES LAST, BEHIND ITS DEBIT LEG, SO A REFUSED DEBIT STILL
      *    PULLS IT. IN ARRIVAL ORDER EVERYTHING RANKS THE SAME.
           MOVE 1 TO WS-QUEUE-CLASS.
           MOVE 0 TO WS-QUEUE-RANK.
           IF NOT WS-POLICY-ARRIVAL
               CALL 'TRNSIGN' USING CT-TRANS-TYPE CT-AMOUNT
                   WS-QUEUE-SIGNED
               MOVE 'Y' TO WS-QUEUE-FX-SW
               CALL 'FXCONV' USING CT-CURRENCY WS-QUEUE-SIGNED
                   WS-QUEUE-BRL WS-QUEUE-FX-SW
               IF WS-QUEUE-BRL < 0
                   MOVE 2 TO WS-QUEUE-CLASS
                   IF WS-POLICY-LARGE-FIRST
                       MOVE WS-QUEUE-BRL TO WS-QUEUE-RANK
                   ELSE
                       COMPUTE WS-QUEUE-RANK = 0 - WS-QUEUE-BRL
                   END-IF
               END-IF
               IF (CT-TRANS-TYPE = 'TRC' OR 'PGC')
                       AND FUNCTION NUMVAL (CT-CONTRA-ACCOUNT)
                           = WS-QUEUE-ACCOUNT
                   MOVE 3 TO WS-QUEUE-CLASS
               END-IF
           END-IF.

       FIND-QUEUE-SLOT.
           IF WS-QE-CLASS (WS-QUEUE-IDX) > WS-QUEUE-CLASS
               MOVE WS-QUEUE-IDX TO WS-QUEUE-SLOT
           ELSE
               IF WS-QE-CLASS (WS-QUEUE-IDX) = WS-QUEUE-CLASS
                       AND WS-QE-RANK (WS-QUEUE-IDX) > WS-QUEUE-RANK
                   MOVE WS-QUEUE-IDX TO WS-QUEUE-SLOT
               END-IF
           END-IF.

       SHIFT-QUEUE-ENTRY.
           MOVE WS-QE-ENTRY (WS-QUEUE-IDX)
               TO WS-QE-ENTRY (WS-QUEUE-IDX + 1).

       POST-QUEUED-ITEMS.
           IF WS-QUEUE-COUNT NOT = 0
               MOVE 'N' TO WS-QUEUE-MOVED-SW
               PERFORM POST-QUEUED-ITEM
                   VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QUEUE-MOVED
                   SET WS-REORDERED-ACCOUNTS UP BY 1
               END-IF
               IF WS-LATE-COUNT NOT = 0
                       AND WS-LATE-ACCOUNT = WS-QUEUE-GROUP
                       AND WS-ACCT-TRANS-COUNT NOT = 0
                   PERFORM MARK-LATE-GROUP-POSTED
               END-IF
               MOVE 0 TO WS-QUEUE-COUNT
           END-IF.

       POST-QUEUED-ITEM.
           IF WS-QE-ARRIVAL (WS-QUEUE-IDX) NOT = WS-QUEUE-IDX
               SET WS-REORDERED-ITEMS UP BY 1
               MOVE 'Y' TO WS-QUEUE-MOVED-SW
           END-IF.
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO CT-RECORD.
           PERFORM POST-DETAIL-RECORD.

       POST-DETAIL-RECORD.
      *    CLNDTRN ARRIVES GROUPED BY ACCOUNT (PROGDUPE SORTS ON
      *    ACCOUNT/DATE), SO THE MASTER RECORD IS FETCHED ONCE PER
               WS-EFFECTIVE-AMOUNT.
           PERFORM CONVERT-TO-BASE-CURRENCY.

           MOVE 'N' TO WS-REFUSED-XFER-SW.
           IF CT-TRANS-TYPE = 'TRC' OR 'PGC'
               PERFORM MATCH-REFUSED-TRANSFER
                   VARYING WS-REFUSED-XFER-IDX FROM 1 BY 1
                   UNTIL WS-REFUSED-XFER-IDX > WS-REFUSED-XFER-COUNT
                       OR WS-REFUSED-XFER-HIT
           END-IF.
           IF WS-REFUSED-XFER-HIT
               PERFORM PULL-TRANSFER-CREDIT-LEG
           ELSE
               PERFORM CHECK-ACCOUNT-OPEN
               IF WS-REFUSE-REASON NOT = SPACES
                   PERFORM ROUTE-UNOPENED-RECORD
               ELSE
                   PERFORM CHECK-ACCOUNT-FROZEN
                   IF WS-FROZEN-HIT
                       PERFORM ROUTE-FROZEN-RECORD
                   ELSE
                       PERFORM CHECK-OVERDRAFT-LIMIT
                       IF WS-NSF-HIT
                           PERFORM CHECK-PROTECTION-SWEEP
                       END-IF
                       IF WS-NSF-HIT
                           PERFORM ROUTE-NSF-RECORD
                       ELSE
                           PERFORM APPLY-DETAIL-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ACCOUNT-OPEN.
      *    ONLY AN ACCOUNT OPENED THROUGH PROGACMT (OR ONE STILL
      *    PAYING OUT ITS CLOSURE) TAKES MONEY. THE EDIT PASS ALREADY
      *    SUSPENDS THESE, TRANSFER CONTRAS INCLUDED - THIS IS THE
      *    BACKSTOP FOR A MASTER CHANGED BETWEEN THE TWO STEPS.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WS-ACCT-MISSING
               MOVE 'CONTA NAO ABERTA' TO WS-REFUSE-REASON
           ELSE
               IF AB-STATUS-CLOSED
                   MOVE 'CONTA ENCERRADA' TO WS-REFUSE-REASON
               END-IF
           END-IF.

       ROUTE-UNOPENED-RECORD.
           SET WS-NSF-COUNT UP BY 1.
           SET WS-UNOPENED-COUNT UP BY 1.
           DISPLAY 'PROGPOST: ' WS-REFUSE-REASON ' - TRANSACAO '
                   CT-TRANS-ID ' CONTA ' CT-ACCOUNT ' RECUSADA'.
           IF CT-TRANS-TYPE = 'TRD' OR 'PGD'
               PERFORM KEEP-REFUSED-TRANSFER
           END-IF.
           IF NOT WS-SIM-MODE
               PERFORM WRITE-NSF-SUSPENSE
           END-IF.

       CHECK-ACCOUNT-FROZEN.
      *    A FULL FREEZE REFUSES EVERY DEBIT - A CREDIT ON A FROZEN
      *    ACCOUNT STILL POSTS, IT ONLY EVER HELPS THE HOLDER.
           MOVE 'N' TO WS-FROZEN-HIT-SW.
           MOVE WS-HOLD-ACCOUNT TO WS-FROZEN-TARGET.
           IF WS-CONVERTED-AMOUNT < 0
               PERFORM MATCH-FROZEN-ACCOUNT
                   VARYING WS-FROZEN-IDX FROM 1 BY 1
           END-IF.

       MATCH-FROZEN-ACCOUNT.
           IF WS-FZ-ACCOUNT (WS-FROZEN-IDX) = WS-FROZEN-TARGET
                   AND WS-FZ-EFFECTIVE (WS-FROZEN-IDX) <= WS-RUN-DATE
                   AND (WS-FZ-EXPIRY (WS-FROZEN-IDX) = 0
                       OR WS-FZ-EXPIRY (WS-FROZEN-IDX)
           SET WS-NSF-COUNT UP BY 1.
           DISPLAY 'PROGPOST: CONTA CONGELADA - TRANSACAO '
                   CT-TRANS-ID ' CONTA ' CT-ACCOUNT ' RECUSADA'.
           IF CT-TRANS-TYPE = 'TRD' OR 'PGD'
               PERFORM KEEP-REFUSED-TRANSFER
           END-IF.
           MOVE 'HOLD - CONTA CONGELADA' TO WS-REFUSE-REASON.
           IF NOT WS-SIM-MODE
                   END-IF
           END-READ.

       LOAD-PROTECTION-LINKS.
           MOVE 'N' TO WS-SP-EOF-SW.
           OPEN INPUT PROTECTION-FILE.
           IF WS-OP-STATUS = '00'
               PERFORM LOAD-NEXT-LINK UNTIL WS-SP-EOF
               CLOSE PROTECTION-FILE
           END-IF.

       LOAD-NEXT-LINK.
           READ PROTECTION-FILE
               AT END
                   SET WS-SP-EOF TO TRUE
               NOT AT END
                   IF WS-PROTECT-COUNT < 1000
                       SET WS-PROTECT-COUNT UP BY 1
                       MOVE OP-CHECKING-ACCOUNT
                           TO WS-PL-CHECKING (WS-PROTECT-COUNT)
                       MOVE OP-SAVINGS-ACCOUNT
                           TO WS-PL-SAVINGS (WS-PROTECT-COUNT)
                       MOVE OP-INCREMENT
                           TO WS-PL-INCREMENT (WS-PROTECT-COUNT)
                   ELSE
                       DISPLAY 'PROGPOST: TABELA DE PROTECOES CHEIA - '
                               'ADESAO IGNORADA'
                   END-IF
           END-READ.

       KEEP-REFUSED-TRANSFER.
      *    THE CREDIT LEG SITS WITH THE RECEIVER'S ITEMS - BEHIND
      *    THIS DEBIT IN THE SAME ACCOUNT, ON AN ACCOUNT STILL TO
      *    COME, OR ON THE LATE FILE - SO THE ID IS KEPT UNTIL IT
      *    TURNS UP. A FULL TABLE FAILS THE RUN AT THE END.
           IF WS-REFUSED-XFER-COUNT < 2000
               SET WS-REFUSED-XFER-COUNT UP BY 1
               MOVE CT-TRANS-ID
                   TO WS-RX-TRANS-ID (WS-REFUSED-XFER-COUNT)
           ELSE
               DISPLAY 'PROGPOST: TABELA DE TRANSFERENCIAS RECUSADAS '
                       'CHEIA - PERNA DE CREDITO ' CT-TRANS-ID
                       ' NAO SERA SUSPENSA'
               SET WS-REFUSED-XFER-FULL TO TRUE
           END-IF.

       MATCH-REFUSED-TRANSFER.
           IF WS-RX-TRANS-ID (WS-REFUSED-XFER-IDX) = CT-TRANS-ID
               SET WS-REFUSED-XFER-HIT TO TRUE
           END-IF.

       PULL-TRANSFER-CREDIT-LEG.
      *    THE DEBIT LEG OF THIS TRANSFER WAS REFUSED - THE CREDIT
      *    LEG FOLLOWS IT TO SUSPENSE SO THE PAIR STAYS WHOLE. IT
      *    COUNTS AS A REFUSAL FOR THE TRAILER PROOF BUT TAKES NO
      *    FEE OF ITS OWN.
           SET WS-NSF-COUNT UP BY 1.
           DISPLAY 'PROGPOST: PERNA DE CREDITO ' CT-TRANS-ID
                   ' CONTA ' CT-ACCOUNT ' SUSPENSA COM O DEBITO'.
               END-IF
           END-IF.

       CHECK-PROTECTION-SWEEP.
      *    AN OPEN BRL CHECKING ACCOUNT ENROLLED FOR PROTECTION HAS
      *    THE SHORTFALL SWEPT IN FROM ITS LINKED SAVINGS BEFORE THE
      *    DEBIT IS REFUSED - ROUNDED UP TO THE LINK'S WHOLE
      *    INCREMENT, OR JUST THE SHORTFALL WHEN THE SAVINGS HOLDS
      *    LESS THAN THE ROUNDED AMOUNT. THE CHECKING RECORD IS
      *    PARKED WHILE THE SAVINGS RECORD IS READ AND REWRITTEN.
           MOVE 0 TO WS-PROTECT-SLOT.
           IF AB-STATUS-OPEN
                   AND (AB-CURRENCY = SPACES OR AB-CURRENCY = 'BRL')
               PERFORM FIND-PROTECTION-LINK
                   VARYING WS-PROTECT-IDX FROM 1 BY 1
                   UNTIL WS-PROTECT-IDX > WS-PROTECT-COUNT
                       OR WS-PROTECT-SLOT NOT = 0
           END-IF.
           IF WS-PROTECT-SLOT NOT = 0
               PERFORM COMPUTE-SWEEP-AMOUNT
               MOVE WS-PL-SAVINGS (WS-PROTECT-SLOT)
                   TO WS-SWEEP-SAVINGS
               MOVE AB-RECORD TO WS-CHECKING-IMAGE
               PERFORM FETCH-SWEEP-SAVINGS
               IF WS-SWEEP-REASON = SPACES
                   PERFORM TAKE-FROM-SAVINGS
               END-IF
               MOVE WS-CHECKING-IMAGE TO AB-RECORD
               MOVE 0 TO WS-RL-AMOUNT
               IF WS-SWEEP-REASON = SPACES
                   PERFORM CREDIT-SWEEP-TO-CHECKING
                   MOVE 'N' TO WS-NSF-SW
               ELSE
                   SET WS-SWEEP-MISSED-COUNT UP BY 1
               END-IF
               PERFORM WRITE-SWEEP-DETAIL
           END-IF.

       FIND-PROTECTION-LINK.
           IF WS-PL-CHECKING (WS-PROTECT-IDX) = WS-HOLD-ACCOUNT
               MOVE WS-PROTECT-IDX TO WS-PROTECT-SLOT
           END-IF.

       COMPUTE-SWEEP-AMOUNT.
      *    THE DIVIDE TRUNCATES TO WHOLE INCREMENTS - ONE MORE IS
      *    TAKEN WHENEVER THAT FALLS SHORT.
           COMPUTE WS-SWEEP-SHORTFALL =
               (0 - AB-OVERDRAFT-LIMIT) - WS-NEW-BALANCE.
           MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT.
           IF WS-PL-INCREMENT (WS-PROTECT-SLOT) > 0
               DIVIDE WS-SWEEP-SHORTFALL
                   BY WS-PL-INCREMENT (WS-PROTECT-SLOT)
                   GIVING WS-SWEEP-UNITS
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-SWEEP-UNITS * WS-PL-INCREMENT (WS-PROTECT-SLOT)
               IF WS-SWEEP-AMOUNT < WS-SWEEP-SHORTFALL
                   ADD WS-PL-INCREMENT (WS-PROTECT-SLOT)
                       TO WS-SWEEP-AMOUNT
               END-IF
           END-IF.

       FETCH-SWEEP-SAVINGS.
           MOVE SPACES TO WS-SWEEP-REASON.
           MOVE WS-SWEEP-SAVINGS TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   MOVE 'POUPANCA FORA DO MASTER' TO WS-SWEEP-REASON
           END-READ.
           IF WS-SWEEP-REASON = SPACES
               IF NOT AB-STATUS-OPEN
                   MOVE 'POUPANCA NAO ABERTA' TO WS-SWEEP-REASON
               ELSE
                   IF AB-CURRENCY NOT = SPACES
                           AND AB-CURRENCY NOT = 'BRL'
                       MOVE 'POUPANCA FORA DO BRL' TO WS-SWEEP-REASON
                   ELSE
                       PERFORM CHECK-SAVINGS-AVAILABLE
                   END-IF
               END-IF
           END-IF.

       CHECK-SAVINGS-AVAILABLE.
           MOVE 'N' TO WS-FROZEN-HIT-SW.
           MOVE WS-SWEEP-SAVINGS TO WS-FROZEN-TARGET.
           PERFORM MATCH-FROZEN-ACCOUNT
               VARYING WS-FROZEN-IDX FROM 1 BY 1
               UNTIL WS-FROZEN-IDX > WS-FROZEN-COUNT
                   OR WS-FROZEN-HIT.
           IF WS-FROZEN-HIT
               MOVE 'POUPANCA CONGELADA' TO WS-SWEEP-REASON
           ELSE
               IF AB-BALANCE < WS-SWEEP-SHORTFALL
                   MOVE 'SALDO DA POUPANCA INSUFICIENTE'
                       TO WS-SWEEP-REASON
               ELSE
                   IF AB-BALANCE < WS-SWEEP-AMOUNT
                       MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
                   END-IF
               END-IF
           END-IF.

       TAKE-FROM-SAVINGS.
      *    THE SAVINGS SIDE IS REWRITTEN AT ONCE - ITS OWN GROUP MAY
      *    ALREADY HAVE POSTED TONIGHT, OR MAY STILL BE TO COME AND
      *    WILL THEN FETCH THE SWEPT BALANCE.
           MOVE AB-BALANCE           TO WS-AL-BEFORE-VALUE.
           SUBTRACT WS-SWEEP-AMOUNT  FROM AB-BALANCE.
           MOVE AB-BALANCE           TO WS-AL-AFTER-VALUE.
           PERFORM WRITE-BALANCE-AUDIT.
           IF NOT WS-SIM-MODE
               MOVE WS-RUN-DATE      TO AB-LAST-UPDATE-DATE
               REWRITE AB-RECORD
           END-IF.
           MOVE AB-BRANCH            TO WS-TALLY-BRANCH.
           MOVE 0                    TO WS-TALLY-ACCOUNTS.
           MOVE 1                    TO WS-TALLY-ITEMS.
           COMPUTE WS-TALLY-AMOUNT = 0 - WS-SWEEP-AMOUNT.
           PERFORM TALLY-BRANCH.

       CREDIT-SWEEP-TO-CHECKING.
           MOVE AB-BALANCE           TO WS-AL-BEFORE-VALUE.
           ADD WS-SWEEP-AMOUNT       TO AB-BALANCE.
           MOVE AB-BALANCE           TO WS-AL-AFTER-VALUE.
           PERFORM WRITE-BALANCE-AUDIT.
           ADD WS-SWEEP-AMOUNT       TO WS-ACCT-MOVEMENT.
           SET WS-ACCT-TRANS-COUNT UP BY 1.
           SET WS-SWEEP-COUNT UP BY 1.
           ADD WS-SWEEP-AMOUNT       TO WS-SWEEP-TOTAL.
           PERFORM WRITE-SWEEP-LEGS.
           MOVE 'P' TO WS-RL-KIND.
           CALL 'RATELOOK' USING WS-RL-KIND AB-ACCOUNT-TYPE
               AB-PRODUCT WS-RL-BALANCE WS-RL-TAX-STATUS
               WS-RUN-DATE WS-RL-RATE WS-RL-AMOUNT WS-RL-SOURCE.
           IF WS-RL-AMOUNT > 0 AND NOT WS-SIM-MODE
               MOVE 'P'   TO WS-FEE-ID-PREFIX
               MOVE 'SWF' TO WS-FEE-TRANS-TYPE
               PERFORM WRITE-NSF-FEE
           END-IF.

       WRITE-SWEEP-LEGS.
      *    BOTH LEGS GO TO THE POSTED HISTORY AND THE KEEP FILE LIKE
      *    ANY OTHER POSTING, SO THE REWRITTEN CLEAN FILE CARRIES
      *    THEM TO THE STATEMENTS, THE ACCUMULATOR AND THE LEDGER.
      *    THE DEBIT THAT CALLED FOR THE SWEEP IS PARKED MEANWHILE.
           MOVE CT-RECORD            TO WS-TRIGGER-IMAGE.
           MOVE WS-CONVERTED-AMOUNT  TO WS-TRIGGER-AMOUNT.
           MOVE WS-HOLD-ACCOUNT      TO WS-SWEEP-ID-ACCOUNT.

           MOVE SPACES               TO CT-RECORD.
           MOVE 'D'                  TO CT-REC-TYPE.
           MOVE WS-SWEEP-TRANS-ID    TO CT-TRANS-ID.
           MOVE WS-SWEEP-SAVINGS     TO WS-LEG-ACCOUNT.
           MOVE WS-LEG-ACCOUNT       TO CT-ACCOUNT.
           MOVE WS-SWEEP-AMOUNT      TO CT-AMOUNT.
           MOVE WS-RUN-DATE          TO CT-TRANS-DATE.
           MOVE 'SWD'                TO CT-TRANS-TYPE.
           MOVE 'BRL'                TO CT-CURRENCY.
           MOVE WS-HOLD-ACCOUNT      TO WS-LEG-ACCOUNT.
           MOVE WS-LEG-ACCOUNT       TO CT-CONTRA-ACCOUNT.
           COMPUTE WS-CONVERTED-AMOUNT = 0 - WS-SWEEP-AMOUNT.
           PERFORM WRITE-SWEEP-LEG.

           MOVE WS-LEG-ACCOUNT       TO CT-ACCOUNT.
           MOVE WS-SWEEP-SAVINGS     TO WS-LEG-ACCOUNT.
           MOVE WS-LEG-ACCOUNT       TO CT-CONTRA-ACCOUNT.
           MOVE 'SWC'                TO CT-TRANS-TYPE.
           MOVE WS-SWEEP-AMOUNT      TO WS-CONVERTED-AMOUNT.
           PERFORM WRITE-SWEEP-LEG.

           MOVE WS-TRIGGER-IMAGE     TO CT-RECORD.
           MOVE WS-TRIGGER-AMOUNT    TO WS-CONVERTED-AMOUNT.

       WRITE-SWEEP-LEG.
           ADD WS-CONVERTED-AMOUNT   TO WS-NET-MOVEMENT.
           IF NOT WS-SIM-MODE
               PERFORM WRITE-POSTED-HISTORY
               WRITE KP-RECORD       FROM CT-RECORD
           END-IF.

       WRITE-BALANCE-AUDIT.
           IF WS-SIM-MODE
               MOVE 'SIM-AB-BALANCE'  TO WS-AL-FIELD-NAME
           ELSE
               MOVE 'AB-BALANCE'      TO WS-AL-FIELD-NAME
           END-IF.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-AL-OPERATOR-ID.

       WRITE-SWEEP-DETAIL.
           MOVE SPACES               TO WS-SWEEP-DETAIL.
           MOVE WS-HOLD-ACCOUNT      TO SR-CHECKING.
           MOVE WS-SWEEP-SAVINGS     TO SR-SAVINGS.
           MOVE CT-TRANS-ID          TO SR-TRANS-ID.
           IF WS-SWEEP-REASON = SPACES
               MOVE WS-SWEEP-AMOUNT  TO SR-AMOUNT
               MOVE WS-RL-AMOUNT     TO SR-FEE
               MOVE 'TRANSFERIDO'    TO SR-RESULT
           ELSE
               MOVE 0                TO SR-AMOUNT
               MOVE 0                TO SR-FEE
               MOVE WS-SWEEP-REASON  TO SR-RESULT
           END-IF.
           WRITE SWP-LINE            FROM WS-SWEEP-DETAIL.

       ROUTE-NSF-RECORD.
           SET WS-NSF-COUNT UP BY 1.
           DISPLAY 'PROGPOST: NSF - TRANSACAO ' CT-TRANS-ID
                   ' CONTA ' CT-ACCOUNT ' RECUSADA'.
           IF CT-TRANS-TYPE = 'TRD' OR 'PGD'
               PERFORM KEEP-REFUSED-TRANSFER
           END-IF.
           MOVE 'NSF - LIMITE DE SALDO EXCEDIDO'
               TO WS-REFUSE-REASON.
           IF NOT WS-SIM-MODE
               PERFORM WRITE-NSF-SUSPENSE
               MOVE 'N' TO WS-RL-KIND
               CALL 'RATELOOK' USING WS-RL-KIND AB-ACCOUNT-TYPE
                   AB-PRODUCT WS-RL-BALANCE WS-RL-TAX-STATUS
                   WS-RUN-DATE WS-RL-RATE WS-RL-AMOUNT WS-RL-SOURCE
               IF WS-RL-AMOUNT > 0
                   MOVE 'N'   TO WS-FEE-ID-PREFIX
                   MOVE 'NSF' TO WS-FEE-TRANS-TYPE
                   PERFORM WRITE-NSF-FEE
               END-IF
           END-IF.

       WRITE-NSF-SUSPENSE.
           END-IF.
           MOVE SPACES               TO WS-NSF-FEE-WORK.
           MOVE 'D'                  TO WS-NF-REC-TYPE.
           STRING WS-FEE-ID-PREFIX CT-ACCOUNT (1:9)
               DELIMITED BY SIZE INTO WS-NF-TRANS-ID.
           MOVE CT-ACCOUNT           TO WS-NF-ACCOUNT.
           MOVE WS-RL-AMOUNT         TO WS-NF-AMOUNT.
           MOVE WS-RUN-DATE          TO WS-NF-TRANS-DATE.
           MOVE WS-FEE-TRANS-TYPE    TO WS-NF-TRANS-TYPE.
           MOVE 'BRL'                TO WS-NF-CURRENCY.
           WRITE NF-RECORD           FROM WS-NSF-FEE-WORK.
           SET WS-FEE-WRITTEN-COUNT UP BY 1.
           END-IF.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-AL-OPERATOR-ID.
           IF AB-CURRENCY NOT = SPACES AND AB-CURRENCY NOT = 'BRL'
               PERFORM MOVE-CURRENCY-BALANCE
           END-IF.

           ADD WS-CONVERTED-AMOUNT   TO WS-ACCT-MOVEMENT.
           ADD WS-CONVERTED-AMOUNT   TO WS-NET-MOVEMENT.
           SET WS-ACCT-TRANS-COUNT UP BY 1.
           SET WS-TRANS-COUNT UP BY 1.

       MOVE-CURRENCY-BALANCE.
      *    AN ITEM IN THE ACCOUNT'S OWN CURRENCY MOVES THE CURRENCY
      *    BALANCE BY ITS ORIGINAL AMOUNT. ANY OTHER ITEM MOVES IT BY
      *    ITS BRL VALUE AT THE DAY'S RATE FOR THE ACCOUNT'S CURRENCY
      *    - FXCONV GIVES THAT RATE AS THE BRL VALUE OF 10,000 UNITS,
      *    WHICH KEEPS ALL SIX DECIMALS OF FXRATE.DAT.
           IF CT-CURRENCY = AB-CURRENCY
               ADD WS-EFFECTIVE-AMOUNT TO AB-CCY-BALANCE
           ELSE
               MOVE 'Y' TO WS-CCY-FOUND-SW
               CALL 'FXCONV' USING AB-CURRENCY WS-CCY-UNITS
                   WS-CCY-UNITS-BRL WS-CCY-FOUND-SW
               IF WS-CCY-FOUND AND WS-CCY-UNITS-BRL NOT = 0
                   COMPUTE AB-CCY-BALANCE ROUNDED =
                       AB-CCY-BALANCE + WS-CONVERTED-AMOUNT
                       * WS-CCY-UNITS / WS-CCY-UNITS-BRL
               ELSE
                   DISPLAY 'PROGPOST: CONTA ' AB-ACCOUNT-NUMBER
                           ' MOEDA ' AB-CURRENCY ' SEM TAXA - '
                           'SALDO NA MOEDA NAO MOVIDO'
               END-IF
           END-IF.

       CLOSE-NSF-FEE-FEED.
      *    THE TRAILER CARRIES THE FEE RECORDS ACTUALLY ON THE FILE -
      *    FROZEN-ACCOUNT REFUSALS AND PULLED TRANSFER CREDIT LEGS
      *    STEP DOWNSTREAM OF POSTING WOULD STILL SEE THEM AS POSTED
      *    MONEY. THE POSTED DETAILS WERE COPIED TO THE KEEP FILE AS
      *    THEY APPLIED - COPY THEM BACK WITH A TRAILER THAT CARRIES
      *    THE POSTED COUNT. THE TWO LEGS OF EVERY PROTECTION SWEEP
      *    WENT TO THE KEEP FILE TOO AND COUNT IN THE TRAILER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CLEAN-KEEP.
           OPEN OUTPUT CLEAN-TRANSACTIONS.
           PERFORM COPY-KEEP-RECORD UNTIL WS-EOF.
           MOVE SPACES               TO CT-RECORD.
           MOVE 'T'                  TO CT-TRAILER-TYPE.
           COMPUTE CT-TRAILER-COUNT =
               WS-TRANS-COUNT + WS-SWEEP-COUNT * 2.
           WRITE CT-RECORD.
           CLOSE CLEAN-KEEP.
           CLOSE CLEAN-TRANSACTIONS.
      *    POSTINGS LAND - MATCH EACH ONE TO A POSTED DETAIL BY
      *    TRANSACTION ID AND ACCOUNT, SEND THE LEFTOVERS TO THE
      *    DIFFERENCE FILE FOR THE MORNING DASHBOARD, AND START THE
      *    NEW DAY WITH AN EMPTY MEMO FILE. A CARD AUTHORIZATION IS
      *    THE EXCEPTION - ITS SETTLEMENT COMES DAYS LATER UNDER
      *    ANOTHER ID, SO IT NEVER TAKES A TABLE SLOT: IT GOES
      *    STRAIGHT TO A HOLD FILE AT LOAD, IS NEVER MATCHED OR
      *    DIFFERENCED, AND IS WRITTEN BACK FOR PROGCRDM - HOWEVER
      *    MANY HOLDS ARE OPEN, NONE IS LOST.
           MOVE 0   TO WS-MEMO-COUNT.
           MOVE 0   TO WS-MEMO-HELD-COUNT.
           MOVE 'N' TO WS-SP-EOF-SW.
           OPEN OUTPUT CARD-HOLD-WORK.
           OPEN INPUT MEMO-FILE.
           IF WS-MM-STATUS = '00'
               PERFORM LOAD-NEXT-MEMO UNTIL WS-SP-EOF
               CLOSE MEMO-FILE
           END-IF.
           CLOSE CARD-HOLD-WORK.

           IF WS-MEMO-COUNT NOT = 0
               MOVE 'N' TO WS-SP-EOF-SW
               UNTIL WS-MEMO-IDX > WS-MEMO-COUNT.
           CLOSE MEMO-DIFF.

           MOVE 'N' TO WS-SP-EOF-SW.
           OPEN INPUT CARD-HOLD-WORK.
           OPEN OUTPUT MEMO-FILE.
           PERFORM CARRY-CARD-HOLD UNTIL WS-SP-EOF.
           CLOSE MEMO-FILE.
           CLOSE CARD-HOLD-WORK.

           IF WS-MEMO-DIFF-COUNT NOT = 0
               DISPLAY 'PROGPOST: MEMOS SEM POSTAGEM '
                       'CORRESPONDENTE: ' WS-MEMO-DIFF-COUNT
           END-IF.
           IF WS-MEMO-HELD-COUNT NOT = 0
               DISPLAY 'PROGPOST: BLOQUEIOS DE CARTAO MANTIDOS: '
                       WS-MEMO-HELD-COUNT
           END-IF.

       LOAD-NEXT-MEMO.
           READ MEMO-FILE
               AT END
                   SET WS-SP-EOF TO TRUE
               NOT AT END
                   IF MM-AUTH-CODE NOT = SPACES
                       WRITE MK-RECORD FROM MM-RECORD
                   ELSE
                       PERFORM TABLE-DAY-MEMO
                   END-IF
           END-READ.

       TABLE-DAY-MEMO.
           IF WS-MEMO-COUNT < 1000
               SET WS-MEMO-COUNT UP BY 1
               MOVE MM-RECORD TO WS-MT-IMAGE (WS-MEMO-COUNT)
               MOVE 'N' TO WS-MT-MATCHED-SW (WS-MEMO-COUNT)
           ELSE
               DISPLAY 'PROGPOST: TABELA DE MEMOS CHEIA - '
                       'MEMO ' MM-TRANS-ID ' IGNORADO'
           END-IF.

       MATCH-NEXT-POSTING.
           READ CLEAN-TRANSACTIONS
               AT END
               SET WS-MEMO-DIFF-COUNT UP BY 1
           END-IF.

       CARRY-CARD-HOLD.
           READ CARD-HOLD-WORK
               AT END
                   SET WS-SP-EOF TO TRUE
               NOT AT END
                   WRITE MM-RECORD FROM MK-RECORD
                   SET WS-MEMO-HELD-COUNT UP BY 1
           END-READ.

       PARK-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
           MOVE WS-HOLD-ACCOUNT      TO AB-ACCOUNT-NUMBER.
           READ ACCOUNT-BALANCE
               INVALID KEY
                   SET WS-ACCT-MISSING TO TRUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ.
           MOVE 0 TO WS-ACCT-TRANS-COUNT.
           MOVE 0 TO WS-ACCT-MOVEMENT.
           MOVE 'N' TO WS-ACCT-REPEAT-SW.

       CLOSE-OUT-ACCOUNT.
      *    ONLY AN ACCOUNT FOUND ON THE MASTER EVER POSTS, SO THERE IS
      *    ALWAYS A RECORD TO REWRITE. A CLOSURE WHOSE PAYOUT HAS
      *    TAKEN THE BALANCE TO ZERO IS FINISHED HERE. THE PAYOUT IS
      *    THE BRL BOOK VALUE, SO WHATEVER THE CURRENCY BALANCE STILL
      *    SHOWS IS ONLY RATE MOVEMENT AND GOES WITH THE ACCOUNT.
           IF AB-STATUS-CLOSING AND AB-BALANCE = 0
               SET AB-STATUS-CLOSED  TO TRUE
               MOVE 0                TO AB-CCY-BALANCE
               MOVE WS-RUN-DATE      TO AB-STATUS-DATE
               SET WS-ACCTS-CLOSED UP BY 1
               DISPLAY 'PROGPOST: CONTA ' AB-ACCOUNT-NUMBER
                       ' ENCERRADA - SALDO ZERADO'
           END-IF.
           IF NOT WS-SIM-MODE
               MOVE WS-RUN-DATE      TO AB-LAST-UPDATE-DATE
               REWRITE AB-RECORD
           END-IF.
           PERFORM WRITE-SUMMARY-DETAIL.
           MOVE AB-BRANCH            TO WS-TALLY-BRANCH.
           IF WS-ACCT-REPEAT
               MOVE 0                TO WS-TALLY-ACCOUNTS
           ELSE
               SET WS-ACCTS-TOUCHED UP BY 1
               MOVE 1                TO WS-TALLY-ACCOUNTS
           END-IF.
           MOVE WS-ACCT-TRANS-COUNT  TO WS-TALLY-ITEMS.
           MOVE WS-ACCT-MOVEMENT     TO WS-TALLY-AMOUNT.
           PERFORM TALLY-BRANCH.

       WRITE-SUMMARY-HEADER.
           IF WS-SIM-MODE
           END-IF.
           MOVE WS-RUN-DATE          TO SH-RUN-DATE.
           WRITE SUM-LINE            FROM WS-SUM-HEADER-1.
           WRITE SUM-LINE            FROM WS-SUM-HEADER-3.
           WRITE SUM-LINE            FROM WS-SUM-HEADER-2.

       WRITE-SUMMARY-DETAIL.

       WRITE-SUMMARY-TOTALS.
           MOVE WS-ACCTS-TOUCHED     TO ST-ACCTS-TOUCHED.
           MOVE WS-ACCTS-CLOSED      TO ST-ACCTS-CLOSED.
           WRITE SUM-LINE            FROM WS-SUM-TOTAL-1.
           MOVE WS-NET-MOVEMENT      TO ST-NET-MOVEMENT.
           WRITE SUM-LINE            FROM WS-SUM-TOTAL-2.
           MOVE WS-REORDERED-ITEMS   TO ST-REORDERED-ITEMS.
           MOVE WS-REORDERED-ACCOUNTS TO ST-REORDERED-ACCTS.
           WRITE SUM-LINE            FROM WS-SUM-TOTAL-3.
           PERFORM WRITE-BRANCH-TOTALS.

       WRITE-SWEEP-HEADER.
           IF WS-SIM-MODE
               WRITE SWP-LINE        FROM WS-SIM-WATERMARK
           END-IF.
           MOVE WS-RUN-DATE          TO SR-RUN-DATE.
           WRITE SWP-LINE            FROM WS-SWEEP-HEADER-1.
           WRITE SWP-LINE            FROM WS-SWEEP-HEADER-2.

       WRITE-SWEEP-TOTALS.
           MOVE SPACES               TO SWP-LINE.
           WRITE SWP-LINE.
           MOVE WS-SWEEP-COUNT       TO SR-SWEEP-COUNT.
           MOVE WS-SWEEP-TOTAL       TO SR-SWEEP-TOTAL.
           WRITE SWP-LINE            FROM WS-SWEEP-TOTAL-1.
           MOVE WS-SWEEP-MISSED-COUNT TO SR-MISSED-COUNT.
           WRITE SWP-LINE            FROM WS-SWEEP-TOTAL-2.

       TALLY-BRANCH.
      *    ONE ENTRY PER BRANCH, SLOTTED IN CODE ORDER AS EACH NEW
      *    BRANCH TURNS UP, SO THE SUBTOTALS PRINT SORTED.
           CALL 'BRNLOOK' USING WS-TALLY-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE 0 TO WS-BRANCH-SLOT.
           PERFORM FIND-BRANCH-ENTRY
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   OR WS-BRANCH-SLOT NOT = 0.
           IF WS-BRANCH-SLOT = 0
               PERFORM ADD-BRANCH-ENTRY
           END-IF.
           IF WS-BRANCH-SLOT NOT = 0
               ADD WS-TALLY-ACCOUNTS TO WS-BT-ACCOUNTS (WS-BRANCH-SLOT)
               ADD WS-TALLY-ITEMS TO WS-BT-ITEMS (WS-BRANCH-SLOT)
               ADD WS-TALLY-AMOUNT TO WS-BT-AMOUNT (WS-BRANCH-SLOT)
           END-IF.

       FIND-BRANCH-ENTRY.
           IF WS-BT-BRANCH (WS-BRANCH-IDX) = WS-TALLY-BRANCH
               MOVE WS-BRANCH-IDX TO WS-BRANCH-SLOT
           END-IF.

       ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT >= 100
               DISPLAY 'PROGPOST: TABELA DE AGENCIAS CHEIA - AGENCIA '
                       WS-TALLY-BRANCH ' FORA DOS SUBTOTAIS'
           ELSE
               MOVE 'N' TO WS-BRANCH-PLACED-SW
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
               PERFORM SHIFT-BRANCH-ENTRY UNTIL WS-BRANCH-PLACED
               COMPUTE WS-BRANCH-SLOT = WS-BRANCH-IDX + 1
               MOVE WS-TALLY-BRANCH TO WS-BT-BRANCH (WS-BRANCH-SLOT)
               MOVE 0 TO WS-BT-ACCOUNTS (WS-BRANCH-SLOT)
               MOVE 0 TO WS-BT-ITEMS (WS-BRANCH-SLOT)
               MOVE 0 TO WS-BT-AMOUNT (WS-BRANCH-SLOT)
               SET WS-BRANCH-COUNT UP BY 1
           END-IF.

       SHIFT-BRANCH-ENTRY.
      *    WALK DOWN FROM THE END, MOVING EACH HIGHER CODE UP ONE,
      *    UNTIL THE NEW CODE'S PLACE IS FOUND.
           IF WS-BRANCH-IDX = 0
               SET WS-BRANCH-PLACED TO TRUE
           ELSE
               IF WS-BT-BRANCH (WS-BRANCH-IDX) < WS-TALLY-BRANCH
                   SET WS-BRANCH-PLACED TO TRUE
               ELSE
                   MOVE WS-BT-ENTRY (WS-BRANCH-IDX)
                       TO WS-BT-ENTRY (WS-BRANCH-IDX + 1)
                   SUBTRACT 1 FROM WS-BRANCH-IDX
               END-IF
           END-IF.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO SUM-LINE.
           WRITE SUM-LINE.
           WRITE SUM-LINE FROM WS-SUM-BRANCH-HEADER.
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT.

       WRITE-BRANCH-LINE.
           MOVE WS-BT-BRANCH (WS-BRANCH-IDX) TO WS-TALLY-BRANCH.
           CALL 'BRNLOOK' USING WS-TALLY-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.
           MOVE WS-TALLY-BRANCH                TO PG-BRANCH.
           MOVE WS-BRANCH-NAME                 TO PG-BRANCH-NAME.
           MOVE WS-BT-ACCOUNTS (WS-BRANCH-IDX) TO PG-ACCOUNTS.
           MOVE WS-BT-ITEMS (WS-BRANCH-IDX)    TO PG-ITEMS.
           MOVE WS-BT-AMOUNT (WS-BRANCH-IDX)   TO PG-AMOUNT.
           WRITE SUM-LINE FROM WS-SUM-BRANCH-LINE.

       GET-SIMULATION-MODE.
      *    SIMMODE.DAT CARRYING AN 'S' PUTS THE RUN IN DRY-RUN MODE -
               CLOSE SIM-CONTROL
           END-IF.

       GET-POSTING-ORDER.
      *    A MISSING OR UNREADABLE POSTORD.DAT ISN'T FATAL - THE RUN
      *    POSTS CREDITS FIRST, THEN DEBITS SMALLEST FIRST, AND THE
      *    SUMMARY MARKS THE ORDER AS THE DEFAULT.
           MOVE 'C'        TO WS-POST-POLICY.
           MOVE ' (PADRAO)' TO SH-ORDER-SOURCE.
           OPEN INPUT ORDER-CONTROL.
           IF WS-PO-STATUS = '00'
               READ ORDER-CONTROL
                   AT END
                       DISPLAY 'PROGPOST: POSTORD.DAT VAZIO - '
                               'ORDEM PADRAO ASSUMIDA'
                   NOT AT END
                       IF PO-POLICY-VALID
                           MOVE PO-POLICY TO WS-POST-POLICY
                           MOVE SPACES    TO SH-ORDER-SOURCE
                       ELSE
                           DISPLAY 'PROGPOST: POSTORD.DAT COM ORDEM '
                                   'DESCONHECIDA ' PO-POLICY
                                   ' - ORDEM PADRAO ASSUMIDA'
                       END-IF
               END-READ
               CLOSE ORDER-CONTROL
           ELSE
               DISPLAY 'PROGPOST: POSTORD.DAT NAO DISPONIVEL - '
                       'ORDEM PADRAO ASSUMIDA'
           END-IF.
           IF WS-POLICY-ARRIVAL
               MOVE 'A - ORDEM DE CHEGADA NO ARQUIVO LIMPO'
                   TO SH-ORDER-TEXT
           ELSE
               IF WS-POLICY-LARGE-FIRST
                   STRING 'G - CREDITOS PRIMEIRO, DEBITOS DO MAIOR '
                       'PARA O MENOR' DELIMITED BY SIZE
                       INTO SH-ORDER-TEXT
               ELSE
                   STRING 'C - CREDITOS PRIMEIRO, DEBITOS DO MENOR '
                       'PARA O MAIOR' DELIMITED BY SIZE
                       INTO SH-ORDER-TEXT
               END-IF
           END-IF.

       GET-BUSINESS-DATE.
      *    BUSDATE.DAT OVERRIDES THE SYSTEM CLOCK WHEN PRESENT, SO A
      *    PRIOR DAY'S BATCH CAN BE RERUN WITHOUT FIGHTING THE REAL
