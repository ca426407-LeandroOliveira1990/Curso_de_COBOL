      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: GENERAL-LEDGER TO SUBLEDGER RECONCILIATION, RUN EACH
      *          NIGHT BEFORE THE POSTING RUN. TWO CHECKS. FIRST, THE
      *          JOURNALS: THE CORPORATE LEDGER'S DAILY ACCEPTANCE AND
      *          BALANCE FILE (GLCONF.DAT) IS MATCHED BY BUSINESS DATE
      *          TO THE JOURNAL REGISTER PROGGLEX KEEPS (GLSENT.DAT).
      *          A JOURNAL THE LEDGER ACCEPTED WITH OUR COUNT AND HASH
      *          TOTAL IS CONFIRMED; ONE IT REJECTED, OR LOADED WITH A
      *          DIFFERENT COUNT OR HASH, IS MARKED SO; AND ANY JOURNAL
      *          FROM AN EARLIER NIGHT STILL WITHOUT A CONFIRMATION IS
      *          REPORTED EVERY NIGHT UNTIL ONE ARRIVES. SECOND, THE
      *          CONTROL ACCOUNTS: EVERY AB-BALANCE IS SUMMED TO ITS GL
      *          ACCOUNT THROUGH THE GLMAP.DAT RULES THAT APPLY TO ANY
      *          TYPE (TYPE BLANK - THE SAME RANGES THE EXTRACT BOOKS
      *          BY), AND EACH TOTAL IS COMPARED WITH THE LEDGER'S
      *          BALANCE FOR THAT ACCOUNT AS OF THE LAST POSTED DATE.
      *          SINCE NOTHING HAS POSTED YET TONIGHT, THE MASTER STILL
      *          STANDS AT THAT DATE. LEDGER BALANCES FOR ANY OTHER
      *          DATE ARE NOT COMPARED. EVERYTHING GOES TO GLRECN.RPT;
      *          AN UNCONFIRMED, REJECTED OR DIVERGENT JOURNAL, OR AN
      *          OUT-OF-BALANCE CONTROL ACCOUNT, IS ALSO WRITTEN TO THE
      *          OPERATIONS LOG AS AN ERROR AND ENDS THE STEP WITH
      *          CONDITION CODE 4 - THE NIGHT STILL POSTS. A LEDGER
      *          FILE WHOSE TRAILER DOESN'T PROVE IS NOT USED AT ALL.
      *          A SIMULATION RUN RECONCILES NOTHING.
      * Tectonics: cobc
      * Modified: 2026-10-15 - THE MONTH-END FX REVALUATION IS BOOKED
      *           ON THE LEDGER ONLY. WHILE A REVALUATION THE LEDGER
      *           HAS BEEN SENT (ITS JOURNAL IS ON THE REGISTER AND NOT
      *           REJECTED) IS EFFECTIVE ON THE COMPARED DATE AND ITS
      *           REVERSAL IS NOT YET, ITS LINES (REVALGL.DAT, DATES
      *           FROM FXRVCTL.DAT) ARE ADDED TO OUR SIDE OF EACH
      *           CONTROL ACCOUNT AND PRINTED AS A RECONCILING ITEM
      *           UNDER IT, SO THE REVALUATION IS NOT REPORTED AS A
      *           BREAK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGLRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-REGISTER ASSIGN TO "GLSENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GS-STATUS.
           SELECT LEDGER-CONFIRM ASSIGN TO "GLCONF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GF-STATUS.
           SELECT GL-MAPPING ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GM-STATUS.
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
           SELECT FX-REVALUATION ASSIGN TO "REVALGL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RG-STATUS.
           SELECT RECON-REPORT ASSIGN TO "GLRECN.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-REGISTER.
           COPY GLSENT.
       FD  LEDGER-CONFIRM.
           COPY GLCONF.
       FD  GL-MAPPING.
           COPY GLMAP.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  LAST-POSTED.
           COPY LASTPOST.
       FD  REVAL-CONTROL.
           COPY FXRVCTL.
       FD  FX-REVALUATION.
           COPY GLEXTR.
       FD  RECON-REPORT.
       01  RPT-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-GS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-GF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-GM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-FC-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-REVAL-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REVAL-OPEN                 VALUE 'Y'.
       77  WS-REVAL-CLOSE-DATE         PIC 9(08) VALUE 0.
       77  WS-REVAL-RUN-DATE           PIC 9(08) VALUE 0.
       77  WS-REVAL-LINE-COUNT         PIC 9(06) VALUE 0.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-CONF-OK-SW               PIC X(01) VALUE 'N'.
           88  WS-CONF-OK                    VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-BALANCE-DATE             PIC 9(08) VALUE 0.
       77  WS-KEEP-YEAR                PIC 9(04) VALUE 0.
       77  WS-KEEP-DATE                PIC 9(08) VALUE 0.
       77  WS-SEEK-DATE                PIC 9(08) VALUE 0.
       77  WS-CONF-COUNT               PIC 9(06) VALUE 0.
       77  WS-CONF-TRAILER             PIC 9(06) VALUE 0.
       77  WS-CONF-TRAILER-SW          PIC X(01) VALUE 'N'.
           88  WS-CONF-TRAILER-FOUND         VALUE 'Y'.
       77  WS-JOURNAL-COUNT            PIC 9(04) VALUE 0.
       77  WS-JOURNAL-IDX              PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-MAP-COUNT                PIC 9(03) VALUE 0.
       77  WS-MAP-IDX                  PIC 9(03) VALUE 0.
       77  WS-MAP-FOUND-IDX            PIC 9(03) VALUE 0.
       77  WS-GL-COUNT                 PIC 9(03) VALUE 0.
       77  WS-GL-IDX                   PIC 9(03) VALUE 0.
       77  WS-GL-FOUND-IDX             PIC 9(03) VALUE 0.
       77  WS-GL-ACCOUNT               PIC X(10) VALUE SPACES.
       77  WS-UNMAPPED-GL              PIC X(10) VALUE 'GLNAOMAPA '.
       77  WS-OTHER-DATE-COUNT         PIC 9(06) VALUE 0.
       77  WS-LEDGER-BAL-COUNT         PIC 9(06) VALUE 0.
       77  WS-CONFIRMED-COUNT          PIC 9(04) VALUE 0.
       77  WS-OPEN-JOURNAL-COUNT       PIC 9(04) VALUE 0.
       77  WS-BAD-JOURNAL-COUNT        PIC 9(04) VALUE 0.
       77  WS-UNKNOWN-ACCEPT-COUNT     PIC 9(04) VALUE 0.
       77  WS-OFF-BALANCE-COUNT        PIC 9(04) VALUE 0.
       77  WS-DIFFERENCE               PIC S9(13)V99 VALUE 0.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGGLRC'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-JOURNAL-TABLE.
           05  WS-JN-ENTRY OCCURS 800 TIMES.
               10  WS-JN-DATE          PIC 9(08).
               10  WS-JN-REC-COUNT     PIC 9(10).
               10  WS-JN-HASH          PIC S9(11)V99.
               10  WS-JN-STATUS        PIC X(01).
                   88  WS-JN-SENT            VALUE 'S'.
                   88  WS-JN-CONFIRMED       VALUE 'C'.
                   88  WS-JN-REJECTED        VALUE 'R'.
                   88  WS-JN-DIVERGENT       VALUE 'D'.
               10  WS-JN-STATUS-DATE   PIC 9(08).
               10  WS-JN-REASON        PIC X(30).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MP-ACCT-LOW      PIC 9(08).
               10  WS-MP-ACCT-HIGH     PIC 9(08).
               10  WS-MP-GL-ACCOUNT    PIC X(10).
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 200 TIMES.
               10  WS-GT-ACCOUNT       PIC X(10).
               10  WS-GT-OUR-TOTAL     PIC S9(13)V99.
               10  WS-GT-LEDGER-TOTAL  PIC S9(13)V99.
               10  WS-GT-REVAL-TOTAL   PIC S9(13)V99.
               10  WS-GT-LEDGER-SW     PIC X(01).
                   88  WS-GT-LEDGER-FOUND    VALUE 'Y'.
       01  WS-RPT-HEADER.
           05  FILLER                  PIC X(40) VALUE
                   'CONCILIACAO RAZAO GERAL X SUBRAZAO - DT '.
           05  RH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-RPT-SECTION.
           05  RS-TEXT                 PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-RPT-JOURNAL.
           05  FILLER                  PIC X(09) VALUE 'JORNAL   '.
           05  RJ-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJ-REC-COUNT            PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJ-VERDICT              PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-RPT-ACCOUNT.
           05  RA-GL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-OUR-TOTAL            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-LEDGER-TOTAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-DIFFERENCE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-VERDICT              PIC X(09).
       01  WS-RPT-REVAL-ITEM.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  RI-REVAL-TOTAL          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
                   'REAVALIACAO CAMBIAL EM ABERTO '.
           05  FILLER                  PIC X(09) VALUE 'EFETIVA '.
           05  RI-CLOSE-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  WS-RPT-ACCOUNT-HEAD.
           05  FILLER                  PIC X(40) VALUE
                   'CONTA GL        SUBRAZAO (ACCTBAL)      '.
           05  FILLER                  PIC X(40) VALUE
                   '    RAZAO GERAL          DIFERENCA      '.
       01  WS-RPT-TOTAL.
           05  RT-LABEL                PIC X(36).
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGGLRC: SIMULACAO - CONCILIACAO GL NAO FEITA'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-BALANCE-DATE.

           OPEN OUTPUT RECON-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADER.

           PERFORM LOAD-JOURNAL-REGISTER.
           PERFORM PROVE-LEDGER-FILE.
           IF WS-CONF-OK
               PERFORM APPLY-LEDGER-FILE
           END-IF.

           PERFORM REPORT-JOURNALS.

           PERFORM LOAD-MAPPING-TABLE.
           PERFORM SUM-SUBLEDGER-BALANCES.
           PERFORM ADD-OPEN-REVALUATION.
           PERFORM REPORT-CONTROL-ACCOUNTS.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECON-REPORT.

           PERFORM REWRITE-JOURNAL-REGISTER.

           DISPLAY 'PROGGLRC: JORNAIS CONFIRMADOS HOJE: '
                   WS-CONFIRMED-COUNT.
           DISPLAY 'PROGGLRC: JORNAIS SEM CONFIRMACAO:  '
                   WS-OPEN-JOURNAL-COUNT.
           DISPLAY 'PROGGLRC: JORNAIS REJEITADOS/DIVERG:'
                   WS-BAD-JOURNAL-COUNT.
           DISPLAY 'PROGGLRC: CONTAS DE CONTROLE DIVERG:'
                   WS-OFF-BALANCE-COUNT.
           IF WS-OPEN-JOURNAL-COUNT NOT = 0
                   OR WS-BAD-JOURNAL-COUNT NOT = 0
                   OR WS-OFF-BALANCE-COUNT NOT = 0
                   OR NOT WS-CONF-OK
               MOVE 'E'     TO WS-OPS-SEVERITY
               MOVE 'OPS03' TO WS-OPS-MSG-CODE
               MOVE 'CONCILIACAO GL COM PENDENCIAS - VER GLRECN.RPT'
                   TO WS-OPS-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCILIACAO GL SEM PENDENCIAS' TO WS-OPS-TEXT
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OPS-MESSAGE.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       GET-BALANCE-DATE.
      *    THE MASTER STANDS AT THE LAST POSTED DATE UNTIL TONIGHT'S
      *    POSTING RUN - THE LEDGER'S BALANCES ARE PROVED AS OF THAT
      *    DATE. A BACKED-OUT DATE LEAVES NOTHING TO PROVE AGAINST.
           MOVE 0 TO WS-BALANCE-DATE.
           OPEN INPUT LAST-POSTED.
           IF WS-LP-STATUS = '00'
               READ LAST-POSTED
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-STATUS-POSTED
                           MOVE LP-LAST-POSTED-DATE
                               TO WS-BALANCE-DATE
                       END-IF
               END-READ
               CLOSE LAST-POSTED
           END-IF.

       LOAD-JOURNAL-REGISTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOURNAL-REGISTER.
           IF WS-GS-STATUS = '00'
               PERFORM LOAD-NEXT-JOURNAL UNTIL WS-EOF
               CLOSE JOURNAL-REGISTER
           END-IF.

       LOAD-NEXT-JOURNAL.
      *    A RERUN OF THE EXTRACT APPENDS A NEWER RECORD FOR THE
      *    SAME DATE - IT REPLACES THE OLDER ONE IN THE TABLE.
           READ JOURNAL-REGISTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE GS-BUSINESS-DATE TO WS-SEEK-DATE
                   PERFORM FIND-JOURNAL-BY-DATE
                   IF WS-FOUND-IDX = 0
                       IF WS-JOURNAL-COUNT < 800
                           SET WS-JOURNAL-COUNT UP BY 1
                           MOVE WS-JOURNAL-COUNT TO WS-FOUND-IDX
                       ELSE
                           DISPLAY 'PROGGLRC: TABELA DE JORNAIS '
                                   'CHEIA - JORNAL IGNORADO'
                       END-IF
                   END-IF
                   IF WS-FOUND-IDX NOT = 0
                       MOVE GS-BUSINESS-DATE
                           TO WS-JN-DATE (WS-FOUND-IDX)
                       MOVE GS-REC-COUNT
                           TO WS-JN-REC-COUNT (WS-FOUND-IDX)
                       MOVE GS-HASH-AMOUNT
                           TO WS-JN-HASH (WS-FOUND-IDX)
                       MOVE GS-STATUS
                           TO WS-JN-STATUS (WS-FOUND-IDX)
                       MOVE GS-STATUS-DATE
                           TO WS-JN-STATUS-DATE (WS-FOUND-IDX)
                       MOVE SPACES
                           TO WS-JN-REASON (WS-FOUND-IDX)
                   END-IF
           END-READ.

       FIND-JOURNAL-BY-DATE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-JOURNAL-DATE
               VARYING WS-JOURNAL-IDX FROM 1 BY 1
               UNTIL WS-JOURNAL-IDX > WS-JOURNAL-COUNT
                   OR WS-FOUND-IDX NOT = 0.

       MATCH-JOURNAL-DATE.
           IF WS-JN-DATE (WS-JOURNAL-IDX) = WS-SEEK-DATE
               MOVE WS-JOURNAL-IDX TO WS-FOUND-IDX
           END-IF.

       PROVE-LEDGER-FILE.
      *    THE TRAILER MUST COUNT EVERY ACCEPTANCE AND BALANCE RECORD
      *    BEFORE ANY OF THEM IS BELIEVED. NO FILE TODAY IS NOT AN
      *    ERROR IN ITSELF - THE OPEN JOURNALS SHOW ON THE REPORT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LEDGER-CONFIRM.
           IF WS-GF-STATUS NOT = '00'
               MOVE 'ARQUIVO DO RAZAO (GLCONF.DAT) NAO RECEBIDO'
                   TO RS-TEXT
               WRITE RPT-LINE FROM WS-RPT-SECTION
               SET WS-CONF-OK TO TRUE
           ELSE
               PERFORM COUNT-NEXT-CONFIRMATION UNTIL WS-EOF
               CLOSE LEDGER-CONFIRM
               IF WS-CONF-TRAILER-FOUND
                       AND WS-CONF-TRAILER = WS-CONF-COUNT
                   SET WS-CONF-OK TO TRUE
               ELSE
                   MOVE 'ARQUIVO DO RAZAO NAO FECHA COM O TRAILER - '
                       TO RS-TEXT
                   MOVE 'DESCARTADO' TO RS-TEXT (45:10)
                   WRITE RPT-LINE FROM WS-RPT-SECTION
                   DISPLAY 'PROGGLRC: GLCONF.DAT NAO FECHA - TRAILER '
                           WS-CONF-TRAILER ' REGISTROS '
                           WS-CONF-COUNT
               END-IF
           END-IF.

       COUNT-NEXT-CONFIRMATION.
           READ LEDGER-CONFIRM
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GF-ACCEPT-REC OR GF-BALANCE-REC
                       SET WS-CONF-COUNT UP BY 1
                   END-IF
                   IF GF-TRAILER-REC
                       SET WS-CONF-TRAILER-FOUND TO TRUE
                       MOVE GF-TRL-COUNT TO WS-CONF-TRAILER
                   END-IF
           END-READ.

       APPLY-LEDGER-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LEDGER-CONFIRM.
           IF WS-GF-STATUS = '00'
               PERFORM APPLY-NEXT-CONFIRMATION UNTIL WS-EOF
               CLOSE LEDGER-CONFIRM
           END-IF.

       APPLY-NEXT-CONFIRMATION.
           READ LEDGER-CONFIRM
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GF-ACCEPT-REC
                       PERFORM APPLY-ONE-ACCEPTANCE
                   END-IF
                   IF GF-BALANCE-REC
                       PERFORM APPLY-ONE-BALANCE
                   END-IF
           END-READ.

       APPLY-ONE-ACCEPTANCE.
      *    THE LEDGER MUST HAVE LOADED EXACTLY WHAT WE SENT - SAME
      *    RECORD COUNT, SAME HASH - FOR THE JOURNAL TO BE CONFIRMED.
           MOVE GF-JOURNAL-DATE TO WS-SEEK-DATE.
           PERFORM FIND-JOURNAL-BY-DATE.
           IF WS-FOUND-IDX = 0
               SET WS-UNKNOWN-ACCEPT-COUNT UP BY 1
               MOVE GF-JOURNAL-DATE      TO RJ-DATE
               MOVE GF-REC-COUNT         TO RJ-REC-COUNT
               MOVE 'NAO ENVIADO'        TO RJ-VERDICT
               MOVE 'ACEITE SEM JORNAL NO REGISTRO' TO RJ-REASON
               WRITE RPT-LINE FROM WS-RPT-JOURNAL
           ELSE
               MOVE WS-RUN-DATE TO WS-JN-STATUS-DATE (WS-FOUND-IDX)
               IF GF-REJECTED
                   SET WS-JN-REJECTED (WS-FOUND-IDX) TO TRUE
                   MOVE GF-REJECT-REASON
                       TO WS-JN-REASON (WS-FOUND-IDX)
               ELSE
                   IF GF-REC-COUNT NOT = WS-JN-REC-COUNT (WS-FOUND-IDX)
                       SET WS-JN-DIVERGENT (WS-FOUND-IDX) TO TRUE
                       MOVE 'CONTAGEM DIFERE DO ENVIADO'
                           TO WS-JN-REASON (WS-FOUND-IDX)
                   ELSE
                       IF GF-HASH-AMOUNT NOT = WS-JN-HASH (WS-FOUND-IDX)
                           SET WS-JN-DIVERGENT (WS-FOUND-IDX) TO TRUE
                           MOVE 'HASH DIFERE DO ENVIADO'
                               TO WS-JN-REASON (WS-FOUND-IDX)
                       ELSE
                           SET WS-JN-CONFIRMED (WS-FOUND-IDX)
                               TO TRUE
                           SET WS-CONFIRMED-COUNT UP BY 1
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-BALANCE.
           IF GF-BAL-DATE NOT = WS-BALANCE-DATE
                   OR WS-BALANCE-DATE = 0
               SET WS-OTHER-DATE-COUNT UP BY 1
           ELSE
               SET WS-LEDGER-BAL-COUNT UP BY 1
               MOVE GF-BAL-GL-ACCOUNT TO WS-GL-ACCOUNT
               PERFORM FIND-GL-ENTRY
               IF WS-GL-FOUND-IDX NOT = 0
                   ADD GF-BAL-AMOUNT
                       TO WS-GT-LEDGER-TOTAL (WS-GL-FOUND-IDX)
                   SET WS-GT-LEDGER-FOUND (WS-GL-FOUND-IDX) TO TRUE
               END-IF
           END-IF.

       FIND-GL-ENTRY.
      *    LOCATE THE GL ACCOUNT IN THE TOTALS TABLE, ADDING IT WHEN
      *    IT IS NEW.
           MOVE 0 TO WS-GL-FOUND-IDX.
           PERFORM MATCH-GL-ENTRY
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
                   OR WS-GL-FOUND-IDX NOT = 0.
           IF WS-GL-FOUND-IDX = 0
               IF WS-GL-COUNT < 200
                   SET WS-GL-COUNT UP BY 1
                   MOVE WS-GL-COUNT   TO WS-GL-FOUND-IDX
                   MOVE WS-GL-ACCOUNT TO WS-GT-ACCOUNT (WS-GL-COUNT)
                   MOVE 0 TO WS-GT-OUR-TOTAL (WS-GL-COUNT)
                             WS-GT-LEDGER-TOTAL (WS-GL-COUNT)
                             WS-GT-REVAL-TOTAL (WS-GL-COUNT)
                   MOVE 'N' TO WS-GT-LEDGER-SW (WS-GL-COUNT)
               ELSE
                   DISPLAY 'PROGGLRC: TABELA DE CONTAS GL CHEIA - '
                           WS-GL-ACCOUNT ' IGNORADA'
               END-IF
           END-IF.

       MATCH-GL-ENTRY.
           IF WS-GT-ACCOUNT (WS-GL-IDX) = WS-GL-ACCOUNT
               MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
           END-IF.

       REPORT-JOURNALS.
      *    A JOURNAL CUT TONIGHT CAN'T BE CONFIRMED YET; ONE FROM ANY
      *    EARLIER NIGHT THAT STILL IS NOT IS AN OPEN ITEM.
           MOVE 'JORNAIS ENVIADOS AO RAZAO GERAL' TO RS-TEXT.
           WRITE RPT-LINE FROM WS-RPT-SECTION.
           PERFORM REPORT-ONE-JOURNAL
               VARYING WS-JOURNAL-IDX FROM 1 BY 1
               UNTIL WS-JOURNAL-IDX > WS-JOURNAL-COUNT.

       REPORT-ONE-JOURNAL.
           MOVE WS-JN-DATE (WS-JOURNAL-IDX)      TO RJ-DATE.
           MOVE WS-JN-REC-COUNT (WS-JOURNAL-IDX) TO RJ-REC-COUNT.
           MOVE WS-JN-REASON (WS-JOURNAL-IDX)    TO RJ-REASON.
           EVALUATE TRUE
               WHEN WS-JN-CONFIRMED (WS-JOURNAL-IDX)
                   IF WS-JN-STATUS-DATE (WS-JOURNAL-IDX) = WS-RUN-DATE
                       MOVE 'CONFIRMADO' TO RJ-VERDICT
                       WRITE RPT-LINE FROM WS-RPT-JOURNAL
                   END-IF
               WHEN WS-JN-REJECTED (WS-JOURNAL-IDX)
                   SET WS-BAD-JOURNAL-COUNT UP BY 1
                   MOVE 'REJEITADO' TO RJ-VERDICT
                   WRITE RPT-LINE FROM WS-RPT-JOURNAL
               WHEN WS-JN-DIVERGENT (WS-JOURNAL-IDX)
                   SET WS-BAD-JOURNAL-COUNT UP BY 1
                   MOVE 'DIVERGENTE' TO RJ-VERDICT
                   WRITE RPT-LINE FROM WS-RPT-JOURNAL
               WHEN OTHER
                   IF WS-JN-DATE (WS-JOURNAL-IDX) < WS-RUN-DATE
                       SET WS-OPEN-JOURNAL-COUNT UP BY 1
                       MOVE 'NAO CONFIRMADO' TO RJ-VERDICT
                       MOVE 'SEM ACEITE DO RAZAO' TO RJ-REASON
                       WRITE RPT-LINE FROM WS-RPT-JOURNAL
                   END-IF
           END-EVALUATE.

       LOAD-MAPPING-TABLE.
      *    ONLY THE RULES FOR ANY TYPE SAY WHICH GL ACCOUNT HOLDS AN
      *    ACCOUNT'S BALANCE; A TYPE-SPECIFIC RULE ONLY ROUTES THAT
      *    TYPE'S MOVEMENT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GL-MAPPING.
           IF WS-GM-STATUS = '00'
               PERFORM LOAD-NEXT-MAPPING UNTIL WS-EOF
               CLOSE GL-MAPPING
           ELSE
               DISPLAY 'PROGGLRC: GLMAP.DAT AUSENTE - TODO SALDO '
                       'VAI PARA A CONTA NAO MAPEADA'
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-MAPPING.
           READ GL-MAPPING
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GM-TRANS-TYPE = SPACES
                       IF WS-MAP-COUNT < 100
                           SET WS-MAP-COUNT UP BY 1
                           MOVE GM-ACCT-LOW
                               TO WS-MP-ACCT-LOW (WS-MAP-COUNT)
                           MOVE GM-ACCT-HIGH
                               TO WS-MP-ACCT-HIGH (WS-MAP-COUNT)
                           MOVE GM-GL-ACCOUNT
                               TO WS-MP-GL-ACCOUNT (WS-MAP-COUNT)
                       ELSE
                           DISPLAY 'PROGGLRC: TABELA DE MAPAS CHEIA - '
                                   'REGRA IGNORADA'
                       END-IF
                   END-IF
           END-READ.

       SUM-SUBLEDGER-BALANCES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '00'
               PERFORM SUM-NEXT-BALANCE UNTIL WS-EOF
               CLOSE ACCOUNT-BALANCE
           ELSE
               DISPLAY 'PROGGLRC: ACCTBAL.DAT NAO DISPONIVEL - STATUS '
                       WS-AB-STATUS ' - SUBRAZAO ZERADO'
           END-IF.

       SUM-NEXT-BALANCE.
           READ ACCOUNT-BALANCE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM MAP-BALANCE-ACCOUNT
                   PERFORM FIND-GL-ENTRY
                   IF WS-GL-FOUND-IDX NOT = 0
                       ADD AB-BALANCE
                           TO WS-GT-OUR-TOTAL (WS-GL-FOUND-IDX)
                   END-IF
           END-READ.

       ADD-OPEN-REVALUATION.
      *    THE REVALUATION IS POSTED IN THE FIRST BUSINESS DAY'S
      *    JOURNAL, EFFECTIVE THE CLOSING DATE, AND REVERSED IN THAT
      *    SAME JOURNAL EFFECTIVE THE FIRST BUSINESS DAY. A LEDGER
      *    BALANCE DATED FROM THE CLOSING DATE UP TO THE DAY BEFORE
      *    THE REVERSAL CARRIES IT ONCE THE LEDGER HAS THAT JOURNAL;
      *    OUR MASTER NEVER DOES.
           MOVE 'N' TO WS-REVAL-OPEN-SW.
           MOVE 0 TO WS-REVAL-CLOSE-DATE WS-REVAL-RUN-DATE.
           OPEN INPUT REVAL-CONTROL.
           IF WS-FC-STATUS = '00'
               READ REVAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-CLOSE-DATE IS NUMERIC
                               AND FC-RUN-DATE IS NUMERIC
                           MOVE FC-CLOSE-DATE TO WS-REVAL-CLOSE-DATE
                           MOVE FC-RUN-DATE   TO WS-REVAL-RUN-DATE
                       END-IF
               END-READ
               CLOSE REVAL-CONTROL
           END-IF.
           IF WS-REVAL-CLOSE-DATE NOT = 0
                   AND WS-BALANCE-DATE NOT < WS-REVAL-CLOSE-DATE
                   AND WS-BALANCE-DATE < WS-REVAL-RUN-DATE
               MOVE WS-REVAL-RUN-DATE TO WS-SEEK-DATE
               PERFORM FIND-JOURNAL-BY-DATE
               IF WS-FOUND-IDX NOT = 0
                   IF NOT WS-JN-REJECTED (WS-FOUND-IDX)
                       SET WS-REVAL-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-REVAL-OPEN
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT FX-REVALUATION
               IF WS-RG-STATUS = '00'
                   PERFORM ADD-NEXT-REVAL-LINE UNTIL WS-EOF
                   CLOSE FX-REVALUATION
               ELSE
                   DISPLAY 'PROGGLRC: REVALGL.DAT NAO DISPONIVEL - '
                           'REAVALIACAO EM ABERTO NAO CONSIDERADA'
               END-IF
           END-IF.

       ADD-NEXT-REVAL-LINE.
      *    ONLY THE GL ACCOUNTS ALREADY ON ONE SIDE OR THE OTHER - A
      *    RESULT ACCOUNT THE LEDGER DOESN'T REPORT IS NOT COMPARED.
           READ FX-REVALUATION
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GL-DETAIL-REC
                       MOVE GL-ACCOUNT TO WS-GL-ACCOUNT
                       MOVE 0 TO WS-GL-FOUND-IDX
                       PERFORM MATCH-GL-ENTRY
                           VARYING WS-GL-IDX FROM 1 BY 1
                           UNTIL WS-GL-IDX > WS-GL-COUNT
                               OR WS-GL-FOUND-IDX NOT = 0
                       IF WS-GL-FOUND-IDX NOT = 0
                           ADD GL-NET-AMOUNT
                               TO WS-GT-REVAL-TOTAL (WS-GL-FOUND-IDX)
                           SET WS-REVAL-LINE-COUNT UP BY 1
                       END-IF
                   END-IF
           END-READ.

       MAP-BALANCE-ACCOUNT.
           MOVE 0 TO WS-MAP-FOUND-IDX.
           PERFORM MATCH-MAPPING-RULE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-MAP-FOUND-IDX NOT = 0.
           IF WS-MAP-FOUND-IDX = 0
               MOVE WS-UNMAPPED-GL TO WS-GL-ACCOUNT
           ELSE
               MOVE WS-MP-GL-ACCOUNT (WS-MAP-FOUND-IDX)
                   TO WS-GL-ACCOUNT
           END-IF.

       MATCH-MAPPING-RULE.
           IF AB-ACCOUNT-NUMBER >= WS-MP-ACCT-LOW (WS-MAP-IDX)
                   AND AB-ACCOUNT-NUMBER <= WS-MP-ACCT-HIGH (WS-MAP-IDX)
               MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
           END-IF.

       REPORT-CONTROL-ACCOUNTS.
      *    WITH NO LEDGER BALANCE FOR THE LAST POSTED DATE THERE IS
      *    NOTHING TO PROVE AGAINST - SAID ON THE REPORT, NOT FLAGGED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-LEDGER-BAL-COUNT = 0
               MOVE 'SEM SALDOS DO RAZAO PARA A DATA DO SUBRAZAO - '
                   TO RS-TEXT
               MOVE 'NAO CONFERIDO' TO RS-TEXT (48:13)
               WRITE RPT-LINE FROM WS-RPT-SECTION
           ELSE
               MOVE 'CONTAS DE CONTROLE EM' TO RS-TEXT
               MOVE WS-BALANCE-DATE TO RS-TEXT (23:8)
               WRITE RPT-LINE FROM WS-RPT-SECTION
               WRITE RPT-LINE FROM WS-RPT-ACCOUNT-HEAD
               PERFORM REPORT-ONE-ACCOUNT
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
           END-IF.

       REPORT-ONE-ACCOUNT.
      *    AN ACCOUNT THE LEDGER DIDN'T REPORT STANDS AT ZERO ON ITS
      *    SIDE - AN EMPTY ONE OF OURS THEN BALANCES. AN OPEN
      *    REVALUATION COUNTS ON OUR SIDE AND IS PRINTED UNDER THE
      *    ACCOUNT.
           COMPUTE WS-DIFFERENCE = WS-GT-OUR-TOTAL (WS-GL-IDX)
               + WS-GT-REVAL-TOTAL (WS-GL-IDX)
               - WS-GT-LEDGER-TOTAL (WS-GL-IDX).
           MOVE WS-GT-ACCOUNT (WS-GL-IDX)      TO RA-GL-ACCOUNT.
           MOVE WS-GT-OUR-TOTAL (WS-GL-IDX)    TO RA-OUR-TOTAL.
           MOVE WS-GT-LEDGER-TOTAL (WS-GL-IDX) TO RA-LEDGER-TOTAL.
           MOVE WS-DIFFERENCE                  TO RA-DIFFERENCE.
           IF WS-DIFFERENCE = 0
               MOVE 'OK'        TO RA-VERDICT
           ELSE
               SET WS-OFF-BALANCE-COUNT UP BY 1
               IF WS-GT-LEDGER-FOUND (WS-GL-IDX)
                   MOVE 'DIVERGE'   TO RA-VERDICT
               ELSE
                   MOVE 'SEM RAZAO' TO RA-VERDICT
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-ACCOUNT.
           IF WS-GT-REVAL-TOTAL (WS-GL-IDX) NOT = 0
               MOVE WS-GT-REVAL-TOTAL (WS-GL-IDX) TO RI-REVAL-TOTAL
               MOVE WS-REVAL-CLOSE-DATE           TO RI-CLOSE-DATE
               WRITE RPT-LINE FROM WS-RPT-REVAL-ITEM
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'JORNAIS CONFIRMADOS HOJE:' TO RT-LABEL.
           MOVE WS-CONFIRMED-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'JORNAIS SEM CONFIRMACAO:' TO RT-LABEL.
           MOVE WS-OPEN-JOURNAL-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'JORNAIS REJEITADOS OU DIVERGENTES:' TO RT-LABEL.
           MOVE WS-BAD-JOURNAL-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'ACEITES SEM JORNAL NO REGISTRO:' TO RT-LABEL.
           MOVE WS-UNKNOWN-ACCEPT-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'SALDOS DO RAZAO DE OUTRA DATA:' TO RT-LABEL.
           MOVE WS-OTHER-DATE-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'LINHAS DE REAVALIACAO EM ABERTO:' TO RT-LABEL.
           MOVE WS-REVAL-LINE-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'CONTAS DE CONTROLE DIVERGENTES:' TO RT-LABEL.
           MOVE WS-OFF-BALANCE-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

       REWRITE-JOURNAL-REGISTER.
      *    ONE RECORD PER DATE GOES BACK, WITH TONIGHT'S VERDICTS.
      *    CONFIRMED JOURNALS OLDER THAN LAST YEAR ARE DROPPED; AN
      *    OPEN ONE IS KEPT HOWEVER OLD IT IS.
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-KEEP-YEAR.
           SUBTRACT 1 FROM WS-KEEP-YEAR.
           COMPUTE WS-KEEP-DATE = WS-KEEP-YEAR * 10000 + 101.
           OPEN OUTPUT JOURNAL-REGISTER.
           PERFORM REWRITE-ONE-JOURNAL
               VARYING WS-JOURNAL-IDX FROM 1 BY 1
               UNTIL WS-JOURNAL-IDX > WS-JOURNAL-COUNT.
           CLOSE JOURNAL-REGISTER.

       REWRITE-ONE-JOURNAL.
           IF WS-JN-CONFIRMED (WS-JOURNAL-IDX)
                   AND WS-JN-DATE (WS-JOURNAL-IDX) < WS-KEEP-DATE
               CONTINUE
           ELSE
               MOVE SPACES TO GS-RECORD
               MOVE WS-JN-DATE (WS-JOURNAL-IDX)
                   TO GS-BUSINESS-DATE
               MOVE WS-JN-REC-COUNT (WS-JOURNAL-IDX)
                   TO GS-REC-COUNT
               MOVE WS-JN-HASH (WS-JOURNAL-IDX)
                   TO GS-HASH-AMOUNT
               MOVE WS-JN-STATUS (WS-JOURNAL-IDX)
                   TO GS-STATUS
               MOVE WS-JN-STATUS-DATE (WS-JOURNAL-IDX)
                   TO GS-STATUS-DATE
               WRITE GS-RECORD
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
       END PROGRAM PROGGLRC.
