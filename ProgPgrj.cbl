      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: RETURNED EXTERNAL PAYMENTS INTAKE. WHEN THE CLEARING
      *          HOUSE CANNOT PAY A BENEFICIARY - ACCOUNT CLOSED, WRONG
      *          BRANCH, TAX ID MISMATCH - IT SENDS THE PAYMENT BACK ON
      *          ITS REJECT FILE (PAGREJ.DAT: A HEADER, ONE DETAIL PER
      *          RETURNED PAYMENT CARRYING OUR TRANSACTION ID, THE FILE
      *          SEQUENCE IT WENT OUT ON, THE AMOUNT AND THE CLEARING
      *          HOUSE'S REJECT CODE, AND A TRAILER WITH THE DETAIL
      *          COUNT). THIS STEP PROVES THE TRAILER, HOLDS EACH
      *          DETAIL TO THE PAYMENT REGISTER (PAYINST.DAT) AND, FOR
      *          A PAYMENT WE SENT ON THAT FILE FOR THAT AMOUNT, WRITES
      *          THE TWO RTN RECORDS THAT UNDO IT - A CREDIT BACK TO
      *          THE CUSTOMER AND A DEBIT ON THE CLEARING SETTLEMENT
      *          ACCOUNT - INTO A FEED FILE IN THE STANDARD DT-RECORD
      *          SHAPE (PGRJTRN.DAT, WITH ITS OWN PDYYMMDD BATCH
      *          HEADER, THE SAME PATTERN PROGRTRN USES), AND MARKS THE
      *          PAYMENT RETURNED ('R') ON THE REGISTER WITH THE CODE
      *          AND DATE. THE MERGE STEP FOLDS PGRJTRN.DAT INTO THE
      *          DAY'S FEED. A DETAIL THAT CAN'T BE MATCHED, OR WAS
      *          ALREADY RETURNED, IS REJECTED ON THE INTAKE REPORT
      *          (PAGREJ.RPT) INSTEAD OF GUESSED AT, AND THE STEP ENDS
      *          WITH CONDITION CODE 4 SO THE DESK LOOKS AT IT. A FILE
      *          WHOSE TRAILER DOESN'T PROVE, OR A PGRJTRN.DAT THE
      *          MERGE HAS NOT YET TAKEN, STOPS THE STEP (CODE 8)
      *          BEFORE ANYTHING IS MARKED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPGRJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-REJECTS ASSIGN TO "PAGREJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PJ-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "PAYINST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PI-TRANS-ID
               FILE STATUS WS-PI-STATUS.
           SELECT PAYMENT-CONTROL ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PN-STATUS.
           SELECT RETURN-FEED ASSIGN TO "PGRJTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RF-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "PAGREJ.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-REJECTS.
           COPY PAYRJCT.
       FD  PAYMENT-REGISTER.
           COPY PAYINST.
       FD  PAYMENT-CONTROL.
           COPY PAYCTL.
       FD  RETURN-FEED.
           COPY DAILYTRN.
       FD  REJECT-REPORT.
       01  RPT-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-PJ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PI-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND              VALUE 'Y'.
       77  WS-PENDING-SW               PIC X(01) VALUE 'N'.
           88  WS-FEED-PENDING               VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-CLEARING-ACCOUNT         PIC 9(08) VALUE 0.
       77  WS-FILE-COUNT               PIC 9(06) VALUE 0.
       77  WS-TRAILER-COUNT            PIC 9(06) VALUE 0.
       77  WS-RETURN-SEQ               PIC 9(05) VALUE 0.
       77  WS-SEQ-X                    PIC 9(05) VALUE 0.
       77  WS-GEN-COUNT                PIC 9(10) VALUE 0.
       77  WS-ACCEPT-COUNT             PIC 9(05) VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(05) VALUE 0.
       77  WS-RETURN-ID                PIC X(10) VALUE SPACES.
       77  WS-REFUSE-REASON            PIC X(30) VALUE SPACES.
       77  WS-PAY-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'PD'.
           05  WS-BATCH-DATE           PIC 9(06).
       01  WS-RPT-HEADER.
           05  FILLER                  PIC X(32) VALUE
                   'PAGAMENTOS DEVOLVIDOS - DATA:   '.
           05  RH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-RPT-ACCEPTED.
           05  FILLER                  PIC X(11) VALUE 'DEVOLUCAO: '.
           05  RA-TRANS-ID             PIC X(10).
           05  FILLER                  PIC X(08) VALUE '  CONTA '.
           05  RA-ACCOUNT              PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  VALOR '.
           05  RA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE '  MOTIVO'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-REASON               PIC X(03).
           05  FILLER                  PIC X(09) VALUE '  GERADO '.
           05  RA-RETURN-ID            PIC X(10).
       01  WS-RPT-REJECTED.
           05  FILLER                  PIC X(11) VALUE 'DEVOLUCAO: '.
           05  RJ-TRANS-ID             PIC X(10).
           05  FILLER                  PIC X(14) VALUE
                   '  REJEITADA - '.
           05  RJ-REASON               PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-RPT-ACCEPT-TOTAL.
           05  FILLER                  PIC X(24) VALUE
                   'DEVOLUCOES ACEITAS:     '.
           05  RT-ACCEPT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
       01  WS-RPT-REJECT-TOTAL.
           05  FILLER                  PIC X(24) VALUE
                   'DEVOLUCOES REJEITADAS:  '.
           05  RT-REJECT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
       01  WS-RPT-GEN-TOTAL.
           05  FILLER                  PIC X(24) VALUE
                   'TRANSACOES GERADAS:     '.
           05  RT-GEN-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT PAYMENT-REJECTS.
           IF WS-PJ-STATUS NOT = '00'
               DISPLAY 'PROGPGRJ: PAGREJ.DAT NAO DISPONIVEL - STATUS '
                       WS-PJ-STATUS ' - NADA A PROCESSAR'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-NEXT-REJECT UNTIL WS-EOF.
           CLOSE PAYMENT-REJECTS.
           IF NOT WS-TRAILER-FOUND
                   OR WS-TRAILER-COUNT NOT = WS-FILE-COUNT
               DISPLAY 'PROGPGRJ: PAGREJ.DAT NAO FECHA - TRAILER '
                       WS-TRAILER-COUNT ' DETALHES ' WS-FILE-COUNT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE LAST RUN'S OFFSETS MUST REACH THE FEED BEFORE THIS
      *    RUN'S REPLACE THEM - THE PAYMENTS ARE ALREADY MARKED
      *    RETURNED, SO THEY WOULD NEVER BE GENERATED AGAIN.
           PERFORM CHECK-PENDING-FEED.
           IF WS-FEED-PENDING
               DISPLAY 'PROGPGRJ: PGRJTRN.DAT AINDA NAO INCORPORADO '
                       'AO MOVIMENTO - RODE A INTERCALACAO ANTES'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PAYMENT-CONTROL.
           IF WS-CLEARING-ACCOUNT = 0
               DISPLAY 'PROGPGRJ: PAYCTL.DAT SEM CONTA DE LIQUIDACAO '
                       '- NADA A PROCESSAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PAYMENT-REGISTER.
           IF WS-PI-STATUS NOT = '00'
               DISPLAY 'PROGPGRJ: PAYINST.DAT NAO DISPONIVEL - STATUS '
                       WS-PI-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REJECT-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADER.

           OPEN OUTPUT RETURN-FEED.
           PERFORM WRITE-FEED-HEADER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PAYMENT-REJECTS.
           PERFORM PROCESS-NEXT-REJECT UNTIL WS-EOF.
           CLOSE PAYMENT-REJECTS.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE RETURN-FEED.
           CLOSE PAYMENT-REGISTER.

           MOVE WS-ACCEPT-COUNT TO RT-ACCEPT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-ACCEPT-TOTAL.
           MOVE WS-REJECT-COUNT TO RT-REJECT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-REJECT-TOTAL.
           MOVE WS-GEN-COUNT TO RT-GEN-COUNT.
           WRITE RPT-LINE FROM WS-RPT-GEN-TOTAL.
           CLOSE REJECT-REPORT.

           DISPLAY 'PROGPGRJ: DEVOLUCOES ACEITAS:    ' WS-ACCEPT-COUNT.
           DISPLAY 'PROGPGRJ: DEVOLUCOES REJEITADAS: ' WS-REJECT-COUNT.
           DISPLAY 'PROGPGRJ: TRANSACOES GERADAS:    ' WS-GEN-COUNT.
           IF WS-REJECT-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       COUNT-NEXT-REJECT.
           READ PAYMENT-REJECTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PJ-DETAIL-REC
                       SET WS-FILE-COUNT UP BY 1
                   END-IF
                   IF PJ-TRAILER-REC
                       SET WS-TRAILER-FOUND TO TRUE
                       MOVE PJ-TRL-COUNT TO WS-TRAILER-COUNT
                   END-IF
           END-READ.

       CHECK-PENDING-FEED.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RETURN-FEED.
           IF WS-RF-STATUS = '00'
               PERFORM CHECK-NEXT-FEED-RECORD UNTIL WS-EOF
               CLOSE RETURN-FEED
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       CHECK-NEXT-FEED-RECORD.
           READ RETURN-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DT-DETAIL-REC
                       SET WS-FEED-PENDING TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       LOAD-PAYMENT-CONTROL.
           OPEN INPUT PAYMENT-CONTROL.
           IF WS-PN-STATUS = '00'
               READ PAYMENT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PN-CLEARING-ACCOUNT IS NUMERIC
                           MOVE PN-CLEARING-ACCOUNT
                               TO WS-CLEARING-ACCOUNT
                       END-IF
               END-READ
               CLOSE PAYMENT-CONTROL
           END-IF.

       PROCESS-NEXT-REJECT.
           READ PAYMENT-REJECTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PJ-DETAIL-REC
                       PERFORM JUDGE-ONE-REJECT
                   END-IF
           END-READ.

       JUDGE-ONE-REJECT.
      *    ONLY A PAYMENT WE SENT, ON THE FILE THE CLEARING HOUSE
      *    NAMES, FOR THE AMOUNT IT NAMES, IS UNDONE. A SECOND RETURN
      *    OF THE SAME PAYMENT FINDS IT ALREADY MARKED.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE PJ-TRANS-ID TO PI-TRANS-ID.
           READ PAYMENT-REGISTER
               INVALID KEY
                   MOVE 'PAGAMENTO NAO CADASTRADO' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE PI-AMOUNT TO WS-PAY-AMOUNT
                   IF PI-STATUS-REJECTED
                       MOVE 'JA DEVOLVIDO' TO WS-REFUSE-REASON
                   ELSE
                       IF NOT PI-STATUS-SENT
                           MOVE 'PAGAMENTO NAO ENVIADO'
                               TO WS-REFUSE-REASON
                       ELSE
                           IF PJ-FILE-SEQ NOT = PI-FILE-SEQ
                               MOVE 'ARQUIVO DIVERGE DO ENVIO'
                                   TO WS-REFUSE-REASON
                           ELSE
                               IF PJ-AMOUNT NOT = WS-PAY-AMOUNT
                                   MOVE 'VALOR DIVERGE DO ENVIO'
                                       TO WS-REFUSE-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE PJ-TRANS-ID      TO RJ-TRANS-ID
               MOVE WS-REFUSE-REASON TO RJ-REASON
               WRITE RPT-LINE FROM WS-RPT-REJECTED
               SET WS-REJECT-COUNT UP BY 1
           ELSE
               PERFORM GENERATE-PAYMENT-OFFSETS
           END-IF.

       GENERATE-PAYMENT-OFFSETS.
      *    THE PGD/PGC PAIR IS UNDONE LEG FOR LEG: THE CUSTOMER GETS
      *    THE AMOUNT BACK AND THE CLEARING ACCOUNT GIVES IT UP. RTN'S
      *    SIGN RULE IS AS-IS, SO THE SIGN WRITTEN HERE IS THE SIGN
      *    THAT POSTS. BOTH LEGS SHARE ONE GENERATED ID, WHICH CARRIES
      *    THE CLEARING HOUSE'S REJECT CODE IN ITS LAST THREE
      *    POSITIONS.
           SET WS-RETURN-SEQ UP BY 1.
           MOVE WS-RETURN-SEQ TO WS-SEQ-X.
           MOVE SPACES TO WS-RETURN-ID.
           STRING 'P' WS-SEQ-X PJ-REJECT-CODE
               DELIMITED BY SIZE
               INTO WS-RETURN-ID
           END-STRING.
           MOVE SPACES                    TO DT-RECORD.
           SET DT-DETAIL-REC              TO TRUE.
           MOVE WS-RETURN-ID              TO DT-TRANS-ID.
           MOVE PI-ACCOUNT                TO DT-ACCOUNT.
           MOVE PI-AMOUNT                 TO DT-AMOUNT.
           MOVE WS-RUN-DATE               TO DT-TRANS-DATE.
           MOVE 'RTN'                     TO DT-TRANS-TYPE.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.
           MOVE SPACES                    TO DT-RECORD.
           SET DT-DETAIL-REC              TO TRUE.
           MOVE WS-RETURN-ID              TO DT-TRANS-ID.
           MOVE WS-CLEARING-ACCOUNT       TO DT-ACCOUNT.
           COMPUTE DT-AMOUNT = 0 - PI-AMOUNT.
           MOVE WS-RUN-DATE               TO DT-TRANS-DATE.
           MOVE 'RTN'                     TO DT-TRANS-TYPE.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.

           SET PI-STATUS-REJECTED         TO TRUE.
           MOVE PJ-REJECT-CODE            TO PI-REJECT-CODE.
           MOVE WS-RUN-DATE               TO PI-REJECT-DATE.
           REWRITE PI-RECORD
               INVALID KEY
                   DISPLAY 'PROGPGRJ: PAGAMENTO ' PI-TRANS-ID
                           ' NAO REGRAVADO - STATUS ' WS-PI-STATUS
           END-REWRITE.

           MOVE PI-TRANS-ID               TO RA-TRANS-ID.
           MOVE PI-ACCOUNT                TO RA-ACCOUNT.
           MOVE PI-AMOUNT                 TO RA-AMOUNT.
           MOVE PJ-REJECT-CODE            TO RA-REASON.
           MOVE WS-RETURN-ID              TO RA-RETURN-ID.
           WRITE RPT-LINE FROM WS-RPT-ACCEPTED.
           SET WS-ACCEPT-COUNT UP BY 1.

       WRITE-FEED-HEADER.
           MOVE WS-RUN-DATE (3:6)   TO WS-BATCH-DATE.
           MOVE SPACES              TO DT-RECORD.
           MOVE 'B'                 TO DT-BH-TYPE.
           MOVE WS-BATCH-ID         TO DT-BATCH-ID.
           WRITE DT-RECORD.

       WRITE-FEED-TRAILER.
           MOVE SPACES              TO DT-RECORD.
           SET DT-TRAILER-REC       TO TRUE.
           MOVE WS-GEN-COUNT        TO DT-TRAILER-COUNT.
           WRITE DT-RECORD.

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
       END PROGRAM PROGPGRJ.
