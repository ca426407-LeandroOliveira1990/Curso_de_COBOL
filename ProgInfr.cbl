      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: YEAR-END INTEREST INCOME STATEMENTS. THE MONTHLY
      *          ACCRUAL AND THE CLOSING PAYOUT CREDIT INTEREST AND
      *          WITHHOLD INCOME TAX ON IT, BUT NOTHING EVER ADDED IT UP
      *          FOR THE CUSTOMER OR THE TAX AUTHORITY. FOR THE
      *          CALENDAR YEAR KEYED BY THE OPERATOR (BLANK = THE YEAR
      *          BEFORE THE BUSINESS DATE) THIS RUN READS PSTHIST.DAT
      *          AND TOTALS, PER OWNING CUSTOMER (RESOLVED THROUGH
      *          CUSTXREF, SO EVERY ACCOUNT A CUSTOMER HOLDS COUNTS),
      *          THE INTEREST POSTED - THE ACCRUAL'S 'I' AND THE
      *          CLOSURE'S 'EJ' - AND THE TAX WITHHELD - 'IR' AND
      *          'EK'. IT WRITES THE INFORME DE RENDIMENTOS EXTRACT FOR
      *          THE MAILING HOUSE (INFREND.DAT, ONE RECORD PER
      *          CUSTOMER WITH THE NAME AND ADDRESS FROM CUSTMAST) AND
      *          THE REGULATORY RETURN FOR THE TAX AUTHORITY (DIRF.DAT:
      *          A HEADER, ONE DETAIL PER CUSTOMER WITH THE TAX STATUS,
      *          AND A TRAILER CARRYING THE COUNT AND BOTH TOTALS). A
      *          BACKED-OUT NIGHT'S REVERSALS NET OUT OF THE TOTALS
      *          BECAUSE THE AMOUNTS ARE SUMMED WITH THEIR SIGN. A RERUN
      *          SIMPLY REWRITES BOTH FILES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT INCOME-EXTRACT ASSIGN TO "INFREND.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TAX-RETURN ASSIGN TO "DIRF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  INCOME-EXTRACT.
       01  IR-RECORD.
           05  IR-CUSTOMER             PIC 9(08).
           05  IR-CUST-NAME            PIC X(30).
           05  IR-CUST-ADDRESS         PIC X(40).
           05  IR-YEAR                 PIC 9(04).
           05  IR-GROSS-INTEREST       PIC 9(9)V99.
           05  IR-TAX-WITHHELD         PIC 9(9)V99.
           05  IR-NET-INTEREST         PIC 9(9)V99.
       FD  TAX-RETURN.
       01  TX-RECORD.
           05  TX-REC-TYPE             PIC X(01).
               88  TX-HEADER-REC             VALUE 'H'.
               88  TX-DETAIL-REC             VALUE 'D'.
               88  TX-TRAILER-REC            VALUE 'T'.
           05  TX-CUSTOMER             PIC 9(08).
           05  TX-TAX-STATUS           PIC X(01).
           05  TX-GROSS-INTEREST       PIC 9(9)V99.
           05  TX-TAX-WITHHELD         PIC 9(9)V99.
           05  FILLER                  PIC X(08).
       01  TX-HEADER REDEFINES TX-RECORD.
           05  TX-HD-TYPE              PIC X(01).
           05  TX-HD-YEAR              PIC 9(04).
           05  TX-HD-RUN-DATE          PIC 9(08).
           05  FILLER                  PIC X(27).
       01  TX-TRAILER REDEFINES TX-RECORD.
           05  TX-TR-TYPE              PIC X(01).
           05  TX-TR-COUNT             PIC 9(08).
           05  TX-TR-GROSS-TOTAL       PIC 9(11)V99.
           05  TX-TR-WITHHELD-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(05).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-KIND-SW                  PIC X(01) VALUE SPACE.
           88  WS-KIND-INTEREST              VALUE 'I'.
           88  WS-KIND-WITHHOLDING           VALUE 'W'.
           88  WS-KIND-OTHER                 VALUE SPACE.
       77  WS-YEAR-IN                  PIC X(04) VALUE SPACES.
       77  WS-TAX-YEAR                 PIC 9(04) VALUE 0.
       77  WS-SCANNED-COUNT            PIC 9(08) VALUE 0.
       77  WS-STATEMENT-COUNT          PIC 9(08) VALUE 0.
       77  WS-UNKNOWN-COUNT            PIC 9(08) VALUE 0.
       77  WS-TOTAL-GROSS              PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-WITHHELD           PIC 9(11)V99 VALUE 0.
       77  WS-INF-COUNT                PIC 9(04) VALUE 0.
       77  WS-INF-IDX                  PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-INCOME-TABLE.
           05  WS-INF-ENTRY OCCURS 1000 TIMES.
               10  WS-INF-CUSTOMER     PIC 9(08).
               10  WS-INF-INTEREST     PIC S9(9)V99.
               10  WS-INF-WITHHELD     PIC S9(9)V99.
               10  WS-INF-DONE-SW      PIC X(01).
                   88  WS-INF-DONE           VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1.

           DISPLAY 'PROGINFR: ANO-BASE (BRANCO = ' WS-TAX-YEAR '): '.
           ACCEPT WS-YEAR-IN.
           IF WS-YEAR-IN NOT = SPACES
               IF WS-YEAR-IN IS NUMERIC
                   MOVE WS-YEAR-IN TO WS-TAX-YEAR
               ELSE
                   DISPLAY 'PROGINFR: ANO NAO NUMERICO - USANDO '
                           WS-TAX-YEAR
               END-IF
           END-IF.

           PERFORM LOAD-XREF-TABLE.

           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS NOT = '00'
               DISPLAY 'PROGINFR: PSTHIST.DAT NAO DISPONIVEL - STATUS '
                       WS-PH-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM TOTAL-NEXT-POSTING UNTIL WS-EOF.
           CLOSE POSTED-HISTORY.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGINFR: CUSTMAST.DAT NAO DISPONIVEL - STATUS '
                       WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT INCOME-EXTRACT.
           OPEN OUTPUT TAX-RETURN.
           PERFORM WRITE-RETURN-HEADER.

      *    THE MASTER IS READ IN KEY ORDER SO BOTH FILES COME OUT BY
      *    CUSTOMER NUMBER; A TOTAL WHOSE CUSTOMER ISN'T ON THE MASTER
      *    IS STILL REPORTED AFTERWARDS, WITHOUT NAME OR ADDRESS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM STATE-NEXT-CUSTOMER UNTIL WS-EOF.
           PERFORM STATE-UNKNOWN-CUSTOMER
               VARYING WS-INF-IDX FROM 1 BY 1
               UNTIL WS-INF-IDX > WS-INF-COUNT.

           PERFORM WRITE-RETURN-TRAILER.
           CLOSE CUSTOMER-MASTER.
           CLOSE INCOME-EXTRACT.
           CLOSE TAX-RETURN.

           DISPLAY 'PROGINFR: ANO-BASE:              ' WS-TAX-YEAR.
           DISPLAY 'PROGINFR: LANCAMENTOS DO ANO:    ' WS-SCANNED-COUNT.
           DISPLAY 'PROGINFR: INFORMES GERADOS:      '
                   WS-STATEMENT-COUNT.
           DISPLAY 'PROGINFR: RENDIMENTOS:           ' WS-TOTAL-GROSS.
           DISPLAY 'PROGINFR: IR RETIDO:             '
                   WS-TOTAL-WITHHELD.
           IF WS-UNKNOWN-COUNT NOT = 0
               DISPLAY 'PROGINFR: CLIENTES FORA DO CADASTRO: '
                       WS-UNKNOWN-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       TOTAL-NEXT-POSTING.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE (1:4) = WS-TAX-YEAR
                       PERFORM CLASSIFY-POSTING
                       IF NOT WS-KIND-OTHER
                           PERFORM TOTAL-ONE-POSTING
                       END-IF
                   END-IF
           END-READ.

       CLASSIFY-POSTING.
      *    THE POSTED HISTORY DOESN'T CARRY THE TYPE, BUT THE
      *    GENERATED TRANSACTION IDS DO: THE ACCRUAL'S INTEREST IS 'I'
      *    AND THE ACCOUNT, ITS WITHHOLDING 'IR'; THE CLOSING PAYOUT'S
      *    INTEREST IS 'EJ', ITS WITHHOLDING 'EK'.
           MOVE SPACE TO WS-KIND-SW.
           IF PH-TRANS-ID (1:2) = 'IR' OR PH-TRANS-ID (1:2) = 'EK'
               SET WS-KIND-WITHHOLDING TO TRUE
           ELSE
               IF PH-TRANS-ID (1:1) = 'I'
                       AND PH-TRANS-ID (2:8) IS NUMERIC
                   SET WS-KIND-INTEREST TO TRUE
               END-IF
               IF PH-TRANS-ID (1:2) = 'EJ'
                   SET WS-KIND-INTEREST TO TRUE
               END-IF
           END-IF.

       TOTAL-ONE-POSTING.
      *    THE TOTALS ARE KEPT BY THE OWNING CUSTOMER, NOT THE
      *    ACCOUNT. INTEREST POSTS AS A CREDIT AND WITHHOLDING AS A
      *    DEBIT, SO THE WITHHELD TOTAL TAKES THE AMOUNT NEGATED.
           SET WS-SCANNED-COUNT UP BY 1.
           COMPUTE WS-XRF-ACCOUNT = FUNCTION NUMVAL (PH-ACCOUNT).
           PERFORM XREF-TO-CUSTOMER.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM FIND-INCOME-ENTRY
               VARYING WS-INF-IDX FROM 1 BY 1
               UNTIL WS-INF-IDX > WS-INF-COUNT
                   OR WS-FOUND-IDX NOT = 0.
           IF WS-FOUND-IDX = 0
               IF WS-INF-COUNT >= 1000
                   DISPLAY 'PROGINFR: TABELA DE CLIENTES CHEIA - '
                           'LANCAMENTO ' PH-TRANS-ID ' IGNORADO'
               ELSE
                   SET WS-INF-COUNT UP BY 1
                   MOVE WS-INF-COUNT TO WS-FOUND-IDX
                   MOVE WS-XRF-CUSTOMER
                       TO WS-INF-CUSTOMER (WS-FOUND-IDX)
                   MOVE 0   TO WS-INF-INTEREST (WS-FOUND-IDX)
                   MOVE 0   TO WS-INF-WITHHELD (WS-FOUND-IDX)
                   MOVE 'N' TO WS-INF-DONE-SW (WS-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX NOT = 0
               IF WS-KIND-INTEREST
                   ADD PH-AMOUNT TO WS-INF-INTEREST (WS-FOUND-IDX)
               ELSE
                   SUBTRACT PH-AMOUNT
                       FROM WS-INF-WITHHELD (WS-FOUND-IDX)
               END-IF
           END-IF.

       FIND-INCOME-ENTRY.
           IF WS-INF-CUSTOMER (WS-INF-IDX) = WS-XRF-CUSTOMER
               MOVE WS-INF-IDX TO WS-FOUND-IDX
           END-IF.

       STATE-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CM-CUST-NUMBER TO WS-XRF-CUSTOMER
                   MOVE 0 TO WS-FOUND-IDX
                   PERFORM FIND-INCOME-ENTRY
                       VARYING WS-INF-IDX FROM 1 BY 1
                       UNTIL WS-INF-IDX > WS-INF-COUNT
                           OR WS-FOUND-IDX NOT = 0
                   IF WS-FOUND-IDX NOT = 0
                       MOVE 'Y' TO WS-INF-DONE-SW (WS-FOUND-IDX)
                       PERFORM WRITE-STATEMENT
                   END-IF
           END-READ.

       STATE-UNKNOWN-CUSTOMER.
           IF NOT WS-INF-DONE (WS-INF-IDX)
               MOVE WS-INF-IDX TO WS-FOUND-IDX
               MOVE SPACES TO CM-RECORD
               MOVE WS-INF-CUSTOMER (WS-INF-IDX) TO CM-CUST-NUMBER
               SET WS-UNKNOWN-COUNT UP BY 1
               DISPLAY 'PROGINFR: CLIENTE ' CM-CUST-NUMBER
                       ' NAO CADASTRADO - INFORME SEM ENDERECO'
               PERFORM WRITE-STATEMENT
           END-IF.

       WRITE-STATEMENT.
      *    A CUSTOMER WHOSE YEAR NETS OUT TO NOTHING (A CREDIT BACKED
      *    OUT, SAY) GETS NO STATEMENT.
           IF WS-INF-INTEREST (WS-FOUND-IDX) > 0
                   OR WS-INF-WITHHELD (WS-FOUND-IDX) > 0
               MOVE SPACES              TO IR-RECORD
               MOVE CM-CUST-NUMBER      TO IR-CUSTOMER
               MOVE CM-CUST-NAME        TO IR-CUST-NAME
               MOVE CM-CUST-ADDRESS     TO IR-CUST-ADDRESS
               MOVE WS-TAX-YEAR         TO IR-YEAR
               MOVE WS-INF-INTEREST (WS-FOUND-IDX)
                   TO IR-GROSS-INTEREST
               MOVE WS-INF-WITHHELD (WS-FOUND-IDX)
                   TO IR-TAX-WITHHELD
               COMPUTE IR-NET-INTEREST =
                   WS-INF-INTEREST (WS-FOUND-IDX)
                   - WS-INF-WITHHELD (WS-FOUND-IDX)
               WRITE IR-RECORD
               MOVE SPACES              TO TX-RECORD
               SET TX-DETAIL-REC        TO TRUE
               MOVE CM-CUST-NUMBER      TO TX-CUSTOMER
               MOVE CM-TAX-STATUS       TO TX-TAX-STATUS
               IF TX-TAX-STATUS = SPACE
                   MOVE 'T'             TO TX-TAX-STATUS
               END-IF
               MOVE IR-GROSS-INTEREST   TO TX-GROSS-INTEREST
               MOVE IR-TAX-WITHHELD     TO TX-TAX-WITHHELD
               WRITE TX-RECORD
               SET WS-STATEMENT-COUNT UP BY 1
               ADD IR-GROSS-INTEREST    TO WS-TOTAL-GROSS
               ADD IR-TAX-WITHHELD      TO WS-TOTAL-WITHHELD
           END-IF.

       WRITE-RETURN-HEADER.
           MOVE SPACES              TO TX-RECORD.
           SET TX-HEADER-REC        TO TRUE.
           MOVE WS-TAX-YEAR         TO TX-HD-YEAR.
           MOVE WS-RUN-DATE         TO TX-HD-RUN-DATE.
           WRITE TX-RECORD.

       WRITE-RETURN-TRAILER.
           MOVE SPACES              TO TX-RECORD.
           SET TX-TRAILER-REC       TO TRUE.
           MOVE WS-STATEMENT-COUNT  TO TX-TR-COUNT.
           MOVE WS-TOTAL-GROSS      TO TX-TR-GROSS-TOTAL.
           MOVE WS-TOTAL-WITHHELD   TO TX-TR-WITHHELD-TOTAL.
           WRITE TX-RECORD.

       XREF-TO-CUSTOMER.
      *    AN ACCOUNT ON THE CROSS-REFERENCE BELONGS TO THE CUSTOMER
      *    THE LINK NAMES; AN UNLINKED ONE KEEPS THE LEGACY
      *    SAME-NUMBER CONVENTION.
           MOVE WS-XRF-ACCOUNT TO WS-XRF-CUSTOMER.
           MOVE 'N' TO WS-XRF-HIT-SW.
           PERFORM MATCH-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                   OR WS-XRF-HIT.

       MATCH-XREF-ENTRY.
           IF WS-XT-ACCOUNT (WS-XREF-IDX) = WS-XRF-ACCOUNT
               MOVE WS-XT-CUSTOMER (WS-XREF-IDX) TO WS-XRF-CUSTOMER
               SET WS-XRF-HIT TO TRUE
           END-IF.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XR-STATUS = '00'
               PERFORM LOAD-NEXT-XREF UNTIL WS-EOF
               CLOSE CUSTOMER-XREF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-XREF.
           READ CUSTOMER-XREF
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-XREF-COUNT < 1000
                       SET WS-XREF-COUNT UP BY 1
                       MOVE XR-ACCOUNT-NUMBER
                           TO WS-XT-ACCOUNT (WS-XREF-COUNT)
                       MOVE XR-CUST-NUMBER
                           TO WS-XT-CUSTOMER (WS-XREF-COUNT)
                   ELSE
                       DISPLAY 'PROGINFR: TABELA DE VINCULOS CHEIA - '
                               'VINCULO IGNORADO'
                   END-IF
           END-READ.

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
       END PROGRAM PROGINFR.
