      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: PERIODIC DUPLICATE-CUSTOMER SCAN AND HOUSEHOLD
      *          GROUPING. READS EVERY CUSTOMER ON CUSTMAST.DAT THAT IS
      *          NOT CLOSED, WITH ITS TAX ID FROM KYCMAST.DAT, AND
      *          NORMALIZES THE NAME THE WAY NAMESCR DOES (UPPER CASE,
      *          NO PUNCTUATION OR DIGITS, SINGLE LETTERS AND NAME
      *          PARTICLES DROPPED) AND THE ADDRESS (UPPER CASE, NO
      *          PUNCTUATION, THE STREET-TYPE ABBREVIATIONS WRITTEN
      *          OUT, THE NUMBER WORDS DROPPED). EVERY PAIR IS THEN
      *          SCORED 0-100: TWO DIFFERENT TAX IDS ARE TWO PEOPLE;
      *          THE SAME TAX ID IS 100; OTHERWISE THE NAMES SCORE AS
      *          IN NAMESCR (IDENTICAL 100, THE SAME WORDS IN ANOTHER
      *          ORDER 95, ONE NAME'S WORDS ALL IN THE OTHER 90, ELSE
      *          100 LESS THE EDIT DISTANCE AS A PERCENTAGE), LESS 15
      *          WHEN THE ADDRESSES DIFFER. A PAIR AT OR OVER THE
      *          THRESHOLD (CMPLCTL.DAT, DEFAULT 85) IS LISTED ON THE
      *          REVIEW LIST (CUSTDUP.RPT) FOR THE CUSTOMER-MAINTENANCE
      *          DESK, THE OLDER (LOWER) NUMBER SUGGESTED AS THE ONE TO
      *          KEEP; THE DESK MERGES A CONFIRMED DUPLICATE THROUGH A
      *          PROGCMNT MERGE REQUEST (ACTION 'M'). CUSTOMERS WHOSE
      *          ADDRESSES NORMALIZE ALIKE FORM A HOUSEHOLD, NUMBERED
      *          AFTER ITS LOWEST CUSTOMER NUMBER; HOUSEHLD.DAT IS
      *          REBUILT WITH EVERY MEMBER OF A HOUSEHOLD OF TWO OR
      *          MORE, FOR THE STATEMENT RUN AND THE COMPLIANCE PASS,
      *          AND THE HOUSEHOLDS ARE LISTED AFTER THE PAIRS. THE
      *          RUN ENDS WITH COND CODE 4 WHEN A PAIR WAS LISTED.
      *          NOTHING ELSE IS UPDATED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT KYC-MASTER ASSIGN TO "KYCMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KY-CUST-NUMBER
               FILE STATUS WS-KY-STATUS.
           SELECT COMPLIANCE-CONTROL ASSIGN TO "CMPLCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CP-STATUS.
           SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HH-STATUS.
           SELECT DUPLICATE-REPORT ASSIGN TO "CUSTDUP.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  COMPLIANCE-CONTROL.
           COPY CMPLCTL.
       FD  HOUSEHOLDS.
           COPY HOUSEHLD.
       FD  DUPLICATE-REPORT.
       01  DUP-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-KY-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-KY-ABSENT                  VALUE 'Y'.
       77  WS-HH-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-HH-FAILED                  VALUE 'Y'.
       77  WS-FULL-SW                  PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-THRESHOLD                PIC 9(03) VALUE 85.
       77  WS-SCANNED-COUNT            PIC 9(08) VALUE 0.
       77  WS-PAIR-COUNT               PIC 9(08) VALUE 0.
       77  WS-HOUSEHOLD-COUNT          PIC 9(08) VALUE 0.
       77  WS-MEMBER-COUNT             PIC 9(08) VALUE 0.
       77  WS-CUST-COUNT               PIC 9(04) COMP VALUE 0.
       77  WS-I                        PIC 9(04) COMP VALUE 0.
       77  WS-J                        PIC 9(04) COMP VALUE 0.
       77  WS-K                        PIC 9(04) COMP VALUE 0.
       77  WS-HEAD                     PIC 9(04) COMP VALUE 0.
       77  WS-SCORE                    PIC 9(03) VALUE 0.
       77  WS-REASON                   PIC X(20) VALUE SPACES.
       77  WS-CHR-IDX                  PIC 9(04) COMP VALUE 0.
       77  WS-OUT-PTR                  PIC 9(04) COMP VALUE 0.
       77  WS-CUR-LEN                  PIC 9(04) COMP VALUE 0.
       77  WS-PART-IDX                 PIC 9(04) COMP VALUE 0.
       77  WS-ABBR-IDX                 PIC 9(04) COMP VALUE 0.
       77  WS-PARTICLE-SW              PIC X(01) VALUE 'N'.
           88  WS-IS-PARTICLE                VALUE 'Y'.
       77  WS-ABBR-SW                  PIC X(01) VALUE 'N'.
           88  WS-IS-ABBREVIATION            VALUE 'Y'.
       77  WS-TOK-I                    PIC 9(04) COMP VALUE 0.
       77  WS-TOK-J                    PIC 9(04) COMP VALUE 0.
       77  WS-HITS-I                   PIC 9(04) COMP VALUE 0.
       77  WS-HITS-J                   PIC 9(04) COMP VALUE 0.
       77  WS-TOK-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-TOK-FOUND                  VALUE 'Y'.
       77  WS-LEN-A                    PIC 9(04) COMP VALUE 0.
       77  WS-LEN-B                    PIC 9(04) COMP VALUE 0.
       77  WS-MAX-LEN                  PIC 9(04) COMP VALUE 0.
       77  WS-LEN-DIFF                 PIC 9(04) COMP VALUE 0.
       77  WS-LEV-I                    PIC 9(04) COMP VALUE 0.
       77  WS-LEV-J                    PIC 9(04) COMP VALUE 0.
       77  WS-LEV-COST                 PIC 9(04) COMP VALUE 0.
       77  WS-LEV-BEST                 PIC 9(04) COMP VALUE 0.
       77  WS-LEV-DIST                 PIC 9(04) COMP VALUE 0.
       01  WS-NORM-IN                  PIC X(40) VALUE SPACES.
       01  WS-CUR-TOKEN                PIC X(40) VALUE SPACES.
       01  WS-NORM-WORK.
           05  WS-NW-TEXT              PIC X(40).
           05  WS-NW-LEN               PIC 9(04) COMP.
           05  WS-NW-TOKEN-COUNT       PIC 9(04) COMP.
           05  WS-NW-TOKEN             PIC X(20) OCCURS 6 TIMES.
       01  WS-ADDR-TEXT                PIC X(60) VALUE SPACES.
       01  WS-PARTICLE-VALUES.
           05  FILLER                  PIC X(06) VALUE 'DA    '.
           05  FILLER                  PIC X(06) VALUE 'DE    '.
           05  FILLER                  PIC X(06) VALUE 'DI    '.
           05  FILLER                  PIC X(06) VALUE 'DO    '.
           05  FILLER                  PIC X(06) VALUE 'DU    '.
           05  FILLER                  PIC X(06) VALUE 'DAS   '.
           05  FILLER                  PIC X(06) VALUE 'DOS   '.
           05  FILLER                  PIC X(06) VALUE 'DEL   '.
           05  FILLER                  PIC X(06) VALUE 'VAN   '.
           05  FILLER                  PIC X(06) VALUE 'VON   '.
           05  FILLER                  PIC X(06) VALUE 'LTDA  '.
           05  FILLER                  PIC X(06) VALUE 'EIRELI'.
       01  WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-VALUES.
           05  WS-PARTICLE             PIC X(06) OCCURS 12 TIMES.
      *    ADDRESS WORDS: A BLANK REPLACEMENT DROPS THE WORD.
       01  WS-ABBREVIATION-VALUES.
           05  FILLER                  PIC X(22) VALUE
                   'R          RUA        '.
           05  FILLER                  PIC X(22) VALUE
                   'AV         AVENIDA    '.
           05  FILLER                  PIC X(22) VALUE
                   'AL         ALAMEDA    '.
           05  FILLER                  PIC X(22) VALUE
                   'TV         TRAVESSA   '.
           05  FILLER                  PIC X(22) VALUE
                   'TRAV       TRAVESSA   '.
           05  FILLER                  PIC X(22) VALUE
                   'PC         PRACA      '.
           05  FILLER                  PIC X(22) VALUE
                   'PCA        PRACA      '.
           05  FILLER                  PIC X(22) VALUE
                   'EST        ESTRADA    '.
           05  FILLER                  PIC X(22) VALUE
                   'ROD        RODOVIA    '.
           05  FILLER                  PIC X(22) VALUE
                   'AP         APTO       '.
           05  FILLER                  PIC X(22) VALUE
                   'APARTAMENTOAPTO       '.
           05  FILLER                  PIC X(22) VALUE
                   'N                     '.
           05  FILLER                  PIC X(22) VALUE
                   'NO                    '.
           05  FILLER                  PIC X(22) VALUE
                   'NR                    '.
           05  FILLER                  PIC X(22) VALUE
                   'NUM                   '.
           05  FILLER                  PIC X(22) VALUE
                   'NUMERO                '.
           05  FILLER                  PIC X(22) VALUE
                   'DA                    '.
           05  FILLER                  PIC X(22) VALUE
                   'DE                    '.
           05  FILLER                  PIC X(22) VALUE
                   'DO                    '.
           05  FILLER                  PIC X(22) VALUE
                   'DAS                   '.
           05  FILLER                  PIC X(22) VALUE
                   'DOS                   '.
       01  WS-ABBREVIATION-TABLE REDEFINES WS-ABBREVIATION-VALUES.
           05  WS-ABBR-ENTRY OCCURS 21 TIMES.
               10  WS-ABBR-WORD        PIC X(11).
               10  WS-ABBR-FULL        PIC X(11).
       01  WS-LEV-ROWS.
           05  WS-LEV-PREV             PIC 9(04) COMP OCCURS 41 TIMES.
           05  WS-LEV-CURR             PIC 9(04) COMP OCCURS 41 TIMES.
       01  WS-CUSTOMER-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-NUMBER        PIC 9(08).
               10  WS-CT-NAME          PIC X(30).
               10  WS-CT-ADDRESS       PIC X(40).
               10  WS-CT-TAX-ID        PIC X(14).
               10  WS-CT-NORM-NAME     PIC X(40).
               10  WS-CT-NAME-LEN      PIC 9(04) COMP.
               10  WS-CT-TOKEN-COUNT   PIC 9(04) COMP.
               10  WS-CT-TOKEN         PIC X(20) OCCURS 6 TIMES.
               10  WS-CT-NORM-ADDR     PIC X(60).
               10  WS-CT-HOUSEHOLD     PIC 9(08).
               10  WS-CT-HEAD          PIC 9(04) COMP.
               10  WS-CT-MEMBERS       PIC 9(04) COMP.
       01  WS-DUP-HEADER.
           05  FILLER                  PIC X(42) VALUE
                   'CLIENTES POSSIVELMENTE DUPLICADOS - DATA: '.
           05  DH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(17) VALUE
                   '  ESCORE MINIMO: '.
           05  DH-THRESHOLD            PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-DUP-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
                   'CLIENTE  NOME                          E'.
           05  FILLER                  PIC X(40) VALUE
                   'NDERECO                                 '.
       01  WS-PAIR-LINE.
           05  FILLER                  PIC X(07) VALUE 'ESCORE '.
           05  DP-SCORE                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DP-REASON               PIC X(20).
           05  FILLER                  PIC X(09) VALUE '  MANTER '.
           05  DP-KEEP                 PIC 9(08).
           05  FILLER                  PIC X(11) VALUE
                   '  ENCERRAR '.
           05  DP-CLOSE                PIC 9(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-CUST-LINE.
           05  DC-CUST-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DC-CUST-NAME            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DC-CUST-ADDRESS         PIC X(40).
       01  WS-HOUSEHOLD-TITLE.
           05  FILLER                  PIC X(40) VALUE
                   'DOMICILIOS - CLIENTES NO MESMO ENDERECO:'.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-HOUSEHOLD-LINE.
           05  FILLER                  PIC X(10) VALUE 'DOMICILIO '.
           05  DD-HOUSEHOLD            PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
                   '  CLIENTES: '.
           05  DD-MEMBERS              PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-ADDRESS              PIC X(40).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-MEMBER-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DM-CUST-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DM-CUST-NAME            PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-DUP-TOTAL.
           05  DT-LABEL                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-THRESHOLD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGCDUP: CUSTMAST.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    NO KYC MASTER YET MEANS NO TAX IDS - THE PAIRS ARE JUDGED
      *    ON NAME AND ADDRESS ALONE.
           OPEN INPUT KYC-MASTER.
           IF WS-KY-STATUS NOT = '00'
               SET WS-KY-ABSENT TO TRUE
               DISPLAY 'PROGCDUP: KYCMAST.DAT NAO DISPONIVEL - STATUS '
                       WS-KY-STATUS
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM LOAD-NEXT-CUSTOMER UNTIL WS-EOF.
           CLOSE CUSTOMER-MASTER.
           IF NOT WS-KY-ABSENT
               CLOSE KYC-MASTER
           END-IF.

           OPEN OUTPUT DUPLICATE-REPORT.
           MOVE WS-RUN-DATE  TO DH-RUN-DATE.
           MOVE WS-THRESHOLD TO DH-THRESHOLD.
           WRITE DUP-LINE FROM WS-DUP-HEADER.
           WRITE DUP-LINE FROM WS-DUP-COLUMNS.

           PERFORM COMPARE-WITH-LATER
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CUST-COUNT.

           PERFORM GROUP-HOUSEHOLD
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CUST-COUNT.
           PERFORM WRITE-HOUSEHOLD-FILE.
           PERFORM LIST-HOUSEHOLDS.

           PERFORM PRINT-TOTALS.
           CLOSE DUPLICATE-REPORT.

           DISPLAY 'PROGCDUP: CLIENTES EXAMINADOS: ' WS-SCANNED-COUNT.
           DISPLAY 'PROGCDUP: PARES PARA REVISAO:  ' WS-PAIR-COUNT.
           DISPLAY 'PROGCDUP: DOMICILIOS:          ' WS-HOUSEHOLD-COUNT.
      *    THE STATEMENTS AND THE COMPLIANCE SCREEN READ THE
      *    HOUSEHOLDS - A FILE NOT WRITTEN MUST STOP THE PHASE.
           IF WS-HH-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAIR-COUNT NOT = 0 OR WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-THRESHOLD.
           OPEN INPUT COMPLIANCE-CONTROL.
           IF WS-CP-STATUS = '00'
               READ COMPLIANCE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-DUP-THRESHOLD IS NUMERIC
                               AND CP-DUP-THRESHOLD > 0
                               AND CP-DUP-THRESHOLD NOT > 100
                           MOVE CP-DUP-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE COMPLIANCE-CONTROL
           END-IF.

       LOAD-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT CM-STATUS-CLOSED
                       PERFORM KEEP-ONE-CUSTOMER
                   END-IF
           END-READ.

       KEEP-ONE-CUSTOMER.
      *    THE TABLE IS IN CUSTOMER ORDER, SO THE FIRST OF A PAIR IS
      *    ALWAYS THE OLDER RECORD.
           IF WS-CUST-COUNT >= 2000
               IF NOT WS-TABLE-FULL
                   DISPLAY 'PROGCDUP: TABELA DE CLIENTES CHEIA - '
                           'CLIENTES A PARTIR DE ' CM-CUST-NUMBER
                           ' NAO EXAMINADOS'
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           ELSE
               SET WS-SCANNED-COUNT UP BY 1
               SET WS-CUST-COUNT UP BY 1
               MOVE WS-CUST-COUNT     TO WS-K
               MOVE CM-CUST-NUMBER    TO WS-CT-NUMBER (WS-K)
               MOVE CM-CUST-NAME      TO WS-CT-NAME (WS-K)
               MOVE CM-CUST-ADDRESS   TO WS-CT-ADDRESS (WS-K)
               MOVE SPACES            TO WS-CT-TAX-ID (WS-K)
               MOVE 0                 TO WS-CT-HOUSEHOLD (WS-K)
               MOVE 0                 TO WS-CT-HEAD (WS-K)
               MOVE 0                 TO WS-CT-MEMBERS (WS-K)
               IF NOT WS-KY-ABSENT
                   MOVE CM-CUST-NUMBER TO KY-CUST-NUMBER
                   READ KYC-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KY-TAX-ID TO WS-CT-TAX-ID (WS-K)
                   END-READ
               END-IF
               MOVE CM-CUST-NAME      TO WS-NORM-IN
               PERFORM NORMALIZE-NAME
               MOVE WS-NW-TEXT        TO WS-CT-NORM-NAME (WS-K)
               MOVE WS-NW-LEN         TO WS-CT-NAME-LEN (WS-K)
               MOVE WS-NW-TOKEN-COUNT TO WS-CT-TOKEN-COUNT (WS-K)
               PERFORM KEEP-NAME-TOKEN
                   VARYING WS-TOK-I FROM 1 BY 1 UNTIL WS-TOK-I > 6
               MOVE CM-CUST-ADDRESS   TO WS-NORM-IN
               PERFORM NORMALIZE-ADDRESS
               MOVE WS-ADDR-TEXT      TO WS-CT-NORM-ADDR (WS-K)
           END-IF.

       KEEP-NAME-TOKEN.
           MOVE WS-NW-TOKEN (WS-TOK-I) TO WS-CT-TOKEN (WS-K WS-TOK-I).

       COMPARE-WITH-LATER.
           PERFORM COMPARE-ONE-PAIR
               VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J > WS-CUST-COUNT.

       COMPARE-ONE-PAIR.
      *    TWO DIFFERENT TAX IDS ARE TWO PEOPLE, HOWEVER ALIKE THE
      *    NAMES; THE SAME TAX ID IS ONE PERSON, HOWEVER UNLIKE.
           MOVE 0      TO WS-SCORE.
           MOVE SPACES TO WS-REASON.
           IF WS-J NOT = WS-I
               IF WS-CT-TAX-ID (WS-I) NOT = SPACES
                       AND WS-CT-TAX-ID (WS-J) NOT = SPACES
                   IF WS-CT-TAX-ID (WS-I) = WS-CT-TAX-ID (WS-J)
                       MOVE 100 TO WS-SCORE
                       MOVE 'MESMO CPF/CNPJ' TO WS-REASON
                   END-IF
               ELSE
                   PERFORM SCORE-NAME-PAIR
                   IF WS-SCORE NOT = 0
                       PERFORM WEIGH-ADDRESS
                   END-IF
               END-IF
           END-IF.
           IF WS-SCORE NOT = 0 AND WS-SCORE >= WS-THRESHOLD
               PERFORM LIST-PAIR
           END-IF.

       SCORE-NAME-PAIR.
           IF WS-CT-NAME-LEN (WS-I) NOT = 0
                   AND WS-CT-NAME-LEN (WS-J) NOT = 0
               IF WS-CT-NORM-NAME (WS-I) = WS-CT-NORM-NAME (WS-J)
                   MOVE 100 TO WS-SCORE
               ELSE
                   PERFORM SCORE-BY-WORDS
                   IF WS-SCORE = 0
                       PERFORM SCORE-BY-SPELLING
                   END-IF
               END-IF
           END-IF.

       WEIGH-ADDRESS.
      *    THE SAME NAME AT ANOTHER ADDRESS MAY BE A MOVE NEVER KEYED,
      *    OR A NAMESAKE - IT ONLY REACHES THE LIST WHEN THE NAMES
      *    MATCH CLOSELY ENOUGH TO CARRY THE PENALTY.
           IF WS-CT-NORM-ADDR (WS-I) NOT = SPACES
                   AND WS-CT-NORM-ADDR (WS-I) = WS-CT-NORM-ADDR (WS-J)
               MOVE 'NOME E ENDERECO' TO WS-REASON
           ELSE
               MOVE 'NOME SEMELHANTE' TO WS-REASON
               IF WS-SCORE > 15
                   SUBTRACT 15 FROM WS-SCORE
               ELSE
                   MOVE 0 TO WS-SCORE
               END-IF
           END-IF.

       SCORE-BY-WORDS.
      *    THE SAME WORDS IN ANOTHER ORDER SCORE 95; ONE NAME'S WORDS
      *    ALL PRESENT IN THE OTHER (A MIDDLE NAME MORE OR LESS) 90.
      *    EITHER NEEDS AT LEAST TWO WORDS.
           MOVE 0 TO WS-HITS-I.
           PERFORM FIND-WORD-OF-I
               VARYING WS-TOK-I FROM 1 BY 1
               UNTIL WS-TOK-I > WS-CT-TOKEN-COUNT (WS-I).
           MOVE 0 TO WS-HITS-J.
           PERFORM FIND-WORD-OF-J
               VARYING WS-TOK-J FROM 1 BY 1
               UNTIL WS-TOK-J > WS-CT-TOKEN-COUNT (WS-J).
           IF WS-CT-TOKEN-COUNT (WS-I) >= 2
                   AND WS-HITS-I = WS-CT-TOKEN-COUNT (WS-I)
                   AND WS-HITS-J = WS-CT-TOKEN-COUNT (WS-J)
               MOVE 95 TO WS-SCORE
           ELSE
               IF (WS-CT-TOKEN-COUNT (WS-I) >= 2
                       AND WS-HITS-I = WS-CT-TOKEN-COUNT (WS-I))
                   OR (WS-CT-TOKEN-COUNT (WS-J) >= 2
                       AND WS-HITS-J = WS-CT-TOKEN-COUNT (WS-J))
                   MOVE 90 TO WS-SCORE
               END-IF
           END-IF.

       FIND-WORD-OF-I.
           MOVE 'N' TO WS-TOK-FOUND-SW.
           PERFORM MATCH-WORD-OF-I
               VARYING WS-TOK-J FROM 1 BY 1
               UNTIL WS-TOK-J > WS-CT-TOKEN-COUNT (WS-J)
                   OR WS-TOK-FOUND.
           IF WS-TOK-FOUND
               SET WS-HITS-I UP BY 1
           END-IF.

       MATCH-WORD-OF-I.
           IF WS-CT-TOKEN (WS-I WS-TOK-I) = WS-CT-TOKEN (WS-J WS-TOK-J)
               SET WS-TOK-FOUND TO TRUE
           END-IF.

       FIND-WORD-OF-J.
           MOVE 'N' TO WS-TOK-FOUND-SW.
           PERFORM MATCH-WORD-OF-J
               VARYING WS-TOK-I FROM 1 BY 1
               UNTIL WS-TOK-I > WS-CT-TOKEN-COUNT (WS-I)
                   OR WS-TOK-FOUND.
           IF WS-TOK-FOUND
               SET WS-HITS-J UP BY 1
           END-IF.

       MATCH-WORD-OF-J.
           IF WS-CT-TOKEN (WS-J WS-TOK-J) = WS-CT-TOKEN (WS-I WS-TOK-I)
               SET WS-TOK-FOUND TO TRUE
           END-IF.

       SCORE-BY-SPELLING.
      *    THE LENGTH DIFFERENCE ALONE IS A FLOOR ON THE EDIT
      *    DISTANCE, SO A PAIR THAT CAN'T REACH THE THRESHOLD ON
      *    LENGTH IS NEVER COMPARED CHARACTER BY CHARACTER.
           MOVE WS-CT-NAME-LEN (WS-I) TO WS-LEN-A.
           MOVE WS-CT-NAME-LEN (WS-J) TO WS-LEN-B.
           IF WS-LEN-A > WS-LEN-B
               MOVE WS-LEN-A TO WS-MAX-LEN
               COMPUTE WS-LEN-DIFF = WS-LEN-A - WS-LEN-B
           ELSE
               MOVE WS-LEN-B TO WS-MAX-LEN
               COMPUTE WS-LEN-DIFF = WS-LEN-B - WS-LEN-A
           END-IF.
           IF WS-LEN-DIFF * 100 <= (100 - WS-THRESHOLD) * WS-MAX-LEN
               PERFORM COMPUTE-EDIT-DISTANCE
               COMPUTE WS-SCORE =
                   100 - ((WS-LEV-DIST * 100) / WS-MAX-LEN)
           END-IF.

       COMPUTE-EDIT-DISTANCE.
      *    CLASSIC TWO-ROW EDIT DISTANCE: INSERTIONS, DELETIONS AND
      *    SUBSTITUTIONS EACH COST ONE. ROW ELEMENT N+1 HOLDS
      *    COLUMN N, SO COLUMN ZERO LIVES IN ELEMENT 1.
           PERFORM INIT-LEV-COLUMN
               VARYING WS-LEV-J FROM 0 BY 1
               UNTIL WS-LEV-J > WS-LEN-B.
           PERFORM COMPUTE-LEV-ROW
               VARYING WS-LEV-I FROM 1 BY 1
               UNTIL WS-LEV-I > WS-LEN-A.
           MOVE WS-LEV-PREV (WS-LEN-B + 1) TO WS-LEV-DIST.

       INIT-LEV-COLUMN.
           MOVE WS-LEV-J TO WS-LEV-PREV (WS-LEV-J + 1).

       COMPUTE-LEV-ROW.
           MOVE WS-LEV-I TO WS-LEV-CURR (1).
           PERFORM COMPUTE-LEV-CELL
               VARYING WS-LEV-J FROM 1 BY 1
               UNTIL WS-LEV-J > WS-LEN-B.
           PERFORM SHIFT-LEV-COLUMN
               VARYING WS-LEV-J FROM 0 BY 1
               UNTIL WS-LEV-J > WS-LEN-B.

       COMPUTE-LEV-CELL.
           IF WS-CT-NORM-NAME (WS-I) (WS-LEV-I:1) =
                   WS-CT-NORM-NAME (WS-J) (WS-LEV-J:1)
               MOVE 0 TO WS-LEV-COST
           ELSE
               MOVE 1 TO WS-LEV-COST
           END-IF.
           COMPUTE WS-LEV-BEST = WS-LEV-PREV (WS-LEV-J) + WS-LEV-COST.
           IF WS-LEV-PREV (WS-LEV-J + 1) + 1 < WS-LEV-BEST
               COMPUTE WS-LEV-BEST = WS-LEV-PREV (WS-LEV-J + 1) + 1
           END-IF.
           IF WS-LEV-CURR (WS-LEV-J) + 1 < WS-LEV-BEST
               COMPUTE WS-LEV-BEST = WS-LEV-CURR (WS-LEV-J) + 1
           END-IF.
           MOVE WS-LEV-BEST TO WS-LEV-CURR (WS-LEV-J + 1).

       SHIFT-LEV-COLUMN.
           MOVE WS-LEV-CURR (WS-LEV-J + 1)
               TO WS-LEV-PREV (WS-LEV-J + 1).

       LIST-PAIR.
           SET WS-PAIR-COUNT UP BY 1.
           MOVE WS-SCORE               TO DP-SCORE.
           MOVE WS-REASON              TO DP-REASON.
           MOVE WS-CT-NUMBER (WS-I)    TO DP-KEEP.
           MOVE WS-CT-NUMBER (WS-J)    TO DP-CLOSE.
           WRITE DUP-LINE FROM WS-PAIR-LINE.
           MOVE WS-I TO WS-K.
           PERFORM WRITE-CUSTOMER-LINE.
           MOVE WS-J TO WS-K.
           PERFORM WRITE-CUSTOMER-LINE.
           MOVE SPACES TO DUP-LINE.
           WRITE DUP-LINE.

       WRITE-CUSTOMER-LINE.
           MOVE WS-CT-NUMBER (WS-K)    TO DC-CUST-NUMBER.
           MOVE WS-CT-NAME (WS-K)      TO DC-CUST-NAME.
           MOVE WS-CT-ADDRESS (WS-K)   TO DC-CUST-ADDRESS.
           WRITE DUP-LINE FROM WS-CUST-LINE.

       GROUP-HOUSEHOLD.
      *    THE FIRST CUSTOMER FOUND AT AN ADDRESS HEADS ITS HOUSEHOLD
      *    AND GIVES IT ITS NUMBER; EVERY LATER ONE AT THE SAME
      *    NORMALIZED ADDRESS JOINS IT. A BLANK ADDRESS GROUPS NOBODY.
           IF WS-CT-HOUSEHOLD (WS-I) = 0
                   AND WS-CT-NORM-ADDR (WS-I) NOT = SPACES
               MOVE WS-CT-NUMBER (WS-I) TO WS-CT-HOUSEHOLD (WS-I)
               MOVE WS-I                TO WS-CT-HEAD (WS-I)
               MOVE 1                   TO WS-CT-MEMBERS (WS-I)
               PERFORM JOIN-HOUSEHOLD
                   VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-CUST-COUNT
               IF WS-CT-MEMBERS (WS-I) > 1
                   SET WS-HOUSEHOLD-COUNT UP BY 1
                   ADD WS-CT-MEMBERS (WS-I) TO WS-MEMBER-COUNT
               END-IF
           END-IF.

       JOIN-HOUSEHOLD.
           IF WS-J NOT = WS-I AND WS-CT-HOUSEHOLD (WS-J) = 0
                   AND WS-CT-NORM-ADDR (WS-J) = WS-CT-NORM-ADDR (WS-I)
               MOVE WS-CT-NUMBER (WS-I) TO WS-CT-HOUSEHOLD (WS-J)
               MOVE WS-I                TO WS-CT-HEAD (WS-J)
               SET WS-CT-MEMBERS (WS-I) UP BY 1
           END-IF.

       WRITE-HOUSEHOLD-FILE.
      *    REBUILT WHOLE EVERY SCAN, SO A CUSTOMER WHO MOVED OUT OR
      *    WAS CLOSED DROPS OUT OF ITS OLD HOUSEHOLD.
           OPEN OUTPUT HOUSEHOLDS.
           IF WS-HH-STATUS NOT = '00'
               DISPLAY 'PROGCDUP: HOUSEHLD.DAT NAO PODE SER GRAVADO - '
                       'STATUS ' WS-HH-STATUS
               SET WS-HH-FAILED TO TRUE
           ELSE
               PERFORM WRITE-HOUSEHOLD-MEMBER
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CUST-COUNT
               CLOSE HOUSEHOLDS
           END-IF.

       WRITE-HOUSEHOLD-MEMBER.
           IF WS-CT-HOUSEHOLD (WS-K) NOT = 0
               MOVE WS-CT-HEAD (WS-K) TO WS-HEAD
               IF WS-CT-MEMBERS (WS-HEAD) > 1
                   MOVE SPACES                  TO HH-RECORD
                   MOVE WS-CT-NUMBER (WS-K)     TO HH-CUST-NUMBER
                   MOVE WS-CT-HOUSEHOLD (WS-K)  TO HH-HOUSEHOLD
                   WRITE HH-RECORD
               END-IF
           END-IF.

       LIST-HOUSEHOLDS.
           WRITE DUP-LINE FROM WS-HOUSEHOLD-TITLE.
           PERFORM LIST-ONE-HOUSEHOLD
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CUST-COUNT.
           MOVE SPACES TO DUP-LINE.
           WRITE DUP-LINE.

       LIST-ONE-HOUSEHOLD.
           IF WS-CT-HEAD (WS-I) = WS-I AND WS-CT-MEMBERS (WS-I) > 1
               MOVE WS-CT-HOUSEHOLD (WS-I) TO DD-HOUSEHOLD
               MOVE WS-CT-MEMBERS (WS-I)   TO DD-MEMBERS
               MOVE WS-CT-ADDRESS (WS-I)   TO DD-ADDRESS
               WRITE DUP-LINE FROM WS-HOUSEHOLD-LINE
               PERFORM LIST-HOUSEHOLD-MEMBER
                   VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-CUST-COUNT
           END-IF.

       LIST-HOUSEHOLD-MEMBER.
           IF WS-CT-HEAD (WS-J) = WS-I
               MOVE WS-CT-NUMBER (WS-J) TO DM-CUST-NUMBER
               MOVE WS-CT-NAME (WS-J)   TO DM-CUST-NAME
               WRITE DUP-LINE FROM WS-MEMBER-LINE
           END-IF.

       PRINT-TOTALS.
           MOVE 'CLIENTES EXAMINADOS:'      TO DT-LABEL.
           MOVE WS-SCANNED-COUNT            TO DT-COUNT.
           WRITE DUP-LINE FROM WS-DUP-TOTAL.
           MOVE 'PARES PARA REVISAO:'       TO DT-LABEL.
           MOVE WS-PAIR-COUNT               TO DT-COUNT.
           WRITE DUP-LINE FROM WS-DUP-TOTAL.
           MOVE 'DOMICILIOS:'               TO DT-LABEL.
           MOVE WS-HOUSEHOLD-COUNT          TO DT-COUNT.
           WRITE DUP-LINE FROM WS-DUP-TOTAL.
           MOVE 'CLIENTES EM DOMICILIOS:'   TO DT-LABEL.
           MOVE WS-MEMBER-COUNT             TO DT-COUNT.
           WRITE DUP-LINE FROM WS-DUP-TOTAL.

       NORMALIZE-NAME.
      *    WS-NORM-IN TO WS-NORM-WORK: UPPER CASE, ANYTHING NOT A
      *    LETTER BECOMES A WORD BREAK, SINGLE LETTERS AND PARTICLES
      *    ARE DROPPED, AND THE SURVIVING WORDS ARE REJOINED WITH ONE
      *    SPACE - THE SAME RULE NAMESCR APPLIES. THE FIRST SIX WORDS
      *    ARE ALSO KEPT SEPARATELY FOR THE WORD COMPARISON.
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-IN CONVERTING
               '0123456789.,;:-/()&''"*#'
               TO '                       '.
           MOVE SPACES TO WS-NORM-WORK.
           MOVE 0      TO WS-NW-LEN.
           MOVE 0      TO WS-NW-TOKEN-COUNT.
           MOVE 1      TO WS-OUT-PTR.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0      TO WS-CUR-LEN.
           PERFORM SCAN-NAME-CHARACTER
               VARYING WS-CHR-IDX FROM 1 BY 1
               UNTIL WS-CHR-IDX > 40.
           PERFORM END-NAME-WORD.
           COMPUTE WS-NW-LEN = WS-OUT-PTR - 1.

       SCAN-NAME-CHARACTER.
           IF WS-NORM-IN (WS-CHR-IDX:1) = SPACE
               PERFORM END-NAME-WORD
           ELSE
               SET WS-CUR-LEN UP BY 1
               MOVE WS-NORM-IN (WS-CHR-IDX:1)
                   TO WS-CUR-TOKEN (WS-CUR-LEN:1)
           END-IF.

       END-NAME-WORD.
           IF WS-CUR-LEN > 1
               MOVE 'N' TO WS-PARTICLE-SW
               PERFORM CHECK-PARTICLE
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 12 OR WS-IS-PARTICLE
               IF NOT WS-IS-PARTICLE
                   PERFORM KEEP-NAME-WORD
               END-IF
           END-IF.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0      TO WS-CUR-LEN.

       CHECK-PARTICLE.
           IF WS-CUR-TOKEN = WS-PARTICLE (WS-PART-IDX)
               SET WS-IS-PARTICLE TO TRUE
           END-IF.

       KEEP-NAME-WORD.
           IF WS-OUT-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-NW-TEXT WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING WS-CUR-TOKEN (1:WS-CUR-LEN) DELIMITED BY SIZE
               INTO WS-NW-TEXT WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-NW-TOKEN-COUNT < 6
               SET WS-NW-TOKEN-COUNT UP BY 1
               MOVE WS-CUR-TOKEN TO WS-NW-TOKEN (WS-NW-TOKEN-COUNT)
           END-IF.

       NORMALIZE-ADDRESS.
      *    WS-NORM-IN TO WS-ADDR-TEXT: UPPER CASE, PUNCTUATION BECOMES
      *    A WORD BREAK BUT DIGITS STAY (THE HOUSE AND FLAT NUMBERS
      *    ARE WHAT TELL TWO ADDRESSES ON ONE STREET APART), EACH
      *    ABBREVIATION ON THE TABLE IS WRITTEN OUT OR DROPPED, AND
      *    THE WORDS ARE REJOINED WITH ONE SPACE, SO 'R. DAS FLORES,
      *    N. 10' AND 'RUA FLORES 10' COME OUT THE SAME.
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-IN CONVERTING
               '.,;:-/()&''"*#'
               TO '             '.
           MOVE SPACES TO WS-ADDR-TEXT.
           MOVE 1      TO WS-OUT-PTR.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0      TO WS-CUR-LEN.
           PERFORM SCAN-ADDRESS-CHARACTER
               VARYING WS-CHR-IDX FROM 1 BY 1
               UNTIL WS-CHR-IDX > 40.
           PERFORM END-ADDRESS-WORD.

       SCAN-ADDRESS-CHARACTER.
           IF WS-NORM-IN (WS-CHR-IDX:1) = SPACE
               PERFORM END-ADDRESS-WORD
           ELSE
               SET WS-CUR-LEN UP BY 1
               MOVE WS-NORM-IN (WS-CHR-IDX:1)
                   TO WS-CUR-TOKEN (WS-CUR-LEN:1)
           END-IF.

       END-ADDRESS-WORD.
           IF WS-CUR-LEN > 0
               MOVE 'N' TO WS-ABBR-SW
               PERFORM CHECK-ABBREVIATION
                   VARYING WS-ABBR-IDX FROM 1 BY 1
                   UNTIL WS-ABBR-IDX > 21 OR WS-IS-ABBREVIATION
               IF WS-IS-ABBREVIATION
                   SET WS-ABBR-IDX DOWN BY 1
                   MOVE WS-ABBR-FULL (WS-ABBR-IDX) TO WS-CUR-TOKEN
                   MOVE 0 TO WS-CUR-LEN
                   INSPECT WS-ABBR-FULL (WS-ABBR-IDX)
                       TALLYING WS-CUR-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               END-IF
               IF WS-CUR-LEN > 0
                   PERFORM KEEP-ADDRESS-WORD
               END-IF
           END-IF.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0      TO WS-CUR-LEN.

       CHECK-ABBREVIATION.
           IF WS-CUR-TOKEN = WS-ABBR-WORD (WS-ABBR-IDX)
               SET WS-IS-ABBREVIATION TO TRUE
           END-IF.

       KEEP-ADDRESS-WORD.
           IF WS-OUT-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-ADDR-TEXT WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING WS-CUR-TOKEN (1:WS-CUR-LEN) DELIMITED BY SIZE
               INTO WS-ADDR-TEXT WITH POINTER WS-OUT-PTR
           END-STRING.

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
       END PROGRAM PROGCDUP.
