      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: SHARED SUBPROGRAM THAT LOOKS UP THE RATE OR CHARGE IN
      *          FORCE ON A GIVEN DAY ON THE PRICING MASTER
      *          (PRICING.DAT), SO THE ACCRUAL, THE CLOSING PAYOUT AND
      *          THE POSTING RUN'S NSF CHARGE ALL PRICE AN ACCOUNT THE
      *          SAME WAY, THE SAME SHAPE BRNLOOK GIVES THE BRANCHES.
      *          ONLY APPROVED RECORDS COUNT, AND THEY ARE LOADED ONCE
      *          ON THE FIRST CALL. OF THE RECORDS FOR A KEY WHOSE
      *          EFFECTIVE DATE HAS ARRIVED BY THE AS-OF DATE, THE
      *          LATEST TAKES; ON THE SAME DATE THE LAST ONE ON THE
      *          FILE DOES. THE ACCOUNT'S OWN PRODUCT IS TRIED FIRST,
      *          THEN THE TYPE'S STANDARD PRICE (BLANK PRODUCT), THEN
      *          THE OPENING PRICE LIST IN RATETAB - WHICH ANSWERS FOR
      *          ANY KEY NEVER KEYED, SO THE NIGHT NEVER STOPS FOR
      *          WANT OF A RATE. A BLANK ACCOUNT TYPE IS CHECKING.
      *          KIND J RETURNS THE MONTHLY RATE OF THE LOWEST BAND
      *          WHOSE CEILING COVERS THE BALANCE; T AND N RETURN THE
      *          CHARGE IN LS-AMOUNT; R RETURNS THE WITHHOLDING RATE
      *          FOR THE TAX STATUS, OR THE STANDARD (BLANK-STATUS)
      *          RATE FOR A STATUS NOT PRICED. THE SWITCH SAYS WHERE
      *          THE PRICE CAME FROM: P THE PRODUCT, T THE TYPE'S
      *          STANDARD, O THE OPENING PRICE LIST.
      * Tectonics: cobc
      * Modified: 2026-10-15 - KIND P, THE OVERDRAFT-PROTECTION SWEEP
      *           CHARGE, RETURNED IN LS-AMOUNT LIKE T AND N, WITH
      *           RATE-SWEEP-FEE AS ITS OPENING PRICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-FILE ASSIGN TO "PRICING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-FILE.
           COPY PRICING.
       WORKING-STORAGE SECTION.
           COPY RATETAB.
       77  WS-PC-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LOADED-SW                PIC X(01) VALUE 'N'.
           88  WS-TABLE-LOADED               VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-PRICE-COUNT              PIC 9(04) VALUE 0.
       77  WS-IDX                      PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-TYPE                     PIC X(01) VALUE SPACE.
       77  WS-PRODUCT                  PIC X(02) VALUE SPACES.
       77  WS-TAX-STATUS               PIC X(01) VALUE SPACE.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 1000 TIMES.
               10  WS-PT-TYPE          PIC X(01).
               10  WS-PT-PRODUCT       PIC X(02).
               10  WS-PT-KIND          PIC X(01).
               10  WS-PT-CEILING       PIC 9(7)V99.
               10  WS-PT-TAX-STATUS    PIC X(01).
               10  WS-PT-EFFECTIVE     PIC 9(08).
               10  WS-PT-RATE          PIC V9(05).
               10  WS-PT-AMOUNT        PIC 9(5)V99.
       LINKAGE SECTION.
       01  LS-RATE-KIND                PIC X(01).
           88  LS-KIND-INTEREST              VALUE 'J'.
           88  LS-KIND-SERVICE               VALUE 'T'.
           88  LS-KIND-NSF                   VALUE 'N'.
           88  LS-KIND-WITHHOLD              VALUE 'R'.
           88  LS-KIND-SWEEP                 VALUE 'P'.
       01  LS-ACCOUNT-TYPE             PIC X(01).
       01  LS-PRODUCT                  PIC X(02).
       01  LS-BALANCE                  PIC S9(7)V99.
       01  LS-TAX-STATUS               PIC X(01).
       01  LS-AS-OF-DATE               PIC 9(08).
       01  LS-RATE                     PIC V9(05).
       01  LS-AMOUNT                   PIC 9(5)V99.
       01  LS-SOURCE-SW                PIC X(01).
           88  LS-SOURCE-PRODUCT             VALUE 'P'.
           88  LS-SOURCE-TYPE                VALUE 'T'.
           88  LS-SOURCE-OPENING             VALUE 'O'.
       PROCEDURE DIVISION USING LS-RATE-KIND LS-ACCOUNT-TYPE
               LS-PRODUCT LS-BALANCE LS-TAX-STATUS LS-AS-OF-DATE
               LS-RATE LS-AMOUNT LS-SOURCE-SW.
       MAIN-PROCEDURE.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-PRICE-TABLE
           END-IF.

           MOVE 0 TO LS-RATE.
           MOVE 0 TO LS-AMOUNT.
           IF LS-KIND-WITHHOLD
               PERFORM LOOKUP-WITHHOLDING
           ELSE
               PERFORM LOOKUP-ACCOUNT-PRICE
           END-IF.
           GOBACK.

       LOOKUP-ACCOUNT-PRICE.
           MOVE LS-ACCOUNT-TYPE TO WS-TYPE.
           IF WS-TYPE = SPACE
               MOVE 'C' TO WS-TYPE
           END-IF.
           MOVE LS-PRODUCT TO WS-PRODUCT.
           PERFORM FIND-IN-FORCE.
           IF WS-FOUND-IDX = 0 AND WS-PRODUCT NOT = SPACES
               MOVE SPACES TO WS-PRODUCT
               PERFORM FIND-IN-FORCE
           END-IF.
           IF WS-FOUND-IDX = 0
               PERFORM TAKE-OPENING-PRICE
           ELSE
               MOVE WS-PT-RATE (WS-FOUND-IDX)   TO LS-RATE
               MOVE WS-PT-AMOUNT (WS-FOUND-IDX) TO LS-AMOUNT
               IF WS-PRODUCT = SPACES
                   SET LS-SOURCE-TYPE TO TRUE
               ELSE
                   SET LS-SOURCE-PRODUCT TO TRUE
               END-IF
           END-IF.

       LOOKUP-WITHHOLDING.
      *    THE CUSTOMER'S OWN STATUS, KEYED OR OPENING, BEFORE THE
      *    STANDARD RATE - SO AN EXEMPT CUSTOMER STAYS EXEMPT WHEN
      *    ONLY THE STANDARD RATE HAS BEEN REPRICED.
           MOVE LS-TAX-STATUS TO WS-TAX-STATUS.
           PERFORM FIND-IN-FORCE.
           IF WS-FOUND-IDX NOT = 0
               MOVE WS-PT-RATE (WS-FOUND-IDX) TO LS-RATE
               SET LS-SOURCE-TYPE TO TRUE
           ELSE
               SET RATE-WHT-IDX TO 1
               SEARCH RATE-WHT-ENTRY
                   AT END
                       PERFORM LOOKUP-STANDARD-WITHHOLDING
                   WHEN RATE-WHT-STATUS (RATE-WHT-IDX) = WS-TAX-STATUS
                       MOVE RATE-WHT-RATE (RATE-WHT-IDX) TO LS-RATE
                       SET LS-SOURCE-OPENING TO TRUE
               END-SEARCH
           END-IF.

       LOOKUP-STANDARD-WITHHOLDING.
           MOVE SPACE TO WS-TAX-STATUS.
           PERFORM FIND-IN-FORCE.
           IF WS-FOUND-IDX NOT = 0
               MOVE WS-PT-RATE (WS-FOUND-IDX) TO LS-RATE
               SET LS-SOURCE-TYPE TO TRUE
           ELSE
               MOVE RATE-WHT-STANDARD TO LS-RATE
               SET LS-SOURCE-OPENING TO TRUE
           END-IF.

       FIND-IN-FORCE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM CHECK-PRICE-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRICE-COUNT.

       CHECK-PRICE-ENTRY.
           IF WS-PT-KIND (WS-IDX) = LS-RATE-KIND
                   AND WS-PT-EFFECTIVE (WS-IDX) <= LS-AS-OF-DATE
               IF LS-KIND-WITHHOLD
                   IF WS-PT-TAX-STATUS (WS-IDX) = WS-TAX-STATUS
                       PERFORM TAKE-IF-LATER
                   END-IF
               ELSE
                   IF WS-PT-TYPE (WS-IDX) = WS-TYPE
                           AND WS-PT-PRODUCT (WS-IDX) = WS-PRODUCT
                       IF LS-KIND-INTEREST
                           IF WS-PT-CEILING (WS-IDX) >= LS-BALANCE
                               PERFORM TAKE-IF-LOWER-BAND
                           END-IF
                       ELSE
                           PERFORM TAKE-IF-LATER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-IF-LATER.
           IF WS-FOUND-IDX = 0
               MOVE WS-IDX TO WS-FOUND-IDX
           ELSE
               IF WS-PT-EFFECTIVE (WS-IDX)
                       >= WS-PT-EFFECTIVE (WS-FOUND-IDX)
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-IF.

       TAKE-IF-LOWER-BAND.
      *    THE LOWEST BAND THAT COVERS THE BALANCE, AND WITHIN THAT
      *    BAND THE RATE IN FORCE.
           IF WS-FOUND-IDX = 0
               MOVE WS-IDX TO WS-FOUND-IDX
           ELSE
               IF WS-PT-CEILING (WS-IDX)
                       < WS-PT-CEILING (WS-FOUND-IDX)
                   MOVE WS-IDX TO WS-FOUND-IDX
               ELSE
                   IF WS-PT-CEILING (WS-IDX)
                           = WS-PT-CEILING (WS-FOUND-IDX)
                       PERFORM TAKE-IF-LATER
                   END-IF
               END-IF
           END-IF.

       TAKE-OPENING-PRICE.
           SET LS-SOURCE-OPENING TO TRUE.
           IF LS-KIND-INTEREST
               SET RATE-IDX TO 1
               SEARCH RATE-ENTRY
                   AT END
                       MOVE 0 TO LS-RATE
                   WHEN LS-BALANCE <= RATE-BAND-CEILING (RATE-IDX)
                       MOVE RATE-MONTHLY-RATE (RATE-IDX) TO LS-RATE
               END-SEARCH
           ELSE
               IF LS-KIND-SERVICE
                   MOVE RATE-SERVICE-CHARGE TO LS-AMOUNT
               ELSE
                   IF LS-KIND-SWEEP
                       MOVE RATE-SWEEP-FEE TO LS-AMOUNT
                   ELSE
                       MOVE RATE-NSF-FEE TO LS-AMOUNT
                   END-IF
               END-IF
           END-IF.

       LOAD-PRICE-TABLE.
      *    A MISSING MASTER ISN'T FATAL - EVERY LOOKUP THEN ANSWERS
      *    FROM THE OPENING PRICE LIST.
           SET WS-TABLE-LOADED TO TRUE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PRICING-FILE.
           IF WS-PC-STATUS = '00'
               PERFORM LOAD-NEXT-PRICE UNTIL WS-EOF
               CLOSE PRICING-FILE
           ELSE
               DISPLAY 'RATELOOK: PRICING.DAT AUSENTE - TAXAS DA '
                       'TABELA DE ABERTURA'
           END-IF.

       LOAD-NEXT-PRICE.
           READ PRICING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PC-APPROVED
                       PERFORM STORE-PRICE-ENTRY
                   END-IF
           END-READ.

       STORE-PRICE-ENTRY.
           IF WS-PRICE-COUNT < 1000
               SET WS-PRICE-COUNT UP BY 1
               MOVE PC-ACCOUNT-TYPE
                   TO WS-PT-TYPE (WS-PRICE-COUNT)
               MOVE PC-PRODUCT   TO WS-PT-PRODUCT (WS-PRICE-COUNT)
               MOVE PC-RATE-KIND TO WS-PT-KIND (WS-PRICE-COUNT)
               IF PC-KIND-WITHHOLD
                   MOVE 0 TO WS-PT-CEILING (WS-PRICE-COUNT)
                   MOVE PC-TAX-STATUS
                       TO WS-PT-TAX-STATUS (WS-PRICE-COUNT)
               ELSE
                   MOVE PC-BAND-CEILING
                       TO WS-PT-CEILING (WS-PRICE-COUNT)
                   MOVE SPACE TO WS-PT-TAX-STATUS (WS-PRICE-COUNT)
               END-IF
               MOVE PC-EFFECTIVE-DATE
                   TO WS-PT-EFFECTIVE (WS-PRICE-COUNT)
               MOVE PC-RATE   TO WS-PT-RATE (WS-PRICE-COUNT)
               MOVE PC-AMOUNT TO WS-PT-AMOUNT (WS-PRICE-COUNT)
           ELSE
               DISPLAY 'RATELOOK: TABELA DE PRECOS CHEIA - '
                       'REGISTRO IGNORADO'
           END-IF.
       END PROGRAM RATELOOK.
