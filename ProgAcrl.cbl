      *           BALANCE. AN ACCOUNT WITH NO SNAPSHOTS FOR THE MONTH
      *           (A BRAND-NEW ACCOUNT, OR THE FIRST MONTH BEFORE THE
      *           SNAPSHOT STEP EXISTED) FALLS BACK TO AB-BALANCE.
      * Modified: 2026-10-15 - LOAN ACCOUNTS (AB-TYPE-LOAN) ARE
      *           SKIPPED: THEIR INTEREST IS BILLED PER INSTALLMENT BY
      *           THE LOAN GENERATION STEP AND THEY CARRY NO SERVICE
      *           CHARGE.
      * Modified: 2026-10-15 - ONLY OPEN ACCOUNTS ACCRUE: AN ACCOUNT
      *           IN CLOSURE HAD ITS INTEREST TO DATE AND ITS CHARGE
      *           SETTLED IN THE CLOSING PAYOUT, AND A CLOSED ONE
      *           EARNS AND PAYS NOTHING.
      * Modified: 2026-10-15 - INCOME TAX IS NOW WITHHELD AT CREDIT
      *           TIME: EACH INT IS FOLLOWED BY AN IRF DEBIT ('IR' AND
      *           THE ACCOUNT) FOR THE RATETAB WITHHOLDING RATE OF THE
      *           OWNING CUSTOMER'S TAX STATUS (CUSTMAST, THE OWNER
      *           RESOLVED THROUGH CUSTXREF). AN EXEMPT CUSTOMER GETS
      *           NO IRF. THE REGISTER SHOWS THE AMOUNT WITHHELD.
      * Modified: 2026-10-15 - RATES AND CHARGES NOW COME FROM THE
      *           EFFECTIVE-DATED PRICING MASTER THROUGH RATELOOK, BY
      *           THE ACCOUNT'S TYPE AND PRODUCT, INSTEAD OF THE
      *           COMPILED RATETAB. THE INTEREST RATE IS TAKEN DAY BY
      *           DAY, SO A RATE CHANGE MID-MONTH SPLITS THE MONTH'S
      *           INTEREST BETWEEN THE OLD AND THE NEW RATE BY THE
      *           DAYS EACH WAS IN FORCE; THE SERVICE CHARGE AND THE
      *           WITHHOLDING RATE ARE THE ONES IN FORCE ON THE RUN
      *           DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACRL.
           SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE.
       01  REG-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       WORKING-STORAGE SECTION.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CM-OPEN                    VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-BS-EOF-SW                PIC X(01) VALUE 'N'.
       77  WS-ACCT-COUNT               PIC 9(08) VALUE 0.
       77  WS-TOTAL-INTEREST           PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-CHARGES            PIC 9(9)V99 VALUE 0.
       77  WS-WITHHOLD-AMOUNT          PIC 9(7)V99 VALUE 0.
       77  WS-WITHHOLD-RATE            PIC V9(05) VALUE 0.
       77  WS-CHARGE-AMOUNT            PIC 9(5)V99 VALUE 0.
       77  WS-RATE-SUM                 PIC 9(03)V9(05) VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 0.
       77  WS-MONTH-START              PIC 9(08) VALUE 0.
       77  WS-NEXT-MONTH-START         PIC 9(08) VALUE 0.
       77  WS-RL-KIND                  PIC X(01) VALUE SPACE.
       77  WS-RL-TAX-STATUS            PIC X(01) VALUE SPACE.
       77  WS-RL-RATE                  PIC V9(05) VALUE 0.
       77  WS-RL-AMOUNT                PIC 9(5)V99 VALUE 0.
       77  WS-RL-SOURCE                PIC X(01) VALUE SPACE.
       77  WS-TOTAL-WITHHELD           PIC 9(9)V99 VALUE 0.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-PRICE-DATE               PIC 9(08) VALUE 0.
       01  WS-PRICE-DATE-PARTS REDEFINES WS-PRICE-DATE.
           05  WS-PRICE-YYYYMM         PIC 9(06).
           05  WS-PRICE-DD             PIC 9(02).
       01  WS-ADB-TABLE.
           05  WS-ADB-ENTRY OCCURS 1000 TIMES.
               10  WS-ADB-ACCOUNT      PIC 9(08).
           05  RD-INTEREST             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE '  TARIFA '.
           05  RD-CHARGE               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE '  IR '.
           05  RD-WITHHELD             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-REG-TOTAL.
           05  FILLER                  PIC X(18) VALUE
                   'TOTAIS - JUROS:   '.
           05  RT-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  TARIFAS: '.
           05  RT-CHARGES              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE '  IR: '.
           05  RT-WITHHELD             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-MONTH-END.
           PERFORM COMPUTE-DAYS-IN-MONTH.
           PERFORM LOAD-ADB-TABLE.
           PERFORM LOAD-XREF-TABLE.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS NOT = '00'
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = '00'
               SET WS-CM-OPEN TO TRUE
           ELSE
               DISPLAY 'PROGACRL: CUSTMAST.DAT NAO DISPONIVEL - STATUS '
                       WS-CM-STATUS ' - IR PELA ALIQUOTA PADRAO'
           END-IF.

           OPEN OUTPUT ACCRUAL-FEED.
           OPEN OUTPUT ACCRUAL-REGISTER.

           PERFORM WRITE-REGISTER-TOTAL.

           CLOSE ACCOUNT-BALANCE.
           IF WS-CM-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE ACCRUAL-FEED.
           CLOSE ACCRUAL-REGISTER.

               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT AB-TYPE-LOAN AND AB-STATUS-OPEN
                       PERFORM ACCRUE-ONE-ACCOUNT
                   END-IF
           END-READ.

       ACCRUE-ONE-ACCOUNT.
           SET WS-ACCT-COUNT UP BY 1.
           MOVE 0 TO WS-INTEREST-AMOUNT.
           MOVE 0 TO WS-WITHHOLD-AMOUNT.
           PERFORM COMPUTE-INTEREST-BASE.
           IF WS-INTEREST-BASE > 0
               PERFORM COMPUTE-INTEREST
               IF WS-INTEREST-AMOUNT > 0
                   PERFORM WRITE-INTEREST-TRANSACTION
                   PERFORM COMPUTE-WITHHOLDING
                   IF WS-WITHHOLD-AMOUNT > 0
                       PERFORM WRITE-WITHHOLDING-TRANSACTION
                   END-IF
               END-IF
           END-IF.
           PERFORM LOOKUP-SERVICE-CHARGE.
           IF WS-CHARGE-AMOUNT > 0
               PERFORM WRITE-CHARGE-TRANSACTION
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       COMPUTE-INTEREST-BASE.
           END-IF.

       COMPUTE-INTEREST.
      *    EACH DAY OF THE MONTH EARNS ITS SHARE AT THE RATE IN FORCE
      *    THAT DAY: THE BASE TIMES THE AVERAGE OF THE DAILY RATES IS
      *    THE OLD FLAT MONTHLY FIGURE WHEN THE RATE NEVER CHANGED.
           MOVE 0 TO WS-RATE-SUM.
           MOVE WS-RUN-DATE (1:6) TO WS-PRICE-YYYYMM.
           PERFORM ADD-DAY-RATE
               VARYING WS-PRICE-DD FROM 1 BY 1
               UNTIL WS-PRICE-DD > WS-DAYS-IN-MONTH.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               WS-INTEREST-BASE * WS-RATE-SUM / WS-DAYS-IN-MONTH.

       ADD-DAY-RATE.
           MOVE 'J' TO WS-RL-KIND.
           PERFORM CALL-RATELOOK.
           ADD WS-RL-RATE TO WS-RATE-SUM.

       CALL-RATELOOK.
           CALL 'RATELOOK' USING WS-RL-KIND AB-ACCOUNT-TYPE
               AB-PRODUCT WS-INTEREST-BASE WS-RL-TAX-STATUS
               WS-PRICE-DATE WS-RL-RATE WS-RL-AMOUNT WS-RL-SOURCE.

       COMPUTE-DAYS-IN-MONTH.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 01          TO WS-MONTH-START (7:2).
           IF WS-RUN-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-RUN-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-RUN-YYYY * 10000 + (WS-RUN-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE (WS-MONTH-START).

       WRITE-INTEREST-TRANSACTION.
           MOVE SPACES              TO DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.
           ADD WS-INTEREST-AMOUNT   TO WS-TOTAL-INTEREST.

       COMPUTE-WITHHOLDING.
      *    THE RATE COMES FROM THE OWNING CUSTOMER'S TAX STATUS; A
      *    CUSTOMER WE CAN'T READ IS TAXED AT THE STANDARD RATE.
           MOVE AB-ACCOUNT-NUMBER TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE SPACE TO CM-TAX-STATUS.
           IF WS-CM-OPEN
               MOVE WS-XRF-CUSTOMER TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACE TO CM-TAX-STATUS
               END-READ
           END-IF.
           MOVE CM-TAX-STATUS TO WS-RL-TAX-STATUS.
           MOVE WS-RUN-DATE   TO WS-PRICE-DATE.
           MOVE 'R'           TO WS-RL-KIND.
           PERFORM CALL-RATELOOK.
           MOVE WS-RL-RATE    TO WS-WITHHOLD-RATE.
           COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-WITHHOLD-RATE.

       WRITE-WITHHOLDING-TRANSACTION.
           MOVE SPACES              TO DT-RECORD.
           SET DT-DETAIL-REC        TO TRUE.
           STRING 'IR' AB-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE AB-ACCOUNT-NUMBER   TO DT-ACCOUNT.
           MOVE WS-WITHHOLD-AMOUNT  TO DT-AMOUNT.
           MOVE WS-RUN-DATE         TO DT-TRANS-DATE.
           MOVE 'IRF'               TO DT-TRANS-TYPE.
           MOVE 'BRL'               TO DT-CURRENCY.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.
           ADD WS-WITHHOLD-AMOUNT   TO WS-TOTAL-WITHHELD.

       LOOKUP-SERVICE-CHARGE.
      *    A PRODUCT PRICED WITH NO SERVICE CHARGE GETS NO FEE.
           MOVE WS-RUN-DATE         TO WS-PRICE-DATE.
           MOVE 'T'                 TO WS-RL-KIND.
           PERFORM CALL-RATELOOK.
           MOVE WS-RL-AMOUNT        TO WS-CHARGE-AMOUNT.

       WRITE-CHARGE-TRANSACTION.
           MOVE SPACES              TO DT-RECORD.
           SET DT-DETAIL-REC        TO TRUE.
           STRING 'F' AB-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO DT-TRANS-ID.
           MOVE AB-ACCOUNT-NUMBER   TO DT-ACCOUNT.
           MOVE WS-CHARGE-AMOUNT    TO DT-AMOUNT.
           MOVE WS-RUN-DATE         TO DT-TRANS-DATE.
           MOVE 'FEE'               TO DT-TRANS-TYPE.
           MOVE 'BRL'               TO DT-CURRENCY.
           WRITE DT-RECORD.
           SET WS-GEN-COUNT UP BY 1.
           ADD WS-CHARGE-AMOUNT     TO WS-TOTAL-CHARGES.

       WRITE-FEED-HEADER.
           MOVE WS-RUN-MM           TO WS-BATCH-MM.
       WRITE-REGISTER-DETAIL.
           MOVE AB-ACCOUNT-NUMBER   TO RD-ACCOUNT.
           MOVE WS-INTEREST-AMOUNT  TO RD-INTEREST.
           MOVE WS-CHARGE-AMOUNT    TO RD-CHARGE.
           MOVE WS-WITHHOLD-AMOUNT  TO RD-WITHHELD.
           WRITE REG-LINE           FROM WS-REG-DETAIL.

       WRITE-REGISTER-TOTAL.
           MOVE WS-TOTAL-INTEREST   TO RT-INTEREST.
           MOVE WS-TOTAL-CHARGES    TO RT-CHARGES.
           MOVE WS-TOTAL-WITHHELD   TO RT-WITHHELD.
           WRITE REG-LINE           FROM WS-REG-TOTAL.

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
                       DISPLAY 'PROGACRL: TABELA DE VINCULOS CHEIA - '
                               'VINCULO IGNORADO'
                   END-IF
           END-READ.

       GET-BUSINESS-DATE.
      *    BUSDATE.DAT OVERRIDES THE SYSTEM CLOCK WHEN PRESENT, SO A
      *    PRIOR DAY'S BATCH CAN BE RERUN WITHOUT FIGHTING THE REAL
