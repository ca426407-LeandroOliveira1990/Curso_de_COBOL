      *              THE SIGN IS HONORED AS-IS, AND IT MAY POST TO AN
      *              INACTIVE ACCOUNT LIKE THE OTHER SYSTEM-GENERATED
      *              MOVEMENTS.
      * Modified:    2026-10-15 - LNI ADDED: THE INSTALLMENT INTEREST
      *              THE LOAN GENERATION STEP (PROGLNGN) DEBITS TO THE
      *              REPAYMENT ACCOUNT. THE PRINCIPAL PART OF THE SAME
      *              INSTALLMENT TRAVELS AS AN ORDINARY TRF TO THE LOAN
      *              ACCOUNT. DEBITS, AND MAY POST TO AN INACTIVE
      *              ACCOUNT LIKE THE OTHER SYSTEM-GENERATED CHARGES.
      * Modified:    2026-10-15 - IRF ADDED: THE INCOME TAX WITHHELD AT
      *              SOURCE FROM AN INTEREST CREDIT, GENERATED WITH THE
      *              INT IT BELONGS TO. DEBITS, AND MAY POST TO AN
      *              INACTIVE ACCOUNT LIKE THE INTEREST ITSELF.
      * Modified:    2026-10-15 - PGE/PGD/PGC ADDED FOR PAYMENTS TO AN
      *              ACCOUNT AT ANOTHER BANK. PGE IS THE FEED-SIDE
      *              RECORD (NET ZERO, LIKE TRF), WITH THE BENEFICIARY
      *              ON THE PAYMENT REGISTER (PAYINST); THE DUPLICATE-
      *              CHECK STEP EXPANDS IT INTO THE PGD DEBIT ON THE
      *              CUSTOMER AND THE PGC CREDIT ON THE CLEARING
      *              SETTLEMENT ACCOUNT.
      * Modified:    2026-10-15 - CRT AND ATM ADDED FOR CARD
      *              SETTLEMENTS - A PURCHASE AND A CASH WITHDRAWAL
      *              MADE WITH THE CARD. BOTH DEBIT, AND CARRY THE
      *              AUTHORIZATION CODE IN THE CONTRA-ACCOUNT FIELD SO
      *              THE CARD MATCHING STEP CAN RELEASE THE HOLD THE
      *              AUTHORIZATION PUT ON THE ACCOUNT.
      * Modified:    2026-10-15 - SWD/SWC/SWF ADDED FOR OVERDRAFT
      *              PROTECTION. THE POSTING RUN GENERATES THE SWD
      *              (DEBIT ON THE LINKED SAVINGS ACCOUNT) AND SWC
      *              (CREDIT ON THE CHECKING ACCOUNT) LEGS OF A SWEEP
      *              STRAIGHT ONTO THE CLEAN FILE, AND THE SWF CHARGE
      *              FOR IT ON THE FEE FEED. SWF MAY POST TO AN
      *              INACTIVE ACCOUNT LIKE THE OTHER SYSTEM-GENERATED
      *              CHARGES.
      ******************************************************************
       01  TT-TABLE-VALUES.
           05  FILLER.
               10  FILLER         PIC X(01) VALUE 'S'.
               10  FILLER         PIC X(01) VALUE 'Y'.
               10  FILLER         PIC X(20) VALUE 'ESTORNO DO PARCEIRO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'LNI'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'Y'.
               10  FILLER         PIC X(20) VALUE 'JUROS DE EMPRESTIMO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'IRF'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'Y'.
               10  FILLER         PIC X(20) VALUE 'IR RETIDO NA FONTE'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'PGE'.
               10  FILLER         PIC X(01) VALUE 'Z'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'PAGAMENTO EXTERNO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'PGD'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'PAG EXT - DEBITO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'PGC'.
               10  FILLER         PIC X(01) VALUE 'C'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'PAG EXT - CREDITO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'CRT'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'COMPRA COM CARTAO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'ATM'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'SAQUE CARTAO ATM'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'SWD'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'PROTECAO - DEBITO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'SWC'.
               10  FILLER         PIC X(01) VALUE 'C'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'PROTECAO - CREDITO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE 'SWF'.
               10  FILLER         PIC X(01) VALUE 'D'.
               10  FILLER         PIC X(01) VALUE 'Y'.
               10  FILLER         PIC X(20) VALUE 'TARIFA PROTECAO'.
           05  FILLER.
               10  FILLER         PIC X(03) VALUE SPACES.
               10  FILLER         PIC X(01) VALUE 'S'.
               10  FILLER         PIC X(01) VALUE 'N'.
               10  FILLER         PIC X(20) VALUE 'LEGADO'.
       01  TT-TABLE REDEFINES TT-TABLE-VALUES.
           05  TT-ENTRY OCCURS 21 TIMES INDEXED BY TT-IDX.
               10  TT-TYPE-CODE   PIC X(03).
               10  TT-SIGN-CODE   PIC X(01).
                   88  TT-SIGN-DEBIT      VALUE 'D'.
               10  TT-INACTIVE-OK-SW PIC X(01).
                   88  TT-INACTIVE-OK     VALUE 'Y'.
               10  TT-DESCRIPTION PIC X(20).
       77  TT-TABLE-SIZE          PIC 9(02) VALUE 21.
