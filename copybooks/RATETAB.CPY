      * Modified:    2026-09-02 - RATE-NSF-FEE ADDED: THE FLAT CHARGE
      *              THE POSTING RUN GENERATES WHEN A DEBIT BREACHES
      *              THE ACCOUNT'S OVERDRAFT LIMIT AND IS REFUSED.
      * Modified:    2026-10-15 - INCOME-TAX WITHHOLDING TABLE ADDED:
      *              ONE ENTRY PER CUSTOMER TAX STATUS (CM-TAX-STATUS)
      *              WITH THE SHARE OF EVERY INTEREST CREDIT WITHHELD
      *              AT SOURCE. THE BLANK ENTRY IS A CUSTOMER WHOSE
      *              STATUS WAS NEVER SET AND PAYS THE STANDARD RATE;
      *              A STATUS NOT ON THE TABLE PAYS IT TOO.
      * Modified:    2026-10-15 - RATES ARE NOW PRICED FROM THE
      *              EFFECTIVE-DATED PRICING MASTER (PRICING.DAT).
      *              THIS TABLE STAYS AS THE OPENING PRICE LIST, IN
      *              FORCE FOR ANY KEY THE MASTER HAS NO PRICE FOR, AND
      *              ONLY RATELOOK CONSULTS IT.
      * Modified:    2026-10-15 - RATE-SWEEP-FEE ADDED: THE FLAT CHARGE
      *              FOR AN OVERDRAFT-PROTECTION SWEEP FROM THE LINKED
      *              SAVINGS ACCOUNT, KEPT BELOW THE NSF FEE IT SAVES.
      ******************************************************************
       01  RATE-TABLE-VALUES.
           05  FILLER.
       77  RATE-TABLE-SIZE             PIC 9(02) VALUE 3.
       77  RATE-SERVICE-CHARGE         PIC 9(5)V99 VALUE 00012.50.
       77  RATE-NSF-FEE                PIC 9(5)V99 VALUE 00035.00.
       77  RATE-SWEEP-FEE              PIC 9(5)V99 VALUE 00010.00.
       01  RATE-WHT-VALUES.
           05  FILLER.
               10  FILLER         PIC X(01)   VALUE SPACE.
               10  FILLER         PIC V9(04)  VALUE .1500.
           05  FILLER.
               10  FILLER         PIC X(01)   VALUE 'T'.
               10  FILLER         PIC V9(04)  VALUE .1500.
           05  FILLER.
               10  FILLER         PIC X(01)   VALUE 'I'.
               10  FILLER         PIC V9(04)  VALUE .0000.
           05  FILLER.
               10  FILLER         PIC X(01)   VALUE 'N'.
               10  FILLER         PIC V9(04)  VALUE .2500.
       01  RATE-WHT-TABLE REDEFINES RATE-WHT-VALUES.
           05  RATE-WHT-ENTRY OCCURS 4 TIMES INDEXED BY RATE-WHT-IDX.
               10  RATE-WHT-STATUS     PIC X(01).
               10  RATE-WHT-RATE       PIC V9(04).
       77  RATE-WHT-STANDARD           PIC V9(04) VALUE .1500.
