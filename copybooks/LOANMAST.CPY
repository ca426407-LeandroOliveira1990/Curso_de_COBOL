      ******************************************************************
      * Copybook:    LOANMAST
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE LOAN MASTER (LOANMAST.DAT).
      *              ONE RECORD PER LOAN. THE LOAN ITSELF IS AN
      *              AB-TYPE-LOAN ACCOUNT ON ACCTBAL.DAT WHOSE BALANCE
      *              IS MINUS THE PRINCIPAL STILL OWED; THIS RECORD
      *              CARRIES WHAT THE BALANCE MASTER CAN'T - THE
      *              REPAYMENT ACCOUNT THE INSTALLMENTS ARE DRAWN FROM,
      *              THE ORIGINAL PRINCIPAL, THE MONTHLY RATE, THE
      *              TERM, THE FIXED (PRICE-TABLE) INSTALLMENT, THE
      *              NEXT DUE DATE AND THE PAYOFF FIGURE. MAINTAINED
      *              WITH PROGLNMT. PROGLNGN SENDS THE DISBURSEMENT
      *              AND THE DUE INSTALLMENTS INTO THE FEED AND PARKS
      *              EACH ONE IN THE LN-PEND- FIELDS; PROGLNDQ, AFTER
      *              THE POSTING RUN, SETTLES THE PENDING AMOUNTS
      *              AGAINST WHAT ACTUALLY POSTED, MOVES WHAT DIDN'T
      *              INTO ARREARS, REFRESHES THE PRINCIPAL FROM THE
      *              BALANCE MASTER AND RECOMPUTES THE PAYOFF.
      *              LN-PAYOFF-AMOUNT IS THE PRINCIPAL OWED PLUS THE
      *              INSTALLMENT INTEREST IN ARREARS, AS OF THE LAST
      *              DUE DATE.
      ******************************************************************
       01  LN-RECORD.
           05  LN-LOAN-ACCOUNT         PIC 9(08).
           05  LN-REPAY-ACCOUNT        PIC 9(08).
           05  LN-STATUS               PIC X(01).
               88  LN-STATUS-PENDING         VALUE 'P'.
               88  LN-STATUS-DISBURSING      VALUE 'L'.
               88  LN-STATUS-ACTIVE          VALUE 'A'.
               88  LN-STATUS-PAID-OFF        VALUE 'Q'.
           05  LN-ORIG-PRINCIPAL       PIC 9(7)V99.
           05  LN-PRINCIPAL-BALANCE    PIC 9(7)V99.
           05  LN-MONTHLY-RATE         PIC V9(05).
           05  LN-TERM-MONTHS          PIC 9(03).
           05  LN-INSTALLMENTS-DUE     PIC 9(03).
           05  LN-PAYMENT-AMOUNT       PIC 9(7)V99.
           05  LN-NEXT-DUE-DATE        PIC 9(08).
           05  LN-PAYOFF-AMOUNT        PIC 9(7)V99.
           05  LN-PEND-COUNT           PIC 9(02).
           05  LN-PEND-DUE-DATE        PIC 9(08).
           05  LN-PEND-PRINCIPAL       PIC 9(7)V99.
           05  LN-PEND-INTEREST        PIC 9(7)V99.
           05  LN-ARREARS-COUNT        PIC 9(03).
           05  LN-ARREARS-PRINCIPAL    PIC 9(7)V99.
           05  LN-ARREARS-INTEREST     PIC 9(7)V99.
           05  LN-OLDEST-MISSED-DATE   PIC 9(08).
           05  LN-LAST-PAID-DATE       PIC 9(08).
           05  LN-OPEN-DATE            PIC 9(08).
           05  FILLER                  PIC X(10).
