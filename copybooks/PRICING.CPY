      ******************************************************************
      * Copybook:    PRICING
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE PRICING MASTER (PRICING.DAT),
      *              THE EFFECTIVE-DATED RATES AND CHARGES THE NIGHT
      *              APPLIES. ONE RECORD PER RATE, KEYED BY ACCOUNT
      *              TYPE, PRODUCT, KIND OF RATE, TIER AND THE DATE IT
      *              TAKES EFFECT:
      *                J - MONTHLY INTEREST RATE FOR THE BALANCE BAND
      *                    WHOSE CEILING IS PC-BAND-CEILING;
      *                T - FLAT MONTHLY SERVICE CHARGE (PC-AMOUNT);
      *                N - NSF CHARGE ON A REFUSED DEBIT (PC-AMOUNT);
      *                R - SHARE OF AN INTEREST CREDIT WITHHELD AS
      *                    INCOME TAX FOR THE CUSTOMER TAX STATUS IN
      *                    PC-TAX-STATUS (TYPE AND PRODUCT BLANK).
      *              A BLANK PRODUCT IS THE ACCOUNT TYPE'S STANDARD
      *              PRICE, TAKEN BY EVERY PRODUCT WITHOUT ITS OWN. A
      *              RATE IS IN FORCE FROM ITS EFFECTIVE DATE UNTIL A
      *              LATER ONE FOR THE SAME KEY TAKES OVER; A SECOND
      *              RECORD FOR THE SAME KEY AND DATE REPLACES THE
      *              FIRST. NOTHING IS EVER DELETED, SO THE FILE IS ALSO
      *              THE HISTORY OF EVERY RATE. KEYED AS PENDING ('P')
      *              BY ONE OPERATOR THROUGH PROGPRCM AND ONLY IN FORCE
      *              ONCE A SECOND, DIFFERENT OPERATOR APPROVES IT
      *              ('A'); A REJECTED REQUEST STAYS AS 'R'. LOOKED UP
      *              THROUGH RATELOOK.
      * Modified:    2026-10-15 - KIND P ADDED: THE FLAT CHARGE FOR AN
      *              OVERDRAFT-PROTECTION SWEEP (PC-AMOUNT), PRICED BY
      *              ACCOUNT TYPE AND PRODUCT LIKE THE NSF CHARGE.
      ******************************************************************
       01  PC-RECORD.
           05  PC-KEY.
               10  PC-ACCOUNT-TYPE     PIC X(01).
               10  PC-PRODUCT          PIC X(02).
               10  PC-RATE-KIND        PIC X(01).
                   88  PC-KIND-INTEREST      VALUE 'J'.
                   88  PC-KIND-SERVICE       VALUE 'T'.
                   88  PC-KIND-NSF           VALUE 'N'.
                   88  PC-KIND-WITHHOLD      VALUE 'R'.
                   88  PC-KIND-SWEEP         VALUE 'P'.
               10  PC-BAND-CEILING     PIC 9(7)V99.
               10  PC-TAX-TIER REDEFINES PC-BAND-CEILING.
                   15  PC-TAX-STATUS   PIC X(01).
                   15  FILLER          PIC X(08).
               10  PC-EFFECTIVE-DATE   PIC 9(08).
           05  PC-RATE                 PIC V9(05).
           05  PC-AMOUNT               PIC 9(5)V99.
           05  PC-STATUS               PIC X(01).
               88  PC-PENDING                VALUE 'P'.
               88  PC-APPROVED               VALUE 'A'.
               88  PC-REJECTED               VALUE 'R'.
           05  PC-REQUEST-OPER         PIC X(08).
           05  PC-REQUEST-DATE         PIC 9(08).
           05  PC-REQUEST-TIME         PIC 9(08).
           05  PC-APPROVER-OPER        PIC X(08).
           05  PC-DECISION-DATE        PIC 9(08).
           05  PC-DECISION-TIME        PIC 9(08).
           05  FILLER                  PIC X(06).
