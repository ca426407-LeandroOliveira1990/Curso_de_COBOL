      ******************************************************************
      * Copybook:    DEPBASE
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     FIXED SUBMISSION LAYOUT OF THE QUARTERLY
      *              DEPOSIT-BASE RETURN TO THE CENTRAL BANK
      *              (DEPBASE.DAT) PROGDEPB WRITES. ONE HEADER WITH THE
      *              REFERENCE DATE, THE QUARTER AND THE LAYOUT NAME;
      *              ONE DETAIL PER LINE OF THE RETURN, EACH IN A
      *              SECTION - TIP BY ACCOUNT TYPE, MOE BY CURRENCY,
      *              FAI BY BALANCE BAND (CREDIT BALANCES ONLY), SLD
      *              CREDIT AGAINST OVERDRAWN, TOT THE WHOLE BASE -
      *              CARRYING THE ACCOUNT COUNT, THE QUARTER-END
      *              BALANCE IN BRL, THE BALANCE IN THE CURRENCY
      *              ITSELF (MOE ONLY) AND THE QUARTER'S AVERAGE
      *              BALANCE (TIP AND TOT ONLY); AND ONE TRAILER WITH
      *              THE DETAIL COUNT AND, AS CONTROL TOTALS, THE
      *              ACCOUNTS AND THE BALANCE OF THE WHOLE BASE.
      ******************************************************************
       01  DP-RECORD.
           05  DP-REC-TYPE             PIC X(01).
               88  DP-HEADER-REC             VALUE 'H'.
               88  DP-DETAIL-REC             VALUE 'D'.
               88  DP-TRAILER-REC            VALUE 'T'.
           05  DP-SECTION              PIC X(03).
           05  DP-CATEGORY             PIC X(10).
           05  DP-ACCOUNTS             PIC 9(08).
           05  DP-BALANCE              PIC S9(13)V99.
           05  DP-CCY-BALANCE          PIC S9(13)V99.
           05  DP-AVG-BALANCE          PIC S9(13)V99.
           05  FILLER                  PIC X(33).
       01  DP-HEADER REDEFINES DP-RECORD.
           05  DP-HDR-TYPE             PIC X(01).
           05  DP-HDR-REF-DATE         PIC 9(08).
           05  DP-HDR-YEAR             PIC 9(04).
           05  DP-HDR-QUARTER          PIC 9(01).
           05  DP-HDR-LAYOUT           PIC X(08).
           05  DP-HDR-SNAP-DAYS        PIC 9(03).
           05  FILLER                  PIC X(75).
       01  DP-TRAILER REDEFINES DP-RECORD.
           05  DP-TRL-TYPE             PIC X(01).
           05  DP-TRL-REC-COUNT        PIC 9(08).
           05  DP-TRL-ACCOUNTS         PIC 9(08).
           05  DP-TRL-BALANCE          PIC S9(13)V99.
           05  FILLER                  PIC X(68).
