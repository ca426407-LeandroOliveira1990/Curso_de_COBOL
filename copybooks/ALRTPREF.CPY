      ******************************************************************
      * Copybook:    ALRTPREF
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE CUSTOMER ALERT PREFERENCES
      *              (ALRTPREF.DAT), KEYED ON CUSTOMER NUMBER. CARRIES
      *              THE CHANNEL THE CUSTOMER WANTS ALERTS ON (S = SMS,
      *              E = E-MAIL), THE MOBILE NUMBER AND E-MAIL ADDRESS
      *              (A BLANK MOBILE FALLS BACK TO THE KYC PHONE), ONE
      *              OPT-IN FLAG PER EVENT TYPE ('S' = SEND, ANYTHING
      *              ELSE = DON'T), AND THE TWO AMOUNTS THE CUSTOMER
      *              CHOSE: THE BALANCE BELOW WHICH A DEBIT NIGHT RAISES
      *              A LOW-BALANCE ALERT, AND THE SINGLE-DEBIT AMOUNT AT
      *              OR ABOVE WHICH A DEBIT IS ALERTED (ZERO = EVERY
      *              DEBIT). A CUSTOMER WITH NO RECORD HERE RECEIVES NO
      *              ALERTS. MAINTAINED WITH PROGALPM BEHIND OPRSEC;
      *              READ BY THE NIGHTLY ALERT EXTRACT (PROGALRT).
      * Modified:    2026-10-15 - STATEMENT DELIVERY PREFERENCE (P =
      *              PAPER, E = ELECTRONIC TO AF-EMAIL, A = BOTH; BLANK
      *              = PAPER) TAKEN FROM FILLER FOR THE MONTHLY
      *              STATEMENT RUN (PROGSTMT). A CUSTOMER WITH NO
      *              RECORD HERE GETS PAPER.
      ******************************************************************
       01  AF-RECORD.
           05  AF-CUST-NUMBER          PIC 9(08).
           05  AF-CHANNEL              PIC X(01).
               88  AF-CHANNEL-SMS            VALUE 'S'.
               88  AF-CHANNEL-EMAIL          VALUE 'E'.
           05  AF-MOBILE               PIC X(15).
           05  AF-EMAIL                PIC X(50).
           05  AF-OPT-FLAGS.
               10  AF-OPT-NSF          PIC X(01).
               10  AF-OPT-FEE          PIC X(01).
               10  AF-OPT-HOLD         PIC X(01).
               10  AF-OPT-LOW-BALANCE  PIC X(01).
               10  AF-OPT-LARGE-DEBIT  PIC X(01).
               10  AF-OPT-ORDER-FAIL   PIC X(01).
           05  AF-OPT-TABLE REDEFINES AF-OPT-FLAGS.
               10  AF-OPT-EVENT        PIC X(01) OCCURS 6 TIMES.
           05  AF-LOW-BALANCE          PIC S9(7)V99.
           05  AF-LARGE-DEBIT          PIC 9(7)V99.
           05  AF-LAST-UPDATE-DATE     PIC 9(08).
           05  AF-OPERATOR-ID          PIC X(08).
           05  AF-STMT-DELIVERY        PIC X(01).
               88  AF-STMT-PAPER             VALUE SPACE 'P'.
               88  AF-STMT-ELECTRONIC        VALUE 'E'.
               88  AF-STMT-BOTH              VALUE 'A'.
           05  FILLER                  PIC X(19).
