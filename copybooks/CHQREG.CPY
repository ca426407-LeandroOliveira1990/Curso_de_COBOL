      ******************************************************************
      * Copybook:    CHQREG
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE CHEQUE REGISTER (CHQREG.DAT),
      *              KEYED BY ACCOUNT AND SERIAL NUMBER. ONE RECORD PER
      *              CHEQUE WE ISSUED: EVERY SERIAL OF A BOOK IS WRITTEN
      *              WHEN THE BOOK IS ISSUED WITH PROGCHQM, CARRYING THE
      *              FIRST AND LAST SERIAL OF THE RANGE IT CAME IN, AND
      *              STARTS LIFE ISSUED. PROGCHQM STOPS OR VOIDS A
      *              SERIAL; PROGCHQC MARKS IT PAID THE NIGHT IT
      *              ACTUALLY POSTS, WITH THE AMOUNT, AND PROGBACK PUTS
      *              IT BACK TO ISSUED IF THAT NIGHT IS BACKED OUT. A
      *              PRESENTED CHEQUE IS A WDR DETAIL WHOSE TRANSACTION
      *              ID IS 'CQ' FOLLOWED BY THE EIGHT-DIGIT SERIAL;
      *              PROGEDIT EDITS IT AGAINST THIS FILE BEFORE IT CAN
      *              POST.
      ******************************************************************
       01  CQ-RECORD.
           05  CQ-KEY.
               10  CQ-ACCOUNT          PIC 9(08).
               10  CQ-SERIAL           PIC 9(08).
           05  CQ-STATUS               PIC X(01).
               88  CQ-STATUS-ISSUED          VALUE 'I'.
               88  CQ-STATUS-PAID            VALUE 'P'.
               88  CQ-STATUS-STOPPED         VALUE 'S'.
               88  CQ-STATUS-VOIDED          VALUE 'V'.
           05  CQ-ISSUE-DATE           PIC 9(08).
           05  CQ-RANGE-FIRST          PIC 9(08).
           05  CQ-RANGE-LAST           PIC 9(08).
           05  CQ-STATUS-DATE          PIC 9(08).
           05  CQ-PAID-AMOUNT          PIC 9(7)V99.
           05  CQ-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(10).
