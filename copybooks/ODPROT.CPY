      ******************************************************************
      * Copybook:    ODPROT
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     OVERDRAFT-PROTECTION ENROLMENTS (ODPROT.DAT). ONE
      *              RECORD PER PROTECTED CHECKING ACCOUNT, NAMING THE
      *              SAVINGS ACCOUNT OF THE SAME CUSTOMER (PER THE
      *              CUSTXREF CROSS-REFERENCE) THAT COVERS IT. WHEN A
      *              DEBIT WOULD TAKE THE CHECKING ACCOUNT PAST ITS
      *              OVERDRAFT LIMIT, THE POSTING RUN FIRST SWEEPS THE
      *              SHORTFALL ACROSS FROM THE SAVINGS ACCOUNT, ROUNDED
      *              UP TO A WHOLE OP-INCREMENT (ZERO = THE EXACT
      *              SHORTFALL), AND ONLY REFUSES THE DEBIT WHEN THE
      *              SAVINGS CAN'T COVER IT. MAINTAINED WITH PROGODPR
      *              BEHIND OPRSEC, EVERY ENROLMENT AND CANCELLATION ON
      *              THE AUDIT TRAIL.
      ******************************************************************
       01  OP-RECORD.
           05  OP-CHECKING-ACCOUNT     PIC 9(08).
           05  OP-SAVINGS-ACCOUNT      PIC 9(08).
           05  OP-INCREMENT            PIC 9(5)V99.
           05  OP-ENROL-DATE           PIC 9(08).
           05  OP-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(06).
