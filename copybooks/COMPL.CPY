      *              SAME-DIRECTION POSTINGS AGGREGATE OVER IT IN
      *              UNDER-THRESHOLD PIECES ('A'), WITH THE CUSTOMER'S
      *              NAME AND ADDRESS FROM CUSTMAST.
      * Modified:    2026-10-15 - THE AGGREGATE IS NOW TAKEN PER
      *              HOUSEHOLD (HOUSEHLD.DAT) RATHER THAN PER ACCOUNT.
      *              ONE SPREAD OVER SEVERAL OF THE HOUSEHOLD'S
      *              ACCOUNTS IS KIND 'H', WITH THE FIRST ACCOUNT SEEN
      *              AND THE HOUSEHOLD'S FIRST CUSTOMER'S NAME AND
      *              ADDRESS. CO-HOUSEHOLD IS ADDED TO EVERY DETAIL AND
      *              THE RECORD GROWS BY 3 BYTES - THE REPORT IS WRITTEN
      *              AFRESH EACH NIGHT, SO NO OLD FILE IS READ WITH THE
      *              NEW LAYOUT.
      ******************************************************************
       01  CO-RECORD.
           05  CO-REC-TYPE             PIC X(01).
           05  CO-KIND                 PIC X(01).
               88  CO-KIND-SINGLE            VALUE 'U'.
               88  CO-KIND-AGGREGATE         VALUE 'A'.
               88  CO-KIND-HOUSEHOLD         VALUE 'H'.
           05  CO-ACCOUNT              PIC X(10).
           05  CO-AMOUNT               PIC S9(9)V99.
           05  CO-CUST-NAME            PIC X(30).
           05  CO-CUST-ADDRESS         PIC X(40).
           05  CO-HOUSEHOLD            PIC 9(08).
       01  CO-SUMMARY REDEFINES CO-RECORD.
           05  CO-SUM-TYPE             PIC X(01).
           05  CO-SUM-COUNT            PIC 9(05).
           05  FILLER                  PIC X(95).
