      ******************************************************************
      * Copybook:    POSTORD
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     ONE-RECORD CONTROL FILE FOR THE POSTING RUN
      *              (POSTORD.DAT). NAMES THE ORDER IN WHICH EACH
      *              ACCOUNT'S ITEMS FOR THE NIGHT ARE APPLIED, AND SO
      *              CHECKED AGAINST THE OVERDRAFT LIMIT: 'C' ALL
      *              CREDITS FIRST, THEN THE DEBITS FROM THE SMALLEST TO
      *              THE LARGEST (THE HOUSE DEFAULT, ALSO TAKEN WHEN THE
      *              FILE IS MISSING OR THE CODE UNKNOWN); 'G' ALL
      *              CREDITS FIRST, THEN THE DEBITS FROM THE LARGEST TO
      *              THE SMALLEST; 'A' THE ORDER THE ITEMS ARRIVED IN ON
      *              THE CLEAN FILE. ITEMS THAT TIE KEEP THEIR ARRIVAL
      *              ORDER.
      ******************************************************************
       01  PO-RECORD.
           05  PO-POLICY               PIC X(01).
               88  PO-CREDITS-SMALL-DEBITS   VALUE 'C'.
               88  PO-CREDITS-LARGE-DEBITS   VALUE 'G'.
               88  PO-ARRIVAL-ORDER          VALUE 'A'.
               88  PO-POLICY-VALID           VALUE 'C' 'G' 'A'.
           05  FILLER                  PIC X(19).
