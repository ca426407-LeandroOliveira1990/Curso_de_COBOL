      ******************************************************************
      * Copybook:    FEEDHOLD
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     INTAKE STORE (FEEDHOLD.DAT). THE INTAKE COPIES
      *              EVERY PARTNER FILE THAT HAS ARRIVED INTO THIS
      *              STORE, LINE BY LINE, BEFORE CONVERTING ANYTHING,
      *              AND EMPTIES THE PARTNER'S FILE SO THE NEXT
      *              DELIVERY LANDS CLEAN. EACH LINE CARRIES THE
      *              BUSINESS DATE THE FILE WAS DUE FOR, WHETHER IT
      *              ARRIVED BEFORE OR AFTER THE CUT-OFF, THE ARRIVAL
      *              STAMP THAT TELLS ONE FILE FROM THE NEXT, AND THE
      *              BUSINESS DATE WHOSE INTAKE CONVERTED IT (ZERO
      *              WHILE A LATE FILE IS HELD). A RERUN OF THE SAME
      *              NIGHT CONVERTS THE LINES STAMPED WITH ITS OWN DATE
      *              AGAIN; OLDER CONVERTED LINES ARE DROPPED.
      ******************************************************************
       01  FH-RECORD.
           05  FH-PARTNER-ID           PIC X(04).
           05  FH-DUE-DATE             PIC 9(08).
           05  FH-ARRIVAL-STATUS       PIC X(01).
               88  FH-ARRIVED-ON-TIME        VALUE 'O'.
               88  FH-ARRIVED-LATE           VALUE 'L'.
           05  FH-ARRIVAL-DATE         PIC 9(08).
           05  FH-ARRIVAL-TIME         PIC 9(06).
           05  FH-FED-DATE             PIC 9(08).
           05  FH-LINE                 PIC X(80).
