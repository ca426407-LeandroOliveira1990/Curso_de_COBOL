      ******************************************************************
      * Copybook:    ARRIVALS
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     PARTNER FILE ARRIVAL REGISTER (ARRIVALS.DAT),
      *              APPENDED IN TIME ORDER BY THE ARRIVAL CHECK
      *              (PROGARRV) AND THE INTAKE. ONE RECORD PER EVENT ON
      *              A PARTNER'S FILE FOR A BUSINESS DATE: THE FILE WAS
      *              FIRST SEEN BEFORE THE CUT-OFF ('O') OR AFTER IT
      *              ('L', HELD FOR THE NEXT BUSINESS DAY), THE CUT-OFF
      *              PASSED WITH NO FILE ('M', ALERTED TO OPERATIONS),
      *              OR THE INTAKE TOOK THE FILE INTO ITS STORE ('T'),
      *              WHICH CLOSES THE ARRIVAL. EVENT DATE AND TIME ARE
      *              THE CLOCK'S; THE CUT-OFF IN FORCE IS KEPT WITH
      *              EACH RECORD FOR THE SERVICE REVIEWS.
      ******************************************************************
       01  AR-RECORD.
           05  AR-PARTNER-ID           PIC X(04).
           05  AR-BUSINESS-DATE        PIC 9(08).
           05  AR-EVENT                PIC X(01).
               88  AR-ON-TIME                VALUE 'O'.
               88  AR-LATE                   VALUE 'L'.
               88  AR-MISSING                VALUE 'M'.
               88  AR-TAKEN                  VALUE 'T'.
           05  AR-EVENT-DATE           PIC 9(08).
           05  AR-EVENT-TIME           PIC 9(06).
           05  AR-CUTOFF-TIME          PIC 9(04).
           05  AR-FILE-NAME            PIC X(12).
           05  FILLER                  PIC X(07).
