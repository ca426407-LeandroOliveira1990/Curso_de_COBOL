      ******************************************************************
      * Copybook:    GLSENT
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL
      *              REGISTER (GLSENT.DAT). PROGGLEX APPENDS ONE RECORD
      *              EVERY TIME IT CUTS GLEXTR.DAT, CARRYING THE
      *              BUSINESS DATE THE JOURNAL BELONGS TO AND THE
      *              TRAILER'S RECORD COUNT AND HASH TOTAL, SO THE
      *              JOURNAL CAN STILL BE PROVED AFTER THE NEXT NIGHT
      *              OVERWRITES THE EXTRACT. PROGGLRC MATCHES IT BY
      *              BUSINESS DATE TO THE LEDGER'S ACCEPTANCE AND MARKS
      *              IT CONFIRMED, REJECTED OR DIVERGENT. A RERUN OF
      *              THE EXTRACT APPENDS A NEWER RECORD FOR THE SAME
      *              DATE, AND THE NEWER ONE IS THE ONE THAT COUNTS.
      ******************************************************************
       01  GS-RECORD.
           05  GS-BUSINESS-DATE        PIC 9(08).
           05  GS-REC-COUNT            PIC 9(10).
           05  GS-HASH-AMOUNT          PIC S9(11)V99.
           05  GS-STATUS               PIC X(01).
               88  GS-STATUS-SENT            VALUE 'S'.
               88  GS-STATUS-CONFIRMED       VALUE 'C'.
               88  GS-STATUS-REJECTED        VALUE 'R'.
               88  GS-STATUS-DIVERGENT       VALUE 'D'.
           05  GS-STATUS-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).
