      ******************************************************************
      * Copybook:    SCHEDHST
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     SCHEDULER RUN HISTORY (SCHEDHST.DAT), APPENDED BY
      *              PROGSCHD EACH TIME IT CALLS A JOB: THE BUSINESS
      *              DATE THE JOB RAN FOR, THE JOB, THE PHASE, ITS
      *              CONDITION CODE AND WHEN IT FINISHED. A JOB WITH A
      *              CODE OF 4 OR LESS FOR A DATE IS DONE FOR THAT
      *              DATE - A RESTARTED NIGHT DOES NOT RUN IT AGAIN,
      *              AND A JOB THAT DEPENDS ON IT MAY GO.
      ******************************************************************
       01  SH-RECORD.
           05  SH-BUSINESS-DATE        PIC 9(08).
           05  SH-JOB-NAME             PIC X(08).
           05  SH-PHASE                PIC X(01).
           05  SH-RETURN-CODE          PIC 9(04).
           05  SH-END-DATE             PIC 9(08).
           05  SH-END-TIME             PIC 9(08).
           05  FILLER                  PIC X(03).
