      *          THE LAST-POSTED CONTROL - THE NIGHT THE REPORTS
      *          ACTUALLY DESCRIBE.
      * Tectonics: cobc
      * Modified: 2026-10-15 - ALSO FILES THE LOAN DELINQUENCY REPORT
      *           (LOANDLQ.RPT) PROGLNDQ PRINTS EACH NIGHT.
      * Modified: 2026-10-15 - ALSO FILES THE GL RECONCILIATION REPORT
      *           (GLRECN.RPT) PROGGLRC PRINTS EACH NIGHT.
      * Modified: 2026-10-15 - ALSO FILES THE SCHEDULER'S RUN REPORT
      *           (SCHEDRUN.RPT) PROGSCHD PRINTS EACH NIGHT.
      * Modified: 2026-10-15 - ALSO FILES THE STATEMENT DELIVERY
      *           CONTROL REPORT (STMTCTL.RPT) PROGSTMT PRINTS.
      * Modified: 2026-10-15 - ALSO FILES THE QUARTER-END DEPOSIT-BASE
      *           RETURN (DEPBASE.RPT) PROGDEPB PRINTS.
      * Modified: 2026-10-15 - ALSO FILES THE CARD MATCHING REPORT
      *           (CARDMTCH.RPT) PROGCRDM PRINTS EACH NIGHT.
      * Modified: 2026-10-15 - ALSO FILES THE PARTNER FILE ARRIVAL
      *           REPORT (ARRIVAL.RPT) PROGARRV REPRINTS ON EVERY RUN.
      * Modified: 2026-10-15 - ALSO FILES THE OVERDRAFT-PROTECTION
      *           SWEEP REPORT (SWEEP.RPT) PROGPOST PRINTS EACH NIGHT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSPOL.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'TRIAL.RPT   '.
               10  FILLER              PIC X(08) VALUE 'PROGTRBL'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'LOANDLQ.RPT '.
               10  FILLER              PIC X(08) VALUE 'PROGLNDQ'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'GLRECN.RPT  '.
               10  FILLER              PIC X(08) VALUE 'PROGGLRC'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'SCHEDRUN.RPT'.
               10  FILLER              PIC X(08) VALUE 'PROGSCHD'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'STMTCTL.RPT '.
               10  FILLER              PIC X(08) VALUE 'PROGSTMT'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'DEPBASE.RPT '.
               10  FILLER              PIC X(08) VALUE 'PROGDEPB'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'CARDMTCH.RPT'.
               10  FILLER              PIC X(08) VALUE 'PROGCRDM'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'ARRIVAL.RPT '.
               10  FILLER              PIC X(08) VALUE 'PROGARRV'.
           05  FILLER.
               10  FILLER              PIC X(12) VALUE 'SWEEP.RPT   '.
               10  FILLER              PIC X(08) VALUE 'PROGPOST'.
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-TABLE-VALUES.
           05  WS-RPT-ENTRY OCCURS 18 TIMES.
               10  WS-RPT-NAME         PIC X(12).
               10  WS-RPT-PRODUCER     PIC X(08).
       77  WS-REPORT-TABLE-SIZE        PIC 9(02) VALUE 18.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-FILE-DATE.
