      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: PARTNER FILE ARRIVAL CHECK. RUN BY THE FILE-TRANSFER
      *          JOB AFTER EVERY DELIVERY AND AS OFTEN AS OPERATIONS
      *          LIKES DURING THE DAY, AND CALLED BY THE INTAKE BEFORE
      *          IT CONVERTS ANYTHING. FOR EVERY PARTNER ON
      *          PARTNERS.DAT WHOSE FILE IS SITTING THERE WITH NO OPEN
      *          ARRIVAL ON ARRIVALS.DAT, STAMPS THE ARRIVAL WITH THE
      *          CLOCK - ON TIME IF IT CAME BY THE PARTNER'S CUT-OFF ON
      *          THE BUSINESS DATE (OR ANY TIME BEFORE THAT DATE),
      *          LATE OTHERWISE, AND THE INTAKE HOLDS A LATE FILE FOR
      *          THE NEXT BUSINESS DAY. A PARTNER WITH A CUT-OFF THAT
      *          HAS PASSED WITH NO FILE FOR THE BUSINESS DATE IS
      *          REGISTERED MISSING AND ALERTED ONCE TO THE OPERATIONS
      *          LOG (COND CODE 4). EVERY RUN REPRINTS THE DAY'S
      *          ARRIVAL REPORT (ARRIVAL.RPT): EACH PARTNER'S CUT-OFF,
      *          TODAY'S STATUS AND ARRIVAL TIME, AND ITS ON-TIME,
      *          LATE AND MISSING COUNTS FOR THE MONTH AND FOR THE
      *          WHOLE REGISTER, FOR THE SERVICE REVIEWS. A MISSING
      *          DAY WHOSE FILE TURNS UP LATE COUNTS AS LATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGARRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FEED ASSIGN TO WS-PF-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PF-STATUS.
           SELECT PARTNER-REGISTRY ASSIGN TO "PARTNERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PR-STATUS.
           SELECT ARRIVAL-REGISTER ASSIGN TO "ARRIVALS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AR-STATUS.
           SELECT ARRIVAL-REPORT ASSIGN TO "ARRIVAL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FEED.
       01  PF-LINE                     PIC X(80).
       FD  PARTNER-REGISTRY.
           COPY PARTNERS.
       FD  ARRIVAL-REGISTER.
           COPY ARRIVALS.
       FD  ARRIVAL-REPORT.
       01  AV-LINE                     PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-PF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PF-FILENAME              PIC X(12) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-CLOCK-DATE               PIC 9(08) VALUE 0.
       77  WS-CLOCK-TIME               PIC 9(08) VALUE 0.
       77  WS-CLOCK-HHMM               PIC 9(04) VALUE 0.
       77  WS-PARTNER-COUNT            PIC 9(02) VALUE 0.
       77  WS-PARTNER-IDX              PIC 9(02) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(02) VALUE 0.
       77  WS-ARRIVED-COUNT            PIC 9(04) VALUE 0.
       77  WS-MISSING-COUNT            PIC 9(04) VALUE 0.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGARRV'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'W'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS02'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-PARTNER-TABLE.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PARTNER-ID    PIC X(04).
               10  WS-PT-FILE-NAME     PIC X(12).
               10  WS-PT-CUTOFF        PIC 9(04).
               10  WS-PT-PENDING-SW    PIC X(01).
                   88  WS-PT-PENDING         VALUE 'Y'.
               10  WS-PT-TODAY-EVENT   PIC X(01).
               10  WS-PT-TODAY-TIME    PIC 9(06).
               10  WS-PT-LAST-MISSING  PIC 9(08).
               10  WS-PT-MTD-ON-TIME   PIC 9(04).
               10  WS-PT-MTD-LATE      PIC 9(04).
               10  WS-PT-MTD-MISSING   PIC 9(04).
               10  WS-PT-ALL-ON-TIME   PIC 9(05).
               10  WS-PT-ALL-LATE      PIC 9(05).
               10  WS-PT-ALL-MISSING   PIC 9(05).
       01  WS-OPS-MISSING-TEXT.
           05  FILLER                  PIC X(21) VALUE
                   'ARQUIVO DO PARCEIRO '.
           05  OT-PARTNER-ID           PIC X(04).
           05  FILLER                  PIC X(26) VALUE
                   ' AUSENTE NO CORTE - DATA '.
           05  OT-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
       01  WS-AV-HEADER.
           05  FILLER                  PIC X(41) VALUE
                   'CHEGADA DOS ARQUIVOS DE PARCEIROS - DATA:'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  HORA: '.
           05  AH-CLOCK-TIME.
               10  AH-CLOCK-HH         PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  AH-CLOCK-MM         PIC 9(02).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-AV-LEGEND.
           05  FILLER                  PIC X(06) VALUE 'PARC'.
           05  FILLER                  PIC X(07) VALUE 'CORTE'.
           05  FILLER                  PIC X(11) VALUE 'HOJE'.
           05  FILLER                  PIC X(11) VALUE 'CHEGADA'.
           05  FILLER                  PIC X(17) VALUE 'MES (P/A/F)'.
           05  FILLER                  PIC X(28) VALUE 'TOTAL (P/A/F)'.
       01  WS-AV-FOOTER.
           05  FILLER                  PIC X(45) VALUE
                   'P = NO PRAZO   A = ATRASADO   F = AUSENTE NO '.
           05  FILLER                  PIC X(35) VALUE
                   'CORTE'.
       01  WS-AV-DETAIL.
           05  AD-PARTNER-ID           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-CUTOFF.
               10  AD-CUTOFF-HH        PIC X(02).
               10  AD-CUTOFF-SEP       PIC X(01).
               10  AD-CUTOFF-MM        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-STATUS               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AD-ARRIVAL.
               10  AD-ARRIVAL-HH       PIC X(02).
               10  AD-ARRIVAL-SEP-1    PIC X(01).
               10  AD-ARRIVAL-MM       PIC X(02).
               10  AD-ARRIVAL-SEP-2    PIC X(01).
               10  AD-ARRIVAL-SS       PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AD-MTD-ON-TIME          PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  AD-MTD-LATE             PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  AD-MTD-MISSING          PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AD-ALL-ON-TIME          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  AD-ALL-LATE             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  AD-ALL-MISSING          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-TIME-PARTS.
           05  WS-TP-HH                PIC 9(02).
           05  WS-TP-MM                PIC 9(02).
           05  WS-TP-SS                PIC 9(02).
       01  WS-TIME-NUM REDEFINES WS-TIME-PARTS
                                       PIC 9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME (1:4) TO WS-CLOCK-HHMM.
           MOVE 0 TO WS-ARRIVED-COUNT WS-MISSING-COUNT.

           PERFORM LOAD-PARTNER-REGISTRY.
           PERFORM LOAD-ARRIVAL-REGISTER.

           OPEN EXTEND ARRIVAL-REGISTER.
           IF WS-AR-STATUS = '35'
               OPEN OUTPUT ARRIVAL-REGISTER
           END-IF.
           PERFORM CHECK-ONE-PARTNER
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT.
           CLOSE ARRIVAL-REGISTER.

           PERFORM PRINT-ARRIVAL-REPORT.

           DISPLAY 'PROGARRV: CHEGADAS REGISTRADAS: ' WS-ARRIVED-COUNT
                   ' AUSENTES NO CORTE: ' WS-MISSING-COUNT.
           IF WS-MISSING-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       LOAD-PARTNER-REGISTRY.
      *    THE SAME NO-REGISTRY FALLBACK THE INTAKE USES - THE LONE
      *    PARTNER.CSV SENDER, WITH NO CUT-OFF.
           MOVE 0   TO WS-PARTNER-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PARTNER-REGISTRY.
           IF WS-PR-STATUS = '00'
               PERFORM LOAD-NEXT-PARTNER UNTIL WS-EOF
               CLOSE PARTNER-REGISTRY
           END-IF.
           IF WS-PARTNER-COUNT = 0
               MOVE 1             TO WS-PARTNER-COUNT
               MOVE 'LGCY'        TO WS-PT-PARTNER-ID (1)
               MOVE 'PARTNER.CSV' TO WS-PT-FILE-NAME (1)
               MOVE 0             TO WS-PT-CUTOFF (1)
               PERFORM CLEAR-PARTNER-TALLIES
           END-IF.

       LOAD-NEXT-PARTNER.
           READ PARTNER-REGISTRY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PARTNER-COUNT < 20
                       SET WS-PARTNER-COUNT UP BY 1
                       MOVE PR-PARTNER-ID
                           TO WS-PT-PARTNER-ID (WS-PARTNER-COUNT)
                       MOVE PR-FILE-NAME
                           TO WS-PT-FILE-NAME (WS-PARTNER-COUNT)
                       IF PR-CUTOFF-TIME IS NUMERIC
                           MOVE PR-CUTOFF-TIME
                               TO WS-PT-CUTOFF (WS-PARTNER-COUNT)
                       ELSE
                           MOVE 0 TO WS-PT-CUTOFF (WS-PARTNER-COUNT)
                       END-IF
                       PERFORM CLEAR-PARTNER-TALLIES
                   END-IF
           END-READ.

       CLEAR-PARTNER-TALLIES.
           MOVE 'N'    TO WS-PT-PENDING-SW (WS-PARTNER-COUNT).
           MOVE SPACE  TO WS-PT-TODAY-EVENT (WS-PARTNER-COUNT).
           MOVE 0      TO WS-PT-TODAY-TIME (WS-PARTNER-COUNT)
                          WS-PT-LAST-MISSING (WS-PARTNER-COUNT)
                          WS-PT-MTD-ON-TIME (WS-PARTNER-COUNT)
                          WS-PT-MTD-LATE (WS-PARTNER-COUNT)
                          WS-PT-MTD-MISSING (WS-PARTNER-COUNT)
                          WS-PT-ALL-ON-TIME (WS-PARTNER-COUNT)
                          WS-PT-ALL-LATE (WS-PARTNER-COUNT)
                          WS-PT-ALL-MISSING (WS-PARTNER-COUNT).

       LOAD-ARRIVAL-REGISTER.
      *    THE REGISTER IS IN TIME ORDER, SO REPLAYING IT LEAVES EACH
      *    PARTNER WITH ITS OPEN ARRIVAL (IF ANY), TODAY'S STATUS AND
      *    ITS COUNTS. A PARTNER NO LONGER REGISTERED IS PASSED OVER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARRIVAL-REGISTER.
           IF WS-AR-STATUS = '00'
               PERFORM LOAD-NEXT-ARRIVAL UNTIL WS-EOF
               CLOSE ARRIVAL-REGISTER
           END-IF.

       LOAD-NEXT-ARRIVAL.
           READ ARRIVAL-REGISTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM FIND-PARTNER-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       PERFORM TALLY-ARRIVAL-EVENT
                   END-IF
           END-READ.

       FIND-PARTNER-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-PARTNER-ENTRY
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
                   OR WS-FOUND-IDX NOT = 0.

       MATCH-PARTNER-ENTRY.
           IF WS-PT-PARTNER-ID (WS-PARTNER-IDX) = AR-PARTNER-ID
               MOVE WS-PARTNER-IDX TO WS-FOUND-IDX
           END-IF.

       TALLY-ARRIVAL-EVENT.
      *    A FILE THAT TURNS UP LATE FOR A DAY ALREADY REGISTERED
      *    MISSING TAKES THAT DAY OUT OF THE MISSING COUNT.
           IF AR-ON-TIME OR AR-LATE
               MOVE 'Y' TO WS-PT-PENDING-SW (WS-FOUND-IDX)
               IF AR-BUSINESS-DATE = WS-RUN-DATE
                   MOVE AR-EVENT TO WS-PT-TODAY-EVENT (WS-FOUND-IDX)
                   MOVE AR-EVENT-TIME
                       TO WS-PT-TODAY-TIME (WS-FOUND-IDX)
               END-IF
               IF AR-ON-TIME
                   ADD 1 TO WS-PT-ALL-ON-TIME (WS-FOUND-IDX)
                   IF AR-BUSINESS-DATE (1:6) = WS-RUN-DATE (1:6)
                       ADD 1 TO WS-PT-MTD-ON-TIME (WS-FOUND-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-PT-ALL-LATE (WS-FOUND-IDX)
                   IF AR-BUSINESS-DATE (1:6) = WS-RUN-DATE (1:6)
                       ADD 1 TO WS-PT-MTD-LATE (WS-FOUND-IDX)
                   END-IF
               END-IF
               IF AR-BUSINESS-DATE = WS-PT-LAST-MISSING (WS-FOUND-IDX)
                   SUBTRACT 1 FROM WS-PT-ALL-MISSING (WS-FOUND-IDX)
                   IF AR-BUSINESS-DATE (1:6) = WS-RUN-DATE (1:6)
                       SUBTRACT 1 FROM WS-PT-MTD-MISSING (WS-FOUND-IDX)
                   END-IF
                   MOVE 0 TO WS-PT-LAST-MISSING (WS-FOUND-IDX)
               END-IF
           END-IF.
           IF AR-MISSING
               MOVE AR-BUSINESS-DATE
                   TO WS-PT-LAST-MISSING (WS-FOUND-IDX)
               ADD 1 TO WS-PT-ALL-MISSING (WS-FOUND-IDX)
               IF AR-BUSINESS-DATE (1:6) = WS-RUN-DATE (1:6)
                   ADD 1 TO WS-PT-MTD-MISSING (WS-FOUND-IDX)
               END-IF
               IF AR-BUSINESS-DATE = WS-RUN-DATE
                   MOVE 'M' TO WS-PT-TODAY-EVENT (WS-FOUND-IDX)
               END-IF
           END-IF.
           IF AR-TAKEN
               MOVE 'N' TO WS-PT-PENDING-SW (WS-FOUND-IDX)
           END-IF.

       CHECK-ONE-PARTNER.
           MOVE WS-PARTNER-IDX TO WS-FOUND-IDX.
           IF NOT WS-PT-PENDING (WS-FOUND-IDX)
               PERFORM LOOK-FOR-FILE
           END-IF.
           IF WS-PT-CUTOFF (WS-FOUND-IDX) NOT = 0
                   AND WS-PT-TODAY-EVENT (WS-FOUND-IDX) = SPACE
               IF WS-CLOCK-DATE > WS-RUN-DATE
                       OR (WS-CLOCK-DATE = WS-RUN-DATE
                           AND WS-CLOCK-HHMM
                               > WS-PT-CUTOFF (WS-FOUND-IDX))
                   PERFORM REGISTER-MISSING-FILE
               END-IF
           END-IF.

       LOOK-FOR-FILE.
      *    AN EMPTY FILE IS THE ONE THE INTAKE LEFT BEHIND, NOT A
      *    DELIVERY.
           MOVE WS-PT-FILE-NAME (WS-FOUND-IDX) TO WS-PF-FILENAME.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PARTNER-FEED.
           IF WS-PF-STATUS = '00'
               READ PARTNER-FEED
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               CLOSE PARTNER-FEED
               IF NOT WS-EOF
                   PERFORM REGISTER-ARRIVAL
               END-IF
           END-IF.

       REGISTER-ARRIVAL.
           MOVE SPACES TO AR-RECORD.
           MOVE WS-PT-PARTNER-ID (WS-FOUND-IDX) TO AR-PARTNER-ID.
           MOVE WS-RUN-DATE                     TO AR-BUSINESS-DATE.
           MOVE WS-CLOCK-DATE                   TO AR-EVENT-DATE.
           MOVE WS-CLOCK-TIME (1:6)             TO AR-EVENT-TIME.
           MOVE WS-PT-CUTOFF (WS-FOUND-IDX)     TO AR-CUTOFF-TIME.
           MOVE WS-PT-FILE-NAME (WS-FOUND-IDX)  TO AR-FILE-NAME.
           SET AR-ON-TIME TO TRUE.
           IF WS-PT-CUTOFF (WS-FOUND-IDX) NOT = 0
               IF WS-CLOCK-DATE > WS-RUN-DATE
                       OR (WS-CLOCK-DATE = WS-RUN-DATE
                           AND WS-CLOCK-HHMM
                               > WS-PT-CUTOFF (WS-FOUND-IDX))
                   SET AR-LATE TO TRUE
               END-IF
           END-IF.
           WRITE AR-RECORD.
           PERFORM TALLY-ARRIVAL-EVENT.
           SET WS-ARRIVED-COUNT UP BY 1.
           IF AR-LATE
               DISPLAY 'PROGARRV: ARQUIVO DO PARCEIRO ' AR-PARTNER-ID
                       ' CHEGOU APOS O CORTE - RETIDO PARA O PROXIMO '
                       'DIA UTIL'
           END-IF.

       REGISTER-MISSING-FILE.
           MOVE SPACES TO AR-RECORD.
           MOVE WS-PT-PARTNER-ID (WS-FOUND-IDX) TO AR-PARTNER-ID.
           MOVE WS-RUN-DATE                     TO AR-BUSINESS-DATE.
           SET AR-MISSING TO TRUE.
           MOVE WS-CLOCK-DATE                   TO AR-EVENT-DATE.
           MOVE WS-CLOCK-TIME (1:6)             TO AR-EVENT-TIME.
           MOVE WS-PT-CUTOFF (WS-FOUND-IDX)     TO AR-CUTOFF-TIME.
           MOVE WS-PT-FILE-NAME (WS-FOUND-IDX)  TO AR-FILE-NAME.
           WRITE AR-RECORD.
           PERFORM TALLY-ARRIVAL-EVENT.
           SET WS-MISSING-COUNT UP BY 1.
           MOVE AR-PARTNER-ID       TO OT-PARTNER-ID.
           MOVE WS-RUN-DATE         TO OT-RUN-DATE.
           MOVE WS-OPS-MISSING-TEXT TO WS-OPS-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           DISPLAY 'PROGARRV: ARQUIVO DO PARCEIRO ' AR-PARTNER-ID
                   ' (' AR-FILE-NAME ') AUSENTE NO CORTE'.

       PRINT-ARRIVAL-REPORT.
           OPEN OUTPUT ARRIVAL-REPORT.
           MOVE WS-RUN-DATE          TO AH-RUN-DATE.
           MOVE WS-CLOCK-TIME (1:2)  TO AH-CLOCK-HH.
           MOVE WS-CLOCK-TIME (3:2)  TO AH-CLOCK-MM.
           WRITE AV-LINE FROM WS-AV-HEADER.
           MOVE SPACES TO AV-LINE.
           WRITE AV-LINE.
           WRITE AV-LINE FROM WS-AV-LEGEND.
           PERFORM PRINT-PARTNER-LINE
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT.
           MOVE SPACES TO AV-LINE.
           WRITE AV-LINE.
           WRITE AV-LINE FROM WS-AV-FOOTER.
           CLOSE ARRIVAL-REPORT.

       PRINT-PARTNER-LINE.
           MOVE WS-PT-PARTNER-ID (WS-PARTNER-IDX) TO AD-PARTNER-ID.
           IF WS-PT-CUTOFF (WS-PARTNER-IDX) = 0
               MOVE SPACES TO AD-CUTOFF
               MOVE ' -'   TO AD-CUTOFF-HH
           ELSE
               MOVE WS-PT-CUTOFF (WS-PARTNER-IDX) (1:2)
                   TO AD-CUTOFF-HH
               MOVE ':' TO AD-CUTOFF-SEP
               MOVE WS-PT-CUTOFF (WS-PARTNER-IDX) (3:2)
                   TO AD-CUTOFF-MM
           END-IF.
           MOVE SPACES TO AD-ARRIVAL.
           IF WS-PT-TODAY-EVENT (WS-PARTNER-IDX) = 'O'
                   OR WS-PT-TODAY-EVENT (WS-PARTNER-IDX) = 'L'
               MOVE WS-PT-TODAY-TIME (WS-PARTNER-IDX) TO WS-TIME-NUM
               MOVE WS-TP-HH TO AD-ARRIVAL-HH
               MOVE ':'      TO AD-ARRIVAL-SEP-1
               MOVE WS-TP-MM TO AD-ARRIVAL-MM
               MOVE ':'      TO AD-ARRIVAL-SEP-2
               MOVE WS-TP-SS TO AD-ARRIVAL-SS
           END-IF.
           IF WS-PT-TODAY-EVENT (WS-PARTNER-IDX) = 'O'
               MOVE 'NO PRAZO' TO AD-STATUS
           ELSE
               IF WS-PT-TODAY-EVENT (WS-PARTNER-IDX) = 'L'
                   MOVE 'ATRASADO' TO AD-STATUS
               ELSE
                   IF WS-PT-TODAY-EVENT (WS-PARTNER-IDX) = 'M'
                       MOVE 'AUSENTE' TO AD-STATUS
                   ELSE
                       MOVE 'AGUARDANDO' TO AD-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-PT-MTD-ON-TIME (WS-PARTNER-IDX) TO AD-MTD-ON-TIME.
           MOVE WS-PT-MTD-LATE (WS-PARTNER-IDX)    TO AD-MTD-LATE.
           MOVE WS-PT-MTD-MISSING (WS-PARTNER-IDX) TO AD-MTD-MISSING.
           MOVE WS-PT-ALL-ON-TIME (WS-PARTNER-IDX) TO AD-ALL-ON-TIME.
           MOVE WS-PT-ALL-LATE (WS-PARTNER-IDX)    TO AD-ALL-LATE.
           MOVE WS-PT-ALL-MISSING (WS-PARTNER-IDX) TO AD-ALL-MISSING.
           WRITE AV-LINE FROM WS-AV-DETAIL.

       GET-BUSINESS-DATE.
      *    BUSDATE.DAT OVERRIDES THE SYSTEM CLOCK WHEN PRESENT, SO A
      *    PRIOR DAY'S BATCH CAN BE RERUN WITHOUT FIGHTING THE REAL
      *    WALL-CLOCK DATE. IF THE CONTROL FILE HASN'T BEEN SET UP YET
      *    WE FALL BACK TO TODAY'S DATE FROM THE CLOCK.
           OPEN INPUT BUSINESS-DATE.
           IF WS-BD-STATUS = '00'
               READ BUSINESS-DATE
                   AT END
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       END PROGRAM PROGARRV.
