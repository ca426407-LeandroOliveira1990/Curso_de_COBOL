      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY SANCTIONS RE-SCREEN, RUN BEFORE THE EDIT PASS.
      *          WHEN WATCHLST.DAT CARRIES A NEWER PUBLICATION DATE THAN
      *          THE LAST LIST SCREENED (SCRNCTL.DAT), EVERY CUSTOMER ON
      *          CUSTMAST.DAT THAT IS NOT CLOSED IS SCREENED AGAINST
      *          THE NEW LIST THROUGH NAMESCR - THE SAME EXACT AND
      *          NEAR-MATCH RULE PROGCMNT APPLIES ON ADDS AND NAME
      *          CHANGES - AND EVERY HIT BECOMES A PENDING ALERT ON
      *          SCRNALRT.DAT FOR THE COMPLIANCE DESK TO CLEAR OR
      *          CONFIRM IN PROGSCRV, WITH THE RAISING LOGGED ON
      *          SCRNLOG.DAT. A CUSTOMER
      *          ALREADY ALERTED AGAINST THE SAME ENTRY UNDER THE SAME
      *          NAME IS NOT RAISED AGAIN, WHATEVER THE DECISION WAS.
      *          ON ANY OTHER NIGHT THE STEP DOES NOTHING, SO A RERUN
      *          NEVER DOUBLES THE ALERTS. A MISSING LIST IS A WARNING
      *          (COND CODE 4), AS IS A RE-SCREEN THAT RAISED ALERTS.
      *          A SIMULATION RUN TOUCHES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WL-STATUS.
           SELECT SCREEN-CONTROL ASSIGN TO "SCRNCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SK-STATUS.
           SELECT SCREEN-ALERTS ASSIGN TO "SCRNALRT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SA-STATUS.
           SELECT SCREEN-LOG ASSIGN TO "SCRNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST.
           COPY WATCHLST.
       FD  SCREEN-CONTROL.
           COPY SCRNCTL.
       FD  SCREEN-ALERTS.
           COPY SCRNALRT.
       FD  SCREEN-LOG.
           COPY SCRNLOG.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-WL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SK-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-NEW-LIST-DATE            PIC 9(08) VALUE 0.
       77  WS-DONE-LIST-DATE           PIC 9(08) VALUE 0.
       77  WS-SCANNED-COUNT            PIC 9(08) VALUE 0.
       77  WS-ALERT-COUNT              PIC 9(06) VALUE 0.
       77  WS-REPEAT-COUNT             PIC 9(06) VALUE 0.
       77  WS-ALERT-TBL-COUNT          PIC 9(04) VALUE 0.
       77  WS-ALERT-IDX                PIC 9(04) VALUE 0.
       77  WS-ALERT-SEEN-SW            PIC X(01) VALUE 'N'.
           88  WS-ALERT-SEEN                 VALUE 'Y'.
       77  WS-SCR-NAME                 PIC X(40) VALUE SPACES.
       77  WS-SCR-KIND                 PIC X(01) VALUE SPACE.
           88  WS-SCR-NO-MATCH               VALUE 'N'.
       77  WS-SCR-ENTRY-ID             PIC X(12) VALUE SPACES.
       77  WS-SCR-LISTED-NAME          PIC X(40) VALUE SPACES.
       77  WS-SCR-SCORE                PIC 9(03) VALUE 0.
       77  WS-SCR-LIST-DATE            PIC 9(08) VALUE 0.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGSCRN'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-ALERT-TABLE.
           05  WS-AT-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-CUST-NUMBER   PIC 9(08).
               10  WS-AT-CUST-NAME     PIC X(30).
               10  WS-AT-ENTRY-ID      PIC X(12).
       01  WS-OPS-SCREEN-TEXT.
           05  FILLER                  PIC X(20) VALUE
                   'LISTA RETRIADA - CL:'.
           05  OT-SCANNED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' ALERTAS:'.
           05  OT-ALERT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGSCRN: SIMULACAO - CLIENTES NAO RETRIADOS'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-NEW-LIST-DATE.
           IF WS-NEW-LIST-DATE = 0
               DISPLAY 'PROGSCRN: WATCHLST.DAT AUSENTE OU SEM CABECALHO'
                       ' - CLIENTES NAO TRIADOS'
               MOVE 'W'     TO WS-OPS-SEVERITY
               MOVE 'OPS02' TO WS-OPS-MSG-CODE
               MOVE 'LISTA RESTRITIVA AUSENTE - SEM TRIAGEM'
                   TO WS-OPS-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-LAST-SCREENED.
           IF WS-NEW-LIST-DATE NOT > WS-DONE-LIST-DATE
               DISPLAY 'PROGSCRN: LISTA DE ' WS-NEW-LIST-DATE
                       ' JA TRIADA - NADA A FAZER'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGSCRN: CUSTMAST.DAT NAO DISPONIVEL - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ALERT-TABLE.

           DISPLAY 'PROGSCRN: NOVA LISTA DE ' WS-NEW-LIST-DATE
                   ' - RETRIANDO O CADASTRO'.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM SCREEN-NEXT-CUSTOMER UNTIL WS-EOF.
           CLOSE CUSTOMER-MASTER.

           PERFORM SAVE-LAST-SCREENED.

           DISPLAY 'PROGSCRN: CLIENTES TRIADOS:    ' WS-SCANNED-COUNT.
           DISPLAY 'PROGSCRN: ALERTAS GERADOS:     ' WS-ALERT-COUNT.
           DISPLAY 'PROGSCRN: JA ALERTADOS:        ' WS-REPEAT-COUNT.
           MOVE WS-SCANNED-COUNT   TO OT-SCANNED-COUNT.
           MOVE WS-ALERT-COUNT     TO OT-ALERT-COUNT.
           MOVE WS-OPS-SCREEN-TEXT TO WS-OPS-TEXT.
           IF WS-ALERT-COUNT NOT = 0
               MOVE 'W'     TO WS-OPS-SEVERITY
               MOVE 'OPS02' TO WS-OPS-MSG-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OPS-MESSAGE.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       GET-NEW-LIST-DATE.
      *    THE HEADER IS THE FIRST RECORD OF THE LIST AS LOADED.
           MOVE 0 TO WS-NEW-LIST-DATE.
           OPEN INPUT WATCH-LIST.
           IF WS-WL-STATUS = '00'
               READ WATCH-LIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WL-HEADER-REC AND WL-LIST-DATE IS NUMERIC
                           MOVE WL-LIST-DATE TO WS-NEW-LIST-DATE
                       END-IF
               END-READ
               CLOSE WATCH-LIST
           END-IF.

       GET-LAST-SCREENED.
           MOVE 0 TO WS-DONE-LIST-DATE.
           OPEN INPUT SCREEN-CONTROL.
           IF WS-SK-STATUS = '00'
               READ SCREEN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SK-LIST-DATE TO WS-DONE-LIST-DATE
               END-READ
               CLOSE SCREEN-CONTROL
           END-IF.

       SAVE-LAST-SCREENED.
           OPEN OUTPUT SCREEN-CONTROL.
           MOVE SPACES              TO SK-RECORD.
           MOVE WS-NEW-LIST-DATE    TO SK-LIST-DATE.
           MOVE WS-RUN-DATE         TO SK-SCREEN-DATE.
           WRITE SK-RECORD.
           CLOSE SCREEN-CONTROL.

       LOAD-ALERT-TABLE.
      *    EVERY ALERT EVER RAISED, WHATEVER ITS STATUS - A NAME THE
      *    DESK ALREADY CLEARED AGAINST AN ENTRY STAYS CLEARED WHEN
      *    THE ENTRY IS REPUBLISHED ON THE NEXT LIST.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SCREEN-ALERTS.
           IF WS-SA-STATUS = '00'
               PERFORM LOAD-NEXT-ALERT UNTIL WS-EOF
               CLOSE SCREEN-ALERTS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-ALERT.
           READ SCREEN-ALERTS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM REMEMBER-ALERT
           END-READ.

       REMEMBER-ALERT.
           IF WS-ALERT-TBL-COUNT < 2000
               SET WS-ALERT-TBL-COUNT UP BY 1
               MOVE SA-CUST-NUMBER
                   TO WS-AT-CUST-NUMBER (WS-ALERT-TBL-COUNT)
               MOVE SA-CUST-NAME
                   TO WS-AT-CUST-NAME (WS-ALERT-TBL-COUNT)
               MOVE SA-ENTRY-ID
                   TO WS-AT-ENTRY-ID (WS-ALERT-TBL-COUNT)
           ELSE
               DISPLAY 'PROGSCRN: TABELA DE ALERTAS CHEIA - ALERTA '
                       SA-CUST-NUMBER ' NAO CONSIDERADO'
           END-IF.

       SCREEN-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT CM-STATUS-CLOSED
                       PERFORM SCREEN-ONE-CUSTOMER
                   END-IF
           END-READ.

       SCREEN-ONE-CUSTOMER.
           SET WS-SCANNED-COUNT UP BY 1.
           MOVE CM-CUST-NAME TO WS-SCR-NAME.
           CALL 'NAMESCR' USING WS-SCR-NAME WS-SCR-KIND
               WS-SCR-ENTRY-ID WS-SCR-LISTED-NAME WS-SCR-SCORE
               WS-SCR-LIST-DATE.
           IF NOT WS-SCR-NO-MATCH
               MOVE 'N' TO WS-ALERT-SEEN-SW
               PERFORM MATCH-ALERT-ENTRY
                   VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-TBL-COUNT
                       OR WS-ALERT-SEEN
               IF WS-ALERT-SEEN
                   SET WS-REPEAT-COUNT UP BY 1
               ELSE
                   PERFORM RAISE-SCREENING-ALERT
               END-IF
           END-IF.

       MATCH-ALERT-ENTRY.
           IF WS-AT-CUST-NUMBER (WS-ALERT-IDX) = CM-CUST-NUMBER
                   AND WS-AT-CUST-NAME (WS-ALERT-IDX) = CM-CUST-NAME
                   AND WS-AT-ENTRY-ID (WS-ALERT-IDX) = WS-SCR-ENTRY-ID
               SET WS-ALERT-SEEN TO TRUE
           END-IF.

       RAISE-SCREENING-ALERT.
           OPEN EXTEND SCREEN-ALERTS.
           IF WS-SA-STATUS = '35'
               OPEN OUTPUT SCREEN-ALERTS
           END-IF.
           MOVE SPACES              TO SA-RECORD.
           MOVE WS-RUN-DATE         TO SA-ALERT-DATE.
           MOVE CM-CUST-NUMBER      TO SA-CUST-NUMBER.
           MOVE CM-CUST-NAME        TO SA-CUST-NAME.
           MOVE 0                   TO SA-ACCOUNT.
           SET SA-SOURCE-RESCREEN   TO TRUE.
           MOVE WS-SCR-ENTRY-ID     TO SA-ENTRY-ID.
           MOVE WS-SCR-LISTED-NAME  TO SA-LISTED-NAME.
           MOVE WS-SCR-KIND         TO SA-MATCH-KIND.
           MOVE WS-SCR-SCORE        TO SA-SCORE.
           MOVE WS-SCR-LIST-DATE    TO SA-LIST-DATE.
           SET SA-PENDING           TO TRUE.
           MOVE 0                   TO SA-DECISION-DATE.
           PERFORM REMEMBER-ALERT.
           WRITE SA-RECORD.
           CLOSE SCREEN-ALERTS.
           SET WS-ALERT-COUNT UP BY 1.
           DISPLAY 'PROGSCRN: ALERTA - CLIENTE ' CM-CUST-NUMBER
                   ' ' CM-CUST-NAME ' X ' WS-SCR-ENTRY-ID
                   ' ESCORE ' WS-SCR-SCORE.
           PERFORM WRITE-SCREENING-LOG.

       WRITE-SCREENING-LOG.
           OPEN EXTEND SCREEN-LOG.
           IF WS-SG-STATUS = '35'
               OPEN OUTPUT SCREEN-LOG
           END-IF.
           MOVE SPACES              TO SG-RECORD.
           MOVE WS-RUN-DATE         TO SG-LOG-DATE.
           ACCEPT SG-LOG-TIME       FROM TIME.
           SET SG-EVENT-RAISED      TO TRUE.
           MOVE CM-CUST-NUMBER      TO SG-CUST-NUMBER.
           MOVE CM-CUST-NAME        TO SG-CUST-NAME.
           MOVE WS-SCR-ENTRY-ID     TO SG-ENTRY-ID.
           MOVE WS-SCR-LISTED-NAME  TO SG-LISTED-NAME.
           MOVE WS-SCR-KIND         TO SG-MATCH-KIND.
           MOVE WS-SCR-SCORE        TO SG-SCORE.
           MOVE 0                   TO SG-ACCOUNT.
           MOVE WS-OPS-PROGRAM      TO SG-PROGRAM.
           MOVE 'RETRIAGEM - NOVA LISTA' TO SG-REMARK.
           WRITE SG-RECORD.
           CLOSE SCREEN-LOG.

       GET-SIMULATION-MODE.
      *    SIMMODE.DAT CARRYING AN 'S' PUTS THE RUN IN DRY-RUN MODE.
      *    A MISSING OR EMPTY FILE MEANS A REAL RUN.
           MOVE 'N' TO WS-SIM-SW.
           OPEN INPUT SIM-CONTROL.
           IF WS-SM-STATUS = '00'
               READ SIM-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SM-SIMULATION
                           SET WS-SIM-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE SIM-CONTROL
           END-IF.

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
       END PROGRAM PROGSCRN.
