      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: CALENDAR-DRIVEN SCHEDULER FOR THE JOBS THAT RUN
      *          OUTSIDE THE NIGHTLY CHAIN ITSELF - THE MERGE, THE
      *          INTAKE, THE GENERATORS, THE MONTHLY ACCRUAL AND
      *          STATEMENTS, THE DORMANCY SCAN, HOUSEKEEPING - SO
      *          NONE OF THEM IS STARTED FROM MEMORY ON THE DAY IT
      *          BELONGS TO. DAILYBATCH RUNS IT TWICE, WITH THE PHASE
      *          IN THE SCHEDPHASE ENVIRONMENT VARIABLE: 'A' BEFORE
      *          THE CHAIN, FOR TONIGHT'S BUSINESS DATE, AND 'D' AFTER
      *          IT, FOR THE DATE JUST POSTED (LASTPOST.DAT - BY THEN
      *          PROGADVN HAS MOVED BUSDATE ON). EACH JOB ON
      *          SCHEDULE.DAT FOR THE PHASE IS TAKEN IN SEQUENCE
      *          ORDER AND JUDGED AGAINST ITS CALENDAR RULE, WITH
      *          BUSCHK'S HOLIDAY CALENDAR SAYING WHICH DAYS ARE
      *          BUSINESS DAYS. A DUE JOB WHOSE DEPENDENCIES ARE DUE
      *          TONIGHT AND HAVE NOT YET RUN CLEANLY IS SKIPPED; A
      *          JOB ALREADY RUN CLEANLY FOR THE DATE (SCHEDHST.DAT)
      *          IS NOT RUN AGAIN, SO A RESTARTED NIGHT PICKS UP WHERE
      *          IT STOPPED. THE REST ARE CALLED BY PROGRAM-ID UNDER
      *          THE JOB STREAM'S CONDITION-CODE RULES: 4 IS A
      *          WARNING AND THE PHASE CARRIES ON, ANYTHING ABOVE 4
      *          STOPS THE PHASE AND IS PASSED BACK SO THE STREAM
      *          ABENDS. WHAT RAN, WHAT WAS SKIPPED AND WHY PRINTS TO
      *          SCHEDRUN.RPT (PHASE A STARTS THE NIGHT'S REPORT,
      *          PHASE D ADDS TO IT). A SIMULATION RUN LISTS WHAT
      *          WOULD RUN AND CALLS NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSCHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SJ-STATUS.
           SELECT SCHEDULE-HISTORY ASSIGN TO "SCHEDHST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SH-STATUS.
           SELECT SCHEDULE-REPORT ASSIGN TO "SCHEDRUN.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RP-STATUS.
           SELECT LAST-POSTED ASSIGN TO "LASTPOST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LP-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY SCHEDCTL.
       FD  SCHEDULE-HISTORY.
           COPY SCHEDHST.
       FD  SCHEDULE-REPORT.
       01  RPT-LINE                    PIC X(80).
       FD  LAST-POSTED.
           COPY LASTPOST.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-SJ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-PHASE                    PIC X(01) VALUE SPACE.
           88  WS-PHASE-BEFORE               VALUE 'A'.
           88  WS-PHASE-AFTER                VALUE 'D'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-SCHED-DATE               PIC 9(08) VALUE 0.
       77  WS-WORK-DATE                PIC 9(08) VALUE 0.
       77  WS-DIRECTION                PIC X(01) VALUE 'F'.
       77  WS-INTEGER-DATE             PIC 9(08) VALUE 0.
       77  WS-PREV-INTEGER             PIC 9(08) VALUE 0.
       77  WS-DAY-INTEGER              PIC 9(08) VALUE 0.
       77  WS-WEEKDAY                  PIC 9(01) VALUE 0.
       77  WS-FIRST-BDAY-SW            PIC X(01) VALUE 'N'.
           88  WS-FIRST-BDAY                 VALUE 'Y'.
       77  WS-LAST-BDAY-SW             PIC X(01) VALUE 'N'.
           88  WS-LAST-BDAY                  VALUE 'Y'.
       77  WS-QUARTER-END-SW           PIC X(01) VALUE 'N'.
           88  WS-QUARTER-END                VALUE 'Y'.
      *    ONE SWITCH PER WEEKDAY (MONDAY FIRST) THAT FELL BETWEEN THE
      *    PREVIOUS BUSINESS DAY AND THIS ONE - A WEEKLY JOB WHOSE DAY
      *    WAS A HOLIDAY IS CAUGHT ON THE NEXT BUSINESS DAY.
       01  WS-WEEKDAY-COVERED.
           05  WS-WEEKDAY-SW           PIC X(01) OCCURS 7 TIMES.
       77  WS-JOB-COUNT                PIC 9(03) VALUE 0.
       77  WS-JOB-IDX                  PIC 9(03) VALUE 0.
       77  WS-NEXT-IDX                 PIC 9(03) VALUE 0.
       77  WS-DEP-JOB-IDX              PIC 9(03) VALUE 0.
       77  WS-DEP-IDX                  PIC 9(01) VALUE 0.
       77  WS-DONE-COUNT               PIC 9(03) VALUE 0.
       77  WS-DONE-IDX                 PIC 9(03) VALUE 0.
       77  WS-DUE-SW                   PIC X(01) VALUE 'N'.
           88  WS-JOB-DUE                    VALUE 'Y'.
       77  WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88  WS-JOB-DONE                   VALUE 'Y'.
       77  WS-SKIP-SW                  PIC X(01) VALUE 'N'.
           88  WS-JOB-SKIPPED                VALUE 'Y'.
       77  WS-ABEND-SW                 PIC X(01) VALUE 'N'.
           88  WS-PHASE-ABENDED              VALUE 'Y'.
       77  WS-INSTALLED-SW             PIC X(01) VALUE 'Y'.
           88  WS-JOB-INSTALLED              VALUE 'Y'.
       77  WS-ABEND-JOB                PIC X(08) VALUE SPACES.
       77  WS-SEEK-JOB                 PIC X(08) VALUE SPACES.
       77  WS-JOB-RC                   PIC 9(04) VALUE 0.
       77  WS-FINAL-RC                 PIC 9(04) VALUE 0.
       77  WS-REASON                   PIC X(40) VALUE SPACES.
       77  WS-RAN-COUNT                PIC 9(03) VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(03) VALUE 0.
       77  WS-NOT-DUE-COUNT            PIC 9(03) VALUE 0.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGSCHD'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-OPS-TEXT-BUILD.
           05  OT-PHASE-TEXT           PIC X(15).
           05  OT-RAN-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE ' EXECUTADOS,'.
           05  OT-SKIPPED-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(09) VALUE ' PULADOS,'.
           05  OT-ABEND-TEXT           PIC X(18).
       01  WS-JOB-TABLE.
           05  WS-JB-ENTRY OCCURS 100 TIMES.
               10  WS-JB-NAME          PIC X(08).
               10  WS-JB-PHASE         PIC X(01).
               10  WS-JB-SEQUENCE      PIC 9(03).
               10  WS-JB-RULE          PIC X(01).
               10  WS-JB-WEEKDAY       PIC 9(01).
               10  WS-JB-DEPENDS-ON    PIC X(08) OCCURS 4 TIMES.
               10  WS-JB-ACTIVE-SW     PIC X(01).
               10  WS-JB-TAKEN-SW      PIC X(01).
                   88  WS-JB-TAKEN           VALUE 'Y'.
       01  WS-DONE-TABLE.
           05  WS-DN-JOB OCCURS 200 TIMES PIC X(08).
       01  WS-RPT-HEADER.
           05  FILLER                  PIC X(22) VALUE
                   'AGENDA DE JOBS - FASE '.
           05  RH-PHASE                PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  RH-PHASE-TEXT           PIC X(20).
           05  FILLER                  PIC X(06) VALUE 'DATA '.
           05  RH-SCHED-DATE           PIC 9(08).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
                   'SEQ JOB      R SITUACAO     CC   MOTIVO '.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RD-SEQUENCE             PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-RULE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-VERDICT              PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-RC                   PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-REASON               PIC X(40).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-RPT-TOTAL.
           05  RT-LABEL                PIC X(30).
           05  RT-COUNT                PIC ZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PHASE FROM ENVIRONMENT 'SCHEDPHASE'.
           IF NOT WS-PHASE-BEFORE AND NOT WS-PHASE-AFTER
               DISPLAY 'PROGSCHD: SCHEDPHASE DEVE SER A (ANTES DA '
                       'CADEIA) OU D (DEPOIS)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-SIMULATION-MODE.
           PERFORM GET-BUSINESS-DATE.
           IF WS-PHASE-BEFORE
               MOVE WS-RUN-DATE TO WS-SCHED-DATE
           ELSE
               PERFORM GET-POSTED-DATE
               IF WS-SCHED-DATE = 0
                   DISPLAY 'PROGSCHD: LASTPOST.DAT SEM DATA POSTADA - '
                           'FASE D NAO PODE SER AGENDADA'
                   MOVE 'E'     TO WS-OPS-SEVERITY
                   MOVE 'OPS03' TO WS-OPS-MSG-CODE
                   MOVE 'AGENDA FASE D SEM DATA POSTADA (LASTPOST.DAT)'
                       TO WS-OPS-TEXT
                   PERFORM WRITE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-DONE-JOBS.
           PERFORM CLASSIFY-SCHEDULE-DATE.
           PERFORM OPEN-SCHEDULE-REPORT.

           PERFORM TAKE-NEXT-JOB.
           PERFORM RUN-ONE-JOB UNTIL WS-NEXT-IDX = 0.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SCHEDULE-REPORT.

           DISPLAY 'PROGSCHD: FASE ' WS-PHASE ' DATA ' WS-SCHED-DATE
                   ' - EXECUTADOS ' WS-RAN-COUNT
                   ' PULADOS ' WS-SKIPPED-COUNT
                   ' NAO PREVISTOS ' WS-NOT-DUE-COUNT.
           PERFORM LOG-PHASE-RESULT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       WRITE-OPS-MESSAGE.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM WS-OPS-SEVERITY
               WS-OPS-MSG-CODE WS-OPS-TEXT.

       LOG-PHASE-RESULT.
           IF WS-PHASE-BEFORE
               MOVE 'AGENDA FASE A:' TO OT-PHASE-TEXT
           ELSE
               MOVE 'AGENDA FASE D:' TO OT-PHASE-TEXT
           END-IF.
           MOVE WS-RAN-COUNT     TO OT-RAN-COUNT.
           MOVE WS-SKIPPED-COUNT TO OT-SKIPPED-COUNT.
           MOVE SPACES           TO OT-ABEND-TEXT.
           IF WS-PHASE-ABENDED
               MOVE ' ABEND ' TO OT-ABEND-TEXT
               MOVE WS-ABEND-JOB TO OT-ABEND-TEXT (8:8)
               MOVE 'E'     TO WS-OPS-SEVERITY
               MOVE 'OPS03' TO WS-OPS-MSG-CODE
           ELSE
               IF WS-SKIPPED-COUNT NOT = 0
                   MOVE 'W'     TO WS-OPS-SEVERITY
                   MOVE 'OPS02' TO WS-OPS-MSG-CODE
               END-IF
           END-IF.
           MOVE WS-OPS-TEXT-BUILD TO WS-OPS-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

       GET-POSTED-DATE.
      *    AFTER THE CHAIN THE BUSINESS DATE HAS ALREADY MOVED ON -
      *    THE NIGHT THE PHASE BELONGS TO IS THE ONE LAST POSTED.
           MOVE 0 TO WS-SCHED-DATE.
           OPEN INPUT LAST-POSTED.
           IF WS-LP-STATUS = '00'
               READ LAST-POSTED
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-STATUS-POSTED
                           MOVE LP-LAST-POSTED-DATE TO WS-SCHED-DATE
                       END-IF
               END-READ
               CLOSE LAST-POSTED
           END-IF.

       LOAD-SCHEDULE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SJ-STATUS = '00'
               PERFORM LOAD-NEXT-SCHEDULE UNTIL WS-EOF
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY 'PROGSCHD: SCHEDULE.DAT AUSENTE - NENHUM JOB '
                       'AGENDADO'
           END-IF.

       LOAD-NEXT-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SJ-JOB-NAME NOT = SPACES
                       IF WS-JOB-COUNT < 100
                           SET WS-JOB-COUNT UP BY 1
                           PERFORM STORE-SCHEDULE-ENTRY
                       ELSE
                           DISPLAY 'PROGSCHD: TABELA DE JOBS CHEIA - '
                                   SJ-JOB-NAME ' IGNORADO'
                       END-IF
                   END-IF
           END-READ.

       STORE-SCHEDULE-ENTRY.
           MOVE SJ-JOB-NAME    TO WS-JB-NAME (WS-JOB-COUNT).
           MOVE SJ-PHASE       TO WS-JB-PHASE (WS-JOB-COUNT).
           MOVE SJ-SEQUENCE    TO WS-JB-SEQUENCE (WS-JOB-COUNT).
           MOVE SJ-RULE        TO WS-JB-RULE (WS-JOB-COUNT).
           MOVE SJ-WEEKDAY     TO WS-JB-WEEKDAY (WS-JOB-COUNT).
           MOVE SJ-DEPENDS-ON (1) TO WS-JB-DEPENDS-ON (WS-JOB-COUNT 1).
           MOVE SJ-DEPENDS-ON (2) TO WS-JB-DEPENDS-ON (WS-JOB-COUNT 2).
           MOVE SJ-DEPENDS-ON (3) TO WS-JB-DEPENDS-ON (WS-JOB-COUNT 3).
           MOVE SJ-DEPENDS-ON (4) TO WS-JB-DEPENDS-ON (WS-JOB-COUNT 4).
           MOVE SJ-ACTIVE-SW   TO WS-JB-ACTIVE-SW (WS-JOB-COUNT).
           MOVE 'N'            TO WS-JB-TAKEN-SW (WS-JOB-COUNT).

       LOAD-DONE-JOBS.
      *    EVERY JOB THAT ALREADY ENDED WITH 4 OR LESS FOR THIS DATE,
      *    IN EITHER PHASE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SCHEDULE-HISTORY.
           IF WS-SH-STATUS = '00'
               PERFORM LOAD-NEXT-HISTORY UNTIL WS-EOF
               CLOSE SCHEDULE-HISTORY
           END-IF.

       LOAD-NEXT-HISTORY.
           READ SCHEDULE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SH-BUSINESS-DATE = WS-SCHED-DATE
                           AND SH-RETURN-CODE <= 4
                           AND WS-DONE-COUNT < 200
                       SET WS-DONE-COUNT UP BY 1
                       MOVE SH-JOB-NAME TO WS-DN-JOB (WS-DONE-COUNT)
                   END-IF
           END-READ.

       CLASSIFY-SCHEDULE-DATE.
      *    THE SCHEDULE DATE IS ITSELF A BUSINESS DAY. IT IS THE
      *    FIRST OF ITS MONTH WHEN THE BUSINESS DAY BEFORE IT FALLS IN
      *    ANOTHER MONTH, THE LAST WHEN THE ONE AFTER IT DOES.
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE).

           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-INTEGER-DATE - 1).
           MOVE 'B' TO WS-DIRECTION.
           CALL 'BUSCHK' USING WS-WORK-DATE WS-DIRECTION.
           IF WS-WORK-DATE (5:2) NOT = WS-SCHED-DATE (5:2)
               SET WS-FIRST-BDAY TO TRUE
           END-IF.
           COMPUTE WS-PREV-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).

           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-INTEGER-DATE + 1).
           MOVE 'F' TO WS-DIRECTION.
           CALL 'BUSCHK' USING WS-WORK-DATE WS-DIRECTION.
           IF WS-WORK-DATE (5:2) NOT = WS-SCHED-DATE (5:2)
               SET WS-LAST-BDAY TO TRUE
               IF WS-SCHED-DATE (5:2) = '03' OR '06' OR '09' OR '12'
                   SET WS-QUARTER-END TO TRUE
               END-IF
           END-IF.

           MOVE ALL 'N' TO WS-WEEKDAY-COVERED.
           COMPUTE WS-DAY-INTEGER = WS-PREV-INTEGER + 1.
           PERFORM MARK-WEEKDAY-COVERED
               UNTIL WS-DAY-INTEGER > WS-INTEGER-DATE.

       MARK-WEEKDAY-COVERED.
      *    INTEGER-OF-DATE MOD 7 GIVES 0 = SUNDAY .. 6 = SATURDAY, THE
      *    SAME ARITHMETIC BUSCHK USES; SUNDAY IS KEPT AS DAY 7 HERE.
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INTEGER, 7).
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           MOVE 'Y' TO WS-WEEKDAY-SW (WS-WEEKDAY).
           ADD 1 TO WS-DAY-INTEGER.

       OPEN-SCHEDULE-REPORT.
           IF WS-PHASE-BEFORE
               OPEN OUTPUT SCHEDULE-REPORT
               MOVE 'ANTES DA CADEIA' TO RH-PHASE-TEXT
           ELSE
               OPEN EXTEND SCHEDULE-REPORT
               IF WS-RP-STATUS = '35'
                   OPEN OUTPUT SCHEDULE-REPORT
               END-IF
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'DEPOIS DA CADEIA' TO RH-PHASE-TEXT
           END-IF.
           MOVE WS-PHASE      TO RH-PHASE.
           MOVE WS-SCHED-DATE TO RH-SCHED-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADER.
           WRITE RPT-LINE FROM WS-RPT-COLUMNS.

       TAKE-NEXT-JOB.
      *    THE NEXT JOB OF THIS PHASE NOT YET TAKEN, LOWEST SEQUENCE
      *    FIRST; EQUAL SEQUENCES GO IN FILE ORDER.
           MOVE 0 TO WS-NEXT-IDX.
           PERFORM COMPARE-NEXT-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           IF WS-NEXT-IDX NOT = 0
               SET WS-JB-TAKEN (WS-NEXT-IDX) TO TRUE
           END-IF.

       COMPARE-NEXT-JOB.
           IF WS-JB-PHASE (WS-JOB-IDX) = WS-PHASE
                   AND NOT WS-JB-TAKEN (WS-JOB-IDX)
               IF WS-NEXT-IDX = 0
                   MOVE WS-JOB-IDX TO WS-NEXT-IDX
               ELSE
                   IF WS-JB-SEQUENCE (WS-JOB-IDX)
                           < WS-JB-SEQUENCE (WS-NEXT-IDX)
                       MOVE WS-JOB-IDX TO WS-NEXT-IDX
                   END-IF
               END-IF
           END-IF.

       RUN-ONE-JOB.
           MOVE WS-NEXT-IDX TO WS-JOB-IDX.
           MOVE WS-JB-SEQUENCE (WS-JOB-IDX) TO RD-SEQUENCE.
           MOVE WS-JB-NAME (WS-JOB-IDX)     TO RD-JOB-NAME.
           MOVE WS-JB-RULE (WS-JOB-IDX)     TO RD-RULE.
           MOVE SPACES TO RD-RC.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO WS-SKIP-SW.

           PERFORM JUDGE-JOB-DUE.
           IF WS-JB-ACTIVE-SW (WS-JOB-IDX) = 'N'
               MOVE 'INATIVO' TO RD-VERDICT
               MOVE 'DESATIVADO NA AGENDA' TO WS-REASON
               SET WS-NOT-DUE-COUNT UP BY 1
           ELSE
               IF NOT WS-JOB-DUE
                   MOVE 'NAO PREVISTO' TO RD-VERDICT
                   SET WS-NOT-DUE-COUNT UP BY 1
               ELSE
                   PERFORM JUDGE-AND-RUN-JOB
               END-IF
           END-IF.
           MOVE WS-REASON TO RD-REASON.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

           PERFORM TAKE-NEXT-JOB.

       JUDGE-AND-RUN-JOB.
           MOVE WS-JB-NAME (WS-JOB-IDX) TO WS-SEEK-JOB.
           PERFORM FIND-DONE-JOB.
           IF WS-JOB-DONE
               MOVE 'JA EXECUTADO' TO RD-VERDICT
               MOVE 'CONCLUIDO ANTES PARA ESTA DATA' TO WS-REASON
           ELSE
               IF WS-PHASE-ABENDED
                   SET WS-JOB-SKIPPED TO TRUE
                   MOVE 'FASE INTERROMPIDA POR ABEND DE' TO WS-REASON
                   MOVE WS-ABEND-JOB TO WS-REASON (32:8)
               ELSE
                   PERFORM CHECK-DEPENDENCY
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > 4 OR WS-JOB-SKIPPED
               END-IF
               IF WS-JOB-SKIPPED
                   MOVE 'PULADO' TO RD-VERDICT
                   SET WS-SKIPPED-COUNT UP BY 1
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               ELSE
                   IF WS-SIM-MODE
                       MOVE 'SIMULACAO' TO RD-VERDICT
                       MOVE 'SERIA EXECUTADO - NADA CHAMADO'
                           TO WS-REASON
                   ELSE
                       PERFORM CALL-SCHEDULED-JOB
                   END-IF
               END-IF
           END-IF.

       CHECK-DEPENDENCY.
      *    A DEPENDENCY ONLY HOLDS THE JOB BACK ON A NIGHT IT IS DUE
      *    ITSELF - THE MERGE DOES NOT WAIT FOR AN ACCRUAL THAT ISN'T
      *    RUNNING TONIGHT.
           IF WS-JB-DEPENDS-ON (WS-JOB-IDX WS-DEP-IDX) NOT = SPACES
               MOVE WS-JB-DEPENDS-ON (WS-JOB-IDX WS-DEP-IDX)
                   TO WS-SEEK-JOB
               PERFORM FIND-SCHEDULED-JOB
               IF WS-DEP-JOB-IDX = 0
                   SET WS-JOB-SKIPPED TO TRUE
                   MOVE 'DEPENDENCIA FORA DA AGENDA:' TO WS-REASON
                   MOVE WS-SEEK-JOB TO WS-REASON (29:8)
               ELSE
                   PERFORM JUDGE-DEPENDENCY
               END-IF
           END-IF.

       JUDGE-DEPENDENCY.
           IF WS-JB-ACTIVE-SW (WS-DEP-JOB-IDX) NOT = 'N'
               MOVE WS-JOB-IDX TO WS-DONE-IDX
               MOVE WS-DEP-JOB-IDX TO WS-JOB-IDX
               PERFORM JUDGE-JOB-DUE
               MOVE WS-DONE-IDX TO WS-JOB-IDX
               MOVE SPACES TO WS-REASON
               IF WS-JOB-DUE
                   PERFORM FIND-DONE-JOB
                   IF NOT WS-JOB-DONE
                       SET WS-JOB-SKIPPED TO TRUE
                       MOVE 'AGUARDA DEPENDENCIA' TO WS-REASON
                       MOVE WS-SEEK-JOB TO WS-REASON (21:8)
                   END-IF
               END-IF
           END-IF.

       FIND-SCHEDULED-JOB.
           MOVE 0 TO WS-DEP-JOB-IDX.
           PERFORM MATCH-SCHEDULED-JOB
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-JOB-COUNT
                   OR WS-DEP-JOB-IDX NOT = 0.

       MATCH-SCHEDULED-JOB.
           IF WS-JB-NAME (WS-DONE-IDX) = WS-SEEK-JOB
               MOVE WS-DONE-IDX TO WS-DEP-JOB-IDX
           END-IF.

       FIND-DONE-JOB.
           MOVE 'N' TO WS-DONE-SW.
           PERFORM MATCH-DONE-JOB
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT OR WS-JOB-DONE.

       MATCH-DONE-JOB.
           IF WS-DN-JOB (WS-DONE-IDX) = WS-SEEK-JOB
               SET WS-JOB-DONE TO TRUE
           END-IF.

       JUDGE-JOB-DUE.
           MOVE 'N' TO WS-DUE-SW.
           EVALUATE WS-JB-RULE (WS-JOB-IDX)
               WHEN 'D'
                   SET WS-JOB-DUE TO TRUE
               WHEN 'P'
                   IF WS-FIRST-BDAY
                       SET WS-JOB-DUE TO TRUE
                   ELSE
                       MOVE 'REGRA P - NAO E O 1O DIA UTIL DO MES'
                           TO WS-REASON
                   END-IF
               WHEN 'U'
                   IF WS-LAST-BDAY
                       SET WS-JOB-DUE TO TRUE
                   ELSE
                       MOVE 'REGRA U - NAO E O ULTIMO DIA UTIL DO MES'
                           TO WS-REASON
                   END-IF
               WHEN 'T'
                   IF WS-QUARTER-END
                       SET WS-JOB-DUE TO TRUE
                   ELSE
                       MOVE 'REGRA T - NAO E FIM DE TRIMESTRE'
                           TO WS-REASON
                   END-IF
               WHEN 'S'
                   IF WS-JB-WEEKDAY (WS-JOB-IDX) >= 1
                           AND WS-JB-WEEKDAY (WS-JOB-IDX) <= 7
                           AND WS-WEEKDAY-SW (WS-JB-WEEKDAY
                               (WS-JOB-IDX)) = 'Y'
                       SET WS-JOB-DUE TO TRUE
                   ELSE
                       MOVE 'REGRA S - NAO E O DIA DA SEMANA'
                           TO WS-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'REGRA DE CALENDARIO INVALIDA' TO WS-REASON
           END-EVALUATE.

       CALL-SCHEDULED-JOB.
      *    THE SAME CONDITION-CODE RULES AS THE JOB STREAM: 4 IS A
      *    WARNING, ANYTHING ABOVE 4 STOPS THE PHASE. A JOB THAT IS
      *    NOT INSTALLED COUNTS AS AN ABEND.
           DISPLAY 'PROGSCHD: EXECUTANDO ' WS-JB-NAME (WS-JOB-IDX).
           SET WS-JOB-INSTALLED TO TRUE.
           MOVE 0 TO RETURN-CODE.
           CALL WS-JB-NAME (WS-JOB-IDX)
               ON EXCEPTION
                   MOVE 'N' TO WS-INSTALLED-SW
           END-CALL.
           IF WS-JOB-INSTALLED
               MOVE RETURN-CODE TO WS-JOB-RC
               CANCEL WS-JB-NAME (WS-JOB-IDX)
           ELSE
               MOVE 12 TO WS-JOB-RC
               MOVE 'PROGRAMA NAO INSTALADO' TO WS-REASON
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-JOB-RC TO RD-RC.
           SET WS-RAN-COUNT UP BY 1.
           PERFORM WRITE-HISTORY.
           IF WS-JOB-RC > 4
               MOVE 'ABEND' TO RD-VERDICT
               SET WS-PHASE-ABENDED TO TRUE
               MOVE WS-JB-NAME (WS-JOB-IDX) TO WS-ABEND-JOB
               MOVE WS-JOB-RC TO WS-FINAL-RC
           ELSE
               MOVE 'EXECUTADO' TO RD-VERDICT
               IF WS-JOB-RC = 4
                   MOVE 'TERMINOU COM AVISO' TO WS-REASON
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               END-IF
               IF WS-DONE-COUNT < 200
                   SET WS-DONE-COUNT UP BY 1
                   MOVE WS-JB-NAME (WS-JOB-IDX)
                       TO WS-DN-JOB (WS-DONE-COUNT)
               END-IF
           END-IF.

       WRITE-HISTORY.
           OPEN EXTEND SCHEDULE-HISTORY.
           IF WS-SH-STATUS = '35'
               OPEN OUTPUT SCHEDULE-HISTORY
           END-IF.
           MOVE SPACES                  TO SH-RECORD.
           MOVE WS-SCHED-DATE           TO SH-BUSINESS-DATE.
           MOVE WS-JB-NAME (WS-JOB-IDX) TO SH-JOB-NAME.
           MOVE WS-PHASE                TO SH-PHASE.
           MOVE WS-JOB-RC               TO SH-RETURN-CODE.
           ACCEPT SH-END-DATE           FROM DATE YYYYMMDD.
           ACCEPT SH-END-TIME           FROM TIME.
           WRITE SH-RECORD.
           CLOSE SCHEDULE-HISTORY.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'JOBS EXECUTADOS:' TO RT-LABEL.
           MOVE WS-RAN-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'JOBS PULADOS:' TO RT-LABEL.
           MOVE WS-SKIPPED-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE 'JOBS NAO PREVISTOS/INATIVOS:' TO RT-LABEL.
           MOVE WS-NOT-DUE-COUNT TO RT-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

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
       END PROGRAM PROGSCHD.
