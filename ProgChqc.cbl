      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY CHEQUE CLEARING, RUN AFTER THE POSTING RUN.
      *          READS THE BUSINESS DATE'S POSTINGS ON PSTHIST.DAT AND,
      *          FOR EVERY PRESENTED CHEQUE THAT ACTUALLY POSTED (A
      *          DEBIT WHOSE ID IS 'CQ' AND THE SERIAL), MARKS THE
      *          SERIAL PAID ON THE CHEQUE REGISTER WITH THE DATE AND
      *          THE AMOUNT, SO THE SAME CHEQUE PRESENTED ON A LATER
      *          NIGHT SUSPENDS IN PROGEDIT AS ALREADY PAID. A CHEQUE
      *          THE POSTING RUN REFUSED NEVER REACHES THE HISTORY AND
      *          STAYS ISSUED, FREE TO BE PRESENTED AGAIN. A POSTED
      *          CHEQUE THE REGISTER DOESN'T HOLD AS ISSUED IS LOGGED
      *          AS AN EXCEPTION (COND CODE 4). A RERUN OF THE STEP
      *          FINDS ITS OWN MARKS AND LEAVES THEM. A SIMULATION RUN
      *          TOUCHES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHQC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-KEY
               FILE STATUS WS-CQ-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  CHEQUE-REGISTER.
           COPY CHQREG.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CQ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-PRESENTED-COUNT          PIC 9(06) VALUE 0.
       77  WS-PAID-COUNT               PIC 9(06) VALUE 0.
       77  WS-ALREADY-COUNT            PIC 9(06) VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(06) VALUE 0.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGCHQC'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-OPS-PAID-TEXT.
           05  FILLER                  PIC X(20) VALUE
                   'CHEQUES COMPENSADOS:'.
           05  OT-PAID-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE ' EXCECOES:'.
           05  OT-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGCHQC: SIMULACAO - CHEQUES NAO BAIXADOS'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

           OPEN I-O CHEQUE-REGISTER.
           IF WS-CQ-STATUS NOT = '00'
               DISPLAY 'PROGCHQC: CHQREG.DAT NAO DISPONIVEL - STATUS '
                       WS-CQ-STATUS ' - NENHUM TALAO EMITIDO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS = '00'
               PERFORM CLEAR-NEXT-POSTING UNTIL WS-EOF
               CLOSE POSTED-HISTORY
           ELSE
               DISPLAY 'PROGCHQC: PSTHIST.DAT NAO DISPONIVEL - STATUS '
                       WS-PH-STATUS ' - NADA LANCADO HOJE'
           END-IF.

           CLOSE CHEQUE-REGISTER.

           DISPLAY 'PROGCHQC: CHEQUES LANCADOS:    ' WS-PRESENTED-COUNT.
           DISPLAY 'PROGCHQC: MARCADOS PAGOS:      ' WS-PAID-COUNT.
           DISPLAY 'PROGCHQC: JA MARCADOS:         ' WS-ALREADY-COUNT.
           DISPLAY 'PROGCHQC: EXCECOES:            '
                   WS-EXCEPTION-COUNT.
           MOVE WS-PAID-COUNT      TO OT-PAID-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OT-EXCEPTION-COUNT.
           MOVE WS-OPS-PAID-TEXT   TO WS-OPS-TEXT.
           IF WS-EXCEPTION-COUNT NOT = 0
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

       CLEAR-NEXT-POSTING.
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE = WS-RUN-DATE
                           AND PH-TRANS-ID (1:2) = 'CQ'
                           AND PH-TRANS-ID (3:8) IS NUMERIC
                           AND PH-AMOUNT < 0
                       PERFORM CLEAR-ONE-CHEQUE
                   END-IF
           END-READ.

       CLEAR-ONE-CHEQUE.
           SET WS-PRESENTED-COUNT UP BY 1.
           COMPUTE CQ-ACCOUNT = FUNCTION NUMVAL (PH-ACCOUNT).
           MOVE PH-TRANS-ID (3:8) TO CQ-SERIAL.
           READ CHEQUE-REGISTER
               INVALID KEY
                   SET WS-EXCEPTION-COUNT UP BY 1
                   DISPLAY 'PROGCHQC: CHEQUE ' PH-TRANS-ID
                           ' CONTA ' PH-ACCOUNT
                           ' LANCADO SEM REGISTRO'
               NOT INVALID KEY
                   PERFORM MARK-CHEQUE-PAID
           END-READ.

       MARK-CHEQUE-PAID.
           IF CQ-STATUS-PAID AND CQ-STATUS-DATE = WS-RUN-DATE
               SET WS-ALREADY-COUNT UP BY 1
           ELSE
               IF NOT CQ-STATUS-ISSUED
                   SET WS-EXCEPTION-COUNT UP BY 1
                   DISPLAY 'PROGCHQC: CHEQUE ' PH-TRANS-ID
                           ' CONTA ' PH-ACCOUNT
                           ' LANCADO COM SITUACAO ' CQ-STATUS
               ELSE
                   MOVE 'P'          TO CQ-STATUS
                   MOVE WS-RUN-DATE  TO CQ-STATUS-DATE
                   COMPUTE CQ-PAID-AMOUNT = 0 - PH-AMOUNT
                   REWRITE CQ-RECORD
                       INVALID KEY
                           SET WS-EXCEPTION-COUNT UP BY 1
                           DISPLAY 'PROGCHQC: CHEQUE ' PH-TRANS-ID
                                   ' NAO REGRAVADO - STATUS '
                                   WS-CQ-STATUS
                       NOT INVALID KEY
                           SET WS-PAID-COUNT UP BY 1
                   END-REWRITE
               END-IF
           END-IF.

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
       END PROGRAM PROGCHQC.
