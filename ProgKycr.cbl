      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: MONTHLY KYC REVIEW REPORT. READS EVERY CUSTOMER ON
      *          CUSTMAST.DAT THAT IS NOT CLOSED AND LOOKS UP ITS
      *          IDENTITY RECORD ON KYCMAST.DAT. A CUSTOMER WITH NO KYC
      *          RECORD HAS NEVER BEEN IDENTIFIED AND IS LISTED AS
      *          'SEM KYC'; ONE WHOSE REVIEW-DUE DATE IS BEFORE THE
      *          BUSINESS DATE IS LISTED AS OVERDUE WITH ITS RISK
      *          RATING, LAST REVIEW AND DUE DATE. THE DESK WORKS THE
      *          LIST THROUGH PROGCMNT REVIEW REQUESTS (ACTION 'V').
      *          HIGH-RISK CUSTOMERS PAST DUE ARE ALREADY HELD BY
      *          PROGEDIT ON EVERY DEBIT UNTIL REVIEWED. THE REPORT
      *          (KYCREV.RPT) ENDS WITH COUNTS BY RISK, AND THE RUN
      *          ENDS WITH COND CODE 4 WHEN ANYTHING WAS LISTED.
      *          NOTHING IS UPDATED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGKYCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT KYC-MASTER ASSIGN TO "KYCMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KY-CUST-NUMBER
               FILE STATUS WS-KY-STATUS.
           SELECT KYC-REPORT ASSIGN TO "KYCREV.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  KYC-REPORT.
       01  KYR-LINE                    PIC X(80).
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-KY-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-KY-ABSENT                  VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-SCANNED-COUNT            PIC 9(08) VALUE 0.
       77  WS-NO-KYC-COUNT             PIC 9(08) VALUE 0.
       77  WS-OVERDUE-COUNT            PIC 9(08) VALUE 0.
       77  WS-OVERDUE-HIGH             PIC 9(08) VALUE 0.
       77  WS-OVERDUE-MEDIUM           PIC 9(08) VALUE 0.
       77  WS-OVERDUE-LOW              PIC 9(08) VALUE 0.
       01  WS-KYR-HEADER.
           05  FILLER                  PIC X(32) VALUE
                   'REVISAO KYC PENDENTE - DATA:    '.
           05  KH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-KYR-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
                   'CLIENTE   NOME                          '.
           05  FILLER                  PIC X(40) VALUE
                   'SITUACAO RISCO ULT.REV.  VENCTO         '.
       01  WS-KYR-DETAIL.
           05  KD-CUST-NUMBER          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KD-CUST-NAME            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  KD-SITUATION            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  KD-RISK-RATING          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  KD-LAST-REVIEW          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  KD-REVIEW-DUE           PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-KYR-TOTAL.
           05  KT-LABEL                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  KT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               DISPLAY 'PROGKYCR: CUSTMAST.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    NO KYC MASTER YET MEANS NOBODY HAS BEEN IDENTIFIED - EVERY
      *    OPEN CUSTOMER IS LISTED AS SEM KYC.
           OPEN INPUT KYC-MASTER.
           IF WS-KY-STATUS NOT = '00'
               SET WS-KY-ABSENT TO TRUE
               DISPLAY 'PROGKYCR: KYCMAST.DAT NAO DISPONIVEL - STATUS '
                       WS-KY-STATUS
           END-IF.

           OPEN OUTPUT KYC-REPORT.
           MOVE WS-RUN-DATE TO KH-RUN-DATE.
           WRITE KYR-LINE FROM WS-KYR-HEADER.
           WRITE KYR-LINE FROM WS-KYR-COLUMNS.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM SCAN-NEXT-CUSTOMER UNTIL WS-EOF.

           PERFORM PRINT-TOTALS.

           CLOSE CUSTOMER-MASTER.
           IF NOT WS-KY-ABSENT
               CLOSE KYC-MASTER
           END-IF.
           CLOSE KYC-REPORT.

           DISPLAY 'PROGKYCR: CLIENTES EXAMINADOS: ' WS-SCANNED-COUNT.
           DISPLAY 'PROGKYCR: SEM KYC:             ' WS-NO-KYC-COUNT.
           DISPLAY 'PROGKYCR: REVISAO VENCIDA:     ' WS-OVERDUE-COUNT.
           IF WS-NO-KYC-COUNT NOT = 0 OR WS-OVERDUE-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       SCAN-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT CM-STATUS-CLOSED
                       PERFORM JUDGE-ONE-CUSTOMER
                   END-IF
           END-READ.

       JUDGE-ONE-CUSTOMER.
           SET WS-SCANNED-COUNT UP BY 1.
           IF WS-KY-ABSENT
               PERFORM LIST-NO-KYC
           ELSE
               MOVE CM-CUST-NUMBER TO KY-CUST-NUMBER
               READ KYC-MASTER
                   INVALID KEY
                       PERFORM LIST-NO-KYC
                   NOT INVALID KEY
                       IF KY-REVIEW-DUE-DATE < WS-RUN-DATE
                           PERFORM LIST-OVERDUE
                       END-IF
               END-READ
           END-IF.

       LIST-NO-KYC.
           SET WS-NO-KYC-COUNT UP BY 1.
           MOVE CM-CUST-NUMBER TO KD-CUST-NUMBER.
           MOVE CM-CUST-NAME   TO KD-CUST-NAME.
           MOVE 'SEM KYC'      TO KD-SITUATION.
           MOVE SPACES         TO KD-RISK-RATING.
           MOVE SPACES         TO KD-LAST-REVIEW.
           MOVE SPACES         TO KD-REVIEW-DUE.
           WRITE KYR-LINE FROM WS-KYR-DETAIL.

       LIST-OVERDUE.
           SET WS-OVERDUE-COUNT UP BY 1.
           EVALUATE TRUE
               WHEN KY-RISK-HIGH
                   SET WS-OVERDUE-HIGH UP BY 1
               WHEN KY-RISK-LOW
                   SET WS-OVERDUE-LOW UP BY 1
               WHEN OTHER
                   SET WS-OVERDUE-MEDIUM UP BY 1
           END-EVALUATE.
           MOVE CM-CUST-NUMBER      TO KD-CUST-NUMBER.
           MOVE CM-CUST-NAME        TO KD-CUST-NAME.
           MOVE 'VENCIDO'           TO KD-SITUATION.
           MOVE KY-RISK-RATING      TO KD-RISK-RATING.
           MOVE KY-LAST-REVIEW-DATE TO KD-LAST-REVIEW.
           MOVE KY-REVIEW-DUE-DATE  TO KD-REVIEW-DUE.
           WRITE KYR-LINE FROM WS-KYR-DETAIL.

       PRINT-TOTALS.
           MOVE 'CLIENTES EXAMINADOS:'      TO KT-LABEL.
           MOVE WS-SCANNED-COUNT            TO KT-COUNT.
           WRITE KYR-LINE FROM WS-KYR-TOTAL.
           MOVE 'CLIENTES SEM KYC:'         TO KT-LABEL.
           MOVE WS-NO-KYC-COUNT             TO KT-COUNT.
           WRITE KYR-LINE FROM WS-KYR-TOTAL.
           MOVE 'REVISOES VENCIDAS - RISCO H:' TO KT-LABEL.
           MOVE WS-OVERDUE-HIGH             TO KT-COUNT.
           WRITE KYR-LINE FROM WS-KYR-TOTAL.
           MOVE 'REVISOES VENCIDAS - RISCO M:' TO KT-LABEL.
           MOVE WS-OVERDUE-MEDIUM           TO KT-COUNT.
           WRITE KYR-LINE FROM WS-KYR-TOTAL.
           MOVE 'REVISOES VENCIDAS - RISCO L:' TO KT-LABEL.
           MOVE WS-OVERDUE-LOW              TO KT-COUNT.
           WRITE KYR-LINE FROM WS-KYR-TOTAL.

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
       END PROGRAM PROGKYCR.
