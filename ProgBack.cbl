      *           ON THE FILE, SO LEAVING THE PRE-BACKOUT BALANCES
      *           THERE MADE THEM THE PERMANENT AS-OF AND
      *           AVERAGE-BALANCE BASIS FOR THAT DATE.
      * Modified: 2026-10-15 - A NON-BRL ACCOUNT ALSO HAS THE BRL
      *           AMOUNT BACKED OUT OF ITS CURRENCY BALANCE, AT THE
      *           RATE ON FXRATE.DAT - THE SAME RATE THE NIGHT POSTED
      *           AT WHILE THE DESK HASN'T REFRESHED THE FILE.
      * Modified: 2026-10-15 - A CHEQUE THE REVERSED NIGHT PAID GOES
      *           BACK TO ISSUED ON THE CHEQUE REGISTER, SO THE
      *           CORRECTED RERUN CAN PAY IT AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBACK.
               FILE STATUS WS-BS-STATUS.
           SELECT SNAPSHOT-HOLD ASSIGN TO "SNAPHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-KEY
               FILE STATUS WS-CQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-HISTORY.
           COPY BALSNAP.
       FD  SNAPSHOT-HOLD.
       01  SN-RECORD                   PIC X(35).
       FD  CHEQUE-REGISTER.
           COPY CHQREG.
       WORKING-STORAGE SECTION.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PURGED-INDEX-COUNT       PIC 9(10) VALUE 0.
       77  WS-BS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PURGED-SNAP-COUNT        PIC 9(10) VALUE 0.
       77  WS-CQ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CQ-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CQ-OPEN                    VALUE 'Y'.
       77  WS-REOPENED-CHQ-COUNT       PIC 9(10) VALUE 0.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-REQUEST-DATE             PIC 9(08) VALUE 0.
       77  WS-LAST-POSTED-DATE         PIC 9(08) VALUE 0.
       77  WS-REVERSED-COUNT           PIC 9(10) VALUE 0.
       77  WS-MISSING-COUNT            PIC 9(10) VALUE 0.
       77  WS-CCY-UNITS                PIC S9(7)V99 VALUE 10000.
       77  WS-CCY-UNITS-BRL            PIC S9(7)V99 VALUE 0.
       77  WS-CCY-FOUND-SW             PIC X(01) VALUE 'Y'.
           88  WS-CCY-FOUND                  VALUE 'Y'.
       77  WS-REVERSED-AMOUNT          PIC S9(11)V99 VALUE 0.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.

           OPEN OUTPUT HISTORY-HOLD.

      *    NO REGISTER MEANS NO BOOK WAS EVER ISSUED - NO CHEQUE TO
      *    REOPEN.
           OPEN I-O CHEQUE-REGISTER.
           IF WS-CQ-STATUS = '00'
               SET WS-CQ-OPEN TO TRUE
           END-IF.

           CALL 'AUDITOPN'.

           PERFORM REVERSE-NEXT-RECORD UNTIL WS-EOF.
           CLOSE POSTED-HISTORY.
           CLOSE HISTORY-HOLD.
           CLOSE ACCOUNT-BALANCE.
           IF WS-CQ-OPEN
               CLOSE CHEQUE-REGISTER
               DISPLAY 'PROGBACK: CHEQUES REABERTOS: '
                       WS-REOPENED-CHQ-COUNT
           END-IF.

           PERFORM PURGE-REVERSED-HISTORY.
           PERFORM PURGE-HISTORY-INDEX.
               NOT AT END
                   IF PH-POST-DATE = WS-REQUEST-DATE
                       PERFORM REVERSE-ONE-POSTING
                       IF WS-CQ-OPEN AND PH-TRANS-ID (1:2) = 'CQ'
                               AND PH-TRANS-ID (3:8) IS NUMERIC
                               AND PH-AMOUNT < 0
                           PERFORM REOPEN-PAID-CHEQUE
                       END-IF
                   ELSE
                       WRITE HH-RECORD FROM PH-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE AB-BALANCE        TO WS-AL-BEFORE-VALUE
                   SUBTRACT PH-AMOUNT     FROM AB-BALANCE
                   IF AB-CURRENCY NOT = SPACES
                           AND AB-CURRENCY NOT = 'BRL'
                       PERFORM BACK-OUT-CURRENCY-BALANCE
                   END-IF
                   MOVE AB-BALANCE        TO WS-AL-AFTER-VALUE
                   MOVE 'AB-BAL-BACKOUT'  TO WS-AL-FIELD-NAME
                   CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
                   ADD PH-AMOUNT          TO WS-REVERSED-AMOUNT
           END-READ.

       BACK-OUT-CURRENCY-BALANCE.
      *    FXCONV GIVES THE RATE AS THE BRL VALUE OF 10,000 UNITS, THE
      *    SAME WAY THE POSTING RUN TAKES IT.
           MOVE 'Y' TO WS-CCY-FOUND-SW.
           CALL 'FXCONV' USING AB-CURRENCY WS-CCY-UNITS
               WS-CCY-UNITS-BRL WS-CCY-FOUND-SW.
           IF WS-CCY-FOUND AND WS-CCY-UNITS-BRL NOT = 0
               COMPUTE AB-CCY-BALANCE ROUNDED =
                   AB-CCY-BALANCE - PH-AMOUNT
                   * WS-CCY-UNITS / WS-CCY-UNITS-BRL
           ELSE
               DISPLAY 'PROGBACK: CONTA ' PH-ACCOUNT
                       ' MOEDA ' AB-CURRENCY ' SEM TAXA - '
                       'SALDO NA MOEDA NAO ESTORNADO'
           END-IF.

       REOPEN-PAID-CHEQUE.
      *    ONLY A CHEQUE PAID ON THE REVERSED DATE ITSELF GOES BACK -
      *    ONE PAID ON AN EARLIER NIGHT STAYS PAID.
           COMPUTE CQ-ACCOUNT = FUNCTION NUMVAL (PH-ACCOUNT).
           MOVE PH-TRANS-ID (3:8) TO CQ-SERIAL.
           READ CHEQUE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CQ-STATUS-PAID
                           AND CQ-STATUS-DATE = WS-REQUEST-DATE
                       MOVE 'I'             TO CQ-STATUS
                       MOVE CQ-ISSUE-DATE   TO CQ-STATUS-DATE
                       MOVE 0               TO CQ-PAID-AMOUNT
                       REWRITE CQ-RECORD
                       SET WS-REOPENED-CHQ-COUNT UP BY 1
                   END-IF
           END-READ.

       MARK-NIGHT-BACKED-OUT.
           OPEN OUTPUT LAST-POSTED.
           MOVE SPACES               TO LP-RECORD.
