      * Modified: 2026-09-02 - ALSO FOLDS IN THE PARTNER-RETURNS FEED
      *           PROGRTRN GENERATES (RTRNTRN.DAT), KEEPING ITS OWN
      *           RTYYMMDD BATCH HEADER, AND EMPTIES IT AFTERWARDS.
      * Modified: 2026-10-15 - ALSO FOLDS IN THE LOAN FEED PROGLNGN
      *           GENERATES (LOANTRN.DAT), KEEPING ITS OWN LNYYMMDD
      *           BATCH HEADER, AND EMPTIES IT AFTERWARDS.
      * Modified: 2026-10-15 - ALSO FOLDS IN THE ACCOUNT-CLOSURE FEED
      *           PROGACMT GENERATES (ENCTRN.DAT), KEEPING ITS OWN
      *           ENYYMMDD BATCH HEADER, AND EMPTIES IT AFTERWARDS.
      * Modified: 2026-10-15 - ALSO FOLDS IN THE ESCHEATMENT FEED
      *           PROGESCH GENERATES (ESCHTRN.DAT), KEEPING ITS OWN
      *           ESYYMMDD BATCH HEADER, AND EMPTIES IT AFTERWARDS.
      * Modified: 2026-10-15 - ALSO FOLDS IN THE RETURNED-PAYMENT FEED
      *           PROGPGRJ GENERATES (PGRJTRN.DAT), KEEPING ITS OWN
      *           PDYYMMDD BATCH HEADER, AND EMPTIES IT AFTERWARDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMRGE.
           SELECT RETURN-FEED ASSIGN TO "RTRNTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RT-STATUS.
           SELECT LOAN-FEED ASSIGN TO "LOANTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LN-STATUS.
           SELECT CLOSURE-FEED ASSIGN TO "ENCTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EN-STATUS.
           SELECT ESCHEAT-FEED ASSIGN TO "ESCHTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ES-STATUS.
           SELECT PAYMENT-RETURN-FEED ASSIGN TO "PGRJTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PD-STATUS.
           SELECT MERGE-WORK ASSIGN TO "MRGDTRN.TMP"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       01  SO-CARRY-RECORD             PIC X(54).
       FD  RETURN-FEED.
       01  RT-CARRY-RECORD             PIC X(54).
       FD  LOAN-FEED.
       01  LN-CARRY-RECORD             PIC X(54).
       FD  CLOSURE-FEED.
       01  EN-CARRY-RECORD             PIC X(54).
       FD  ESCHEAT-FEED.
       01  ES-CARRY-RECORD             PIC X(54).
       FD  PAYMENT-RETURN-FEED.
       01  PD-CARRY-RECORD             PIC X(54).
       FD  MERGE-WORK.
       01  MW-RECORD                   PIC X(54).
       WORKING-STORAGE SECTION.
       77  WS-NF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ES-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-DETAIL-COUNT             PIC 9(10) VALUE 0.
           PERFORM FOLD-IN-NSF-FEES.
           PERFORM FOLD-IN-STANDING-ORDERS.
           PERFORM FOLD-IN-RETURNS.
           PERFORM FOLD-IN-LOANS.
           PERFORM FOLD-IN-CLOSURES.
           PERFORM FOLD-IN-ESCHEATS.
           PERFORM FOLD-IN-PAYMENT-RETURNS.

           MOVE SPACES              TO WS-MERGE-TRAILER.
           MOVE 'T'                 TO WS-MT-TRAILER-TYPE.
                   END-IF
           END-READ.

       FOLD-IN-LOANS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LOAN-FEED.
           IF WS-LN-STATUS = '00'
               PERFORM COPY-LOAN-RECORD UNTIL WS-EOF
               CLOSE LOAN-FEED
           END-IF.

       COPY-LOAN-RECORD.
      *    THE LOAN FEED ALSO ARRIVES WITH ITS OWN BATCH HEADER -
      *    COPY IT THROUGH AS-IS.
           READ LOAN-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LN-CARRY-RECORD (1:1) = 'D'
                       WRITE MW-RECORD FROM LN-CARRY-RECORD
                       SET WS-CARRY-COUNT UP BY 1
                   ELSE
                       IF LN-CARRY-RECORD (1:1) = 'B'
                           WRITE MW-RECORD FROM LN-CARRY-RECORD
                       END-IF
                   END-IF
           END-READ.

       FOLD-IN-CLOSURES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CLOSURE-FEED.
           IF WS-EN-STATUS = '00'
               PERFORM COPY-CLOSURE-RECORD UNTIL WS-EOF
               CLOSE CLOSURE-FEED
           END-IF.

       COPY-CLOSURE-RECORD.
      *    THE CLOSURE FEED ALSO ARRIVES WITH ITS OWN BATCH HEADER -
      *    COPY IT THROUGH AS-IS.
           READ CLOSURE-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF EN-CARRY-RECORD (1:1) = 'D'
                       WRITE MW-RECORD FROM EN-CARRY-RECORD
                       SET WS-CARRY-COUNT UP BY 1
                   ELSE
                       IF EN-CARRY-RECORD (1:1) = 'B'
                           WRITE MW-RECORD FROM EN-CARRY-RECORD
                       END-IF
                   END-IF
           END-READ.

       FOLD-IN-ESCHEATS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ESCHEAT-FEED.
           IF WS-ES-STATUS = '00'
               PERFORM COPY-ESCHEAT-RECORD UNTIL WS-EOF
               CLOSE ESCHEAT-FEED
           END-IF.

       COPY-ESCHEAT-RECORD.
      *    THE ESCHEATMENT FEED ALSO ARRIVES WITH ITS OWN BATCH
      *    HEADER - COPY IT THROUGH AS-IS.
           READ ESCHEAT-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ES-CARRY-RECORD (1:1) = 'D'
                       WRITE MW-RECORD FROM ES-CARRY-RECORD
                       SET WS-CARRY-COUNT UP BY 1
                   ELSE
                       IF ES-CARRY-RECORD (1:1) = 'B'
                           WRITE MW-RECORD FROM ES-CARRY-RECORD
                       END-IF
                   END-IF
           END-READ.

       FOLD-IN-PAYMENT-RETURNS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PAYMENT-RETURN-FEED.
           IF WS-PD-STATUS = '00'
               PERFORM COPY-PAYMENT-RETURN-RECORD UNTIL WS-EOF
               CLOSE PAYMENT-RETURN-FEED
           END-IF.

       COPY-PAYMENT-RETURN-RECORD.
      *    THE RETURNED-PAYMENT FEED ALSO ARRIVES WITH ITS OWN BATCH
      *    HEADER - COPY IT THROUGH AS-IS.
           READ PAYMENT-RETURN-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PD-CARRY-RECORD (1:1) = 'D'
                       WRITE MW-RECORD FROM PD-CARRY-RECORD
                       SET WS-CARRY-COUNT UP BY 1
                   ELSE
                       IF PD-CARRY-RECORD (1:1) = 'B'
                           WRITE MW-RECORD FROM PD-CARRY-RECORD
                       END-IF
                   END-IF
           END-READ.

       WRITE-CARRY-HEADER.
      *    ONE RETRABLH BATCH HEADER AHEAD OF THE FIRST CARRIED-IN
      *    RECORD, SO THE BATCH CONTROL TOTALS STILL TIE OUT.
           CLOSE ORDER-FEED.
           OPEN OUTPUT RETURN-FEED.
           CLOSE RETURN-FEED.
           OPEN OUTPUT LOAN-FEED.
           CLOSE LOAN-FEED.
           OPEN OUTPUT CLOSURE-FEED.
           CLOSE CLOSURE-FEED.
           OPEN OUTPUT ESCHEAT-FEED.
           CLOSE ESCHEAT-FEED.
           OPEN OUTPUT PAYMENT-RETURN-FEED.
           CLOSE PAYMENT-RETURN-FEED.
       END PROGRAM PROGMRGE.
