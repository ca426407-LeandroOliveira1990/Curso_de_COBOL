      *           STATEMENT CARRIES ALL OF A CUSTOMER'S ACCOUNTS -
      *           OPENING, DETAILS AND CLOSING PER ACCOUNT, PLUS A
      *           CUSTOMER TOTAL AT THE BREAK.
      * Modified: 2026-10-15 - EACH ACCOUNT NOW ALSO LISTS THE CHEQUES
      *           THE CHEQUE REGISTER SHOWS PAID IN THE STATEMENT
      *           MONTH - SERIAL, DATE PAID AND AMOUNT - AHEAD OF ITS
      *           CLOSING BALANCE.
      * Modified: 2026-10-15 - DELIVERY BY CUSTOMER PREFERENCE: EACH
      *           CUSTOMER'S AF-STMT-DELIVERY ON ALRTPREF.DAT (NO
      *           RECORD = PAPER) DECIDES WHETHER THE STATEMENT GOES
      *           TO STMT.RPT FOR PRINTING, TO THE E-STATEMENT VENDOR'S
      *           EXTRACT (ESTMT.DAT - ACCOUNT HEADER, TRANSACTIONS AND
      *           SUMMARY PER ACCOUNT, GROUPED BY CUSTOMER), OR BOTH;
      *           AN ELECTRONIC CUSTOMER WITH NO E-MAIL IS PRINTED
      *           INSTEAD (COND CODE 4). CLOSED CUSTOMERS AND ACCOUNTS
      *           THE ESCHEAT REGISTER SHOWS TRANSFERRED OR CLAIMED ARE
      *           LEFT OUT OF BOTH. A CONTROL REPORT (STMTCTL.RPT)
      *           COUNTS THE CUSTOMERS BY DELIVERY CHANNEL AND THE
      *           EXCLUSIONS.
      * Modified: 2026-10-15 - STATEMENTS GROUPED BY HOUSEHOLD: EACH
      *           CUSTOMER IS LOOKED UP ON HOUSEHLD.DAT (BUILT BY
      *           PROGCDUP; A CUSTOMER NOT ON IT IS ITS OWN HOUSEHOLD)
      *           AND THE SORT NOW RUNS HOUSEHOLD/CUSTOMER/ACCOUNT/
      *           DATE, SO ONE ADDRESS'S STATEMENTS COME OUT TOGETHER
      *           FOR ONE ENVELOPE. THE PRINTED STATEMENT SHOWS THE
      *           HOUSEHOLD UNDER THE CUSTOMER, THE EXTRACT'S ACCOUNT
      *           HEADER CARRIES IT, AND THE CONTROL REPORT COUNTS
      *           THE CUSTOMERS WHO SHARE A HOUSEHOLD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSTMT.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT HOUSEHOLDS ASSIGN TO "HOUSEHLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HH-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-KEY
               FILE STATUS WS-CQ-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CUST-NUMBER
               FILE STATUS WS-CM-STATUS.
           SELECT CUSTOMER-PREFERENCES ASSIGN TO "ALRTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AF-CUST-NUMBER
               FILE STATUS WS-AF-STATUS.
           SELECT ESCHEAT-REGISTER ASSIGN TO "ESCHREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ER-ACCOUNT
               FILE STATUS WS-ER-STATUS.
           SELECT ESTATEMENT-EXTRACT ASSIGN TO "ESTMT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EM-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "STMTCTL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK.TMP".
       DATA DIVISION.
       FILE SECTION.
           COPY ACCTBAL.
       FD  STATEMENT-WORK.
       01  WK-RECORD.
           05  WK-HOUSEHOLD            PIC 9(08).
           05  WK-CUSTOMER             PIC 9(08).
           05  WK-TRANS-ID             PIC X(10).
           05  WK-ACCOUNT              PIC X(10).
           COPY BUSDATE.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  HOUSEHOLDS.
           COPY HOUSEHLD.
       FD  CHEQUE-REGISTER.
           COPY CHQREG.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  CUSTOMER-PREFERENCES.
           COPY ALRTPREF.
       FD  ESCHEAT-REGISTER.
           COPY ESCHREG.
       FD  ESTATEMENT-EXTRACT.
           COPY ESTMTEX.
       FD  CONTROL-REPORT.
       01  CTL-LINE                    PIC X(80).
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-HOUSEHOLD            PIC 9(08).
           05  SW-CUSTOMER             PIC 9(08).
           05  SW-TRANS-ID             PIC X(10).
           05  SW-ACCOUNT              PIC X(10).
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
       77  WS-HH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HH-COUNT                 PIC 9(04) VALUE 0.
       77  WS-HH-IDX                   PIC 9(04) VALUE 0.
       77  WS-HHF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-HHF-HOUSEHOLD            PIC 9(08) VALUE 0.
       77  WS-HHF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-HHF-HIT                    VALUE 'Y'.
       77  WS-BREAK-HOUSEHOLD          PIC 9(08) VALUE 0.
       77  WS-IN-HOUSEHOLD-SW          PIC X(01) VALUE 'N'.
           88  WS-IN-HOUSEHOLD               VALUE 'Y'.
       77  WS-HOUSEHOLD-CUST-COUNT     PIC 9(06) VALUE 0.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HT-ENTRY OCCURS 2000 TIMES.
               10  WS-HT-CUSTOMER      PIC 9(08).
               10  WS-HT-HOUSEHOLD     PIC 9(08).
       77  WS-CQ-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CQ-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-CQ-ABSENT                  VALUE 'Y'.
       77  WS-CQ-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-CQ-EOF                     VALUE 'Y'.
       77  WS-CQ-HEADER-SW             PIC X(01) VALUE 'N'.
           88  WS-CQ-HEADER-DONE             VALUE 'Y'.
       77  WS-CQ-ACCOUNT               PIC 9(08) VALUE 0.
       77  WS-GROUP-NET                PIC S9(9)V99 VALUE 0.
       77  WS-CLOSING-BALANCE          PIC S9(9)V99 VALUE 0.
       77  WS-OPENING-BALANCE          PIC S9(9)V99 VALUE 0.
       77  WS-EFFECTIVE-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-CONVERTED-AMOUNT         PIC S9(7)V99 VALUE 0.
       77  WS-FX-FOUND-SW              PIC X(01) VALUE 'Y'.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-CM-ABSENT                  VALUE 'Y'.
       77  WS-AP-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-AP-ABSENT                  VALUE 'Y'.
       77  WS-ER-ABSENT-SW             PIC X(01) VALUE 'N'.
           88  WS-ER-ABSENT                  VALUE 'Y'.
       77  WS-CUST-CLOSED-SW           PIC X(01) VALUE 'N'.
           88  WS-CUST-CLOSED                VALUE 'Y'.
       77  WS-CUST-STARTED-SW          PIC X(01) VALUE 'N'.
           88  WS-CUST-STARTED               VALUE 'Y'.
       77  WS-ACCT-SKIP-SW             PIC X(01) VALUE 'N'.
           88  WS-ACCT-SKIP                  VALUE 'Y'.
       77  WS-NO-EMAIL-SW              PIC X(01) VALUE 'N'.
           88  WS-NO-EMAIL                   VALUE 'Y'.
      *    P = PAPER ONLY, E = ELECTRONIC ONLY, A = BOTH.
       77  WS-DELIVERY                 PIC X(01) VALUE 'P'.
           88  WS-WANTS-PAPER                VALUE 'P' 'A'.
           88  WS-WANTS-ELECTRONIC           VALUE 'E' 'A'.
           88  WS-DELIVER-PAPER-ONLY         VALUE 'P'.
           88  WS-DELIVER-ELECTRONIC-ONLY    VALUE 'E'.
           88  WS-DELIVER-BOTH               VALUE 'A'.
       77  WS-CUST-NAME                PIC X(30) VALUE SPACES.
       77  WS-CUST-ADDRESS             PIC X(40) VALUE SPACES.
       77  WS-CUST-EMAIL               PIC X(50) VALUE SPACES.
       77  WS-ACCT-CURRENCY            PIC X(03) VALUE SPACES.
       77  WS-ACCT-NUM                 PIC 9(08) VALUE 0.
       77  WS-ACCT-CREDITS             PIC 9(09)V99 VALUE 0.
       77  WS-ACCT-DEBITS              PIC 9(09)V99 VALUE 0.
       77  WS-ACCT-TRN-COUNT           PIC 9(06) VALUE 0.
       77  WS-PAPER-ONLY-COUNT         PIC 9(06) VALUE 0.
       77  WS-ELECTRONIC-ONLY-COUNT    PIC 9(06) VALUE 0.
       77  WS-BOTH-COUNT               PIC 9(06) VALUE 0.
       77  WS-NO-EMAIL-COUNT           PIC 9(06) VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(06) VALUE 0.
       77  WS-ESCHEAT-CUST-COUNT       PIC 9(06) VALUE 0.
       77  WS-ESCHEAT-ACCT-COUNT       PIC 9(06) VALUE 0.
       77  WS-EX-CUST-COUNT            PIC 9(06) VALUE 0.
       77  WS-EX-ACCT-COUNT            PIC 9(06) VALUE 0.
       77  WS-EX-RECORD-COUNT          PIC 9(08) VALUE 0.
       01  WS-CTL-HEADER.
           05  FILLER                  PIC X(30) VALUE
                   'CONTROLE DE EXTRATOS - DATA:'.
           05  CH-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-CTL-LINE.
           05  CC-LABEL                PIC X(40).
           05  CC-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  WS-RUN-DATE-TEXT            PIC X(10).
       01  WS-STMT-HEADER-1.
           05  FILLER                  PIC X(22) VALUE
       01  WS-STMT-HEADER-2.
           05  FILLER                  PIC X(09) VALUE 'CLIENTE: '.
           05  HL-CUSTOMER             PIC 9(08).
           05  HL-HOUSEHOLD-LABEL      PIC X(13).
           05  HL-HOUSEHOLD            PIC X(08).
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(07) VALUE 'CONTA: '.
           05  AL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-CHEQUE-HEADER.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'CHEQUES COMPENSADOS NO MES:'.
           05  FILLER                  PIC X(47) VALUE SPACES.
       01  WS-CHEQUE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PC-CHEQUE               PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PC-PAID-DATE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PC-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-CLOSING-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'SALDO ATUAL:'.
       MAIN-PROCEDURE.
           PERFORM BUILD-RUN-DATE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-HOUSEHOLD-TABLE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-HOUSEHOLD SW-CUSTOMER SW-ACCOUNT
                                SW-TRANS-DATE
               INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
               OUTPUT PROCEDURE IS WRITE-STATEMENT-WORK.

               GOBACK
           END-IF.

      *    NO CHEQUE REGISTER JUST MEANS NO CHEQUE LISTING.
           OPEN INPUT CHEQUE-REGISTER.
           IF WS-CQ-STATUS NOT = '00'
               SET WS-CQ-ABSENT TO TRUE
           END-IF.

      *    NO CUSTOMER MASTER EXCLUDES NOBODY AS CLOSED, NO
      *    PREFERENCES FILE PRINTS EVERYBODY, NO ESCHEAT REGISTER
      *    MEANS NOTHING WAS EVER ESCHEATED.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00'
               SET WS-CM-ABSENT TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-PREFERENCES.
           IF WS-AF-STATUS NOT = '00'
               SET WS-AP-ABSENT TO TRUE
           END-IF.
           OPEN INPUT ESCHEAT-REGISTER.
           IF WS-ER-STATUS NOT = '00'
               SET WS-ER-ABSENT TO TRUE
           END-IF.

           OPEN OUTPUT ESTATEMENT-EXTRACT.
           IF WS-EM-STATUS NOT = '00'
               DISPLAY 'PROGSTMT: ESTMT.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-EM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES              TO EM-RECORD.
           SET EM-FILE-HEADER-REC   TO TRUE.
           MOVE WS-SYSDATE          TO EM-FHD-STMT-DATE.
           MOVE 'EXTRAT01'          TO EM-FHD-LAYOUT.
           PERFORM WRITE-EXTRACT-RECORD.

           PERFORM PRINT-STATEMENT-PASS.

           MOVE SPACES              TO EM-RECORD.
           SET EM-FILE-TRAILER-REC  TO TRUE.
           MOVE WS-EX-CUST-COUNT    TO EM-FTR-CUSTOMERS.
           MOVE WS-EX-ACCT-COUNT    TO EM-FTR-ACCOUNTS.
           COMPUTE EM-FTR-RECORDS = WS-EX-RECORD-COUNT + 1.
           PERFORM WRITE-EXTRACT-RECORD.
           CLOSE ESTATEMENT-EXTRACT.

           CLOSE ACCOUNT-BALANCE.
           IF NOT WS-CQ-ABSENT
               CLOSE CHEQUE-REGISTER
           END-IF.
           IF NOT WS-CM-ABSENT
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF NOT WS-AP-ABSENT
               CLOSE CUSTOMER-PREFERENCES
           END-IF.
           IF NOT WS-ER-ABSENT
               CLOSE ESCHEAT-REGISTER
           END-IF.

           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY 'PROGSTMT: EXTRATOS GERADOS: ' WS-STMT-COUNT.
           DISPLAY 'PROGSTMT: CLIENTES NO ARQUIVO ELETRONICO: '
                   WS-EX-CUST-COUNT.
           IF WS-NO-EMAIL-COUNT NOT = 0
               DISPLAY 'PROGSTMT: ' WS-NO-EMAIL-COUNT
                       ' CLIENTE(S) ELETRONICO(S) SEM E-MAIL - '
                       'IMPRESSO(S) EM PAPEL'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       RELEASE-DETAIL-RECORDS.
                           FUNCTION NUMVAL (CT-ACCOUNT)
                       PERFORM XREF-TO-CUSTOMER
                       MOVE WS-XRF-CUSTOMER  TO SW-CUSTOMER
                       MOVE WS-XRF-CUSTOMER  TO WS-HHF-CUSTOMER
                       PERFORM CUSTOMER-TO-HOUSEHOLD
                       MOVE WS-HHF-HOUSEHOLD TO SW-HOUSEHOLD
                       CALL 'TRNSIGN' USING CT-TRANS-TYPE CT-AMOUNT
                           WS-EFFECTIVE-AMOUNT
                       MOVE 'Y' TO WS-FX-FOUND-SW
               AT END
                   SET WS-RTN-EOF TO TRUE
               NOT AT END
                   MOVE SW-HOUSEHOLD     TO WK-HOUSEHOLD
                   MOVE SW-CUSTOMER      TO WK-CUSTOMER
                   MOVE SW-TRANS-ID      TO WK-TRANS-ID
                   MOVE SW-ACCOUNT       TO WK-ACCOUNT
           PERFORM PRINT-NEXT-RECORD UNTIL WS-PASS2-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM PRINT-CLOSING-BALANCE
               PERFORM FINISH-CUSTOMER
           END-IF.
           CLOSE STATEMENT-WORK.
           CLOSE STATEMENT-NET.
                   ELSE
                       IF WK-CUSTOMER NOT = WS-BREAK-CUSTOMER
                           PERFORM PRINT-CLOSING-BALANCE
                           PERFORM FINISH-CUSTOMER
                           MOVE WK-CUSTOMER TO WS-BREAK-CUSTOMER
                           MOVE WK-ACCOUNT  TO WS-BREAK-ACCOUNT
                           PERFORM START-NEW-CUSTOMER
           END-READ.

       START-NEW-CUSTOMER.
      *    THE STATEMENT ITSELF ONLY OPENS WITH THE CUSTOMER'S FIRST
      *    ACCOUNT THAT IS NOT LEFT OUT, SO A CUSTOMER WHOSE ACCOUNTS
      *    WERE ALL ESCHEATED GETS NO EMPTY PAGE.
           MOVE 0 TO WS-CUSTOMER-TOTAL.
           MOVE 'N' TO WS-CUST-STARTED-SW.
           MOVE WK-HOUSEHOLD TO WS-BREAK-HOUSEHOLD.
           MOVE WS-BREAK-CUSTOMER TO WS-HHF-CUSTOMER.
           PERFORM CUSTOMER-TO-HOUSEHOLD.
           MOVE WS-HHF-HIT-SW TO WS-IN-HOUSEHOLD-SW.
           PERFORM JUDGE-CUSTOMER-DELIVERY.

       JUDGE-CUSTOMER-DELIVERY.
      *    A CLOSED CUSTOMER GETS NOTHING. OTHERWISE THE PREFERENCE
      *    DECIDES; ELECTRONIC DELIVERY WITHOUT AN E-MAIL ADDRESS
      *    FALLS BACK TO PAPER SO THE CUSTOMER STILL GETS A STATEMENT.
           MOVE 'N'    TO WS-CUST-CLOSED-SW.
           MOVE 'N'    TO WS-NO-EMAIL-SW.
           MOVE 'P'    TO WS-DELIVERY.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE SPACES TO WS-CUST-ADDRESS.
           MOVE SPACES TO WS-CUST-EMAIL.
           IF NOT WS-CM-ABSENT
               MOVE WS-BREAK-CUSTOMER TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME    TO WS-CUST-NAME
                       MOVE CM-CUST-ADDRESS TO WS-CUST-ADDRESS
                       IF CM-STATUS-CLOSED
                           SET WS-CUST-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-AP-ABSENT
               MOVE WS-BREAK-CUSTOMER TO AF-CUST-NUMBER
               READ CUSTOMER-PREFERENCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AF-EMAIL TO WS-CUST-EMAIL
                       IF AF-STMT-ELECTRONIC
                           MOVE 'E' TO WS-DELIVERY
                       END-IF
                       IF AF-STMT-BOTH
                           MOVE 'A' TO WS-DELIVERY
                       END-IF
               END-READ
           END-IF.
           IF WS-WANTS-ELECTRONIC AND WS-CUST-EMAIL = SPACES
               MOVE 'P' TO WS-DELIVERY
               SET WS-NO-EMAIL TO TRUE
           END-IF.

       OPEN-CUSTOMER-STATEMENT.
           SET WS-CUST-STARTED TO TRUE.
           SET WS-STMT-COUNT UP BY 1.
           IF WS-IN-HOUSEHOLD
               SET WS-HOUSEHOLD-CUST-COUNT UP BY 1
           END-IF.
           IF WS-NO-EMAIL
               SET WS-NO-EMAIL-COUNT UP BY 1
               DISPLAY 'PROGSTMT: CLIENTE ' WS-BREAK-CUSTOMER
                       ' PEDIU EXTRATO ELETRONICO E NAO TEM E-MAIL'
           END-IF.
           IF WS-DELIVER-PAPER-ONLY
               SET WS-PAPER-ONLY-COUNT UP BY 1
           END-IF.
           IF WS-DELIVER-ELECTRONIC-ONLY
               SET WS-ELECTRONIC-ONLY-COUNT UP BY 1
           END-IF.
           IF WS-DELIVER-BOTH
               SET WS-BOTH-COUNT UP BY 1
           END-IF.
           IF WS-WANTS-PAPER
               PERFORM PRINT-PAGE-HEADER
           END-IF.
           IF WS-WANTS-ELECTRONIC
               SET WS-EX-CUST-COUNT UP BY 1
           END-IF.

       START-NEW-ACCOUNT.
           READ STATEMENT-NET
           PERFORM FETCH-CLOSING-BALANCE.
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - NT-NET-AMOUNT.
           PERFORM JUDGE-ACCOUNT-EXCLUSION.
           IF NOT WS-ACCT-SKIP
               IF NOT WS-CUST-STARTED
                   PERFORM OPEN-CUSTOMER-STATEMENT
               END-IF
               MOVE 0 TO WS-ACCT-CREDITS
               MOVE 0 TO WS-ACCT-DEBITS
               MOVE 0 TO WS-ACCT-TRN-COUNT
               IF WS-WANTS-PAPER
                   MOVE WS-BREAK-ACCOUNT   TO AL-ACCOUNT
                   WRITE STMT-LINE         FROM WS-ACCOUNT-LINE
                   MOVE WS-OPENING-BALANCE TO OL-OPENING
                   WRITE STMT-LINE         FROM WS-OPENING-LINE
                   ADD 2 TO WS-LINE-COUNT
               END-IF
               IF WS-WANTS-ELECTRONIC
                   PERFORM WRITE-ACCOUNT-HEADER
               END-IF
           END-IF.

       JUDGE-ACCOUNT-EXCLUSION.
      *    AN ACCOUNT WHOSE BALANCE WENT TO THE STATE (TRANSFERRED, OR
      *    TRANSFERRED AND LATER CLAIMED BACK) IS NO LONGER THE
      *    CUSTOMER'S TO BE TOLD ABOUT.
           MOVE WS-CUST-CLOSED-SW TO WS-ACCT-SKIP-SW.
           IF NOT WS-ACCT-SKIP AND NOT WS-ER-ABSENT
               COMPUTE ER-ACCOUNT = FUNCTION NUMVAL (WS-BREAK-ACCOUNT)
               READ ESCHEAT-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ER-STATUS-TRANSFERRED OR ER-STATUS-CLAIMED
                           SET WS-ACCT-SKIP TO TRUE
                           SET WS-ESCHEAT-ACCT-COUNT UP BY 1
                       END-IF
               END-READ
           END-IF.

       WRITE-ACCOUNT-HEADER.
           SET WS-EX-ACCT-COUNT UP BY 1.
           COMPUTE WS-ACCT-NUM = FUNCTION NUMVAL (WS-BREAK-ACCOUNT).
           MOVE SPACES               TO EM-RECORD.
           SET EM-ACCOUNT-HEADER-REC TO TRUE.
           MOVE WS-BREAK-CUSTOMER    TO EM-CUSTOMER.
           MOVE WS-ACCT-NUM          TO EM-ACCOUNT.
           MOVE WS-CUST-NAME         TO EM-HDR-CUST-NAME.
           MOVE WS-CUST-EMAIL        TO EM-HDR-EMAIL.
           MOVE WS-CUST-ADDRESS      TO EM-HDR-ADDRESS.
           MOVE WS-SYSDATE           TO EM-HDR-STMT-DATE.
           MOVE WS-ACCT-CURRENCY     TO EM-HDR-CURRENCY.
           MOVE WS-DELIVERY          TO EM-HDR-DELIVERY.
           MOVE WS-BREAK-HOUSEHOLD   TO EM-HDR-HOUSEHOLD.
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-RECORD.
           WRITE EM-RECORD.
           SET WS-EX-RECORD-COUNT UP BY 1.

       FINISH-CUSTOMER.
      *    A CUSTOMER WHOSE STATEMENT NEVER OPENED WAS EITHER CLOSED
      *    OR HAD EVERY ACCOUNT ESCHEATED.
           IF WS-CUST-STARTED
               IF WS-WANTS-PAPER
                   PERFORM PRINT-CUSTOMER-TOTAL
               END-IF
           ELSE
               IF WS-CUST-CLOSED
                   SET WS-CLOSED-COUNT UP BY 1
               ELSE
                   SET WS-ESCHEAT-CUST-COUNT UP BY 1
               END-IF
           END-IF.

       PRINT-CUSTOMER-TOTAL.
      *    THE SUM OF THE CUSTOMER'S CLOSING BALANCES - THE FIGURE
           READ ACCOUNT-BALANCE
               INVALID KEY
                   MOVE 0 TO WS-CLOSING-BALANCE
                   MOVE SPACES TO WS-ACCT-CURRENCY
               NOT INVALID KEY
                   MOVE AB-BALANCE TO WS-CLOSING-BALANCE
                   MOVE AB-CURRENCY TO WS-ACCT-CURRENCY
           END-READ.
           IF WS-ACCT-CURRENCY = SPACES
               MOVE 'BRL' TO WS-ACCT-CURRENCY
           END-IF.

       PRINT-DETAIL-LINE.
           IF NOT WS-ACCT-SKIP
               SET WS-ACCT-TRN-COUNT UP BY 1
               IF WK-AMOUNT < 0
                   SUBTRACT WK-AMOUNT FROM WS-ACCT-DEBITS
               ELSE
                   ADD WK-AMOUNT TO WS-ACCT-CREDITS
               END-IF
               IF WS-WANTS-PAPER
                   PERFORM PRINT-PAPER-DETAIL
               END-IF
               IF WS-WANTS-ELECTRONIC
                   MOVE SPACES            TO EM-RECORD
                   SET EM-TRANSACTION-REC TO TRUE
                   MOVE WS-BREAK-CUSTOMER TO EM-CUSTOMER
                   MOVE WS-ACCT-NUM       TO EM-ACCOUNT
                   MOVE WK-TRANS-ID       TO EM-TRN-ID
                   MOVE WK-TRANS-DATE     TO EM-TRN-DATE
                   MOVE WK-AMOUNT         TO EM-TRN-AMOUNT
                   PERFORM WRITE-EXTRACT-RECORD
               END-IF
           END-IF.

       PRINT-PAPER-DETAIL.
           IF WS-LINE-COUNT >= 60
               PERFORM PRINT-PAGE-HEADER
           END-IF.
           SET WS-LINE-COUNT UP BY 1.

       PRINT-CLOSING-BALANCE.
           IF NOT WS-ACCT-SKIP
               IF WS-WANTS-PAPER
                   PERFORM PRINT-PAPER-CLOSING
               END-IF
               ADD WS-CLOSING-BALANCE   TO WS-CUSTOMER-TOTAL
               IF WS-WANTS-ELECTRONIC
                   PERFORM WRITE-ACCOUNT-SUMMARY
               END-IF
           END-IF.

       PRINT-PAPER-CLOSING.
           IF NOT WS-CQ-ABSENT
               PERFORM PRINT-PAID-CHEQUES
           END-IF.
           MOVE WS-CLOSING-BALANCE  TO CL-CLOSING.
           WRITE STMT-LINE          FROM WS-CLOSING-LINE.

       WRITE-ACCOUNT-SUMMARY.
           MOVE SPACES              TO EM-RECORD.
           SET EM-SUMMARY-REC       TO TRUE.
           MOVE WS-BREAK-CUSTOMER   TO EM-CUSTOMER.
           MOVE WS-ACCT-NUM         TO EM-ACCOUNT.
           MOVE WS-OPENING-BALANCE  TO EM-SUM-OPENING.
           MOVE WS-ACCT-CREDITS     TO EM-SUM-CREDITS.
           MOVE WS-ACCT-DEBITS      TO EM-SUM-DEBITS.
           MOVE WS-CLOSING-BALANCE  TO EM-SUM-CLOSING.
           MOVE WS-ACCT-TRN-COUNT   TO EM-SUM-TRN-COUNT.
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WS-RUN-DATE-TEXT    TO CH-RUN-DATE.
           WRITE CTL-LINE           FROM WS-CTL-HEADER.
           MOVE SPACES              TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE 'CLIENTES SOMENTE PAPEL:' TO CC-LABEL.
           MOVE WS-PAPER-ONLY-COUNT TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'CLIENTES SOMENTE ELETRONICO:' TO CC-LABEL.
           MOVE WS-ELECTRONIC-ONLY-COUNT TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'CLIENTES PAPEL E ELETRONICO:' TO CC-LABEL.
           MOVE WS-BOTH-COUNT       TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'TOTAL DE EXTRATOS:' TO CC-LABEL.
           MOVE WS-STMT-COUNT       TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE '  ELETRONICO SEM E-MAIL (EM PAPEL):' TO CC-LABEL.
           MOVE WS-NO-EMAIL-COUNT   TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'CONTAS NO ARQUIVO ELETRONICO:' TO CC-LABEL.
           MOVE WS-EX-ACCT-COUNT    TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'CLIENTES EM DOMICILIO COMPARTILHADO:' TO CC-LABEL.
           MOVE WS-HOUSEHOLD-CUST-COUNT TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE SPACES              TO CTL-LINE.
           WRITE CTL-LINE.
           MOVE 'EXCLUIDOS - CLIENTES ENCERRADOS:' TO CC-LABEL.
           MOVE WS-CLOSED-COUNT     TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'EXCLUIDOS - CLIENTES SO COM ESCHEAT:' TO CC-LABEL.
           MOVE WS-ESCHEAT-CUST-COUNT TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           MOVE 'EXCLUIDAS - CONTAS COM ESCHEAT:' TO CC-LABEL.
           MOVE WS-ESCHEAT-ACCT-COUNT TO CC-COUNT.
           WRITE CTL-LINE           FROM WS-CTL-LINE.
           CLOSE CONTROL-REPORT.

       PRINT-PAID-CHEQUES.
      *    THE ACCOUNT'S SERIALS COME OFF THE REGISTER IN SERIAL ORDER;
      *    ONLY THOSE PAID IN THE STATEMENT MONTH ARE LISTED, UNDER A
      *    HEADING PRINTED WITH THE FIRST OF THEM.
           MOVE 'N' TO WS-CQ-EOF-SW.
           MOVE 'N' TO WS-CQ-HEADER-SW.
           COMPUTE WS-CQ-ACCOUNT = FUNCTION NUMVAL (WS-BREAK-ACCOUNT).
           MOVE WS-CQ-ACCOUNT TO CQ-ACCOUNT.
           MOVE 0             TO CQ-SERIAL.
           START CHEQUE-REGISTER KEY IS NOT LESS THAN CQ-KEY
               INVALID KEY
                   SET WS-CQ-EOF TO TRUE
           END-START.
           PERFORM PRINT-NEXT-PAID-CHEQUE UNTIL WS-CQ-EOF.

       PRINT-NEXT-PAID-CHEQUE.
           READ CHEQUE-REGISTER NEXT RECORD
               AT END
                   SET WS-CQ-EOF TO TRUE
               NOT AT END
                   IF CQ-ACCOUNT NOT = WS-CQ-ACCOUNT
                       SET WS-CQ-EOF TO TRUE
                   ELSE
                       IF CQ-STATUS-PAID
                               AND CQ-STATUS-DATE (1:6)
                                   = WS-SYSDATE (1:6)
                           PERFORM PRINT-PAID-CHEQUE-LINE
                       END-IF
                   END-IF
           END-READ.

       PRINT-PAID-CHEQUE-LINE.
           IF WS-LINE-COUNT >= 60
               PERFORM PRINT-PAGE-HEADER
           END-IF.
           IF NOT WS-CQ-HEADER-DONE
               WRITE STMT-LINE       FROM WS-CHEQUE-HEADER
               SET WS-LINE-COUNT UP BY 1
               SET WS-CQ-HEADER-DONE TO TRUE
           END-IF.
           MOVE CQ-STATUS-DATE (7:2) TO DL-DAY.
           MOVE '/'                  TO DL-SEP-1.
           MOVE CQ-STATUS-DATE (5:2) TO DL-MONTH.
           MOVE '/'                  TO DL-SEP-2.
           MOVE CQ-STATUS-DATE (1:4) TO DL-YEAR.
           MOVE SPACES               TO PC-CHEQUE.
           STRING 'CQ' CQ-SERIAL DELIMITED BY SIZE INTO PC-CHEQUE.
           MOVE WS-DATA              TO PC-PAID-DATE.
           MOVE CQ-PAID-AMOUNT       TO PC-AMOUNT.
           WRITE STMT-LINE           FROM WS-CHEQUE-LINE.
           SET WS-LINE-COUNT UP BY 1.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NUM NOT = 0
           MOVE WS-PAGE-NUM       TO HL-PAGE-NUM.
           WRITE STMT-LINE        FROM WS-STMT-HEADER-1.
           MOVE WS-BREAK-CUSTOMER TO HL-CUSTOMER.
           MOVE SPACES            TO HL-HOUSEHOLD-LABEL HL-HOUSEHOLD.
           IF WS-IN-HOUSEHOLD
               MOVE '  DOMICILIO: '    TO HL-HOUSEHOLD-LABEL
               MOVE WS-BREAK-HOUSEHOLD TO HL-HOUSEHOLD
           END-IF.
           WRITE STMT-LINE        FROM WS-STMT-HEADER-2.
           WRITE STMT-LINE        FROM WS-STMT-HEADER-3.
           MOVE 0 TO WS-LINE-COUNT.
                   END-IF
           END-READ.

       CUSTOMER-TO-HOUSEHOLD.
      *    A CUSTOMER WITH NO HOUSEHOLD RECORD SHARES ITS ADDRESS WITH
      *    NOBODY AND IS ITS OWN HOUSEHOLD.
           MOVE WS-HHF-CUSTOMER TO WS-HHF-HOUSEHOLD.
           MOVE 'N' TO WS-HHF-HIT-SW.
           PERFORM MATCH-HOUSEHOLD-ENTRY
               VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
                   OR WS-HHF-HIT.

       MATCH-HOUSEHOLD-ENTRY.
           IF WS-HT-CUSTOMER (WS-HH-IDX) = WS-HHF-CUSTOMER
               MOVE WS-HT-HOUSEHOLD (WS-HH-IDX) TO WS-HHF-HOUSEHOLD
               SET WS-HHF-HIT TO TRUE
           END-IF.

       LOAD-HOUSEHOLD-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOUSEHOLDS.
           IF WS-HH-STATUS = '00'
               PERFORM LOAD-NEXT-HOUSEHOLD UNTIL WS-EOF
               CLOSE HOUSEHOLDS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-HOUSEHOLD.
           READ HOUSEHOLDS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HH-COUNT < 2000
                       SET WS-HH-COUNT UP BY 1
                       MOVE HH-CUST-NUMBER
                           TO WS-HT-CUSTOMER (WS-HH-COUNT)
                       MOVE HH-HOUSEHOLD
                           TO WS-HT-HOUSEHOLD (WS-HH-COUNT)
                   ELSE
                       DISPLAY 'PROGSTMT: TABELA DE DOMICILIOS CHEIA - '
                               'DOMICILIO IGNORADO'
                   END-IF
           END-READ.

       BUILD-RUN-DATE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-SYS-DD        TO DL-DAY.
