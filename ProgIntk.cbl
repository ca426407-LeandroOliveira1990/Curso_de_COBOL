      *           OF A TRUNCATED SIX-CHARACTER ONE BEHIND TWO BLANKS -
      *           EXISTING BATCHREG AND ACKNOWLEDGMENT IDS MUST KEEP
      *           MATCHING.
      * Modified: 2026-10-15 - A CRT OR ATM CARD SETTLEMENT CARRIES THE
      *           AUTHORIZATION CODE AS THE SEVENTH FIELD; IT'S KEPT
      *           (UP TO SIX CHARACTERS) ON THE DETAIL'S CONTRA-ACCOUNT
      *           FIELD FOR THE CARD MATCHING STEP. A SETTLEMENT
      *           WITHOUT ONE STILL POSTS - MATCHING REPORTS IT.
      * Modified: 2026-10-15 - PARTNER CUT-OFFS: THE ARRIVAL CHECK
      *           (PROGARRV) IS CALLED FIRST TO STAMP ANY FILE NOT YET
      *           REGISTERED, THEN EVERY ARRIVED FILE IS TAKEN INTO THE
      *           INTAKE STORE (FEEDHOLD.DAT) AND THE PARTNER'S FILE
      *           EMPTIED. THE NIGHT CONVERTS FROM THE STORE: FILES
      *           THAT CAME BY THE CUT-OFF, AND LATE FILES HELD FROM AN
      *           EARLIER BUSINESS DATE. A FILE THAT CAME AFTER TODAY'S
      *           CUT-OFF WAITS FOR THE NEXT BUSINESS DAY. EACH FILE IN
      *           THE STORE OPENS ITS OWN DEFAULT BATCH AND PROVES ITS
      *           OWN TRAILER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTK.
               FILE STATUS WS-BD-STATUS.
           SELECT INTAKE-REPORT ASSIGN TO "INTAKE.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARRIVAL-REGISTER ASSIGN TO "ARRIVALS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AR-STATUS.
           SELECT INTAKE-STORE ASSIGN TO "FEEDHOLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FH-STATUS.
           SELECT STORE-HOLD ASSIGN TO "INTKHOLD.TMP"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FEED.
           COPY BUSDATE.
       FD  INTAKE-REPORT.
       01  INT-LINE                    PIC X(80).
       FD  ARRIVAL-REGISTER.
           COPY ARRIVALS.
       FD  INTAKE-STORE.
           COPY FEEDHOLD.
       FD  STORE-HOLD.
       01  SH-RECORD                   PIC X(115).
       WORKING-STORAGE SECTION.
           COPY TRNTAB.
       77  WS-PF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-DT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-FH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-CLOCK-DATE               PIC 9(08) VALUE 0.
       77  WS-CLOCK-TIME               PIC 9(08) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(02) VALUE 0.
       77  WS-FILE-STAMP               PIC 9(14) VALUE 0.
       77  WS-LINE-STAMP               PIC 9(14) VALUE 0.
       77  WS-SKIP-SW                  PIC X(01) VALUE 'N'.
           88  WS-SKIP-BATCH                 VALUE 'Y'.
       77  WS-REG-COUNT                PIC 9(03) VALUE 0.
       77  WS-DELIM-IN                 PIC X(01) VALUE '-'.
       77  WS-DELIM-OUT                PIC X(01) VALUE '/'.
       77  WS-TRAILER-X                PIC X(10) VALUE SPACES.
       01  WS-FEED-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARTNER-TABLE.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PARTNER-ID    PIC X(04).
               10  WS-PT-LAYOUT        PIC X(01).
               10  WS-PT-BATCH-PREFIX  PIC X(02).
               10  WS-PT-TRAILER-RULE  PIC X(01).
               10  WS-PT-CUTOFF        PIC 9(04).
               10  WS-PT-PENDING-SW    PIC X(01).
                   88  WS-PT-PENDING         VALUE 'Y'.
               10  WS-PT-STORED-SW     PIC X(01).
                   88  WS-PT-STORED          VALUE 'Y'.
               10  WS-PT-CARRIED-SW    PIC X(01).
                   88  WS-PT-CARRIED         VALUE 'Y'.
               10  WS-PT-ARRIVAL-STATUS
                                       PIC X(01).
               10  WS-PT-DUE-DATE      PIC 9(08).
               10  WS-PT-ARRIVAL-DATE  PIC 9(08).
               10  WS-PT-ARRIVAL-TIME  PIC 9(06).
               10  WS-PT-FEED-COUNT    PIC 9(07).
               10  WS-PT-HELD-COUNT    PIC 9(07).
       01  WS-REGISTRY-TABLE.
           05  WS-RG-ENTRY OCCURS 500 TIMES.
               10  WS-RG-BATCH-ID      PIC X(08).
           PERFORM LOAD-PARTNER-REGISTRY.
           PERFORM LOAD-BATCH-REGISTRY.

      *    THE ARRIVAL CHECK STAMPS ANY FILE THE TRANSFER JOB HASN'T
      *    REGISTERED YET, SO EVERY FILE ON DISK IS AN OPEN ARRIVAL
      *    BY THE TIME THE STORE TAKES IT IN.
           CALL 'PROGARRV'.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           PERFORM LOAD-ARRIVAL-REGISTER.
           PERFORM RECEIVE-PARTNER-FILES.

           OPEN OUTPUT DAILY-TRANSACTIONS.
           IF WS-DT-STATUS NOT = '00'
               DISPLAY 'PROGINTK: DAILYTRN.DAT NAO PODE SER ABERTO - '
               MOVE 'A'          TO WS-PT-LAYOUT (1)
               MOVE SPACES       TO WS-PT-BATCH-PREFIX (1)
               MOVE 'N'          TO WS-PT-TRAILER-RULE (1)
               MOVE 0            TO WS-PT-CUTOFF (1)
               MOVE 1            TO WS-PARTNER-IDX
               PERFORM CLEAR-PARTNER-ARRIVAL
           END-IF.

       LOAD-NEXT-PARTNER.
                           TO WS-PT-BATCH-PREFIX (WS-PARTNER-COUNT)
                       MOVE PR-TRAILER-RULE
                           TO WS-PT-TRAILER-RULE (WS-PARTNER-COUNT)
                       IF PR-CUTOFF-TIME IS NUMERIC
                           MOVE PR-CUTOFF-TIME
                               TO WS-PT-CUTOFF (WS-PARTNER-COUNT)
                       ELSE
                           MOVE 0 TO WS-PT-CUTOFF (WS-PARTNER-COUNT)
                       END-IF
                       MOVE WS-PARTNER-COUNT TO WS-PARTNER-IDX
                       PERFORM CLEAR-PARTNER-ARRIVAL
                   ELSE
                       DISPLAY 'PROGINTK: REGISTRO DE PARCEIROS '
                               'CHEIO - PARCEIRO IGNORADO'
                   END-IF
           END-READ.

       CLEAR-PARTNER-ARRIVAL.
           MOVE 'N'    TO WS-PT-PENDING-SW (WS-PARTNER-IDX)
                          WS-PT-STORED-SW (WS-PARTNER-IDX)
                          WS-PT-CARRIED-SW (WS-PARTNER-IDX).
           MOVE SPACE  TO WS-PT-ARRIVAL-STATUS (WS-PARTNER-IDX).
           MOVE 0      TO WS-PT-DUE-DATE (WS-PARTNER-IDX)
                          WS-PT-ARRIVAL-DATE (WS-PARTNER-IDX)
                          WS-PT-ARRIVAL-TIME (WS-PARTNER-IDX)
                          WS-PT-FEED-COUNT (WS-PARTNER-IDX)
                          WS-PT-HELD-COUNT (WS-PARTNER-IDX).

       LOAD-ARRIVAL-REGISTER.
      *    REPLAYING THE REGISTER LEAVES EACH PARTNER WITH ITS OPEN
      *    ARRIVAL - A FILE STAMPED ON TIME OR LATE THAT THE STORE
      *    HAS NOT TAKEN YET.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ARRIVAL-REGISTER.
           IF WS-AR-STATUS = '00'
               PERFORM LOAD-NEXT-ARRIVAL UNTIL WS-EOF
               CLOSE ARRIVAL-REGISTER
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-ARRIVAL.
           READ ARRIVAL-REGISTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AR-PARTNER-ID TO WS-CP-PARTNER-ID
                   PERFORM FIND-PARTNER-ENTRY
                   IF WS-FOUND-IDX NOT = 0
                       IF AR-ON-TIME OR AR-LATE
                           MOVE 'Y' TO WS-PT-PENDING-SW (WS-FOUND-IDX)
                           MOVE AR-EVENT
                               TO WS-PT-ARRIVAL-STATUS (WS-FOUND-IDX)
                           MOVE AR-BUSINESS-DATE
                               TO WS-PT-DUE-DATE (WS-FOUND-IDX)
                           MOVE AR-EVENT-DATE
                               TO WS-PT-ARRIVAL-DATE (WS-FOUND-IDX)
                           MOVE AR-EVENT-TIME
                               TO WS-PT-ARRIVAL-TIME (WS-FOUND-IDX)
                       END-IF
                       IF AR-TAKEN
                           MOVE 'N' TO WS-PT-PENDING-SW (WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-PARTNER-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-PARTNER-ENTRY
               VARYING WS-PARTNER-IDX FROM 1 BY 1
               UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
                   OR WS-FOUND-IDX NOT = 0.

       MATCH-PARTNER-ENTRY.
           IF WS-PT-PARTNER-ID (WS-PARTNER-IDX) = WS-CP-PARTNER-ID
               MOVE WS-PARTNER-IDX TO WS-FOUND-IDX
           END-IF.

       RECEIVE-PARTNER-FILES.
      *    THE STORE IS PARKED ON A HOLD FILE - DROPPING LINES AN
      *    EARLIER NIGHT ALREADY CONVERTED AND STAMPING THE ONES THIS
      *    NIGHT CONVERTS - THE NEWLY ARRIVED FILES ARE ADDED BEHIND
      *    THEM, AND THE STORE IS REWRITTEN FROM THE HOLD. A FILE
      *    ALREADY IN THE STORE UNDER ITS ARRIVAL STAMP (A NIGHT THAT
      *    STOPPED BEFORE CLOSING THE ARRIVAL) IS NOT ADDED TWICE.
      *    ONLY THEN ARE THE PARTNERS' FILES EMPTIED AND THE
      *    ARRIVALS CLOSED.
           MOVE 'N' TO WS-EOF-SW.
           OPEN OUTPUT STORE-HOLD.
           OPEN INPUT INTAKE-STORE.
           IF WS-FH-STATUS = '00'
               PERFORM PARK-STORE-LINE UNTIL WS-EOF
               CLOSE INTAKE-STORE
           END-IF.
           PERFORM TAKE-PARTNER-FILE
               VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-PARTNER-COUNT.
           CLOSE STORE-HOLD.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT STORE-HOLD.
           OPEN OUTPUT INTAKE-STORE.
           PERFORM RESTORE-STORE-LINE UNTIL WS-EOF.
           CLOSE STORE-HOLD.
           CLOSE INTAKE-STORE.

           OPEN EXTEND ARRIVAL-REGISTER.
           IF WS-AR-STATUS = '35'
               OPEN OUTPUT ARRIVAL-REGISTER
           END-IF.
           PERFORM CLOSE-PARTNER-ARRIVAL
               VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-PARTNER-COUNT.
           CLOSE ARRIVAL-REGISTER.
           MOVE 'N' TO WS-EOF-SW.

       PARK-STORE-LINE.
           READ INTAKE-STORE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FH-FED-DATE = 0 OR FH-FED-DATE = WS-RUN-DATE
                       MOVE FH-PARTNER-ID TO WS-CP-PARTNER-ID
                       PERFORM FIND-PARTNER-ENTRY
                       IF WS-FOUND-IDX NOT = 0
                           PERFORM CLASSIFY-STORE-LINE
                       END-IF
                       WRITE SH-RECORD FROM FH-RECORD
                   END-IF
           END-READ.

       CLASSIFY-STORE-LINE.
      *    A LINE IS THIS NIGHT'S IF IT CAME BY ITS CUT-OFF OR WAS DUE
      *    ON AN EARLIER BUSINESS DATE; A LATE FILE DUE TODAY WAITS.
           IF WS-PT-PENDING (WS-FOUND-IDX)
                   AND FH-ARRIVAL-DATE
                       = WS-PT-ARRIVAL-DATE (WS-FOUND-IDX)
                   AND FH-ARRIVAL-TIME
                       = WS-PT-ARRIVAL-TIME (WS-FOUND-IDX)
               MOVE 'Y' TO WS-PT-STORED-SW (WS-FOUND-IDX)
           END-IF.
           IF FH-FED-DATE = 0
               IF FH-ARRIVED-ON-TIME OR FH-DUE-DATE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO FH-FED-DATE
               END-IF
           END-IF.
           IF FH-FED-DATE = WS-RUN-DATE
               ADD 1 TO WS-PT-FEED-COUNT (WS-FOUND-IDX)
               IF FH-DUE-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-PT-CARRIED-SW (WS-FOUND-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-PT-HELD-COUNT (WS-FOUND-IDX)
           END-IF.

       TAKE-PARTNER-FILE.
           IF WS-PT-PENDING (WS-FOUND-IDX)
                   AND NOT WS-PT-STORED (WS-FOUND-IDX)
               MOVE WS-PT-FILE-NAME (WS-FOUND-IDX) TO WS-PF-FILENAME
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT PARTNER-FEED
               IF WS-PF-STATUS = '00'
                   PERFORM TAKE-PARTNER-LINE UNTIL WS-EOF
                   CLOSE PARTNER-FEED
               END-IF
           END-IF.

       TAKE-PARTNER-LINE.
           READ PARTNER-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO FH-RECORD
                   MOVE WS-PT-PARTNER-ID (WS-FOUND-IDX)
                       TO FH-PARTNER-ID
                   MOVE WS-PT-DUE-DATE (WS-FOUND-IDX) TO FH-DUE-DATE
                   MOVE WS-PT-ARRIVAL-STATUS (WS-FOUND-IDX)
                       TO FH-ARRIVAL-STATUS
                   MOVE WS-PT-ARRIVAL-DATE (WS-FOUND-IDX)
                       TO FH-ARRIVAL-DATE
                   MOVE WS-PT-ARRIVAL-TIME (WS-FOUND-IDX)
                       TO FH-ARRIVAL-TIME
                   MOVE 0 TO FH-FED-DATE
                   MOVE PF-LINE TO FH-LINE
                   PERFORM CLASSIFY-STORE-LINE
                   WRITE SH-RECORD FROM FH-RECORD
           END-READ.

       RESTORE-STORE-LINE.
           READ STORE-HOLD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE FH-RECORD FROM SH-RECORD
           END-READ.

       CLOSE-PARTNER-ARRIVAL.
           IF WS-PT-PENDING (WS-FOUND-IDX)
               MOVE WS-PT-FILE-NAME (WS-FOUND-IDX) TO WS-PF-FILENAME
               OPEN OUTPUT PARTNER-FEED
               CLOSE PARTNER-FEED
               MOVE SPACES TO AR-RECORD
               MOVE WS-PT-PARTNER-ID (WS-FOUND-IDX) TO AR-PARTNER-ID
               MOVE WS-PT-DUE-DATE (WS-FOUND-IDX)
                   TO AR-BUSINESS-DATE
               SET AR-TAKEN TO TRUE
               MOVE WS-CLOCK-DATE         TO AR-EVENT-DATE
               MOVE WS-CLOCK-TIME (1:6)   TO AR-EVENT-TIME
               MOVE WS-PT-CUTOFF (WS-FOUND-IDX) TO AR-CUTOFF-TIME
               MOVE WS-PT-FILE-NAME (WS-FOUND-IDX) TO AR-FILE-NAME
               WRITE AR-RECORD
           END-IF.

       CONVERT-ONE-PARTNER.
           MOVE WS-PT-PARTNER-ID (WS-PARTNER-IDX)
               TO WS-CP-PARTNER-ID.
               TO WS-CP-TRAILER-RULE.
           MOVE WS-PT-FILE-NAME (WS-PARTNER-IDX)
               TO WS-PF-FILENAME.
           MOVE 0   TO WS-FILE-STAMP.
           MOVE 'N' TO WS-EOF-SW.

           MOVE WS-CP-PARTNER-ID TO RP-PARTNER-ID.
           IF WS-PT-FEED-COUNT (WS-PARTNER-IDX) = 0
               IF WS-PT-HELD-COUNT (WS-PARTNER-IDX) = 0
                   MOVE 'ARQUIVO NAO DISPONIVEL' TO RP-NOTE
                   WRITE INT-LINE FROM WS-RPT-PARTNER-LINE
                   DISPLAY 'PROGINTK: PARCEIRO ' WS-CP-PARTNER-ID
                           ' SEM ARQUIVO (' WS-PF-FILENAME ') - PULADO'
               ELSE
                   MOVE 'ARQUIVO ATRASADO - RETIDO P/ PROX DIA'
                       TO RP-NOTE
                   WRITE INT-LINE FROM WS-RPT-PARTNER-LINE
                   DISPLAY 'PROGINTK: PARCEIRO ' WS-CP-PARTNER-ID
                           ' CHEGOU APOS O CORTE - RETIDO'
               END-IF
           ELSE
               MOVE 'ARQUIVO PROCESSADO' TO RP-NOTE
               WRITE INT-LINE FROM WS-RPT-PARTNER-LINE
               IF WS-PT-CARRIED (WS-PARTNER-IDX)
                   MOVE 'INCLUI ARQUIVO RETIDO DE DIA ANTERIOR'
                       TO RP-NOTE
                   WRITE INT-LINE FROM WS-RPT-PARTNER-LINE
               END-IF
               IF WS-PT-HELD-COUNT (WS-PARTNER-IDX) NOT = 0
                   MOVE 'ARQUIVO ATRASADO - RETIDO P/ PROX DIA'
                       TO RP-NOTE
                   WRITE INT-LINE FROM WS-RPT-PARTNER-LINE
               END-IF
               OPEN INPUT INTAKE-STORE
               PERFORM CONVERT-NEXT-LINE UNTIL WS-EOF
               CLOSE INTAKE-STORE
               IF WS-FILE-STAMP NOT = 0
                   PERFORM PROVE-PARTNER-TRAILER
               END-IF
           END-IF.

       START-PARTNER-FILE.
      *    EACH FILE IN THE STORE - TOLD APART BY ITS ARRIVAL STAMP -
      *    OPENS ITS OWN DEFAULT BATCH AND PROVES ITS OWN TRAILER.
           IF WS-FILE-STAMP NOT = 0
               PERFORM PROVE-PARTNER-TRAILER
           END-IF.
           MOVE WS-LINE-STAMP TO WS-FILE-STAMP.
           MOVE 0   TO WS-PTNR-ACCEPT-COUNT.
           MOVE 0   TO WS-PTNR-REJECT-COUNT.
           MOVE 0   TO WS-PTNR-TRAILER-COUNT.
           MOVE 'N' TO WS-PTNR-TRAILER-SW.
           PERFORM WRITE-DEFAULT-HEADER.

       WRITE-DEFAULT-HEADER.
      *    EVERY PARTNER OPENS UNDER ITS OWN SOURCE-TAGGED BATCH, SO
           END-IF.

       CONVERT-NEXT-LINE.
           READ INTAKE-STORE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FH-PARTNER-ID = WS-CP-PARTNER-ID
                           AND FH-FED-DATE = WS-RUN-DATE
                           AND FH-LINE NOT = SPACES
                       MOVE FH-ARRIVAL-DATE TO WS-LINE-STAMP (1:8)
                       MOVE FH-ARRIVAL-TIME TO WS-LINE-STAMP (9:6)
                       IF WS-LINE-STAMP NOT = WS-FILE-STAMP
                           PERFORM START-PARTNER-FILE
                       END-IF
                       MOVE FH-LINE TO WS-FEED-LINE
                       PERFORM CONVERT-ONE-RECORD
                   END-IF
           END-READ.

       CONVERT-ONE-RECORD.
           IF WS-FEED-LINE (1:6) = 'BATCH,'
               PERFORM WRITE-BATCH-HEADER
           ELSE
               IF WS-FEED-LINE (1:8) = 'TRAILER,'
                   PERFORM TAKE-TRAILER-LINE
               ELSE
                   IF WS-SKIP-BATCH

       REJECT-REPLAYED-DETAIL.
           MOVE SPACES TO WS-TRANS-ID-IN.
           UNSTRING WS-FEED-LINE DELIMITED BY ','
               INTO WS-TRANS-ID-IN.
           MOVE 'LOTE REPETIDO' TO WS-REASON.
           PERFORM WRITE-REJECT-LINE.
      *    ACKNOWLEDGMENT IDS STILL MATCH.
           MOVE SPACES TO WS-CAND-BATCH-ID.
           IF WS-CP-BATCH-PREFIX = SPACES
               MOVE WS-FEED-LINE (7:8) TO WS-CAND-BATCH-ID
           ELSE
               STRING WS-CP-BATCH-PREFIX WS-FEED-LINE (7:6)
                   DELIMITED BY SIZE INTO WS-CAND-BATCH-ID
               END-STRING
           END-IF.

       TAKE-TRAILER-LINE.
           SET WS-PTNR-TRAILER-SEEN TO TRUE.
           MOVE WS-FEED-LINE (9:10) TO WS-TRAILER-X.
           IF FUNCTION TEST-NUMVAL (WS-TRAILER-X) = 0
               COMPUTE WS-PTNR-TRAILER-COUNT =
                   FUNCTION NUMVAL (WS-TRAILER-X)
               WS-AMOUNT-IN WS-DATE-FIELD WS-TYPE-IN
               WS-CURRENCY-IN WS-CONTRA-IN WS-REASON.
           IF WS-CP-LAYOUT-DATE-FIRST
               UNSTRING WS-FEED-LINE DELIMITED BY ','
                   INTO WS-TRANS-ID-IN WS-ACCOUNT-IN
                        WS-DATE-FIELD WS-AMOUNT-IN WS-TYPE-IN
                        WS-CURRENCY-IN WS-CONTRA-IN
           ELSE
               UNSTRING WS-FEED-LINE DELIMITED BY ','
                   INTO WS-TRANS-ID-IN WS-ACCOUNT-IN
                        WS-AMOUNT-IN WS-DATE-FIELD WS-TYPE-IN
                        WS-CURRENCY-IN WS-CONTRA-IN

       EDIT-CONTRA-ACCOUNT.
      *    ONLY A TRANSFER CARRIES A CONTRA ACCOUNT - IT MUST BE
      *    NUMERIC AND A DIFFERENT ACCOUNT FROM THE DEBITED ONE. A
      *    CARD SETTLEMENT USES THE FIELD FOR ITS AUTHORIZATION CODE.
      *    ANY OTHER TYPE HAS THE FIELD BLANKED, WHATEVER ARRIVED.
           IF WS-TYPE-IN = 'CRT' OR WS-TYPE-IN = 'ATM'
               MOVE SPACES TO WS-CONTRA-IN (7:4)
           ELSE
               IF WS-TYPE-IN = 'TRF'
                   IF WS-CONTRA-IN = SPACES
                           OR FUNCTION TEST-NUMVAL (WS-CONTRA-IN)
                               NOT = 0
                       MOVE 'CONTRA-CONTA NAO NUMERICA' TO WS-REASON
                       SET WS-REC-REJECTED TO TRUE
                   ELSE
                       IF WS-CONTRA-IN = WS-ACCOUNT-IN
                           MOVE 'CONTRA-CONTA IGUAL A CONTA'
                               TO WS-REASON
                           SET WS-REC-REJECTED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACES TO WS-CONTRA-IN
               END-IF
           END-IF.

       EDIT-CURRENCY.
