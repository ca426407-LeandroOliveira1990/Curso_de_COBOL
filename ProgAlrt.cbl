      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: NIGHTLY CUSTOMER ALERT EXTRACT FOR THE SMS/E-MAIL
      *          VENDOR, RUN AFTER THE POSTING RUN. COLLECTS THE
      *          BUSINESS DATE'S EVENTS - DEBITS THE POSTING RUN
      *          REFUSED FOR NSF AND STANDING ORDERS THAT WENT TO
      *          SUSPENSE (SUSPTRN.DAT, BY SUSPENSE DATE), THE NSF
      *          FEES IT RAISED (NSFFEE.DAT), HOLDS AND FREEZES
      *          TAKING EFFECT TODAY (HOLDS.DAT), AND THE NIGHT'S
      *          POSTED DEBITS (PSTHIST.DAT) - RESOLVES EACH ACCOUNT
      *          TO ITS OWNING CUSTOMER THROUGH CUSTXREF, AND WRITES
      *          AN ALERT TO ALERTOUT.DAT FOR EVERY EVENT THE CUSTOMER
      *          OPTED INTO ON ALRTPREF.DAT: A DEBIT AT OR ABOVE THE
      *          CUSTOMER'S LARGE-DEBIT AMOUNT, AND ONCE PER ACCOUNT A
      *          DEBIT NIGHT THAT LEAVES THE BALANCE BELOW THE
      *          CUSTOMER'S LOW-BALANCE AMOUNT. A STANDING ORDER THAT
      *          FAILED IS ALERTED AS SUCH, NOT AS A PLAIN NSF. EACH
      *          ALERT CARRIES THE CUSTOMER'S NAME, CHANNEL AND
      *          ADDRESS (A BLANK MOBILE FALLS BACK TO THE KYC PHONE)
      *          AND IS APPENDED TO THE SENT-ALERT LOG (ALRTLOG.DAT).
      *          AN OPTED-IN CUSTOMER WITH NO ADDRESS FOR THE CHANNEL
      *          IS AN EXCEPTION (COND CODE 4). A RERUN ON THE SAME
      *          DATE REWRITES THE SAME FILE: ALERTS ALREADY LOGGED
      *          KEEP THEIR IDS AND ARE NOT LOGGED AGAIN. A SIMULATION
      *          RUN TOUCHES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-PREFERENCES ASSIGN TO "ALRTPREF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AF-CUST-NUMBER
               FILE STATUS WS-AF-STATUS.
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
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SP-STATUS.
           SELECT NSF-FEE-FEED ASSIGN TO "NSFFEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-NF-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HO-STATUS.
           SELECT POSTED-HISTORY ASSIGN TO "PSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PH-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT ALERT-OUT ASSIGN TO "ALERTOUT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AO-STATUS.
           SELECT ALERT-LOG ASSIGN TO "ALRTLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AG-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           SELECT SIM-CONTROL ASSIGN TO "SIMMODE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-PREFERENCES.
           COPY ALRTPREF.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  SUSPENSE-FILE.
           COPY SUSPTRN.
       FD  NSF-FEE-FEED.
           COPY DAILYTRN.
       FD  HOLD-FILE.
           COPY HOLDS.
       FD  POSTED-HISTORY.
           COPY PSTHIST.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  ALERT-OUT.
           COPY ALRTOUT.
       FD  ALERT-LOG.
           COPY ALRTLOG.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
           COPY SIMCTL.
       WORKING-STORAGE SECTION.
       77  WS-AF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-NF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PH-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AO-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
           88  WS-SIM-MODE                   VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-CM-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-CM-OPEN                    VALUE 'Y'.
       77  WS-KY-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-KY-OPEN                    VALUE 'Y'.
       77  WS-AB-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-AB-OPEN                    VALUE 'Y'.
       77  WS-BALANCE-SW               PIC X(01) VALUE 'N'.
           88  WS-BALANCE-FOUND              VALUE 'Y'.
       77  WS-PREF-SW                  PIC X(01) VALUE 'N'.
           88  WS-PREF-FOUND                 VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       77  WS-ACCT-NUM                 PIC 9(08) VALUE 0.
       77  WS-EVENT-IDX                PIC 9(01) VALUE 0.
       77  WS-EVENT-FOUND-IDX          PIC 9(01) VALUE 0.
       77  WS-DEBIT-AMOUNT             PIC 9(09)V99 VALUE 0.
       77  WS-ADDRESS                  PIC X(50) VALUE SPACES.
       77  WS-LAST-SEQ                 PIC 9(06) VALUE 0.
       77  WS-ALERT-SEQ                PIC 9(06) VALUE 0.
       77  WS-EVENT-COUNT              PIC 9(06) VALUE 0.
       77  WS-DETAIL-COUNT             PIC 9(06) VALUE 0.
       77  WS-LOGGED-COUNT             PIC 9(06) VALUE 0.
       77  WS-RESENT-COUNT             PIC 9(06) VALUE 0.
       77  WS-NOT-OPTED-COUNT          PIC 9(06) VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(06) VALUE 0.
       77  WS-AMOUNT-TOTAL             PIC 9(13)V99 VALUE 0.
       77  WS-XREF-COUNT               PIC 9(04) VALUE 0.
       77  WS-XREF-IDX                 PIC 9(04) VALUE 0.
       77  WS-XRF-ACCOUNT              PIC 9(08) VALUE 0.
       77  WS-XRF-CUSTOMER             PIC 9(08) VALUE 0.
       77  WS-XRF-HIT-SW               PIC X(01) VALUE 'N'.
           88  WS-XRF-HIT                    VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 1000 TIMES.
               10  WS-XT-ACCOUNT       PIC 9(08).
               10  WS-XT-CUSTOMER      PIC 9(08).
      *    EVERY ALERT OF THE NIGHT, THE ONES THE LOG ALREADY HOLDS
      *    FROM AN EARLIER RUN OF THE SAME DATE FIRST. THE KEY IS THE
      *    EVENT, THE ACCOUNT AND THE TRANSACTION.
       77  WS-SENT-COUNT               PIC 9(04) VALUE 0.
       77  WS-SENT-IDX                 PIC 9(04) VALUE 0.
       77  WS-SENT-FOUND-IDX           PIC 9(04) VALUE 0.
       77  WS-EMIT-STATE               PIC X(01) VALUE 'N'.
       01  WS-SENT-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-EVENT-CODE    PIC X(03).
               10  WS-ST-ACCOUNT       PIC 9(08).
               10  WS-ST-TRANS-ID      PIC X(10).
               10  WS-ST-ALERT-SEQ     PIC 9(06).
               10  WS-ST-EMITTED-SW    PIC X(01).
                   88  WS-ST-EMITTED         VALUE 'Y'.
      *    THE EVENT BEING JUDGED. THE CODES BELOW ARE IN THE ORDER
      *    OF THE OPT-IN FLAGS ON AF-OPT-TABLE.
       01  WS-EVENT.
           05  WS-EV-CODE              PIC X(03).
           05  WS-EV-ACCOUNT           PIC 9(08).
           05  WS-EV-TRANS-ID          PIC X(10).
           05  WS-EV-AMOUNT            PIC 9(09)V99.
           05  WS-EV-CUSTOMER          PIC 9(08).
       01  WS-EVENT-CODE-VALUES.
           05  FILLER                  PIC X(03) VALUE 'NSF'.
           05  FILLER                  PIC X(03) VALUE 'TAR'.
           05  FILLER                  PIC X(03) VALUE 'BLQ'.
           05  FILLER                  PIC X(03) VALUE 'SLD'.
           05  FILLER                  PIC X(03) VALUE 'DEB'.
           05  FILLER                  PIC X(03) VALUE 'ORD'.
       01  WS-EVENT-CODE-TABLE REDEFINES WS-EVENT-CODE-VALUES.
           05  WS-EC-CODE              PIC X(03) OCCURS 6 TIMES.
       77  WS-OPS-PROGRAM              PIC X(08) VALUE 'PROGALRT'.
       77  WS-OPS-SEVERITY             PIC X(01) VALUE 'I'.
       77  WS-OPS-MSG-CODE             PIC X(05) VALUE 'OPS01'.
       77  WS-OPS-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-OPS-SENT-TEXT.
           05  FILLER                  PIC X(16) VALUE
                   'ALERTAS GERADOS:'.
           05  OT-DETAIL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' NOVOS: '.
           05  OT-LOGGED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE ' EXCECOES: '.
           05  OT-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SIMULATION-MODE.
           IF WS-SIM-MODE
               DISPLAY 'PROGALRT: SIMULACAO - ARQUIVO DE ALERTAS '
                       'NAO GERADO'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT ALERT-OUT.
           IF WS-AO-STATUS NOT = '00'
               DISPLAY 'PROGALRT: ALERTOUT.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-AO-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    NO PREFERENCES FILE MEANS NOBODY HAS OPTED IN - THE VENDOR
      *    STILL GETS TONIGHT'S (EMPTY) FILE, NOT YESTERDAY'S.
           OPEN INPUT ALERT-PREFERENCES.
           IF WS-AF-STATUS NOT = '00'
               DISPLAY 'PROGALRT: ALRTPREF.DAT NAO DISPONIVEL - STATUS '
                       WS-AF-STATUS ' - NENHUM CLIENTE CADASTRADO'
               CLOSE ALERT-OUT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = '00'
               SET WS-CM-OPEN TO TRUE
           END-IF.
           OPEN INPUT KYC-MASTER.
           IF WS-KY-STATUS = '00'
               SET WS-KY-OPEN TO TRUE
           END-IF.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '00'
               SET WS-AB-OPEN TO TRUE
           ELSE
               DISPLAY 'PROGALRT: ACCTBAL.DAT NAO DISPONIVEL - STATUS '
                       WS-AB-STATUS ' - SEM ALERTAS DE SALDO'
           END-IF.

           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-SENT-TABLE.

           OPEN EXTEND ALERT-LOG.
           IF WS-AG-STATUS = '35'
               OPEN OUTPUT ALERT-LOG
           END-IF.

           MOVE SPACES              TO AO-RECORD.
           SET AO-HEADER-REC        TO TRUE.
           MOVE WS-RUN-DATE         TO AO-HDR-FILE-DATE.
           MOVE 'ALERTA01'          TO AO-HDR-LAYOUT.
           WRITE AO-RECORD.

           PERFORM SCAN-SUSPENSE.
           PERFORM SCAN-NSF-FEES.
           PERFORM SCAN-HOLDS.
           PERFORM SCAN-POSTINGS.

           MOVE SPACES              TO AO-RECORD.
           SET AO-TRAILER-REC       TO TRUE.
           MOVE WS-DETAIL-COUNT     TO AO-TRL-COUNT.
           MOVE WS-AMOUNT-TOTAL     TO AO-TRL-AMOUNT.
           WRITE AO-RECORD.

           CLOSE ALERT-OUT.
           CLOSE ALERT-LOG.
           CLOSE ALERT-PREFERENCES.
           IF WS-CM-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-KY-OPEN
               CLOSE KYC-MASTER
           END-IF.
           IF WS-AB-OPEN
               CLOSE ACCOUNT-BALANCE
           END-IF.

           DISPLAY 'PROGALRT: EVENTOS COM ADESAO:  ' WS-EVENT-COUNT.
           DISPLAY 'PROGALRT: SEM ADESAO:          '
                   WS-NOT-OPTED-COUNT.
           DISPLAY 'PROGALRT: ALERTAS NO ARQUIVO:  ' WS-DETAIL-COUNT.
           DISPLAY 'PROGALRT: REGISTRADOS NO LOG:  ' WS-LOGGED-COUNT.
           DISPLAY 'PROGALRT: JA REGISTRADOS:      ' WS-RESENT-COUNT.
           DISPLAY 'PROGALRT: SEM CONTATO:         '
                   WS-EXCEPTION-COUNT.
           MOVE WS-DETAIL-COUNT    TO OT-DETAIL-COUNT.
           MOVE WS-LOGGED-COUNT    TO OT-LOGGED-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OT-EXCEPTION-COUNT.
           MOVE WS-OPS-SENT-TEXT   TO WS-OPS-TEXT.
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

       SCAN-SUSPENSE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SP-STATUS = '00'
               PERFORM SCAN-NEXT-SUSPENSE UNTIL WS-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       SCAN-NEXT-SUSPENSE.
      *    A STANDING ORDER ('O' ID) THAT WENT TO SUSPENSE TONIGHT DID
      *    NOT PAY, WHATEVER THE REASON; ANY OTHER ITEM COUNTS ONLY
      *    WHEN THE POSTING RUN REFUSED IT FOR FUNDS.
           READ SUSPENSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SP-DETAIL-REC
                           AND SP-SUSP-DATE = WS-RUN-DATE
                       MOVE SPACES TO WS-EV-CODE
                       IF SP-TRANS-ID (1:1) = 'O'
                           MOVE 'ORD' TO WS-EV-CODE
                       ELSE
                           IF SP-REASON (1:3) = 'NSF'
                               MOVE 'NSF' TO WS-EV-CODE
                           END-IF
                       END-IF
                       IF WS-EV-CODE NOT = SPACES
                           COMPUTE WS-EV-ACCOUNT =
                               FUNCTION NUMVAL (SP-ACCOUNT)
                           MOVE SP-TRANS-ID TO WS-EV-TRANS-ID
                           MOVE SP-AMOUNT   TO WS-EV-AMOUNT
                           PERFORM JUDGE-EVENT
                       END-IF
                   END-IF
           END-READ.

       SCAN-NSF-FEES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT NSF-FEE-FEED.
           IF WS-NF-STATUS = '00'
               PERFORM SCAN-NEXT-NSF-FEE UNTIL WS-EOF
               CLOSE NSF-FEE-FEED
           END-IF.

       SCAN-NEXT-NSF-FEE.
      *    THE FEE FEED IS ONLY REWRITTEN ON A NIGHT WITH A REFUSAL,
      *    SO AN OLDER FILE STILL LYING THERE IS SKIPPED BY ITS DATE.
           READ NSF-FEE-FEED
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DT-DETAIL-REC
                           AND DT-TRANS-DATE = WS-RUN-DATE
                       MOVE 'TAR' TO WS-EV-CODE
                       COMPUTE WS-EV-ACCOUNT =
                           FUNCTION NUMVAL (DT-ACCOUNT)
                       MOVE DT-TRANS-ID TO WS-EV-TRANS-ID
                       MOVE DT-AMOUNT   TO WS-EV-AMOUNT
                       PERFORM JUDGE-EVENT
                   END-IF
           END-READ.

       SCAN-HOLDS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLD-FILE.
           IF WS-HO-STATUS = '00'
               PERFORM SCAN-NEXT-HOLD UNTIL WS-EOF
               CLOSE HOLD-FILE
           END-IF.

       SCAN-NEXT-HOLD.
      *    THE HOLD HAS NO TRANSACTION OF ITS OWN - ITS KIND AND THE
      *    TYPE IT STOPS STAND IN FOR ONE IN THE ALERT KEY.
           READ HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HO-EFFECTIVE-DATE = WS-RUN-DATE
                       MOVE 'BLQ' TO WS-EV-CODE
                       MOVE HO-ACCOUNT TO WS-EV-ACCOUNT
                       MOVE SPACES TO WS-EV-TRANS-ID
                       STRING HO-HOLD-KIND HO-TRANS-TYPE
                           DELIMITED BY SIZE INTO WS-EV-TRANS-ID
                       MOVE HO-AMOUNT-HIGH TO WS-EV-AMOUNT
                       PERFORM JUDGE-EVENT
                   END-IF
           END-READ.

       SCAN-POSTINGS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT POSTED-HISTORY.
           IF WS-PH-STATUS = '00'
               PERFORM SCAN-NEXT-POSTING UNTIL WS-EOF
               CLOSE POSTED-HISTORY
           ELSE
               DISPLAY 'PROGALRT: PSTHIST.DAT NAO DISPONIVEL - STATUS '
                       WS-PH-STATUS ' - NADA LANCADO HOJE'
           END-IF.

       SCAN-NEXT-POSTING.
      *    EVERY DEBIT POSTED TONIGHT IS JUDGED TWICE: AS A LARGE
      *    DEBIT, AND AS A DEBIT NIGHT FOR THE LOW-BALANCE ALERT,
      *    WHICH GOES OUT ONCE PER ACCOUNT (ITS KEY HAS NO
      *    TRANSACTION, SO THE SECOND DEBIT FINDS IT ALREADY SENT).
           READ POSTED-HISTORY
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE = WS-RUN-DATE
                           AND PH-AMOUNT < 0
                       COMPUTE WS-DEBIT-AMOUNT = 0 - PH-AMOUNT
                       COMPUTE WS-ACCT-NUM =
                           FUNCTION NUMVAL (PH-ACCOUNT)
                       MOVE 'DEB' TO WS-EV-CODE
                       MOVE WS-ACCT-NUM TO WS-EV-ACCOUNT
                       MOVE PH-TRANS-ID TO WS-EV-TRANS-ID
                       MOVE WS-DEBIT-AMOUNT TO WS-EV-AMOUNT
                       PERFORM JUDGE-EVENT
                       MOVE 'SLD' TO WS-EV-CODE
                       MOVE WS-ACCT-NUM TO WS-EV-ACCOUNT
                       MOVE SPACES TO WS-EV-TRANS-ID
                       MOVE WS-DEBIT-AMOUNT TO WS-EV-AMOUNT
                       PERFORM JUDGE-EVENT
                   END-IF
           END-READ.

       JUDGE-EVENT.
      *    ONE CANDIDATE ALERT: FIND ITS CUSTOMER AND PREFERENCES,
      *    APPLY THE OPT-IN AND THE CUSTOMER'S AMOUNTS, THEN SEND.
           MOVE WS-EV-ACCOUNT TO WS-XRF-ACCOUNT.
           PERFORM XREF-TO-CUSTOMER.
           MOVE WS-XRF-CUSTOMER TO WS-EV-CUSTOMER.
           MOVE 'N' TO WS-PREF-SW.
           MOVE WS-EV-CUSTOMER TO AF-CUST-NUMBER.
           READ ALERT-PREFERENCES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FIND-EVENT-OPTION
           END-READ.
           IF WS-PREF-FOUND
               PERFORM GET-ACCOUNT-BALANCE
               PERFORM APPLY-CUSTOMER-AMOUNTS
           ELSE
               IF WS-EV-CODE NOT = 'SLD'
                   SET WS-NOT-OPTED-COUNT UP BY 1
               END-IF
           END-IF.
           IF WS-PREF-FOUND
               SET WS-EVENT-COUNT UP BY 1
               PERFORM FIND-ALERT-ADDRESS
               IF WS-ADDRESS = SPACES
                   SET WS-EXCEPTION-COUNT UP BY 1
                   DISPLAY 'PROGALRT: CLIENTE ' WS-EV-CUSTOMER
                           ' SEM CONTATO PARA O CANAL ' AF-CHANNEL
                           ' - ALERTA ' WS-EV-CODE ' CONTA '
                           WS-EV-ACCOUNT ' NAO ENVIADO'
               ELSE
                   PERFORM SEND-ALERT
               END-IF
           END-IF.

       APPLY-CUSTOMER-AMOUNTS.
      *    A DEBIT BELOW THE CUSTOMER'S AMOUNT, OR A BALANCE STILL AT
      *    OR ABOVE THE CUSTOMER'S FLOOR, IS NOT AN EVENT AT ALL.
           IF WS-EV-CODE = 'DEB'
                   AND WS-EV-AMOUNT < AF-LARGE-DEBIT
               MOVE 'N' TO WS-PREF-SW
           END-IF.
           IF WS-EV-CODE = 'SLD'
               IF NOT WS-BALANCE-FOUND
                   MOVE 'N' TO WS-PREF-SW
               ELSE
                   IF AB-BALANCE NOT < AF-LOW-BALANCE
                       MOVE 'N' TO WS-PREF-SW
                   END-IF
               END-IF
           END-IF.

       FIND-EVENT-OPTION.
           MOVE 0 TO WS-EVENT-FOUND-IDX.
           PERFORM MATCH-EVENT-CODE
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > 6
                   OR WS-EVENT-FOUND-IDX NOT = 0.
           IF WS-EVENT-FOUND-IDX NOT = 0
               IF AF-OPT-EVENT (WS-EVENT-FOUND-IDX) = 'S'
                   SET WS-PREF-FOUND TO TRUE
               END-IF
           END-IF.

       MATCH-EVENT-CODE.
           IF WS-EC-CODE (WS-EVENT-IDX) = WS-EV-CODE
               MOVE WS-EVENT-IDX TO WS-EVENT-FOUND-IDX
           END-IF.

       GET-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-BALANCE-SW.
           IF WS-AB-OPEN
               MOVE WS-EV-ACCOUNT TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BALANCE-FOUND TO TRUE
               END-READ
           END-IF.

       FIND-ALERT-ADDRESS.
      *    E-MAIL GOES TO THE ADDRESS ON THE PREFERENCES; SMS GOES TO
      *    THE MOBILE THERE, OR FAILING THAT TO THE KYC PHONE.
           MOVE SPACES TO WS-ADDRESS.
           IF AF-CHANNEL-EMAIL
               MOVE AF-EMAIL TO WS-ADDRESS
           ELSE
               IF AF-CHANNEL-SMS
                   MOVE AF-MOBILE TO WS-ADDRESS
                   IF WS-ADDRESS = SPACES AND WS-KY-OPEN
                       MOVE WS-EV-CUSTOMER TO KY-CUST-NUMBER
                       READ KYC-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE KY-PHONE TO WS-ADDRESS
                       END-READ
                   END-IF
               END-IF
           END-IF.

       SEND-ALERT.
      *    AN ALERT ALREADY ON TONIGHT'S LOG (AN EARLIER RUN OF THE
      *    SAME DATE) GOES IN THE FILE AGAIN UNDER ITS OWN ID; A NEW
      *    ONE TAKES THE NEXT SEQUENCE AND IS LOGGED. EITHER WAY IT
      *    GOES IN THIS RUN'S FILE ONCE - A LOW-BALANCE ALERT MET
      *    AGAIN ON THE ACCOUNT'S NEXT DEBIT IS NOT WRITTEN TWICE.
           MOVE 0 TO WS-SENT-FOUND-IDX.
           PERFORM FIND-SENT-ENTRY
               VARYING WS-SENT-IDX FROM 1 BY 1
               UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   OR WS-SENT-FOUND-IDX NOT = 0.
           IF WS-SENT-FOUND-IDX NOT = 0
               IF NOT WS-ST-EMITTED (WS-SENT-FOUND-IDX)
                   MOVE WS-ST-ALERT-SEQ (WS-SENT-FOUND-IDX)
                       TO WS-ALERT-SEQ
                   SET WS-ST-EMITTED (WS-SENT-FOUND-IDX) TO TRUE
                   SET WS-RESENT-COUNT UP BY 1
                   PERFORM WRITE-ALERT-DETAIL
               END-IF
           ELSE
               SET WS-LAST-SEQ UP BY 1
               MOVE WS-LAST-SEQ TO WS-ALERT-SEQ
               MOVE 'Y' TO WS-EMIT-STATE
               PERFORM REMEMBER-SENT-ALERT
               PERFORM WRITE-ALERT-LOG
               PERFORM WRITE-ALERT-DETAIL
           END-IF.

       WRITE-ALERT-DETAIL.
           MOVE SPACES              TO AO-RECORD.
           SET AO-DETAIL-REC        TO TRUE.
           MOVE WS-RUN-DATE         TO AO-ALERT-DATE.
           MOVE WS-ALERT-SEQ        TO AO-ALERT-SEQ.
           MOVE WS-EV-CUSTOMER      TO AO-CUST-NUMBER.
           IF WS-CM-OPEN
               MOVE WS-EV-CUSTOMER  TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO AO-CUST-NAME
               END-READ
           END-IF.
           MOVE AF-CHANNEL          TO AO-CHANNEL.
           MOVE WS-ADDRESS          TO AO-ADDRESS.
           MOVE WS-EV-CODE          TO AO-EVENT-CODE.
           MOVE WS-EV-ACCOUNT       TO AO-ACCOUNT.
           MOVE WS-EV-TRANS-ID      TO AO-TRANS-ID.
           MOVE WS-EV-AMOUNT        TO AO-AMOUNT.
           MOVE '+'                 TO AO-BALANCE-SIGN.
           MOVE 0                   TO AO-BALANCE.
           IF WS-BALANCE-FOUND
               MOVE AB-BALANCE      TO AO-BALANCE
               IF AB-BALANCE < 0
                   MOVE '-'         TO AO-BALANCE-SIGN
               END-IF
           END-IF.
           WRITE AO-RECORD.
           SET WS-DETAIL-COUNT UP BY 1.
           ADD WS-EV-AMOUNT         TO WS-AMOUNT-TOTAL.

       FIND-SENT-ENTRY.
           IF WS-ST-EVENT-CODE (WS-SENT-IDX) = WS-EV-CODE
                   AND WS-ST-ACCOUNT (WS-SENT-IDX) = WS-EV-ACCOUNT
                   AND WS-ST-TRANS-ID (WS-SENT-IDX) = WS-EV-TRANS-ID
               MOVE WS-SENT-IDX TO WS-SENT-FOUND-IDX
           END-IF.

       REMEMBER-SENT-ALERT.
           IF WS-SENT-COUNT < 2000
               SET WS-SENT-COUNT UP BY 1
               MOVE WS-EV-CODE     TO WS-ST-EVENT-CODE (WS-SENT-COUNT)
               MOVE WS-EV-ACCOUNT  TO WS-ST-ACCOUNT (WS-SENT-COUNT)
               MOVE WS-EV-TRANS-ID TO WS-ST-TRANS-ID (WS-SENT-COUNT)
               MOVE WS-ALERT-SEQ   TO WS-ST-ALERT-SEQ (WS-SENT-COUNT)
               MOVE WS-EMIT-STATE  TO WS-ST-EMITTED-SW (WS-SENT-COUNT)
           ELSE
               DISPLAY 'PROGALRT: TABELA DE ALERTAS CHEIA - ALERTA '
                       WS-ALERT-SEQ ' SEM CONTROLE DE REENVIO'
           END-IF.

       WRITE-ALERT-LOG.
           MOVE SPACES              TO AG-RECORD.
           MOVE WS-RUN-DATE         TO AG-ALERT-DATE.
           MOVE WS-ALERT-SEQ        TO AG-ALERT-SEQ.
           ACCEPT AG-LOG-TIME       FROM TIME.
           MOVE WS-EV-CUSTOMER      TO AG-CUST-NUMBER.
           MOVE WS-EV-ACCOUNT       TO AG-ACCOUNT.
           MOVE WS-EV-CODE          TO AG-EVENT-CODE.
           MOVE WS-EV-TRANS-ID      TO AG-TRANS-ID.
           MOVE AF-CHANNEL          TO AG-CHANNEL.
           MOVE WS-ADDRESS          TO AG-ADDRESS.
           MOVE WS-EV-AMOUNT        TO AG-AMOUNT.
           WRITE AG-RECORD.
           SET WS-LOGGED-COUNT UP BY 1.

       LOAD-SENT-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ALERT-LOG.
           IF WS-AG-STATUS = '00'
               PERFORM LOAD-NEXT-SENT UNTIL WS-EOF
               CLOSE ALERT-LOG
           END-IF.
           IF WS-SENT-COUNT NOT = 0
               DISPLAY 'PROGALRT: REEXECUCAO - ' WS-SENT-COUNT
                       ' ALERTAS JA REGISTRADOS NESTA DATA'
           END-IF.

       LOAD-NEXT-SENT.
           READ ALERT-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AG-ALERT-DATE = WS-RUN-DATE
                       MOVE AG-EVENT-CODE  TO WS-EV-CODE
                       MOVE AG-ACCOUNT     TO WS-EV-ACCOUNT
                       MOVE AG-TRANS-ID    TO WS-EV-TRANS-ID
                       MOVE AG-ALERT-SEQ   TO WS-ALERT-SEQ
                       MOVE 'N'            TO WS-EMIT-STATE
                       PERFORM REMEMBER-SENT-ALERT
                       IF AG-ALERT-SEQ > WS-LAST-SEQ
                           MOVE AG-ALERT-SEQ TO WS-LAST-SEQ
                       END-IF
                   END-IF
           END-READ.

       XREF-TO-CUSTOMER.
      *    AN ACCOUNT ON THE CROSS-REFERENCE BELONGS TO THE CUSTOMER
      *    THE LINK NAMES; AN UNLINKED ONE KEEPS THE LEGACY
      *    SAME-NUMBER CONVENTION.
           MOVE WS-XRF-ACCOUNT TO WS-XRF-CUSTOMER.
           MOVE 'N' TO WS-XRF-HIT-SW.
           PERFORM MATCH-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                   OR WS-XRF-HIT.

       MATCH-XREF-ENTRY.
           IF WS-XT-ACCOUNT (WS-XREF-IDX) = WS-XRF-ACCOUNT
               MOVE WS-XT-CUSTOMER (WS-XREF-IDX) TO WS-XRF-CUSTOMER
               SET WS-XRF-HIT TO TRUE
           END-IF.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XR-STATUS = '00'
               PERFORM LOAD-NEXT-XREF UNTIL WS-EOF
               CLOSE CUSTOMER-XREF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       LOAD-NEXT-XREF.
           READ CUSTOMER-XREF
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-XREF-COUNT < 1000
                       SET WS-XREF-COUNT UP BY 1
                       MOVE XR-ACCOUNT-NUMBER
                           TO WS-XT-ACCOUNT (WS-XREF-COUNT)
                       MOVE XR-CUST-NUMBER
                           TO WS-XT-CUSTOMER (WS-XREF-COUNT)
                   ELSE
                       DISPLAY 'PROGALRT: TABELA DE VINCULOS CHEIA - '
                               'VINCULO IGNORADO'
                   END-IF
           END-READ.

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
       END PROGRAM PROGALRT.
