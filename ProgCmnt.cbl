      *           WITH THE OPERATOR AND DATE, SO A FIELD CHANGED TO
      *           THE WRONG VALUE CAN BE SEEN AND PUT BACK. A DRY RUN
      *           WRITES NO HISTORY.
      * Modified: 2026-10-15 - ALSO MAINTAINS THE CUSTOMER'S INCOME-TAX
      *           STATUS (MT-TAX-STATUS - T STANDARD, I EXEMPT, N
      *           NON-RESIDENT), WHICH SETS THE WITHHOLDING RATE ON
      *           THE CUSTOMER'S INTEREST. AN ADD WITHOUT ONE IS
      *           STANDARD; A CHANGE WITHOUT ONE LEAVES IT ALONE. A
      *           TAX-STATUS CHANGE IS AUDITED AS ITS OWN FIELD.
      * Modified: 2026-10-15 - ALSO MAINTAINS THE CUSTOMER'S IDENTITY
      *           (KYC) RECORD ON KYCMAST.DAT: TAX ID (CPF OR CNPJ),
      *           DOCUMENT TYPE AND NUMBER, DATE OF BIRTH, PHONE AND
      *           RISK RATING, EDITED LIKE THE OTHER FIELDS AND
      *           CARRIED IN THE SAME CUSTHIST.DAT BEFORE/AFTER
      *           RECORD. THE FIRST KYC DATA KEYED FOR A CUSTOMER
      *           COUNTS AS ITS FIRST REVIEW; NEW ACTION V RECORDS A
      *           COMPLETED PERIODIC REVIEW. THE REVIEW-DUE DATE IS THE
      *           LAST REVIEW PLUS THE RATING'S INTERVAL (HIGH 1 YEAR,
      *           MEDIUM 3, LOW 5; AN UNRATED CUSTOMER IS MEDIUM) AND
      *           MOVES WHEN THE RATING CHANGES. A RATING CHANGE IS
      *           AUDITED AS ITS OWN FIELD.
      * Modified: 2026-10-15 - SCREENS THE NAME OF EVERY NEW CUSTOMER,
      *           AND THE NEW NAME ON EVERY NAME CHANGE, AGAINST THE
      *           SANCTIONS WATCH LIST THROUGH NAMESCR. A HIT RAISES A
      *           PENDING ALERT ON SCRNALRT.DAT FOR THE COMPLIANCE
      *           DESK (PROGSCRV) AND LOGS IT ON SCRNLOG.DAT, UNLESS
      *           THE SAME NAME WAS ALREADY RAISED AGAINST THE SAME
      *           ENTRY. THE REQUEST ITSELF STILL APPLIES; ANY ALERT
      *           ENDS THE RUN WITH RC 4.
      * Modified: 2026-10-15 - NEW ACTION M MERGES A DUPLICATE CUSTOMER
      *           (AS LISTED BY PROGCDUP) INTO THE SURVIVING ONE NAMED
      *           IN MT-MERGE-INTO. EVERY CUSTXREF.DAT LINK OF THE
      *           DUPLICATE IS MOVED TO THE SURVIVOR, THROUGH A WORK
      *           FILE, AS IS ITS LEGACY SAME-NUMBER ACCOUNT WHEN THAT
      *           HAS NO LINK; THE DUPLICATE IS THEN CLOSED. EACH
      *           ACCOUNT MOVED, THE CLOSURE AND THE SURVIVOR'S SIDE
      *           ARE KEPT ON CUSTHIST.DAT (ACTION M), AND THE MERGE IS
      *           AUDITED AS CUST-MERGE FROM THE DUPLICATE'S NUMBER TO
      *           THE SURVIVOR'S.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCMNT.
           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CH-STATUS.
           SELECT KYC-MASTER ASSIGN TO "KYCMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KY-CUST-NUMBER
               FILE STATUS WS-KY-STATUS.
           SELECT SCREEN-ALERTS ASSIGN TO "SCRNALRT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SA-STATUS.
           SELECT SCREEN-LOG ASSIGN TO "SCRNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SG-STATUS.
           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XR-STATUS.
           SELECT XREF-WORK ASSIGN TO "XREFWRK.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-XW-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANSACTIONS.
           COPY SIMCTL.
       FD  CUSTOMER-HISTORY.
           COPY CUSTHIST.
       FD  KYC-MASTER.
           COPY KYCMAST.
       FD  SCREEN-ALERTS.
           COPY SCRNALRT.
       FD  SCREEN-LOG.
           COPY SCRNLOG.
       FD  CUSTOMER-XREF.
           COPY CUSTXREF.
       FD  XREF-WORK.
       01  XW-RECORD                   PIC X(20).
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       WORKING-STORAGE SECTION.
       77  WS-MT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AL-FIELD-NAME            PIC X(15) VALUE SPACES.
       77  WS-AL-BEFORE-VALUE          PIC S9(9)V99 VALUE 0.
       77  WS-AL-AFTER-VALUE           PIC S9(9)V99 VALUE 0.
       77  WS-BEF-TAX-STATUS           PIC X(01) VALUE SPACE.
       77  WS-KY-STATUS                PIC X(02) VALUE SPACES.
       77  WS-KYC-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-KYC-FOUND                  VALUE 'Y'.
       77  WS-KYC-DATA-SW              PIC X(01) VALUE 'N'.
           88  WS-KYC-DATA                   VALUE 'Y'.
       77  WS-KYC-TOUCHED-SW           PIC X(01) VALUE 'N'.
           88  WS-KYC-TOUCHED                VALUE 'Y'.
       77  WS-SA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SA-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-SA-EOF                     VALUE 'Y'.
       77  WS-ALERT-SEEN-SW            PIC X(01) VALUE 'N'.
           88  WS-ALERT-SEEN                 VALUE 'Y'.
       77  WS-NO-LIST-SW               PIC X(01) VALUE 'N'.
           88  WS-NO-LIST-WARNED             VALUE 'Y'.
       77  WS-ALERT-COUNT              PIC 9(06) VALUE 0.
       77  WS-SCR-SOURCE               PIC X(01) VALUE SPACE.
       77  WS-SCR-NAME                 PIC X(40) VALUE SPACES.
       77  WS-SCR-KIND                 PIC X(01) VALUE SPACE.
           88  WS-SCR-NO-MATCH               VALUE 'N'.
       77  WS-SCR-ENTRY-ID             PIC X(12) VALUE SPACES.
       77  WS-SCR-LISTED-NAME          PIC X(40) VALUE SPACES.
       77  WS-SCR-SCORE                PIC 9(03) VALUE 0.
       77  WS-SCR-LIST-DATE            PIC 9(08) VALUE 0.
       77  WS-XR-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XW-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-XR-EOF                     VALUE 'Y'.
       77  WS-LEGACY-LINKED-SW         PIC X(01) VALUE 'N'.
           88  WS-LEGACY-LINKED              VALUE 'Y'.
       77  WS-MG-DUPLICATE             PIC 9(08) VALUE 0.
       77  WS-MG-SURVIVOR              PIC 9(08) VALUE 0.
       77  WS-MG-MOVED-COUNT           PIC 9(04) VALUE 0.
       77  WS-MG-HIST-CUST             PIC 9(08) VALUE 0.
       77  WS-MG-HIST-ACCOUNT          PIC 9(08) VALUE 0.
       77  WS-MG-HIST-OTHER            PIC 9(08) VALUE 0.
       01  WS-SURVIVOR-IMAGE.
           05  WS-SRV-NAME             PIC X(30).
           05  WS-SRV-ADDRESS          PIC X(40).
           05  WS-SRV-STATUS           PIC X(01).
       01  WS-BEF-KYC.
           05  WS-BEF-TAX-ID           PIC X(14).
           05  WS-BEF-DOC-TYPE         PIC X(02).
           05  WS-BEF-DOC-NUMBER       PIC X(15).
           05  WS-BEF-BIRTH-DATE       PIC X(08).
           05  WS-BEF-PHONE            PIC X(15).
           05  WS-BEF-RISK-RATING      PIC X(01).
           05  WS-BEF-REVIEW-DUE       PIC X(08).
       01  WS-REVIEW-DUE               PIC 9(08) VALUE 0.
       01  WS-REVIEW-DUE-PARTS REDEFINES WS-REVIEW-DUE.
           05  WS-DUE-YYYY             PIC 9(04).
           05  WS-DUE-MM               PIC 9(02).
           05  WS-DUE-DD               PIC 9(02).
       01  WS-REVIEW-INTERVAL-VALUES.
           05  FILLER                  PIC X(03) VALUE 'H01'.
           05  FILLER                  PIC X(03) VALUE 'M03'.
           05  FILLER                  PIC X(03) VALUE 'L05'.
       01  WS-REVIEW-INTERVAL-TABLE REDEFINES WS-REVIEW-INTERVAL-VALUES.
           05  WS-RI-ENTRY OCCURS 3 TIMES INDEXED BY WS-RI-IDX.
               10  WS-RI-RISK          PIC X(01).
               10  WS-RI-YEARS         PIC 9(02).
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-NAME             PIC X(30).
           05  WS-BEF-ADDRESS          PIC X(40).
               GOBACK
           END-IF.

           PERFORM OPEN-KYC-MASTER.
           IF WS-KY-STATUS NOT = '00'
               DISPLAY 'PROGCMNT: KYCMAST.DAT NAO PODE SER ABERTO - '
                       'STATUS ' WS-KY-STATUS
               CLOSE MAINT-TRANSACTIONS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-LISTING.
           IF WS-SIM-MODE
               WRITE ERR-LINE FROM WS-SIM-WATERMARK

           CLOSE MAINT-TRANSACTIONS.
           CLOSE CUSTOMER-MASTER.
           CLOSE KYC-MASTER.
           CLOSE ERROR-LISTING.

           DISPLAY 'PROGCMNT: ALTERACOES APLICADAS: ' WS-APPLIED-COUNT.
           DISPLAY 'PROGCMNT: REQUISICOES REJEITADAS: '
                   WS-REJECT-COUNT.
           DISPLAY 'PROGCMNT: ALERTAS DE SANCOES:    ' WS-ALERT-COUNT.

           IF WS-REJECT-COUNT NOT = 0 OR WS-ALERT-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       OPEN-KYC-MASTER.
      *    THE IDENTITY MASTER STARTS EMPTY THE SAME WAY.
           IF WS-SIM-MODE
               OPEN INPUT KYC-MASTER
           ELSE
               OPEN I-O KYC-MASTER
           END-IF.
           IF WS-KY-STATUS = '35'
               OPEN OUTPUT KYC-MASTER
               CLOSE KYC-MASTER
               IF WS-SIM-MODE
                   OPEN INPUT KYC-MASTER
               ELSE
                   OPEN I-O KYC-MASTER
               END-IF
           END-IF.

       APPLY-NEXT-REQUEST.
           READ MAINT-TRANSACTIONS
               AT END
       APPLY-ONE-REQUEST.
           SET WS-REQ-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-BEF-KYC.
           MOVE 'N' TO WS-KYC-TOUCHED-SW.
           MOVE 'N' TO WS-KYC-DATA-SW.
           IF MT-TAX-ID NOT = SPACES OR MT-DOC-TYPE NOT = SPACES
                   OR MT-DOC-NUMBER NOT = SPACES
                   OR MT-BIRTH-DATE NOT = SPACES
                   OR MT-PHONE NOT = SPACES
                   OR MT-RISK-RATING NOT = SPACE
               SET WS-KYC-DATA TO TRUE
           END-IF.

           PERFORM EDIT-REQUEST.

                   IF MT-ACTION-CHANGE
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF MT-ACTION-REVIEW
                           PERFORM APPLY-REVIEW
                       ELSE
                           IF MT-ACTION-MERGE
                               PERFORM APPLY-MERGE
                           ELSE
                               PERFORM APPLY-CLOSE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-REQUEST.
           IF NOT MT-ACTION-ADD AND NOT MT-ACTION-CHANGE
                   AND NOT MT-ACTION-CLOSE AND NOT MT-ACTION-REVIEW
                   AND NOT MT-ACTION-MERGE
               MOVE 'ACAO INVALIDA' TO WS-REASON
               SET WS-REQ-REJECTED TO TRUE
           END-IF.
               END-IF
           END-IF.

           IF WS-REQ-ACCEPTED
               IF NOT MT-TAX-VALID
                   MOVE 'SITUACAO FISCAL INVALIDA' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.

           IF WS-REQ-ACCEPTED
               PERFORM EDIT-KYC-FIELDS
           END-IF.

           IF WS-REQ-ACCEPTED
               IF MT-ACTION-CHANGE AND MT-CUST-NAME = SPACES
                       AND MT-CUST-ADDRESS = SPACES
                       AND MT-TAX-STATUS = SPACE
                       AND NOT WS-KYC-DATA
                   MOVE 'ALTERACAO SEM CAMPOS INFORMADOS' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.

           IF WS-REQ-ACCEPTED AND MT-ACTION-MERGE
               PERFORM EDIT-MERGE-FIELDS
           END-IF.

       EDIT-MERGE-FIELDS.
      *    A MERGE ONLY MOVES ACCOUNTS AND CLOSES THE DUPLICATE - ANY
      *    CORRECTION TO THE SURVIVOR IS ITS OWN CHANGE REQUEST.
           IF MT-MERGE-INTO IS NOT NUMERIC
               MOVE 'CLIENTE DESTINO INVALIDO' TO WS-REASON
               SET WS-REQ-REJECTED TO TRUE
           ELSE
               IF MT-MERGE-INTO = MT-CUST-NUMBER
                   MOVE 'FUSAO COM O PROPRIO CLIENTE' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               ELSE
                   IF MT-CUST-NAME NOT = SPACES
                           OR MT-CUST-ADDRESS NOT = SPACES
                           OR MT-TAX-STATUS NOT = SPACE
                           OR WS-KYC-DATA
                       MOVE 'FUSAO COM CAMPOS INFORMADOS' TO WS-REASON
                       SET WS-REQ-REJECTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       EDIT-KYC-FIELDS.
      *    A CPF IS 11 DIGITS AND A CNPJ 14; THE DATE OF BIRTH MUST BE
      *    A REAL DATE NO LATER THAN TODAY.
           IF MT-TAX-ID NOT = SPACES
               IF NOT (MT-TAX-ID (1:11) IS NUMERIC
                           AND MT-TAX-ID (12:3) = SPACES)
                       AND MT-TAX-ID IS NOT NUMERIC
                   MOVE 'CPF/CNPJ INVALIDO' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-ACCEPTED
               IF NOT MT-DOC-VALID
                   MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-ACCEPTED
               IF MT-BIRTH-DATE NOT = SPACES
                   IF MT-BIRTH-DATE IS NOT NUMERIC
                       MOVE 'DATA DE NASCIMENTO INVALIDA' TO WS-REASON
                       SET WS-REQ-REJECTED TO TRUE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL (MT-BIRTH-DATE)) NOT = 0
                               OR MT-BIRTH-DATE > WS-RUN-DATE
                           MOVE 'DATA DE NASCIMENTO INVALIDA'
                               TO WS-REASON
                           SET WS-REQ-REJECTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REQ-ACCEPTED
               IF NOT MT-RISK-VALID
                   MOVE 'CLASSIF. DE RISCO INVALIDA' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-ACCEPTED
               IF MT-ACTION-CLOSE AND WS-KYC-DATA
                   MOVE 'ENCERRAMENTO COM DADOS KYC' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE MT-CUST-NUMBER TO CM-CUST-NUMBER.
               MOVE 0                   TO CM-CUST-BALANCE
               SET CM-STATUS-ACTIVE     TO TRUE
               MOVE WS-RUN-DATE         TO CM-LAST-UPDATE-DATE
               IF MT-TAX-STATUS = SPACE
                   MOVE 'T'             TO CM-TAX-STATUS
               ELSE
                   MOVE MT-TAX-STATUS   TO CM-TAX-STATUS
               END-IF
               IF WS-KYC-DATA
                   PERFORM LOOKUP-KYC
                   PERFORM APPLY-KYC-FIELDS
               END-IF
               IF NOT WS-SIM-MODE
                   WRITE CM-RECORD
                   PERFORM SAVE-KYC-RECORD
                   PERFORM WRITE-CHANGE-HISTORY
               END-IF
               MOVE 0 TO WS-AL-BEFORE-VALUE
               PERFORM WRITE-AUDIT-RECORD
               SET WS-APPLIED-COUNT UP BY 1
               MOVE 'I' TO WS-SCR-SOURCE
               PERFORM SCREEN-CUSTOMER-NAME
           END-IF.

       APPLY-CHANGE.
               IF MT-CUST-ADDRESS NOT = SPACES
                   MOVE MT-CUST-ADDRESS TO CM-CUST-ADDRESS
               END-IF
               MOVE CM-TAX-STATUS       TO WS-BEF-TAX-STATUS
               IF MT-TAX-STATUS NOT = SPACE
                   MOVE MT-TAX-STATUS   TO CM-TAX-STATUS
               END-IF
               MOVE WS-RUN-DATE         TO CM-LAST-UPDATE-DATE
               IF WS-KYC-DATA
                   PERFORM LOOKUP-KYC
                   PERFORM APPLY-KYC-FIELDS
               END-IF
               IF NOT WS-SIM-MODE
                   REWRITE CM-RECORD
                   PERFORM SAVE-KYC-RECORD
                   PERFORM WRITE-CHANGE-HISTORY
               END-IF
               MOVE FUNCTION NUMVAL (MT-CUST-NUMBER)
                   TO WS-AL-BEFORE-VALUE
               PERFORM WRITE-AUDIT-RECORD
               IF CM-TAX-STATUS NOT = WS-BEF-TAX-STATUS
                   PERFORM WRITE-TAX-STATUS-AUDIT
               END-IF
               IF WS-KYC-TOUCHED
                       AND KY-RISK-RATING NOT = WS-BEF-RISK-RATING
                   PERFORM WRITE-RISK-RATING-AUDIT
               END-IF
               SET WS-APPLIED-COUNT UP BY 1
               IF CM-CUST-NAME NOT = WS-BEF-NAME
                   MOVE 'N' TO WS-SCR-SOURCE
                   PERFORM SCREEN-CUSTOMER-NAME
               END-IF
           END-IF.

       APPLY-REVIEW.
      *    A COMPLETED PERIODIC REVIEW, WITH WHATEVER IT CORRECTED IN
      *    THE SAME REQUEST. THE CUSTOMER MASTER ITSELF IS NOT
      *    TOUCHED. A CUSTOMER NEVER IDENTIFIED BEFORE NEEDS AT LEAST
      *    THE TAX ID ON ITS FIRST REVIEW.
           IF NOT WS-CUST-FOUND
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-REASON
               SET WS-REQ-REJECTED TO TRUE
           ELSE
               IF CM-STATUS-CLOSED
                   MOVE 'CLIENTE JA ENCERRADO' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               ELSE
                   PERFORM LOOKUP-KYC
                   IF NOT WS-KYC-FOUND AND MT-TAX-ID = SPACES
                       MOVE 'REVISAO SEM CPF/CNPJ' TO WS-REASON
                       SET WS-REQ-REJECTED TO TRUE
                   ELSE
                       PERFORM TAKE-BEFORE-IMAGE
                       PERFORM APPLY-KYC-FIELDS
                       MOVE WS-RUN-DATE TO KY-LAST-REVIEW-DATE
                       PERFORM COMPUTE-REVIEW-DUE
                       IF NOT WS-SIM-MODE
                           PERFORM SAVE-KYC-RECORD
                           PERFORM WRITE-CHANGE-HISTORY
                       END-IF
                       MOVE FUNCTION NUMVAL (MT-CUST-NUMBER)
                           TO WS-AL-BEFORE-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                       IF KY-RISK-RATING NOT = WS-BEF-RISK-RATING
                           PERFORM WRITE-RISK-RATING-AUDIT
                       END-IF
                       SET WS-APPLIED-COUNT UP BY 1
                   END-IF
               END-IF
           END-IF.

       LOOKUP-KYC.
           MOVE 'N' TO WS-KYC-FOUND-SW.
           MOVE CM-CUST-NUMBER TO KY-CUST-NUMBER.
           READ KYC-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-KYC-FOUND TO TRUE
           END-READ.

       APPLY-KYC-FIELDS.
      *    A CUSTOMER'S FIRST KYC DATA IS ITS FIRST REVIEW. AFTER
      *    THAT ONLY THE FIELDS KEYED ARE CHANGED, AND A NEW RATING
      *    MOVES THE DUE DATE FROM THE LAST REVIEW.
           SET WS-KYC-TOUCHED TO TRUE.
           IF WS-KYC-FOUND
               MOVE KY-TAX-ID           TO WS-BEF-TAX-ID
               MOVE KY-DOC-TYPE         TO WS-BEF-DOC-TYPE
               MOVE KY-DOC-NUMBER       TO WS-BEF-DOC-NUMBER
               MOVE KY-BIRTH-DATE       TO WS-BEF-BIRTH-DATE
               MOVE KY-PHONE            TO WS-BEF-PHONE
               MOVE KY-RISK-RATING      TO WS-BEF-RISK-RATING
               MOVE KY-REVIEW-DUE-DATE  TO WS-BEF-REVIEW-DUE
           ELSE
               MOVE SPACES              TO KY-RECORD
               MOVE CM-CUST-NUMBER      TO KY-CUST-NUMBER
               MOVE 0                   TO KY-BIRTH-DATE
               MOVE 'M'                 TO KY-RISK-RATING
               MOVE WS-RUN-DATE         TO KY-LAST-REVIEW-DATE
           END-IF.
           IF MT-TAX-ID NOT = SPACES
               MOVE MT-TAX-ID           TO KY-TAX-ID
           END-IF.
           IF MT-DOC-TYPE NOT = SPACES
               MOVE MT-DOC-TYPE         TO KY-DOC-TYPE
           END-IF.
           IF MT-DOC-NUMBER NOT = SPACES
               MOVE MT-DOC-NUMBER       TO KY-DOC-NUMBER
           END-IF.
           IF MT-BIRTH-DATE NOT = SPACES
               MOVE MT-BIRTH-DATE       TO KY-BIRTH-DATE
           END-IF.
           IF MT-PHONE NOT = SPACES
               MOVE MT-PHONE            TO KY-PHONE
           END-IF.
           IF MT-RISK-RATING NOT = SPACE
               MOVE MT-RISK-RATING      TO KY-RISK-RATING
           END-IF.
           IF NOT WS-KYC-FOUND
                   OR KY-RISK-RATING NOT = WS-BEF-RISK-RATING
               PERFORM COMPUTE-REVIEW-DUE
           END-IF.
           MOVE WS-RUN-DATE             TO KY-LAST-UPDATE-DATE.
           MOVE WS-OPERATOR-ID          TO KY-OPERATOR-ID.

       COMPUTE-REVIEW-DUE.
      *    THE SAME DAY N YEARS ON; A 29 FEBRUARY REVIEW FALLS DUE ON
      *    THE 28TH SO THE DATE IS ALWAYS REAL.
           MOVE KY-LAST-REVIEW-DATE TO WS-REVIEW-DUE.
           IF WS-REVIEW-DUE = 0
               MOVE WS-RUN-DATE TO WS-REVIEW-DUE
           END-IF.
           SET WS-RI-IDX TO 1.
           SEARCH WS-RI-ENTRY
               AT END
                   ADD 3 TO WS-DUE-YYYY
               WHEN WS-RI-RISK (WS-RI-IDX) = KY-RISK-RATING
                   ADD WS-RI-YEARS (WS-RI-IDX) TO WS-DUE-YYYY
           END-SEARCH.
           IF WS-DUE-MM = 02 AND WS-DUE-DD = 29
               MOVE 28 TO WS-DUE-DD
           END-IF.
           MOVE WS-REVIEW-DUE TO KY-REVIEW-DUE-DATE.

       SAVE-KYC-RECORD.
           IF WS-KYC-TOUCHED
               IF WS-KYC-FOUND
                   REWRITE KY-RECORD
               ELSE
                   WRITE KY-RECORD
               END-IF
           END-IF.

       WRITE-RISK-RATING-AUDIT.
      *    THE RATING DRIVES HOW OFTEN THE CUSTOMER IS REVIEWED, SO
      *    ITS CHANGE IS AUDITED ON ITS OWN LIKE THE TAX STATUS.
           MOVE SPACES              TO WS-AL-FIELD-NAME.
           STRING 'KYC-RISK-' KY-RISK-RATING
               DELIMITED BY SIZE INTO WS-AL-FIELD-NAME.
           IF WS-SIM-MODE
               MOVE 'SIM-CUSTMAINT' TO WS-AL-FIELD-NAME
           END-IF.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       WRITE-TAX-STATUS-AUDIT.
      *    THE NAME/ADDRESS/STATUS HISTORY HAS NO ROOM FOR THE TAX
      *    STATUS, SO ITS CHANGE GOES TO THE AUDIT TRAIL ON ITS OWN,
      *    THE FIELD NAME CARRYING THE NEW STATUS LETTER THE SAME WAY
      *    IT CARRIES THE MAINTENANCE ACTION.
           MOVE SPACES              TO WS-AL-FIELD-NAME.
           STRING 'CUST-TAX-' CM-TAX-STATUS
               DELIMITED BY SIZE INTO WS-AL-FIELD-NAME.
           IF WS-SIM-MODE
               MOVE 'SIM-CUSTMAINT' TO WS-AL-FIELD-NAME
           END-IF.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

       APPLY-CLOSE.
           IF NOT WS-CUST-FOUND
               END-IF
           END-IF.

       APPLY-MERGE.
      *    BOTH CUSTOMERS MUST BE OPEN. THE SURVIVOR IS READ FIRST
      *    FOR ITS HISTORY IMAGE, THEN THE DUPLICATE AGAIN, WHICH IS
      *    THE RECORD LEFT IN CM-RECORD TO BE CLOSED.
           IF NOT WS-CUST-FOUND
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-REASON
               SET WS-REQ-REJECTED TO TRUE
           ELSE
               IF CM-STATUS-CLOSED
                   MOVE 'CLIENTE JA ENCERRADO' TO WS-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-ACCEPTED
               MOVE CM-CUST-NUMBER TO WS-MG-DUPLICATE
               MOVE MT-MERGE-INTO  TO WS-MG-SURVIVOR
               MOVE WS-MG-SURVIVOR TO CM-CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE DESTINO NAO CADASTRADO'
                           TO WS-REASON
                       SET WS-REQ-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF CM-STATUS-CLOSED
                           MOVE 'CLIENTE DESTINO ENCERRADO'
                               TO WS-REASON
                           SET WS-REQ-REJECTED TO TRUE
                       ELSE
                           MOVE CM-CUST-NAME    TO WS-SRV-NAME
                           MOVE CM-CUST-ADDRESS TO WS-SRV-ADDRESS
                           MOVE CM-CUST-STATUS  TO WS-SRV-STATUS
                       END-IF
               END-READ
               PERFORM LOOKUP-CUSTOMER
           END-IF.
           IF WS-REQ-ACCEPTED
               PERFORM TAKE-BEFORE-IMAGE
               PERFORM MOVE-MERGED-ACCOUNTS
               SET CM-STATUS-CLOSED     TO TRUE
               MOVE WS-RUN-DATE         TO CM-LAST-UPDATE-DATE
               IF NOT WS-SIM-MODE
                   REWRITE CM-RECORD
                   MOVE WS-MG-DUPLICATE TO WS-MG-HIST-CUST
                   MOVE 0               TO WS-MG-HIST-ACCOUNT
                   MOVE WS-MG-SURVIVOR  TO WS-MG-HIST-OTHER
                   PERFORM WRITE-MERGE-HISTORY
                   MOVE WS-MG-SURVIVOR  TO WS-MG-HIST-CUST
                   MOVE WS-MG-DUPLICATE TO WS-MG-HIST-OTHER
                   PERFORM WRITE-MERGE-HISTORY
               END-IF
               MOVE WS-MG-DUPLICATE TO WS-AL-BEFORE-VALUE
               PERFORM WRITE-AUDIT-RECORD
               SET WS-APPLIED-COUNT UP BY 1
               DISPLAY 'PROGCMNT: CLIENTE ' WS-MG-DUPLICATE
                       ' INCORPORADO AO ' WS-MG-SURVIVOR ' - '
                       WS-MG-MOVED-COUNT ' CONTA(S) TRANSFERIDA(S)'
           END-IF.

       MOVE-MERGED-ACCOUNTS.
      *    CUSTXREF.DAT IS COPIED TO THE WORK FILE WITH THE
      *    DUPLICATE'S LINKS TURNED OVER TO THE SURVIVOR, THEN COPIED
      *    BACK. THE DUPLICATE'S LEGACY ACCOUNT OF THE SAME NUMBER,
      *    IF IT EXISTS AND NOTHING LINKS IT ELSEWHERE, WOULD STAY
      *    WITH THE CLOSED CUSTOMER BY DEFAULT - IT GETS AN EXPLICIT
      *    LINK TO THE SURVIVOR INSTEAD. A DRY RUN ONLY COUNTS.
           MOVE 0   TO WS-MG-MOVED-COUNT.
           MOVE 'N' TO WS-LEGACY-LINKED-SW.
           MOVE 'N' TO WS-XR-EOF-SW.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-XR-STATUS = '00'
               IF NOT WS-SIM-MODE
                   OPEN OUTPUT XREF-WORK
               END-IF
               PERFORM COPY-XREF-TO-WORK UNTIL WS-XR-EOF
               CLOSE CUSTOMER-XREF
               IF NOT WS-SIM-MODE
                   CLOSE XREF-WORK
                   PERFORM COPY-WORK-TO-XREF
               END-IF
           END-IF.
           IF NOT WS-LEGACY-LINKED
               PERFORM LINK-LEGACY-ACCOUNT
           END-IF.

       COPY-XREF-TO-WORK.
           READ CUSTOMER-XREF
               AT END
                   SET WS-XR-EOF TO TRUE
               NOT AT END
                   IF XR-ACCOUNT-NUMBER = WS-MG-DUPLICATE
                       SET WS-LEGACY-LINKED TO TRUE
                   END-IF
                   IF XR-CUST-NUMBER = WS-MG-DUPLICATE
                       MOVE WS-MG-SURVIVOR TO XR-CUST-NUMBER
                       SET WS-MG-MOVED-COUNT UP BY 1
                       IF NOT WS-SIM-MODE
                           MOVE WS-MG-DUPLICATE   TO WS-MG-HIST-CUST
                           MOVE XR-ACCOUNT-NUMBER TO WS-MG-HIST-ACCOUNT
                           MOVE WS-MG-SURVIVOR    TO WS-MG-HIST-OTHER
                           PERFORM WRITE-MERGE-HISTORY
                       END-IF
                   END-IF
                   IF NOT WS-SIM-MODE
                       WRITE XW-RECORD FROM XR-RECORD
                   END-IF
           END-READ.

       COPY-WORK-TO-XREF.
           MOVE 'N' TO WS-XR-EOF-SW.
           OPEN INPUT XREF-WORK.
           OPEN OUTPUT CUSTOMER-XREF.
           PERFORM COPY-WORK-RECORD UNTIL WS-XR-EOF.
           CLOSE XREF-WORK.
           CLOSE CUSTOMER-XREF.

       COPY-WORK-RECORD.
           READ XREF-WORK
               AT END
                   SET WS-XR-EOF TO TRUE
               NOT AT END
                   WRITE XR-RECORD FROM XW-RECORD
           END-READ.

       LINK-LEGACY-ACCOUNT.
           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '00'
               MOVE WS-MG-DUPLICATE TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MG-MOVED-COUNT UP BY 1
                       IF NOT WS-SIM-MODE
                           PERFORM APPEND-LEGACY-LINK
                       END-IF
               END-READ
               CLOSE ACCOUNT-BALANCE
           END-IF.

       APPEND-LEGACY-LINK.
           OPEN EXTEND CUSTOMER-XREF.
           IF WS-XR-STATUS = '35'
               OPEN OUTPUT CUSTOMER-XREF
           END-IF.
           MOVE SPACES              TO XR-RECORD.
           MOVE WS-MG-SURVIVOR      TO XR-CUST-NUMBER.
           MOVE WS-MG-DUPLICATE     TO XR-ACCOUNT-NUMBER.
           WRITE XR-RECORD.
           CLOSE CUSTOMER-XREF.
           MOVE WS-MG-DUPLICATE     TO WS-MG-HIST-CUST.
           MOVE WS-MG-DUPLICATE     TO WS-MG-HIST-ACCOUNT.
           MOVE WS-MG-SURVIVOR      TO WS-MG-HIST-OTHER.
           PERFORM WRITE-MERGE-HISTORY.

       WRITE-MERGE-HISTORY.
      *    ON THE DUPLICATE THE IMAGES ARE ITS OWN - UNCHANGED ON AN
      *    ACCOUNT MOVED, OPEN TO CLOSED ON THE CLOSURE RECORD; ON THE
      *    SURVIVOR THEY ARE THE SURVIVOR'S, UNCHANGED.
           OPEN EXTEND CUSTOMER-HISTORY.
           IF WS-CH-STATUS = '35'
               OPEN OUTPUT CUSTOMER-HISTORY
           END-IF.
           MOVE SPACES              TO CH-RECORD.
           MOVE WS-MG-HIST-CUST     TO CH-CUST-NUMBER.
           MOVE WS-RUN-DATE         TO CH-CHANGE-DATE.
           ACCEPT CH-CHANGE-TIME    FROM TIME.
           MOVE WS-OPERATOR-ID      TO CH-OPERATOR-ID.
           SET CH-ACTION-MERGE      TO TRUE.
           IF WS-MG-HIST-CUST = WS-MG-SURVIVOR
               MOVE WS-SRV-NAME         TO CH-BEF-NAME CH-AFT-NAME
               MOVE WS-SRV-ADDRESS      TO CH-BEF-ADDRESS
                                           CH-AFT-ADDRESS
               MOVE WS-SRV-STATUS       TO CH-BEF-STATUS CH-AFT-STATUS
           ELSE
               MOVE WS-BEF-NAME         TO CH-BEF-NAME
               MOVE WS-BEF-ADDRESS      TO CH-BEF-ADDRESS
               MOVE WS-BEF-STATUS       TO CH-BEF-STATUS
               MOVE CM-CUST-NAME        TO CH-AFT-NAME
               MOVE CM-CUST-ADDRESS     TO CH-AFT-ADDRESS
               MOVE CM-CUST-STATUS      TO CH-AFT-STATUS
           END-IF.
           MOVE WS-MG-HIST-ACCOUNT  TO CH-ACCOUNT.
           MOVE WS-MG-HIST-OTHER    TO CH-MERGE-CUST.
           WRITE CH-RECORD.
           CLOSE CUSTOMER-HISTORY.

       SCREEN-CUSTOMER-NAME.
      *    THE CHANGE ITSELF STANDS - A HIT ONLY PUTS THE NAME IN
      *    FRONT OF THE COMPLIANCE DESK, WHICH DECIDES WHETHER THE
      *    CUSTOMER'S ACCOUNTS ARE FROZEN.
           MOVE CM-CUST-NAME TO WS-SCR-NAME.
           CALL 'NAMESCR' USING WS-SCR-NAME WS-SCR-KIND
               WS-SCR-ENTRY-ID WS-SCR-LISTED-NAME WS-SCR-SCORE
               WS-SCR-LIST-DATE.
           IF WS-SCR-LIST-DATE = 0 AND NOT WS-NO-LIST-WARNED
               DISPLAY 'PROGCMNT: AVISO - WATCHLST.DAT AUSENTE - '
                       'NOMES NAO TRIADOS'
               SET WS-NO-LIST-WARNED TO TRUE
           END-IF.
           IF NOT WS-SCR-NO-MATCH
               PERFORM FIND-EXISTING-ALERT
               IF NOT WS-ALERT-SEEN
                   PERFORM RAISE-SCREENING-ALERT
               END-IF
           END-IF.

       FIND-EXISTING-ALERT.
      *    A NAME ALREADY RAISED AGAINST THE SAME ENTRY IS NOT RAISED
      *    AGAIN, WHATEVER THE DESK DECIDED ABOUT IT.
           MOVE 'N' TO WS-ALERT-SEEN-SW.
           MOVE 'N' TO WS-SA-EOF-SW.
           OPEN INPUT SCREEN-ALERTS.
           IF WS-SA-STATUS = '00'
               PERFORM CHECK-NEXT-ALERT
                   UNTIL WS-SA-EOF OR WS-ALERT-SEEN
               CLOSE SCREEN-ALERTS
           END-IF.

       CHECK-NEXT-ALERT.
           READ SCREEN-ALERTS
               AT END
                   SET WS-SA-EOF TO TRUE
               NOT AT END
                   IF SA-CUST-NUMBER = CM-CUST-NUMBER
                           AND SA-CUST-NAME = CM-CUST-NAME
                           AND SA-ENTRY-ID = WS-SCR-ENTRY-ID
                       SET WS-ALERT-SEEN TO TRUE
                   END-IF
           END-READ.

       RAISE-SCREENING-ALERT.
           SET WS-ALERT-COUNT UP BY 1.
           DISPLAY 'PROGCMNT: ALERTA SANCOES - CLIENTE '
                   CM-CUST-NUMBER ' ' CM-CUST-NAME
                   ' X ' WS-SCR-ENTRY-ID ' ESCORE ' WS-SCR-SCORE.
           IF NOT WS-SIM-MODE
               OPEN EXTEND SCREEN-ALERTS
               IF WS-SA-STATUS = '35'
                   OPEN OUTPUT SCREEN-ALERTS
               END-IF
               MOVE SPACES              TO SA-RECORD
               MOVE WS-RUN-DATE         TO SA-ALERT-DATE
               MOVE CM-CUST-NUMBER      TO SA-CUST-NUMBER
               MOVE CM-CUST-NAME        TO SA-CUST-NAME
               MOVE 0                   TO SA-ACCOUNT
               MOVE WS-SCR-SOURCE       TO SA-SOURCE
               MOVE WS-SCR-ENTRY-ID     TO SA-ENTRY-ID
               MOVE WS-SCR-LISTED-NAME  TO SA-LISTED-NAME
               MOVE WS-SCR-KIND         TO SA-MATCH-KIND
               MOVE WS-SCR-SCORE        TO SA-SCORE
               MOVE WS-SCR-LIST-DATE    TO SA-LIST-DATE
               SET SA-PENDING           TO TRUE
               MOVE 0                   TO SA-DECISION-DATE
               WRITE SA-RECORD
               CLOSE SCREEN-ALERTS
               PERFORM WRITE-SCREENING-LOG
           END-IF.

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
           MOVE 'PROGCMNT'          TO SG-PROGRAM.
           MOVE WS-OPERATOR-ID      TO SG-OPERATOR-ID.
           IF WS-SCR-SOURCE = 'I'
               MOVE 'CADASTRO DE CLIENTE' TO SG-REMARK
           ELSE
               MOVE 'ALTERACAO DE NOME'   TO SG-REMARK
           END-IF.
           WRITE SG-RECORD.
           CLOSE SCREEN-LOG.

       TAKE-BEFORE-IMAGE.
           MOVE CM-CUST-NAME        TO WS-BEF-NAME.
           MOVE CM-CUST-ADDRESS     TO WS-BEF-ADDRESS.
           MOVE CM-CUST-NAME        TO CH-AFT-NAME.
           MOVE CM-CUST-ADDRESS     TO CH-AFT-ADDRESS.
           MOVE CM-CUST-STATUS      TO CH-AFT-STATUS.
           IF WS-KYC-TOUCHED
               MOVE WS-BEF-KYC          TO CH-BEF-KYC
               MOVE KY-TAX-ID           TO CH-AFT-TAX-ID
               MOVE KY-DOC-TYPE         TO CH-AFT-DOC-TYPE
               MOVE KY-DOC-NUMBER       TO CH-AFT-DOC-NUMBER
               MOVE KY-BIRTH-DATE       TO CH-AFT-BIRTH-DATE
               MOVE KY-PHONE            TO CH-AFT-PHONE
               MOVE KY-RISK-RATING      TO CH-AFT-RISK-RATING
               MOVE KY-REVIEW-DUE-DATE  TO CH-AFT-REVIEW-DUE
           END-IF.
           WRITE CH-RECORD.
           CLOSE CUSTOMER-HISTORY.

               IF MT-ACTION-CHANGE
                   MOVE 'CUST-CHANGE'   TO WS-AL-FIELD-NAME
               ELSE
                   IF MT-ACTION-REVIEW
                       MOVE 'CUST-REVIEW'   TO WS-AL-FIELD-NAME
                   ELSE
                       IF MT-ACTION-MERGE
                           MOVE 'CUST-MERGE'    TO WS-AL-FIELD-NAME
                       ELSE
                           MOVE 'CUST-CLOSE'    TO WS-AL-FIELD-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-SIM-MODE
           END-IF.
           COMPUTE WS-AL-AFTER-VALUE =
               FUNCTION NUMVAL (MT-CUST-NUMBER).
           IF MT-ACTION-MERGE
               COMPUTE WS-AL-AFTER-VALUE =
                   FUNCTION NUMVAL (MT-MERGE-INTO)
           END-IF.
           CALL 'AUDITWRT' USING WS-AL-FIELD-NAME
               WS-AL-BEFORE-VALUE WS-AL-AFTER-VALUE WS-OPERATOR-ID.

