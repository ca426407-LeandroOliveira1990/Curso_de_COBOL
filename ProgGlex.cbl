      *           TO THE CENTRAL OPERATIONS LOG THROUGH OPSLOG, SO
      *           THE MORNING SHIFT READS THE NIGHT FROM ONE FILE
      *           INSTEAD OF THE CONSOLE SCROLLBACK.
      * Modified: 2026-10-15 - ALSO CARRIES THE REVERSAL OF THE
      *           MONTH-END FX REVALUATION: THE LINES PROGFXRV LEFT
      *           ON FXREVRS.DAT DATED TONIGHT'S BUSINESS DATE (THE
      *           FIRST BUSINESS DAY OF THE MONTH) GO INTO THE
      *           EXTRACT, COUNT AND HASH TOTAL. LINES FOR ANY OTHER
      *           DATE ARE LEFT ALONE, SO A RERUN OF THE NIGHT PICKS
      *           THEM UP AGAIN AND NO OTHER NIGHT DOES.
      * Modified: 2026-10-15 - EVERY EXTRACT CUT IS ALSO APPENDED TO
      *           THE JOURNAL REGISTER (GLSENT.DAT) WITH ITS BUSINESS
      *           DATE, RECORD COUNT AND HASH TOTAL, SO PROGGLRC CAN
      *           HOLD THE LEDGER'S ACCEPTANCE TO WHAT WAS SENT.
      * Modified: 2026-10-15 - BOTH LINES OF A JOURNAL PAIR CARRY THE
      *           OWNING BRANCH (GL-BRANCH) FROM THE BALANCE MASTER, SO
      *           THE LEDGER BOOKS BY COST CENTER. BLANK, AN ACCOUNT
      *           NOT ON THE MASTER OR A MASTER NOT AVAILABLE GIVE THE
      *           HEAD OFFICE, 0001.
      * Modified: 2026-10-15 - THE MONTH-END FX REVALUATION ITSELF NOW
      *           TRAVELS WITH ITS REVERSAL: THE LINES PROGFXRV LEFT ON
      *           REVALGL.DAT POSTED TONIGHT'S BUSINESS DATE (EFFECTIVE
      *           THE CLOSING DATE) GO INTO THE EXTRACT, COUNT AND HASH
      *           TOTAL THE SAME DATE-MATCHED WAY, SO THE JOURNAL
      *           REGISTER COVERS THEM TOO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGLEX.
               FILE STATUS WS-CT-STATUS.
           SELECT GL-EXTRACT ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FX-REVALUATION ASSIGN TO "REVALGL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RG-STATUS.
           SELECT FX-REVERSALS ASSIGN TO "FXREVRS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RV-STATUS.
           SELECT JOURNAL-REGISTER ASSIGN TO "GLSENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GS-STATUS.
           SELECT GL-MAPPING ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-GM-STATUS.
           SELECT ACCOUNT-BALANCE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ACCOUNT-NUMBER
               FILE STATUS WS-AB-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BD-STATUS.
           COPY CLNDTRN.
       FD  GL-EXTRACT.
           COPY GLEXTR.
       FD  FX-REVALUATION.
       01  RG-RECORD                   PIC X(68).
       FD  FX-REVERSALS.
       01  RV-RECORD                   PIC X(68).
       FD  JOURNAL-REGISTER.
           COPY GLSENT.
       FD  GL-MAPPING.
           COPY GLMAP.
       FD  ACCOUNT-BALANCE.
           COPY ACCTBAL.
       FD  BUSINESS-DATE.
           COPY BUSDATE.
       FD  SIM-CONTROL.
       WORKING-STORAGE SECTION.
       77  WS-CT-STATUS                PIC X(02) VALUE SPACES.
       77  WS-GM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RG-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RV-STATUS                PIC X(02) VALUE SPACES.
       77  WS-GS-STATUS                PIC X(02) VALUE SPACES.
       77  WS-AB-STATUS                PIC X(02) VALUE SPACES.
       77  WS-MASTER-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN                VALUE 'Y'.
       77  WS-GL-BRANCH                PIC X(04) VALUE SPACES.
       77  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       77  WS-BRANCH-SW                PIC X(01) VALUE SPACE.
       77  WS-REVALUATION-COUNT        PIC 9(10) VALUE 0.
       77  WS-REVERSAL-COUNT           PIC 9(10) VALUE 0.
       77  WS-BD-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-SIM-SW                   PIC X(01) VALUE 'N'.
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-BALANCE.
           IF WS-AB-STATUS = '00'
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'PROGGLEX: ACCTBAL.DAT NAO DISPONIVEL - '
                       'LANCAMENTOS NA AGENCIA 0001'
           END-IF.

           OPEN OUTPUT GL-EXTRACT.

           PERFORM EXTRACT-NEXT-RECORD UNTIL WS-EOF.
           PERFORM FOLD-IN-FX-REVALUATION.
           PERFORM FOLD-IN-FX-REVERSALS.

           PERFORM WRITE-GL-TRAILER.

           CLOSE CLEAN-TRANSACTIONS.
           CLOSE GL-EXTRACT.
           IF WS-MASTER-OPEN
               CLOSE ACCOUNT-BALANCE
           END-IF.
           PERFORM REGISTER-JOURNAL.

           DISPLAY 'PROGGLEX: POSTAGENS EXTRAIDAS: ' WS-POSTING-COUNT.
           IF WS-REVALUATION-COUNT NOT = 0
               DISPLAY 'PROGGLEX: LINHAS DA REAVALIACAO CAMBIAL: '
                       WS-REVALUATION-COUNT
           END-IF.
           IF WS-REVERSAL-COUNT NOT = 0
               DISPLAY 'PROGGLEX: ESTORNOS DA REAVALIACAO CAMBIAL: '
                       WS-REVERSAL-COUNT
           END-IF.
           IF WS-UNMAPPED-COUNT NOT = 0
               DISPLAY 'PROGGLEX: POSTAGENS SEM REGRA DE MAPA: '
                       WS-UNMAPPED-COUNT
           CALL 'FXCONV' USING CT-CURRENCY WS-EFFECTIVE-AMOUNT
               WS-CONVERTED-AMOUNT WS-FX-FOUND-SW.
           PERFORM FIND-MAPPING-RULE.
           PERFORM FETCH-ACCOUNT-BRANCH.
           SET WS-POSTING-COUNT UP BY 1.
           MOVE CT-TRANS-DATE TO WS-EFF-DATE-NUM.
           CALL 'DATEFMT' USING WS-EFF-DATE-NUM WS-FORMAT-CODE
           MOVE CT-CURRENCY         TO GL-CURRENCY.
           MOVE WS-EFFECTIVE-AMOUNT TO GL-ORIG-AMOUNT.
           MOVE WS-FORMATTED-EFF-DATE TO GL-EFFECTIVE-DATE.
           MOVE WS-GL-BRANCH        TO GL-BRANCH.
           WRITE GL-RECORD.
           SET WS-REC-COUNT UP BY 1.
           ADD WS-CONVERTED-AMOUNT  TO WS-HASH-AMOUNT.
           MOVE CT-CURRENCY         TO GL-CURRENCY.
           COMPUTE GL-ORIG-AMOUNT = 0 - WS-EFFECTIVE-AMOUNT.
           MOVE WS-FORMATTED-EFF-DATE TO GL-EFFECTIVE-DATE.
           MOVE WS-GL-BRANCH        TO GL-BRANCH.
           WRITE GL-RECORD.
           SET WS-REC-COUNT UP BY 1.
           SUBTRACT WS-CONVERTED-AMOUNT FROM WS-HASH-AMOUNT.

       FETCH-ACCOUNT-BRANCH.
      *    BOTH SIDES OF THE PAIR BOOK TO THE BRANCH THAT OWNS THE
      *    CUSTOMER ACCOUNT. FIND-MAPPING-RULE HAS ALREADY TURNED THE
      *    ACCOUNT INTO A NUMBER.
           MOVE SPACES TO WS-GL-BRANCH.
           IF WS-MASTER-OPEN
               MOVE WS-ACCOUNT-NUM TO AB-ACCOUNT-NUMBER
               READ ACCOUNT-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AB-BRANCH TO WS-GL-BRANCH
               END-READ
           END-IF.
           CALL 'BRNLOOK' USING WS-GL-BRANCH WS-BRANCH-NAME
               WS-BRANCH-SW.

       FOLD-IN-FX-REVALUATION.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FX-REVALUATION.
           IF WS-RG-STATUS = '00'
               PERFORM COPY-FX-REVALUATION UNTIL WS-EOF
               CLOSE FX-REVALUATION
           END-IF.

       COPY-FX-REVALUATION.
      *    BALANCED PAIRS IN THE EXTRACT LAYOUT, LIKE THE REVERSALS -
      *    ONLY THE ONES POSTED TONIGHT ARE TAKEN; THE TRAILER PROGFXRV
      *    WROTE IS NOT.
           READ FX-REVALUATION
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RG-RECORD TO GL-RECORD
                   IF GL-DETAIL-REC
                           AND GL-POST-DATE = WS-FORMATTED-DATE
                       ADD GL-NET-AMOUNT TO WS-HASH-AMOUNT
                       WRITE GL-RECORD
                       SET WS-REC-COUNT UP BY 1
                       SET WS-REVALUATION-COUNT UP BY 1
                   END-IF
           END-READ.

       FOLD-IN-FX-REVERSALS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FX-REVERSALS.
           IF WS-RV-STATUS = '00'
               PERFORM COPY-FX-REVERSAL UNTIL WS-EOF
               CLOSE FX-REVERSALS
           END-IF.

       COPY-FX-REVERSAL.
      *    THE REVERSAL LINES ARE ALREADY BALANCED PAIRS IN THE
      *    EXTRACT LAYOUT - ONLY TONIGHT'S ARE TAKEN.
           READ FX-REVERSALS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RV-RECORD TO GL-RECORD
                   IF GL-DETAIL-REC
                           AND GL-POST-DATE = WS-FORMATTED-DATE
                       ADD GL-NET-AMOUNT TO WS-HASH-AMOUNT
                       WRITE GL-RECORD
                       SET WS-REC-COUNT UP BY 1
                       SET WS-REVERSAL-COUNT UP BY 1
                   END-IF
           END-READ.

       FIND-MAPPING-RULE.
      *    FIRST RULE WINS: THE TYPE MUST MATCH (SPACES ON THE RULE
      *    MATCHES ANY TYPE) AND THE ACCOUNT MUST FALL IN THE RULE'S
           MOVE WS-HASH-AMOUNT      TO GL-TRL-HASH-AMOUNT.
           WRITE GL-RECORD.

       REGISTER-JOURNAL.
           OPEN EXTEND JOURNAL-REGISTER.
           IF WS-GS-STATUS = '35'
               OPEN OUTPUT JOURNAL-REGISTER
           END-IF.
           MOVE SPACES              TO GS-RECORD.
           MOVE WS-RUN-DATE         TO GS-BUSINESS-DATE.
           MOVE WS-REC-COUNT        TO GS-REC-COUNT.
           MOVE WS-HASH-AMOUNT      TO GS-HASH-AMOUNT.
           SET GS-STATUS-SENT       TO TRUE.
           MOVE WS-RUN-DATE         TO GS-STATUS-DATE.
           WRITE GS-RECORD.
           CLOSE JOURNAL-REGISTER.

       GET-SIMULATION-MODE.
      *    SIMMODE.DAT CARRYING AN 'S' PUTS THE RUN IN DRY-RUN MODE.
      *    A MISSING OR EMPTY FILE MEANS A REAL RUN.
