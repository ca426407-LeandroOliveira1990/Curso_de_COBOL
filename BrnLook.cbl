      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: SHARED SUBPROGRAM THAT LOOKS A BRANCH CODE UP ON THE
      *          BRANCH TABLE (BRANCH.DAT), SO THE ACCOUNT DESK, THE
      *          LEDGER EXTRACT AND THE BRANCH SUBTOTALS ON THE
      *          REPORTS ALL READ A BRANCH THE SAME WAY, THE SAME
      *          SHAPE FXCONV GIVES THE EXCHANGE RATES. THE TABLE IS
      *          LOADED ONCE ON THE FIRST CALL. THE CODE IS NORMALISED
      *          IN PLACE FIRST: BLANK OR ZEROS - AN ACCOUNT OPENED
      *          BEFORE BRANCHES EXISTED - BECOMES 0001, THE HEAD
      *          OFFICE. THE BRANCH NAME COMES BACK WITH A SWITCH: Y
      *          ACTIVE, I INACTIVE, N NOT ON THE TABLE. THE HEAD
      *          OFFICE ALWAYS EXISTS, EVEN BEFORE THE TABLE IS
      *          KEYED, SO THE NIGHT NEVER STOPS FOR WANT OF IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
           COPY BRANCH.
       WORKING-STORAGE SECTION.
       77  WS-BA-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LOADED-SW                PIC X(01) VALUE 'N'.
           88  WS-TABLE-LOADED               VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-BRANCH-COUNT             PIC 9(04) VALUE 0.
       77  WS-IDX                      PIC 9(04) VALUE 0.
       77  WS-FOUND-IDX                PIC 9(04) VALUE 0.
       77  WS-HEAD-OFFICE              PIC X(04) VALUE '0001'.
       77  WS-HEAD-OFFICE-NAME         PIC X(30) VALUE 'MATRIZ'.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WS-BT-BRANCH        PIC X(04).
               10  WS-BT-NAME          PIC X(30).
               10  WS-BT-STATUS        PIC X(01).
       LINKAGE SECTION.
       01  LS-BRANCH                   PIC X(04).
       01  LS-BRANCH-NAME              PIC X(30).
       01  LS-BRANCH-SW                PIC X(01).
           88  LS-BRANCH-ACTIVE              VALUE 'Y'.
           88  LS-BRANCH-INACTIVE            VALUE 'I'.
           88  LS-BRANCH-UNKNOWN             VALUE 'N'.
       PROCEDURE DIVISION USING LS-BRANCH LS-BRANCH-NAME
               LS-BRANCH-SW.
       MAIN-PROCEDURE.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-BRANCH-TABLE
           END-IF.

           IF LS-BRANCH = SPACES OR LS-BRANCH = '0000'
               MOVE WS-HEAD-OFFICE TO LS-BRANCH
           END-IF.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM LOOKUP-BRANCH-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BRANCH-COUNT
                   OR WS-FOUND-IDX NOT = 0.
           IF WS-FOUND-IDX = 0
               IF LS-BRANCH = WS-HEAD-OFFICE
                   MOVE WS-HEAD-OFFICE-NAME TO LS-BRANCH-NAME
                   SET LS-BRANCH-ACTIVE TO TRUE
               ELSE
                   MOVE 'AGENCIA NAO CADASTRADA' TO LS-BRANCH-NAME
                   SET LS-BRANCH-UNKNOWN TO TRUE
               END-IF
           ELSE
               MOVE WS-BT-NAME (WS-FOUND-IDX) TO LS-BRANCH-NAME
               IF WS-BT-STATUS (WS-FOUND-IDX) = 'I'
                   SET LS-BRANCH-INACTIVE TO TRUE
               ELSE
                   SET LS-BRANCH-ACTIVE TO TRUE
               END-IF
           END-IF.
           GOBACK.

       LOOKUP-BRANCH-ENTRY.
           IF WS-BT-BRANCH (WS-IDX) = LS-BRANCH
               MOVE WS-IDX TO WS-FOUND-IDX
           END-IF.

       LOAD-BRANCH-TABLE.
      *    A MISSING TABLE ISN'T FATAL - THE HEAD OFFICE STILL
      *    ANSWERS, AND EVERY OTHER CODE COMES BACK NOT ON THE TABLE.
           SET WS-TABLE-LOADED TO TRUE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BRANCH-FILE.
           IF WS-BA-STATUS = '00'
               PERFORM LOAD-NEXT-BRANCH UNTIL WS-EOF
               CLOSE BRANCH-FILE
           ELSE
               DISPLAY 'BRNLOOK: BRANCH.DAT AUSENTE - SOMENTE A '
                       'MATRIZ (0001) CONHECIDA'
           END-IF.

       LOAD-NEXT-BRANCH.
           READ BRANCH-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-BRANCH-COUNT < 500
                       SET WS-BRANCH-COUNT UP BY 1
                       MOVE BA-BRANCH
                           TO WS-BT-BRANCH (WS-BRANCH-COUNT)
                       MOVE BA-NAME
                           TO WS-BT-NAME (WS-BRANCH-COUNT)
                       MOVE BA-STATUS
                           TO WS-BT-STATUS (WS-BRANCH-COUNT)
                   ELSE
                       DISPLAY 'BRNLOOK: TABELA DE AGENCIAS CHEIA - '
                               'AGENCIA ' BA-BRANCH ' IGNORADA'
                   END-IF
           END-READ.
       END PROGRAM BRNLOOK.
