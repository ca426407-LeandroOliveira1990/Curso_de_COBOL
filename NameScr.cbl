      ******************************************************************
      * Author: LEANDRO OLIVEIRA
      * Date: 2026-10-15
      * Purpose: SHARED SUBPROGRAM THAT SCREENS ONE NAME AGAINST THE
      *          SANCTIONS WATCH LIST (WATCHLST.DAT), SO CUSTOMER
      *          MAINTENANCE, THE NIGHTLY RE-SCREEN AND THE EDIT PASS
      *          ALL MATCH NAMES BY THE SAME RULE, THE SAME SHAPE FXCONV
      *          GIVES THE CONVERSION RULE. THE LIST IS LOADED ONCE ON
      *          THE FIRST CALL AND HELD IN A TABLE, EACH LISTED NAME
      *          ALREADY NORMALIZED: UPPER CASE, PUNCTUATION AND DIGITS
      *          DROPPED, SINGLE LETTERS AND THE NAME PARTICLES (DA,
      *          DE, DOS, LTDA ...) REMOVED, ONE SPACE BETWEEN WORDS.
      *          THE CALLER'S NAME IS NORMALIZED THE SAME WAY, THEN:
      *          IDENTICAL NORMALIZED NAMES ARE AN EXACT MATCH (SCORE
      *          100); EVERY WORD OF THE LISTED NAME PRESENT IN THE
      *          NAME, IN ANY ORDER, SCORES 95, AND EVERY WORD OF THE
      *          NAME PRESENT IN THE LISTED NAME SCORES 90 (BOTH NEED AT
      *          LEAST TWO WORDS); OTHERWISE THE SCORE IS 100 LESS THE
      *          CHARACTER EDIT DISTANCE AS A PERCENTAGE OF THE LONGER
      *          NAME, WHICH CATCHES MISSPELLINGS AND TRANSLITERATIONS.
      *          A BEST SCORE AT OR ABOVE THE NEAR-MATCH THRESHOLD
      *          (CMPLCTL.DAT, DEFAULT 85) IS A NEAR MATCH, AND THE
      *          BEST-SCORING ENTRY IS RETURNED. A MISSING LIST MATCHES
      *          NOTHING AND RETURNS A ZERO LIST DATE, SO THE CALLER
      *          CAN TELL NOTHING WAS SCREENED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WL-STATUS.
           SELECT COMPLIANCE-CONTROL ASSIGN TO "CMPLCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST.
           COPY WATCHLST.
       FD  COMPLIANCE-CONTROL.
           COPY CMPLCTL.
       WORKING-STORAGE SECTION.
       77  WS-WL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CP-STATUS                PIC X(02) VALUE SPACES.
       77  WS-LOADED-SW                PIC X(01) VALUE 'N'.
           88  WS-TABLE-LOADED               VALUE 'Y'.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       77  WS-LIST-DATE                PIC 9(08) VALUE 0.
       77  WS-THRESHOLD                PIC 9(03) VALUE 85.
       77  WS-LIST-COUNT               PIC 9(04) COMP VALUE 0.
       77  WS-IDX                      PIC 9(04) COMP VALUE 0.
       77  WS-BEST-IDX                 PIC 9(04) COMP VALUE 0.
       77  WS-BEST-SCORE               PIC 9(03) VALUE 0.
       77  WS-SCORE                    PIC 9(03) VALUE 0.
       77  WS-CHR-IDX                  PIC 9(04) COMP VALUE 0.
       77  WS-OUT-PTR                  PIC 9(04) COMP VALUE 0.
       77  WS-CUR-LEN                  PIC 9(04) COMP VALUE 0.
       77  WS-PART-IDX                 PIC 9(04) COMP VALUE 0.
       77  WS-PARTICLE-SW              PIC X(01) VALUE 'N'.
           88  WS-IS-PARTICLE                VALUE 'Y'.
       77  WS-TOK-I                    PIC 9(04) COMP VALUE 0.
       77  WS-TOK-J                    PIC 9(04) COMP VALUE 0.
       77  WS-TOK-HITS                 PIC 9(04) COMP VALUE 0.
       77  WS-TOK-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-TOK-FOUND                  VALUE 'Y'.
       77  WS-LEN-A                    PIC 9(04) COMP VALUE 0.
       77  WS-LEN-B                    PIC 9(04) COMP VALUE 0.
       77  WS-MAX-LEN                  PIC 9(04) COMP VALUE 0.
       77  WS-LEN-DIFF                 PIC 9(04) COMP VALUE 0.
       77  WS-LEV-I                    PIC 9(04) COMP VALUE 0.
       77  WS-LEV-J                    PIC 9(04) COMP VALUE 0.
       77  WS-LEV-COST                 PIC 9(04) COMP VALUE 0.
       77  WS-LEV-BEST                 PIC 9(04) COMP VALUE 0.
       77  WS-LEV-DIST                 PIC 9(04) COMP VALUE 0.
       01  WS-NORM-IN                  PIC X(40) VALUE SPACES.
       01  WS-CUR-TOKEN                PIC X(40) VALUE SPACES.
       01  WS-NORM-WORK.
           05  WS-NW-TEXT              PIC X(40).
           05  WS-NW-LEN               PIC 9(04) COMP.
           05  WS-NW-TOKEN-COUNT       PIC 9(04) COMP.
           05  WS-NW-TOKEN             PIC X(20) OCCURS 6 TIMES.
       01  WS-NAME-WORK.
           05  WS-NM-TEXT              PIC X(40).
           05  WS-NM-LEN               PIC 9(04) COMP.
           05  WS-NM-TOKEN-COUNT       PIC 9(04) COMP.
           05  WS-NM-TOKEN             PIC X(20) OCCURS 6 TIMES.
       01  WS-PARTICLE-VALUES.
           05  FILLER                  PIC X(06) VALUE 'DA    '.
           05  FILLER                  PIC X(06) VALUE 'DE    '.
           05  FILLER                  PIC X(06) VALUE 'DI    '.
           05  FILLER                  PIC X(06) VALUE 'DO    '.
           05  FILLER                  PIC X(06) VALUE 'DU    '.
           05  FILLER                  PIC X(06) VALUE 'DAS   '.
           05  FILLER                  PIC X(06) VALUE 'DOS   '.
           05  FILLER                  PIC X(06) VALUE 'DEL   '.
           05  FILLER                  PIC X(06) VALUE 'VAN   '.
           05  FILLER                  PIC X(06) VALUE 'VON   '.
           05  FILLER                  PIC X(06) VALUE 'LTDA  '.
           05  FILLER                  PIC X(06) VALUE 'EIRELI'.
       01  WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-VALUES.
           05  WS-PARTICLE             PIC X(06) OCCURS 12 TIMES.
       01  WS-LEV-ROWS.
           05  WS-LEV-PREV             PIC 9(04) COMP OCCURS 41 TIMES.
           05  WS-LEV-CURR             PIC 9(04) COMP OCCURS 41 TIMES.
       01  WS-WATCH-TABLE.
           05  WS-WT-ENTRY OCCURS 5000 TIMES.
               10  WS-WT-ENTRY-ID      PIC X(12).
               10  WS-WT-NAME          PIC X(40).
               10  WS-WT-NORM          PIC X(40).
               10  WS-WT-LEN           PIC 9(04) COMP.
               10  WS-WT-TOKEN-COUNT   PIC 9(04) COMP.
               10  WS-WT-TOKEN         PIC X(20) OCCURS 6 TIMES.
       LINKAGE SECTION.
       01  LS-NAME                     PIC X(40).
       01  LS-MATCH-KIND               PIC X(01).
           88  LS-NO-MATCH                   VALUE 'N'.
           88  LS-MATCH-EXACT                VALUE 'E'.
           88  LS-MATCH-NEAR                 VALUE 'P'.
       01  LS-ENTRY-ID                 PIC X(12).
       01  LS-LISTED-NAME              PIC X(40).
       01  LS-SCORE                    PIC 9(03).
       01  LS-LIST-DATE                PIC 9(08).
       PROCEDURE DIVISION USING LS-NAME LS-MATCH-KIND LS-ENTRY-ID
               LS-LISTED-NAME LS-SCORE LS-LIST-DATE.
       MAIN-PROCEDURE.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-WATCH-TABLE
           END-IF.

           SET LS-NO-MATCH TO TRUE.
           MOVE SPACES       TO LS-ENTRY-ID.
           MOVE SPACES       TO LS-LISTED-NAME.
           MOVE 0            TO LS-SCORE.
           MOVE WS-LIST-DATE TO LS-LIST-DATE.

           MOVE LS-NAME TO WS-NORM-IN.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-WORK TO WS-NAME-WORK.
           IF WS-NM-LEN = 0 OR WS-LIST-COUNT = 0
               GOBACK
           END-IF.

           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM SCORE-ONE-ENTRY
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LIST-COUNT
                   OR WS-BEST-SCORE = 100.

           IF WS-BEST-SCORE >= WS-THRESHOLD AND WS-BEST-IDX NOT = 0
               IF WS-BEST-SCORE = 100
                   SET LS-MATCH-EXACT TO TRUE
               ELSE
                   SET LS-MATCH-NEAR TO TRUE
               END-IF
               MOVE WS-WT-ENTRY-ID (WS-BEST-IDX) TO LS-ENTRY-ID
               MOVE WS-WT-NAME (WS-BEST-IDX)     TO LS-LISTED-NAME
               MOVE WS-BEST-SCORE                TO LS-SCORE
           END-IF.
           GOBACK.

       SCORE-ONE-ENTRY.
           MOVE 0 TO WS-SCORE.
           IF WS-WT-LEN (WS-IDX) NOT = 0
               IF WS-WT-NORM (WS-IDX) = WS-NM-TEXT
                   MOVE 100 TO WS-SCORE
               ELSE
                   PERFORM SCORE-BY-WORDS
                   IF WS-SCORE = 0
                       PERFORM SCORE-BY-SPELLING
                   END-IF
               END-IF
           END-IF.
           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE TO WS-BEST-SCORE
               MOVE WS-IDX   TO WS-BEST-IDX
           END-IF.

       SCORE-BY-WORDS.
      *    THE SAME WORDS IN ANOTHER ORDER, OR WITH A MIDDLE NAME MORE
      *    OR LESS ON ONE SIDE, IS THE COMMONEST WAY A LISTED PERSON
      *    SHOWS UP UNDER A SLIGHTLY DIFFERENT NAME.
           IF WS-WT-TOKEN-COUNT (WS-IDX) >= 2
               MOVE 0 TO WS-TOK-HITS
               PERFORM FIND-LISTED-WORD
                   VARYING WS-TOK-I FROM 1 BY 1
                   UNTIL WS-TOK-I > WS-WT-TOKEN-COUNT (WS-IDX)
               IF WS-TOK-HITS = WS-WT-TOKEN-COUNT (WS-IDX)
                   MOVE 95 TO WS-SCORE
               END-IF
           END-IF.
           IF WS-SCORE = 0 AND WS-NM-TOKEN-COUNT >= 2
               MOVE 0 TO WS-TOK-HITS
               PERFORM FIND-NAME-WORD
                   VARYING WS-TOK-I FROM 1 BY 1
                   UNTIL WS-TOK-I > WS-NM-TOKEN-COUNT
               IF WS-TOK-HITS = WS-NM-TOKEN-COUNT
                   MOVE 90 TO WS-SCORE
               END-IF
           END-IF.

       FIND-LISTED-WORD.
           MOVE 'N' TO WS-TOK-FOUND-SW.
           PERFORM MATCH-LISTED-WORD
               VARYING WS-TOK-J FROM 1 BY 1
               UNTIL WS-TOK-J > WS-NM-TOKEN-COUNT OR WS-TOK-FOUND.
           IF WS-TOK-FOUND
               SET WS-TOK-HITS UP BY 1
           END-IF.

       MATCH-LISTED-WORD.
           IF WS-WT-TOKEN (WS-IDX WS-TOK-I) = WS-NM-TOKEN (WS-TOK-J)
               SET WS-TOK-FOUND TO TRUE
           END-IF.

       FIND-NAME-WORD.
           MOVE 'N' TO WS-TOK-FOUND-SW.
           PERFORM MATCH-NAME-WORD
               VARYING WS-TOK-J FROM 1 BY 1
               UNTIL WS-TOK-J > WS-WT-TOKEN-COUNT (WS-IDX)
                   OR WS-TOK-FOUND.
           IF WS-TOK-FOUND
               SET WS-TOK-HITS UP BY 1
           END-IF.

       MATCH-NAME-WORD.
           IF WS-NM-TOKEN (WS-TOK-I) = WS-WT-TOKEN (WS-IDX WS-TOK-J)
               SET WS-TOK-FOUND TO TRUE
           END-IF.

       SCORE-BY-SPELLING.
      *    THE LENGTH DIFFERENCE ALONE IS A FLOOR ON THE EDIT
      *    DISTANCE, SO A PAIR THAT CAN'T REACH THE THRESHOLD ON
      *    LENGTH IS NEVER COMPARED CHARACTER BY CHARACTER.
           MOVE WS-NM-LEN          TO WS-LEN-A.
           MOVE WS-WT-LEN (WS-IDX) TO WS-LEN-B.
           IF WS-LEN-A > WS-LEN-B
               MOVE WS-LEN-A TO WS-MAX-LEN
               COMPUTE WS-LEN-DIFF = WS-LEN-A - WS-LEN-B
           ELSE
               MOVE WS-LEN-B TO WS-MAX-LEN
               COMPUTE WS-LEN-DIFF = WS-LEN-B - WS-LEN-A
           END-IF.
           IF WS-LEN-DIFF * 100 <= (100 - WS-THRESHOLD) * WS-MAX-LEN
               PERFORM COMPUTE-EDIT-DISTANCE
               COMPUTE WS-SCORE =
                   100 - ((WS-LEV-DIST * 100) / WS-MAX-LEN)
           END-IF.

       COMPUTE-EDIT-DISTANCE.
      *    CLASSIC TWO-ROW EDIT DISTANCE: INSERTIONS, DELETIONS AND
      *    SUBSTITUTIONS EACH COST ONE. ROW ELEMENT N+1 HOLDS
      *    COLUMN N, SO COLUMN ZERO LIVES IN ELEMENT 1.
           PERFORM INIT-LEV-COLUMN
               VARYING WS-LEV-J FROM 0 BY 1
               UNTIL WS-LEV-J > WS-LEN-B.
           PERFORM COMPUTE-LEV-ROW
               VARYING WS-LEV-I FROM 1 BY 1
               UNTIL WS-LEV-I > WS-LEN-A.
           MOVE WS-LEV-PREV (WS-LEN-B + 1) TO WS-LEV-DIST.

       INIT-LEV-COLUMN.
           MOVE WS-LEV-J TO WS-LEV-PREV (WS-LEV-J + 1).

       COMPUTE-LEV-ROW.
           MOVE WS-LEV-I TO WS-LEV-CURR (1).
           PERFORM COMPUTE-LEV-CELL
               VARYING WS-LEV-J FROM 1 BY 1
               UNTIL WS-LEV-J > WS-LEN-B.
           PERFORM SHIFT-LEV-COLUMN
               VARYING WS-LEV-J FROM 0 BY 1
               UNTIL WS-LEV-J > WS-LEN-B.

       COMPUTE-LEV-CELL.
           IF WS-NM-TEXT (WS-LEV-I:1) =
                   WS-WT-NORM (WS-IDX) (WS-LEV-J:1)
               MOVE 0 TO WS-LEV-COST
           ELSE
               MOVE 1 TO WS-LEV-COST
           END-IF.
           COMPUTE WS-LEV-BEST = WS-LEV-PREV (WS-LEV-J) + WS-LEV-COST.
           IF WS-LEV-PREV (WS-LEV-J + 1) + 1 < WS-LEV-BEST
               COMPUTE WS-LEV-BEST = WS-LEV-PREV (WS-LEV-J + 1) + 1
           END-IF.
           IF WS-LEV-CURR (WS-LEV-J) + 1 < WS-LEV-BEST
               COMPUTE WS-LEV-BEST = WS-LEV-CURR (WS-LEV-J) + 1
           END-IF.
           MOVE WS-LEV-BEST TO WS-LEV-CURR (WS-LEV-J + 1).

       SHIFT-LEV-COLUMN.
           MOVE WS-LEV-CURR (WS-LEV-J + 1)
               TO WS-LEV-PREV (WS-LEV-J + 1).

       NORMALIZE-NAME.
      *    WS-NORM-IN TO WS-NORM-WORK: UPPER CASE, ANYTHING NOT A
      *    LETTER BECOMES A WORD BREAK, SINGLE LETTERS AND PARTICLES
      *    ARE DROPPED, AND THE SURVIVING WORDS ARE REJOINED WITH ONE
      *    SPACE. THE FIRST SIX WORDS ARE ALSO KEPT SEPARATELY FOR
      *    THE WORD COMPARISON.
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-IN CONVERTING
               '0123456789.,;:-/()&''"*#'
               TO '                       '.
           MOVE SPACES TO WS-NORM-WORK.
           MOVE 0      TO WS-NW-LEN.
           MOVE 0      TO WS-NW-TOKEN-COUNT.
           MOVE 1      TO WS-OUT-PTR.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0      TO WS-CUR-LEN.
           PERFORM SCAN-NAME-CHARACTER
               VARYING WS-CHR-IDX FROM 1 BY 1
               UNTIL WS-CHR-IDX > 40.
           PERFORM END-NAME-WORD.
           COMPUTE WS-NW-LEN = WS-OUT-PTR - 1.

       SCAN-NAME-CHARACTER.
           IF WS-NORM-IN (WS-CHR-IDX:1) = SPACE
               PERFORM END-NAME-WORD
           ELSE
               SET WS-CUR-LEN UP BY 1
               MOVE WS-NORM-IN (WS-CHR-IDX:1)
                   TO WS-CUR-TOKEN (WS-CUR-LEN:1)
           END-IF.

       END-NAME-WORD.
           IF WS-CUR-LEN > 1
               MOVE 'N' TO WS-PARTICLE-SW
               PERFORM CHECK-PARTICLE
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 12 OR WS-IS-PARTICLE
               IF NOT WS-IS-PARTICLE
                   PERFORM KEEP-NAME-WORD
               END-IF
           END-IF.
           MOVE SPACES TO WS-CUR-TOKEN.
           MOVE 0      TO WS-CUR-LEN.

       CHECK-PARTICLE.
           IF WS-CUR-TOKEN = WS-PARTICLE (WS-PART-IDX)
               SET WS-IS-PARTICLE TO TRUE
           END-IF.

       KEEP-NAME-WORD.
           IF WS-OUT-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-NW-TEXT WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING WS-CUR-TOKEN (1:WS-CUR-LEN) DELIMITED BY SIZE
               INTO WS-NW-TEXT WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-NW-TOKEN-COUNT < 6
               SET WS-NW-TOKEN-COUNT UP BY 1
               MOVE WS-CUR-TOKEN TO WS-NW-TOKEN (WS-NW-TOKEN-COUNT)
           END-IF.

       LOAD-WATCH-TABLE.
      *    A MISSING LIST ISN'T FATAL HERE - EVERY NAME COMES BACK
      *    UNMATCHED WITH A ZERO LIST DATE, AND THE CALLER DECIDES
      *    WHAT AN UNSCREENED NAME MEANS FOR IT.
           SET WS-TABLE-LOADED TO TRUE.
           PERFORM LOAD-THRESHOLD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT WATCH-LIST.
           IF WS-WL-STATUS = '00'
               PERFORM LOAD-NEXT-ENTRY UNTIL WS-EOF
               CLOSE WATCH-LIST
           ELSE
               DISPLAY 'NAMESCR: WATCHLST.DAT AUSENTE - NOMES NAO '
                       'TRIADOS'
           END-IF.

       LOAD-THRESHOLD.
           OPEN INPUT COMPLIANCE-CONTROL.
           IF WS-CP-STATUS = '00'
               READ COMPLIANCE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-NAME-THRESHOLD IS NUMERIC
                               AND CP-NAME-THRESHOLD > 0
                               AND CP-NAME-THRESHOLD NOT > 100
                           MOVE CP-NAME-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE COMPLIANCE-CONTROL
           END-IF.

       LOAD-NEXT-ENTRY.
           READ WATCH-LIST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WL-HEADER-REC
                       IF WL-LIST-DATE IS NUMERIC
                           MOVE WL-LIST-DATE TO WS-LIST-DATE
                       END-IF
                   ELSE
                       IF WL-ENTRY-REC
                           PERFORM LOAD-ONE-ENTRY
                       END-IF
                   END-IF
           END-READ.

       LOAD-ONE-ENTRY.
           IF WS-LIST-COUNT < 5000
               SET WS-LIST-COUNT UP BY 1
               MOVE WL-ENTRY-ID TO WS-WT-ENTRY-ID (WS-LIST-COUNT)
               MOVE WL-NAME     TO WS-WT-NAME (WS-LIST-COUNT)
               MOVE WL-NAME     TO WS-NORM-IN
               PERFORM NORMALIZE-NAME
               MOVE WS-NW-TEXT  TO WS-WT-NORM (WS-LIST-COUNT)
               MOVE WS-NW-LEN   TO WS-WT-LEN (WS-LIST-COUNT)
               MOVE WS-NW-TOKEN-COUNT
                   TO WS-WT-TOKEN-COUNT (WS-LIST-COUNT)
               PERFORM COPY-ENTRY-WORD
                   VARYING WS-TOK-I FROM 1 BY 1
                   UNTIL WS-TOK-I > 6
           ELSE
               DISPLAY 'NAMESCR: TABELA DA LISTA CHEIA - ENTRADA '
                       WL-ENTRY-ID ' IGNORADA'
           END-IF.

       COPY-ENTRY-WORD.
           MOVE WS-NW-TOKEN (WS-TOK-I)
               TO WS-WT-TOKEN (WS-LIST-COUNT WS-TOK-I).
       END PROGRAM NAMESCR.
