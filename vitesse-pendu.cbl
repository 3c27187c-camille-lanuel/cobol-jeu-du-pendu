       IDENTIFICATION DIVISION.
       PROGRAM-ID. VITESSE-PENDU.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "VITEHIST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "tri-vitesse.tmp".
           SELECT PLAYER-SORT-FILE ASSIGN TO "tri-vitesse-joueur.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY "histrec.cpy".
      * Une ligne par partie gagne chronomtre, trie par
      * difficult puis par dure.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-DIFF-ORDER           PIC 9.
          05 SRT-ELAPSED              PIC 9(5).
          05 SRT-DATE                 PIC 9(8).
          05 SRT-PLAYER               PIC X(20).
          05 SRT-DIFFICULTY           PIC X.
          05 SRT-TURN-LIMIT           PIC X(3).
          05 SRT-WORD                 PIC X(50).
      * Les mmes parties, tries par joueur puis par dure.
       SD  PLAYER-SORT-FILE.
       01 PLAYER-SORT-RECORD.
          05 PSR-PLAYER               PIC X(20).
          05 PSR-ELAPSED              PIC 9(5).
          05 PSR-DATE                 PIC 9(8).
          05 PSR-DIFFICULTY           PIC X.
          05 PSR-WORD                 PIC X(50).
       WORKING-STORAGE SECTION.
      * Classement de vitesse : les victoires les plus rapides par
      * difficult (les dix meilleures), puis le meilleur temps et
      * le temps moyen de chaque joueur. Seules comptent les parties
      * gagnes qui portent une dure ; les duels, dont le mot est
      * choisi par un joueur, ne sont pas classs.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-HISTORY                     VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
      * Comme dans CONTROLE-PENDU, le nom rel du fichier lu (archive
      * mensuelle ou historique vivant) est pouss dans la variable
      * d'environnement VITEHIST avant chaque ouverture.
       01 WS-FILE-ROUTING.
          05 WS-HIST-ENV-NAME         PIC X(20) VALUE "VITEHIST".
          05 WS-HIST-FILENAME         PIC X(20) VALUE SPACES.
          05 WS-SCAN-PERIOD.
             10 WS-SCAN-YEAR          PIC 9(4).
             10 WS-SCAN-MONTH         PIC 9(2).
          05 WS-START-YEAR            PIC 9(4)  VALUE 0.
          05 WS-SCAN-PASS             PIC X     VALUE 'D'.
             88 PASS-DIFFICULTY                 VALUE 'D'.
             88 PASS-PLAYER                     VALUE 'J'.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE.
                15 WS-CURRENT-YEAR    PIC 9(4).
                15 WS-CURRENT-MONTH   PIC 9(2).
                15 WS-CURRENT-DAY     PIC 9(2).
             10 FILLER                PIC X(13).
       01 WS-RANKING.
          05 WS-TOP-MAX               PIC 9(2)  VALUE 10.
          05 WS-RANK                  PIC 9(5)  VALUE 0.
          05 WS-CUR-DIFF-ORDER        PIC 9     VALUE 0.
          05 WS-DIFF-ORDER            PIC 9     VALUE 0.
          05 WS-CUR-PLAYER            PIC X(20) VALUE SPACES.
          05 WS-PLAYER-WINS           PIC 9(5)  VALUE 0.
          05 WS-PLAYER-TOTAL          PIC 9(9)  VALUE 0.
          05 WS-PLAYER-AVERAGE        PIC 9(5)  VALUE 0.
          05 WS-BEST-ELAPSED          PIC 9(5)  VALUE 0.
          05 WS-BEST-DIFFICULTY       PIC X     VALUE SPACE.
          05 WS-BEST-WORD             PIC X(50) VALUE SPACES.
          05 WS-WINS-FOUND            PIC 9(7)  VALUE 0.
       01 WS-EDITING.
          05 WS-RANK-ED               PIC Z9.
          05 WS-SECONDS-ED            PIC ZZZZ9.
          05 WS-AVERAGE-ED            PIC ZZZZ9.
          05 WS-WINS-ED               PIC ZZZZ9.
          05 WS-DIFF-LABEL            PIC X(9)  VALUE SPACES.
          05 WS-TIMED-ED              PIC X(3)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Classement de vitesse du pendu ===".
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DIFF-ORDER SRT-ELAPSED SRT-DATE
                 SRT-PLAYER
              INPUT PROCEDURE IS SCAN-FOR-DIFFICULTY
              OUTPUT PROCEDURE IS DISPLAY-DIFFICULTY-RANKING.
           IF WS-WINS-FOUND > 0
              SORT PLAYER-SORT-FILE
                 ON ASCENDING KEY PSR-PLAYER PSR-ELAPSED PSR-DATE
                 INPUT PROCEDURE IS SCAN-FOR-PLAYERS
                 OUTPUT PROCEDURE IS DISPLAY-PLAYER-RANKING
           END-IF.
           STOP RUN.
       SCAN-FOR-DIFFICULTY.
           SET PASS-DIFFICULTY TO TRUE.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-HISTORY.
       SCAN-FOR-PLAYERS.
           SET PASS-PLAYER TO TRUE.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-HISTORY.
      * Les archives histo-AAAAMM.txt des cinq dernires annes sont
      * balayes ; un mois sans archive donne simplement un fichier
      * vide grce au SELECT OPTIONAL.
       SCAN-ARCHIVES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-START-YEAR = WS-CURRENT-YEAR - 5.
           PERFORM VARYING WS-SCAN-YEAR FROM WS-START-YEAR BY 1
              UNTIL WS-SCAN-YEAR > WS-CURRENT-YEAR
                   PERFORM VARYING WS-SCAN-MONTH FROM 1 BY 1
                      UNTIL WS-SCAN-MONTH > 12
                         IF WS-SCAN-YEAR < WS-CURRENT-YEAR
                            OR WS-SCAN-MONTH <= WS-CURRENT-MONTH
                            PERFORM SCAN-ARCHIVE-MONTH
                         END-IF
                   END-PERFORM
           END-PERFORM.
       SCAN-ARCHIVE-MONTH.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING "histo-" DELIMITED BY SIZE
                  WS-SCAN-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-HIST-FILENAME.
           PERFORM SCAN-ONE-FILE.
       SCAN-LIVE-HISTORY.
           MOVE "historique.txt" TO WS-HIST-FILENAME.
           PERFORM SCAN-ONE-FILE.
       SCAN-ONE-FILE.
           DISPLAY WS-HIST-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-HIST-FILENAME UPON ENVIRONMENT-VALUE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      IF NOT HIST-IS-DETAIL AND HIST-DATE NUMERIC
                         PERFORM RELEASE-TIMED-WIN
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       RELEASE-TIMED-WIN.
           EVALUATE HIST-DIFFICULTY
              WHEN 'E'
                 MOVE 1 TO WS-DIFF-ORDER
              WHEN 'N'
                 MOVE 2 TO WS-DIFF-ORDER
              WHEN 'H'
                 MOVE 3 TO WS-DIFF-ORDER
              WHEN OTHER
                 MOVE 0 TO WS-DIFF-ORDER
           END-EVALUATE.
           IF HIST-STATUS = "WON"
              AND HIST-ELAPSED NUMERIC
              AND HIST-SETTER = SPACES
              AND HIST-PLAYER NOT = SPACES
              AND WS-DIFF-ORDER > 0
              IF PASS-DIFFICULTY
                 MOVE WS-DIFF-ORDER TO SRT-DIFF-ORDER
                 MOVE HIST-ELAPSED TO SRT-ELAPSED
                 MOVE HIST-DATE TO SRT-DATE
                 MOVE HIST-PLAYER TO SRT-PLAYER
                 MOVE HIST-DIFFICULTY TO SRT-DIFFICULTY
                 MOVE HIST-TURN-LIMIT TO SRT-TURN-LIMIT
                 MOVE HIST-WORD TO SRT-WORD
                 RELEASE SORT-RECORD
              ELSE
                 MOVE HIST-PLAYER TO PSR-PLAYER
                 MOVE HIST-ELAPSED TO PSR-ELAPSED
                 MOVE HIST-DATE TO PSR-DATE
                 MOVE HIST-DIFFICULTY TO PSR-DIFFICULTY
                 MOVE HIST-WORD TO PSR-WORD
                 RELEASE PLAYER-SORT-RECORD
              END-IF
           END-IF.
      * Pour chaque difficult, les WS-TOP-MAX victoires les plus
      * rapides ; CLM signale une partie contre-la-montre.
       DISPLAY-DIFFICULTY-RANKING.
           MOVE 0 TO WS-WINS-FOUND.
           MOVE 0 TO WS-CUR-DIFF-ORDER.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM RETURN-NEXT-WIN.
           IF END-OF-SORT
              DISPLAY "Aucune victoire chronomtre dans l'historique."
           END-IF.
           PERFORM UNTIL END-OF-SORT
                   IF SRT-DIFF-ORDER NOT = WS-CUR-DIFF-ORDER
                      MOVE SRT-DIFF-ORDER TO WS-CUR-DIFF-ORDER
                      MOVE 0 TO WS-RANK
                      PERFORM DISPLAY-DIFFICULTY-HEADER
                   END-IF
                   ADD 1 TO WS-RANK
                   IF WS-RANK <= WS-TOP-MAX
                      PERFORM DISPLAY-ONE-WIN
                   END-IF
                   PERFORM RETURN-NEXT-WIN
           END-PERFORM.
       RETURN-NEXT-WIN.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
              NOT AT END
                 ADD 1 TO WS-WINS-FOUND
           END-RETURN.
       DISPLAY-DIFFICULTY-HEADER.
           EVALUATE SRT-DIFFICULTY
              WHEN 'E'
                 MOVE "FACILE" TO WS-DIFF-LABEL
              WHEN 'H'
                 MOVE "DIFFICILE" TO WS-DIFF-LABEL
              WHEN OTHER
                 MOVE "NORMAL" TO WS-DIFF-LABEL
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "--- Difficult " FUNCTION TRIM(WS-DIFF-LABEL)
              " ---".
           DISPLAY "Rang  Joueur                Secondes  Date      "
              "     Mot".
       DISPLAY-ONE-WIN.
           MOVE WS-RANK TO WS-RANK-ED.
           MOVE SRT-ELAPSED TO WS-SECONDS-ED.
           IF SRT-TURN-LIMIT NUMERIC AND SRT-TURN-LIMIT NOT = "000"
              MOVE "CLM" TO WS-TIMED-ED
           ELSE
              MOVE SPACES TO WS-TIMED-ED
           END-IF.
           DISPLAY "  " WS-RANK-ED "  " SRT-PLAYER "  " WS-SECONDS-ED
              "     " SRT-DATE " " WS-TIMED-ED " "
              FUNCTION TRIM(SRT-WORD).
      * Une ligne par joueur : sa victoire la plus rapide (la
      * premire de ses lignes tries), son nombre de victoires
      * chronomtres et leur dure moyenne.
       DISPLAY-PLAYER-RANKING.
           DISPLAY " ".
           DISPLAY "--- Par joueur ---".
           DISPLAY "Joueur                Meilleur  Moyenne  Victoires"
              "  Diff.  Mot".
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM RETURN-NEXT-PLAYER-WIN.
           PERFORM UNTIL END-OF-SORT
                   MOVE PSR-PLAYER TO WS-CUR-PLAYER
                   MOVE PSR-ELAPSED TO WS-BEST-ELAPSED
                   MOVE PSR-DIFFICULTY TO WS-BEST-DIFFICULTY
                   MOVE PSR-WORD TO WS-BEST-WORD
                   MOVE 0 TO WS-PLAYER-WINS
                   MOVE 0 TO WS-PLAYER-TOTAL
                   PERFORM TALLY-PLAYER-WIN
                      UNTIL END-OF-SORT
                         OR PSR-PLAYER NOT = WS-CUR-PLAYER
                   PERFORM DISPLAY-ONE-PLAYER
           END-PERFORM.
       RETURN-NEXT-PLAYER-WIN.
           RETURN PLAYER-SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       TALLY-PLAYER-WIN.
           ADD 1 TO WS-PLAYER-WINS.
           ADD PSR-ELAPSED TO WS-PLAYER-TOTAL.
           PERFORM RETURN-NEXT-PLAYER-WIN.
       DISPLAY-ONE-PLAYER.
           COMPUTE WS-PLAYER-AVERAGE ROUNDED =
              WS-PLAYER-TOTAL / WS-PLAYER-WINS.
           MOVE WS-BEST-ELAPSED TO WS-SECONDS-ED.
           MOVE WS-PLAYER-AVERAGE TO WS-AVERAGE-ED.
           MOVE WS-PLAYER-WINS TO WS-WINS-ED.
           DISPLAY WS-CUR-PLAYER "  " WS-SECONDS-ED "    "
              WS-AVERAGE-ED "    " WS-WINS-ED "      "
              WS-BEST-DIFFICULTY "    " FUNCTION TRIM(WS-BEST-WORD).
       END PROGRAM VITESSE-PENDU.
