       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSEMENT-DEFI.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "DEFIHIST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHALLENGE-FILE ASSIGN TO "defi-jour.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "defi-resultats.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "tri-defi.tmp".
           SELECT RANK-SORT-FILE ASSIGN TO "tri-defi-rang.tmp".
           SELECT MONTH-SORT-FILE ASSIGN TO "tri-defi-mois.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY "histrec.cpy".
       FD  CHALLENGE-FILE.
       COPY "defirec.cpy".
      * Une ligne par partie du mot du jour, avec le nombre de
      * lettres proposes compt dans les lignes de dtail ;
      * RES-ORDER place les parties gagnes avant les perdues.
       FD  RESULT-FILE.
       01 RESULT-RECORD.
          05 RES-ORDER                PIC 9.
          05 RES-LIVES                PIC 9.
          05 RES-GUESSES              PIC 9(2).
          05 RES-PLAYER               PIC X(20).
          05 RES-STATUS               PIC X(4).
      * Lignes de dtail et lignes rsum de la journe, tries par
      * numro de partie et poste : les dtails ('D') passent avant
      * le rsum ('P') de la mme partie.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-GAME-ID              PIC 9(8).
          05 SRT-STATION              PIC X(4).
          05 SRT-KIND                 PIC X.
          05 SRT-PLAYER               PIC X(20).
          05 SRT-STATUS               PIC X(4).
          05 SRT-LIVES                PIC 9.
          05 SRT-HINT                 PIC X.
       SD  RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
          05 RNK-ORDER                PIC 9.
          05 RNK-LIVES                PIC 9.
          05 RNK-GUESSES              PIC 9(2).
          05 RNK-PLAYER               PIC X(20).
          05 RNK-STATUS               PIC X(4).
      * Une ligne par partie du mot du jour dans le mois, trie par
      * joueur pour le cumul mensuel.
       SD  MONTH-SORT-FILE.
       01 MONTH-SORT-RECORD.
          05 MSR-PLAYER               PIC X(20).
          05 MSR-STATUS               PIC X(4).
       WORKING-STORAGE SECTION.
      * Classement du mot du jour : les joueurs du jour demand
      * (aujourd'hui par dfaut) sont classs par rsultat, puis
      * par vies restantes, puis par nombre de lettres proposes
      * (les indices ne comptent pas). Suit le cumul des parties
      * et des victoires au mot du jour sur le mois.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-HISTORY                     VALUE 'O'.
       01 WS-EOF-CHALLENGE            PIC A     VALUE 'N'.
          88 END-OF-CHALLENGE                   VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
      * Comme dans CONTROLE-PENDU, le nom rel du fichier lu (archive
      * du mois ou historique vivant) est pouss dans la variable
      * d'environnement DEFIHIST avant chaque ouverture.
       01 WS-FILE-ROUTING.
          05 WS-HIST-ENV-NAME         PIC X(20) VALUE "DEFIHIST".
          05 WS-HIST-FILENAME         PIC X(20) VALUE SPACES.
          05 WS-SCAN-PASS             PIC X     VALUE 'J'.
             88 PASS-DAY                        VALUE 'J'.
             88 PASS-MONTH                      VALUE 'M'.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE       PIC 9(8).
             10 FILLER                PIC X(13).
       01 WS-DAY-HANDLING.
          05 WS-DAY-INPUT             PIC X(8)  VALUE SPACES.
          05 WS-DAY-DATE REDEFINES WS-DAY-INPUT
                                      PIC 9(8).
          05 WS-DAY-PARTS REDEFINES WS-DAY-INPUT.
             10 WS-DAY-PERIOD         PIC X(6).
             10 FILLER                PIC X(2).
          05 WS-DAY-VALID             PIC A     VALUE 'N'.
             88 DAY-VALID                       VALUE 'O'.
          05 WS-EOF-INPUT             PIC A     VALUE 'N'.
             88 EOF-INPUT                       VALUE 'O'.
       01 WS-DAY-TOTALS.
          05 WS-CUR-GAME-ID           PIC 9(8)  VALUE 0.
          05 WS-CUR-STATION           PIC X(4)  VALUE SPACES.
          05 WS-CUR-GUESSES           PIC 9(2)  VALUE 0.
          05 WS-RANK                  PIC 9(4)  VALUE 0.
          05 WS-ENROLLED-COUNT        PIC 9(4)  VALUE 0.
          05 WS-DAY-CATEGORY          PIC X     VALUE SPACE.
       01 WS-MONTH-TOTALS.
          05 WS-MONTH-PLAYER          PIC X(20) VALUE SPACES.
          05 WS-PLAYER-GAMES          PIC 9(4)  VALUE 0.
          05 WS-PLAYER-WON            PIC 9(4)  VALUE 0.
          05 WS-MONTH-PLAYERS         PIC 9(4)  VALUE 0.
          05 WS-MONTH-GAMES           PIC 9(5)  VALUE 0.
          05 WS-MONTH-WON             PIC 9(5)  VALUE 0.
       01 WS-EDITING.
          05 WS-RANK-ED               PIC ZZZ9.
          05 WS-GUESSES-ED            PIC Z9.
          05 WS-GAMES-ED              PIC ZZZ9.
          05 WS-WON-ED                PIC ZZZ9.
          05 WS-RESULT-ED             PIC X(7)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Classement du mot du jour ===".
           PERFORM ASK-CHALLENGE-DAY.
           IF DAY-VALID
              PERFORM READ-CHALLENGE-FILE
              SORT SORT-FILE
                 ON ASCENDING KEY SRT-GAME-ID SRT-STATION SRT-KIND
                 INPUT PROCEDURE IS SCAN-DAY-HISTORY
                 OUTPUT PROCEDURE IS COLLECT-GAME-RESULTS
              SORT RANK-SORT-FILE
                 ON ASCENDING KEY RNK-ORDER
                 ON DESCENDING KEY RNK-LIVES
                 ON ASCENDING KEY RNK-GUESSES RNK-PLAYER
                 USING RESULT-FILE
                 OUTPUT PROCEDURE IS DISPLAY-DAY-RANKING
              SORT MONTH-SORT-FILE
                 ON ASCENDING KEY MSR-PLAYER
                 INPUT PROCEDURE IS SCAN-MONTH-HISTORY
                 OUTPUT PROCEDURE IS DISPLAY-MONTH-TOTALS
           END-IF.
           STOP RUN.
       ASK-CHALLENGE-DAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY "Jour du dfi (AAAAMMJJ, vide pour aujourd'hui) ?".
           ACCEPT WS-DAY-INPUT
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
           END-ACCEPT.
           IF EOF-INPUT OR WS-DAY-INPUT = SPACES
              MOVE WS-CURRENT-DATE TO WS-DAY-DATE
           END-IF.
           IF WS-DAY-INPUT NOT NUMERIC
              DISPLAY "Date invalide : jour attendu au format "
                 "AAAAMMJJ."
           ELSE
              MOVE 'O' TO WS-DAY-VALID
           END-IF.
      * Le fichier du mot du jour ne garde que la dernire journe :
      * la catgorie et les inscrits ne sont connus que pour elle.
       READ-CHALLENGE-FILE.
           MOVE 0 TO WS-ENROLLED-COUNT.
           MOVE SPACE TO WS-DAY-CATEGORY.
           MOVE 'N' TO WS-EOF-CHALLENGE.
           OPEN INPUT CHALLENGE-FILE.
           PERFORM UNTIL END-OF-CHALLENGE
                   READ CHALLENGE-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CHALLENGE
                   NOT AT END
                      EVALUATE TRUE
                         WHEN DEFI-IS-WORD
                              AND DEFI-DATE = WS-DAY-DATE
                            MOVE DEFI-CATEGORY TO WS-DAY-CATEGORY
                         WHEN DEFI-IS-PLAYER
                              AND DEFI-PLR-DATE = WS-DAY-DATE
                            ADD 1 TO WS-ENROLLED-COUNT
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                   END-READ
           END-PERFORM.
           CLOSE CHALLENGE-FILE.
       SCAN-DAY-HISTORY.
           SET PASS-DAY TO TRUE.
           PERFORM SCAN-MONTH-FILES.
       SCAN-MONTH-HISTORY.
           SET PASS-MONTH TO TRUE.
           PERFORM SCAN-MONTH-FILES.
      * Les parties du mois sont soit encore dans historique.txt,
      * soit dj dans l'archive histo-AAAAMM.txt du mois.
       SCAN-MONTH-FILES.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING "histo-" DELIMITED BY SIZE
                  WS-DAY-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-HIST-FILENAME.
           PERFORM SCAN-ONE-FILE.
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
                      IF PASS-DAY
                         PERFORM RELEASE-DAY-RECORD
                      ELSE
                         PERFORM RELEASE-MONTH-RECORD
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
      * Les dtails de toutes les parties du jour sont retenus : ceux
      * des parties ordinaires, sans ligne rsum de dfi, sont
      * ignors au regroupement. Une vie perdue pour lenteur n'est
      * pas une lettre propose et n'est pas retenue.
       RELEASE-DAY-RECORD.
           IF HIST-IS-DETAIL
              IF HIST-DET-DATE = WS-DAY-DATE
                 AND HIST-DET-GAME-ID NUMERIC
                 AND NOT HIST-DET-LATE
                 MOVE SPACES TO SORT-RECORD
                 MOVE HIST-DET-GAME-ID TO SRT-GAME-ID
                 MOVE HIST-DET-STATION TO SRT-STATION
                 MOVE 'D' TO SRT-KIND
                 MOVE HIST-DET-PLAYER TO SRT-PLAYER
                 MOVE HIST-DET-HINT TO SRT-HINT
                 MOVE 0 TO SRT-LIVES
                 RELEASE SORT-RECORD
              END-IF
           ELSE
              IF HIST-IS-CHALLENGE
                 AND HIST-DATE = WS-DAY-DATE
                 AND HIST-GAME-ID NUMERIC
                 MOVE SPACES TO SORT-RECORD
                 MOVE HIST-GAME-ID TO SRT-GAME-ID
                 MOVE HIST-STATION TO SRT-STATION
                 MOVE 'P' TO SRT-KIND
                 MOVE HIST-PLAYER TO SRT-PLAYER
                 MOVE HIST-STATUS TO SRT-STATUS
                 MOVE HIST-LIVES TO SRT-LIVES
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
       RELEASE-MONTH-RECORD.
           IF NOT HIST-IS-DETAIL
              AND HIST-IS-CHALLENGE
              AND HIST-DATE(1:6) = WS-DAY-PERIOD
              AND HIST-PLAYER NOT = SPACES
              MOVE HIST-PLAYER TO MSR-PLAYER
              MOVE HIST-STATUS TO MSR-STATUS
              RELEASE MONTH-SORT-RECORD
           END-IF.
      * Les lettres sont comptes partie par partie ; la ligne rsum,
      * qui arrive aprs ses dtails, produit une ligne de rsultat.
       COLLECT-GAME-RESULTS.
           MOVE 0 TO WS-CUR-GAME-ID.
           MOVE SPACES TO WS-CUR-STATION.
           MOVE 0 TO WS-CUR-GUESSES.
           MOVE 'N' TO WS-EOF-SORT.
           OPEN OUTPUT RESULT-FILE.
           PERFORM RETURN-NEXT-RECORD.
           PERFORM UNTIL END-OF-SORT
                   IF SRT-GAME-ID NOT = WS-CUR-GAME-ID
                      OR SRT-STATION NOT = WS-CUR-STATION
                      MOVE SRT-GAME-ID TO WS-CUR-GAME-ID
                      MOVE SRT-STATION TO WS-CUR-STATION
                      MOVE 0 TO WS-CUR-GUESSES
                   END-IF
                   IF SRT-KIND = 'D'
                      IF SRT-HINT NOT = 'O' AND WS-CUR-GUESSES < 99
                         ADD 1 TO WS-CUR-GUESSES
                      END-IF
                   ELSE
                      PERFORM WRITE-GAME-RESULT
                   END-IF
                   PERFORM RETURN-NEXT-RECORD
           END-PERFORM.
           CLOSE RESULT-FILE.
       RETURN-NEXT-RECORD.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       WRITE-GAME-RESULT.
           MOVE SPACES TO RESULT-RECORD.
           IF SRT-STATUS = "WON"
              MOVE 1 TO RES-ORDER
           ELSE
              MOVE 2 TO RES-ORDER
           END-IF.
           MOVE SRT-LIVES TO RES-LIVES.
           MOVE WS-CUR-GUESSES TO RES-GUESSES.
           MOVE SRT-PLAYER TO RES-PLAYER.
           MOVE SRT-STATUS TO RES-STATUS.
           WRITE RESULT-RECORD.
       DISPLAY-DAY-RANKING.
           DISPLAY " ".
           DISPLAY "Mot du jour du " WS-DAY-DATE.
           IF WS-DAY-CATEGORY NOT = SPACE
              DISPLAY "Catgorie " WS-DAY-CATEGORY ", "
                 WS-ENROLLED-COUNT " joueur(s) inscrit(s)."
           END-IF.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM RETURN-NEXT-RESULT.
           IF END-OF-SORT
              DISPLAY "Aucune partie du mot du jour ce jour-l."
           ELSE
              DISPLAY "Rang  Joueur                Rsultat  Vies  "
                 "Lettres"
              PERFORM UNTIL END-OF-SORT
                      ADD 1 TO WS-RANK
                      PERFORM DISPLAY-ONE-RESULT
                      PERFORM RETURN-NEXT-RESULT
              END-PERFORM
           END-IF.
       RETURN-NEXT-RESULT.
           RETURN RANK-SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       DISPLAY-ONE-RESULT.
           MOVE WS-RANK TO WS-RANK-ED.
           MOVE RNK-GUESSES TO WS-GUESSES-ED.
           IF RNK-ORDER = 1
              MOVE "GAGNE" TO WS-RESULT-ED
           ELSE
              MOVE "PERDU" TO WS-RESULT-ED
           END-IF.
           DISPLAY WS-RANK-ED "  " RNK-PLAYER "  " WS-RESULT-ED
              "      " RNK-LIVES "     " WS-GUESSES-ED.
      * Cumul du mois : une ligne par joueur ayant jou au moins un
      * mot du jour, puis le total du mois.
       DISPLAY-MONTH-TOTALS.
           DISPLAY " ".
           DISPLAY "Mot du jour, cumul du mois " WS-DAY-PERIOD.
           MOVE 0 TO WS-MONTH-PLAYERS.
           MOVE 0 TO WS-MONTH-GAMES.
           MOVE 0 TO WS-MONTH-WON.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM RETURN-NEXT-MONTH-GAME.
           IF END-OF-SORT
              DISPLAY "Aucune partie du mot du jour ce mois-ci."
           ELSE
              DISPLAY "Joueur                Parties  Gagnes"
              PERFORM UNTIL END-OF-SORT
                      MOVE MSR-PLAYER TO WS-MONTH-PLAYER
                      MOVE 0 TO WS-PLAYER-GAMES
                      MOVE 0 TO WS-PLAYER-WON
                      PERFORM TALLY-MONTH-GAME
                         UNTIL END-OF-SORT
                            OR MSR-PLAYER NOT = WS-MONTH-PLAYER
                      PERFORM DISPLAY-ONE-PLAYER-MONTH
              END-PERFORM
              MOVE WS-MONTH-GAMES TO WS-GAMES-ED
              MOVE WS-MONTH-WON TO WS-WON-ED
              DISPLAY "Total (" WS-MONTH-PLAYERS " joueur(s))  "
                 WS-GAMES-ED "    " WS-WON-ED
           END-IF.
       RETURN-NEXT-MONTH-GAME.
           RETURN MONTH-SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       TALLY-MONTH-GAME.
           ADD 1 TO WS-PLAYER-GAMES.
           ADD 1 TO WS-MONTH-GAMES.
           IF MSR-STATUS = "WON"
              ADD 1 TO WS-PLAYER-WON
              ADD 1 TO WS-MONTH-WON
           END-IF.
           PERFORM RETURN-NEXT-MONTH-GAME.
       DISPLAY-ONE-PLAYER-MONTH.
           ADD 1 TO WS-MONTH-PLAYERS.
           MOVE WS-PLAYER-GAMES TO WS-GAMES-ED.
           MOVE WS-PLAYER-WON TO WS-WON-ED.
           DISPLAY WS-MONTH-PLAYER "     " WS-GAMES-ED "    "
              WS-WON-ED.
       END PROGRAM CLASSEMENT-DEFI.
