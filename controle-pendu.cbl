       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CTRLHIST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAYER-NAME.
           SELECT OPTIONAL PLAYERS-BACKUP-FILE
           ASSIGN TO "joueurs.bak"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ECART-FILE ASSIGN TO "controle-ecarts.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "tri-controle.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY "histrec.cpy".
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       FD  PLAYERS-BACKUP-FILE.
       01 PBAK-RECORD                 PIC X(80).
      * Joueurs en cart, dj porteurs des comptes recalculs : ce
      * sont eux seuls qui sont rcrits si l'oprateur applique.
       FD  ECART-FILE.
       COPY "playrec.cpy" REPLACING LEADING ==PLAYER-== BY ==ECART-==.
      * Une ligne par partie de l'historique, trie par joueur pour
      * tre rapproche du fichier des joueurs lu dans l'ordre des
      * noms.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-PLAYER               PIC X(20).
          05 SRT-STATUS               PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-HISTORY                     VALUE 'O'.
                15 WS-CURRENT-MONTH   PIC 9(2).
                15 WS-CURRENT-DAY     PIC 9(2).
             10 FILLER                PIC X(13).
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
       01 WS-EOF-ECART                PIC A     VALUE 'N'.
          88 END-OF-ECARTS                      VALUE 'O'.
      * Rapprochement : la plus petite des deux cls courantes donne
      * le joueur trait ; un fichier puis prend la cl HIGH-VALUES.
       01 WS-MATCH-KEYS.
          05 WS-MASTER-KEY            PIC X(20) VALUE SPACES.
          05 WS-HIST-KEY              PIC X(20) VALUE SPACES.
       01 WS-CONTROL-ENTRY.
          05 WS-CJ-NAME               PIC X(20).
          05 WS-CJ-IN-FILE            PIC A.
          05 WS-CJ-FILE-GAMES         PIC 9(5).
          05 WS-CJ-FILE-WON           PIC 9(5).
          05 WS-CJ-FILE-LOST          PIC 9(5).
          05 WS-CJ-HIST-GAMES         PIC 9(5).
          05 WS-CJ-HIST-WON           PIC 9(5).
          05 WS-CJ-HIST-LOST          PIC 9(5).
          05 WS-CJ-STREAK             PIC 9(3).
          05 WS-CJ-BEST-STREAK        PIC 9(3).
          05 WS-CJ-LAST-DATE          PIC 9(8).
          05 WS-CJ-SEASON             PIC 9(6).
       01 WS-CONTROL-TOTALS.
          05 WS-CJ-COUNT              PIC 9(5)  VALUE 0.
          05 WS-FILE-GAMES-TOTAL      PIC 9(7)  VALUE 0.
          05 WS-HIST-GAMES-TOTAL      PIC 9(7)  VALUE 0.
          05 WS-ECART-COUNT           PIC 9(5)  VALUE 0.
          05 WS-WRITTEN-COUNT         PIC 9(5)  VALUE 0.
          05 WS-BACKUP-COUNT          PIC 9(5)  VALUE 0.
       01 WS-APPLY-HANDLING.
          05 WS-APPLY-ANSWER          PIC X     VALUE SPACE.
          05 WS-EOF-INPUT             PIC A     VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Contrle joueurs / historique du pendu ===".
           SORT SORT-FILE
              ON ASCENDING KEY SRT-PLAYER
              INPUT PROCEDURE IS SCAN-ALL-HISTORY
              OUTPUT PROCEDURE IS MATCH-PLAYERS.
           PERFORM DISPLAY-REPORT.
           IF WS-ECART-COUNT > 0
              PERFORM ASK-AND-APPLY
           END-IF.
           STOP RUN.
       SCAN-ALL-HISTORY.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-HISTORY.
      * Les archives histo-AAAAMM.txt des cinq dernires annes sont
      * balayes ; un mois sans archive donne simplement un fichier
      * vide grce au SELECT OPTIONAL.
           CLOSE HISTORY-FILE.
       TALLY-HISTORY-RECORD.
           IF HIST-PLAYER NOT = SPACES
              MOVE HIST-PLAYER TO SRT-PLAYER
              MOVE HIST-STATUS TO SRT-STATUS
              RELEASE SORT-RECORD
           END-IF.
      * Le fichier des joueurs est lu dans l'ordre des noms et
      * l'historique tri par joueur : un seul passage des deux
      * suffit, sans table, quel que soit le nombre de joueurs.
       MATCH-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           OPEN OUTPUT ECART-FILE.
           DISPLAY " ".
           DISPLAY "Joueur                fichier (j/g/p) "
              "historique (j/g/p)".
           PERFORM READ-NEXT-PLAYER.
           PERFORM RETURN-NEXT-GAME.
           PERFORM MATCH-ONE-PLAYER
              UNTIL WS-MASTER-KEY = HIGH-VALUES
                AND WS-HIST-KEY = HIGH-VALUES.
           CLOSE ECART-FILE.
           CLOSE PLAYERS-FILE.
       READ-NEXT-PLAYER.
           MOVE SPACES TO WS-MASTER-KEY.
           PERFORM UNTIL WS-MASTER-KEY NOT = SPACES
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                      MOVE HIGH-VALUES TO WS-MASTER-KEY
                   NOT AT END
                      MOVE PLAYER-NAME TO WS-MASTER-KEY
                   END-READ
           END-PERFORM.
       RETURN-NEXT-GAME.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
                 MOVE HIGH-VALUES TO WS-HIST-KEY
              NOT AT END
                 MOVE SRT-PLAYER TO WS-HIST-KEY
           END-RETURN.
       MATCH-ONE-PLAYER.
           IF WS-MASTER-KEY <= WS-HIST-KEY
              MOVE WS-MASTER-KEY TO WS-CJ-NAME
           ELSE
              MOVE WS-HIST-KEY TO WS-CJ-NAME
           END-IF.
           ADD 1 TO WS-CJ-COUNT.
           MOVE 'N' TO WS-CJ-IN-FILE.
           MOVE 0 TO WS-CJ-FILE-GAMES.
           MOVE 0 TO WS-CJ-FILE-WON.
           MOVE 0 TO WS-CJ-FILE-LOST.
           MOVE 0 TO WS-CJ-HIST-GAMES.
           MOVE 0 TO WS-CJ-HIST-WON.
           MOVE 0 TO WS-CJ-HIST-LOST.
           MOVE 0 TO WS-CJ-STREAK.
           MOVE 0 TO WS-CJ-BEST-STREAK.
           MOVE 0 TO WS-CJ-LAST-DATE.
           MOVE 0 TO WS-CJ-SEASON.
           IF WS-MASTER-KEY = WS-CJ-NAME
              PERFORM TAKE-PLAYER-COUNTERS
              PERFORM READ-NEXT-PLAYER
           END-IF.
           PERFORM TALLY-SORTED-GAME
              UNTIL WS-HIST-KEY NOT = WS-CJ-NAME.
           PERFORM CHECK-CONTROL-ENTRY.
       TAKE-PLAYER-COUNTERS.
           MOVE 'O' TO WS-CJ-IN-FILE.
           MOVE PLAYER-GAMES TO WS-CJ-FILE-GAMES.
           MOVE PLAYER-WON TO WS-CJ-FILE-WON.
           MOVE PLAYER-LOST TO WS-CJ-FILE-LOST.
           MOVE PLAYER-STREAK TO WS-CJ-STREAK.
           MOVE PLAYER-BEST-STREAK TO WS-CJ-BEST-STREAK.
           MOVE PLAYER-LAST-DATE TO WS-CJ-LAST-DATE.
           IF PLAYER-SEASON-POINTS NUMERIC
              MOVE PLAYER-SEASON-POINTS TO WS-CJ-SEASON
           ELSE
              MOVE 0 TO WS-CJ-SEASON
           END-IF.
       TALLY-SORTED-GAME.
           ADD 1 TO WS-CJ-HIST-GAMES.
           IF SRT-STATUS = "WON"
              ADD 1 TO WS-CJ-HIST-WON
           ELSE
              ADD 1 TO WS-CJ-HIST-LOST
           END-IF.
           PERFORM RETURN-NEXT-GAME.
       CHECK-CONTROL-ENTRY.
           ADD WS-CJ-FILE-GAMES TO WS-FILE-GAMES-TOTAL.
           ADD WS-CJ-HIST-GAMES TO WS-HIST-GAMES-TOTAL.
           IF WS-CJ-FILE-GAMES NOT = WS-CJ-HIST-GAMES
              OR WS-CJ-FILE-WON NOT = WS-CJ-HIST-WON
              OR WS-CJ-FILE-LOST NOT = WS-CJ-HIST-LOST
              ADD 1 TO WS-ECART-COUNT
              PERFORM DISPLAY-ONE-ECART
              PERFORM WRITE-ECART-RECORD
           END-IF.
       DISPLAY-REPORT.
           DISPLAY " ".
           DISPLAY WS-CJ-COUNT " joueur(s) contrl(s).".
           DISPLAY "Parties au fichier joueurs : "
              WS-FILE-GAMES-TOTAL.
           DISPLAY "Parties dans l'historique  : "
                 " joueur(s)."
           END-IF.
       DISPLAY-ONE-ECART.
           MOVE WS-CJ-FILE-GAMES TO WS-GAMES-ED.
           MOVE WS-CJ-FILE-WON TO WS-WON-ED.
           MOVE WS-CJ-FILE-LOST TO WS-LOST-ED.
           MOVE WS-CJ-HIST-GAMES TO WS-HGAMES-ED.
           MOVE WS-CJ-HIST-WON TO WS-HWON-ED.
           MOVE WS-CJ-HIST-LOST TO WS-HLOST-ED.
           DISPLAY WS-CJ-NAME "  " WS-GAMES-ED "/"
              WS-WON-ED "/" WS-LOST-ED "   " WS-HGAMES-ED "/"
              WS-HWON-ED "/" WS-HLOST-ED.
           IF WS-CJ-IN-FILE = 'N'
              DISPLAY "  (joueur absent de joueurs.dat)"
           END-IF.
      * L'enregistrement corrig reprend les compteurs recalculs ;
      * les sries, la date de dernire partie et les points de
      * saison du fichier sont conservs. Un joueur vu seulement
      * dans l'historique est cr  zro de srie.
       WRITE-ECART-RECORD.
           MOVE SPACES TO ECART-RECORD.
           MOVE WS-CJ-NAME TO ECART-NAME.
           MOVE WS-CJ-HIST-GAMES TO ECART-GAMES.
           MOVE WS-CJ-HIST-WON TO ECART-WON.
           MOVE WS-CJ-HIST-LOST TO ECART-LOST.
           MOVE WS-CJ-STREAK TO ECART-STREAK.
           MOVE WS-CJ-BEST-STREAK TO ECART-BEST-STREAK.
           MOVE WS-CJ-LAST-DATE TO ECART-LAST-DATE.
           MOVE WS-CJ-SEASON TO ECART-SEASON-POINTS.
           WRITE ECART-RECORD.
       ASK-AND-APPLY.
           DISPLAY "Appliquer les comptes recalculs au fichier des "
              "joueurs ? (O/N)".
           ELSE
              DISPLAY "Aucune correction applique."
           END-IF.
      * Avant correction, le fichier des joueurs est copi dans
      * joueurs.bak ; seuls les joueurs en cart sont ensuite
      * rcrits, ou crs s'ils manquaient.
       APPLY-RECOUNTS.
           PERFORM BACKUP-PLAYERS.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 'N' TO WS-EOF-ECART.
           OPEN I-O PLAYERS-FILE.
           OPEN INPUT ECART-FILE.
           PERFORM UNTIL END-OF-ECARTS
                   READ ECART-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-ECART
                   NOT AT END
                      PERFORM APPLY-ONE-RECOUNT
                   END-READ
           END-PERFORM.
           CLOSE ECART-FILE.
           CLOSE PLAYERS-FILE.
           DISPLAY "Fichier des joueurs corrig : " WS-WRITTEN-COUNT
              " joueur(s), ancienne image dans joueurs.bak ("
              WS-BACKUP-COUNT " joueur(s)).".
       APPLY-ONE-RECOUNT.
           MOVE ECART-NAME TO PLAYER-NAME.
           READ PLAYERS-FILE
              INVALID KEY
                 MOVE ECART-RECORD TO PLAYER-RECORD
                 WRITE PLAYER-RECORD
                    INVALID KEY
                       DISPLAY "Attention : " FUNCTION TRIM(ECART-NAME)
                          " n'a pas pu tre cr."
                    NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                 END-WRITE
              NOT INVALID KEY
                 MOVE ECART-RECORD TO PLAYER-RECORD
                 REWRITE PLAYER-RECORD
                    INVALID KEY
                       DISPLAY "Attention : " FUNCTION TRIM(ECART-NAME)
                          " n'a pas pu tre corrig."
                    NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                 END-REWRITE
           END-READ.
       BACKUP-PLAYERS.
           MOVE 0 TO WS-BACKUP-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           OPEN OUTPUT PLAYERS-BACKUP-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      MOVE PLAYER-RECORD TO PBAK-RECORD
                      WRITE PBAK-RECORD
                      ADD 1 TO WS-BACKUP-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-BACKUP-FILE.
           CLOSE PLAYERS-FILE.
       END PROGRAM CONTROLE-PENDU.
