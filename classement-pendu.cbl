           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAYER-NAME.
           SELECT SORT-FILE ASSIGN TO "tri-classement.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
      * Le classement passe par un tri plutt que par une table en
      * mmoire : le nombre de joueurs n'est pas born.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-WIN-RATE             PIC 999V99.
          05 SRT-GAMES                PIC 9(5).
          05 SRT-NAME                 PIC X(20).
          05 SRT-WON                  PIC 9(5).
          05 SRT-BEST-STREAK          PIC 9(3).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-PLAYERS                     VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
       01 WS-RANK                     PIC 9(5)  VALUE 0.
       01 WS-EDITING.
          05 WS-RANK-ED               PIC ZZZ9.
          05 WS-RATE-ED               PIC ZZ9,99.
          05 WS-GAMES-ED              PIC ZZZZ9.
          05 WS-WON-ED                PIC ZZZZ9.
          05 WS-STREAK-ED             PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT SORT-FILE
              ON DESCENDING KEY SRT-WIN-RATE SRT-GAMES
              ON ASCENDING KEY SRT-NAME
              INPUT PROCEDURE IS READ-PLAYERS
              OUTPUT PROCEDURE IS DISPLAY-LEADERBOARD.
           STOP RUN.
       READ-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      IF PLAYER-NAME NOT = SPACES
                         PERFORM RELEASE-ONE-PLAYER
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       RELEASE-ONE-PLAYER.
           MOVE PLAYER-NAME TO SRT-NAME.
           MOVE PLAYER-GAMES TO SRT-GAMES.
           MOVE PLAYER-WON TO SRT-WON.
           MOVE PLAYER-BEST-STREAK TO SRT-BEST-STREAK.
           IF PLAYER-GAMES > 0
              COMPUTE SRT-WIN-RATE ROUNDED =
                 PLAYER-WON * 100 / PLAYER-GAMES
           ELSE
              MOVE 0 TO SRT-WIN-RATE
           END-IF.
           RELEASE SORT-RECORD.
       DISPLAY-LEADERBOARD.
           DISPLAY "=== Classement des joueurs du pendu ===".
           PERFORM RETURN-NEXT-PLAYER.
           IF END-OF-SORT
              DISPLAY "Aucun joueur enregistr."
           ELSE
              DISPLAY "Rang  Joueur                Parties  Gagnes"
                 "  Victoires  Srie max"
              PERFORM UNTIL END-OF-SORT
                      ADD 1 TO WS-RANK
                      MOVE WS-RANK TO WS-RANK-ED
                      MOVE SRT-GAMES TO WS-GAMES-ED
                      MOVE SRT-WON TO WS-WON-ED
                      MOVE SRT-WIN-RATE TO WS-RATE-ED
                      MOVE SRT-BEST-STREAK TO WS-STREAK-ED
                      DISPLAY WS-RANK-ED "  " SRT-NAME
                         "  " WS-GAMES-ED "    " WS-WON-ED
                         "    " WS-RATE-ED "%" "       " WS-STREAK-ED
                      PERFORM RETURN-NEXT-PLAYER
              END-PERFORM
           END-IF.
       RETURN-NEXT-PLAYER.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       END PROGRAM CLASSEMENT-PENDU.
