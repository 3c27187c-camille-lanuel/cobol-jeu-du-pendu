       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAYER-NAME.
           SELECT SORT-FILE ASSIGN TO "tri-saison.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-SEASON               PIC 9(6).
          05 SRT-GAMES                PIC 9(5).
          05 SRT-NAME                 PIC X(20).
       WORKING-STORAGE SECTION.
      * Classement de la saison en cours sur les points de
      * PLAYER-SEASON-POINTS, spar du classement  vie de
      * CLASSEMENT-PENDU. Comme lui, il passe par un tri : le
      * nombre de joueurs n'est pas born.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-PLAYERS                     VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
       01 WS-RANK                     PIC 9(5)  VALUE 0.
       01 WS-EDITING.
          05 WS-RANK-ED               PIC ZZZ9.
          05 WS-POINTS-ED             PIC ZZZZZ9.
          05 WS-GAMES-ED              PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SORT SORT-FILE
              ON DESCENDING KEY SRT-SEASON SRT-GAMES
              ON ASCENDING KEY SRT-NAME
              INPUT PROCEDURE IS READ-PLAYERS
              OUTPUT PROCEDURE IS DISPLAY-STANDINGS.
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
           IF PLAYER-SEASON-POINTS NUMERIC
              MOVE PLAYER-SEASON-POINTS TO SRT-SEASON
           ELSE
              MOVE 0 TO SRT-SEASON
           END-IF.
           MOVE PLAYER-GAMES TO SRT-GAMES.
           RELEASE SORT-RECORD.
       DISPLAY-STANDINGS.
           DISPLAY "=== Classement de la saison du pendu ===".
           PERFORM RETURN-NEXT-PLAYER.
           IF END-OF-SORT
              DISPLAY "Aucun joueur enregistr."
           ELSE
              DISPLAY "Rang  Joueur                Points  Parties"
              PERFORM UNTIL END-OF-SORT
                      ADD 1 TO WS-RANK
                      MOVE WS-RANK TO WS-RANK-ED
                      MOVE SRT-SEASON TO WS-POINTS-ED
                      MOVE SRT-GAMES TO WS-GAMES-ED
                      DISPLAY WS-RANK-ED "  " SRT-NAME
                         WS-POINTS-ED "   " WS-GAMES-ED
                      PERFORM RETURN-NEXT-PLAYER
              END-PERFORM
           END-IF.
       RETURN-NEXT-PLAYER.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       END PROGRAM SAISON-PENDU.
