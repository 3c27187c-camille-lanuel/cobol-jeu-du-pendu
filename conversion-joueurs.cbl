       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-JOUEURS.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-PLAYERS-FILE ASSIGN TO "joueurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAYER-NAME.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PLAYERS-FILE.
       01 OLD-PLAYER-RECORD           PIC X(80).
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       WORKING-STORAGE SECTION.
      * Passage unique de l'ancien joueurs.txt, rcrit en entier
      * chaque partie, au fichier index joueurs.dat lu et mis  jour
      * joueur par joueur. joueurs.txt n'est pas touch et reste
      * l'image d'avant conversion. Un joueurs.dat dj garni n'est
      * jamais cras : les parties joues depuis seraient perdues.
       01 WS-EOF-OLD                  PIC A     VALUE 'N'.
          88 END-OF-OLD-FILE                    VALUE 'O'.
       01 WS-EOF-PLAYERS              PIC A     VALUE 'N'.
          88 END-OF-PLAYERS                     VALUE 'O'.
       01 WS-CONTROL-TOTALS.
          05 WS-EXISTING-COUNT        PIC 9(5)  VALUE 0.
          05 WS-READ-COUNT            PIC 9(5)  VALUE 0.
          05 WS-WRITTEN-COUNT         PIC 9(5)  VALUE 0.
          05 WS-BLANK-COUNT           PIC 9(5)  VALUE 0.
          05 WS-DUPLICATE-COUNT       PIC 9(5)  VALUE 0.
          05 WS-CHECK-COUNT           PIC 9(5)  VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Conversion de joueurs.txt en joueurs.dat ===".
           PERFORM COUNT-EXISTING-PLAYERS.
           IF WS-EXISTING-COUNT > 0
              DISPLAY "joueurs.dat contient dj " WS-EXISTING-COUNT
                 " joueur(s) : conversion dj faite, rien n'est "
                 "modifi."
           ELSE
              PERFORM CONVERT-PLAYERS
              PERFORM CHECK-CONVERTED-FILE
              DISPLAY "joueurs.txt : " WS-READ-COUNT " ligne(s) lues, "
                 WS-WRITTEN-COUNT " joueur(s) converti(s)."
              DISPLAY "Ecarts : " WS-BLANK-COUNT " ligne(s) sans nom, "
                 WS-DUPLICATE-COUNT " doublon(s)."
              IF WS-CHECK-COUNT = WS-WRITTEN-COUNT
                 DISPLAY "Contrle : joueurs.dat relu, "
                    WS-CHECK-COUNT " joueur(s), conforme."
              ELSE
                 DISPLAY "Contrle : ECART, joueurs.dat relu avec "
                    WS-CHECK-COUNT " joueur(s) pour "
                    WS-WRITTEN-COUNT " crits."
              END-IF
           END-IF.
           STOP RUN.
       COUNT-EXISTING-PLAYERS.
           MOVE 0 TO WS-EXISTING-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      ADD 1 TO WS-EXISTING-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       CONVERT-PLAYERS.
           OPEN INPUT OLD-PLAYERS-FILE.
           OPEN OUTPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-OLD-FILE
                   READ OLD-PLAYERS-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-OLD
                   NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      PERFORM CONVERT-ONE-PLAYER
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
           CLOSE OLD-PLAYERS-FILE.
      * Les anciens fichiers n'ont pas toujours la colonne de points
      * de saison : elle est mise  zro ici une fois pour toutes.
       CONVERT-ONE-PLAYER.
           MOVE OLD-PLAYER-RECORD TO PLAYER-RECORD.
           IF PLAYER-NAME = SPACES
              ADD 1 TO WS-BLANK-COUNT
           ELSE
              IF PLAYER-SEASON-POINTS NOT NUMERIC
                 MOVE 0 TO PLAYER-SEASON-POINTS
              END-IF
              WRITE PLAYER-RECORD
                 INVALID KEY
                    ADD 1 TO WS-DUPLICATE-COUNT
                    DISPLAY "Doublon cart : "
                       FUNCTION TRIM(PLAYER-NAME)
                 NOT INVALID KEY
                    ADD 1 TO WS-WRITTEN-COUNT
              END-WRITE
           END-IF.
       CHECK-CONVERTED-FILE.
           MOVE 0 TO WS-CHECK-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      ADD 1 TO WS-CHECK-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       END PROGRAM CONVERSION-JOUEURS.
