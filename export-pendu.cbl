       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAYER-NAME.
           SELECT OPTIONAL GAMES-EXPORT ASSIGN TO "export-parties.csv"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GUESS-EXPORT ASSIGN TO "export-lettres.csv"
           OPEN OUTPUT GAMES-EXPORT.
           OPEN OUTPUT GUESS-EXPORT.
           MOVE "date;heure;mot;vies;statut;joueur;passeur;"
              & "categorie;difficulte;partie" TO GEXP-RECORD.
           WRITE GEXP-RECORD.
           MOVE "date;heure;joueur;sequence;lettre;resultat;indice;"
              & "partie;vies" TO LEXP-RECORD.
           WRITE LEXP-RECORD.
           PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-DIFFICULTY) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-GAME-ID) DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           MOVE WS-BUILD-LINE TO GEXP-RECORD.
           WRITE GEXP-RECORD.
                  HIST-DET-RESULT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HIST-DET-HINT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-DET-GAME-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-DET-LIVES) DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           MOVE WS-BUILD-LINE TO LEXP-RECORD.
           WRITE LEXP-RECORD.
