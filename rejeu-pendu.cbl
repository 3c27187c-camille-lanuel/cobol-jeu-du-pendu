       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJEU-PENDU.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "REJHIST"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY "histrec.cpy".
       WORKING-STORAGE SECTION.
      * Consultation d'une partie prcise, retrouve par joueur et
      * par date, pour rpondre  une contestation : l'archive
      * histo-AAAAMM.txt du mois demand puis l'historique vivant
      * sont lus par le mme SELECT, le nom rel du fichier tant
      * pouss dans la variable d'environnement REJHIST comme dans
      * CONTROLE-PENDU.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-HISTORY                     VALUE 'O'.
       01 WS-FILE-ROUTING.
          05 WS-HIST-ENV-NAME         PIC X(20) VALUE "REJHIST".
          05 WS-HIST-FILENAME         PIC X(20) VALUE SPACES.
       01 WS-SEARCH-KEYS.
          05 WS-WANTED-PLAYER         PIC X(20) VALUE SPACES.
          05 WS-DATE-INPUT            PIC X(8)  VALUE SPACES.
          05 WS-WANTED-DATE REDEFINES WS-DATE-INPUT.
             10 WS-WANTED-YEAR        PIC 9(4).
             10 WS-WANTED-MONTH       PIC 9(2).
             10 WS-WANTED-DAY         PIC 9(2).
          05 WS-SEARCH-VALID          PIC A     VALUE 'N'.
             88 SEARCH-VALID                    VALUE 'O'.
          05 WS-REC-GAME-ID           PIC 9(8)  VALUE 0.
      * Les lignes de dtail d'une partie prcdent sa ligne rsum :
      * elles sont gardes ici jusqu' la ligne rsum du joueur.
      * Plusieurs postes jouent en mme temps sous le mme nom
      * (KIOSQUE) et leurs lignes s'entrelacent : chaque poste a sa
      * partie ouverte, reconnue  son numro et  son poste. Sur
      * les anciens enregistrements sans numro, une squence
      * repartant  01 ouvre une nouvelle partie.
       01 WS-OPEN-GAMES.
          05 WS-OPEN-COUNT            PIC 9(2)  VALUE 0.
          05 WS-OPEN-IX               PIC 9(2)  VALUE 0.
          05 WS-OPEN-SLOT             PIC 9(2)  VALUE 0.
          05 WS-OPEN-STATION          PIC X(4)  VALUE SPACES.
          05 WS-OPEN-FULL             PIC A     VALUE 'N'.
             88 OPEN-TABLE-FULL                 VALUE 'O'.
          05 WS-OPEN-ENTRY            OCCURS 20 TIMES.
             10 WS-OG-STATION         PIC X(4).
             10 WS-OG-GAME-ID         PIC 9(8).
             10 WS-OG-COUNT           PIC 9(2).
             10 WS-OG-TURN            OCCURS 60 TIMES.
                15 WS-OG-TIME         PIC X(6).
                15 WS-OG-LETTER       PIC X.
                15 WS-OG-RESULT       PIC X.
                15 WS-OG-HINT         PIC X.
                15 WS-OG-LIVES        PIC X.
       01 WS-GAME-TABLE.
          05 WS-GAME-COUNT            PIC 9(2)  VALUE 0.
          05 WS-GAME-IX               PIC 9(2)  VALUE 0.
          05 WS-GAME-SLOT             PIC 9(2)  VALUE 0.
          05 WS-GAME-ENTRY            OCCURS 30 TIMES.
             10 WS-GT-GAME-ID         PIC 9(8).
             10 WS-GT-STATION         PIC X(4).
             10 WS-GT-TIME            PIC X(6).
             10 WS-GT-WORD            PIC X(50).
             10 WS-GT-LIVES           PIC X.
             10 WS-GT-STATUS          PIC X(4).
             10 WS-GT-SETTER          PIC X(20).
             10 WS-GT-DIFFICULTY      PIC X.
             10 WS-GT-SOURCE          PIC X(20).
             10 WS-GT-TURN-COUNT      PIC 9(2).
             10 WS-GT-TURN            OCCURS 60 TIMES.
                15 WS-GT-TURN-TIME    PIC X(6).
                15 WS-GT-TURN-LETTER  PIC X.
                15 WS-GT-TURN-RESULT  PIC X.
                   88 TURN-MISS                 VALUE 'R'.
                   88 TURN-LATE                 VALUE 'L'.
                15 WS-GT-TURN-HINT    PIC X.
                   88 TURN-FROM-HINT            VALUE 'O'.
                15 WS-GT-TURN-LIVES   PIC X.
          05 WS-TABLE-FULL            PIC A     VALUE 'N'.
             88 TABLE-FULL                      VALUE 'O'.
       01 WS-CHOICE-HANDLING.
          05 WS-CHOICE-INPUT          PIC X(2)  VALUE SPACES.
          05 WS-CHOICE-N REDEFINES WS-CHOICE-INPUT
                                      PIC 9(2).
       01 WS-REPLAY.
          05 WS-TARGET-WORD           PIC X(50) VALUE SPACES.
          05 WS-FOLDED-WORD           PIC X(50) VALUE SPACES.
          05 WS-MARKED-WORD           PIC X(50) VALUE SPACES.
          05 WS-TURN-IX               PIC 9(2)  VALUE 0.
          05 WS-LIVES-LOST            PIC 9(2)  VALUE 0.
          05 WS-START-LIVES           PIC 9(2)  VALUE 0.
          05 WS-RUN-LIVES             PIC 9(2)  VALUE 0.
          05 WS-LIVES-KNOWN           PIC A     VALUE 'N'.
             88 LIVES-KNOWN                     VALUE 'O'.
          05 WS-RESULT-LABEL          PIC X(9)  VALUE SPACES.
          05 WS-HINT-LABEL            PIC X(6)  VALUE SPACES.
          05 WS-LIVES-LABEL           PIC X(2)  VALUE SPACES.
          05 I                        PIC 9(2)  VALUE 0.
       01 WS-EDITING.
          05 WS-LINE-ED               PIC Z9.
          05 WS-TURN-ED               PIC Z9.
          05 WS-LIVES-ED              PIC Z9.
          05 WS-GAME-ID-ED            PIC X(8).
          05 WS-HH                    PIC X(2).
          05 WS-MM                    PIC X(2).
          05 WS-SS                    PIC X(2).
       COPY "accfold.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Rejeu d'une partie du pendu ===".
           PERFORM ASK-SEARCH-KEYS.
           IF SEARCH-VALID
              PERFORM SCAN-ARCHIVE-MONTH
              PERFORM SCAN-LIVE-HISTORY
              PERFORM LIST-CANDIDATE-GAMES
              IF WS-GAME-COUNT > 0
                 PERFORM CHOOSE-GAME
                 IF WS-GAME-SLOT > 0
                    PERFORM REPLAY-GAME
                 END-IF
              END-IF
           END-IF.
           STOP RUN.
       ASK-SEARCH-KEYS.
           DISPLAY "Nom du joueur ?".
           ACCEPT WS-WANTED-PLAYER.
           MOVE FUNCTION UPPER-CASE(WS-WANTED-PLAYER)
              TO WS-WANTED-PLAYER.
           DISPLAY "Date de la partie (AAAAMMJJ) ?".
           ACCEPT WS-DATE-INPUT.
           IF WS-WANTED-PLAYER = SPACES
              DISPLAY "Recherche invalide : nom de joueur attendu."
           ELSE
              IF WS-DATE-INPUT NOT NUMERIC
                 DISPLAY "Recherche invalide : date attendue au "
                    "format AAAAMMJJ."
              ELSE
                 IF WS-WANTED-MONTH < 1 OR WS-WANTED-MONTH > 12
                    OR WS-WANTED-DAY < 1 OR WS-WANTED-DAY > 31
                    DISPLAY "Recherche invalide : date impossible."
                 ELSE
                    MOVE 'O' TO WS-SEARCH-VALID
                 END-IF
              END-IF
           END-IF.
       SCAN-ARCHIVE-MONTH.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING "histo-" DELIMITED BY SIZE
                  WS-DATE-INPUT(1:6) DELIMITED BY SIZE
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
           MOVE 0 TO WS-OPEN-COUNT.
           OPEN INPUT HISTORY-FILE.
           PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      IF HIST-IS-DETAIL
                         PERFORM BUFFER-DETAIL
                      ELSE
                         IF HIST-DATE NUMERIC
                            PERFORM CHECK-GAME-RECORD
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       BUFFER-DETAIL.
           IF HIST-DET-PLAYER = WS-WANTED-PLAYER
              MOVE HIST-DET-STATION TO WS-OPEN-STATION
              PERFORM FIND-OPEN-GAME
              IF WS-OPEN-SLOT > 0
                 PERFORM BUFFER-ONE-TURN
              END-IF
           END-IF.
       BUFFER-ONE-TURN.
           IF HIST-DET-GAME-ID NUMERIC AND HIST-DET-GAME-ID > 0
              IF HIST-DET-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                 MOVE HIST-DET-GAME-ID TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                 MOVE 0 TO WS-OG-COUNT(WS-OPEN-SLOT)
              END-IF
           ELSE
              IF HIST-DET-SEQ NUMERIC AND HIST-DET-SEQ = 1
                 MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                 MOVE 0 TO WS-OG-COUNT(WS-OPEN-SLOT)
              END-IF
           END-IF.
           IF WS-OG-COUNT(WS-OPEN-SLOT) < 60
              ADD 1 TO WS-OG-COUNT(WS-OPEN-SLOT)
              MOVE WS-OG-COUNT(WS-OPEN-SLOT) TO I
              MOVE HIST-DET-TIME TO WS-OG-TIME(WS-OPEN-SLOT, I)
              MOVE HIST-DET-LETTER TO WS-OG-LETTER(WS-OPEN-SLOT, I)
              MOVE HIST-DET-RESULT TO WS-OG-RESULT(WS-OPEN-SLOT, I)
              MOVE HIST-DET-HINT TO WS-OG-HINT(WS-OPEN-SLOT, I)
              MOVE HIST-DET-LIVES TO WS-OG-LIVES(WS-OPEN-SLOT, I)
           END-IF.
       FIND-OPEN-GAME.
           MOVE 0 TO WS-OPEN-SLOT.
           PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
              UNTIL WS-OPEN-IX > WS-OPEN-COUNT OR WS-OPEN-SLOT > 0
                   IF WS-OG-STATION(WS-OPEN-IX) = WS-OPEN-STATION
                      MOVE WS-OPEN-IX TO WS-OPEN-SLOT
                   END-IF
           END-PERFORM.
           IF WS-OPEN-SLOT = 0
              IF WS-OPEN-COUNT < 20
                 ADD 1 TO WS-OPEN-COUNT
                 MOVE WS-OPEN-COUNT TO WS-OPEN-SLOT
                 MOVE WS-OPEN-STATION TO WS-OG-STATION(WS-OPEN-SLOT)
                 MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                 MOVE 0 TO WS-OG-COUNT(WS-OPEN-SLOT)
              ELSE
                 IF NOT OPEN-TABLE-FULL
                    SET OPEN-TABLE-FULL TO TRUE
                    DISPLAY "Attention : plus de 20 postes, les "
                       "dtails des suivants sont ignors."
                 END-IF
              END-IF
           END-IF.
       CHECK-GAME-RECORD.
           IF HIST-PLAYER = WS-WANTED-PLAYER
              IF HIST-GAME-ID NUMERIC
                 MOVE HIST-GAME-ID TO WS-REC-GAME-ID
              ELSE
                 MOVE 0 TO WS-REC-GAME-ID
              END-IF
              MOVE HIST-STATION TO WS-OPEN-STATION
              PERFORM FIND-OPEN-GAME
              IF HIST-DATE = WS-DATE-INPUT
                 PERFORM ADD-CANDIDATE-GAME
              END-IF
              IF WS-OPEN-SLOT > 0
                 MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                 MOVE 0 TO WS-OG-COUNT(WS-OPEN-SLOT)
              END-IF
           END-IF.
      * Les dtails gards ne sont rattachs  la partie que si le
      * numro concorde sur le mme poste (zro des deux cts pour
      * les anciens enregistrements).
       ADD-CANDIDATE-GAME.
           IF WS-GAME-COUNT < 30
              ADD 1 TO WS-GAME-COUNT
              MOVE WS-REC-GAME-ID TO WS-GT-GAME-ID(WS-GAME-COUNT)
              MOVE HIST-STATION TO WS-GT-STATION(WS-GAME-COUNT)
              MOVE HIST-TIME TO WS-GT-TIME(WS-GAME-COUNT)
              MOVE HIST-WORD TO WS-GT-WORD(WS-GAME-COUNT)
              MOVE HIST-LIVES TO WS-GT-LIVES(WS-GAME-COUNT)
              MOVE HIST-STATUS TO WS-GT-STATUS(WS-GAME-COUNT)
              MOVE HIST-SETTER TO WS-GT-SETTER(WS-GAME-COUNT)
              MOVE HIST-DIFFICULTY
                 TO WS-GT-DIFFICULTY(WS-GAME-COUNT)
              MOVE WS-HIST-FILENAME TO WS-GT-SOURCE(WS-GAME-COUNT)
              MOVE 0 TO WS-GT-TURN-COUNT(WS-GAME-COUNT)
              IF WS-OPEN-SLOT > 0
                 IF WS-REC-GAME-ID = WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE WS-OG-COUNT(WS-OPEN-SLOT)
                       TO WS-GT-TURN-COUNT(WS-GAME-COUNT)
                    PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-OG-COUNT(WS-OPEN-SLOT)
                            MOVE WS-OG-TURN(WS-OPEN-SLOT, I)
                               TO WS-GT-TURN(WS-GAME-COUNT, I)
                    END-PERFORM
                 END-IF
              END-IF
           ELSE
              IF NOT TABLE-FULL
                 SET TABLE-FULL TO TRUE
                 DISPLAY "Attention : plus de 30 parties ce jour-l, "
                    "seules les 30 premires sont proposes."
              END-IF
           END-IF.
       LIST-CANDIDATE-GAMES.
           DISPLAY " ".
           IF WS-GAME-COUNT = 0
              DISPLAY "Aucune partie de " FUNCTION TRIM(
                 WS-WANTED-PLAYER) " le " WS-DATE-INPUT
                 " ni dans l'historique ni dans l'archive du mois."
           ELSE
              DISPLAY "Ligne  Partie    Poste  Heure     Statut  Vies  "
                 "Mot"
              PERFORM VARYING WS-GAME-IX FROM 1 BY 1
                 UNTIL WS-GAME-IX > WS-GAME-COUNT
                      PERFORM DISPLAY-ONE-CANDIDATE
              END-PERFORM
           END-IF.
       DISPLAY-ONE-CANDIDATE.
           MOVE WS-GAME-IX TO WS-LINE-ED.
           PERFORM EDIT-GAME-ID.
           MOVE WS-GT-TIME(WS-GAME-IX)(1:2) TO WS-HH.
           MOVE WS-GT-TIME(WS-GAME-IX)(3:2) TO WS-MM.
           MOVE WS-GT-TIME(WS-GAME-IX)(5:2) TO WS-SS.
           DISPLAY "   " WS-LINE-ED "  " WS-GAME-ID-ED "  "
              WS-GT-STATION(WS-GAME-IX) "   " WS-HH ":"
              WS-MM ":" WS-SS "  " WS-GT-STATUS(WS-GAME-IX) "    "
              WS-GT-LIVES(WS-GAME-IX) "     "
              FUNCTION TRIM(WS-GT-WORD(WS-GAME-IX)).
       EDIT-GAME-ID.
           IF WS-GT-GAME-ID(WS-GAME-IX) = 0
              MOVE "--------" TO WS-GAME-ID-ED
           ELSE
              MOVE WS-GT-GAME-ID(WS-GAME-IX) TO WS-GAME-ID-ED
           END-IF.
       CHOOSE-GAME.
           MOVE 0 TO WS-GAME-SLOT.
           IF WS-GAME-COUNT = 1
              MOVE 1 TO WS-GAME-SLOT
           ELSE
              DISPLAY "Ligne de la partie  rejouer ?"
              ACCEPT WS-CHOICE-INPUT
              IF WS-CHOICE-INPUT(2:1) = SPACE
                 AND WS-CHOICE-INPUT(1:1) NUMERIC
                 MOVE WS-CHOICE-INPUT(1:1) TO WS-CHOICE-INPUT(2:1)
                 MOVE '0' TO WS-CHOICE-INPUT(1:1)
              END-IF
              IF WS-CHOICE-INPUT NUMERIC
                 AND WS-CHOICE-N > 0
                 AND WS-CHOICE-N <= WS-GAME-COUNT
                 MOVE WS-CHOICE-N TO WS-GAME-SLOT
              ELSE
                 DISPLAY "Ligne invalide, aucun rejeu."
              END-IF
           END-IF.
      * Le mot est rejou lettre par lettre  partir du mot de la
      * ligne rsum : chaque lettre dvoile toutes ses variantes
      * accentues, comme dans JEU-DU-PENDU. Les vies viennent de
      * la ligne de dtail ; sur les anciens enregistrements qui ne
      * les portent pas, elles sont recalcules  rebours depuis
      * les vies restantes en fin de partie.
       REPLAY-GAME.
           MOVE WS-GAME-SLOT TO WS-GAME-IX.
           PERFORM EDIT-GAME-ID.
           MOVE WS-GT-TIME(WS-GAME-IX)(1:2) TO WS-HH.
           MOVE WS-GT-TIME(WS-GAME-IX)(3:2) TO WS-MM.
           MOVE WS-GT-TIME(WS-GAME-IX)(5:2) TO WS-SS.
           DISPLAY " ".
           DISPLAY "Partie " WS-GAME-ID-ED " de "
              FUNCTION TRIM(WS-WANTED-PLAYER) " le " WS-DATE-INPUT
              ", termine  " WS-HH ":" WS-MM ":" WS-SS.
           DISPLAY "Lue dans " FUNCTION TRIM(WS-GT-SOURCE(WS-GAME-IX))
              ", difficult " WS-GT-DIFFICULTY(WS-GAME-IX) ".".
           IF WS-GT-STATION(WS-GAME-IX) NOT = SPACES
              DISPLAY "Joue sur le poste " WS-GT-STATION(WS-GAME-IX)
                 "."
           END-IF.
           IF WS-GT-SETTER(WS-GAME-IX) NOT = SPACES
              DISPLAY "Manche de duel, mot choisi par "
                 FUNCTION TRIM(WS-GT-SETTER(WS-GAME-IX)) "."
           END-IF.
           DISPLAY "Mot  deviner : "
              FUNCTION TRIM(WS-GT-WORD(WS-GAME-IX)).
           IF WS-GT-TURN-COUNT(WS-GAME-IX) = 0
              DISPLAY "Aucun dtail lettre par lettre n'a t "
                 "enregistr pour cette partie."
           ELSE
              PERFORM PREPARE-REPLAY
              DISPLAY " "
              DISPLAY "Tour  Heure     Lettre  Rsultat   Indice  "
                 "Vies  Mot aprs le tour"
              PERFORM REPLAY-ONE-TURN
                 VARYING WS-TURN-IX FROM 1 BY 1
                 UNTIL WS-TURN-IX > WS-GT-TURN-COUNT(WS-GAME-IX)
           END-IF.
           DISPLAY " ".
           IF WS-GT-STATUS(WS-GAME-IX) = "WON"
              DISPLAY "Issue : partie gagne, "
                 WS-GT-LIVES(WS-GAME-IX) " vie(s) restante(s)."
           ELSE
              DISPLAY "Issue : partie perdue, "
                 WS-GT-LIVES(WS-GAME-IX) " vie(s) restante(s)."
           END-IF.
       PREPARE-REPLAY.
           MOVE WS-GT-WORD(WS-GAME-IX) TO WS-TARGET-WORD.
           MOVE WS-TARGET-WORD TO WS-FOLDED-WORD.
           MOVE FUNCTION UPPER-CASE(WS-FOLDED-WORD)
              TO WS-FOLDED-WORD.
           INSPECT WS-FOLDED-WORD CONVERTING ACC-UPPER-ACCENTS
              TO ACC-BASE-LETTERS.
           INSPECT WS-FOLDED-WORD CONVERTING ACC-LOWER-ACCENTS
              TO ACC-BASE-LETTERS.
           MOVE WS-TARGET-WORD TO WS-MARKED-WORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
                   IF WS-MARKED-WORD(I:1) NOT = SPACE
                      MOVE "*" TO WS-MARKED-WORD(I:1)
                   END-IF
           END-PERFORM.
           MOVE 0 TO WS-LIVES-LOST.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-GT-TURN-COUNT(WS-GAME-IX)
                   IF TURN-MISS(WS-GAME-IX, I)
                      OR TURN-LATE(WS-GAME-IX, I)
                      OR TURN-FROM-HINT(WS-GAME-IX, I)
                      ADD 1 TO WS-LIVES-LOST
                   END-IF
           END-PERFORM.
           MOVE 'N' TO WS-LIVES-KNOWN.
           IF WS-GT-LIVES(WS-GAME-IX) NUMERIC
              MOVE 'O' TO WS-LIVES-KNOWN
              COMPUTE WS-START-LIVES =
                 FUNCTION NUMVAL(WS-GT-LIVES(WS-GAME-IX))
                 + WS-LIVES-LOST
              MOVE WS-START-LIVES TO WS-RUN-LIVES
              MOVE WS-START-LIVES TO WS-LIVES-ED
              DISPLAY "Vies au dpart : " WS-LIVES-ED
           END-IF.
      * Une vie perdue pour lenteur (contre-la-montre) n'a pas de
      * lettre et ne dvoile rien.
       REPLAY-ONE-TURN.
           IF NOT TURN-LATE(WS-GAME-IX, WS-TURN-IX)
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
                 IF WS-FOLDED-WORD(I:1)
                    = WS-GT-TURN-LETTER(WS-GAME-IX, WS-TURN-IX)
                    MOVE WS-TARGET-WORD(I:1) TO WS-MARKED-WORD(I:1)
                 END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
              WHEN TURN-LATE(WS-GAME-IX, WS-TURN-IX)
                 MOVE "trop lent" TO WS-RESULT-LABEL
              WHEN TURN-MISS(WS-GAME-IX, WS-TURN-IX)
                 MOVE "rate" TO WS-RESULT-LABEL
              WHEN OTHER
                 MOVE "trouve" TO WS-RESULT-LABEL
           END-EVALUATE.
           IF TURN-FROM-HINT(WS-GAME-IX, WS-TURN-IX)
              MOVE "oui" TO WS-HINT-LABEL
           ELSE
              MOVE "non" TO WS-HINT-LABEL
           END-IF.
           IF (TURN-MISS(WS-GAME-IX, WS-TURN-IX)
               OR TURN-LATE(WS-GAME-IX, WS-TURN-IX)
               OR TURN-FROM-HINT(WS-GAME-IX, WS-TURN-IX))
              AND WS-RUN-LIVES > 0
              SUBTRACT 1 FROM WS-RUN-LIVES
           END-IF.
           IF WS-GT-TURN-LIVES(WS-GAME-IX, WS-TURN-IX) NUMERIC
              MOVE SPACE TO WS-LIVES-LABEL
              MOVE WS-GT-TURN-LIVES(WS-GAME-IX, WS-TURN-IX)
                 TO WS-LIVES-LABEL(2:1)
           ELSE
              IF LIVES-KNOWN
                 MOVE WS-RUN-LIVES TO WS-LIVES-ED
                 MOVE WS-LIVES-ED TO WS-LIVES-LABEL
              ELSE
                 MOVE " ?" TO WS-LIVES-LABEL
              END-IF
           END-IF.
           MOVE WS-TURN-IX TO WS-TURN-ED.
           MOVE WS-GT-TURN-TIME(WS-GAME-IX, WS-TURN-IX)(1:2)
              TO WS-HH.
           MOVE WS-GT-TURN-TIME(WS-GAME-IX, WS-TURN-IX)(3:2)
              TO WS-MM.
           MOVE WS-GT-TURN-TIME(WS-GAME-IX, WS-TURN-IX)(5:2)
              TO WS-SS.
           DISPLAY "  " WS-TURN-ED "  " WS-HH ":" WS-MM ":" WS-SS
              "     " WS-GT-TURN-LETTER(WS-GAME-IX, WS-TURN-IX)
              "     " WS-RESULT-LABEL "  " WS-HINT-LABEL "    "
              WS-LIVES-LABEL "    " FUNCTION TRIM(WS-MARKED-WORD).
       END PROGRAM REJEU-PENDU.
