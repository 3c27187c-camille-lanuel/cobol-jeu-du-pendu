           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLAYER-NAME.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "reprise.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO "profil-pendu.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-BACKUP-FILE ASSIGN TO "mots.bak"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GAME-COUNTER-FILE
           ASSIGN TO "PARTIEFILE"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDENTIALS-FILE
           ASSIGN TO "codes-joueurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDENTIALS-NEW-FILE
           ASSIGN TO "codes-joueurs.neuf"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECURITY-LOG
           ASSIGN TO "securite-pendu.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHALLENGE-FILE ASSIGN TO "defi-jour.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUGGESTION-FILE ASSIGN TO "suggestions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          05 CHK-WORD                 PIC X(50).
      * Profil d'exploitation facultatif : catgorie, difficult,
      * nombre de mots, vies remises  chaque mot, relance
      * automatique (mode kiosque sans oprateur), limite par tour
      * en secondes sur trois chiffres (la borne joue alors
      * contre-la-montre), code du poste. Une ligne dont le code
      * du poste est  blanc vaut pour tous les postes ; une ligne
      * portant le code d'un poste ne vaut que pour lui et prend le
      * pas sur la premire.
       FD  PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PROF-CATEGORY            PIC X.
          05 PROF-RESET-LIVES         PIC X.
          05 FILLER                   PIC X.
          05 PROF-AUTO-RESTART        PIC X.
          05 FILLER                   PIC X.
          05 PROF-TURN-LIMIT          PIC X(3).
          05 FILLER                   PIC X.
          05 PROF-STATION             PIC X(4).
       FD  KIOSK-JOURNAL.
       COPY "kiosrec.cpy".
      * Fichiers de travail des rcritures  l'abri des coupures :
       01 MNEW-RECORD                 PIC X(80).
       FD  MASTER-BACKUP-FILE.
       01 MBAK-RECORD                 PIC X(80).
      * Compteur des numros de partie : une seule ligne portant le
      * dernier numro attribu. Chaque poste tient son propre
      * compteur (numero-partie-CODE.txt), un poste sans code garde
      * numero-partie.txt : une partie est identifie par son numro
      * et son poste.
       FD  GAME-COUNTER-FILE.
       01 COUNTER-RECORD.
          05 CNT-LAST-GAME-ID         PIC 9(8).
       FD  CREDENTIALS-FILE.
       COPY "credrec.cpy".
       FD  CREDENTIALS-NEW-FILE.
       01 CNEW-RECORD                 PIC X(60).
       FD  SECURITY-LOG.
       COPY "secrec.cpy".
       FD  CHALLENGE-FILE.
       COPY "defirec.cpy".
       FD  SUGGESTION-FILE.
       COPY "sugrec.cpy".
       WORKING-STORAGE SECTION.
      * La table de jeu a la taille du fichier matre, WS-MASTER-MAX,
      * car le mot du jour y charge toutes les catgories.
       01 WS-WORD-GENERATION.
          05 WS-MAX-DICT-SIZE         PIC 9(4)  VALUE 8000.
          05 WS-DICT-SIZE             PIC 9(4)  VALUE 0.
          05 WS-DICT-DROPPED          PIC 9(4)  VALUE 0.
          05 WS-EOF-WORDS-FILE        PIC A     VALUE 'N'.
          05 WS-DICTIONARY.
             10 WS-DICT-WORD          PIC A(50)
                OCCURS 1 TO 8000 TIMES DEPENDING ON WS-DICT-SIZE.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE.
                15 WS-CURRENT-YEAR    PIC  9(4).
          05 WS-SCAN-INDEX            PIC 9(4)  VALUE 0.
       01 WS-WORD-USED-FLAGS.
          05 WS-WORD-USED             PIC A
             OCCURS 1 TO 8000 TIMES DEPENDING ON WS-DICT-SIZE.
       01 WS-DICT-TRACKING.
          05 WS-DICT-ENTRY            OCCURS 1 TO 8000 TIMES
                                      DEPENDING ON WS-DICT-SIZE.
             10 WS-DICT-LAST-SERVED   PIC 9(8).
             10 WS-DICT-MASTER-IX     PIC 9(4).
             88 KIOSK-ON                        VALUE 'O'.
          05 WS-OPERATOR-EXIT         PIC A     VALUE 'N'.
             88 OPERATOR-EXIT                   VALUE 'O'.
          05 WS-PROFILE-EOF           PIC A     VALUE 'N'.
             88 END-OF-PROFILE                  VALUE 'O'.
          05 WS-PROFILE-MATCH         PIC A     VALUE 'N'.
             88 PROFILE-FOR-STATION             VALUE 'O'.
          05 WS-PROF-CATEGORY         PIC X     VALUE SPACE.
          05 WS-PROF-DIFFICULTY       PIC X     VALUE SPACE.
          05 WS-PROF-ROUNDS           PIC X(2)  VALUE SPACES.
                                      PIC 9(2).
          05 WS-PROF-RESET-LIVES      PIC X     VALUE SPACE.
          05 WS-PROF-AUTO-RESTART     PIC X     VALUE SPACE.
          05 WS-PROF-TURN-LIMIT       PIC X(3)  VALUE SPACES.
          05 WS-PROF-TURN-LIMIT-N REDEFINES WS-PROF-TURN-LIMIT
                                      PIC 9(3).
      * Code du poste (terminal) sur lequel tourne le jeu, lu au
      * lancement dans la variable d'environnement PENDUPOSTE ;  blanc
      * pour une installation  un seul poste. Repris sur le journal
      * du kiosque et sur chaque ligne d'historique.
       01 WS-STATION-HANDLING.
          05 WS-STATION-ENV-NAME      PIC X(20) VALUE "PENDUPOSTE".
          05 WS-STATION-CODE          PIC X(4)  VALUE SPACES.
          05 WS-COUNTER-ENV-NAME      PIC X(20) VALUE "PARTIEFILE".
          05 WS-COUNTER-FILENAME      PIC X(30)
                                      VALUE "numero-partie.txt".
       01 WS-KIOSK-JOURNALING.
          05 WS-KJ-EVENT              PIC X(8)  VALUE SPACES.
          05 WS-KJ-INFO               PIC X(20) VALUE SPACES.
       01 WS-DUEL.
          05 WS-GAME-TYPE             PIC X     VALUE '1'.
             88 DUEL-MODE                       VALUE '2'.
             88 CHALLENGE-MODE                  VALUE '3'.
             88 TIMED-GAME                      VALUE '4'.
          05 WS-OPPONENT-NAME         PIC X(20) VALUE SPACES.
          05 WS-DUEL-PLAYER1          PIC X(20) VALUE SPACES.
          05 WS-DUEL-SETTER           PIC X(20) VALUE SPACES.
          05 WS-SECRET-POS            PIC 9(2)  VALUE 0.
          05 WS-SECRET-CHAR           PIC X     VALUE SPACE.
          05 WS-SCROLL-IX             PIC 9(2)  VALUE 0.
      * Chronomtrage : les instants sont compts en secondes depuis
      * l'origine du calendrier, ce qui permet de passer minuit.
       01 WS-TIMING.
          05 WS-TIMED-MODE            PIC A     VALUE 'N'.
             88 TIMED-ON                        VALUE 'O'.
          05 WS-TURN-LIMIT            PIC 9(3)  VALUE 15.
          05 WS-CLOCK-DATE            PIC 9(8)  VALUE 0.
          05 WS-CLOCK-STAMP           PIC 9(11) VALUE 0.
          05 WS-GAME-START-STAMP      PIC 9(11) VALUE 0.
          05 WS-GAME-START-TIME       PIC 9(6)  VALUE 0.
          05 WS-TURN-START-STAMP      PIC 9(11) VALUE 0.
          05 WS-ELAPSED               PIC 9(7)  VALUE 0.
          05 WS-ELAPSED-ED            PIC ZZZZZZ9.
      * Mot du jour : le mot est pris dans tout le fichier matre,
      * toutes catgories confondues, avec la difficult normale.
       01 WS-CHALLENGE-HANDLING.
          05 WS-EOF-CHALLENGE         PIC A     VALUE 'N'.
          05 WS-CHALLENGE-READY       PIC A     VALUE 'N'.
             88 CHALLENGE-READY                 VALUE 'O'.
          05 WS-CHALLENGE-PLAYED      PIC A     VALUE 'N'.
             88 CHALLENGE-ALREADY-PLAYED        VALUE 'O'.
          05 WS-CHALLENGE-CATEGORY    PIC X     VALUE SPACE.
          05 WS-CHALLENGE-WORD        PIC X(50) VALUE SPACES.
      * Proposition d'un mot en fin de partie : le mot est refus
      * s'il est dj dans mots.dat ou dj en attente pour la mme
      * catgorie, en comparant les formes sans accents.
       01 WS-SUGGESTION-HANDLING.
          05 WS-SUG-ANSWER            PIC X     VALUE SPACE.
          05 WS-EOF-SUG               PIC A     VALUE 'N'.
          05 WS-SUG-DUPLICATE         PIC A     VALUE 'N'.
             88 SUG-DUPLICATE                   VALUE 'O'.
          05 WS-SUG-FOLDED            PIC X(50) VALUE SPACES.
       01 WS-CHECKPOINT-HANDLING.
          05 WS-EOF-CHECKPOINT        PIC A     VALUE 'N'.
          05 WS-CHECKPOINT-PENDING    PIC A     VALUE 'N'.
             10 WS-CHK-ROUNDS-LOST    PIC 9(2).
             10 WS-CHK-LIVES          PIC 9.
       01 WS-GUESS-DETAIL.
          05 WS-GAME-ID               PIC 9(8)  VALUE 0.
          05 WS-EOF-COUNTER           PIC A     VALUE 'N'.
          05 WS-GUESS-SEQ             PIC 9(2)  VALUE 0.
          05 WS-GUESS-RESULT          PIC X     VALUE SPACE.
             88 GUESS-TOO-SLOW                  VALUE 'L'.
          05 WS-GUESS-FROM-HINT       PIC A     VALUE 'N'.
      * Barme des points de saison, calcul  la fin de chaque
      * partie gagne : base selon la difficult, plus la longueur
          05 WS-EOF-GEN               PIC A     VALUE 'N'.
       01 WS-PLAYER-HANDLING.
          05 WS-PLAYER-NAME           PIC X(20) VALUE SPACES.
          05 WS-PLAYER-FOUND          PIC A     VALUE 'N'.
             88 PLAYER-FOUND                    VALUE 'O'.
      * Contrle du code secret  l'entre d'un nom de joueur (invite
      * du joueur et invite de l'adversaire en duel). ANONYME et
      * ADVERSAIRE (adversaire laiss en blanc) ne sont pas protgs ;
      * ADVERSAIRE et les noms de borne (KIOSQUE...) ne peuvent pas
      * tre saisis.
       01 WS-LOGIN-HANDLING.
          05 WS-LOGIN-NAME            PIC X(20) VALUE SPACES.
          05 WS-LOGIN-ORIGIN          PIC X(8)  VALUE SPACES.
          05 WS-LOGIN-OK              PIC A     VALUE 'N'.
             88 LOGIN-OK                        VALUE 'O'.
          05 WS-PIN-LOCKED            PIC A     VALUE 'N'.
             88 PIN-LOCKED                      VALUE 'O'.
          05 WS-CRED-FOUND            PIC A     VALUE 'N'.
             88 CRED-FOUND                      VALUE 'O'.
          05 WS-CRED-WRITTEN          PIC A     VALUE 'N'.
          05 WS-EOF-CRED              PIC A     VALUE 'N'.
          05 WS-MAX-PIN-FAILURES      PIC 9(2)  VALUE 3.
          05 WS-PIN-INPUT             PIC X(4)  VALUE SPACES.
          05 WS-PIN-FIRST             PIC X(4)  VALUE SPACES.
          05 WS-PIN-POS               PIC 9(2)  VALUE 0.
          05 WS-PIN-HASH              PIC 9(12) VALUE 0.
          05 WS-PIN-TRIES-LEFT        PIC 9(2)  VALUE 0.
          05 WS-CRED-WORK.
             10 WS-CW-SALT            PIC 9(6)  VALUE 0.
             10 WS-CW-PIN-HASH        PIC 9(9)  VALUE 0.
             10 WS-CW-FAILURES        PIC 9(2)  VALUE 0.
             10 WS-CW-STATUS          PIC X     VALUE SPACE.
             10 WS-CW-CHANGE-DATE     PIC 9(8)  VALUE 0.
          05 WS-SEC-EVENT             PIC X(8)  VALUE SPACES.
          05 WS-NAME-RESERVED         PIC A     VALUE 'N'.
             88 NAME-RESERVED                   VALUE 'O'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-STATION-CODE.
           PERFORM READ-PROFILE.
           IF KIOSK-ON
              PERFORM RUN-KIOSK
           ELSE
              PERFORM ASK-PLAYER-NAME
              IF EOF-INPUT
                 DISPLAY "Fin de l'entre,  bientt."
              ELSE
                 PERFORM CHOOSE-GAME-TYPE
                 EVALUATE TRUE
                    WHEN DUEL-MODE
                       PERFORM PLAY-DUEL
                    WHEN CHALLENGE-MODE
                       PERFORM PLAY-CHALLENGE
                    WHEN TIMED-GAME
                       SET TIMED-ON TO TRUE
                       PERFORM PLAY-SOLO
                    WHEN OTHER
                       PERFORM PLAY-SOLO
                 END-EVALUATE
                 IF NOT EOF-INPUT
                    PERFORM OFFER-SUGGESTION
                 END-IF
              END-IF
           END-IF.
           STOP RUN.
       READ-STATION-CODE.
           MOVE SPACES TO WS-STATION-CODE.
           DISPLAY WS-STATION-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-STATION-CODE FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-STATION-CODE)
              TO WS-STATION-CODE.
           IF WS-STATION-CODE NOT = SPACES
              DISPLAY "Poste " WS-STATION-CODE
              MOVE SPACES TO WS-COUNTER-FILENAME
              STRING "numero-partie-" DELIMITED BY SIZE
                     WS-STATION-CODE DELIMITED BY SPACE
                     ".txt" DELIMITED BY SIZE
                     INTO WS-COUNTER-FILENAME
           END-IF.
           DISPLAY WS-COUNTER-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-COUNTER-FILENAME UPON ENVIRONMENT-VALUE.
      * Le profil retenu est la ligne du poste si elle existe, sinon
      * la premire ligne sans code de poste.
       READ-PROFILE.
           MOVE 'N' TO WS-PROFILE-FOUND.
           MOVE 'N' TO WS-PROFILE-EOF.
           MOVE 'N' TO WS-PROFILE-MATCH.
           OPEN INPUT PROFILE-FILE.
           PERFORM UNTIL END-OF-PROFILE OR PROFILE-FOR-STATION
                   READ PROFILE-FILE
                   AT END
                      MOVE 'O' TO WS-PROFILE-EOF
                   NOT AT END
                      IF PROFILE-RECORD NOT = SPACES
                         MOVE FUNCTION UPPER-CASE(PROF-STATION)
                            TO PROF-STATION
                         IF PROF-STATION = SPACES
                            IF NOT PROFILE-FOUND
                               PERFORM TAKE-PROFILE-LINE
                            END-IF
                         ELSE
                            IF PROF-STATION = WS-STATION-CODE
                               MOVE 'O' TO WS-PROFILE-MATCH
                               PERFORM TAKE-PROFILE-LINE
                            END-IF
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PROFILE-FILE.
           IF PROFILE-FOUND
              MOVE FUNCTION UPPER-CASE(WS-PROF-AUTO-RESTART)
                 SET KIOSK-ON TO TRUE
              END-IF
           END-IF.
       TAKE-PROFILE-LINE.
           MOVE 'O' TO WS-PROFILE-FOUND.
           MOVE PROF-CATEGORY TO WS-PROF-CATEGORY.
           MOVE PROF-DIFFICULTY TO WS-PROF-DIFFICULTY.
           MOVE PROF-ROUNDS TO WS-PROF-ROUNDS.
           MOVE PROF-RESET-LIVES TO WS-PROF-RESET-LIVES.
           MOVE PROF-AUTO-RESTART TO WS-PROF-AUTO-RESTART.
           MOVE PROF-TURN-LIMIT TO WS-PROF-TURN-LIMIT.
       APPLY-PROFILE-SETTINGS.
           MOVE WS-PROF-CATEGORY TO WS-CATEGORY.
           IF NOT CAT-PAYS AND NOT CAT-VERBES AND NOT CAT-EXPRESSIONS
           IF WS-RESET-LIVES-FLAG NOT = 'N'
              MOVE 'O' TO WS-RESET-LIVES-FLAG
           END-IF.
           IF WS-PROF-TURN-LIMIT NUMERIC AND WS-PROF-TURN-LIMIT-N > 0
              MOVE WS-PROF-TURN-LIMIT-N TO WS-TURN-LIMIT
              IF KIOSK-ON
                 SET TIMED-ON TO TRUE
              END-IF
           ELSE
              IF WS-PROF-TURN-LIMIT NOT = SPACES
                 DISPLAY "Profil : limite par tour illisible ("
                    WS-PROF-TURN-LIMIT "), attendue sur trois "
                    "chiffres."
              END-IF
           END-IF.
           DISPLAY "Profil appliqu : catgorie " WS-CATEGORY
              ", difficult " WS-DIFFICULTY ", " WS-ROUNDS-TOTAL
              " mot(s) par partie.".
           IF TIMED-ON
              DISPLAY "Contre-la-montre : " WS-TURN-LIMIT
                 " seconde(s) par tour."
           END-IF.
       RUN-KIOSK.
           DISPLAY "=== Mode kiosque ===".
           DISPLAY "Tape !  la place d'une lettre pour arrter "
           MOVE WS-KJ-WON TO KJ-WON.
           MOVE WS-KJ-LOST TO KJ-LOST.
           MOVE WS-KJ-INFO TO KJ-INFO.
           MOVE WS-STATION-CODE TO KJ-STATION.
           OPEN EXTEND KIOSK-JOURNAL.
           WRITE KIOSK-RECORD.
           CLOSE KIOSK-JOURNAL.
                  " V" DELIMITED BY SIZE
                  WS-RESET-LIVES-FLAG DELIMITED BY SIZE
                  INTO WS-KJ-INFO.
           IF TIMED-ON
              MOVE " T" TO WS-KJ-INFO(13:2)
              MOVE WS-TURN-LIMIT TO WS-KJ-INFO(15:3)
           END-IF.
           PERFORM WRITE-KIOSK-EVENT.
       CHOOSE-GAME-TYPE.
           DISPLAY "Quel type de partie ?".
           DISPLAY "  1 - Solo contre le dictionnaire".
           DISPLAY "  2 - Duel : un joueur fait deviner son mot".
           DISPLAY "  3 - Mot du jour : le mme mot pour tous, un "
              "seul essai par jour".
           DISPLAY "  4 - Contre-la-montre : solo, un tour trop lent "
              "cote une vie".
           ACCEPT WS-GAME-TYPE.
           IF NOT DUEL-MODE AND NOT CHALLENGE-MODE AND NOT TIMED-GAME
              MOVE '1' TO WS-GAME-TYPE
           END-IF.
       PLAY-SOLO.
              END-IF
              PERFORM DISPLAY-SCOREBOARD
           END-IF.
      * Mot du jour : la premire partie du jour fixe le mot et le
      * note dans defi-jour.txt ; les joueurs suivants reoivent le
      * mme mot. Chaque joueur est inscrit avant de jouer et ne
      * peut tenter le mot qu'une fois par jour.
       PLAY-CHALLENGE.
           IF WS-PLAYER-NAME = "ANONYME"
              DISPLAY "Le mot du jour se joue sous ton nom de "
                 "joueur, pas en anonyme."
           ELSE
              MOVE 'N' TO WS-DIFFICULTY
              PERFORM APPLY-DIFFICULTY-SETTINGS
              MOVE 'N' TO WS-TOURNAMENT-MODE
              MOVE 1 TO WS-ROUNDS-TOTAL
              PERFORM READ-CHALLENGE-FILE
              IF NOT CHALLENGE-READY
                 PERFORM FIX-CHALLENGE-WORD
              END-IF
              IF NOT CHALLENGE-READY
                 DISPLAY "Aucun mot du jour n'a pu tre choisi ; "
                    "lance d'abord CHARGE-MOTS."
              ELSE
                 IF CHALLENGE-ALREADY-PLAYED
                    DISPLAY "Tu as dj tent le mot du jour, "
                       "reviens demain !"
                 ELSE
                    PERFORM RECORD-CHALLENGE-ATTEMPT
                    PERFORM START-CHALLENGE-ROUND
                    PERFORM PLAY-GUESS-TURN UNTIL NOT PLAYING
                    PERFORM UPDATE-PLAYER-MASTER
                 END-IF
              END-IF
           END-IF.
       READ-CHALLENGE-FILE.
           MOVE 'N' TO WS-CHALLENGE-READY.
           MOVE 'N' TO WS-CHALLENGE-PLAYED.
           MOVE 'N' TO WS-EOF-CHALLENGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT CHALLENGE-FILE.
           PERFORM UNTIL WS-EOF-CHALLENGE = 'O'
                   READ CHALLENGE-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CHALLENGE
                   NOT AT END
                      EVALUATE TRUE
                         WHEN DEFI-IS-WORD
                              AND DEFI-DATE = WS-CURRENT-DATE
                            MOVE 'O' TO WS-CHALLENGE-READY
                            MOVE DEFI-CATEGORY
                               TO WS-CHALLENGE-CATEGORY
                            MOVE DEFI-WORD TO WS-CHALLENGE-WORD
                         WHEN DEFI-IS-PLAYER
                              AND DEFI-PLR-DATE = WS-CURRENT-DATE
                              AND DEFI-PLR-NAME = WS-PLAYER-NAME
                            MOVE 'O' TO WS-CHALLENGE-PLAYED
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                   END-READ
           END-PERFORM.
           CLOSE CHALLENGE-FILE.
      * Le mot du jour est choisi comme un mot de partie solo, le
      * moins rcemment servi, mais dans tout le fichier matre. Le
      * fichier du jour est recr : les inscriptions de la veille
      * disparaissent avec l'ancien mot.
       FIX-CHALLENGE-WORD.
           PERFORM LOAD-DICTIONARY.
           MOVE 'O' TO WS-BAND-APPLIES.
           PERFORM FIND-LRS-WORD.
           IF NOT WORD-SUITABLE
              MOVE 'N' TO WS-BAND-APPLIES
              PERFORM FIND-LRS-WORD
           END-IF.
           IF WORD-SUITABLE
              MOVE WS-DICT-MASTER-IX(WS-RAND-ID) TO WS-MASTER-IX
              MOVE WS-ME-CATEGORY(WS-MASTER-IX)
                 TO WS-CHALLENGE-CATEGORY
              MOVE WS-DICT-WORD(WS-RAND-ID) TO WS-CHALLENGE-WORD
              PERFORM UPDATE-WORD-MASTER
              MOVE SPACES TO DEFI-WORD-RECORD
              MOVE 'M' TO DEFI-TYPE
              MOVE WS-CURRENT-DATE TO DEFI-DATE
              MOVE WS-CHALLENGE-CATEGORY TO DEFI-CATEGORY
              MOVE WS-CHALLENGE-WORD TO DEFI-WORD
              OPEN OUTPUT CHALLENGE-FILE
              WRITE DEFI-WORD-RECORD
              CLOSE CHALLENGE-FILE
              MOVE 'O' TO WS-CHALLENGE-READY
              MOVE 'N' TO WS-CHALLENGE-PLAYED
           END-IF.
       RECORD-CHALLENGE-ATTEMPT.
           MOVE SPACES TO DEFI-PLAYER-RECORD.
           MOVE 'J' TO DEFI-PLR-TYPE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO DEFI-PLR-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO DEFI-PLR-TIME.
           MOVE WS-PLAYER-NAME TO DEFI-PLR-NAME.
           OPEN EXTEND CHALLENGE-FILE.
           WRITE DEFI-PLAYER-RECORD.
           CLOSE CHALLENGE-FILE.
       START-CHALLENGE-ROUND.
           MOVE WS-CHALLENGE-CATEGORY TO WS-CATEGORY.
           DISPLAY "=== Mot du jour (catgorie " WS-CATEGORY
              ") ===".
           MOVE WS-CHALLENGE-WORD TO WS-TARGET-WORD.
           MOVE WS-CHALLENGE-WORD TO WS-MARKED-WORD.
           PERFORM FOLD-TARGET-WORD.
           PERFORM MASK-TARGET-WORD.
           MOVE 0 TO WS-GUESSED-COUNT.
           MOVE SPACES TO WS-GUESSED-LETTERS.
           MOVE 0 TO WS-GUESS-SEQ.
           PERFORM ASSIGN-GAME-ID.
           PERFORM START-GAME-CLOCK.
           MOVE 'N' TO WS-HINT-USED-FLAG.
           MOVE WS-DEFAULT-LIVES TO WS-LIVES.
           SET PLAYING TO TRUE.
       PLAY-DUEL.
           MOVE WS-PLAYER-NAME TO WS-DUEL-PLAYER1.
           MOVE 'N' TO WS-LOGIN-OK.
           PERFORM ASK-OPPONENT-NAME UNTIL LOGIN-OK OR EOF-INPUT.
           IF EOF-INPUT
              DISPLAY "Fin de l'entre, duel abandonn."
           ELSE
              PERFORM RUN-DUEL-ROUNDS
           END-IF.
       ASK-OPPONENT-NAME.
           DISPLAY "Nom du joueur adverse ?".
           MOVE SPACES TO WS-OPPONENT-NAME.
           ACCEPT WS-OPPONENT-NAME
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
           END-ACCEPT.
           IF NOT EOF-INPUT
              MOVE FUNCTION UPPER-CASE(WS-OPPONENT-NAME)
                 TO WS-OPPONENT-NAME
              IF WS-OPPONENT-NAME = SPACES
                 MOVE "ADVERSAIRE" TO WS-OPPONENT-NAME
                 MOVE 'O' TO WS-LOGIN-OK
              ELSE
                 MOVE WS-OPPONENT-NAME TO WS-LOGIN-NAME
                 MOVE "ADVERSE" TO WS-LOGIN-ORIGIN
                 PERFORM CHECK-RESERVED-NAME
                 IF NOT NAME-RESERVED
                    PERFORM VERIFY-PLAYER-PIN
                 END-IF
              END-IF
           END-IF.
       RUN-DUEL-ROUNDS.
           PERFORM CHOOSE-DIFFICULTY.
           DISPLAY "Combien de manches pour le duel ?".
           ACCEPT WS-DUEL-ROUNDS.
              MOVE 0 TO WS-GUESSED-COUNT
              MOVE SPACES TO WS-GUESSED-LETTERS
              MOVE 0 TO WS-GUESS-SEQ
              PERFORM ASSIGN-GAME-ID
              PERFORM START-GAME-CLOCK
              MOVE 'N' TO WS-HINT-USED-FLAG
              MOVE WS-DEFAULT-LIVES TO WS-LIVES
              SET PLAYING TO TRUE
                   DISPLAY " "
           END-PERFORM.
           DISPLAY "Le mot secret est not, cran nettoy.".
      * En fin de partie (jamais en mode kiosque), le joueur peut
      * proposer un mot. Il est contrl comme un mot secret de duel
      * puis mis en attente dans suggestions.txt, o GESTION-MOTS
      * l'accepte ou le refuse.
       OFFER-SUGGESTION.
           DISPLAY "Veux-tu proposer un nouveau mot pour le jeu ? "
              "(O/N)".
           MOVE SPACE TO WS-SUG-ANSWER.
           ACCEPT WS-SUG-ANSWER
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-SUG-ANSWER) TO WS-SUG-ANSWER.
           IF WS-SUG-ANSWER = 'O' AND NOT EOF-INPUT
              PERFORM CHOOSE-CATEGORY
              DISPLAY "Ton mot (lettres et espaces) :"
              PERFORM ACCEPT-SECRET-WORD
              IF SECRET-VALID
                 PERFORM CHECK-SUGGESTION-DUPLICATE
                 IF NOT SUG-DUPLICATE
                    PERFORM WRITE-SUGGESTION
                    DISPLAY "Merci ! " FUNCTION TRIM(WS-SECRET-WORD)
                       " est propos, il sera examin avant d'entrer "
                       "dans le jeu."
                 END-IF
              END-IF
           END-IF.
       CHECK-SUGGESTION-DUPLICATE.
           MOVE 'N' TO WS-SUG-DUPLICATE.
           PERFORM LOAD-WORD-MASTER.
           PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
              UNTIL WS-MASTER-IX > WS-MASTER-SIZE OR SUG-DUPLICATE
                   IF WS-ME-CATEGORY(WS-MASTER-IX) = WS-CATEGORY
                      MOVE WS-ME-WORD(WS-MASTER-IX) TO WS-SUG-FOLDED
                      PERFORM FOLD-SUGGESTION-WORD
                      IF WS-SUG-FOLDED = WS-SECRET-FOLDED
                         MOVE 'O' TO WS-SUG-DUPLICATE
                         DISPLAY "Ce mot est dj dans le jeu pour "
                            "cette catgorie."
                      END-IF
                   END-IF
           END-PERFORM.
           IF NOT SUG-DUPLICATE
              MOVE 'N' TO WS-EOF-SUG
              OPEN INPUT SUGGESTION-FILE
              PERFORM UNTIL WS-EOF-SUG = 'O' OR SUG-DUPLICATE
                      READ SUGGESTION-FILE
                      AT END
                         MOVE 'O' TO WS-EOF-SUG
                      NOT AT END
                         IF SUG-PENDING
                            AND SUG-CATEGORY = WS-CATEGORY
                            MOVE SUG-WORD TO WS-SUG-FOLDED
                            PERFORM FOLD-SUGGESTION-WORD
                            IF WS-SUG-FOLDED = WS-SECRET-FOLDED
                               MOVE 'O' TO WS-SUG-DUPLICATE
                               DISPLAY "Ce mot a dj t propos et "
                                  "attend son examen."
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUGGESTION-FILE
           END-IF.
       FOLD-SUGGESTION-WORD.
           INSPECT WS-SUG-FOLDED CONVERTING ACC-UPPER-ACCENTS
              TO ACC-BASE-LETTERS.
           INSPECT WS-SUG-FOLDED CONVERTING ACC-LOWER-ACCENTS
              TO ACC-BASE-LETTERS.
       WRITE-SUGGESTION.
           MOVE SPACES TO SUG-RECORD.
           MOVE 'E' TO SUG-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO SUG-DATE.
           IF DUEL-MODE
              MOVE WS-DUEL-PLAYER1 TO SUG-PLAYER
           ELSE
              MOVE WS-PLAYER-NAME TO SUG-PLAYER
           END-IF.
           MOVE WS-CATEGORY TO SUG-CATEGORY.
           MOVE WS-SECRET-WORD TO SUG-WORD.
           OPEN EXTEND SUGGESTION-FILE.
           WRITE SUG-RECORD.
           CLOSE SUGGESTION-FILE.
       CHECK-PENDING-TOURNAMENT.
           PERFORM READ-CHECKPOINT.
           IF CHECKPOINT-PENDING
           DISPLAY "Lettres testes : " WS-GUESSED-DISPLAY.
           DISPLAY "Entre la lettre  tester (ou ? pour "
              "un indice, cote une vie) :".
           IF TIMED-ON
              DISPLAY "(" WS-TURN-LIMIT " secondes pour rpondre)"
              PERFORM READ-CLOCK
              MOVE WS-CLOCK-STAMP TO WS-TURN-START-STAMP
           END-IF.
           PERFORM ACCEPT-USER-INPUT.
           IF EOF-INPUT OR OPERATOR-EXIT
              SET LOST TO TRUE
                 END-IF
              END-IF
           ELSE
              IF TIMED-ON
                 PERFORM CHECK-TURN-DELAY
              END-IF
              IF PLAYING
                 IF HINT-REQUESTED
                    PERFORM GIVE-HINT
                    PERFORM CHECK-STATUS
                 ELSE
                    PERFORM CHECK-ALREADY-GUESSED
                    IF ALREADY-GUESSED
                       DISPLAY WS-USER-INPUT " a dj t teste."
                    ELSE
                       PERFORM RECORD-GUESSED-LETTER
                       PERFORM CHECK-INPUT
                       PERFORM CHECK-STATUS
                    END-IF
                 END-IF
              END-IF
              IF NOT WON
              END-IF
              DISPLAY "--------------------"
           END-IF.
      * Contre-la-montre : une rponse arrive aprs la limite cote
      * une vie avant d'tre joue ; si c'tait la dernire vie, la
      * partie est perdue et la lettre n'est pas joue. La pnalit
      * laisse sa propre ligne de dtail (rsultat 'L', sans
      * lettre), avant celle de la lettre.
       CHECK-TURN-DELAY.
           PERFORM READ-CLOCK.
           COMPUTE WS-ELAPSED = WS-CLOCK-STAMP - WS-TURN-START-STAMP.
           IF WS-ELAPSED > WS-TURN-LIMIT
              MOVE WS-ELAPSED TO WS-ELAPSED-ED
              DISPLAY "Trop lent : " FUNCTION TRIM(WS-ELAPSED-ED)
                 " secondes, une vie perdue."
              SUBTRACT 1 FROM WS-LIVES
              MOVE 'L' TO WS-GUESS-RESULT
              MOVE 'N' TO WS-GUESS-FROM-HINT
              PERFORM SAVE-GUESS-DETAIL
              IF WS-LIVES = 0
                 SET LOST TO TRUE
                 PERFORM SAVE-GAME-HISTORY
              END-IF
           END-IF.
       ASK-PLAYER-NAME.
           MOVE 'N' TO WS-LOGIN-OK.
           PERFORM ASK-ONE-PLAYER-NAME UNTIL LOGIN-OK OR EOF-INPUT.
       ASK-ONE-PLAYER-NAME.
           DISPLAY "Quel est ton nom de joueur ?".
           MOVE SPACES TO WS-PLAYER-NAME.
           ACCEPT WS-PLAYER-NAME
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
           END-ACCEPT.
           IF NOT EOF-INPUT
              MOVE FUNCTION UPPER-CASE(WS-PLAYER-NAME)
                 TO WS-PLAYER-NAME
              IF WS-PLAYER-NAME = SPACES
                 MOVE "ANONYME" TO WS-PLAYER-NAME
              END-IF
              MOVE WS-PLAYER-NAME TO WS-LOGIN-NAME
              MOVE "JOUEUR" TO WS-LOGIN-ORIGIN
              PERFORM CHECK-RESERVED-NAME
              IF NOT NAME-RESERVED
                 PERFORM VERIFY-PLAYER-PIN
              END-IF
           END-IF.
      * ADVERSAIRE et KIOSQUE... sont les noms que le jeu donne
      * lui-mme  l'adversaire par dfaut et aux parties de borne ;
      * les accepter a l'invite laisserait jouer sans code sous un
      * nom partag.
       CHECK-RESERVED-NAME.
           MOVE 'N' TO WS-NAME-RESERVED.
           IF WS-LOGIN-NAME = "ADVERSAIRE"
              OR WS-LOGIN-NAME(1:7) = "KIOSQUE"
              MOVE 'O' TO WS-NAME-RESERVED
              DISPLAY "Le nom " FUNCTION TRIM(WS-LOGIN-NAME)
                 " est rserv, choisis-en un autre."
           END-IF.
      * Un nom connu doit donner son code ; un nom nouveau (absent
      * de joueurs.dat) en choisit un (saisi deux fois). Un joueur
      * dj inscrit qui n'a pas encore de code est refus : c'est
      * l'oprateur qui lui en donne un (GESTION-JOUEURS). Chaque
      * chec est compt dans codes-joueurs.txt et journalis ; au
      * troisime chec d'affile le nom est verrouill jusqu' la
      * remise  zro par l'oprateur. Un refus ramne  l'invite du
      * nom.
       VERIFY-PLAYER-PIN.
           MOVE 'N' TO WS-LOGIN-OK.
           MOVE 'N' TO WS-PIN-LOCKED.
           IF WS-LOGIN-NAME = "ANONYME"
              MOVE 'O' TO WS-LOGIN-OK
           ELSE
              PERFORM FIND-CREDENTIAL
              IF NOT CRED-FOUND
                 PERFORM LOOKUP-LOGIN-PLAYER
                 IF PLAYER-FOUND
                    DISPLAY "Le joueur " FUNCTION TRIM(WS-LOGIN-NAME)
                       " n'a pas encore de code secret ; demande  "
                       "l'oprateur de t'en attribuer un."
                    MOVE 0 TO WS-CW-FAILURES
                    MOVE "SANSCODE" TO WS-SEC-EVENT
                    PERFORM WRITE-SECURITY-EVENT
                 ELSE
                    PERFORM CREATE-PLAYER-PIN
                 END-IF
              ELSE
                 IF WS-CW-STATUS = 'V'
                    DISPLAY "Le nom " FUNCTION TRIM(WS-LOGIN-NAME)
                       " est verrouill ; demande  l'oprateur de "
                       "remettre ton code  zro."
                    MOVE "REFUS" TO WS-SEC-EVENT
                    PERFORM WRITE-SECURITY-EVENT
                 ELSE
                    PERFORM CHECK-PIN-ATTEMPT
                       UNTIL LOGIN-OK OR PIN-LOCKED OR EOF-INPUT
                 END-IF
              END-IF
           END-IF.
       FIND-CREDENTIAL.
           MOVE 'N' TO WS-CRED-FOUND.
           MOVE 'N' TO WS-EOF-CRED.
           OPEN INPUT CREDENTIALS-FILE.
           PERFORM UNTIL WS-EOF-CRED = 'O'
                   READ CREDENTIALS-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CRED
                   NOT AT END
                      IF CRED-NAME = WS-LOGIN-NAME
                         MOVE 'O' TO WS-CRED-FOUND
                         MOVE CRED-SALT TO WS-CW-SALT
                         MOVE CRED-PIN-HASH TO WS-CW-PIN-HASH
                         IF CRED-FAILURES NUMERIC
                            MOVE CRED-FAILURES TO WS-CW-FAILURES
                         ELSE
                            MOVE 0 TO WS-CW-FAILURES
                         END-IF
                         MOVE CRED-STATUS TO WS-CW-STATUS
                         MOVE CRED-CHANGE-DATE TO WS-CW-CHANGE-DATE
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE CREDENTIALS-FILE.
       LOOKUP-LOGIN-PLAYER.
           MOVE 'O' TO WS-PLAYER-FOUND.
           OPEN INPUT PLAYERS-FILE.
           MOVE WS-LOGIN-NAME TO PLAYER-NAME.
           READ PLAYERS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PLAYER-FOUND
           END-READ.
           CLOSE PLAYERS-FILE.
       CREATE-PLAYER-PIN.
           DISPLAY "Nouveau joueur : choisis un code secret de "
              "4 chiffres pour " FUNCTION TRIM(WS-LOGIN-NAME) ".".
           PERFORM ACCEPT-PIN.
           MOVE WS-PIN-INPUT TO WS-PIN-FIRST.
           IF NOT EOF-INPUT
              DISPLAY "Confirme ton code secret :"
              PERFORM ACCEPT-PIN
           END-IF.
           IF EOF-INPUT
              CONTINUE
           ELSE
              IF WS-PIN-FIRST NUMERIC AND WS-PIN-INPUT = WS-PIN-FIRST
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                 MOVE WS-CURRENT-DATE TO WS-CW-CHANGE-DATE
                 COMPUTE WS-CW-SALT = FUNCTION RANDOM(
                    WS-CURRENT-MINUTE * 6000 + WS-CURRENT-SECOND * 100
                    + WS-CURRENT-MS) * 999999
                 PERFORM COMPUTE-PIN-HASH
                 MOVE WS-PIN-HASH TO WS-CW-PIN-HASH
                 MOVE 0 TO WS-CW-FAILURES
                 MOVE 'A' TO WS-CW-STATUS
                 PERFORM SAVE-CREDENTIAL
                 MOVE "CREATION" TO WS-SEC-EVENT
                 PERFORM WRITE-SECURITY-EVENT
                 DISPLAY "Code enregistr, bienvenue "
                    FUNCTION TRIM(WS-LOGIN-NAME) " !"
                 MOVE 'O' TO WS-LOGIN-OK
              ELSE
                 DISPLAY "Code refus : il faut deux fois les mmes "
                    "4 chiffres."
              END-IF
           END-IF.
       CHECK-PIN-ATTEMPT.
           DISPLAY "Code secret de " FUNCTION TRIM(WS-LOGIN-NAME)
              " ?".
           PERFORM ACCEPT-PIN.
           IF NOT EOF-INPUT
              PERFORM COMPUTE-PIN-HASH
              IF WS-PIN-INPUT NUMERIC
                 AND WS-PIN-HASH = WS-CW-PIN-HASH
                 MOVE 'O' TO WS-LOGIN-OK
                 IF WS-CW-FAILURES > 0
                    MOVE 0 TO WS-CW-FAILURES
                    PERFORM SAVE-CREDENTIAL
                 END-IF
              ELSE
                 ADD 1 TO WS-CW-FAILURES
                 MOVE "ECHEC" TO WS-SEC-EVENT
                 PERFORM WRITE-SECURITY-EVENT
                 IF WS-CW-FAILURES >= WS-MAX-PIN-FAILURES
                    MOVE 'V' TO WS-CW-STATUS
                    MOVE 'O' TO WS-PIN-LOCKED
                    MOVE "VERROU" TO WS-SEC-EVENT
                    PERFORM WRITE-SECURITY-EVENT
                    DISPLAY "Trop d'checs : le nom "
                       FUNCTION TRIM(WS-LOGIN-NAME) " est verrouill,"
                       " demande  l'oprateur."
                 ELSE
                    COMPUTE WS-PIN-TRIES-LEFT =
                       WS-MAX-PIN-FAILURES - WS-CW-FAILURES
                    DISPLAY "Code incorrect, encore "
                       WS-PIN-TRIES-LEFT " essai(s)."
                 END-IF
                 PERFORM SAVE-CREDENTIAL
              END-IF
           END-IF.
       ACCEPT-PIN.
           MOVE SPACES TO WS-PIN-INPUT.
           ACCEPT WS-PIN-INPUT
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
           END-ACCEPT.
           IF NOT EOF-INPUT
              PERFORM VARYING WS-SCROLL-IX FROM 1 BY 1
                 UNTIL WS-SCROLL-IX > 30
                      DISPLAY " "
              END-PERFORM
           END-IF.
      * Le code n'est gard que brouill par le sel du joueur : deux
      * joueurs au mme code n'ont pas la mme empreinte.
       COMPUTE-PIN-HASH.
           COMPUTE WS-PIN-HASH = WS-CW-SALT + 7.
           PERFORM VARYING WS-PIN-POS FROM 1 BY 1 UNTIL WS-PIN-POS > 4
                   COMPUTE WS-PIN-HASH = FUNCTION MOD(WS-PIN-HASH * 131
                      + FUNCTION ORD(WS-PIN-INPUT(WS-PIN-POS:1)),
                      999999937)
           END-PERFORM.
      * codes-joueurs.txt est recopi dans codes-joueurs.neuf avec
      * l'enregistrement du joueur remplac (ou ajout en fin), puis
      * recopi en place.
       SAVE-CREDENTIAL.
           MOVE 'N' TO WS-CRED-WRITTEN.
           MOVE 'N' TO WS-EOF-CRED.
           OPEN INPUT CREDENTIALS-FILE.
           OPEN OUTPUT CREDENTIALS-NEW-FILE.
           PERFORM UNTIL WS-EOF-CRED = 'O'
                   READ CREDENTIALS-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CRED
                   NOT AT END
                      IF CRED-NAME = WS-LOGIN-NAME
                         PERFORM BUILD-CRED-RECORD
                         MOVE 'O' TO WS-CRED-WRITTEN
                      END-IF
                      MOVE CRED-RECORD TO CNEW-RECORD
                      WRITE CNEW-RECORD
                   END-READ
           END-PERFORM.
           IF WS-CRED-WRITTEN = 'N'
              PERFORM BUILD-CRED-RECORD
              MOVE CRED-RECORD TO CNEW-RECORD
              WRITE CNEW-RECORD
           END-IF.
           CLOSE CREDENTIALS-NEW-FILE.
           CLOSE CREDENTIALS-FILE.
           MOVE 'N' TO WS-EOF-CRED.
           OPEN INPUT CREDENTIALS-NEW-FILE.
           OPEN OUTPUT CREDENTIALS-FILE.
           PERFORM UNTIL WS-EOF-CRED = 'O'
                   READ CREDENTIALS-NEW-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CRED
                   NOT AT END
                      MOVE CNEW-RECORD TO CRED-RECORD
                      WRITE CRED-RECORD
                   END-READ
           END-PERFORM.
           CLOSE CREDENTIALS-FILE.
           CLOSE CREDENTIALS-NEW-FILE.
       BUILD-CRED-RECORD.
           MOVE SPACES TO CRED-RECORD.
           MOVE WS-LOGIN-NAME TO CRED-NAME.
           MOVE WS-CW-SALT TO CRED-SALT.
           MOVE WS-CW-PIN-HASH TO CRED-PIN-HASH.
           MOVE WS-CW-FAILURES TO CRED-FAILURES.
           MOVE WS-CW-STATUS TO CRED-STATUS.
           MOVE WS-CW-CHANGE-DATE TO CRED-CHANGE-DATE.
       WRITE-SECURITY-EVENT.
           MOVE SPACES TO SEC-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO SEC-TIME.
           MOVE WS-SEC-EVENT TO SEC-EVENT.
           MOVE WS-LOGIN-NAME TO SEC-PLAYER.
           MOVE WS-CW-FAILURES TO SEC-FAILURES.
           MOVE WS-LOGIN-ORIGIN TO SEC-ORIGIN.
           OPEN EXTEND SECURITY-LOG.
           WRITE SEC-RECORD.
           CLOSE SECURITY-LOG.
           MOVE SPACES TO WS-SEC-EVENT.
      * Le fichier des joueurs est index sur le nom : seul le joueur
      * de la partie est lu puis rcrit, ou cr  sa premire
      * partie. Les autres joueurs ne sont pas touchs.
       UPDATE-PLAYER-MASTER.
           OPEN I-O PLAYERS-FILE.
           PERFORM READ-PLAYER-RECORD.
           PERFORM APPLY-ROUND-TO-PLAYER.
           IF PLAYER-FOUND
              REWRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Attention : le joueur "
                       FUNCTION TRIM(WS-PLAYER-NAME)
                       " n'a pas pu tre mis  jour, la partie n'a "
                       "pas t compte."
              END-REWRITE
           ELSE
              WRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Attention : le joueur "
                       FUNCTION TRIM(WS-PLAYER-NAME)
                       " n'a pas pu tre cr, la partie n'a "
                       "pas t compte."
              END-WRITE
           END-IF.
           CLOSE PLAYERS-FILE.
       READ-PLAYER-RECORD.
           MOVE 'O' TO WS-PLAYER-FOUND.
           MOVE WS-PLAYER-NAME TO PLAYER-NAME.
           READ PLAYERS-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PLAYER-FOUND
           END-READ.
           IF PLAYER-FOUND
              IF PLAYER-SEASON-POINTS NOT NUMERIC
                 MOVE 0 TO PLAYER-SEASON-POINTS
              END-IF
           ELSE
              MOVE SPACES TO PLAYER-RECORD
              MOVE WS-PLAYER-NAME TO PLAYER-NAME
              MOVE 0 TO PLAYER-GAMES
              MOVE 0 TO PLAYER-WON
              MOVE 0 TO PLAYER-LOST
              MOVE 0 TO PLAYER-STREAK
              MOVE 0 TO PLAYER-BEST-STREAK
              MOVE 0 TO PLAYER-LAST-DATE
              MOVE 0 TO PLAYER-SEASON-POINTS
           END-IF.
       APPLY-ROUND-TO-PLAYER.
           ADD 1 TO PLAYER-GAMES.
           IF WON
              ADD 1 TO PLAYER-WON
              ADD 1 TO PLAYER-STREAK
              IF PLAYER-STREAK > PLAYER-BEST-STREAK
                 MOVE PLAYER-STREAK TO PLAYER-BEST-STREAK
              END-IF
              PERFORM SCORE-ROUND-POINTS
           ELSE
              ADD 1 TO PLAYER-LOST
              MOVE 0 TO PLAYER-STREAK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO PLAYER-LAST-DATE.
       SCORE-ROUND-POINTS.
           EVALUATE TRUE
              WHEN DIFF-EASY
                 MOVE 5 TO WS-ROUND-POINTS
              END-IF
           END-IF.
           ADD WS-ROUND-POINTS TO PLAYER-SEASON-POINTS.
           DISPLAY WS-ROUND-POINTS " point(s) pour la saison.".
       DISPLAY-SCOREBOARD.
           DISPLAY "=== Score du tournoi ===".
           DISPLAY "Mots devins : " WS-ROUNDS-WON.
       LOAD-DICTIONARY.
           PERFORM LOAD-WORD-MASTER.
           MOVE 0 TO WS-DICT-SIZE.
           MOVE 0 TO WS-DICT-DROPPED.
           PERFORM BUILD-CATEGORY-TABLE
              VARYING WS-MASTER-IX FROM 1 BY 1
              UNTIL WS-MASTER-IX > WS-MASTER-SIZE.
           IF WS-DICT-DROPPED > 0
              DISPLAY "Attention : la table de mots est pleine, "
                 WS-DICT-DROPPED " mot(s) n'ont pas t chargs."
           END-IF.
           DISPLAY WS-DICT-SIZE " mots chargs pour cette catgorie."
           IF WS-DICT-SIZE = 0
              DISPLAY "Attention : le fichier matre des mots est "
           CLOSE MASTER-WORDS-FILE.
       BUILD-CATEGORY-TABLE.
           IF WS-ME-CATEGORY(WS-MASTER-IX) = WS-CATEGORY
              OR CHALLENGE-MODE
              IF WS-DICT-SIZE < WS-MAX-DICT-SIZE
                 ADD 1 TO WS-DICT-SIZE
                 MOVE WS-ME-WORD(WS-MASTER-IX)
                 MOVE WS-MASTER-IX
                    TO WS-DICT-MASTER-IX(WS-DICT-SIZE)
              ELSE
                 ADD 1 TO WS-DICT-DROPPED
              END-IF
           END-IF.
       INIT-WORD-USED-FLAGS.
              MOVE 0 TO WS-GUESSED-COUNT
              MOVE SPACES TO WS-GUESSED-LETTERS
              MOVE 0 TO WS-GUESS-SEQ
              PERFORM ASSIGN-GAME-ID
              PERFORM START-GAME-CLOCK
              MOVE 'N' TO WS-HINT-USED-FLAG
              SET PLAYING TO TRUE
           END-IF.
      * L'heure de dbut est note pour la ligne rsum, qui porte
      * aussi la dure de la partie en secondes.
       START-GAME-CLOCK.
           PERFORM READ-CLOCK.
           MOVE WS-CLOCK-STAMP TO WS-GAME-START-STAMP.
           MOVE WS-CURRENT-TIME(1:6) TO WS-GAME-START-TIME.
       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-CLOCK-DATE.
           COMPUTE WS-CLOCK-STAMP =
              FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
              + WS-CURRENT-HOUR * 3600 + WS-CURRENT-MINUTE * 60
              + WS-CURRENT-SECOND.
      * Chaque partie reoit le numro suivant du compteur ; il est
      * port par la ligne rsum et par chaque ligne de dtail, ce
      * qui permet de retrouver et de rejouer une partie prcise.
       ASSIGN-GAME-ID.
           MOVE 0 TO WS-GAME-ID.
           MOVE 'N' TO WS-EOF-COUNTER.
           OPEN INPUT GAME-COUNTER-FILE.
           READ GAME-COUNTER-FILE
              AT END
                 MOVE 'O' TO WS-EOF-COUNTER
           END-READ.
           IF WS-EOF-COUNTER = 'N' AND CNT-LAST-GAME-ID NUMERIC
              MOVE CNT-LAST-GAME-ID TO WS-GAME-ID
           END-IF.
           CLOSE GAME-COUNTER-FILE.
           ADD 1 TO WS-GAME-ID.
           MOVE WS-GAME-ID TO CNT-LAST-GAME-ID.
           OPEN OUTPUT GAME-COUNTER-FILE.
           WRITE COUNTER-RECORD.
           CLOSE GAME-COUNTER-FILE.
      * Slection du mot le moins rcemment servi : un premier
      * balayage retient la date de service la plus ancienne parmi
      * les mots encore indits (dans le gabarit de difficult si
           MOVE WS-CURRENT-DATE
              TO WS-DICT-LAST-SERVED(WS-RAND-ID).
           PERFORM WRITE-WORD-MASTER.
      * Rcriture  l'abri des coupures du fichier matre des mots :
      * mots.neuf est crit, relu et compt, puis bascul avec
      * copie de secours dans mots.bak.
       WRITE-WORD-MASTER.
           PERFORM WRITE-NEW-MASTER-GENERATION.
           END-IF.
       SAVE-GAME-HISTORY.
           MOVE SPACES TO HIST-RECORD.
           PERFORM READ-CLOCK.
           MOVE WS-CURRENT-YEAR TO HIST-YEAR.
           MOVE WS-CURRENT-MONTH TO HIST-MONTH.
           MOVE WS-CURRENT-DAY TO HIST-DAY.
              MOVE WS-CATEGORY TO HIST-CATEGORY
           END-IF.
           MOVE WS-DIFFICULTY TO HIST-DIFFICULTY.
           MOVE WS-GAME-ID TO HIST-GAME-ID.
           IF CHALLENGE-MODE
              MOVE 'J' TO HIST-CHALLENGE
           END-IF.
           MOVE WS-GAME-START-TIME TO HIST-START-TIME.
           COMPUTE WS-ELAPSED = WS-CLOCK-STAMP - WS-GAME-START-STAMP.
           IF WS-ELAPSED > 99999
              MOVE 99999 TO WS-ELAPSED
           END-IF.
           MOVE WS-ELAPSED TO HIST-ELAPSED.
           IF TIMED-ON
              MOVE WS-TURN-LIMIT TO HIST-TURN-LIMIT
           END-IF.
           MOVE WS-STATION-CODE TO HIST-STATION.
           OPEN EXTEND HISTORY-FILE.
           WRITE HIST-RECORD.
           CLOSE HISTORY-FILE.
           MOVE WS-CURRENT-TIME(1:6) TO HIST-DET-TIME.
           MOVE WS-PLAYER-NAME TO HIST-DET-PLAYER.
           MOVE WS-GUESS-SEQ TO HIST-DET-SEQ.
           IF GUESS-TOO-SLOW
              MOVE SPACE TO HIST-DET-LETTER
           ELSE
              MOVE WS-USER-INPUT TO HIST-DET-LETTER
           END-IF.
           MOVE WS-GUESS-RESULT TO HIST-DET-RESULT.
           MOVE WS-GUESS-FROM-HINT TO HIST-DET-HINT.
           MOVE WS-GAME-ID TO HIST-DET-GAME-ID.
           MOVE WS-LIVES TO HIST-DET-LIVES.
           MOVE WS-STATION-CODE TO HIST-DET-STATION.
           OPEN EXTEND HISTORY-FILE.
           WRITE HIST-DETAIL.
           CLOSE HISTORY-FILE.
