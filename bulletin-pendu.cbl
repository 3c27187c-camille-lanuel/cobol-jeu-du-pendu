       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLETIN-PENDU.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAYER-NAME.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BULLHIST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RANK-FILE ASSIGN TO "bulletin-rangs.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RANK-NAME-FILE
           ASSIGN TO "bulletin-noms.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATEMENT-FILE ASSIGN TO "BULLFILE"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANK-SORT-FILE ASSIGN TO "tri-bulletin-rang.tmp".
           SELECT NAME-SORT-FILE ASSIGN TO "tri-bulletin-nom.tmp".
           SELECT SORT-FILE ASSIGN TO "tri-bulletin.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       FD  HISTORY-FILE.
       COPY "histrec.cpy".
      * Rang de saison de chaque joueur, d'abord dans l'ordre du
      * classement puis retri sur le nom pour tre lu en mme temps
      * que le fichier des joueurs.
       FD  RANK-FILE.
       01 RANK-RECORD.
          05 RANK-NAME                PIC X(20).
          05 RANK-POS                 PIC 9(5).
       FD  RANK-NAME-FILE.
       01 RNOM-RECORD.
          05 RNOM-NAME                PIC X(20).
          05 RNOM-POS                 PIC 9(5).
       FD  STATEMENT-FILE.
       01 STMT-RECORD                 PIC X(80).
      * Mme ordre que SAISON-PENDU : points, puis parties, puis nom.
       SD  RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
          05 RKS-SEASON               PIC 9(6).
          05 RKS-GAMES                PIC 9(5).
          05 RKS-NAME                 PIC X(20).
       SD  NAME-SORT-FILE.
       01 NAME-SORT-RECORD.
          05 NMS-NAME                 PIC X(20).
          05 NMS-POS                  PIC 9(5).
      * Une ligne par partie joue ('P'), par manche de duel o le
      * joueur a choisi le mot ('S') et par lettre tente ('D'),
      * trie par joueur en gardant l'ordre de lecture des fichiers.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-PLAYER               PIC X(20).
          05 SRT-SEQ                  PIC 9(9).
          05 SRT-KIND                 PIC X.
             88 SRT-IS-GAME                     VALUE 'P'.
             88 SRT-IS-SET                      VALUE 'S'.
             88 SRT-IS-DETAIL                   VALUE 'D'.
          05 SRT-GAME-ID              PIC 9(8).
          05 SRT-DATE                 PIC 9(8).
          05 SRT-WORD                 PIC X(50).
          05 SRT-LIVES                PIC 9.
          05 SRT-STATUS               PIC X(4).
          05 SRT-OTHER                PIC X(20).
          05 SRT-DET-SEQ              PIC 9(2).
          05 SRT-LETTER               PIC X.
          05 SRT-RESULT               PIC X.
             88 SRT-MISS                        VALUE 'R'.
             88 SRT-LATE                        VALUE 'L'.
          05 SRT-HINT                 PIC X.
             88 SRT-FROM-HINT                   VALUE 'O'.
          05 SRT-STATION              PIC X(4).
       WORKING-STORAGE SECTION.
      * Bulletin individuel : chiffres  vie et de saison de
      * joueurs.dat, rang de saison, meilleurs et pires mots,
      * lettres les plus rates, usage des indices et bilan des
      * duels, tirs de l'historique vivant et des archives
      * mensuelles balayes comme dans CONTROLE-PENDU. Chaque
      * bulletin est crit dans bulletin-NOM.txt ; pour un seul
      * joueur, il est aussi affich.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-HISTORY                     VALUE 'O'.
       01 WS-EOF-PLAYERS              PIC A     VALUE 'N'.
          88 END-OF-PLAYERS                     VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
       01 WS-REQUEST-HANDLING.
          05 WS-WANTED-NAME           PIC X(20) VALUE SPACES.
             88 ALL-PLAYERS                     VALUE SPACES.
          05 WS-BULLETIN-COUNT        PIC 9(5)  VALUE 0.
       01 WS-FILE-ROUTING.
          05 WS-HIST-ENV-NAME         PIC X(20) VALUE "BULLHIST".
          05 WS-HIST-FILENAME         PIC X(20) VALUE SPACES.
          05 WS-STMT-ENV-NAME         PIC X(20) VALUE "BULLFILE".
          05 WS-STMT-FILENAME         PIC X(40) VALUE SPACES.
          05 WS-NAME-PART             PIC X(20) VALUE SPACES.
          05 WS-NAME-LENGTH           PIC 9(2)  VALUE 0.
          05 WS-SCAN-PERIOD.
             10 WS-SCAN-YEAR          PIC 9(4).
             10 WS-SCAN-MONTH         PIC 9(2).
          05 WS-START-YEAR            PIC 9(4)  VALUE 0.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE.
                15 WS-CURRENT-YEAR    PIC 9(4).
                15 WS-CURRENT-MONTH   PIC 9(2).
                15 WS-CURRENT-DAY     PIC 9(2).
             10 FILLER                PIC X(13).
       01 WS-MERGE-KEYS.
          05 WS-PLAYER-KEY            PIC X(20) VALUE SPACES.
          05 WS-SORT-KEY              PIC X(20) VALUE SPACES.
          05 WS-RANK-KEY              PIC X(20) VALUE SPACES.
          05 WS-RELEASE-SEQ           PIC 9(9)  VALUE 0.
       01 WS-RANKING.
          05 WS-RANK                  PIC 9(5)  VALUE 0.
          05 WS-RANK-TOTAL            PIC 9(5)  VALUE 0.
          05 WS-PLAYER-RANK           PIC 9(5)  VALUE 0.
          05 WS-SEASON-POINTS         PIC 9(6)  VALUE 0.
       01 WS-PLAYER-TALLY.
          05 WS-HG-GAMES              PIC 9(5)  VALUE 0.
          05 WS-HG-WON                PIC 9(5)  VALUE 0.
          05 WS-HINT-COUNT            PIC 9(5)  VALUE 0.
          05 WS-HINT-GAMES            PIC 9(5)  VALUE 0.
          05 WS-DUEL-GUESS-ROUNDS     PIC 9(5)  VALUE 0.
          05 WS-DUEL-GUESS-WINS       PIC 9(5)  VALUE 0.
          05 WS-DUEL-SET-ROUNDS       PIC 9(5)  VALUE 0.
          05 WS-DUEL-SET-WINS         PIC 9(5)  VALUE 0.
          05 WS-CUR-HINT-USED         PIC A     VALUE 'N'.
             88 CUR-HINT-USED                   VALUE 'O'.
      * Partie en cours du joueur sur chaque poste, comme dans
      * ANALYSE-PENDU : les lignes des postes s'entrelacent, une
      * partie est reconnue  son numro et  son poste.
       01 WS-OPEN-GAMES.
          05 WS-OPEN-COUNT            PIC 9(2)  VALUE 0.
          05 WS-OPEN-IX               PIC 9(2)  VALUE 0.
          05 WS-OPEN-SLOT             PIC 9(2)  VALUE 0.
          05 WS-OPEN-FULL             PIC A     VALUE 'N'.
             88 OPEN-TABLE-FULL                 VALUE 'O'.
          05 WS-OPEN-ENTRY            OCCURS 20 TIMES.
             10 WS-OG-STATION         PIC X(4).
             10 WS-OG-GAME-ID         PIC 9(8).
             10 WS-OG-HINT-USED       PIC A.
      * Lettres tentes par le joueur, hors lettres rvles par un
      * indice.
       01 WS-LETTER-STATS.
          05 WS-ALPHABET              PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          05 WS-LETTER-ENTRY          OCCURS 26 TIMES.
             10 WS-LET-TRIES          PIC 9(5).
             10 WS-LET-MISSES         PIC 9(5).
             10 WS-LET-SHOWN          PIC A.
          05 WS-LETTER-IX             PIC 9(2)  VALUE 0.
          05 WS-TOP-IX                PIC 9(2)  VALUE 0.
          05 WS-TOP-COUNT             PIC 9(2)  VALUE 0.
      * Les trois meilleurs mots (gagns avec le plus de vies) et les
      * trois pires (perdus, ou gagns de justesse) ; une victoire
      * vaut 10 points de plus que les vies restantes.
       01 WS-WORD-RANKING.
          05 WS-WORD-SCORE            PIC 9(2)  VALUE 0.
          05 WS-WORD-SLOT             PIC 9     VALUE 0.
          05 WS-BEST-COUNT            PIC 9     VALUE 0.
          05 WS-BEST-ENTRY            OCCURS 3 TIMES.
             10 WS-BW-SCORE           PIC 9(2).
             10 WS-BW-WORD            PIC X(50).
             10 WS-BW-LIVES           PIC 9.
             10 WS-BW-DATE            PIC 9(8).
          05 WS-WORST-COUNT           PIC 9     VALUE 0.
          05 WS-WORST-ENTRY           OCCURS 3 TIMES.
             10 WS-WW-SCORE           PIC 9(2).
             10 WS-WW-WORD            PIC X(50).
             10 WS-WW-STATUS          PIC X(4).
             10 WS-WW-LIVES           PIC 9.
             10 WS-WW-DATE            PIC 9(8).
       01 WS-LOOPING.
          05 I                        PIC 9(2)  VALUE 0.
          05 J                        PIC 9(2)  VALUE 0.
       01 WS-BUILD-LINE               PIC X(80) VALUE SPACES.
       01 WS-COMPUTED.
          05 WS-RATE                  PIC 999V99 VALUE 0.
       01 WS-EDITING.
          05 WS-RATE-ED               PIC ZZ9,99.
          05 WS-COUNT-ED              PIC ZZZZ9.
          05 WS-COUNT2-ED             PIC ZZZZ9.
          05 WS-COUNT3-ED             PIC ZZZZ9.
          05 WS-POINTS-ED             PIC ZZZZZ9.
          05 WS-STREAK-ED             PIC ZZ9.
          05 WS-STREAK2-ED            PIC ZZ9.
          05 WS-LIVES-ED              PIC 9.
          05 WS-POS-ED                PIC 9.
          05 WS-STATUS-LABEL          PIC X(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Bulletin individuel du pendu ===".
           DISPLAY "Nom du joueur (vide pour tous les joueurs) :".
           ACCEPT WS-WANTED-NAME
              ON EXCEPTION
                 MOVE SPACES TO WS-WANTED-NAME
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-WANTED-NAME) TO WS-WANTED-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           SORT RANK-SORT-FILE
              ON DESCENDING KEY RKS-SEASON RKS-GAMES
              ON ASCENDING KEY RKS-NAME
              INPUT PROCEDURE IS READ-PLAYERS-FOR-RANK
              OUTPUT PROCEDURE IS WRITE-RANK-FILE.
           SORT NAME-SORT-FILE
              ON ASCENDING KEY NMS-NAME
              USING RANK-FILE
              GIVING RANK-NAME-FILE.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-PLAYER SRT-SEQ
              INPUT PROCEDURE IS SCAN-HISTORY
              OUTPUT PROCEDURE IS PRODUCE-BULLETINS.
           IF ALL-PLAYERS
              DISPLAY WS-BULLETIN-COUNT " bulletin(s) crit(s) dans "
                 "les fichiers bulletin-NOM.txt."
           ELSE
              IF WS-BULLETIN-COUNT = 0
                 DISPLAY "Joueur " FUNCTION TRIM(WS-WANTED-NAME)
                    " inconnu dans joueurs.dat."
              ELSE
                 DISPLAY "Bulletin crit dans "
                    FUNCTION TRIM(WS-STMT-FILENAME) "."
              END-IF
           END-IF.
           STOP RUN.
       READ-PLAYERS-FOR-RANK.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      IF PLAYER-NAME NOT = SPACES
                         PERFORM RELEASE-RANK-PLAYER
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       RELEASE-RANK-PLAYER.
           MOVE PLAYER-NAME TO RKS-NAME.
           IF PLAYER-SEASON-POINTS NUMERIC
              MOVE PLAYER-SEASON-POINTS TO RKS-SEASON
           ELSE
              MOVE 0 TO RKS-SEASON
           END-IF.
           MOVE PLAYER-GAMES TO RKS-GAMES.
           RELEASE RANK-SORT-RECORD.
       WRITE-RANK-FILE.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO WS-EOF-SORT.
           OPEN OUTPUT RANK-FILE.
           PERFORM UNTIL END-OF-SORT
                   RETURN RANK-SORT-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-SORT
                   NOT AT END
                      ADD 1 TO WS-RANK
                      MOVE RKS-NAME TO RANK-NAME
                      MOVE WS-RANK TO RANK-POS
                      WRITE RANK-RECORD
                   END-RETURN
           END-PERFORM.
           CLOSE RANK-FILE.
           MOVE WS-RANK TO WS-RANK-TOTAL.
       SCAN-HISTORY.
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
           MOVE "historique.txt" TO WS-HIST-FILENAME.
           PERFORM SCAN-ONE-FILE.
       SCAN-ARCHIVE-MONTH.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING "histo-" DELIMITED BY SIZE
                  WS-SCAN-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-HIST-FILENAME.
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
                      PERFORM SELECT-HISTORY-RECORD
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       SELECT-HISTORY-RECORD.
           IF HIST-IS-DETAIL
              IF ALL-PLAYERS OR HIST-DET-PLAYER = WS-WANTED-NAME
                 PERFORM RELEASE-DETAIL
              END-IF
           ELSE
              IF HIST-DATE NUMERIC
                 IF ALL-PLAYERS OR HIST-PLAYER = WS-WANTED-NAME
                    PERFORM RELEASE-GAME
                 END-IF
                 IF HIST-SETTER NOT = SPACES
                    AND (ALL-PLAYERS OR HIST-SETTER = WS-WANTED-NAME)
                    PERFORM RELEASE-SET-ROUND
                 END-IF
              END-IF
           END-IF.
       RELEASE-DETAIL.
           MOVE SPACES TO SORT-RECORD.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-RELEASE-SEQ TO SRT-SEQ.
           MOVE HIST-DET-PLAYER TO SRT-PLAYER.
           MOVE 'D' TO SRT-KIND.
           IF HIST-DET-GAME-ID NUMERIC
              MOVE HIST-DET-GAME-ID TO SRT-GAME-ID
           ELSE
              MOVE 0 TO SRT-GAME-ID
           END-IF.
           MOVE HIST-DET-DATE TO SRT-DATE.
           IF HIST-DET-SEQ NUMERIC
              MOVE HIST-DET-SEQ TO SRT-DET-SEQ
           ELSE
              MOVE 0 TO SRT-DET-SEQ
           END-IF.
           MOVE HIST-DET-LETTER TO SRT-LETTER.
           MOVE HIST-DET-RESULT TO SRT-RESULT.
           MOVE HIST-DET-HINT TO SRT-HINT.
           MOVE HIST-DET-STATION TO SRT-STATION.
           RELEASE SORT-RECORD.
       RELEASE-GAME.
           MOVE SPACES TO SORT-RECORD.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-RELEASE-SEQ TO SRT-SEQ.
           MOVE HIST-PLAYER TO SRT-PLAYER.
           MOVE 'P' TO SRT-KIND.
           PERFORM MOVE-GAME-FIELDS.
           MOVE HIST-SETTER TO SRT-OTHER.
           RELEASE SORT-RECORD.
       RELEASE-SET-ROUND.
           MOVE SPACES TO SORT-RECORD.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-RELEASE-SEQ TO SRT-SEQ.
           MOVE HIST-SETTER TO SRT-PLAYER.
           MOVE 'S' TO SRT-KIND.
           PERFORM MOVE-GAME-FIELDS.
           MOVE HIST-PLAYER TO SRT-OTHER.
           RELEASE SORT-RECORD.
       MOVE-GAME-FIELDS.
           IF HIST-GAME-ID NUMERIC
              MOVE HIST-GAME-ID TO SRT-GAME-ID
           ELSE
              MOVE 0 TO SRT-GAME-ID
           END-IF.
           MOVE HIST-DATE TO SRT-DATE.
           MOVE HIST-WORD TO SRT-WORD.
           IF HIST-LIVES NUMERIC
              MOVE HIST-LIVES TO SRT-LIVES
           ELSE
              MOVE 0 TO SRT-LIVES
           END-IF.
           MOVE HIST-STATUS TO SRT-STATUS.
           MOVE HIST-STATION TO SRT-STATION.
      * Rapprochement dans l'ordre des noms : le fichier des joueurs
      * mne ; les lignes d'historique d'un nom absent de joueurs.dat
      * sont laisses de ct.
       PRODUCE-BULLETINS.
           MOVE 'N' TO WS-EOF-PLAYERS.
           MOVE 'N' TO WS-EOF-SORT.
           OPEN INPUT PLAYERS-FILE.
           OPEN INPUT RANK-NAME-FILE.
           PERFORM READ-NEXT-PLAYER.
           PERFORM RETURN-NEXT-RECORD.
           PERFORM READ-NEXT-RANK.
           PERFORM UNTIL WS-PLAYER-KEY = HIGH-VALUES
                   IF WS-SORT-KEY < WS-PLAYER-KEY
                      PERFORM RETURN-NEXT-RECORD
                   ELSE
                      PERFORM HANDLE-ONE-PLAYER
                      PERFORM READ-NEXT-PLAYER
                   END-IF
           END-PERFORM.
           CLOSE RANK-NAME-FILE.
           CLOSE PLAYERS-FILE.
       READ-NEXT-PLAYER.
           MOVE SPACES TO WS-PLAYER-KEY.
           PERFORM UNTIL WS-PLAYER-KEY NOT = SPACES
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE HIGH-VALUES TO WS-PLAYER-KEY
                   NOT AT END
                      MOVE PLAYER-NAME TO WS-PLAYER-KEY
                   END-READ
           END-PERFORM.
       RETURN-NEXT-RECORD.
           IF END-OF-SORT
              MOVE HIGH-VALUES TO WS-SORT-KEY
           ELSE
              RETURN SORT-FILE
                 AT END
                    MOVE 'O' TO WS-EOF-SORT
                    MOVE HIGH-VALUES TO WS-SORT-KEY
                 NOT AT END
                    MOVE SRT-PLAYER TO WS-SORT-KEY
              END-RETURN
           END-IF.
       READ-NEXT-RANK.
           READ RANK-NAME-FILE
              AT END
                 MOVE HIGH-VALUES TO WS-RANK-KEY
              NOT AT END
                 MOVE RNOM-NAME TO WS-RANK-KEY
           END-READ.
       HANDLE-ONE-PLAYER.
           PERFORM RESET-PLAYER-TALLY.
           PERFORM UNTIL WS-SORT-KEY NOT = WS-PLAYER-KEY
                   PERFORM TALLY-ONE-RECORD
                   PERFORM RETURN-NEXT-RECORD
           END-PERFORM.
           IF ALL-PLAYERS OR PLAYER-NAME = WS-WANTED-NAME
              PERFORM FIND-PLAYER-RANK
              PERFORM WRITE-BULLETIN
           END-IF.
       RESET-PLAYER-TALLY.
           MOVE 0 TO WS-HG-GAMES.
           MOVE 0 TO WS-HG-WON.
           MOVE 0 TO WS-HINT-COUNT.
           MOVE 0 TO WS-HINT-GAMES.
           MOVE 0 TO WS-DUEL-GUESS-ROUNDS.
           MOVE 0 TO WS-DUEL-GUESS-WINS.
           MOVE 0 TO WS-DUEL-SET-ROUNDS.
           MOVE 0 TO WS-DUEL-SET-WINS.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-CUR-HINT-USED.
           MOVE 0 TO WS-BEST-COUNT.
           MOVE 0 TO WS-WORST-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE 0 TO WS-LET-TRIES(I)
                   MOVE 0 TO WS-LET-MISSES(I)
                   MOVE 'N' TO WS-LET-SHOWN(I)
           END-PERFORM.
       TALLY-ONE-RECORD.
           EVALUATE TRUE
              WHEN SRT-IS-DETAIL
                 PERFORM TALLY-DETAIL
              WHEN SRT-IS-GAME
                 PERFORM TALLY-GAME
              WHEN SRT-IS-SET
                 PERFORM TALLY-SET-ROUND
           END-EVALUATE.
      * Mme rattachement des dtails  leur partie que dans
      * ANALYSE-PENDU : par numro de partie et poste, ou par
      * squence repartant  01 sur les anciens enregistrements.
      * Une vie perdue pour lenteur n'est pas une lettre tente.
       TALLY-DETAIL.
           PERFORM FIND-OPEN-GAME.
           IF WS-OPEN-SLOT > 0
              IF SRT-GAME-ID > 0
                 IF SRT-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE SRT-GAME-ID TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
                 END-IF
              ELSE
                 IF SRT-DET-SEQ = 1
                    MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
                 END-IF
              END-IF
           END-IF.
           IF SRT-FROM-HINT
              IF WS-OPEN-SLOT > 0
                 MOVE 'O' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
              END-IF
              ADD 1 TO WS-HINT-COUNT
           ELSE
              IF NOT SRT-LATE
                 PERFORM TALLY-LETTER
              END-IF
           END-IF.
       TALLY-LETTER.
           PERFORM FIND-LETTER-INDEX.
           IF WS-LETTER-IX > 0
              ADD 1 TO WS-LET-TRIES(WS-LETTER-IX)
              IF SRT-MISS
                 ADD 1 TO WS-LET-MISSES(WS-LETTER-IX)
              END-IF
           END-IF.
       FIND-LETTER-INDEX.
           MOVE 0 TO WS-LETTER-IX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF WS-ALPHABET(I:1) = SRT-LETTER
                      MOVE I TO WS-LETTER-IX
                   END-IF
           END-PERFORM.
       FIND-OPEN-GAME.
           MOVE 0 TO WS-OPEN-SLOT.
           PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
              UNTIL WS-OPEN-IX > WS-OPEN-COUNT OR WS-OPEN-SLOT > 0
                   IF WS-OG-STATION(WS-OPEN-IX) = SRT-STATION
                      MOVE WS-OPEN-IX TO WS-OPEN-SLOT
                   END-IF
           END-PERFORM.
           IF WS-OPEN-SLOT = 0
              IF WS-OPEN-COUNT < 20
                 ADD 1 TO WS-OPEN-COUNT
                 MOVE WS-OPEN-COUNT TO WS-OPEN-SLOT
                 MOVE SRT-STATION TO WS-OG-STATION(WS-OPEN-SLOT)
                 MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                 MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
              ELSE
                 IF NOT OPEN-TABLE-FULL
                    SET OPEN-TABLE-FULL TO TRUE
                    DISPLAY "Attention : plus de 20 postes, les "
                       "dtails des suivants sont ignors."
                 END-IF
              END-IF
           END-IF.
       TALLY-GAME.
           PERFORM FIND-OPEN-GAME.
           MOVE 'N' TO WS-CUR-HINT-USED.
           IF WS-OPEN-SLOT > 0
              IF SRT-GAME-ID > 0
                 AND SRT-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                 CONTINUE
              ELSE
                 MOVE WS-OG-HINT-USED(WS-OPEN-SLOT)
                    TO WS-CUR-HINT-USED
              END-IF
              MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
              MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
           END-IF.
           ADD 1 TO WS-HG-GAMES.
           IF SRT-STATUS = "WON"
              ADD 1 TO WS-HG-WON
           END-IF.
           IF CUR-HINT-USED
              ADD 1 TO WS-HINT-GAMES
           END-IF.
           IF SRT-OTHER NOT = SPACES
              ADD 1 TO WS-DUEL-GUESS-ROUNDS
              IF SRT-STATUS = "WON"
                 ADD 1 TO WS-DUEL-GUESS-WINS
              END-IF
           END-IF.
           IF SRT-WORD NOT = SPACES
              MOVE SRT-LIVES TO WS-WORD-SCORE
              IF SRT-STATUS = "WON"
                 ADD 10 TO WS-WORD-SCORE
              END-IF
              IF SRT-STATUS = "WON"
                 PERFORM RANK-BEST-WORD
              END-IF
              PERFORM RANK-WORST-WORD
           END-IF.
       TALLY-SET-ROUND.
           ADD 1 TO WS-DUEL-SET-ROUNDS.
           IF SRT-STATUS NOT = "WON"
              ADD 1 TO WS-DUEL-SET-WINS
           END-IF.
      * Insertion dans le palmars des trois meilleurs mots ;
      * score gal, le premier rencontr reste devant.
       RANK-BEST-WORD.
           MOVE 0 TO WS-WORD-SLOT.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-BEST-COUNT OR WS-WORD-SLOT > 0
                   IF WS-WORD-SCORE > WS-BW-SCORE(I)
                      MOVE I TO WS-WORD-SLOT
                   END-IF
           END-PERFORM.
           IF WS-WORD-SLOT = 0 AND WS-BEST-COUNT < 3
              COMPUTE WS-WORD-SLOT = WS-BEST-COUNT + 1
           END-IF.
           IF WS-WORD-SLOT > 0
              IF WS-BEST-COUNT < 3
                 ADD 1 TO WS-BEST-COUNT
              END-IF
              PERFORM VARYING J FROM WS-BEST-COUNT BY -1
                 UNTIL J <= WS-WORD-SLOT
                      MOVE WS-BEST-ENTRY(J - 1) TO WS-BEST-ENTRY(J)
              END-PERFORM
              MOVE WS-WORD-SCORE TO WS-BW-SCORE(WS-WORD-SLOT)
              MOVE SRT-WORD TO WS-BW-WORD(WS-WORD-SLOT)
              MOVE SRT-LIVES TO WS-BW-LIVES(WS-WORD-SLOT)
              MOVE SRT-DATE TO WS-BW-DATE(WS-WORD-SLOT)
           END-IF.
       RANK-WORST-WORD.
           MOVE 0 TO WS-WORD-SLOT.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-WORST-COUNT OR WS-WORD-SLOT > 0
                   IF WS-WORD-SCORE < WS-WW-SCORE(I)
                      MOVE I TO WS-WORD-SLOT
                   END-IF
           END-PERFORM.
           IF WS-WORD-SLOT = 0 AND WS-WORST-COUNT < 3
              COMPUTE WS-WORD-SLOT = WS-WORST-COUNT + 1
           END-IF.
           IF WS-WORD-SLOT > 0
              IF WS-WORST-COUNT < 3
                 ADD 1 TO WS-WORST-COUNT
              END-IF
              PERFORM VARYING J FROM WS-WORST-COUNT BY -1
                 UNTIL J <= WS-WORD-SLOT
                      MOVE WS-WORST-ENTRY(J - 1) TO WS-WORST-ENTRY(J)
              END-PERFORM
              MOVE WS-WORD-SCORE TO WS-WW-SCORE(WS-WORD-SLOT)
              MOVE SRT-WORD TO WS-WW-WORD(WS-WORD-SLOT)
              MOVE SRT-STATUS TO WS-WW-STATUS(WS-WORD-SLOT)
              MOVE SRT-LIVES TO WS-WW-LIVES(WS-WORD-SLOT)
              MOVE SRT-DATE TO WS-WW-DATE(WS-WORD-SLOT)
           END-IF.
       FIND-PLAYER-RANK.
           PERFORM UNTIL WS-RANK-KEY >= PLAYER-NAME
                   PERFORM READ-NEXT-RANK
           END-PERFORM.
           IF WS-RANK-KEY = PLAYER-NAME
              MOVE RNOM-POS TO WS-PLAYER-RANK
           ELSE
              MOVE 0 TO WS-PLAYER-RANK
           END-IF.
      * Le nom du fichier reprend le nom du joueur, les espaces
      * remplacs par des souligns.
       OPEN-STATEMENT-FILE.
           MOVE FUNCTION TRIM(PLAYER-NAME) TO WS-NAME-PART.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PLAYER-NAME))
              TO WS-NAME-LENGTH.
           INSPECT WS-NAME-PART(1:WS-NAME-LENGTH)
              REPLACING ALL SPACE BY '_' ALL '/' BY '_'.
           MOVE SPACES TO WS-STMT-FILENAME.
           STRING "bulletin-" DELIMITED BY SIZE
                  WS-NAME-PART DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-STMT-FILENAME.
           DISPLAY WS-STMT-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-STMT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT STATEMENT-FILE.
       WRITE-BULLETIN.
           PERFORM OPEN-STATEMENT-FILE.
           ADD 1 TO WS-BULLETIN-COUNT.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "BULLETIN DU PENDU - " DELIMITED BY SIZE
                  FUNCTION TRIM(PLAYER-NAME) DELIMITED BY SIZE
                  " - dit le " DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE ALL "-" TO WS-BUILD-LINE(1:60).
           PERFORM PUT-LINE.
           PERFORM WRITE-LIFETIME-FIGURES.
           PERFORM WRITE-SEASON-FIGURES.
           PERFORM WRITE-WORD-FIGURES.
           PERFORM WRITE-LETTER-FIGURES.
           PERFORM WRITE-HINT-FIGURES.
           PERFORM WRITE-DUEL-FIGURES.
           CLOSE STATEMENT-FILE.
       WRITE-LIFETIME-FIGURES.
           MOVE "Depuis le dbut" TO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE PLAYER-GAMES TO WS-COUNT-ED.
           MOVE PLAYER-WON TO WS-COUNT2-ED.
           MOVE PLAYER-LOST TO WS-COUNT3-ED.
           STRING "  Parties : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  "   gagnes : " DELIMITED BY SIZE
                  WS-COUNT2-ED DELIMITED BY SIZE
                  "   perdues : " DELIMITED BY SIZE
                  WS-COUNT3-ED DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           IF PLAYER-GAMES > 0
              COMPUTE WS-RATE ROUNDED =
                 PLAYER-WON * 100 / PLAYER-GAMES
           ELSE
              MOVE 0 TO WS-RATE
           END-IF.
           MOVE WS-RATE TO WS-RATE-ED.
           STRING "  Taux de russite : " DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE PLAYER-STREAK TO WS-STREAK-ED.
           MOVE PLAYER-BEST-STREAK TO WS-STREAK2-ED.
           STRING "  Srie en cours : " DELIMITED BY SIZE
                  WS-STREAK-ED DELIMITED BY SIZE
                  "   meilleure srie : " DELIMITED BY SIZE
                  WS-STREAK2-ED DELIMITED BY SIZE
                  "   dernire partie : " DELIMITED BY SIZE
                  PLAYER-LAST-DATE DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
       WRITE-SEASON-FIGURES.
           MOVE "Saison en cours" TO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           IF PLAYER-SEASON-POINTS NUMERIC
              MOVE PLAYER-SEASON-POINTS TO WS-SEASON-POINTS
           ELSE
              MOVE 0 TO WS-SEASON-POINTS
           END-IF.
           MOVE WS-SEASON-POINTS TO WS-POINTS-ED.
           MOVE WS-PLAYER-RANK TO WS-COUNT-ED.
           MOVE WS-RANK-TOTAL TO WS-COUNT2-ED.
           STRING "  Points : " DELIMITED BY SIZE
                  WS-POINTS-ED DELIMITED BY SIZE
                  "   rang : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  " sur " DELIMITED BY SIZE
                  WS-COUNT2-ED DELIMITED BY SIZE
                  " joueur(s)" DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
       WRITE-WORD-FIGURES.
           MOVE "Historique et archives" TO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE WS-HG-GAMES TO WS-COUNT-ED.
           MOVE WS-HG-WON TO WS-COUNT2-ED.
           STRING "  Parties retrouves : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  "   gagnes : " DELIMITED BY SIZE
                  WS-COUNT2-ED DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           IF WS-WORST-COUNT = 0
              MOVE "  Aucun mot jou dans l'historique."
                 TO WS-BUILD-LINE
              PERFORM PUT-LINE
           ELSE
              IF WS-BEST-COUNT = 0
                 MOVE "  Meilleurs mots : aucune victoire."
                    TO WS-BUILD-LINE
              ELSE
                 MOVE "  Meilleurs mots :" TO WS-BUILD-LINE
              END-IF
              PERFORM PUT-LINE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BEST-COUNT
                      MOVE I TO WS-POS-ED
                      MOVE WS-BW-LIVES(I) TO WS-LIVES-ED
                      STRING "    " DELIMITED BY SIZE
                             WS-POS-ED DELIMITED BY SIZE
                             ". " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-BW-WORD(I))
                                DELIMITED BY SIZE
                             " (gagn, " DELIMITED BY SIZE
                             WS-LIVES-ED DELIMITED BY SIZE
                             " vie(s), le " DELIMITED BY SIZE
                             WS-BW-DATE(I) DELIMITED BY SIZE
                             ")" DELIMITED BY SIZE
                             INTO WS-BUILD-LINE
                      PERFORM PUT-LINE
              END-PERFORM
              MOVE "  Mots les plus durs :" TO WS-BUILD-LINE
              PERFORM PUT-LINE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WORST-COUNT
                      MOVE I TO WS-POS-ED
                      MOVE WS-WW-LIVES(I) TO WS-LIVES-ED
                      IF WS-WW-STATUS(I) = "WON"
                         MOVE "gagn" TO WS-STATUS-LABEL
                      ELSE
                         MOVE "perdu" TO WS-STATUS-LABEL
                      END-IF
                      STRING "    " DELIMITED BY SIZE
                             WS-POS-ED DELIMITED BY SIZE
                             ". " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-WW-WORD(I))
                                DELIMITED BY SIZE
                             " (" DELIMITED BY SIZE
                             FUNCTION TRIM(WS-STATUS-LABEL)
                                DELIMITED BY SIZE
                             ", " DELIMITED BY SIZE
                             WS-LIVES-ED DELIMITED BY SIZE
                             " vie(s), le " DELIMITED BY SIZE
                             WS-WW-DATE(I) DELIMITED BY SIZE
                             ")" DELIMITED BY SIZE
                             INTO WS-BUILD-LINE
                      PERFORM PUT-LINE
              END-PERFORM
           END-IF.
      * Les cinq lettres les plus rates, choisies une  une.
       WRITE-LETTER-FIGURES.
           MOVE "Lettres les plus rates" TO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE 0 TO WS-TOP-COUNT.
           MOVE 1 TO WS-TOP-IX.
           PERFORM UNTIL WS-TOP-COUNT >= 5 OR WS-TOP-IX = 0
                   PERFORM FIND-MOST-MISSED
                   IF WS-TOP-IX > 0
                      ADD 1 TO WS-TOP-COUNT
                      MOVE 'O' TO WS-LET-SHOWN(WS-TOP-IX)
                      MOVE WS-LET-MISSES(WS-TOP-IX) TO WS-COUNT-ED
                      MOVE WS-LET-TRIES(WS-TOP-IX) TO WS-COUNT2-ED
                      STRING "  " DELIMITED BY SIZE
                             WS-ALPHABET(WS-TOP-IX:1)
                                DELIMITED BY SIZE
                             " : " DELIMITED BY SIZE
                             WS-COUNT-ED DELIMITED BY SIZE
                             " rate(s) sur " DELIMITED BY SIZE
                             WS-COUNT2-ED DELIMITED BY SIZE
                             " essai(s)" DELIMITED BY SIZE
                             INTO WS-BUILD-LINE
                      PERFORM PUT-LINE
                   END-IF
           END-PERFORM.
           IF WS-TOP-COUNT = 0
              MOVE "  Aucune lettre rate." TO WS-BUILD-LINE
              PERFORM PUT-LINE
           END-IF.
       FIND-MOST-MISSED.
           MOVE 0 TO WS-TOP-IX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF WS-LET-MISSES(I) > 0 AND WS-LET-SHOWN(I) = 'N'
                      IF WS-TOP-IX = 0
                         MOVE I TO WS-TOP-IX
                      ELSE
                         IF WS-LET-MISSES(I) > WS-LET-MISSES(WS-TOP-IX)
                            MOVE I TO WS-TOP-IX
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
       WRITE-HINT-FIGURES.
           MOVE "Indices" TO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           IF WS-HG-GAMES > 0
              COMPUTE WS-RATE ROUNDED =
                 WS-HINT-GAMES * 100 / WS-HG-GAMES
           ELSE
              MOVE 0 TO WS-RATE
           END-IF.
           MOVE WS-HINT-GAMES TO WS-COUNT-ED.
           MOVE WS-HG-GAMES TO WS-COUNT2-ED.
           MOVE WS-RATE TO WS-RATE-ED.
           MOVE WS-HINT-COUNT TO WS-COUNT3-ED.
           STRING "  Parties avec indice : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  " sur " DELIMITED BY SIZE
                  WS-COUNT2-ED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-RATE-ED DELIMITED BY SIZE
                  " %), indices pris : " DELIMITED BY SIZE
                  WS-COUNT3-ED DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
       WRITE-DUEL-FIGURES.
           MOVE "Duels" TO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE WS-DUEL-GUESS-ROUNDS TO WS-COUNT-ED.
           MOVE WS-DUEL-GUESS-WINS TO WS-COUNT2-ED.
           STRING "  Pour deviner : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  " manche(s), " DELIMITED BY SIZE
                  WS-COUNT2-ED DELIMITED BY SIZE
                  " mot(s) trouv(s)" DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
           MOVE WS-DUEL-SET-ROUNDS TO WS-COUNT-ED.
           MOVE WS-DUEL-SET-WINS TO WS-COUNT2-ED.
           STRING "  Pour faire deviner : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  " manche(s), " DELIMITED BY SIZE
                  WS-COUNT2-ED DELIMITED BY SIZE
                  " mot(s) non trouv(s)" DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           PERFORM PUT-LINE.
       PUT-LINE.
           MOVE WS-BUILD-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
           IF NOT ALL-PLAYERS
              DISPLAY FUNCTION TRIM(WS-BUILD-LINE TRAILING)
           END-IF.
           MOVE SPACES TO WS-BUILD-LINE.
       END PROGRAM BULLETIN-PENDU.
