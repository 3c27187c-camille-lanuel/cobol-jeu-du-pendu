       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-JOUEURS.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAYER-NAME.
           SELECT OPTIONAL PLAYERS-BACKUP-FILE
           ASSIGN TO "joueurs.bak"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "JOUEHIST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-TEMP ASSIGN TO "joueurs-histo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "fusions-joueurs.txt"
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
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       FD  PLAYERS-BACKUP-FILE.
       01 PBAK-RECORD                 PIC X(80).
       FD  HISTORY-FILE.
       COPY "histrec.cpy".
       FD  HISTORY-TEMP.
       01 TEMP-RECORD                 PIC X(200).
      * Journal des renommages et fusions : qui est devenu qui,
      * quand, et combien de lignes d'historique ont t reprises.
       FD  AUDIT-LOG.
       01 AUDIT-RECORD.
          05 AUD-DATE                 PIC 9(8).
          05 FILLER                   PIC X.
          05 AUD-TIME                 PIC 9(6).
          05 FILLER                   PIC X.
          05 AUD-OPERATION            PIC X(8).
          05 FILLER                   PIC X.
          05 AUD-OLD-NAME             PIC X(20).
          05 FILLER                   PIC X.
          05 AUD-NEW-NAME             PIC X(20).
          05 FILLER                   PIC X.
          05 AUD-HIST-LINES           PIC 9(7).
          05 FILLER                   PIC X.
          05 AUD-HIST-FILES           PIC 9(3).
       FD  CREDENTIALS-FILE.
       COPY "credrec.cpy".
       FD  CREDENTIALS-NEW-FILE.
       01 CNEW-RECORD                 PIC X(60).
       FD  SECURITY-LOG.
       COPY "secrec.cpy".
       WORKING-STORAGE SECTION.
      * Images des deux joueurs en cause, lues par cl dans
      * joueurs.dat : le joueur  renommer ou  absorber (OLDP) et le
      * joueur conserv d'une fusion (NEWP).
       COPY "playrec.cpy" REPLACING LEADING ==PLAYER-== BY ==OLDP-==.
       COPY "playrec.cpy" REPLACING LEADING ==PLAYER-== BY ==NEWP-==.
       01 WS-PLAYER-HANDLING.
          05 WS-PLAYER-COUNT          PIC 9(5)  VALUE 0.
          05 WS-BACKUP-COUNT          PIC 9(5)  VALUE 0.
          05 WS-EOF-PLAYERS           PIC A     VALUE 'N'.
          05 WS-FOUND-RECORD          PIC X(80) VALUE SPACES.
          05 WS-UPDATE-OK             PIC A     VALUE 'N'.
             88 UPDATE-OK                       VALUE 'O'.
       01 WS-MENU-HANDLING.
          05 WS-MENU-CHOICE           PIC X     VALUE SPACE.
             88 MENU-RENAME                     VALUE 'R'.
             88 MENU-MERGE                      VALUE 'F'.
             88 MENU-LIST                       VALUE 'L'.
             88 MENU-RESET-PIN                  VALUE 'C'.
             88 MENU-QUIT                       VALUE 'Q'.
          05 WS-EOF-INPUT             PIC A     VALUE 'N'.
             88 EOF-INPUT                       VALUE 'O'.
       01 WS-NAME-HANDLING.
          05 WS-NAME-INPUT            PIC X(20) VALUE SPACES.
          05 WS-OLD-NAME              PIC X(20) VALUE SPACES.
          05 WS-NEW-NAME              PIC X(20) VALUE SPACES.
          05 WS-PLAYER-FOUND          PIC A     VALUE 'N'.
             88 PLAYER-FOUND                    VALUE 'O'.
          05 WS-OLD-FOUND             PIC A     VALUE 'N'.
             88 OLD-FOUND                       VALUE 'O'.
          05 WS-NEW-FOUND             PIC A     VALUE 'N'.
             88 NEW-FOUND                       VALUE 'O'.
          05 WS-CONFIRM-ANSWER        PIC X     VALUE SPACE.
          05 WS-OPERATION             PIC X(8)  VALUE SPACES.
      * L'historique vivant et les archives mensuelles passent tous
      * par le mme SELECT, le nom rel du fichier tant pouss dans
      * la variable d'environnement JOUEHIST, comme dans
      * CONTROLE-PENDU.
       01 WS-FILE-ROUTING.
          05 WS-HIST-ENV-NAME         PIC X(20) VALUE "JOUEHIST".
          05 WS-HIST-FILENAME         PIC X(20) VALUE SPACES.
          05 WS-SCAN-PERIOD.
             10 WS-SCAN-YEAR          PIC 9(4).
             10 WS-SCAN-MONTH         PIC 9(2).
          05 WS-START-YEAR            PIC 9(4)  VALUE 0.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE.
                15 WS-CURRENT-YEAR    PIC 9(4).
                15 WS-CURRENT-MONTH   PIC 9(2).
                15 WS-CURRENT-DAY     PIC 9(2).
             10 WS-CURRENT-TIME       PIC 9(6).
             10 WS-CURRENT-MS         PIC 9(2).
             10 FILLER                PIC X(5).
       01 WS-REKEY-TOTALS.
          05 WS-EOF-FLAG              PIC A     VALUE 'N'.
             88 END-OF-HISTORY                  VALUE 'O'.
          05 WS-LINE-CHANGED          PIC A     VALUE 'N'.
             88 LINE-CHANGED                    VALUE 'O'.
          05 WS-FILE-CHANGES          PIC 9(7)  VALUE 0.
          05 WS-TOTAL-CHANGES         PIC 9(7)  VALUE 0.
          05 WS-FILES-CHANGED         PIC 9(3)  VALUE 0.
      * Les codes secrets suivent le joueur : un renommage emporte
      * le code, une fusion garde celui du joueur conserv. La
      * remise  zro remplace le code par un nouveau, saisi deux
      * fois par l'oprateur et brouill comme dans JEU-DU-PENDU ;
      * c'est aussi ainsi qu'un joueur dj inscrit sans code en
      * reoit un.
       01 WS-CRED-HANDLING.
          05 WS-CRED-DROP-NAME        PIC X(20) VALUE SPACES.
          05 WS-CRED-FROM-NAME        PIC X(20) VALUE SPACES.
          05 WS-CRED-TO-NAME          PIC X(20) VALUE SPACES.
          05 WS-EOF-CRED              PIC A     VALUE 'N'.
          05 WS-CRED-CHANGED          PIC A     VALUE 'N'.
             88 CRED-CHANGED                    VALUE 'O'.
          05 WS-CRED-DROPPED          PIC A     VALUE 'N'.
             88 CRED-DROPPED                    VALUE 'O'.
          05 WS-CRED-FOUND            PIC A     VALUE 'N'.
             88 CRED-FOUND                      VALUE 'O'.
          05 WS-PIN-CONFIRMED         PIC A     VALUE 'N'.
             88 PIN-CONFIRMED                   VALUE 'O'.
          05 WS-PIN-INPUT             PIC X(4)  VALUE SPACES.
          05 WS-PIN-FIRST             PIC X(4)  VALUE SPACES.
          05 WS-PIN-POS               PIC 9(2)  VALUE 0.
          05 WS-PIN-HASH              PIC 9(12) VALUE 0.
          05 WS-PIN-SALT              PIC 9(6)  VALUE 0.
          05 WS-SCROLL-IX             PIC 9(2)  VALUE 0.
       01 WS-EDITING.
          05 WS-INDEX-ED              PIC ZZZZ9.
          05 WS-GAMES-ED              PIC ZZZZ9.
          05 WS-WON-ED                PIC ZZZZ9.
          05 WS-LOST-ED               PIC ZZZZ9.
          05 WS-BEST-ED               PIC ZZ9.
          05 WS-SEASON-ED             PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Gestion des joueurs du pendu ===".
           DISPLAY "A lancer quand aucune partie n'est en cours : "
              "l'historique et les archives sont rcrits.".
           PERFORM COUNT-PLAYERS.
           PERFORM HANDLE-MENU UNTIL MENU-QUIT OR EOF-INPUT.
           DISPLAY "Fin de la gestion des joueurs.".
           STOP RUN.
       COUNT-PLAYERS.
           MOVE 0 TO WS-PLAYER-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL WS-EOF-PLAYERS = 'O'
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      ADD 1 TO WS-PLAYER-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
           DISPLAY WS-PLAYER-COUNT " joueur(s) dans joueurs.dat.".
       HANDLE-MENU.
           DISPLAY " ".
           DISPLAY "Que veux-tu faire ?".
           DISPLAY "  R - Renommer un joueur".
           DISPLAY "  F - Fusionner deux joueurs".
           DISPLAY "  L - Lister les joueurs".
           DISPLAY "  C - Donner un nouveau code secret  un joueur".
           DISPLAY "  Q - Quitter".
           ACCEPT WS-MENU-CHOICE
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
              NOT ON EXCEPTION
                 MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                    TO WS-MENU-CHOICE
                 EVALUATE TRUE
                    WHEN MENU-RENAME
                       PERFORM RENAME-PLAYER
                    WHEN MENU-MERGE
                       PERFORM MERGE-PLAYERS
                    WHEN MENU-LIST
                       PERFORM LIST-PLAYERS
                    WHEN MENU-RESET-PIN
                       PERFORM RESET-PLAYER-PIN
                    WHEN MENU-QUIT
                       CONTINUE
                    WHEN OTHER
                       DISPLAY "Choix invalide."
                 END-EVALUATE
           END-ACCEPT.
       RENAME-PLAYER.
           DISPLAY "Nom actuel du joueur  renommer :".
           PERFORM ACCEPT-NAME-INPUT.
           MOVE WS-NAME-INPUT TO WS-OLD-NAME.
           PERFORM FIND-PLAYER.
           MOVE WS-PLAYER-FOUND TO WS-OLD-FOUND.
           MOVE WS-FOUND-RECORD TO OLDP-RECORD.
           IF EOF-INPUT
              CONTINUE
           ELSE
              IF NOT OLD-FOUND
                 DISPLAY "Ce joueur n'est pas dans joueurs.dat."
              ELSE
                 DISPLAY "Nouveau nom :"
                 PERFORM ACCEPT-NAME-INPUT
                 MOVE WS-NAME-INPUT TO WS-NEW-NAME
                 PERFORM FIND-PLAYER
                 MOVE WS-PLAYER-FOUND TO WS-NEW-FOUND
                 PERFORM CHECK-AND-RENAME
              END-IF
           END-IF.
       CHECK-AND-RENAME.
           IF EOF-INPUT
              CONTINUE
           ELSE
              IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = WS-OLD-NAME
                 DISPLAY "Nouveau nom vide ou identique, rien  faire."
              ELSE
                 IF NEW-FOUND
                    DISPLAY "Ce nom existe dj ; utilise F pour "
                       "fusionner les deux joueurs."
                 ELSE
                    PERFORM ASK-CONFIRMATION
                    IF WS-CONFIRM-ANSWER = 'O'
                       MOVE "RENOMME" TO WS-OPERATION
                       PERFORM APPLY-PLAYER-CHANGE
                    ELSE
                       DISPLAY "Renommage abandonn."
                    END-IF
                 END-IF
              END-IF
           END-IF.
      * Fusion : le joueur source disparat au profit du joueur
      * conserv. Les compteurs et les points de saison s'ajoutent,
      * la meilleure srie est la plus forte des deux ; la srie en
      * cours et la date de dernire partie sont celles du joueur
      * qui a jou le plus rcemment.
       MERGE-PLAYERS.
           DISPLAY "Nom du joueur  absorber (il disparatra) :".
           PERFORM ACCEPT-NAME-INPUT.
           MOVE WS-NAME-INPUT TO WS-OLD-NAME.
           PERFORM FIND-PLAYER.
           MOVE WS-PLAYER-FOUND TO WS-OLD-FOUND.
           MOVE WS-FOUND-RECORD TO OLDP-RECORD.
           IF EOF-INPUT
              CONTINUE
           ELSE
              IF NOT OLD-FOUND
                 DISPLAY "Ce joueur n'est pas dans joueurs.dat."
              ELSE
                 DISPLAY "Nom du joueur conserv :"
                 PERFORM ACCEPT-NAME-INPUT
                 MOVE WS-NAME-INPUT TO WS-NEW-NAME
                 PERFORM FIND-PLAYER
                 MOVE WS-PLAYER-FOUND TO WS-NEW-FOUND
                 MOVE WS-FOUND-RECORD TO NEWP-RECORD
                 PERFORM CHECK-AND-MERGE
              END-IF
           END-IF.
       CHECK-AND-MERGE.
           IF EOF-INPUT
              CONTINUE
           ELSE
              IF NOT NEW-FOUND
                 DISPLAY "Le joueur conserv doit exister ; pour un "
                    "simple changement de nom, utilise R."
              ELSE
                 IF WS-NEW-NAME = WS-OLD-NAME
                    DISPLAY "Un joueur ne peut pas tre fusionn "
                       "avec lui-mme."
                 ELSE
                    PERFORM ASK-CONFIRMATION
                    IF WS-CONFIRM-ANSWER = 'O'
                       PERFORM COMBINE-PLAYER-COUNTERS
                       MOVE "FUSION" TO WS-OPERATION
                       PERFORM APPLY-PLAYER-CHANGE
                    ELSE
                       DISPLAY "Fusion abandonne."
                    END-IF
                 END-IF
              END-IF
           END-IF.
       COMBINE-PLAYER-COUNTERS.
           ADD OLDP-GAMES TO NEWP-GAMES.
           ADD OLDP-WON TO NEWP-WON.
           ADD OLDP-LOST TO NEWP-LOST.
           ADD OLDP-SEASON-POINTS TO NEWP-SEASON-POINTS.
           IF OLDP-BEST-STREAK > NEWP-BEST-STREAK
              MOVE OLDP-BEST-STREAK TO NEWP-BEST-STREAK
           END-IF.
           IF OLDP-LAST-DATE > NEWP-LAST-DATE
              MOVE OLDP-STREAK TO NEWP-STREAK
              MOVE OLDP-LAST-DATE TO NEWP-LAST-DATE
           END-IF.
      * Le fichier des joueurs est modifi d'abord, aprs copie de
      * son image dans joueurs.bak, puis les noms sont repris dans
      * l'historique et les archives pour que les rapports et
      * CONTROLE-PENDU restent d'accord avec lui.
       APPLY-PLAYER-CHANGE.
           PERFORM BACKUP-PLAYERS.
           PERFORM UPDATE-PLAYER-RECORDS.
           IF UPDATE-OK
              PERFORM REKEY-HISTORY
              PERFORM CARRY-CREDENTIALS
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY FUNCTION TRIM(WS-OLD-NAME) " -> "
                 FUNCTION TRIM(WS-NEW-NAME) " : " WS-TOTAL-CHANGES
                 " ligne(s) d'historique reprise(s) dans "
                 WS-FILES-CHANGED " fichier(s)."
           ELSE
              DISPLAY "Fichier des joueurs non modifi, historique "
                 "laiss en l'tat."
           END-IF.
       CARRY-CREDENTIALS.
           IF WS-OPERATION = "RENOMME"
              MOVE WS-NEW-NAME TO WS-CRED-DROP-NAME
              MOVE WS-OLD-NAME TO WS-CRED-FROM-NAME
              MOVE WS-NEW-NAME TO WS-CRED-TO-NAME
           ELSE
              MOVE WS-OLD-NAME TO WS-CRED-DROP-NAME
              MOVE SPACES TO WS-CRED-FROM-NAME
              MOVE SPACES TO WS-CRED-TO-NAME
           END-IF.
           PERFORM REWRITE-CREDENTIALS.
      * Le nom doit tre connu, dans joueurs.dat ou dans le fichier
      * des codes (joueur qui n'a pas encore fini de partie). L'ancien
      * code, verrouill ou non, est retir puis le nouveau ajout
      * en fin de fichier.
       RESET-PLAYER-PIN.
           DISPLAY "Nom du joueur  qui donner un nouveau code :".
           PERFORM ACCEPT-NAME-INPUT.
           IF EOF-INPUT OR WS-NAME-INPUT = SPACES
              CONTINUE
           ELSE
              PERFORM FIND-PLAYER
              PERFORM FIND-NAME-CREDENTIAL
              IF NOT PLAYER-FOUND AND NOT CRED-FOUND
                 DISPLAY "Joueur " FUNCTION TRIM(WS-NAME-INPUT)
                    " introuvable."
              ELSE
                 PERFORM ASK-NEW-PIN
                 IF PIN-CONFIRMED
                    MOVE WS-NAME-INPUT TO WS-CRED-DROP-NAME
                    MOVE SPACES TO WS-CRED-FROM-NAME
                    MOVE SPACES TO WS-CRED-TO-NAME
                    PERFORM REWRITE-CREDENTIALS
                    PERFORM APPEND-CREDENTIAL
                    PERFORM WRITE-RESET-EVENT
                    DISPLAY "Nouveau code enregistr pour "
                       FUNCTION TRIM(WS-NAME-INPUT)
                       ",  lui communiquer."
                 END-IF
              END-IF
           END-IF.
       FIND-NAME-CREDENTIAL.
           MOVE 'N' TO WS-CRED-FOUND.
           MOVE 'N' TO WS-EOF-CRED.
           OPEN INPUT CREDENTIALS-FILE.
           PERFORM UNTIL WS-EOF-CRED = 'O'
                   READ CREDENTIALS-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CRED
                   NOT AT END
                      IF CRED-NAME = WS-NAME-INPUT
                         MOVE 'O' TO WS-CRED-FOUND
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE CREDENTIALS-FILE.
       ASK-NEW-PIN.
           MOVE 'N' TO WS-PIN-CONFIRMED.
           DISPLAY "Nouveau code secret de 4 chiffres pour "
              FUNCTION TRIM(WS-NAME-INPUT) " :".
           PERFORM ACCEPT-PIN.
           MOVE WS-PIN-INPUT TO WS-PIN-FIRST.
           IF NOT EOF-INPUT
              DISPLAY "Confirme le code :"
              PERFORM ACCEPT-PIN
           END-IF.
           IF EOF-INPUT
              CONTINUE
           ELSE
              IF WS-PIN-FIRST NUMERIC AND WS-PIN-INPUT = WS-PIN-FIRST
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
                 COMPUTE WS-PIN-SALT = FUNCTION RANDOM(
                    WS-CURRENT-TIME * 100 + WS-CURRENT-MS) * 999999
                 PERFORM COMPUTE-PIN-HASH
                 MOVE 'O' TO WS-PIN-CONFIRMED
              ELSE
                 DISPLAY "Code refus : il faut deux fois les mmes "
                    "4 chiffres. Rien n'a t chang."
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
      * Mme calcul que COMPUTE-PIN-HASH de JEU-DU-PENDU, qui relit
      * le code  chaque partie.
       COMPUTE-PIN-HASH.
           COMPUTE WS-PIN-HASH = WS-PIN-SALT + 7.
           PERFORM VARYING WS-PIN-POS FROM 1 BY 1 UNTIL WS-PIN-POS > 4
                   COMPUTE WS-PIN-HASH = FUNCTION MOD(WS-PIN-HASH * 131
                      + FUNCTION ORD(WS-PIN-INPUT(WS-PIN-POS:1)),
                      999999937)
           END-PERFORM.
       APPEND-CREDENTIAL.
           MOVE SPACES TO CRED-RECORD.
           MOVE WS-NAME-INPUT TO CRED-NAME.
           MOVE WS-PIN-SALT TO CRED-SALT.
           MOVE WS-PIN-HASH TO CRED-PIN-HASH.
           MOVE 0 TO CRED-FAILURES.
           MOVE 'A' TO CRED-STATUS.
           MOVE WS-CURRENT-DATE TO CRED-CHANGE-DATE.
           OPEN EXTEND CREDENTIALS-FILE.
           WRITE CRED-RECORD.
           CLOSE CREDENTIALS-FILE.
      * codes-joueurs.txt est recopi dans codes-joueurs.neuf sans
      * l'enregistrement  supprimer et avec le nom  reprendre
      * chang, puis recopi en place s'il y a eu un changement.
       REWRITE-CREDENTIALS.
           MOVE 'N' TO WS-CRED-CHANGED.
           MOVE 'N' TO WS-CRED-DROPPED.
           MOVE 'N' TO WS-EOF-CRED.
           OPEN INPUT CREDENTIALS-FILE.
           OPEN OUTPUT CREDENTIALS-NEW-FILE.
           PERFORM UNTIL WS-EOF-CRED = 'O'
                   READ CREDENTIALS-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CRED
                   NOT AT END
                      IF CRED-NAME = WS-CRED-DROP-NAME
                         MOVE 'O' TO WS-CRED-CHANGED
                         MOVE 'O' TO WS-CRED-DROPPED
                      ELSE
                         IF WS-CRED-FROM-NAME NOT = SPACES
                            AND CRED-NAME = WS-CRED-FROM-NAME
                            MOVE WS-CRED-TO-NAME TO CRED-NAME
                            MOVE 'O' TO WS-CRED-CHANGED
                         END-IF
                         MOVE CRED-RECORD TO CNEW-RECORD
                         WRITE CNEW-RECORD
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE CREDENTIALS-NEW-FILE.
           CLOSE CREDENTIALS-FILE.
           IF CRED-CHANGED
              MOVE 'N' TO WS-EOF-CRED
              OPEN INPUT CREDENTIALS-NEW-FILE
              OPEN OUTPUT CREDENTIALS-FILE
              PERFORM UNTIL WS-EOF-CRED = 'O'
                      READ CREDENTIALS-NEW-FILE
                      AT END
                         MOVE 'O' TO WS-EOF-CRED
                      NOT AT END
                         MOVE CNEW-RECORD TO CRED-RECORD
                         WRITE CRED-RECORD
                      END-READ
              END-PERFORM
              CLOSE CREDENTIALS-FILE
              CLOSE CREDENTIALS-NEW-FILE
           END-IF.
       WRITE-RESET-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO SEC-RECORD.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE "RAZ" TO SEC-EVENT.
           MOVE WS-NAME-INPUT TO SEC-PLAYER.
           MOVE 0 TO SEC-FAILURES.
           MOVE "GESTION" TO SEC-ORIGIN.
           OPEN EXTEND SECURITY-LOG.
           WRITE SEC-RECORD.
           CLOSE SECURITY-LOG.
       LIST-PLAYERS.
           DISPLAY "    N  Joueur                Parties Gagnes "
              "Perdues Srie max  Points".
           MOVE 0 TO WS-PLAYER-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL WS-EOF-PLAYERS = 'O'
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      PERFORM LIST-ONE-PLAYER
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
           DISPLAY WS-PLAYER-COUNT " joueur(s).".
       LIST-ONE-PLAYER.
           ADD 1 TO WS-PLAYER-COUNT.
           MOVE WS-PLAYER-COUNT TO WS-INDEX-ED.
           MOVE PLAYER-GAMES TO WS-GAMES-ED.
           MOVE PLAYER-WON TO WS-WON-ED.
           MOVE PLAYER-LOST TO WS-LOST-ED.
           MOVE PLAYER-BEST-STREAK TO WS-BEST-ED.
           IF PLAYER-SEASON-POINTS NUMERIC
              MOVE PLAYER-SEASON-POINTS TO WS-SEASON-ED
           ELSE
              MOVE 0 TO WS-SEASON-ED
           END-IF.
           DISPLAY WS-INDEX-ED "  " PLAYER-NAME
              "  " WS-GAMES-ED "   " WS-WON-ED "   "
              WS-LOST-ED "       " WS-BEST-ED "  "
              WS-SEASON-ED.
       ACCEPT-NAME-INPUT.
           MOVE SPACES TO WS-NAME-INPUT.
           ACCEPT WS-NAME-INPUT
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
              NOT ON EXCEPTION
                 MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT)
                    TO WS-NAME-INPUT
           END-ACCEPT.
       FIND-PLAYER.
           MOVE 'N' TO WS-PLAYER-FOUND.
           MOVE SPACES TO WS-FOUND-RECORD.
           IF WS-NAME-INPUT NOT = SPACES
              OPEN INPUT PLAYERS-FILE
              MOVE WS-NAME-INPUT TO PLAYER-NAME
              READ PLAYERS-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-PLAYER-FOUND
                 NOT INVALID KEY
                    MOVE 'O' TO WS-PLAYER-FOUND
                    IF PLAYER-SEASON-POINTS NOT NUMERIC
                       MOVE 0 TO PLAYER-SEASON-POINTS
                    END-IF
                    MOVE PLAYER-RECORD TO WS-FOUND-RECORD
              END-READ
              CLOSE PLAYERS-FILE
           END-IF.
       ASK-CONFIRMATION.
           DISPLAY "Confirmer " FUNCTION TRIM(WS-OLD-NAME) " -> "
              FUNCTION TRIM(WS-NEW-NAME) " ? (O/N)".
           MOVE SPACE TO WS-CONFIRM-ANSWER.
           ACCEPT WS-CONFIRM-ANSWER
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
                 MOVE 'N' TO WS-CONFIRM-ANSWER
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
              TO WS-CONFIRM-ANSWER.
      * Image de joueurs.dat avant modification, dans l'ordre des
      * noms ; RESTAURE-PENDU sait la recharger.
       BACKUP-PLAYERS.
           MOVE 0 TO WS-BACKUP-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           OPEN OUTPUT PLAYERS-BACKUP-FILE.
           PERFORM UNTIL WS-EOF-PLAYERS = 'O'
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
      * Renommage : le joueur est crit sous son nouveau nom puis
      * l'ancien est supprim. Fusion : le joueur conserv est
      * rcrit avec les compteurs cumuls puis le joueur absorb est
      * supprim. Le nouveau nom ou le joueur conserv est crit en
      * premier : une coupure entre les deux laisse un doublon, pas
      * une perte.
       UPDATE-PLAYER-RECORDS.
           MOVE 'N' TO WS-UPDATE-OK.
           OPEN I-O PLAYERS-FILE.
           IF WS-OPERATION = "RENOMME"
              MOVE OLDP-RECORD TO PLAYER-RECORD
              MOVE WS-NEW-NAME TO PLAYER-NAME
              WRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Le nom " FUNCTION TRIM(WS-NEW-NAME)
                       " vient d'apparatre dans joueurs.dat."
                 NOT INVALID KEY
                    MOVE 'O' TO WS-UPDATE-OK
              END-WRITE
           ELSE
              MOVE NEWP-RECORD TO PLAYER-RECORD
              REWRITE PLAYER-RECORD
                 INVALID KEY
                    DISPLAY "Le joueur " FUNCTION TRIM(WS-NEW-NAME)
                       " n'est plus dans joueurs.dat."
                 NOT INVALID KEY
                    MOVE 'O' TO WS-UPDATE-OK
              END-REWRITE
           END-IF.
           IF UPDATE-OK
              MOVE WS-OLD-NAME TO PLAYER-NAME
              DELETE PLAYERS-FILE RECORD
                 INVALID KEY
                    DISPLAY "Attention : " FUNCTION TRIM(WS-OLD-NAME)
                       " n'a pas pu tre supprim de joueurs.dat."
              END-DELETE
           END-IF.
           CLOSE PLAYERS-FILE.
      * Les archives histo-AAAAMM.txt des cinq dernires annes et
      * l'historique vivant sont repris un par un : chaque fichier
      * est recopi dans joueurs-histo.tmp avec le nouveau nom, puis
      * recopi en place seulement s'il a chang (un mois sans
      * archive n'est donc pas cr).
       REKEY-HISTORY.
           MOVE 0 TO WS-TOTAL-CHANGES.
           MOVE 0 TO WS-FILES-CHANGED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-START-YEAR = WS-CURRENT-YEAR - 5.
           PERFORM VARYING WS-SCAN-YEAR FROM WS-START-YEAR BY 1
              UNTIL WS-SCAN-YEAR > WS-CURRENT-YEAR
                   PERFORM VARYING WS-SCAN-MONTH FROM 1 BY 1
                      UNTIL WS-SCAN-MONTH > 12
                         IF WS-SCAN-YEAR < WS-CURRENT-YEAR
                            OR WS-SCAN-MONTH <= WS-CURRENT-MONTH
                            PERFORM REKEY-ARCHIVE-MONTH
                         END-IF
                   END-PERFORM
           END-PERFORM.
           MOVE "historique.txt" TO WS-HIST-FILENAME.
           PERFORM REKEY-ONE-FILE.
       REKEY-ARCHIVE-MONTH.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING "histo-" DELIMITED BY SIZE
                  WS-SCAN-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-HIST-FILENAME.
           PERFORM REKEY-ONE-FILE.
       REKEY-ONE-FILE.
           DISPLAY WS-HIST-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-HIST-FILENAME UPON ENVIRONMENT-VALUE.
           MOVE 0 TO WS-FILE-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT HISTORY-TEMP.
           PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      PERFORM REKEY-ONE-RECORD
                      MOVE HIST-RECORD TO TEMP-RECORD
                      WRITE TEMP-RECORD
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-TEMP.
           CLOSE HISTORY-FILE.
           IF WS-FILE-CHANGES > 0
              PERFORM COPY-BACK-HISTORY
              ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES
              ADD 1 TO WS-FILES-CHANGED
           END-IF.
       REKEY-ONE-RECORD.
           MOVE 'N' TO WS-LINE-CHANGED.
           IF HIST-IS-DETAIL
              IF HIST-DET-PLAYER = WS-OLD-NAME
                 MOVE WS-NEW-NAME TO HIST-DET-PLAYER
                 MOVE 'O' TO WS-LINE-CHANGED
              END-IF
           ELSE
              IF HIST-DATE NUMERIC
                 IF HIST-PLAYER = WS-OLD-NAME
                    MOVE WS-NEW-NAME TO HIST-PLAYER
                    MOVE 'O' TO WS-LINE-CHANGED
                 END-IF
                 IF HIST-SETTER = WS-OLD-NAME
                    MOVE WS-NEW-NAME TO HIST-SETTER
                    MOVE 'O' TO WS-LINE-CHANGED
                 END-IF
              END-IF
           END-IF.
           IF LINE-CHANGED
              ADD 1 TO WS-FILE-CHANGES
           END-IF.
       COPY-BACK-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-TEMP.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-TEMP
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      MOVE TEMP-RECORD TO HIST-RECORD
                      WRITE HIST-RECORD
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE HISTORY-TEMP.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN EXTEND AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE.
           MOVE WS-CURRENT-TIME TO AUD-TIME.
           MOVE WS-OPERATION TO AUD-OPERATION.
           MOVE WS-OLD-NAME TO AUD-OLD-NAME.
           MOVE WS-NEW-NAME TO AUD-NEW-NAME.
           MOVE WS-TOTAL-CHANGES TO AUD-HIST-LINES.
           MOVE WS-FILES-CHANGED TO AUD-HIST-FILES.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.
       END PROGRAM GESTION-JOUEURS.
