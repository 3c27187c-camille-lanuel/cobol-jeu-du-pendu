       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAYER-NAME.
           SELECT OPTIONAL PLAYERS-BACKUP-FILE
           ASSIGN TO "joueurs.bak"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINAL-TABLE-FILE ASSIGN TO "SAISFILE"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "tri-cloture.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       FD  PLAYERS-BACKUP-FILE.
       01 PBAK-RECORD                 PIC X(80).
       FD  FINAL-TABLE-FILE.
       01 FINAL-RECORD                PIC X(60).
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-SEASON               PIC 9(6).
          05 SRT-NAME                 PIC X(20).
       WORKING-STORAGE SECTION.
      * Clture de saison : le classement final est fig dans
      * saison-AAAAMMJJ.txt puis les points de saison de chaque
      * joueur sont remis  zro. Les compteurs  vie (parties,
      * gagnes, perdues, sries) ne sont pas touchs. L'image du
      * fichier avant remise  zro est d'abord copie dans
      * joueurs.bak, que RESTAURE-PENDU sait recharger.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-PLAYERS                     VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
       01 WS-FILE-NAMING.
          05 WS-FINAL-ENV-NAME        PIC X(20) VALUE "SAISFILE".
          05 WS-FINAL-FILENAME        PIC X(20) VALUE SPACES.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE      PIC 9(8).
             10 FILLER               PIC X(13).
       01 WS-CONTROL-TOTALS.
          05 WS-PLAYER-COUNT          PIC 9(5)  VALUE 0.
          05 WS-BACKUP-COUNT          PIC 9(5)  VALUE 0.
          05 WS-RANK                  PIC 9(5)  VALUE 0.
          05 WS-RESET-COUNT           PIC 9(5)  VALUE 0.
       01 WS-CONFIRM-HANDLING.
          05 WS-CONFIRM               PIC X     VALUE SPACE.
          05 WS-EOF-INPUT             PIC A     VALUE 'N'.
             88 EOF-INPUT                       VALUE 'O'.
       01 WS-BUILD-LINE               PIC X(60) VALUE SPACES.
       01 WS-EDITING.
          05 WS-RANK-ED               PIC ZZZ9.
          05 WS-POINTS-ED             PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Clture de la saison du pendu ===".
           PERFORM COUNT-PLAYERS.
           IF WS-PLAYER-COUNT = 0
              DISPLAY "Aucun joueur enregistr, rien  clturer."
           ELSE
              END-ACCEPT
              MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
              IF WS-CONFIRM = 'O' AND NOT EOF-INPUT
                 PERFORM BACKUP-PLAYERS
                 IF WS-BACKUP-COUNT = WS-PLAYER-COUNT
                    PERFORM WRITE-FINAL-TABLE
                    PERFORM RESET-SEASON-POINTS
                    DISPLAY "Saison clture : classement fig dans "
                       FUNCTION TRIM(WS-FINAL-FILENAME)
                       ", points remis  zro pour "
                       WS-RESET-COUNT " joueur(s)."
                 ELSE
                    DISPLAY "Copie de joueurs.dat dans joueurs.bak "
                       "incomplte, clture abandonne."
                 END-IF
              ELSE
                 DISPLAY "Clture abandonne."
              END-IF
           END-IF.
           STOP RUN.
       COUNT-PLAYERS.
           MOVE 0 TO WS-PLAYER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      ADD 1 TO WS-PLAYER-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       BACKUP-PLAYERS.
           MOVE 0 TO WS-BACKUP-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PLAYERS-FILE.
           OPEN OUTPUT PLAYERS-BACKUP-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      MOVE PLAYER-RECORD TO PBAK-RECORD
                      WRITE PBAK-RECORD
                      ADD 1 TO WS-BACKUP-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-BACKUP-FILE.
           CLOSE PLAYERS-FILE.
      * Le classement final est crit du meilleur au moins bon par
      * un tri sur les points ; entre joueurs  galit, l'ordre des
      * noms du fichier est gard.
       WRITE-FINAL-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO WS-FINAL-FILENAME.
                  INTO WS-FINAL-FILENAME.
           DISPLAY WS-FINAL-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-FINAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT FINAL-TABLE-FILE.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "SAISON CLOTUREE LE " DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           MOVE WS-BUILD-LINE TO FINAL-RECORD.
           WRITE FINAL-RECORD.
           SORT SORT-FILE
              ON DESCENDING KEY SRT-SEASON
              ON ASCENDING KEY SRT-NAME
              INPUT PROCEDURE IS RELEASE-PLAYERS
              OUTPUT PROCEDURE IS WRITE-RANKED-PLAYERS.
           CLOSE FINAL-TABLE-FILE.
       RELEASE-PLAYERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      IF PLAYER-NAME NOT = SPACES
                         MOVE PLAYER-NAME TO SRT-NAME
                         IF PLAYER-SEASON-POINTS NUMERIC
                            MOVE PLAYER-SEASON-POINTS TO SRT-SEASON
                         ELSE
                            MOVE 0 TO SRT-SEASON
                         END-IF
                         RELEASE SORT-RECORD
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       WRITE-RANKED-PLAYERS.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM RETURN-NEXT-PLAYER.
           PERFORM UNTIL END-OF-SORT
                   ADD 1 TO WS-RANK
                   PERFORM WRITE-ONE-RANK
                   PERFORM RETURN-NEXT-PLAYER
           END-PERFORM.
       RETURN-NEXT-PLAYER.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
       WRITE-ONE-RANK.
           MOVE WS-RANK TO WS-RANK-ED.
           MOVE SRT-SEASON TO WS-POINTS-ED.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING WS-RANK-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-POINTS-ED DELIMITED BY SIZE
                  " POINTS" DELIMITED BY SIZE
                  INTO WS-BUILD-LINE.
           MOVE WS-BUILD-LINE TO FINAL-RECORD.
           WRITE FINAL-RECORD.
      * Chaque joueur est relu dans l'ordre des noms et rcrit sur
      * place avec ses points de saison  zro.
       RESET-SEASON-POINTS.
           MOVE 0 TO WS-RESET-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      MOVE 0 TO PLAYER-SEASON-POINTS
                      REWRITE PLAYER-RECORD
                         INVALID KEY
                            DISPLAY "Attention : "
                               FUNCTION TRIM(PLAYER-NAME)
                               " n'a pas pu tre remis  zro."
                         NOT INVALID KEY
                            ADD 1 TO WS-RESET-COUNT
                      END-REWRITE
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
       END PROGRAM CLOTURE-SAISON.
