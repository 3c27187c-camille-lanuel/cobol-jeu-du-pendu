           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TARGET-FILE ASSIGN TO "RESTCIBL"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYERS-FILE ASSIGN TO "joueurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAYER-NAME.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01 BAK-RECORD                  PIC X(80).
       FD  TARGET-FILE.
       01 CIB-RECORD                  PIC X(80).
       FD  PLAYERS-FILE.
       COPY "playrec.cpy".
       WORKING-STORAGE SECTION.
      * Remise en place de la dernire bonne gnration sauvegarde
      * par JEU-DU-PENDU (mots.bak) ou de l'image joueurs.bak du
      * fichier index des joueurs, prise avant une clture de
      * saison, une correction de CONTROLE-PENDU ou une opration de
      * GESTION-JOUEURS, ou  la demande par le choix S. La
      * sauvegarde est d'abord relue et compte ; une sauvegarde
      * vide n'crase jamais le fichier matre.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-BACKUP                      VALUE 'O'.
       01 WS-EOF-PLAYERS              PIC A     VALUE 'N'.
          88 END-OF-PLAYERS                     VALUE 'O'.
       01 WS-FILE-ROUTING.
          05 WS-SRCE-ENV-NAME         PIC X(20) VALUE "RESTSRCE".
          05 WS-CIBL-ENV-NAME         PIC X(20) VALUE "RESTCIBL".
          05 WS-CHOICE                PIC X     VALUE SPACE.
             88 CHOICE-WORDS                    VALUE 'M'.
             88 CHOICE-PLAYERS                  VALUE 'J'.
             88 CHOICE-SAVE-PLAYERS             VALUE 'S'.
          05 WS-CONFIRM               PIC X     VALUE SPACE.
          05 WS-EOF-INPUT             PIC A     VALUE 'N'.
             88 EOF-INPUT                       VALUE 'O'.
       01 WS-CONTROL-TOTALS.
          05 WS-BACKUP-COUNT          PIC 9(5)  VALUE 0.
          05 WS-RESTORED-COUNT        PIC 9(5)  VALUE 0.
          05 WS-DUPLICATE-COUNT       PIC 9(5)  VALUE 0.
          05 WS-PLAYER-COUNT          PIC 9(5)  VALUE 0.
          05 WS-SAVED-COUNT           PIC 9(5)  VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Restauration d'une sauvegarde du pendu ===".
           DISPLAY "Quel fichier restaurer ?".
           DISPLAY "  M - mots.dat depuis mots.bak".
           DISPLAY "  J - joueurs.dat depuis joueurs.bak".
           DISPLAY "  S - sauvegarder joueurs.dat dans joueurs.bak".
           ACCEPT WS-CHOICE
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
                    PERFORM RESTORE-ONE-FILE
                 WHEN CHOICE-PLAYERS
                    MOVE "joueurs.bak" TO WS-SRCE-FILENAME
                    MOVE "joueurs.dat" TO WS-CIBL-FILENAME
                    PERFORM RESTORE-ONE-FILE
                 WHEN CHOICE-SAVE-PLAYERS
                    MOVE "joueurs.bak" TO WS-SRCE-FILENAME
                    PERFORM SAVE-PLAYERS-FILE
                 WHEN OTHER
                    DISPLAY "Choix invalide, rien n'a t restaur."
              END-EVALUATE
              END-ACCEPT
              MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
              IF WS-CONFIRM = 'O' AND NOT EOF-INPUT
                 IF CHOICE-PLAYERS
                    PERFORM LOAD-BACKUP-INTO-PLAYERS
                 ELSE
                    PERFORM COPY-BACKUP-TO-TARGET
                 END-IF
                 DISPLAY FUNCTION TRIM(WS-CIBL-FILENAME)
                    " restaur : " WS-RESTORED-COUNT
                    " enregistrement(s)."
           END-PERFORM.
           CLOSE TARGET-FILE.
           CLOSE BACKUP-FILE.
      * Le fichier index des joueurs est recr  vide puis recharg
      * joueur par joueur ; la sauvegarde peut tre dans n'importe
      * quel ordre (un ancien joueurs.txt convient aussi).
       LOAD-BACKUP-INTO-PLAYERS.
           MOVE 0 TO WS-RESTORED-COUNT.
           MOVE 0 TO WS-DUPLICATE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BACKUP-FILE.
           OPEN OUTPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-BACKUP
                   READ BACKUP-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      IF BAK-RECORD NOT = SPACES
                         PERFORM LOAD-ONE-PLAYER
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
           CLOSE BACKUP-FILE.
           IF WS-DUPLICATE-COUNT > 0
              DISPLAY WS-DUPLICATE-COUNT " doublon(s) cart(s)."
           END-IF.
       LOAD-ONE-PLAYER.
           MOVE BAK-RECORD TO PLAYER-RECORD.
           IF PLAYER-SEASON-POINTS NOT NUMERIC
              MOVE 0 TO PLAYER-SEASON-POINTS
           END-IF.
           WRITE PLAYER-RECORD
              INVALID KEY
                 ADD 1 TO WS-DUPLICATE-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE.
      * Image de joueurs.dat prise  la demande, dans l'ordre des
      * noms ; un fichier des joueurs vide n'crase pas la
      * sauvegarde prcdente.
       SAVE-PLAYERS-FILE.
           DISPLAY WS-SRCE-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-SRCE-FILENAME UPON ENVIRONMENT-VALUE.
           MOVE 0 TO WS-PLAYER-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      ADD 1 TO WS-PLAYER-COUNT
                   END-READ
           END-PERFORM.
           CLOSE PLAYERS-FILE.
           IF WS-PLAYER-COUNT = 0
              DISPLAY "joueurs.dat est vide ou absent ; "
                 FUNCTION TRIM(WS-SRCE-FILENAME)
                 " n'a pas t touch."
           ELSE
              PERFORM COPY-PLAYERS-TO-BACKUP
              DISPLAY FUNCTION TRIM(WS-SRCE-FILENAME)
                 " crit : " WS-SAVED-COUNT " joueur(s)."
           END-IF.
       COPY-PLAYERS-TO-BACKUP.
           MOVE 0 TO WS-SAVED-COUNT.
           MOVE 'N' TO WS-EOF-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           OPEN OUTPUT BACKUP-FILE.
           PERFORM UNTIL END-OF-PLAYERS
                   READ PLAYERS-FILE NEXT RECORD
                   AT END
                      MOVE 'O' TO WS-EOF-PLAYERS
                   NOT AT END
                      MOVE PLAYER-RECORD TO BAK-RECORD
                      WRITE BAK-RECORD
                      ADD 1 TO WS-SAVED-COUNT
                   END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           CLOSE PLAYERS-FILE.
       END PROGRAM RESTAURE-PENDU.
