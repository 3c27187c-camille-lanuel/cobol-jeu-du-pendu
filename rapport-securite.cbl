       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-SECURITE.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITY-LOG
           ASSIGN TO "securite-pendu.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDENTIALS-FILE
           ASSIGN TO "codes-joueurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "tri-securite.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
       COPY "secrec.cpy".
       FD  CREDENTIALS-FILE.
       COPY "credrec.cpy".
      * Une ligne par vnement rattach  un joueur, trie par nom
      * puis dans l'ordre du journal (SRT-SEQ).
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-NAME                 PIC X(20).
          05 SRT-SEQ                  PIC 9(7).
          05 SRT-EVENT                PIC X(8).
             88 SRT-EV-FAILURE                  VALUE "ECHEC".
             88 SRT-EV-LOCK                     VALUE "VERROU".
             88 SRT-EV-REFUSED                  VALUE "REFUS".
             88 SRT-EV-NO-PIN                   VALUE "SANSCODE".
             88 SRT-EV-RESET                    VALUE "RAZ".
          05 SRT-DATE                 PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-LOG                         VALUE 'O'.
       01 WS-EOF-CRED                 PIC A     VALUE 'N'.
          88 END-OF-CREDENTIALS                 VALUE 'O'.
       01 WS-EOF-SORT                 PIC A     VALUE 'N'.
          88 END-OF-SORT                        VALUE 'O'.
       01 WS-LOG-SEQ                  PIC 9(7)  VALUE 0.
       01 WS-EVENT-TOTALS.
          05 WS-TOTAL-FAILURES        PIC 9(5)  VALUE 0.
          05 WS-TOTAL-LOCKS           PIC 9(5)  VALUE 0.
          05 WS-TOTAL-REFUSED         PIC 9(5)  VALUE 0.
          05 WS-TOTAL-CREATED         PIC 9(5)  VALUE 0.
          05 WS-TOTAL-RESETS          PIC 9(5)  VALUE 0.
          05 WS-TOTAL-NO-PIN          PIC 9(5)  VALUE 0.
          05 WS-LOCKED-NOW            PIC 9(5)  VALUE 0.
          05 WS-ACTIVE-NOW            PIC 9(5)  VALUE 0.
      * Cumul d'un joueur ayant eu au moins un chec, un
      * verrouillage, un refus ou une remise  zro. Les joueurs
      * sortent du tri par ordre alphabtique : le nombre de noms
      * n'est pas born.
       01 WS-PLAYER-TOTALS.
          05 WS-SP-NAME               PIC X(20).
          05 WS-SP-FAILURES           PIC 9(4).
          05 WS-SP-LOCKS              PIC 9(3).
          05 WS-SP-REFUSED            PIC 9(4).
          05 WS-SP-RESETS             PIC 9(3).
          05 WS-SP-LAST-DATE          PIC 9(8).
          05 WS-SP-LAST-EVENT         PIC X(8).
       01 WS-EDITING.
          05 WS-HH                    PIC X(2).
          05 WS-MM                    PIC X(2).
          05 WS-SS                    PIC X(2).
          05 WS-FAIL-ED               PIC ZZZ9.
          05 WS-LOCK-ED               PIC ZZ9.
          05 WS-REFUS-ED              PIC ZZZ9.
          05 WS-RESET-ED              PIC ZZ9.
          05 WS-TOTAL-ED              PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Journal de scurit des codes joueurs ===".
           DISPLAY "Verrouillages relevs dans le journal :".
           SORT SORT-FILE
              ON ASCENDING KEY SRT-NAME SRT-SEQ
              INPUT PROCEDURE IS READ-SECURITY-LOG
              OUTPUT PROCEDURE IS DISPLAY-SUMMARY.
           PERFORM LIST-LOCKED-NAMES.
           STOP RUN.
       READ-SECURITY-LOG.
           OPEN INPUT SECURITY-LOG.
           PERFORM UNTIL END-OF-LOG
                   READ SECURITY-LOG
                   AT END
                      MOVE 'O' TO WS-EOF-FLAG
                   NOT AT END
                      IF SEC-DATE NUMERIC AND SEC-TIME NUMERIC
                         PERFORM TALLY-EVENT
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG.
      * Les verrouillages sont dtaills au fil de la lecture ; les
      * crations de code ne sont que comptes. Les autres
      * vnements partent au tri pour le cumul par joueur.
       TALLY-EVENT.
           EVALUATE TRUE
              WHEN SEC-EV-CREATED
                 ADD 1 TO WS-TOTAL-CREATED
              WHEN SEC-EV-FAILURE
                 ADD 1 TO WS-TOTAL-FAILURES
                 PERFORM RELEASE-PLAYER-EVENT
              WHEN SEC-EV-LOCK
                 ADD 1 TO WS-TOTAL-LOCKS
                 PERFORM RELEASE-PLAYER-EVENT
                 PERFORM DISPLAY-LOCK-EVENT
              WHEN SEC-EV-REFUSED
                 ADD 1 TO WS-TOTAL-REFUSED
                 PERFORM RELEASE-PLAYER-EVENT
              WHEN SEC-EV-NO-PIN
                 ADD 1 TO WS-TOTAL-NO-PIN
                 PERFORM RELEASE-PLAYER-EVENT
              WHEN SEC-EV-RESET
                 ADD 1 TO WS-TOTAL-RESETS
                 PERFORM RELEASE-PLAYER-EVENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       RELEASE-PLAYER-EVENT.
           ADD 1 TO WS-LOG-SEQ.
           MOVE SEC-PLAYER TO SRT-NAME.
           MOVE WS-LOG-SEQ TO SRT-SEQ.
           MOVE SEC-EVENT TO SRT-EVENT.
           MOVE SEC-DATE TO SRT-DATE.
           RELEASE SORT-RECORD.
       DISPLAY-LOCK-EVENT.
           MOVE SEC-TIME(1:2) TO WS-HH.
           MOVE SEC-TIME(3:2) TO WS-MM.
           MOVE SEC-TIME(5:2) TO WS-SS.
           DISPLAY "Verrouillage le " SEC-DATE "  " WS-HH ":" WS-MM
              ":" WS-SS " : " FUNCTION TRIM(SEC-PLAYER)
              " (invite " FUNCTION TRIM(SEC-ORIGIN) ")".
       DISPLAY-TOTALS.
           DISPLAY " ".
           MOVE WS-TOTAL-CREATED TO WS-TOTAL-ED.
           DISPLAY "Codes crs           : " WS-TOTAL-ED.
           MOVE WS-TOTAL-FAILURES TO WS-TOTAL-ED.
           DISPLAY "Codes errons        : " WS-TOTAL-ED.
           MOVE WS-TOTAL-LOCKS TO WS-TOTAL-ED.
           DISPLAY "Verrouillages        : " WS-TOTAL-ED.
           MOVE WS-TOTAL-REFUSED TO WS-TOTAL-ED.
           DISPLAY "Tentatives refuses  : " WS-TOTAL-ED
              " (nom verrouill)".
           MOVE WS-TOTAL-NO-PIN TO WS-TOTAL-ED.
           DISPLAY "Inscrits sans code   : " WS-TOTAL-ED
              " (renvoys  l'oprateur)".
           MOVE WS-TOTAL-RESETS TO WS-TOTAL-ED.
           DISPLAY "Codes redonns       : " WS-TOTAL-ED
              " (oprateur)".
       DISPLAY-SUMMARY.
           PERFORM DISPLAY-TOTALS.
           PERFORM DISPLAY-PLAYERS.
      * Rupture sur le nom : la dernire ligne d'un joueur donne son
      * dernier vnement. La colonne refus compte aussi les
      * inscrits renvoys faute de code.
       DISPLAY-PLAYERS.
           DISPLAY " ".
           PERFORM RETURN-NEXT-EVENT.
           IF END-OF-SORT
              DISPLAY "Aucun chec de code enregistr."
           ELSE
              DISPLAY "Joueur                checs verrous refus "
                 "RAZ  dernier vnement"
              PERFORM UNTIL END-OF-SORT
                      MOVE SRT-NAME TO WS-SP-NAME
                      MOVE 0 TO WS-SP-FAILURES
                      MOVE 0 TO WS-SP-LOCKS
                      MOVE 0 TO WS-SP-REFUSED
                      MOVE 0 TO WS-SP-RESETS
                      PERFORM TALLY-PLAYER-EVENT
                         UNTIL END-OF-SORT OR SRT-NAME NOT = WS-SP-NAME
                      PERFORM DISPLAY-ONE-PLAYER
              END-PERFORM
           END-IF.
       TALLY-PLAYER-EVENT.
           EVALUATE TRUE
              WHEN SRT-EV-FAILURE
                 ADD 1 TO WS-SP-FAILURES
              WHEN SRT-EV-LOCK
                 ADD 1 TO WS-SP-LOCKS
              WHEN SRT-EV-REFUSED
                 ADD 1 TO WS-SP-REFUSED
              WHEN SRT-EV-NO-PIN
                 ADD 1 TO WS-SP-REFUSED
              WHEN SRT-EV-RESET
                 ADD 1 TO WS-SP-RESETS
           END-EVALUATE.
           MOVE SRT-DATE TO WS-SP-LAST-DATE.
           MOVE SRT-EVENT TO WS-SP-LAST-EVENT.
           PERFORM RETURN-NEXT-EVENT.
       DISPLAY-ONE-PLAYER.
           MOVE WS-SP-FAILURES TO WS-FAIL-ED.
           MOVE WS-SP-LOCKS TO WS-LOCK-ED.
           MOVE WS-SP-REFUSED TO WS-REFUS-ED.
           MOVE WS-SP-RESETS TO WS-RESET-ED.
           DISPLAY WS-SP-NAME "  " WS-FAIL-ED "     "
              WS-LOCK-ED "  " WS-REFUS-ED "  " WS-RESET-ED "  "
              WS-SP-LAST-EVENT " " WS-SP-LAST-DATE.
       RETURN-NEXT-EVENT.
           RETURN SORT-FILE
              AT END
                 MOVE 'O' TO WS-EOF-SORT
           END-RETURN.
      * L'tat courant vient du fichier des codes : un nom reste
      * verrouill tant que l'oprateur ne lui a pas redonn un code
      * dans GESTION-JOUEURS.
       LIST-LOCKED-NAMES.
           DISPLAY " ".
           OPEN INPUT CREDENTIALS-FILE.
           PERFORM UNTIL END-OF-CREDENTIALS
                   READ CREDENTIALS-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CRED
                   NOT AT END
                      IF CRED-LOCKED
                         ADD 1 TO WS-LOCKED-NOW
                         DISPLAY "Nom verrouill : "
                            FUNCTION TRIM(CRED-NAME)
                            " aprs " CRED-FAILURES " chec(s)"
                      ELSE
                         IF CRED-NAME NOT = SPACES
                            ADD 1 TO WS-ACTIVE-NOW
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE CREDENTIALS-FILE.
           MOVE WS-ACTIVE-NOW TO WS-TOTAL-ED.
           DISPLAY "Codes actifs         : " WS-TOTAL-ED.
           MOVE WS-LOCKED-NOW TO WS-TOTAL-ED.
           DISPLAY "Noms verrouills     : " WS-TOTAL-ED
              " actuellement".
       END PROGRAM RAPPORT-SECURITE.
