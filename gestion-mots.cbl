       FILE-CONTROL.
           SELECT OPTIONAL MASTER-WORDS-FILE ASSIGN TO "mots.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUGGESTION-FILE ASSIGN TO "suggestions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUGGESTION-NEW-FILE
           ASSIGN TO "suggestions.neuf"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-WORDS-FILE.
       COPY "motrec.cpy".
       FD  SUGGESTION-FILE.
       COPY "sugrec.cpy".
      * Nouvelle gnration du fichier des propositions, crite
      * pendant l'examen puis recopie sur suggestions.txt.
       FD  SUGGESTION-NEW-FILE.
       01 SNEW-RECORD                 PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STORE.
          05 WS-MASTER-MAX            PIC 9(4)  VALUE 8000.
             88 MENU-DELETE                      VALUE 'S'.
             88 MENU-LIST                        VALUE 'L'.
             88 MENU-CATEGORY                    VALUE 'C'.
             88 MENU-REVIEW                      VALUE 'P'.
             88 MENU-ORIGIN                      VALUE 'O'.
             88 MENU-QUIT                        VALUE 'Q'.
          05 WS-EOF-INPUT             PIC A     VALUE 'N'.
             88 EOF-INPUT                        VALUE 'O'.
          05 I                        PIC 9(4)  VALUE 0.
          05 WS-INDEX-ED              PIC ZZZ9.
          05 WS-COUNT-ED              PIC ZZZZ9.
      * Examen des mots proposs par les joueurs.
       01 WS-REVIEW-HANDLING.
          05 WS-EOF-SUG               PIC A     VALUE 'N'.
          05 WS-REVIEW-CHOICE         PIC X     VALUE SPACE.
          05 WS-REVIEW-STOP           PIC A     VALUE 'N'.
             88 REVIEW-STOP                      VALUE 'O'.
          05 WS-SAVED-CATEGORY        PIC X     VALUE SPACE.
          05 WS-PENDING-SEEN          PIC 9(4)  VALUE 0.
          05 WS-APPROVED-COUNT        PIC 9(4)  VALUE 0.
          05 WS-REJECTED-COUNT        PIC 9(4)  VALUE 0.
          05 WS-SUG-COUNT             PIC 9(5)  VALUE 0.
          05 WS-SUG-COPIED            PIC 9(5)  VALUE 0.
          05 WS-IN-PLAY               PIC X(7)  VALUE SPACES.
          05 WS-CURRENT-DATE-FIELDS.
             10 WS-CURRENT-DATE       PIC 9(8).
             10 FILLER                PIC X(13).
       COPY "accfold.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "  S - Supprimer un mot".
           DISPLAY "  L - Lister les mots".
           DISPLAY "  C - Changer de catgorie".
           DISPLAY "  P - Examiner les mots proposs par les joueurs".
           DISPLAY "  O - Origine des mots proposs (catgorie)".
           DISPLAY "  Q - Quitter".
           ACCEPT WS-MENU-CHOICE
              ON EXCEPTION
                       PERFORM LIST-WORDS
                    WHEN MENU-CATEGORY
                       PERFORM CHOOSE-CATEGORY
                    WHEN MENU-REVIEW
                       PERFORM REVIEW-SUGGESTIONS
                    WHEN MENU-ORIGIN
                       PERFORM LIST-SUGGESTED-WORDS
                    WHEN MENU-QUIT
                       CONTINUE
                    WHEN OTHER
                      END-IF
                   END-IF
           END-PERFORM.
      * Les propositions en attente sont prsentes une  une, toutes
      * catgories confondues ; chaque dcision est note sur la
      * ligne de la proposition, qui reste dans le fichier. Le
      * fichier est rcrit en entier dans suggestions.neuf, relu et
      * compt, puis recopi sur suggestions.txt.
       REVIEW-SUGGESTIONS.
           MOVE 0 TO WS-PENDING-SEEN.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-SUG-COUNT.
           MOVE 'N' TO WS-REVIEW-STOP.
           MOVE 'N' TO WS-EOF-SUG.
           MOVE WS-CATEGORY TO WS-SAVED-CATEGORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT SUGGESTION-FILE.
           OPEN OUTPUT SUGGESTION-NEW-FILE.
           PERFORM UNTIL WS-EOF-SUG = 'O'
                   READ SUGGESTION-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-SUG
                   NOT AT END
                      IF SUG-PENDING AND NOT REVIEW-STOP
                         AND NOT EOF-INPUT
                         PERFORM REVIEW-ONE-SUGGESTION
                      END-IF
                      MOVE SUG-RECORD TO SNEW-RECORD
                      WRITE SNEW-RECORD
                      ADD 1 TO WS-SUG-COUNT
                   END-READ
           END-PERFORM.
           CLOSE SUGGESTION-NEW-FILE.
           CLOSE SUGGESTION-FILE.
           MOVE WS-SAVED-CATEGORY TO WS-CATEGORY.
           IF WS-PENDING-SEEN = 0
              DISPLAY "Aucune proposition en attente."
           ELSE
              IF WS-APPROVED-COUNT > 0
                 PERFORM WRITE-MASTER
              END-IF
              IF WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
                 PERFORM PROMOTE-SUGGESTIONS
              END-IF
              DISPLAY WS-APPROVED-COUNT " mot(s) accept(s), "
                 WS-REJECTED-COUNT " refus(s)."
           END-IF.
       REVIEW-ONE-SUGGESTION.
           ADD 1 TO WS-PENDING-SEEN.
           DISPLAY " ".
           DISPLAY "Proposition de " FUNCTION TRIM(SUG-PLAYER)
              " du " SUG-DATE ", catgorie " SUG-CATEGORY " :".
           DISPLAY "  " FUNCTION TRIM(SUG-WORD).
           DISPLAY "A - Accepter, R - Refuser, P - Passer, "
              "F - Finir l'examen".
           MOVE SPACE TO WS-REVIEW-CHOICE.
           ACCEPT WS-REVIEW-CHOICE
              ON EXCEPTION
                 SET EOF-INPUT TO TRUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-CHOICE)
              TO WS-REVIEW-CHOICE.
           IF NOT EOF-INPUT
              EVALUATE WS-REVIEW-CHOICE
                 WHEN 'A'
                    PERFORM APPROVE-SUGGESTION
                 WHEN 'R'
                    PERFORM REJECT-SUGGESTION
                 WHEN 'F'
                    SET REVIEW-STOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Proposition laisse en attente."
              END-EVALUATE
           END-IF.
      * Le mot accept repasse les contrles d'un ajout manuel ; s'il
      * est entr dans la liste entre-temps, la proposition est
      * refuse.
       APPROVE-SUGGESTION.
           MOVE SUG-WORD TO WS-WORD-INPUT.
           MOVE SUG-CATEGORY TO WS-CATEGORY.
           IF NOT CAT-ANIMAUX AND NOT CAT-PAYS AND NOT CAT-VERBES
              AND NOT CAT-EXPRESSIONS
              DISPLAY "Catgorie inconnue, proposition refuse."
              PERFORM REJECT-SUGGESTION
           ELSE
              PERFORM VALIDATE-WORD
              IF NOT WORD-VALID
                 DISPLAY "Proposition refuse."
                 PERFORM REJECT-SUGGESTION
              ELSE
                 PERFORM FIND-WORD
                 IF WS-WORD-FOUND-AT > 0
                    DISPLAY "Ce mot est dj dans la liste, "
                       "proposition refuse."
                    PERFORM REJECT-SUGGESTION
                 ELSE
                    PERFORM ADD-SUGGESTED-WORD
                 END-IF
              END-IF
           END-IF.
       ADD-SUGGESTED-WORD.
           IF WS-MASTER-SIZE < WS-MASTER-MAX
              ADD 1 TO WS-MASTER-SIZE
              MOVE WS-CATEGORY TO WS-ME-CATEGORY(WS-MASTER-SIZE)
              MOVE 0 TO WS-ME-COUNT(WS-MASTER-SIZE)
              MOVE 0 TO WS-ME-DATE(WS-MASTER-SIZE)
              MOVE WS-WORD-INPUT TO WS-ME-WORD(WS-MASTER-SIZE)
              MOVE 'A' TO SUG-STATUS
              MOVE WS-CURRENT-DATE TO SUG-DECISION-DATE
              ADD 1 TO WS-APPROVED-COUNT
              DISPLAY "Mot accept : " FUNCTION TRIM(WS-WORD-INPUT)
           ELSE
              DISPLAY "Le fichier matre est plein, proposition "
                 "laisse en attente."
           END-IF.
       REJECT-SUGGESTION.
           MOVE 'R' TO SUG-STATUS.
           MOVE WS-CURRENT-DATE TO SUG-DECISION-DATE.
           ADD 1 TO WS-REJECTED-COUNT.
       PROMOTE-SUGGESTIONS.
           MOVE 0 TO WS-SUG-COPIED.
           MOVE 'N' TO WS-EOF-SUG.
           OPEN INPUT SUGGESTION-NEW-FILE.
           PERFORM UNTIL WS-EOF-SUG = 'O'
                   READ SUGGESTION-NEW-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-SUG
                   NOT AT END
                      ADD 1 TO WS-SUG-COPIED
                   END-READ
           END-PERFORM.
           CLOSE SUGGESTION-NEW-FILE.
           IF WS-SUG-COPIED NOT = WS-SUG-COUNT
              DISPLAY "Attention : suggestions.neuf est incomplet, "
                 "les dcisions n'ont pas t enregistres."
           ELSE
              MOVE 'N' TO WS-EOF-SUG
              OPEN INPUT SUGGESTION-NEW-FILE
              OPEN OUTPUT SUGGESTION-FILE
              PERFORM UNTIL WS-EOF-SUG = 'O'
                      READ SUGGESTION-NEW-FILE
                      AT END
                         MOVE 'O' TO WS-EOF-SUG
                      NOT AT END
                         MOVE SNEW-RECORD TO SUG-RECORD
                         WRITE SUG-RECORD
                      END-READ
              END-PERFORM
              CLOSE SUGGESTION-FILE
              CLOSE SUGGESTION-NEW-FILE
           END-IF.
      * Origine des mots de la catgorie venus des joueurs : qui les
      * a proposs, quand ils ont t accepts et s'ils sont encore
      * dans la liste.
       LIST-SUGGESTED-WORDS.
           MOVE 0 TO WS-LISTED-COUNT.
           DISPLAY "Mots proposs par les joueurs dans cette "
              "catgorie :".
           MOVE 'N' TO WS-EOF-SUG.
           OPEN INPUT SUGGESTION-FILE.
           PERFORM UNTIL WS-EOF-SUG = 'O'
                   READ SUGGESTION-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-SUG
                   NOT AT END
                      IF SUG-APPROVED AND SUG-CATEGORY = WS-CATEGORY
                         PERFORM LIST-ONE-SUGGESTED-WORD
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE SUGGESTION-FILE.
           DISPLAY WS-LISTED-COUNT " mot(s) venu(s) des joueurs.".
       LIST-ONE-SUGGESTED-WORD.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SUG-WORD TO WS-WORD-INPUT.
           PERFORM FIND-WORD.
           IF WS-WORD-FOUND-AT > 0
              MOVE "en jeu" TO WS-IN-PLAY
           ELSE
              MOVE "retir" TO WS-IN-PLAY
           END-IF.
           DISPLAY FUNCTION TRIM(SUG-WORD) " - propos par "
              FUNCTION TRIM(SUG-PLAYER) " le " SUG-DATE
              ", accept le " SUG-DECISION-DATE " ("
              FUNCTION TRIM(WS-IN-PLAY) ")".
       WRITE-MASTER.
           OPEN OUTPUT MASTER-WORDS-FILE.
           PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
