             10 WS-LET-MISSES         PIC 9(5).
          05 WS-LETTER-IX             PIC 9(2)  VALUE 0.
          05 I                        PIC 9(2)  VALUE 0.
      * Partie en cours sur chaque poste : les postes jouent en mme
      * temps et leurs lignes de dtail s'entrelacent dans
      * l'historique, alors qu'un poste ne joue qu'une partie  la
      * fois. Une partie est reconnue  son numro et  son poste.
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
             10 WS-OG-GUESSES         PIC 9(3).
             10 WS-OG-HINT-USED       PIC A.
       01 WS-GAME-ACCUMULATORS.
          05 WS-CUR-GUESSES           PIC 9(3)  VALUE 0.
          05 WS-CUR-HINT-USED         PIC A     VALUE 'N'.
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
      * Les dtails sont rattachs  leur partie par le numro de
      * partie et le poste ; sur les anciens enregistrements qui
      * n'en ont pas, une squence repartant  01 marque une nouvelle
      * partie. Dans les deux cas, les dtails d'une manche
      * interrompue sans ligne rsum ne doivent pas tre imputs 
      * la partie suivante. Une vie perdue pour lenteur n'est pas
      * une lettre propose.
       TALLY-DETAIL.
           MOVE HIST-DET-STATION TO WS-OPEN-STATION.
           PERFORM FIND-OPEN-GAME.
           IF WS-OPEN-SLOT > 0
              IF HIST-DET-GAME-ID NUMERIC AND HIST-DET-GAME-ID > 0
                 IF HIST-DET-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE HIST-DET-GAME-ID
                       TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE 0 TO WS-OG-GUESSES(WS-OPEN-SLOT)
                    MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
                 END-IF
              ELSE
                 IF HIST-DET-SEQ = 1
                    MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE 0 TO WS-OG-GUESSES(WS-OPEN-SLOT)
                    MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
                 END-IF
              END-IF
              IF NOT HIST-DET-LATE
                 ADD 1 TO WS-OG-GUESSES(WS-OPEN-SLOT)
              END-IF
              IF HIST-DET-FROM-HINT
                 MOVE 'O' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
              END-IF
           END-IF.
           IF NOT HIST-DET-LATE
              PERFORM FIND-LETTER-INDEX
              IF WS-LETTER-IX > 0
                 ADD 1 TO WS-LET-TRIES(WS-LETTER-IX)
                 IF HIST-DET-MISS
                    ADD 1 TO WS-LET-MISSES(WS-LETTER-IX)
                 END-IF
              END-IF
           END-IF.
       FIND-LETTER-INDEX.
                      MOVE I TO WS-LETTER-IX
                   END-IF
           END-PERFORM.
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
                 MOVE 0 TO WS-OG-GUESSES(WS-OPEN-SLOT)
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
           MOVE HIST-STATION TO WS-OPEN-STATION.
           PERFORM FIND-OPEN-GAME.
           MOVE 0 TO WS-CUR-GUESSES.
           MOVE 'N' TO WS-CUR-HINT-USED.
           IF WS-OPEN-SLOT > 0
              IF HIST-GAME-ID NUMERIC AND HIST-GAME-ID > 0
                 AND HIST-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                 CONTINUE
              ELSE
                 MOVE WS-OG-GUESSES(WS-OPEN-SLOT) TO WS-CUR-GUESSES
                 MOVE WS-OG-HINT-USED(WS-OPEN-SLOT)
                    TO WS-CUR-HINT-USED
              END-IF
              MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
              MOVE 0 TO WS-OG-GUESSES(WS-OPEN-SLOT)
              MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
           END-IF.
           ADD 1 TO WS-GAMES-SEEN.
           IF HIST-STATUS = "WON"
              ADD 1 TO WS-GAMES-WON
                 ADD 1 TO WS-HINT-WINS
              END-IF
           END-IF.
       DISPLAY-ANALYSIS.
           DISPLAY "=== Analyse lettre par lettre du pendu ===".
           IF WS-GAMES-SEEN = 0
