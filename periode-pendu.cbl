             10 WS-MT-WON             PIC 9(5).
             10 WS-MT-LOST            PIC 9(5).
             10 WS-MT-HINT-GAMES     PIC 9(5).
      * Partie en cours sur chaque poste, comme dans ANALYSE-PENDU :
      * les lignes de dtail des postes s'entrelacent, une partie
      * est reconnue  son numro et  son poste.
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
             10 WS-OG-HINT-USED       PIC A.
       01 WS-GAME-ACCUMULATORS.
          05 WS-CUR-HINT-USED         PIC A     VALUE 'N'.
             88 CUR-HINT-USED                   VALUE 'O'.
           DISPLAY WS-HIST-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-HIST-FILENAME UPON ENVIRONMENT-VALUE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-CUR-HINT-USED.
           OPEN INPUT HISTORY-FILE.
           PERFORM UNTIL END-OF-HISTORY
                   END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
      * Mme convention que dans ANALYSE-PENDU : un nouveau numro
      * de partie sur le poste (ou, sur les anciens enregistrements,
      * une squence repartant  01) marque une nouvelle partie,
      * l'indicateur d'indice repart donc de zro.
       TALLY-DETAIL.
           MOVE HIST-DET-STATION TO WS-OPEN-STATION.
           PERFORM FIND-OPEN-GAME.
           IF WS-OPEN-SLOT > 0
              IF HIST-DET-GAME-ID NUMERIC AND HIST-DET-GAME-ID > 0
                 IF HIST-DET-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE HIST-DET-GAME-ID
                       TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
                 END-IF
              ELSE
                 IF HIST-DET-SEQ NUMERIC AND HIST-DET-SEQ = 1
                    MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
                    MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
                 END-IF
              END-IF
              IF HIST-DET-FROM-HINT
                 MOVE 'O' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
              END-IF
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
           MOVE 'N' TO WS-CUR-HINT-USED.
           IF WS-OPEN-SLOT > 0
              IF HIST-GAME-ID NUMERIC AND HIST-GAME-ID > 0
                 AND HIST-GAME-ID NOT = WS-OG-GAME-ID(WS-OPEN-SLOT)
                 CONTINUE
              ELSE
                 MOVE WS-OG-HINT-USED(WS-OPEN-SLOT)
                    TO WS-CUR-HINT-USED
              END-IF
              MOVE 0 TO WS-OG-GAME-ID(WS-OPEN-SLOT)
              MOVE 'N' TO WS-OG-HINT-USED(WS-OPEN-SLOT)
           END-IF.
           MOVE HIST-DATE(1:6) TO WS-RECORD-PERIOD.
           PERFORM FIND-MONTH-SLOT.
           IF WS-MONTH-SLOT > 0
                 ADD 1 TO WS-MT-HINT-GAMES(WS-MONTH-SLOT)
              END-IF
           END-IF.
       FIND-MONTH-SLOT.
           MOVE 0 TO WS-MONTH-SLOT.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
