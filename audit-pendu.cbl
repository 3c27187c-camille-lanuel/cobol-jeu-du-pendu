       FD  HISTORY-FILE.
       COPY "histrec.cpy".
       FD  CLEAN-FILE.
       01 CLEAN-RECORD                PIC X(200).
       FD  EXCEPTION-FILE.
       01 EXC-RECORD.
          05 EXC-REASON               PIC X(4).
          05 FILLER                   PIC X     VALUE SPACE.
          05 EXC-DATA                 PIC X(200).
      * Fichier de pilotage du passage de nuit : une seule ligne
      * portant le nom du fichier  auditer. Sans fichier de
      * pilotage, l'audit porte sur historique.txt et garde sa
                   AND HIST-DIFFICULTY NOT = 'N'
                   AND HIST-DIFFICULTY NOT = 'H'
                 MOVE "DIFF" TO WS-REASON
      * Le numro de partie est  blanc sur les anciens
      * enregistrements.
              WHEN HIST-GAME-ID NOT NUMERIC
                   AND HIST-GAME-ID NOT = SPACES
                 MOVE "PART" TO WS-REASON
              WHEN HIST-CHALLENGE NOT = SPACE
                   AND NOT HIST-IS-CHALLENGE
                 MOVE "DEFI" TO WS-REASON
      * Heure de dbut, dure et limite par tour sont  blanc sur
      * les anciens enregistrements.
              WHEN HIST-START-TIME NOT NUMERIC
                   AND HIST-START-TIME NOT = SPACES
                 MOVE "CHRO" TO WS-REASON
              WHEN HIST-ELAPSED NOT NUMERIC
                   AND HIST-ELAPSED NOT = SPACES
                 MOVE "CHRO" TO WS-REASON
              WHEN HIST-TURN-LIMIT NOT NUMERIC
                   AND HIST-TURN-LIMIT NOT = SPACES
                 MOVE "CHRO" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
                 MOVE "HEUR" TO WS-REASON
              WHEN HIST-DET-SEQ NOT NUMERIC
                 MOVE "SEQ" TO WS-REASON
              WHEN HIST-DET-RESULT NOT = 'T' AND
                   HIST-DET-RESULT NOT = 'R' AND
                   NOT HIST-DET-LATE
                 MOVE "RES" TO WS-REASON
              WHEN HIST-DET-LATE AND HIST-DET-LETTER NOT = SPACE
                 MOVE "LETT" TO WS-REASON
              WHEN NOT HIST-DET-LATE AND
                   (HIST-DET-LETTER < 'A' OR HIST-DET-LETTER > 'Z')
                 MOVE "LETT" TO WS-REASON
              WHEN HIST-DET-HINT NOT = 'O' AND HIST-DET-HINT NOT = 'N'
                 MOVE "IND" TO WS-REASON
              WHEN HIST-DET-PLAYER = SPACES
                 MOVE "JOUR" TO WS-REASON
              WHEN HIST-DET-GAME-ID NOT NUMERIC
                   AND HIST-DET-GAME-ID NOT = SPACES
                 MOVE "PART" TO WS-REASON
              WHEN HIST-DET-LIVES NOT NUMERIC
                   AND HIST-DET-LIVES NOT = SPACE
                 MOVE "VIES" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
