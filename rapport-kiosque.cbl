       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG                 PIC A     VALUE 'N'.
          88 END-OF-JOURNAL                     VALUE 'O'.
      * Une entre par journe et par poste vus dans le journal,
      * dans l'ordre du fichier (donc chronologique). Le poste est 
      * blanc sur les anciennes lignes et pour un poste unique.
       01 WS-DAY-TABLE.
          05 WS-DAY-COUNT             PIC 9(4)  VALUE 0.
          05 WS-DAY-IX                PIC 9(4)  VALUE 0.
          05 WS-DAY-SLOT              PIC 9(4)  VALUE 0.
          05 WS-STN-IX                PIC 9(4)  VALUE 0.
          05 WS-DAY-ENTRY             OCCURS 2000 TIMES.
             10 WS-DT-DATE            PIC 9(8).
             10 WS-DT-STATION         PIC X(4).
             10 WS-DT-SHOWN           PIC A.
             10 WS-DT-FIRST-TIME      PIC 9(6).
             10 WS-DT-LAST-TIME       PIC 9(6).
             10 WS-DT-SESSIONS        PIC 9(3).
             10 WS-DT-STOP-INPUT      PIC 9(3).
             10 WS-DT-EXHAUSTED       PIC 9(3).
             10 WS-DT-EMPTY-DICT      PIC 9(3).
      * Cumul de la journe en cours d'affichage, tous postes.
       01 WS-DAY-TOTALS.
          05 WS-TOT-STATIONS          PIC 9(4)  VALUE 0.
          05 WS-TOT-SESSIONS          PIC 9(5)  VALUE 0.
          05 WS-TOT-PLAYED            PIC 9(5)  VALUE 0.
          05 WS-TOT-WON               PIC 9(5)  VALUE 0.
          05 WS-TOT-LOST              PIC 9(5)  VALUE 0.
          05 WS-TOT-EXHAUSTED         PIC 9(4)  VALUE 0.
       01 WS-EDITING.
          05 WS-STATION-LABEL         PIC X(11).
          05 WS-STATIONS-ED           PIC ZZZ9.
          05 WS-HH                    PIC X(2).
          05 WS-MM                    PIC X(2).
          05 WS-SS                    PIC X(2).
          05 WS-SESSIONS-ED           PIC ZZZZ9.
          05 WS-PLAYED-ED             PIC ZZZZ9.
          05 WS-WON-ED                PIC ZZZZ9.
          05 WS-LOST-ED               PIC ZZZZ9.
              UNTIL WS-DAY-IX > WS-DAY-COUNT
                 OR WS-DAY-SLOT > 0
                   IF WS-DT-DATE(WS-DAY-IX) = KJ-DATE
                      AND WS-DT-STATION(WS-DAY-IX) = KJ-STATION
                      MOVE WS-DAY-IX TO WS-DAY-SLOT
                   END-IF
           END-PERFORM.
           IF WS-DAY-SLOT = 0 AND WS-DAY-COUNT < 2000
              ADD 1 TO WS-DAY-COUNT
              MOVE WS-DAY-COUNT TO WS-DAY-SLOT
              MOVE KJ-DATE TO WS-DT-DATE(WS-DAY-SLOT)
              MOVE KJ-STATION TO WS-DT-STATION(WS-DAY-SLOT)
              MOVE 'N' TO WS-DT-SHOWN(WS-DAY-SLOT)
              MOVE 235959 TO WS-DT-FIRST-TIME(WS-DAY-SLOT)
              MOVE 0 TO WS-DT-LAST-TIME(WS-DAY-SLOT)
              MOVE 0 TO WS-DT-SESSIONS(WS-DAY-SLOT)
                 VARYING WS-DAY-IX FROM 1 BY 1
                 UNTIL WS-DAY-IX > WS-DAY-COUNT
           END-IF.
      * Chaque journe est affiche une fois, avec tous ses postes
      * dans l'ordre de leur premire ligne de journal, puis le
      * total de la journe quand plusieurs postes ont tourn.
       DISPLAY-ONE-DAY.
           IF WS-DT-SHOWN(WS-DAY-IX) = 'N'
              DISPLAY " "
              DISPLAY "Journe du " WS-DT-DATE(WS-DAY-IX) " :"
              INITIALIZE WS-DAY-TOTALS
              PERFORM DISPLAY-ONE-STATION
                 VARYING WS-STN-IX FROM WS-DAY-IX BY 1
                 UNTIL WS-STN-IX > WS-DAY-COUNT
              IF WS-TOT-STATIONS > 1
                 PERFORM DISPLAY-DAY-TOTAL
              END-IF
           END-IF.
       DISPLAY-ONE-STATION.
           IF WS-DT-DATE(WS-STN-IX) = WS-DT-DATE(WS-DAY-IX)
              AND WS-DT-SHOWN(WS-STN-IX) = 'N'
              MOVE 'O' TO WS-DT-SHOWN(WS-STN-IX)
              ADD 1 TO WS-TOT-STATIONS
              ADD WS-DT-SESSIONS(WS-STN-IX) TO WS-TOT-SESSIONS
              ADD WS-DT-PLAYED(WS-STN-IX) TO WS-TOT-PLAYED
              ADD WS-DT-WON(WS-STN-IX) TO WS-TOT-WON
              ADD WS-DT-LOST(WS-STN-IX) TO WS-TOT-LOST
              IF WS-DT-EXHAUSTED(WS-STN-IX) > 0
                 ADD 1 TO WS-TOT-EXHAUSTED
              END-IF
              PERFORM DISPLAY-STATION-DETAIL
           END-IF.
       DISPLAY-STATION-DETAIL.
           IF WS-DT-STATION(WS-STN-IX) = SPACES
              MOVE "(sans code)" TO WS-STATION-LABEL
           ELSE
              MOVE WS-DT-STATION(WS-STN-IX) TO WS-STATION-LABEL
           END-IF.
           DISPLAY "  Poste " WS-STATION-LABEL.
           MOVE WS-DT-FIRST-TIME(WS-STN-IX)(1:2) TO WS-HH.
           MOVE WS-DT-FIRST-TIME(WS-STN-IX)(3:2) TO WS-MM.
           MOVE WS-DT-FIRST-TIME(WS-STN-IX)(5:2) TO WS-SS.
           DISPLAY "    en service de " WS-HH ":" WS-MM ":" WS-SS
              WITH NO ADVANCING.
           MOVE WS-DT-LAST-TIME(WS-STN-IX)(1:2) TO WS-HH.
           MOVE WS-DT-LAST-TIME(WS-STN-IX)(3:2) TO WS-MM.
           MOVE WS-DT-LAST-TIME(WS-STN-IX)(5:2) TO WS-SS.
           DISPLAY "  " WS-HH ":" WS-MM ":" WS-SS.
           MOVE WS-DT-SESSIONS(WS-STN-IX) TO WS-SESSIONS-ED.
           MOVE WS-DT-PLAYED(WS-STN-IX) TO WS-PLAYED-ED.
           MOVE WS-DT-WON(WS-STN-IX) TO WS-WON-ED.
           MOVE WS-DT-LOST(WS-STN-IX) TO WS-LOST-ED.
           DISPLAY "    " WS-SESSIONS-ED " session(s), " WS-PLAYED-ED
              " mot(s) jou(s), " WS-WON-ED " gagn(s), "
              WS-LOST-ED " perdu(s)".
           DISPLAY "    arrts : " WS-DT-STOP-OPER(WS-STN-IX)
              " oprateur, " WS-DT-STOP-INPUT(WS-STN-IX)
              " fin d'entre, " WS-DT-EMPTY-DICT(WS-STN-IX)
              " dictionnaire vide".
           IF WS-DT-EXHAUSTED(WS-STN-IX) > 0
              DISPLAY "    mots puiss : " WS-DT-EXHAUSTED(WS-STN-IX)
                 " fois"
           END-IF.
       DISPLAY-DAY-TOTAL.
           MOVE WS-TOT-STATIONS TO WS-STATIONS-ED.
           MOVE WS-TOT-SESSIONS TO WS-SESSIONS-ED.
           MOVE WS-TOT-PLAYED TO WS-PLAYED-ED.
           MOVE WS-TOT-WON TO WS-WON-ED.
           MOVE WS-TOT-LOST TO WS-LOST-ED.
           DISPLAY "  Total des " FUNCTION TRIM(WS-STATIONS-ED)
              " postes :".
           DISPLAY "    " WS-SESSIONS-ED " session(s), " WS-PLAYED-ED
              " mot(s) jou(s), " WS-WON-ED " gagn(s), "
              WS-LOST-ED " perdu(s)".
           IF WS-TOT-EXHAUSTED > 0
              MOVE WS-TOT-EXHAUSTED TO WS-STATIONS-ED
              DISPLAY "    mots puiss sur "
                 FUNCTION TRIM(WS-STATIONS-ED) " poste(s)"
           END-IF.
       END PROGRAM RAPPORT-KIOSQUE.
