          05 HIST-CATEGORY            PIC X.
          05 FILLER                   PIC X     VALUE SPACE.
          05 HIST-DIFFICULTY          PIC X.
          05 FILLER                   PIC X     VALUE SPACE.
      * Numro de partie attribu par JEU-DU-PENDU (compteur tenu
      * dans numero-partie.txt, un compteur par poste) et repris sur
      * chaque ligne HIST-DETAIL de la partie ;  blanc sur les
      * anciens enregistrements. Le numro n'est unique qu'avec le
      * code du poste (HIST-STATION).
          05 HIST-GAME-ID             PIC 9(8).
          05 FILLER                   PIC X     VALUE SPACE.
      * 'J' pour une partie du mot du jour (dfi quotidien) ;  blanc
      * pour toutes les autres parties et les anciens
      * enregistrements.
          05 HIST-CHALLENGE           PIC X.
             88 HIST-IS-CHALLENGE               VALUE 'J'.
          05 FILLER                   PIC X     VALUE SPACE.
      * Heure de dbut de la partie et dure en secondes jusqu' la
      * ligne rsum ; limite par tour en secondes pour une partie
      * contre-la-montre,  blanc sinon. Les trois champs sont 
      * blanc sur les anciens enregistrements.
          05 HIST-START-TIME          PIC 9(6).
          05 FILLER                   PIC X     VALUE SPACE.
          05 HIST-ELAPSED             PIC 9(5).
          05 FILLER                   PIC X     VALUE SPACE.
          05 HIST-TURN-LIMIT          PIC 9(3).
          05 FILLER                   PIC X     VALUE SPACE.
      * Code du poste o la partie a t joue ;  blanc pour une
      * installation  un seul poste et sur les anciens
      * enregistrements.
          05 HIST-STATION             PIC X(4).
       01 HIST-DETAIL.
          05 HIST-DET-TYPE            PIC X.
             88 HIST-IS-DETAIL                  VALUE 'D'.
          05 HIST-DET-RESULT          PIC X.
             88 HIST-DET-HIT                    VALUE 'T'.
             88 HIST-DET-MISS                   VALUE 'R'.
      * Vie perdue pour une rponse trop lente (contre-la-montre) ;
      * la ligne ne porte pas de lettre.
             88 HIST-DET-LATE                   VALUE 'L'.
          05 FILLER                   PIC X     VALUE SPACE.
          05 HIST-DET-HINT            PIC X.
             88 HIST-DET-FROM-HINT              VALUE 'O'.
          05 FILLER                   PIC X     VALUE SPACE.
          05 HIST-DET-GAME-ID         PIC 9(8).
          05 FILLER                   PIC X     VALUE SPACE.
      * Vies restantes aprs la lettre, pour le rejeu de la partie.
          05 HIST-DET-LIVES           PIC 9.
          05 FILLER                   PIC X     VALUE SPACE.
      * Code du poste, comme HIST-STATION.
          05 HIST-DET-STATION         PIC X(4).
