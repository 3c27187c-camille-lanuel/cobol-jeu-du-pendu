      * Fichier du mot du jour (defi-jour.txt). La premire partie
      * du jour fixe le mot : le fichier est alors recr avec une
      * ligne 'M' (date, catgorie et mot), puis chaque joueur qui
      * se lance y ajoute une ligne 'J' avant de jouer, ce qui
      * interdit une seconde tentative le mme jour, mme aprs un
      * abandon.
      * Partag par JEU-DU-PENDU (criture) et CLASSEMENT-DEFI.
       01 DEFI-WORD-RECORD.
          05 DEFI-TYPE                PIC X.
             88 DEFI-IS-WORD                    VALUE 'M'.
             88 DEFI-IS-PLAYER                  VALUE 'J'.
          05 FILLER                   PIC X     VALUE SPACE.
          05 DEFI-DATE                PIC 9(8).
          05 FILLER                   PIC X     VALUE SPACE.
          05 DEFI-CATEGORY            PIC X.
          05 FILLER                   PIC X     VALUE SPACE.
          05 DEFI-WORD                PIC X(50).
       01 DEFI-PLAYER-RECORD.
          05 DEFI-PLR-TYPE            PIC X.
          05 FILLER                   PIC X     VALUE SPACE.
          05 DEFI-PLR-DATE            PIC 9(8).
          05 FILLER                   PIC X     VALUE SPACE.
          05 DEFI-PLR-TIME            PIC 9(6).
          05 FILLER                   PIC X     VALUE SPACE.
          05 DEFI-PLR-NAME            PIC X(20).
