      * Enregistrement du fichier des mots proposs par les joueurs
      * (suggestions.txt), une ligne par proposition. JEU-DU-PENDU
      * ajoute les propositions en attente ('E') ; GESTION-MOTS les
      * accepte ('A', le mot entre dans mots.dat) ou les refuse
      * ('R') en notant la date de dcision. Les lignes ne sont
      * jamais supprimes : le fichier garde qui a propos chaque mot.
      * Partag par JEU-DU-PENDU et GESTION-MOTS.
       01 SUG-RECORD.
          05 SUG-STATUS               PIC X.
             88 SUG-PENDING                     VALUE 'E'.
             88 SUG-APPROVED                    VALUE 'A'.
             88 SUG-REJECTED                    VALUE 'R'.
          05 FILLER                   PIC X     VALUE SPACE.
          05 SUG-DATE                 PIC 9(8).
          05 FILLER                   PIC X     VALUE SPACE.
          05 SUG-PLAYER               PIC X(20).
          05 FILLER                   PIC X     VALUE SPACE.
          05 SUG-CATEGORY             PIC X.
          05 FILLER                   PIC X     VALUE SPACE.
          05 SUG-WORD                 PIC X(50).
          05 FILLER                   PIC X     VALUE SPACE.
      * Date d'acceptation ou de refus ;  blanc tant que la
      * proposition est en attente.
          05 SUG-DECISION-DATE        PIC 9(8).
