      * Enregistrement du fichier des joueurs de JEU-DU-PENDU
      * (joueurs.dat, index sur PLAYER-NAME). JEU-DU-PENDU lit et
      * met  jour le seul joueur de la partie ; les classements, la
      * clture de saison, le contrle et l'export le lisent dans
      * l'ordre des noms. Les sauvegardes joueurs.bak et l'ancien
      * joueurs.txt gardent la mme disposition, ligne  ligne.
       01 PLAYER-RECORD.
          05 PLAYER-NAME              PIC X(20).
          05 FILLER                   PIC X     VALUE SPACE.
