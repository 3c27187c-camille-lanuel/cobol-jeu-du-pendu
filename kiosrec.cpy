      * SESSION (fin de session, avec les compteurs de mots),
      * EPUISE (plus de mot indit disponible) et ARRET (fin de
      * journe, avec le motif dans KJ-INFO : OPERATEUR, ENTREE ou
      * DICO VIDE). KJ-STATION porte le code du poste qui a crit
      * la ligne ;  blanc pour un poste unique et sur les anciennes
      * lignes.
      * Partag par JEU-DU-PENDU (criture) et RAPPORT-KIOSQUE.
       01 KIOSK-RECORD.
          05 KJ-DATE                  PIC 9(8).
          05 KJ-LOST                  PIC 9(2).
          05 FILLER                   PIC X     VALUE SPACE.
          05 KJ-INFO                  PIC X(20).
          05 FILLER                   PIC X     VALUE SPACE.
          05 KJ-STATION               PIC X(4).
