      * Enregistrement du fichier des codes secrets des joueurs
      * (codes-joueurs.txt), tenu  part de joueurs.dat pour que les
      * programmes lecteurs du fichier des joueurs n'en voient rien.
      * Le code n'est jamais gard en clair : seule sa forme brouille
      * par le sel CRED-SALT, tir  la cration, est conserve
      * (mme calcul dans JEU-DU-PENDU et GESTION-JOUEURS) ; le sel
      * suit le code quand GESTION-JOUEURS renomme le joueur.
      * CRED-FAILURES compte les checs successifs ; au troisime, le
      * nom passe  l'tat verrouill jusqu' ce que l'oprateur lui
      * donne un nouveau code dans GESTION-JOUEURS.
      * Partag par JEU-DU-PENDU, GESTION-JOUEURS et RAPPORT-SECURITE.
       01 CRED-RECORD.
          05 CRED-NAME                PIC X(20).
          05 FILLER                   PIC X     VALUE SPACE.
          05 CRED-SALT                PIC 9(6).
          05 FILLER                   PIC X     VALUE SPACE.
          05 CRED-PIN-HASH            PIC 9(9).
          05 FILLER                   PIC X     VALUE SPACE.
          05 CRED-FAILURES            PIC 9(2).
          05 FILLER                   PIC X     VALUE SPACE.
          05 CRED-STATUS              PIC X.
             88 CRED-ACTIVE                     VALUE 'A'.
             88 CRED-LOCKED                     VALUE 'V'.
          05 FILLER                   PIC X     VALUE SPACE.
          05 CRED-CHANGE-DATE         PIC 9(8).
