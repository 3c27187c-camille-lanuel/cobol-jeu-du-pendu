      * Enregistrement du journal de scurit (securite-pendu.txt),
      * une ligne horodate par vnement sur un code joueur :
      * ECHEC (mauvais code), VERROU (nom verrouill aprs trop
      * d'checs), REFUS (tentative sur un nom verrouill),
      * SANSCODE (joueur dj inscrit qui n'a pas de code, renvoy
      * vers l'oprateur), CREATION (premier code d'un nouveau
      * joueur) et RAZ (nouveau code donn par l'oprateur).
      * SEC-ORIGIN dit d'o vient l'vnement : JOUEUR ou ADVERSE
      * (invite de JEU-DU-PENDU), GESTION (oprateur).
      * Partag par JEU-DU-PENDU, GESTION-JOUEURS et RAPPORT-SECURITE.
       01 SEC-RECORD.
          05 SEC-DATE                 PIC 9(8).
          05 FILLER                   PIC X     VALUE SPACE.
          05 SEC-TIME                 PIC 9(6).
          05 FILLER                   PIC X     VALUE SPACE.
          05 SEC-EVENT                PIC X(8).
             88 SEC-EV-FAILURE                  VALUE "ECHEC".
             88 SEC-EV-LOCK                     VALUE "VERROU".
             88 SEC-EV-REFUSED                  VALUE "REFUS".
             88 SEC-EV-NO-PIN                   VALUE "SANSCODE".
             88 SEC-EV-CREATED                  VALUE "CREATION".
             88 SEC-EV-RESET                    VALUE "RAZ".
          05 FILLER                   PIC X     VALUE SPACE.
          05 SEC-PLAYER               PIC X(20).
          05 FILLER                   PIC X     VALUE SPACE.
          05 SEC-FAILURES             PIC 9(2).
          05 FILLER                   PIC X     VALUE SPACE.
          05 SEC-ORIGIN               PIC X(8).
