       IDENTIFICATION DIVISION.
       PROGRAM-ID. PILOTE-NUIT.
       AUTHOR. CAMILLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "nuit.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "registre-nuit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Fichier de pilotage du passage de nuit : une ligne par
      * tape, dans l'ordre o elles doivent tourner. Nom de l'tape
      * (12 caractres), code retour maximum accept (3 chiffres),
      * puis la commande  lancer. Les lignes vides ou commenant
      * par '*' sont ignores. Par exemple :
      *   AUDIT        000 ./audit-pendu
      *   ARCHIVE      000 ./archive-pendu
      *   CONTROLE     000 ./controle-pendu < /dev/null
      *   RAPPORT      000 ./rapport-pendu
      *   EXPORT       000 ./export-pendu
       FD  CONTROL-FILE.
       01 CTL-RECORD.
          05 CTL-STEP-NAME            PIC X(12).
          05 FILLER                   PIC X.
          05 CTL-MAX-RC               PIC X(3).
          05 FILLER                   PIC X.
          05 CTL-COMMAND              PIC X(80).
      * Registre de la nuit : une ligne au lancement de chaque tape,
      * une  sa fin avec son code retour, une pour chaque tape
      * saute parce que dj termine, et une ligne de bilan par
      * passage. Le fichier n'est jamais rcrit, seulement allong.
       FD  LEDGER-FILE.
       01 REG-RECORD.
          05 REG-CHAIN-ID             PIC 9(14).
          05 FILLER                   PIC X.
          05 REG-STEP-NAME            PIC X(12).
          05 FILLER                   PIC X.
          05 REG-EVENT                PIC X.
             88 REG-STEP-STARTED                VALUE 'D'.
             88 REG-STEP-ENDED                  VALUE 'T'.
             88 REG-STEP-FAILED                 VALUE 'E'.
             88 REG-STEP-SKIPPED                VALUE 'S'.
             88 REG-CHAIN-CLEAN                 VALUE 'P'.
             88 REG-CHAIN-STOPPED               VALUE 'I'.
          05 FILLER                   PIC X.
          05 REG-START-STAMP          PIC 9(14).
          05 FILLER                   PIC X.
          05 REG-END-STAMP            PIC 9(14).
          05 FILLER                   PIC X.
          05 REG-RC                   PIC 9(4).
          05 FILLER                   PIC X.
          05 REG-MAX-RC               PIC 9(3).
       WORKING-STORAGE SECTION.
      * Une chane est identifie par l'horodatage de son premier
      * lancement. Si la dernire chane du registre n'a pas fini
      * propre, un nouveau lancement la reprend : les tapes dj
      * termines sont sautes et le travail repart de l'tape en
      * chec. Une chane commence avant la veille n'est plus
      * reprise ; une nouvelle chane complte est lance.
       01 WS-STEP-STORE.
          05 WS-STEP-MAX              PIC 9(2)  VALUE 20.
          05 WS-STEP-COUNT            PIC 9(2)  VALUE 0.
          05 WS-STEP-IX               PIC 9(2)  VALUE 0.
          05 WS-STEP-ENTRY            OCCURS 20 TIMES.
             10 WS-ST-NAME            PIC X(12).
             10 WS-ST-MAX-RC          PIC 9(3).
             10 WS-ST-COMMAND         PIC X(80).
             10 WS-ST-STATE           PIC X.
                88 ST-NOT-RUN                   VALUE SPACE.
                88 ST-DONE-BEFORE               VALUE 'S'.
                88 ST-DONE-NOW                  VALUE 'T'.
                88 ST-FAILED                    VALUE 'E'.
             10 WS-ST-RC              PIC 9(4).
       01 WS-DONE-STORE.
          05 WS-DONE-COUNT            PIC 9(2)  VALUE 0.
          05 WS-DONE-IX               PIC 9(2)  VALUE 0.
          05 WS-DONE-NAME             PIC X(12) OCCURS 20 TIMES.
       01 WS-CONTROL-HANDLING.
          05 WS-EOF-CONTROL           PIC A     VALUE 'N'.
          05 WS-CONTROL-VALID         PIC A     VALUE 'O'.
             88 CONTROL-VALID                   VALUE 'O'.
          05 WS-MAX-RC-INPUT          PIC X(3)  VALUE SPACES.
          05 WS-MAX-RC-N REDEFINES WS-MAX-RC-INPUT
                                      PIC 9(3).
       01 WS-CHAIN-HANDLING.
          05 WS-EOF-LEDGER            PIC A     VALUE 'N'.
          05 WS-CHAIN-ID              PIC 9(14) VALUE 0.
          05 WS-CHAIN-ID-X REDEFINES WS-CHAIN-ID.
             10 WS-CHAIN-DATE         PIC 9(8).
             10 WS-CHAIN-TIME         PIC 9(6).
          05 WS-LAST-CHAIN-ID         PIC 9(14) VALUE 0.
          05 WS-LAST-CHAIN-X REDEFINES WS-LAST-CHAIN-ID.
             10 WS-LAST-CHAIN-DATE    PIC 9(8).
             10 WS-LAST-CHAIN-TIME    PIC 9(6).
          05 WS-LAST-CHAIN-CLEAN      PIC A     VALUE 'N'.
             88 LAST-CHAIN-CLEAN                VALUE 'O'.
          05 WS-RESUMING              PIC A     VALUE 'N'.
             88 RESUMING                        VALUE 'O'.
          05 WS-CHAIN-FAILED          PIC A     VALUE 'N'.
             88 CHAIN-FAILED                    VALUE 'O'.
          05 WS-DAYS-OLD              PIC S9(7) VALUE 0.
       01 WS-STEP-RUN.
          05 WS-SYSTEM-STATUS         PIC S9(9) VALUE 0.
          05 WS-STEP-RC               PIC 9(4)  VALUE 0.
          05 WS-SIGNAL                PIC 9(4)  VALUE 0.
          05 WS-START-STAMP           PIC 9(14) VALUE 0.
          05 WS-END-STAMP             PIC 9(14) VALUE 0.
          05 WS-STEP-EVENT            PIC X     VALUE SPACE.
          05 WS-STATE-LABEL           PIC X(22) VALUE SPACES.
       01 WS-CURRENT-DATE-FIELDS.
          05 WS-CURRENT-STAMP.
             10 WS-CURRENT-DATE       PIC 9(8).
             10 WS-CURRENT-TIME       PIC 9(6).
          05 FILLER                   PIC X(7).
       01 WS-CURRENT-STAMP-N REDEFINES WS-CURRENT-DATE-FIELDS
                                      PIC 9(14).
       01 WS-CONTROL-TOTALS.
          05 WS-RUN-COUNT             PIC 9(2)  VALUE 0.
          05 WS-SKIPPED-COUNT         PIC 9(2)  VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== Passage de nuit du pendu ===".
           PERFORM LOAD-CONTROL-FILE.
           IF NOT CONTROL-VALID
              DISPLAY "Passage de nuit abandonn, rien n'a t lanc."
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM READ-LEDGER
              PERFORM CHOOSE-CHAIN
              PERFORM RUN-ONE-STEP
                 VARYING WS-STEP-IX FROM 1 BY 1
                 UNTIL WS-STEP-IX > WS-STEP-COUNT OR CHAIN-FAILED
              PERFORM WRITE-CHAIN-SUMMARY
              PERFORM DISPLAY-SUMMARY
              IF CHAIN-FAILED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
       LOAD-CONTROL-FILE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'O' TO WS-CONTROL-VALID.
           MOVE 'N' TO WS-EOF-CONTROL.
           OPEN INPUT CONTROL-FILE.
           PERFORM UNTIL WS-EOF-CONTROL = 'O'
                   READ CONTROL-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-CONTROL
                   NOT AT END
                      IF CTL-RECORD NOT = SPACES
                         AND CTL-STEP-NAME(1:1) NOT = '*'
                         PERFORM LOAD-ONE-STEP
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF WS-STEP-COUNT = 0 AND CONTROL-VALID
              DISPLAY "nuit.ctl est vide ou absent."
              MOVE 'N' TO WS-CONTROL-VALID
           END-IF.
       LOAD-ONE-STEP.
           MOVE CTL-MAX-RC TO WS-MAX-RC-INPUT.
           IF WS-MAX-RC-INPUT NOT NUMERIC
              OR CTL-STEP-NAME = SPACES OR CTL-COMMAND = SPACES
              DISPLAY "Ligne de nuit.ctl illisible : "
                 FUNCTION TRIM(CTL-RECORD)
              MOVE 'N' TO WS-CONTROL-VALID
           ELSE
              IF WS-STEP-COUNT < WS-STEP-MAX
                 ADD 1 TO WS-STEP-COUNT
                 MOVE FUNCTION UPPER-CASE(CTL-STEP-NAME)
                    TO WS-ST-NAME(WS-STEP-COUNT)
                 MOVE WS-MAX-RC-N TO WS-ST-MAX-RC(WS-STEP-COUNT)
                 MOVE CTL-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT)
                 MOVE SPACE TO WS-ST-STATE(WS-STEP-COUNT)
                 MOVE 0 TO WS-ST-RC(WS-STEP-COUNT)
              ELSE
                 DISPLAY "nuit.ctl compte plus de " WS-STEP-MAX
                    " tapes."
                 MOVE 'N' TO WS-CONTROL-VALID
              END-IF
           END-IF.
      * Relecture du registre : on garde la dernire chane, les
      * tapes qu'elle a termines et si elle a fini propre.
       READ-LEDGER.
           MOVE 0 TO WS-LAST-CHAIN-ID.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE 'N' TO WS-LAST-CHAIN-CLEAN.
           MOVE 'N' TO WS-EOF-LEDGER.
           OPEN INPUT LEDGER-FILE.
           PERFORM UNTIL WS-EOF-LEDGER = 'O'
                   READ LEDGER-FILE
                   AT END
                      MOVE 'O' TO WS-EOF-LEDGER
                   NOT AT END
                      IF REG-CHAIN-ID NUMERIC
                         PERFORM NOTE-LEDGER-LINE
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
       NOTE-LEDGER-LINE.
           IF REG-CHAIN-ID NOT = WS-LAST-CHAIN-ID
              MOVE REG-CHAIN-ID TO WS-LAST-CHAIN-ID
              MOVE 0 TO WS-DONE-COUNT
              MOVE 'N' TO WS-LAST-CHAIN-CLEAN
           END-IF.
           EVALUATE TRUE
              WHEN REG-STEP-ENDED
                 IF WS-DONE-COUNT < WS-STEP-MAX
                    ADD 1 TO WS-DONE-COUNT
                    MOVE REG-STEP-NAME TO WS-DONE-NAME(WS-DONE-COUNT)
                 END-IF
              WHEN REG-CHAIN-CLEAN
                 MOVE 'O' TO WS-LAST-CHAIN-CLEAN
              WHEN REG-CHAIN-STOPPED
                 MOVE 'N' TO WS-LAST-CHAIN-CLEAN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CHOOSE-CHAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE 'N' TO WS-RESUMING.
           IF WS-LAST-CHAIN-ID NOT = 0 AND NOT LAST-CHAIN-CLEAN
              COMPUTE WS-DAYS-OLD =
                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-LAST-CHAIN-DATE)
              IF WS-DAYS-OLD <= 1
                 MOVE 'O' TO WS-RESUMING
              ELSE
                 DISPLAY "La chane du " WS-LAST-CHAIN-DATE
                    " n'a pas fini propre mais elle est trop "
                    "ancienne pour tre reprise."
              END-IF
           END-IF.
           IF RESUMING
              MOVE WS-LAST-CHAIN-ID TO WS-CHAIN-ID
              DISPLAY "Reprise de la chane lance le "
                 WS-CHAIN-DATE "  " WS-CHAIN-TIME "."
           ELSE
              MOVE WS-CURRENT-STAMP-N TO WS-CHAIN-ID
              IF WS-CHAIN-ID NOT > WS-LAST-CHAIN-ID
                 COMPUTE WS-CHAIN-ID = WS-LAST-CHAIN-ID + 1
              END-IF
              MOVE 0 TO WS-DONE-COUNT
              DISPLAY "Nouvelle chane " WS-CHAIN-ID ", "
                 WS-STEP-COUNT " tape(s)."
           END-IF.
       RUN-ONE-STEP.
           PERFORM CHECK-STEP-DONE.
           IF ST-DONE-BEFORE(WS-STEP-IX)
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
                 " : dj termine, saute."
              MOVE 0 TO WS-START-STAMP
              MOVE 0 TO WS-END-STAMP
              MOVE 0 TO WS-STEP-RC
              MOVE 'S' TO WS-STEP-EVENT
              PERFORM WRITE-STEP-LINE
           ELSE
              PERFORM LAUNCH-STEP
           END-IF.
       CHECK-STEP-DONE.
           PERFORM VARYING WS-DONE-IX FROM 1 BY 1
              UNTIL WS-DONE-IX > WS-DONE-COUNT
                   IF WS-DONE-NAME(WS-DONE-IX) = WS-ST-NAME(WS-STEP-IX)
                      MOVE 'S' TO WS-ST-STATE(WS-STEP-IX)
                   END-IF
           END-PERFORM.
      * Le code rendu par le systme porte le code retour de l'tape
      * multipli par 256 ; un reste non nul signale une tape
      * interrompue, compte en chec avec le code 9999.
       LAUNCH-STEP.
           ADD 1 TO WS-RUN-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-STAMP-N TO WS-START-STAMP.
           MOVE 0 TO WS-END-STAMP.
           MOVE 0 TO WS-STEP-RC.
           MOVE 'D' TO WS-STEP-EVENT.
           PERFORM WRITE-STEP-LINE.
           DISPLAY FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
              " : lancement de "
              FUNCTION TRIM(WS-ST-COMMAND(WS-STEP-IX)).
           CALL "SYSTEM" USING WS-ST-COMMAND(WS-STEP-IX).
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE 0 TO RETURN-CODE.
           DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
              REMAINDER WS-SIGNAL.
           IF WS-SYSTEM-STATUS < 0 OR WS-SIGNAL NOT = 0
              MOVE 9999 TO WS-STEP-RC
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-STAMP-N TO WS-END-STAMP.
           MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IX).
           IF WS-STEP-RC > WS-ST-MAX-RC(WS-STEP-IX)
              MOVE 'E' TO WS-ST-STATE(WS-STEP-IX)
              MOVE 'O' TO WS-CHAIN-FAILED
              MOVE 'E' TO WS-STEP-EVENT
              DISPLAY FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
                 " : ECHEC, code retour " WS-STEP-RC
                 " (maximum accept " WS-ST-MAX-RC(WS-STEP-IX) ")."
           ELSE
              MOVE 'T' TO WS-ST-STATE(WS-STEP-IX)
              MOVE 'T' TO WS-STEP-EVENT
              DISPLAY FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
                 " : termine, code retour " WS-STEP-RC "."
           END-IF.
           PERFORM WRITE-STEP-LINE.
      * Chaque ligne est crite fichier ferm aussitt aprs, pour
      * que le registre reste juste si le passage est interrompu.
       WRITE-STEP-LINE.
           MOVE SPACES TO REG-RECORD.
           MOVE WS-STEP-EVENT TO REG-EVENT.
           MOVE WS-CHAIN-ID TO REG-CHAIN-ID.
           MOVE WS-ST-NAME(WS-STEP-IX) TO REG-STEP-NAME.
           MOVE WS-START-STAMP TO REG-START-STAMP.
           MOVE WS-END-STAMP TO REG-END-STAMP.
           MOVE WS-STEP-RC TO REG-RC.
           MOVE WS-ST-MAX-RC(WS-STEP-IX) TO REG-MAX-RC.
           OPEN EXTEND LEDGER-FILE.
           WRITE REG-RECORD.
           CLOSE LEDGER-FILE.
       WRITE-CHAIN-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO REG-RECORD.
           MOVE WS-CHAIN-ID TO REG-CHAIN-ID.
           MOVE "BILAN" TO REG-STEP-NAME.
           IF CHAIN-FAILED
              MOVE 'I' TO REG-EVENT
              MOVE 8 TO REG-RC
           ELSE
              MOVE 'P' TO REG-EVENT
              MOVE 0 TO REG-RC
           END-IF.
           MOVE WS-CHAIN-ID TO REG-START-STAMP.
           MOVE WS-CURRENT-STAMP-N TO REG-END-STAMP.
           MOVE 0 TO REG-MAX-RC.
           OPEN EXTEND LEDGER-FILE.
           WRITE REG-RECORD.
           CLOSE LEDGER-FILE.
       DISPLAY-SUMMARY.
           DISPLAY " ".
           DISPLAY "=== Bilan de la chane " WS-CHAIN-ID " ===".
           PERFORM DISPLAY-ONE-STEP
              VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT.
           DISPLAY WS-RUN-COUNT " tape(s) lance(s), "
              WS-SKIPPED-COUNT " saute(s) car dj termine(s).".
           IF CHAIN-FAILED
              DISPLAY "CHAINE INCOMPLETE : corriger l'tape en chec "
                 "puis relancer PILOTE-NUIT, qui repartira de cette "
                 "tape."
           ELSE
              DISPLAY "CHAINE PROPRE : toutes les tapes sont "
                 "termines."
           END-IF.
       DISPLAY-ONE-STEP.
           EVALUATE TRUE
              WHEN ST-DONE-BEFORE(WS-STEP-IX)
                 MOVE "termine avant" TO WS-STATE-LABEL
              WHEN ST-DONE-NOW(WS-STEP-IX)
                 MOVE "termine" TO WS-STATE-LABEL
              WHEN ST-FAILED(WS-STEP-IX)
                 MOVE "ECHEC" TO WS-STATE-LABEL
              WHEN OTHER
                 MOVE "non lance" TO WS-STATE-LABEL
           END-EVALUATE.
           DISPLAY "  " WS-ST-NAME(WS-STEP-IX) " " WS-STATE-LABEL
              " code retour " WS-ST-RC(WS-STEP-IX)
              " (maximum " WS-ST-MAX-RC(WS-STEP-IX) ")".
       END PROGRAM PILOTE-NUIT.
