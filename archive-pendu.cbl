       FD  HISTORY-FILE.
       COPY "histrec.cpy".
       FD  HISTORY-TEMP.
       01 TEMP-RECORD                 PIC X(200).
       FD  ARCHIVE-FILE.
       01 ARCH-RECORD                 PIC X(200).
      * Fichier de pilotage du passage de nuit : une seule ligne,
      * soit "D AAAAMMJJ" (date charnire explicite), soit "M nn"
      * (tout ce qui a plus de nn mois). Sans fichier de pilotage,
