           02 AVANT-HIST PIC X(50).
           02 FILLER PIC X.
           02 APRES-HIST PIC X(50).
           02 FILLER PIC X.
           02 OPERATEUR-HIST PIC X(8).

       WORKING-STORAGE SECTION.
       77 FS-REGHIST PIC XX.
           DISPLAY "---------------".
           DISPLAY "Le " DATE-HIST " a " HEURE-HIST " par " PROG-HIST
           " : " OPERATION-HIST.
           IF OPERATEUR-HIST NOT = SPACES
               DISPLAY "Operateur : " OPERATEUR-HIST
           END-IF.
           IF OPERATION-HIST = "MODIFIE"
               MOVE AVANT-HIST TO IMAGE-DOSSIER
               DISPLAY "Avant :"
