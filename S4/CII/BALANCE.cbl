           02 COMP-DELIB PIC 9.
           02 FILLER PIC X.
           02 UA-DELIB PIC 99.
           02 FILLER PIC X.
           02 ABS-NJ-DELIB PIC 999.

      *----- Registre partage par INE entre TP2, TP3 et TP4 : chaque
      *      programme relit le dossier existant et ne met a jour que
