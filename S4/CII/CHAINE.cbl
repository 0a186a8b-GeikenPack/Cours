       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Journal d'exploitation alimente par TP1, TP2, TP3,
      *      CALCMOY et TP4 (un enregistrement DEBUT et un FIN par
      *      execution), lu ici
      *      depuis le dossier commun ou il est ecrit
           SELECT FIC-JOURNAL ASSIGN TO "journal.dat" ORGANIZATION
           IS LINE SEQUENTIAL
