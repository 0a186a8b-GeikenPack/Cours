           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Absences par creneau saisies par SAISABS, dans le
      *      dossier parent : l'assiduite figure sur le bulletin
           SELECT FIC-ABSENCES ASSIGN TO "../absences.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABSENCES.

      *----- Fichier d'impression des bulletins : une page numerotee
      *      par etudiant, a remettre telle quelle a l'interesse
           SELECT FIC-BULLETIN ASSIGN TO "bulletin.dat" ORGANIZATION
           02 STAGE-MAJ PIC X.
           02 VALID-MAJ PIC X.

       FD FIC-ABSENCES.
       01 ENR-ABSENCE.
           02 DATE-ABS PIC 9(8).
           02 FILLER PIC X.
           02 COHORTE-ABS PIC 9(4).
           02 FILLER PIC X.
           02 INE-ABS PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-ABS PIC X(4).
           02 FILLER PIC X.
           02 CRENEAU-ABS PIC 9.
           02 FILLER PIC X.
           02 JUSTIFIEE-ABS PIC X.
           02 FILLER PIC X.
           02 MOTIF-ABS PIC X(20).

       FD FIC-BULLETIN.
       01 LIGNE-BULLETIN PIC X(72).

           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
       77 VERDICT-ETU PIC X(15).
       77 FS-ABSENCES PIC XX.
       77 EOF-ABSENCES PIC 9 VALUE 0.
       77 NB-ABS-NJ PIC 999.
       77 NOTE-STAGE-AFFICHE PIC X(14).
       77 MOY-EDIT PIC Z9.99.
      *----- Rang de l'etudiant sur MOYS4 : 1 + nombre de moyennes
           MOVE "Mention : " TO LIBELLE-NOTE.
           MOVE MENTION-ETU TO VALEUR-NOTE.
           WRITE LIGNE-BULLETIN FROM LIGNE-NOTE END-WRITE.
           PERFORM COMPTER-ABSENCES-NJ.
           MOVE "Absences non justifiees : " TO LIBELLE-NOTE.
           MOVE NB-ABS-NJ TO VALEUR-NOTE.
           WRITE LIGNE-BULLETIN FROM LIGNE-NOTE END-WRITE.
           PERFORM CALCULER-RANG.
           IF RANG-ETU > 0
      *----- Le rang que les employeurs demandent sur les dossiers de
           WRITE LIGNE-BULLETIN END-WRITE.
           EXIT.

       COMPTER-ABSENCES-NJ.
      *----- Absences non justifiees de l'etudiant dans la cohorte
      *      editee ; sans fichier d'absences le compteur reste a zero
           MOVE 0 TO NB-ABS-NJ.
           MOVE 0 TO EOF-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF FS-ABSENCES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ.
           PERFORM UNTIL EOF-ABSENCES = 1
               IF INE-ABS = INE-ETU
               AND COHORTE-ABS = COHORTE-TRAITEE
               AND JUSTIFIEE-ABS = "N"
                   COMPUTE NB-ABS-NJ = NB-ABS-NJ + 1
               END-IF
               READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           EXIT.

       CUMULER-STATISTIQUES.
      *----- Cumuls pour la page de statistiques de l'edition
      *      promotion : somme des moyennes, tranche d'un point de
