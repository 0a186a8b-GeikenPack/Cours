       IDENTIFICATION DIVISION.
       program-id. ASSIDU.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Affectation des etudiants aux groupes tenue par GRPETU
           SELECT FIC-GROUPETU ASSIGN TO "../groupetu.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-GRP
           FILE STATUS IS FS-GROUPETU.

      *----- Absences par creneau saisies par SAISABS
           SELECT FIC-ABSENCES ASSIGN TO "../absences.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABSENCES.

      *----- Rapport d'assiduite de la cohorte : un bloc par groupe,
      *      une ligne par etudiant, total du groupe puis de la cohorte
           SELECT FIC-ASSIDU ASSIGN TO "assidu.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASSIDU.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-GROUPETU.
       01 ENR-GROUPETU.
           02 INE-GRP PIC 9(4).
           02 COHORTE-GRP PIC 9(4).
           02 NOM-GRP PIC X(10).
           02 GROUPE-GRP PIC X(4).

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

       FD FIC-ASSIDU.
       01 LIGNE-ASSIDU PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-GROUPETU PIC XX.
       77 FS-ABSENCES PIC XX.
       77 FS-ASSIDU PIC XX.
       77 EOF-ABSENCES PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
      *----- Duree d'un creneau, la meme que celle du planificateur
       77 HEURES-PAR-CRENEAU PIC 9V9 VALUE 1.5.
      *----- Etudiants de la cohorte charges depuis groupetu.dat, avec
      *      leurs absences cumulees en une seule lecture du fichier
       01 TABLE-ETUDIANTS.
           02 LIGNE-ETU-TAB OCCURS 300 TIMES.
               03 INE-TAB PIC 9(4).
               03 NOM-TAB PIC X(10).
               03 GROUPE-TAB PIC X(4).
               03 NB-ABS-TAB PIC 9(4).
               03 NB-JUST-TAB PIC 9(4).
       77 NB-ETUDIANTS PIC 999 VALUE 0.
       77 IDX-ETU PIC 999.
       77 IDX-ETU-TROUVE PIC 999.
      *----- Groupes rencontres, dans l'ordre des INE
       01 TABLE-GROUPES.
           02 CODE-GROUPE-TAB PIC X(4) OCCURS 30 TIMES.
       77 NB-GROUPES PIC 99 VALUE 0.
       77 IDX-GROUPE PIC 99.
       77 IDX-GROUPE-TROUVE PIC 99.
      *----- Totaux du groupe en cours, de la cohorte et des absences
      *      d'INE sans affectation dans la cohorte
       77 TOT-ABS-GROUPE PIC 9(5).
       77 TOT-JUST-GROUPE PIC 9(5).
       77 TOT-ABS-COHORTE PIC 9(5) VALUE 0.
       77 TOT-JUST-COHORTE PIC 9(5) VALUE 0.
       77 NB-ABS-HORS PIC 9(5) VALUE 0.
       77 NB-JUST-HORS PIC 9(5) VALUE 0.
       77 NB-ABS-LIGNE PIC 9(5).
       77 NB-JUST-LIGNE PIC 9(5).
      *----- Lignes de composition du rapport
       01 LIGNE-TITRE-ASSIDU.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE "RAPPORT D'ASSIDUITE COHORTE ".
           02 COHORTE-TITRE PIC 9(4).
           02 FILLER PIC X(18) VALUE SPACES.
       01 LIGNE-DATE-ASSIDU.
           02 FILLER PIC X(9) VALUE "Edite le ".
           02 DATE-EDITION PIC 9(8).
           02 FILLER PIC X(55) VALUE SPACES.
       01 LIGNE-ENTETE-ASSIDU.
           02 FILLER PIC X(18) VALUE "INE   NOM".
           02 FILLER PIC X(4) VALUE "GRP".
           02 FILLER PIC X(10) VALUE "  ABSENCES".
           02 FILLER PIC X(12) VALUE "  JUSTIFIEES".
           02 FILLER PIC X(13) VALUE "  NON JUSTIF.".
           02 FILLER PIC X(9) VALUE "   HEURES".
           02 FILLER PIC X(6) VALUE SPACES.
       01 LIGNE-ETUDIANT-ASSIDU.
           02 INE-ASSIDU PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NOM-ASSIDU PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 GROUPE-ASSIDU PIC X(4).
           02 FILLER PIC X(6) VALUE SPACES.
           02 NB-ABS-ASSIDU PIC ZZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 NB-JUST-ASSIDU PIC ZZZ9.
           02 FILLER PIC X(9) VALUE SPACES.
           02 NB-NJ-ASSIDU PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 HEURES-ASSIDU PIC ZZZ9.9.
           02 FILLER PIC X(6) VALUE SPACES.
       01 LIGNE-TOTAL-ASSIDU.
           02 LIBELLE-TOTAL PIC X(22).
           02 FILLER PIC X(5) VALUE SPACES.
           02 NB-ABS-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 NB-JUST-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 NB-NJ-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 HEURES-TOTAL PIC ZZZZZ9.9.
           02 FILLER PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Cohorte (AAAA, 0 = annee courante) : ".
           ACCEPT COHORTE-TRAITEE.
           IF COHORTE-TRAITEE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
           PERFORM CHARGER-ETUDIANTS.
           IF NB-ETUDIANTS = 0
               DISPLAY "Aucun etudiant affecte dans la cohorte "
               COHORTE-TRAITEE ", rapport non edite"
               STOP RUN
           END-IF.
           PERFORM CUMULER-ABSENCES.
           PERFORM EDITER-RAPPORT.
           DISPLAY "Rapport d'assiduite edite dans assidu.dat : "
           NB-ETUDIANTS " etudiant(s), " NB-GROUPES " groupe(s)".
           STOP RUN.

       CHARGER-ETUDIANTS.
      *----- Etudiants de la cohorte dans l'ordre des INE ; chaque
      *      nouveau code de groupe rejoint la table des groupes
           OPEN INPUT FIC-GROUPETU.
           IF FS-GROUPETU NOT = "00"
               DISPLAY "groupetu.dat absent ou illisible, statut "
               FS-GROUPETU
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO INE-GRP.
           START FIC-GROUPETU KEY IS >= INE-GRP
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-GROUPETU NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
                   NOT AT END
                       IF COHORTE-GRP = COHORTE-TRAITEE
                           PERFORM AJOUTER-ETUDIANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-GROUPETU.
           EXIT.

       AJOUTER-ETUDIANT.
           IF NB-ETUDIANTS = 300
               DISPLAY "Plus de 300 etudiants, INE " INE-GRP " ignore"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NB-ETUDIANTS = NB-ETUDIANTS + 1.
           MOVE INE-GRP TO INE-TAB(NB-ETUDIANTS).
           MOVE NOM-GRP TO NOM-TAB(NB-ETUDIANTS).
           MOVE GROUPE-GRP TO GROUPE-TAB(NB-ETUDIANTS).
           MOVE 0 TO NB-ABS-TAB(NB-ETUDIANTS).
           MOVE 0 TO NB-JUST-TAB(NB-ETUDIANTS).
           MOVE 0 TO IDX-GROUPE-TROUVE.
           PERFORM VARYING IDX-GROUPE FROM 1 BY 1
               UNTIL IDX-GROUPE > NB-GROUPES
               IF CODE-GROUPE-TAB(IDX-GROUPE) = GROUPE-GRP
                   MOVE IDX-GROUPE TO IDX-GROUPE-TROUVE
               END-IF
           END-PERFORM.
           IF IDX-GROUPE-TROUVE = 0
               IF NB-GROUPES < 30
                   COMPUTE NB-GROUPES = NB-GROUPES + 1
                   MOVE GROUPE-GRP TO CODE-GROUPE-TAB(NB-GROUPES)
               ELSE
                   DISPLAY "Plus de 30 groupes, groupe " GROUPE-GRP
                   " absent du rapport"
               END-IF
           END-IF.
           EXIT.

       CUMULER-ABSENCES.
      *----- Une lecture des absences de la cohorte : chacune est
      *      portee a son etudiant, ou aux absences hors affectation
      *      si l'INE n'a plus de groupe
           OPEN INPUT FIC-ABSENCES.
           IF FS-ABSENCES NOT = "00"
               DISPLAY "absences.dat absent ou illisible, statut "
               FS-ABSENCES ", aucune absence comptee"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ.
           PERFORM UNTIL EOF-ABSENCES = 1
               IF COHORTE-ABS = COHORTE-TRAITEE
                   PERFORM PORTER-ABSENCE
               END-IF
               READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           EXIT.

       PORTER-ABSENCE.
           MOVE 0 TO IDX-ETU-TROUVE.
           PERFORM VARYING IDX-ETU FROM 1 BY 1
               UNTIL IDX-ETU > NB-ETUDIANTS OR IDX-ETU-TROUVE > 0
               IF INE-TAB(IDX-ETU) = INE-ABS
                   MOVE IDX-ETU TO IDX-ETU-TROUVE
               END-IF
           END-PERFORM.
           IF IDX-ETU-TROUVE = 0
               COMPUTE NB-ABS-HORS = NB-ABS-HORS + 1
               IF JUSTIFIEE-ABS = "O"
                   COMPUTE NB-JUST-HORS = NB-JUST-HORS + 1
               END-IF
           ELSE
               COMPUTE NB-ABS-TAB(IDX-ETU-TROUVE) =
                   NB-ABS-TAB(IDX-ETU-TROUVE) + 1
               IF JUSTIFIEE-ABS = "O"
                   COMPUTE NB-JUST-TAB(IDX-ETU-TROUVE) =
                       NB-JUST-TAB(IDX-ETU-TROUVE) + 1
               END-IF
           END-IF.
           EXIT.

       EDITER-RAPPORT.
      *----- Entete, un bloc par groupe puis les totaux de la cohorte
           OPEN OUTPUT FIC-ASSIDU.
           MOVE COHORTE-TRAITEE TO COHORTE-TITRE.
           WRITE LIGNE-ASSIDU FROM LIGNE-TITRE-ASSIDU END-WRITE.
           MOVE DATE-DU-JOUR TO DATE-EDITION.
           WRITE LIGNE-ASSIDU FROM LIGNE-DATE-ASSIDU END-WRITE.
           MOVE ALL "=" TO LIGNE-ASSIDU.
           WRITE LIGNE-ASSIDU END-WRITE.
           WRITE LIGNE-ASSIDU FROM LIGNE-ENTETE-ASSIDU END-WRITE.
           PERFORM VARYING IDX-GROUPE FROM 1 BY 1
               UNTIL IDX-GROUPE > NB-GROUPES
               PERFORM EDITER-GROUPE
           END-PERFORM.
           MOVE ALL "=" TO LIGNE-ASSIDU.
           WRITE LIGNE-ASSIDU END-WRITE.
           IF NB-ABS-HORS > 0
               MOVE "Hors affectation" TO LIBELLE-TOTAL
               MOVE NB-ABS-HORS TO NB-ABS-LIGNE
               MOVE NB-JUST-HORS TO NB-JUST-LIGNE
               PERFORM ECRIRE-LIGNE-TOTAL
               COMPUTE TOT-ABS-COHORTE = TOT-ABS-COHORTE + NB-ABS-HORS
               COMPUTE TOT-JUST-COHORTE =
                   TOT-JUST-COHORTE + NB-JUST-HORS
           END-IF.
           MOVE "TOTAL COHORTE" TO LIBELLE-TOTAL.
           MOVE TOT-ABS-COHORTE TO NB-ABS-LIGNE.
           MOVE TOT-JUST-COHORTE TO NB-JUST-LIGNE.
           PERFORM ECRIRE-LIGNE-TOTAL.
           CLOSE FIC-ASSIDU.
           EXIT.

       EDITER-GROUPE.
      *----- Les etudiants du groupe dans l'ordre des INE, suivis du
      *      total du groupe
           MOVE ALL "-" TO LIGNE-ASSIDU.
           WRITE LIGNE-ASSIDU END-WRITE.
           MOVE 0 TO TOT-ABS-GROUPE.
           MOVE 0 TO TOT-JUST-GROUPE.
           PERFORM VARYING IDX-ETU FROM 1 BY 1
               UNTIL IDX-ETU > NB-ETUDIANTS
               IF GROUPE-TAB(IDX-ETU) = CODE-GROUPE-TAB(IDX-GROUPE)
                   PERFORM EDITER-ETUDIANT
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIBELLE-TOTAL.
           STRING "Total groupe " CODE-GROUPE-TAB(IDX-GROUPE)
               DELIMITED BY SIZE INTO LIBELLE-TOTAL.
           MOVE TOT-ABS-GROUPE TO NB-ABS-LIGNE.
           MOVE TOT-JUST-GROUPE TO NB-JUST-LIGNE.
           PERFORM ECRIRE-LIGNE-TOTAL.
           COMPUTE TOT-ABS-COHORTE = TOT-ABS-COHORTE + TOT-ABS-GROUPE.
           COMPUTE TOT-JUST-COHORTE =
               TOT-JUST-COHORTE + TOT-JUST-GROUPE.
           EXIT.

       EDITER-ETUDIANT.
           MOVE INE-TAB(IDX-ETU) TO INE-ASSIDU.
           MOVE NOM-TAB(IDX-ETU) TO NOM-ASSIDU.
           MOVE GROUPE-TAB(IDX-ETU) TO GROUPE-ASSIDU.
           MOVE NB-ABS-TAB(IDX-ETU) TO NB-ABS-ASSIDU.
           MOVE NB-JUST-TAB(IDX-ETU) TO NB-JUST-ASSIDU.
           COMPUTE NB-NJ-ASSIDU =
               NB-ABS-TAB(IDX-ETU) - NB-JUST-TAB(IDX-ETU).
           COMPUTE HEURES-ASSIDU =
               NB-ABS-TAB(IDX-ETU) * HEURES-PAR-CRENEAU.
           WRITE LIGNE-ASSIDU FROM LIGNE-ETUDIANT-ASSIDU END-WRITE.
           COMPUTE TOT-ABS-GROUPE =
               TOT-ABS-GROUPE + NB-ABS-TAB(IDX-ETU).
           COMPUTE TOT-JUST-GROUPE =
               TOT-JUST-GROUPE + NB-JUST-TAB(IDX-ETU).
           EXIT.

       ECRIRE-LIGNE-TOTAL.
      *----- LIBELLE-TOTAL, NB-ABS-LIGNE et NB-JUST-LIGNE poses par
      *      l'appelant
           MOVE NB-ABS-LIGNE TO NB-ABS-TOTAL.
           MOVE NB-JUST-LIGNE TO NB-JUST-TOTAL.
           COMPUTE NB-NJ-TOTAL = NB-ABS-LIGNE - NB-JUST-LIGNE.
           COMPUTE HEURES-TOTAL = NB-ABS-LIGNE * HEURES-PAR-CRENEAU.
           WRITE LIGNE-ASSIDU FROM LIGNE-TOTAL-ASSIDU END-WRITE.
           EXIT.
