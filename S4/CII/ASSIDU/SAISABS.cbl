       IDENTIFICATION DIVISION.
       program-id. SAISABS.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Affectation des etudiants aux groupes tenue par GRPETU :
      *      l'appel d'un creneau parcourt les etudiants du groupe
           SELECT FIC-GROUPETU ASSIGN TO "../groupetu.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-GRP
           FILE STATUS IS FS-GROUPETU.

      *----- Absences par creneau dans le dossier parent : une ligne
      *      par etudiant absent, justifiee ou non, relue par le
      *      rapport d'assiduite, DELIB et BULLETIN
           SELECT FIC-ABSENCES ASSIGN TO "../absences.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABSENCES.

      *----- Registre des appels faits, une ligne par creneau appele,
      *      absents ou non : un creneau ou tous etaient presents ne
      *      laisse aucune trace dans absences.dat
           SELECT FIC-APPELS ASSIGN TO "../appels.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-APPELS.

      *----- Copie de travail pendant la justification d'une absence :
      *      la ligne corrigee est remplacee en flot
           SELECT FIC-ABSENCES-TRAVAIL ASSIGN TO "../absences.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABSENCES-TRAVAIL.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-GROUPETU.
       01 ENR-GROUPETU.
           02 INE-GRP PIC 9(4).
           02 COHORTE-GRP PIC 9(4).
           02 NOM-GRP PIC X(10).
           02 GROUPE-GRP PIC X(4).

      *----- Une absence : date, cohorte et INE de l'etudiant, groupe
      *      et numero du creneau dans la journee (1 a 5), justifiee
      *      O ou N avec son motif
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

      *----- Un appel : date, groupe, creneau, nombre d'etudiants
      *      appeles et d'absents
       FD FIC-APPELS.
       01 ENR-APPEL.
           02 DATE-APL PIC 9(8).
           02 FILLER PIC X.
           02 GROUPE-APL PIC X(4).
           02 FILLER PIC X.
           02 CRENEAU-APL PIC 9.
           02 FILLER PIC X.
           02 NB-APPELES-APL PIC 999.
           02 FILLER PIC X.
           02 NB-ABSENTS-APL PIC 999.

       FD FIC-ABSENCES-TRAVAIL.
       01 ENR-ABSENCE-TRAVAIL PIC X(48).

       WORKING-STORAGE SECTION.
       77 FS-GROUPETU PIC XX.
       77 FS-ABSENCES PIC XX.
       77 FS-ABSENCES-TRAVAIL PIC XX.
       77 FS-APPELS PIC XX.
       77 EOF-APPELS PIC 9 VALUE 0.
       77 EOF-ABSENCES PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
      *----- Creneau appele : date, groupe et numero dans la journee
       77 DATE-APPEL PIC 9(8).
       77 JOURS-APPEL PIC 9(7).
       77 GROUPE-APPEL PIC X(4).
       77 CRENEAU-APPEL PIC 9.
       77 APPEL-DEJA-FAIT PIC 9.
       77 REPONSE-APPEL PIC X.
       77 JUSTIF-SAISIE PIC X.
       77 MOTIF-SAISI PIC X(20).
       77 NB-APPELES PIC 999.
       77 NB-ABSENTS PIC 999.
      *----- Absence a justifier apres coup
       77 INE-DEMANDE PIC 9(4).
       77 NB-JUSTIFIEES PIC 99.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Appel d'un creneau (1), justifier une absence"
               " (2), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM FAIRE-APPEL
                   WHEN 2 PERFORM JUSTIFIER-ABSENCE
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       SAISIR-CRENEAU.
      *----- Date (0 = aujourd'hui), groupe et creneau du jour, tous
      *      controles ; CRENEAU-APPEL a zero signale une saisie
      *      invalide a l'appelant
           DISPLAY "Date du creneau (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT DATE-APPEL.
           IF DATE-APPEL = 0
               MOVE DATE-DU-JOUR TO DATE-APPEL
           END-IF.
           COMPUTE JOURS-APPEL = FUNCTION INTEGER-OF-DATE(DATE-APPEL).
           IF JOURS-APPEL = 0 OR DATE-APPEL > DATE-DU-JOUR
               DISPLAY "Date invalide ou future : " DATE-APPEL
               MOVE 0 TO CRENEAU-APPEL
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero du creneau dans la journee (1 a 5) : ".
           ACCEPT CRENEAU-APPEL.
           IF CRENEAU-APPEL < 1 OR CRENEAU-APPEL > 5
               DISPLAY "Creneau invalide, 5 creneaux par jour maximum"
               MOVE 0 TO CRENEAU-APPEL
           END-IF.
           EXIT.

       FAIRE-APPEL.
      *----- Les etudiants du groupe sont appeles un a un ; seuls les
      *      absents donnent une ligne d'absence, l'appel lui-meme une
      *      ligne d'appels.dat. Un creneau deja appele n'est pas
      *      ressaisi, ses absences se justifient par le choix 2
           DISPLAY "Code du groupe : ".
           ACCEPT GROUPE-APPEL.
           IF GROUPE-APPEL = SPACES
               DISPLAY "Groupe obligatoire"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-CRENEAU.
           IF CRENEAU-APPEL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFIER-APPEL-UNIQUE.
           IF APPEL-DEJA-FAIT = 1
               DISPLAY "Creneau " CRENEAU-APPEL " du " DATE-APPEL
               " deja appele pour le groupe " GROUPE-APPEL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-GROUPETU.
           IF FS-GROUPETU NOT = "00"
               DISPLAY "groupetu.dat absent ou illisible, statut "
               FS-GROUPETU ", appel impossible"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FIC-ABSENCES.
           IF FS-ABSENCES = "35"
               OPEN OUTPUT FIC-ABSENCES
           END-IF.
           MOVE 0 TO NB-APPELES.
           MOVE 0 TO NB-ABSENTS.
           MOVE 0 TO INE-GRP.
           START FIC-GROUPETU KEY IS >= INE-GRP
               INVALID KEY DISPLAY "Aucune affectation"
               NOT INVALID KEY
                   MOVE 0 TO FIN-LISTE
                   PERFORM UNTIL FIN-LISTE = 1
                       READ FIC-GROUPETU NEXT RECORD
                           AT END MOVE 1 TO FIN-LISTE
                           NOT AT END
                               IF GROUPE-GRP = GROUPE-APPEL
                                   PERFORM APPELER-ETUDIANT
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
           CLOSE FIC-ABSENCES.
           CLOSE FIC-GROUPETU.
           IF NB-APPELES = 0
               DISPLAY "Aucun etudiant affecte au groupe " GROUPE-APPEL
           ELSE
               PERFORM ENREGISTRER-APPEL
               DISPLAY NB-APPELES " etudiant(s) appele(s), "
               NB-ABSENTS " absent(s) enregistre(s)"
           END-IF.
           EXIT.

       APPELER-ETUDIANT.
           COMPUTE NB-APPELES = NB-APPELES + 1.
           DISPLAY INE-GRP " " NOM-GRP " : absent (A), present (P) : ".
           ACCEPT REPONSE-APPEL.
           IF REPONSE-APPEL NOT = "A" AND REPONSE-APPEL NOT = "a"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Absence justifiee (O/N) : ".
           ACCEPT JUSTIF-SAISIE.
           MOVE SPACES TO MOTIF-SAISI.
           IF JUSTIF-SAISIE = "O" OR JUSTIF-SAISIE = "o"
               MOVE "O" TO JUSTIF-SAISIE
               DISPLAY "Motif : "
               ACCEPT MOTIF-SAISI
           ELSE
               MOVE "N" TO JUSTIF-SAISIE
           END-IF.
           MOVE SPACES TO ENR-ABSENCE.
           MOVE DATE-APPEL TO DATE-ABS.
           MOVE COHORTE-GRP TO COHORTE-ABS.
           MOVE INE-GRP TO INE-ABS.
           MOVE GROUPE-APPEL TO GROUPE-ABS.
           MOVE CRENEAU-APPEL TO CRENEAU-ABS.
           MOVE JUSTIF-SAISIE TO JUSTIFIEE-ABS.
           MOVE MOTIF-SAISI TO MOTIF-ABS.
           WRITE ENR-ABSENCE END-WRITE.
           COMPUTE NB-ABSENTS = NB-ABSENTS + 1.
           EXIT.

       ENREGISTRER-APPEL.
      *----- Trace de l'appel, meme sans absent
           OPEN EXTEND FIC-APPELS.
           IF FS-APPELS = "35"
               OPEN OUTPUT FIC-APPELS
           END-IF.
           MOVE SPACES TO ENR-APPEL.
           MOVE DATE-APPEL TO DATE-APL.
           MOVE GROUPE-APPEL TO GROUPE-APL.
           MOVE CRENEAU-APPEL TO CRENEAU-APL.
           MOVE NB-APPELES TO NB-APPELES-APL.
           MOVE NB-ABSENTS TO NB-ABSENTS-APL.
           WRITE ENR-APPEL END-WRITE.
           CLOSE FIC-APPELS.
           EXIT.

       VERIFIER-APPEL-UNIQUE.
      *----- Le registre des appels signale un appel deja fait pour
      *      ce groupe, ce jour et ce creneau ; les appels anterieurs
      *      au registre n'y figurent pas et ne sont reconnus que par
      *      une absence deja saisie dans absences.dat
           MOVE 0 TO APPEL-DEJA-FAIT.
           MOVE 0 TO EOF-APPELS.
           OPEN INPUT FIC-APPELS.
           IF FS-APPELS = "00"
               READ FIC-APPELS AT END MOVE 1 TO EOF-APPELS END-READ
               PERFORM UNTIL EOF-APPELS = 1
                   IF DATE-APL = DATE-APPEL
                   AND GROUPE-APL = GROUPE-APPEL
                   AND CRENEAU-APL = CRENEAU-APPEL
                       MOVE 1 TO APPEL-DEJA-FAIT
                       MOVE 1 TO EOF-APPELS
                   ELSE
                       READ FIC-APPELS AT END MOVE 1 TO EOF-APPELS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FIC-APPELS
           END-IF.
           IF APPEL-DEJA-FAIT = 1
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF FS-ABSENCES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ.
           PERFORM UNTIL EOF-ABSENCES = 1
               IF DATE-ABS = DATE-APPEL
               AND GROUPE-ABS = GROUPE-APPEL
               AND CRENEAU-ABS = CRENEAU-APPEL
                   MOVE 1 TO APPEL-DEJA-FAIT
                   MOVE 1 TO EOF-ABSENCES
               ELSE
                   READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           EXIT.

       JUSTIFIER-ABSENCE.
      *----- Justificatif remis apres l'appel : l'absence de l'INE a
      *      la date et au creneau donnes passe justifiee avec son
      *      motif, par recopie en flot du fichier
           DISPLAY "INE de l'etudiant : ".
           ACCEPT INE-DEMANDE.
           PERFORM SAISIR-CRENEAU.
           IF CRENEAU-APPEL = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motif : ".
           ACCEPT MOTIF-SAISI.
           MOVE 0 TO NB-JUSTIFIEES.
           MOVE 0 TO EOF-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF FS-ABSENCES NOT = "00"
               DISPLAY "absences.dat absent ou illisible, statut "
               FS-ABSENCES
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-ABSENCES-TRAVAIL.
           READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ.
           PERFORM UNTIL EOF-ABSENCES = 1
               IF INE-ABS = INE-DEMANDE
               AND DATE-ABS = DATE-APPEL
               AND CRENEAU-ABS = CRENEAU-APPEL
                   MOVE "O" TO JUSTIFIEE-ABS
                   MOVE MOTIF-SAISI TO MOTIF-ABS
                   COMPUTE NB-JUSTIFIEES = NB-JUSTIFIEES + 1
               END-IF
               MOVE ENR-ABSENCE TO ENR-ABSENCE-TRAVAIL
               WRITE ENR-ABSENCE-TRAVAIL END-WRITE
               READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           CLOSE FIC-ABSENCES-TRAVAIL.
           IF NB-JUSTIFIEES = 0
               DISPLAY "Aucune absence de l'INE " INE-DEMANDE " au "
               "creneau " CRENEAU-APPEL " du " DATE-APPEL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-ABSENCES.
           OPEN INPUT FIC-ABSENCES-TRAVAIL.
           OPEN OUTPUT FIC-ABSENCES.
           READ FIC-ABSENCES-TRAVAIL AT END MOVE 1 TO EOF-ABSENCES
           END-READ.
           PERFORM UNTIL EOF-ABSENCES = 1
               MOVE ENR-ABSENCE-TRAVAIL TO ENR-ABSENCE
               WRITE ENR-ABSENCE END-WRITE
               READ FIC-ABSENCES-TRAVAIL AT END MOVE 1 TO EOF-ABSENCES
               END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           CLOSE FIC-ABSENCES-TRAVAIL.
           DISPLAY "Absence justifiee (" MOTIF-SAISI ")".
           EXIT.
