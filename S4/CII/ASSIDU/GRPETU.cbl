       IDENTIFICATION DIVISION.
       program-id. GRPETU.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Affectation des etudiants aux groupes du planning, cle
      *      INE, dans le dossier parent : relue par la saisie des
      *      absences et par le rapport d'assiduite
           SELECT FIC-GROUPETU ASSIGN TO "../groupetu.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-GRP
           FILE STATUS IS FS-GROUPETU.

       DATA DIVISION.
       FILE SECTION.
      *----- Un etudiant par fiche : sa cohorte, son nom et le code
      *      du groupe planifie par TP1 qu'il suit
       FD FIC-GROUPETU.
       01 ENR-GROUPETU.
           02 INE-GRP PIC 9(4).
           02 COHORTE-GRP PIC 9(4).
           02 NOM-GRP PIC X(10).
           02 GROUPE-GRP PIC X(4).

       WORKING-STORAGE SECTION.
       77 FS-GROUPETU PIC XX.
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 INE-DEMANDE PIC 9(4).
       77 CONFIRMATION PIC X.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 COHORTE-SAISIE PIC 9(4).
       77 GROUPE-DEMANDE PIC X(4).
       77 NB-LISTES PIC 999.
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           OPEN I-O FIC-GROUPETU.
           IF FS-GROUPETU = "35"
               OPEN OUTPUT FIC-GROUPETU
               CLOSE FIC-GROUPETU
               OPEN I-O FIC-GROUPETU
           END-IF.
           IF FS-GROUPETU NOT = "00"
               DISPLAY "groupetu.dat illisible, statut " FS-GROUPETU
               ", maintenance annulee"
               MOVE 1 TO FIN-MENU
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Consulter (1), affecter (2), changer de groupe"
               " (3), retirer (4), lister un groupe (5), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM CONSULTER-AFFECTATION
                   WHEN 2 PERFORM CREER-AFFECTATION
                   WHEN 3 PERFORM MODIFIER-AFFECTATION
                   WHEN 4 PERFORM SUPPRIMER-AFFECTATION
                   WHEN 5 PERFORM LISTER-GROUPE
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           IF FS-GROUPETU = "00"
               CLOSE FIC-GROUPETU
           END-IF.
           STOP RUN.

       LIRE-AFFECTATION.
      *----- Positionne ENR-GROUPETU sur l'INE demande,
      *      INE-DEMANDE a zero signale l'absence a l'appelant
           DISPLAY "Saisissez l'INE : ".
           ACCEPT INE-DEMANDE.
           MOVE INE-DEMANDE TO INE-GRP.
           READ FIC-GROUPETU KEY IS INE-GRP
               INVALID KEY
                   DISPLAY "Aucune affectation pour l'INE " INE-DEMANDE
                   MOVE 0 TO INE-DEMANDE
           END-READ.
           EXIT.

       AFFICHER-AFFECTATION.
           DISPLAY "INE : " INE-GRP " - " NOM-GRP.
           DISPLAY "Cohorte : " COHORTE-GRP.
           DISPLAY "Groupe : " GROUPE-GRP.
           EXIT.

       CONSULTER-AFFECTATION.
           PERFORM LIRE-AFFECTATION.
           IF INE-DEMANDE NOT = 0
               PERFORM AFFICHER-AFFECTATION
           END-IF.
           EXIT.

       SAISIR-GROUPE.
      *----- Le groupe est obligatoire : un etudiant sans groupe ne
      *      serait jamais appele
           MOVE SPACES TO GROUPE-GRP.
           PERFORM UNTIL GROUPE-GRP NOT = SPACES
               DISPLAY "Code du groupe : "
               ACCEPT GROUPE-GRP
           END-PERFORM.
           EXIT.

       CREER-AFFECTATION.
           DISPLAY "Saisissez l'INE de l'etudiant a affecter : ".
           ACCEPT INE-DEMANDE.
           MOVE INE-DEMANDE TO INE-GRP.
           READ FIC-GROUPETU KEY IS INE-GRP
               INVALID KEY
                   INITIALIZE ENR-GROUPETU
                   MOVE INE-DEMANDE TO INE-GRP
                   DISPLAY "Nom de l'etudiant : "
                   ACCEPT NOM-GRP
                   DISPLAY "Cohorte (AAAA, 0 = annee courante) : "
                   ACCEPT COHORTE-SAISIE
                   IF COHORTE-SAISIE = 0
                       ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
                       MOVE ANNEE-SYSTEME TO COHORTE-SAISIE
                   END-IF
                   MOVE COHORTE-SAISIE TO COHORTE-GRP
                   PERFORM SAISIR-GROUPE
                   WRITE ENR-GROUPETU
                       INVALID KEY DISPLAY "Ecriture impossible, "
                       "statut " FS-GROUPETU
                       NOT INVALID KEY DISPLAY "Etudiant " INE-GRP
                       " affecte au groupe " GROUPE-GRP
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "L'INE " INE-DEMANDE " est deja affecte au"
                   " groupe " GROUPE-GRP ", utiliser le changement"
           END-READ.
           EXIT.

       MODIFIER-AFFECTATION.
           PERFORM LIRE-AFFECTATION.
           IF INE-DEMANDE NOT = 0
               PERFORM AFFICHER-AFFECTATION
               PERFORM SAISIR-GROUPE
               REWRITE ENR-GROUPETU
                   INVALID KEY DISPLAY "Reecriture impossible, statut "
                   FS-GROUPETU
                   NOT INVALID KEY DISPLAY "Etudiant " INE-GRP
                   " passe au groupe " GROUPE-GRP
               END-REWRITE
           END-IF.
           EXIT.

       SUPPRIMER-AFFECTATION.
           PERFORM LIRE-AFFECTATION.
           IF INE-DEMANDE NOT = 0
               PERFORM AFFICHER-AFFECTATION
               DISPLAY "Confirmer le retrait (O/N) : "
               ACCEPT CONFIRMATION
               IF CONFIRMATION = "O" OR CONFIRMATION = "o"
                   DELETE FIC-GROUPETU RECORD
                       INVALID KEY DISPLAY "Retrait impossible, "
                       "statut " FS-GROUPETU
                       NOT INVALID KEY DISPLAY "Affectation retiree"
                   END-DELETE
               ELSE
                   DISPLAY "Retrait abandonne"
               END-IF
           END-IF.
           EXIT.

       LISTER-GROUPE.
      *----- Parcours de tout le fichier dans l'ordre des INE, seuls
      *      les etudiants du groupe demande sont affiches (blanc =
      *      tous les groupes)
           DISPLAY "Code du groupe (blanc = tous) : ".
           ACCEPT GROUPE-DEMANDE.
           MOVE 0 TO NB-LISTES.
           MOVE 0 TO INE-GRP.
           START FIC-GROUPETU KEY IS >= INE-GRP
               INVALID KEY DISPLAY "Aucune affectation"
               NOT INVALID KEY
                   MOVE 0 TO FIN-LISTE
                   PERFORM UNTIL FIN-LISTE = 1
                       READ FIC-GROUPETU NEXT RECORD
                           AT END MOVE 1 TO FIN-LISTE
                           NOT AT END
                               IF GROUPE-DEMANDE = SPACES
                               OR GROUPE-GRP = GROUPE-DEMANDE
                                   DISPLAY INE-GRP " " NOM-GRP " "
                                   GROUPE-GRP " (cohorte "
                                   COHORTE-GRP ")"
                                   COMPUTE NB-LISTES = NB-LISTES + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY NB-LISTES " etudiant(s)"
           END-START.
           EXIT.
