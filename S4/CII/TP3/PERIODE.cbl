       IDENTIFICATION DIVISION.
       program-id. PERIODE.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Periode de chaque stage (dates, duree hebdomadaire), cle
      *      INE + SIRET comme le suivi des conventions : relue par
      *      CONVENT pour la date de debut et la gratification
           SELECT FIC-PERIODE ASSIGN TO "periodes.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-PER
           FILE STATUS IS FS-PERIODE.

           SELECT WORK-PERIODE ASSIGN TO "WPER.tmp".

      *----- Stages de la campagne, meme fichier et meme gabarit que
      *      TP3 : une periode n'est saisie que pour un stage existant
           SELECT FIC-STA ASSIGN TO "fstages.dat" ORGANIZATION IS RECORD
           SEQUENTIAL
           FILE STATUS IS FS-STA.

      *----- Referentiel permanent des entreprises d'accueil tenu par
      *      ENTMAIT, qui porte le taux horaire de gratification
           SELECT FIC-ENTREF ASSIGN TO "FENTREF.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIRET-REF
           FILE STATUS IS FS-ENTREF.

      *----- Echeancier mensuel imprimable des gratifications
           SELECT FIC-ECHEANCE ASSIGN TO "echeanc.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ECHEANCE.

       DATA DIVISION.
       FILE SECTION.
      *----- Une periode par stage : le nom du stagiaire est repris de
      *      fstages.dat a la saisie, les dates sont au format AAAAMMJJ
       FD FIC-PERIODE.
       01 ENR-PERIODE.
           02 CLE-PER.
               03 INE-PER PIC 9(4).
               03 SIRET-PER PIC 9(4).
           02 ETU-PER PIC X(10).
           02 DEBUT-PER PIC 9(8).
           02 FIN-PER PIC 9(8).
           02 HEURES-PER PIC 99.

      *----- Fichier de tri des periodes par entreprise
       SD WORK-PERIODE.
       01 ENR-PERIODE-TRI.
           02 INE-PER-TRI PIC 9(4).
           02 SIRET-PER-TRI PIC 9(4).
           02 ETU-PER-TRI PIC X(10).
           02 DEBUT-PER-TRI PIC 9(8).
           02 FIN-PER-TRI PIC 9(8).
           02 HEURES-PER-TRI PIC 99.

      *----- Enregistrement des stages, identique a celui de TP3
       FD FIC-STA.
       01 ENR-STA.
           02 SIRET PIC 9(4).
           02 ENT PIC X(10).
           02 ADR.
               03 CP.
                   04 DPT PIC 99.
                   04 COM PIC 999.
                03 VILLE PIC X(15).
           02 ETU PIC X(10).
           02 INE-STA PIC 9(4).

       FD FIC-ENTREF.
       01 ENR-ENTREF.
           02 SIRET-REF PIC 9(4).
           02 ENTREP-REF PIC X(10).
           02 ADR-REF.
               03 RUE-REF PIC X(20).
               03 CP-REF.
                   04 DPT-REF PIC 99.
                   04 COM-REF PIC 999.
               03 VILLE-REF PIC X(15).
           02 CONTACT-REF PIC X(20).
           02 CAPACITE-REF PIC 99.
           02 TAUX-GRATIF-REF PIC 99V99.

       FD FIC-ECHEANCE.
       01 LIGNE-ECHEANCE PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-PERIODE PIC XX.
       77 FS-STA PIC XX.
       77 FS-ENTREF PIC XX.
       77 FS-ECHEANCE PIC XX.
       77 EOF-STA PIC 9 VALUE 0.
       77 EOF-TRI PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 CONFIRMATION PIC X.
       77 INE-DEMANDE PIC 9(4).
       77 SIRET-DEMANDE PIC 9(4).
       77 STAGE-TROUVE PIC 9.
       77 ETU-STAGE PIC X(10).
       77 PERIODE-EXISTE PIC 9.
       77 DEBUT-SAISI PIC 9(8).
       77 FIN-SAISIE PIC 9(8).
       77 HEURES-SAISIES PIC 99.
      *----- Duree minimale d'un stage de S4 : huit semaines, comptees
      *      en jours calendaires du premier au dernier jour inclus
       77 DUREE-MINIMALE PIC 999 VALUE 56.
      *----- Calcul de la gratification : due au-dela de deux mois de
      *      stage, mensualisee sur 52 semaines / 12 mois a partir du
      *      taux horaire de l'entreprise, puis ventilee sur chaque
      *      mois civil au prorata des jours de stage du mois
       77 TAUX-STAGE PIC 99V99.
       77 JOURS-DEBUT PIC 9(7).
       77 JOURS-FIN PIC 9(7).
       77 DUREE-JOURS PIC 9(5).
       77 GRATIF-DUE PIC 9.
       77 MENSUEL-GRATIF PIC 9(5)V99.
       77 TOTAL-GRATIF PIC 9(6)V99.
       77 EDITER-MOIS PIC 9 VALUE 0.
       01 DATE-DEUX-MOIS.
           02 ANNEE-DEUX-MOIS PIC 9(4).
           02 MOIS-DEUX-MOIS PIC 99.
           02 JOUR-DEUX-MOIS PIC 99.
       01 MOIS-COURANT.
           02 ANNEE-MOIS-COURANT PIC 9(4).
           02 MOIS-MOIS-COURANT PIC 99.
           02 JOUR-MOIS-COURANT PIC 99.
       01 MOIS-SUIVANT.
           02 ANNEE-MOIS-SUIVANT PIC 9(4).
           02 MOIS-MOIS-SUIVANT PIC 99.
           02 JOUR-MOIS-SUIVANT PIC 99.
       77 DATE-CALCUL PIC 9(8).
       77 JOURS-MOIS-COURANT PIC 9(7).
       77 JOURS-MOIS-SUIVANT PIC 9(7).
       77 PREMIER-JOUR-MOIS PIC 9(7).
       77 DERNIER-JOUR-MOIS PIC 9(7).
       77 JOURS-DANS-MOIS PIC 99.
       77 JOURS-STAGE-MOIS PIC 99.
       77 MONTANT-MOIS PIC 9(5)V99.
       77 MONTANT-AFFICHE PIC ZZZZ9.99.
       77 TOTAL-AFFICHE PIC ZZZZZ9.99.
       77 TAUX-AFFICHE PIC Z9.99.
      *----- Ruptures et cumuls de l'echeancier
       77 SIRET-PRECEDENT PIC 9(4).
       77 TOTAL-ENTREPRISE PIC 9(7)V99.
       77 TOTAL-GENERAL PIC 9(8)V99.
       77 NB-STAGES-EDITES PIC 9(4).
       77 NB-SANS-TAUX PIC 9(4).
      *----- Lignes de composition de l'echeancier
       01 LIGNE-TITRE-ECH.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(32)
               VALUE "ECHEANCIER DES GRATIFICATIONS - ".
           02 DATE-TITRE-ECH PIC 9(8).
           02 FILLER PIC X(17) VALUE SPACES.
       01 LIGNE-ENTREPRISE-ECH.
           02 FILLER PIC X(13) VALUE "Entreprise : ".
           02 ENT-ECH PIC X(10).
           02 FILLER PIC X(11) VALUE "   SIRET : ".
           02 SIRET-ECH PIC 9(4).
           02 FILLER PIC X(18) VALUE "   taux horaire : ".
           02 TAUX-ECH PIC Z9.99.
           02 FILLER PIC X(11) VALUE SPACES.
       01 LIGNE-STAGE-ECH.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ETU-ECH PIC X(10).
           02 FILLER PIC X(5) VALUE " INE ".
           02 INE-ECH PIC 9(4).
           02 FILLER PIC X(4) VALUE " du ".
           02 DEBUT-ECH PIC 9(8).
           02 FILLER PIC X(4) VALUE " au ".
           02 FIN-ECH PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 HEURES-ECH PIC Z9.
           02 FILLER PIC X(6) VALUE " h/sem".
           02 FILLER PIC X(16) VALUE SPACES.
       01 LIGNE-MOIS-ECH.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "Mois ".
           02 ANNEE-ECH PIC 9(4).
           02 FILLER PIC X(1) VALUE "/".
           02 MOIS-ECH PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "jours ".
           02 JOURS-ECH PIC Z9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "montant ".
           02 MONTANT-ECH PIC ZZZZ9.99.
           02 FILLER PIC X(22) VALUE SPACES.
       01 LIGNE-TOTAL-ECH.
           02 FILLER PIC X(6) VALUE SPACES.
           02 LIBELLE-TOTAL-ECH PIC X(40).
           02 VALEUR-TOTAL-ECH PIC X(12).
           02 FILLER PIC X(14) VALUE SPACES.
       01 LIGNE-ENTETE-SANS-TAUX.
           02 FILLER PIC X(44)
               VALUE "GRATIFICATIONS DUES SANS TAUX AU REFERENTIEL".
           02 FILLER PIC X(28) VALUE SPACES.
       01 LIGNE-SANS-TAUX.
           02 FILLER PIC X(3) VALUE SPACES.
           02 INE-SANS-TAUX PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ETU-SANS-TAUX PIC X(10).
           02 FILLER PIC X(3) VALUE " - ".
           02 SIRET-SANS-TAUX PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ENT-SANS-TAUX PIC X(10).
           02 FILLER PIC X(5) VALUE "  du ".
           02 DEBUT-SANS-TAUX PIC 9(8).
           02 FILLER PIC X(4) VALUE " au ".
           02 FIN-SANS-TAUX PIC 9(8).
           02 FILLER PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           OPEN I-O FIC-PERIODE.
           IF FS-PERIODE = "35"
               OPEN OUTPUT FIC-PERIODE
               CLOSE FIC-PERIODE
               OPEN I-O FIC-PERIODE
           END-IF.
           IF FS-PERIODE NOT = "00"
               DISPLAY "periodes.dat illisible, statut " FS-PERIODE
               ", maintenance annulee"
               MOVE 1 TO FIN-MENU
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Consulter (1), saisir les dates (2), supprimer"
               " (3), echeancier (4), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM CONSULTER-PERIODE
                   WHEN 2 PERFORM SAISIR-PERIODE
                   WHEN 3 PERFORM SUPPRIMER-PERIODE
                   WHEN 4 PERFORM EDITER-ECHEANCIER
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           IF FS-PERIODE = "00"
               CLOSE FIC-PERIODE
           END-IF.
           STOP RUN.

       LIRE-PERIODE.
      *----- Positionne ENR-PERIODE sur le stage INE + SIRET saisi,
      *      PERIODE-EXISTE a zero signale l'absence a l'appelant
           DISPLAY "INE du stagiaire : ".
           ACCEPT INE-DEMANDE.
           DISPLAY "SIRET de l'entreprise : ".
           ACCEPT SIRET-DEMANDE.
           MOVE INE-DEMANDE TO INE-PER.
           MOVE SIRET-DEMANDE TO SIRET-PER.
           MOVE 1 TO PERIODE-EXISTE.
           READ FIC-PERIODE KEY IS CLE-PER
               INVALID KEY MOVE 0 TO PERIODE-EXISTE
           END-READ.
           EXIT.

       AFFICHER-PERIODE.
           DISPLAY "Stage de " ETU-PER " (INE " INE-PER ") chez "
           SIRET-PER.
           DISPLAY "Du " DEBUT-PER " au " FIN-PER ", " HEURES-PER
           " heures par semaine".
           PERFORM LIRE-TAUX-ENTREPRISE.
           PERFORM CALCULER-GRATIFICATION.
           DISPLAY "Duree : " DUREE-JOURS " jours".
           IF GRATIF-DUE = 0
               DISPLAY "Gratification non due (deux mois au plus)"
               EXIT PARAGRAPH
           END-IF.
           IF TAUX-STAGE = 0
               DISPLAY "Gratification due, taux horaire non renseigne"
               " pour l'entreprise " SIRET-PER " (ENTMAIT)"
               EXIT PARAGRAPH
           END-IF.
           MOVE MENSUEL-GRATIF TO MONTANT-AFFICHE.
           MOVE TOTAL-GRATIF TO TOTAL-AFFICHE.
           DISPLAY "Gratification : " MONTANT-AFFICHE " par mois, "
           TOTAL-AFFICHE " au total".
           EXIT.

       CONSULTER-PERIODE.
           PERFORM LIRE-PERIODE.
           IF PERIODE-EXISTE = 0
               DISPLAY "Aucune periode saisie pour ce stage"
           ELSE
               PERFORM AFFICHER-PERIODE
           END-IF.
           EXIT.

       CHERCHER-STAGE.
      *----- Le couple INE + SIRET doit figurer dans fstages.dat ;
      *      le nom du stagiaire est repris pour la periode
           MOVE 0 TO STAGE-TROUVE.
           MOVE SPACES TO ETU-STAGE.
           MOVE 0 TO EOF-STA.
           OPEN INPUT FIC-STA.
           IF FS-STA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ.
           PERFORM UNTIL EOF-STA = 1
               IF INE-STA = INE-DEMANDE AND SIRET = SIRET-DEMANDE
                   MOVE 1 TO STAGE-TROUVE
                   MOVE ETU TO ETU-STAGE
                   MOVE 1 TO EOF-STA
               ELSE
                   READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-STA.
           EXIT.

       SAISIR-PERIODE.
      *----- Creation ou ressaisie complete de la periode d'un stage ;
      *      des dates incoherentes ou une duree sous le minimum
      *      bloquent l'enregistrement
           PERFORM LIRE-PERIODE.
           PERFORM CHERCHER-STAGE.
           IF STAGE-TROUVE = 0
               DISPLAY "Aucun stage pour l'INE " INE-DEMANDE
               " et le SIRET " SIRET-DEMANDE " dans fstages.dat"
               EXIT PARAGRAPH
           END-IF.
           IF PERIODE-EXISTE = 1
               PERFORM AFFICHER-PERIODE
               DISPLAY "Ressaisie complete de la periode :"
           END-IF.
           DISPLAY "Date de debut (AAAAMMJJ) : ".
           ACCEPT DEBUT-SAISI.
           DISPLAY "Date de fin (AAAAMMJJ) : ".
           ACCEPT FIN-SAISIE.
           DISPLAY "Heures par semaine (1 a 48) : ".
           ACCEPT HEURES-SAISIES.
           COMPUTE JOURS-DEBUT = FUNCTION INTEGER-OF-DATE(DEBUT-SAISI).
           COMPUTE JOURS-FIN = FUNCTION INTEGER-OF-DATE(FIN-SAISIE).
           IF JOURS-DEBUT = 0 OR JOURS-FIN = 0
               DISPLAY "Date invalide, periode non enregistree"
               EXIT PARAGRAPH
           END-IF.
           IF JOURS-FIN <= JOURS-DEBUT
               DISPLAY "La fin doit suivre le debut, periode non"
               " enregistree"
               EXIT PARAGRAPH
           END-IF.
           IF HEURES-SAISIES = 0 OR HEURES-SAISIES > 48
               DISPLAY "Duree hebdomadaire invalide, periode non"
               " enregistree"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DUREE-JOURS = JOURS-FIN - JOURS-DEBUT + 1.
           IF DUREE-JOURS < DUREE-MINIMALE
               DISPLAY "Stage de " DUREE-JOURS " jours, minimum "
               DUREE-MINIMALE " : periode refusee"
               EXIT PARAGRAPH
           END-IF.
           MOVE INE-DEMANDE TO INE-PER.
           MOVE SIRET-DEMANDE TO SIRET-PER.
           MOVE ETU-STAGE TO ETU-PER.
           MOVE DEBUT-SAISI TO DEBUT-PER.
           MOVE FIN-SAISIE TO FIN-PER.
           MOVE HEURES-SAISIES TO HEURES-PER.
           IF PERIODE-EXISTE = 1
               REWRITE ENR-PERIODE
                   INVALID KEY DISPLAY "Reecriture impossible, statut "
                   FS-PERIODE
                   NOT INVALID KEY PERFORM AFFICHER-PERIODE
               END-REWRITE
           ELSE
               WRITE ENR-PERIODE
                   INVALID KEY DISPLAY "Ecriture impossible, statut "
                   FS-PERIODE
                   NOT INVALID KEY PERFORM AFFICHER-PERIODE
               END-WRITE
           END-IF.
           EXIT.

       SUPPRIMER-PERIODE.
           PERFORM LIRE-PERIODE.
           IF PERIODE-EXISTE = 0
               DISPLAY "Aucune periode saisie pour ce stage"
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-PERIODE.
           DISPLAY "Confirmer la suppression (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION = "O" OR CONFIRMATION = "o"
               DELETE FIC-PERIODE RECORD
                   INVALID KEY DISPLAY "Suppression impossible, "
                   "statut " FS-PERIODE
                   NOT INVALID KEY DISPLAY "Periode supprimee"
               END-DELETE
           ELSE
               DISPLAY "Suppression abandonnee"
           END-IF.
           EXIT.

       LIRE-TAUX-ENTREPRISE.
      *----- Taux horaire de l'entreprise du stage courant, zero si
      *      le referentiel ne le connait pas
           MOVE 0 TO TAUX-STAGE.
           MOVE "(inconnue)" TO ENTREP-REF.
           OPEN INPUT FIC-ENTREF.
           IF FS-ENTREF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SIRET-PER TO SIRET-REF.
           READ FIC-ENTREF KEY IS SIRET-REF
               INVALID KEY MOVE "(inconnue)" TO ENTREP-REF
               NOT INVALID KEY MOVE TAUX-GRATIF-REF TO TAUX-STAGE
           END-READ.
           CLOSE FIC-ENTREF.
           EXIT.

       CALCULER-GRATIFICATION.
      *----- Duree, gratification due ou non, montant mensuel et total
      *      du stage de ENR-PERIODE au taux TAUX-STAGE ; la date
      *      anniversaire des deux mois est comparee sans controle du
      *      jour (un 31 reporte sur un mois court reste comparable)
           COMPUTE JOURS-DEBUT = FUNCTION INTEGER-OF-DATE(DEBUT-PER).
           COMPUTE JOURS-FIN = FUNCTION INTEGER-OF-DATE(FIN-PER).
           COMPUTE DUREE-JOURS = JOURS-FIN - JOURS-DEBUT + 1.
           MOVE DEBUT-PER TO DATE-DEUX-MOIS.
           COMPUTE MOIS-DEUX-MOIS = MOIS-DEUX-MOIS + 2.
           IF MOIS-DEUX-MOIS > 12
               COMPUTE MOIS-DEUX-MOIS = MOIS-DEUX-MOIS - 12
               COMPUTE ANNEE-DEUX-MOIS = ANNEE-DEUX-MOIS + 1
           END-IF.
           MOVE 0 TO GRATIF-DUE.
           MOVE 0 TO MENSUEL-GRATIF.
           MOVE 0 TO TOTAL-GRATIF.
           IF FIN-PER >= DATE-DEUX-MOIS
               MOVE 1 TO GRATIF-DUE
           END-IF.
           IF GRATIF-DUE = 0 OR TAUX-STAGE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MENSUEL-GRATIF ROUNDED =
               TAUX-STAGE * HEURES-PER * 52 / 12.
           MOVE DEBUT-PER TO MOIS-COURANT.
           MOVE 1 TO JOUR-MOIS-COURANT.
           PERFORM UNTIL MOIS-COURANT > FIN-PER
               PERFORM VENTILER-MOIS
           END-PERFORM.
           EXIT.

       VENTILER-MOIS.
      *----- Part du mois civil MOIS-COURANT : jours de stage du mois
      *      sur jours du mois ; EDITER-MOIS a 1 imprime la ligne de
      *      l'echeancier, puis on passe au mois suivant
           MOVE MOIS-COURANT TO MOIS-SUIVANT.
           COMPUTE MOIS-MOIS-SUIVANT = MOIS-MOIS-SUIVANT + 1.
           IF MOIS-MOIS-SUIVANT > 12
               MOVE 1 TO MOIS-MOIS-SUIVANT
               COMPUTE ANNEE-MOIS-SUIVANT = ANNEE-MOIS-SUIVANT + 1
           END-IF.
           MOVE MOIS-COURANT TO DATE-CALCUL.
           COMPUTE JOURS-MOIS-COURANT =
               FUNCTION INTEGER-OF-DATE(DATE-CALCUL).
           MOVE MOIS-SUIVANT TO DATE-CALCUL.
           COMPUTE JOURS-MOIS-SUIVANT =
               FUNCTION INTEGER-OF-DATE(DATE-CALCUL).
           COMPUTE JOURS-DANS-MOIS =
               JOURS-MOIS-SUIVANT - JOURS-MOIS-COURANT.
           MOVE JOURS-MOIS-COURANT TO PREMIER-JOUR-MOIS.
           IF JOURS-DEBUT > PREMIER-JOUR-MOIS
               MOVE JOURS-DEBUT TO PREMIER-JOUR-MOIS
           END-IF.
           COMPUTE DERNIER-JOUR-MOIS = JOURS-MOIS-SUIVANT - 1.
           IF JOURS-FIN < DERNIER-JOUR-MOIS
               MOVE JOURS-FIN TO DERNIER-JOUR-MOIS
           END-IF.
           COMPUTE JOURS-STAGE-MOIS =
               DERNIER-JOUR-MOIS - PREMIER-JOUR-MOIS + 1.
           COMPUTE MONTANT-MOIS ROUNDED =
               MENSUEL-GRATIF * JOURS-STAGE-MOIS / JOURS-DANS-MOIS.
           COMPUTE TOTAL-GRATIF = TOTAL-GRATIF + MONTANT-MOIS.
           IF EDITER-MOIS = 1
               MOVE ANNEE-MOIS-COURANT TO ANNEE-ECH
               MOVE MOIS-MOIS-COURANT TO MOIS-ECH
               MOVE JOURS-STAGE-MOIS TO JOURS-ECH
               MOVE MONTANT-MOIS TO MONTANT-ECH
               WRITE LIGNE-ECHEANCE FROM LIGNE-MOIS-ECH END-WRITE
           END-IF.
           MOVE MOIS-SUIVANT TO MOIS-COURANT.
           EXIT.

       EDITER-ECHEANCIER.
      *----- Periodes triees par entreprise : pour chaque stage, les
      *      montants mois par mois et le total du ; le fichier indexe
      *      est ferme le temps du tri puis rouvert pour la liste des
      *      stages dus sans taux
           CLOSE FIC-PERIODE.
           SORT WORK-PERIODE
               ON ASCENDING KEY SIRET-PER-TRI
               ON ASCENDING KEY INE-PER-TRI
               USING FIC-PERIODE
               OUTPUT PROCEDURE IS EDITER-ECHEANCIER-TRIE.
           OPEN I-O FIC-PERIODE.
           PERFORM LISTER-SANS-TAUX.
           CLOSE FIC-ECHEANCE.
           MOVE TOTAL-GENERAL TO TOTAL-AFFICHE.
           DISPLAY NB-STAGES-EDITES " stage(s) dans echeanc.dat, total"
           " des gratifications " TOTAL-AFFICHE.
           DISPLAY NB-SANS-TAUX " stage(s) dus sans taux au"
           " referentiel".
           EXIT.

       EDITER-ECHEANCIER-TRIE.
           MOVE 0 TO NB-STAGES-EDITES.
           MOVE 0 TO TOTAL-GENERAL.
           MOVE 0 TO SIRET-PRECEDENT.
           MOVE 0 TO TOTAL-ENTREPRISE.
           MOVE 1 TO EDITER-MOIS.
           OPEN OUTPUT FIC-ECHEANCE.
           MOVE DATE-DU-JOUR TO DATE-TITRE-ECH.
           WRITE LIGNE-ECHEANCE FROM LIGNE-TITRE-ECH END-WRITE.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-PERIODE AT END MOVE 1 TO EOF-TRI.
           PERFORM UNTIL EOF-TRI = 1
               IF SIRET-PER-TRI NOT = SIRET-PRECEDENT
                   PERFORM CLORE-ENTREPRISE
                   MOVE ENR-PERIODE-TRI TO ENR-PERIODE
                   PERFORM OUVRIR-ENTREPRISE
               END-IF
               MOVE ENR-PERIODE-TRI TO ENR-PERIODE
               PERFORM EDITER-STAGE-ECHEANCIER
               RETURN WORK-PERIODE AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           PERFORM CLORE-ENTREPRISE.
           MOVE SPACES TO LIGNE-ECHEANCE.
           WRITE LIGNE-ECHEANCE END-WRITE.
           MOVE "TOTAL GENERAL :" TO LIBELLE-TOTAL-ECH.
           MOVE TOTAL-GENERAL TO TOTAL-AFFICHE.
           MOVE TOTAL-AFFICHE TO VALEUR-TOTAL-ECH.
           WRITE LIGNE-ECHEANCE FROM LIGNE-TOTAL-ECH END-WRITE.
           MOVE 0 TO EDITER-MOIS.
           EXIT.

       OUVRIR-ENTREPRISE.
           MOVE SIRET-PER TO SIRET-PRECEDENT.
           MOVE 0 TO TOTAL-ENTREPRISE.
           PERFORM LIRE-TAUX-ENTREPRISE.
           MOVE ALL "=" TO LIGNE-ECHEANCE.
           WRITE LIGNE-ECHEANCE END-WRITE.
           MOVE ENTREP-REF TO ENT-ECH.
           MOVE SIRET-PER TO SIRET-ECH.
           MOVE TAUX-STAGE TO TAUX-ECH.
           WRITE LIGNE-ECHEANCE FROM LIGNE-ENTREPRISE-ECH END-WRITE.
           EXIT.

       CLORE-ENTREPRISE.
           IF SIRET-PRECEDENT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "TOTAL ENTREPRISE :" TO LIBELLE-TOTAL-ECH.
           MOVE TOTAL-ENTREPRISE TO TOTAL-AFFICHE.
           MOVE TOTAL-AFFICHE TO VALEUR-TOTAL-ECH.
           WRITE LIGNE-ECHEANCE FROM LIGNE-TOTAL-ECH END-WRITE.
           COMPUTE TOTAL-GENERAL = TOTAL-GENERAL + TOTAL-ENTREPRISE.
           EXIT.

       EDITER-STAGE-ECHEANCIER.
      *----- Le taux de l'entreprise courante (TAUX-STAGE) reste
      *      valable pour tous ses stages
           COMPUTE NB-STAGES-EDITES = NB-STAGES-EDITES + 1.
           MOVE ALL "-" TO LIGNE-ECHEANCE.
           WRITE LIGNE-ECHEANCE END-WRITE.
           MOVE ETU-PER TO ETU-ECH.
           MOVE INE-PER TO INE-ECH.
           MOVE DEBUT-PER TO DEBUT-ECH.
           MOVE FIN-PER TO FIN-ECH.
           MOVE HEURES-PER TO HEURES-ECH.
           WRITE LIGNE-ECHEANCE FROM LIGNE-STAGE-ECH END-WRITE.
           PERFORM CALCULER-GRATIFICATION.
           MOVE SPACES TO VALEUR-TOTAL-ECH.
           IF GRATIF-DUE = 0
               MOVE "Non gratifie (deux mois au plus)"
                   TO LIBELLE-TOTAL-ECH
           ELSE
               IF TAUX-STAGE = 0
                   MOVE "Gratification due, TAUX NON RENSEIGNE"
                       TO LIBELLE-TOTAL-ECH
               ELSE
                   MOVE "Total du au stagiaire :" TO LIBELLE-TOTAL-ECH
                   MOVE TOTAL-GRATIF TO TOTAL-AFFICHE
                   MOVE TOTAL-AFFICHE TO VALEUR-TOTAL-ECH
                   COMPUTE TOTAL-ENTREPRISE =
                       TOTAL-ENTREPRISE + TOTAL-GRATIF
               END-IF
           END-IF.
           WRITE LIGNE-ECHEANCE FROM LIGNE-TOTAL-ECH END-WRITE.
           EXIT.

       LISTER-SANS-TAUX.
      *----- Seconde section : stages de plus de deux mois dont
      *      l'entreprise n'a pas de taux (ou pas de fiche) au
      *      referentiel, a completer par ENTMAIT
           MOVE 0 TO NB-SANS-TAUX.
           MOVE SPACES TO LIGNE-ECHEANCE.
           WRITE LIGNE-ECHEANCE END-WRITE.
           WRITE LIGNE-ECHEANCE FROM LIGNE-ENTETE-SANS-TAUX END-WRITE.
           MOVE 0 TO INE-PER.
           MOVE 0 TO SIRET-PER.
           START FIC-PERIODE KEY IS >= CLE-PER
               INVALID KEY EXIT PARAGRAPH
           END-START.
           MOVE 0 TO FIN-LISTE.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-PERIODE NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
                   NOT AT END
                       PERFORM LIRE-TAUX-ENTREPRISE
                       PERFORM CALCULER-GRATIFICATION
                       IF GRATIF-DUE = 1 AND TAUX-STAGE = 0
                           PERFORM ECRIRE-SANS-TAUX
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       ECRIRE-SANS-TAUX.
           COMPUTE NB-SANS-TAUX = NB-SANS-TAUX + 1.
           MOVE INE-PER TO INE-SANS-TAUX.
           MOVE ETU-PER TO ETU-SANS-TAUX.
           MOVE SIRET-PER TO SIRET-SANS-TAUX.
           MOVE ENTREP-REF TO ENT-SANS-TAUX.
           MOVE DEBUT-PER TO DEBUT-SANS-TAUX.
           MOVE FIN-PER TO FIN-SANS-TAUX.
           WRITE LIGNE-ECHEANCE FROM LIGNE-SANS-TAUX END-WRITE.
           EXIT.
