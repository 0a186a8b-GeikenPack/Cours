
      *----- Suivi d'une convention par stage (INE + SIRET) : statut
      *      GENEREE / ENVOYEE / SIGNEE / RELANCEE avec la date de
      *      chaque etape, pour remplacer le pointage papier ; ROMPUE,
      *      pose par RUPTURE, clot la convention d'un stage rompu
           SELECT FIC-CONVSTAT ASSIGN TO "convstat.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVSTAT.
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELANCE.

      *----- Registre partage, dans le dossier parent : l'age et la
      *      categorie du stagiaire disent si la convention doit
      *      aussi etre signee par son representant legal
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Liste de classe de TP2 (INE + date de naissance) : l'age
      *      au debut du stage en est recalcule au jour pres, le
      *      registre ne portant que l'age du dernier passage de TP2
           SELECT FIC-ROSTER ASSIGN TO "../TP2/roster.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROSTER.

      *----- Periodes des stages tenues par PERIODE, cle INE + SIRET :
      *      sans dates saisies la convention n'est pas generee
           SELECT FIC-PERIODE ASSIGN TO "periodes.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-PER
           FILE STATUS IS FS-PERIODE.

       DATA DIVISION.
       FILE SECTION.
      *----- Enregistrement des stages, identique a celui de TP3
           02 INE-STA PIC 9(4).

      *----- Fiche permanente d'une entreprise : adresse complete,
      *      contact, capacite d'accueil de stagiaires et taux horaire
      *      de gratification (0 = non renseigne)
       FD FIC-ENTREF.
       01 ENR-ENTREF.
           02 SIRET-REF PIC 9(4).
               03 VILLE-REF PIC X(15).
           02 CONTACT-REF PIC X(20).
           02 CAPACITE-REF PIC 99.
           02 TAUX-GRATIF-REF PIC 99V99.

       FD FIC-CONVENTION.
       01 LIGNE-CONVENTION PIC X(72).
           02 DATE-SIGNEE-CST PIC 9(8).
           02 FILLER PIC X.
           02 DATE-RELANCEE-CST PIC 9(8).
      *----- Stagiaire mineur au debut du stage : TUTELLE-CST a O, la
      *      signature du representant legal est datee a part et doit
      *      preceder le passage a SIGNEE
           02 FILLER PIC X.
           02 TUTELLE-CST PIC X.
           02 FILLER PIC X.
           02 DATE-TUTEUR-CST PIC 9(8).

       FD FIC-CONVSTAT-TRAVAIL.
       01 ENR-CONVSTAT-TRAVAIL PIC X(87).

       FD FIC-RELANCE.
       01 LIGNE-RELANCE PIC X(72).

      *----- Registre partage par INE entre TP2, TP3 et TP4 : chaque
      *      programme relit le dossier existant et ne met a jour que
      *      ses propres champs, les -MAJ indiquant qui l'a renseigne
       FD FIC-REGISTRE.
       01 ENR-REGISTRE.
      *----- Cle composee : la cohorte devant l'INE fait coexister
      *      plusieurs promotions dans le meme registre
           02 CLE-REG.
               03 COHORTE-REG PIC 9(4).
               03 INE-REG PIC 9(4).
           02 NOM-REG PIC X(10).
           02 AGE-REG PIC 999.
           02 CATEGORIE-REG PIC X(15).
           02 NOTE-STAGE-REG PIC 99V99.
           02 MOYS4-REG PIC 99V99.
           02 VALIDE-REG PIC X(3).
           02 AGE-MAJ PIC X.
           02 STAGE-MAJ PIC X.
           02 VALID-MAJ PIC X.

      *----- Liste de classe pour le traitement par lot (INE + date
      *      de naissance)
       FD FIC-ROSTER.
       01 ENR-ROSTER.
           02 INE-ROSTER PIC 9(4).
           02 DATE-NAISS-ROSTER PIC 9(8).

      *----- Une periode par stage, dates au format AAAAMMJJ
       FD FIC-PERIODE.
       01 ENR-PERIODE.
           02 CLE-PER.
               03 INE-PER PIC 9(4).
               03 SIRET-PER PIC 9(4).
           02 ETU-PER PIC X(10).
           02 DEBUT-PER PIC 9(8).
           02 FIN-PER PIC 9(8).
           02 HEURES-PER PIC 99.

       WORKING-STORAGE SECTION.
       77 FS-STA PIC XX.
       77 FS-ENTREF PIC XX.
       77 ACTION-STATUT PIC 9.
       77 SUIVI-TROUVE PIC 9 VALUE 0.
       77 FS-CONVSTAT-TRAVAIL PIC XX.
       77 FS-REGISTRE PIC XX.
       77 FS-ROSTER PIC XX.
       77 EOF-ROSTER PIC 9 VALUE 0.
       77 FS-PERIODE PIC XX.
       77 NB-SANS-DATES PIC 9(4) VALUE 0.
      *----- Majorite au debut du stage : la cohorte retrouve le
      *      dossier du registre, la date de debut de la periode du
      *      stage sert au calcul de l'age ; STAGIAIRE-MINEUR a 1
      *      ajoute la signature du representant legal
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
       01 DATE-DEBUT-STAGE.
           02 ANNEE-DEBUT PIC 9(4).
           02 MMJJ-DEBUT PIC 9(4).
       01 DATE-NAISSANCE.
           02 ANNEE-NAISSANCE PIC 9(4).
           02 MMJJ-NAISSANCE PIC 9(4).
       77 AGE-DEBUT-STAGE PIC 999.
       77 AGE-CONNU PIC 9.
       77 STAGIAIRE-MINEUR PIC 9.
       77 CATEGORIE-STAGIAIRE PIC X(15).
       77 NB-MINEURS PIC 9(4) VALUE 0.
       77 NB-AGE-INCONNU PIC 9(4) VALUE 0.
       77 NB-TUTEUR-A-RELANCER PIC 9(4) VALUE 0.
      *----- Gratification due au-dela de deux mois de stage, calculee
      *      comme dans PERIODE : taux horaire de l'entreprise
      *      mensualise sur 52 semaines / 12 mois, total ventile sur
      *      chaque mois civil au prorata des jours de stage du mois
       77 TAUX-STAGE PIC 99V99.
       77 JOURS-DEBUT PIC 9(7).
       77 JOURS-FIN PIC 9(7).
       77 DUREE-JOURS PIC 9(5).
       77 GRATIF-DUE PIC 9.
       77 MENSUEL-GRATIF PIC 9(5)V99.
       77 TOTAL-GRATIF PIC 9(6)V99.
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
      *----- Copie memoire du seul suivi en cours de traitement, le
      *      fichier etant relu ou remplace en flot a chaque acces :
      *      le nombre de conventions n'est borne que par le disque
           02 DATE-ENVOYEE-SUIVI PIC 9(8).
           02 DATE-SIGNEE-SUIVI PIC 9(8).
           02 DATE-RELANCEE-SUIVI PIC 9(8).
           02 TUTELLE-SUIVI PIC X.
           02 DATE-TUTEUR-SUIVI PIC 9(8).
      *----- Lignes de composition de la convention imprimable
       01 LIGNE-TITRE-CONV.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "Tuteur en ent. : ".
           02 CONTACT-EDITION PIC X(20).
           02 FILLER PIC X(35) VALUE SPACES.
       01 LIGNE-PERIODE-CONV.
           02 FILLER PIC X(17) VALUE "Periode        : ".
           02 FILLER PIC X(3) VALUE "du ".
           02 DEBUT-EDITION PIC 9(8).
           02 FILLER PIC X(4) VALUE " au ".
           02 FIN-EDITION PIC 9(8).
           02 FILLER PIC X(2) VALUE " (".
           02 DUREE-EDITION PIC ZZ9.
           02 FILLER PIC X(7) VALUE " jours)".
           02 FILLER PIC X(20) VALUE SPACES.
       01 LIGNE-HORAIRE-CONV.
           02 FILLER PIC X(17) VALUE "Duree hebdo.   : ".
           02 HEURES-EDITION PIC Z9.
           02 FILLER PIC X(7) VALUE " heures".
           02 FILLER PIC X(46) VALUE SPACES.
       01 LIGNE-GRATIF-CONV.
           02 FILLER PIC X(17) VALUE "Gratification  : ".
           02 LIBELLE-GRATIF-EDITION PIC X(55).
       01 LIGNE-MONTANT-CONV.
           02 FILLER PIC X(17) VALUE "Gratification  : ".
           02 MENSUEL-EDITION PIC ZZZZ9.99.
           02 FILLER PIC X(11) VALUE " par mois, ".
           02 FILLER PIC X(9) VALUE "total du ".
           02 TOTAL-EDITION PIC ZZZZZ9.99.
           02 FILLER PIC X(18) VALUE SPACES.
       01 LIGNE-SIGNATURES.
           02 FILLER PIC X(24) VALUE "Le stagiaire            ".
           02 FILLER PIC X(24) VALUE "L'entreprise            ".
           02 FILLER PIC X(24) VALUE "L'etablissement         ".
      *----- Stagiaire mineur au debut du stage : identite et bloc de
      *      signature du representant legal
       01 LIGNE-TUTEUR-CONV.
           02 FILLER PIC X(17) VALUE "Repr. legal    : ".
           02 FILLER PIC X(30) VALUE ALL "_".
           02 FILLER PIC X(10) VALUE "  age au ".
           02 DEBUT-TUTEUR-EDITION PIC 9(8).
           02 FILLER PIC X(3) VALUE " : ".
           02 AGE-TUTEUR-EDITION PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
       01 LIGNE-SIGNATURE-TUTEUR.
           02 FILLER PIC X(24) VALUE "Le representant legal   ".
           02 FILLER PIC X(48)
               VALUE "(stagiaire mineur au debut du stage)".
       01 LIGNE-RELANCE-DETAIL.
           02 FILLER PIC X(3) VALUE SPACES.
           02 INE-RELANCE PIC 9(4).
           02 FILLER PIC X(3) VALUE "DU ".
           02 DATE-ENTETE-RELANCE PIC 9(8).
           02 FILLER PIC X(27) VALUE SPACES.
       01 LIGNE-ENTETE-TUTEUR.
           02 FILLER PIC X(43)
               VALUE "SIGNATURES DU REPRESENTANT LEGAL MANQUANTES".
           02 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           MOVE DATE-ENVOYEE-CST TO DATE-ENVOYEE-SUIVI.
           MOVE DATE-SIGNEE-CST TO DATE-SIGNEE-SUIVI.
           MOVE DATE-RELANCEE-CST TO DATE-RELANCEE-SUIVI.
      *----- Un suivi anterieur a la signature du representant legal
      *      n'a ni indicateur ni date : il reste sans tutelle
           IF TUTELLE-CST = "O"
               MOVE "O" TO TUTELLE-SUIVI
           ELSE
               MOVE "N" TO TUTELLE-SUIVI
           END-IF.
           IF DATE-TUTEUR-CST IS NUMERIC
               MOVE DATE-TUTEUR-CST TO DATE-TUTEUR-SUIVI
           ELSE
               MOVE 0 TO DATE-TUTEUR-SUIVI
           END-IF.
           EXIT.

       POSER-SUIVI-COURANT.
           MOVE DATE-ENVOYEE-SUIVI TO DATE-ENVOYEE-CST.
           MOVE DATE-SIGNEE-SUIVI TO DATE-SIGNEE-CST.
           MOVE DATE-RELANCEE-SUIVI TO DATE-RELANCEE-CST.
           MOVE TUTELLE-SUIVI TO TUTELLE-CST.
           MOVE DATE-TUTEUR-SUIVI TO DATE-TUTEUR-CST.
           EXIT.

       REMPLACER-SUIVI.
           MOVE 0 TO NB-GENEREES.
           MOVE 0 TO NB-SANS-FICHE.
           MOVE 0 TO NB-DEJA-SUIVIES.
           MOVE 0 TO NB-MINEURS.
           MOVE 0 TO NB-AGE-INCONNU.
           MOVE 0 TO NB-SANS-DATES.
           DISPLAY "Cohorte des stagiaires (AAAA, 0 = annee courante)"
           " : ".
           ACCEPT COHORTE-TRAITEE.
           IF COHORTE-TRAITEE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
           OPEN INPUT FIC-PERIODE.
           IF FS-PERIODE NOT = "00"
               DISPLAY "periodes.dat indisponible, statut " FS-PERIODE
               ", saisir les dates des stages (PERIODE)"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-REGISTRE.
           IF FS-REGISTRE NOT = "00"
               DISPLAY "registre.dat indisponible, statut " FS-REGISTRE
               ", age des stagiaires inconnu"
           END-IF.
           OPEN INPUT FIC-ENTREF.
           IF FS-ENTREF NOT = "00"
               DISPLAY "FENTREF.dat indisponible, statut " FS-ENTREF
               ", generation annulee"
               IF FS-REGISTRE = "00"
                   CLOSE FIC-REGISTRE
               END-IF
               CLOSE FIC-PERIODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-STA.
               DISPLAY "fstages.dat introuvable ou illisible, statut "
               FS-STA ", generation annulee"
               CLOSE FIC-ENTREF
               IF FS-REGISTRE = "00"
                   CLOSE FIC-REGISTRE
               END-IF
               CLOSE FIC-PERIODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-CONVENTION.
                       " l'INE " INE-STA
                       COMPUTE NB-SANS-FICHE = NB-SANS-FICHE + 1
                   NOT INVALID KEY
                       PERFORM GENERER-CONVENTION-STAGE
               END-READ
               READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ
           END-PERFORM.
           CLOSE FIC-CONVENTION.
           CLOSE FIC-STA.
           CLOSE FIC-ENTREF.
           CLOSE FIC-PERIODE.
           IF FS-REGISTRE = "00"
               CLOSE FIC-REGISTRE
           END-IF.
           DISPLAY "---------------".
           DISPLAY "Conventions editees dans conventn.dat : "
           NB-GENEREES.
           DISPLAY "Stages sans fiche au referentiel : " NB-SANS-FICHE.
           DISPLAY "Stages sans dates saisies : " NB-SANS-DATES.
           DISPLAY "Conventions deja suivies (statut conserve) : "
           NB-DEJA-SUIVIES.
           DISPLAY "Stagiaires mineurs au debut du stage (signature"
           " du representant legal) : " NB-MINEURS.
           DISPLAY "Stagiaires d'age inconnu : " NB-AGE-INCONNU.
           EXIT.

       GENERER-CONVENTION-STAGE.
      *----- La periode du stage donne la date de debut (majorite) et
      *      la gratification ; un stage sans periode attend sa saisie
           MOVE INE-STA TO INE-PER.
           MOVE SIRET TO SIRET-PER.
           READ FIC-PERIODE KEY IS CLE-PER
               INVALID KEY
                   DISPLAY "Dates du stage de l'INE " INE-STA " chez "
                   SIRET " non saisies, convention non generee"
                   COMPUTE NB-SANS-DATES = NB-SANS-DATES + 1
                   EXIT PARAGRAPH
           END-READ.
           MOVE DEBUT-PER TO DATE-DEBUT-STAGE.
           MOVE TAUX-GRATIF-REF TO TAUX-STAGE.
           PERFORM CALCULER-GRATIFICATION.
           PERFORM DETERMINER-MAJORITE.
           PERFORM EDITER-CONVENTION.
           PERFORM AMORCER-SUIVI.
           COMPUTE NB-GENEREES = NB-GENEREES + 1.
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
      *      sur jours du mois, puis on passe au mois suivant
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
           MOVE MOIS-SUIVANT TO MOIS-COURANT.
           EXIT.

       DETERMINER-MAJORITE.
      *----- Age au debut du stage : recalcule depuis la date de
      *      naissance de roster.dat quand elle y figure, sinon
      *      l'AGE-REG du registre (calcule par TP2 avant le stage,
      *      donc jamais surestime) ; sans l'un ni l'autre l'age est
      *      inconnu et la convention reste a trois signatures
           MOVE 0 TO STAGIAIRE-MINEUR.
           MOVE 0 TO AGE-CONNU.
           MOVE SPACES TO CATEGORIE-STAGIAIRE.
           IF FS-REGISTRE = "00"
               MOVE COHORTE-TRAITEE TO COHORTE-REG
               MOVE INE-STA TO INE-REG
               READ FIC-REGISTRE KEY IS CLE-REG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CATEGORIE-REG TO CATEGORIE-STAGIAIRE
                       IF AGE-MAJ = "X"
                           MOVE AGE-REG TO AGE-DEBUT-STAGE
                           MOVE 1 TO AGE-CONNU
                       END-IF
               END-READ
           END-IF.
           PERFORM CHERCHER-NAISSANCE.
           IF AGE-CONNU = 0
               DISPLAY "Age inconnu pour l'INE " INE-STA " (" ETU
               "), passer TP2 pour la cohorte " COHORTE-TRAITEE
               COMPUTE NB-AGE-INCONNU = NB-AGE-INCONNU + 1
               EXIT PARAGRAPH
           END-IF.
           IF AGE-DEBUT-STAGE < 18
               MOVE 1 TO STAGIAIRE-MINEUR
               COMPUTE NB-MINEURS = NB-MINEURS + 1
               DISPLAY "INE " INE-STA " (" ETU ") mineur au "
               DATE-DEBUT-STAGE ", " AGE-DEBUT-STAGE " ans, "
               CATEGORIE-STAGIAIRE
           END-IF.
           EXIT.

       CHERCHER-NAISSANCE.
      *----- Annees revolues entre la naissance et le debut du stage,
      *      une de moins si l'anniversaire tombe apres le debut
           MOVE 0 TO EOF-ROSTER.
           OPEN INPUT FIC-ROSTER.
           IF FS-ROSTER NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ROSTER AT END MOVE 1 TO EOF-ROSTER END-READ.
           PERFORM UNTIL EOF-ROSTER = 1
               IF INE-ROSTER = INE-STA
                   MOVE DATE-NAISS-ROSTER TO DATE-NAISSANCE
                   IF DATE-NAISSANCE < DATE-DEBUT-STAGE
                       COMPUTE AGE-DEBUT-STAGE =
                           ANNEE-DEBUT - ANNEE-NAISSANCE
                       IF MMJJ-DEBUT < MMJJ-NAISSANCE
                           COMPUTE AGE-DEBUT-STAGE =
                               AGE-DEBUT-STAGE - 1
                       END-IF
                       MOVE 1 TO AGE-CONNU
                   END-IF
                   MOVE 1 TO EOF-ROSTER
               ELSE
                   READ FIC-ROSTER AT END MOVE 1 TO EOF-ROSTER
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-ROSTER.
           EXIT.

       EDITER-CONVENTION.
      *----- Une page par convention : identite du stagiaire, fiche
      *      complete de l'entreprise, periode et gratification du
      *      stage, blocs de signature
           MOVE ALL "=" TO LIGNE-CONVENTION.
           WRITE LIGNE-CONVENTION END-WRITE.
           WRITE LIGNE-CONVENTION FROM LIGNE-TITRE-CONV END-WRITE.
           WRITE LIGNE-CONVENTION FROM LIGNE-ADR-CONV END-WRITE.
           MOVE CONTACT-REF TO CONTACT-EDITION.
           WRITE LIGNE-CONVENTION FROM LIGNE-CONTACT-CONV END-WRITE.
           MOVE DEBUT-PER TO DEBUT-EDITION.
           MOVE FIN-PER TO FIN-EDITION.
           MOVE DUREE-JOURS TO DUREE-EDITION.
           WRITE LIGNE-CONVENTION FROM LIGNE-PERIODE-CONV END-WRITE.
           MOVE HEURES-PER TO HEURES-EDITION.
           WRITE LIGNE-CONVENTION FROM LIGNE-HORAIRE-CONV END-WRITE.
           IF GRATIF-DUE = 1 AND TAUX-STAGE NOT = 0
               MOVE MENSUEL-GRATIF TO MENSUEL-EDITION
               MOVE TOTAL-GRATIF TO TOTAL-EDITION
               WRITE LIGNE-CONVENTION FROM LIGNE-MONTANT-CONV
               END-WRITE
           ELSE
               IF GRATIF-DUE = 0
                   MOVE "non due (stage de deux mois au plus)"
                       TO LIBELLE-GRATIF-EDITION
               ELSE
                   MOVE "due, taux horaire a renseigner au referentiel"
                       TO LIBELLE-GRATIF-EDITION
               END-IF
               WRITE LIGNE-CONVENTION FROM LIGNE-GRATIF-CONV
               END-WRITE
           END-IF.
           IF STAGIAIRE-MINEUR = 1
               MOVE DATE-DEBUT-STAGE TO DEBUT-TUTEUR-EDITION
               MOVE AGE-DEBUT-STAGE TO AGE-TUTEUR-EDITION
               WRITE LIGNE-CONVENTION FROM LIGNE-TUTEUR-CONV
               END-WRITE
           END-IF.
           MOVE SPACES TO LIGNE-CONVENTION.
           WRITE LIGNE-CONVENTION END-WRITE.
           WRITE LIGNE-CONVENTION FROM LIGNE-SIGNATURES END-WRITE.
           MOVE SPACES TO LIGNE-CONVENTION.
           WRITE LIGNE-CONVENTION END-WRITE.
           IF STAGIAIRE-MINEUR = 1
               WRITE LIGNE-CONVENTION FROM LIGNE-SIGNATURE-TUTEUR
               END-WRITE
               MOVE SPACES TO LIGNE-CONVENTION
               WRITE LIGNE-CONVENTION END-WRITE
           END-IF.
           MOVE ALL "=" TO LIGNE-CONVENTION.
           WRITE LIGNE-CONVENTION END-WRITE.
           MOVE SPACES TO LIGNE-CONVENTION.
           PERFORM CHERCHER-SUIVI.
           IF SUIVI-TROUVE NOT = 0
               COMPUTE NB-DEJA-SUIVIES = NB-DEJA-SUIVIES + 1
      *----- Un suivi pas encore signe prend l'obligation de tutelle
      *      d'un stagiaire reconnu mineur depuis sa generation
               IF STAGIAIRE-MINEUR = 1 AND TUTELLE-SUIVI NOT = "O"
               AND STATUT-SUIVI NOT = "SIGNEE"
                   MOVE "O" TO TUTELLE-SUIVI
                   MOVE 0 TO DATE-TUTEUR-SUIVI
                   PERFORM REMPLACER-SUIVI
               END-IF
           ELSE
               MOVE INE-STA TO INE-SUIVI
               MOVE SIRET TO SIRET-SUIVI
               MOVE 0 TO DATE-ENVOYEE-SUIVI
               MOVE 0 TO DATE-SIGNEE-SUIVI
               MOVE 0 TO DATE-RELANCEE-SUIVI
               IF STAGIAIRE-MINEUR = 1
                   MOVE "O" TO TUTELLE-SUIVI
               ELSE
                   MOVE "N" TO TUTELLE-SUIVI
               END-IF
               MOVE 0 TO DATE-TUTEUR-SUIVI
               OPEN EXTEND FIC-CONVSTAT
               IF FS-CONVSTAT = "35"
                   OPEN OUTPUT FIC-CONVSTAT
           ELSE
               DISPLAY "Convention de " ETU-SUIVI " chez "
               ENT-SUIVI ", statut actuel : " STATUT-SUIVI
      *----- Une convention close par une rupture ne bouge plus
               IF STATUT-SUIVI = "ROMPUE"
                   DISPLAY "Stage rompu, convention close"
                   EXIT PARAGRAPH
               END-IF
               IF TUTELLE-SUIVI = "O"
                   IF DATE-TUTEUR-SUIVI = 0
                       DISPLAY "Stagiaire mineur : signature du"
                       " representant legal attendue"
                   ELSE
                       DISPLAY "Stagiaire mineur : representant legal"
                       " signataire le " DATE-TUTEUR-SUIVI
                   END-IF
               END-IF
               DISPLAY "Envoyee (1), signee (2), relancee (3),"
               " signee par le representant legal (4), laisser (0) : "
               ACCEPT ACTION-STATUT
               EVALUATE ACTION-STATUT
                   WHEN 1
                       PERFORM REMPLACER-SUIVI
                       DISPLAY "Convention marquee ENVOYEE"
                   WHEN 2
      *----- Pas de SIGNEE pour un mineur tant que son representant
      *      legal n'a pas signe
                       IF TUTELLE-SUIVI = "O" AND DATE-TUTEUR-SUIVI = 0
                           DISPLAY "Signature du representant legal"
                           " manquante, convention non SIGNEE"
                       ELSE
                           MOVE "SIGNEE" TO STATUT-SUIVI
                           MOVE DATE-DU-JOUR TO DATE-SIGNEE-SUIVI
                           PERFORM REMPLACER-SUIVI
                           DISPLAY "Convention marquee SIGNEE"
                       END-IF
                   WHEN 3
                       MOVE "RELANCEE" TO STATUT-SUIVI
                       MOVE DATE-DU-JOUR TO DATE-RELANCEE-SUIVI
                       PERFORM REMPLACER-SUIVI
                       DISPLAY "Convention marquee RELANCEE"
                   WHEN 4
                       IF TUTELLE-SUIVI NOT = "O"
                           DISPLAY "Stagiaire majeur, pas de signature"
                           " du representant legal"
                       ELSE
                           MOVE DATE-DU-JOUR TO DATE-TUTEUR-SUIVI
                           PERFORM REMPLACER-SUIVI
                           DISPLAY "Signature du representant legal"
                           " enregistree, statut " STATUT-SUIVI
                           " conserve"
                       END-IF
                   WHEN 0
                       DISPLAY "Statut conserve"
                   WHEN OTHER

       LISTE-DE-RELANCE.
      *----- Tout ce qui n'est pas encore SIGNEE part dans la liste de
      *      relance imprimable, avec la date de la derniere etape ; une
      *      convention ROMPUE n'est plus a relancer
           MOVE 0 TO NB-A-RELANCER.
           OPEN OUTPUT FIC-RELANCE.
           MOVE DATE-DU-JOUR TO DATE-ENTETE-RELANCE.
               END-READ
               PERFORM UNTIL EOF-CONVSTAT = 1
                   IF STATUT-CST NOT = "SIGNEE"
                   AND STATUT-CST NOT = "ROMPUE"
                       COMPUTE NB-A-RELANCER = NB-A-RELANCER + 1
                       MOVE INE-CST TO INE-RELANCE
                       MOVE ETU-CST TO ETU-RELANCE
                   TO LIGNE-RELANCE
               WRITE LIGNE-RELANCE END-WRITE
           END-IF.
           PERFORM RELANCE-TUTEURS.
           CLOSE FIC-RELANCE.
           DISPLAY "---------------".
           DISPLAY NB-A-RELANCER
           " convention(s) non signee(s), liste dans relance.dat".
           DISPLAY NB-TUTEUR-A-RELANCER
           " signature(s) de representant legal a relancer".
           EXIT.

       RELANCE-TUTEURS.
      *----- Seconde partie de la liste : les conventions de
      *      stagiaires mineurs dont le representant legal n'a pas
      *      encore signe, relancees aupres de la famille et non de
      *      l'entreprise
           MOVE 0 TO NB-TUTEUR-A-RELANCER.
           MOVE SPACES TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE END-WRITE.
           WRITE LIGNE-RELANCE FROM LIGNE-ENTETE-TUTEUR END-WRITE.
           MOVE ALL "-" TO LIGNE-RELANCE.
           WRITE LIGNE-RELANCE END-WRITE.
           MOVE 0 TO EOF-CONVSTAT.
           OPEN INPUT FIC-CONVSTAT.
           IF FS-CONVSTAT = "00"
               READ FIC-CONVSTAT AT END MOVE 1 TO EOF-CONVSTAT
               END-READ
               PERFORM UNTIL EOF-CONVSTAT = 1
                   PERFORM COPIER-SUIVI-COURANT
                   IF TUTELLE-SUIVI = "O" AND DATE-TUTEUR-SUIVI = 0
                   AND STATUT-SUIVI NOT = "ROMPUE"
                       COMPUTE NB-TUTEUR-A-RELANCER =
                           NB-TUTEUR-A-RELANCER + 1
                       MOVE INE-CST TO INE-RELANCE
                       MOVE ETU-CST TO ETU-RELANCE
                       MOVE ENT-CST TO ENT-RELANCE
                       MOVE "TUTEUR" TO STATUT-RELANCE
                       PERFORM POSER-DATE-DERNIERE-ETAPE
                       DISPLAY "  " INE-RELANCE " " ETU-RELANCE
                       " chez " ENT-RELANCE " : representant legal"
                       " depuis " DEPUIS-RELANCE
                       WRITE LIGNE-RELANCE FROM LIGNE-RELANCE-DETAIL
                       END-WRITE
                   END-IF
                   READ FIC-CONVSTAT AT END MOVE 1 TO EOF-CONVSTAT
                   END-READ
               END-PERFORM
               CLOSE FIC-CONVSTAT
           END-IF.
           IF NB-TUTEUR-A-RELANCER = 0
               MOVE "   (aucun representant legal a relancer)"
                   TO LIGNE-RELANCE
               WRITE LIGNE-RELANCE END-WRITE
           END-IF.
           EXIT.

       POSER-DATE-DERNIERE-ETAPE.
