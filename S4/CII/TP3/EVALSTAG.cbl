       IDENTIFICATION DIVISION.
       program-id. EVALSTAG.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Criteres de la grille d'evaluation du tuteur en
      *      entreprise, avec leur poids dans la note de stage ; tenu
      *      a la main, une ligne par critere
           SELECT FIC-CRITERES ASSIGN TO "critstag.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRITERES.

      *----- Notes des grilles, une ligne par critere evalue d'un
      *      stage (INE + SIRET) ; une grille ressaisie remplace ses
      *      lignes par recopie en flot
           SELECT FIC-EVAL ASSIGN TO "evalstag.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVAL.

           SELECT FIC-EVAL-TRAVAIL ASSIGN TO "evalstag.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVAL-TRAVAIL.

           SELECT WORK-EVAL ASSIGN TO "WEVA.tmp".

      *----- Stages de la campagne, meme fichier et meme gabarit que
      *      TP3 : une grille n'est saisie que pour un stage existant
           SELECT FIC-STA ASSIGN TO "fstages.dat" ORGANIZATION IS RECORD
           SEQUENTIAL
           FILE STATUS IS FS-STA.

      *----- Referentiel permanent des entreprises d'accueil tenu par
      *      ENTMAIT, pour le nom de l'entreprise sur l'edition
           SELECT FIC-ENTREF ASSIGN TO "FENTREF.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIRET-REF
           FILE STATUS IS FS-ENTREF.

      *----- Fichier des notes de stage lu par TP3, mis a jour comme
      *      par SAISNOTE
           SELECT FIC-ETU ASSIGN TO "FETU.dat" ORGANIZATION IS LINE
           SEQUENTIAL
           FILE STATUS IS FS-ETU.

           SELECT FIC-ETU-TRAVAIL ASSIGN TO "FETU.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ETU-TRAVAIL.

      *----- Journal des saisies commun avec SAISNOTE : chaque note
      *      calculee laisse une ligne datee avec l'ancienne valeur
           SELECT FIC-NOTELOG ASSIGN TO "notelog.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTELOG.

      *----- Edition imprimable des grilles, regroupees par entreprise
           SELECT FIC-GRILLES ASSIGN TO "grilles.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-GRILLES.

      *----- Verrous de cohorte poses a la signature du proces-verbal
      *      (PROCVERB, VERROU) : les notes et decisions d'une cohorte
      *      verrouillee ne sont plus modifiables
           SELECT FIC-VERROU ASSIGN TO "../verrous.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COHORTE-VER
           FILE STATUS IS FS-VERROU.

      *----- Journal des verrous : poses, ouvertures motivees,
      *      modifications faites sous ouverture et tentatives refusees
           SELECT FIC-VERLOG ASSIGN TO "../verlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERLOG.

      *----- Registre partage, lu seulement pour rattacher l'INE
      *      saisi a la cohorte de son dernier dossier
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Operateurs habilites, cle identifiant, mot de passe
      *      conserve sous forme d'empreinte (gere par OPERAT)
           SELECT FIC-OPERATEUR ASSIGN TO "../operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-OPE
           FILE STATUS IS FS-OPERATEUR.

      *----- Journal commun des ouvertures de session, acceptees comme
      *      refusees, relu par le rapport des echecs d'OPERAT
           SELECT FIC-CONNEXION ASSIGN TO "../connexions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONNEXION.

       DATA DIVISION.
       FILE SECTION.
      *----- Un critere : code, libelle et poids (les poids n'ont pas
      *      a totaliser 100, la note est ramenee a leur somme)
       FD FIC-CRITERES.
       01 ENR-CRITERE.
           02 CODE-CRIT PIC X(4).
           02 FILLER PIC X.
           02 LIBELLE-CRIT PIC X(24).
           02 FILLER PIC X.
           02 POIDS-CRIT PIC 999.

       FD FIC-EVAL.
       01 ENR-EVAL.
           02 INE-EVAL PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-EVAL PIC 9(4).
           02 FILLER PIC X.
           02 CODE-EVAL PIC X(4).
           02 FILLER PIC X.
           02 NOTE-EVAL PIC 99V99.
           02 FILLER PIC X.
           02 DATE-EVAL PIC 9(8).

       FD FIC-EVAL-TRAVAIL.
       01 ENR-EVAL-TRAVAIL PIC X(28).

      *----- Fichier de tri des grilles par entreprise puis stagiaire,
      *      l'ordre de saisie des criteres etant conserve
       SD WORK-EVAL.
       01 ENR-EVAL-TRI.
           02 INE-EVAL-TRI PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-EVAL-TRI PIC 9(4).
           02 FILLER PIC X.
           02 CODE-EVAL-TRI PIC X(4).
           02 FILLER PIC X.
           02 NOTE-EVAL-TRI PIC 99V99.
           02 FILLER PIC X.
           02 DATE-EVAL-TRI PIC 9(8).

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

      *----- Enregistrement des Etudiants
       FD FIC-ETU.
       01 ENR-ETU.
           02 INE-ETU-STA PIC 9(4).
           02 FILLER PIC X.
           02 NOM PIC X(10).
           02 NOTE-STAGE PIC 99V99.

       FD FIC-ETU-TRAVAIL.
       01 ENR-ETU-TRAVAIL PIC X(19).

       FD FIC-NOTELOG.
       01 ENR-NOTELOG.
           02 DATE-NOTELOG PIC 9(8).
           02 FILLER PIC X.
           02 INE-NOTELOG PIC 9(4).
           02 FILLER PIC X.
           02 NOM-NOTELOG PIC X(10).
           02 FILLER PIC X.
           02 ANCIENNE-NOTELOG PIC X(7).
           02 FILLER PIC X.
           02 NOUVELLE-NOTELOG PIC X(7).
           02 FILLER PIC X.
           02 OPERATEUR-NOTELOG PIC X(8).

       FD FIC-GRILLES.
       01 LIGNE-GRILLES PIC X(72).

      *----- Un verrou par cohorte : VERROU tant que le proces-verbal
      *      fait foi, OUVERT apres une ouverture motivee
       FD FIC-VERROU.
       01 ENR-VERROU.
           02 COHORTE-VER PIC 9(4).
           02 STATUT-VER PIC X(6).
           02 DATE-VER PIC 9(8).
           02 SEANCE-VER PIC 9(8).
           02 DATE-OUVERTURE-VER PIC 9(8).
           02 MOTIF-OUVERTURE-VER PIC X(40).
           02 OPERATEUR-OUVERTURE-VER PIC X(8).

       FD FIC-VERLOG.
       01 ENR-VERLOG.
           02 DATE-VLOG PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-VLOG PIC 9(6).
           02 FILLER PIC X.
           02 PROG-VLOG PIC X(8).
           02 FILLER PIC X.
           02 COHORTE-VLOG PIC 9(4).
           02 FILLER PIC X.
           02 INE-VLOG PIC 9(4).
           02 FILLER PIC X.
           02 EVENEMENT-VLOG PIC X(9).
           02 FILLER PIC X.
           02 OPERATEUR-VLOG PIC X(8).
           02 FILLER PIC X.
           02 DETAIL-VLOG PIC X(40).

       FD FIC-REGISTRE.
       01 ENR-REGISTRE.
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

       FD FIC-OPERATEUR.
       01 ENR-OPERATEUR.
           02 ID-OPE PIC X(8).
           02 NOM-OPE PIC X(20).
           02 EMPREINTE-OPE PIC 9(9).
           02 ROLE-OPE PIC X(10).
           02 ACTIF-OPE PIC X(3).
           02 DATE-CREATION-OPE PIC 9(8).
           02 DATE-MDP-OPE PIC 9(8).

       FD FIC-CONNEXION.
       01 ENR-CONNEXION.
           02 DATE-CNX PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-CNX PIC 9(6).
           02 FILLER PIC X.
           02 PROG-CNX PIC X(8).
           02 FILLER PIC X.
           02 ID-CNX PIC X(8).
           02 FILLER PIC X.
           02 RESULTAT-CNX PIC X(5).
           02 FILLER PIC X.
           02 MOTIF-CNX PIC X(16).

       WORKING-STORAGE SECTION.
       77 FS-CRITERES PIC XX.
       77 FS-EVAL PIC XX.
       77 FS-EVAL-TRAVAIL PIC XX.
       77 FS-STA PIC XX.
       77 FS-ENTREF PIC XX.
       77 FS-ETU PIC XX.
       77 FS-ETU-TRAVAIL PIC XX.
       77 FS-NOTELOG PIC XX.
       77 FS-GRILLES PIC XX.
       77 EOF-CRITERES PIC 9 VALUE 0.
       77 EOF-EVAL PIC 9 VALUE 0.
       77 EOF-STA PIC 9 VALUE 0.
       77 EOF-ETU PIC 9 VALUE 0.
       77 EOF-TRI PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 INE-DEMANDE PIC 9(4).
       77 SIRET-DEMANDE PIC 9(4).
       77 STAGE-TROUVE PIC 9.
       77 ETU-STAGE PIC X(10).
       77 NOTE-SAISIE PIC 99V99.
       77 NOTE-AFFICHE PIC Z9.99.
      *----- Grille en memoire : les criteres de critstag.dat dans
      *      leur ordre, avec la note du stage courant quand elle est
      *      saisie (NOTE-PRESENTE-TAB a 1)
       01 TABLE-CRITERES.
           02 LIGNE-CRITERE OCCURS 10 TIMES.
               03 CODE-CRIT-TAB PIC X(4).
               03 LIBELLE-CRIT-TAB PIC X(24).
               03 POIDS-CRIT-TAB PIC 999.
               03 NOTE-CRIT-TAB PIC 99V99.
               03 NOTE-PRESENTE-TAB PIC 9.
       77 NB-CRITERES PIC 99 VALUE 0.
       77 IDX-CRIT PIC 99.
       77 SOMME-POIDS PIC 9(4) VALUE 0.
       77 NB-MANQUANTS PIC 99.
       77 SOMME-PONDEREE PIC 9(6)V99.
       77 NOTE-CALCULEE PIC 99V99.
       77 POINTS-CRITERE PIC 99V99.
      *----- Etudiant de FETU.dat dont la note est remplacee, comme
      *      dans SAISNOTE
       77 ETU-TROUVE PIC 9 VALUE 0.
       77 NOM-TROUVE PIC X(10).
       77 NOTE-TROUVEE PIC 99V99.
       77 ANCIENNE-NOTE PIC X(7).
      *----- Ruptures de l'edition par entreprise
       77 SIRET-EDITION-DEMANDE PIC 9(4).
       77 SIRET-PRECEDENT PIC 9(4).
       77 INE-PRECEDENT PIC 9(4).
       77 NB-GRILLES-EDITEES PIC 9(4).
      *----- Lignes de composition de l'edition des grilles
       01 LIGNE-TITRE-GRILLES.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(34)
               VALUE "GRILLES D'EVALUATION DES STAGES - ".
           02 DATE-TITRE-GRILLES PIC 9(8).
           02 FILLER PIC X(10) VALUE SPACES.
       01 LIGNE-ENTREPRISE-GRILLE.
           02 FILLER PIC X(13) VALUE "Entreprise : ".
           02 ENT-GRILLE PIC X(10).
           02 FILLER PIC X(11) VALUE "   SIRET : ".
           02 SIRET-GRILLE PIC 9(4).
           02 FILLER PIC X(34) VALUE SPACES.
       01 LIGNE-ETUDIANT-GRILLE.
           02 FILLER PIC X(14) VALUE "  Stagiaire : ".
           02 ETU-GRILLE PIC X(10).
           02 FILLER PIC X(9) VALUE "   INE : ".
           02 INE-GRILLE PIC 9(4).
           02 FILLER PIC X(35) VALUE SPACES.
       01 LIGNE-CRITERE-GRILLE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LIBELLE-GRILLE PIC X(24).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "poids ".
           02 POIDS-GRILLE PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "note ".
           02 NOTE-GRILLE PIC X(7).
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "points ".
           02 POINTS-GRILLE PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
       01 LIGNE-NOTE-GRILLE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LIBELLE-NOTE-GRILLE PIC X(40).
           02 VALEUR-NOTE-GRILLE PIC X(10).
           02 FILLER PIC X(18) VALUE SPACES.
      *----- Verrou de la cohorte touchee : ETAT-VERROU a 0 jamais
      *      verrouillee, 1 verrouillee (modification refusee), 2
      *      ouverte par exception (modification tracee)
       77 FS-VERROU PIC XX.
       77 FS-VERLOG PIC XX.
       77 ETAT-VERROU PIC 9 VALUE 0.
       77 COHORTE-CONTROLEE PIC 9(4) VALUE 0.
       77 SEANCE-VERROUILLEE PIC 9(8) VALUE 0.
       77 INE-VERLOG-COURANT PIC 9(4) VALUE 0.
       77 EVENEMENT-COURANT PIC X(9).
       77 DETAIL-VERLOG-COURANT PIC X(40).
       77 PROGRAMME-VERROU PIC X(8) VALUE "EVALSTAG".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Cohorte de l'etudiant d'apres le registre, jamais saisie
       77 FS-REGISTRE PIC XX.
       77 COHORTE-SONDEE PIC 9(5).
       77 FIN-SONDAGE PIC 9.

      *----- Session operateur : trois essais, puis abandon ; le
      *      role requis est verifie fonction par fonction et
      *      l'identifiant connecte signe chaque ligne d'audit
       77 FS-OPERATEUR PIC XX.
       77 FS-CONNEXION PIC XX.
       77 OPERATEUR-CONNECTE PIC X(8) VALUE SPACES.
       77 ROLE-CONNECTE PIC X(10) VALUE SPACES.
       77 ROLE-REQUIS PIC X(10).
       77 ROLE-ACCORDE PIC 9.
       77 NB-ESSAIS PIC 9.
       77 CONNEXION-OK PIC 9 VALUE 0.
       77 ID-SAISI PIC X(8).
       77 MDP-SAISI PIC X(12).
       77 MOTIF-CONNEXION PIC X(16).
       77 RESULTAT-CONNEXION PIC X(5).
       77 PROGRAMME-COURANT PIC X(8) VALUE "EVALSTAG".
       77 DATE-CONNEXION PIC 9(8).
       01 HEURE-CONNEXION.
           02 HEURE-CNX-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Empreinte du mot de passe, meme calcul qu'OPERAT :
      *      hachage polynomial de l'identifiant suivi du mot de passe
       01 CHAINE-EMPREINTE.
           02 ID-EMPREINTE PIC X(8).
           02 MDP-EMPREINTE PIC X(12).
       01 CARACTERES-EMPREINTE REDEFINES CHAINE-EMPREINTE.
           02 CAR-EMPREINTE PIC X OCCURS 20.
       77 EMPREINTE-CALCULEE PIC 9(11).
       77 IDX-CAR PIC 99.
       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM CHARGER-CRITERES.
           IF NB-CRITERES = 0 OR SOMME-POIDS = 0
               DISPLAY "critstag.dat absent, vide ou sans poids,"
               " aucune grille possible"
               STOP RUN
           END-IF.
      *----- Calcul des notes de stage reserve aux enseignants
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF CONNEXION-OK = 0
               STOP RUN
           END-IF.
           MOVE "ENSEIGNANT" TO ROLE-REQUIS.
           PERFORM VERIFIER-ROLE.
           IF ROLE-ACCORDE = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Saisir une grille (1), calculer la note de"
               " stage (2), editer les grilles (3), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM SAISIR-GRILLE
                   WHEN 2 PERFORM CALCULER-NOTE-STAGE
                   WHEN 3 PERFORM EDITER-GRILLES
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       CHARGER-CRITERES.
      *----- Les criteres au-dela du dixieme sont ignores et signales
           OPEN INPUT FIC-CRITERES.
           IF FS-CRITERES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-CRITERES AT END MOVE 1 TO EOF-CRITERES END-READ.
           PERFORM UNTIL EOF-CRITERES = 1
               IF CODE-CRIT NOT = SPACES
                   IF NB-CRITERES < 10
                       COMPUTE NB-CRITERES = NB-CRITERES + 1
                       MOVE CODE-CRIT TO CODE-CRIT-TAB(NB-CRITERES)
                       MOVE LIBELLE-CRIT TO
                           LIBELLE-CRIT-TAB(NB-CRITERES)
                       MOVE POIDS-CRIT TO POIDS-CRIT-TAB(NB-CRITERES)
                       COMPUTE SOMME-POIDS = SOMME-POIDS + POIDS-CRIT
                   ELSE
                       DISPLAY "Plus de 10 criteres, " CODE-CRIT
                       " ignore"
                   END-IF
               END-IF
               READ FIC-CRITERES AT END MOVE 1 TO EOF-CRITERES
               END-READ
           END-PERFORM.
           CLOSE FIC-CRITERES.
           EXIT.

       SAISIR-STAGE.
      *----- INE + SIRET du stage, controles dans fstages.dat ;
      *      STAGE-TROUVE a zero signale un stage inconnu
           DISPLAY "INE du stagiaire : ".
           ACCEPT INE-DEMANDE.
           DISPLAY "SIRET de l'entreprise : ".
           ACCEPT SIRET-DEMANDE.
           PERFORM CHERCHER-STAGE.
           IF STAGE-TROUVE = 0
               DISPLAY "Aucun stage pour l'INE " INE-DEMANDE
               " et le SIRET " SIRET-DEMANDE " dans fstages.dat"
           END-IF.
           EXIT.

       CHERCHER-STAGE.
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

       CHARGER-GRILLE.
      *----- Notes deja saisies pour le stage INE-DEMANDE +
      *      SIRET-DEMANDE, rangees face a leur critere
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               MOVE 0 TO NOTE-CRIT-TAB(IDX-CRIT)
               MOVE 0 TO NOTE-PRESENTE-TAB(IDX-CRIT)
           END-PERFORM.
           MOVE 0 TO EOF-EVAL.
           OPEN INPUT FIC-EVAL.
           IF FS-EVAL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-EVAL AT END MOVE 1 TO EOF-EVAL END-READ.
           PERFORM UNTIL EOF-EVAL = 1
               IF INE-EVAL = INE-DEMANDE
               AND SIRET-EVAL = SIRET-DEMANDE
                   PERFORM RANGER-NOTE-CRITERE
               END-IF
               READ FIC-EVAL AT END MOVE 1 TO EOF-EVAL END-READ
           END-PERFORM.
           CLOSE FIC-EVAL.
           EXIT.

       RANGER-NOTE-CRITERE.
      *----- Une note d'un critere retire de critstag.dat est ignoree
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               IF CODE-CRIT-TAB(IDX-CRIT) = CODE-EVAL
                   MOVE NOTE-EVAL TO NOTE-CRIT-TAB(IDX-CRIT)
                   MOVE 1 TO NOTE-PRESENTE-TAB(IDX-CRIT)
               END-IF
           END-PERFORM.
           EXIT.

       SAISIR-GRILLE.
      *----- Chaque critere est propose avec sa note actuelle ; 99
      *      laisse le critere tel quel (note ou manquant)
           PERFORM SAISIR-STAGE.
           IF STAGE-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Stagiaire : " ETU-STAGE.
           PERFORM CHARGER-GRILLE.
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               IF NOTE-PRESENTE-TAB(IDX-CRIT) = 1
                   MOVE NOTE-CRIT-TAB(IDX-CRIT) TO NOTE-AFFICHE
                   DISPLAY LIBELLE-CRIT-TAB(IDX-CRIT) " (poids "
                   POIDS-CRIT-TAB(IDX-CRIT) ") actuelle " NOTE-AFFICHE
               ELSE
                   DISPLAY LIBELLE-CRIT-TAB(IDX-CRIT) " (poids "
                   POIDS-CRIT-TAB(IDX-CRIT) ") manquante"
               END-IF
               MOVE 21 TO NOTE-SAISIE
               PERFORM UNTIL NOTE-SAISIE NOT > 20
               OR NOTE-SAISIE = 99
                   DISPLAY "Note sur 20 (99 = inchangee) : "
                   ACCEPT NOTE-SAISIE
                   IF NOTE-SAISIE > 20 AND NOTE-SAISIE NOT = 99
                       DISPLAY "Invalide : note de 0 a 20"
                   END-IF
               END-PERFORM
               IF NOTE-SAISIE NOT = 99
                   MOVE NOTE-SAISIE TO NOTE-CRIT-TAB(IDX-CRIT)
                   MOVE 1 TO NOTE-PRESENTE-TAB(IDX-CRIT)
               END-IF
           END-PERFORM.
           PERFORM ENREGISTRER-GRILLE.
           PERFORM COMPTER-MANQUANTS.
           IF NB-MANQUANTS = 0
               DISPLAY "Grille complete, note calculable (choix 2)"
           ELSE
               DISPLAY "Grille enregistree, " NB-MANQUANTS
               " critere(s) encore manquant(s)"
           END-IF.
           EXIT.

       ENREGISTRER-GRILLE.
      *----- Recopie evalstag.dat en flot sans les lignes du stage
      *      courant, ajoute la grille en memoire, puis la copie
      *      redevient le fichier
           MOVE 0 TO EOF-EVAL.
           OPEN OUTPUT FIC-EVAL-TRAVAIL.
           OPEN INPUT FIC-EVAL.
           IF FS-EVAL = "00"
               READ FIC-EVAL AT END MOVE 1 TO EOF-EVAL END-READ
               PERFORM UNTIL EOF-EVAL = 1
                   IF INE-EVAL NOT = INE-DEMANDE
                   OR SIRET-EVAL NOT = SIRET-DEMANDE
                       MOVE ENR-EVAL TO ENR-EVAL-TRAVAIL
                       WRITE ENR-EVAL-TRAVAIL END-WRITE
                   END-IF
                   READ FIC-EVAL AT END MOVE 1 TO EOF-EVAL END-READ
               END-PERFORM
               CLOSE FIC-EVAL
           END-IF.
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               IF NOTE-PRESENTE-TAB(IDX-CRIT) = 1
                   MOVE SPACES TO ENR-EVAL
                   MOVE INE-DEMANDE TO INE-EVAL
                   MOVE SIRET-DEMANDE TO SIRET-EVAL
                   MOVE CODE-CRIT-TAB(IDX-CRIT) TO CODE-EVAL
                   MOVE NOTE-CRIT-TAB(IDX-CRIT) TO NOTE-EVAL
                   MOVE DATE-DU-JOUR TO DATE-EVAL
                   MOVE ENR-EVAL TO ENR-EVAL-TRAVAIL
                   WRITE ENR-EVAL-TRAVAIL END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FIC-EVAL-TRAVAIL.
           MOVE 0 TO EOF-EVAL.
           OPEN INPUT FIC-EVAL-TRAVAIL.
           OPEN OUTPUT FIC-EVAL.
           READ FIC-EVAL-TRAVAIL AT END MOVE 1 TO EOF-EVAL END-READ.
           PERFORM UNTIL EOF-EVAL = 1
               MOVE ENR-EVAL-TRAVAIL TO ENR-EVAL
               WRITE ENR-EVAL END-WRITE
               READ FIC-EVAL-TRAVAIL AT END MOVE 1 TO EOF-EVAL
               END-READ
           END-PERFORM.
           CLOSE FIC-EVAL.
           CLOSE FIC-EVAL-TRAVAIL.
           EXIT.

       COMPTER-MANQUANTS.
      *----- Criteres sans note et somme ponderee des notes saisies
           MOVE 0 TO NB-MANQUANTS.
           MOVE 0 TO SOMME-PONDEREE.
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               IF NOTE-PRESENTE-TAB(IDX-CRIT) = 0
                   COMPUTE NB-MANQUANTS = NB-MANQUANTS + 1
               ELSE
                   COMPUTE SOMME-PONDEREE = SOMME-PONDEREE +
                       NOTE-CRIT-TAB(IDX-CRIT) *
                       POIDS-CRIT-TAB(IDX-CRIT)
               END-IF
           END-PERFORM.
           EXIT.

       CALCULER-NOTE-STAGE.
      *----- Note ponderee de la grille complete, ecrite dans FETU.dat
      *      et tracee dans notelog.dat comme une saisie SAISNOTE ;
      *      refusee tant qu'un critere manque
           PERFORM SAISIR-STAGE.
           IF STAGE-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-GRILLE.
           PERFORM COMPTER-MANQUANTS.
           IF NB-MANQUANTS > 0
               DISPLAY "Calcul refuse, " NB-MANQUANTS
               " critere(s) sans note :"
               PERFORM VARYING IDX-CRIT FROM 1 BY 1
                   UNTIL IDX-CRIT > NB-CRITERES
                   IF NOTE-PRESENTE-TAB(IDX-CRIT) = 0
                       DISPLAY "  " LIBELLE-CRIT-TAB(IDX-CRIT)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NOTE-CALCULEE ROUNDED =
               SOMME-PONDEREE / SOMME-POIDS.
           PERFORM CHERCHER-ETUDIANT.
           IF ETU-TROUVE = 0
               DISPLAY "INE " INE-DEMANDE " absent de FETU.dat, note"
               " non ecrite (rentree a refaire ou SAISNOTE)"
               EXIT PARAGRAPH
           END-IF.
      *----- Le calcul est refuse si le proces-verbal de la cohorte
      *      du dernier dossier de l'etudiant au registre est signe
           MOVE INE-DEMANDE TO INE-VERLOG-COURANT.
           MOVE "CALCUL NOTE DE STAGE" TO DETAIL-VERLOG-COURANT.
           PERFORM DETERMINER-COHORTE-ETUDIANT.
           PERFORM CONTROLER-VERROU.
           IF ETAT-VERROU = 1
               PERFORM REFUSER-SOUS-VERROU
               EXIT PARAGRAPH
           END-IF.
           MOVE NOTE-TROUVEE TO NOTE-AFFICHE.
           MOVE NOTE-AFFICHE TO ANCIENNE-NOTE.
           MOVE NOTE-CALCULEE TO NOTE-SAISIE.
           PERFORM REMPLACER-NOTE-FETU.
           PERFORM ECRIRE-NOTELOG.
           IF ETAT-VERROU = 2
               PERFORM TRACER-EXCEPTION
           END-IF.
           MOVE NOTE-CALCULEE TO NOTE-AFFICHE.
           DISPLAY "Note de stage de " NOM-TROUVE " : " NOTE-AFFICHE
           " (ancienne " ANCIENNE-NOTE ")".
           EXIT.

       CHERCHER-ETUDIANT.
      *----- Cherche l'INE demande directement dans FETU.dat ; la
      *      ligne trouvee est recopiee dans NOM-TROUVE/NOTE-TROUVEE,
      *      ETU-TROUVE reste a zero si l'INE est absent
           MOVE 0 TO ETU-TROUVE.
           MOVE 0 TO EOF-ETU.
           OPEN INPUT FIC-ETU.
           IF FS-ETU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ETU AT END MOVE 1 TO EOF-ETU END-READ.
           PERFORM UNTIL EOF-ETU = 1
               IF INE-ETU-STA = INE-DEMANDE
                   MOVE 1 TO ETU-TROUVE
                   MOVE NOM TO NOM-TROUVE
                   MOVE NOTE-STAGE TO NOTE-TROUVEE
                   MOVE 1 TO EOF-ETU
               ELSE
                   READ FIC-ETU AT END MOVE 1 TO EOF-ETU END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-ETU.
           EXIT.

       REMPLACER-NOTE-FETU.
      *----- Recopie FETU.dat en flot vers la copie de travail en
      *      substituant la note de l'INE, puis la copie redevient le
      *      fichier
           MOVE 0 TO EOF-ETU.
           OPEN INPUT FIC-ETU.
           OPEN OUTPUT FIC-ETU-TRAVAIL.
           READ FIC-ETU AT END MOVE 1 TO EOF-ETU END-READ.
           PERFORM UNTIL EOF-ETU = 1
               IF INE-ETU-STA = INE-DEMANDE
                   MOVE NOTE-SAISIE TO NOTE-STAGE
               END-IF
               MOVE ENR-ETU TO ENR-ETU-TRAVAIL
               WRITE ENR-ETU-TRAVAIL END-WRITE
               READ FIC-ETU AT END MOVE 1 TO EOF-ETU END-READ
           END-PERFORM.
           CLOSE FIC-ETU.
           CLOSE FIC-ETU-TRAVAIL.
           MOVE 0 TO EOF-ETU.
           OPEN INPUT FIC-ETU-TRAVAIL.
           OPEN OUTPUT FIC-ETU.
           READ FIC-ETU-TRAVAIL AT END MOVE 1 TO EOF-ETU END-READ.
           PERFORM UNTIL EOF-ETU = 1
               MOVE ENR-ETU-TRAVAIL TO ENR-ETU
               WRITE ENR-ETU END-WRITE
               READ FIC-ETU-TRAVAIL AT END MOVE 1 TO EOF-ETU END-READ
           END-PERFORM.
           CLOSE FIC-ETU.
           CLOSE FIC-ETU-TRAVAIL.
           EXIT.

       ECRIRE-NOTELOG.
           OPEN EXTEND FIC-NOTELOG.
           IF FS-NOTELOG = "35"
               OPEN OUTPUT FIC-NOTELOG
           END-IF.
           MOVE SPACES TO ENR-NOTELOG.
           MOVE DATE-DU-JOUR TO DATE-NOTELOG.
           MOVE INE-DEMANDE TO INE-NOTELOG.
           MOVE NOM-TROUVE TO NOM-NOTELOG.
           MOVE ANCIENNE-NOTE TO ANCIENNE-NOTELOG.
           MOVE NOTE-SAISIE TO NOTE-AFFICHE.
           MOVE NOTE-AFFICHE TO NOUVELLE-NOTELOG.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-NOTELOG.
           WRITE ENR-NOTELOG END-WRITE.
           CLOSE FIC-NOTELOG.
           EXIT.

       EDITER-GRILLES.
      *----- Grilles triees par SIRET puis INE, une entreprise ou
      *      toutes ; chaque stagiaire voit le detail critere par
      *      critere de sa note
           DISPLAY "SIRET de l'entreprise (0 = toutes) : ".
           ACCEPT SIRET-EDITION-DEMANDE.
           OPEN INPUT FIC-EVAL.
           IF FS-EVAL NOT = "00"
               DISPLAY "evalstag.dat absent, aucune grille saisie"
               EXIT PARAGRAPH
           END-IF.
           CLOSE FIC-EVAL.
           SORT WORK-EVAL
               ON ASCENDING KEY SIRET-EVAL-TRI
               ON ASCENDING KEY INE-EVAL-TRI
               WITH DUPLICATES IN ORDER
               USING FIC-EVAL
               OUTPUT PROCEDURE IS EDITER-GRILLES-TRIEES.
           DISPLAY NB-GRILLES-EDITEES " grille(s) editee(s) dans"
           " grilles.dat".
           EXIT.

       EDITER-GRILLES-TRIEES.
           MOVE 0 TO NB-GRILLES-EDITEES.
           MOVE 0 TO SIRET-PRECEDENT.
           MOVE 0 TO INE-PRECEDENT.
           OPEN INPUT FIC-ENTREF.
           OPEN OUTPUT FIC-GRILLES.
           MOVE DATE-DU-JOUR TO DATE-TITRE-GRILLES.
           WRITE LIGNE-GRILLES FROM LIGNE-TITRE-GRILLES END-WRITE.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-EVAL AT END MOVE 1 TO EOF-TRI.
           PERFORM UNTIL EOF-TRI = 1
               IF SIRET-EDITION-DEMANDE = 0
               OR SIRET-EVAL-TRI = SIRET-EDITION-DEMANDE
                   IF SIRET-EVAL-TRI NOT = SIRET-PRECEDENT
                   OR INE-EVAL-TRI NOT = INE-PRECEDENT
                       PERFORM CLORE-GRILLE-PRECEDENTE
                       IF SIRET-EVAL-TRI NOT = SIRET-PRECEDENT
                           PERFORM EDITER-ENTETE-ENTREPRISE
                       END-IF
                       PERFORM OUVRIR-GRILLE-STAGIAIRE
                   END-IF
                   MOVE INE-EVAL-TRI TO INE-DEMANDE
                   MOVE SIRET-EVAL-TRI TO SIRET-DEMANDE
                   MOVE CODE-EVAL-TRI TO CODE-EVAL
                   MOVE NOTE-EVAL-TRI TO NOTE-EVAL
                   PERFORM RANGER-NOTE-CRITERE
               END-IF
               RETURN WORK-EVAL AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           PERFORM CLORE-GRILLE-PRECEDENTE.
           CLOSE FIC-GRILLES.
           IF FS-ENTREF = "00"
               CLOSE FIC-ENTREF
           END-IF.
           EXIT.

       EDITER-ENTETE-ENTREPRISE.
           MOVE SIRET-EVAL-TRI TO SIRET-REF.
           MOVE "(inconnue)" TO ENT-GRILLE.
           IF FS-ENTREF = "00"
               READ FIC-ENTREF KEY IS SIRET-REF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ENTREP-REF TO ENT-GRILLE
               END-READ
           END-IF.
           MOVE SIRET-EVAL-TRI TO SIRET-GRILLE.
           MOVE ALL "=" TO LIGNE-GRILLES.
           WRITE LIGNE-GRILLES END-WRITE.
           WRITE LIGNE-GRILLES FROM LIGNE-ENTREPRISE-GRILLE END-WRITE.
           EXIT.

       OUVRIR-GRILLE-STAGIAIRE.
      *----- Nouvelle grille : la table repart a vide, le nom du
      *      stagiaire vient de fstages.dat
           MOVE SIRET-EVAL-TRI TO SIRET-PRECEDENT.
           MOVE INE-EVAL-TRI TO INE-PRECEDENT.
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               MOVE 0 TO NOTE-CRIT-TAB(IDX-CRIT)
               MOVE 0 TO NOTE-PRESENTE-TAB(IDX-CRIT)
           END-PERFORM.
           MOVE INE-EVAL-TRI TO INE-DEMANDE.
           MOVE SIRET-EVAL-TRI TO SIRET-DEMANDE.
           PERFORM CHERCHER-STAGE.
           EXIT.

       CLORE-GRILLE-PRECEDENTE.
      *----- Edite la grille accumulee : un critere par ligne avec
      *      les points qu'il apporte sur 20, puis la note ou le
      *      nombre de criteres manquants
           IF INE-PRECEDENT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NB-GRILLES-EDITEES = NB-GRILLES-EDITEES + 1.
           MOVE ALL "-" TO LIGNE-GRILLES.
           WRITE LIGNE-GRILLES END-WRITE.
           MOVE ETU-STAGE TO ETU-GRILLE.
           MOVE INE-PRECEDENT TO INE-GRILLE.
           WRITE LIGNE-GRILLES FROM LIGNE-ETUDIANT-GRILLE END-WRITE.
           PERFORM VARYING IDX-CRIT FROM 1 BY 1
               UNTIL IDX-CRIT > NB-CRITERES
               MOVE LIBELLE-CRIT-TAB(IDX-CRIT) TO LIBELLE-GRILLE
               MOVE POIDS-CRIT-TAB(IDX-CRIT) TO POIDS-GRILLE
               IF NOTE-PRESENTE-TAB(IDX-CRIT) = 1
                   MOVE NOTE-CRIT-TAB(IDX-CRIT) TO NOTE-AFFICHE
                   MOVE NOTE-AFFICHE TO NOTE-GRILLE
                   COMPUTE POINTS-CRITERE ROUNDED =
                       NOTE-CRIT-TAB(IDX-CRIT) *
                       POIDS-CRIT-TAB(IDX-CRIT) / SOMME-POIDS
                   MOVE POINTS-CRITERE TO NOTE-AFFICHE
                   MOVE NOTE-AFFICHE TO POINTS-GRILLE
               ELSE
                   MOVE "MANQUE" TO NOTE-GRILLE
                   MOVE SPACES TO POINTS-GRILLE
               END-IF
               WRITE LIGNE-GRILLES FROM LIGNE-CRITERE-GRILLE
               END-WRITE
           END-PERFORM.
           PERFORM COMPTER-MANQUANTS.
           IF NB-MANQUANTS = 0
               COMPUTE NOTE-CALCULEE ROUNDED =
                   SOMME-PONDEREE / SOMME-POIDS
               MOVE "Note de stage sur 20 :" TO LIBELLE-NOTE-GRILLE
               MOVE NOTE-CALCULEE TO NOTE-AFFICHE
               MOVE NOTE-AFFICHE TO VALEUR-NOTE-GRILLE
           ELSE
               MOVE "Grille incomplete, criteres manquants :"
                   TO LIBELLE-NOTE-GRILLE
               MOVE NB-MANQUANTS TO VALEUR-NOTE-GRILLE
           END-IF.
           WRITE LIGNE-GRILLES FROM LIGNE-NOTE-GRILLE END-WRITE.
           EXIT.

       CONTROLER-VERROU.
      *----- Etat du verrou de COHORTE-CONTROLEE (0 = annee courante) ;
      *      sans fichier des verrous aucune cohorte n'est verrouillee
           ACCEPT DATE-VERROU-JOUR FROM DATE YYYYMMDD.
           IF COHORTE-CONTROLEE = 0
               MOVE ANNEE-VERROU-JOUR TO COHORTE-CONTROLEE
           END-IF.
           MOVE 0 TO ETAT-VERROU.
           MOVE 0 TO SEANCE-VERROUILLEE.
           OPEN INPUT FIC-VERROU.
           IF FS-VERROU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE COHORTE-CONTROLEE TO COHORTE-VER.
           READ FIC-VERROU KEY IS COHORTE-VER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SEANCE-VER TO SEANCE-VERROUILLEE
                   IF STATUT-VER = "OUVERT"
                       MOVE 2 TO ETAT-VERROU
                   ELSE
                       MOVE 1 TO ETAT-VERROU
                   END-IF
           END-READ.
           CLOSE FIC-VERROU.
           EXIT.

       REFUSER-SOUS-VERROU.
      *----- Tentative de modification d'une cohorte verrouillee :
      *      refusee et tracee ; l'appelant a renseigne l'INE et le
      *      detail de la modification demandee
           DISPLAY "Cohorte " COHORTE-CONTROLEE " verrouillee depuis le"
           " proces-verbal du " SEANCE-VERROUILLEE
           ", modification refusee".
           MOVE "REFUS" TO EVENEMENT-COURANT.
           PERFORM ECRIRE-VERLOG.
           EXIT.

       TRACER-EXCEPTION.
      *----- Modification autorisee par une ouverture motivee du
      *      verrou : tracee comme exception
           MOVE "EXCEPTION" TO EVENEMENT-COURANT.
           PERFORM ECRIRE-VERLOG.
           EXIT.

       ECRIRE-VERLOG.
           ACCEPT DATE-VERROU-JOUR FROM DATE YYYYMMDD.
           ACCEPT HEURE-VERROU-JOUR FROM TIME.
           OPEN EXTEND FIC-VERLOG.
           IF FS-VERLOG = "35"
               OPEN OUTPUT FIC-VERLOG
           END-IF.
           MOVE SPACES TO ENR-VERLOG.
           MOVE DATE-VERROU-JOUR TO DATE-VLOG.
           MOVE HEURE-VERROU-COURANTE TO HEURE-VLOG.
           MOVE PROGRAMME-VERROU TO PROG-VLOG.
           MOVE COHORTE-CONTROLEE TO COHORTE-VLOG.
           MOVE INE-VERLOG-COURANT TO INE-VLOG.
           MOVE EVENEMENT-COURANT TO EVENEMENT-VLOG.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-VLOG.
           MOVE DETAIL-VERLOG-COURANT TO DETAIL-VLOG.
           WRITE ENR-VERLOG END-WRITE.
           CLOSE FIC-VERLOG.
           EXIT.

       DETERMINER-COHORTE-ETUDIANT.
      *----- Cohorte du dernier dossier de l'INE INE-VERLOG-COURANT au
      *      registre, placee dans COHORTE-CONTROLEE : la cle cohorte +
      *      INE est sondee par START cohorte apres cohorte, sans lire
      *      les dossiers des autres etudiants ; sans dossier elle
      *      reste a zero, soit la cohorte de l'annee courante pour
      *      CONTROLER-VERROU
           MOVE 0 TO COHORTE-CONTROLEE.
           OPEN INPUT FIC-REGISTRE.
           IF FS-REGISTRE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO COHORTE-SONDEE.
           MOVE 0 TO FIN-SONDAGE.
           PERFORM UNTIL FIN-SONDAGE = 1
               MOVE COHORTE-SONDEE TO COHORTE-REG
               MOVE INE-VERLOG-COURANT TO INE-REG
               START FIC-REGISTRE KEY IS NOT LESS THAN CLE-REG
                   INVALID KEY MOVE 1 TO FIN-SONDAGE
               END-START
               IF FIN-SONDAGE = 0
                   READ FIC-REGISTRE NEXT RECORD
                       AT END MOVE 1 TO FIN-SONDAGE
                   END-READ
               END-IF
               IF FIN-SONDAGE = 0
                   IF INE-REG = INE-VERLOG-COURANT
                       MOVE COHORTE-REG TO COHORTE-CONTROLEE
                       COMPUTE COHORTE-SONDEE = COHORTE-REG + 1
                   ELSE
                       IF COHORTE-REG = COHORTE-SONDEE
                           COMPUTE COHORTE-SONDEE = COHORTE-REG + 1
                       ELSE
                           MOVE COHORTE-REG TO COHORTE-SONDEE
                       END-IF
                   END-IF
                   IF COHORTE-SONDEE > 9999
                       MOVE 1 TO FIN-SONDAGE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FIC-REGISTRE.
           EXIT.

      *----- Ouverture de session : identifiant, mot de passe controle
      *      par son empreinte, trois essais au plus, chaque tentative
      *      tracee dans connexions.dat

       OUVRIR-SESSION-OPERATEUR.
           ACCEPT DATE-CONNEXION FROM DATE YYYYMMDD.
           MOVE 0 TO CONNEXION-OK.
           MOVE 0 TO NB-ESSAIS.
           PERFORM UNTIL CONNEXION-OK = 1 OR NB-ESSAIS = 3
               COMPUTE NB-ESSAIS = NB-ESSAIS + 1
               PERFORM CONTROLER-OPERATEUR
           END-PERFORM.
           IF CONNEXION-OK = 0
               DISPLAY "Trois essais infructueux, session refusee"
           END-IF.
           EXIT.

       CONTROLER-OPERATEUR.
           DISPLAY "Identifiant operateur : ".
           ACCEPT ID-SAISI.
           DISPLAY "Mot de passe : ".
           ACCEPT MDP-SAISI.
           MOVE SPACES TO MOTIF-CONNEXION.
           OPEN INPUT FIC-OPERATEUR.
           IF FS-OPERATEUR NOT = "00"
               DISPLAY "operateurs.dat absent ou illisible, statut "
               FS-OPERATEUR
               MOVE "FICHIER ABSENT" TO MOTIF-CONNEXION
           ELSE
               MOVE ID-SAISI TO ID-OPE
               READ FIC-OPERATEUR KEY IS ID-OPE
                   INVALID KEY MOVE "INCONNU" TO MOTIF-CONNEXION
               END-READ
               CLOSE FIC-OPERATEUR
           END-IF.
           IF MOTIF-CONNEXION = SPACES
               MOVE ID-SAISI TO ID-EMPREINTE
               MOVE MDP-SAISI TO MDP-EMPREINTE
               PERFORM CALCULER-EMPREINTE
               IF EMPREINTE-CALCULEE NOT = EMPREINTE-OPE
                   MOVE "MOT DE PASSE" TO MOTIF-CONNEXION
               ELSE
                   IF ACTIF-OPE NOT = "OUI"
                       MOVE "INACTIF" TO MOTIF-CONNEXION
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO MDP-SAISI.
           MOVE SPACES TO MDP-EMPREINTE.
           IF MOTIF-CONNEXION = SPACES
               MOVE 1 TO CONNEXION-OK
               MOVE ID-OPE TO OPERATEUR-CONNECTE
               MOVE ROLE-OPE TO ROLE-CONNECTE
               MOVE "OK" TO RESULTAT-CONNEXION
               DISPLAY "Session ouverte : " NOM-OPE " (" ROLE-OPE ")"
           ELSE
               MOVE "ECHEC" TO RESULTAT-CONNEXION
               DISPLAY "Identifiant ou mot de passe refuse"
           END-IF.
           PERFORM ECRIRE-CONNEXION.
           EXIT.

       VERIFIER-ROLE.
      *----- ROLE-ACCORDE a 1 si l'operateur connecte a le role
      *      requis par la fonction demandee, refus trace sinon
           IF ROLE-CONNECTE = ROLE-REQUIS
               MOVE 1 TO ROLE-ACCORDE
           ELSE
               MOVE 0 TO ROLE-ACCORDE
               DISPLAY "Fonction reservee au role " ROLE-REQUIS
               ", refusee a " OPERATEUR-CONNECTE " (" ROLE-CONNECTE
               ")"
               MOVE OPERATEUR-CONNECTE TO ID-SAISI
               MOVE "ECHEC" TO RESULTAT-CONNEXION
               MOVE "ROLE REFUSE" TO MOTIF-CONNEXION
               PERFORM ECRIRE-CONNEXION
           END-IF.
           EXIT.

       CALCULER-EMPREINTE.
           MOVE 5381 TO EMPREINTE-CALCULEE.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 20
               COMPUTE EMPREINTE-CALCULEE = FUNCTION MOD(
                   EMPREINTE-CALCULEE * 31
                   + FUNCTION ORD(CAR-EMPREINTE(IDX-CAR)),
                   999999937)
           END-PERFORM.
           EXIT.

       ECRIRE-CONNEXION.
           ACCEPT HEURE-CONNEXION FROM TIME.
           OPEN EXTEND FIC-CONNEXION.
           IF FS-CONNEXION = "35"
               OPEN OUTPUT FIC-CONNEXION
           END-IF.
           MOVE SPACES TO ENR-CONNEXION.
           MOVE DATE-CONNEXION TO DATE-CNX.
           MOVE HEURE-CNX-COURANTE TO HEURE-CNX.
           MOVE PROGRAMME-COURANT TO PROG-CNX.
           MOVE ID-SAISI TO ID-CNX.
           MOVE RESULTAT-CONNEXION TO RESULTAT-CNX.
           MOVE MOTIF-CONNEXION TO MOTIF-CNX.
           WRITE ENR-CONNEXION END-WRITE.
           CLOSE FIC-CONNEXION.
           EXIT.
