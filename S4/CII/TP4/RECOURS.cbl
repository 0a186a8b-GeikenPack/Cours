       IDENTIFICATION DIVISION.
       program-id. RECOURS.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Recours contre les decisions du jury, cle cohorte + INE :
      *      un recours par etudiant et par annee, de son depot a la
      *      decision prise apres reexamen
           SELECT FIC-RECOURS ASSIGN TO "recours.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REC
           FILE STATUS IS FS-RECOURS.

           SELECT WORK-RECOURS ASSIGN TO "WREC.tmp".

      *----- Verdicts de deliberation enregistres par DELIB : seul un
      *      etudiant passe au proces-verbal peut former un recours,
      *      contre sa derniere decision
           SELECT FIC-JURYDEC ASSIGN TO "jurydec.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-JURYDEC.

           SELECT FETUD ASSIGN TO "fetud.dat.dat" ORGANIZATION IS
           INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-ETU
           ALTERNATE RECORD IS MOYS4-ETU DUPLICATES
           ALTERNATE RECORD IS UA-ETU DUPLICATES
           FILE STATUS IS FS-FETUD.

           SELECT FETUDOK ASSIGN TO "fetudok.dat" ORGANIZATION IS
           INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-ETUOK
           FILE STATUS IS FS-FETUDOK.

      *----- Indexe sur INE pour permettre a chaque programme de
      *      relire/completer le dossier d'un etudiant deja amorce par
      *      un autre, au lieu d'empiler des lignes partielles ; chemin
      *      relatif au dossier parent de TP2/TP3/TP4 pour que les trois
      *      programmes partagent le meme fichier quel que soit celui
      *      qui est lance depuis son propre repertoire
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Historique commun des dossiers du registre, dans le
      *      dossier parent : une ligne datee image avant/apres par
      *      creation, reecriture ou suppression, quel que soit le
      *      programme auteur, relue par le programme REGHIST
           SELECT FIC-REGHIST ASSIGN TO "../reghist.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

      *----- Lettres de decision, ajoutees a chaque decision rendue
           SELECT FIC-LETTRE ASSIGN TO "lettrec.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-LETTRE.

      *----- Additif au proces-verbal : les decisions sur recours
      *      d'une seance de jury, avec blocs de signature
           SELECT FIC-ADDITIF ASSIGN TO "pvadd.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADDITIF.

      *----- Registre des recours de l'annee pour la scolarite, dans
      *      l'ordre de reception
           SELECT FIC-REGREC ASSIGN TO "regrec.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGREC.

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
      *----- Statut : DEPOSE a l'enregistrement, puis ACCEPTE ou
      *      REJETE apres reexamen ; IRRECEV pour un recours recu hors
      *      delai, clos des son enregistrement
       FD FIC-RECOURS.
       01 ENR-RECOURS.
           02 CLE-REC.
               03 COHORTE-REC PIC 9(4).
               03 INE-REC PIC 9(4).
           02 NOM-REC PIC X(10).
           02 DATE-PV-REC PIC 9(8).
           02 VERDICT-REC PIC X(6).
           02 DATE-RECU-REC PIC 9(8).
           02 MOTIF-REC PIC X(30).
           02 STATUT-REC PIC X(8).
           02 DATE-DECISION-REC PIC 9(8).
           02 MOTIF-DECISION-REC PIC X(30).

      *----- Fichier de tri du registre par date de reception
       SD WORK-RECOURS.
       01 ENR-RECOURS-TRI.
           02 DATE-RECU-TRI PIC 9(8).
           02 INE-TRI PIC 9(4).
           02 NOM-TRI PIC X(10).
           02 DATE-PV-TRI PIC 9(8).
           02 VERDICT-TRI PIC X(6).
           02 MOTIF-TRI PIC X(30).
           02 STATUT-TRI PIC X(8).
           02 DATE-DECISION-TRI PIC 9(8).

       FD FIC-JURYDEC.
       01 ENR-JURYDEC.
           02 DATE-JURYDEC PIC 9(8).
           02 FILLER PIC X.
           02 INE-JURYDEC PIC 9(4).
           02 FILLER PIC X.
           02 NOM-JURYDEC PIC X(10).
           02 FILLER PIC X.
           02 VERDICT-JURYDEC PIC X(6).
           02 FILLER PIC X.
           02 MOTIF-JURYDEC PIC X(30).
           02 FILLER PIC X.
           02 MOYS4-JURYDEC PIC 99V99.
           02 FILLER PIC X.
           02 MOYS3-JURYDEC PIC 99V99.
           02 FILLER PIC X.
           02 UA-JURYDEC PIC 99.

       FD FETUD.
       01 E-ETU.
           02 INE-ETU PIC 9(4).
           02 NOM-ETU PIC X(10).
           02 MOYS4-ETU PIC 99V99.
           02 MOYS3-ETU PIC 99V99.
           02 COMP-ETU PIC 9.
           02 UA-ETU PIC 99.

       FD FETUDOK.
       01 E-ETUOK.
           02 INE-ETUOK PIC 9(4).
           02 NOM-ETUOK PIC X(10).
           02 MOYS4-ETUOK PIC 99V99.
           02 MOYS3-ETUOK PIC 99V99.
           02 COMP-ETUOK PIC 9.
           02 UA-ETUOK PIC 99.

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

      *----- Une ligne d'historique par ecriture au registre : date,
      *      heure, programme auteur, operation, INE et images avant/
      *      apres completes du dossier
       FD FIC-REGHIST.
       01 ENR-REGHIST.
           02 DATE-HIST PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-HIST PIC 9(6).
           02 FILLER PIC X.
           02 PROG-HIST PIC X(8).
           02 FILLER PIC X.
           02 OPERATION-HIST PIC X(8).
           02 FILLER PIC X.
           02 INE-HIST PIC 9(4).
           02 FILLER PIC X.
           02 AVANT-HIST PIC X(50).
           02 FILLER PIC X.
           02 APRES-HIST PIC X(50).
           02 FILLER PIC X.
           02 OPERATEUR-HIST PIC X(8).

       FD FIC-LETTRE.
       01 LIGNE-LETTRE PIC X(72).

       FD FIC-ADDITIF.
       01 LIGNE-ADDITIF PIC X(72).

       FD FIC-REGREC.
       01 LIGNE-REGREC PIC X(72).

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
       77 FS-RECOURS PIC XX.
       77 FS-JURYDEC PIC XX.
       77 FS-FETUD PIC XX.
       77 FS-FETUDOK PIC XX.
       77 FS-REGISTRE PIC XX.
       77 FS-REGHIST PIC XX.
       77 FS-LETTRE PIC XX.
       77 FS-ADDITIF PIC XX.
       77 FS-REGREC PIC XX.
       77 EOF-JURYDEC PIC 9 VALUE 0.
       77 EOF-TRI PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 CONFIRMATION PIC X.
       77 DECISION-SAISIE PIC X.
       77 INE-DEMANDE PIC 9(4).
       77 DATE-RECU-SAISIE PIC 9(8).
       77 MOTIF-SAISI PIC X(30).
       77 RECOURS-EXISTE PIC 9.
      *----- Delai legal de recours : deux mois apres la seance du
      *      jury, comptes ici en 60 jours calendaires
       77 DELAI-RECOURS PIC 999 VALUE 60.
       77 JOURS-PV PIC 9(7).
       77 JOURS-RECU PIC 9(7).
       77 JOURS-ECOULES PIC S9(7).
       77 DATE-CALCUL PIC 9(8).
      *----- Derniere decision du jury pour l'INE demande, relue dans
      *      jurydec.dat
       77 DECISION-TROUVEE PIC 9.
       77 DATE-PV-TROUVEE PIC 9(8).
       77 NOM-TROUVE PIC X(10).
       77 VERDICT-TROUVE PIC X(6).
       77 MOYS4-TROUVEE PIC 99V99.
       77 MOYS3-TROUVEE PIC 99V99.
       77 UA-TROUVE PIC 99.
       77 MOY-AFFICHE PIC Z9.99.
      *----- Images avant/apres du dossier courant pour l'historique
      *      commun du registre
       77 AVANT-DOSSIER-HIST PIC X(50).
       77 APRES-DOSSIER-HIST PIC X(50).
       77 OPER-DOSSIER-HIST PIC X(8).
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Cohorte des recours, rattachee au registre
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
      *----- Editions : seance de l'additif et compteurs
       77 DATE-SEANCE PIC 9(8).
       77 NB-RECOURS-EDITES PIC 999.
       77 NB-DEPOSES PIC 999.
       77 NB-ACCEPTES PIC 999.
       77 NB-REJETES PIC 999.
       77 NB-IRRECEVABLES PIC 999.
      *----- Lignes de composition de la lettre de decision
       01 LIGNE-LETTRE-ENTETE.
           02 FILLER PIC X(34) VALUE
           "DECISION SUR RECOURS - JURY S4 DU ".
           02 DATE-PV-LETTRE PIC 9(8).
           02 FILLER PIC X(30) VALUE SPACES.
       01 LIGNE-LETTRE-DEST.
           02 FILLER PIC X(12) VALUE "A : INE ".
           02 INE-LETTRE PIC 9(4).
           02 FILLER PIC X(3) VALUE " - ".
           02 NOM-LETTRE PIC X(10).
           02 FILLER PIC X(43) VALUE SPACES.
       01 LIGNE-LETTRE-RECU.
           02 FILLER PIC X(22) VALUE "Votre recours recu le ".
           02 DATE-RECU-LETTRE PIC 9(8).
           02 FILLER PIC X(20) VALUE " contre la decision ".
           02 VERDICT-LETTRE PIC X(6).
           02 FILLER PIC X(16) VALUE SPACES.
       01 LIGNE-LETTRE-EXAMEN.
           02 FILLER PIC X(17) VALUE "a ete examine le ".
           02 DATE-DECISION-LETTRE PIC 9(8).
           02 FILLER PIC X(1) VALUE ".".
           02 FILLER PIC X(46) VALUE SPACES.
       01 LIGNE-LETTRE-MOTIF.
           02 FILLER PIC X(8) VALUE "Motif : ".
           02 MOTIF-LETTRE PIC X(30).
           02 FILLER PIC X(34) VALUE SPACES.
      *----- Lignes de composition de l'additif au proces-verbal
       01 LIGNE-ADD-TITRE.
           02 FILLER PIC X(36) VALUE
           "ADDITIF AU PROCES-VERBAL DU JURY DU ".
           02 DATE-ADD-TITRE PIC 9(8).
           02 FILLER PIC X(28) VALUE SPACES.
       01 LIGNE-ADD-ENTETE.
           02 FILLER PIC X(72) VALUE
           "INE   NOM         RECU LE   VERDICT DECISION  NOUVEAU DATE".
       01 LIGNE-ADD-CAS.
           02 INE-ADD PIC 9(4).
           02 FILLER PIC XX VALUE SPACES.
           02 NOM-ADD PIC X(10).
           02 FILLER PIC XX VALUE SPACES.
           02 DATE-RECU-ADD PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 VERDICT-ADD PIC X(6).
           02 FILLER PIC XX VALUE SPACES.
           02 STATUT-ADD PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 NOUVEAU-ADD PIC X(6).
           02 FILLER PIC XX VALUE SPACES.
           02 DATE-DECISION-ADD PIC 9(8).
           02 FILLER PIC X(10) VALUE SPACES.
      *----- Lignes de composition du registre des recours
       01 LIGNE-REG-TITRE.
           02 FILLER PIC X(31) VALUE "REGISTRE DES RECOURS - COHORTE ".
           02 COHORTE-REG-TITRE PIC 9(4).
           02 FILLER PIC X(6) VALUE " - LE ".
           02 DATE-REG-TITRE PIC 9(8).
           02 FILLER PIC X(23) VALUE SPACES.
       01 LIGNE-REG-ENTETE.
           02 FILLER PIC X(72) VALUE
           "RECU LE   INE   NOM         PV DU     STATUT    MOTIFS".
       01 LIGNE-REG-CAS.
           02 DATE-RECU-REG PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 INE-REG-CAS PIC 9(4).
           02 FILLER PIC XX VALUE SPACES.
           02 NOM-REG-CAS PIC X(10).
           02 FILLER PIC XX VALUE SPACES.
           02 DATE-PV-REG PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 STATUT-REG-CAS PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 MOTIF-REG-CAS PIC X(24).
       01 LIGNE-TOTAL.
           02 LIBELLE-TOTAL PIC X(30).
           02 NOMBRE-TOTAL PIC ZZ9.
           02 FILLER PIC X(39) VALUE SPACES.
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
       77 PROGRAMME-VERROU PIC X(8) VALUE "RECOURS".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.

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
       77 PROGRAMME-COURANT PIC X(8) VALUE "RECOURS".
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
           DISPLAY "-------Recours contre les decisions du jury------".
      *----- Session ouverte pour tout le traitement ; statuer sur un
      *      recours est de plus reserve au jury
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF CONNEXION-OK = 0
               STOP RUN
           END-IF.
           DISPLAY "Cohorte (AAAA, 0 = annee courante) : ".
           ACCEPT COHORTE-TRAITEE.
           IF COHORTE-TRAITEE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
           OPEN I-O FIC-RECOURS.
           IF FS-RECOURS = "35"
               OPEN OUTPUT FIC-RECOURS
               CLOSE FIC-RECOURS
               OPEN I-O FIC-RECOURS
           END-IF.
           IF FS-RECOURS NOT = "00"
               DISPLAY "recours.dat illisible, statut " FS-RECOURS
               ", traitement annule"
               MOVE 1 TO FIN-MENU
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Enregistrer un recours (1), statuer (2),"
               " additif au PV (3), registre de l'annee (4),"
               " quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM ENREGISTRER-RECOURS
                   WHEN 2
                       MOVE "JURY" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM STATUER-RECOURS
                       END-IF
                   WHEN 3 PERFORM EDITER-ADDITIF
                   WHEN 4 PERFORM EDITER-REGISTRE-RECOURS
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           IF FS-RECOURS = "00"
               CLOSE FIC-RECOURS
           END-IF.
           STOP RUN.

       LIRE-RECOURS.
      *----- Positionne ENR-RECOURS sur l'INE saisi pour la cohorte,
      *      RECOURS-EXISTE a zero signale l'absence a l'appelant
           DISPLAY "INE de l'etudiant : ".
           ACCEPT INE-DEMANDE.
           MOVE COHORTE-TRAITEE TO COHORTE-REC.
           MOVE INE-DEMANDE TO INE-REC.
           MOVE 1 TO RECOURS-EXISTE.
           READ FIC-RECOURS KEY IS CLE-REC
               INVALID KEY MOVE 0 TO RECOURS-EXISTE
           END-READ.
           EXIT.

       AFFICHER-RECOURS.
           DISPLAY "Recours de " NOM-REC " (INE " INE-REC ") contre la"
           " decision " VERDICT-REC " du jury du " DATE-PV-REC.
           DISPLAY "Recu le " DATE-RECU-REC " : " MOTIF-REC.
           DISPLAY "Statut : " STATUT-REC.
           IF STATUT-REC NOT = "DEPOSE"
               DISPLAY "Decision du " DATE-DECISION-REC " : "
               MOTIF-DECISION-REC
           END-IF.
           EXIT.

       CHERCHER-DECISION-JURY.
      *----- Derniere decision du jury pour l'INE : une nouvelle
      *      seance remplace la precedente
           MOVE 0 TO DECISION-TROUVEE.
           MOVE 0 TO EOF-JURYDEC.
           OPEN INPUT FIC-JURYDEC.
           IF FS-JURYDEC NOT = "00"
               DISPLAY "jurydec.dat introuvable ou illisible, statut "
               FS-JURYDEC
               EXIT PARAGRAPH
           END-IF.
           READ FIC-JURYDEC AT END MOVE 1 TO EOF-JURYDEC END-READ.
           PERFORM UNTIL EOF-JURYDEC = 1
               IF INE-JURYDEC = INE-DEMANDE
                   MOVE 1 TO DECISION-TROUVEE
                   MOVE DATE-JURYDEC TO DATE-PV-TROUVEE
                   MOVE NOM-JURYDEC TO NOM-TROUVE
                   MOVE VERDICT-JURYDEC TO VERDICT-TROUVE
                   MOVE MOYS4-JURYDEC TO MOYS4-TROUVEE
                   MOVE MOYS3-JURYDEC TO MOYS3-TROUVEE
                   MOVE UA-JURYDEC TO UA-TROUVE
               END-IF
               READ FIC-JURYDEC AT END MOVE 1 TO EOF-JURYDEC END-READ
           END-PERFORM.
           CLOSE FIC-JURYDEC.
           EXIT.

       ENREGISTRER-RECOURS.
      *----- Le recours n'est recevable que contre un refus du jury et
      *      dans le delai legal ; un recours tardif est tout de meme
      *      enregistre, clos IRRECEV, et sa lettre editee
           PERFORM LIRE-RECOURS.
           IF RECOURS-EXISTE = 1
               DISPLAY "Un recours est deja enregistre pour cet INE :"
               PERFORM AFFICHER-RECOURS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-DECISION-JURY.
           IF DECISION-TROUVEE = 0
               DISPLAY "Aucune decision du jury pour l'INE "
               INE-DEMANDE ", pas de recours possible"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Decision du jury du " DATE-PV-TROUVEE " pour "
           NOM-TROUVE " : " VERDICT-TROUVE.
           IF VERDICT-TROUVE NOT = "REFUSE"
               DISPLAY "Decision favorable, pas de recours possible"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de reception (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT DATE-RECU-SAISIE.
           IF DATE-RECU-SAISIE = 0
               MOVE DATE-DU-JOUR TO DATE-RECU-SAISIE
           END-IF.
           COMPUTE JOURS-RECU =
               FUNCTION INTEGER-OF-DATE(DATE-RECU-SAISIE).
           MOVE DATE-PV-TROUVEE TO DATE-CALCUL.
           COMPUTE JOURS-PV = FUNCTION INTEGER-OF-DATE(DATE-CALCUL).
           IF JOURS-RECU = 0 OR DATE-RECU-SAISIE > DATE-DU-JOUR
               DISPLAY "Date de reception invalide, recours non"
               " enregistre"
               EXIT PARAGRAPH
           END-IF.
           IF DATE-RECU-SAISIE < DATE-PV-TROUVEE
               DISPLAY "Reception anterieure a la seance du jury,"
               " recours non enregistre"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motifs du recours : ".
           ACCEPT MOTIF-SAISI.
           IF MOTIF-SAISI = SPACES
               DISPLAY "Motifs obligatoires, recours non enregistre"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ENR-RECOURS.
           MOVE COHORTE-TRAITEE TO COHORTE-REC.
           MOVE INE-DEMANDE TO INE-REC.
           MOVE NOM-TROUVE TO NOM-REC.
           MOVE DATE-PV-TROUVEE TO DATE-PV-REC.
           MOVE VERDICT-TROUVE TO VERDICT-REC.
           MOVE DATE-RECU-SAISIE TO DATE-RECU-REC.
           MOVE MOTIF-SAISI TO MOTIF-REC.
           MOVE "DEPOSE" TO STATUT-REC.
           MOVE 0 TO DATE-DECISION-REC.
           COMPUTE JOURS-ECOULES = JOURS-RECU - JOURS-PV.
           IF JOURS-ECOULES > DELAI-RECOURS
               DISPLAY "Recu " JOURS-ECOULES " jours apres la seance,"
               " delai de " DELAI-RECOURS " jours depasse : recours"
               " irrecevable"
               MOVE "IRRECEV" TO STATUT-REC
               MOVE DATE-DU-JOUR TO DATE-DECISION-REC
               MOVE "RECU HORS DELAI" TO MOTIF-DECISION-REC
           END-IF.
           WRITE ENR-RECOURS
               INVALID KEY
                   DISPLAY "Ecriture impossible, statut " FS-RECOURS
               NOT INVALID KEY
                   IF STATUT-REC = "IRRECEV"
                       PERFORM EDITER-LETTRE-DECISION
                   ELSE
                       DISPLAY "Recours enregistre, en attente de"
                       " reexamen"
                   END-IF
           END-WRITE.
           EXIT.

       STATUER-RECOURS.
      *----- Decision apres reexamen d'un recours depose : accepte,
      *      l'etudiant est admis comme par le jury (FETUDOK et
      *      registre) ; rejete, la decision du jury est maintenue
           PERFORM LIRE-RECOURS.
           IF RECOURS-EXISTE = 0
               DISPLAY "Aucun recours enregistre pour cet INE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-RECOURS.
           IF STATUT-REC NOT = "DEPOSE"
               DISPLAY "Recours deja clos"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Decision : accepte (A), rejete (R), plus tard (P)"
           " : ".
           ACCEPT DECISION-SAISIE.
           IF DECISION-SAISIE NOT = "A" AND DECISION-SAISIE NOT = "a"
           AND DECISION-SAISIE NOT = "R" AND DECISION-SAISIE NOT = "r"
               DISPLAY "Recours laisse en attente"
               EXIT PARAGRAPH
           END-IF.
      *----- Accepter un recours change la decision du jury : refuse
      *      tant que le proces-verbal de la cohorte est verrouille
           MOVE 0 TO ETAT-VERROU.
           IF DECISION-SAISIE = "A" OR DECISION-SAISIE = "a"
               MOVE COHORTE-REC TO COHORTE-CONTROLEE
               MOVE INE-REC TO INE-VERLOG-COURANT
               MOVE "ACCEPTATION DE RECOURS" TO DETAIL-VERLOG-COURANT
               PERFORM CONTROLER-VERROU
               IF ETAT-VERROU = 1
                   PERFORM REFUSER-SOUS-VERROU
                   DISPLAY "Recours laisse en attente"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Motif de la decision : ".
           ACCEPT MOTIF-SAISI.
           IF DECISION-SAISIE = "A" OR DECISION-SAISIE = "a"
               MOVE "ACCEPTE" TO STATUT-REC
           ELSE
               MOVE "REJETE" TO STATUT-REC
           END-IF.
           MOVE DATE-DU-JOUR TO DATE-DECISION-REC.
           MOVE MOTIF-SAISI TO MOTIF-DECISION-REC.
           REWRITE ENR-RECOURS
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut " FS-RECOURS
                   EXIT PARAGRAPH
           END-REWRITE.
           IF STATUT-REC = "ACCEPTE"
               PERFORM ADMETTRE-SUR-RECOURS
               IF ETAT-VERROU = 2
                   PERFORM TRACER-EXCEPTION
               END-IF
           END-IF.
           PERFORM EDITER-LETTRE-DECISION.
           EXIT.

       ADMETTRE-SUR-RECOURS.
      *----- Meme ecriture que l'ADMETTRE-ETUDIANT de DELIB : le
      *      dossier chiffre est repris de la decision du jury, la
      *      compensation de FETUD quand il le connait encore
           MOVE INE-REC TO INE-DEMANDE.
           PERFORM CHERCHER-DECISION-JURY.
           MOVE 0 TO COMP-ETUOK.
           OPEN INPUT FETUD.
           IF FS-FETUD = "00"
               MOVE INE-REC TO INE-ETU
               READ FETUD KEY IS INE-ETU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE COMP-ETU TO COMP-ETUOK
               END-READ
               CLOSE FETUD
           END-IF.
           OPEN I-O FETUDOK.
           IF FS-FETUDOK = "35"
               OPEN OUTPUT FETUDOK
               CLOSE FETUDOK
               OPEN I-O FETUDOK
           END-IF.
           MOVE INE-REC TO INE-ETUOK.
           MOVE NOM-REC TO NOM-ETUOK.
           MOVE MOYS4-TROUVEE TO MOYS4-ETUOK.
           MOVE MOYS3-TROUVEE TO MOYS3-ETUOK.
           MOVE UA-TROUVE TO UA-ETUOK.
           WRITE E-ETUOK
               INVALID KEY
                   REWRITE E-ETUOK END-REWRITE
           END-WRITE.
           CLOSE FETUDOK.
           PERFORM POSER-VALIDATION-REGISTRE.
           DISPLAY "Etudiant " INE-REC " admis sur recours et"
           " enregistre".
           EXIT.

       POSER-VALIDATION-REGISTRE.
      *----- Meme discipline que DELIB : seul le volet validation du
      *      dossier est touche, la decision sur recours remplace le
      *      refus du jury
           OPEN I-O FIC-REGISTRE.
           IF FS-REGISTRE = "35"
               OPEN OUTPUT FIC-REGISTRE
               CLOSE FIC-REGISTRE
               OPEN I-O FIC-REGISTRE
           END-IF.
           MOVE COHORTE-TRAITEE TO COHORTE-REG.
           MOVE INE-REC TO INE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY
                   MOVE SPACES TO AVANT-DOSSIER-HIST
                   MOVE "CREATION" TO OPER-DOSSIER-HIST
                   INITIALIZE ENR-REGISTRE
                   MOVE COHORTE-TRAITEE TO COHORTE-REG
                   MOVE INE-REC TO INE-REG
                   MOVE NOM-REC TO NOM-REG
                   MOVE MOYS4-TROUVEE TO MOYS4-REG
                   MOVE "OUI" TO VALIDE-REG
                   MOVE "X" TO VALID-MAJ
                   WRITE ENR-REGISTRE
               NOT INVALID KEY
                   MOVE ENR-REGISTRE TO AVANT-DOSSIER-HIST
                   MOVE "MODIFIE" TO OPER-DOSSIER-HIST
                   MOVE MOYS4-TROUVEE TO MOYS4-REG
                   MOVE "OUI" TO VALIDE-REG
                   MOVE "X" TO VALID-MAJ
                   REWRITE ENR-REGISTRE
           END-READ.
           IF FS-REGISTRE = "00" OR FS-REGISTRE = "02"
               MOVE ENR-REGISTRE TO APRES-DOSSIER-HIST
               PERFORM ECRIRE-REGHIST
           END-IF.
           CLOSE FIC-REGISTRE.
           EXIT.

       ECRIRE-REGHIST.
      *----- Image avant/apres du dossier courant vers l'historique
      *      commun du registre, relu par le programme REGHIST
           ACCEPT HEURE-SYSTEME FROM TIME.
           OPEN EXTEND FIC-REGHIST.
           IF FS-REGHIST = "35"
               OPEN OUTPUT FIC-REGHIST
           END-IF.
           MOVE SPACES TO ENR-REGHIST.
           MOVE DATE-DU-JOUR TO DATE-HIST.
           MOVE HEURE-COURANTE TO HEURE-HIST.
           MOVE "RECOURS" TO PROG-HIST.
           MOVE OPER-DOSSIER-HIST TO OPERATION-HIST.
           MOVE INE-REG TO INE-HIST.
           MOVE AVANT-DOSSIER-HIST TO AVANT-HIST.
           MOVE APRES-DOSSIER-HIST TO APRES-HIST.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-HIST.
           WRITE ENR-REGHIST END-WRITE.
           CLOSE FIC-REGHIST.
           EXIT.

       EDITER-LETTRE-DECISION.
      *----- Une lettre par decision rendue, ajoutee a la suite des
      *      precedentes, batie de l'enregistrement du recours
           OPEN EXTEND FIC-LETTRE.
           IF FS-LETTRE = "35"
               OPEN OUTPUT FIC-LETTRE
           END-IF.
           MOVE DATE-PV-REC TO DATE-PV-LETTRE.
           WRITE LIGNE-LETTRE FROM LIGNE-LETTRE-ENTETE END-WRITE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           MOVE INE-REC TO INE-LETTRE.
           MOVE NOM-REC TO NOM-LETTRE.
           WRITE LIGNE-LETTRE FROM LIGNE-LETTRE-DEST END-WRITE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           MOVE DATE-RECU-REC TO DATE-RECU-LETTRE.
           MOVE VERDICT-REC TO VERDICT-LETTRE.
           WRITE LIGNE-LETTRE FROM LIGNE-LETTRE-RECU END-WRITE.
           MOVE DATE-DECISION-REC TO DATE-DECISION-LETTRE.
           WRITE LIGNE-LETTRE FROM LIGNE-LETTRE-EXAMEN END-WRITE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           EVALUATE STATUT-REC
               WHEN "ACCEPTE"
                   MOVE "Decision : RECOURS ACCEPTE. Vous etes"
                       TO LIGNE-LETTRE
                   WRITE LIGNE-LETTRE END-WRITE
                   MOVE "declare(e) admis(e) au semestre 4."
                       TO LIGNE-LETTRE
               WHEN "REJETE"
                   MOVE "Decision : RECOURS REJETE. La decision du jury"
                       TO LIGNE-LETTRE
                   WRITE LIGNE-LETTRE END-WRITE
                   MOVE "est maintenue." TO LIGNE-LETTRE
               WHEN OTHER
                   MOVE "Decision : RECOURS IRRECEVABLE, recu apres le"
                       TO LIGNE-LETTRE
                   WRITE LIGNE-LETTRE END-WRITE
                   MOVE "delai legal de deux mois suivant la seance."
                       TO LIGNE-LETTRE
           END-EVALUATE.
           WRITE LIGNE-LETTRE END-WRITE.
           MOVE MOTIF-DECISION-REC TO MOTIF-LETTRE.
           WRITE LIGNE-LETTRE FROM LIGNE-LETTRE-MOTIF END-WRITE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           MOVE "Le president du jury," TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           MOVE "Signature : ____________________" TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           MOVE "------------------------------------------------"
               TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE END-WRITE.
           CLOSE FIC-LETTRE.
           DISPLAY "Lettre de decision ajoutee a lettrec.dat".
           EXIT.

       EDITER-ADDITIF.
      *----- Les recours clos d'une seance du jury (0 = toutes), a
      *      joindre au proces-verbal edite par PROCVERB
           DISPLAY "Date de seance du jury (AAAAMMJJ, 0 = toutes) : ".
           ACCEPT DATE-SEANCE.
           OPEN OUTPUT FIC-ADDITIF.
           IF DATE-SEANCE = 0
               MOVE DATE-DU-JOUR TO DATE-ADD-TITRE
           ELSE
               MOVE DATE-SEANCE TO DATE-ADD-TITRE
           END-IF.
           WRITE LIGNE-ADDITIF FROM LIGNE-ADD-TITRE END-WRITE.
           MOVE SPACES TO LIGNE-ADDITIF.
           WRITE LIGNE-ADDITIF END-WRITE.
           WRITE LIGNE-ADDITIF FROM LIGNE-ADD-ENTETE END-WRITE.
           MOVE 0 TO NB-RECOURS-EDITES.
           MOVE 0 TO NB-ACCEPTES.
           MOVE 0 TO NB-REJETES.
           MOVE 0 TO NB-IRRECEVABLES.
           MOVE 0 TO FIN-LISTE.
           MOVE COHORTE-TRAITEE TO COHORTE-REC.
           MOVE 0 TO INE-REC.
           START FIC-RECOURS KEY IS NOT LESS THAN CLE-REC
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           IF FIN-LISTE = 0
               READ FIC-RECOURS NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
               END-READ
           END-IF.
           PERFORM UNTIL FIN-LISTE = 1
               IF COHORTE-REC NOT = COHORTE-TRAITEE
                   MOVE 1 TO FIN-LISTE
               ELSE
                   IF STATUT-REC NOT = "DEPOSE"
                   AND (DATE-SEANCE = 0 OR DATE-PV-REC = DATE-SEANCE)
                       PERFORM EDITER-CAS-ADDITIF
                   END-IF
                   READ FIC-RECOURS NEXT RECORD
                       AT END MOVE 1 TO FIN-LISTE
                   END-READ
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-ADDITIF.
           WRITE LIGNE-ADDITIF END-WRITE.
           MOVE "Recours examines :" TO LIBELLE-TOTAL.
           MOVE NB-RECOURS-EDITES TO NOMBRE-TOTAL.
           WRITE LIGNE-ADDITIF FROM LIGNE-TOTAL END-WRITE.
           MOVE "Acceptes (admis sur recours) :" TO LIBELLE-TOTAL.
           MOVE NB-ACCEPTES TO NOMBRE-TOTAL.
           WRITE LIGNE-ADDITIF FROM LIGNE-TOTAL END-WRITE.
           MOVE "Rejetes :" TO LIBELLE-TOTAL.
           MOVE NB-REJETES TO NOMBRE-TOTAL.
           WRITE LIGNE-ADDITIF FROM LIGNE-TOTAL END-WRITE.
           MOVE "Irrecevables (hors delai) :" TO LIBELLE-TOTAL.
           MOVE NB-IRRECEVABLES TO NOMBRE-TOTAL.
           WRITE LIGNE-ADDITIF FROM LIGNE-TOTAL END-WRITE.
           MOVE SPACES TO LIGNE-ADDITIF.
           WRITE LIGNE-ADDITIF END-WRITE.
           MOVE "Le president du jury," TO LIGNE-ADDITIF.
           WRITE LIGNE-ADDITIF END-WRITE.
           MOVE SPACES TO LIGNE-ADDITIF.
           WRITE LIGNE-ADDITIF END-WRITE.
           MOVE "Signature : ____________________" TO LIGNE-ADDITIF.
           WRITE LIGNE-ADDITIF END-WRITE.
           CLOSE FIC-ADDITIF.
           DISPLAY NB-RECOURS-EDITES " recours a l'additif (pvadd.dat)".
           EXIT.

       EDITER-CAS-ADDITIF.
           COMPUTE NB-RECOURS-EDITES = NB-RECOURS-EDITES + 1.
           MOVE INE-REC TO INE-ADD.
           MOVE NOM-REC TO NOM-ADD.
           MOVE DATE-RECU-REC TO DATE-RECU-ADD.
           MOVE VERDICT-REC TO VERDICT-ADD.
           MOVE STATUT-REC TO STATUT-ADD.
           MOVE DATE-DECISION-REC TO DATE-DECISION-ADD.
           EVALUATE STATUT-REC
               WHEN "ACCEPTE"
                   MOVE "ADMIS" TO NOUVEAU-ADD
                   COMPUTE NB-ACCEPTES = NB-ACCEPTES + 1
               WHEN "REJETE"
                   MOVE VERDICT-REC TO NOUVEAU-ADD
                   COMPUTE NB-REJETES = NB-REJETES + 1
               WHEN OTHER
                   MOVE VERDICT-REC TO NOUVEAU-ADD
                   COMPUTE NB-IRRECEVABLES = NB-IRRECEVABLES + 1
           END-EVALUATE.
           WRITE LIGNE-ADDITIF FROM LIGNE-ADD-CAS END-WRITE.
           EXIT.

       EDITER-REGISTRE-RECOURS.
      *----- Tous les recours de la cohorte, dans l'ordre de reception
           SORT WORK-RECOURS ON ASCENDING KEY DATE-RECU-TRI INE-TRI
               INPUT PROCEDURE IS LIRE-RECOURS-COHORTE
               OUTPUT PROCEDURE IS EDITER-REGISTRE-TRIE.
           DISPLAY "Registre des recours dans regrec.dat".
           EXIT.

       LIRE-RECOURS-COHORTE.
           MOVE 0 TO FIN-LISTE.
           MOVE COHORTE-TRAITEE TO COHORTE-REC.
           MOVE 0 TO INE-REC.
           START FIC-RECOURS KEY IS NOT LESS THAN CLE-REC
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           IF FIN-LISTE = 0
               READ FIC-RECOURS NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
               END-READ
           END-IF.
           PERFORM UNTIL FIN-LISTE = 1
               IF COHORTE-REC NOT = COHORTE-TRAITEE
                   MOVE 1 TO FIN-LISTE
               ELSE
                   MOVE DATE-RECU-REC TO DATE-RECU-TRI
                   MOVE INE-REC TO INE-TRI
                   MOVE NOM-REC TO NOM-TRI
                   MOVE DATE-PV-REC TO DATE-PV-TRI
                   MOVE VERDICT-REC TO VERDICT-TRI
                   MOVE MOTIF-REC TO MOTIF-TRI
                   MOVE STATUT-REC TO STATUT-TRI
                   MOVE DATE-DECISION-REC TO DATE-DECISION-TRI
                   RELEASE ENR-RECOURS-TRI
                   READ FIC-RECOURS NEXT RECORD
                       AT END MOVE 1 TO FIN-LISTE
                   END-READ
               END-IF
           END-PERFORM.
           EXIT.

       EDITER-REGISTRE-TRIE.
           OPEN OUTPUT FIC-REGREC.
           MOVE COHORTE-TRAITEE TO COHORTE-REG-TITRE.
           MOVE DATE-DU-JOUR TO DATE-REG-TITRE.
           WRITE LIGNE-REGREC FROM LIGNE-REG-TITRE END-WRITE.
           MOVE SPACES TO LIGNE-REGREC.
           WRITE LIGNE-REGREC END-WRITE.
           WRITE LIGNE-REGREC FROM LIGNE-REG-ENTETE END-WRITE.
           MOVE 0 TO NB-RECOURS-EDITES.
           MOVE 0 TO NB-DEPOSES.
           MOVE 0 TO NB-ACCEPTES.
           MOVE 0 TO NB-REJETES.
           MOVE 0 TO NB-IRRECEVABLES.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-RECOURS AT END MOVE 1 TO EOF-TRI END-RETURN.
           PERFORM UNTIL EOF-TRI = 1
               COMPUTE NB-RECOURS-EDITES = NB-RECOURS-EDITES + 1
               MOVE DATE-RECU-TRI TO DATE-RECU-REG
               MOVE INE-TRI TO INE-REG-CAS
               MOVE NOM-TRI TO NOM-REG-CAS
               MOVE DATE-PV-TRI TO DATE-PV-REG
               MOVE STATUT-TRI TO STATUT-REG-CAS
               MOVE MOTIF-TRI TO MOTIF-REG-CAS
               WRITE LIGNE-REGREC FROM LIGNE-REG-CAS END-WRITE
               EVALUATE STATUT-TRI
                   WHEN "DEPOSE"
                       COMPUTE NB-DEPOSES = NB-DEPOSES + 1
                   WHEN "ACCEPTE"
                       COMPUTE NB-ACCEPTES = NB-ACCEPTES + 1
                   WHEN "REJETE"
                       COMPUTE NB-REJETES = NB-REJETES + 1
                   WHEN OTHER
                       COMPUTE NB-IRRECEVABLES = NB-IRRECEVABLES + 1
               END-EVALUATE
               RETURN WORK-RECOURS AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO LIGNE-REGREC.
           WRITE LIGNE-REGREC END-WRITE.
           MOVE "Recours recus :" TO LIBELLE-TOTAL.
           MOVE NB-RECOURS-EDITES TO NOMBRE-TOTAL.
           WRITE LIGNE-REGREC FROM LIGNE-TOTAL END-WRITE.
           MOVE "En attente de reexamen :" TO LIBELLE-TOTAL.
           MOVE NB-DEPOSES TO NOMBRE-TOTAL.
           WRITE LIGNE-REGREC FROM LIGNE-TOTAL END-WRITE.
           MOVE "Acceptes :" TO LIBELLE-TOTAL.
           MOVE NB-ACCEPTES TO NOMBRE-TOTAL.
           WRITE LIGNE-REGREC FROM LIGNE-TOTAL END-WRITE.
           MOVE "Rejetes :" TO LIBELLE-TOTAL.
           MOVE NB-REJETES TO NOMBRE-TOTAL.
           WRITE LIGNE-REGREC FROM LIGNE-TOTAL END-WRITE.
           MOVE "Irrecevables (hors delai) :" TO LIBELLE-TOTAL.
           MOVE NB-IRRECEVABLES TO NOMBRE-TOTAL.
           WRITE LIGNE-REGREC FROM LIGNE-TOTAL END-WRITE.
           CLOSE FIC-REGREC.
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
