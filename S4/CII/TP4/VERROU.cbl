       IDENTIFICATION DIVISION.
       program-id. VERROU.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Rapport des verrous : tentatives refusees sur cohorte
      *      verrouillee, ouvertures motivees et modifications faites
      *      sous ouverture
           SELECT FIC-VERRAPP ASSIGN TO "verrapp.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERRAPP.

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

       DATA DIVISION.
       FILE SECTION.
       FD FIC-VERRAPP.
       01 LIGNE-VERRAPP PIC X(72).

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

       WORKING-STORAGE SECTION.
       77 FS-VERRAPP PIC XX.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 EOF-VERLOG PIC 9 VALUE 0.
       77 CONFIRMATION PIC X.
       77 SEANCE-SAISIE PIC 9(8).
       77 MOTIF-SAISI PIC X(40).
       77 NB-VERROUS PIC 9(4).
      *----- Rapport : cohorte et periode retenues, cumuls par nature
       77 COHORTE-RAPPORT PIC 9(4).
       77 DATE-DEBUT PIC 9(8).
       77 DATE-FIN PIC 9(8).
       77 NB-EVENEMENTS PIC 9(5).
       77 NB-REFUS PIC 9(5).
       77 NB-OUVERTURES PIC 9(5).
       77 NB-EXCEPTIONS PIC 9(5).
       77 NB-POSES PIC 9(5).
       01 LIGNE-VRP-TITRE.
           02 FILLER PIC X(31) VALUE "VERROUS DE COHORTE - EDITE LE ".
           02 DATE-VRP-TITRE PIC 9(8).
           02 FILLER PIC X(33) VALUE SPACES.
       01 LIGNE-VRP-PERIODE.
           02 FILLER PIC X(12) VALUE "Periode du ".
           02 DEBUT-VRP PIC 9(8).
           02 FILLER PIC X(4) VALUE " au ".
           02 FIN-VRP PIC 9(8).
           02 FILLER PIC X(11) VALUE " - cohorte ".
           02 COHORTE-VRP-TITRE PIC X(6).
           02 FILLER PIC X(23) VALUE SPACES.
       01 LIGNE-VRP-ENTETE.
           02 FILLER PIC X(34) VALUE
           "DATE      HEURE   PROGRAMME COHO  ".
           02 FILLER PIC X(38) VALUE "INE   EVENEMENT  OPERATEUR".
       01 LIGNE-VRP-CAS.
           02 DATE-VRP PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 HEURE-VRP PIC 9(6).
           02 FILLER PIC XX VALUE SPACES.
           02 PROG-VRP PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 COHORTE-VRP PIC 9(4).
           02 FILLER PIC XX VALUE SPACES.
           02 INE-VRP PIC 9(4).
           02 FILLER PIC XX VALUE SPACES.
           02 EVENEMENT-VRP PIC X(9).
           02 FILLER PIC XX VALUE SPACES.
           02 OPERATEUR-VRP PIC X(8).
           02 FILLER PIC X(13) VALUE SPACES.
       01 LIGNE-VRP-DETAIL.
           02 FILLER PIC X(12) VALUE SPACES.
           02 DETAIL-VRP PIC X(40).
           02 FILLER PIC X(20) VALUE SPACES.
       01 LIGNE-TOTAL.
           02 LIBELLE-TOTAL PIC X(30).
           02 NOMBRE-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

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
       77 PROGRAMME-COURANT PIC X(8) VALUE "VERROU".
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
      *----- Cohorte verrouillee ou ouverte et trace de l'operation
       77 FS-VERROU PIC XX.
       77 FS-VERLOG PIC XX.
       77 COHORTE-CONTROLEE PIC 9(4) VALUE 0.
       77 INE-VERLOG-COURANT PIC 9(4) VALUE 0.
       77 EVENEMENT-COURANT PIC X(9).
       77 DETAIL-VERLOG-COURANT PIC X(40).
       77 PROGRAMME-VERROU PIC X(8) VALUE "VERROU".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.
       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Verrous de cohorte-------".
      *----- Consultation ouverte a tout operateur, pose et ouverture
      *      des verrous reservees au jury
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF CONNEXION-OK = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Verrouiller une cohorte (1), ouvrir un verrou"
               " (2), lister les verrous (3), rapport des"
               " modifications sous verrou (4), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1
                       MOVE "JURY" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM VERROUILLER-COHORTE
                       END-IF
                   WHEN 2
                       MOVE "JURY" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM OUVRIR-VERROU
                       END-IF
                   WHEN 3 PERFORM LISTER-VERROUS
                   WHEN 4 PERFORM EDITER-RAPPORT-VERROUS
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OUVRIR-FICHIER-VERROUS.
      *----- verrous.dat est cree au premier verrou pose
           OPEN I-O FIC-VERROU.
           IF FS-VERROU = "35"
               OPEN OUTPUT FIC-VERROU
               CLOSE FIC-VERROU
               OPEN I-O FIC-VERROU
           END-IF.
           IF FS-VERROU NOT = "00"
               DISPLAY "verrous.dat inaccessible, statut " FS-VERROU
           END-IF.
           EXIT.

       VERROUILLER-COHORTE.
      *----- Pose manuelle, ou remise du verrou a la fin d'une
      *      ouverture ; la pose ordinaire se fait a l'edition
      *      definitive du proces-verbal par PROCVERB
           DISPLAY "Cohorte a verrouiller (AAAA) : ".
           ACCEPT COHORTE-CONTROLEE.
           IF COHORTE-CONTROLEE = 0
               DISPLAY "Cohorte obligatoire"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OUVRIR-FICHIER-VERROUS.
           IF FS-VERROU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE COHORTE-CONTROLEE TO COHORTE-VER.
           READ FIC-VERROU KEY IS COHORTE-VER
               INVALID KEY
                   DISPLAY "Date de seance du proces-verbal (AAAAMMJJ,"
                   " 0 = aujourd'hui) : "
                   ACCEPT SEANCE-SAISIE
                   IF SEANCE-SAISIE = 0
                       MOVE DATE-DU-JOUR TO SEANCE-SAISIE
                   END-IF
                   MOVE SPACES TO ENR-VERROU
                   MOVE COHORTE-CONTROLEE TO COHORTE-VER
                   MOVE "VERROU" TO STATUT-VER
                   MOVE DATE-DU-JOUR TO DATE-VER
                   MOVE SEANCE-SAISIE TO SEANCE-VER
                   MOVE 0 TO DATE-OUVERTURE-VER
                   WRITE ENR-VERROU
                       INVALID KEY DISPLAY "Ecriture impossible, "
                       "statut " FS-VERROU
                   END-WRITE
                   MOVE "VERROU" TO EVENEMENT-COURANT
                   MOVE "POSE MANUELLE" TO DETAIL-VERLOG-COURANT
               NOT INVALID KEY
                   IF STATUT-VER = "VERROU"
                       DISPLAY "Cohorte " COHORTE-CONTROLEE
                       " deja verrouillee depuis le " DATE-VER
                       CLOSE FIC-VERROU
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "VERROU" TO STATUT-VER
                   MOVE DATE-DU-JOUR TO DATE-VER
                   REWRITE ENR-VERROU
                       INVALID KEY DISPLAY "Reecriture impossible, "
                       "statut " FS-VERROU
                   END-REWRITE
                   MOVE "REVERROU" TO EVENEMENT-COURANT
                   MOVE "FIN D'OUVERTURE" TO DETAIL-VERLOG-COURANT
           END-READ.
           CLOSE FIC-VERROU.
           MOVE 0 TO INE-VERLOG-COURANT.
           PERFORM ECRIRE-VERLOG.
           DISPLAY "Cohorte " COHORTE-CONTROLEE " verrouillee".
           EXIT.

       OUVRIR-VERROU.
      *----- Seule exception au verrou : ouverture motivee, tracee
      *      avec son motif et l'operateur ; chaque modification faite
      *      pendant l'ouverture est tracee par le programme qui la fait
           DISPLAY "Cohorte a ouvrir (AAAA) : ".
           ACCEPT COHORTE-CONTROLEE.
           PERFORM OUVRIR-FICHIER-VERROUS.
           IF FS-VERROU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE COHORTE-CONTROLEE TO COHORTE-VER.
           READ FIC-VERROU KEY IS COHORTE-VER
               INVALID KEY
                   DISPLAY "Cohorte " COHORTE-CONTROLEE
                   " non verrouillee"
                   CLOSE FIC-VERROU
                   EXIT PARAGRAPH
           END-READ.
           IF STATUT-VER NOT = "VERROU"
               DISPLAY "Cohorte deja ouverte le " DATE-OUVERTURE-VER
               " par " OPERATEUR-OUVERTURE-VER
               CLOSE FIC-VERROU
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Proces-verbal du " SEANCE-VER ", verrouille le "
           DATE-VER.
           DISPLAY "Motif de l'ouverture (obligatoire) : ".
           ACCEPT MOTIF-SAISI.
           IF MOTIF-SAISI = SPACES
               DISPLAY "Ouverture refusee sans motif"
               CLOSE FIC-VERROU
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer l'ouverture (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
               DISPLAY "Ouverture abandonnee"
               CLOSE FIC-VERROU
               EXIT PARAGRAPH
           END-IF.
           MOVE "OUVERT" TO STATUT-VER.
           MOVE DATE-DU-JOUR TO DATE-OUVERTURE-VER.
           MOVE MOTIF-SAISI TO MOTIF-OUVERTURE-VER.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-OUVERTURE-VER.
           REWRITE ENR-VERROU
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut " FS-VERROU
                   CLOSE FIC-VERROU
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE FIC-VERROU.
           MOVE 0 TO INE-VERLOG-COURANT.
           MOVE "OUVERTURE" TO EVENEMENT-COURANT.
           MOVE MOTIF-SAISI TO DETAIL-VERLOG-COURANT.
           PERFORM ECRIRE-VERLOG.
           DISPLAY "Cohorte " COHORTE-CONTROLEE " ouverte, a"
           " reverrouiller (1) une fois les corrections faites".
           EXIT.

       LISTER-VERROUS.
           MOVE 0 TO NB-VERROUS.
           MOVE 0 TO FIN-LISTE.
           OPEN INPUT FIC-VERROU.
           IF FS-VERROU NOT = "00"
               DISPLAY "Aucun verrou pose"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO COHORTE-VER.
           START FIC-VERROU KEY IS NOT LESS THAN COHORTE-VER
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-VERROU NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
                   NOT AT END
                       COMPUTE NB-VERROUS = NB-VERROUS + 1
                       DISPLAY COHORTE-VER " " STATUT-VER
                       " - PV du " SEANCE-VER ", verrou du " DATE-VER
                       IF STATUT-VER = "OUVERT"
                           DISPLAY "     ouvert le " DATE-OUVERTURE-VER
                           " par " OPERATEUR-OUVERTURE-VER " : "
                           MOTIF-OUVERTURE-VER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-VERROU.
           DISPLAY NB-VERROUS " cohorte(s) sous verrou".
           EXIT.

       EDITER-RAPPORT-VERROUS.
      *----- Toutes les tentatives de modification refusees sur une
      *      cohorte verrouillee et toutes les exceptions autorisees
      *      (ouvertures et modifications faites sous ouverture), avec
      *      les poses de verrou qui les encadrent
           DISPLAY "Cohorte (AAAA, 0 = toutes) : ".
           ACCEPT COHORTE-RAPPORT.
           DISPLAY "Du (AAAAMMJJ, 0 = depuis l'origine) : ".
           ACCEPT DATE-DEBUT.
           DISPLAY "Au (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT DATE-FIN.
           IF DATE-FIN = 0
               MOVE DATE-DU-JOUR TO DATE-FIN
           END-IF.
           MOVE 0 TO NB-EVENEMENTS.
           MOVE 0 TO NB-REFUS.
           MOVE 0 TO NB-OUVERTURES.
           MOVE 0 TO NB-EXCEPTIONS.
           MOVE 0 TO NB-POSES.
           OPEN OUTPUT FIC-VERRAPP.
           MOVE DATE-DU-JOUR TO DATE-VRP-TITRE.
           WRITE LIGNE-VERRAPP FROM LIGNE-VRP-TITRE END-WRITE.
           MOVE DATE-DEBUT TO DEBUT-VRP.
           MOVE DATE-FIN TO FIN-VRP.
           IF COHORTE-RAPPORT = 0
               MOVE "TOUTES" TO COHORTE-VRP-TITRE
           ELSE
               MOVE COHORTE-RAPPORT TO COHORTE-VRP-TITRE
           END-IF.
           WRITE LIGNE-VERRAPP FROM LIGNE-VRP-PERIODE END-WRITE.
           MOVE SPACES TO LIGNE-VERRAPP.
           WRITE LIGNE-VERRAPP END-WRITE.
           WRITE LIGNE-VERRAPP FROM LIGNE-VRP-ENTETE END-WRITE.
           MOVE 0 TO EOF-VERLOG.
           OPEN INPUT FIC-VERLOG.
           IF FS-VERLOG NOT = "00"
               MOVE 1 TO EOF-VERLOG
           ELSE
               READ FIC-VERLOG AT END MOVE 1 TO EOF-VERLOG END-READ
           END-IF.
           PERFORM UNTIL EOF-VERLOG = 1
               IF (COHORTE-RAPPORT = 0
               OR COHORTE-VLOG = COHORTE-RAPPORT)
               AND DATE-VLOG NOT < DATE-DEBUT
               AND DATE-VLOG NOT > DATE-FIN
                   PERFORM EDITER-UN-EVENEMENT
               END-IF
               READ FIC-VERLOG AT END MOVE 1 TO EOF-VERLOG END-READ
           END-PERFORM.
           IF FS-VERLOG = "00" OR FS-VERLOG = "10"
               CLOSE FIC-VERLOG
           END-IF.
           MOVE SPACES TO LIGNE-VERRAPP.
           WRITE LIGNE-VERRAPP END-WRITE.
           MOVE "Evenements edites :" TO LIBELLE-TOTAL.
           MOVE NB-EVENEMENTS TO NOMBRE-TOTAL.
           WRITE LIGNE-VERRAPP FROM LIGNE-TOTAL END-WRITE.
           MOVE "  modifications refusees :" TO LIBELLE-TOTAL.
           MOVE NB-REFUS TO NOMBRE-TOTAL.
           WRITE LIGNE-VERRAPP FROM LIGNE-TOTAL END-WRITE.
           MOVE "  ouvertures motivees :" TO LIBELLE-TOTAL.
           MOVE NB-OUVERTURES TO NOMBRE-TOTAL.
           WRITE LIGNE-VERRAPP FROM LIGNE-TOTAL END-WRITE.
           MOVE "  modifications sous ouverture :" TO LIBELLE-TOTAL.
           MOVE NB-EXCEPTIONS TO NOMBRE-TOTAL.
           WRITE LIGNE-VERRAPP FROM LIGNE-TOTAL END-WRITE.
           MOVE "  poses de verrou :" TO LIBELLE-TOTAL.
           MOVE NB-POSES TO NOMBRE-TOTAL.
           WRITE LIGNE-VERRAPP FROM LIGNE-TOTAL END-WRITE.
           CLOSE FIC-VERRAPP.
           DISPLAY NB-REFUS " modification(s) refusee(s), "
           NB-OUVERTURES " ouverture(s), " NB-EXCEPTIONS
           " modification(s) sous ouverture, rapport dans verrapp.dat".
           EXIT.

       EDITER-UN-EVENEMENT.
           COMPUTE NB-EVENEMENTS = NB-EVENEMENTS + 1.
           EVALUATE EVENEMENT-VLOG
               WHEN "REFUS"
                   COMPUTE NB-REFUS = NB-REFUS + 1
               WHEN "OUVERTURE"
                   COMPUTE NB-OUVERTURES = NB-OUVERTURES + 1
               WHEN "EXCEPTION"
                   COMPUTE NB-EXCEPTIONS = NB-EXCEPTIONS + 1
               WHEN OTHER
                   COMPUTE NB-POSES = NB-POSES + 1
           END-EVALUATE.
           MOVE DATE-VLOG TO DATE-VRP.
           MOVE HEURE-VLOG TO HEURE-VRP.
           MOVE PROG-VLOG TO PROG-VRP.
           MOVE COHORTE-VLOG TO COHORTE-VRP.
           MOVE INE-VLOG TO INE-VRP.
           MOVE EVENEMENT-VLOG TO EVENEMENT-VRP.
           MOVE OPERATEUR-VLOG TO OPERATEUR-VRP.
           WRITE LIGNE-VERRAPP FROM LIGNE-VRP-CAS END-WRITE.
           IF DETAIL-VLOG NOT = SPACES
               MOVE DETAIL-VLOG TO DETAIL-VRP
               WRITE LIGNE-VERRAPP FROM LIGNE-VRP-DETAIL END-WRITE
           END-IF.
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
