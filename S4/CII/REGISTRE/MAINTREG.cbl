           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

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
      *----- Registre partage par INE entre TP2, TP3 et TP4 : chaque
           02 ANCIEN-LOG PIC X(15).
           02 FILLER PIC X.
           02 NOUVEAU-LOG PIC X(15).
           02 FILLER PIC X.
           02 OPERATEUR-LOG PIC X(8).

      *----- Une ligne d'historique par ecriture au registre : date,
      *      heure, programme auteur, operation, INE et images avant/
           02 AVANT-HIST PIC X(50).
           02 FILLER PIC X.
           02 APRES-HIST PIC X(50).
           02 FILLER PIC X.
           02 OPERATEUR-HIST PIC X(8).

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
       77 FS-REGISTRE PIC XX.
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
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
       77 PROGRAMME-COURANT PIC X(8) VALUE "MAINTREG".
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
       77 PROGRAMME-VERROU PIC X(8) VALUE "MAINTREG".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
      *----- Consultation ouverte a tout operateur connecte,
      *      modification et suppression reservees a la scolarite
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF CONNEXION-OK = 0
               STOP RUN
           END-IF.
           DISPLAY "Cohorte a maintenir (AAAA) : ".
           ACCEPT COHORTE-TRAITEE.
           OPEN I-O FIC-REGISTRE.
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM CONSULTER-DOSSIER
                   WHEN 2
                       MOVE "SCOLARITE" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM MODIFIER-DOSSIER
                       END-IF
                   WHEN 3
                       MOVE "SCOLARITE" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM SUPPRIMER-DOSSIER
                       END-IF
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
      *      les autres volets restent tels que TP2/TP3/TP4 les ont
      *      laisses ; chaque champ corrige part dans le journal
           PERFORM LIRE-DOSSIER.
           IF INE-DEMANDE NOT = 0
               MOVE "CORRECTION DU DOSSIER" TO DETAIL-VERLOG-COURANT
               PERFORM CONTROLER-VERROU-DOSSIER
               IF ETAT-VERROU = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF INE-DEMANDE NOT = 0
               MOVE ENR-REGISTRE TO AVANT-DOSSIER-HIST
               PERFORM MODIFIER-NOM
                       MOVE ENR-REGISTRE TO APRES-DOSSIER-HIST
                       MOVE INE-DEMANDE TO INE-HIST-COURANT
                       PERFORM ECRIRE-REGHIST
                       IF ETAT-VERROU = 2
                           PERFORM TRACER-EXCEPTION
                       END-IF
               END-REWRITE
           END-IF.
           EXIT.

       CONTROLER-VERROU-DOSSIER.
      *----- Un dossier d'une cohorte au proces-verbal signe n'est
      *      plus corrige ni supprime ; un dossier sans cohorte n'est
      *      rattache a aucun proces-verbal
           MOVE 0 TO ETAT-VERROU.
           IF COHORTE-REG = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE COHORTE-REG TO COHORTE-CONTROLEE.
           MOVE INE-DEMANDE TO INE-VERLOG-COURANT.
           PERFORM CONTROLER-VERROU.
           IF ETAT-VERROU = 1
               PERFORM REFUSER-SOUS-VERROU
           END-IF.
           EXIT.

       MODIFIER-NOM.
           DISPLAY "Nom actuel : " NOM-REG.
           DISPLAY "Modifier le nom (1) ou laisser (0) : ".

       SUPPRIMER-DOSSIER.
           PERFORM LIRE-DOSSIER.
           IF INE-DEMANDE NOT = 0
               MOVE "SUPPRESSION DU DOSSIER" TO DETAIL-VERLOG-COURANT
               PERFORM CONTROLER-VERROU-DOSSIER
               IF ETAT-VERROU = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF INE-DEMANDE NOT = 0
               DISPLAY "Dossier " INE-REG " - " NOM-REG
               DISPLAY "Confirmer la suppression (O/N) : "
                           MOVE SPACES TO APRES-DOSSIER-HIST
                           MOVE INE-DEMANDE TO INE-HIST-COURANT
                           PERFORM ECRIRE-REGHIST
                           IF ETAT-VERROU = 2
                               PERFORM TRACER-EXCEPTION
                           END-IF
                   END-DELETE
               ELSE
                   DISPLAY "Suppression abandonnee"

       ECRIRE-MAINLOG.
      *----- Chaque correction manuelle laisse une ligne datee :
      *      INE, champ touche, ancienne et nouvelle valeur, operateur
           OPEN EXTEND FIC-MAINLOG.
           IF FS-MAINLOG = "35"
               OPEN OUTPUT FIC-MAINLOG
           MOVE CHAMP-COURANT TO CHAMP-LOG.
           MOVE ANCIEN-COURANT TO ANCIEN-LOG.
           MOVE NOUVEAU-COURANT TO NOUVEAU-LOG.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-LOG.
           WRITE ENR-MAINLOG END-WRITE.
           CLOSE FIC-MAINLOG.
           MOVE SPACES TO ANCIEN-COURANT.
           MOVE INE-HIST-COURANT TO INE-HIST.
           MOVE AVANT-DOSSIER-HIST TO AVANT-HIST.
           MOVE APRES-DOSSIER-HIST TO APRES-HIST.
           MOVE OPERATEUR-CONNECTE TO OPERATEUR-HIST.
           WRITE ENR-REGHIST END-WRITE.
           CLOSE FIC-REGHIST.
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
