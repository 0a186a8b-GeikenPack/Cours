       IDENTIFICATION DIVISION.
       program-id. OPERAT.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Operateurs habilites aux programmes de saisie et de
      *      maintenance, cle identifiant : le mot de passe n'y est
      *      conserve que sous forme d'empreinte, jamais en clair
           SELECT FIC-OPERATEUR ASSIGN TO "operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-OPE
           FILE STATUS IS FS-OPERATEUR.

      *----- Journal des ouvertures de session de tous les programmes
      *      proteges, acceptees comme refusees
           SELECT FIC-CONNEXION ASSIGN TO "connexions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONNEXION.

      *----- Rapport imprimable des connexions refusees
           SELECT FIC-ECHECS ASSIGN TO "echecs.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ECHECS.

       DATA DIVISION.
       FILE SECTION.
      *----- Role : SCOLARITE, ENSEIGNANT, JURY ou LOGISTIQUE ; un
      *      operateur desactive (ACTIF-OPE = NON) garde sa fiche pour
      *      que ses lignes d'audit restent attribuables
       FD FIC-OPERATEUR.
       01 ENR-OPERATEUR.
           02 ID-OPE PIC X(8).
           02 NOM-OPE PIC X(20).
           02 EMPREINTE-OPE PIC 9(9).
           02 ROLE-OPE PIC X(10).
           02 ACTIF-OPE PIC X(3).
           02 DATE-CREATION-OPE PIC 9(8).
           02 DATE-MDP-OPE PIC 9(8).

      *----- Une ligne par tentative : programme, identifiant saisi,
      *      resultat OK/ECHEC et motif du refus
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

       FD FIC-ECHECS.
       01 LIGNE-ECHECS PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-OPERATEUR PIC XX.
       77 FS-CONNEXION PIC XX.
       77 FS-ECHECS PIC XX.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 EOF-CONNEXION PIC 9 VALUE 0.
       77 CONFIRMATION PIC X.
       77 ID-DEMANDE PIC X(8).
       77 NOM-SAISI PIC X(20).
       77 CHOIX-ROLE PIC 9.
       77 ROLE-SAISI PIC X(10).
       77 MDP-CONFIRME PIC X(12).
       77 NB-OPERATEURS PIC 9(4).
       77 PREMIER-OPERATEUR PIC 9 VALUE 0.
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Ouverture de session : trois essais, puis abandon ; le
      *      role requis est verifie fonction par fonction
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
       77 PROGRAMME-COURANT PIC X(8) VALUE "OPERAT".
      *----- Empreinte du mot de passe : hachage polynomial de
      *      l'identifiant suivi du mot de passe, l'identifiant servant
      *      de sel ; meme calcul dans chaque programme protege
       01 CHAINE-EMPREINTE.
           02 ID-EMPREINTE PIC X(8).
           02 MDP-EMPREINTE PIC X(12).
       01 CARACTERES-EMPREINTE REDEFINES CHAINE-EMPREINTE.
           02 CAR-EMPREINTE PIC X OCCURS 20.
       77 EMPREINTE-CALCULEE PIC 9(11).
       77 IDX-CAR PIC 99.
      *----- Rapport des echecs : periode et cumuls par motif
       77 DATE-DEBUT PIC 9(8).
       77 DATE-FIN PIC 9(8).
       77 NB-ECHECS PIC 9(5).
       77 NB-INCONNUS PIC 9(5).
       77 NB-MDP-FAUX PIC 9(5).
       77 NB-INACTIFS PIC 9(5).
       77 NB-ROLES-REFUSES PIC 9(5).
       01 LIGNE-ECH-TITRE.
           02 FILLER PIC X(31) VALUE "CONNEXIONS REFUSEES - EDITE LE ".
           02 DATE-ECH-TITRE PIC 9(8).
           02 FILLER PIC X(33) VALUE SPACES.
       01 LIGNE-ECH-PERIODE.
           02 FILLER PIC X(12) VALUE "Periode du ".
           02 DEBUT-ECH PIC 9(8).
           02 FILLER PIC X(4) VALUE " au ".
           02 FIN-ECH PIC 9(8).
           02 FILLER PIC X(40) VALUE SPACES.
       01 LIGNE-ECH-ENTETE.
           02 FILLER PIC X(72) VALUE
           "DATE      HEURE   PROGRAMME IDENT.    MOTIF".
       01 LIGNE-ECH-CAS.
           02 DATE-ECH PIC 9(8).
           02 FILLER PIC XX VALUE SPACES.
           02 HEURE-ECH PIC 9(6).
           02 FILLER PIC XX VALUE SPACES.
           02 PROG-ECH PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 ID-ECH PIC X(8).
           02 FILLER PIC XX VALUE SPACES.
           02 MOTIF-ECH PIC X(16).
           02 FILLER PIC X(18) VALUE SPACES.
       01 LIGNE-TOTAL.
           02 LIBELLE-TOTAL PIC X(30).
           02 NOMBRE-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Operateurs et habilitations-------".
           OPEN I-O FIC-OPERATEUR.
           IF FS-OPERATEUR = "35"
               OPEN OUTPUT FIC-OPERATEUR
               CLOSE FIC-OPERATEUR
               OPEN I-O FIC-OPERATEUR
           END-IF.
           IF FS-OPERATEUR NOT = "00"
               DISPLAY "operateurs.dat illisible, statut " FS-OPERATEUR
               STOP RUN
           END-IF.
           PERFORM COMPTER-OPERATEURS.
           IF NB-OPERATEURS = 0
      *----- Fichier vide : le premier operateur est cree sans
      *      session, avec le role SCOLARITE qui administre les autres
               DISPLAY "Aucun operateur declare : creation du premier"
               " operateur, role SCOLARITE"
               MOVE 1 TO PREMIER-OPERATEUR
               PERFORM CREER-OPERATEUR
               MOVE 0 TO PREMIER-OPERATEUR
               CLOSE FIC-OPERATEUR
               STOP RUN
           END-IF.
           CLOSE FIC-OPERATEUR.
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF CONNEXION-OK = 0
               STOP RUN
           END-IF.
           MOVE "SCOLARITE" TO ROLE-REQUIS.
           PERFORM VERIFIER-ROLE.
           IF ROLE-ACCORDE = 0
               STOP RUN
           END-IF.
           OPEN I-O FIC-OPERATEUR.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Creer un operateur (1), changer un mot de passe"
               " (2), activer/desactiver (3), lister (4), rapport"
               " des connexions refusees (5), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM CREER-OPERATEUR
                   WHEN 2 PERFORM CHANGER-MOT-DE-PASSE
                   WHEN 3 PERFORM BASCULER-ACTIVITE
                   WHEN 4 PERFORM LISTER-OPERATEURS
                   WHEN 5 PERFORM EDITER-ECHECS
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           CLOSE FIC-OPERATEUR.
           STOP RUN.

       COMPTER-OPERATEURS.
           MOVE 0 TO NB-OPERATEURS.
           MOVE 0 TO FIN-LISTE.
           MOVE LOW-VALUES TO ID-OPE.
           START FIC-OPERATEUR KEY IS NOT LESS THAN ID-OPE
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-OPERATEUR NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
                   NOT AT END
                       COMPUTE NB-OPERATEURS = NB-OPERATEURS + 1
               END-READ
           END-PERFORM.
           EXIT.

       CREER-OPERATEUR.
           DISPLAY "Identifiant (8 caracteres au plus) : ".
           ACCEPT ID-DEMANDE.
           IF ID-DEMANDE = SPACES
               DISPLAY "Identifiant obligatoire"
               EXIT PARAGRAPH
           END-IF.
           MOVE ID-DEMANDE TO ID-OPE.
           READ FIC-OPERATEUR KEY IS ID-OPE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Identifiant " ID-DEMANDE " deja attribue"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Nom de l'operateur : ".
           ACCEPT NOM-SAISI.
           IF PREMIER-OPERATEUR = 1
               MOVE "SCOLARITE" TO ROLE-SAISI
           ELSE
               PERFORM SAISIR-ROLE
               IF ROLE-SAISI = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM SAISIR-NOUVEAU-MDP.
           IF MDP-SAISI = SPACES
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE ENR-OPERATEUR.
           MOVE ID-DEMANDE TO ID-OPE.
           MOVE NOM-SAISI TO NOM-OPE.
           MOVE ROLE-SAISI TO ROLE-OPE.
           MOVE "OUI" TO ACTIF-OPE.
           MOVE DATE-DU-JOUR TO DATE-CREATION-OPE.
           MOVE DATE-DU-JOUR TO DATE-MDP-OPE.
           MOVE ID-DEMANDE TO ID-EMPREINTE.
           MOVE MDP-SAISI TO MDP-EMPREINTE.
           PERFORM CALCULER-EMPREINTE.
           MOVE EMPREINTE-CALCULEE TO EMPREINTE-OPE.
           MOVE SPACES TO MDP-SAISI.
           MOVE SPACES TO MDP-EMPREINTE.
           WRITE ENR-OPERATEUR
               INVALID KEY
                   DISPLAY "Ecriture impossible, statut " FS-OPERATEUR
               NOT INVALID KEY
                   DISPLAY "Operateur " ID-OPE " cree, role " ROLE-OPE
           END-WRITE.
           EXIT.

       SAISIR-ROLE.
           MOVE SPACES TO ROLE-SAISI.
           DISPLAY "Role : scolarite (1), enseignant (2), jury (3),"
           " logistique (4) : ".
           ACCEPT CHOIX-ROLE.
           EVALUATE CHOIX-ROLE
               WHEN 1 MOVE "SCOLARITE" TO ROLE-SAISI
               WHEN 2 MOVE "ENSEIGNANT" TO ROLE-SAISI
               WHEN 3 MOVE "JURY" TO ROLE-SAISI
               WHEN 4 MOVE "LOGISTIQUE" TO ROLE-SAISI
               WHEN OTHER DISPLAY "Role inconnu, abandon"
           END-EVALUATE.
           EXIT.

       SAISIR-NOUVEAU-MDP.
      *----- Mot de passe saisi deux fois, six caracteres au moins ;
      *      MDP-SAISI a blanc signale l'abandon a l'appelant
           DISPLAY "Mot de passe (6 a 12 caracteres) : ".
           ACCEPT MDP-SAISI.
           DISPLAY "Confirmer le mot de passe : ".
           ACCEPT MDP-CONFIRME.
           IF MDP-SAISI NOT = MDP-CONFIRME
               DISPLAY "Les deux saisies different, abandon"
               MOVE SPACES TO MDP-SAISI
           ELSE
               IF MDP-SAISI(6:1) = SPACE
                   DISPLAY "Mot de passe trop court, abandon"
                   MOVE SPACES TO MDP-SAISI
               END-IF
           END-IF.
           MOVE SPACES TO MDP-CONFIRME.
           EXIT.

       CHANGER-MOT-DE-PASSE.
           DISPLAY "Identifiant de l'operateur : ".
           ACCEPT ID-DEMANDE.
           MOVE ID-DEMANDE TO ID-OPE.
           READ FIC-OPERATEUR KEY IS ID-OPE
               INVALID KEY
                   DISPLAY "Operateur " ID-DEMANDE " inconnu"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM SAISIR-NOUVEAU-MDP.
           IF MDP-SAISI = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ID-OPE TO ID-EMPREINTE.
           MOVE MDP-SAISI TO MDP-EMPREINTE.
           PERFORM CALCULER-EMPREINTE.
           MOVE EMPREINTE-CALCULEE TO EMPREINTE-OPE.
           MOVE DATE-DU-JOUR TO DATE-MDP-OPE.
           MOVE SPACES TO MDP-SAISI.
           MOVE SPACES TO MDP-EMPREINTE.
           REWRITE ENR-OPERATEUR
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut "
                   FS-OPERATEUR
               NOT INVALID KEY
                   DISPLAY "Mot de passe de " ID-OPE " change"
           END-REWRITE.
           EXIT.

       BASCULER-ACTIVITE.
           DISPLAY "Identifiant de l'operateur : ".
           ACCEPT ID-DEMANDE.
           MOVE ID-DEMANDE TO ID-OPE.
           READ FIC-OPERATEUR KEY IS ID-OPE
               INVALID KEY
                   DISPLAY "Operateur " ID-DEMANDE " inconnu"
                   EXIT PARAGRAPH
           END-READ.
           IF ID-OPE = OPERATEUR-CONNECTE
               DISPLAY "Impossible de desactiver sa propre session"
               EXIT PARAGRAPH
           END-IF.
           IF ACTIF-OPE = "OUI"
               MOVE "NON" TO ACTIF-OPE
           ELSE
               MOVE "OUI" TO ACTIF-OPE
           END-IF.
           REWRITE ENR-OPERATEUR
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut "
                   FS-OPERATEUR
               NOT INVALID KEY
                   DISPLAY "Operateur " ID-OPE " actif : " ACTIF-OPE
           END-REWRITE.
           EXIT.

       LISTER-OPERATEURS.
           MOVE 0 TO FIN-LISTE.
           MOVE LOW-VALUES TO ID-OPE.
           START FIC-OPERATEUR KEY IS NOT LESS THAN ID-OPE
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-OPERATEUR NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
                   NOT AT END
                       DISPLAY ID-OPE " " NOM-OPE " " ROLE-OPE
                       " actif : " ACTIF-OPE " - mot de passe du "
                       DATE-MDP-OPE
               END-READ
           END-PERFORM.
           EXIT.

       EDITER-ECHECS.
      *----- Toutes les tentatives refusees de la periode, quel que
      *      soit le programme, avec les cumuls par motif
           DISPLAY "Du (AAAAMMJJ, 0 = depuis l'origine) : ".
           ACCEPT DATE-DEBUT.
           DISPLAY "Au (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT DATE-FIN.
           IF DATE-FIN = 0
               MOVE DATE-DU-JOUR TO DATE-FIN
           END-IF.
           MOVE 0 TO NB-ECHECS.
           MOVE 0 TO NB-INCONNUS.
           MOVE 0 TO NB-MDP-FAUX.
           MOVE 0 TO NB-INACTIFS.
           MOVE 0 TO NB-ROLES-REFUSES.
           OPEN OUTPUT FIC-ECHECS.
           MOVE DATE-DU-JOUR TO DATE-ECH-TITRE.
           WRITE LIGNE-ECHECS FROM LIGNE-ECH-TITRE END-WRITE.
           MOVE DATE-DEBUT TO DEBUT-ECH.
           MOVE DATE-FIN TO FIN-ECH.
           WRITE LIGNE-ECHECS FROM LIGNE-ECH-PERIODE END-WRITE.
           MOVE SPACES TO LIGNE-ECHECS.
           WRITE LIGNE-ECHECS END-WRITE.
           WRITE LIGNE-ECHECS FROM LIGNE-ECH-ENTETE END-WRITE.
           MOVE 0 TO EOF-CONNEXION.
           OPEN INPUT FIC-CONNEXION.
           IF FS-CONNEXION NOT = "00"
               MOVE 1 TO EOF-CONNEXION
           ELSE
               READ FIC-CONNEXION AT END MOVE 1 TO EOF-CONNEXION
               END-READ
           END-IF.
           PERFORM UNTIL EOF-CONNEXION = 1
               IF RESULTAT-CNX = "ECHEC"
               AND DATE-CNX NOT < DATE-DEBUT
               AND DATE-CNX NOT > DATE-FIN
                   PERFORM EDITER-UN-ECHEC
               END-IF
               READ FIC-CONNEXION AT END MOVE 1 TO EOF-CONNEXION
               END-READ
           END-PERFORM.
           IF FS-CONNEXION = "00" OR FS-CONNEXION = "10"
               CLOSE FIC-CONNEXION
           END-IF.
           MOVE SPACES TO LIGNE-ECHECS.
           WRITE LIGNE-ECHECS END-WRITE.
           MOVE "Connexions refusees :" TO LIBELLE-TOTAL.
           MOVE NB-ECHECS TO NOMBRE-TOTAL.
           WRITE LIGNE-ECHECS FROM LIGNE-TOTAL END-WRITE.
           MOVE "  identifiant inconnu :" TO LIBELLE-TOTAL.
           MOVE NB-INCONNUS TO NOMBRE-TOTAL.
           WRITE LIGNE-ECHECS FROM LIGNE-TOTAL END-WRITE.
           MOVE "  mot de passe errone :" TO LIBELLE-TOTAL.
           MOVE NB-MDP-FAUX TO NOMBRE-TOTAL.
           WRITE LIGNE-ECHECS FROM LIGNE-TOTAL END-WRITE.
           MOVE "  operateur desactive :" TO LIBELLE-TOTAL.
           MOVE NB-INACTIFS TO NOMBRE-TOTAL.
           WRITE LIGNE-ECHECS FROM LIGNE-TOTAL END-WRITE.
           MOVE "  role non habilite :" TO LIBELLE-TOTAL.
           MOVE NB-ROLES-REFUSES TO NOMBRE-TOTAL.
           WRITE LIGNE-ECHECS FROM LIGNE-TOTAL END-WRITE.
           CLOSE FIC-ECHECS.
           DISPLAY NB-ECHECS " connexion(s) refusee(s), rapport dans"
           " echecs.dat".
           EXIT.

       EDITER-UN-ECHEC.
           COMPUTE NB-ECHECS = NB-ECHECS + 1.
           EVALUATE MOTIF-CNX
               WHEN "INCONNU"
                   COMPUTE NB-INCONNUS = NB-INCONNUS + 1
               WHEN "MOT DE PASSE"
                   COMPUTE NB-MDP-FAUX = NB-MDP-FAUX + 1
               WHEN "INACTIF"
                   COMPUTE NB-INACTIFS = NB-INACTIFS + 1
               WHEN "ROLE REFUSE"
                   COMPUTE NB-ROLES-REFUSES = NB-ROLES-REFUSES + 1
           END-EVALUATE.
           MOVE DATE-CNX TO DATE-ECH.
           MOVE HEURE-CNX TO HEURE-ECH.
           MOVE PROG-CNX TO PROG-ECH.
           MOVE ID-CNX TO ID-ECH.
           MOVE MOTIF-CNX TO MOTIF-ECH.
           WRITE LIGNE-ECHECS FROM LIGNE-ECH-CAS END-WRITE.
           EXIT.

      *----- Ouverture de session commune aux programmes proteges :
      *      identifiant, mot de passe controle par son empreinte,
      *      trois essais au plus, chaque tentative tracee dans
      *      connexions.dat

       OUVRIR-SESSION-OPERATEUR.
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
      *      requis par la fonction demandee
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
           ACCEPT HEURE-SYSTEME FROM TIME.
           OPEN EXTEND FIC-CONNEXION.
           IF FS-CONNEXION = "35"
               OPEN OUTPUT FIC-CONNEXION
           END-IF.
           MOVE SPACES TO ENR-CONNEXION.
           MOVE DATE-DU-JOUR TO DATE-CNX.
           MOVE HEURE-COURANTE TO HEURE-CNX.
           MOVE PROGRAMME-COURANT TO PROG-CNX.
           MOVE ID-SAISI TO ID-CNX.
           MOVE RESULTAT-CONNEXION TO RESULTAT-CNX.
           MOVE MOTIF-CONNEXION TO MOTIF-CNX.
           WRITE ENR-CONNEXION END-WRITE.
           CLOSE FIC-CONNEXION.
           EXIT.
