           RECORD KEY IS SIRET-REF
           FILE STATUS IS FS-ENTREF.

      *----- Historique des stages rompus, pour signaler sur la fiche
      *      les entreprises qui rompent des stages a repetition
           SELECT FIC-RUPTURE ASSIGN TO "ruptures.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUPTURE.

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

      *----- Historique des ruptures tenu par RUPTURE : une ligne par
      *      stage rompu, le SIRET de l'entreprise en deuxieme zone
       FD FIC-RUPTURE.
       01 ENR-RUPTURE.
           02 INE-RUP PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-RUP PIC 9(4).
           02 FILLER PIC X.
           02 ETU-RUP PIC X(10).
           02 FILLER PIC X.
           02 ENT-RUP PIC X(10).
           02 FILLER PIC X.
           02 DATE-RUP PIC 9(8).
           02 FILLER PIC X.
           02 MOTIF-RUP PIC X(30).

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
       77 FS-ENTREF PIC XX.
       77 SIRET-DEMANDE PIC 9(4).
       77 CONFIRMATION PIC X.
       77 CAPACITE-SAISIE PIC 99.
       77 TAUX-SAISI PIC 99V99.
       77 TAUX-AFFICHE PIC Z9.99.
       77 FIN-LISTE PIC 9 VALUE 0.
      *----- Ruptures de l'entreprise lue, comptees en relisant
      *      ruptures.dat ; a partir de SEUIL-RECIDIVE elle est
      *      signalee a surveiller
       77 FS-RUPTURE PIC XX.
       77 EOF-RUPTURE PIC 9 VALUE 0.
       77 NB-RUPTURES PIC 999.
       77 DERNIERE-RUPTURE PIC 9(8).
       77 SEUIL-RECIDIVE PIC 99 VALUE 2.
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
       77 PROGRAMME-COURANT PIC X(8) VALUE "ENTMAIT".
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
      *----- Consultation et liste ouvertes a tout operateur
      *      connecte, creation, modification et suppression
      *      reservees a la scolarite
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF CONNEXION-OK = 0
               STOP RUN
           END-IF.
           OPEN I-O FIC-ENTREF.
           IF FS-ENTREF = "35"
               OPEN OUTPUT FIC-ENTREF
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM CONSULTER-ENTREPRISE
                   WHEN 2
                       MOVE "SCOLARITE" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM CREER-ENTREPRISE
                       END-IF
                   WHEN 3
                       MOVE "SCOLARITE" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM MODIFIER-ENTREPRISE
                       END-IF
                   WHEN 4
                       MOVE "SCOLARITE" TO ROLE-REQUIS
                       PERFORM VERIFIER-ROLE
                       IF ROLE-ACCORDE = 1
                           PERFORM SUPPRIMER-ENTREPRISE
                       END-IF
                   WHEN 5 PERFORM LISTER-ENTREPRISES
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
           DISPLAY "Adresse : " RUE-REF " " CP-REF " " VILLE-REF.
           DISPLAY "Contact : " CONTACT-REF.
           DISPLAY "Capacite stagiaires : " CAPACITE-REF.
           MOVE TAUX-GRATIF-REF TO TAUX-AFFICHE.
           DISPLAY "Gratification horaire : " TAUX-AFFICHE.
           PERFORM COMPTER-RUPTURES.
           IF NB-RUPTURES > 0
               DISPLAY "Ruptures de stage : " NB-RUPTURES
               ", derniere le " DERNIERE-RUPTURE
           END-IF.
           IF NB-RUPTURES >= SEUIL-RECIDIVE
               DISPLAY "Entreprise a surveiller : ruptures repetees"
           END-IF.
           EXIT.

       COMPTER-RUPTURES.
           MOVE 0 TO NB-RUPTURES.
           MOVE 0 TO DERNIERE-RUPTURE.
           MOVE 0 TO EOF-RUPTURE.
           OPEN INPUT FIC-RUPTURE.
           IF FS-RUPTURE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-RUPTURE AT END MOVE 1 TO EOF-RUPTURE END-READ.
           PERFORM UNTIL EOF-RUPTURE = 1
               IF SIRET-RUP = SIRET-REF
                   COMPUTE NB-RUPTURES = NB-RUPTURES + 1
                   IF DATE-RUP > DERNIERE-RUPTURE
                       MOVE DATE-RUP TO DERNIERE-RUPTURE
                   END-IF
               END-IF
               READ FIC-RUPTURE AT END MOVE 1 TO EOF-RUPTURE END-READ
           END-PERFORM.
           CLOSE FIC-RUPTURE.
           EXIT.

       CONSULTER-ENTREPRISE.
           DISPLAY "Capacite de stagiaires (0 a 99) : ".
           ACCEPT CAPACITE-SAISIE.
           MOVE CAPACITE-SAISIE TO CAPACITE-REF.
           DISPLAY "Gratification horaire (0 = non renseignee) : ".
           ACCEPT TAUX-SAISI.
           MOVE TAUX-SAISI TO TAUX-GRATIF-REF.
           EXIT.

       CREER-ENTREPRISE.
                           NOT AT END
                               DISPLAY SIRET-REF " " ENTREP-REF " "
                               VILLE-REF " (capacite " CAPACITE-REF ")"
                               PERFORM COMPTER-RUPTURES
                               IF NB-RUPTURES >= SEUIL-RECIDIVE
                                   DISPLAY "     " NB-RUPTURES
                                   " ruptures de stage, a surveiller"
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.
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
