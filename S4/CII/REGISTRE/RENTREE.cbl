       IDENTIFICATION DIVISION.
       program-id. RENTREE.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Registre partage alimente par TP2 (age), TP3 (stage) et
      *      TP4 (validation) ; chemin relatif au dossier parent comme
      *      dans les trois programmes alimenteurs
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Extrait des inscriptions de la scolarite, au meme dessin
      *      delimite par point-virgule que l'import des corrections :
      *      une ligne d'entete INE;NOM;NAISSANCE, une ligne par
      *      inscrit, une ligne FIN avec le compte
           SELECT FIC-INSCRIPTION ASSIGN TO "inscrsc.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSCRIPTION.

      *----- Fichiers de depart de l'annee, recrees a chaque rentree
      *      dans le dossier de leur programme : liste de classe de
      *      TP2, etudiants et voeux vides de TP3, squelette de FETUD
      *      pour TP4
           SELECT FIC-ROSTER ASSIGN TO "../TP2/roster.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROSTER.

           SELECT FIC-ETU ASSIGN TO "../TP3/FETU.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ETU.

           SELECT FIC-VOEUX ASSIGN TO "../TP3/voeux.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOEUX.

           SELECT FETUD ASSIGN TO "../TP4/fetud.dat.dat" ORGANIZATION IS
           INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-ETU
           ALTERNATE RECORD IS MOYS4-ETU DUPLICATES
           ALTERNATE RECORD IS UA-ETU DUPLICATES
           FILE STATUS IS FS-FETUD.

      *----- Listing de controle de la rentree : une ligne par inscrit
      *      lu, cree, deja present ou rejete avec son motif, puis les
      *      comptes
           SELECT FIC-LISTING ASSIGN TO "rentree.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTING.

      *----- Historique commun des dossiers du registre, dans le
      *      dossier parent : une ligne datee image avant/apres par
      *      creation, reecriture ou suppression, quel que soit le
      *      programme auteur, relue par le programme REGHIST
           SELECT FIC-REGHIST ASSIGN TO "../reghist.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-INSCRIPTION.
       01 LIGNE-INSCRIPTION PIC X(80).

      *----- Liste de classe pour le traitement par lot (INE + date
      *      de naissance)
       FD FIC-ROSTER.
       01 ENR-ROSTER.
           02 INE-ROSTER PIC 9(4).
           02 DATE-NAISS-ROSTER PIC 9(8).

       FD FIC-ETU.
       01 ENR-ETU.
           02 INE-ETU-STA PIC 9(4).
           02 FILLER PIC X.
           02 NOM-ETU-STA PIC X(10).
           02 NOTE-STAGE PIC 99V99.

       FD FIC-VOEUX.
       01 ENR-VOEU.
           02 INE-VOEU PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-VOEU-1 PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-VOEU-2 PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-VOEU-3 PIC 9(4).

       FD FETUD.
       01 E-ETU.
           02 INE-ETU PIC 9(4).
           02 NOM-ETU PIC X(10).
           02 MOYS4-ETU PIC 99V99.
           02 MOYS3-ETU PIC 99V99.
           02 COMP-ETU PIC 9.
           02 UA-ETU PIC 99.

       FD FIC-LISTING.
       01 LIGNE-LISTING PIC X(72).

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

       WORKING-STORAGE SECTION.
       77 FS-REGISTRE PIC XX.
       77 FS-INSCRIPTION PIC XX.
       77 FS-ROSTER PIC XX.
       77 FS-ETU PIC XX.
       77 FS-VOEUX PIC XX.
       77 FS-FETUD PIC XX.
       77 FS-LISTING PIC XX.
       77 FS-REGHIST PIC XX.
       77 EOF-INSCRIPTION PIC 9 VALUE 0.
       77 EOF-REGISTRE PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CONFIRMATION PIC X.
       77 NB-LIGNES-DONNEES PIC 9(4) VALUE 0.
       77 NB-CREES PIC 9(4) VALUE 0.
       77 NB-EXISTANTS PIC 9(4) VALUE 0.
       77 NB-REJETES PIC 9(4) VALUE 0.
      *----- Redoublant : inscrit encore present dans sa cohorte
      *      d'origine mais dont CAPITAL a deja cree le dossier dans
      *      la cohorte de la rentree
       77 NB-REDOUBLANTS PIC 9(4) VALUE 0.
       77 REDOUBLANT-COURANT PIC 9 VALUE 0.
       77 TRAILER-VU PIC 9 VALUE 0.
       77 COMPTE-ANNONCE PIC 9(4) VALUE 0.
       77 MOTIF-COURANT PIC X(32).
       77 STATUT-COURANT PIC X(10).
      *----- Cohorte de la rentree : tous les dossiers crees portent
      *      cette cohorte dans leur cle
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
      *----- Champs decoupes de la ligne courante, au meme ordre que
      *      l'entete INE;NOM;NAISSANCE
       77 ZONE-INE PIC X(6).
       77 ZONE-NOM PIC X(12).
       77 ZONE-NAISSANCE PIC X(10).
       77 INE-LU PIC 9(4).
       77 NOM-LU PIC X(10).
       77 NAISSANCE-LUE PIC 9(8).
       77 JOURS-NAISSANCE PIC 9(7).
      *----- INE des autres cohortes encore ouvertes au registre (une
      *      cohorte cloturee en a ete purgee par CLOTURE), charges une
      *      fois avant la lecture de l'extrait
       01 TABLE-AUTRES-COHORTES.
           02 LIGNE-AUTRE OCCURS 2000 TIMES.
               03 INE-AUTRE PIC 9(4).
               03 COHORTE-AUTRE PIC 9(4).
       77 NB-AUTRES PIC 9(4) VALUE 0.
      *----- INE deja traites dans cette execution : un INE en double
      *      dans l'extrait ne doit pas doubler les fichiers de depart
       01 TABLE-DEJA-LUS.
           02 INE-DEJA-LU PIC 9(4) OCCURS 2000 TIMES.
       77 NB-DEJA-LUS PIC 9(4) VALUE 0.
       77 IDX-TABLE PIC 9(4).
       77 IDX-TROUVE PIC 9(4).
      *----- Image apres du dossier cree pour l'historique commun du
      *      registre
       77 APRES-DOSSIER-HIST PIC X(50).
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Lignes de composition du listing de controle
       01 LIGNE-TITRE-RENTREE.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "RENTREE DE LA COHORTE ".
           02 COHORTE-TITRE PIC 9(4).
           02 FILLER PIC X(7) VALUE " - LE ".
           02 DATE-TITRE PIC 9(8).
           02 FILLER PIC X(9) VALUE SPACES.
       01 LIGNE-ENTETE-RENTREE.
           02 FILLER PIC X(18) VALUE "INE   NOM".
           02 FILLER PIC X(10) VALUE "NAISSANCE".
           02 FILLER PIC X(12) VALUE "STATUT".
           02 FILLER PIC X(32) VALUE "MOTIF".
       01 LIGNE-DETAIL-RENTREE.
           02 INE-LISTING PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NOM-LISTING PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NAISSANCE-LISTING PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 STATUT-LISTING PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MOTIF-LISTING PIC X(32).
       01 LIGNE-COMPTE-RENTREE.
           02 LIBELLE-COMPTE PIC X(40).
           02 VALEUR-COMPTE PIC ZZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Rentree depuis l'extrait scolarite-------".
           DISPLAY "Cohorte de la rentree (AAAA, 0 = annee courante)"
           " : ".
           ACCEPT COHORTE-TRAITEE.
           IF COHORTE-TRAITEE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
           DISPLAY "roster.dat, FETU.dat, voeux.dat et fetud.dat.dat"
           " seront recrees pour la cohorte " COHORTE-TRAITEE.
           DISPLAY "Confirmer (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
               DISPLAY "Rentree abandonnee"
               STOP RUN
           END-IF.
           OPEN INPUT FIC-INSCRIPTION.
           IF FS-INSCRIPTION NOT = "00"
               DISPLAY "inscrsc.dat introuvable ou illisible, statut "
               FS-INSCRIPTION ", rentree annulee"
               STOP RUN
           END-IF.
           OPEN I-O FIC-REGISTRE.
           IF FS-REGISTRE = "35"
               OPEN OUTPUT FIC-REGISTRE
               CLOSE FIC-REGISTRE
               OPEN I-O FIC-REGISTRE
           END-IF.
           IF FS-REGISTRE NOT = "00"
               DISPLAY "registre.dat indisponible, statut "
               FS-REGISTRE ", rentree annulee"
               CLOSE FIC-INSCRIPTION
               STOP RUN
           END-IF.
           PERFORM CHARGER-AUTRES-COHORTES.
           OPEN OUTPUT FIC-ROSTER.
           OPEN OUTPUT FIC-ETU.
           OPEN OUTPUT FIC-VOEUX.
           OPEN OUTPUT FETUD.
           OPEN OUTPUT FIC-LISTING.
           MOVE COHORTE-TRAITEE TO COHORTE-TITRE.
           MOVE DATE-DU-JOUR TO DATE-TITRE.
           WRITE LIGNE-LISTING FROM LIGNE-TITRE-RENTREE END-WRITE.
           MOVE ALL "=" TO LIGNE-LISTING.
           WRITE LIGNE-LISTING END-WRITE.
           WRITE LIGNE-LISTING FROM LIGNE-ENTETE-RENTREE END-WRITE.
           MOVE ALL "-" TO LIGNE-LISTING.
           WRITE LIGNE-LISTING END-WRITE.
           READ FIC-INSCRIPTION AT END MOVE 1 TO EOF-INSCRIPTION
           END-READ.
           PERFORM UNTIL EOF-INSCRIPTION = 1
               PERFORM TRAITER-LIGNE-INSCRIPTION
               READ FIC-INSCRIPTION AT END MOVE 1 TO EOF-INSCRIPTION
               END-READ
           END-PERFORM.
           PERFORM EDITER-COMPTES.
           CLOSE FIC-INSCRIPTION.
           CLOSE FIC-REGISTRE.
           CLOSE FIC-ROSTER.
           CLOSE FIC-ETU.
           CLOSE FIC-VOEUX.
           CLOSE FETUD.
           CLOSE FIC-LISTING.
           PERFORM CONTROLER-COMPTE.
           DISPLAY "---------------".
           DISPLAY "Inscrits lus : " NB-LIGNES-DONNEES.
           DISPLAY "Dossiers crees : " NB-CREES.
           DISPLAY "Dossiers deja presents : " NB-EXISTANTS.
           DISPLAY "dont redoublants : " NB-REDOUBLANTS.
           DISPLAY "Inscrits rejetes : " NB-REJETES.
           DISPLAY "Listing de controle dans rentree.dat".
           STOP RUN.

       CHARGER-AUTRES-COHORTES.
      *----- Parcours complet du registre : seuls les dossiers d'une
      *      autre cohorte sont retenus pour le controle des INE
           MOVE 0 TO EOF-REGISTRE.
           READ FIC-REGISTRE NEXT RECORD AT END MOVE 1 TO EOF-REGISTRE
           END-READ.
           PERFORM UNTIL EOF-REGISTRE = 1
               IF COHORTE-REG NOT = COHORTE-TRAITEE
                   IF NB-AUTRES < 2000
                       COMPUTE NB-AUTRES = NB-AUTRES + 1
                       MOVE INE-REG TO INE-AUTRE(NB-AUTRES)
                       MOVE COHORTE-REG TO COHORTE-AUTRE(NB-AUTRES)
                   ELSE
                       DISPLAY "Attention : plus de 2000 dossiers dans"
                       " les autres cohortes, controle incomplet"
                       MOVE 1 TO EOF-REGISTRE
                   END-IF
               END-IF
               IF EOF-REGISTRE = 0
                   READ FIC-REGISTRE NEXT RECORD
                       AT END MOVE 1 TO EOF-REGISTRE
                   END-READ
               END-IF
           END-PERFORM.
           EXIT.

       TRAITER-LIGNE-INSCRIPTION.
      *----- L'entete est passee, la ligne FIN ferme le comptage, le
      *      reste est decoupe, valide puis cree ou rejete
           IF LIGNE-INSCRIPTION(1:4) = "INE;"
               EXIT PARAGRAPH
           END-IF.
           IF LIGNE-INSCRIPTION(1:4) = "FIN;"
               MOVE 1 TO TRAILER-VU
               COMPUTE COMPTE-ANNONCE =
                   FUNCTION NUMVAL(LIGNE-INSCRIPTION(5:4))
               EXIT PARAGRAPH
           END-IF.
           IF LIGNE-INSCRIPTION = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NB-LIGNES-DONNEES = NB-LIGNES-DONNEES + 1.
           PERFORM DECOUPER-LIGNE.
           PERFORM VALIDER-LIGNE.
           IF MOTIF-COURANT = SPACES
               PERFORM CREER-DOSSIER
           END-IF.
           IF MOTIF-COURANT = SPACES
               PERFORM ECRIRE-FICHIERS-DEPART
           ELSE
               MOVE "REJETE" TO STATUT-COURANT
               COMPUTE NB-REJETES = NB-REJETES + 1
               DISPLAY "Inscrit rejete (" MOTIF-COURANT ") : "
               LIGNE-INSCRIPTION(1:30)
           END-IF.
           PERFORM ECRIRE-LIGNE-LISTING.
           EXIT.

       DECOUPER-LIGNE.
           MOVE SPACES TO ZONE-INE.
           MOVE SPACES TO ZONE-NOM.
           MOVE SPACES TO ZONE-NAISSANCE.
           UNSTRING LIGNE-INSCRIPTION DELIMITED BY ";"
               INTO ZONE-INE ZONE-NOM ZONE-NAISSANCE
           END-UNSTRING.
           MOVE 0 TO INE-LU.
           MOVE ZONE-NOM TO NOM-LU.
           MOVE 0 TO NAISSANCE-LUE.
           EXIT.

       VALIDER-LIGNE.
      *----- Chaque rejet porte le premier motif rencontre : INE
      *      absent, nom vide, date de naissance invalide, INE en
      *      double dans l'extrait ou encore inscrit dans une autre
      *      cohorte ouverte sans dossier de redoublement
           MOVE SPACES TO MOTIF-COURANT.
           MOVE 0 TO REDOUBLANT-COURANT.
           IF ZONE-INE = SPACES
           OR FUNCTION NUMVAL(ZONE-INE) = 0
               MOVE "INE ABSENT OU NON NUMERIQUE" TO MOTIF-COURANT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE INE-LU = FUNCTION NUMVAL(ZONE-INE).
           IF NOM-LU = SPACES
               MOVE "NOM ABSENT" TO MOTIF-COURANT
               EXIT PARAGRAPH
           END-IF.
           IF ZONE-NAISSANCE(1:8) IS NOT NUMERIC
               MOVE "DATE DE NAISSANCE NON NUMERIQUE" TO MOTIF-COURANT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZONE-NAISSANCE(1:8) TO NAISSANCE-LUE.
           COMPUTE JOURS-NAISSANCE =
               FUNCTION INTEGER-OF-DATE(NAISSANCE-LUE).
           IF JOURS-NAISSANCE = 0 OR NAISSANCE-LUE >= DATE-DU-JOUR
               MOVE "DATE DE NAISSANCE INVALIDE" TO MOTIF-COURANT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IDX-TROUVE.
           PERFORM VARYING IDX-TABLE FROM 1 BY 1
               UNTIL IDX-TABLE > NB-DEJA-LUS OR IDX-TROUVE > 0
               IF INE-DEJA-LU(IDX-TABLE) = INE-LU
                   MOVE IDX-TABLE TO IDX-TROUVE
               END-IF
           END-PERFORM.
           IF IDX-TROUVE > 0
               MOVE "INE EN DOUBLE DANS L'EXTRAIT" TO MOTIF-COURANT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IDX-TROUVE.
           PERFORM VARYING IDX-TABLE FROM 1 BY 1
               UNTIL IDX-TABLE > NB-AUTRES OR IDX-TROUVE > 0
               IF INE-AUTRE(IDX-TABLE) = INE-LU
                   MOVE IDX-TABLE TO IDX-TROUVE
               END-IF
           END-PERFORM.
           IF IDX-TROUVE > 0
               PERFORM CHERCHER-DOSSIER-REDOUBLANT
               IF REDOUBLANT-COURANT = 0
                   STRING "DEJA INSCRIT COHORTE "
                       COHORTE-AUTRE(IDX-TROUVE)
                       DELIMITED BY SIZE INTO MOTIF-COURANT
               END-IF
           END-IF.
           EXIT.

       CHERCHER-DOSSIER-REDOUBLANT.
      *----- L'ajourne dont les acquis ont ete capitalises a deja son
      *      dossier dans la cohorte de la rentree : il est admis
      *      comme redoublant au lieu d'etre rejete
           MOVE COHORTE-TRAITEE TO COHORTE-REG.
           MOVE INE-LU TO INE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO REDOUBLANT-COURANT
           END-READ.
           EXIT.

       CREER-DOSSIER.
      *----- Dossier neuf de la cohorte : seuls la cle et le nom sont
      *      poses, l'age, le stage et la validation restent a la
      *      charge de TP2, TP3 et TP4 ; un dossier deja cree par une
      *      rentree precedente est garde tel quel
           IF NB-DEJA-LUS < 2000
               COMPUTE NB-DEJA-LUS = NB-DEJA-LUS + 1
               MOVE INE-LU TO INE-DEJA-LU(NB-DEJA-LUS)
           END-IF.
           MOVE COHORTE-TRAITEE TO COHORTE-REG.
           MOVE INE-LU TO INE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY
                   INITIALIZE ENR-REGISTRE
                   MOVE COHORTE-TRAITEE TO COHORTE-REG
                   MOVE INE-LU TO INE-REG
                   MOVE NOM-LU TO NOM-REG
                   WRITE ENR-REGISTRE
                       INVALID KEY
                           MOVE "ECRITURE REGISTRE IMPOSSIBLE"
                               TO MOTIF-COURANT
                       NOT INVALID KEY
                           MOVE "CREE" TO STATUT-COURANT
                           COMPUTE NB-CREES = NB-CREES + 1
                           MOVE ENR-REGISTRE TO APRES-DOSSIER-HIST
                           PERFORM ECRIRE-REGHIST
                   END-WRITE
               NOT INVALID KEY
                   MOVE "EXISTANT" TO STATUT-COURANT
                   COMPUTE NB-EXISTANTS = NB-EXISTANTS + 1
                   IF REDOUBLANT-COURANT = 1
                       MOVE "REDOUBLANT" TO STATUT-COURANT
                       COMPUTE NB-REDOUBLANTS = NB-REDOUBLANTS + 1
                   END-IF
           END-READ.
           EXIT.

       ECRIRE-FICHIERS-DEPART.
      *----- Meme population dans les quatre fichiers de depart : une
      *      ligne par dossier cree ou deja present, notes et voeux a
      *      zero
           MOVE INE-LU TO INE-ROSTER.
           MOVE NAISSANCE-LUE TO DATE-NAISS-ROSTER.
           WRITE ENR-ROSTER END-WRITE.
           MOVE SPACES TO ENR-ETU.
           MOVE INE-LU TO INE-ETU-STA.
           MOVE NOM-LU TO NOM-ETU-STA.
           MOVE 0 TO NOTE-STAGE.
           WRITE ENR-ETU END-WRITE.
           MOVE SPACES TO ENR-VOEU.
           MOVE INE-LU TO INE-VOEU.
           MOVE 0 TO SIRET-VOEU-1.
           MOVE 0 TO SIRET-VOEU-2.
           MOVE 0 TO SIRET-VOEU-3.
           WRITE ENR-VOEU END-WRITE.
           MOVE INE-LU TO INE-ETU.
           MOVE NOM-LU TO NOM-ETU.
           MOVE 0 TO MOYS4-ETU.
           MOVE 0 TO MOYS3-ETU.
           MOVE 0 TO COMP-ETU.
           MOVE 0 TO UA-ETU.
           WRITE E-ETU
               INVALID KEY DISPLAY "fetud.dat.dat : ecriture de l'INE "
               INE-LU " impossible, statut " FS-FETUD
           END-WRITE.
           EXIT.

       ECRIRE-LIGNE-LISTING.
           MOVE INE-LU TO INE-LISTING.
           MOVE NOM-LU TO NOM-LISTING.
           MOVE NAISSANCE-LUE TO NAISSANCE-LISTING.
           MOVE STATUT-COURANT TO STATUT-LISTING.
           MOVE MOTIF-COURANT TO MOTIF-LISTING.
           WRITE LIGNE-LISTING FROM LIGNE-DETAIL-RENTREE END-WRITE.
           EXIT.

       EDITER-COMPTES.
           MOVE ALL "=" TO LIGNE-LISTING.
           WRITE LIGNE-LISTING END-WRITE.
           MOVE "Inscrits lus dans l'extrait :" TO LIBELLE-COMPTE.
           MOVE NB-LIGNES-DONNEES TO VALEUR-COMPTE.
           WRITE LIGNE-LISTING FROM LIGNE-COMPTE-RENTREE END-WRITE.
           MOVE "Dossiers crees au registre :" TO LIBELLE-COMPTE.
           MOVE NB-CREES TO VALEUR-COMPTE.
           WRITE LIGNE-LISTING FROM LIGNE-COMPTE-RENTREE END-WRITE.
           MOVE "Dossiers deja presents :" TO LIBELLE-COMPTE.
           MOVE NB-EXISTANTS TO VALEUR-COMPTE.
           WRITE LIGNE-LISTING FROM LIGNE-COMPTE-RENTREE END-WRITE.
           MOVE "dont redoublants (acquis capitalises) :"
               TO LIBELLE-COMPTE.
           MOVE NB-REDOUBLANTS TO VALEUR-COMPTE.
           WRITE LIGNE-LISTING FROM LIGNE-COMPTE-RENTREE END-WRITE.
           MOVE "Lignes des fichiers de depart :" TO LIBELLE-COMPTE.
           COMPUTE VALEUR-COMPTE = NB-CREES + NB-EXISTANTS.
           WRITE LIGNE-LISTING FROM LIGNE-COMPTE-RENTREE END-WRITE.
           MOVE "Inscrits rejetes :" TO LIBELLE-COMPTE.
           MOVE NB-REJETES TO VALEUR-COMPTE.
           WRITE LIGNE-LISTING FROM LIGNE-COMPTE-RENTREE END-WRITE.
           EXIT.

       CONTROLER-COMPTE.
      *----- Meme controle de transfert que l'import : le compte de
      *      la ligne FIN doit egaler les lignes de donnees lues
           IF TRAILER-VU = 0
               DISPLAY "Attention : ligne FIN absente, transfert"
               " incomplet ou tronque"
               EXIT PARAGRAPH
           END-IF.
           IF COMPTE-ANNONCE = NB-LIGNES-DONNEES
               DISPLAY "Controle FIN conforme : " NB-LIGNES-DONNEES
               " ligne(s) annoncee(s) et lue(s)"
           ELSE
               DISPLAY "Attention : la ligne FIN annonce "
               COMPTE-ANNONCE " ligne(s) mais " NB-LIGNES-DONNEES
               " lue(s), transfert a verifier"
           END-IF.
           EXIT.

       ECRIRE-REGHIST.
      *----- Image apres du dossier cree vers l'historique commun du
      *      registre, relu par le programme REGHIST
           ACCEPT HEURE-SYSTEME FROM TIME.
           OPEN EXTEND FIC-REGHIST.
           IF FS-REGHIST = "35"
               OPEN OUTPUT FIC-REGHIST
           END-IF.
           MOVE SPACES TO ENR-REGHIST.
           MOVE DATE-DU-JOUR TO DATE-HIST.
           MOVE HEURE-COURANTE TO HEURE-HIST.
           MOVE "RENTREE" TO PROG-HIST.
           MOVE "CREATION" TO OPERATION-HIST.
           MOVE INE-REG TO INE-HIST.
           MOVE SPACES TO AVANT-HIST.
           MOVE APRES-DOSSIER-HIST TO APRES-HIST.
      *----- Traitement de lot sans session : son nom tient lieu
      *      d'operateur
           MOVE "RENTREE" TO OPERATEUR-HIST.
           WRITE ENR-REGHIST END-WRITE.
           CLOSE FIC-REGHIST.
           EXIT.
