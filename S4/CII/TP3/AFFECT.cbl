           LINE SEQUENTIAL
           FILE STATUS IS FS-VOEUX.

      *----- Resultats de S3 de TP4 : la moyenne et le nombre d'UA
      *      echouees classent les candidats avant la premiere passe
           SELECT FETUD ASSIGN TO "../TP4/fetud.dat.dat" ORGANIZATION IS
           INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-ETU
           ALTERNATE RECORD IS MOYS4-ETU DUPLICATES
           ALTERNATE RECORD IS UA-ETU DUPLICATES
           FILE STATUS IS FS-FETUD.

      *----- Voeux classes par ordre de merite : moyenne de S3
      *      decroissante puis UA echouees croissantes, l'ordre de
      *      voeux.dat departageant les ex aequo
           SELECT FIC-CLASSE ASSIGN TO "voeuxm.tmp" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS FS-CLASSE.

           SELECT WORK-CLASSE ASSIGN TO "WCLA.tmp".

      *----- Voeux encore insatisfaits entre deux passes : la passe k
      *      examine le voeu de rang k et repousse le reste, dans
      *      l'ordre de merite herite du classement
           SELECT FIC-RESTE-A ASSIGN TO "voeuxa.tmp" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS FS-RESTE-A.
      *----- Le fstages.dat propre remis a TP3 : ENT, CP et VILLE
      *      recopies de la fiche du referentiel, jamais ressaisis
           SELECT FIC-STA ASSIGN TO "fstages.dat" ORGANIZATION IS
           RECORD SEQUENTIAL
           FILE STATUS IS FS-STA.

      *----- Stagiaires dont le stage a ete rompu (RUPTURE), avec
      *      leurs voeux restants au dessin de voeux.dat : seuls
      *      candidats d'une reaffectation, le fichier est vide apres
           SELECT FIC-REAFFECT ASSIGN TO "reaffect.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REAFFECT.

      *----- Etudiants pour le nom du stagiaire, rapproches par INE
           SELECT FIC-ETU ASSIGN TO "FETU.dat" ORGANIZATION IS LINE
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLACES.

      *----- Chaque voeu tente, avec son issue, au fil des passes ;
      *      trie ensuite par rang de merite pour la justification
           SELECT FIC-EVT ASSIGN TO "justif.tmp" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

           SELECT WORK-JUSTIF ASSIGN TO "WJUS.tmp".

      *----- Justification imprimable des placements : par etudiant
      *      dans l'ordre de merite, chaque voeu tente et son motif
           SELECT FIC-JUSTIF ASSIGN TO "justif.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS FS-JUSTIF.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-VOEUX.
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

      *----- Un candidat classe : sa moyenne de S3 et ses UA
      *      echouees (99 si l'INE est absent de fetud.dat.dat), puis
      *      l'enregistrement de voeux.dat tel quel
       FD FIC-CLASSE.
       01 ENR-CLASSE.
           02 MOYS3-CLA PIC 99V99.
           02 UA-CLA PIC 99.
           02 S3-CONNU-CLA PIC X.
           02 NOM-CLA PIC X(10).
           02 VOEU-CLA PIC X(19).

       SD WORK-CLASSE.
       01 ENR-CLASSE-TRI.
           02 MOYS3-CLA-TRI PIC 99V99.
           02 UA-CLA-TRI PIC 99.
           02 S3-CONNU-CLA-TRI PIC X.
           02 NOM-CLA-TRI PIC X(10).
           02 VOEU-CLA-TRI PIC X(19).

      *----- Meme dessin que CANDIDAT-COURANT : rang de merite puis
      *      candidat classe
       FD FIC-RESTE-A.
       01 ENR-RESTE-A PIC X(40).

       FD FIC-RESTE-B.
       01 ENR-RESTE-B PIC X(40).

       FD FIC-AFFECT.
       01 ENR-AFFECT.
           02 ETU PIC X(10).
           02 INE-STA PIC 9(4).

       FD FIC-REAFFECT.
       01 ENR-REAFFECT PIC X(19).

      *----- Enregistrement des Etudiants
       FD FIC-ETU.
       01 ENR-ETU.
           02 NOTE-STAGE PIC 99V99.

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

       FD FIC-NONPLACE.
       01 ENR-NONPLACE.
       01 ENR-PLACE-OCCUPEE.
           02 SIRET-OCCUPE PIC 9(4).

      *----- Un voeu tente : ISSUE-EVT R retenu, C capacite atteinte,
      *      I SIRET inconnu, A pas de voeu a ce rang ; N (rang de
      *      voeu 4) marque l'etudiant reste non place
       FD FIC-EVT.
       01 ENR-EVT.
           02 RANG-EVT PIC 9(4).
           02 RANG-VOEU-EVT PIC 9.
           02 INE-EVT PIC 9(4).
           02 NOM-EVT PIC X(10).
           02 MOYS3-EVT PIC 99V99.
           02 UA-EVT PIC 99.
           02 S3-CONNU-EVT PIC X.
           02 SIRET-EVT PIC 9(4).
           02 ENT-EVT PIC X(10).
           02 ISSUE-EVT PIC X.
           02 OCCUPES-EVT PIC 99.
           02 CAPACITE-EVT PIC 99.

       SD WORK-JUSTIF.
       01 ENR-EVT-TRI.
           02 RANG-EVT-TRI PIC 9(4).
           02 RANG-VOEU-EVT-TRI PIC 9.
           02 INE-EVT-TRI PIC 9(4).
           02 NOM-EVT-TRI PIC X(10).
           02 MOYS3-EVT-TRI PIC 99V99.
           02 UA-EVT-TRI PIC 99.
           02 S3-CONNU-EVT-TRI PIC X.
           02 SIRET-EVT-TRI PIC 9(4).
           02 ENT-EVT-TRI PIC X(10).
           02 ISSUE-EVT-TRI PIC X.
           02 OCCUPES-EVT-TRI PIC 99.
           02 CAPACITE-EVT-TRI PIC 99.

       FD FIC-JUSTIF.
       01 LIGNE-JUSTIF PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-VOEUX PIC XX.
       77 FS-RESTE-A PIC XX.
       77 EOF-PLACES PIC 9 VALUE 0.
       77 SIRET-VALIDE PIC 9.
       77 NB-OCCUPES PIC 99.
      *----- Classement de merite et justification des placements
       77 FS-FETUD PIC XX.
       77 FETUD-OUVERT PIC 9 VALUE 0.
       77 FS-CLASSE PIC XX.
       77 FS-EVT PIC XX.
       77 FS-JUSTIF PIC XX.
       77 EOF-TRI PIC 9 VALUE 0.
       77 NB-S3-INCONNUS PIC 9(4) VALUE 0.
       77 RANG-PRECEDENT PIC 9(4).
      *----- Reaffectation apres rupture (MODE-AFFECT a 2) : les
      *      stages restants de fstages.dat sont repris tels quels et
      *      comptent dans l'occupation des entreprises
       77 MODE-AFFECT PIC 9.
       77 FS-STA PIC XX.
       77 FS-REAFFECT PIC XX.
       77 EOF-STA PIC 9 VALUE 0.
       77 NB-STAGES-REPRIS PIC 9(4) VALUE 0.
       01 CANDIDAT-COURANT.
           02 RANG-CAND PIC 9(4).
           02 MOYS3-CAND PIC 99V99.
           02 UA-CAND PIC 99.
           02 S3-CONNU-CAND PIC X.
           02 NOM-CAND PIC X(10).
           02 VOEU-CAND PIC X(19).
       01 LIGNE-TITRE-JUSTIF.
           02 FILLER PIC X(33)
               VALUE "JUSTIFICATION DES AFFECTATIONS - ".
           02 DATE-TITRE-JUSTIF PIC 9(8).
           02 FILLER PIC X(31) VALUE SPACES.
       01 LIGNE-TITRE-REAF.
           02 FILLER PIC X(36)
               VALUE "JUSTIFICATION DES REAFFECTATIONS - ".
           02 DATE-TITRE-REAF PIC 9(8).
           02 FILLER PIC X(28) VALUE SPACES.
       01 LIGNE-CAND-JUSTIF.
           02 FILLER PIC X(5) VALUE "Rang ".
           02 RANG-JUSTIF PIC ZZZ9.
           02 FILLER PIC X(6) VALUE "  INE ".
           02 INE-JUSTIF PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NOM-JUSTIF PIC X(10).
           02 FILLER PIC X(13) VALUE "  moyenne S3 ".
           02 MOYS3-JUSTIF PIC Z9.99.
           02 FILLER PIC X(5) VALUE "  UA ".
           02 UA-JUSTIF PIC Z9.
           02 S3-JUSTIF PIC X(17).
       01 LIGNE-VOEU-JUSTIF.
           02 FILLER PIC X(7) VALUE "  Voeu ".
           02 RANG-VOEU-JUSTIF PIC 9.
           02 FILLER PIC X(9) VALUE " : SIRET ".
           02 SIRET-JUSTIF PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ENT-JUSTIF PIC X(10).
           02 FILLER PIC X(4) VALUE " -> ".
           02 MOTIF-JUSTIF PIC X(36).

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Affectation des stages-------".
           DISPLAY "Campagne complete (1) ou reaffectation des stages"
           " rompus (2) : ".
           ACCEPT MODE-AFFECT.
           IF MODE-AFFECT NOT = 2
               MOVE 1 TO MODE-AFFECT
           END-IF.
           OPEN INPUT FIC-ENTREF.
           IF FS-ENTREF NOT = "00"
               DISPLAY "FENTREF.dat indisponible, statut " FS-ENTREF
           END-IF.
           OPEN OUTPUT FIC-PLACES.
           CLOSE FIC-PLACES.
           PERFORM CLASSER-CANDIDATS.
           OPEN OUTPUT FIC-AFFECT.
           IF MODE-AFFECT = 2
               PERFORM REPRENDRE-STAGES-EN-COURS
               OPEN EXTEND FIC-NONPLACE
               IF FS-NONPLACE = "35"
                   OPEN OUTPUT FIC-NONPLACE
               END-IF
           ELSE
               OPEN OUTPUT FIC-NONPLACE
           END-IF.
           OPEN OUTPUT FIC-EVT.
      *----- Trois passes, une par rang de voeu : le premier voeu de
      *      chacun est servi avant tout second voeu, dans l'ordre de
      *      merite de S3, jusqu'a la capacite declaree de la fiche
           MOVE 1 TO RANG-PASSE.
           PERFORM PASSE-VOEUX-1.
           MOVE 2 TO RANG-PASSE.
           PERFORM PASSE-VOEUX-3.
           CLOSE FIC-AFFECT.
           CLOSE FIC-NONPLACE.
           CLOSE FIC-EVT.
           CLOSE FIC-ENTREF.
           PERFORM TRIER-AFFECTATIONS.
           PERFORM EDITER-JUSTIFICATION.
      *----- Les stagiaires replaces ou passes en non places ne sont
      *      pas repris par une reaffectation suivante
           IF MODE-AFFECT = 2
               OPEN OUTPUT FIC-REAFFECT
               CLOSE FIC-REAFFECT
           END-IF.
           DISPLAY "---------------".
           IF MODE-AFFECT = 2
               DISPLAY "Stages en cours repris : " NB-STAGES-REPRIS
           END-IF.
           DISPLAY "Voeux lus : " NB-VOEUX-LUS.
           DISPLAY "Etudiants places : " NB-PLACES.
           DISPLAY "Etudiants non places : " NB-NON-PLACES.
           DISPLAY "Voeux sur SIRET inconnu : " NB-SIRET-INCONNUS.
           DISPLAY "Candidats sans resultat de S3 (classes en fin) : "
           NB-S3-INCONNUS.
           DISPLAY "Justification des placements dans justif.dat".
           DISPLAY "fstages.dat reconstruit, groupes par SIRET".
           STOP RUN.

       CLASSER-CANDIDATS.
      *----- Classe voeux.dat par merite de S3 avant la premiere
      *      passe ; les copies A et B gardent ensuite cet ordre, si
      *      bien que chaque passe sert les candidats dans le meme rang
           SORT WORK-CLASSE
               ON DESCENDING KEY MOYS3-CLA-TRI
               ON ASCENDING KEY UA-CLA-TRI
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIRE-VOEUX-A-CLASSER
               GIVING FIC-CLASSE.
           EXIT.

       LIRE-VOEUX-A-CLASSER.
      *----- Un candidat absent de fetud.dat.dat passe apres tous les
      *      autres (moyenne 0, 99 UA), sans etre ecarte
           MOVE 0 TO EOF-VOEUX.
           PERFORM OUVRIR-CANDIDATS.
           IF EOF-VOEUX = 1
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FETUD.
           IF FS-FETUD = "00"
               MOVE 1 TO FETUD-OUVERT
           ELSE
               DISPLAY "fetud.dat.dat indisponible, statut " FS-FETUD
               ", candidats pris dans l'ordre de voeux.dat"
           END-IF.
           PERFORM LIRE-CANDIDAT.
           PERFORM UNTIL EOF-VOEUX = 1
               MOVE 0 TO MOYS3-CLA-TRI
               MOVE 99 TO UA-CLA-TRI
               MOVE "N" TO S3-CONNU-CLA-TRI
               MOVE SPACES TO NOM-CLA-TRI
               IF FETUD-OUVERT = 1
                   MOVE INE-VOEU TO INE-ETU
                   READ FETUD KEY IS INE-ETU
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE MOYS3-ETU TO MOYS3-CLA-TRI
                           MOVE UA-ETU TO UA-CLA-TRI
                           MOVE "O" TO S3-CONNU-CLA-TRI
                           MOVE NOM-ETU TO NOM-CLA-TRI
                   END-READ
               END-IF
               IF S3-CONNU-CLA-TRI = "N"
                   COMPUTE NB-S3-INCONNUS = NB-S3-INCONNUS + 1
               END-IF
               MOVE ENR-VOEU TO VOEU-CLA-TRI
               RELEASE ENR-CLASSE-TRI
               PERFORM LIRE-CANDIDAT
           END-PERFORM.
           IF MODE-AFFECT = 2
               CLOSE FIC-REAFFECT
           ELSE
               CLOSE FIC-VOEUX
           END-IF.
           IF FETUD-OUVERT = 1
               CLOSE FETUD
           END-IF.
           EXIT.

       OUVRIR-CANDIDATS.
      *----- voeux.dat pour une campagne complete, reaffect.dat pour
      *      une reaffectation ; EOF-VOEUX a 1 si rien n'est lisible
           IF MODE-AFFECT = 2
               OPEN INPUT FIC-REAFFECT
               IF FS-REAFFECT NOT = "00"
                   DISPLAY "reaffect.dat introuvable ou illisible, "
                   "statut " FS-REAFFECT ", aucun stagiaire a replacer"
                   MOVE 1 TO EOF-VOEUX
               END-IF
           ELSE
               OPEN INPUT FIC-VOEUX
               IF FS-VOEUX NOT = "00"
                   DISPLAY "voeux.dat introuvable ou illisible, statut "
                   FS-VOEUX ", aucune affectation"
                   MOVE 1 TO EOF-VOEUX
               END-IF
           END-IF.
           EXIT.

       LIRE-CANDIDAT.
      *----- Le candidat lu est toujours livre dans ENR-VOEU
           IF MODE-AFFECT = 2
               READ FIC-REAFFECT
                   AT END MOVE 1 TO EOF-VOEUX
                   NOT AT END MOVE ENR-REAFFECT TO ENR-VOEU
               END-READ
           ELSE
               READ FIC-VOEUX AT END MOVE 1 TO EOF-VOEUX END-READ
           END-IF.
           EXIT.

       REPRENDRE-STAGES-EN-COURS.
      *----- Les stages restants de fstages.dat repartent dans
      *      affect.tmp pour etre relivres avec les nouveaux placements
      *      et occupent chacun une place de leur entreprise ; un stage
      *      rompu en a ete retire, sa place est donc libre
           MOVE 0 TO EOF-STA.
           OPEN INPUT FIC-STA.
           IF FS-STA NOT = "00"
               DISPLAY "fstages.dat introuvable, aucun stage en cours"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FIC-PLACES.
           READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ.
           PERFORM UNTIL EOF-STA = 1
               MOVE ENR-STA TO ENR-AFFECT
               WRITE ENR-AFFECT END-WRITE
               MOVE SIRET TO SIRET-OCCUPE
               WRITE ENR-PLACE-OCCUPEE END-WRITE
               COMPUTE NB-STAGES-REPRIS = NB-STAGES-REPRIS + 1
               READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ
           END-PERFORM.
           CLOSE FIC-PLACES.
           CLOSE FIC-STA.
           EXIT.

       PASSE-VOEUX-1.
      *----- Premier rang : les voeux classes en entree, le rang de
      *      merite est pose a la lecture ; les insatisfaits partent
      *      dans la copie A pour la passe suivante
           MOVE 0 TO EOF-VOEUX.
           OPEN INPUT FIC-CLASSE.
           OPEN OUTPUT FIC-RESTE-A.
           IF FS-CLASSE NOT = "00"
               CLOSE FIC-RESTE-A
               EXIT PARAGRAPH
           END-IF.
           READ FIC-CLASSE AT END MOVE 1 TO EOF-VOEUX END-READ.
           PERFORM UNTIL EOF-VOEUX = 1
               COMPUTE NB-VOEUX-LUS = NB-VOEUX-LUS + 1
               MOVE NB-VOEUX-LUS TO RANG-CAND
               MOVE MOYS3-CLA TO MOYS3-CAND
               MOVE UA-CLA TO UA-CAND
               MOVE S3-CONNU-CLA TO S3-CONNU-CAND
               MOVE NOM-CLA TO NOM-CAND
               MOVE VOEU-CLA TO VOEU-CAND
               MOVE VOEU-CAND TO ENR-VOEU
               PERFORM TENTER-VOEU-DU-RANG
               IF ETUDIANT-PLACE = 0
                   MOVE CANDIDAT-COURANT TO ENR-RESTE-A
                   WRITE ENR-RESTE-A END-WRITE
               END-IF
               READ FIC-CLASSE AT END MOVE 1 TO EOF-VOEUX END-READ
           END-PERFORM.
           CLOSE FIC-CLASSE.
           CLOSE FIC-RESTE-A.
           EXIT.

           OPEN OUTPUT FIC-RESTE-B.
           READ FIC-RESTE-A AT END MOVE 1 TO EOF-VOEUX END-READ.
           PERFORM UNTIL EOF-VOEUX = 1
               MOVE ENR-RESTE-A TO CANDIDAT-COURANT
               MOVE VOEU-CAND TO ENR-VOEU
               PERFORM TENTER-VOEU-DU-RANG
               IF ETUDIANT-PLACE = 0
                   MOVE CANDIDAT-COURANT TO ENR-RESTE-B
                   WRITE ENR-RESTE-B END-WRITE
               END-IF
               READ FIC-RESTE-A AT END MOVE 1 TO EOF-VOEUX END-READ
           OPEN INPUT FIC-RESTE-B.
           READ FIC-RESTE-B AT END MOVE 1 TO EOF-VOEUX END-READ.
           PERFORM UNTIL EOF-VOEUX = 1
               MOVE ENR-RESTE-B TO CANDIDAT-COURANT
               MOVE VOEU-CAND TO ENR-VOEU
               PERFORM TENTER-VOEU-DU-RANG
               IF ETUDIANT-PLACE = 0
                   PERFORM ECRIRE-NON-PLACE
       TENTER-VOEU-DU-RANG.
      *----- Tente le voeu du rang de la passe courante : SIRET lu a
      *      cle dans le referentiel et capacite de la fiche non
      *      atteinte, sinon l'etudiant repart pour la passe suivante ;
      *      l'issue de chaque tentative est notee pour la
      *      justification
           MOVE 0 TO ETUDIANT-PLACE.
           EVALUATE RANG-PASSE
               WHEN 1 MOVE SIRET-VOEU-1 TO SIRET-CHOISI
               WHEN 2 MOVE SIRET-VOEU-2 TO SIRET-CHOISI
               WHEN OTHER MOVE SIRET-VOEU-3 TO SIRET-CHOISI
           END-EVALUATE.
           MOVE SPACES TO ENTREP-REF.
           MOVE 0 TO NB-OCCUPES.
           MOVE 0 TO CAPACITE-REF.
           IF SIRET-CHOISI = 0
               MOVE "A" TO ISSUE-EVT
               PERFORM NOTER-TENTATIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SIRET-VALIDE.
               DISPLAY "Voeu " RANG-PASSE " de l'INE " INE-VOEU
               " : SIRET " SIRET-CHOISI " inconnu du referentiel"
               COMPUTE NB-SIRET-INCONNUS = NB-SIRET-INCONNUS + 1
               MOVE SPACES TO ENTREP-REF
               MOVE 0 TO CAPACITE-REF
               MOVE "I" TO ISSUE-EVT
               PERFORM NOTER-TENTATIVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPTER-PLACES-OCCUPEES.
           IF NB-OCCUPES >= CAPACITE-REF
               MOVE "C" TO ISSUE-EVT
               PERFORM NOTER-TENTATIVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOTER-PLACE-OCCUPEE.
           PERFORM ECRIRE-AFFECTATION.
           MOVE 1 TO ETUDIANT-PLACE.
           COMPUTE NB-PLACES = NB-PLACES + 1.
           MOVE "R" TO ISSUE-EVT.
           PERFORM NOTER-TENTATIVE.
           EXIT.

       NOTER-TENTATIVE.
      *----- ISSUE-EVT est pose par l'appelant, le reste vient du
      *      candidat courant et de la fiche lue au referentiel
           MOVE RANG-CAND TO RANG-EVT.
           IF ISSUE-EVT = "N"
               MOVE 4 TO RANG-VOEU-EVT
           ELSE
               MOVE RANG-PASSE TO RANG-VOEU-EVT
           END-IF.
           MOVE INE-VOEU TO INE-EVT.
           MOVE NOM-CAND TO NOM-EVT.
           MOVE MOYS3-CAND TO MOYS3-EVT.
           MOVE UA-CAND TO UA-EVT.
           MOVE S3-CONNU-CAND TO S3-CONNU-EVT.
           MOVE SIRET-CHOISI TO SIRET-EVT.
           MOVE ENTREP-REF TO ENT-EVT.
           MOVE NB-OCCUPES TO OCCUPES-EVT.
           MOVE CAPACITE-REF TO CAPACITE-EVT.
           WRITE ENR-EVT END-WRITE.
           EXIT.

       COMPTER-PLACES-OCCUPEES.
           MOVE INE-VOEU TO INE-NONPLACE.
           MOVE "AUCUN VOEU SATISFAIT" TO MOTIF-NONPLACE.
           WRITE ENR-NONPLACE END-WRITE.
           MOVE 0 TO SIRET-CHOISI.
           MOVE SPACES TO ENTREP-REF.
           MOVE 0 TO NB-OCCUPES.
           MOVE 0 TO CAPACITE-REF.
           MOVE "N" TO ISSUE-EVT.
           PERFORM NOTER-TENTATIVE.
           DISPLAY "INE " INE-VOEU " non place, a traiter a la main".
           EXIT.

               USING FIC-AFFECT
               GIVING FIC-STA.
           EXIT.

       EDITER-JUSTIFICATION.
      *----- Tentatives triees par rang de merite puis rang de voeu :
      *      de quoi repondre a chaque reclamation sur un placement
           SORT WORK-JUSTIF
               ON ASCENDING KEY RANG-EVT-TRI
               ON ASCENDING KEY RANG-VOEU-EVT-TRI
               USING FIC-EVT
               OUTPUT PROCEDURE IS EDITER-JUSTIFICATION-TRIEE.
           EXIT.

       EDITER-JUSTIFICATION-TRIEE.
      *----- Une reaffectation s'ajoute a la justification de la
      *      campagne, sous son propre titre, sans l'effacer
           MOVE 0 TO RANG-PRECEDENT.
           IF MODE-AFFECT = 2
               OPEN EXTEND FIC-JUSTIF
               IF FS-JUSTIF = "35"
                   OPEN OUTPUT FIC-JUSTIF
               END-IF
               MOVE DATE-DU-JOUR TO DATE-TITRE-REAF
               WRITE LIGNE-JUSTIF FROM LIGNE-TITRE-REAF END-WRITE
           ELSE
               OPEN OUTPUT FIC-JUSTIF
               MOVE DATE-DU-JOUR TO DATE-TITRE-JUSTIF
               WRITE LIGNE-JUSTIF FROM LIGNE-TITRE-JUSTIF END-WRITE
           END-IF.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-JUSTIF AT END MOVE 1 TO EOF-TRI.
           PERFORM UNTIL EOF-TRI = 1
               IF RANG-EVT-TRI NOT = RANG-PRECEDENT
                   PERFORM EDITER-CANDIDAT-JUSTIF
               END-IF
               PERFORM EDITER-TENTATIVE-JUSTIF
               RETURN WORK-JUSTIF AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           CLOSE FIC-JUSTIF.
           EXIT.

       EDITER-CANDIDAT-JUSTIF.
           MOVE RANG-EVT-TRI TO RANG-PRECEDENT.
           MOVE ALL "-" TO LIGNE-JUSTIF.
           WRITE LIGNE-JUSTIF END-WRITE.
           MOVE RANG-EVT-TRI TO RANG-JUSTIF.
           MOVE INE-EVT-TRI TO INE-JUSTIF.
           MOVE NOM-EVT-TRI TO NOM-JUSTIF.
           MOVE MOYS3-EVT-TRI TO MOYS3-JUSTIF.
           MOVE UA-EVT-TRI TO UA-JUSTIF.
           IF S3-CONNU-EVT-TRI = "O"
               MOVE SPACES TO S3-JUSTIF
           ELSE
               MOVE "  S3 INCONNU" TO S3-JUSTIF
           END-IF.
           WRITE LIGNE-JUSTIF FROM LIGNE-CAND-JUSTIF END-WRITE.
           EXIT.

       EDITER-TENTATIVE-JUSTIF.
           IF ISSUE-EVT-TRI = "N"
               MOVE "  -> NON PLACE, a traiter a la main (nonplace.dat)"
                   TO LIGNE-JUSTIF
               WRITE LIGNE-JUSTIF END-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE RANG-VOEU-EVT-TRI TO RANG-VOEU-JUSTIF.
           MOVE SIRET-EVT-TRI TO SIRET-JUSTIF.
           MOVE ENT-EVT-TRI TO ENT-JUSTIF.
           MOVE SPACES TO MOTIF-JUSTIF.
           EVALUATE ISSUE-EVT-TRI
               WHEN "R" MOVE "RETENU" TO MOTIF-JUSTIF
               WHEN "C"
                   STRING "REFUSE, CAPACITE ATTEINTE ("
                       OCCUPES-EVT-TRI "/" CAPACITE-EVT-TRI ")"
                       DELIMITED BY SIZE INTO MOTIF-JUSTIF
               WHEN "I"
                   MOVE "REFUSE, SIRET INCONNU DU REFERENTIEL"
                       TO MOTIF-JUSTIF
               WHEN OTHER
                   MOVE "PAS DE VOEU A CE RANG" TO MOTIF-JUSTIF
           END-EVALUATE.
           WRITE LIGNE-JUSTIF FROM LIGNE-VOEU-JUSTIF END-WRITE.
           EXIT.
