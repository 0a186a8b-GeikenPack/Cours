       IDENTIFICATION DIVISION.
       program-id. servens.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Meme planning que le planificateur : un bloc par groupe,
      *      entete puis une ligne de creneaux par semaine
           SELECT FIC-PLANNING ASSIGN TO "planning.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS fsPlanning.

      *----- Jours fermes par semaine, retires des creneaux comme
      *      dans la planification
           SELECT FIC-CALENDRIER ASSIGN TO "calendr.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS fsCalendrier.

      *----- Affectation des enseignants aux groupes, tenue a la main
      *      comme planning.dat : une ligne par enseignant et par
      *      groupe, avec sa part des creneaux du groupe et son
      *      service statutaire du semestre
           SELECT FIC-ENSEIGNANT ASSIGN TO "enseign.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS fsEnseignant.

      *----- Etat de service imprimable par enseignant, reimprimable
      *      sans relancer le calcul
           SELECT FIC-SERVICE ASSIGN TO "service.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS fsService.

      *----- Visites de stage tenues par VISITES dans TP3 : un
      *      placement par fiche avec son referent et la date de la
      *      visite (zero tant qu'elle n'a pas eu lieu)
           SELECT FIC-VISITES ASSIGN TO "../TP3/visites.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLE-VIS
           FILE STATUS IS fsVisites.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-PLANNING.
       01 ENR-PLANNING-ENTETE.
           02 GROUPE-ENTETE PIC X(4).
           02 NB-SEMAINES-ENTETE PIC 99.
           02 NB-PAUSE-DOMICILE-ENTETE PIC 9.
       01 ENR-PLANNING.
           02 CREN-PLANNING PIC 9 OCCURS 5 TIMES.
           02 PAUSE-PLANNING PIC 9.

       FD FIC-CALENDRIER.
       01 ENR-CALENDRIER.
           02 SEM-CALENDRIER PIC 99.
           02 FILLER PIC X.
           02 JOURS-FERMES-CAL PIC 9.

      *----- PART-ENS en pourcentage des creneaux du groupe assures
      *      par l'enseignant (0 vaut 100) ; SERVICE-ENS en heures,
      *      repris de la premiere ligne de l'enseignant qui le porte
       FD FIC-ENSEIGNANT.
       01 ENR-ENSEIGNANT.
           02 CODE-ENS PIC X(6).
           02 FILLER PIC X.
           02 NOM-ENS PIC X(20).
           02 FILLER PIC X.
           02 GROUPE-ENS PIC X(4).
           02 FILLER PIC X.
           02 PART-ENS PIC 999.
           02 FILLER PIC X.
           02 SERVICE-ENS PIC 999.

       FD FIC-SERVICE.
       01 LIGNE-SERVICE PIC X(72).

       FD FIC-VISITES.
       01 ENR-VISITE.
           02 CLE-VIS.
               03 INE-VIS PIC 9(4).
               03 SIRET-VIS PIC 9(4).
           02 ENS-VIS PIC X(6).
           02 DATE-VIS PIC 9(8).
           02 ISSUE-VIS PIC X.
           02 COMMENT-VIS PIC X(30).

       working-storage section.
       77 fsPlanning PIC XX.
       77 fsCalendrier PIC XX.
       77 fsEnseignant PIC XX.
       77 fsService PIC XX.
       77 fsVisites PIC XX.
       77 eofVisites PIC 9 VALUE 0.
       77 eofPlanning PIC 9 VALUE 0.
       77 eofCalendrier PIC 9 VALUE 0.
       77 eofEnseignant PIC 9 VALUE 0.
       77 dateJour PIC 9(8).
       77 nbHeuresByCrenaux PIC 9V9 VALUE 1.5.
       77 groupeCourant PIC X(4).
       77 nbSemaines PIC 99.
       77 indexSemaine PIC 99.
       77 idxCrenaux PIC 9.
       77 nbCrenaux PIC 9.
       77 joursFermes PIC 9.
       77 crenauxSemaine PIC 99.
       77 heuresSemaine PIC 999V99.
       77 heuresPart PIC 999V99.
       01 TABLE-CALENDRIER.
           02 JOURS-FERMES-SEM PIC 9 OCCURS 53 TIMES.
      *----- Affectations lues dans enseign.dat : l'enseignant est
      *      repere par son rang dans la table des enseignants
       01 TABLE-AFFECTATIONS.
           02 LIGNE-AFFECTATION OCCURS 100 TIMES.
               03 GROUPE-AFF PIC X(4).
               03 PART-AFF PIC 999.
               03 RANG-ENS-AFF PIC 99.
       77 nbAffectations PIC 999 VALUE 0.
       77 idxAffectation PIC 999.
      *----- Heures par enseignant et par semaine du semestre
       01 TABLE-ENSEIGNANTS.
           02 LIGNE-ENS OCCURS 30 TIMES.
               03 CODE-ENS-TAB PIC X(6).
               03 NOM-ENS-TAB PIC X(20).
               03 SERVICE-ENS-TAB PIC 999.
               03 HEURES-SEM-TAB PIC 999V99 OCCURS 53 TIMES.
               03 TOTAL-ENS-TAB PIC 9(4)V99.
               03 VISITES-CONFIEES-TAB PIC 999.
               03 VISITES-FAITES-TAB PIC 999.
       77 nbEnseignants PIC 99 VALUE 0.
       77 idxEns PIC 99.
       77 idxEnsTrouve PIC 99.
       77 nbIgnores PIC 999 VALUE 0.
       77 nbGroupesSansEns PIC 99 VALUE 0.
       77 groupeCouvert PIC 9.
       77 nbSemainesMax PIC 99 VALUE 0.
       77 ecartService PIC S9(4)V99.
       77 totalComplementaires PIC 9(5)V99 VALUE 0.
       77 nbVisitesHorsTable PIC 999 VALUE 0.
      *----- Lignes de composition de l'etat de service
       01 LIGNE-SRV-TITRE.
           02 FILLER PIC X(34)
               VALUE "SERVICE DES ENSEIGNANTS - EDITE LE".
           02 FILLER PIC X VALUE SPACE.
           02 DATE-SRV-TITRE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.
       01 LIGNE-SRV-ENS.
           02 FILLER PIC X(12) VALUE "ENSEIGNANT ".
           02 CODE-SRV-ENS PIC X(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 NOM-SRV-ENS PIC X(20).
           02 FILLER PIC X(31) VALUE SPACES.
       01 LIGNE-SRV-SEMAINE.
           02 FILLER PIC X(10) VALUE "  SEMAINE ".
           02 SEMAINE-SRV PIC 99.
           02 FILLER PIC X(3) VALUE " : ".
           02 HEURES-SRV-SEMAINE PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE " H".
           02 FILLER PIC X(49) VALUE SPACES.
       01 LIGNE-SRV-CUMUL.
           02 LIBELLE-SRV PIC X(38).
           02 VALEUR-SRV PIC -(4)9.99.
           02 FILLER PIC X(2) VALUE " H".
           02 FILLER PIC X(24) VALUE SPACES.
       01 LIGNE-SRV-VISITES.
           02 FILLER PIC X(38)
               VALUE "  Visites de stage effectuees :".
           02 VISITES-FAITES-SRV PIC ZZ9.
           02 FILLER PIC X(5) VALUE " sur ".
           02 VISITES-CONFIEES-SRV PIC ZZ9.
           02 FILLER PIC X(23) VALUE " stage(s) confie(s)".

       PROCEDURE DIVISION.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           DISPLAY "--------Service des enseignants-------".
           PERFORM CHARGER-ENSEIGNANTS.
           IF nbAffectations = 0
               DISPLAY "Aucune affectation dans enseign.dat, pas "
               "d'etat de service"
               STOP RUN
           END-IF.
           PERFORM CHARGER-CALENDRIER.
           PERFORM CUMULER-PLANNING.
           PERFORM COMPTER-VISITES.
           PERFORM EDITER-SERVICE.
           DISPLAY "---------------".
           DISPLAY "Enseignants : " nbEnseignants.
           DISPLAY "Groupes planifies sans enseignant : "
           nbGroupesSansEns.
           DISPLAY "Heures complementaires totales : "
           totalComplementaires.
           DISPLAY "Etat ecrit dans service.dat".
           STOP RUN.

       CHARGER-ENSEIGNANTS.
      *----- Une affectation par ligne ; l'enseignant est ajoute a la
      *      table a sa premiere ligne, son service statutaire repris
      *      de la premiere ligne qui en porte un
           MOVE 0 TO eofEnseignant.
           OPEN INPUT FIC-ENSEIGNANT.
           IF fsEnseignant NOT = "00"
               DISPLAY "enseign.dat absent ou illisible, statut "
               fsEnseignant
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ENSEIGNANT AT END MOVE 1 TO eofEnseignant
           END-READ.
           PERFORM UNTIL eofEnseignant = 1
               IF CODE-ENS = SPACES OR GROUPE-ENS = SPACES
               OR PART-ENS NOT NUMERIC OR SERVICE-ENS NOT NUMERIC
                   DISPLAY "Affectation invalide ignoree : "
                   ENR-ENSEIGNANT
                   COMPUTE nbIgnores = nbIgnores + 1
               ELSE
                   PERFORM AJOUTER-AFFECTATION
               END-IF
               READ FIC-ENSEIGNANT AT END MOVE 1 TO eofEnseignant
               END-READ
           END-PERFORM.
           CLOSE FIC-ENSEIGNANT.
           EXIT.

       AJOUTER-AFFECTATION.
           MOVE 0 TO idxEnsTrouve.
           PERFORM VARYING idxEns FROM 1 BY 1
               UNTIL idxEns > nbEnseignants OR idxEnsTrouve > 0
               IF CODE-ENS-TAB(idxEns) = CODE-ENS
                   MOVE idxEns TO idxEnsTrouve
               END-IF
           END-PERFORM.
           IF idxEnsTrouve = 0
               IF nbEnseignants >= 30
                   DISPLAY "Plus de 30 enseignants, " CODE-ENS
                   " ignore"
                   COMPUTE nbIgnores = nbIgnores + 1
                   EXIT PARAGRAPH
               END-IF
               COMPUTE nbEnseignants = nbEnseignants + 1
               MOVE nbEnseignants TO idxEnsTrouve
               INITIALIZE LIGNE-ENS(idxEnsTrouve)
               MOVE CODE-ENS TO CODE-ENS-TAB(idxEnsTrouve)
               MOVE NOM-ENS TO NOM-ENS-TAB(idxEnsTrouve)
           END-IF.
           IF SERVICE-ENS-TAB(idxEnsTrouve) = 0
               MOVE SERVICE-ENS TO SERVICE-ENS-TAB(idxEnsTrouve)
           END-IF.
           IF nbAffectations >= 100
               DISPLAY "Plus de 100 affectations, " CODE-ENS "/"
               GROUPE-ENS " ignoree"
               COMPUTE nbIgnores = nbIgnores + 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE nbAffectations = nbAffectations + 1.
           MOVE GROUPE-ENS TO GROUPE-AFF(nbAffectations).
           IF PART-ENS = 0
               MOVE 100 TO PART-AFF(nbAffectations)
           ELSE
               MOVE PART-ENS TO PART-AFF(nbAffectations)
           END-IF.
           MOVE idxEnsTrouve TO RANG-ENS-AFF(nbAffectations).
           EXIT.

       CHARGER-CALENDRIER.
      *----- Charge les jours fermes par semaine depuis calendr.dat ;
      *      sans calendrier toutes les semaines sont ouvertes
           MOVE 0 TO eofCalendrier.
           PERFORM VARYING indexSemaine FROM 1 BY 1
               UNTIL indexSemaine > 53
               MOVE 0 TO JOURS-FERMES-SEM(indexSemaine)
           END-PERFORM.
           OPEN INPUT FIC-CALENDRIER.
           IF fsCalendrier NOT = "00"
               DISPLAY "calendr.dat absent, aucune fermeture connue"
           ELSE
               READ FIC-CALENDRIER AT END MOVE 1 TO eofCalendrier
               END-READ
               PERFORM UNTIL eofCalendrier = 1
                   IF SEM-CALENDRIER >= 1 AND SEM-CALENDRIER <= 53
                       IF JOURS-FERMES-CAL > 5
                           MOVE 5 TO
                               JOURS-FERMES-SEM(SEM-CALENDRIER)
                       ELSE
                           MOVE JOURS-FERMES-CAL TO
                               JOURS-FERMES-SEM(SEM-CALENDRIER)
                       END-IF
                   END-IF
                   READ FIC-CALENDRIER AT END MOVE 1 TO eofCalendrier
                   END-READ
               END-PERFORM
               CLOSE FIC-CALENDRIER
           END-IF.
           EXIT.

       CUMULER-PLANNING.
      *----- Un bloc par groupe : chaque semaine, les creneaux hors
      *      jours fermes et hors jours invalides, convertis en heures,
      *      sont repartis entre les enseignants du groupe selon leur
      *      part
           MOVE 0 TO eofPlanning.
           OPEN INPUT FIC-PLANNING.
           IF fsPlanning NOT = "00"
               DISPLAY "planning.dat introuvable ou illisible, statut "
               fsPlanning
               EXIT PARAGRAPH
           END-IF.
           READ FIC-PLANNING AT END MOVE 1 TO eofPlanning END-READ.
           PERFORM UNTIL eofPlanning = 1
               PERFORM CUMULER-GROUPE-PLANNING
           END-PERFORM.
           CLOSE FIC-PLANNING.
           EXIT.

       CUMULER-GROUPE-PLANNING.
           MOVE GROUPE-ENTETE TO groupeCourant.
           MOVE NB-SEMAINES-ENTETE TO nbSemaines.
           IF nbSemaines > 53
               MOVE 53 TO nbSemaines
           END-IF.
           IF nbSemaines > nbSemainesMax
               MOVE nbSemaines TO nbSemainesMax
           END-IF.
           MOVE 0 TO groupeCouvert.
           PERFORM VARYING idxAffectation FROM 1 BY 1
               UNTIL idxAffectation > nbAffectations
               IF GROUPE-AFF(idxAffectation) = groupeCourant
                   MOVE 1 TO groupeCouvert
               END-IF
           END-PERFORM.
           IF groupeCouvert = 0
               DISPLAY "Groupe " groupeCourant " sans enseignant "
               "affecte, heures non attribuees"
               COMPUTE nbGroupesSansEns = nbGroupesSansEns + 1
           END-IF.
           PERFORM VARYING indexSemaine FROM 1 BY 1
               UNTIL indexSemaine > nbSemaines OR eofPlanning = 1
               READ FIC-PLANNING AT END MOVE 1 TO eofPlanning
               END-READ
               IF eofPlanning NOT = 1
                   PERFORM COMPTER-CRENEAUX-SEMAINE
                   COMPUTE heuresSemaine =
                       crenauxSemaine * nbHeuresByCrenaux
                   PERFORM VARYING idxAffectation FROM 1 BY 1
                       UNTIL idxAffectation > nbAffectations
                       IF GROUPE-AFF(idxAffectation) = groupeCourant
                           PERFORM ATTRIBUER-HEURES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           READ FIC-PLANNING AT END MOVE 1 TO eofPlanning END-READ.
           EXIT.

       COMPTER-CRENEAUX-SEMAINE.
      *----- Meme regle que la planification : les premiers jours de
      *      la semaine sont les jours fermes, un jour a plus de 5
      *      creneaux est invalide et ne compte pas
           MOVE 0 TO crenauxSemaine.
           MOVE JOURS-FERMES-SEM(indexSemaine) TO joursFermes.
           IF joursFermes >= 5
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING idxCrenaux FROM 1 BY 1
               UNTIL idxCrenaux > 5
               IF idxCrenaux > joursFermes
                   MOVE CREN-PLANNING(idxCrenaux) TO nbCrenaux
                   IF nbCrenaux <= 5
                       COMPUTE crenauxSemaine =
                           crenauxSemaine + nbCrenaux
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       ATTRIBUER-HEURES.
           MOVE RANG-ENS-AFF(idxAffectation) TO idxEns.
           COMPUTE heuresPart ROUNDED =
               (heuresSemaine * PART-AFF(idxAffectation)) / 100.
           COMPUTE HEURES-SEM-TAB(idxEns, indexSemaine) =
               HEURES-SEM-TAB(idxEns, indexSemaine) + heuresPart.
           COMPUTE TOTAL-ENS-TAB(idxEns) =
               TOTAL-ENS-TAB(idxEns) + heuresPart.
           EXIT.

       COMPTER-VISITES.
      *----- Stages confies et visites effectuees par referent ; un
      *      referent absent de enseign.dat n'est que compte a part
           MOVE 0 TO eofVisites.
           OPEN INPUT FIC-VISITES.
           IF fsVisites NOT = "00"
               DISPLAY "visites.dat absent, aucune visite de stage"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-VISITES NEXT RECORD AT END MOVE 1 TO eofVisites
           END-READ.
           PERFORM UNTIL eofVisites = 1
               MOVE 0 TO idxEnsTrouve
               PERFORM VARYING idxEns FROM 1 BY 1
                   UNTIL idxEns > nbEnseignants OR idxEnsTrouve > 0
                   IF CODE-ENS-TAB(idxEns) = ENS-VIS
                       MOVE idxEns TO idxEnsTrouve
                   END-IF
               END-PERFORM
               IF idxEnsTrouve = 0
                   COMPUTE nbVisitesHorsTable = nbVisitesHorsTable + 1
               ELSE
                   COMPUTE VISITES-CONFIEES-TAB(idxEnsTrouve) =
                       VISITES-CONFIEES-TAB(idxEnsTrouve) + 1
                   IF DATE-VIS NOT = 0
                       COMPUTE VISITES-FAITES-TAB(idxEnsTrouve) =
                           VISITES-FAITES-TAB(idxEnsTrouve) + 1
                   END-IF
               END-IF
               READ FIC-VISITES NEXT RECORD AT END MOVE 1 TO eofVisites
               END-READ
           END-PERFORM.
           CLOSE FIC-VISITES.
           IF nbVisitesHorsTable > 0
               DISPLAY "Stages confies a un referent hors enseign.dat"
               " : " nbVisitesHorsTable
           END-IF.
           EXIT.

       EDITER-SERVICE.
      *----- Par enseignant : heures par semaine, total du semestre,
      *      service statutaire et heures complementaires au dela
           OPEN OUTPUT FIC-SERVICE.
           MOVE dateJour TO DATE-SRV-TITRE.
           WRITE LIGNE-SERVICE FROM LIGNE-SRV-TITRE END-WRITE.
           PERFORM VARYING idxEns FROM 1 BY 1
               UNTIL idxEns > nbEnseignants
               PERFORM EDITER-UN-ENSEIGNANT
           END-PERFORM.
           MOVE ALL "-" TO LIGNE-SERVICE.
           WRITE LIGNE-SERVICE END-WRITE.
           MOVE "Heures complementaires, tous :" TO LIBELLE-SRV.
           MOVE totalComplementaires TO VALEUR-SRV.
           WRITE LIGNE-SERVICE FROM LIGNE-SRV-CUMUL END-WRITE.
           IF nbGroupesSansEns > 0
               MOVE SPACES TO LIGNE-SERVICE
               STRING "Groupes planifies sans enseignant : "
                   nbGroupesSansEns DELIMITED BY SIZE INTO LIGNE-SERVICE
               WRITE LIGNE-SERVICE END-WRITE
           END-IF.
           IF nbIgnores > 0
               MOVE SPACES TO LIGNE-SERVICE
               STRING "Affectations ignorees : "
                   nbIgnores DELIMITED BY SIZE INTO LIGNE-SERVICE
               WRITE LIGNE-SERVICE END-WRITE
           END-IF.
           CLOSE FIC-SERVICE.
           EXIT.

       EDITER-UN-ENSEIGNANT.
           MOVE SPACES TO LIGNE-SERVICE.
           WRITE LIGNE-SERVICE END-WRITE.
           MOVE CODE-ENS-TAB(idxEns) TO CODE-SRV-ENS.
           MOVE NOM-ENS-TAB(idxEns) TO NOM-SRV-ENS.
           WRITE LIGNE-SERVICE FROM LIGNE-SRV-ENS END-WRITE.
           PERFORM VARYING indexSemaine FROM 1 BY 1
               UNTIL indexSemaine > nbSemainesMax
               IF HEURES-SEM-TAB(idxEns, indexSemaine) > 0
                   MOVE indexSemaine TO SEMAINE-SRV
                   MOVE HEURES-SEM-TAB(idxEns, indexSemaine)
                       TO HEURES-SRV-SEMAINE
                   WRITE LIGNE-SERVICE FROM LIGNE-SRV-SEMAINE
                   END-WRITE
               END-IF
           END-PERFORM.
           MOVE "  Heures assurees sur le semestre :" TO LIBELLE-SRV.
           MOVE TOTAL-ENS-TAB(idxEns) TO VALEUR-SRV.
           WRITE LIGNE-SERVICE FROM LIGNE-SRV-CUMUL END-WRITE.
           MOVE "  Service statutaire :" TO LIBELLE-SRV.
           MOVE SERVICE-ENS-TAB(idxEns) TO VALEUR-SRV.
           WRITE LIGNE-SERVICE FROM LIGNE-SRV-CUMUL END-WRITE.
           COMPUTE ecartService =
               TOTAL-ENS-TAB(idxEns) - SERVICE-ENS-TAB(idxEns).
           IF ecartService > 0
               MOVE "  Heures complementaires :" TO LIBELLE-SRV
               COMPUTE totalComplementaires =
                   totalComplementaires + ecartService
           ELSE
               MOVE "  Service non atteint, ecart :" TO LIBELLE-SRV
           END-IF.
           MOVE ecartService TO VALEUR-SRV.
           WRITE LIGNE-SERVICE FROM LIGNE-SRV-CUMUL END-WRITE.
           IF VISITES-CONFIEES-TAB(idxEns) > 0
               MOVE VISITES-FAITES-TAB(idxEns) TO VISITES-FAITES-SRV
               MOVE VISITES-CONFIEES-TAB(idxEns)
                   TO VISITES-CONFIEES-SRV
               WRITE LIGNE-SERVICE FROM LIGNE-SRV-VISITES END-WRITE
           END-IF.
           DISPLAY CODE-ENS-TAB(idxEns) " " NOM-ENS-TAB(idxEns) " : "
           TOTAL-ENS-TAB(idxEns) " h pour " SERVICE-ENS-TAB(idxEns)
           " h de service".
           EXIT.
