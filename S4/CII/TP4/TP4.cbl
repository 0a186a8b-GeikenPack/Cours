           IS LINE SEQUENTIAL
           FILE STATUS IS FS-UADET.

      *----- Modules capitalises des redoublants de la cohorte : deja
      *      valides, ils ne sont jamais planifies en rattrapage
           SELECT FIC-ACQUIS ASSIGN TO "acquis.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACQUIS.

      *----- Planning des rattrapages pour le bureau des examens :
      *      par module la liste des candidats, par etudiant sa liste
      *      personnelle d'epreuves
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Absences par creneau saisies par SAISABS, dans le
      *      dossier parent : le jury doit connaitre l'assiduite de
      *      chaque cas limite
           SELECT FIC-ABSENCES ASSIGN TO "../absences.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABSENCES.

           SELECT FIC-RAPPORT ASSIGN TO "rapport.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.
           FILE STATUS IS FS-REGHIST.


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
       FD FETUD.
           02 COMP-DELIB PIC 9.
           02 FILLER PIC X.
           02 UA-DELIB PIC 99.
           02 FILLER PIC X.
           02 ABS-NJ-DELIB PIC 999.

       FD FIC-ABSENCES.
       01 ENR-ABSENCE.
           02 DATE-ABS PIC 9(8).
           02 FILLER PIC X.
           02 COHORTE-ABS PIC 9(4).
           02 FILLER PIC X.
           02 INE-ABS PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-ABS PIC X(4).
           02 FILLER PIC X.
           02 CRENEAU-ABS PIC 9.
           02 FILLER PIC X.
           02 JUSTIFIEE-ABS PIC X.
           02 FILLER PIC X.
           02 MOTIF-ABS PIC X(20).

      *----- Un module rate par enregistrement, rattache a FETUD par
      *      l'INE
           02 FILLER PIC X.
           02 MODULE-UADET PIC X(8).

       FD FIC-ACQUIS.
       01 ENR-ACQUIS.
           02 COHORTE-ACQ PIC 9(4).
           02 FILLER PIC X.
           02 INE-ACQ PIC 9(4).
           02 FILLER PIC X.
           02 MODULE-ACQ PIC X(8).
           02 FILLER PIC X.
           02 NOTE-ACQ PIC 99V99.
           02 FILLER PIC X.
           02 ORIGINE-ACQ PIC 9(4).

       FD FIC-RATTPLAN.
       01 LIGNE-RATTPLAN PIC X(72).

           02 FILLER PIC X.
           02 ACTION-RAPPORT-UA PIC X(9).

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
       77 EOF_FETUD PIC 9 VALUE 0.
       77 EOF_FETUDOK PIC 9 VALUE 0.
      *      seuil, les moyennes en dessous restent refusees d'office
       77 SEUIL-DELIB PIC 99V99.
       77 NB-ETU-DELIB PIC 99 VALUE 0.
       77 FS-ABSENCES PIC XX.
       77 EOF-ABSENCES PIC 9 VALUE 0.
      *----- Compensation S3/S4 : un etudiant COMP-ETU = 1 valide des
      *      que la moyenne combinee des deux semestres atteint le
      *      seuil, meme si le S4 seul est en dessous
      *      chaque restitution : plus de table en memoire, le volume
      *      n'est borne que par le disque
       77 UADET-DISPONIBLE PIC 9 VALUE 0.
       77 FS-ACQUIS PIC XX.
       77 EOF-ACQUIS PIC 9 VALUE 0.
       77 MODULE-ACQUIS PIC 9.
      *----- Cohorte rattachee aux dossiers ecrits au registre
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DETAIL-PLAN PIC X(30).
           02 FILLER PIC X(38) VALUE SPACES.
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
       77 PROGRAMME-VERROU PIC X(8) VALUE "TP4".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.


       PROCEDURE DIVISION.
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
      *----- Cohorte dont le proces-verbal est signe : traitement
      *      refuse, sauf ouverture motivee du verrou (tracee)
           MOVE COHORTE-TRAITEE TO COHORTE-CONTROLEE.
           MOVE 0 TO INE-VERLOG-COURANT.
           MOVE "SELECTION DES ADMIS S4" TO DETAIL-VERLOG-COURANT.
           PERFORM CONTROLER-VERROU.
           IF ETAT-VERROU = 1
               PERFORM REFUSER-SOUS-VERROU
               MOVE 1 TO TRAITEMENT-ECHOUE
               PERFORM ECRIRE-JOURNAL-FIN
               STOP RUN
           END-IF.
           IF ETAT-VERROU = 2
               PERFORM TRACER-EXCEPTION
           END-IF.
           DISPLAY "Seuil de validation du semestre (defaut 10) : ".
           ACCEPT MOYS4-MIN.
           DISPLAY "--------Création-------"
           MOVE MOYS3-ETU TO MOYS3-DELIB.
           MOVE COMP-ETU TO COMP-DELIB.
           MOVE UA-ETU TO UA-DELIB.
           PERFORM COMPTER-ABSENCES-NJ.
           WRITE ENR-DELIB END-WRITE.
           EXIT.

       COMPTER-ABSENCES-NJ.
      *----- Absences non justifiees de l'etudiant dans la cohorte
      *      traitee ; sans fichier d'absences le compteur reste a zero
           MOVE 0 TO ABS-NJ-DELIB.
           MOVE 0 TO EOF-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF FS-ABSENCES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ.
           PERFORM UNTIL EOF-ABSENCES = 1
               IF INE-ABS = INE-ETU
               AND COHORTE-ABS = COHORTE-TRAITEE
               AND JUSTIFIEE-ABS = "N"
                   COMPUTE ABS-NJ-DELIB = ABS-NJ-DELIB + 1
               END-IF
               READ FIC-ABSENCES AT END MOVE 1 TO EOF-ABSENCES END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           EXIT.

       ENREGISTRER-REGISTRE-VALIDATION.
      *----- Complete le dossier existant du registre partage par INE
      *      avec le statut de validation S4 (OUI, CMP, NON ou DEL
           READ FIC-UADET AT END MOVE 1 TO EOF-UADET END-READ.
           PERFORM UNTIL EOF-UADET = 1
               IF INE-UADET = INE-RATT-TAB(IDX-RATT)
                   PERFORM VERIFIER-MODULE-ACQUIS
                   IF MODULE-ACQUIS = 0
                       COMPUTE NB-EPREUVES-ETU = NB-EPREUVES-ETU + 1
                       MOVE MODULE-UADET TO DETAIL-PLAN
                       WRITE LIGNE-RATTPLAN FROM LIGNE-PLAN-DETAIL
                       END-WRITE
                   END-IF
               END-IF
               READ FIC-UADET AT END MOVE 1 TO EOF-UADET END-READ
           END-PERFORM.
               IF MODULE-UADET = MODULE-PLAN(IDX-MODULE)
                   PERFORM CHERCHER-NOM-RATT
                   IF NOM-RATT-TROUVE NOT = SPACES
                       PERFORM VERIFIER-MODULE-ACQUIS
                   END-IF
                   IF NOM-RATT-TROUVE NOT = SPACES
                   AND MODULE-ACQUIS = 0
                       MOVE SPACES TO LIGNE-PLAN-DETAIL
                       STRING "INE " INE-UADET " - "
                           NOM-RATT-TROUVE DELIMITED BY SIZE
           PERFORM UNTIL EOF-UADET = 1
               PERFORM CHERCHER-NOM-RATT
               IF NOM-RATT-TROUVE NOT = SPACES
                   PERFORM VERIFIER-MODULE-ACQUIS
               END-IF
               IF NOM-RATT-TROUVE NOT = SPACES
               AND MODULE-ACQUIS = 0
                   MOVE 0 TO MODULE-CONNU
                   PERFORM VARYING IDX-MODULE FROM 1 BY 1
                       UNTIL IDX-MODULE > NB-MODULES
           CLOSE FIC-UADET.
           EXIT.

       VERIFIER-MODULE-ACQUIS.
      *----- Le module de la ligne de detail courante est-il un acquis
      *      capitalise de l'etudiant pour la cohorte traitee
           MOVE 0 TO MODULE-ACQUIS.
           MOVE 0 TO EOF-ACQUIS.
           OPEN INPUT FIC-ACQUIS.
           IF FS-ACQUIS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ACQUIS AT END MOVE 1 TO EOF-ACQUIS END-READ.
           PERFORM UNTIL EOF-ACQUIS = 1
               IF COHORTE-ACQ = COHORTE-TRAITEE
               AND INE-ACQ = INE-UADET
               AND MODULE-ACQ = MODULE-UADET
                   MOVE 1 TO MODULE-ACQUIS
                   MOVE 1 TO EOF-ACQUIS
               ELSE
                   READ FIC-ACQUIS AT END MOVE 1 TO EOF-ACQUIS END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-ACQUIS.
           EXIT.

       CHERCHER-NOM-RATT.
      *----- Nom du candidat au rattrapage portant l'INE de la ligne
      *      de detail courante, SPACES si l'etudiant n'est pas
               MOVE 0 TO REGISTRE-OUVERT
           END-IF.
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
           MOVE SPACES TO OPERATEUR-VLOG.
           MOVE DETAIL-VERLOG-COURANT TO DETAIL-VLOG.
           WRITE ENR-VERLOG END-WRITE.
           CLOSE FIC-VERLOG.
           EXIT.
