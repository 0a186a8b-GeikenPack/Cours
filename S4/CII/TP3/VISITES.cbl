       IDENTIFICATION DIVISION.
       program-id. VISITES.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Visite de stage par placement, cle INE + SIRET : le
      *      referent affecte, puis la date et l'issue de sa visite ;
      *      relu par l'etat de service de TP1 pour le compte des
      *      visites par enseignant
           SELECT FIC-VISITES ASSIGN TO "visites.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-VIS
           FILE STATUS IS FS-VISITES.

      *----- Stages de la campagne, meme fichier et meme gabarit que
      *      TP3 : chaque placement doit recevoir une visite
           SELECT FIC-STA ASSIGN TO "fstages.dat" ORGANIZATION IS RECORD
           SEQUENTIAL
           FILE STATUS IS FS-STA.

      *----- Referentiel permanent des entreprises, pour le
      *      departement et la ville qui regroupent les visites
           SELECT FIC-ENTREF ASSIGN TO "FENTREF.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIRET-REF
           FILE STATUS IS FS-ENTREF.

      *----- Periodes des stages tenues par PERIODE, pour la date de
      *      debut a partir de laquelle la visite est attendue
           SELECT FIC-PERIODE ASSIGN TO "periodes.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-PER
           FILE STATUS IS FS-PERIODE.

      *----- Enseignants de l'etat de service de TP1 : seuls leurs
      *      codes peuvent etre designes comme referents
           SELECT FIC-ENSEIGNANT ASSIGN TO "../TP1/enseign.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENSEIGNANT.

           SELECT WORK-TOURNEE ASSIGN TO "WTOU.tmp".

      *----- Planning imprimable des visites par referent
           SELECT FIC-TOURNEES ASSIGN TO "tournees.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-TOURNEES.

      *----- Liste imprimable des stages non visites dans le delai
           SELECT FIC-NONVISIT ASSIGN TO "nonvisit.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-NONVISIT.

       DATA DIVISION.
       FILE SECTION.
      *----- DATE-VIS a zero tant que la visite n'a pas eu lieu ;
      *      ISSUE-VIS S satisfaisant, R reserves, A alerte
       FD FIC-VISITES.
       01 ENR-VISITE.
           02 CLE-VIS.
               03 INE-VIS PIC 9(4).
               03 SIRET-VIS PIC 9(4).
           02 ENS-VIS PIC X(6).
           02 DATE-VIS PIC 9(8).
           02 ISSUE-VIS PIC X.
           02 COMMENT-VIS PIC X(30).

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

       FD FIC-PERIODE.
       01 ENR-PERIODE.
           02 CLE-PER.
               03 INE-PER PIC 9(4).
               03 SIRET-PER PIC 9(4).
           02 ETU-PER PIC X(10).
           02 DEBUT-PER PIC 9(8).
           02 FIN-PER PIC 9(8).
           02 HEURES-PER PIC 99.

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

      *----- Fichier de tri du planning : referent, puis lieu, puis
      *      entreprise
       SD WORK-TOURNEE.
       01 ENR-TOURNEE.
           02 ENS-TRI PIC X(6).
           02 DPT-TRI PIC 99.
           02 VILLE-TRI PIC X(15).
           02 SIRET-TRI PIC 9(4).
           02 INE-TRI PIC 9(4).
           02 ETU-TRI PIC X(10).
           02 ENT-TRI PIC X(10).
           02 DEBUT-TRI PIC 9(8).
           02 DATE-VIS-TRI PIC 9(8).

       FD FIC-TOURNEES.
       01 LIGNE-TOURNEES PIC X(72).

       FD FIC-NONVISIT.
       01 LIGNE-NONVISIT PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-VISITES PIC XX.
       77 FS-STA PIC XX.
       77 FS-ENTREF PIC XX.
       77 FS-PERIODE PIC XX.
       77 FS-ENSEIGNANT PIC XX.
       77 FS-TOURNEES PIC XX.
       77 FS-NONVISIT PIC XX.
       77 EOF-STA PIC 9 VALUE 0.
       77 EOF-ENSEIGNANT PIC 9 VALUE 0.
       77 EOF-TRI PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 INE-DEMANDE PIC 9(4).
       77 SIRET-DEMANDE PIC 9(4).
       77 ENS-DEMANDE PIC X(6).
       77 DATE-SAISIE PIC 9(8).
       77 ISSUE-SAISIE PIC X.
       77 JOURS-SAISIE PIC 9(7).
       77 JOURS-DU-JOUR PIC 9(7).
       77 JOURS-DEBUT PIC 9(7).
       77 JOURS-DEPUIS PIC 9(5).
       77 DELAI-SEMAINES PIC 99.
       77 NB-AFFECTATIONS PIC 9(4).
       77 NB-SANS-REFERENT PIC 9(4).
       77 NB-NON-VISITES PIC 9(4).
       77 NB-SANS-DATES PIC 9(4).
      *----- Enseignants de enseign.dat, une fois chacun, avec le
      *      nombre de stages qui leur sont deja confies
       01 TABLE-ENSEIGNANTS.
           02 LIGNE-ENS OCCURS 30 TIMES.
               03 CODE-ENS-TAB PIC X(6).
               03 NOM-ENS-TAB PIC X(20).
               03 NB-CONFIES-TAB PIC 999.
       77 NB-ENSEIGNANTS PIC 99 VALUE 0.
       77 IDX-ENS PIC 99.
       77 IDX-ENS-TROUVE PIC 99.
       77 IDX-ENS-MOINS PIC 99.
      *----- Placements de fstages.dat avec le lieu de l'entreprise,
      *      le debut du stage et l'etat de la visite
       01 TABLE-STAGES.
           02 LIGNE-STAGE OCCURS 300 TIMES.
               03 INE-TAB PIC 9(4).
               03 SIRET-TAB PIC 9(4).
               03 ETU-TAB PIC X(10).
               03 ENT-TAB PIC X(10).
               03 DPT-TAB PIC 99.
               03 VILLE-TAB PIC X(15).
               03 ENS-TAB PIC X(6).
               03 DEBUT-TAB PIC 9(8).
               03 DATE-VIS-TAB PIC 9(8).
       77 NB-STAGES PIC 999 VALUE 0.
       77 IDX-STA PIC 999.
       77 IDX-STA-TROUVE PIC 999.
       77 IDX-AUTRE PIC 999.
      *----- Ruptures et cumuls du planning
       77 ENS-PRECEDENT PIC X(6).
       77 DPT-PRECEDENT PIC 99.
       77 VILLE-PRECEDENTE PIC X(15).
       77 NB-FAITES-ENS PIC 999.
       77 NB-STAGES-ENS PIC 999.
      *----- Lignes de composition du planning des visites
       01 LIGNE-TITRE-TOURNEE.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(32)
               VALUE "PLANNING DES VISITES DE STAGE - ".
           02 DATE-TITRE-TOURNEE PIC 9(8).
           02 FILLER PIC X(12) VALUE SPACES.
       01 LIGNE-ENS-TOURNEE.
           02 FILLER PIC X(11) VALUE "Referent : ".
           02 CODE-ENS-TOURNEE PIC X(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 NOM-ENS-TOURNEE PIC X(20).
           02 FILLER PIC X(32) VALUE SPACES.
       01 LIGNE-LIEU-TOURNEE.
           02 FILLER PIC X(12) VALUE "  Tournee : ".
           02 DPT-TOURNEE PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VILLE-TOURNEE PIC X(15).
           02 FILLER PIC X(42) VALUE SPACES.
       01 LIGNE-STAGE-TOURNEE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 ENT-TOURNEE PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SIRET-TOURNEE PIC 9(4).
           02 FILLER PIC X(3) VALUE " - ".
           02 ETU-TOURNEE PIC X(10).
           02 FILLER PIC X(5) VALUE " INE ".
           02 INE-TOURNEE PIC 9(4).
           02 FILLER PIC X(7) VALUE " debut ".
           02 DEBUT-TOURNEE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ETAT-TOURNEE PIC X(14).
       01 LIGNE-BILAN-TOURNEE.
           02 FILLER PIC X(23) VALUE "  Visites effectuees : ".
           02 FAITES-TOURNEE PIC ZZ9.
           02 FILLER PIC X(5) VALUE " sur ".
           02 STAGES-TOURNEE PIC ZZ9.
           02 FILLER PIC X(38) VALUE SPACES.
      *----- Lignes de composition de la liste des non visites
       01 LIGNE-TITRE-NONVIS.
           02 FILLER PIC X(22) VALUE "STAGES NON VISITES AU ".
           02 DATE-TITRE-NONVIS PIC 9(8).
           02 FILLER PIC X(9) VALUE " - DELAI ".
           02 DELAI-TITRE-NONVIS PIC Z9.
           02 FILLER PIC X(9) VALUE " SEMAINES".
           02 FILLER PIC X(22) VALUE SPACES.
       01 LIGNE-NONVIS.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ENS-NONVIS PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 INE-NONVIS PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ETU-NONVIS PIC X(10).
           02 FILLER PIC X(3) VALUE " - ".
           02 ENT-NONVIS PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DPT-NONVIS PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VILLE-NONVIS PIC X(15).
           02 FILLER PIC X(3) VALUE " J+".
           02 JOURS-NONVIS PIC ZZZ9.
           02 FILLER PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM CHARGER-ENSEIGNANTS.
           IF NB-ENSEIGNANTS = 0
               DISPLAY "Aucun enseignant dans enseign.dat, aucun"
               " referent possible"
               STOP RUN
           END-IF.
           OPEN I-O FIC-VISITES.
           IF FS-VISITES = "35"
               OPEN OUTPUT FIC-VISITES
               CLOSE FIC-VISITES
               OPEN I-O FIC-VISITES
           END-IF.
           IF FS-VISITES NOT = "00"
               DISPLAY "visites.dat illisible, statut " FS-VISITES
               ", suivi des visites annule"
               MOVE 1 TO FIN-MENU
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Affecter un referent (1), repartir les stages"
               " sans referent (2), planning des visites (3),"
               DISPLAY "enregistrer une visite (4), stages non"
               " visites (5), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM AFFECTER-REFERENT
                   WHEN 2 PERFORM REPARTIR-STAGES
                   WHEN 3 PERFORM EDITER-PLANNING
                   WHEN 4 PERFORM ENREGISTRER-VISITE
                   WHEN 5 PERFORM LISTER-NON-VISITES
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           IF FS-VISITES = "00"
               CLOSE FIC-VISITES
           END-IF.
           STOP RUN.

       CHARGER-ENSEIGNANTS.
      *----- enseign.dat porte une ligne par enseignant et par groupe :
      *      chaque code n'est retenu qu'une fois
           MOVE 0 TO EOF-ENSEIGNANT.
           OPEN INPUT FIC-ENSEIGNANT.
           IF FS-ENSEIGNANT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ENSEIGNANT AT END MOVE 1 TO EOF-ENSEIGNANT
           END-READ.
           PERFORM UNTIL EOF-ENSEIGNANT = 1
               IF CODE-ENS NOT = SPACES
                   MOVE CODE-ENS TO ENS-DEMANDE
                   PERFORM CHERCHER-ENSEIGNANT
                   IF IDX-ENS-TROUVE = 0 AND NB-ENSEIGNANTS < 30
                       COMPUTE NB-ENSEIGNANTS = NB-ENSEIGNANTS + 1
                       MOVE CODE-ENS TO CODE-ENS-TAB(NB-ENSEIGNANTS)
                       MOVE NOM-ENS TO NOM-ENS-TAB(NB-ENSEIGNANTS)
                       MOVE 0 TO NB-CONFIES-TAB(NB-ENSEIGNANTS)
                   END-IF
               END-IF
               READ FIC-ENSEIGNANT AT END MOVE 1 TO EOF-ENSEIGNANT
               END-READ
           END-PERFORM.
           CLOSE FIC-ENSEIGNANT.
           EXIT.

       CHERCHER-ENSEIGNANT.
      *----- Rang de ENS-DEMANDE dans la table, zero si inconnu
           MOVE 0 TO IDX-ENS-TROUVE.
           PERFORM VARYING IDX-ENS FROM 1 BY 1
               UNTIL IDX-ENS > NB-ENSEIGNANTS OR IDX-ENS-TROUVE > 0
               IF CODE-ENS-TAB(IDX-ENS) = ENS-DEMANDE
                   MOVE IDX-ENS TO IDX-ENS-TROUVE
               END-IF
           END-PERFORM.
           EXIT.

       CHARGER-STAGES.
      *----- Un poste par placement de fstages.dat : lieu repris du
      *      referentiel (a defaut celui de fstages.dat), referent et
      *      visite de visites.dat, debut de periodes.dat (zero si
      *      la periode n'est pas saisie)
           MOVE 0 TO NB-STAGES.
           PERFORM VARYING IDX-ENS FROM 1 BY 1
               UNTIL IDX-ENS > NB-ENSEIGNANTS
               MOVE 0 TO NB-CONFIES-TAB(IDX-ENS)
           END-PERFORM.
           MOVE 0 TO EOF-STA.
           OPEN INPUT FIC-STA.
           IF FS-STA NOT = "00"
               DISPLAY "fstages.dat introuvable ou illisible, statut "
               FS-STA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-ENTREF.
           OPEN INPUT FIC-PERIODE.
           READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ.
           PERFORM UNTIL EOF-STA = 1
               IF NB-STAGES < 300
                   COMPUTE NB-STAGES = NB-STAGES + 1
                   PERFORM CHARGER-UN-STAGE
               ELSE
                   DISPLAY "Plus de 300 stages, INE " INE-STA
                   " ignore"
               END-IF
               READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ
           END-PERFORM.
           CLOSE FIC-STA.
           IF FS-ENTREF = "00"
               CLOSE FIC-ENTREF
           END-IF.
           IF FS-PERIODE = "00"
               CLOSE FIC-PERIODE
           END-IF.
           EXIT.

       CHARGER-UN-STAGE.
           MOVE INE-STA TO INE-TAB(NB-STAGES).
           MOVE SIRET TO SIRET-TAB(NB-STAGES).
           MOVE ETU TO ETU-TAB(NB-STAGES).
           MOVE ENT TO ENT-TAB(NB-STAGES).
           MOVE DPT TO DPT-TAB(NB-STAGES).
           MOVE VILLE TO VILLE-TAB(NB-STAGES).
           MOVE SPACES TO ENS-TAB(NB-STAGES).
           MOVE 0 TO DEBUT-TAB(NB-STAGES).
           MOVE 0 TO DATE-VIS-TAB(NB-STAGES).
           IF FS-ENTREF = "00"
               MOVE SIRET TO SIRET-REF
               READ FIC-ENTREF KEY IS SIRET-REF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ENTREP-REF TO ENT-TAB(NB-STAGES)
                       MOVE DPT-REF TO DPT-TAB(NB-STAGES)
                       MOVE VILLE-REF TO VILLE-TAB(NB-STAGES)
               END-READ
           END-IF.
           IF FS-PERIODE = "00"
               MOVE INE-STA TO INE-PER
               MOVE SIRET TO SIRET-PER
               READ FIC-PERIODE KEY IS CLE-PER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DEBUT-PER TO DEBUT-TAB(NB-STAGES)
               END-READ
           END-IF.
           MOVE INE-STA TO INE-VIS.
           MOVE SIRET TO SIRET-VIS.
           READ FIC-VISITES KEY IS CLE-VIS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ENS-VIS TO ENS-TAB(NB-STAGES)
                   MOVE DATE-VIS TO DATE-VIS-TAB(NB-STAGES)
                   MOVE ENS-VIS TO ENS-DEMANDE
                   PERFORM CHERCHER-ENSEIGNANT
                   IF IDX-ENS-TROUVE > 0
                       COMPUTE NB-CONFIES-TAB(IDX-ENS-TROUVE) =
                           NB-CONFIES-TAB(IDX-ENS-TROUVE) + 1
                   END-IF
           END-READ.
           EXIT.

       CHERCHER-STAGE.
      *----- Rang du placement INE-DEMANDE + SIRET-DEMANDE dans la
      *      table, zero s'il n'est pas dans fstages.dat
           MOVE 0 TO IDX-STA-TROUVE.
           PERFORM VARYING IDX-STA FROM 1 BY 1
               UNTIL IDX-STA > NB-STAGES OR IDX-STA-TROUVE > 0
               IF INE-TAB(IDX-STA) = INE-DEMANDE
               AND SIRET-TAB(IDX-STA) = SIRET-DEMANDE
                   MOVE IDX-STA TO IDX-STA-TROUVE
               END-IF
           END-PERFORM.
           EXIT.

       SAISIR-STAGE.
           DISPLAY "INE du stagiaire : ".
           ACCEPT INE-DEMANDE.
           DISPLAY "SIRET de l'entreprise : ".
           ACCEPT SIRET-DEMANDE.
           PERFORM CHARGER-STAGES.
           PERFORM CHERCHER-STAGE.
           IF IDX-STA-TROUVE = 0
               DISPLAY "Aucun stage pour l'INE " INE-DEMANDE
               " et le SIRET " SIRET-DEMANDE " dans fstages.dat"
           END-IF.
           EXIT.

       AFFECTER-REFERENT.
      *----- Affectation ou changement du referent d'un placement ;
      *      une visite deja enregistree est conservee
           PERFORM SAISIR-STAGE.
           IF IDX-STA-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY ETU-TAB(IDX-STA-TROUVE) " chez "
           ENT-TAB(IDX-STA-TROUVE) " (" DPT-TAB(IDX-STA-TROUVE) " "
           VILLE-TAB(IDX-STA-TROUVE) "), referent actuel : "
           ENS-TAB(IDX-STA-TROUVE).
           DISPLAY "Code de l'enseignant referent : ".
           ACCEPT ENS-DEMANDE.
           PERFORM CHERCHER-ENSEIGNANT.
           IF IDX-ENS-TROUVE = 0
               DISPLAY "Enseignant " ENS-DEMANDE " absent de"
               " enseign.dat, affectation refusee"
               EXIT PARAGRAPH
           END-IF.
           MOVE IDX-STA-TROUVE TO IDX-STA.
           PERFORM ECRIRE-REFERENT.
           EXIT.

       ECRIRE-REFERENT.
      *----- Pose ENS-DEMANDE comme referent du placement IDX-STA
           MOVE INE-TAB(IDX-STA) TO INE-VIS.
           MOVE SIRET-TAB(IDX-STA) TO SIRET-VIS.
           READ FIC-VISITES KEY IS CLE-VIS
               INVALID KEY
                   MOVE SPACES TO ENR-VISITE
                   MOVE INE-TAB(IDX-STA) TO INE-VIS
                   MOVE SIRET-TAB(IDX-STA) TO SIRET-VIS
                   MOVE ENS-DEMANDE TO ENS-VIS
                   MOVE 0 TO DATE-VIS
                   WRITE ENR-VISITE
                       INVALID KEY DISPLAY "Ecriture impossible, "
                       "statut " FS-VISITES
                   END-WRITE
               NOT INVALID KEY
                   MOVE ENS-DEMANDE TO ENS-VIS
                   REWRITE ENR-VISITE
                       INVALID KEY DISPLAY "Reecriture impossible, "
                       "statut " FS-VISITES
                   END-REWRITE
           END-READ.
           MOVE ENS-DEMANDE TO ENS-TAB(IDX-STA).
           DISPLAY "INE " INE-TAB(IDX-STA) " chez "
           ENT-TAB(IDX-STA) " : referent " ENS-DEMANDE.
           EXIT.

       REPARTIR-STAGES.
      *----- Chaque placement sans referent va au referent d'une
      *      entreprise deja affectee dans la meme ville du meme
      *      departement (une seule tournee), sinon a l'enseignant qui
      *      a le moins de stages confies
           PERFORM CHARGER-STAGES.
           MOVE 0 TO NB-AFFECTATIONS.
           PERFORM VARYING IDX-STA FROM 1 BY 1
               UNTIL IDX-STA > NB-STAGES
               IF ENS-TAB(IDX-STA) = SPACES
                   PERFORM CHOISIR-REFERENT
                   PERFORM ECRIRE-REFERENT
                   PERFORM CHERCHER-ENSEIGNANT
                   COMPUTE NB-CONFIES-TAB(IDX-ENS-TROUVE) =
                       NB-CONFIES-TAB(IDX-ENS-TROUVE) + 1
                   COMPUTE NB-AFFECTATIONS = NB-AFFECTATIONS + 1
               END-IF
           END-PERFORM.
           DISPLAY NB-AFFECTATIONS " stage(s) affecte(s) sur "
           NB-STAGES.
           EXIT.

       CHOISIR-REFERENT.
           MOVE SPACES TO ENS-DEMANDE.
           PERFORM VARYING IDX-AUTRE FROM 1 BY 1
               UNTIL IDX-AUTRE > NB-STAGES OR ENS-DEMANDE NOT = SPACES
               IF ENS-TAB(IDX-AUTRE) NOT = SPACES
               AND DPT-TAB(IDX-AUTRE) = DPT-TAB(IDX-STA)
               AND VILLE-TAB(IDX-AUTRE) = VILLE-TAB(IDX-STA)
                   MOVE ENS-TAB(IDX-AUTRE) TO ENS-DEMANDE
               END-IF
           END-PERFORM.
           IF ENS-DEMANDE NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO IDX-ENS-MOINS.
           PERFORM VARYING IDX-ENS FROM 2 BY 1
               UNTIL IDX-ENS > NB-ENSEIGNANTS
               IF NB-CONFIES-TAB(IDX-ENS) <
                   NB-CONFIES-TAB(IDX-ENS-MOINS)
                   MOVE IDX-ENS TO IDX-ENS-MOINS
               END-IF
           END-PERFORM.
           MOVE CODE-ENS-TAB(IDX-ENS-MOINS) TO ENS-DEMANDE.
           EXIT.

       EDITER-PLANNING.
      *----- Planning par referent, les placements regroupes par
      *      departement et ville pour qu'un deplacement couvre
      *      toutes les entreprises d'une meme tournee
           PERFORM CHARGER-STAGES.
           MOVE 0 TO NB-SANS-REFERENT.
           SORT WORK-TOURNEE
               ON ASCENDING KEY ENS-TRI
               ON ASCENDING KEY DPT-TRI
               ON ASCENDING KEY VILLE-TRI
               ON ASCENDING KEY SIRET-TRI
               ON ASCENDING KEY INE-TRI
               INPUT PROCEDURE IS LIBERER-STAGES
               OUTPUT PROCEDURE IS EDITER-TOURNEES.
           DISPLAY "Planning ecrit dans tournees.dat".
           IF NB-SANS-REFERENT > 0
               DISPLAY NB-SANS-REFERENT " stage(s) sans referent,"
               " absents du planning (choix 1 ou 2)"
           END-IF.
           EXIT.

       LIBERER-STAGES.
           PERFORM VARYING IDX-STA FROM 1 BY 1
               UNTIL IDX-STA > NB-STAGES
               IF ENS-TAB(IDX-STA) = SPACES
                   COMPUTE NB-SANS-REFERENT = NB-SANS-REFERENT + 1
               ELSE
                   MOVE ENS-TAB(IDX-STA) TO ENS-TRI
                   MOVE DPT-TAB(IDX-STA) TO DPT-TRI
                   MOVE VILLE-TAB(IDX-STA) TO VILLE-TRI
                   MOVE SIRET-TAB(IDX-STA) TO SIRET-TRI
                   MOVE INE-TAB(IDX-STA) TO INE-TRI
                   MOVE ETU-TAB(IDX-STA) TO ETU-TRI
                   MOVE ENT-TAB(IDX-STA) TO ENT-TRI
                   MOVE DEBUT-TAB(IDX-STA) TO DEBUT-TRI
                   MOVE DATE-VIS-TAB(IDX-STA) TO DATE-VIS-TRI
                   RELEASE ENR-TOURNEE
               END-IF
           END-PERFORM.
           EXIT.

       EDITER-TOURNEES.
           MOVE SPACES TO ENS-PRECEDENT.
           OPEN OUTPUT FIC-TOURNEES.
           MOVE DATE-DU-JOUR TO DATE-TITRE-TOURNEE.
           WRITE LIGNE-TOURNEES FROM LIGNE-TITRE-TOURNEE END-WRITE.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-TOURNEE AT END MOVE 1 TO EOF-TRI.
           PERFORM UNTIL EOF-TRI = 1
               IF ENS-TRI NOT = ENS-PRECEDENT
                   PERFORM CLORE-REFERENT
                   PERFORM OUVRIR-REFERENT
               END-IF
               IF DPT-TRI NOT = DPT-PRECEDENT
               OR VILLE-TRI NOT = VILLE-PRECEDENTE
                   MOVE DPT-TRI TO DPT-PRECEDENT
                   MOVE VILLE-TRI TO VILLE-PRECEDENTE
                   MOVE DPT-TRI TO DPT-TOURNEE
                   MOVE VILLE-TRI TO VILLE-TOURNEE
                   WRITE LIGNE-TOURNEES FROM LIGNE-LIEU-TOURNEE
                   END-WRITE
               END-IF
               PERFORM EDITER-STAGE-TOURNEE
               RETURN WORK-TOURNEE AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           PERFORM CLORE-REFERENT.
           CLOSE FIC-TOURNEES.
           EXIT.

       OUVRIR-REFERENT.
           MOVE ENS-TRI TO ENS-PRECEDENT.
           MOVE 0 TO DPT-PRECEDENT.
           MOVE SPACES TO VILLE-PRECEDENTE.
           MOVE 0 TO NB-FAITES-ENS.
           MOVE 0 TO NB-STAGES-ENS.
           MOVE ENS-TRI TO ENS-DEMANDE.
           PERFORM CHERCHER-ENSEIGNANT.
           MOVE ENS-TRI TO CODE-ENS-TOURNEE.
           IF IDX-ENS-TROUVE > 0
               MOVE NOM-ENS-TAB(IDX-ENS-TROUVE) TO NOM-ENS-TOURNEE
           ELSE
               MOVE "(hors enseign.dat)" TO NOM-ENS-TOURNEE
           END-IF.
           MOVE ALL "=" TO LIGNE-TOURNEES.
           WRITE LIGNE-TOURNEES END-WRITE.
           WRITE LIGNE-TOURNEES FROM LIGNE-ENS-TOURNEE END-WRITE.
           EXIT.

       CLORE-REFERENT.
           IF ENS-PRECEDENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE NB-FAITES-ENS TO FAITES-TOURNEE.
           MOVE NB-STAGES-ENS TO STAGES-TOURNEE.
           WRITE LIGNE-TOURNEES FROM LIGNE-BILAN-TOURNEE END-WRITE.
           DISPLAY ENS-PRECEDENT " : " NB-FAITES-ENS " visite(s) sur "
           NB-STAGES-ENS " stage(s)".
           EXIT.

       EDITER-STAGE-TOURNEE.
           COMPUTE NB-STAGES-ENS = NB-STAGES-ENS + 1.
           MOVE ENT-TRI TO ENT-TOURNEE.
           MOVE SIRET-TRI TO SIRET-TOURNEE.
           MOVE ETU-TRI TO ETU-TOURNEE.
           MOVE INE-TRI TO INE-TOURNEE.
           IF DEBUT-TRI = 0
               MOVE "a saisir" TO DEBUT-TOURNEE
           ELSE
               MOVE DEBUT-TRI TO DEBUT-TOURNEE
           END-IF.
           IF DATE-VIS-TRI = 0
               MOVE "A VISITER" TO ETAT-TOURNEE
           ELSE
               COMPUTE NB-FAITES-ENS = NB-FAITES-ENS + 1
               MOVE SPACES TO ETAT-TOURNEE
               STRING "vu le " DATE-VIS-TRI DELIMITED BY SIZE
                   INTO ETAT-TOURNEE
           END-IF.
           WRITE LIGNE-TOURNEES FROM LIGNE-STAGE-TOURNEE END-WRITE.
           EXIT.

       ENREGISTRER-VISITE.
      *----- Date et issue de la visite d'un placement qui a deja son
      *      referent ; une nouvelle saisie remplace la precedente
           DISPLAY "INE du stagiaire : ".
           ACCEPT INE-DEMANDE.
           DISPLAY "SIRET de l'entreprise : ".
           ACCEPT SIRET-DEMANDE.
           MOVE INE-DEMANDE TO INE-VIS.
           MOVE SIRET-DEMANDE TO SIRET-VIS.
           READ FIC-VISITES KEY IS CLE-VIS
               INVALID KEY
                   DISPLAY "Aucun referent pour ce stage, l'affecter"
                   " d'abord (choix 1 ou 2)"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Referent : " ENS-VIS.
           IF DATE-VIS NOT = 0
               DISPLAY "Visite deja enregistree le " DATE-VIS
               " (issue " ISSUE-VIS ") : " COMMENT-VIS
           END-IF.
           DISPLAY "Date de la visite (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT DATE-SAISIE.
           IF DATE-SAISIE = 0
               MOVE DATE-DU-JOUR TO DATE-SAISIE
           END-IF.
           COMPUTE JOURS-SAISIE = FUNCTION INTEGER-OF-DATE(DATE-SAISIE).
           IF JOURS-SAISIE = 0 OR DATE-SAISIE > DATE-DU-JOUR
               DISPLAY "Date invalide ou future : " DATE-SAISIE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO ISSUE-SAISIE.
           PERFORM UNTIL ISSUE-SAISIE = "S" OR ISSUE-SAISIE = "R"
           OR ISSUE-SAISIE = "A"
               DISPLAY "Issue : satisfaisant (S), reserves (R),"
               " alerte (A) : "
               ACCEPT ISSUE-SAISIE
           END-PERFORM.
           DISPLAY "Commentaire : ".
           ACCEPT COMMENT-VIS.
           MOVE DATE-SAISIE TO DATE-VIS.
           MOVE ISSUE-SAISIE TO ISSUE-VIS.
           REWRITE ENR-VISITE
               INVALID KEY DISPLAY "Reecriture impossible, statut "
               FS-VISITES
               NOT INVALID KEY DISPLAY "Visite du " DATE-VIS
               " enregistree"
           END-REWRITE.
           EXIT.

       LISTER-NON-VISITES.
      *----- Placements sans visite alors que le stage a commence
      *      depuis au moins le delai demande ; sans periode saisie le
      *      debut est inconnu et le placement est seulement compte
           DISPLAY "Delai en semaines depuis le debut (0 = 4) : ".
           ACCEPT DELAI-SEMAINES.
           IF DELAI-SEMAINES = 0
               MOVE 4 TO DELAI-SEMAINES
           END-IF.
           PERFORM CHARGER-STAGES.
           MOVE 0 TO NB-NON-VISITES.
           MOVE 0 TO NB-SANS-DATES.
           COMPUTE JOURS-DU-JOUR =
               FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR).
           OPEN OUTPUT FIC-NONVISIT.
           MOVE DATE-DU-JOUR TO DATE-TITRE-NONVIS.
           MOVE DELAI-SEMAINES TO DELAI-TITRE-NONVIS.
           WRITE LIGNE-NONVISIT FROM LIGNE-TITRE-NONVIS END-WRITE.
           PERFORM VARYING IDX-STA FROM 1 BY 1
               UNTIL IDX-STA > NB-STAGES
               IF DATE-VIS-TAB(IDX-STA) = 0
                   IF DEBUT-TAB(IDX-STA) = 0
                       COMPUTE NB-SANS-DATES = NB-SANS-DATES + 1
                   ELSE
                       PERFORM CONTROLER-DELAI-VISITE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FIC-NONVISIT.
           DISPLAY NB-NON-VISITES " stage(s) non visite(s) apres "
           DELAI-SEMAINES " semaines, liste dans nonvisit.dat".
           IF NB-SANS-DATES > 0
               DISPLAY NB-SANS-DATES " stage(s) non visite(s) sans"
               " periode saisie (PERIODE)"
           END-IF.
           EXIT.

       CONTROLER-DELAI-VISITE.
           COMPUTE JOURS-DEBUT =
               FUNCTION INTEGER-OF-DATE(DEBUT-TAB(IDX-STA)).
           IF JOURS-DEBUT + DELAI-SEMAINES * 7 > JOURS-DU-JOUR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE JOURS-DEPUIS = JOURS-DU-JOUR - JOURS-DEBUT.
           COMPUTE NB-NON-VISITES = NB-NON-VISITES + 1.
           IF ENS-TAB(IDX-STA) = SPACES
               MOVE "------" TO ENS-NONVIS
           ELSE
               MOVE ENS-TAB(IDX-STA) TO ENS-NONVIS
           END-IF.
           MOVE INE-TAB(IDX-STA) TO INE-NONVIS.
           MOVE ETU-TAB(IDX-STA) TO ETU-NONVIS.
           MOVE ENT-TAB(IDX-STA) TO ENT-NONVIS.
           MOVE DPT-TAB(IDX-STA) TO DPT-NONVIS.
           MOVE VILLE-TAB(IDX-STA) TO VILLE-NONVIS.
           MOVE JOURS-DEPUIS TO JOURS-NONVIS.
           WRITE LIGNE-NONVISIT FROM LIGNE-NONVIS END-WRITE.
           EXIT.
