       IDENTIFICATION DIVISION.
       program-id. CAPITAL.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Registre partage : les ajournes (VALIDE-REG = NON) de la
      *      cohorte d'origine y sont lus, leur dossier de la cohorte
      *      de redoublement y est cree
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Maquette de la formation : seuls les modules du
      *      semestre 4 peuvent etre capitalises
           SELECT FIC-MAQUETTE ASSIGN TO "../TP4/maquette.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAQUETTE.

      *----- Modules encore en echec a la fin de l'annee d'origine
           SELECT FIC-UADET ASSIGN TO "../TP4/FUADET.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-UADET.

      *----- Notes de modules de l'annee d'origine : la note d'un
      *      module acquis est reportee, celle d'un module a repasser
      *      est retiree pour etre ressaisie
           SELECT FIC-NOTESMOD ASSIGN TO "../TP4/notesmod.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-NMO
           FILE STATUS IS FS-NOTESMOD.

           SELECT FIC-NOTEMLOG ASSIGN TO "../TP4/notemlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTEMLOG.

      *----- Modules acquis par cohorte de redoublement et INE, relus
      *      par CALCMOY, TP4 et RATTRES ; les lignes de la cohorte
      *      traitee sont refaites a chaque passage via la copie de
      *      travail
           SELECT FIC-ACQUIS ASSIGN TO "../TP4/acquis.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACQUIS.

           SELECT FIC-ACQUIS-TRAVAIL ASSIGN TO "../TP4/acquis.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACQUIS-TRAVAIL.

      *----- Historique commun des dossiers du registre, dans le
      *      dossier parent : une ligne datee image avant/apres par
      *      creation, reecriture ou suppression, quel que soit le
      *      programme auteur, relue par le programme REGHIST
           SELECT FIC-REGHIST ASSIGN TO "../reghist.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

      *----- Etat des redoublants : une ligne par etudiant puis le
      *      detail de ses modules acquis et a repasser
           SELECT FIC-CAPITAL ASSIGN TO "capital.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAPITAL.

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

       FD FIC-MAQUETTE.
       01 ENR-MAQUETTE.
           02 MODULE-MAQ PIC X(8).
           02 FILLER PIC X.
           02 UA-MAQ PIC 99.
           02 FILLER PIC X.
           02 COEF-MAQ PIC 99.
           02 FILLER PIC X.
           02 SEMESTRE-MAQ PIC 9.

       FD FIC-UADET.
       01 ENR-UADET.
           02 INE-UADET PIC 9(4).
           02 FILLER PIC X.
           02 MODULE-UADET PIC X(8).

       FD FIC-NOTESMOD.
       01 ENR-NOTESMOD.
           02 CLE-NMO.
               03 INE-NMO PIC 9(4).
               03 MODULE-NMO PIC X(8).
           02 NOTE-NMO PIC 99V99.
           02 DATE-NMO PIC 9(8).

       FD FIC-NOTEMLOG.
       01 ENR-NOTEMLOG.
           02 DATE-NOTEMLOG PIC 9(8).
           02 FILLER PIC X.
           02 INE-NOTEMLOG PIC 9(4).
           02 FILLER PIC X.
           02 MODULE-NOTEMLOG PIC X(8).
           02 FILLER PIC X.
           02 ANCIENNE-NOTEMLOG PIC X(7).
           02 FILLER PIC X.
           02 NOUVELLE-NOTEMLOG PIC X(7).
           02 FILLER PIC X.
           02 OPERATEUR-NOTEMLOG PIC X(8).

      *----- Un module acquis par ligne : cohorte ou il est reporte,
      *      INE, module, note reportee et cohorte d'origine
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

       FD FIC-ACQUIS-TRAVAIL.
       01 ENR-ACQUIS-TRAVAIL.
           02 COHORTE-ACQ-TRV PIC 9(4).
           02 FILLER PIC X(23).

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

       FD FIC-CAPITAL.
       01 LIGNE-CAPITAL PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-REGISTRE PIC XX.
       77 FS-MAQUETTE PIC XX.
       77 FS-UADET PIC XX.
       77 FS-NOTESMOD PIC XX.
       77 FS-NOTEMLOG PIC XX.
       77 FS-ACQUIS PIC XX.
       77 FS-ACQUIS-TRAVAIL PIC XX.
       77 FS-REGHIST PIC XX.
       77 FS-CAPITAL PIC XX.
       77 EOF-REGISTRE PIC 9 VALUE 0.
       77 EOF-MAQUETTE PIC 9 VALUE 0.
       77 EOF-UADET PIC 9 VALUE 0.
       77 EOF-ACQUIS PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CONFIRMATION PIC X.
       77 NOTES-OUVERTES PIC 9 VALUE 0.
      *----- Cohorte d'origine des ajournes et cohorte ou ils
      *      redoublent, par defaut l'annee suivante
       77 COHORTE-ORIGINE PIC 9(4).
       77 COHORTE-REDOUBLEMENT PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
      *----- Ajournes de la cohorte d'origine, charges en une passe
      *      avant toute ecriture au registre
       01 TABLE-AJOURNES.
           02 LIGNE-AJOURNE OCCURS 2000 TIMES.
               03 INE-AJOURNE PIC 9(4).
               03 NOM-AJOURNE PIC X(10).
       77 NB-AJOURNES PIC 9(4) VALUE 0.
       77 IDX-AJOURNE PIC 9(4).
      *----- Modules du semestre 4 de la maquette, avec leur
      *      classement pour l'ajourne courant
       01 MODULES-S4.
           02 LIGNE-MODULE OCCURS 50 TIMES.
               03 MODULE-TAB PIC X(8).
               03 UA-TAB PIC 99.
               03 ETAT-TAB PIC X(12).
               03 NOTE-ETAT-TAB PIC X(5).
       77 NB-MODULES PIC 99 VALUE 0.
       77 IDX-MOD PIC 99.
      *----- Etudiant et module courants
       77 STATUT-DOSSIER PIC X(8).
       77 MODULE-EN-ECHEC PIC 9.
       77 NOTE-TROUVEE PIC 9.
       77 NOTE-AFFICHE PIC Z9.99.
       77 ANCIENNE-NOTE PIC X(7).
       77 NB-ACQUIS-ETU PIC 99.
       77 UA-ACQUISES-ETU PIC 999.
      *----- Compteurs de l'etat
       77 NB-DOSSIERS-CREES PIC 9(4) VALUE 0.
       77 NB-DOSSIERS-EXISTANTS PIC 9(4) VALUE 0.
       77 NB-MODULES-ACQUIS PIC 9(4) VALUE 0.
       77 NB-MODULES-REPASSER PIC 9(4) VALUE 0.
      *----- Image apres du dossier cree pour l'historique commun du
      *      registre
       77 APRES-DOSSIER-HIST PIC X(50).
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Lignes de composition de l'etat des redoublants
       01 LIGNE-TITRE-CAP.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "CAPITALISATION DES ACQUIS ".
           02 ORIGINE-TITRE PIC 9(4).
           02 FILLER PIC X(4) VALUE " -> ".
           02 REDOUBLEMENT-TITRE PIC 9(4).
           02 FILLER PIC X(6) VALUE " - LE ".
           02 DATE-TITRE PIC 9(8).
           02 FILLER PIC X(10) VALUE SPACES.
       01 LIGNE-ETUDIANT-CAP.
           02 INE-CAP PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NOM-CAP PIC X(10).
           02 FILLER PIC X(10) VALUE "  dossier ".
           02 STATUT-CAP PIC X(8).
           02 FILLER PIC X(11) VALUE "  acquis : ".
           02 NB-ACQUIS-CAP PIC Z9.
           02 FILLER PIC X(12) VALUE " module(s), ".
           02 UA-ACQUISES-CAP PIC ZZ9.
           02 FILLER PIC X(3) VALUE " UA".
           02 FILLER PIC X(7) VALUE SPACES.
       01 LIGNE-MODULE-CAP.
           02 FILLER PIC X(6) VALUE SPACES.
           02 MODULE-CAP PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ETAT-MODULE-CAP PIC X(12).
           02 FILLER PIC X(5) VALUE "note ".
           02 NOTE-CAP PIC X(5).
           02 FILLER PIC X(5) VALUE "  UA ".
           02 UA-CAP PIC Z9.
           02 FILLER PIC X(27) VALUE SPACES.
       01 LIGNE-COMPTE-CAP.
           02 LIBELLE-COMPTE PIC X(40).
           02 VALEUR-COMPTE PIC ZZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Capitalisation des acquis-------".
           DISPLAY "Cohorte d'origine des ajournes (AAAA, 0 = annee"
           " precedente) : ".
           ACCEPT COHORTE-ORIGINE.
           IF COHORTE-ORIGINE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               COMPUTE COHORTE-ORIGINE = ANNEE-SYSTEME - 1
           END-IF.
           DISPLAY "Cohorte de redoublement (AAAA, 0 = origine + 1)"
           " : ".
           ACCEPT COHORTE-REDOUBLEMENT.
           IF COHORTE-REDOUBLEMENT = 0
               COMPUTE COHORTE-REDOUBLEMENT = COHORTE-ORIGINE + 1
           END-IF.
           IF COHORTE-REDOUBLEMENT <= COHORTE-ORIGINE
               DISPLAY "La cohorte de redoublement doit suivre la"
               " cohorte d'origine, capitalisation annulee"
               STOP RUN
           END-IF.
           DISPLAY "Les acquis des ajournes de " COHORTE-ORIGINE
           " seront reportes sur la cohorte " COHORTE-REDOUBLEMENT.
           DISPLAY "A lancer avant RENTREE, FUADET.dat et notesmod.dat"
           " portant encore l'annee d'origine".
           DISPLAY "Confirmer (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
               DISPLAY "Capitalisation abandonnee"
               STOP RUN
           END-IF.
           PERFORM CHARGER-MAQUETTE.
           IF NB-MODULES = 0
               DISPLAY "Aucun module de semestre 4 a la maquette,"
               " capitalisation annulee"
               STOP RUN
           END-IF.
           OPEN I-O FIC-REGISTRE.
           IF FS-REGISTRE NOT = "00"
               DISPLAY "registre.dat indisponible, statut "
               FS-REGISTRE ", capitalisation annulee"
               STOP RUN
           END-IF.
           PERFORM CHARGER-AJOURNES.
           OPEN I-O FIC-NOTESMOD.
           IF FS-NOTESMOD = "00"
               MOVE 1 TO NOTES-OUVERTES
           ELSE
               DISPLAY "notesmod.dat absent ou illisible, statut "
               FS-NOTESMOD ", aucun module ne peut etre reporte"
           END-IF.
           PERFORM ECARTER-ACQUIS-COHORTE.
           OPEN OUTPUT FIC-CAPITAL.
           MOVE COHORTE-ORIGINE TO ORIGINE-TITRE.
           MOVE COHORTE-REDOUBLEMENT TO REDOUBLEMENT-TITRE.
           MOVE DATE-DU-JOUR TO DATE-TITRE.
           WRITE LIGNE-CAPITAL FROM LIGNE-TITRE-CAP END-WRITE.
           MOVE ALL "=" TO LIGNE-CAPITAL.
           WRITE LIGNE-CAPITAL END-WRITE.
           PERFORM VARYING IDX-AJOURNE FROM 1 BY 1
               UNTIL IDX-AJOURNE > NB-AJOURNES
               PERFORM CAPITALISER-AJOURNE
           END-PERFORM.
           PERFORM EDITER-COMPTES.
           CLOSE FIC-CAPITAL.
           CLOSE FIC-ACQUIS-TRAVAIL.
           IF NOTES-OUVERTES = 1
               CLOSE FIC-NOTESMOD
           END-IF.
           CLOSE FIC-REGISTRE.
           PERFORM RECOPIER-ACQUIS-TRAVAIL.
           DISPLAY "---------------".
           DISPLAY "Ajournes de la cohorte " COHORTE-ORIGINE " : "
           NB-AJOURNES.
           DISPLAY "Dossiers crees en " COHORTE-REDOUBLEMENT " : "
           NB-DOSSIERS-CREES.
           DISPLAY "Modules acquis reportes : " NB-MODULES-ACQUIS.
           DISPLAY "Modules a repasser : " NB-MODULES-REPASSER.
           DISPLAY "Etat des redoublants dans capital.dat".
           STOP RUN.

       CHARGER-MAQUETTE.
           MOVE 0 TO NB-MODULES.
           MOVE 0 TO EOF-MAQUETTE.
           OPEN INPUT FIC-MAQUETTE.
           IF FS-MAQUETTE NOT = "00"
               DISPLAY "maquette.dat absent ou illisible, statut "
               FS-MAQUETTE
               EXIT PARAGRAPH
           END-IF.
           READ FIC-MAQUETTE AT END MOVE 1 TO EOF-MAQUETTE END-READ.
           PERFORM UNTIL EOF-MAQUETTE = 1
               IF SEMESTRE-MAQ = 4 AND NB-MODULES < 50
                   COMPUTE NB-MODULES = NB-MODULES + 1
                   MOVE MODULE-MAQ TO MODULE-TAB(NB-MODULES)
                   MOVE UA-MAQ TO UA-TAB(NB-MODULES)
               END-IF
               READ FIC-MAQUETTE AT END MOVE 1 TO EOF-MAQUETTE END-READ
           END-PERFORM.
           CLOSE FIC-MAQUETTE.
           EXIT.

       CHARGER-AJOURNES.
      *----- Parcours complet du registre avant toute creation : une
      *      lecture par cle pendant le parcours deplacerait la
      *      position du READ NEXT
           MOVE 0 TO EOF-REGISTRE.
           READ FIC-REGISTRE NEXT RECORD AT END MOVE 1 TO EOF-REGISTRE
           END-READ.
           PERFORM UNTIL EOF-REGISTRE = 1
               IF COHORTE-REG = COHORTE-ORIGINE
               AND VALIDE-REG = "NON"
                   IF NB-AJOURNES < 2000
                       COMPUTE NB-AJOURNES = NB-AJOURNES + 1
                       MOVE INE-REG TO INE-AJOURNE(NB-AJOURNES)
                       MOVE NOM-REG TO NOM-AJOURNE(NB-AJOURNES)
                   ELSE
                       DISPLAY "Attention : plus de 2000 ajournes,"
                       " capitalisation incomplete"
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

       ECARTER-ACQUIS-COHORTE.
      *----- Les acquis des autres cohortes passent dans la copie de
      *      travail, ceux de la cohorte de redoublement sont refaits
      *      ; la copie reste ouverte pour recevoir les nouveaux
           OPEN OUTPUT FIC-ACQUIS-TRAVAIL.
           MOVE 0 TO EOF-ACQUIS.
           OPEN INPUT FIC-ACQUIS.
           IF FS-ACQUIS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ACQUIS AT END MOVE 1 TO EOF-ACQUIS END-READ.
           PERFORM UNTIL EOF-ACQUIS = 1
               IF COHORTE-ACQ NOT = COHORTE-REDOUBLEMENT
                   MOVE ENR-ACQUIS TO ENR-ACQUIS-TRAVAIL
                   WRITE ENR-ACQUIS-TRAVAIL END-WRITE
               END-IF
               READ FIC-ACQUIS AT END MOVE 1 TO EOF-ACQUIS END-READ
           END-PERFORM.
           CLOSE FIC-ACQUIS.
           EXIT.

       CAPITALISER-AJOURNE.
           MOVE 0 TO NB-ACQUIS-ETU.
           MOVE 0 TO UA-ACQUISES-ETU.
           PERFORM CREER-DOSSIER-REDOUBLANT.
           MOVE INE-AJOURNE(IDX-AJOURNE) TO INE-CAP.
           MOVE NOM-AJOURNE(IDX-AJOURNE) TO NOM-CAP.
           MOVE STATUT-DOSSIER TO STATUT-CAP.
      *----- Les modules sont classes d'abord pour que la ligne de
      *      l'etudiant porte ses totaux, leur detail suit
           PERFORM VARYING IDX-MOD FROM 1 BY 1
               UNTIL IDX-MOD > NB-MODULES
               PERFORM CLASSER-MODULE
           END-PERFORM.
           MOVE NB-ACQUIS-ETU TO NB-ACQUIS-CAP.
           MOVE UA-ACQUISES-ETU TO UA-ACQUISES-CAP.
           WRITE LIGNE-CAPITAL FROM LIGNE-ETUDIANT-CAP END-WRITE.
           PERFORM VARYING IDX-MOD FROM 1 BY 1
               UNTIL IDX-MOD > NB-MODULES
               PERFORM EDITER-MODULE
           END-PERFORM.
           EXIT.

       CREER-DOSSIER-REDOUBLANT.
      *----- Dossier de la cohorte de redoublement : cle et nom comme
      *      a la rentree ; un dossier deja present est garde tel quel
           MOVE COHORTE-REDOUBLEMENT TO COHORTE-REG.
           MOVE INE-AJOURNE(IDX-AJOURNE) TO INE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY
                   INITIALIZE ENR-REGISTRE
                   MOVE COHORTE-REDOUBLEMENT TO COHORTE-REG
                   MOVE INE-AJOURNE(IDX-AJOURNE) TO INE-REG
                   MOVE NOM-AJOURNE(IDX-AJOURNE) TO NOM-REG
                   WRITE ENR-REGISTRE
                       INVALID KEY
                           MOVE "ERREUR" TO STATUT-DOSSIER
                           DISPLAY "Creation du dossier de l'INE "
                           INE-REG " impossible, statut " FS-REGISTRE
                       NOT INVALID KEY
                           MOVE "CREE" TO STATUT-DOSSIER
                           COMPUTE NB-DOSSIERS-CREES =
                               NB-DOSSIERS-CREES + 1
                           MOVE ENR-REGISTRE TO APRES-DOSSIER-HIST
                           PERFORM ECRIRE-REGHIST
                   END-WRITE
               NOT INVALID KEY
                   MOVE "EXISTANT" TO STATUT-DOSSIER
                   COMPUTE NB-DOSSIERS-EXISTANTS =
                       NB-DOSSIERS-EXISTANTS + 1
           END-READ.
           EXIT.

       CLASSER-MODULE.
      *----- Acquis : le module a une note et n'est pas au detail des
      *      UA en echec ; sinon il est a repasser et son ancienne
      *      note est retiree pour ne pas compter une seconde fois
           PERFORM CHERCHER-ECHEC-MODULE.
           MOVE "A REPASSER" TO ETAT-TAB(IDX-MOD).
           MOVE SPACES TO NOTE-ETAT-TAB(IDX-MOD).
           MOVE 0 TO NOTE-TROUVEE.
           IF NOTES-OUVERTES = 1
               MOVE INE-AJOURNE(IDX-AJOURNE) TO INE-NMO
               MOVE MODULE-TAB(IDX-MOD) TO MODULE-NMO
               READ FIC-NOTESMOD KEY IS CLE-NMO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO NOTE-TROUVEE
               END-READ
           END-IF.
           IF MODULE-EN-ECHEC = 0 AND NOTE-TROUVEE = 1
               COMPUTE NB-ACQUIS-ETU = NB-ACQUIS-ETU + 1
               COMPUTE UA-ACQUISES-ETU = UA-ACQUISES-ETU
                   + UA-TAB(IDX-MOD)
               COMPUTE NB-MODULES-ACQUIS = NB-MODULES-ACQUIS + 1
               MOVE "ACQUIS" TO ETAT-TAB(IDX-MOD)
               MOVE NOTE-NMO TO NOTE-AFFICHE
               MOVE NOTE-AFFICHE TO NOTE-ETAT-TAB(IDX-MOD)
               MOVE SPACES TO ENR-ACQUIS
               MOVE COHORTE-REDOUBLEMENT TO COHORTE-ACQ
               MOVE INE-AJOURNE(IDX-AJOURNE) TO INE-ACQ
               MOVE MODULE-TAB(IDX-MOD) TO MODULE-ACQ
               MOVE NOTE-NMO TO NOTE-ACQ
               MOVE COHORTE-ORIGINE TO ORIGINE-ACQ
               MOVE ENR-ACQUIS TO ENR-ACQUIS-TRAVAIL
               WRITE ENR-ACQUIS-TRAVAIL END-WRITE
           ELSE
               COMPUTE NB-MODULES-REPASSER = NB-MODULES-REPASSER + 1
               IF NOTE-TROUVEE = 1
                   PERFORM RETIRER-NOTE-REPASSEE
               END-IF
           END-IF.
           EXIT.

       CHERCHER-ECHEC-MODULE.
           MOVE 0 TO MODULE-EN-ECHEC.
           MOVE 0 TO EOF-UADET.
           OPEN INPUT FIC-UADET.
           IF FS-UADET NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-UADET AT END MOVE 1 TO EOF-UADET END-READ.
           PERFORM UNTIL EOF-UADET = 1
               IF INE-UADET = INE-AJOURNE(IDX-AJOURNE)
               AND MODULE-UADET = MODULE-TAB(IDX-MOD)
                   MOVE 1 TO MODULE-EN-ECHEC
                   MOVE 1 TO EOF-UADET
               ELSE
                   READ FIC-UADET AT END MOVE 1 TO EOF-UADET END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-UADET.
           EXIT.

       RETIRER-NOTE-REPASSEE.
      *----- Meme trace que SAISMOD : ancienne note et motif dans
      *      notemlog.dat
           MOVE NOTE-NMO TO NOTE-AFFICHE.
           MOVE NOTE-AFFICHE TO ANCIENNE-NOTE.
           DELETE FIC-NOTESMOD RECORD
               INVALID KEY
                   DISPLAY "Note de " MODULE-NMO " de l'INE " INE-NMO
                   " non retiree, statut " FS-NOTESMOD
               NOT INVALID KEY
                   PERFORM ECRIRE-NOTEMLOG
           END-DELETE.
           EXIT.

       EDITER-MODULE.
           MOVE SPACES TO LIGNE-MODULE-CAP.
           MOVE MODULE-TAB(IDX-MOD) TO MODULE-CAP.
           MOVE ETAT-TAB(IDX-MOD) TO ETAT-MODULE-CAP.
           MOVE NOTE-ETAT-TAB(IDX-MOD) TO NOTE-CAP.
           MOVE UA-TAB(IDX-MOD) TO UA-CAP.
           WRITE LIGNE-CAPITAL FROM LIGNE-MODULE-CAP END-WRITE.
           EXIT.

       RECOPIER-ACQUIS-TRAVAIL.
      *----- La copie de travail devient le nouvel acquis.dat
           MOVE 0 TO EOF-ACQUIS.
           OPEN INPUT FIC-ACQUIS-TRAVAIL.
           OPEN OUTPUT FIC-ACQUIS.
           READ FIC-ACQUIS-TRAVAIL AT END MOVE 1 TO EOF-ACQUIS
           END-READ.
           PERFORM UNTIL EOF-ACQUIS = 1
               MOVE ENR-ACQUIS-TRAVAIL TO ENR-ACQUIS
               WRITE ENR-ACQUIS END-WRITE
               READ FIC-ACQUIS-TRAVAIL AT END MOVE 1 TO EOF-ACQUIS
               END-READ
           END-PERFORM.
           CLOSE FIC-ACQUIS.
           CLOSE FIC-ACQUIS-TRAVAIL.
           EXIT.

       EDITER-COMPTES.
           MOVE ALL "=" TO LIGNE-CAPITAL.
           WRITE LIGNE-CAPITAL END-WRITE.
           MOVE "Ajournes de la cohorte d'origine :" TO LIBELLE-COMPTE.
           MOVE NB-AJOURNES TO VALEUR-COMPTE.
           WRITE LIGNE-CAPITAL FROM LIGNE-COMPTE-CAP END-WRITE.
           MOVE "Dossiers de redoublement crees :" TO LIBELLE-COMPTE.
           MOVE NB-DOSSIERS-CREES TO VALEUR-COMPTE.
           WRITE LIGNE-CAPITAL FROM LIGNE-COMPTE-CAP END-WRITE.
           MOVE "Dossiers de redoublement deja presents :"
               TO LIBELLE-COMPTE.
           MOVE NB-DOSSIERS-EXISTANTS TO VALEUR-COMPTE.
           WRITE LIGNE-CAPITAL FROM LIGNE-COMPTE-CAP END-WRITE.
           MOVE "Modules acquis reportes :" TO LIBELLE-COMPTE.
           MOVE NB-MODULES-ACQUIS TO VALEUR-COMPTE.
           WRITE LIGNE-CAPITAL FROM LIGNE-COMPTE-CAP END-WRITE.
           MOVE "Modules a repasser :" TO LIBELLE-COMPTE.
           MOVE NB-MODULES-REPASSER TO VALEUR-COMPTE.
           WRITE LIGNE-CAPITAL FROM LIGNE-COMPTE-CAP END-WRITE.
           EXIT.

       ECRIRE-NOTEMLOG.
           OPEN EXTEND FIC-NOTEMLOG.
           IF FS-NOTEMLOG = "35"
               OPEN OUTPUT FIC-NOTEMLOG
           END-IF.
           MOVE SPACES TO ENR-NOTEMLOG.
           MOVE DATE-DU-JOUR TO DATE-NOTEMLOG.
           MOVE INE-NMO TO INE-NOTEMLOG.
           MOVE MODULE-NMO TO MODULE-NOTEMLOG.
           MOVE ANCIENNE-NOTE TO ANCIENNE-NOTEMLOG.
           MOVE "REPASSE" TO NOUVELLE-NOTEMLOG.
      *----- Traitement de lot sans session : son nom tient lieu
      *      d'operateur
           MOVE "CAPITAL" TO OPERATEUR-NOTEMLOG.
           WRITE ENR-NOTEMLOG END-WRITE.
           CLOSE FIC-NOTEMLOG.
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
           MOVE "CAPITAL" TO PROG-HIST.
           MOVE "CREATION" TO OPERATION-HIST.
           MOVE INE-REG TO INE-HIST.
           MOVE SPACES TO AVANT-HIST.
           MOVE APRES-DOSSIER-HIST TO APRES-HIST.
           MOVE "CAPITAL" TO OPERATEUR-HIST.
           WRITE ENR-REGHIST END-WRITE.
           CLOSE FIC-REGHIST.
           EXIT.
