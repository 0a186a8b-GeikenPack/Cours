       IDENTIFICATION DIVISION.
       program-id. CALCMOY.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Dossiers recalcules : MOYS4-ETU et UA-ETU sont reecrits
      *      a partir des notes de modules, les autres zones restent
           SELECT FETUD ASSIGN TO "fetud.dat.dat" ORGANIZATION IS
           INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INE-ETU
           ALTERNATE RECORD IS MOYS4-ETU DUPLICATES
           ALTERNATE RECORD IS UA-ETU DUPLICATES
           FILE STATUS IS FS-FETUD.

      *----- Notes de modules saisies par SAISMOD, cle INE + module
           SELECT FIC-NOTESMOD ASSIGN TO "notesmod.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-NMO
           FILE STATUS IS FS-NOTESMOD.

      *----- Maquette de la formation : seuls les modules du
      *      semestre 4 entrent dans MOYS4 et les UA
           SELECT FIC-MAQUETTE ASSIGN TO "maquette.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAQUETTE.

      *----- Detail des UA en echec, regenere ici a partir des notes
      *      sous le seuil ; les lignes d'un dossier incomplet sont
      *      reprises telles quelles de l'ancien fichier
           SELECT FIC-UADET ASSIGN TO "FUADET.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-UADET.

           SELECT FIC-UADET-TRAVAIL ASSIGN TO "FUADET.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UADET-TRAVAIL.

      *----- Resultats de seconde session de RATTRES : un module deja
      *      rattrape ne repart pas en echec au recalcul
           SELECT FIC-SESSION2 ASSIGN TO "session2.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-SESSION2.

      *----- Modules acquis des redoublants, reportes par CAPITAL :
      *      leur note d'origine entre dans la moyenne, ils ne
      *      comptent jamais d'UA en echec
           SELECT FIC-ACQUIS ASSIGN TO "acquis.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACQUIS.

      *----- Compte rendu imprimable du recalcul, une ligne par
      *      etudiant avec valeurs avant/apres
           SELECT FIC-CALCMOY ASSIGN TO "calcmoy.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALCMOY.

           SELECT FIC-JOURNAL ASSIGN TO "../journal.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

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
       01 E-ETU.
           02 INE-ETU PIC 9(4).
           02 NOM-ETU PIC X(10).
           02 MOYS4-ETU PIC 99V99.
           02 MOYS3-ETU PIC 99V99.
           02 COMP-ETU PIC 9.
           02 UA-ETU PIC 99.

       FD FIC-NOTESMOD.
       01 ENR-NOTESMOD.
           02 CLE-NMO.
               03 INE-NMO PIC 9(4).
               03 MODULE-NMO PIC X(8).
           02 NOTE-NMO PIC 99V99.
           02 DATE-NMO PIC 9(8).

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

       FD FIC-UADET-TRAVAIL.
       01 ENR-UADET-TRAVAIL.
           02 INE-UADET-TRV PIC 9(4).
           02 FILLER PIC X.
           02 MODULE-UADET-TRV PIC X(8).

       FD FIC-SESSION2.
       01 ENR-SESSION2.
           02 DATE-SESSION2 PIC 9(8).
           02 FILLER PIC X.
           02 TYPE-SESSION2 PIC X(5).
           02 FILLER PIC X.
           02 INE-SESSION2 PIC 9(4).
           02 FILLER PIC X.
           02 MODULE-SESSION2 PIC X(8).
           02 FILLER PIC X.
           02 RESULTAT-SESSION2 PIC X(7).
           02 FILLER PIC X.
           02 UA-RESTANT-SESSION2 PIC 99.

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

       FD FIC-CALCMOY.
       01 LIGNE-CALCMOY PIC X(72).

       FD FIC-JOURNAL.
       01 ENR-JOURNAL.
           02 PROG-JRN PIC X(8).
           02 FILLER PIC X.
           02 DATE-JRN PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-JRN PIC 9(6).
           02 FILLER PIC X.
           02 TYPE-JRN PIC X(5).
           02 FILLER PIC X.
           02 LUS-JRN PIC 9(5).
           02 FILLER PIC X.
           02 ECRITS-JRN PIC 9(5).
           02 FILLER PIC X.
           02 REJETS-JRN PIC 9(5).
           02 FILLER PIC X.
           02 STATUT-JRN PIC X(7).

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
       77 FS-FETUD PIC XX.
       77 FS-NOTESMOD PIC XX.
       77 FS-MAQUETTE PIC XX.
       77 FS-UADET PIC XX.
       77 FS-UADET-TRAVAIL PIC XX.
       77 FS-SESSION2 PIC XX.
       77 FS-ACQUIS PIC XX.
       77 FS-CALCMOY PIC XX.
       77 FS-JOURNAL PIC XX.
       77 EOF-FETUD PIC 9 VALUE 0.
       77 EOF-MAQUETTE PIC 9 VALUE 0.
       77 EOF-UADET PIC 9 VALUE 0.
       77 EOF-SESSION2 PIC 9 VALUE 0.
       77 EOF-ACQUIS PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
      *----- Note en dessous de laquelle un module est en echec et
      *      compte ses UA a l'etudiant
       77 SEUIL-MODULE PIC 99V99 VALUE 10.
      *----- Cohorte recalculee : seuls ses acquis capitalises sont
      *      pris en compte
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
      *----- Modules du semestre 4 de la maquette, en memoire pour
      *      toute l'execution, avec la note de l'etudiant courant
       77 NB-MODULES PIC 99 VALUE 0.
       77 IDX-MOD PIC 99.
       01 MODULES-S4.
           02 LIGNE-MODULE OCCURS 50 TIMES.
               03 MODULE-TAB PIC X(8).
               03 UA-TAB PIC 99.
               03 COEF-TAB PIC 99.
               03 NOTE-TAB PIC 99V99.
               03 ACQUIS-TAB PIC 9.
      *----- Calcul de l'etudiant courant
       77 NB-NOTES-TROUVEES PIC 99.
       77 NB-NOTES-MANQUANTES PIC 99.
       77 NB-ACQUIS-ETU PIC 99.
       77 TOTAL-PONDERE PIC 9(5)V99.
       77 TOTAL-COEF PIC 9(4).
       77 TOTAL-UA PIC 999.
       77 MODULE-RATTRAPE PIC 9.
       77 ANCIENNE-MOYS4 PIC 99V99.
       77 ANCIEN-UA PIC 99.
       77 STATUT-CALCUL PIC X(10).
      *----- Compteurs du compte rendu et du journal
       77 NB-ETUDIANTS PIC 9(4) VALUE 0.
       77 NB-RECALCULES PIC 9(4) VALUE 0.
       77 NB-INCOMPLETS PIC 9(4) VALUE 0.
       77 NB-SANS-NOTE PIC 9(4) VALUE 0.
       77 NB-MODULES-ACQUIS PIC 9(4) VALUE 0.
       77 NB-LIGNES-UADET PIC 9(4) VALUE 0.
       77 TRAITEMENT-ECHOUE PIC 9 VALUE 0.
       77 DONNEES-ABSENTES PIC 9 VALUE 0.
       77 TYPE-JRN-COURANT PIC X(5).
       77 STATUT-JRN-COURANT PIC X(7).
       01 HEURE-SYSTEME.
           02 HEURE-JRN-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Lignes de composition du compte rendu
       01 LIGNE-TITRE-CAL.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "RECALCUL DES MOYENNES S4 - ".
           02 DATE-TITRE-CAL PIC 9(8).
           02 FILLER PIC X(22) VALUE SPACES.
       01 LIGNE-ETUDIANT-CAL.
           02 INE-CAL PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NOM-CAL PIC X(10).
           02 FILLER PIC X(5) VALUE "  S4 ".
           02 ANCIENNE-MOY-CAL PIC Z9.99.
           02 FILLER PIC X(4) VALUE " -> ".
           02 NOUVELLE-MOY-CAL PIC Z9.99.
           02 FILLER PIC X(6) VALUE "   UA ".
           02 ANCIEN-UA-CAL PIC Z9.
           02 FILLER PIC X(4) VALUE " -> ".
           02 NOUVEL-UA-CAL PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 STATUT-CAL PIC X(10).
           02 FILLER PIC X(12) VALUE SPACES.
       01 LIGNE-TOTAL-CAL.
           02 FILLER PIC X(6) VALUE SPACES.
           02 LIBELLE-TOTAL-CAL PIC X(40).
           02 VALEUR-TOTAL-CAL PIC ZZZ9.
           02 FILLER PIC X(22) VALUE SPACES.
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
       77 PROGRAMME-VERROU PIC X(8) VALUE "CALCMOY".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Recalcul des moyennes S4-------".
           PERFORM ECRIRE-JOURNAL-DEBUT.
           DISPLAY "Cohorte traitee (AAAA, 0 = annee courante) : ".
           ACCEPT COHORTE-TRAITEE.
           IF COHORTE-TRAITEE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
      *----- Cohorte dont le proces-verbal est signe : traitement
      *      refuse, sauf ouverture motivee du verrou (tracee)
           MOVE COHORTE-TRAITEE TO COHORTE-CONTROLEE.
           MOVE 0 TO INE-VERLOG-COURANT.
           MOVE "RECALCUL DES MOYENNES S4" TO DETAIL-VERLOG-COURANT.
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
           DISPLAY "Seuil de reussite d'un module (defaut 10) : ".
           ACCEPT SEUIL-MODULE.
           IF SEUIL-MODULE = 0
               MOVE 10 TO SEUIL-MODULE
           END-IF.
           PERFORM CHARGER-MAQUETTE.
           IF NB-MODULES = 0
               DISPLAY "Aucun module de semestre 4 a la maquette,"
               " dossiers laisses en l'etat"
               MOVE 1 TO DONNEES-ABSENTES
               PERFORM ECRIRE-JOURNAL-FIN
               STOP RUN
           END-IF.
           OPEN INPUT FIC-NOTESMOD.
           IF FS-NOTESMOD NOT = "00"
               DISPLAY "notesmod.dat absent ou illisible, statut "
               FS-NOTESMOD ", dossiers laisses en l'etat"
               MOVE 1 TO DONNEES-ABSENTES
               PERFORM ECRIRE-JOURNAL-FIN
               STOP RUN
           END-IF.
           OPEN I-O FETUD.
           IF FS-FETUD NOT = "00"
               DISPLAY "fetud.dat.dat introuvable ou illisible,"
               " statut " FS-FETUD ", recalcul annule"
               CLOSE FIC-NOTESMOD
               MOVE 1 TO TRAITEMENT-ECHOUE
               PERFORM ECRIRE-JOURNAL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT FIC-UADET-TRAVAIL.
           OPEN OUTPUT FIC-CALCMOY.
           MOVE DATE-DU-JOUR TO DATE-TITRE-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-TITRE-CAL END-WRITE.
           MOVE SPACES TO LIGNE-CALCMOY.
           WRITE LIGNE-CALCMOY END-WRITE.
           PERFORM RECALCULER-ETUDIANTS.
           PERFORM EDITER-TOTAUX.
           CLOSE FIC-CALCMOY.
           CLOSE FIC-UADET-TRAVAIL.
           CLOSE FETUD.
           CLOSE FIC-NOTESMOD.
           PERFORM RECOPIER-UADET-TRAVAIL.
           DISPLAY "---------------".
           DISPLAY "Etudiants lus : " NB-ETUDIANTS.
           DISPLAY "Recalcules : " NB-RECALCULES.
           DISPLAY "Incomplets (laisses en l'etat) : " NB-INCOMPLETS.
           DISPLAY "Sans note (laisses en l'etat) : " NB-SANS-NOTE.
           DISPLAY "Modules en echec au detail des UA : "
           NB-LIGNES-UADET.
           DISPLAY "Modules acquis capitalises : " NB-MODULES-ACQUIS.
           PERFORM ECRIRE-JOURNAL-FIN.
           STOP RUN.

       CHARGER-MAQUETTE.
      *----- Seuls les modules du semestre 4 sont retenus ; un
      *      coefficient nul ne peut pas peser dans la moyenne
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
               IF SEMESTRE-MAQ = 4 AND COEF-MAQ > 0
               AND NB-MODULES < 50
                   COMPUTE NB-MODULES = NB-MODULES + 1
                   MOVE MODULE-MAQ TO MODULE-TAB(NB-MODULES)
                   MOVE UA-MAQ TO UA-TAB(NB-MODULES)
                   MOVE COEF-MAQ TO COEF-TAB(NB-MODULES)
               END-IF
               READ FIC-MAQUETTE AT END MOVE 1 TO EOF-MAQUETTE END-READ
           END-PERFORM.
           CLOSE FIC-MAQUETTE.
           EXIT.

       RECALCULER-ETUDIANTS.
           MOVE 0 TO EOF-FETUD.
           READ FETUD NEXT RECORD AT END MOVE 1 TO EOF-FETUD END-READ.
           PERFORM UNTIL EOF-FETUD = 1
               COMPUTE NB-ETUDIANTS = NB-ETUDIANTS + 1
               PERFORM RECALCULER-UN-ETUDIANT
               READ FETUD NEXT RECORD AT END MOVE 1 TO EOF-FETUD
               END-READ
           END-PERFORM.
           EXIT.

       RECALCULER-UN-ETUDIANT.
      *----- Tant qu'une note de S4 manque, le dossier n'est pas
      *      touche et ses modules en echec sont repris tels quels :
      *      une moyenne sur une partie des modules serait fausse
           MOVE MOYS4-ETU TO ANCIENNE-MOYS4.
           MOVE UA-ETU TO ANCIEN-UA.
           PERFORM LIRE-ACQUIS-ETUDIANT.
           PERFORM LIRE-NOTES-ETUDIANT.
           IF NB-NOTES-TROUVEES = 0 AND NB-ACQUIS-ETU = 0
               MOVE "SANS NOTE" TO STATUT-CALCUL
               COMPUTE NB-SANS-NOTE = NB-SANS-NOTE + 1
               PERFORM REPRENDRE-UADET-ETUDIANT
               PERFORM EDITER-ETUDIANT
               EXIT PARAGRAPH
           END-IF.
           IF NB-NOTES-MANQUANTES > 0
               MOVE "INCOMPLET" TO STATUT-CALCUL
               COMPUTE NB-INCOMPLETS = NB-INCOMPLETS + 1
               DISPLAY "INE " INE-ETU " : " NB-NOTES-MANQUANTES
               " note(s) de S4 manquante(s), dossier laisse en l'etat"
               PERFORM REPRENDRE-UADET-ETUDIANT
               PERFORM EDITER-ETUDIANT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MOYS4-ETU ROUNDED = TOTAL-PONDERE / TOTAL-COEF.
           MOVE 0 TO TOTAL-UA.
           PERFORM VARYING IDX-MOD FROM 1 BY 1
           UNTIL IDX-MOD > NB-MODULES
               IF NOTE-TAB(IDX-MOD) < SEUIL-MODULE
               AND ACQUIS-TAB(IDX-MOD) = 0
                   PERFORM CHERCHER-RATTRAPAGE
                   IF MODULE-RATTRAPE = 0
                       COMPUTE TOTAL-UA = TOTAL-UA + UA-TAB(IDX-MOD)
                       MOVE SPACES TO ENR-UADET-TRAVAIL
                       MOVE INE-ETU TO INE-UADET-TRV
                       MOVE MODULE-TAB(IDX-MOD) TO MODULE-UADET-TRV
                       WRITE ENR-UADET-TRAVAIL END-WRITE
                       COMPUTE NB-LIGNES-UADET = NB-LIGNES-UADET + 1
                   END-IF
               END-IF
           END-PERFORM.
           IF TOTAL-UA > 99
               MOVE 99 TO UA-ETU
           ELSE
               MOVE TOTAL-UA TO UA-ETU
           END-IF.
           REWRITE E-ETU
               INVALID KEY
                   DISPLAY "Reecriture FETUD impossible pour l'INE "
                   INE-ETU ", statut " FS-FETUD
                   MOVE "ERREUR" TO STATUT-CALCUL
                   COMPUTE NB-INCOMPLETS = NB-INCOMPLETS + 1
               NOT INVALID KEY
                   MOVE "RECALCULE" TO STATUT-CALCUL
                   COMPUTE NB-RECALCULES = NB-RECALCULES + 1
           END-REWRITE.
           PERFORM EDITER-ETUDIANT.
           EXIT.

       LIRE-ACQUIS-ETUDIANT.
      *----- Marque les modules capitalises de l'etudiant pour la
      *      cohorte traitee, avec leur note reportee
           MOVE 0 TO NB-ACQUIS-ETU.
           PERFORM VARYING IDX-MOD FROM 1 BY 1
           UNTIL IDX-MOD > NB-MODULES
               MOVE 0 TO ACQUIS-TAB(IDX-MOD)
           END-PERFORM.
           MOVE 0 TO EOF-ACQUIS.
           OPEN INPUT FIC-ACQUIS.
           IF FS-ACQUIS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ACQUIS AT END MOVE 1 TO EOF-ACQUIS END-READ.
           PERFORM UNTIL EOF-ACQUIS = 1
               IF COHORTE-ACQ = COHORTE-TRAITEE AND INE-ACQ = INE-ETU
                   PERFORM VARYING IDX-MOD FROM 1 BY 1
                   UNTIL IDX-MOD > NB-MODULES
                       IF MODULE-TAB(IDX-MOD) = MODULE-ACQ
                       AND ACQUIS-TAB(IDX-MOD) = 0
                           MOVE 1 TO ACQUIS-TAB(IDX-MOD)
                           MOVE NOTE-ACQ TO NOTE-TAB(IDX-MOD)
                           COMPUTE NB-ACQUIS-ETU = NB-ACQUIS-ETU + 1
                       END-IF
                   END-PERFORM
               END-IF
               READ FIC-ACQUIS AT END MOVE 1 TO EOF-ACQUIS END-READ
           END-PERFORM.
           CLOSE FIC-ACQUIS.
           COMPUTE NB-MODULES-ACQUIS = NB-MODULES-ACQUIS
               + NB-ACQUIS-ETU.
           EXIT.

       LIRE-NOTES-ETUDIANT.
      *----- Une lecture directe par module de la maquette : somme
      *      des notes ponderees par les coefficients ; un module
      *      acquis garde sa note reportee sans nouvelle saisie
           MOVE 0 TO NB-NOTES-TROUVEES.
           MOVE 0 TO NB-NOTES-MANQUANTES.
           MOVE 0 TO TOTAL-PONDERE.
           MOVE 0 TO TOTAL-COEF.
           PERFORM VARYING IDX-MOD FROM 1 BY 1
           UNTIL IDX-MOD > NB-MODULES
               IF ACQUIS-TAB(IDX-MOD) = 1
                   COMPUTE TOTAL-PONDERE = TOTAL-PONDERE
                       + NOTE-TAB(IDX-MOD) * COEF-TAB(IDX-MOD)
                   COMPUTE TOTAL-COEF = TOTAL-COEF
                       + COEF-TAB(IDX-MOD)
               ELSE
                   PERFORM LIRE-NOTE-MODULE
               END-IF
           END-PERFORM.
           EXIT.

       LIRE-NOTE-MODULE.
           MOVE INE-ETU TO INE-NMO.
           MOVE MODULE-TAB(IDX-MOD) TO MODULE-NMO.
           READ FIC-NOTESMOD KEY IS CLE-NMO
               INVALID KEY
                   MOVE 0 TO NOTE-TAB(IDX-MOD)
                   COMPUTE NB-NOTES-MANQUANTES =
                       NB-NOTES-MANQUANTES + 1
               NOT INVALID KEY
                   MOVE NOTE-NMO TO NOTE-TAB(IDX-MOD)
                   COMPUTE NB-NOTES-TROUVEES = NB-NOTES-TROUVEES + 1
                   COMPUTE TOTAL-PONDERE = TOTAL-PONDERE
                       + NOTE-NMO * COEF-TAB(IDX-MOD)
                   COMPUTE TOTAL-COEF = TOTAL-COEF
                       + COEF-TAB(IDX-MOD)
           END-READ.
           EXIT.

       CHERCHER-RATTRAPAGE.
      *----- Un module sous le seuil mais deja REUSSI en seconde
      *      session n'est plus en echec
           MOVE 0 TO MODULE-RATTRAPE.
           MOVE 0 TO EOF-SESSION2.
           OPEN INPUT FIC-SESSION2.
           IF FS-SESSION2 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-SESSION2 AT END MOVE 1 TO EOF-SESSION2 END-READ.
           PERFORM UNTIL EOF-SESSION2 = 1
               IF TYPE-SESSION2 = "RESUL"
               AND INE-SESSION2 = INE-ETU
               AND MODULE-SESSION2 = MODULE-TAB(IDX-MOD)
               AND RESULTAT-SESSION2 = "REUSSI"
                   MOVE 1 TO MODULE-RATTRAPE
                   MOVE 1 TO EOF-SESSION2
               ELSE
                   READ FIC-SESSION2 AT END MOVE 1 TO EOF-SESSION2
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-SESSION2.
           EXIT.

       REPRENDRE-UADET-ETUDIANT.
      *----- Dossier laisse en l'etat : ses lignes de l'ancien
      *      FUADET.dat passent telles quelles dans la copie de travail
           MOVE 0 TO EOF-UADET.
           OPEN INPUT FIC-UADET.
           IF FS-UADET NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-UADET AT END MOVE 1 TO EOF-UADET END-READ.
           PERFORM UNTIL EOF-UADET = 1
               IF INE-UADET = INE-ETU
                   MOVE ENR-UADET TO ENR-UADET-TRAVAIL
                   WRITE ENR-UADET-TRAVAIL END-WRITE
                   COMPUTE NB-LIGNES-UADET = NB-LIGNES-UADET + 1
               END-IF
               READ FIC-UADET AT END MOVE 1 TO EOF-UADET END-READ
           END-PERFORM.
           CLOSE FIC-UADET.
           EXIT.

       RECOPIER-UADET-TRAVAIL.
      *----- La copie de travail devient le nouveau FUADET.dat
           MOVE 0 TO EOF-UADET.
           OPEN INPUT FIC-UADET-TRAVAIL.
           OPEN OUTPUT FIC-UADET.
           READ FIC-UADET-TRAVAIL AT END MOVE 1 TO EOF-UADET END-READ.
           PERFORM UNTIL EOF-UADET = 1
               MOVE ENR-UADET-TRAVAIL TO ENR-UADET
               WRITE ENR-UADET END-WRITE
               READ FIC-UADET-TRAVAIL AT END MOVE 1 TO EOF-UADET
               END-READ
           END-PERFORM.
           CLOSE FIC-UADET.
           CLOSE FIC-UADET-TRAVAIL.
           EXIT.

       EDITER-ETUDIANT.
           MOVE INE-ETU TO INE-CAL.
           MOVE NOM-ETU TO NOM-CAL.
           MOVE ANCIENNE-MOYS4 TO ANCIENNE-MOY-CAL.
           MOVE MOYS4-ETU TO NOUVELLE-MOY-CAL.
           MOVE ANCIEN-UA TO ANCIEN-UA-CAL.
           MOVE UA-ETU TO NOUVEL-UA-CAL.
           MOVE STATUT-CALCUL TO STATUT-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-ETUDIANT-CAL END-WRITE.
           EXIT.

       EDITER-TOTAUX.
           MOVE SPACES TO LIGNE-CALCMOY.
           WRITE LIGNE-CALCMOY END-WRITE.
           MOVE "Etudiants lus" TO LIBELLE-TOTAL-CAL.
           MOVE NB-ETUDIANTS TO VALEUR-TOTAL-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-TOTAL-CAL END-WRITE.
           MOVE "Dossiers recalcules" TO LIBELLE-TOTAL-CAL.
           MOVE NB-RECALCULES TO VALEUR-TOTAL-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-TOTAL-CAL END-WRITE.
           MOVE "Dossiers incomplets laisses en l'etat"
               TO LIBELLE-TOTAL-CAL.
           MOVE NB-INCOMPLETS TO VALEUR-TOTAL-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-TOTAL-CAL END-WRITE.
           MOVE "Dossiers sans aucune note" TO LIBELLE-TOTAL-CAL.
           MOVE NB-SANS-NOTE TO VALEUR-TOTAL-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-TOTAL-CAL END-WRITE.
           MOVE "Modules en echec au detail des UA"
               TO LIBELLE-TOTAL-CAL.
           MOVE NB-LIGNES-UADET TO VALEUR-TOTAL-CAL.
           WRITE LIGNE-CALCMOY FROM LIGNE-TOTAL-CAL END-WRITE.
           EXIT.

       ECRIRE-JOURNAL-DEBUT.
           MOVE "DEBUT" TO TYPE-JRN-COURANT.
           MOVE "-" TO STATUT-JRN-COURANT.
           PERFORM ECRIRE-JOURNAL.
           EXIT.

       ECRIRE-JOURNAL-FIN.
      *----- FAILED si FETUD n'a pas pu etre ouvert, WARNING si la
      *      maquette ou les notes manquent ou si des dossiers sont
      *      restes incomplets, OK sinon
           MOVE "FIN" TO TYPE-JRN-COURANT.
           IF TRAITEMENT-ECHOUE = 1
               MOVE "FAILED" TO STATUT-JRN-COURANT
           ELSE
               IF DONNEES-ABSENTES = 1 OR NB-INCOMPLETS > 0
               OR NB-SANS-NOTE > 0
                   MOVE "WARNING" TO STATUT-JRN-COURANT
               ELSE
                   MOVE "OK" TO STATUT-JRN-COURANT
               END-IF
           END-IF.
           PERFORM ECRIRE-JOURNAL.
           EXIT.

       ECRIRE-JOURNAL.
      *----- Un enregistrement horodate dans le journal commun de la
      *      chaine, relu par le programme CHAINE
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT HEURE-SYSTEME FROM TIME.
           OPEN EXTEND FIC-JOURNAL.
           IF FS-JOURNAL = "35"
               OPEN OUTPUT FIC-JOURNAL
           END-IF.
           MOVE SPACES TO ENR-JOURNAL.
           MOVE "CALCMOY" TO PROG-JRN.
           MOVE DATE-DU-JOUR TO DATE-JRN.
           MOVE HEURE-JRN-COURANTE TO HEURE-JRN.
           MOVE TYPE-JRN-COURANT TO TYPE-JRN.
           MOVE NB-ETUDIANTS TO LUS-JRN.
           MOVE NB-RECALCULES TO ECRITS-JRN.
           COMPUTE REJETS-JRN = NB-INCOMPLETS + NB-SANS-NOTE.
           MOVE STATUT-JRN-COURANT TO STATUT-JRN.
           WRITE ENR-JOURNAL END-WRITE.
           CLOSE FIC-JOURNAL.
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
