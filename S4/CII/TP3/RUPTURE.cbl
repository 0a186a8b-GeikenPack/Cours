       IDENTIFICATION DIVISION.
       program-id. RUPTURE.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Stages de la campagne, meme fichier et meme gabarit que
      *      TP3 : un stage rompu en est retire, sa place est ainsi
      *      rendue a la capacite de l'entreprise
           SELECT FIC-STA ASSIGN TO "fstages.dat" ORGANIZATION IS RECORD
           SEQUENTIAL
           FILE STATUS IS FS-STA.

           SELECT FIC-STA-TRAVAIL ASSIGN TO "fstages.tmp" ORGANIZATION
           IS RECORD SEQUENTIAL
           FILE STATUS IS FS-STA-TRAVAIL.

      *----- Suivi des conventions tenu par CONVENT : la convention du
      *      stage rompu y est close au statut ROMPUE
           SELECT FIC-CONVSTAT ASSIGN TO "convstat.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVSTAT.

           SELECT FIC-CONVSTAT-TRAVAIL ASSIGN TO "convstat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVSTAT-TRAVAIL.

      *----- Periodes tenues par PERIODE, cle INE + SIRET : la
      *      periode du stage rompu s'arrete a la date de rupture
           SELECT FIC-PERIODE ASSIGN TO "periodes.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-PER
           FILE STATUS IS FS-PERIODE.

      *----- Voeux de la campagne, relus pour les voeux restants du
      *      stagiaire
           SELECT FIC-VOEUX ASSIGN TO "voeux.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS FS-VOEUX.

      *----- Historique permanent des ruptures, une ligne par stage
      *      rompu : relu par ENTMAIT et TENDANCE pour reperer les
      *      entreprises qui rompent des stages a repetition
           SELECT FIC-RUPTURE ASSIGN TO "ruptures.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUPTURE.

           SELECT WORK-RUPTURE ASSIGN TO "WRUP.tmp".

      *----- Stagiaires a replacer, au dessin de voeux.dat, consommes
      *      par AFFECT en reaffectation
           SELECT FIC-REAFFECT ASSIGN TO "reaffect.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REAFFECT.

      *----- Historique imprimable des ruptures par entreprise
           SELECT FIC-EDITION ASSIGN TO "ruptent.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-EDITION.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-STA-TRAVAIL.
       01 ENR-STA-TRAVAIL PIC X(48).

      *----- Une ligne de suivi par convention, dessin de CONVENT
       FD FIC-CONVSTAT.
       01 ENR-CONVSTAT.
           02 INE-CST PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-CST PIC 9(4).
           02 FILLER PIC X.
           02 ETU-CST PIC X(10).
           02 FILLER PIC X.
           02 ENT-CST PIC X(10).
           02 FILLER PIC X.
           02 STATUT-CST PIC X(8).
           02 FILLER PIC X.
           02 DATE-GENEREE-CST PIC 9(8).
           02 FILLER PIC X.
           02 DATE-ENVOYEE-CST PIC 9(8).
           02 FILLER PIC X.
           02 DATE-SIGNEE-CST PIC 9(8).
           02 FILLER PIC X.
           02 DATE-RELANCEE-CST PIC 9(8).
           02 FILLER PIC X.
           02 TUTELLE-CST PIC X.
           02 FILLER PIC X.
           02 DATE-TUTEUR-CST PIC 9(8).

       FD FIC-CONVSTAT-TRAVAIL.
       01 ENR-CONVSTAT-TRAVAIL PIC X(87).

      *----- Une periode par stage, dessin de PERIODE
       FD FIC-PERIODE.
       01 ENR-PERIODE.
           02 CLE-PER.
               03 INE-PER PIC 9(4).
               03 SIRET-PER PIC 9(4).
           02 ETU-PER PIC X(10).
           02 DEBUT-PER PIC 9(8).
           02 FIN-PER PIC 9(8).
           02 HEURES-PER PIC 99.

       FD FIC-VOEUX.
       01 ENR-VOEU.
           02 INE-VOEU PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-VOEU-1 PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-VOEU-2 PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-VOEU-3 PIC 9(4).

      *----- Une rupture : le couple INE + SIRET du stage rompu, les
      *      noms recopies de fstages.dat, la date et le motif
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

      *----- Fichier de tri de l'historique par entreprise puis date
       SD WORK-RUPTURE.
       01 ENR-RUPTURE-TRI.
           02 INE-RUP-TRI PIC 9(4).
           02 FILLER PIC X.
           02 SIRET-RUP-TRI PIC 9(4).
           02 FILLER PIC X.
           02 ETU-RUP-TRI PIC X(10).
           02 FILLER PIC X.
           02 ENT-RUP-TRI PIC X(10).
           02 FILLER PIC X.
           02 DATE-RUP-TRI PIC 9(8).
           02 FILLER PIC X.
           02 MOTIF-RUP-TRI PIC X(30).

       FD FIC-REAFFECT.
       01 ENR-REAFFECT PIC X(19).

       FD FIC-EDITION.
       01 LIGNE-EDITION PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-STA PIC XX.
       77 FS-STA-TRAVAIL PIC XX.
       77 FS-CONVSTAT PIC XX.
       77 FS-CONVSTAT-TRAVAIL PIC XX.
       77 FS-PERIODE PIC XX.
       77 FS-VOEUX PIC XX.
       77 FS-RUPTURE PIC XX.
       77 FS-REAFFECT PIC XX.
       77 FS-EDITION PIC XX.
       77 EOF-STA PIC 9 VALUE 0.
       77 EOF-CONVSTAT PIC 9 VALUE 0.
       77 EOF-VOEUX PIC 9 VALUE 0.
       77 EOF-RUPTURE PIC 9 VALUE 0.
       77 EOF-TRI PIC 9 VALUE 0.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 INE-DEMANDE PIC 9(4).
       77 SIRET-DEMANDE PIC 9(4).
       77 CONFIRMATION PIC X.
       77 STAGE-TROUVE PIC 9.
       77 SUIVI-TROUVE PIC 9.
       77 VOEU-TROUVE PIC 9.
       77 ETU-TROUVE PIC X(10).
       77 ENT-TROUVE PIC X(10).
       77 DATE-SAISIE PIC 9(8).
       77 JOURS-RUPTURE PIC 9(7).
       77 MOTIF-SAISI PIC X(30).
       77 IDX-VOEU PIC 9.
       77 NB-VOEUX-RESTANTS PIC 9.
      *----- Voeux restants du stagiaire, au dessin de voeux.dat : les
      *      SIRET deja rompus par lui sont remis a zero
       01 VOEUX-RESTANTS.
           02 INE-RESTANT PIC 9(4).
           02 VOEU-RESTANT-TAB OCCURS 3.
               03 FILLER PIC X.
               03 SIRET-RESTANT-TAB PIC 9(4).
      *----- Historique par entreprise : a partir de SEUIL-RECIDIVE
      *      ruptures l'entreprise est signalee
       77 SEUIL-RECIDIVE PIC 99 VALUE 2.
       77 SIRET-PRECEDENT PIC 9(4).
       77 GROUPE-OUVERT PIC 9.
       77 NB-RUPTURES-ENT PIC 999.
       77 NB-RUPTURES-TOTAL PIC 9(4).
       77 NB-ENT-RECIDIVE PIC 9(4).
       01 LIGNE-TITRE-RUP.
           02 FILLER PIC X(41)
               VALUE "HISTORIQUE DES RUPTURES PAR ENTREPRISE - ".
           02 DATE-TITRE-RUP PIC 9(8).
           02 FILLER PIC X(23) VALUE SPACES.
       01 LIGNE-ENT-RUP.
           02 FILLER PIC X(6) VALUE "SIRET ".
           02 SIRET-EDITION PIC 9(4).
           02 FILLER PIC X(3) VALUE " - ".
           02 ENT-EDITION PIC X(10).
           02 FILLER PIC X(49) VALUE SPACES.
       01 LIGNE-DETAIL-RUP.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DATE-EDITION PIC 9(8).
           02 FILLER PIC X(5) VALUE " INE ".
           02 INE-EDITION PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ETU-EDITION PIC X(10).
           02 FILLER PIC X(3) VALUE " : ".
           02 MOTIF-EDITION PIC X(30).
           02 FILLER PIC X(9) VALUE SPACES.
       01 LIGNE-TOTAL-RUP.
           02 FILLER PIC X(10) VALUE "  Total : ".
           02 NB-EDITION PIC ZZ9.
           02 FILLER PIC X(11) VALUE " rupture(s)".
           02 ALERTE-EDITION PIC X(27).
           02 FILLER PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Enregistrer une rupture (1), historique par"
               " entreprise (2), quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM ENREGISTRER-RUPTURE
                   WHEN 2 PERFORM EDITER-HISTORIQUE
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ENREGISTRER-RUPTURE.
      *----- Rupture d'un stage en cours : historique, convention
      *      close, periode arretee, place rendue a l'entreprise et
      *      stagiaire remis en attente de reaffectation sur ses voeux
      *      restants
           DISPLAY "INE du stagiaire : ".
           ACCEPT INE-DEMANDE.
           DISPLAY "SIRET de l'entreprise : ".
           ACCEPT SIRET-DEMANDE.
           PERFORM CHERCHER-STAGE.
           IF STAGE-TROUVE = 0
               DISPLAY "Aucun stage en cours pour l'INE " INE-DEMANDE
               " chez le SIRET " SIRET-DEMANDE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Stage de " ETU-TROUVE " chez " ENT-TROUVE.
           DISPLAY "Date de la rupture AAAAMMJJ (0 = aujourd'hui) : ".
           ACCEPT DATE-SAISIE.
           IF DATE-SAISIE = 0
               MOVE DATE-DU-JOUR TO DATE-SAISIE
           END-IF.
           COMPUTE JOURS-RUPTURE =
               FUNCTION INTEGER-OF-DATE(DATE-SAISIE).
           IF JOURS-RUPTURE = 0
               DISPLAY "Date invalide, rupture non enregistree"
               EXIT PARAGRAPH
           END-IF.
           IF DATE-SAISIE > DATE-DU-JOUR
               DISPLAY "Date posterieure a ce jour, rupture non"
               " enregistree"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motif de la rupture : ".
           ACCEPT MOTIF-SAISI.
           IF MOTIF-SAISI = SPACES
               DISPLAY "Motif obligatoire, rupture non enregistree"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la rupture (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
               DISPLAY "Rupture abandonnee"
               EXIT PARAGRAPH
           END-IF.
           PERFORM HISTORISER-RUPTURE.
           PERFORM CLORE-CONVENTION.
           PERFORM ARRETER-PERIODE.
           PERFORM LIBERER-PLACE.
           PERFORM PREPARER-REAFFECTATION.
           DISPLAY "Rupture enregistree le " DATE-SAISIE ", "
           NB-VOEUX-RESTANTS " voeu(x) restant(s), lancer AFFECT en"
           " reaffectation".
           EXIT.

       CHERCHER-STAGE.
      *----- Le stage doit figurer dans fstages.dat : les noms du
      *      stagiaire et de l'entreprise en sont repris
           MOVE 0 TO STAGE-TROUVE.
           MOVE 0 TO EOF-STA.
           OPEN INPUT FIC-STA.
           IF FS-STA NOT = "00"
               DISPLAY "fstages.dat introuvable ou illisible, statut "
               FS-STA
               EXIT PARAGRAPH
           END-IF.
           READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ.
           PERFORM UNTIL EOF-STA = 1
               IF INE-STA = INE-DEMANDE AND SIRET = SIRET-DEMANDE
                   MOVE 1 TO STAGE-TROUVE
                   MOVE ETU TO ETU-TROUVE
                   MOVE ENT TO ENT-TROUVE
                   MOVE 1 TO EOF-STA
               ELSE
                   READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ
               END-IF
           END-PERFORM.
           CLOSE FIC-STA.
           EXIT.

       HISTORISER-RUPTURE.
           OPEN EXTEND FIC-RUPTURE.
           IF FS-RUPTURE = "35"
               OPEN OUTPUT FIC-RUPTURE
           END-IF.
           MOVE SPACES TO ENR-RUPTURE.
           MOVE INE-DEMANDE TO INE-RUP.
           MOVE SIRET-DEMANDE TO SIRET-RUP.
           MOVE ETU-TROUVE TO ETU-RUP.
           MOVE ENT-TROUVE TO ENT-RUP.
           MOVE DATE-SAISIE TO DATE-RUP.
           MOVE MOTIF-SAISI TO MOTIF-RUP.
           WRITE ENR-RUPTURE END-WRITE.
           CLOSE FIC-RUPTURE.
           EXIT.

       CLORE-CONVENTION.
      *----- Recopie convstat.dat en flot vers la copie de travail,
      *      la ligne du couple passant au statut ROMPUE, puis la
      *      copie redevient le fichier
           MOVE 0 TO SUIVI-TROUVE.
           MOVE 0 TO EOF-CONVSTAT.
           OPEN INPUT FIC-CONVSTAT.
           IF FS-CONVSTAT NOT = "00"
               DISPLAY "Aucun suivi de convention, convstat.dat"
               " inchange"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-CONVSTAT-TRAVAIL.
           READ FIC-CONVSTAT AT END MOVE 1 TO EOF-CONVSTAT END-READ.
           PERFORM UNTIL EOF-CONVSTAT = 1
               IF INE-CST = INE-DEMANDE AND SIRET-CST = SIRET-DEMANDE
                   MOVE "ROMPUE" TO STATUT-CST
                   MOVE 1 TO SUIVI-TROUVE
               END-IF
               MOVE ENR-CONVSTAT TO ENR-CONVSTAT-TRAVAIL
               WRITE ENR-CONVSTAT-TRAVAIL END-WRITE
               READ FIC-CONVSTAT AT END MOVE 1 TO EOF-CONVSTAT
               END-READ
           END-PERFORM.
           CLOSE FIC-CONVSTAT.
           CLOSE FIC-CONVSTAT-TRAVAIL.
           MOVE 0 TO EOF-CONVSTAT.
           OPEN INPUT FIC-CONVSTAT-TRAVAIL.
           OPEN OUTPUT FIC-CONVSTAT.
           READ FIC-CONVSTAT-TRAVAIL AT END MOVE 1 TO EOF-CONVSTAT
           END-READ.
           PERFORM UNTIL EOF-CONVSTAT = 1
               MOVE ENR-CONVSTAT-TRAVAIL TO ENR-CONVSTAT
               WRITE ENR-CONVSTAT END-WRITE
               READ FIC-CONVSTAT-TRAVAIL AT END MOVE 1 TO EOF-CONVSTAT
               END-READ
           END-PERFORM.
           CLOSE FIC-CONVSTAT.
           CLOSE FIC-CONVSTAT-TRAVAIL.
           IF SUIVI-TROUVE = 0
               DISPLAY "Convention non generee pour ce stage, aucun"
               " suivi a clore"
           ELSE
               DISPLAY "Convention close au statut ROMPUE"
           END-IF.
           EXIT.

       ARRETER-PERIODE.
      *----- La fin de la periode est ramenee a la date de rupture :
      *      gratification et visites de CONVENT et VISITES s'arretent
      *      la ; un stage rompu avant son debut n'a plus de periode
           OPEN I-O FIC-PERIODE.
           IF FS-PERIODE NOT = "00"
               DISPLAY "Aucune periode saisie, periodes.dat inchange"
               EXIT PARAGRAPH
           END-IF.
           MOVE INE-DEMANDE TO INE-PER.
           MOVE SIRET-DEMANDE TO SIRET-PER.
           READ FIC-PERIODE KEY IS CLE-PER
               INVALID KEY
                   DISPLAY "Periode non saisie pour ce stage, aucune"
                   " periode a arreter"
               NOT INVALID KEY
                   IF DATE-SAISIE < DEBUT-PER
                       DELETE FIC-PERIODE RECORD
                           INVALID KEY DISPLAY "Suppression de la"
                           " periode impossible, statut " FS-PERIODE
                           NOT INVALID KEY DISPLAY "Stage rompu avant"
                           " son debut, periode supprimee"
                       END-DELETE
                   ELSE
                       IF DATE-SAISIE < FIN-PER
                           MOVE DATE-SAISIE TO FIN-PER
                           REWRITE ENR-PERIODE
                               INVALID KEY DISPLAY "Reecriture de la"
                               " periode impossible, statut "
                               FS-PERIODE
                               NOT INVALID KEY DISPLAY "Periode"
                               " arretee au " FIN-PER
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
           CLOSE FIC-PERIODE.
           EXIT.

       LIBERER-PLACE.
      *----- Retire le stage rompu de fstages.dat par recopie en flot :
      *      AFFECT en reaffectation recompte l'occupation de chaque
      *      entreprise sur les seuls stages restants
           MOVE 0 TO EOF-STA.
           OPEN INPUT FIC-STA.
           OPEN OUTPUT FIC-STA-TRAVAIL.
           READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ.
           PERFORM UNTIL EOF-STA = 1
               IF INE-STA NOT = INE-DEMANDE
               OR SIRET NOT = SIRET-DEMANDE
                   MOVE ENR-STA TO ENR-STA-TRAVAIL
                   WRITE ENR-STA-TRAVAIL END-WRITE
               END-IF
               READ FIC-STA AT END MOVE 1 TO EOF-STA END-READ
           END-PERFORM.
           CLOSE FIC-STA.
           CLOSE FIC-STA-TRAVAIL.
           MOVE 0 TO EOF-STA.
           OPEN INPUT FIC-STA-TRAVAIL.
           OPEN OUTPUT FIC-STA.
           READ FIC-STA-TRAVAIL AT END MOVE 1 TO EOF-STA END-READ.
           PERFORM UNTIL EOF-STA = 1
               MOVE ENR-STA-TRAVAIL TO ENR-STA
               WRITE ENR-STA END-WRITE
               READ FIC-STA-TRAVAIL AT END MOVE 1 TO EOF-STA END-READ
           END-PERFORM.
           CLOSE FIC-STA.
           CLOSE FIC-STA-TRAVAIL.
           DISPLAY "Place liberee chez " ENT-TROUVE.
           EXIT.

       PREPARER-REAFFECTATION.
      *----- Les voeux du stagiaire repris de voeux.dat, prives des
      *      entreprises ou il a deja rompu un stage, partent dans
      *      reaffect.dat ; sans voeu restant il y figure quand meme
      *      et ressortira non place, a traiter a la main
           MOVE INE-DEMANDE TO INE-RESTANT.
           PERFORM VARYING IDX-VOEU FROM 1 BY 1 UNTIL IDX-VOEU > 3
               MOVE SPACE TO VOEU-RESTANT-TAB(IDX-VOEU)
               MOVE 0 TO SIRET-RESTANT-TAB(IDX-VOEU)
           END-PERFORM.
           MOVE 0 TO VOEU-TROUVE.
           MOVE 0 TO EOF-VOEUX.
           OPEN INPUT FIC-VOEUX.
           IF FS-VOEUX = "00"
               READ FIC-VOEUX AT END MOVE 1 TO EOF-VOEUX END-READ
               PERFORM UNTIL EOF-VOEUX = 1
                   IF INE-VOEU = INE-DEMANDE
                       MOVE ENR-VOEU TO VOEUX-RESTANTS
                       MOVE 1 TO VOEU-TROUVE
                       MOVE 1 TO EOF-VOEUX
                   ELSE
                       READ FIC-VOEUX AT END MOVE 1 TO EOF-VOEUX
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FIC-VOEUX
           END-IF.
           IF VOEU-TROUVE = 0
               DISPLAY "Aucun voeu connu pour l'INE " INE-DEMANDE
           END-IF.
           PERFORM ECARTER-SIRETS-ROMPUS.
           MOVE 0 TO NB-VOEUX-RESTANTS.
           PERFORM VARYING IDX-VOEU FROM 1 BY 1 UNTIL IDX-VOEU > 3
               IF SIRET-RESTANT-TAB(IDX-VOEU) NOT = 0
                   COMPUTE NB-VOEUX-RESTANTS = NB-VOEUX-RESTANTS + 1
               END-IF
           END-PERFORM.
           OPEN EXTEND FIC-REAFFECT.
           IF FS-REAFFECT = "35"
               OPEN OUTPUT FIC-REAFFECT
           END-IF.
           MOVE VOEUX-RESTANTS TO ENR-REAFFECT.
           WRITE ENR-REAFFECT END-WRITE.
           CLOSE FIC-REAFFECT.
           EXIT.

       ECARTER-SIRETS-ROMPUS.
      *----- L'historique contient deja la rupture du jour : le SIRET
      *      qui vient d'etre rompu est ecarte comme les precedents
           MOVE 0 TO EOF-RUPTURE.
           OPEN INPUT FIC-RUPTURE.
           IF FS-RUPTURE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-RUPTURE AT END MOVE 1 TO EOF-RUPTURE END-READ.
           PERFORM UNTIL EOF-RUPTURE = 1
               IF INE-RUP = INE-DEMANDE
                   PERFORM VARYING IDX-VOEU FROM 1 BY 1
                       UNTIL IDX-VOEU > 3
                       IF SIRET-RESTANT-TAB(IDX-VOEU) = SIRET-RUP
                           MOVE 0 TO SIRET-RESTANT-TAB(IDX-VOEU)
                       END-IF
                   END-PERFORM
               END-IF
               READ FIC-RUPTURE AT END MOVE 1 TO EOF-RUPTURE END-READ
           END-PERFORM.
           CLOSE FIC-RUPTURE.
           EXIT.

       EDITER-HISTORIQUE.
      *----- Historique trie par entreprise puis date de rupture, avec
      *      un total par entreprise et le signalement des recidives
           OPEN INPUT FIC-RUPTURE.
           IF FS-RUPTURE NOT = "00"
               DISPLAY "Aucune rupture enregistree"
               EXIT PARAGRAPH
           END-IF.
           CLOSE FIC-RUPTURE.
           SORT WORK-RUPTURE
               ON ASCENDING KEY SIRET-RUP-TRI
               ON ASCENDING KEY DATE-RUP-TRI
               USING FIC-RUPTURE
               OUTPUT PROCEDURE IS EDITER-HISTORIQUE-TRIE.
           DISPLAY NB-RUPTURES-TOTAL " rupture(s), " NB-ENT-RECIDIVE
           " entreprise(s) a surveiller, historique dans ruptent.dat".
           EXIT.

       EDITER-HISTORIQUE-TRIE.
           MOVE 0 TO NB-RUPTURES-TOTAL.
           MOVE 0 TO NB-ENT-RECIDIVE.
           MOVE 0 TO GROUPE-OUVERT.
           OPEN OUTPUT FIC-EDITION.
           MOVE DATE-DU-JOUR TO DATE-TITRE-RUP.
           WRITE LIGNE-EDITION FROM LIGNE-TITRE-RUP END-WRITE.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-RUPTURE AT END MOVE 1 TO EOF-TRI.
           PERFORM UNTIL EOF-TRI = 1
               IF GROUPE-OUVERT = 0 OR SIRET-RUP-TRI NOT =
                   SIRET-PRECEDENT
                   IF GROUPE-OUVERT = 1
                       PERFORM EDITER-TOTAL-ENTREPRISE
                   END-IF
                   PERFORM EDITER-ENTETE-ENTREPRISE
               END-IF
               COMPUTE NB-RUPTURES-ENT = NB-RUPTURES-ENT + 1
               COMPUTE NB-RUPTURES-TOTAL = NB-RUPTURES-TOTAL + 1
               MOVE DATE-RUP-TRI TO DATE-EDITION
               MOVE INE-RUP-TRI TO INE-EDITION
               MOVE ETU-RUP-TRI TO ETU-EDITION
               MOVE MOTIF-RUP-TRI TO MOTIF-EDITION
               WRITE LIGNE-EDITION FROM LIGNE-DETAIL-RUP END-WRITE
               RETURN WORK-RUPTURE AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           IF GROUPE-OUVERT = 1
               PERFORM EDITER-TOTAL-ENTREPRISE
           END-IF.
           CLOSE FIC-EDITION.
           EXIT.

       EDITER-ENTETE-ENTREPRISE.
           MOVE SIRET-RUP-TRI TO SIRET-PRECEDENT.
           MOVE 1 TO GROUPE-OUVERT.
           MOVE 0 TO NB-RUPTURES-ENT.
           MOVE ALL "-" TO LIGNE-EDITION.
           WRITE LIGNE-EDITION END-WRITE.
           MOVE SIRET-RUP-TRI TO SIRET-EDITION.
           MOVE ENT-RUP-TRI TO ENT-EDITION.
           WRITE LIGNE-EDITION FROM LIGNE-ENT-RUP END-WRITE.
           EXIT.

       EDITER-TOTAL-ENTREPRISE.
           MOVE NB-RUPTURES-ENT TO NB-EDITION.
           IF NB-RUPTURES-ENT >= SEUIL-RECIDIVE
               MOVE "  - ENTREPRISE A SURVEILLER" TO ALERTE-EDITION
               COMPUTE NB-ENT-RECIDIVE = NB-ENT-RECIDIVE + 1
           ELSE
               MOVE SPACES TO ALERTE-EDITION
           END-IF.
           WRITE LIGNE-EDITION FROM LIGNE-TOTAL-RUP END-WRITE.
           EXIT.
