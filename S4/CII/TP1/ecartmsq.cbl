       IDENTIFICATION DIVISION.
       program-id. ecartmsq.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Commandes emises par le planificateur : les lignes par
      *      groupe portent le besoin planifie SANS-PAUSE/AVEC-PAUSE
           SELECT FIC-COMMANDE ASSIGN TO "commande.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS fsCommande.

      *----- Mouvements du stock : les sorties S portent le groupe
      *      consommateur saisi dans saistock
           SELECT FIC-STOCK ASSIGN TO "stockmsq.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS fsStock.

      *----- Rapport imprimable des ecarts prevu/consomme par groupe,
      *      reimprimable sans relancer le calcul
           SELECT FIC-ECART ASSIGN TO "ecartmsq.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS fsEcart.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-COMMANDE.
       01 ENR-COMMANDE.
           02 DATE-COMMANDE PIC 9(8).
           02 FILLER PIC X.
           02 NB-MASQUES-SANS-PAUSE-CMD PIC 999.
           02 FILLER PIC X.
           02 NB-MASQUES-AVEC-PAUSE-CMD PIC 999.
           02 FILLER PIC X.
           02 STATUT-CMD PIC X(7).
           02 FILLER PIC X.
           02 DATE-RECEPTION-CMD PIC 9(8).
           02 FILLER PIC X.
           02 QTE-RECUE-CMD PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-CMD PIC X(4).
           02 FILLER PIC X.
           02 FOURNISSEUR-CMD PIC X(6).
           02 FILLER PIC X.
           02 QTE-COMMANDEE-CMD PIC 9(5).
           02 FILLER PIC X.
           02 PRIX-UNITAIRE-CMD PIC 99V999.
           02 FILLER PIC X.
           02 MONTANT-CMD PIC 9(7)V99.
           02 FILLER PIC X.
           02 BESOIN-SANS-PAUSE-CMD PIC 999.
           02 FILLER PIC X.
           02 BESOIN-AVEC-PAUSE-CMD PIC 999.

       FD FIC-STOCK.
       01 ENR-STOCK.
           02 DATE-STOCK PIC 9(8).
           02 FILLER PIC X.
           02 TYPE-STOCK PIC X.
           02 FILLER PIC X.
           02 QTE-STOCK PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-STOCK PIC X(4).
           02 FILLER PIC X.
           02 LOT-STOCK PIC X(8).
           02 FILLER PIC X.
           02 PEREMPTION-STOCK PIC 9(8).

       FD FIC-ECART.
       01 LIGNE-ECART PIC X(72).

       working-storage section.
       77 fsCommande PIC XX.
       77 fsStock PIC XX.
       77 fsEcart PIC XX.
       77 eofCommande PIC 9 VALUE 0.
       77 eofStock PIC 9 VALUE 0.
       77 dateJour PIC 9(8).
      *----- Periode du semestre et seuil d'ecart toleres, saisis a
      *      chaque edition
       77 dateDebutSemestre PIC 9(8).
       77 dateFinSemestre PIC 9(8).
       77 seuilEcart PIC 99.
      *----- Prevu et consomme par groupe : une ligne par code groupe
      *      rencontre dans les commandes ou dans les sorties ; le
      *      prevu est celui de la derniere planification retenue,
      *      datee par DATE-PREVU-ECART
       01 TABLE-ECARTS.
           02 LIGNE-ECART-TAB OCCURS 20 TIMES.
               03 GROUPE-ECART PIC X(4).
               03 DATE-PREVU-ECART PIC 9(8).
               03 PREVU-SANS-PAUSE-ECART PIC 9(5).
               03 PREVU-AVEC-PAUSE-ECART PIC 9(5).
               03 CONSOMME-ECART PIC 9(5).
       77 nbGroupesEcart PIC 99 VALUE 0.
       77 idxEcart PIC 99.
       77 groupeCherche PIC X(4).
       77 idxTrouve PIC 99.
       77 nbGroupesIgnores PIC 99 VALUE 0.
      *----- Sorties anterieures au marquage par groupe : comptees a
      *      part pour ne pas fausser les ecarts
       77 consoSansGroupe PIC 9(5) VALUE 0.
       77 ecartPourcent PIC S9(5)V9.
       77 verdictEcart PIC X(10).
       77 nbHorsSeuil PIC 99 VALUE 0.
       77 totalPrevuSans PIC 9(6) VALUE 0.
       77 totalPrevuAvec PIC 9(6) VALUE 0.
       77 totalConsomme PIC 9(6) VALUE 0.
      *----- Lignes de composition du rapport
       01 LIGNE-ECART-TITRE.
           02 FILLER PIC X(35)
               VALUE "ECARTS PREVU / CONSOMME - EDITE LE ".
           02 DATE-ECART-TITRE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.
       01 LIGNE-ECART-PERIODE.
           02 FILLER PIC X(11) VALUE "PERIODE DU ".
           02 DEBUT-ECART-PERIODE PIC 9(8).
           02 FILLER PIC X(4) VALUE " AU ".
           02 FIN-ECART-PERIODE PIC 9(8).
           02 FILLER PIC X(10) VALUE " - SEUIL ".
           02 SEUIL-ECART-PERIODE PIC Z9.
           02 FILLER PIC X(2) VALUE " %".
           02 FILLER PIC X(27) VALUE SPACES.
       01 LIGNE-ECART-ENTETE.
           02 FILLER PIC X(8) VALUE "GROUPE".
           02 FILLER PIC X(12) VALUE "SANS PAUSE".
           02 FILLER PIC X(12) VALUE "AVEC PAUSE".
           02 FILLER PIC X(12) VALUE "CONSOMME".
           02 FILLER PIC X(10) VALUE "ECART %".
           02 FILLER PIC X(18) VALUE "VERDICT".
       01 LIGNE-ECART-DETAIL.
           02 GROUPE-DET PIC X(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PREVU-SANS-DET PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 PREVU-AVEC-DET PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 CONSOMME-DET PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 ECART-DET PIC ----9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 VERDICT-DET PIC X(10).
           02 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           DISPLAY "--------Ecarts prevu / consomme par groupe-------".
           DISPLAY "Debut du semestre (AAAAMMJJ) : ".
           ACCEPT dateDebutSemestre.
           DISPLAY "Fin du semestre (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT dateFinSemestre.
           IF dateFinSemestre = 0
               MOVE dateJour TO dateFinSemestre
           END-IF.
           DISPLAY "Ecart tolere en pourcentage (defaut 10) : ".
           ACCEPT seuilEcart.
           IF seuilEcart = 0
               MOVE 10 TO seuilEcart
           END-IF.
           PERFORM CUMULER-PREVU.
           PERFORM CUMULER-CONSOMME.
           PERFORM EDITER-ECARTS.
           DISPLAY "---------------".
           DISPLAY "Groupes rapproches : " nbGroupesEcart.
           DISPLAY "Groupes hors seuil : " nbHorsSeuil.
           DISPLAY "Rapport ecrit dans ecartmsq.dat".
           STOP RUN.

       CUMULER-PREVU.
      *----- Besoin planifie par groupe sur la periode : le besoin
      *      brut, avant deduction du stock deja en armoire, des
      *      lignes EMISE, RECUE et COUVERT ; la ligne TOTAL n'est
      *      qu'un recapitulatif et une commande ANNULEE n'a pas ete
      *      servie ; les lignes anterieures au besoin brut n'en
      *      portent pas et restent comptees a leur besoin net.
      *      Chaque planification reecrit le besoin de tout le
      *      semestre : seule la ligne la plus recente de chaque groupe
      *      est retenue, une ligne de meme date lue plus loin dans le
      *      fichier remplacant la precedente
           MOVE 0 TO eofCommande.
           OPEN INPUT FIC-COMMANDE.
           IF fsCommande NOT = "00"
               DISPLAY "commande.dat absent ou illisible, statut "
               fsCommande ", besoin planifie repute nul"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-COMMANDE AT END MOVE 1 TO eofCommande END-READ.
           PERFORM UNTIL eofCommande = 1
               IF DATE-COMMANDE >= dateDebutSemestre
               AND DATE-COMMANDE <= dateFinSemestre
               AND STATUT-CMD NOT = "TOTAL"
               AND STATUT-CMD NOT = "ANNULEE"
                   MOVE GROUPE-CMD TO groupeCherche
                   PERFORM CHERCHER-GROUPE-ECART
                   IF idxTrouve > 0
                       PERFORM RETENIR-PREVU
                   END-IF
               END-IF
               READ FIC-COMMANDE AT END MOVE 1 TO eofCommande END-READ
           END-PERFORM.
           CLOSE FIC-COMMANDE.
           EXIT.

       RETENIR-PREVU.
      *----- Une ligne plus ancienne que la planification deja
      *      retenue pour le groupe est ignoree
           IF DATE-COMMANDE < DATE-PREVU-ECART(idxTrouve)
               EXIT PARAGRAPH
           END-IF.
           MOVE DATE-COMMANDE TO DATE-PREVU-ECART(idxTrouve).
           IF BESOIN-SANS-PAUSE-CMD IS NUMERIC
           AND BESOIN-AVEC-PAUSE-CMD IS NUMERIC
               MOVE BESOIN-SANS-PAUSE-CMD
                   TO PREVU-SANS-PAUSE-ECART(idxTrouve)
               MOVE BESOIN-AVEC-PAUSE-CMD
                   TO PREVU-AVEC-PAUSE-ECART(idxTrouve)
           ELSE
               MOVE NB-MASQUES-SANS-PAUSE-CMD
                   TO PREVU-SANS-PAUSE-ECART(idxTrouve)
               MOVE NB-MASQUES-AVEC-PAUSE-CMD
                   TO PREVU-AVEC-PAUSE-ECART(idxTrouve)
           END-IF.
           EXIT.

       CUMULER-CONSOMME.
      *----- Sorties S de la periode, rangees sous leur groupe
           MOVE 0 TO eofStock.
           OPEN INPUT FIC-STOCK.
           IF fsStock NOT = "00"
               DISPLAY "stockmsq.dat absent ou illisible, statut "
               fsStock ", consommation reputee nulle"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ.
           PERFORM UNTIL eofStock = 1
               IF TYPE-STOCK = "S"
               AND DATE-STOCK >= dateDebutSemestre
               AND DATE-STOCK <= dateFinSemestre
                   IF GROUPE-STOCK = SPACES
                       COMPUTE consoSansGroupe =
                           consoSansGroupe + QTE-STOCK
                   ELSE
                       MOVE GROUPE-STOCK TO groupeCherche
                       PERFORM CHERCHER-GROUPE-ECART
                       IF idxTrouve > 0
                           COMPUTE CONSOMME-ECART(idxTrouve) =
                               CONSOMME-ECART(idxTrouve) + QTE-STOCK
                       END-IF
                   END-IF
               END-IF
               READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
           END-PERFORM.
           CLOSE FIC-STOCK.
           EXIT.

       CHERCHER-GROUPE-ECART.
      *----- Rang du groupe dans la table, ajoute s'il est nouveau ;
      *      idxTrouve a zero quand la table est pleine
           MOVE 0 TO idxTrouve.
           PERFORM VARYING idxEcart FROM 1 BY 1
               UNTIL idxEcart > nbGroupesEcart OR idxTrouve > 0
               IF GROUPE-ECART(idxEcart) = groupeCherche
                   MOVE idxEcart TO idxTrouve
               END-IF
           END-PERFORM.
           IF idxTrouve > 0
               EXIT PARAGRAPH
           END-IF.
           IF nbGroupesEcart >= 20
               DISPLAY "Attention : plus de 20 groupes, le groupe "
               groupeCherche " est ignore"
               COMPUTE nbGroupesIgnores = nbGroupesIgnores + 1
           ELSE
               COMPUTE nbGroupesEcart = nbGroupesEcart + 1
               MOVE nbGroupesEcart TO idxTrouve
               MOVE groupeCherche TO GROUPE-ECART(idxTrouve)
               MOVE 0 TO DATE-PREVU-ECART(idxTrouve)
               MOVE 0 TO PREVU-SANS-PAUSE-ECART(idxTrouve)
               MOVE 0 TO PREVU-AVEC-PAUSE-ECART(idxTrouve)
               MOVE 0 TO CONSOMME-ECART(idxTrouve)
           END-IF.
           EXIT.

       EDITER-ECARTS.
      *----- Une ligne par groupe : l'ecart est mesure contre le
      *      besoin AVEC-PAUSE, celui qui est commande aux achats ; au
      *      dela du seuil le groupe est signale en sur ou en sous
      *      consommation
           OPEN OUTPUT FIC-ECART.
           MOVE dateJour TO DATE-ECART-TITRE.
           WRITE LIGNE-ECART FROM LIGNE-ECART-TITRE END-WRITE.
           MOVE dateDebutSemestre TO DEBUT-ECART-PERIODE.
           MOVE dateFinSemestre TO FIN-ECART-PERIODE.
           MOVE seuilEcart TO SEUIL-ECART-PERIODE.
           WRITE LIGNE-ECART FROM LIGNE-ECART-PERIODE END-WRITE.
           MOVE ALL "-" TO LIGNE-ECART.
           WRITE LIGNE-ECART END-WRITE.
           WRITE LIGNE-ECART FROM LIGNE-ECART-ENTETE END-WRITE.
           PERFORM VARYING idxEcart FROM 1 BY 1
               UNTIL idxEcart > nbGroupesEcart
               PERFORM EDITER-UN-GROUPE
           END-PERFORM.
           MOVE ALL "-" TO LIGNE-ECART.
           WRITE LIGNE-ECART END-WRITE.
           MOVE "TOUS" TO GROUPE-DET.
           MOVE totalPrevuSans TO PREVU-SANS-DET.
           MOVE totalPrevuAvec TO PREVU-AVEC-DET.
           MOVE totalConsomme TO CONSOMME-DET.
           IF totalPrevuAvec = 0
               MOVE 0 TO ECART-DET
           ELSE
               COMPUTE ecartPourcent ROUNDED =
                   ((totalConsomme - totalPrevuAvec) * 100)
                   / totalPrevuAvec
               MOVE ecartPourcent TO ECART-DET
           END-IF.
           MOVE SPACES TO VERDICT-DET.
           WRITE LIGNE-ECART FROM LIGNE-ECART-DETAIL END-WRITE.
           IF consoSansGroupe > 0
               MOVE SPACES TO LIGNE-ECART
               STRING "Sorties sans groupe (anterieures au marquage) : "
                   consoSansGroupe DELIMITED BY SIZE INTO LIGNE-ECART
               WRITE LIGNE-ECART END-WRITE
           END-IF.
           IF nbGroupesIgnores > 0
               MOVE SPACES TO LIGNE-ECART
               STRING "Groupes ignores (table pleine) : "
                   nbGroupesIgnores DELIMITED BY SIZE INTO LIGNE-ECART
               WRITE LIGNE-ECART END-WRITE
           END-IF.
           CLOSE FIC-ECART.
           EXIT.

       EDITER-UN-GROUPE.
           MOVE GROUPE-ECART(idxEcart) TO GROUPE-DET.
           MOVE PREVU-SANS-PAUSE-ECART(idxEcart) TO PREVU-SANS-DET.
           MOVE PREVU-AVEC-PAUSE-ECART(idxEcart) TO PREVU-AVEC-DET.
           MOVE CONSOMME-ECART(idxEcart) TO CONSOMME-DET.
           COMPUTE totalPrevuSans = totalPrevuSans
               + PREVU-SANS-PAUSE-ECART(idxEcart).
           COMPUTE totalPrevuAvec = totalPrevuAvec
               + PREVU-AVEC-PAUSE-ECART(idxEcart).
           COMPUTE totalConsomme = totalConsomme
               + CONSOMME-ECART(idxEcart).
           MOVE SPACES TO verdictEcart.
           IF PREVU-AVEC-PAUSE-ECART(idxEcart) = 0
      *----- Consommation d'un groupe sans commande sur la periode :
      *      pas de pourcentage possible, le groupe est signale
               MOVE 0 TO ECART-DET
               IF CONSOMME-ECART(idxEcart) > 0
                   MOVE "NON PREVU" TO verdictEcart
                   COMPUTE nbHorsSeuil = nbHorsSeuil + 1
               END-IF
           ELSE
               COMPUTE ecartPourcent ROUNDED =
                   ((CONSOMME-ECART(idxEcart)
                   - PREVU-AVEC-PAUSE-ECART(idxEcart)) * 100)
                   / PREVU-AVEC-PAUSE-ECART(idxEcart)
               MOVE ecartPourcent TO ECART-DET
               IF ecartPourcent > seuilEcart
                   MOVE "SUR-CONSO" TO verdictEcart
                   COMPUTE nbHorsSeuil = nbHorsSeuil + 1
               ELSE
                   IF ecartPourcent < 0 - seuilEcart
                       MOVE "SOUS-CONSO" TO verdictEcart
                       COMPUTE nbHorsSeuil = nbHorsSeuil + 1
                   ELSE
                       MOVE "CONFORME" TO verdictEcart
                   END-IF
               END-IF
           END-IF.
           MOVE verdictEcart TO VERDICT-DET.
           WRITE LIGNE-ECART FROM LIGNE-ECART-DETAIL END-WRITE.
           EXIT.
