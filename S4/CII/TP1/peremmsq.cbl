       IDENTIFICATION DIVISION.
       program-id. peremmsq.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Mouvements du stock : les livraisons E portent le lot et
      *      sa date de peremption, les sorties S le lot entame
           SELECT FIC-STOCK ASSIGN TO "stockmsq.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS fsStock.

      *----- Rapport imprimable des lots perimes ou qui periment dans
      *      l'horizon saisi, reimprimable sans relancer le calcul
           SELECT FIC-PEREMPTION ASSIGN TO "peremmsq.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS fsPeremption.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-PEREMPTION.
       01 LIGNE-PEREMPTION PIC X(72).

       working-storage section.
       77 fsStock PIC XX.
       77 fsPeremption PIC XX.
       77 eofStock PIC 9 VALUE 0.
       77 dateJour PIC 9(8).
       77 joursAujourdhui PIC 9(7).
      *----- Horizon du rapport en semaines, saisi a chaque edition
       77 nbSemainesHorizon PIC 99.
       77 dateHorizon PIC 9(8).
      *----- Reste par lot d'apres les mouvements ; un lot edite est
      *      marque pour le tri par peremption croissante
       01 TABLE-LOTS.
           02 LIGNE-LOT OCCURS 50 TIMES.
               03 LOT-TAB PIC X(8).
               03 PEREMPTION-LOT-TAB PIC 9(8).
               03 RESTE-LOT-TAB PIC S9(5).
               03 EDITE-LOT-TAB PIC 9.
       77 nbLots PIC 99 VALUE 0.
       77 idxLot PIC 99.
       77 idxLotTrouve PIC 99.
       77 idxLotChoisi PIC 99.
       77 nbLotsIgnores PIC 99 VALUE 0.
       77 joursPeremption PIC 9(7).
       77 joursRestants PIC S9(5).
       77 nbLotsEdites PIC 99 VALUE 0.
       77 nbLotsPerimes PIC 99 VALUE 0.
       77 totalPerime PIC 9(6) VALUE 0.
       77 totalAPerimer PIC 9(6) VALUE 0.
      *----- Lignes de composition du rapport
       01 LIGNE-PER-TITRE.
           02 FILLER PIC X(37)
               VALUE "LOTS DE MASQUES A PERIMER - EDITE LE ".
           02 DATE-PER-TITRE PIC 9(8).
           02 FILLER PIC X(27) VALUE SPACES.
       01 LIGNE-PER-HORIZON.
           02 FILLER PIC X(11) VALUE "HORIZON DE ".
           02 SEMAINES-PER-HORIZON PIC Z9.
           02 FILLER PIC X(24) VALUE " SEMAINE(S), JUSQU'AU : ".
           02 DATE-PER-HORIZON PIC 9(8).
           02 FILLER PIC X(27) VALUE SPACES.
       01 LIGNE-PER-ENTETE.
           02 FILLER PIC X(12) VALUE "LOT".
           02 FILLER PIC X(12) VALUE "PEREMPTION".
           02 FILLER PIC X(10) VALUE "RESTE".
           02 FILLER PIC X(12) VALUE "JOURS".
           02 FILLER PIC X(26) VALUE "ETAT".
       01 LIGNE-PER-DETAIL.
           02 LOT-DET PIC X(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PEREMPTION-DET PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RESTE-DET PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 JOURS-DET PIC ----9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 ETAT-DET PIC X(10).
           02 FILLER PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           COMPUTE joursAujourdhui =
               FUNCTION INTEGER-OF-DATE(dateJour).
           DISPLAY "--------Lots de masques a perimer-------".
           DISPLAY "Horizon en semaines (defaut 4) : ".
           ACCEPT nbSemainesHorizon.
           IF nbSemainesHorizon = 0
               MOVE 4 TO nbSemainesHorizon
           END-IF.
           COMPUTE dateHorizon = FUNCTION DATE-OF-INTEGER(
               joursAujourdhui + nbSemainesHorizon * 7).
           PERFORM CHARGER-LOTS.
           PERFORM EDITER-PEREMPTIONS.
           DISPLAY "---------------".
           DISPLAY "Lots suivis : " nbLots.
           DISPLAY "Lots edites : " nbLotsEdites
           " dont perimes : " nbLotsPerimes.
           DISPLAY "Masques perimes a retirer : " totalPerime.
           DISPLAY "Masques a perimer avant le " dateHorizon " : "
           totalAPerimer.
           DISPLAY "Rapport ecrit dans peremmsq.dat".
           STOP RUN.

       CHARGER-LOTS.
      *----- Reste par lot : une livraison E garnit son lot, une
      *      sortie S ou une mise au rebut D portant le lot le vide,
      *      un lot perime mis au rebut sort ainsi de la liste ; les
      *      mouvements sans lot
      *      (anterieurs au suivi, ajustements d'inventaire) ne
      *      touchent aucun lot
           MOVE 0 TO eofStock.
           OPEN INPUT FIC-STOCK.
           IF fsStock NOT = "00"
               DISPLAY "stockmsq.dat absent ou illisible, statut "
               fsStock ", aucun lot a editer"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ.
           PERFORM UNTIL eofStock = 1
               IF LOT-STOCK NOT = SPACES
               AND (TYPE-STOCK = "E" OR TYPE-STOCK = "S"
                   OR TYPE-STOCK = "D")
                   PERFORM CUMULER-LOT
               END-IF
               READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
           END-PERFORM.
           CLOSE FIC-STOCK.
           EXIT.

       CUMULER-LOT.
           MOVE 0 TO idxLotTrouve.
           PERFORM VARYING idxLot FROM 1 BY 1
               UNTIL idxLot > nbLots OR idxLotTrouve > 0
               IF LOT-TAB(idxLot) = LOT-STOCK
                   MOVE idxLot TO idxLotTrouve
               END-IF
           END-PERFORM.
      *----- Table pleine : un nouveau lot prend la place du premier
      *      lot epuise, qui ne recoit plus de mouvement
           IF idxLotTrouve = 0
               IF nbLots >= 50
                   PERFORM VARYING idxLot FROM 1 BY 1
                       UNTIL idxLot > nbLots OR idxLotTrouve > 0
                       IF RESTE-LOT-TAB(idxLot) NOT > 0
                           MOVE idxLot TO idxLotTrouve
                       END-IF
                   END-PERFORM
               ELSE
                   COMPUTE nbLots = nbLots + 1
                   MOVE nbLots TO idxLotTrouve
               END-IF
               IF idxLotTrouve = 0
                   COMPUTE nbLotsIgnores = nbLotsIgnores + 1
                   EXIT PARAGRAPH
               END-IF
               MOVE LOT-STOCK TO LOT-TAB(idxLotTrouve)
               MOVE PEREMPTION-STOCK TO PEREMPTION-LOT-TAB(idxLotTrouve)
               MOVE 0 TO RESTE-LOT-TAB(idxLotTrouve)
               MOVE 0 TO EDITE-LOT-TAB(idxLotTrouve)
           END-IF.
           IF TYPE-STOCK = "E"
               COMPUTE RESTE-LOT-TAB(idxLotTrouve) =
                   RESTE-LOT-TAB(idxLotTrouve) + QTE-STOCK
               MOVE PEREMPTION-STOCK TO PEREMPTION-LOT-TAB(idxLotTrouve)
           ELSE
               COMPUTE RESTE-LOT-TAB(idxLotTrouve) =
                   RESTE-LOT-TAB(idxLotTrouve) - QTE-STOCK
           END-IF.
           EXIT.

       EDITER-PEREMPTIONS.
      *----- Les lots encore garnis qui periment avant l'horizon, du
      *      plus ancien au plus recent : PERIME s'il est deja passe,
      *      A PERIMER sinon, avec les jours qui restent
           OPEN OUTPUT FIC-PEREMPTION.
           MOVE dateJour TO DATE-PER-TITRE.
           WRITE LIGNE-PEREMPTION FROM LIGNE-PER-TITRE END-WRITE.
           MOVE nbSemainesHorizon TO SEMAINES-PER-HORIZON.
           MOVE dateHorizon TO DATE-PER-HORIZON.
           WRITE LIGNE-PEREMPTION FROM LIGNE-PER-HORIZON END-WRITE.
           MOVE ALL "-" TO LIGNE-PEREMPTION.
           WRITE LIGNE-PEREMPTION END-WRITE.
           WRITE LIGNE-PEREMPTION FROM LIGNE-PER-ENTETE END-WRITE.
           MOVE 1 TO idxLotChoisi.
           PERFORM UNTIL idxLotChoisi = 0
               PERFORM CHOISIR-LOT-SUIVANT
               IF idxLotChoisi > 0
                   PERFORM EDITER-UN-LOT
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO LIGNE-PEREMPTION.
           WRITE LIGNE-PEREMPTION END-WRITE.
           IF nbLotsEdites = 0
               MOVE "Aucun lot ne perime dans l'horizon"
                   TO LIGNE-PEREMPTION
               WRITE LIGNE-PEREMPTION END-WRITE
           END-IF.
           MOVE SPACES TO LIGNE-PEREMPTION.
           STRING "Masques perimes a retirer : " totalPerime
               DELIMITED BY SIZE INTO LIGNE-PEREMPTION.
           WRITE LIGNE-PEREMPTION END-WRITE.
           MOVE SPACES TO LIGNE-PEREMPTION.
           STRING "Masques a perimer dans l'horizon : " totalAPerimer
               DELIMITED BY SIZE INTO LIGNE-PEREMPTION.
           WRITE LIGNE-PEREMPTION END-WRITE.
           IF nbLotsIgnores > 0
               MOVE SPACES TO LIGNE-PEREMPTION
               STRING "Lots ignores (table pleine) : "
                   nbLotsIgnores DELIMITED BY SIZE INTO LIGNE-PEREMPTION
               WRITE LIGNE-PEREMPTION END-WRITE
           END-IF.
           CLOSE FIC-PEREMPTION.
           EXIT.

       CHOISIR-LOT-SUIVANT.
      *----- Lot non encore edite, garni, dans l'horizon et de
      *      peremption la plus proche ; zero quand il n'y en a plus
           MOVE 0 TO idxLotChoisi.
           PERFORM VARYING idxLot FROM 1 BY 1 UNTIL idxLot > nbLots
               IF EDITE-LOT-TAB(idxLot) = 0
               AND RESTE-LOT-TAB(idxLot) > 0
               AND PEREMPTION-LOT-TAB(idxLot) <= dateHorizon
                   IF idxLotChoisi = 0
                       MOVE idxLot TO idxLotChoisi
                   ELSE
                       IF PEREMPTION-LOT-TAB(idxLot) <
                           PEREMPTION-LOT-TAB(idxLotChoisi)
                           MOVE idxLot TO idxLotChoisi
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       EDITER-UN-LOT.
           MOVE 1 TO EDITE-LOT-TAB(idxLotChoisi).
           COMPUTE nbLotsEdites = nbLotsEdites + 1.
           MOVE LOT-TAB(idxLotChoisi) TO LOT-DET.
           MOVE PEREMPTION-LOT-TAB(idxLotChoisi) TO PEREMPTION-DET.
           MOVE RESTE-LOT-TAB(idxLotChoisi) TO RESTE-DET.
           COMPUTE joursPeremption = FUNCTION INTEGER-OF-DATE(
               PEREMPTION-LOT-TAB(idxLotChoisi)).
           COMPUTE joursRestants = joursPeremption - joursAujourdhui.
           MOVE joursRestants TO JOURS-DET.
           IF PEREMPTION-LOT-TAB(idxLotChoisi) < dateJour
               MOVE "PERIME" TO ETAT-DET
               COMPUTE nbLotsPerimes = nbLotsPerimes + 1
               COMPUTE totalPerime = totalPerime
                   + RESTE-LOT-TAB(idxLotChoisi)
           ELSE
               MOVE "A PERIMER" TO ETAT-DET
               COMPUTE totalAPerimer = totalAPerimer
                   + RESTE-LOT-TAB(idxLotChoisi)
           END-IF.
           WRITE LIGNE-PEREMPTION FROM LIGNE-PER-DETAIL END-WRITE.
           EXIT.
