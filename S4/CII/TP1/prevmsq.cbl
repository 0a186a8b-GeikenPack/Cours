           02 TYPE-STOCK PIC X.
           02 FILLER PIC X.
           02 QTE-STOCK PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-STOCK PIC X(4).
           02 FILLER PIC X.
           02 LOT-STOCK PIC X(8).
           02 FILLER PIC X.
           02 PEREMPTION-STOCK PIC 9(8).

       FD FIC-COMMANDE.
       01 ENR-COMMANDE.
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

       FD FIC-PREVISION.
       01 ENR-PREVISION.
       77 delaiLivraison PIC 999 VALUE 14.
       77 delaiParDefaut PIC 9 VALUE 1.
       77 alerteRupture PIC X VALUE "N".
      *----- Reste par lot : ce qui reste des lots deja perimes ne
      *      peut plus etre consomme et sort du solde projete
       01 TABLE-LOTS.
           02 LIGNE-LOT OCCURS 50 TIMES.
               03 LOT-TAB PIC X(8).
               03 PEREMPTION-LOT-TAB PIC 9(8).
               03 RESTE-LOT-TAB PIC S9(5).
       77 nbLots PIC 99 VALUE 0.
       77 idxLot PIC 99.
       77 idxLotTrouve PIC 99.
       77 qtePerimee PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT dateJour FROM DATE YYYYMMDD.
           ELSE
               READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
               PERFORM UNTIL eofStock = 1
      *----- Les ajustements d'inventaire A/M et les mises au rebut
      *      D de lots perimes de saistock corrigent le solde mais
      *      restent hors du rythme de consommation, seules les
      *      sorties S le mesurent
                   EVALUATE TYPE-STOCK
                       WHEN "E"
                           COMPUTE soldeStock = soldeStock + QTE-STOCK
                           PERFORM NOTER-SORTIE
                       WHEN "M"
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                       WHEN "D"
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                   END-EVALUATE
                   IF LOT-STOCK NOT = SPACES
                   AND (TYPE-STOCK = "E" OR TYPE-STOCK = "S"
                       OR TYPE-STOCK = "D")
                       PERFORM CUMULER-LOT
                   END-IF
                   READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
               END-PERFORM
               CLOSE FIC-STOCK
           END-IF.
           PERFORM VARYING idxLot FROM 1 BY 1 UNTIL idxLot > nbLots
               IF RESTE-LOT-TAB(idxLot) > 0
               AND PEREMPTION-LOT-TAB(idxLot) < dateJour
                   COMPUTE qtePerimee = qtePerimee
                       + RESTE-LOT-TAB(idxLot)
                   DISPLAY "Lot " LOT-TAB(idxLot) " perime le "
                   PEREMPTION-LOT-TAB(idxLot) " : "
                   RESTE-LOT-TAB(idxLot) " masque(s) retires du solde"
               END-IF
           END-PERFORM.
           COMPUTE soldeStock = soldeStock - qtePerimee.
           MOVE soldeStock TO soldeAffiche.
           DISPLAY "Stock de masques disponible : " soldeAffiche.
           EXIT.

       CUMULER-LOT.
      *----- Reste par lot : une livraison E garnit son lot, une
      *      sortie S ou une mise au rebut D portant le lot le vide ;
      *      les mouvements sans lot ne touchent aucun lot
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
                   DISPLAY "Plus de 50 lots en stock, lot " LOT-STOCK
                   " ignore"
                   EXIT PARAGRAPH
               END-IF
               MOVE LOT-STOCK TO LOT-TAB(idxLotTrouve)
               MOVE PEREMPTION-STOCK TO PEREMPTION-LOT-TAB(idxLotTrouve)
               MOVE 0 TO RESTE-LOT-TAB(idxLotTrouve)
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

       NOTER-SORTIE.
      *----- Les sorties a date invalide comptent dans le total
      *      consomme mais pas dans les bornes de la periode observee
