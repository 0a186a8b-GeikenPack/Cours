           IS LINE SEQUENTIAL
           FILE STATUS IS fsCalendrier.

      *----- Referentiel des fournisseurs tenu par fournis : chaque
      *      ligne de commande est chiffree au prix unitaire du
      *      fournisseur retenu, arrondie a son minimum de commande
           SELECT FIC-FOURNISSEUR ASSIGN TO "fournis.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODE-FOUR
           FILE STATUS IS fsFournisseur.

      *----- Journal d'exploitation commun a toute la chaine, dans le
      *      dossier parent : un enregistrement DEBUT et un FIN par
      *      execution, resumes ensuite par le programme CHAINE
      *----- Commande de masques a transmettre aux achats, avec son
      *      cycle de vie : EMISE a l'ecriture, puis RECUE ou ANNULEE
      *      par le programme achats (date et quantite de reception) ;
      *      une ligne par groupe planifie (COUVERT quand le stock
      *      suffit), plus une ligne TOTAL purement recapitulative que
      *      les achats ne suivent pas ; chaque ligne porte le
      *      fournisseur, la quantite commandee apres minimum de
      *      commande, le prix unitaire, le montant et le besoin brut
      *      avant deduction du stock
       FD FIC-COMMANDE.
       01 ENR-COMMANDE.
           02 DATE-COMMANDE PIC 9(8).
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

      *----- Planning de creneaux/pauses lu en mode fichier, alternative
      *      a la saisie interactive de INPUT-CRENAUX/INPUT-PAUSE ; un
           02 TYPE-STOCK PIC X.
           02 FILLER PIC X.
           02 QTE-STOCK PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-STOCK PIC X(4).
           02 FILLER PIC X.
           02 LOT-STOCK PIC X(8).
           02 FILLER PIC X.
           02 PEREMPTION-STOCK PIC 9(8).

      *----- Calendrier des fermetures du semestre : un enregistrement
      *      par semaine touchee, avec le nombre de jours fermes (5 =
           02 FILLER PIC X.
           02 STATUT-JRN PIC X(7).

       FD FIC-FOURNISSEUR.
       01 ENR-FOURNISSEUR.
           02 CODE-FOUR PIC X(6).
           02 NOM-FOUR PIC X(20).
           02 PRIX-UNITAIRE-FOUR PIC 99V999.
           02 MINIMUM-FOUR PIC 9(5).
           02 DELAI-FOUR PIC 999.

       FD FIC-RAPPORT.
       01 LIGNE-RAPPORT PIC X(72).

       77 resteAvecPause PIC S9(5).
       77 totalNetSansPause PIC 999 VALUE 0.
       77 totalNetAvecPause PIC 999 VALUE 0.
      *----- Besoin brut avant deduction du stock, porte sur chaque
      *      ligne de commande pour le rapprochement prevu/consomme
       77 besoinSansPause PIC 999.
       77 besoinAvecPause PIC 999.
       77 totalBesoinSansPause PIC 999 VALUE 0.
       77 totalBesoinAvecPause PIC 999 VALUE 0.
       77 statutLigneCmd PIC X(7).
      *----- Chiffrage des lignes de commande au fournisseur retenu ;
      *      sans fournisseur connu les lignes partent non chiffrees
       77 fsFournisseur PIC XX.
       77 fournisseurRetenu PIC 9 VALUE 0.
       77 codeFournisseur PIC X(6) VALUE SPACES.
       77 prixFournisseur PIC 99V999 VALUE 0.
       77 minimumFournisseur PIC 9(5) VALUE 0.
       77 qteCommandee PIC 9(5).
       77 montantLigne PIC 9(7)V99.
       77 totalQteCommandee PIC 9(5) VALUE 0.
       77 totalMontant PIC 9(7)V99 VALUE 0.
       77 montantAffiche PIC Z(6)9.99.
      *----- Stock utilisable sur le semestre planifie : les lots
      *      qui periment avant la derniere semaine planifiee ne sont
      *      pas deduits de la commande
       01 TABLE-LOTS.
           02 LIGNE-LOT OCCURS 50 TIMES.
               03 LOT-TAB PIC X(8).
               03 PEREMPTION-LOT-TAB PIC 9(8).
               03 RESTE-LOT-TAB PIC S9(5).
       77 nbLots PIC 99 VALUE 0.
       77 idxLot PIC 99.
       77 idxLotTrouve PIC 99.
       77 nbSemainesMax PIC 99 VALUE 0.
       77 dateFinSemestre PIC 9(8).
       77 qtePerimeeAvantFin PIC 9(5) VALUE 0.
       77 soldeValide PIC S9(5) VALUE 0.
       77 perimeAffiche PIC ZZZZ9.
      *----- Lignes de composition de la feuille de planning
       77 fsRapport PIC XX.
       77 crenauxSemaineRap PIC 999.
           ELSE
               DISPLAY "Sur combien de semaines planifier : "
               ACCEPT nbSemaines
               MOVE nbSemaines TO nbSemainesMax
               PERFORM VARYING indexSemaine FROM 1 BY 1
                   UNTIL indexSemaine > nbSemaines
                   DISPLAY "Semaine " indexSemaine " :"
           PERFORM LIRE-STOCK.
           MOVE soldeStock TO soldeAffiche.
           DISPLAY "Stock de masques disponible : " soldeAffiche.
           PERFORM CALCULER-STOCK-VALIDE.
           MOVE qtePerimeeAvantFin TO perimeAffiche.
           MOVE soldeValide TO soldeAffiche.
           DISPLAY "Lots perimes avant le " dateFinSemestre " : "
           perimeAffiche ", stock utilisable : " soldeAffiche.
           PERFORM CALCULER-COMMANDES-NETTES.
           PERFORM ECRIRE-COMMANDES.
           PERFORM ECRIRE-RAPPORT-COMMANDES.
      *----- Le stock disponible couvre les groupes dans l'ordre de la
      *      passe, colonne par colonne : la somme des lignes nettes
      *      emises reste ainsi le besoin net global
           IF soldeValide > 0
               MOVE soldeValide TO resteSansPause
               MOVE soldeValide TO resteAvecPause
           ELSE
               MOVE 0 TO resteSansPause
               MOVE 0 TO resteAvecPause
      *----- Cumule les mouvements de stockmsq.dat pour connaitre le
      *      solde en armoire ; sans fichier le stock est repute nul
           MOVE 0 TO soldeStock.
           MOVE 0 TO nbLots.
           MOVE 0 TO eofStock.
           OPEN INPUT FIC-STOCK.
           IF fsStock NOT = "00"
               READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
               PERFORM UNTIL eofStock = 1
      *----- Les ajustements d'inventaire A (excedent) et M (manque)
      *      et la mise au rebut D d'un lot perime, saisis dans
      *      saistock, corrigent le solde dans leur sens
                   EVALUATE TYPE-STOCK
                       WHEN "E"
                           COMPUTE soldeStock = soldeStock + QTE-STOCK
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                       WHEN "M"
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                       WHEN "D"
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                       WHEN OTHER
                           DISPLAY "Mouvement de stock inconnu : "
                           TYPE-STOCK ", ligne ignoree"
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

       CALCULER-STOCK-VALIDE.
      *----- Fin du semestre planifie : aujourd'hui plus la plus
      *      longue planification de la passe ; le reste des lots qui
      *      periment avant cette date est retire du solde deduit
           COMPUTE dateFinSemestre = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(dateJour) + nbSemainesMax * 7).
           MOVE 0 TO qtePerimeeAvantFin.
           PERFORM VARYING idxLot FROM 1 BY 1 UNTIL idxLot > nbLots
               IF RESTE-LOT-TAB(idxLot) > 0
               AND PEREMPTION-LOT-TAB(idxLot) < dateFinSemestre
                   COMPUTE qtePerimeeAvantFin = qtePerimeeAvantFin
                       + RESTE-LOT-TAB(idxLot)
                   DISPLAY "Lot " LOT-TAB(idxLot) " perime le "
                   PEREMPTION-LOT-TAB(idxLot) ", non deduit"
               END-IF
           END-PERFORM.
           COMPUTE soldeValide = soldeStock - qtePerimeeAvantFin.
           IF soldeValide < 0
               MOVE 0 TO soldeValide
           END-IF.
           EXIT.

       TRAITEMENT-LOT-PLANNING.
      *----- Lit planning.dat au lieu des ACCEPT interactifs : un bloc
      *      par groupe (entete puis une ligne par semaine), tous les
           COMPUTE nbLusJrn = nbLusJrn + 1.
           MOVE GROUPE-ENTETE TO groupeCourant.
           MOVE NB-SEMAINES-ENTETE TO nbSemaines.
           IF nbSemaines > nbSemainesMax
               MOVE nbSemaines TO nbSemainesMax
           END-IF.
           MOVE NB-PAUSE-DOMICILE-ENTETE TO nbPauseDomicileLot.
           DISPLAY "--------Groupe " groupeCourant "-------".
           MOVE SPACES TO LIGNE-RAPPORT.
           END-PERFORM.

       ECRIRE-COMMANDES.
      *----- Trace datee des besoins pour le service achats : une
      *      ligne EMISE par groupe encore en besoin apres deduction
      *      du stock, une ligne COUVERT par groupe entierement servi
      *      par le stock, puis une ligne TOTAL recapitulative ; les
      *      achats ne suivent que les lignes EMISE, les autres
      *      gardent le besoin brut planifie pour le rapprochement
      *      avec la consommation
           ACCEPT dateJour FROM DATE YYYYMMDD.
           IF totalNetSansPause = 0 AND totalNetAvecPause = 0
               DISPLAY "Besoin couvert par le stock, aucune commande"
               " emise"
               MOVE SPACES TO codeFournisseur
               MOVE 0 TO prixFournisseur
           ELSE
               PERFORM CHOISIR-FOURNISSEUR
           END-IF.
           MOVE 0 TO totalQteCommandee.
           MOVE 0 TO totalMontant.
           MOVE 0 TO totalBesoinSansPause.
           MOVE 0 TO totalBesoinAvecPause.
           OPEN EXTEND FIC-COMMANDE.
           IF fsCommande = "35"
               OPEN OUTPUT FIC-COMMANDE
           END-IF.
           PERFORM VARYING idxGroupe FROM 1 BY 1
               UNTIL idxGroupe > nbGroupes
               MOVE GROUPE-TAB(idxGroupe) TO groupeCourant
               MOVE NET-SANS-PAUSE-TAB(idxGroupe) TO netSansPause
               MOVE NET-AVEC-PAUSE-TAB(idxGroupe) TO netAvecPause
               MOVE SANS-PAUSE-TAB(idxGroupe) TO besoinSansPause
               MOVE AVEC-PAUSE-TAB(idxGroupe) TO besoinAvecPause
               COMPUTE totalBesoinSansPause = totalBesoinSansPause
                   + besoinSansPause
               COMPUTE totalBesoinAvecPause = totalBesoinAvecPause
                   + besoinAvecPause
               IF netSansPause NOT = 0 OR netAvecPause NOT = 0
                   MOVE "EMISE" TO statutLigneCmd
                   PERFORM CHIFFRER-LIGNE-COMMANDE
                   COMPUTE totalQteCommandee = totalQteCommandee
                       + qteCommandee
                   COMPUTE totalMontant = totalMontant
                       + montantLigne
               ELSE
                   MOVE "COUVERT" TO statutLigneCmd
                   MOVE 0 TO qteCommandee
                   MOVE 0 TO montantLigne
               END-IF
               PERFORM ECRIRE-LIGNE-COMMANDE
           END-PERFORM.
           IF nbGroupes > 1
               MOVE "TOUS" TO groupeCourant
               MOVE totalNetSansPause TO netSansPause
               MOVE totalNetAvecPause TO netAvecPause
               MOVE totalBesoinSansPause TO besoinSansPause
               MOVE totalBesoinAvecPause TO besoinAvecPause
               MOVE "TOTAL" TO statutLigneCmd
               MOVE totalQteCommandee TO qteCommandee
               MOVE totalMontant TO montantLigne
               PERFORM ECRIRE-LIGNE-COMMANDE
           END-IF.
           CLOSE FIC-COMMANDE.
           IF totalQteCommandee > 0
               MOVE totalMontant TO montantAffiche
               DISPLAY "Masques commandes : " totalQteCommandee
               ", montant : " montantAffiche
           END-IF.
           EXIT.

       CHOISIR-FOURNISSEUR.
      *----- Le fournisseur de la passe est lu une fois dans le
      *      referentiel ; un code blanc ou inconnu laisse les lignes
      *      non chiffrees, au prix zero, sans bloquer la commande
           MOVE 0 TO fournisseurRetenu.
           MOVE 0 TO prixFournisseur.
           MOVE 0 TO minimumFournisseur.
           DISPLAY "Code fournisseur de la commande (blanc = aucun) : ".
           ACCEPT codeFournisseur.
           IF codeFournisseur = SPACES
               DISPLAY "Commande emise sans fournisseur, non chiffree"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-FOURNISSEUR.
           IF fsFournisseur NOT = "00"
               DISPLAY "fournis.dat absent ou illisible, statut "
               fsFournisseur ", commande non chiffree"
               MOVE SPACES TO codeFournisseur
               EXIT PARAGRAPH
           END-IF.
           MOVE codeFournisseur TO CODE-FOUR.
           READ FIC-FOURNISSEUR KEY IS CODE-FOUR
               INVALID KEY
                   DISPLAY "Fournisseur " codeFournisseur " inconnu, "
                   "commande non chiffree"
                   MOVE SPACES TO codeFournisseur
               NOT INVALID KEY
                   MOVE 1 TO fournisseurRetenu
                   MOVE PRIX-UNITAIRE-FOUR TO prixFournisseur
                   MOVE MINIMUM-FOUR TO minimumFournisseur
                   DISPLAY "Fournisseur " NOM-FOUR ", minimum "
                   MINIMUM-FOUR ", delai " DELAI-FOUR " jour(s)"
           END-READ.
           CLOSE FIC-FOURNISSEUR.
           EXIT.

       CHIFFRER-LIGNE-COMMANDE.
      *----- La quantite commandee est le besoin net avec pauses,
      *      porte au minimum de commande du fournisseur s'il est
      *      inferieur ; le montant est cette quantite au prix unitaire
           MOVE netAvecPause TO qteCommandee.
           MOVE 0 TO montantLigne.
           IF fournisseurRetenu = 1
               IF qteCommandee < minimumFournisseur
                   MOVE minimumFournisseur TO qteCommandee
                   DISPLAY "Groupe " groupeCourant " : commande portee"
                   " au minimum de " minimumFournisseur " masque(s)"
               END-IF
               COMPUTE montantLigne ROUNDED =
                   qteCommandee * prixFournisseur
           END-IF.
           EXIT.

           MOVE 0 TO DATE-RECEPTION-CMD.
           MOVE 0 TO QTE-RECUE-CMD.
           MOVE groupeCourant TO GROUPE-CMD.
           MOVE codeFournisseur TO FOURNISSEUR-CMD.
           MOVE qteCommandee TO QTE-COMMANDEE-CMD.
           MOVE prixFournisseur TO PRIX-UNITAIRE-CMD.
           MOVE montantLigne TO MONTANT-CMD.
           MOVE besoinSansPause TO BESOIN-SANS-PAUSE-CMD.
           MOVE besoinAvecPause TO BESOIN-AVEC-PAUSE-CMD.
           WRITE ENR-COMMANDE END-WRITE.
           COMPUTE nbEcritsJrn = nbEcritsJrn + 1.
           EXIT.
      *      commande nette par groupe et le total
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT END-WRITE.
           MOVE "Lots perimes avant fin de semestre :" TO LIBELLE-RAP.
           MOVE perimeAffiche TO VALEUR-RAP.
           WRITE LIGNE-RAPPORT FROM LIGNE-RAP-CUMUL END-WRITE.
           MOVE "Stock en armoire deduit :" TO LIBELLE-RAP.
           MOVE soldeAffiche TO VALEUR-RAP.
           WRITE LIGNE-RAPPORT FROM LIGNE-RAP-CUMUL END-WRITE.
           MOVE SPACES TO VALEUR-RAP.
           MOVE totalNetAvecPause TO VALEUR-RAP(1:3).
           WRITE LIGNE-RAPPORT FROM LIGNE-RAP-CUMUL END-WRITE.
           IF fournisseurRetenu = 1
               MOVE SPACES TO LIBELLE-RAP
               STRING "Montant chez " codeFournisseur " :"
                   DELIMITED BY SIZE INTO LIBELLE-RAP
               MOVE montantAffiche TO VALEUR-RAP
               WRITE LIGNE-RAPPORT FROM LIGNE-RAP-CUMUL END-WRITE
           END-IF.
           IF totalNetSansPause = 0 AND totalNetAvecPause = 0
               MOVE "Besoin couvert par le stock, aucune commande"
                   TO LIGNE-RAPPORT
