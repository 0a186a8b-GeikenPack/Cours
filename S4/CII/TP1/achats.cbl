           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fsCommandeTravail.

      *----- Suivi budgetaire imprimable : engage, recu et annule par
      *      groupe et au total, contre le budget du semestre saisi
           SELECT FIC-BUDGET ASSIGN TO "budget.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS fsBudget.

      *----- Historique des receptions partielles : une ligne datee
      *      par livraison recue, avec le cumul et le reliquat, la
      *      commande ne passant RECUE qu'une fois le solde a zero
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
           02 TYPE-STOCK PIC X.
           02 FILLER PIC X.
           02 QTE-STOCK PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-STOCK PIC X(4).
           02 FILLER PIC X.
           02 LOT-STOCK PIC X(8).
           02 FILLER PIC X.
           02 PEREMPTION-STOCK PIC 9(8).

       FD FIC-COMMANDE-TRAVAIL.
       01 ENR-COMMANDE-TRAVAIL PIC X(81).

       FD FIC-BUDGET.
       01 LIGNE-BUDGET PIC X(72).

       FD FIC-RECEPTIONS.
       01 ENR-RECEPTION.
           02 FILLER PIC X.
           02 CUMUL-RECEPTION PIC 9(4).
           02 FILLER PIC X.
      *----- Reliquat a la largeur de la quantite commandee
           02 RESTE-RECEPTION PIC 9(5).

       working-storage section.
       77 fsCommande PIC XX.
       77 numeroChoisi PIC 999.
       77 actionChoisie PIC 9.
       77 qteRecueSaisie PIC 9(4).
      *----- Lot et peremption de la livraison, portes au stock
       77 lotRecu PIC X(8).
       77 peremptionRecue PIC 9(8).
       77 joursPeremption PIC 9(7).
       77 ageJours PIC 9(5).
       77 joursAujourdhui PIC 9(7).
       77 joursCommande PIC 9(7).
       77 nbCommandes PIC 999 VALUE 0.
       77 idxCommande PIC 999.
       77 commandeTrouvee PIC 9.
       77 cmdModifiee PIC X(81).
      *----- Suivi des receptions partielles : quantite commandee,
      *      cumul recu et reliquat de la commande en cours
       77 fsReceptions PIC XX.
       77 eofReceptions PIC 9 VALUE 0.
       77 qteCommandee PIC 9(5).
       77 qteCumulee PIC 9(4).
       77 resteALivrer PIC 9(5).
      *----- Suivi budgetaire : montants par groupe depuis le debut
      *      du semestre ; le recu est valorise sur QTE-RECUE-CMD au
      *      prix de la ligne, l'engage sur le reliquat des EMISE
       77 fsBudget PIC XX.
       77 budgetSemestre PIC 9(7).
       77 dateDebutBudget PIC 9(8).
       01 TABLE-BUDGET.
           02 LIGNE-BUDGET-TAB OCCURS 20 TIMES.
               03 GROUPE-BUD PIC X(4).
               03 ENGAGE-BUD PIC 9(7)V99.
               03 RECU-BUD PIC 9(7)V99.
               03 ANNULE-BUD PIC 9(7)V99.
       77 nbGroupesBudget PIC 99 VALUE 0.
       77 idxBudget PIC 99.
       77 idxBudgetTrouve PIC 99.
       77 nbGroupesIgnores PIC 99 VALUE 0.
       77 nbNonChiffrees PIC 999 VALUE 0.
       77 prixLigne PIC 99V999.
       77 montantRecu PIC 9(7)V99.
       77 montantEngage PIC 9(7)V99.
       77 montantAnnule PIC 9(7)V99.
       77 totalEngage PIC 9(8)V99 VALUE 0.
       77 totalRecu PIC 9(8)V99 VALUE 0.
       77 totalAnnule PIC 9(8)V99 VALUE 0.
       77 resteBudget PIC S9(8)V99.
       01 LIGNE-BUD-TITRE.
           02 FILLER PIC X(33)
               VALUE "SUIVI BUDGETAIRE MASQUES - EDITE ".
           02 FILLER PIC X(3) VALUE "LE ".
           02 DATE-BUD-TITRE PIC 9(8).
           02 FILLER PIC X(28) VALUE SPACES.
       01 LIGNE-BUD-PERIODE.
           02 FILLER PIC X(19) VALUE "COMMANDES DEPUIS LE".
           02 FILLER PIC X VALUE SPACE.
           02 DEBUT-BUD-PERIODE PIC 9(8).
           02 FILLER PIC X(12) VALUE " - BUDGET : ".
           02 BUDGET-BUD-PERIODE PIC Z(6)9.
           02 FILLER PIC X(25) VALUE SPACES.
       01 LIGNE-BUD-ENTETE.
           02 FILLER PIC X(8) VALUE "GROUPE".
           02 FILLER PIC X(13) VALUE "     ENGAGE".
           02 FILLER PIC X(13) VALUE "       RECU".
           02 FILLER PIC X(13) VALUE "     ANNULE".
           02 FILLER PIC X(25) VALUE "ENGAGE + RECU".
       01 LIGNE-BUD-DETAIL.
           02 GROUPE-BUD-DET PIC X(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 ENGAGE-BUD-DET PIC Z(7)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RECU-BUD-DET PIC Z(7)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ANNULE-BUD-DET PIC Z(7)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CONSOMME-BUD-DET PIC Z(7)9.99.
           02 FILLER PIC X(14) VALUE SPACES.
       01 LIGNE-BUD-RESTE.
           02 LIBELLE-BUD-RESTE PIC X(36).
           02 VALEUR-BUD-RESTE PIC -(8)9.99.
           02 FILLER PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT dateJour FROM DATE YYYYMMDD.
               PERFORM UNTIL finMenu = 1
                   DISPLAY "---------------"
                   DISPLAY "Commandes en cours (1), mise a jour d'un"
                   " statut (2), suivi budgetaire (3), quitter (0) : "
                   ACCEPT choixMenu
                   EVALUATE choixMenu
                       WHEN 1 PERFORM RAPPORT-EN-COURS
                       WHEN 2 PERFORM METTRE-A-JOUR-STATUT
                       WHEN 3 PERFORM EDITER-BUDGET
                       WHEN 0 MOVE 1 TO finMenu
                       WHEN OTHER DISPLAY "Choix inconnu"
                   END-EVALUATE
                   IF STATUT-CMD = "EMISE"
                       COMPUTE nbEnCours = nbEnCours + 1
                       PERFORM CALCULER-AGE-COMMANDE
                       PERFORM DETERMINER-QTE-COMMANDEE
                       IF QTE-RECUE-CMD < qteCommandee
                           COMPUTE resteALivrer =
                               qteCommandee - QTE-RECUE-CMD
                       ELSE
                           MOVE 0 TO resteALivrer
                       END-IF
                       DISPLAY "No " idxCommande " du " DATE-COMMANDE
                       " (groupe " GROUPE-CMD ") : "
                       qteCommandee " masque(s), agee"
                       " de " ageJours " jour(s)"
                       IF QTE-RECUE-CMD > 0
                           DISPLAY "   deja recu " QTE-RECUE-CMD
           END-IF.
           EXIT.

       DETERMINER-QTE-COMMANDEE.
      *----- Quantite reellement commandee au fournisseur, minimum de
      *      commande compris ; les lignes anterieures au chiffrage
      *      n'en portent pas et restent au besoin net avec pauses
           IF QTE-COMMANDEE-CMD IS NUMERIC
           AND QTE-COMMANDEE-CMD > 0
               MOVE QTE-COMMANDEE-CMD TO qteCommandee
           ELSE
               MOVE NB-MASQUES-AVEC-PAUSE-CMD TO qteCommandee
           END-IF.
           EXIT.

       CALCULER-AGE-COMMANDE.
      *----- Une date absente, invalide (INTEGER-OF-DATE rend 0) ou
      *      future est signalee et comptee age 0, plutot que de
      *      l'historique des receptions
                   DISPLAY "Quantite recue : "
                   ACCEPT qteRecueSaisie
                   PERFORM SAISIR-LOT-RECEPTION
                   PERFORM DETERMINER-QTE-COMMANDEE
                   COMPUTE qteCumulee = QTE-RECUE-CMD + qteRecueSaisie
                   IF qteCumulee >= qteCommandee
                       MOVE "RECUE" TO STATUT-CMD
                       ", commande maintenue EMISE"
                   END-IF
               WHEN 2
      *----- Annulation du reliquat : le cumul deja recu est garde,
      *      ces masques sont entres au stock et payes
                   MOVE "ANNULEE" TO STATUT-CMD
                   MOVE dateJour TO DATE-RECEPTION-CMD
                   MOVE ENR-COMMANDE TO cmdModifiee
                   PERFORM REMPLACER-COMMANDE
                   IF QTE-RECUE-CMD > 0
                       DISPLAY "Commande " numeroChoisi " annulee, "
                       QTE-RECUE-CMD " masque(s) deja recu(s) conserves"
                   ELSE
                       DISPLAY "Commande " numeroChoisi " annulee"
                   END-IF
               WHEN OTHER
                   DISPLAY "Action inconnue, statut conserve"
           END-EVALUATE.
           EXIT.

       SAISIR-LOT-RECEPTION.
      *----- La livraison entre au stock avec son numero de lot et sa
      *      date de peremption, redemandes tant qu'ils sont invalides
           MOVE SPACES TO lotRecu.
           PERFORM UNTIL lotRecu NOT = SPACES
               DISPLAY "Numero de lot de la livraison : "
               ACCEPT lotRecu
               IF lotRecu = SPACES
                   DISPLAY "Numero de lot obligatoire"
               END-IF
           END-PERFORM.
           MOVE 0 TO joursPeremption.
           PERFORM UNTIL joursPeremption > 0
               DISPLAY "Date de peremption du lot (AAAAMMJJ) : "
               ACCEPT peremptionRecue
               IF peremptionRecue = 0
                   MOVE 0 TO joursPeremption
               ELSE
                   COMPUTE joursPeremption =
                       FUNCTION INTEGER-OF-DATE(peremptionRecue)
               END-IF
               IF joursPeremption = 0
                   DISPLAY "Date de peremption invalide"
               ELSE
                   IF peremptionRecue < dateJour
                       DISPLAY "Lot deja perime le " peremptionRecue
                       ", a refuser au fournisseur"
                       MOVE 0 TO joursPeremption
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       ENREGISTRER-RECEPTION.
      *----- Une ligne datee par livraison : quantite du jour, cumul
      *      et reliquat, relue par le rapport des commandes en cours
           MOVE dateJour TO DATE-STOCK.
           MOVE "E" TO TYPE-STOCK.
           MOVE qteRecueSaisie TO QTE-STOCK.
           MOVE lotRecu TO LOT-STOCK.
           MOVE peremptionRecue TO PEREMPTION-STOCK.
           WRITE ENR-STOCK END-WRITE.
           CLOSE FIC-STOCK.
           EXIT.

       EDITER-BUDGET.
      *----- Une passe sur commande.dat depuis le debut du semestre :
      *      les lignes TOTAL ne sont que recapitulatives et les lignes
      *      COUVERT n'engagent rien, elles sont ignorees ; les lignes
      *      non chiffrees sont comptees a part
           DISPLAY "Debut du semestre (AAAAMMJJ, 0 = tout) : ".
           ACCEPT dateDebutBudget.
           DISPLAY "Budget masques du semestre en euros : ".
           ACCEPT budgetSemestre.
           MOVE 0 TO nbGroupesBudget.
           MOVE 0 TO nbGroupesIgnores.
           MOVE 0 TO nbNonChiffrees.
           MOVE 0 TO totalEngage.
           MOVE 0 TO totalRecu.
           MOVE 0 TO totalAnnule.
           MOVE 0 TO eofCommande.
           OPEN INPUT FIC-COMMANDE.
           IF fsCommande NOT = "00"
               DISPLAY "commande.dat absent ou illisible, statut "
               fsCommande
               EXIT PARAGRAPH
           END-IF.
           READ FIC-COMMANDE AT END MOVE 1 TO eofCommande END-READ.
           PERFORM UNTIL eofCommande = 1
               IF STATUT-CMD NOT = "TOTAL"
               AND STATUT-CMD NOT = "COUVERT"
               AND DATE-COMMANDE >= dateDebutBudget
                   PERFORM CUMULER-BUDGET-LIGNE
               END-IF
               READ FIC-COMMANDE AT END MOVE 1 TO eofCommande END-READ
           END-PERFORM.
           CLOSE FIC-COMMANDE.
           PERFORM IMPRIMER-BUDGET.
           EXIT.

       CUMULER-BUDGET-LIGNE.
      *----- EMISE : le recu partiel est valorise, le reliquat reste
      *      engage ; RECUE : tout le recu ; ANNULEE : ce qui a ete
      *      livre avant l'annulation reste recu, seul le reliquat non
      *      livre est libere
           IF PRIX-UNITAIRE-CMD IS NOT NUMERIC
           OR PRIX-UNITAIRE-CMD = 0
               COMPUTE nbNonChiffrees = nbNonChiffrees + 1
               EXIT PARAGRAPH
           END-IF.
           MOVE PRIX-UNITAIRE-CMD TO prixLigne.
           PERFORM DETERMINER-QTE-COMMANDEE.
           PERFORM CHERCHER-GROUPE-BUDGET.
           IF idxBudgetTrouve = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE montantRecu ROUNDED = QTE-RECUE-CMD * prixLigne.
           EVALUATE STATUT-CMD
               WHEN "EMISE"
                   IF QTE-RECUE-CMD < qteCommandee
                       COMPUTE montantEngage ROUNDED =
                           (qteCommandee - QTE-RECUE-CMD) * prixLigne
                   ELSE
                       MOVE 0 TO montantEngage
                   END-IF
                   COMPUTE ENGAGE-BUD(idxBudgetTrouve) =
                       ENGAGE-BUD(idxBudgetTrouve) + montantEngage
                   COMPUTE RECU-BUD(idxBudgetTrouve) =
                       RECU-BUD(idxBudgetTrouve) + montantRecu
                   COMPUTE totalEngage = totalEngage + montantEngage
                   COMPUTE totalRecu = totalRecu + montantRecu
               WHEN "RECUE"
                   COMPUTE RECU-BUD(idxBudgetTrouve) =
                       RECU-BUD(idxBudgetTrouve) + montantRecu
                   COMPUTE totalRecu = totalRecu + montantRecu
               WHEN "ANNULEE"
                   IF QTE-RECUE-CMD < qteCommandee
                       COMPUTE montantAnnule ROUNDED =
                           (qteCommandee - QTE-RECUE-CMD) * prixLigne
                   ELSE
                       MOVE 0 TO montantAnnule
                   END-IF
                   COMPUTE ANNULE-BUD(idxBudgetTrouve) =
                       ANNULE-BUD(idxBudgetTrouve) + montantAnnule
                   COMPUTE RECU-BUD(idxBudgetTrouve) =
                       RECU-BUD(idxBudgetTrouve) + montantRecu
                   COMPUTE totalAnnule = totalAnnule + montantAnnule
                   COMPUTE totalRecu = totalRecu + montantRecu
           END-EVALUATE.
           EXIT.

       CHERCHER-GROUPE-BUDGET.
      *----- Rang du groupe GROUPE-CMD dans la table, ajoute s'il est
      *      nouveau ; zero quand la table est pleine
           MOVE 0 TO idxBudgetTrouve.
           PERFORM VARYING idxBudget FROM 1 BY 1
               UNTIL idxBudget > nbGroupesBudget OR idxBudgetTrouve > 0
               IF GROUPE-BUD(idxBudget) = GROUPE-CMD
                   MOVE idxBudget TO idxBudgetTrouve
               END-IF
           END-PERFORM.
           IF idxBudgetTrouve = 0
               IF nbGroupesBudget >= 20
                   COMPUTE nbGroupesIgnores = nbGroupesIgnores + 1
               ELSE
                   COMPUTE nbGroupesBudget = nbGroupesBudget + 1
                   MOVE nbGroupesBudget TO idxBudgetTrouve
                   MOVE GROUPE-CMD TO GROUPE-BUD(idxBudgetTrouve)
                   MOVE 0 TO ENGAGE-BUD(idxBudgetTrouve)
                   MOVE 0 TO RECU-BUD(idxBudgetTrouve)
                   MOVE 0 TO ANNULE-BUD(idxBudgetTrouve)
               END-IF
           END-IF.
           EXIT.

       IMPRIMER-BUDGET.
      *----- Une ligne par groupe puis le total ; le reste du budget
      *      est le budget moins l'engage et le recu, l'annule n'y
      *      pesant plus
           OPEN OUTPUT FIC-BUDGET.
           MOVE dateJour TO DATE-BUD-TITRE.
           WRITE LIGNE-BUDGET FROM LIGNE-BUD-TITRE END-WRITE.
           MOVE dateDebutBudget TO DEBUT-BUD-PERIODE.
           MOVE budgetSemestre TO BUDGET-BUD-PERIODE.
           WRITE LIGNE-BUDGET FROM LIGNE-BUD-PERIODE END-WRITE.
           MOVE ALL "-" TO LIGNE-BUDGET.
           WRITE LIGNE-BUDGET END-WRITE.
           WRITE LIGNE-BUDGET FROM LIGNE-BUD-ENTETE END-WRITE.
           PERFORM VARYING idxBudget FROM 1 BY 1
               UNTIL idxBudget > nbGroupesBudget
               MOVE GROUPE-BUD(idxBudget) TO GROUPE-BUD-DET
               MOVE ENGAGE-BUD(idxBudget) TO ENGAGE-BUD-DET
               MOVE RECU-BUD(idxBudget) TO RECU-BUD-DET
               MOVE ANNULE-BUD(idxBudget) TO ANNULE-BUD-DET
               COMPUTE CONSOMME-BUD-DET =
                   ENGAGE-BUD(idxBudget) + RECU-BUD(idxBudget)
               WRITE LIGNE-BUDGET FROM LIGNE-BUD-DETAIL END-WRITE
           END-PERFORM.
           MOVE ALL "-" TO LIGNE-BUDGET.
           WRITE LIGNE-BUDGET END-WRITE.
           MOVE "TOUS" TO GROUPE-BUD-DET.
           MOVE totalEngage TO ENGAGE-BUD-DET.
           MOVE totalRecu TO RECU-BUD-DET.
           MOVE totalAnnule TO ANNULE-BUD-DET.
           COMPUTE CONSOMME-BUD-DET = totalEngage + totalRecu.
           WRITE LIGNE-BUDGET FROM LIGNE-BUD-DETAIL END-WRITE.
           COMPUTE resteBudget =
               budgetSemestre - totalEngage - totalRecu.
           MOVE "Reste disponible sur le budget :" TO LIBELLE-BUD-RESTE.
           MOVE resteBudget TO VALEUR-BUD-RESTE.
           WRITE LIGNE-BUDGET FROM LIGNE-BUD-RESTE END-WRITE.
           IF resteBudget < 0
               MOVE "BUDGET DEPASSE" TO LIGNE-BUDGET
               WRITE LIGNE-BUDGET END-WRITE
           END-IF.
           IF nbNonChiffrees > 0
               MOVE SPACES TO LIGNE-BUDGET
               STRING "Lignes non chiffrees (sans fournisseur) : "
                   nbNonChiffrees DELIMITED BY SIZE INTO LIGNE-BUDGET
               WRITE LIGNE-BUDGET END-WRITE
           END-IF.
           IF nbGroupesIgnores > 0
               MOVE SPACES TO LIGNE-BUDGET
               STRING "Groupes ignores (table pleine) : "
                   nbGroupesIgnores DELIMITED BY SIZE INTO LIGNE-BUDGET
               WRITE LIGNE-BUDGET END-WRITE
           END-IF.
           CLOSE FIC-BUDGET.
           DISPLAY "Engage " totalEngage ", recu " totalRecu
           ", annule " totalAnnule.
           DISPLAY "Reste sur budget : " VALEUR-BUD-RESTE.
           DISPLAY "Rapport ecrit dans budget.dat".
           EXIT.
