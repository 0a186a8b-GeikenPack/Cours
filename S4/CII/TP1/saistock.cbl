       FILE-CONTROL.
      *----- Mouvements du stock de masques partages avec le
      *      planificateur : E = livraison recue, S = consommation,
      *      A = excedent d'inventaire, M = manque d'inventaire,
      *      D = mise au rebut d'un lot perime (A/M/D corrigent le
      *      solde sans compter comme livraison ni consommation dans
      *      les rapports, D porte le lot qu'il vide) ; une
      *      consommation porte le code du groupe qui a utilise les
      *      masques, pour le rapprochement avec le besoin planifie,
      *      livraisons et consommations portent le lot et sa date de
      *      peremption
           SELECT FIC-STOCK ASSIGN TO "stockmsq.dat" ORGANIZATION IS
           LINE SEQUENTIAL
           FILE STATUS IS fsStock.
           IS LINE SEQUENTIAL
           FILE STATUS IS fsInventaire.

      *----- Operateurs habilites, cle identifiant, mot de passe
      *      conserve sous forme d'empreinte (gere par OPERAT)
           SELECT FIC-OPERATEUR ASSIGN TO "../operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-OPE
           FILE STATUS IS fsOperateur.

      *----- Journal commun des ouvertures de session, acceptees comme
      *      refusees, relu par le rapport des echecs d'OPERAT
           SELECT FIC-CONNEXION ASSIGN TO "../connexions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fsConnexion.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-STOCK.
           02 TYPE-STOCK PIC X.
           02 FILLER PIC X.
           02 QTE-STOCK PIC 9(4).
           02 FILLER PIC X.
           02 GROUPE-STOCK PIC X(4).
           02 FILLER PIC X.
           02 LOT-STOCK PIC X(8).
           02 FILLER PIC X.
           02 PEREMPTION-STOCK PIC 9(8).
           02 FILLER PIC X.
           02 OPERATEUR-STOCK PIC X(8).

       FD FIC-INVENTAIRE.
       01 ENR-INVENTAIRE.
           02 QTE-COMPTEE-INV PIC 9(4).
           02 FILLER PIC X.
           02 ECART-INV PIC S9(5) SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 OPERATEUR-INV PIC X(8).

       FD FIC-OPERATEUR.
       01 ENR-OPERATEUR.
           02 ID-OPE PIC X(8).
           02 NOM-OPE PIC X(20).
           02 EMPREINTE-OPE PIC 9(9).
           02 ROLE-OPE PIC X(10).
           02 ACTIF-OPE PIC X(3).
           02 DATE-CREATION-OPE PIC 9(8).
           02 DATE-MDP-OPE PIC 9(8).

       FD FIC-CONNEXION.
       01 ENR-CONNEXION.
           02 DATE-CNX PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-CNX PIC 9(6).
           02 FILLER PIC X.
           02 PROG-CNX PIC X(8).
           02 FILLER PIC X.
           02 ID-CNX PIC X(8).
           02 FILLER PIC X.
           02 RESULTAT-CNX PIC X(5).
           02 FILLER PIC X.
           02 MOTIF-CNX PIC X(16).

       working-storage section.
       77 fsStock PIC XX.
       77 qteComptee PIC 9(4).
       77 ecartInventaire PIC S9(5).
       77 ecartAffiche PIC ----9.
      *----- Groupe consommateur d'une sortie S, au meme code que
      *      GROUPE-ENTETE du planning et GROUPE-CMD des commandes
       77 groupeSaisi PIC X(4).
      *----- Suivi par lot : chaque livraison porte un lot et une
      *      date de peremption, les sorties sont prises sur le lot
      *      valide qui perime le premier
       77 lotMouvement PIC X(8).
       77 peremptionMouvement PIC 9(8).
       77 joursPeremption PIC 9(7).
       77 qteMouvement PIC 9(4).
       77 resteASortir PIC 9(4).
       01 TABLE-LOTS.
           02 LIGNE-LOT OCCURS 50 TIMES.
               03 LOT-TAB PIC X(8).
               03 PEREMPTION-LOT-TAB PIC 9(8).
               03 RESTE-LOT-TAB PIC S9(5).
       77 nbLots PIC 99 VALUE 0.
       77 idxLot PIC 99.
       77 idxLotTrouve PIC 99.
       77 idxLotChoisi PIC 99.
       77 nbLotsPerimes PIC 99.
      *----- Session operateur : trois essais, puis abandon ; le
      *      role requis est verifie fonction par fonction et
      *      l'identifiant connecte signe chaque ligne d'audit
       77 fsOperateur PIC XX.
       77 fsConnexion PIC XX.
       77 operateurConnecte PIC X(8) VALUE SPACES.
       77 roleConnecte PIC X(10) VALUE SPACES.
       77 roleRequis PIC X(10).
       77 roleAccorde PIC 9.
       77 nbEssais PIC 9.
       77 connexionOk PIC 9 VALUE 0.
       77 idSaisi PIC X(8).
       77 mdpSaisi PIC X(12).
       77 motifConnexion PIC X(16).
       77 resultatConnexion PIC X(5).
       77 programmeCourant PIC X(8) VALUE "saistock".
       77 dateConnexion PIC 9(8).
       01 HEURE-CONNEXION.
           02 HEURE-CNX-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Empreinte du mot de passe, meme calcul qu'OPERAT :
      *      hachage polynomial de l'identifiant suivi du mot de passe
       01 CHAINE-EMPREINTE.
           02 ID-EMPREINTE PIC X(8).
           02 MDP-EMPREINTE PIC X(12).
       01 CARACTERES-EMPREINTE REDEFINES CHAINE-EMPREINTE.
           02 CAR-EMPREINTE PIC X OCCURS 20.
       77 empreinteCalculee PIC 9(11).
       77 idxCar PIC 99.

       PROCEDURE DIVISION.
           ACCEPT dateJour FROM DATE YYYYMMDD.
      *----- Mouvements de stock reserves a la logistique
           PERFORM OUVRIR-SESSION-OPERATEUR.
           IF connexionOk = 0
               STOP RUN
           END-IF.
           MOVE "LOGISTIQUE" TO roleRequis.
           PERFORM VERIFIER-ROLE.
           IF roleAccorde = 0
               STOP RUN
           END-IF.
           PERFORM UNTIL finMenu = 1
               PERFORM CALCULER-SOLDE
               MOVE soldeStock TO soldeAffiche
               DISPLAY "---------------"
               DISPLAY "Stock de masques disponible : " soldeAffiche
               DISPLAY "Livraison recue (1), consommation (2),"
               " inventaire physique (3), mise au rebut d'un lot"
               " perime (4), quitter (0) : "
               ACCEPT choixMenu
               EVALUATE choixMenu
                   WHEN 1
                       PERFORM ENREGISTRER-MOUVEMENT
                   WHEN 3
                       PERFORM SAISIR-INVENTAIRE
                   WHEN 4
                       PERFORM METTRE-AU-REBUT-LOT
                   WHEN 0
                       MOVE 1 TO finMenu
                   WHEN OTHER
       ENREGISTRER-MOUVEMENT.
           DISPLAY "Quantite de masques : ".
           ACCEPT qteSaisie.
           MOVE SPACES TO groupeSaisi.
           MOVE SPACES TO lotMouvement.
           MOVE 0 TO peremptionMouvement.
           IF qteSaisie = 0
               DISPLAY "Quantite nulle, mouvement ignore"
           ELSE
               IF typeMouvement = "S"
                   PERFORM SAISIR-GROUPE-CONSOMMATEUR
                   PERFORM SORTIR-PREMIER-PERIME
               ELSE
                   PERFORM SAISIR-LOT-LIVRAISON
                   MOVE qteSaisie TO qteMouvement
                   PERFORM ECRIRE-MOUVEMENT-STOCK
                   DISPLAY "Mouvement " typeMouvement " de " qteSaisie
                   " masque(s) enregistre (lot " lotMouvement
                   ", perime le " peremptionMouvement ")"
               END-IF
           END-IF.
           EXIT.

       ECRIRE-MOUVEMENT-STOCK.
      *----- Une ligne de mouvement : quantite qteMouvement, groupe
      *      consommateur pour une sortie, lot et peremption quand le
      *      mouvement touche un lot identifie
           OPEN EXTEND FIC-STOCK.
           IF fsStock = "35"
               OPEN OUTPUT FIC-STOCK
           END-IF.
           MOVE SPACES TO ENR-STOCK.
           MOVE dateJour TO DATE-STOCK.
           MOVE typeMouvement TO TYPE-STOCK.
           MOVE qteMouvement TO QTE-STOCK.
           MOVE groupeSaisi TO GROUPE-STOCK.
           MOVE lotMouvement TO LOT-STOCK.
           MOVE peremptionMouvement TO PEREMPTION-STOCK.
           MOVE operateurConnecte TO OPERATEUR-STOCK.
           WRITE ENR-STOCK END-WRITE.
           CLOSE FIC-STOCK.
           EXIT.

       SAISIR-LOT-LIVRAISON.
      *----- Toute livraison entre avec son numero de lot et sa date
      *      de peremption, redemandes tant qu'ils sont invalides
           PERFORM UNTIL lotMouvement NOT = SPACES
               DISPLAY "Numero de lot de la livraison : "
               ACCEPT lotMouvement
               IF lotMouvement = SPACES
                   DISPLAY "Numero de lot obligatoire"
               END-IF
           END-PERFORM.
           MOVE 0 TO joursPeremption.
           PERFORM UNTIL joursPeremption > 0
               DISPLAY "Date de peremption du lot (AAAAMMJJ) : "
               ACCEPT peremptionMouvement
               IF peremptionMouvement = 0
                   MOVE 0 TO joursPeremption
               ELSE
                   COMPUTE joursPeremption =
                       FUNCTION INTEGER-OF-DATE(peremptionMouvement)
               END-IF
               IF joursPeremption = 0
                   DISPLAY "Date de peremption invalide"
               ELSE
                   IF peremptionMouvement < dateJour
                       DISPLAY "Lot deja perime le "
                       peremptionMouvement ", livraison refusee"
                       MOVE 0 TO joursPeremption
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       SORTIR-PREMIER-PERIME.
      *----- Premier perime, premier sorti : la consommation est
      *      prise sur le lot encore valide qui perime le plus tot,
      *      puis sur le suivant, une ligne S par lot entame ; ce que
      *      les lots ne couvrent pas sort sans lot, signale
           PERFORM CHARGER-LOTS.
           MOVE qteSaisie TO resteASortir.
           MOVE 1 TO idxLotChoisi.
           PERFORM UNTIL resteASortir = 0 OR idxLotChoisi = 0
               PERFORM CHOISIR-LOT-PREMIER-PERIME
               IF idxLotChoisi > 0
                   IF RESTE-LOT-TAB(idxLotChoisi) < resteASortir
                       MOVE RESTE-LOT-TAB(idxLotChoisi) TO qteMouvement
                   ELSE
                       MOVE resteASortir TO qteMouvement
                   END-IF
                   MOVE LOT-TAB(idxLotChoisi) TO lotMouvement
                   MOVE PEREMPTION-LOT-TAB(idxLotChoisi)
                       TO peremptionMouvement
                   PERFORM ECRIRE-MOUVEMENT-STOCK
                   COMPUTE RESTE-LOT-TAB(idxLotChoisi) =
                       RESTE-LOT-TAB(idxLotChoisi) - qteMouvement
                   COMPUTE resteASortir = resteASortir - qteMouvement
                   DISPLAY "Sortie de " qteMouvement
                   " masque(s) du lot " lotMouvement
                   " (perime le " peremptionMouvement ")"
               END-IF
           END-PERFORM.
           IF resteASortir > 0
               MOVE SPACES TO lotMouvement
               MOVE 0 TO peremptionMouvement
               MOVE resteASortir TO qteMouvement
               PERFORM ECRIRE-MOUVEMENT-STOCK
               DISPLAY "Attention : " resteASortir " masque(s) sortis"
               " sans lot valide disponible, verifier l'armoire"
           END-IF.
           EXIT.

       CHOISIR-LOT-PREMIER-PERIME.
      *----- Lot non perime a ce jour, encore garni, de peremption la
      *      plus proche ; idxLotChoisi a zero s'il n'en reste aucun
           MOVE 0 TO idxLotChoisi.
           PERFORM VARYING idxLot FROM 1 BY 1 UNTIL idxLot > nbLots
               IF RESTE-LOT-TAB(idxLot) > 0
               AND PEREMPTION-LOT-TAB(idxLot) >= dateJour
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

       CHARGER-LOTS.
      *----- Reste par lot d'apres les mouvements : une livraison E
      *      garnit son lot, une sortie S ou une mise au rebut D
      *      portant le lot le vide ; les mouvements sans lot
      *      (anterieurs au suivi, ajustements d'inventaire) ne
      *      touchent aucun lot
           MOVE 0 TO nbLots.
           MOVE 0 TO eofStock.
           OPEN INPUT FIC-STOCK.
           IF fsStock NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ.
           PERFORM UNTIL eofStock = 1
               IF LOT-STOCK NOT = SPACES
               AND (TYPE-STOCK = "E" OR TYPE-STOCK = "S"
                   OR TYPE-STOCK = "D")
                   PERFORM CHERCHER-LOT
                   IF idxLot > 0
                       IF TYPE-STOCK = "E"
                           COMPUTE RESTE-LOT-TAB(idxLot) =
                               RESTE-LOT-TAB(idxLot) + QTE-STOCK
                           MOVE PEREMPTION-STOCK
                               TO PEREMPTION-LOT-TAB(idxLot)
                       ELSE
                           COMPUTE RESTE-LOT-TAB(idxLot) =
                               RESTE-LOT-TAB(idxLot) - QTE-STOCK
                       END-IF
                   END-IF
               END-IF
               READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
           END-PERFORM.
           CLOSE FIC-STOCK.
           EXIT.

       CHERCHER-LOT.
      *----- Rang du lot LOT-STOCK dans la table, ajoute s'il est
      *      nouveau ; table pleine, il prend la place du premier lot
      *      epuise, qui ne recoit plus de mouvement ; idxLot a zero
      *      quand aucun lot n'est epuise
           MOVE 0 TO idxLotTrouve.
           PERFORM VARYING idxLot FROM 1 BY 1
               UNTIL idxLot > nbLots OR idxLotTrouve > 0
               IF LOT-TAB(idxLot) = LOT-STOCK
                   MOVE idxLot TO idxLotTrouve
               END-IF
           END-PERFORM.
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
               ELSE
                   MOVE LOT-STOCK TO LOT-TAB(idxLotTrouve)
                   MOVE PEREMPTION-STOCK
                       TO PEREMPTION-LOT-TAB(idxLotTrouve)
                   MOVE 0 TO RESTE-LOT-TAB(idxLotTrouve)
               END-IF
           END-IF.
           MOVE idxLotTrouve TO idxLot.
           EXIT.

       SAISIR-GROUPE-CONSOMMATEUR.
      *----- Une consommation sans groupe ne peut pas etre rapprochee
      *      du besoin planifie : le code est redemande tant qu'il
      *      reste a blanc
           PERFORM UNTIL groupeSaisi NOT = SPACES
               DISPLAY "Groupe consommateur (code du planning) : "
               ACCEPT groupeSaisi
               IF groupeSaisi = SPACES
                   DISPLAY "Groupe obligatoire pour une consommation"
               END-IF
           END-PERFORM.
           EXIT.

       METTRE-AU-REBUT-LOT.
      *----- Un lot perime encore garni est retire de l'armoire en
      *      entier : le mouvement D porte le lot, ramene son reste a
      *      zero et baisse le solde d'autant, au lieu d'un manque
      *      d'inventaire M sans lot qui laisserait le lot perime
      *      dans les listes et le retirerait une seconde fois
           PERFORM CHARGER-LOTS.
           MOVE 0 TO nbLotsPerimes.
           PERFORM VARYING idxLot FROM 1 BY 1 UNTIL idxLot > nbLots
               IF RESTE-LOT-TAB(idxLot) > 0
               AND PEREMPTION-LOT-TAB(idxLot) < dateJour
                   COMPUTE nbLotsPerimes = nbLotsPerimes + 1
                   DISPLAY "Lot " LOT-TAB(idxLot) " perime le "
                   PEREMPTION-LOT-TAB(idxLot) " : "
                   RESTE-LOT-TAB(idxLot) " masque(s)"
               END-IF
           END-PERFORM.
           IF nbLotsPerimes = 0
               DISPLAY "Aucun lot perime en armoire"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero du lot mis au rebut : ".
           ACCEPT lotMouvement.
           MOVE 0 TO idxLotChoisi.
           PERFORM VARYING idxLot FROM 1 BY 1 UNTIL idxLot > nbLots
               IF LOT-TAB(idxLot) = lotMouvement
                   MOVE idxLot TO idxLotChoisi
               END-IF
           END-PERFORM.
           IF idxLotChoisi = 0
               DISPLAY "Lot " lotMouvement " inconnu"
               EXIT PARAGRAPH
           END-IF.
           IF PEREMPTION-LOT-TAB(idxLotChoisi) >= dateJour
               DISPLAY "Lot " lotMouvement " non perime, a consommer"
               EXIT PARAGRAPH
           END-IF.
           IF RESTE-LOT-TAB(idxLotChoisi) NOT > 0
               DISPLAY "Lot " lotMouvement " deja vide"
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO typeMouvement.
           MOVE SPACES TO groupeSaisi.
           MOVE RESTE-LOT-TAB(idxLotChoisi) TO qteMouvement.
           MOVE PEREMPTION-LOT-TAB(idxLotChoisi) TO peremptionMouvement.
           PERFORM ECRIRE-MOUVEMENT-STOCK.
           DISPLAY "Lot " lotMouvement " mis au rebut : " qteMouvement
           " masque(s) retires du stock".
           EXIT.

       SAISIR-INVENTAIRE.
      *----- Quantite comptee a l'armoire face au solde calcule :
      *      l'ecart est regularise par un mouvement A ou M dedie,
           MOVE dateJour TO DATE-STOCK.
           MOVE typeMouvement TO TYPE-STOCK.
           MOVE qteSaisie TO QTE-STOCK.
           MOVE 0 TO PEREMPTION-STOCK.
           MOVE operateurConnecte TO OPERATEUR-STOCK.
           WRITE ENR-STOCK END-WRITE.
           CLOSE FIC-STOCK.
           EXIT.
           MOVE soldeStock TO SOLDE-CALCULE-INV.
           MOVE qteComptee TO QTE-COMPTEE-INV.
           MOVE ecartInventaire TO ECART-INV.
           MOVE operateurConnecte TO OPERATEUR-INV.
           WRITE ENR-INVENTAIRE END-WRITE.
           CLOSE FIC-INVENTAIRE.
           EXIT.
       CALCULER-SOLDE.
      *----- Meme cumul des mouvements que le planificateur, pour
      *      afficher le solde avant chaque saisie ; les ajustements
      *      d'inventaire A/M et les mises au rebut D corrigent le
      *      solde dans leur sens
           MOVE 0 TO soldeStock.
           MOVE 0 TO eofStock.
           OPEN INPUT FIC-STOCK.
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                       WHEN "M"
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                       WHEN "D"
                           COMPUTE soldeStock = soldeStock - QTE-STOCK
                   END-EVALUATE
                   READ FIC-STOCK AT END MOVE 1 TO eofStock END-READ
               END-PERFORM
               CLOSE FIC-STOCK
           END-IF.
           EXIT.

      *----- Ouverture de session : identifiant, mot de passe controle
      *      par son empreinte, trois essais au plus, chaque tentative
      *      tracee dans connexions.dat

       OUVRIR-SESSION-OPERATEUR.
           ACCEPT dateConnexion FROM DATE YYYYMMDD.
           MOVE 0 TO connexionOk.
           MOVE 0 TO nbEssais.
           PERFORM UNTIL connexionOk = 1 OR nbEssais = 3
               COMPUTE nbEssais = nbEssais + 1
               PERFORM CONTROLER-OPERATEUR
           END-PERFORM.
           IF connexionOk = 0
               DISPLAY "Trois essais infructueux, session refusee"
           END-IF.
           EXIT.

       CONTROLER-OPERATEUR.
           DISPLAY "Identifiant operateur : ".
           ACCEPT idSaisi.
           DISPLAY "Mot de passe : ".
           ACCEPT mdpSaisi.
           MOVE SPACES TO motifConnexion.
           OPEN INPUT FIC-OPERATEUR.
           IF fsOperateur NOT = "00"
               DISPLAY "operateurs.dat absent ou illisible, statut "
               fsOperateur
               MOVE "FICHIER ABSENT" TO motifConnexion
           ELSE
               MOVE idSaisi TO ID-OPE
               READ FIC-OPERATEUR KEY IS ID-OPE
                   INVALID KEY MOVE "INCONNU" TO motifConnexion
               END-READ
               CLOSE FIC-OPERATEUR
           END-IF.
           IF motifConnexion = SPACES
               MOVE idSaisi TO ID-EMPREINTE
               MOVE mdpSaisi TO MDP-EMPREINTE
               PERFORM CALCULER-EMPREINTE
               IF empreinteCalculee NOT = EMPREINTE-OPE
                   MOVE "MOT DE PASSE" TO motifConnexion
               ELSE
                   IF ACTIF-OPE NOT = "OUI"
                       MOVE "INACTIF" TO motifConnexion
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO mdpSaisi.
           MOVE SPACES TO MDP-EMPREINTE.
           IF motifConnexion = SPACES
               MOVE 1 TO connexionOk
               MOVE ID-OPE TO operateurConnecte
               MOVE ROLE-OPE TO roleConnecte
               MOVE "OK" TO resultatConnexion
               DISPLAY "Session ouverte : " NOM-OPE " (" ROLE-OPE ")"
           ELSE
               MOVE "ECHEC" TO resultatConnexion
               DISPLAY "Identifiant ou mot de passe refuse"
           END-IF.
           PERFORM ECRIRE-CONNEXION.
           EXIT.

       VERIFIER-ROLE.
      *----- roleAccorde a 1 si l'operateur connecte a le role
      *      requis par la fonction demandee, refus trace sinon
           IF roleConnecte = roleRequis
               MOVE 1 TO roleAccorde
           ELSE
               MOVE 0 TO roleAccorde
               DISPLAY "Fonction reservee au role " roleRequis
               ", refusee a " operateurConnecte " (" roleConnecte
               ")"
               MOVE operateurConnecte TO idSaisi
               MOVE "ECHEC" TO resultatConnexion
               MOVE "ROLE REFUSE" TO motifConnexion
               PERFORM ECRIRE-CONNEXION
           END-IF.
           EXIT.

       CALCULER-EMPREINTE.
           MOVE 5381 TO empreinteCalculee.
           PERFORM VARYING idxCar FROM 1 BY 1 UNTIL idxCar > 20
               COMPUTE empreinteCalculee = FUNCTION MOD(
                   empreinteCalculee * 31
                   + FUNCTION ORD(CAR-EMPREINTE(idxCar)),
                   999999937)
           END-PERFORM.
           EXIT.

       ECRIRE-CONNEXION.
           ACCEPT HEURE-CONNEXION FROM TIME.
           OPEN EXTEND FIC-CONNEXION.
           IF fsConnexion = "35"
               OPEN OUTPUT FIC-CONNEXION
           END-IF.
           MOVE SPACES TO ENR-CONNEXION.
           MOVE dateConnexion TO DATE-CNX.
           MOVE HEURE-CNX-COURANTE TO HEURE-CNX.
           MOVE programmeCourant TO PROG-CNX.
           MOVE idSaisi TO ID-CNX.
           MOVE resultatConnexion TO RESULTAT-CNX.
           MOVE motifConnexion TO MOTIF-CNX.
           WRITE ENR-CONNEXION END-WRITE.
           CLOSE FIC-CONNEXION.
           EXIT.
