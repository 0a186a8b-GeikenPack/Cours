       IDENTIFICATION DIVISION.
       program-id. fournis.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Referentiel des fournisseurs de masques, cle code
      *      fournisseur : prix unitaire, minimum de commande et delai
      *      de livraison, relus par le planificateur pour chiffrer
      *      chaque ligne de commande
           SELECT FIC-FOURNISSEUR ASSIGN TO "fournis.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODE-FOUR
           FILE STATUS IS fsFournisseur.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-FOURNISSEUR.
       01 ENR-FOURNISSEUR.
           02 CODE-FOUR PIC X(6).
           02 NOM-FOUR PIC X(20).
           02 PRIX-UNITAIRE-FOUR PIC 99V999.
           02 MINIMUM-FOUR PIC 9(5).
           02 DELAI-FOUR PIC 999.

       working-storage section.
       77 fsFournisseur PIC XX.
       77 choixMenu PIC 9.
       77 finMenu PIC 9 VALUE 0.
       77 codeDemande PIC X(6).
       77 confirmation PIC X.
       77 finListe PIC 9 VALUE 0.
       77 prixAffiche PIC Z9.999.
      *----- Saisies numeriques controlees avant d'entrer dans la
      *      fiche : un prix nul ne chiffrerait aucune commande
       77 prixSaisi PIC 99V999.
       77 minimumSaisi PIC 9(5).
       77 delaiSaisi PIC 999.

       PROCEDURE DIVISION.
           OPEN I-O FIC-FOURNISSEUR.
           IF fsFournisseur = "35"
               OPEN OUTPUT FIC-FOURNISSEUR
               CLOSE FIC-FOURNISSEUR
               OPEN I-O FIC-FOURNISSEUR
           END-IF.
           IF fsFournisseur NOT = "00"
               DISPLAY "fournis.dat illisible, statut " fsFournisseur
               ", maintenance annulee"
               MOVE 1 TO finMenu
           END-IF.
           PERFORM UNTIL finMenu = 1
               DISPLAY "---------------"
               DISPLAY "Consulter (1), creer (2), modifier (3),"
               " supprimer (4), lister (5), quitter (0) : "
               ACCEPT choixMenu
               EVALUATE choixMenu
                   WHEN 1 PERFORM CONSULTER-FOURNISSEUR
                   WHEN 2 PERFORM CREER-FOURNISSEUR
                   WHEN 3 PERFORM MODIFIER-FOURNISSEUR
                   WHEN 4 PERFORM SUPPRIMER-FOURNISSEUR
                   WHEN 5 PERFORM LISTER-FOURNISSEURS
                   WHEN 0 MOVE 1 TO finMenu
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           IF fsFournisseur = "00"
               CLOSE FIC-FOURNISSEUR
           END-IF.
           STOP RUN.

       LIRE-FOURNISSEUR.
      *----- Positionne ENR-FOURNISSEUR sur le code demande,
      *      codeDemande a blanc signale l'absence a l'appelant
           DISPLAY "Saisissez le code fournisseur : ".
           ACCEPT codeDemande.
           MOVE codeDemande TO CODE-FOUR.
           READ FIC-FOURNISSEUR KEY IS CODE-FOUR
               INVALID KEY
                   DISPLAY "Aucun fournisseur au code " codeDemande
                   MOVE SPACES TO codeDemande
           END-READ.
           EXIT.

       AFFICHER-FOURNISSEUR.
           MOVE PRIX-UNITAIRE-FOUR TO prixAffiche.
           DISPLAY "Code : " CODE-FOUR.
           DISPLAY "Nom : " NOM-FOUR.
           DISPLAY "Prix unitaire d'un masque : " prixAffiche.
           DISPLAY "Minimum de commande : " MINIMUM-FOUR " masque(s)".
           DISPLAY "Delai de livraison : " DELAI-FOUR " jour(s)".
           EXIT.

       CONSULTER-FOURNISSEUR.
           PERFORM LIRE-FOURNISSEUR.
           IF codeDemande NOT = SPACES
               PERFORM AFFICHER-FOURNISSEUR
           END-IF.
           EXIT.

       SAISIR-FICHE.
      *----- Saisie commune creation/modification de tous les champs
      *      hors cle de la fiche
           DISPLAY "Nom du fournisseur : ".
           ACCEPT NOM-FOUR.
           MOVE 0 TO prixSaisi.
           PERFORM UNTIL prixSaisi > 0
               DISPLAY "Prix unitaire d'un masque (ex. 0.085) : "
               ACCEPT prixSaisi
               IF prixSaisi = 0
                   DISPLAY "Prix nul refuse"
               END-IF
           END-PERFORM.
           MOVE prixSaisi TO PRIX-UNITAIRE-FOUR.
           DISPLAY "Minimum de commande en masques (0 = aucun) : ".
           ACCEPT minimumSaisi.
           MOVE minimumSaisi TO MINIMUM-FOUR.
           DISPLAY "Delai de livraison en jours : ".
           ACCEPT delaiSaisi.
           MOVE delaiSaisi TO DELAI-FOUR.
           EXIT.

       CREER-FOURNISSEUR.
           DISPLAY "Saisissez le code du nouveau fournisseur : ".
           ACCEPT codeDemande.
           IF codeDemande = SPACES
               DISPLAY "Code obligatoire"
               EXIT PARAGRAPH
           END-IF.
           MOVE codeDemande TO CODE-FOUR.
           READ FIC-FOURNISSEUR KEY IS CODE-FOUR
               INVALID KEY
                   INITIALIZE ENR-FOURNISSEUR
                   MOVE codeDemande TO CODE-FOUR
                   PERFORM SAISIR-FICHE
                   WRITE ENR-FOURNISSEUR
                       INVALID KEY DISPLAY "Ecriture impossible, "
                       "statut " fsFournisseur
                       NOT INVALID KEY DISPLAY "Fournisseur " CODE-FOUR
                       " cree"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Le code " codeDemande " existe deja ("
                   NOM-FOUR "), utiliser la modification"
           END-READ.
           EXIT.

       MODIFIER-FOURNISSEUR.
           PERFORM LIRE-FOURNISSEUR.
           IF codeDemande NOT = SPACES
               PERFORM AFFICHER-FOURNISSEUR
               DISPLAY "Ressaisie complete de la fiche :"
               PERFORM SAISIR-FICHE
               REWRITE ENR-FOURNISSEUR
                   INVALID KEY DISPLAY "Reecriture impossible, statut "
                   fsFournisseur
                   NOT INVALID KEY DISPLAY "Fournisseur " CODE-FOUR
                   " mis a jour"
               END-REWRITE
           END-IF.
           EXIT.

       SUPPRIMER-FOURNISSEUR.
           PERFORM LIRE-FOURNISSEUR.
           IF codeDemande NOT = SPACES
               PERFORM AFFICHER-FOURNISSEUR
               DISPLAY "Confirmer la suppression (O/N) : "
               ACCEPT confirmation
               IF confirmation = "O" OR confirmation = "o"
                   DELETE FIC-FOURNISSEUR RECORD
                       INVALID KEY DISPLAY "Suppression impossible, "
                       "statut " fsFournisseur
                       NOT INVALID KEY DISPLAY "Fournisseur supprime"
                   END-DELETE
               ELSE
                   DISPLAY "Suppression abandonnee"
               END-IF
           END-IF.
           EXIT.

       LISTER-FOURNISSEURS.
      *----- Parcours de tout le referentiel dans l'ordre des codes ;
      *      on repart du debut du fichier avant la boucle
           MOVE LOW-VALUES TO CODE-FOUR.
           START FIC-FOURNISSEUR KEY IS >= CODE-FOUR
               INVALID KEY DISPLAY "Referentiel vide"
               NOT INVALID KEY
                   MOVE 0 TO finListe
                   PERFORM UNTIL finListe = 1
                       READ FIC-FOURNISSEUR NEXT RECORD
                           AT END MOVE 1 TO finListe
                           NOT AT END
                               MOVE PRIX-UNITAIRE-FOUR TO prixAffiche
                               DISPLAY CODE-FOUR " " NOM-FOUR " "
                               prixAffiche " (minimum " MINIMUM-FOUR
                               ", delai " DELAI-FOUR " j)"
                       END-READ
                   END-PERFORM
           END-START.
           EXIT.
