       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Carte de parametres du tour de nuit : une seule ligne
      *      portant toutes les reponses que TP2, TP3, CALCMOY et TP4
      *      demanderaient a la console, pour derouler la chaine sans
      *      operateur
           SELECT FIC-PARAMS ASSIGN TO "params.dat" ORGANIZATION
           02 MOYS4-MIN-PRM PIC X(5).
           02 FILLER PIC X.
           02 INE-CONSULT-PRM PIC X(4).
           02 FILLER PIC X.
           02 SEUIL-MODULE-PRM PIC X(5).

       FD FIC-REPONSES.
       01 LIGNE-REPONSE PIC X(10).
       77 SEUIL-NB-STA-LOT PIC XX VALUE "0".
       77 MOYS4-MIN-LOT PIC X(5) VALUE "10".
       77 INE-CONSULT-LOT PIC X(4) VALUE "0".
       77 SEUIL-MODULE-LOT PIC X(5) VALUE "10".
      *----- Pas en cours : nom journalise et commande systeme, les
      *      executables TP2/TP3/CALCMOY/TP4 etant supposes presents
      *      dans leurs dossiers respectifs aux cotes de leurs sources
       77 PROG-COURANT PIC X(8).
       77 COMMANDE-SYSTEME PIC X(80).
       77 RETOUR-SYSTEME PIC S9(9) BINARY.
           PERFORM ECRIRE-JOURNAL-DEBUT.
           PERFORM LANCER-TP2.
           PERFORM LANCER-TP3.
           PERFORM LANCER-CALCMOY.
           PERFORM LANCER-TP4.
           DISPLAY "---------------".
           DISPLAY "Pas lances : " NB-PAS-LANCES.
                       IF INE-CONSULT-PRM NOT = SPACES
                           MOVE INE-CONSULT-PRM TO INE-CONSULT-LOT
                       END-IF
                       IF SEUIL-MODULE-PRM NOT = SPACES
                           MOVE SEUIL-MODULE-PRM TO SEUIL-MODULE-LOT
                       END-IF
               END-READ
               CLOSE FIC-PARAMS
           END-IF.
           PERFORM EXECUTER-PAS.
           EXIT.

       LANCER-CALCMOY.
      *----- Recalcul de MOYS4 et des UA depuis les notes de modules
      *      avant TP4 : cohorte, puis seuil de reussite d'un module
           MOVE "CALCMOY" TO PROG-COURANT.
           IF CHAINE-ARRETEE = 1
               PERFORM JOURNALISER-PAS-SAUTE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-REPONSES.
           MOVE ANNEE-LOT TO LIGNE-REPONSE.
           WRITE LIGNE-REPONSE END-WRITE.
           MOVE SEUIL-MODULE-LOT TO LIGNE-REPONSE.
           WRITE LIGNE-REPONSE END-WRITE.
           CLOSE FIC-REPONSES.
           MOVE "cd TP4 && ./CALCMOY <../reponses.lot"
               TO COMMANDE-SYSTEME.
           PERFORM EXECUTER-PAS.
           EXIT.

       LANCER-TP4.
      *----- Reponses de TP4 dans l'ordre de ses ACCEPT : cohorte,
      *      seuil de validation du semestre, puis INE de la

       ECRIRE-JOURNAL-FIN.
      *----- FAILED si la chaine a du etre interrompue, OK si les
      *      quatre pas ont pu etre lances et termines sans FAILED
           MOVE "FIN" TO TYPE-JRN-COURANT.
           IF CHAINE-ARRETEE = 1
               MOVE "FAILED" TO STATUT-JRN-COURANT
