
           SELECT WORK-HIST ASSIGN TO "WHIST.tmp".

      *----- Historique des stages rompus tenu par RUPTURE : les
      *      ruptures de chaque entreprise suivent ses campagnes
           SELECT FIC-RUPTURE ASSIGN TO "ruptures.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUPTURE.

       DATA DIVISION.
       FILE SECTION.
      *----- Resultat d'une entreprise pour une campagne donnee
           02 FILLER PIC X.
           02 MOY-STA-TRI PIC 999V99.

      *----- Une rupture de stage, le SIRET en deuxieme zone
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

       WORKING-STORAGE SECTION.
       77 FS-HIST PIC XX.
       77 EOF-TRI PIC 9 VALUE 0.
       77 MOY-AFFICHE PIC ZZ9.99.
       77 TENDANCE-MOY PIC X(9).
       77 TENDANCE-NB PIC X(9).
      *----- Ruptures de l'entreprise en cours, comptees en relisant
      *      ruptures.dat ; a partir de SEUIL-RECIDIVE elle est
      *      signalee a surveiller
       77 FS-RUPTURE PIC XX.
       77 EOF-RUPTURE PIC 9 VALUE 0.
       77 NB-RUPTURES PIC 999.
       77 DERNIERE-RUPTURE PIC 9(8).
       77 SEUIL-RECIDIVE PIC 99 VALUE 2.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
       ENTETE-ENTREPRISE.
           DISPLAY "---------------".
           DISPLAY "SIRET " SIR-TRI " - " ENTREP-TRI.
           PERFORM COMPTER-RUPTURES.
           IF NB-RUPTURES > 0
               DISPLAY "  Ruptures de stage : " NB-RUPTURES
               ", derniere le " DERNIERE-RUPTURE
           END-IF.
           IF NB-RUPTURES >= SEUIL-RECIDIVE
               DISPLAY "  Entreprise a surveiller : ruptures repetees"
           END-IF.
           EXIT.

       COMPTER-RUPTURES.
           MOVE 0 TO NB-RUPTURES.
           MOVE 0 TO DERNIERE-RUPTURE.
           MOVE 0 TO EOF-RUPTURE.
           OPEN INPUT FIC-RUPTURE.
           IF FS-RUPTURE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIC-RUPTURE AT END MOVE 1 TO EOF-RUPTURE END-READ.
           PERFORM UNTIL EOF-RUPTURE = 1
               IF SIRET-RUP = SIR-TRI
                   COMPUTE NB-RUPTURES = NB-RUPTURES + 1
                   IF DATE-RUP > DERNIERE-RUPTURE
                       MOVE DATE-RUP TO DERNIERE-RUPTURE
                   END-IF
               END-IF
               READ FIC-RUPTURE AT END MOVE 1 TO EOF-RUPTURE END-READ
           END-PERFORM.
           CLOSE FIC-RUPTURE.
           EXIT.

       METTRE-EN-ATTENTE.
