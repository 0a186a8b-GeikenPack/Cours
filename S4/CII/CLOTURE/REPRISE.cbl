       IDENTIFICATION DIVISION.
       program-id. REPRISE.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Registre remis en place par RESTAUR a la date d'une
      *      archive de CLOTURE, complete ici jusqu'a l'etat le plus
      *      recent connu de l'historique
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Historique commun des dossiers du registre : chaque ligne
      *      porte les images avant/apres completes d'une ecriture
           SELECT FIC-REGHIST ASSIGN TO "../reghist.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

      *----- Catalogue des archives de CLOTURE, pour rappeler les dates
      *      de reprise possibles
           SELECT FIC-ARCHCAT ASSIGN TO "archcat.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHCAT.

      *----- Tri chronologique des lignes d'historique a rejouer
           SELECT WORK-REPRISE ASSIGN TO "WREP.tmp".

      *----- Compte rendu de la reprise : conflits non appliques et
      *      totaux, a conserver avec le registre repris
           SELECT FIC-COMPTE-RENDU ASSIGN TO "reprise.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPTE-RENDU.

       DATA DIVISION.
       FILE SECTION.
      *----- Registre partage par INE entre TP2, TP3 et TP4
       FD FIC-REGISTRE.
       01 ENR-REGISTRE.
      *----- Cle composee : la cohorte devant l'INE fait coexister
      *      plusieurs promotions dans le meme registre
           02 CLE-REG.
               03 COHORTE-REG PIC 9(4).
               03 INE-REG PIC 9(4).
           02 NOM-REG PIC X(10).
           02 AGE-REG PIC 999.
           02 CATEGORIE-REG PIC X(15).
           02 NOTE-STAGE-REG PIC 99V99.
           02 MOYS4-REG PIC 99V99.
           02 VALIDE-REG PIC X(3).
           02 AGE-MAJ PIC X.
           02 STAGE-MAJ PIC X.
           02 VALID-MAJ PIC X.

       FD FIC-REGHIST.
       01 ENR-REGHIST.
           02 DATE-HIST PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-HIST PIC 9(6).
           02 FILLER PIC X.
           02 PROG-HIST PIC X(8).
           02 FILLER PIC X.
           02 OPERATION-HIST PIC X(8).
           02 FILLER PIC X.
           02 INE-HIST PIC 9(4).
           02 FILLER PIC X.
           02 AVANT-HIST PIC X(50).
           02 FILLER PIC X.
           02 APRES-HIST PIC X(50).
           02 FILLER PIC X.
           02 OPERATEUR-HIST PIC X(8).

       FD FIC-ARCHCAT.
       01 ENR-ARCHCAT.
           02 DATE-CAT PIC 9(8).
           02 FILLER PIC X.
           02 FICHIER-CAT PIC X(8).
           02 FILLER PIC X.
           02 NB-CAT PIC 9(5).
           02 FILLER PIC X.
           02 COHORTE-CAT PIC 9(4).

      *----- Le rang de la ligne dans reghist.dat departage deux
      *      ecritures de la meme seconde
       SD WORK-REPRISE.
       01 ENR-REPRISE-TRI.
           02 DATE-TRI PIC 9(8).
           02 HEURE-TRI PIC 9(6).
           02 RANG-TRI PIC 9(7).
           02 PROG-TRI PIC X(8).
           02 OPERATION-TRI PIC X(8).
           02 AVANT-TRI PIC X(50).
           02 APRES-TRI PIC X(50).
           02 OPERATEUR-TRI PIC X(8).

       FD FIC-COMPTE-RENDU.
       01 LIGNE-COMPTE-RENDU PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-REGISTRE PIC XX.
       77 FS-REGHIST PIC XX.
       77 FS-ARCHCAT PIC XX.
       77 FS-COMPTE-RENDU PIC XX.
       77 DATE-DU-JOUR PIC 9(8).
       77 CONFIRMATION PIC X.
       77 EOF-REGHIST PIC 9 VALUE 0.
       77 EOF-CAT PIC 9 VALUE 0.
       77 EOF-TRI PIC 9 VALUE 0.
       77 DATE-CAT-PRECEDENTE PIC 9(8) VALUE 0.
       77 COHORTE-REPRISE PIC 9(4).
       77 COHORTE-LIGNE PIC 9(4).
       77 MOTIF-CONFLIT PIC X(25).
      *----- Fenetre de reprise : de la date (et heure) de l'archive
      *      restauree jusqu'au point d'arret, bornes comprises ; les
      *      lignes de l'historique y sont comparees en AAAAMMJJHHMMSS
       01 MOMENT-DEBUT.
           02 DATE-DEBUT PIC 9(8).
           02 HEURE-DEBUT PIC 9(6).
       01 MOMENT-ARRET.
           02 DATE-ARRET PIC 9(8).
           02 HEURE-ARRET PIC 9(6).
       01 MOMENT-LIGNE.
           02 DATE-MOMENT PIC 9(8).
           02 HEURE-MOMENT PIC 9(6).
      *----- Cle du dossier portee par l'image de la ligne
       01 IMAGE-DOSSIER.
           02 CLE-IMAGE.
               03 COHORTE-IMAGE PIC 9(4).
               03 INE-IMAGE PIC 9(4).
           02 FILLER PIC X(42).
      *----- Compteurs de la reprise
       77 NB-LUES PIC 9(7) VALUE 0.
       77 NB-RETENUES PIC 9(7) VALUE 0.
       77 NB-APPLIQUEES PIC 9(7) VALUE 0.
       77 NB-DEJA-PRESENTES PIC 9(7) VALUE 0.
       77 NB-CONFLITS PIC 9(7) VALUE 0.
       77 NB-ILLISIBLES PIC 9(7) VALUE 0.
       01 LIGNE-CR-TITRE.
           02 FILLER PIC X(33) VALUE
           "REPRISE DU REGISTRE - EDITEE LE ".
           02 DATE-CR-TITRE PIC 9(8).
           02 FILLER PIC X(31) VALUE SPACES.
       01 LIGNE-CR-FENETRE.
           02 FILLER PIC X(23) VALUE "Historique rejoue du ".
           02 DATE-DEBUT-CR PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HEURE-DEBUT-CR PIC 9(6).
           02 FILLER PIC X(4) VALUE " au ".
           02 DATE-ARRET-CR PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HEURE-ARRET-CR PIC 9(6).
           02 FILLER PIC X(15) VALUE SPACES.
       01 LIGNE-CR-COHORTE.
           02 FILLER PIC X(20) VALUE "Cohorte reprise : ".
           02 COHORTE-CR PIC 9(4).
           02 FILLER PIC X(48) VALUE " (0 = toutes)".
       01 LIGNE-CR-ENTETE.
           02 FILLER PIC X(72) VALUE
           "DATE     HEURE  PROG.    OPERAT.  COHO INE  MOTIF".
       01 LIGNE-CR-CONFLIT.
           02 DATE-CONFLIT PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HEURE-CONFLIT PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PROG-CONFLIT PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 OPERATION-CONFLIT PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 COHORTE-CONFLIT PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 INE-CONFLIT PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 MOTIF-CR-CONFLIT PIC X(25).
           02 FILLER PIC X(3) VALUE SPACES.
       01 LIGNE-TOTAL.
           02 LIBELLE-TOTAL PIC X(40).
           02 NOMBRE-TOTAL PIC Z(6)9.
           02 FILLER PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "--------Reprise du registre sur historique-------".
           PERFORM LISTER-DATES-DISPONIBLES.
           DISPLAY "Date de l'archive restauree (AAAAMMJJ) : ".
           ACCEPT DATE-DEBUT.
           IF DATE-DEBUT = 0
               DISPLAY "Date d'archive obligatoire, reprise annulee"
               STOP RUN
           END-IF.
           DISPLAY "Heure de la cloture (HHMMSS, 0 = toute la".
           DISPLAY "journee de l'archive) : ".
           ACCEPT HEURE-DEBUT.
           DISPLAY "Point d'arret : date (AAAAMMJJ, 0 = fin de".
           DISPLAY "l'historique) : ".
           ACCEPT DATE-ARRET.
           IF DATE-ARRET = 0
               MOVE 99999999 TO DATE-ARRET
               MOVE 999999 TO HEURE-ARRET
           ELSE
               DISPLAY "Point d'arret : heure (HHMMSS, 0 = fin de"
               " journee) : "
               ACCEPT HEURE-ARRET
               IF HEURE-ARRET = 0
                   MOVE 235959 TO HEURE-ARRET
               END-IF
           END-IF.
           IF MOMENT-ARRET < MOMENT-DEBUT
               DISPLAY "Point d'arret anterieur a l'archive, reprise"
               " annulee"
               STOP RUN
           END-IF.
           DISPLAY "Cohorte restauree (AAAA, 0 = registre complet) : ".
           ACCEPT COHORTE-REPRISE.
           DISPLAY "Le registre restaure sera complete par "
           "l'historique du " DATE-DEBUT " " HEURE-DEBUT.
           DISPLAY "Confirmer (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
               DISPLAY "Reprise abandonnee"
               STOP RUN
           END-IF.
           OPEN I-O FIC-REGISTRE.
           IF FS-REGISTRE NOT = "00"
               DISPLAY "registre.dat absent ou illisible, statut "
               FS-REGISTRE ", restaurer d'abord avec RESTAUR"
               STOP RUN
           END-IF.
           OPEN INPUT FIC-REGHIST.
           IF FS-REGHIST NOT = "00"
               DISPLAY "reghist.dat absent ou illisible, statut "
               FS-REGHIST ", rien a rejouer"
               CLOSE FIC-REGISTRE
               STOP RUN
           END-IF.
           CLOSE FIC-REGHIST.
           SORT WORK-REPRISE ON ASCENDING KEY DATE-TRI HEURE-TRI
               RANG-TRI
               INPUT PROCEDURE IS LIRE-HISTORIQUE
               OUTPUT PROCEDURE IS REJOUER-HISTORIQUE.
           CLOSE FIC-REGISTRE.
           DISPLAY "---------------".
           DISPLAY "Lignes d'historique retenues : " NB-RETENUES.
           DISPLAY "Ecritures rejouees : " NB-APPLIQUEES.
           DISPLAY "Deja presentes dans l'archive : " NB-DEJA-PRESENTES.
           DISPLAY "Conflits non appliques : " NB-CONFLITS.
           DISPLAY "Compte rendu dans reprise.dat".
           STOP RUN.

       LISTER-DATES-DISPONIBLES.
      *----- Les dates de cloture connues du catalogue, point de
      *      depart naturel de la reprise
           MOVE 0 TO EOF-CAT.
           OPEN INPUT FIC-ARCHCAT.
           IF FS-ARCHCAT NOT = "00"
               DISPLAY "archcat.dat absent : catalogue indisponible,"
               " saisir la date portee par les fichiers archxxx"
           ELSE
               DISPLAY "Archives cataloguees :"
               READ FIC-ARCHCAT AT END MOVE 1 TO EOF-CAT END-READ
               PERFORM UNTIL EOF-CAT = 1
                   IF DATE-CAT NOT = DATE-CAT-PRECEDENTE
                       DISPLAY "  Cloture du " DATE-CAT
                       MOVE DATE-CAT TO DATE-CAT-PRECEDENTE
                   END-IF
                   READ FIC-ARCHCAT AT END MOVE 1 TO EOF-CAT END-READ
               END-PERFORM
               CLOSE FIC-ARCHCAT
           END-IF.
           EXIT.

       LIRE-HISTORIQUE.
      *----- Lignes de la fenetre de reprise, et de la cohorte
      *      restauree le cas echeant, numerotees dans l'ordre du
      *      fichier avant le tri chronologique
           MOVE 0 TO EOF-REGHIST.
           OPEN INPUT FIC-REGHIST.
           READ FIC-REGHIST AT END MOVE 1 TO EOF-REGHIST END-READ.
           PERFORM UNTIL EOF-REGHIST = 1
               COMPUTE NB-LUES = NB-LUES + 1
               IF DATE-HIST IS NOT NUMERIC
               OR HEURE-HIST IS NOT NUMERIC
                   COMPUTE NB-ILLISIBLES = NB-ILLISIBLES + 1
               ELSE
                   MOVE DATE-HIST TO DATE-MOMENT
                   MOVE HEURE-HIST TO HEURE-MOMENT
                   PERFORM DETERMINER-COHORTE-LIGNE
                   IF MOMENT-LIGNE NOT < MOMENT-DEBUT
                   AND MOMENT-LIGNE NOT > MOMENT-ARRET
                   AND (COHORTE-REPRISE = 0
                       OR COHORTE-LIGNE = COHORTE-REPRISE)
                       COMPUTE NB-RETENUES = NB-RETENUES + 1
                       MOVE DATE-HIST TO DATE-TRI
                       MOVE HEURE-HIST TO HEURE-TRI
                       MOVE NB-LUES TO RANG-TRI
                       MOVE PROG-HIST TO PROG-TRI
                       MOVE OPERATION-HIST TO OPERATION-TRI
                       MOVE AVANT-HIST TO AVANT-TRI
                       MOVE APRES-HIST TO APRES-TRI
                       MOVE OPERATEUR-HIST TO OPERATEUR-TRI
                       RELEASE ENR-REPRISE-TRI
                   END-IF
               END-IF
               READ FIC-REGHIST AT END MOVE 1 TO EOF-REGHIST END-READ
           END-PERFORM.
           CLOSE FIC-REGHIST.
           EXIT.

       DETERMINER-COHORTE-LIGNE.
      *----- Cohorte du dossier touche : image apres, ou image avant
      *      pour une suppression
           MOVE 0 TO COHORTE-LIGNE.
           IF APRES-HIST NOT = SPACES
               MOVE APRES-HIST TO IMAGE-DOSSIER
           ELSE
               MOVE AVANT-HIST TO IMAGE-DOSSIER
           END-IF.
           IF COHORTE-IMAGE IS NUMERIC
               MOVE COHORTE-IMAGE TO COHORTE-LIGNE
           END-IF.
           EXIT.

       REJOUER-HISTORIQUE.
           OPEN OUTPUT FIC-COMPTE-RENDU.
           MOVE DATE-DU-JOUR TO DATE-CR-TITRE.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-CR-TITRE END-WRITE.
           MOVE DATE-DEBUT TO DATE-DEBUT-CR.
           MOVE HEURE-DEBUT TO HEURE-DEBUT-CR.
           MOVE DATE-ARRET TO DATE-ARRET-CR.
           MOVE HEURE-ARRET TO HEURE-ARRET-CR.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-CR-FENETRE END-WRITE.
           MOVE COHORTE-REPRISE TO COHORTE-CR.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-CR-COHORTE END-WRITE.
           MOVE SPACES TO LIGNE-COMPTE-RENDU.
           WRITE LIGNE-COMPTE-RENDU END-WRITE.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-CR-ENTETE END-WRITE.
           MOVE 0 TO EOF-TRI.
           RETURN WORK-REPRISE AT END MOVE 1 TO EOF-TRI END-RETURN.
           PERFORM UNTIL EOF-TRI = 1
               PERFORM REJOUER-UNE-LIGNE
               RETURN WORK-REPRISE AT END MOVE 1 TO EOF-TRI
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO LIGNE-COMPTE-RENDU.
           WRITE LIGNE-COMPTE-RENDU END-WRITE.
           MOVE "Lignes d'historique lues :" TO LIBELLE-TOTAL.
           MOVE NB-LUES TO NOMBRE-TOTAL.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-TOTAL END-WRITE.
           MOVE "  illisibles, ignorees :" TO LIBELLE-TOTAL.
           MOVE NB-ILLISIBLES TO NOMBRE-TOTAL.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-TOTAL END-WRITE.
           MOVE "  retenues dans la fenetre :" TO LIBELLE-TOTAL.
           MOVE NB-RETENUES TO NOMBRE-TOTAL.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-TOTAL END-WRITE.
           MOVE "Ecritures rejouees :" TO LIBELLE-TOTAL.
           MOVE NB-APPLIQUEES TO NOMBRE-TOTAL.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-TOTAL END-WRITE.
           MOVE "Deja presentes dans l'archive :" TO LIBELLE-TOTAL.
           MOVE NB-DEJA-PRESENTES TO NOMBRE-TOTAL.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-TOTAL END-WRITE.
           MOVE "Conflits non appliques :" TO LIBELLE-TOTAL.
           MOVE NB-CONFLITS TO NOMBRE-TOTAL.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-TOTAL END-WRITE.
           CLOSE FIC-COMPTE-RENDU.
           EXIT.

       REJOUER-UNE-LIGNE.
      *----- L'ecriture n'est rejouee que si le dossier est exactement
      *      dans l'etat d'avant (image avant, ou absent pour une
      *      creation) ; un dossier deja dans l'etat d'apres vient de
      *      l'archive elle-meme et n'est pas retouche ; tout autre
      *      etat est un conflit liste au compte rendu. Les ecritures
      *      rejouees ne sont pas retracees dans reghist.dat, qui les
      *      porte deja
           MOVE SPACES TO MOTIF-CONFLIT.
           IF APRES-TRI NOT = SPACES
               MOVE APRES-TRI TO IMAGE-DOSSIER
           ELSE
               MOVE AVANT-TRI TO IMAGE-DOSSIER
           END-IF.
           IF IMAGE-DOSSIER = SPACES
               MOVE "LIGNE SANS IMAGE" TO MOTIF-CONFLIT
               PERFORM ECRIRE-CONFLIT
               EXIT PARAGRAPH
           END-IF.
           MOVE CLE-IMAGE TO CLE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY MOVE SPACES TO ENR-REGISTRE
           END-READ.
           EVALUATE TRUE
               WHEN AVANT-TRI = SPACES
                   PERFORM REJOUER-CREATION
               WHEN APRES-TRI = SPACES
                   PERFORM REJOUER-SUPPRESSION
               WHEN OTHER
                   PERFORM REJOUER-MODIFICATION
           END-EVALUATE.
           IF MOTIF-CONFLIT NOT = SPACES
               PERFORM ECRIRE-CONFLIT
           END-IF.
           EXIT.

       REJOUER-CREATION.
           IF ENR-REGISTRE = SPACES
               MOVE APRES-TRI TO ENR-REGISTRE
               WRITE ENR-REGISTRE
                   INVALID KEY MOVE "CREATION REFUSEE" TO MOTIF-CONFLIT
                   NOT INVALID KEY
                       COMPUTE NB-APPLIQUEES = NB-APPLIQUEES + 1
               END-WRITE
           ELSE
               IF ENR-REGISTRE = APRES-TRI
                   COMPUTE NB-DEJA-PRESENTES = NB-DEJA-PRESENTES + 1
               ELSE
                   MOVE "DOSSIER DEJA PRESENT" TO MOTIF-CONFLIT
               END-IF
           END-IF.
           EXIT.

       REJOUER-SUPPRESSION.
           IF ENR-REGISTRE = SPACES
               COMPUTE NB-DEJA-PRESENTES = NB-DEJA-PRESENTES + 1
           ELSE
               IF ENR-REGISTRE = AVANT-TRI
                   DELETE FIC-REGISTRE RECORD
                       INVALID KEY
                           MOVE "SUPPRESSION REFUSEE" TO MOTIF-CONFLIT
                       NOT INVALID KEY
                           COMPUTE NB-APPLIQUEES = NB-APPLIQUEES + 1
                   END-DELETE
               ELSE
                   MOVE "IMAGE AVANT DIFFERENTE" TO MOTIF-CONFLIT
               END-IF
           END-IF.
           EXIT.

       REJOUER-MODIFICATION.
           IF ENR-REGISTRE = SPACES
               MOVE "DOSSIER ABSENT" TO MOTIF-CONFLIT
           ELSE
               IF ENR-REGISTRE = AVANT-TRI
                   MOVE APRES-TRI TO ENR-REGISTRE
                   REWRITE ENR-REGISTRE
                       INVALID KEY
                           MOVE "REECRITURE REFUSEE" TO MOTIF-CONFLIT
                       NOT INVALID KEY
                           COMPUTE NB-APPLIQUEES = NB-APPLIQUEES + 1
                   END-REWRITE
               ELSE
                   IF ENR-REGISTRE = APRES-TRI
                       COMPUTE NB-DEJA-PRESENTES =
                           NB-DEJA-PRESENTES + 1
                   ELSE
                       MOVE "IMAGE AVANT DIFFERENTE" TO MOTIF-CONFLIT
                   END-IF
               END-IF
           END-IF.
           EXIT.

       ECRIRE-CONFLIT.
           COMPUTE NB-CONFLITS = NB-CONFLITS + 1.
           MOVE DATE-TRI TO DATE-CONFLIT.
           MOVE HEURE-TRI TO HEURE-CONFLIT.
           MOVE PROG-TRI TO PROG-CONFLIT.
           MOVE OPERATION-TRI TO OPERATION-CONFLIT.
           MOVE 0 TO COHORTE-CONFLIT.
           MOVE 0 TO INE-CONFLIT.
           IF COHORTE-IMAGE IS NUMERIC
               MOVE COHORTE-IMAGE TO COHORTE-CONFLIT
           END-IF.
           IF INE-IMAGE IS NUMERIC
               MOVE INE-IMAGE TO INE-CONFLIT
           END-IF.
           MOVE MOTIF-CONFLIT TO MOTIF-CR-CONFLIT.
           WRITE LIGNE-COMPTE-RENDU FROM LIGNE-CR-CONFLIT END-WRITE.
           DISPLAY "Conflit : " DATE-TRI " " HEURE-TRI " " PROG-TRI
           " dossier " COHORTE-CONFLIT "/" INE-CONFLIT " - "
           MOTIF-CONFLIT.
           EXIT.
