       IDENTIFICATION DIVISION.
       program-id. ANONYM.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Memes chemins que CLOTURE et les programmes alimenteurs :
      *      l'anonymisation remplace le nom en place sans toucher aux
      *      categories, notes, moyennes et validations
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Historique commun des dossiers du registre, dans le
      *      dossier parent : une ligne datee image avant/apres par
      *      creation, reecriture ou suppression, quel que soit le
      *      programme auteur, relue par le programme REGHIST
           SELECT FIC-REGHIST ASSIGN TO "../reghist.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

      *----- Journal des notes de stage de SAISNOTE et EVALSTAG
           SELECT FIC-NOTELOG ASSIGN TO "../TP3/notelog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTELOG.

      *----- Journal des fusions de doublons de DOUBLON
           SELECT FIC-FUSIONS ASSIGN TO "../REGISTRE/fusions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUSIONS.

      *----- Copie de travail des journaux reecrits, recopiee ensuite
      *      sur le journal d'origine
           SELECT FIC-TRAVAIL ASSIGN TO "anonym.tmp" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRAVAIL.

      *----- Catalogue des archives de CLOTURE et archives elles-memes,
      *      reecrites en place enregistrement par enregistrement
           SELECT FIC-ARCHCAT ASSIGN TO "archcat.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARCHCAT.

           SELECT ARCH-REGISTRE ASSIGN TO NOM-ARCH-REGISTRE
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS FS-ARCH.

           SELECT ARCH-ETUD ASSIGN TO NOM-ARCH-ETUD
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS FS-ARCH.

      *----- Certificat d'anonymisation remis au delegue a la
      *      protection des donnees
           SELECT FIC-CERTIFICAT ASSIGN TO "anonym.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICAT.

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

      *----- Une ligne d'historique par ecriture au registre : date,
      *      heure, programme auteur, operation, INE et images avant/
      *      apres completes du dossier
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

       FD FIC-NOTELOG.
       01 ENR-NOTELOG.
           02 DATE-NOTELOG PIC 9(8).
           02 FILLER PIC X.
           02 INE-NOTELOG PIC 9(4).
           02 FILLER PIC X.
           02 NOM-NOTELOG PIC X(10).
           02 FILLER PIC X.
           02 ANCIENNE-NOTELOG PIC X(7).
           02 FILLER PIC X.
           02 NOUVELLE-NOTELOG PIC X(7).
           02 FILLER PIC X.
           02 OPERATEUR-NOTELOG PIC X(8).

       FD FIC-FUSIONS.
       01 ENR-FUSION.
           02 DATE-FUSION PIC 9(8).
           02 FILLER PIC X.
           02 INE-GARDE-FUSION PIC 9(4).
           02 FILLER PIC X.
           02 INE-SUPPRIME-FUSION PIC 9(4).
           02 FILLER PIC X.
           02 NOM-FUSION PIC X(10).
           02 FILLER PIC X.
           02 VOLETS-FUSION PIC X(20).

       FD FIC-TRAVAIL.
       01 ENR-TRAVAIL PIC X(149).

       FD FIC-ARCHCAT.
       01 ENR-ARCHCAT.
           02 DATE-CAT PIC 9(8).
           02 FILLER PIC X.
           02 FICHIER-CAT PIC X(8).
           02 FILLER PIC X.
           02 NB-CAT PIC 9(5).
           02 FILLER PIC X.
           02 COHORTE-CAT PIC 9(4).

      *----- Archive du registre : meme disposition que ENR-REGISTRE
       FD ARCH-REGISTRE.
       01 ENR-ARCH-REGISTRE.
           02 COHORTE-ARCH PIC 9(4).
           02 INE-ARCH PIC 9(4).
           02 NOM-ARCH PIC X(10).
           02 FILLER PIC X(32).

      *----- Archive de fetud.dat.dat ou de fetudok.dat : INE puis nom
       FD ARCH-ETUD.
       01 ENR-ARCH-ETUD.
           02 INE-ETUD-ARCH PIC 9(4).
           02 NOM-ETUD-ARCH PIC X(10).
           02 FILLER PIC X(11).

       FD FIC-CERTIFICAT.
       01 LIGNE-CERTIFICAT PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-REGISTRE PIC XX.
       77 FS-REGHIST PIC XX.
       77 FS-NOTELOG PIC XX.
       77 FS-FUSIONS PIC XX.
       77 FS-TRAVAIL PIC XX.
       77 FS-ARCHCAT PIC XX.
       77 FS-ARCH PIC XX.
       77 FS-CERTIFICAT PIC XX.
       77 DATE-DU-JOUR PIC 9(8).
       77 CONFIRMATION PIC X.
       77 EOF-LIVE PIC 9 VALUE 0.
       77 EOF-TRAVAIL PIC 9 VALUE 0.
       77 EOF-CAT PIC 9 VALUE 0.
       77 EOF-ARCH PIC 9 VALUE 0.
      *----- Jeton neutre substitue au nom
       77 JETON-ANONYME PIC X(10) VALUE "ANONYME".
      *----- Duree de conservation nominative en annees : les cohortes
      *      anterieures a l'annee courante moins cette duree sont
      *      anonymisees
       77 DUREE-CONSERVATION PIC 99.
       77 ANNEE-LIMITE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
       01 DATE-CAT-DECOUPEE.
           02 ANNEE-CAT PIC 9(4).
           02 FILLER PIC 9(4).
       77 NOM-ARCH-REGISTRE PIC X(25).
       77 NOM-ARCH-ETUD PIC X(25).
      *----- Image de dossier d'une ligne d'historique, relue pour en
      *      connaitre la cohorte et en remplacer le nom
       01 IMAGE-DOSSIER.
           02 COHORTE-IMAGE PIC 9(4).
           02 INE-IMAGE PIC 9(4).
           02 NOM-IMAGE PIC X(10).
           02 FILLER PIC X(32).
       77 LIGNE-MODIFIEE PIC 9.
      *----- Arme quand le registre a pu etre parcouru : sans lui rien
      *      ne permet de dater les noms, aucun autre fichier n'est
      *      touche
       77 REGISTRE-TRAITE PIC 9 VALUE 0.
       77 NOM-ARCHIVE-COURANTE PIC X(25).
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- INE rencontres au registre : ANCIEN-TAB a 1 si l'INE a un
      *      dossier dans une cohorte anonymisee, RETENU-TAB a 1 s'il en
      *      a aussi un dans une cohorte conservee ; les journaux sans
      *      cohorte ne sont anonymises que pour un INE ancien et non
      *      retenu, pour ne pas effacer le nom d'un etudiant en cours
       01 TABLE-INE.
           02 INE-ENTREE OCCURS 5000.
               03 INE-TAB PIC 9(4).
               03 ANCIEN-TAB PIC 9.
               03 RETENU-TAB PIC 9.
       77 NB-INE PIC 9(4) VALUE 0.
       77 IND-INE PIC 9(4).
       77 INE-CHERCHE PIC 9(4).
       77 INE-ELIGIBLE PIC 9.
      *----- Dossiers anonymises par cohorte pour le certificat
       01 TABLE-COHORTES.
           02 COHORTE-ENTREE OCCURS 50.
               03 COHORTE-TAB PIC 9(4).
               03 NB-DOSSIERS-TAB PIC 9(5).
       77 NB-COHORTES PIC 99 VALUE 0.
       77 IND-COH PIC 99.
      *----- Archives traitees pour le certificat
       01 TABLE-ARCHIVES.
           02 ARCHIVE-ENTREE OCCURS 100.
               03 NOM-ARCHIVE-TAB PIC X(25).
               03 NB-ARCHIVE-TAB PIC 9(5).
       77 NB-ARCHIVES PIC 999 VALUE 0.
       77 IND-ARCH PIC 999.
       77 NB-ENR-ARCHIVE PIC 9(5).
       77 NB-DOSSIERS-ANONYMISES PIC 9(5) VALUE 0.
       77 NB-LIGNES-REGHIST PIC 9(5) VALUE 0.
       77 NB-LIGNES-NOTELOG PIC 9(5) VALUE 0.
       77 NB-LIGNES-FUSIONS PIC 9(5) VALUE 0.
       77 NB-ARCHIVES-ABSENTES PIC 999 VALUE 0.
      *----- Lignes de composition du certificat
       01 LIGNE-CERT-TITRE.
           02 FILLER PIC X(30) VALUE "CERTIFICAT D'ANONYMISATION DU ".
           02 DATE-CERT-TITRE PIC 9(8).
           02 FILLER PIC X(34) VALUE SPACES.
       01 LIGNE-CERT-DUREE.
           02 FILLER PIC X(35) VALUE
           "Duree de conservation nominative : ".
           02 DUREE-CERT PIC Z9.
           02 FILLER PIC X(31) VALUE
           " an(s), cohortes anterieures a ".
           02 ANNEE-CERT PIC 9(4).
       01 LIGNE-CERT-JETON.
           02 FILLER PIC X(26) VALUE "Nom remplace par le jeton ".
           02 JETON-CERT PIC X(10).
           02 FILLER PIC X(36) VALUE SPACES.
       01 LIGNE-CERT-COHORTE.
           02 FILLER PIC X(10) VALUE "  Cohorte ".
           02 COHORTE-CERT PIC 9(4).
           02 FILLER PIC X(3) VALUE " : ".
           02 NB-COHORTE-CERT PIC ZZZZ9.
           02 FILLER PIC X(50) VALUE " dossier(s) anonymise(s)".
       01 LIGNE-CERT-FICHIER.
           02 LIBELLE-FICHIER-CERT PIC X(40).
           02 NB-FICHIER-CERT PIC ZZZZ9.
           02 FILLER PIC X(27) VALUE " enregistrement(s) modifies".
       01 LIGNE-CERT-ARCHIVE.
           02 FILLER PIC X(10) VALUE "  Archive ".
           02 NOM-ARCHIVE-CERT PIC X(25).
           02 FILLER PIC X(3) VALUE " : ".
           02 NB-ARCHIVE-CERT PIC ZZZZ9.
           02 FILLER PIC X(29) VALUE " enregistrement(s) modifies".

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD.
           DISPLAY "Duree de conservation nominative (annees,"
           " 0 = 5) : ".
           ACCEPT DUREE-CONSERVATION.
           IF DUREE-CONSERVATION = 0
               MOVE 5 TO DUREE-CONSERVATION
           END-IF.
           COMPUTE ANNEE-LIMITE = ANNEE-SYSTEME - DUREE-CONSERVATION.
           DISPLAY "Anonymisation des cohortes anterieures a "
           ANNEE-LIMITE " : le nom est remplace par " JETON-ANONYME.
           DISPLAY "dans le registre, reghist.dat, notelog.dat,"
           " fusions.dat et les archives de cloture.".
           DISPLAY "Operation irreversible. Confirmer (O/N) : ".
           ACCEPT CONFIRMATION.
           IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
               DISPLAY "Anonymisation abandonnee"
               STOP RUN
           END-IF.
           DISPLAY "--------registre.dat-------".
           PERFORM ANONYMISER-REGISTRE.
           IF REGISTRE-TRAITE = 0
               DISPLAY "Anonymisation abandonnee, aucun fichier modifie"
               STOP RUN
           END-IF.
           DISPLAY "--------reghist.dat-------".
           PERFORM ANONYMISER-REGHIST.
           DISPLAY "--------notelog.dat-------".
           PERFORM ANONYMISER-NOTELOG.
           DISPLAY "--------fusions.dat-------".
           PERFORM ANONYMISER-FUSIONS.
           DISPLAY "--------archives de cloture-------".
           PERFORM ANONYMISER-ARCHIVES.
           PERFORM EDITER-CERTIFICAT.
           DISPLAY "---------------".
           DISPLAY NB-DOSSIERS-ANONYMISES " dossier(s) anonymise(s),"
           " certificat dans anonym.dat".
           STOP RUN.

       ANONYMISER-REGISTRE.
      *----- Le nom des dossiers des cohortes anciennes est remplace ;
      *      la reecriture est tracee dans reghist.dat avec des images
      *      deja anonymisees, le nom ne devant plus y reparaitre
           OPEN I-O FIC-REGISTRE.
           IF FS-REGISTRE NOT = "00"
               DISPLAY "registre.dat absent ou illisible, statut "
               FS-REGISTRE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-LIVE.
           READ FIC-REGISTRE NEXT RECORD AT END
               MOVE 1 TO EOF-LIVE
           END-READ.
           PERFORM UNTIL EOF-LIVE = 1
               MOVE INE-REG TO INE-CHERCHE
               PERFORM RECENSER-INE
               IF COHORTE-REG < ANNEE-LIMITE
                   IF IND-INE > 0
                       MOVE 1 TO ANCIEN-TAB(IND-INE)
                   END-IF
                   IF NOM-REG NOT = JETON-ANONYME
                       MOVE JETON-ANONYME TO NOM-REG
                       REWRITE ENR-REGISTRE END-REWRITE
                       IF FS-REGISTRE = "00"
                           PERFORM ECRIRE-REGHIST
                           PERFORM COMPTER-COHORTE
                       ELSE
                           DISPLAY "Reecriture impossible du dossier "
                           INE-REG ", statut " FS-REGISTRE
                       END-IF
                   END-IF
               ELSE
                   IF IND-INE > 0
                       MOVE 1 TO RETENU-TAB(IND-INE)
                   END-IF
               END-IF
               READ FIC-REGISTRE NEXT RECORD AT END
                   MOVE 1 TO EOF-LIVE
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE.
           MOVE 1 TO REGISTRE-TRAITE.
           DISPLAY NB-DOSSIERS-ANONYMISES " dossier(s) anonymise(s)".
           EXIT.

       RECENSER-INE.
      *----- Positionne IND-INE sur l'INE cherche, ajoute au besoin ;
      *      zero si la table est pleine
           PERFORM VARYING IND-INE FROM 1 BY 1
           UNTIL IND-INE > NB-INE
           OR INE-TAB(IND-INE) = INE-CHERCHE
               CONTINUE
           END-PERFORM.
           IF IND-INE > NB-INE
               IF NB-INE < 5000
                   COMPUTE NB-INE = NB-INE + 1
                   MOVE NB-INE TO IND-INE
                   MOVE INE-CHERCHE TO INE-TAB(IND-INE)
                   MOVE 0 TO ANCIEN-TAB(IND-INE)
                   MOVE 0 TO RETENU-TAB(IND-INE)
               ELSE
                   MOVE 0 TO IND-INE
               END-IF
           END-IF.
           EXIT.

       VERIFIER-INE-ELIGIBLE.
      *----- INE-ELIGIBLE a 1 pour un INE connu seulement dans des
      *      cohortes anonymisees
           MOVE 0 TO INE-ELIGIBLE.
           PERFORM VARYING IND-INE FROM 1 BY 1
           UNTIL IND-INE > NB-INE
               IF INE-TAB(IND-INE) = INE-CHERCHE
                   IF ANCIEN-TAB(IND-INE) = 1
                   AND RETENU-TAB(IND-INE) = 0
                       MOVE 1 TO INE-ELIGIBLE
                   END-IF
                   MOVE NB-INE TO IND-INE
               END-IF
           END-PERFORM.
           EXIT.

       COMPTER-COHORTE.
           COMPUTE NB-DOSSIERS-ANONYMISES = NB-DOSSIERS-ANONYMISES + 1.
           PERFORM VARYING IND-COH FROM 1 BY 1
           UNTIL IND-COH > NB-COHORTES
           OR COHORTE-TAB(IND-COH) = COHORTE-REG
               CONTINUE
           END-PERFORM.
           IF IND-COH > NB-COHORTES
               IF NB-COHORTES < 50
                   COMPUTE NB-COHORTES = NB-COHORTES + 1
                   MOVE NB-COHORTES TO IND-COH
                   MOVE COHORTE-REG TO COHORTE-TAB(IND-COH)
                   MOVE 0 TO NB-DOSSIERS-TAB(IND-COH)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE NB-DOSSIERS-TAB(IND-COH) =
               NB-DOSSIERS-TAB(IND-COH) + 1.
           EXIT.

       ECRIRE-REGHIST.
      *----- Trace de l'anonymisation : avant et apres portent tous
      *      deux le jeton, seule l'operation distingue la ligne
           ACCEPT HEURE-SYSTEME FROM TIME.
           OPEN EXTEND FIC-REGHIST.
           IF FS-REGHIST = "35"
               OPEN OUTPUT FIC-REGHIST
           END-IF.
           MOVE SPACES TO ENR-REGHIST.
           MOVE DATE-DU-JOUR TO DATE-HIST.
           MOVE HEURE-COURANTE TO HEURE-HIST.
           MOVE "ANONYM" TO PROG-HIST.
           MOVE "ANONYME" TO OPERATION-HIST.
           MOVE INE-REG TO INE-HIST.
           MOVE ENR-REGISTRE TO AVANT-HIST.
           MOVE ENR-REGISTRE TO APRES-HIST.
           WRITE ENR-REGHIST END-WRITE.
           CLOSE FIC-REGHIST.
           EXIT.

       ANONYMISER-REGHIST.
      *----- Chaque image avant/apres d'un dossier de cohorte ancienne
      *      perd son nom ; copie de travail puis recopie sur
      *      reghist.dat
           OPEN INPUT FIC-REGHIST.
           IF FS-REGHIST NOT = "00"
               DISPLAY "reghist.dat absent ou illisible, statut "
               FS-REGHIST ", fichier ignore"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL.
           IF FS-TRAVAIL NOT = "00"
               DISPLAY "Creation de anonym.tmp impossible, statut "
               FS-TRAVAIL ", reghist.dat conserve"
               CLOSE FIC-REGHIST
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-LIVE.
           READ FIC-REGHIST AT END MOVE 1 TO EOF-LIVE END-READ.
           PERFORM UNTIL EOF-LIVE = 1
               MOVE 0 TO LIGNE-MODIFIEE
               MOVE AVANT-HIST TO IMAGE-DOSSIER
               PERFORM ANONYMISER-IMAGE
               MOVE IMAGE-DOSSIER TO AVANT-HIST
               MOVE APRES-HIST TO IMAGE-DOSSIER
               PERFORM ANONYMISER-IMAGE
               MOVE IMAGE-DOSSIER TO APRES-HIST
               IF LIGNE-MODIFIEE = 1
                   COMPUTE NB-LIGNES-REGHIST = NB-LIGNES-REGHIST + 1
               END-IF
               WRITE ENR-TRAVAIL FROM ENR-REGHIST END-WRITE
               READ FIC-REGHIST AT END MOVE 1 TO EOF-LIVE END-READ
           END-PERFORM.
           CLOSE FIC-TRAVAIL.
           CLOSE FIC-REGHIST.
           OPEN INPUT FIC-TRAVAIL.
           OPEN OUTPUT FIC-REGHIST.
           MOVE 0 TO EOF-TRAVAIL.
           READ FIC-TRAVAIL AT END MOVE 1 TO EOF-TRAVAIL END-READ.
           PERFORM UNTIL EOF-TRAVAIL = 1
               MOVE ENR-TRAVAIL TO ENR-REGHIST
               WRITE ENR-REGHIST END-WRITE
               READ FIC-TRAVAIL AT END MOVE 1 TO EOF-TRAVAIL END-READ
           END-PERFORM.
           CLOSE FIC-REGHIST.
           CLOSE FIC-TRAVAIL.
           DISPLAY NB-LIGNES-REGHIST " ligne(s) d'historique"
           " anonymisee(s)".
           EXIT.

       ANONYMISER-IMAGE.
      *----- Image vide (creation) ou sans cohorte lisible : inchangee
           IF IMAGE-DOSSIER NOT = SPACES
           AND COHORTE-IMAGE IS NUMERIC
               IF COHORTE-IMAGE < ANNEE-LIMITE
               AND NOM-IMAGE NOT = JETON-ANONYME
                   MOVE JETON-ANONYME TO NOM-IMAGE
                   MOVE 1 TO LIGNE-MODIFIEE
               END-IF
           END-IF.
           EXIT.

       ANONYMISER-NOTELOG.
           OPEN INPUT FIC-NOTELOG.
           IF FS-NOTELOG NOT = "00"
               DISPLAY "notelog.dat absent ou illisible, statut "
               FS-NOTELOG ", fichier ignore"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL.
           IF FS-TRAVAIL NOT = "00"
               DISPLAY "Creation de anonym.tmp impossible, statut "
               FS-TRAVAIL ", notelog.dat conserve"
               CLOSE FIC-NOTELOG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-LIVE.
           READ FIC-NOTELOG AT END MOVE 1 TO EOF-LIVE END-READ.
           PERFORM UNTIL EOF-LIVE = 1
               MOVE INE-NOTELOG TO INE-CHERCHE
               PERFORM VERIFIER-INE-ELIGIBLE
               IF INE-ELIGIBLE = 1 AND NOM-NOTELOG NOT = JETON-ANONYME
                   MOVE JETON-ANONYME TO NOM-NOTELOG
                   COMPUTE NB-LIGNES-NOTELOG = NB-LIGNES-NOTELOG + 1
               END-IF
               WRITE ENR-TRAVAIL FROM ENR-NOTELOG END-WRITE
               READ FIC-NOTELOG AT END MOVE 1 TO EOF-LIVE END-READ
           END-PERFORM.
           CLOSE FIC-TRAVAIL.
           CLOSE FIC-NOTELOG.
           OPEN INPUT FIC-TRAVAIL.
           OPEN OUTPUT FIC-NOTELOG.
           MOVE 0 TO EOF-TRAVAIL.
           READ FIC-TRAVAIL AT END MOVE 1 TO EOF-TRAVAIL END-READ.
           PERFORM UNTIL EOF-TRAVAIL = 1
               MOVE ENR-TRAVAIL TO ENR-NOTELOG
               WRITE ENR-NOTELOG END-WRITE
               READ FIC-TRAVAIL AT END MOVE 1 TO EOF-TRAVAIL END-READ
           END-PERFORM.
           CLOSE FIC-NOTELOG.
           CLOSE FIC-TRAVAIL.
           DISPLAY NB-LIGNES-NOTELOG " ligne(s) de notelog.dat"
           " anonymisee(s)".
           EXIT.

       ANONYMISER-FUSIONS.
      *----- Une fusion porte sur deux INE : le nom n'est remplace que
      *      si les deux sont eligibles
           OPEN INPUT FIC-FUSIONS.
           IF FS-FUSIONS NOT = "00"
               DISPLAY "fusions.dat absent ou illisible, statut "
               FS-FUSIONS ", fichier ignore"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL.
           IF FS-TRAVAIL NOT = "00"
               DISPLAY "Creation de anonym.tmp impossible, statut "
               FS-TRAVAIL ", fusions.dat conserve"
               CLOSE FIC-FUSIONS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-LIVE.
           READ FIC-FUSIONS AT END MOVE 1 TO EOF-LIVE END-READ.
           PERFORM UNTIL EOF-LIVE = 1
               MOVE INE-GARDE-FUSION TO INE-CHERCHE
               PERFORM VERIFIER-INE-ELIGIBLE
      *----- L'INE supprime n'a plus de dossier au registre : seul
      *      l'INE garde est determinant
               IF INE-ELIGIBLE = 1 AND NOM-FUSION NOT = JETON-ANONYME
                   MOVE JETON-ANONYME TO NOM-FUSION
                   COMPUTE NB-LIGNES-FUSIONS = NB-LIGNES-FUSIONS + 1
               END-IF
               WRITE ENR-TRAVAIL FROM ENR-FUSION END-WRITE
               READ FIC-FUSIONS AT END MOVE 1 TO EOF-LIVE END-READ
           END-PERFORM.
           CLOSE FIC-TRAVAIL.
           CLOSE FIC-FUSIONS.
           OPEN INPUT FIC-TRAVAIL.
           OPEN OUTPUT FIC-FUSIONS.
           MOVE 0 TO EOF-TRAVAIL.
           READ FIC-TRAVAIL AT END MOVE 1 TO EOF-TRAVAIL END-READ.
           PERFORM UNTIL EOF-TRAVAIL = 1
               MOVE ENR-TRAVAIL TO ENR-FUSION
               WRITE ENR-FUSION END-WRITE
               READ FIC-TRAVAIL AT END MOVE 1 TO EOF-TRAVAIL END-READ
           END-PERFORM.
           CLOSE FIC-FUSIONS.
           CLOSE FIC-TRAVAIL.
           DISPLAY NB-LIGNES-FUSIONS " ligne(s) de fusions.dat"
           " anonymisee(s)".
           EXIT.

       ANONYMISER-ARCHIVES.
      *----- Parcours du catalogue de CLOTURE : les archives du
      *      registre sont anonymisees dossier par dossier selon leur
      *      cohorte ; celles de fetud.dat.dat et fetudok.dat, sans
      *      cohorte, en entier quand la cloture elle-meme est
      *      anterieure a l'annee limite ; FENT.dat ne contient pas de
      *      nom d'etudiant
           OPEN INPUT FIC-ARCHCAT.
           IF FS-ARCHCAT NOT = "00"
               DISPLAY "archcat.dat absent : aucune archive cataloguee"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EOF-CAT.
           READ FIC-ARCHCAT AT END MOVE 1 TO EOF-CAT END-READ.
           PERFORM UNTIL EOF-CAT = 1
               MOVE DATE-CAT TO DATE-CAT-DECOUPEE
               EVALUATE FICHIER-CAT
                   WHEN "REGISTRE"
                       PERFORM ANONYMISER-ARCHIVE-REGISTRE
                   WHEN "FETUD"
                       IF ANNEE-CAT < ANNEE-LIMITE
                           MOVE SPACES TO NOM-ARCH-ETUD
                           STRING "archetud." DATE-CAT
                               DELIMITED BY SIZE INTO NOM-ARCH-ETUD
                           PERFORM ANONYMISER-ARCHIVE-ETUD
                       END-IF
                   WHEN "FETUDOK"
                       IF ANNEE-CAT < ANNEE-LIMITE
                           MOVE SPACES TO NOM-ARCH-ETUD
                           STRING "archetok." DATE-CAT
                               DELIMITED BY SIZE INTO NOM-ARCH-ETUD
                           PERFORM ANONYMISER-ARCHIVE-ETUD
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ FIC-ARCHCAT AT END MOVE 1 TO EOF-CAT END-READ
           END-PERFORM.
           CLOSE FIC-ARCHCAT.
           DISPLAY NB-ARCHIVES " archive(s) anonymisee(s), "
           NB-ARCHIVES-ABSENTES " archive(s) cataloguee(s) absente(s)".
           EXIT.

       ANONYMISER-ARCHIVE-REGISTRE.
      *----- Meme nommage que CLOTURE : archreg.AAAAMMJJ pour une
      *      cloture complete, archreg.CCCC.AAAAMMJJ pour une cohorte
           IF COHORTE-CAT NOT = 0 AND COHORTE-CAT NOT < ANNEE-LIMITE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO NOM-ARCH-REGISTRE.
           IF COHORTE-CAT = 0
               STRING "archreg." DATE-CAT DELIMITED BY SIZE
                   INTO NOM-ARCH-REGISTRE
           ELSE
               STRING "archreg." COHORTE-CAT "." DATE-CAT
                   DELIMITED BY SIZE INTO NOM-ARCH-REGISTRE
           END-IF.
           OPEN I-O ARCH-REGISTRE.
           IF FS-ARCH NOT = "00"
               DISPLAY NOM-ARCH-REGISTRE " absent ou illisible, statut "
               FS-ARCH
               COMPUTE NB-ARCHIVES-ABSENTES = NB-ARCHIVES-ABSENTES + 1
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NB-ENR-ARCHIVE.
           MOVE 0 TO EOF-ARCH.
           READ ARCH-REGISTRE AT END MOVE 1 TO EOF-ARCH END-READ.
           PERFORM UNTIL EOF-ARCH = 1
               IF COHORTE-ARCH < ANNEE-LIMITE
               AND NOM-ARCH NOT = JETON-ANONYME
                   MOVE JETON-ANONYME TO NOM-ARCH
                   REWRITE ENR-ARCH-REGISTRE END-REWRITE
                   COMPUTE NB-ENR-ARCHIVE = NB-ENR-ARCHIVE + 1
               END-IF
               READ ARCH-REGISTRE AT END MOVE 1 TO EOF-ARCH END-READ
           END-PERFORM.
           CLOSE ARCH-REGISTRE.
           MOVE NOM-ARCH-REGISTRE TO NOM-ARCHIVE-COURANTE.
           PERFORM NOTER-ARCHIVE.
           EXIT.

       ANONYMISER-ARCHIVE-ETUD.
           OPEN I-O ARCH-ETUD.
           IF FS-ARCH NOT = "00"
               DISPLAY NOM-ARCH-ETUD " absent ou illisible, statut "
               FS-ARCH
               COMPUTE NB-ARCHIVES-ABSENTES = NB-ARCHIVES-ABSENTES + 1
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NB-ENR-ARCHIVE.
           MOVE 0 TO EOF-ARCH.
           READ ARCH-ETUD AT END MOVE 1 TO EOF-ARCH END-READ.
           PERFORM UNTIL EOF-ARCH = 1
               IF NOM-ETUD-ARCH NOT = JETON-ANONYME
                   MOVE JETON-ANONYME TO NOM-ETUD-ARCH
                   REWRITE ENR-ARCH-ETUD END-REWRITE
                   COMPUTE NB-ENR-ARCHIVE = NB-ENR-ARCHIVE + 1
               END-IF
               READ ARCH-ETUD AT END MOVE 1 TO EOF-ARCH END-READ
           END-PERFORM.
           CLOSE ARCH-ETUD.
           MOVE NOM-ARCH-ETUD TO NOM-ARCHIVE-COURANTE.
           PERFORM NOTER-ARCHIVE.
           EXIT.

       NOTER-ARCHIVE.
           IF NB-ARCHIVES < 100
               COMPUTE NB-ARCHIVES = NB-ARCHIVES + 1
               MOVE NOM-ARCHIVE-COURANTE
                   TO NOM-ARCHIVE-TAB(NB-ARCHIVES)
               MOVE NB-ENR-ARCHIVE TO NB-ARCHIVE-TAB(NB-ARCHIVES)
           END-IF.
           EXIT.

       EDITER-CERTIFICAT.
      *----- Ce qui a ete anonymise dans ce passage, fichier par
      *      fichier, pour le delegue a la protection des donnees
           OPEN OUTPUT FIC-CERTIFICAT.
           MOVE DATE-DU-JOUR TO DATE-CERT-TITRE.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-TITRE END-WRITE.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE DUREE-CONSERVATION TO DUREE-CERT.
           MOVE ANNEE-LIMITE TO ANNEE-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-DUREE END-WRITE.
           MOVE JETON-ANONYME TO JETON-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-JETON END-WRITE.
           MOVE "Categorie d'age, note de stage, moyenne S4 et"
               TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE "validation sont conserves." TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE "Dossiers du registre (registre.dat) :"
               TO LIBELLE-FICHIER-CERT.
           MOVE NB-DOSSIERS-ANONYMISES TO NB-FICHIER-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-FICHIER END-WRITE.
           PERFORM VARYING IND-COH FROM 1 BY 1
           UNTIL IND-COH > NB-COHORTES
               MOVE COHORTE-TAB(IND-COH) TO COHORTE-CERT
               MOVE NB-DOSSIERS-TAB(IND-COH) TO NB-COHORTE-CERT
               WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-COHORTE
               END-WRITE
           END-PERFORM.
           MOVE "Historique du registre (reghist.dat) :"
               TO LIBELLE-FICHIER-CERT.
           MOVE NB-LIGNES-REGHIST TO NB-FICHIER-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-FICHIER END-WRITE.
           MOVE "Journal des notes de stage (notelog) :"
               TO LIBELLE-FICHIER-CERT.
           MOVE NB-LIGNES-NOTELOG TO NB-FICHIER-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-FICHIER END-WRITE.
           MOVE "Journal des fusions (fusions.dat) :"
               TO LIBELLE-FICHIER-CERT.
           MOVE NB-LIGNES-FUSIONS TO NB-FICHIER-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-FICHIER END-WRITE.
           MOVE "Archives de cloture :" TO LIBELLE-FICHIER-CERT.
           MOVE NB-ARCHIVES TO NB-FICHIER-CERT.
           WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-FICHIER END-WRITE.
           PERFORM VARYING IND-ARCH FROM 1 BY 1
           UNTIL IND-ARCH > NB-ARCHIVES
               MOVE NOM-ARCHIVE-TAB(IND-ARCH) TO NOM-ARCHIVE-CERT
               MOVE NB-ARCHIVE-TAB(IND-ARCH) TO NB-ARCHIVE-CERT
               WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-ARCHIVE
               END-WRITE
           END-PERFORM.
           IF NB-ARCHIVES-ABSENTES > 0
               MOVE "Archives cataloguees introuvables :"
                   TO LIBELLE-FICHIER-CERT
               MOVE NB-ARCHIVES-ABSENTES TO NB-FICHIER-CERT
               WRITE LIGNE-CERTIFICAT FROM LIGNE-CERT-FICHIER
               END-WRITE
           END-IF.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE "Le responsable de la scolarite,"
               TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE "Signature : ____________________" TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE "Vise par le delegue a la protection des donnees,"
               TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           MOVE "Signature : ____________________" TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT END-WRITE.
           CLOSE FIC-CERTIFICAT.
           EXIT.
