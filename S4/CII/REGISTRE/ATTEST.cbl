       IDENTIFICATION DIVISION.
       program-id. ATTEST.
       Author. Jonathan Morgado-Samagaio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----- Registre partage alimente par TP2 (age), TP3 (stage) et
      *      TP4 (validation) ; chemin relatif au dossier parent comme
      *      dans les trois programmes alimenteurs
           SELECT FIC-REGISTRE ASSIGN TO "../registre.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-REG
           FILE STATUS IS FS-REGISTRE.

      *----- Registre des attestations de reussite, cle numero
      *      d'attestation, cle secondaire cohorte + INE : un dossier
      *      revalide apres revocation recoit un nouveau numero
           SELECT FIC-ATTEST ASSIGN TO "../attest.dat" ORGANIZATION
           IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-ATT
           ALTERNATE RECORD IS DOSSIER-ATT DUPLICATES
           FILE STATUS IS FS-ATTEST.

      *----- Duplicatas : une ligne datee par reimpression, rattachee
      *      au numero de l'attestation originale
           SELECT FIC-DUPLICATA ASSIGN TO "../attdup.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-DUPLICATA.

      *----- Attestations imprimees, ajoutees a la suite des precedentes
           SELECT FIC-EDITION ASSIGN TO "attestat.dat" ORGANIZATION
           IS LINE SEQUENTIAL
           FILE STATUS IS FS-EDITION.

       DATA DIVISION.
       FILE SECTION.
      *----- Registre partage par INE entre TP2, TP3 et TP4 : chaque
      *      programme relit le dossier existant et ne met a jour que
      *      ses propres champs, les -MAJ indiquant qui l'a renseigne
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

      *----- Statut VALIDE a l'emission, REVOQUE quand la validation
      *      du dossier a ete retiree depuis (VALIDE-REG different de
      *      OUI) ; un dossier absent du registre ne revoque rien
       FD FIC-ATTEST.
       01 ENR-ATTEST.
           02 NUMERO-ATT PIC 9(6).
           02 DOSSIER-ATT.
               03 COHORTE-ATT PIC 9(4).
               03 INE-ATT PIC 9(4).
           02 NOM-ATT PIC X(10).
           02 MOYS4-ATT PIC 99V99.
           02 MENTION-ATT PIC X(10).
           02 DATE-EMISSION-ATT PIC 9(8).
           02 NB-DUPLICATA-ATT PIC 99.
           02 DATE-DUPLICATA-ATT PIC 9(8).
           02 STATUT-ATT PIC X(7).
           02 DATE-REVOCATION-ATT PIC 9(8).

       FD FIC-DUPLICATA.
       01 ENR-DUPLICATA.
           02 NUMERO-DUP PIC 9(6).
           02 FILLER PIC X.
           02 RANG-DUP PIC 99.
           02 FILLER PIC X.
           02 DATE-DUP PIC 9(8).
           02 FILLER PIC X.
           02 COHORTE-DUP PIC 9(4).
           02 FILLER PIC X.
           02 INE-DUP PIC 9(4).

       FD FIC-EDITION.
       01 LIGNE-EDITION PIC X(72).

       WORKING-STORAGE SECTION.
       77 FS-REGISTRE PIC XX.
       77 FS-ATTEST PIC XX.
       77 FS-DUPLICATA PIC XX.
       77 FS-EDITION PIC XX.
       77 DATE-DU-JOUR PIC 9(8).
       77 CHOIX-MENU PIC 9.
       77 FIN-MENU PIC 9 VALUE 0.
       77 FIN-LISTE PIC 9 VALUE 0.
       77 CONFIRMATION PIC X.
       77 INE-DEMANDE PIC 9(4).
       77 NUMERO-DEMANDE PIC 9(6).
       77 DERNIER-NUMERO PIC 9(6) VALUE 0.
       77 ATTEST-TROUVEE PIC 9.
       77 DOSSIER-VALIDE PIC 9.
       77 EDITION-DUPLICATA PIC 9.
       77 NB-CONTROLEES PIC 9(5).
       77 NB-REVOQUEES PIC 9(5).
       77 MOY-AFFICHE PIC Z9.99.
      *----- Cohorte des dossiers attestes dans cette session
       77 COHORTE-TRAITEE PIC 9(4).
       01 DATE-SYSTEME.
           02 ANNEE-SYSTEME PIC 9(4).
           02 FILLER PIC 9(4).
      *----- Lignes de composition de l'attestation
       01 LIGNE-ATT-TITRE.
           02 FILLER PIC X(32) VALUE "ATTESTATION DE REUSSITE NUMERO ".
           02 NUMERO-TITRE PIC 9(6).
           02 MENTION-DUPLICATA PIC X(12).
           02 FILLER PIC X(22) VALUE SPACES.
       01 LIGNE-ATT-ETUDIANT.
           02 NOM-EDIT PIC X(10).
           02 FILLER PIC X(6) VALUE " (INE ".
           02 INE-EDIT PIC 9(4).
           02 FILLER PIC X(15) VALUE "), cohorte ".
           02 COHORTE-EDIT PIC 9(4).
           02 FILLER PIC X(33) VALUE ",".
       01 LIGNE-ATT-MOYENNE.
           02 FILLER PIC X(49) VALUE
           "a valide le semestre 4 avec une moyenne de ".
           02 MOYENNE-EDIT PIC Z9.99.
           02 FILLER PIC X(18) VALUE "/20".
       01 LIGNE-ATT-MENTION.
           02 FILLER PIC X(10) VALUE "Mention : ".
           02 MENTION-EDIT PIC X(10).
           02 FILLER PIC X(52) VALUE SPACES.
       01 LIGNE-ATT-DATE.
           02 FILLER PIC X(12) VALUE "Delivree le ".
           02 DATE-EMISSION-EDIT PIC 9(8).
           02 LIBELLE-DUPLICATA PIC X(16).
           02 DATE-DUPLICATA-EDIT PIC X(8).
           02 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "---------Attestations de reussite---------".
           DISPLAY "Cohorte (AAAA, 0 = annee courante) : ".
           ACCEPT COHORTE-TRAITEE.
           IF COHORTE-TRAITEE = 0
               ACCEPT DATE-SYSTEME FROM DATE YYYYMMDD
               MOVE ANNEE-SYSTEME TO COHORTE-TRAITEE
           END-IF.
           OPEN INPUT FIC-REGISTRE.
           IF FS-REGISTRE NOT = "00"
               DISPLAY "registre.dat introuvable ou illisible, statut "
               FS-REGISTRE
               MOVE 1 TO FIN-MENU
           END-IF.
           OPEN I-O FIC-ATTEST.
           IF FS-ATTEST = "35"
               OPEN OUTPUT FIC-ATTEST
               CLOSE FIC-ATTEST
               OPEN I-O FIC-ATTEST
           END-IF.
           IF FS-ATTEST NOT = "00"
               DISPLAY "attest.dat illisible, statut " FS-ATTEST
               MOVE 1 TO FIN-MENU
           ELSE
               PERFORM CHERCHER-DERNIER-NUMERO
           END-IF.
           PERFORM UNTIL FIN-MENU = 1
               DISPLAY "---------------"
               DISPLAY "Delivrer une attestation (1), verifier un"
               " numero (2), controler les revocations (3),"
               " quitter (0) : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1 PERFORM DELIVRER-ATTESTATION
                   WHEN 2 PERFORM VERIFIER-ATTESTATION
                   WHEN 3 PERFORM CONTROLER-REVOCATIONS
                   WHEN 0 MOVE 1 TO FIN-MENU
                   WHEN OTHER DISPLAY "Choix inconnu"
               END-EVALUATE
           END-PERFORM.
           IF FS-REGISTRE = "00"
               CLOSE FIC-REGISTRE
           END-IF.
           IF FS-ATTEST = "00"
               CLOSE FIC-ATTEST
           END-IF.
           STOP RUN.

       CHERCHER-DERNIER-NUMERO.
      *----- Numerotation continue sur toutes les cohortes : le
      *      prochain numero suit le plus grand deja attribue
           MOVE 0 TO FIN-LISTE.
           MOVE 0 TO NUMERO-ATT.
           START FIC-ATTEST KEY IS NOT LESS THAN NUMERO-ATT
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-ATTEST NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
                   NOT AT END MOVE NUMERO-ATT TO DERNIER-NUMERO
               END-READ
           END-PERFORM.
           EXIT.

       CHERCHER-ATTEST-DOSSIER.
      *----- Attestation en vigueur (VALIDE) du dossier cohorte + INE,
      *      les attestations revoquees du meme dossier sont ignorees
           MOVE 0 TO ATTEST-TROUVEE.
           MOVE 0 TO FIN-LISTE.
           MOVE COHORTE-TRAITEE TO COHORTE-ATT.
           MOVE INE-DEMANDE TO INE-ATT.
           START FIC-ATTEST KEY IS = DOSSIER-ATT
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-ATTEST NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
               END-READ
               IF FIN-LISTE = 0
                   IF COHORTE-ATT NOT = COHORTE-TRAITEE
                   OR INE-ATT NOT = INE-DEMANDE
                       MOVE 1 TO FIN-LISTE
                   ELSE
                       IF STATUT-ATT = "VALIDE"
                           MOVE 1 TO ATTEST-TROUVEE
                           MOVE 1 TO FIN-LISTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       DELIVRER-ATTESTATION.
      *----- Premiere demande : nouveau numero ; demande suivante sur
      *      un dossier deja atteste : duplicata du numero original
           DISPLAY "INE de l'etudiant : ".
           ACCEPT INE-DEMANDE.
           MOVE COHORTE-TRAITEE TO COHORTE-REG.
           MOVE INE-DEMANDE TO INE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY
                   DISPLAY "Aucun dossier au registre pour l'INE "
                   INE-DEMANDE " dans la cohorte " COHORTE-TRAITEE
                   EXIT PARAGRAPH
           END-READ.
           IF VALIDE-REG NOT = "OUI"
               DISPLAY "Semestre non valide pour " NOM-REG
               " (valide : " VALIDE-REG "), pas d'attestation"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-ATTEST-DOSSIER.
           IF ATTEST-TROUVEE = 1
               DISPLAY "Attestation " NUMERO-ATT " deja delivree le "
               DATE-EMISSION-ATT " (" NB-DUPLICATA-ATT " duplicata(s))"
               DISPLAY "Editer un duplicata (O/N) : "
               ACCEPT CONFIRMATION
               IF CONFIRMATION NOT = "O" AND CONFIRMATION NOT = "o"
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENREGISTRER-DUPLICATA
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE ENR-ATTEST.
           COMPUTE NUMERO-ATT = DERNIER-NUMERO + 1.
           MOVE COHORTE-REG TO COHORTE-ATT.
           MOVE INE-REG TO INE-ATT.
           MOVE NOM-REG TO NOM-ATT.
           MOVE MOYS4-REG TO MOYS4-ATT.
           PERFORM CALCULER-MENTION.
           MOVE DATE-DU-JOUR TO DATE-EMISSION-ATT.
           MOVE 0 TO NB-DUPLICATA-ATT.
           MOVE 0 TO DATE-DUPLICATA-ATT.
           MOVE "VALIDE" TO STATUT-ATT.
           MOVE 0 TO DATE-REVOCATION-ATT.
           WRITE ENR-ATTEST
               INVALID KEY
                   DISPLAY "Ecriture impossible, statut " FS-ATTEST
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE NUMERO-ATT TO DERNIER-NUMERO.
           MOVE 0 TO EDITION-DUPLICATA.
           PERFORM EDITER-ATTESTATION.
           DISPLAY "Attestation " NUMERO-ATT " delivree a " NOM-ATT.
           EXIT.

       CALCULER-MENTION.
      *----- Meme bareme que la mention du bulletin S4, le dossier
      *      etant ici valide par construction
           EVALUATE TRUE
               WHEN MOYS4-ATT >= 16
                   MOVE "Tres bien" TO MENTION-ATT
               WHEN MOYS4-ATT >= 14
                   MOVE "Bien" TO MENTION-ATT
               WHEN MOYS4-ATT >= 12
                   MOVE "Assez bien" TO MENTION-ATT
               WHEN OTHER
                   MOVE "Passable" TO MENTION-ATT
           END-EVALUATE.
           EXIT.

       ENREGISTRER-DUPLICATA.
      *----- Le duplicata garde le numero, la mention et la date de
      *      l'original ; seule la reimpression est tracee
           COMPUTE NB-DUPLICATA-ATT = NB-DUPLICATA-ATT + 1.
           MOVE DATE-DU-JOUR TO DATE-DUPLICATA-ATT.
           REWRITE ENR-ATTEST
               INVALID KEY
                   DISPLAY "Reecriture impossible, statut " FS-ATTEST
                   EXIT PARAGRAPH
           END-REWRITE.
           OPEN EXTEND FIC-DUPLICATA.
           IF FS-DUPLICATA = "35"
               OPEN OUTPUT FIC-DUPLICATA
           END-IF.
           MOVE SPACES TO ENR-DUPLICATA.
           MOVE NUMERO-ATT TO NUMERO-DUP.
           MOVE NB-DUPLICATA-ATT TO RANG-DUP.
           MOVE DATE-DU-JOUR TO DATE-DUP.
           MOVE COHORTE-ATT TO COHORTE-DUP.
           MOVE INE-ATT TO INE-DUP.
           WRITE ENR-DUPLICATA END-WRITE.
           CLOSE FIC-DUPLICATA.
           MOVE 1 TO EDITION-DUPLICATA.
           PERFORM EDITER-ATTESTATION.
           DISPLAY "Duplicata " NB-DUPLICATA-ATT " de l'attestation "
           NUMERO-ATT " edite".
           EXIT.

       EDITER-ATTESTATION.
           OPEN EXTEND FIC-EDITION.
           IF FS-EDITION = "35"
               OPEN OUTPUT FIC-EDITION
           END-IF.
           MOVE NUMERO-ATT TO NUMERO-TITRE.
           IF EDITION-DUPLICATA = 1
               MOVE " - DUPLICATA" TO MENTION-DUPLICATA
           ELSE
               MOVE SPACES TO MENTION-DUPLICATA
           END-IF.
           WRITE LIGNE-EDITION FROM LIGNE-ATT-TITRE END-WRITE.
           MOVE SPACES TO LIGNE-EDITION.
           WRITE LIGNE-EDITION END-WRITE.
           MOVE "Le president du jury du semestre 4 certifie que"
               TO LIGNE-EDITION.
           WRITE LIGNE-EDITION END-WRITE.
           MOVE NOM-ATT TO NOM-EDIT.
           MOVE INE-ATT TO INE-EDIT.
           MOVE COHORTE-ATT TO COHORTE-EDIT.
           WRITE LIGNE-EDITION FROM LIGNE-ATT-ETUDIANT END-WRITE.
           MOVE MOYS4-ATT TO MOYENNE-EDIT.
           WRITE LIGNE-EDITION FROM LIGNE-ATT-MOYENNE END-WRITE.
           MOVE MENTION-ATT TO MENTION-EDIT.
           WRITE LIGNE-EDITION FROM LIGNE-ATT-MENTION END-WRITE.
           MOVE SPACES TO LIGNE-EDITION.
           WRITE LIGNE-EDITION END-WRITE.
           MOVE DATE-EMISSION-ATT TO DATE-EMISSION-EDIT.
           IF EDITION-DUPLICATA = 1
               MOVE ", duplicata du " TO LIBELLE-DUPLICATA
               MOVE DATE-DUPLICATA-ATT TO DATE-DUPLICATA-EDIT
           ELSE
               MOVE SPACES TO LIBELLE-DUPLICATA
               MOVE SPACES TO DATE-DUPLICATA-EDIT
           END-IF.
           WRITE LIGNE-EDITION FROM LIGNE-ATT-DATE END-WRITE.
           MOVE "Signature : ____________________" TO LIGNE-EDITION.
           WRITE LIGNE-EDITION END-WRITE.
           MOVE "------------------------------------------------"
               TO LIGNE-EDITION.
           WRITE LIGNE-EDITION END-WRITE.
           CLOSE FIC-EDITION.
           EXIT.

       CONTROLER-DOSSIER.
      *----- Relit le dossier de l'attestation courante : une
      *      attestation VALIDE dont le dossier n'est plus valide passe
      *      REVOQUE, datee du jour du constat ; un dossier absent du
      *      registre ne prouve pas un retrait de validation et laisse
      *      l'attestation en l'etat
           MOVE 1 TO DOSSIER-VALIDE.
           MOVE COHORTE-ATT TO COHORTE-REG.
           MOVE INE-ATT TO INE-REG.
           READ FIC-REGISTRE KEY IS CLE-REG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VALIDE-REG NOT = "OUI"
                       MOVE 0 TO DOSSIER-VALIDE
                   END-IF
           END-READ.
           IF DOSSIER-VALIDE = 0 AND STATUT-ATT = "VALIDE"
               MOVE "REVOQUE" TO STATUT-ATT
               MOVE DATE-DU-JOUR TO DATE-REVOCATION-ATT
               REWRITE ENR-ATTEST
                   INVALID KEY
                       DISPLAY "Reecriture impossible, statut "
                       FS-ATTEST
                   NOT INVALID KEY
                       COMPUTE NB-REVOQUEES = NB-REVOQUEES + 1
                       DISPLAY "Attestation " NUMERO-ATT " de "
                       NOM-ATT " revoquee : validation retiree"
               END-REWRITE
           END-IF.
           EXIT.

       VERIFIER-ATTESTATION.
      *----- Reponse aux demandes d'authenticite : le numero presente
      *      est confronte au registre des attestations et au dossier
           DISPLAY "Numero d'attestation presente : ".
           ACCEPT NUMERO-DEMANDE.
           MOVE NUMERO-DEMANDE TO NUMERO-ATT.
           READ FIC-ATTEST KEY IS NUMERO-ATT
               INVALID KEY
                   DISPLAY "Numero " NUMERO-DEMANDE " inconnu :"
                   " attestation non authentique"
                   EXIT PARAGRAPH
           END-READ.
           MOVE 0 TO NB-REVOQUEES.
           PERFORM CONTROLER-DOSSIER.
           MOVE MOYS4-ATT TO MOY-AFFICHE.
           DISPLAY "Attestation " NUMERO-ATT " delivree le "
           DATE-EMISSION-ATT " a " NOM-ATT " (INE " INE-ATT
           ", cohorte " COHORTE-ATT ")".
           DISPLAY "Moyenne S4 " MOY-AFFICHE " - mention "
           MENTION-ATT.
           IF NB-DUPLICATA-ATT > 0
               DISPLAY NB-DUPLICATA-ATT " duplicata(s), dernier le "
               DATE-DUPLICATA-ATT
           END-IF.
           IF STATUT-ATT = "VALIDE"
               DISPLAY "Statut : VALIDE, attestation authentique"
           ELSE
               DISPLAY "Statut : REVOQUEE le " DATE-REVOCATION-ATT
               ", la validation du semestre a ete retiree"
           END-IF.
           EXIT.

       CONTROLER-REVOCATIONS.
      *----- Passe toutes les attestations en vigueur au regard du
      *      registre, toutes cohortes confondues
           MOVE 0 TO NB-CONTROLEES.
           MOVE 0 TO NB-REVOQUEES.
           MOVE 0 TO FIN-LISTE.
           MOVE 0 TO NUMERO-ATT.
           START FIC-ATTEST KEY IS NOT LESS THAN NUMERO-ATT
               INVALID KEY MOVE 1 TO FIN-LISTE
           END-START.
           PERFORM UNTIL FIN-LISTE = 1
               READ FIC-ATTEST NEXT RECORD
                   AT END MOVE 1 TO FIN-LISTE
               END-READ
               IF FIN-LISTE = 0 AND STATUT-ATT = "VALIDE"
                   COMPUTE NB-CONTROLEES = NB-CONTROLEES + 1
                   PERFORM CONTROLER-DOSSIER
               END-IF
           END-PERFORM.
           DISPLAY NB-CONTROLEES " attestation(s) en vigueur"
           " controlee(s), " NB-REVOQUEES " revoquee(s)".
           EXIT.
