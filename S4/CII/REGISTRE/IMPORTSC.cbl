           IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGHIST.

      *----- Verrous de cohorte poses a la signature du proces-verbal
      *      (PROCVERB, VERROU) : les notes et decisions d'une cohorte
      *      verrouillee ne sont plus modifiables
           SELECT FIC-VERROU ASSIGN TO "../verrous.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COHORTE-VER
           FILE STATUS IS FS-VERROU.

      *----- Journal des verrous : poses, ouvertures motivees,
      *      modifications faites sous ouverture et tentatives refusees
           SELECT FIC-VERLOG ASSIGN TO "../verlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERLOG.

       DATA DIVISION.
       FILE SECTION.
      *----- Registre partage par INE entre TP2, TP3 et TP4 : chaque
           02 FILLER PIC X.
           02 APRES-HIST PIC X(50).

      *----- Un verrou par cohorte : VERROU tant que le proces-verbal
      *      fait foi, OUVERT apres une ouverture motivee
       FD FIC-VERROU.
       01 ENR-VERROU.
           02 COHORTE-VER PIC 9(4).
           02 STATUT-VER PIC X(6).
           02 DATE-VER PIC 9(8).
           02 SEANCE-VER PIC 9(8).
           02 DATE-OUVERTURE-VER PIC 9(8).
           02 MOTIF-OUVERTURE-VER PIC X(40).
           02 OPERATEUR-OUVERTURE-VER PIC X(8).

       FD FIC-VERLOG.
       01 ENR-VERLOG.
           02 DATE-VLOG PIC 9(8).
           02 FILLER PIC X.
           02 HEURE-VLOG PIC 9(6).
           02 FILLER PIC X.
           02 PROG-VLOG PIC X(8).
           02 FILLER PIC X.
           02 COHORTE-VLOG PIC 9(4).
           02 FILLER PIC X.
           02 INE-VLOG PIC 9(4).
           02 FILLER PIC X.
           02 EVENEMENT-VLOG PIC X(9).
           02 FILLER PIC X.
           02 OPERATEUR-VLOG PIC X(8).
           02 FILLER PIC X.
           02 DETAIL-VLOG PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-REGISTRE PIC XX.
       77 FS-IMPORT PIC XX.
       01 HEURE-SYSTEME.
           02 HEURE-COURANTE PIC 9(6).
           02 FILLER PIC 99.
      *----- Verrou de la cohorte touchee : ETAT-VERROU a 0 jamais
      *      verrouillee, 1 verrouillee (modification refusee), 2
      *      ouverte par exception (modification tracee)
       77 FS-VERROU PIC XX.
       77 FS-VERLOG PIC XX.
       77 ETAT-VERROU PIC 9 VALUE 0.
       77 COHORTE-CONTROLEE PIC 9(4) VALUE 0.
       77 SEANCE-VERROUILLEE PIC 9(8) VALUE 0.
       77 INE-VERLOG-COURANT PIC 9(4) VALUE 0.
       77 EVENEMENT-COURANT PIC X(9).
       77 DETAIL-VERLOG-COURANT PIC X(40).
       77 PROGRAMME-VERROU PIC X(8) VALUE "IMPORTSC".
       01 DATE-VERROU-JOUR.
           02 ANNEE-VERROU-JOUR PIC 9(4).
           02 FILLER PIC 9(4).
       01 HEURE-VERROU-JOUR.
           02 HEURE-VERROU-COURANTE PIC 9(6).
           02 FILLER PIC 99.

       PROCEDURE DIVISION.
       PROGRAMME-PRINCIPAL.
       APPLIQUER-CORRECTION.
      *----- Le dossier est deja dans ENR-REGISTRE depuis le controle
      *      de l'INE ; les champs corriges le remplacent et l'image
      *      avant/apres part dans l'historique commun ; la cohorte
      *      du dossier verrouillee par son proces-verbal, la ligne
      *      part en rejet
           MOVE COHORTE-REG TO COHORTE-CONTROLEE.
           MOVE INE-REG TO INE-VERLOG-COURANT.
           MOVE "CORRECTION IMPORT SCOLARITE" TO DETAIL-VERLOG-COURANT.
           PERFORM CONTROLER-VERROU.
           IF ETAT-VERROU = 1
               PERFORM REFUSER-SOUS-VERROU
               MOVE "COHORTE VERROUILLEE" TO MOTIF-COURANT
               PERFORM REFUSER-LIGNE
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-REGISTRE TO AVANT-DOSSIER-HIST.
           MOVE "MODIFIE" TO OPER-DOSSIER-HIST.
           MOVE ZONE-NOM TO NOM-REG.
                   COMPUTE NB-APPLIQUEES = NB-APPLIQUEES + 1
                   MOVE ENR-REGISTRE TO APRES-DOSSIER-HIST
                   PERFORM ECRIRE-REGHIST
                   IF ETAT-VERROU = 2
                       PERFORM TRACER-EXCEPTION
                   END-IF
           END-REWRITE.
           EXIT.

           WRITE ENR-REGHIST END-WRITE.
           CLOSE FIC-REGHIST.
           EXIT.

       CONTROLER-VERROU.
      *----- Etat du verrou de COHORTE-CONTROLEE (0 = annee courante) ;
      *      sans fichier des verrous aucune cohorte n'est verrouillee
           ACCEPT DATE-VERROU-JOUR FROM DATE YYYYMMDD.
           IF COHORTE-CONTROLEE = 0
               MOVE ANNEE-VERROU-JOUR TO COHORTE-CONTROLEE
           END-IF.
           MOVE 0 TO ETAT-VERROU.
           MOVE 0 TO SEANCE-VERROUILLEE.
           OPEN INPUT FIC-VERROU.
           IF FS-VERROU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE COHORTE-CONTROLEE TO COHORTE-VER.
           READ FIC-VERROU KEY IS COHORTE-VER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SEANCE-VER TO SEANCE-VERROUILLEE
                   IF STATUT-VER = "OUVERT"
                       MOVE 2 TO ETAT-VERROU
                   ELSE
                       MOVE 1 TO ETAT-VERROU
                   END-IF
           END-READ.
           CLOSE FIC-VERROU.
           EXIT.

       REFUSER-SOUS-VERROU.
      *----- Tentative de modification d'une cohorte verrouillee :
      *      refusee et tracee ; l'appelant a renseigne l'INE et le
      *      detail de la modification demandee
           DISPLAY "Cohorte " COHORTE-CONTROLEE " verrouillee depuis le"
           " proces-verbal du " SEANCE-VERROUILLEE
           ", modification refusee".
           MOVE "REFUS" TO EVENEMENT-COURANT.
           PERFORM ECRIRE-VERLOG.
           EXIT.

       TRACER-EXCEPTION.
      *----- Modification autorisee par une ouverture motivee du
      *      verrou : tracee comme exception
           MOVE "EXCEPTION" TO EVENEMENT-COURANT.
           PERFORM ECRIRE-VERLOG.
           EXIT.

       ECRIRE-VERLOG.
           ACCEPT DATE-VERROU-JOUR FROM DATE YYYYMMDD.
           ACCEPT HEURE-VERROU-JOUR FROM TIME.
           OPEN EXTEND FIC-VERLOG.
           IF FS-VERLOG = "35"
               OPEN OUTPUT FIC-VERLOG
           END-IF.
           MOVE SPACES TO ENR-VERLOG.
           MOVE DATE-VERROU-JOUR TO DATE-VLOG.
           MOVE HEURE-VERROU-COURANTE TO HEURE-VLOG.
           MOVE PROGRAMME-VERROU TO PROG-VLOG.
           MOVE COHORTE-CONTROLEE TO COHORTE-VLOG.
           MOVE INE-VERLOG-COURANT TO INE-VLOG.
           MOVE EVENEMENT-COURANT TO EVENEMENT-VLOG.
           MOVE "IMPORTSC" TO OPERATEUR-VLOG.
           MOVE DETAIL-VERLOG-COURANT TO DETAIL-VLOG.
           WRITE ENR-VERLOG END-WRITE.
           CLOSE FIC-VERLOG.
           EXIT.
