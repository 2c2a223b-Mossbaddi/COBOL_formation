      *> (consignation_AAAAMMJJ) avec l'identite du client relue
      *> dans clients_banque, le compte suit le chemin de cloture
      *> habituel (comptes_clos puis suppression des soldes), et le
      *> fichier des lettres d'information clients est produit dans
      *> le spool des editions (etat LETCONS). Le
      *> run est consigne dans controle_runs : une annee ne se
      *> consigne pas deux fois.

               FILE STATUS IS ws-statut-clients.

           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT historique-archive ASSIGN USING NomFichierArchive
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-Sequence
               ALTERNATE RECORD KEY IS HA-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT comptes-dormants ASSIGN TO 'comptes_dormants'
               FILE STATUS IS ws-statut-remise.

           SELECT lettres-consignation
               ASSIGN USING NomFichierLettres
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-lettres.

       DATA DIVISION.
       FILE SECTION.
       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Limite-Decouvert PIC 9(7)V99.
           05 MYFILLER3 PIC X.
           05 SR-Numero-Client PIC 9(5).
           05 SR-Reste PIC X(20).

       FD clients-banque.
       01 clients-banque-record.
           05 CB-Adresse PIC X(40).
           05 CB-FILLER3 PIC X.
           05 CB-Telephone PIC X(12).
           05 CB-FILLER4 PIC X.
           05 CB-ReleveEchange PIC X.

       FD historique.
       01 historique-record.
           05 H-Sequence PIC 9(8).
           05 CSV-FILLERS PIC X.
           05 H-Cle-Compte-Date.
               10 H-Numero-Compte PIC 9(6).
               10 CSV-FILLER0 PIC X.
               10 H-Date PIC 9(8).
           05 CSV-FILLERD PIC X.
           05 H-Heure PIC 9(8).
           05 CSV-FILLERH PIC X.
           05 H-Reference PIC X(10).

       FD historique-archive.
      *> Archive mensuelle histarch_AAAAMM : meme dessin et memes
      *> cles que le fichier vivant (79 octets).
       01 historique-archive-record.
           05 HA-Sequence PIC 9(8).
           05 HA-FILLER1 PIC X.
           05 HA-Cle-Compte-Date.
               10 HA-Numero-Compte PIC 9(6).
               10 HA-FILLER2 PIC X.
               10 HA-Date PIC 9(8).
           05 HA-Reste PIC X(55).

       FD comptes-dormants.
       01 comptes-dormants-record.

       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierRemise PIC X(25) VALUE SPACES.
       01 NomFichierLettres PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "LETCONS".
       01 SPOOL-NomBase PIC X(30) VALUE "lettres_consignation".
       01 SPOOL-Programme PIC X(20) VALUE "Consignation".
       01 SPOOL-Operateur PIC X(4) VALUE "CONS".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
           END-IF.
           OPEN INPUT clients-banque.
           PERFORM INITIALISER-SEQUENCE.
           OPEN I-O historique.
           MOVE SPACES TO NomFichierRemise.
           STRING "consignation_" DateDuJour
               DELIMITED BY SIZE INTO NomFichierRemise.
           OPEN OUTPUT remise-consignation.
      *> Les lettres du run couvrent l'annee en cours.
           COMPUTE SPOOL-DebutPeriode = AnneeCourante * 10000 + 101.
           MOVE DateDuJour TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierLettres.
           OPEN OUTPUT lettres-consignation.
           OPEN INPUT comptes-dormants.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier comptes_dormants absent : lancer ",
               CLOSE comptes-dormants
           END-IF.
           CLOSE lettres-consignation.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           CLOSE remise-consignation.
           CLOSE historique.
           CLOSE clients-banque.
                   " pour ", TotalConsigne, ".".
           DISPLAY "Comptes ignores   : ", ComptesIgnores, ".".
           DISPLAY "Remise dans ", NomFichierRemise, ", lettres ",
                   "dans ", NomFichierLettres, ".".
           STOP RUN.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       CONTROLER-ET-POSER-VERROU.
      *> Un seul ecrivain du fichier des soldes a la fois : si le
      *> guichet est reste ouvert ou que la chaine tourne (ou qu'un
           OPEN INPUT historique.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
               MOVE SEP-Virgule TO CSV-FILLERU
               MOVE SPACES TO H-Reference
               WRITE historique-record
                   INVALID KEY
                       DISPLAY "Sequence ", H-Sequence,
                               " deja presente dans l'historique."
               END-WRITE
           END-IF.
           MOVE SPACES TO LigneRemise.
