      *> histarch_AAAAMM puis dans le fichier vivant, les montants
      *> sont cumules par compte puis remontes au client via le
      *> fichier des soldes, un fichier de recapitulatif par client
      *> (fiscal_AAAA_NNNNN, complete par le spool des editions) est
      *> produit, et le total banque est affiche pour le
      *> rapprochement avec les comptes d'interets du journal
      *> comptable gl_journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ws-file-status.

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

           SELECT recap-fiscal ASSIGN USING NomFichierRecap
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
           05 H-Action PIC X.
           05 CSV-FILLER PIC X.
           05 H-Montant PIC 9(5)V99.
           05 H-Reste PIC X(36).

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

       FD recap-fiscal.
       01 recap-record PIC X(100).

       01 AnneeFiscale PIC 9(4) VALUE ZERO.
       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierRecap PIC X(50) VALUE SPACES.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
       01 TotalBanqueFrais PIC 9(11)V99 VALUE ZERO.
       01 LigneRecap PIC X(100) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "FISCAL".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "RecapFiscal".
       01 SPOOL-Operateur PIC X(4) VALUE "FISC".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== RECAPITULATIF FISCAL ANNUEL =====".
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
                   "client produits.".

       ECRIRE-RECAP-UN-CLIENT.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "fiscal_" AnneeFiscale "_" CF-Client(IdxCliFis)
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           COMPUTE SPOOL-DebutPeriode = AnneeFiscale * 10000 + 101.
           COMPUTE SPOOL-FinPeriode = AnneeFiscale * 10000 + 1231.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierRecap.
           OPEN OUTPUT recap-fiscal.
           MOVE SPACES TO LigneRecap.
           STRING "RECAPITULATIF FISCAL " AnneeFiscale
               DELIMITED BY SIZE INTO LigneRecap.
           PERFORM ECRIRE-LIGNE-RECAP.
           CLOSE recap-fiscal.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       ECRIRE-LIGNE-RECAP.
           MOVE LigneRecap TO recap-record.
