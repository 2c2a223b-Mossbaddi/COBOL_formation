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

           SELECT comptes-dormants ASSIGN TO 'comptes_dormants'
       DATA DIVISION.
       FILE SECTION.
       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 MYFILLER  PIC X.
           05 SR-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SR-Reste PIC X(36).

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

       FD comptes-dormants.
       01 comptes-dormants-record.
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
