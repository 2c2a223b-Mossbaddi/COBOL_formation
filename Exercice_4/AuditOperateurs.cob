       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT operateurs ASSIGN TO 'operateurs'
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
           05 H-Devise PIC X(3).
           05 CSV-FILLERW PIC X.
           05 H-Operateur PIC X(4).
           05 H-Reste PIC X(16).

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

       FD operateurs.
       01 operateur-enregistrement.
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
