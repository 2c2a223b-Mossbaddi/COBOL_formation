      *> relisent tout l'historique au demarrage restent rapides.
      *> Le releve et la reconciliation de GestionCompteBancaire
      *> savent relire ces archives pour les periodes anciennes.
      *> Fichier vivant et archives sont indexes sur le numero de
      *> sequence (cle secondaire compte + date) ; le fichier de
      *> garde reste un simple fichier de passage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT historique-garde ASSIGN TO 'historique_garde'
               FILE STATUS IS ws-file-status.

           SELECT historique-archive ASSIGN USING NomFichierArchive
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-Sequence
               ALTERNATE RECORD KEY IS HA-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
      *> Seuls la sequence, le compte et la date sont decodes ici ;
      *> le reste de la ligne est recopie tel quel pour que ce
      *> programme survive aux evolutions du dessin d'enregistrement.
      *> Meme longueur (79) que le dessin ecrit par le guichet.
       01 historique-record.
           05 H-Sequence PIC 9(8).
           05 CSV-FILLERS PIC X.
           05 H-Cle-Compte-Date.
               10 H-Numero-Compte PIC 9(6).
               10 CSV-FILLER0 PIC X.
               10 H-Date PIC 9(8).
           05 H-Reste PIC X(55).

       FD historique-garde.
       01 garde-record PIC X(79).

       FD historique-archive.
       01 archive-record.
           05 HA-Sequence PIC 9(8).
           05 HA-FILLER1 PIC X.
           05 HA-Cle-Compte-Date.
               10 HA-Numero-Compte PIC 9(6).
               10 HA-FILLER2 PIC X.
               10 HA-Date PIC 9(8).
           05 HA-Reste PIC X(55).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ArchiveOuverte PIC X VALUE "N".
           88 Archive-Ouverte VALUE "O".
       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 LigneHistorique PIC X(79).
       01 NombreArchivees PIC 9(7) VALUE ZERO.
       01 NombreConservees PIC 9(7) VALUE ZERO.
       01 LigneArchivee PIC X VALUE "N".
           88 Ligne-Archivee VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           END-IF.
           OPEN OUTPUT historique-garde.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
       VENTILER-LIGNE.
           MOVE historique-record TO LigneHistorique.
           MOVE H-Date(1:6) TO MoisEnregistrement.
           MOVE "N" TO LigneArchivee.
           IF MoisEnregistrement < PeriodeOuverte
               PERFORM ARCHIVER-LIGNE
           END-IF.
           IF NOT Ligne-Archivee
               MOVE LigneHistorique TO garde-record
               WRITE garde-record
               END-WRITE

       ARCHIVER-LIGNE.
      *> Ouvre (ou rouvre) le fichier d'archive du mois de la ligne
      *> courante ; les lignes etant lues dans l'ordre des numeros de
      *> sequence, donc grossierement chronologiques, le changement
      *> de mois est rare et le cout des reouvertures negligeable.
           IF NOT Archive-Ouverte
                   OR MoisEnregistrement NOT = MoisArchiveOuvert
               IF Archive-Ouverte
               MOVE SPACES TO NomFichierArchive
               STRING "histarch_" MoisArchiveOuvert
                   DELIMITED BY SIZE INTO NomFichierArchive
               OPEN I-O historique-archive
               IF ws-file-status = '35'
                   CLOSE historique-archive
                   OPEN OUTPUT historique-archive
                   CLOSE historique-archive
                   OPEN I-O historique-archive
               END-IF
               MOVE "O" TO ArchiveOuverte
           END-IF.
      *> Une sequence deja presente dans l'archive n'est pas ecrasee :
      *> la ligne reste dans le fichier vivant pour examen.
           MOVE LigneHistorique TO archive-record.
           WRITE archive-record
               INVALID KEY
                   DISPLAY "Sequence ", HA-Sequence, " deja dans ",
                           NomFichierArchive, " : ligne conservee."
               NOT INVALID KEY
                   MOVE "O" TO LigneArchivee
                   ADD 1 TO NombreArchivees
           END-WRITE.

       RECOPIER-PERIODE-OUVERTE.
      *> Reconstruit le fichier vivant a partir du fichier de garde,
                   NOT AT END
                       MOVE garde-record TO historique-record
                       WRITE historique-record
                           INVALID KEY
                               DISPLAY "Sequence ", H-Sequence,
                                       " en double : non recopiee."
                       END-WRITE
               END-READ
           END-PERFORM.
