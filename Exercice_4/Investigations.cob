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

       DATA DIVISION.
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

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 UsageParcours PIC X VALUE SPACE.
           88 Usage-Recherche VALUE "R".
           88 Usage-Chaine VALUE "C".
      *> Recherche sur un compte : parcours par la cle secondaire
      *> compte + date, a partir de la date de debut demandee.
       01 ParcoursParCompte PIC X VALUE "N".
           88 Parcours-Par-Compte VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE DateDuJour(1:6) TO MoisTravail.
           SUBTRACT 10 FROM MT-Annee.
           MOVE MoisTravail TO MoisArchiveCourant.
           MOVE "N" TO ParcoursParCompte.
           IF Usage-Recherche
               IF CritCompte > ZERO
                   MOVE "O" TO ParcoursParCompte
               END-IF
               IF CritDateDebut(1:6) > MoisArchiveCourant
                   MOVE CritDateDebut(1:6) TO MoisArchiveCourant
               END-IF
               IF CritDateFin > ZERO
                  AND CritDateFin(1:6) < MoisArchiveFin
                   MOVE CritDateFin(1:6) TO MoisArchiveFin
               END-IF
           END-IF.
           PERFORM UNTIL MoisArchiveCourant > MoisArchiveFin
               PERFORM SCANNER-UNE-ARCHIVE
               PERFORM PASSER-AU-MOIS-SUIVANT
           MOVE "historique" TO NomFichierOrigine.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               IF Parcours-Par-Compte
                   MOVE CritCompte TO H-Numero-Compte
                   MOVE "," TO CSV-FILLER0
                   MOVE CritDateDebut TO H-Date
                   START historique
                           KEY IS NOT LESS THAN H-Cle-Compte-Date
                       INVALID KEY
                           MOVE '10' TO ws-file-status
                   END-START
               END-IF
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM CONTROLER-FIN-COMPTE
                           IF ws-file-status NOT = '10'
                               PERFORM EXAMINER-LIGNE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               MOVE NomFichierArchive TO NomFichierOrigine
               IF Parcours-Par-Compte
                   MOVE CritCompte TO HA-Numero-Compte
                   MOVE "," TO HA-FILLER2
                   MOVE CritDateDebut TO HA-Date
                   START historique-archive
                           KEY IS NOT LESS THAN HA-Cle-Compte-Date
                       INVALID KEY
                           MOVE '10' TO ws-file-status
                   END-START
               END-IF
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE historique-archive-record
                                TO historique-record
                           PERFORM CONTROLER-FIN-COMPTE
                           IF ws-file-status NOT = '10'
                               PERFORM EXAMINER-LIGNE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique-archive
           END-IF.
           MOVE MoisTravail TO MoisArchiveCourant.

       CONTROLER-FIN-COMPTE.
      *> Parcours par compte : arret au premier compte suivant ou a
      *> la premiere ligne posterieure a la date de fin.
           IF Parcours-Par-Compte
               IF H-Numero-Compte NOT = CritCompte
                   MOVE '10' TO ws-file-status
               END-IF
               IF CritDateFin > ZERO
                  AND H-Date > CritDateFin
                   MOVE '10' TO ws-file-status
               END-IF
           END-IF.

       EXAMINER-LIGNE-JOURNAL.
           EVALUATE TRUE
               WHEN Usage-Recherche
