      *> la numerotation, les codes action inconnus et les lignes
      *> referencant un compte absent a la fois du fichier des soldes
      *> et de l'archive des comptes clos. Le rapport est affiche et
      *> ecrit dans le spool des editions (etat AUDITHIS, fichier
      *> rapport_audit_AAAAMMJJ_nnn).
      *> Journal et archives etant indexes sur le numero de
      *> sequence, chaque fichier se relit dans l'ordre des numeros :
      *> un doublon ne peut plus y figurer deux fois et ressort donc
      *> du fichier de rejets historique_doublons laisse par la
      *> conversion (MigrerHistorique), compte ici avec les autres.

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

           SELECT comptes-clos ASSIGN TO 'comptes_clos'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT historique-doublons ASSIGN TO 'historique_doublons'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT rapport-audit ASSIGN USING NomFichierRapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 SR-Reste PIC X(47).

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

       FD comptes-clos.
       01 comptes-clos-record.
           05 CC-Numero-Compte PIC 9(6).
           05 CC-Reste PIC X(20).

       FD historique-doublons.
       01 doublon-record.
           05 DB-Sequence PIC 9(8).
           05 DB-FILLER1 PIC X.
           05 DB-Origine PIC X(20).
           05 DB-FILLER2 PIC X.
           05 DB-Ligne PIC X(79).

       FD rapport-audit.
       01 rapport-record PIC X(90).

       01 ws-file-status PIC XX.

       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierRapport PIC X(50) VALUE SPACES.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
       01 NbAnomalies PIC 9(6) VALUE ZERO.

       01 LigneRapport PIC X(90) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "AUDITHIS".
       01 SPOOL-NomBase PIC X(30) VALUE "rapport_audit".
       01 SPOOL-Programme PIC X(20) VALUE "AuditHistorique".
       01 SPOOL-Operateur PIC X(4) VALUE "AUDH".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.
       01 FinParcoursSoldes PIC X VALUE "N".
           88 Fin-Parcours-Soldes VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
      *> Tout le journal conserve, jusqu'a aujourd'hui.
           ACCEPT SPOOL-FinPeriode FROM DATE YYYYMMDD.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierRapport.
           OPEN OUTPUT rapport-audit.
           MOVE "===== AUDIT DU JOURNAL DES TRANSACTIONS ====="
               TO LigneRapport.
           ELSE
               PERFORM AUDITER-ARCHIVES
               PERFORM AUDITER-FICHIER-VIVANT
               PERFORM AUDITER-DOUBLONS-CONVERSION
               PERFORM ECRIRE-SYNTHESE
           END-IF.
           CLOSE rapport-audit.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           DISPLAY "Rapport ecrit dans ", NomFichierRapport, ".".
           STOP RUN.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       CHARGER-COMPTES-CONNUS.
           MOVE ZERO TO NombreComptesConnus.
           OPEN INPUT soldes.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
               DISPLAY "Fichier historique introuvable."
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
               CLOSE historique
           END-IF.

       AUDITER-DOUBLONS-CONVERSION.
      *> Fichier absent : conversion jamais faite ou sans rejet.
           OPEN INPUT historique-doublons.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-doublons
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           ADD 1 TO NbDoublonsSequence
                           MOVE SPACES TO LigneRapport
                           STRING "Sequence en double ecartee a la "
                                  "conversion : " DB-Sequence " ("
                                  DB-Origine ")"
                               DELIMITED BY SIZE INTO LigneRapport
                           PERFORM ECRIRE-LIGNE-RAPPORT
                   END-READ
               END-PERFORM
               CLOSE historique-doublons
           END-IF.

       AUDITER-LIGNE.
           ADD 1 TO NbLignesAuditees.
           IF Premiere-Ligne-Vue
