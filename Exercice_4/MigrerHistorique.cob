       IDENTIFICATION DIVISION.
       PROGRAM-ID. MigrerHistorique.

      *> Conversion unique du journal des transactions et de ses
      *> archives mensuelles de l'ancienne organisation en lignes
      *> vers l'organisation indexee : cle principale le numero de
      *> sequence, cle secondaire compte + date (doublons admis) pour
      *> que releves, recherches et reconciliations partent
      *> directement de la premiere ligne d'un compte. Le fichier
      *> historique est recopie dans historique_nouveau et chaque
      *> archive histarch_AAAAMM des dix dernieres annees dans
      *> histarch_AAAAMM_nouveau. Une ligne dont le numero de
      *> sequence est deja present dans le meme fichier ne peut pas
      *> entrer dans le fichier indexe : elle est ecartee dans
      *> historique_doublons, que l'audit du journal
      *> (AuditHistorique) reprend dans son decompte. Apres controle
      *> du compte rendu, remplacer chaque fichier par sa version
      *> _nouveau puis relancer le guichet et la chaine. Meme chemin
      *> que la conversion du fichier des soldes (MigrerSoldes).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-ancien ASSIGN USING NomFichierAncien
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT journal-nouveau ASSIGN USING NomFichierNouveau
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JN-Sequence
               ALTERNATE RECORD KEY IS JN-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-statut-nouveau.

           SELECT historique-doublons ASSIGN TO 'historique_doublons'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-doublons.

       DATA DIVISION.
       FILE SECTION.
       FD journal-ancien.
      *> Ancienne organisation en lignes ; les lignes des dessins
      *> precedents, plus courtes, sont completees par des espaces.
       01 journal-ancien-record PIC X(120).

       FD journal-nouveau.
      *> Dessin courant du guichet, 79 octets.
       01 journal-nouveau-record.
           05 JN-Sequence PIC 9(8).
           05 JN-FILLER1 PIC X.
           05 JN-Cle-Compte-Date.
               10 JN-Numero-Compte PIC 9(6).
               10 JN-FILLER2 PIC X.
               10 JN-Date PIC 9(8).
           05 JN-Reste PIC X(55).

       FD historique-doublons.
       01 doublon-record.
           05 DB-Sequence PIC 9(8).
           05 DB-FILLER1 PIC X.
           05 DB-Origine PIC X(20).
           05 DB-FILLER2 PIC X.
           05 DB-Ligne PIC X(79).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-nouveau PIC XX.
       01 ws-statut-doublons PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 NomFichierAncien PIC X(20) VALUE SPACES.
       01 NomFichierNouveau PIC X(30) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
           05 MT-Annee PIC 9(4).
           05 MT-Mois PIC 9(2).

       01 LignesFichier PIC 9(7) VALUE ZERO.
       01 DoublonsFichier PIC 9(5) VALUE ZERO.
       01 FichiersConvertis PIC 9(4) VALUE ZERO.
       01 LignesConverties PIC 9(8) VALUE ZERO.
       01 DoublonsEcartes PIC 9(6) VALUE ZERO.
       01 ConversionBloquee PIC X VALUE "N".
           88 Conversion-Bloquee VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== CONVERSION DU JOURNAL DES TRANSACTIONS =====".
           OPEN OUTPUT historique-doublons.
           IF ws-statut-doublons NOT = '00'
               DISPLAY "Creation de historique_doublons impossible ",
                       "(statut ", ws-statut-doublons, ")."
               STOP RUN
           END-IF.
      *> Les mois clos d'abord, dans l'ordre chronologique, puis le
      *> fichier vivant ; les mois sans archive sont sautes.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           MOVE DateDuJour(1:6) TO MoisArchiveFin.
           MOVE DateDuJour(1:6) TO MoisTravail.
           SUBTRACT 10 FROM MT-Annee.
           MOVE MoisTravail TO MoisArchiveCourant.
           PERFORM UNTIL MoisArchiveCourant > MoisArchiveFin
                      OR Conversion-Bloquee
               MOVE SPACES TO NomFichierAncien
               STRING "histarch_" MoisArchiveCourant
                   DELIMITED BY SIZE INTO NomFichierAncien
               PERFORM CONVERTIR-UN-FICHIER
               PERFORM PASSER-AU-MOIS-SUIVANT
           END-PERFORM.
           IF NOT Conversion-Bloquee
               MOVE "historique" TO NomFichierAncien
               PERFORM CONVERTIR-UN-FICHIER
           END-IF.
           CLOSE historique-doublons.
           DISPLAY FichiersConvertis, " fichier(s), ",
                   LignesConverties, " ligne(s) converti(e)s.".
           IF DoublonsEcartes > ZERO
               DISPLAY "ATTENTION : ", DoublonsEcartes,
                       " ligne(s) a numero de sequence en double ",
                       "ecartee(s) dans historique_doublons."
           END-IF.
           DISPLAY "Controler les totaux, puis remplacer historique ",
                   "et chaque histarch_AAAAMM par leur version ",
                   "_nouveau avant de relancer le guichet.".
           STOP RUN.

       CONVERTIR-UN-FICHIER.
           OPEN INPUT journal-ancien.
           IF ws-file-status = '00'
               MOVE SPACES TO NomFichierNouveau
               STRING NomFichierAncien DELIMITED BY SPACE
                      "_nouveau" DELIMITED BY SIZE
                   INTO NomFichierNouveau
               OPEN OUTPUT journal-nouveau
               IF ws-statut-nouveau NOT = '00'
                   DISPLAY "Creation de ", NomFichierNouveau,
                           " impossible (statut ", ws-statut-nouveau,
                           ") : conversion arretee."
                   MOVE "O" TO ConversionBloquee
                   CLOSE journal-ancien
               ELSE
                   MOVE ZERO TO LignesFichier
                   MOVE ZERO TO DoublonsFichier
                   PERFORM UNTIL ws-file-status = '10'
                       READ journal-ancien
                           AT END
                               MOVE '10' TO ws-file-status
                           NOT AT END
                               IF journal-ancien-record NOT = SPACES
                                   PERFORM CONVERTIR-UNE-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE journal-ancien
                   CLOSE journal-nouveau
                   ADD 1 TO FichiersConvertis
                   ADD LignesFichier TO LignesConverties
                   ADD DoublonsFichier TO DoublonsEcartes
                   DISPLAY NomFichierAncien, " : ", LignesFichier,
                           " ligne(s) dans ", NomFichierNouveau,
                           ", ", DoublonsFichier, " doublon(s)."
               END-IF
           END-IF.

       CONVERTIR-UNE-LIGNE.
           MOVE journal-ancien-record(1:79) TO journal-nouveau-record.
           WRITE journal-nouveau-record
               INVALID KEY
                   ADD 1 TO DoublonsFichier
                   MOVE JN-Sequence TO DB-Sequence
                   MOVE NomFichierAncien TO DB-Origine
                   MOVE journal-nouveau-record TO DB-Ligne
                   MOVE SEP-Virgule TO DB-FILLER1
                   MOVE SEP-Virgule TO DB-FILLER2
                   WRITE doublon-record
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO LignesFichier
           END-WRITE.

       PASSER-AU-MOIS-SUIVANT.
           MOVE MoisArchiveCourant TO MoisTravail.
           IF MT-Mois = 12
               ADD 1 TO MT-Annee
               MOVE 1 TO MT-Mois
           ELSE
               ADD 1 TO MT-Mois
           END-IF.
           MOVE MoisTravail TO MoisArchiveCourant.
