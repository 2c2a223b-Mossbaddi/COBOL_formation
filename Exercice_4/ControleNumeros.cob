      *> cle de controle (sixieme chiffre = somme ponderee 7-3-1-7-3
      *> des cinq premiers, modulo 10) desormais exigee a toutes les
      *> saisies du guichet. Les comptes dont le numero ne se
      *> verifie pas sont listes a l'ecran et dans l'etat
      *> comptes_cle_invalide du spool des editions (etat CLEINVAL),
      *> pour planifier la renumerotation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ws-file-status.

           SELECT comptes-cle-invalide
               ASSIGN USING NomFichierRapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-rapport.

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

       FD comptes-cle-invalide.
       01 rapport-record PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-rapport PIC XX.
       01 NomFichierRapport PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "CLEINVAL".
       01 SPOOL-NomBase PIC X(30) VALUE "comptes_cle_invalide".
       01 SPOOL-Programme PIC X(20) VALUE "ControleNumeros".
       01 SPOOL-Operateur PIC X(4) VALUE "CTLN".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

       01 CompteAControler PIC 9(6).
       01 CompteAControlerR REDEFINES CompteAControler.
                       ws-file-status, ") : controle abandonne."
               STOP RUN
           END-IF.
      *> Controle a la date du jour.
           ACCEPT SPOOL-DebutPeriode FROM DATE YYYYMMDD.
           MOVE SPOOL-DebutPeriode TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierRapport.
           OPEN OUTPUT comptes-cle-invalide.
           MOVE "N" TO FinParcoursSoldes.
           MOVE ZERO TO SR-Numero-Compte.
           PERFORM VERIFIER-COMPTE-SUIVANT
                   UNTIL Fin-Parcours-Soldes.
           CLOSE comptes-cle-invalide.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           CLOSE soldes.
           DISPLAY "Comptes verifies   : ", ComptesVerifies.
           DISPLAY "Cles en anomalie   : ", ComptesEnAnomalie.
           IF ComptesEnAnomalie > ZERO
               DISPLAY "Liste ecrite dans ", SPOOL-NomFichier,
                       " : planifier la renumerotation de ces ",
                       "comptes."
           ELSE
               DISPLAY "Etat ecrit dans ", SPOOL-NomFichier, "."
           END-IF.
           STOP RUN.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       VERIFIER-COMPTE-SUIVANT.
           READ soldes NEXT RECORD
               AT END
