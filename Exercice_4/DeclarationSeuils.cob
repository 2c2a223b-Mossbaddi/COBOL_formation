      *> parametres (SEUILDECL et PLAFONDDECL). Le mois demande est
      *> balaye dans son archive histarch_AAAAMM puis dans le
      *> fichier vivant, le fichier de declaration date est produit
      *> au spool des editions avec un etat lisible a l'ecran, et le
      *> run est consigne dans controle_runs pour qu'un mois ne soit
      *> jamais declare deux fois.

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

           SELECT controle-runs ASSIGN TO 'controle_runs'
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

       FD controle-runs.
       01 controle-runs-record.

       01 MoisDeclaration PIC 9(6) VALUE ZERO.
       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierDeclaration PIC X(50) VALUE SPACES.
       01 MoisSuivant PIC 9(6) VALUE ZERO.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "DECLSEUI".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "DeclarationSeuils".
       01 SPOOL-Operateur PIC X(4) VALUE "DECL".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

      *> Seuils reglementaires, remplaces au demarrage par le fichier
      *> central des parametres quand il les connait.
                       ws-file-status, ") : run abandonne."
               STOP RUN
           END-IF.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "declaration_" MoisDeclaration
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           PERFORM CALCULER-PERIODE-DECLAREE.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierDeclaration.
           OPEN OUTPUT declaration.
           MOVE SPACES TO LigneDeclaration.
           STRING "DECLARATION " MoisDeclaration
           PERFORM DECLARER-CUMULS-DEPASSES.
           CLOSE declaration.
           CLOSE soldes.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           PERFORM ENREGISTRER-RUN-FAIT.
           DISPLAY "===== SYNTHESE =====".
           DISPLAY "Operations unitaires declarees : ",
                   ".".
           STOP RUN.

       CALCULER-PERIODE-DECLAREE.
      *> La declaration couvre le mois entier : du premier jour au
      *> veille du premier jour du mois suivant.
           COMPUTE SPOOL-DebutPeriode = MoisDeclaration * 100 + 1.
           IF MoisDeclaration(5:2) = "12"
               COMPUTE MoisSuivant = MoisDeclaration + 89
           ELSE
               COMPUTE MoisSuivant = MoisDeclaration + 1
           END-IF.
           MOVE "A" TO DATU-Operation.
           COMPUTE DATU-Date1 = MoisSuivant * 100 + 1.
           MOVE -1 TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00'
               MOVE DATU-DateResultat TO SPOOL-FinPeriode
           ELSE
               MOVE SPOOL-DebutPeriode TO SPOOL-FinPeriode
           END-IF.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       CHARGER-PARAMETRES-CENTRAUX.
           MOVE "SEUILDECL" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
           OPEN INPUT historique.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
