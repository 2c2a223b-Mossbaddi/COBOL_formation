       IDENTIFICATION DIVISION.
       PROGRAM-ID. Spool.

      *> Spool des editions de la suite : chaque programme qui produit
      *> un etat, des lettres ou des releves appelle cette routine
      *> avant d'ouvrir son fichier, pour obtenir un nom unique date,
      *> puis apres l'avoir ferme, pour l'inscrire comme edite. Plus
      *> aucune edition n'ecrase celle de la veille.
      *> LS-Operation :
      *>   N : nommer - LS-NomFichier recoit <LS-NomBase>_AAAAMMJJ_nnn
      *>       (date du jour, nnn rang de l'edition du jour pour ce
      *>       nom de base) et l'edition est reservee a l'index ;
      *>   F : fin - le fichier LS-NomFichier est recompte, son nombre
      *>       de lignes rendu dans LS-Lignes et l'edition inscrite
      *>       comme terminee.
      *> L'index spool_index ne fait que s'allonger : une ligne par
      *> changement d'etat d'une edition (R reservee, E editee, I
      *> reimprimee, P purgee), la derniere ligne d'un nom faisant foi
      *> sauf les reimpressions qui ne changent pas l'etat. Chaque
      *> ligne porte l'etat (type d'edition, qui fixe la duree de
      *> conservation appliquee par Sauvegarde), le programme,
      *> l'operateur et la periode couverte.
      *> LS-Statut : '00' bon deroulement, '90' plus de 999 editions
      *> du jour pour ce nom, '91' operation inconnue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT spool-index ASSIGN TO 'spool_index'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT edition ASSIGN USING NomEdition
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-edition.

       DATA DIVISION.
       FILE SECTION.
       FD spool-index.
       01 spool-index-enregistrement.
           05 SX-Nom PIC X(50).
           05 SX-Sep1 PIC X.
           05 SX-Etat PIC X(8).
           05 SX-Sep2 PIC X.
           05 SX-Programme PIC X(20).
           05 SX-Sep3 PIC X.
           05 SX-Operateur PIC X(4).
           05 SX-Sep4 PIC X.
           05 SX-Date PIC 9(8).
           05 SX-Sep5 PIC X.
           05 SX-Heure PIC 9(8).
           05 SX-Sep6 PIC X.
           05 SX-DebutPeriode PIC 9(8).
           05 SX-Sep7 PIC X.
           05 SX-FinPeriode PIC 9(8).
           05 SX-Sep8 PIC X.
           05 SX-Lignes PIC 9(7).
           05 SX-Sep9 PIC X.
           05 SX-Statut PIC X.

       FD edition.
       01 edition-enregistrement PIC X(250).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-edition PIC XX.
       01 SEP-Virgule PIC X VALUE ",".
       01 NomEdition PIC X(50) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 PrefixeNom PIC X(50) VALUE SPACES.
       01 LongueurPrefixe PIC 9(2) VALUE ZERO.
       01 RangEdition PIC 9(4) VALUE ZERO.
       01 RangAffiche PIC 9(3) VALUE ZERO.
       01 LignesComptees PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Operation PIC X.
       01 LS-Etat PIC X(8).
       01 LS-NomBase PIC X(30).
       01 LS-Programme PIC X(20).
       01 LS-Operateur PIC X(4).
       01 LS-DebutPeriode PIC 9(8).
       01 LS-FinPeriode PIC 9(8).
       01 LS-NomFichier PIC X(50).
       01 LS-Lignes PIC 9(7).
       01 LS-Statut PIC XX.

       PROCEDURE DIVISION USING LS-Operation, LS-Etat, LS-NomBase,
               LS-Programme, LS-Operateur, LS-DebutPeriode,
               LS-FinPeriode, LS-NomFichier, LS-Lignes, LS-Statut.
       TRAITER-EDITION.
           MOVE '00' TO LS-Statut.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           EVALUATE LS-Operation
               WHEN "N"
                   PERFORM NOMMER-EDITION
               WHEN "F"
                   PERFORM TERMINER-EDITION
               WHEN OTHER
                   MOVE '91' TO LS-Statut
           END-EVALUATE.
           EXIT PROGRAM.

       NOMMER-EDITION.
      *> Le rang du jour est le nombre d'editions deja reservees sous
      *> ce nom de base aujourd'hui, plus un.
           MOVE SPACES TO PrefixeNom.
           STRING LS-NomBase DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  DateDuJour DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
               INTO PrefixeNom.
           MOVE ZERO TO LongueurPrefixe.
           INSPECT PrefixeNom TALLYING LongueurPrefixe
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO RangEdition.
           OPEN INPUT spool-index.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ spool-index
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF SX-Statut = "R"
                              AND SX-Nom(1:LongueurPrefixe)
                                  = PrefixeNom(1:LongueurPrefixe)
                               ADD 1 TO RangEdition
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE spool-index
           END-IF.
           ADD 1 TO RangEdition.
           IF RangEdition > 999
               MOVE '90' TO LS-Statut
               MOVE 999 TO RangAffiche
           ELSE
               MOVE RangEdition TO RangAffiche
           END-IF.
           MOVE SPACES TO LS-NomFichier.
           STRING PrefixeNom DELIMITED BY SPACE
                  RangAffiche DELIMITED BY SIZE
               INTO LS-NomFichier.
           MOVE ZERO TO LS-Lignes.
           MOVE "R" TO SX-Statut.
           PERFORM INSCRIRE-EDITION.

       TERMINER-EDITION.
           MOVE LS-NomFichier TO NomEdition.
           MOVE ZERO TO LignesComptees.
           OPEN INPUT edition.
           IF ws-statut-edition = '00'
               PERFORM UNTIL ws-statut-edition = '10'
                   READ edition
                       AT END
                           MOVE '10' TO ws-statut-edition
                       NOT AT END
                           ADD 1 TO LignesComptees
                   END-READ
               END-PERFORM
               CLOSE edition
           END-IF.
           MOVE LignesComptees TO LS-Lignes.
           MOVE "E" TO SX-Statut.
           PERFORM INSCRIRE-EDITION.

       INSCRIRE-EDITION.
           MOVE LS-NomFichier TO SX-Nom.
           MOVE LS-Etat TO SX-Etat.
           MOVE LS-Programme TO SX-Programme.
           MOVE LS-Operateur TO SX-Operateur.
           MOVE DateDuJour TO SX-Date.
           ACCEPT SX-Heure FROM TIME.
           MOVE LS-DebutPeriode TO SX-DebutPeriode.
           MOVE LS-FinPeriode TO SX-FinPeriode.
           MOVE LS-Lignes TO SX-Lignes.
           MOVE SEP-Virgule TO SX-Sep1.
           MOVE SEP-Virgule TO SX-Sep2.
           MOVE SEP-Virgule TO SX-Sep3.
           MOVE SEP-Virgule TO SX-Sep4.
           MOVE SEP-Virgule TO SX-Sep5.
           MOVE SEP-Virgule TO SX-Sep6.
           MOVE SEP-Virgule TO SX-Sep7.
           MOVE SEP-Virgule TO SX-Sep8.
           MOVE SEP-Virgule TO SX-Sep9.
           OPEN EXTEND spool-index.
           IF ws-file-status = '35'
               CLOSE spool-index
               OPEN OUTPUT spool-index
           END-IF.
           WRITE spool-index-enregistrement.
           CLOSE spool-index.
       END PROGRAM Spool.
