       IDENTIFICATION DIVISION.
       PROGRAM-ID. Periodes.

      *> Cloture des periodes comptables mensuelles. Un mois passe
      *> d'ouvert a en cloture (plus aucune operation datee dans le
      *> mois : le guichet refuse de poster, la chaine s'arrete,
      *> l'export comptable refuse d'ecrire le journal), puis a clos
      *> une fois les controles faits. Chaque changement d'etat
      *> s'ajoute au fichier periodes avec la date, l'heure et les
      *> initiales de l'operateur : la derniere ligne d'un mois fait
      *> foi et un mois absent du fichier est ouvert. Seuls les mois
      *> deja termines peuvent etre fermes ; une reouverture demande
      *> confirmation. Les corrections qui concernent une periode
      *> fermee sont passees au premier jour ouvert avec la mention
      *> CLOS et le mois concerne en reference (routine Periode).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periodes ASSIGN TO 'periodes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD periodes.
       01 periode-enregistrement.
           05 PE-Mois PIC 9(6).
           05 PE-Sep1 PIC X.
           05 PE-Statut PIC X.
           05 PE-Sep2 PIC X.
           05 PE-Date PIC 9(8).
           05 PE-Sep3 PIC X.
           05 PE-Heure PIC 9(8).
           05 PE-Sep4 PIC X.
           05 PE-Operateur PIC X(4).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 TablePeriodes.
           02 PeriodeMois OCCURS 240 TIMES INDEXED BY IdxPeriode.
               03 TP-Mois PIC 9(6).
               03 TP-Statut PIC X.
               03 TP-Date PIC 9(8).
               03 TP-Operateur PIC X(4).
       01 NombrePeriodes PIC 9(3) VALUE ZERO.
       01 PeriodesDebordement PIC X VALUE "N".
           88 Periodes-Debordement VALUE "O".
       01 PeriodeTrouvee PIC X VALUE "N".
           88 Periode-Trouvee VALUE "O".

       01 ChoixMenu PIC 9 VALUE ZERO.
       01 InitialesOperateur PIC X(4) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 MoisSaisi PIC 9(6) VALUE ZERO.
       01 StatutActuel PIC X VALUE "O".
           88 Actuel-Ouvert VALUE "O".
           88 Actuel-En-Cloture VALUE "C".
           88 Actuel-Clos VALUE "F".
       01 NouveauStatut PIC X VALUE SPACE.
       01 LibelleStatut PIC X(10) VALUE SPACES.
       01 Confirmation PIC X VALUE "N".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "Vos initiales (pour le journal) :".
           ACCEPT InitialesOperateur.
           PERFORM CHARGER-PERIODES.
           PERFORM MENU-PERIODES.
           STOP RUN.

       MENU-PERIODES.
           DISPLAY "===== PERIODES COMPTABLES =====".
           DISPLAY "1. Lister les periodes fermees ou en cloture".
           DISPLAY "2. Mettre un mois en cloture".
           DISPLAY "3. Clore un mois".
           DISPLAY "4. Rouvrir un mois".
           DISPLAY "5. Quitter".
           ACCEPT ChoixMenu.
           EVALUATE ChoixMenu
               WHEN 1
                   PERFORM LISTER-PERIODES
               WHEN 2
                   PERFORM METTRE-EN-CLOTURE
               WHEN 3
                   PERFORM CLORE-PERIODE
               WHEN 4
                   PERFORM ROUVRIR-PERIODE
               WHEN 5
                   DISPLAY "Au revoir."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
           PERFORM MENU-PERIODES.

       CHARGER-PERIODES.
      *> Etat courant de chaque mois : sa derniere ligne du fichier.
           MOVE ZERO TO NombrePeriodes.
           MOVE "N" TO PeriodesDebordement.
           OPEN INPUT periodes.
           IF ws-file-status = '35'
               CLOSE periodes
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ periodes
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UNE-PERIODE
                   END-READ
               END-PERFORM
               CLOSE periodes
           END-IF.
           IF Periodes-Debordement
               DISPLAY "ATTENTION : plus de 240 mois dans periodes, ",
                       "etat incomplet - aucun changement possible."
           END-IF.

       RANGER-UNE-PERIODE.
           MOVE PE-Mois TO MoisSaisi.
           PERFORM CHERCHER-PERIODE.
           IF NOT Periode-Trouvee
               IF NombrePeriodes < 240
                   ADD 1 TO NombrePeriodes
                   SET IdxPeriode TO NombrePeriodes
                   MOVE PE-Mois TO TP-Mois(IdxPeriode)
                   MOVE "O" TO PeriodeTrouvee
               ELSE
                   MOVE "O" TO PeriodesDebordement
               END-IF
           END-IF.
           IF Periode-Trouvee
               MOVE PE-Statut TO TP-Statut(IdxPeriode)
               MOVE PE-Date TO TP-Date(IdxPeriode)
               MOVE PE-Operateur TO TP-Operateur(IdxPeriode)
           END-IF.

       CHERCHER-PERIODE.
      *> Positionne IdxPeriode sur le mois MoisSaisi s'il est connu.
           MOVE "N" TO PeriodeTrouvee.
           MOVE "O" TO StatutActuel.
           SET IdxPeriode TO 1.
           SEARCH PeriodeMois
               AT END
                   CONTINUE
               WHEN IdxPeriode <= NombrePeriodes
                    AND TP-Mois(IdxPeriode) = MoisSaisi
                   MOVE "O" TO PeriodeTrouvee
                   MOVE TP-Statut(IdxPeriode) TO StatutActuel
           END-SEARCH.

       LISTER-PERIODES.
           DISPLAY "Mois   Etat       Depuis le Par".
           PERFORM VARYING IdxPeriode FROM 1 BY 1
                   UNTIL IdxPeriode > NombrePeriodes
               IF TP-Statut(IdxPeriode) NOT = "O"
                   MOVE TP-Statut(IdxPeriode) TO StatutActuel
                   PERFORM LIBELLER-STATUT
                   DISPLAY TP-Mois(IdxPeriode), " ", LibelleStatut,
                           " ", TP-Date(IdxPeriode), " ",
                           TP-Operateur(IdxPeriode)
               END-IF
           END-PERFORM.
           DISPLAY "Les mois non listes sont ouverts.".

       LIBELLER-STATUT.
           EVALUATE TRUE
               WHEN Actuel-En-Cloture
                   MOVE "EN CLOTURE" TO LibelleStatut
               WHEN Actuel-Clos
                   MOVE "CLOS" TO LibelleStatut
               WHEN OTHER
                   MOVE "OUVERT" TO LibelleStatut
           END-EVALUATE.

       SAISIR-MOIS.
           DISPLAY "Mois concerne (AAAAMM) :".
           ACCEPT MoisSaisi.
           PERFORM CHERCHER-PERIODE.

       METTRE-EN-CLOTURE.
           IF Periodes-Debordement
               DISPLAY "Fichier periodes incomplet : changement refuse."
           ELSE
               PERFORM SAISIR-MOIS
               ACCEPT DateDuJour FROM DATE YYYYMMDD
               IF MoisSaisi(5:2) < "01" OR MoisSaisi(5:2) > "12"
                   DISPLAY "Mois invalide."
               ELSE
                   IF MoisSaisi >= DateDuJour(1:6)
                       DISPLAY "Seul un mois termine peut etre ",
                               "mis en cloture."
                   ELSE
                       IF NOT Actuel-Ouvert
                           DISPLAY "Ce mois n'est pas ouvert."
                       ELSE
                           MOVE "C" TO NouveauStatut
                           PERFORM ENREGISTRER-CHANGEMENT
                           DISPLAY "Mois ", MoisSaisi,
                                   " en cloture : plus aucune ",
                                   "operation datee dans ce mois."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CLORE-PERIODE.
      *> Un mois ne se clot qu'apres etre passe en cloture.
           IF Periodes-Debordement
               DISPLAY "Fichier periodes incomplet : changement refuse."
           ELSE
               PERFORM SAISIR-MOIS
               IF NOT Actuel-En-Cloture
                   DISPLAY "Le mois doit d'abord etre mis en cloture."
               ELSE
                   MOVE "F" TO NouveauStatut
                   PERFORM ENREGISTRER-CHANGEMENT
                   DISPLAY "Mois ", MoisSaisi, " clos."
               END-IF
           END-IF.

       ROUVRIR-PERIODE.
           IF Periodes-Debordement
               DISPLAY "Fichier periodes incomplet : changement refuse."
           ELSE
               PERFORM SAISIR-MOIS
               IF Actuel-Ouvert
                   DISPLAY "Ce mois est deja ouvert."
               ELSE
                   DISPLAY "Rouvrir le mois ", MoisSaisi,
                           " ? Les operations datees dans ce mois ",
                           "redeviennent possibles (O/N) :"
                   ACCEPT Confirmation
                   IF Confirmation = "O" OR Confirmation = "o"
                       MOVE "O" TO NouveauStatut
                       PERFORM ENREGISTRER-CHANGEMENT
                       DISPLAY "Mois ", MoisSaisi, " rouvert."
                   ELSE
                       DISPLAY "Reouverture abandonnee."
                   END-IF
               END-IF
           END-IF.

       ENREGISTRER-CHANGEMENT.
           MOVE MoisSaisi TO PE-Mois.
           MOVE NouveauStatut TO PE-Statut.
           ACCEPT PE-Date FROM DATE YYYYMMDD.
           ACCEPT PE-Heure FROM TIME.
           MOVE InitialesOperateur TO PE-Operateur.
           MOVE SEP-Virgule TO PE-Sep1.
           MOVE SEP-Virgule TO PE-Sep2.
           MOVE SEP-Virgule TO PE-Sep3.
           MOVE SEP-Virgule TO PE-Sep4.
           OPEN EXTEND periodes.
           IF ws-file-status = '35'
               CLOSE periodes
               OPEN OUTPUT periodes
           END-IF.
           WRITE periode-enregistrement.
           CLOSE periodes.
           PERFORM RANGER-UNE-PERIODE.
