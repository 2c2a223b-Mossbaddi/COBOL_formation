       IDENTIFICATION DIVISION.
       PROGRAM-ID. Editions.

      *> Consultation et reimpression des editions du spool. L'index
      *> spool_index, tenu par la routine Spool, garde pour chaque
      *> edition son nom de fichier unique, son etat (type
      *> d'edition), le programme et l'operateur qui l'ont produite,
      *> la periode couverte et son nombre de lignes. Une
      *> reimpression recopie l'edition sous un nouveau nom du spool
      *> (nom de base reimpression, meme etat, meme periode) et se
      *> note sur l'edition d'origine. La duree de conservation d'un
      *> etat, en jours, est le parametre RET suivi du code de l'etat
      *> (RETAUDITHIS, RETBULLETIN...), a defaut le parametre
      *> RETSPOOL, a defaut 365 jours ; Sauvegarde purge les editions
      *> plus anciennes a chaque prise de sauvegarde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT spool-index ASSIGN TO 'spool_index'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT edition ASSIGN USING NomEdition
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-edition.

           SELECT reimpression ASSIGN USING NomReimpression
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-reimpression.

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

       FD reimpression.
       01 reimpression-enregistrement PIC X(250).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-edition PIC XX.
       01 ws-statut-reimpression PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 NomEdition PIC X(50) VALUE SPACES.
       01 NomReimpression PIC X(50) VALUE SPACES.
       01 ChoixMenu PIC 9 VALUE ZERO.
       01 InitialesOperateur PIC X(4) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.

      *> Etat courant de chaque edition : sa derniere ligne de
      *> l'index, reimpressions mises a part.
       01 TableEditions.
           02 EditionSpool OCCURS 5000 TIMES INDEXED BY IdxEdition.
               03 ED-Nom PIC X(50).
               03 ED-Etat PIC X(8).
               03 ED-Programme PIC X(20).
               03 ED-Operateur PIC X(4).
               03 ED-Date PIC 9(8).
               03 ED-DebutPeriode PIC 9(8).
               03 ED-FinPeriode PIC 9(8).
               03 ED-Lignes PIC 9(7).
               03 ED-Statut PIC X.
               03 ED-Reimpressions PIC 9(3).
       01 NombreEditions PIC 9(4) VALUE ZERO.
       01 EditionsDebordement PIC X VALUE "N".
           88 Editions-Debordement VALUE "O".
       01 EditionTrouvee PIC X VALUE "N".
           88 Edition-Trouvee VALUE "O".
       01 IdxEditionTrouvee PIC 9(4) VALUE ZERO.

       01 FiltreEtat PIC X(8) VALUE SPACES.
       01 FiltreDate PIC 9(8) VALUE ZERO.
       01 NomSaisi PIC X(50) VALUE SPACES.
       01 LibelleStatut PIC X(10) VALUE SPACES.
       01 EditionsListees PIC 9(4) VALUE ZERO.
       01 LignesAffichees PIC 9(7) VALUE ZERO.
       01 ReponsePage PIC X VALUE SPACE.
       01 FinAffichage PIC X VALUE "N".
           88 Fin-Affichage VALUE "O".

      *> Etats connus pour l'affichage des durees de conservation.
       01 TableEtats.
           02 EtatConnu PIC X(8) OCCURS 50 TIMES INDEXED BY IdxEtat.
       01 NombreEtats PIC 9(2) VALUE ZERO.
       01 EtatDejaVu PIC X VALUE "N".
           88 Etat-Deja-Vu VALUE "O".
       01 DureeConservation PIC 9(5) VALUE ZERO.
       01 DureeParDefaut PIC 9(5) VALUE 365.

       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE SPACES.
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "Editions".
       01 SPOOL-Operateur PIC X(4) VALUE SPACES.
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "Vos initiales (pour le journal) :".
           ACCEPT InitialesOperateur.
           MOVE "RETSPOOL" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00' AND PARM-Valeur >= 1
               MOVE PARM-Valeur TO DureeParDefaut
           END-IF.
           PERFORM CHARGER-INDEX.
           PERFORM MENU-EDITIONS.
           STOP RUN.

       MENU-EDITIONS.
           DISPLAY "===== SPOOL DES EDITIONS =====".
           DISPLAY "1. Lister les editions".
           DISPLAY "2. Afficher une edition".
           DISPLAY "3. Reimprimer une edition".
           DISPLAY "4. Durees de conservation par etat".
           DISPLAY "5. Quitter".
           ACCEPT ChoixMenu.
           EVALUATE ChoixMenu
               WHEN 1
                   PERFORM LISTER-EDITIONS
               WHEN 2
                   PERFORM AFFICHER-EDITION
               WHEN 3
                   PERFORM REIMPRIMER-EDITION
               WHEN 4
                   PERFORM LISTER-CONSERVATIONS
               WHEN 5
                   DISPLAY "Au revoir."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
           PERFORM MENU-EDITIONS.

       CHARGER-INDEX.
           MOVE ZERO TO NombreEditions.
           MOVE "N" TO EditionsDebordement.
           OPEN INPUT spool-index.
           IF ws-file-status = '35'
               CLOSE spool-index
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ spool-index
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UNE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE spool-index
           END-IF.
           IF Editions-Debordement
               DISPLAY "ATTENTION : plus de 5000 editions dans ",
                       "spool_index, les plus recentes manquent."
           END-IF.

       RANGER-UNE-LIGNE.
           MOVE SX-Nom TO NomSaisi.
           PERFORM CHERCHER-EDITION.
           IF NOT Edition-Trouvee
               IF NombreEditions < 5000
                   ADD 1 TO NombreEditions
                   MOVE NombreEditions TO IdxEditionTrouvee
                   MOVE SX-Nom TO ED-Nom(IdxEditionTrouvee)
                   MOVE ZERO TO ED-Reimpressions(IdxEditionTrouvee)
                   MOVE "O" TO EditionTrouvee
               ELSE
                   MOVE "O" TO EditionsDebordement
               END-IF
           END-IF.
           IF Edition-Trouvee
               IF SX-Statut = "I"
                   ADD 1 TO ED-Reimpressions(IdxEditionTrouvee)
               ELSE
                   MOVE SX-Statut TO ED-Statut(IdxEditionTrouvee)
                   MOVE SX-Etat TO ED-Etat(IdxEditionTrouvee)
                   MOVE SX-Lignes TO ED-Lignes(IdxEditionTrouvee)
                   IF SX-Statut = "R"
                       MOVE SX-Programme
                            TO ED-Programme(IdxEditionTrouvee)
                       MOVE SX-Operateur
                            TO ED-Operateur(IdxEditionTrouvee)
                       MOVE SX-Date TO ED-Date(IdxEditionTrouvee)
                       MOVE SX-DebutPeriode
                            TO ED-DebutPeriode(IdxEditionTrouvee)
                       MOVE SX-FinPeriode
                            TO ED-FinPeriode(IdxEditionTrouvee)
                   END-IF
               END-IF
           END-IF.

       CHERCHER-EDITION.
           MOVE "N" TO EditionTrouvee.
           MOVE ZERO TO IdxEditionTrouvee.
           PERFORM VARYING IdxEdition FROM 1 BY 1
                   UNTIL IdxEdition > NombreEditions
                      OR Edition-Trouvee
               IF ED-Nom(IdxEdition) = NomSaisi
                   MOVE "O" TO EditionTrouvee
                   SET IdxEditionTrouvee TO IdxEdition
               END-IF
           END-PERFORM.

       LIBELLER-STATUT.
           EVALUATE ED-Statut(IdxEdition)
               WHEN "E"
                   MOVE "EDITEE" TO LibelleStatut
               WHEN "R"
                   MOVE "INCOMPLETE" TO LibelleStatut
               WHEN "P"
                   MOVE "PURGEE" TO LibelleStatut
               WHEN OTHER
                   MOVE "?" TO LibelleStatut
           END-EVALUATE.

       LISTER-EDITIONS.
           DISPLAY "Etat (vide pour tous) :".
           MOVE SPACES TO FiltreEtat.
           ACCEPT FiltreEtat.
           DISPLAY "Editees depuis le (AAAAMMJJ, 0 pour toutes) :".
           MOVE ZERO TO FiltreDate.
           ACCEPT FiltreDate.
           MOVE ZERO TO EditionsListees.
           DISPLAY "Date     Etat     Programme            Oper ",
                   "Periode           Lignes  Statut     Reimp Nom".
           PERFORM VARYING IdxEdition FROM 1 BY 1
                   UNTIL IdxEdition > NombreEditions
               IF (FiltreEtat = SPACES
                   OR ED-Etat(IdxEdition) = FiltreEtat)
                  AND ED-Date(IdxEdition) >= FiltreDate
                   ADD 1 TO EditionsListees
                   PERFORM LIBELLER-STATUT
                   DISPLAY ED-Date(IdxEdition), " ",
                           ED-Etat(IdxEdition), " ",
                           ED-Programme(IdxEdition), " ",
                           ED-Operateur(IdxEdition), " ",
                           ED-DebutPeriode(IdxEdition), "-",
                           ED-FinPeriode(IdxEdition), " ",
                           ED-Lignes(IdxEdition), " ",
                           LibelleStatut, " ",
                           ED-Reimpressions(IdxEdition), " ",
                           ED-Nom(IdxEdition)
               END-IF
           END-PERFORM.
           DISPLAY EditionsListees, " edition(s).".

       SAISIR-EDITION.
           DISPLAY "Nom de l'edition :".
           MOVE SPACES TO NomSaisi.
           ACCEPT NomSaisi.
           PERFORM CHERCHER-EDITION.
           IF NOT Edition-Trouvee
               DISPLAY "Edition inconnue du spool."
           ELSE
               IF ED-Statut(IdxEditionTrouvee) = "P"
                   DISPLAY "Edition purgee le delai de conservation ",
                           "passe."
                   MOVE "N" TO EditionTrouvee
               END-IF
           END-IF.

       AFFICHER-EDITION.
      *> Affichage par pages de vingt lignes.
           PERFORM SAISIR-EDITION.
           IF Edition-Trouvee
               MOVE NomSaisi TO NomEdition
               OPEN INPUT edition
               IF ws-statut-edition NOT = '00'
                   DISPLAY "Fichier ", NomEdition, " illisible ",
                           "(statut ", ws-statut-edition, ")."
               ELSE
                   MOVE ZERO TO LignesAffichees
                   MOVE "N" TO FinAffichage
                   PERFORM UNTIL ws-statut-edition = '10'
                              OR Fin-Affichage
                       READ edition
                           AT END
                               MOVE '10' TO ws-statut-edition
                           NOT AT END
                               DISPLAY edition-enregistrement(1:132)
                               ADD 1 TO LignesAffichees
                               IF LignesAffichees = 20
                                   PERFORM DEMANDER-PAGE-SUIVANTE
                                   MOVE ZERO TO LignesAffichees
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE edition
               END-IF
           END-IF.

       DEMANDER-PAGE-SUIVANTE.
           DISPLAY "-- Entree pour continuer, F pour arreter --".
           MOVE SPACE TO ReponsePage.
           ACCEPT ReponsePage.
           IF ReponsePage = "F" OR ReponsePage = "f"
               MOVE "O" TO FinAffichage
           END-IF.

       REIMPRIMER-EDITION.
           PERFORM SAISIR-EDITION.
           IF Edition-Trouvee
               MOVE NomSaisi TO NomEdition
               OPEN INPUT edition
               IF ws-statut-edition NOT = '00'
                   DISPLAY "Fichier ", NomEdition, " illisible ",
                           "(statut ", ws-statut-edition, ")."
               ELSE
                   MOVE "N" TO SPOOL-Operation
                   MOVE ED-Etat(IdxEditionTrouvee) TO SPOOL-Etat
                   MOVE "reimpression" TO SPOOL-NomBase
                   MOVE InitialesOperateur TO SPOOL-Operateur
                   MOVE ED-DebutPeriode(IdxEditionTrouvee)
                        TO SPOOL-DebutPeriode
                   MOVE ED-FinPeriode(IdxEditionTrouvee)
                        TO SPOOL-FinPeriode
                   PERFORM APPELER-SPOOL
                   MOVE SPOOL-NomFichier TO NomReimpression
                   OPEN OUTPUT reimpression
                   PERFORM UNTIL ws-statut-edition = '10'
                       READ edition
                           AT END
                               MOVE '10' TO ws-statut-edition
                           NOT AT END
                               MOVE edition-enregistrement
                                    TO reimpression-enregistrement
                               WRITE reimpression-enregistrement
                       END-READ
                   END-PERFORM
                   CLOSE edition
                   CLOSE reimpression
                   MOVE "F" TO SPOOL-Operation
                   PERFORM APPELER-SPOOL
                   PERFORM NOTER-REIMPRESSION
                   DISPLAY "Reimpression de ", NomEdition, " dans ",
                           NomReimpression, " (", SPOOL-Lignes,
                           " lignes)."
               END-IF
           END-IF.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       NOTER-REIMPRESSION.
      *> La ligne I garde l'operateur et la date de la reimpression
      *> sans changer l'etat de l'edition d'origine.
           MOVE ED-Nom(IdxEditionTrouvee) TO SX-Nom.
           MOVE ED-Etat(IdxEditionTrouvee) TO SX-Etat.
           MOVE "Editions" TO SX-Programme.
           MOVE InitialesOperateur TO SX-Operateur.
           ACCEPT SX-Date FROM DATE YYYYMMDD.
           ACCEPT SX-Heure FROM TIME.
           MOVE ED-DebutPeriode(IdxEditionTrouvee) TO SX-DebutPeriode.
           MOVE ED-FinPeriode(IdxEditionTrouvee) TO SX-FinPeriode.
           MOVE ED-Lignes(IdxEditionTrouvee) TO SX-Lignes.
           MOVE "I" TO SX-Statut.
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
           PERFORM CHARGER-INDEX.

       LISTER-CONSERVATIONS.
           MOVE ZERO TO NombreEtats.
           PERFORM VARYING IdxEdition FROM 1 BY 1
                   UNTIL IdxEdition > NombreEditions
               MOVE "N" TO EtatDejaVu
               PERFORM VARYING IdxEtat FROM 1 BY 1
                       UNTIL IdxEtat > NombreEtats OR Etat-Deja-Vu
                   IF EtatConnu(IdxEtat) = ED-Etat(IdxEdition)
                       MOVE "O" TO EtatDejaVu
                   END-IF
               END-PERFORM
               IF NOT Etat-Deja-Vu AND NombreEtats < 50
                   ADD 1 TO NombreEtats
                   MOVE ED-Etat(IdxEdition) TO EtatConnu(NombreEtats)
               END-IF
           END-PERFORM.
           DISPLAY "Etat     Conservation (jours)".
           PERFORM VARYING IdxEtat FROM 1 BY 1
                   UNTIL IdxEtat > NombreEtats
               MOVE SPACES TO PARM-Code
               STRING "RET" EtatConnu(IdxEtat)
                   DELIMITED BY SIZE INTO PARM-Code
               CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                       PARM-Statut
               IF PARM-Statut = '00' AND PARM-Valeur >= 1
                   MOVE PARM-Valeur TO DureeConservation
               ELSE
                   MOVE DureeParDefaut TO DureeConservation
               END-IF
               DISPLAY EtatConnu(IdxEtat), " ", DureeConservation
           END-PERFORM.
           DISPLAY "Parametre RET<etat> pour changer une duree, ",
                   "RETSPOOL pour la duree par defaut (",
                   DureeParDefaut, ").".
