       IDENTIFICATION DIVISION.
       PROGRAM-ID. SurveillanceLCB.

      *> Surveillance anti-blanchiment du journal des operations :
      *> DeclarationSeuils ne voit que les operations unitaires
      *> au-dessus de SEUILDECL et les cumuls mensuels ; un client qui
      *> depose juste sous le seuil plusieurs jours de suite lui
      *> echappe. Ce programme balaye le mois demande (archive
      *> histarch_AAAAMM puis fichier vivant, le mois precedent
      *> servant de contexte) et applique quatre scenarios :
      *>   FR : fractionnement - au moins LCBNBFRAC depots D/Q du mois
      *>        dans la bande de LCBBANDE % juste sous SEUILDECL ;
      *>   DS : depot puis sortie - un virement externe T d'au moins
      *>        LCBPCTSORT % d'un depot D/Q pose sur le meme compte
      *>        LCBJOURS jours avant au plus ;
      *>   DO : reveil d'un compte recense dans comptes_dormants
      *>        (mouvement client posterieur a sa derniere
      *>        operation connue) ;
      *>   AR : serie de montants ronds - au moins LCBNBRONDS
      *>        operations client multiples de LCBARRONDI.
      *> Chaque detection devient une alerte du fichier alertes_lcb,
      *> ouverte (O), puis classee sans suite (C) ou declaree (D) par
      *> un superviseur qui y laisse son identifiant, la date et son
      *> motif : la conformite montre ainsi son travail au
      *> regulateur. Un mois n'est surveille qu'une fois (voir
      *> controle_runs).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-Numero-Compte
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

           SELECT comptes-dormants ASSIGN TO 'comptes_dormants'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT controle-runs ASSIGN TO 'controle_runs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT alertes-lcb ASSIGN TO 'alertes_lcb'
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
           05 MYFILLER  PIC X.
           05 SR-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MYFILLER2 PIC X.
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

       FD comptes-dormants.
       01 comptes-dormants-record.
           05 CD-Numero-Compte PIC 9(6).
           05 CD-FILLER1 PIC X.
           05 CD-Derniere-Operation PIC 9(8).
           05 CD-FILLER2 PIC X.
           05 CD-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD controle-runs.
       01 controle-runs-record.
           05 RC-Type PIC X(12).
           05 RC-FILLER1 PIC X.
           05 RC-Date-Metier PIC 9(8).
           05 RC-FILLER2 PIC X.
           05 RC-Date-Systeme PIC 9(8).
           05 RC-FILLER3 PIC X.
           05 RC-Heure-Systeme PIC 9(8).
           05 RC-FILLER4 PIC X.
           05 RC-Operateur PIC X(4).

      *> Une alerte par detection. AL-Sequence designe la ligne du
      *> journal qui a declenche l'alerte (la sortie T pour DS, la
      *> premiere operation du mois pour les autres scenarios).
       FD alertes-lcb.
       01 alerte-enregistrement.
           05 AL-Numero PIC 9(6).
           05 AL-FILLER1 PIC X.
           05 AL-Date-Detection PIC 9(8).
           05 AL-FILLER2 PIC X.
           05 AL-Scenario PIC X(2).
           05 AL-FILLER3 PIC X.
           05 AL-Mois PIC 9(6).
           05 AL-FILLER4 PIC X.
           05 AL-Compte PIC 9(6).
           05 AL-FILLER5 PIC X.
           05 AL-Client PIC 9(5).
           05 AL-FILLER6 PIC X.
           05 AL-Nombre PIC 9(3).
           05 AL-FILLER7 PIC X.
           05 AL-Montant PIC 9(7)V99.
           05 AL-FILLER8 PIC X.
           05 AL-Sequence PIC 9(8).
           05 AL-FILLER9 PIC X.
           05 AL-Statut PIC X.
               88 Alerte-Ouverte VALUE "O".
               88 Alerte-Classee VALUE "C".
               88 Alerte-Declaree VALUE "D".
           05 AL-FILLER10 PIC X.
           05 AL-Operateur PIC X(4).
           05 AL-FILLER11 PIC X.
           05 AL-Date-Revue PIC 9(8).
           05 AL-FILLER12 PIC X.
           05 AL-Motif PIC X(30).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 ChoixMenu PIC 9 VALUE ZERO.
       01 MoisSurveille PIC 9(6) VALUE ZERO.
       01 MoisPrecedent PIC 9(6) VALUE ZERO.
       01 MoisTravail.
           05 MT-Annee PIC 9(4).
           05 MT-Mois PIC 9(2).
       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.

      *> Session operateur ouverte par la routine partagee SignOn :
      *> seul un superviseur (ou plus) peut classer ou declarer une
      *> alerte, et son identifiant reste sur l'alerte.
       01 OperateurCourant PIC X(4) VALUE SPACES.
       01 NomOperateur PIC X(20) VALUE SPACES.
       01 RoleOperateur PIC X VALUE SPACE.
           88 Role-Superviseur-Ou-Plus VALUE "S" "M".
       01 SignOnStatut PIC XX VALUE SPACES.

       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 TypeRunControle PIC X(12) VALUE SPACES.
       01 DateMetierRun PIC 9(8) VALUE ZERO.
       01 RunDejaFait PIC X VALUE "N".
           88 Run-Deja-Fait VALUE "O".

      *> Parametres des scenarios, remplaces au demarrage par le
      *> fichier central des parametres quand il les connait.
       01 SeuilUnitaire PIC 9(7)V99 VALUE 10000.00.
       01 BandeFractionnement PIC 9(3)V99 VALUE 10.00.
       01 SeuilBasFractionnement PIC 9(7)V99 VALUE ZERO.
       01 NbFractionMin PIC 9(3) VALUE 3.
       01 JoursSortieMax PIC 9(3) VALUE 3.
       01 PctSortieMin PIC 9(3)V99 VALUE 80.00.
       01 MontantArrondi PIC 9(7)V99 VALUE 1000.00.
       01 NbRondsMin PIC 9(3) VALUE 3.

      *> Depots D/Q du mois et du mois precedent, candidats au
      *> scenario depot puis sortie.
       01 TableDepotsLCB.
           02 DepotLCB OCCURS 2000 TIMES INDEXED BY IdxDepot.
               03 TDL-Compte PIC 9(6).
               03 TDL-Date PIC 9(8).
               03 TDL-Montant PIC 9(5)V99.
       01 NombreDepotsLCB PIC 9(4) VALUE ZERO.

      *> Sorties T du mois surveille.
       01 TableSortiesLCB.
           02 SortieLCB OCCURS 500 TIMES INDEXED BY IdxSortie.
               03 TSL-Compte PIC 9(6).
               03 TSL-Date PIC 9(8).
               03 TSL-Montant PIC 9(5)V99.
               03 TSL-Sequence PIC 9(8).
       01 NombreSortiesLCB PIC 9(3) VALUE ZERO.

      *> Compteurs du mois par compte pour les scenarios FR, AR, DO.
       01 TableStatsComptes.
           02 StatCompte OCCURS 1000 TIMES INDEXED BY IdxStat.
               03 SC-Compte PIC 9(6).
               03 SC-NbFraction PIC 9(3).
               03 SC-TotalFraction PIC 9(7)V99.
               03 SC-SeqFraction PIC 9(8).
               03 SC-NbRonds PIC 9(3).
               03 SC-TotalRonds PIC 9(7)V99.
               03 SC-SeqRonds PIC 9(8).
               03 SC-NbDormant PIC 9(3).
               03 SC-TotalDormant PIC 9(7)V99.
               03 SC-SeqDormant PIC 9(8).
       01 NombreStatsComptes PIC 9(4) VALUE ZERO.
       01 StatTrouvee PIC X VALUE "N".
           88 Stat-Trouvee VALUE "O".
       01 IdxStatTrouvee PIC 9(4) VALUE ZERO.

      *> Comptes recenses dormants par le dernier recensement.
       01 TableDormants.
           02 CompteDormant OCCURS 2000 TIMES INDEXED BY IdxDormant.
               03 TDO-Compte PIC 9(6).
               03 TDO-Derniere-Operation PIC 9(8).
       01 NombreDormants PIC 9(4) VALUE ZERO.
       01 DormantTrouve PIC X VALUE "N".
           88 Dormant-Trouve VALUE "O".
       01 DateDormance PIC 9(8) VALUE ZERO.

       01 TablesDebordement PIC X VALUE "N".
           88 Tables-Debordement VALUE "O".

       01 QuotientRond PIC 9(7) VALUE ZERO.
       01 ResteRond PIC 9(7)V99 VALUE ZERO.
       01 MontantMinSortie PIC 9(7)V99 VALUE ZERO.
       01 SortieRapprochee PIC X VALUE "N".
           88 Sortie-Rapprochee VALUE "O".
       01 DepotRapproche PIC 9(5)V99 VALUE ZERO.
       01 DateDepotRapproche PIC 9(8) VALUE ZERO.

      *> Fichier des alertes charge en table pour la revue : une
      *> ligne par alerte, reecrit en entier apres une decision.
       01 TableAlertes.
           02 AlerteLCB OCCURS 1000 TIMES INDEXED BY IdxAlerte.
               03 TA-Ligne PIC X(108).
       01 NombreAlertes PIC 9(4) VALUE ZERO.
       01 AlertesDebordement PIC X VALUE "N".
           88 Alertes-Debordement VALUE "O".
       01 DernierNumeroAlerte PIC 9(6) VALUE ZERO.
       01 AlertesCreees PIC 9(4) VALUE ZERO.
       01 AlertesListees PIC 9(4) VALUE ZERO.

      *> Donnees de l'alerte en cours de creation.
       01 ScenarioAlerte PIC X(2) VALUE SPACES.
       01 CompteAlerte PIC 9(6) VALUE ZERO.
       01 NombreAlerte PIC 9(3) VALUE ZERO.
       01 MontantAlerte PIC 9(7)V99 VALUE ZERO.
       01 SequenceAlerte PIC 9(8) VALUE ZERO.

      *> Revue d'une alerte.
       01 StatutListe PIC X VALUE SPACE.
       01 NumeroAlerteRevue PIC 9(6) VALUE ZERO.
       01 AlerteTrouvee PIC X VALUE "N".
           88 Alerte-Trouvee VALUE "O".
       01 IdxAlerteTrouvee PIC 9(4) VALUE ZERO.
       01 DecisionRevue PIC X VALUE SPACE.
       01 MotifRevue PIC X(30) VALUE SPACES.
       01 NbAlertesOuvertes PIC 9(4) VALUE ZERO.
       01 NbAlertesClassees PIC 9(4) VALUE ZERO.
       01 NbAlertesDeclarees PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           CALL 'SignOn' USING OperateurCourant, NomOperateur,
                   RoleOperateur, SignOnStatut.
           IF SignOnStatut NOT = '00'
               STOP RUN
           END-IF.
           PERFORM MENU-SURVEILLANCE.
           STOP RUN.

       MENU-SURVEILLANCE.
           DISPLAY "===== SURVEILLANCE ANTI-BLANCHIMENT =====".
           DISPLAY "1. Surveiller un mois (scenarios)".
           DISPLAY "2. Lister les alertes par statut".
           DISPLAY "3. Revoir une alerte (classer / declarer)".
           DISPLAY "4. Synthese des alertes".
           DISPLAY "5. Quitter".
           ACCEPT ChoixMenu.
           EVALUATE ChoixMenu
               WHEN 1 PERFORM SURVEILLER-UN-MOIS
               WHEN 2 PERFORM LISTER-ALERTES
               WHEN 3
                   IF Role-Superviseur-Ou-Plus
                       PERFORM REVOIR-UNE-ALERTE
                   ELSE
                       DISPLAY "Option reservee aux superviseurs."
                   END-IF
               WHEN 4 PERFORM SYNTHESE-ALERTES
               WHEN 5
                   DISPLAY "Au revoir."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
           PERFORM MENU-SURVEILLANCE.

       SURVEILLER-UN-MOIS.
           DISPLAY "Mois a surveiller (AAAAMM) :".
           ACCEPT MoisSurveille.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           MOVE "V" TO DATU-Operation.
           COMPUTE DATU-Date1 = MoisSurveille * 100 + 1.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
      *> Seul un mois clos se surveille : le mois en cours n'a pas
      *> encore tous ses mouvements et, une fois consigne dans
      *> controle_runs, ne pourrait plus etre repris.
           EVALUATE TRUE
               WHEN DATU-Statut NOT = '00'
                   DISPLAY "Mois invalide."
               WHEN MoisSurveille NOT < DateDuJour(1:6)
                   DISPLAY "Mois non clos."
               WHEN OTHER
                   MOVE "SURVEILLANCE" TO TypeRunControle
                   COMPUTE DateMetierRun = MoisSurveille * 100
                   PERFORM CONTROLER-RUN-FAIT
                   IF Run-Deja-Fait
                       DISPLAY "Le mois ", MoisSurveille,
                               " a deja ete surveille (voir ",
                               "controle_runs) : run refuse pour ne ",
                               "pas doubler les alertes."
                   ELSE
                       PERFORM EXECUTER-SURVEILLANCE
                   END-IF
           END-EVALUATE.

       EXECUTER-SURVEILLANCE.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           PERFORM CHARGER-COMPTES-DORMANTS.
           PERFORM CHARGER-ALERTES.
           MOVE ZERO TO NombreDepotsLCB.
           MOVE ZERO TO NombreSortiesLCB.
           MOVE ZERO TO NombreStatsComptes.
           INITIALIZE TableStatsComptes.
           MOVE "N" TO TablesDebordement.
           MOVE MoisSurveille TO MoisTravail.
           IF MT-Mois = 1
               SUBTRACT 1 FROM MT-Annee
               MOVE 12 TO MT-Mois
           ELSE
               SUBTRACT 1 FROM MT-Mois
           END-IF.
           MOVE MoisTravail TO MoisPrecedent.
           MOVE MoisPrecedent TO MoisTravail.
           PERFORM BALAYER-UNE-ARCHIVE.
           MOVE MoisSurveille TO MoisTravail.
           PERFORM BALAYER-UNE-ARCHIVE.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM EXAMINER-UNE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.
           IF Tables-Debordement OR Alertes-Debordement
      *> Une surveillance incomplete laisserait croire a un mois
      *> propre : aucune alerte n'est ecrite, le run n'est pas
      *> consigne.
               DISPLAY "Capacite de traitement depassee (tables des ",
                       "depots, sorties, comptes ou alertes) : ",
                       "surveillance abandonnee."
           ELSE
               OPEN INPUT soldes
               OPEN EXTEND alertes-lcb
               IF ws-file-status = '35'
                   CLOSE alertes-lcb
                   OPEN OUTPUT alertes-lcb
               END-IF
               MOVE ZERO TO AlertesCreees
               PERFORM ALERTER-COMPTEURS-COMPTES
               PERFORM RAPPROCHER-SORTIES
               CLOSE alertes-lcb
               CLOSE soldes
               PERFORM ENREGISTRER-RUN-FAIT
               DISPLAY "===== SURVEILLANCE ", MoisSurveille, " ====="
               DISPLAY "Alertes ouvertes ce mois : ", AlertesCreees
           END-IF.

       CHARGER-PARAMETRES-CENTRAUX.
           MOVE "SEUILDECL" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO SeuilUnitaire
           END-IF.
           MOVE "LCBBANDE" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00' AND PARM-Valeur < 100
               MOVE PARM-Valeur TO BandeFractionnement
           END-IF.
           MOVE "LCBNBFRAC" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00' AND PARM-Valeur > ZERO
               MOVE PARM-Valeur TO NbFractionMin
           END-IF.
           MOVE "LCBJOURS" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO JoursSortieMax
           END-IF.
           MOVE "LCBPCTSORT" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00' AND PARM-Valeur <= 100
               MOVE PARM-Valeur TO PctSortieMin
           END-IF.
           MOVE "LCBARRONDI" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00' AND PARM-Valeur > ZERO
               MOVE PARM-Valeur TO MontantArrondi
           END-IF.
           MOVE "LCBNBRONDS" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00' AND PARM-Valeur > ZERO
               MOVE PARM-Valeur TO NbRondsMin
           END-IF.
           COMPUTE SeuilBasFractionnement ROUNDED = SeuilUnitaire
                   * (100 - BandeFractionnement) / 100.
           DISPLAY "Fractionnement : ", NbFractionMin, " depot(s) ",
                   "entre ", SeuilBasFractionnement, " et ",
                   SeuilUnitaire, ".".
           DISPLAY "Depot puis sortie : T >= ", PctSortieMin,
                   " % du depot sous ", JoursSortieMax, " jour(s).".
           DISPLAY "Montants ronds : ", NbRondsMin,
                   " operation(s) multiples de ", MontantArrondi, ".".

       LIRE-UN-PARAMETRE.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.

       CHARGER-COMPTES-DORMANTS.
      *> Fichier absent : aucun recensement fait, le scenario DO ne
      *> se declenche simplement pas.
           MOVE ZERO TO NombreDormants.
           OPEN INPUT comptes-dormants.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ comptes-dormants INTO comptes-dormants-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreDormants < 2000
                               ADD 1 TO NombreDormants
                               MOVE CD-Numero-Compte
                                    TO TDO-Compte(NombreDormants)
                               MOVE CD-Derniere-Operation TO
                                   TDO-Derniere-Operation
                                       (NombreDormants)
                           ELSE
                               MOVE "O" TO TablesDebordement
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes-dormants
           END-IF.

       BALAYER-UNE-ARCHIVE.
           MOVE SPACES TO NomFichierArchive.
           STRING "histarch_" MoisTravail
               DELIMITED BY SIZE INTO NomFichierArchive.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE historique-archive-record
                                TO historique-record
                           PERFORM EXAMINER-UNE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE historique-archive
           END-IF.

       EXAMINER-UNE-LIGNE.
      *> Les depots du mois precedent ne servent que de contexte au
      *> scenario depot puis sortie ; tout le reste ne regarde que
      *> le mois surveille.
           IF H-Date(1:6) = MoisPrecedent
              OR H-Date(1:6) = MoisSurveille
               IF H-Action = "D" OR H-Action = "Q"
                   PERFORM NOTER-DEPOT-LCB
               END-IF
           END-IF.
           IF H-Date(1:6) = MoisSurveille
               PERFORM EXAMINER-LIGNE-DU-MOIS
           END-IF.

       NOTER-DEPOT-LCB.
           IF NombreDepotsLCB < 2000
               ADD 1 TO NombreDepotsLCB
               MOVE H-Numero-Compte TO TDL-Compte(NombreDepotsLCB)
               MOVE H-Date TO TDL-Date(NombreDepotsLCB)
               MOVE H-Montant TO TDL-Montant(NombreDepotsLCB)
           ELSE
               MOVE "O" TO TablesDebordement
           END-IF.

       EXAMINER-LIGNE-DU-MOIS.
           EVALUATE H-Action
               WHEN "D"
               WHEN "Q"
                   IF H-Montant >= SeuilBasFractionnement
                      AND H-Montant <= SeuilUnitaire
                       PERFORM CHERCHER-STAT-COMPTE
                       IF Stat-Trouvee
                           IF SC-NbFraction(IdxStatTrouvee) = ZERO
                               MOVE H-Sequence TO
                                   SC-SeqFraction(IdxStatTrouvee)
                           END-IF
                           ADD 1 TO SC-NbFraction(IdxStatTrouvee)
                           ADD H-Montant
                               TO SC-TotalFraction(IdxStatTrouvee)
                       END-IF
                   END-IF
               WHEN "T"
                   IF NombreSortiesLCB < 500
                       ADD 1 TO NombreSortiesLCB
                       MOVE H-Numero-Compte
                            TO TSL-Compte(NombreSortiesLCB)
                       MOVE H-Date TO TSL-Date(NombreSortiesLCB)
                       MOVE H-Montant TO TSL-Montant(NombreSortiesLCB)
                       MOVE H-Sequence
                            TO TSL-Sequence(NombreSortiesLCB)
                   ELSE
                       MOVE "O" TO TablesDebordement
                   END-IF
           END-EVALUATE.
      *> Montants ronds et reveil de compte dormant : seules les
      *> operations a l'initiative du client comptent, les interets,
      *> agios et frais poses par la banque n'en sont pas.
           EVALUATE H-Action
               WHEN "D"
               WHEN "R"
               WHEN "V"
               WHEN "E"
               WHEN "Q"
               WHEN "T"
               WHEN "U"
               WHEN "H"
                   PERFORM EXAMINER-OPERATION-CLIENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXAMINER-OPERATION-CLIENT.
           IF H-Montant >= MontantArrondi
               DIVIDE H-Montant BY MontantArrondi
                   GIVING QuotientRond REMAINDER ResteRond
               IF ResteRond = ZERO
                   PERFORM CHERCHER-STAT-COMPTE
                   IF Stat-Trouvee
                       IF SC-NbRonds(IdxStatTrouvee) = ZERO
                           MOVE H-Sequence
                                TO SC-SeqRonds(IdxStatTrouvee)
                       END-IF
                       ADD 1 TO SC-NbRonds(IdxStatTrouvee)
                       ADD H-Montant TO SC-TotalRonds(IdxStatTrouvee)
                   END-IF
               END-IF
           END-IF.
           PERFORM CHERCHER-COMPTE-DORMANT.
           IF Dormant-Trouve
              AND H-Date > DateDormance
               PERFORM CHERCHER-STAT-COMPTE
               IF Stat-Trouvee
                   IF SC-NbDormant(IdxStatTrouvee) = ZERO
                       MOVE H-Sequence TO SC-SeqDormant(IdxStatTrouvee)
                   END-IF
                   ADD 1 TO SC-NbDormant(IdxStatTrouvee)
                   ADD H-Montant TO SC-TotalDormant(IdxStatTrouvee)
               END-IF
           END-IF.

       CHERCHER-COMPTE-DORMANT.
           MOVE "N" TO DormantTrouve.
           MOVE ZERO TO DateDormance.
           PERFORM VARYING IdxDormant FROM 1 BY 1
                   UNTIL IdxDormant > NombreDormants
                      OR Dormant-Trouve
               IF TDO-Compte(IdxDormant) = H-Numero-Compte
                   MOVE "O" TO DormantTrouve
                   MOVE TDO-Derniere-Operation(IdxDormant)
                        TO DateDormance
               END-IF
           END-PERFORM.

       CHERCHER-STAT-COMPTE.
           MOVE "N" TO StatTrouvee.
           PERFORM VARYING IdxStat FROM 1 BY 1
                   UNTIL IdxStat > NombreStatsComptes
                      OR Stat-Trouvee
               IF SC-Compte(IdxStat) = H-Numero-Compte
                   MOVE "O" TO StatTrouvee
                   SET IdxStatTrouvee TO IdxStat
               END-IF
           END-PERFORM.
           IF NOT Stat-Trouvee
               IF NombreStatsComptes < 1000
                   ADD 1 TO NombreStatsComptes
                   MOVE H-Numero-Compte
                        TO SC-Compte(NombreStatsComptes)
                   MOVE NombreStatsComptes TO IdxStatTrouvee
                   MOVE "O" TO StatTrouvee
               ELSE
                   MOVE "O" TO TablesDebordement
               END-IF
           END-IF.

       ALERTER-COMPTEURS-COMPTES.
           PERFORM VARYING IdxStat FROM 1 BY 1
                   UNTIL IdxStat > NombreStatsComptes
               MOVE SC-Compte(IdxStat) TO CompteAlerte
               IF SC-NbFraction(IdxStat) >= NbFractionMin
                   MOVE "FR" TO ScenarioAlerte
                   MOVE SC-NbFraction(IdxStat) TO NombreAlerte
                   MOVE SC-TotalFraction(IdxStat) TO MontantAlerte
                   MOVE SC-SeqFraction(IdxStat) TO SequenceAlerte
                   PERFORM ECRIRE-ALERTE
               END-IF
               IF SC-NbRonds(IdxStat) >= NbRondsMin
                   MOVE "AR" TO ScenarioAlerte
                   MOVE SC-NbRonds(IdxStat) TO NombreAlerte
                   MOVE SC-TotalRonds(IdxStat) TO MontantAlerte
                   MOVE SC-SeqRonds(IdxStat) TO SequenceAlerte
                   PERFORM ECRIRE-ALERTE
               END-IF
               IF SC-NbDormant(IdxStat) > ZERO
                   MOVE "DO" TO ScenarioAlerte
                   MOVE SC-NbDormant(IdxStat) TO NombreAlerte
                   MOVE SC-TotalDormant(IdxStat) TO MontantAlerte
                   MOVE SC-SeqDormant(IdxStat) TO SequenceAlerte
                   PERFORM ECRIRE-ALERTE
               END-IF
           END-PERFORM.

       RAPPROCHER-SORTIES.
      *> Chaque sortie T du mois est rapprochee des depots du meme
      *> compte poses au plus LCBJOURS jours avant elle.
           PERFORM VARYING IdxSortie FROM 1 BY 1
                   UNTIL IdxSortie > NombreSortiesLCB
               MOVE "N" TO SortieRapprochee
               PERFORM VARYING IdxDepot FROM 1 BY 1
                       UNTIL IdxDepot > NombreDepotsLCB
                          OR Sortie-Rapprochee
                   IF TDL-Compte(IdxDepot) = TSL-Compte(IdxSortie)
                      AND TDL-Date(IdxDepot) <= TSL-Date(IdxSortie)
                       PERFORM CONTROLER-DELAI-SORTIE
                   END-IF
               END-PERFORM
               IF Sortie-Rapprochee
                   MOVE "DS" TO ScenarioAlerte
                   MOVE TSL-Compte(IdxSortie) TO CompteAlerte
                   MOVE 1 TO NombreAlerte
                   MOVE TSL-Montant(IdxSortie) TO MontantAlerte
                   MOVE TSL-Sequence(IdxSortie) TO SequenceAlerte
                   PERFORM ECRIRE-ALERTE
                   DISPLAY "  depot de ", DepotRapproche, " du ",
                           DateDepotRapproche, " ressorti le ",
                           TSL-Date(IdxSortie), "."
               END-IF
           END-PERFORM.

       CONTROLER-DELAI-SORTIE.
           MOVE "D" TO DATU-Operation.
           MOVE TDL-Date(IdxDepot) TO DATU-Date1.
           MOVE TSL-Date(IdxSortie) TO DATU-Date2.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00'
              AND DATU-Nombre <= JoursSortieMax
               COMPUTE MontantMinSortie ROUNDED =
                       TDL-Montant(IdxDepot) * PctSortieMin / 100
               IF TSL-Montant(IdxSortie) >= MontantMinSortie
                   MOVE "O" TO SortieRapprochee
                   MOVE TDL-Montant(IdxDepot) TO DepotRapproche
                   MOVE TDL-Date(IdxDepot) TO DateDepotRapproche
               END-IF
           END-IF.

       ECRIRE-ALERTE.
           ADD 1 TO DernierNumeroAlerte.
           ADD 1 TO AlertesCreees.
           MOVE DernierNumeroAlerte TO AL-Numero.
           MOVE DateDuJour TO AL-Date-Detection.
           MOVE ScenarioAlerte TO AL-Scenario.
           MOVE MoisSurveille TO AL-Mois.
           MOVE CompteAlerte TO AL-Compte.
           MOVE ZERO TO AL-Client.
           MOVE CompteAlerte TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SR-Numero-Client TO AL-Client
           END-READ.
           MOVE NombreAlerte TO AL-Nombre.
           MOVE MontantAlerte TO AL-Montant.
           MOVE SequenceAlerte TO AL-Sequence.
           MOVE "O" TO AL-Statut.
           MOVE SPACES TO AL-Operateur.
           MOVE ZERO TO AL-Date-Revue.
           MOVE SPACES TO AL-Motif.
           PERFORM POSER-SEPARATEURS-ALERTE.
           WRITE alerte-enregistrement
           END-WRITE.
           DISPLAY "Alerte ", AL-Numero, " ", AL-Scenario,
                   " compte ", AL-Compte, " client ", AL-Client,
                   " : ", AL-Nombre, " operation(s), ", AL-Montant.

       POSER-SEPARATEURS-ALERTE.
           MOVE SEP-Virgule TO AL-FILLER1.
           MOVE SEP-Virgule TO AL-FILLER2.
           MOVE SEP-Virgule TO AL-FILLER3.
           MOVE SEP-Virgule TO AL-FILLER4.
           MOVE SEP-Virgule TO AL-FILLER5.
           MOVE SEP-Virgule TO AL-FILLER6.
           MOVE SEP-Virgule TO AL-FILLER7.
           MOVE SEP-Virgule TO AL-FILLER8.
           MOVE SEP-Virgule TO AL-FILLER9.
           MOVE SEP-Virgule TO AL-FILLER10.
           MOVE SEP-Virgule TO AL-FILLER11.
           MOVE SEP-Virgule TO AL-FILLER12.

       CHARGER-ALERTES.
           MOVE ZERO TO NombreAlertes.
           MOVE ZERO TO DernierNumeroAlerte.
           MOVE "N" TO AlertesDebordement.
           OPEN INPUT alertes-lcb.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ alertes-lcb INTO alerte-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF AL-Numero > DernierNumeroAlerte
                               MOVE AL-Numero TO DernierNumeroAlerte
                           END-IF
                           IF NombreAlertes < 1000
                               ADD 1 TO NombreAlertes
                               MOVE alerte-enregistrement
                                    TO TA-Ligne(NombreAlertes)
                           ELSE
                               MOVE "O" TO AlertesDebordement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alertes-lcb
           END-IF.

       SAUVEGARDER-ALERTES.
           OPEN OUTPUT alertes-lcb.
           PERFORM VARYING IdxAlerte FROM 1 BY 1
                   UNTIL IdxAlerte > NombreAlertes
               MOVE TA-Ligne(IdxAlerte) TO alerte-enregistrement
               WRITE alerte-enregistrement
               END-WRITE
           END-PERFORM.
           CLOSE alertes-lcb.

       LISTER-ALERTES.
           DISPLAY "Statut a lister (O ouvertes, C classees, ",
                   "D declarees, espace = toutes) :".
           MOVE SPACE TO StatutListe.
           ACCEPT StatutListe.
           PERFORM CHARGER-ALERTES.
           MOVE ZERO TO AlertesListees.
           DISPLAY "Numero Scen Mois   Compte Client Nb  Montant",
                   "      Seq.     St Oper Revue".
           PERFORM VARYING IdxAlerte FROM 1 BY 1
                   UNTIL IdxAlerte > NombreAlertes
               MOVE TA-Ligne(IdxAlerte) TO alerte-enregistrement
               IF StatutListe = SPACE OR AL-Statut = StatutListe
                   ADD 1 TO AlertesListees
                   DISPLAY AL-Numero, " ", AL-Scenario, "   ",
                           AL-Mois, " ", AL-Compte, " ", AL-Client,
                           " ", AL-Nombre, " ", AL-Montant, " ",
                           AL-Sequence, " ", AL-Statut, "  ",
                           AL-Operateur, " ", AL-Date-Revue
                   IF AL-Motif NOT = SPACES
                       DISPLAY "       motif : ", AL-Motif
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY AlertesListees, " alerte(s) listee(s).".

       REVOIR-UNE-ALERTE.
      *> Une alerte ouverte est classee sans suite ou declaree au
      *> regulateur ; la decision porte l'identifiant du
      *> superviseur, la date et son motif. Une alerte deja revue
      *> n'est plus modifiable.
           PERFORM CHARGER-ALERTES.
           IF Alertes-Debordement
               DISPLAY "Fichier des alertes au-dela de la capacite ",
                       "de traitement (1000) : revue impossible."
           ELSE
               DISPLAY "Numero de l'alerte a revoir :"
               ACCEPT NumeroAlerteRevue
               MOVE "N" TO AlerteTrouvee
               PERFORM VARYING IdxAlerte FROM 1 BY 1
                       UNTIL IdxAlerte > NombreAlertes
                          OR Alerte-Trouvee
                   MOVE TA-Ligne(IdxAlerte) TO alerte-enregistrement
                   IF AL-Numero = NumeroAlerteRevue
                       MOVE "O" TO AlerteTrouvee
                       SET IdxAlerteTrouvee TO IdxAlerte
                   END-IF
               END-PERFORM
               IF NOT Alerte-Trouvee
                   DISPLAY "Alerte ", NumeroAlerteRevue,
                           " introuvable."
               ELSE
                   MOVE TA-Ligne(IdxAlerteTrouvee)
                        TO alerte-enregistrement
                   IF NOT Alerte-Ouverte
                       DISPLAY "Alerte deja revue (statut ",
                               AL-Statut, " par ", AL-Operateur,
                               " le ", AL-Date-Revue, ")."
                   ELSE
                       PERFORM DECIDER-ALERTE
                   END-IF
               END-IF
           END-IF.

       DECIDER-ALERTE.
           DISPLAY "Alerte ", AL-Numero, " - scenario ", AL-Scenario,
                   " - compte ", AL-Compte, " - client ", AL-Client.
           DISPLAY "  ", AL-Nombre, " operation(s) pour ",
                   AL-Montant, " (sequence ", AL-Sequence, ").".
           DISPLAY "Decision (C classer sans suite, D declarer, ",
                   "autre = abandon) :".
           ACCEPT DecisionRevue.
           IF DecisionRevue NOT = "C" AND DecisionRevue NOT = "D"
               DISPLAY "Revue abandonnee, alerte laissee ouverte."
           ELSE
               DISPLAY "Motif de la decision (30 caracteres) :"
               ACCEPT MotifRevue
               IF MotifRevue = SPACES
                   DISPLAY "Motif obligatoire : revue abandonnee."
               ELSE
                   MOVE DecisionRevue TO AL-Statut
                   MOVE OperateurCourant TO AL-Operateur
                   ACCEPT AL-Date-Revue FROM DATE YYYYMMDD
                   MOVE MotifRevue TO AL-Motif
                   PERFORM POSER-SEPARATEURS-ALERTE
                   MOVE alerte-enregistrement
                        TO TA-Ligne(IdxAlerteTrouvee)
                   PERFORM SAUVEGARDER-ALERTES
                   DISPLAY "Alerte ", AL-Numero, " passee au statut ",
                           AL-Statut, "."
               END-IF
           END-IF.

       SYNTHESE-ALERTES.
           PERFORM CHARGER-ALERTES.
           MOVE ZERO TO NbAlertesOuvertes.
           MOVE ZERO TO NbAlertesClassees.
           MOVE ZERO TO NbAlertesDeclarees.
           PERFORM VARYING IdxAlerte FROM 1 BY 1
                   UNTIL IdxAlerte > NombreAlertes
               MOVE TA-Ligne(IdxAlerte) TO alerte-enregistrement
               EVALUATE TRUE
                   WHEN Alerte-Ouverte
                       ADD 1 TO NbAlertesOuvertes
                   WHEN Alerte-Classee
                       ADD 1 TO NbAlertesClassees
                   WHEN Alerte-Declaree
                       ADD 1 TO NbAlertesDeclarees
               END-EVALUATE
           END-PERFORM.
           DISPLAY "===== SYNTHESE DES ALERTES =====".
           DISPLAY "Ouvertes  : ", NbAlertesOuvertes.
           DISPLAY "Classees  : ", NbAlertesClassees.
           DISPLAY "Declarees : ", NbAlertesDeclarees.

       CONTROLER-RUN-FAIT.
           MOVE "N" TO RunDejaFait.
           OPEN INPUT controle-runs.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ controle-runs INTO controle-runs-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF RC-Type = TypeRunControle
                              AND RC-Date-Metier = DateMetierRun
                               MOVE "O" TO RunDejaFait
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE controle-runs
           END-IF.

       ENREGISTRER-RUN-FAIT.
           MOVE TypeRunControle TO RC-Type.
           MOVE DateMetierRun TO RC-Date-Metier.
           ACCEPT RC-Date-Systeme FROM DATE YYYYMMDD.
           ACCEPT RC-Heure-Systeme FROM TIME.
           MOVE OperateurCourant TO RC-Operateur.
           MOVE SEP-Virgule TO RC-FILLER1.
           MOVE SEP-Virgule TO RC-FILLER2.
           MOVE SEP-Virgule TO RC-FILLER3.
           MOVE SEP-Virgule TO RC-FILLER4.
           OPEN EXTEND controle-runs.
           IF ws-file-status = '35'
               CLOSE controle-runs
               OPEN OUTPUT controle-runs
           END-IF.
           WRITE controle-runs-record.
           CLOSE controle-runs.
