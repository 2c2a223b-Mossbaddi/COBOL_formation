       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelancesPrets.

      *> Suivi mensuel des prets en impaye : la chaine de nuit tient
      *> le registre prets_arrieres (echeances manquees, puis
      *> recouvrees des que le compte a la provision) ; ce run en
      *> fait le travail de fin de mois. L'anciennete des impayes de
      *> chaque pret, comptee depuis sa plus ancienne echeance encore
      *> due, le range dans une tranche 1-30, 31-60, 61-90 ou plus de
      *> 90 jours. Chaque tranche porte un taux de provision (fichier
      *> central des parametres, PROVAR1 a PROVAR4) applique au
      *> capital restant du, et l'etat provisions_AAAAMM en donne le
      *> detail et les totaux (nom complete par le spool des
      *> editions : provisions_AAAAMM_<date>_nnn). Chaque emprunteur
      *> recoit une lettre de relance par niveau atteint (le niveau 4
      *> est une mise en demeure), dans lettres_prets_AAAAMM ;
      *> l'historique relances_prets garantit, comme les avis de
      *> retard de la bibliotheque, qu'un meme niveau ne part jamais
      *> deux fois pour un meme episode d'impaye. Un pret revenu a
      *> jour clot son episode : un nouvel impaye repartira du niveau
      *> 1. Le run est consigne dans controle_runs, un mois ne passe
      *> qu'une fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-Numero-Compte
               FILE STATUS IS ws-file-status.

           SELECT clients-banque ASSIGN TO 'clients_banque'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-Numero-Client
               FILE STATUS IS ws-statut-clients.

           SELECT prets-bancaires ASSIGN TO 'prets_bancaires'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT echeancier ASSIGN TO 'echeancier'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT prets-arrieres ASSIGN TO 'prets_arrieres'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT relances-prets ASSIGN TO 'relances_prets'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT controle-runs ASSIGN TO 'controle_runs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT lettres-prets ASSIGN USING NomFichierLettres
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-lettres.

           SELECT provisions ASSIGN USING NomFichierProvisions
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-provisions.

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

       FD clients-banque.
       01 clients-banque-record.
           05 CB-Numero-Client PIC 9(5).
           05 CB-FILLER1 PIC X.
           05 CB-Nom PIC X(30).
           05 CB-FILLER2 PIC X.
           05 CB-Adresse PIC X(40).
           05 CB-FILLER3 PIC X.
           05 CB-Telephone PIC X(12).
           05 CB-FILLER4 PIC X.
           05 CB-ReleveEchange PIC X.

       FD prets-bancaires.
       01 pret-bancaire-enregistrement.
           05 PB-Numero PIC 9(5).
           05 PB-FILLER1 PIC X.
           05 PB-Compte PIC 9(6).
           05 PB-FILLER2 PIC X.
           05 PB-Principal PIC 9(7)V99.
           05 PB-FILLER3 PIC X.
           05 PB-TauxAnnuel PIC 9(3)V99.
           05 PB-FILLER4 PIC X.
           05 PB-DureeMois PIC 9(3).
           05 PB-FILLER5 PIC X.
           05 PB-MensualitesPayees PIC 9(3).
           05 PB-FILLER6 PIC X.
           05 PB-Statut PIC X.

       FD echeancier.
       01 echeance-enregistrement.
           05 EC-Pret PIC 9(5).
           05 EC-FILLER1 PIC X.
           05 EC-Rang PIC 9(3).
           05 EC-FILLER2 PIC X.
           05 EC-Interet PIC 9(5)V99.
           05 EC-FILLER3 PIC X.
           05 EC-Capital PIC 9(5)V99.
           05 EC-FILLER4 PIC X.
           05 EC-CapitalRestant PIC 9(7)V99.

       FD prets-arrieres.
      *> Registre tenu par la chaine de nuit : statut blanc ou I
      *> impayee, R regularisee. Une echeance dont le rang est
      *> couvert par les mensualites payees n'est plus due.
       01 prets-arrieres-record.
           05 AR-Date PIC 9(8).
           05 AR-Libelle1 PIC X(6).
           05 AR-Pret PIC 9(5).
           05 AR-Libelle2 PIC X(8).
           05 AR-Compte PIC 9(6).
           05 AR-Libelle3 PIC X(10).
           05 AR-Rang PIC 9(3).
           05 AR-Libelle4 PIC X(11).
           05 AR-Montant PIC 9(7)V99.
           05 AR-Libelle5 PIC X(8).
           05 AR-Statut PIC X.
           05 AR-Libelle6 PIC X(4).
           05 AR-DateRegularisation PIC 9(8).
           05 AR-Reste PIC X(13).

       FD relances-prets.
      *> Historique des lettres : une ligne par pret et par niveau
      *> envoye. Statut O : episode d'impaye en cours, C : clos (le
      *> pret est revenu a jour), la ligne ne bloque plus rien.
       01 relance-pret-enregistrement.
           05 RL-Pret PIC 9(5).
           05 RL-FILLER1 PIC X.
           05 RL-Niveau PIC 9.
           05 RL-FILLER2 PIC X.
           05 RL-Client PIC 9(5).
           05 RL-FILLER3 PIC X.
           05 RL-Date PIC 9(8).
           05 RL-FILLER4 PIC X.
           05 RL-Statut PIC X.

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

       FD lettres-prets.
       01 lettres-prets-record PIC X(120).

       FD provisions.
       01 provisions-record PIC X(120).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-clients PIC XX.
       01 ws-statut-lettres PIC XX.
       01 ws-statut-provisions PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 MoisRelance PIC 9(6) VALUE ZERO.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 NomFichierLettres PIC X(50) VALUE SPACES.
       01 NomFichierProvisions PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "PROVPRET".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "RelancesPrets".
       01 SPOOL-Operateur PIC X(4) VALUE "RELP".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

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

      *> Tranches d'anciennete : 1 = 1-30 jours, 2 = 31-60,
      *> 3 = 61-90, 4 = plus de 90. Le rang de la tranche est aussi
      *> le niveau de la lettre de relance. Taux de provision en
      *> pourcentage du capital restant du, remplaces au demarrage
      *> par PROVAR1 a PROVAR4 quand le fichier central les connait.
       01 TableTranches.
           02 Tranche OCCURS 4 TIMES INDEXED BY IdxTranche.
               03 TT-Libelle PIC X(12).
               03 TT-Taux PIC 9(3)V99.
               03 TT-NombrePrets PIC 9(4).
               03 TT-Arrieres PIC 9(9)V99.
               03 TT-Capital PIC 9(9)V99.
               03 TT-Provision PIC 9(9)V99.
       01 TotalArrieres PIC 9(9)V99 VALUE ZERO.
       01 TotalCapital PIC 9(9)V99 VALUE ZERO.
       01 TotalProvision PIC 9(9)V99 VALUE ZERO.
       01 RangTranche PIC 9 VALUE ZERO.

      *> Prets charges avec, pour chacun, le capital restant du
      *> (echeancier) et le cumul de ses echeances encore dues.
       01 TablePrets.
           02 PretSuivi OCCURS 100 TIMES INDEXED BY IdxPret, IdxPret2.
               03 TP-Numero PIC 9(5).
               03 TP-Compte PIC 9(6).
               03 TP-Client PIC 9(5).
               03 TP-Principal PIC 9(7)V99.
               03 TP-MensualitesPayees PIC 9(3).
               03 TP-Statut PIC X.
               03 TP-CapitalRestant PIC 9(7)V99.
               03 TP-NombreArrieres PIC 9(3).
               03 TP-MontantArrieres PIC 9(7)V99.
               03 TP-DatePlusAncien PIC 9(8).
               03 TP-Jours PIC 9(5).
               03 TP-Tranche PIC 9.
               03 TP-Provision PIC 9(7)V99.
               03 TP-Relance PIC X.
       01 NombrePrets PIC 9(3) VALUE ZERO.
       01 PretsDebordement PIC X VALUE "N".
           88 Prets-Debordement VALUE "O".
       01 PretTrouve PIC X VALUE "N".
           88 Pret-Trouve VALUE "O".

      *> Echeances deja vues au registre : une meme echeance notee
      *> plusieurs fois n'est comptee qu'une fois.
       01 TableArrieresVus.
           02 ArriereVu OCCURS 500 TIMES INDEXED BY IdxVu.
               03 AV-Pret PIC 9(5).
               03 AV-Rang PIC 9(3).
       01 NombreArrieresVus PIC 9(3) VALUE ZERO.
       01 ArrieresDebordement PIC X VALUE "N".
           88 Arrieres-Debordement VALUE "O".
       01 ArriereDejaVu PIC X VALUE "N".
           88 Arriere-Deja-Vu VALUE "O".

       01 TableHistorique.
           02 RelanceEnvoyee OCCURS 1000 TIMES INDEXED BY IdxHisto.
               03 TH-Pret PIC 9(5).
               03 TH-Niveau PIC 9.
               03 TH-Client PIC 9(5).
               03 TH-Date PIC 9(8).
               03 TH-Statut PIC X.
       01 NombreHistorique PIC 9(4) VALUE ZERO.
       01 HistoriqueDebordement PIC X VALUE "N".
           88 Historique-Debordement VALUE "O".
       01 RelanceDejaEnvoyee PIC X VALUE "N".
           88 Relance-Deja-Envoyee VALUE "O".

       01 NiveauEnCours PIC 9 VALUE ZERO.
       01 ClientEnCours PIC 9(5) VALUE ZERO.
       01 LignesLettre PIC 9(3) VALUE ZERO.
       01 LettresEmises PIC 9(4) VALUE ZERO.
       01 EpisodesClos PIC 9(4) VALUE ZERO.
       01 PretsEnImpaye PIC 9(3) VALUE ZERO.
       01 NomClientLettre PIC X(30) VALUE SPACES.
       01 AdresseClientLettre PIC X(40) VALUE SPACES.
       01 LigneLettre PIC X(120) VALUE SPACES.
       01 LigneProvision PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== IMPAYES DE PRETS : RELANCES ET ",
                   "PROVISIONS =====".
           DISPLAY "Mois traite (AAAAMM) :".
           ACCEPT MoisRelance.
           MOVE "RELANCEPRET" TO TypeRunControle.
           COMPUTE DateMetierRun = MoisRelance * 100.
           PERFORM CONTROLER-RUN-FAIT.
           IF Run-Deja-Fait
               DISPLAY "Le mois ", MoisRelance, " a deja ete ",
                       "traite (voir controle_runs) : run refuse ",
                       "pour ne pas relancer deux fois."
               STOP RUN
           END-IF.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           PERFORM INITIALISER-TRANCHES.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           PERFORM CHARGER-PRETS.
           IF Prets-Debordement
               DISPLAY "Fichier des prets au-dela de la capacite ",
                       "de traitement (100) : run abandonne."
               STOP RUN
           END-IF.
           PERFORM CHARGER-CAPITAL-RESTANT.
           PERFORM CHARGER-ARRIERES.
           IF Arrieres-Debordement
               DISPLAY "Registre prets_arrieres au-dela de la ",
                       "capacite de traitement (500) : run ",
                       "abandonne."
               STOP RUN
           END-IF.
           PERFORM CHARGER-HISTORIQUE-RELANCES.
           IF Historique-Debordement
               DISPLAY "Historique relances_prets au-dela de la ",
                       "capacite de traitement (1000) : run ",
                       "abandonne, fichier laisse intact."
               STOP RUN
           END-IF.
           OPEN INPUT soldes.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier des soldes inaccessible (statut ",
                       ws-file-status, ") : run abandonne."
               STOP RUN
           END-IF.
           OPEN INPUT clients-banque.
           IF ws-statut-clients NOT = '00'
               DISPLAY "Fichier clients_banque inaccessible (statut ",
                       ws-statut-clients, ") : run abandonne."
               CLOSE soldes
               STOP RUN
           END-IF.
           PERFORM VARYING IdxPret FROM 1 BY 1
                   UNTIL IdxPret > NombrePrets
               IF TP-NombreArrieres(IdxPret) > ZERO
                   PERFORM CLASSER-UN-PRET
               END-IF
           END-PERFORM.
           PERFORM CLORE-EPISODES-REGULARISES.
           PERFORM ECRIRE-ETAT-PROVISIONS.
           PERFORM EMETTRE-LETTRES-RELANCE.
           PERFORM SAUVEGARDER-HISTORIQUE-RELANCES.
           CLOSE clients-banque.
           CLOSE soldes.
           PERFORM ENREGISTRER-RUN-FAIT.
           DISPLAY "===== SYNTHESE =====".
           DISPLAY "Prets en impaye          : ", PretsEnImpaye.
           PERFORM VARYING IdxTranche FROM 1 BY 1
                   UNTIL IdxTranche > 4
               DISPLAY "  ", TT-Libelle(IdxTranche), " : ",
                       TT-NombrePrets(IdxTranche), " pret(s), ",
                       "provision ", TT-Provision(IdxTranche)
           END-PERFORM.
           DISPLAY "Provision totale         : ", TotalProvision.
           DISPLAY "Lettres de relance       : ", LettresEmises.
           DISPLAY "Episodes d'impaye clos   : ", EpisodesClos.
           DISPLAY "Etat ecrit dans ", NomFichierProvisions,
                   ", lettres dans ", NomFichierLettres, ".".
           STOP RUN.

       INITIALISER-TRANCHES.
           MOVE "1-30 J" TO TT-Libelle(1).
           MOVE 5.00 TO TT-Taux(1).
           MOVE "31-60 J" TO TT-Libelle(2).
           MOVE 20.00 TO TT-Taux(2).
           MOVE "61-90 J" TO TT-Libelle(3).
           MOVE 50.00 TO TT-Taux(3).
           MOVE "PLUS DE 90 J" TO TT-Libelle(4).
           MOVE 100.00 TO TT-Taux(4).
           PERFORM VARYING IdxTranche FROM 1 BY 1
                   UNTIL IdxTranche > 4
               MOVE ZERO TO TT-NombrePrets(IdxTranche)
               MOVE ZERO TO TT-Arrieres(IdxTranche)
               MOVE ZERO TO TT-Capital(IdxTranche)
               MOVE ZERO TO TT-Provision(IdxTranche)
           END-PERFORM.

       CHARGER-PARAMETRES-CENTRAUX.
           PERFORM VARYING IdxTranche FROM 1 BY 1
                   UNTIL IdxTranche > 4
               SET RangTranche TO IdxTranche
               MOVE SPACES TO PARM-Code
               STRING "PROVAR" RangTranche
                   DELIMITED BY SIZE INTO PARM-Code
               CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                       PARM-Statut
               IF PARM-Statut = '00'
                   MOVE PARM-Valeur TO TT-Taux(IdxTranche)
               END-IF
           END-PERFORM.

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
           MOVE "RELP" TO RC-Operateur.
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

       CHARGER-PRETS.
           MOVE ZERO TO NombrePrets.
           MOVE "N" TO PretsDebordement.
           OPEN INPUT prets-bancaires.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ prets-bancaires
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UN-PRET
                   END-READ
               END-PERFORM
               CLOSE prets-bancaires
           END-IF.

       RANGER-UN-PRET.
           IF NombrePrets < 100
               ADD 1 TO NombrePrets
               MOVE PB-Numero TO TP-Numero(NombrePrets)
               MOVE PB-Compte TO TP-Compte(NombrePrets)
               MOVE ZERO TO TP-Client(NombrePrets)
               MOVE PB-Principal TO TP-Principal(NombrePrets)
               MOVE PB-MensualitesPayees
                    TO TP-MensualitesPayees(NombrePrets)
               MOVE PB-Statut TO TP-Statut(NombrePrets)
               MOVE PB-Principal TO TP-CapitalRestant(NombrePrets)
               MOVE ZERO TO TP-NombreArrieres(NombrePrets)
               MOVE ZERO TO TP-MontantArrieres(NombrePrets)
               MOVE 99999999 TO TP-DatePlusAncien(NombrePrets)
               MOVE ZERO TO TP-Jours(NombrePrets)
               MOVE ZERO TO TP-Tranche(NombrePrets)
               MOVE ZERO TO TP-Provision(NombrePrets)
               MOVE "N" TO TP-Relance(NombrePrets)
           ELSE
               MOVE "O" TO PretsDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       CHARGER-CAPITAL-RESTANT.
      *> Capital restant du : celui de la derniere echeance payee,
      *> le principal tant qu'aucune ne l'est.
           OPEN INPUT echeancier.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ echeancier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM CHERCHER-PRET-ECHEANCE
                   END-READ
               END-PERFORM
               CLOSE echeancier
           END-IF.

       CHERCHER-PRET-ECHEANCE.
           PERFORM VARYING IdxPret FROM 1 BY 1
                   UNTIL IdxPret > NombrePrets
               IF TP-Numero(IdxPret) = EC-Pret
                  AND TP-MensualitesPayees(IdxPret) = EC-Rang
                   MOVE EC-CapitalRestant
                        TO TP-CapitalRestant(IdxPret)
               END-IF
           END-PERFORM.

       CHARGER-ARRIERES.
           MOVE ZERO TO NombreArrieresVus.
           MOVE "N" TO ArrieresDebordement.
           OPEN INPUT prets-arrieres.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ prets-arrieres
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF AR-Statut NOT = "R"
                               PERFORM CUMULER-UN-ARRIERE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prets-arrieres
           END-IF.

       CUMULER-UN-ARRIERE.
      *> Seule compte une echeance encore due d'un pret actif ; la
      *> date de sa premiere inscription au registre est celle du
      *> premier impaye.
           MOVE "N" TO ArriereDejaVu.
           PERFORM VARYING IdxVu FROM 1 BY 1
                   UNTIL IdxVu > NombreArrieresVus
               IF AV-Pret(IdxVu) = AR-Pret
                  AND AV-Rang(IdxVu) = AR-Rang
                   MOVE "O" TO ArriereDejaVu
               END-IF
           END-PERFORM.
           MOVE "N" TO PretTrouve.
           PERFORM VARYING IdxPret FROM 1 BY 1
                   UNTIL IdxPret > NombrePrets OR Pret-Trouve
               IF TP-Numero(IdxPret) = AR-Pret
                   MOVE "O" TO PretTrouve
               END-IF
           END-PERFORM.
           IF Pret-Trouve AND NOT Arriere-Deja-Vu
               SET IdxPret DOWN BY 1
               IF TP-Statut(IdxPret) = "A"
                  AND AR-Rang > TP-MensualitesPayees(IdxPret)
                   IF NombreArrieresVus < 500
                       ADD 1 TO NombreArrieresVus
                       MOVE AR-Pret TO AV-Pret(NombreArrieresVus)
                       MOVE AR-Rang TO AV-Rang(NombreArrieresVus)
                       ADD 1 TO TP-NombreArrieres(IdxPret)
                       ADD AR-Montant TO TP-MontantArrieres(IdxPret)
                       IF AR-Date < TP-DatePlusAncien(IdxPret)
                           MOVE AR-Date TO TP-DatePlusAncien(IdxPret)
                       END-IF
                   ELSE
                       MOVE "O" TO ArrieresDebordement
                       MOVE '10' TO ws-file-status
                   END-IF
               END-IF
           END-IF.

       CHARGER-HISTORIQUE-RELANCES.
           MOVE ZERO TO NombreHistorique.
           MOVE "N" TO HistoriqueDebordement.
           OPEN INPUT relances-prets.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ relances-prets
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreHistorique < 1000
                               ADD 1 TO NombreHistorique
                               MOVE RL-Pret
                                    TO TH-Pret(NombreHistorique)
                               MOVE RL-Niveau
                                    TO TH-Niveau(NombreHistorique)
                               MOVE RL-Client
                                    TO TH-Client(NombreHistorique)
                               MOVE RL-Date
                                    TO TH-Date(NombreHistorique)
                               MOVE RL-Statut
                                    TO TH-Statut(NombreHistorique)
                           ELSE
                               MOVE "O" TO HistoriqueDebordement
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE relances-prets
           END-IF.

       CLASSER-UN-PRET.
      *> Anciennete depuis la plus ancienne echeance due, tranche,
      *> provision sur le capital restant du et emprunteur (via le
      *> compte de prelevement).
           ADD 1 TO PretsEnImpaye.
           MOVE "D" TO DATU-Operation.
           MOVE TP-DatePlusAncien(IdxPret) TO DATU-Date1.
           MOVE DateDuJour TO DATU-Date2.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00' AND DATU-Nombre > ZERO
               MOVE DATU-Nombre TO TP-Jours(IdxPret)
           ELSE
               MOVE ZERO TO TP-Jours(IdxPret)
           END-IF.
           EVALUATE TRUE
               WHEN TP-Jours(IdxPret) > 90
                   MOVE 4 TO TP-Tranche(IdxPret)
               WHEN TP-Jours(IdxPret) > 60
                   MOVE 3 TO TP-Tranche(IdxPret)
               WHEN TP-Jours(IdxPret) > 30
                   MOVE 2 TO TP-Tranche(IdxPret)
               WHEN OTHER
                   MOVE 1 TO TP-Tranche(IdxPret)
           END-EVALUATE.
           SET IdxTranche TO TP-Tranche(IdxPret).
           COMPUTE TP-Provision(IdxPret) ROUNDED =
                   TP-CapitalRestant(IdxPret) * TT-Taux(IdxTranche)
                   / 100.
           ADD 1 TO TT-NombrePrets(IdxTranche).
           ADD TP-MontantArrieres(IdxPret) TO TT-Arrieres(IdxTranche).
           ADD TP-CapitalRestant(IdxPret) TO TT-Capital(IdxTranche).
           ADD TP-Provision(IdxPret) TO TT-Provision(IdxTranche).
           ADD TP-MontantArrieres(IdxPret) TO TotalArrieres.
           ADD TP-CapitalRestant(IdxPret) TO TotalCapital.
           ADD TP-Provision(IdxPret) TO TotalProvision.
           MOVE TP-Compte(IdxPret) TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte ", TP-Compte(IdxPret), " du pret ",
                           TP-Numero(IdxPret), " introuvable : pas ",
                           "de lettre."
               NOT INVALID KEY
                   MOVE SR-Numero-Client TO TP-Client(IdxPret)
           END-READ.

       CLORE-EPISODES-REGULARISES.
      *> Un pret sans echeance due ferme son episode : ses lettres
      *> passees ne bloquent plus les relances d'un futur impaye.
           PERFORM VARYING IdxHisto FROM 1 BY 1
                   UNTIL IdxHisto > NombreHistorique
               IF TH-Statut(IdxHisto) = "O"
                   MOVE "N" TO PretTrouve
                   PERFORM VARYING IdxPret FROM 1 BY 1
                           UNTIL IdxPret > NombrePrets
                       IF TP-Numero(IdxPret) = TH-Pret(IdxHisto)
                          AND TP-NombreArrieres(IdxPret) > ZERO
                           MOVE "O" TO PretTrouve
                       END-IF
                   END-PERFORM
                   IF NOT Pret-Trouve
                       MOVE "C" TO TH-Statut(IdxHisto)
                       ADD 1 TO EpisodesClos
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-ETAT-PROVISIONS.
           MOVE "PROVPRET" TO SPOOL-Etat.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "provisions_" MoisRelance
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           PERFORM PREPARER-SPOOL-MOIS.
           MOVE SPOOL-NomFichier TO NomFichierProvisions.
           OPEN OUTPUT provisions.
           MOVE SPACES TO LigneProvision.
           STRING "PROVISIONS SUR PRETS EN IMPAYE - MOIS "
                  MoisRelance " - ARRETE AU " DateDuJour
               DELIMITED BY SIZE INTO LigneProvision.
           PERFORM ECRIRE-LIGNE-PROVISION.
           MOVE SPACES TO LigneProvision.
           STRING "PRET   COMPTE CLIENT NB  ARRIERES    "
                  "CAPITAL DU  JOURS TRANCHE       PROVISION"
               DELIMITED BY SIZE INTO LigneProvision.
           PERFORM ECRIRE-LIGNE-PROVISION.
           PERFORM VARYING IdxPret FROM 1 BY 1
                   UNTIL IdxPret > NombrePrets
               IF TP-NombreArrieres(IdxPret) > ZERO
                   SET IdxTranche TO TP-Tranche(IdxPret)
                   MOVE SPACES TO LigneProvision
                   STRING TP-Numero(IdxPret) "  "
                          TP-Compte(IdxPret) " "
                          TP-Client(IdxPret) " "
                          TP-NombreArrieres(IdxPret) " "
                          TP-MontantArrieres(IdxPret) " "
                          TP-CapitalRestant(IdxPret) " "
                          TP-Jours(IdxPret) " "
                          TT-Libelle(IdxTranche) " "
                          TP-Provision(IdxPret)
                       DELIMITED BY SIZE INTO LigneProvision
                   PERFORM ECRIRE-LIGNE-PROVISION
               END-IF
           END-PERFORM.
           MOVE SPACES TO LigneProvision.
           PERFORM ECRIRE-LIGNE-PROVISION.
           PERFORM VARYING IdxTranche FROM 1 BY 1
                   UNTIL IdxTranche > 4
               MOVE SPACES TO LigneProvision
               STRING "TRANCHE " TT-Libelle(IdxTranche)
                      " taux " TT-Taux(IdxTranche)
                      " prets " TT-NombrePrets(IdxTranche)
                      " arrieres " TT-Arrieres(IdxTranche)
                      " capital " TT-Capital(IdxTranche)
                      " provision " TT-Provision(IdxTranche)
                   DELIMITED BY SIZE INTO LigneProvision
               PERFORM ECRIRE-LIGNE-PROVISION
           END-PERFORM.
           MOVE SPACES TO LigneProvision.
           STRING "TOTAL arrieres " TotalArrieres
                  " capital " TotalCapital
                  " provision " TotalProvision
               DELIMITED BY SIZE INTO LigneProvision.
           PERFORM ECRIRE-LIGNE-PROVISION.
           CLOSE provisions.
           MOVE "PROVPRET" TO SPOOL-Etat.
           MOVE NomFichierProvisions TO SPOOL-NomFichier.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.

       ECRIRE-LIGNE-PROVISION.
           MOVE LigneProvision TO provisions-record.
           WRITE provisions-record
           END-WRITE.
           DISPLAY LigneProvision.

       EMETTRE-LETTRES-RELANCE.
      *> Une lettre par emprunteur et par niveau, du plus grave au
      *> plus leger : entete avec nom et adresse, puis une ligne par
      *> pret concerne. Un pret ne recoit que la lettre de sa
      *> tranche, et seulement si ce niveau n'est pas deja parti
      *> pendant l'episode en cours.
           MOVE "LETPRETS" TO SPOOL-Etat.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "lettres_prets_" MoisRelance
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           PERFORM PREPARER-SPOOL-MOIS.
           MOVE SPOOL-NomFichier TO NomFichierLettres.
           OPEN OUTPUT lettres-prets.
           PERFORM VARYING NiveauEnCours FROM 4 BY -1
                   UNTIL NiveauEnCours < 1
               PERFORM VARYING IdxPret FROM 1 BY 1
                       UNTIL IdxPret > NombrePrets
                   IF TP-NombreArrieres(IdxPret) > ZERO
                      AND TP-Tranche(IdxPret) = NiveauEnCours
                      AND TP-Client(IdxPret) NOT = ZERO
                      AND TP-Relance(IdxPret) = "N"
                       MOVE TP-Client(IdxPret) TO ClientEnCours
                       PERFORM EMETTRE-LETTRE-CLIENT-NIVEAU
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE lettres-prets.
           MOVE "LETPRETS" TO SPOOL-Etat.
           MOVE NomFichierLettres TO SPOOL-NomFichier.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           DISPLAY LettresEmises, " lettre(s) de relance emise(s) ",
                   "dans ", NomFichierLettres, ".".

       PREPARER-SPOOL-MOIS.
      *> Les deux editions couvrent le mois de relance, arrete au jour
      *> du run.
           COMPUTE SPOOL-DebutPeriode = MoisRelance * 100 + 1.
           MOVE DateDuJour TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       EMETTRE-LETTRE-CLIENT-NIVEAU.
           MOVE ZERO TO LignesLettre.
           PERFORM VARYING IdxPret2 FROM 1 BY 1
                   UNTIL IdxPret2 > NombrePrets
               IF TP-Client(IdxPret2) = ClientEnCours
                  AND TP-NombreArrieres(IdxPret2) > ZERO
                  AND TP-Tranche(IdxPret2) = NiveauEnCours
                  AND TP-Relance(IdxPret2) = "N"
                   MOVE "O" TO TP-Relance(IdxPret2)
                   PERFORM CONTROLER-RELANCE-DEJA-ENVOYEE
                   IF NOT Relance-Deja-Envoyee
                       PERFORM ECRIRE-LIGNE-LETTRE-PRET
                   END-IF
               END-IF
           END-PERFORM.
           IF LignesLettre > ZERO
               ADD 1 TO LettresEmises
               MOVE SPACES TO LigneLettre
               IF NiveauEnCours = 4
                   STRING "A defaut de reglement sous 8 jours, le "
                          "pret sera prononce exigible et transmis "
                          "au contentieux."
                       DELIMITED BY SIZE INTO LigneLettre
               ELSE
                   STRING "Merci d'approvisionner votre compte : "
                          "les echeances dues seront prelevees "
                          "des que le solde le permettra."
                       DELIMITED BY SIZE INTO LigneLettre
               END-IF
               PERFORM ECRIRE-LIGNE-LETTRE
               MOVE SPACES TO LigneLettre
               PERFORM ECRIRE-LIGNE-LETTRE
           END-IF.

       CONTROLER-RELANCE-DEJA-ENVOYEE.
           MOVE "N" TO RelanceDejaEnvoyee.
           PERFORM VARYING IdxHisto FROM 1 BY 1
                   UNTIL IdxHisto > NombreHistorique
                      OR Relance-Deja-Envoyee
               IF TH-Pret(IdxHisto) = TP-Numero(IdxPret2)
                  AND TH-Niveau(IdxHisto) = NiveauEnCours
                  AND TH-Statut(IdxHisto) = "O"
                   MOVE "O" TO RelanceDejaEnvoyee
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-LETTRE-PRET.
           IF LignesLettre = ZERO
      *> Premiere ligne de la lettre : l'entete avec l'adresse.
               PERFORM LIRE-CLIENT-LETTRE
               MOVE SPACES TO LigneLettre
               IF NiveauEnCours = 4
                   STRING "MISE EN DEMEURE - client " ClientEnCours
                          " - le " DateDuJour
                       DELIMITED BY SIZE INTO LigneLettre
               ELSE
                   STRING "RELANCE NIVEAU " NiveauEnCours
                          " - client " ClientEnCours
                          " - le " DateDuJour
                       DELIMITED BY SIZE INTO LigneLettre
               END-IF
               PERFORM ECRIRE-LIGNE-LETTRE
               MOVE NomClientLettre TO LigneLettre
               PERFORM ECRIRE-LIGNE-LETTRE
               MOVE AdresseClientLettre TO LigneLettre
               PERFORM ECRIRE-LIGNE-LETTRE
           END-IF.
           ADD 1 TO LignesLettre.
           SET IdxTranche TO TP-Tranche(IdxPret2).
           MOVE SPACES TO LigneLettre.
           STRING "  Pret " TP-Numero(IdxPret2)
                  " - compte " TP-Compte(IdxPret2) " - "
                  TP-NombreArrieres(IdxPret2)
                  " echeance(s) impayee(s) pour "
                  TP-MontantArrieres(IdxPret2) " - retard "
                  TP-Jours(IdxPret2) " jour(s)"
               DELIMITED BY SIZE INTO LigneLettre.
           PERFORM ECRIRE-LIGNE-LETTRE.
           PERFORM NOTER-RELANCE-HISTORIQUE.

       LIRE-CLIENT-LETTRE.
           MOVE ClientEnCours TO CB-Numero-Client.
           READ clients-banque
               INVALID KEY
                   MOVE "(client inconnu)" TO NomClientLettre
                   MOVE SPACES TO AdresseClientLettre
               NOT INVALID KEY
                   MOVE CB-Nom TO NomClientLettre
                   MOVE CB-Adresse TO AdresseClientLettre
           END-READ.

       ECRIRE-LIGNE-LETTRE.
           MOVE LigneLettre TO lettres-prets-record.
           WRITE lettres-prets-record
           END-WRITE.

       NOTER-RELANCE-HISTORIQUE.
      *> Table pleine : la lettre part quand meme, le niveau sera
      *> simplement propose de nouveau au mois suivant.
           IF NombreHistorique < 1000
               ADD 1 TO NombreHistorique
               MOVE TP-Numero(IdxPret2) TO TH-Pret(NombreHistorique)
               MOVE NiveauEnCours TO TH-Niveau(NombreHistorique)
               MOVE ClientEnCours TO TH-Client(NombreHistorique)
               MOVE DateDuJour TO TH-Date(NombreHistorique)
               MOVE "O" TO TH-Statut(NombreHistorique)
           ELSE
               DISPLAY "Historique relances_prets plein : relance ",
                       "du pret ", TP-Numero(IdxPret2),
                       " non memorisee."
           END-IF.

       SAUVEGARDER-HISTORIQUE-RELANCES.
           OPEN OUTPUT relances-prets.
           PERFORM VARYING IdxHisto FROM 1 BY 1
                   UNTIL IdxHisto > NombreHistorique
               MOVE TH-Pret(IdxHisto) TO RL-Pret
               MOVE TH-Niveau(IdxHisto) TO RL-Niveau
               MOVE TH-Client(IdxHisto) TO RL-Client
               MOVE TH-Date(IdxHisto) TO RL-Date
               MOVE TH-Statut(IdxHisto) TO RL-Statut
               MOVE SEP-Virgule TO RL-FILLER1
               MOVE SEP-Virgule TO RL-FILLER2
               MOVE SEP-Virgule TO RL-FILLER3
               MOVE SEP-Virgule TO RL-FILLER4
               WRITE relance-pret-enregistrement
               END-WRITE
           END-PERFORM.
           CLOSE relances-prets.
