IDENTIFICATION DIVISION.
PROGRAM-ID. ControlePaie.

*> Controle de paie d'une periode AAAAMM : rapproche, employe par
*> employe, le net des bulletins emis par la paie (editions BULLETIN
*> du spool nommees bulletins_AAAAMM, hors editions purgees ou
*> inachevees et hors reimpressions), les credits de salaire emis
*> dans credits_salaires et les credits effectivement postes par la
*> banque, tels que les note le fichier de suivi suivi_paie (E emis
*> par la paie, P poste, R retourne a l'employeur faute de compte).
*> Seuls les employes en ecart sont listes dans controle_paie_AAAAMM
*> (nom complete par le spool des editions), suivis du total de la
*> periode. Un credit emis mais non encore poste reste en ecart tant
*> que la banque ne l'a pas passe ; le nombre de retours indique
*> combien de fois il a ete refuse. Les avances sur salaire versees
*> dans la periode (fichier avances) s'ajoutent au net des bulletins,
*> leur credit partant dans le meme suivi que les salaires. Les
*> bulletins de correction de la periode n'y ajoutent que leur
*> ecart de net quand il est credite a l'employe.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT spool-index ASSIGN TO 'spool_index'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT bulletins ASSIGN USING NomFichierBulletins
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT suivi-paie ASSIGN TO 'suivi_paie'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT avances ASSIGN TO 'avances'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT controle-paie ASSIGN USING NomFichierControle
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

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

FD bulletins.
01 bulletin-enregistrement.
    05 BU-Periode PIC 9(6).
    05 BU-Sep1 PIC X.
    05 BU-Employe PIC 9(4).
    05 BU-Sep2 PIC X.
    05 BU-Nom PIC X(20).
    05 BU-Sep3 PIC X.
    05 BU-Brut PIC 9(7)V99.
    05 BU-Sep4 PIC X.
    05 BU-Retenues PIC 9(7)V99.
    05 BU-Sep5 PIC X.
    05 BU-Net PIC 9(7)V99.
    05 BU-Sep6 PIC X.
    05 BU-Compte PIC 9(6).
    05 BU-Sep7 PIC X.
    05 BU-Avance PIC 9(7)V99.
    05 BU-Sep8 PIC X.
    05 BU-Type PIC X.
    05 BU-Sep9 PIC X.
    05 BU-EcartBrut PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 BU-Sep10 PIC X.
    05 BU-EcartRetenues PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 BU-Sep11 PIC X.
    05 BU-EcartNet PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 BU-Sep12 PIC X.
    05 BU-Charges PIC 9(7)V99.
    05 BU-Sep13 PIC X.
    05 BU-CoutEmployeur PIC 9(7)V99.
    05 BU-Sep14 PIC X.
    05 BU-EcartCharges PIC S9(7)V99 SIGN IS LEADING SEPARATE.

FD avances.
*> Avances sur salaire (meme dessin que dans Paie et file-exemple).
01 avance-enregistrement.
    05 AV-Numero PIC 9(5).
    05 AV-Sep1 PIC X.
    05 AV-Employe PIC 9(4).
    05 AV-Sep2 PIC X.
    05 AV-Date PIC 9(8).
    05 AV-Sep3 PIC X.
    05 AV-Montant PIC 9(7)V99.
    05 AV-Sep4 PIC X.
    05 AV-NbEcheances PIC 9(2).
    05 AV-Sep5 PIC X.
    05 AV-Echeance PIC 9(7)V99.
    05 AV-Sep6 PIC X.
    05 AV-Solde PIC 9(7)V99.
    05 AV-Sep7 PIC X.
    05 AV-Statut PIC X.
    05 AV-Sep8 PIC X.
    05 AV-PeriodeVersement PIC 9(6).
    05 AV-Sep9 PIC X.
    05 AV-DernierePeriode PIC 9(6).
    05 AV-Sep10 PIC X.
    05 AV-Operateur PIC X(4).

FD suivi-paie.
01 suivi-paie-enregistrement.
    05 SP-Type PIC X.
    05 SP-FILLER1 PIC X.
    05 SP-Periode PIC 9(6).
    05 SP-FILLER2 PIC X.
    05 SP-Employe PIC 9(4).
    05 SP-FILLER3 PIC X.
    05 SP-Compte PIC 9(6).
    05 SP-FILLER4 PIC X.
    05 SP-Montant PIC 9(7)V99.
    05 SP-FILLER5 PIC X.
    05 SP-Date PIC 9(8).
    05 SP-FILLER6 PIC X.
    05 SP-Sequence PIC 9(6).

FD controle-paie.
*> Une ligne par employe en ecart (CP-Type D), puis le total de la
*> periode (CP-Type T, employe a zero, nom = nombre d'ecarts).
01 controle-paie-enregistrement.
    05 CP-Type PIC X.
    05 CP-Sep1 PIC X.
    05 CP-Periode PIC 9(6).
    05 CP-Sep2 PIC X.
    05 CP-Employe PIC 9(4).
    05 CP-Sep3 PIC X.
    05 CP-Nom PIC X(20).
    05 CP-Sep4 PIC X.
    05 CP-NetBulletins PIC 9(9)V99.
    05 CP-Sep5 PIC X.
    05 CP-CreditsEmis PIC 9(9)V99.
    05 CP-Sep6 PIC X.
    05 CP-CreditsPostes PIC 9(9)V99.
    05 CP-Sep7 PIC X.
    05 CP-Retours PIC 9(3).
    05 CP-Sep8 PIC X.
    05 CP-EcartEmission PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05 CP-Sep9 PIC X.
    05 CP-EcartPostage PIC S9(9)V99 SIGN IS LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.
01 ws-statut-sortie PIC XX.
01 SEP-Virgule PIC X VALUE ",".

01 PeriodeControle PIC 9(6) VALUE ZERO.
01 MoisControle PIC 9(2) VALUE ZERO.
01 NomFichierBulletins PIC X(50) VALUE SPACES.
01 NomFichierControle PIC X(50) VALUE SPACES.
01 PrefixeBulletins PIC X(16) VALUE SPACES.

*> Editions de bulletins de la periode, a leur dernier etat dans
*> l'index du spool (reimpressions mises a part).
01 TableEditionsPaie.
    02 EditionPaie OCCURS 50 TIMES INDEXED BY IdxEdition.
        03 EP-Nom PIC X(50).
        03 EP-Statut PIC X.
01 NombreEditionsPaie PIC 9(2) VALUE ZERO.
01 EditionTrouvee PIC X VALUE "N".
    88 Edition-Trouvee VALUE "O".
01 IdxEditionTrouvee PIC 9(2) VALUE ZERO.
01 EditionsLues PIC 9(2) VALUE ZERO.

*> Rapprochement par employe.
01 TableControle.
    02 ControleEmploye OCCURS 500 TIMES INDEXED BY IdxControle.
        03 CT-Employe PIC 9(4).
        03 CT-Nom PIC X(20).
        03 CT-NetBulletins PIC 9(9)V99.
        03 CT-CreditsEmis PIC 9(9)V99.
        03 CT-CreditsPostes PIC 9(9)V99.
        03 CT-Retours PIC 9(3).
01 NombreControles PIC 9(3) VALUE ZERO.
01 ControlesDebordement PIC X VALUE "N".
    88 Controles-Debordement VALUE "O".
01 EmployeCherche PIC 9(4) VALUE ZERO.
01 EmployeTrouve PIC X VALUE "N".
    88 Employe-Trouve VALUE "O".
01 IdxEmployeTrouve PIC 9(3) VALUE ZERO.

01 EcartEmission PIC S9(9)V99 VALUE ZERO.
01 EcartPostage PIC S9(9)V99 VALUE ZERO.
01 EmployesEnEcart PIC 9(4) VALUE ZERO.
01 TotalNetBulletins PIC 9(9)V99 VALUE ZERO.
01 TotalCreditsEmis PIC 9(9)V99 VALUE ZERO.
01 TotalCreditsPostes PIC 9(9)V99 VALUE ZERO.
01 TotalRetours PIC 9(3) VALUE ZERO.

01 SPOOL-Operation PIC X VALUE SPACE.
01 SPOOL-Etat PIC X(8) VALUE "CTRLPAIE".
01 SPOOL-NomBase PIC X(30) VALUE SPACES.
01 SPOOL-Programme PIC X(20) VALUE "ControlePaie".
01 SPOOL-Operateur PIC X(4) VALUE "PAIE".
01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
01 SPOOL-Statut PIC XX VALUE SPACES.

PROCEDURE DIVISION.
TRAITEMENT-PRINCIPAL.
    DISPLAY "Periode de paie a controler (AAAAMM) : ".
    ACCEPT PeriodeControle.
    MOVE PeriodeControle(5:2) TO MoisControle.
    IF MoisControle < 1 OR MoisControle > 12
        DISPLAY "Periode ", PeriodeControle, " invalide."
        STOP RUN
    END-IF.
    PERFORM CHARGER-EDITIONS-PAIE.
    PERFORM VARYING IdxEdition FROM 1 BY 1
            UNTIL IdxEdition > NombreEditionsPaie
        IF EP-Statut(IdxEdition) = "E"
            PERFORM CUMULER-UNE-EDITION
        END-IF
    END-PERFORM.
    PERFORM CUMULER-AVANCES-VERSEES.
    PERFORM CUMULER-SUIVI-PAIE.
    IF Controles-Debordement
        DISPLAY "ATTENTION : plus de 500 employes pour la periode, ",
                "les derniers ne sont pas controles."
    END-IF.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "controle_paie_" PeriodeControle
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    COMPUTE SPOOL-DebutPeriode = PeriodeControle * 100 + 1.
    COMPUTE SPOOL-FinPeriode = PeriodeControle * 100 + 31.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomFichierControle.
    OPEN OUTPUT controle-paie.
    PERFORM VARYING IdxControle FROM 1 BY 1
            UNTIL IdxControle > NombreControles
        PERFORM CONTROLER-UN-EMPLOYE
    END-PERFORM.
    PERFORM ECRIRE-TOTAL-PERIODE.
    CLOSE controle-paie.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    DISPLAY "===== CONTROLE DE PAIE ", PeriodeControle, " =====".
    DISPLAY "Editions de bulletins lues : ", EditionsLues.
    DISPLAY "Net des bulletins  : ", TotalNetBulletins.
    DISPLAY "Credits emis       : ", TotalCreditsEmis.
    DISPLAY "Credits postes     : ", TotalCreditsPostes.
    DISPLAY "Retours employeur  : ", TotalRetours.
    DISPLAY "Employes en ecart  : ", EmployesEnEcart.
    DISPLAY "Detail dans '", NomFichierControle, "'.".
    STOP RUN.

APPELER-SPOOL.
    CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat, SPOOL-NomBase,
            SPOOL-Programme, SPOOL-Operateur, SPOOL-DebutPeriode,
            SPOOL-FinPeriode, SPOOL-NomFichier, SPOOL-Lignes,
            SPOOL-Statut.

CHARGER-EDITIONS-PAIE.
*> Le nom de base des bulletins porte la periode : bulletins_AAAAMM
*> suivi de la date et du rang donnes par le spool.
    MOVE SPACES TO PrefixeBulletins.
    STRING "bulletins_" PeriodeControle
        DELIMITED BY SIZE INTO PrefixeBulletins.
    MOVE ZERO TO NombreEditionsPaie.
    OPEN INPUT spool-index.
    IF ws-file-status = '35'
        CLOSE spool-index
        DISPLAY "Aucun index du spool : pas de bulletin a controler."
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ spool-index
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF SX-Etat = "BULLETIN"
                       AND SX-Nom(1:16) = PrefixeBulletins
                       AND SX-Statut NOT = "I"
                        PERFORM RANGER-EDITION-PAIE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE spool-index
    END-IF.

RANGER-EDITION-PAIE.
    MOVE "N" TO EditionTrouvee.
    PERFORM VARYING IdxEdition FROM 1 BY 1
            UNTIL IdxEdition > NombreEditionsPaie
               OR Edition-Trouvee
        IF EP-Nom(IdxEdition) = SX-Nom
            MOVE "O" TO EditionTrouvee
            SET IdxEditionTrouvee TO IdxEdition
        END-IF
    END-PERFORM.
    IF NOT Edition-Trouvee AND NombreEditionsPaie < 50
        ADD 1 TO NombreEditionsPaie
        MOVE NombreEditionsPaie TO IdxEditionTrouvee
        MOVE SX-Nom TO EP-Nom(IdxEditionTrouvee)
        MOVE "O" TO EditionTrouvee
    END-IF.
    IF Edition-Trouvee
        MOVE SX-Statut TO EP-Statut(IdxEditionTrouvee)
    END-IF.

CUMULER-UNE-EDITION.
    MOVE EP-Nom(IdxEdition) TO NomFichierBulletins.
    OPEN INPUT bulletins.
    IF ws-file-status NOT = '00'
        DISPLAY "Edition ", NomFichierBulletins, " illisible (statut ",
                ws-file-status, ") : bulletins non controles."
    ELSE
        ADD 1 TO EditionsLues
        PERFORM UNTIL ws-file-status = '10'
            READ bulletins
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF BU-Periode = PeriodeControle
                        MOVE BU-Employe TO EmployeCherche
                        PERFORM TROUVER-EMPLOYE
                        IF Employe-Trouve
                            MOVE BU-Nom TO CT-Nom(IdxEmployeTrouve)
                            PERFORM CUMULER-NET-BULLETIN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE bulletins
    END-IF.

CUMULER-NET-BULLETIN.
*> Un bulletin de correction (type C) ne compte que pour son ecart
*> de net, et seulement en faveur de l'employe : un trop-percu ne
*> donne pas de credit, il est retenu sur une paie suivante.
    IF BU-Type = "C"
        IF BU-EcartNet > ZERO
            ADD BU-EcartNet TO CT-NetBulletins(IdxEmployeTrouve)
        END-IF
    ELSE
        ADD BU-Net TO CT-NetBulletins(IdxEmployeTrouve)
    END-IF.

CUMULER-AVANCES-VERSEES.
*> Une avance versee (statut autre que A accordee ou X annulee)
*> porte le mois de son credit dans AV-PeriodeVersement.
    OPEN INPUT avances.
    IF ws-file-status = '35'
        CLOSE avances
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ avances
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF AV-PeriodeVersement = PeriodeControle
                       AND AV-Statut NOT = "A"
                       AND AV-Statut NOT = "X"
                        MOVE AV-Employe TO EmployeCherche
                        PERFORM TROUVER-EMPLOYE
                        IF Employe-Trouve
                            ADD AV-Montant
                                TO CT-NetBulletins(IdxEmployeTrouve)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE avances
    END-IF.

CUMULER-SUIVI-PAIE.
    OPEN INPUT suivi-paie.
    IF ws-file-status = '35'
        CLOSE suivi-paie
        DISPLAY "Aucun suivi des credits de salaire (suivi_paie)."
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ suivi-paie
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF SP-Periode = PeriodeControle
                        MOVE SP-Employe TO EmployeCherche
                        PERFORM TROUVER-EMPLOYE
                        IF Employe-Trouve
                            PERFORM RANGER-LIGNE-SUIVI
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE suivi-paie
    END-IF.

RANGER-LIGNE-SUIVI.
    EVALUATE SP-Type
        WHEN "E"
            ADD SP-Montant TO CT-CreditsEmis(IdxEmployeTrouve)
        WHEN "P"
            ADD SP-Montant TO CT-CreditsPostes(IdxEmployeTrouve)
        WHEN "R"
            ADD 1 TO CT-Retours(IdxEmployeTrouve)
    END-EVALUATE.

TROUVER-EMPLOYE.
*> Rend dans IdxEmployeTrouve la ligne de l'employe, creee au besoin.
    MOVE "N" TO EmployeTrouve.
    PERFORM VARYING IdxControle FROM 1 BY 1
            UNTIL IdxControle > NombreControles
               OR Employe-Trouve
        IF CT-Employe(IdxControle) = EmployeCherche
            MOVE "O" TO EmployeTrouve
            SET IdxEmployeTrouve TO IdxControle
        END-IF
    END-PERFORM.
    IF NOT Employe-Trouve
        IF NombreControles < 500
            ADD 1 TO NombreControles
            MOVE NombreControles TO IdxEmployeTrouve
            MOVE EmployeCherche TO CT-Employe(IdxEmployeTrouve)
            MOVE SPACES TO CT-Nom(IdxEmployeTrouve)
            MOVE ZERO TO CT-NetBulletins(IdxEmployeTrouve)
            MOVE ZERO TO CT-CreditsEmis(IdxEmployeTrouve)
            MOVE ZERO TO CT-CreditsPostes(IdxEmployeTrouve)
            MOVE ZERO TO CT-Retours(IdxEmployeTrouve)
            MOVE "O" TO EmployeTrouve
        ELSE
            MOVE "O" TO ControlesDebordement
        END-IF
    END-IF.

CONTROLER-UN-EMPLOYE.
    ADD CT-NetBulletins(IdxControle) TO TotalNetBulletins.
    ADD CT-CreditsEmis(IdxControle) TO TotalCreditsEmis.
    ADD CT-CreditsPostes(IdxControle) TO TotalCreditsPostes.
    ADD CT-Retours(IdxControle) TO TotalRetours.
    COMPUTE EcartEmission = CT-CreditsEmis(IdxControle)
            - CT-NetBulletins(IdxControle).
    COMPUTE EcartPostage = CT-CreditsPostes(IdxControle)
            - CT-CreditsEmis(IdxControle).
    IF EcartEmission NOT = ZERO OR EcartPostage NOT = ZERO
        ADD 1 TO EmployesEnEcart
        MOVE "D" TO CP-Type
        MOVE CT-Employe(IdxControle) TO CP-Employe
        MOVE CT-Nom(IdxControle) TO CP-Nom
        MOVE CT-NetBulletins(IdxControle) TO CP-NetBulletins
        MOVE CT-CreditsEmis(IdxControle) TO CP-CreditsEmis
        MOVE CT-CreditsPostes(IdxControle) TO CP-CreditsPostes
        MOVE CT-Retours(IdxControle) TO CP-Retours
        PERFORM ECRIRE-LIGNE-CONTROLE
        DISPLAY "Ecart employe ", CP-Employe, " ", CP-Nom,
                " bulletins ", CP-NetBulletins, " emis ",
                CP-CreditsEmis, " postes ", CP-CreditsPostes
    END-IF.

ECRIRE-TOTAL-PERIODE.
    COMPUTE EcartEmission = TotalCreditsEmis - TotalNetBulletins.
    COMPUTE EcartPostage = TotalCreditsPostes - TotalCreditsEmis.
    MOVE "T" TO CP-Type.
    MOVE ZERO TO CP-Employe.
    MOVE SPACES TO CP-Nom.
    MOVE EmployesEnEcart TO CP-Nom(1:4).
    MOVE TotalNetBulletins TO CP-NetBulletins.
    MOVE TotalCreditsEmis TO CP-CreditsEmis.
    MOVE TotalCreditsPostes TO CP-CreditsPostes.
    MOVE TotalRetours TO CP-Retours.
    PERFORM ECRIRE-LIGNE-CONTROLE.

ECRIRE-LIGNE-CONTROLE.
    MOVE PeriodeControle TO CP-Periode.
    MOVE EcartEmission TO CP-EcartEmission.
    MOVE EcartPostage TO CP-EcartPostage.
    MOVE SEP-Virgule TO CP-Sep1.
    MOVE SEP-Virgule TO CP-Sep2.
    MOVE SEP-Virgule TO CP-Sep3.
    MOVE SEP-Virgule TO CP-Sep4.
    MOVE SEP-Virgule TO CP-Sep5.
    MOVE SEP-Virgule TO CP-Sep6.
    MOVE SEP-Virgule TO CP-Sep7.
    MOVE SEP-Virgule TO CP-Sep8.
    MOVE SEP-Virgule TO CP-Sep9.
    WRITE controle-paie-enregistrement.
