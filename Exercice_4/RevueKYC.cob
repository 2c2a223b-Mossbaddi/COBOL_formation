       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevueKYC.

      *> Revue periodique de connaissance client (KYC) : parcourt le
      *> fichier clients_banque et, pour chaque client, la piece
      *> d'identite enregistree dans pieces_identite. Sont listes les
      *> clients sans piece, ceux dont la piece est expiree et ceux
      *> dont la revue est en retard pour leur niveau de risque
      *> (periodicites KYCMOISF, KYCMOISM et KYCMOISE en mois, 36, 24
      *> et 12 par defaut). Au-dela du delai de grace KYCGRACE (30
      *> jours par defaut) le client est marque BLOQUE : le guichet
      *> lui refuse alors retraits et virements jusqu'a la revue.
      *> L'etat part au spool des editions (etat KYC, fichier
      *> revue_kyc_AAAAMMJJ_nnn), piece a produire aux inspections du
      *> regulateur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clients-banque ASSIGN TO 'clients_banque'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-Numero-Client
               FILE STATUS IS ws-statut-clients.

           SELECT pieces-identite ASSIGN TO 'pieces_identite'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT rapport-kyc ASSIGN USING NomFichierRapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-rapport.

       DATA DIVISION.
       FILE SECTION.
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

       FD pieces-identite.
       01 piece-identite-enregistrement.
           05 PI-Numero-Client PIC 9(5).
           05 PI-FILLER1 PIC X.
           05 PI-Type PIC X(2).
           05 PI-FILLER2 PIC X.
           05 PI-Numero PIC X(15).
           05 PI-FILLER3 PIC X.
           05 PI-DateExpiration PIC 9(8).
           05 PI-FILLER4 PIC X.
           05 PI-DateVerification PIC 9(8).
           05 PI-FILLER5 PIC X.
           05 PI-Risque PIC X.

       FD rapport-kyc.
       01 rapport-kyc-record PIC X(120).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-clients PIC XX.
       01 ws-statut-rapport PIC XX.

       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 NomFichierRapport PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "KYC".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "RevueKYC".
       01 SPOOL-Operateur PIC X(4) VALUE "KYCR".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.
       01 LigneRapport PIC X(120) VALUE SPACES.

      *> Periodicites de revue et delai de grace, remplaces au
      *> demarrage par le fichier central des parametres.
       01 KycMoisRisqueFaible PIC 9(3) VALUE 36.
       01 KycMoisRisqueMoyen PIC 9(3) VALUE 24.
       01 KycMoisRisqueEleve PIC 9(3) VALUE 12.
       01 KycDelaiGrace PIC 9(3) VALUE 30.
       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 TablePiecesIdentite.
           02 PieceIdentite OCCURS 500 TIMES INDEXED BY IdxPiece.
               03 TK-Client PIC 9(5).
               03 TK-Type PIC X(2).
               03 TK-Numero PIC X(15).
               03 TK-DateExpiration PIC 9(8).
               03 TK-DateVerification PIC 9(8).
               03 TK-Risque PIC X.
       01 NombrePiecesIdentite PIC 9(3) VALUE ZERO.
       01 PiecesDebordement PIC X VALUE "N".
           88 Pieces-Debordement VALUE "O".
       01 IdxPieceTrouvee PIC 9(3) VALUE ZERO.

       01 FinParcoursClients PIC X VALUE "N".
           88 Fin-Parcours-Clients VALUE "O".

      *> Echeances du client en cours d'examen.
       01 KycMoisRevue PIC 9(3) VALUE ZERO.
       01 KycDateRevue PIC 9(8) VALUE ZERO.
       01 KycDateLimite PIC 9(8) VALUE ZERO.
       01 KycSituation PIC X(16) VALUE SPACES.
       01 KycBloque PIC X VALUE "N".
           88 Kyc-Bloque VALUE "O".
       01 MoisTravail.
           05 MT-Annee PIC 9(4).
           05 MT-Mois PIC 9(2).
       01 JourEcheance PIC 9(2) VALUE ZERO.
       01 NbJoursMois PIC 9(2) VALUE ZERO.
       01 QuotientAnnee PIC 9(4) VALUE ZERO.
       01 ResteAnnee PIC 9(4) VALUE ZERO.

       01 ClientsExamines PIC 9(5) VALUE ZERO.
       01 ClientsSansPiece PIC 9(5) VALUE ZERO.
       01 ClientsPieceExpiree PIC 9(5) VALUE ZERO.
       01 ClientsRevueEnRetard PIC 9(5) VALUE ZERO.
       01 ClientsBloques PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== REVUE KYC DES CLIENTS =====".
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           PERFORM CHARGER-PIECES-IDENTITE.
           IF Pieces-Debordement
               DISPLAY "Fichier pieces_identite trop volumineux ",
                       "(500) : revue abandonnee."
               STOP RUN
           END-IF.
           OPEN INPUT clients-banque.
           IF ws-statut-clients NOT = '00'
               DISPLAY "Fichier clients_banque inaccessible (statut ",
                       ws-statut-clients, ") : run abandonne."
               STOP RUN
           END-IF.
           MOVE "revue_kyc" TO SPOOL-NomBase.
           MOVE DateDuJour TO SPOOL-DebutPeriode.
           MOVE DateDuJour TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierRapport.
           OPEN OUTPUT rapport-kyc.
           MOVE SPACES TO LigneRapport.
           STRING "REVUE KYC DU " DateDuJour
                  " - periodicites F/M/E " KycMoisRisqueFaible "/"
                  KycMoisRisqueMoyen "/" KycMoisRisqueEleve
                  " mois - grace " KycDelaiGrace " jours"
               DELIMITED BY SIZE INTO LigneRapport.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO LigneRapport.
           STRING "Client Nom                             Piece "
                  "Expire   Revue    R Situation        Blocage"
               DELIMITED BY SIZE INTO LigneRapport.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE "N" TO FinParcoursClients.
           MOVE ZERO TO CB-Numero-Client.
           START clients-banque KEY IS NOT LESS THAN CB-Numero-Client
               INVALID KEY
                   MOVE "O" TO FinParcoursClients
               NOT INVALID KEY
                   CONTINUE
           END-START.
           PERFORM EXAMINER-CLIENT-SUIVANT
                   UNTIL Fin-Parcours-Clients.
           CLOSE clients-banque.
           CLOSE rapport-kyc.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           DISPLAY "===== SYNTHESE =====".
           DISPLAY "Clients examines          : ", ClientsExamines.
           DISPLAY "Sans piece d'identite     : ", ClientsSansPiece.
           DISPLAY "Piece expiree             : ",
                   ClientsPieceExpiree.
           DISPLAY "Revue en retard           : ",
                   ClientsRevueEnRetard.
           DISPLAY "Bloques (grace depassee)  : ", ClientsBloques.
           DISPLAY "Etat ecrit dans ", NomFichierRapport, ".".
           STOP RUN.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       CHARGER-PARAMETRES-CENTRAUX.
           MOVE "KYCMOISF" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycMoisRisqueFaible
           END-IF.
           MOVE "KYCMOISM" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycMoisRisqueMoyen
           END-IF.
           MOVE "KYCMOISE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycMoisRisqueEleve
           END-IF.
           MOVE "KYCGRACE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycDelaiGrace
           END-IF.

       CHARGER-PIECES-IDENTITE.
           MOVE ZERO TO NombrePiecesIdentite.
           MOVE "N" TO PiecesDebordement.
           OPEN INPUT pieces-identite.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ pieces-identite
                        INTO piece-identite-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UNE-PIECE
                   END-READ
               END-PERFORM
               CLOSE pieces-identite
           END-IF.

       RANGER-UNE-PIECE.
           IF NombrePiecesIdentite < 500
               ADD 1 TO NombrePiecesIdentite
               MOVE PI-Numero-Client
                    TO TK-Client(NombrePiecesIdentite)
               MOVE PI-Type TO TK-Type(NombrePiecesIdentite)
               MOVE PI-Numero TO TK-Numero(NombrePiecesIdentite)
               MOVE PI-DateExpiration
                    TO TK-DateExpiration(NombrePiecesIdentite)
               MOVE PI-DateVerification
                    TO TK-DateVerification(NombrePiecesIdentite)
               MOVE PI-Risque TO TK-Risque(NombrePiecesIdentite)
           ELSE
               MOVE "O" TO PiecesDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       EXAMINER-CLIENT-SUIVANT.
           READ clients-banque NEXT RECORD
               AT END
                   MOVE "O" TO FinParcoursClients
               NOT AT END
                   ADD 1 TO ClientsExamines
                   PERFORM EXAMINER-UN-CLIENT
           END-READ.

       EXAMINER-UN-CLIENT.
      *> La derniere ligne du fichier pour un client fait foi,
      *> comme au guichet.
           MOVE ZERO TO IdxPieceTrouvee.
           PERFORM VARYING IdxPiece FROM 1 BY 1
                   UNTIL IdxPiece > NombrePiecesIdentite
               IF TK-Client(IdxPiece) = CB-Numero-Client
                   SET IdxPieceTrouvee TO IdxPiece
               END-IF
           END-PERFORM.
           MOVE "N" TO KycBloque.
           MOVE SPACES TO KycSituation.
           MOVE ZERO TO KycDateRevue.
           IF IdxPieceTrouvee = ZERO
               ADD 1 TO ClientsSansPiece
               MOVE "SANS PIECE" TO KycSituation
               PERFORM ECRIRE-LIGNE-CLIENT
           ELSE
               PERFORM CALCULER-DATE-REVUE
               IF TK-DateExpiration(IdxPieceTrouvee) < DateDuJour
                   ADD 1 TO ClientsPieceExpiree
                   MOVE "PIECE EXPIREE" TO KycSituation
                   MOVE TK-DateExpiration(IdxPieceTrouvee)
                        TO DATU-Date1
                   PERFORM CONTROLER-DELAI-GRACE
               END-IF
               IF KycDateRevue < DateDuJour
                   ADD 1 TO ClientsRevueEnRetard
                   IF KycSituation = SPACES
                       MOVE "REVUE EN RETARD" TO KycSituation
                   ELSE
                       MOVE "EXPIREE+RETARD" TO KycSituation
                   END-IF
                   MOVE KycDateRevue TO DATU-Date1
                   PERFORM CONTROLER-DELAI-GRACE
               END-IF
               IF KycSituation NOT = SPACES
                   PERFORM ECRIRE-LIGNE-CLIENT
               END-IF
           END-IF.
           IF Kyc-Bloque
               ADD 1 TO ClientsBloques
           END-IF.

       CALCULER-DATE-REVUE.
      *> Derniere verification avancee de la periodicite du risque,
      *> quantieme ramene au dernier jour du mois d'arrivee.
           EVALUATE TK-Risque(IdxPieceTrouvee)
               WHEN "E"
                   MOVE KycMoisRisqueEleve TO KycMoisRevue
               WHEN "M"
                   MOVE KycMoisRisqueMoyen TO KycMoisRevue
               WHEN OTHER
                   MOVE KycMoisRisqueFaible TO KycMoisRevue
           END-EVALUATE.
           MOVE TK-DateVerification(IdxPieceTrouvee)(1:6)
                TO MoisTravail.
           MOVE TK-DateVerification(IdxPieceTrouvee)(7:2)
                TO JourEcheance.
           PERFORM AVANCER-UN-MOIS KycMoisRevue TIMES.
           PERFORM CALCULER-JOURS-DU-MOIS.
           IF JourEcheance > NbJoursMois
               MOVE NbJoursMois TO JourEcheance
           END-IF.
           COMPUTE KycDateRevue = MT-Annee * 10000
                   + MT-Mois * 100 + JourEcheance.

       AVANCER-UN-MOIS.
           IF MT-Mois = 12
               ADD 1 TO MT-Annee
               MOVE 1 TO MT-Mois
           ELSE
               ADD 1 TO MT-Mois
           END-IF.

       CALCULER-JOURS-DU-MOIS.
           EVALUATE MT-Mois
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO NbJoursMois
               WHEN 02
                   PERFORM CALCULER-FEVRIER
               WHEN OTHER
                   MOVE 31 TO NbJoursMois
           END-EVALUATE.

       CALCULER-FEVRIER.
      *> Annee bissextile : divisible par 4, sauf les seculaires non
      *> divisibles par 400.
           MOVE 28 TO NbJoursMois.
           DIVIDE MT-Annee BY 4 GIVING QuotientAnnee
                   REMAINDER ResteAnnee.
           IF ResteAnnee = ZERO
               MOVE 29 TO NbJoursMois
               DIVIDE MT-Annee BY 100 GIVING QuotientAnnee
                       REMAINDER ResteAnnee
               IF ResteAnnee = ZERO
                   DIVIDE MT-Annee BY 400 GIVING QuotientAnnee
                           REMAINDER ResteAnnee
                   IF ResteAnnee NOT = ZERO
                       MOVE 28 TO NbJoursMois
                   END-IF
               END-IF
           END-IF.

       CONTROLER-DELAI-GRACE.
      *> Echeance depassee (placee dans DATU-Date1) plus le delai de
      *> grace : au-dela, le client est bloque au debit.
           MOVE "A" TO DATU-Operation.
           MOVE KycDelaiGrace TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           MOVE DATU-DateResultat TO KycDateLimite.
           IF DATU-Statut NOT = '00'
              OR KycDateLimite < DateDuJour
               MOVE "O" TO KycBloque
           END-IF.

       ECRIRE-LIGNE-CLIENT.
           MOVE SPACES TO LigneRapport.
           IF IdxPieceTrouvee = ZERO
               STRING CB-Numero-Client "  " CB-Nom "  --    "
                      "--       --       - " KycSituation
                   DELIMITED BY SIZE INTO LigneRapport
           ELSE
               STRING CB-Numero-Client "  " CB-Nom "  "
                      TK-Type(IdxPieceTrouvee) "    "
                      TK-DateExpiration(IdxPieceTrouvee) " "
                      KycDateRevue " "
                      TK-Risque(IdxPieceTrouvee) " "
                      KycSituation " "
                   DELIMITED BY SIZE INTO LigneRapport
               IF Kyc-Bloque
                   MOVE "BLOQUE" TO LigneRapport(83:6)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           DISPLAY LigneRapport.
           MOVE LigneRapport TO rapport-kyc-record.
           WRITE rapport-kyc-record.
