       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemiseRecettes.

      *> Remise en banque des recettes du jour de la boutique, qui
      *> tient son compte professionnel chez nous (parametre
      *> CPTBOUTIQUE) : les encaissements du fichier paiements de la
      *> caisse pour la date de l'etat RapportVentes ne sont plus
      *> ressaisis au guichet. Chaque moyen de paiement suit le
      *> chemin d'un depot ordinaire :
      *>   E especes : depot capture au nom du guichetier qui recoit
      *>     le sac (fichier attente, poste par le traitement de fin
      *>     de journee) et entree d'especes dans son tiroir ;
      *>   Q cheques : un cheque par ligne de paiement dans le fichier
      *>     cheques, a date de valeur JOURSCHEQUE jours ouvres,
      *>     credite par la compensation ;
      *>   C cartes : credit attendu de l'acquereur, inscrit dans
      *>     credits_attendus, qui arrivera par virements_entrants.
      *> Les cartes cadeaux (K) ont ete encaissees a la vente de la
      *> carte et ne donnent lieu a aucune remise. Chaque depot porte
      *> la date de l'etat de caisse comme reference. Le run est
      *> consigne dans controle_runs : une journee ne se remet
      *> qu'une fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-Numero-Compte
               FILE STATUS IS ws-file-status.

           SELECT paiements ASSIGN TO 'paiements'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT caisses ASSIGN TO 'caisses'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT attente ASSIGN TO 'attente'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT mouvements-caisse ASSIGN TO 'mouvements_caisse'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT cheques ASSIGN TO 'cheques'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT credits-attendus ASSIGN TO 'credits_attendus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT controle-runs ASSIGN TO 'controle_runs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT verrou-soldes ASSIGN TO 'verrou_soldes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-verrou.

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

       FD paiements.
      *> Meme dessin que le fichier ecrit par la caisse : un
      *> enregistrement par moyen de paiement (E especes, C carte,
      *> Q cheque, K carte cadeau), especes nettes du rendu.
       01 paiement-enregistrement.
           05 PM-IdClient PIC 9(5).
           05 PM-Sep1 PIC X.
           05 PM-Date PIC 9(8).
           05 PM-Sep2 PIC X.
           05 PM-Heure PIC 9(8).
           05 PM-Sep3 PIC X.
           05 PM-Mode PIC X.
           05 PM-Sep4 PIC X.
           05 PM-Montant PIC 9(5)V99.

       FD caisses.
      *> Sessions de caisse des guichetiers, au dessin du guichet.
       01 caisse-enregistrement.
           05 CA-Guichetier PIC X(4).
           05 CA-FILLER1 PIC X.
           05 CA-Date PIC 9(8).
           05 CA-FILLER2 PIC X.
           05 CA-FondInitial PIC 9(7)V99.
           05 CA-FILLER3 PIC X.
           05 CA-Comptage PIC 9(7)V99.
           05 CA-FILLER4 PIC X.
           05 CA-Ecart PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 CA-FILLER5 PIC X.
           05 CA-Statut PIC X.
           05 CA-FILLER6 PIC X.
           05 CA-Agence PIC 9(3).

       FD attente.
      *> Operations capturees en attente du postage de fin de
      *> journee, au dessin du guichet.
       01 attente-record.
           05 TA-Guichetier PIC X(4).
           05 TA-FILLER1 PIC X.
           05 TA-Numero-Compte PIC 9(6).
           05 TA-FILLER2 PIC X.
           05 TA-Action PIC X.
           05 TA-FILLER3 PIC X.
           05 TA-Montant PIC 9(5)V99.
           05 TA-FILLER4 PIC X.
           05 TA-Compte-Destination PIC 9(6).
           05 TA-FILLER5 PIC X.
           05 TA-Date PIC 9(8).
           05 TA-FILLER6 PIC X.
           05 TA-Agence PIC 9(3).
           05 TA-FILLER7 PIC X.
           05 TA-Reference PIC X(10).

       FD mouvements-caisse.
      *> Mouvements d'especes du tiroir, au dessin du guichet.
       01 mouvement-caisse-enregistrement.
           05 MC-Date PIC 9(8).
           05 MC-FILLER1 PIC X.
           05 MC-Heure PIC 9(8).
           05 MC-FILLER2 PIC X.
           05 MC-Guichetier PIC X(4).
           05 MC-FILLER3 PIC X.
           05 MC-Sens PIC X.
           05 MC-FILLER4 PIC X.
           05 MC-Montant PIC 9(5)V99.
           05 MC-FILLER5 PIC X.
           05 MC-Motif PIC X(20).
           05 MC-FILLER6 PIC X.
           05 MC-Agence PIC 9(3).

       FD cheques.
      *> Cheques en compensation, au dessin du guichet.
       01 cheques-record.
           05 CH-Numero-Compte PIC 9(6).
           05 CH-FILLER1 PIC X.
           05 CH-Montant PIC 9(5)V99.
           05 CH-FILLER2 PIC X.
           05 CH-Date-Depot PIC 9(8).
           05 CH-FILLER3 PIC X.
           05 CH-Date-Valeur PIC 9(8).
           05 CH-FILLER4 PIC X.
           05 CH-Statut PIC X.
           05 CH-FILLER5 PIC X.
           05 CH-Reference PIC X(10).

       FD credits-attendus.
      *> Credits annonces mais pas encore recus : le reglement des
      *> ventes par carte de la journee, que l'acquereur verse sur le
      *> compte de la boutique par la chambre de compensation.
      *> Statut : A attendu, R recu.
       01 credit-attendu-enregistrement.
           05 XA-Compte PIC 9(6).
           05 XA-FILLER1 PIC X.
           05 XA-Montant PIC 9(7)V99.
           05 XA-FILLER2 PIC X.
           05 XA-DateVente PIC 9(8).
           05 XA-FILLER3 PIC X.
           05 XA-Mode PIC X.
           05 XA-FILLER4 PIC X.
           05 XA-Reference PIC X(10).
           05 XA-FILLER5 PIC X.
           05 XA-DateInscription PIC 9(8).
           05 XA-FILLER6 PIC X.
           05 XA-Statut PIC X.

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

       FD verrou-soldes.
      *> Verrou partage avec le guichet et la chaine de nuit : la
      *> remise ecrit dans les fichiers attente et cheques que le
      *> guichet tient ouverts, elle ne tourne donc pas pendant une
      *> session de guichet.
       01 verrou-enregistrement.
           05 VR-Programme PIC X(12).
           05 VR-FILLER1 PIC X.
           05 VR-Operateur PIC X(4).
           05 VR-FILLER2 PIC X.
           05 VR-Date PIC 9(8).
           05 VR-FILLER3 PIC X.
           05 VR-Heure PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-verrou PIC XX.
       01 VerrouTenu PIC X VALUE "N".
           88 Verrou-Tenu VALUE "O".
       01 SEP-Virgule PIC X VALUE ",".

       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 DateRecettes PIC 9(8) VALUE ZERO.
       01 ReferenceRemise PIC X(10) VALUE SPACES.
       01 CompteBoutique PIC 9(6) VALUE ZERO.
       01 JoursCompensationCheque PIC 9(2) VALUE 2.
       01 DateValeurCheque PIC 9(8) VALUE ZERO.
       01 GuichetierRemise PIC X(4) VALUE SPACES.
       01 AgenceRemise PIC 9(3) VALUE 1.
       01 CaisseOuverte PIC X VALUE "N".
           88 Caisse-Ouverte VALUE "O".

       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 TypeRunControle PIC X(12) VALUE "RECETTES".
       01 DateMetierRun PIC 9(8) VALUE ZERO.
       01 RunDejaFait PIC X VALUE "N".
           88 Run-Deja-Fait VALUE "O".

      *> Recettes de la journee par moyen de paiement ; les cheques
      *> sont gardes un par un pour etre remis individuellement.
       01 TotalEspeces PIC 9(7)V99 VALUE ZERO.
       01 TotalCartes PIC 9(7)V99 VALUE ZERO.
       01 TotalCheques PIC 9(7)V99 VALUE ZERO.
       01 TotalCartesCadeaux PIC 9(7)V99 VALUE ZERO.
       01 PlafondDepot PIC 9(5)V99 VALUE 99999.99.
       01 TableChequesRemis.
           02 ChequeRemis OCCURS 300 TIMES INDEXED BY IdxChequeRemis.
               03 QR-Montant PIC 9(5)V99.
       01 NombreChequesRemis PIC 9(3) VALUE ZERO.
       01 ChequesDebordement PIC X VALUE "N".
           88 Cheques-Debordement VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== REMISE DES RECETTES DE LA BOUTIQUE =====".
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           DISPLAY "Date de l'etat de caisse a remettre (AAAAMMJJ) :".
           ACCEPT DateRecettes.
           MOVE "V" TO DATU-Operation.
           MOVE DateRecettes TO DATU-Date1.
           PERFORM APPELER-DATEUTIL.
           IF DATU-Statut NOT = '00' OR DateRecettes > DateDuJour
               DISPLAY "Date invalide : run abandonne."
               STOP RUN
           END-IF.
           MOVE DateRecettes TO DateMetierRun.
           PERFORM CONTROLER-RUN-FAIT.
           IF Run-Deja-Fait
               DISPLAY "Les recettes du ", DateRecettes, " ont deja ",
                       "ete remises (voir controle_runs) : run ",
                       "refuse pour ne pas les deposer deux fois."
               STOP RUN
           END-IF.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           IF CompteBoutique = ZERO
               DISPLAY "Compte de la boutique non parametre ",
                       "(CPTBOUTIQUE) : run abandonne."
               STOP RUN
           END-IF.
           PERFORM CONTROLER-COMPTE-BOUTIQUE.
           PERFORM CUMULER-RECETTES-JOUR.
           IF Cheques-Debordement
               DISPLAY "Plus de 300 cheques pour la journee : ",
                       "remise abandonnee."
               STOP RUN
           END-IF.
           IF TotalEspeces = ZERO AND TotalCheques = ZERO
              AND TotalCartes = ZERO
               DISPLAY "Aucun encaissement a remettre pour le ",
                       DateRecettes, "."
               STOP RUN
           END-IF.
           IF TotalEspeces > PlafondDepot
               DISPLAY "Especes du jour (", TotalEspeces, ") au-dela ",
                       "d'un depot unique : remise a faire au ",
                       "guichet en plusieurs versements."
               STOP RUN
           END-IF.
           IF TotalEspeces > ZERO
               PERFORM CHOISIR-GUICHETIER
           END-IF.
           MOVE SPACES TO ReferenceRemise.
           MOVE DateRecettes TO ReferenceRemise.
           PERFORM CONTROLER-ET-POSER-VERROU.
           IF TotalEspeces > ZERO
               PERFORM REMETTRE-ESPECES
           END-IF.
           IF NombreChequesRemis > ZERO
               PERFORM REMETTRE-CHEQUES
           END-IF.
           IF TotalCartes > ZERO
               PERFORM INSCRIRE-CREDIT-CARTES
           END-IF.
           PERFORM LIBERER-VERROU.
           PERFORM ENREGISTRER-RUN-FAIT.
           DISPLAY "===== SYNTHESE ", DateRecettes, " =====".
           DISPLAY "Especes        : ", TotalEspeces,
                   " (depot en attente du postage de fin de journee)".
           DISPLAY "Cheques        : ", TotalCheques, " (",
                   NombreChequesRemis, " cheque(s) en compensation)".
           DISPLAY "Cartes         : ", TotalCartes,
                   " (credit attendu de l'acquereur)".
           DISPLAY "Cartes cadeaux : ", TotalCartesCadeaux,
                   " (sans remise)".
           DISPLAY "Compte credite : ", CompteBoutique,
                   " - reference ", ReferenceRemise, ".".
           STOP RUN.

       APPELER-DATEUTIL.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.

       CHARGER-PARAMETRES-CENTRAUX.
           MOVE "CPTBOUTIQUE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteBoutique
           END-IF.
           MOVE "JOURSCHEQUE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO JoursCompensationCheque
           END-IF.

       CONTROLER-COMPTE-BOUTIQUE.
           OPEN INPUT soldes.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier des soldes inaccessible (statut ",
                       ws-file-status, ") : run abandonne."
               STOP RUN
           END-IF.
           MOVE CompteBoutique TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte de la boutique ", CompteBoutique,
                           " introuvable : run abandonne."
                   CLOSE soldes
                   STOP RUN
           END-READ.
           CLOSE soldes.

       CUMULER-RECETTES-JOUR.
      *> Meme ventilation que l'etat RapportVentes de la journee.
           OPEN INPUT paiements.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier paiements de la caisse introuvable : ",
                       "run abandonne."
               STOP RUN
           END-IF.
           PERFORM UNTIL ws-file-status = '10'
               READ paiements INTO paiement-enregistrement
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF PM-Date = DateRecettes
                           PERFORM CUMULER-UN-PAIEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE paiements.

       CUMULER-UN-PAIEMENT.
           EVALUATE PM-Mode
               WHEN "E"
                   ADD PM-Montant TO TotalEspeces
               WHEN "C"
                   ADD PM-Montant TO TotalCartes
               WHEN "Q"
                   ADD PM-Montant TO TotalCheques
                   IF NombreChequesRemis < 300
                       ADD 1 TO NombreChequesRemis
                       MOVE PM-Montant
                            TO QR-Montant(NombreChequesRemis)
                   ELSE
                       MOVE "O" TO ChequesDebordement
                   END-IF
               WHEN "K"
                   ADD PM-Montant TO TotalCartesCadeaux
           END-EVALUATE.

       CHOISIR-GUICHETIER.
      *> Le sac d'especes passe par le tiroir d'un guichetier dont la
      *> caisse du jour est ouverte : il sera compte avec le reste.
           DISPLAY "Guichetier recevant les especes (4 caracteres) :".
           ACCEPT GuichetierRemise.
           MOVE "N" TO CaisseOuverte.
           OPEN INPUT caisses.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ caisses INTO caisse-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF CA-Guichetier = GuichetierRemise
                              AND CA-Date = DateDuJour
                              AND CA-Statut = "O"
                               MOVE "O" TO CaisseOuverte
                               IF CA-Agence IS NUMERIC
                                  AND CA-Agence > ZERO
                                   MOVE CA-Agence TO AgenceRemise
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE caisses
           END-IF.
           IF NOT Caisse-Ouverte
               DISPLAY "Aucune caisse ouverte aujourd'hui pour ",
                       GuichetierRemise, " : run abandonne."
               STOP RUN
           END-IF.

       REMETTRE-ESPECES.
      *> Depot capture comme au guichet : le solde n'est touche qu'au
      *> postage de fin de journee, le tiroir bouge tout de suite.
           MOVE GuichetierRemise TO TA-Guichetier.
           MOVE CompteBoutique TO TA-Numero-Compte.
           MOVE "D" TO TA-Action.
           MOVE TotalEspeces TO TA-Montant.
           MOVE ZERO TO TA-Compte-Destination.
           MOVE DateDuJour TO TA-Date.
           MOVE AgenceRemise TO TA-Agence.
           MOVE ReferenceRemise TO TA-Reference.
           MOVE SEP-Virgule TO TA-FILLER1.
           MOVE SEP-Virgule TO TA-FILLER2.
           MOVE SEP-Virgule TO TA-FILLER3.
           MOVE SEP-Virgule TO TA-FILLER4.
           MOVE SEP-Virgule TO TA-FILLER5.
           MOVE SEP-Virgule TO TA-FILLER6.
           MOVE SEP-Virgule TO TA-FILLER7.
           OPEN EXTEND attente.
           IF ws-file-status = '35'
               CLOSE attente
               OPEN OUTPUT attente
           END-IF.
           WRITE attente-record
           END-WRITE.
           CLOSE attente.
           MOVE DateDuJour TO MC-Date.
           ACCEPT MC-Heure FROM TIME.
           MOVE GuichetierRemise TO MC-Guichetier.
           MOVE "E" TO MC-Sens.
           MOVE TotalEspeces TO MC-Montant.
           MOVE "RECETTES BOUTIQUE" TO MC-Motif.
           MOVE AgenceRemise TO MC-Agence.
           MOVE SEP-Virgule TO MC-FILLER1.
           MOVE SEP-Virgule TO MC-FILLER2.
           MOVE SEP-Virgule TO MC-FILLER3.
           MOVE SEP-Virgule TO MC-FILLER4.
           MOVE SEP-Virgule TO MC-FILLER5.
           MOVE SEP-Virgule TO MC-FILLER6.
           OPEN EXTEND mouvements-caisse.
           IF ws-file-status = '35'
               CLOSE mouvements-caisse
               OPEN OUTPUT mouvements-caisse
           END-IF.
           WRITE mouvement-caisse-enregistrement
           END-WRITE.
           CLOSE mouvements-caisse.

       REMETTRE-CHEQUES.
      *> Date de valeur a N jours ouvres du depot, comme une remise
      *> de cheque au guichet.
           MOVE "J" TO DATU-Operation.
           MOVE DateDuJour TO DATU-Date1.
           MOVE JoursCompensationCheque TO DATU-Nombre.
           PERFORM APPELER-DATEUTIL.
           IF DATU-Statut = '00'
               MOVE DATU-DateResultat TO DateValeurCheque
           ELSE
               MOVE DateDuJour TO DateValeurCheque
           END-IF.
           OPEN EXTEND cheques.
           IF ws-file-status = '35'
               CLOSE cheques
               OPEN OUTPUT cheques
           END-IF.
           PERFORM VARYING IdxChequeRemis FROM 1 BY 1
                   UNTIL IdxChequeRemis > NombreChequesRemis
               MOVE CompteBoutique TO CH-Numero-Compte
               MOVE QR-Montant(IdxChequeRemis) TO CH-Montant
               MOVE DateDuJour TO CH-Date-Depot
               MOVE DateValeurCheque TO CH-Date-Valeur
               MOVE "A" TO CH-Statut
               MOVE ReferenceRemise TO CH-Reference
               MOVE SEP-Virgule TO CH-FILLER1
               MOVE SEP-Virgule TO CH-FILLER2
               MOVE SEP-Virgule TO CH-FILLER3
               MOVE SEP-Virgule TO CH-FILLER4
               MOVE SEP-Virgule TO CH-FILLER5
               WRITE cheques-record
               END-WRITE
           END-PERFORM.
           CLOSE cheques.

       INSCRIRE-CREDIT-CARTES.
           MOVE CompteBoutique TO XA-Compte.
           MOVE TotalCartes TO XA-Montant.
           MOVE DateRecettes TO XA-DateVente.
           MOVE "C" TO XA-Mode.
           MOVE ReferenceRemise TO XA-Reference.
           MOVE DateDuJour TO XA-DateInscription.
           MOVE "A" TO XA-Statut.
           MOVE SEP-Virgule TO XA-FILLER1.
           MOVE SEP-Virgule TO XA-FILLER2.
           MOVE SEP-Virgule TO XA-FILLER3.
           MOVE SEP-Virgule TO XA-FILLER4.
           MOVE SEP-Virgule TO XA-FILLER5.
           MOVE SEP-Virgule TO XA-FILLER6.
           OPEN EXTEND credits-attendus.
           IF ws-file-status = '35'
               CLOSE credits-attendus
               OPEN OUTPUT credits-attendus
           END-IF.
           WRITE credit-attendu-enregistrement
           END-WRITE.
           CLOSE credits-attendus.

       CONTROLER-ET-POSER-VERROU.
           MOVE "N" TO VerrouTenu.
           OPEN INPUT verrou-soldes.
           IF ws-statut-verrou = '00'
               READ verrou-soldes
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "O" TO VerrouTenu
               END-READ
               CLOSE verrou-soldes
           END-IF.
           IF Verrou-Tenu
               DISPLAY "RUN REFUSE : le fichier des soldes est ",
                       "verrouille par ", VR-Programme,
                       " (operateur ", VR-Operateur, ", le ",
                       VR-Date, " a ", VR-Heure, "). Fermer le ",
                       "guichet ou faire casser le verrou par un ",
                       "superviseur."
               STOP RUN
           END-IF.
           OPEN OUTPUT verrou-soldes.
           MOVE "RECETTES" TO VR-Programme.
           MOVE "RECB" TO VR-Operateur.
           MOVE DateDuJour TO VR-Date.
           ACCEPT VR-Heure FROM TIME.
           MOVE SEP-Virgule TO VR-FILLER1.
           MOVE SEP-Virgule TO VR-FILLER2.
           MOVE SEP-Virgule TO VR-FILLER3.
           WRITE verrou-enregistrement
           END-WRITE.
           CLOSE verrou-soldes.

       LIBERER-VERROU.
           OPEN OUTPUT verrou-soldes.
           CLOSE verrou-soldes.

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
           MOVE "RECB" TO RC-Operateur.
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
