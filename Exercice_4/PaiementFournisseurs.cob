       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaiementFournisseurs.

      *> Run hebdomadaire de paiement des fournisseurs de la boutique :
      *> les commandes receptionnees (statut R du fichier commandes des
      *> stocks) dont l'echeance tombe avant le prochain run sont
      *> reglees par virement depuis le compte professionnel de la
      *> boutique (parametre CPTBOUTIQUE). La liste proposee est revue
      *> par un manager, identifie par la routine SignOn, qui peut en
      *> retirer des commandes avant de l'approuver. Chaque commande
      *> approuvee donne :
      *>   - un debit du compte de la boutique sous le code action T,
      *>     comme un virement externe saisi au guichet, le manager
      *>     approbateur en second operateur ;
      *>   - un ordre dans le fichier sortant date virsort_AAAAMMJJ,
      *>     aux coordonnees bancaires du fournisseur ;
      *>   - le passage de la commande au statut P (payee) avec la
      *>     date et la reference du virement.
      *> L'etat des paiements part dans le spool des editions (etat
      *> PAIEFOUR). Le run est consigne dans controle_runs et refuse
      *> de tourner deux fois dans la meme semaine. Le programme des
      *> stocks reecrit le fichier commandes en entier : il doit etre
      *> ferme pendant le run.

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

           SELECT fournisseurs-fichier ASSIGN TO 'fournisseurs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT commandes-fichier ASSIGN TO 'commandes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT oppositions ASSIGN TO 'oppositions'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT virements-sortants ASSIGN USING NomFichierSortants
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT etat-paiements ASSIGN USING NomFichierEtat
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-etat.

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
           05 CSV-FILLERX PIC X.
           05 H-Seq-Origine PIC 9(8).
           05 CSV-FILLERY PIC X.
           05 H-Action-Origine PIC X.
           05 CSV-FILLERZ PIC X.
           05 H-Devise PIC X(3).
           05 CSV-FILLERW PIC X.
           05 H-Operateur PIC X(4).
           05 CSV-FILLERV PIC X.
           05 H-Operateur2 PIC X(4).
      *> Reference externe de l'operation : ici la reference du
      *> virement, reportee sur la commande payee.
           05 CSV-FILLERU PIC X.
           05 H-Reference PIC X(10).

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

       FD fournisseurs-fichier.
      *> Meme dessin que le fichier tenu par le programme des stocks.
       01 fournisseur-enregistrement.
           05 FR-Id PIC 9(4).
           05 FR-Sep1 PIC X.
           05 FR-Nom PIC X(20).
           05 FR-Sep2 PIC X.
           05 FR-Contact PIC X(20).
           05 FR-Sep3 PIC X.
           05 FR-Delai PIC 9(3).
           05 FR-Sep4 PIC X.
           05 FR-Banque PIC X(5).
           05 FR-Sep5 PIC X.
           05 FR-CompteExterne PIC X(10).
           05 FR-Sep6 PIC X.
           05 FR-DelaiPaiement PIC 9(3).

       FD commandes-fichier.
      *> Meme dessin que le fichier tenu par le programme des stocks.
      *> Statut : O ouverte, R recue, P payee.
       01 commande-enregistrement.
           05 CM-Numero PIC 9(5).
           05 CM-Sep1 PIC X.
           05 CM-Fournisseur PIC 9(4).
           05 CM-Sep2 PIC X.
           05 CM-Produit PIC X(10).
           05 CM-Sep3 PIC X.
           05 CM-Quantite PIC 9(3).
           05 CM-Sep4 PIC X.
           05 CM-Date PIC 9(8).
           05 CM-Sep5 PIC X.
           05 CM-Statut PIC X.
           05 CM-Sep6 PIC X.
           05 CM-DateReception PIC 9(8).
           05 CM-Sep7 PIC X.
           05 CM-Montant PIC 9(7)V99.
           05 CM-Sep8 PIC X.
           05 CM-Echeance PIC 9(8).
           05 CM-Sep9 PIC X.
           05 CM-DatePaiement PIC 9(8).
           05 CM-Sep10 PIC X.
           05 CM-RefVirement PIC X(10).
      *> Suivi des livraisons et rapprochement de la facture : V
      *> concordante, B bloquee hors tolerance, D debloquee par un
      *> manager, blanc sans facture.
           05 CM-Sep11 PIC X.
           05 CM-PrixConvenu PIC 9(5)V99.
           05 CM-Sep12 PIC X.
           05 CM-QteRecue PIC 9(3).
           05 CM-Sep13 PIC X.
           05 CM-RefFacture PIC X(12).
           05 CM-Sep14 PIC X.
           05 CM-DateFacture PIC 9(8).
           05 CM-Sep15 PIC X.
           05 CM-QteFacturee PIC 9(3).
           05 CM-Sep16 PIC X.
           05 CM-PrixFacture PIC 9(5)V99.
           05 CM-Sep17 PIC X.
           05 CM-MontantFacture PIC 9(7)V99.
           05 CM-Sep18 PIC X.
           05 CM-Rapprochement PIC X.
               88 CM-Facture-Bon-A-Payer VALUE "V" "D".
               88 CM-Facture-Bloquee VALUE "B".

       FD oppositions.
      *> Meme dessin que le fichier tenu par le programme de
      *> guichet : oppositions et gels de compte, statut A active.
       01 opposition-enregistrement.
           05 OO-Numero-Compte PIC 9(6).
           05 OO-FILLER1 PIC X.
           05 OO-Type PIC X.
           05 OO-FILLER2 PIC X.
           05 OO-Blocage PIC X.
           05 OO-FILLER3 PIC X.
           05 OO-Montant PIC 9(7)V99.
           05 OO-FILLER4 PIC X.
           05 OO-Reference PIC X(10).
           05 OO-FILLER5 PIC X.
           05 OO-DateDebut PIC 9(8).
           05 OO-FILLER6 PIC X.
           05 OO-DateFin PIC 9(8).
           05 OO-FILLER7 PIC X.
           05 OO-Statut PIC X.

       FD virements-sortants.
      *> Meme dessin que le fichier sortant du guichet, remis a la
      *> chambre de compensation : un fichier date par jour.
       01 virement-sortant-enregistrement.
           05 VS-Compte-Source PIC 9(6).
           05 VS-FILLER1 PIC X.
           05 VS-Banque-Externe PIC X(5).
           05 VS-FILLER2 PIC X.
           05 VS-Compte-Externe PIC X(10).
           05 VS-FILLER3 PIC X.
           05 VS-Montant PIC 9(5)V99.
           05 VS-FILLER4 PIC X.
           05 VS-Devise PIC X(3).
           05 VS-FILLER5 PIC X.
           05 VS-Date PIC 9(8).

       FD etat-paiements.
       01 etat-paiements-ligne PIC X(120).

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
      *> Verrou d'ecriture du fichier des soldes, partage avec le
      *> guichet et la chaine de nuit : le run debite le compte de
      *> la boutique, il ne tourne donc pas pendant une session de
      *> guichet.
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
       01 ws-statut-etat PIC XX.
       01 ws-statut-verrou PIC XX.
       01 VerrouTenu PIC X VALUE "N".
           88 Verrou-Tenu VALUE "O".
       01 SEP-Virgule PIC X VALUE ",".

       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierSortants PIC X(20) VALUE SPACES.
       01 NomFichierEtat PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "PAIEFOUR".
       01 SPOOL-NomBase PIC X(30) VALUE "paiements_fournisseurs".
       01 SPOOL-Programme PIC X(20) VALUE "PaiementFournisseurs".
       01 SPOOL-Operateur PIC X(4) VALUE "FOUR".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

      *> Session operateur ouverte par la routine partagee SignOn :
      *> seul un manager approuve la liste des paiements, et son
      *> identifiant reste en second operateur sur chaque debit.
       01 OperateurCourant PIC X(4) VALUE SPACES.
       01 NomOperateur PIC X(20) VALUE SPACES.
       01 RoleOperateur PIC X VALUE SPACE.
           88 Role-Manager VALUE "M".
       01 SignOnStatut PIC XX VALUE SPACES.

       01 PeriodeDateOuverte PIC 9(8) VALUE ZERO.
       01 PeriodeStatut PIC XX VALUE '00'.
           88 Periode-Ouverte VALUE '00'.

       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 TypeRunControle PIC X(12) VALUE "PAIEFOURN".
       01 DateMetierRun PIC 9(8) VALUE ZERO.
       01 DateDernierRun PIC 9(8) VALUE ZERO.
       01 RunDejaFait PIC X VALUE "N".
           88 Run-Deja-Fait VALUE "O".

       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
           05 MT-Annee PIC 9(4).
           05 MT-Mois PIC 9(2).
       01 DerniereSequence PIC 9(8) VALUE ZERO.

       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 DebutSemaine PIC 9(8) VALUE ZERO.
       01 DateLimiteEcheance PIC 9(8) VALUE ZERO.
       01 CompteBoutique PIC 9(6) VALUE ZERO.
       01 SoldeDisponible PIC S9(8)V99 VALUE ZERO.
       01 PlafondVirement PIC 9(5)V99 VALUE 99999.99.

      *> Fournisseurs relus du fichier des stocks.
       01 TableFournisseurs.
           02 Fournisseur OCCURS 20 TIMES INDEXED BY IdxFourn.
               03 F-Id PIC 9(4).
               03 F-Nom PIC X(20).
               03 F-Banque PIC X(5).
               03 F-CompteExterne PIC X(10).
       01 NombreFournisseurs PIC 9(2) VALUE ZERO.
       01 FournisseurTrouve PIC X VALUE "N".
           88 Fournisseur-Trouve VALUE "O".
       01 IdxFournTrouve PIC 9(2) VALUE ZERO.

      *> Commandes gardees telles quelles, ligne a ligne, pour
      *> reecrire le fichier sans rien perdre de ce que le run ne
      *> touche pas.
       01 TableCommandes.
           02 LigneCommande OCCURS 100 TIMES INDEXED BY IdxCommande.
               03 LC-Enregistrement PIC X(142).
       01 NombreCommandes PIC 9(3) VALUE ZERO.
       01 CommandesDebordement PIC X VALUE "N".
           88 Commandes-Debordement VALUE "O".

      *> Liste proposee au manager : rang de la commande dans la
      *> table, fournisseur et retrait eventuel avant approbation.
       01 TablePaiements.
           02 Paiement OCCURS 100 TIMES INDEXED BY IdxPaiement.
               03 PA-Commande PIC 9(3).
               03 PA-Fournisseur PIC 9(2).
               03 PA-Retenu PIC X.
                   88 PA-Est-Retenu VALUE "O".
       01 NombrePaiements PIC 9(3) VALUE ZERO.
       01 PaiementsRetenus PIC 9(3) VALUE ZERO.
       01 TotalRetenu PIC 9(8)V99 VALUE ZERO.
       01 CommandesEcartees PIC 9(3) VALUE ZERO.
       01 ReponseApprobation PIC X VALUE SPACE.
       01 NumeroCommandeSaisi PIC 9(5) VALUE ZERO.
       01 ListeApprouvee PIC X VALUE "N".
           88 Liste-Approuvee VALUE "O".
       01 ListeAbandonnee PIC X VALUE "N".
           88 Liste-Abandonnee VALUE "O".

       01 CompteControleOppo PIC 9(6) VALUE ZERO.
       01 MontantControleOppo PIC 9(8)V99 VALUE ZERO.
       01 SoldeControleOppo PIC S9(8)V99 VALUE ZERO.
       01 TotalBloqueOppo PIC 9(9)V99 VALUE ZERO.
       01 ReferenceOppoBloquante PIC X(10) VALUE SPACES.
       01 DebitBloqueOpposition PIC X VALUE "N".
           88 Debit-Bloque-Opposition VALUE "O".

       01 RangVirement PIC 9(3) VALUE ZERO.
       01 RefVirementCourante PIC X(10) VALUE SPACES.
       01 TotalPaye PIC 9(8)V99 VALUE ZERO.
       01 VirementsEmis PIC 9(3) VALUE ZERO.
       01 LigneEtat PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== PAIEMENT DES FOURNISSEURS =====".
           CALL 'SignOn' USING OperateurCourant, NomOperateur,
                   RoleOperateur, SignOnStatut.
           IF SignOnStatut NOT = '00'
               STOP RUN
           END-IF.
           IF NOT Role-Manager
               DISPLAY "Le run de paiement des fournisseurs est ",
                       "approuve par un manager : run refuse."
               STOP RUN
           END-IF.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           CALL 'Periode' USING DateDuJour, PeriodeDateOuverte,
                                PeriodeStatut.
           IF NOT Periode-Ouverte
               DISPLAY "Periode comptable du jour en cloture ou ",
                       "close : aucun debit possible, run refuse."
               STOP RUN
           END-IF.
           MOVE DateDuJour TO DateMetierRun.
           PERFORM CONTROLER-RUN-SEMAINE.
           IF Run-Deja-Fait
               DISPLAY "Un run de paiement a deja tourne le ",
                       DateDernierRun, " : un seul run par ",
                       "semaine, run refuse."
               STOP RUN
           END-IF.
           MOVE "CPTBOUTIQUE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteBoutique
           END-IF.
           IF CompteBoutique = ZERO
               DISPLAY "Compte de la boutique non parametre ",
                       "(CPTBOUTIQUE) : run abandonne."
               STOP RUN
           END-IF.
      *> Sont reglees les echeances echues et celles qui tombent
      *> avant le run de la semaine prochaine.
           MOVE "A" TO DATU-Operation.
           MOVE DateDuJour TO DATU-Date1.
           MOVE 6 TO DATU-Nombre.
           PERFORM APPELER-DATEUTIL.
           MOVE DATU-DateResultat TO DateLimiteEcheance.
           PERFORM CHARGER-FOURNISSEURS.
           PERFORM CHARGER-COMMANDES.
           IF Commandes-Debordement
               DISPLAY "Plus de 100 commandes au fichier : run ",
                       "abandonne."
               STOP RUN
           END-IF.
           PERFORM SELECTIONNER-COMMANDES.
           IF NombrePaiements = ZERO
               DISPLAY "Aucune commande a regler d'ici le ",
                       DateLimiteEcheance, "."
               STOP RUN
           END-IF.
           PERFORM CONTROLER-ET-POSER-VERROU.
           PERFORM LIRE-COMPTE-BOUTIQUE.
           MOVE "N" TO ListeApprouvee.
           MOVE "N" TO ListeAbandonnee.
           PERFORM REVOIR-LISTE
               UNTIL Liste-Approuvee OR Liste-Abandonnee.
           IF Liste-Abandonnee
               PERFORM LIBERER-VERROU
               DISPLAY "Liste non approuvee : aucun paiement emis."
               STOP RUN
           END-IF.
           PERFORM EMETTRE-PAIEMENTS.
           PERFORM REECRIRE-COMMANDES.
           PERFORM LIBERER-VERROU.
           PERFORM ENREGISTRER-RUN-FAIT.
           DISPLAY "===== SYNTHESE =====".
           DISPLAY "Virements emis      : ", VirementsEmis,
                   " pour ", TotalPaye, ".".
           DISPLAY "Commandes ecartees  : ", CommandesEcartees, ".".
           DISPLAY "Compte debite       : ", CompteBoutique, ".".
           DISPLAY "Ordres dans ", NomFichierSortants, ", etat ",
                   "dans ", NomFichierEtat, ".".
           STOP RUN.

       APPELER-DATEUTIL.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       CHARGER-FOURNISSEURS.
           MOVE ZERO TO NombreFournisseurs.
           OPEN INPUT fournisseurs-fichier.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ fournisseurs-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreFournisseurs < 20
                               ADD 1 TO NombreFournisseurs
                               MOVE FR-Id TO F-Id(NombreFournisseurs)
                               MOVE FR-Nom
                                    TO F-Nom(NombreFournisseurs)
                               MOVE FR-Banque
                                    TO F-Banque(NombreFournisseurs)
                               MOVE FR-CompteExterne
                                 TO F-CompteExterne(NombreFournisseurs)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fournisseurs-fichier
           END-IF.

       CHARGER-COMMANDES.
           MOVE ZERO TO NombreCommandes.
           MOVE "N" TO CommandesDebordement.
           OPEN INPUT commandes-fichier.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   MOVE SPACES TO commande-enregistrement
                   READ commandes-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreCommandes < 100
                               ADD 1 TO NombreCommandes
                               MOVE commande-enregistrement
                                 TO LC-Enregistrement(NombreCommandes)
                           ELSE
                               MOVE "O" TO CommandesDebordement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE commandes-fichier
           END-IF.

       SELECTIONNER-COMMANDES.
           MOVE ZERO TO NombrePaiements.
           MOVE ZERO TO CommandesEcartees.
           PERFORM VARYING IdxCommande FROM 1 BY 1
                   UNTIL IdxCommande > NombreCommandes
               MOVE LC-Enregistrement(IdxCommande)
                    TO commande-enregistrement
               IF CM-Statut = "R"
                   PERFORM EXAMINER-COMMANDE-RECUE
               END-IF
           END-PERFORM.

       EXAMINER-COMMANDE-RECUE.
      *> Une commande recue avant la tenue des echeances n'a ni
      *> montant ni echeance : elle se regle a la main.
           IF CM-Echeance NOT NUMERIC OR CM-Montant NOT NUMERIC
               ADD 1 TO CommandesEcartees
               DISPLAY "Commande ", CM-Numero, " ecartee : ",
                       "receptionnee sans montant ni echeance."
           ELSE
               IF CM-Echeance <= DateLimiteEcheance
                   PERFORM RETENIR-COMMANDE-ECHUE
               END-IF
           END-IF.

       RETENIR-COMMANDE-ECHUE.
           MOVE "N" TO FournisseurTrouve.
           PERFORM VARYING IdxFourn FROM 1 BY 1
                   UNTIL IdxFourn > NombreFournisseurs
                      OR Fournisseur-Trouve
               IF F-Id(IdxFourn) = CM-Fournisseur
                   MOVE "O" TO FournisseurTrouve
                   SET IdxFournTrouve TO IdxFourn
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT Fournisseur-Trouve
                   ADD 1 TO CommandesEcartees
                   DISPLAY "Commande ", CM-Numero, " ecartee : ",
                           "fournisseur ", CM-Fournisseur,
                           " inconnu."
               WHEN F-Banque(IdxFournTrouve) = SPACES
                 OR F-CompteExterne(IdxFournTrouve) = SPACES
                   ADD 1 TO CommandesEcartees
                   DISPLAY "Commande ", CM-Numero, " ecartee : ",
                           "coordonnees bancaires de ",
                           F-Nom(IdxFournTrouve), " non saisies."
      *> Une commande passee a prix convenu ne se regle que sur une
      *> facture rapprochee ; les commandes d'avant le rapprochement
      *> restent reglees sur la valeur de la livraison.
               WHEN CM-PrixConvenu IS NUMERIC
                AND CM-PrixConvenu > ZERO
                AND CM-Facture-Bloquee
                   ADD 1 TO CommandesEcartees
                   DISPLAY "Commande ", CM-Numero, " ecartee : ",
                           "facture ", CM-RefFacture,
                           " bloquee (ecart hors tolerance)."
               WHEN CM-PrixConvenu IS NUMERIC
                AND CM-PrixConvenu > ZERO
                AND NOT CM-Facture-Bon-A-Payer
                   ADD 1 TO CommandesEcartees
                   DISPLAY "Commande ", CM-Numero, " ecartee : ",
                           "facture fournisseur non recue."
               WHEN CM-Montant = ZERO
                   ADD 1 TO CommandesEcartees
                   DISPLAY "Commande ", CM-Numero, " ecartee : ",
                           "montant nul."
               WHEN CM-Montant > PlafondVirement
      *> Le fichier sortant et le journal portent les montants en
      *> 9(5)V99 : au-dela, le virement se fait au guichet.
                   ADD 1 TO CommandesEcartees
                   DISPLAY "Commande ", CM-Numero, " ecartee : ",
                           "montant ", CM-Montant, " au-dela d'un ",
                           "virement unique, a regler au guichet."
               WHEN OTHER
                   ADD 1 TO NombrePaiements
                   SET PA-Commande(NombrePaiements) TO IdxCommande
                   MOVE IdxFournTrouve
                        TO PA-Fournisseur(NombrePaiements)
                   MOVE "O" TO PA-Retenu(NombrePaiements)
           END-EVALUATE.

       LIRE-COMPTE-BOUTIQUE.
           OPEN INPUT soldes.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier des soldes inaccessible (statut ",
                       ws-file-status, ") : run abandonne."
               PERFORM LIBERER-VERROU
               STOP RUN
           END-IF.
           MOVE CompteBoutique TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte de la boutique ", CompteBoutique,
                           " introuvable : run abandonne."
                   CLOSE soldes
                   PERFORM LIBERER-VERROU
                   STOP RUN
           END-READ.
           CLOSE soldes.
           COMPUTE SoldeDisponible =
                   SR-Solde + SR-Limite-Decouvert.

       REVOIR-LISTE.
      *> Le manager approuve la liste entiere, l'abandonne, ou en
      *> retire une commande et la revoit.
           PERFORM AFFICHER-LISTE.
           DISPLAY "O approuver, R retirer une commande, ",
                   "N abandonner :".
           ACCEPT ReponseApprobation.
           EVALUATE ReponseApprobation
               WHEN "O"
                   PERFORM CONTROLER-APPROBATION
               WHEN "R"
                   PERFORM RETIRER-COMMANDE
               WHEN "N"
                   MOVE "O" TO ListeAbandonnee
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

       AFFICHER-LISTE.
           MOVE ZERO TO PaiementsRetenus.
           MOVE ZERO TO TotalRetenu.
           DISPLAY "----- Commandes a regler d'ici le ",
                   DateLimiteEcheance, " -----".
           PERFORM VARYING IdxPaiement FROM 1 BY 1
                   UNTIL IdxPaiement > NombrePaiements
               IF PA-Est-Retenu(IdxPaiement)
                   MOVE LC-Enregistrement(PA-Commande(IdxPaiement))
                        TO commande-enregistrement
                   MOVE PA-Fournisseur(IdxPaiement) TO IdxFournTrouve
                   ADD 1 TO PaiementsRetenus
                   ADD CM-Montant TO TotalRetenu
                   DISPLAY CM-Numero, " ", F-Nom(IdxFournTrouve),
                           " ", F-Banque(IdxFournTrouve), "/",
                           F-CompteExterne(IdxFournTrouve),
                           " echeance ", CM-Echeance, " : ",
                           CM-Montant
               END-IF
           END-PERFORM.
           DISPLAY PaiementsRetenus, " paiement(s) pour ",
                   TotalRetenu, " - disponible sur le compte ",
                   CompteBoutique, " : ", SoldeDisponible, ".".

       CONTROLER-APPROBATION.
           EVALUATE TRUE
               WHEN PaiementsRetenus = ZERO
                   DISPLAY "Plus aucune commande dans la liste."
                   MOVE "O" TO ListeAbandonnee
               WHEN TotalRetenu > SoldeDisponible
                   DISPLAY "Approbation refusee : le total depasse ",
                           "le disponible du compte. Retirer des ",
                           "commandes ou approvisionner le compte."
               WHEN OTHER
                   MOVE CompteBoutique TO CompteControleOppo
                   MOVE TotalRetenu TO MontantControleOppo
                   MOVE SR-Solde TO SoldeControleOppo
                   PERFORM CONTROLER-OPPOSITION-DEBIT
                   IF Debit-Bloque-Opposition
                       DISPLAY "Approbation refusee : compte ",
                               CompteBoutique, " sous opposition ",
                               "(reference ", ReferenceOppoBloquante,
                               ")."
                       MOVE "O" TO ListeAbandonnee
                   ELSE
                       MOVE "O" TO ListeApprouvee
                   END-IF
           END-EVALUATE.

       RETIRER-COMMANDE.
           DISPLAY "Numero de la commande a retirer :".
           ACCEPT NumeroCommandeSaisi.
           PERFORM VARYING IdxPaiement FROM 1 BY 1
                   UNTIL IdxPaiement > NombrePaiements
               MOVE LC-Enregistrement(PA-Commande(IdxPaiement))
                    TO commande-enregistrement
               IF CM-Numero = NumeroCommandeSaisi
                   MOVE "N" TO PA-Retenu(IdxPaiement)
               END-IF
           END-PERFORM.

       CONTROLER-OPPOSITION-DEBIT.
      *> Meme garde-fou que le guichet : un gel total bloque tout
      *> debit ; un blocage sur montant interdit de descendre sous
      *> le total des montants rendus indisponibles.
           MOVE "N" TO DebitBloqueOpposition.
           MOVE ZERO TO TotalBloqueOppo.
           MOVE SPACES TO ReferenceOppoBloquante.
           OPEN INPUT oppositions.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ oppositions INTO opposition-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM EVALUER-UNE-OPPOSITION
                   END-READ
               END-PERFORM
               CLOSE oppositions
           END-IF.
           IF NOT Debit-Bloque-Opposition
              AND TotalBloqueOppo > ZERO
               IF SoldeControleOppo - MontantControleOppo
                       < TotalBloqueOppo
                   MOVE "O" TO DebitBloqueOpposition
               END-IF
           END-IF.

       EVALUER-UNE-OPPOSITION.
           IF OO-Numero-Compte = CompteControleOppo
              AND OO-Statut = "A"
              AND OO-DateDebut <= DateDuJour
              AND (OO-DateFin = ZERO OR OO-DateFin >= DateDuJour)
               IF OO-Blocage = "T"
                   MOVE "O" TO DebitBloqueOpposition
                   MOVE OO-Reference TO ReferenceOppoBloquante
               ELSE
                   ADD OO-Montant TO TotalBloqueOppo
                   IF ReferenceOppoBloquante = SPACES
                       MOVE OO-Reference TO ReferenceOppoBloquante
                   END-IF
               END-IF
           END-IF.

       EMETTRE-PAIEMENTS.
           OPEN I-O soldes.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier des soldes inaccessible (statut ",
                       ws-file-status, ") : run abandonne."
               PERFORM LIBERER-VERROU
               STOP RUN
           END-IF.
           MOVE CompteBoutique TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte de la boutique ", CompteBoutique,
                           " introuvable : run abandonne."
                   CLOSE soldes
                   PERFORM LIBERER-VERROU
                   STOP RUN
           END-READ.
           PERFORM INITIALISER-SEQUENCE.
           OPEN I-O historique.
           MOVE SPACES TO NomFichierSortants.
           STRING "virsort_" DateDuJour
               DELIMITED BY SIZE INTO NomFichierSortants.
           OPEN EXTEND virements-sortants.
           IF ws-file-status = '35'
               CLOSE virements-sortants
               OPEN OUTPUT virements-sortants
           END-IF.
      *> L'etat couvre les echeances reglees par le run.
           MOVE DateDuJour TO SPOOL-DebutPeriode.
           MOVE DateLimiteEcheance TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierEtat.
           OPEN OUTPUT etat-paiements.
           MOVE SPACES TO LigneEtat.
           STRING "PAIEMENT DES FOURNISSEURS DU " DateDuJour
                  " - COMPTE " CompteBoutique
                  " - APPROUVE PAR " OperateurCourant
               DELIMITED BY SIZE INTO LigneEtat.
           MOVE LigneEtat TO etat-paiements-ligne.
           WRITE etat-paiements-ligne.
           MOVE ZERO TO RangVirement.
           MOVE ZERO TO TotalPaye.
           MOVE ZERO TO VirementsEmis.
           PERFORM VARYING IdxPaiement FROM 1 BY 1
                   UNTIL IdxPaiement > NombrePaiements
               IF PA-Est-Retenu(IdxPaiement)
                   PERFORM PAYER-UNE-COMMANDE
               END-IF
           END-PERFORM.
           COMPUTE SR-Solde = SR-Solde - TotalPaye.
           REWRITE soldes-record
               INVALID KEY
                   DISPLAY "Reecriture du solde du compte ",
                           CompteBoutique, " impossible."
           END-REWRITE.
           MOVE SPACES TO LigneEtat.
           STRING "TOTAL " VirementsEmis " VIREMENT(S) : " TotalPaye
               DELIMITED BY SIZE INTO LigneEtat.
           MOVE LigneEtat TO etat-paiements-ligne.
           WRITE etat-paiements-ligne.
           CLOSE etat-paiements.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           CLOSE virements-sortants.
           CLOSE historique.
           CLOSE soldes.

       PAYER-UNE-COMMANDE.
           SET IdxCommande TO PA-Commande(IdxPaiement).
           MOVE LC-Enregistrement(IdxCommande)
                TO commande-enregistrement.
           MOVE PA-Fournisseur(IdxPaiement) TO IdxFournTrouve.
      *> Reference du virement : F, date du run AAMMJJ et rang du
      *> virement dans le run.
           ADD 1 TO RangVirement.
           MOVE SPACES TO RefVirementCourante.
           STRING "F" DateDuJour(3:6) RangVirement
               DELIMITED BY SIZE INTO RefVirementCourante.
           ADD 1 TO DerniereSequence.
           MOVE DerniereSequence TO H-Sequence.
           MOVE CompteBoutique TO H-Numero-Compte.
           MOVE DateDuJour TO H-Date.
           ACCEPT H-Heure FROM TIME.
           MOVE "T" TO H-Action.
           MOVE CM-Montant TO H-Montant.
           MOVE ZERO TO H-Seq-Origine.
           MOVE SPACE TO H-Action-Origine.
           MOVE "EUR" TO H-Devise.
           MOVE "FOUR" TO H-Operateur.
           MOVE OperateurCourant TO H-Operateur2.
           MOVE RefVirementCourante TO H-Reference.
           MOVE SEP-Virgule TO CSV-FILLERS.
           MOVE SEP-Virgule TO CSV-FILLER0.
           MOVE SEP-Virgule TO CSV-FILLERD.
           MOVE SEP-Virgule TO CSV-FILLERH.
           MOVE SEP-Virgule TO CSV-FILLER.
           MOVE SEP-Virgule TO CSV-FILLERX.
           MOVE SEP-Virgule TO CSV-FILLERY.
           MOVE SEP-Virgule TO CSV-FILLERZ.
           MOVE SEP-Virgule TO CSV-FILLERW.
           MOVE SEP-Virgule TO CSV-FILLERV.
           MOVE SEP-Virgule TO CSV-FILLERU.
           WRITE historique-record
               INVALID KEY
                   DISPLAY "Sequence ", H-Sequence,
                           " deja presente dans l'historique."
           END-WRITE.
           MOVE CompteBoutique TO VS-Compte-Source.
           MOVE F-Banque(IdxFournTrouve) TO VS-Banque-Externe.
           MOVE F-CompteExterne(IdxFournTrouve) TO VS-Compte-Externe.
           MOVE CM-Montant TO VS-Montant.
           MOVE "EUR" TO VS-Devise.
           MOVE DateDuJour TO VS-Date.
           MOVE SEP-Virgule TO VS-FILLER1.
           MOVE SEP-Virgule TO VS-FILLER2.
           MOVE SEP-Virgule TO VS-FILLER3.
           MOVE SEP-Virgule TO VS-FILLER4.
           MOVE SEP-Virgule TO VS-FILLER5.
           WRITE virement-sortant-enregistrement
           END-WRITE.
           MOVE "P" TO CM-Statut.
           MOVE DateDuJour TO CM-DatePaiement.
           MOVE RefVirementCourante TO CM-RefVirement.
           MOVE commande-enregistrement
                TO LC-Enregistrement(IdxCommande).
           ADD 1 TO VirementsEmis.
           ADD CM-Montant TO TotalPaye.
           MOVE SPACES TO LigneEtat.
           STRING RefVirementCourante " COMMANDE " CM-Numero
                  " " F-Nom(IdxFournTrouve)
                  " " F-Banque(IdxFournTrouve)
                  "/" F-CompteExterne(IdxFournTrouve)
                  " ECHEANCE " CM-Echeance
                  " MONTANT " CM-Montant
               DELIMITED BY SIZE INTO LigneEtat.
           MOVE LigneEtat TO etat-paiements-ligne.
           WRITE etat-paiements-ligne.

       REECRIRE-COMMANDES.
           OPEN OUTPUT commandes-fichier.
           PERFORM VARYING IdxCommande FROM 1 BY 1
                   UNTIL IdxCommande > NombreCommandes
               MOVE LC-Enregistrement(IdxCommande)
                    TO commande-enregistrement
               WRITE commande-enregistrement
           END-PERFORM.
           CLOSE commandes-fichier.

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
           MOVE "PAIEFOURN" TO VR-Programme.
           MOVE OperateurCourant TO VR-Operateur.
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

       CONTROLER-RUN-SEMAINE.
      *> Un run par semaine : refus si un run a ete consigne dans les
      *> six jours qui precedent, ou aujourd'hui meme.
           MOVE "A" TO DATU-Operation.
           MOVE DateDuJour TO DATU-Date1.
           MOVE -6 TO DATU-Nombre.
           PERFORM APPELER-DATEUTIL.
           MOVE DATU-DateResultat TO DebutSemaine.
           MOVE "N" TO RunDejaFait.
           OPEN INPUT controle-runs.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ controle-runs INTO controle-runs-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF RC-Type = TypeRunControle
                              AND RC-Date-Metier >= DebutSemaine
                              AND RC-Date-Metier <= DateMetierRun
                               MOVE "O" TO RunDejaFait
                               MOVE RC-Date-Metier TO DateDernierRun
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

       INITIALISER-SEQUENCE.
      *> Repart du dernier numero de sequence du fichier vivant,
      *> et des archives quand le fichier vivant vient d'etre vide
      *> par la bascule de fin de mois.
           MOVE ZERO TO DerniereSequence.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF H-Sequence > DerniereSequence
                               MOVE H-Sequence TO DerniereSequence
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.
           IF DerniereSequence = ZERO
               MOVE DateDuJour(1:6) TO MoisArchiveFin
               MOVE DateDuJour(1:6) TO MoisTravail
               SUBTRACT 10 FROM MT-Annee
               MOVE MoisTravail TO MoisArchiveCourant
               PERFORM UNTIL MoisArchiveCourant > MoisArchiveFin
                   PERFORM CHERCHER-SEQUENCE-ARCHIVE
                   PERFORM PASSER-AU-MOIS-SUIVANT
               END-PERFORM
           END-IF.

       CHERCHER-SEQUENCE-ARCHIVE.
           MOVE SPACES TO NomFichierArchive.
           STRING "histarch_" MoisArchiveCourant
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
                           IF H-Sequence > DerniereSequence
                               MOVE H-Sequence TO DerniereSequence
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique-archive
           END-IF.

       PASSER-AU-MOIS-SUIVANT.
           MOVE MoisArchiveCourant TO MoisTravail.
           IF MT-Mois = 12
               ADD 1 TO MT-Annee
               MOVE 1 TO MT-Mois
           ELSE
               ADD 1 TO MT-Mois
           END-IF.
           MOVE MoisTravail TO MoisArchiveCourant.
