       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclarationTVA.

      *> Declaration mensuelle de TVA de la boutique. La TVA
      *> collectee est totalisee par taux sur le mois :
      *>   - recus de la caisse, ventiles par taux (les recus d'avant
      *>     la ventilation comptent au taux normal), remboursements
      *>     (recus R) en deduction ; les ventes en compte y sont
      *>     deja, la facture mensuelle du client ne fait que les
      *>     regrouper et n'est donc pas reprise ;
      *>   - factures de l'atelier cloture (acomptes et soldes), a
      *>     leur date de facture et a leur taux.
      *> La TVA deductible est celle des factures fournisseurs, au
      *> taux du produit commande (code TVA du fichier produits) :
      *>   - commande a prix convenu : montant de la facture
      *>     rapprochee, dans le mois de la facture, si le
      *>     rapprochement est concordant ou debloque (une commande
      *>     sans facture ou bloquee n'est pas deduite) ;
      *>   - commande d'avant le rapprochement : montant de la
      *>     livraison, dans le mois de la reception ;
      *>   - avoirs des retours fournisseurs recus dans le mois, en
      *>     deduction.
      *> Le net du mois est la collectee moins la deductible : a
      *> payer s'il est positif, credit de TVA sinon. Le detail (jour
      *> par jour pour la caisse, facture par facture, commande par
      *> commande, avoir par avoir) est produit au spool des
      *> editions a l'appui de la declaration, et le run est
      *> consigne dans controle_runs pour qu'un mois ne soit jamais
      *> declare deux fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT recus ASSIGN TO 'recus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT factures-cloture ASSIGN TO 'factures_cloture'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT commandes-fichier ASSIGN TO 'commandes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT retours-fichier ASSIGN TO 'retours_fournisseurs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT produits-fichier ASSIGN TO 'produits'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT controle-runs ASSIGN TO 'controle_runs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT declaration ASSIGN USING NomFichierDeclaration
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-declaration.

       DATA DIVISION.
       FILE SECTION.
       FD recus.
      *> Meme dessin que le fichier ecrit par la caisse.
       01 recu-enregistrement.
           05 RC-IdClient PIC 9(5).
           05 RC-Sep0 PIC X.
           05 RC-Date PIC 9(8).
           05 RC-Sep1 PIC X.
           05 RC-Heure PIC 9(8).
           05 RC-Sep2 PIC X.
           05 RC-Montant PIC 9(5)V99.
           05 RC-Sep3 PIC X.
           05 RC-CodeFidelite PIC X.
           05 RC-Sep4 PIC X.
           05 RC-PourcentageReduction PIC 9(3)V99.
           05 RC-Sep5 PIC X.
           05 RC-Reduction PIC 9(5)V99.
           05 RC-Sep6 PIC X.
           05 RC-MontantFinal PIC 9(5)V99.
           05 RC-Sep7 PIC X.
           05 RC-MontantTVA PIC 9(5)V99.
           05 RC-Sep8 PIC X.
           05 RC-MontantTTC PIC 9(5)V99.
           05 RC-Sep9 PIC X.
           05 RC-CodeCoupon PIC X(10).
           05 RC-Sep10 PIC X.
           05 RC-MontantCoupon PIC 9(5)V99.
           05 RC-Sep11 PIC X.
           05 RC-Type PIC X.
           05 RC-Sep12 PIC X.
           05 RC-BaseTVANormale PIC 9(5)V99.
           05 RC-Sep13 PIC X.
           05 RC-TVANormale PIC 9(5)V99.
           05 RC-Sep14 PIC X.
           05 RC-BaseTVAReduite PIC 9(5)V99.
           05 RC-Sep15 PIC X.
           05 RC-TVAReduite PIC 9(5)V99.

       FD factures-cloture.
      *> Meme dessin que le fichier tenu par le programme des
      *> clotures : A = acompte, S = solde.
       01 facture-cloture-enregistrement.
           05 FC-Numero PIC 9(6).
           05 FC-Sep1 PIC X.
           05 FC-Type PIC X.
           05 FC-Sep2 PIC X.
           05 FC-Ordre PIC 9(5).
           05 FC-Sep3 PIC X.
           05 FC-Devis PIC 9(5).
           05 FC-Sep4 PIC X.
           05 FC-Client PIC 9(5).
           05 FC-Sep5 PIC X.
           05 FC-Date PIC 9(8).
           05 FC-Sep6 PIC X.
           05 FC-Echeance PIC 9(8).
           05 FC-Sep7 PIC X.
           05 FC-MontantDevis PIC 9(7)V99.
           05 FC-Sep8 PIC X.
           05 FC-MontantHT PIC 9(7)V99.
           05 FC-Sep9 PIC X.
           05 FC-TauxTVA PIC 9(2)V99.
           05 FC-Sep10 PIC X.
           05 FC-MontantTVA PIC 9(7)V99.
           05 FC-Sep11 PIC X.
           05 FC-MontantTTC PIC 9(7)V99.
           05 FC-Sep12 PIC X.
           05 FC-Regle PIC 9(7)V99.
           05 FC-Sep13 PIC X.
           05 FC-Statut PIC X.
           05 FC-Sep14 PIC X.
           05 FC-DateRelance PIC 9(8).

       FD commandes-fichier.
      *> Meme dessin que le fichier tenu par le programme de stock :
      *> statut R recue, P payee ; le montant est celui de la
      *> livraison a la reception (hors taxe), la facture du
      *> fournisseur et son rapprochement suivent.
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
      *> Rapprochement de la facture : V concordante, B bloquee
      *> hors tolerance, D debloquee par un manager, blanc sans
      *> facture.
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

       FD retours-fichier.
      *> Meme dessin que le fichier tenu par le programme de stock :
      *> statut E envoye, A avoir recu, R refuse ; l'avoir est hors
      *> taxe et porte sur le produit de la commande d'origine.
       01 retour-enregistrement.
           05 RF-Numero PIC 9(5).
           05 RF-Sep1 PIC X.
           05 RF-Commande PIC 9(5).
           05 RF-Sep2 PIC X.
           05 RF-Fournisseur PIC 9(4).
           05 RF-Sep3 PIC X.
           05 RF-Produit PIC X(10).
           05 RF-Sep4 PIC X.
           05 RF-Quantite PIC 9(3).
           05 RF-Sep5 PIC X.
           05 RF-Motif PIC X(2).
           05 RF-Sep6 PIC X.
           05 RF-Statut PIC X.
           05 RF-Sep7 PIC X.
           05 RF-DateRetour PIC 9(8).
           05 RF-Sep8 PIC X.
           05 RF-CoutUnitaire PIC 9(5)V99.
           05 RF-Sep9 PIC X.
           05 RF-MontantAttendu PIC 9(7)V99.
           05 RF-Sep10 PIC X.
           05 RF-DateAvoir PIC 9(8).
           05 RF-Sep11 PIC X.
           05 RF-RefAvoir PIC X(12).
           05 RF-Sep12 PIC X.
           05 RF-MontantAvoir PIC 9(7)V99.

       FD produits-fichier.
      *> Seuls le nom et le code TVA (N normal, R reduit) servent
      *> ici.
       01 produit-enregistrement.
           05 PF-Nom PIC X(10).
           05 PF-Sep1 PIC X.
           05 PF-Quantite PIC 9(3).
           05 PF-Sep2 PIC X.
           05 PF-PrixUnitaire PIC 9(5)V99.
           05 PF-Sep3 PIC X.
           05 PF-SeuilReappro PIC 9(3).
           05 PF-Sep4 PIC X.
           05 PF-Fournisseur PIC 9(4).
           05 PF-Sep5 PIC X.
           05 PF-QteReappro PIC 9(3).
           05 PF-Sep6 PIC X.
           05 PF-CodeTVA PIC X.

       FD controle-runs.
       01 controle-runs-record.
           05 CR-Type PIC X(12).
           05 CR-FILLER1 PIC X.
           05 CR-Date-Metier PIC 9(8).
           05 CR-FILLER2 PIC X.
           05 CR-Date-Systeme PIC 9(8).
           05 CR-FILLER3 PIC X.
           05 CR-Heure-Systeme PIC 9(8).
           05 CR-FILLER4 PIC X.
           05 CR-Operateur PIC X(4).

       FD declaration.
       01 declaration-record PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-declaration PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 MoisDeclaration PIC 9(6) VALUE ZERO.
       01 MoisDeclarationDetail REDEFINES MoisDeclaration.
           05 MD-Annee PIC 9(4).
           05 MD-Mois PIC 9(2).
       01 NomFichierDeclaration PIC X(50) VALUE SPACES.
       01 MoisSuivant PIC 9(6) VALUE ZERO.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "DECLTVA".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "DeclarationTVA".
       01 SPOOL-Operateur PIC X(4) VALUE "DECL".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

      *> Taux de la caisse, remplaces au demarrage par le fichier
      *> central des parametres quand il les connait.
       01 TauxTVANormal PIC 9(2)V99 VALUE 20.00.
       01 TauxTVAReduit PIC 9(2)V99 VALUE 5.50.
       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 TypeRunControle PIC X(12) VALUE SPACES.
       01 DateMetierRun PIC 9(8) VALUE ZERO.
       01 RunDejaFait PIC X VALUE "N".
           88 Run-Deja-Fait VALUE "O".

      *> Caisse jour par jour : bases et TVA signees, un mois de
      *> remboursements superieurs aux ventes restant possible.
       01 TableJoursCaisse.
           02 JourCaisse OCCURS 31 TIMES.
               03 JC-Recus PIC 9(5).
               03 JC-BaseNormale PIC S9(8)V99.
               03 JC-TVANormale PIC S9(8)V99.
               03 JC-BaseReduite PIC S9(8)V99.
               03 JC-TVAReduite PIC S9(8)V99.
       01 IdxJour PIC 9(2) VALUE ZERO.
       01 DateJourCaisse PIC 9(8) VALUE ZERO.

      *> Codes TVA des produits, pour les commandes.
       01 TableProduitsTVA.
           02 ProduitTVA OCCURS 200 TIMES INDEXED BY IdxProduit.
               03 PT-Nom PIC X(10).
               03 PT-CodeTVA PIC X.
       01 NombreProduits PIC 9(3) VALUE ZERO.
       01 ProduitCherche PIC X(10) VALUE SPACES.
       01 CodeTVACommande PIC X VALUE SPACE.
       01 TauxCommande PIC 9(2)V99 VALUE ZERO.
       01 TVACommande PIC 9(7)V99 VALUE ZERO.
      *> Base et date retenues pour une commande : facture
      *> rapprochee, ou livraison pour les commandes d'avant.
       01 BaseCommande PIC 9(7)V99 VALUE ZERO.
       01 DateCommandeRetenue PIC 9(8) VALUE ZERO.
       01 CommandeRetenue PIC X VALUE "N".
           88 Commande-Retenue VALUE "O".

       01 CollecteeBaseNormale PIC S9(9)V99 VALUE ZERO.
       01 CollecteeTVANormale PIC S9(9)V99 VALUE ZERO.
       01 CollecteeBaseReduite PIC S9(9)V99 VALUE ZERO.
       01 CollecteeTVAReduite PIC S9(9)V99 VALUE ZERO.
      *> Deductible signee : les avoirs du mois peuvent depasser
      *> les achats.
       01 DeductibleBaseNormale PIC S9(9)V99 VALUE ZERO.
       01 DeductibleTVANormale PIC S9(9)V99 VALUE ZERO.
       01 DeductibleBaseReduite PIC S9(9)V99 VALUE ZERO.
       01 DeductibleTVAReduite PIC S9(9)V99 VALUE ZERO.
       01 TotalCollectee PIC S9(9)V99 VALUE ZERO.
       01 TotalDeductible PIC S9(9)V99 VALUE ZERO.
       01 NetTVA PIC S9(9)V99 VALUE ZERO.

       01 RecusLus PIC 9(6) VALUE ZERO.
       01 RemboursementsLus PIC 9(5) VALUE ZERO.
       01 FacturesRetenues PIC 9(5) VALUE ZERO.
       01 CommandesRetenues PIC 9(5) VALUE ZERO.
       01 CommandesSansProduit PIC 9(5) VALUE ZERO.
       01 CommandesEnAttente PIC 9(5) VALUE ZERO.
       01 AvoirsRetenus PIC 9(5) VALUE ZERO.

      *> Montants signes mis en forme pour le fichier de
      *> declaration.
       01 EditionBase PIC -9(9).99.
       01 EditionTVA PIC -9(9).99.
       01 EditionBase2 PIC -9(9).99.
       01 EditionTVA2 PIC -9(9).99.
       01 EditionTaux PIC Z9.99.
       01 LigneDeclaration PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== DECLARATION MENSUELLE DE TVA =====".
           DISPLAY "Mois a declarer (AAAAMM) :".
           ACCEPT MoisDeclaration.
           IF MD-Mois < 1 OR MD-Mois > 12
               DISPLAY "Mois invalide : run abandonne."
               STOP RUN
           END-IF.
           MOVE "DECLTVA" TO TypeRunControle.
           COMPUTE DateMetierRun = MoisDeclaration * 100.
           PERFORM CONTROLER-RUN-FAIT.
           IF Run-Deja-Fait
               DISPLAY "La TVA du mois ", MoisDeclaration, " a deja ",
                       "ete declaree (voir controle_runs) : run ",
                       "refuse pour ne pas declarer deux fois."
               STOP RUN
           END-IF.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           PERFORM CHARGER-PRODUITS-TVA.
           INITIALIZE TableJoursCaisse.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "tva_" MoisDeclaration
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           PERFORM CALCULER-PERIODE-DECLAREE.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierDeclaration.
           OPEN OUTPUT declaration.
           MOVE SPACES TO LigneDeclaration.
           STRING "DECLARATION TVA " MoisDeclaration
                  " - taux normal " TauxTVANormal
                  " - taux reduit " TauxTVAReduit
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.
           PERFORM CUMULER-RECUS-CAISSE.
           PERFORM DECLARER-JOURS-CAISSE.
           PERFORM CUMULER-FACTURES-CLOTURE.
           PERFORM CUMULER-COMMANDES-RECUES.
           PERFORM CUMULER-AVOIRS-FOURNISSEURS.
           PERFORM DECLARER-TOTAUX.
           CLOSE declaration.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           PERFORM ENREGISTRER-RUN-FAIT.
           PERFORM AFFICHER-SYNTHESE.
           STOP RUN.

       CALCULER-PERIODE-DECLAREE.
      *> La declaration couvre le mois entier : du premier jour au
      *> veille du premier jour du mois suivant.
           COMPUTE SPOOL-DebutPeriode = MoisDeclaration * 100 + 1.
           IF MD-Mois = 12
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
           MOVE "TVA" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxTVANormal
           END-IF.
           MOVE "TVAREDUITE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxTVAReduit
           END-IF.

       CONTROLER-RUN-FAIT.
           MOVE "N" TO RunDejaFait.
           OPEN INPUT controle-runs.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ controle-runs INTO controle-runs-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF CR-Type = TypeRunControle
                              AND CR-Date-Metier = DateMetierRun
                               MOVE "O" TO RunDejaFait
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE controle-runs
           END-IF.

       ENREGISTRER-RUN-FAIT.
           MOVE TypeRunControle TO CR-Type.
           MOVE DateMetierRun TO CR-Date-Metier.
           ACCEPT CR-Date-Systeme FROM DATE YYYYMMDD.
           ACCEPT CR-Heure-Systeme FROM TIME.
           MOVE "DECL" TO CR-Operateur.
           MOVE SEP-Virgule TO CR-FILLER1.
           MOVE SEP-Virgule TO CR-FILLER2.
           MOVE SEP-Virgule TO CR-FILLER3.
           MOVE SEP-Virgule TO CR-FILLER4.
           OPEN EXTEND controle-runs.
           IF ws-file-status = '35'
               CLOSE controle-runs
               OPEN OUTPUT controle-runs
           END-IF.
           WRITE controle-runs-record.
           CLOSE controle-runs.

       CHARGER-PRODUITS-TVA.
           MOVE ZERO TO NombreProduits.
           OPEN INPUT produits-fichier.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ produits-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreProduits < 200
                               ADD 1 TO NombreProduits
                               MOVE PF-Nom TO PT-Nom(NombreProduits)
                               MOVE PF-CodeTVA
                                    TO PT-CodeTVA(NombreProduits)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits-fichier
           END-IF.

       CUMULER-RECUS-CAISSE.
           OPEN INPUT recus.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ recus INTO recu-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF RC-Date(1:6) = MoisDeclaration
                               PERFORM CUMULER-UN-RECU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE recus
           END-IF.

       CUMULER-UN-RECU.
      *> Meme regle que l'etat de caisse : un recu R vient en
      *> deduction, un recu d'avant la ventilation par taux compte
      *> entierement au taux normal.
           MOVE RC-Date(7:2) TO IdxJour.
           IF IdxJour < 1 OR IdxJour > 31
               MOVE 31 TO IdxJour
           END-IF.
           ADD 1 TO JC-Recus(IdxJour).
           IF RC-Type = "R"
               ADD 1 TO RemboursementsLus
               IF RC-BaseTVANormale IS NUMERIC
                   SUBTRACT RC-BaseTVANormale
                       FROM JC-BaseNormale(IdxJour)
                   SUBTRACT RC-TVANormale FROM JC-TVANormale(IdxJour)
                   SUBTRACT RC-BaseTVAReduite
                       FROM JC-BaseReduite(IdxJour)
                   SUBTRACT RC-TVAReduite FROM JC-TVAReduite(IdxJour)
               ELSE
                   SUBTRACT RC-MontantFinal
                       FROM JC-BaseNormale(IdxJour)
                   SUBTRACT RC-MontantTVA FROM JC-TVANormale(IdxJour)
               END-IF
           ELSE
               ADD 1 TO RecusLus
               IF RC-BaseTVANormale IS NUMERIC
                   ADD RC-BaseTVANormale TO JC-BaseNormale(IdxJour)
                   ADD RC-TVANormale TO JC-TVANormale(IdxJour)
                   ADD RC-BaseTVAReduite TO JC-BaseReduite(IdxJour)
                   ADD RC-TVAReduite TO JC-TVAReduite(IdxJour)
               ELSE
                   ADD RC-MontantFinal TO JC-BaseNormale(IdxJour)
                   ADD RC-MontantTVA TO JC-TVANormale(IdxJour)
               END-IF
           END-IF.

       DECLARER-JOURS-CAISSE.
           PERFORM VARYING IdxJour FROM 1 BY 1 UNTIL IdxJour > 31
               IF JC-Recus(IdxJour) > ZERO
                   ADD JC-BaseNormale(IdxJour) TO CollecteeBaseNormale
                   ADD JC-TVANormale(IdxJour) TO CollecteeTVANormale
                   ADD JC-BaseReduite(IdxJour) TO CollecteeBaseReduite
                   ADD JC-TVAReduite(IdxJour) TO CollecteeTVAReduite
                   COMPUTE DateJourCaisse =
                           MoisDeclaration * 100 + IdxJour
                   MOVE JC-BaseNormale(IdxJour) TO EditionBase
                   MOVE JC-TVANormale(IdxJour) TO EditionTVA
                   MOVE JC-BaseReduite(IdxJour) TO EditionBase2
                   MOVE JC-TVAReduite(IdxJour) TO EditionTVA2
                   MOVE SPACES TO LigneDeclaration
                   STRING "CAISSE," DateJourCaisse ","
                          EditionBase "," EditionTVA ","
                          EditionBase2 "," EditionTVA2
                       DELIMITED BY SIZE INTO LigneDeclaration
                   PERFORM ECRIRE-LIGNE-DECLARATION
               END-IF
           END-PERFORM.

       CUMULER-FACTURES-CLOTURE.
      *> Les factures de l'atelier sont dues a leur date de facture,
      *> au taux qu'elles portent.
           OPEN INPUT factures-cloture.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ factures-cloture
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF FC-Date(1:6) = MoisDeclaration
                               PERFORM CUMULER-UNE-FACTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE factures-cloture
           END-IF.

       CUMULER-UNE-FACTURE.
           ADD 1 TO FacturesRetenues.
           IF FC-TauxTVA = TauxTVAReduit
               ADD FC-MontantHT TO CollecteeBaseReduite
               ADD FC-MontantTVA TO CollecteeTVAReduite
           ELSE
               ADD FC-MontantHT TO CollecteeBaseNormale
               ADD FC-MontantTVA TO CollecteeTVANormale
           END-IF.
           MOVE FC-MontantHT TO EditionBase.
           MOVE FC-MontantTVA TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           STRING "CLOTURE," FC-Numero "," FC-Type "," FC-Date ","
                  EditionBase "," FC-TauxTVA "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.

       CUMULER-COMMANDES-RECUES.
      *> Une commande a prix convenu deduit sa facture rapprochee
      *> (concordante ou debloquee) dans le mois de la facture ;
      *> une commande d'avant le rapprochement, recue ou deja
      *> payee, deduit sa livraison dans le mois de la reception.
           OPEN INPUT commandes-fichier.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ commandes-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM CHOISIR-BASE-COMMANDE
                           IF Commande-Retenue
                               PERFORM CUMULER-UNE-COMMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE commandes-fichier
           END-IF.

       CHOISIR-BASE-COMMANDE.
           MOVE "N" TO CommandeRetenue.
           IF CM-PrixConvenu IS NUMERIC
              AND CM-PrixConvenu > ZERO
               IF CM-Facture-Bon-A-Payer
                  AND CM-DateFacture IS NUMERIC
                  AND CM-MontantFacture IS NUMERIC
                   IF CM-DateFacture(1:6) = MoisDeclaration
                       MOVE "O" TO CommandeRetenue
                       MOVE CM-MontantFacture TO BaseCommande
                       MOVE CM-DateFacture TO DateCommandeRetenue
                   END-IF
               ELSE
      *> Recue dans le mois mais facture absente ou bloquee : rien
      *> n'est deduit, la commande est signalee a la synthese.
                   IF CM-DateReception IS NUMERIC
                      AND CM-DateReception(1:6) = MoisDeclaration
                       ADD 1 TO CommandesEnAttente
                   END-IF
               END-IF
           ELSE
               IF (CM-Statut = "R" OR CM-Statut = "P")
                  AND CM-DateReception IS NUMERIC
                  AND CM-DateReception(1:6) = MoisDeclaration
                   MOVE "O" TO CommandeRetenue
                   MOVE CM-Montant TO BaseCommande
                   MOVE CM-DateReception TO DateCommandeRetenue
               END-IF
           END-IF.

       CUMULER-UNE-COMMANDE.
           ADD 1 TO CommandesRetenues.
           MOVE CM-Produit TO ProduitCherche.
           PERFORM CHERCHER-TAUX-PRODUIT.
           IF CodeTVACommande = "R"
               ADD BaseCommande TO DeductibleBaseReduite
               ADD TVACommande TO DeductibleTVAReduite
           ELSE
               ADD BaseCommande TO DeductibleBaseNormale
               ADD TVACommande TO DeductibleTVANormale
           END-IF.
           MOVE BaseCommande TO EditionBase.
           MOVE TVACommande TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           STRING "ACHAT," CM-Numero "," CM-Fournisseur ","
                  DateCommandeRetenue "," CM-Produit ","
                  EditionBase "," TauxCommande "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.

       CHERCHER-TAUX-PRODUIT.
      *> Taux du produit et TVA de BaseCommande a ce taux.
           MOVE SPACE TO CodeTVACommande.
           PERFORM VARYING IdxProduit FROM 1 BY 1
                   UNTIL IdxProduit > NombreProduits
               IF PT-Nom(IdxProduit) = ProduitCherche
                   MOVE PT-CodeTVA(IdxProduit) TO CodeTVACommande
               END-IF
           END-PERFORM.
      *> Produit disparu du fichier : taux normal, signale a la
      *> synthese.
           IF CodeTVACommande = SPACE
               ADD 1 TO CommandesSansProduit
           END-IF.
           IF CodeTVACommande = "R"
               MOVE TauxTVAReduit TO TauxCommande
           ELSE
               MOVE TauxTVANormal TO TauxCommande
           END-IF.
           COMPUTE TVACommande ROUNDED =
                   BaseCommande * TauxCommande / 100.

       CUMULER-AVOIRS-FOURNISSEURS.
      *> Avoirs recus dans le mois sur les retours fournisseurs :
      *> la TVA deduite sur la commande d'origine est reprise, au
      *> taux de son produit.
           OPEN INPUT retours-fichier.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ retours-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF RF-Statut = "A"
                              AND RF-DateAvoir IS NUMERIC
                              AND RF-DateAvoir(1:6) = MoisDeclaration
                              AND RF-MontantAvoir IS NUMERIC
                               PERFORM DEDUIRE-UN-AVOIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retours-fichier
           END-IF.

       DEDUIRE-UN-AVOIR.
           ADD 1 TO AvoirsRetenus.
           MOVE RF-MontantAvoir TO BaseCommande.
           MOVE RF-Produit TO ProduitCherche.
           PERFORM CHERCHER-TAUX-PRODUIT.
           IF CodeTVACommande = "R"
               SUBTRACT BaseCommande FROM DeductibleBaseReduite
               SUBTRACT TVACommande FROM DeductibleTVAReduite
           ELSE
               SUBTRACT BaseCommande FROM DeductibleBaseNormale
               SUBTRACT TVACommande FROM DeductibleTVANormale
           END-IF.
           COMPUTE EditionBase = ZERO - BaseCommande.
           COMPUTE EditionTVA = ZERO - TVACommande.
           MOVE SPACES TO LigneDeclaration.
           STRING "AVOIR," RF-Numero "," RF-Fournisseur ","
                  RF-DateAvoir "," RF-Produit ","
                  EditionBase "," TauxCommande "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.

       DECLARER-TOTAUX.
           COMPUTE TotalCollectee = CollecteeTVANormale
                   + CollecteeTVAReduite.
           COMPUTE TotalDeductible = DeductibleTVANormale
                   + DeductibleTVAReduite.
           COMPUTE NetTVA = TotalCollectee - TotalDeductible.
           MOVE CollecteeBaseNormale TO EditionBase.
           MOVE CollecteeTVANormale TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           STRING "COLLECTEE,N," TauxTVANormal ","
                  EditionBase "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.
           MOVE CollecteeBaseReduite TO EditionBase.
           MOVE CollecteeTVAReduite TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           STRING "COLLECTEE,R," TauxTVAReduit ","
                  EditionBase "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.
           MOVE DeductibleBaseNormale TO EditionBase.
           MOVE DeductibleTVANormale TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           STRING "DEDUCTIBLE,N," TauxTVANormal ","
                  EditionBase "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.
           MOVE DeductibleBaseReduite TO EditionBase.
           MOVE DeductibleTVAReduite TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           STRING "DEDUCTIBLE,R," TauxTVAReduit ","
                  EditionBase "," EditionTVA
               DELIMITED BY SIZE INTO LigneDeclaration.
           PERFORM ECRIRE-LIGNE-DECLARATION.
           MOVE NetTVA TO EditionTVA.
           MOVE SPACES TO LigneDeclaration.
           IF NetTVA < ZERO
               STRING "CREDIT," MoisDeclaration "," EditionTVA
                   DELIMITED BY SIZE INTO LigneDeclaration
           ELSE
               STRING "NET," MoisDeclaration "," EditionTVA
                   DELIMITED BY SIZE INTO LigneDeclaration
           END-IF.
           PERFORM ECRIRE-LIGNE-DECLARATION.

       AFFICHER-SYNTHESE.
           DISPLAY "===== TVA DU MOIS ", MoisDeclaration, " =====".
           DISPLAY "Recus de caisse : ", RecusLus,
                   " - remboursements : ", RemboursementsLus.
           DISPLAY "Factures cloture : ", FacturesRetenues,
                   " - commandes fournisseurs : ",
                   CommandesRetenues.
           DISPLAY "Avoirs fournisseurs : ", AvoirsRetenus.
           IF CommandesSansProduit > ZERO
               DISPLAY CommandesSansProduit, " commande(s) ou ",
                       "avoir(s) d'un produit inconnu, compte(s) ",
                       "au taux normal."
           END-IF.
           IF CommandesEnAttente > ZERO
               DISPLAY CommandesEnAttente, " commande(s) recue(s) ",
                       "dans le mois sans facture rapprochee : TVA ",
                       "non deduite."
           END-IF.
           MOVE CollecteeBaseNormale TO EditionBase.
           MOVE CollecteeTVANormale TO EditionTVA.
           MOVE TauxTVANormal TO EditionTaux.
           DISPLAY "Collectee taux normal (", EditionTaux,
                   "%) : base ", EditionBase, " - TVA ", EditionTVA.
           MOVE CollecteeBaseReduite TO EditionBase.
           MOVE CollecteeTVAReduite TO EditionTVA.
           MOVE TauxTVAReduit TO EditionTaux.
           DISPLAY "Collectee taux reduit (", EditionTaux,
                   "%) : base ", EditionBase, " - TVA ", EditionTVA.
           MOVE DeductibleBaseNormale TO EditionBase.
           MOVE DeductibleTVANormale TO EditionTVA.
           DISPLAY "Deductible taux normal : base ", EditionBase,
                   " - TVA ", EditionTVA.
           MOVE DeductibleBaseReduite TO EditionBase.
           MOVE DeductibleTVAReduite TO EditionTVA.
           DISPLAY "Deductible taux reduit : base ", EditionBase,
                   " - TVA ", EditionTVA.
           MOVE TotalCollectee TO EditionTVA.
           DISPLAY "Total TVA collectee  : ", EditionTVA.
           MOVE TotalDeductible TO EditionTVA.
           DISPLAY "Total TVA deductible : ", EditionTVA.
           MOVE NetTVA TO EditionTVA.
           IF NetTVA < ZERO
               DISPLAY "Credit de TVA du mois : ", EditionTVA
           ELSE
               DISPLAY "TVA nette a payer    : ", EditionTVA
           END-IF.
           DISPLAY "Detail ecrit dans ", NomFichierDeclaration, ".".

       ECRIRE-LIGNE-DECLARATION.
           MOVE LigneDeclaration TO declaration-record.
           WRITE declaration-record
           END-WRITE.
