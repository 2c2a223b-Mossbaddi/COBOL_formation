       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtiquettesRayon.

      *> Etiquettes de prix du rayon. Le run du jour calcule pour
      *> chaque produit le prix affiche aujourd'hui - prix du fichier
      *> produits, ou prix promotionnel quand une promotion du
      *> fichier promotions couvre la date, selon la meme regle que
      *> la caisse - et le compare a la derniere etiquette posee
      *> (fichier etiquettes_prix). Tout produit dont le prix de
      *> vente, le prix promotionnel, la fin de promotion, le code
      *> TVA ou l'emplacement a change depuis, ou qui n'a jamais eu
      *> d'etiquette, sort dans le fichier d'impression du jour, trie
      *> par emplacement en rayon pour la tournee de pose ; les
      *> etiquettes posees deviennent la nouvelle reference. La
      *> reimpression a la demande, pour un produit ou pour tous les
      *> produits d'un fournisseur, produit le meme fichier sans
      *> toucher a la reference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT produits-fichier ASSIGN TO 'produits'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT promotions ASSIGN TO 'promotions'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT etiquettes-prix ASSIGN TO 'etiquettes_prix'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT impression ASSIGN USING NomFichierImpression
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-impression.

       DATA DIVISION.
       FILE SECTION.
       FD produits-fichier.
      *> Meme dessin que le fichier tenu par le programme de stock.
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
           05 PF-Sep7 PIC X.
           05 PF-QteReserve PIC 9(3).
           05 PF-Sep8 PIC X.
           05 PF-SeuilRayon PIC 9(3).
           05 PF-Sep9 PIC X.
           05 PF-PrixAchat PIC 9(5)V99.
           05 PF-Sep10 PIC X.
           05 PF-EmplacementRayon PIC X(6).

       FD promotions.
      *> Meme dessin que le fichier tenu par la caisse : type P
      *> pourcentage de remise, F prix fixe.
       01 promotion-enregistrement.
           05 PX-Produit PIC X(10).
           05 PX-Sep1 PIC X.
           05 PX-Type PIC X.
           05 PX-Sep2 PIC X.
           05 PX-Valeur PIC 9(5)V99.
           05 PX-Sep3 PIC X.
           05 PX-DateDebut PIC 9(8).
           05 PX-Sep4 PIC X.
           05 PX-DateFin PIC 9(8).

       FD etiquettes-prix.
      *> Derniere etiquette posee par produit : prix affiche, prix
      *> du fichier, fin de promotion (zero sans promotion), code
      *> TVA et emplacement.
       01 etiquette-prix-enregistrement.
           05 EP-Produit PIC X(10).
           05 EP-Sep1 PIC X.
           05 EP-PrixAffiche PIC 9(5)V99.
           05 EP-Sep2 PIC X.
           05 EP-PrixUnitaire PIC 9(5)V99.
           05 EP-Sep3 PIC X.
           05 EP-FinPromo PIC 9(8).
           05 EP-Sep4 PIC X.
           05 EP-CodeTVA PIC X.
           05 EP-Sep5 PIC X.
           05 EP-Emplacement PIC X(6).

       FD impression.
       01 impression-enregistrement PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-impression PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 ChoixEtiquettes PIC 9 VALUE ZERO.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 NomProduitSaisi PIC X(10) VALUE SPACES.
       01 FournisseurSaisi PIC 9(4) VALUE ZERO.
       01 NomFichierImpression PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "ETIQUET".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "EtiquettesRayon".
       01 SPOOL-Operateur PIC X(4) VALUE "ETIQ".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

      *> Produits avec le prix affiche du jour.
       01 TableProduits.
           02 ProduitEtiquette OCCURS 200 TIMES INDEXED BY IdxProduit.
               03 PE-Produit PIC X(10).
               03 PE-PrixUnitaire PIC 9(5)V99.
               03 PE-PrixAffiche PIC 9(5)V99.
               03 PE-FinPromo PIC 9(8).
               03 PE-CodeTVA PIC X.
               03 PE-Emplacement PIC X(6).
               03 PE-Fournisseur PIC 9(4).
       01 NombreProduits PIC 9(3) VALUE ZERO.
       01 ProduitsPleins PIC X VALUE "N".
           88 Produits-Pleins VALUE "O".

      *> Promotions, dans l'ordre du fichier : comme a la caisse, la
      *> premiere qui couvre la date s'applique.
       01 TablePromotions.
           02 Promotion OCCURS 200 TIMES INDEXED BY IdxPromo.
               03 PZ-Produit PIC X(10).
               03 PZ-Type PIC X.
               03 PZ-Valeur PIC 9(5)V99.
               03 PZ-DateDebut PIC 9(8).
               03 PZ-DateFin PIC 9(8).
       01 NombrePromotions PIC 9(3) VALUE ZERO.
       01 PromoTrouvee PIC X VALUE "N".
           88 Promo-Trouvee VALUE "O".
       01 IdxPromoTrouvee PIC 9(3) VALUE ZERO.
       01 PrixPromo PIC 9(5)V99 VALUE ZERO.

      *> Dernieres etiquettes posees.
       01 TablePosees.
           02 EtiquettePosee OCCURS 200 TIMES INDEXED BY IdxPosee.
               03 PO-Produit PIC X(10).
               03 PO-PrixAffiche PIC 9(5)V99.
               03 PO-PrixUnitaire PIC 9(5)V99.
               03 PO-FinPromo PIC 9(8).
               03 PO-CodeTVA PIC X.
               03 PO-Emplacement PIC X(6).
       01 NombrePosees PIC 9(3) VALUE ZERO.
       01 PoseeTrouvee PIC X VALUE "N".
           88 Posee-Trouvee VALUE "O".
       01 IdxPoseeTrouvee PIC 9(3) VALUE ZERO.

      *> Etiquettes a imprimer, triees par emplacement puis produit.
       01 TableAImprimer.
           02 EtiquetteAImprimer OCCURS 200 TIMES
                   INDEXED BY IdxImprime.
               03 AI-Cle.
                   04 AI-Emplacement PIC X(6).
                   04 AI-Produit PIC X(10).
               03 AI-IdxProduit PIC 9(3).
       01 NombreAImprimer PIC 9(3) VALUE ZERO.
       01 IdxTri PIC 9(3) VALUE ZERO.
       01 EtiquetteBuffer PIC X(19) VALUE SPACES.
       01 IdxEdite PIC 9(3) VALUE ZERO.

       01 FinPromoEdition PIC 9(8) VALUE ZERO.
       01 FinPromoDetail REDEFINES FinPromoEdition.
           05 FP-Annee PIC 9(4).
           05 FP-Mois PIC 9(2).
           05 FP-Jour PIC 9(2).

       01 LigneEtiquette.
           05 LE-Emplacement PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LE-Produit PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LE-PrixAffiche PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-PrixUnitaire PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-FinPromo PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-CodeTVA PIC X.
       01 LigneImpression PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== ETIQUETTES DE PRIX DU RAYON =====".
           DISPLAY "1. Etiquettes du jour (changements de prix)".
           DISPLAY "2. Reimprimer l'etiquette d'un produit".
           DISPLAY "3. Reimprimer les etiquettes d'un fournisseur".
           ACCEPT ChoixEtiquettes.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           PERFORM CHARGER-PRODUITS.
           IF NombreProduits = ZERO
               DISPLAY "Aucun produit au fichier."
               STOP RUN
           END-IF.
           PERFORM CHARGER-PROMOTIONS.
           PERFORM VARYING IdxProduit FROM 1 BY 1
                   UNTIL IdxProduit > NombreProduits
               PERFORM CALCULER-PRIX-AFFICHE
           END-PERFORM.
           MOVE ZERO TO NombreAImprimer.
           EVALUATE ChoixEtiquettes
               WHEN 1
                   PERFORM SELECTIONNER-CHANGEMENTS
               WHEN 2
                   DISPLAY "Nom du produit :"
                   MOVE SPACES TO NomProduitSaisi
                   ACCEPT NomProduitSaisi
                   PERFORM VARYING IdxProduit FROM 1 BY 1
                           UNTIL IdxProduit > NombreProduits
                       IF PE-Produit(IdxProduit) = NomProduitSaisi
                           PERFORM RETENIR-ETIQUETTE
                       END-IF
                   END-PERFORM
               WHEN 3
                   DISPLAY "Identifiant du fournisseur :"
                   ACCEPT FournisseurSaisi
                   PERFORM VARYING IdxProduit FROM 1 BY 1
                           UNTIL IdxProduit > NombreProduits
                       IF PE-Fournisseur(IdxProduit) = FournisseurSaisi
                           PERFORM RETENIR-ETIQUETTE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Choix invalide."
                   STOP RUN
           END-EVALUATE.
           IF NombreAImprimer = ZERO
               DISPLAY "Aucune etiquette a imprimer."
           ELSE
               PERFORM TRIER-ETIQUETTES
               PERFORM IMPRIMER-ETIQUETTES
           END-IF.
      *> Seul le run du jour fait des etiquettes imprimees la
      *> nouvelle reference ; une table debordee n'est pas reecrite.
           IF ChoixEtiquettes = 1
              AND NOT Produits-Pleins
               PERFORM SAUVEGARDER-ETIQUETTES-POSEES
           END-IF.
           STOP RUN.

       CHARGER-PRODUITS.
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
                               PERFORM RANGER-PRODUIT
                           ELSE
                               MOVE "O" TO ProduitsPleins
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits-fichier
           END-IF.
           IF Produits-Pleins
               DISPLAY "Table des produits pleine (200) : ",
                       "reference des etiquettes non mise a jour."
           END-IF.

       RANGER-PRODUIT.
           MOVE PF-Nom TO PE-Produit(NombreProduits).
           MOVE PF-PrixUnitaire TO PE-PrixUnitaire(NombreProduits).
           IF PF-CodeTVA = "R"
               MOVE "R" TO PE-CodeTVA(NombreProduits)
           ELSE
               MOVE "N" TO PE-CodeTVA(NombreProduits)
           END-IF.
           IF PF-Fournisseur IS NUMERIC
               MOVE PF-Fournisseur TO PE-Fournisseur(NombreProduits)
           ELSE
               MOVE ZERO TO PE-Fournisseur(NombreProduits)
           END-IF.
           MOVE PF-EmplacementRayon TO PE-Emplacement(NombreProduits).

       CHARGER-PROMOTIONS.
           MOVE ZERO TO NombrePromotions.
           OPEN INPUT promotions.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ promotions
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombrePromotions < 200
                               ADD 1 TO NombrePromotions
                               MOVE PX-Produit
                                    TO PZ-Produit(NombrePromotions)
                               MOVE PX-Type
                                    TO PZ-Type(NombrePromotions)
                               MOVE PX-Valeur
                                    TO PZ-Valeur(NombrePromotions)
                               MOVE PX-DateDebut
                                    TO PZ-DateDebut(NombrePromotions)
                               MOVE PX-DateFin
                                    TO PZ-DateFin(NombrePromotions)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE promotions
           END-IF.

       CALCULER-PRIX-AFFICHE.
      *> Meme regle que la caisse : premiere promotion du produit
      *> dont la fenetre couvre la date, jamais au-dessus du prix du
      *> fichier.
           MOVE PE-PrixUnitaire(IdxProduit)
                TO PE-PrixAffiche(IdxProduit).
           MOVE ZERO TO PE-FinPromo(IdxProduit).
           MOVE "N" TO PromoTrouvee.
           PERFORM VARYING IdxPromo FROM 1 BY 1
                   UNTIL IdxPromo > NombrePromotions
                      OR Promo-Trouvee
               IF PZ-Produit(IdxPromo) = PE-Produit(IdxProduit)
                  AND DateDuJour >= PZ-DateDebut(IdxPromo)
                  AND DateDuJour <= PZ-DateFin(IdxPromo)
                   MOVE "O" TO PromoTrouvee
                   SET IdxPromoTrouvee TO IdxPromo
               END-IF
           END-PERFORM.
           IF Promo-Trouvee
               IF PZ-Type(IdxPromoTrouvee) = "P"
                   COMPUTE PrixPromo ROUNDED =
                           PE-PrixUnitaire(IdxProduit)
                           * (100 - PZ-Valeur(IdxPromoTrouvee))
                           / 100
               ELSE
                   MOVE PZ-Valeur(IdxPromoTrouvee) TO PrixPromo
               END-IF
               IF PrixPromo < PE-PrixUnitaire(IdxProduit)
                   MOVE PrixPromo TO PE-PrixAffiche(IdxProduit)
                   MOVE PZ-DateFin(IdxPromoTrouvee)
                        TO PE-FinPromo(IdxProduit)
               END-IF
           END-IF.

       SELECTIONNER-CHANGEMENTS.
           PERFORM CHARGER-ETIQUETTES-POSEES.
           PERFORM VARYING IdxProduit FROM 1 BY 1
                   UNTIL IdxProduit > NombreProduits
               MOVE "N" TO PoseeTrouvee
               PERFORM VARYING IdxPosee FROM 1 BY 1
                       UNTIL IdxPosee > NombrePosees
                          OR Posee-Trouvee
                   IF PO-Produit(IdxPosee) = PE-Produit(IdxProduit)
                       MOVE "O" TO PoseeTrouvee
                       SET IdxPoseeTrouvee TO IdxPosee
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT Posee-Trouvee
                       PERFORM RETENIR-ETIQUETTE
                   WHEN PO-PrixAffiche(IdxPoseeTrouvee)
                           NOT = PE-PrixAffiche(IdxProduit)
                     OR PO-PrixUnitaire(IdxPoseeTrouvee)
                           NOT = PE-PrixUnitaire(IdxProduit)
                     OR PO-FinPromo(IdxPoseeTrouvee)
                           NOT = PE-FinPromo(IdxProduit)
                     OR PO-CodeTVA(IdxPoseeTrouvee)
                           NOT = PE-CodeTVA(IdxProduit)
                     OR PO-Emplacement(IdxPoseeTrouvee)
                           NOT = PE-Emplacement(IdxProduit)
                       PERFORM RETENIR-ETIQUETTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       CHARGER-ETIQUETTES-POSEES.
           MOVE ZERO TO NombrePosees.
           OPEN INPUT etiquettes-prix.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ etiquettes-prix
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombrePosees < 200
                               ADD 1 TO NombrePosees
                               MOVE EP-Produit
                                    TO PO-Produit(NombrePosees)
                               MOVE EP-PrixAffiche
                                    TO PO-PrixAffiche(NombrePosees)
                               MOVE EP-PrixUnitaire
                                    TO PO-PrixUnitaire(NombrePosees)
                               MOVE EP-FinPromo
                                    TO PO-FinPromo(NombrePosees)
                               MOVE EP-CodeTVA
                                    TO PO-CodeTVA(NombrePosees)
                               MOVE EP-Emplacement
                                    TO PO-Emplacement(NombrePosees)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE etiquettes-prix
           END-IF.

       SAUVEGARDER-ETIQUETTES-POSEES.
      *> La reference devient l'etat du jour de tous les produits :
      *> un produit retire du fichier en sort aussi.
           OPEN OUTPUT etiquettes-prix.
           PERFORM VARYING IdxProduit FROM 1 BY 1
                   UNTIL IdxProduit > NombreProduits
               MOVE PE-Produit(IdxProduit) TO EP-Produit
               MOVE PE-PrixAffiche(IdxProduit) TO EP-PrixAffiche
               MOVE PE-PrixUnitaire(IdxProduit) TO EP-PrixUnitaire
               MOVE PE-FinPromo(IdxProduit) TO EP-FinPromo
               MOVE PE-CodeTVA(IdxProduit) TO EP-CodeTVA
               MOVE PE-Emplacement(IdxProduit) TO EP-Emplacement
               MOVE SEP-Virgule TO EP-Sep1
               MOVE SEP-Virgule TO EP-Sep2
               MOVE SEP-Virgule TO EP-Sep3
               MOVE SEP-Virgule TO EP-Sep4
               MOVE SEP-Virgule TO EP-Sep5
               WRITE etiquette-prix-enregistrement
           END-PERFORM.
           CLOSE etiquettes-prix.

       RETENIR-ETIQUETTE.
           IF NombreAImprimer < 200
               ADD 1 TO NombreAImprimer
               MOVE PE-Emplacement(IdxProduit)
                    TO AI-Emplacement(NombreAImprimer)
               MOVE PE-Produit(IdxProduit)
                    TO AI-Produit(NombreAImprimer)
               SET AI-IdxProduit(NombreAImprimer) TO IdxProduit
           END-IF.

       TRIER-ETIQUETTES.
           IF NombreAImprimer > 1
               PERFORM VARYING IdxTri FROM 1 BY 1
                       UNTIL IdxTri > NombreAImprimer - 1
                   PERFORM VARYING IdxImprime FROM 1 BY 1
                           UNTIL IdxImprime
                               > NombreAImprimer - IdxTri
                       IF AI-Cle(IdxImprime) > AI-Cle(IdxImprime + 1)
                           MOVE EtiquetteAImprimer(IdxImprime)
                                TO EtiquetteBuffer
                           MOVE EtiquetteAImprimer(IdxImprime + 1)
                                TO EtiquetteAImprimer(IdxImprime)
                           MOVE EtiquetteBuffer
                                TO EtiquetteAImprimer(IdxImprime + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       IMPRIMER-ETIQUETTES.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "etiquettes" DELIMITED BY SIZE INTO SPOOL-NomBase.
           MOVE DateDuJour TO SPOOL-DebutPeriode.
           MOVE DateDuJour TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierImpression.
           OPEN OUTPUT impression.
           MOVE SPACES TO LigneImpression.
           STRING "ETIQUETTES DU " DateDuJour
               DELIMITED BY SIZE INTO LigneImpression.
           PERFORM ECRIRE-LIGNE-IMPRESSION.
           MOVE SPACES TO LigneImpression.
           STRING "EMPL.  PRODUIT       VENTE    NORMAL"
                  "  FIN PROMO   TVA"
               DELIMITED BY SIZE INTO LigneImpression.
           PERFORM ECRIRE-LIGNE-IMPRESSION.
           PERFORM VARYING IdxImprime FROM 1 BY 1
                   UNTIL IdxImprime > NombreAImprimer
               MOVE AI-IdxProduit(IdxImprime) TO IdxEdite
               PERFORM PREPARER-LIGNE-ETIQUETTE
               MOVE LigneEtiquette TO LigneImpression
               PERFORM ECRIRE-LIGNE-IMPRESSION
           END-PERFORM.
           CLOSE impression.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           DISPLAY NombreAImprimer, " etiquette(s) ecrite(s) dans ",
                   NomFichierImpression, ".".

       PREPARER-LIGNE-ETIQUETTE.
           MOVE PE-Emplacement(IdxEdite) TO LE-Emplacement.
           MOVE PE-Produit(IdxEdite) TO LE-Produit.
           MOVE PE-PrixAffiche(IdxEdite) TO LE-PrixAffiche.
           MOVE PE-PrixUnitaire(IdxEdite) TO LE-PrixUnitaire.
           MOVE PE-CodeTVA(IdxEdite) TO LE-CodeTVA.
           MOVE SPACES TO LE-FinPromo.
           IF PE-FinPromo(IdxEdite) NOT = ZERO
               MOVE PE-FinPromo(IdxEdite) TO FinPromoEdition
               STRING FP-Jour "/" FP-Mois "/" FP-Annee
                   DELIMITED BY SIZE INTO LE-FinPromo
           END-IF.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       ECRIRE-LIGNE-IMPRESSION.
           MOVE LigneImpression TO impression-enregistrement.
           WRITE impression-enregistrement
           END-WRITE.
