        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT kits-fichier ASSIGN TO 'kits'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT lots-fichier ASSIGN TO 'lots_stock'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT promotions ASSIGN TO 'promotions'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT retours-fichier ASSIGN TO 'retours_fournisseurs'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT recus-lignes ASSIGN TO 'recus_lignes'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

DATA DIVISION.
FILE SECTION.
FD produits-fichier.
*> Prix d'achat moyen pondere, recalcule a chaque reception de
*> commande : c'est lui qui permet enfin de parler de marge.
    05 PF-PrixAchat PIC 9(5)V99.
*> Emplacement en rayon (allee et etagere, ex. A03E2) : les
*> etiquettes de prix se trient dessus pour la tournee de pose.
    05 PF-Sep10 PIC X.
    05 PF-EmplacementRayon PIC X(6).
*> Classe ABC (A, B ou C, a blanc tant que l'analyse n'a pas tourne)
*> selon les ventes des 12 derniers mois, et date du dernier
*> comptage : le comptage tournant s'en sert pour ne recompter que
*> les produits dus.
    05 PF-Sep11 PIC X.
    05 PF-ClasseABC PIC X.
    05 PF-Sep12 PIC X.
    05 PF-DateComptage PIC 9(8).

*> Journal des mouvements de stock : chaque entree, sortie, quantite
*> initiale, vente ou correction de comptage laisse une trace datee
    05 FR-Contact PIC X(20).
    05 FR-Sep3 PIC X.
    05 FR-Delai PIC 9(3).
*> Coordonnees bancaires (code banque, compte chez cette banque)
*> et delai de paiement en jours apres reception, pour le run de
*> paiement des fournisseurs. Les fournisseurs d'avant ces champs
*> se relisent a blanc : pas de paiement tant qu'ils manquent.
    05 FR-Sep4 PIC X.
    05 FR-Banque PIC X(5).
    05 FR-Sep5 PIC X.
    05 FR-CompteExterne PIC X(10).
    05 FR-Sep6 PIC X.
    05 FR-DelaiPaiement PIC 9(3).

FD commandes-fichier.
01 commande-enregistrement.
    05 CM-Sep4 PIC X.
    05 CM-Date PIC 9(8).
    05 CM-Sep5 PIC X.
*> Statut : O ouverte, R recue, P payee.
    05 CM-Statut PIC X.
*> Reception et reglement : date et montant de la livraison
*> (quantite au cout unitaire saisi), echeance selon le delai de
*> paiement du fournisseur, puis date et reference du virement
*> emis par le run de paiement. Les commandes d'avant ces champs
*> se relisent a blanc et ne sont pas reglees par le run.
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
*> Rapprochement des factures : prix unitaire convenu a la commande,
*> quantite recue au fil des livraisons partielles, puis la facture
*> du fournisseur (reference, date, quantite, prix et montant) et le
*> resultat du rapprochement - V concordante, B bloquee hors
*> tolerance, D debloquee par un manager, blanc sans facture.
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

FD mouvements-fichier.
01 mouvement-enregistrement.
    05 MV-SoldeApres PIC 9(3).
    05 MV-Sep6 PIC X.
    05 MV-Motif PIC X(20).
*> Vente d'un composant de kit a la caisse : motif "KIT " suivi du
*> code du kit.
    05 MV-MotifKit REDEFINES MV-Motif.
        10 MV-MotifPrefixe PIC X(4).
        10 MV-MotifCodeKit PIC X(10).
        10 FILLER PIC X(6).
    05 MV-Sep7 PIC X.
    05 MV-Operateur PIC X(4).

*> Kits et lots vendus en caisse (fichier tenu par le programme des
*> clotures) : en-tete E avec le prix du kit, puis une ligne C par
*> composant.
FD kits-fichier.
01 kit-entete.
    05 KT-Type PIC X.
    05 KT-Sep1 PIC X.
    05 KT-Code PIC X(10).
    05 KT-Sep2 PIC X.
    05 KT-Libelle PIC X(20).
    05 KT-Sep3 PIC X.
    05 KT-Prix PIC 9(5)V99.
01 kit-composant REDEFINES kit-entete.
    05 KN-Type PIC X.
    05 KN-Sep1 PIC X.
    05 KN-Code PIC X(10).
    05 KN-Sep2 PIC X.
    05 KN-Produit PIC X(10).
    05 KN-Sep3 PIC X.
    05 KN-Quantite PIC 9(3).

*> Lots des produits alimentaires (code TVA R) : numero de lot,
*> date limite et quantite par emplacement (R rayon, E reserve),
*> crees a la reception et consommes premier perime, premier sorti
*> par les transferts et par les ventes de la caisse. Un lot epuise
*> disparait du fichier a la reecriture suivante.
FD lots-fichier.
01 lot-enregistrement.
    05 LT-Produit PIC X(10).
    05 LT-Sep1 PIC X.
    05 LT-Numero PIC X(12).
    05 LT-Sep2 PIC X.
    05 LT-Peremption PIC 9(8).
    05 LT-Sep3 PIC X.
    05 LT-Emplacement PIC X.
    05 LT-Sep4 PIC X.
    05 LT-Quantite PIC 9(3).
    05 LT-Sep5 PIC X.
    05 LT-DateReception PIC 9(8).

*> Prix promotionnels de la caisse : la demarque des lots proches
*> de leur date limite y ajoute une remise en pourcentage (type P)
*> valable jusqu'a cette date.
FD promotions.
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

*> Retours fournisseurs : bon numerote contre la commande d'origine,
*> quantite, motif (AB abime a la livraison, RA rappel produit, NC non
*> conforme, ER erreur de livraison), cout unitaire de la commande et
*> avoir attendu ; statut E envoye, A avoir recu, R refuse par le
*> fournisseur, avec la date, la reference et le montant de l'avoir.
FD retours-fichier.
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

*> Lignes de ticket ecrites par la caisse : la valeur vendue par
*> produit alimente l'analyse ABC.
FD recus-lignes.
01 recu-ligne-enregistrement.
    05 RL-IdClient PIC 9(5).
    05 RL-Sep1 PIC X.
    05 RL-Date PIC 9(8).
    05 RL-Sep2 PIC X.
    05 RL-Heure PIC 9(8).
    05 RL-Sep3 PIC X.
    05 RL-Produit PIC X(10).
    05 RL-Sep4 PIC X.
    05 RL-Quantite PIC 9(3).
    05 RL-Sep5 PIC X.
    05 RL-PrixUnitaire PIC 9(5)V99.
    05 RL-Sep6 PIC X.
    05 RL-TotalLigne PIC 9(7)V99.
    05 RL-Sep7 PIC X.
    05 RL-CoutUnitaire PIC 9(5)V99.
    05 RL-Sep8 PIC X.
    05 RL-Kit PIC X(10).

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.
   *> Une VALUE posee directement sur un champ de FD empeche
        03 QteReserveProduit PIC 9(3).
        03 SeuilRayonProduit PIC 9(3).
        03 PrixAchatProduit PIC 9(5)V99.
        03 EmplacementRayonProduit PIC X(6).
        03 ClasseABCProduit PIC X.
        03 DateComptageProduit PIC 9(8).
01 NombreProduits PIC 9(3) VALUE ZERO.

01 ValeurProduit PIC 9(8)V99 VALUE ZERO.
01 OperateurCourant PIC X(4) VALUE SPACES.
01 NomOperateur PIC X(20) VALUE SPACES.
01 RoleOperateur PIC X VALUE SPACE.
    88 Role-Manager VALUE "M".
    88 Role-Superviseur-Ou-Plus VALUE "S" "M".
01 SignOnStatut PIC XX VALUE SPACES.

        03 F-Nom PIC X(20).
        03 F-Contact PIC X(20).
        03 F-Delai PIC 9(3).
        03 F-Banque PIC X(5).
        03 F-CompteExterne PIC X(10).
        03 F-DelaiPaiement PIC 9(3).
01 NombreFournisseurs PIC 9(2) VALUE ZERO.
01 DernierIdFournisseur PIC 9(4) VALUE ZERO.
01 IdFournisseurSaisi PIC 9(4) VALUE ZERO.
        03 K-Quantite PIC 9(3).
        03 K-Date PIC 9(8).
        03 K-Statut PIC X.
        03 K-DateReception PIC 9(8).
        03 K-Montant PIC 9(7)V99.
        03 K-Echeance PIC 9(8).
        03 K-DatePaiement PIC 9(8).
        03 K-RefVirement PIC X(10).
        03 K-PrixConvenu PIC 9(5)V99.
        03 K-QteRecue PIC 9(3).
        03 K-RefFacture PIC X(12).
        03 K-DateFacture PIC 9(8).
        03 K-QteFacturee PIC 9(3).
        03 K-PrixFacture PIC 9(5)V99.
        03 K-MontantFacture PIC 9(7)V99.
        03 K-Rapprochement PIC X.
            88 K-Facture-Concordante VALUE "V".
            88 K-Facture-Bloquee VALUE "B".
            88 K-Facture-Debloquee VALUE "D".
01 NombreCommandes PIC 9(3) VALUE ZERO.
01 DernierNumeroCommande PIC 9(5) VALUE ZERO.
01 NumeroCommandeSaisi PIC 9(5) VALUE ZERO.
01 CommandeOuverteExiste PIC X VALUE "N".
    88 Commande-Ouverte-Existe VALUE "O".

*> Livraisons partielles et rapprochement des factures fournisseurs :
*> le prix facture doit tenir dans la tolerance (parametre TOLFACTURE,
*> en % du prix convenu) et la quantite facturee ne peut depasser la
*> quantite recue ; sinon la facture est bloquee au paiement.
01 QuantiteLivree PIC 9(3) VALUE ZERO.
01 QuantiteRestante PIC 9(3) VALUE ZERO.
01 ReponseSolde PIC X VALUE SPACE.
01 ChoixMenuFactures PIC 9 VALUE ZERO.
01 ToleranceFacture PIC 9(3)V99 VALUE 2.00.
01 EcartPrixFacture PIC S9(5)V99 VALUE ZERO.
01 EcartPrixAdmis PIC 9(5)V99 VALUE ZERO.
01 EcartValeurFacture PIC S9(7)V99 VALUE ZERO.
01 TotalEcartsFournisseur PIC S9(8)V99 VALUE ZERO.
01 EcartsFournisseur PIC 9(3) VALUE ZERO.
01 EditionEcart PIC -9(8).99.
01 PrixFactureSaisi PIC 9(5)V99 VALUE ZERO.
01 PrixConvenuSaisi PIC 9(5)V99 VALUE ZERO.
01 QteFactureeSaisie PIC 9(3) VALUE ZERO.
01 RefFactureSaisie PIC X(12) VALUE SPACES.
01 DateFactureSaisie PIC 9(8) VALUE ZERO.
01 PARM-Code PIC X(12) VALUE SPACES.
01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
01 PARM-Statut PIC XX VALUE SPACES.

*> Retours fournisseurs (sens F au journal des mouvements) et
*> demarque connue (sens D, motif code : CA casse, VO vol, AU autre)
*> pour l'etat mensuel de la demarque par motif.
01 TableRetours.
    02 RetourFournisseur OCCURS 100 TIMES INDEXED BY IdxRetour.
        03 RT-Numero PIC 9(5).
        03 RT-Commande PIC 9(5).
        03 RT-Fournisseur PIC 9(4).
        03 RT-Produit PIC X(10).
        03 RT-Quantite PIC 9(3).
        03 RT-Motif PIC X(2).
        03 RT-Statut PIC X.
            88 RT-Envoye VALUE "E".
            88 RT-Avoir-Recu VALUE "A".
            88 RT-Refuse VALUE "R".
        03 RT-DateRetour PIC 9(8).
        03 RT-CoutUnitaire PIC 9(5)V99.
        03 RT-MontantAttendu PIC 9(7)V99.
        03 RT-DateAvoir PIC 9(8).
        03 RT-RefAvoir PIC X(12).
        03 RT-MontantAvoir PIC 9(7)V99.
01 NombreRetours PIC 9(3) VALUE ZERO.
01 DernierNumeroRetour PIC 9(5) VALUE ZERO.
01 RetoursPleins PIC X VALUE "N".
    88 Retours-Pleins VALUE "O".
01 NumeroRetourSaisi PIC 9(5) VALUE ZERO.
01 RetourTrouve PIC X VALUE "N".
    88 Retour-Trouve VALUE "O".
01 IdxRetourTrouve PIC 9(3) VALUE ZERO.
01 ChoixMenuRetours PIC 9 VALUE ZERO.
01 MotifRetourSaisi PIC X(2) VALUE SPACES.
    88 Motif-Retour-Valide VALUES "AB" "RA" "NC" "ER".
01 QuantiteRetour PIC 9(3) VALUE ZERO.
01 QuantiteDejaRetournee PIC 9(4) VALUE ZERO.
01 QuantiteRetournable PIC 9(4) VALUE ZERO.
01 CoutRetour PIC 9(5)V99 VALUE ZERO.
01 ValeurStockApresRetour PIC S9(9)V99 VALUE ZERO.
01 RefAvoirSaisie PIC X(12) VALUE SPACES.
01 MontantAvoirSaisi PIC 9(7)V99 VALUE ZERO.
01 AvoirsAttendus PIC 9(3) VALUE ZERO.
01 TotalAvoirsAttendus PIC 9(8)V99 VALUE ZERO.
01 JoursAttenteAvoir PIC 9(5) VALUE ZERO.
01 MotifDemarqueSaisi PIC X(2) VALUE SPACES.
    88 Motif-Demarque-Valide VALUES "CA" "VO" "AU".
01 TexteDemarque PIC X(17) VALUE SPACES.
01 MoisDemarque PIC 9(6) VALUE ZERO.
01 TableDemarque.
    02 LigneDemarque OCCURS 4 TIMES INDEXED BY IdxDemarque.
        03 DQ-Code PIC X(2).
        03 DQ-Libelle PIC X(20).
        03 DQ-Mouvements PIC 9(5).
        03 DQ-Quantite PIC 9(6).
        03 DQ-Valeur PIC 9(8)V99.
01 IdxDemarqueTrouve PIC 9 VALUE ZERO.
01 CodeDemarqueLu PIC X(2) VALUE SPACES.
01 ValeurMouvementDemarque PIC 9(7)V99 VALUE ZERO.
01 TotalDemarqueQuantite PIC 9(7) VALUE ZERO.
01 TotalDemarqueValeur PIC 9(9)V99 VALUE ZERO.

*> Analyse ABC : valeur vendue sur les 12 derniers mois (lignes de
*> ticket), quantite vendue et derniere vente (mouvements V) par
*> produit ; classe A jusqu'a ABCSEUILA % de la valeur cumulee
*> (80 par defaut), B jusqu'a ABCSEUILB % (95), C au-dela et pour
*> tout produit sans vente.
01 TableABC.
    02 LigneABC OCCURS 50 TIMES INDEXED BY IdxABC.
        03 AB-Produit PIC 9(3).
        03 AB-Valeur PIC 9(8)V99.
        03 AB-QteVendue PIC 9(5).
        03 AB-DerniereVente PIC 9(8).
01 LigneABCBuffer PIC X(26).
01 IdxTriABC PIC 9(3) VALUE ZERO.
01 SeuilClasseA PIC 9(3)V99 VALUE 80.
01 SeuilClasseB PIC 9(3)V99 VALUE 95.
01 DateDebutABC PIC 9(8) VALUE ZERO.
01 DateLimiteDormance PIC 9(8) VALUE ZERO.
01 MoisDormance PIC 9(3) VALUE ZERO.
01 MoisCouvertureMax PIC 9(3) VALUE ZERO.
01 ValeurVentesABC PIC 9(9)V99 VALUE ZERO.
01 CumulVentesABC PIC 9(9)V99 VALUE ZERO.
01 PartCumuleeABC PIC 9(3)V99 VALUE ZERO.
01 PartCumuleeEdition PIC ZZ9.99.
01 CouvertureMois PIC 9(5)V9 VALUE ZERO.
01 CouvertureEdition PIC ZZZZ9.9.
01 ValeurStockProduit PIC 9(8)V99 VALUE ZERO.
01 NombreDormants PIC 9(3) VALUE ZERO.
01 ValeurDormants PIC 9(9)V99 VALUE ZERO.
01 NombreLents PIC 9(3) VALUE ZERO.
01 ValeurLents PIC 9(9)V99 VALUE ZERO.
01 ProduitsParClasse.
    02 ProduitsClasse PIC 9(3) OCCURS 3 TIMES.
*> Recul d'une date d'un nombre de mois, le jour ramene au 28 au
*> besoin pour rester une date valide.
01 DateRecul PIC 9(8) VALUE ZERO.
01 DateReculDetail REDEFINES DateRecul.
    02 AnneeRecul PIC 9(4).
    02 MoisRecul PIC 99.
    02 JourRecul PIC 99.
01 MoisARetirer PIC 9(3) VALUE ZERO.
01 MoisAbsolus PIC 9(6) VALUE ZERO.

*> Inventaire physique : une session de comptage fige les quantites
*> comptees, produit l'etat des ecarts (fichier, compte, difference,
*> valeur au prix unitaire) et, si les ecarts sont acceptes, les
01 ValeurEcartTotale PIC S9(8)V99 VALUE ZERO.
01 NombreEcarts PIC 9(3) VALUE ZERO.
01 ReponseValidation PIC X VALUE SPACE.
*> Comptage tournant : seuls les produits dus se comptent - classe A
*> tous les mois, B tous les trimestres, C une fois l'an, et tout
*> produit non classe ou jamais compte ; les autres gardent leur
*> quantite fichier pour la session.
01 ModeComptage PIC X VALUE SPACE.
    88 Comptage-Tournant VALUE "T".
01 ProduitsComptesSession.
    02 ProduitCompte PIC X OCCURS 50 TIMES.
        88 Produit-Compte VALUE "O".
01 NombreProduitsComptes PIC 9(3) VALUE ZERO.

*> Transferts entre la reserve et le rayon : chaque transfert est
*> journalise dans les mouvements sous le sens T, les alertes de
        03 MG-Produit PIC X(10).
        03 MG-Date PIC 9(8).
        03 MG-Quantite PIC 9(5).
        03 MG-QuantiteKit PIC 9(5).
        03 MG-ChiffreKit PIC 9(8)V99.
01 NombreMarges PIC 9(3) VALUE ZERO.
01 MargeTrouvee PIC X VALUE "N".
    88 Marge-Trouvee VALUE "O".
01 MargeLigne PIC S9(8)V99 VALUE ZERO.
01 MargeTotale PIC S9(8)V99 VALUE ZERO.

*> Composants vendus en kit : le chiffre d'affaires est leur part du
*> prix du kit, repartie comme a la caisse au prorata de la valeur
*> des composants au prix de vente courant.
01 TableKits.
    02 KitVente OCCURS 30 TIMES INDEXED BY IdxKit.
        03 KI-Code PIC X(10).
        03 KI-Prix PIC 9(5)V99.
01 NombreKits PIC 9(2) VALUE ZERO.
01 TableComposantsKits.
    02 ComposantKit OCCURS 200 TIMES INDEXED BY IdxComposant.
        03 KO-Code PIC X(10).
        03 KO-Produit PIC X(10).
        03 KO-Quantite PIC 9(3).
01 NombreComposantsKits PIC 9(3) VALUE ZERO.
01 KitTrouve PIC X VALUE "N".
    88 Kit-Trouve VALUE "O".
01 IdxKitTrouve PIC 9(2) VALUE ZERO.
01 ValeurDetailKit PIC 9(7)V99 VALUE ZERO.
01 PrixComposantKit PIC 9(5)V99 VALUE ZERO.
01 ChiffreVenteKit PIC 9(8)V99 VALUE ZERO.

*> Suggestions de reappro calculees : la sortie moyenne par jour
*> (ventes V et sorties S du journal, sur une fenetre glissante)
*> projetee sur le delai du fournisseur propose un nouveau seuil et
01 DATU-Statut PIC XX VALUE SPACES.
01 DateDuJourStock PIC 9(8) VALUE ZERO.

*> Lots et dates limites : la table des lots se charge au depart et
*> se reecrit apres chaque reception, transfert ou mise au rebut ;
*> une table debordee au chargement n'est jamais reecrite, pour ne
*> pas perdre les lots restes hors table.
01 TableLots.
    02 LotStock OCCURS 500 TIMES INDEXED BY IdxLot.
        03 LO-Produit PIC X(10).
        03 LO-Numero PIC X(12).
        03 LO-Peremption PIC 9(8).
        03 LO-Emplacement PIC X.
        03 LO-Quantite PIC 9(3).
        03 LO-DateReception PIC 9(8).
01 NombreLots PIC 9(3) VALUE ZERO.
01 LotsPleins PIC X VALUE "N".
    88 Lots-Pleins VALUE "O".
01 NumeroLotSaisi PIC X(12) VALUE SPACES.
01 PeremptionSaisie PIC 9(8) VALUE ZERO.
01 EmplacementLot PIC X VALUE SPACE.
01 EmplacementDestination PIC X VALUE SPACE.
01 QuantiteAPrelever PIC 9(3) VALUE ZERO.
01 QuantitePrelevee PIC 9(3) VALUE ZERO.
01 IdxLotChoisi PIC 9(3) VALUE ZERO.
01 IdxLotDestination PIC 9(3) VALUE ZERO.
01 LotDestinationTrouve PIC X VALUE "N".
    88 Lot-Destination-Trouve VALUE "O".
01 HorizonPeremption PIC 9(3) VALUE ZERO.
01 DateLimiteHorizon PIC 9(8) VALUE ZERO.
01 JoursRestantsLot PIC S9(5) VALUE ZERO.
01 TauxDemarque PIC 9(2) VALUE ZERO.
01 PromoEnCours PIC X VALUE "N".
    88 Promo-En-Cours VALUE "O".
01 LotsSignales PIC 9(3) VALUE ZERO.
01 DemarquesEcrites PIC 9(3) VALUE ZERO.
01 ValeurLot PIC 9(7)V99 VALUE ZERO.
01 ValeurPerimes PIC 9(8)V99 VALUE ZERO.
01 QuantiteRebut PIC 9(3) VALUE ZERO.
01 DateReceptionLot PIC 9(8) VALUE ZERO.

*> Retouche du prix de vente et de l'emplacement en rayon.
01 PrixUnitaireSaisi PIC 9(5)V99 VALUE ZERO.
01 EmplacementSaisi PIC X(6) VALUE SPACES.


PROCEDURE DIVISION.
DEBUTER-PROGRAMME.
    PERFORM CHARGER-PRODUITS.
    PERFORM CHARGER-FOURNISSEURS.
    PERFORM CHARGER-COMMANDES.
    PERFORM CHARGER-LOTS.
    PERFORM CHARGER-RETOURS.
    IF NombreProduits = ZERO
        PERFORM INITIALISATION
    END-IF.
                        MOVE ZERO
                             TO PrixAchatProduit(NombreProduits)
                    END-IF
*> Fichiers d'avant l'emplacement en rayon : relu a blanc.
                    MOVE PF-EmplacementRayon
                         TO EmplacementRayonProduit(NombreProduits)
*> Fichiers d'avant l'analyse ABC : non classe, jamais compte.
                    IF PF-ClasseABC = "A" OR "B" OR "C"
                        MOVE PF-ClasseABC
                             TO ClasseABCProduit(NombreProduits)
                    ELSE
                        MOVE SPACE TO ClasseABCProduit(NombreProduits)
                    END-IF
                    IF PF-DateComptage IS NUMERIC
                        MOVE PF-DateComptage
                             TO DateComptageProduit(NombreProduits)
                    ELSE
                        MOVE ZERO TO DateComptageProduit(NombreProduits)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE produits-fichier
    MOVE ZERO TO QteReserveProduit(1).
    MOVE ZERO TO SeuilRayonProduit(1).
    MOVE ZERO TO PrixAchatProduit(1).
    MOVE SPACES TO EmplacementRayonProduit(1).
    MOVE SPACE TO ClasseABCProduit(1).
    MOVE ZERO TO DateComptageProduit(1).

    MOVE "pomme" TO Nom-Produit(2).
    MOVE 33 TO Quantite(2).
    MOVE ZERO TO QteReserveProduit(2).
    MOVE ZERO TO SeuilRayonProduit(2).
    MOVE ZERO TO PrixAchatProduit(2).
    MOVE SPACES TO EmplacementRayonProduit(2).
    MOVE SPACE TO ClasseABCProduit(2).
    MOVE ZERO TO DateComptageProduit(2).

    MOVE 2 TO NombreProduits.

        MOVE QteReserveProduit(Idx) TO PF-QteReserve
        MOVE SeuilRayonProduit(Idx) TO PF-SeuilRayon
        MOVE PrixAchatProduit(Idx) TO PF-PrixAchat
        MOVE EmplacementRayonProduit(Idx) TO PF-EmplacementRayon
        MOVE ClasseABCProduit(Idx) TO PF-ClasseABC
        MOVE DateComptageProduit(Idx) TO PF-DateComptage
        MOVE SEP-Virgule TO PF-Sep1
        MOVE SEP-Virgule TO PF-Sep2
        MOVE SEP-Virgule TO PF-Sep3
        MOVE SEP-Virgule TO PF-Sep7
        MOVE SEP-Virgule TO PF-Sep8
        MOVE SEP-Virgule TO PF-Sep9
        MOVE SEP-Virgule TO PF-Sep10
        MOVE SEP-Virgule TO PF-Sep11
        MOVE SEP-Virgule TO PF-Sep12
        WRITE produit-enregistrement
    END-PERFORM.
    CLOSE produits-fichier.
    DISPLAY "13. Liste de reassort du rayon".
    DISPLAY "14. Rapport de marge (produit et jour)".
    DISPLAY "15. Revoir les seuils de reappro (suggestions)".
    DISPLAY "16. Lots proches de leur date limite (demarque)".
    DISPLAY "17. Lots perimes (mise au rebut)".
    DISPLAY "18. Modifier le prix de vente ou l'emplacement en rayon".
    DISPLAY "19. Factures fournisseurs (prix convenus, rapprochement)".
    DISPLAY "20. Retours fournisseurs et avoirs".
    DISPLAY "21. Demarque connue (casse, vol)".
    DISPLAY "22. Etat mensuel de la demarque par motif".
    DISPLAY "23. Classement ABC, stock dormant et rotation lente".
    ACCEPT ChoixMenu.
    EVALUATE ChoixMenu
        WHEN 1
            PERFORM RAPPORT-DE-MARGE
        WHEN 15
            PERFORM REVOIR-SEUILS-REAPPRO
        WHEN 16
            PERFORM LOTS-PROCHES-PEREMPTION
        WHEN 17
            PERFORM LOTS-PERIMES
        WHEN 18
            PERFORM MODIFIER-PRIX-EMPLACEMENT
        WHEN 19
            PERFORM MENU-FACTURES-FOURNISSEURS
        WHEN 20
            PERFORM MENU-RETOURS-FOURNISSEURS
        WHEN 21
            PERFORM DECLARER-DEMARQUE
        WHEN 22
            PERFORM ETAT-DEMARQUE-MENSUEL
        WHEN 23
            PERFORM ANALYSE-ABC
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
                " - Reserve : " QteReserveProduit(Idx)
        DISPLAY "   Prix unitaire : " Prix-Unitaire(Idx)
        DISPLAY "   Seuil de reapprovisionnement : " SeuilReappro(Idx)
        DISPLAY "   Emplacement en rayon : "
                EmplacementRayonProduit(Idx)
    END-PERFORM.

AJOUTER-PRODUIT.
        ACCEPT QteReserveProduit(NombreProduits)
        DISPLAY "Seuil de reassort du rayon : "
        ACCEPT SeuilRayonProduit(NombreProduits)
        DISPLAY "Emplacement en rayon (allee/etagere, ex. A03E2) : "
        MOVE SPACES TO EmplacementRayonProduit(NombreProduits)
        ACCEPT EmplacementRayonProduit(NombreProduits)
        MOVE Nom-Produit(NombreProduits) TO NomProduitChoisi
        MOVE "I" TO SensMouvement
        MOVE Quantite(NombreProduits) TO QuantiteMouvement
        END-IF
    END-IF.

MODIFIER-PRIX-EMPLACEMENT.
*> Nouveau prix de vente ou nouvel emplacement en rayon : le run
*> des etiquettes du jour sortira l'etiquette du produit.
    DISPLAY "Nom du produit : ".
    ACCEPT NomProduitChoisi.
    PERFORM RECHERCHER-PRODUIT.
    IF NOT Produit-Trouve
        DISPLAY "Produit inconnu."
    ELSE
        DISPLAY "Prix unitaire actuel : "
                Prix-Unitaire(IdxProduitTrouve)
        DISPLAY "Nouveau prix unitaire (0 = inchange) : "
        ACCEPT PrixUnitaireSaisi
        IF PrixUnitaireSaisi > ZERO
            MOVE PrixUnitaireSaisi TO Prix-Unitaire(IdxProduitTrouve)
        END-IF
        DISPLAY "Emplacement actuel : "
                EmplacementRayonProduit(IdxProduitTrouve)
        DISPLAY "Nouvel emplacement (vide = inchange) : "
        MOVE SPACES TO EmplacementSaisi
        ACCEPT EmplacementSaisi
        IF EmplacementSaisi NOT = SPACES
            MOVE EmplacementSaisi
                 TO EmplacementRayonProduit(IdxProduitTrouve)
        END-IF
        PERFORM SAUVEGARDER-PRODUITS
        DISPLAY "Produit mis a jour."
    END-IF.

RECHERCHER-PRODUIT.
    MOVE "N" TO ProduitTrouve
    MOVE ZERO TO IdxProduitTrouve
                        MOVE FR-Nom TO F-Nom(NombreFournisseurs)
                        MOVE FR-Contact TO F-Contact(NombreFournisseurs)
                        MOVE FR-Delai TO F-Delai(NombreFournisseurs)
                        MOVE FR-Banque TO F-Banque(NombreFournisseurs)
                        MOVE FR-CompteExterne
                             TO F-CompteExterne(NombreFournisseurs)
                        MOVE FR-DelaiPaiement
                             TO F-DelaiPaiement(NombreFournisseurs)
                        IF FR-Id > DernierIdFournisseur
                            MOVE FR-Id TO DernierIdFournisseur
                        END-IF
        MOVE F-Nom(IdxFourn) TO FR-Nom
        MOVE F-Contact(IdxFourn) TO FR-Contact
        MOVE F-Delai(IdxFourn) TO FR-Delai
        MOVE F-Banque(IdxFourn) TO FR-Banque
        MOVE F-CompteExterne(IdxFourn) TO FR-CompteExterne
        MOVE F-DelaiPaiement(IdxFourn) TO FR-DelaiPaiement
        MOVE SEP-Virgule TO FR-Sep1
        MOVE SEP-Virgule TO FR-Sep2
        MOVE SEP-Virgule TO FR-Sep3
        MOVE SEP-Virgule TO FR-Sep4
        MOVE SEP-Virgule TO FR-Sep5
        MOVE SEP-Virgule TO FR-Sep6
        WRITE fournisseur-enregistrement
    END-PERFORM.
    CLOSE fournisseurs-fichier.
                        MOVE CM-Quantite TO K-Quantite(NombreCommandes)
                        MOVE CM-Date TO K-Date(NombreCommandes)
                        MOVE CM-Statut TO K-Statut(NombreCommandes)
                        MOVE CM-DateReception
                             TO K-DateReception(NombreCommandes)
                        MOVE CM-Montant TO K-Montant(NombreCommandes)
                        MOVE CM-Echeance TO K-Echeance(NombreCommandes)
                        MOVE CM-DatePaiement
                             TO K-DatePaiement(NombreCommandes)
                        MOVE CM-RefVirement
                             TO K-RefVirement(NombreCommandes)
                        PERFORM RANGER-SUIVI-COMMANDE
                        IF CM-Numero > DernierNumeroCommande
                            MOVE CM-Numero TO DernierNumeroCommande
                        END-IF
        CLOSE commandes-fichier
    END-IF.

RANGER-SUIVI-COMMANDE.
*> Les commandes d'avant le suivi des livraisons et des factures se
*> relisent a blanc : sans prix convenu, recues en totalite si elles
*> sont soldees, sans facture.
    IF CM-PrixConvenu IS NUMERIC
        MOVE CM-PrixConvenu TO K-PrixConvenu(NombreCommandes)
    ELSE
        MOVE ZERO TO K-PrixConvenu(NombreCommandes)
    END-IF.
    IF CM-QteRecue IS NUMERIC
        MOVE CM-QteRecue TO K-QteRecue(NombreCommandes)
    ELSE
        IF CM-Statut = "O"
            MOVE ZERO TO K-QteRecue(NombreCommandes)
        ELSE
            MOVE CM-Quantite TO K-QteRecue(NombreCommandes)
        END-IF
    END-IF.
    IF CM-DateFacture IS NUMERIC
       AND CM-QteFacturee IS NUMERIC
       AND CM-PrixFacture IS NUMERIC
       AND CM-MontantFacture IS NUMERIC
        MOVE CM-RefFacture TO K-RefFacture(NombreCommandes)
        MOVE CM-DateFacture TO K-DateFacture(NombreCommandes)
        MOVE CM-QteFacturee TO K-QteFacturee(NombreCommandes)
        MOVE CM-PrixFacture TO K-PrixFacture(NombreCommandes)
        MOVE CM-MontantFacture TO K-MontantFacture(NombreCommandes)
        MOVE CM-Rapprochement TO K-Rapprochement(NombreCommandes)
    ELSE
        MOVE SPACES TO K-RefFacture(NombreCommandes)
        MOVE ZERO TO K-DateFacture(NombreCommandes)
        MOVE ZERO TO K-QteFacturee(NombreCommandes)
        MOVE ZERO TO K-PrixFacture(NombreCommandes)
        MOVE ZERO TO K-MontantFacture(NombreCommandes)
        MOVE SPACE TO K-Rapprochement(NombreCommandes)
    END-IF.

SAUVEGARDER-COMMANDES.
    OPEN OUTPUT commandes-fichier.
    PERFORM VARYING IdxCommande FROM 1 BY 1
        MOVE K-Quantite(IdxCommande) TO CM-Quantite
        MOVE K-Date(IdxCommande) TO CM-Date
        MOVE K-Statut(IdxCommande) TO CM-Statut
        MOVE K-DateReception(IdxCommande) TO CM-DateReception
        MOVE K-Montant(IdxCommande) TO CM-Montant
        MOVE K-Echeance(IdxCommande) TO CM-Echeance
        MOVE K-DatePaiement(IdxCommande) TO CM-DatePaiement
        MOVE K-RefVirement(IdxCommande) TO CM-RefVirement
        MOVE K-PrixConvenu(IdxCommande) TO CM-PrixConvenu
        MOVE K-QteRecue(IdxCommande) TO CM-QteRecue
        MOVE K-RefFacture(IdxCommande) TO CM-RefFacture
        MOVE K-DateFacture(IdxCommande) TO CM-DateFacture
        MOVE K-QteFacturee(IdxCommande) TO CM-QteFacturee
        MOVE K-PrixFacture(IdxCommande) TO CM-PrixFacture
        MOVE K-MontantFacture(IdxCommande) TO CM-MontantFacture
        MOVE K-Rapprochement(IdxCommande) TO CM-Rapprochement
        MOVE SEP-Virgule TO CM-Sep1
        MOVE SEP-Virgule TO CM-Sep2
        MOVE SEP-Virgule TO CM-Sep3
        MOVE SEP-Virgule TO CM-Sep4
        MOVE SEP-Virgule TO CM-Sep5
        MOVE SEP-Virgule TO CM-Sep6
        MOVE SEP-Virgule TO CM-Sep7
        MOVE SEP-Virgule TO CM-Sep8
        MOVE SEP-Virgule TO CM-Sep9
        MOVE SEP-Virgule TO CM-Sep10
        MOVE SEP-Virgule TO CM-Sep11
        MOVE SEP-Virgule TO CM-Sep12
        MOVE SEP-Virgule TO CM-Sep13
        MOVE SEP-Virgule TO CM-Sep14
        MOVE SEP-Virgule TO CM-Sep15
        MOVE SEP-Virgule TO CM-Sep16
        MOVE SEP-Virgule TO CM-Sep17
        MOVE SEP-Virgule TO CM-Sep18
        WRITE commande-enregistrement
    END-PERFORM.
    CLOSE commandes-fichier.
    DISPLAY "1. Ajouter un fournisseur".
    DISPLAY "2. Lister les fournisseurs".
    DISPLAY "3. Retour".
    DISPLAY "4. Coordonnees bancaires et delai de paiement".
    ACCEPT ChoixMenuFournisseurs.
    EVALUATE ChoixMenuFournisseurs
        WHEN 1
            PERFORM LISTER-FOURNISSEURS
        WHEN 3
            PERFORM SAUVEGARDER-FOURNISSEURS
        WHEN 4
            PERFORM MODIFIER-REGLEMENT-FOURNISSEUR
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
        ACCEPT F-Contact(NombreFournisseurs)
        DISPLAY "Delai de livraison (jours) : "
        ACCEPT F-Delai(NombreFournisseurs)
        DISPLAY "Code banque du fournisseur (5 caracteres) : "
        ACCEPT F-Banque(NombreFournisseurs)
        DISPLAY "Compte chez cette banque : "
        ACCEPT F-CompteExterne(NombreFournisseurs)
        DISPLAY "Delai de paiement (jours apres reception) : "
        ACCEPT F-DelaiPaiement(NombreFournisseurs)
        PERFORM SAUVEGARDER-FOURNISSEURS
        DISPLAY "Fournisseur enregistre."
    END-IF.
        DISPLAY F-Id(IdxFourn) " " F-Nom(IdxFourn) " - "
                F-Contact(IdxFourn) " - delai " F-Delai(IdxFourn)
                " jour(s)"
        IF F-Banque(IdxFourn) = SPACES
            DISPLAY "     coordonnees bancaires non saisies"
        ELSE
            DISPLAY "     banque " F-Banque(IdxFourn) " compte "
                    F-CompteExterne(IdxFourn) " - paiement a "
                    F-DelaiPaiement(IdxFourn) " jour(s)"
        END-IF
    END-PERFORM.

MODIFIER-REGLEMENT-FOURNISSEUR.
*> Saisie ou correction des coordonnees bancaires et du delai de
*> paiement d'un fournisseur existant.
    DISPLAY "Identifiant du fournisseur : ".
    ACCEPT IdFournisseurSaisi.
    PERFORM RECHERCHER-FOURNISSEUR.
    IF NOT Fournisseur-Trouve
        DISPLAY "Fournisseur inconnu."
    ELSE
        DISPLAY "Code banque du fournisseur (5 caracteres) : "
        ACCEPT F-Banque(IdxFournTrouve)
        DISPLAY "Compte chez cette banque : "
        ACCEPT F-CompteExterne(IdxFournTrouve)
        DISPLAY "Delai de paiement (jours apres reception) : "
        ACCEPT F-DelaiPaiement(IdxFournTrouve)
        PERFORM SAUVEGARDER-FOURNISSEURS
        DISPLAY "Conditions de reglement enregistrees."
    END-IF.

RECHERCHER-FOURNISSEUR.
    MOVE "N" TO FournisseurTrouve.
    PERFORM VARYING IdxFourn FROM 1 BY 1
                 TO K-Quantite(NombreCommandes)
            ACCEPT K-Date(NombreCommandes) FROM DATE YYYYMMDD
            MOVE "O" TO K-Statut(NombreCommandes)
            MOVE ZERO TO K-DateReception(NombreCommandes)
            MOVE ZERO TO K-Montant(NombreCommandes)
            MOVE ZERO TO K-Echeance(NombreCommandes)
            MOVE ZERO TO K-DatePaiement(NombreCommandes)
            MOVE SPACES TO K-RefVirement(NombreCommandes)
*> Le prix convenu part du dernier prix d'achat du produit ; il se
*> corrige sur la commande ouverte si le fournisseur en accorde un
*> autre.
            MOVE PrixAchatProduit(Idx) TO K-PrixConvenu(NombreCommandes)
            MOVE ZERO TO K-QteRecue(NombreCommandes)
            MOVE SPACES TO K-RefFacture(NombreCommandes)
            MOVE ZERO TO K-DateFacture(NombreCommandes)
            MOVE ZERO TO K-QteFacturee(NombreCommandes)
            MOVE ZERO TO K-PrixFacture(NombreCommandes)
            MOVE ZERO TO K-MontantFacture(NombreCommandes)
            MOVE SPACE TO K-Rapprochement(NombreCommandes)
            ADD 1 TO CommandesGenerees
    END-EVALUATE.

                UNTIL IdxCommande > NombreCommandes
            IF K-Fournisseur(IdxCommande) = F-Id(IdxFourn)
               AND K-Statut(IdxCommande) = "O"
                COMPUTE QuantiteRestante = K-Quantite(IdxCommande)
                        - K-QteRecue(IdxCommande)
                DISPLAY "  Commande " K-Numero(IdxCommande) " du "
                        K-Date(IdxCommande) " : "
                        K-Produit(IdxCommande) " x "
                        K-Quantite(IdxCommande) " a "
                        K-PrixConvenu(IdxCommande)
                        " - recu " K-QteRecue(IdxCommande)
                        ", reste " QuantiteRestante
            END-IF
        END-PERFORM
    END-PERFORM.

RECEPTIONNER-COMMANDE.
*> Reception d'une livraison : la quantite livree rentre en stock
*> (mouvement E journalise) ; une commande peut etre livree en
*> plusieurs fois et passe au statut recue quand tout est arrive ou
*> quand le reliquat est abandonne.
    DISPLAY "Numero de la commande receptionnee : ".
    ACCEPT NumeroCommandeSaisi.
    MOVE "N" TO CommandeTrouvee.
            IF NOT Produit-Trouve
                DISPLAY "Produit de la commande introuvable."
            ELSE
                COMPUTE QuantiteRestante =
                        K-Quantite(IdxCommandeTrouvee)
                        - K-QteRecue(IdxCommandeTrouvee)
                DISPLAY "Commande " K-Quantite(IdxCommandeTrouvee)
                        ", deja recu " K-QteRecue(IdxCommandeTrouvee)
                        ", reste " QuantiteRestante
                DISPLAY "Quantite livree : "
                ACCEPT QuantiteLivree
                IF QuantiteLivree = ZERO
                   OR QuantiteLivree > QuantiteRestante
                    DISPLAY "Quantite invalide (reste a livrer : "
                            QuantiteRestante ")."
                ELSE
                    PERFORM RENTRER-LIVRAISON
                END-IF
            END-IF
        END-IF
    END-IF.

RENTRER-LIVRAISON.
*> Le cout unitaire de la livraison - le prix convenu a la commande,
*> saisi seulement pour une commande qui n'en porte pas - entre dans
*> le prix d'achat moyen pondere, calcule sur le stock des deux
*> emplacements.
    IF K-PrixConvenu(IdxCommandeTrouvee) > ZERO
        MOVE K-PrixConvenu(IdxCommandeTrouvee) TO CoutLivraison
        DISPLAY "Cout unitaire au prix convenu : " CoutLivraison
    ELSE
        DISPLAY "Cout unitaire de la livraison : "
        ACCEPT CoutLivraison
    END-IF.
    COMPUTE StockTotalProduit =
            Quantite(IdxProduitTrouve)
            + QteReserveProduit(IdxProduitTrouve).
    IF StockTotalProduit + QuantiteLivree > ZERO
        COMPUTE PrixAchatProduit(IdxProduitTrouve) ROUNDED =
                (StockTotalProduit * PrixAchatProduit(IdxProduitTrouve)
                 + QuantiteLivree * CoutLivraison)
                / (StockTotalProduit + QuantiteLivree)
    END-IF.
    ADD QuantiteLivree TO Quantite(IdxProduitTrouve).
    MOVE "E" TO SensMouvement.
    MOVE QuantiteLivree TO QuantiteMouvement.
    MOVE Quantite(IdxProduitTrouve) TO SoldeApresMouvement.
    MOVE "RECEPTION COMMANDE" TO MotifMouvement.
    PERFORM JOURNALISER-MOUVEMENT.
    IF CodeTVAProduit(IdxProduitTrouve) = "R"
        PERFORM NOTER-LOT-RECEPTION
    END-IF.
    ADD QuantiteLivree TO K-QteRecue(IdxCommandeTrouvee).
    PERFORM NOTER-ECHEANCE-COMMANDE.
    IF K-QteRecue(IdxCommandeTrouvee) >= K-Quantite(IdxCommandeTrouvee)
        MOVE "R" TO K-Statut(IdxCommandeTrouvee)
        DISPLAY "Livraison rentree en stock, commande soldee."
    ELSE
        COMPUTE QuantiteRestante =
                K-Quantite(IdxCommandeTrouvee)
                - K-QteRecue(IdxCommandeTrouvee)
        DISPLAY "Livraison partielle rentree en stock, reste "
                QuantiteRestante " a livrer."
        DISPLAY "Solder la commande sans attendre le reste ? (O/N) : "
        MOVE SPACE TO ReponseSolde
        ACCEPT ReponseSolde
        IF ReponseSolde = "O"
            MOVE "R" TO K-Statut(IdxCommandeTrouvee)
            DISPLAY "Commande soldee, reste abandonne."
        END-IF
    END-IF.
    PERFORM SAUVEGARDER-COMMANDES.
    PERFORM SAUVEGARDER-PRODUITS.

NOTER-ECHEANCE-COMMANDE.
*> Chaque livraison ajoute sa valeur au cout saisi a la dette envers
*> le fournisseur ; l'echeance court au delai de paiement convenu a
*> partir de la derniere livraison, reglee ensuite par le run de
*> paiement des fournisseurs une fois la commande soldee.
    ACCEPT DateDuJourStock FROM DATE YYYYMMDD.
    MOVE DateDuJourStock TO K-DateReception(IdxCommandeTrouvee).
    COMPUTE K-Montant(IdxCommandeTrouvee) ROUNDED =
            K-Montant(IdxCommandeTrouvee)
            + QuantiteLivree * CoutLivraison.
    MOVE ZERO TO K-DatePaiement(IdxCommandeTrouvee).
    MOVE SPACES TO K-RefVirement(IdxCommandeTrouvee).
    MOVE K-Fournisseur(IdxCommandeTrouvee) TO IdFournisseurSaisi.
    PERFORM RECHERCHER-FOURNISSEUR.
    MOVE ZERO TO DATU-Nombre.
    IF Fournisseur-Trouve
        IF F-DelaiPaiement(IdxFournTrouve) IS NUMERIC
            MOVE F-DelaiPaiement(IdxFournTrouve) TO DATU-Nombre
        END-IF
    END-IF.
    MOVE "A" TO DATU-Operation.
    MOVE DateDuJourStock TO DATU-Date1.
    CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
            DATU-Nombre DATU-DateResultat DATU-Statut.
    IF DATU-Statut = '00'
        MOVE DATU-DateResultat TO K-Echeance(IdxCommandeTrouvee)
    ELSE
        MOVE DateDuJourStock TO K-Echeance(IdxCommandeTrouvee)
    END-IF.
    DISPLAY "Montant du " K-Montant(IdxCommandeTrouvee)
            ", echeance " K-Echeance(IdxCommandeTrouvee) ".".

INVENTAIRE-PHYSIQUE.
*> Session de comptage : les quantites comptees sont saisies produit
*> par produit, l'etat des ecarts est presente, et seuls les ecarts
    IF NombreProduits = ZERO
        DISPLAY "Aucun produit a compter."
    ELSE
        DISPLAY "Comptage (T)ournant selon la classe ABC "
                "ou (C)omplet ? "
        MOVE SPACE TO ModeComptage
        ACCEPT ModeComptage
        ACCEPT DateDuJourStock FROM DATE YYYYMMDD
        MOVE ZERO TO NombreProduitsComptes
        DISPLAY "===== SESSION DE COMPTAGE ====="
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > NombreProduits
            PERFORM DETERMINER-PRODUIT-A-COMPTER
            IF Produit-Compte(Idx)
                ADD 1 TO NombreProduitsComptes
                DISPLAY "Rayon compte pour " Nom-Produit(Idx)
                        " (fichier : " Quantite(Idx) ") : "
                ACCEPT QuantiteComptee(Idx)
                DISPLAY "Reserve comptee pour " Nom-Produit(Idx)
                        " (fichier : " QteReserveProduit(Idx) ") : "
                ACCEPT QuantiteCompteeReserve(Idx)
            ELSE
                MOVE Quantite(Idx) TO QuantiteComptee(Idx)
                MOVE QteReserveProduit(Idx)
                     TO QuantiteCompteeReserve(Idx)
            END-IF
        END-PERFORM
        IF NombreProduitsComptes = ZERO
            DISPLAY "Aucun produit du a ce comptage tournant."
        ELSE
            PERFORM ETAT-DES-ECARTS
            IF NombreEcarts = ZERO
                DISPLAY "Aucun ecart : le fichier colle au rayon."
                PERFORM DATER-COMPTAGE
                PERFORM SAUVEGARDER-PRODUITS
            ELSE
                DISPLAY "Accepter les ecarts et corriger le stock ? "
                        "(O/N) "
                ACCEPT ReponseValidation
                IF ReponseValidation = "O"
                    PERFORM DATER-COMPTAGE
                    PERFORM POSTER-CORRECTIONS-COMPTAGE
                ELSE
                    DISPLAY "Ecarts non valides : stock inchange."
                END-IF
            END-IF
        END-IF
    END-IF.

DETERMINER-PRODUIT-A-COMPTER.
    MOVE "O" TO ProduitCompte(Idx).
    IF Comptage-Tournant
       AND DateComptageProduit(Idx) NOT = ZERO
        EVALUATE ClasseABCProduit(Idx)
            WHEN "A"
                MOVE 1 TO MoisARetirer
            WHEN "B"
                MOVE 3 TO MoisARetirer
            WHEN "C"
                MOVE 12 TO MoisARetirer
            WHEN OTHER
                MOVE ZERO TO MoisARetirer
        END-EVALUATE
        IF MoisARetirer > ZERO
            MOVE DateDuJourStock TO DateRecul
            PERFORM RECULER-DATE-DE-MOIS
            IF DateComptageProduit(Idx) > DateRecul
                MOVE "N" TO ProduitCompte(Idx)
            END-IF
        END-IF
    END-IF.

DATER-COMPTAGE.
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > NombreProduits
        IF Produit-Compte(Idx)
            MOVE DateDuJourStock TO DateComptageProduit(Idx)
        END-IF
    END-PERFORM.

ETAT-DES-ECARTS.
    MOVE ZERO TO NombreEcarts.
    MOVE ZERO TO ValeurEcartTotale.
                         TO SoldeApresMouvement
                    MOVE "TRANSFERT RAYON" TO MotifMouvement
                    PERFORM JOURNALISER-MOUVEMENT
                    PERFORM TRANSFERER-LOTS
                    PERFORM SAUVEGARDER-PRODUITS
                    DISPLAY "Transfert fait : rayon "
                            Quantite(IdxProduitTrouve)
                    MOVE "TRANSFERT RESERVE"
                         TO MotifMouvement
                    PERFORM JOURNALISER-MOUVEMENT
                    PERFORM TRANSFERER-LOTS
                    PERFORM SAUVEGARDER-PRODUITS
                    DISPLAY "Transfert fait : rayon "
                            Quantite(IdxProduitTrouve)
    DISPLAY "Date de fin (AAAAMMJJ) : ".
    ACCEPT DateFinMarge.
    MOVE ZERO TO NombreMarges.
    PERFORM CHARGER-KITS.
    OPEN INPUT mouvements-fichier.
    IF ws-file-status NOT = '00'
        CLOSE mouvements-fichier
    END-IF.

CUMULER-VENTE-MARGE.
    MOVE "N" TO KitTrouve.
    IF MV-MotifPrefixe = "KIT "
        PERFORM VALORISER-VENTE-KIT
    END-IF.
    MOVE "N" TO MargeTrouvee.
    PERFORM VARYING IdxMarge FROM 1 BY 1
            UNTIL IdxMarge > NombreMarges OR Marge-Trouvee
            SET IdxMargeTrouvee TO IdxMarge
        END-IF
    END-PERFORM.
    IF NOT Marge-Trouvee
        IF NombreMarges < 100
            ADD 1 TO NombreMarges
            MOVE MV-Produit TO MG-Produit(NombreMarges)
            MOVE MV-Date TO MG-Date(NombreMarges)
            MOVE ZERO TO MG-Quantite(NombreMarges)
            MOVE ZERO TO MG-QuantiteKit(NombreMarges)
            MOVE ZERO TO MG-ChiffreKit(NombreMarges)
            MOVE NombreMarges TO IdxMargeTrouvee
            MOVE "O" TO MargeTrouvee
        END-IF
    END-IF.
    IF Marge-Trouvee
        ADD MV-Quantite TO MG-Quantite(IdxMargeTrouvee)
        IF Kit-Trouve
            ADD MV-Quantite TO MG-QuantiteKit(IdxMargeTrouvee)
            ADD ChiffreVenteKit TO MG-ChiffreKit(IdxMargeTrouvee)
        END-IF
    END-IF.

VALORISER-VENTE-KIT.
*> Un kit disparu du fichier, ou dont les composants n'ont plus de
*> prix, laisse la vente valorisee au prix courant du produit.
    PERFORM VARYING IdxKit FROM 1 BY 1
            UNTIL IdxKit > NombreKits OR Kit-Trouve
        IF KI-Code(IdxKit) = MV-MotifCodeKit
            MOVE "O" TO KitTrouve
            SET IdxKitTrouve TO IdxKit
        END-IF
    END-PERFORM.
    IF Kit-Trouve
        MOVE ZERO TO ValeurDetailKit
        PERFORM VARYING IdxComposant FROM 1 BY 1
                UNTIL IdxComposant > NombreComposantsKits
            IF KO-Code(IdxComposant) = KI-Code(IdxKitTrouve)
                MOVE KO-Produit(IdxComposant) TO NomProduitChoisi
                PERFORM RECHERCHER-PRODUIT
                IF Produit-Trouve
                    COMPUTE ValeurDetailKit = ValeurDetailKit
                            + KO-Quantite(IdxComposant)
                            * Prix-Unitaire(IdxProduitTrouve)
                END-IF
            END-IF
        END-PERFORM
        MOVE MV-Produit TO NomProduitChoisi
        PERFORM RECHERCHER-PRODUIT
        IF ValeurDetailKit = ZERO OR NOT Produit-Trouve
            MOVE "N" TO KitTrouve
        ELSE
            COMPUTE PrixComposantKit ROUNDED = KI-Prix(IdxKitTrouve)
                    * Prix-Unitaire(IdxProduitTrouve) / ValeurDetailKit
            COMPUTE ChiffreVenteKit ROUNDED =
                    MV-Quantite * PrixComposantKit
        END-IF
    END-IF.

CHARGER-KITS.
    MOVE ZERO TO NombreKits.
    MOVE ZERO TO NombreComposantsKits.
    OPEN INPUT kits-fichier.
    IF ws-file-status NOT = '00'
        CLOSE kits-fichier
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ kits-fichier
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    PERFORM CLASSER-LIGNE-KIT
            END-READ
        END-PERFORM
        CLOSE kits-fichier
    END-IF.

CLASSER-LIGNE-KIT.
    IF KT-Type = "E"
        IF NombreKits < 30 AND KT-Prix IS NUMERIC
            ADD 1 TO NombreKits
            MOVE KT-Code TO KI-Code(NombreKits)
            MOVE KT-Prix TO KI-Prix(NombreKits)
        END-IF
    ELSE
        IF KN-Type = "C" AND NombreComposantsKits < 200
           AND KN-Quantite IS NUMERIC
            ADD 1 TO NombreComposantsKits
            MOVE KN-Code TO KO-Code(NombreComposantsKits)
            MOVE KN-Produit TO KO-Produit(NombreComposantsKits)
            MOVE KN-Quantite TO KO-Quantite(NombreComposantsKits)
        END-IF
    END-IF.

        MOVE MG-Produit(IdxMarge) TO NomProduitChoisi
        PERFORM RECHERCHER-PRODUIT
        IF Produit-Trouve
*> Les composants vendus en kit valent leur part du prix du kit.
            COMPUTE ChiffreVenteMarge ROUNDED =
                    (MG-Quantite(IdxMarge) - MG-QuantiteKit(IdxMarge))
                    * Prix-Unitaire(IdxProduitTrouve)
                    + MG-ChiffreKit(IdxMarge)
            COMPUTE CoutVenteMarge ROUNDED =
                    MG-Quantite(IdxMarge)
                    * PrixAchatProduit(IdxProduitTrouve)
                    QteReserveProduit(Idx)
        END-IF
    END-PERFORM.

CHARGER-LOTS.
    MOVE ZERO TO NombreLots.
    MOVE "N" TO LotsPleins.
    OPEN INPUT lots-fichier.
    IF ws-file-status = '35'
        CLOSE lots-fichier
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ lots-fichier
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF NombreLots < 500
                        ADD 1 TO NombreLots
                        MOVE LT-Produit TO LO-Produit(NombreLots)
                        MOVE LT-Numero TO LO-Numero(NombreLots)
                        MOVE LT-Peremption TO LO-Peremption(NombreLots)
                        MOVE LT-Emplacement
                             TO LO-Emplacement(NombreLots)
                        MOVE LT-Quantite TO LO-Quantite(NombreLots)
                        MOVE LT-DateReception
                             TO LO-DateReception(NombreLots)
                    ELSE
                        MOVE "O" TO LotsPleins
                    END-IF
            END-READ
        END-PERFORM
        CLOSE lots-fichier
        IF Lots-Pleins
            DISPLAY "Table des lots pleine : le fichier des lots ne "
                    "sera pas reecrit."
        END-IF
    END-IF.

SAUVEGARDER-LOTS.
    IF NOT Lots-Pleins
        OPEN OUTPUT lots-fichier
        PERFORM VARYING IdxLot FROM 1 BY 1 UNTIL IdxLot > NombreLots
            IF LO-Quantite(IdxLot) > ZERO
                MOVE LO-Produit(IdxLot) TO LT-Produit
                MOVE LO-Numero(IdxLot) TO LT-Numero
                MOVE LO-Peremption(IdxLot) TO LT-Peremption
                MOVE LO-Emplacement(IdxLot) TO LT-Emplacement
                MOVE LO-Quantite(IdxLot) TO LT-Quantite
                MOVE LO-DateReception(IdxLot) TO LT-DateReception
                MOVE SEP-Virgule TO LT-Sep1
                MOVE SEP-Virgule TO LT-Sep2
                MOVE SEP-Virgule TO LT-Sep3
                MOVE SEP-Virgule TO LT-Sep4
                MOVE SEP-Virgule TO LT-Sep5
                WRITE lot-enregistrement
            END-IF
        END-PERFORM
        CLOSE lots-fichier
    END-IF.

NOTER-LOT-RECEPTION.
*> Un produit alimentaire ne rentre pas en stock sans son numero de
*> lot et sa date limite : la livraison forme un lot au rayon, la
*> ou la reception range la quantite.
    DISPLAY "Numero de lot de la livraison : ".
    MOVE SPACES TO NumeroLotSaisi.
    ACCEPT NumeroLotSaisi.
    MOVE SPACES TO DATU-Statut.
    PERFORM UNTIL DATU-Statut = '00'
        DISPLAY "Date limite de consommation (AAAAMMJJ) : "
        ACCEPT PeremptionSaisie
        MOVE "V" TO DATU-Operation
        MOVE PeremptionSaisie TO DATU-Date1
        CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
                DATU-Nombre DATU-DateResultat DATU-Statut
        IF DATU-Statut NOT = '00'
            DISPLAY "Date invalide."
        END-IF
    END-PERFORM.
    ACCEPT DateReceptionLot FROM DATE YYYYMMDD.
    MOVE "R" TO EmplacementDestination.
    MOVE QuantiteLivree TO QuantitePrelevee.
    PERFORM CREDITER-LOT.
    PERFORM SAUVEGARDER-LOTS.

CREDITER-LOT.
*> Range QuantitePrelevee du lot NumeroLotSaisi (date limite
*> PeremptionSaisie) a l'emplacement EmplacementDestination : sur
*> la ligne existante du meme lot s'il y en a une, sinon sur une
*> nouvelle ligne.
    MOVE "N" TO LotDestinationTrouve.
    PERFORM VARYING IdxLot FROM 1 BY 1
            UNTIL IdxLot > NombreLots OR Lot-Destination-Trouve
        IF LO-Produit(IdxLot) = NomProduitChoisi
           AND LO-Numero(IdxLot) = NumeroLotSaisi
           AND LO-Peremption(IdxLot) = PeremptionSaisie
           AND LO-Emplacement(IdxLot) = EmplacementDestination
            MOVE "O" TO LotDestinationTrouve
            SET IdxLotDestination TO IdxLot
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN Lot-Destination-Trouve
            ADD QuantitePrelevee TO LO-Quantite(IdxLotDestination)
        WHEN NombreLots >= 500
            DISPLAY "Table des lots pleine : lot " NumeroLotSaisi
                    " non suivi."
        WHEN OTHER
            ADD 1 TO NombreLots
            MOVE NomProduitChoisi TO LO-Produit(NombreLots)
            MOVE NumeroLotSaisi TO LO-Numero(NombreLots)
            MOVE PeremptionSaisie TO LO-Peremption(NombreLots)
            MOVE EmplacementDestination TO LO-Emplacement(NombreLots)
            MOVE QuantitePrelevee TO LO-Quantite(NombreLots)
            MOVE DateReceptionLot TO LO-DateReception(NombreLots)
    END-EVALUATE.

TRANSFERER-LOTS.
*> Le transfert d'un produit alimentaire emmene les lots qui
*> perissent le plus tot.
    IF CodeTVAProduit(IdxProduitTrouve) = "R"
        IF SensTransfert = "R"
            MOVE "E" TO EmplacementLot
            MOVE "R" TO EmplacementDestination
        ELSE
            MOVE "R" TO EmplacementLot
            MOVE "E" TO EmplacementDestination
        END-IF
        MOVE QuantiteTransfert TO QuantiteAPrelever
        PERFORM PRELEVER-LOTS-FEFO
        PERFORM SAUVEGARDER-LOTS
    END-IF.

PRELEVER-LOTS-FEFO.
*> Preleve QuantiteAPrelever du produit NomProduitChoisi a
*> l'emplacement EmplacementLot, lot par lot, le plus proche de sa
*> date limite d'abord ; si EmplacementDestination est renseigne,
*> chaque prelevement y est range sous le meme lot. Le reste qu'aucun
*> lot ne couvre est du stock anterieur au suivi des lots.
    PERFORM UNTIL QuantiteAPrelever = ZERO
        PERFORM CHOISIR-LOT-FEFO
        IF IdxLotChoisi = ZERO
            MOVE ZERO TO QuantiteAPrelever
        ELSE
            IF LO-Quantite(IdxLotChoisi) < QuantiteAPrelever
                MOVE LO-Quantite(IdxLotChoisi) TO QuantitePrelevee
            ELSE
                MOVE QuantiteAPrelever TO QuantitePrelevee
            END-IF
            SUBTRACT QuantitePrelevee FROM LO-Quantite(IdxLotChoisi)
            SUBTRACT QuantitePrelevee FROM QuantiteAPrelever
            IF EmplacementDestination NOT = SPACE
                MOVE LO-Numero(IdxLotChoisi) TO NumeroLotSaisi
                MOVE LO-Peremption(IdxLotChoisi) TO PeremptionSaisie
                MOVE LO-DateReception(IdxLotChoisi)
                     TO DateReceptionLot
                PERFORM CREDITER-LOT
            END-IF
        END-IF
    END-PERFORM.

CHOISIR-LOT-FEFO.
    MOVE ZERO TO IdxLotChoisi.
    PERFORM VARYING IdxLot FROM 1 BY 1 UNTIL IdxLot > NombreLots
        IF LO-Produit(IdxLot) = NomProduitChoisi
           AND LO-Emplacement(IdxLot) = EmplacementLot
           AND LO-Quantite(IdxLot) > ZERO
            IF IdxLotChoisi = ZERO
                SET IdxLotChoisi TO IdxLot
            ELSE
                IF LO-Peremption(IdxLot)
                        < LO-Peremption(IdxLotChoisi)
                    SET IdxLotChoisi TO IdxLot
                END-IF
            END-IF
        END-IF
    END-PERFORM.

LOTS-PROCHES-PEREMPTION.
*> Etat du jour des lots qui atteignent leur date limite dans
*> l'horizon demande : pour chacun, une demarque est proposee
*> (plus forte a mesure que la date approche) et, si l'operateur
*> l'accepte, ecrite comme promotion datee jusqu'a la date limite
*> du lot, que la caisse applique d'office.
    DISPLAY "Horizon en jours (ex: 3) : ".
    ACCEPT HorizonPeremption.
    IF HorizonPeremption = ZERO
        MOVE 3 TO HorizonPeremption
    END-IF.
    ACCEPT DateDuJourStock FROM DATE YYYYMMDD.
    MOVE "A" TO DATU-Operation.
    MOVE DateDuJourStock TO DATU-Date1.
    MOVE HorizonPeremption TO DATU-Nombre.
    CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
            DATU-Nombre DATU-DateResultat DATU-Statut.
    IF DATU-Statut = '00'
        MOVE DATU-DateResultat TO DateLimiteHorizon
    ELSE
        MOVE DateDuJourStock TO DateLimiteHorizon
    END-IF.
    MOVE ZERO TO LotsSignales.
    MOVE ZERO TO DemarquesEcrites.
    DISPLAY "===== LOTS PROCHES DE LEUR DATE LIMITE =====".
    PERFORM VARYING IdxLot FROM 1 BY 1 UNTIL IdxLot > NombreLots
        IF LO-Quantite(IdxLot) > ZERO
           AND LO-Peremption(IdxLot) >= DateDuJourStock
           AND LO-Peremption(IdxLot) <= DateLimiteHorizon
            PERFORM PROPOSER-DEMARQUE-LOT
        END-IF
    END-PERFORM.
    IF LotsSignales = ZERO
        DISPLAY "Aucun lot n'atteint sa date limite d'ici "
                DateLimiteHorizon "."
    ELSE
        DISPLAY LotsSignales " lot(s) signale(s), "
                DemarquesEcrites " demarque(s) ecrite(s)."
    END-IF.

PROPOSER-DEMARQUE-LOT.
    ADD 1 TO LotsSignales.
    MOVE "D" TO DATU-Operation.
    MOVE DateDuJourStock TO DATU-Date1.
    MOVE LO-Peremption(IdxLot) TO DATU-Date2.
    CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
            DATU-Nombre DATU-DateResultat DATU-Statut.
    IF DATU-Statut = '00'
        MOVE DATU-Nombre TO JoursRestantsLot
    ELSE
        MOVE ZERO TO JoursRestantsLot
    END-IF.
*> Demarque proposee : moitie prix la veille et le jour meme, 30%
*> a trois jours, 20% au-dela.
    EVALUATE TRUE
        WHEN JoursRestantsLot <= 1
            MOVE 50 TO TauxDemarque
        WHEN JoursRestantsLot <= 3
            MOVE 30 TO TauxDemarque
        WHEN OTHER
            MOVE 20 TO TauxDemarque
    END-EVALUATE.
    DISPLAY LO-Produit(IdxLot) " lot " LO-Numero(IdxLot)
            " (" LO-Emplacement(IdxLot) ") : " LO-Quantite(IdxLot)
            " unite(s), limite " LO-Peremption(IdxLot) ".".
    MOVE LO-Produit(IdxLot) TO NomProduitChoisi.
    PERFORM RECHERCHER-PROMO-EN-COURS.
    IF Promo-En-Cours
        DISPLAY "  Promotion deja en cours pour ce produit."
    ELSE
        DISPLAY "  Demarque proposee : -" TauxDemarque "% jusqu'au "
                LO-Peremption(IdxLot) "."
        DISPLAY "  (O) accepter, (C) corriger, (N) ecarter : "
        MOVE SPACE TO ReponseSuggestion
        ACCEPT ReponseSuggestion
        EVALUATE ReponseSuggestion
            WHEN "O"
                PERFORM ECRIRE-PROMO-DEMARQUE
            WHEN "C"
                DISPLAY "  Remise retenue (%) : "
                ACCEPT TauxDemarque
                IF TauxDemarque > ZERO
                    PERFORM ECRIRE-PROMO-DEMARQUE
                ELSE
                    DISPLAY "  Remise nulle : demarque ecartee."
                END-IF
            WHEN OTHER
                DISPLAY "  Demarque ecartee."
        END-EVALUATE
    END-IF.

RECHERCHER-PROMO-EN-COURS.
*> Une promotion du produit deja valable aujourd'hui suffit : la
*> caisse n'en applique qu'une par produit.
    MOVE "N" TO PromoEnCours.
    OPEN INPUT promotions.
    IF ws-file-status = '35'
        CLOSE promotions
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ promotions
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF PX-Produit = NomProduitChoisi
                       AND PX-DateDebut <= DateDuJourStock
                       AND PX-DateFin >= DateDuJourStock
                        MOVE "O" TO PromoEnCours
                    END-IF
            END-READ
        END-PERFORM
        CLOSE promotions
    END-IF.

ECRIRE-PROMO-DEMARQUE.
    MOVE LO-Produit(IdxLot) TO PX-Produit.
    MOVE "P" TO PX-Type.
    MOVE TauxDemarque TO PX-Valeur.
    MOVE DateDuJourStock TO PX-DateDebut.
    MOVE LO-Peremption(IdxLot) TO PX-DateFin.
    MOVE SEP-Virgule TO PX-Sep1.
    MOVE SEP-Virgule TO PX-Sep2.
    MOVE SEP-Virgule TO PX-Sep3.
    MOVE SEP-Virgule TO PX-Sep4.
    OPEN EXTEND promotions.
    IF ws-file-status = '35'
        CLOSE promotions
        OPEN OUTPUT promotions
    END-IF.
    WRITE promotion-enregistrement.
    CLOSE promotions.
    ADD 1 TO DemarquesEcrites.
    DISPLAY "  Promotion ecrite.".

LOTS-PERIMES.
*> Lots dont la date limite est depassee, valorises au prix
*> d'achat moyen ; valides, ils sortent du stock de leur
*> emplacement par une sortie S au journal des mouvements, motif
*> PERIME suivi du numero de lot.
    ACCEPT DateDuJourStock FROM DATE YYYYMMDD.
    MOVE ZERO TO LotsSignales.
    MOVE ZERO TO ValeurPerimes.
    DISPLAY "===== LOTS PERIMES =====".
    DISPLAY "Produit    Lot          Empl Limite   Qte Valeur".
    PERFORM VARYING IdxLot FROM 1 BY 1 UNTIL IdxLot > NombreLots
        IF LO-Quantite(IdxLot) > ZERO
           AND LO-Peremption(IdxLot) < DateDuJourStock
            ADD 1 TO LotsSignales
            MOVE LO-Produit(IdxLot) TO NomProduitChoisi
            PERFORM RECHERCHER-PRODUIT
            IF Produit-Trouve
                COMPUTE ValeurLot ROUNDED = LO-Quantite(IdxLot)
                        * PrixAchatProduit(IdxProduitTrouve)
            ELSE
                MOVE ZERO TO ValeurLot
            END-IF
            ADD ValeurLot TO ValeurPerimes
            DISPLAY LO-Produit(IdxLot) " " LO-Numero(IdxLot) " "
                    LO-Emplacement(IdxLot) "    "
                    LO-Peremption(IdxLot) " " LO-Quantite(IdxLot)
                    " " ValeurLot
        END-IF
    END-PERFORM.
    IF LotsSignales = ZERO
        DISPLAY "Aucun lot perime."
    ELSE
        DISPLAY LotsSignales " lot(s) perime(s), valeur au cout : "
                ValeurPerimes
        DISPLAY "Mettre ces lots au rebut ? (O/N) "
        MOVE SPACE TO ReponseValidation
        ACCEPT ReponseValidation
        IF ReponseValidation = "O"
            PERFORM VARYING IdxLot FROM 1 BY 1
                    UNTIL IdxLot > NombreLots
                IF LO-Quantite(IdxLot) > ZERO
                   AND LO-Peremption(IdxLot) < DateDuJourStock
                    PERFORM METTRE-LOT-AU-REBUT
                END-IF
            END-PERFORM
            PERFORM SAUVEGARDER-PRODUITS
            PERFORM SAUVEGARDER-LOTS
            DISPLAY "Lots perimes sortis du stock."
        ELSE
            DISPLAY "Mise au rebut non validee : stock inchange."
        END-IF
    END-IF.

METTRE-LOT-AU-REBUT.
*> La sortie est bornee au stock de l'emplacement : un comptage
*> passe depuis la reception peut l'avoir deja retire.
    MOVE LO-Produit(IdxLot) TO NomProduitChoisi.
    PERFORM RECHERCHER-PRODUIT.
    MOVE LO-Quantite(IdxLot) TO QuantiteRebut.
    IF Produit-Trouve
        IF LO-Emplacement(IdxLot) = "E"
            IF QuantiteRebut > QteReserveProduit(IdxProduitTrouve)
                MOVE QteReserveProduit(IdxProduitTrouve)
                     TO QuantiteRebut
            END-IF
            SUBTRACT QuantiteRebut
                FROM QteReserveProduit(IdxProduitTrouve)
        ELSE
            IF QuantiteRebut > Quantite(IdxProduitTrouve)
                MOVE Quantite(IdxProduitTrouve) TO QuantiteRebut
            END-IF
            SUBTRACT QuantiteRebut FROM Quantite(IdxProduitTrouve)
        END-IF
        IF QuantiteRebut > ZERO
            MOVE "S" TO SensMouvement
            MOVE QuantiteRebut TO QuantiteMouvement
            MOVE Quantite(IdxProduitTrouve) TO SoldeApresMouvement
            MOVE SPACES TO MotifMouvement
            STRING "PERIME " DELIMITED BY SIZE
                   LO-Numero(IdxLot) DELIMITED BY SIZE
                   INTO MotifMouvement
            END-STRING
            PERFORM JOURNALISER-MOUVEMENT
        END-IF
    END-IF.
    MOVE ZERO TO LO-Quantite(IdxLot).

MENU-FACTURES-FOURNISSEURS.
    MOVE "TOLFACTURE" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.
    IF PARM-Statut = '00'
        MOVE PARM-Valeur TO ToleranceFacture
    END-IF.
    DISPLAY "===== FACTURES FOURNISSEURS =====".
    DISPLAY "1. Fixer le prix convenu d'une commande ouverte".
    DISPLAY "2. Enregistrer une facture fournisseur".
    DISPLAY "3. Debloquer une facture hors tolerance (manager)".
    DISPLAY "4. Etat des ecarts de facturation par fournisseur".
    DISPLAY "5. Retour".
    ACCEPT ChoixMenuFactures.
    EVALUATE ChoixMenuFactures
        WHEN 1
            PERFORM FIXER-PRIX-CONVENU
        WHEN 2
            PERFORM ENREGISTRER-FACTURE-FOURNISSEUR
        WHEN 3
            PERFORM DEBLOQUER-FACTURE
        WHEN 4
            PERFORM ETAT-ECARTS-FACTURES
        WHEN 5
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    IF ChoixMenuFactures NOT = 5
        PERFORM MENU-FACTURES-FOURNISSEURS
    END-IF.

CHERCHER-COMMANDE.
    MOVE "N" TO CommandeTrouvee.
    PERFORM VARYING IdxCommande FROM 1 BY 1
            UNTIL IdxCommande > NombreCommandes OR Commande-Trouvee
        IF K-Numero(IdxCommande) = NumeroCommandeSaisi
            MOVE "O" TO CommandeTrouvee
            SET IdxCommandeTrouvee TO IdxCommande
        END-IF
    END-PERFORM.

FIXER-PRIX-CONVENU.
*> Prix unitaire accorde par le fournisseur, a fixer avant la
*> premiere livraison.
    DISPLAY "Numero de la commande : ".
    ACCEPT NumeroCommandeSaisi.
    PERFORM CHERCHER-COMMANDE.
    EVALUATE TRUE
        WHEN NOT Commande-Trouvee
            DISPLAY "Commande inconnue."
        WHEN K-Statut(IdxCommandeTrouvee) NOT = "O"
          OR K-QteRecue(IdxCommandeTrouvee) > ZERO
            DISPLAY "Commande deja livree : prix convenu fige."
        WHEN OTHER
            DISPLAY "Prix convenu actuel : "
                    K-PrixConvenu(IdxCommandeTrouvee)
            DISPLAY "Nouveau prix unitaire convenu : "
            MOVE ZERO TO PrixConvenuSaisi
            ACCEPT PrixConvenuSaisi
            IF PrixConvenuSaisi = ZERO
                DISPLAY "Prix nul refuse."
            ELSE
                MOVE PrixConvenuSaisi
                     TO K-PrixConvenu(IdxCommandeTrouvee)
                PERFORM SAUVEGARDER-COMMANDES
                DISPLAY "Prix convenu enregistre."
            END-IF
    END-EVALUATE.

ENREGISTRER-FACTURE-FOURNISSEUR.
*> La facture se saisit contre sa commande, une fois au moins une
*> livraison rentree ; une facture ressaisie (avoir, correction du
*> fournisseur) remplace la precedente tant que la commande n'est
*> pas payee.
    DISPLAY "Numero de la commande facturee : ".
    ACCEPT NumeroCommandeSaisi.
    PERFORM CHERCHER-COMMANDE.
    EVALUATE TRUE
        WHEN NOT Commande-Trouvee
            DISPLAY "Commande inconnue."
        WHEN K-Statut(IdxCommandeTrouvee) = "P"
            DISPLAY "Commande deja payee."
        WHEN K-QteRecue(IdxCommandeTrouvee) = ZERO
            DISPLAY "Rien de recu sur cette commande : facture a "
                    "garder en attente de la livraison."
        WHEN K-PrixConvenu(IdxCommandeTrouvee) = ZERO
            DISPLAY "Commande sans prix convenu : facture a "
                    "rapprocher a la main."
        WHEN OTHER
            DISPLAY "Reference de la facture : "
            MOVE SPACES TO RefFactureSaisie
            ACCEPT RefFactureSaisie
            MOVE SPACES TO DATU-Statut
            PERFORM UNTIL DATU-Statut = '00'
                DISPLAY "Date de la facture (AAAAMMJJ) : "
                ACCEPT DateFactureSaisie
                MOVE "V" TO DATU-Operation
                MOVE DateFactureSaisie TO DATU-Date1
                CALL 'DateUtil' USING DATU-Operation DATU-Date1
                        DATU-Date2 DATU-Nombre DATU-DateResultat
                        DATU-Statut
                IF DATU-Statut NOT = '00'
                    DISPLAY "Date invalide."
                END-IF
            END-PERFORM
            DISPLAY "Quantite facturee : "
            MOVE ZERO TO QteFactureeSaisie
            ACCEPT QteFactureeSaisie
            DISPLAY "Prix unitaire facture : "
            MOVE ZERO TO PrixFactureSaisi
            ACCEPT PrixFactureSaisi
            MOVE RefFactureSaisie TO K-RefFacture(IdxCommandeTrouvee)
            MOVE DateFactureSaisie TO K-DateFacture(IdxCommandeTrouvee)
            MOVE QteFactureeSaisie
                 TO K-QteFacturee(IdxCommandeTrouvee)
            MOVE PrixFactureSaisi TO K-PrixFacture(IdxCommandeTrouvee)
            COMPUTE K-MontantFacture(IdxCommandeTrouvee) ROUNDED =
                    QteFactureeSaisie * PrixFactureSaisi
            PERFORM RAPPROCHER-FACTURE
            PERFORM SAUVEGARDER-COMMANDES
    END-EVALUATE.

RAPPROCHER-FACTURE.
*> Rapprochement a trois : le prix facture contre le prix convenu a
*> la commande, la quantite facturee contre la quantite recue. Une
*> facture concordante devient le montant a payer ; une facture hors
*> tolerance est bloquee et le run de paiement l'ecarte.
    COMPUTE EcartPrixFacture =
            K-PrixFacture(IdxCommandeTrouvee)
            - K-PrixConvenu(IdxCommandeTrouvee).
    COMPUTE EcartPrixAdmis ROUNDED =
            K-PrixConvenu(IdxCommandeTrouvee) * ToleranceFacture / 100.
    IF EcartPrixFacture < ZERO
        COMPUTE EcartPrixFacture = ZERO - EcartPrixFacture
    END-IF.
    IF EcartPrixFacture > EcartPrixAdmis
       OR K-QteFacturee(IdxCommandeTrouvee)
              > K-QteRecue(IdxCommandeTrouvee)
        MOVE "B" TO K-Rapprochement(IdxCommandeTrouvee)
        DISPLAY "Facture BLOQUEE au paiement :"
        IF EcartPrixFacture > EcartPrixAdmis
            DISPLAY "  prix facture " K-PrixFacture(IdxCommandeTrouvee)
                    " pour un prix convenu de "
                    K-PrixConvenu(IdxCommandeTrouvee)
                    " (tolerance " ToleranceFacture " %)"
        END-IF
        IF K-QteFacturee(IdxCommandeTrouvee)
               > K-QteRecue(IdxCommandeTrouvee)
            DISPLAY "  quantite facturee "
                    K-QteFacturee(IdxCommandeTrouvee)
                    " pour une quantite recue de "
                    K-QteRecue(IdxCommandeTrouvee)
        END-IF
    ELSE
        MOVE "V" TO K-Rapprochement(IdxCommandeTrouvee)
        MOVE K-MontantFacture(IdxCommandeTrouvee)
             TO K-Montant(IdxCommandeTrouvee)
        DISPLAY "Facture concordante : bon a payer pour "
                K-MontantFacture(IdxCommandeTrouvee) "."
    END-IF.

DEBLOQUER-FACTURE.
*> Derogation d'un manager : la facture bloquee est acceptee telle
*> que facturee et devient le montant a payer.
    IF NOT Role-Manager
        DISPLAY "Deblocage reserve a un manager."
    ELSE
        DISPLAY "Numero de la commande : "
        ACCEPT NumeroCommandeSaisi
        PERFORM CHERCHER-COMMANDE
        IF NOT Commande-Trouvee
            DISPLAY "Commande inconnue."
        ELSE
            IF NOT K-Facture-Bloquee(IdxCommandeTrouvee)
                DISPLAY "Aucune facture bloquee sur cette commande."
            ELSE
                MOVE "D" TO K-Rapprochement(IdxCommandeTrouvee)
                MOVE K-MontantFacture(IdxCommandeTrouvee)
                     TO K-Montant(IdxCommandeTrouvee)
                PERFORM SAUVEGARDER-COMMANDES
                DISPLAY "Facture " K-RefFacture(IdxCommandeTrouvee)
                        " debloquee par " OperateurCourant
                        " : bon a payer pour "
                        K-MontantFacture(IdxCommandeTrouvee) "."
            END-IF
        END-IF
    END-IF.

ETAT-ECARTS-FACTURES.
*> Ecarts de prix et de quantite entre factures, commandes et
*> livraisons, par fournisseur ; la valeur de l'ecart est le montant
*> facture moins la quantite recue au prix convenu.
    DISPLAY "===== ECARTS DE FACTURATION FOURNISSEURS =====".
    PERFORM VARYING IdxFourn FROM 1 BY 1
            UNTIL IdxFourn > NombreFournisseurs
        MOVE ZERO TO EcartsFournisseur
        MOVE ZERO TO TotalEcartsFournisseur
        PERFORM VARYING IdxCommande FROM 1 BY 1
                UNTIL IdxCommande > NombreCommandes
            IF K-Fournisseur(IdxCommande) = F-Id(IdxFourn)
               AND K-Rapprochement(IdxCommande) NOT = SPACE
               AND (K-PrixFacture(IdxCommande)
                        NOT = K-PrixConvenu(IdxCommande)
                 OR K-QteFacturee(IdxCommande)
                        NOT = K-QteRecue(IdxCommande))
                PERFORM EDITER-ECART-FACTURE
            END-IF
        END-PERFORM
        IF EcartsFournisseur > ZERO
            MOVE TotalEcartsFournisseur TO EditionEcart
            DISPLAY "  Total " F-Nom(IdxFourn) " : "
                    EcartsFournisseur " ecart(s), valeur "
                    EditionEcart
        END-IF
    END-PERFORM.

EDITER-ECART-FACTURE.
    IF EcartsFournisseur = ZERO
        DISPLAY "Fournisseur " F-Id(IdxFourn) " " F-Nom(IdxFourn) " :"
    END-IF.
    ADD 1 TO EcartsFournisseur.
    COMPUTE EcartValeurFacture =
            K-MontantFacture(IdxCommande)
            - K-QteRecue(IdxCommande) * K-PrixConvenu(IdxCommande).
    ADD EcartValeurFacture TO TotalEcartsFournisseur.
    MOVE EcartValeurFacture TO EditionEcart.
    DISPLAY "  Commande " K-Numero(IdxCommande) " "
            K-Produit(IdxCommande) " facture "
            K-RefFacture(IdxCommande).
    DISPLAY "    prix convenu " K-PrixConvenu(IdxCommande)
            " facture " K-PrixFacture(IdxCommande)
            " - qte recue " K-QteRecue(IdxCommande)
            " facturee " K-QteFacturee(IdxCommande).
    EVALUATE TRUE
        WHEN K-Facture-Bloquee(IdxCommande)
            DISPLAY "    ecart " EditionEcart " - BLOQUEE"
        WHEN K-Facture-Debloquee(IdxCommande)
            DISPLAY "    ecart " EditionEcart " - debloquee"
        WHEN OTHER
            DISPLAY "    ecart " EditionEcart " - dans la tolerance"
    END-EVALUATE.

CHARGER-RETOURS.
    MOVE ZERO TO NombreRetours.
    MOVE ZERO TO DernierNumeroRetour.
    MOVE "N" TO RetoursPleins.
    OPEN INPUT retours-fichier.
    IF ws-file-status = '35'
        CLOSE retours-fichier
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ retours-fichier
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF NombreRetours < 100
                        ADD 1 TO NombreRetours
                        MOVE RF-Numero TO RT-Numero(NombreRetours)
                        MOVE RF-Commande TO RT-Commande(NombreRetours)
                        MOVE RF-Fournisseur
                             TO RT-Fournisseur(NombreRetours)
                        MOVE RF-Produit TO RT-Produit(NombreRetours)
                        MOVE RF-Quantite TO RT-Quantite(NombreRetours)
                        MOVE RF-Motif TO RT-Motif(NombreRetours)
                        MOVE RF-Statut TO RT-Statut(NombreRetours)
                        MOVE RF-DateRetour
                             TO RT-DateRetour(NombreRetours)
                        MOVE RF-CoutUnitaire
                             TO RT-CoutUnitaire(NombreRetours)
                        MOVE RF-MontantAttendu
                             TO RT-MontantAttendu(NombreRetours)
                        MOVE RF-DateAvoir TO RT-DateAvoir(NombreRetours)
                        MOVE RF-RefAvoir TO RT-RefAvoir(NombreRetours)
                        MOVE RF-MontantAvoir
                             TO RT-MontantAvoir(NombreRetours)
                    ELSE
                        MOVE "O" TO RetoursPleins
                    END-IF
                    IF RF-Numero > DernierNumeroRetour
                        MOVE RF-Numero TO DernierNumeroRetour
                    END-IF
            END-READ
        END-PERFORM
        CLOSE retours-fichier
        IF Retours-Pleins
            DISPLAY "Table des retours pleine : le fichier des retours "
                    "ne sera pas reecrit."
        END-IF
    END-IF.

SAUVEGARDER-RETOURS.
    IF NOT Retours-Pleins
        OPEN OUTPUT retours-fichier
        PERFORM VARYING IdxRetour FROM 1 BY 1
                UNTIL IdxRetour > NombreRetours
            MOVE RT-Numero(IdxRetour) TO RF-Numero
            MOVE RT-Commande(IdxRetour) TO RF-Commande
            MOVE RT-Fournisseur(IdxRetour) TO RF-Fournisseur
            MOVE RT-Produit(IdxRetour) TO RF-Produit
            MOVE RT-Quantite(IdxRetour) TO RF-Quantite
            MOVE RT-Motif(IdxRetour) TO RF-Motif
            MOVE RT-Statut(IdxRetour) TO RF-Statut
            MOVE RT-DateRetour(IdxRetour) TO RF-DateRetour
            MOVE RT-CoutUnitaire(IdxRetour) TO RF-CoutUnitaire
            MOVE RT-MontantAttendu(IdxRetour) TO RF-MontantAttendu
            MOVE RT-DateAvoir(IdxRetour) TO RF-DateAvoir
            MOVE RT-RefAvoir(IdxRetour) TO RF-RefAvoir
            MOVE RT-MontantAvoir(IdxRetour) TO RF-MontantAvoir
            MOVE SEP-Virgule TO RF-Sep1
            MOVE SEP-Virgule TO RF-Sep2
            MOVE SEP-Virgule TO RF-Sep3
            MOVE SEP-Virgule TO RF-Sep4
            MOVE SEP-Virgule TO RF-Sep5
            MOVE SEP-Virgule TO RF-Sep6
            MOVE SEP-Virgule TO RF-Sep7
            MOVE SEP-Virgule TO RF-Sep8
            MOVE SEP-Virgule TO RF-Sep9
            MOVE SEP-Virgule TO RF-Sep10
            MOVE SEP-Virgule TO RF-Sep11
            MOVE SEP-Virgule TO RF-Sep12
            WRITE retour-enregistrement
        END-PERFORM
        CLOSE retours-fichier
    END-IF.

MENU-RETOURS-FOURNISSEURS.
    DISPLAY "===== RETOURS FOURNISSEURS =====".
    DISPLAY "1. Retourner de la marchandise (bon de retour)".
    DISPLAY "2. Avoirs attendus".
    DISPLAY "3. Enregistrer un avoir recu".
    DISPLAY "4. Retour refuse par le fournisseur".
    DISPLAY "5. Retour".
    ACCEPT ChoixMenuRetours.
    EVALUATE ChoixMenuRetours
        WHEN 1
            PERFORM CREER-RETOUR-FOURNISSEUR
        WHEN 2
            PERFORM LISTER-AVOIRS-ATTENDUS
        WHEN 3
            PERFORM ENREGISTRER-AVOIR-RECU
        WHEN 4
            PERFORM REFUSER-RETOUR
        WHEN 5
            CONTINUE
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
    IF ChoixMenuRetours NOT = 5
        PERFORM MENU-RETOURS-FOURNISSEURS
    END-IF.

CREER-RETOUR-FOURNISSEUR.
*> Un retour se fait contre la commande qui a livre la marchandise :
*> jamais plus que ce qu'elle a livre, moins ce qui en est deja
*> reparti, et dans la limite du stock en rayon.
    IF Retours-Pleins OR NombreRetours >= 100
        DISPLAY "Table des retours pleine."
    ELSE
        DISPLAY "Numero de la commande d'origine : "
        ACCEPT NumeroCommandeSaisi
        PERFORM CHERCHER-COMMANDE
        IF NOT Commande-Trouvee
            DISPLAY "Commande inconnue."
        ELSE
            MOVE K-Produit(IdxCommandeTrouvee) TO NomProduitChoisi
            PERFORM RECHERCHER-PRODUIT
            MOVE ZERO TO QuantiteDejaRetournee
            PERFORM VARYING IdxRetour FROM 1 BY 1
                    UNTIL IdxRetour > NombreRetours
                IF RT-Commande(IdxRetour) = K-Numero(IdxCommandeTrouvee)
                   AND NOT RT-Refuse(IdxRetour)
                    ADD RT-Quantite(IdxRetour) TO QuantiteDejaRetournee
                END-IF
            END-PERFORM
            MOVE ZERO TO QuantiteRetournable
            IF K-QteRecue(IdxCommandeTrouvee) > QuantiteDejaRetournee
                COMPUTE QuantiteRetournable =
                        K-QteRecue(IdxCommandeTrouvee)
                        - QuantiteDejaRetournee
            END-IF
            EVALUATE TRUE
                WHEN NOT Produit-Trouve
                    DISPLAY "Produit de la commande introuvable."
                WHEN QuantiteRetournable = ZERO
                    DISPLAY "Rien a retourner sur cette commande "
                            "(livre " K-QteRecue(IdxCommandeTrouvee)
                            ", deja retourne " QuantiteDejaRetournee
                            ")."
                WHEN OTHER
                    PERFORM SAISIR-RETOUR-FOURNISSEUR
            END-EVALUATE
        END-IF
    END-IF.

SAISIR-RETOUR-FOURNISSEUR.
    DISPLAY "Quantite retournee (au plus " QuantiteRetournable ") : ".
    MOVE ZERO TO QuantiteRetour.
    ACCEPT QuantiteRetour.
    DISPLAY "Motif : AB abime, RA rappel, NC non conforme, "
            "ER erreur de livraison : ".
    MOVE SPACES TO MotifRetourSaisi.
    ACCEPT MotifRetourSaisi.
    EVALUATE TRUE
        WHEN QuantiteRetour = ZERO
          OR QuantiteRetour > QuantiteRetournable
            DISPLAY "Quantite invalide."
        WHEN QuantiteRetour > Quantite(IdxProduitTrouve)
            DISPLAY "Retour refuse : stock en rayon insuffisant."
        WHEN NOT Motif-Retour-Valide
            DISPLAY "Motif inconnu."
        WHEN OTHER
            PERFORM ENREGISTRER-RETOUR-FOURNISSEUR
    END-EVALUATE.

ENREGISTRER-RETOUR-FOURNISSEUR.
*> La marchandise repart au cout de sa commande - prix convenu, ou
*> valeur de la livraison rapportee a la quantite recue pour une
*> commande sans prix convenu ; le prix d'achat moyen pondere du
*> stock restant en est retire a ce meme cout.
    IF K-PrixConvenu(IdxCommandeTrouvee) > ZERO
        MOVE K-PrixConvenu(IdxCommandeTrouvee) TO CoutRetour
    ELSE
        COMPUTE CoutRetour ROUNDED =
                K-Montant(IdxCommandeTrouvee)
                / K-QteRecue(IdxCommandeTrouvee)
    END-IF.
    COMPUTE StockTotalProduit =
            Quantite(IdxProduitTrouve)
            + QteReserveProduit(IdxProduitTrouve).
    IF StockTotalProduit > QuantiteRetour
        COMPUTE ValeurStockApresRetour =
                StockTotalProduit * PrixAchatProduit(IdxProduitTrouve)
                - QuantiteRetour * CoutRetour
        IF ValeurStockApresRetour > ZERO
            COMPUTE PrixAchatProduit(IdxProduitTrouve) ROUNDED =
                    ValeurStockApresRetour
                    / (StockTotalProduit - QuantiteRetour)
        END-IF
    END-IF.
    SUBTRACT QuantiteRetour FROM Quantite(IdxProduitTrouve).
    ADD 1 TO DernierNumeroRetour.
    ADD 1 TO NombreRetours.
    MOVE DernierNumeroRetour TO RT-Numero(NombreRetours).
    MOVE K-Numero(IdxCommandeTrouvee) TO RT-Commande(NombreRetours).
    MOVE K-Fournisseur(IdxCommandeTrouvee)
         TO RT-Fournisseur(NombreRetours).
    MOVE NomProduitChoisi TO RT-Produit(NombreRetours).
    MOVE QuantiteRetour TO RT-Quantite(NombreRetours).
    MOVE MotifRetourSaisi TO RT-Motif(NombreRetours).
    MOVE "E" TO RT-Statut(NombreRetours).
    ACCEPT RT-DateRetour(NombreRetours) FROM DATE YYYYMMDD.
    MOVE CoutRetour TO RT-CoutUnitaire(NombreRetours).
    COMPUTE RT-MontantAttendu(NombreRetours) ROUNDED =
            QuantiteRetour * CoutRetour.
    MOVE ZERO TO RT-DateAvoir(NombreRetours).
    MOVE SPACES TO RT-RefAvoir(NombreRetours).
    MOVE ZERO TO RT-MontantAvoir(NombreRetours).
    MOVE "F" TO SensMouvement.
    MOVE QuantiteRetour TO QuantiteMouvement.
    MOVE Quantite(IdxProduitTrouve) TO SoldeApresMouvement.
    MOVE SPACES TO MotifMouvement.
    STRING "RETOUR " DernierNumeroRetour " " MotifRetourSaisi
        DELIMITED BY SIZE INTO MotifMouvement
    END-STRING.
    PERFORM JOURNALISER-MOUVEMENT.
    PERFORM SAUVEGARDER-RETOURS.
    PERFORM SAUVEGARDER-PRODUITS.
    DISPLAY "Bon de retour " DernierNumeroRetour
            " emis : avoir attendu "
            RT-MontantAttendu(NombreRetours) ".".

CHERCHER-RETOUR.
    MOVE "N" TO RetourTrouve.
    PERFORM VARYING IdxRetour FROM 1 BY 1
            UNTIL IdxRetour > NombreRetours OR Retour-Trouve
        IF RT-Numero(IdxRetour) = NumeroRetourSaisi
            MOVE "O" TO RetourTrouve
            SET IdxRetourTrouve TO IdxRetour
        END-IF
    END-PERFORM.

LISTER-AVOIRS-ATTENDUS.
*> Retours envoyes dont l'avoir n'est pas encore arrive, avec leur
*> anciennete.
    MOVE ZERO TO AvoirsAttendus.
    MOVE ZERO TO TotalAvoirsAttendus.
    ACCEPT DateDuJourStock FROM DATE YYYYMMDD.
    PERFORM VARYING IdxRetour FROM 1 BY 1
            UNTIL IdxRetour > NombreRetours
        IF RT-Envoye(IdxRetour)
            ADD 1 TO AvoirsAttendus
            ADD RT-MontantAttendu(IdxRetour) TO TotalAvoirsAttendus
            MOVE "D" TO DATU-Operation
            MOVE RT-DateRetour(IdxRetour) TO DATU-Date1
            MOVE DateDuJourStock TO DATU-Date2
            CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
                    DATU-Nombre DATU-DateResultat DATU-Statut
            MOVE DATU-Nombre TO JoursAttenteAvoir
            DISPLAY "Retour " RT-Numero(IdxRetour) " du "
                    RT-DateRetour(IdxRetour) " - fournisseur "
                    RT-Fournisseur(IdxRetour) " - commande "
                    RT-Commande(IdxRetour)
            DISPLAY "    " RT-Produit(IdxRetour) " x "
                    RT-Quantite(IdxRetour) " motif "
                    RT-Motif(IdxRetour) " : avoir attendu "
                    RT-MontantAttendu(IdxRetour) " depuis "
                    JoursAttenteAvoir " jour(s)"
        END-IF
    END-PERFORM.
    DISPLAY AvoirsAttendus " avoir(s) attendu(s), total "
            TotalAvoirsAttendus ".".

ENREGISTRER-AVOIR-RECU.
    DISPLAY "Numero du bon de retour : ".
    ACCEPT NumeroRetourSaisi.
    PERFORM CHERCHER-RETOUR.
    IF NOT Retour-Trouve
        DISPLAY "Retour inconnu."
    ELSE
        IF NOT RT-Envoye(IdxRetourTrouve)
            DISPLAY "Ce retour est deja solde (statut "
                    RT-Statut(IdxRetourTrouve) ")."
        ELSE
            DISPLAY "Reference de l'avoir : "
            MOVE SPACES TO RefAvoirSaisie
            ACCEPT RefAvoirSaisie
            DISPLAY "Montant de l'avoir (attendu "
                    RT-MontantAttendu(IdxRetourTrouve) ") : "
            MOVE ZERO TO MontantAvoirSaisi
            ACCEPT MontantAvoirSaisi
            MOVE "A" TO RT-Statut(IdxRetourTrouve)
            ACCEPT RT-DateAvoir(IdxRetourTrouve) FROM DATE YYYYMMDD
            MOVE RefAvoirSaisie TO RT-RefAvoir(IdxRetourTrouve)
            MOVE MontantAvoirSaisi TO RT-MontantAvoir(IdxRetourTrouve)
            PERFORM SAUVEGARDER-RETOURS
            IF MontantAvoirSaisi < RT-MontantAttendu(IdxRetourTrouve)
                DISPLAY "Avoir enregistre, INFERIEUR a l'attendu."
            ELSE
                DISPLAY "Avoir enregistre, retour solde."
            END-IF
        END-IF
    END-IF.

REFUSER-RETOUR.
*> Le fournisseur refuse le retour : plus d'avoir a attendre, la
*> marchandise reste perdue pour la boutique.
    DISPLAY "Numero du bon de retour : ".
    ACCEPT NumeroRetourSaisi.
    PERFORM CHERCHER-RETOUR.
    IF NOT Retour-Trouve
        DISPLAY "Retour inconnu."
    ELSE
        IF NOT RT-Envoye(IdxRetourTrouve)
            DISPLAY "Ce retour est deja solde (statut "
                    RT-Statut(IdxRetourTrouve) ")."
        ELSE
            MOVE "R" TO RT-Statut(IdxRetourTrouve)
            ACCEPT RT-DateAvoir(IdxRetourTrouve) FROM DATE YYYYMMDD
            MOVE ZERO TO RT-MontantAvoir(IdxRetourTrouve)
            PERFORM SAUVEGARDER-RETOURS
            DISPLAY "Retour " RT-Numero(IdxRetourTrouve)
                    " refuse : " RT-MontantAttendu(IdxRetourTrouve)
                    " non recuperes."
        END-IF
    END-IF.

DECLARER-DEMARQUE.
*> Sortie de marchandise cassee ou volee, au motif code : le sens D
*> la distingue des sorties ordinaires et de la consommation, et le
*> prix d'achat moyen ne bouge pas.
    DISPLAY "Nom du produit : ".
    ACCEPT NomProduitChoisi.
    PERFORM RECHERCHER-PRODUIT.
    IF NOT Produit-Trouve
        DISPLAY "Produit inconnu."
    ELSE
        DISPLAY "Quantite : "
        MOVE ZERO TO QuantiteAjustement
        ACCEPT QuantiteAjustement
        DISPLAY "Motif : CA casse, VO vol, AU autre : "
        MOVE SPACES TO MotifDemarqueSaisi
        ACCEPT MotifDemarqueSaisi
        DISPLAY "Precision (facultative) : "
        MOVE SPACES TO TexteDemarque
        ACCEPT TexteDemarque
        EVALUATE TRUE
            WHEN QuantiteAjustement = ZERO
                DISPLAY "Quantite nulle."
            WHEN QuantiteAjustement > Quantite(IdxProduitTrouve)
                DISPLAY "Sortie refusee : stock insuffisant."
            WHEN NOT Motif-Demarque-Valide
                DISPLAY "Motif inconnu."
            WHEN OTHER
                SUBTRACT QuantiteAjustement
                    FROM Quantite(IdxProduitTrouve)
                MOVE "D" TO SensMouvement
                MOVE QuantiteAjustement TO QuantiteMouvement
                MOVE Quantite(IdxProduitTrouve) TO SoldeApresMouvement
                MOVE SPACES TO MotifMouvement
                STRING MotifDemarqueSaisi " " TexteDemarque
                    DELIMITED BY SIZE INTO MotifMouvement
                END-STRING
                PERFORM JOURNALISER-MOUVEMENT
                PERFORM SAUVEGARDER-PRODUITS
                DISPLAY "Demarque enregistree."
        END-EVALUATE
    END-IF.

ETAT-DEMARQUE-MENSUEL.
*> Demarque connue du mois par motif, au prix d'achat moyen courant :
*> les sorties D du journal, plus les lots perimes mis au rebut.
    DISPLAY "Mois (AAAAMM) : ".
    ACCEPT MoisDemarque.
    MOVE "CA" TO DQ-Code(1).
    MOVE "Casse" TO DQ-Libelle(1).
    MOVE "VO" TO DQ-Code(2).
    MOVE "Vol" TO DQ-Libelle(2).
    MOVE "AU" TO DQ-Code(3).
    MOVE "Autre" TO DQ-Libelle(3).
    MOVE "PE" TO DQ-Code(4).
    MOVE "Perime (lots)" TO DQ-Libelle(4).
    PERFORM VARYING IdxDemarque FROM 1 BY 1 UNTIL IdxDemarque > 4
        MOVE ZERO TO DQ-Mouvements(IdxDemarque)
        MOVE ZERO TO DQ-Quantite(IdxDemarque)
        MOVE ZERO TO DQ-Valeur(IdxDemarque)
    END-PERFORM.
    OPEN INPUT mouvements-fichier.
    IF ws-file-status = '00'
        PERFORM UNTIL ws-file-status = '10'
            READ mouvements-fichier
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF MV-Date(1:6) = MoisDemarque
                        PERFORM CLASSER-MOUVEMENT-DEMARQUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE mouvements-fichier
    END-IF.
    MOVE ZERO TO TotalDemarqueQuantite.
    MOVE ZERO TO TotalDemarqueValeur.
    DISPLAY "===== DEMARQUE CONNUE DU MOIS " MoisDemarque " =====".
    PERFORM VARYING IdxDemarque FROM 1 BY 1 UNTIL IdxDemarque > 4
        DISPLAY DQ-Code(IdxDemarque) " " DQ-Libelle(IdxDemarque) " : "
                DQ-Mouvements(IdxDemarque) " sortie(s), "
                DQ-Quantite(IdxDemarque) " unite(s), valeur "
                DQ-Valeur(IdxDemarque)
        ADD DQ-Quantite(IdxDemarque) TO TotalDemarqueQuantite
        ADD DQ-Valeur(IdxDemarque) TO TotalDemarqueValeur
    END-PERFORM.
    DISPLAY "Total : " TotalDemarqueQuantite " unite(s), valeur "
            TotalDemarqueValeur.

CLASSER-MOUVEMENT-DEMARQUE.
    MOVE SPACES TO CodeDemarqueLu.
    EVALUATE TRUE
        WHEN MV-Sens = "D"
            MOVE MV-Motif(1:2) TO CodeDemarqueLu
        WHEN MV-Sens = "S" AND MV-Motif(1:6) = "PERIME"
            MOVE "PE" TO CodeDemarqueLu
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF CodeDemarqueLu NOT = SPACES
        MOVE ZERO TO IdxDemarqueTrouve
        PERFORM VARYING IdxDemarque FROM 1 BY 1 UNTIL IdxDemarque > 4
            IF DQ-Code(IdxDemarque) = CodeDemarqueLu
                SET IdxDemarqueTrouve TO IdxDemarque
            END-IF
        END-PERFORM
*> Un code inconnu compte en autre.
        IF IdxDemarqueTrouve = ZERO
            MOVE 3 TO IdxDemarqueTrouve
        END-IF
        MOVE MV-Produit TO NomProduitChoisi
        PERFORM RECHERCHER-PRODUIT
        IF Produit-Trouve
            COMPUTE ValeurMouvementDemarque ROUNDED =
                    MV-Quantite * PrixAchatProduit(IdxProduitTrouve)
        ELSE
            MOVE ZERO TO ValeurMouvementDemarque
        END-IF
        ADD 1 TO DQ-Mouvements(IdxDemarqueTrouve)
        ADD MV-Quantite TO DQ-Quantite(IdxDemarqueTrouve)
        ADD ValeurMouvementDemarque TO DQ-Valeur(IdxDemarqueTrouve)
    END-IF.

RECULER-DATE-DE-MOIS.
    COMPUTE MoisAbsolus = AnneeRecul * 12 + MoisRecul - 1
                          - MoisARetirer.
    DIVIDE MoisAbsolus BY 12 GIVING AnneeRecul REMAINDER MoisRecul.
    ADD 1 TO MoisRecul.
    IF JourRecul > 28
        MOVE 28 TO JourRecul
    END-IF.

ANALYSE-ABC.
*> Classement des produits par valeur vendue sur 12 mois glissants,
*> classe reportee sur le produit ; suivent le stock dormant (rien
*> vendu depuis N mois) et la rotation lente (plus de N mois de
*> couverture au rythme de vente actuel), valorises au prix d'achat.
    IF NombreProduits = ZERO
        DISPLAY "Aucun produit a classer."
    ELSE
        DISPLAY "Stock dormant : mois sans vente (ex. 006) : "
        MOVE ZERO TO MoisDormance
        ACCEPT MoisDormance
        DISPLAY "Rotation lente : mois de couverture au-dela "
                "desquels signaler (ex. 012) : "
        MOVE ZERO TO MoisCouvertureMax
        ACCEPT MoisCouvertureMax
        MOVE "ABCSEUILA" TO PARM-Code
        CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut
        IF PARM-Statut = '00'
            MOVE PARM-Valeur TO SeuilClasseA
        END-IF
        MOVE "ABCSEUILB" TO PARM-Code
        CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut
        IF PARM-Statut = '00'
            MOVE PARM-Valeur TO SeuilClasseB
        END-IF
        ACCEPT DateDuJourStock FROM DATE YYYYMMDD
        MOVE DateDuJourStock TO DateRecul
        MOVE 12 TO MoisARetirer
        PERFORM RECULER-DATE-DE-MOIS
        MOVE DateRecul TO DateDebutABC
        MOVE DateDuJourStock TO DateRecul
        MOVE MoisDormance TO MoisARetirer
        PERFORM RECULER-DATE-DE-MOIS
        MOVE DateRecul TO DateLimiteDormance
        PERFORM CUMULER-VENTES-ABC
        PERFORM TRIER-VENTES-ABC
        PERFORM CLASSER-PRODUITS-ABC
        PERFORM SAUVEGARDER-PRODUITS
        PERFORM LISTER-STOCK-DORMANT
    END-IF.

CUMULER-VENTES-ABC.
    PERFORM VARYING IdxABC FROM 1 BY 1 UNTIL IdxABC > NombreProduits
        SET AB-Produit(IdxABC) TO IdxABC
        MOVE ZERO TO AB-Valeur(IdxABC)
        MOVE ZERO TO AB-QteVendue(IdxABC)
        MOVE ZERO TO AB-DerniereVente(IdxABC)
    END-PERFORM.
    OPEN INPUT recus-lignes.
    IF ws-file-status NOT = '00'
        CLOSE recus-lignes
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ recus-lignes
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF RL-Date >= DateDebutABC
                       AND RL-Date <= DateDuJourStock
                        MOVE RL-Produit TO NomProduitChoisi
                        PERFORM RECHERCHER-PRODUIT
                        IF Produit-Trouve
                            ADD RL-TotalLigne
                                TO AB-Valeur(IdxProduitTrouve)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE recus-lignes
    END-IF.
    OPEN INPUT mouvements-fichier.
    IF ws-file-status NOT = '00'
        CLOSE mouvements-fichier
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ mouvements-fichier
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF MV-Sens = "V"
                        MOVE MV-Produit TO NomProduitChoisi
                        PERFORM RECHERCHER-PRODUIT
                        IF Produit-Trouve
                            PERFORM NOTER-VENTE-ABC
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE mouvements-fichier
    END-IF.

NOTER-VENTE-ABC.
    IF MV-Date >= DateDebutABC AND MV-Date <= DateDuJourStock
        ADD MV-Quantite TO AB-QteVendue(IdxProduitTrouve)
    END-IF.
    IF MV-Date > AB-DerniereVente(IdxProduitTrouve)
        MOVE MV-Date TO AB-DerniereVente(IdxProduitTrouve)
    END-IF.

TRIER-VENTES-ABC.
*> Valeur vendue decroissante.
    IF NombreProduits > 1
        PERFORM VARYING IdxTriABC FROM 1 BY 1
                UNTIL IdxTriABC > NombreProduits - 1
            PERFORM VARYING IdxABC FROM 1 BY 1
                    UNTIL IdxABC > NombreProduits - IdxTriABC
                IF AB-Valeur(IdxABC) < AB-Valeur(IdxABC + 1)
                    MOVE LigneABC(IdxABC) TO LigneABCBuffer
                    MOVE LigneABC(IdxABC + 1) TO LigneABC(IdxABC)
                    MOVE LigneABCBuffer TO LigneABC(IdxABC + 1)
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

CLASSER-PRODUITS-ABC.
    MOVE ZERO TO ValeurVentesABC.
    MOVE ZERO TO CumulVentesABC.
    MOVE ZERO TO PartCumuleeABC.
    MOVE ZERO TO ProduitsClasse(1).
    MOVE ZERO TO ProduitsClasse(2).
    MOVE ZERO TO ProduitsClasse(3).
    PERFORM VARYING IdxABC FROM 1 BY 1 UNTIL IdxABC > NombreProduits
        ADD AB-Valeur(IdxABC) TO ValeurVentesABC
    END-PERFORM.
    DISPLAY "===== CLASSEMENT ABC DES VENTES " DateDebutABC " - "
            DateDuJourStock " =====".
    DISPLAY "Cl Produit    Valeur vendue  Part cumulee".
*> Un produit est classe sur la part cumulee de ceux qui le precedent :
*> celui qui franchit le seuil reste dans la classe du dessus.
    PERFORM VARYING IdxABC FROM 1 BY 1 UNTIL IdxABC > NombreProduits
        MOVE AB-Produit(IdxABC) TO Idx
        EVALUATE TRUE
            WHEN AB-Valeur(IdxABC) = ZERO
                MOVE "C" TO ClasseABCProduit(Idx)
            WHEN PartCumuleeABC < SeuilClasseA
                MOVE "A" TO ClasseABCProduit(Idx)
            WHEN PartCumuleeABC < SeuilClasseB
                MOVE "B" TO ClasseABCProduit(Idx)
            WHEN OTHER
                MOVE "C" TO ClasseABCProduit(Idx)
        END-EVALUATE
        ADD AB-Valeur(IdxABC) TO CumulVentesABC
        IF ValeurVentesABC > ZERO
            COMPUTE PartCumuleeABC ROUNDED =
                    CumulVentesABC * 100 / ValeurVentesABC
        END-IF
        EVALUATE ClasseABCProduit(Idx)
            WHEN "A"
                ADD 1 TO ProduitsClasse(1)
            WHEN "B"
                ADD 1 TO ProduitsClasse(2)
            WHEN OTHER
                ADD 1 TO ProduitsClasse(3)
        END-EVALUATE
        MOVE PartCumuleeABC TO PartCumuleeEdition
        DISPLAY ClasseABCProduit(Idx) "  " Nom-Produit(Idx) " "
                AB-Valeur(IdxABC) "    " PartCumuleeEdition "%"
    END-PERFORM.
    DISPLAY "Ventes totales : " ValeurVentesABC " - classe A "
            ProduitsClasse(1) ", B " ProduitsClasse(2) ", C "
            ProduitsClasse(3) " produit(s).".

LISTER-STOCK-DORMANT.
    MOVE ZERO TO NombreDormants.
    MOVE ZERO TO ValeurDormants.
    MOVE ZERO TO NombreLents.
    MOVE ZERO TO ValeurLents.
    DISPLAY "===== STOCK DORMANT : AUCUNE VENTE DEPUIS LE "
            DateLimiteDormance " =====".
    PERFORM VARYING IdxABC FROM 1 BY 1 UNTIL IdxABC > NombreProduits
        MOVE AB-Produit(IdxABC) TO Idx
        COMPUTE StockTotalProduit =
                Quantite(Idx) + QteReserveProduit(Idx)
        IF StockTotalProduit > ZERO
           AND AB-DerniereVente(IdxABC) < DateLimiteDormance
            COMPUTE ValeurStockProduit ROUNDED =
                    StockTotalProduit * PrixAchatProduit(Idx)
            ADD 1 TO NombreDormants
            ADD ValeurStockProduit TO ValeurDormants
            DISPLAY Nom-Produit(Idx) " stock " StockTotalProduit
                    " derniere vente " AB-DerniereVente(IdxABC)
                    " valeur " ValeurStockProduit
        END-IF
    END-PERFORM.
    DISPLAY NombreDormants " produit(s) dormant(s), valeur "
            ValeurDormants ".".
    DISPLAY "===== ROTATION LENTE : PLUS DE " MoisCouvertureMax
            " MOIS DE COUVERTURE =====".
    PERFORM VARYING IdxABC FROM 1 BY 1 UNTIL IdxABC > NombreProduits
        MOVE AB-Produit(IdxABC) TO Idx
        COMPUTE StockTotalProduit =
                Quantite(Idx) + QteReserveProduit(Idx)
        IF AB-QteVendue(IdxABC) > ZERO
           AND AB-DerniereVente(IdxABC) >= DateLimiteDormance
            COMPUTE CouvertureMois ROUNDED =
                    StockTotalProduit * 12 / AB-QteVendue(IdxABC)
            IF CouvertureMois > MoisCouvertureMax
                COMPUTE ValeurStockProduit ROUNDED =
                        StockTotalProduit * PrixAchatProduit(Idx)
                ADD 1 TO NombreLents
                ADD ValeurStockProduit TO ValeurLents
                MOVE CouvertureMois TO CouvertureEdition
                DISPLAY Nom-Produit(Idx) " stock " StockTotalProduit
                        " vendu 12 mois " AB-QteVendue(IdxABC)
                        " couverture " CouvertureEdition " mois valeur "
                        ValeurStockProduit
            END-IF
        END-IF
    END-PERFORM.
    DISPLAY NombreLents " produit(s) a rotation lente, valeur "
            ValeurLents ".".
