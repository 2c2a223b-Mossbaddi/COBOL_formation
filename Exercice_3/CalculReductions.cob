               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT kits-fichier ASSIGN TO 'kits'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT comptes-clients ASSIGN TO 'comptes_clients'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT factures-comptes ASSIGN TO 'factures_comptes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT etat-comptes ASSIGN USING NomEtatComptes
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT points-fidelite ASSIGN TO 'points_fidelite'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT lots-fichier ASSIGN TO 'lots_stock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT journal-caisse ASSIGN TO 'journal_caisse'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD achats-lot.
           05 CL-CodeFidelite PIC X.
           05 CL-Sep2 PIC X.
           05 CL-CumulAchats PIC 9(7)V99.
      *> Limite de credit approuvee du client en compte (zero : pas
      *> de vente en compte).
           05 CL-Sep3 PIC X.
           05 CL-LimiteCredit PIC 9(7)V99.

      *> Journal des mouvements de stock tenu avec le programme de
      *> gestion des stocks : les ventes y laissent leur trace (sens
      *> stock : la caisse le recopie sur chaque ligne de ticket
      *> pour valoriser les ventes au cout comme au prix.
           05 PF-PrixAchat PIC 9(5)V99.
      *> Emplacement en rayon, tenu par le programme de stock : la
      *> caisse le recopie tel quel a la reecriture du fichier.
           05 PF-Sep10 PIC X.
           05 PF-EmplacementRayon PIC X(6).
      *> Classe ABC et date du dernier comptage, tenues par le
      *> programme de stock et recopiees telles quelles.
           05 PF-Sep11 PIC X.
           05 PF-ClasseABC PIC X.
           05 PF-Sep12 PIC X.
           05 PF-DateComptage PIC 9(8).

       FD recus-lignes.
       01 recu-ligne-enregistrement.
      *> Cout unitaire (prix d'achat moyen du moment) : chaque ligne
      *> vaut ainsi au cout comme au prix de vente.
           05 RL-CoutUnitaire PIC 9(5)V99.
      *> Kit dont la ligne est un composant (a blanc pour une vente a
      *> l'article) : le prix de la ligne est alors sa part du prix
      *> du kit.
           05 RL-Sep8 PIC X.
           05 RL-Kit PIC X(10).

       FD coupons.
      *> Campagnes de la direction marketing : code, type P
           05 GE-CodeCoupon PIC X(10).
           05 GE-Sep4 PIC X.
           05 GE-Date PIC 9(8).
           05 FILLER PIC X(20).
       01 panier-garde-ligne REDEFINES panier-garde-entete.
           05 GL-Type PIC X.
           05 GL-Sep1 PIC X.
           05 GL-Prix PIC 9(5)V99.
           05 GL-Sep5 PIC X.
           05 GL-CodeTVA PIC X.
      *> Composant de kit : code du kit et part exacte du prix du kit
      *> revenant a la ligne (a blanc pour une vente a l'article).
           05 GL-Sep6 PIC X.
           05 GL-Kit PIC X(10).
           05 GL-Sep7 PIC X.
           05 GL-Total PIC 9(7)V99.

       FD cartes-cadeaux.
      *> Registre des cartes cadeaux : solde restant par carte,
           05 KC-Sep5 PIC X.
           05 KC-Statut PIC X.

       FD kits-fichier.
      *> Kits et lots vendus en une seule ligne de caisse : un en-tete
      *> E (code du kit, libelle, prix du kit) suivi d'une ligne C par
      *> composant (produit du fichier des stocks, quantite par kit).
      *> Le fichier est tenu par le programme des clotures, qui y
      *> range ses kits standard tires de la nomenclature.
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

       FD comptes-clients.
      *> Grand livre des clients en compte : une ligne V par vente
      *> passee en compte a la caisse (rattachee au ticket par la
      *> date et l'heure), une ligne R par reglement recu sur une
      *> facture mensuelle, une ligne A (avoir) par remboursement
      *> d'un ticket passe en compte. L'encours d'un client est la
      *> somme de ses V moins celle de ses R et de ses A.
       01 compte-client-enregistrement.
           05 CP-IdClient PIC 9(5).
           05 CP-Sep1 PIC X.
           05 CP-Date PIC 9(8).
           05 CP-Sep2 PIC X.
           05 CP-Heure PIC 9(8).
           05 CP-Sep3 PIC X.
           05 CP-Type PIC X.
           05 CP-Sep4 PIC X.
           05 CP-Montant PIC 9(7)V99.
           05 CP-Sep5 PIC X.
           05 CP-Facture PIC 9(6).

       FD factures-comptes.
      *> Factures mensuelles des clients en compte : une par client
      *> et par mois, echeance a DELAICOMPTE jours de la date de
      *> facture, statut O ouverte ou P payee.
       01 facture-compte-enregistrement.
           05 FX-Numero PIC 9(6).
           05 FX-Sep1 PIC X.
           05 FX-IdClient PIC 9(5).
           05 FX-Sep2 PIC X.
           05 FX-Mois PIC 9(6).
           05 FX-Sep3 PIC X.
           05 FX-Date PIC 9(8).
           05 FX-Sep4 PIC X.
           05 FX-Echeance PIC 9(8).
           05 FX-Sep5 PIC X.
           05 FX-Montant PIC 9(7)V99.
           05 FX-Sep6 PIC X.
           05 FX-Regle PIC 9(7)V99.
           05 FX-Sep7 PIC X.
           05 FX-Statut PIC X.

       FD etat-comptes.
      *> Factures mensuelles des clients en compte, nommees par le
      *> spool.
       01 etat-comptes-enregistrement PIC X(100).

       FD points-fidelite.
      *> Grand livre des points de fidelite par client : une ligne G
      *> par ticket (points gagnes, date d'expiration, points restant
      *> a consommer), une ligne U par conversion en bon d'achat
      *> (code du coupon cree), une ligne R par reprise sur
      *> remboursement (rattachee au ticket d'origine : points dus,
      *> et en restant la part deja depensee qui n'a pu etre
      *> reprise). Les points d'une ligne G expiree ne comptent plus.
       01 point-fidelite-enregistrement.
           05 PT-IdClient PIC 9(5).
           05 PT-Sep1 PIC X.
           05 PT-Type PIC X.
           05 PT-Sep2 PIC X.
           05 PT-DateMouvement PIC 9(8).
           05 PT-Sep3 PIC X.
           05 PT-DateTicket PIC 9(8).
           05 PT-Sep4 PIC X.
           05 PT-HeureTicket PIC 9(8).
           05 PT-Sep5 PIC X.
           05 PT-Points PIC 9(7).
           05 PT-Sep6 PIC X.
           05 PT-Expiration PIC 9(8).
           05 PT-Sep7 PIC X.
           05 PT-Restant PIC 9(7).
           05 PT-Sep8 PIC X.
           05 PT-Reference PIC X(10).

      *> Lots des produits alimentaires tenus avec le programme de
      *> stock : numero de lot, date limite et quantite par
      *> emplacement (R rayon, E reserve). La caisse ne vend que du
      *> rayon.
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

      *> Journal de caisse des gestes sans vente : ligne annulee (A),
      *> panier abandonne (P, une entree par ligne), prix force a la
      *> baisse (F, valeur = remise consentie), panier gare supprime
      *> sans vente (G, une entree par ligne) et tiroir ouvert sans
      *> vente (T).
       FD journal-caisse.
       01 journal-caisse-enregistrement.
           05 JC-Date PIC 9(8).
           05 JC-Sep1 PIC X.
           05 JC-Heure PIC 9(8).
           05 JC-Sep2 PIC X.
           05 JC-Operateur PIC X(4).
           05 JC-Sep3 PIC X.
           05 JC-Type PIC X.
           05 JC-Sep4 PIC X.
           05 JC-Produit PIC X(10).
           05 JC-Sep5 PIC X.
           05 JC-Quantite PIC 9(3).
           05 JC-Sep6 PIC X.
           05 JC-Valeur PIC 9(7)V99.

       FD recus.
       01 recu-enregistrement.
           05 RC-IdClient PIC 9(5).
               03 IdClient PIC 9(5).
               03 TierClient PIC X.
               03 CumulClient PIC 9(7)V99.
               03 LimiteClient PIC 9(7)V99.
       01 NombreClients PIC 9(3) VALUE ZERO.
       01 IdClientSaisi PIC 9(5) VALUE ZERO.
       01 ClientTrouve PIC X VALUE "N".
           88 Mode-Promotions VALUE "P".
           88 Mode-Historique-Client VALUE "H".
           88 Mode-Cartes-Cadeaux VALUE "C".
           88 Mode-Comptes-Clients VALUE "F".
           88 Mode-Points-Fidelite VALUE "O".
           88 Mode-Tiroir VALUE "T".

      *> Entretien du fichier clients : lister, corriger un palier,
      *> supprimer une fiche fantome nee d'une faute de frappe, et
       01 IdxTicketTrouve PIC 9(2) VALUE ZERO.
       01 MontantARembourser PIC 9(5)V99 VALUE ZERO.
       01 RatioRemboursement PIC 9V9(6) VALUE ZERO.
      *> Un ticket passe en compte n'est pas rembourse en especes :
      *> le montant rendu entre au grand livre comme avoir (ligne A).
       01 VenteEnCompteTrouvee PIC X VALUE "N".
           88 Vente-En-Compte-Trouvee VALUE "O".

      *> Vente par lignes d'articles : chaque article du panier est
      *> cherche dans le fichier produits tenu par le programme de
               03 QteReserveProduit PIC 9(3).
               03 SeuilRayonProduit PIC 9(3).
               03 PrixAchatProduit PIC 9(5)V99.
               03 EmplacementRayonProduit PIC X(6).
               03 ClasseABCProduit PIC X.
               03 DateComptageProduit PIC 9(8).
       01 NombreProduits PIC 9(3) VALUE ZERO.
       01 NomProduitChoisi PIC X(10) VALUE SPACES.
       01 ProduitTrouve PIC X VALUE "N".
               03 LP-IdxProduit PIC 9(3).
               03 LP-CodeTVA PIC X.
               03 LP-Cout PIC 9(5)V99.
               03 LP-Kit PIC X(10).
       01 NombreLignesPanier PIC 9(2) VALUE ZERO.
       01 QuantiteDejaPanier PIC 9(5) VALUE ZERO.
       01 QuantiteDisponible PIC 9(5) VALUE ZERO.
      *> brule apres la vente, et la remise coupon apparait sur sa
      *> propre ligne du ticket et du recu.
       01 TableCoupons.
           02 Coupon OCCURS 500 TIMES INDEXED BY IdxCoupon.
               03 CPN-Code PIC X(10).
               03 CPN-Type PIC X.
               03 CPN-Valeur PIC 9(5)V99.
               03 CPN-DateFin PIC 9(8).
               03 CPN-UsageUnique PIC X.
               03 CPN-Utilise PIC X.
       01 NombreCoupons PIC 9(3) VALUE ZERO.
       01 CodeCouponSaisi PIC X(10) VALUE SPACES.
       01 CouponApplique PIC X VALUE "N".
           88 Coupon-Applique VALUE "O".
       01 IdxCouponTrouve PIC 9(3) VALUE ZERO.
       01 MontantCoupon PIC 9(5)V99 VALUE ZERO.
       01 DateDuJourCaisse PIC 9(8) VALUE ZERO.

               03 GG-Quantite PIC 9(3).
               03 GG-Prix PIC 9(5)V99.
               03 GG-CodeTVA PIC X.
               03 GG-Kit PIC X(10).
               03 GG-Total PIC 9(7)V99.
       01 NombreGaresLignes PIC 9(3) VALUE ZERO.
       01 DernierNumeroGare PIC 9(2) VALUE ZERO.
       01 NumeroGareSaisi PIC 9(2) VALUE ZERO.
       01 IdxDecalGare PIC 9(2) VALUE ZERO.
       01 IdxGardeGareLigne PIC 9(3) VALUE ZERO.

      *> Gestes de caisse journalises : annulation de ligne, prix
      *> force, abandon du panier, gare supprimee, tiroir sans vente.
       01 NumeroLigneSaisi PIC 9(2) VALUE ZERO.
       01 IdxDecalLigne PIC 9(2) VALUE ZERO.
       01 PrixForceSaisi PIC 9(5)V99 VALUE ZERO.
       01 TotalLigneForce PIC 9(7)V99 VALUE ZERO.
       01 JournalType PIC X VALUE SPACE.
       01 JournalProduit PIC X(10) VALUE SPACES.
       01 JournalQuantite PIC 9(3) VALUE ZERO.
       01 JournalValeur PIC 9(7)V99 VALUE ZERO.

      *> Cartes cadeaux : vendues sous la ligne speciale CARTE du
      *> panier (emises au registre a la conclusion de la vente,
      *> valables deux ans), acceptees en paiement (mode K) avec
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

      *> Kits et lots : un code du fichier kits se vend en une ligne
      *> au prix du kit. Le panier l'eclate en ses composants, le prix
      *> du kit reparti au prorata de leur valeur au prix de vente,
      *> pour que le stock, la TVA par taux et la marge se tiennent
      *> composant par composant.
       01 TableKits.
           02 KitVente OCCURS 30 TIMES INDEXED BY IdxKit.
               03 KI-Code PIC X(10).
               03 KI-Libelle PIC X(20).
               03 KI-Prix PIC 9(5)V99.
       01 NombreKits PIC 9(2) VALUE ZERO.
       01 TableComposantsKits.
           02 ComposantKit OCCURS 200 TIMES
                            INDEXED BY IdxComposant.
               03 KO-Code PIC X(10).
               03 KO-Produit PIC X(10).
               03 KO-Quantite PIC 9(3).
       01 NombreComposantsKits PIC 9(3) VALUE ZERO.
       01 KitTrouve PIC X VALUE "N".
           88 Kit-Trouve VALUE "O".
       01 IdxKitTrouve PIC 9(2) VALUE ZERO.
       01 KitVendable PIC X VALUE "N".
           88 Kit-Vendable VALUE "O".
       01 ComposantsDuKit PIC 9(2) VALUE ZERO.
       01 ComposantsRepartis PIC 9(2) VALUE ZERO.
       01 QuantiteComposant PIC 9(5) VALUE ZERO.
       01 ValeurDetailKit PIC 9(7)V99 VALUE ZERO.
       01 PrixTotalKit PIC 9(7)V99 VALUE ZERO.
       01 ResteARepartirKit PIC S9(7)V99 VALUE ZERO.

      *> Ventes en compte des clients professionnels : la caisse
      *> accepte le mode A pour un client dont la limite de credit
      *> est approuvee au fichier clients, tant que l'encours reste
      *> dans la limite et qu'aucune facture n'est echue. Chaque
      *> mois, une facture par client reprend ses tickets en compte ;
      *> les reglements s'imputent sur les factures et la balance
      *> agee suit les retards.
       01 DelaiCompteClient PIC 9(3) VALUE 30.
       01 TableFacturesComptes.
           02 FactureCompte OCCURS 500 TIMES
                             INDEXED BY IdxFactureCpt.
               03 FY-Numero PIC 9(6).
               03 FY-IdClient PIC 9(5).
               03 FY-Mois PIC 9(6).
               03 FY-Date PIC 9(8).
               03 FY-Echeance PIC 9(8).
               03 FY-Montant PIC 9(7)V99.
               03 FY-Regle PIC 9(7)V99.
               03 FY-Statut PIC X.
       01 NombreFacturesComptes PIC 9(3) VALUE ZERO.
       01 DernierNumeroFactureCpt PIC 9(6) VALUE ZERO.
       01 FacturesComptesPleines PIC X VALUE "N".
           88 Factures-Comptes-Pleines VALUE "O".
       01 FactureCptTrouvee PIC X VALUE "N".
           88 Facture-Cpt-Trouvee VALUE "O".
       01 IdxFactureCptTrouvee PIC 9(3) VALUE ZERO.
       01 NumeroFactureSaisi PIC 9(6) VALUE ZERO.
       01 EncoursClient PIC S9(8)V99 VALUE ZERO.
       01 FacturesEchuesClient PIC 9(3) VALUE ZERO.
       01 DisponibleCompte PIC S9(8)V99 VALUE ZERO.
       01 ChoixMenuComptes PIC 9 VALUE ZERO.
       01 MoisFacturation PIC 9(6) VALUE ZERO.
       01 DebutMoisFacturation PIC 9(8) VALUE ZERO.
       01 FinMoisFacturation PIC 9(8) VALUE ZERO.
       01 TableMontantsMois.
           02 MontantMoisClient PIC S9(7)V99 OCCURS 200 TIMES.
       01 FactureDejaEmise PIC X VALUE "N".
           88 Facture-Deja-Emise VALUE "O".
       01 FacturesEmises PIC 9(3) VALUE ZERO.
       01 FacturesOuvertesClient PIC 9(3) VALUE ZERO.
       01 TicketsFactures PIC 9(4) VALUE ZERO.
       01 MontantReglementCpt PIC 9(7)V99 VALUE ZERO.
       01 ResteFactureCpt PIC 9(7)V99 VALUE ZERO.
       01 LimiteSaisie PIC 9(7)V99 VALUE ZERO.
      *> Balance agee : tranches de retard apres echeance, plus
      *> l'encours pas encore facture (tickets du mois en cours).
       01 RetardFactureCpt PIC S9(5) VALUE ZERO.
       01 AgeNonEchu PIC 9(8)V99 VALUE ZERO.
       01 Age1a30 PIC 9(8)V99 VALUE ZERO.
       01 Age31a60 PIC 9(8)V99 VALUE ZERO.
       01 Age61a90 PIC 9(8)V99 VALUE ZERO.
       01 AgePlus90 PIC 9(8)V99 VALUE ZERO.
       01 NonFactureClient PIC S9(8)V99 VALUE ZERO.
       01 TotalAgeNonEchu PIC 9(9)V99 VALUE ZERO.
       01 TotalAge1a30 PIC 9(9)V99 VALUE ZERO.
       01 TotalAge31a60 PIC 9(9)V99 VALUE ZERO.
       01 TotalAge61a90 PIC 9(9)V99 VALUE ZERO.
       01 TotalAgePlus90 PIC 9(9)V99 VALUE ZERO.
       01 TotalNonFacture PIC S9(9)V99 VALUE ZERO.
       01 MontantEdite PIC Z(6)9.99.
       01 NomEtatComptes PIC X(50) VALUE SPACES.
       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "FACTCPT".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "CalculReductions".
       01 SPOOL-Operateur PIC X(4) VALUE SPACES.
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

      *> Points de fidelite : chaque ticket rapporte des points au
      *> client, au taux de son palier (points par euro TTC), valables
      *> DUREEPOINTS jours. A la caisse, le client convertit ses
      *> points en remise sur le ticket ou en bon d'achat : dans les
      *> deux cas un coupon a usage unique est cree dans le fichier
      *> coupons, les points les plus anciens partant les premiers.
      *> Un remboursement reprend les points gagnes sur la vente.
       01 TauxPointsBronze PIC 9(2)V99 VALUE 1.00.
       01 TauxPointsArgent PIC 9(2)V99 VALUE 1.50.
       01 TauxPointsOr PIC 9(2)V99 VALUE 2.00.
       01 TauxPointsTicket PIC 9(2)V99 VALUE ZERO.
      *> Valeur de cent points en euros.
       01 ValeurCentPoints PIC 9(3)V99 VALUE 1.00.
       01 DureePoints PIC 9(4) VALUE 365.
       01 MinimumPoints PIC 9(7) VALUE 100.
       01 DureeBonPoints PIC 9(3) VALUE 90.
       01 TablePoints.
           02 MouvementPoints OCCURS 3000 TIMES INDEXED BY IdxPoints.
               03 PO-IdClient PIC 9(5).
               03 PO-Type PIC X.
               03 PO-DateMouvement PIC 9(8).
               03 PO-DateTicket PIC 9(8).
               03 PO-HeureTicket PIC 9(8).
               03 PO-Points PIC 9(7).
               03 PO-Expiration PIC 9(8).
               03 PO-Restant PIC 9(7).
               03 PO-Reference PIC X(10).
       01 NombreMouvementsPoints PIC 9(4) VALUE ZERO.
       01 PointsPleins PIC X VALUE "N".
           88 Points-Pleins VALUE "O".
       01 IdxGainTrouve PIC 9(4) VALUE ZERO.
       01 SoldePoints PIC 9(7) VALUE ZERO.
       01 PointsGagnes PIC 9(7) VALUE ZERO.
       01 PointsAConvertir PIC 9(7) VALUE ZERO.
       01 PointsMaxTicket PIC 9(7) VALUE ZERO.
       01 PointsAPrendre PIC 9(7) VALUE ZERO.
       01 PointsPrisLigne PIC 9(7) VALUE ZERO.
       01 PointsAReprendre PIC 9(7) VALUE ZERO.
       01 PointsDejaRepris PIC 9(7) VALUE ZERO.
       01 ValeurPointsConvertis PIC 9(5)V99 VALUE ZERO.
       01 ChoixConversion PIC X VALUE SPACE.
       01 ChoixMenuPoints PIC 9 VALUE ZERO.
       01 CodeBonPoints PIC X(10) VALUE SPACES.
       01 CodeBonPointsDetail REDEFINES CodeBonPoints.
           05 CB-Prefixe PIC X(2).
           05 CB-Numero PIC 9(8).
       01 DernierBonPoints PIC 9(8) VALUE ZERO.
       01 MoisEtatPoints PIC 9(6) VALUE ZERO.
       01 DebutMoisPoints PIC 9(8) VALUE ZERO.
       01 FinMoisPoints PIC 9(8) VALUE ZERO.
       01 TablePointsClients.
           02 PointsEncoursClient PIC 9(7) OCCURS 200 TIMES.
       01 TotalPointsGagnes PIC 9(9) VALUE ZERO.
       01 TotalPointsUtilises PIC 9(9) VALUE ZERO.
       01 TotalPointsRepris PIC 9(9) VALUE ZERO.
       01 TotalPointsExpires PIC 9(9) VALUE ZERO.
       01 TotalPointsEncours PIC 9(9) VALUE ZERO.
       01 ValeurPointsClient PIC 9(7)V99 VALUE ZERO.
       01 TotalDettePoints PIC 9(8)V99 VALUE ZERO.

      *> Lots des produits alimentaires : les ventes les consomment
      *> premier perime, premier sorti.
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
       01 IdxLotChoisi PIC 9(3) VALUE ZERO.
       01 QuantiteAPrelever PIC 9(3) VALUE ZERO.


       PROCEDURE DIVISION.
       TRAITEMENT.
           PERFORM CHARGER-PRODUITS.
           PERFORM CHARGER-COUPONS.
           PERFORM CHARGER-PROMOTIONS.
           PERFORM CHARGER-KITS.
           OPEN EXTEND recus.
           IF ws-file-status = '35'
               CLOSE recus
           END-IF.
           DISPLAY "Mode de traitement : (I)nteractif, (L)ot, ",
                   "(R)emboursement, (G)estion clients, ",
                   "(P)romotions, (H)istorique client, ",
                   "(C)artes cadeaux, (F)acturation des comptes, ",
                   "p(O)ints de fidelite ou (T)iroir sans vente ? ".
           ACCEPT ModeSaisi.
           EVALUATE TRUE
               WHEN Mode-Lot
                   PERFORM MENU-HISTORIQUE-CLIENT
               WHEN Mode-Cartes-Cadeaux
                   PERFORM MENU-CARTES-CADEAUX
               WHEN Mode-Comptes-Clients
                   PERFORM MENU-COMPTES-CLIENTS
               WHEN Mode-Points-Fidelite
                   PERFORM MENU-POINTS-FIDELITE
               WHEN Mode-Tiroir
                   PERFORM OUVRIR-TIROIR-SANS-VENTE
               WHEN OTHER
                   PERFORM TRAITEMENT-INTERACTIF
           END-EVALUATE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO SeuilPalierOr
           END-IF.
           MOVE "DELAICOMPTE" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO DelaiCompteClient
           END-IF.
           MOVE "POINTSBRONZE" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxPointsBronze
           END-IF.
           MOVE "POINTSARGENT" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxPointsArgent
           END-IF.
           MOVE "POINTSOR" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxPointsOr
           END-IF.
           MOVE "VALEURPOINTS" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO ValeurCentPoints
           END-IF.
           MOVE "DUREEPOINTS" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO DureePoints
           END-IF.
           MOVE "POINTSMINI" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO MinimumPoints
           END-IF.
           MOVE "BONPOINTS" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO DureeBonPoints
           END-IF.

       LIRE-UN-PARAMETRE.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                               MOVE ZERO
                                    TO CumulClient(NombreClients)
                           END-IF
                           IF CL-LimiteCredit IS NUMERIC
                               MOVE CL-LimiteCredit
                                    TO LimiteClient(NombreClients)
                           ELSE
                               MOVE ZERO
                                    TO LimiteClient(NombreClients)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients
               MOVE IdClient(IdxClient) TO CL-IdClient
               MOVE TierClient(IdxClient) TO CL-CodeFidelite
               MOVE CumulClient(IdxClient) TO CL-CumulAchats
               MOVE LimiteClient(IdxClient) TO CL-LimiteCredit
               MOVE SEP-Virgule TO CL-Sep
               MOVE SEP-Virgule TO CL-Sep2
               MOVE SEP-Virgule TO CL-Sep3
               WRITE client-enregistrement
           END-PERFORM.
           CLOSE clients.
               MOVE IdClientSaisi TO IdClient(NombreClients)
               MOVE CodeFidelite TO TierClient(NombreClients)
               MOVE ZERO TO CumulClient(NombreClients)
               MOVE ZERO TO LimiteClient(NombreClients)
               MOVE NombreClients TO IdxClientTrouve
           ELSE
               DISPLAY "Table des clients pleine, palier non ",
                   DISPLAY "Panier vide : vente abandonnee."
               ELSE
                   PERFORM DEMANDER-COUPON
                   IF IdxClientTrouve > ZERO
                       PERFORM PROPOSER-POINTS-FIDELITE
                   END-IF
                   DISPLAY "Garer ce panier pour plus tard ? (O/N) :"
                   MOVE SPACE TO ReponseGare
                   ACCEPT ReponseGare
           PERFORM DECREMENTER-STOCKS.
           PERFORM BRULER-COUPON.
           PERFORM METTRE-A-JOUR-FIDELITE.
           PERFORM CREDITER-POINTS-FIDELITE.

       CHARGER-PANIERS-GARDES.
           MOVE ZERO TO NombreGares.
                        TO GG-Quantite(NombreGaresLignes)
                   MOVE GL-Prix TO GG-Prix(NombreGaresLignes)
                   MOVE GL-CodeTVA TO GG-CodeTVA(NombreGaresLignes)
                   MOVE GL-Kit TO GG-Kit(NombreGaresLignes)
      *> Lignes garees d'avant les kits : total recalcule.
                   IF GL-Total IS NUMERIC
                       MOVE GL-Total TO GG-Total(NombreGaresLignes)
                   ELSE
                       COMPUTE GG-Total(NombreGaresLignes) ROUNDED =
                               GL-Quantite * GL-Prix
                   END-IF
               END-IF
           END-IF.

           OPEN OUTPUT paniers-gardes.
           PERFORM VARYING IdxGare FROM 1 BY 1
                   UNTIL IdxGare > NombreGares
               MOVE SPACES TO panier-garde-entete
               MOVE "E" TO GE-Type
               MOVE GA-Park(IdxGare) TO GE-Park
               MOVE GA-IdClient(IdxGare) TO GE-IdClient
                            TO GL-Quantite
                       MOVE GG-Prix(IdxGareLigne) TO GL-Prix
                       MOVE GG-CodeTVA(IdxGareLigne) TO GL-CodeTVA
                       MOVE GG-Kit(IdxGareLigne) TO GL-Kit
                       MOVE GG-Total(IdxGareLigne) TO GL-Total
                       MOVE SEP-Virgule TO GL-Sep6
                       MOVE SEP-Virgule TO GL-Sep7
                       MOVE SEP-Virgule TO GL-Sep1
                       MOVE SEP-Virgule TO GL-Sep2
                       MOVE SEP-Virgule TO GL-Sep3
                        TO GG-Prix(NombreGaresLignes)
                   MOVE LP-CodeTVA(IdxLigne)
                        TO GG-CodeTVA(NombreGaresLignes)
                   MOVE LP-Kit(IdxLigne)
                        TO GG-Kit(NombreGaresLignes)
                   MOVE LP-Total(IdxLigne)
                        TO GG-Total(NombreGaresLignes)
               END-PERFORM
               PERFORM SAUVEGARDER-PANIERS-GARDES
               DISPLAY "Panier gare sous le numero ",
               IF NOT Gare-Trouvee
                   DISPLAY "Gare inconnue."
               ELSE
                   DISPLAY "(R)eprendre la vente ou (S)upprimer ",
                           "le panier sans vente ? "
                   MOVE SPACE TO ReponseGare
                   ACCEPT ReponseGare
                   IF ReponseGare = "S"
                       PERFORM SUPPRIMER-PANIER-GARE
                   ELSE
                       PERFORM RECONSTRUIRE-PANIER-GARE
                       PERFORM RETIRER-GARE-DU-FICHIER
                   END-IF
               END-IF
           END-IF.

                        TO LP-Quantite(NombreLignesPanier)
                   MOVE GG-Prix(IdxGareLigne)
                        TO LP-Prix(NombreLignesPanier)
                   MOVE GG-Total(IdxGareLigne)
                        TO LP-Total(NombreLignesPanier)
                   MOVE IdxProduitTrouve
                        TO LP-IdxProduit(NombreLignesPanier)
                   MOVE GG-CodeTVA(IdxGareLigne)
                        TO LP-CodeTVA(NombreLignesPanier)
                   MOVE GG-Kit(IdxGareLigne)
                        TO LP-Kit(NombreLignesPanier)
                   MOVE PrixAchatProduit(IdxProduitTrouve)
                        TO LP-Cout(NombreLignesPanier)
                   ADD LP-Total(NombreLignesPanier)
                       TO MontantAchat
           END-EVALUATE.

       SUPPRIMER-PANIER-GARE.
      *> Un panier gare qui part sans etre vendu laisse chacune de
      *> ses lignes au journal de caisse.
           PERFORM VARYING IdxGareLigne FROM 1 BY 1
                   UNTIL IdxGareLigne > NombreGaresLignes
               IF GG-Park(IdxGareLigne)
                       = GA-Park(IdxGareTrouvee)
                   MOVE "G" TO JournalType
                   MOVE GG-Produit(IdxGareLigne) TO JournalProduit
                   MOVE GG-Quantite(IdxGareLigne) TO JournalQuantite
                   MOVE GG-Total(IdxGareLigne) TO JournalValeur
                   PERFORM ECRIRE-JOURNAL-CAISSE
               END-IF
           END-PERFORM.
           PERFORM RETIRER-GARE-DU-FICHIER.
           DISPLAY "Panier gare supprime sans vente.".

       RETIRER-GARE-DU-FICHIER.
           MOVE ZERO TO IdxGardeGareLigne.
           PERFORM VARYING IdxGareLigne FROM 1 BY 1
       ENCAISSER-UN-PAIEMENT.
           DISPLAY "Reste a payer : ", RestantAPayer, ".".
           DISPLAY "Moyen de paiement ((E)speces, (C)arte, ",
                   "(Q) cheque, (K) carte cadeau, (A) en compte) :".
           MOVE SPACE TO ModePaiementSaisi.
           ACCEPT ModePaiementSaisi.
           EVALUATE ModePaiementSaisi
                   END-IF
               WHEN "K"
                   PERFORM PAYER-PAR-CARTE-CADEAU
               WHEN "A"
                   PERFORM PAYER-EN-COMPTE
               WHEN OTHER
                   DISPLAY "Moyen inconnu : ressaisir (E, C, Q, ",
                           "K pour carte cadeau ou A en compte)."
           END-EVALUATE.

       PAYER-EN-COMPTE.
      *> Le restant du ticket passe en totalite au compte du client :
      *> refuse sans limite de credit approuvee, avec une facture
      *> echue, ou si l'encours depasserait la limite.
           IF IdxClientTrouve = ZERO
               DISPLAY "Client sans fiche : pas de vente en compte."
           ELSE
           IF LimiteClient(IdxClientTrouve) = ZERO
               DISPLAY "Client sans limite de credit : pas de vente ",
                       "en compte."
           ELSE
               PERFORM CALCULER-ENCOURS-CLIENT
               COMPUTE DisponibleCompte =
                       LimiteClient(IdxClientTrouve) - EncoursClient
               EVALUATE TRUE
                   WHEN FacturesEchuesClient > ZERO
                       DISPLAY "Vente en compte refusee : ",
                               FacturesEchuesClient,
                               " facture(s) echue(s) impayee(s)."
                   WHEN RestantAPayer > DisponibleCompte
                       DISPLAY "Vente en compte refusee : limite ",
                               "depassee (disponible : ",
                               DisponibleCompte, ")."
                   WHEN OTHER
                       MOVE RestantAPayer TO MontantPaiementRetenu
                       SUBTRACT MontantPaiementRetenu
                           FROM RestantAPayer
                       ADD 1 TO PaiementsDuTicket
                       PERFORM ECRIRE-PAIEMENT
                       PERFORM ECRIRE-VENTE-EN-COMPTE
                       DISPLAY "Passe en compte : ",
                               MontantPaiementRetenu, "."
               END-EVALUATE
           END-IF
           END-IF.

       ECRIRE-VENTE-EN-COMPTE.
           MOVE IdClientSaisi TO CP-IdClient.
           MOVE RC-Date TO CP-Date.
           MOVE RC-Heure TO CP-Heure.
           MOVE "V" TO CP-Type.
           MOVE MontantPaiementRetenu TO CP-Montant.
           MOVE ZERO TO CP-Facture.
           PERFORM ECRIRE-LIGNE-COMPTE.

       ECRIRE-LIGNE-COMPTE.
           MOVE SEP-Virgule TO CP-Sep1.
           MOVE SEP-Virgule TO CP-Sep2.
           MOVE SEP-Virgule TO CP-Sep3.
           MOVE SEP-Virgule TO CP-Sep4.
           MOVE SEP-Virgule TO CP-Sep5.
           OPEN EXTEND comptes-clients.
           IF ws-file-status = '35'
               CLOSE comptes-clients
               OPEN OUTPUT comptes-clients
           END-IF.
           WRITE compte-client-enregistrement
           END-WRITE.
           CLOSE comptes-clients.

       CALCULER-ENCOURS-CLIENT.
      *> Encours du client IdClientSaisi au grand livre, et nombre
      *> de ses factures ouvertes dont l'echeance est passee.
           MOVE ZERO TO EncoursClient.
           OPEN INPUT comptes-clients.
           IF ws-file-status NOT = '00'
               CLOSE comptes-clients
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ comptes-clients
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF CP-IdClient = IdClientSaisi
                               EVALUATE CP-Type
                                   WHEN "V"
                                       ADD CP-Montant
                                           TO EncoursClient
                                   WHEN "R"
                                   WHEN "A"
                                       SUBTRACT CP-Montant
                                           FROM EncoursClient
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes-clients
           END-IF.
           PERFORM CHARGER-FACTURES-COMPTES.
           ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD.
           MOVE ZERO TO FacturesEchuesClient.
           PERFORM VARYING IdxFactureCpt FROM 1 BY 1
                   UNTIL IdxFactureCpt > NombreFacturesComptes
               IF FY-IdClient(IdxFactureCpt) = IdClientSaisi
                  AND FY-Statut(IdxFactureCpt) = "O"
                  AND FY-Echeance(IdxFactureCpt) < DateDuJourCaisse
                   ADD 1 TO FacturesEchuesClient
               END-IF
           END-PERFORM.

       RETENIR-UN-PAIEMENT.
           MOVE MontantPaiementSaisi TO MontantPaiementRetenu.
           IF MontantPaiementSaisi > RestantAPayer
                               MOVE ZERO TO
                                   PrixAchatProduit(NombreProduits)
                           END-IF
                           MOVE PF-EmplacementRayon TO
                               EmplacementRayonProduit(NombreProduits)
                           MOVE PF-ClasseABC TO
                               ClasseABCProduit(NombreProduits)
                           IF PF-DateComptage IS NUMERIC
                               MOVE PF-DateComptage TO
                                   DateComptageProduit(NombreProduits)
                           ELSE
                               MOVE ZERO TO
                                   DateComptageProduit(NombreProduits)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE produits-fichier
               MOVE QteReserveProduit(IdxProduit) TO PF-QteReserve
               MOVE SeuilRayonProduit(IdxProduit) TO PF-SeuilRayon
               MOVE PrixAchatProduit(IdxProduit) TO PF-PrixAchat
               MOVE EmplacementRayonProduit(IdxProduit)
                    TO PF-EmplacementRayon
               MOVE ClasseABCProduit(IdxProduit) TO PF-ClasseABC
               MOVE DateComptageProduit(IdxProduit) TO PF-DateComptage
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
               MOVE ZERO TO MontantAchat
               MOVE ZERO TO NombreCartesAEmettre
               MOVE "N" TO FinPanier
               DISPLAY "Codes : ANNULER (retirer une ligne), PRIX ",
                       "(forcer un prix), ABANDON (panier entier)."
               PERFORM SAISIR-LIGNE-PANIER UNTIL Fin-Panier
           END-IF.

           DISPLAY "Nom du produit (vide pour terminer) : ".
           MOVE SPACES TO NomProduitChoisi.
           ACCEPT NomProduitChoisi.
           PERFORM RECHERCHER-KIT.
           IF NomProduitChoisi = SPACES
               MOVE "O" TO FinPanier
           ELSE
      *> carte n'est emise au registre qu'a la conclusion de la
      *> vente.
               PERFORM VENDRE-CARTE-CADEAU
           ELSE
           IF NomProduitChoisi = "ANNULER"
               PERFORM ANNULER-LIGNE-PANIER
           ELSE
           IF NomProduitChoisi = "PRIX"
               PERFORM FORCER-PRIX-LIGNE
           ELSE
           IF NomProduitChoisi = "ABANDON"
               PERFORM ABANDONNER-PANIER
           ELSE
           IF Kit-Trouve
      *> Code de kit : une ligne saisie, autant de lignes de panier
      *> que de composants.
               PERFORM VENDRE-KIT
           ELSE
               PERFORM RECHERCHER-PRODUIT
               IF NOT Produit-Trouve
                                TO LP-CodeTVA(NombreLignesPanier)
                           MOVE PrixAchatProduit(IdxProduitTrouve)
                                TO LP-Cout(NombreLignesPanier)
                           MOVE SPACES TO LP-Kit(NombreLignesPanier)
                           ADD LP-Total(NombreLignesPanier)
                               TO MontantAchat
                           IF Promo-Trouvee
                   END-EVALUATE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LISTER-LIGNES-PANIER.
           PERFORM VARYING IdxDecalLigne FROM 1 BY 1
                   UNTIL IdxDecalLigne > NombreLignesPanier
               DISPLAY IdxDecalLigne, ". ",
                       LP-Produit(IdxDecalLigne), " x ",
                       LP-Quantite(IdxDecalLigne), " a ",
                       LP-Prix(IdxDecalLigne), " = ",
                       LP-Total(IdxDecalLigne)
           END-PERFORM.

       CHOISIR-LIGNE-PANIER.
      *> Une ligne de kit ou de carte cadeau ne se retouche pas
      *> seule : le prix du kit est reparti sur ses composants et la
      *> carte attend son emission. Le panier s'abandonne alors en
      *> entier.
           MOVE ZERO TO NumeroLigneSaisi.
           IF NombreLignesPanier = ZERO
               DISPLAY "Panier vide."
           ELSE
               PERFORM LISTER-LIGNES-PANIER
               DISPLAY "Numero de ligne :"
               ACCEPT NumeroLigneSaisi
               IF NumeroLigneSaisi = ZERO
                  OR NumeroLigneSaisi > NombreLignesPanier
                   DISPLAY "Ligne inconnue."
                   MOVE ZERO TO NumeroLigneSaisi
               ELSE
                   SET IdxLigne TO NumeroLigneSaisi
                   IF LP-Kit(IdxLigne) NOT = SPACES
                      OR LP-Produit(IdxLigne) = "CARTE"
                       DISPLAY "Ligne de kit ou de carte cadeau : ",
                               "abandonner le panier pour l'annuler."
                       MOVE ZERO TO NumeroLigneSaisi
                   END-IF
               END-IF
           END-IF.

       ANNULER-LIGNE-PANIER.
           PERFORM CHOISIR-LIGNE-PANIER.
           IF NumeroLigneSaisi > ZERO
               MOVE "A" TO JournalType
               PERFORM JOURNALISER-LIGNE-PANIER
               SUBTRACT LP-Total(IdxLigne) FROM MontantAchat
               PERFORM VARYING IdxDecalLigne FROM NumeroLigneSaisi
                       BY 1 UNTIL IdxDecalLigne >= NombreLignesPanier
                   MOVE LignePanier(IdxDecalLigne + 1)
                        TO LignePanier(IdxDecalLigne)
               END-PERFORM
               SUBTRACT 1 FROM NombreLignesPanier
               DISPLAY "Ligne annulee."
           END-IF.

       FORCER-PRIX-LIGNE.
      *> Un prix force ne peut que baisser ; la remise consentie sur
      *> la ligne est journalisee.
           PERFORM CHOISIR-LIGNE-PANIER.
           IF NumeroLigneSaisi > ZERO
               DISPLAY "Nouveau prix unitaire :"
               MOVE ZERO TO PrixForceSaisi
               ACCEPT PrixForceSaisi
               IF PrixForceSaisi >= LP-Prix(IdxLigne)
                   DISPLAY "Un prix force doit etre inferieur au ",
                           "prix de la ligne (", LP-Prix(IdxLigne),
                           ")."
               ELSE
                   COMPUTE TotalLigneForce ROUNDED =
                           LP-Quantite(IdxLigne) * PrixForceSaisi
                   MOVE "F" TO JournalType
                   MOVE LP-Produit(IdxLigne) TO JournalProduit
                   MOVE LP-Quantite(IdxLigne) TO JournalQuantite
                   COMPUTE JournalValeur =
                           LP-Total(IdxLigne) - TotalLigneForce
                   PERFORM ECRIRE-JOURNAL-CAISSE
                   SUBTRACT JournalValeur FROM MontantAchat
                   MOVE PrixForceSaisi TO LP-Prix(IdxLigne)
                   MOVE TotalLigneForce TO LP-Total(IdxLigne)
                   DISPLAY LP-Produit(IdxLigne), " x ",
                           LP-Quantite(IdxLigne), " a ",
                           LP-Prix(IdxLigne), " (prix force) = ",
                           LP-Total(IdxLigne)
               END-IF
           END-IF.

       ABANDONNER-PANIER.
           PERFORM VARYING IdxLigne FROM 1 BY 1
                   UNTIL IdxLigne > NombreLignesPanier
               MOVE "P" TO JournalType
               PERFORM JOURNALISER-LIGNE-PANIER
           END-PERFORM.
           MOVE ZERO TO NombreLignesPanier.
           MOVE ZERO TO MontantAchat.
           MOVE ZERO TO NombreCartesAEmettre.
           MOVE "O" TO FinPanier.

       JOURNALISER-LIGNE-PANIER.
           MOVE LP-Produit(IdxLigne) TO JournalProduit.
           MOVE LP-Quantite(IdxLigne) TO JournalQuantite.
           MOVE LP-Total(IdxLigne) TO JournalValeur.
           PERFORM ECRIRE-JOURNAL-CAISSE.

       OUVRIR-TIROIR-SANS-VENTE.
           MOVE "T" TO JournalType.
           MOVE SPACES TO JournalProduit.
           MOVE ZERO TO JournalQuantite.
           MOVE ZERO TO JournalValeur.
           PERFORM ECRIRE-JOURNAL-CAISSE.
           DISPLAY "Tiroir ouvert sans vente : ouverture journalisee.".

       ECRIRE-JOURNAL-CAISSE.
           OPEN EXTEND journal-caisse.
           IF ws-file-status = '35'
               CLOSE journal-caisse
               OPEN OUTPUT journal-caisse
           END-IF.
           ACCEPT JC-Date FROM DATE YYYYMMDD.
           ACCEPT JC-Heure FROM TIME.
           MOVE OperateurCourant TO JC-Operateur.
           MOVE JournalType TO JC-Type.
           MOVE JournalProduit TO JC-Produit.
           MOVE JournalQuantite TO JC-Quantite.
           MOVE JournalValeur TO JC-Valeur.
           MOVE SEP-Virgule TO JC-Sep1.
           MOVE SEP-Virgule TO JC-Sep2.
           MOVE SEP-Virgule TO JC-Sep3.
           MOVE SEP-Virgule TO JC-Sep4.
           MOVE SEP-Virgule TO JC-Sep5.
           MOVE SEP-Virgule TO JC-Sep6.
           WRITE journal-caisse-enregistrement
           END-WRITE.
           CLOSE journal-caisse.

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
                   MOVE KT-Libelle TO KI-Libelle(NombreKits)
                   MOVE KT-Prix TO KI-Prix(NombreKits)
               END-IF
           ELSE
               IF KN-Type = "C" AND NombreComposantsKits < 200
                  AND KN-Quantite IS NUMERIC
                   ADD 1 TO NombreComposantsKits
                   MOVE KN-Code TO KO-Code(NombreComposantsKits)
                   MOVE KN-Produit
                        TO KO-Produit(NombreComposantsKits)
                   MOVE KN-Quantite
                        TO KO-Quantite(NombreComposantsKits)
               END-IF
           END-IF.

       RECHERCHER-KIT.
           MOVE "N" TO KitTrouve.
           MOVE ZERO TO IdxKitTrouve.
           PERFORM VARYING IdxKit FROM 1 BY 1
                   UNTIL IdxKit > NombreKits OR Kit-Trouve
               IF KI-Code(IdxKit) = NomProduitChoisi
                   MOVE "O" TO KitTrouve
                   SET IdxKitTrouve TO IdxKit
               END-IF
           END-PERFORM.

       VENDRE-KIT.
      *> Tout ou rien : un composant inconnu ou en rupture, ou un
      *> panier trop court pour recevoir toutes les lignes, et le kit
      *> entier est refuse.
           DISPLAY "Nombre de kits ", KI-Code(IdxKitTrouve), " : ".
           ACCEPT QuantiteVendue.
           MOVE "O" TO KitVendable.
           MOVE ZERO TO ComposantsDuKit.
           MOVE ZERO TO ValeurDetailKit.
           IF QuantiteVendue = ZERO
               DISPLAY "Quantite nulle : ligne ignoree."
               MOVE "N" TO KitVendable
           ELSE
               PERFORM VARYING IdxComposant FROM 1 BY 1
                       UNTIL IdxComposant > NombreComposantsKits
                   IF KO-Code(IdxComposant) = KI-Code(IdxKitTrouve)
                       PERFORM CONTROLER-COMPOSANT-KIT
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN NOT Kit-Vendable
                   CONTINUE
               WHEN ComposantsDuKit = ZERO
                   DISPLAY "Kit sans composant : ligne ignoree."
               WHEN NombreLignesPanier + ComposantsDuKit > 20
                   DISPLAY "Panier plein : le kit demande ",
                           ComposantsDuKit, " lignes."
               WHEN ValeurDetailKit = ZERO
                   DISPLAY "Composants sans prix de vente : le prix ",
                           "du kit ne peut etre reparti."
               WHEN OTHER
                   PERFORM ECLATER-KIT
           END-EVALUATE.

       CONTROLER-COMPOSANT-KIT.
      *> Le stock disponible tient compte des lignes deja au panier,
      *> comme pour une vente a l'article.
           ADD 1 TO ComposantsDuKit.
           MOVE KO-Produit(IdxComposant) TO NomProduitChoisi.
           PERFORM RECHERCHER-PRODUIT.
           IF NOT Produit-Trouve
               DISPLAY "Composant ", KO-Produit(IdxComposant),
                       " inconnu au fichier des stocks."
               MOVE "N" TO KitVendable
           ELSE
               COMPUTE QuantiteComposant =
                       QuantiteVendue * KO-Quantite(IdxComposant)
               MOVE ZERO TO QuantiteDejaPanier
               PERFORM VARYING IdxLigne FROM 1 BY 1
                       UNTIL IdxLigne > NombreLignesPanier
                   IF LP-IdxProduit(IdxLigne) = IdxProduitTrouve
                       ADD LP-Quantite(IdxLigne)
                           TO QuantiteDejaPanier
                   END-IF
               END-PERFORM
               COMPUTE QuantiteDisponible =
                       Quantite(IdxProduitTrouve)
                       - QuantiteDejaPanier
               IF QuantiteComposant > QuantiteDisponible
                   DISPLAY "Stock insuffisant pour ",
                           KO-Produit(IdxComposant),
                           " (disponible : ", QuantiteDisponible,
                           ")."
                   MOVE "N" TO KitVendable
               ELSE
                   COMPUTE ValeurDetailKit = ValeurDetailKit
                           + KO-Quantite(IdxComposant)
                           * Prix-Unitaire(IdxProduitTrouve)
               END-IF
           END-IF.

       ECLATER-KIT.
      *> Chaque composant recoit sa part du prix du kit au prorata de
      *> sa valeur au prix de vente ; le dernier prend le reste, pour
      *> que les lignes totalisent exactement le prix du kit.
           COMPUTE PrixTotalKit =
                   QuantiteVendue * KI-Prix(IdxKitTrouve).
           MOVE PrixTotalKit TO ResteARepartirKit.
           MOVE ZERO TO ComposantsRepartis.
           DISPLAY KI-Code(IdxKitTrouve), " ", KI-Libelle(IdxKitTrouve),
                   " x ", QuantiteVendue, " a ", KI-Prix(IdxKitTrouve),
                   " = ", PrixTotalKit.
           PERFORM VARYING IdxComposant FROM 1 BY 1
                   UNTIL IdxComposant > NombreComposantsKits
               IF KO-Code(IdxComposant) = KI-Code(IdxKitTrouve)
                   PERFORM AJOUTER-COMPOSANT-KIT
               END-IF
           END-PERFORM.
           ADD PrixTotalKit TO MontantAchat.

       AJOUTER-COMPOSANT-KIT.
           ADD 1 TO ComposantsRepartis.
           MOVE KO-Produit(IdxComposant) TO NomProduitChoisi.
           PERFORM RECHERCHER-PRODUIT.
           COMPUTE QuantiteComposant =
                   QuantiteVendue * KO-Quantite(IdxComposant).
           ADD 1 TO NombreLignesPanier.
           MOVE KO-Produit(IdxComposant)
                TO LP-Produit(NombreLignesPanier).
           MOVE QuantiteComposant TO LP-Quantite(NombreLignesPanier).
           IF ComposantsRepartis = ComposantsDuKit
               MOVE ResteARepartirKit TO LP-Total(NombreLignesPanier)
           ELSE
               COMPUTE LP-Total(NombreLignesPanier) ROUNDED =
                       PrixTotalKit * KO-Quantite(IdxComposant)
                       * Prix-Unitaire(IdxProduitTrouve)
                       / ValeurDetailKit
               SUBTRACT LP-Total(NombreLignesPanier)
                   FROM ResteARepartirKit
           END-IF.
           COMPUTE LP-Prix(NombreLignesPanier) ROUNDED =
                   LP-Total(NombreLignesPanier) / QuantiteComposant.
           MOVE IdxProduitTrouve TO LP-IdxProduit(NombreLignesPanier).
           MOVE CodeTVAProduit(IdxProduitTrouve)
                TO LP-CodeTVA(NombreLignesPanier).
           MOVE PrixAchatProduit(IdxProduitTrouve)
                TO LP-Cout(NombreLignesPanier).
           MOVE KI-Code(IdxKitTrouve) TO LP-Kit(NombreLignesPanier).
           DISPLAY "   dont ", KO-Produit(IdxComposant), " x ",
                   QuantiteComposant, " = ",
                   LP-Total(NombreLignesPanier).

       ENREGISTRER-LIGNES-RECU.
      *> Chaque ligne du panier part dans recus_lignes, rattachee au
      *> ticket par le client, la date et l'heure du recu.
               MOVE LP-Prix(IdxLigne) TO RL-PrixUnitaire
               MOVE LP-Total(IdxLigne) TO RL-TotalLigne
               MOVE LP-Cout(IdxLigne) TO RL-CoutUnitaire
               MOVE LP-Kit(IdxLigne) TO RL-Kit
               MOVE SEP-Virgule TO RL-Sep1
               MOVE SEP-Virgule TO RL-Sep2
               MOVE SEP-Virgule TO RL-Sep3
               MOVE SEP-Virgule TO RL-Sep5
               MOVE SEP-Virgule TO RL-Sep6
               MOVE SEP-Virgule TO RL-Sep7
               MOVE SEP-Virgule TO RL-Sep8
               WRITE recu-ligne-enregistrement
           END-PERFORM.
           CLOSE recus-lignes.
               MOVE LP-Quantite(IdxLigne) TO MV-Quantite
               MOVE Quantite(LP-IdxProduit(IdxLigne))
                    TO MV-SoldeApres
      *> Un composant de kit porte le code du kit en motif : le
      *> rapport de marge du stock y retrouve sa part du prix du kit.
               IF LP-Kit(IdxLigne) = SPACES
                   MOVE "VENTE CAISSE" TO MV-Motif
               ELSE
                   MOVE SPACES TO MV-Motif
                   STRING "KIT " DELIMITED BY SIZE
                          LP-Kit(IdxLigne) DELIMITED BY SIZE
                          INTO MV-Motif
                   END-STRING
               END-IF
               MOVE OperateurCourant TO MV-Operateur
               MOVE SEP-Virgule TO MV-Sep1
               MOVE SEP-Virgule TO MV-Sep2
           END-PERFORM.
           CLOSE mouvements-fichier.
           PERFORM SAUVEGARDER-PRODUITS.
           PERFORM SORTIR-LOTS-VENDUS.

       SORTIR-LOTS-VENDUS.
      *> Les produits alimentaires vendus sortent de leurs lots au
      *> rayon, le plus proche de sa date limite d'abord ; la part
      *> qu'aucun lot ne couvre est du stock anterieur au suivi des
      *> lots. Le fichier des lots est relu a chaque vente : il est
      *> tenu aussi par le programme de stock (reception, transfert,
      *> mise au rebut).
           PERFORM CHARGER-LOTS.
           PERFORM VARYING IdxLigne FROM 1 BY 1
                   UNTIL IdxLigne > NombreLignesPanier
               IF LP-IdxProduit(IdxLigne) NOT = ZERO
                  AND LP-CodeTVA(IdxLigne) = "R"
                   MOVE LP-Quantite(IdxLigne) TO QuantiteAPrelever
                   PERFORM PRELEVER-LOT-FEFO
                           UNTIL QuantiteAPrelever = ZERO
               END-IF
           END-PERFORM.
           PERFORM SAUVEGARDER-LOTS.

       PRELEVER-LOT-FEFO.
           MOVE ZERO TO IdxLotChoisi.
           PERFORM VARYING IdxLot FROM 1 BY 1
                   UNTIL IdxLot > NombreLots
               IF LO-Produit(IdxLot) = LP-Produit(IdxLigne)
                  AND LO-Emplacement(IdxLot) = "R"
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
           IF IdxLotChoisi = ZERO
               MOVE ZERO TO QuantiteAPrelever
           ELSE
               IF LO-Quantite(IdxLotChoisi) < QuantiteAPrelever
                   SUBTRACT LO-Quantite(IdxLotChoisi)
                       FROM QuantiteAPrelever
                   MOVE ZERO TO LO-Quantite(IdxLotChoisi)
               ELSE
                   SUBTRACT QuantiteAPrelever
                       FROM LO-Quantite(IdxLotChoisi)
                   MOVE ZERO TO QuantiteAPrelever
               END-IF
           END-IF.

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
                               MOVE LT-Produit
                                    TO LO-Produit(NombreLots)
                               MOVE LT-Numero
                                    TO LO-Numero(NombreLots)
                               MOVE LT-Peremption
                                    TO LO-Peremption(NombreLots)
                               MOVE LT-Emplacement
                                    TO LO-Emplacement(NombreLots)
                               MOVE LT-Quantite
                                    TO LO-Quantite(NombreLots)
                               MOVE LT-DateReception
                                    TO LO-DateReception(NombreLots)
                           ELSE
                               MOVE "O" TO LotsPleins
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE lots-fichier
           END-IF.

       SAUVEGARDER-LOTS.
      *> Une table debordee au chargement n'est jamais reecrite : les
      *> lots restes hors table seraient perdus.
           IF NOT Lots-Pleins
               OPEN OUTPUT lots-fichier
               PERFORM VARYING IdxLot FROM 1 BY 1
                       UNTIL IdxLot > NombreLots
                   IF LO-Quantite(IdxLot) > ZERO
                       MOVE LO-Produit(IdxLot) TO LT-Produit
                       MOVE LO-Numero(IdxLot) TO LT-Numero
                       MOVE LO-Peremption(IdxLot) TO LT-Peremption
                       MOVE LO-Emplacement(IdxLot) TO LT-Emplacement
                       MOVE LO-Quantite(IdxLot) TO LT-Quantite
                       MOVE LO-DateReception(IdxLot)
                            TO LT-DateReception
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

       CHARGER-COUPONS.
           MOVE ZERO TO NombreCoupons.
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreCoupons < 500
                               ADD 1 TO NombreCoupons
                               MOVE CO-Code
                                    TO CPN-Code(NombreCoupons)
                               DISPLAY "  ", RL-Produit, " x ",
                                       RL-Quantite, " a ",
                                       RL-PrixUnitaire, " = ",
                                       RL-TotalLigne, " ", RL-Kit
                           END-IF
                   END-READ
               END-PERFORM
                            TO LP-IdxProduit(NombreLignesPanier)
                       MOVE "N" TO LP-CodeTVA(NombreLignesPanier)
                       MOVE ZERO TO LP-Cout(NombreLignesPanier)
                       MOVE SPACES TO LP-Kit(NombreLignesPanier)
                       ADD MontantCarteVendue TO MontantAchat
                       DISPLAY "CARTE ", NumeroCarteSaisi, " de ",
                               MontantCarteVendue,
           DISPLAY "Dette totale des cartes en cours : ",
                   TotalDetteCartes, ".".

       MENU-POINTS-FIDELITE.
           DISPLAY "===== POINTS DE FIDELITE =====".
           DISPLAY "1. Points d'un client".
           DISPLAY "2. Etat mensuel des points en cours (dette)".
           DISPLAY "3. Terminer".
           ACCEPT ChoixMenuPoints.
           EVALUATE ChoixMenuPoints
               WHEN 1 PERFORM CONSULTER-POINTS-CLIENT
               WHEN 2 PERFORM ETAT-DETTE-POINTS
               WHEN 3 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuPoints NOT = 3
               PERFORM MENU-POINTS-FIDELITE
           END-IF.

       CHARGER-POINTS-FIDELITE.
           MOVE ZERO TO NombreMouvementsPoints.
           MOVE "N" TO PointsPleins.
           OPEN INPUT points-fidelite.
           IF ws-file-status NOT = '00'
               CLOSE points-fidelite
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ points-fidelite
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-MOUVEMENT-POINTS
                   END-READ
               END-PERFORM
               CLOSE points-fidelite
           END-IF.

       RANGER-MOUVEMENT-POINTS.
      *> Mouvement lu (ou prepare) dans l'enregistrement PT-, range
      *> en fin de table.
           IF NombreMouvementsPoints < 3000
               ADD 1 TO NombreMouvementsPoints
               SET IdxPoints TO NombreMouvementsPoints
               MOVE PT-IdClient TO PO-IdClient(IdxPoints)
               MOVE PT-Type TO PO-Type(IdxPoints)
               MOVE PT-DateMouvement TO PO-DateMouvement(IdxPoints)
               MOVE PT-DateTicket TO PO-DateTicket(IdxPoints)
               MOVE PT-HeureTicket TO PO-HeureTicket(IdxPoints)
               MOVE PT-Points TO PO-Points(IdxPoints)
               MOVE PT-Expiration TO PO-Expiration(IdxPoints)
               MOVE PT-Restant TO PO-Restant(IdxPoints)
               MOVE PT-Reference TO PO-Reference(IdxPoints)
           ELSE
               MOVE "O" TO PointsPleins
               MOVE '10' TO ws-file-status
           END-IF.

       SAUVEGARDER-POINTS-FIDELITE.
      *> Un grand livre charge en partie n'est jamais reecrit.
           IF Points-Pleins
               DISPLAY "Grand livre des points au-dela de 3000 ",
                       "lignes : non reecrit."
           ELSE
               OPEN OUTPUT points-fidelite
               PERFORM VARYING IdxPoints FROM 1 BY 1
                       UNTIL IdxPoints > NombreMouvementsPoints
                   MOVE PO-IdClient(IdxPoints) TO PT-IdClient
                   MOVE PO-Type(IdxPoints) TO PT-Type
                   MOVE PO-DateMouvement(IdxPoints)
                        TO PT-DateMouvement
                   MOVE PO-DateTicket(IdxPoints) TO PT-DateTicket
                   MOVE PO-HeureTicket(IdxPoints) TO PT-HeureTicket
                   MOVE PO-Points(IdxPoints) TO PT-Points
                   MOVE PO-Expiration(IdxPoints) TO PT-Expiration
                   MOVE PO-Restant(IdxPoints) TO PT-Restant
                   MOVE PO-Reference(IdxPoints) TO PT-Reference
                   PERFORM PREPARER-LIGNE-POINTS
                   WRITE point-fidelite-enregistrement
               END-PERFORM
               CLOSE points-fidelite
           END-IF.

       PREPARER-LIGNE-POINTS.
           MOVE SEP-Virgule TO PT-Sep1.
           MOVE SEP-Virgule TO PT-Sep2.
           MOVE SEP-Virgule TO PT-Sep3.
           MOVE SEP-Virgule TO PT-Sep4.
           MOVE SEP-Virgule TO PT-Sep5.
           MOVE SEP-Virgule TO PT-Sep6.
           MOVE SEP-Virgule TO PT-Sep7.
           MOVE SEP-Virgule TO PT-Sep8.

       CREDITER-POINTS-FIDELITE.
      *> Points du ticket au taux du palier de la vente, sur le TTC,
      *> ajoutes au grand livre sans le recharger.
           IF IdxClientTrouve > ZERO
               EVALUATE TRUE
                   WHEN Fidelite-Or
                       MOVE TauxPointsOr TO TauxPointsTicket
                   WHEN Fidelite-Argent
                       MOVE TauxPointsArgent TO TauxPointsTicket
                   WHEN OTHER
                       MOVE TauxPointsBronze TO TauxPointsTicket
               END-EVALUATE
               COMPUTE PointsGagnes = MontantTTC * TauxPointsTicket
               IF PointsGagnes > ZERO
                   MOVE "A" TO DATU-Operation
                   MOVE RC-Date TO DATU-Date1
                   MOVE DureePoints TO DATU-Nombre
                   CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                           DATU-Date2, DATU-Nombre,
                           DATU-DateResultat, DATU-Statut
                   IF DATU-Statut NOT = '00'
                       MOVE RC-Date TO DATU-DateResultat
                   END-IF
                   MOVE IdClientSaisi TO PT-IdClient
                   MOVE "G" TO PT-Type
                   MOVE RC-Date TO PT-DateMouvement
                   MOVE RC-Date TO PT-DateTicket
                   MOVE RC-Heure TO PT-HeureTicket
                   MOVE PointsGagnes TO PT-Points
                   MOVE DATU-DateResultat TO PT-Expiration
                   MOVE PointsGagnes TO PT-Restant
                   MOVE SPACES TO PT-Reference
                   PERFORM PREPARER-LIGNE-POINTS
                   OPEN EXTEND points-fidelite
                   IF ws-file-status = '35'
                       CLOSE points-fidelite
                       OPEN OUTPUT points-fidelite
                   END-IF
                   WRITE point-fidelite-enregistrement
                   END-WRITE
                   CLOSE points-fidelite
                   DISPLAY "Points de fidelite gagnes : ",
                           PointsGagnes, " (valables jusqu'au ",
                           DATU-DateResultat, ")."
               END-IF
           END-IF.

       CALCULER-SOLDE-POINTS.
      *> Points non expires restant au client IdClientSaisi.
           MOVE ZERO TO SoldePoints.
           PERFORM VARYING IdxPoints FROM 1 BY 1
                   UNTIL IdxPoints > NombreMouvementsPoints
               IF PO-IdClient(IdxPoints) = IdClientSaisi
                  AND PO-Type(IdxPoints) = "G"
                  AND PO-Expiration(IdxPoints) NOT < DateDuJourCaisse
                   ADD PO-Restant(IdxPoints) TO SoldePoints
               END-IF
           END-PERFORM.

       PROPOSER-POINTS-FIDELITE.
      *> Avant conclusion ou mise en gare, le client peut convertir
      *> ses points en remise sur ce ticket (R) ou en bon d'achat pour
      *> plus tard (B) : un coupon a usage unique est cree dans les
      *> deux cas. Un seul code par ticket : la remise n'est pas
      *> proposee quand un coupon est deja applique.
           PERFORM CHARGER-POINTS-FIDELITE.
           ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD.
           PERFORM CALCULER-SOLDE-POINTS.
           IF SoldePoints = ZERO OR SoldePoints < MinimumPoints
              OR ValeurCentPoints = ZERO
               CONTINUE
           ELSE
           IF Points-Pleins OR NombreMouvementsPoints NOT < 3000
              OR NombreCoupons NOT < 500
               DISPLAY "Conversion des points indisponible ",
                       "(fichier des points ou des coupons plein)."
           ELSE
               COMPUTE ValeurPointsConvertis =
                       SoldePoints * ValeurCentPoints / 100
               DISPLAY "Points de fidelite : ", SoldePoints,
                       " (valeur ", ValeurPointsConvertis, ")."
               DISPLAY "Convertir en (R)emise sur ce ticket, en ",
                       "(B)on d'achat, ou rien (vide) :"
               MOVE SPACE TO ChoixConversion
               ACCEPT ChoixConversion
               EVALUATE ChoixConversion
                   WHEN "R"
                       IF Coupon-Applique
                           DISPLAY "Un coupon est deja applique a ce ",
                                   "ticket : choisir un bon d'achat."
                       ELSE
                           PERFORM CONVERTIR-POINTS-REMISE
                       END-IF
                   WHEN "B"
                       PERFORM CONVERTIR-POINTS-BON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           END-IF.

       SAISIR-POINTS-A-CONVERTIR.
           DISPLAY "Points a convertir (0 = tous) :".
           MOVE ZERO TO PointsAConvertir.
           ACCEPT PointsAConvertir.
           IF PointsAConvertir = ZERO
              OR PointsAConvertir > SoldePoints
               MOVE SoldePoints TO PointsAConvertir
           END-IF.

       CONVERTIR-POINTS-REMISE.
      *> La remise ne depasse pas le montant du panier.
           PERFORM SAISIR-POINTS-A-CONVERTIR.
           COMPUTE PointsMaxTicket =
                   MontantAchat * 100 / ValeurCentPoints.
           IF PointsAConvertir > PointsMaxTicket
               MOVE PointsMaxTicket TO PointsAConvertir
               DISPLAY "Remise limitee au montant du panier : ",
                       PointsAConvertir, " points."
           END-IF.
           COMPUTE ValeurPointsConvertis =
                   PointsAConvertir * ValeurCentPoints / 100.
           IF ValeurPointsConvertis = ZERO
               DISPLAY "Trop peu de points : aucune remise."
           ELSE
               PERFORM CREER-BON-POINTS
               MOVE CodeBonPoints TO CodeCouponSaisi
               MOVE NombreCoupons TO IdxCouponTrouve
               MOVE "O" TO CouponApplique
               DISPLAY "Remise fidelite de ", ValeurPointsConvertis,
                       " appliquee (", PointsAConvertir, " points)."
           END-IF.

       CONVERTIR-POINTS-BON.
           PERFORM SAISIR-POINTS-A-CONVERTIR.
           COMPUTE ValeurPointsConvertis =
                   PointsAConvertir * ValeurCentPoints / 100.
           IF ValeurPointsConvertis = ZERO
               DISPLAY "Trop peu de points : aucun bon."
           ELSE
               PERFORM CREER-BON-POINTS
               DISPLAY "Bon d'achat ", CodeBonPoints, " de ",
                       ValeurPointsConvertis, " valable jusqu'au ",
                       CPN-DateFin(NombreCoupons), "."
           END-IF.

       CREER-BON-POINTS.
      *> Coupon F a usage unique numerote PT + sequence, valable
      *> BONPOINTS jours ; les points sont debites du grand livre
      *> (ligne U portant le code du coupon).
           MOVE ZERO TO DernierBonPoints.
           PERFORM VARYING IdxCoupon FROM 1 BY 1
                   UNTIL IdxCoupon > NombreCoupons
               MOVE CPN-Code(IdxCoupon) TO CodeBonPoints
               IF CB-Prefixe = "PT" AND CB-Numero IS NUMERIC
                   IF CB-Numero > DernierBonPoints
                       MOVE CB-Numero TO DernierBonPoints
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO DernierBonPoints.
           MOVE "PT" TO CB-Prefixe.
           MOVE DernierBonPoints TO CB-Numero.
           MOVE "A" TO DATU-Operation.
           MOVE DateDuJourCaisse TO DATU-Date1.
           MOVE DureeBonPoints TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut NOT = '00'
               MOVE DateDuJourCaisse TO DATU-DateResultat
           END-IF.
           ADD 1 TO NombreCoupons.
           MOVE CodeBonPoints TO CPN-Code(NombreCoupons).
           MOVE "F" TO CPN-Type(NombreCoupons).
           MOVE ValeurPointsConvertis TO CPN-Valeur(NombreCoupons).
           MOVE DateDuJourCaisse TO CPN-DateDebut(NombreCoupons).
           MOVE DATU-DateResultat TO CPN-DateFin(NombreCoupons).
           MOVE "O" TO CPN-UsageUnique(NombreCoupons).
           MOVE "N" TO CPN-Utilise(NombreCoupons).
           PERFORM SAUVEGARDER-COUPONS.
           MOVE PointsAConvertir TO PointsAPrendre.
           PERFORM CONSOMMER-POINTS.
           MOVE IdClientSaisi TO PT-IdClient.
           MOVE "U" TO PT-Type.
           MOVE DateDuJourCaisse TO PT-DateMouvement.
           MOVE ZERO TO PT-DateTicket.
           MOVE ZERO TO PT-HeureTicket.
           MOVE PointsAConvertir TO PT-Points.
           MOVE ZERO TO PT-Expiration.
           MOVE ZERO TO PT-Restant.
           MOVE CodeBonPoints TO PT-Reference.
           PERFORM RANGER-MOUVEMENT-POINTS.
           PERFORM SAUVEGARDER-POINTS-FIDELITE.

       CONSOMMER-POINTS.
      *> Preleve PointsAPrendre sur les gains non expires du client
      *> IdClientSaisi, du plus ancien au plus recent ; ce qui n'a pu
      *> etre preleve reste dans PointsAPrendre.
           PERFORM VARYING IdxPoints FROM 1 BY 1
                   UNTIL IdxPoints > NombreMouvementsPoints
                      OR PointsAPrendre = ZERO
               IF PO-IdClient(IdxPoints) = IdClientSaisi
                  AND PO-Type(IdxPoints) = "G"
                  AND PO-Expiration(IdxPoints) NOT < DateDuJourCaisse
                   PERFORM PRELEVER-SUR-GAIN
               END-IF
           END-PERFORM.

       PRELEVER-SUR-GAIN.
           IF PO-Restant(IdxPoints) > PointsAPrendre
               MOVE PointsAPrendre TO PointsPrisLigne
           ELSE
               MOVE PO-Restant(IdxPoints) TO PointsPrisLigne
           END-IF.
           SUBTRACT PointsPrisLigne FROM PO-Restant(IdxPoints).
           SUBTRACT PointsPrisLigne FROM PointsAPrendre.

       REPRENDRE-POINTS-REMBOURSES.
      *> Les points gagnes sur le ticket rembourse sont repris au
      *> prorata du montant rendu, sans depasser ce que d'eventuels
      *> remboursements partiels precedents n'ont pas deja repris ;
      *> ils sont preleves d'abord sur le gain du ticket, puis sur
      *> les autres points du client. La part deja convertie ou
      *> expiree ne se reprend pas : elle reste notee sur la ligne R.
           PERFORM CHARGER-POINTS-FIDELITE.
           MOVE ZERO TO IdxGainTrouve.
           MOVE ZERO TO PointsDejaRepris.
           PERFORM VARYING IdxPoints FROM 1 BY 1
                   UNTIL IdxPoints > NombreMouvementsPoints
               IF PO-IdClient(IdxPoints) = IdClientSaisi
                  AND PO-DateTicket(IdxPoints) = DateTicketOrigine
                  AND PO-HeureTicket(IdxPoints)
                      = TK-Heure(IdxTicketTrouve)
                   IF PO-Type(IdxPoints) = "G"
                       SET IdxGainTrouve TO IdxPoints
                   END-IF
                   IF PO-Type(IdxPoints) = "R"
                       ADD PO-Points(IdxPoints) TO PointsDejaRepris
                   END-IF
               END-IF
           END-PERFORM.
           IF IdxGainTrouve = ZERO
               CONTINUE
           ELSE
           IF Points-Pleins OR NombreMouvementsPoints NOT < 3000
               DISPLAY "Grand livre des points plein : points du ",
                       "ticket NON repris, a regulariser."
           ELSE
               COMPUTE PointsAReprendre ROUNDED =
                       PO-Points(IdxGainTrouve) * RatioRemboursement
               IF PointsAReprendre + PointsDejaRepris
                  > PO-Points(IdxGainTrouve)
                   COMPUTE PointsAReprendre =
                           PO-Points(IdxGainTrouve) - PointsDejaRepris
               END-IF
               IF PointsAReprendre > ZERO
                   ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD
                   MOVE PointsAReprendre TO PointsAPrendre
                   SET IdxPoints TO IdxGainTrouve
                   PERFORM PRELEVER-SUR-GAIN
                   PERFORM CONSOMMER-POINTS
                   MOVE IdClientSaisi TO PT-IdClient
                   MOVE "R" TO PT-Type
                   MOVE DateDuJourCaisse TO PT-DateMouvement
                   MOVE DateTicketOrigine TO PT-DateTicket
                   MOVE TK-Heure(IdxTicketTrouve) TO PT-HeureTicket
                   MOVE PointsAReprendre TO PT-Points
                   MOVE ZERO TO PT-Expiration
                   MOVE PointsAPrendre TO PT-Restant
                   MOVE SPACES TO PT-Reference
                   PERFORM RANGER-MOUVEMENT-POINTS
                   PERFORM SAUVEGARDER-POINTS-FIDELITE
                   DISPLAY "Points de fidelite repris : ",
                           PointsAReprendre, "."
                   IF PointsAPrendre > ZERO
                       DISPLAY "Dont ", PointsAPrendre, " deja ",
                               "convertis ou expires, non repris."
                   END-IF
               END-IF
           END-IF
           END-IF.

       REBASCULER-POINTS-CLIENT.
      *> Les points de l'identifiant abandonne suivent ses recus.
           PERFORM CHARGER-POINTS-FIDELITE.
           IF Points-Pleins
               DISPLAY "Grand livre des points trop grand : points ",
                       "de l'identifiant abandonne NON rebascules."
           ELSE
               PERFORM VARYING IdxPoints FROM 1 BY 1
                       UNTIL IdxPoints > NombreMouvementsPoints
                   IF PO-IdClient(IdxPoints) = IdClient(IdxClientSource)
                       MOVE IdClient(IdxClientCible)
                            TO PO-IdClient(IdxPoints)
                   END-IF
               END-PERFORM
               PERFORM SAUVEGARDER-POINTS-FIDELITE
           END-IF.

       CONSULTER-POINTS-CLIENT.
           DISPLAY "Identifiant client : ".
           ACCEPT IdClientSaisi.
           PERFORM CHARGER-POINTS-FIDELITE.
           ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD.
           DISPLAY "T Date     Ticket            Points  Expire   ",
                   "Restant Coupon".
           PERFORM VARYING IdxPoints FROM 1 BY 1
                   UNTIL IdxPoints > NombreMouvementsPoints
               IF PO-IdClient(IdxPoints) = IdClientSaisi
                   DISPLAY PO-Type(IdxPoints), " ",
                           PO-DateMouvement(IdxPoints), " ",
                           PO-DateTicket(IdxPoints), " ",
                           PO-HeureTicket(IdxPoints), " ",
                           PO-Points(IdxPoints), " ",
                           PO-Expiration(IdxPoints), " ",
                           PO-Restant(IdxPoints), " ",
                           PO-Reference(IdxPoints)
               END-IF
           END-PERFORM.
           PERFORM CALCULER-SOLDE-POINTS.
           COMPUTE ValeurPointsConvertis =
                   SoldePoints * ValeurCentPoints / 100.
           DISPLAY "Points utilisables : ", SoldePoints, " (valeur ",
                   ValeurPointsConvertis, ").".

       ETAT-DETTE-POINTS.
      *> Etat mensuel pour les comptables : points non expires restant
      *> a consommer par client et leur contre-valeur (la dette des
      *> points), avec les mouvements du mois demande.
           DISPLAY "Mois de l'etat (AAAAMM) : ".
           ACCEPT MoisEtatPoints.
           COMPUTE DebutMoisPoints = MoisEtatPoints * 100 + 1.
           COMPUTE FinMoisPoints = MoisEtatPoints * 100 + 31.
           PERFORM CHARGER-POINTS-FIDELITE.
           IF Points-Pleins
               DISPLAY "Grand livre des points au-dela de 3000 ",
                       "lignes : etat incomplet."
           END-IF.
           ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD.
           INITIALIZE TablePointsClients.
           MOVE ZERO TO TotalPointsGagnes.
           MOVE ZERO TO TotalPointsUtilises.
           MOVE ZERO TO TotalPointsRepris.
           MOVE ZERO TO TotalPointsExpires.
           MOVE ZERO TO TotalPointsEncours.
           PERFORM VARYING IdxPoints FROM 1 BY 1
                   UNTIL IdxPoints > NombreMouvementsPoints
               PERFORM CUMULER-POINTS-ETAT
           END-PERFORM.
           DISPLAY "Client    Points     Valeur".
           PERFORM VARYING IdxClient FROM 1 BY 1
                   UNTIL IdxClient > NombreClients
               IF PointsEncoursClient(IdxClient) > ZERO
                   COMPUTE ValeurPointsClient =
                           PointsEncoursClient(IdxClient)
                           * ValeurCentPoints / 100
                   DISPLAY IdClient(IdxClient), "  ",
                           PointsEncoursClient(IdxClient), "  ",
                           ValeurPointsClient
               END-IF
           END-PERFORM.
           COMPUTE TotalDettePoints =
                   TotalPointsEncours * ValeurCentPoints / 100.
           DISPLAY "Mouvements du mois ", MoisEtatPoints, " :".
           DISPLAY "  gagnes   : ", TotalPointsGagnes.
           DISPLAY "  convertis: ", TotalPointsUtilises.
           DISPLAY "  repris   : ", TotalPointsRepris.
           DISPLAY "  expires  : ", TotalPointsExpires.
           DISPLAY "Points en cours au ", DateDuJourCaisse, " : ",
                   TotalPointsEncours, " - dette : ",
                   TotalDettePoints, ".".

       CUMULER-POINTS-ETAT.
           EVALUATE PO-Type(IdxPoints)
               WHEN "G"
                   IF PO-DateMouvement(IdxPoints)
                          NOT < DebutMoisPoints
                      AND PO-DateMouvement(IdxPoints)
                          NOT > FinMoisPoints
                       ADD PO-Points(IdxPoints) TO TotalPointsGagnes
                   END-IF
                   IF PO-Expiration(IdxPoints) < DateDuJourCaisse
                       IF PO-Expiration(IdxPoints)
                              NOT < DebutMoisPoints
                          AND PO-Expiration(IdxPoints)
                              NOT > FinMoisPoints
                           ADD PO-Restant(IdxPoints)
                               TO TotalPointsExpires
                       END-IF
                   ELSE
                       ADD PO-Restant(IdxPoints) TO TotalPointsEncours
                       PERFORM VARYING IdxClient FROM 1 BY 1
                               UNTIL IdxClient > NombreClients
                           IF IdClient(IdxClient)
                              = PO-IdClient(IdxPoints)
                               ADD PO-Restant(IdxPoints)
                                   TO PointsEncoursClient(IdxClient)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN "U"
                   IF PO-DateMouvement(IdxPoints)
                          NOT < DebutMoisPoints
                      AND PO-DateMouvement(IdxPoints)
                          NOT > FinMoisPoints
                       ADD PO-Points(IdxPoints) TO TotalPointsUtilises
                   END-IF
               WHEN "R"
                   IF PO-DateMouvement(IdxPoints)
                          NOT < DebutMoisPoints
                      AND PO-DateMouvement(IdxPoints)
                          NOT > FinMoisPoints
                       COMPUTE TotalPointsRepris = TotalPointsRepris
                               + PO-Points(IdxPoints)
                               - PO-Restant(IdxPoints)
                   END-IF
           END-EVALUATE.

       CHARGER-FACTURES-COMPTES.
           MOVE ZERO TO NombreFacturesComptes.
           MOVE ZERO TO DernierNumeroFactureCpt.
           MOVE "N" TO FacturesComptesPleines.
           OPEN INPUT factures-comptes.
           IF ws-file-status NOT = '00'
               CLOSE factures-comptes
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ factures-comptes
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF FX-Numero > DernierNumeroFactureCpt
                               MOVE FX-Numero
                                    TO DernierNumeroFactureCpt
                           END-IF
                           IF NombreFacturesComptes < 500
                               ADD 1 TO NombreFacturesComptes
                               PERFORM RANGER-FACTURE-COMPTE
                           ELSE
                               MOVE "O" TO FacturesComptesPleines
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE factures-comptes
           END-IF.
           IF Factures-Comptes-Pleines
               DISPLAY "Table des factures en compte pleine : ",
                       "enregistrement des factures suspendu."
           END-IF.

       RANGER-FACTURE-COMPTE.
           MOVE FX-Numero TO FY-Numero(NombreFacturesComptes).
           MOVE FX-IdClient TO FY-IdClient(NombreFacturesComptes).
           MOVE FX-Mois TO FY-Mois(NombreFacturesComptes).
           MOVE FX-Date TO FY-Date(NombreFacturesComptes).
           MOVE FX-Echeance TO FY-Echeance(NombreFacturesComptes).
           MOVE FX-Montant TO FY-Montant(NombreFacturesComptes).
           MOVE FX-Regle TO FY-Regle(NombreFacturesComptes).
           MOVE FX-Statut TO FY-Statut(NombreFacturesComptes).

       SAUVEGARDER-FACTURES-COMPTES.
      *> Jamais de reecriture depuis une table tronquee : les
      *> factures au-dela de la capacite seraient perdues.
           IF NOT Factures-Comptes-Pleines
               OPEN OUTPUT factures-comptes
               PERFORM VARYING IdxFactureCpt FROM 1 BY 1
                       UNTIL IdxFactureCpt > NombreFacturesComptes
                   MOVE FY-Numero(IdxFactureCpt) TO FX-Numero
                   MOVE FY-IdClient(IdxFactureCpt) TO FX-IdClient
                   MOVE FY-Mois(IdxFactureCpt) TO FX-Mois
                   MOVE FY-Date(IdxFactureCpt) TO FX-Date
                   MOVE FY-Echeance(IdxFactureCpt) TO FX-Echeance
                   MOVE FY-Montant(IdxFactureCpt) TO FX-Montant
                   MOVE FY-Regle(IdxFactureCpt) TO FX-Regle
                   MOVE FY-Statut(IdxFactureCpt) TO FX-Statut
                   MOVE SEP-Virgule TO FX-Sep1
                   MOVE SEP-Virgule TO FX-Sep2
                   MOVE SEP-Virgule TO FX-Sep3
                   MOVE SEP-Virgule TO FX-Sep4
                   MOVE SEP-Virgule TO FX-Sep5
                   MOVE SEP-Virgule TO FX-Sep6
                   MOVE SEP-Virgule TO FX-Sep7
                   WRITE facture-compte-enregistrement
               END-PERFORM
               CLOSE factures-comptes
           END-IF.

       MENU-COMPTES-CLIENTS.
           DISPLAY "===== CLIENTS EN COMPTE =====".
           DISPLAY "1. Facturation du mois".
           DISPLAY "2. Enregistrer un reglement".
           DISPLAY "3. Balance agee".
           DISPLAY "4. Terminer".
           ACCEPT ChoixMenuComptes.
           EVALUATE ChoixMenuComptes
               WHEN 1
                   PERFORM FACTURER-MOIS-COMPTES
               WHEN 2
                   PERFORM ENREGISTRER-REGLEMENT-COMPTE
               WHEN 3
                   PERFORM BALANCE-AGEE-COMPTES
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuComptes NOT = 4
               PERFORM MENU-COMPTES-CLIENTS
           END-IF.

       FACTURER-MOIS-COMPTES.
      *> Une facture par client pour les tickets passes en compte
      *> dans le mois, diminues des avoirs du mois ; un client deja
      *> facture pour ce mois est saute, le traitement peut donc
      *> etre relance sans doublon.
           DISPLAY "Mois a facturer (AAAAMM) : ".
           ACCEPT MoisFacturation.
           COMPUTE DebutMoisFacturation = MoisFacturation * 100 + 1.
           COMPUTE FinMoisFacturation = MoisFacturation * 100 + 31.
           PERFORM CHARGER-FACTURES-COMPTES.
           IF NOT Factures-Comptes-Pleines
               PERFORM VARYING IdxClient FROM 1 BY 1
                       UNTIL IdxClient > NombreClients
                   MOVE ZERO TO MontantMoisClient(IdxClient)
               END-PERFORM
               OPEN INPUT comptes-clients
               IF ws-file-status NOT = '00'
                   CLOSE comptes-clients
               ELSE
                   PERFORM UNTIL ws-file-status = '10'
                       READ comptes-clients
                           AT END
                               MOVE '10' TO ws-file-status
                           NOT AT END
                               IF (CP-Type = "V" OR CP-Type = "A")
                                  AND CP-Date >= DebutMoisFacturation
                                  AND CP-Date <= FinMoisFacturation
                                   PERFORM CUMULER-VENTE-MOIS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE comptes-clients
               END-IF
               ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD
               MOVE ZERO TO FacturesEmises
               MOVE "FACTCPT" TO SPOOL-Etat
               MOVE SPACES TO SPOOL-NomBase
               STRING "factures_comptes_" MoisFacturation
                   DELIMITED BY SIZE INTO SPOOL-NomBase
               MOVE DebutMoisFacturation TO SPOOL-DebutPeriode
               MOVE FinMoisFacturation TO SPOOL-FinPeriode
               MOVE "N" TO SPOOL-Operation
               PERFORM APPELER-SPOOL
               MOVE SPOOL-NomFichier TO NomEtatComptes
               OPEN OUTPUT etat-comptes
               PERFORM VARYING IdxClient FROM 1 BY 1
                       UNTIL IdxClient > NombreClients
                   IF MontantMoisClient(IdxClient) > ZERO
                       PERFORM FACTURER-UN-CLIENT
                   END-IF
               END-PERFORM
               CLOSE etat-comptes
               MOVE "F" TO SPOOL-Operation
               PERFORM APPELER-SPOOL
               IF FacturesEmises > ZERO
                   PERFORM SAUVEGARDER-FACTURES-COMPTES
               END-IF
               DISPLAY "Factures emises : ", FacturesEmises,
                       " - detail dans '", NomEtatComptes, "'."
           END-IF.

       CUMULER-VENTE-MOIS.
           MOVE CP-IdClient TO IdClientSaisi.
           PERFORM RECHERCHER-CLIENT.
           IF IdxClientTrouve = ZERO
               DISPLAY "Vente en compte d'un client disparu : ",
                       CP-IdClient, " le ", CP-Date, "."
           ELSE
               IF CP-Type = "A"
                   SUBTRACT CP-Montant
                       FROM MontantMoisClient(IdxClientTrouve)
               ELSE
                   ADD CP-Montant
                       TO MontantMoisClient(IdxClientTrouve)
               END-IF
           END-IF.

       FACTURER-UN-CLIENT.
           MOVE "N" TO FactureDejaEmise.
           PERFORM VARYING IdxFactureCpt FROM 1 BY 1
                   UNTIL IdxFactureCpt > NombreFacturesComptes
               IF FY-IdClient(IdxFactureCpt) = IdClient(IdxClient)
                  AND FY-Mois(IdxFactureCpt) = MoisFacturation
                   MOVE "O" TO FactureDejaEmise
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Facture-Deja-Emise
                   CONTINUE
               WHEN NombreFacturesComptes >= 500
                   DISPLAY "Table des factures pleine : client ",
                           IdClient(IdxClient), " non facture."
               WHEN OTHER
                   ADD 1 TO DernierNumeroFactureCpt
                   ADD 1 TO NombreFacturesComptes
                   ADD 1 TO FacturesEmises
                   MOVE DernierNumeroFactureCpt
                        TO FY-Numero(NombreFacturesComptes)
                   MOVE IdClient(IdxClient)
                        TO FY-IdClient(NombreFacturesComptes)
                   MOVE MoisFacturation
                        TO FY-Mois(NombreFacturesComptes)
                   MOVE DateDuJourCaisse
                        TO FY-Date(NombreFacturesComptes)
                   MOVE MontantMoisClient(IdxClient)
                        TO FY-Montant(NombreFacturesComptes)
                   MOVE ZERO TO FY-Regle(NombreFacturesComptes)
                   MOVE "O" TO FY-Statut(NombreFacturesComptes)
                   MOVE "A" TO DATU-Operation
                   MOVE DateDuJourCaisse TO DATU-Date1
                   MOVE DelaiCompteClient TO DATU-Nombre
                   CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                           DATU-Date2, DATU-Nombre,
                           DATU-DateResultat, DATU-Statut
                   MOVE DATU-DateResultat
                        TO FY-Echeance(NombreFacturesComptes)
                   PERFORM EDITER-FACTURE-COMPTE
           END-EVALUATE.

       EDITER-FACTURE-COMPTE.
           MOVE SPACES TO etat-comptes-enregistrement.
           STRING "FACTURE N. " FY-Numero(NombreFacturesComptes)
                   " du " DateDuJourCaisse " - client "
                   IdClient(IdxClient)
               DELIMITED BY SIZE INTO etat-comptes-enregistrement.
           WRITE etat-comptes-enregistrement.
           MOVE SPACES TO etat-comptes-enregistrement.
           STRING "Ventes en compte du mois " MoisFacturation
                   " - a regler avant le "
                   FY-Echeance(NombreFacturesComptes)
               DELIMITED BY SIZE INTO etat-comptes-enregistrement.
           WRITE etat-comptes-enregistrement.
           MOVE SPACES TO etat-comptes-enregistrement.
           MOVE "Date ticket  Heure      Montant"
                TO etat-comptes-enregistrement.
           WRITE etat-comptes-enregistrement.
           MOVE ZERO TO TicketsFactures.
           OPEN INPUT comptes-clients.
           PERFORM UNTIL ws-file-status = '10'
               READ comptes-clients
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF (CP-Type = "V" OR CP-Type = "A")
                          AND CP-IdClient = IdClient(IdxClient)
                          AND CP-Date >= DebutMoisFacturation
                          AND CP-Date <= FinMoisFacturation
                           MOVE CP-Montant TO MontantEdite
                           MOVE SPACES TO etat-comptes-enregistrement
                           IF CP-Type = "A"
                               STRING CP-Date "     " CP-Heure "  "
                                       MontantEdite " avoir deduit"
                                   DELIMITED BY SIZE
                                   INTO etat-comptes-enregistrement
                           ELSE
                               ADD 1 TO TicketsFactures
                               STRING CP-Date "     " CP-Heure "  "
                                       MontantEdite
                                   DELIMITED BY SIZE
                                   INTO etat-comptes-enregistrement
                           END-IF
                           WRITE etat-comptes-enregistrement
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE comptes-clients.
           MOVE MontantMoisClient(IdxClient) TO MontantEdite.
           MOVE SPACES TO etat-comptes-enregistrement.
           STRING "Total TTC (" TicketsFactures " ticket(s))     "
                   MontantEdite
               DELIMITED BY SIZE INTO etat-comptes-enregistrement.
           WRITE etat-comptes-enregistrement.
           MOVE SPACES TO etat-comptes-enregistrement.
           WRITE etat-comptes-enregistrement.

       ENREGISTRER-REGLEMENT-COMPTE.
      *> Un reglement s'impute sur une facture ouverte, sans pouvoir
      *> depasser son reste du ; il entre au grand livre (ligne R) et
      *> la facture passe payee une fois soldee.
           PERFORM CHARGER-FACTURES-COMPTES.
           DISPLAY "Identifiant du client : ".
           ACCEPT IdClientSaisi.
           MOVE ZERO TO FacturesOuvertesClient.
           PERFORM VARYING IdxFactureCpt FROM 1 BY 1
                   UNTIL IdxFactureCpt > NombreFacturesComptes
               IF FY-IdClient(IdxFactureCpt) = IdClientSaisi
                  AND FY-Statut(IdxFactureCpt) = "O"
                   ADD 1 TO FacturesOuvertesClient
                   COMPUTE ResteFactureCpt =
                           FY-Montant(IdxFactureCpt)
                           - FY-Regle(IdxFactureCpt)
                   DISPLAY "Facture ", FY-Numero(IdxFactureCpt),
                           " du ", FY-Date(IdxFactureCpt),
                           " echeance ", FY-Echeance(IdxFactureCpt),
                           " reste du ", ResteFactureCpt
               END-IF
           END-PERFORM.
           IF FacturesOuvertesClient = ZERO
               DISPLAY "Aucune facture ouverte pour ce client."
           ELSE
               DISPLAY "Numero de la facture reglee : "
               ACCEPT NumeroFactureSaisi
               MOVE "N" TO FactureCptTrouvee
               PERFORM VARYING IdxFactureCpt FROM 1 BY 1
                       UNTIL IdxFactureCpt > NombreFacturesComptes
                          OR Facture-Cpt-Trouvee
                   IF FY-Numero(IdxFactureCpt) = NumeroFactureSaisi
                      AND FY-IdClient(IdxFactureCpt) = IdClientSaisi
                      AND FY-Statut(IdxFactureCpt) = "O"
                       MOVE "O" TO FactureCptTrouvee
                       SET IdxFactureCptTrouvee TO IdxFactureCpt
                   END-IF
               END-PERFORM
               IF NOT Facture-Cpt-Trouvee
                   DISPLAY "Facture inconnue ou deja payee."
               ELSE
                   PERFORM IMPUTER-REGLEMENT-COMPTE
               END-IF
           END-IF.

       IMPUTER-REGLEMENT-COMPTE.
           COMPUTE ResteFactureCpt =
                   FY-Montant(IdxFactureCptTrouvee)
                   - FY-Regle(IdxFactureCptTrouvee).
           DISPLAY "Montant recu : ".
           ACCEPT MontantReglementCpt.
           EVALUATE TRUE
               WHEN MontantReglementCpt = ZERO
                   DISPLAY "Montant nul : reglement ignore."
               WHEN MontantReglementCpt > ResteFactureCpt
                   DISPLAY "Le reglement depasse le reste du (",
                           ResteFactureCpt, ") : reglement ignore."
               WHEN OTHER
                   ADD MontantReglementCpt
                       TO FY-Regle(IdxFactureCptTrouvee)
                   IF MontantReglementCpt = ResteFactureCpt
                       MOVE "P" TO FY-Statut(IdxFactureCptTrouvee)
                   END-IF
                   MOVE IdClientSaisi TO CP-IdClient
                   ACCEPT CP-Date FROM DATE YYYYMMDD
                   ACCEPT CP-Heure FROM TIME
                   MOVE "R" TO CP-Type
                   MOVE MontantReglementCpt TO CP-Montant
                   MOVE NumeroFactureSaisi TO CP-Facture
                   PERFORM ECRIRE-LIGNE-COMPTE
                   PERFORM SAUVEGARDER-FACTURES-COMPTES
                   IF FY-Statut(IdxFactureCptTrouvee) = "P"
                       DISPLAY "Facture soldee."
                   ELSE
                       DISPLAY "Reglement partiel enregistre."
                   END-IF
           END-EVALUATE.

       BALANCE-AGEE-COMPTES.
      *> Par client en compte : reste du des factures ouvertes par
      *> tranche de retard apres echeance, et encours pas encore
      *> facture (grand livre moins factures ouvertes).
           PERFORM CHARGER-FACTURES-COMPTES.
           ACCEPT DateDuJourCaisse FROM DATE YYYYMMDD.
           MOVE ZERO TO TotalAgeNonEchu.
           MOVE ZERO TO TotalAge1a30.
           MOVE ZERO TO TotalAge31a60.
           MOVE ZERO TO TotalAge61a90.
           MOVE ZERO TO TotalAgePlus90.
           MOVE ZERO TO TotalNonFacture.
           DISPLAY "===== BALANCE AGEE DES CLIENTS EN COMPTE AU ",
                   DateDuJourCaisse, " =====".
           DISPLAY "Client Limite     Non facture Non echu   ",
                   "1-30j      31-60j     61-90j     +90j".
           PERFORM VARYING IdxClient FROM 1 BY 1
                   UNTIL IdxClient > NombreClients
               MOVE IdClient(IdxClient) TO IdClientSaisi
               PERFORM AGER-CLIENT-COMPTE
           END-PERFORM.
           DISPLAY "Totaux       ", TotalNonFacture, " ",
                   TotalAgeNonEchu, " ", TotalAge1a30, " ",
                   TotalAge31a60, " ", TotalAge61a90, " ",
                   TotalAgePlus90.

       AGER-CLIENT-COMPTE.
           MOVE ZERO TO AgeNonEchu.
           MOVE ZERO TO Age1a30.
           MOVE ZERO TO Age31a60.
           MOVE ZERO TO Age61a90.
           MOVE ZERO TO AgePlus90.
           PERFORM CALCULER-ENCOURS-CLIENT.
           MOVE EncoursClient TO NonFactureClient.
           PERFORM VARYING IdxFactureCpt FROM 1 BY 1
                   UNTIL IdxFactureCpt > NombreFacturesComptes
               IF FY-IdClient(IdxFactureCpt) = IdClientSaisi
                  AND FY-Statut(IdxFactureCpt) = "O"
                   PERFORM VENTILER-FACTURE-COMPTE
               END-IF
           END-PERFORM.
           IF EncoursClient NOT = ZERO
               DISPLAY IdClientSaisi, "  ", LimiteClient(IdxClient),
                       " ", NonFactureClient, " ", AgeNonEchu, " ",
                       Age1a30, " ", Age31a60, " ", Age61a90, " ",
                       AgePlus90
               ADD NonFactureClient TO TotalNonFacture
               ADD AgeNonEchu TO TotalAgeNonEchu
               ADD Age1a30 TO TotalAge1a30
               ADD Age31a60 TO TotalAge31a60
               ADD Age61a90 TO TotalAge61a90
               ADD AgePlus90 TO TotalAgePlus90
           END-IF.

       VENTILER-FACTURE-COMPTE.
           COMPUTE ResteFactureCpt = FY-Montant(IdxFactureCpt)
                   - FY-Regle(IdxFactureCpt).
           SUBTRACT ResteFactureCpt FROM NonFactureClient.
           MOVE "D" TO DATU-Operation.
           MOVE FY-Echeance(IdxFactureCpt) TO DATU-Date1.
           MOVE DateDuJourCaisse TO DATU-Date2.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           MOVE DATU-Nombre TO RetardFactureCpt.
           EVALUATE TRUE
               WHEN RetardFactureCpt <= ZERO
                   ADD ResteFactureCpt TO AgeNonEchu
               WHEN RetardFactureCpt <= 30
                   ADD ResteFactureCpt TO Age1a30
               WHEN RetardFactureCpt <= 60
                   ADD ResteFactureCpt TO Age31a60
               WHEN RetardFactureCpt <= 90
                   ADD ResteFactureCpt TO Age61a90
               WHEN OTHER
                   ADD ResteFactureCpt TO AgePlus90
           END-EVALUATE.

       FIXER-LIMITE-CREDIT.
      *> Limite a zero : le client n'est plus en compte (ses factures
      *> deja emises restent a regler).
           DISPLAY "Identifiant du client : ".
           ACCEPT IdClientSaisi.
           PERFORM RECHERCHER-CLIENT.
           IF NOT Client-Trouve
               DISPLAY "Client inconnu."
           ELSE
               DISPLAY "Limite actuelle : ",
                       LimiteClient(IdxClientTrouve)
               DISPLAY "Nouvelle limite de credit (0 = pas de ",
                       "compte) : "
               ACCEPT LimiteSaisie
               MOVE LimiteSaisie TO LimiteClient(IdxClientTrouve)
               PERFORM SAUVEGARDER-CLIENTS
               DISPLAY "Limite de credit enregistree."
           END-IF.

       APPELER-SPOOL.
           MOVE OperateurCourant TO SPOOL-Operateur.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       MENU-GESTION-CLIENTS.
           DISPLAY "===== ENTRETIEN DU FICHIER CLIENTS =====".
           DISPLAY "1. Lister les clients".
           DISPLAY "3. Supprimer un client".
           DISPLAY "4. Fusionner deux clients".
           DISPLAY "5. Terminer".
           DISPLAY "6. Limite de credit (client en compte)".
           ACCEPT ChoixMenuClients.
           EVALUATE ChoixMenuClients
               WHEN 1
                   END-IF
               WHEN 5
                   CONTINUE
               WHEN 6
                   IF Role-Superviseur-Ou-Plus
                       PERFORM FIXER-LIMITE-CREDIT
                   ELSE
                       DISPLAY "Limite de credit reservee aux ",
                               "superviseurs."
                   END-IF
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
           IF NombreClients = ZERO
               DISPLAY "Aucun client enregistre."
           ELSE
               DISPLAY "Id     Palier  Cumul d'achats  Limite"
               PERFORM VARYING IdxClient FROM 1 BY 1
                       UNTIL IdxClient > NombreClients
                   DISPLAY IdClient(IdxClient), "  ",
                           TierClient(IdxClient), "       ",
                           CumulClient(IdxClient), "      ",
                           LimiteClient(IdxClient)
               END-PERFORM
           END-IF.

           PERFORM RECHERCHER-CLIENT.
           IF NOT Client-Trouve
               DISPLAY "Identifiant a abandonner inconnu."
           ELSE
           IF LimiteClient(IdxClientTrouve) > ZERO
      *> Le grand livre et les factures en compte restent sous leur
      *> numero : un client en compte ne s'abandonne pas.
               DISPLAY "Client en compte : retirer sa limite de ",
                       "credit et solder son compte avant fusion."
           ELSE
               MOVE IdxClientTrouve TO IdxClientSource
               DISPLAY "Identifiant a conserver : "
                       ADD CumulClient(IdxClientSource)
                           TO CumulClient(IdxClientCible)
                       PERFORM REBASCULER-RECUS-CLIENT
                       PERFORM REBASCULER-POINTS-CLIENT
                       MOVE IdClient(IdxClientSource)
                            TO IdClientSaisi
                       PERFORM RECHERCHER-CLIENT
                               " recu(s) rebascule(s)."
                   END-IF
               END-IF
           END-IF
           END-IF.

       REBASCULER-RECUS-CLIENT.
           MOVE SEP-Virgule TO RC-Sep14.
           MOVE SEP-Virgule TO RC-Sep15.
           WRITE recu-enregistrement.
           PERFORM CHERCHER-VENTE-EN-COMPTE.
           IF Vente-En-Compte-Trouvee
               MOVE IdClientSaisi TO CP-IdClient
               MOVE RC-Date TO CP-Date
               MOVE RC-Heure TO CP-Heure
               MOVE "A" TO CP-Type
               MOVE RC-MontantTTC TO CP-Montant
               MOVE ZERO TO CP-Facture
               PERFORM ECRIRE-LIGNE-COMPTE
               DISPLAY "Recu de remboursement emis : TTC ",
                       RC-MontantTTC, " porte au credit du compte."
           ELSE
               DISPLAY "Recu de remboursement emis : TTC rendu ",
                       RC-MontantTTC, "."
           END-IF.
           PERFORM REPRENDRE-POINTS-REMBOURSES.

       CHERCHER-VENTE-EN-COMPTE.
      *> Le ticket d'origine a-t-il ete passe en compte ? Sa ligne V
      *> porte la date et l'heure du ticket.
           MOVE "N" TO VenteEnCompteTrouvee.
           OPEN INPUT comptes-clients.
           IF ws-file-status NOT = '00'
               CLOSE comptes-clients
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ comptes-clients
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF CP-Type = "V"
                              AND CP-IdClient = IdClientSaisi
                              AND CP-Date = DateTicketOrigine
                              AND CP-Heure = TK-Heure(IdxTicketTrouve)
                               MOVE "O" TO VenteEnCompteTrouvee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE comptes-clients
           END-IF.

       TRAITEMENT-LOT.
      *> Rejoue chaque ligne du fichier achats_lot (identifiant client
           PERFORM AFFICHER-RESULTAT.
           PERFORM ENREGISTRER-RECU.
           PERFORM METTRE-A-JOUR-FIDELITE.
           PERFORM CREDITER-POINTS-FIDELITE.
           ADD 1 TO LignesLotTraitees.
           ADD MontantTTC TO TotalLotPoste.

