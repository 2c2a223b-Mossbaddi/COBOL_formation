        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT factures-cloture ASSIGN TO 'factures_cloture'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT reglements-cloture ASSIGN TO 'reglements_cloture'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT etat-cloture ASSIGN USING NomEtatCloture
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT planning-chantiers ASSIGN USING NomFichierPlanning
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT kits-fichier ASSIGN TO 'kits'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT personnel-fichier ASSIGN TO 'relative'
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS Cle-Employe
        FILE STATUS IS ws-statut-personnel.

DATA DIVISION.
FILE SECTION.
FD plots-lot.
*> Version du devis : une revision cree la version N+1 sous le meme
*> numero de base, l'ancienne passant au statut R (remplacee).
    05 DV-Version PIC 9(2).
    05 DV-Sep12 PIC X.
*> Produit du tarif chiffre sur le devis (a blanc sur les devis
*> d'avant ce rattachement).
    05 DV-CodeProduit PIC X(6).
*> Nomenclature retenue au devis : largeur de panneau et nombre de
*> portails (a zero sans detail des materiaux), de quoi refaire le
*> document du devis a l'identique.
    05 DV-Sep13 PIC X.
    05 DV-LargeurPanneau PIC 9(2)V99.
    05 DV-Sep14 PIC X.
    05 DV-NbPortails PIC 9(2).
*> Date du dernier changement de statut (acceptation, refus,
*> peremption, remplacement) ; zero tant que le devis est ouvert et
*> sur les devis d'avant cette date.
    05 DV-Sep15 PIC X.
    05 DV-DateStatut PIC 9(8).

FD devis-archive.
*> Meme dessin que le fichier des devis : les devis acceptes ou
    05 DVA-NumeroClient PIC 9(5).
    05 DVA-Sep11 PIC X.
    05 DVA-Version PIC 9(2).
    05 DVA-Sep12 PIC X.
    05 DVA-CodeProduit PIC X(6).
    05 DVA-Sep13 PIC X.
    05 DVA-LargeurPanneau PIC 9(2)V99.
    05 DVA-Sep14 PIC X.
    05 DVA-NbPortails PIC 9(2).
    05 DVA-Sep15 PIC X.
    05 DVA-DateStatut PIC 9(8).

FD clients-cloture.
*> Fichier des clients de l'atelier cloture : fiche numerotee avec
    05 PF-SeuilRayon PIC 9(3).
    05 PF-Sep9 PIC X.
    05 PF-PrixAchat PIC 9(5)V99.
    05 PF-Sep10 PIC X.
    05 PF-EmplacementRayon PIC X(6).
    05 PF-Sep11 PIC X.
    05 PF-ClasseABC PIC X.
    05 PF-Sep12 PIC X.
    05 PF-DateComptage PIC 9(8).

FD mouvements-fichier.
*> Journal des mouvements de stock, partage avec le programme de
    05 MV-Sep7 PIC X.
    05 MV-Operateur PIC X(4).

FD factures-cloture.
*> Factures de l'atelier cloture, numerotees, tirees d'un ordre de
*> travail : A = acompte a l'acceptation du devis, S = solde a la
*> pose. Le montant du devis accepte voyage sur chaque facture, la
*> TVA vient du parametre central. Statuts : O = ouverte (reste du),
*> P = payee. La date de relance est celle du dernier courrier.
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

FD reglements-cloture.
*> Reglements des clients, un par encaissement, imputes sur une
*> facture. Modes : C = cheque, V = virement, E = especes.
01 reglement-cloture-enregistrement.
    05 RG-Date PIC 9(8).
    05 RG-Sep1 PIC X.
    05 RG-Facture PIC 9(6).
    05 RG-Sep2 PIC X.
    05 RG-Client PIC 9(5).
    05 RG-Sep3 PIC X.
    05 RG-Montant PIC 9(7)V99.
    05 RG-Sep4 PIC X.
    05 RG-Mode PIC X.

FD etat-cloture.
*> Balance agee et lettres de relance, nommees par le spool.
01 etat-cloture-enregistrement PIC X(120).

FD planning-chantiers.
*> Creneaux du planificateur (planning vivant puis planning_archive,
*> meme dessin) : ceux qui portent un numero d'ordre sont les heures
*> de pose du chantier.
01 planning-chantier-enregistrement.
    05 PG-Annee PIC 9(4).
    05 PG-Sep0 PIC X.
    05 PG-Semaine PIC 9(2).
    05 PG-Sep1 PIC X.
    05 PG-JourNum PIC 9.
    05 PG-Sep PIC X.
    05 PG-HeureDebut PIC 9(4).
    05 PG-Sep2 PIC X.
    05 PG-HeureFin PIC 9(4).
    05 PG-Sep3 PIC X.
    05 PG-EmployeID PIC 9(4).
    05 PG-Sep4 PIC X.
    05 PG-Tache PIC X(40).
    05 PG-Sep5 PIC X.
    05 PG-Ordre PIC 9(5).

FD personnel-fichier.
*> Fiche du personnel tenue par file-exemple (77 octets, fichier
*> relatif) : le brut mensuel et les heures de contrat donnent le
*> cout horaire d'un poseur.
01 Employe.
    05 EmployeID PIC 9(4).
    05 NomEmploye PIC X(20).
    05 AgeEmploye PIC 9(2).
    05 ProfessionEmploye PIC X(20).
    05 StatutEmploye PIC X.
    05 DateFinEmploye PIC 9(8).
    05 SalaireBrut PIC 9(7)V99.
    05 CompteBancaire PIC 9(6).
    05 HeuresContrat PIC 9(3).
    05 TauxRetenuesPerso PIC 9(2)V99.

*> Kits et lots vendus en une ligne a la caisse : un en-tete E (code
*> du kit, libelle, prix du kit) suivi d'une ligne C par composant
*> (produit du stock, quantite par kit). Les kits standard de cloture
*> sortent du meme decompte que la nomenclature des devis.
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

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.

        03 DQ-Statut PIC X.
        03 DQ-NumeroClient PIC 9(5).
        03 DQ-Version PIC 9(2).
        03 DQ-CodeProduit PIC X(6).
        03 DQ-LargeurPanneau PIC 9(2)V99.
        03 DQ-NbPortails PIC 9(2).
        03 DQ-DateStatut PIC 9(8).
01 NombreDevis PIC 9(3) VALUE ZERO.
01 DernierNumeroDevis PIC 9(5) VALUE ZERO.
01 NumeroDevisSaisi PIC 9(5) VALUE ZERO.
01 CoutPortails PIC 9(7)V99 VALUE ZERO.
01 CoutBeton PIC 9(7)V99 VALUE ZERO.
01 TotalMateriaux PIC 9(7)V99 VALUE ZERO.
01 NomenclatureEtablie PIC X VALUE "N".
    88 Nomenclature-Etablie VALUE "O".

*> Document du devis, une edition par version, a poster ou envoyer
*> au client : en-tete de l'atelier, fiche du client, parcelle,
*> nomenclature chiffree au tarif en vigueur a la date du devis,
*> TVA (parametre central), date de validite et bon pour accord.
*> Les materiaux sont tarifes sous les codes ci-dessous.
01 RaisonSocialeAtelier PIC X(40)
    VALUE "ATELIER CLOTURES ET JARDINS".
01 AdresseAtelier PIC X(60)
    VALUE "Zone artisanale des Pres - 21 chemin des Haies".
01 TelephoneAtelier PIC X(40)
    VALUE "Tel. 03 80 00 00 00".
01 CodeTarifPanneau PIC X(6) VALUE "PANNEA".
01 CodeTarifPoteau PIC X(6) VALUE "POTEAU".
01 CodeTarifPortail PIC X(6) VALUE "PORTAI".
01 CodeTarifBeton PIC X(6) VALUE "BETON".
01 CodeTarifMateriau PIC X(6) VALUE SPACES.
01 DescriptionMateriau PIC X(20) VALUE SPACES.
01 LibelleMateriau PIC X(20) VALUE SPACES.
01 QuantiteMateriau PIC 9(4) VALUE ZERO.
01 PrixMateriau PIC 9(4)V99 VALUE ZERO.
01 MontantMateriau PIC 9(7)V99 VALUE ZERO.
01 DateTarifCherchee PIC 9(8) VALUE ZERO.
01 IdxDevisEdite PIC 9(3) VALUE ZERO.
01 VersionDevisSaisie PIC 9(2) VALUE ZERO.
01 VersionPrecedente PIC 9(2) VALUE ZERO.
01 DateVersionPrecedente PIC 9(8) VALUE ZERO.
01 DateValiditeDevis PIC 9(8) VALUE ZERO.
01 AjustementDevis PIC S9(7)V99 VALUE ZERO.
01 MontantTVADevis PIC 9(7)V99 VALUE ZERO.
01 MontantTTCDevis PIC 9(7)V99 VALUE ZERO.
01 QuantiteEditee PIC Z(3)9.
01 PrixEdite PIC Z(3)9.99.
01 DimensionEditee PIC Z(3)9.99.
01 LargeurEditee PIC Z(3)9.99.
01 PerimetreEdite PIC Z(4)9.99.
01 AjustementEdite PIC -Z(6)9.99.
01 TauxEdite PIC Z9.99.

*> Chantiers : le devis accepte sort du registre des intentions et
*> entre dans celui des travaux, nomenclature reservee sur le stock
        03 PS-QteReserve PIC 9(3).
        03 PS-SeuilRayon PIC 9(3).
        03 PS-PrixAchat PIC 9(5)V99.
        03 PS-EmplacementRayon PIC X(6).
        03 PS-ClasseABC PIC X.
        03 PS-DateComptage PIC 9(8).
01 NombreProduitsStock PIC 9(3) VALUE ZERO.
01 NomProduitCherche PIC X(10) VALUE SPACES.
01 ProduitStockTrouve PIC X VALUE "N".
    88 Produit-Stock-Trouve VALUE "O".
01 IdxProdTrouve PIC 9(3) VALUE ZERO.

*> Kits et lots de la caisse : le kit standard d'une longueur de
*> cloture se compose ici depuis la nomenclature, un lot quelconque
*> article par article ; le prix du kit propose est la valeur des
*> composants au prix de vente du stock.
01 TableKits.
    02 KitCloture OCCURS 30 TIMES INDEXED BY IdxKit.
        03 KI-Code PIC X(10).
        03 KI-Libelle PIC X(20).
        03 KI-Prix PIC 9(5)V99.
01 NombreKits PIC 9(2) VALUE ZERO.
01 TableComposantsKits.
    02 ComposantKit OCCURS 200 TIMES INDEXED BY IdxComposant.
        03 KO-Code PIC X(10).
        03 KO-Produit PIC X(10).
        03 KO-Quantite PIC 9(3).
01 NombreComposantsKits PIC 9(3) VALUE ZERO.
01 ChoixMenuKits PIC 9 VALUE ZERO.
01 CodeKitSaisi PIC X(10) VALUE SPACES.
01 KitTrouve PIC X VALUE "N".
    88 Kit-Trouve VALUE "O".
01 IdxKitTrouve PIC 9(2) VALUE ZERO.
01 EnTeteKitValide PIC X VALUE "N".
    88 En-Tete-Kit-Valide VALUE "O".
01 ComposantsDuKit PIC 9(3) VALUE ZERO.
01 QuantiteComposantKit PIC 9(4) VALUE ZERO.
01 FinComposantsKit PIC X VALUE "N".
    88 Fin-Composants-Kit VALUE "O".
01 ValeurComposantsKit PIC 9(7)V99 VALUE ZERO.
01 PrixKitSaisi PIC 9(5)V99 VALUE ZERO.
01 IdxGardeComposant PIC 9(3) VALUE ZERO.
01 IdxDecalKit PIC 9(2) VALUE ZERO.

*> Reservations cumulees des ordres ouverts, par materiau, et stock
*> libre (total des deux emplacements moins le reserve) : la vue du
*> preparateur.
01 SoldeApresMouvementStock PIC 9(3) VALUE ZERO.
01 SEP-Virgule PIC X VALUE ",".

*> Facturation des chantiers : acompte a l'acceptation, solde a la
*> pose, reglements imputes facture par facture. Parametres
*> centraux : TVA (taux commun avec la caisse, 20 % par defaut),
*> ACOMPTECLOT (pourcentage du devis facture a l'acceptation, 30 %
*> par defaut, zero = pas d'acompte), DELAIFACTCL (jours accordes
*> pour payer, 30 par defaut) et RELANCECLOT (jours de retard avant
*> une lettre de relance, et entre deux lettres ; 15 par defaut).
01 TableFacturesCloture.
    02 FactureCloture OCCURS 500 TIMES INDEXED BY IdxFacture.
        03 FA-Numero PIC 9(6).
        03 FA-Type PIC X.
        03 FA-Ordre PIC 9(5).
        03 FA-Devis PIC 9(5).
        03 FA-Client PIC 9(5).
        03 FA-Date PIC 9(8).
        03 FA-Echeance PIC 9(8).
        03 FA-MontantDevis PIC 9(7)V99.
        03 FA-MontantHT PIC 9(7)V99.
        03 FA-TauxTVA PIC 9(2)V99.
        03 FA-MontantTVA PIC 9(7)V99.
        03 FA-MontantTTC PIC 9(7)V99.
        03 FA-Regle PIC 9(7)V99.
        03 FA-Statut PIC X.
        03 FA-DateRelance PIC 9(8).
01 NombreFactures PIC 9(3) VALUE ZERO.
01 DernierNumeroFacture PIC 9(6) VALUE ZERO.
01 NumeroFactureSaisi PIC 9(6) VALUE ZERO.
01 FactureTrouvee PIC X VALUE "N".
    88 Facture-Trouvee VALUE "O".
01 IdxFactureTrouvee PIC 9(3) VALUE ZERO.
01 FacturesDebordement PIC X VALUE "N".
    88 Factures-Debordement VALUE "O".
01 TauxTVACloture PIC 9(2)V99 VALUE 20.00.
01 TauxAcompteCloture PIC 9(3)V99 VALUE 30.00.
01 DelaiPaiementCloture PIC 9(3) VALUE 30.
01 DelaiRelanceCloture PIC 9(3) VALUE 15.
01 TypeFactureCloture PIC X VALUE SPACE.
01 MontantDevisFacture PIC 9(7)V99 VALUE ZERO.
01 MontantHTFacture PIC 9(7)V99 VALUE ZERO.
01 DejaFactureHT PIC 9(7)V99 VALUE ZERO.
01 ResteDuFacture PIC 9(7)V99 VALUE ZERO.
01 MontantReglement PIC 9(7)V99 VALUE ZERO.
01 ModeReglement PIC X VALUE SPACE.
    88 Mode-Reglement-Valide VALUE "C" "V" "E".
01 ChoixMenuFactures PIC 9 VALUE ZERO.
01 FacturesAffichees PIC 9(3) VALUE ZERO.
01 JoursRetardFacture PIC S9(5) VALUE ZERO.
01 JoursDepuisRelance PIC S9(5) VALUE ZERO.
01 NumeroClientFacture PIC 9(5) VALUE ZERO.
01 NomClientFacture PIC X(30) VALUE SPACES.
01 FacturesEnRelance PIC 9(3) VALUE ZERO.
01 LettresRelance PIC 9(3) VALUE ZERO.
01 RelancesSansFiche PIC 9(3) VALUE ZERO.
01 ClientsAges PIC 9(3) VALUE ZERO.
01 MontantEdite PIC Z(6)9.99.

*> Balance agee : le reste du par client, ventile selon le retard
*> sur l'echeance.
01 AgeNonEchu PIC 9(8)V99 VALUE ZERO.
01 Age1a30 PIC 9(8)V99 VALUE ZERO.
01 Age31a60 PIC 9(8)V99 VALUE ZERO.
01 Age61a90 PIC 9(8)V99 VALUE ZERO.
01 AgePlus90 PIC 9(8)V99 VALUE ZERO.
01 AgeTotal PIC 9(8)V99 VALUE ZERO.
01 TotalAgeNonEchu PIC 9(8)V99 VALUE ZERO.
01 TotalAge1a30 PIC 9(8)V99 VALUE ZERO.
01 TotalAge31a60 PIC 9(8)V99 VALUE ZERO.
01 TotalAge61a90 PIC 9(8)V99 VALUE ZERO.
01 TotalAgePlus90 PIC 9(8)V99 VALUE ZERO.
01 TotalAgeGeneral PIC 9(8)V99 VALUE ZERO.
01 LigneBalanceAgee.
    05 BA-Type PIC X.
    05 BA-Sep1 PIC X.
    05 BA-Client PIC 9(5).
    05 BA-Sep2 PIC X.
    05 BA-Nom PIC X(30).
    05 BA-Sep3 PIC X.
    05 BA-NonEchu PIC 9(8)V99.
    05 BA-Sep4 PIC X.
    05 BA-1a30 PIC 9(8)V99.
    05 BA-Sep5 PIC X.
    05 BA-31a60 PIC 9(8)V99.
    05 BA-Sep6 PIC X.
    05 BA-61a90 PIC 9(8)V99.
    05 BA-Sep7 PIC X.
    05 BA-Plus90 PIC 9(8)V99.
    05 BA-Sep8 PIC X.
    05 BA-Total PIC 9(8)V99.

01 NomEtatCloture PIC X(50) VALUE SPACES.
01 SPOOL-Operation PIC X VALUE SPACE.
01 SPOOL-Etat PIC X(8) VALUE SPACES.
01 SPOOL-NomBase PIC X(30) VALUE SPACES.
01 SPOOL-Programme PIC X(20) VALUE "CalculPerimetre".
01 SPOOL-Operateur PIC X(4) VALUE "POSE".
01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
01 SPOOL-Statut PIC XX VALUE SPACES.

01 DATU-Operation PIC X VALUE SPACE.
01 DATU-Date1 PIC 9(8) VALUE ZERO.
01 DATU-Date2 PIC 9(8) VALUE ZERO.
01 DATU-Nombre PIC S9(5) VALUE ZERO.
01 DATU-DateResultat PIC 9(8) VALUE ZERO.
01 DATU-Statut PIC XX VALUE SPACES.

*> Cout de revient des chantiers : materiaux reellement sortis sur
*> l'ordre (sorties S du journal des mouvements au motif du
*> chantier, pose et sorties supplementaires comprises) au prix
*> d'achat du fichier produits, plus les heures de pose des
*> creneaux du planificateur au cout horaire de chaque poseur (brut
*> mensuel x 12 / (heures de contrat x 52), 35 heures par semaine
*> pour une fiche sans heures de contrat), compares au cout de la
*> version acceptee du devis.
01 ws-statut-personnel PIC XX.
01 Cle-Employe PIC 9(4) VALUE ZERO.
01 PersonnelOuvert PIC X VALUE "N".
    88 Personnel-Ouvert VALUE "O".
01 NomFichierPlanning PIC X(50) VALUE SPACES.
01 MotifChantier PIC X(20) VALUE SPACES.
01 CoutMateriauxChantier PIC 9(8)V99 VALUE ZERO.
01 CoutMainOeuvreChantier PIC 9(8)V99 VALUE ZERO.
01 MinutesPoseChantier PIC 9(7) VALUE ZERO.
01 HeuresPoseChantier PIC 9(5)V99 VALUE ZERO.
01 CoutRevientChantier PIC 9(8)V99 VALUE ZERO.
01 MargeChantier PIC S9(8)V99 VALUE ZERO.
01 DevisChantier PIC 9(7)V99 VALUE ZERO.
01 FormeChantier PIC X VALUE SPACE.
01 ProduitChantier PIC X(6) VALUE SPACES.
01 DevisChantierTrouve PIC X VALUE "N".
    88 Devis-Chantier-Trouve VALUE "O".
01 TauxHorairePoseur PIC 9(5)V99 VALUE ZERO.
01 HeuresSemainePoseur PIC 9(3) VALUE ZERO.
01 HeureHHMM PIC 9(4) VALUE ZERO.
01 HeuresHHMM PIC 9(2) VALUE ZERO.
01 MinutesHHMM PIC 9(2) VALUE ZERO.
01 MinutesDebutPose PIC 9(5) VALUE ZERO.
01 MinutesFinPose PIC 9(5) VALUE ZERO.
01 MinutesCreneauPose PIC 9(5) VALUE ZERO.
01 PoseursSansFiche PIC 9(3) VALUE ZERO.
01 SortiesChantier PIC 9(4) VALUE ZERO.
01 PeriodeCoutChantiers PIC 9(6) VALUE ZERO.
01 ChantiersDuMois PIC 9(3) VALUE ZERO.
01 QuantiteSupplementaire PIC 9(3) VALUE ZERO.

*> Synthese du mois : par forme (R rectangle, I irreguliere) et par
*> produit du tarif chiffre au devis (blanc pour les devis anciens).
01 TableSyntheseChantiers.
    02 SyntheseChantier OCCURS 52 TIMES INDEXED BY IdxSynthese.
        03 SY-Type PIC X.
        03 SY-Cle PIC X(6).
        03 SY-Nombre PIC 9(3).
        03 SY-Devis PIC 9(8)V99.
        03 SY-Materiaux PIC 9(8)V99.
        03 SY-MainOeuvre PIC 9(8)V99.
        03 SY-Heures PIC 9(5)V99.
        03 SY-Marge PIC S9(8)V99.
01 NombreSyntheses PIC 9(2) VALUE ZERO.
01 TypeSynthese PIC X VALUE SPACE.
01 CleSynthese PIC X(6) VALUE SPACES.
01 SyntheseTrouvee PIC X VALUE "N".
    88 Synthese-Trouvee VALUE "O".
01 IdxSyntheseTrouvee PIC 9(2) VALUE ZERO.
01 LigneCoutChantier.
    05 CC-Type PIC X.
    05 CC-Sep1 PIC X.
    05 CC-Ordre PIC 9(5).
    05 CC-Sep2 PIC X.
    05 CC-Devis PIC 9(5).
    05 CC-Sep3 PIC X.
    05 CC-Version PIC 9(2).
    05 CC-Sep4 PIC X.
    05 CC-Forme PIC X.
    05 CC-Sep5 PIC X.
    05 CC-Produit PIC X(6).
    05 CC-Sep6 PIC X.
    05 CC-Nombre PIC 9(3).
    05 CC-Sep7 PIC X.
    05 CC-MontantDevis PIC 9(8)V99.
    05 CC-Sep8 PIC X.
    05 CC-Materiaux PIC 9(8)V99.
    05 CC-Sep9 PIC X.
    05 CC-Heures PIC 9(5)V99.
    05 CC-Sep10 PIC X.
    05 CC-MainOeuvre PIC 9(8)V99.
    05 CC-Sep11 PIC X.
    05 CC-Marge PIC S9(8)V99 SIGN IS TRAILING SEPARATE.

*> Suivi commercial d'un mois, registre vivant et archive confondus :
*> devis emis (version 1 datee du mois), acceptes, declines et
*> expires (date de statut dans le mois ; a defaut, pour un devis
*> accepte, date de sa facture d'acompte), taux de transformation
*> sur les devis decides, delai moyen de la version 1 a
*> l'acceptation, revisions moyennes avant acceptation, et
*> portefeuille ouvert du jour par anciennete. Par forme, par
*> produit du tarif et au total ; puis les clients revenus (deux
*> devis ou plus, tout historique).
01 PeriodeSuiviDevis PIC 9(6) VALUE ZERO.
01 TableOriginesDevis.
    02 OrigineDevis OCCURS 2000 TIMES INDEXED BY IdxOrigine.
        03 OR-Numero PIC 9(5).
        03 OR-Date PIC 9(8).
01 NombreOrigines PIC 9(4) VALUE ZERO.
01 OriginesDebordement PIC X VALUE "N".
    88 Origines-Debordement VALUE "O".
01 TableSuiviClients.
    02 SuiviClient OCCURS 100 TIMES.
        03 SC-Devis PIC 9(3).
        03 SC-Acceptes PIC 9(3).
        03 SC-ValeurAcceptee PIC 9(8)V99.
01 TableSuiviDevis.
    02 SuiviDevis OCCURS 60 TIMES INDEXED BY IdxSuivi.
        03 SV-Type PIC X.
        03 SV-Cle PIC X(6).
        03 SV-Emis PIC 9(3).
        03 SV-ValeurEmis PIC 9(8)V99.
        03 SV-Acceptes PIC 9(3).
        03 SV-ValeurAcceptes PIC 9(8)V99.
        03 SV-Declines PIC 9(3).
        03 SV-ValeurDeclines PIC 9(8)V99.
        03 SV-Expires PIC 9(3).
        03 SV-ValeurExpires PIC 9(8)V99.
        03 SV-JoursAcceptation PIC 9(7).
        03 SV-Revisions PIC 9(5).
        03 SV-Ouverts PIC 9(3).
        03 SV-ValeurOuverts PIC 9(8)V99.
01 NombreSuivis PIC 9(2) VALUE ZERO.
01 SuiviTrouve PIC X VALUE "N".
    88 Suivi-Trouve VALUE "O".
01 IdxSuiviTrouve PIC 9(2) VALUE ZERO.
01 TableAgesPortefeuille.
    02 AgePortefeuille OCCURS 4 TIMES.
        03 AP-Nombre PIC 9(3).
        03 AP-Valeur PIC 9(8)V99.
01 LibellesAgesValeurs.
    02 FILLER PIC X(6) VALUE "0-15".
    02 FILLER PIC X(6) VALUE "16-30".
    02 FILLER PIC X(6) VALUE "31-60".
    02 FILLER PIC X(6) VALUE "61+".
01 LibellesAges REDEFINES LibellesAgesValeurs.
    02 LibelleAge PIC X(6) OCCURS 4 TIMES.
01 IdxAge PIC 9 VALUE ZERO.
01 NumeroDevisSuivi PIC 9(5) VALUE ZERO.
01 DateDevisSuivi PIC 9(8) VALUE ZERO.
01 VersionDevisSuivi PIC 9(2) VALUE ZERO.
01 StatutDevisSuivi PIC X VALUE SPACE.
01 DateStatutSuivi PIC 9(8) VALUE ZERO.
01 CoutDevisSuivi PIC 9(7)V99 VALUE ZERO.
01 FormeDevisSuivi PIC X VALUE SPACE.
01 ProduitDevisSuivi PIC X(6) VALUE SPACES.
01 ClientDevisSuivi PIC 9(5) VALUE ZERO.
01 DateOrigineSuivi PIC 9(8) VALUE ZERO.
01 JoursStatutSuivi PIC 9(8) VALUE ZERO.
01 DelaiAcceptation PIC S9(5) VALUE ZERO.
01 ClientsRevenus PIC 9(3) VALUE ZERO.
01 DecidesNombre PIC 9(4) VALUE ZERO.
01 DecidesValeur PIC 9(9)V99 VALUE ZERO.
01 LigneSuiviDevis.
    05 PI-Type PIC X.
    05 PI-Sep1 PIC X.
    05 PI-Cle PIC X(6).
    05 PI-Sep2 PIC X.
    05 PI-Emis PIC 9(3).
    05 PI-Sep3 PIC X.
    05 PI-ValeurEmis PIC 9(8)V99.
    05 PI-Sep4 PIC X.
    05 PI-Acceptes PIC 9(3).
    05 PI-Sep5 PIC X.
    05 PI-ValeurAcceptes PIC 9(8)V99.
    05 PI-Sep6 PIC X.
    05 PI-Declines PIC 9(3).
    05 PI-Sep7 PIC X.
    05 PI-ValeurDeclines PIC 9(8)V99.
    05 PI-Sep8 PIC X.
    05 PI-Expires PIC 9(3).
    05 PI-Sep9 PIC X.
    05 PI-ValeurExpires PIC 9(8)V99.
    05 PI-Sep10 PIC X.
    05 PI-TauxNombre PIC 9(3)V99.
    05 PI-Sep11 PIC X.
    05 PI-TauxValeur PIC 9(3)V99.
    05 PI-Sep12 PIC X.
    05 PI-DelaiMoyen PIC 9(4)V9.
    05 PI-Sep13 PIC X.
    05 PI-RevisionsMoyennes PIC 9(2)V99.
    05 PI-Sep14 PIC X.
    05 PI-Ouverts PIC 9(3).
    05 PI-Sep15 PIC X.
    05 PI-ValeurOuverts PIC 9(8)V99.
*> Vues de la meme ligne pour l'anciennete du portefeuille (type A)
*> et les clients revenus (type C).
01 LigneAgeSuivi REDEFINES LigneSuiviDevis.
    05 PA-Type PIC X.
    05 PA-Sep1 PIC X.
    05 PA-Tranche PIC X(6).
    05 PA-Sep2 PIC X.
    05 PA-Nombre PIC 9(3).
    05 PA-Sep3 PIC X.
    05 PA-Valeur PIC 9(8)V99.
    05 FILLER PIC X(83).
01 LigneClientSuivi REDEFINES LigneSuiviDevis.
    05 PC-Type PIC X.
    05 PC-Sep1 PIC X.
    05 PC-Client PIC 9(5).
    05 PC-Sep2 PIC X.
    05 PC-Nom PIC X(30).
    05 PC-Sep3 PIC X.
    05 PC-Devis PIC 9(3).
    05 PC-Sep4 PIC X.
    05 PC-Acceptes PIC 9(3).
    05 PC-Sep5 PIC X.
    05 PC-ValeurAcceptee PIC 9(8)V99.
    05 FILLER PIC X(49).

01 ModeSaisi PIC X VALUE SPACE.
    88 Mode-Interactif VALUE "I".
    88 Mode-Lot VALUE "L".
    PERFORM ARCHIVER-DEVIS-REGLES.
    PERFORM CHARGER-TARIFS.
    PERFORM CHARGER-ORDRES-TRAVAUX.
    PERFORM CHARGER-PARAMETRES-FACTURATION.
    PERFORM CHARGER-FACTURES-CLOTURE.
    PERFORM MENU-PRINCIPAL.
    STOP RUN.

    DISPLAY "10. Reviser un devis (nouvelle version)".
    DISPLAY "11. Devis expirant bientot (relance)".
    DISPLAY "12. Ordres de travail (chantiers)".
    DISPLAY "13. Factures et reglements".
    DISPLAY "14. Kits et lots vendus en caisse".
    DISPLAY "15. Editer le document d'un devis".
    DISPLAY "16. Suivi commercial des devis du mois".
    ACCEPT ChoixMenuPrincipal.
    EVALUATE ChoixMenuPrincipal
        WHEN 1 PERFORM TRAITEMENT-INTERACTIF
        WHEN 10 PERFORM REVISER-DEVIS
        WHEN 11 PERFORM LISTER-DEVIS-EXPIRANT
        WHEN 12 PERFORM MENU-ORDRES-TRAVAUX
        WHEN 13 PERFORM MENU-FACTURES-CLOTURE
        WHEN 14 PERFORM MENU-KITS-CLOTURE
        WHEN 15 PERFORM REEDITER-DOCUMENT-DEVIS
        WHEN 16 PERFORM EDITER-SUIVI-DEVIS
        WHEN 7
            PERFORM SAUVEGARDER-DEVIS
            DISPLAY "Au revoir."
                        ELSE
                            MOVE 1 TO DQ-Version(NombreDevis)
                        END-IF
                        MOVE DV-CodeProduit
                             TO DQ-CodeProduit(NombreDevis)
*> Devis d'avant la nomenclature conservee : sans detail.
                        IF DV-LargeurPanneau IS NUMERIC
                           AND DV-NbPortails IS NUMERIC
                            MOVE DV-LargeurPanneau
                                 TO DQ-LargeurPanneau(NombreDevis)
                            MOVE DV-NbPortails
                                 TO DQ-NbPortails(NombreDevis)
                        ELSE
                            MOVE ZERO
                                 TO DQ-LargeurPanneau(NombreDevis)
                            MOVE ZERO TO DQ-NbPortails(NombreDevis)
                        END-IF
                        IF DV-DateStatut IS NUMERIC
                            MOVE DV-DateStatut
                                 TO DQ-DateStatut(NombreDevis)
                        ELSE
                            MOVE ZERO TO DQ-DateStatut(NombreDevis)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE DQ-Statut(IdxDevis) TO DV-Statut
        MOVE DQ-NumeroClient(IdxDevis) TO DV-NumeroClient
        MOVE DQ-Version(IdxDevis) TO DV-Version
        MOVE DQ-CodeProduit(IdxDevis) TO DV-CodeProduit
        MOVE DQ-LargeurPanneau(IdxDevis) TO DV-LargeurPanneau
        MOVE DQ-NbPortails(IdxDevis) TO DV-NbPortails
        MOVE DQ-DateStatut(IdxDevis) TO DV-DateStatut
        MOVE "," TO DV-Sep1
        MOVE "," TO DV-Sep2
        MOVE "," TO DV-Sep3
        MOVE "," TO DV-Sep9
        MOVE "," TO DV-Sep10
        MOVE "," TO DV-Sep11
        MOVE "," TO DV-Sep12
        MOVE "," TO DV-Sep13
        MOVE "," TO DV-Sep14
        MOVE "," TO DV-Sep15
        WRITE devis-enregistrement
    END-PERFORM.
    CLOSE devis-fichier.
    MOVE DQ-Statut(IdxDevis) TO DVA-Statut
    MOVE DQ-NumeroClient(IdxDevis) TO DVA-NumeroClient
    MOVE DQ-Version(IdxDevis) TO DVA-Version
    MOVE DQ-CodeProduit(IdxDevis) TO DVA-CodeProduit
    MOVE DQ-LargeurPanneau(IdxDevis) TO DVA-LargeurPanneau
    MOVE DQ-NbPortails(IdxDevis) TO DVA-NbPortails
    MOVE DQ-DateStatut(IdxDevis) TO DVA-DateStatut
    MOVE "," TO DVA-Sep1
    MOVE "," TO DVA-Sep2
    MOVE "," TO DVA-Sep3
    MOVE "," TO DVA-Sep9
    MOVE "," TO DVA-Sep10
    MOVE "," TO DVA-Sep11
    MOVE "," TO DVA-Sep12
    MOVE "," TO DVA-Sep13
    MOVE "," TO DVA-Sep14
    MOVE "," TO DVA-Sep15
    WRITE devis-archive-enregistrement
    ADD 1 TO DevisArchives.

        MOVE NombreCotes TO DQ-NbCotes(NombreDevis)
        MOVE Perimetre TO DQ-Perimetre(NombreDevis)
        MOVE CoutClotureEstime TO DQ-Cout(NombreDevis)
        MOVE CodeProduitCloture TO DQ-CodeProduit(NombreDevis)
        IF Nomenclature-Etablie
            MOVE LargeurPanneau TO DQ-LargeurPanneau(NombreDevis)
            MOVE NbPortails TO DQ-NbPortails(NombreDevis)
        ELSE
            MOVE ZERO TO DQ-LargeurPanneau(NombreDevis)
            MOVE ZERO TO DQ-NbPortails(NombreDevis)
        END-IF
        MOVE "O" TO DQ-Statut(NombreDevis)
        MOVE ZERO TO DQ-DateStatut(NombreDevis)
        PERFORM SAUVEGARDER-DEVIS
        DISPLAY "Devis " DernierNumeroDevis " enregistre."
        MOVE NombreDevis TO IdxDevisEdite
        PERFORM EDITER-DOCUMENT-DEVIS
    END-IF.
    MOVE "N" TO NomenclatureEtablie.

RECHERCHER-DEVIS.
*> Retrouve la DERNIERE version du numero demande : les versions
        ACCEPT NouveauStatutDevis
        IF NouveauStatutDevis = "A" OR NouveauStatutDevis = "D"
            MOVE NouveauStatutDevis TO DQ-Statut(IdxDevisTrouve)
            ACCEPT DQ-DateStatut(IdxDevisTrouve) FROM DATE YYYYMMDD
            PERFORM SAUVEGARDER-DEVIS
            DISPLAY "Statut mis a jour."
            IF NouveauStatutDevis = "A"
        DISPLAY "Largeur nulle : nomenclature abandonnee."
    ELSE
        PERFORM CALCULER-QUANTITES-MATERIAUX
*> Prix du jour au tarif ; un materiau hors tarif se saisit, et le
*> document du devis le fera apparaitre comme tel.
        ACCEPT DateTarifCherchee FROM DATE YYYYMMDD
        MOVE CodeTarifPanneau TO CodeTarifMateriau
        PERFORM CHERCHER-PRIX-MATERIAU
        IF Tarif-Trouve
            MOVE PrixMateriau TO PrixPanneau
        ELSE
            DISPLAY "Prix d'un panneau (hors tarif) : "
            ACCEPT PrixPanneau
        END-IF
        MOVE CodeTarifPoteau TO CodeTarifMateriau
        PERFORM CHERCHER-PRIX-MATERIAU
        IF Tarif-Trouve
            MOVE PrixMateriau TO PrixPoteau
        ELSE
            DISPLAY "Prix d'un poteau (hors tarif) : "
            ACCEPT PrixPoteau
        END-IF
        MOVE CodeTarifPortail TO CodeTarifMateriau
        PERFORM CHERCHER-PRIX-MATERIAU
        IF Tarif-Trouve
            MOVE PrixMateriau TO PrixPortail
        ELSE
            DISPLAY "Prix d'un portail (hors tarif) : "
            ACCEPT PrixPortail
        END-IF
        MOVE CodeTarifBeton TO CodeTarifMateriau
        PERFORM CHERCHER-PRIX-MATERIAU
        IF Tarif-Trouve
            MOVE PrixMateriau TO PrixSacBeton
        ELSE
            DISPLAY "Prix d'un sac de beton (hors tarif) : "
            ACCEPT PrixSacBeton
        END-IF
        COMPUTE CoutPanneaux ROUNDED = NbPanneaux * PrixPanneau
        COMPUTE CoutPoteaux ROUNDED = NbPoteaux * PrixPoteau
        COMPUTE CoutPortails ROUNDED = NbPortails * PrixPortail
                " = " CoutBeton
        DISPLAY "Total materiaux : " TotalMateriaux
        MOVE TotalMateriaux TO CoutClotureEstime
        MOVE "O" TO NomenclatureEtablie
        DISPLAY "Le devis retiendra le total materiaux."
    END-IF.

*> Quantites de la nomenclature a partir du perimetre, de la forme
*> et de la largeur de panneau : le meme decompte sert au chiffrage
*> du devis et a l'ordre de travail du chantier accepte.
    DISPLAY "Nombre de portails : ".
    ACCEPT NbPortails.
    PERFORM DECOMPTER-MATERIAUX.

DECOMPTER-MATERIAUX.
*> Decompte a nombre de portails connu, repris tel quel par le
*> document du devis.
    DIVIDE Perimetre BY LargeurPanneau GIVING NbPanneaux
            REMAINDER RestePanneaux.
    IF RestePanneaux > ZERO
*> Un poteau de renfort par angle du terrain.
        ADD NombreCotes TO NbPoteaux
    END-IF.
    IF NbPortails > NbPanneaux
        MOVE NbPanneaux TO NbPortails
    END-IF.
        END-IF
    END-PERFORM.

CHERCHER-PRIX-MATERIAU.
*> Prix de CodeTarifMateriau en vigueur a DateTarifCherchee : la
*> date du jour pour un chiffrage, celle du devis pour son document.
    MOVE "N" TO TarifTrouve.
    MOVE ZERO TO MeilleureDateEffet.
    MOVE ZERO TO PrixMateriau.
    MOVE SPACES TO DescriptionMateriau.
    PERFORM VARYING IdxTarif FROM 1 BY 1 UNTIL IdxTarif > NombreTarifs
        IF TR-Code(IdxTarif) = CodeTarifMateriau
           AND TR-DateEffet(IdxTarif) <= DateTarifCherchee
           AND TR-DateEffet(IdxTarif) >= MeilleureDateEffet
            MOVE "O" TO TarifTrouve
            MOVE TR-DateEffet(IdxTarif) TO MeilleureDateEffet
            MOVE TR-Prix(IdxTarif) TO PrixMateriau
            MOVE TR-Description(IdxTarif) TO DescriptionMateriau
        END-IF
    END-PERFORM.

CHOISIR-PRODUIT-TARIF.
*> Remplace la saisie libre du cout par unite : l'operateur choisit
*> un code du tarif officiel, au prix du jour.
            COMPUTE AgeDevisJours = JoursSerieJour - JoursSerie
            IF AgeDevisJours > ValiditeDevisJours
                MOVE "E" TO DQ-Statut(IdxDevis)
                MOVE DateDuJourDevis TO DQ-DateStatut(IdxDevis)
                ADD 1 TO DevisExpires
            END-IF
        END-IF
            ACCEPT DQ-Date(NombreDevis) FROM DATE YYYYMMDD
            MOVE NouveauCoutRevision TO DQ-Cout(NombreDevis)
            MOVE "O" TO DQ-Statut(NombreDevis)
            MOVE ZERO TO DQ-DateStatut(NombreDevis)
            MOVE "R" TO DQ-Statut(IdxDevisTrouve)
            MOVE DQ-Date(NombreDevis) TO DQ-DateStatut(IdxDevisTrouve)
            PERFORM SAUVEGARDER-DEVIS
            DISPLAY "Version " DQ-Version(NombreDevis)
                    " du devis " NumeroDevisSaisi
                    " creee ; la version precedente passe en "
                    "lecture seule."
            MOVE NombreDevis TO IdxDevisEdite
            PERFORM EDITER-DOCUMENT-DEVIS
    END-EVALUATE.

LISTER-DEVIS-EXPIRANT.
                    " genere : " NbPanneaux " panneau(x), "
                    NbPoteaux " poteau(x), " NbPortails
                    " portail(s), " NbSacsBeton " sac(s) de beton."
            PERFORM FACTURER-ACOMPTE
            PERFORM LISTER-PENURIES-CHANTIERS
        END-IF
    END-IF.
    DISPLAY "3. Terminer un ordre (pose faite)".
    DISPLAY "4. Penuries sur les chantiers ouverts".
    DISPLAY "5. Retour".
    DISPLAY "6. Changer la date de pose".
    DISPLAY "7. Sortie supplementaire de materiaux".
    DISPLAY "8. Cout de revient d'un chantier".
    DISPLAY "9. Couts des chantiers du mois".
    ACCEPT ChoixMenuOrdres.
    EVALUATE ChoixMenuOrdres
        WHEN 1 PERFORM LISTER-ORDRES-TRAVAUX
        WHEN 2 PERFORM AFFICHER-RESERVATIONS-STOCK
        WHEN 3 PERFORM TERMINER-ORDRE-TRAVAIL
        WHEN 4 PERFORM LISTER-PENURIES-CHANTIERS
        WHEN 6 PERFORM CHANGER-DATE-POSE
        WHEN 7 PERFORM SORTIR-MATERIAU-SUPPLEMENTAIRE
        WHEN 8 PERFORM AFFICHER-COUT-CHANTIER
        WHEN 9 PERFORM EDITER-COUTS-CHANTIERS
        WHEN 5 CONTINUE
        WHEN OTHER DISPLAY "Choix invalide."
    END-EVALUATE.
        DISPLAY "Aucun ordre de travail."
    END-IF.

CHANGER-DATE-POSE.
*> Les creneaux des poseurs tenus au planificateur portent le numero
*> de l'ordre : ils suivent la nouvelle date a sa prochaine
*> ouverture, sous ses controles d'absence et de chevauchement.
    DISPLAY "Numero de l'ordre de travail : ".
    ACCEPT NumeroOrdreSaisi.
    PERFORM RECHERCHER-ORDRE-TRAVAIL.
    EVALUATE TRUE
        WHEN NOT Ordre-Trouve
            DISPLAY "Ordre de travail inconnu."
        WHEN OD-Statut(IdxOrdreTrouve) = "T"
            DISPLAY "Ordre deja termine : date de pose figee."
        WHEN OTHER
            DISPLAY "Pose actuelle le " OD-DatePose(IdxOrdreTrouve)
                    ". Nouvelle date (AAAAMMJJ) : "
            ACCEPT DATU-Date1
            MOVE "V" TO DATU-Operation
            CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
                    DATU-Nombre DATU-DateResultat DATU-Statut
            IF DATU-Statut NOT = '00'
                DISPLAY "Date invalide."
            ELSE
                MOVE DATU-Date1 TO OD-DatePose(IdxOrdreTrouve)
                PERFORM SAUVEGARDER-ORDRES-TRAVAUX
                DISPLAY "Pose de l'ordre " NumeroOrdreSaisi
                        " reportee au " DATU-Date1 "."
                DISPLAY "Les creneaux des poseurs suivront a la "
                        "prochaine ouverture du planning."
            END-IF
    END-EVALUATE.

RECHERCHER-ORDRE-TRAVAIL.
    MOVE "N" TO OrdreTrouve.
    PERFORM VARYING IdxOrdre FROM 1 BY 1
    ELSE
        MOVE ZERO TO PS-PrixAchat(NombreProduitsStock)
    END-IF.
    MOVE PF-EmplacementRayon
         TO PS-EmplacementRayon(NombreProduitsStock).
    MOVE PF-ClasseABC TO PS-ClasseABC(NombreProduitsStock).
    IF PF-DateComptage IS NUMERIC
        MOVE PF-DateComptage TO PS-DateComptage(NombreProduitsStock)
    ELSE
        MOVE ZERO TO PS-DateComptage(NombreProduitsStock)
    END-IF.

SAUVEGARDER-PRODUITS-STOCK.
    OPEN OUTPUT produits-fichier.
        MOVE PS-QteReserve(IdxProd) TO PF-QteReserve
        MOVE PS-SeuilRayon(IdxProd) TO PF-SeuilRayon
        MOVE PS-PrixAchat(IdxProd) TO PF-PrixAchat
        MOVE PS-EmplacementRayon(IdxProd) TO PF-EmplacementRayon
        MOVE PS-ClasseABC(IdxProd) TO PF-ClasseABC
        MOVE PS-DateComptage(IdxProd) TO PF-DateComptage
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
        END-IF
    END-PERFORM.

MENU-KITS-CLOTURE.
    PERFORM CHARGER-KITS.
    DISPLAY "===== KITS ET LOTS (VENTE EN CAISSE) =====".
    DISPLAY "1. Lister les kits".
    DISPLAY "2. Kit standard de cloture (nomenclature)".
    DISPLAY "3. Lot compose article par article".
    DISPLAY "4. Supprimer un kit".
    DISPLAY "5. Retour".
    ACCEPT ChoixMenuKits.
    EVALUATE ChoixMenuKits
        WHEN 1 PERFORM LISTER-KITS
        WHEN 2 PERFORM COMPOSER-KIT-NOMENCLATURE
        WHEN 3 PERFORM COMPOSER-KIT-ARTICLES
        WHEN 4 PERFORM SUPPRIMER-KIT
        WHEN 5 CONTINUE
        WHEN OTHER DISPLAY "Choix invalide."
    END-EVALUATE.
    IF ChoixMenuKits NOT = 5
        PERFORM MENU-KITS-CLOTURE
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
            MOVE KT-Libelle TO KI-Libelle(NombreKits)
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

SAUVEGARDER-KITS.
    OPEN OUTPUT kits-fichier.
    PERFORM VARYING IdxKit FROM 1 BY 1 UNTIL IdxKit > NombreKits
        MOVE "E" TO KT-Type
        MOVE KI-Code(IdxKit) TO KT-Code
        MOVE KI-Libelle(IdxKit) TO KT-Libelle
        MOVE KI-Prix(IdxKit) TO KT-Prix
        MOVE SEP-Virgule TO KT-Sep1
        MOVE SEP-Virgule TO KT-Sep2
        MOVE SEP-Virgule TO KT-Sep3
        WRITE kit-entete
        END-WRITE
        PERFORM VARYING IdxComposant FROM 1 BY 1
                UNTIL IdxComposant > NombreComposantsKits
            IF KO-Code(IdxComposant) = KI-Code(IdxKit)
                MOVE SPACES TO kit-entete
                MOVE "C" TO KN-Type
                MOVE KO-Code(IdxComposant) TO KN-Code
                MOVE KO-Produit(IdxComposant) TO KN-Produit
                MOVE KO-Quantite(IdxComposant) TO KN-Quantite
                MOVE SEP-Virgule TO KN-Sep1
                MOVE SEP-Virgule TO KN-Sep2
                MOVE SEP-Virgule TO KN-Sep3
                WRITE kit-composant
                END-WRITE
            END-IF
        END-PERFORM
    END-PERFORM.
    CLOSE kits-fichier.

RECHERCHER-KIT.
    MOVE "N" TO KitTrouve.
    MOVE ZERO TO IdxKitTrouve.
    PERFORM VARYING IdxKit FROM 1 BY 1
            UNTIL IdxKit > NombreKits OR Kit-Trouve
        IF KI-Code(IdxKit) = CodeKitSaisi
            MOVE "O" TO KitTrouve
            SET IdxKitTrouve TO IdxKit
        END-IF
    END-PERFORM.

LISTER-KITS.
    IF NombreKits = ZERO
        DISPLAY "Aucun kit defini."
    END-IF.
    PERFORM VARYING IdxKit FROM 1 BY 1 UNTIL IdxKit > NombreKits
        DISPLAY KI-Code(IdxKit) " " KI-Libelle(IdxKit) " prix "
                KI-Prix(IdxKit)
        PERFORM VARYING IdxComposant FROM 1 BY 1
                UNTIL IdxComposant > NombreComposantsKits
            IF KO-Code(IdxComposant) = KI-Code(IdxKit)
                DISPLAY "    " KO-Produit(IdxComposant) " x "
                        KO-Quantite(IdxComposant)
            END-IF
        END-PERFORM
    END-PERFORM.

SAISIR-EN-TETE-KIT.
*> Le code du kit se tape en caisse a la place d'un nom de produit :
*> il ne doit donc ni exister deja ni masquer un article du stock.
    MOVE "N" TO EnTeteKitValide.
    PERFORM CHARGER-PRODUITS-STOCK.
    DISPLAY "Code du kit (10 caracteres) : ".
    MOVE SPACES TO CodeKitSaisi.
    ACCEPT CodeKitSaisi.
    PERFORM RECHERCHER-KIT.
    MOVE CodeKitSaisi TO NomProduitCherche.
    PERFORM RECHERCHER-PRODUIT-STOCK.
    EVALUATE TRUE
        WHEN CodeKitSaisi = SPACES
            DISPLAY "Code vide : kit abandonne."
        WHEN CodeKitSaisi = "CARTE"
            DISPLAY "Code reserve aux cartes cadeaux."
        WHEN Kit-Trouve
            DISPLAY "Ce code de kit existe deja."
        WHEN Produit-Stock-Trouve
            DISPLAY "Ce code est celui d'un produit du stock."
        WHEN NombreKits >= 30
            DISPLAY "Table des kits pleine."
        WHEN OTHER
            MOVE "O" TO EnTeteKitValide
            MOVE ZERO TO ComposantsDuKit
            MOVE ZERO TO ValeurComposantsKit
    END-EVALUATE.

COMPOSER-KIT-NOMENCLATURE.
*> Kit standard pour une longueur droite de cloture : meme decompte
*> de panneaux, poteaux, portails et sacs de beton que le devis, sous
*> les articles de la nomenclature.
    PERFORM SAISIR-EN-TETE-KIT.
    IF En-Tete-Kit-Valide
        DISPLAY "Longueur de cloture du kit en " LibelleUnite " : "
        ACCEPT Perimetre
        DISPLAY "Largeur d'un panneau en " LibelleUnite " (ex: 2.50) : "
        ACCEPT LargeurPanneau
        IF Perimetre = ZERO OR LargeurPanneau = ZERO
            DISPLAY "Longueur ou largeur nulle : kit abandonne."
        ELSE
            MOVE "R" TO TypeForme
            PERFORM CALCULER-QUANTITES-MATERIAUX
            IF NbPanneaux > 999 OR NbPoteaux > 999
               OR NbSacsBeton > 999
                DISPLAY "Kit trop grand pour la caisse (999 par "
                        "composant au plus) : kit abandonne."
            ELSE
                IF NombreComposantsKits + 4 > 200
                    DISPLAY "Table des composants pleine."
                ELSE
                    MOVE ProduitPanneau TO NomProduitCherche
                    MOVE NbPanneaux TO QuantiteComposantKit
                    PERFORM AJOUTER-COMPOSANT-KIT
                    MOVE ProduitPoteau TO NomProduitCherche
                    MOVE NbPoteaux TO QuantiteComposantKit
                    PERFORM AJOUTER-COMPOSANT-KIT
                    MOVE ProduitPortail TO NomProduitCherche
                    MOVE NbPortails TO QuantiteComposantKit
                    PERFORM AJOUTER-COMPOSANT-KIT
                    MOVE ProduitBeton TO NomProduitCherche
                    MOVE NbSacsBeton TO QuantiteComposantKit
                    PERFORM AJOUTER-COMPOSANT-KIT
                    PERFORM CONCLURE-KIT
                END-IF
            END-IF
        END-IF
    END-IF.

COMPOSER-KIT-ARTICLES.
    PERFORM SAISIR-EN-TETE-KIT.
    IF En-Tete-Kit-Valide
        MOVE "N" TO FinComposantsKit
        PERFORM SAISIR-COMPOSANT-KIT UNTIL Fin-Composants-Kit
        PERFORM CONCLURE-KIT
    END-IF.

SAISIR-COMPOSANT-KIT.
    DISPLAY "Produit composant (vide pour terminer) : ".
    MOVE SPACES TO NomProduitCherche.
    ACCEPT NomProduitCherche.
    IF NomProduitCherche = SPACES
        MOVE "O" TO FinComposantsKit
    ELSE
        PERFORM RECHERCHER-PRODUIT-STOCK
        MOVE "N" TO KitTrouve
        PERFORM VARYING IdxComposant FROM 1 BY 1
                UNTIL IdxComposant > NombreComposantsKits
            IF KO-Code(IdxComposant) = CodeKitSaisi
               AND KO-Produit(IdxComposant) = NomProduitCherche
                MOVE "O" TO KitTrouve
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN NOT Produit-Stock-Trouve
                DISPLAY "Produit inconnu au fichier des stocks."
            WHEN Kit-Trouve
                DISPLAY "Produit deja dans le kit."
            WHEN NombreComposantsKits >= 200
                DISPLAY "Table des composants pleine."
                MOVE "O" TO FinComposantsKit
            WHEN OTHER
                DISPLAY "Quantite par kit : "
                ACCEPT QuantiteComposantKit
                IF QuantiteComposantKit > 999
                    DISPLAY "Pas plus de 999 par composant."
                ELSE
                    PERFORM AJOUTER-COMPOSANT-KIT
                END-IF
        END-EVALUATE
    END-IF.

AJOUTER-COMPOSANT-KIT.
*> Une quantite nulle (pas de portail, par exemple) n'ajoute rien ;
*> la valeur au prix de vente du stock prepare le prix propose.
    IF QuantiteComposantKit > ZERO
        ADD 1 TO NombreComposantsKits
        ADD 1 TO ComposantsDuKit
        MOVE CodeKitSaisi TO KO-Code(NombreComposantsKits)
        MOVE NomProduitCherche TO KO-Produit(NombreComposantsKits)
        MOVE QuantiteComposantKit TO KO-Quantite(NombreComposantsKits)
        PERFORM RECHERCHER-PRODUIT-STOCK
        IF Produit-Stock-Trouve
            COMPUTE ValeurComposantsKit = ValeurComposantsKit
                    + QuantiteComposantKit
                    * PS-PrixUnitaire(IdxProdTrouve)
        ELSE
            DISPLAY NomProduitCherche " : absent du fichier produits, "
                    "le kit ne se vendra pas avant sa creation."
        END-IF
    END-IF.

CONCLURE-KIT.
    IF ComposantsDuKit = ZERO
        DISPLAY "Kit sans composant : abandonne."
    ELSE
        ADD 1 TO NombreKits
        MOVE CodeKitSaisi TO KI-Code(NombreKits)
        DISPLAY "Libelle du kit : "
        MOVE SPACES TO KI-Libelle(NombreKits)
        ACCEPT KI-Libelle(NombreKits)
        DISPLAY "Valeur des composants au prix de vente : "
                ValeurComposantsKit
        DISPLAY "Prix du kit (0 = cette valeur) : "
        ACCEPT PrixKitSaisi
        IF PrixKitSaisi = ZERO
            MOVE ValeurComposantsKit TO KI-Prix(NombreKits)
        ELSE
            MOVE PrixKitSaisi TO KI-Prix(NombreKits)
        END-IF
        PERFORM SAUVEGARDER-KITS
        DISPLAY "Kit " CodeKitSaisi " enregistre au prix "
                KI-Prix(NombreKits) "."
    END-IF.

SUPPRIMER-KIT.
    DISPLAY "Code du kit a supprimer : ".
    MOVE SPACES TO CodeKitSaisi.
    ACCEPT CodeKitSaisi.
    PERFORM RECHERCHER-KIT.
    IF NOT Kit-Trouve
        DISPLAY "Kit inconnu."
    ELSE
        MOVE ZERO TO IdxGardeComposant
        PERFORM VARYING IdxComposant FROM 1 BY 1
                UNTIL IdxComposant > NombreComposantsKits
            IF KO-Code(IdxComposant) NOT = CodeKitSaisi
                ADD 1 TO IdxGardeComposant
                MOVE ComposantKit(IdxComposant)
                     TO ComposantKit(IdxGardeComposant)
            END-IF
        END-PERFORM
        MOVE IdxGardeComposant TO NombreComposantsKits
        PERFORM VARYING IdxDecalKit FROM IdxKitTrouve BY 1
                UNTIL IdxDecalKit >= NombreKits
            MOVE KitCloture(IdxDecalKit + 1) TO KitCloture(IdxDecalKit)
        END-PERFORM
        SUBTRACT 1 FROM NombreKits
        PERFORM SAUVEGARDER-KITS
        DISPLAY "Kit " CodeKitSaisi " supprime."
    END-IF.

CALCULER-RESERVATIONS.
*> Cumule, materiau par materiau, ce que les chantiers ouverts
*> retiennent sur le stock.
                PERFORM SAUVEGARDER-ORDRES-TRAVAUX
                DISPLAY "Ordre " NumeroOrdreSaisi " termine : "
                        "materiaux sortis du stock."
                PERFORM FACTURER-SOLDE
            END-IF
    END-EVALUATE.

    WRITE mouvement-enregistrement.
    CLOSE mouvements-fichier.

CHARGER-PARAMETRES-FACTURATION.
    MOVE "TVA" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.
    IF PARM-Statut = '00' AND PARM-Valeur > ZERO
        MOVE PARM-Valeur TO TauxTVACloture
    END-IF.
    MOVE "ACOMPTECLOT" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.
    IF PARM-Statut = '00' AND PARM-Valeur <= 100
        MOVE PARM-Valeur TO TauxAcompteCloture
    END-IF.
    MOVE "DELAIFACTCL" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.
    IF PARM-Statut = '00' AND PARM-Valeur > ZERO
        MOVE PARM-Valeur TO DelaiPaiementCloture
    END-IF.
    MOVE "RELANCECLOT" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.
    IF PARM-Statut = '00' AND PARM-Valeur > ZERO
        MOVE PARM-Valeur TO DelaiRelanceCloture
    END-IF.

CHARGER-FACTURES-CLOTURE.
    MOVE ZERO TO NombreFactures.
    MOVE ZERO TO DernierNumeroFacture.
    MOVE "N" TO FacturesDebordement.
    OPEN INPUT factures-cloture.
    IF ws-file-status = '35'
        CLOSE factures-cloture
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ factures-cloture
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF FC-Numero > DernierNumeroFacture
                        MOVE FC-Numero TO DernierNumeroFacture
                    END-IF
                    IF NombreFactures < 500
                        ADD 1 TO NombreFactures
                        PERFORM RANGER-FACTURE-CLOTURE
                    ELSE
                        MOVE "O" TO FacturesDebordement
                    END-IF
            END-READ
        END-PERFORM
        CLOSE factures-cloture
    END-IF.
    IF Factures-Debordement
        DISPLAY "ATTENTION : plus de 500 factures, les dernieres ne "
                "sont pas chargees."
    END-IF.

RANGER-FACTURE-CLOTURE.
    MOVE FC-Numero TO FA-Numero(NombreFactures).
    MOVE FC-Type TO FA-Type(NombreFactures).
    MOVE FC-Ordre TO FA-Ordre(NombreFactures).
    MOVE FC-Devis TO FA-Devis(NombreFactures).
    MOVE FC-Client TO FA-Client(NombreFactures).
    MOVE FC-Date TO FA-Date(NombreFactures).
    MOVE FC-Echeance TO FA-Echeance(NombreFactures).
    MOVE FC-MontantDevis TO FA-MontantDevis(NombreFactures).
    MOVE FC-MontantHT TO FA-MontantHT(NombreFactures).
    MOVE FC-TauxTVA TO FA-TauxTVA(NombreFactures).
    MOVE FC-MontantTVA TO FA-MontantTVA(NombreFactures).
    MOVE FC-MontantTTC TO FA-MontantTTC(NombreFactures).
    MOVE FC-Regle TO FA-Regle(NombreFactures).
    MOVE FC-Statut TO FA-Statut(NombreFactures).
    MOVE FC-DateRelance TO FA-DateRelance(NombreFactures).

SAUVEGARDER-FACTURES-CLOTURE.
*> Le fichier n'est pas reecrit s'il n'a pas pu etre charge en
*> entier : les factures au-dela de la table seraient perdues.
    IF NOT Factures-Debordement
        OPEN OUTPUT factures-cloture
        PERFORM VARYING IdxFacture FROM 1 BY 1
                UNTIL IdxFacture > NombreFactures
            PERFORM ECRIRE-FACTURE-CLOTURE
        END-PERFORM
        CLOSE factures-cloture
    END-IF.

ECRIRE-FACTURE-CLOTURE.
    MOVE FA-Numero(IdxFacture) TO FC-Numero.
    MOVE FA-Type(IdxFacture) TO FC-Type.
    MOVE FA-Ordre(IdxFacture) TO FC-Ordre.
    MOVE FA-Devis(IdxFacture) TO FC-Devis.
    MOVE FA-Client(IdxFacture) TO FC-Client.
    MOVE FA-Date(IdxFacture) TO FC-Date.
    MOVE FA-Echeance(IdxFacture) TO FC-Echeance.
    MOVE FA-MontantDevis(IdxFacture) TO FC-MontantDevis.
    MOVE FA-MontantHT(IdxFacture) TO FC-MontantHT.
    MOVE FA-TauxTVA(IdxFacture) TO FC-TauxTVA.
    MOVE FA-MontantTVA(IdxFacture) TO FC-MontantTVA.
    MOVE FA-MontantTTC(IdxFacture) TO FC-MontantTTC.
    MOVE FA-Regle(IdxFacture) TO FC-Regle.
    MOVE FA-Statut(IdxFacture) TO FC-Statut.
    MOVE FA-DateRelance(IdxFacture) TO FC-DateRelance.
    MOVE SEP-Virgule TO FC-Sep1.
    MOVE SEP-Virgule TO FC-Sep2.
    MOVE SEP-Virgule TO FC-Sep3.
    MOVE SEP-Virgule TO FC-Sep4.
    MOVE SEP-Virgule TO FC-Sep5.
    MOVE SEP-Virgule TO FC-Sep6.
    MOVE SEP-Virgule TO FC-Sep7.
    MOVE SEP-Virgule TO FC-Sep8.
    MOVE SEP-Virgule TO FC-Sep9.
    MOVE SEP-Virgule TO FC-Sep10.
    MOVE SEP-Virgule TO FC-Sep11.
    MOVE SEP-Virgule TO FC-Sep12.
    MOVE SEP-Virgule TO FC-Sep13.
    MOVE SEP-Virgule TO FC-Sep14.
    WRITE facture-cloture-enregistrement.

RECHERCHER-FACTURE-CLOTURE.
    MOVE "N" TO FactureTrouvee.
    PERFORM VARYING IdxFacture FROM 1 BY 1
            UNTIL IdxFacture > NombreFactures OR Facture-Trouvee
        IF FA-Numero(IdxFacture) = NumeroFactureSaisi
            MOVE "O" TO FactureTrouvee
            SET IdxFactureTrouvee TO IdxFacture
        END-IF
    END-PERFORM.

FACTURER-ACOMPTE.
*> A l'acceptation : l'acompte porte le pourcentage ACOMPTECLOT du
*> devis accepte, sur l'ordre de travail qui vient d'etre cree.
    IF TauxAcompteCloture > ZERO
        MOVE DQ-Cout(IdxDevisTrouve) TO MontantDevisFacture
        COMPUTE MontantHTFacture ROUNDED =
                MontantDevisFacture * TauxAcompteCloture / 100
        MOVE "A" TO TypeFactureCloture
        MOVE NombreOrdres TO IdxOrdreTrouve
        PERFORM ETABLIR-FACTURE-CLOTURE
    END-IF.

FACTURER-SOLDE.
*> A la pose : le solde est le montant du devis moins ce qui a deja
*> ete facture sur l'ordre. Le montant du devis se reprend de
*> l'acompte ; a defaut (acompte nul ou ordre anterieur a la
*> facturation), du registre des devis.
    MOVE ZERO TO DejaFactureHT.
    MOVE ZERO TO MontantDevisFacture.
    PERFORM VARYING IdxFacture FROM 1 BY 1
            UNTIL IdxFacture > NombreFactures
        IF FA-Ordre(IdxFacture) = OD-Numero(IdxOrdreTrouve)
            ADD FA-MontantHT(IdxFacture) TO DejaFactureHT
            MOVE FA-MontantDevis(IdxFacture) TO MontantDevisFacture
        END-IF
    END-PERFORM.
    IF MontantDevisFacture = ZERO
        PERFORM VARYING IdxDevis FROM 1 BY 1
                UNTIL IdxDevis > NombreDevis
            IF DQ-Numero(IdxDevis) = OD-Devis(IdxOrdreTrouve)
               AND DQ-Version(IdxDevis) = OD-Version(IdxOrdreTrouve)
                MOVE DQ-Cout(IdxDevis) TO MontantDevisFacture
            END-IF
        END-PERFORM
    END-IF.
    IF MontantDevisFacture = ZERO
        DISPLAY "Devis " OD-Devis(IdxOrdreTrouve)
                " introuvable : montant du devis accepte : "
        ACCEPT MontantDevisFacture
    END-IF.
    IF MontantDevisFacture > DejaFactureHT
        COMPUTE MontantHTFacture = MontantDevisFacture - DejaFactureHT
        MOVE "S" TO TypeFactureCloture
        PERFORM ETABLIR-FACTURE-CLOTURE
    ELSE
        DISPLAY "Devis deja entierement facture : pas de facture "
                "de solde."
    END-IF.

ETABLIR-FACTURE-CLOTURE.
*> Cree la facture de l'ordre IdxOrdreTrouve pour MontantHTFacture,
*> TVA au taux du jour, echeance a DELAIFACTCL jours.
    IF NombreFactures >= 500 OR Factures-Debordement
        DISPLAY "Fichier des factures plein : facture non etablie."
    ELSE
        ADD 1 TO DernierNumeroFacture
        ADD 1 TO NombreFactures
        SET IdxFacture TO NombreFactures
        MOVE DernierNumeroFacture TO FA-Numero(IdxFacture)
        MOVE TypeFactureCloture TO FA-Type(IdxFacture)
        MOVE OD-Numero(IdxOrdreTrouve) TO FA-Ordre(IdxFacture)
        MOVE OD-Devis(IdxOrdreTrouve) TO FA-Devis(IdxFacture)
        MOVE OD-Client(IdxOrdreTrouve) TO FA-Client(IdxFacture)
        ACCEPT DateDuJourDevis FROM DATE YYYYMMDD
        MOVE DateDuJourDevis TO FA-Date(IdxFacture)
        MOVE "A" TO DATU-Operation
        MOVE DateDuJourDevis TO DATU-Date1
        MOVE DelaiPaiementCloture TO DATU-Nombre
        CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
                DATU-Nombre DATU-DateResultat DATU-Statut
        MOVE DATU-DateResultat TO FA-Echeance(IdxFacture)
        MOVE MontantDevisFacture TO FA-MontantDevis(IdxFacture)
        MOVE MontantHTFacture TO FA-MontantHT(IdxFacture)
        MOVE TauxTVACloture TO FA-TauxTVA(IdxFacture)
        COMPUTE FA-MontantTVA(IdxFacture) ROUNDED =
                MontantHTFacture * TauxTVACloture / 100
        COMPUTE FA-MontantTTC(IdxFacture) = MontantHTFacture
                + FA-MontantTVA(IdxFacture)
        MOVE ZERO TO FA-Regle(IdxFacture)
        MOVE "O" TO FA-Statut(IdxFacture)
        MOVE ZERO TO FA-DateRelance(IdxFacture)
        PERFORM SAUVEGARDER-FACTURES-CLOTURE
        IF TypeFactureCloture = "A"
            DISPLAY "Facture d'acompte " DernierNumeroFacture
                    " etablie."
        ELSE
            DISPLAY "Facture de solde " DernierNumeroFacture
                    " etablie."
        END-IF
        DISPLAY "   HT " FA-MontantHT(IdxFacture) " + TVA "
                FA-MontantTVA(IdxFacture) " = TTC "
                FA-MontantTTC(IdxFacture) ", echeance le "
                FA-Echeance(IdxFacture)
    END-IF.

MENU-FACTURES-CLOTURE.
    DISPLAY "===== FACTURES ET REGLEMENTS =====".
    DISPLAY "1. Lister les factures".
    DISPLAY "2. Enregistrer un reglement".
    DISPLAY "3. Balance agee par client".
    DISPLAY "4. Lettres de relance".
    DISPLAY "5. Retour".
    ACCEPT ChoixMenuFactures.
    EVALUATE ChoixMenuFactures
        WHEN 1 PERFORM LISTER-FACTURES-CLOTURE
        WHEN 2 PERFORM ENREGISTRER-REGLEMENT
        WHEN 3 PERFORM EDITER-BALANCE-AGEE
        WHEN 4 PERFORM EDITER-LETTRES-RELANCE
        WHEN 5 CONTINUE
        WHEN OTHER DISPLAY "Choix invalide."
    END-EVALUATE.
    IF ChoixMenuFactures NOT = 5
        PERFORM MENU-FACTURES-CLOTURE
    END-IF.

LISTER-FACTURES-CLOTURE.
*> Numero de client a zero : toutes les factures ouvertes ; sinon
*> toutes les factures du client, payees comprises.
    DISPLAY "Numero de client (0 = toutes les factures ouvertes) : ".
    ACCEPT NumeroClientSaisi.
    MOVE ZERO TO FacturesAffichees.
    PERFORM VARYING IdxFacture FROM 1 BY 1
            UNTIL IdxFacture > NombreFactures
        IF (NumeroClientSaisi = ZERO AND FA-Statut(IdxFacture) = "O")
           OR (NumeroClientSaisi NOT = ZERO
               AND FA-Client(IdxFacture) = NumeroClientSaisi)
            ADD 1 TO FacturesAffichees
            PERFORM AFFICHER-UNE-FACTURE
        END-IF
    END-PERFORM.
    IF FacturesAffichees = ZERO
        DISPLAY "Aucune facture."
    END-IF.

AFFICHER-UNE-FACTURE.
    COMPUTE ResteDuFacture = FA-MontantTTC(IdxFacture)
            - FA-Regle(IdxFacture).
    IF FA-Type(IdxFacture) = "A"
        DISPLAY "Facture " FA-Numero(IdxFacture) " (acompte) du "
                FA-Date(IdxFacture) " - OT " FA-Ordre(IdxFacture)
                " - client " FA-Client(IdxFacture)
    ELSE
        DISPLAY "Facture " FA-Numero(IdxFacture) " (solde) du "
                FA-Date(IdxFacture) " - OT " FA-Ordre(IdxFacture)
                " - client " FA-Client(IdxFacture)
    END-IF.
    DISPLAY "   TTC " FA-MontantTTC(IdxFacture) " - regle "
            FA-Regle(IdxFacture) " - reste " ResteDuFacture
            " - echeance " FA-Echeance(IdxFacture).
    IF FA-Statut(IdxFacture) = "P"
        DISPLAY "   Statut : payee"
    ELSE
        DISPLAY "   Statut : ouverte"
    END-IF.

ENREGISTRER-REGLEMENT.
    DISPLAY "Numero de facture : ".
    ACCEPT NumeroFactureSaisi.
    PERFORM RECHERCHER-FACTURE-CLOTURE.
    EVALUATE TRUE
        WHEN NOT Facture-Trouvee
            DISPLAY "Facture inconnue."
        WHEN FA-Statut(IdxFactureTrouvee) = "P"
            DISPLAY "Facture deja payee."
        WHEN OTHER
            SET IdxFacture TO IdxFactureTrouvee
            PERFORM AFFICHER-UNE-FACTURE
            DISPLAY "Montant recu : "
            ACCEPT MontantReglement
            IF MontantReglement = ZERO
               OR MontantReglement > ResteDuFacture
                DISPLAY "Montant refuse : il doit etre positif et "
                        "ne pas depasser le reste du."
            ELSE
                PERFORM IMPUTER-REGLEMENT
            END-IF
    END-EVALUATE.

IMPUTER-REGLEMENT.
    MOVE SPACE TO ModeReglement.
    PERFORM UNTIL Mode-Reglement-Valide
        DISPLAY "Mode (C = cheque, V = virement, E = especes) : "
        ACCEPT ModeReglement
    END-PERFORM.
    ACCEPT RG-Date FROM DATE YYYYMMDD.
    MOVE FA-Numero(IdxFactureTrouvee) TO RG-Facture.
    MOVE FA-Client(IdxFactureTrouvee) TO RG-Client.
    MOVE MontantReglement TO RG-Montant.
    MOVE ModeReglement TO RG-Mode.
    MOVE SEP-Virgule TO RG-Sep1.
    MOVE SEP-Virgule TO RG-Sep2.
    MOVE SEP-Virgule TO RG-Sep3.
    MOVE SEP-Virgule TO RG-Sep4.
    OPEN EXTEND reglements-cloture.
    IF ws-file-status = '35'
        CLOSE reglements-cloture
        OPEN OUTPUT reglements-cloture
    END-IF.
    WRITE reglement-cloture-enregistrement.
    CLOSE reglements-cloture.
    ADD MontantReglement TO FA-Regle(IdxFactureTrouvee).
    IF FA-Regle(IdxFactureTrouvee) = FA-MontantTTC(IdxFactureTrouvee)
        MOVE "P" TO FA-Statut(IdxFactureTrouvee)
        DISPLAY "Facture " NumeroFactureSaisi " soldee."
    ELSE
        COMPUTE ResteDuFacture = FA-MontantTTC(IdxFactureTrouvee)
                - FA-Regle(IdxFactureTrouvee)
        DISPLAY "Reglement enregistre, reste du : " ResteDuFacture
    END-IF.
    PERFORM SAUVEGARDER-FACTURES-CLOTURE.

CALCULER-RETARD-FACTURE.
*> Jours de retard de la facture IdxFacture sur son echeance
*> (negatif ou nul : pas encore echue).
    MOVE FA-Echeance(IdxFacture) TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    COMPUTE JoursRetardFacture = JoursSerieJour - JoursSerie.

EDITER-BALANCE-AGEE.
*> Une ligne D par client qui doit quelque chose (fiches clients,
*> puis les chantiers sans fiche sous le client zero), le reste du
*> ventile par tranche de retard, et une ligne T de total.
    ACCEPT DateDuJourDevis FROM DATE YYYYMMDD.
    MOVE DateDuJourDevis TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    MOVE JoursSerie TO JoursSerieJour.
    MOVE ZERO TO TotalAgeNonEchu.
    MOVE ZERO TO TotalAge1a30.
    MOVE ZERO TO TotalAge31a60.
    MOVE ZERO TO TotalAge61a90.
    MOVE ZERO TO TotalAgePlus90.
    MOVE ZERO TO TotalAgeGeneral.
    MOVE ZERO TO ClientsAges.
    MOVE "AGEECLOT" TO SPOOL-Etat.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "balance_agee_cloture_" DateDuJourDevis
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    MOVE DateDuJourDevis TO SPOOL-DebutPeriode.
    MOVE DateDuJourDevis TO SPOOL-FinPeriode.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomEtatCloture.
    OPEN OUTPUT etat-cloture.
    PERFORM VARYING IdxClientC FROM 1 BY 1
            UNTIL IdxClientC > NombreClientsCloture
        MOVE CK-Numero(IdxClientC) TO NumeroClientFacture
        MOVE CK-Nom(IdxClientC) TO NomClientFacture
        PERFORM AGER-UN-CLIENT
    END-PERFORM.
    MOVE ZERO TO NumeroClientFacture.
    MOVE "SANS FICHE CLIENT" TO NomClientFacture.
    PERFORM AGER-UN-CLIENT.
    MOVE "T" TO BA-Type.
    MOVE ZERO TO BA-Client.
    MOVE "TOTAL" TO BA-Nom.
    MOVE TotalAgeNonEchu TO BA-NonEchu.
    MOVE TotalAge1a30 TO BA-1a30.
    MOVE TotalAge31a60 TO BA-31a60.
    MOVE TotalAge61a90 TO BA-61a90.
    MOVE TotalAgePlus90 TO BA-Plus90.
    MOVE TotalAgeGeneral TO BA-Total.
    PERFORM ECRIRE-LIGNE-BALANCE-AGEE.
    CLOSE etat-cloture.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    DISPLAY "===== BALANCE AGEE AU " DateDuJourDevis " =====".
    DISPLAY "Clients debiteurs : " ClientsAges.
    DISPLAY "Non echu  : " TotalAgeNonEchu.
    DISPLAY "1-30 j    : " TotalAge1a30.
    DISPLAY "31-60 j   : " TotalAge31a60.
    DISPLAY "61-90 j   : " TotalAge61a90.
    DISPLAY "+90 j     : " TotalAgePlus90.
    DISPLAY "Total du  : " TotalAgeGeneral.
    DISPLAY "Detail dans '" NomEtatCloture "'.".

AGER-UN-CLIENT.
    MOVE ZERO TO AgeNonEchu.
    MOVE ZERO TO Age1a30.
    MOVE ZERO TO Age31a60.
    MOVE ZERO TO Age61a90.
    MOVE ZERO TO AgePlus90.
    MOVE ZERO TO AgeTotal.
    PERFORM VARYING IdxFacture FROM 1 BY 1
            UNTIL IdxFacture > NombreFactures
        IF FA-Client(IdxFacture) = NumeroClientFacture
           AND FA-Statut(IdxFacture) = "O"
            PERFORM VENTILER-FACTURE-AGEE
        END-IF
    END-PERFORM.
    IF AgeTotal > ZERO
        ADD 1 TO ClientsAges
        MOVE "D" TO BA-Type
        MOVE NumeroClientFacture TO BA-Client
        MOVE NomClientFacture TO BA-Nom
        MOVE AgeNonEchu TO BA-NonEchu
        MOVE Age1a30 TO BA-1a30
        MOVE Age31a60 TO BA-31a60
        MOVE Age61a90 TO BA-61a90
        MOVE AgePlus90 TO BA-Plus90
        MOVE AgeTotal TO BA-Total
        PERFORM ECRIRE-LIGNE-BALANCE-AGEE
        ADD AgeNonEchu TO TotalAgeNonEchu
        ADD Age1a30 TO TotalAge1a30
        ADD Age31a60 TO TotalAge31a60
        ADD Age61a90 TO TotalAge61a90
        ADD AgePlus90 TO TotalAgePlus90
        ADD AgeTotal TO TotalAgeGeneral
    END-IF.

VENTILER-FACTURE-AGEE.
    COMPUTE ResteDuFacture = FA-MontantTTC(IdxFacture)
            - FA-Regle(IdxFacture).
    PERFORM CALCULER-RETARD-FACTURE.
    EVALUATE TRUE
        WHEN JoursRetardFacture <= 0
            ADD ResteDuFacture TO AgeNonEchu
        WHEN JoursRetardFacture <= 30
            ADD ResteDuFacture TO Age1a30
        WHEN JoursRetardFacture <= 60
            ADD ResteDuFacture TO Age31a60
        WHEN JoursRetardFacture <= 90
            ADD ResteDuFacture TO Age61a90
        WHEN OTHER
            ADD ResteDuFacture TO AgePlus90
    END-EVALUATE.
    ADD ResteDuFacture TO AgeTotal.

ECRIRE-LIGNE-BALANCE-AGEE.
    MOVE SEP-Virgule TO BA-Sep1.
    MOVE SEP-Virgule TO BA-Sep2.
    MOVE SEP-Virgule TO BA-Sep3.
    MOVE SEP-Virgule TO BA-Sep4.
    MOVE SEP-Virgule TO BA-Sep5.
    MOVE SEP-Virgule TO BA-Sep6.
    MOVE SEP-Virgule TO BA-Sep7.
    MOVE SEP-Virgule TO BA-Sep8.
    WRITE etat-cloture-enregistrement FROM LigneBalanceAgee.

EDITER-LETTRES-RELANCE.
*> Une lettre par client fiche pour ses factures ouvertes en retard
*> de plus de RELANCECLOT jours, et pas deja relancees dans ce
*> meme delai. Les chantiers sans fiche n'ont pas d'adresse : ils
*> sont seulement comptes a l'ecran.
    ACCEPT DateDuJourDevis FROM DATE YYYYMMDD.
    MOVE DateDuJourDevis TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    MOVE JoursSerie TO JoursSerieJour.
    MOVE ZERO TO LettresRelance.
    MOVE ZERO TO RelancesSansFiche.
    MOVE "LETCLOT" TO SPOOL-Etat.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "relances_cloture_" DateDuJourDevis
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    MOVE DateDuJourDevis TO SPOOL-DebutPeriode.
    MOVE DateDuJourDevis TO SPOOL-FinPeriode.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomEtatCloture.
    OPEN OUTPUT etat-cloture.
    PERFORM VARYING IdxClientC FROM 1 BY 1
            UNTIL IdxClientC > NombreClientsCloture
        MOVE CK-Numero(IdxClientC) TO NumeroClientFacture
        PERFORM RELANCER-UN-CLIENT
    END-PERFORM.
    PERFORM VARYING IdxFacture FROM 1 BY 1
            UNTIL IdxFacture > NombreFactures
        IF FA-Client(IdxFacture) = ZERO
            PERFORM TESTER-FACTURE-A-RELANCER
            IF FacturesEnRelance > ZERO
                ADD 1 TO RelancesSansFiche
            END-IF
        END-IF
    END-PERFORM.
    CLOSE etat-cloture.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    IF LettresRelance > ZERO
        PERFORM SAUVEGARDER-FACTURES-CLOTURE
    END-IF.
    DISPLAY "Lettres de relance : " LettresRelance.
    IF RelancesSansFiche > ZERO
        DISPLAY "Factures en retard sans fiche client (a relancer "
                "par telephone) : " RelancesSansFiche
    END-IF.
    DISPLAY "Lettres dans '" NomEtatCloture "'.".

TESTER-FACTURE-A-RELANCER.
*> FacturesEnRelance passe a 1 si la facture IdxFacture est a
*> relancer aujourd'hui.
    MOVE ZERO TO FacturesEnRelance.
    IF FA-Statut(IdxFacture) = "O"
        PERFORM CALCULER-RETARD-FACTURE
        IF JoursRetardFacture > DelaiRelanceCloture
            IF FA-DateRelance(IdxFacture) = ZERO
                MOVE 1 TO FacturesEnRelance
            ELSE
                MOVE FA-DateRelance(IdxFacture) TO DateAConvertir
                PERFORM CONVERTIR-DATE-EN-JOURS
                COMPUTE JoursDepuisRelance = JoursSerieJour
                        - JoursSerie
                IF JoursDepuisRelance > DelaiRelanceCloture
                    MOVE 1 TO FacturesEnRelance
                END-IF
            END-IF
        END-IF
    END-IF.

RELANCER-UN-CLIENT.
    MOVE ZERO TO FacturesAffichees.
    PERFORM VARYING IdxFacture FROM 1 BY 1
            UNTIL IdxFacture > NombreFactures
        IF FA-Client(IdxFacture) = NumeroClientFacture
            PERFORM TESTER-FACTURE-A-RELANCER
            IF FacturesEnRelance > ZERO
                IF FacturesAffichees = ZERO
                    PERFORM ECRIRE-EN-TETE-RELANCE
                END-IF
                ADD 1 TO FacturesAffichees
                PERFORM ECRIRE-LIGNE-RELANCE
                MOVE DateDuJourDevis TO FA-DateRelance(IdxFacture)
            END-IF
        END-IF
    END-PERFORM.
    IF FacturesAffichees > ZERO
        ADD 1 TO LettresRelance
        PERFORM ECRIRE-PIED-RELANCE
    END-IF.

ECRIRE-EN-TETE-RELANCE.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Client " CK-Numero(IdxClientC) " - "
            CK-Nom(IdxClientC)
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE CK-Adresse(IdxClientC) TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Le " DateDuJourDevis
            " - Objet : factures de cloture impayees"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "Madame, Monsieur, sauf erreur de notre part, les factures"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "suivantes restent impayees a ce jour :"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.

ECRIRE-LIGNE-RELANCE.
    COMPUTE ResteDuFacture = FA-MontantTTC(IdxFacture)
            - FA-Regle(IdxFacture).
    MOVE ResteDuFacture TO MontantEdite.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "  Facture " FA-Numero(IdxFacture) " du "
            FA-Date(IdxFacture) ", echue le " FA-Echeance(IdxFacture)
            ", reste du " MontantEdite " EUR"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.

ECRIRE-PIED-RELANCE.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "Merci de bien vouloir regulariser sous huit jours. Si votre"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "reglement nous est parvenu entre-temps, ne tenez pas compte"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "de ce courrier." TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE ALL "-" TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.

REEDITER-DOCUMENT-DEVIS.
*> Reedition du document d'une version donnee (zero = la derniere),
*> pour un client qui l'a egare ou une version deja remplacee.
    DISPLAY "Numero du devis : ".
    ACCEPT NumeroDevisSaisi.
    DISPLAY "Version (0 = derniere) : ".
    ACCEPT VersionDevisSaisie.
    PERFORM RECHERCHER-DEVIS.
    IF Devis-Trouve AND VersionDevisSaisie > ZERO
        MOVE "N" TO DevisTrouve
        PERFORM VARYING IdxDevis FROM 1 BY 1
                UNTIL IdxDevis > NombreDevis
            IF DQ-Numero(IdxDevis) = NumeroDevisSaisi
               AND DQ-Version(IdxDevis) = VersionDevisSaisie
                MOVE "O" TO DevisTrouve
                SET IdxDevisTrouve TO IdxDevis
            END-IF
        END-PERFORM
    END-IF.
    IF NOT Devis-Trouve
        DISPLAY "Devis ou version inconnu."
    ELSE
        MOVE IdxDevisTrouve TO IdxDevisEdite
        PERFORM EDITER-DOCUMENT-DEVIS
    END-IF.

EDITER-DOCUMENT-DEVIS.
*> Document de la version IdxDevisEdite, nomme par le spool.
    MOVE "DEVISCLO" TO SPOOL-Etat.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "devis_" DQ-Numero(IdxDevisEdite) "_v"
            DQ-Version(IdxDevisEdite)
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    MOVE DQ-Date(IdxDevisEdite) TO SPOOL-DebutPeriode.
    MOVE DQ-Date(IdxDevisEdite) TO SPOOL-FinPeriode.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomEtatCloture.
    OPEN OUTPUT etat-cloture.
    PERFORM ECRIRE-EN-TETE-DEVIS.
    PERFORM ECRIRE-LIGNES-DEVIS.
    PERFORM ECRIRE-TOTAUX-DEVIS.
    PERFORM ECRIRE-BON-POUR-ACCORD.
    CLOSE etat-cloture.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    DISPLAY "Document du devis dans '" NomEtatCloture "'.".

ECRIRE-EN-TETE-DEVIS.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE RaisonSocialeAtelier TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE AdresseAtelier TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE TelephoneAtelier TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
*> Nom et adresses depuis la fiche client ; les devis sans fiche
*> gardent leur nom libre.
    MOVE "N" TO ClientClotureTrouve.
    IF DQ-NumeroClient(IdxDevisEdite) > ZERO
        MOVE DQ-NumeroClient(IdxDevisEdite) TO NumeroClientSaisi
        PERFORM RECHERCHER-CLIENT-CLOTURE
    END-IF.
    MOVE SPACES TO etat-cloture-enregistrement.
    IF Client-Cloture-Trouve
        STRING "Client " CK-Numero(IdxClientCTrouve) " - "
                CK-Nom(IdxClientCTrouve)
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
        WRITE etat-cloture-enregistrement
        MOVE SPACES TO etat-cloture-enregistrement
        STRING "Adresse : " CK-Adresse(IdxClientCTrouve)
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
        WRITE etat-cloture-enregistrement
        MOVE SPACES TO etat-cloture-enregistrement
        STRING "Adresse du chantier : "
                CK-AdresseChantier(IdxClientCTrouve)
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
    ELSE
        STRING "Client : " DQ-NomClient(IdxDevisEdite)
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
    END-IF.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "DEVIS No " DQ-Numero(IdxDevisEdite) " - version "
            DQ-Version(IdxDevisEdite) " du " DQ-Date(IdxDevisEdite)
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    IF DQ-Version(IdxDevisEdite) > 1
        PERFORM ECRIRE-VERSION-REMPLACEE
    END-IF.
    IF DQ-Statut(IdxDevisEdite) = "R"
        MOVE SPACES TO etat-cloture-enregistrement
        MOVE "Duplicata : version remplacee depuis, sans valeur."
            TO etat-cloture-enregistrement
        WRITE etat-cloture-enregistrement
    END-IF.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    IF DQ-Forme(IdxDevisEdite) = "R"
        MOVE DQ-Longueur(IdxDevisEdite) TO DimensionEditee
        MOVE DQ-Largeur(IdxDevisEdite) TO LargeurEditee
        STRING "Parcelle rectangulaire de " DimensionEditee " x "
                LargeurEditee
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
    ELSE
        STRING "Parcelle irreguliere a " DQ-NbCotes(IdxDevisEdite)
                " cotes"
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
    END-IF.
    WRITE etat-cloture-enregistrement.
    MOVE DQ-Perimetre(IdxDevisEdite) TO PerimetreEdite.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Longueur de cloture : " PerimetreEdite
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.

ECRIRE-VERSION-REMPLACEE.
*> La version precedente peut deja etre partie en archive : la
*> ligne cite alors son numero sans sa date.
    COMPUTE VersionPrecedente = DQ-Version(IdxDevisEdite) - 1.
    MOVE ZERO TO DateVersionPrecedente.
    PERFORM VARYING IdxDevis FROM 1 BY 1 UNTIL IdxDevis > NombreDevis
        IF DQ-Numero(IdxDevis) = DQ-Numero(IdxDevisEdite)
           AND DQ-Version(IdxDevis) = VersionPrecedente
            MOVE DQ-Date(IdxDevis) TO DateVersionPrecedente
        END-IF
    END-PERFORM.
    MOVE SPACES TO etat-cloture-enregistrement.
    IF DateVersionPrecedente > ZERO
        STRING "Ce devis annule et remplace la version "
                VersionPrecedente " du " DateVersionPrecedente "."
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
    ELSE
        STRING "Ce devis annule et remplace la version "
                VersionPrecedente "."
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
    END-IF.
    WRITE etat-cloture-enregistrement.

ECRIRE-LIGNES-DEVIS.
*> Nomenclature refaite depuis la parcelle du devis et chiffree au
*> tarif en vigueur a sa date ; sans nomenclature, une seule ligne
*> au metre du produit de cloture.
    MOVE DQ-Date(IdxDevisEdite) TO DateTarifCherchee.
    MOVE ZERO TO TotalMateriaux.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Detail (tarif en vigueur au " DateTarifCherchee ") :"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    IF DQ-LargeurPanneau(IdxDevisEdite) > ZERO
        MOVE DQ-Perimetre(IdxDevisEdite) TO Perimetre
        MOVE DQ-Forme(IdxDevisEdite) TO TypeForme
        MOVE DQ-NbCotes(IdxDevisEdite) TO NombreCotes
        MOVE DQ-LargeurPanneau(IdxDevisEdite) TO LargeurPanneau
        MOVE DQ-NbPortails(IdxDevisEdite) TO NbPortails
        PERFORM DECOMPTER-MATERIAUX
        MOVE CodeTarifPanneau TO CodeTarifMateriau
        MOVE "Panneaux" TO LibelleMateriau
        MOVE NbPanneaux TO QuantiteMateriau
        PERFORM ECRIRE-LIGNE-MATERIAU
        MOVE CodeTarifPoteau TO CodeTarifMateriau
        MOVE "Poteaux" TO LibelleMateriau
        MOVE NbPoteaux TO QuantiteMateriau
        PERFORM ECRIRE-LIGNE-MATERIAU
        MOVE CodeTarifPortail TO CodeTarifMateriau
        MOVE "Portails" TO LibelleMateriau
        MOVE NbPortails TO QuantiteMateriau
        PERFORM ECRIRE-LIGNE-MATERIAU
        MOVE CodeTarifBeton TO CodeTarifMateriau
        MOVE "Sacs de beton" TO LibelleMateriau
        MOVE NbSacsBeton TO QuantiteMateriau
        PERFORM ECRIRE-LIGNE-MATERIAU
    ELSE
        MOVE DQ-CodeProduit(IdxDevisEdite) TO CodeTarifMateriau
        PERFORM CHERCHER-PRIX-MATERIAU
        MOVE SPACES TO etat-cloture-enregistrement
        IF Tarif-Trouve
            COMPUTE TotalMateriaux ROUNDED =
                    DQ-Perimetre(IdxDevisEdite) * PrixMateriau
            MOVE PrixMateriau TO PrixEdite
            MOVE TotalMateriaux TO MontantEdite
            STRING "  " DescriptionMateriau " " PerimetreEdite
                    " x " PrixEdite " = " MontantEdite " EUR"
                DELIMITED BY SIZE INTO etat-cloture-enregistrement
        ELSE
            MOVE DQ-Cout(IdxDevisEdite) TO TotalMateriaux
            STRING "  Cloture posee, " PerimetreEdite
                    " de longueur (forfait)"
                DELIMITED BY SIZE INTO etat-cloture-enregistrement
        END-IF
        WRITE etat-cloture-enregistrement
    END-IF.

ECRIRE-LIGNE-MATERIAU.
    IF QuantiteMateriau > ZERO
        PERFORM CHERCHER-PRIX-MATERIAU
        MOVE QuantiteMateriau TO QuantiteEditee
        MOVE SPACES TO etat-cloture-enregistrement
        IF Tarif-Trouve
            COMPUTE MontantMateriau ROUNDED =
                    QuantiteMateriau * PrixMateriau
            ADD MontantMateriau TO TotalMateriaux
            MOVE PrixMateriau TO PrixEdite
            MOVE MontantMateriau TO MontantEdite
            STRING "  " DescriptionMateriau " " QuantiteEditee
                    " x " PrixEdite " = " MontantEdite " EUR"
                DELIMITED BY SIZE INTO etat-cloture-enregistrement
        ELSE
            STRING "  " LibelleMateriau " " QuantiteEditee
                    " (hors tarif)"
                DELIMITED BY SIZE INTO etat-cloture-enregistrement
        END-IF
        WRITE etat-cloture-enregistrement
    END-IF.

ECRIRE-TOTAUX-DEVIS.
*> Le montant du devis (cout convenu de la version) fait foi : un
*> ecart avec le detail au tarif (materiau hors tarif, prix
*> negocie a la revision) apparait comme ajustement.
    COMPUTE AjustementDevis = DQ-Cout(IdxDevisEdite) - TotalMateriaux.
    IF AjustementDevis NOT = ZERO
        MOVE AjustementDevis TO AjustementEdite
        MOVE SPACES TO etat-cloture-enregistrement
        STRING "  Hors tarif et ajustement convenu  " AjustementEdite
                " EUR"
            DELIMITED BY SIZE INTO etat-cloture-enregistrement
        WRITE etat-cloture-enregistrement
    END-IF.
    COMPUTE MontantTVADevis ROUNDED =
            DQ-Cout(IdxDevisEdite) * TauxTVACloture / 100.
    COMPUTE MontantTTCDevis = DQ-Cout(IdxDevisEdite) + MontantTVADevis.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE DQ-Cout(IdxDevisEdite) TO MontantEdite.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Montant HT  : " MontantEdite " EUR"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE TauxTVACloture TO TauxEdite.
    MOVE MontantTVADevis TO MontantEdite.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "TVA " TauxEdite " % : " MontantEdite " EUR"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE MontantTTCDevis TO MontantEdite.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Montant TTC : " MontantEdite " EUR"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
*> Meme validite que la peremption du demarrage : le devis passe E
*> le lendemain de cette date.
    MOVE "A" TO DATU-Operation.
    MOVE DQ-Date(IdxDevisEdite) TO DATU-Date1.
    MOVE ValiditeDevisJours TO DATU-Nombre.
    CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
            DATU-Nombre DATU-DateResultat DATU-Statut.
    MOVE DATU-DateResultat TO DateValiditeDevis.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Devis valable jusqu'au " DateValiditeDevis " inclus."
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.

ECRIRE-BON-POUR-ACCORD.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "- - - - - - - - - - a retourner signe a l'atelier - - - - -"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "BON POUR ACCORD" TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "Devis No " DQ-Numero(IdxDevisEdite) " - version "
            DQ-Version(IdxDevisEdite) " du " DQ-Date(IdxDevisEdite)
            " - montant TTC " MontantEdite " EUR"
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    STRING "A retourner au plus tard le " DateValiditeDevis "."
        DELIMITED BY SIZE INTO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "Nom : ______________________________   Date : ___________"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    MOVE "Signature, precedee de la mention << bon pour accord >> :"
        TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE SPACES TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.
    MOVE ALL "-" TO etat-cloture-enregistrement.
    WRITE etat-cloture-enregistrement.

APPELER-SPOOL.
    CALL 'Spool' USING SPOOL-Operation SPOOL-Etat SPOOL-NomBase
            SPOOL-Programme SPOOL-Operateur SPOOL-DebutPeriode
            SPOOL-FinPeriode SPOOL-NomFichier SPOOL-Lignes
            SPOOL-Statut.

SORTIR-MATERIAU-SUPPLEMENTAIRE.
*> Materiau livre en plus sur un chantier (casse, erreur de metre) :
*> sortie S au motif de l'ordre, pour que le cout de revient la
*> retrouve, que le chantier soit encore ouvert ou deja termine.
    DISPLAY "Numero de l'ordre de travail : ".
    ACCEPT NumeroOrdreSaisi.
    PERFORM RECHERCHER-ORDRE-TRAVAIL.
    IF NOT Ordre-Trouve
        DISPLAY "Ordre de travail inconnu."
    ELSE
        DISPLAY "Produit (nom au fichier produits) : "
        ACCEPT NomProduitCherche
        DISPLAY "Quantite sortie : "
        ACCEPT QuantiteSupplementaire
        PERFORM CHARGER-PRODUITS-STOCK
        MOVE "O" TO CouvertureOk
        MOVE QuantiteSupplementaire TO QuantiteAPrelever
        PERFORM VERIFIER-COUVERTURE-MATERIAU
        EVALUATE TRUE
            WHEN QuantiteSupplementaire = ZERO
                DISPLAY "Quantite nulle : rien a sortir."
            WHEN NOT Couverture-Ok
                DISPLAY "Sortie refusee : stock insuffisant."
            WHEN OTHER
                PERFORM PRELEVER-MATERIAU
                PERFORM SAUVEGARDER-PRODUITS-STOCK
                DISPLAY QuantiteSupplementaire " " NomProduitCherche
                        " sorti(s) sur l'ordre " NumeroOrdreSaisi "."
        END-EVALUATE
    END-IF.

AFFICHER-COUT-CHANTIER.
    DISPLAY "Numero de l'ordre de travail : ".
    ACCEPT NumeroOrdreSaisi.
    PERFORM RECHERCHER-ORDRE-TRAVAIL.
    IF NOT Ordre-Trouve
        DISPLAY "Ordre de travail inconnu."
    ELSE
        PERFORM CHARGER-PRODUITS-STOCK
        PERFORM CALCULER-COUT-CHANTIER
        DISPLAY "===== COUT DE REVIENT DE L'OT " NumeroOrdreSaisi
                " ====="
        IF Devis-Chantier-Trouve
            DISPLAY "Devis " OD-Devis(IdxOrdreTrouve) " v"
                    OD-Version(IdxOrdreTrouve) " - forme "
                    FormeChantier " - produit " ProduitChantier
        ELSE
            DISPLAY "Devis " OD-Devis(IdxOrdreTrouve) " v"
                    OD-Version(IdxOrdreTrouve)
                    " introuvable (registre et archive)"
        END-IF
        DISPLAY "Montant du devis  : " DevisChantier
        DISPLAY "Materiaux sortis  : " CoutMateriauxChantier " ("
                SortiesChantier " sortie(s))"
        DISPLAY "Main-d'oeuvre     : " CoutMainOeuvreChantier " ("
                HeuresPoseChantier " h)"
        DISPLAY "Cout de revient   : " CoutRevientChantier
        DISPLAY "Marge             : " MargeChantier
        IF PoseursSansFiche > ZERO
            DISPLAY PoseursSansFiche " creneau(x) sans poseur connu "
                    "au fichier du personnel : heures non chiffrees."
        END-IF
        IF OD-Statut(IdxOrdreTrouve) = "O"
            DISPLAY "(chantier encore ouvert : cout provisoire)"
        END-IF
    END-IF.

CALCULER-COUT-CHANTIER.
*> Cout de revient de l'ordre IdxOrdreTrouve ; le fichier produits
*> doit etre charge pour les prix d'achat.
    MOVE SPACES TO MotifChantier.
    STRING "CHANTIER OT " OD-Numero(IdxOrdreTrouve) DELIMITED BY SIZE
            INTO MotifChantier.
    PERFORM RETROUVER-DEVIS-CHANTIER.
    PERFORM CUMULER-MATERIAUX-CHANTIER.
    MOVE ZERO TO MinutesPoseChantier.
    MOVE ZERO TO CoutMainOeuvreChantier.
    MOVE ZERO TO PoseursSansFiche.
    MOVE "N" TO PersonnelOuvert.
    OPEN INPUT personnel-fichier.
    IF ws-statut-personnel = '00'
        MOVE "O" TO PersonnelOuvert
    END-IF.
    MOVE "planning" TO NomFichierPlanning.
    PERFORM CUMULER-HEURES-CHANTIER.
    MOVE "planning_archive" TO NomFichierPlanning.
    PERFORM CUMULER-HEURES-CHANTIER.
    IF Personnel-Ouvert
        CLOSE personnel-fichier
    END-IF.
    COMPUTE HeuresPoseChantier ROUNDED = MinutesPoseChantier / 60.
    COMPUTE CoutRevientChantier = CoutMateriauxChantier
            + CoutMainOeuvreChantier.
    COMPUTE MargeChantier = DevisChantier - CoutRevientChantier.

RETROUVER-DEVIS-CHANTIER.
*> Version acceptee du devis de l'ordre : registre vivant, puis
*> archive pour les devis regles depuis plus d'un an.
    MOVE "N" TO DevisChantierTrouve.
    MOVE ZERO TO DevisChantier.
    MOVE SPACE TO FormeChantier.
    MOVE SPACES TO ProduitChantier.
    PERFORM VARYING IdxDevis FROM 1 BY 1
            UNTIL IdxDevis > NombreDevis OR Devis-Chantier-Trouve
        IF DQ-Numero(IdxDevis) = OD-Devis(IdxOrdreTrouve)
           AND DQ-Version(IdxDevis) = OD-Version(IdxOrdreTrouve)
            MOVE "O" TO DevisChantierTrouve
            MOVE DQ-Cout(IdxDevis) TO DevisChantier
            MOVE DQ-Forme(IdxDevis) TO FormeChantier
            MOVE DQ-CodeProduit(IdxDevis) TO ProduitChantier
        END-IF
    END-PERFORM.
    IF NOT Devis-Chantier-Trouve
        OPEN INPUT devis-archive
        IF ws-file-status = '35'
            CLOSE devis-archive
        ELSE
            PERFORM UNTIL ws-file-status = '10'
                READ devis-archive
                    AT END
                        MOVE '10' TO ws-file-status
                    NOT AT END
                        IF DVA-Numero = OD-Devis(IdxOrdreTrouve)
                           AND DVA-Version IS NUMERIC
                           AND DVA-Version = OD-Version(IdxOrdreTrouve)
                            MOVE "O" TO DevisChantierTrouve
                            MOVE DVA-Cout TO DevisChantier
                            MOVE DVA-Forme TO FormeChantier
                            MOVE DVA-CodeProduit TO ProduitChantier
                        END-IF
                END-READ
            END-PERFORM
            CLOSE devis-archive
        END-IF
    END-IF.

CUMULER-MATERIAUX-CHANTIER.
    MOVE ZERO TO CoutMateriauxChantier.
    MOVE ZERO TO SortiesChantier.
    OPEN INPUT mouvements-fichier.
    IF ws-file-status = '35'
        CLOSE mouvements-fichier
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ mouvements-fichier
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF MV-Sens = "S" AND MV-Motif = MotifChantier
                        ADD 1 TO SortiesChantier
                        MOVE MV-Produit TO NomProduitCherche
                        PERFORM RECHERCHER-PRODUIT-STOCK
                        IF Produit-Stock-Trouve
                            COMPUTE CoutMateriauxChantier =
                                    CoutMateriauxChantier
                                    + MV-Quantite
                                    * PS-PrixAchat(IdxProdTrouve)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE mouvements-fichier
    END-IF.

CUMULER-HEURES-CHANTIER.
*> Creneaux du fichier NomFichierPlanning qui portent l'ordre.
    OPEN INPUT planning-chantiers.
    IF ws-file-status = '35'
        CLOSE planning-chantiers
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ planning-chantiers
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF PG-Ordre IS NUMERIC
                       AND PG-Ordre = OD-Numero(IdxOrdreTrouve)
                        PERFORM CHIFFRER-CRENEAU-POSE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE planning-chantiers
    END-IF.

CHIFFRER-CRENEAU-POSE.
    MOVE PG-HeureDebut TO HeureHHMM.
    PERFORM CONVERTIR-HHMM-EN-MINUTES.
    MOVE MinutesCreneauPose TO MinutesDebutPose.
    MOVE PG-HeureFin TO HeureHHMM.
    PERFORM CONVERTIR-HHMM-EN-MINUTES.
    MOVE MinutesCreneauPose TO MinutesFinPose.
    IF MinutesFinPose > MinutesDebutPose
        COMPUTE MinutesCreneauPose = MinutesFinPose - MinutesDebutPose
        ADD MinutesCreneauPose TO MinutesPoseChantier
        MOVE ZERO TO TauxHorairePoseur
        IF Personnel-Ouvert AND PG-EmployeID > ZERO
            MOVE PG-EmployeID TO Cle-Employe
            READ personnel-fichier
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE HeuresContrat TO HeuresSemainePoseur
                    IF HeuresSemainePoseur = ZERO
                        MOVE 35 TO HeuresSemainePoseur
                    END-IF
                    COMPUTE TauxHorairePoseur ROUNDED =
                            SalaireBrut * 12
                            / (HeuresSemainePoseur * 52)
            END-READ
        END-IF
        IF TauxHorairePoseur = ZERO
            ADD 1 TO PoseursSansFiche
        ELSE
            COMPUTE CoutMainOeuvreChantier ROUNDED =
                    CoutMainOeuvreChantier
                    + MinutesCreneauPose * TauxHorairePoseur / 60
        END-IF
    END-IF.

CONVERTIR-HHMM-EN-MINUTES.
    DIVIDE HeureHHMM BY 100 GIVING HeuresHHMM
            REMAINDER MinutesHHMM.
    COMPUTE MinutesCreneauPose = HeuresHHMM * 60 + MinutesHHMM.

EDITER-COUTS-CHANTIERS.
*> Synthese d'un mois : une ligne J par chantier termine dont la
*> pose tombe dans le mois, puis les regroupements F par forme et P
*> par produit du tarif, et la ligne T du mois.
    DISPLAY "Mois des poses (AAAAMM) : ".
    ACCEPT PeriodeCoutChantiers.
    PERFORM CHARGER-PRODUITS-STOCK.
    MOVE ZERO TO NombreSyntheses.
    MOVE ZERO TO ChantiersDuMois.
    MOVE "COUTCHAN" TO SPOOL-Etat.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "couts_chantiers_" PeriodeCoutChantiers
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    COMPUTE SPOOL-DebutPeriode = PeriodeCoutChantiers * 100 + 1.
    COMPUTE SPOOL-FinPeriode = PeriodeCoutChantiers * 100 + 31.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomEtatCloture.
    OPEN OUTPUT etat-cloture.
    PERFORM VARYING IdxOrdre FROM 1 BY 1 UNTIL IdxOrdre > NombreOrdres
        IF OD-Statut(IdxOrdre) = "T"
           AND OD-DatePose(IdxOrdre)(1:6) = PeriodeCoutChantiers
            SET IdxOrdreTrouve TO IdxOrdre
            PERFORM COUTER-CHANTIER-DU-MOIS
        END-IF
    END-PERFORM.
    MOVE "F" TO TypeSynthese.
    PERFORM ECRIRE-SYNTHESES-DU-TYPE.
    MOVE "P" TO TypeSynthese.
    PERFORM ECRIRE-SYNTHESES-DU-TYPE.
    MOVE "T" TO TypeSynthese.
    PERFORM ECRIRE-SYNTHESES-DU-TYPE.
    CLOSE etat-cloture.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    DISPLAY "===== COUTS DES CHANTIERS " PeriodeCoutChantiers
            " =====".
    DISPLAY "Chantiers termines : " ChantiersDuMois.
    DISPLAY "Detail dans '" NomEtatCloture "'.".

COUTER-CHANTIER-DU-MOIS.
    ADD 1 TO ChantiersDuMois.
    PERFORM CALCULER-COUT-CHANTIER.
    INITIALIZE LigneCoutChantier.
    MOVE "J" TO CC-Type.
    MOVE OD-Numero(IdxOrdreTrouve) TO CC-Ordre.
    MOVE OD-Devis(IdxOrdreTrouve) TO CC-Devis.
    MOVE OD-Version(IdxOrdreTrouve) TO CC-Version.
    MOVE FormeChantier TO CC-Forme.
    MOVE ProduitChantier TO CC-Produit.
    MOVE 1 TO CC-Nombre.
    MOVE DevisChantier TO CC-MontantDevis.
    MOVE CoutMateriauxChantier TO CC-Materiaux.
    MOVE HeuresPoseChantier TO CC-Heures.
    MOVE CoutMainOeuvreChantier TO CC-MainOeuvre.
    MOVE MargeChantier TO CC-Marge.
    PERFORM ECRIRE-LIGNE-COUT-CHANTIER.
    MOVE "F" TO TypeSynthese.
    MOVE FormeChantier TO CleSynthese.
    PERFORM CUMULER-SYNTHESE.
    MOVE "P" TO TypeSynthese.
    MOVE ProduitChantier TO CleSynthese.
    PERFORM CUMULER-SYNTHESE.
    MOVE "T" TO TypeSynthese.
    MOVE SPACES TO CleSynthese.
    PERFORM CUMULER-SYNTHESE.

CUMULER-SYNTHESE.
    MOVE "N" TO SyntheseTrouvee.
    PERFORM VARYING IdxSynthese FROM 1 BY 1
            UNTIL IdxSynthese > NombreSyntheses OR Synthese-Trouvee
        IF SY-Type(IdxSynthese) = TypeSynthese
           AND SY-Cle(IdxSynthese) = CleSynthese
            MOVE "O" TO SyntheseTrouvee
            SET IdxSyntheseTrouvee TO IdxSynthese
        END-IF
    END-PERFORM.
    IF NOT Synthese-Trouvee AND NombreSyntheses < 52
        ADD 1 TO NombreSyntheses
        MOVE NombreSyntheses TO IdxSyntheseTrouvee
        MOVE TypeSynthese TO SY-Type(IdxSyntheseTrouvee)
        MOVE CleSynthese TO SY-Cle(IdxSyntheseTrouvee)
        MOVE ZERO TO SY-Nombre(IdxSyntheseTrouvee)
        MOVE ZERO TO SY-Devis(IdxSyntheseTrouvee)
        MOVE ZERO TO SY-Materiaux(IdxSyntheseTrouvee)
        MOVE ZERO TO SY-MainOeuvre(IdxSyntheseTrouvee)
        MOVE ZERO TO SY-Heures(IdxSyntheseTrouvee)
        MOVE ZERO TO SY-Marge(IdxSyntheseTrouvee)
        MOVE "O" TO SyntheseTrouvee
    END-IF.
    IF Synthese-Trouvee
        ADD 1 TO SY-Nombre(IdxSyntheseTrouvee)
        ADD DevisChantier TO SY-Devis(IdxSyntheseTrouvee)
        ADD CoutMateriauxChantier TO SY-Materiaux(IdxSyntheseTrouvee)
        ADD CoutMainOeuvreChantier
            TO SY-MainOeuvre(IdxSyntheseTrouvee)
        ADD HeuresPoseChantier TO SY-Heures(IdxSyntheseTrouvee)
        ADD MargeChantier TO SY-Marge(IdxSyntheseTrouvee)
    END-IF.

ECRIRE-SYNTHESES-DU-TYPE.
    PERFORM VARYING IdxSynthese FROM 1 BY 1
            UNTIL IdxSynthese > NombreSyntheses
        IF SY-Type(IdxSynthese) = TypeSynthese
            PERFORM ECRIRE-LIGNE-SYNTHESE
        END-IF
    END-PERFORM.

ECRIRE-LIGNE-SYNTHESE.
    INITIALIZE LigneCoutChantier.
    MOVE SY-Type(IdxSynthese) TO CC-Type.
    IF SY-Type(IdxSynthese) = "F"
        MOVE SY-Cle(IdxSynthese) TO CC-Forme
    ELSE
        MOVE SY-Cle(IdxSynthese) TO CC-Produit
    END-IF.
    MOVE SY-Nombre(IdxSynthese) TO CC-Nombre.
    MOVE SY-Devis(IdxSynthese) TO CC-MontantDevis.
    MOVE SY-Materiaux(IdxSynthese) TO CC-Materiaux.
    MOVE SY-Heures(IdxSynthese) TO CC-Heures.
    MOVE SY-MainOeuvre(IdxSynthese) TO CC-MainOeuvre.
    MOVE SY-Marge(IdxSynthese) TO CC-Marge.
    PERFORM ECRIRE-LIGNE-COUT-CHANTIER.

ECRIRE-LIGNE-COUT-CHANTIER.
    MOVE SEP-Virgule TO CC-Sep1.
    MOVE SEP-Virgule TO CC-Sep2.
    MOVE SEP-Virgule TO CC-Sep3.
    MOVE SEP-Virgule TO CC-Sep4.
    MOVE SEP-Virgule TO CC-Sep5.
    MOVE SEP-Virgule TO CC-Sep6.
    MOVE SEP-Virgule TO CC-Sep7.
    MOVE SEP-Virgule TO CC-Sep8.
    MOVE SEP-Virgule TO CC-Sep9.
    MOVE SEP-Virgule TO CC-Sep10.
    MOVE SEP-Virgule TO CC-Sep11.
    WRITE etat-cloture-enregistrement FROM LigneCoutChantier.

EDITER-SUIVI-DEVIS.
*> Lignes F par forme, P par produit du tarif, T du mois, puis A par
*> tranche d'anciennete du portefeuille ouvert et C par client
*> revenu.
    DISPLAY "Mois du suivi (AAAAMM) : ".
    ACCEPT PeriodeSuiviDevis.
    ACCEPT DateDuJourDevis FROM DATE YYYYMMDD.
    MOVE DateDuJourDevis TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    MOVE JoursSerie TO JoursSerieJour.
    MOVE ZERO TO NombreSuivis.
    MOVE ZERO TO ClientsRevenus.
    INITIALIZE TableSuiviClients.
    INITIALIZE TableAgesPortefeuille.
    PERFORM RELEVER-ORIGINES-DEVIS.
    PERFORM VARYING IdxDevis FROM 1 BY 1 UNTIL IdxDevis > NombreDevis
        MOVE DQ-Numero(IdxDevis) TO NumeroDevisSuivi
        MOVE DQ-Date(IdxDevis) TO DateDevisSuivi
        MOVE DQ-Version(IdxDevis) TO VersionDevisSuivi
        MOVE DQ-Statut(IdxDevis) TO StatutDevisSuivi
        MOVE DQ-DateStatut(IdxDevis) TO DateStatutSuivi
        MOVE DQ-Cout(IdxDevis) TO CoutDevisSuivi
        MOVE DQ-Forme(IdxDevis) TO FormeDevisSuivi
        MOVE DQ-CodeProduit(IdxDevis) TO ProduitDevisSuivi
        MOVE DQ-NumeroClient(IdxDevis) TO ClientDevisSuivi
        PERFORM CLASSER-DEVIS-SUIVI
    END-PERFORM.
    OPEN INPUT devis-archive.
    IF ws-file-status = '35'
        CLOSE devis-archive
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ devis-archive
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    PERFORM PRENDRE-DEVIS-ARCHIVE-SUIVI
                    PERFORM CLASSER-DEVIS-SUIVI
            END-READ
        END-PERFORM
        CLOSE devis-archive
    END-IF.
    MOVE "SUIVDEVI" TO SPOOL-Etat.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "suivi_devis_" PeriodeSuiviDevis
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    COMPUTE SPOOL-DebutPeriode = PeriodeSuiviDevis * 100 + 1.
    COMPUTE SPOOL-FinPeriode = PeriodeSuiviDevis * 100 + 31.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomEtatCloture.
    OPEN OUTPUT etat-cloture.
    MOVE "F" TO TypeSynthese.
    PERFORM ECRIRE-SUIVIS-DU-TYPE.
    MOVE "P" TO TypeSynthese.
    PERFORM ECRIRE-SUIVIS-DU-TYPE.
    MOVE "T" TO TypeSynthese.
    PERFORM ECRIRE-SUIVIS-DU-TYPE.
    PERFORM VARYING IdxAge FROM 1 BY 1 UNTIL IdxAge > 4
        MOVE SPACES TO LigneSuiviDevis
        MOVE "A" TO PA-Type
        MOVE LibelleAge(IdxAge) TO PA-Tranche
        MOVE AP-Nombre(IdxAge) TO PA-Nombre
        MOVE AP-Valeur(IdxAge) TO PA-Valeur
        MOVE SEP-Virgule TO PA-Sep1
        MOVE SEP-Virgule TO PA-Sep2
        MOVE SEP-Virgule TO PA-Sep3
        WRITE etat-cloture-enregistrement FROM LigneAgeSuivi
    END-PERFORM.
    PERFORM VARYING IdxClientC FROM 1 BY 1
            UNTIL IdxClientC > NombreClientsCloture
        IF SC-Devis(IdxClientC) > 1
            PERFORM ECRIRE-CLIENT-REVENU
        END-IF
    END-PERFORM.
    CLOSE etat-cloture.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    PERFORM AFFICHER-SUIVI-DEVIS.

RELEVER-ORIGINES-DEVIS.
*> Date de la version 1 de chaque devis (depart du delai
*> d'acceptation) et nombre de devis par client.
    MOVE ZERO TO NombreOrigines.
    MOVE "N" TO OriginesDebordement.
    PERFORM VARYING IdxDevis FROM 1 BY 1 UNTIL IdxDevis > NombreDevis
        IF DQ-Version(IdxDevis) = 1
            MOVE DQ-Numero(IdxDevis) TO NumeroDevisSuivi
            MOVE DQ-Date(IdxDevis) TO DateDevisSuivi
            MOVE DQ-NumeroClient(IdxDevis) TO ClientDevisSuivi
            PERFORM RANGER-ORIGINE-DEVIS
        END-IF
    END-PERFORM.
    OPEN INPUT devis-archive.
    IF ws-file-status = '35'
        CLOSE devis-archive
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ devis-archive
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    PERFORM PRENDRE-DEVIS-ARCHIVE-SUIVI
                    IF VersionDevisSuivi = 1
                        PERFORM RANGER-ORIGINE-DEVIS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE devis-archive
    END-IF.

RANGER-ORIGINE-DEVIS.
    IF NombreOrigines < 2000
        ADD 1 TO NombreOrigines
        MOVE NumeroDevisSuivi TO OR-Numero(NombreOrigines)
        MOVE DateDevisSuivi TO OR-Date(NombreOrigines)
    ELSE
        MOVE "O" TO OriginesDebordement
    END-IF.
    IF ClientDevisSuivi > ZERO
        MOVE ClientDevisSuivi TO NumeroClientSaisi
        PERFORM RECHERCHER-CLIENT-CLOTURE
        IF Client-Cloture-Trouve
            ADD 1 TO SC-Devis(IdxClientCTrouve)
        END-IF
    END-IF.

PRENDRE-DEVIS-ARCHIVE-SUIVI.
*> Memes valeurs par defaut qu'au chargement du registre vivant.
    MOVE DVA-Numero TO NumeroDevisSuivi.
    MOVE DVA-Date TO DateDevisSuivi.
    IF DVA-Version IS NUMERIC AND DVA-Version > ZERO
        MOVE DVA-Version TO VersionDevisSuivi
    ELSE
        MOVE 1 TO VersionDevisSuivi
    END-IF.
    MOVE DVA-Statut TO StatutDevisSuivi.
    IF DVA-DateStatut IS NUMERIC
        MOVE DVA-DateStatut TO DateStatutSuivi
    ELSE
        MOVE ZERO TO DateStatutSuivi
    END-IF.
    MOVE DVA-Cout TO CoutDevisSuivi.
    MOVE DVA-Forme TO FormeDevisSuivi.
    MOVE DVA-CodeProduit TO ProduitDevisSuivi.
    IF DVA-NumeroClient IS NUMERIC
        MOVE DVA-NumeroClient TO ClientDevisSuivi
    ELSE
        MOVE ZERO TO ClientDevisSuivi
    END-IF.

CLASSER-DEVIS-SUIVI.
*> Un devis accepte avant la date de statut est date par sa facture
*> d'acompte, s'il en a eu une.
    IF StatutDevisSuivi = "A" AND DateStatutSuivi = ZERO
        PERFORM VARYING IdxFacture FROM 1 BY 1
                UNTIL IdxFacture > NombreFactures
            IF FA-Devis(IdxFacture) = NumeroDevisSuivi
               AND FA-Type(IdxFacture) = "A"
                MOVE FA-Date(IdxFacture) TO DateStatutSuivi
            END-IF
        END-PERFORM
    END-IF.
    IF StatutDevisSuivi = "A" AND ClientDevisSuivi > ZERO
        MOVE ClientDevisSuivi TO NumeroClientSaisi
        PERFORM RECHERCHER-CLIENT-CLOTURE
        IF Client-Cloture-Trouve
            ADD 1 TO SC-Acceptes(IdxClientCTrouve)
            ADD CoutDevisSuivi TO SC-ValeurAcceptee(IdxClientCTrouve)
        END-IF
    END-IF.
    IF StatutDevisSuivi = "A"
       AND DateStatutSuivi(1:6) = PeriodeSuiviDevis
        PERFORM CALCULER-DELAI-ACCEPTATION
    END-IF.
    IF StatutDevisSuivi = "O"
        MOVE DateDevisSuivi TO DateAConvertir
        PERFORM CONVERTIR-DATE-EN-JOURS
        COMPUTE AgeDevisJours = JoursSerieJour - JoursSerie
        EVALUATE TRUE
            WHEN AgeDevisJours <= 15 MOVE 1 TO IdxAge
            WHEN AgeDevisJours <= 30 MOVE 2 TO IdxAge
            WHEN AgeDevisJours <= 60 MOVE 3 TO IdxAge
            WHEN OTHER MOVE 4 TO IdxAge
        END-EVALUATE
        ADD 1 TO AP-Nombre(IdxAge)
        ADD CoutDevisSuivi TO AP-Valeur(IdxAge)
    END-IF.
    MOVE "F" TO TypeSynthese.
    MOVE FormeDevisSuivi TO CleSynthese.
    PERFORM CUMULER-SUIVI.
    MOVE "P" TO TypeSynthese.
    MOVE ProduitDevisSuivi TO CleSynthese.
    PERFORM CUMULER-SUIVI.
    MOVE "T" TO TypeSynthese.
    MOVE SPACES TO CleSynthese.
    PERFORM CUMULER-SUIVI.

CALCULER-DELAI-ACCEPTATION.
*> De la version 1 a l'acceptation ; sans version 1 retrouvee, de
*> la version acceptee elle-meme.
    MOVE DateDevisSuivi TO DateOrigineSuivi.
    PERFORM VARYING IdxOrigine FROM 1 BY 1
            UNTIL IdxOrigine > NombreOrigines
        IF OR-Numero(IdxOrigine) = NumeroDevisSuivi
            MOVE OR-Date(IdxOrigine) TO DateOrigineSuivi
        END-IF
    END-PERFORM.
    MOVE DateStatutSuivi TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    MOVE JoursSerie TO JoursStatutSuivi.
    MOVE DateOrigineSuivi TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    COMPUTE DelaiAcceptation = JoursStatutSuivi - JoursSerie.
    IF DelaiAcceptation < ZERO
        MOVE ZERO TO DelaiAcceptation
    END-IF.

CUMULER-SUIVI.
    MOVE "N" TO SuiviTrouve.
    PERFORM VARYING IdxSuivi FROM 1 BY 1
            UNTIL IdxSuivi > NombreSuivis OR Suivi-Trouve
        IF SV-Type(IdxSuivi) = TypeSynthese
           AND SV-Cle(IdxSuivi) = CleSynthese
            MOVE "O" TO SuiviTrouve
            SET IdxSuiviTrouve TO IdxSuivi
        END-IF
    END-PERFORM.
    IF NOT Suivi-Trouve AND NombreSuivis < 60
        ADD 1 TO NombreSuivis
        MOVE NombreSuivis TO IdxSuiviTrouve
        INITIALIZE SuiviDevis(IdxSuiviTrouve)
        MOVE TypeSynthese TO SV-Type(IdxSuiviTrouve)
        MOVE CleSynthese TO SV-Cle(IdxSuiviTrouve)
        MOVE "O" TO SuiviTrouve
    END-IF.
    IF Suivi-Trouve
        IF VersionDevisSuivi = 1
           AND DateDevisSuivi(1:6) = PeriodeSuiviDevis
            ADD 1 TO SV-Emis(IdxSuiviTrouve)
            ADD CoutDevisSuivi TO SV-ValeurEmis(IdxSuiviTrouve)
        END-IF
        IF DateStatutSuivi(1:6) = PeriodeSuiviDevis
            EVALUATE StatutDevisSuivi
                WHEN "A"
                    ADD 1 TO SV-Acceptes(IdxSuiviTrouve)
                    ADD CoutDevisSuivi
                        TO SV-ValeurAcceptes(IdxSuiviTrouve)
                    ADD DelaiAcceptation
                        TO SV-JoursAcceptation(IdxSuiviTrouve)
                    COMPUTE SV-Revisions(IdxSuiviTrouve) =
                            SV-Revisions(IdxSuiviTrouve)
                            + VersionDevisSuivi - 1
                WHEN "D"
                    ADD 1 TO SV-Declines(IdxSuiviTrouve)
                    ADD CoutDevisSuivi
                        TO SV-ValeurDeclines(IdxSuiviTrouve)
                WHEN "E"
                    ADD 1 TO SV-Expires(IdxSuiviTrouve)
                    ADD CoutDevisSuivi
                        TO SV-ValeurExpires(IdxSuiviTrouve)
            END-EVALUATE
        END-IF
        IF StatutDevisSuivi = "O"
            ADD 1 TO SV-Ouverts(IdxSuiviTrouve)
            ADD CoutDevisSuivi TO SV-ValeurOuverts(IdxSuiviTrouve)
        END-IF
    END-IF.

ECRIRE-SUIVIS-DU-TYPE.
    PERFORM VARYING IdxSuivi FROM 1 BY 1
            UNTIL IdxSuivi > NombreSuivis
        IF SV-Type(IdxSuivi) = TypeSynthese
            PERFORM ECRIRE-LIGNE-SUIVI
        END-IF
    END-PERFORM.

ECRIRE-LIGNE-SUIVI.
*> Taux de transformation sur les devis decides du mois (acceptes,
*> declines ou expires), en nombre et en valeur.
    INITIALIZE LigneSuiviDevis.
    MOVE SV-Type(IdxSuivi) TO PI-Type.
    MOVE SV-Cle(IdxSuivi) TO PI-Cle.
    MOVE SV-Emis(IdxSuivi) TO PI-Emis.
    MOVE SV-ValeurEmis(IdxSuivi) TO PI-ValeurEmis.
    MOVE SV-Acceptes(IdxSuivi) TO PI-Acceptes.
    MOVE SV-ValeurAcceptes(IdxSuivi) TO PI-ValeurAcceptes.
    MOVE SV-Declines(IdxSuivi) TO PI-Declines.
    MOVE SV-ValeurDeclines(IdxSuivi) TO PI-ValeurDeclines.
    MOVE SV-Expires(IdxSuivi) TO PI-Expires.
    MOVE SV-ValeurExpires(IdxSuivi) TO PI-ValeurExpires.
    COMPUTE DecidesNombre = SV-Acceptes(IdxSuivi)
            + SV-Declines(IdxSuivi) + SV-Expires(IdxSuivi).
    COMPUTE DecidesValeur = SV-ValeurAcceptes(IdxSuivi)
            + SV-ValeurDeclines(IdxSuivi) + SV-ValeurExpires(IdxSuivi).
    IF DecidesNombre > ZERO
        COMPUTE PI-TauxNombre ROUNDED =
                SV-Acceptes(IdxSuivi) * 100 / DecidesNombre
    END-IF.
    IF DecidesValeur > ZERO
        COMPUTE PI-TauxValeur ROUNDED =
                SV-ValeurAcceptes(IdxSuivi) * 100 / DecidesValeur
    END-IF.
    IF SV-Acceptes(IdxSuivi) > ZERO
        COMPUTE PI-DelaiMoyen ROUNDED =
                SV-JoursAcceptation(IdxSuivi) / SV-Acceptes(IdxSuivi)
        COMPUTE PI-RevisionsMoyennes ROUNDED =
                SV-Revisions(IdxSuivi) / SV-Acceptes(IdxSuivi)
    END-IF.
    MOVE SV-Ouverts(IdxSuivi) TO PI-Ouverts.
    MOVE SV-ValeurOuverts(IdxSuivi) TO PI-ValeurOuverts.
    MOVE SEP-Virgule TO PI-Sep1.
    MOVE SEP-Virgule TO PI-Sep2.
    MOVE SEP-Virgule TO PI-Sep3.
    MOVE SEP-Virgule TO PI-Sep4.
    MOVE SEP-Virgule TO PI-Sep5.
    MOVE SEP-Virgule TO PI-Sep6.
    MOVE SEP-Virgule TO PI-Sep7.
    MOVE SEP-Virgule TO PI-Sep8.
    MOVE SEP-Virgule TO PI-Sep9.
    MOVE SEP-Virgule TO PI-Sep10.
    MOVE SEP-Virgule TO PI-Sep11.
    MOVE SEP-Virgule TO PI-Sep12.
    MOVE SEP-Virgule TO PI-Sep13.
    MOVE SEP-Virgule TO PI-Sep14.
    MOVE SEP-Virgule TO PI-Sep15.
    WRITE etat-cloture-enregistrement FROM LigneSuiviDevis.
    IF SV-Type(IdxSuivi) = "T"
        PERFORM AFFICHER-LIGNE-SUIVI
    END-IF.

ECRIRE-CLIENT-REVENU.
    ADD 1 TO ClientsRevenus.
    MOVE SPACES TO LigneSuiviDevis.
    MOVE "C" TO PC-Type.
    MOVE CK-Numero(IdxClientC) TO PC-Client.
    MOVE CK-Nom(IdxClientC) TO PC-Nom.
    MOVE SC-Devis(IdxClientC) TO PC-Devis.
    MOVE SC-Acceptes(IdxClientC) TO PC-Acceptes.
    MOVE SC-ValeurAcceptee(IdxClientC) TO PC-ValeurAcceptee.
    MOVE SEP-Virgule TO PC-Sep1.
    MOVE SEP-Virgule TO PC-Sep2.
    MOVE SEP-Virgule TO PC-Sep3.
    MOVE SEP-Virgule TO PC-Sep4.
    MOVE SEP-Virgule TO PC-Sep5.
    WRITE etat-cloture-enregistrement FROM LigneClientSuivi.

AFFICHER-LIGNE-SUIVI.
*> Ligne du mois gardee pour l'ecran.
    DISPLAY "===== SUIVI DES DEVIS " PeriodeSuiviDevis " =====".
    DISPLAY "Emis     : " PI-Emis " pour " PI-ValeurEmis.
    DISPLAY "Acceptes : " PI-Acceptes " pour " PI-ValeurAcceptes.
    DISPLAY "Declines : " PI-Declines " pour " PI-ValeurDeclines.
    DISPLAY "Expires  : " PI-Expires " pour " PI-ValeurExpires.
    DISPLAY "Transformation : " PI-TauxNombre " % en nombre, "
            PI-TauxValeur " % en valeur".
    DISPLAY "Delai moyen d'acceptation : " PI-DelaiMoyen
            " jour(s), revisions moyennes : " PI-RevisionsMoyennes.
    DISPLAY "Portefeuille ouvert : " PI-Ouverts " devis pour "
            PI-ValeurOuverts.

AFFICHER-SUIVI-DEVIS.
    IF NombreSuivis = ZERO
        DISPLAY "Aucun devis au registre ni en archive."
    END-IF.
    PERFORM VARYING IdxAge FROM 1 BY 1 UNTIL IdxAge > 4
        DISPLAY "  Ouverts " LibelleAge(IdxAge) " jours : "
                AP-Nombre(IdxAge) " pour " AP-Valeur(IdxAge)
    END-PERFORM.
    DISPLAY "Clients revenus : " ClientsRevenus.
    IF Origines-Debordement
        DISPLAY "Plus de 2000 devis : delais comptes depuis la "
                "version acceptee pour les plus recents."
    END-IF.
    DISPLAY "Detail dans '" NomEtatCloture "'.".

CONVERTIR-DATE-EN-JOURS.
*> Numero de jour serie d'une date AAAAMMJJ (bissextiles comprises).
    MOVE DateAConvertir(1:4) TO AnneeCalcul.
