        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT rapport-retards ASSIGN USING NomFichierRetards
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT releve-membre ASSIGN USING NomFichierReleveMembre
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-releve.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT avis-retard ASSIGN USING NomFichierAvis
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-avis.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT politiques-fichier ASSIGN TO 'politiques_pret'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT avis-retrait ASSIGN TO 'avis_retrait'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT rapport-desherbage ASSIGN USING NomFichierDesherbage
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT desherbage-csv ASSIGN TO 'desherbage_export.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT fonds-fichier ASSIGN TO 'fonds_budget'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT verrou-bibliotheque ASSIGN TO 'verrou_bibliotheque'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-verrou.

    SELECT verrous-histo ASSIGN TO 'verrous_histo'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-verrou.

DATA DIVISION.
FILE SECTION.
FD catalogue-fichier.
    05 CF-DateRetourPrevue PIC 9(8).
    05 CF-Sep8 PIC X.
    05 CF-SeuilAlerte PIC 9(3).
*> Prix de remplacement d'une copie, facture au membre qui la perd
*> (zero : tarif par defaut PRIXREMPLAC).
    05 CF-Sep9 PIC X.
    05 CF-PrixRemplacement PIC 9(5)V99.

FD export-csv.
01 export-csv-record PIC X(120).
    05 MF-DateAdhesion PIC 9(8).
    05 MF-Sep4 PIC X.
    05 MF-Statut PIC X.
*> Categorie : E enfant, A adulte, T etudiant, P personnel, I
*> institution partenaire (vide sur les anciens enregistrements :
*> adulte).
    05 MF-Sep5 PIC X.
    05 MF-Categorie PIC X.

FD prets-fichier.
01 pret-enregistrement.
    05 AM-Sep6 PIC X.
    05 AM-Statut PIC X.
    05 AM-Sep7 PIC X.
*> Type de la creance : R amende de retard, C cotisation d'adhesion,
*> P remplacement d'une copie perdue, D degradation constatee au
*> retour. Statut : I impayee, P payee, A annulee (copie perdue
*> retrouvee ; le deja paye est rembourse).
    05 AM-TypeAmende PIC X.

FD reservations-fichier.
    05 RS-Sep3 PIC X.
    05 RS-Date PIC 9(8).
    05 RS-Sep4 PIC X.
*> Statut : A en attente, M copie mise de cote (RS-Exemplaire, a
*> retirer au plus tard le RS-DateLimite), S servie, N annulee,
*> E expiree faute de retrait.
    05 RS-Statut PIC X.
    05 RS-Sep5 PIC X.
    05 RS-Exemplaire PIC 9(3).
    05 RS-Sep6 PIC X.
    05 RS-DateLimite PIC 9(8).

FD import-csv.
01 import-csv-record PIC X(200).
*> Commandes d'achat nees de la pression des reservations : une
*> suggestion acceptee devient un bon de commande numerote ; sa
*> reception ajoute les copies au catalogue et annonce la tete de
*> file. Statut : O ouverte, R recue, A annulee. Le bon engage
*> quantite x prix unitaire sur le fonds budgetaire de son annee.
01 acquisition-enregistrement.
    05 AQ-Numero PIC 9(5).
    05 AQ-Sep1 PIC X.
    05 AQ-Date PIC 9(8).
    05 AQ-Sep5 PIC X.
    05 AQ-Statut PIC X.
    05 AQ-Sep6 PIC X.
    05 AQ-PrixUnitaire PIC 9(5)V99.
    05 AQ-Sep7 PIC X.
    05 AQ-Fonds PIC X(6).

FD exemplaires-fichier.
*> Un enregistrement par copie physique : les compteurs CF-Copies
*> disent combien, ce fichier dit lesquelles. Etat : B bon, U use,
*> A abime. Statut : D disponible, S sortie, P perdue, H hors
*> service, R mise de cote pour une reservation.
01 exemplaire-enregistrement.
    05 EX-ISBN PIC X(13).
    05 EX-Sep1 PIC X.
    05 EX-Sep4 PIC X.
    05 EX-Statut PIC X.

FD politiques-fichier.
*> Regles de pret d'une categorie de membres : duree du pret,
*> prets simultanes, renouvellements, tarif de retard, plafond
*> d'impayes bloquant l'emprunt, plafond des amendes de retard
*> cumulees (zero : sans plafond) et cotisation annuelle.
01 politique-enregistrement.
    05 PL-Categorie PIC X.
    05 PL-Sep1 PIC X.
    05 PL-DureePret PIC 9(3).
    05 PL-Sep2 PIC X.
    05 PL-MaxPrets PIC 9(2).
    05 PL-Sep3 PIC X.
    05 PL-MaxRenouv PIC 9(2).
    05 PL-Sep4 PIC X.
    05 PL-TarifJour PIC 9(3)V99.
    05 PL-Sep5 PIC X.
    05 PL-PlafondBlocage PIC 9(5)V99.
    05 PL-Sep6 PIC X.
    05 PL-PlafondCumul PIC 9(5)V99.
    05 PL-Sep7 PIC X.
    05 PL-Cotisation PIC 9(5)V99.

FD avis-retrait.
01 avis-retrait-record PIC X(200).

FD rapport-desherbage.
01 rapport-desherbage-record PIC X(150).

FD desherbage-csv.
01 desherbage-csv-record PIC X(150).

FD fonds-fichier.
*> Fonds budgetaire d'acquisition d'une annee : montant alloue,
*> engage par les bons ouverts, depense a la reception.
01 fonds-enregistrement.
    05 FB-Code PIC X(6).
    05 FB-Sep1 PIC X.
    05 FB-Annee PIC 9(4).
    05 FB-Sep2 PIC X.
    05 FB-Libelle PIC X(30).
    05 FB-Sep3 PIC X.
    05 FB-Alloue PIC 9(7)V99.
    05 FB-Sep4 PIC X.
    05 FB-Engage PIC 9(7)V99.
    05 FB-Sep5 PIC X.
    05 FB-Depense PIC 9(7)V99.

FD verrou-bibliotheque.
*> Verrou des fichiers de la bibliotheque, partage avec la chaine de
*> nuit : chacun se declare en entrant et efface le verrou en
*> sortant. Un verrou laisse par un plantage se casse ici, par un
*> superviseur, et la casse est journalisee.
01 verrou-enregistrement.
    05 VR-Programme PIC X(12).
    05 VR-FILLER1 PIC X.
    05 VR-Operateur PIC X(4).
    05 VR-FILLER2 PIC X.
    05 VR-Date PIC 9(8).
    05 VR-FILLER3 PIC X.
    05 VR-Heure PIC 9(8).

FD verrous-histo.
01 verrou-histo-record PIC X(90).

FD circulation-fichier.
01 circulation-enregistrement.
    05 CI-Date PIC 9(8).
       01 ws-statut-releve PIC XX.
       01 ws-statut-avis PIC XX.
       01 CF-Separateur PIC X VALUE "|".
      *> Verrou de session : books refuse de demarrer pendant que la
      *> chaine de nuit (ou une autre session) tient les fichiers.
       01 ws-statut-verrou PIC XX.
       01 VerrouTenu PIC X VALUE "N".
           88 Verrou-Tenu VALUE "O".
       01 ProgrammeVerrou PIC X(12) VALUE SPACES.
       01 OperateurVerrou PIC X(4) VALUE SPACES.
       01 DateVerrou PIC 9(8) VALUE ZERO.
       01 HeureVerrou PIC 9(8) VALUE ZERO.
       01 LigneVerrouHisto PIC X(90) VALUE SPACES.
       01 ReponseForcage PIC X VALUE SPACE.

      *> Le catalogue vit desormais dans un fichier indexe par ISBN :
      *> chaque operation lit et reecrit son seul enregistrement, le
       01 TempAnneePublication PIC 9(4).
       01 TempNombreCopies PIC 9(3).
       01 TempISBN PIC X(13).
       01 TempPrixRemplacement PIC 9(5)V99 VALUE ZERO.
       01 NombreLivresAAjouter PIC 9(5) VALUE ZERO.
       01 IdxAjout PIC 9(5) VALUE ZERO.
       01 IdxEdit PIC 9(5) VALUE ZERO.
               03 M-Contact PIC X(30).
               03 M-DateAdhesion PIC 9(8).
               03 M-Statut PIC X.
               03 M-Categorie PIC X.
       01 NombreMembres PIC 9(3) VALUE ZERO.
       01 NumeroMembreSaisi PIC 9(5) VALUE ZERO.
       01 MembreTrouve PIC X VALUE "N".
       01 DATU-Statut PIC XX VALUE SPACES.

       01 DateDuJourLivres PIC 9(8) VALUE ZERO.

      *> Editions de la bibliotheque (etat des retards, releves des
      *> membres, avis de retard) : chacune recoit du spool partage
      *> un nom date et unique, plus rien n'ecrase l'edition
      *> precedente.
       01 NomFichierRetards PIC X(50) VALUE SPACES.
       01 NomFichierReleveMembre PIC X(50) VALUE SPACES.
       01 NomFichierAvis PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE SPACES.
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "books".
       01 SPOOL-Operateur PIC X(4) VALUE SPACES.
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.
       01 JoursRetard PIC S9(5) VALUE ZERO.

       01 TableRetards.
               03 AC-Quantite PIC 9(3).
               03 AC-Date PIC 9(8).
               03 AC-Statut PIC X.
               03 AC-PrixUnitaire PIC 9(5)V99.
               03 AC-Fonds PIC X(6).
       01 NombreAcquisitions PIC 9(3) VALUE ZERO.
       01 DernierNumeroAcq PIC 9(5) VALUE ZERO.
       01 NumeroAcqSaisi PIC 9(5) VALUE ZERO.
       01 IdxExempTrouve PIC 9(3) VALUE ZERO.
       01 EtatRetourSaisi PIC X VALUE SPACE.
       01 ChoixMenuExemplaires PIC 9 VALUE ZERO.
      *> Copies perdues ou abimees par un membre : la perte declaree
      *> sur un pret en cours clot le pret au statut P et facture le
      *> prix de remplacement du titre (PRIXREMPLAC par defaut, 25,00)
      *> plus les frais de dossier FRAISPERTE (5,00) ; un retour
      *> abime peut etre facture en degradation. Une copie perdue
      *> retrouvee est reintegree et sa creance annulee.
       01 PrixRemplacementDefaut PIC 9(5)V99 VALUE 25.00.
       01 FraisDossierPerte PIC 9(5)V99 VALUE 5.00.
       01 TypeCreance PIC X VALUE SPACE.
       01 EtatAvantRetour PIC X VALUE SPACE.
       01 MontantDegradation PIC 9(5)V99 VALUE ZERO.
       01 PerteEnCours PIC X VALUE "N".
           88 Perte-En-Cours VALUE "O".
       01 ResaActivePourISBN PIC X VALUE "N".
           88 Resa-Active-Pour-ISBN VALUE "O".
       01 PARM-Code PIC X(12) VALUE SPACES.
               03 RSV-Membre PIC 9(5).
               03 RSV-Date PIC 9(8).
               03 RSV-Statut PIC X.
               03 RSV-Exemplaire PIC 9(3).
               03 RSV-DateLimite PIC 9(8).
       01 NombreReservations PIC 9(3) VALUE ZERO.
       01 ResasArchivees PIC 9(3) VALUE ZERO.
       01 ResasGardees PIC 9(3) VALUE ZERO.
       01 FinNombreVue PIC X VALUE "N".
       01 AnneeImport PIC 9(4) VALUE ZERO.
       01 CopiesImport PIC 9(3) VALUE ZERO.
      *> Categories de membres : chaque categorie a ses propres
      *> regles de pret (fichier politiques_pret, tenu au menu des
      *> membres). Sans fichier, toutes les categories reprennent les
      *> parametres centraux ; l'enfant emprunte au plus 3 titres a
      *> la fois et ses amendes de retard cumulees sont plafonnees.
       01 LibellesCategories.
           02 FILLER PIC X(23) VALUE "EEnfant".
           02 FILLER PIC X(23) VALUE "AAdulte".
           02 FILLER PIC X(23) VALUE "TEtudiant".
           02 FILLER PIC X(23) VALUE "PPersonnel".
           02 FILLER PIC X(23) VALUE "IInstitution partenaire".
       01 TableLibellesCategories REDEFINES LibellesCategories.
           02 LibelleCategorie OCCURS 5 TIMES.
               03 LC-Code PIC X.
               03 LC-Libelle PIC X(22).
       01 PolitiquesPret.
           02 PolitiquePret OCCURS 5 TIMES.
               03 PO-Categorie PIC X.
               03 PO-Libelle PIC X(22).
               03 PO-DureePret PIC 9(3).
               03 PO-MaxPrets PIC 9(2).
               03 PO-MaxRenouv PIC 9(2).
               03 PO-TarifJour PIC 9(3)V99.
               03 PO-PlafondBlocage PIC 9(5)V99.
               03 PO-PlafondCumul PIC 9(5)V99.
               03 PO-Cotisation PIC 9(5)V99.
       01 MaxPretsDefaut PIC 9(2) VALUE 5.
       01 MaxPretsEnfant PIC 9(2) VALUE 3.
       01 PlafondCumulEnfant PIC 9(5)V99 VALUE 5.00.
       01 CategorieSaisie PIC X VALUE SPACE.
       01 CategorieValide PIC X VALUE "N".
           88 Categorie-Valide VALUE "O".
       01 RangCategorie PIC 9 VALUE ZERO.
       01 IdxPolitiqueTrouvee PIC 9 VALUE ZERO.
      *> Regles en vigueur pour le membre traite, copiees de sa
      *> categorie par CHOISIR-POLITIQUE-MEMBRE.
       01 PolitiqueCourante.
           02 PC-Categorie PIC X.
           02 PC-DureePret PIC 9(3).
           02 PC-MaxPrets PIC 9(2).
           02 PC-MaxRenouv PIC 9(2).
           02 PC-TarifJour PIC 9(3)V99.
           02 PC-PlafondBlocage PIC 9(5)V99.
           02 PC-PlafondCumul PIC 9(5)V99.
           02 PC-Cotisation PIC 9(5)V99.
       01 PretsEnCoursMembre PIC 9(3) VALUE ZERO.
       01 CumulAmendesRetard PIC 9(5)V99 VALUE ZERO.
       01 DateRetourProposee PIC 9(8) VALUE ZERO.
      *> Rayon des reservations : la copie rendue ou recue est mise
      *> de cote pour la tete de file (statut R de l'exemplaire) avec
      *> une date limite de retrait a DELAIRETRAIT jours (7 par
      *> defaut) et un avis au membre dans avis_retrait. Au
      *> demarrage, les reservations non retirees a temps expirent
      *> et la copie passe au suivant de la file.
       01 DelaiRetraitJours PIC 9(3) VALUE 7.
       01 CopieMiseDeCote PIC X VALUE "N".
           88 Copie-Mise-De-Cote VALUE "O".
       01 CopiesMisesDeCote PIC 9(3) VALUE ZERO.
       01 RangResaPasse PIC 9(3) VALUE ZERO.
       01 ResasExpirees PIC 9(3) VALUE ZERO.
       01 TableRayonResa.
           02 RayonResa OCCURS 300 TIMES.
               03 RR-DateLimite PIC 9(8).
               03 RR-ISBN PIC X(13).
               03 RR-Copie PIC 9(3).
               03 RR-Membre PIC 9(5).
               03 RR-Numero PIC 9(5).
       01 NombreRayonResa PIC 9(3) VALUE ZERO.
       01 IdxRayon PIC 9(3) VALUE ZERO.
       01 IdxRayon2 PIC 9(3) VALUE ZERO.
       01 RayonResaBuffer PIC X(34) VALUE SPACES.
      *> Desherbage : copies sans pret depuis DESHERBANS ans (3 par
      *> defaut, date d'acquisition comprise), titres publies il y a
      *> plus de DESHERBAGE ans (15 par defaut) sans usage sur la
      *> meme periode, copies usees ou abimees d'un titre qui garde
      *> une copie en bon etat. Usage d'une copie : prets en cours et
      *> prets_archive ; usage d'un titre : emprunts du journal de
      *> circulation. La liste acceptee passe les copies hors
      *> service d'un bloc (journal de circulation, type D) et peut
      *> partir en CSV comme liste d'elimination.
       01 DesherbageAnsSansPret PIC 9(2) VALUE 3.
       01 DesherbageAgeTitre PIC 9(3) VALUE 15.
       01 NomFichierDesherbage PIC X(50) VALUE SPACES.
       01 DateLimiteUsage PIC 9(8) VALUE ZERO.
       01 AnneeLimiteTitre PIC 9(4) VALUE ZERO.
       01 TableUsageExemplaires.
           02 UsageExemplaire OCCURS 500 TIMES.
               03 UE-DerniereSortie PIC 9(8).
               03 UE-Prets PIC 9(4).
               03 UE-Titre PIC 9(3).
       01 TableTitresDesherbage.
           02 TitreDesherbage OCCURS 500 TIMES.
               03 TD-ISBN PIC X(13).
               03 TD-Titre PIC X(50).
               03 TD-Auteur PIC X(30).
               03 TD-Annee PIC 9(4).
               03 TD-DerniereSortie PIC 9(8).
               03 TD-Prets PIC 9(5).
               03 TD-CopiesSaines PIC 9(3).
       01 NombreTitresDesherbage PIC 9(3) VALUE ZERO.
       01 TitresDesherbageDebordement PIC X VALUE "N".
           88 Titres-Desherbage-Debordement VALUE "O".
       01 TableCandidatsDesherbage.
           02 CandidatDesherbage OCCURS 500 TIMES.
               03 DC-Rang PIC 9(3).
               03 DC-Motif PIC X.
       01 NombreCandidats PIC 9(3) VALUE ZERO.
       01 IdxCandidat PIC 9(3) VALUE ZERO.
       01 RangExemp PIC 9(3) VALUE ZERO.
       01 RangExempTrouve PIC 9(3) VALUE ZERO.
       01 RangTitreDh PIC 9(3) VALUE ZERO.
       01 RangTitreTrouve PIC 9(3) VALUE ZERO.
       01 IsbnDesherbage PIC X(13) VALUE SPACES.
       01 CopieDesherbage PIC 9(3) VALUE ZERO.
       01 DateSortieDesherbage PIC 9(8) VALUE ZERO.
       01 DerniereUtilisation PIC 9(8) VALUE ZERO.
       01 MotifDesherbage PIC X VALUE SPACE.
       01 LibelleMotifDesherbage PIC X(12) VALUE SPACES.
       01 DernierPretEdition PIC X(8) VALUE SPACES.
       01 LigneDesherbage PIC X(150) VALUE SPACES.
       01 ReponseDesherbage PIC X VALUE SPACE.
       01 CopiesEliminees PIC 9(3) VALUE ZERO.
      *> Budget des acquisitions : un fonds par code et par annee
      *> (fonds_budget). Le bon de commande engage son montant, la
      *> reception le transforme en depense au prix facture,
      *> l'annulation le libere. Un bon qui rendrait le fonds
      *> negatif est refuse, sauf accord d'un superviseur.
       01 TableFonds.
           02 Fonds OCCURS 50 TIMES INDEXED BY IdxFonds.
               03 FO-Code PIC X(6).
               03 FO-Annee PIC 9(4).
               03 FO-Libelle PIC X(30).
               03 FO-Alloue PIC 9(7)V99.
               03 FO-Engage PIC 9(7)V99.
               03 FO-Depense PIC 9(7)V99.
       01 NombreFonds PIC 9(2) VALUE ZERO.
       01 FondsSaisi PIC X(6) VALUE SPACES.
       01 AnneeFondsSaisie PIC 9(4) VALUE ZERO.
       01 FondsTrouve PIC X VALUE "N".
           88 Fonds-Trouve VALUE "O".
       01 IdxFondsTrouve PIC 9(2) VALUE ZERO.
       01 ChoixMenuBudget PIC 9 VALUE ZERO.
       01 PrixUnitaireSaisi PIC 9(5)V99 VALUE ZERO.
       01 MontantBon PIC 9(7)V99 VALUE ZERO.
       01 MontantFacture PIC 9(7)V99 VALUE ZERO.
       01 DisponibleFonds PIC S9(8)V99 VALUE ZERO.
       01 BonAutorise PIC X VALUE "N".
           88 Bon-Autorise VALUE "O".
       01 ReponseBudget PIC X VALUE SPACE.
       01 TotalAlloue PIC 9(8)V99 VALUE ZERO.
       01 TotalEngage PIC 9(8)V99 VALUE ZERO.
       01 TotalDepense PIC 9(8)V99 VALUE ZERO.
       01 TotalDisponible PIC S9(8)V99 VALUE ZERO.
       01 AlloueEdition PIC Z(7)9.99.
       01 EngageEdition PIC Z(7)9.99.
       01 DepenseEdition PIC Z(7)9.99.
       01 DisponibleEdition PIC Z(7)9.99-.

PROCEDURE DIVISION.
DEBUTER-PROGRAMME.
      IF SignOnStatut NOT = '00'
          STOP RUN
      END-IF
      PERFORM CONTROLER-ET-POSER-VERROU
      PERFORM CHARGER-PARAMETRES-CENTRAUX
      PERFORM CHARGER-POLITIQUES-PRET
      PERFORM OUVRIR-CATALOGUE
      PERFORM CHARGER-MEMBRES
      PERFORM CHARGER-PRETS
      PERFORM ARCHIVER-AMENDES-SOLDEES
      PERFORM CHARGER-RESERVATIONS
      PERFORM ARCHIVER-RESAS-INACTIVES
      PERFORM EXPIRER-RESAS-NON-RETIREES
      PERFORM SIGNALER-MEMBRES-EXPIRES
      PERFORM MENU-PRINCIPAL
      STOP RUN.

CONTROLER-ET-POSER-VERROU.
*> Un seul ecrivain des fichiers de la bibliotheque a la fois : si
*> la chaine de nuit (ou une autre session) tient le verrou, books
*> refuse de demarrer ; seul un superviseur peut casser un verrou
*> laisse par un plantage, et la casse est journalisee dans
*> verrous_histo.
      PERFORM LIRE-VERROU
      IF Verrou-Tenu
          DISPLAY "ATTENTION : les fichiers de la bibliotheque sont "
                  "verrouilles par " ProgrammeVerrou
                  " (operateur " OperateurVerrou ", le "
                  DateVerrou " a " HeureVerrou ")."
          IF NOT Role-Superviseur-Ou-Plus
              DISPLAY "Demarrage refuse : attendre la fin du "
                      "traitement ou faire casser le verrou "
                      "par un superviseur."
              STOP RUN
          ELSE
              DISPLAY "Casser ce verrou (plantage presume) ? (O/N) :"
              ACCEPT ReponseForcage
              IF ReponseForcage NOT = "O"
                  DISPLAY "Demarrage abandonne."
                  STOP RUN
              END-IF
              PERFORM JOURNALISER-CASSE-VERROU
          END-IF
      END-IF
      PERFORM POSER-VERROU.

LIRE-VERROU.
      MOVE "N" TO VerrouTenu
      OPEN INPUT verrou-bibliotheque
      IF ws-statut-verrou = '00'
          READ verrou-bibliotheque
              AT END
                  CONTINUE
              NOT AT END
                  MOVE "O" TO VerrouTenu
                  MOVE VR-Programme TO ProgrammeVerrou
                  MOVE VR-Operateur TO OperateurVerrou
                  MOVE VR-Date TO DateVerrou
                  MOVE VR-Heure TO HeureVerrou
          END-READ
          CLOSE verrou-bibliotheque
      END-IF.

POSER-VERROU.
      OPEN OUTPUT verrou-bibliotheque
      MOVE "BOOKS" TO VR-Programme
      MOVE OperateurCourant TO VR-Operateur
      ACCEPT VR-Date FROM DATE YYYYMMDD
      ACCEPT VR-Heure FROM TIME
      MOVE "," TO VR-FILLER1
      MOVE "," TO VR-FILLER2
      MOVE "," TO VR-FILLER3
      WRITE verrou-enregistrement
      CLOSE verrou-bibliotheque.

LIBERER-VERROU.
      OPEN OUTPUT verrou-bibliotheque
      CLOSE verrou-bibliotheque.

JOURNALISER-CASSE-VERROU.
      MOVE SPACES TO LigneVerrouHisto
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      STRING DateDuJourLivres " verrou de " ProgrammeVerrou
             " (op. " OperateurVerrou " du " DateVerrou
             ") casse par " OperateurCourant
          DELIMITED BY SIZE INTO LigneVerrouHisto
      OPEN EXTEND verrous-histo
      IF ws-statut-verrou = '35'
          CLOSE verrous-histo
          OPEN OUTPUT verrous-histo
      END-IF
      MOVE LigneVerrouHisto TO verrou-histo-record
      WRITE verrou-histo-record
      CLOSE verrous-histo
      DISPLAY "Casse du verrou journalisee dans verrous_histo.".

CHARGER-PARAMETRES-CENTRAUX.
      MOVE "SEUILSTOCK" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO RatioAcquisition
      END-IF
      MOVE "PRIXREMPLAC" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO PrixRemplacementDefaut
      END-IF
      MOVE "FRAISPERTE" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO FraisDossierPerte
      END-IF
      MOVE "DELAIRETRAIT" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO DelaiRetraitJours
      END-IF
      MOVE "DESHERBANS" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO DesherbageAnsSansPret
      END-IF
      MOVE "DESHERBAGE" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO DesherbageAgeTitre
      END-IF.

LIRE-UN-PARAMETRE.
      CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.

CHARGER-POLITIQUES-PRET.
      *> Chaque categorie part des parametres centraux, puis le
      *> fichier politiques_pret remplace les regles qu'il connait.
      PERFORM VARYING RangCategorie FROM 1 BY 1
              UNTIL RangCategorie > 5
          MOVE LC-Code(RangCategorie) TO PO-Categorie(RangCategorie)
          MOVE LC-Libelle(RangCategorie)
               TO PO-Libelle(RangCategorie)
          MOVE DureePretJours TO PO-DureePret(RangCategorie)
          MOVE MaxPretsDefaut TO PO-MaxPrets(RangCategorie)
          MOVE MaxRenouvellements TO PO-MaxRenouv(RangCategorie)
          MOVE TarifAmendeParJour TO PO-TarifJour(RangCategorie)
          MOVE PlafondAmendes TO PO-PlafondBlocage(RangCategorie)
          MOVE ZERO TO PO-PlafondCumul(RangCategorie)
          MOVE MontantCotisation TO PO-Cotisation(RangCategorie)
      END-PERFORM
      MOVE MaxPretsEnfant TO PO-MaxPrets(1)
      MOVE PlafondCumulEnfant TO PO-PlafondCumul(1)
      OPEN INPUT politiques-fichier
      IF ws-file-status = '35'
          CLOSE politiques-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ politiques-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      PERFORM RETENIR-POLITIQUE-LUE
              END-READ
          END-PERFORM
          CLOSE politiques-fichier
      END-IF.

RETENIR-POLITIQUE-LUE.
      MOVE PL-Categorie TO CategorieSaisie
      PERFORM CONTROLER-CATEGORIE
      IF Categorie-Valide
         AND PL-DureePret IS NUMERIC
         AND PL-MaxPrets IS NUMERIC
         AND PL-MaxRenouv IS NUMERIC
         AND PL-TarifJour IS NUMERIC
         AND PL-PlafondBlocage IS NUMERIC
         AND PL-PlafondCumul IS NUMERIC
         AND PL-Cotisation IS NUMERIC
          MOVE PL-DureePret TO PO-DureePret(IdxPolitiqueTrouvee)
          MOVE PL-MaxPrets TO PO-MaxPrets(IdxPolitiqueTrouvee)
          MOVE PL-MaxRenouv TO PO-MaxRenouv(IdxPolitiqueTrouvee)
          MOVE PL-TarifJour TO PO-TarifJour(IdxPolitiqueTrouvee)
          MOVE PL-PlafondBlocage
               TO PO-PlafondBlocage(IdxPolitiqueTrouvee)
          MOVE PL-PlafondCumul TO PO-PlafondCumul(IdxPolitiqueTrouvee)
          MOVE PL-Cotisation TO PO-Cotisation(IdxPolitiqueTrouvee)
      END-IF.

SAUVEGARDER-POLITIQUES-PRET.
      OPEN OUTPUT politiques-fichier
      PERFORM VARYING RangCategorie FROM 1 BY 1
              UNTIL RangCategorie > 5
          MOVE PO-Categorie(RangCategorie) TO PL-Categorie
          MOVE PO-DureePret(RangCategorie) TO PL-DureePret
          MOVE PO-MaxPrets(RangCategorie) TO PL-MaxPrets
          MOVE PO-MaxRenouv(RangCategorie) TO PL-MaxRenouv
          MOVE PO-TarifJour(RangCategorie) TO PL-TarifJour
          MOVE PO-PlafondBlocage(RangCategorie) TO PL-PlafondBlocage
          MOVE PO-PlafondCumul(RangCategorie) TO PL-PlafondCumul
          MOVE PO-Cotisation(RangCategorie) TO PL-Cotisation
          MOVE "|" TO PL-Sep1
          MOVE "|" TO PL-Sep2
          MOVE "|" TO PL-Sep3
          MOVE "|" TO PL-Sep4
          MOVE "|" TO PL-Sep5
          MOVE "|" TO PL-Sep6
          MOVE "|" TO PL-Sep7
          WRITE politique-enregistrement
      END-PERFORM
      CLOSE politiques-fichier.

CONTROLER-CATEGORIE.
      *> Dit si CategorieSaisie est un code connu et donne son rang
      *> dans la table des regles.
      MOVE "N" TO CategorieValide
      MOVE ZERO TO IdxPolitiqueTrouvee
      PERFORM VARYING RangCategorie FROM 1 BY 1
              UNTIL RangCategorie > 5 OR Categorie-Valide
          IF LC-Code(RangCategorie) = CategorieSaisie
              MOVE "O" TO CategorieValide
              MOVE RangCategorie TO IdxPolitiqueTrouvee
          END-IF
      END-PERFORM.

CHOISIR-POLITIQUE-MEMBRE.
      *> Regles de la categorie du membre IdxMembreTrouve ; un membre
      *> inconnu suit les regles de l'adulte.
      IF Membre-Trouve
          MOVE M-Categorie(IdxMembreTrouve) TO CategorieSaisie
      ELSE
          MOVE "A" TO CategorieSaisie
      END-IF
      PERFORM CHOISIR-POLITIQUE-CATEGORIE.

CHOISIR-POLITIQUE-CATEGORIE.
      PERFORM CONTROLER-CATEGORIE
      IF NOT Categorie-Valide
          MOVE "A" TO CategorieSaisie
          PERFORM CONTROLER-CATEGORIE
      END-IF
      MOVE PO-Categorie(IdxPolitiqueTrouvee) TO PC-Categorie
      MOVE PO-DureePret(IdxPolitiqueTrouvee) TO PC-DureePret
      MOVE PO-MaxPrets(IdxPolitiqueTrouvee) TO PC-MaxPrets
      MOVE PO-MaxRenouv(IdxPolitiqueTrouvee) TO PC-MaxRenouv
      MOVE PO-TarifJour(IdxPolitiqueTrouvee) TO PC-TarifJour
      MOVE PO-PlafondBlocage(IdxPolitiqueTrouvee) TO PC-PlafondBlocage
      MOVE PO-PlafondCumul(IdxPolitiqueTrouvee) TO PC-PlafondCumul
      MOVE PO-Cotisation(IdxPolitiqueTrouvee) TO PC-Cotisation.

CHARGER-MEMBRES.
      MOVE ZERO TO NombreMembres
      OPEN INPUT membres-fichier
                      MOVE MF-Contact TO M-Contact(NombreMembres)
                      MOVE MF-DateAdhesion TO M-DateAdhesion(NombreMembres)
                      MOVE MF-Statut TO M-Statut(NombreMembres)
                      MOVE MF-Categorie TO CategorieSaisie
                      PERFORM CONTROLER-CATEGORIE
                      IF Categorie-Valide
                          MOVE MF-Categorie
                               TO M-Categorie(NombreMembres)
                      ELSE
                          MOVE "A" TO M-Categorie(NombreMembres)
                      END-IF
                      IF MF-Numero > DernierNumeroMembre
                          MOVE MF-Numero TO DernierNumeroMembre
                      END-IF
          MOVE M-Contact(IdxMembre) TO MF-Contact
          MOVE M-DateAdhesion(IdxMembre) TO MF-DateAdhesion
          MOVE M-Statut(IdxMembre) TO MF-Statut
          MOVE M-Categorie(IdxMembre) TO MF-Categorie
          MOVE "|" TO MF-Sep1
          MOVE "|" TO MF-Sep2
          MOVE "|" TO MF-Sep3
          MOVE "|" TO MF-Sep4
          MOVE "|" TO MF-Sep5
          WRITE membre-enregistrement
      END-PERFORM.
      CLOSE membres-fichier.
OUVRIR-CATALOGUE.
      *> Le fichier indexe reste ouvert en entree-sortie pendant
      *> toute la session ; il est cree et ensemence au premier
      *> lancement. Tout autre refus d'ouverture arrete la session
      *> plutot que de la poursuivre sur un catalogue ferme.
      OPEN I-O catalogue-fichier
      IF ws-file-status = '35'
          CLOSE catalogue-fichier
          PERFORM INITIALISATION
          CLOSE catalogue-fichier
          OPEN I-O catalogue-fichier
      END-IF
      IF ws-file-status NOT = '00'
          DISPLAY "Catalogue inaccessible (statut " ws-file-status
                  ") : session abandonnee."
          IF ws-file-status = '39'
              DISPLAY "Catalogue a l'ancien dessin : le convertir "
                      "par MigrerCatalogue."
          END-IF
          PERFORM LIBERER-VERROU
          STOP RUN
      END-IF.

LIRE-LIVRE-PAR-ISBN.
      MOVE CF-Separateur TO CF-Sep6
      MOVE CF-Separateur TO CF-Sep7
      MOVE CF-Separateur TO CF-Sep8
      MOVE CF-Separateur TO CF-Sep9
*> Fiche d'avant le prix de remplacement : tarif par defaut.
      IF CF-PrixRemplacement IS NOT NUMERIC
          MOVE ZERO TO CF-PrixRemplacement
      END-IF
      REWRITE catalogue-enregistrement
      END-REWRITE.

      MOVE SPACES TO CF-Emprunteur
      MOVE ZERO TO CF-DateRetourPrevue
      MOVE SeuilAlerteStock TO CF-SeuilAlerte
      MOVE TempPrixRemplacement TO CF-PrixRemplacement
      MOVE CF-Separateur TO CF-Sep1
      MOVE CF-Separateur TO CF-Sep2
      MOVE CF-Separateur TO CF-Sep3
      MOVE CF-Separateur TO CF-Sep6
      MOVE CF-Separateur TO CF-Sep7
      MOVE CF-Separateur TO CF-Sep8
      MOVE CF-Separateur TO CF-Sep9
      MOVE "N" TO LivreEcrit
      WRITE catalogue-enregistrement
          INVALID KEY
      DISPLAY "25. Suggestions d achat (reservations)"
      DISPLAY "26. Receptionner une acquisition"
      DISPLAY "27. Gerer les exemplaires"
      DISPLAY "28. Budget des acquisitions"
      ACCEPT ChoixMenu
      EVALUATE ChoixMenu
          WHEN 1 PERFORM ENRENGISTREMENT-LIVRES
              PERFORM SAUVEGARDER-PRETS
              PERFORM SAUVEGARDER-AMENDES
              PERFORM SAUVEGARDER-RESERVATIONS
              PERFORM LIBERER-VERROU
              DISPLAY "Au revoir."
              STOP RUN
          WHEN 12 PERFORM MENU-MEMBRES
          WHEN 25 PERFORM SUGGERER-ACQUISITIONS
          WHEN 26 PERFORM RECEPTIONNER-ACQUISITION
          WHEN 27 PERFORM MENU-EXEMPLAIRES
          WHEN 28 PERFORM MENU-BUDGET
          WHEN OTHER
              DISPLAY "Choix invalide."
      END-EVALUATE.
      DISPLAY "1. Inscrire un membre"
      DISPLAY "2. Lister les membres"
      DISPLAY "3. Modifier un membre"
      DISPLAY "4. Regles de pret par categorie"
      DISPLAY "5. Retour au menu principal"
      ACCEPT ChoixMenuMembres
      EVALUATE ChoixMenuMembres
          WHEN 1 PERFORM INSCRIRE-MEMBRE
          WHEN 2 PERFORM LISTER-MEMBRES
          WHEN 3 PERFORM MODIFIER-MEMBRE
          WHEN 4 PERFORM GERER-POLITIQUES-PRET
          WHEN 5
              PERFORM SAUVEGARDER-MEMBRES
          WHEN OTHER
              DISPLAY "Choix invalide."
      END-EVALUATE.
      IF ChoixMenuMembres NOT = 5
          PERFORM MENU-MEMBRES
      END-IF.

          ACCEPT M-Nom(NombreMembres)
          DISPLAY "Contact (telephone ou courriel) :"
          ACCEPT M-Contact(NombreMembres)
          PERFORM SAISIR-CATEGORIE-MEMBRE
          MOVE CategorieSaisie TO M-Categorie(NombreMembres)
          ACCEPT M-DateAdhesion(NombreMembres) FROM DATE YYYYMMDD
          MOVE "A" TO M-Statut(NombreMembres)
          PERFORM SAUVEGARDER-MEMBRES
      IF NombreMembres = ZERO
          DISPLAY "Aucun membre inscrit."
      ELSE
          DISPLAY "No.    Nom                            Contact                        Adhesion Statut Cat."
          PERFORM VARYING IdxMembre FROM 1 BY 1 UNTIL IdxMembre > NombreMembres
              DISPLAY M-Numero(IdxMembre) "|" M-Nom(IdxMembre) "|"
                      M-Contact(IdxMembre) "|" M-DateAdhesion(IdxMembre)
                      "|" M-Statut(IdxMembre) "|" M-Categorie(IdxMembre)
          END-PERFORM
      END-IF.

SAISIR-CATEGORIE-MEMBRE.
      MOVE "N" TO CategorieValide
      PERFORM UNTIL Categorie-Valide
          DISPLAY "Categorie : (E)nfant, (A)dulte, e(T)udiant, "
                  "(P)ersonnel, (I)nstitution partenaire :"
          MOVE SPACE TO CategorieSaisie
          ACCEPT CategorieSaisie
          PERFORM CONTROLER-CATEGORIE
          IF NOT Categorie-Valide
              DISPLAY "Categorie inconnue."
          END-IF
      END-PERFORM.

MODIFIER-MEMBRE.
      DISPLAY "Numero du membre a modifier :"
      ACCEPT NumeroMembreSaisi
          IF ContinuerPagination NOT = SPACE
              MOVE ContinuerPagination TO M-Statut(IdxMembreTrouve)
          END-IF
          DISPLAY "Categorie E/A/T/P/I, actuelle "
                  M-Categorie(IdxMembreTrouve)
                  " (vide pour conserver) :"
          MOVE SPACE TO CategorieSaisie
          ACCEPT CategorieSaisie
          IF CategorieSaisie NOT = SPACE
              PERFORM CONTROLER-CATEGORIE
              IF Categorie-Valide
                  MOVE CategorieSaisie TO M-Categorie(IdxMembreTrouve)
              ELSE
                  DISPLAY "Categorie inconnue : conservee."
              END-IF
          END-IF
          PERFORM SAUVEGARDER-MEMBRES
          DISPLAY "Membre mis a jour."
      END-IF.

GERER-POLITIQUES-PRET.
      PERFORM LISTER-POLITIQUES-PRET
      DISPLAY "Categorie a modifier (E/A/T/P/I, vide pour revenir) :"
      MOVE SPACE TO CategorieSaisie
      ACCEPT CategorieSaisie
      IF CategorieSaisie NOT = SPACE
          PERFORM CONTROLER-CATEGORIE
          IF NOT Categorie-Valide
              DISPLAY "Categorie inconnue."
          ELSE
              PERFORM MODIFIER-POLITIQUE-PRET
          END-IF
      END-IF.

LISTER-POLITIQUES-PRET.
      DISPLAY "Cat Libelle                Duree Prets Renouv "
              "Tarif/j  Blocage   Plafond   Cotisation"
      PERFORM VARYING RangCategorie FROM 1 BY 1
              UNTIL RangCategorie > 5
          DISPLAY PO-Categorie(RangCategorie) "   "
                  PO-Libelle(RangCategorie) " "
                  PO-DureePret(RangCategorie) "   "
                  PO-MaxPrets(RangCategorie) "    "
                  PO-MaxRenouv(RangCategorie) "     "
                  PO-TarifJour(RangCategorie) "    "
                  PO-PlafondBlocage(RangCategorie) "   "
                  PO-PlafondCumul(RangCategorie) "   "
                  PO-Cotisation(RangCategorie)
      END-PERFORM.

MODIFIER-POLITIQUE-PRET.
      DISPLAY "Regles de la categorie "
              PO-Libelle(IdxPolitiqueTrouvee) " :"
      DISPLAY "Duree du pret en jours (actuelle "
              PO-DureePret(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-DureePret(IdxPolitiqueTrouvee)
      DISPLAY "Prets simultanes au plus (actuel "
              PO-MaxPrets(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-MaxPrets(IdxPolitiqueTrouvee)
      DISPLAY "Renouvellements par pret au plus (actuel "
              PO-MaxRenouv(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-MaxRenouv(IdxPolitiqueTrouvee)
      DISPLAY "Tarif de retard par jour (actuel "
              PO-TarifJour(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-TarifJour(IdxPolitiqueTrouvee)
      DISPLAY "Impayes bloquant l'emprunt au-dela de (actuel "
              PO-PlafondBlocage(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-PlafondBlocage(IdxPolitiqueTrouvee)
      DISPLAY "Plafond des amendes de retard cumulees, 0 sans "
              "plafond (actuel "
              PO-PlafondCumul(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-PlafondCumul(IdxPolitiqueTrouvee)
      DISPLAY "Cotisation annuelle (actuelle "
              PO-Cotisation(IdxPolitiqueTrouvee) ") :"
      ACCEPT PO-Cotisation(IdxPolitiqueTrouvee)
      PERFORM SAUVEGARDER-POLITIQUES-PRET
      DISPLAY "Regles enregistrees.".

COMPTER-PRETS-EN-COURS-MEMBRE.
      *> Prets en cours du membre NumeroMembreSaisi.
      MOVE ZERO TO PretsEnCoursMembre
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > NombrePrets
          IF P-Membre(IdxPret) = NumeroMembreSaisi
             AND P-Statut(IdxPret) = "E"
              ADD 1 TO PretsEnCoursMembre
          END-IF
      END-PERFORM.

RECHERCHER-MEMBRE.
      MOVE "N" TO MembreTrouve
      MOVE ZERO TO IdxMembreTrouve
       ACCEPT TempNombreCopies
       DISPLAY "Entrer l'ISBN du livre"
       ACCEPT TempISBN
       DISPLAY "Entrer le prix de remplacement d'une copie "
               "(0 = tarif par defaut)"
       MOVE ZERO TO TempPrixRemplacement
       ACCEPT TempPrixRemplacement
       PERFORM VERIFIER-DOUBLON
       IF Doublon-Trouve
           DISPLAY "Ajouter ces copies au livre existant plutot que ",


INITIALISATION.
      MOVE ZERO TO TempPrixRemplacement
      MOVE "1984" TO TempTitre
      MOVE "George Orwell" TO TempAuteur
      MOVE 1949 TO TempAnneePublication
          ACCEPT CF-Copies
          DISPLAY "Nouveau seuil d'alerte de stock bas :"
          ACCEPT CF-SeuilAlerte
          DISPLAY "Nouveau prix de remplacement d'une copie "
                  "(0 = tarif par defaut) :"
          ACCEPT CF-PrixRemplacement
      *> L'ISBN est la cle du fichier : pour corriger un ISBN, il
      *> faut supprimer puis recreer le livre.
          PERFORM REECRIRE-LIVRE
                                  "refuse, renouveler d'abord "
                                  "(menu 21)."
                      ELSE
                      PERFORM CHOISIR-POLITIQUE-MEMBRE
                      PERFORM CALCULER-IMPAYES-MEMBRE
                      IF TotalImpayes > PC-PlafondBlocage
                          DISPLAY "Emprunt refuse : " TotalImpayes
                                  " d'amendes impayees (plafond "
                                  PC-PlafondBlocage ")."
                      ELSE
                          PERFORM CREER-PRET
                      END-IF
      END-IF.

CREER-PRET.
*> Les regles de la categorie du membre (CHOISIR-POLITIQUE-MEMBRE)
*> bornent le nombre de prets simultanes et proposent la date de
*> retour.
      PERFORM COMPTER-PRETS-EN-COURS-MEMBRE
      IF NombrePrets >= 300
          DISPLAY "Table des prets pleine : 300 prets en cours."
      ELSE
      IF PretsEnCoursMembre >= PC-MaxPrets
          DISPLAY "Emprunt refuse : " PretsEnCoursMembre
                  " prets en cours (au plus " PC-MaxPrets
                  " pour la categorie " PC-Categorie ")."
      ELSE
*> Le pret se lie a une copie physique precise : la copie mise de
*> cote pour le membre s'il en a une, sinon la premiere copie
*> disponible du titre (les fiches d'exemplaires des titres
*> anciens sont generees a la volee).
          PERFORM PRENDRE-COPIE-MISE-DE-COTE
          IF ExemplaireChoisi = ZERO
              PERFORM CHOISIR-EXEMPLAIRE-LIBRE
          END-IF
          IF ExemplaireChoisi = ZERO
              DISPLAY "Aucune copie physique disponible (copies "
                      "perdues, hors service ou mises de cote pour "
                      "une reservation ?) : pret refuse."
          ELSE
          ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
          MOVE "A" TO DATU-Operation
          MOVE DateDuJourLivres TO DATU-Date1
          MOVE PC-DureePret TO DATU-Nombre
          CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
                  DATU-Nombre DATU-DateResultat DATU-Statut
          MOVE DATU-DateResultat TO DateRetourProposee
          DISPLAY "Date de retour prevue (AAAAMMJJ, vide pour le "
                  DateRetourProposee ") :"
          MOVE ZERO TO NouvelleDateRetour
          ACCEPT NouvelleDateRetour
          IF NouvelleDateRetour = ZERO
              MOVE DateRetourProposee TO NouvelleDateRetour
          END-IF
          MOVE "V" TO DATU-Operation
          MOVE NouvelleDateRetour TO DATU-Date1
          CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
                  ExemplaireChoisi ") enregistre pour "
                  M-Nom(IdxMembreTrouve)
          END-IF
      END-IF
      END-IF.

RENOUVELER-PRET.
*> Prolonge un pret en cours de la duree de pret de la categorie
*> du membre, dans la limite de ses renouvellements : fini le
*> "gardez-le encore un peu" sans trace. Refus quand le titre a une reservation active (le
*> suivant attend sa copie) ou quand les impayes du membre
*> depassent le plafond.
      DISPLAY "Numero du pret a renouveler :"

CONTROLER-RENOUVELLEMENT.
      MOVE P-Membre(IdxPretTrouve) TO NumeroMembreSaisi
      PERFORM RECHERCHER-MEMBRE
      PERFORM CHOISIR-POLITIQUE-MEMBRE
      PERFORM CALCULER-IMPAYES-MEMBRE
      PERFORM CHERCHER-RESA-ACTIVE-ISBN
      PERFORM CONTROLER-PRET-PEB
              DISPLAY "Refus : pret entre bibliotheques, date "
                      "limite du partenaire."
          WHEN P-Renouvellements(IdxPretTrouve)
                  >= PC-MaxRenouv
              DISPLAY "Refus : ce pret a deja ete renouvele "
                      P-Renouvellements(IdxPretTrouve)
                      " fois (plafond " PC-MaxRenouv ")."
          WHEN TotalImpayes > PC-PlafondBlocage
              DISPLAY "Refus : " TotalImpayes " d'amendes impayees "
                      "(plafond " PC-PlafondBlocage ")."
          WHEN Resa-Active-Pour-ISBN
              DISPLAY "Refus : une reservation attend ce titre."
          WHEN OTHER
PROLONGER-PRET.
      MOVE "A" TO DATU-Operation
      MOVE P-DateRetourPrevue(IdxPretTrouve) TO DATU-Date1
      MOVE PC-DureePret TO DATU-Nombre
      CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
              DATU-Nombre DATU-DateResultat DATU-Statut
      IF DATU-Statut NOT = '00'
          PERFORM JOURNALISER-CIRCULATION
          DISPLAY "Pret " NumeroPretSaisi " renouvele ("
                  P-Renouvellements(IdxPretTrouve) "/"
                  PC-MaxRenouv ") : retour prevu le "
                  P-DateRetourPrevue(IdxPretTrouve) "."
      END-IF.

                          MOVE AM-Date TO A-Date(NombreAmendes)
                          MOVE AM-Statut TO A-Statut(NombreAmendes)
*> Fichiers d'avant les cotisations : tout etait amende de retard.
                          IF AM-TypeAmende = "C" OR AM-TypeAmende = "P"
                             OR AM-TypeAmende = "D"
                              MOVE AM-TypeAmende
                                   TO A-Type(NombreAmendes)
                          ELSE
                              MOVE "R" TO A-Type(NombreAmendes)
                          END-IF
          END-IF
          PERFORM VARYING IdxAmende FROM 1 BY 1
                  UNTIL IdxAmende > NombreAmendes
*> Une creance de remplacement payee reste en table tant que la
*> copie n'est pas retrouvee : elle peut encore etre remboursee.
              PERFORM CONTROLER-PERTE-EN-COURS
              IF (A-Statut(IdxAmende) = "P"
                  OR A-Statut(IdxAmende) = "A")
                 AND NOT Perte-En-Cours
                  PERFORM ECRIRE-AMENDE-ARCHIVE
              ELSE
                  ADD 1 TO AmendesGardees
CONSTATER-AMENDE-RETARD.
      *> Appele au retour d'un pret rendu apres sa date prevue : le
      *> retard en jours (compte par la routine partagee DateUtil)
      *> multiplie par le tarif journalier de la categorie du membre
      *> donne l'amende, rattachee au membre et au pret ; une
      *> categorie a plafond d'amendes cumulees voit l'amende ramenee
      *> a ce qui reste sous le plafond.
      MOVE "D" TO DATU-Operation
      MOVE P-DateRetourPrevue(IdxPretTrouve) TO DATU-Date1
      MOVE P-DateRetourEffective(IdxPretTrouve) TO DATU-Date2
          MOVE ZERO TO JoursRetard
      END-IF
      IF JoursRetard > ZERO
          MOVE P-Membre(IdxPretTrouve) TO NumeroMembreSaisi
          PERFORM RECHERCHER-MEMBRE
          PERFORM CHOISIR-POLITIQUE-MEMBRE
          COMPUTE MontantAmende ROUNDED =
                  JoursRetard * PC-TarifJour
          IF PC-PlafondCumul > ZERO
              PERFORM PLAFONNER-AMENDE-RETARD
          END-IF
          IF MontantAmende = ZERO
              DISPLAY "Retour en retard de " JoursRetard
                      " jour(s) : plafond des amendes de la "
                      "categorie atteint, pas d'amende."
          ELSE
          IF NombreAmendes < 300
              ADD 1 TO DernierNumeroAmende
              ADD 1 TO NombreAmendes
              DISPLAY "Fichier des amendes plein : amende de "
                      MontantAmende " non enregistree !"
          END-IF
          END-IF
      END-IF.

PLAFONNER-AMENDE-RETARD.
      *> Amendes de retard encore dues par le membre : la nouvelle
      *> amende ne peut porter leur total au-dela du plafond de sa
      *> categorie.
      MOVE ZERO TO CumulAmendesRetard
      PERFORM VARYING IdxAmende FROM 1 BY 1
              UNTIL IdxAmende > NombreAmendes
          IF A-Membre(IdxAmende) = NumeroMembreSaisi
             AND A-Statut(IdxAmende) = "I"
             AND A-Type(IdxAmende) = "R"
              COMPUTE CumulAmendesRetard = CumulAmendesRetard
                      + A-Montant(IdxAmende) - A-MontantPaye(IdxAmende)
          END-IF
      END-PERFORM
      IF CumulAmendesRetard >= PC-PlafondCumul
          MOVE ZERO TO MontantAmende
      ELSE
          IF CumulAmendesRetard + MontantAmende > PC-PlafondCumul
              COMPUTE MontantAmende =
                      PC-PlafondCumul - CumulAmendesRetard
              DISPLAY "Amende ramenee a " MontantAmende
                      " (plafond " PC-PlafondCumul
                      " de la categorie)."
          END-IF
      END-IF.

MENU-AMENDES.
              IF A-Membre(IdxAmende) = NumeroMembreSaisi
                 AND A-Statut(IdxAmende) = "I"
                  DISPLAY "  Amende " A-Numero(IdxAmende) " du "
                          A-Date(IdxAmende) " (type "
                          A-Type(IdxAmende) ") - montant "
                          A-Montant(IdxAmende) " - deja paye "
                          A-MontantPaye(IdxAmende)
              END-IF
          END-PERFORM
          PERFORM CALCULER-IMPAYES-MEMBRE
          PERFORM CHOISIR-POLITIQUE-MEMBRE
          DISPLAY "Total restant du : " TotalImpayes
          IF TotalImpayes > PC-PlafondBlocage
              DISPLAY "Plafond de " PC-PlafondBlocage " depasse : "
                      "nouveaux emprunts bloques."
          END-IF
      END-IF.
          DISPLAY "Amende inconnue."
      ELSE
          IF A-Statut(IdxAmendeTrouvee) = "P"
             OR A-Statut(IdxAmendeTrouvee) = "A"
              DISPLAY "Cette amende est deja soldee."
          ELSE
              DISPLAY "Montant du paiement :"
                               TO RSV-Date(NombreReservations)
                          MOVE RS-Statut
                               TO RSV-Statut(NombreReservations)
                          IF RS-Exemplaire IS NUMERIC
                              MOVE RS-Exemplaire
                                TO RSV-Exemplaire(NombreReservations)
                          ELSE
                              MOVE ZERO
                                TO RSV-Exemplaire(NombreReservations)
                          END-IF
                          IF RS-DateLimite IS NUMERIC
                              MOVE RS-DateLimite
                                TO RSV-DateLimite(NombreReservations)
                          ELSE
                              MOVE ZERO
                                TO RSV-DateLimite(NombreReservations)
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          MOVE RSV-Membre(IdxResa) TO RS-Membre
          MOVE RSV-Date(IdxResa) TO RS-Date
          MOVE RSV-Statut(IdxResa) TO RS-Statut
          MOVE RSV-Exemplaire(IdxResa) TO RS-Exemplaire
          MOVE RSV-DateLimite(IdxResa) TO RS-DateLimite
          MOVE "|" TO RS-Sep1
          MOVE "|" TO RS-Sep2
          MOVE "|" TO RS-Sep3
          MOVE "|" TO RS-Sep4
          MOVE "|" TO RS-Sep5
          MOVE "|" TO RS-Sep6
          WRITE reservation-enregistrement
      END-PERFORM.
      CLOSE reservations-fichier.

ARCHIVER-RESAS-INACTIVES.
*> Les reservations servies, annulees ou expirees partent dans
*> reservations_archive : la table ne garde que la file active et
*> les copies mises de cote.
*> L'archive est balayee d'abord pour la numerotation.
      IF Resas-Debordement
          CONTINUE
          PERFORM VARYING IdxResa FROM 1 BY 1
                  UNTIL IdxResa > NombreReservations
              IF RSV-Statut(IdxResa) = "A"
                 OR RSV-Statut(IdxResa) = "M"
                  ADD 1 TO ResasGardees
                  MOVE Reservation(IdxResa)
                       TO Reservation(ResasGardees)
      DISPLAY "1. Reserver un titre"
      DISPLAY "2. Annuler une reservation"
      DISPLAY "3. File d'attente d'un titre"
      DISPLAY "4. Rayon des reservations (par date limite)"
      DISPLAY "5. Retour au menu principal"
      ACCEPT ChoixMenuResa
      EVALUATE ChoixMenuResa
          WHEN 1 PERFORM PLACER-RESERVATION
          WHEN 2 PERFORM ANNULER-RESERVATION
          WHEN 3 PERFORM LISTER-FILE-ATTENTE
          WHEN 4 PERFORM LISTER-RAYON-RESERVATIONS
          WHEN 5 PERFORM SAUVEGARDER-RESERVATIONS
          WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE.
      IF ChoixMenuResa NOT = 5
          PERFORM MENU-RESERVATIONS
      END-IF.

                  ACCEPT RSV-Date(NombreReservations)
                          FROM DATE YYYYMMDD
                  MOVE "A" TO RSV-Statut(NombreReservations)
                  MOVE ZERO TO RSV-Exemplaire(NombreReservations)
                  MOVE ZERO TO RSV-DateLimite(NombreReservations)
                  PERFORM SAUVEGARDER-RESERVATIONS
                  DISPLAY "Reservation " DernierNumeroResa
                          " placee pour " M-Nom(IdxMembreTrouve)
          DISPLAY "Reservation inconnue."
      ELSE
          IF RSV-Statut(IdxResaTrouvee) NOT = "A"
             AND RSV-Statut(IdxResaTrouvee) NOT = "M"
              DISPLAY "Cette reservation n'est plus active."
          ELSE
              IF RSV-Statut(IdxResaTrouvee) = "M"
*> La copie mise de cote passe au suivant de la file.
                  MOVE "N" TO RSV-Statut(IdxResaTrouvee)
                  MOVE IdxResaTrouvee TO RangResaPasse
                  PERFORM LIBERER-COPIE-MISE-DE-COTE
              ELSE
                  MOVE "N" TO RSV-Statut(IdxResaTrouvee)
              END-IF
              PERFORM SAUVEGARDER-RESERVATIONS
              DISPLAY "Reservation annulee."
          END-IF
                          RSV-Membre(IdxResa) " "
                          M-Nom(IdxMembreTrouve)
              END-IF
              IF RSV-ISBN(IdxResa) = CF-ISBN
                 AND RSV-Statut(IdxResa) = "M"
                  DISPLAY "  Resa " RSV-Numero(IdxResa) " - membre "
                          RSV-Membre(IdxResa) " - copie "
                          RSV-Exemplaire(IdxResa)
                          " de cote jusqu'au "
                          RSV-DateLimite(IdxResa)
              END-IF
          END-PERFORM
      END-IF.

ANNONCER-TETE-DE-FILE.
      *> Au retour ou a l'arrivee de copies d'un titre reserve (CF-ISBN
      *> lu), chaque copie disponible est mise de cote pour le
      *> premier membre de la file, tant qu'il reste des copies et
      *> des membres en attente.
      MOVE "O" TO CopieMiseDeCote
      PERFORM UNTIL NOT Copie-Mise-De-Cote
          PERFORM METTRE-COPIE-DE-COTE
      END-PERFORM.

METTRE-COPIE-DE-COTE.
      MOVE "N" TO CopieMiseDeCote
      MOVE "N" TO ResaTrouvee
      PERFORM VARYING IdxResa2 FROM 1 BY 1
              UNTIL IdxResa2 > NombreReservations OR Resa-Trouvee
          IF RSV-ISBN(IdxResa2) = CF-ISBN
             AND RSV-Statut(IdxResa2) = "A"
              MOVE "O" TO ResaTrouvee
              MOVE IdxResa2 TO IdxResaTrouvee
          END-IF
      END-PERFORM
      IF Resa-Trouvee
          MOVE RSV-Membre(IdxResaTrouvee) TO NumeroMembreSaisi
          PERFORM RECHERCHER-MEMBRE
          PERFORM CHOISIR-EXEMPLAIRE-LIBRE
          IF ExemplaireChoisi = ZERO
              DISPLAY "TITRE RESERVE : mettre une copie de cote pour "
                      M-Nom(IdxMembreTrouve) " (reservation "
                      RSV-Numero(IdxResaTrouvee) ") des qu'elle est "
                      "fichee."
          ELSE
              ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
              MOVE "A" TO DATU-Operation
              MOVE DateDuJourLivres TO DATU-Date1
              MOVE DelaiRetraitJours TO DATU-Nombre
              CALL 'DateUtil' USING DATU-Operation DATU-Date1
                      DATU-Date2 DATU-Nombre DATU-DateResultat
                      DATU-Statut
              MOVE "R" TO EP-Statut(IdxExempChoisi)
              PERFORM SAUVEGARDER-EXEMPLAIRES
              MOVE "M" TO RSV-Statut(IdxResaTrouvee)
              MOVE ExemplaireChoisi TO RSV-Exemplaire(IdxResaTrouvee)
              MOVE DATU-DateResultat
                   TO RSV-DateLimite(IdxResaTrouvee)
              PERFORM SAUVEGARDER-RESERVATIONS
              PERFORM ECRIRE-AVIS-RETRAIT
              ADD 1 TO CopiesMisesDeCote
              MOVE "O" TO CopieMiseDeCote
              DISPLAY "TITRE RESERVE : mettre la copie "
                      ExemplaireChoisi " de cote pour "
                      M-Nom(IdxMembreTrouve) " (reservation "
                      RSV-Numero(IdxResaTrouvee) ", a retirer au plus "
                      "tard le " RSV-DateLimite(IdxResaTrouvee) ")."
          END-IF
      END-IF.

ECRIRE-AVIS-RETRAIT.
      *> Avis au membre IdxMembreTrouve : sa copie l'attend jusqu'a la
      *> date limite de la reservation IdxResaTrouvee.
      MOVE SPACES TO avis-retrait-record
      STRING DateDuJourLivres " - membre "
             M-Numero(IdxMembreTrouve) " " M-Nom(IdxMembreTrouve)
             " - contact " M-Contact(IdxMembreTrouve)
             " : votre reservation " RSV-Numero(IdxResaTrouvee)
             " (" CF-Titre ") vous attend jusqu'au "
             RSV-DateLimite(IdxResaTrouvee) "."
          DELIMITED BY SIZE INTO avis-retrait-record
      OPEN EXTEND avis-retrait
      IF ws-file-status = '35'
          CLOSE avis-retrait
          OPEN OUTPUT avis-retrait
      END-IF
      WRITE avis-retrait-record
      CLOSE avis-retrait.

EXPIRER-RESAS-NON-RETIREES.
      *> Passe du jour : une copie mise de cote et non retiree a la
      *> date limite passee quitte la reservation, qui expire, et va
      *> au suivant de la file (ordre d'arrivee) ou retourne en rayon.
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      MOVE ZERO TO ResasExpirees
      PERFORM VARYING RangResaPasse FROM 1 BY 1
              UNTIL RangResaPasse > NombreReservations
          IF RSV-Statut(RangResaPasse) = "M"
             AND RSV-DateLimite(RangResaPasse) < DateDuJourLivres
              MOVE "E" TO RSV-Statut(RangResaPasse)
              ADD 1 TO ResasExpirees
              DISPLAY "Reservation " RSV-Numero(RangResaPasse)
                      " non retiree au " RSV-DateLimite(RangResaPasse)
                      " : expiree."
              PERFORM LIBERER-COPIE-MISE-DE-COTE
          END-IF
      END-PERFORM
      IF ResasExpirees > ZERO
          PERFORM SAUVEGARDER-RESERVATIONS
          DISPLAY ResasExpirees " reservation(s) expiree(s) faute "
                  "de retrait."
      END-IF.

LIBERER-COPIE-MISE-DE-COTE.
      *> La copie de la reservation RangResaPasse (deja expiree ou
      *> annulee) redevient disponible et passe a la tete de file.
      PERFORM CHARGER-EXEMPLAIRES
      MOVE "N" TO ExempTrouve
      PERFORM VARYING IdxExemp FROM 1 BY 1
              UNTIL IdxExemp > NombreExemplaires OR Exemp-Trouve
          IF EP-ISBN(IdxExemp) = RSV-ISBN(RangResaPasse)
             AND EP-Copie(IdxExemp) = RSV-Exemplaire(RangResaPasse)
             AND EP-Statut(IdxExemp) = "R"
              MOVE "O" TO ExempTrouve
              SET IdxExempTrouve TO IdxExemp
          END-IF
      END-PERFORM
      IF Exemp-Trouve
          MOVE "D" TO EP-Statut(IdxExempTrouve)
          PERFORM SAUVEGARDER-EXEMPLAIRES
      END-IF
      DISPLAY "  Retirer la copie " RSV-Exemplaire(RangResaPasse)
              " (ISBN " RSV-ISBN(RangResaPasse)
              ") du rayon des reservations."
      MOVE RSV-ISBN(RangResaPasse) TO CF-ISBN
      READ catalogue-fichier
          INVALID KEY
              CONTINUE
          NOT INVALID KEY
              MOVE ZERO TO CopiesMisesDeCote
              PERFORM ANNONCER-TETE-DE-FILE
              IF CopiesMisesDeCote = ZERO
                  DISPLAY "  Personne en attente : la remettre en "
                          "rayon."
              END-IF
      END-READ.

LISTER-RAYON-RESERVATIONS.
      *> Copies mises de cote, par date limite de retrait : celles
      *> dont la date est passee sont a retirer du rayon.
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      MOVE ZERO TO NombreRayonResa
      PERFORM VARYING IdxResa FROM 1 BY 1
              UNTIL IdxResa > NombreReservations
          IF RSV-Statut(IdxResa) = "M"
             AND NombreRayonResa < 300
              ADD 1 TO NombreRayonResa
              MOVE RSV-DateLimite(IdxResa)
                   TO RR-DateLimite(NombreRayonResa)
              MOVE RSV-ISBN(IdxResa) TO RR-ISBN(NombreRayonResa)
              MOVE RSV-Exemplaire(IdxResa)
                   TO RR-Copie(NombreRayonResa)
              MOVE RSV-Membre(IdxResa) TO RR-Membre(NombreRayonResa)
              MOVE RSV-Numero(IdxResa) TO RR-Numero(NombreRayonResa)
          END-IF
      END-PERFORM
      PERFORM TRIER-RAYON-RESERVATIONS
      DISPLAY "===== RAYON DES RESERVATIONS AU " DateDuJourLivres
              " ====="
      IF NombreRayonResa = ZERO
          DISPLAY "Aucune copie mise de cote."
      END-IF
      PERFORM VARYING IdxRayon FROM 1 BY 1
              UNTIL IdxRayon > NombreRayonResa
          MOVE RR-Membre(IdxRayon) TO NumeroMembreSaisi
          PERFORM RECHERCHER-MEMBRE
          MOVE SPACES TO TempTitre
          MOVE RR-ISBN(IdxRayon) TO CF-ISBN
          READ catalogue-fichier
              INVALID KEY
                  MOVE "(titre retire du catalogue)" TO TempTitre
              NOT INVALID KEY
                  MOVE CF-Titre TO TempTitre
          END-READ
          IF RR-DateLimite(IdxRayon) < DateDuJourLivres
              DISPLAY RR-DateLimite(IdxRayon) " A RETIRER - resa "
                      RR-Numero(IdxRayon) " - copie "
                      RR-Copie(IdxRayon) " " TempTitre
          ELSE
              DISPLAY RR-DateLimite(IdxRayon) " - resa "
                      RR-Numero(IdxRayon) " - copie "
                      RR-Copie(IdxRayon) " " TempTitre
          END-IF
          IF Membre-Trouve
              DISPLAY "           pour " RR-Membre(IdxRayon) " "
                      M-Nom(IdxMembreTrouve)
          END-IF
      END-PERFORM.

TRIER-RAYON-RESERVATIONS.
      IF NombreRayonResa > 1
          PERFORM VARYING IdxRayon2 FROM 1 BY 1
                  UNTIL IdxRayon2 > NombreRayonResa - 1
              PERFORM VARYING IdxRayon FROM 1 BY 1
                      UNTIL IdxRayon > NombreRayonResa - IdxRayon2
                  IF RR-DateLimite(IdxRayon)
                     > RR-DateLimite(IdxRayon + 1)
                      MOVE RayonResa(IdxRayon) TO RayonResaBuffer
                      MOVE RayonResa(IdxRayon + 1)
                           TO RayonResa(IdxRayon)
                      MOVE RayonResaBuffer TO RayonResa(IdxRayon + 1)
                  END-IF
              END-PERFORM
          END-PERFORM
      END-IF.

PRENDRE-COPIE-MISE-DE-COTE.
      *> Le membre vient chercher la copie mise de cote pour lui sur
      *> ce titre : c'est elle qui sort. Zero sinon.
      MOVE ZERO TO ExemplaireChoisi
      MOVE "N" TO ResaTrouvee
      PERFORM VARYING IdxResa2 FROM 1 BY 1
              UNTIL IdxResa2 > NombreReservations OR Resa-Trouvee
          IF RSV-ISBN(IdxResa2) = CF-ISBN
             AND RSV-Statut(IdxResa2) = "M"
             AND RSV-Membre(IdxResa2) = NumeroMembreSaisi
              MOVE "O" TO ResaTrouvee
              MOVE IdxResa2 TO IdxResaTrouvee
          END-IF
      END-PERFORM
      IF Resa-Trouvee
          PERFORM CHARGER-EXEMPLAIRES
          PERFORM VARYING IdxExemp FROM 1 BY 1
                  UNTIL IdxExemp > NombreExemplaires
                     OR ExemplaireChoisi > ZERO
              IF EP-ISBN(IdxExemp) = CF-ISBN
                 AND EP-Copie(IdxExemp)
                     = RSV-Exemplaire(IdxResaTrouvee)
                 AND EP-Statut(IdxExemp) = "R"
                  MOVE EP-Copie(IdxExemp) TO ExemplaireChoisi
                  SET IdxExempChoisi TO IdxExemp
              END-IF
          END-PERFORM
      END-IF.

SERVIR-RESERVATION-EVENTUELLE.
      PERFORM VARYING IdxResa FROM 1 BY 1
              UNTIL IdxResa > NombreReservations
          IF RSV-ISBN(IdxResa) = CF-ISBN
             AND (RSV-Statut(IdxResa) = "A"
                  OR RSV-Statut(IdxResa) = "M")
             AND RSV-Membre(IdxResa) = NumeroMembreSaisi
              MOVE "S" TO RSV-Statut(IdxResa)
              MOVE "O" TO ResaTrouvee
          ELSE
              MOVE ZERO TO DateIlYaUnAn
          END-IF
          MOVE "RELMEMBR" TO SPOOL-Etat
          MOVE SPACES TO SPOOL-NomBase
          STRING "releve_membre_" NumeroMembreSaisi
              DELIMITED BY SIZE INTO SPOOL-NomBase
          MOVE DateIlYaUnAn TO SPOOL-DebutPeriode
          MOVE DateDuJourLivres TO SPOOL-FinPeriode
          MOVE "N" TO SPOOL-Operation
          PERFORM APPELER-SPOOL
          MOVE SPOOL-NomFichier TO NomFichierReleveMembre
          OPEN OUTPUT releve-membre
          MOVE SPACES TO LigneReleveMembre
          STRING "RELEVE DU MEMBRE " NumeroMembreSaisi " - "
          PERFORM RELEVE-RETOURS-RECENTS
          PERFORM RELEVE-ARCHIVES-ANNEE
          CLOSE releve-membre
          MOVE "F" TO SPOOL-Operation
          PERFORM APPELER-SPOOL
          DISPLAY "Releve ecrit dans " NomFichierReleveMembre "."
      END-IF.

ECRIRE-LIGNE-RELEVE-MEMBRE.
                  DELIMITED BY SIZE INTO LigneReleveMembre
              PERFORM ECRIRE-LIGNE-RELEVE-MEMBRE
          END-IF
          IF RSV-Membre(IdxResa) = NumeroMembreSaisi
             AND RSV-Statut(IdxResa) = "M"
              ADD 1 TO LignesSectionReleve
              MOVE SPACES TO LigneReleveMembre
              STRING "Resa " RSV-Numero(IdxResa) " - ISBN "
                     RSV-ISBN(IdxResa) " - copie de cote, a retirer "
                     "au plus tard le " RSV-DateLimite(IdxResa)
                  DELIMITED BY SIZE INTO LigneReleveMembre
              PERFORM ECRIRE-LIGNE-RELEVE-MEMBRE
          END-IF
      END-PERFORM
      IF LignesSectionReleve = ZERO
          MOVE "(aucune reservation active)" TO LigneReleveMembre
      END-IF.

RENOUVELER-ADHESION.
*> Renouvellement annuel : la cotisation de la categorie du membre
*> est constatee par la mecanique des amendes (type C, a encaisser
*> au menu 14) et l'adhesion repart d'aujourd'hui pour un an. Une
*> categorie sans cotisation renouvelle sans creance.
      DISPLAY "Numero du membre a renouveler :"
      ACCEPT NumeroMembreSaisi
      PERFORM RECHERCHER-MEMBRE
      IF NOT Membre-Trouve
          DISPLAY "Membre inconnu."
      ELSE
          PERFORM CHOISIR-POLITIQUE-MEMBRE
          IF PC-Cotisation = ZERO
              ACCEPT M-DateAdhesion(IdxMembreTrouve)
                      FROM DATE YYYYMMDD
              PERFORM SAUVEGARDER-MEMBRES
              DISPLAY "Adhesion renouvelee pour un an, sans "
                      "cotisation pour cette categorie."
          ELSE
          IF NombreAmendes >= 300
              DISPLAY "Fichier des amendes plein : cotisation non "
                      "constatee, renouvellement refuse."
              MOVE DernierNumeroAmende TO A-Numero(NombreAmendes)
              MOVE NumeroMembreSaisi TO A-Membre(NombreAmendes)
              MOVE ZERO TO A-Pret(NombreAmendes)
              MOVE PC-Cotisation TO A-Montant(NombreAmendes)
              MOVE ZERO TO A-MontantPaye(NombreAmendes)
              ACCEPT A-Date(NombreAmendes) FROM DATE YYYYMMDD
              MOVE "I" TO A-Statut(NombreAmendes)
                      FROM DATE YYYYMMDD
              PERFORM SAUVEGARDER-MEMBRES
              DISPLAY "Adhesion renouvelee pour un an : cotisation "
                      PC-Cotisation " a encaisser (creance "
                      DernierNumeroAmende ", menu 14)."
          END-IF
          END-IF
      END-IF.

LISTER-ADHESIONS-EXPIRANTES.
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      PERFORM CHARGER-AVIS-HISTO
      MOVE ZERO TO LettresEmises
      MOVE "AVISRETD" TO SPOOL-Etat
      MOVE "avis_retard" TO SPOOL-NomBase
      MOVE DateDuJourLivres TO SPOOL-DebutPeriode
      MOVE DateDuJourLivres TO SPOOL-FinPeriode
      MOVE "N" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      MOVE SPOOL-NomFichier TO NomFichierAvis
      OPEN OUTPUT avis-retard
      PERFORM VARYING IdxMembre FROM 1 BY 1
              UNTIL IdxMembre > NombreMembres
          END-PERFORM
      END-PERFORM
      CLOSE avis-retard
      MOVE "F" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      DISPLAY LettresEmises " lettre(s) de relance emise(s) dans "
              NomFichierAvis ".".

CHARGER-AVIS-HISTO.
      MOVE ZERO TO NombreAvisHisto
          NOT INVALID KEY
              MOVE CF-Titre TO TempTitre
      END-READ
      MOVE M-Categorie(IdxMembre) TO CategorieSaisie
      PERFORM CHOISIR-POLITIQUE-CATEGORIE
      COMPUTE AmendeCourue ROUNDED =
              JoursRetard * PC-TarifJour
      MOVE SPACES TO LigneAvis
      STRING "  " TempTitre " - retour prevu "
             P-DateRetourPrevue(IdxPret) " - " JoursRetard
                               TO AC-Date(NombreAcquisitions)
                          MOVE AQ-Statut
                               TO AC-Statut(NombreAcquisitions)
                          IF AQ-PrixUnitaire IS NUMERIC
                              MOVE AQ-PrixUnitaire
                                TO AC-PrixUnitaire(NombreAcquisitions)
                          ELSE
                              MOVE ZERO
                                TO AC-PrixUnitaire(NombreAcquisitions)
                          END-IF
                          MOVE AQ-Fonds
                               TO AC-Fonds(NombreAcquisitions)
                      END-IF
              END-READ
          END-PERFORM
          MOVE AC-Quantite(IdxAcq) TO AQ-Quantite
          MOVE AC-Date(IdxAcq) TO AQ-Date
          MOVE AC-Statut(IdxAcq) TO AQ-Statut
          MOVE AC-PrixUnitaire(IdxAcq) TO AQ-PrixUnitaire
          MOVE AC-Fonds(IdxAcq) TO AQ-Fonds
          MOVE "|" TO AQ-Sep1
          MOVE "|" TO AQ-Sep2
          MOVE "|" TO AQ-Sep3
          MOVE "|" TO AQ-Sep4
          MOVE "|" TO AQ-Sep5
          MOVE "|" TO AQ-Sep6
          MOVE "|" TO AQ-Sep7
          WRITE acquisition-enregistrement
      END-PERFORM.
      CLOSE acquisitions.
*> suggestion acceptee (quantite corrigeable) devient un bon de
*> commande du fichier des acquisitions.
      PERFORM CHARGER-ACQUISITIONS
      PERFORM CHARGER-FONDS
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      MOVE ZERO TO NombrePressions
      PERFORM VARYING IdxResa FROM 1 BY 1
      IF NombreAcquisitions >= 100
          DISPLAY "Fichier des acquisitions plein."
      ELSE
          PERFORM ENGAGER-BON-ACQUISITION
      END-IF.

ENGAGER-BON-ACQUISITION.
*> Prix et fonds du bon : le montant est engage sur le fonds de
*> l'annee en cours s'il reste disponible.
      DISPLAY "  Prix unitaire :"
      MOVE ZERO TO PrixUnitaireSaisi
      ACCEPT PrixUnitaireSaisi
      DISPLAY "  Fonds budgetaire :"
      MOVE SPACES TO FondsSaisi
      ACCEPT FondsSaisi
      COMPUTE AnneeFondsSaisie = DateDuJourLivres / 10000
      PERFORM RECHERCHER-FONDS
      COMPUTE MontantBon = QuantiteAcceptee * PrixUnitaireSaisi
      MOVE "N" TO BonAutorise
      IF NOT Fonds-Trouve
          DISPLAY "  Fonds " FondsSaisi " inconnu pour "
                  AnneeFondsSaisie " : bon refuse (creer le fonds au "
                  "menu 28)."
      ELSE
          COMPUTE DisponibleFonds = FO-Alloue(IdxFondsTrouve)
                  - FO-Engage(IdxFondsTrouve)
                  - FO-Depense(IdxFondsTrouve)
          IF MontantBon <= DisponibleFonds
              MOVE "O" TO BonAutorise
          ELSE
              MOVE DisponibleFonds TO DisponibleEdition
              DISPLAY "  Le bon (" MontantBon ") depasse le "
                      "disponible du fonds (" DisponibleEdition ")."
              IF Role-Superviseur-Ou-Plus
                  DISPLAY "  Engager quand meme ? (O/N)"
                  MOVE SPACE TO ReponseBudget
                  ACCEPT ReponseBudget
                  IF ReponseBudget = "O" OR ReponseBudget = "o"
                      MOVE "O" TO BonAutorise
                  END-IF
              END-IF
              IF NOT Bon-Autorise
                  DISPLAY "  Bon refuse : fonds insuffisant."
              END-IF
          END-IF
      END-IF
      IF Bon-Autorise
          ADD MontantBon TO FO-Engage(IdxFondsTrouve)
          PERFORM SAUVEGARDER-FONDS
          ADD 1 TO DernierNumeroAcq
          ADD 1 TO NombreAcquisitions
          MOVE DernierNumeroAcq TO AC-Numero(NombreAcquisitions)
          MOVE QuantiteAcceptee TO AC-Quantite(NombreAcquisitions)
          MOVE DateDuJourLivres TO AC-Date(NombreAcquisitions)
          MOVE "O" TO AC-Statut(NombreAcquisitions)
          MOVE PrixUnitaireSaisi
               TO AC-PrixUnitaire(NombreAcquisitions)
          MOVE FO-Code(IdxFondsTrouve) TO AC-Fonds(NombreAcquisitions)
          PERFORM SAUVEGARDER-ACQUISITIONS
          DISPLAY "  Bon d'acquisition " DernierNumeroAcq
                  " cree pour " QuantiteAcceptee " copie(s), "
                  MontantBon " engage(s) sur le fonds "
                  FO-Code(IdxFondsTrouve) "."
      END-IF.

RECEPTIONNER-ACQUISITION.
*> La livraison rentre au catalogue (CF-Copies) et la tete de file
*> du titre est annoncee pour mettre une copie de cote ; l'engagement
*> du bon devient une depense au prix facture.
      PERFORM CHARGER-ACQUISITIONS
      PERFORM CHARGER-FONDS
      DISPLAY "Numero du bon d'acquisition receptionne :"
      ACCEPT NumeroAcqSaisi
      MOVE "N" TO AcqTrouvee
          WHEN NOT Acq-Trouvee
              DISPLAY "Bon inconnu."
          WHEN AC-Statut(IdxAcqTrouvee) NOT = "O"
              DISPLAY "Ce bon est deja receptionne ou annule."
          WHEN OTHER
              MOVE AC-ISBN(IdxAcqTrouvee) TO CF-ISBN
              READ catalogue-fichier
                      ADD AC-Quantite(IdxAcqTrouvee) TO CF-Copies
                      PERFORM REECRIRE-LIVRE
                      MOVE "R" TO AC-Statut(IdxAcqTrouvee)
                      PERFORM IMPUTER-DEPENSE-ACQUISITION
                      PERFORM SAUVEGARDER-ACQUISITIONS
                      DISPLAY AC-Quantite(IdxAcqTrouvee)
                              " copie(s) rentree(s) au catalogue."
              END-READ
      END-EVALUATE.

IMPUTER-DEPENSE-ACQUISITION.
*> Bon d'avant le budget (sans fonds) : rien a imputer.
      IF AC-Fonds(IdxAcqTrouvee) = SPACES
          CONTINUE
      ELSE
          MOVE AC-Fonds(IdxAcqTrouvee) TO FondsSaisi
          COMPUTE AnneeFondsSaisie = AC-Date(IdxAcqTrouvee) / 10000
          PERFORM RECHERCHER-FONDS
          DISPLAY "Prix unitaire facture (0 = prix du bon "
                  AC-PrixUnitaire(IdxAcqTrouvee) ") :"
          MOVE ZERO TO PrixUnitaireSaisi
          ACCEPT PrixUnitaireSaisi
          IF PrixUnitaireSaisi = ZERO
              MOVE AC-PrixUnitaire(IdxAcqTrouvee) TO PrixUnitaireSaisi
          END-IF
          COMPUTE MontantFacture =
                  AC-Quantite(IdxAcqTrouvee) * PrixUnitaireSaisi
          IF NOT Fonds-Trouve
              DISPLAY "Fonds " FondsSaisi " introuvable : depense de "
                      MontantFacture " non imputee."
          ELSE
              PERFORM LIBERER-ENGAGEMENT
              ADD MontantFacture TO FO-Depense(IdxFondsTrouve)
              PERFORM SAUVEGARDER-FONDS
              DISPLAY "Depense de " MontantFacture " imputee au fonds "
                      FondsSaisi "."
          END-IF
          MOVE PrixUnitaireSaisi TO AC-PrixUnitaire(IdxAcqTrouvee)
      END-IF.

LIBERER-ENGAGEMENT.
*> Retire du fonds trouve l'engagement du bon IdxAcqTrouvee.
      COMPUTE MontantBon = AC-Quantite(IdxAcqTrouvee)
              * AC-PrixUnitaire(IdxAcqTrouvee)
      IF MontantBon > FO-Engage(IdxFondsTrouve)
          MOVE ZERO TO FO-Engage(IdxFondsTrouve)
      ELSE
          SUBTRACT MontantBon FROM FO-Engage(IdxFondsTrouve)
      END-IF.

CHARGER-FONDS.
      MOVE ZERO TO NombreFonds
      OPEN INPUT fonds-fichier
      IF ws-file-status = '35'
          CLOSE fonds-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ fonds-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF NombreFonds < 50
                          ADD 1 TO NombreFonds
                          MOVE FB-Code TO FO-Code(NombreFonds)
                          MOVE FB-Annee TO FO-Annee(NombreFonds)
                          MOVE FB-Libelle TO FO-Libelle(NombreFonds)
                          MOVE FB-Alloue TO FO-Alloue(NombreFonds)
                          MOVE FB-Engage TO FO-Engage(NombreFonds)
                          MOVE FB-Depense TO FO-Depense(NombreFonds)
                      END-IF
              END-READ
          END-PERFORM
          CLOSE fonds-fichier
      END-IF.

SAUVEGARDER-FONDS.
      OPEN OUTPUT fonds-fichier
      PERFORM VARYING IdxFonds FROM 1 BY 1 UNTIL IdxFonds > NombreFonds
          MOVE FO-Code(IdxFonds) TO FB-Code
          MOVE FO-Annee(IdxFonds) TO FB-Annee
          MOVE FO-Libelle(IdxFonds) TO FB-Libelle
          MOVE FO-Alloue(IdxFonds) TO FB-Alloue
          MOVE FO-Engage(IdxFonds) TO FB-Engage
          MOVE FO-Depense(IdxFonds) TO FB-Depense
          MOVE "|" TO FB-Sep1
          MOVE "|" TO FB-Sep2
          MOVE "|" TO FB-Sep3
          MOVE "|" TO FB-Sep4
          MOVE "|" TO FB-Sep5
          WRITE fonds-enregistrement
      END-PERFORM
      CLOSE fonds-fichier.

RECHERCHER-FONDS.
      MOVE "N" TO FondsTrouve
      MOVE ZERO TO IdxFondsTrouve
      PERFORM VARYING IdxFonds FROM 1 BY 1
              UNTIL IdxFonds > NombreFonds OR Fonds-Trouve
          IF FO-Code(IdxFonds) = FondsSaisi
             AND FO-Annee(IdxFonds) = AnneeFondsSaisie
              MOVE "O" TO FondsTrouve
              SET IdxFondsTrouve TO IdxFonds
          END-IF
      END-PERFORM.

MENU-BUDGET.
      PERFORM CHARGER-FONDS
      DISPLAY "===== BUDGET DES ACQUISITIONS ====="
      DISPLAY "1. Creer ou doter un fonds"
      DISPLAY "2. Etat budgetaire par fonds"
      DISPLAY "3. Annuler un bon de commande"
      DISPLAY "4. Retour au menu principal"
      ACCEPT ChoixMenuBudget
      EVALUATE ChoixMenuBudget
          WHEN 1 PERFORM DOTER-FONDS
          WHEN 2 PERFORM ETAT-BUDGETAIRE
          WHEN 3 PERFORM ANNULER-ACQUISITION
          WHEN 4 CONTINUE
          WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE.
      IF ChoixMenuBudget NOT = 4
          PERFORM MENU-BUDGET
      END-IF.

DOTER-FONDS.
*> Un fonds nouveau est cree ; un fonds existant recoit son nouveau
*> montant alloue, engagements et depenses restant en place.
      DISPLAY "Code du fonds (6 caracteres) :"
      MOVE SPACES TO FondsSaisi
      ACCEPT FondsSaisi
      DISPLAY "Annee (AAAA) :"
      MOVE ZERO TO AnneeFondsSaisie
      ACCEPT AnneeFondsSaisie
      PERFORM RECHERCHER-FONDS
      IF NOT Fonds-Trouve
          IF NombreFonds >= 50
              DISPLAY "Table des fonds pleine."
          ELSE
              ADD 1 TO NombreFonds
              SET IdxFondsTrouve TO NombreFonds
              MOVE FondsSaisi TO FO-Code(IdxFondsTrouve)
              MOVE AnneeFondsSaisie TO FO-Annee(IdxFondsTrouve)
              MOVE ZERO TO FO-Engage(IdxFondsTrouve)
              MOVE ZERO TO FO-Depense(IdxFondsTrouve)
              DISPLAY "Libelle du fonds :"
              MOVE SPACES TO FO-Libelle(IdxFondsTrouve)
              ACCEPT FO-Libelle(IdxFondsTrouve)
              MOVE "O" TO FondsTrouve
          END-IF
      END-IF
      IF Fonds-Trouve
          DISPLAY "Montant alloue (actuel "
                  FO-Alloue(IdxFondsTrouve) ") :"
          ACCEPT FO-Alloue(IdxFondsTrouve)
          PERFORM SAUVEGARDER-FONDS
          DISPLAY "Fonds " FondsSaisi " " AnneeFondsSaisie
                  " enregistre."
      END-IF.

ETAT-BUDGETAIRE.
      MOVE ZERO TO TotalAlloue
      MOVE ZERO TO TotalEngage
      MOVE ZERO TO TotalDepense
      MOVE ZERO TO TotalDisponible
      DISPLAY "Fonds  Annee Libelle                        "
              "     Alloue      Engage     Depense  Disponible"
      IF NombreFonds = ZERO
          DISPLAY "Aucun fonds budgetaire."
      END-IF
      PERFORM VARYING IdxFonds FROM 1 BY 1 UNTIL IdxFonds > NombreFonds
          COMPUTE DisponibleFonds = FO-Alloue(IdxFonds)
                  - FO-Engage(IdxFonds) - FO-Depense(IdxFonds)
          ADD FO-Alloue(IdxFonds) TO TotalAlloue
          ADD FO-Engage(IdxFonds) TO TotalEngage
          ADD FO-Depense(IdxFonds) TO TotalDepense
          ADD DisponibleFonds TO TotalDisponible
          MOVE FO-Alloue(IdxFonds) TO AlloueEdition
          MOVE FO-Engage(IdxFonds) TO EngageEdition
          MOVE FO-Depense(IdxFonds) TO DepenseEdition
          MOVE DisponibleFonds TO DisponibleEdition
          DISPLAY FO-Code(IdxFonds) " " FO-Annee(IdxFonds) "  "
                  FO-Libelle(IdxFonds) " " AlloueEdition " "
                  EngageEdition " " DepenseEdition " "
                  DisponibleEdition
      END-PERFORM
      MOVE TotalAlloue TO AlloueEdition
      MOVE TotalEngage TO EngageEdition
      MOVE TotalDepense TO DepenseEdition
      MOVE TotalDisponible TO DisponibleEdition
      DISPLAY "TOTAL                                      "
              AlloueEdition " " EngageEdition " " DepenseEdition " "
              DisponibleEdition.

ANNULER-ACQUISITION.
*> Un bon encore ouvert est annule et son engagement libere.
      PERFORM CHARGER-ACQUISITIONS
      DISPLAY "Numero du bon de commande a annuler :"
      ACCEPT NumeroAcqSaisi
      MOVE "N" TO AcqTrouvee
      PERFORM VARYING IdxAcq FROM 1 BY 1
              UNTIL IdxAcq > NombreAcquisitions OR Acq-Trouvee
          IF AC-Numero(IdxAcq) = NumeroAcqSaisi
              MOVE "O" TO AcqTrouvee
              SET IdxAcqTrouvee TO IdxAcq
          END-IF
      END-PERFORM
      EVALUATE TRUE
          WHEN NOT Acq-Trouvee
              DISPLAY "Bon inconnu."
          WHEN AC-Statut(IdxAcqTrouvee) NOT = "O"
              DISPLAY "Ce bon n'est plus ouvert."
          WHEN OTHER
              MOVE "A" TO AC-Statut(IdxAcqTrouvee)
              PERFORM SAUVEGARDER-ACQUISITIONS
              IF AC-Fonds(IdxAcqTrouvee) NOT = SPACES
                  MOVE AC-Fonds(IdxAcqTrouvee) TO FondsSaisi
                  COMPUTE AnneeFondsSaisie =
                          AC-Date(IdxAcqTrouvee) / 10000
                  PERFORM RECHERCHER-FONDS
                  IF Fonds-Trouve
                      PERFORM LIBERER-ENGAGEMENT
                      PERFORM SAUVEGARDER-FONDS
                      DISPLAY "Engagement de " MontantBon
                              " libere sur le fonds " FondsSaisi "."
                  END-IF
              END-IF
              DISPLAY "Bon " NumeroAcqSaisi " annule."
      END-EVALUATE.

CHARGER-EXEMPLAIRES.
      MOVE ZERO TO NombreExemplaires
      MOVE "N" TO ExemplairesDebordement
                      "(A)bime) :"
              MOVE SPACE TO EtatRetourSaisi
              ACCEPT EtatRetourSaisi
              MOVE EP-Etat(IdxExempTrouve) TO EtatAvantRetour
              IF EtatRetourSaisi = "B" OR EtatRetourSaisi = "U"
                 OR EtatRetourSaisi = "A"
                  MOVE EtatRetourSaisi TO EP-Etat(IdxExempTrouve)
              END-IF
              MOVE "D" TO EP-Statut(IdxExempTrouve)
              PERFORM SAUVEGARDER-EXEMPLAIRES
*> Une copie deja abimee au depart n'est pas refacturee.
              IF EtatRetourSaisi = "A" AND EtatAvantRetour NOT = "A"
                  PERFORM FACTURER-DEGRADATION
              END-IF
          END-IF
      END-IF.

      DISPLAY "===== EXEMPLAIRES ====="
      DISPLAY "1. Lister les exemplaires d'un titre"
      DISPLAY "2. Radier une copie (perdue / hors service)"
      DISPLAY "3. Declarer perdue la copie d'un pret en cours"
      DISPLAY "4. Reintegrer une copie perdue retrouvee"
      DISPLAY "5. Desherbage (copies a eliminer)"
      DISPLAY "6. Retour au menu principal"
      ACCEPT ChoixMenuExemplaires
      EVALUATE ChoixMenuExemplaires
          WHEN 1 PERFORM LISTER-EXEMPLAIRES-TITRE
          WHEN 2 PERFORM RADIER-EXEMPLAIRE
          WHEN 3 PERFORM DECLARER-PRET-PERDU
          WHEN 4 PERFORM RETROUVER-EXEMPLAIRE-PERDU
          WHEN 5 PERFORM DESHERBER-COLLECTION
          WHEN 6 CONTINUE
          WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE.
      IF ChoixMenuExemplaires NOT = 6
          PERFORM MENU-EXEMPLAIRES
      END-IF.

          END-EVALUATE
      END-IF.

FACTURER-DEGRADATION.
      DISPLAY "Montant de la degradation a facturer au membre "
              "(0 = aucun) :"
      MOVE ZERO TO MontantDegradation
      ACCEPT MontantDegradation
      IF MontantDegradation > ZERO
          MOVE MontantDegradation TO MontantAmende
          MOVE "D" TO TypeCreance
          PERFORM ENREGISTRER-CREANCE
      END-IF.

DECLARER-PRET-PERDU.
*> La copie d'un pret en cours est declaree perdue : le pret se clot
*> au statut P, la copie passe perdue et quitte le compteur du
*> catalogue, et le membre doit le prix de remplacement plus les
*> frais de dossier, en sus de l'amende de retard courue a ce jour.
      DISPLAY "Numero du pret dont la copie est perdue :"
      ACCEPT NumeroPretSaisi
      PERFORM RECHERCHER-PRET
      IF NOT Pret-Trouve
          DISPLAY "Pret inconnu."
      ELSE
          IF P-Statut(IdxPretTrouve) NOT = "E"
              DISPLAY "Ce pret est deja clos."
          ELSE
              PERFORM CONTROLER-PRET-PEB
              IF Pret-Est-PEB
                  DISPLAY "Pret entre bibliotheques : la perte se "
                          "regle avec le partenaire."
              ELSE
                  MOVE P-ISBN(IdxPretTrouve) TO ISBNChoisi
                  PERFORM LIRE-LIVRE-PAR-ISBN
                  IF Livre-Charge
                      PERFORM CONSTATER-PERTE-PRET
                  END-IF
              END-IF
          END-IF
      END-IF.

CONSTATER-PERTE-PRET.
      MOVE "P" TO P-Statut(IdxPretTrouve)
      ACCEPT P-DateRetourEffective(IdxPretTrouve) FROM DATE YYYYMMDD
      IF P-Exemplaire(IdxPretTrouve) NOT = ZERO
          PERFORM CHARGER-EXEMPLAIRES
          MOVE "N" TO ExempTrouve
          PERFORM VARYING IdxExemp FROM 1 BY 1
                  UNTIL IdxExemp > NombreExemplaires
                     OR Exemp-Trouve
              IF EP-ISBN(IdxExemp) = P-ISBN(IdxPretTrouve)
                 AND EP-Copie(IdxExemp)
                     = P-Exemplaire(IdxPretTrouve)
                  MOVE "O" TO ExempTrouve
                  SET IdxExempTrouve TO IdxExemp
              END-IF
          END-PERFORM
          IF Exemp-Trouve
              MOVE "P" TO EP-Statut(IdxExempTrouve)
              PERFORM SAUVEGARDER-EXEMPLAIRES
          END-IF
      END-IF
      IF CF-CopiesEmpruntees > ZERO
          SUBTRACT 1 FROM CF-CopiesEmpruntees
      END-IF
      IF CF-Copies > ZERO
          SUBTRACT 1 FROM CF-Copies
      END-IF
      PERFORM REECRIRE-LIVRE
      PERFORM SAUVEGARDER-PRETS
      PERFORM CONSTATER-AMENDE-RETARD
      IF CF-PrixRemplacement IS NUMERIC
         AND CF-PrixRemplacement > ZERO
          COMPUTE MontantAmende =
                  CF-PrixRemplacement + FraisDossierPerte
      ELSE
          COMPUTE MontantAmende =
                  PrixRemplacementDefaut + FraisDossierPerte
      END-IF
      MOVE "P" TO TypeCreance
      PERFORM ENREGISTRER-CREANCE
      MOVE P-Membre(IdxPretTrouve) TO NumeroMembreSaisi
      MOVE "I" TO TypeEvenementCirc
      PERFORM JOURNALISER-CIRCULATION
      DISPLAY "Pret " P-Numero(IdxPretTrouve) " clos en perte, le "
              "catalogue passe a " CF-Copies " copie(s).".

ENREGISTRER-CREANCE.
*> Creance de type TypeCreance et de montant MontantAmende sur le
*> membre et le pret courants (IdxPretTrouve).
      IF NombreAmendes < 300
          ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
          ADD 1 TO DernierNumeroAmende
          ADD 1 TO NombreAmendes
          MOVE DernierNumeroAmende TO A-Numero(NombreAmendes)
          MOVE P-Membre(IdxPretTrouve) TO A-Membre(NombreAmendes)
          MOVE P-Numero(IdxPretTrouve) TO A-Pret(NombreAmendes)
          MOVE MontantAmende TO A-Montant(NombreAmendes)
          MOVE ZERO TO A-MontantPaye(NombreAmendes)
          MOVE DateDuJourLivres TO A-Date(NombreAmendes)
          MOVE "I" TO A-Statut(NombreAmendes)
          MOVE TypeCreance TO A-Type(NombreAmendes)
          PERFORM SAUVEGARDER-AMENDES
          IF TypeCreance = "P"
              DISPLAY "Remplacement de la copie : creance "
                      DernierNumeroAmende " de " MontantAmende "."
          ELSE
              DISPLAY "Degradation : creance " DernierNumeroAmende
                      " de " MontantAmende "."
          END-IF
      ELSE
          DISPLAY "Fichier des amendes plein : creance de "
                  MontantAmende " non enregistree !"
      END-IF.

CONTROLER-PERTE-EN-COURS.
*> Dit si l'amende IdxAmende est le remplacement d'une copie encore
*> perdue (pret au statut P dans la table).
      MOVE "N" TO PerteEnCours
      IF A-Type(IdxAmende) = "P"
          PERFORM VARYING IdxPret FROM 1 BY 1
                  UNTIL IdxPret > NombrePrets OR Perte-En-Cours
              IF P-Numero(IdxPret) = A-Pret(IdxAmende)
                 AND P-Statut(IdxPret) = "P"
                  MOVE "O" TO PerteEnCours
              END-IF
          END-PERFORM
      END-IF.

RETROUVER-EXEMPLAIRE-PERDU.
*> Une copie perdue revient : elle redevient disponible et rentre au
*> compteur du catalogue ; si elle avait ete perdue en pret, le pret
*> passe rendu et la creance de remplacement est annulee, le deja
*> paye etant a rembourser au membre.
      DISPLAY "ISBN du titre :"
      ACCEPT ISBNChoisi
      PERFORM LIRE-LIVRE-PAR-ISBN
      IF Livre-Charge
          DISPLAY "Numero de la copie retrouvee :"
          ACCEPT NumeroCopieSaisi
          MOVE "N" TO ExempTrouve
          PERFORM VARYING IdxExemp FROM 1 BY 1
                  UNTIL IdxExemp > NombreExemplaires
                     OR Exemp-Trouve
              IF EP-ISBN(IdxExemp) = CF-ISBN
                 AND EP-Copie(IdxExemp) = NumeroCopieSaisi
                  MOVE "O" TO ExempTrouve
                  SET IdxExempTrouve TO IdxExemp
              END-IF
          END-PERFORM
          EVALUATE TRUE
              WHEN NOT Exemp-Trouve
                  DISPLAY "Copie inconnue."
              WHEN EP-Statut(IdxExempTrouve) NOT = "P"
                  DISPLAY "Cette copie n'est pas perdue."
              WHEN OTHER
                  PERFORM REINTEGRER-EXEMPLAIRE-PERDU
          END-EVALUATE
      END-IF.

REINTEGRER-EXEMPLAIRE-PERDU.
      MOVE "D" TO EP-Statut(IdxExempTrouve)
      PERFORM SAUVEGARDER-EXEMPLAIRES
      ADD 1 TO CF-Copies
      PERFORM REECRIRE-LIVRE
      MOVE ZERO TO NumeroMembreSaisi
      MOVE "N" TO PretTrouve
      PERFORM VARYING IdxPret FROM 1 BY 1
              UNTIL IdxPret > NombrePrets OR Pret-Trouve
          IF P-Statut(IdxPret) = "P"
             AND P-ISBN(IdxPret) = CF-ISBN
             AND P-Exemplaire(IdxPret) = NumeroCopieSaisi
              MOVE "O" TO PretTrouve
              SET IdxPretTrouve TO IdxPret
          END-IF
      END-PERFORM
      IF Pret-Trouve
          MOVE "R" TO P-Statut(IdxPretTrouve)
          PERFORM SAUVEGARDER-PRETS
          MOVE P-Membre(IdxPretTrouve) TO NumeroMembreSaisi
          MOVE "N" TO AmendeTrouvee
          PERFORM VARYING IdxAmende FROM 1 BY 1
                  UNTIL IdxAmende > NombreAmendes OR Amende-Trouvee
              IF A-Pret(IdxAmende) = P-Numero(IdxPretTrouve)
                 AND A-Type(IdxAmende) = "P"
                 AND A-Statut(IdxAmende) NOT = "A"
                  MOVE "O" TO AmendeTrouvee
                  SET IdxAmendeTrouvee TO IdxAmende
              END-IF
          END-PERFORM
          IF Amende-Trouvee
              MOVE "A" TO A-Statut(IdxAmendeTrouvee)
              PERFORM SAUVEGARDER-AMENDES
              IF A-MontantPaye(IdxAmendeTrouvee) > ZERO
                  DISPLAY "Creance " A-Numero(IdxAmendeTrouvee)
                          " annulee : rembourser "
                          A-MontantPaye(IdxAmendeTrouvee)
                          " au membre " A-Membre(IdxAmendeTrouvee) "."
              ELSE
                  DISPLAY "Creance " A-Numero(IdxAmendeTrouvee)
                          " annulee, rien n'avait ete paye."
              END-IF
          END-IF
      END-IF
      MOVE "I" TO TypeEvenementCirc
      PERFORM JOURNALISER-CIRCULATION
      PERFORM ANNONCER-TETE-DE-FILE
      DISPLAY "Copie " NumeroCopieSaisi " reintegree, le catalogue "
              "passe a " CF-Copies " copie(s).".

DESHERBER-COLLECTION.
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      COMPUTE DateLimiteUsage =
              DateDuJourLivres - DesherbageAnsSansPret * 10000
      COMPUTE AnneeLimiteTitre =
              DateDuJourLivres / 10000 - DesherbageAgeTitre
      PERFORM CHARGER-EXEMPLAIRES
      MOVE ZERO TO NombreTitresDesherbage
      MOVE "N" TO TitresDesherbageDebordement
      PERFORM DEMARRER-PARCOURS-CATALOGUE
      PERFORM RECENSER-TITRE-DESHERBAGE UNTIL Fin-Parcours-Catalogue.
      IF Titres-Desherbage-Debordement
          DISPLAY "Plus de 500 titres : les suivants ne sont pas "
                  "examines."
      END-IF
      PERFORM VARYING RangExemp FROM 1 BY 1
              UNTIL RangExemp > NombreExemplaires
          MOVE ZERO TO UE-DerniereSortie(RangExemp)
          MOVE ZERO TO UE-Prets(RangExemp)
          MOVE EP-ISBN(RangExemp) TO IsbnDesherbage
          PERFORM CHERCHER-TITRE-DESHERBAGE
          MOVE RangTitreTrouve TO UE-Titre(RangExemp)
          IF RangTitreTrouve > ZERO
             AND EP-Etat(RangExemp) = "B"
             AND (EP-Statut(RangExemp) = "D"
                  OR EP-Statut(RangExemp) = "S"
                  OR EP-Statut(RangExemp) = "R")
              ADD 1 TO TD-CopiesSaines(RangTitreTrouve)
          END-IF
      END-PERFORM
      PERFORM CUMULER-USAGE-DESHERBAGE
      PERFORM SELECTIONNER-CANDIDATS
      PERFORM EDITER-RAPPORT-DESHERBAGE
      IF NombreCandidats > ZERO
          DISPLAY "Accepter la liste et eliminer ces "
                  NombreCandidats " copie(s) ? (O/N)"
          MOVE SPACE TO ReponseDesherbage
          ACCEPT ReponseDesherbage
          IF ReponseDesherbage = "O" OR ReponseDesherbage = "o"
              PERFORM ELIMINER-CANDIDATS
          ELSE
              DISPLAY "Liste non acceptee : rien n'est elimine."
          END-IF
      END-IF.

RECENSER-TITRE-DESHERBAGE.
*> Chaque titre du catalogue : fiches d'exemplaires generees au
*> besoin, et une ligne dans la table des titres examines.
      READ catalogue-fichier NEXT RECORD
          AT END
              MOVE "O" TO FinParcoursCatalogue
          NOT AT END
              PERFORM GENERER-EXEMPLAIRES-MANQUANTS
              IF NombreTitresDesherbage < 500
                  ADD 1 TO NombreTitresDesherbage
                  MOVE CF-ISBN TO TD-ISBN(NombreTitresDesherbage)
                  MOVE CF-Titre TO TD-Titre(NombreTitresDesherbage)
                  MOVE CF-Auteur TO TD-Auteur(NombreTitresDesherbage)
                  MOVE CF-Annee TO TD-Annee(NombreTitresDesherbage)
                  MOVE ZERO
                       TO TD-DerniereSortie(NombreTitresDesherbage)
                  MOVE ZERO TO TD-Prets(NombreTitresDesherbage)
                  MOVE ZERO
                       TO TD-CopiesSaines(NombreTitresDesherbage)
              ELSE
                  MOVE "O" TO TitresDesherbageDebordement
              END-IF
      END-READ.

CHERCHER-TITRE-DESHERBAGE.
      MOVE ZERO TO RangTitreTrouve
      PERFORM VARYING RangTitreDh FROM 1 BY 1
              UNTIL RangTitreDh > NombreTitresDesherbage
                 OR RangTitreTrouve > ZERO
          IF TD-ISBN(RangTitreDh) = IsbnDesherbage
              MOVE RangTitreDh TO RangTitreTrouve
          END-IF
      END-PERFORM.

CUMULER-USAGE-DESHERBAGE.
*> Prets en cours et archives : dernier pret et nombre de prets de
*> chaque copie ; journal de circulation : emprunts de chaque titre.
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > NombrePrets
          IF P-Exemplaire(IdxPret) > ZERO
              MOVE P-ISBN(IdxPret) TO IsbnDesherbage
              MOVE P-Exemplaire(IdxPret) TO CopieDesherbage
              MOVE P-DateEmprunt(IdxPret) TO DateSortieDesherbage
              PERFORM NOTER-SORTIE-COPIE
          END-IF
      END-PERFORM
      OPEN INPUT prets-archive
      IF ws-file-status = '35'
          CLOSE prets-archive
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ prets-archive
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF PTA-Exemplaire IS NUMERIC
                         AND PTA-Exemplaire > ZERO
                          MOVE PTA-ISBN TO IsbnDesherbage
                          MOVE PTA-Exemplaire TO CopieDesherbage
                          MOVE PTA-DateEmprunt
                               TO DateSortieDesherbage
                          PERFORM NOTER-SORTIE-COPIE
                      END-IF
              END-READ
          END-PERFORM
          CLOSE prets-archive
      END-IF
      OPEN INPUT circulation-fichier
      IF ws-file-status = '35'
          CLOSE circulation-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ circulation-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF CI-Type = "E"
                          MOVE CI-ISBN TO IsbnDesherbage
                          PERFORM CHERCHER-TITRE-DESHERBAGE
                          IF RangTitreTrouve > ZERO
                              ADD 1 TO TD-Prets(RangTitreTrouve)
                              IF CI-Date
                                 > TD-DerniereSortie(RangTitreTrouve)
                                  MOVE CI-Date TO
                                  TD-DerniereSortie(RangTitreTrouve)
                              END-IF
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          CLOSE circulation-fichier
      END-IF.

NOTER-SORTIE-COPIE.
      MOVE ZERO TO RangExempTrouve
      PERFORM VARYING RangExemp FROM 1 BY 1
              UNTIL RangExemp > NombreExemplaires
                 OR RangExempTrouve > ZERO
          IF EP-ISBN(RangExemp) = IsbnDesherbage
             AND EP-Copie(RangExemp) = CopieDesherbage
              MOVE RangExemp TO RangExempTrouve
          END-IF
      END-PERFORM
      IF RangExempTrouve > ZERO
          ADD 1 TO UE-Prets(RangExempTrouve)
          IF DateSortieDesherbage > UE-DerniereSortie(RangExempTrouve)
              MOVE DateSortieDesherbage
                   TO UE-DerniereSortie(RangExempTrouve)
          END-IF
          MOVE UE-Titre(RangExempTrouve) TO RangTitreTrouve
          IF RangTitreTrouve > ZERO
             AND DateSortieDesherbage
                 > TD-DerniereSortie(RangTitreTrouve)
              MOVE DateSortieDesherbage
                   TO TD-DerniereSortie(RangTitreTrouve)
          END-IF
      END-IF.

SELECTIONNER-CANDIDATS.
*> Seules les copies en rayon (statut D) sont proposees ; un seul
*> motif par copie, l'etat d'abord.
      MOVE ZERO TO NombreCandidats
      PERFORM VARYING RangExemp FROM 1 BY 1
              UNTIL RangExemp > NombreExemplaires
          MOVE SPACE TO MotifDesherbage
          MOVE UE-Titre(RangExemp) TO RangTitreTrouve
          IF EP-Statut(RangExemp) = "D" AND RangTitreTrouve > ZERO
              MOVE UE-DerniereSortie(RangExemp)
                   TO DerniereUtilisation
              IF EP-DateAcquisition(RangExemp) > DerniereUtilisation
                  MOVE EP-DateAcquisition(RangExemp)
                       TO DerniereUtilisation
              END-IF
              EVALUATE TRUE
                  WHEN (EP-Etat(RangExemp) = "U"
                        OR EP-Etat(RangExemp) = "A")
                       AND TD-CopiesSaines(RangTitreTrouve) > ZERO
                      MOVE "E" TO MotifDesherbage
                  WHEN DerniereUtilisation < DateLimiteUsage
                      MOVE "U" TO MotifDesherbage
                  WHEN TD-Annee(RangTitreTrouve) < AnneeLimiteTitre
                       AND TD-DerniereSortie(RangTitreTrouve)
                           < DateLimiteUsage
                      MOVE "T" TO MotifDesherbage
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
          END-IF
          IF MotifDesherbage NOT = SPACE AND NombreCandidats < 500
              ADD 1 TO NombreCandidats
              MOVE RangExemp TO DC-Rang(NombreCandidats)
              MOVE MotifDesherbage TO DC-Motif(NombreCandidats)
          END-IF
      END-PERFORM.

EDITER-RAPPORT-DESHERBAGE.
      MOVE "DESHERB" TO SPOOL-Etat
      MOVE "desherbage" TO SPOOL-NomBase
      MOVE DateLimiteUsage TO SPOOL-DebutPeriode
      MOVE DateDuJourLivres TO SPOOL-FinPeriode
      MOVE "N" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      MOVE SPOOL-NomFichier TO NomFichierDesherbage
      OPEN OUTPUT rapport-desherbage
      MOVE SPACES TO LigneDesherbage
      STRING "===== DESHERBAGE AU " DateDuJourLivres
             " : sans pret depuis le " DateLimiteUsage
             ", titres anterieurs a " AnneeLimiteTitre " ====="
          DELIMITED BY SIZE INTO LigneDesherbage
      DISPLAY LigneDesherbage
      MOVE LigneDesherbage TO rapport-desherbage-record
      WRITE rapport-desherbage-record
      IF NombreCandidats = ZERO
          DISPLAY "Aucune copie a eliminer."
          MOVE "Aucune copie a eliminer." TO rapport-desherbage-record
          WRITE rapport-desherbage-record
      END-IF
      PERFORM VARYING IdxCandidat FROM 1 BY 1
              UNTIL IdxCandidat > NombreCandidats
          PERFORM PREPARER-LIGNE-CANDIDAT
          MOVE SPACES TO LigneDesherbage
          STRING LibelleMotifDesherbage " | "
                 EP-ISBN(RangExemp) " copie " EP-Copie(RangExemp)
                 " | etat " EP-Etat(RangExemp)
                 " | dernier pret " DernierPretEdition
                 " | " UE-Prets(RangExemp) " pret(s) | "
                 TD-Annee(RangTitreTrouve) " "
                 TD-Titre(RangTitreTrouve)
              DELIMITED BY SIZE INTO LigneDesherbage
          DISPLAY LigneDesherbage
          MOVE LigneDesherbage TO rapport-desherbage-record
          WRITE rapport-desherbage-record
      END-PERFORM
      CLOSE rapport-desherbage
      MOVE "F" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      DISPLAY "Etat ecrit dans " NomFichierDesherbage ".".

PREPARER-LIGNE-CANDIDAT.
      MOVE DC-Rang(IdxCandidat) TO RangExemp
      MOVE UE-Titre(RangExemp) TO RangTitreTrouve
      EVALUATE DC-Motif(IdxCandidat)
          WHEN "E" MOVE "ETAT" TO LibelleMotifDesherbage
          WHEN "U" MOVE "INUTILISEE" TO LibelleMotifDesherbage
          WHEN OTHER MOVE "ANCIEN" TO LibelleMotifDesherbage
      END-EVALUATE
      IF UE-DerniereSortie(RangExemp) = ZERO
          MOVE "jamais" TO DernierPretEdition
      ELSE
          MOVE UE-DerniereSortie(RangExemp) TO DernierPretEdition
      END-IF.

ELIMINER-CANDIDATS.
*> Les copies de la liste passent hors service d'un bloc : compteur
*> du titre, journal de circulation (type D), puis liste
*> d'elimination en CSV sur demande.
      MOVE ZERO TO CopiesEliminees
      PERFORM VARYING IdxCandidat FROM 1 BY 1
              UNTIL IdxCandidat > NombreCandidats
          MOVE DC-Rang(IdxCandidat) TO RangExemp
          MOVE "H" TO EP-Statut(RangExemp)
          MOVE EP-ISBN(RangExemp) TO CF-ISBN
          READ catalogue-fichier
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF CF-Copies > ZERO
                      SUBTRACT 1 FROM CF-Copies
                      PERFORM REECRIRE-LIVRE
                  END-IF
          END-READ
          MOVE EP-ISBN(RangExemp) TO CF-ISBN
          MOVE ZERO TO NumeroMembreSaisi
          MOVE "D" TO TypeEvenementCirc
          PERFORM JOURNALISER-CIRCULATION
          ADD 1 TO CopiesEliminees
      END-PERFORM
      PERFORM SAUVEGARDER-EXEMPLAIRES
      DISPLAY CopiesEliminees " copie(s) eliminee(s) du fonds."
      DISPLAY "Exporter la liste d'elimination en CSV "
              "(desherbage_export.csv) ? (O/N)"
      MOVE SPACE TO ReponseDesherbage
      ACCEPT ReponseDesherbage
      IF ReponseDesherbage = "O" OR ReponseDesherbage = "o"
          PERFORM EXPORTER-LISTE-ELIMINATION
      END-IF.

EXPORTER-LISTE-ELIMINATION.
      OPEN OUTPUT desherbage-csv
      MOVE "Titre,Auteur,Annee,ISBN,Copie,Motif,Etat,DernierPret,Prets"
           TO desherbage-csv-record
      WRITE desherbage-csv-record
      PERFORM VARYING IdxCandidat FROM 1 BY 1
              UNTIL IdxCandidat > NombreCandidats
          PERFORM PREPARER-LIGNE-CANDIDAT
          MOVE SPACES TO desherbage-csv-record
          STRING TD-Titre(RangTitreTrouve) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 TD-Auteur(RangTitreTrouve) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 TD-Annee(RangTitreTrouve) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 EP-ISBN(RangExemp) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 EP-Copie(RangExemp) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 LibelleMotifDesherbage DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 EP-Etat(RangExemp) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 DernierPretEdition DELIMITED BY SPACE
                 "," DELIMITED BY SIZE
                 UE-Prets(RangExemp) DELIMITED BY SIZE
              INTO desherbage-csv-record
          WRITE desherbage-csv-record
      END-PERFORM
      CLOSE desherbage-csv
      DISPLAY "Liste d'elimination exportee vers "
              "desherbage_export.csv".

RAPPORT-DES-RETARDS.
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      MOVE ZERO TO NombreRetards
      END-PERFORM.
      PERFORM TRIER-RETARDS.
      DISPLAY "===== PRETS EN RETARD AU " DateDuJourLivres " ====="
      MOVE "RETARDS" TO SPOOL-Etat
      MOVE "rapport_retards" TO SPOOL-NomBase
      MOVE DateDuJourLivres TO SPOOL-DebutPeriode
      MOVE DateDuJourLivres TO SPOOL-FinPeriode
      MOVE "N" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      MOVE SPOOL-NomFichier TO NomFichierRetards
      OPEN OUTPUT rapport-retards
      IF NombreRetards = ZERO
          DISPLAY "Aucun pret en retard."
          END-PERFORM
      END-IF.
      CLOSE rapport-retards.
      MOVE "F" TO SPOOL-Operation.
      PERFORM APPELER-SPOOL.
      DISPLAY "Etat ecrit dans " NomFichierRetards ".".

APPELER-SPOOL.
*> Le programme appelant est note avec l'operateur de la session.
      MOVE OperateurCourant TO SPOOL-Operateur
      CALL 'Spool' USING SPOOL-Operation SPOOL-Etat SPOOL-NomBase
              SPOOL-Programme SPOOL-Operateur SPOOL-DebutPeriode
              SPOOL-FinPeriode SPOOL-NomFichier SPOOL-Lignes
              SPOOL-Statut.

NOTER-UN-RETARD.
      IF NombreRetards < 300
      MOVE SPACES TO ChampCopiesX
      MOVE SPACES TO ChampDispoX
      MOVE SPACES TO TempISBN
      MOVE ZERO TO TempPrixRemplacement
      UNSTRING import-csv-record DELIMITED BY ","
          INTO TempTitre TempAuteur ChampAnneeX ChampCopiesX
               ChampDispoX TempISBN
