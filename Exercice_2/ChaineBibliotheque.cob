IDENTIFICATION DIVISION.
PROGRAM-ID. ChaineBibliotheque.

*> Chaine de nuit de la bibliotheque : enchaine sans operateur
*> les travaux d'entretien que seul le menu interactif lancait
*> jusqu'ici, selon qui ouvrait la session le matin - archivage
*> des prets rendus et des amendes soldees, passe des reservations
*> (copies mises de cote non retirees a temps rendues au suivant
*> de la file, reservations inactives archivees), signalement des
*> adhesions expirees, relances de retard (avis_retard, une
*> lettre par membre et par niveau, le niveau final suspend le
*> membre), etat des prets en retard et evaluation des amendes
*> courues sur les prets encore dehors. Chaque etape est consignee
*> dans journal_bibliotheque (debut, fin, compteur, statut) et la
*> chaine s'arrete net, statut ERREUR, des qu'une etape echoue.
*> Relancee le meme jour, elle saute les etapes deja terminees OK.
*> Elle refuse de demarrer tant qu'une session books tient le
*> verrou des fichiers de la bibliotheque, et pose le sien pendant
*> la nuit. Les fichiers ont le meme dessin que ceux de books.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT catalogue-fichier ASSIGN TO 'catalogue'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CF-ISBN
        FILE STATUS IS ws-file-status.

    SELECT membres-fichier ASSIGN TO 'membres'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT prets-fichier ASSIGN TO 'prets'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT amendes-fichier ASSIGN TO 'amendes'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT prets-archive ASSIGN TO 'prets_archive'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT amendes-archive ASSIGN TO 'amendes_archive'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT reservations-fichier ASSIGN TO 'reservations'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT reservations-archive ASSIGN TO 'reservations_archive'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT exemplaires-fichier ASSIGN TO 'exemplaires'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT avis-retrait ASSIGN TO 'avis_retrait'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT politiques-fichier ASSIGN TO 'politiques_pret'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT avis-retard ASSIGN USING NomFichierAvis
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-avis.

    SELECT avis-histo ASSIGN TO 'avis_histo'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-avis.

    SELECT rapport-retards ASSIGN USING NomFichierRetards
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT rapport-amendes ASSIGN USING NomFichierAmendes
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT verrou-bibliotheque ASSIGN TO 'verrou_bibliotheque'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-verrou.

    SELECT journal-bibliotheque ASSIGN TO 'journal_bibliotheque'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-journal.

DATA DIVISION.
FILE SECTION.
FD catalogue-fichier.
01 catalogue-enregistrement.
    05 CF-Titre PIC X(50).
    05 CF-Sep1 PIC X.
    05 CF-Auteur PIC X(30).
    05 CF-Sep2 PIC X.
    05 CF-Annee PIC 9(4).
    05 CF-Sep3 PIC X.
    05 CF-Copies PIC 9(3).
    05 CF-Sep4 PIC X.
    05 CF-ISBN PIC X(13).
    05 CF-Sep5 PIC X.
    05 CF-CopiesEmpruntees PIC 9(3).
    05 CF-Sep6 PIC X.
    05 CF-Emprunteur PIC X(30).
    05 CF-Sep7 PIC X.
    05 CF-DateRetourPrevue PIC 9(8).
    05 CF-Sep8 PIC X.
    05 CF-SeuilAlerte PIC 9(3).
    05 CF-Sep9 PIC X.
    05 CF-PrixRemplacement PIC 9(5)V99.

FD membres-fichier.
01 membre-enregistrement.
    05 MF-Numero PIC 9(5).
    05 MF-Sep1 PIC X.
    05 MF-Nom PIC X(30).
    05 MF-Sep2 PIC X.
    05 MF-Contact PIC X(30).
    05 MF-Sep3 PIC X.
    05 MF-DateAdhesion PIC 9(8).
    05 MF-Sep4 PIC X.
    05 MF-Statut PIC X.
    05 MF-Sep5 PIC X.
    05 MF-Categorie PIC X.

FD prets-fichier.
01 pret-enregistrement.
    05 PT-Numero PIC 9(5).
    05 PT-Sep1 PIC X.
    05 PT-ISBN PIC X(13).
    05 PT-Sep2 PIC X.
    05 PT-Membre PIC 9(5).
    05 PT-Sep3 PIC X.
    05 PT-DateEmprunt PIC 9(8).
    05 PT-Sep4 PIC X.
    05 PT-DateRetourPrevue PIC 9(8).
    05 PT-Sep5 PIC X.
    05 PT-Statut PIC X.
    05 PT-Sep6 PIC X.
    05 PT-DateRetourEffective PIC 9(8).
    05 PT-Sep7 PIC X.
    05 PT-Renouvellements PIC 9(2).
    05 PT-Sep8 PIC X.
    05 PT-Exemplaire PIC 9(3).

FD amendes-fichier.
01 amende-enregistrement.
    05 AM-Numero PIC 9(5).
    05 AM-Sep1 PIC X.
    05 AM-Membre PIC 9(5).
    05 AM-Sep2 PIC X.
    05 AM-Pret PIC 9(5).
    05 AM-Sep3 PIC X.
    05 AM-Montant PIC 9(5)V99.
    05 AM-Sep4 PIC X.
    05 AM-MontantPaye PIC 9(5)V99.
    05 AM-Sep5 PIC X.
    05 AM-Date PIC 9(8).
    05 AM-Sep6 PIC X.
    05 AM-Statut PIC X.
    05 AM-Sep7 PIC X.
    05 AM-TypeAmende PIC X.

FD prets-archive.
01 pret-archive-enregistrement.
    05 PTA-Numero PIC 9(5).
    05 PTA-Sep1 PIC X.
    05 PTA-ISBN PIC X(13).
    05 PTA-Sep2 PIC X.
    05 PTA-Membre PIC 9(5).
    05 PTA-Sep3 PIC X.
    05 PTA-DateEmprunt PIC 9(8).
    05 PTA-Sep4 PIC X.
    05 PTA-DateRetourPrevue PIC 9(8).
    05 PTA-Sep5 PIC X.
    05 PTA-Statut PIC X.
    05 PTA-Sep6 PIC X.
    05 PTA-DateRetourEffective PIC 9(8).
    05 PTA-Sep7 PIC X.
    05 PTA-Renouvellements PIC 9(2).
    05 PTA-Sep8 PIC X.
    05 PTA-Exemplaire PIC 9(3).

FD amendes-archive.
01 amende-archive-enregistrement.
    05 AMA-Numero PIC 9(5).
    05 AMA-Sep1 PIC X.
    05 AMA-Membre PIC 9(5).
    05 AMA-Sep2 PIC X.
    05 AMA-Pret PIC 9(5).
    05 AMA-Sep3 PIC X.
    05 AMA-Montant PIC 9(5)V99.
    05 AMA-Sep4 PIC X.
    05 AMA-MontantPaye PIC 9(5)V99.
    05 AMA-Sep5 PIC X.
    05 AMA-Date PIC 9(8).
    05 AMA-Sep6 PIC X.
    05 AMA-Statut PIC X.
    05 AMA-Sep7 PIC X.
    05 AMA-TypeAmende PIC X.

FD reservations-fichier.
01 reservation-enregistrement.
    05 RS-Numero PIC 9(5).
    05 RS-Sep1 PIC X.
    05 RS-ISBN PIC X(13).
    05 RS-Sep2 PIC X.
    05 RS-Membre PIC 9(5).
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

FD reservations-archive.
01 reservation-archive-enregistrement.
    05 RSA-Numero PIC 9(5).
    05 RSA-Sep1 PIC X.
    05 RSA-ISBN PIC X(13).
    05 RSA-Sep2 PIC X.
    05 RSA-Membre PIC 9(5).
    05 RSA-Sep3 PIC X.
    05 RSA-Date PIC 9(8).
    05 RSA-Sep4 PIC X.
    05 RSA-Statut PIC X.

FD exemplaires-fichier.
*> Statut : D disponible, S sortie, P perdue, H hors service, R mise
*> de cote pour une reservation.
01 exemplaire-enregistrement.
    05 EX-ISBN PIC X(13).
    05 EX-Sep1 PIC X.
    05 EX-Copie PIC 9(3).
    05 EX-Sep2 PIC X.
    05 EX-DateAcquisition PIC 9(8).
    05 EX-Sep3 PIC X.
    05 EX-Etat PIC X.
    05 EX-Sep4 PIC X.
    05 EX-Statut PIC X.

FD avis-retrait.
01 avis-retrait-record PIC X(200).

FD politiques-fichier.
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

FD avis-retard.
01 avis-retard-record PIC X(150).

FD avis-histo.
01 avis-histo-enregistrement.
    05 AV-Pret PIC 9(5).
    05 AV-Sep1 PIC X.
    05 AV-Niveau PIC 9.
    05 AV-Sep2 PIC X.
    05 AV-Membre PIC 9(5).
    05 AV-Sep3 PIC X.
    05 AV-Date PIC 9(8).

FD rapport-retards.
01 rapport-retards-record PIC X(120).

FD rapport-amendes.
01 rapport-amendes-record PIC X(132).

FD verrou-bibliotheque.
*> Verrou des fichiers de la bibliotheque, partage avec books : un
*> seul ecrivain a la fois. La chaine refuse de demarrer si une
*> session est restee ouverte (le verrou laisse par un plantage se
*> casse depuis books, par un superviseur) et pose le sien.
01 verrou-enregistrement.
    05 VR-Programme PIC X(12).
    05 VR-FILLER1 PIC X.
    05 VR-Operateur PIC X(4).
    05 VR-FILLER2 PIC X.
    05 VR-Date PIC 9(8).
    05 VR-FILLER3 PIC X.
    05 VR-Heure PIC 9(8).

FD journal-bibliotheque.
01 journal-bibliotheque-record.
    05 JB-Date PIC 9(8).
    05 JB-Sep1 PIC X.
    05 JB-Etape PIC X(20).
    05 JB-Sep2 PIC X.
    05 JB-HeureDebut PIC 9(8).
    05 JB-Sep3 PIC X.
    05 JB-HeureFin PIC 9(8).
    05 JB-Sep4 PIC X.
    05 JB-Compteur PIC 9(7).
    05 JB-Sep5 PIC X.
    05 JB-Statut PIC X(6).

WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-avis PIC XX.
       01 ws-statut-verrou PIC XX.
       01 ws-statut-journal PIC XX.
       01 VerrouTenu PIC X VALUE "N".
           88 Verrou-Tenu VALUE "O".
       01 SEP-Virgule PIC X VALUE ",".

       01 DateDuJourLivres PIC 9(8) VALUE ZERO.

      *> Etat de l'etape en cours pour le journal de la chaine.
       01 NomEtape PIC X(20) VALUE SPACES.
       01 HeureDebutEtape PIC 9(8) VALUE ZERO.
       01 CompteurEtape PIC 9(7) VALUE ZERO.
       01 StatutEtape PIC X(6) VALUE SPACES.

      *> Reprise : la chaine relit son journal pour la date du jour ;
      *> les etapes deja terminees OK sont sautees, la relance est
      *> marquee REPRISE.
       01 TableEtapesJour.
           02 EtapeJour OCCURS 20 TIMES INDEXED BY IdxEtapeJour.
               03 EJ-Nom PIC X(20).
               03 EJ-Statut PIC X(6).
       01 NombreEtapesJour PIC 9(2) VALUE ZERO.
       01 EtapeDejaOK PIC X VALUE "N".
           88 Etape-Deja-OK VALUE "O".
       01 ChaineEnReprise PIC X VALUE "N".
           88 Chaine-En-Reprise VALUE "O".

       01 Membres.
           02 Membre OCCURS 1 TO 200 TIMES DEPENDING ON NombreMembres
                                     INDEXED BY IdxMembre.
               03 M-Numero PIC 9(5).
               03 M-Nom PIC X(30).
               03 M-Contact PIC X(30).
               03 M-DateAdhesion PIC 9(8).
               03 M-Statut PIC X.
               03 M-Categorie PIC X.
       01 NombreMembres PIC 9(3) VALUE ZERO.
       01 NumeroMembreSaisi PIC 9(5) VALUE ZERO.
       01 MembreTrouve PIC X VALUE "N".
           88 Membre-Trouve VALUE "O".
       01 IdxMembreTrouve PIC 9(3) VALUE ZERO.
       01 MembresExpires PIC 9(3) VALUE ZERO.
       01 DateExpirationMembre PIC 9(8) VALUE ZERO.

       01 Prets.
           02 Pret OCCURS 1 TO 300 TIMES DEPENDING ON NombrePrets
                                    INDEXED BY IdxPret.
               03 P-Numero PIC 9(5).
               03 P-ISBN PIC X(13).
               03 P-Membre PIC 9(5).
               03 P-DateEmprunt PIC 9(8).
               03 P-DateRetourPrevue PIC 9(8).
               03 P-Statut PIC X.
               03 P-DateRetourEffective PIC 9(8).
               03 P-Renouvellements PIC 9(2).
               03 P-Exemplaire PIC 9(3).
       01 NombrePrets PIC 9(3) VALUE ZERO.
       01 PretsArchives PIC 9(3) VALUE ZERO.
       01 PretsGardes PIC 9(3) VALUE ZERO.
       01 PretsDebordement PIC X VALUE "N".
           88 Prets-Debordement VALUE "O".

       01 Amendes.
           02 Amende OCCURS 1 TO 300 TIMES DEPENDING ON NombreAmendes
                                     INDEXED BY IdxAmende.
               03 A-Numero PIC 9(5).
               03 A-Membre PIC 9(5).
               03 A-Pret PIC 9(5).
               03 A-Montant PIC 9(5)V99.
               03 A-MontantPaye PIC 9(5)V99.
               03 A-Date PIC 9(8).
               03 A-Statut PIC X.
               03 A-Type PIC X.
       01 NombreAmendes PIC 9(3) VALUE ZERO.
       01 AmendesArchivees PIC 9(3) VALUE ZERO.
       01 AmendesGardees PIC 9(3) VALUE ZERO.
       01 AmendesDebordement PIC X VALUE "N".
           88 Amendes-Debordement VALUE "O".
       01 PerteEnCours PIC X VALUE "N".
           88 Perte-En-Cours VALUE "O".
       01 TotalImpayes PIC 9(6)V99 VALUE ZERO.
       01 CumulAmendesRetard PIC 9(5)V99 VALUE ZERO.

      *> Reservations : meme passe que celle du demarrage de books.
      *> Une copie mise de cote et non retiree a la date limite
      *> redevient disponible et va au suivant de la file, avec
      *> l'avis de retrait ; les reservations servies, annulees ou
      *> expirees partent dans reservations_archive.
       01 Reservations.
           02 Reservation OCCURS 1 TO 300 TIMES
                          DEPENDING ON NombreReservations
                          INDEXED BY IdxResa.
               03 RSV-Numero PIC 9(5).
               03 RSV-ISBN PIC X(13).
               03 RSV-Membre PIC 9(5).
               03 RSV-Date PIC 9(8).
               03 RSV-Statut PIC X.
               03 RSV-Exemplaire PIC 9(3).
               03 RSV-DateLimite PIC 9(8).
       01 NombreReservations PIC 9(3) VALUE ZERO.
       01 ResasArchivees PIC 9(3) VALUE ZERO.
       01 ResasGardees PIC 9(3) VALUE ZERO.
       01 ResasExpirees PIC 9(3) VALUE ZERO.
       01 ResasDebordement PIC X VALUE "N".
           88 Resas-Debordement VALUE "O".
       01 ResaTrouvee PIC X VALUE "N".
           88 Resa-Trouvee VALUE "O".
       01 IdxResa2 PIC 9(3) VALUE ZERO.
       01 IdxResaTrouvee PIC 9(3) VALUE ZERO.
       01 RangResaPasse PIC 9(3) VALUE ZERO.
       01 DelaiRetraitJours PIC 9(3) VALUE 7.
       01 CopieMiseDeCote PIC X VALUE "N".
           88 Copie-Mise-De-Cote VALUE "O".
       01 CopiesMisesDeCote PIC 9(3) VALUE ZERO.

       01 TableExemplaires.
           02 Exemplaire OCCURS 500 TIMES INDEXED BY IdxExemp.
               03 EP-ISBN PIC X(13).
               03 EP-Copie PIC 9(3).
               03 EP-DateAcquisition PIC 9(8).
               03 EP-Etat PIC X.
               03 EP-Statut PIC X.
       01 NombreExemplaires PIC 9(3) VALUE ZERO.
       01 ExemplairesDebordement PIC X VALUE "N".
           88 Exemplaires-Debordement VALUE "O".
       01 ExemplairesModifies PIC X VALUE "N".
           88 Exemplaires-Modifies VALUE "O".
       01 ExemplaireChoisi PIC 9(3) VALUE ZERO.
       01 IdxExempChoisi PIC 9(3) VALUE ZERO.
       01 ExempTrouve PIC X VALUE "N".
           88 Exemp-Trouve VALUE "O".
       01 IdxExempTrouve PIC 9(3) VALUE ZERO.

      *> Parametres centraux utiles a la nuit, memes defauts que
      *> books.
       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.
       01 TarifAmendeParJour PIC 9(3)V99 VALUE 0.50.
       01 PlafondAmendes PIC 9(5)V99 VALUE 10.00.
       01 DureePretJours PIC 9(3) VALUE 14.
       01 MaxRenouvellements PIC 9(2) VALUE 2.
       01 MontantCotisation PIC 9(5)V99 VALUE 15.00.
       01 SeuilRelance1 PIC 9(3) VALUE 7.
       01 SeuilRelance2 PIC 9(3) VALUE 21.
       01 SeuilRelance3 PIC 9(3) VALUE 45.

      *> Regles de pret par categorie, chargees comme dans books.
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
       01 PolitiqueCourante.
           02 PC-Categorie PIC X.
           02 PC-DureePret PIC 9(3).
           02 PC-MaxPrets PIC 9(2).
           02 PC-MaxRenouv PIC 9(2).
           02 PC-TarifJour PIC 9(3)V99.
           02 PC-PlafondBlocage PIC 9(5)V99.
           02 PC-PlafondCumul PIC 9(5)V99.
           02 PC-Cotisation PIC 9(5)V99.

      *> Relances de retard : memes seuils, meme historique et meme
      *> lettre que la tournee lancee depuis books.
       01 TableAvisHisto.
           02 AvisEnvoye OCCURS 500 TIMES INDEXED BY IdxAvis.
               03 AH-Pret PIC 9(5).
               03 AH-Niveau PIC 9.
       01 NombreAvisHisto PIC 9(3) VALUE ZERO.
       01 AvisDejaEnvoye PIC X VALUE "N".
           88 Avis-Deja-Envoye VALUE "O".
       01 NiveauRelance PIC 9 VALUE ZERO.
       01 NiveauEnCours PIC 9 VALUE ZERO.
       01 LettresEmises PIC 9(4) VALUE ZERO.
       01 LignesLettreMembre PIC 9(3) VALUE ZERO.
       01 AmendeCourue PIC 9(5)V99 VALUE ZERO.
       01 LigneAvis PIC X(150) VALUE SPACES.
       01 TempTitre PIC X(50).
       01 JoursRetard PIC S9(5) VALUE ZERO.

       01 TableRetards.
           02 Retard OCCURS 300 TIMES INDEXED BY IdxRetard.
               03 RT-Jours PIC 9(5).
               03 RT-Pret PIC 9(5).
               03 RT-Membre PIC 9(5).
               03 RT-Nom PIC X(30).
               03 RT-Titre PIC X(50).
               03 RT-DatePrevue PIC 9(8).
       01 NombreRetards PIC 9(3) VALUE ZERO.
       01 IdxRetard2 PIC 9(3) VALUE ZERO.
       01 RetardBuffer.
           02 RB-Jours PIC 9(5).
           02 RB-Pret PIC 9(5).
           02 RB-Membre PIC 9(5).
           02 RB-Nom PIC X(30).
           02 RB-Titre PIC X(50).
           02 RB-DatePrevue PIC 9(8).
       01 LigneRetard PIC X(120) VALUE SPACES.

      *> Evaluation des amendes courues : l'amende d'un pret en
      *> retard n'est constatee qu'a son retour ; la nuit chiffre
      *> pour chaque membre ce qu'il devra s'il rendait aujourd'hui
      *> (tarif et plafond de sa categorie) et signale ceux que les
      *> impayes plus le couru portent au-dela du plafond de blocage.
       01 CouruMembre PIC 9(6)V99 VALUE ZERO.
       01 PretsEnRetardMembre PIC 9(3) VALUE ZERO.
       01 ExpositionMembre PIC 9(7)V99 VALUE ZERO.
       01 MembresEnRetard PIC 9(3) VALUE ZERO.
       01 MembresAuPlafond PIC 9(3) VALUE ZERO.
       01 LigneAmendes PIC X(132) VALUE SPACES.
       01 MentionBlocage PIC X(8) VALUE SPACES.
       01 CouruEdition PIC Z(5)9.99.
       01 ImpayesEdition PIC Z(5)9.99.
       01 PlafondEdition PIC Z(4)9.99.

       01 NomFichierRetards PIC X(50) VALUE SPACES.
       01 NomFichierAvis PIC X(50) VALUE SPACES.
       01 NomFichierAmendes PIC X(50) VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE SPACES.
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "ChaineBibliotheque".
       01 SPOOL-Operateur PIC X(4) VALUE "BATC".
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

PROCEDURE DIVISION.
TRAITEMENT-PRINCIPAL.
      ACCEPT DateDuJourLivres FROM DATE YYYYMMDD
      DISPLAY "===== CHAINE DE NUIT BIBLIOTHEQUE DU "
              DateDuJourLivres " ====="
      PERFORM CONTROLER-ET-POSER-VERROU
      PERFORM CHARGER-ETAPES-DU-JOUR
      IF Chaine-En-Reprise
          DISPLAY "Relance pour une date deja entamee : les "
                  "etapes terminees OK seront sautees."
          PERFORM MARQUER-REPRISE-JOURNAL
      END-IF
      PERFORM CHARGER-PARAMETRES-CENTRAUX
      PERFORM CHARGER-POLITIQUES-PRET
      OPEN INPUT catalogue-fichier
      IF ws-file-status NOT = '00'
          DISPLAY "Catalogue inaccessible (statut " ws-file-status
                  ") : chaine abandonnee."
          PERFORM LIBERER-VERROU
          STOP RUN
      END-IF
      PERFORM CHARGER-MEMBRES
      PERFORM CHARGER-PRETS
      PERFORM CHARGER-AMENDES
      MOVE "ARCHIVE PRETS" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-ARCHIVE-PRETS
      END-IF
      MOVE "ARCHIVE AMENDES" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-ARCHIVE-AMENDES
      END-IF
      MOVE "RESERVATIONS" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-RESERVATIONS
      END-IF
      MOVE "ADHESIONS" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-ADHESIONS
      END-IF
      MOVE "RELANCES" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-RELANCES
      END-IF
      MOVE "RETARDS" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-RETARDS
      END-IF
      MOVE "AMENDES COURUES" TO NomEtape
      PERFORM CONTROLER-ETAPE-DEJA-OK
      IF NOT Etape-Deja-OK
          PERFORM ETAPE-AMENDES-COURUES
      END-IF
      CLOSE catalogue-fichier
      PERFORM LIBERER-VERROU
      DISPLAY "Chaine de nuit de la bibliotheque terminee sans "
              "erreur."
      STOP RUN.

ARRETER-CHAINE.
      CLOSE catalogue-fichier
      PERFORM LIBERER-VERROU
      DISPLAY "CHAINE ARRETEE : l'etape " NomEtape
              " a echoue. Voir journal_bibliotheque."
      STOP RUN.

CONTROLER-ET-POSER-VERROU.
*> Une session books ouverte (ou un verrou laisse par un plantage)
*> interdit la nuit : la chaine ne touche pas aux fichiers qu'une
*> session reecrira en sortant.
      MOVE "N" TO VerrouTenu
      OPEN INPUT verrou-bibliotheque
      IF ws-statut-verrou = '00'
          READ verrou-bibliotheque
              AT END
                  CONTINUE
              NOT AT END
                  MOVE "O" TO VerrouTenu
          END-READ
          CLOSE verrou-bibliotheque
      END-IF
      IF Verrou-Tenu
          DISPLAY "CHAINE REFUSEE : les fichiers de la bibliotheque "
                  "sont verrouilles par " VR-Programme
                  " (operateur " VR-Operateur ", le " VR-Date
                  " a " VR-Heure "). Fermer la session ou faire "
                  "casser le verrou par un superviseur."
          STOP RUN
      END-IF
      OPEN OUTPUT verrou-bibliotheque
      MOVE "CHAINEBIB" TO VR-Programme
      MOVE "BATC" TO VR-Operateur
      MOVE DateDuJourLivres TO VR-Date
      ACCEPT VR-Heure FROM TIME
      MOVE SEP-Virgule TO VR-FILLER1
      MOVE SEP-Virgule TO VR-FILLER2
      MOVE SEP-Virgule TO VR-FILLER3
      WRITE verrou-enregistrement
      CLOSE verrou-bibliotheque.

LIBERER-VERROU.
      OPEN OUTPUT verrou-bibliotheque
      CLOSE verrou-bibliotheque.

CHARGER-ETAPES-DU-JOUR.
*> Le dernier statut de chaque etape du jour fait foi ; toute trace
*> d'une execution anterieure met la chaine en reprise.
      MOVE ZERO TO NombreEtapesJour
      MOVE "N" TO ChaineEnReprise
      OPEN INPUT journal-bibliotheque
      IF ws-statut-journal = '00'
          PERFORM UNTIL ws-statut-journal = '10'
              READ journal-bibliotheque
                  AT END
                      MOVE '10' TO ws-statut-journal
                  NOT AT END
                      IF JB-Date = DateDuJourLivres
                         AND JB-Etape NOT = "REPRISE"
                          MOVE "O" TO ChaineEnReprise
                          PERFORM NOTER-ETAPE-DU-JOUR
                      END-IF
              END-READ
          END-PERFORM
          CLOSE journal-bibliotheque
      END-IF.

NOTER-ETAPE-DU-JOUR.
      MOVE "N" TO EtapeDejaOK
      PERFORM VARYING IdxEtapeJour FROM 1 BY 1
              UNTIL IdxEtapeJour > NombreEtapesJour
                 OR Etape-Deja-OK
          IF EJ-Nom(IdxEtapeJour) = JB-Etape
              MOVE "O" TO EtapeDejaOK
              MOVE JB-Statut TO EJ-Statut(IdxEtapeJour)
          END-IF
      END-PERFORM
      IF NOT Etape-Deja-OK
         AND NombreEtapesJour < 20
          ADD 1 TO NombreEtapesJour
          MOVE JB-Etape TO EJ-Nom(NombreEtapesJour)
          MOVE JB-Statut TO EJ-Statut(NombreEtapesJour)
      END-IF.

CONTROLER-ETAPE-DEJA-OK.
      MOVE "N" TO EtapeDejaOK
      PERFORM VARYING IdxEtapeJour FROM 1 BY 1
              UNTIL IdxEtapeJour > NombreEtapesJour
          IF EJ-Nom(IdxEtapeJour) = NomEtape
             AND EJ-Statut(IdxEtapeJour) = "OK"
              MOVE "O" TO EtapeDejaOK
          END-IF
      END-PERFORM
      IF Etape-Deja-OK
          DISPLAY "--- Etape : " NomEtape " deja terminee "
                  "aujourd'hui : sautee (reprise)."
      END-IF.

MARQUER-REPRISE-JOURNAL.
      MOVE "REPRISE" TO NomEtape
      ACCEPT HeureDebutEtape FROM TIME
      MOVE ZERO TO CompteurEtape
      MOVE "OK" TO StatutEtape
      PERFORM TERMINER-ETAPE.

DEMARRER-ETAPE.
      ACCEPT HeureDebutEtape FROM TIME
      MOVE ZERO TO CompteurEtape
      MOVE "OK" TO StatutEtape
      DISPLAY "--- Etape : " NomEtape.

TERMINER-ETAPE.
      MOVE DateDuJourLivres TO JB-Date
      MOVE NomEtape TO JB-Etape
      MOVE HeureDebutEtape TO JB-HeureDebut
      ACCEPT JB-HeureFin FROM TIME
      MOVE CompteurEtape TO JB-Compteur
      MOVE StatutEtape TO JB-Statut
      MOVE SEP-Virgule TO JB-Sep1
      MOVE SEP-Virgule TO JB-Sep2
      MOVE SEP-Virgule TO JB-Sep3
      MOVE SEP-Virgule TO JB-Sep4
      MOVE SEP-Virgule TO JB-Sep5
      OPEN EXTEND journal-bibliotheque
      IF ws-statut-journal = '35'
          CLOSE journal-bibliotheque
          OPEN OUTPUT journal-bibliotheque
      END-IF
      WRITE journal-bibliotheque-record
      CLOSE journal-bibliotheque
      IF StatutEtape NOT = "OK"
          PERFORM ARRETER-CHAINE
      END-IF.

CHARGER-PARAMETRES-CENTRAUX.
      MOVE "TARIFAMENDE" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO TarifAmendeParJour
      END-IF
      MOVE "PLAFAMENDE" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO PlafondAmendes
      END-IF
      MOVE "DUREEPRET" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO DureePretJours
      END-IF
      MOVE "MAXRENOUV" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO MaxRenouvellements
      END-IF
      MOVE "COTISATION" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO MontantCotisation
      END-IF
      MOVE "RELANCE1" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO SeuilRelance1
      END-IF
      MOVE "RELANCE2" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO SeuilRelance2
      END-IF
      MOVE "RELANCE3" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO SeuilRelance3
      END-IF
      MOVE "DELAIRETRAIT" TO PARM-Code
      PERFORM LIRE-UN-PARAMETRE
      IF PARM-Statut = '00'
          MOVE PARM-Valeur TO DelaiRetraitJours
      END-IF.

LIRE-UN-PARAMETRE.
      CALL 'Parametre' USING PARM-Code PARM-Valeur PARM-Statut.

CHARGER-POLITIQUES-PRET.
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

CONTROLER-CATEGORIE.
      MOVE "N" TO CategorieValide
      MOVE ZERO TO IdxPolitiqueTrouvee
      PERFORM VARYING RangCategorie FROM 1 BY 1
              UNTIL RangCategorie > 5 OR Categorie-Valide
          IF LC-Code(RangCategorie) = CategorieSaisie
              MOVE "O" TO CategorieValide
              MOVE RangCategorie TO IdxPolitiqueTrouvee
          END-IF
      END-PERFORM.

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
      IF ws-file-status = '35'
          CLOSE membres-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ membres-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      ADD 1 TO NombreMembres
                      MOVE MF-Numero TO M-Numero(NombreMembres)
                      MOVE MF-Nom TO M-Nom(NombreMembres)
                      MOVE MF-Contact TO M-Contact(NombreMembres)
                      MOVE MF-DateAdhesion
                           TO M-DateAdhesion(NombreMembres)
                      MOVE MF-Statut TO M-Statut(NombreMembres)
                      MOVE MF-Categorie TO CategorieSaisie
                      PERFORM CONTROLER-CATEGORIE
                      IF Categorie-Valide
                          MOVE MF-Categorie
                               TO M-Categorie(NombreMembres)
                      ELSE
                          MOVE "A" TO M-Categorie(NombreMembres)
                      END-IF
              END-READ
          END-PERFORM
          CLOSE membres-fichier
      END-IF.

SAUVEGARDER-MEMBRES.
      OPEN OUTPUT membres-fichier
      PERFORM VARYING IdxMembre FROM 1 BY 1
              UNTIL IdxMembre > NombreMembres
          MOVE M-Numero(IdxMembre) TO MF-Numero
          MOVE M-Nom(IdxMembre) TO MF-Nom
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
      END-PERFORM
      CLOSE membres-fichier.

RECHERCHER-MEMBRE.
      MOVE "N" TO MembreTrouve
      PERFORM VARYING IdxMembre FROM 1 BY 1
              UNTIL IdxMembre > NombreMembres OR Membre-Trouve
          IF M-Numero(IdxMembre) = NumeroMembreSaisi
              MOVE "O" TO MembreTrouve
              SET IdxMembreTrouve TO IdxMembre
          END-IF
      END-PERFORM.

CHARGER-PRETS.
      MOVE ZERO TO NombrePrets
      OPEN INPUT prets-fichier
      IF ws-file-status = '35'
          CLOSE prets-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ prets-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF NombrePrets >= 300
                          MOVE "O" TO PretsDebordement
                      ELSE
                          ADD 1 TO NombrePrets
                          MOVE PT-Numero TO P-Numero(NombrePrets)
                          MOVE PT-ISBN TO P-ISBN(NombrePrets)
                          MOVE PT-Membre TO P-Membre(NombrePrets)
                          MOVE PT-DateEmprunt
                               TO P-DateEmprunt(NombrePrets)
                          MOVE PT-DateRetourPrevue
                               TO P-DateRetourPrevue(NombrePrets)
                          MOVE PT-Statut TO P-Statut(NombrePrets)
                          MOVE PT-DateRetourEffective
                               TO P-DateRetourEffective(NombrePrets)
                          IF PT-Renouvellements IS NUMERIC
                              MOVE PT-Renouvellements
                                   TO P-Renouvellements(NombrePrets)
                          ELSE
                              MOVE ZERO
                                   TO P-Renouvellements(NombrePrets)
                          END-IF
                          IF PT-Exemplaire IS NUMERIC
                              MOVE PT-Exemplaire
                                   TO P-Exemplaire(NombrePrets)
                          ELSE
                              MOVE ZERO
                                   TO P-Exemplaire(NombrePrets)
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          CLOSE prets-fichier
      END-IF.

REECRIRE-PRETS.
      OPEN OUTPUT prets-fichier
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > NombrePrets
          MOVE P-Numero(IdxPret) TO PT-Numero
          MOVE P-ISBN(IdxPret) TO PT-ISBN
          MOVE P-Membre(IdxPret) TO PT-Membre
          MOVE P-DateEmprunt(IdxPret) TO PT-DateEmprunt
          MOVE P-DateRetourPrevue(IdxPret) TO PT-DateRetourPrevue
          MOVE P-Statut(IdxPret) TO PT-Statut
          MOVE P-DateRetourEffective(IdxPret) TO PT-DateRetourEffective
          MOVE P-Renouvellements(IdxPret) TO PT-Renouvellements
          MOVE P-Exemplaire(IdxPret) TO PT-Exemplaire
          MOVE "|" TO PT-Sep1
          MOVE "|" TO PT-Sep2
          MOVE "|" TO PT-Sep3
          MOVE "|" TO PT-Sep4
          MOVE "|" TO PT-Sep5
          MOVE "|" TO PT-Sep6
          MOVE "|" TO PT-Sep7
          MOVE "|" TO PT-Sep8
          WRITE pret-enregistrement
      END-PERFORM
      CLOSE prets-fichier.

CHARGER-AMENDES.
      MOVE ZERO TO NombreAmendes
      OPEN INPUT amendes-fichier
      IF ws-file-status = '35'
          CLOSE amendes-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ amendes-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF NombreAmendes >= 300
                          MOVE "O" TO AmendesDebordement
                      ELSE
                          ADD 1 TO NombreAmendes
                          MOVE AM-Numero TO A-Numero(NombreAmendes)
                          MOVE AM-Membre TO A-Membre(NombreAmendes)
                          MOVE AM-Pret TO A-Pret(NombreAmendes)
                          MOVE AM-Montant TO A-Montant(NombreAmendes)
                          MOVE AM-MontantPaye
                               TO A-MontantPaye(NombreAmendes)
                          MOVE AM-Date TO A-Date(NombreAmendes)
                          MOVE AM-Statut TO A-Statut(NombreAmendes)
                          IF AM-TypeAmende = "C" OR AM-TypeAmende = "P"
                             OR AM-TypeAmende = "D"
                              MOVE AM-TypeAmende
                                   TO A-Type(NombreAmendes)
                          ELSE
                              MOVE "R" TO A-Type(NombreAmendes)
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          CLOSE amendes-fichier
      END-IF.

REECRIRE-AMENDES.
      OPEN OUTPUT amendes-fichier
      PERFORM VARYING IdxAmende FROM 1 BY 1
              UNTIL IdxAmende > NombreAmendes
          MOVE A-Numero(IdxAmende) TO AM-Numero
          MOVE A-Membre(IdxAmende) TO AM-Membre
          MOVE A-Pret(IdxAmende) TO AM-Pret
          MOVE A-Montant(IdxAmende) TO AM-Montant
          MOVE A-MontantPaye(IdxAmende) TO AM-MontantPaye
          MOVE A-Date(IdxAmende) TO AM-Date
          MOVE A-Statut(IdxAmende) TO AM-Statut
          MOVE A-Type(IdxAmende) TO AM-TypeAmende
          MOVE "|" TO AM-Sep1
          MOVE "|" TO AM-Sep2
          MOVE "|" TO AM-Sep3
          MOVE "|" TO AM-Sep4
          MOVE "|" TO AM-Sep5
          MOVE "|" TO AM-Sep6
          MOVE "|" TO AM-Sep7
          WRITE amende-enregistrement
      END-PERFORM
      CLOSE amendes-fichier.

ETAPE-ARCHIVE-PRETS.
*> Les prets rendus partent dans prets_archive comme au demarrage
*> de books ; une table chargee incomplete ne se reecrit pas.
      PERFORM DEMARRER-ETAPE
      IF Prets-Debordement
          DISPLAY "Fichier des prets charge incomplet (plus de 300 "
                  "prets) : archivage impossible."
          MOVE "ERREUR" TO StatutEtape
      ELSE
          MOVE ZERO TO PretsArchives
          MOVE ZERO TO PretsGardes
          OPEN EXTEND prets-archive
          IF ws-file-status = '35'
              CLOSE prets-archive
              OPEN OUTPUT prets-archive
          END-IF
          PERFORM VARYING IdxPret FROM 1 BY 1
                  UNTIL IdxPret > NombrePrets
              IF P-Statut(IdxPret) = "R"
                  PERFORM ECRIRE-PRET-ARCHIVE
              ELSE
                  ADD 1 TO PretsGardes
                  MOVE Pret(IdxPret) TO Pret(PretsGardes)
              END-IF
          END-PERFORM
          CLOSE prets-archive
          IF PretsArchives > ZERO
              MOVE PretsGardes TO NombrePrets
              PERFORM REECRIRE-PRETS
          END-IF
          MOVE PretsArchives TO CompteurEtape
          DISPLAY PretsArchives " pret(s) rendu(s) archive(s)."
      END-IF
      PERFORM TERMINER-ETAPE.

ECRIRE-PRET-ARCHIVE.
      MOVE P-Numero(IdxPret) TO PTA-Numero
      MOVE P-ISBN(IdxPret) TO PTA-ISBN
      MOVE P-Membre(IdxPret) TO PTA-Membre
      MOVE P-DateEmprunt(IdxPret) TO PTA-DateEmprunt
      MOVE P-DateRetourPrevue(IdxPret) TO PTA-DateRetourPrevue
      MOVE P-Statut(IdxPret) TO PTA-Statut
      MOVE P-DateRetourEffective(IdxPret)
           TO PTA-DateRetourEffective
      MOVE P-Renouvellements(IdxPret) TO PTA-Renouvellements
      MOVE P-Exemplaire(IdxPret) TO PTA-Exemplaire
      MOVE "|" TO PTA-Sep1
      MOVE "|" TO PTA-Sep2
      MOVE "|" TO PTA-Sep3
      MOVE "|" TO PTA-Sep4
      MOVE "|" TO PTA-Sep5
      MOVE "|" TO PTA-Sep6
      MOVE "|" TO PTA-Sep7
      MOVE "|" TO PTA-Sep8
      WRITE pret-archive-enregistrement
      ADD 1 TO PretsArchives.

ETAPE-ARCHIVE-AMENDES.
*> Amendes payees ou annulees vers amendes_archive ; le remplacement
*> paye d'une copie encore perdue reste en table (il peut etre
*> rembourse si la copie revient).
      PERFORM DEMARRER-ETAPE
      IF Amendes-Debordement
          DISPLAY "Fichier des amendes charge incomplet (plus de 300 "
                  "amendes) : archivage impossible."
          MOVE "ERREUR" TO StatutEtape
      ELSE
          MOVE ZERO TO AmendesArchivees
          MOVE ZERO TO AmendesGardees
          OPEN EXTEND amendes-archive
          IF ws-file-status = '35'
              CLOSE amendes-archive
              OPEN OUTPUT amendes-archive
          END-IF
          PERFORM VARYING IdxAmende FROM 1 BY 1
                  UNTIL IdxAmende > NombreAmendes
              PERFORM CONTROLER-PERTE-EN-COURS
              IF (A-Statut(IdxAmende) = "P"
                  OR A-Statut(IdxAmende) = "A")
                 AND NOT Perte-En-Cours
                  PERFORM ECRIRE-AMENDE-ARCHIVE
              ELSE
                  ADD 1 TO AmendesGardees
                  MOVE Amende(IdxAmende) TO Amende(AmendesGardees)
              END-IF
          END-PERFORM
          CLOSE amendes-archive
          IF AmendesArchivees > ZERO
              MOVE AmendesGardees TO NombreAmendes
              PERFORM REECRIRE-AMENDES
          END-IF
          MOVE AmendesArchivees TO CompteurEtape
          DISPLAY AmendesArchivees " amende(s) soldee(s) archivee(s)."
      END-IF
      PERFORM TERMINER-ETAPE.

ETAPE-RESERVATIONS.
*> Les copies mises de cote dont la date limite est passee sont
*> rendues a la file (ou au rayon), puis les reservations inactives
*> partent en archive. Une table chargee incomplete ne se reecrit
*> pas.
      PERFORM DEMARRER-ETAPE
      PERFORM CHARGER-RESERVATIONS
      PERFORM CHARGER-EXEMPLAIRES
      IF Resas-Debordement OR Exemplaires-Debordement
          DISPLAY "Fichier des reservations ou des exemplaires "
                  "charge incomplet : passe des reservations "
                  "impossible."
          MOVE "ERREUR" TO StatutEtape
      ELSE
          MOVE "N" TO ExemplairesModifies
          PERFORM EXPIRER-RESAS-NON-RETIREES
          IF Exemplaires-Modifies
              PERFORM REECRIRE-EXEMPLAIRES
          END-IF
          PERFORM ARCHIVER-RESAS-INACTIVES
          IF ResasExpirees > ZERO OR ResasArchivees > ZERO
              PERFORM REECRIRE-RESERVATIONS
          END-IF
          COMPUTE CompteurEtape = ResasExpirees + ResasArchivees
          DISPLAY ResasExpirees " reservation(s) expiree(s) faute "
                  "de retrait, " ResasArchivees " reservation(s) "
                  "inactive(s) archivee(s)."
      END-IF
      PERFORM TERMINER-ETAPE.

CHARGER-RESERVATIONS.
      MOVE ZERO TO NombreReservations
      MOVE "N" TO ResasDebordement
      OPEN INPUT reservations-fichier
      IF ws-file-status = '35'
          CLOSE reservations-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ reservations-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF NombreReservations >= 300
                          MOVE "O" TO ResasDebordement
                      ELSE
                          ADD 1 TO NombreReservations
                          MOVE RS-Numero
                               TO RSV-Numero(NombreReservations)
                          MOVE RS-ISBN
                               TO RSV-ISBN(NombreReservations)
                          MOVE RS-Membre
                               TO RSV-Membre(NombreReservations)
                          MOVE RS-Date
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
          CLOSE reservations-fichier
      END-IF.

REECRIRE-RESERVATIONS.
      OPEN OUTPUT reservations-fichier
      PERFORM VARYING IdxResa FROM 1 BY 1
              UNTIL IdxResa > NombreReservations
          MOVE RSV-Numero(IdxResa) TO RS-Numero
          MOVE RSV-ISBN(IdxResa) TO RS-ISBN
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
      END-PERFORM
      CLOSE reservations-fichier.

CHARGER-EXEMPLAIRES.
      MOVE ZERO TO NombreExemplaires
      MOVE "N" TO ExemplairesDebordement
      OPEN INPUT exemplaires-fichier
      IF ws-file-status = '35'
          CLOSE exemplaires-fichier
      ELSE
          PERFORM UNTIL ws-file-status = '10'
              READ exemplaires-fichier
                  AT END
                      MOVE '10' TO ws-file-status
                  NOT AT END
                      IF NombreExemplaires < 500
                          ADD 1 TO NombreExemplaires
                          MOVE EX-ISBN
                               TO EP-ISBN(NombreExemplaires)
                          MOVE EX-Copie
                               TO EP-Copie(NombreExemplaires)
                          MOVE EX-DateAcquisition TO
                              EP-DateAcquisition(NombreExemplaires)
                          MOVE EX-Etat
                               TO EP-Etat(NombreExemplaires)
                          MOVE EX-Statut
                               TO EP-Statut(NombreExemplaires)
                      ELSE
                          MOVE "O" TO ExemplairesDebordement
                          MOVE '10' TO ws-file-status
                      END-IF
              END-READ
          END-PERFORM
          CLOSE exemplaires-fichier
      END-IF.

REECRIRE-EXEMPLAIRES.
      OPEN OUTPUT exemplaires-fichier
      PERFORM VARYING IdxExemp FROM 1 BY 1
              UNTIL IdxExemp > NombreExemplaires
          MOVE EP-ISBN(IdxExemp) TO EX-ISBN
          MOVE EP-Copie(IdxExemp) TO EX-Copie
          MOVE EP-DateAcquisition(IdxExemp) TO EX-DateAcquisition
          MOVE EP-Etat(IdxExemp) TO EX-Etat
          MOVE EP-Statut(IdxExemp) TO EX-Statut
          MOVE "|" TO EX-Sep1
          MOVE "|" TO EX-Sep2
          MOVE "|" TO EX-Sep3
          MOVE "|" TO EX-Sep4
          WRITE exemplaire-enregistrement
      END-PERFORM
      CLOSE exemplaires-fichier.

EXPIRER-RESAS-NON-RETIREES.
*> Meme regle que books : la reservation M dont la date limite est
*> passee expire et sa copie va au suivant de la file (ordre
*> d'arrivee) ou retourne en rayon.
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
      END-PERFORM.

LIBERER-COPIE-MISE-DE-COTE.
*> La copie de la reservation RangResaPasse redevient disponible et
*> passe a la tete de file.
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
          MOVE "O" TO ExemplairesModifies
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

ANNONCER-TETE-DE-FILE.
*> Chaque copie disponible du titre CF-ISBN est mise de cote pour le
*> premier membre de la file, tant qu'il reste des copies et des
*> membres en attente.
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
          PERFORM CHOISIR-EXEMPLAIRE-LIBRE
          IF ExemplaireChoisi > ZERO
              MOVE "A" TO DATU-Operation
              MOVE DateDuJourLivres TO DATU-Date1
              MOVE DelaiRetraitJours TO DATU-Nombre
              CALL 'DateUtil' USING DATU-Operation DATU-Date1
                      DATU-Date2 DATU-Nombre DATU-DateResultat
                      DATU-Statut
              MOVE "R" TO EP-Statut(IdxExempChoisi)
              MOVE "O" TO ExemplairesModifies
              MOVE "M" TO RSV-Statut(IdxResaTrouvee)
              MOVE ExemplaireChoisi TO RSV-Exemplaire(IdxResaTrouvee)
              MOVE DATU-DateResultat
                   TO RSV-DateLimite(IdxResaTrouvee)
              ADD 1 TO CopiesMisesDeCote
              MOVE "O" TO CopieMiseDeCote
              MOVE RSV-Membre(IdxResaTrouvee) TO NumeroMembreSaisi
              PERFORM RECHERCHER-MEMBRE
              IF Membre-Trouve
                  PERFORM ECRIRE-AVIS-RETRAIT
              END-IF
              DISPLAY "  Mettre la copie " ExemplaireChoisi
                      " de cote pour la reservation "
                      RSV-Numero(IdxResaTrouvee) " (a retirer au "
                      "plus tard le " RSV-DateLimite(IdxResaTrouvee)
                      ")."
          END-IF
      END-IF.

CHOISIR-EXEMPLAIRE-LIBRE.
*> Premiere copie disponible du titre CF-ISBN ; zero quand aucune
*> copie physique n'est disponible.
      MOVE ZERO TO ExemplaireChoisi
      PERFORM VARYING IdxExemp FROM 1 BY 1
              UNTIL IdxExemp > NombreExemplaires
                 OR ExemplaireChoisi > ZERO
          IF EP-ISBN(IdxExemp) = CF-ISBN
             AND EP-Statut(IdxExemp) = "D"
              MOVE EP-Copie(IdxExemp) TO ExemplaireChoisi
              SET IdxExempChoisi TO IdxExemp
          END-IF
      END-PERFORM.

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

ARCHIVER-RESAS-INACTIVES.
*> Les reservations servies, annulees ou expirees partent dans
*> reservations_archive ; la table ne garde que la file active et
*> les copies mises de cote.
      MOVE ZERO TO ResasArchivees
      MOVE ZERO TO ResasGardees
      OPEN EXTEND reservations-archive
      IF ws-file-status = '35'
          CLOSE reservations-archive
          OPEN OUTPUT reservations-archive
      END-IF
      PERFORM VARYING IdxResa FROM 1 BY 1
              UNTIL IdxResa > NombreReservations
          IF RSV-Statut(IdxResa) = "A"
             OR RSV-Statut(IdxResa) = "M"
              ADD 1 TO ResasGardees
              MOVE Reservation(IdxResa) TO Reservation(ResasGardees)
          ELSE
              PERFORM ECRIRE-RESA-ARCHIVE
          END-IF
      END-PERFORM
      CLOSE reservations-archive
      IF ResasArchivees > ZERO
          MOVE ResasGardees TO NombreReservations
      END-IF.

ECRIRE-RESA-ARCHIVE.
      MOVE RSV-Numero(IdxResa) TO RSA-Numero
      MOVE RSV-ISBN(IdxResa) TO RSA-ISBN
      MOVE RSV-Membre(IdxResa) TO RSA-Membre
      MOVE RSV-Date(IdxResa) TO RSA-Date
      MOVE RSV-Statut(IdxResa) TO RSA-Statut
      MOVE "|" TO RSA-Sep1
      MOVE "|" TO RSA-Sep2
      MOVE "|" TO RSA-Sep3
      MOVE "|" TO RSA-Sep4
      WRITE reservation-archive-enregistrement
      ADD 1 TO ResasArchivees.

CONTROLER-PERTE-EN-COURS.
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

ECRIRE-AMENDE-ARCHIVE.
      MOVE A-Numero(IdxAmende) TO AMA-Numero
      MOVE A-Membre(IdxAmende) TO AMA-Membre
      MOVE A-Pret(IdxAmende) TO AMA-Pret
      MOVE A-Montant(IdxAmende) TO AMA-Montant
      MOVE A-MontantPaye(IdxAmende) TO AMA-MontantPaye
      MOVE A-Date(IdxAmende) TO AMA-Date
      MOVE A-Statut(IdxAmende) TO AMA-Statut
      MOVE A-Type(IdxAmende) TO AMA-TypeAmende
      MOVE "|" TO AMA-Sep1
      MOVE "|" TO AMA-Sep2
      MOVE "|" TO AMA-Sep3
      MOVE "|" TO AMA-Sep4
      MOVE "|" TO AMA-Sep5
      MOVE "|" TO AMA-Sep6
      MOVE "|" TO AMA-Sep7
      WRITE amende-archive-enregistrement
      ADD 1 TO AmendesArchivees.

ETAPE-ADHESIONS.
*> Adhesions expirees (un an apres la date d'adhesion ou du dernier
*> renouvellement) des membres encore actifs : signalees a la
*> console de nuit, l'emprunt leur reste ferme jusqu'au
*> renouvellement.
      PERFORM DEMARRER-ETAPE
      MOVE ZERO TO MembresExpires
      PERFORM VARYING IdxMembre FROM 1 BY 1
              UNTIL IdxMembre > NombreMembres
          SET IdxMembreTrouve TO IdxMembre
          PERFORM CALCULER-EXPIRATION-MEMBRE
          IF DateExpirationMembre < DateDuJourLivres
             AND M-Statut(IdxMembre) = "A"
              ADD 1 TO MembresExpires
              DISPLAY "Adhesion expiree : membre "
                      M-Numero(IdxMembre) " " M-Nom(IdxMembre)
                      " (depuis le " DateExpirationMembre ")"
          END-IF
      END-PERFORM
      MOVE MembresExpires TO CompteurEtape
      DISPLAY MembresExpires " adhesion(s) expiree(s)."
      PERFORM TERMINER-ETAPE.

CALCULER-EXPIRATION-MEMBRE.
      MOVE "A" TO DATU-Operation
      MOVE M-DateAdhesion(IdxMembreTrouve) TO DATU-Date1
      MOVE 365 TO DATU-Nombre
      CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
              DATU-Nombre DATU-DateResultat DATU-Statut
      IF DATU-Statut = '00'
          MOVE DATU-DateResultat TO DateExpirationMembre
      ELSE
          MOVE 99999999 TO DateExpirationMembre
      END-IF.

ETAPE-RELANCES.
*> Meme tournee que l'option Relances de books : une lettre par
*> membre et par niveau atteint, jamais deux fois le meme niveau
*> pour le meme pret, le niveau final suspend le membre.
      PERFORM DEMARRER-ETAPE
      PERFORM CHARGER-AVIS-HISTO
      MOVE ZERO TO LettresEmises
      MOVE "AVISRETD" TO SPOOL-Etat
      MOVE "avis_retard" TO SPOOL-NomBase
      MOVE DateDuJourLivres TO SPOOL-DebutPeriode
      MOVE DateDuJourLivres TO SPOOL-FinPeriode
      MOVE "N" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      IF SPOOL-Statut NOT = '00'
          DISPLAY "Spool indisponible (statut " SPOOL-Statut
                  ") : relances non emises."
          MOVE "ERREUR" TO StatutEtape
      ELSE
          MOVE SPOOL-NomFichier TO NomFichierAvis
          OPEN OUTPUT avis-retard
          PERFORM VARYING IdxMembre FROM 1 BY 1
                  UNTIL IdxMembre > NombreMembres
              PERFORM VARYING NiveauEnCours FROM 3 BY -1
                      UNTIL NiveauEnCours < 1
                  PERFORM EMETTRE-LETTRE-MEMBRE-NIVEAU
              END-PERFORM
          END-PERFORM
          CLOSE avis-retard
          MOVE "F" TO SPOOL-Operation
          PERFORM APPELER-SPOOL
          MOVE LettresEmises TO CompteurEtape
          DISPLAY LettresEmises " lettre(s) de relance emise(s) dans "
                  NomFichierAvis "."
      END-IF
      PERFORM TERMINER-ETAPE.

CHARGER-AVIS-HISTO.
      MOVE ZERO TO NombreAvisHisto
      OPEN INPUT avis-histo
      IF ws-statut-avis NOT = '00'
          CLOSE avis-histo
      ELSE
          PERFORM UNTIL ws-statut-avis = '10'
              READ avis-histo
                  AT END
                      MOVE '10' TO ws-statut-avis
                  NOT AT END
                      IF NombreAvisHisto < 500
                          ADD 1 TO NombreAvisHisto
                          MOVE AV-Pret TO AH-Pret(NombreAvisHisto)
                          MOVE AV-Niveau
                               TO AH-Niveau(NombreAvisHisto)
                      END-IF
              END-READ
          END-PERFORM
          CLOSE avis-histo
      END-IF.

CALCULER-NIVEAU-RELANCE.
      MOVE ZERO TO NiveauRelance
      PERFORM CALCULER-JOURS-RETARD
      EVALUATE TRUE
          WHEN JoursRetard >= SeuilRelance3
              MOVE 3 TO NiveauRelance
          WHEN JoursRetard >= SeuilRelance2
              MOVE 2 TO NiveauRelance
          WHEN JoursRetard >= SeuilRelance1
              MOVE 1 TO NiveauRelance
      END-EVALUATE.

CALCULER-JOURS-RETARD.
*> Jours de retard du pret IdxPret au jour de la chaine (zero si la
*> date ne se calcule pas).
      MOVE "D" TO DATU-Operation
      MOVE P-DateRetourPrevue(IdxPret) TO DATU-Date1
      MOVE DateDuJourLivres TO DATU-Date2
      CALL 'DateUtil' USING DATU-Operation DATU-Date1 DATU-Date2
              DATU-Nombre DATU-DateResultat DATU-Statut
      IF DATU-Statut = '00'
          MOVE DATU-Nombre TO JoursRetard
      ELSE
          MOVE ZERO TO JoursRetard
      END-IF.

CONTROLER-AVIS-DEJA-ENVOYE.
      MOVE "N" TO AvisDejaEnvoye
      PERFORM VARYING IdxAvis FROM 1 BY 1
              UNTIL IdxAvis > NombreAvisHisto OR Avis-Deja-Envoye
          IF AH-Pret(IdxAvis) = P-Numero(IdxPret)
             AND AH-Niveau(IdxAvis) = NiveauEnCours
              MOVE "O" TO AvisDejaEnvoye
          END-IF
      END-PERFORM.

EMETTRE-LETTRE-MEMBRE-NIVEAU.
      MOVE ZERO TO LignesLettreMembre
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > NombrePrets
          IF P-Membre(IdxPret) = M-Numero(IdxMembre)
             AND P-Statut(IdxPret) = "E"
              PERFORM CALCULER-NIVEAU-RELANCE
              IF NiveauRelance = NiveauEnCours
                  PERFORM CONTROLER-AVIS-DEJA-ENVOYE
                  IF NOT Avis-Deja-Envoye
                      PERFORM ECRIRE-LIGNE-AVIS-PRET
                  END-IF
              END-IF
          END-IF
      END-PERFORM
      IF LignesLettreMembre > ZERO
          ADD 1 TO LettresEmises
          IF NiveauEnCours = 3
              MOVE "S" TO M-Statut(IdxMembre)
              PERFORM SAUVEGARDER-MEMBRES
              MOVE SPACES TO LigneAvis
              STRING "DERNIER AVIS : le membre "
                     M-Numero(IdxMembre) " est suspendu jusqu'a "
                     "regularisation."
                  DELIMITED BY SIZE INTO LigneAvis
              MOVE LigneAvis TO avis-retard-record
              WRITE avis-retard-record
          END-IF
          MOVE SPACES TO avis-retard-record
          WRITE avis-retard-record
      END-IF.

ECRIRE-LIGNE-AVIS-PRET.
      IF LignesLettreMembre = ZERO
          MOVE SPACES TO LigneAvis
          STRING "AVIS NIVEAU " NiveauEnCours " - membre "
                 M-Numero(IdxMembre) " " M-Nom(IdxMembre)
                 " - contact " M-Contact(IdxMembre)
                 " - le " DateDuJourLivres
              DELIMITED BY SIZE INTO LigneAvis
          MOVE LigneAvis TO avis-retard-record
          WRITE avis-retard-record
      END-IF
      ADD 1 TO LignesLettreMembre
      PERFORM LIRE-TITRE-PRET
      MOVE M-Categorie(IdxMembre) TO CategorieSaisie
      PERFORM CHOISIR-POLITIQUE-CATEGORIE
      COMPUTE AmendeCourue ROUNDED =
              JoursRetard * PC-TarifJour
      MOVE SPACES TO LigneAvis
      STRING "  " TempTitre " - retour prevu "
             P-DateRetourPrevue(IdxPret) " - " JoursRetard
             " jour(s) de retard - amende courue " AmendeCourue
          DELIMITED BY SIZE INTO LigneAvis
      MOVE LigneAvis TO avis-retard-record
      WRITE avis-retard-record
      PERFORM NOTER-AVIS-HISTO.

LIRE-TITRE-PRET.
      MOVE SPACES TO TempTitre
      MOVE P-ISBN(IdxPret) TO CF-ISBN
      READ catalogue-fichier
          INVALID KEY
              MOVE "(titre retire du catalogue)" TO TempTitre
          NOT INVALID KEY
              MOVE CF-Titre TO TempTitre
      END-READ.

NOTER-AVIS-HISTO.
      IF NombreAvisHisto < 500
          ADD 1 TO NombreAvisHisto
          MOVE P-Numero(IdxPret) TO AH-Pret(NombreAvisHisto)
          MOVE NiveauEnCours TO AH-Niveau(NombreAvisHisto)
      END-IF
      MOVE P-Numero(IdxPret) TO AV-Pret
      MOVE NiveauEnCours TO AV-Niveau
      MOVE P-Membre(IdxPret) TO AV-Membre
      MOVE DateDuJourLivres TO AV-Date
      MOVE "|" TO AV-Sep1
      MOVE "|" TO AV-Sep2
      MOVE "|" TO AV-Sep3
      OPEN EXTEND avis-histo
      IF ws-statut-avis = '35'
          CLOSE avis-histo
          OPEN OUTPUT avis-histo
      END-IF
      WRITE avis-histo-enregistrement
      CLOSE avis-histo.

ETAPE-RETARDS.
*> Etat des prets en retard du plus grave au moins grave, comme
*> l'option Rapport des retards de books.
      PERFORM DEMARRER-ETAPE
      MOVE ZERO TO NombreRetards
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > NombrePrets
          IF P-Statut(IdxPret) = "E"
             AND P-DateRetourPrevue(IdxPret) < DateDuJourLivres
              PERFORM NOTER-UN-RETARD
          END-IF
      END-PERFORM
      PERFORM TRIER-RETARDS
      MOVE "RETARDS" TO SPOOL-Etat
      MOVE "rapport_retards" TO SPOOL-NomBase
      MOVE DateDuJourLivres TO SPOOL-DebutPeriode
      MOVE DateDuJourLivres TO SPOOL-FinPeriode
      MOVE "N" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      IF SPOOL-Statut NOT = '00'
          DISPLAY "Spool indisponible (statut " SPOOL-Statut
                  ") : etat des retards non edite."
          MOVE "ERREUR" TO StatutEtape
      ELSE
          MOVE SPOOL-NomFichier TO NomFichierRetards
          OPEN OUTPUT rapport-retards
          IF NombreRetards = ZERO
              MOVE "Aucun pret en retard." TO rapport-retards-record
              WRITE rapport-retards-record
          ELSE
              PERFORM VARYING IdxRetard FROM 1 BY 1
                      UNTIL IdxRetard > NombreRetards
                  MOVE SPACES TO LigneRetard
                  STRING RT-Jours(IdxRetard) " jour(s) de retard | "
                         "pret " RT-Pret(IdxRetard) " | membre "
                         RT-Membre(IdxRetard) " " RT-Nom(IdxRetard)
                         " | " RT-Titre(IdxRetard)
                         " | retour prevu " RT-DatePrevue(IdxRetard)
                      DELIMITED BY SIZE INTO LigneRetard
                  MOVE LigneRetard TO rapport-retards-record
                  WRITE rapport-retards-record
              END-PERFORM
          END-IF
          CLOSE rapport-retards
          MOVE "F" TO SPOOL-Operation
          PERFORM APPELER-SPOOL
          MOVE NombreRetards TO CompteurEtape
          DISPLAY NombreRetards " pret(s) en retard, etat ecrit dans "
                  NomFichierRetards "."
      END-IF
      PERFORM TERMINER-ETAPE.

NOTER-UN-RETARD.
      IF NombreRetards < 300
          ADD 1 TO NombreRetards
          PERFORM CALCULER-JOURS-RETARD
          MOVE JoursRetard TO RT-Jours(NombreRetards)
          MOVE P-Numero(IdxPret) TO RT-Pret(NombreRetards)
          MOVE P-Membre(IdxPret) TO RT-Membre(NombreRetards)
          MOVE P-DateRetourPrevue(IdxPret)
               TO RT-DatePrevue(NombreRetards)
          MOVE P-Membre(IdxPret) TO NumeroMembreSaisi
          PERFORM RECHERCHER-MEMBRE
          IF Membre-Trouve
              MOVE M-Nom(IdxMembreTrouve) TO RT-Nom(NombreRetards)
          ELSE
              MOVE "(membre inconnu)" TO RT-Nom(NombreRetards)
          END-IF
          PERFORM LIRE-TITRE-PRET
          MOVE TempTitre TO RT-Titre(NombreRetards)
      END-IF.

TRIER-RETARDS.
      IF NombreRetards > 1
          PERFORM VARYING IdxRetard2 FROM 1 BY 1
                  UNTIL IdxRetard2 > NombreRetards - 1
              PERFORM VARYING IdxRetard FROM 1 BY 1
                      UNTIL IdxRetard > NombreRetards - IdxRetard2
                  IF RT-Jours(IdxRetard) < RT-Jours(IdxRetard + 1)
                      MOVE Retard(IdxRetard) TO RetardBuffer
                      MOVE Retard(IdxRetard + 1) TO Retard(IdxRetard)
                      MOVE RetardBuffer TO Retard(IdxRetard + 1)
                  END-IF
              END-PERFORM
          END-PERFORM
      END-IF.

ETAPE-AMENDES-COURUES.
*> Une ligne par membre ayant des prets en retard : amende courue
*> a ce jour (tarif de sa categorie, ramenee sous le plafond des
*> amendes de retard cumulees s'il y en a un), impayes deja
*> constates, et mention BLOQUE quand le total depasse le plafond
*> de blocage de la categorie. Rien n'est constate : l'amende
*> reste etablie au retour du pret.
      PERFORM DEMARRER-ETAPE
      MOVE ZERO TO MembresEnRetard
      MOVE ZERO TO MembresAuPlafond
      MOVE "AMENDCOU" TO SPOOL-Etat
      MOVE "amendes_courues" TO SPOOL-NomBase
      MOVE DateDuJourLivres TO SPOOL-DebutPeriode
      MOVE DateDuJourLivres TO SPOOL-FinPeriode
      MOVE "N" TO SPOOL-Operation
      PERFORM APPELER-SPOOL
      IF SPOOL-Statut NOT = '00'
          DISPLAY "Spool indisponible (statut " SPOOL-Statut
                  ") : amendes courues non evaluees."
          MOVE "ERREUR" TO StatutEtape
      ELSE
          MOVE SPOOL-NomFichier TO NomFichierAmendes
          OPEN OUTPUT rapport-amendes
          MOVE SPACES TO LigneAmendes
          STRING "AMENDES COURUES AU " DateDuJourLivres
              DELIMITED BY SIZE INTO LigneAmendes
          MOVE LigneAmendes TO rapport-amendes-record
          WRITE rapport-amendes-record
          PERFORM VARYING IdxMembre FROM 1 BY 1
                  UNTIL IdxMembre > NombreMembres
              PERFORM EVALUER-AMENDES-MEMBRE
          END-PERFORM
          IF MembresEnRetard = ZERO
              MOVE "Aucun pret en retard." TO rapport-amendes-record
              WRITE rapport-amendes-record
          END-IF
          CLOSE rapport-amendes
          MOVE "F" TO SPOOL-Operation
          PERFORM APPELER-SPOOL
          MOVE MembresEnRetard TO CompteurEtape
          DISPLAY MembresEnRetard " membre(s) en retard dont "
                  MembresAuPlafond " au-dela du plafond, etat ecrit "
                  "dans " NomFichierAmendes "."
      END-IF
      PERFORM TERMINER-ETAPE.

EVALUER-AMENDES-MEMBRE.
      MOVE ZERO TO CouruMembre
      MOVE ZERO TO PretsEnRetardMembre
      MOVE M-Categorie(IdxMembre) TO CategorieSaisie
      PERFORM CHOISIR-POLITIQUE-CATEGORIE
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > NombrePrets
          IF P-Membre(IdxPret) = M-Numero(IdxMembre)
             AND P-Statut(IdxPret) = "E"
             AND P-DateRetourPrevue(IdxPret) < DateDuJourLivres
              PERFORM CALCULER-JOURS-RETARD
              IF JoursRetard > ZERO
                  ADD 1 TO PretsEnRetardMembre
                  COMPUTE AmendeCourue ROUNDED =
                          JoursRetard * PC-TarifJour
                  ADD AmendeCourue TO CouruMembre
              END-IF
          END-IF
      END-PERFORM
      IF PretsEnRetardMembre > ZERO
          ADD 1 TO MembresEnRetard
          MOVE ZERO TO TotalImpayes
          MOVE ZERO TO CumulAmendesRetard
          PERFORM VARYING IdxAmende FROM 1 BY 1
                  UNTIL IdxAmende > NombreAmendes
              IF A-Membre(IdxAmende) = M-Numero(IdxMembre)
                 AND A-Statut(IdxAmende) = "I"
                  COMPUTE TotalImpayes = TotalImpayes
                          + A-Montant(IdxAmende)
                          - A-MontantPaye(IdxAmende)
                  IF A-Type(IdxAmende) = "R"
                      COMPUTE CumulAmendesRetard = CumulAmendesRetard
                              + A-Montant(IdxAmende)
                              - A-MontantPaye(IdxAmende)
                  END-IF
              END-IF
          END-PERFORM
          IF PC-PlafondCumul > ZERO
              IF CumulAmendesRetard >= PC-PlafondCumul
                  MOVE ZERO TO CouruMembre
              ELSE
                  IF CumulAmendesRetard + CouruMembre > PC-PlafondCumul
                      COMPUTE CouruMembre =
                              PC-PlafondCumul - CumulAmendesRetard
                  END-IF
              END-IF
          END-IF
          COMPUTE ExpositionMembre = TotalImpayes + CouruMembre
          MOVE CouruMembre TO CouruEdition
          MOVE TotalImpayes TO ImpayesEdition
          MOVE PC-PlafondBlocage TO PlafondEdition
          MOVE SPACES TO MentionBlocage
          IF ExpositionMembre > PC-PlafondBlocage
              ADD 1 TO MembresAuPlafond
              MOVE "| BLOQUE" TO MentionBlocage
          END-IF
          MOVE SPACES TO LigneAmendes
          STRING "membre " M-Numero(IdxMembre) " "
                 M-Nom(IdxMembre) " | " PretsEnRetardMembre
                 " pret(s) | couru " CouruEdition
                 " | impayes " ImpayesEdition
                 " | plafond " PlafondEdition " " MentionBlocage
              DELIMITED BY SIZE INTO LigneAmendes
          MOVE LigneAmendes TO rapport-amendes-record
          WRITE rapport-amendes-record
      END-IF.

APPELER-SPOOL.
      CALL 'Spool' USING SPOOL-Operation SPOOL-Etat SPOOL-NomBase
              SPOOL-Programme SPOOL-Operateur SPOOL-DebutPeriode
              SPOOL-FinPeriode SPOOL-NomFichier SPOOL-Lignes
              SPOOL-Statut.
