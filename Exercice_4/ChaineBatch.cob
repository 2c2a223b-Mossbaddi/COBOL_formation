      *> consignee dans journal_batch (debut, fin, compteur, statut)
      *> et la chaine s'arrete net, statut ERREUR, des qu'une etape
      *> echoue : fini le mois-end ou un humain enchaine les options
      *> de menu dans le bon ordre en croisant les doigts. Seul le
      *> controle des soldes clients contre le grand-livre ne
      *> l'arrete pas : un ecart y est signale (statut ECART) et la
      *> nuit se poursuit. La derniere etape calcule les alertes
      *> clients de la journee et remet le flux date au prestataire
      *> de messagerie. Chaque nuit, avant l'export comptable, les
      *> interets crediteurs, debiteurs et de prets sont courus au
      *> jour le jour et passes au journal comptable, puis extournes
      *> le jour de leur pose effective. Les credits recus en suspens
      *> sont enfin vieillis chaque nuit : un suspens ouvert au-dela
      *> du delai JOURSSUSP est signale en ecart. La chaine ne
      *> demarre pas quand le mois du jour est en cloture ou clos
      *> (fichier periodes) : aucune de ses ecritures ne peut y etre
      *> datee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT ordres-permanents ASSIGN TO 'ordres'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT oppositions-cheques ASSIGN TO 'oppositions_cheques'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT types-comptes ASSIGN TO 'types_comptes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-journal.

           SELECT soldes-gl ASSIGN TO 'soldes_gl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT clients-banque ASSIGN TO 'clients_banque'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-Numero-Client
               FILE STATUS IS ws-statut-copie.

           SELECT preferences-alertes
               ASSIGN TO 'preferences_alertes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT alertes ASSIGN TO 'alertes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT alertes-date ASSIGN USING NomFichierAlertes
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-copie.

           SELECT interets-courus ASSIGN TO 'interets_courus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT suspens ASSIGN TO 'suspens'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT gl-courus ASSIGN USING NomCourusDate
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-copie.

       DATA DIVISION.
       FILE SECTION.
       FD soldes.
      *> par type (interets, decouvert, chequier) vivent dans le
      *> fichier types_comptes.
           05 SR-Type-Compte PIC X.
           05 MYFILLER7 PIC X.
      *> Agence de rattachement du compte (fichier agences).
           05 SR-Agence PIC 9(3).

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

       FD ordres-permanents.
       01 ordres-permanents-record.
           05 CH-Date-Valeur PIC 9(8).
           05 CH-FILLER4 PIC X.
           05 CH-Statut PIC X.
      *> Reference de la remise (date de l'etat de caisse pour les
      *> recettes de la boutique), reportee sur la ligne d'historique
      *> du credit. Les cheques d'avant ce champ se relisent avec une
      *> reference a blanc.
           05 CH-FILLER5 PIC X.
           05 CH-Reference PIC X(10).

       FD gl-mapping.
       01 gl-mapping-record.
           05 GM-Compte-Debit PIC 9(6).
           05 GM-FILLER2 PIC X.
           05 GM-Compte-Credit PIC 9(6).
      *> Classe de chaque compte pour la cloture annuelle : B bilan
      *> (solde reporte), R resultat (solde vire au compte de
      *> resultat). A blanc sur les lignes d'avant : classes 6 et 7
      *> en resultat, les autres au bilan.
           05 GM-FILLER3 PIC X.
           05 GM-Classe-Debit PIC X.
           05 GM-FILLER4 PIC X.
           05 GM-Classe-Credit PIC X.

       FD gl-journal.
       01 gl-journal-record PIC X(60).

       FD depots-terme.
      *> Meme dessin que le fichier tenu par le programme de
      *> guichet : depots a terme, statut A actif / E echu /
      *> R renouvele / B rompu par anticipation.
       01 depot-terme-enregistrement.
           05 DT-Numero PIC 9(5).
           05 DT-FILLER1 PIC X.
           05 DT-DateEcheance PIC 9(8).
           05 DT-FILLER6 PIC X.
           05 DT-Statut PIC X.
      *> Instruction a l'echeance : P (ou blanc) recredite capital et
      *> interets au compte, C renouvelle le capital seul (interets
      *> verses au compte), I renouvelle capital plus interets.
      *> Duree d'origine en mois et numero du depot renouvele.
           05 DT-FILLER7 PIC X.
           05 DT-Instruction PIC X.
           05 DT-FILLER8 PIC X.
           05 DT-DureeMois PIC 9(2).
           05 DT-FILLER9 PIC X.
           05 DT-Origine PIC 9(5).

       FD prets-bancaires.
      *> Meme dessin que le fichier tenu par le programme de
           05 EC-CapitalRestant PIC 9(7)V99.

       FD prets-arrieres.
      *> Registre des echeances impayees, une ligne par pret et par
      *> rang, lisible telle quelle. Statut blanc ou I : impayee,
      *> R : regularisee (date de regularisation a la suite). Une
      *> echeance dont le rang est deja couvert par les mensualites
      *> payees du pret n'est plus due, quel que soit son statut.
       01 prets-arrieres-record.
           05 AR-Date PIC 9(8).
           05 AR-Libelle1 PIC X(6).
           05 AR-Pret PIC 9(5).
           05 AR-Libelle2 PIC X(8).
           05 AR-Compte PIC 9(6).
           05 AR-Libelle3 PIC X(10).
           05 AR-Rang PIC 9(3).
           05 AR-Libelle4 PIC X(11).
           05 AR-Montant PIC 9(7)V99.
           05 AR-Libelle5 PIC X(8).
           05 AR-Statut PIC X.
           05 AR-Libelle6 PIC X(4).
           05 AR-DateRegularisation PIC 9(8).
           05 AR-Reste PIC X(13).

       FD positions.
      *> Photographie quotidienne des soldes : un enregistrement par
           05 HJ-FILLER1 PIC X.
           05 HJ-Ligne PIC X(50).

       FD oppositions-cheques.
      *> Meme dessin que le fichier tenu par le programme de
      *> guichet : un cheque ou une plage de numeros par compte,
      *> comparee en alphanumerique comme le numero presente.
       01 opposition-cheque-enregistrement.
           05 OQ-Compte PIC 9(6).
           05 OQ-FILLER1 PIC X.
           05 OQ-ChequeDebut PIC X(10).
           05 OQ-FILLER2 PIC X.
           05 OQ-ChequeFin PIC X(10).
           05 OQ-FILLER3 PIC X.
           05 OQ-Motif PIC X.
           05 OQ-FILLER4 PIC X.
           05 OQ-Date PIC 9(8).
           05 OQ-FILLER5 PIC X.
           05 OQ-Frais PIC 9(5)V99.
           05 OQ-FILLER6 PIC X.
           05 OQ-Statut PIC X.
           05 OQ-FILLER7 PIC X.
           05 OQ-Operateur PIC X(4).

       FD types-comptes.
      *> Meme dessin que le fichier tenu par le programme de
      *> guichet : regles d'interets, de decouvert et de chequier
           05 JB-Sep5 PIC X.
           05 JB-Statut PIC X(6).

       FD soldes-gl.
      *> Soldes cumules des comptes generaux (debit moins credit),
      *> tenus par le controle de nuit a partir des copies datees du
      *> journal comptable ; SG-Date est le dernier jour de journal
      *> deja cumule.
       01 solde-gl-enregistrement.
           05 SG-Compte PIC 9(6).
           05 SG-FILLER1 PIC X.
           05 SG-Solde PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 SG-FILLER2 PIC X.
           05 SG-Date PIC 9(8).

       FD clients-banque.
      *> Fiches clients du guichet, lues pour les coordonnees des
      *> alertes.
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

       FD preferences-alertes.
      *> Alertes choisies par chaque client, tenues au guichet
      *> (O/N par evenement, seuils de solde et de debit).
       01 preference-alerte-enregistrement.
           05 PA-Client PIC 9(5).
           05 PA-FILLER1 PIC X.
           05 PA-SoldeBas PIC X.
           05 PA-FILLER2 PIC X.
           05 PA-SeuilSolde PIC 9(7)V99.
           05 PA-FILLER3 PIC X.
           05 PA-GrosDebit PIC X.
           05 PA-FILLER4 PIC X.
           05 PA-SeuilDebit PIC 9(7)V99.
           05 PA-FILLER5 PIC X.
           05 PA-Prelevement PIC X.
           05 PA-FILLER6 PIC X.
           05 PA-Cheque PIC X.
           05 PA-FILLER7 PIC X.
           05 PA-Decouvert PIC X.
           05 PA-FILLER8 PIC X.
           05 PA-Opposition PIC X.

       FD alertes.
      *> Flux des alertes clients, alimente par le guichet et par la
      *> chaine ; remis chaque nuit au prestataire de messagerie
      *> sous le nom alertes_AAAAMMJJ puis vide.
       01 alerte-enregistrement.
           05 AL-Client PIC 9(5).
           05 AL-FILLER1 PIC X.
           05 AL-Compte PIC 9(6).
           05 AL-FILLER2 PIC X.
           05 AL-Type PIC X(10).
           05 AL-FILLER3 PIC X.
           05 AL-Montant PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 AL-FILLER4 PIC X.
           05 AL-Date PIC 9(8).
           05 AL-FILLER5 PIC X.
           05 AL-Nom PIC X(30).
           05 AL-FILLER6 PIC X.
           05 AL-Telephone PIC X(12).

       FD alertes-date.
       01 alerte-date-enregistrement PIC X(100).

       FD interets-courus.
      *> Interets courus et non encore poses, un enregistrement par
      *> compte : crediteurs (dus au client), debiteurs (agios a
      *> percevoir) et interets de prets, avec la date de la
      *> derniere position courue. Lu aussi par les releves.
       01 interet-couru-enregistrement.
           05 IC-Compte PIC 9(6).
           05 IC-FILLER1 PIC X.
           05 IC-Crediteurs PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 IC-FILLER2 PIC X.
           05 IC-Debiteurs PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 IC-FILLER3 PIC X.
           05 IC-Prets PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 IC-FILLER4 PIC X.
           05 IC-Date PIC 9(8).

       FD gl-courus.
      *> Ecritures d'interets courus de la nuit, au dessin des lignes
      *> de detail du journal comptable : reprises par l'export du
      *> jour (et par ExportGL pour la meme date).
       01 gl-courus-record PIC X(60).

       FD suspens.
      *> File des credits recus en suspens, tenue par le guichet
      *> (meme dessin). Statut : O ouvert, A reimpute, R retourne.
       01 suspens-enregistrement.
           05 SU-Numero PIC 9(6).
           05 SU-FILLER1 PIC X.
           05 SU-DateEntree PIC 9(8).
           05 SU-FILLER2 PIC X.
           05 SU-Compte-Vise PIC 9(6).
           05 SU-FILLER3 PIC X.
           05 SU-Montant PIC 9(5)V99.
           05 SU-FILLER4 PIC X.
           05 SU-Banque-Origine PIC X(5).
           05 SU-FILLER5 PIC X.
           05 SU-Reference PIC X(10).
           05 SU-FILLER6 PIC X.
           05 SU-Motif PIC X(2).
           05 SU-FILLER7 PIC X.
           05 SU-Statut PIC X.
           05 SU-FILLER8 PIC X.
           05 SU-DateSortie PIC 9(8).
           05 SU-FILLER9 PIC X.
           05 SU-Compte-Final PIC 9(6).
           05 SU-FILLER10 PIC X.
           05 SU-Operateur PIC X(4).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-journal PIC XX.
       01 StatutEtape PIC X(6) VALUE SPACES.
       01 ChaineEnErreur PIC X VALUE "N".
           88 Chaine-En-Erreur VALUE "O".
       01 ChaineSignalee PIC X VALUE "N".
           88 Chaine-Signalee VALUE "O".

      *> Reprise apres incident : au lancement, la chaine relit son
      *> propre journal_batch pour la date du jour ; les etapes deja
      *> Echeances des depots a terme : la table est rechargee depuis
      *> le fichier, les depots arrives a echeance sont recredites
      *> (capital plus interets prorata temporis au taux annuel, code
      *> action M) et marques echus, ou renouveles selon leur
      *> instruction. L'ecart en jours entre debut et
      *> echeance vient de la routine partagee DateUtil.
       01 TableDepotsTerme.
           02 DepotTerme OCCURS 100 TIMES INDEXED BY IdxDepotTerme.
               03 TD-DateDebut PIC 9(8).
               03 TD-DateEcheance PIC 9(8).
               03 TD-Statut PIC X.
               03 TD-Instruction PIC X.
               03 TD-DureeMois PIC 9(2).
               03 TD-Origine PIC 9(5).
       01 NombreDepotsTerme PIC 9(3) VALUE ZERO.
       01 DepotsTermeDebordement PIC X VALUE "N".
           88 Depots-Terme-Debordement VALUE "O".
      *> Renouvellement a l'echeance : le depot echu est servi au
      *> compte (M) puis le montant renouvele y est rebloque (B) dans
      *> un nouveau depot, de meme duree, au taux en vigueur le jour
      *> du renouvellement : parametre TAUXDATnn (nn = duree en
      *> mois), a defaut TAUXDAT, a defaut le taux du depot echu.
       01 DernierNumeroDepotTerme PIC 9(5) VALUE ZERO.
       01 MontantRenouvele PIC 9(7)V99 VALUE ZERO.
       01 TauxRenouvellement PIC 9(3)V99 VALUE ZERO.
       01 DureeRenouvellement PIC 9(2) VALUE ZERO.
       01 DureeEnMois PIC S9(5) VALUE ZERO.
       01 JourEcheance PIC 9(2) VALUE ZERO.
       01 DateEcheanceCalculee PIC 9(8) VALUE ZERO.
       01 DepotsRenouveles PIC 9(3) VALUE ZERO.
       01 JoursPlacement PIC S9(5) VALUE ZERO.
       01 InteretDepotTerme PIC 9(7)V99 VALUE ZERO.
       01 MontantEcheance PIC 9(7)V99 VALUE ZERO.
       01 NombreArrieres PIC 9(4) VALUE ZERO.
       01 LigneArriere PIC X(80) VALUE SPACES.

      *> Registre des impayes charge en memoire : une echeance
      *> impayee n'est plus reecrite chaque mois, elle est notee une
      *> fois puis recouvree par la chaine des que le compte a la
      *> provision, la plus ancienne d'abord.
       01 TableArrieres.
           02 ArrierePret OCCURS 500 TIMES INDEXED BY IdxArriere.
               03 TR-Date PIC 9(8).
               03 TR-Pret PIC 9(5).
               03 TR-Compte PIC 9(6).
               03 TR-Rang PIC 9(3).
               03 TR-Montant PIC 9(7)V99.
               03 TR-Statut PIC X.
               03 TR-DateRegularisation PIC 9(8).
       01 NombreArrieresCharges PIC 9(3) VALUE ZERO.
       01 ArrieresDebordement PIC X VALUE "N".
           88 Arrieres-Debordement VALUE "O".
       01 ArrieresModifies PIC X VALUE "N".
           88 Arrieres-Modifies VALUE "O".
       01 ArriereDejaNote PIC X VALUE "N".
           88 Arriere-Deja-Note VALUE "O".
       01 ArrieresOuverts PIC 9(3) VALUE ZERO.
       01 PretArriereTrouve PIC X VALUE "N".
           88 Pret-Arriere-Trouve VALUE "O".
       01 ArrieresRecouvres PIC 9(4) VALUE ZERO.

      *> Jours d'ordres couverts par la nuit : le jour courant s'il
      *> est ouvre, plus les jours non ouvres (week-ends et feries du
      *> calendrier partage) qui le precedent immediatement dans le
      *> avec le numero de cheque en reference de journal ; une
      *> presentation au-dela du solde plus decouvert autorise est
      *> rejetee vers cheques_rejetes avec des frais de rejet
      *> (parametre FRAISREJET) factures sous G. Un cheque frappe
      *> d'opposition (oppositions_cheques, statut A) est rejete
      *> sous le motif 07 sans frais de rejet : les frais
      *> d'opposition ont deja ete factures au guichet.
       01 TableChequesPresentes.
           02 ChequePresente OCCURS 200 TIMES
                              INDEXED BY IdxChequePres.
       01 ChequesRejetes PIC 9(4) VALUE ZERO.
       01 TotalChequesRejetes PIC 9(9)V99 VALUE ZERO.
       01 MotifRejetCheque PIC X(2) VALUE SPACES.
       01 TableOppositionsCheques.
           02 OppositionCheque OCCURS 500 TIMES
                               INDEXED BY IdxOppoCheque.
               03 TQ-Compte PIC 9(6).
               03 TQ-ChequeDebut PIC X(10).
               03 TQ-ChequeFin PIC X(10).
       01 NombreOppoCheques PIC 9(3) VALUE ZERO.
       01 OppoChequesDebordement PIC X VALUE "N".
           88 Oppo-Cheques-Debordement VALUE "O".
       01 ChequeFrappeOpposition PIC X VALUE "N".
           88 Cheque-Frappe-Opposition VALUE "O".

      *> Regles par type de compte : la remuneration ne touche plus
      *> que les types a interets (au taux du parametre designe par
               03 TC-Date-Depot PIC 9(8).
               03 TC-Date-Valeur PIC 9(8).
               03 TC-Statut PIC X.
               03 TC-Reference PIC X(10).
       01 NombreCheques PIC 9(3) VALUE ZERO.
       01 ChequesDebordement PIC X VALUE "N".
           88 Cheques-Debordement VALUE "O".

      *> Export comptable.
       01 TableMapping.
           02 Mapping OCCURS 40 TIMES INDEXED BY IdxMapping.
               03 MP-Action PIC X.
               03 MP-Compte-Debit PIC 9(6).
               03 MP-Compte-Credit PIC 9(6).
           05 DET-Action PIC X.
           05 DET-FILLER4 PIC X.
           05 DET-Sequence PIC 9(8).
           05 DET-FILLER5 PIC X.
           05 DET-Agence PIC 9(3).

      *> Controle des soldes clients contre le grand-livre : les
      *> soldes du fichier des soldes, totalises par devise et type
      *> de compte, doivent egaler (au signe pres) le solde du
      *> compte general des depots clients - celui credite par un
      *> versement (code D) dans gl_mapping. Au-dela de la tolerance
      *> du parametre ECARTGLMAX, l'etape finit en ECART.
       01 TableSoldesControle.
           02 SoldeControle OCCURS 30 TIMES INDEXED BY IdxSoldeCtl.
               03 TS-Devise PIC X(3).
               03 TS-Type PIC X.
               03 TS-Comptes PIC 9(5).
               03 TS-Total PIC S9(11)V99.
       01 NombreSoldesControle PIC 9(2) VALUE ZERO.
       01 SoldeControleTrouve PIC X VALUE "N".
           88 Solde-Controle-Trouve VALUE "O".
       01 TotalSoldesClients PIC S9(11)V99 VALUE ZERO.
       01 TableSoldesGL.
           02 SoldeGL OCCURS 100 TIMES INDEXED BY IdxSoldeGL.
               03 TG-Compte PIC 9(6).
               03 TG-Solde PIC S9(11)V99.
       01 NombreSoldesGL PIC 9(3) VALUE ZERO.
       01 SoldesGLDebordement PIC X VALUE "N".
           88 Soldes-GL-Debordement VALUE "O".
       01 SoldesGLPresents PIC X VALUE "N".
           88 Soldes-GL-Presents VALUE "O".
       01 SoldeGLTrouve PIC X VALUE "N".
           88 Solde-GL-Trouve VALUE "O".
       01 CompteGLRecherche PIC 9(6) VALUE ZERO.
       01 DateSoldesGL PIC 9(8) VALUE ZERO.
       01 DateJournalCumule PIC 9(8) VALUE ZERO.
       01 JournauxCumules PIC 9(5) VALUE ZERO.
       01 CompteGLClients PIC 9(6) VALUE ZERO.
       01 SoldeGLClients PIC S9(11)V99 VALUE ZERO.
       01 EcartSoldesGL PIC S9(11)V99 VALUE ZERO.
       01 EcartSoldesGLAbsolu PIC 9(11)V99 VALUE ZERO.
       01 ToleranceEcartGL PIC 9(7)V99 VALUE ZERO.

      *> Etat du jour : compte et total par code action.
       01 StatsJour.
       01 ActionVue PIC X VALUE "N".
           88 Action-Vue VALUE "O".
       01 IdxActionVue PIC 9(2) VALUE ZERO.
      *> Meme activite ventilee par agence du compte mouvemente.
       01 StatsJourAgence.
           02 StatAgence OCCURS 300 TIMES INDEXED BY IdxStatAg.
               03 SJ-Agence PIC 9(3).
               03 SJ-Action PIC X.
               03 SJ-Nb PIC 9(5).
               03 SJ-Total PIC 9(9)V99.
       01 NombreStatsAgence PIC 9(3) VALUE ZERO.
       01 StatsAgenceDebordement PIC X VALUE "N".
           88 Stats-Agence-Debordement VALUE "O".
       01 IdxStatAgTrouve PIC 9(3) VALUE ZERO.
       01 AgenceMouvement PIC 9(3) VALUE ZERO.
       01 AgenceRapport PIC 9(3) VALUE ZERO.
       01 AgenceRapportSuivante PIC 9(4) VALUE ZERO.
       01 NbMouvementsAgence PIC 9(7) VALUE ZERO.
       01 TotalMouvementsAgence PIC 9(11)V99 VALUE ZERO.
       01 NbMouvementsBanque PIC 9(7) VALUE ZERO.
       01 TotalMouvementsBanque PIC 9(11)V99 VALUE ZERO.
       01 IdxStat PIC 9(2) VALUE ZERO.

      *> Interets de fin de mois sur positions quotidiennes : les
       01 CouverturePositions PIC X VALUE "N".
           88 Couverture-Positions-Complete VALUE "O".

      *> Alertes clients : cheque rejete signale a la presentation ;
      *> solde passe sous le seuil, debit au-dela du seuil et
      *> decouvert autorise atteint se jugent en fin de nuit sur les
      *> mouvements du jour, en comparant le solde de cloture a celui
      *> de la veille (solde moins mouvements du jour).
       01 TablePreferencesAlertes.
           02 PreferenceAlerte OCCURS 500 TIMES
                               INDEXED BY IdxPrefAlerte.
               03 TP-Client PIC 9(5).
               03 TP-SoldeBas PIC X.
               03 TP-SeuilSolde PIC 9(7)V99.
               03 TP-GrosDebit PIC X.
               03 TP-SeuilDebit PIC 9(7)V99.
               03 TP-Prelevement PIC X.
               03 TP-Cheque PIC X.
               03 TP-Decouvert PIC X.
               03 TP-Opposition PIC X.
       01 NombrePrefsAlertes PIC 9(3) VALUE ZERO.
       01 PrefsAlertesDebordement PIC X VALUE "N".
           88 Prefs-Alertes-Debordement VALUE "O".
       01 IdxPrefAlerteTrouve PIC 9(3) VALUE ZERO.
       01 TableComptesAlertes.
           02 CompteAlerte OCCURS 1000 TIMES INDEXED BY IdxCpteAlerte.
               03 TK-Compte PIC 9(6).
               03 TK-Client PIC 9(5).
               03 TK-IdxPref PIC 9(3).
               03 TK-Solde PIC S9(9)V99.
               03 TK-Limite PIC 9(7)V99.
               03 TK-Mouvements PIC S9(9)V99.
       01 NombreComptesAlertes PIC 9(4) VALUE ZERO.
       01 ComptesAlertesDebordement PIC X VALUE "N".
           88 Comptes-Alertes-Debordement VALUE "O".
       01 IdxCpteAlerteTrouve PIC 9(4) VALUE ZERO.
       01 SoldeVeilleAlerte PIC S9(9)V99 VALUE ZERO.
       01 AlerteClient PIC 9(5) VALUE ZERO.
       01 AlerteCompte PIC 9(6) VALUE ZERO.
       01 AlerteType PIC X(10) VALUE SPACES.
       01 AlerteMontant PIC S9(9)V99 VALUE ZERO.
       01 AlertesEcrites PIC 9(5) VALUE ZERO.
       01 NomFichierAlertes PIC X(20) VALUE SPACES.

      *> Interets courus : chaque nuit, un jour d'interets est couru
      *> sur la derniere photographie des positions (crediteurs au
      *> taux du type de compte, debiteurs au parametre
      *> TAUXDEBITEUR), plus un jour de l'interet de l'echeance du
      *> mois de chaque pret actif. Le cumul par compte est tenu
      *> dans interets_courus et chaque jour couru part au journal
      *> comptable sous les codes A (crediteurs), C (debiteurs) et
      *> O (prets) de gl_mapping. Le jour ou la chaine pose les
      *> interets du mois (ou collecte les echeances de prets), le
      *> cumul est extourne - ecritures inversees - et remis a zero.
       01 TableCourus.
           02 CompteCouruEntree OCCURS 1000 TIMES INDEXED BY IdxCouru.
               03 TN-Compte PIC 9(6).
               03 TN-Crediteurs PIC S9(7)V99.
               03 TN-Debiteurs PIC S9(7)V99.
               03 TN-Prets PIC S9(7)V99.
               03 TN-Date PIC 9(8).
       01 NombreCourus PIC 9(4) VALUE ZERO.
       01 CourusDebordement PIC X VALUE "N".
           88 Courus-Debordement VALUE "O".
       01 CouruTrouve PIC X VALUE "N".
           88 Couru-Trouve VALUE "O".
       01 IdxCouruTrouve PIC 9(4) VALUE ZERO.
       01 NomCourusDate PIC X(20) VALUE SPACES.
       01 DatePositionsCourus PIC 9(8) VALUE ZERO.
       01 MoisPositionsCourus PIC 9(6) VALUE ZERO.
       01 CompteCouru PIC 9(6) VALUE ZERO.
       01 MontantCouru PIC S9(7)V99 VALUE ZERO.
       01 ResteCouru PIC S9(7)V99 VALUE ZERO.
       01 ActionCouru PIC X VALUE SPACE.
       01 ExtourneCouru PIC X VALUE "N".
           88 Extourne-Couru VALUE "O".
       01 MappingCourusComplet PIC X VALUE "N".
           88 Mapping-Courus-Complet VALUE "O".
       01 InteretsPosesMois PIC X VALUE "N".
           88 Interets-Poses-Mois VALUE "O".
       01 PretsPosesMois PIC X VALUE "N".
           88 Prets-Poses-Mois VALUE "O".
       01 CourusAEnregistrer PIC X VALUE "N".
           88 Courus-A-Enregistrer VALUE "O".
       01 CrediteursCourables PIC X VALUE "N".
           88 Crediteurs-Courables VALUE "O".
       01 TauxDebiteurCouru PIC 9(3)V99 VALUE ZERO.
       01 AgenceCouru PIC 9(3) VALUE ZERO.
       01 EcrituresCourus PIC 9(7) VALUE ZERO.

      *> Vieillissement des suspens : compte d'attente du guichet
      *> (parametre CPTSUSPENS), exclu du total des depots clients
      *> du controle GL puisqu'il est tenu sur son propre compte
      *> general ; delai maximal en jours (parametre JOURSSUSP).
       01 CompteSuspens PIC 9(6) VALUE 999902.
       01 JoursMaxSuspens PIC 9(3) VALUE 5.
       01 AgeSuspens PIC S9(5) VALUE ZERO.
       01 NbSuspensOuverts PIC 9(5) VALUE ZERO.
       01 NbSuspensEchus PIC 9(5) VALUE ZERO.
       01 TotalSuspensOuverts PIC 9(9)V99 VALUE ZERO.
       01 TotalSuspensEchus PIC 9(9)V99 VALUE ZERO.

      *> Controle de la periode comptable du jour (routine Periode).
       01 PeriodeDateOuverte PIC 9(8) VALUE ZERO.
       01 PeriodeStatut PIC XX VALUE '00'.
           88 Periode-Ouverte VALUE '00'.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
               PERFORM LIBERER-VERROU
               STOP RUN
           END-IF.
           OPEN I-O historique.
           IF ws-file-status = '35'
      *> Premiere nuit dans un repertoire vierge : le journal est
      *> cree vide pour que toutes les relectures de la chaine
               CLOSE historique
               OPEN OUTPUT historique
               CLOSE historique
               OPEN I-O historique
           END-IF.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier historique inaccessible (statut ",
               PERFORM LIBERER-VERROU
               STOP RUN
           END-IF.
      *> Controle refait a chaque lancement, reprise comprise : un
      *> mois ferme entre deux passages arrete aussi la relance.
           PERFORM ETAPE-PERIODE.
           MOVE "ORDRES" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-DEPOTS-TERME
           END-IF.
           MOVE "ARRIERES PRETS" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-ARRIERES-PRETS
           END-IF.
      *> Les postages de fin de mois (interets, prets, change) sont
      *> dates du jour : ils passent avant l'export pour partir au
      *> journal comptable de la journee avec le reste.
           IF JourDuMois = NbJoursMois
               MOVE "INTERETS" TO NomEtape
               PERFORM CONTROLER-ETAPE-DEJA-OK
                   PERFORM ETAPE-RECONCILIATION
               END-IF
           END-IF.
           MOVE "COURUS" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-COURUS
           END-IF.
           MOVE "SUSPENS" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-SUSPENS
           END-IF.
           MOVE "EXPORT GL" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-EXPORT-GL
           END-IF.
           MOVE "CONTROLE GL" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-CONTROLE-GL
           END-IF.
           MOVE "RAPPORT JOUR" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-RAPPORT-JOUR
           END-IF.
           MOVE "POSITIONS" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-POSITIONS
           END-IF.
           MOVE "ALERTES" TO NomEtape.
           PERFORM CONTROLER-ETAPE-DEJA-OK.
           IF NOT Etape-Deja-OK
               PERFORM ETAPE-ALERTES
           END-IF.
           CLOSE historique.
           CLOSE soldes.
           PERFORM LIBERER-VERROU.
           IF Chaine-Signalee
               DISPLAY "Chaine de nuit terminee avec ecart signale : ",
                       "voir journal_batch."
           ELSE
               DISPLAY "Chaine de nuit terminee sans erreur."
           END-IF.
           STOP RUN.

       ARRETER-CHAINE.
           END-IF.
           WRITE journal-batch-record.
           CLOSE journal-batch.
           IF StatutEtape = "ECART"
               MOVE "O" TO ChaineSignalee
           ELSE
           IF StatutEtape NOT = "OK"
               PERFORM ARRETER-CHAINE
           END-IF
           END-IF.

       INITIALISER-SEQUENCE.
                       "reprise des archives."
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
           MOVE SPACES TO ReferenceMouvement.
           MOVE "EUR" TO DeviseMouvement.
           WRITE historique-record
               INVALID KEY
                   DISPLAY "Sequence ", H-Sequence,
                           " deja presente dans l'historique."
           END-WRITE.

       CONTROLER-RUN-FAIT.
           WRITE controle-runs-record.
           CLOSE controle-runs.

      *>==================================================================
      *> Etape prealable : la periode comptable du jour doit etre
      *> ouverte, sinon la chaine s'arrete avant toute ecriture.
      *>==================================================================
       ETAPE-PERIODE.
           MOVE "PERIODE" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           CALL 'Periode' USING DateDuJour, PeriodeDateOuverte,
                                PeriodeStatut.
           IF NOT Periode-Ouverte
               DISPLAY "Periode ", DateDuJour(1:6), " en cloture ou ",
                       "close (statut ", PeriodeStatut, ") : aucune ",
                       "ecriture ne peut y etre datee."
               MOVE "ERREUR" TO StatutEtape
           END-IF.
           PERFORM TERMINER-ETAPE.

      *>==================================================================
      *> Etape 1 : ordres permanents du jour.
      *>==================================================================
                                   TC-Date-Valeur(NombreCheques)
                               MOVE CH-Statut
                                    TO TC-Statut(NombreCheques)
                               MOVE CH-Reference
                                    TO TC-Reference(NombreCheques)
                           ELSE
      *> Jamais de reecriture partielle : un cheque efface, c'est de
      *> l'argent client disparu. L'etape echoue, fichier intact.
                        TO H-Numero-Compte
                   MOVE TC-Montant(IdxCheque) TO H-Montant
                   MOVE "Q" TO H-Action
                   MOVE TC-Reference(IdxCheque) TO ReferenceMouvement
                   PERFORM ECRIRE-MOUVEMENT
                   MOVE "C" TO TC-Statut(IdxCheque)
                   ADD 1 TO CompteurEtape
               MOVE TC-Date-Depot(IdxCheque) TO CH-Date-Depot
               MOVE TC-Date-Valeur(IdxCheque) TO CH-Date-Valeur
               MOVE TC-Statut(IdxCheque) TO CH-Statut
               MOVE TC-Reference(IdxCheque) TO CH-Reference
               MOVE SEP-Virgule TO CH-FILLER1
               MOVE SEP-Virgule TO CH-FILLER2
               MOVE SEP-Virgule TO CH-FILLER3
               MOVE SEP-Virgule TO CH-FILLER4
               MOVE SEP-Virgule TO CH-FILLER5
               WRITE cheques-record
               END-WRITE
           END-PERFORM.
                       "erreur, fichier laisse intact."
               MOVE "ERREUR" TO StatutEtape
           ELSE
               MOVE ZERO TO DepotsRenouveles
               PERFORM VARYING IdxDepotTerme FROM 1 BY 1
                       UNTIL IdxDepotTerme > NombreDepotsTerme
                   IF TD-Statut(IdxDepotTerme) = "A"
               IF NombreDepotsTerme > ZERO
                   PERFORM REECRIRE-DEPOTS-TERME
               END-IF
               IF DepotsRenouveles > ZERO
                   DISPLAY DepotsRenouveles, " depot(s) a terme ",
                           "renouvele(s)."
               END-IF
           END-IF.
           PERFORM TERMINER-ETAPE.

       CHARGER-DEPOTS-TERME-BATCH.
           MOVE ZERO TO NombreDepotsTerme.
           MOVE ZERO TO DernierNumeroDepotTerme.
           MOVE "N" TO DepotsTermeDebordement.
           OPEN INPUT depots-terme.
           IF ws-file-status = '00'
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF DT-Numero > DernierNumeroDepotTerme
                               MOVE DT-Numero
                                    TO DernierNumeroDepotTerme
                           END-IF
                           IF NombreDepotsTerme < 100
                               ADD 1 TO NombreDepotsTerme
                               MOVE DT-Numero
                                   TD-DateEcheance(NombreDepotsTerme)
                               MOVE DT-Statut
                                    TO TD-Statut(NombreDepotsTerme)
                               MOVE DT-Instruction TO
                                   TD-Instruction(NombreDepotsTerme)
                               MOVE DT-DureeMois
                                    TO TD-DureeMois(NombreDepotsTerme)
                               MOVE DT-Origine
                                    TO TD-Origine(NombreDepotsTerme)
                           ELSE
                               MOVE "O" TO DepotsTermeDebordement
                               MOVE '10' TO ws-file-status
                   MOVE TD-Compte(IdxDepotTerme) TO H-Numero-Compte
                   MOVE MontantEcheance TO H-Montant
                   MOVE "M" TO H-Action
                   PERFORM POSER-REFERENCE-DEPOT
                   PERFORM ECRIRE-MOUVEMENT
                   MOVE "E" TO TD-Statut(IdxDepotTerme)
                   ADD 1 TO CompteurEtape
                           " recredites au compte ",
                           TD-Compte(IdxDepotTerme), " (dont ",
                           InteretDepotTerme, " d'interets)."
                   IF TD-Instruction(IdxDepotTerme) = "C"
                      OR TD-Instruction(IdxDepotTerme) = "I"
                       PERFORM RENOUVELER-DEPOT-TERME
                   END-IF
           END-READ.

       POSER-REFERENCE-DEPOT.
           MOVE SPACES TO ReferenceMouvement.
           STRING "DAT" TD-Numero(IdxDepotTerme)
               DELIMITED BY SIZE INTO ReferenceMouvement.

       RENOUVELER-DEPOT-TERME.
      *> Le compte vient d'etre recredite de l'echeance (tampon du
      *> fichier des soldes encore positionne sur lui) : le montant
      *> renouvele y est rebloque sous B et part dans un nouveau
      *> depot qui demarre a la date d'echeance du precedent.
           IF NombreDepotsTerme >= 100
               DISPLAY "Table des depots a terme pleine : depot ",
                       TD-Numero(IdxDepotTerme), " verse au compte ",
                       "sans renouvellement."
           ELSE
               IF TD-Instruction(IdxDepotTerme) = "I"
                   MOVE MontantEcheance TO MontantRenouvele
               ELSE
                   MOVE TD-Principal(IdxDepotTerme)
                        TO MontantRenouvele
               END-IF
               PERFORM CALCULER-DUREE-RENOUVELLEMENT
               PERFORM CHERCHER-TAUX-RENOUVELLEMENT
               SUBTRACT MontantRenouvele FROM SR-Solde
               MOVE SR-Devise TO DeviseMouvement
               REWRITE soldes-record
               END-REWRITE
               MOVE TD-Compte(IdxDepotTerme) TO H-Numero-Compte
               MOVE MontantRenouvele TO H-Montant
               MOVE "B" TO H-Action
               PERFORM POSER-REFERENCE-DEPOT
               PERFORM ECRIRE-MOUVEMENT
               MOVE "R" TO TD-Statut(IdxDepotTerme)
               ADD 1 TO DernierNumeroDepotTerme
               ADD 1 TO NombreDepotsTerme
               MOVE DernierNumeroDepotTerme
                    TO TD-Numero(NombreDepotsTerme)
               MOVE TD-Compte(IdxDepotTerme)
                    TO TD-Compte(NombreDepotsTerme)
               MOVE MontantRenouvele
                    TO TD-Principal(NombreDepotsTerme)
               MOVE TauxRenouvellement TO TD-Taux(NombreDepotsTerme)
               MOVE TD-DateEcheance(IdxDepotTerme)
                    TO TD-DateDebut(NombreDepotsTerme)
               MOVE DateEcheanceCalculee
                    TO TD-DateEcheance(NombreDepotsTerme)
               MOVE "A" TO TD-Statut(NombreDepotsTerme)
               MOVE TD-Instruction(IdxDepotTerme)
                    TO TD-Instruction(NombreDepotsTerme)
               MOVE DureeRenouvellement
                    TO TD-DureeMois(NombreDepotsTerme)
               MOVE TD-Numero(IdxDepotTerme)
                    TO TD-Origine(NombreDepotsTerme)
               ADD 1 TO DepotsRenouveles
               DISPLAY "Depot ", TD-Numero(IdxDepotTerme),
                       " renouvele sous le numero ",
                       DernierNumeroDepotTerme, " : ",
                       MontantRenouvele, " a ", TauxRenouvellement,
                       " % jusqu'au ", DateEcheanceCalculee, "."
           END-IF.

       CALCULER-DUREE-RENOUVELLEMENT.
      *> Meme duree que le depot echu ; un depot ouvert avant que la
      *> duree soit portee au fichier la retrouve par l'ecart en mois
      *> entre ses dates de debut et d'echeance. L'echeance nouvelle
      *> est ramenee au dernier jour du mois quand le quantieme n'y
      *> existe pas, comme a l'ouverture au guichet.
           IF TD-DureeMois(IdxDepotTerme) > ZERO
               MOVE TD-DureeMois(IdxDepotTerme) TO DureeRenouvellement
           ELSE
               MOVE TD-DateEcheance(IdxDepotTerme)(1:6)
                    TO MoisTravail
               COMPUTE DureeEnMois = MT-Annee * 12 + MT-Mois
               MOVE TD-DateDebut(IdxDepotTerme)(1:6) TO MoisTravail
               COMPUTE DureeEnMois = DureeEnMois
                       - MT-Annee * 12 - MT-Mois
               IF DureeEnMois < 1 OR DureeEnMois > 99
                   MOVE 12 TO DureeRenouvellement
               ELSE
                   MOVE DureeEnMois TO DureeRenouvellement
               END-IF
           END-IF.
           MOVE TD-DateEcheance(IdxDepotTerme)(1:6) TO MoisTravail.
           MOVE TD-DateEcheance(IdxDepotTerme)(7:2) TO JourEcheance.
           PERFORM AVANCER-UN-MOIS-ECHEANCE DureeRenouvellement TIMES.
           PERFORM CALCULER-JOURS-DU-MOIS.
           IF JourEcheance > NbJoursMois
               MOVE NbJoursMois TO JourEcheance
           END-IF.
           COMPUTE DateEcheanceCalculee = MT-Annee * 10000
                   + MT-Mois * 100 + JourEcheance.
      *> Le mois courant et sa longueur pilotent la fin de mois de
      *> la chaine : ils sont retablis.
           MOVE MoisDuJour TO MoisTravail.
           PERFORM CALCULER-JOURS-DU-MOIS.

       AVANCER-UN-MOIS-ECHEANCE.
           IF MT-Mois = 12
               ADD 1 TO MT-Annee
               MOVE 1 TO MT-Mois
           ELSE
               ADD 1 TO MT-Mois
           END-IF.

       CHERCHER-TAUX-RENOUVELLEMENT.
           MOVE TD-Taux(IdxDepotTerme) TO TauxRenouvellement.
           MOVE SPACES TO PARM-Code.
           STRING "TAUXDAT" DureeRenouvellement
               DELIMITED BY SIZE INTO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxRenouvellement
           ELSE
               MOVE "TAUXDAT" TO PARM-Code
               CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                       PARM-Statut
               IF PARM-Statut = '00'
                   MOVE PARM-Valeur TO TauxRenouvellement
               END-IF
           END-IF.

       REECRIRE-DEPOTS-TERME.
           OPEN OUTPUT depots-terme.
           PERFORM VARYING IdxDepotTerme FROM 1 BY 1
               MOVE TD-DateDebut(IdxDepotTerme) TO DT-DateDebut
               MOVE TD-DateEcheance(IdxDepotTerme) TO DT-DateEcheance
               MOVE TD-Statut(IdxDepotTerme) TO DT-Statut
               MOVE TD-Instruction(IdxDepotTerme) TO DT-Instruction
               MOVE TD-DureeMois(IdxDepotTerme) TO DT-DureeMois
               MOVE TD-Origine(IdxDepotTerme) TO DT-Origine
               MOVE SEP-Virgule TO DT-FILLER1
               MOVE SEP-Virgule TO DT-FILLER2
               MOVE SEP-Virgule TO DT-FILLER3
               MOVE SEP-Virgule TO DT-FILLER4
               MOVE SEP-Virgule TO DT-FILLER5
               MOVE SEP-Virgule TO DT-FILLER6
               MOVE SEP-Virgule TO DT-FILLER7
               MOVE SEP-Virgule TO DT-FILLER8
               MOVE SEP-Virgule TO DT-FILLER9
               WRITE depot-terme-enregistrement
               END-WRITE
           END-PERFORM.
               MOVE PARM-Valeur TO FraisRejetCheque
           END-IF.
           PERFORM CHARGER-CHEQUES-PRESENTES.
           PERFORM CHARGER-OPPOSITIONS-CHEQUES.
           PERFORM CHARGER-PREFERENCES-ALERTES.
           IF Cheques-Pres-Debordement
      *> Jamais de traitement partiel : un cheque presente ecarte de
      *> la table disparaitrait sans trace pour la chambre.
                       "capacite de traitement (200) : etape en ",
                       "erreur, fichier laisse intact."
               MOVE "ERREUR" TO StatutEtape
           ELSE
           IF Oppo-Cheques-Debordement
      *> Une opposition non chargee laisserait payer un cheque vole.
               DISPLAY "Fichier oppositions_cheques au-dela de la ",
                       "capacite de traitement (500) : etape en ",
                       "erreur, presentations laissees intactes."
               MOVE "ERREUR" TO StatutEtape
           ELSE
               IF NombreChequesPresentes > ZERO
                   MOVE ZERO TO ChequesPayes
                           " pour ", TotalChequesRejetes,
                           " (etat pour la chambre)."
               END-IF
           END-IF
           END-IF.
           PERFORM TERMINER-ETAPE.

               CLOSE cheques-presentes
           END-IF.

       CHARGER-OPPOSITIONS-CHEQUES.
      *> Seules les oppositions actives sont retenues ; les levees
      *> restent au fichier pour l'historique du guichet.
           MOVE ZERO TO NombreOppoCheques.
           MOVE "N" TO OppoChequesDebordement.
           OPEN INPUT oppositions-cheques.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ oppositions-cheques
                           INTO opposition-cheque-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF OQ-Statut = "A"
                               IF NombreOppoCheques < 500
                                   ADD 1 TO NombreOppoCheques
                                   MOVE OQ-Compte TO
                                       TQ-Compte(NombreOppoCheques)
                                   MOVE OQ-ChequeDebut TO
                                       TQ-ChequeDebut
                                           (NombreOppoCheques)
                                   MOVE OQ-ChequeFin TO
                                       TQ-ChequeFin
                                           (NombreOppoCheques)
                               ELSE
                                   MOVE "O" TO OppoChequesDebordement
                                   MOVE '10' TO ws-file-status
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE oppositions-cheques
           END-IF.

       CHERCHER-OPPOSITION-CHEQUE.
           MOVE "N" TO ChequeFrappeOpposition.
           PERFORM VARYING IdxOppoCheque FROM 1 BY 1
                   UNTIL IdxOppoCheque > NombreOppoCheques
                      OR Cheque-Frappe-Opposition
               IF TQ-Compte(IdxOppoCheque) = TH-Compte(IdxChequePres)
                  AND TH-NumeroCheque(IdxChequePres)
                      >= TQ-ChequeDebut(IdxOppoCheque)
                  AND TH-NumeroCheque(IdxChequePres)
                      <= TQ-ChequeFin(IdxOppoCheque)
                   MOVE "O" TO ChequeFrappeOpposition
               END-IF
           END-PERFORM.

       PAYER-UN-CHEQUE-PRESENTE.
           MOVE SPACES TO MotifRejetCheque.
           MOVE TH-Compte(IdxChequePres) TO SR-Numero-Compte.
                        TO MontantControleOppo
                   MOVE SR-Solde TO SoldeControleOppo
                   PERFORM CONTROLER-OPPOSITION-DEBIT
                   PERFORM CHERCHER-OPPOSITION-CHEQUE
                   IF NOT Regle-Chequier-Type
      *> Un cheque presente sur un type de compte sans chequier est
      *> forcement frauduleux ou errone : rejet.
                       MOVE "06" TO MotifRejetCheque
                   ELSE
                   IF Cheque-Frappe-Opposition
                       MOVE "07" TO MotifRejetCheque
                   ELSE
                   IF Debit-Bloque-Opposition
                       MOVE "05" TO MotifRejetCheque
                   ELSE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           IF MotifRejetCheque NOT = SPACES
               PERFORM REJETER-CHEQUE-PRESENTE
                   ") : compte ", TH-Compte(IdxChequePres), ", ",
                   TH-Montant(IdxChequePres), ".".
      *> Les frais de rejet se facturent meme sans provision, comme
      *> les agios - sauf quand le compte n'existe pas ou que le
      *> cheque etait frappe d'opposition.
           IF MotifRejetCheque NOT = "04"
              AND MotifRejetCheque NOT = "07"
              AND FraisRejetCheque > ZERO
               MOVE TH-Compte(IdxChequePres) TO SR-Numero-Compte
               READ soldes
                       PERFORM ECRIRE-MOUVEMENT
               END-READ
           END-IF.
      *> Compte introuvable (motif 04) : personne a prevenir.
           IF MotifRejetCheque NOT = "04"
               MOVE TH-Compte(IdxChequePres) TO SR-Numero-Compte
               READ soldes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SR-Numero-Client TO AlerteClient
                       PERFORM CHERCHER-PREFERENCES-CLIENT
                       IF IdxPrefAlerteTrouve > ZERO
                           IF TP-Cheque(IdxPrefAlerteTrouve) = "O"
                               MOVE TH-Compte(IdxChequePres)
                                    TO AlerteCompte
                               MOVE "CHEQUEREJ" TO AlerteType
                               MOVE TH-Montant(IdxChequePres)
                                    TO AlerteMontant
                               PERFORM ECRIRE-ALERTE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *>==================================================================
      *> Etape (chaque nuit, avant l'export) : interets courus sur la
      *> derniere position quotidienne, extournes le jour de la pose.
      *>==================================================================
       ETAPE-COURUS.
           MOVE "COURUS" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           MOVE ZERO TO EcrituresCourus.
           PERFORM CHARGER-MAPPING-COURUS.
           IF NOT Mapping-Courus-Complet
      *> Parametrage a completer par la comptabilite : rien n'est
      *> couru ni extourne, la nuit se poursuit avec un ecart.
               DISPLAY "Codes A, C et O absents de gl_mapping : ",
                       "interets courus non calcules."
               MOVE "ECART" TO StatutEtape
           ELSE
               PERFORM CHARGER-INTERETS-COURUS
               IF Courus-Debordement
                   DISPLAY "Fichier interets_courus au-dela de la ",
                           "capacite de traitement (1000) : fichier ",
                           "laisse intact."
                   MOVE "ERREUR" TO StatutEtape
               ELSE
                   PERFORM COURIR-ET-EXTOURNER
               END-IF
           END-IF.
           MOVE EcrituresCourus TO CompteurEtape.
           PERFORM TERMINER-ETAPE.

       COURIR-ET-EXTOURNER.
      *> Le dernier jour du mois, la pose effective des interets (par
      *> la chaine ou par le guichet, meme controle de run) et la
      *> collecte des echeances de prets declenchent l'extourne du
      *> cumul correspondant ; le jour en cours n'est alors plus
      *> couru, la pose couvrant tout le mois.
           MOVE "N" TO InteretsPosesMois.
           MOVE "N" TO PretsPosesMois.
           MOVE "N" TO CourusAEnregistrer.
           IF JourDuMois = NbJoursMois
               MOVE "INTERETS" TO TypeRunControle
               COMPUTE DateMetierRun = MoisDuJour * 100
               PERFORM CONTROLER-RUN-FAIT
               MOVE RunDejaFait TO InteretsPosesMois
               MOVE "PRETS" TO TypeRunControle
               PERFORM CONTROLER-RUN-FAIT
               MOVE RunDejaFait TO PretsPosesMois
           END-IF.
           MOVE SPACES TO NomCourusDate.
           STRING "glcourus_" DateDuJour
               DELIMITED BY SIZE INTO NomCourusDate.
           OPEN OUTPUT gl-courus.
           IF Interets-Poses-Mois OR Prets-Poses-Mois
               PERFORM VARYING IdxCouru FROM 1 BY 1
                       UNTIL IdxCouru > NombreCourus
                   PERFORM EXTOURNER-UN-COURU
               END-PERFORM
           END-IF.
           PERFORM CHERCHER-DATE-POSITIONS.
           MOVE DatePositionsCourus(1:6) TO MoisPositionsCourus.
           IF DatePositionsCourus = ZERO
              OR MoisPositionsCourus NOT = MoisDuJour
      *> Premier jour du mois : la derniere position est celle du
      *> mois precedent, deja couvert par sa pose.
               DISPLAY "Aucune position du mois a courir."
           ELSE
               MOVE "COURUS" TO TypeRunControle
               MOVE DatePositionsCourus TO DateMetierRun
               PERFORM CONTROLER-RUN-FAIT
               IF Run-Deja-Fait
                   DISPLAY "Position du ", DatePositionsCourus,
                           " deja courue."
               ELSE
                   MOVE "O" TO CourusAEnregistrer
                   IF NOT Interets-Poses-Mois
                       PERFORM COURIR-POSITIONS
                   END-IF
                   IF NOT Prets-Poses-Mois
                       PERFORM COURIR-PRETS
                   END-IF
               END-IF
           END-IF.
           CLOSE gl-courus.
           IF Courus-Debordement
      *> Jamais de cumul partiel : les ecritures de la nuit sont
      *> retirees et le fichier des courus reste tel quel.
               OPEN OUTPUT gl-courus
               CLOSE gl-courus
               MOVE ZERO TO EcrituresCourus
               DISPLAY "Table des interets courus pleine (1000) : ",
                       "courus de la nuit abandonnes."
               MOVE "ERREUR" TO StatutEtape
           ELSE
               PERFORM REECRIRE-INTERETS-COURUS
               IF Courus-A-Enregistrer
                   MOVE "COURUS" TO TypeRunControle
                   MOVE DatePositionsCourus TO DateMetierRun
                   PERFORM ENREGISTRER-RUN-FAIT
               END-IF
               DISPLAY EcrituresCourus, " ecriture(s) d'interets ",
                       "courus passee(s) au journal comptable."
           END-IF.

       CHARGER-MAPPING-COURUS.
           MOVE ZERO TO NombreMappings.
           MOVE "N" TO MappingCourusComplet.
           OPEN INPUT gl-mapping.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ gl-mapping INTO gl-mapping-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreMappings < 40
                               ADD 1 TO NombreMappings
                               MOVE GM-Action
                                    TO MP-Action(NombreMappings)
                   END-READ
               END-PERFORM
               CLOSE gl-mapping
               MOVE "A" TO ActionCouru
               PERFORM CHERCHER-MAPPING-COURU
               IF Mapping-Trouve
                   MOVE "C" TO ActionCouru
                   PERFORM CHERCHER-MAPPING-COURU
                   IF Mapping-Trouve
                       MOVE "O" TO ActionCouru
                       PERFORM CHERCHER-MAPPING-COURU
                       IF Mapping-Trouve
                           MOVE "O" TO MappingCourusComplet
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHERCHER-MAPPING-COURU.
           MOVE "N" TO MappingTrouve.
           PERFORM VARYING IdxMapping FROM 1 BY 1
                   UNTIL IdxMapping > NombreMappings
               IF MP-Action(IdxMapping) = ActionCouru
                   MOVE "O" TO MappingTrouve
                   SET IdxMappingTrouve TO IdxMapping
               END-IF
           END-PERFORM.

       CHARGER-INTERETS-COURUS.
      *> Fichier absent : aucun interet encore couru.
           MOVE ZERO TO NombreCourus.
           MOVE "N" TO CourusDebordement.
           OPEN INPUT interets-courus.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ interets-courus
                           INTO interet-couru-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreCourus < 1000
                               ADD 1 TO NombreCourus
                               MOVE IC-Compte
                                    TO TN-Compte(NombreCourus)
                               MOVE IC-Crediteurs
                                    TO TN-Crediteurs(NombreCourus)
                               MOVE IC-Debiteurs
                                    TO TN-Debiteurs(NombreCourus)
                               MOVE IC-Prets TO TN-Prets(NombreCourus)
                               MOVE IC-Date TO TN-Date(NombreCourus)
                           ELSE
                               MOVE "O" TO CourusDebordement
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE interets-courus
           END-IF.

       REECRIRE-INTERETS-COURUS.
      *> Les comptes entierement extournes sortent du fichier.
           OPEN OUTPUT interets-courus.
           PERFORM VARYING IdxCouru FROM 1 BY 1
                   UNTIL IdxCouru > NombreCourus
               IF TN-Crediteurs(IdxCouru) NOT = ZERO
                  OR TN-Debiteurs(IdxCouru) NOT = ZERO
                  OR TN-Prets(IdxCouru) NOT = ZERO
                   MOVE TN-Compte(IdxCouru) TO IC-Compte
                   MOVE TN-Crediteurs(IdxCouru) TO IC-Crediteurs
                   MOVE TN-Debiteurs(IdxCouru) TO IC-Debiteurs
                   MOVE TN-Prets(IdxCouru) TO IC-Prets
                   MOVE TN-Date(IdxCouru) TO IC-Date
                   MOVE SEP-Virgule TO IC-FILLER1
                   MOVE SEP-Virgule TO IC-FILLER2
                   MOVE SEP-Virgule TO IC-FILLER3
                   MOVE SEP-Virgule TO IC-FILLER4
                   WRITE interet-couru-enregistrement
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE interets-courus.

       EXTOURNER-UN-COURU.
           MOVE TN-Compte(IdxCouru) TO CompteCouru.
           MOVE "O" TO ExtourneCouru.
           IF Interets-Poses-Mois
               IF TN-Crediteurs(IdxCouru) > ZERO
                   MOVE TN-Crediteurs(IdxCouru) TO MontantCouru
                   MOVE "A" TO ActionCouru
                   PERFORM ECRIRE-ECRITURE-COURU
               END-IF
               MOVE ZERO TO TN-Crediteurs(IdxCouru)
               IF TN-Debiteurs(IdxCouru) > ZERO
                   MOVE TN-Debiteurs(IdxCouru) TO MontantCouru
                   MOVE "C" TO ActionCouru
                   PERFORM ECRIRE-ECRITURE-COURU
               END-IF
               MOVE ZERO TO TN-Debiteurs(IdxCouru)
           END-IF.
           IF Prets-Poses-Mois
               IF TN-Prets(IdxCouru) > ZERO
                   MOVE TN-Prets(IdxCouru) TO MontantCouru
                   MOVE "O" TO ActionCouru
                   PERFORM ECRIRE-ECRITURE-COURU
               END-IF
               MOVE ZERO TO TN-Prets(IdxCouru)
           END-IF.

       CHERCHER-DATE-POSITIONS.
      *> Derniere photographie anterieure au jour : celle de la nuit
      *> precedente, prise apres tous ses postages.
           MOVE ZERO TO DatePositionsCourus.
           OPEN INPUT positions.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ positions INTO position-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF PO-Date < DateDuJour
                              AND PO-Date > DatePositionsCourus
                               MOVE PO-Date TO DatePositionsCourus
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE positions
           END-IF.

       COURIR-POSITIONS.
      *> Memes taux que la pose de fin de mois : un jour du taux
      *> mensuel du type de compte sur un solde crediteur, un jour
      *> du taux debiteur mensuel sur un solde debiteur. Sans
      *> parametre TAUXDEBITEUR, aucun agio n'est couru.
           MOVE "N" TO CrediteursCourables.
           MOVE "TAUXINTERET" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00' AND PARM-Valeur <= 100
               MOVE PARM-Valeur TO TauxInteretMensuel
               MOVE "O" TO CrediteursCourables
           ELSE
               DISPLAY "Parametre TAUXINTERET absent ou invalide : ",
                       "interets crediteurs non courus."
           END-IF.
           MOVE ZERO TO TauxDebiteurCouru.
           MOVE "TAUXDEBITEUR" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00' AND PARM-Valeur <= 100
               MOVE PARM-Valeur TO TauxDebiteurCouru
           END-IF.
      *> Regles des types chargees avant la lecture des positions,
      *> qui partage le meme statut de fichier.
           PERFORM CHARGER-TYPES-COMPTES.
           OPEN INPUT positions.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ positions INTO position-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF PO-Date = DatePositionsCourus
                               PERFORM COURIR-UNE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE positions
           END-IF.

       COURIR-UNE-POSITION.
           MOVE PO-Compte TO CompteCouru.
           MOVE "N" TO ExtourneCouru.
           MOVE ZERO TO MontantCouru.
           IF PO-Solde > ZERO AND Crediteurs-Courables
               MOVE PO-Compte TO SR-Numero-Compte
               READ soldes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SR-Type-Compte TO TypeCompteRecherche
                       PERFORM CHERCHER-REGLES-TYPE
                       IF Regle-Interet-Type
                           PERFORM CHOISIR-TAUX-TYPE
                           COMPUTE MontantCouru ROUNDED = PO-Solde
                                   * TauxInteretCompte / 100
                                   / NbJoursMois
                       END-IF
               END-READ
               IF MontantCouru > ZERO
                   PERFORM CHERCHER-OU-AJOUTER-COURU
                   IF Couru-Trouve
                       ADD MontantCouru
                           TO TN-Crediteurs(IdxCouruTrouve)
                       MOVE "A" TO ActionCouru
                       PERFORM ECRIRE-ECRITURE-COURU
                   END-IF
               END-IF
           END-IF.
           IF PO-Solde < ZERO AND TauxDebiteurCouru > ZERO
               COMPUTE MontantCouru ROUNDED = (0 - PO-Solde)
                       * TauxDebiteurCouru / 100 / NbJoursMois
               IF MontantCouru > ZERO
                   PERFORM CHERCHER-OU-AJOUTER-COURU
                   IF Couru-Trouve
                       ADD MontantCouru
                           TO TN-Debiteurs(IdxCouruTrouve)
                       MOVE "C" TO ActionCouru
                       PERFORM ECRIRE-ECRITURE-COURU
                   END-IF
               END-IF
           END-IF.

       COURIR-PRETS.
      *> Un jour de l'interet de la prochaine echeance de chaque pret
      *> actif, celle que la collecte de fin de mois prelevera.
           PERFORM CHARGER-PRETS-BATCH.
           IF Prets-Bancaires-Debordement
               DISPLAY "Fichier des prets au-dela de la capacite de ",
                       "traitement (100) : interets de prets non ",
                       "courus."
               MOVE "ECART" TO StatutEtape
           ELSE
               MOVE "N" TO ExtourneCouru
               PERFORM VARYING IdxPretB FROM 1 BY 1
                       UNTIL IdxPretB > NombrePretsBancaires
                   IF TP-Statut(IdxPretB) = "A"
                       PERFORM COURIR-UN-PRET
                   END-IF
               END-PERFORM
           END-IF.

       COURIR-UN-PRET.
           COMPUTE RangAPayer = TP-MensualitesPayees(IdxPretB) + 1.
           IF RangAPayer <= TP-DureeMois(IdxPretB)
               PERFORM CHERCHER-ECHEANCE-DUE
               IF Echeance-Trouvee AND InteretAPayer > ZERO
                   COMPUTE MontantCouru ROUNDED =
                           InteretAPayer / NbJoursMois
                   IF MontantCouru > ZERO
                       MOVE TP-Compte(IdxPretB) TO CompteCouru
                       PERFORM CHERCHER-OU-AJOUTER-COURU
                       IF Couru-Trouve
                           ADD MontantCouru
                               TO TN-Prets(IdxCouruTrouve)
                           MOVE "O" TO ActionCouru
                           PERFORM ECRIRE-ECRITURE-COURU
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHERCHER-OU-AJOUTER-COURU.
           MOVE "N" TO CouruTrouve.
           PERFORM VARYING IdxCouru FROM 1 BY 1
                   UNTIL IdxCouru > NombreCourus
                      OR Couru-Trouve
               IF TN-Compte(IdxCouru) = CompteCouru
                   MOVE "O" TO CouruTrouve
                   SET IdxCouruTrouve TO IdxCouru
               END-IF
           END-PERFORM.
           IF NOT Couru-Trouve
               IF NombreCourus < 1000
                   ADD 1 TO NombreCourus
                   MOVE CompteCouru TO TN-Compte(NombreCourus)
                   MOVE ZERO TO TN-Crediteurs(NombreCourus)
                   MOVE ZERO TO TN-Debiteurs(NombreCourus)
                   MOVE ZERO TO TN-Prets(NombreCourus)
                   MOVE NombreCourus TO IdxCouruTrouve
                   MOVE "O" TO CouruTrouve
               ELSE
                   MOVE "O" TO CourusDebordement
               END-IF
           END-IF.
           IF Couru-Trouve
               MOVE DatePositionsCourus TO TN-Date(IdxCouruTrouve)
           END-IF.

       ECRIRE-ECRITURE-COURU.
      *> Une ecriture equilibree a l'agence du compte ; l'extourne
      *> inverse les deux jambes. Un montant au-dela de la zone
      *> montant du journal part en plusieurs ecritures.
           PERFORM CHERCHER-MAPPING-COURU.
           MOVE 1 TO AgenceCouru.
           MOVE CompteCouru TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SR-Agence IS NUMERIC AND SR-Agence > ZERO
                       MOVE SR-Agence TO AgenceCouru
                   END-IF
           END-READ.
           MOVE MontantCouru TO ResteCouru.
           PERFORM ECRIRE-TRANCHE-COURU UNTIL ResteCouru = ZERO.

       ECRIRE-TRANCHE-COURU.
           IF ResteCouru > 99999.99
               MOVE 99999.99 TO DET-Montant
           ELSE
               MOVE ResteCouru TO DET-Montant
           END-IF.
           SUBTRACT DET-Montant FROM ResteCouru.
           MOVE ActionCouru TO DET-Action.
           MOVE ZERO TO DET-Sequence.
           MOVE AgenceCouru TO DET-Agence.
           MOVE SEP-Virgule TO DET-FILLER1.
           MOVE SEP-Virgule TO DET-FILLER2.
           MOVE SEP-Virgule TO DET-FILLER3.
           MOVE SEP-Virgule TO DET-FILLER4.
           MOVE SEP-Virgule TO DET-FILLER5.
           MOVE "D" TO DET-Sens.
           IF Extourne-Couru
               MOVE MP-Compte-Credit(IdxMappingTrouve)
                    TO DET-Compte-GL
           ELSE
               MOVE MP-Compte-Debit(IdxMappingTrouve)
                    TO DET-Compte-GL
           END-IF.
           MOVE DET-Ligne TO gl-courus-record.
           WRITE gl-courus-record
           END-WRITE.
           MOVE "C" TO DET-Sens.
           IF Extourne-Couru
               MOVE MP-Compte-Debit(IdxMappingTrouve)
                    TO DET-Compte-GL
           ELSE
               MOVE MP-Compte-Credit(IdxMappingTrouve)
                    TO DET-Compte-GL
           END-IF.
           MOVE DET-Ligne TO gl-courus-record.
           WRITE gl-courus-record
           END-WRITE.
           ADD 1 TO EcrituresCourus.

      *>==================================================================
      *> Etape (chaque nuit, avant l'export) : vieillissement de la
      *> file des credits recus en suspens.
      *>==================================================================
       ETAPE-SUSPENS.
           MOVE "SUSPENS" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           PERFORM LIRE-COMPTE-SUSPENS.
           MOVE "JOURSSUSP" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO JoursMaxSuspens
           END-IF.
           MOVE ZERO TO NbSuspensOuverts.
           MOVE ZERO TO NbSuspensEchus.
           MOVE ZERO TO TotalSuspensOuverts.
           MOVE ZERO TO TotalSuspensEchus.
           DISPLAY "Suspens ouverts au ", DateDuJour,
                   " (compte d'attente ", CompteSuspens,
                   ", delai ", JoursMaxSuspens, " jours) :".
           OPEN INPUT suspens.
           IF ws-file-status = '00'
               DISPLAY "Numero Entree   Compte  Montant   Banque ",
                       "Reference  Age (j)"
               PERFORM UNTIL ws-file-status = '10'
                   READ suspens
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF SU-Statut = "O"
                               PERFORM VIEILLIR-UN-SUSPENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE suspens
           END-IF.
           DISPLAY NbSuspensOuverts, " suspens ouvert(s) pour ",
                   TotalSuspensOuverts, ", dont ", NbSuspensEchus,
                   " au-dela du delai pour ", TotalSuspensEchus, ".".
           IF NbSuspensEchus > ZERO
               DISPLAY "SUSPENS EN RETARD : a reimputer ou retourner ",
                       "depuis le guichet (option 37)."
               MOVE "ECART" TO StatutEtape
           END-IF.
      *> Sans parametrage des codes 1 et 2, l'export de la nuit ne
      *> pourra pas traduire les mouvements du compte d'attente.
           PERFORM CHARGER-MAPPING-COURUS.
           MOVE "1" TO ActionCouru.
           PERFORM CHERCHER-MAPPING-COURU.
           IF Mapping-Trouve
               MOVE "2" TO ActionCouru
               PERFORM CHERCHER-MAPPING-COURU
           END-IF.
           IF NOT Mapping-Trouve
               DISPLAY "Codes 1 et 2 (compte d'attente) absents de ",
                       "gl_mapping : a parametrer avant l'export."
               MOVE "ECART" TO StatutEtape
           END-IF.
           MOVE NbSuspensOuverts TO CompteurEtape.
           PERFORM TERMINER-ETAPE.

       VIEILLIR-UN-SUSPENS.
           MOVE "D" TO DATU-Operation.
           MOVE SU-DateEntree TO DATU-Date1.
           MOVE DateDuJour TO DATU-Date2.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           MOVE DATU-Nombre TO AgeSuspens.
           ADD 1 TO NbSuspensOuverts.
           ADD SU-Montant TO TotalSuspensOuverts.
           IF AgeSuspens > JoursMaxSuspens
               ADD 1 TO NbSuspensEchus
               ADD SU-Montant TO TotalSuspensEchus
               DISPLAY SU-Numero, " ", SU-DateEntree, " ",
                       SU-Compte-Vise, " ", SU-Montant, " ",
                       SU-Banque-Origine, "  ", SU-Reference, " ",
                       AgeSuspens, " EN RETARD"
           ELSE
               DISPLAY SU-Numero, " ", SU-DateEntree, " ",
                       SU-Compte-Vise, " ", SU-Montant, " ",
                       SU-Banque-Origine, "  ", SU-Reference, " ",
                       AgeSuspens
           END-IF.

       LIRE-COMPTE-SUSPENS.
           MOVE "CPTSUSPENS" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteSuspens
           END-IF.

      *>==================================================================
      *> Etape 3 : export comptable de la journee.
      *>==================================================================
       ETAPE-EXPORT-GL.
           MOVE "EXPORT GL" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           MOVE ZERO TO NombreMappings.
           MOVE ZERO TO TotalDebits.
           MOVE ZERO TO TotalCredits.
           MOVE ZERO TO TotalHash.
           MOVE ZERO TO NombreErreursGL.
           OPEN INPUT gl-mapping.
           IF ws-file-status NOT = '00'
               DISPLAY "Parametrage gl_mapping absent : lancer ",
                       "ExportGL une premiere fois pour le creer."
               MOVE "ERREUR" TO StatutEtape
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ gl-mapping INTO gl-mapping-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreMappings < 40
                               ADD 1 TO NombreMappings
                               MOVE GM-Action
                                    TO MP-Action(NombreMappings)
                               MOVE GM-Compte-Debit TO
                                   MP-Compte-Debit(NombreMappings)
                               MOVE GM-Compte-Credit TO
                                   MP-Compte-Credit(NombreMappings)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gl-mapping
               CLOSE historique
               OPEN OUTPUT gl-journal
               MOVE SPACES TO LigneJournal
               STRING "H," DateDuJour DELIMITED BY SIZE
                   INTO LigneJournal
               MOVE LigneJournal TO gl-journal-record
               WRITE gl-journal-record
               END-WRITE
               OPEN INPUT historique
               MOVE '00' TO ws-file-status
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF H-Date = DateDuJour
                               PERFORM EXPORTER-LIGNE-GL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique
               PERFORM REPRENDRE-COURUS-GL
               PERFORM REPRENDRE-PAIE-GL
               MOVE SPACES TO LigneJournal
               STRING "T," CompteurEtape "," TotalDebits ","
                      TotalCredits "," TotalHash
                   DELIMITED BY SIZE INTO LigneJournal
               MOVE LigneJournal TO gl-journal-record
               WRITE gl-journal-record
               END-WRITE
               CLOSE gl-journal
               OPEN I-O historique
               IF NombreErreursGL > ZERO
                      OR TotalDebits NOT = TotalCredits
                   DISPLAY "Export comptable desequilibre : ",
                           NombreErreursGL, " erreur(s)."
                   OPEN OUTPUT gl-journal
                   CLOSE gl-journal
                   MOVE "ERREUR" TO StatutEtape
               ELSE
                   PERFORM COPIER-JOURNAL-DATE
               END-IF
           END-IF.
           PERFORM TERMINER-ETAPE.

       COPIER-JOURNAL-DATE.
      *> Recopie le journal equilibre vers sa copie datee, relue par
      *> le grand-livre pour cumuler les jours d'une periode.
           MOVE SPACES TO NomJournalDate.
           STRING "gljournal_" DateDuJour
               DELIMITED BY SIZE INTO NomJournalDate.
           OPEN INPUT gl-journal.
           OPEN OUTPUT gl-journal-date.
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ gl-journal
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       MOVE gl-journal-record
                            TO gl-journal-date-record
                       WRITE gl-journal-date-record
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE gl-journal-date.
           CLOSE gl-journal.

       REPRENDRE-COURUS-GL.
      *> Ecritures d'interets courus de la nuit, deja equilibrees
      *> par l'etape des courus : recopiees telles quelles et
      *> comptees dans les totaux de controle (une ecriture par
      *> jambe debit).
           MOVE SPACES TO NomCourusDate.
           STRING "glcourus_" DateDuJour
               DELIMITED BY SIZE INTO NomCourusDate.
           PERFORM RECOPIER-ECRITURES-PREPAREES.

       REPRENDRE-PAIE-GL.
      *> Journal de paie du jour ecrit par Paie (codes 5, 6, 7 et 8),
      *> deja equilibre : meme reprise que les courus.
           MOVE SPACES TO NomCourusDate.
           STRING "glpaie_" DateDuJour
               DELIMITED BY SIZE INTO NomCourusDate.
           PERFORM RECOPIER-ECRITURES-PREPAREES.

       RECOPIER-ECRITURES-PREPAREES.
           OPEN INPUT gl-courus.
           IF ws-statut-copie = '00'
               PERFORM UNTIL ws-statut-copie = '10'
                   READ gl-courus
                       AT END
                           MOVE '10' TO ws-statut-copie
                       NOT AT END
                           MOVE gl-courus-record TO DET-Ligne
                           IF DET-Sens = "D"
                               ADD DET-Montant TO TotalDebits
                               ADD 1 TO CompteurEtape
                           ELSE
                               ADD DET-Montant TO TotalCredits
                           END-IF
                           ADD DET-Compte-GL TO TotalHash
                           MOVE gl-courus-record TO gl-journal-record
                           WRITE gl-journal-record
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE gl-courus
           END-IF.

       EXPORTER-LIGNE-GL.
           MOVE "N" TO MappingTrouve.
           PERFORM VARYING IdxMapping FROM 1 BY 1
                   UNTIL IdxMapping > NombreMappings
               IF MP-Action(IdxMapping) = H-Action
                   MOVE "O" TO MappingTrouve
                   SET IdxMappingTrouve TO IdxMapping
               END-IF
           END-PERFORM.
           IF NOT Mapping-Trouve
               ADD 1 TO NombreErreursGL
               DISPLAY "Code action non parametre : ", H-Action
           ELSE
      *> Les deux jambes vont a l'agence du compte client, comme
      *> dans ExportGL.
               MOVE 1 TO DET-Agence
               MOVE H-Numero-Compte TO SR-Numero-Compte
               READ soldes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SR-Agence IS NUMERIC AND SR-Agence > ZERO
                           MOVE SR-Agence TO DET-Agence
                       END-IF
               END-READ
               MOVE "D" TO DET-Sens
               MOVE MP-Compte-Debit(IdxMappingTrouve)
                    TO DET-Compte-GL
               PERFORM ECRIRE-DETAIL-GL
               ADD H-Montant TO TotalDebits
               ADD MP-Compte-Debit(IdxMappingTrouve) TO TotalHash
               MOVE "C" TO DET-Sens
               MOVE MP-Compte-Credit(IdxMappingTrouve)
                    TO DET-Compte-GL
               PERFORM ECRIRE-DETAIL-GL
               ADD H-Montant TO TotalCredits
               ADD MP-Compte-Credit(IdxMappingTrouve) TO TotalHash
               ADD 1 TO CompteurEtape
           END-IF.

       ECRIRE-DETAIL-GL.
           MOVE H-Montant TO DET-Montant.
           MOVE H-Action TO DET-Action.
           MOVE H-Sequence TO DET-Sequence.
           MOVE SEP-Virgule TO DET-FILLER1.
           MOVE SEP-Virgule TO DET-FILLER2.
           MOVE SEP-Virgule TO DET-FILLER3.
           MOVE SEP-Virgule TO DET-FILLER4.
           MOVE SEP-Virgule TO DET-FILLER5.
           MOVE SPACES TO gl-journal-record.
           MOVE DET-Ligne TO gl-journal-record.
           WRITE gl-journal-record
           END-WRITE.

      *>==================================================================
      *> Etape 3 bis : controle des soldes clients contre le
      *> grand-livre.
      *>==================================================================
       ETAPE-CONTROLE-GL.
           MOVE "CONTROLE GL" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           MOVE ZERO TO ToleranceEcartGL.
           MOVE "ECARTGLMAX" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO ToleranceEcartGL
           END-IF.
           PERFORM CHERCHER-COMPTE-GL-CLIENTS.
           PERFORM LIRE-COMPTE-SUSPENS.
           PERFORM CHARGER-SOLDES-GL.
           IF CompteGLClients = ZERO
               DISPLAY "Aucun compte general des depots clients ",
                       "(code D) dans gl_mapping : controle ",
                       "impossible."
               MOVE "ERREUR" TO StatutEtape
           ELSE
           IF Soldes-GL-Debordement
               DISPLAY "Fichier soldes_gl au-dela de la capacite ",
                       "(100 comptes) : controle abandonne."
               MOVE "ERREUR" TO StatutEtape
           ELSE
               PERFORM TOTALISER-SOLDES-CLIENTS
               IF Soldes-GL-Presents
                   PERFORM CUMULER-JOURNAUX-GL
               ELSE
                   PERFORM AMORCER-SOLDES-GL
               END-IF
               IF Soldes-GL-Debordement
                   DISPLAY "Plus de 100 comptes generaux au journal :",
                           " controle abandonne, soldes_gl intact."
                   MOVE "ERREUR" TO StatutEtape
               ELSE
                   PERFORM REECRIRE-SOLDES-GL
                   PERFORM COMPARER-SOLDES-GL
               END-IF
           END-IF
           END-IF.
           PERFORM TERMINER-ETAPE.

       CHERCHER-COMPTE-GL-CLIENTS.
           MOVE ZERO TO CompteGLClients.
           OPEN INPUT gl-mapping.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ gl-mapping INTO gl-mapping-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF GM-Action = "D"
                               MOVE GM-Compte-Credit
                                    TO CompteGLClients
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gl-mapping
           END-IF.

       CHARGER-SOLDES-GL.
           MOVE ZERO TO NombreSoldesGL.
           MOVE ZERO TO DateSoldesGL.
           MOVE "N" TO SoldesGLPresents.
           MOVE "N" TO SoldesGLDebordement.
           OPEN INPUT soldes-gl.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ soldes-gl INTO solde-gl-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE "O" TO SoldesGLPresents
                           MOVE SG-Date TO DateSoldesGL
                           IF NombreSoldesGL < 100
                               ADD 1 TO NombreSoldesGL
                               MOVE SG-Compte
                                    TO TG-Compte(NombreSoldesGL)
                               MOVE SG-Solde
                                    TO TG-Solde(NombreSoldesGL)
                           ELSE
                               MOVE "O" TO SoldesGLDebordement
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE soldes-gl
           END-IF.

       TOTALISER-SOLDES-CLIENTS.
           MOVE ZERO TO NombreSoldesControle.
           MOVE ZERO TO TotalSoldesClients.
           MOVE "N" TO FinParcoursSoldes.
           MOVE ZERO TO SR-Numero-Compte.
           START soldes KEY IS NOT LESS THAN SR-Numero-Compte
               INVALID KEY
                   MOVE "O" TO FinParcoursSoldes
               NOT INVALID KEY
                   CONTINUE
           END-START.
           PERFORM TOTALISER-SOLDE-SUIVANT
                   UNTIL Fin-Parcours-Soldes.

       TOTALISER-SOLDE-SUIVANT.
           READ soldes NEXT RECORD
               AT END
                   MOVE "O" TO FinParcoursSoldes
               NOT AT END
      *> Le compte d'attente des suspens n'est pas un depot client :
      *> il est tenu au grand-livre sur son propre compte.
                   IF SR-Numero-Compte NOT = CompteSuspens
                       PERFORM CUMULER-SOLDE-CONTROLE
                   END-IF
           END-READ.

       CUMULER-SOLDE-CONTROLE.
           ADD SR-Solde TO TotalSoldesClients.
           ADD 1 TO CompteurEtape.
           MOVE "N" TO SoldeControleTrouve.
           PERFORM VARYING IdxSoldeCtl FROM 1 BY 1
                   UNTIL IdxSoldeCtl > NombreSoldesControle
                      OR Solde-Controle-Trouve
               IF TS-Devise(IdxSoldeCtl) = SR-Devise
                  AND TS-Type(IdxSoldeCtl) = SR-Type-Compte
                   MOVE "O" TO SoldeControleTrouve
                   ADD 1 TO TS-Comptes(IdxSoldeCtl)
                   ADD SR-Solde TO TS-Total(IdxSoldeCtl)
               END-IF
           END-PERFORM.
           IF NOT Solde-Controle-Trouve
              AND NombreSoldesControle < 30
               ADD 1 TO NombreSoldesControle
               MOVE SR-Devise TO TS-Devise(NombreSoldesControle)
               MOVE SR-Type-Compte TO TS-Type(NombreSoldesControle)
               MOVE 1 TO TS-Comptes(NombreSoldesControle)
               MOVE SR-Solde TO TS-Total(NombreSoldesControle)
           END-IF.

       AMORCER-SOLDES-GL.
      *> Premiere nuit du controle : aucun cumul comptable n'existe
      *> encore, le compte des depots clients est amorce sur les
      *> soldes du jour (journal du jour compris). Les nuits
      *> suivantes n'y ajoutent plus que les journaux.
           DISPLAY "Fichier soldes_gl absent : amorcage du compte ",
                   CompteGLClients, " sur les soldes clients du jour.".
           MOVE 1 TO NombreSoldesGL.
           MOVE CompteGLClients TO TG-Compte(1).
           COMPUTE TG-Solde(1) = 0 - TotalSoldesClients.
           MOVE DateDuJour TO DateSoldesGL.

       CUMULER-JOURNAUX-GL.
      *> Chaque copie datee posterieure au dernier cumul est ajoutee,
      *> jours sans export compris (simplement sautes) : une nuit
      *> manquee rattrapee par ExportGL est donc prise en compte.
           MOVE ZERO TO JournauxCumules.
           MOVE DateSoldesGL TO DateJournalCumule.
           PERFORM AVANCER-DATE-JOURNAL-GL.
           PERFORM CUMULER-UN-JOURNAL-GL
                   UNTIL DateJournalCumule > DateDuJour
                      OR Soldes-GL-Debordement.
           MOVE DateDuJour TO DateSoldesGL.
           DISPLAY JournauxCumules, " journal(aux) comptable(s) ",
                   "ajoute(s) aux soldes generaux.".

       CUMULER-UN-JOURNAL-GL.
           MOVE SPACES TO NomJournalDate.
           STRING "gljournal_" DateJournalCumule
               DELIMITED BY SIZE INTO NomJournalDate.
           OPEN INPUT gl-journal-date.
           IF ws-statut-copie = '00'
               ADD 1 TO JournauxCumules
               PERFORM UNTIL ws-statut-copie = '10'
                   READ gl-journal-date
                       AT END
                           MOVE '10' TO ws-statut-copie
                       NOT AT END
                           MOVE gl-journal-date-record TO DET-Ligne
                           PERFORM CUMULER-LIGNE-JOURNAL-GL
                   END-READ
               END-PERFORM
               CLOSE gl-journal-date
           END-IF.
           PERFORM AVANCER-DATE-JOURNAL-GL.

       CUMULER-LIGNE-JOURNAL-GL.
           IF DET-Sens = "D" OR DET-Sens = "C"
               MOVE DET-Compte-GL TO CompteGLRecherche
               PERFORM CHERCHER-SOLDE-GL
               IF Solde-GL-Trouve
                   IF DET-Sens = "D"
                       ADD DET-Montant TO TG-Solde(IdxSoldeGL)
                   ELSE
                       SUBTRACT DET-Montant FROM TG-Solde(IdxSoldeGL)
                   END-IF
               END-IF
           END-IF.

       CHERCHER-SOLDE-GL.
           MOVE "N" TO SoldeGLTrouve.
           PERFORM VARYING IdxSoldeGL FROM 1 BY 1
                   UNTIL IdxSoldeGL > NombreSoldesGL
                      OR Solde-GL-Trouve
               IF TG-Compte(IdxSoldeGL) = CompteGLRecherche
                   MOVE "O" TO SoldeGLTrouve
               END-IF
           END-PERFORM.
           IF Solde-GL-Trouve
               SET IdxSoldeGL DOWN BY 1
           ELSE
               IF NombreSoldesGL < 100
                   ADD 1 TO NombreSoldesGL
                   SET IdxSoldeGL TO NombreSoldesGL
                   MOVE CompteGLRecherche TO TG-Compte(IdxSoldeGL)
                   MOVE ZERO TO TG-Solde(IdxSoldeGL)
                   MOVE "O" TO SoldeGLTrouve
               ELSE
                   MOVE "O" TO SoldesGLDebordement
               END-IF
           END-IF.

       AVANCER-DATE-JOURNAL-GL.
           MOVE "A" TO DATU-Operation.
           MOVE DateJournalCumule TO DATU-Date1.
           MOVE 1 TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00'
               MOVE DATU-DateResultat TO DateJournalCumule
           ELSE
               MOVE 99999999 TO DateJournalCumule
           END-IF.

       REECRIRE-SOLDES-GL.
           OPEN OUTPUT soldes-gl.
           PERFORM VARYING IdxSoldeGL FROM 1 BY 1
                   UNTIL IdxSoldeGL > NombreSoldesGL
               MOVE TG-Compte(IdxSoldeGL) TO SG-Compte
               MOVE TG-Solde(IdxSoldeGL) TO SG-Solde
               MOVE DateSoldesGL TO SG-Date
               MOVE SEP-Virgule TO SG-FILLER1
               MOVE SEP-Virgule TO SG-FILLER2
               WRITE solde-gl-enregistrement
               END-WRITE
           END-PERFORM.
           CLOSE soldes-gl.

       COMPARER-SOLDES-GL.
           DISPLAY "Devise Type Comptes Total des soldes".
           PERFORM VARYING IdxSoldeCtl FROM 1 BY 1
                   UNTIL IdxSoldeCtl > NombreSoldesControle
               DISPLAY TS-Devise(IdxSoldeCtl), "    ",
                       TS-Type(IdxSoldeCtl), "    ",
                       TS-Comptes(IdxSoldeCtl), "   ",
                       TS-Total(IdxSoldeCtl)
           END-PERFORM.
      *> Un compte de depots clients est crediteur au grand-livre :
      *> son solde debit moins credit est l'oppose des soldes.
           MOVE CompteGLClients TO CompteGLRecherche.
           PERFORM CHERCHER-SOLDE-GL.
           COMPUTE SoldeGLClients = 0 - TG-Solde(IdxSoldeGL).
           COMPUTE EcartSoldesGL = TotalSoldesClients - SoldeGLClients.
           IF EcartSoldesGL < ZERO
               COMPUTE EcartSoldesGLAbsolu = 0 - EcartSoldesGL
           ELSE
               MOVE EcartSoldesGL TO EcartSoldesGLAbsolu
           END-IF.
           DISPLAY "Total des soldes clients  : ", TotalSoldesClients.
           DISPLAY "Compte general ", CompteGLClients, "     : ",
                   SoldeGLClients, " (crediteur)".
           DISPLAY "Ecart                     : ", EcartSoldesGL,
                   " (tolerance ", ToleranceEcartGL, ")".
           IF EcartSoldesGLAbsolu > ToleranceEcartGL
               DISPLAY "CONTROLE GL EN ECART : soldes clients et ",
                       "grand-livre divergent."
               MOVE "ECART" TO StatutEtape
           ELSE
               DISPLAY "Soldes clients et grand-livre concordent."
           END-IF.

      *>==================================================================
      *> Etape 4 : etat de l'activite du jour.
           PERFORM DEMARRER-ETAPE.
           MOVE ZERO TO NombreActionsVues.
           INITIALIZE StatsJour.
           MOVE ZERO TO NombreStatsAgence.
           MOVE "N" TO StatsAgenceDebordement.
           CLOSE historique.
           OPEN INPUT historique.
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.
           DISPLAY "Activite du ", DateDuJour, " par agence et ",
                   "code action :".
           MOVE ZERO TO AgenceRapport.
           PERFORM CHERCHER-AGENCE-RAPPORT-SUIVANTE.
           PERFORM UNTIL AgenceRapportSuivante > 999
               MOVE AgenceRapportSuivante TO AgenceRapport
               PERFORM IMPRIMER-STAT-AGENCE
               PERFORM CHERCHER-AGENCE-RAPPORT-SUIVANTE
           END-PERFORM.
           IF Stats-Agence-Debordement
               DISPLAY "Ventilation par agence incomplete (plus de ",
                       "300 couples agence/action) : seul le total ",
                       "banque fait foi."
               MOVE "ECART" TO StatutEtape
           END-IF.
           DISPLAY "Total banque par code action :".
           MOVE ZERO TO NbMouvementsBanque.
           MOVE ZERO TO TotalMouvementsBanque.
           PERFORM VARYING IdxStat FROM 1 BY 1
                   UNTIL IdxStat > NombreActionsVues
               DISPLAY "  ", SA-Action(IdxStat), " : ",
                       SA-Nb(IdxStat), " mouvement(s), total ",
                       SA-Total(IdxStat)
               ADD SA-Nb(IdxStat) TO NbMouvementsBanque
               ADD SA-Total(IdxStat) TO TotalMouvementsBanque
           END-PERFORM.
           DISPLAY "Total banque : ", NbMouvementsBanque,
                   " mouvement(s), ", TotalMouvementsBanque, ".".
           PERFORM TERMINER-ETAPE.

       CHERCHER-AGENCE-RAPPORT-SUIVANTE.
      *> Plus petit code agence superieur a AgenceRapport ; 1000
      *> s'il n'y en a plus.
           MOVE 1000 TO AgenceRapportSuivante.
           PERFORM VARYING IdxStatAg FROM 1 BY 1
                   UNTIL IdxStatAg > NombreStatsAgence
               IF SJ-Agence(IdxStatAg) > AgenceRapport
                  AND SJ-Agence(IdxStatAg) < AgenceRapportSuivante
                   MOVE SJ-Agence(IdxStatAg) TO AgenceRapportSuivante
               END-IF
           END-PERFORM.

       IMPRIMER-STAT-AGENCE.
           DISPLAY "Agence ", AgenceRapport, " :".
           MOVE ZERO TO NbMouvementsAgence.
           MOVE ZERO TO TotalMouvementsAgence.
           PERFORM VARYING IdxStatAg FROM 1 BY 1
                   UNTIL IdxStatAg > NombreStatsAgence
               IF SJ-Agence(IdxStatAg) = AgenceRapport
                   DISPLAY "  ", SJ-Action(IdxStatAg), " : ",
                           SJ-Nb(IdxStatAg), " mouvement(s), total ",
                           SJ-Total(IdxStatAg)
                   ADD SJ-Nb(IdxStatAg) TO NbMouvementsAgence
                   ADD SJ-Total(IdxStatAg) TO TotalMouvementsAgence
               END-IF
           END-PERFORM.
           DISPLAY "  Sous-total agence ", AgenceRapport, " : ",
                   NbMouvementsAgence, " mouvement(s), ",
                   TotalMouvementsAgence, ".".

       CUMULER-STAT-JOUR.
           ADD 1 TO CompteurEtape.
           MOVE "N" TO ActionVue.
                   MOVE H-Montant TO SA-Total(NombreActionsVues)
               END-IF
           END-IF.
           MOVE 1 TO AgenceMouvement.
           MOVE H-Numero-Compte TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SR-Agence IS NUMERIC AND SR-Agence > ZERO
                       MOVE SR-Agence TO AgenceMouvement
                   END-IF
           END-READ.
           MOVE ZERO TO IdxStatAgTrouve.
           PERFORM VARYING IdxStatAg FROM 1 BY 1
                   UNTIL IdxStatAg > NombreStatsAgence
                      OR IdxStatAgTrouve > ZERO
               IF SJ-Agence(IdxStatAg) = AgenceMouvement
                  AND SJ-Action(IdxStatAg) = H-Action
                   SET IdxStatAgTrouve TO IdxStatAg
               END-IF
           END-PERFORM.
           IF IdxStatAgTrouve > ZERO
               ADD 1 TO SJ-Nb(IdxStatAgTrouve)
               ADD H-Montant TO SJ-Total(IdxStatAgTrouve)
           ELSE
               IF NombreStatsAgence < 300
                   ADD 1 TO NombreStatsAgence
                   MOVE AgenceMouvement
                        TO SJ-Agence(NombreStatsAgence)
                   MOVE H-Action TO SJ-Action(NombreStatsAgence)
                   MOVE 1 TO SJ-Nb(NombreStatsAgence)
                   MOVE H-Montant TO SJ-Total(NombreStatsAgence)
               ELSE
                   MOVE "O" TO StatsAgenceDebordement
               END-IF
           END-IF.

      *>==================================================================
      *> Etape 5 (dernier jour du mois) : interets sur positions
           MOVE MoisDuJour TO MoisTravail.
           PERFORM CALCULER-JOURS-DU-MOIS.
           CLOSE historique.
           OPEN INPUT historique.
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.

       VENTILER-UNE-ARCHIVE.
           MOVE SPACES TO NomFichierArchive.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                   MOVE H-Montant TO MouvementSigne
               WHEN "L"
                   MOVE H-Montant TO MouvementSigne
               WHEN "1"
                   MOVE H-Montant TO MouvementSigne
               WHEN "4"
                   MOVE H-Montant TO MouvementSigne
               WHEN "K"
                   COMPUTE MouvementSigne = 0 - H-Montant
               WHEN "N"
                   COMPUTE MouvementSigne = 0 - H-Montant
               WHEN "P"
                   COMPUTE MouvementSigne = 0 - H-Montant
               WHEN "2"
                   COMPUTE MouvementSigne = 0 - H-Montant
               WHEN "3"
                   COMPUTE MouvementSigne = 0 - H-Montant
               WHEN "X"
                   EVALUATE H-Action-Origine
                       WHEN "D"
               END-IF
           END-IF.

      *>==================================================================
      *> Etape (chaque nuit) : recouvrement des echeances de prets
      *> impayees, la plus ancienne d'abord, des que le compte de
      *> l'emprunteur a la provision. Sans danger a la relance :
      *> une echeance recouvree est marquee R au registre.
      *>==================================================================
       ETAPE-ARRIERES-PRETS.
           MOVE "ARRIERES PRETS" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           PERFORM CHARGER-PRETS-BATCH.
           PERFORM CHARGER-ARRIERES-PRETS.
           EVALUATE TRUE
               WHEN Prets-Bancaires-Debordement
                   DISPLAY "Fichier des prets au-dela de la ",
                           "capacite de traitement (100) : ",
                           "recouvrement abandonne."
                   MOVE "ERREUR" TO StatutEtape
               WHEN Arrieres-Debordement
                   DISPLAY "Registre prets_arrieres au-dela de la ",
                           "capacite de traitement (500) : ",
                           "recouvrement abandonne."
                   MOVE "ERREUR" TO StatutEtape
               WHEN OTHER
                   MOVE "N" TO ArrieresModifies
                   MOVE ZERO TO ArrieresRecouvres
                   PERFORM VARYING IdxArriere FROM 1 BY 1
                           UNTIL IdxArriere > NombreArrieresCharges
                       IF TR-Statut(IdxArriere) NOT = "R"
                           PERFORM RECOUVRER-UN-ARRIERE
                       END-IF
                   END-PERFORM
                   IF Arrieres-Modifies
                       PERFORM REECRIRE-ARRIERES-PRETS
                       PERFORM REECRIRE-PRETS-BATCH
                   END-IF
                   IF ArrieresRecouvres > ZERO
                       DISPLAY ArrieresRecouvres, " echeance(s) ",
                               "impayee(s) recouvree(s)."
                   END-IF
           END-EVALUATE.
           PERFORM TERMINER-ETAPE.

       RECOUVRER-UN-ARRIERE.
      *> Seule l'echeance qui suit la derniere payee peut etre
      *> recouvree : les suivantes du meme pret attendent leur tour,
      *> servi dans la meme passe si le compte suit.
           MOVE "N" TO PretArriereTrouve.
           PERFORM VARYING IdxPretB FROM 1 BY 1
                   UNTIL IdxPretB > NombrePretsBancaires
                      OR Pret-Arriere-Trouve
               IF TP-Numero(IdxPretB) = TR-Pret(IdxArriere)
                   MOVE "O" TO PretArriereTrouve
               END-IF
           END-PERFORM.
           IF Pret-Arriere-Trouve
               SET IdxPretB DOWN BY 1
               IF TP-Statut(IdxPretB) = "A"
                  AND TR-Rang(IdxArriere)
                      = TP-MensualitesPayees(IdxPretB) + 1
                   MOVE TR-Rang(IdxArriere) TO RangAPayer
                   PERFORM CHERCHER-ECHEANCE-DUE
                   IF Echeance-Trouvee
                       COMPUTE MensualiteAPayer =
                               InteretAPayer + CapitalAPayer
                       MOVE TP-Compte(IdxPretB) TO SR-Numero-Compte
                       READ soldes
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF SR-Solde - MensualiteAPayer
                                       >= 0 - SR-Limite-Decouvert
                                   PERFORM DEBITER-MENSUALITE
                                   MOVE "R" TO TR-Statut(IdxArriere)
                                   MOVE DateDuJour TO
                                     TR-DateRegularisation(IdxArriere)
                                   MOVE "O" TO ArrieresModifies
                                   ADD 1 TO ArrieresRecouvres
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *>==================================================================
      *> Etape (dernier jour du mois) : collecte des echeances de
      *> prets depuis les comptes des emprunteurs.
                           "capacite de traitement (100) : collecte ",
                           "abandonnee, fichier laisse intact."
                   MOVE "ERREUR" TO StatutEtape
               ELSE
               PERFORM CHARGER-ARRIERES-PRETS
               IF Arrieres-Debordement
                   DISPLAY "Registre prets_arrieres au-dela de la ",
                           "capacite de traitement (500) : collecte ",
                           "abandonnee, fichiers laisses intacts."
                   MOVE "ERREUR" TO StatutEtape
               ELSE
                   MOVE ZERO TO NombreArrieres
                   MOVE "N" TO ArrieresModifies
                   PERFORM VARYING IdxPretB FROM 1 BY 1
                           UNTIL IdxPretB > NombrePretsBancaires
                       IF TP-Statut(IdxPretB) = "A"
                           PERFORM COLLECTER-UNE-MENSUALITE
                       END-IF
                   END-PERFORM
                   IF Arrieres-Modifies
                       PERFORM REECRIRE-ARRIERES-PRETS
                   END-IF
                   IF NombrePretsBancaires > ZERO
                       PERFORM REECRIRE-PRETS-BATCH
                   END-IF
                   END-IF
                   PERFORM ENREGISTRER-RUN-FAIT
               END-IF
               END-IF
           END-IF.
           PERFORM TERMINER-ETAPE.

           END-IF.

       COLLECTER-UNE-MENSUALITE.
      *> L'echeance du mois vient apres celles deja en impaye : tant
      *> qu'il en reste, elle est notee impayee a son tour et c'est
      *> l'etape de recouvrement qui les solde dans l'ordre.
           PERFORM COMPTER-ARRIERES-OUVERTS.
           COMPUTE RangAPayer = TP-MensualitesPayees(IdxPretB)
                   + ArrieresOuverts + 1.
           IF RangAPayer > TP-DureeMois(IdxPretB)
               CONTINUE
           ELSE
           PERFORM CHERCHER-ECHEANCE-DUE
           IF NOT Echeance-Trouvee
               DISPLAY "Pret ", TP-Numero(IdxPretB), " : echeance ",
                       RangAPayer, " absente de l'echeancier."
           ELSE
               COMPUTE MensualiteAPayer =
                       InteretAPayer + CapitalAPayer
               IF ArrieresOuverts > ZERO
                   PERFORM NOTER-ARRIERE-PRET
               ELSE
               MOVE TP-Compte(IdxPretB) TO SR-Numero-Compte
               READ soldes
                   INVALID KEY
                           PERFORM NOTER-ARRIERE-PRET
                       END-IF
               END-READ
               END-IF
           END-IF
           END-IF.

       COMPTER-ARRIERES-OUVERTS.
      *> Echeances encore dues du pret IdxPretB : impayees, non
      *> regularisees et de rang superieur aux mensualites payees.
           MOVE ZERO TO ArrieresOuverts.
           PERFORM VARYING IdxArriere FROM 1 BY 1
                   UNTIL IdxArriere > NombreArrieresCharges
               IF TR-Pret(IdxArriere) = TP-Numero(IdxPretB)
                  AND TR-Statut(IdxArriere) NOT = "R"
                  AND TR-Rang(IdxArriere)
                      > TP-MensualitesPayees(IdxPretB)
                   ADD 1 TO ArrieresOuverts
               END-IF
           END-PERFORM.

       CHERCHER-ECHEANCE-DUE.
           MOVE "N" TO EcheanceTrouvee.
           MOVE ZERO TO InteretAPayer.
           MOVE SR-Devise TO DeviseMouvement.
           REWRITE soldes-record
           END-REWRITE.
      *> Chaque ligne porte la reference du pret, comme celles d'un
      *> remboursement anticipe passe au guichet : le capital d'un
      *> pret se retrace ligne a ligne dans l'historique.
           IF InteretAPayer > ZERO
               MOVE TP-Compte(IdxPretB) TO H-Numero-Compte
               MOVE InteretAPayer TO H-Montant
               MOVE "K" TO H-Action
               MOVE SPACES TO ReferenceMouvement
               STRING "PRET" TP-Numero(IdxPretB)
                   DELIMITED BY SIZE INTO ReferenceMouvement
               PERFORM ECRIRE-MOUVEMENT
           END-IF.
           IF CapitalAPayer > ZERO
               MOVE TP-Compte(IdxPretB) TO H-Numero-Compte
               MOVE CapitalAPayer TO H-Montant
               MOVE "N" TO H-Action
               MOVE SPACES TO ReferenceMouvement
               STRING "PRET" TP-Numero(IdxPretB)
                   DELIMITED BY SIZE INTO ReferenceMouvement
               PERFORM ECRIRE-MOUVEMENT
           END-IF.
           MOVE RangAPayer TO TP-MensualitesPayees(IdxPretB).
           ADD 1 TO CompteurEtape.

       NOTER-ARRIERE-PRET.
      *> Une echeance deja au registre n'y est pas notee une seconde
      *> fois : sa date reste celle du premier impaye, base de
      *> l'anciennete des arrieres.
           ADD 1 TO NombreArrieres.
           MOVE SPACES TO LigneArriere.
           STRING DateDuJour " pret " TP-Numero(IdxPretB)
                  " echeance " RangAPayer
                  " impayee : " MensualiteAPayer
               DELIMITED BY SIZE INTO LigneArriere.
           DISPLAY LigneArriere.
           MOVE "N" TO ArriereDejaNote.
           PERFORM VARYING IdxArriere FROM 1 BY 1
                   UNTIL IdxArriere > NombreArrieresCharges
               IF TR-Pret(IdxArriere) = TP-Numero(IdxPretB)
                  AND TR-Rang(IdxArriere) = RangAPayer
                  AND TR-Statut(IdxArriere) NOT = "R"
                   MOVE "O" TO ArriereDejaNote
               END-IF
           END-PERFORM.
           IF NOT Arriere-Deja-Note
               IF NombreArrieresCharges < 500
                   ADD 1 TO NombreArrieresCharges
                   MOVE DateDuJour
                        TO TR-Date(NombreArrieresCharges)
                   MOVE TP-Numero(IdxPretB)
                        TO TR-Pret(NombreArrieresCharges)
                   MOVE TP-Compte(IdxPretB)
                        TO TR-Compte(NombreArrieresCharges)
                   MOVE RangAPayer
                        TO TR-Rang(NombreArrieresCharges)
                   MOVE MensualiteAPayer
                        TO TR-Montant(NombreArrieresCharges)
                   MOVE "I" TO TR-Statut(NombreArrieresCharges)
                   MOVE ZERO
                        TO TR-DateRegularisation(NombreArrieresCharges)
                   MOVE "O" TO ArrieresModifies
               ELSE
                   DISPLAY "Registre prets_arrieres plein : ",
                           "impaye non enregistre."
                   MOVE "ERREUR" TO StatutEtape
               END-IF
           END-IF.

       CHARGER-ARRIERES-PRETS.
           MOVE ZERO TO NombreArrieresCharges.
           MOVE "N" TO ArrieresDebordement.
           OPEN INPUT prets-arrieres.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ prets-arrieres
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UN-ARRIERE
                   END-READ
               END-PERFORM
               CLOSE prets-arrieres
           END-IF.

       RANGER-UN-ARRIERE.
      *> Le registre tenu avant le recouvrement automatique notait
      *> la meme echeance a chaque collecte manquee : seule la
      *> premiere ligne d'un meme pret et d'un meme rang est gardee.
           MOVE "N" TO ArriereDejaNote.
           PERFORM VARYING IdxArriere FROM 1 BY 1
                   UNTIL IdxArriere > NombreArrieresCharges
               IF TR-Pret(IdxArriere) = AR-Pret
                  AND TR-Rang(IdxArriere) = AR-Rang
                   MOVE "O" TO ArriereDejaNote
               END-IF
           END-PERFORM.
           IF NOT Arriere-Deja-Note
               IF NombreArrieresCharges < 500
                   ADD 1 TO NombreArrieresCharges
                   MOVE AR-Date TO TR-Date(NombreArrieresCharges)
                   MOVE AR-Pret TO TR-Pret(NombreArrieresCharges)
                   MOVE AR-Compte TO TR-Compte(NombreArrieresCharges)
                   MOVE AR-Rang TO TR-Rang(NombreArrieresCharges)
                   MOVE AR-Montant
                        TO TR-Montant(NombreArrieresCharges)
                   MOVE AR-Statut TO TR-Statut(NombreArrieresCharges)
                   IF AR-Statut = "R"
                       MOVE AR-DateRegularisation TO
                           TR-DateRegularisation(NombreArrieresCharges)
                   ELSE
                       MOVE "I" TO TR-Statut(NombreArrieresCharges)
                       MOVE ZERO TO
                           TR-DateRegularisation(NombreArrieresCharges)
                   END-IF
               ELSE
                   MOVE "O" TO ArrieresDebordement
                   MOVE '10' TO ws-file-status
               END-IF
           END-IF.

       REECRIRE-ARRIERES-PRETS.
           OPEN OUTPUT prets-arrieres.
           PERFORM VARYING IdxArriere FROM 1 BY 1
                   UNTIL IdxArriere > NombreArrieresCharges
               MOVE SPACES TO prets-arrieres-record
               MOVE TR-Date(IdxArriere) TO AR-Date
               MOVE " pret " TO AR-Libelle1
               MOVE TR-Pret(IdxArriere) TO AR-Pret
               MOVE " compte " TO AR-Libelle2
               MOVE TR-Compte(IdxArriere) TO AR-Compte
               MOVE " echeance " TO AR-Libelle3
               MOVE TR-Rang(IdxArriere) TO AR-Rang
               MOVE " impayee : " TO AR-Libelle4
               MOVE TR-Montant(IdxArriere) TO AR-Montant
               MOVE " statut " TO AR-Libelle5
               MOVE TR-Statut(IdxArriere) TO AR-Statut
               MOVE " le " TO AR-Libelle6
               MOVE TR-DateRegularisation(IdxArriere)
                    TO AR-DateRegularisation
               WRITE prets-arrieres-record
               END-WRITE
           END-PERFORM.
           CLOSE prets-arrieres.

       REECRIRE-PRETS-BATCH.
           OPEN OUTPUT prets-bancaires.
               PERFORM PASSER-AU-MOIS-SUIVANT
           END-PERFORM.
           CLOSE historique.
           OPEN INPUT historique.
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.
           IF Recalcul-Debordement
      *> Un compte absent de la table ressortirait avec tout son
      *> solde en ecart : mieux vaut echouer franchement que de
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                   ADD 1 TO PositionsEcrites
           END-READ.

      *>==================================================================
      *> Derniere etape : alertes clients de la journee, puis remise
      *> du flux date au prestataire de messagerie.
      *>==================================================================
       ETAPE-ALERTES.
           MOVE "ALERTES" TO NomEtape.
           PERFORM DEMARRER-ETAPE.
           MOVE "ALERTES" TO TypeRunControle.
           MOVE DateDuJour TO DateMetierRun.
           PERFORM CONTROLER-RUN-FAIT.
           IF Run-Deja-Fait
      *> Une reprise ne doit ni prevenir deux fois un client ni
      *> ecraser le flux deja remis.
               DISPLAY "Alertes du jour deja remises : etape sautee."
           ELSE
               MOVE ZERO TO AlertesEcrites
               PERFORM CHARGER-PREFERENCES-ALERTES
               PERFORM CHARGER-COMPTES-ALERTES
               IF Prefs-Alertes-Debordement
                  OR Comptes-Alertes-Debordement
                   DISPLAY "Preferences ou comptes au-dela de la ",
                           "capacite (500/1000) : alertes partielles."
                   MOVE "ECART" TO StatutEtape
               END-IF
               PERFORM CUMULER-MOUVEMENTS-ALERTES
               PERFORM VARYING IdxCpteAlerte FROM 1 BY 1
                       UNTIL IdxCpteAlerte > NombreComptesAlertes
                   PERFORM JUGER-SOLDE-ALERTE
               END-PERFORM
               PERFORM REMETTRE-FLUX-ALERTES
               MOVE AlertesEcrites TO CompteurEtape
               PERFORM ENREGISTRER-RUN-FAIT
           END-IF.
           PERFORM TERMINER-ETAPE.

       CHARGER-PREFERENCES-ALERTES.
           MOVE ZERO TO NombrePrefsAlertes.
           MOVE "N" TO PrefsAlertesDebordement.
           OPEN INPUT preferences-alertes.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ preferences-alertes
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-PREFERENCE-ALERTE
                   END-READ
               END-PERFORM
               CLOSE preferences-alertes
           END-IF.

       RANGER-PREFERENCE-ALERTE.
           IF NombrePrefsAlertes < 500
               ADD 1 TO NombrePrefsAlertes
               MOVE PA-Client TO TP-Client(NombrePrefsAlertes)
               MOVE PA-SoldeBas TO TP-SoldeBas(NombrePrefsAlertes)
               MOVE PA-SeuilSolde TO TP-SeuilSolde(NombrePrefsAlertes)
               MOVE PA-GrosDebit TO TP-GrosDebit(NombrePrefsAlertes)
               MOVE PA-SeuilDebit TO TP-SeuilDebit(NombrePrefsAlertes)
               MOVE PA-Prelevement
                    TO TP-Prelevement(NombrePrefsAlertes)
               MOVE PA-Cheque TO TP-Cheque(NombrePrefsAlertes)
               MOVE PA-Decouvert TO TP-Decouvert(NombrePrefsAlertes)
               MOVE PA-Opposition TO TP-Opposition(NombrePrefsAlertes)
           ELSE
               MOVE "O" TO PrefsAlertesDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       CHERCHER-PREFERENCES-CLIENT.
      *> Preferences du client AlerteClient ; zero si absent.
           MOVE ZERO TO IdxPrefAlerteTrouve.
           PERFORM VARYING IdxPrefAlerte FROM 1 BY 1
                   UNTIL IdxPrefAlerte > NombrePrefsAlertes
                      OR IdxPrefAlerteTrouve > ZERO
               IF TP-Client(IdxPrefAlerte) = AlerteClient
                   SET IdxPrefAlerteTrouve TO IdxPrefAlerte
               END-IF
           END-PERFORM.

       CHARGER-COMPTES-ALERTES.
      *> Seuls les comptes dont le titulaire a choisi une alerte de
      *> solde, de debit ou de decouvert sont suivis.
           MOVE ZERO TO NombreComptesAlertes.
           MOVE "N" TO ComptesAlertesDebordement.
           MOVE "N" TO FinParcoursSoldes.
           MOVE ZERO TO SR-Numero-Compte.
           START soldes KEY IS NOT LESS THAN SR-Numero-Compte
               INVALID KEY
                   MOVE "O" TO FinParcoursSoldes
               NOT INVALID KEY
                   CONTINUE
           END-START.
           PERFORM RETENIR-COMPTE-ALERTE-SUIVANT
                   UNTIL Fin-Parcours-Soldes.

       RETENIR-COMPTE-ALERTE-SUIVANT.
           READ soldes NEXT RECORD
               AT END
                   MOVE "O" TO FinParcoursSoldes
               NOT AT END
                   MOVE SR-Numero-Client TO AlerteClient
                   PERFORM CHERCHER-PREFERENCES-CLIENT
                   IF IdxPrefAlerteTrouve > ZERO
                       IF TP-SoldeBas(IdxPrefAlerteTrouve) = "O"
                          OR TP-GrosDebit(IdxPrefAlerteTrouve) = "O"
                          OR TP-Decouvert(IdxPrefAlerteTrouve) = "O"
                           PERFORM RANGER-COMPTE-ALERTE
                       END-IF
                   END-IF
           END-READ.

       RANGER-COMPTE-ALERTE.
           IF NombreComptesAlertes < 1000
               ADD 1 TO NombreComptesAlertes
               MOVE SR-Numero-Compte
                    TO TK-Compte(NombreComptesAlertes)
               MOVE SR-Numero-Client
                    TO TK-Client(NombreComptesAlertes)
               MOVE IdxPrefAlerteTrouve
                    TO TK-IdxPref(NombreComptesAlertes)
               MOVE SR-Solde TO TK-Solde(NombreComptesAlertes)
               MOVE SR-Limite-Decouvert
                    TO TK-Limite(NombreComptesAlertes)
               MOVE ZERO TO TK-Mouvements(NombreComptesAlertes)
           ELSE
               MOVE "O" TO ComptesAlertesDebordement
               MOVE "O" TO FinParcoursSoldes
           END-IF.

       CUMULER-MOUVEMENTS-ALERTES.
      *> Mouvements du jour des comptes suivis ; un debit au-dela du
      *> seuil du client est signale au passage.
           CLOSE historique.
           OPEN INPUT historique.
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF H-Date = DateDuJour
                           PERFORM CUMULER-MOUVEMENT-ALERTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.

       CUMULER-MOUVEMENT-ALERTE.
           MOVE ZERO TO IdxCpteAlerteTrouve.
           PERFORM VARYING IdxCpteAlerte FROM 1 BY 1
                   UNTIL IdxCpteAlerte > NombreComptesAlertes
                      OR IdxCpteAlerteTrouve > ZERO
               IF TK-Compte(IdxCpteAlerte) = H-Numero-Compte
                   SET IdxCpteAlerteTrouve TO IdxCpteAlerte
               END-IF
           END-PERFORM.
           IF IdxCpteAlerteTrouve > ZERO
               PERFORM CALCULER-SENS-MOUVEMENT
               ADD MouvementSigne TO TK-Mouvements(IdxCpteAlerteTrouve)
               MOVE TK-IdxPref(IdxCpteAlerteTrouve)
                    TO IdxPrefAlerteTrouve
               IF MouvementSigne < ZERO
                  AND TP-GrosDebit(IdxPrefAlerteTrouve) = "O"
                  AND H-Montant > TP-SeuilDebit(IdxPrefAlerteTrouve)
                   MOVE TK-Client(IdxCpteAlerteTrouve) TO AlerteClient
                   MOVE H-Numero-Compte TO AlerteCompte
                   MOVE "GROSDEBIT" TO AlerteType
                   MOVE H-Montant TO AlerteMontant
                   PERFORM ECRIRE-ALERTE
               END-IF
           END-IF.

       JUGER-SOLDE-ALERTE.
      *> Solde passe sous le seuil ou decouvert autorise atteint
      *> aujourd'hui seulement : un compte deja sous le seuil la
      *> veille n'est pas signale chaque nuit.
           MOVE TK-IdxPref(IdxCpteAlerte) TO IdxPrefAlerteTrouve.
           COMPUTE SoldeVeilleAlerte = TK-Solde(IdxCpteAlerte)
                   - TK-Mouvements(IdxCpteAlerte).
           MOVE TK-Client(IdxCpteAlerte) TO AlerteClient.
           MOVE TK-Compte(IdxCpteAlerte) TO AlerteCompte.
           MOVE TK-Solde(IdxCpteAlerte) TO AlerteMontant.
           IF TP-SoldeBas(IdxPrefAlerteTrouve) = "O"
              AND TK-Solde(IdxCpteAlerte)
                  < TP-SeuilSolde(IdxPrefAlerteTrouve)
              AND SoldeVeilleAlerte
                  NOT < TP-SeuilSolde(IdxPrefAlerteTrouve)
               MOVE "SOLDEBAS" TO AlerteType
               PERFORM ECRIRE-ALERTE
           END-IF.
           IF TP-Decouvert(IdxPrefAlerteTrouve) = "O"
              AND TK-Solde(IdxCpteAlerte) < ZERO
              AND TK-Solde(IdxCpteAlerte)
                  NOT > 0 - TK-Limite(IdxCpteAlerte)
              AND (SoldeVeilleAlerte NOT < ZERO
                   OR SoldeVeilleAlerte > 0 - TK-Limite(IdxCpteAlerte))
               MOVE "DECOUVERT" TO AlerteType
               PERFORM ECRIRE-ALERTE
           END-IF.

       ECRIRE-ALERTE.
      *> Alerte AlerteType du compte AlerteCompte, deja retenue par
      *> l'appelant selon les preferences de AlerteClient, avec les
      *> coordonnees de la fiche client.
           MOVE SPACES TO AL-Nom.
           MOVE SPACES TO AL-Telephone.
           OPEN INPUT clients-banque.
           IF ws-statut-copie = '00'
               MOVE AlerteClient TO CB-Numero-Client
               READ clients-banque
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CB-Nom TO AL-Nom
                       MOVE CB-Telephone TO AL-Telephone
               END-READ
           END-IF.
           CLOSE clients-banque.
           MOVE AlerteClient TO AL-Client.
           MOVE AlerteCompte TO AL-Compte.
           MOVE AlerteType TO AL-Type.
           MOVE AlerteMontant TO AL-Montant.
           MOVE DateDuJour TO AL-Date.
           MOVE SEP-Virgule TO AL-FILLER1.
           MOVE SEP-Virgule TO AL-FILLER2.
           MOVE SEP-Virgule TO AL-FILLER3.
           MOVE SEP-Virgule TO AL-FILLER4.
           MOVE SEP-Virgule TO AL-FILLER5.
           MOVE SEP-Virgule TO AL-FILLER6.
           OPEN EXTEND alertes.
           IF ws-file-status = '35'
               CLOSE alertes
               OPEN OUTPUT alertes
           END-IF.
           WRITE alerte-enregistrement
           END-WRITE.
           CLOSE alertes.
           ADD 1 TO AlertesEcrites.

       REMETTRE-FLUX-ALERTES.
      *> Copie datee alertes_AAAAMMJJ remise au prestataire (vide
      *> les nuits sans alerte), puis le flux est vide pour
      *> recevoir les alertes du lendemain.
           MOVE SPACES TO NomFichierAlertes.
           STRING "alertes_" DateDuJour
               DELIMITED BY SIZE INTO NomFichierAlertes.
           OPEN OUTPUT alertes-date.
           OPEN INPUT alertes.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ alertes
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE alerte-enregistrement
                                TO alerte-date-enregistrement
                           WRITE alerte-date-enregistrement
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE alertes
           END-IF.
           CLOSE alertes-date.
           OPEN OUTPUT alertes.
           CLOSE alertes.
           DISPLAY AlertesEcrites, " alerte(s) calculee(s) en fin ",
                   "de nuit, flux remis dans ", NomFichierAlertes, ".".

       CALCULER-JOURS-DU-MOIS.
           EVALUATE MT-Mois
               WHEN 04
