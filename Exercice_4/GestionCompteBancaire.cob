               FILE STATUS IS ws-file-status.

           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT ordres-permanents ASSIGN TO 'ordres'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT suivi-paie ASSIGN TO 'suivi_paie'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT taux-change ASSIGN TO 'taux_change'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.
               FILE STATUS IS ws-file-status.

           SELECT historique-archive ASSIGN USING NomFichierArchive
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-Sequence
               ALTERNATE RECORD KEY IS HA-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT attente ASSIGN TO 'attente'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT suspens ASSIGN TO 'suspens'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT oppositions ASSIGN TO 'oppositions'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT oppositions-cheques ASSIGN TO 'oppositions_cheques'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT preferences-alertes
               ASSIGN TO 'preferences_alertes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT alertes ASSIGN TO 'alertes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT agences ASSIGN TO 'agences'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT operateurs ASSIGN TO 'operateurs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT interets-courus ASSIGN TO 'interets_courus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT titulaires ASSIGN TO 'titulaires'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT prets-arrieres ASSIGN TO 'prets_arrieres'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT tarifs-operations ASSIGN TO 'tarifs_operations'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT pieces-identite ASSIGN TO 'pieces_identite'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.


       DATA DIVISION.
       FILE SECTION.
      *> par type (interets, decouvert, chequier) vivent dans le
      *> fichier types_comptes.
           05 SR-Type-Compte PIC X.
           05 MYFILLER7 PIC X.
      *> Agence de rattachement du compte (fichier agences).
           05 SR-Agence PIC 9(3).

       FD historique.
      *> Fichier indexe sur le numero de sequence, avec une cle
      *> secondaire compte + date pour partir directement de la
      *> premiere ligne d'un client sur une periode.
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
           05 CH-Date-Valeur PIC 9(8).
           05 CH-FILLER4 PIC X.
           05 CH-Statut PIC X.
      *> Reference de la remise (date de l'etat de caisse pour les
      *> recettes de la boutique), reportee sur la ligne d'historique
      *> du credit. Les cheques d'avant ce champ se relisent avec une
      *> reference a blanc.
           05 CH-FILLER5 PIC X.
           05 CH-Reference PIC X(10).

       FD credits-salaires.
      *> Fichier produit par le programme de paie : un credit de
           05 CS-Periode PIC 9(6).
           05 CS-FILLER3 PIC X.
           05 CS-Employe PIC 9(4).
      *> Nature du credit : blanc pour un salaire, A pour une avance
      *> sur salaire, C pour l'ecart d'une correction de paie. Reprise
      *> telle quelle avec la ligne non postee.
           05 CS-FILLER4 PIC X.
           05 CS-Nature PIC X.
      *> Entete (H) et fin (T) encadrant les credits, au dessin de
      *> LigneFluxLue.
       01 credit-salaire-controle PIC X(30).

       FD suivi-paie.
      *> Suivi des credits de salaire, partage avec la paie : une
      *> ligne par credit emis par la paie (E), poste sur le compte
      *> de l'employe (P) ou retourne a l'employeur faute de pouvoir
      *> etre poste (R). Relu par le controle de paie ControlePaie.
       01 suivi-paie-enregistrement.
           05 SP-Type PIC X.
           05 SP-FILLER1 PIC X.
           05 SP-Periode PIC 9(6).
           05 SP-FILLER2 PIC X.
           05 SP-Employe PIC 9(4).
           05 SP-FILLER3 PIC X.
           05 SP-Compte PIC 9(6).
           05 SP-FILLER4 PIC X.
           05 SP-Montant PIC 9(7)V99.
           05 SP-FILLER5 PIC X.
           05 SP-Date PIC 9(8).
           05 SP-FILLER6 PIC X.
           05 SP-Sequence PIC 9(6).

       FD taux-change.
       01 taux-change-record.
           05 CC-Date-Cloture PIC 9(8).

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

       FD attente.
       01 attente-record.
           05 TA-Compte-Destination PIC 9(6).
           05 TA-FILLER5 PIC X.
           05 TA-Date PIC 9(8).
      *> Agence de la session de capture ; les lignes d'avant les
      *> agences se relisent au siege.
           05 TA-FILLER6 PIC X.
           05 TA-Agence PIC 9(3).
      *> Reference du depot (date de l'etat de caisse pour les
      *> recettes de la boutique), reportee a l'historique au
      *> postage ; a blanc pour les captures du guichet.
           05 TA-FILLER7 PIC X.
           05 TA-Reference PIC X(10).

       FD clients-banque.
       01 clients-banque-record.
           05 CB-Adresse PIC X(40).
           05 CB-FILLER3 PIC X.
           05 CB-Telephone PIC X(12).
      *> Client professionnel recevant aussi son releve au format
      *> d'echange (O) avec l'edition mensuelle des releves ; N sinon.
      *> Dessin de 92 octets depuis l'ajout de ce drapeau (ancien
      *> fichier de 90 octets converti par MigrerClients).
           05 CB-FILLER4 PIC X.
           05 CB-ReleveEchange PIC X.

       FD mandats.
      *> Mandats de prelevement : autorisation donnee par le client a

       FD prelevements.
      *> Fichier de collecte depose par les creanciers : une demande
      *> de prelevement par ligne, a poster en lot, encadree par
      *> les enregistrements d'entete et de fin (LigneFluxLue).
       01 prelevement-enregistrement.
           05 PV-Creancier PIC 9(5).
           05 PV-FILLER1 PIC X.

       FD virements-entrants.
      *> Fichier des credits recus chaque matin de la chambre de
      *> compensation, a poster sur nos comptes, encadres par les
      *> enregistrements d'entete et de fin (LigneFluxLue).
       01 virement-entrant-enregistrement.
           05 VE-Compte PIC 9(6).
           05 VE-FILLER1 PIC X.
           05 VJ-FILLER1 PIC X.
           05 VJ-Ligne PIC X(50).

       FD suspens.
      *> File des credits recus en suspens : un credit de la chambre
      *> visant un compte que nous ne tenons pas est porte au compte
      *> d'attente (parametre CPTSUSPENS) jusqu'a sa reimputation sur
      *> le bon compte ou son retour a la banque emettrice. Statut :
      *> O ouvert, A reimpute, R retourne ; date de sortie, compte
      *> final et operateur sont poses a la sortie de la file.
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

       FD oppositions.
      *> Oppositions et gels judiciaires : saisie-arret, alerte
      *> fraude... Blocage T = compte entierement gele au debit,
           05 OO-FILLER7 PIC X.
           05 OO-Statut PIC X.

       FD oppositions-cheques.
      *> Oppositions sur cheques perdus ou voles : un cheque ou une
      *> plage de numeros d'un compte (numero de fin egal au numero
      *> de debut pour un cheque isole), saisis comme imprimes sur le
      *> chequier. Motif P perdu, V vole, A autre ; frais factures a
      *> la pose au tarif OPPCHQ. Statut : A active, L levee. La
      *> chaine de nuit rejette tout cheque presente qui y tombe.
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

       FD agences.
      *> Referentiel des agences : code, nom et ville. Le siege 001
      *> est cree au premier lancement ; comptes, operateurs et
      *> tiroirs de caisse y sont rattaches par defaut.
       01 agence-enregistrement.
           05 AG-Code PIC 9(3).
           05 AG-FILLER1 PIC X.
           05 AG-Nom PIC X(30).
           05 AG-FILLER2 PIC X.
           05 AG-Ville PIC X(20).

       FD operateurs.
      *> Meme dessin que celui ecrit par la routine SignOn ; relu
      *> seulement pour l'agence de l'operateur de la session.
       01 operateur-enregistrement.
           05 OS-Id PIC X(4).
           05 OS-Sep1 PIC X.
           05 OS-Nom PIC X(20).
           05 OS-Sep2 PIC X.
           05 OS-Role PIC X.
           05 OS-Sep3 PIC X.
           05 OS-MotPasse PIC X(12).
           05 OS-Sep4 PIC X.
           05 OS-DateMdp PIC 9(8).
           05 OS-Sep5 PIC X.
           05 OS-Echecs PIC 9.
           05 OS-Sep6 PIC X.
           05 OS-Statut PIC X.
           05 OS-Sep7 PIC X.
           05 OS-Agence PIC 9(3).

       FD interets-courus.
      *> Interets courus non encore poses, tenus par la chaine de
      *> nuit ; relu pour le releve (interets acquis a ce jour).
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

       FD preferences-alertes.
      *> Alertes choisies par chaque client (O/N par evenement) :
      *> solde passe sous le seuil du client, debit au-dela du seuil
      *> du client, prelevement rejete, cheque rejete, decouvert
      *> autorise atteint, opposition posee. Un client absent du
      *> fichier ne recoit aucune alerte.
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
      *> Flux des alertes clients remis chaque nuit au prestataire de
      *> messagerie (la chaine de nuit le date et le vide) : client,
      *> compte, evenement, montant (solde signe pour SOLDEBAS et
      *> DECOUVERT), date et coordonnees prises dans clients_banque.
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

       FD titulaires.
      *> Liens compte-client : comptes joints et procurations. Role
      *> T = titulaire, C = co-titulaire, M = mandataire. Un detach
      *> Depots a terme : argent bloque du compte courant vers un
      *> placement a echeance, au taux annuel convenu. Statut :
      *> A actif, E echu (capital et interets recredites par la
      *> chaine de nuit), R renouvele a l'echeance, B rompu par
      *> anticipation.
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
      *> Prets accordes : capital verse au compte du client (code L),

       FD echeancier.
      *> Tableau d'amortissement : une ligne par mensualite de
      *> chaque pret, generee a l'octroi. Un remboursement anticipe
      *> regenere les seules echeances non encore payees, a la
      *> suite des rangs deja collectes ; les lignes payees ne sont
      *> jamais retouchees.
       01 echeance-enregistrement.
           05 EC-Pret PIC 9(5).
           05 EC-FILLER1 PIC X.
           05 EC-FILLER4 PIC X.
           05 EC-CapitalRestant PIC 9(7)V99.

       FD prets-arrieres.
      *> Registre des echeances impayees tenu par la chaine de nuit :
      *> statut blanc ou I impayee, R regularisee. Une echeance dont
      *> le rang est couvert par les mensualites payees n'est plus
      *> due.
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

       FD tarifs-operations.
      *> Bareme des frais de service : un code par frais (TENUE =
      *> tenue de compte mensuelle, OPER = frais par operation
           05 CA-Ecart PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 CA-FILLER5 PIC X.
           05 CA-Statut PIC X.
      *> Agence du tiroir (siege pour les sessions d'avant les
      *> agences).
           05 CA-FILLER6 PIC X.
           05 CA-Agence PIC 9(3).

       FD mouvements-caisse.
      *> Mouvements d'especes du tiroir : depots et retraits captures
           05 MC-Montant PIC 9(5)V99.
           05 MC-FILLER5 PIC X.
           05 MC-Motif PIC X(20).
           05 MC-FILLER6 PIC X.
           05 MC-Agence PIC 9(3).

       FD clients-histo.
      *> Journal des changements du fichier clients : champ modifie,
       FD verrous-histo.
       01 verrou-histo-record PIC X(90).

       FD pieces-identite.
      *> Piece d'identite et revue KYC, une ligne par client : type
      *> de piece (CI carte d'identite, PA passeport, TS titre de
      *> sejour, PC permis de conduire), numero, date d'expiration,
      *> date de la derniere verification et niveau de risque (F
      *> faible, M moyen, E eleve) qui fixe la periodicite de revue.
       01 piece-identite-enregistrement.
           05 PI-Numero-Client PIC 9(5).
           05 PI-FILLER1 PIC X.
           05 PI-Type PIC X(2).
           05 PI-FILLER2 PIC X.
           05 PI-Numero PIC X(15).
           05 PI-FILLER3 PIC X.
           05 PI-DateExpiration PIC 9(8).
           05 PI-FILLER4 PIC X.
           05 PI-DateVerification PIC 9(8).
           05 PI-FILLER5 PIC X.
           05 PI-Risque PIC X.


       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 MontantVirement PIC 9(5)V99.
       01 MontantRetrait PIC 9(5)V99.
       01 Choix PIC 99 VALUE ZERO.
      *> Options qui passent des ecritures : refusees tant que le mois
      *> du jour est en cloture ou clos (fichier periodes).
           88 Choix-Avec-Postage VALUE 2 3 4 6 9 14 15 16 17 18 21
                                       23 24 25 28 29 30 31 34 37.
       01 ChoixSaisi PIC X(2) VALUE SPACES.
      *> Par defaut 1234, remplace au demarrage par le parametre
      *> central PINCOMPTE quand il existe - comme le delai de
       01 DateDebutReleve PIC 9(8).
       01 DateFinReleve PIC 9(8).
       01 TotalReleve PIC 9(7)V99 VALUE ZERO.
       01 InteretsAcquis PIC 9(7)V99 VALUE ZERO.
       01 DateInteretsAcquis PIC 9(8) VALUE ZERO.
      *> Releve au format d'echange (routine partagee ReleveEchange)
      *> produit a la demande apres l'affichage du releve.
       01 ReponseReleveEchange PIC X VALUE "N".
       01 NomFichierReleveEchange PIC X(30) VALUE SPACES.
       01 MouvementsReleveEchange PIC 9(5) VALUE ZERO.
       01 StatutReleveEchange PIC XX VALUE SPACES.

      *> Largement dimensionne pour les lignes du menu : un STRING
      *> sans ON OVERFLOW tronque en silence, et un champ trop court
      *> avait deja ampute le menu.
       01 MenuOptions PIC X(2000).
       01  saut-de-ligne           PIC X VALUE X'0A'.
       

       77 F-FraisService PIC X VALUE "G".
       77 F-Consignation PIC X VALUE "Z".
       77 F-ChequeEmis PIC X VALUE "H".
       77 F-EntreeSuspens PIC X VALUE "1".
       77 F-SortieSuspens PIC X VALUE "2".
      *> Financement de la paie : debit du compte de l'employeur du
      *> total du fichier credits_salaires (3), retour des credits
      *> restes impostables (4).
       77 F-FinancementPaie PIC X VALUE "3".
       77 F-RetourPaie PIC X VALUE "4".

       01 TauxInteretMensuel PIC 9(3)V99 VALUE ZERO.
       01 MontantInteret PIC S9(7)V99 VALUE ZERO.
               03 TC-Date-Depot PIC 9(8).
               03 TC-Date-Valeur PIC 9(8).
               03 TC-Statut PIC X.
               03 TC-Reference PIC X(10).
       01 NombreCheques PIC 9(3) VALUE ZERO.
       01 NombreChequesCompenses PIC 9(3) VALUE ZERO.
       01 NombreChequesAttente PIC 9(3) VALUE ZERO.
           88 Run-Autorise VALUE "O".
       01 ReponseForcage PIC X VALUE SPACE.

      *> Fichiers entrants (credits de salaires, prelevements,
      *> credits externes) : chacun s'ouvre sur un enregistrement
      *> d'entete H (emetteur, date du fichier, numero de sequence,
      *> indice de reprise) et se ferme sur un enregistrement de fin
      *> T (nombre de details, total des montants). Le fichier est
      *> refuse en entier si la fin ne colle pas aux details relus
      *> ou si sa sequence a deja ete postee : les sequences postees
      *> sont consignees dans controle_runs sous le type du flux,
      *> avec sequence * 100 + reprise en date metier.
       01 LigneFluxLue PIC X(60) VALUE SPACES.
       01 VueEnteteFlux REDEFINES LigneFluxLue.
           05 EF-Type PIC X.
           05 EF-FILLER1 PIC X.
           05 EF-Emetteur PIC X(8).
           05 EF-FILLER2 PIC X.
           05 EF-DateFichier PIC 9(8).
           05 EF-FILLER3 PIC X.
           05 EF-Sequence PIC 9(6).
           05 EF-FILLER4 PIC X.
           05 EF-Reprise PIC 9(2).
           05 EF-Reste PIC X(31).
       01 VueFinFlux REDEFINES LigneFluxLue.
           05 FF-Type PIC X.
           05 FF-FILLER1 PIC X.
           05 FF-Nombre PIC 9(7).
           05 FF-FILLER2 PIC X.
           05 FF-Total PIC 9(11)V99.
           05 FF-Reste PIC X(37).
       01 TypeFlux PIC X(12) VALUE SPACES.
       01 NomFlux PIC X(20) VALUE SPACES.
       01 EmetteurFlux PIC X(8) VALUE SPACES.
       01 DateFichierFlux PIC 9(8) VALUE ZERO.
       01 SequenceFlux PIC 9(6) VALUE ZERO.
       01 RepriseFlux PIC 9(2) VALUE ZERO.
       01 NombreFinFlux PIC 9(7) VALUE ZERO.
       01 TotalFinFlux PIC 9(11)V99 VALUE ZERO.
       01 NombreLignesFlux PIC 9(7) VALUE ZERO.
       01 NombreDetailsFlux PIC 9(7) VALUE ZERO.
       01 TotalDetailsFlux PIC 9(11)V99 VALUE ZERO.
       01 EnteteFluxVue PIC X VALUE "N".
           88 Entete-Flux-Vue VALUE "O".
       01 FinFluxVue PIC X VALUE "N".
           88 Fin-Flux-Vue VALUE "O".
       01 LigneDetailFlux PIC X VALUE "N".
           88 Ligne-Detail-Flux VALUE "O".
       01 FluxMalForme PIC X VALUE "N".
           88 Flux-Mal-Forme VALUE "O".
       01 FluxAccepte PIC X VALUE "N".
           88 Flux-Accepte VALUE "O".
       01 SequenceFluxPostee PIC X VALUE "N".
           88 Sequence-Flux-Postee VALUE "O".
       01 CleSequenceFlux PIC 9(8) VALUE ZERO.
       01 MotifRefusFlux PIC X(50) VALUE SPACES.
       01 TotalImpostables PIC 9(11)V99 VALUE ZERO.

      *> Point de reprise du run d'interets : le dernier compte
      *> traite est consigne au fil de l'eau dans checkpoint_interets.
      *> Si la machine tombe en plein run, le relancement du meme mois
       01 IdxCredit PIC 9(3) VALUE ZERO.
       01 CreditsDebordement PIC X VALUE "N".
           88 Credits-Debordement VALUE "O".
      *> Le compte de l'employeur (parametre CPTEMPLOYEUR) finance le
      *> fichier entier avant tout credit ; le journal portant les
      *> montants en 9(5)V99, le debit et le retour s'y inscrivent
      *> en tranches.
       01 CompteEmployeur PIC 9(6) VALUE ZERO.
       01 FinancementPossible PIC X VALUE "N".
           88 Financement-Possible VALUE "O".
       01 ActionFinancement PIC X VALUE SPACE.
       01 MontantATrancher PIC 9(11)V99 VALUE ZERO.
       01 TrancheJournal PIC 9(5)V99 VALUE ZERO.
       01 ReferenceFinancement PIC X(10) VALUE SPACES.
       01 TotalRetourEmployeur PIC 9(11)V99 VALUE ZERO.
       01 TypeSuiviPaie PIC X VALUE SPACE.

       01 DeviseCompte PIC X(3) VALUE "EUR".
       01 DeviseDestination PIC X(3) VALUE "EUR".
           88 Role-Superviseur-Ou-Plus VALUE "S" "M".
       01 SignOnStatut PIC XX VALUE SPACES.

      *> Agences : la session travaille sous l'agence de rattachement
      *> de l'operateur (fichier operateurs) ; les comptes ouverts,
      *> les captures du mode guichet et les tiroirs de caisse de la
      *> session la portent.
       01 AgenceCourante PIC 9(3) VALUE 1.
       01 TableAgences.
           02 Agence OCCURS 50 TIMES INDEXED BY IdxAgence.
               03 TAG-Code PIC 9(3).
               03 TAG-Nom PIC X(30).
               03 TAG-Ville PIC X(20).
       01 NombreAgences PIC 9(2) VALUE ZERO.
       01 AgencesDebordement PIC X VALUE "N".
           88 Agences-Debordement VALUE "O".
       01 AgenceRecherchee PIC 9(3) VALUE ZERO.
       01 IdxAgenceTrouvee PIC 9(2) VALUE ZERO.
       01 NomAgenceAffiche PIC X(30) VALUE SPACES.
       01 ChoixMenuAgences PIC 9 VALUE ZERO.
       01 AgenceSaisie PIC 9(3) VALUE ZERO.

      *> File des suspens : les credits recus pour un compte inconnu
      *> sont portes au compte d'attente CPTSUSPENS (code 1) ; le
      *> superviseur les reimpute sur le compte corrige ou les
      *> retourne a la banque emettrice (code 2 dans les deux cas).
      *> La file est chargee entiere et reecrite apres chaque
      *> mouvement, jamais si le chargement a deborde.
       01 CompteSuspens PIC 9(6) VALUE 999902.
       01 TableSuspens.
           02 LigneSuspens OCCURS 500 TIMES INDEXED BY IdxSuspens.
               03 TS-Numero PIC 9(6).
               03 TS-DateEntree PIC 9(8).
               03 TS-Compte-Vise PIC 9(6).
               03 TS-Montant PIC 9(5)V99.
               03 TS-Banque-Origine PIC X(5).
               03 TS-Reference PIC X(10).
               03 TS-Motif PIC X(2).
               03 TS-Statut PIC X.
                   88 TS-Ouvert VALUE "O".
               03 TS-DateSortie PIC 9(8).
               03 TS-Compte-Final PIC 9(6).
               03 TS-Operateur PIC X(4).
       01 NombreSuspens PIC 9(3) VALUE ZERO.
       01 SuspensDebordement PIC X VALUE "N".
           88 Suspens-Debordement VALUE "O".
       01 DernierNumeroSuspens PIC 9(6) VALUE ZERO.
       01 CompteSuspensPret PIC X VALUE "N".
           88 Compte-Suspens-Pret VALUE "O".
       01 ChoixMenuSuspens PIC 9 VALUE ZERO.
       01 NumeroSuspensSaisi PIC 9(6) VALUE ZERO.
       01 IdxSuspensTrouve PIC 9(3) VALUE ZERO.
       01 CompteCorrigeSaisi PIC 9(6) VALUE ZERO.
       01 CompteCorrigeExiste PIC X VALUE "N".
           88 Compte-Corrige-Existe VALUE "O".
       01 AgeSuspens PIC S9(5) VALUE ZERO.
       01 NbSuspensOuverts PIC 9(3) VALUE ZERO.
       01 TotalSuspensOuverts PIC 9(9)V99 VALUE ZERO.

      *> Champs d'echange avec la routine partagee de dates
      *> (DateUtil) : toute date saisie au clavier passe par elle,
      *> fini les releves muets sur une date 20269999.
           88 Usage-Archive-Reconciliation VALUE "C".
           88 Usage-Archive-Sequence VALUE "S".
           88 Usage-Archive-Interets VALUE "I".
      *> Compte et date de depart d'un parcours par la cle secondaire
      *> compte + date de l'historique et des archives.
       01 CompteParcours PIC 9(6) VALUE ZERO.
       01 DateDebutParcours PIC 9(8) VALUE ZERO.
       01 DateDuJour PIC 9(8) VALUE ZERO.

      *> Mode guichet : les operations des guichetiers sont capturees
      *> banque sont debites sous le code T et ecrits dans le fichier
      *> sortant date remis a la chambre de compensation ; le fichier
      *> des credits recus chaque matin est poste sous le code U, les
      *> credits visant un compte que nous ne tenons pas vont au
      *> compte d'attente et a la file des suspens ; seuls ceux que
      *> la file ne peut plus recevoir partent dans
      *> virements_entrants_rejets pour le retour a la chambre.
       01 NomFichierSortants PIC X(20) VALUE SPACES.
       01 BanqueExterneSaisie PIC X(5) VALUE SPACES.
           02 LigneCreditExterne PIC X(44) OCCURS 500 TIMES.
       01 NombreCreditsExternes PIC 9(3) VALUE ZERO.
       01 IdxCreditExterne PIC 9(3) VALUE ZERO.
       01 CreditsExternesSuspens PIC 9(4) VALUE ZERO.
       01 TotalCreditsSuspens PIC 9(9)V99 VALUE ZERO.
       01 CompteCreditTenu PIC X VALUE "N".
           88 Compte-Credit-Tenu VALUE "O".
       01 CreditsExternesDebordement PIC X VALUE "N".
           88 Credits-Externes-Debordement VALUE "O".

       01 DebitBloqueOpposition PIC X VALUE "N".
           88 Debit-Bloque-Opposition VALUE "O".

      *> Oppositions sur cheques : fini le gel du compte entier pour
      *> un chequier perdu ; seuls les numeros declares sont rejetes
      *> a la compensation. Saisie au guichet sur le compte de la
      *> session, frais debites sous G au tarif OPPCHQ du bareme
      *> tarifs_operations.
       01 ChoixMenuOppoCheques PIC 9 VALUE ZERO.
       01 TableOppositionsCheques.
           02 OppositionCheque OCCURS 200 TIMES
                               INDEXED BY IdxOppoCheque.
               03 TQ-Compte PIC 9(6).
               03 TQ-ChequeDebut PIC X(10).
               03 TQ-ChequeFin PIC X(10).
               03 TQ-Motif PIC X.
               03 TQ-Date PIC 9(8).
               03 TQ-Frais PIC 9(5)V99.
               03 TQ-Statut PIC X.
               03 TQ-Operateur PIC X(4).
       01 NombreOppoCheques PIC 9(3) VALUE ZERO.
       01 OppoChequesDebordement PIC X VALUE "N".
           88 Oppo-Cheques-Debordement VALUE "O".
       01 IdxOppoChequeTrouve PIC 9(3) VALUE ZERO.
       01 TarifOppositionCheque PIC 9(5)V99 VALUE ZERO.
       01 ChequeDebutSaisi PIC X(10) VALUE SPACES.
       01 ChequeFinSaisi PIC X(10) VALUE SPACES.
       01 MotifOppoCheque PIC X VALUE SPACE.
           88 Motif-Oppo-Cheque-Valide VALUE "P" "V" "A".

      *> Alertes clients : le guichet signale lui-meme les rejets de
      *> prelevement et les oppositions posees ; les alertes de
      *> solde, de gros debit et de decouvert sont calculees par la
      *> chaine de nuit sur les mouvements de la journee.
       01 ChoixMenuAlertes PIC 9 VALUE ZERO.
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
       01 AlerteClient PIC 9(5) VALUE ZERO.
       01 AlerteCompte PIC 9(6) VALUE ZERO.
       01 AlerteType PIC X(10) VALUE SPACES.
       01 AlerteMontant PIC S9(9)V99 VALUE ZERO.
       01 AlerteVoulue PIC X VALUE "N".
           88 Alerte-Voulue VALUE "O".
       01 SauvegardeClientAlerte PIC X(92) VALUE SPACES.
       01 ReponseAlerte PIC X VALUE SPACE.

      *> Titulaires multiples : les comptes joints et les
      *> procurations vivent dans le fichier titulaires, attaches et
      *> detaches depuis le menu ; la cloture refuse un compte qui
               03 TD-DateDebut PIC 9(8).
               03 TD-DateEcheance PIC 9(8).
               03 TD-Statut PIC X.
               03 TD-Instruction PIC X.
               03 TD-DureeMois PIC 9(2).
               03 TD-Origine PIC 9(5).
       01 NombreDepotsTerme PIC 9(3) VALUE ZERO.
       01 DepotsTermeDebordement PIC X VALUE "N".
           88 Depots-Terme-Debordement VALUE "O".
       01 DureeDepotTerme PIC 9(2) VALUE ZERO.
       01 DateEcheanceCalculee PIC 9(8) VALUE ZERO.
       01 JourEcheance PIC 9(2) VALUE ZERO.
       01 InstructionDepotTerme PIC X VALUE "P".
           88 Instruction-Valide VALUE "P" "C" "I".
       01 NumeroDepotSaisi PIC 9(5) VALUE ZERO.
       01 IdxDepotTrouve PIC 9(3) VALUE ZERO.
      *> Rupture anticipee (superviseur) : le capital revient au
      *> compte avec les interets courus au taux du contrat (code M),
      *> puis la part de ces interets perdue par la rupture est
      *> extournee (code X rattache a la ligne M), pourcentage
      *> PENALDAT du fichier central (50 % par defaut).
       01 TauxPenaliteRupture PIC 9(3)V99 VALUE 50.00.
       01 JoursEcoulesDepot PIC S9(5) VALUE ZERO.
       01 InteretCouruDepot PIC 9(7)V99 VALUE ZERO.
       01 InteretPerduDepot PIC 9(7)V99 VALUE ZERO.
       01 MontantRestitueDepot PIC 9(7)V99 VALUE ZERO.
       01 NetRestitueDepot PIC 9(7)V99 VALUE ZERO.
       01 ReferenceDepot PIC X(10) VALUE SPACES.
       01 ConfirmationRupture PIC X VALUE SPACE.

      *> Prets bancaires : capture du pret, tableau d'amortissement
      *> genere a l'octroi (mensualite constante), capital verse au
       01 CapitalEcheance PIC 9(5)V99 VALUE ZERO.
       01 RangEcheance PIC 9(3) VALUE ZERO.

      *> Remboursement anticipe, partiel ou total : le compte du pret
      *> est debite des interets courus sur le capital rembourse
      *> (code K), du capital (code N) et de l'indemnite de
      *> remboursement anticipe (code G, taux TAUXIRA en % du capital
      *> rembourse), chaque ligne portant la reference du pret.
      *> L'echeancier restant est regenere a mensualite inchangee
      *> (duree raccourcie) ou a duree inchangee (mensualite
      *> reduite), au choix du client.
       01 TauxIndemniteAnticipe PIC 9(3)V99 VALUE 3.00.
       01 IdxPretTrouve PIC 9(3) VALUE ZERO.
       01 CapitalAvantRemboursement PIC 9(7)V99 VALUE ZERO.
       01 CapitalRembourse PIC 9(5)V99 VALUE ZERO.
       01 InteretCouruPret PIC 9(5)V99 VALUE ZERO.
       01 IndemniteAnticipe PIC 9(5)V99 VALUE ZERO.
       01 TotalRemboursement PIC 9(7)V99 VALUE ZERO.
       01 EcheancesRestantes PIC 9(3) VALUE ZERO.
       01 NouvellesEcheances PIC 9(3) VALUE ZERO.
       01 JourRemboursement PIC 9(2) VALUE ZERO.
       01 ReferencePret PIC X(10) VALUE SPACES.
       01 ModeReamenagement PIC X VALUE SPACE.
           88 Reamenagement-Duree VALUE "D".
           88 Reamenagement-Mensualite VALUE "M".
       01 ConfirmationRemboursement PIC X VALUE SPACE.
       01 TableEcheancier.
           02 LigneEcheancier PIC X(35) OCCURS 3000 TIMES.
       01 NombreLignesEcheancier PIC 9(4) VALUE ZERO.
       01 IdxLigneEcheancier PIC 9(4) VALUE ZERO.
       01 EcheancierDebordement PIC X VALUE "N".
           88 Echeancier-Debordement VALUE "O".
      *> Un pret en impaye se regularise d'abord : le remboursement
      *> anticipe est refuse tant qu'une echeance reste due au
      *> registre prets_arrieres.
       01 ArrieresPretOuverts PIC 9(3) VALUE ZERO.

      *> Facturation mensuelle des frais de service : tenue de compte
      *> forfaitaire plus frais par operation au-dela de la
      *> franchise, d'apres le bareme tarifs_operations. Les
      *> operations du mois sont comptees depuis l'historique
      *> (archive du mois comprise), le total est debite sous le
      *> code G et le detail de facture part dans un fichier date a
      *> joindre au releve, tenu par le spool des editions.
       01 NomFichierFactures PIC X(50) VALUE SPACES.
       01 MoisFacturation PIC 9(6) VALUE ZERO.
       01 MoisFacturationSuivant PIC 9(6) VALUE ZERO.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "FACTFRAI".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "GestionCompteBanc".
       01 SPOOL-Operateur PIC X(4) VALUE SPACES.
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.
       01 TarifTenueCompte PIC 9(5)V99 VALUE ZERO.
       01 TarifParOperation PIC 9(5)V99 VALUE ZERO.
       01 FranchiseOperations PIC 9(3) VALUE ZERO.
       01 SeqOrigineApprobation PIC 9(8) VALUE ZERO.
       01 ReferenceApprobationAPoser PIC X(15) VALUE SPACES.
       01 ReferenceTransaction PIC X(10) VALUE SPACES.
      *> Controle des periodes comptables (routine Periode). Une
      *> ecriture qui corrige un mois en cloture ou clos est passee au
      *> jour, premier jour ouvert, avec la reference CLOSAAAAMM du
      *> mois concerne quand elle n'a pas deja sa propre reference.
       01 PeriodeDate PIC 9(8) VALUE ZERO.
       01 PeriodeDateOuverte PIC 9(8) VALUE ZERO.
       01 PeriodeStatut PIC XX VALUE '00'.
           88 Periode-Ouverte VALUE '00'.
           88 Periode-En-Cloture VALUE '91'.
       01 MoisConcerne PIC 9(6) VALUE ZERO.
       01 ReferencePeriodeClose.
           05 RPC-Prefixe PIC X(4) VALUE SPACES.
           05 RPC-Mois PIC X(6) VALUE SPACES.
       01 DateOperationExtournee PIC 9(8) VALUE ZERO.

      *> Champs servis par l'appelant avant ECRIRE-VIREMENT-SORTANT,
      *> pour que le postage differe d'une demande approuvee n'ecrase
               03 TC-Ca-Comptage PIC 9(7)V99.
               03 TC-Ca-Ecart PIC S9(7)V99.
               03 TC-Ca-Statut PIC X.
               03 TC-Ca-Agence PIC 9(3).
       01 NombreCaisses PIC 9(2) VALUE ZERO.
       01 CaisseTrouvee PIC X VALUE "N".
           88 Caisse-Trouvee VALUE "O".
      *> tous les comptes et liens de l'ancien numero vers le numero
      *> conserve.
       01 ChoixMenuEntretienClients PIC 9 VALUE ZERO.

      *> Revue KYC : un client dont la piece est expiree ou dont la
      *> revue est en retard pour son niveau de risque, au-dela du
      *> delai de grace, ne peut plus debiter ses comptes (retrait,
      *> virement, virement externe) tant que la revue n'est pas
      *> faite ; les depots restent acceptes. Periodicites en mois
      *> et delai de grace en jours viennent des parametres centraux
      *> KYCMOISF, KYCMOISM, KYCMOISE et KYCGRACE.
       01 KycMoisRisqueFaible PIC 9(3) VALUE 36.
       01 KycMoisRisqueMoyen PIC 9(3) VALUE 24.
       01 KycMoisRisqueEleve PIC 9(3) VALUE 12.
       01 KycDelaiGrace PIC 9(3) VALUE 30.
       01 KycMoisRevue PIC 9(3) VALUE ZERO.
       01 KycPieceTrouvee PIC X VALUE "N".
           88 Kyc-Piece-Trouvee VALUE "O".
       01 KycDebitsBloques PIC X VALUE "N".
           88 Kyc-Debits-Bloques VALUE "O".
       01 KycTypePiece PIC X(2) VALUE SPACES.
       01 KycNumeroPiece PIC X(15) VALUE SPACES.
       01 KycDateExpiration PIC 9(8) VALUE ZERO.
       01 KycDateVerification PIC 9(8) VALUE ZERO.
       01 KycRisque PIC X VALUE SPACE.
       01 KycDateRevue PIC 9(8) VALUE ZERO.
       01 KycDateLimite PIC 9(8) VALUE ZERO.
       01 TablePiecesIdentite.
           02 PieceIdentite OCCURS 500 TIMES INDEXED BY IdxPiece.
               03 TK-Client PIC 9(5).
               03 TK-Type PIC X(2).
               03 TK-Numero PIC X(15).
               03 TK-DateExpiration PIC 9(8).
               03 TK-DateVerification PIC 9(8).
               03 TK-Risque PIC X.
       01 NombrePiecesIdentite PIC 9(3) VALUE ZERO.
       01 PiecesDebordement PIC X VALUE "N".
           88 Pieces-Debordement VALUE "O".
       01 IdxPieceTrouvee PIC 9(3) VALUE ZERO.
       01 ChampClientModifie PIC X(10) VALUE SPACES.
       01 AncienneValeurClient PIC X(40) VALUE SPACES.
       01 NouvelleValeurClient PIC X(40) VALUE SPACES.
       01 TypeCompteCourant PIC X VALUE "C".
       01 TypeCompteDestination PIC X VALUE "C".
       01 TypeCompteOrdre PIC X VALUE "C".
      *> Agence de rattachement de chacun des trois comptes tenus en
      *> memoire, reportee telle quelle a la reecriture.
       01 AgenceCompteCourant PIC 9(3) VALUE 1.
       01 AgenceDestination PIC 9(3) VALUE 1.
       01 AgenceCompteOrdre PIC 9(3) VALUE 1.
       01 TableTypesComptes.
           02 TypeCompte OCCURS 10 TIMES INDEXED BY IdxType.
               03 TT-Ty-Type PIC X.
       01 GuichetierCourant PIC X(4) VALUE SPACES.
       01 TableGuichetiers.
           02 Guichetier OCCURS 20 TIMES INDEXED BY IdxGuichetier.
               03 GU-Agence PIC 9(3).
               03 GU-Id PIC X(4).
               03 GU-Nb-Captees PIC 9(5).
               03 GU-Total-Capte PIC 9(7)V99.
       01 IdxGuichetierTrouve PIC 9(2) VALUE ZERO.
       01 OperationPostee PIC X VALUE "N".
           88 Operation-Postee VALUE "O".
      *> Etat de controle par agence : les agences sont imprimees
      *> par code croissant, chacune avec son sous-total, puis le
      *> total de la banque.
       01 AgenceOperation PIC 9(3) VALUE ZERO.
       01 AgenceEtat PIC 9(3) VALUE ZERO.
       01 AgenceEtatSuivante PIC 9(4) VALUE ZERO.
       01 SousTotalNbCaptees PIC 9(6) VALUE ZERO.
       01 SousTotalCapte PIC 9(9)V99 VALUE ZERO.
       01 SousTotalNbPostees PIC 9(6) VALUE ZERO.
       01 SousTotalPoste PIC 9(9)V99 VALUE ZERO.
       01 SousTotalEcartCaisse PIC S9(9)V99 VALUE ZERO.
       01 BanqueNbCaptees PIC 9(6) VALUE ZERO.
       01 BanqueCapte PIC 9(9)V99 VALUE ZERO.
       01 BanqueNbPostees PIC 9(6) VALUE ZERO.
       01 BanquePoste PIC 9(9)V99 VALUE ZERO.
       01 BanqueEcartCaisse PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       STRING "**********MENU**********", saut-de-ligne
        "25. Importer les credits externes du matin", saut-de-ligne
        "26. Gerer les oppositions (superviseur)", saut-de-ligne
        "27. Gerer les titulaires d'un compte", saut-de-ligne
        "28. Depots a terme (ouvrir/lister/rompre)", saut-de-ligne
        "29. Prets bancaires (accorder/lister)", saut-de-ligne
        "30. Facturer les frais de service du mois", saut-de-ligne
        "31. File d'approbation a quatre yeux", saut-de-ligne
        "32. Caisse guichetier (entrees/sorties, comptage)",
            saut-de-ligne
        "33. Entretien du fichier clients", saut-de-ligne
        "34. Opposition sur cheques perdus ou voles", saut-de-ligne
        "35. Alertes du client (preferences)", saut-de-ligne
        "36. Agences (referentiel, rattachement du compte)",
            saut-de-ligne
        "37. File des credits en suspens", saut-de-ligne
        "0. Quitter"
           INTO MenuOptions.

           PERFORM CONTROLER-ET-POSER-VERROU.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           PERFORM VERIFIER-CREER-FICHIERS.
           PERFORM CHARGER-AGENCES.
           PERFORM DETERMINER-AGENCE-SESSION.
           PERFORM CHARGER-PREFERENCES-ALERTES.
           OPEN I-O soldes.
           OPEN I-O clients-banque.
           PERFORM SELECTIONNER-COMPTE.
           PERFORM INITIALISER-SEQUENCE.
           OPEN I-O historique.
           OPEN EXTEND ordres-permanents.
           OPEN EXTEND attente.
           PERFORM MENU-OPERATIONS.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO SeuilApprobation
           END-IF.
           MOVE "TAUXIRA" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxIndemniteAnticipe
           END-IF.
           MOVE "PENALDAT" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxPenaliteRupture
           END-IF.
           MOVE "KYCMOISF" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycMoisRisqueFaible
           END-IF.
           MOVE "KYCMOISM" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycMoisRisqueMoyen
           END-IF.
           MOVE "KYCMOISE" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycMoisRisqueEleve
           END-IF.
           MOVE "KYCGRACE" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO KycDelaiGrace
           END-IF.
           MOVE "CPTSUSPENS" TO PARM-Code.
           PERFORM LIRE-UN-PARAMETRE.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteSuspens
           END-IF.

       LIRE-UN-PARAMETRE.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
           MOVE ZERO TO DerniereSequence.
           OPEN INPUT historique
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
      *> Compte d'avant l'introduction des types : courant.
                       MOVE "C" TO TypeCompteCourant
                   END-IF
                   PERFORM LIRE-AGENCE-DU-COMPTE
                   MOVE AgenceRecherchee TO AgenceCompteCourant
                   PERFORM AVERTIR-SI-COMPTE-DORMANT
                   PERFORM CONTROLER-KYC-CLIENT
           END-READ
           END-IF.

               CLOSE comptes-dormants
           END-IF.

       CONTROLER-KYC-CLIENT.
      *> Relit la piece d'identite du titulaire du compte ouvert et
      *> pose le blocage des debits quand la piece est expiree ou la
      *> revue en retard depuis plus que le delai de grace. Un client
      *> sans piece enregistree est signale sans etre bloque : le
      *> fichier se remplit au fil des revues.
           MOVE "N" TO KycDebitsBloques.
           MOVE "N" TO KycPieceTrouvee.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           IF ClientCompteCourant NOT = ZERO
               OPEN INPUT pieces-identite
               IF ws-file-status = '00'
                   PERFORM UNTIL ws-file-status = '10'
                       READ pieces-identite
                            INTO piece-identite-enregistrement
                           AT END
                               MOVE '10' TO ws-file-status
                           NOT AT END
                               IF PI-Numero-Client = ClientCompteCourant
                                   MOVE "O" TO KycPieceTrouvee
                                   MOVE PI-Type TO KycTypePiece
                                   MOVE PI-DateExpiration
                                        TO KycDateExpiration
                                   MOVE PI-DateVerification
                                        TO KycDateVerification
                                   MOVE PI-Risque TO KycRisque
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE pieces-identite
               END-IF
               IF NOT Kyc-Piece-Trouvee
                   DISPLAY "ATTENTION : aucune piece d'identite ",
                           "enregistree pour le client ",
                           ClientCompteCourant,
                           ". Faire la revue KYC (entretien clients)."
               ELSE
                   PERFORM EVALUER-ECHEANCES-KYC
               END-IF
           END-IF.

       EVALUER-ECHEANCES-KYC.
      *> Date de revue = derniere verification avancee de la
      *> periodicite du niveau de risque, avec le meme report au
      *> dernier jour du mois que les echeances de depots a terme.
           EVALUATE KycRisque
               WHEN "E"
                   MOVE KycMoisRisqueEleve TO KycMoisRevue
               WHEN "M"
                   MOVE KycMoisRisqueMoyen TO KycMoisRevue
               WHEN OTHER
                   MOVE KycMoisRisqueFaible TO KycMoisRevue
           END-EVALUATE.
           MOVE KycDateVerification(1:6) TO MoisTravail.
           MOVE KycDateVerification(7:2) TO JourEcheance.
           PERFORM AVANCER-UN-MOIS-ECHEANCE KycMoisRevue TIMES.
           PERFORM CALCULER-JOURS-DU-MOIS.
           IF JourEcheance > NbJoursMois
               MOVE NbJoursMois TO JourEcheance
           END-IF.
           COMPUTE KycDateRevue = MT-Annee * 10000
                   + MT-Mois * 100 + JourEcheance.
           IF KycDateExpiration < DateDuJour
               MOVE KycDateExpiration TO DATU-Date1
               PERFORM CALCULER-LIMITE-GRACE-KYC
               DISPLAY "ATTENTION : piece d'identite ", KycTypePiece,
                       " du client ", ClientCompteCourant,
                       " expiree le ", KycDateExpiration, "."
           END-IF.
           IF KycDateRevue < DateDuJour
               MOVE KycDateRevue TO DATU-Date1
               PERFORM CALCULER-LIMITE-GRACE-KYC
               DISPLAY "ATTENTION : revue KYC du client ",
                       ClientCompteCourant, " due depuis le ",
                       KycDateRevue, " (risque ", KycRisque, ")."
           END-IF.
           IF Kyc-Debits-Bloques
               DISPLAY "Delai de grace depasse : retraits et ",
                       "virements refuses jusqu'a la revue KYC."
           END-IF.

       CALCULER-LIMITE-GRACE-KYC.
           MOVE "A" TO DATU-Operation.
           MOVE KycDelaiGrace TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           MOVE DATU-DateResultat TO KycDateLimite.
           IF DATU-Statut NOT = '00'
              OR KycDateLimite < DateDuJour
               MOVE "O" TO KycDebitsBloques
           END-IF.

       REFUSER-DEBIT-KYC.
           DISPLAY "Debit refuse : client ", ClientCompteCourant,
                   " en defaut de revue KYC au-dela du delai de ",
                   "grace. Seuls les depots sont acceptes.".

       TRAITER-COMPTE-INCONNU.
      *> Un numero absent du fichier des soldes est soit un compte
      *> cloture (auquel cas sa recreation est interdite), soit un
           MOVE LimiteJournaliere TO SR-Limite-Journaliere.
           MOVE DeviseCompte TO SR-Devise.
           MOVE TypeCompteCourant TO SR-Type-Compte.
      *> Le compte est rattache a l'agence qui l'ouvre.
           MOVE AgenceCourante TO AgenceCompteCourant.
           MOVE AgenceCompteCourant TO SR-Agence.
           MOVE SEP-Deux-Points TO MYFILLER.
           MOVE SEP-Deux-Points TO MYFILLER2.
           MOVE SEP-Deux-Points TO MYFILLER3.
           MOVE SEP-Deux-Points TO MYFILLER4.
           MOVE SEP-Deux-Points TO MYFILLER5.
           MOVE SEP-Deux-Points TO MYFILLER6.
           MOVE SEP-Deux-Points TO MYFILLER7.
           WRITE soldes-record
           END-WRITE.
           PERFORM ATTACHER-TITULAIRE-PRINCIPAL.
           PERFORM CONTROLER-KYC-CLIENT.

       ATTACHER-TITULAIRE-PRINCIPAL.
      *> Le client porteur du compte nouvellement cree est aussi
           ACCEPT CB-Adresse.
           DISPLAY "Telephone du client :".
           ACCEPT CB-Telephone.
           MOVE "N" TO CB-ReleveEchange.
           MOVE SEP-Virgule TO CB-FILLER1.
           MOVE SEP-Virgule TO CB-FILLER2.
           MOVE SEP-Virgule TO CB-FILLER3.
           MOVE SEP-Virgule TO CB-FILLER4.
           WRITE clients-banque-record
               INVALID KEY
                   DISPLAY "Erreur : client ", NumeroClientCourant,
           DISPLAY "===== DEPOTS A TERME =====".
           DISPLAY "1. Lister les depots a terme".
           DISPLAY "2. Ouvrir un depot a terme".
           DISPLAY "3. Changer l'instruction a l'echeance".
           DISPLAY "4. Rupture anticipee (superviseur)".
           DISPLAY "5. Retour au menu principal".
           ACCEPT ChoixMenuDepotsTerme.
           EVALUATE ChoixMenuDepotsTerme
               WHEN 1 PERFORM LISTER-DEPOTS-TERME
               WHEN 2 PERFORM OUVRIR-DEPOT-TERME
               WHEN 3 PERFORM CHANGER-INSTRUCTION-DEPOT
               WHEN 4
                   IF Role-Superviseur-Ou-Plus
                       PERFORM ROMPRE-DEPOT-TERME
                   ELSE
                       DISPLAY "Rupture reservee aux superviseurs."
                   END-IF
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuDepotsTerme NOT = 5
               PERFORM MENU-DEPOTS-TERME
           END-IF.

                                TO TD-DateEcheance(NombreDepotsTerme)
                           MOVE DT-Statut
                                TO TD-Statut(NombreDepotsTerme)
                           MOVE DT-Instruction
                                TO TD-Instruction(NombreDepotsTerme)
                           MOVE DT-DureeMois
                                TO TD-DureeMois(NombreDepotsTerme)
                           MOVE DT-Origine
                                TO TD-Origine(NombreDepotsTerme)
                       ELSE
      *> Jamais de reecriture partielle : un depot efface, c'est
      *> l'epargne bloquee d'un client disparue.
                   MOVE TD-DateEcheance(IdxDepotTerme)
                        TO DT-DateEcheance
                   MOVE TD-Statut(IdxDepotTerme) TO DT-Statut
                   MOVE TD-Instruction(IdxDepotTerme)
                        TO DT-Instruction
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
               END-PERFORM
               DISPLAY "Aucun depot a terme enregistre."
           ELSE
               DISPLAY "Numero Compte  Principal  Taux  Debut    ",
                       "Echeance Statut Instr. Origine"
               PERFORM VARYING IdxDepotTerme FROM 1 BY 1
                       UNTIL IdxDepotTerme > NombreDepotsTerme
                   DISPLAY TD-Numero(IdxDepotTerme), "  ",
                           TD-Taux(IdxDepotTerme), " ",
                           TD-DateDebut(IdxDepotTerme), " ",
                           TD-DateEcheance(IdxDepotTerme), " ",
                           TD-Statut(IdxDepotTerme), "      ",
                           TD-Instruction(IdxDepotTerme), "      ",
                           TD-Origine(IdxDepotTerme)
               END-PERFORM
           END-IF.

               ACCEPT TauxDepotTerme
               DISPLAY "Duree en mois (ex: 06 ou 12) :"
               ACCEPT DureeDepotTerme
               PERFORM SAISIR-INSTRUCTION-DEPOT
               EVALUATE TRUE
                   WHEN PrincipalDepotTerme = ZERO
                       DISPLAY "Montant nul : ouverture abandonnee."
                       DISPLAY "Taux invalide : ouverture abandonnee."
                   WHEN DureeDepotTerme = ZERO
                       DISPLAY "Duree nulle : ouverture abandonnee."
                   WHEN NOT Instruction-Valide
                       DISPLAY "Instruction invalide : ouverture ",
                               "abandonnee."
                   WHEN SoldeCompte < PrincipalDepotTerme
                       DISPLAY "Solde insuffisant pour bloquer ",
                               PrincipalDepotTerme, "."
           MOVE DateEcheanceCalculee
                TO TD-DateEcheance(NombreDepotsTerme).
           MOVE "A" TO TD-Statut(NombreDepotsTerme).
           MOVE InstructionDepotTerme
                TO TD-Instruction(NombreDepotsTerme).
           MOVE DureeDepotTerme TO TD-DureeMois(NombreDepotsTerme).
           MOVE ZERO TO TD-Origine(NombreDepotsTerme).
           PERFORM SAUVEGARDER-DEPOTS-TERME.
           DISPLAY "Depot a terme ", DernierNumeroDepotTerme,
                   " ouvert : ", PrincipalDepotTerme, " bloques ",
                   "jusqu'au ", DateEcheanceCalculee, ".".

       SAISIR-INSTRUCTION-DEPOT.
           DISPLAY "A l'echeance : P payer au compte, C renouveler ",
                   "le capital, I renouveler capital et interets :".
           ACCEPT InstructionDepotTerme.
           IF InstructionDepotTerme = SPACE
               MOVE "P" TO InstructionDepotTerme
           END-IF.

       CHERCHER-DEPOT-TERME.
           DISPLAY "Numero du depot a terme :".
           ACCEPT NumeroDepotSaisi.
           MOVE ZERO TO IdxDepotTrouve.
           PERFORM VARYING IdxDepotTerme FROM 1 BY 1
                   UNTIL IdxDepotTerme > NombreDepotsTerme
               IF TD-Numero(IdxDepotTerme) = NumeroDepotSaisi
                   SET IdxDepotTrouve TO IdxDepotTerme
               END-IF
           END-PERFORM.

       CHANGER-INSTRUCTION-DEPOT.
      *> Modifiable jusqu'a la veille de l'echeance : c'est la
      *> chaine de nuit qui l'execute le jour venu.
           PERFORM CHERCHER-DEPOT-TERME.
           EVALUATE TRUE
               WHEN Depots-Terme-Debordement
                   DISPLAY "Fichier des depots a terme charge ",
                           "incomplet : modification impossible."
               WHEN IdxDepotTrouve = ZERO
                   DISPLAY "Depot ", NumeroDepotSaisi, " inconnu."
               WHEN TD-Statut(IdxDepotTrouve) NOT = "A"
                   DISPLAY "Depot ", NumeroDepotSaisi,
                           " n'est plus actif."
               WHEN OTHER
                   DISPLAY "Instruction actuelle : ",
                           TD-Instruction(IdxDepotTrouve)
                   PERFORM SAISIR-INSTRUCTION-DEPOT
                   IF Instruction-Valide
                       MOVE InstructionDepotTerme
                            TO TD-Instruction(IdxDepotTrouve)
                       PERFORM SAUVEGARDER-DEPOTS-TERME
                       DISPLAY "Instruction du depot ",
                               NumeroDepotSaisi, " : ",
                               InstructionDepotTerme, "."
                   ELSE
                       DISPLAY "Instruction invalide : depot ",
                               "inchange."
                   END-IF
           END-EVALUATE.

       ROMPRE-DEPOT-TERME.
      *> Le depot doit appartenir au compte de la session : c'est lui
      *> qui recoit le capital et porte l'extourne.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           PERFORM CHERCHER-DEPOT-TERME.
           EVALUATE TRUE
               WHEN Depots-Terme-Debordement
                   DISPLAY "Fichier des depots a terme charge ",
                           "incomplet : rupture impossible."
               WHEN IdxDepotTrouve = ZERO
                   DISPLAY "Depot ", NumeroDepotSaisi, " inconnu."
               WHEN TD-Statut(IdxDepotTrouve) NOT = "A"
                   DISPLAY "Depot ", NumeroDepotSaisi,
                           " n'est plus actif."
               WHEN TD-Compte(IdxDepotTrouve) NOT = NumeroCompteCourant
                   DISPLAY "Depot rattache au compte ",
                           TD-Compte(IdxDepotTrouve),
                           " : selectionner ce compte d'abord."
               WHEN TD-DateEcheance(IdxDepotTrouve) <= DateDuJour
                   DISPLAY "Depot arrive a echeance : il sera servi ",
                           "par la chaine de nuit."
               WHEN OTHER
                   PERFORM CALCULER-RUPTURE-DEPOT
           END-EVALUATE.

       CALCULER-RUPTURE-DEPOT.
      *> Interets courus au taux du contrat, prorata des jours ecoules
      *> depuis le debut (meme formule que l'echeance), dont la part
      *> PENALDAT est perdue.
           MOVE "D" TO DATU-Operation.
           MOVE TD-DateDebut(IdxDepotTrouve) TO DATU-Date1.
           MOVE DateDuJour TO DATU-Date2.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut NOT = '00' OR DATU-Nombre < ZERO
               MOVE ZERO TO JoursEcoulesDepot
           ELSE
               MOVE DATU-Nombre TO JoursEcoulesDepot
           END-IF.
           COMPUTE InteretCouruDepot ROUNDED =
                   TD-Principal(IdxDepotTrouve)
                   * TD-Taux(IdxDepotTrouve)
                   * JoursEcoulesDepot / 36500.
           COMPUTE InteretPerduDepot ROUNDED =
                   InteretCouruDepot * TauxPenaliteRupture / 100.
           IF InteretPerduDepot > InteretCouruDepot
               MOVE InteretCouruDepot TO InteretPerduDepot
           END-IF.
           COMPUTE MontantRestitueDepot =
                   TD-Principal(IdxDepotTrouve) + InteretCouruDepot.
           COMPUTE NetRestitueDepot =
                   MontantRestitueDepot - InteretPerduDepot.
           DISPLAY "Depot ", NumeroDepotSaisi, " : capital ",
                   TD-Principal(IdxDepotTrouve), ", ",
                   JoursEcoulesDepot, " jour(s) courus.".
           DISPLAY "Interets courus : ", InteretCouruDepot,
                   " - penalite de rupture (", TauxPenaliteRupture,
                   " %) : ", InteretPerduDepot.
           DISPLAY "Net recredite : ", NetRestitueDepot.
           DISPLAY "Confirmer la rupture (O/N) :".
           ACCEPT ConfirmationRupture.
           IF ConfirmationRupture = "O" OR ConfirmationRupture = "o"
               PERFORM POSTER-RUPTURE-DEPOT
           ELSE
               DISPLAY "Rupture abandonnee."
           END-IF.

       POSTER-RUPTURE-DEPOT.
           MOVE SPACES TO ReferenceDepot.
           STRING "DAT" TD-Numero(IdxDepotTrouve)
               DELIMITED BY SIZE INTO ReferenceDepot.
           COMPUTE SoldeCompte = SoldeCompte + MontantRestitueDepot.
           MOVE NumeroCompteCourant TO H-Numero-Compte.
           MOVE MontantRestitueDepot TO H-Montant.
           MOVE F-EcheanceTerme TO H-Action.
           MOVE DeviseCompte TO DeviseTransaction.
           MOVE ReferenceDepot TO ReferenceTransaction.
           PERFORM ENREGISTRER-TRANSACTION.
           PERFORM ENREGISTRER-SOLDE.
           IF InteretPerduDepot > ZERO
               COMPUTE SoldeCompte = SoldeCompte - InteretPerduDepot
               MOVE NumeroCompteCourant TO H-Numero-Compte
               MOVE InteretPerduDepot TO H-Montant
               MOVE F-Extourne TO H-Action
               MOVE DerniereSequence TO SequenceOrigine
               MOVE F-EcheanceTerme TO ActionOrigine
               MOVE DeviseCompte TO DeviseTransaction
               MOVE ReferenceDepot TO ReferenceTransaction
               PERFORM ENREGISTRER-TRANSACTION
               PERFORM ENREGISTRER-SOLDE
           END-IF.
           MOVE "B" TO TD-Statut(IdxDepotTrouve).
           PERFORM SAUVEGARDER-DEPOTS-TERME.
           DISPLAY "Depot ", NumeroDepotSaisi, " rompu : ",
                   NetRestitueDepot, " recredites au compte ",
                   NumeroCompteCourant, ".".

       CALCULER-ECHEANCE-DEPOT-TERME.
      *> Echeance = date du jour avancee du nombre de mois demande,
      *> le quantieme etant ramene au dernier jour du mois d'arrivee
           DISPLAY "1. Lister les prets".
           DISPLAY "2. Accorder un pret".
           DISPLAY "3. Afficher l'echeancier d'un pret".
           DISPLAY "4. Remboursement anticipe".
           DISPLAY "5. Retour au menu principal".
           ACCEPT ChoixMenuPrets.
           EVALUATE ChoixMenuPrets
               WHEN 1 PERFORM LISTER-PRETS-BANCAIRES
               WHEN 2 PERFORM ACCORDER-PRET
               WHEN 3 PERFORM AFFICHER-ECHEANCIER
               WHEN 4 PERFORM REMBOURSER-PRET-ANTICIPE
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuPrets NOT = 5
               PERFORM MENU-PRETS-BANCAIRES
           END-IF.

                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE ComptePretSaisi TO H-Numero-Compte
      *> t etant le taux mensuel. La puissance est obtenue par
      *> multiplications successives ; la derniere echeance absorbe
      *> les arrondis en soldant exactement le capital restant.
           PERFORM CALCULER-MENSUALITE-PRET.
           MOVE PrincipalPret TO CapitalRestantPret.
           OPEN EXTEND echeancier.
           IF ws-file-status = '35'
           END-PERFORM.
           CLOSE echeancier.

       CALCULER-MENSUALITE-PRET.
      *> Mensualite constante de PrincipalPret sur DureeMoisPret
      *> mois au taux annuel TauxAnnuelPret.
           COMPUTE TauxMensuelPret = TauxAnnuelPret / 1200.
           MOVE 1 TO FacteurPret.
           PERFORM MULTIPLIER-FACTEUR-PRET DureeMoisPret TIMES.
           IF TauxMensuelPret = ZERO
               COMPUTE MensualitePret ROUNDED =
                       PrincipalPret / DureeMoisPret
           ELSE
               COMPUTE MensualitePret ROUNDED =
                       PrincipalPret * TauxMensuelPret * FacteurPret
                       / (FacteurPret - 1)
           END-IF.

       MULTIPLIER-FACTEUR-PRET.
           COMPUTE FacteurPret = FacteurPret
                   * (1 + TauxMensuelPret).
               DISPLAY "Aucune echeance pour ce pret."
           END-IF.

       REMBOURSER-PRET-ANTICIPE.
           DISPLAY "Numero du pret a rembourser par anticipation :".
           ACCEPT NumeroPretSaisi.
           MOVE ZERO TO IdxPretTrouve.
           PERFORM VARYING IdxPretB FROM 1 BY 1
                   UNTIL IdxPretB > NombrePretsBancaires
               IF TP-Numero(IdxPretB) = NumeroPretSaisi
                   SET IdxPretTrouve TO IdxPretB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN Prets-Bancaires-Debordement
                   DISPLAY "Fichier des prets charge incomplet : ",
                           "remboursement impossible."
               WHEN IdxPretTrouve = ZERO
                   DISPLAY "Pret ", NumeroPretSaisi, " inconnu."
               WHEN TP-Statut(IdxPretTrouve) NOT = "A"
                   DISPLAY "Pret ", NumeroPretSaisi, " deja solde."
               WHEN OTHER
                   PERFORM COMPTER-ARRIERES-PRET
                   IF ArrieresPretOuverts > ZERO
                       DISPLAY "Pret ", NumeroPretSaisi, " : ",
                               ArrieresPretOuverts, " echeance(s) ",
                               "impayee(s) ; regulariser d'abord les ",
                               "impayes."
                   ELSE
                   PERFORM CHARGER-ECHEANCIER-COMPLET
                   IF Echeancier-Debordement
                       DISPLAY "Echeancier au-dela de la capacite ",
                               "(3000 lignes) : remboursement ",
                               "impossible, fichier laisse intact."
                   ELSE
                       PERFORM SAISIR-REMBOURSEMENT-ANTICIPE
                   END-IF
                   END-IF
           END-EVALUATE.

       COMPTER-ARRIERES-PRET.
           MOVE ZERO TO ArrieresPretOuverts.
           OPEN INPUT prets-arrieres.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ prets-arrieres
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF AR-Pret = TP-Numero(IdxPretTrouve)
                              AND AR-Statut NOT = "R"
                              AND AR-Rang > TP-MensualitesPayees
                                                 (IdxPretTrouve)
                               ADD 1 TO ArrieresPretOuverts
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prets-arrieres
           END-IF.

       CHARGER-ECHEANCIER-COMPLET.
      *> Charge tout l'echeancier sauf les echeances non payees du
      *> pret traite, qui seront regenerees ; le capital restant du
      *> est celui de la derniere echeance payee (le principal si
      *> aucune ne l'est encore).
           MOVE ZERO TO NombreLignesEcheancier.
           MOVE "N" TO EcheancierDebordement.
           MOVE TP-Principal(IdxPretTrouve)
                TO CapitalAvantRemboursement.
           OPEN INPUT echeancier
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ echeancier INTO echeance-enregistrement
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       PERFORM RANGER-UNE-ECHEANCE
               END-READ
           END-PERFORM.
           CLOSE echeancier.

       RANGER-UNE-ECHEANCE.
           IF EC-Pret = NumeroPretSaisi
              AND EC-Rang = TP-MensualitesPayees(IdxPretTrouve)
               MOVE EC-CapitalRestant TO CapitalAvantRemboursement
           END-IF.
           IF EC-Pret = NumeroPretSaisi
              AND EC-Rang > TP-MensualitesPayees(IdxPretTrouve)
               CONTINUE
           ELSE
               IF NombreLignesEcheancier < 3000
                   ADD 1 TO NombreLignesEcheancier
                   MOVE echeance-enregistrement
                        TO LigneEcheancier(NombreLignesEcheancier)
               ELSE
                   MOVE "O" TO EcheancierDebordement
                   MOVE '10' TO ws-file-status
               END-IF
           END-IF.

       SAISIR-REMBOURSEMENT-ANTICIPE.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           COMPUTE EcheancesRestantes = TP-DureeMois(IdxPretTrouve)
                   - TP-MensualitesPayees(IdxPretTrouve).
           DISPLAY "Pret ", NumeroPretSaisi, " - compte ",
                   TP-Compte(IdxPretTrouve), " : capital restant du ",
                   CapitalAvantRemboursement, " sur ",
                   EcheancesRestantes, " mensualite(s).".
           DISPLAY "Capital a rembourser (montant >= restant du = ",
                   "remboursement total) :".
           ACCEPT CapitalRembourse.
           MOVE SPACE TO ModeReamenagement.
           IF CapitalRembourse > CapitalAvantRemboursement
               MOVE CapitalAvantRemboursement TO CapitalRembourse
           END-IF.
           IF CapitalRembourse > ZERO
              AND CapitalRembourse < CapitalAvantRemboursement
               DISPLAY "Reamenagement : (D)uree raccourcie a ",
                       "mensualite inchangee, ou (M)ensualite ",
                       "reduite a duree inchangee :"
               ACCEPT ModeReamenagement
           END-IF.
           MOVE DateDuJour(7:2) TO JourRemboursement.
           MOVE DateDuJour(1:6) TO MoisTravail.
           PERFORM CALCULER-JOURS-DU-MOIS.
      *> Les mensualites sont collectees en fin de mois : le capital
      *> rembourse a couru depuis le debut du mois, la prochaine
      *> echeance ne portant plus d'interets que sur le nouveau
      *> capital restant.
           COMPUTE TauxMensuelPret = TP-TauxAnnuel(IdxPretTrouve)
                   / 1200.
           COMPUTE InteretCouruPret ROUNDED = CapitalRembourse
                   * TauxMensuelPret * JourRemboursement
                   / NbJoursMois.
           COMPUTE IndemniteAnticipe ROUNDED = CapitalRembourse
                   * TauxIndemniteAnticipe / 100.
           COMPUTE TotalRemboursement = CapitalRembourse
                   + InteretCouruPret + IndemniteAnticipe.
           EVALUATE TRUE
               WHEN CapitalRembourse = ZERO
                   DISPLAY "Montant nul : remboursement abandonne."
               WHEN CapitalRembourse < CapitalAvantRemboursement
                    AND NOT Reamenagement-Duree
                    AND NOT Reamenagement-Mensualite
                   DISPLAY "Choix de reamenagement invalide : ",
                           "remboursement abandonne."
               WHEN OTHER
                   DISPLAY "Capital   : ", CapitalRembourse
                   DISPLAY "Interets courus : ", InteretCouruPret
                   DISPLAY "Indemnite (", TauxIndemniteAnticipe,
                           " %) : ", IndemniteAnticipe
                   DISPLAY "Total debite au compte ",
                           TP-Compte(IdxPretTrouve), " : ",
                           TotalRemboursement
                   DISPLAY "Confirmer le remboursement (O/N) :"
                   MOVE SPACE TO ConfirmationRemboursement
                   ACCEPT ConfirmationRemboursement
                   IF ConfirmationRemboursement = "O"
                       PERFORM DEBITER-REMBOURSEMENT-ANTICIPE
                   ELSE
                       DISPLAY "Remboursement abandonne."
                   END-IF
           END-EVALUATE.

       DEBITER-REMBOURSEMENT-ANTICIPE.
           MOVE TP-Compte(IdxPretTrouve) TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte ", TP-Compte(IdxPretTrouve),
                           " introuvable : remboursement refuse."
               NOT INVALID KEY
                   MOVE TP-Compte(IdxPretTrouve) TO CompteControleOppo
                   MOVE TotalRemboursement TO MontantControleOppo
                   MOVE SR-Solde TO SoldeControleOppo
                   PERFORM CONTROLER-OPPOSITION-DEBIT
                   IF Debit-Bloque-Opposition
                       CONTINUE
                   ELSE
                   IF SR-Solde - TotalRemboursement
                           < 0 - SR-Limite-Decouvert
                       DISPLAY "Erreur: Solde Insuffisant"
                   ELSE
                       PERFORM POSTER-REMBOURSEMENT-ANTICIPE
                   END-IF
                   END-IF
           END-READ.
           PERFORM RELIRE-COMPTE-COURANT.

       POSTER-REMBOURSEMENT-ANTICIPE.
           SUBTRACT TotalRemboursement FROM SR-Solde.
           MOVE SEP-Deux-Points TO MYFILLER.
           MOVE SEP-Deux-Points TO MYFILLER2.
           MOVE SEP-Deux-Points TO MYFILLER3.
           MOVE SEP-Deux-Points TO MYFILLER4.
           MOVE SEP-Deux-Points TO MYFILLER5.
           MOVE SEP-Deux-Points TO MYFILLER6.
           MOVE SEP-Deux-Points TO MYFILLER7.
           REWRITE soldes-record
           END-REWRITE.
           MOVE SPACES TO ReferencePret.
           STRING "PRET" NumeroPretSaisi
               DELIMITED BY SIZE INTO ReferencePret.
           IF InteretCouruPret > ZERO
               MOVE TP-Compte(IdxPretTrouve) TO H-Numero-Compte
               MOVE InteretCouruPret TO H-Montant
               MOVE F-InteretPret TO H-Action
               MOVE ReferencePret TO ReferenceTransaction
               PERFORM ENREGISTRER-TRANSACTION
           END-IF.
           MOVE TP-Compte(IdxPretTrouve) TO H-Numero-Compte.
           MOVE CapitalRembourse TO H-Montant.
           MOVE F-CapitalPret TO H-Action.
           MOVE ReferencePret TO ReferenceTransaction.
           PERFORM ENREGISTRER-TRANSACTION.
           IF IndemniteAnticipe > ZERO
               MOVE TP-Compte(IdxPretTrouve) TO H-Numero-Compte
               MOVE IndemniteAnticipe TO H-Montant
               MOVE F-FraisService TO H-Action
               MOVE ReferencePret TO ReferenceTransaction
               PERFORM ENREGISTRER-TRANSACTION
           END-IF.
           IF CapitalRembourse = CapitalAvantRemboursement
               MOVE TP-MensualitesPayees(IdxPretTrouve)
                    TO TP-DureeMois(IdxPretTrouve)
               MOVE "S" TO TP-Statut(IdxPretTrouve)
               DISPLAY "Pret ", NumeroPretSaisi, " rembourse en ",
                       "totalite et solde."
           ELSE
               PERFORM REGENERER-ECHEANCES-RESTANTES
               COMPUTE TP-DureeMois(IdxPretTrouve) =
                       TP-MensualitesPayees(IdxPretTrouve)
                       + NouvellesEcheances
               DISPLAY "Pret ", NumeroPretSaisi, " : nouveau ",
                       "capital ", CapitalRestantPret, ", ",
                       NouvellesEcheances, " mensualite(s) de ",
                       MensualitePret, "."
           END-IF.
           PERFORM REECRIRE-ECHEANCIER.
           PERFORM SAUVEGARDER-PRETS-BANCAIRES.

       REGENERER-ECHEANCES-RESTANTES.
      *> Duree raccourcie : la mensualite d'origine (recalculee sur
      *> le capital et la duree restants avant remboursement) est
      *> conservee et le nouveau capital s'eteint plus tot.
      *> Mensualite reduite : nouvelle mensualite sur le nouveau
      *> capital et la meme duree restante.
           MOVE TP-TauxAnnuel(IdxPretTrouve) TO TauxAnnuelPret.
           MOVE EcheancesRestantes TO DureeMoisPret.
           IF Reamenagement-Duree
               MOVE CapitalAvantRemboursement TO PrincipalPret
           ELSE
               COMPUTE PrincipalPret = CapitalAvantRemboursement
                       - CapitalRembourse
           END-IF.
           PERFORM CALCULER-MENSUALITE-PRET.
           COMPUTE CapitalRestantPret = CapitalAvantRemboursement
                   - CapitalRembourse.
           MOVE ZERO TO NouvellesEcheances.
           PERFORM AJOUTER-ECHEANCE-RESTANTE
                   UNTIL CapitalRestantPret = ZERO
                      OR NouvellesEcheances >= EcheancesRestantes.
           COMPUTE CapitalRestantPret = CapitalAvantRemboursement
                   - CapitalRembourse.

       AJOUTER-ECHEANCE-RESTANTE.
      *> Meme construction que GENERER-ECHEANCIER : la derniere
      *> echeance solde exactement le capital restant.
           ADD 1 TO NouvellesEcheances.
           COMPUTE RangEcheance = TP-MensualitesPayees(IdxPretTrouve)
                   + NouvellesEcheances.
           COMPUTE InteretEcheance ROUNDED =
                   CapitalRestantPret * TauxMensuelPret.
           IF NouvellesEcheances = EcheancesRestantes
               MOVE CapitalRestantPret TO CapitalEcheance
           ELSE
               COMPUTE CapitalEcheance =
                       MensualitePret - InteretEcheance
               IF CapitalEcheance > CapitalRestantPret
                   MOVE CapitalRestantPret TO CapitalEcheance
               END-IF
           END-IF.
           SUBTRACT CapitalEcheance FROM CapitalRestantPret.
           MOVE NumeroPretSaisi TO EC-Pret.
           MOVE RangEcheance TO EC-Rang.
           MOVE InteretEcheance TO EC-Interet.
           MOVE CapitalEcheance TO EC-Capital.
           MOVE CapitalRestantPret TO EC-CapitalRestant.
           MOVE SEP-Virgule TO EC-FILLER1.
           MOVE SEP-Virgule TO EC-FILLER2.
           MOVE SEP-Virgule TO EC-FILLER3.
           MOVE SEP-Virgule TO EC-FILLER4.
           IF NombreLignesEcheancier < 3000
               ADD 1 TO NombreLignesEcheancier
               MOVE echeance-enregistrement
                    TO LigneEcheancier(NombreLignesEcheancier)
           ELSE
               MOVE "O" TO EcheancierDebordement
           END-IF.

       REECRIRE-ECHEANCIER.
           IF Echeancier-Debordement
               DISPLAY "Echeancier au-dela de la capacite : ",
                       "reecriture refusee, echeances a regenerer."
           ELSE
               OPEN OUTPUT echeancier
               PERFORM VARYING IdxLigneEcheancier FROM 1 BY 1
                       UNTIL IdxLigneEcheancier
                             > NombreLignesEcheancier
                   MOVE LigneEcheancier(IdxLigneEcheancier)
                        TO echeance-enregistrement
                   WRITE echeance-enregistrement
                   END-WRITE
               END-PERFORM
               CLOSE echeancier
           END-IF.

       MENU-TITULAIRES.
      *> Comptes joints et procurations : attacher ou detacher des
      *> titulaires, co-titulaires et mandataires sur un compte.
           DISPLAY "===== ENTRETIEN DU FICHIER CLIENTS =====".
           DISPLAY "1. Modifier une fiche (nom, adresse, telephone)".
           DISPLAY "2. Fusionner deux clients (superviseur)".
           DISPLAY "3. Piece d'identite et revue KYC".
           DISPLAY "4. Retour au menu principal".
           ACCEPT ChoixMenuEntretienClients.
           EVALUATE ChoixMenuEntretienClients
               WHEN 1 PERFORM MODIFIER-FICHE-CLIENT
                   ELSE
                       DISPLAY "Fusion reservee aux superviseurs."
                   END-IF
               WHEN 3 PERFORM REVOIR-PIECE-IDENTITE
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuEntretienClients NOT = 4
               PERFORM MENU-ENTRETIEN-CLIENTS
           END-IF.

                   MOVE SaisieModificationClient TO CB-Telephone
                   PERFORM JOURNALISER-CHANGEMENT-CLIENT
               END-IF
               IF CB-ReleveEchange NOT = "O"
                   MOVE "N" TO CB-ReleveEchange
               END-IF
               DISPLAY "Releve au format d'echange (actuel : ",
                       CB-ReleveEchange, ") - O/N, vide pour ",
                       "conserver :"
               MOVE SPACES TO SaisieModificationClient
               ACCEPT SaisieModificationClient
               IF (SaisieModificationClient = "O"
                   OR SaisieModificationClient = "N")
                  AND SaisieModificationClient(1:1)
                      NOT = CB-ReleveEchange
                   MOVE "RELEVEECH" TO ChampClientModifie
                   MOVE CB-ReleveEchange TO AncienneValeurClient
                   MOVE SaisieModificationClient
                        TO NouvelleValeurClient
                   MOVE SaisieModificationClient(1:1)
                        TO CB-ReleveEchange
                   PERFORM JOURNALISER-CHANGEMENT-CLIENT
               END-IF
               MOVE SEP-Virgule TO CB-FILLER1
               MOVE SEP-Virgule TO CB-FILLER2
               MOVE SEP-Virgule TO CB-FILLER3
               MOVE SEP-Virgule TO CB-FILLER4
               REWRITE clients-banque-record
               END-REWRITE
               DISPLAY "Fiche client mise a jour."
           END-IF.

       JOURNALISER-CHANGEMENT-CLIENT.
           WRITE client-histo-enregistrement.
           CLOSE clients-histo.

       REVOIR-PIECE-IDENTITE.
      *> Revue KYC d'un client : la piece presentee est enregistree
      *> ou remplace la precedente, la date de verification passe a
      *> aujourd'hui et la revue est journalisee dans clients_histo
      *> avec l'operateur, preuve demandee a chaque inspection.
           DISPLAY "Numero du client a revoir :".
           ACCEPT NumeroClientCourant.
           PERFORM LIRE-CLIENT-BANQUE.
           IF NOT Client-Banque-Existe
               DISPLAY "Client ", NumeroClientCourant, " inconnu."
           ELSE
           PERFORM CHARGER-PIECES-IDENTITE
           MOVE ZERO TO IdxPieceTrouvee
           PERFORM VARYING IdxPiece FROM 1 BY 1
                   UNTIL IdxPiece > NombrePiecesIdentite
               IF TK-Client(IdxPiece) = NumeroClientCourant
                   SET IdxPieceTrouvee TO IdxPiece
               END-IF
           END-PERFORM
           IF Pieces-Debordement
               DISPLAY "Fichier des pieces d'identite charge ",
                       "incomplet : revue impossible."
           ELSE
           IF IdxPieceTrouvee = ZERO
              AND NombrePiecesIdentite >= 500
               DISPLAY "Table des pieces d'identite pleine."
           ELSE
               DISPLAY "Client ", NumeroClientCourant, " - ", CB-Nom
               IF IdxPieceTrouvee NOT = ZERO
                   DISPLAY "Piece actuelle : ",
                           TK-Type(IdxPieceTrouvee), " ",
                           TK-Numero(IdxPieceTrouvee), " expire le ",
                           TK-DateExpiration(IdxPieceTrouvee),
                           ", verifiee le ",
                           TK-DateVerification(IdxPieceTrouvee),
                           ", risque ", TK-Risque(IdxPieceTrouvee)
               END-IF
               PERFORM SAISIR-PIECE-IDENTITE
           END-IF
           END-IF
           END-IF.

       SAISIR-PIECE-IDENTITE.
           DISPLAY "Type de piece ((CI) carte d'identite, (PA) ",
                   "passeport, (TS) titre de sejour, (PC) permis) :".
           ACCEPT KycTypePiece.
           DISPLAY "Numero de la piece :".
           ACCEPT KycNumeroPiece.
           DISPLAY "Date d'expiration (AAAAMMJJ) :".
           ACCEPT KycDateExpiration.
           DISPLAY "Niveau de risque ((F)aible, (M)oyen, (E)leve) :".
           ACCEPT KycRisque.
           MOVE KycDateExpiration TO DATU-Date1.
           PERFORM VALIDER-DATE-SAISIE.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN KycTypePiece NOT = "CI" AND NOT = "PA"
                    AND NOT = "TS" AND NOT = "PC"
                   DISPLAY "Type de piece invalide : revue abandonnee."
               WHEN KycRisque NOT = "F" AND NOT = "M" AND NOT = "E"
                   DISPLAY "Niveau de risque invalide : revue ",
                           "abandonnee."
               WHEN DATU-Statut NOT = '00'
                   DISPLAY "Date d'expiration invalide : revue ",
                           "abandonnee."
               WHEN KycDateExpiration < DateDuJour
                   DISPLAY "Piece expiree : elle ne peut pas valider ",
                           "la revue."
               WHEN OTHER
                   PERFORM ENREGISTRER-REVUE-KYC
           END-EVALUATE.

       ENREGISTRER-REVUE-KYC.
           IF IdxPieceTrouvee = ZERO
               ADD 1 TO NombrePiecesIdentite
               MOVE NombrePiecesIdentite TO IdxPieceTrouvee
               MOVE NumeroClientCourant TO TK-Client(IdxPieceTrouvee)
               MOVE ZERO TO TK-DateVerification(IdxPieceTrouvee)
           END-IF.
           MOVE "REVUE KYC" TO ChampClientModifie.
           MOVE SPACES TO AncienneValeurClient.
           STRING TK-Type(IdxPieceTrouvee) " "
                  TK-Numero(IdxPieceTrouvee) " "
                  TK-DateVerification(IdxPieceTrouvee) " "
                  TK-Risque(IdxPieceTrouvee)
               DELIMITED BY SIZE INTO AncienneValeurClient.
           MOVE KycTypePiece TO TK-Type(IdxPieceTrouvee).
           MOVE KycNumeroPiece TO TK-Numero(IdxPieceTrouvee).
           MOVE KycDateExpiration TO TK-DateExpiration(IdxPieceTrouvee).
           MOVE DateDuJour TO TK-DateVerification(IdxPieceTrouvee).
           MOVE KycRisque TO TK-Risque(IdxPieceTrouvee).
           MOVE SPACES TO NouvelleValeurClient.
           STRING KycTypePiece " " KycNumeroPiece " " DateDuJour " "
                  KycRisque
               DELIMITED BY SIZE INTO NouvelleValeurClient.
           PERFORM SAUVEGARDER-PIECES-IDENTITE.
           PERFORM JOURNALISER-CHANGEMENT-CLIENT.
           DISPLAY "Revue KYC du client ", NumeroClientCourant,
                   " enregistree le ", DateDuJour, ".".
           IF NumeroClientCourant = ClientCompteCourant
               PERFORM CONTROLER-KYC-CLIENT
           END-IF.

       CHARGER-PIECES-IDENTITE.
           MOVE ZERO TO NombrePiecesIdentite.
           MOVE "N" TO PiecesDebordement.
           OPEN INPUT pieces-identite
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ pieces-identite INTO piece-identite-enregistrement
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF NombrePiecesIdentite < 500
                           ADD 1 TO NombrePiecesIdentite
                           MOVE PI-Numero-Client
                                TO TK-Client(NombrePiecesIdentite)
                           MOVE PI-Type
                                TO TK-Type(NombrePiecesIdentite)
                           MOVE PI-Numero
                                TO TK-Numero(NombrePiecesIdentite)
                           MOVE PI-DateExpiration
                                TO TK-DateExpiration
                                   (NombrePiecesIdentite)
                           MOVE PI-DateVerification
                                TO TK-DateVerification
                                   (NombrePiecesIdentite)
                           MOVE PI-Risque
                                TO TK-Risque(NombrePiecesIdentite)
                       ELSE
                           MOVE "O" TO PiecesDebordement
                           MOVE '10' TO ws-file-status
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE pieces-identite.

       SAUVEGARDER-PIECES-IDENTITE.
           IF Pieces-Debordement
               DISPLAY "Fichier des pieces d'identite charge ",
                       "incomplet : reecriture refusee."
           ELSE
               OPEN OUTPUT pieces-identite
               PERFORM VARYING IdxPiece FROM 1 BY 1
                       UNTIL IdxPiece > NombrePiecesIdentite
                   MOVE TK-Client(IdxPiece) TO PI-Numero-Client
                   MOVE TK-Type(IdxPiece) TO PI-Type
                   MOVE TK-Numero(IdxPiece) TO PI-Numero
                   MOVE TK-DateExpiration(IdxPiece)
                        TO PI-DateExpiration
                   MOVE TK-DateVerification(IdxPiece)
                        TO PI-DateVerification
                   MOVE TK-Risque(IdxPiece) TO PI-Risque
                   MOVE SEP-Virgule TO PI-FILLER1
                   MOVE SEP-Virgule TO PI-FILLER2
                   MOVE SEP-Virgule TO PI-FILLER3
                   MOVE SEP-Virgule TO PI-FILLER4
                   MOVE SEP-Virgule TO PI-FILLER5
                   WRITE piece-identite-enregistrement
                   END-WRITE
               END-PERFORM
               CLOSE pieces-identite
           END-IF.

       FUSIONNER-CLIENTS-BANQUE.
      *> Fusion d'un doublon : tous les comptes du fichier des
      *> soldes et tous les liens de titulaires de l'ancien numero
                       MOVE SEP-Deux-Points TO MYFILLER4
                       MOVE SEP-Deux-Points TO MYFILLER5
                       MOVE SEP-Deux-Points TO MYFILLER6
                       MOVE SEP-Deux-Points TO MYFILLER7
                       REWRITE soldes-record
                       END-REWRITE
                       ADD 1 TO ComptesRebascules
                   MOVE "oppositions" TO ERR-Nom-Fichier
                   PERFORM ERREUR-FICHIER-FATALE
           END-EVALUATE.
           OPEN INPUT oppositions-cheques
           EVALUATE ws-file-status
               WHEN '00'
                   CLOSE oppositions-cheques
               WHEN '35'
                   CLOSE oppositions-cheques
                   OPEN OUTPUT oppositions-cheques
                   CLOSE oppositions-cheques
               WHEN OTHER
                   MOVE "oppositions_cheques" TO ERR-Nom-Fichier
                   PERFORM ERREUR-FICHIER-FATALE
           END-EVALUATE.
           OPEN INPUT preferences-alertes
           EVALUATE ws-file-status
               WHEN '00'
                   CLOSE preferences-alertes
               WHEN '35'
                   CLOSE preferences-alertes
                   OPEN OUTPUT preferences-alertes
                   CLOSE preferences-alertes
               WHEN OTHER
                   MOVE "preferences_alertes" TO ERR-Nom-Fichier
                   PERFORM ERREUR-FICHIER-FATALE
           END-EVALUATE.
           OPEN INPUT agences
           EVALUATE ws-file-status
               WHEN '00'
                   CLOSE agences
               WHEN '35'
                   CLOSE agences
                   PERFORM CREER-FICHIER-AGENCES
               WHEN OTHER
                   MOVE "agences" TO ERR-Nom-Fichier
                   PERFORM ERREUR-FICHIER-FATALE
           END-EVALUATE.
           OPEN INPUT pieces-identite
           EVALUATE ws-file-status
               WHEN '00'
                   CLOSE pieces-identite
               WHEN '35'
                   CLOSE pieces-identite
                   OPEN OUTPUT pieces-identite
                   CLOSE pieces-identite
               WHEN OTHER
                   MOVE "pieces_identite" TO ERR-Nom-Fichier
                   PERFORM ERREUR-FICHIER-FATALE
           END-EVALUATE.
           OPEN INPUT titulaires
           EVALUATE ws-file-status
               WHEN '00'
           ACCEPT CH-Date-Depot FROM DATE YYYYMMDD.
           MOVE DateCalculNum TO CH-Date-Valeur.
           MOVE "A" TO CH-Statut.
           MOVE SPACES TO CH-Reference.
           MOVE SEP-Virgule TO CH-FILLER1.
           MOVE SEP-Virgule TO CH-FILLER2.
           MOVE SEP-Virgule TO CH-FILLER3.
           MOVE SEP-Virgule TO CH-FILLER4.
           MOVE SEP-Virgule TO CH-FILLER5.
           OPEN EXTEND cheques.
           WRITE cheques-record
           END-WRITE.
                                TO TC-Date-Valeur(NombreCheques)
                           MOVE CH-Statut
                                TO TC-Statut(NombreCheques)
                           MOVE CH-Reference
                                TO TC-Reference(NombreCheques)
                       ELSE
      *> Jamais de reecriture partielle : un cheque efface, c'est de
      *> l'argent client disparu. La compensation est abandonnee.
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
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE TC-Numero-Compte(IdxCheque)
                        TO H-Numero-Compte
                   MOVE TC-Montant(IdxCheque) TO H-Montant
                   MOVE F-RemiseCheque TO H-Action
                   MOVE TC-Reference(IdxCheque) TO ReferenceTransaction
                   PERFORM ENREGISTRER-TRANSACTION
                   MOVE "C" TO TC-Statut(IdxCheque)
                   ADD 1 TO NombreChequesCompenses
               MOVE ZERO TO CumulJournalier
               CLOSE historique
               OPEN INPUT historique
               MOVE NumeroCompteCourant TO CompteParcours
               MOVE DateDuJour TO DateDebutParcours
               PERFORM POSITIONNER-HISTORIQUE-COMPTE
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF H-Numero-Compte NOT = NumeroCompteCourant
                              OR H-Date > DateDuJour
                               MOVE '10' TO ws-file-status
                           END-IF
                           IF ws-file-status NOT = '10'
                              AND (H-Action = F-Retrait
                                   OR H-Action = F-Virement
                                   OR H-Action = F-VirementExterne)
                   END-READ
               END-PERFORM
               CLOSE historique
               OPEN I-O historique
               CLOSE attente
               OPEN INPUT attente
               MOVE '00' TO ws-file-status
                   IF TypeCompteDestination = SPACE
                       MOVE "C" TO TypeCompteDestination
                   END-IF
                   PERFORM LIRE-AGENCE-DU-COMPTE
                   MOVE AgenceRecherchee TO AgenceDestination
           END-READ.
           IF NOT Compte-Destination-Existe
               MOVE ZERO TO ClientCompteDestination
               MOVE ZERO TO LimiteJournaliereDestination
               MOVE "EUR" TO DeviseDestination
               MOVE "C" TO TypeCompteDestination
               MOVE AgenceCourante TO AgenceDestination
           END-IF.

       ENREGISTRER-COMPTE-DESTINATION.
                TO SR-Limite-Journaliere.
           MOVE DeviseDestination TO SR-Devise.
           MOVE TypeCompteDestination TO SR-Type-Compte.
           MOVE AgenceDestination TO SR-Agence.
           MOVE SEP-Deux-Points TO MYFILLER.
           MOVE SEP-Deux-Points TO MYFILLER2.
           MOVE SEP-Deux-Points TO MYFILLER3.
           MOVE SEP-Deux-Points TO MYFILLER4.
           MOVE SEP-Deux-Points TO MYFILLER5.
           MOVE SEP-Deux-Points TO MYFILLER6.
           MOVE SEP-Deux-Points TO MYFILLER7.
           IF Compte-Destination-Existe
               REWRITE soldes-record
               END-REWRITE
      *> qui en ont une ; remise a blanc apres chaque ecriture.
           MOVE ReferenceTransaction TO H-Reference.
           MOVE SPACES TO ReferenceTransaction.
           IF H-Reference = SPACES
               MOVE ReferencePeriodeClose TO H-Reference
           END-IF.
      *> Les champs de rattachement ne sont renseignes que par
      *> l'extourne ; ils sont remis a blanc apres chaque ecriture
      *> pour que les operations ordinaires restent vierges.
           END-IF.
           DISPLAY historique-record.
           WRITE historique-record
               INVALID KEY
                   DISPLAY "Sequence ", H-Sequence,
                           " deja presente dans l'historique."
           END-WRITE.
           MOVE ZERO TO SequenceOrigine.
           MOVE SPACE TO ActionOrigine.
           MOVE LimiteJournaliere TO SR-Limite-Journaliere.
           MOVE DeviseCompte TO SR-Devise.
           MOVE TypeCompteCourant TO SR-Type-Compte.
           MOVE AgenceCompteCourant TO SR-Agence.
           MOVE SEP-Deux-Points TO MYFILLER.
           MOVE SEP-Deux-Points TO MYFILLER2.
           MOVE SEP-Deux-Points TO MYFILLER3.
           MOVE SEP-Deux-Points TO MYFILLER4.
           MOVE SEP-Deux-Points TO MYFILLER5.
           MOVE SEP-Deux-Points TO MYFILLER6.
           MOVE SEP-Deux-Points TO MYFILLER7.
           REWRITE soldes-record
           END-REWRITE.


       AFFICHER-SOLDE.
           DISPLAY "Compte ", NumeroCompteCourant, " : ", SoldeCompte,
                   " ", DeviseCompte, " (agence ",
                   AgenceCompteCourant, ")".


       IMPRIMER-RELEVE.
               PERFORM IMPRIMER-RELEVE
           ELSE
               PERFORM EDITER-RELEVE
               PERFORM PROPOSER-RELEVE-ECHANGE
           END-IF
           END-IF.

       PROPOSER-RELEVE-ECHANGE.
      *> Meme periode, meme compte, en fichier a integrer dans le
      *> logiciel comptable du client.
           DISPLAY "Produire aussi le releve au format d'echange ",
                   "(O/N) ?".
           MOVE "N" TO ReponseReleveEchange.
           ACCEPT ReponseReleveEchange.
           IF ReponseReleveEchange = "O"
               PERFORM RELIRE-COMPTE-COURANT
               CLOSE historique
               CALL 'ReleveEchange' USING NumeroCompteCourant,
                       ClientCompteCourant, DateDebutReleve,
                       DateFinReleve, SoldeCompte, DeviseCompte,
                       NomFichierReleveEchange,
                       MouvementsReleveEchange, StatutReleveEchange
               OPEN I-O historique
               EVALUATE StatutReleveEchange
                   WHEN '00'
                       DISPLAY "Releve d'echange ecrit dans ",
                               NomFichierReleveEchange, " (",
                               MouvementsReleveEchange,
                               " mouvement(s))."
                   WHEN '90'
                       DISPLAY "Periode invalide : releve d'echange ",
                               "non produit."
                   WHEN OTHER
                       DISPLAY "Releve d'echange non produit (statut ",
                               StatutReleveEchange, ")."
               END-EVALUATE
           END-IF.

       EDITER-RELEVE.
           MOVE ZERO TO TotalReleve.
           DISPLAY "===== Releve du compte ", NumeroCompteCourant,
      *> on balaye d'abord les fichiers histarch_ de la periode
      *> demandee, puis le fichier vivant.
           MOVE "R" TO UsageArchive.
           MOVE NumeroCompteCourant TO CompteParcours.
           MOVE DateDebutReleve TO DateDebutParcours.
           MOVE DateDebutReleve(1:6) TO MoisArchiveCourant.
           MOVE DateFinReleve(1:6) TO MoisArchiveFin.
           PERFORM PARCOURIR-ARCHIVES.
           CLOSE historique.
           OPEN INPUT historique
           PERFORM POSITIONNER-HISTORIQUE-COMPTE.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF H-Numero-Compte NOT = NumeroCompteCourant
                          OR H-Date > DateFinReleve
                           MOVE '10' TO ws-file-status
                       ELSE
                           DISPLAY H-Date, " ", H-Heure, " ",
                                   H-Action, "      ", H-Montant
                           ADD H-Montant TO TotalReleve
           END-PERFORM.
           DISPLAY "Total des mouvements affiches : ", TotalReleve.
           CLOSE historique.
           OPEN I-O historique.
           PERFORM AFFICHER-INTERETS-ACQUIS.
           PERFORM AFFICHER-CHEQUES-EN-ATTENTE.

       AFFICHER-INTERETS-ACQUIS.
      *> Interets courus chaque nuit et verses en fin de mois.
           MOVE ZERO TO InteretsAcquis.
           MOVE ZERO TO DateInteretsAcquis.
           OPEN INPUT interets-courus.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ interets-courus
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF IC-Compte = NumeroCompteCourant
                               MOVE IC-Crediteurs TO InteretsAcquis
                               MOVE IC-Date TO DateInteretsAcquis
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE interets-courus
           END-IF.
           IF InteretsAcquis > ZERO
               DISPLAY "Interets acquis a ce jour : ", InteretsAcquis,
                       " (courus au ", DateInteretsAcquis,
                       ", verses en fin de mois)"
           END-IF.

       VALIDER-DATE-SAISIE.
           MOVE "V" TO DATU-Operation.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
               COMPUTE DateMetierRun = MoisInteret * 100
               PERFORM CONTROLER-RUN
               IF Run-Autorise
               MOVE MoisInteret TO MoisConcerne
               PERFORM NOTER-PERIODE-CONCERNEE
               MOVE MoisInteret TO MoisTravail
               PERFORM CALCULER-JOURS-DU-MOIS
               COMPUTE DateDebutPeriodeInteret = MoisInteret * 100 + 1
               PERFORM RELIRE-COMPTE-COURANT
               DISPLAY "Interets appliques a ", NombreComptesTraites,
                       " compte(s)"
               MOVE SPACES TO ReferencePeriodeClose
               PERFORM ENREGISTRER-RUN
               END-IF
           END-IF.
               MOVE SEP-Deux-Points TO MYFILLER4
               MOVE SEP-Deux-Points TO MYFILLER5
               MOVE SEP-Deux-Points TO MYFILLER6
               MOVE SEP-Deux-Points TO MYFILLER7
               REWRITE soldes-record
               END-REWRITE
               MOVE CompteInteret TO H-Numero-Compte

       REJOUER-JOURNAL-PERIODE.
           MOVE "I" TO UsageArchive.
           MOVE CompteInteret TO CompteParcours.
           MOVE ZERO TO DateDebutParcours.
           MOVE MoisInteret TO MoisArchiveFin.
           MOVE MoisInteret TO MoisTravail.
           SUBTRACT 10 FROM MT-Annee.
           PERFORM PARCOURIR-ARCHIVES.
           CLOSE historique.
           OPEN INPUT historique
           PERFORM POSITIONNER-HISTORIQUE-COMPTE.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF H-Numero-Compte NOT = CompteInteret
                           MOVE '10' TO ws-file-status
                       ELSE
                           PERFORM CLASSER-MOUVEMENT-INTERETS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.

       CLASSER-MOUVEMENT-INTERETS.
           IF H-Numero-Compte = CompteInteret
                       MOVE H-Montant TO MouvementSigne
                   WHEN F-CreditExterne
                       MOVE H-Montant TO MouvementSigne
                   WHEN F-EntreeSuspens
                       MOVE H-Montant TO MouvementSigne
                   WHEN F-RetourPaie
                       MOVE H-Montant TO MouvementSigne
                   WHEN F-EcheanceTerme
                       MOVE H-Montant TO MouvementSigne
                   WHEN F-VersementPret
                       COMPUTE MouvementSigne = 0 - H-Montant
                   WHEN F-VirementExterne
                       COMPUTE MouvementSigne = 0 - H-Montant
                   WHEN F-SortieSuspens
                       COMPUTE MouvementSigne = 0 - H-Montant
                   WHEN F-FinancementPaie
                       COMPUTE MouvementSigne = 0 - H-Montant
                   WHEN F-BlocageTerme
                       COMPUTE MouvementSigne = 0 - H-Montant
                   WHEN F-Virement
      *> Poste en lot le fichier credits_salaires produit par la
      *> paie : chaque net est depose sur le compte de l'employe sous
      *> le code action S. Le fichier est d'abord charge en entier
      *> (abandon sans rien poster s'il depasse la capacite, s'il ne
      *> colle pas a son enregistrement de fin ou si sa sequence a
      *> deja ete postee), puis seules les lignes restees
      *> impostables (compte introuvable) y sont reecrites : un
      *> salaire non verse ne disparait jamais du flux, et les
      *> lignes postees n'y restent pas pour etre payees deux fois.
           MOVE ZERO TO SalairesPostes.
           MOVE ZERO TO TotalSalairesPostes.
           MOVE ZERO TO NombreCreditsCharges.
           MOVE ZERO TO NombreCreditsImpostables.
           MOVE "N" TO CreditsDebordement.
           MOVE "FLUX-SALAIRE" TO TypeFlux.
           MOVE "credits_salaires" TO NomFlux.
           PERFORM INITIALISER-FLUX.
           OPEN INPUT credits-salaires.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun fichier de credits de salaires a ",
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE credit-salaire-controle
                                TO LigneFluxLue
                           PERFORM ANALYSER-LIGNE-FLUX
                           IF Ligne-Detail-Flux
                               PERFORM CHARGER-CREDIT-SALAIRE
                           END-IF
                   END-READ
               END-PERFORM
                           "capacite de traitement (500) : postage ",
                           "abandonne, fichier laisse intact."
               ELSE
                   IF NombreLignesFlux = ZERO
                       DISPLAY "Aucun credit de salaire a poster."
                   ELSE
                       PERFORM CONTROLER-FLUX-ENTRANT
                       IF Flux-Accepte
                           PERFORM CONTROLER-FINANCEMENT-PAIE
                       END-IF
                       IF Flux-Accepte AND Financement-Possible
                           PERFORM POSTER-CREDITS-SALAIRES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHARGER-CREDIT-SALAIRE.
           ADD CS-Montant TO TotalDetailsFlux.
           IF NombreCreditsCharges < 500
               ADD 1 TO NombreCreditsCharges
               MOVE credit-salaire-enregistrement
                   TO LigneCredit(NombreCreditsCharges)
           ELSE
               MOVE "O" TO CreditsDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       CONTROLER-FINANCEMENT-PAIE.
      *> Le fichier n'est poste que si le compte de l'employeur peut
      *> en porter le total : parametre renseigne, compte tenu chez
      *> nous, decouvert autorise respecte et aucune opposition.
      *> Sinon rien n'est poste et le fichier reste en place.
           MOVE "N" TO FinancementPossible.
           MOVE ZERO TO CompteEmployeur.
           MOVE "CPTEMPLOYEUR" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteEmployeur
           END-IF.
           IF CompteEmployeur = ZERO
               DISPLAY "Compte de l'employeur non parametre ",
                       "(CPTEMPLOYEUR) : postage refuse, fichier ",
                       "laisse intact."
           ELSE
               MOVE CompteEmployeur TO SR-Numero-Compte
               READ soldes
                   INVALID KEY
                       DISPLAY "Compte de l'employeur ",
                               CompteEmployeur, " introuvable : ",
                               "postage refuse, fichier laisse ",
                               "intact."
                   NOT INVALID KEY
                       PERFORM JUGER-FINANCEMENT-PAIE
               END-READ
           END-IF.

       JUGER-FINANCEMENT-PAIE.
           EVALUATE TRUE
               WHEN TotalDetailsFlux > 9999999.99
                   DISPLAY "Total du fichier (", TotalDetailsFlux,
                           ") au-dela de la capacite d'un compte : ",
                           "postage refuse, fichier laisse intact."
               WHEN SR-Solde - TotalDetailsFlux
                       < 0 - SR-Limite-Decouvert
                   DISPLAY "Provision insuffisante sur le compte de ",
                           "l'employeur ", CompteEmployeur, " (solde ",
                           SR-Solde, ", paie ", TotalDetailsFlux,
                           ") : postage refuse, fichier laisse ",
                           "intact."
               WHEN OTHER
                   MOVE CompteEmployeur TO CompteControleOppo
                   MOVE TotalDetailsFlux TO MontantControleOppo
                   MOVE SR-Solde TO SoldeControleOppo
                   PERFORM CONTROLER-OPPOSITION-DEBIT
                   IF Debit-Bloque-Opposition
                       DISPLAY "Postage refuse, fichier laisse ",
                               "intact."
                   ELSE
                       MOVE "O" TO FinancementPossible
                   END-IF
           END-EVALUATE.

       POSTER-CREDITS-SALAIRES.
      *> Reference commune au debit de l'employeur et au retour des
      *> impostables : CS suivi de la sequence du fichier.
           MOVE SPACES TO ReferenceFinancement.
           STRING "CS" SequenceFlux
               DELIMITED BY SIZE INTO ReferenceFinancement.
           OPEN EXTEND suivi-paie.
           IF ws-file-status = '35'
               CLOSE suivi-paie
               OPEN OUTPUT suivi-paie
           END-IF.
           MOVE TotalDetailsFlux TO MontantATrancher.
           MOVE F-FinancementPaie TO ActionFinancement.
           PERFORM MOUVEMENTER-COMPTE-EMPLOYEUR.
           PERFORM VARYING IdxCredit FROM 1 BY 1
                   UNTIL IdxCredit > NombreCreditsCharges
               MOVE LigneCredit(IdxCredit)
                    TO credit-salaire-enregistrement
               PERFORM POSTER-UN-SALAIRE
           END-PERFORM.
           PERFORM RETOURNER-IMPOSTABLES.
           CLOSE suivi-paie.
           PERFORM ENREGISTRER-SEQUENCE-FLUX.
           PERFORM REECRIRE-CREDITS-IMPOSTABLES.
           PERFORM RELIRE-COMPTE-COURANT.
           DISPLAY SalairesPostes, " salaire(s) poste(s), ",
                   "total ", TotalSalairesPostes, ".".
           DISPLAY "Compte employeur ", CompteEmployeur,
                   " debite de ", TotalDetailsFlux, ".".
           IF NombreCreditsImpostables > ZERO
               DISPLAY NombreCreditsImpostables,
                       " credit(s) impostable(s) conserves ",
                       "dans credits_salaires, ",
                       TotalRetourEmployeur, " retourne(s) a ",
                       "l'employeur."
           END-IF.

       RETOURNER-IMPOSTABLES.
      *> Les credits impostables restent dans le fichier pour etre
      *> representes ; leur montant revient a l'employeur, qui le
      *> financera de nouveau au postage suivant.
           MOVE ZERO TO TotalRetourEmployeur.
           MOVE "R" TO TypeSuiviPaie.
           PERFORM VARYING IdxCredit FROM 1 BY 1
                   UNTIL IdxCredit > NombreCreditsImpostables
               MOVE LigneImpostable(IdxCredit)
                    TO credit-salaire-enregistrement
               ADD CS-Montant TO TotalRetourEmployeur
               PERFORM NOTER-SUIVI-PAIE
           END-PERFORM.
           IF TotalRetourEmployeur > ZERO
               MOVE TotalRetourEmployeur TO MontantATrancher
               MOVE F-RetourPaie TO ActionFinancement
               PERFORM MOUVEMENTER-COMPTE-EMPLOYEUR
           END-IF.

       MOUVEMENTER-COMPTE-EMPLOYEUR.
      *> Debit (code 3) ou retour (code 4) de MontantATrancher sur le
      *> compte de l'employeur, journalise en tranches d'au plus
      *> 99999.99.
           MOVE CompteEmployeur TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte de l'employeur ", CompteEmployeur,
                           " introuvable : mouvement de ",
                           MontantATrancher, " non passe."
               NOT INVALID KEY
                   IF ActionFinancement = F-FinancementPaie
                       SUBTRACT MontantATrancher FROM SR-Solde
                   ELSE
                       ADD MontantATrancher TO SR-Solde
                   END-IF
                   MOVE SEP-Deux-Points TO MYFILLER
                   MOVE SEP-Deux-Points TO MYFILLER2
                   MOVE SEP-Deux-Points TO MYFILLER3
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   PERFORM JOURNALISER-TRANCHE-EMPLOYEUR
                       UNTIL MontantATrancher = ZERO
           END-READ.

       JOURNALISER-TRANCHE-EMPLOYEUR.
           IF MontantATrancher > 99999.99
               MOVE 99999.99 TO TrancheJournal
           ELSE
               MOVE MontantATrancher TO TrancheJournal
           END-IF.
           MOVE CompteEmployeur TO H-Numero-Compte.
           MOVE TrancheJournal TO H-Montant.
           MOVE ActionFinancement TO H-Action.
           MOVE ReferenceFinancement TO ReferenceTransaction.
           PERFORM ENREGISTRER-TRANSACTION.
           SUBTRACT TrancheJournal FROM MontantATrancher.

       NOTER-SUIVI-PAIE.
      *> Ligne de suivi du credit courant, sous le type place dans
      *> TypeSuiviPaie.
           MOVE TypeSuiviPaie TO SP-Type.
           MOVE CS-Periode TO SP-Periode.
           MOVE CS-Employe TO SP-Employe.
           MOVE CS-Compte TO SP-Compte.
           MOVE CS-Montant TO SP-Montant.
           ACCEPT SP-Date FROM DATE YYYYMMDD.
           MOVE SequenceFlux TO SP-Sequence.
           MOVE SEP-Virgule TO SP-FILLER1.
           MOVE SEP-Virgule TO SP-FILLER2.
           MOVE SEP-Virgule TO SP-FILLER3.
           MOVE SEP-Virgule TO SP-FILLER4.
           MOVE SEP-Virgule TO SP-FILLER5.
           MOVE SEP-Virgule TO SP-FILLER6.
           WRITE suivi-paie-enregistrement
           END-WRITE.

       POSTER-UN-SALAIRE.
      *> Le journal porte les montants en 9(5)V99 : un credit
      *> au-dela resterait sans trace fidele et fausserait la
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE CS-Compte TO H-Numero-Compte
                   MOVE CS-Montant TO H-Montant
                   MOVE F-Salaire TO H-Action
                   MOVE CS-Periode TO MoisConcerne
                   PERFORM NOTER-PERIODE-CONCERNEE
                   PERFORM ENREGISTRER-TRANSACTION
                   MOVE SPACES TO ReferencePeriodeClose
                   ADD 1 TO SalairesPostes
                   ADD CS-Montant TO TotalSalairesPostes
                   MOVE "P" TO TypeSuiviPaie
                   PERFORM NOTER-SUIVI-PAIE
           END-READ
           END-IF.

       REECRIRE-CREDITS-IMPOSTABLES.
      *> Le fichier de paie ne garde que les lignes non versees :
      *> vide quand tout est poste, jamais une ligne perdue sinon.
      *> Les lignes gardees repartent sous la meme sequence avec
      *> l'indice de reprise suivant, pour etre postees a leur tour
      *> sans se heurter a la sequence deja consignee.
           MOVE ZERO TO TotalImpostables.
           PERFORM VARYING IdxCredit FROM 1 BY 1
                   UNTIL IdxCredit > NombreCreditsImpostables
               MOVE LigneImpostable(IdxCredit)
                    TO credit-salaire-enregistrement
               ADD CS-Montant TO TotalImpostables
           END-PERFORM.
           OPEN OUTPUT credits-salaires.
           IF NombreCreditsImpostables > ZERO
               MOVE SPACES TO LigneFluxLue
               MOVE "H" TO EF-Type
               MOVE EmetteurFlux TO EF-Emetteur
               MOVE DateFichierFlux TO EF-DateFichier
               MOVE SequenceFlux TO EF-Sequence
               IF RepriseFlux < 99
                   ADD 1 TO RepriseFlux
               END-IF
               MOVE RepriseFlux TO EF-Reprise
               MOVE SEP-Virgule TO EF-FILLER1
               MOVE SEP-Virgule TO EF-FILLER2
               MOVE SEP-Virgule TO EF-FILLER3
               MOVE SEP-Virgule TO EF-FILLER4
               MOVE LigneFluxLue TO credit-salaire-controle
               WRITE credit-salaire-controle
               END-WRITE
               PERFORM VARYING IdxCredit FROM 1 BY 1
                       UNTIL IdxCredit > NombreCreditsImpostables
                   MOVE LigneImpostable(IdxCredit)
                        TO credit-salaire-enregistrement
                   WRITE credit-salaire-enregistrement
                   END-WRITE
               END-PERFORM
               MOVE SPACES TO LigneFluxLue
               MOVE "T" TO FF-Type
               MOVE NombreCreditsImpostables TO FF-Nombre
               MOVE TotalImpostables TO FF-Total
               MOVE SEP-Virgule TO FF-FILLER1
               MOVE SEP-Virgule TO FF-FILLER2
               MOVE LigneFluxLue TO credit-salaire-controle
               WRITE credit-salaire-controle
               END-WRITE
           END-IF.
           CLOSE credits-salaires.

       INITIALISER-FLUX.
           MOVE SPACES TO EmetteurFlux.
           MOVE ZERO TO DateFichierFlux.
           MOVE ZERO TO SequenceFlux.
           MOVE ZERO TO RepriseFlux.
           MOVE ZERO TO NombreFinFlux.
           MOVE ZERO TO TotalFinFlux.
           MOVE ZERO TO NombreLignesFlux.
           MOVE ZERO TO NombreDetailsFlux.
           MOVE ZERO TO TotalDetailsFlux.
           MOVE "N" TO EnteteFluxVue.
           MOVE "N" TO FinFluxVue.
           MOVE "N" TO FluxMalForme.
           MOVE "N" TO FluxAccepte.
           MOVE SPACES TO MotifRefusFlux.

       ANALYSER-LIGNE-FLUX.
      *> Classe la ligne relue (copiee dans LigneFluxLue) : l'entete
      *> doit venir en tete et une seule fois, la fin en dernier et
      *> une seule fois, les details entre les deux. Le montant d'un
      *> detail est cumule par l'appelant, qui seul connait son
      *> dessin.
           ADD 1 TO NombreLignesFlux.
           MOVE "N" TO LigneDetailFlux.
           EVALUATE EF-Type
               WHEN "H"
                   IF Entete-Flux-Vue OR Fin-Flux-Vue
                      OR NombreDetailsFlux > ZERO
                       MOVE "O" TO FluxMalForme
                       MOVE "entete en double ou mal placee"
                            TO MotifRefusFlux
                   ELSE
                       MOVE "O" TO EnteteFluxVue
                       MOVE EF-Emetteur TO EmetteurFlux
                       MOVE EF-DateFichier TO DateFichierFlux
                       MOVE EF-Sequence TO SequenceFlux
                       MOVE EF-Reprise TO RepriseFlux
                   END-IF
               WHEN "T"
                   IF Fin-Flux-Vue OR NOT Entete-Flux-Vue
                       MOVE "O" TO FluxMalForme
                       MOVE "fin en double ou sans entete"
                            TO MotifRefusFlux
                   ELSE
                       MOVE "O" TO FinFluxVue
                       MOVE FF-Nombre TO NombreFinFlux
                       MOVE FF-Total TO TotalFinFlux
                   END-IF
               WHEN OTHER
                   IF NOT Entete-Flux-Vue OR Fin-Flux-Vue
                       MOVE "O" TO FluxMalForme
                       MOVE "detail hors de l'entete et de la fin"
                            TO MotifRefusFlux
                   END-IF
                   ADD 1 TO NombreDetailsFlux
                   MOVE "O" TO LigneDetailFlux
           END-EVALUATE.

       CONTROLER-FLUX-ENTRANT.
      *> Verdict sur le fichier entier une fois relu : structure,
      *> enregistrement de fin contre les details, puis sequence
      *> deja postee. Au moindre defaut rien n'est poste et le
      *> fichier reste en place pour l'emetteur.
           MOVE "N" TO FluxAccepte.
           IF NOT Flux-Mal-Forme
               IF NOT Entete-Flux-Vue
                   MOVE "O" TO FluxMalForme
                   MOVE "enregistrement d'entete absent"
                        TO MotifRefusFlux
               ELSE
               IF NOT Fin-Flux-Vue
                   MOVE "O" TO FluxMalForme
                   MOVE "enregistrement de fin absent"
                        TO MotifRefusFlux
               ELSE
               IF NombreFinFlux NOT = NombreDetailsFlux
                  OR TotalFinFlux NOT = TotalDetailsFlux
                   MOVE "O" TO FluxMalForme
                   MOVE "fin en desaccord avec les details"
                        TO MotifRefusFlux
               END-IF
               END-IF
               END-IF
           END-IF.
           IF NOT Flux-Mal-Forme
               PERFORM CHERCHER-SEQUENCE-FLUX
               IF Sequence-Flux-Postee
                   MOVE "O" TO FluxMalForme
                   MOVE "sequence deja postee" TO MotifRefusFlux
               END-IF
           END-IF.
           IF Flux-Mal-Forme
               DISPLAY "Fichier ", NomFlux, " REFUSE EN ENTIER : ",
                       MotifRefusFlux
               DISPLAY "  emetteur ", EmetteurFlux, ", date ",
                       DateFichierFlux, ", sequence ", SequenceFlux,
                       "/", RepriseFlux
               DISPLAY "  fin ", NombreFinFlux, "/", TotalFinFlux,
                       " mais details ", NombreDetailsFlux, "/",
                       TotalDetailsFlux
               DISPLAY "  Rien n'est poste, fichier laisse intact."
           ELSE
               MOVE "O" TO FluxAccepte
               DISPLAY "Fichier ", NomFlux, " de ", EmetteurFlux,
                       " du ", DateFichierFlux, ", sequence ",
                       SequenceFlux, "/", RepriseFlux, " : ",
                       NombreDetailsFlux, " detail(s) pour ",
                       TotalDetailsFlux, "."
           END-IF.

       CHERCHER-SEQUENCE-FLUX.
      *> Une sequence postee ne se repasse jamais, meme sur
      *> derogation : le fichier en double doit etre retire a la
      *> source.
           MOVE "N" TO SequenceFluxPostee.
           COMPUTE CleSequenceFlux = SequenceFlux * 100 + RepriseFlux.
           OPEN INPUT controle-runs.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ controle-runs INTO controle-runs-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF RC-Type = TypeFlux
                              AND RC-Date-Metier = CleSequenceFlux
                               MOVE "O" TO SequenceFluxPostee
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE controle-runs.

       ENREGISTRER-SEQUENCE-FLUX.
           MOVE TypeFlux TO TypeRunControle.
           COMPUTE DateMetierRun = SequenceFlux * 100 + RepriseFlux.
           PERFORM ENREGISTRER-RUN.

       MENU-MANDATS.
      *> Entretien des mandats de prelevement : un creancier ne peut
      *> debiter un compte que sous couvert d'un mandat actif, dans
                           "capacite de traitement (500) : collecte ",
                           "abandonnee, fichier laisse intact."
               ELSE
                   IF NombreLignesFlux = ZERO
                       DISPLAY "Aucun prelevement a poster."
                   ELSE
                       PERFORM CONTROLER-FLUX-ENTRANT
                       IF Flux-Accepte
                           PERFORM EXECUTER-COLLECTE-PRELEVEMENTS
                           PERFORM ENREGISTRER-SEQUENCE-FLUX
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHARGER-PRELEVEMENTS.
           MOVE ZERO TO NombrePrelevesCharges.
           MOVE "N" TO PrelevesDebordement.
           MOVE "FLUX-PRELEV" TO TypeFlux.
           MOVE "prelevements" TO NomFlux.
           PERFORM INITIALISER-FLUX.
           OPEN INPUT prelevements.
           IF ws-file-status NOT = '00'
               CLOSE prelevements
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE prelevement-enregistrement
                                TO LigneFluxLue
                           PERFORM ANALYSER-LIGNE-FLUX
                           IF Ligne-Detail-Flux
                               PERFORM CHARGER-UN-PRELEVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prelevements
           END-IF.

       CHARGER-UN-PRELEVEMENT.
           ADD PV-Montant TO TotalDetailsFlux.
           IF NombrePrelevesCharges < 500
               ADD 1 TO NombrePrelevesCharges
               MOVE prelevement-enregistrement TO
                   LignePrelevement(NombrePrelevesCharges)
           ELSE
               MOVE "O" TO PrelevesDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       EXECUTER-COLLECTE-PRELEVEMENTS.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           MOVE ZERO TO PrelevesPostes.
           MOVE SEP-Deux-Points TO MYFILLER4.
           MOVE SEP-Deux-Points TO MYFILLER5.
           MOVE SEP-Deux-Points TO MYFILLER6.
           MOVE SEP-Deux-Points TO MYFILLER7.
           REWRITE soldes-record
           END-REWRITE.
           MOVE PV-Numero-Compte TO H-Numero-Compte.
           DISPLAY "Prelevement rejete (motif ", MotifRejetPreleve,
                   ") : creancier ", PV-Creancier, ", compte ",
                   PV-Numero-Compte, ", ", PV-Montant, ".".
      *> Compte introuvable (motif 04) : personne a prevenir.
           IF MotifRejetPreleve NOT = "04"
               MOVE PV-Numero-Compte TO AlerteCompte
               PERFORM CHERCHER-CLIENT-ALERTE
               MOVE "PRELEVREJ" TO AlerteType
               MOVE PV-Montant TO AlerteMontant
               PERFORM SIGNALER-ALERTE
           END-IF.

       MENU-OPPOSITIONS.
      *> Entretien des oppositions et gels de compte : reserve aux
               DISPLAY "Opposition ",
                       TO-Reference(NombreOppositions), " posee sur ",
                       "le compte ", CompteControleOppo, "."
               MOVE CompteControleOppo TO AlerteCompte
               MOVE SR-Numero-Client TO AlerteClient
               MOVE "OPPOSITION" TO AlerteType
               MOVE TO-Montant(NombreOppositions) TO AlerteMontant
               PERFORM SIGNALER-ALERTE
           END-IF.

       LEVER-OPPOSITION.
               DISPLAY "Opposition ", ReferenceOppoSaisie, " levee."
           END-IF.

       MENU-OPPOSITIONS-CHEQUES.
      *> Oppositions sur cheques du compte de la session : la pose
      *> est ouverte au guichet (le client au telephone ne peut pas
      *> attendre un superviseur), frais factures aussitot.
           PERFORM CHARGER-OPPOSITIONS-CHEQUES.
           DISPLAY "===== OPPOSITIONS SUR CHEQUES =====".
           DISPLAY "1. Lister les oppositions du compte".
           DISPLAY "2. Faire opposition sur un ou des cheques".
           DISPLAY "3. Lever une opposition sur cheque".
           DISPLAY "4. Retour au menu principal".
           ACCEPT ChoixMenuOppoCheques.
           EVALUATE ChoixMenuOppoCheques
               WHEN 1 PERFORM LISTER-OPPOSITIONS-CHEQUES
               WHEN 2 PERFORM POSER-OPPOSITION-CHEQUE
               WHEN 3 PERFORM LEVER-OPPOSITION-CHEQUE
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuOppoCheques NOT = 4
               PERFORM MENU-OPPOSITIONS-CHEQUES
           END-IF.

       CHARGER-OPPOSITIONS-CHEQUES.
           MOVE ZERO TO NombreOppoCheques.
           MOVE "N" TO OppoChequesDebordement.
           OPEN INPUT oppositions-cheques
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ oppositions-cheques
                       INTO opposition-cheque-enregistrement
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF NombreOppoCheques < 200
                           ADD 1 TO NombreOppoCheques
                           MOVE OQ-Compte
                                TO TQ-Compte(NombreOppoCheques)
                           MOVE OQ-ChequeDebut
                                TO TQ-ChequeDebut(NombreOppoCheques)
                           MOVE OQ-ChequeFin
                                TO TQ-ChequeFin(NombreOppoCheques)
                           MOVE OQ-Motif
                                TO TQ-Motif(NombreOppoCheques)
                           MOVE OQ-Date
                                TO TQ-Date(NombreOppoCheques)
                           MOVE OQ-Frais
                                TO TQ-Frais(NombreOppoCheques)
                           MOVE OQ-Statut
                                TO TQ-Statut(NombreOppoCheques)
                           MOVE OQ-Operateur
                                TO TQ-Operateur(NombreOppoCheques)
                       ELSE
                           MOVE "O" TO OppoChequesDebordement
                           MOVE '10' TO ws-file-status
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE oppositions-cheques.

       SAUVEGARDER-OPPOSITIONS-CHEQUES.
           IF Oppo-Cheques-Debordement
               DISPLAY "Fichier des oppositions sur cheques charge ",
                       "incomplet : reecriture refusee."
           ELSE
               OPEN OUTPUT oppositions-cheques
               PERFORM VARYING IdxOppoCheque FROM 1 BY 1
                       UNTIL IdxOppoCheque > NombreOppoCheques
                   MOVE TQ-Compte(IdxOppoCheque) TO OQ-Compte
                   MOVE TQ-ChequeDebut(IdxOppoCheque)
                        TO OQ-ChequeDebut
                   MOVE TQ-ChequeFin(IdxOppoCheque) TO OQ-ChequeFin
                   MOVE TQ-Motif(IdxOppoCheque) TO OQ-Motif
                   MOVE TQ-Date(IdxOppoCheque) TO OQ-Date
                   MOVE TQ-Frais(IdxOppoCheque) TO OQ-Frais
                   MOVE TQ-Statut(IdxOppoCheque) TO OQ-Statut
                   MOVE TQ-Operateur(IdxOppoCheque) TO OQ-Operateur
                   MOVE SEP-Virgule TO OQ-FILLER1
                   MOVE SEP-Virgule TO OQ-FILLER2
                   MOVE SEP-Virgule TO OQ-FILLER3
                   MOVE SEP-Virgule TO OQ-FILLER4
                   MOVE SEP-Virgule TO OQ-FILLER5
                   MOVE SEP-Virgule TO OQ-FILLER6
                   MOVE SEP-Virgule TO OQ-FILLER7
                   WRITE opposition-cheque-enregistrement
                   END-WRITE
               END-PERFORM
               CLOSE oppositions-cheques
           END-IF.

       LISTER-OPPOSITIONS-CHEQUES.
           DISPLAY "Cheques du         au         Motif Date     ",
                   "Frais    Statut Oper.".
           PERFORM VARYING IdxOppoCheque FROM 1 BY 1
                   UNTIL IdxOppoCheque > NombreOppoCheques
               IF TQ-Compte(IdxOppoCheque) = NumeroCompteCourant
                   DISPLAY TQ-ChequeDebut(IdxOppoCheque), " ",
                           TQ-ChequeFin(IdxOppoCheque), " ",
                           TQ-Motif(IdxOppoCheque), "     ",
                           TQ-Date(IdxOppoCheque), " ",
                           TQ-Frais(IdxOppoCheque), " ",
                           TQ-Statut(IdxOppoCheque), "      ",
                           TQ-Operateur(IdxOppoCheque)
               END-IF
           END-PERFORM.

       POSER-OPPOSITION-CHEQUE.
           IF NombreOppoCheques >= 200 OR Oppo-Cheques-Debordement
               DISPLAY "Table des oppositions sur cheques pleine."
           ELSE
               DISPLAY "Premier numero de cheque vise (comme imprime ",
                       "sur le chequier) :"
               ACCEPT ChequeDebutSaisi
               DISPLAY "Dernier numero (vide = ce seul cheque) :"
               ACCEPT ChequeFinSaisi
               IF ChequeFinSaisi = SPACES
                   MOVE ChequeDebutSaisi TO ChequeFinSaisi
               END-IF
               DISPLAY "Motif ((P)erdu, (V)ole, (A)utre) :"
               ACCEPT MotifOppoCheque
               EVALUATE TRUE
                   WHEN ChequeDebutSaisi = SPACES
                       DISPLAY "Numero de cheque absent : opposition ",
                               "abandonnee."
                   WHEN ChequeFinSaisi < ChequeDebutSaisi
                       DISPLAY "Plage inversee : opposition ",
                               "abandonnee."
                   WHEN NOT Motif-Oppo-Cheque-Valide
                       DISPLAY "Motif invalide : opposition ",
                               "abandonnee."
                   WHEN OTHER
                       PERFORM ENREGISTRER-OPPOSITION-CHEQUE
               END-EVALUATE
           END-IF.

       ENREGISTRER-OPPOSITION-CHEQUE.
      *> L'opposition vaut des son enregistrement ; les frais sont
      *> factures comme les agios, meme sans provision.
           PERFORM CHARGER-TARIF-OPERATIONS.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           ADD 1 TO NombreOppoCheques.
           MOVE NumeroCompteCourant TO TQ-Compte(NombreOppoCheques).
           MOVE ChequeDebutSaisi TO TQ-ChequeDebut(NombreOppoCheques).
           MOVE ChequeFinSaisi TO TQ-ChequeFin(NombreOppoCheques).
           MOVE MotifOppoCheque TO TQ-Motif(NombreOppoCheques).
           MOVE DateDuJour TO TQ-Date(NombreOppoCheques).
           MOVE TarifOppositionCheque TO TQ-Frais(NombreOppoCheques).
           MOVE "A" TO TQ-Statut(NombreOppoCheques).
           MOVE OperateurCourant TO TQ-Operateur(NombreOppoCheques).
           PERFORM SAUVEGARDER-OPPOSITIONS-CHEQUES.
           IF TarifOppositionCheque > ZERO
               COMPUTE SoldeCompte =
                       SoldeCompte - TarifOppositionCheque
               MOVE NumeroCompteCourant TO H-Numero-Compte
               MOVE TarifOppositionCheque TO H-Montant
               MOVE F-FraisService TO H-Action
               MOVE DeviseCompte TO DeviseTransaction
               MOVE ChequeDebutSaisi TO ReferenceTransaction
               PERFORM ENREGISTRER-TRANSACTION
               PERFORM ENREGISTRER-SOLDE
           END-IF.
           DISPLAY "Opposition enregistree sur les cheques ",
                   ChequeDebutSaisi, " a ", ChequeFinSaisi,
                   " du compte ", NumeroCompteCourant, " - frais ",
                   TarifOppositionCheque, ".".
           MOVE NumeroCompteCourant TO AlerteCompte.
           MOVE ClientCompteCourant TO AlerteClient.
           MOVE "OPPOCHEQUE" TO AlerteType.
           MOVE TarifOppositionCheque TO AlerteMontant.
           PERFORM SIGNALER-ALERTE.

       LEVER-OPPOSITION-CHEQUE.
      *> Cheque retrouve : l'opposition est levee, les frais restent
      *> acquis.
           DISPLAY "Premier numero de cheque de l'opposition :".
           ACCEPT ChequeDebutSaisi.
           MOVE ZERO TO IdxOppoChequeTrouve.
           PERFORM VARYING IdxOppoCheque FROM 1 BY 1
                   UNTIL IdxOppoCheque > NombreOppoCheques
               IF TQ-Compte(IdxOppoCheque) = NumeroCompteCourant
                  AND TQ-ChequeDebut(IdxOppoCheque) = ChequeDebutSaisi
                  AND TQ-Statut(IdxOppoCheque) = "A"
                   SET IdxOppoChequeTrouve TO IdxOppoCheque
               END-IF
           END-PERFORM.
           IF IdxOppoChequeTrouve = ZERO
               DISPLAY "Aucune opposition active sur ce cheque pour ",
                       "le compte ", NumeroCompteCourant, "."
           ELSE
               MOVE "L" TO TQ-Statut(IdxOppoChequeTrouve)
               PERFORM SAUVEGARDER-OPPOSITIONS-CHEQUES
               DISPLAY "Opposition sur les cheques ",
                       TQ-ChequeDebut(IdxOppoChequeTrouve), " a ",
                       TQ-ChequeFin(IdxOppoChequeTrouve), " levee."
           END-IF.

       CREER-FICHIER-AGENCES.
      *> Premier lancement : le referentiel demarre avec le siege,
      *> agence de rattachement par defaut de tout l'existant.
           OPEN OUTPUT agences.
           MOVE 1 TO AG-Code.
           MOVE "SIEGE" TO AG-Nom.
           MOVE SPACES TO AG-Ville.
           MOVE SEP-Virgule TO AG-FILLER1.
           MOVE SEP-Virgule TO AG-FILLER2.
           WRITE agence-enregistrement
           END-WRITE.
           CLOSE agences.

       CHARGER-AGENCES.
           MOVE ZERO TO NombreAgences.
           MOVE "N" TO AgencesDebordement.
           OPEN INPUT agences.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ agences
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreAgences < 50
                               ADD 1 TO NombreAgences
                               MOVE AG-Code
                                    TO TAG-Code(NombreAgences)
                               MOVE AG-Nom TO TAG-Nom(NombreAgences)
                               MOVE AG-Ville
                                    TO TAG-Ville(NombreAgences)
                           ELSE
                               MOVE "O" TO AgencesDebordement
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE agences
           END-IF.

       SAUVEGARDER-AGENCES.
           IF Agences-Debordement
               DISPLAY "Fichier agences charge incomplet : ",
                       "reecriture refusee."
           ELSE
               OPEN OUTPUT agences
               PERFORM VARYING IdxAgence FROM 1 BY 1
                       UNTIL IdxAgence > NombreAgences
                   MOVE TAG-Code(IdxAgence) TO AG-Code
                   MOVE TAG-Nom(IdxAgence) TO AG-Nom
                   MOVE TAG-Ville(IdxAgence) TO AG-Ville
                   MOVE SEP-Virgule TO AG-FILLER1
                   MOVE SEP-Virgule TO AG-FILLER2
                   WRITE agence-enregistrement
                   END-WRITE
               END-PERFORM
               CLOSE agences
           END-IF.

       CHERCHER-AGENCE.
      *> Agence AgenceRecherchee dans le referentiel ; zero si
      *> absente.
           MOVE ZERO TO IdxAgenceTrouvee.
           PERFORM VARYING IdxAgence FROM 1 BY 1
                   UNTIL IdxAgence > NombreAgences
                      OR IdxAgenceTrouvee > ZERO
               IF TAG-Code(IdxAgence) = AgenceRecherchee
                   SET IdxAgenceTrouvee TO IdxAgence
               END-IF
           END-PERFORM.

       NOMMER-AGENCE.
           PERFORM CHERCHER-AGENCE.
           IF IdxAgenceTrouvee > ZERO
               MOVE TAG-Nom(IdxAgenceTrouvee) TO NomAgenceAffiche
           ELSE
               MOVE "(hors referentiel)" TO NomAgenceAffiche
           END-IF.

       DETERMINER-AGENCE-SESSION.
      *> La session prend l'agence de rattachement de l'operateur
      *> qui vient de s'identifier ; siege a defaut.
           MOVE 1 TO AgenceCourante.
           OPEN INPUT operateurs.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ operateurs
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF OS-Id = OperateurCourant
                              AND OS-Agence IS NUMERIC
                              AND OS-Agence > ZERO
                               MOVE OS-Agence TO AgenceCourante
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF.
           MOVE AgenceCourante TO AgenceRecherchee.
           PERFORM NOMMER-AGENCE.
           DISPLAY "Agence de la session : ", AgenceCourante, " ",
                   NomAgenceAffiche.
           IF IdxAgenceTrouvee = ZERO
               DISPLAY "ATTENTION : agence absente du fichier ",
                       "agences, a declarer (option 36)."
           END-IF.

       LIRE-AGENCE-DU-COMPTE.
      *> Agence de l'enregistrement de soldes qui vient d'etre lu,
      *> dans AgenceRecherchee ; siege pour un compte d'avant les
      *> agences.
           IF SR-Agence IS NUMERIC AND SR-Agence > ZERO
               MOVE SR-Agence TO AgenceRecherchee
           ELSE
               MOVE 1 TO AgenceRecherchee
           END-IF.

       MENU-AGENCES.
           DISPLAY "===== AGENCES =====".
           DISPLAY "1. Lister les agences".
           DISPLAY "2. Creer ou renommer une agence".
           DISPLAY "3. Rattacher le compte ", NumeroCompteCourant,
                   " a une agence".
           DISPLAY "4. Retour au menu principal".
           ACCEPT ChoixMenuAgences.
           EVALUATE ChoixMenuAgences
               WHEN 1 PERFORM LISTER-AGENCES
               WHEN 2 PERFORM SAISIR-AGENCE
               WHEN 3 PERFORM RATTACHER-COMPTE-AGENCE
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuAgences NOT = 4
               PERFORM MENU-AGENCES
           END-IF.

       LISTER-AGENCES.
           DISPLAY "Code Nom                            Ville".
           PERFORM VARYING IdxAgence FROM 1 BY 1
                   UNTIL IdxAgence > NombreAgences
               DISPLAY TAG-Code(IdxAgence), "  ",
                       TAG-Nom(IdxAgence), " ",
                       TAG-Ville(IdxAgence)
           END-PERFORM.

       SAISIR-AGENCE.
           DISPLAY "Code agence (3 chiffres) :".
           ACCEPT AgenceSaisie.
           IF AgenceSaisie = ZERO
               DISPLAY "Code agence invalide."
           ELSE
               MOVE AgenceSaisie TO AgenceRecherchee
               PERFORM CHERCHER-AGENCE
               IF IdxAgenceTrouvee = ZERO
                   IF NombreAgences >= 50
                       DISPLAY "Fichier agences plein."
                   ELSE
                       ADD 1 TO NombreAgences
                       MOVE NombreAgences TO IdxAgenceTrouvee
                       MOVE AgenceSaisie
                            TO TAG-Code(IdxAgenceTrouvee)
                       MOVE SPACES TO TAG-Nom(IdxAgenceTrouvee)
                       MOVE SPACES TO TAG-Ville(IdxAgenceTrouvee)
                   END-IF
               END-IF
               IF IdxAgenceTrouvee > ZERO
                   DISPLAY "Nom de l'agence :"
                   ACCEPT TAG-Nom(IdxAgenceTrouvee)
                   DISPLAY "Ville :"
                   ACCEPT TAG-Ville(IdxAgenceTrouvee)
                   PERFORM SAUVEGARDER-AGENCES
                   DISPLAY "Agence ", AgenceSaisie, " enregistree."
               END-IF
           END-IF.

       RATTACHER-COMPTE-AGENCE.
      *> Change l'agence de rattachement du compte de la session
      *> (transfert de compte, ou correction apres conversion du
      *> fichier des soldes).
           DISPLAY "Agence actuelle du compte : ", AgenceCompteCourant,
                   ". Nouvelle agence :".
           ACCEPT AgenceSaisie.
           MOVE AgenceSaisie TO AgenceRecherchee.
           PERFORM CHERCHER-AGENCE.
           IF AgenceSaisie = ZERO OR IdxAgenceTrouvee = ZERO
               DISPLAY "Agence inconnue : rattachement inchange."
           ELSE
               MOVE AgenceSaisie TO AgenceCompteCourant
               PERFORM ENREGISTRER-SOLDE
               DISPLAY "Compte ", NumeroCompteCourant,
                       " rattache a l'agence ", AgenceSaisie, " ",
                       TAG-Nom(IdxAgenceTrouvee), "."
           END-IF.

       MENU-PREFERENCES-ALERTES.
      *> Alertes du client titulaire du compte de la session : le
      *> client choisit ses evenements et ses seuils, le guichet les
      *> consigne dans preferences_alertes.
           DISPLAY "===== ALERTES DU CLIENT ", ClientCompteCourant,
                   " =====".
           DISPLAY "1. Afficher les alertes choisies".
           DISPLAY "2. Choisir les alertes et les seuils".
           DISPLAY "3. Ne plus recevoir d'alertes".
           DISPLAY "4. Retour au menu principal".
           ACCEPT ChoixMenuAlertes.
           EVALUATE ChoixMenuAlertes
               WHEN 1 PERFORM AFFICHER-PREFERENCES-ALERTES
               WHEN 2 PERFORM SAISIR-PREFERENCES-ALERTES
               WHEN 3 PERFORM SUPPRIMER-PREFERENCES-ALERTES
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuAlertes NOT = 4
               PERFORM MENU-PREFERENCES-ALERTES
           END-IF.

       CHARGER-PREFERENCES-ALERTES.
           MOVE ZERO TO NombrePrefsAlertes.
           MOVE "N" TO PrefsAlertesDebordement.
           OPEN INPUT preferences-alertes
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ preferences-alertes
                       INTO preference-alerte-enregistrement
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF NombrePrefsAlertes < 500
                           ADD 1 TO NombrePrefsAlertes
                           MOVE PA-Client
                                TO TP-Client(NombrePrefsAlertes)
                           MOVE PA-SoldeBas
                                TO TP-SoldeBas(NombrePrefsAlertes)
                           MOVE PA-SeuilSolde
                                TO TP-SeuilSolde(NombrePrefsAlertes)
                           MOVE PA-GrosDebit
                                TO TP-GrosDebit(NombrePrefsAlertes)
                           MOVE PA-SeuilDebit
                                TO TP-SeuilDebit(NombrePrefsAlertes)
                           MOVE PA-Prelevement
                                TO TP-Prelevement(NombrePrefsAlertes)
                           MOVE PA-Cheque
                                TO TP-Cheque(NombrePrefsAlertes)
                           MOVE PA-Decouvert
                                TO TP-Decouvert(NombrePrefsAlertes)
                           MOVE PA-Opposition
                                TO TP-Opposition(NombrePrefsAlertes)
                       ELSE
                           MOVE "O" TO PrefsAlertesDebordement
                           MOVE '10' TO ws-file-status
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE preferences-alertes.

       SAUVEGARDER-PREFERENCES-ALERTES.
           IF Prefs-Alertes-Debordement
               DISPLAY "Fichier des preferences d'alertes charge ",
                       "incomplet : reecriture refusee."
           ELSE
               OPEN OUTPUT preferences-alertes
               PERFORM VARYING IdxPrefAlerte FROM 1 BY 1
                       UNTIL IdxPrefAlerte > NombrePrefsAlertes
                   MOVE TP-Client(IdxPrefAlerte) TO PA-Client
                   MOVE TP-SoldeBas(IdxPrefAlerte) TO PA-SoldeBas
                   MOVE TP-SeuilSolde(IdxPrefAlerte) TO PA-SeuilSolde
                   MOVE TP-GrosDebit(IdxPrefAlerte) TO PA-GrosDebit
                   MOVE TP-SeuilDebit(IdxPrefAlerte) TO PA-SeuilDebit
                   MOVE TP-Prelevement(IdxPrefAlerte)
                        TO PA-Prelevement
                   MOVE TP-Cheque(IdxPrefAlerte) TO PA-Cheque
                   MOVE TP-Decouvert(IdxPrefAlerte) TO PA-Decouvert
                   MOVE TP-Opposition(IdxPrefAlerte) TO PA-Opposition
                   MOVE SEP-Virgule TO PA-FILLER1
                   MOVE SEP-Virgule TO PA-FILLER2
                   MOVE SEP-Virgule TO PA-FILLER3
                   MOVE SEP-Virgule TO PA-FILLER4
                   MOVE SEP-Virgule TO PA-FILLER5
                   MOVE SEP-Virgule TO PA-FILLER6
                   MOVE SEP-Virgule TO PA-FILLER7
                   MOVE SEP-Virgule TO PA-FILLER8
                   WRITE preference-alerte-enregistrement
                   END-WRITE
               END-PERFORM
               CLOSE preferences-alertes
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

       AFFICHER-PREFERENCES-ALERTES.
           MOVE ClientCompteCourant TO AlerteClient.
           PERFORM CHERCHER-PREFERENCES-CLIENT.
           IF IdxPrefAlerteTrouve = ZERO
               DISPLAY "Le client ", ClientCompteCourant,
                       " ne recoit aucune alerte."
           ELSE
               DISPLAY "Solde sous le seuil   : ",
                       TP-SoldeBas(IdxPrefAlerteTrouve), " seuil ",
                       TP-SeuilSolde(IdxPrefAlerteTrouve)
               DISPLAY "Debit au-dela du seuil: ",
                       TP-GrosDebit(IdxPrefAlerteTrouve), " seuil ",
                       TP-SeuilDebit(IdxPrefAlerteTrouve)
               DISPLAY "Prelevement rejete    : ",
                       TP-Prelevement(IdxPrefAlerteTrouve)
               DISPLAY "Cheque rejete         : ",
                       TP-Cheque(IdxPrefAlerteTrouve)
               DISPLAY "Decouvert atteint     : ",
                       TP-Decouvert(IdxPrefAlerteTrouve)
               DISPLAY "Opposition posee      : ",
                       TP-Opposition(IdxPrefAlerteTrouve)
           END-IF.

       SAISIR-PREFERENCES-ALERTES.
           MOVE ClientCompteCourant TO AlerteClient.
           PERFORM CHERCHER-PREFERENCES-CLIENT.
           IF IdxPrefAlerteTrouve = ZERO
               IF NombrePrefsAlertes >= 500
                  OR Prefs-Alertes-Debordement
                   DISPLAY "Table des preferences d'alertes pleine."
               ELSE
                   ADD 1 TO NombrePrefsAlertes
                   MOVE NombrePrefsAlertes TO IdxPrefAlerteTrouve
                   MOVE ClientCompteCourant
                        TO TP-Client(IdxPrefAlerteTrouve)
               END-IF
           END-IF.
           IF IdxPrefAlerteTrouve > ZERO
               DISPLAY "Alerte solde sous un seuil ? (O/N) :"
               ACCEPT ReponseAlerte
               PERFORM NORMALISER-REPONSE-ALERTE
               MOVE ReponseAlerte TO TP-SoldeBas(IdxPrefAlerteTrouve)
               MOVE ZERO TO TP-SeuilSolde(IdxPrefAlerteTrouve)
               IF ReponseAlerte = "O"
                   DISPLAY "Seuil de solde :"
                   ACCEPT TP-SeuilSolde(IdxPrefAlerteTrouve)
               END-IF
               DISPLAY "Alerte debit au-dela d'un montant ? (O/N) :"
               ACCEPT ReponseAlerte
               PERFORM NORMALISER-REPONSE-ALERTE
               MOVE ReponseAlerte TO TP-GrosDebit(IdxPrefAlerteTrouve)
               MOVE ZERO TO TP-SeuilDebit(IdxPrefAlerteTrouve)
               IF ReponseAlerte = "O"
                   DISPLAY "Montant de debit declencheur :"
                   ACCEPT TP-SeuilDebit(IdxPrefAlerteTrouve)
               END-IF
               DISPLAY "Alerte prelevement rejete ? (O/N) :"
               ACCEPT ReponseAlerte
               PERFORM NORMALISER-REPONSE-ALERTE
               MOVE ReponseAlerte
                    TO TP-Prelevement(IdxPrefAlerteTrouve)
               DISPLAY "Alerte cheque rejete ? (O/N) :"
               ACCEPT ReponseAlerte
               PERFORM NORMALISER-REPONSE-ALERTE
               MOVE ReponseAlerte TO TP-Cheque(IdxPrefAlerteTrouve)
               DISPLAY "Alerte decouvert autorise atteint ? (O/N) :"
               ACCEPT ReponseAlerte
               PERFORM NORMALISER-REPONSE-ALERTE
               MOVE ReponseAlerte TO TP-Decouvert(IdxPrefAlerteTrouve)
               DISPLAY "Alerte opposition posee ? (O/N) :"
               ACCEPT ReponseAlerte
               PERFORM NORMALISER-REPONSE-ALERTE
               MOVE ReponseAlerte
                    TO TP-Opposition(IdxPrefAlerteTrouve)
               PERFORM SAUVEGARDER-PREFERENCES-ALERTES
               DISPLAY "Alertes du client ", ClientCompteCourant,
                       " enregistrees."
           END-IF.

       NORMALISER-REPONSE-ALERTE.
           IF ReponseAlerte NOT = "O"
               MOVE "N" TO ReponseAlerte
           END-IF.

       SUPPRIMER-PREFERENCES-ALERTES.
           MOVE ClientCompteCourant TO AlerteClient.
           PERFORM CHERCHER-PREFERENCES-CLIENT.
           IF IdxPrefAlerteTrouve = ZERO
               DISPLAY "Le client ", ClientCompteCourant,
                       " ne recoit deja aucune alerte."
           ELSE
               PERFORM VARYING IdxPrefAlerte FROM IdxPrefAlerteTrouve
                       BY 1 UNTIL IdxPrefAlerte >= NombrePrefsAlertes
                   MOVE PreferenceAlerte(IdxPrefAlerte + 1)
                        TO PreferenceAlerte(IdxPrefAlerte)
               END-PERFORM
               SUBTRACT 1 FROM NombrePrefsAlertes
               PERFORM SAUVEGARDER-PREFERENCES-ALERTES
               DISPLAY "Le client ", ClientCompteCourant,
                       " ne recevra plus d'alertes."
           END-IF.

       CHERCHER-CLIENT-ALERTE.
      *> Titulaire du compte AlerteCompte, zero si le compte est
      *> introuvable.
           MOVE ZERO TO AlerteClient.
           MOVE AlerteCompte TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SR-Numero-Client TO AlerteClient
           END-READ.

       SIGNALER-ALERTE.
      *> Ecrit l'alerte AlerteType du compte AlerteCompte si son
      *> titulaire AlerteClient l'a choisie, avec ses coordonnees.
      *> La fiche client en cours eventuelle est restituee.
           MOVE "N" TO AlerteVoulue.
           PERFORM CHERCHER-PREFERENCES-CLIENT.
           IF IdxPrefAlerteTrouve > ZERO
               EVALUATE AlerteType
                   WHEN "PRELEVREJ"
                       IF TP-Prelevement(IdxPrefAlerteTrouve) = "O"
                           MOVE "O" TO AlerteVoulue
                       END-IF
                   WHEN "OPPOSITION"
                       IF TP-Opposition(IdxPrefAlerteTrouve) = "O"
                           MOVE "O" TO AlerteVoulue
                       END-IF
                   WHEN "OPPOCHEQUE"
                       IF TP-Opposition(IdxPrefAlerteTrouve) = "O"
                           MOVE "O" TO AlerteVoulue
                       END-IF
               END-EVALUATE
           END-IF.
           IF Alerte-Voulue
               MOVE clients-banque-record TO SauvegardeClientAlerte
               MOVE SPACES TO AL-Nom
               MOVE SPACES TO AL-Telephone
               MOVE AlerteClient TO CB-Numero-Client
               READ clients-banque
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CB-Nom TO AL-Nom
                       MOVE CB-Telephone TO AL-Telephone
               END-READ
               MOVE SauvegardeClientAlerte TO clients-banque-record
               MOVE AlerteClient TO AL-Client
               MOVE AlerteCompte TO AL-Compte
               MOVE AlerteType TO AL-Type
               MOVE AlerteMontant TO AL-Montant
               ACCEPT AL-Date FROM DATE YYYYMMDD
               MOVE SEP-Virgule TO AL-FILLER1
               MOVE SEP-Virgule TO AL-FILLER2
               MOVE SEP-Virgule TO AL-FILLER3
               MOVE SEP-Virgule TO AL-FILLER4
               MOVE SEP-Virgule TO AL-FILLER5
               MOVE SEP-Virgule TO AL-FILLER6
               OPEN EXTEND alertes
               IF ws-file-status = '35'
                   CLOSE alertes
                   OPEN OUTPUT alertes
               END-IF
               WRITE alerte-enregistrement
               END-WRITE
               CLOSE alertes
           END-IF.

       CONTROLER-OPPOSITION-DEBIT.
      *> Garde-fou appele avant tout debit : compte, montant et solde
      *> courant places par l'appelant dans CompteControleOppo,
      *> MontantControleOppo et SoldeControleOppo. Un gel total
      *> bloque tout debit ; un blocage sur montant interdit de
      *> descendre sous le total des montants rendus indisponibles.
           MOVE "N" TO DebitBloqueOpposition.
           MOVE ZERO TO TotalBloqueOppo.
           MOVE SPACES TO ReferenceOppoBloquante.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
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
           IF Debit-Bloque-Opposition
               DISPLAY "Debit refuse : compte ", CompteControleOppo,
                       " sous opposition (reference ",
                       ReferenceOppoBloquante, ")."
           END-IF.

       EVALUER-UNE-OPPOSITION.
      *> Postage du fichier des credits recus de la chambre de
      *> compensation : chaque credit visant un compte de notre
      *> fichier des soldes est credite sous le code U ; un credit
      *> visant un compte que nous ne tenons pas est porte au compte
      *> d'attente et entre dans la file des suspens (option 37).
      *> Seul un credit que la file ne peut plus recevoir part dans
      *> virements_entrants_rejets (motif 01) pour le retour a la
      *> chambre, et l'etat des impostables est affiche.
           MOVE ZERO TO NombreCreditsExternes.
           MOVE "N" TO CreditsExternesDebordement.
           MOVE "FLUX-VIRENT" TO TypeFlux.
           MOVE "virements_entrants" TO NomFlux.
           PERFORM INITIALISER-FLUX.
           OPEN INPUT virements-entrants.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun fichier de credits externes a poster."
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE virement-entrant-enregistrement
                                TO LigneFluxLue
                           PERFORM ANALYSER-LIGNE-FLUX
                           IF Ligne-Detail-Flux
                               PERFORM CHARGER-UN-CREDIT-EXTERNE
                           END-IF
                   END-READ
               END-PERFORM
                           "la capacite de traitement (500) : import ",
                           "abandonne, fichier laisse intact."
               ELSE
                   IF NombreLignesFlux = ZERO
                       DISPLAY "Aucun credit externe a poster."
                   ELSE
                       PERFORM CONTROLER-FLUX-ENTRANT
                       IF Flux-Accepte
                           PERFORM POSTER-CREDITS-EXTERNES
                           PERFORM ENREGISTRER-SEQUENCE-FLUX
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHARGER-UN-CREDIT-EXTERNE.
           ADD VE-Montant TO TotalDetailsFlux.
           IF NombreCreditsExternes < 500
               ADD 1 TO NombreCreditsExternes
               MOVE virement-entrant-enregistrement
                   TO LigneCreditExterne(NombreCreditsExternes)
           ELSE
               MOVE "O" TO CreditsExternesDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       POSTER-CREDITS-EXTERNES.
           MOVE ZERO TO CreditsExternesPostes.
           MOVE ZERO TO TotalCreditsExternes.
           MOVE ZERO TO CreditsExternesRejetes.
           MOVE ZERO TO TotalCreditsRejetes.
           MOVE ZERO TO CreditsExternesSuspens.
           MOVE ZERO TO TotalCreditsSuspens.
           PERFORM ENREGISTRER-SOLDE.
           PERFORM CHARGER-SUSPENS.
           PERFORM PREPARER-COMPTE-SUSPENS.
           OPEN EXTEND virements-entrants-rejets.
           IF ws-file-status = '35'
               CLOSE virements-entrants-rejets
               PERFORM POSTER-UN-CREDIT-EXTERNE
           END-PERFORM.
           CLOSE virements-entrants-rejets.
           IF CreditsExternesSuspens > ZERO
               PERFORM SAUVEGARDER-SUSPENS
           END-IF.
      *> Le fichier du matin est consomme : un credit poste ne doit
      *> jamais l'etre deux fois, les impostables sont conserves dans
      *> le fichier des rejets.
           DISPLAY "===== IMPORT DES CREDITS EXTERNES =====".
           DISPLAY "Postes  : ", CreditsExternesPostes, " pour ",
                   TotalCreditsExternes, ".".
           DISPLAY "Suspens : ", CreditsExternesSuspens, " pour ",
                   TotalCreditsSuspens, " (compte d'attente ",
                   CompteSuspens, ").".
           DISPLAY "Rejetes : ", CreditsExternesRejetes, " pour ",
                   TotalCreditsRejetes, ".".

       POSTER-UN-CREDIT-EXTERNE.
           MOVE VE-Compte TO SR-Numero-Compte.
           MOVE "N" TO CompteCreditTenu.
           READ soldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO CompteCreditTenu
           END-READ.
           IF NOT Compte-Credit-Tenu
              AND Compte-Suspens-Pret
              AND NOT Suspens-Debordement
              AND NombreSuspens < 500
               PERFORM METTRE-EN-SUSPENS
           ELSE
           MOVE VE-Compte TO SR-Numero-Compte
           READ soldes
               INVALID KEY
                   ADD 1 TO CreditsExternesRejetes
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE VE-Compte TO H-Numero-Compte
                   MOVE VE-Montant TO H-Montant
                   MOVE F-CreditExterne TO H-Action
      *> La reference de l'emetteur suit le credit dans l'historique
      *> (date de vente d'un reglement de l'acquereur, ...).
                   MOVE VE-Reference TO ReferenceTransaction
                   PERFORM ENREGISTRER-TRANSACTION
                   ADD 1 TO CreditsExternesPostes
                   ADD VE-Montant TO TotalCreditsExternes
           END-READ
           END-IF.

       METTRE-EN-SUSPENS.
      *> Les fonds sont arrives : ils sont portes au compte d'attente
      *> sous le code 1, avec la reference de la chambre, et la ligne
      *> entre dans la file pour reimputation ou retour.
           MOVE CompteSuspens TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte d'attente ", CompteSuspens,
                           " introuvable : credit ", VE-Reference,
                           " non mis en suspens."
               NOT INVALID KEY
                   ADD VE-Montant TO SR-Solde
                   MOVE SEP-Deux-Points TO MYFILLER
                   MOVE SEP-Deux-Points TO MYFILLER2
                   MOVE SEP-Deux-Points TO MYFILLER3
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE CompteSuspens TO H-Numero-Compte
                   MOVE VE-Montant TO H-Montant
                   MOVE F-EntreeSuspens TO H-Action
                   MOVE VE-Reference TO ReferenceTransaction
                   PERFORM ENREGISTRER-TRANSACTION
                   ADD 1 TO NombreSuspens
                   ADD 1 TO DernierNumeroSuspens
                   MOVE DernierNumeroSuspens
                        TO TS-Numero(NombreSuspens)
                   MOVE H-Date TO TS-DateEntree(NombreSuspens)
                   MOVE VE-Compte TO TS-Compte-Vise(NombreSuspens)
                   MOVE VE-Montant TO TS-Montant(NombreSuspens)
                   MOVE VE-Banque-Origine
                        TO TS-Banque-Origine(NombreSuspens)
                   MOVE VE-Reference TO TS-Reference(NombreSuspens)
                   MOVE "01" TO TS-Motif(NombreSuspens)
                   MOVE "O" TO TS-Statut(NombreSuspens)
                   MOVE ZERO TO TS-DateSortie(NombreSuspens)
                   MOVE ZERO TO TS-Compte-Final(NombreSuspens)
                   MOVE SPACES TO TS-Operateur(NombreSuspens)
                   ADD 1 TO CreditsExternesSuspens
                   ADD VE-Montant TO TotalCreditsSuspens
                   DISPLAY "Credit externe en suspens ",
                           DernierNumeroSuspens, " : compte ",
                           VE-Compte, " non tenu ici (reference ",
                           VE-Reference, ", ", VE-Montant, ")."
           END-READ.

       PREPARER-COMPTE-SUSPENS.
      *> Le compte d'attente est un compte interne de la banque,
      *> sans client ni decouvert, cree au siege au premier suspens.
           MOVE "N" TO CompteSuspensPret.
           MOVE CompteSuspens TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   MOVE CompteSuspens TO SR-Numero-Compte
                   MOVE ZERO TO SR-Solde
                   MOVE ZERO TO SR-Limite-Decouvert
                   MOVE ZERO TO SR-Numero-Client
                   MOVE ZERO TO SR-Limite-Journaliere
                   MOVE "EUR" TO SR-Devise
                   MOVE "C" TO SR-Type-Compte
                   MOVE 1 TO SR-Agence
                   MOVE SEP-Deux-Points TO MYFILLER
                   MOVE SEP-Deux-Points TO MYFILLER2
                   MOVE SEP-Deux-Points TO MYFILLER3
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   WRITE soldes-record
                       INVALID KEY
                           DISPLAY "Creation du compte d'attente ",
                                   CompteSuspens, " impossible."
                       NOT INVALID KEY
                           MOVE "O" TO CompteSuspensPret
                   END-WRITE
               NOT INVALID KEY
                   MOVE "O" TO CompteSuspensPret
           END-READ.

       CHARGER-SUSPENS.
           MOVE ZERO TO NombreSuspens.
           MOVE ZERO TO DernierNumeroSuspens.
           MOVE "N" TO SuspensDebordement.
           OPEN INPUT suspens.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ suspens
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UN-SUSPENS
                   END-READ
               END-PERFORM
               CLOSE suspens
           END-IF.
           IF Suspens-Debordement
               DISPLAY "File des suspens au-dela de 500 lignes : ",
                       "chargement incomplet, aucune mise a jour."
           END-IF.

       RANGER-UN-SUSPENS.
           IF SU-Numero > DernierNumeroSuspens
               MOVE SU-Numero TO DernierNumeroSuspens
           END-IF.
           IF NombreSuspens < 500
               ADD 1 TO NombreSuspens
               MOVE SU-Numero TO TS-Numero(NombreSuspens)
               MOVE SU-DateEntree TO TS-DateEntree(NombreSuspens)
               MOVE SU-Compte-Vise TO TS-Compte-Vise(NombreSuspens)
               MOVE SU-Montant TO TS-Montant(NombreSuspens)
               MOVE SU-Banque-Origine
                    TO TS-Banque-Origine(NombreSuspens)
               MOVE SU-Reference TO TS-Reference(NombreSuspens)
               MOVE SU-Motif TO TS-Motif(NombreSuspens)
               MOVE SU-Statut TO TS-Statut(NombreSuspens)
               MOVE SU-DateSortie TO TS-DateSortie(NombreSuspens)
               MOVE SU-Compte-Final TO TS-Compte-Final(NombreSuspens)
               MOVE SU-Operateur TO TS-Operateur(NombreSuspens)
           ELSE
               MOVE "O" TO SuspensDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       SAUVEGARDER-SUSPENS.
           IF Suspens-Debordement
               DISPLAY "File des suspens chargee incomplete : ",
                       "reecriture refusee."
           ELSE
               OPEN OUTPUT suspens
               PERFORM VARYING IdxSuspens FROM 1 BY 1
                       UNTIL IdxSuspens > NombreSuspens
                   MOVE TS-Numero(IdxSuspens) TO SU-Numero
                   MOVE TS-DateEntree(IdxSuspens) TO SU-DateEntree
                   MOVE TS-Compte-Vise(IdxSuspens) TO SU-Compte-Vise
                   MOVE TS-Montant(IdxSuspens) TO SU-Montant
                   MOVE TS-Banque-Origine(IdxSuspens)
                        TO SU-Banque-Origine
                   MOVE TS-Reference(IdxSuspens) TO SU-Reference
                   MOVE TS-Motif(IdxSuspens) TO SU-Motif
                   MOVE TS-Statut(IdxSuspens) TO SU-Statut
                   MOVE TS-DateSortie(IdxSuspens) TO SU-DateSortie
                   MOVE TS-Compte-Final(IdxSuspens) TO SU-Compte-Final
                   MOVE TS-Operateur(IdxSuspens) TO SU-Operateur
                   MOVE SEP-Virgule TO SU-FILLER1
                   MOVE SEP-Virgule TO SU-FILLER2
                   MOVE SEP-Virgule TO SU-FILLER3
                   MOVE SEP-Virgule TO SU-FILLER4
                   MOVE SEP-Virgule TO SU-FILLER5
                   MOVE SEP-Virgule TO SU-FILLER6
                   MOVE SEP-Virgule TO SU-FILLER7
                   MOVE SEP-Virgule TO SU-FILLER8
                   MOVE SEP-Virgule TO SU-FILLER9
                   MOVE SEP-Virgule TO SU-FILLER10
                   WRITE suspens-enregistrement
                   END-WRITE
               END-PERFORM
               CLOSE suspens
           END-IF.

       MENU-SUSPENS.
           DISPLAY "===== FILE DES CREDITS EN SUSPENS =====".
           DISPLAY "1. Lister les suspens ouverts".
           DISPLAY "2. Reimputer un suspens sur le compte corrige".
           DISPLAY "3. Retourner un suspens a la banque emettrice".
           DISPLAY "4. Retour au menu principal".
           ACCEPT ChoixMenuSuspens.
           EVALUATE ChoixMenuSuspens
               WHEN 1 PERFORM LISTER-SUSPENS
               WHEN 2 PERFORM REIMPUTER-SUSPENS
               WHEN 3 PERFORM RETOURNER-SUSPENS
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Choix invalide."
           END-EVALUATE.
           IF ChoixMenuSuspens NOT = 4
               PERFORM MENU-SUSPENS
           END-IF.

       LISTER-SUSPENS.
           PERFORM CHARGER-SUSPENS.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           MOVE ZERO TO NbSuspensOuverts.
           MOVE ZERO TO TotalSuspensOuverts.
           DISPLAY "Numero Entree   Compte  Montant   Banque ",
                   "Reference  Age (j)".
           PERFORM VARYING IdxSuspens FROM 1 BY 1
                   UNTIL IdxSuspens > NombreSuspens
               IF TS-Ouvert(IdxSuspens)
                   MOVE "D" TO DATU-Operation
                   MOVE TS-DateEntree(IdxSuspens) TO DATU-Date1
                   MOVE DateDuJour TO DATU-Date2
                   CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                           DATU-Date2, DATU-Nombre, DATU-DateResultat,
                           DATU-Statut
                   MOVE DATU-Nombre TO AgeSuspens
                   DISPLAY TS-Numero(IdxSuspens), " ",
                           TS-DateEntree(IdxSuspens), " ",
                           TS-Compte-Vise(IdxSuspens), " ",
                           TS-Montant(IdxSuspens), " ",
                           TS-Banque-Origine(IdxSuspens), "  ",
                           TS-Reference(IdxSuspens), " ", AgeSuspens
                   ADD 1 TO NbSuspensOuverts
                   ADD TS-Montant(IdxSuspens) TO TotalSuspensOuverts
               END-IF
           END-PERFORM.
           DISPLAY NbSuspensOuverts, " suspens ouvert(s) pour ",
                   TotalSuspensOuverts, ".".

       CHOISIR-SUSPENS.
      *> Suspens ouvert NumeroSuspensSaisi dans la file chargee ;
      *> zero dans IdxSuspensTrouve s'il n'y est pas.
           PERFORM CHARGER-SUSPENS.
           MOVE ZERO TO IdxSuspensTrouve.
           DISPLAY "Numero du suspens :".
           ACCEPT NumeroSuspensSaisi.
           PERFORM VARYING IdxSuspens FROM 1 BY 1
                   UNTIL IdxSuspens > NombreSuspens
               IF TS-Numero(IdxSuspens) = NumeroSuspensSaisi
                  AND TS-Ouvert(IdxSuspens)
                   SET IdxSuspensTrouve TO IdxSuspens
               END-IF
           END-PERFORM.
           IF IdxSuspensTrouve = ZERO
               DISPLAY "Suspens ", NumeroSuspensSaisi,
                       " introuvable ou deja solde."
           END-IF.
           IF Suspens-Debordement
               MOVE ZERO TO IdxSuspensTrouve
           END-IF.

       REIMPUTER-SUSPENS.
      *> Le credit sort du compte d'attente (code 2) et est poste
      *> sur le compte corrige sous le code U, avec la reference
      *> d'origine de la chambre.
           PERFORM CHOISIR-SUSPENS.
           IF IdxSuspensTrouve > ZERO
               DISPLAY "Compte corrige (vise : ",
                       TS-Compte-Vise(IdxSuspensTrouve), ") :"
               ACCEPT CompteCorrigeSaisi
               MOVE CompteCorrigeSaisi TO CompteAControler
               PERFORM CONTROLER-CLE-COMPTE
               MOVE "N" TO CompteCorrigeExiste
               IF NOT Cle-Compte-Valide
                   DISPLAY "Compte ", CompteCorrigeSaisi,
                           " refuse : cle de controle invalide ",
                           "(attendu ", CleAttendueCompte, ")."
               ELSE
               IF CompteCorrigeSaisi = CompteSuspens
                   DISPLAY "Le compte d'attente ne peut pas etre ",
                           "le compte corrige."
               ELSE
                   MOVE CompteCorrigeSaisi TO SR-Numero-Compte
                   READ soldes
                       INVALID KEY
                           DISPLAY "Compte ", CompteCorrigeSaisi,
                                   " introuvable : reimputation ",
                                   "refusee."
                       NOT INVALID KEY
                           MOVE "O" TO CompteCorrigeExiste
                   END-READ
               END-IF
               END-IF
               IF Compte-Corrige-Existe
                   PERFORM ENREGISTRER-SOLDE
                   PERFORM SORTIR-DU-SUSPENS
                   IF Operation-Postee
                       PERFORM CREDITER-COMPTE-CORRIGE
                       MOVE "A" TO TS-Statut(IdxSuspensTrouve)
                       MOVE CompteCorrigeSaisi
                            TO TS-Compte-Final(IdxSuspensTrouve)
                       PERFORM CLORE-SUSPENS
                       DISPLAY "Suspens ", NumeroSuspensSaisi,
                               " reimpute sur le compte ",
                               CompteCorrigeSaisi, "."
                   END-IF
                   PERFORM RELIRE-COMPTE-COURANT
               END-IF
           END-IF.

       CREDITER-COMPTE-CORRIGE.
           MOVE CompteCorrigeSaisi TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte ", CompteCorrigeSaisi,
                           " introuvable apres sortie du suspens."
               NOT INVALID KEY
                   ADD TS-Montant(IdxSuspensTrouve) TO SR-Solde
                   MOVE SEP-Deux-Points TO MYFILLER
                   MOVE SEP-Deux-Points TO MYFILLER2
                   MOVE SEP-Deux-Points TO MYFILLER3
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE CompteCorrigeSaisi TO H-Numero-Compte
                   MOVE TS-Montant(IdxSuspensTrouve) TO H-Montant
                   MOVE F-CreditExterne TO H-Action
                   MOVE TS-Reference(IdxSuspensTrouve)
                        TO ReferenceTransaction
                   PERFORM ENREGISTRER-TRANSACTION
           END-READ.

       RETOURNER-SUSPENS.
      *> Le credit sort du compte d'attente (code 2) et repart a la
      *> banque emettrice dans le fichier sortant du jour, la
      *> reference de la chambre tenant lieu de compte externe.
           PERFORM CHOISIR-SUSPENS.
           IF IdxSuspensTrouve > ZERO
               PERFORM ENREGISTRER-SOLDE
               PERFORM SORTIR-DU-SUSPENS
               IF Operation-Postee
                   MOVE CompteSuspens TO CompteSourceSortant
                   MOVE TS-Banque-Origine(IdxSuspensTrouve)
                        TO BanqueExterneSaisie
                   MOVE TS-Reference(IdxSuspensTrouve)
                        TO CompteExterneSaisi
                   MOVE TS-Montant(IdxSuspensTrouve)
                        TO MontantSortantEmis
                   MOVE "EUR" TO DeviseSortanteEmise
                   PERFORM ECRIRE-VIREMENT-SORTANT
                   MOVE "R" TO TS-Statut(IdxSuspensTrouve)
                   MOVE ZERO TO TS-Compte-Final(IdxSuspensTrouve)
                   PERFORM CLORE-SUSPENS
                   DISPLAY "Suspens ", NumeroSuspensSaisi,
                           " retourne a la banque ",
                           TS-Banque-Origine(IdxSuspensTrouve), "."
               END-IF
               PERFORM RELIRE-COMPTE-COURANT
           END-IF.

       SORTIR-DU-SUSPENS.
           MOVE "N" TO OperationPostee.
           MOVE CompteSuspens TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   DISPLAY "Compte d'attente ", CompteSuspens,
                           " introuvable : suspens laisse ouvert."
               NOT INVALID KEY
                   SUBTRACT TS-Montant(IdxSuspensTrouve) FROM SR-Solde
                   MOVE SEP-Deux-Points TO MYFILLER
                   MOVE SEP-Deux-Points TO MYFILLER2
                   MOVE SEP-Deux-Points TO MYFILLER3
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE CompteSuspens TO H-Numero-Compte
                   MOVE TS-Montant(IdxSuspensTrouve) TO H-Montant
                   MOVE F-SortieSuspens TO H-Action
                   MOVE TS-Reference(IdxSuspensTrouve)
                        TO ReferenceTransaction
                   PERFORM ENREGISTRER-TRANSACTION
                   MOVE "O" TO OperationPostee
           END-READ.

       CLORE-SUSPENS.
           ACCEPT TS-DateSortie(IdxSuspensTrouve)
               FROM DATE YYYYMMDD.
           MOVE OperateurCourant TO TS-Operateur(IdxSuspensTrouve).
           PERFORM SAUVEGARDER-SUSPENS.

       CONVERTIR-MONTANT-VIREMENT.
      *> Conversion au cours du jour entre la devise source
      *> (DeviseConvSource) et celle du compte destinataire
                           " introuvable dans la periode ouverte."
               WHEN ActionExtournee = F-Extourne
                   DISPLAY "Une extourne ne peut pas etre extournee."
               WHEN ActionExtournee = F-EntreeSuspens
                 OR ActionExtournee = F-SortieSuspens
                   DISPLAY "Un mouvement du compte d'attente se ",
                           "traite depuis la file des suspens ",
                           "(option 37)."
               WHEN ActionExtournee = F-FinancementPaie
                 OR ActionExtournee = F-RetourPaie
                   DISPLAY "Le financement de la paie suit le ",
                           "fichier credits_salaires : il ne ",
                           "s'extourne pas."
               WHEN Deja-Extournee
                   DISPLAY "Cette operation a deja ete extournee."
               WHEN OTHER
           MOVE "N" TO DejaExtournee.
           CLOSE historique.
           OPEN INPUT historique
      *> Lecture directe de l'operation par son numero de sequence,
      *> puis parcours des lignes posterieures du meme compte a la
      *> recherche d'une extourne deja passee.
           MOVE SequenceAExtourner TO H-Sequence.
           READ historique INTO historique-record
               KEY IS H-Sequence
               INVALID KEY
                   MOVE '10' TO ws-file-status
               NOT INVALID KEY
                   MOVE "O" TO OperationTrouvee
                   MOVE H-Numero-Compte TO CompteExtourne
                   MOVE H-Montant TO MontantExtourne
                   MOVE H-Action TO ActionExtournee
                   MOVE H-Numero-Compte TO CompteParcours
                   MOVE H-Date TO DateDebutParcours
                   MOVE H-Date TO DateOperationExtournee
                   PERFORM POSITIONNER-HISTORIQUE-COMPTE
           END-READ.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF H-Numero-Compte NOT = CompteExtourne
                           MOVE '10' TO ws-file-status
                       ELSE
                           IF H-Action = F-Extourne
                              AND H-Seq-Origine = SequenceAExtourner
                               MOVE "O" TO DejaExtournee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.

       POSTER-EXTOURNE.
           MOVE "N" TO OperationPostee.
                       MOVE SEP-Deux-Points TO MYFILLER4
                       MOVE SEP-Deux-Points TO MYFILLER5
                       MOVE SEP-Deux-Points TO MYFILLER6
                       MOVE SEP-Deux-Points TO MYFILLER7
                       REWRITE soldes-record
                       END-REWRITE
                       MOVE CompteExtourne TO H-Numero-Compte
                       MOVE F-Extourne TO H-Action
                       MOVE SequenceAExtourner TO SequenceOrigine
                       MOVE ActionExtournee TO ActionOrigine
                       MOVE DateOperationExtournee(1:6) TO MoisConcerne
                       PERFORM NOTER-PERIODE-CONCERNEE
                       PERFORM ENREGISTRER-TRANSACTION
                       MOVE SPACES TO ReferencePeriodeClose
                       PERFORM RELIRE-COMPTE-COURANT
                       DISPLAY "Extourne posee sous la sequence ",
                               DerniereSequence, "."
               MOVE SEP-Deux-Points TO MYFILLER4
               MOVE SEP-Deux-Points TO MYFILLER5
               MOVE SEP-Deux-Points TO MYFILLER6
               MOVE SEP-Deux-Points TO MYFILLER7
               REWRITE soldes-record
               END-REWRITE
               MOVE SR-Numero-Compte TO H-Numero-Compte
                       DISPLAY "Table des comptes a facturer pleine ",
                               "(500) : facturation abandonnee."
                   ELSE
                       MOVE MoisFacturation TO MoisConcerne
                       PERFORM NOTER-PERIODE-CONCERNEE
                       PERFORM DEBITER-FRAIS-TOUS-COMPTES
                       MOVE SPACES TO ReferencePeriodeClose
                       PERFORM ENREGISTRER-RUN
                   END-IF
               END-IF
       CHARGER-TARIF-OPERATIONS.
      *> Bareme des frais : cree avec des valeurs de depart au
      *> premier lancement (tenue 2,00 sans franchise ; 0,20 par
      *> operation au-dela de 10 gratuites par mois ; opposition sur
      *> cheque 15,00). Un bareme anterieur sans ligne OPPCHQ garde
      *> ce montant de depart.
           OPEN INPUT tarifs-operations.
           IF ws-file-status = '35'
               CLOSE tarifs-operations
           MOVE 2.00 TO TarifTenueCompte.
           MOVE 0.20 TO TarifParOperation.
           MOVE 10 TO FranchiseOperations.
           MOVE 15.00 TO TarifOppositionCheque.
           MOVE '00' TO ws-file-status.
           PERFORM UNTIL ws-file-status = '10'
               READ tarifs-operations
                               MOVE FT-Montant TO TarifParOperation
                               MOVE FT-Franchise
                                    TO FranchiseOperations
                           WHEN "OPPCHQ"
                               MOVE FT-Montant
                                    TO TarifOppositionCheque
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE SEP-Virgule TO FT-FILLER2.
           WRITE tarif-operation-enregistrement
           END-WRITE.
           MOVE "OPPCHQ" TO FT-Code.
           MOVE 15.00 TO FT-Montant.
           MOVE ZERO TO FT-Franchise.
           MOVE SEP-Virgule TO FT-FILLER1.
           MOVE SEP-Virgule TO FT-FILLER2.
           WRITE tarif-operation-enregistrement
           END-WRITE.
           CLOSE tarifs-operations.

       COMPTER-OPERATIONS-DU-MOIS.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
           OPEN INPUT historique
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

       COMPTER-UNE-OPERATION-FRAIS.
           IF H-Date(1:6) = MoisFacturation
           END-IF.

       DEBITER-FRAIS-TOUS-COMPTES.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "factures_frais_" MoisFacturation
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           PERFORM CALCULER-PERIODE-FACTUREE.
           MOVE OperateurCourant TO SPOOL-Operateur.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierFactures.
           OPEN OUTPUT factures-frais.
           MOVE ZERO TO ComptesFactures.
           PERFORM ENREGISTRER-SOLDE.
           PERFORM FACTURER-FRAIS-COMPTE-SUIVANT
                   UNTIL Fin-Parcours-Soldes.
           CLOSE factures-frais.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           PERFORM RELIRE-COMPTE-COURANT.
           DISPLAY "Frais de service factures sur ", ComptesFactures,
                   " compte(s), detail dans ", NomFichierFactures, ".".

       CALCULER-PERIODE-FACTUREE.
      *> La facture couvre le mois entier : du premier jour a la
      *> veille du premier jour du mois suivant.
           COMPUTE SPOOL-DebutPeriode = MoisFacturation * 100 + 1.
           IF MoisFacturation(5:2) = "12"
               COMPUTE MoisFacturationSuivant = MoisFacturation + 89
           ELSE
               COMPUTE MoisFacturationSuivant = MoisFacturation + 1
           END-IF.
           MOVE "A" TO DATU-Operation.
           COMPUTE DATU-Date1 = MoisFacturationSuivant * 100 + 1.
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

       FACTURER-FRAIS-COMPTE-SUIVANT.
           READ soldes NEXT RECORD
               AT END
               MOVE SEP-Deux-Points TO MYFILLER4
               MOVE SEP-Deux-Points TO MYFILLER5
               MOVE SEP-Deux-Points TO MYFILLER6
               MOVE SEP-Deux-Points TO MYFILLER7
               REWRITE soldes-record
               END-REWRITE
               MOVE SR-Numero-Compte TO H-Numero-Compte
      *> reconstruction complete comme avant.
           PERFORM CHERCHER-ANCRE-POSITIONS.
           MOVE "C" TO UsageArchive.
           MOVE NumeroCompteCourant TO CompteParcours.
           MOVE DateAncreRecon TO DateDebutParcours.
           MOVE DateDuJour(1:6) TO MoisArchiveFin.
           IF Ancre-Recon-Trouvee
               MOVE SoldeAncreRecon TO SoldeRecalcule
           PERFORM PARCOURIR-ARCHIVES.
           CLOSE historique.
           OPEN INPUT historique
           PERFORM POSITIONNER-HISTORIQUE-COMPTE.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF H-Numero-Compte NOT = NumeroCompteCourant
                           MOVE '10' TO ws-file-status
                       ELSE
                           PERFORM CUMULER-MOUVEMENT-RECONCILIATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE historique.
           OPEN I-O historique.
           COMPUTE EcartReconciliation = SoldeCompte - SoldeRecalcule.
           DISPLAY "===== Reconciliation - compte ",
                   NumeroCompteCourant, " =====".
                   ADD H-Montant TO SoldeRecalcule
               WHEN F-CreditExterne
                   ADD H-Montant TO SoldeRecalcule
               WHEN F-EntreeSuspens
                   ADD H-Montant TO SoldeRecalcule
               WHEN F-RetourPaie
                   ADD H-Montant TO SoldeRecalcule
               WHEN F-EcheanceTerme
                   ADD H-Montant TO SoldeRecalcule
               WHEN F-VersementPret
                   SUBTRACT H-Montant FROM SoldeRecalcule
               WHEN F-VirementExterne
                   SUBTRACT H-Montant FROM SoldeRecalcule
               WHEN F-SortieSuspens
                   SUBTRACT H-Montant FROM SoldeRecalcule
               WHEN F-FinancementPaie
                   SUBTRACT H-Montant FROM SoldeRecalcule
               WHEN F-BlocageTerme
                   SUBTRACT H-Montant FROM SoldeRecalcule
               WHEN F-Virement
               DELIMITED BY SIZE INTO NomFichierArchive.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
      *> Releve, reconciliation et rejeu des interets ne concernent
      *> qu'un compte : on part de sa premiere ligne par la cle
      *> secondaire et on s'arrete au compte suivant.
               IF Usage-Archive-Sequence
                   CONTINUE
               ELSE
                   PERFORM POSITIONNER-ARCHIVE-COMPTE
               END-IF
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NOT Usage-Archive-Sequence
                              AND HA-Numero-Compte NOT = CompteParcours
                               MOVE '10' TO ws-file-status
                           ELSE
                               MOVE historique-archive-record
                                    TO historique-record
                               PERFORM TRAITER-LIGNE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique-archive
           END-IF.

       POSITIONNER-ARCHIVE-COMPTE.
           MOVE CompteParcours TO HA-Numero-Compte.
           MOVE SEP-Virgule TO HA-FILLER2.
           MOVE DateDebutParcours TO HA-Date.
           START historique-archive
                   KEY IS NOT LESS THAN HA-Cle-Compte-Date
               INVALID KEY
                   MOVE '10' TO ws-file-status
           END-START.

       POSITIONNER-HISTORIQUE-COMPTE.
      *> Place le fichier vivant sur la premiere ligne du compte
      *> CompteParcours datee de DateDebutParcours ou apres ; statut
      *> '10' si le compte n'a aucune ligne a partir de cette date.
           MOVE CompteParcours TO H-Numero-Compte.
           MOVE SEP-Virgule TO CSV-FILLER0.
           MOVE DateDebutParcours TO H-Date.
           START historique
                   KEY IS NOT LESS THAN H-Cle-Compte-Date
               INVALID KEY
                   MOVE '10' TO ws-file-status
           END-START.

       TRAITER-LIGNE-ARCHIVE.
           EVALUATE TRUE
               WHEN Usage-Archive-Releve
                   IF TypeCompteOrdre = SPACE
                       MOVE "C" TO TypeCompteOrdre
                   END-IF
                   PERFORM LIRE-AGENCE-DU-COMPTE
                   MOVE AgenceRecherchee TO AgenceCompteOrdre
                   MOVE OP-Numero-Compte-Source
                        TO CompteControleOppo
                   MOVE OP-Montant TO MontantControleOppo
               MOVE LimiteJournaliereOrdre TO SR-Limite-Journaliere
               MOVE DeviseOrdre TO SR-Devise
               MOVE TypeCompteOrdre TO SR-Type-Compte
               MOVE AgenceCompteOrdre TO SR-Agence
               MOVE SEP-Deux-Points TO MYFILLER
               MOVE SEP-Deux-Points TO MYFILLER2
               MOVE SEP-Deux-Points TO MYFILLER3
               MOVE SEP-Deux-Points TO MYFILLER4
               MOVE SEP-Deux-Points TO MYFILLER5
               MOVE SEP-Deux-Points TO MYFILLER6
               MOVE SEP-Deux-Points TO MYFILLER7
               REWRITE soldes-record
               END-REWRITE
               MOVE OP-Numero-Compte-Source TO H-Numero-Compte
                   MOVE ZERO TO TC-Ca-Comptage(NombreCaisses)
                   MOVE ZERO TO TC-Ca-Ecart(NombreCaisses)
                   MOVE "O" TO TC-Ca-Statut(NombreCaisses)
                   MOVE AgenceCourante TO TC-Ca-Agence(NombreCaisses)
                   PERFORM SAUVEGARDER-CAISSES
                   DISPLAY "Caisse ouverte avec un fond de ",
                           FondInitialSaisi, "."
                                    TO TC-Ca-Ecart(NombreCaisses)
                               MOVE CA-Statut
                                    TO TC-Ca-Statut(NombreCaisses)
                               IF CA-Agence IS NUMERIC
                                  AND CA-Agence > ZERO
                                   MOVE CA-Agence
                                        TO TC-Ca-Agence(NombreCaisses)
                               ELSE
                                   MOVE 1
                                        TO TC-Ca-Agence(NombreCaisses)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TC-Ca-Comptage(IdxCaisse) TO CA-Comptage
               MOVE TC-Ca-Ecart(IdxCaisse) TO CA-Ecart
               MOVE TC-Ca-Statut(IdxCaisse) TO CA-Statut
               MOVE TC-Ca-Agence(IdxCaisse) TO CA-Agence
               MOVE SEP-Virgule TO CA-FILLER1
               MOVE SEP-Virgule TO CA-FILLER2
               MOVE SEP-Virgule TO CA-FILLER3
               MOVE SEP-Virgule TO CA-FILLER4
               MOVE SEP-Virgule TO CA-FILLER5
               MOVE SEP-Virgule TO CA-FILLER6
               WRITE caisse-enregistrement
               END-WRITE
           END-PERFORM.
           MOVE SensMouvementCaisse TO MC-Sens.
           MOVE MontantMouvementCaisse TO MC-Montant.
           MOVE MotifMouvementCaisse TO MC-Motif.
           MOVE AgenceCourante TO MC-Agence.
           MOVE SEP-Virgule TO MC-FILLER1.
           MOVE SEP-Virgule TO MC-FILLER2.
           MOVE SEP-Virgule TO MC-FILLER3.
           MOVE SEP-Virgule TO MC-FILLER4.
           MOVE SEP-Virgule TO MC-FILLER5.
           MOVE SEP-Virgule TO MC-FILLER6.
           OPEN EXTEND mouvements-caisse.
           IF ws-file-status = '35'
               CLOSE mouvements-caisse
       CAPTURER-OPERATION-ATTENTE.
           MOVE GuichetierCourant TO TA-Guichetier.
           ACCEPT TA-Date FROM DATE YYYYMMDD.
           MOVE AgenceCourante TO TA-Agence.
           MOVE SPACES TO TA-Reference.
           MOVE SEP-Virgule TO TA-FILLER1.
           MOVE SEP-Virgule TO TA-FILLER2.
           MOVE SEP-Virgule TO TA-FILLER3.
           MOVE SEP-Virgule TO TA-FILLER4.
           MOVE SEP-Virgule TO TA-FILLER5.
           MOVE SEP-Virgule TO TA-FILLER6.
           MOVE SEP-Virgule TO TA-FILLER7.
           WRITE attente-record
           END-WRITE.
      *> Les especes changent de mains au moment de la capture : le
           PERFORM RELIRE-COMPTE-COURANT.

       POSTER-UNE-OPERATION.
           IF TA-Agence IS NUMERIC AND TA-Agence > ZERO
               MOVE TA-Agence TO AgenceOperation
           ELSE
               MOVE 1 TO AgenceOperation
           END-IF.
           PERFORM NOTER-CAPTURE-GUICHETIER.
           MOVE "N" TO OperationPostee.
           EVALUATE TA-Action
                   MOVE SEP-Deux-Points TO MYFILLER4
                   MOVE SEP-Deux-Points TO MYFILLER5
                   MOVE SEP-Deux-Points TO MYFILLER6
                   MOVE SEP-Deux-Points TO MYFILLER7
                   REWRITE soldes-record
                   END-REWRITE
                   MOVE TA-Numero-Compte TO H-Numero-Compte
                   MOVE TA-Montant TO H-Montant
                   MOVE F-Depot TO H-Action
                   MOVE TA-Reference TO ReferenceTransaction
                   PERFORM ENREGISTRER-TRANSACTION
                   MOVE "O" TO OperationPostee
           END-READ
                       MOVE SEP-Deux-Points TO MYFILLER4
                       MOVE SEP-Deux-Points TO MYFILLER5
                       MOVE SEP-Deux-Points TO MYFILLER6
                       MOVE SEP-Deux-Points TO MYFILLER7
                       REWRITE soldes-record
                       END-REWRITE
                       MOVE TA-Numero-Compte TO H-Numero-Compte
                       MOVE SEP-Deux-Points TO MYFILLER4
                       MOVE SEP-Deux-Points TO MYFILLER5
                       MOVE SEP-Deux-Points TO MYFILLER6
                       MOVE SEP-Deux-Points TO MYFILLER7
                       REWRITE soldes-record
                       END-REWRITE
                       MOVE TA-Ap-Compte(IdxApprobTrouvee)
                   IF TypeCompteOrdre = SPACE
                       MOVE "C" TO TypeCompteOrdre
                   END-IF
                   PERFORM LIRE-AGENCE-DU-COMPTE
                   MOVE AgenceRecherchee TO AgenceCompteOrdre
                   PERFORM VIRER-MONTANT-ATTENTE
           END-READ
           END-IF.
               MOVE LimiteJournaliereOrdre TO SR-Limite-Journaliere
               MOVE DeviseOrdre TO SR-Devise
               MOVE TypeCompteOrdre TO SR-Type-Compte
               MOVE AgenceCompteOrdre TO SR-Agence
               MOVE SEP-Deux-Points TO MYFILLER
               MOVE SEP-Deux-Points TO MYFILLER2
               MOVE SEP-Deux-Points TO MYFILLER3
               MOVE SEP-Deux-Points TO MYFILLER4
               MOVE SEP-Deux-Points TO MYFILLER5
               MOVE SEP-Deux-Points TO MYFILLER6
               MOVE SEP-Deux-Points TO MYFILLER7
               REWRITE soldes-record
               END-REWRITE
               MOVE TA-Numero-Compte TO H-Numero-Compte
           PERFORM VARYING IdxGuichetier FROM 1 BY 1
                   UNTIL IdxGuichetier > NombreGuichetiers
               IF GU-Id(IdxGuichetier) = TA-Guichetier
                  AND GU-Agence(IdxGuichetier) = AgenceOperation
                   MOVE "O" TO GuichetierTrouve
                   SET IdxGuichetierTrouve TO IdxGuichetier
               END-IF
               IF NombreGuichetiers < 19
                   ADD 1 TO NombreGuichetiers
                   MOVE TA-Guichetier TO GU-Id(NombreGuichetiers)
                   MOVE AgenceOperation TO GU-Agence(NombreGuichetiers)
                   MOVE NombreGuichetiers TO IdxGuichetierTrouve
               ELSE
      *> Table pleine : au-dela de 19 guichetiers distincts (le plus
      *> souvent des identifiants mal saisis), tout l'excedent est
      *> regroupe sur la ligne DIV. de l'etat de controle, sous
      *> l'agence 000 faute de pouvoir le ventiler.
                   IF NombreGuichetiers < 20
                       MOVE 20 TO NombreGuichetiers
                       MOVE "DIV." TO GU-Id(20)
                       MOVE ZERO TO GU-Agence(20)
                   END-IF
                   MOVE 20 TO IdxGuichetierTrouve
               END-IF
           END-IF.

       IMPRIMER-CONTROLE-GUICHETIERS.
      *> Etat ventile par agence (code croissant) : guichetiers de
      *> l'agence, sous-total capte/poste, lignes de caisse du jour
      *> avec l'ecart cumule de l'agence ; puis total de la banque.
           DISPLAY "===== CONTROLE DE FIN DE JOURNEE =====".
           IF NombreGuichetiers = ZERO
               DISPLAY "Aucune operation en attente."
           END-IF.
           PERFORM CHARGER-CAISSES.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           MOVE ZERO TO BanqueNbCaptees.
           MOVE ZERO TO BanqueCapte.
           MOVE ZERO TO BanqueNbPostees.
           MOVE ZERO TO BanquePoste.
           MOVE ZERO TO BanqueEcartCaisse.
      *> L'agence 000 (ligne DIV.) passe en premier.
           MOVE ZERO TO AgenceEtat.
           PERFORM IMPRIMER-CONTROLE-UNE-AGENCE.
           PERFORM CHERCHER-AGENCE-ETAT-SUIVANTE.
           PERFORM UNTIL AgenceEtatSuivante > 999
               MOVE AgenceEtatSuivante TO AgenceEtat
               PERFORM IMPRIMER-CONTROLE-UNE-AGENCE
               PERFORM CHERCHER-AGENCE-ETAT-SUIVANTE
           END-PERFORM.
           DISPLAY "----- TOTAL BANQUE -----".
           DISPLAY "Captees ", BanqueNbCaptees, " pour ", BanqueCapte,
                   ", postees ", BanqueNbPostees, " pour ",
                   BanquePoste, ", ecart de caisse ",
                   BanqueEcartCaisse, ".".

       CHERCHER-AGENCE-ETAT-SUIVANTE.
      *> Plus petit code agence superieur a AgenceEtat parmi les
      *> guichetiers postes et les caisses du jour ; 1000 s'il n'y
      *> en a plus.
           MOVE 1000 TO AgenceEtatSuivante.
           PERFORM VARYING IdxGuichetier FROM 1 BY 1
                   UNTIL IdxGuichetier > NombreGuichetiers
               IF GU-Agence(IdxGuichetier) > AgenceEtat
                  AND GU-Agence(IdxGuichetier) < AgenceEtatSuivante
                   MOVE GU-Agence(IdxGuichetier)
                        TO AgenceEtatSuivante
               END-IF
           END-PERFORM.
           PERFORM VARYING IdxCaisse FROM 1 BY 1
                   UNTIL IdxCaisse > NombreCaisses
               IF TC-Ca-Date(IdxCaisse) = DateDuJour
                  AND TC-Ca-Agence(IdxCaisse) > AgenceEtat
                  AND TC-Ca-Agence(IdxCaisse) < AgenceEtatSuivante
                   MOVE TC-Ca-Agence(IdxCaisse) TO AgenceEtatSuivante
               END-IF
           END-PERFORM.

       IMPRIMER-CONTROLE-UNE-AGENCE.
           MOVE ZERO TO SousTotalNbCaptees.
           MOVE ZERO TO SousTotalCapte.
           MOVE ZERO TO SousTotalNbPostees.
           MOVE ZERO TO SousTotalPoste.
           MOVE ZERO TO SousTotalEcartCaisse.
           PERFORM VARYING IdxGuichetier FROM 1 BY 1
                   UNTIL IdxGuichetier > NombreGuichetiers
               IF GU-Agence(IdxGuichetier) = AgenceEtat
                   ADD GU-Nb-Captees(IdxGuichetier)
                       TO SousTotalNbCaptees
                   ADD GU-Total-Capte(IdxGuichetier) TO SousTotalCapte
                   ADD GU-Nb-Postees(IdxGuichetier)
                       TO SousTotalNbPostees
                   ADD GU-Total-Poste(IdxGuichetier) TO SousTotalPoste
               END-IF
           END-PERFORM.
           PERFORM VARYING IdxCaisse FROM 1 BY 1
                   UNTIL IdxCaisse > NombreCaisses
               IF TC-Ca-Date(IdxCaisse) = DateDuJour
                  AND TC-Ca-Agence(IdxCaisse) = AgenceEtat
                  AND TC-Ca-Statut(IdxCaisse) = "F"
                   ADD TC-Ca-Ecart(IdxCaisse) TO SousTotalEcartCaisse
               END-IF
           END-PERFORM.
      *> L'agence 000 n'est imprimee que si la ligne DIV. existe.
           IF AgenceEtat = ZERO AND SousTotalNbCaptees = ZERO
               CONTINUE
           ELSE
               MOVE AgenceEtat TO AgenceRecherchee
               PERFORM NOMMER-AGENCE
               DISPLAY "----- Agence ", AgenceEtat, " ",
                       NomAgenceAffiche, " -----"
               DISPLAY "Guichetier  Captees  Total capte  Postees  ",
                       "Total poste"
               PERFORM VARYING IdxGuichetier FROM 1 BY 1
                       UNTIL IdxGuichetier > NombreGuichetiers
                   IF GU-Agence(IdxGuichetier) = AgenceEtat
                       DISPLAY GU-Id(IdxGuichetier), "        ",
                               GU-Nb-Captees(IdxGuichetier), "    ",
                               GU-Total-Capte(IdxGuichetier), "  ",
                               GU-Nb-Postees(IdxGuichetier), "    ",
                               GU-Total-Poste(IdxGuichetier)
                   END-IF
               END-PERFORM
      *> Ligne de caisse par guichetier : ecart du comptage du jour
      *> quand il a ete fait, rappel sinon.
               PERFORM VARYING IdxCaisse FROM 1 BY 1
                       UNTIL IdxCaisse > NombreCaisses
                   IF TC-Ca-Date(IdxCaisse) = DateDuJour
                      AND TC-Ca-Agence(IdxCaisse) = AgenceEtat
                       IF TC-Ca-Statut(IdxCaisse) = "F"
                           DISPLAY "Caisse ",
                                   TC-Ca-Guichetier(IdxCaisse),
                                   " : fond ",
                                   TC-Ca-FondInitial(IdxCaisse),
                                   ", compte ",
                                   TC-Ca-Comptage(IdxCaisse),
                                   ", ecart ", TC-Ca-Ecart(IdxCaisse)
                       ELSE
                           DISPLAY "Caisse ",
                                   TC-Ca-Guichetier(IdxCaisse),
                                   " : non comptee (option 32)."
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "Sous-total agence ", AgenceEtat, " : captees ",
                       SousTotalNbCaptees, " pour ", SousTotalCapte,
                       ", postees ", SousTotalNbPostees, " pour ",
                       SousTotalPoste, ", ecart de caisse ",
                       SousTotalEcartCaisse, "."
               ADD SousTotalNbCaptees TO BanqueNbCaptees
               ADD SousTotalCapte TO BanqueCapte
               ADD SousTotalNbPostees TO BanqueNbPostees
               ADD SousTotalPoste TO BanquePoste
               ADD SousTotalEcartCaisse TO BanqueEcartCaisse
           END-IF.


       MENU-OPERATIONS.
       DISPLAY MenuOptions
           DISPLAY "Choix Invalide. Entrez un chiffre du menu."
       ELSE
           MOVE ChoixSaisi TO Choix
           IF Choix-Avec-Postage
               PERFORM CONTROLER-PERIODE-DU-JOUR
           ELSE
               MOVE '00' TO PeriodeStatut
           END-IF
           IF NOT Periode-Ouverte
               DISPLAY "Periode du ", PeriodeDate(1:6), " en cloture ",
                       "ou close : aucune ecriture possible."
           ELSE
               EVALUATE Choix
                   WHEN 1 PERFORM AFFICHER-SOLDE
                   WHEN 2
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee PERFORM DEPOT END-IF
                   WHEN 3
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           IF Kyc-Debits-Bloques
                               PERFORM REFUSER-DEBIT-KYC
                           ELSE
                               PERFORM RETRAIT
                           END-IF
                       END-IF
                   WHEN 4
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           IF Kyc-Debits-Bloques
                               PERFORM REFUSER-DEBIT-KYC
                           ELSE
                               PERFORM VIREMENT
                           END-IF
                       END-IF
                   WHEN 5 PERFORM IMPRIMER-RELEVE
                   WHEN 6
                       IF Role-Superviseur-Ou-Plus
                           PERFORM APPLIQUER-INTERETS
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 7 PERFORM RECONCILIATION-FIN-DE-MOIS
                   WHEN 8
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM CREER-ORDRE-PERMANENT
                       END-IF
                   WHEN 9
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM EXECUTER-ORDRES-PERMANENTS
                       END-IF
                   WHEN 13 PERFORM BASCULER-MODE-GUICHET
                   WHEN 14
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM POSTER-OPERATIONS-JOUR
                       END-IF
                   WHEN 15
                       IF Role-Superviseur-Ou-Plus
                           PERFORM FACTURER-DECOUVERTS
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 16
                       IF NOT Role-Superviseur-Ou-Plus
                           DISPLAY "Option reservee aux superviseurs."
                       ELSE
                           PERFORM AUTHENTIFIER
                           IF Session-Authentifiee
                               PERFORM EXTOURNER-OPERATION
                           END-IF
                       END-IF
                   WHEN 17
                       IF NOT Role-Superviseur-Ou-Plus
                           DISPLAY "Option reservee aux superviseurs."
                       ELSE
                           PERFORM AUTHENTIFIER
                           IF Session-Authentifiee
                               PERFORM CLOTURER-COMPTE
                           END-IF
                       END-IF
                   WHEN 18 PERFORM COMPENSER-CHEQUES
                   WHEN 19 PERFORM CHANGER-DE-COMPTE
                   WHEN 20 PERFORM METTRE-A-JOUR-TAUX
                   WHEN 21
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM POSTER-SALAIRES
                       END-IF
                   WHEN 22
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM MENU-MANDATS
                       END-IF
                   WHEN 23
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM POSTER-PRELEVEMENTS
                       END-IF
                   WHEN 24
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           IF Kyc-Debits-Bloques
                               PERFORM REFUSER-DEBIT-KYC
                           ELSE
                               PERFORM VIREMENT-EXTERNE
                           END-IF
                       END-IF
                   WHEN 25
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM IMPORTER-CREDITS-EXTERNES
                       END-IF
                   WHEN 26
                       IF Role-Superviseur-Ou-Plus
                           PERFORM MENU-OPPOSITIONS
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 27 PERFORM MENU-TITULAIRES
                   WHEN 28
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM MENU-DEPOTS-TERME
                       END-IF
                   WHEN 29
                       IF NOT Role-Superviseur-Ou-Plus
                           DISPLAY "Option reservee aux superviseurs."
                       ELSE
                           PERFORM AUTHENTIFIER
                           IF Session-Authentifiee
                               PERFORM MENU-PRETS-BANCAIRES
                           END-IF
                       END-IF
                   WHEN 30
                       IF Role-Superviseur-Ou-Plus
                           PERFORM FACTURER-FRAIS-SERVICES
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 31
                       IF Role-Superviseur-Ou-Plus
                           PERFORM MENU-APPROBATIONS
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 32 PERFORM MENU-CAISSE-GUICHETIER
                   WHEN 33 PERFORM MENU-ENTRETIEN-CLIENTS
                   WHEN 34
                       PERFORM AUTHENTIFIER
                       IF Session-Authentifiee
                           PERFORM MENU-OPPOSITIONS-CHEQUES
                       END-IF
                   WHEN 35 PERFORM MENU-PREFERENCES-ALERTES
                   WHEN 36
                       IF Role-Superviseur-Ou-Plus
                           PERFORM MENU-AGENCES
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 37
                       IF Role-Superviseur-Ou-Plus
                           PERFORM MENU-SUSPENS
                       ELSE
                           DISPLAY "Option reservee aux superviseurs."
                       END-IF
                   WHEN 10 PERFORM CREER-CLIENT
                   WHEN 11 PERFORM LISTER-COMPTES-CLIENT
                   WHEN 12 PERFORM RECHERCHER-CLIENT-PAR-NOM
                   WHEN 0 PERFORM FIN-PROGRAMME
                   WHEN OTHER
                       DISPLAY "Choix Invalide."
               END-EVALUATE
           END-IF
       END-IF.
       PERFORM MENU-OPERATIONS.

       CONTROLER-PERIODE-DU-JOUR.
      *> Toutes les ecritures du guichet sont datees du jour : aucune
      *> n'est possible quand le mois en cours est en cloture ou clos.
           ACCEPT PeriodeDate FROM DATE YYYYMMDD.
           CALL 'Periode' USING PeriodeDate, PeriodeDateOuverte,
                                PeriodeStatut.

       NOTER-PERIODE-CONCERNEE.
      *> Correction d'un mois deja en cloture ou clos (interets ou
      *> frais d'un mois passe, salaires d'une periode de paie
      *> anterieure, extourne) : l'ecriture reste datee du jour et
      *> porte en reference le mois qu'elle concerne.
           MOVE SPACES TO ReferencePeriodeClose.
           COMPUTE PeriodeDate = MoisConcerne * 100 + 1.
           CALL 'Periode' USING PeriodeDate, PeriodeDateOuverte,
                                PeriodeStatut.
           IF NOT Periode-Ouverte
               MOVE "CLOS" TO RPC-Prefixe
               MOVE MoisConcerne TO RPC-Mois
           END-IF.
           MOVE '00' TO PeriodeStatut.

       AUTHENTIFIER.
      *> Demande le code PIN une seule fois par session avant
      *> d'autoriser tout mouvement d'argent (options 2, 3 et 4).
