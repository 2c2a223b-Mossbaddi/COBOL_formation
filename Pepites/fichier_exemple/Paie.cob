*> de chaque employe actif (retenues progressives au bareme du
*> fichier baremes_retenues, ou au taux personnel de la fiche via la
*> routine partagee SubProgram quand il est renseigne), ecrit un
*> bulletin par employe dans le fichier bulletins du spool des
*> editions, tient les cumuls annuels brut/retenues/net dans
*> cumuls_paie et produit le fichier credits_salaires que
*> GestionCompteBancaire poste en lot comme depots de salaire sur
*> les comptes des employes. Chaque paie ecrit aussi son journal
*> comptable equilibre (glpaie_AAAAMMJJ, date du jour) aux comptes
*> de gl_mapping : salaires bruts (code 5) et majorations d'heures
*> supplementaires (6) au debit des charges et au credit des
*> salaires a payer, puis retenues (7) virees des salaires a payer
*> aux retenues a reverser. ExportGL et la chaine de nuit le
*> reprennent dans le journal du jour ; les credits de salaire
*> postes par la banque soldent ensuite les salaires a payer.
*> Les avances sur salaire accordees dans file-exemple (fichier
*> avances) sont versees par un passage a part (periode 000000) en
*> credits de nature A, puis remboursees par echeances retenues sur
*> le net de chaque paie, sans descendre sous le net protege
*> (parametre central NETPROTEGE).
*> Une periode deja emise se corrige employe par employe (periode
*> 999999) : la paie est recalculee avec les donnees du jour et
*> comparee aux bulletins emis pour la periode ; seul l'ecart fait
*> l'objet d'un bulletin de correction (type C) dans une nouvelle
*> edition, d'un credit de nature C s'il est en faveur de l'employe
*> ou d'un trop-percu retenu sur la paie suivante dans le cas
*> contraire, et d'une reprise des cumuls et du journal de paie.
*> Les cotisations patronales de chaque bulletin sont calculees par
*> type au taux de cotisations_patronales, sur le brut plafonne au
*> plafond mensuel du type ; elles figurent au bulletin en cout
*> employeur, sont gardees par employe, periode et type dans
*> cotisations_paie (que DeclarationSociale totalise pour la
*> declaration mensuelle) et passent au journal de paie (code 8).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RELATIVE KEY IS Cle-Employe
        FILE STATUS IS ws-file-status.

    SELECT bulletins ASSIGN USING NomFichierBulletins
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT sequence-credits ASSIGN TO 'sequence_credits'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT suivi-paie ASSIGN TO 'suivi_paie'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT gl-mapping ASSIGN TO 'gl_mapping'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT gl-paie ASSIGN USING NomJournalPaie
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT heures-sup ASSIGN TO 'heures_sup'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT avances ASSIGN TO 'avances'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT spool-index ASSIGN TO 'spool_index'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT taux-cotisations ASSIGN TO 'cotisations_patronales'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

    SELECT cotisations-paie ASSIGN TO 'cotisations_paie'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-cotisations.

DATA DIVISION.
FILE SECTION.
FD monfichier.
    05 BU-Net PIC 9(7)V99.
    05 BU-Sep6 PIC X.
    05 BU-Compte PIC 9(6).
*> Echeance d'avance retenue sur le net, ligne a part du bulletin :
*> BU-Net est le net vire, avance deduite.
    05 BU-Sep7 PIC X.
    05 BU-Avance PIC 9(7)V99.
*> Type blanc pour le bulletin du mois ; C pour un bulletin de
*> correction, qui porte la paie recalculee de la periode et, en
*> ecarts signes, la seule difference reglee par la correction.
    05 BU-Sep8 PIC X.
    05 BU-Type PIC X.
    05 BU-Sep9 PIC X.
    05 BU-EcartBrut PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 BU-Sep10 PIC X.
    05 BU-EcartRetenues PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 BU-Sep11 PIC X.
    05 BU-EcartNet PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> Cout employeur : cotisations patronales de la paie portee par le
*> bulletin, brut plus cotisations, et ecart de cotisations regle
*> par une correction.
    05 BU-Sep12 PIC X.
    05 BU-Charges PIC 9(7)V99.
    05 BU-Sep13 PIC X.
    05 BU-CoutEmployeur PIC 9(7)V99.
    05 BU-Sep14 PIC X.
    05 BU-EcartCharges PIC S9(7)V99 SIGN IS LEADING SEPARATE.

FD credits-salaires.
01 credit-salaire-enregistrement.
    05 CS-Periode PIC 9(6).
    05 CS-Sep3 PIC X.
    05 CS-Employe PIC 9(4).
*> Nature du credit : A versement d'une avance, C ecart d'une
*> correction de paie, blanc salaire.
    05 CS-Sep4 PIC X.
    05 CS-Nature PIC X.
*> Entete (H) et fin (T) du fichier, au dessin de LigneFlux : la
*> banque refuse le fichier entier si la fin ne colle pas aux
*> credits ou si la sequence a deja ete postee.
01 credit-salaire-controle PIC X(30).

FD sequence-credits.
*> Dernier numero de sequence attribue a un fichier
*> credits_salaires.
01 sequence-enregistrement.
    05 SQ-Derniere PIC 9(6).

FD suivi-paie.
*> Suivi des credits de salaire partage avec la banque : la paie y
*> note chaque credit emis (E), la banque chaque credit poste (P) ou
*> retourne a l'employeur (R). Relu par ControlePaie.
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

FD gl-mapping.
01 gl-mapping-record.
    05 GM-Action PIC X.
    05 GM-FILLER1 PIC X.
    05 GM-Compte-Debit PIC 9(6).
    05 GM-FILLER2 PIC X.
    05 GM-Compte-Credit PIC 9(6).
    05 GM-Reste PIC X(4).

FD gl-paie.
*> Ecritures de paie au dessin des lignes de detail du journal.
01 gl-paie-record PIC X(60).

FD heures-sup.
*> Extrait des heures supplementaires produit par le rapport
    05 CU-Sep5 PIC X.
    05 CU-Net PIC 9(9)V99.

FD avances.
*> Avances sur salaire tenues par file-exemple : statut A accordee
*> (a verser), E en remboursement, S soldee par la paie, R reglee
*> ou P passee en perte au depart de l'employe, X annulee avant
*> versement (ou trop-percu d'une correction, inscrit en E sans
*> periode de versement). AV-DernierePeriode garde la derniere
*> paie qui a retenu une echeance : une paie relancee ne la retient
*> pas deux fois.
01 avance-enregistrement.
    05 AV-Numero PIC 9(5).
    05 AV-Sep1 PIC X.
    05 AV-Employe PIC 9(4).
    05 AV-Sep2 PIC X.
    05 AV-Date PIC 9(8).
    05 AV-Sep3 PIC X.
    05 AV-Montant PIC 9(7)V99.
    05 AV-Sep4 PIC X.
    05 AV-NbEcheances PIC 9(2).
    05 AV-Sep5 PIC X.
    05 AV-Echeance PIC 9(7)V99.
    05 AV-Sep6 PIC X.
    05 AV-Solde PIC 9(7)V99.
    05 AV-Sep7 PIC X.
    05 AV-Statut PIC X.
    05 AV-Sep8 PIC X.
    05 AV-PeriodeVersement PIC 9(6).
    05 AV-Sep9 PIC X.
    05 AV-DernierePeriode PIC 9(6).
    05 AV-Sep10 PIC X.
    05 AV-Operateur PIC X(4).

FD spool-index.
*> Index du spool des editions, relu pour retrouver les bulletins
*> deja emis d'une periode a corriger.
01 spool-index-enregistrement.
    05 SX-Nom PIC X(50).
    05 SX-Sep1 PIC X.
    05 SX-Etat PIC X(8).
    05 SX-Sep2 PIC X.
    05 SX-Programme PIC X(20).
    05 SX-Sep3 PIC X.
    05 SX-Operateur PIC X(4).
    05 SX-Sep4 PIC X.
    05 SX-Date PIC 9(8).
    05 SX-Sep5 PIC X.
    05 SX-Heure PIC 9(8).
    05 SX-Sep6 PIC X.
    05 SX-DebutPeriode PIC 9(8).
    05 SX-Sep7 PIC X.
    05 SX-FinPeriode PIC 9(8).
    05 SX-Sep8 PIC X.
    05 SX-Lignes PIC 9(7).
    05 SX-Sep9 PIC X.
    05 SX-Statut PIC X.

FD taux-cotisations.
*> Taux des cotisations patronales : une ligne par type de
*> cotisation, taux en pourcentage du brut retenu dans la limite du
*> plafond mensuel du type (plafond a zero = brut entier). Cree avec
*> les taux par defaut au premier lancement, retouchable ensuite a
*> l'editeur.
01 taux-cotisation-enregistrement.
    05 TX-Code PIC X(8).
    05 TX-Sep1 PIC X.
    05 TX-Taux PIC 9(2)V99.
    05 TX-Sep2 PIC X.
    05 TX-Plafond PIC 9(7)V99.

FD cotisations-paie.
*> Cotisations patronales par employe, periode et type : une ligne
*> par type a chaque bulletin, puis les ecarts signes des
*> corrections ; la somme des lignes d'une periode fait foi.
01 cotisation-paie-enregistrement.
    05 CT-Periode PIC 9(6).
    05 CT-Sep1 PIC X.
    05 CT-Employe PIC 9(4).
    05 CT-Sep2 PIC X.
    05 CT-Code PIC X(8).
    05 CT-Sep3 PIC X.
    05 CT-Assiette PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05 CT-Sep4 PIC X.
    05 CT-Taux PIC 9(2)V99.
    05 CT-Sep5 PIC X.
    05 CT-Montant PIC S9(7)V99 SIGN IS LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.
01 ws-statut-sortie PIC XX.
01 ws-statut-cotisations PIC XX.
01 SEP-Virgule PIC X VALUE ",".
01 Cle-Employe PIC 9(4) VALUE ZERO.

01 PeriodePaie PIC 9(6) VALUE ZERO.
01 AnneePaie PIC 9(4) VALUE ZERO.
01 MoisPaie PIC 9(2) VALUE ZERO.
01 NomFichierBulletins PIC X(50) VALUE SPACES.

*> Les bulletins du mois passent par le spool partage des editions :
*> un fichier bulletins_AAAAMM_<date>_nnn par emission.
01 SPOOL-Operation PIC X VALUE SPACE.
01 SPOOL-Etat PIC X(8) VALUE "BULLETIN".
01 SPOOL-NomBase PIC X(30) VALUE SPACES.
01 SPOOL-Programme PIC X(20) VALUE "Paie".
01 SPOOL-Operateur PIC X(4) VALUE "PAIE".
01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
01 SPOOL-Statut PIC XX VALUE SPACES.
01 TauxRetenues PIC 9(3)V99 VALUE ZERO.

*> Bareme progressif : chaque tranche taxe la part du brut comprise
01 RetenuesValides PIC X VALUE "O".
    88 Retenues-Valides VALUE "O".

*> Cotisations patronales : assiette et montant de l'employe courant
*> par type, et pour une correction ce qui est deja declare pour la
*> periode. Un type retire du fichier des taux depuis la paie
*> d'origine y est repris a taux nul pour etre annule.
01 TableTauxCotisations.
    02 TauxCotisation OCCURS 20 TIMES INDEXED BY IdxTaux.
        03 TK-Code PIC X(8).
        03 TK-Taux PIC 9(2)V99.
        03 TK-Plafond PIC 9(7)V99.
        03 TK-Assiette PIC 9(7)V99.
        03 TK-Montant PIC 9(7)V99.
        03 TK-DejaAssiette PIC S9(8)V99.
        03 TK-DejaMontant PIC S9(8)V99.
01 NombreTauxCotisations PIC 9(2) VALUE ZERO.
01 TauxCotisationTrouve PIC X VALUE "N".
    88 Taux-Cotisation-Trouve VALUE "O".
01 IdxTauxTrouve PIC 9(2) VALUE ZERO.
01 ChargesPatronales PIC 9(7)V99 VALUE ZERO.
01 TotalChargesPatronales PIC 9(9)V99 VALUE ZERO.
01 CotisationsDeclarees PIC 9(3) VALUE ZERO.
01 DejaCharges PIC S9(8)V99 VALUE ZERO.
01 EcartCharges PIC S9(7)V99 VALUE ZERO.

*> Cumuls annuels charges en entier (toutes annees confondues) pour
*> que la reecriture du fichier n'efface pas les annees passees.
01 TableCumuls.
01 JoursAbsenceMois PIC 9(2) VALUE ZERO.
01 RetenueAbsence PIC 9(7)V99 VALUE ZERO.

*> Enregistrements d'entete et de fin de credits_salaires. Les
*> credits encore en attente de postage sont repris derriere la
*> nouvelle entete : le fichier ne porte jamais qu'une sequence.
01 LigneFlux PIC X(30) VALUE SPACES.
01 VueEnteteFlux REDEFINES LigneFlux.
    05 EF-Type PIC X.
    05 EF-Sep1 PIC X.
    05 EF-Emetteur PIC X(8).
    05 EF-Sep2 PIC X.
    05 EF-DateFichier PIC 9(8).
    05 EF-Sep3 PIC X.
    05 EF-Sequence PIC 9(6).
    05 EF-Sep4 PIC X.
    05 EF-Reprise PIC 9(2).
    05 EF-Reste PIC X.
01 VueFinFlux REDEFINES LigneFlux.
    05 FF-Type PIC X.
    05 FF-Sep1 PIC X.
    05 FF-Nombre PIC 9(7).
    05 FF-Sep2 PIC X.
    05 FF-Total PIC 9(11)V99.
    05 FF-Reste PIC X(7).
01 TableCreditsAttente.
    02 CreditAttente PIC X(30) OCCURS 500 TIMES INDEXED BY IdxAttente.
01 NombreCreditsAttente PIC 9(3) VALUE ZERO.
01 CreditsAttenteDebordement PIC X VALUE "N".
    88 Credits-Attente-Debordement VALUE "O".
01 SequenceCredits PIC 9(6) VALUE ZERO.
01 DateFichierCredits PIC 9(8) VALUE ZERO.
01 NombreCreditsFlux PIC 9(7) VALUE ZERO.
01 TotalCreditsFlux PIC 9(11)V99 VALUE ZERO.

*> Journal comptable de la paie : montants du run par nature, les
*> quatre codes de gl_mapping qui les imputent, et la ligne de
*> detail au dessin du journal d'ExportGL (agence siege).
01 NomJournalPaie PIC X(20) VALUE SPACES.
01 DateJournalPaie PIC 9(8) VALUE ZERO.
01 TotalBrutHorsHS PIC 9(9)V99 VALUE ZERO.
01 TotalMajorationsHS PIC 9(9)V99 VALUE ZERO.
01 TotalRetenuesPaie PIC 9(9)V99 VALUE ZERO.
01 TableMappingPaie.
    02 MappingPaie OCCURS 4 TIMES INDEXED BY IdxMappingPaie.
        03 MQ-Action PIC X.
        03 MQ-Montant PIC 9(9)V99.
        03 MQ-Compte-Debit PIC 9(6).
        03 MQ-Compte-Credit PIC 9(6).
        03 MQ-Trouve PIC X.
*> O : ecart negatif d'une correction, ecriture passee a l'envers.
        03 MQ-Inverse PIC X.
01 MappingPaieComplet PIC X VALUE "O".
    88 Mapping-Paie-Complet VALUE "O".
01 ResteJournal PIC 9(9)V99 VALUE ZERO.
01 EcrituresPaie PIC 9(5) VALUE ZERO.
01 DET-Ligne.
    05 DET-Sens PIC X.
    05 DET-FILLER1 PIC X.
    05 DET-Compte-GL PIC 9(6).
    05 DET-FILLER2 PIC X.
    05 DET-Montant PIC 9(5)V99.
    05 DET-FILLER3 PIC X.
    05 DET-Action PIC X.
    05 DET-FILLER4 PIC X.
    05 DET-Sequence PIC 9(8).
    05 DET-FILLER5 PIC X.
    05 DET-Agence PIC 9(3).
01 PeriodeDateOuverte PIC 9(8) VALUE ZERO.
01 PeriodeStatut PIC XX VALUE '00'.
    88 Periode-Ouverte VALUE '00'.

*> Avances sur salaire chargees en entier et reecrites en fin de
*> paie (ou de versement) avec soldes et statuts a jour.
01 TableAvances.
    02 AvanceSalaire OCCURS 300 TIMES INDEXED BY IdxAvance.
        03 TA-Numero PIC 9(5).
        03 TA-Employe PIC 9(4).
        03 TA-Date PIC 9(8).
        03 TA-Montant PIC 9(7)V99.
        03 TA-NbEcheances PIC 9(2).
        03 TA-Echeance PIC 9(7)V99.
        03 TA-Solde PIC 9(7)V99.
        03 TA-Statut PIC X.
        03 TA-PeriodeVersement PIC 9(6).
        03 TA-DernierePeriode PIC 9(6).
        03 TA-Operateur PIC X(4).
01 NombreAvances PIC 9(3) VALUE ZERO.
01 AvancesDebordement PIC X VALUE "N".
    88 Avances-Debordement VALUE "O".
01 NetProtege PIC 9(7)V99 VALUE 1000.00.
01 RetenueAvance PIC 9(7)V99 VALUE ZERO.
01 DisponibleAvance PIC 9(7)V99 VALUE ZERO.
01 EcheanceDue PIC 9(7)V99 VALUE ZERO.
01 NetAVerser PIC 9(7)V99 VALUE ZERO.
01 TotalAvancesRetenues PIC 9(9)V99 VALUE ZERO.
01 AvancesVersees PIC 9(3) VALUE ZERO.
01 TotalAvancesVersees PIC 9(9)V99 VALUE ZERO.
01 PeriodeVersement PIC 9(6) VALUE ZERO.
01 PARM-Code PIC X(12) VALUE SPACES.
01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
01 PARM-Statut PIC XX VALUE SPACES.

*> Correction d'une periode emise : editions de bulletins de la
*> periode a leur dernier etat dans l'index du spool, paie deja
*> reglee a l'employe (bulletins du mois et corrections
*> precedentes) et ecarts avec la paie recalculee.
01 EmployeCorrige PIC 9(4) VALUE ZERO.
01 PrefixeBulletins PIC X(16) VALUE SPACES.
01 TableEditionsPaie.
    02 EditionPaie OCCURS 50 TIMES INDEXED BY IdxEdition.
        03 EP-Nom PIC X(50).
        03 EP-Statut PIC X.
01 NombreEditionsPaie PIC 9(2) VALUE ZERO.
01 EditionTrouvee PIC X VALUE "N".
    88 Edition-Trouvee VALUE "O".
01 IdxEditionTrouvee PIC 9(2) VALUE ZERO.
01 EditionsEmises PIC 9(2) VALUE ZERO.
01 EditionsPurgees PIC 9(2) VALUE ZERO.
01 EditionsIllisibles PIC 9(2) VALUE ZERO.
01 BulletinsTrouves PIC 9(3) VALUE ZERO.
01 DejaBrut PIC S9(8)V99 VALUE ZERO.
01 DejaRetenues PIC S9(8)V99 VALUE ZERO.
01 DejaNet PIC S9(8)V99 VALUE ZERO.
01 EcartBrut PIC S9(7)V99 VALUE ZERO.
01 EcartRetenues PIC S9(7)V99 VALUE ZERO.
01 EcartNet PIC S9(7)V99 VALUE ZERO.
01 MontantTropPercu PIC 9(7)V99 VALUE ZERO.
01 DernierNumeroAvance PIC 9(5) VALUE ZERO.

01 FinParcours PIC X VALUE "N".
    88 Fin-Parcours VALUE "O".
01 PeriodeDejaEmise PIC X VALUE "N".
PROCEDURE DIVISION.
TRAITEMENT-PRINCIPAL.
    DISPLAY "Periode de paie (AAAAMM, AAAA00 = recapitulatif ",
            "annuel seul, 000000 = versement des avances ",
            "accordees, 999999 = correction d'une periode ",
            "emise) : ".
    ACCEPT PeriodePaie.
    MOVE PeriodePaie(1:4) TO AnneePaie.
    MOVE PeriodePaie(5:2) TO MoisPaie.
    PERFORM CHARGER-AVANCES.
    IF Avances-Debordement
        DISPLAY "Plus de 300 avances dans 'avances' : traitement ",
                "refuse."
        STOP RUN
    END-IF.
    IF PeriodePaie = ZERO
        PERFORM VERSER-AVANCES
        STOP RUN
    END-IF.
    MOVE "NETPROTEGE" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code, PARM-Valeur, PARM-Statut.
    IF PARM-Statut = '00' AND PARM-Valeur > ZERO
        MOVE PARM-Valeur TO NetProtege
    END-IF.
    PERFORM CHARGER-CUMULS.
    IF PeriodePaie = 999999
        PERFORM CORRIGER-PERIODE-EMISE
        STOP RUN
    END-IF.
    IF MoisPaie = ZERO
        PERFORM IMPRIMER-RECAP-ANNUEL
        STOP RUN
    PERFORM CHARGER-HEURES-SUP.
    PERFORM CHARGER-ABSENCES-PAIE.
    PERFORM CHARGER-BAREMES.
    PERFORM CHARGER-TAUX-COTISATIONS.
    PERFORM CHARGER-CREDITS-EN-ATTENTE.
    IF Credits-Attente-Debordement
        DISPLAY "Plus de 500 credits en attente dans ",
                "credits_salaires : paie refusee. Poster d'abord ",
                "les credits en banque."
        STOP RUN
    END-IF.
    OPEN INPUT monfichier.
    IF ws-file-status NOT = '00'
        DISPLAY "Fichier du personnel inaccessible (statut ",
                ws-file-status, ")."
        STOP RUN
    END-IF.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "bulletins_" PeriodePaie
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    COMPUTE SPOOL-DebutPeriode = PeriodePaie * 100 + 1.
    COMPUTE SPOOL-FinPeriode = PeriodePaie * 100 + 31.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomFichierBulletins.
    OPEN OUTPUT bulletins.
    PERFORM OUVRIR-COTISATIONS-PAIE.
*> Les credits non postes par la banque restent dans le fichier et
*> doivent survivre a la paie suivante : ils sont recopies sous la
*> nouvelle entete avant les credits du mois.
    PERFORM OUVRIR-FLUX-CREDITS.
    MOVE 1 TO Cle-Employe.
    START monfichier KEY IS NOT LESS THAN Cle-Employe
        INVALID KEY
    END-START.
    PERFORM PAYER-EMPLOYE-SUIVANT UNTIL Fin-Parcours.
    CLOSE bulletins.
    CLOSE cotisations-paie.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    PERFORM FERMER-FLUX-CREDITS.
    CLOSE monfichier.
    PERFORM ECRIRE-JOURNAL-PAIE.
    DISPLAY "===== PAIE ", PeriodePaie, " =====".
    DISPLAY "Employes payes : ", EmployesPayes.
    DISPLAY "Total net vire : ", TotalNet.
    DISPLAY "Cotisations patronales : ", TotalChargesPatronales.
    IF TotalAvancesRetenues > ZERO
        DISPLAY "Avances retenues : ", TotalAvancesRetenues
    END-IF.
    PERFORM SAUVEGARDER-CUMULS.
    PERFORM SAUVEGARDER-AVANCES.
    DISPLAY "Bulletins dans '", NomFichierBulletins, "', ",
            "credits dans 'credits_salaires' a poster dans la ",
            "banque, cumuls annuels dans 'cumuls_paie', ",
            "cotisations dans 'cotisations_paie'.".
    STOP RUN.

APPELER-SPOOL.
    CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat, SPOOL-NomBase,
            SPOOL-Programme, SPOOL-Operateur, SPOOL-DebutPeriode,
            SPOOL-FinPeriode, SPOOL-NomFichier, SPOOL-Lignes,
            SPOOL-Statut.

PAYER-EMPLOYE-SUIVANT.
    READ monfichier NEXT RECORD
        AT END
    END-READ.

PAYER-UN-EMPLOYE.
    PERFORM CALCULER-BRUT-ET-RETENUES.
    IF NOT Retenues-Valides
        DISPLAY "Retenues non calculables pour ", EmployeID,
                " : employe saute."
    ELSE
        COMPUTE SalaireNet = BrutPeriode - MontantRetenues
        PERFORM RETENIR-AVANCES
        COMPUTE NetAVerser = SalaireNet - RetenueAvance
        MOVE PeriodePaie TO BU-Periode
        MOVE EmployeID TO BU-Employe
        MOVE nom TO BU-Nom
        MOVE BrutPeriode TO BU-Brut
        MOVE MontantRetenues TO BU-Retenues
        MOVE NetAVerser TO BU-Net
        MOVE CompteBancaire TO BU-Compte
        MOVE RetenueAvance TO BU-Avance
        MOVE SPACE TO BU-Type
        MOVE ZERO TO BU-EcartBrut
        MOVE ZERO TO BU-EcartRetenues
        MOVE ZERO TO BU-EcartNet
        MOVE ChargesPatronales TO BU-Charges
        COMPUTE BU-CoutEmployeur = BrutPeriode + ChargesPatronales
        MOVE ZERO TO BU-EcartCharges
        PERFORM ECRIRE-BULLETIN
        PERFORM ECRIRE-COTISATIONS-EMPLOYE
        MOVE CompteBancaire TO CS-Compte
        MOVE NetAVerser TO CS-Montant
        MOVE PeriodePaie TO CS-Periode
        MOVE EmployeID TO CS-Employe
        MOVE SPACE TO CS-Nature
        MOVE SEP-Virgule TO CS-Sep1
        MOVE SEP-Virgule TO CS-Sep2
        MOVE SEP-Virgule TO CS-Sep3
        MOVE SEP-Virgule TO CS-Sep4
        WRITE credit-salaire-enregistrement
        PERFORM NOTER-CREDIT-EMIS
        ADD 1 TO NombreCreditsFlux
        ADD NetAVerser TO TotalCreditsFlux
        ADD 1 TO EmployesPayes
        ADD NetAVerser TO TotalNet
        ADD RetenueAvance TO TotalAvancesRetenues
        COMPUTE TotalBrutHorsHS = TotalBrutHorsHS + BrutPeriode
                - MajorationHS
        ADD MajorationHS TO TotalMajorationsHS
        ADD MontantRetenues TO TotalRetenuesPaie
        ADD ChargesPatronales TO TotalChargesPatronales
        PERFORM METTRE-A-JOUR-CUMUL
    END-IF.

ECRIRE-BULLETIN.
    MOVE SEP-Virgule TO BU-Sep1.
    MOVE SEP-Virgule TO BU-Sep2.
    MOVE SEP-Virgule TO BU-Sep3.
    MOVE SEP-Virgule TO BU-Sep4.
    MOVE SEP-Virgule TO BU-Sep5.
    MOVE SEP-Virgule TO BU-Sep6.
    MOVE SEP-Virgule TO BU-Sep7.
    MOVE SEP-Virgule TO BU-Sep8.
    MOVE SEP-Virgule TO BU-Sep9.
    MOVE SEP-Virgule TO BU-Sep10.
    MOVE SEP-Virgule TO BU-Sep11.
    MOVE SEP-Virgule TO BU-Sep12.
    MOVE SEP-Virgule TO BU-Sep13.
    MOVE SEP-Virgule TO BU-Sep14.
    WRITE bulletin-enregistrement.

CALCULER-BRUT-ET-RETENUES.
*> Brut de la periode (heures sup et sans solde compris), retenues
*> et cotisations patronales de l'employe courant, pour la paie
*> comme pour une correction.
    PERFORM CALCULER-MAJORATION-HS.
    PERFORM CALCULER-RETENUE-ABSENCE.
    COMPUTE BrutPeriode = SalaireBrut + MajorationHS
    ELSE
        PERFORM CALCULER-RETENUES-BAREME
    END-IF.
    PERFORM CALCULER-CHARGES-PATRONALES.

RETENIR-AVANCES.
*> Une echeance par avance en remboursement, la derniere ramenee au
*> solde ; le cumul des echeances ne fait jamais passer le net sous
*> le net protege, la part non retenue reste due et allonge
*> l'echeancier.
    MOVE ZERO TO RetenueAvance.
    IF SalaireNet > NetProtege
        COMPUTE DisponibleAvance = SalaireNet - NetProtege
    ELSE
        MOVE ZERO TO DisponibleAvance
    END-IF.
    PERFORM VARYING IdxAvance FROM 1 BY 1
            UNTIL IdxAvance > NombreAvances
        IF TA-Employe(IdxAvance) = EmployeID
           AND TA-Statut(IdxAvance) = "E"
           AND TA-Solde(IdxAvance) > ZERO
           AND TA-DernierePeriode(IdxAvance) < PeriodePaie
            PERFORM RETENIR-UNE-ECHEANCE
        END-IF
    END-PERFORM.

RETENIR-UNE-ECHEANCE.
    IF TA-Echeance(IdxAvance) < TA-Solde(IdxAvance)
        MOVE TA-Echeance(IdxAvance) TO EcheanceDue
    ELSE
        MOVE TA-Solde(IdxAvance) TO EcheanceDue
    END-IF.
    IF EcheanceDue > DisponibleAvance
        MOVE DisponibleAvance TO EcheanceDue
        DISPLAY "Employe ", EmployeID, " : echeance de l'avance ",
                TA-Numero(IdxAvance), " ramenee a ", EcheanceDue,
                " (net protege ", NetProtege, ")."
    END-IF.
    SUBTRACT EcheanceDue FROM TA-Solde(IdxAvance).
    SUBTRACT EcheanceDue FROM DisponibleAvance.
    ADD EcheanceDue TO RetenueAvance.
    MOVE PeriodePaie TO TA-DernierePeriode(IdxAvance).
    IF TA-Solde(IdxAvance) = ZERO
        MOVE "S" TO TA-Statut(IdxAvance)
    END-IF.

VERSER-AVANCES.
*> Les avances accordees partent en credits de nature A sur le
*> compte de l'employe, sous une nouvelle sequence de
*> credits_salaires comme une paie ; la periode du credit est le
*> mois du versement.
    PERFORM CHARGER-CREDITS-EN-ATTENTE.
    IF Credits-Attente-Debordement
        DISPLAY "Plus de 500 credits en attente dans ",
                "credits_salaires : versement refuse. Poster ",
                "d'abord les credits en banque."
        STOP RUN
    END-IF.
    MOVE ZERO TO AvancesVersees.
    PERFORM VARYING IdxAvance FROM 1 BY 1
            UNTIL IdxAvance > NombreAvances
        IF TA-Statut(IdxAvance) = "A"
            ADD 1 TO AvancesVersees
        END-IF
    END-PERFORM.
    IF AvancesVersees = ZERO
        DISPLAY "Aucune avance accordee en attente de versement."
        STOP RUN
    END-IF.
    OPEN INPUT monfichier.
    IF ws-file-status NOT = '00'
        DISPLAY "Fichier du personnel inaccessible (statut ",
                ws-file-status, ")."
        STOP RUN
    END-IF.
    ACCEPT DateJournalPaie FROM DATE YYYYMMDD.
    MOVE DateJournalPaie(1:6) TO PeriodeVersement.
    MOVE ZERO TO AvancesVersees.
    MOVE ZERO TO TotalAvancesVersees.
    PERFORM OUVRIR-FLUX-CREDITS.
    PERFORM VARYING IdxAvance FROM 1 BY 1
            UNTIL IdxAvance > NombreAvances
        IF TA-Statut(IdxAvance) = "A"
            PERFORM VERSER-UNE-AVANCE
        END-IF
    END-PERFORM.
    PERFORM FERMER-FLUX-CREDITS.
    CLOSE monfichier.
    PERFORM SAUVEGARDER-AVANCES.
    DISPLAY "===== VERSEMENT DES AVANCES =====".
    DISPLAY "Avances versees : ", AvancesVersees, " pour ",
            TotalAvancesVersees, ", credits dans ",
            "'credits_salaires' a poster dans la banque.".

VERSER-UNE-AVANCE.
    MOVE TA-Employe(IdxAvance) TO Cle-Employe.
    READ monfichier
        INVALID KEY
            DISPLAY "Avance ", TA-Numero(IdxAvance), " : employe ",
                    TA-Employe(IdxAvance), " introuvable, non versee."
        NOT INVALID KEY
            IF StatutEmploye = "I" OR CompteBancaire = ZERO
                DISPLAY "Avance ", TA-Numero(IdxAvance),
                        " : employe inactif ou sans compte, non ",
                        "versee."
            ELSE
                MOVE CompteBancaire TO CS-Compte
                MOVE TA-Montant(IdxAvance) TO CS-Montant
                MOVE PeriodeVersement TO CS-Periode
                MOVE TA-Employe(IdxAvance) TO CS-Employe
                MOVE "A" TO CS-Nature
                MOVE SEP-Virgule TO CS-Sep1
                MOVE SEP-Virgule TO CS-Sep2
                MOVE SEP-Virgule TO CS-Sep3
                MOVE SEP-Virgule TO CS-Sep4
                WRITE credit-salaire-enregistrement
                PERFORM NOTER-CREDIT-EMIS
                ADD 1 TO NombreCreditsFlux
                ADD TA-Montant(IdxAvance) TO TotalCreditsFlux
                MOVE "E" TO TA-Statut(IdxAvance)
                MOVE PeriodeVersement
                     TO TA-PeriodeVersement(IdxAvance)
                ADD 1 TO AvancesVersees
                ADD TA-Montant(IdxAvance) TO TotalAvancesVersees
            END-IF
    END-READ.

CORRIGER-PERIODE-EMISE.
*> Correction d'un employe sur une periode deja emise : rien n'est
*> ecrit tant que l'ecart n'est pas etabli et que le credit ou le
*> trop-percu peut etre enregistre.
    DISPLAY "Periode emise a corriger (AAAAMM) : ".
    ACCEPT PeriodePaie.
    MOVE PeriodePaie(1:4) TO AnneePaie.
    MOVE PeriodePaie(5:2) TO MoisPaie.
    IF MoisPaie < 1 OR MoisPaie > 12
        DISPLAY "Periode ", PeriodePaie, " invalide."
        STOP RUN
    END-IF.
    DISPLAY "Employe a corriger : ".
    ACCEPT EmployeCorrige.
    PERFORM CHARGER-EDITIONS-PAIE.
    IF EditionsEmises = ZERO
        DISPLAY "Aucun bulletin emis pour ", PeriodePaie,
                " : passer la paie normale de la periode."
        STOP RUN
    END-IF.
    IF EditionsPurgees > ZERO
        DISPLAY "Edition de bulletins purgee pour ", PeriodePaie,
                " : paie d'origine inconnue, correction refusee."
        STOP RUN
    END-IF.
    PERFORM CUMULER-BULLETINS-EMIS.
    IF EditionsIllisibles > ZERO
        DISPLAY "Edition de bulletins illisible : correction ",
                "refusee."
        STOP RUN
    END-IF.
    OPEN INPUT monfichier.
    IF ws-file-status NOT = '00'
        DISPLAY "Fichier du personnel inaccessible (statut ",
                ws-file-status, ")."
        STOP RUN
    END-IF.
    MOVE EmployeCorrige TO Cle-Employe.
    READ monfichier
        INVALID KEY
            DISPLAY "Employe ", EmployeCorrige, " inconnu."
            CLOSE monfichier
            STOP RUN
    END-READ.
    PERFORM CHARGER-HEURES-SUP.
    PERFORM CHARGER-ABSENCES-PAIE.
    PERFORM CHARGER-BAREMES.
    PERFORM CHARGER-TAUX-COTISATIONS.
    PERFORM CUMULER-COTISATIONS-DECLAREES.
    PERFORM CALCULER-BRUT-ET-RETENUES.
    IF NOT Retenues-Valides
        DISPLAY "Retenues non calculables pour ", EmployeID,
                " : correction refusee."
        CLOSE monfichier
        STOP RUN
    END-IF.
    COMPUTE SalaireNet = BrutPeriode - MontantRetenues.
    COMPUTE EcartBrut = BrutPeriode - DejaBrut.
    COMPUTE EcartRetenues = MontantRetenues - DejaRetenues.
    COMPUTE EcartNet = SalaireNet - DejaNet.
    IF CotisationsDeclarees = ZERO
*> Paie d'origine anterieure aux cotisations patronales : elles ont
*> ete declarees hors du systeme et ne sont pas reprises.
        MOVE ZERO TO EcartCharges
        DISPLAY "Aucune cotisation patronale enregistree pour la ",
                "periode : cotisations non reprises."
    ELSE
        COMPUTE EcartCharges = ChargesPatronales - DejaCharges
    END-IF.
    DISPLAY "===== CORRECTION ", PeriodePaie, " EMPLOYE ",
            EmployeID, " =====".
    DISPLAY "Bulletins deja emis : ", BulletinsTrouves.
    DISPLAY "Deja regle   : brut ", DejaBrut, ", retenues ",
            DejaRetenues, ", net ", DejaNet.
    DISPLAY "Recalcule    : brut ", BrutPeriode, ", retenues ",
            MontantRetenues, ", net ", SalaireNet.
    IF CotisationsDeclarees > ZERO
        DISPLAY "Cotisations  : declarees ", DejaCharges,
                ", recalculees ", ChargesPatronales
    END-IF.
    IF EcartBrut = ZERO AND EcartRetenues = ZERO
       AND EcartCharges = ZERO
        DISPLAY "Aucun ecart : pas de bulletin de correction."
        CLOSE monfichier
        STOP RUN
    END-IF.
    IF EcartNet > ZERO
        IF StatutEmploye = "I" OR CompteBancaire = ZERO
            DISPLAY "Employe inactif ou sans compte : ecart de ",
                    EcartNet, " a regler a la main."
            CLOSE monfichier
            STOP RUN
        END-IF
        PERFORM CHARGER-CREDITS-EN-ATTENTE
        IF Credits-Attente-Debordement
            DISPLAY "Plus de 500 credits en attente dans ",
                    "credits_salaires : correction refusee. Poster ",
                    "d'abord les credits en banque."
            CLOSE monfichier
            STOP RUN
        END-IF
    END-IF.
    IF EcartNet < ZERO AND NombreAvances >= 300
        DISPLAY "Fichier des avances plein : trop-percu non ",
                "enregistrable, correction refusee."
        CLOSE monfichier
        STOP RUN
    END-IF.
    PERFORM ECRIRE-BULLETIN-CORRECTION.
    IF EcartCharges NOT = ZERO
        PERFORM ECRIRE-COTISATIONS-CORRECTION
    END-IF.
    EVALUATE TRUE
        WHEN EcartNet > ZERO
            PERFORM VERSER-ECART-CORRECTION
        WHEN EcartNet < ZERO
            PERFORM INSCRIRE-TROP-PERCU
    END-EVALUATE.
    PERFORM TROUVER-CUMUL-EMPLOYE.
    IF Cumul-Trouve
        MOVE nom TO CE-Nom(IdxCumulTrouve)
        COMPUTE CE-Brut(IdxCumulTrouve) = CE-Brut(IdxCumulTrouve)
                + EcartBrut
        COMPUTE CE-Retenues(IdxCumulTrouve)
                = CE-Retenues(IdxCumulTrouve) + EcartRetenues
        COMPUTE CE-Net(IdxCumulTrouve) = CE-Net(IdxCumulTrouve)
                + EcartNet
    END-IF.
    CLOSE monfichier.
    PERFORM ECRIRE-JOURNAL-CORRECTION.
    PERFORM SAUVEGARDER-CUMULS.
    DISPLAY "Ecarts : brut ", EcartBrut, ", retenues ",
            EcartRetenues, ", net ", EcartNet, ", cotisations ",
            EcartCharges.
    DISPLAY "Bulletin de correction dans '", NomFichierBulletins,
            "'.".

CHARGER-EDITIONS-PAIE.
*> Le nom de base des bulletins porte la periode : bulletins_AAAAMM
*> suivi de la date et du rang donnes par le spool.
    MOVE SPACES TO PrefixeBulletins.
    STRING "bulletins_" PeriodePaie
        DELIMITED BY SIZE INTO PrefixeBulletins.
    MOVE ZERO TO NombreEditionsPaie.
    OPEN INPUT spool-index.
    IF ws-statut-sortie = '00'
        PERFORM UNTIL ws-statut-sortie = '10'
            READ spool-index
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    IF SX-Etat = "BULLETIN"
                       AND SX-Nom(1:16) = PrefixeBulletins
                       AND SX-Statut NOT = "I"
                        PERFORM RANGER-EDITION-PAIE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE spool-index
    END-IF.
    MOVE ZERO TO EditionsEmises.
    MOVE ZERO TO EditionsPurgees.
    PERFORM VARYING IdxEdition FROM 1 BY 1
            UNTIL IdxEdition > NombreEditionsPaie
        EVALUATE EP-Statut(IdxEdition)
            WHEN "E"
                ADD 1 TO EditionsEmises
            WHEN "P"
                ADD 1 TO EditionsPurgees
        END-EVALUATE
    END-PERFORM.

RANGER-EDITION-PAIE.
    MOVE "N" TO EditionTrouvee.
    PERFORM VARYING IdxEdition FROM 1 BY 1
            UNTIL IdxEdition > NombreEditionsPaie
               OR Edition-Trouvee
        IF EP-Nom(IdxEdition) = SX-Nom
            MOVE "O" TO EditionTrouvee
            SET IdxEditionTrouvee TO IdxEdition
        END-IF
    END-PERFORM.
    IF NOT Edition-Trouvee AND NombreEditionsPaie < 50
        ADD 1 TO NombreEditionsPaie
        MOVE NombreEditionsPaie TO IdxEditionTrouvee
        MOVE SX-Nom TO EP-Nom(IdxEditionTrouvee)
        MOVE "O" TO EditionTrouvee
    END-IF.
    IF Edition-Trouvee
        MOVE SX-Statut TO EP-Statut(IdxEditionTrouvee)
    END-IF.

CUMULER-BULLETINS-EMIS.
*> Paie deja reglee a l'employe pour la periode : bulletins du mois
*> (net avant retenue d'avance, celle-ci ne relevant pas de la
*> periode) et ecarts des corrections precedentes.
    MOVE ZERO TO DejaBrut.
    MOVE ZERO TO DejaRetenues.
    MOVE ZERO TO DejaNet.
    MOVE ZERO TO BulletinsTrouves.
    MOVE ZERO TO EditionsIllisibles.
    PERFORM VARYING IdxEdition FROM 1 BY 1
            UNTIL IdxEdition > NombreEditionsPaie
        IF EP-Statut(IdxEdition) = "E"
            PERFORM CUMULER-UNE-EDITION
        END-IF
    END-PERFORM.

CUMULER-UNE-EDITION.
    MOVE EP-Nom(IdxEdition) TO NomFichierBulletins.
    OPEN INPUT bulletins.
    IF ws-statut-sortie NOT = '00'
        DISPLAY "Edition ", NomFichierBulletins, " illisible (statut ",
                ws-statut-sortie, ")."
        ADD 1 TO EditionsIllisibles
    ELSE
        PERFORM UNTIL ws-statut-sortie = '10'
            READ bulletins
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    IF BU-Periode = PeriodePaie
                       AND BU-Employe = EmployeCorrige
                        PERFORM CUMULER-UN-BULLETIN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE bulletins
    END-IF.

CUMULER-UN-BULLETIN.
    ADD 1 TO BulletinsTrouves.
    IF BU-Type = "C"
        ADD BU-EcartBrut TO DejaBrut
        ADD BU-EcartRetenues TO DejaRetenues
        ADD BU-EcartNet TO DejaNet
    ELSE
        ADD BU-Brut TO DejaBrut
        ADD BU-Retenues TO DejaRetenues
        ADD BU-Net TO DejaNet
        ADD BU-Avance TO DejaNet
    END-IF.

ECRIRE-BULLETIN-CORRECTION.
*> Nouvelle edition de la serie bulletins_AAAAMM : ControlePaie la
*> relit avec les bulletins du mois.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "bulletins_" PeriodePaie
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    COMPUTE SPOOL-DebutPeriode = PeriodePaie * 100 + 1.
    COMPUTE SPOOL-FinPeriode = PeriodePaie * 100 + 31.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomFichierBulletins.
    OPEN OUTPUT bulletins.
    MOVE PeriodePaie TO BU-Periode.
    MOVE EmployeID TO BU-Employe.
    MOVE nom TO BU-Nom.
    MOVE BrutPeriode TO BU-Brut.
    MOVE MontantRetenues TO BU-Retenues.
    MOVE SalaireNet TO BU-Net.
    MOVE CompteBancaire TO BU-Compte.
    MOVE ZERO TO BU-Avance.
    MOVE "C" TO BU-Type.
    MOVE EcartBrut TO BU-EcartBrut.
    MOVE EcartRetenues TO BU-EcartRetenues.
    MOVE EcartNet TO BU-EcartNet.
    MOVE ChargesPatronales TO BU-Charges.
    COMPUTE BU-CoutEmployeur = BrutPeriode + ChargesPatronales.
    MOVE EcartCharges TO BU-EcartCharges.
    PERFORM ECRIRE-BULLETIN.
    CLOSE bulletins.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.

VERSER-ECART-CORRECTION.
*> L'ecart en faveur de l'employe part en credit de nature C sous
*> une nouvelle sequence, au nom de la periode corrigee.
    PERFORM OUVRIR-FLUX-CREDITS.
    MOVE CompteBancaire TO CS-Compte.
    MOVE EcartNet TO CS-Montant.
    MOVE PeriodePaie TO CS-Periode.
    MOVE EmployeID TO CS-Employe.
    MOVE "C" TO CS-Nature.
    MOVE SEP-Virgule TO CS-Sep1.
    MOVE SEP-Virgule TO CS-Sep2.
    MOVE SEP-Virgule TO CS-Sep3.
    MOVE SEP-Virgule TO CS-Sep4.
    WRITE credit-salaire-enregistrement.
    PERFORM NOTER-CREDIT-EMIS.
    ADD 1 TO NombreCreditsFlux.
    ADD CS-Montant TO TotalCreditsFlux.
    PERFORM FERMER-FLUX-CREDITS.
    DISPLAY "Credit de ", EcartNet, " ajoute a ",
            "'credits_salaires' (sequence ", SequenceCredits, ").".

INSCRIRE-TROP-PERCU.
*> Le trop-percu est inscrit comme une avance deja versee en
*> remboursement (sans periode de versement : ControlePaie ne le
*> compte pas comme un credit), en une echeance retenue sur la paie
*> suivante dans la limite du net protege.
    COMPUTE MontantTropPercu = 0 - EcartNet.
    MOVE ZERO TO DernierNumeroAvance.
    PERFORM VARYING IdxAvance FROM 1 BY 1
            UNTIL IdxAvance > NombreAvances
        IF TA-Numero(IdxAvance) > DernierNumeroAvance
            MOVE TA-Numero(IdxAvance) TO DernierNumeroAvance
        END-IF
    END-PERFORM.
    ADD 1 TO NombreAvances.
    ADD 1 TO DernierNumeroAvance.
    MOVE DernierNumeroAvance TO TA-Numero(NombreAvances).
    MOVE EmployeID TO TA-Employe(NombreAvances).
    ACCEPT TA-Date(NombreAvances) FROM DATE YYYYMMDD.
    MOVE MontantTropPercu TO TA-Montant(NombreAvances).
    MOVE 1 TO TA-NbEcheances(NombreAvances).
    MOVE MontantTropPercu TO TA-Echeance(NombreAvances).
    MOVE MontantTropPercu TO TA-Solde(NombreAvances).
    MOVE "E" TO TA-Statut(NombreAvances).
    MOVE ZERO TO TA-PeriodeVersement(NombreAvances).
    MOVE PeriodePaie TO TA-DernierePeriode(NombreAvances).
    MOVE SPOOL-Operateur TO TA-Operateur(NombreAvances).
    PERFORM SAUVEGARDER-AVANCES.
    IF StatutEmploye = "I"
        DISPLAY "Employe inactif : trop-percu de ", MontantTropPercu,
                " a recouvrer a la main (avance ",
                DernierNumeroAvance, ")."
    ELSE
        DISPLAY "Trop-percu de ", MontantTropPercu, " retenu sur la ",
                "paie suivante (avance ", DernierNumeroAvance, ")."
    END-IF.

ECRIRE-JOURNAL-CORRECTION.
*> Ecarts de la correction au journal de paie, en sens inverse
*> quand ils sont negatifs. L'ecart de brut passe en salaires (code
*> 5), le bulletin d'origine ne detaillant pas les heures sup ;
*> l'ecart de cotisations patronales passe en code 8.
    ACCEPT DateJournalPaie FROM DATE YYYYMMDD.
    CALL 'Periode' USING DateJournalPaie, PeriodeDateOuverte,
                         PeriodeStatut.
    MOVE "5" TO MQ-Action(1).
    MOVE "6" TO MQ-Action(2).
    MOVE ZERO TO MQ-Montant(2).
    MOVE "N" TO MQ-Inverse(2).
    MOVE "7" TO MQ-Action(3).
    IF EcartBrut < ZERO
        COMPUTE MQ-Montant(1) = 0 - EcartBrut
        MOVE "O" TO MQ-Inverse(1)
    ELSE
        MOVE EcartBrut TO MQ-Montant(1)
        MOVE "N" TO MQ-Inverse(1)
    END-IF.
    IF EcartRetenues < ZERO
        COMPUTE MQ-Montant(3) = 0 - EcartRetenues
        MOVE "O" TO MQ-Inverse(3)
    ELSE
        MOVE EcartRetenues TO MQ-Montant(3)
        MOVE "N" TO MQ-Inverse(3)
    END-IF.
    MOVE "8" TO MQ-Action(4).
    IF EcartCharges < ZERO
        COMPUTE MQ-Montant(4) = 0 - EcartCharges
        MOVE "O" TO MQ-Inverse(4)
    ELSE
        MOVE EcartCharges TO MQ-Montant(4)
        MOVE "N" TO MQ-Inverse(4)
    END-IF.
    PERFORM CHARGER-MAPPING-PAIE.
    EVALUATE TRUE
        WHEN NOT Periode-Ouverte
            DISPLAY "Periode comptable ", DateJournalPaie(1:6),
                    " en cloture ou close : ecarts de correction ",
                    "non journalises."
        WHEN NOT Mapping-Paie-Complet
            DISPLAY "Ecarts de correction non journalises : codes 5, ",
                    "7 et 8 a parametrer dans gl_mapping."
        WHEN OTHER
            PERFORM JOURNALISER-PAIE
    END-EVALUATE.

CHARGER-AVANCES.
    MOVE ZERO TO NombreAvances.
    MOVE "N" TO AvancesDebordement.
    OPEN INPUT avances.
    IF ws-statut-sortie = '00'
        PERFORM UNTIL ws-statut-sortie = '10'
            READ avances
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    IF NombreAvances < 300
                        ADD 1 TO NombreAvances
                        MOVE AV-Numero TO TA-Numero(NombreAvances)
                        MOVE AV-Employe TO TA-Employe(NombreAvances)
                        MOVE AV-Date TO TA-Date(NombreAvances)
                        MOVE AV-Montant TO TA-Montant(NombreAvances)
                        MOVE AV-NbEcheances
                             TO TA-NbEcheances(NombreAvances)
                        MOVE AV-Echeance
                             TO TA-Echeance(NombreAvances)
                        MOVE AV-Solde TO TA-Solde(NombreAvances)
                        MOVE AV-Statut TO TA-Statut(NombreAvances)
                        MOVE AV-PeriodeVersement
                             TO TA-PeriodeVersement(NombreAvances)
                        MOVE AV-DernierePeriode
                             TO TA-DernierePeriode(NombreAvances)
                        MOVE AV-Operateur
                             TO TA-Operateur(NombreAvances)
                    ELSE
                        MOVE "O" TO AvancesDebordement
                        MOVE '10' TO ws-statut-sortie
                    END-IF
            END-READ
        END-PERFORM
        CLOSE avances
    END-IF.

SAUVEGARDER-AVANCES.
    IF NombreAvances > ZERO
        OPEN OUTPUT avances
        PERFORM VARYING IdxAvance FROM 1 BY 1
                UNTIL IdxAvance > NombreAvances
            MOVE TA-Numero(IdxAvance) TO AV-Numero
            MOVE TA-Employe(IdxAvance) TO AV-Employe
            MOVE TA-Date(IdxAvance) TO AV-Date
            MOVE TA-Montant(IdxAvance) TO AV-Montant
            MOVE TA-NbEcheances(IdxAvance) TO AV-NbEcheances
            MOVE TA-Echeance(IdxAvance) TO AV-Echeance
            MOVE TA-Solde(IdxAvance) TO AV-Solde
            MOVE TA-Statut(IdxAvance) TO AV-Statut
            MOVE TA-PeriodeVersement(IdxAvance)
                 TO AV-PeriodeVersement
            MOVE TA-DernierePeriode(IdxAvance) TO AV-DernierePeriode
            MOVE TA-Operateur(IdxAvance) TO AV-Operateur
            MOVE SEP-Virgule TO AV-Sep1
            MOVE SEP-Virgule TO AV-Sep2
            MOVE SEP-Virgule TO AV-Sep3
            MOVE SEP-Virgule TO AV-Sep4
            MOVE SEP-Virgule TO AV-Sep5
            MOVE SEP-Virgule TO AV-Sep6
            MOVE SEP-Virgule TO AV-Sep7
            MOVE SEP-Virgule TO AV-Sep8
            MOVE SEP-Virgule TO AV-Sep9
            MOVE SEP-Virgule TO AV-Sep10
            WRITE avance-enregistrement
        END-PERFORM
        CLOSE avances
    END-IF.

ECRIRE-JOURNAL-PAIE.
*> Rien n'est ecrit si la periode comptable du jour est fermee ou si
*> un des codes mouvementes manque a gl_mapping : la comptabilite
*> passe alors l'ecriture a la main.
    ACCEPT DateJournalPaie FROM DATE YYYYMMDD.
    CALL 'Periode' USING DateJournalPaie, PeriodeDateOuverte,
                         PeriodeStatut.
    MOVE "5" TO MQ-Action(1).
    MOVE TotalBrutHorsHS TO MQ-Montant(1).
    MOVE "6" TO MQ-Action(2).
    MOVE TotalMajorationsHS TO MQ-Montant(2).
    MOVE "7" TO MQ-Action(3).
    MOVE TotalRetenuesPaie TO MQ-Montant(3).
    MOVE "8" TO MQ-Action(4).
    MOVE TotalChargesPatronales TO MQ-Montant(4).
    MOVE "N" TO MQ-Inverse(1).
    MOVE "N" TO MQ-Inverse(2).
    MOVE "N" TO MQ-Inverse(3).
    MOVE "N" TO MQ-Inverse(4).
    PERFORM CHARGER-MAPPING-PAIE.
    EVALUATE TRUE
        WHEN TotalBrutHorsHS + TotalMajorationsHS = ZERO
            CONTINUE
        WHEN NOT Periode-Ouverte
            DISPLAY "Periode comptable ", DateJournalPaie(1:6),
                    " en cloture ou close : journal de paie non ",
                    "ecrit."
        WHEN NOT Mapping-Paie-Complet
            DISPLAY "Journal de paie non ecrit : codes 5, 6, 7 et 8 ",
                    "a parametrer dans gl_mapping."
        WHEN OTHER
            PERFORM JOURNALISER-PAIE
    END-EVALUATE.

JOURNALISER-PAIE.
    MOVE SPACES TO NomJournalPaie.
    STRING "glpaie_" DateJournalPaie
        DELIMITED BY SIZE INTO NomJournalPaie.
    OPEN EXTEND gl-paie.
    IF ws-statut-sortie = '35'
        CLOSE gl-paie
        OPEN OUTPUT gl-paie
    END-IF.
    MOVE ZERO TO EcrituresPaie.
    PERFORM VARYING IdxMappingPaie FROM 1 BY 1
            UNTIL IdxMappingPaie > 4
        MOVE MQ-Montant(IdxMappingPaie) TO ResteJournal
        PERFORM ECRIRE-TRANCHE-PAIE UNTIL ResteJournal = ZERO
    END-PERFORM.
    CLOSE gl-paie.
    DISPLAY "Journal de paie : ", EcrituresPaie, " ecriture(s) ",
            "dans '", NomJournalPaie, "'.".

CHARGER-MAPPING-PAIE.
    PERFORM VARYING IdxMappingPaie FROM 1 BY 1
            UNTIL IdxMappingPaie > 4
        MOVE "N" TO MQ-Trouve(IdxMappingPaie)
    END-PERFORM.
    OPEN INPUT gl-mapping.
    IF ws-statut-sortie = '00'
        PERFORM UNTIL ws-statut-sortie = '10'
            READ gl-mapping
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    PERFORM VARYING IdxMappingPaie FROM 1 BY 1
                            UNTIL IdxMappingPaie > 4
                        IF MQ-Action(IdxMappingPaie) = GM-Action
                            MOVE GM-Compte-Debit
                                 TO MQ-Compte-Debit(IdxMappingPaie)
                            MOVE GM-Compte-Credit
                                 TO MQ-Compte-Credit(IdxMappingPaie)
                            MOVE "O" TO MQ-Trouve(IdxMappingPaie)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
    END-IF.
    CLOSE gl-mapping.
*> Un code sans montant ce mois-ci n'a pas besoin d'etre parametre.
    MOVE "O" TO MappingPaieComplet.
    PERFORM VARYING IdxMappingPaie FROM 1 BY 1
            UNTIL IdxMappingPaie > 4
        IF MQ-Trouve(IdxMappingPaie) NOT = "O"
           AND MQ-Montant(IdxMappingPaie) > ZERO
            MOVE "N" TO MappingPaieComplet
        END-IF
    END-PERFORM.

ECRIRE-TRANCHE-PAIE.
*> Une ecriture debit/credit par tranche : la zone montant du
*> journal ne depasse pas 99999.99.
    IF ResteJournal > 99999.99
        MOVE 99999.99 TO DET-Montant
    ELSE
        MOVE ResteJournal TO DET-Montant
    END-IF.
    SUBTRACT DET-Montant FROM ResteJournal.
    MOVE MQ-Action(IdxMappingPaie) TO DET-Action.
    MOVE SequenceCredits TO DET-Sequence.
    MOVE 1 TO DET-Agence.
    MOVE SEP-Virgule TO DET-FILLER1.
    MOVE SEP-Virgule TO DET-FILLER2.
    MOVE SEP-Virgule TO DET-FILLER3.
    MOVE SEP-Virgule TO DET-FILLER4.
    MOVE SEP-Virgule TO DET-FILLER5.
    MOVE "D" TO DET-Sens.
    IF MQ-Inverse(IdxMappingPaie) = "O"
        MOVE MQ-Compte-Credit(IdxMappingPaie) TO DET-Compte-GL
    ELSE
        MOVE MQ-Compte-Debit(IdxMappingPaie) TO DET-Compte-GL
    END-IF.
    MOVE DET-Ligne TO gl-paie-record.
    WRITE gl-paie-record.
    MOVE "C" TO DET-Sens.
    IF MQ-Inverse(IdxMappingPaie) = "O"
        MOVE MQ-Compte-Debit(IdxMappingPaie) TO DET-Compte-GL
    ELSE
        MOVE MQ-Compte-Credit(IdxMappingPaie) TO DET-Compte-GL
    END-IF.
    MOVE DET-Ligne TO gl-paie-record.
    WRITE gl-paie-record.
    ADD 1 TO EcrituresPaie.

NOTER-CREDIT-EMIS.
    MOVE "E" TO SP-Type.
    MOVE CS-Periode TO SP-Periode.
    MOVE CS-Employe TO SP-Employe.
    MOVE CS-Compte TO SP-Compte.
    MOVE CS-Montant TO SP-Montant.
    MOVE DateFichierCredits TO SP-Date.
    MOVE SequenceCredits TO SP-Sequence.
    MOVE SEP-Virgule TO SP-FILLER1.
    MOVE SEP-Virgule TO SP-FILLER2.
    MOVE SEP-Virgule TO SP-FILLER3.
    MOVE SEP-Virgule TO SP-FILLER4.
    MOVE SEP-Virgule TO SP-FILLER5.
    MOVE SEP-Virgule TO SP-FILLER6.
    WRITE suivi-paie-enregistrement.

CALCULER-RETENUES-BAREME.
*> Retenues progressives : chaque tranche du bareme taxe la part du
    END-PERFORM.
    CLOSE baremes.

CHARGER-TAUX-COTISATIONS.
*> Comme pour le bareme des retenues, les taux par defaut sont
*> poses et ecrits au tout premier lancement.
    MOVE ZERO TO NombreTauxCotisations.
    OPEN INPUT taux-cotisations.
    IF ws-statut-sortie = '00'
        PERFORM UNTIL ws-statut-sortie = '10'
            READ taux-cotisations
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    IF NombreTauxCotisations < 20
                       AND TX-Code NOT = SPACES
                        ADD 1 TO NombreTauxCotisations
                        MOVE TX-Code
                             TO TK-Code(NombreTauxCotisations)
                        MOVE TX-Taux
                             TO TK-Taux(NombreTauxCotisations)
                        MOVE TX-Plafond
                             TO TK-Plafond(NombreTauxCotisations)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE taux-cotisations
    END-IF.
    IF NombreTauxCotisations = ZERO
        MOVE 5 TO NombreTauxCotisations
        MOVE "MALADIE" TO TK-Code(1)
        MOVE 13.00 TO TK-Taux(1)
        MOVE ZERO TO TK-Plafond(1)
        MOVE "VIEILPLA" TO TK-Code(2)
        MOVE 8.55 TO TK-Taux(2)
        MOVE 4005.00 TO TK-Plafond(2)
        MOVE "VIEILDEP" TO TK-Code(3)
        MOVE 2.02 TO TK-Taux(3)
        MOVE ZERO TO TK-Plafond(3)
        MOVE "FAMILLE" TO TK-Code(4)
        MOVE 5.25 TO TK-Taux(4)
        MOVE ZERO TO TK-Plafond(4)
        MOVE "CHOMAGE" TO TK-Code(5)
        MOVE 4.05 TO TK-Taux(5)
        MOVE 16020.00 TO TK-Plafond(5)
        PERFORM SAUVEGARDER-TAUX-COTISATIONS
        DISPLAY "Taux par defaut crees dans ",
                "'cotisations_patronales'."
    END-IF.
    PERFORM VARYING IdxTaux FROM 1 BY 1
            UNTIL IdxTaux > NombreTauxCotisations
        MOVE ZERO TO TK-DejaAssiette(IdxTaux)
        MOVE ZERO TO TK-DejaMontant(IdxTaux)
    END-PERFORM.

SAUVEGARDER-TAUX-COTISATIONS.
    OPEN OUTPUT taux-cotisations.
    PERFORM VARYING IdxTaux FROM 1 BY 1
            UNTIL IdxTaux > NombreTauxCotisations
        MOVE TK-Code(IdxTaux) TO TX-Code
        MOVE TK-Taux(IdxTaux) TO TX-Taux
        MOVE TK-Plafond(IdxTaux) TO TX-Plafond
        MOVE SEP-Virgule TO TX-Sep1
        MOVE SEP-Virgule TO TX-Sep2
        WRITE taux-cotisation-enregistrement
    END-PERFORM.
    CLOSE taux-cotisations.

CALCULER-CHARGES-PATRONALES.
*> Chaque type cotise sur le brut de la periode, ramene a son
*> plafond mensuel quand il en a un ; un type a taux nul (type
*> retire du fichier des taux) n'a plus d'assiette.
    MOVE ZERO TO ChargesPatronales.
    PERFORM VARYING IdxTaux FROM 1 BY 1
            UNTIL IdxTaux > NombreTauxCotisations
        EVALUATE TRUE
            WHEN TK-Taux(IdxTaux) = ZERO
                MOVE ZERO TO TK-Assiette(IdxTaux)
            WHEN TK-Plafond(IdxTaux) > ZERO
                 AND BrutPeriode > TK-Plafond(IdxTaux)
                MOVE TK-Plafond(IdxTaux) TO TK-Assiette(IdxTaux)
            WHEN OTHER
                MOVE BrutPeriode TO TK-Assiette(IdxTaux)
        END-EVALUATE
        COMPUTE TK-Montant(IdxTaux) ROUNDED = TK-Assiette(IdxTaux)
                * TK-Taux(IdxTaux) / 100
        ADD TK-Montant(IdxTaux) TO ChargesPatronales
    END-PERFORM.

OUVRIR-COTISATIONS-PAIE.
    OPEN EXTEND cotisations-paie.
    IF ws-statut-cotisations = '35'
        CLOSE cotisations-paie
        OPEN OUTPUT cotisations-paie
    END-IF.

ECRIRE-COTISATIONS-EMPLOYE.
    PERFORM VARYING IdxTaux FROM 1 BY 1
            UNTIL IdxTaux > NombreTauxCotisations
        MOVE TK-Assiette(IdxTaux) TO CT-Assiette
        MOVE TK-Montant(IdxTaux) TO CT-Montant
        PERFORM ECRIRE-LIGNE-COTISATION
    END-PERFORM.

ECRIRE-LIGNE-COTISATION.
    MOVE PeriodePaie TO CT-Periode.
    MOVE EmployeID TO CT-Employe.
    MOVE TK-Code(IdxTaux) TO CT-Code.
    MOVE TK-Taux(IdxTaux) TO CT-Taux.
    MOVE SEP-Virgule TO CT-Sep1.
    MOVE SEP-Virgule TO CT-Sep2.
    MOVE SEP-Virgule TO CT-Sep3.
    MOVE SEP-Virgule TO CT-Sep4.
    MOVE SEP-Virgule TO CT-Sep5.
    WRITE cotisation-paie-enregistrement.

CUMULER-COTISATIONS-DECLAREES.
*> Cotisations deja enregistrees pour l'employe et la periode a
*> corriger, rangees par type.
    MOVE ZERO TO CotisationsDeclarees.
    MOVE ZERO TO DejaCharges.
    OPEN INPUT cotisations-paie.
    IF ws-statut-cotisations = '00'
        PERFORM UNTIL ws-statut-cotisations = '10'
            READ cotisations-paie
                AT END
                    MOVE '10' TO ws-statut-cotisations
                NOT AT END
                    IF CT-Periode = PeriodePaie
                       AND CT-Employe = EmployeCorrige
                        PERFORM RANGER-COTISATION-DECLAREE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE cotisations-paie
    END-IF.

RANGER-COTISATION-DECLAREE.
    MOVE "N" TO TauxCotisationTrouve.
    PERFORM VARYING IdxTaux FROM 1 BY 1
            UNTIL IdxTaux > NombreTauxCotisations
               OR Taux-Cotisation-Trouve
        IF TK-Code(IdxTaux) = CT-Code
            MOVE "O" TO TauxCotisationTrouve
            SET IdxTauxTrouve TO IdxTaux
        END-IF
    END-PERFORM.
    IF NOT Taux-Cotisation-Trouve AND NombreTauxCotisations < 20
        ADD 1 TO NombreTauxCotisations
        MOVE NombreTauxCotisations TO IdxTauxTrouve
        MOVE CT-Code TO TK-Code(IdxTauxTrouve)
        MOVE ZERO TO TK-Taux(IdxTauxTrouve)
        MOVE ZERO TO TK-Plafond(IdxTauxTrouve)
        MOVE ZERO TO TK-DejaAssiette(IdxTauxTrouve)
        MOVE ZERO TO TK-DejaMontant(IdxTauxTrouve)
        MOVE "O" TO TauxCotisationTrouve
    END-IF.
    IF Taux-Cotisation-Trouve
        ADD 1 TO CotisationsDeclarees
        ADD CT-Assiette TO TK-DejaAssiette(IdxTauxTrouve)
        ADD CT-Montant TO TK-DejaMontant(IdxTauxTrouve)
        ADD CT-Montant TO DejaCharges
    END-IF.

ECRIRE-COTISATIONS-CORRECTION.
*> Ecarts signes par type, ajoutes aux lignes de la periode
*> corrigee.
    PERFORM OUVRIR-COTISATIONS-PAIE.
    PERFORM VARYING IdxTaux FROM 1 BY 1
            UNTIL IdxTaux > NombreTauxCotisations
        COMPUTE CT-Assiette = TK-Assiette(IdxTaux)
                - TK-DejaAssiette(IdxTaux)
        COMPUTE CT-Montant = TK-Montant(IdxTaux)
                - TK-DejaMontant(IdxTaux)
        IF CT-Assiette NOT = ZERO OR CT-Montant NOT = ZERO
            PERFORM ECRIRE-LIGNE-COTISATION
        END-IF
    END-PERFORM.
    CLOSE cotisations-paie.

CHARGER-CUMULS.
    MOVE ZERO TO NombreCumuls.
    OPEN INPUT cumuls-paie.
    CLOSE cumuls-paie.

METTRE-A-JOUR-CUMUL.
    PERFORM TROUVER-CUMUL-EMPLOYE.
    IF Cumul-Trouve
        MOVE nom TO CE-Nom(IdxCumulTrouve)
        ADD BrutPeriode TO CE-Brut(IdxCumulTrouve)
        ADD MontantRetenues TO CE-Retenues(IdxCumulTrouve)
        ADD SalaireNet TO CE-Net(IdxCumulTrouve)
    END-IF.

TROUVER-CUMUL-EMPLOYE.
*> Ligne de cumul de l'employe courant pour l'annee de paie, creee
*> a zero au besoin.
    MOVE "N" TO CumulTrouve.
    PERFORM VARYING IdxCumul FROM 1 BY 1
            UNTIL IdxCumul > NombreCumuls
            MOVE "O" TO CumulTrouve
        END-IF
    END-IF.

IMPRIMER-RECAP-ANNUEL.
    DISPLAY "===== CUMULS DE PAIE ", AnneePaie, " =====".
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    MOVE credit-salaire-controle TO LigneFlux
                    IF EF-Type NOT = "H" AND EF-Type NOT = "T"
                       AND CS-Periode = PeriodePaie
                       AND CS-Nature NOT = "A"
                        MOVE "O" TO PeriodeDejaEmise
                    END-IF
            END-READ
        END-PERFORM
        CLOSE credits-salaires
    END-IF.

CHARGER-CREDITS-EN-ATTENTE.
*> Garde les credits que la banque n'a pas encore postes (ou
*> qu'elle a laisses impostables), sans leur ancienne entete ni
*> leur ancienne fin.
    MOVE ZERO TO NombreCreditsAttente.
    MOVE "N" TO CreditsAttenteDebordement.
    OPEN INPUT credits-salaires.
    IF ws-statut-sortie = '00'
        PERFORM UNTIL ws-statut-sortie = '10'
            READ credits-salaires
                AT END
                    MOVE '10' TO ws-statut-sortie
                NOT AT END
                    MOVE credit-salaire-controle TO LigneFlux
                    IF EF-Type NOT = "H" AND EF-Type NOT = "T"
                        IF NombreCreditsAttente < 500
                            ADD 1 TO NombreCreditsAttente
                            MOVE credit-salaire-controle
                                 TO CreditAttente(NombreCreditsAttente)
                        ELSE
                            MOVE "O" TO CreditsAttenteDebordement
                            MOVE '10' TO ws-statut-sortie
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE credits-salaires
    END-IF.

OUVRIR-FLUX-CREDITS.
*> Nouvelle sequence, entete, puis les credits en attente.
    MOVE ZERO TO SequenceCredits.
    OPEN INPUT sequence-credits.
    IF ws-statut-sortie = '00'
        READ sequence-credits
            AT END
                CONTINUE
            NOT AT END
                MOVE SQ-Derniere TO SequenceCredits
        END-READ
        CLOSE sequence-credits
    END-IF.
    ADD 1 TO SequenceCredits.
    ACCEPT DateFichierCredits FROM DATE YYYYMMDD.
    MOVE ZERO TO NombreCreditsFlux.
    MOVE ZERO TO TotalCreditsFlux.
    OPEN OUTPUT credits-salaires.
    OPEN EXTEND suivi-paie.
    IF ws-statut-sortie = '35'
        CLOSE suivi-paie
        OPEN OUTPUT suivi-paie
    END-IF.
    MOVE SPACES TO LigneFlux.
    MOVE "H" TO EF-Type.
    MOVE "PAIE" TO EF-Emetteur.
    MOVE DateFichierCredits TO EF-DateFichier.
    MOVE SequenceCredits TO EF-Sequence.
    MOVE ZERO TO EF-Reprise.
    MOVE SEP-Virgule TO EF-Sep1.
    MOVE SEP-Virgule TO EF-Sep2.
    MOVE SEP-Virgule TO EF-Sep3.
    MOVE SEP-Virgule TO EF-Sep4.
    MOVE LigneFlux TO credit-salaire-controle.
    WRITE credit-salaire-controle.
    PERFORM VARYING IdxAttente FROM 1 BY 1
            UNTIL IdxAttente > NombreCreditsAttente
        MOVE CreditAttente(IdxAttente) TO credit-salaire-controle
        WRITE credit-salaire-enregistrement
        ADD 1 TO NombreCreditsFlux
        ADD CS-Montant TO TotalCreditsFlux
    END-PERFORM.

FERMER-FLUX-CREDITS.
*> Fin du fichier (nombre et total des credits), puis la sequence
*> consommee est gardee pour la paie suivante.
    MOVE SPACES TO LigneFlux.
    MOVE "T" TO FF-Type.
    MOVE NombreCreditsFlux TO FF-Nombre.
    MOVE TotalCreditsFlux TO FF-Total.
    MOVE SEP-Virgule TO FF-Sep1.
    MOVE SEP-Virgule TO FF-Sep2.
    MOVE LigneFlux TO credit-salaire-controle.
    WRITE credit-salaire-controle.
    CLOSE credits-salaires.
    CLOSE suivi-paie.
    OPEN OUTPUT sequence-credits.
    MOVE SequenceCredits TO SQ-Derniere.
    WRITE sequence-enregistrement.
    CLOSE sequence-credits.
