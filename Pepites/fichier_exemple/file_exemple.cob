        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-absences.

    SELECT avances ASSIGN TO 'avances'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-avances.

    SELECT competences ASSIGN TO 'competences'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-competences.

    SELECT echeances-competences ASSIGN USING NomFichierEcheances
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-echeances.

DATA DIVISION.
FILE SECTION.
FD monfichier.
    05 AB-Sep4 PIC X.
    05 AB-Statut PIC X.

FD avances.
*> Avances sur salaire : accordees ici (superviseur), versees sur le
*> compte de l'employe par la paie en periode 000000 puis retenues
*> par echeances sur les bulletins. Statut A accordee, E en
*> remboursement, S soldee par la paie, R remboursee par l'employe
*> a son depart, P passee en perte (manager), X annulee avant
*> versement. La paie y inscrit aussi le trop-percu d'une
*> correction de paie, directement en remboursement (E) et sans
*> periode de versement.
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

FD competences.
*> Competences et habilitations des employes, une ligne par employe
*> et code de competence, tenues ici (superviseur) ; date
*> d'expiration a zero pour une competence sans fin de validite. Le
*> planificateur refuse ou signale un creneau dont la tache exige
*> (fichier types_taches) une competence que l'employe ne detient
*> pas en cours de validite a la date du creneau.
01 competence-enregistrement.
    05 CO-Employe PIC 9(4).
    05 CO-Sep1 PIC X.
    05 CO-Code PIC X(8).
    05 CO-Sep2 PIC X.
    05 CO-DateObtention PIC 9(8).
    05 CO-Sep3 PIC X.
    05 CO-DateExpiration PIC 9(8).

FD echeances-competences.
*> Etat mensuel des competences qui expirent dans les HABILALERTE
*> jours (60 par defaut) : une ligne par competence (EC-Type D), puis
*> le total (EC-Type T, employe = nombre de competences listees,
*> date = date de l'etat, jours = horizon).
01 echeance-competence-enregistrement.
    05 EC-Type PIC X.
    05 EC-Sep1 PIC X.
    05 EC-Employe PIC 9(4).
    05 EC-Sep2 PIC X.
    05 EC-Nom PIC X(20).
    05 EC-Sep3 PIC X.
    05 EC-Code PIC X(8).
    05 EC-Sep4 PIC X.
    05 EC-DateExpiration PIC 9(8).
    05 EC-Sep5 PIC X.
    05 EC-JoursRestants PIC 9(3).

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.
01 ws-statut-histo PIC XX.
01 NomOperateur PIC X(20) VALUE SPACES.
01 RoleOperateur PIC X VALUE SPACE.
    88 Role-Superviseur-Ou-Plus VALUE "S" "M".
    88 Role-Manager VALUE "M".
01 SignOnStatut PIC XX VALUE SPACES.

01 ws-statut-absences PIC XX.
01 DateDebutSaisie PIC 9(8) VALUE ZERO.
01 DateFinSaisie PIC 9(8) VALUE ZERO.

*> Avances sur salaire, relues a chaque operation : la paie met a
*> jour les soldes entre deux passages dans ce programme.
01 ws-statut-avances PIC XX.
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
01 DernierNumeroAvance PIC 9(5) VALUE ZERO.
01 ChoixMenuAvances PIC 9 VALUE ZERO.
01 AvancesAffichees PIC 9(3) VALUE ZERO.
01 AvanceEnCours PIC X VALUE "N".
    88 Avance-En-Cours VALUE "O".
01 MontantAvanceSaisi PIC 9(7)V99 VALUE ZERO.
01 NbEcheancesSaisi PIC 9(2) VALUE ZERO.
01 EcheanceCalculee PIC 9(7)V99 VALUE ZERO.
01 TotalAvancesAVerser PIC 9(9)V99 VALUE ZERO.
01 TotalSoldesAvances PIC 9(9)V99 VALUE ZERO.
01 ReglementAvance PIC X VALUE SPACE.
01 SortieBloquee PIC X VALUE "N".
    88 Sortie-Bloquee VALUE "O".
*> Reglement decide pour chaque avance a la sortie (X annulee, R
*> remboursee, P perte), applique seulement si tout est regle.
01 DecisionsSortie.
    02 DS-Statut PIC X OCCURS 300 TIMES.

*> Competences des employes, chargees au demarrage.
01 ws-statut-competences PIC XX.
01 TableCompetences.
    02 Competence OCCURS 500 TIMES INDEXED BY IdxCompetence.
        03 TC-Employe PIC 9(4).
        03 TC-Code PIC X(8).
        03 TC-DateObtention PIC 9(8).
        03 TC-DateExpiration PIC 9(8).
01 NombreCompetences PIC 9(3) VALUE ZERO.
01 CompetencesDebordement PIC X VALUE "N".
    88 Competences-Debordement VALUE "O".
01 ChoixMenuCompetences PIC 9 VALUE ZERO.
01 CodeCompetenceSaisi PIC X(8) VALUE SPACES.
01 DateObtentionSaisie PIC 9(8) VALUE ZERO.
01 DateExpirationSaisie PIC 9(8) VALUE ZERO.
01 CompetenceTrouvee PIC X VALUE "N".
    88 Competence-Trouvee VALUE "O".
01 IdxCompetenceTrouvee PIC 9(3) VALUE ZERO.
01 CompetencesAffichees PIC 9(4) VALUE ZERO.
01 DateDuJour PIC 9(8) VALUE ZERO.
01 JoursSerieJour PIC 9(8) VALUE ZERO.
01 JoursRestants PIC S9(8) VALUE ZERO.
01 HorizonEcheances PIC 9(3) VALUE 60.
01 ws-statut-echeances PIC XX.
01 NomFichierEcheances PIC X(50) VALUE SPACES.
01 SPOOL-Operation PIC X VALUE SPACE.
01 SPOOL-Etat PIC X(8) VALUE "HABILIT".
01 SPOOL-NomBase PIC X(30) VALUE SPACES.
01 SPOOL-Programme PIC X(20) VALUE "file-exemple".
01 SPOOL-Operateur PIC X(4) VALUE SPACES.
01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
01 SPOOL-Statut PIC XX VALUE SPACES.

*> Droit annuel de conges payes : parametre central CONGESAN (25
*> jours par defaut), consomme par les absences C approuvees de
*> l'annee.
        OPEN I-O monfichier
    END-IF.
    PERFORM CHARGER-ABSENCES.
    PERFORM CHARGER-COMPETENCES.
    PERFORM TROUVER-DERNIER-ID.
    PERFORM MENU-PRINCIPAL.

    DISPLAY "5. Desactiver un employe".
    DISPLAY "6. Quitter".
    DISPLAY "7. Gerer les absences et conges".
    DISPLAY "8. Avances sur salaire".
    DISPLAY "9. Competences et habilitations".
    ACCEPT ChoixMenu.
    EVALUATE ChoixMenu
        WHEN 1
            PERFORM FIN-PROGRAMME
        WHEN 7
            PERFORM MENU-ABSENCES
        WHEN 8
            PERFORM MENU-AVANCES
        WHEN 9
            PERFORM MENU-COMPETENCES
        WHEN OTHER
            DISPLAY "Choix invalide."
    END-EVALUATE.
DESACTIVER-EMPLOYE.
*> La fiche reste en place avec un statut et une date de fin : la
*> numerotation des identifiants ne bouge pas, l'historique non plus.
*> Les avances de l'employe doivent etre reglees avant la sortie.
    DISPLAY "Identifiant de l'employe a desactiver : ".
    ACCEPT Cle-Employe.
    READ monfichier
            IF StatutEmploye = "I"
                DISPLAY "Cet employe est deja inactif."
            ELSE
                PERFORM REGLER-AVANCES-SORTIE
                IF Sortie-Bloquee
                    DISPLAY "Avances non reglees : desactivation ",
                            "abandonnee."
                ELSE
                    MOVE "STATUT" TO ChampModifie
                    MOVE StatutEmploye TO AncienneValeur
                    MOVE "I" TO NouvelleValeur
                    MOVE "I" TO StatutEmploye
                    ACCEPT DateFinEmploye FROM DATE YYYYMMDD
                    PERFORM JOURNALISER-CHANGEMENT
                    REWRITE Employe
                        INVALID KEY
                            DISPLAY "Erreur lors de la desactivation."
                    END-REWRITE
                    DISPLAY "Employe desactive a compter du ",
                            DateFinEmploye, "."
                END-IF
            END-IF
    END-READ.

        END-IF
    END-IF.

MENU-AVANCES.
    DISPLAY "===== AVANCES SUR SALAIRE =====".
    DISPLAY "1. Accorder une avance (superviseur)".
    DISPLAY "2. Lister les soldes en cours".
    DISPLAY "3. Retour".
    ACCEPT ChoixMenuAvances.
    EVALUATE ChoixMenuAvances
        WHEN 1 PERFORM ACCORDER-AVANCE
        WHEN 2 PERFORM LISTER-SOLDES-AVANCES
        WHEN 3 CONTINUE
        WHEN OTHER DISPLAY "Choix invalide."
    END-EVALUATE.
    IF ChoixMenuAvances NOT = 3
        PERFORM MENU-AVANCES
    END-IF.

CHARGER-AVANCES.
    MOVE ZERO TO NombreAvances.
    MOVE ZERO TO DernierNumeroAvance.
    MOVE "N" TO AvancesDebordement.
    OPEN INPUT avances.
    IF ws-statut-avances = '35'
        CLOSE avances
    ELSE
        PERFORM UNTIL ws-statut-avances = '10'
            READ avances
                AT END
                    MOVE '10' TO ws-statut-avances
                NOT AT END
                    IF NombreAvances < 300
                        ADD 1 TO NombreAvances
                        MOVE AV-Numero TO TA-Numero(NombreAvances)
                        MOVE AV-Employe TO TA-Employe(NombreAvances)
                        MOVE AV-Date TO TA-Date(NombreAvances)
                        MOVE AV-Montant TO TA-Montant(NombreAvances)
                        MOVE AV-NbEcheances
                             TO TA-NbEcheances(NombreAvances)
                        MOVE AV-Echeance TO TA-Echeance(NombreAvances)
                        MOVE AV-Solde TO TA-Solde(NombreAvances)
                        MOVE AV-Statut TO TA-Statut(NombreAvances)
                        MOVE AV-PeriodeVersement
                             TO TA-PeriodeVersement(NombreAvances)
                        MOVE AV-DernierePeriode
                             TO TA-DernierePeriode(NombreAvances)
                        MOVE AV-Operateur
                             TO TA-Operateur(NombreAvances)
                        IF AV-Numero > DernierNumeroAvance
                            MOVE AV-Numero TO DernierNumeroAvance
                        END-IF
                    ELSE
                        MOVE "O" TO AvancesDebordement
                    END-IF
            END-READ
        END-PERFORM
        CLOSE avances
    END-IF.

SAUVEGARDER-AVANCES.
    OPEN OUTPUT avances.
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
        MOVE TA-PeriodeVersement(IdxAvance) TO AV-PeriodeVersement
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
    END-PERFORM.
    CLOSE avances.

ACCORDER-AVANCE.
*> Une seule avance ouverte (accordee ou en remboursement) par
*> employe ; l'echeance est arrondie au centime superieur pour que
*> le nombre d'echeances suffise a solder l'avance.
    IF NOT Role-Superviseur-Ou-Plus
        DISPLAY "Avances reservees aux superviseurs."
    ELSE
        PERFORM CHARGER-AVANCES
        IF Avances-Debordement OR NombreAvances >= 300
            DISPLAY "Fichier des avances plein."
        ELSE
            DISPLAY "Identifiant de l'employe : "
            ACCEPT Cle-Employe
            READ monfichier
                INVALID KEY
                    DISPLAY "Aucun employe avec cet identifiant."
                NOT INVALID KEY
                    PERFORM SAISIR-AVANCE
            END-READ
        END-IF
    END-IF.

SAISIR-AVANCE.
    IF StatutEmploye = "I" OR CompteBancaire = ZERO
        DISPLAY "Employe inactif ou sans compte bancaire."
    ELSE
        MOVE "N" TO AvanceEnCours
        PERFORM VARYING IdxAvance FROM 1 BY 1
                UNTIL IdxAvance > NombreAvances
            IF TA-Employe(IdxAvance) = EmployeID
               AND (TA-Statut(IdxAvance) = "A"
                    OR TA-Statut(IdxAvance) = "E")
                MOVE "O" TO AvanceEnCours
            END-IF
        END-PERFORM
        IF Avance-En-Cours
            DISPLAY "Une avance est deja en cours pour cet employe."
        ELSE
            DISPLAY "Montant de l'avance : "
            ACCEPT MontantAvanceSaisi
            DISPLAY "Nombre d'echeances (1 a 99) : "
            ACCEPT NbEcheancesSaisi
            IF MontantAvanceSaisi = ZERO OR NbEcheancesSaisi = ZERO
                DISPLAY "Montant ou nombre d'echeances invalide."
            ELSE
                PERFORM ENREGISTRER-AVANCE
            END-IF
        END-IF
    END-IF.

ENREGISTRER-AVANCE.
    COMPUTE EcheanceCalculee = MontantAvanceSaisi / NbEcheancesSaisi.
    IF EcheanceCalculee * NbEcheancesSaisi < MontantAvanceSaisi
        ADD 0.01 TO EcheanceCalculee
    END-IF.
    ADD 1 TO NombreAvances.
    ADD 1 TO DernierNumeroAvance.
    MOVE DernierNumeroAvance TO TA-Numero(NombreAvances).
    MOVE EmployeID TO TA-Employe(NombreAvances).
    ACCEPT TA-Date(NombreAvances) FROM DATE YYYYMMDD.
    MOVE MontantAvanceSaisi TO TA-Montant(NombreAvances).
    MOVE NbEcheancesSaisi TO TA-NbEcheances(NombreAvances).
    MOVE EcheanceCalculee TO TA-Echeance(NombreAvances).
    MOVE MontantAvanceSaisi TO TA-Solde(NombreAvances).
    MOVE "A" TO TA-Statut(NombreAvances).
    MOVE ZERO TO TA-PeriodeVersement(NombreAvances).
    MOVE ZERO TO TA-DernierePeriode(NombreAvances).
    MOVE InitialesOperateur TO TA-Operateur(NombreAvances).
    PERFORM SAUVEGARDER-AVANCES.
    MOVE "AVANCE" TO ChampModifie.
    MOVE SPACES TO AncienneValeur.
    MOVE MontantAvanceSaisi TO SalaireEdite.
    MOVE SalaireEdite TO NouvelleValeur.
    PERFORM JOURNALISER-CHANGEMENT.
    DISPLAY "Avance ", DernierNumeroAvance, " accordee : ",
            NbEcheancesSaisi, " echeance(s) de ", EcheanceCalculee,
            ", versee au prochain passage de la paie.".

LISTER-SOLDES-AVANCES.
*> Avances accordees en attente de versement et soldes restant a
*> retenir sur les avances en remboursement.
    PERFORM CHARGER-AVANCES.
    IF Avances-Debordement
        DISPLAY "Attention : plus de 300 avances, liste tronquee."
    END-IF.
    DISPLAY "===== SOLDES DES AVANCES SUR SALAIRE =====".
    MOVE ZERO TO AvancesAffichees.
    MOVE ZERO TO TotalAvancesAVerser.
    MOVE ZERO TO TotalSoldesAvances.
    PERFORM VARYING IdxAvance FROM 1 BY 1
            UNTIL IdxAvance > NombreAvances
        IF TA-Statut(IdxAvance) = "A" OR TA-Statut(IdxAvance) = "E"
            ADD 1 TO AvancesAffichees
            PERFORM AFFICHER-UNE-AVANCE
        END-IF
    END-PERFORM.
    IF AvancesAffichees = ZERO
        DISPLAY "Aucune avance en cours."
    ELSE
        DISPLAY "Total a verser : ", TotalAvancesAVerser,
                " - total restant du : ", TotalSoldesAvances
    END-IF.

AFFICHER-UNE-AVANCE.
    MOVE TA-Employe(IdxAvance) TO Cle-Employe.
    READ monfichier
        INVALID KEY
            MOVE SPACES TO nom
    END-READ.
    IF TA-Statut(IdxAvance) = "A"
        ADD TA-Montant(IdxAvance) TO TotalAvancesAVerser
        DISPLAY "Avance ", TA-Numero(IdxAvance), " employe ",
                TA-Employe(IdxAvance), " ", nom, " du ",
                TA-Date(IdxAvance), " : ", TA-Montant(IdxAvance),
                " a verser"
    ELSE
        ADD TA-Solde(IdxAvance) TO TotalSoldesAvances
        DISPLAY "Avance ", TA-Numero(IdxAvance), " employe ",
                TA-Employe(IdxAvance), " ", nom, " du ",
                TA-Date(IdxAvance), " : ", TA-Montant(IdxAvance),
                " reste ", TA-Solde(IdxAvance), " (echeance ",
                TA-Echeance(IdxAvance), ")"
    END-IF.

REGLER-AVANCES-SORTIE.
*> Une avance pas encore versee est annulee ; un solde en
*> remboursement est rembourse par l'employe (R) ou passe en perte
*> (P, manager seulement). Les decisions sont d'abord toutes
*> recueillies ; faute de reglement, rien n'est ecrit (ni avances ni
*> historique) et la sortie est bloquee. La fiche de l'employe reste
*> la fiche lue.
    MOVE "N" TO SortieBloquee.
    MOVE SPACES TO DecisionsSortie.
    PERFORM CHARGER-AVANCES.
    IF Avances-Debordement
        DISPLAY "Fichier des avances deborde : reglement impossible."
        MOVE "O" TO SortieBloquee
    ELSE
        MOVE ZERO TO AvancesAffichees
        PERFORM VARYING IdxAvance FROM 1 BY 1
                UNTIL IdxAvance > NombreAvances OR Sortie-Bloquee
            IF TA-Employe(IdxAvance) = EmployeID
               AND (TA-Statut(IdxAvance) = "A"
                    OR TA-Statut(IdxAvance) = "E")
                ADD 1 TO AvancesAffichees
                PERFORM REGLER-UNE-AVANCE-SORTIE
            END-IF
        END-PERFORM
        IF AvancesAffichees > ZERO AND NOT Sortie-Bloquee
            PERFORM VARYING IdxAvance FROM 1 BY 1
                    UNTIL IdxAvance > NombreAvances
                IF DS-Statut(IdxAvance) NOT = SPACE
                    PERFORM APPLIQUER-REGLEMENT-SORTIE
                END-IF
            END-PERFORM
            PERFORM SAUVEGARDER-AVANCES
        END-IF
    END-IF.

REGLER-UNE-AVANCE-SORTIE.
    IF TA-Statut(IdxAvance) = "A"
        MOVE "X" TO DS-Statut(IdxAvance)
    ELSE
        DISPLAY "Avance ", TA-Numero(IdxAvance), " : reste du ",
                TA-Solde(IdxAvance), "."
        DISPLAY "(R)emboursee par l'employe, (P)erte (manager), "
                "autre touche pour abandonner : "
        ACCEPT ReglementAvance
        EVALUATE TRUE
            WHEN ReglementAvance = "R"
                MOVE "R" TO DS-Statut(IdxAvance)
            WHEN ReglementAvance = "P" AND Role-Manager
                MOVE "P" TO DS-Statut(IdxAvance)
            WHEN ReglementAvance = "P"
                DISPLAY "Passage en perte reserve aux managers."
                MOVE "O" TO SortieBloquee
            WHEN OTHER
                MOVE "O" TO SortieBloquee
        END-EVALUATE
    END-IF.

APPLIQUER-REGLEMENT-SORTIE.
    MOVE "AVANCE" TO ChampModifie.
    MOVE TA-Solde(IdxAvance) TO SalaireEdite.
    MOVE SalaireEdite TO AncienneValeur.
    MOVE DS-Statut(IdxAvance) TO TA-Statut(IdxAvance).
    MOVE ZERO TO TA-Solde(IdxAvance).
    EVALUATE DS-Statut(IdxAvance)
        WHEN "X"
            MOVE "ANNULEE" TO NouvelleValeur
            DISPLAY "Avance ", TA-Numero(IdxAvance),
                    " non versee : annulee."
        WHEN "R"
            MOVE "REMBOURSEE" TO NouvelleValeur
        WHEN "P"
            MOVE "PERTE" TO NouvelleValeur
    END-EVALUATE.
    PERFORM JOURNALISER-CHANGEMENT.

MENU-COMPETENCES.
    DISPLAY "===== COMPETENCES ET HABILITATIONS =====".
    DISPLAY "1. Enregistrer ou renouveler une competence (superviseur)".
    DISPLAY "2. Lister les competences d'un employe".
    DISPLAY "3. Retirer une competence (superviseur)".
    DISPLAY "4. Etat des competences arrivant a expiration".
    DISPLAY "5. Retour".
    ACCEPT ChoixMenuCompetences.
    EVALUATE ChoixMenuCompetences
        WHEN 1 PERFORM ENREGISTRER-COMPETENCE
        WHEN 2 PERFORM LISTER-COMPETENCES-EMPLOYE
        WHEN 3 PERFORM RETIRER-COMPETENCE
        WHEN 4 PERFORM ETAT-ECHEANCES-COMPETENCES
        WHEN 5 CONTINUE
        WHEN OTHER DISPLAY "Choix invalide."
    END-EVALUATE.
    IF ChoixMenuCompetences NOT = 5
        PERFORM MENU-COMPETENCES
    END-IF.

CHARGER-COMPETENCES.
    MOVE ZERO TO NombreCompetences.
    MOVE "N" TO CompetencesDebordement.
    OPEN INPUT competences.
    IF ws-statut-competences = '35'
        CLOSE competences
    ELSE
        PERFORM UNTIL ws-statut-competences = '10'
            READ competences
                AT END
                    MOVE '10' TO ws-statut-competences
                NOT AT END
                    IF NombreCompetences < 500
                        ADD 1 TO NombreCompetences
                        MOVE CO-Employe
                             TO TC-Employe(NombreCompetences)
                        MOVE CO-Code TO TC-Code(NombreCompetences)
                        MOVE CO-DateObtention
                             TO TC-DateObtention(NombreCompetences)
                        MOVE CO-DateExpiration
                             TO TC-DateExpiration(NombreCompetences)
                    ELSE
                        MOVE "O" TO CompetencesDebordement
                    END-IF
            END-READ
        END-PERFORM
        CLOSE competences
    END-IF.

SAUVEGARDER-COMPETENCES.
    OPEN OUTPUT competences.
    PERFORM VARYING IdxCompetence FROM 1 BY 1
            UNTIL IdxCompetence > NombreCompetences
        MOVE TC-Employe(IdxCompetence) TO CO-Employe
        MOVE TC-Code(IdxCompetence) TO CO-Code
        MOVE TC-DateObtention(IdxCompetence) TO CO-DateObtention
        MOVE TC-DateExpiration(IdxCompetence) TO CO-DateExpiration
        MOVE SEP-Virgule TO CO-Sep1
        MOVE SEP-Virgule TO CO-Sep2
        MOVE SEP-Virgule TO CO-Sep3
        WRITE competence-enregistrement
    END-PERFORM.
    CLOSE competences.

TROUVER-COMPETENCE.
*> Recherche la competence CodeCompetenceSaisi de l'employe lu.
    MOVE "N" TO CompetenceTrouvee.
    MOVE ZERO TO IdxCompetenceTrouvee.
    PERFORM VARYING IdxCompetence FROM 1 BY 1
            UNTIL IdxCompetence > NombreCompetences
               OR Competence-Trouvee
        IF TC-Employe(IdxCompetence) = EmployeID
           AND TC-Code(IdxCompetence) = CodeCompetenceSaisi
            MOVE "O" TO CompetenceTrouvee
            SET IdxCompetenceTrouvee TO IdxCompetence
        END-IF
    END-PERFORM.

ENREGISTRER-COMPETENCE.
*> Tant que le fichier deborde de la table, il n'est pas reecrit :
*> les lignes au-dela de la table seraient perdues.
    IF NOT Role-Superviseur-Ou-Plus
        DISPLAY "Competences reservees aux superviseurs."
    ELSE
        IF Competences-Debordement
            DISPLAY "Fichier des competences deborde : mise a jour ",
                    "impossible."
        ELSE
            DISPLAY "Identifiant de l'employe : "
            ACCEPT Cle-Employe
            READ monfichier
                INVALID KEY
                    DISPLAY "Aucun employe avec cet identifiant."
                NOT INVALID KEY
                    PERFORM SAISIR-COMPETENCE
            END-READ
        END-IF
    END-IF.

SAISIR-COMPETENCE.
*> Une competence deja connue pour l'employe est renouvelee : ses
*> dates sont remplacees par les nouvelles.
    DISPLAY "Code de la competence : ".
    MOVE SPACES TO CodeCompetenceSaisi.
    ACCEPT CodeCompetenceSaisi.
    DISPLAY "Date d'obtention (AAAAMMJJ) : ".
    ACCEPT DateObtentionSaisie.
    DISPLAY "Date d'expiration (AAAAMMJJ, 0 si sans expiration) : ".
    ACCEPT DateExpirationSaisie.
    EVALUATE TRUE
        WHEN CodeCompetenceSaisi = SPACES
            DISPLAY "Code vide : saisie abandonnee."
        WHEN DateObtentionSaisie = ZERO
            DISPLAY "Date d'obtention obligatoire : saisie abandonnee."
        WHEN DateExpirationSaisie NOT = ZERO
             AND DateExpirationSaisie < DateObtentionSaisie
            DISPLAY "Dates incoherentes : saisie abandonnee."
        WHEN OTHER
            PERFORM TROUVER-COMPETENCE
            IF NOT Competence-Trouvee AND NombreCompetences >= 500
                DISPLAY "Fichier des competences plein."
            ELSE
                PERFORM ENREGISTRER-LIGNE-COMPETENCE
            END-IF
    END-EVALUATE.

ENREGISTRER-LIGNE-COMPETENCE.
    MOVE "COMPETENCE" TO ChampModifie.
    MOVE SPACES TO AncienneValeur.
    IF Competence-Trouvee
        STRING CodeCompetenceSaisi " "
               TC-DateExpiration(IdxCompetenceTrouvee)
            DELIMITED BY SIZE INTO AncienneValeur
    ELSE
        ADD 1 TO NombreCompetences
        MOVE NombreCompetences TO IdxCompetenceTrouvee
        MOVE EmployeID TO TC-Employe(IdxCompetenceTrouvee)
        MOVE CodeCompetenceSaisi TO TC-Code(IdxCompetenceTrouvee)
    END-IF.
    MOVE DateObtentionSaisie TO TC-DateObtention(IdxCompetenceTrouvee).
    MOVE DateExpirationSaisie
         TO TC-DateExpiration(IdxCompetenceTrouvee).
    PERFORM SAUVEGARDER-COMPETENCES.
    MOVE SPACES TO NouvelleValeur.
    STRING CodeCompetenceSaisi " " DateExpirationSaisie
        DELIMITED BY SIZE INTO NouvelleValeur.
    PERFORM JOURNALISER-CHANGEMENT.
    IF Competence-Trouvee
        DISPLAY "Competence ", CodeCompetenceSaisi, " renouvelee."
    ELSE
        DISPLAY "Competence ", CodeCompetenceSaisi, " enregistree."
    END-IF.

LISTER-COMPETENCES-EMPLOYE.
    DISPLAY "Identifiant de l'employe : ".
    ACCEPT Cle-Employe.
    READ monfichier
        INVALID KEY
            DISPLAY "Aucun employe avec cet identifiant."
        NOT INVALID KEY
            PERFORM AFFICHER-COMPETENCES-EMPLOYE
    END-READ.

AFFICHER-COMPETENCES-EMPLOYE.
    ACCEPT DateDuJour FROM DATE YYYYMMDD.
    DISPLAY "Competences de ", EmployeID, " ", nom, " :".
    MOVE ZERO TO CompetencesAffichees.
    PERFORM VARYING IdxCompetence FROM 1 BY 1
            UNTIL IdxCompetence > NombreCompetences
        IF TC-Employe(IdxCompetence) = EmployeID
            ADD 1 TO CompetencesAffichees
            EVALUATE TRUE
                WHEN TC-DateExpiration(IdxCompetence) = ZERO
                    DISPLAY "  ", TC-Code(IdxCompetence),
                            " obtenue le ",
                            TC-DateObtention(IdxCompetence),
                            " - sans expiration"
                WHEN TC-DateExpiration(IdxCompetence) < DateDuJour
                    DISPLAY "  ", TC-Code(IdxCompetence),
                            " obtenue le ",
                            TC-DateObtention(IdxCompetence),
                            " - EXPIREE le ",
                            TC-DateExpiration(IdxCompetence)
                WHEN OTHER
                    DISPLAY "  ", TC-Code(IdxCompetence),
                            " obtenue le ",
                            TC-DateObtention(IdxCompetence),
                            " - valable jusqu'au ",
                            TC-DateExpiration(IdxCompetence)
            END-EVALUATE
        END-IF
    END-PERFORM.
    IF CompetencesAffichees = ZERO
        DISPLAY "  (aucune competence enregistree)"
    END-IF.

RETIRER-COMPETENCE.
    IF NOT Role-Superviseur-Ou-Plus
        DISPLAY "Competences reservees aux superviseurs."
    ELSE
        IF Competences-Debordement
            DISPLAY "Fichier des competences deborde : mise a jour ",
                    "impossible."
        ELSE
            DISPLAY "Identifiant de l'employe : "
            ACCEPT Cle-Employe
            READ monfichier
                INVALID KEY
                    DISPLAY "Aucun employe avec cet identifiant."
                NOT INVALID KEY
                    PERFORM SUPPRIMER-COMPETENCE
            END-READ
        END-IF
    END-IF.

SUPPRIMER-COMPETENCE.
    DISPLAY "Code de la competence a retirer : ".
    MOVE SPACES TO CodeCompetenceSaisi.
    ACCEPT CodeCompetenceSaisi.
    PERFORM TROUVER-COMPETENCE.
    IF NOT Competence-Trouvee
        DISPLAY "Competence inconnue pour cet employe."
    ELSE
        MOVE "COMPETENCE" TO ChampModifie
        MOVE SPACES TO AncienneValeur
        STRING CodeCompetenceSaisi " "
               TC-DateExpiration(IdxCompetenceTrouvee)
            DELIMITED BY SIZE INTO AncienneValeur
        MOVE "RETIREE" TO NouvelleValeur
        PERFORM VARYING IdxCompetence FROM IdxCompetenceTrouvee BY 1
                UNTIL IdxCompetence >= NombreCompetences
            MOVE Competence(IdxCompetence + 1)
                 TO Competence(IdxCompetence)
        END-PERFORM
        SUBTRACT 1 FROM NombreCompetences
        PERFORM SAUVEGARDER-COMPETENCES
        PERFORM JOURNALISER-CHANGEMENT
        DISPLAY "Competence ", CodeCompetenceSaisi, " retiree."
    END-IF.

ETAT-ECHEANCES-COMPETENCES.
*> Etat mensuel, edite par le spool (etat HABILIT) : competences
*> des employes actifs dont l'expiration tombe entre aujourd'hui et
*> HABILALERTE jours (parametre central, 60 par defaut), pour
*> planifier les renouvellements avant que le planificateur ne
*> refuse les creneaux.
    MOVE "HABILALERTE" TO PARM-Code.
    CALL 'Parametre' USING PARM-Code, PARM-Valeur, PARM-Statut.
    IF PARM-Statut = '00' AND PARM-Valeur > ZERO
        MOVE PARM-Valeur TO HorizonEcheances
    END-IF.
    ACCEPT DateDuJour FROM DATE YYYYMMDD.
    MOVE DateDuJour TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    MOVE JoursSerie TO JoursSerieJour.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "echeances_competences_" DateDuJour(1:6)
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    MOVE DateDuJour TO SPOOL-DebutPeriode.
    MOVE DateDuJour TO SPOOL-FinPeriode.
    MOVE InitialesOperateur TO SPOOL-Operateur.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomFichierEcheances.
    OPEN OUTPUT echeances-competences.
    DISPLAY "===== COMPETENCES EXPIRANT DANS LES ", HorizonEcheances,
            " JOURS =====".
    MOVE ZERO TO CompetencesAffichees.
    PERFORM VARYING IdxCompetence FROM 1 BY 1
            UNTIL IdxCompetence > NombreCompetences
        IF TC-DateExpiration(IdxCompetence) >= DateDuJour
            PERFORM EXAMINER-ECHEANCE-COMPETENCE
        END-IF
    END-PERFORM.
    MOVE "T" TO EC-Type.
    MOVE CompetencesAffichees TO EC-Employe.
    MOVE SPACES TO EC-Nom.
    MOVE SPACES TO EC-Code.
    MOVE DateDuJour TO EC-DateExpiration.
    MOVE HorizonEcheances TO EC-JoursRestants.
    PERFORM ECRIRE-LIGNE-ECHEANCE.
    CLOSE echeances-competences.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    IF CompetencesAffichees = ZERO
        DISPLAY "Aucune competence n'arrive a expiration."
    END-IF.
    DISPLAY "Etat edite dans '", NomFichierEcheances, "'.".

EXAMINER-ECHEANCE-COMPETENCE.
    MOVE TC-DateExpiration(IdxCompetence) TO DateAConvertir.
    PERFORM CONVERTIR-DATE-EN-JOURS.
    COMPUTE JoursRestants = JoursSerie - JoursSerieJour.
    IF JoursRestants <= HorizonEcheances
        MOVE TC-Employe(IdxCompetence) TO Cle-Employe
        READ monfichier
            INVALID KEY
                MOVE SPACES TO nom
                MOVE "A" TO StatutEmploye
        END-READ
        IF StatutEmploye NOT = "I"
            ADD 1 TO CompetencesAffichees
            MOVE "D" TO EC-Type
            MOVE TC-Employe(IdxCompetence) TO EC-Employe
            MOVE nom TO EC-Nom
            MOVE TC-Code(IdxCompetence) TO EC-Code
            MOVE TC-DateExpiration(IdxCompetence)
                 TO EC-DateExpiration
            MOVE JoursRestants TO EC-JoursRestants
            PERFORM ECRIRE-LIGNE-ECHEANCE
            DISPLAY "  ", EC-Employe, " ", EC-Nom, " ", EC-Code,
                    " expire le ", EC-DateExpiration, " (dans ",
                    EC-JoursRestants, " jour(s))"
        END-IF
    END-IF.

ECRIRE-LIGNE-ECHEANCE.
    MOVE SEP-Virgule TO EC-Sep1.
    MOVE SEP-Virgule TO EC-Sep2.
    MOVE SEP-Virgule TO EC-Sep3.
    MOVE SEP-Virgule TO EC-Sep4.
    MOVE SEP-Virgule TO EC-Sep5.
    WRITE echeance-competence-enregistrement.

APPELER-SPOOL.
    CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat, SPOOL-NomBase,
            SPOOL-Programme, SPOOL-Operateur, SPOOL-DebutPeriode,
            SPOOL-FinPeriode, SPOOL-NomFichier, SPOOL-Lignes,
            SPOOL-Statut.

JOURNALISER-CHANGEMENT.
    ACCEPT PH-Date FROM DATE YYYYMMDD.
    ACCEPT PH-Heure FROM TIME.
