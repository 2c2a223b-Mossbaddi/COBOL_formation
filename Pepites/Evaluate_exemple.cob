               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT ordres-travaux ASSIGN TO 'ordres_travaux'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT presences-fichier ASSIGN TO 'presences'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT competences-fichier ASSIGN TO 'competences'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT types-taches ASSIGN TO 'types_taches'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT personnel-fichier ASSIGN TO 'relative'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
           05 PL-EmployeID PIC 9(4).
           05 PL-Sep4 PIC X.
           05 PL-Tache PIC X(40).
           05 PL-Sep5 PIC X.
           05 PL-Ordre PIC 9(5).

       FD planning-archive.
      *> Meme dessin que le planning vivant : les semaines trop
           05 PA-EmployeID PIC 9(4).
           05 PA-Sep4 PIC X.
           05 PA-Tache PIC X(40).
           05 PA-Sep5 PIC X.
           05 PA-Ordre PIC 9(5).

       FD heures-sup.
      *> Extrait des heures supplementaires a destination de la
           05 AB-Sep4 PIC X.
           05 AB-Statut PIC X.

       FD ordres-travaux.
      *> Ordres de travail de l'atelier cloture (meme dessin que dans
      *> CalculPerimetre) : O = ouvert, T = termine.
       01 ordre-travail-enregistrement.
           05 OT-Numero PIC 9(5).
           05 OT-Sep1 PIC X.
           05 OT-Devis PIC 9(5).
           05 OT-Sep2 PIC X.
           05 OT-Version PIC 9(2).
           05 OT-Sep3 PIC X.
           05 OT-Client PIC 9(5).
           05 OT-Sep4 PIC X.
           05 OT-DatePose PIC 9(8).
           05 OT-Sep5 PIC X.
           05 OT-NbPanneaux PIC 9(4).
           05 OT-Sep6 PIC X.
           05 OT-NbPoteaux PIC 9(4).
           05 OT-Sep7 PIC X.
           05 OT-NbPortails PIC 9(2).
           05 OT-Sep8 PIC X.
           05 OT-NbSacsBeton PIC 9(4).
           05 OT-Sep9 PIC X.
           05 OT-Statut PIC X.

       FD presences-fichier.
      *> Presences rapprochees et validees par le programme
      *> Pointage (meme dessin) : les heures reelles des lignes
      *> validees font le rapport d'heures et l'extrait heures_sup.
       01 presence-enregistrement.
           05 PR-Annee PIC 9(4).
           05 PR-Sep1 PIC X.
           05 PR-Semaine PIC 9(2).
           05 PR-Sep2 PIC X.
           05 PR-Jour PIC 9.
           05 PR-Sep3 PIC X.
           05 PR-Date PIC 9(8).
           05 PR-Sep4 PIC X.
           05 PR-Employe PIC 9(4).
           05 PR-Sep5 PIC X.
           05 PR-PlanDebut PIC 9(4).
           05 PR-Sep6 PIC X.
           05 PR-PlanFin PIC 9(4).
           05 PR-Sep7 PIC X.
           05 PR-ReelDebut PIC 9(4).
           05 PR-Sep8 PIC X.
           05 PR-ReelFin PIC 9(4).
           05 PR-Sep9 PIC X.
           05 PR-Anomalies PIC X(4).
           05 PR-Sep10 PIC X.
           05 PR-Statut PIC X.
           05 PR-Sep11 PIC X.
           05 PR-Corrige PIC X.
           05 PR-Sep12 PIC X.
           05 PR-Valideur PIC X(4).
           05 PR-Sep13 PIC X.
           05 PR-DateValidation PIC 9(8).

      *> Fichier du personnel tenu par le programme file-exemple :
      *> chaque creneau est desormais rattache a un EmployeID de ce
      *> fichier relatif, et l'affichage va y chercher le nom.
       FD competences-fichier.
      *> Competences des employes tenues par file-exemple (date
      *> d'expiration a zero = sans expiration).
       01 competence-enregistrement.
           05 CO-Employe PIC 9(4).
           05 CO-Sep1 PIC X.
           05 CO-Code PIC X(8).
           05 CO-Sep2 PIC X.
           05 CO-DateObtention PIC 9(8).
           05 CO-Sep3 PIC X.
           05 CO-DateExpiration PIC 9(8).

       FD types-taches.
      *> Types de taches, tenus a l'editeur : une ligne par competence
      *> exigee. TT-Libelle est le debut du libelle de tache des
      *> creneaux concernes (tel que saisi, majuscules comprises) ;
      *> TT-Mode B refuse le creneau d'un employe sans la competence
      *> valide a la date du creneau, A le signale seulement.
       01 type-tache-enregistrement.
           05 TT-Libelle PIC X(20).
           05 TT-Sep1 PIC X.
           05 TT-Competence PIC X(8).
           05 TT-Sep2 PIC X.
           05 TT-Mode PIC X.

       FD personnel-fichier.
      *> Meme dessin (77 octets) que la fiche ecrite par
      *> file-exemple : la taille d'alveole d'un fichier relatif est
               03 C-Fin PIC 9(4).
               03 C-EmployeID PIC 9(4).
               03 C-Tache PIC X(40).
               03 C-Ordre PIC 9(5).
       01 NombreCreneaux PIC 9(4) VALUE ZERO.
       01 IdxCreneau2 PIC 9(4) VALUE ZERO.
       01 PlanningDebordement PIC X VALUE "N".
           02 CB-Fin PIC 9(4).
           02 CB-EmployeID PIC 9(4).
           02 CB-Tache PIC X(40).
           02 CB-Ordre PIC 9(5).

      *> Le planning est desormais rattache a une semaine reelle
      *> (annee + numero de semaine calendaire, derives de la DATE
       01 LigneExclue PIC 9(4) VALUE ZERO.
       01 IdxConflit PIC 9(4) VALUE ZERO.
       01 ReposMinimumHeures PIC 9(2) VALUE 11.

      *> Competences exigees par type de tache : le creneau dont la
      *> tache commence par le libelle d'un type de tache demande que
      *> l'employe detienne chaque competence du type, obtenue au plus
      *> tard le jour du creneau et non expiree ce jour-la.
       01 TableCompetencesPlan.
           02 CompetencePlan OCCURS 500 TIMES INDEXED BY IdxCompPlan.
               03 CQ-Employe PIC 9(4).
               03 CQ-Code PIC X(8).
               03 CQ-DateObtention PIC 9(8).
               03 CQ-DateExpiration PIC 9(8).
       01 NombreCompetencesPlan PIC 9(3) VALUE ZERO.
       01 TableTypesTaches.
           02 TypeTache OCCURS 100 TIMES INDEXED BY IdxTypeTache.
               03 TQ-Libelle PIC X(20).
               03 TQ-Longueur PIC 9(2).
               03 TQ-Competence PIC X(8).
               03 TQ-Mode PIC X.
       01 NombreTypesTaches PIC 9(3) VALUE ZERO.
       01 LongueurLibelle PIC 9(2) VALUE ZERO.
       01 CompetenceRefusee PIC X VALUE "N".
           88 Competence-Refusee VALUE "O".
       01 CompetenceValide PIC X VALUE "N".
           88 Competence-Valide VALUE "O".
       01 HeureHHMM PIC 9(4) VALUE ZERO.
       01 MinutesConverties PIC 9(5) VALUE ZERO.
       01 MinutesDebutNouveau PIC 9(5) VALUE ZERO.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

      *> Rapport d'heures : cumul par employe sur une plage de
      *> semaines (une seule pour une semaine, 4 ou 5 pour un mois)
      *> des heures reelles validees dans presences, soirs et
      *> weekends ventiles, compare aux heures de contrat de la
      *> fiche ; l'excedent part dans l'extrait heures_sup pour la
      *> paie. Les heures planifiees restent affichees pour
      *> comparaison. Conventions : une presence compte en soir
      *> quand elle finit apres 20h00, en weekend les samedis et
      *> dimanches.
       01 TableHeuresEmployes.
           02 HeuresEmploye OCCURS 50 TIMES INDEXED BY IdxHeures.
               03 HE-Minutes PIC 9(6).
               03 HE-MinutesSoir PIC 9(6).
               03 HE-MinutesWE PIC 9(6).
               03 HE-MinutesPlan PIC 9(6).
       01 NombreEmployesHeures PIC 9(2) VALUE ZERO.
       01 EmployeHeuresCherche PIC 9(4) VALUE ZERO.
       01 HeuresPlanifiees PIC 9(4)V99 VALUE ZERO.
       01 PresencesNonValidees PIC 9(4) VALUE ZERO.
       01 EmployeHeuresTrouve PIC X VALUE "N".
           88 Employe-Heures-Trouve VALUE "O".
       01 IdxHeuresTrouve PIC 9(2) VALUE ZERO.
       01 ExtraitDebordement PIC X VALUE "N".
           88 Extrait-Debordement VALUE "O".

      *> Chantiers de cloture (ordres de travail de CalculPerimetre) :
      *> une pose se planifie ici en creneaux horodates pour les
      *> poseurs choisis, le jour de la date de pose, sous les memes
      *> controles d'absence et de chevauchement ; chaque creneau
      *> porte le numero de l'ordre. La date suit dans les deux sens :
      *> deplacer le chantier ici reecrit la date de pose de l'ordre,
      *> et une date de pose changee dans CalculPerimetre deplace les
      *> creneaux au demarrage (ceux que les controles refusent sont
      *> retires, le chantier est alors a replanifier).
       01 TableOrdresPlan.
           02 OrdrePlan OCCURS 100 TIMES INDEXED BY IdxOrdrePlan.
               03 OP-Numero PIC 9(5).
               03 OP-DatePose PIC 9(8).
               03 OP-Statut PIC X.
               03 OP-Client PIC 9(5).
               03 OP-Image PIC X(49).
       01 NombreOrdresPlan PIC 9(3) VALUE ZERO.
       01 OrdresPlanDebordement PIC X VALUE "N".
           88 Ordres-Plan-Debordement VALUE "O".
       01 NumeroOrdrePlanSaisi PIC 9(5) VALUE ZERO.
       01 OrdrePlanTrouve PIC X VALUE "N".
           88 Ordre-Plan-Trouve VALUE "O".
       01 IdxOrdrePlanTrouve PIC 9(3) VALUE ZERO.
       01 DatePoseCible PIC 9(8) VALUE ZERO.
       01 AnneePose PIC 9(4) VALUE ZERO.
       01 SemainePose PIC 9(2) VALUE ZERO.
       01 JourPose PIC 9 VALUE ZERO.
       01 HeureDebutPose PIC 9(4) VALUE ZERO.
       01 HeureFinPose PIC 9(4) VALUE ZERO.
       01 TachePose PIC X(40) VALUE SPACES.
       01 CreneauxChantier PIC 9(4) VALUE ZERO.
       01 IdxCreneauChantier PIC 9(4) VALUE ZERO.
       01 CreneauxDeplaces PIC 9(4) VALUE ZERO.
       01 CreneauxRefuses PIC 9(4) VALUE ZERO.
       01 ChantiersNonPlanifies PIC 9(3) VALUE ZERO.
       01 EssaiDeplacement PIC X VALUE "N".
           88 Essai-Deplacement VALUE "O".
       01 PlanningModifie PIC X VALUE "N".
           88 Planning-Modifie VALUE "O".
       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 NombreConsultations PIC 9(3) VALUE ZERO.
       01 ComptesParJour.
           02 CompteJour PIC 9(3) VALUE ZERO OCCURS 7 TIMES
           END-IF.
           PERFORM OUVRIR-PERSONNEL.
           PERFORM CHARGER-ABSENCES-PLANNING.
           PERFORM CHARGER-COMPETENCES-PLAN.
           PERFORM CHARGER-TYPES-TACHES.
           PERFORM CHARGER-PLANNING.
           PERFORM ARCHIVER-SEMAINES-ANCIENNES.
           PERFORM CHARGER-ORDRES-PLAN.
           PERFORM SUIVRE-DATES-CHANTIERS.
           PERFORM MYMENU.

       OUVRIR-PERSONNEL.
                               END-IF
                               MOVE PL-Tache
                                    TO C-Tache(NombreCreneaux)
                               IF PL-Ordre IS NUMERIC
                                   MOVE PL-Ordre
                                        TO C-Ordre(NombreCreneaux)
                               ELSE
                                   MOVE ZERO
                                        TO C-Ordre(NombreCreneaux)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       MOVE C-Fin(IdxCreneau2) TO PA-HeureFin
                       MOVE C-EmployeID(IdxCreneau2) TO PA-EmployeID
                       MOVE C-Tache(IdxCreneau2) TO PA-Tache
                       MOVE C-Ordre(IdxCreneau2) TO PA-Ordre
                       MOVE SEP-Virgule TO PA-Sep0
                       MOVE SEP-Virgule TO PA-Sep1
                       MOVE SEP-Virgule TO PA-Sep
                       MOVE SEP-Virgule TO PA-Sep2
                       MOVE SEP-Virgule TO PA-Sep3
                       MOVE SEP-Virgule TO PA-Sep4
                       MOVE SEP-Virgule TO PA-Sep5
                       WRITE archive-enregistrement
                       ADD 1 TO CreneauxArchives
                   ELSE
               MOVE C-Fin(IdxCreneau) TO PL-HeureFin
               MOVE C-EmployeID(IdxCreneau) TO PL-EmployeID
               MOVE C-Tache(IdxCreneau) TO PL-Tache
               MOVE C-Ordre(IdxCreneau) TO PL-Ordre
               MOVE SEP-Virgule TO PL-Sep0
               MOVE SEP-Virgule TO PL-Sep1
               MOVE SEP-Virgule TO PL-Sep
               MOVE SEP-Virgule TO PL-Sep2
               MOVE SEP-Virgule TO PL-Sep3
               MOVE SEP-Virgule TO PL-Sep4
               MOVE SEP-Virgule TO PL-Sep5
               WRITE planning-enregistrement
           END-PERFORM.
           CLOSE planning-fichier.
                   "suivante ; 11 semaine precedente ; 12 copier la ",
                   "semaine vers une semaine future ; 13 planning d'un ",
                   "employe ; 14 rapport d'heures et heures sup ; ",
                   "15 planifier un chantier ; 16 deplacer un ",
                   "chantier ; 17 chantiers non planifies ; ",
                   "9 statistiques ; 8 quitter.".
           ACCEPT choix
           EVALUATE choix
                   PERFORM PLANNING-EMPLOYE
               WHEN 14
                   PERFORM RAPPORT-HEURES
               WHEN 15
                   PERFORM PLANIFIER-CHANTIER
               WHEN 16
                   PERFORM DEPLACER-CHANTIER
               WHEN 17
                   PERFORM LISTER-CHANTIERS-NON-PLANIFIES
               WHEN 9
                   PERFORM RAPPORT-UTILISATION
               WHEN 8
      *> gabarit et se duplique vers n'importe quelle semaine a
      *> venir (la suivante par defaut), a retoucher ensuite creneau
      *> par creneau. Les creneaux qui chevaucheraient un creneau
      *> deja en place dans la semaine cible sont ignores. Les
      *> creneaux de pose d'un chantier ne se recopient pas : ils
      *> suivent la date de pose de leur ordre de travail.
           DISPLAY "Semaine cible (1-53, 0 = semaine suivante) : ".
           ACCEPT SemaineCible.
           IF SemaineCible = ZERO
                       UNTIL IdxCreneau2 > NombreCreneaux
                   IF C-Annee(IdxCreneau2) = AnneeAffichee
                      AND C-Semaine(IdxCreneau2) = SemaineAffichee
                      AND C-Ordre(IdxCreneau2) = ZERO
                       PERFORM COPIER-UN-CRENEAU
                   END-IF
               END-PERFORM
                       AnneeCible, " semaine ", SemaineCible, "."
               IF CreneauxIgnores > ZERO
                   DISPLAY CreneauxIgnores, " creneau(x) ignore(s) ",
                           "(chevauchement, absence, competence ",
                           "ou planning plein)."
               END-IF
           END-IF
           END-IF
               MOVE ZERO TO LigneExclue
               PERFORM CONTROLER-ABSENCE-CRENEAU
               PERFORM CONTROLER-CONFLIT-CRENEAU
               PERFORM CONTROLER-COMPETENCE-CRENEAU
               IF Conflit-Trouve OR Absence-Creneau
                  OR Competence-Refusee
                   ADD 1 TO CreneauxIgnores
               ELSE
                   ADD 1 TO NombreCreneaux
               MOVE AnneeAffichee TO CB-Annee
               MOVE SemaineAffichee TO CB-Semaine
               MOVE NumeroJourAffiche TO CB-Jour
               MOVE ZERO TO CB-Ordre
               DISPLAY "Heure de debut (HHMM) : "
               ACCEPT CB-Debut
               DISPLAY "Heure de fin (HHMM) : "
               MOVE ZERO TO LigneExclue
               PERFORM CONTROLER-ABSENCE-CRENEAU
               PERFORM CONTROLER-CONFLIT-CRENEAU
               PERFORM CONTROLER-COMPETENCE-CRENEAU
               IF Conflit-Trouve OR Absence-Creneau
                  OR Competence-Refusee
                   DISPLAY "Creneau refuse."
               ELSE
                   PERFORM CONTROLER-REPOS-CRENEAU
               MOVE NumeroCreneauSaisi TO LigneExclue
               PERFORM CONTROLER-ABSENCE-CRENEAU
               PERFORM CONTROLER-CONFLIT-CRENEAU
               PERFORM CONTROLER-COMPETENCE-CRENEAU
               IF Conflit-Trouve OR Absence-Creneau
                  OR Competence-Refusee
                   DISPLAY "Modification refusee."
               ELSE
                   PERFORM CONTROLER-REPOS-CRENEAU
               CLOSE absences-fichier
           END-IF.

       CHARGER-COMPETENCES-PLAN.
      *> Fichier absent = aucune competence enregistree.
           MOVE ZERO TO NombreCompetencesPlan.
           OPEN INPUT competences-fichier.
           IF ws-file-status = '35'
               CLOSE competences-fichier
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ competences-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreCompetencesPlan < 500
                               ADD 1 TO NombreCompetencesPlan
                               MOVE CO-Employe TO
                                   CQ-Employe(NombreCompetencesPlan)
                               MOVE CO-Code TO
                                   CQ-Code(NombreCompetencesPlan)
                               MOVE CO-DateObtention TO
                                CQ-DateObtention(NombreCompetencesPlan)
                               MOVE CO-DateExpiration TO
                               CQ-DateExpiration(NombreCompetencesPlan)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE competences-fichier
           END-IF.

       CHARGER-TYPES-TACHES.
      *> Fichier absent = aucune tache n'exige de competence. La
      *> longueur utile du libelle est retenue pour comparer le
      *> debut de la tache du creneau.
           MOVE ZERO TO NombreTypesTaches.
           OPEN INPUT types-taches.
           IF ws-file-status = '35'
               CLOSE types-taches
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ types-taches
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-TYPE-TACHE
                   END-READ
               END-PERFORM
               CLOSE types-taches
           END-IF.

       RANGER-TYPE-TACHE.
           MOVE 20 TO LongueurLibelle.
           PERFORM UNTIL LongueurLibelle = ZERO
                      OR TT-Libelle(LongueurLibelle:1) NOT = SPACE
               SUBTRACT 1 FROM LongueurLibelle
           END-PERFORM.
           IF LongueurLibelle > ZERO AND TT-Competence NOT = SPACES
              AND NombreTypesTaches < 100
               ADD 1 TO NombreTypesTaches
               MOVE TT-Libelle TO TQ-Libelle(NombreTypesTaches)
               MOVE LongueurLibelle TO TQ-Longueur(NombreTypesTaches)
               MOVE TT-Competence TO TQ-Competence(NombreTypesTaches)
               MOVE TT-Mode TO TQ-Mode(NombreTypesTaches)
           END-IF.

       CALCULER-DATE-CRENEAU.
      *> Date calendaire AAAAMMJJ du creneau en tampon : inverse du
      *> calcul de semaine calendaire - rang du jour dans l'annee
               END-PERFORM
           END-IF.

       CONTROLER-COMPETENCE-CRENEAU.
      *> Chaque type de tache dont le libelle debute la tache du
      *> creneau en tampon exige sa competence : en mode B son
      *> absence refuse le creneau, en mode A elle est signalee.
           MOVE "N" TO CompetenceRefusee.
           IF CB-EmployeID > ZERO AND NombreTypesTaches > ZERO
               PERFORM CALCULER-DATE-CRENEAU
               PERFORM VARYING IdxTypeTache FROM 1 BY 1
                       UNTIL IdxTypeTache > NombreTypesTaches
                   IF CB-Tache(1:TQ-Longueur(IdxTypeTache)) =
                      TQ-Libelle(IdxTypeTache)
                          (1:TQ-Longueur(IdxTypeTache))
                       PERFORM VERIFIER-COMPETENCE-CRENEAU
                   END-IF
               END-PERFORM
           END-IF.

       VERIFIER-COMPETENCE-CRENEAU.
           MOVE "N" TO CompetenceValide.
           PERFORM VARYING IdxCompPlan FROM 1 BY 1
                   UNTIL IdxCompPlan > NombreCompetencesPlan
                      OR Competence-Valide
               IF CQ-Employe(IdxCompPlan) = CB-EmployeID
                  AND CQ-Code(IdxCompPlan) = TQ-Competence(IdxTypeTache)
                  AND CQ-DateObtention(IdxCompPlan) <= DateCreneau
                  AND (CQ-DateExpiration(IdxCompPlan) = ZERO
                       OR CQ-DateExpiration(IdxCompPlan) >= DateCreneau)
                   MOVE "O" TO CompetenceValide
               END-IF
           END-PERFORM.
           IF NOT Competence-Valide
               IF TQ-Mode(IdxTypeTache) = "A"
                   DISPLAY "Attention : employe ", CB-EmployeID,
                           " sans competence ",
                           TQ-Competence(IdxTypeTache),
                           " valide le ", DateCreneau, "."
               ELSE
                   MOVE "O" TO CompetenceRefusee
                   DISPLAY "Employe ", CB-EmployeID,
                           " sans competence ",
                           TQ-Competence(IdxTypeTache),
                           " valide le ", DateCreneau,
                           " : exigee pour la tache ",
                           TQ-Libelle(IdxTypeTache), "."
               END-IF
           END-IF.

       CONTROLER-REPOS-CRENEAU.
      *> Avertit, sans refuser, quand le repos entre la fermeture
      *> d'un jour et l'ouverture du lendemain descend sous REPOSMIN
           END-IF.

       RAPPORT-HEURES.
      *> Heures reelles validees par employe sur la plage demandee
      *> (presences rapprochees par Pointage), soirs et weekends a
      *> part, rappel des heures planifiees, comparaison aux heures
      *> de contrat de la fiche et extrait des heures sup pour la
      *> paie. Les presences non encore validees n'y entrent pas.
           DISPLAY "Annee du rapport (ex: 2026) : ".
           ACCEPT AnneeRapport.
           DISPLAY "Premiere semaine (1-53) : ".
                   PERFORM CUMULER-HEURES-CRENEAU
               END-IF
           END-PERFORM.
           PERFORM CUMULER-PRESENCES-VALIDEES.
           DISPLAY "===== HEURES REALISEES ", AnneeRapport,
                   " SEMAINES ", SemaineRapportDebut, " A ",
                   SemaineRapportFin, " =====".
           MOVE ZERO TO LignesExtrait.
               PERFORM IMPRIMER-HEURES-EMPLOYE
           END-PERFORM.
           IF NombreEmployesHeures = ZERO
               DISPLAY "Aucun creneau ni presence sur la plage."
           END-IF.
           IF PresencesNonValidees > ZERO
               DISPLAY "ATTENTION : ", PresencesNonValidees,
                       " ligne(s) de presence non validee(s) sur la ",
                       "plage, hors rapport et hors extrait."
           END-IF.
           IF PeriodePaieExtrait > ZERO
               DISPLAY LignesExtrait, " ligne(s) d'heures sup dans ",
           IF MinutesFinCalc > MinutesDebutCalc
               COMPUTE MinutesCreneau = MinutesFinCalc
                       - MinutesDebutCalc
               MOVE C-EmployeID(IdxCreneau) TO EmployeHeuresCherche
               PERFORM TROUVER-EMPLOYE-HEURES
               IF IdxHeuresTrouve > ZERO
                   ADD MinutesCreneau
                       TO HE-MinutesPlan(IdxHeuresTrouve)
               END-IF
           END-IF.

       CUMULER-PRESENCES-VALIDEES.
           MOVE ZERO TO PresencesNonValidees.
           OPEN INPUT presences-fichier.
           IF ws-file-status = '35'
               CLOSE presences-fichier
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ presences-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF PR-Annee = AnneeRapport
                              AND PR-Semaine >= SemaineRapportDebut
                              AND PR-Semaine <= SemaineRapportFin
                              AND PR-Employe > ZERO
                               IF PR-Statut = "V"
                                   PERFORM CUMULER-UNE-PRESENCE
                               ELSE
                                   ADD 1 TO PresencesNonValidees
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE presences-fichier
           END-IF.

       CUMULER-UNE-PRESENCE.
           IF PR-ReelDebut > ZERO
              AND PR-ReelFin > PR-ReelDebut
               DIVIDE PR-ReelDebut BY 100 GIVING HeureCalc
                       REMAINDER MinuteCalc
               COMPUTE MinutesDebutCalc = HeureCalc * 60 + MinuteCalc
               DIVIDE PR-ReelFin BY 100 GIVING HeureCalc
                       REMAINDER MinuteCalc
               COMPUTE MinutesFinCalc = HeureCalc * 60 + MinuteCalc
               COMPUTE MinutesCreneau = MinutesFinCalc
                       - MinutesDebutCalc
               MOVE PR-Employe TO EmployeHeuresCherche
               PERFORM TROUVER-EMPLOYE-HEURES
               IF IdxHeuresTrouve > ZERO
                   ADD MinutesCreneau TO HE-Minutes(IdxHeuresTrouve)
                   IF PR-ReelFin > 2000
                       ADD MinutesCreneau
                           TO HE-MinutesSoir(IdxHeuresTrouve)
                   END-IF
                   IF PR-Jour >= 6
                       ADD MinutesCreneau
                           TO HE-MinutesWE(IdxHeuresTrouve)
                   END-IF
           PERFORM VARYING IdxHeures FROM 1 BY 1
                   UNTIL IdxHeures > NombreEmployesHeures
                      OR Employe-Heures-Trouve
               IF HE-Employe(IdxHeures) = EmployeHeuresCherche
                   MOVE "O" TO EmployeHeuresTrouve
                   SET IdxHeuresTrouve TO IdxHeures
               END-IF
           IF NOT Employe-Heures-Trouve
              AND NombreEmployesHeures < 50
               ADD 1 TO NombreEmployesHeures
               MOVE EmployeHeuresCherche
                    TO HE-Employe(NombreEmployesHeures)
               MOVE NombreEmployesHeures TO IdxHeuresTrouve
           END-IF.
                   HE-MinutesSoir(IdxHeures) / 60.
           COMPUTE HeuresWeekend ROUNDED =
                   HE-MinutesWE(IdxHeures) / 60.
           COMPUTE HeuresPlanifiees ROUNDED =
                   HE-MinutesPlan(IdxHeures) / 60.
           DISPLAY "  ", HE-Employe(IdxHeures), " ",
                   NomEmployeAffiche, " : ", HeuresTotales,
                   " h validees (soir ", HeuresSoir, ", weekend ",
                   HeuresWeekend, ") pour ", HeuresPlanifiees,
                   " h planifiees".
           IF Employe-Valide AND HeuresContrat > ZERO
               COMPUTE HeuresContratPlage =
                       HeuresContrat * NombreSemainesRapport
           CLOSE heures-sup.
           ADD 1 TO LignesExtrait.

       CHARGER-ORDRES-PLAN.
      *> La fiche de l'ordre est gardee telle quelle : seule la date
      *> de pose change quand le chantier se deplace ici.
           MOVE ZERO TO NombreOrdresPlan.
           MOVE "N" TO OrdresPlanDebordement.
           OPEN INPUT ordres-travaux.
           IF ws-file-status = '35'
               CLOSE ordres-travaux
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ ordres-travaux
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreOrdresPlan < 100
                               ADD 1 TO NombreOrdresPlan
                               MOVE OT-Numero
                                    TO OP-Numero(NombreOrdresPlan)
                               MOVE OT-DatePose
                                    TO OP-DatePose(NombreOrdresPlan)
                               MOVE OT-Statut
                                    TO OP-Statut(NombreOrdresPlan)
                               MOVE OT-Client
                                    TO OP-Client(NombreOrdresPlan)
                               MOVE ordre-travail-enregistrement
                                    TO OP-Image(NombreOrdresPlan)
                           ELSE
                               MOVE "O" TO OrdresPlanDebordement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ordres-travaux
           END-IF.

       SAUVEGARDER-ORDRES-PLAN.
           OPEN OUTPUT ordres-travaux.
           PERFORM VARYING IdxOrdrePlan FROM 1 BY 1
                   UNTIL IdxOrdrePlan > NombreOrdresPlan
               WRITE ordre-travail-enregistrement
                     FROM OP-Image(IdxOrdrePlan)
           END-PERFORM.
           CLOSE ordres-travaux.

       RECHERCHER-ORDRE-PLAN.
           MOVE "N" TO OrdrePlanTrouve.
           PERFORM VARYING IdxOrdrePlan FROM 1 BY 1
                   UNTIL IdxOrdrePlan > NombreOrdresPlan
                      OR Ordre-Plan-Trouve
               IF OP-Numero(IdxOrdrePlan) = NumeroOrdrePlanSaisi
                   MOVE "O" TO OrdrePlanTrouve
                   SET IdxOrdrePlanTrouve TO IdxOrdrePlan
               END-IF
           END-PERFORM.

       COMPTER-CRENEAUX-CHANTIER.
      *> Nombre de creneaux qui portent l'ordre NumeroOrdrePlanSaisi,
      *> et ligne du premier d'entre eux.
           MOVE ZERO TO CreneauxChantier.
           MOVE ZERO TO IdxCreneauChantier.
           PERFORM VARYING IdxCreneau FROM 1 BY 1
                   UNTIL IdxCreneau > NombreCreneaux
               IF C-Ordre(IdxCreneau) = NumeroOrdrePlanSaisi
                   ADD 1 TO CreneauxChantier
                   IF IdxCreneauChantier = ZERO
                       SET IdxCreneauChantier TO IdxCreneau
                   END-IF
               END-IF
           END-PERFORM.

       CALCULER-POSITION-POSE.
      *> Annee, semaine et jour (1 = lundi) du planning pour la date
      *> DatePoseCible, par le calcul de semaine calendaire.
           MOVE DatePoseCible TO DateSemaineCalcul.
           PERFORM CALCULER-SEMAINE-CALENDAIRE.
           MOVE AnneeConsult TO AnneePose.
           MOVE SemaineConsult TO SemainePose.
           COMPUTE SerieDecalee = JourDansAnnee
                   + JourSemaine1erJanvier - 2.
           DIVIDE SerieDecalee BY 7 GIVING QuotientSerie
                   REMAINDER ResteSerie.
           COMPUTE JourPose = ResteSerie + 1.

       SUIVRE-DATES-CHANTIERS.
      *> Au demarrage : un chantier ouvert dont la date de pose a
      *> change dans CalculPerimetre emmene ses creneaux a la
      *> nouvelle date. Rien ne bouge si le planning n'a pas pu etre
      *> charge en entier.
           MOVE "N" TO PlanningModifie.
           IF NOT Planning-Debordement
               PERFORM VARYING IdxOrdrePlan FROM 1 BY 1
                       UNTIL IdxOrdrePlan > NombreOrdresPlan
                   IF OP-Statut(IdxOrdrePlan) = "O"
                      AND OP-DatePose(IdxOrdrePlan) > ZERO
                       MOVE OP-Numero(IdxOrdrePlan)
                            TO NumeroOrdrePlanSaisi
                       MOVE OP-DatePose(IdxOrdrePlan)
                            TO DatePoseCible
                       PERFORM VERIFIER-DATE-CHANTIER
                   END-IF
               END-PERFORM
               IF Planning-Modifie
                   PERFORM TRIER-CRENEAUX
                   PERFORM SAUVEGARDER-PLANNING
               END-IF
           END-IF.

       VERIFIER-DATE-CHANTIER.
           PERFORM COMPTER-CRENEAUX-CHANTIER.
           IF CreneauxChantier > ZERO
               MOVE Creneau(IdxCreneauChantier) TO CreneauBuffer
               PERFORM CALCULER-DATE-CRENEAU
               IF DateCreneau NOT = DatePoseCible
                   MOVE "N" TO EssaiDeplacement
                   PERFORM DEPLACER-CRENEAUX-CHANTIER
                   MOVE "O" TO PlanningModifie
                   DISPLAY "Chantier OT ", NumeroOrdrePlanSaisi,
                           " : pose deplacee au ", DatePoseCible,
                           ", ", CreneauxDeplaces,
                           " creneau(x) suivi(s)."
                   IF CreneauxRefuses > ZERO
                       DISPLAY "   ", CreneauxRefuses, " creneau(x) ",
                               "retire(s) (absence ou chevauchement)",
                               " : chantier a replanifier."
                   END-IF
               END-IF
           END-IF.

       DEPLACER-CRENEAUX-CHANTIER.
      *> Porte a DatePoseCible chaque creneau de l'ordre
      *> NumeroOrdrePlanSaisi, sous les controles d'absence, de
      *> chevauchement et de competence. En essai, rien ne bouge :
      *> seuls les refus se comptent. Sinon les creneaux refuses sont
      *> retires.
           PERFORM CALCULER-POSITION-POSE.
           MOVE ZERO TO CreneauxDeplaces.
           MOVE ZERO TO CreneauxRefuses.
           PERFORM VARYING IdxCreneau2 FROM 1 BY 1
                   UNTIL IdxCreneau2 > NombreCreneaux
               IF C-Ordre(IdxCreneau2) = NumeroOrdrePlanSaisi
                   PERFORM DEPLACER-UN-CRENEAU-CHANTIER
               END-IF
           END-PERFORM.
           IF NOT Essai-Deplacement AND CreneauxRefuses > ZERO
               PERFORM RETIRER-CRENEAUX-REFUSES
           END-IF.

       DEPLACER-UN-CRENEAU-CHANTIER.
           MOVE Creneau(IdxCreneau2) TO CreneauBuffer.
           MOVE AnneePose TO CB-Annee.
           MOVE SemainePose TO CB-Semaine.
           MOVE JourPose TO CB-Jour.
           MOVE IdxCreneau2 TO LigneExclue.
           PERFORM CONTROLER-ABSENCE-CRENEAU.
           PERFORM CONTROLER-CONFLIT-CRENEAU.
           PERFORM CONTROLER-COMPETENCE-CRENEAU.
           IF Conflit-Trouve OR Absence-Creneau
              OR Competence-Refusee
               ADD 1 TO CreneauxRefuses
               IF NOT Essai-Deplacement
                   MOVE ZERO TO C-Jour(IdxCreneau2)
               END-IF
           ELSE
               ADD 1 TO CreneauxDeplaces
               IF NOT Essai-Deplacement
                   MOVE CreneauBuffer TO Creneau(IdxCreneau2)
               END-IF
           END-IF.

       RETIRER-CRENEAUX-REFUSES.
      *> Les creneaux refuses ont ete marques jour zero.
           MOVE ZERO TO CreneauxGardes.
           PERFORM VARYING IdxCreneau2 FROM 1 BY 1
                   UNTIL IdxCreneau2 > NombreCreneaux
               IF C-Jour(IdxCreneau2) NOT = ZERO
                   ADD 1 TO CreneauxGardes
                   MOVE Creneau(IdxCreneau2)
                        TO Creneau(CreneauxGardes)
               END-IF
           END-PERFORM.
           MOVE CreneauxGardes TO NombreCreneaux.

       LISTER-CHANTIERS-NON-PLANIFIES.
      *> Ordres de travail ouverts qu'aucun creneau ne porte encore.
           MOVE ZERO TO ChantiersNonPlanifies.
           DISPLAY "===== CHANTIERS OUVERTS NON PLANIFIES =====".
           PERFORM VARYING IdxOrdrePlan FROM 1 BY 1
                   UNTIL IdxOrdrePlan > NombreOrdresPlan
               IF OP-Statut(IdxOrdrePlan) = "O"
                   MOVE OP-Numero(IdxOrdrePlan)
                        TO NumeroOrdrePlanSaisi
                   PERFORM COMPTER-CRENEAUX-CHANTIER
                   IF CreneauxChantier = ZERO
                       ADD 1 TO ChantiersNonPlanifies
                       DISPLAY "  OT ", OP-Numero(IdxOrdrePlan),
                               " - pose le ",
                               OP-DatePose(IdxOrdrePlan),
                               " - client ", OP-Client(IdxOrdrePlan)
                   END-IF
               END-IF
           END-PERFORM.
           IF ChantiersNonPlanifies = ZERO
               DISPLAY "  (tous les chantiers ouverts sont planifies)"
           END-IF.

       PLANIFIER-CHANTIER.
           PERFORM LISTER-CHANTIERS-NON-PLANIFIES.
           DISPLAY "Numero de l'ordre de travail : ".
           ACCEPT NumeroOrdrePlanSaisi.
           PERFORM RECHERCHER-ORDRE-PLAN.
           EVALUATE TRUE
               WHEN NOT Ordre-Plan-Trouve
                   DISPLAY "Ordre de travail inconnu."
               WHEN OP-Statut(IdxOrdrePlanTrouve) NOT = "O"
                   DISPLAY "Ordre termine : rien a planifier."
               WHEN OP-DatePose(IdxOrdrePlanTrouve) = ZERO
                   DISPLAY "Ordre sans date de pose."
               WHEN OTHER
                   PERFORM AFFECTER-POSEURS-CHANTIER
           END-EVALUATE.

       AFFECTER-POSEURS-CHANTIER.
      *> Un creneau par poseur, tous le jour de la pose aux memes
      *> heures ; un poseur absent ou deja pris est refuse seul.
           MOVE OP-DatePose(IdxOrdrePlanTrouve) TO DatePoseCible.
           PERFORM CALCULER-POSITION-POSE.
           DISPLAY "Pose le ", DatePoseCible, " : ", NomJour(JourPose),
                   " de la semaine ", SemainePose, " ", AnneePose, ".".
           DISPLAY "Heure de debut (HHMM) : ".
           ACCEPT HeureDebutPose.
           DISPLAY "Heure de fin (HHMM) : ".
           ACCEPT HeureFinPose.
           MOVE SPACES TO TachePose.
           STRING "Pose cloture OT " NumeroOrdrePlanSaisi
               DELIMITED BY SIZE INTO TachePose.
           MOVE ZERO TO CreneauxDeplaces.
           DISPLAY "Poseurs du chantier, un par un (0 pour terminer).".
           PERFORM DEMANDER-EMPLOYE-CRENEAU.
           PERFORM UNTIL EmployeIDSaisi = ZERO
               PERFORM POSER-CRENEAU-CHANTIER
               PERFORM DEMANDER-EMPLOYE-CRENEAU
           END-PERFORM.
           IF CreneauxDeplaces > ZERO
               PERFORM TRIER-CRENEAUX
               PERFORM SAUVEGARDER-PLANNING
           END-IF.
           DISPLAY CreneauxDeplaces, " creneau(x) pose(s) pour l'OT ",
                   NumeroOrdrePlanSaisi, ".".

       POSER-CRENEAU-CHANTIER.
           IF NombreCreneaux >= 1000
               DISPLAY "Planning plein."
           ELSE
               MOVE AnneePose TO CB-Annee
               MOVE SemainePose TO CB-Semaine
               MOVE JourPose TO CB-Jour
               MOVE HeureDebutPose TO CB-Debut
               MOVE HeureFinPose TO CB-Fin
               MOVE EmployeIDSaisi TO CB-EmployeID
               MOVE TachePose TO CB-Tache
               MOVE NumeroOrdrePlanSaisi TO CB-Ordre
               MOVE ZERO TO LigneExclue
               PERFORM CONTROLER-ABSENCE-CRENEAU
               PERFORM CONTROLER-CONFLIT-CRENEAU
               PERFORM CONTROLER-COMPETENCE-CRENEAU
               IF Conflit-Trouve OR Absence-Creneau
                  OR Competence-Refusee
                   DISPLAY "Poseur refuse."
               ELSE
                   PERFORM CONTROLER-REPOS-CRENEAU
                   ADD 1 TO NombreCreneaux
                   MOVE CreneauBuffer TO Creneau(NombreCreneaux)
                   ADD 1 TO CreneauxDeplaces
               END-IF
           END-IF.

       DEPLACER-CHANTIER.
      *> Deplace toute l'equipe d'un chantier a une autre date, et la
      *> date de pose de l'ordre avec elle. Le deplacement est refuse
      *> en bloc si un seul poseur est absent ou deja pris ce jour-la.
           DISPLAY "Numero de l'ordre de travail : ".
           ACCEPT NumeroOrdrePlanSaisi.
           PERFORM RECHERCHER-ORDRE-PLAN.
           EVALUATE TRUE
               WHEN NOT Ordre-Plan-Trouve
                   DISPLAY "Ordre de travail inconnu."
               WHEN OP-Statut(IdxOrdrePlanTrouve) NOT = "O"
                   DISPLAY "Ordre termine : date de pose figee."
               WHEN Ordres-Plan-Debordement OR Planning-Debordement
                   DISPLAY "Fichiers charges incomplets : deplacement ",
                           "refuse."
               WHEN OTHER
                   PERFORM CHOISIR-NOUVELLE-DATE-POSE
           END-EVALUATE.

       CHOISIR-NOUVELLE-DATE-POSE.
           DISPLAY "Pose actuelle le ", OP-DatePose(IdxOrdrePlanTrouve),
                   ". Nouvelle date (AAAAMMJJ) : ".
           ACCEPT DatePoseCible.
           MOVE "V" TO DATU-Operation.
           MOVE DatePoseCible TO DATU-Date1.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut NOT = '00'
               DISPLAY "Date invalide."
           ELSE
               MOVE "O" TO EssaiDeplacement
               PERFORM DEPLACER-CRENEAUX-CHANTIER
               IF CreneauxRefuses > ZERO
                   DISPLAY "Deplacement refuse : ", CreneauxRefuses,
                           " poseur(s) indisponible(s) ce jour-la."
               ELSE
                   MOVE "N" TO EssaiDeplacement
                   PERFORM DEPLACER-CRENEAUX-CHANTIER
                   PERFORM TRIER-CRENEAUX
                   PERFORM SAUVEGARDER-PLANNING
                   MOVE OP-Image(IdxOrdrePlanTrouve)
                        TO ordre-travail-enregistrement
                   MOVE DatePoseCible TO OT-DatePose
                   MOVE ordre-travail-enregistrement
                        TO OP-Image(IdxOrdrePlanTrouve)
                   MOVE DatePoseCible
                        TO OP-DatePose(IdxOrdrePlanTrouve)
                   PERFORM SAUVEGARDER-ORDRES-PLAN
                   DISPLAY "Chantier OT ", NumeroOrdrePlanSaisi,
                           " deplace au ", DatePoseCible, " : ",
                           CreneauxDeplaces, " creneau(x) suivi(s)."
               END-IF
           END-IF.

       AFFICHER-RESUME-SESSION.
           DISPLAY "===== RESUME DE LA SESSION =====".
           DISPLAY "Nombre de consultations : ", NombreConsultations.
