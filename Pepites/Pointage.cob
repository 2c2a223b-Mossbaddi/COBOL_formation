       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pointage.

      *> Pointeuse et rapprochement des presences : chaque employe
      *> pointe son entree et sa sortie dans le fichier pointages, et
      *> le rapprochement d'une semaine confronte ces pointages aux
      *> creneaux du planning de Exempleevaluate. Chaque creneau (et
      *> chaque presence hors planning) donne une ligne du fichier
      *> presences avec heures prevues, heures reelles et anomalies :
      *> R retard, D depart anticipe, M pointage manquant ou absence,
      *> H presence hors planning. Un superviseur corrige et valide
      *> les lignes ; seules les lignes validees alimentent l'extrait
      *> heures_sup du rapport d'heures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pointages-fichier ASSIGN TO 'pointages'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT planning-fichier ASSIGN TO 'planning'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT presences-fichier ASSIGN TO 'presences'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT personnel-fichier ASSIGN TO 'relative'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS Cle-Employe
               FILE STATUS IS ws-statut-personnel.

       DATA DIVISION.
       FILE SECTION.
       FD pointages-fichier.
      *> Un enregistrement par passage a la pointeuse : E entree,
      *> S sortie, horodate a la minute par la machine.
       01 pointage-enregistrement.
           05 PT-Employe PIC 9(4).
           05 PT-Sep1 PIC X.
           05 PT-Date PIC 9(8).
           05 PT-Sep2 PIC X.
           05 PT-Heure PIC 9(4).
           05 PT-Sep3 PIC X.
           05 PT-Sens PIC X.
           05 PT-Sep4 PIC X.
           05 PT-Operateur PIC X(4).

       FD planning-fichier.
      *> Meme dessin que dans Exempleevaluate, lu seulement.
       01 planning-enregistrement.
           05 PL-Annee PIC 9(4).
           05 PL-Sep0 PIC X.
           05 PL-Semaine PIC 9(2).
           05 PL-Sep1 PIC X.
           05 PL-JourNum PIC 9.
           05 PL-Sep PIC X.
           05 PL-HeureDebut PIC 9(4).
           05 PL-Sep2 PIC X.
           05 PL-HeureFin PIC 9(4).
           05 PL-Sep3 PIC X.
           05 PL-EmployeID PIC 9(4).
           05 PL-Sep4 PIC X.
           05 PL-Tache PIC X(40).
           05 PL-Sep5 PIC X.
           05 PL-Ordre PIC 9(5).

       FD presences-fichier.
      *> Une ligne par creneau planifie rapproche (ou par presence
      *> hors planning, heures prevues a zero). Anomalies sur quatre
      *> positions R D M H ; statut A a valider, V validee ; Corrige
      *> a O quand le superviseur a retouche les heures reelles.
       01 presence-enregistrement PIC X(66).

       FD personnel-fichier.
      *> Meme dessin (77 octets) que la fiche ecrite par
      *> file-exemple.
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

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-personnel PIC XX.
       01 Cle-Employe PIC 9(4) VALUE ZERO.
       01 PersonnelDisponible PIC X VALUE "N".
           88 Personnel-Disponible VALUE "O".
       01 EmployeValide PIC X VALUE "N".
           88 Employe-Valide VALUE "O".
       01 NomEmployeAffiche PIC X(20) VALUE SPACES.
       01 EmployeIDSaisi PIC 9(4) VALUE ZERO.
       01 SEP-Virgule PIC X VALUE ",".

       01 choix PIC 9(2) VALUE ZERO.
       01 FinPointage PIC X VALUE "N".
           88 Fin-Pointage VALUE "O".

      *> Session operateur (routine partagee SignOn) : le pointage
      *> note qui l'a saisi, la validation note le superviseur.
       01 OperateurCourant PIC X(4) VALUE SPACES.
       01 NomOperateur PIC X(20) VALUE SPACES.
       01 RoleOperateur PIC X VALUE SPACE.
           88 Role-Manager VALUE "M".
           88 Role-Superviseur-Ou-Plus VALUE "S" "M".
       01 SignOnStatut PIC XX VALUE SPACES.

       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.
      *> Tolerance de retard et de depart anticipe en minutes
      *> (parametre central TOLPOINT, 5 par defaut) ; un pointage
      *> isole se rattache a un creneau s'il tombe a moins d'une
      *> heure de ses bornes.
       01 ToleranceMinutes PIC 9(3) VALUE 5.
       01 FenetreMinutes PIC 9(3) VALUE 60.

       01 DateJour PIC 9(8) VALUE ZERO.
       01 HeureSysteme PIC 9(8) VALUE ZERO.
       01 HeurePointage PIC 9(4) VALUE ZERO.
       01 SensPropose PIC X VALUE "E".
       01 DernierPointageHeure PIC 9(4) VALUE ZERO.

       01 AnneeRappro PIC 9(4) VALUE ZERO.
       01 SemaineRappro PIC 9(2) VALUE ZERO.
       01 DatesSemaine.
           02 DateJourSemaine PIC 9(8) OCCURS 7 TIMES
                                  INDEXED BY IdxJourSem.

      *> Creneaux affectes de la semaine rapprochee, tries par
      *> employe, jour et heure de debut ; CS-Intervalle retient
      *> l'intervalle pointe qui les couvre.
       01 TableCreneauxSemaine.
           02 CreneauSemaine OCCURS 500 TIMES INDEXED BY IdxCS.
               03 CS-Cle.
                   04 CS-Employe PIC 9(4).
                   04 CS-Jour PIC 9.
                   04 CS-Debut PIC 9(4).
               03 CS-Fin PIC 9(4).
               03 CS-Intervalle PIC 9(4).
       01 NombreCreneauxSemaine PIC 9(4) VALUE ZERO.
       01 CreneauSemaineBuffer PIC X(17).
       01 IdxCS2 PIC 9(4) VALUE ZERO.

      *> Pointages de la semaine, tries par employe, date et heure.
       01 TablePointages.
           02 PointageSemaine OCCURS 2000 TIMES INDEXED BY IdxPt.
               03 TP-Cle.
                   04 TP-Employe PIC 9(4).
                   04 TP-Date PIC 9(8).
                   04 TP-Heure PIC 9(4).
               03 TP-Sens PIC X.
       01 NombrePointages PIC 9(4) VALUE ZERO.
       01 PointageBuffer PIC X(17).
       01 IdxPt2 PIC 9(4) VALUE ZERO.

      *> Intervalles de presence : une entree appariee a la sortie
      *> qui la suit le meme jour ; une entree sans sortie (ou une
      *> sortie sans entree) donne un intervalle incomplet.
       01 TableIntervalles.
           02 Intervalle OCCURS 1000 TIMES INDEXED BY IdxIv.
               03 IV-Employe PIC 9(4).
               03 IV-Jour PIC 9.
               03 IV-Debut PIC 9(4).
               03 IV-Fin PIC 9(4).
               03 IV-Incomplet PIC X.
               03 IV-Utilise PIC X.
       01 NombreIntervalles PIC 9(4) VALUE ZERO.
       01 EntreeOuverte PIC X VALUE "N".
           88 Entree-Ouverte VALUE "O".
       01 IntervallesDebordement PIC X VALUE "N".
           88 Intervalles-Debordement VALUE "O".

      *> Lignes de presence : le fichier entier est recharge et
      *> reecrit ; les lignes validees ne sont jamais refaites.
       01 TablePresences.
           02 LignePresence OCCURS 2000 TIMES INDEXED BY IdxPr.
               03 PS-Annee PIC 9(4).
               03 FILLER PIC X.
               03 PS-Semaine PIC 9(2).
               03 FILLER PIC X.
               03 PS-Jour PIC 9.
               03 FILLER PIC X.
               03 PS-Date PIC 9(8).
               03 FILLER PIC X.
               03 PS-Employe PIC 9(4).
               03 FILLER PIC X.
               03 PS-PlanDebut PIC 9(4).
               03 FILLER PIC X.
               03 PS-PlanFin PIC 9(4).
               03 FILLER PIC X.
               03 PS-ReelDebut PIC 9(4).
               03 FILLER PIC X.
               03 PS-ReelFin PIC 9(4).
               03 FILLER PIC X.
               03 PS-Anomalies.
                   04 PS-AnoRetard PIC X.
                   04 PS-AnoDepart PIC X.
                   04 PS-AnoManque PIC X.
                   04 PS-AnoHorsPlan PIC X.
               03 FILLER PIC X.
               03 PS-Statut PIC X.
                   88 PS-Validee VALUE "V".
                   88 PS-A-Valider VALUE "A".
               03 FILLER PIC X.
               03 PS-Corrige PIC X.
               03 FILLER PIC X.
               03 PS-Valideur PIC X(4).
               03 FILLER PIC X.
               03 PS-DateValidation PIC 9(8).
       01 NombrePresences PIC 9(4) VALUE ZERO.
       01 PresencesDebordement PIC X VALUE "N".
           88 Presences-Debordement VALUE "O".
       01 PresenceBuffer.
           02 PB-Annee PIC 9(4).
           02 FILLER PIC X VALUE ",".
           02 PB-Semaine PIC 9(2).
           02 FILLER PIC X VALUE ",".
           02 PB-Jour PIC 9.
           02 FILLER PIC X VALUE ",".
           02 PB-Date PIC 9(8).
           02 FILLER PIC X VALUE ",".
           02 PB-Employe PIC 9(4).
           02 FILLER PIC X VALUE ",".
           02 PB-PlanDebut PIC 9(4).
           02 FILLER PIC X VALUE ",".
           02 PB-PlanFin PIC 9(4).
           02 FILLER PIC X VALUE ",".
           02 PB-ReelDebut PIC 9(4).
           02 FILLER PIC X VALUE ",".
           02 PB-ReelFin PIC 9(4).
           02 FILLER PIC X VALUE ",".
           02 PB-Anomalies.
               03 PB-AnoRetard PIC X.
               03 PB-AnoDepart PIC X.
               03 PB-AnoManque PIC X.
               03 PB-AnoHorsPlan PIC X.
           02 FILLER PIC X VALUE ",".
           02 PB-Statut PIC X.
           02 FILLER PIC X VALUE ",".
           02 PB-Corrige PIC X.
           02 FILLER PIC X VALUE ",".
           02 PB-Valideur PIC X(4).
           02 FILLER PIC X VALUE ",".
           02 PB-DateValidation PIC 9(8).
       01 LigneValideeTrouvee PIC X VALUE "N".
           88 Ligne-Validee-Trouvee VALUE "O".

       01 MinutesPlanDebut PIC 9(5) VALUE ZERO.
       01 MinutesPlanFin PIC 9(5) VALUE ZERO.
       01 MinutesReelDebut PIC 9(5) VALUE ZERO.
       01 MinutesReelFin PIC 9(5) VALUE ZERO.
       01 MinutesBorne PIC S9(5) VALUE ZERO.
       01 EffDebut PIC 9(4) VALUE ZERO.
       01 EffFin PIC 9(4) VALUE ZERO.
       01 MinutesEffDebut PIC 9(5) VALUE ZERO.
       01 MinutesEffFin PIC 9(5) VALUE ZERO.
       01 HeureHHMM PIC 9(4) VALUE ZERO.
       01 MinutesConverties PIC 9(5) VALUE ZERO.
       01 HeureCalc PIC 9(2) VALUE ZERO.
       01 MinuteCalc PIC 9(2) VALUE ZERO.
       01 HeuresLigne PIC 9(2)V99 VALUE ZERO.

       01 LignesCreees PIC 9(4) VALUE ZERO.
       01 LignesGardees PIC 9(4) VALUE ZERO.
       01 NbRetards PIC 9(4) VALUE ZERO.
       01 NbDeparts PIC 9(4) VALUE ZERO.
       01 NbManques PIC 9(4) VALUE ZERO.
       01 NbHorsPlan PIC 9(4) VALUE ZERO.
       01 LignesValidees PIC 9(4) VALUE ZERO.
       01 LignesAValider PIC 9(4) VALUE ZERO.
       01 ReponseValidation PIC X VALUE SPACE.
       01 ActionLigne PIC X VALUE SPACE.
       01 NouvelleHeureDebut PIC 9(4) VALUE ZERO.
       01 NouvelleHeureFin PIC 9(4) VALUE ZERO.

      *> Calcul de semaine calendaire et de date d'un jour de
      *> semaine, repris de Exempleevaluate.
       01 DateSemaineCalcul PIC 9(8) VALUE ZERO.
       01 AnneeConsult PIC 9(4) VALUE ZERO.
       01 MoisConsult PIC 9(2) VALUE ZERO.
       01 JourConsult PIC 9(2) VALUE ZERO.
       01 JourDansAnnee PIC 9(3) VALUE ZERO.
       01 SemaineConsult PIC 9(2) VALUE ZERO.
       01 QuotientStat PIC 9(4) VALUE ZERO.
       01 ResteStat PIC 9(4) VALUE ZERO.
       01 AnneePrecConsult PIC 9(4) VALUE ZERO.
       01 SerieJan1 PIC 9(8) VALUE ZERO.
       01 SerieDecalee PIC 9(8) VALUE ZERO.
       01 QuotientSerie PIC 9(8) VALUE ZERO.
       01 ResteSerie PIC 9 VALUE ZERO.
       01 JourSemaine1erJanvier PIC 9 VALUE ZERO.
       01 JoursCumulesValeurs.
           02 FILLER PIC 9(3) VALUE 000.
           02 FILLER PIC 9(3) VALUE 031.
           02 FILLER PIC 9(3) VALUE 059.
           02 FILLER PIC 9(3) VALUE 090.
           02 FILLER PIC 9(3) VALUE 120.
           02 FILLER PIC 9(3) VALUE 151.
           02 FILLER PIC 9(3) VALUE 181.
           02 FILLER PIC 9(3) VALUE 212.
           02 FILLER PIC 9(3) VALUE 243.
           02 FILLER PIC 9(3) VALUE 273.
           02 FILLER PIC 9(3) VALUE 304.
           02 FILLER PIC 9(3) VALUE 334.
       01 JoursCumules REDEFINES JoursCumulesValeurs.
           02 JoursCumulesMois PIC 9(3) OCCURS 12 TIMES.
       01 AnneeBissextile PIC X VALUE "N".
           88 Annee-Bissextile VALUE "O".
       01 CB-Annee PIC 9(4) VALUE ZERO.
       01 CB-Semaine PIC 9(2) VALUE ZERO.
       01 CB-Jour PIC 9 VALUE ZERO.
       01 DateCreneau PIC 9(8) VALUE ZERO.
       01 JourDansAnneeCalc PIC S9(4) VALUE ZERO.
       01 LongueurAnnee PIC 9(3) VALUE ZERO.
       01 IdxMoisCreneau PIC 9(2) VALUE ZERO.
       01 JoursAvantMois PIC 9(3) VALUE ZERO.
       01 MoisCreneau PIC 9(2) VALUE ZERO.
       01 JourCreneau PIC 9(2) VALUE ZERO.

       01 NomsJoursValeurs.
           02 FILLER PIC X(9) VALUE "Lundi".
           02 FILLER PIC X(9) VALUE "Mardi".
           02 FILLER PIC X(9) VALUE "Mercredi".
           02 FILLER PIC X(9) VALUE "Jeudi".
           02 FILLER PIC X(9) VALUE "Vendredi".
           02 FILLER PIC X(9) VALUE "Samedi".
           02 FILLER PIC X(9) VALUE "Dimanche".
       01 NomsJours REDEFINES NomsJoursValeurs.
           02 NomJour PIC X(9) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       DEBUTER-PROGRAMME.
           CALL 'SignOn' USING OperateurCourant, NomOperateur,
                   RoleOperateur, SignOnStatut.
           IF SignOnStatut NOT = '00'
               STOP RUN
           END-IF.
           MOVE "TOLPOINT" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00' AND PARM-Valeur > ZERO
               MOVE PARM-Valeur TO ToleranceMinutes
           END-IF.
           PERFORM OUVRIR-PERSONNEL.
           PERFORM MENU-POINTAGE UNTIL Fin-Pointage.
           IF Personnel-Disponible
               CLOSE personnel-fichier
           END-IF.
           GOBACK.

       OUVRIR-PERSONNEL.
           MOVE "N" TO PersonnelDisponible.
           OPEN INPUT personnel-fichier.
           IF ws-statut-personnel = '00'
               MOVE "O" TO PersonnelDisponible
           ELSE
               DISPLAY "Fichier du personnel indisponible : les ",
                       "employes ne seront pas controles."
           END-IF.

       LIRE-EMPLOYE.
           MOVE "N" TO EmployeValide.
           MOVE SPACES TO NomEmployeAffiche.
           IF Personnel-Disponible AND EmployeIDSaisi > ZERO
               MOVE EmployeIDSaisi TO Cle-Employe
               READ personnel-fichier
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO EmployeValide
                       MOVE NomEmploye TO NomEmployeAffiche
               END-READ
           END-IF.

       MENU-POINTAGE.
           DISPLAY "===== POINTAGE ET PRESENCES =====".
           DISPLAY "1. Pointer (entree / sortie)".
           DISPLAY "2. Rapprocher une semaine du planning".
           DISPLAY "3. Corriger et valider une semaine (superviseur)".
           DISPLAY "4. Etat des presences d'une semaine".
           DISPLAY "5. Quitter".
           ACCEPT choix.
           EVALUATE choix
               WHEN 1
                   PERFORM ENREGISTRER-POINTAGE
               WHEN 2
                   PERFORM RAPPROCHER-SEMAINE
               WHEN 3
                   IF Role-Superviseur-Ou-Plus
                       PERFORM CORRIGER-VALIDER-SEMAINE
                   ELSE
                       DISPLAY "Validation reservee aux ",
                               "superviseurs."
                   END-IF
               WHEN 4
                   PERFORM ETAT-PRESENCES
               WHEN 5
                   MOVE "O" TO FinPointage
               WHEN OTHER
                   DISPLAY "choix non valide"
           END-EVALUATE.

       ENREGISTRER-POINTAGE.
      *> Le sens se deduit du dernier pointage du jour de l'employe :
      *> apres une entree vient une sortie, sinon une entree.
           DISPLAY "Numero d'employe : ".
           ACCEPT EmployeIDSaisi.
           PERFORM LIRE-EMPLOYE.
           IF EmployeIDSaisi = ZERO
              OR (Personnel-Disponible AND NOT Employe-Valide)
               DISPLAY "Employe inconnu."
           ELSE
               ACCEPT DateJour FROM DATE YYYYMMDD
               ACCEPT HeureSysteme FROM TIME
               MOVE HeureSysteme(1:4) TO HeurePointage
               MOVE "E" TO SensPropose
               MOVE ZERO TO DernierPointageHeure
               OPEN INPUT pointages-fichier
               IF ws-file-status = '35'
                   CLOSE pointages-fichier
               ELSE
                   PERFORM UNTIL ws-file-status = '10'
                       READ pointages-fichier
                           AT END
                               MOVE '10' TO ws-file-status
                           NOT AT END
                               IF PT-Employe = EmployeIDSaisi
                                  AND PT-Date = DateJour
                                  AND PT-Heure >= DernierPointageHeure
                                   MOVE PT-Heure
                                        TO DernierPointageHeure
                                   IF PT-Sens = "E"
                                       MOVE "S" TO SensPropose
                                   ELSE
                                       MOVE "E" TO SensPropose
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE pointages-fichier
               END-IF
               MOVE EmployeIDSaisi TO PT-Employe
               MOVE DateJour TO PT-Date
               MOVE HeurePointage TO PT-Heure
               MOVE SensPropose TO PT-Sens
               MOVE OperateurCourant TO PT-Operateur
               MOVE SEP-Virgule TO PT-Sep1
               MOVE SEP-Virgule TO PT-Sep2
               MOVE SEP-Virgule TO PT-Sep3
               MOVE SEP-Virgule TO PT-Sep4
               OPEN EXTEND pointages-fichier
               IF ws-file-status = '35'
                   CLOSE pointages-fichier
                   OPEN OUTPUT pointages-fichier
               END-IF
               WRITE pointage-enregistrement
               CLOSE pointages-fichier
               IF SensPropose = "E"
                   DISPLAY "Entree de ", EmployeIDSaisi, " ",
                           NomEmployeAffiche, " a ", HeurePointage,
                           "."
               ELSE
                   DISPLAY "Sortie de ", EmployeIDSaisi, " ",
                           NomEmployeAffiche, " a ", HeurePointage,
                           "."
               END-IF
           END-IF.

       DEMANDER-SEMAINE.
           DISPLAY "Annee (0 = semaine en cours) : ".
           ACCEPT AnneeRappro.
           IF AnneeRappro = ZERO
               ACCEPT DateSemaineCalcul FROM DATE YYYYMMDD
               PERFORM CALCULER-SEMAINE-CALENDAIRE
               MOVE AnneeConsult TO AnneeRappro
               MOVE SemaineConsult TO SemaineRappro
           ELSE
               MOVE ZERO TO SemaineRappro
               PERFORM UNTIL SemaineRappro >= 1
                             AND SemaineRappro <= 53
                   DISPLAY "Semaine (1-53) : "
                   ACCEPT SemaineRappro
               END-PERFORM
           END-IF.
           PERFORM VARYING IdxJourSem FROM 1 BY 1
                   UNTIL IdxJourSem > 7
               MOVE AnneeRappro TO CB-Annee
               MOVE SemaineRappro TO CB-Semaine
               SET CB-Jour TO IdxJourSem
               PERFORM CALCULER-DATE-CRENEAU
               MOVE DateCreneau TO DateJourSemaine(IdxJourSem)
           END-PERFORM.

       RAPPROCHER-SEMAINE.
      *> Refait les lignes non validees de la semaine a partir des
      *> pointages et du planning ; un creneau deja couvert par une
      *> ligne validee n'est pas repris.
           PERFORM DEMANDER-SEMAINE.
           PERFORM CHARGER-PRESENCES.
           IF Presences-Debordement
               DISPLAY "Fichier presences au-dela de la table ",
                       "(2000 lignes) : rapprochement refuse."
           ELSE
               PERFORM CHARGER-CRENEAUX-SEMAINE
               PERFORM CHARGER-POINTAGES-SEMAINE
               PERFORM CONSTRUIRE-INTERVALLES
               PERFORM RETIRER-LIGNES-NON-VALIDEES
               MOVE ZERO TO LignesCreees
               MOVE ZERO TO NbRetards
               MOVE ZERO TO NbDeparts
               MOVE ZERO TO NbManques
               MOVE ZERO TO NbHorsPlan
               PERFORM VARYING IdxCS FROM 1 BY 1
                       UNTIL IdxCS > NombreCreneauxSemaine
                   PERFORM RATTACHER-INTERVALLE-CRENEAU
               END-PERFORM
               PERFORM VARYING IdxCS FROM 1 BY 1
                       UNTIL IdxCS > NombreCreneauxSemaine
                   PERFORM CREER-LIGNE-CRENEAU
               END-PERFORM
               PERFORM VARYING IdxIv FROM 1 BY 1
                       UNTIL IdxIv > NombreIntervalles
                   IF IV-Utilise(IdxIv) NOT = "O"
                       PERFORM CREER-LIGNE-HORS-PLANNING
                   END-IF
               END-PERFORM
               IF Presences-Debordement
                   DISPLAY "Table des presences pleine : ",
                           "rapprochement abandonne, fichier ",
                           "inchange."
               ELSE
                   PERFORM SAUVEGARDER-PRESENCES
                   DISPLAY "===== RAPPROCHEMENT ", AnneeRappro,
                           " SEMAINE ", SemaineRappro, " ====="
                   DISPLAY LignesCreees, " ligne(s) a valider, ",
                           LignesGardees, " ligne(s) deja ",
                           "validee(s) conservee(s)."
                   DISPLAY "Retards : ", NbRetards,
                           "  departs anticipes : ", NbDeparts
                   DISPLAY "Pointages manquants / absences : ",
                           NbManques, "  hors planning : ",
                           NbHorsPlan
                   IF Intervalles-Debordement
                       DISPLAY "ATTENTION : trop de pointages, ",
                               "rapprochement incomplet."
                   END-IF
               END-IF
           END-IF.

       CHARGER-CRENEAUX-SEMAINE.
           MOVE ZERO TO NombreCreneauxSemaine.
           OPEN INPUT planning-fichier.
           IF ws-file-status = '35'
               CLOSE planning-fichier
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ planning-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF PL-Annee = AnneeRappro
                              AND PL-Semaine = SemaineRappro
                              AND PL-JourNum >= 1
                              AND PL-JourNum <= 7
                              AND PL-EmployeID IS NUMERIC
                              AND PL-EmployeID > ZERO
                              AND NombreCreneauxSemaine < 500
                               ADD 1 TO NombreCreneauxSemaine
                               MOVE PL-EmployeID TO
                                   CS-Employe(NombreCreneauxSemaine)
                               MOVE PL-JourNum TO
                                   CS-Jour(NombreCreneauxSemaine)
                               MOVE PL-HeureDebut TO
                                   CS-Debut(NombreCreneauxSemaine)
                               MOVE PL-HeureFin TO
                                   CS-Fin(NombreCreneauxSemaine)
                               MOVE ZERO TO
                                   CS-Intervalle(NombreCreneauxSemaine)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE planning-fichier
           END-IF.
           IF NombreCreneauxSemaine > 1
               PERFORM VARYING IdxCS2 FROM 1 BY 1
                       UNTIL IdxCS2 > NombreCreneauxSemaine - 1
                   PERFORM VARYING IdxCS FROM 1 BY 1
                           UNTIL IdxCS
                               > NombreCreneauxSemaine - IdxCS2
                       IF CS-Cle(IdxCS) > CS-Cle(IdxCS + 1)
                           MOVE CreneauSemaine(IdxCS)
                                TO CreneauSemaineBuffer
                           MOVE CreneauSemaine(IdxCS + 1)
                                TO CreneauSemaine(IdxCS)
                           MOVE CreneauSemaineBuffer
                                TO CreneauSemaine(IdxCS + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       CHARGER-POINTAGES-SEMAINE.
           MOVE ZERO TO NombrePointages.
           OPEN INPUT pointages-fichier.
           IF ws-file-status = '35'
               CLOSE pointages-fichier
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ pointages-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF PT-Date >= DateJourSemaine(1)
                              AND PT-Date <= DateJourSemaine(7)
                              AND (PT-Sens = "E" OR PT-Sens = "S")
                              AND NombrePointages < 2000
                               ADD 1 TO NombrePointages
                               MOVE PT-Employe
                                    TO TP-Employe(NombrePointages)
                               MOVE PT-Date
                                    TO TP-Date(NombrePointages)
                               MOVE PT-Heure
                                    TO TP-Heure(NombrePointages)
                               MOVE PT-Sens
                                    TO TP-Sens(NombrePointages)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE pointages-fichier
           END-IF.
           IF NombrePointages > 1
               PERFORM VARYING IdxPt2 FROM 1 BY 1
                       UNTIL IdxPt2 > NombrePointages - 1
                   PERFORM VARYING IdxPt FROM 1 BY 1
                           UNTIL IdxPt > NombrePointages - IdxPt2
                       IF TP-Cle(IdxPt) > TP-Cle(IdxPt + 1)
                           MOVE PointageSemaine(IdxPt)
                                TO PointageBuffer
                           MOVE PointageSemaine(IdxPt + 1)
                                TO PointageSemaine(IdxPt)
                           MOVE PointageBuffer
                                TO PointageSemaine(IdxPt + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       CONSTRUIRE-INTERVALLES.
      *> Les pointages tries se lisent employe par employe et jour
      *> par jour : une entree ouvre un intervalle que la sortie
      *> suivante ferme ; deux entrees de suite ou une sortie seule
      *> laissent un intervalle incomplet.
           MOVE ZERO TO NombreIntervalles.
           MOVE "N" TO IntervallesDebordement.
           MOVE "N" TO EntreeOuverte.
           PERFORM VARYING IdxPt FROM 1 BY 1
                   UNTIL IdxPt > NombrePointages
               IF Entree-Ouverte
                  AND (TP-Employe(IdxPt)
                          NOT = IV-Employe(NombreIntervalles)
                       OR TP-Date(IdxPt)
                          NOT = DateJourSemaine(
                                    IV-Jour(NombreIntervalles)))
                   MOVE "O" TO IV-Incomplet(NombreIntervalles)
                   MOVE "N" TO EntreeOuverte
               END-IF
               IF TP-Sens(IdxPt) = "S" AND Entree-Ouverte
                   MOVE TP-Heure(IdxPt)
                        TO IV-Fin(NombreIntervalles)
                   MOVE "N" TO EntreeOuverte
               ELSE
                   IF Entree-Ouverte
                       MOVE "O" TO IV-Incomplet(NombreIntervalles)
                       MOVE "N" TO EntreeOuverte
                   END-IF
                   PERFORM AJOUTER-INTERVALLE
               END-IF
           END-PERFORM.
           IF Entree-Ouverte
               MOVE "O" TO IV-Incomplet(NombreIntervalles)
           END-IF.

       AJOUTER-INTERVALLE.
           IF NombreIntervalles < 1000
               ADD 1 TO NombreIntervalles
               MOVE TP-Employe(IdxPt) TO IV-Employe(NombreIntervalles)
               MOVE ZERO TO IV-Jour(NombreIntervalles)
               PERFORM VARYING IdxJourSem FROM 1 BY 1
                       UNTIL IdxJourSem > 7
                   IF DateJourSemaine(IdxJourSem) = TP-Date(IdxPt)
                       SET IV-Jour(NombreIntervalles) TO IdxJourSem
                   END-IF
               END-PERFORM
               MOVE "N" TO IV-Utilise(NombreIntervalles)
               IF TP-Sens(IdxPt) = "E"
                   MOVE TP-Heure(IdxPt) TO IV-Debut(NombreIntervalles)
                   MOVE ZERO TO IV-Fin(NombreIntervalles)
                   MOVE "N" TO IV-Incomplet(NombreIntervalles)
                   MOVE "O" TO EntreeOuverte
               ELSE
                   MOVE ZERO TO IV-Debut(NombreIntervalles)
                   MOVE TP-Heure(IdxPt) TO IV-Fin(NombreIntervalles)
                   MOVE "O" TO IV-Incomplet(NombreIntervalles)
               END-IF
           ELSE
               MOVE "O" TO IntervallesDebordement
           END-IF.

       RATTACHER-INTERVALLE-CRENEAU.
      *> Premier intervalle du meme employe et du meme jour qui
      *> chevauche le creneau ; un intervalle incomplet se rattache
      *> si son seul pointage tombe dans la fenetre autour du
      *> creneau. Un meme intervalle peut couvrir deux creneaux qui
      *> se suivent (ouverture puis renfort sans repointer).
           MOVE CS-Debut(IdxCS) TO HeureHHMM.
           PERFORM CONVERTIR-HHMM-EN-MINUTES.
           MOVE MinutesConverties TO MinutesPlanDebut.
           MOVE CS-Fin(IdxCS) TO HeureHHMM.
           PERFORM CONVERTIR-HHMM-EN-MINUTES.
           MOVE MinutesConverties TO MinutesPlanFin.
           PERFORM VARYING IdxIv FROM 1 BY 1
                   UNTIL IdxIv > NombreIntervalles
                      OR CS-Intervalle(IdxCS) > ZERO
               IF IV-Employe(IdxIv) = CS-Employe(IdxCS)
                  AND IV-Jour(IdxIv) = CS-Jour(IdxCS)
                   PERFORM TESTER-CHEVAUCHEMENT
               END-IF
           END-PERFORM.

       TESTER-CHEVAUCHEMENT.
           IF IV-Debut(IdxIv) > ZERO
               MOVE IV-Debut(IdxIv) TO EffDebut
           ELSE
               MOVE IV-Fin(IdxIv) TO EffDebut
           END-IF.
           IF IV-Fin(IdxIv) > ZERO
               MOVE IV-Fin(IdxIv) TO EffFin
           ELSE
               MOVE IV-Debut(IdxIv) TO EffFin
           END-IF.
           MOVE EffDebut TO HeureHHMM.
           PERFORM CONVERTIR-HHMM-EN-MINUTES.
           MOVE MinutesConverties TO MinutesEffDebut.
           MOVE EffFin TO HeureHHMM.
           PERFORM CONVERTIR-HHMM-EN-MINUTES.
           MOVE MinutesConverties TO MinutesEffFin.
           IF IV-Incomplet(IdxIv) = "O"
               IF MinutesEffDebut < MinutesPlanFin + FenetreMinutes
                  AND MinutesEffFin + FenetreMinutes
                      > MinutesPlanDebut
                   SET CS-Intervalle(IdxCS) TO IdxIv
               END-IF
           ELSE
               IF MinutesEffDebut < MinutesPlanFin
                  AND MinutesEffFin > MinutesPlanDebut
                   SET CS-Intervalle(IdxCS) TO IdxIv
               END-IF
           END-IF.
           IF CS-Intervalle(IdxCS) > ZERO
               MOVE "O" TO IV-Utilise(IdxIv)
           END-IF.

       CREER-LIGNE-CRENEAU.
           PERFORM CHERCHER-LIGNE-VALIDEE-CRENEAU.
           IF NOT Ligne-Validee-Trouvee
               MOVE AnneeRappro TO PB-Annee
               MOVE SemaineRappro TO PB-Semaine
               MOVE CS-Jour(IdxCS) TO PB-Jour
               MOVE DateJourSemaine(CS-Jour(IdxCS)) TO PB-Date
               MOVE CS-Employe(IdxCS) TO PB-Employe
               MOVE CS-Debut(IdxCS) TO PB-PlanDebut
               MOVE CS-Fin(IdxCS) TO PB-PlanFin
               MOVE SPACES TO PB-Anomalies
               IF CS-Intervalle(IdxCS) = ZERO
                   MOVE ZERO TO PB-ReelDebut
                   MOVE ZERO TO PB-ReelFin
                   MOVE "M" TO PB-AnoManque
               ELSE
                   SET IdxIv TO CS-Intervalle(IdxCS)
                   MOVE IV-Debut(IdxIv) TO PB-ReelDebut
                   MOVE IV-Fin(IdxIv) TO PB-ReelFin
      *> Intervalle partage avec le creneau precedent ou suivant :
      *> la bascule se fait a l'heure prevue.
                   IF IdxCS > 1
                       IF CS-Intervalle(IdxCS - 1)
                          = CS-Intervalle(IdxCS)
                           MOVE CS-Debut(IdxCS) TO PB-ReelDebut
                       END-IF
                   END-IF
                   IF IdxCS < NombreCreneauxSemaine
                       IF CS-Intervalle(IdxCS + 1)
                          = CS-Intervalle(IdxCS)
                           MOVE CS-Fin(IdxCS) TO PB-ReelFin
                       END-IF
                   END-IF
                   IF IV-Incomplet(IdxIv) = "O"
                       MOVE "M" TO PB-AnoManque
                   END-IF
                   PERFORM CONTROLER-HORAIRES-LIGNE
               END-IF
               PERFORM AJOUTER-LIGNE-PRESENCE
           END-IF.

       CONTROLER-HORAIRES-LIGNE.
           MOVE PB-PlanDebut TO HeureHHMM.
           PERFORM CONVERTIR-HHMM-EN-MINUTES.
           MOVE MinutesConverties TO MinutesPlanDebut.
           MOVE PB-PlanFin TO HeureHHMM.
           PERFORM CONVERTIR-HHMM-EN-MINUTES.
           MOVE MinutesConverties TO MinutesPlanFin.
           IF PB-ReelDebut > ZERO
               MOVE PB-ReelDebut TO HeureHHMM
               PERFORM CONVERTIR-HHMM-EN-MINUTES
               COMPUTE MinutesBorne = MinutesConverties
                       - MinutesPlanDebut
               IF MinutesBorne > ToleranceMinutes
                   MOVE "R" TO PB-AnoRetard
               END-IF
           END-IF.
           IF PB-ReelFin > ZERO
               MOVE PB-ReelFin TO HeureHHMM
               PERFORM CONVERTIR-HHMM-EN-MINUTES
               COMPUTE MinutesBorne = MinutesPlanFin
                       - MinutesConverties
               IF MinutesBorne > ToleranceMinutes
                   MOVE "D" TO PB-AnoDepart
               END-IF
           END-IF.

       CREER-LIGNE-HORS-PLANNING.
      *> Presence pointee sans creneau : heures prevues a zero. Une
      *> presence hors planning deja validee le meme jour pour
      *> l'employe n'est pas refaite.
           MOVE "N" TO LigneValideeTrouvee.
           PERFORM VARYING IdxPr FROM 1 BY 1
                   UNTIL IdxPr > NombrePresences
                      OR Ligne-Validee-Trouvee
               IF PS-Annee(IdxPr) = AnneeRappro
                  AND PS-Semaine(IdxPr) = SemaineRappro
                  AND PS-Jour(IdxPr) = IV-Jour(IdxIv)
                  AND PS-Employe(IdxPr) = IV-Employe(IdxIv)
                  AND PS-PlanDebut(IdxPr) = ZERO
                  AND PS-PlanFin(IdxPr) = ZERO
                  AND PS-Validee(IdxPr)
                   MOVE "O" TO LigneValideeTrouvee
               END-IF
           END-PERFORM.
           IF NOT Ligne-Validee-Trouvee AND IV-Jour(IdxIv) > ZERO
               MOVE AnneeRappro TO PB-Annee
               MOVE SemaineRappro TO PB-Semaine
               MOVE IV-Jour(IdxIv) TO PB-Jour
               MOVE DateJourSemaine(IV-Jour(IdxIv)) TO PB-Date
               MOVE IV-Employe(IdxIv) TO PB-Employe
               MOVE ZERO TO PB-PlanDebut
               MOVE ZERO TO PB-PlanFin
               MOVE IV-Debut(IdxIv) TO PB-ReelDebut
               MOVE IV-Fin(IdxIv) TO PB-ReelFin
               MOVE SPACES TO PB-Anomalies
               MOVE "H" TO PB-AnoHorsPlan
               IF IV-Incomplet(IdxIv) = "O"
                   MOVE "M" TO PB-AnoManque
               END-IF
               PERFORM AJOUTER-LIGNE-PRESENCE
           END-IF.

       CHERCHER-LIGNE-VALIDEE-CRENEAU.
           MOVE "N" TO LigneValideeTrouvee.
           PERFORM VARYING IdxPr FROM 1 BY 1
                   UNTIL IdxPr > NombrePresences
                      OR Ligne-Validee-Trouvee
               IF PS-Annee(IdxPr) = AnneeRappro
                  AND PS-Semaine(IdxPr) = SemaineRappro
                  AND PS-Jour(IdxPr) = CS-Jour(IdxCS)
                  AND PS-Employe(IdxPr) = CS-Employe(IdxCS)
                  AND PS-PlanDebut(IdxPr) = CS-Debut(IdxCS)
                  AND PS-PlanFin(IdxPr) = CS-Fin(IdxCS)
                  AND PS-Validee(IdxPr)
                   MOVE "O" TO LigneValideeTrouvee
               END-IF
           END-PERFORM.

       AJOUTER-LIGNE-PRESENCE.
           MOVE "A" TO PB-Statut.
           MOVE "N" TO PB-Corrige.
           MOVE SPACES TO PB-Valideur.
           MOVE ZERO TO PB-DateValidation.
           IF NombrePresences < 2000
               ADD 1 TO NombrePresences
               MOVE PresenceBuffer TO LignePresence(NombrePresences)
               ADD 1 TO LignesCreees
               IF PB-AnoRetard = "R"
                   ADD 1 TO NbRetards
               END-IF
               IF PB-AnoDepart = "D"
                   ADD 1 TO NbDeparts
               END-IF
               IF PB-AnoManque = "M"
                   ADD 1 TO NbManques
               END-IF
               IF PB-AnoHorsPlan = "H"
                   ADD 1 TO NbHorsPlan
               END-IF
           ELSE
               MOVE "O" TO PresencesDebordement
           END-IF.

       CHARGER-PRESENCES.
           MOVE ZERO TO NombrePresences.
           MOVE "N" TO PresencesDebordement.
           OPEN INPUT presences-fichier.
           IF ws-file-status = '35'
               CLOSE presences-fichier
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ presences-fichier
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombrePresences < 2000
                               ADD 1 TO NombrePresences
                               MOVE presence-enregistrement
                                    TO LignePresence(NombrePresences)
                           ELSE
                               MOVE "O" TO PresencesDebordement
                               MOVE '10' TO ws-file-status
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE presences-fichier
           END-IF.

       RETIRER-LIGNES-NON-VALIDEES.
      *> Tasse la table sur les lignes a garder : autres semaines et
      *> lignes validees de la semaine.
           MOVE ZERO TO LignesGardees.
           MOVE ZERO TO IdxPt2.
           PERFORM VARYING IdxPr FROM 1 BY 1
                   UNTIL IdxPr > NombrePresences
               IF PS-Annee(IdxPr) NOT = AnneeRappro
                  OR PS-Semaine(IdxPr) NOT = SemaineRappro
                  OR PS-Validee(IdxPr)
                   ADD 1 TO IdxPt2
                   MOVE LignePresence(IdxPr) TO LignePresence(IdxPt2)
                   IF PS-Annee(IdxPr) = AnneeRappro
                      AND PS-Semaine(IdxPr) = SemaineRappro
                       ADD 1 TO LignesGardees
                   END-IF
               END-IF
           END-PERFORM.
           MOVE IdxPt2 TO NombrePresences.

       SAUVEGARDER-PRESENCES.
           OPEN OUTPUT presences-fichier.
           PERFORM VARYING IdxPr FROM 1 BY 1
                   UNTIL IdxPr > NombrePresences
               MOVE LignePresence(IdxPr) TO presence-enregistrement
               WRITE presence-enregistrement
           END-PERFORM.
           CLOSE presences-fichier.

       CORRIGER-VALIDER-SEMAINE.
      *> Le superviseur valide d'office les lignes sans anomalie
      *> puis passe les lignes en anomalie une a une : corriger les
      *> heures reelles (la ligne est alors validee), valider telle
      *> quelle, ou laisser en attente.
           PERFORM DEMANDER-SEMAINE.
           PERFORM CHARGER-PRESENCES.
           IF Presences-Debordement
               DISPLAY "Fichier presences au-dela de la table ",
                       "(2000 lignes) : validation refusee."
           ELSE
               ACCEPT DateJour FROM DATE YYYYMMDD
               MOVE ZERO TO LignesValidees
               MOVE ZERO TO LignesAValider
               PERFORM VARYING IdxPr FROM 1 BY 1
                       UNTIL IdxPr > NombrePresences
                   IF PS-Annee(IdxPr) = AnneeRappro
                      AND PS-Semaine(IdxPr) = SemaineRappro
                      AND PS-A-Valider(IdxPr)
                      AND PS-Anomalies(IdxPr) = SPACES
                       ADD 1 TO LignesAValider
                   END-IF
               END-PERFORM
               IF LignesAValider > ZERO
                   DISPLAY "Valider d'office les ", LignesAValider,
                           " ligne(s) sans anomalie ? (O/N) : "
                   ACCEPT ReponseValidation
                   IF ReponseValidation = "O"
                      OR ReponseValidation = "o"
                       PERFORM VARYING IdxPr FROM 1 BY 1
                               UNTIL IdxPr > NombrePresences
                           IF PS-Annee(IdxPr) = AnneeRappro
                              AND PS-Semaine(IdxPr) = SemaineRappro
                              AND PS-A-Valider(IdxPr)
                              AND PS-Anomalies(IdxPr) = SPACES
                               PERFORM VALIDER-LIGNE-PRESENCE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM VARYING IdxPr FROM 1 BY 1
                       UNTIL IdxPr > NombrePresences
                   IF PS-Annee(IdxPr) = AnneeRappro
                      AND PS-Semaine(IdxPr) = SemaineRappro
                      AND PS-A-Valider(IdxPr)
                      AND PS-Anomalies(IdxPr) NOT = SPACES
                       PERFORM TRAITER-LIGNE-ANOMALIE
                   END-IF
               END-PERFORM
               PERFORM SAUVEGARDER-PRESENCES
               DISPLAY LignesValidees, " ligne(s) validee(s)."
           END-IF.

       TRAITER-LIGNE-ANOMALIE.
           PERFORM AFFICHER-LIGNE-PRESENCE.
           DISPLAY "  C corriger les heures reelles, V valider ",
                   "telle quelle, autre touche laisser : ".
           ACCEPT ActionLigne.
           EVALUATE ActionLigne
               WHEN "C"
               WHEN "c"
                   DISPLAY "  Heure reelle d'arrivee (HHMM, ",
                           "0 = non venu) : "
                   ACCEPT NouvelleHeureDebut
                   DISPLAY "  Heure reelle de depart (HHMM, ",
                           "0 = non venu) : "
                   ACCEPT NouvelleHeureFin
                   IF NouvelleHeureFin < NouvelleHeureDebut
                      OR NouvelleHeureDebut > 2359
                      OR NouvelleHeureFin > 2359
                       DISPLAY "  Horaires incoherents : ligne ",
                               "laissee en attente."
                   ELSE
                       MOVE NouvelleHeureDebut
                            TO PS-ReelDebut(IdxPr)
                       MOVE NouvelleHeureFin TO PS-ReelFin(IdxPr)
                       MOVE "O" TO PS-Corrige(IdxPr)
                       PERFORM VALIDER-LIGNE-PRESENCE
                   END-IF
               WHEN "V"
               WHEN "v"
                   PERFORM VALIDER-LIGNE-PRESENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDER-LIGNE-PRESENCE.
           MOVE "V" TO PS-Statut(IdxPr).
           MOVE OperateurCourant TO PS-Valideur(IdxPr).
           MOVE DateJour TO PS-DateValidation(IdxPr).
           ADD 1 TO LignesValidees.

       ETAT-PRESENCES.
           PERFORM DEMANDER-SEMAINE.
           PERFORM CHARGER-PRESENCES.
           DISPLAY "===== PRESENCES ", AnneeRappro, " SEMAINE ",
                   SemaineRappro, " =====".
           MOVE ZERO TO LignesValidees.
           MOVE ZERO TO LignesAValider.
           PERFORM VARYING IdxPr FROM 1 BY 1
                   UNTIL IdxPr > NombrePresences
               IF PS-Annee(IdxPr) = AnneeRappro
                  AND PS-Semaine(IdxPr) = SemaineRappro
                   PERFORM AFFICHER-LIGNE-PRESENCE
                   IF PS-Validee(IdxPr)
                       ADD 1 TO LignesValidees
                   ELSE
                       ADD 1 TO LignesAValider
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY LignesValidees, " ligne(s) validee(s), ",
                   LignesAValider, " a valider.".

       AFFICHER-LIGNE-PRESENCE.
           MOVE PS-Employe(IdxPr) TO EmployeIDSaisi.
           PERFORM LIRE-EMPLOYE.
           MOVE ZERO TO HeuresLigne.
           IF PS-ReelDebut(IdxPr) > ZERO
              AND PS-ReelFin(IdxPr) > PS-ReelDebut(IdxPr)
               MOVE PS-ReelDebut(IdxPr) TO HeureHHMM
               PERFORM CONVERTIR-HHMM-EN-MINUTES
               MOVE MinutesConverties TO MinutesReelDebut
               MOVE PS-ReelFin(IdxPr) TO HeureHHMM
               PERFORM CONVERTIR-HHMM-EN-MINUTES
               MOVE MinutesConverties TO MinutesReelFin
               COMPUTE HeuresLigne ROUNDED =
                       (MinutesReelFin - MinutesReelDebut) / 60
           END-IF.
           DISPLAY NomJour(PS-Jour(IdxPr)), " ", PS-Employe(IdxPr),
                   " ", NomEmployeAffiche, " prevu ",
                   PS-PlanDebut(IdxPr), "-", PS-PlanFin(IdxPr),
                   " reel ", PS-ReelDebut(IdxPr), "-",
                   PS-ReelFin(IdxPr), " (", HeuresLigne, " h) [",
                   PS-Anomalies(IdxPr), "] ", PS-Statut(IdxPr),
                   " ", PS-Valideur(IdxPr).

       CONVERTIR-HHMM-EN-MINUTES.
           DIVIDE HeureHHMM BY 100 GIVING HeureCalc
                   REMAINDER MinuteCalc.
           COMPUTE MinutesConverties = HeureCalc * 60 + MinuteCalc.

       CALCULER-SEMAINE-CALENDAIRE.
           MOVE DateSemaineCalcul(1:4) TO AnneeConsult.
           MOVE DateSemaineCalcul(5:2) TO MoisConsult.
           MOVE DateSemaineCalcul(7:2) TO JourConsult.
           MOVE ZERO TO JourDansAnnee.
           IF MoisConsult >= 1 AND MoisConsult <= 12
               MOVE JoursCumulesMois(MoisConsult) TO JourDansAnnee
           END-IF.
           PERFORM VERIFIER-ANNEE-BISSEXTILE.
           IF Annee-Bissextile AND MoisConsult > 2
               ADD 1 TO JourDansAnnee
           END-IF.
           ADD JourConsult TO JourDansAnnee.
           PERFORM CALCULER-JOUR-SEMAINE-1ER-JANVIER.
           COMPUTE SemaineConsult =
                   (JourDansAnnee + JourSemaine1erJanvier - 2) / 7
                   + 1.

       CALCULER-DATE-CRENEAU.
      *> Date AAAAMMJJ du jour CB-Jour de la semaine CB-Semaine de
      *> CB-Annee.
           MOVE CB-Annee TO AnneeConsult.
           PERFORM CALCULER-JOUR-SEMAINE-1ER-JANVIER.
           COMPUTE JourDansAnneeCalc = (CB-Semaine - 1) * 7
                   + CB-Jour - JourSemaine1erJanvier + 1.
           IF JourDansAnneeCalc < 1
               SUBTRACT 1 FROM AnneeConsult
               PERFORM VERIFIER-ANNEE-BISSEXTILE
               IF Annee-Bissextile
                   ADD 366 TO JourDansAnneeCalc
               ELSE
                   ADD 365 TO JourDansAnneeCalc
               END-IF
           END-IF.
           PERFORM VERIFIER-ANNEE-BISSEXTILE.
           IF Annee-Bissextile
               MOVE 366 TO LongueurAnnee
           ELSE
               MOVE 365 TO LongueurAnnee
           END-IF.
           IF JourDansAnneeCalc > LongueurAnnee
               SUBTRACT LongueurAnnee FROM JourDansAnneeCalc
               ADD 1 TO AnneeConsult
               PERFORM VERIFIER-ANNEE-BISSEXTILE
           END-IF.
           MOVE ZERO TO MoisCreneau.
           MOVE 1 TO JourCreneau.
           PERFORM VARYING IdxMoisCreneau FROM 12 BY -1
                   UNTIL IdxMoisCreneau < 1 OR MoisCreneau > ZERO
               MOVE JoursCumulesMois(IdxMoisCreneau)
                    TO JoursAvantMois
               IF Annee-Bissextile AND IdxMoisCreneau > 2
                   ADD 1 TO JoursAvantMois
               END-IF
               IF JoursAvantMois < JourDansAnneeCalc
                   MOVE IdxMoisCreneau TO MoisCreneau
                   COMPUTE JourCreneau = JourDansAnneeCalc
                           - JoursAvantMois
               END-IF
           END-PERFORM.
           IF MoisCreneau = ZERO
               MOVE 1 TO MoisCreneau
           END-IF.
           COMPUTE DateCreneau = AnneeConsult * 10000
                   + MoisCreneau * 100 + JourCreneau.

       CALCULER-JOUR-SEMAINE-1ER-JANVIER.
           COMPUTE AnneePrecConsult = AnneeConsult - 1.
           COMPUTE SerieJan1 = AnneeConsult * 365 + 1.
           DIVIDE AnneePrecConsult BY 4 GIVING QuotientStat
                   REMAINDER ResteStat.
           ADD QuotientStat TO SerieJan1.
           DIVIDE AnneePrecConsult BY 100 GIVING QuotientStat
                   REMAINDER ResteStat.
           SUBTRACT QuotientStat FROM SerieJan1.
           DIVIDE AnneePrecConsult BY 400 GIVING QuotientStat
                   REMAINDER ResteStat.
           ADD QuotientStat TO SerieJan1.
           COMPUTE SerieDecalee = SerieJan1 - 2.
           DIVIDE SerieDecalee BY 7 GIVING QuotientSerie
                   REMAINDER ResteSerie.
           COMPUTE JourSemaine1erJanvier = ResteSerie + 1.

       VERIFIER-ANNEE-BISSEXTILE.
           MOVE "N" TO AnneeBissextile.
           DIVIDE AnneeConsult BY 4 GIVING QuotientStat
                   REMAINDER ResteStat.
           IF ResteStat = ZERO
               MOVE "O" TO AnneeBissextile
               DIVIDE AnneeConsult BY 100 GIVING QuotientStat
                       REMAINDER ResteStat
               IF ResteStat = ZERO
                   DIVIDE AnneeConsult BY 400 GIVING QuotientStat
                           REMAINDER ResteStat
                   IF ResteStat NOT = ZERO
                       MOVE "N" TO AnneeBissextile
                   END-IF
               END-IF
           END-IF.
