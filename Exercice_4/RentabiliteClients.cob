       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentabiliteClients.

      *> Rentabilite par client sur un mois (AAAAMM) ou une annee
      *> (AAAA00). Pour chaque compte du fichier des soldes : soldes
      *> moyens crediteur et debiteur tires des photographies
      *> quotidiennes du fichier positions, interets verses (code I),
      *> interets recus (J debiteurs, K prets) et frais percus (F
      *> decouvert, G frais de service au bareme tarifs_operations)
      *> tires du journal et de ses archives histarch_AAAAMM. La
      *> contribution nette ajoute aux produits moins les interets
      *> verses la valeur des fonds au taux de cession interne
      *> (parametre TAUXCESSION, taux annuel en pour cent) : les
      *> fonds deposes la rapportent, les decouverts la coutent.
      *> Chaque compte est remonte au client titulaire et aux
      *> co-titulaires du fichier titulaires (les mandataires n'y
      *> participent pas), a parts egales pour un compte joint. Les
      *> clients sont classes par contribution decroissante dans
      *> rentabilite_AAAAMM (rentabilite_AAAA pour l'annee, nom
      *> complete par le spool des editions), avec
      *> leur segment : le type du compte qui porte leur plus gros
      *> encours moyen. Le total par type de compte est affiche en
      *> fin de run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-Numero-Compte
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

           SELECT positions ASSIGN TO 'positions'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT titulaires ASSIGN TO 'titulaires'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT rapport-rentabilite ASSIGN USING NomFichierRapport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-rapport.

       DATA DIVISION.
       FILE SECTION.
       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 MYFILLER  PIC X.
           05 SR-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MYFILLER2 PIC X.
           05 SR-Limite-Decouvert PIC 9(7)V99.
           05 MYFILLER3 PIC X.
           05 SR-Numero-Client PIC 9(5).
           05 MYFILLER4 PIC X.
           05 SR-Limite-Journaliere PIC 9(7)V99.
           05 MYFILLER5 PIC X.
           05 SR-Devise PIC X(3).
           05 MYFILLER6 PIC X.
           05 SR-Type-Compte PIC X.
           05 MYFILLER7 PIC X.
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
           05 H-Action PIC X.
           05 CSV-FILLER PIC X.
           05 H-Montant PIC 9(5)V99.
           05 H-Reste PIC X(36).

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

       FD positions.
       01 position-enregistrement.
           05 PO-Compte PIC 9(6).
           05 PO-FILLER1 PIC X.
           05 PO-Date PIC 9(8).
           05 PO-FILLER2 PIC X.
           05 PO-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD titulaires.
       01 titulaire-enregistrement.
           05 TI-Numero-Compte PIC 9(6).
           05 TI-FILLER1 PIC X.
           05 TI-Numero-Client PIC 9(5).
           05 TI-FILLER2 PIC X.
           05 TI-Role PIC X.

       FD rapport-rentabilite.
      *> Une ligne par client, dans l'ordre du classement.
       01 rentabilite-enregistrement.
           05 RR-Rang PIC 9(5).
           05 RR-FILLER1 PIC X.
           05 RR-Client PIC 9(5).
           05 RR-FILLER2 PIC X.
           05 RR-Segment PIC X.
           05 RR-FILLER3 PIC X.
           05 RR-MoyenCrediteur PIC 9(9)V99.
           05 RR-FILLER4 PIC X.
           05 RR-MoyenDebiteur PIC 9(9)V99.
           05 RR-FILLER5 PIC X.
           05 RR-InteretsVerses PIC 9(9)V99.
           05 RR-FILLER6 PIC X.
           05 RR-InteretsRecus PIC 9(9)V99.
           05 RR-FILLER7 PIC X.
           05 RR-Frais PIC 9(9)V99.
           05 RR-FILLER8 PIC X.
           05 RR-Contribution PIC S9(9)V99 SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-rapport PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 PeriodeSaisie PIC 9(6) VALUE ZERO.
       01 PeriodeVue REDEFINES PeriodeSaisie.
           05 PS-Annee PIC 9(4).
           05 PS-Mois PIC 9(2).
       01 MoisDebut PIC 9(6) VALUE ZERO.
       01 MoisFin PIC 9(6) VALUE ZERO.
       01 NombreMoisPeriode PIC 99 VALUE ZERO.
       01 MoisLigne PIC 9(6) VALUE ZERO.
       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierRapport PIC X(50) VALUE SPACES.
       01 MoisSuivant PIC 9(6) VALUE ZERO.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisTravail.
           05 MT-Annee PIC 9(4).
           05 MT-Mois PIC 9(2).
       01 FinParcoursSoldes PIC X VALUE "N".
           88 Fin-Parcours-Soldes VALUE "O".

      *> Taux de cession interne des fonds, annuel en pour cent.
       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.
       01 TauxCession PIC 9(3)V99 VALUE 3.00.

      *> Cumuls par compte.
       01 TableComptes.
           02 CompteRentab OCCURS 1000 TIMES INDEXED BY IdxCompte.
               03 RA-Compte PIC 9(6).
               03 RA-Client PIC 9(5).
               03 RA-Type PIC X.
               03 RA-SommeCrediteur PIC 9(11)V99.
               03 RA-SommeDebiteur PIC 9(11)V99.
               03 RA-JoursPositions PIC 9(5).
               03 RA-MoyenCrediteur PIC 9(9)V99.
               03 RA-MoyenDebiteur PIC 9(9)V99.
               03 RA-InteretsVerses PIC 9(9)V99.
               03 RA-InteretsRecus PIC 9(9)V99.
               03 RA-Frais PIC 9(9)V99.
               03 RA-Contribution PIC S9(9)V99.
               03 RA-Parts PIC 9(2).
       01 NombreComptes PIC 9(4) VALUE ZERO.
       01 ComptesDebordement PIC X VALUE "N".
           88 Comptes-Debordement VALUE "O".
       01 IdxCompteTrouve PIC 9(4) VALUE ZERO.
       01 CompteRecherche PIC 9(6) VALUE ZERO.

      *> Co-titulaires (role C, ou T autre que le client du compte).
       01 TableCoTitulaires.
           02 CoTitulaire OCCURS 500 TIMES INDEXED BY IdxCoTit.
               03 CT-Compte PIC 9(6).
               03 CT-Client PIC 9(5).
       01 NombreCoTitulaires PIC 9(3) VALUE ZERO.

      *> Cumuls par client.
       01 TableClients.
           02 ClientRentab OCCURS 600 TIMES INDEXED BY IdxClient.
               03 RC-Client PIC 9(5).
               03 RC-MoyenCrediteur PIC 9(9)V99.
               03 RC-MoyenDebiteur PIC 9(9)V99.
               03 RC-InteretsVerses PIC 9(9)V99.
               03 RC-InteretsRecus PIC 9(9)V99.
               03 RC-Frais PIC 9(9)V99.
               03 RC-Contribution PIC S9(9)V99.
               03 RC-Segment PIC X.
               03 RC-EncoursSegment PIC 9(9)V99.
               03 RC-Classe PIC X.
                   88 RC-Deja-Classe VALUE "O".
       01 NombreClients PIC 9(3) VALUE ZERO.
       01 ClientsDebordement PIC X VALUE "N".
           88 Clients-Debordement VALUE "O".
       01 IdxClientTrouve PIC 9(3) VALUE ZERO.
       01 ClientRecherche PIC 9(5) VALUE ZERO.

      *> Cumuls par type de compte.
       01 TableSegments.
           02 SegmentType OCCURS 20 TIMES INDEXED BY IdxSegment.
               03 SG-Type PIC X.
               03 SG-NbComptes PIC 9(5).
               03 SG-MoyenCrediteur PIC 9(11)V99.
               03 SG-MoyenDebiteur PIC 9(11)V99.
               03 SG-Produits PIC 9(11)V99.
               03 SG-InteretsVerses PIC 9(11)V99.
               03 SG-Contribution PIC S9(11)V99.
       01 NombreSegments PIC 9(2) VALUE ZERO.
       01 IdxSegmentTrouve PIC 9(2) VALUE ZERO.

      *> Part d'un compte revenant a un client.
       01 PartMoyenCrediteur PIC 9(9)V99 VALUE ZERO.
       01 PartMoyenDebiteur PIC 9(9)V99 VALUE ZERO.
       01 PartInteretsVerses PIC 9(9)V99 VALUE ZERO.
       01 PartInteretsRecus PIC 9(9)V99 VALUE ZERO.
       01 PartFrais PIC 9(9)V99 VALUE ZERO.
       01 PartContribution PIC S9(9)V99 VALUE ZERO.
       01 EncoursCompte PIC 9(9)V99 VALUE ZERO.
       01 ValeurFonds PIC S9(9)V99 VALUE ZERO.

      *> Classement.
       01 RangCourant PIC 9(5) VALUE ZERO.
       01 MeilleurIdx PIC 9(3) VALUE ZERO.
       01 MeilleureContribution PIC S9(9)V99 VALUE ZERO.
       01 TotalBanqueContribution PIC S9(11)V99 VALUE ZERO.
       01 TotalAffiche PIC S9(11)V99 SIGN IS TRAILING SEPARATE
                               VALUE ZERO.
       01 SegmentAffiche PIC S9(11)V99 SIGN IS TRAILING SEPARATE
                               VALUE ZERO.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "RENTACLI".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "RentabiliteClients".
       01 SPOOL-Operateur PIC X(4) VALUE "RENT".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== RENTABILITE PAR CLIENT =====".
           DISPLAY "Periode : AAAAMM pour un mois, AAAA00 pour ",
                   "l'annee entiere :".
           ACCEPT PeriodeSaisie.
           IF PS-Annee < 1990 OR PS-Mois > 12
               DISPLAY "Periode invalide : run abandonne."
               STOP RUN
           END-IF.
           MOVE SPACES TO SPOOL-NomBase.
           IF PS-Mois = ZERO
               COMPUTE MoisDebut = PS-Annee * 100 + 1
               COMPUTE MoisFin = PS-Annee * 100 + 12
               MOVE 12 TO NombreMoisPeriode
               STRING "rentabilite_" PS-Annee
                   DELIMITED BY SIZE INTO SPOOL-NomBase
           ELSE
               MOVE PeriodeSaisie TO MoisDebut
               MOVE PeriodeSaisie TO MoisFin
               MOVE 1 TO NombreMoisPeriode
               STRING "rentabilite_" PeriodeSaisie
                   DELIMITED BY SIZE INTO SPOOL-NomBase
           END-IF.
           MOVE "TAUXCESSION" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO TauxCession
           END-IF.
           PERFORM CHARGER-COMPTES.
           IF Comptes-Debordement
               DISPLAY "Table des comptes pleine (1000) : ",
                       "rapport abandonne."
               STOP RUN
           END-IF.
           PERFORM CHARGER-CO-TITULAIRES.
           PERFORM CUMULER-POSITIONS.
           PERFORM BALAYER-JOURNAL-PERIODE.
           PERFORM CALCULER-CONTRIBUTIONS.
           PERFORM REPARTIR-SUR-CLIENTS.
           IF Clients-Debordement
               DISPLAY "Table des clients pleine (600) : ",
                       "rapport abandonne."
               STOP RUN
           END-IF.
           PERFORM CLASSER-ET-ECRIRE-CLIENTS.
           PERFORM AFFICHER-SEGMENTS.
           STOP RUN.

       CHARGER-COMPTES.
           MOVE ZERO TO NombreComptes.
           OPEN INPUT soldes.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier des soldes inaccessible (statut ",
                       ws-file-status, ") : run abandonne."
               STOP RUN
           END-IF.
           MOVE "N" TO FinParcoursSoldes.
           MOVE ZERO TO SR-Numero-Compte.
           START soldes KEY IS NOT LESS THAN SR-Numero-Compte
               INVALID KEY
                   MOVE "O" TO FinParcoursSoldes
               NOT INVALID KEY
                   CONTINUE
           END-START.
           PERFORM RANGER-COMPTE-SUIVANT UNTIL Fin-Parcours-Soldes.
           CLOSE soldes.

       RANGER-COMPTE-SUIVANT.
           READ soldes NEXT RECORD
               AT END
                   MOVE "O" TO FinParcoursSoldes
               NOT AT END
                   IF NombreComptes < 1000
                       ADD 1 TO NombreComptes
                       SET IdxCompte TO NombreComptes
                       INITIALIZE CompteRentab(IdxCompte)
                       MOVE SR-Numero-Compte TO RA-Compte(IdxCompte)
                       MOVE SR-Numero-Client TO RA-Client(IdxCompte)
                       MOVE SR-Type-Compte TO RA-Type(IdxCompte)
                       MOVE 1 TO RA-Parts(IdxCompte)
                   ELSE
                       MOVE "O" TO ComptesDebordement
                       MOVE "O" TO FinParcoursSoldes
                   END-IF
           END-READ.

       CHERCHER-COMPTE.
           MOVE ZERO TO IdxCompteTrouve.
           PERFORM VARYING IdxCompte FROM 1 BY 1
                   UNTIL IdxCompte > NombreComptes
                      OR IdxCompteTrouve > ZERO
               IF RA-Compte(IdxCompte) = CompteRecherche
                   SET IdxCompteTrouve TO IdxCompte
               END-IF
           END-PERFORM.

       CHARGER-CO-TITULAIRES.
           MOVE ZERO TO NombreCoTitulaires.
           OPEN INPUT titulaires.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ titulaires
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UN-CO-TITULAIRE
                   END-READ
               END-PERFORM
               CLOSE titulaires
           END-IF.

       RANGER-UN-CO-TITULAIRE.
           IF TI-Role = "T" OR TI-Role = "C"
               MOVE TI-Numero-Compte TO CompteRecherche
               PERFORM CHERCHER-COMPTE
               IF IdxCompteTrouve > ZERO
                  AND TI-Numero-Client NOT = RA-Client(IdxCompteTrouve)
                  AND NombreCoTitulaires < 500
                   ADD 1 TO NombreCoTitulaires
                   MOVE TI-Numero-Compte
                        TO CT-Compte(NombreCoTitulaires)
                   MOVE TI-Numero-Client
                        TO CT-Client(NombreCoTitulaires)
                   ADD 1 TO RA-Parts(IdxCompteTrouve)
               END-IF
           END-IF.

       CUMULER-POSITIONS.
      *> Photographies de la periode : la somme des soldes
      *> crediteurs et celle des soldes debiteurs, divisees par le
      *> nombre de jours photographies, donnent les soldes moyens.
           OPEN INPUT positions.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ positions
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE PO-Date(1:6) TO MoisLigne
                           IF MoisLigne >= MoisDebut
                              AND MoisLigne <= MoisFin
                               PERFORM CUMULER-UNE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE positions
           ELSE
               DISPLAY "Fichier positions absent : soldes moyens ",
                       "a zero."
           END-IF.

       CUMULER-UNE-POSITION.
           MOVE PO-Compte TO CompteRecherche.
           PERFORM CHERCHER-COMPTE.
           IF IdxCompteTrouve > ZERO
               ADD 1 TO RA-JoursPositions(IdxCompteTrouve)
               IF PO-Solde > ZERO
                   ADD PO-Solde TO RA-SommeCrediteur(IdxCompteTrouve)
               ELSE
                   SUBTRACT PO-Solde
                       FROM RA-SommeDebiteur(IdxCompteTrouve)
               END-IF
           END-IF.

       BALAYER-JOURNAL-PERIODE.
           MOVE MoisDebut TO MoisArchiveCourant.
           PERFORM UNTIL MoisArchiveCourant > MoisFin
               PERFORM SCANNER-UNE-ARCHIVE
               PERFORM PASSER-AU-MOIS-SUIVANT
           END-PERFORM.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM CUMULER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.

       SCANNER-UNE-ARCHIVE.
           MOVE SPACES TO NomFichierArchive.
           STRING "histarch_" MoisArchiveCourant
               DELIMITED BY SIZE INTO NomFichierArchive.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE historique-archive-record
                                TO historique-record
                           PERFORM CUMULER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE historique-archive
           END-IF.

       PASSER-AU-MOIS-SUIVANT.
           MOVE MoisArchiveCourant TO MoisTravail.
           IF MT-Mois = 12
               ADD 1 TO MT-Annee
               MOVE 1 TO MT-Mois
           ELSE
               ADD 1 TO MT-Mois
           END-IF.
           MOVE MoisTravail TO MoisArchiveCourant.

       CUMULER-LIGNE-JOURNAL.
           MOVE H-Date(1:6) TO MoisLigne.
           IF MoisLigne >= MoisDebut AND MoisLigne <= MoisFin
               MOVE H-Numero-Compte TO CompteRecherche
               PERFORM CHERCHER-COMPTE
               IF IdxCompteTrouve > ZERO
                   EVALUATE H-Action
                       WHEN "I"
                           ADD H-Montant
                               TO RA-InteretsVerses(IdxCompteTrouve)
                       WHEN "J"
                       WHEN "K"
                           ADD H-Montant
                               TO RA-InteretsRecus(IdxCompteTrouve)
                       WHEN "F"
                       WHEN "G"
                           ADD H-Montant TO RA-Frais(IdxCompteTrouve)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CALCULER-CONTRIBUTIONS.
      *> Contribution = interets recus + frais - interets verses
      *> + (moyen crediteur - moyen debiteur) x taux de cession
      *> ramene a la duree de la periode.
           PERFORM VARYING IdxCompte FROM 1 BY 1
                   UNTIL IdxCompte > NombreComptes
               IF RA-JoursPositions(IdxCompte) > ZERO
                   COMPUTE RA-MoyenCrediteur(IdxCompte) ROUNDED =
                           RA-SommeCrediteur(IdxCompte)
                           / RA-JoursPositions(IdxCompte)
                   COMPUTE RA-MoyenDebiteur(IdxCompte) ROUNDED =
                           RA-SommeDebiteur(IdxCompte)
                           / RA-JoursPositions(IdxCompte)
               END-IF
               COMPUTE ValeurFonds ROUNDED =
                       (RA-MoyenCrediteur(IdxCompte)
                        - RA-MoyenDebiteur(IdxCompte))
                       * TauxCession / 100
                       * NombreMoisPeriode / 12
               COMPUTE RA-Contribution(IdxCompte) =
                       RA-InteretsRecus(IdxCompte)
                       + RA-Frais(IdxCompte)
                       - RA-InteretsVerses(IdxCompte)
                       + ValeurFonds
               PERFORM CUMULER-SEGMENT
           END-PERFORM.

       CUMULER-SEGMENT.
           MOVE ZERO TO IdxSegmentTrouve.
           PERFORM VARYING IdxSegment FROM 1 BY 1
                   UNTIL IdxSegment > NombreSegments
                      OR IdxSegmentTrouve > ZERO
               IF SG-Type(IdxSegment) = RA-Type(IdxCompte)
                   SET IdxSegmentTrouve TO IdxSegment
               END-IF
           END-PERFORM.
           IF IdxSegmentTrouve = ZERO AND NombreSegments < 20
               ADD 1 TO NombreSegments
               SET IdxSegment TO NombreSegments
               INITIALIZE SegmentType(IdxSegment)
               MOVE RA-Type(IdxCompte) TO SG-Type(IdxSegment)
               MOVE NombreSegments TO IdxSegmentTrouve
           END-IF.
           IF IdxSegmentTrouve > ZERO
               ADD 1 TO SG-NbComptes(IdxSegmentTrouve)
               ADD RA-MoyenCrediteur(IdxCompte)
                   TO SG-MoyenCrediteur(IdxSegmentTrouve)
               ADD RA-MoyenDebiteur(IdxCompte)
                   TO SG-MoyenDebiteur(IdxSegmentTrouve)
               ADD RA-InteretsRecus(IdxCompte) RA-Frais(IdxCompte)
                   TO SG-Produits(IdxSegmentTrouve)
               ADD RA-InteretsVerses(IdxCompte)
                   TO SG-InteretsVerses(IdxSegmentTrouve)
               ADD RA-Contribution(IdxCompte)
                   TO SG-Contribution(IdxSegmentTrouve)
           END-IF.

       REPARTIR-SUR-CLIENTS.
      *> Chaque compte part au client du fichier des soldes, puis a
      *> chacun de ses co-titulaires, pour sa part.
           MOVE ZERO TO NombreClients.
           PERFORM VARYING IdxCompte FROM 1 BY 1
                   UNTIL IdxCompte > NombreComptes
               PERFORM CALCULER-PART-COMPTE
               MOVE RA-Client(IdxCompte) TO ClientRecherche
               PERFORM AFFECTER-PART-CLIENT
               IF RA-Parts(IdxCompte) > 1
                   PERFORM VARYING IdxCoTit FROM 1 BY 1
                           UNTIL IdxCoTit > NombreCoTitulaires
                       IF CT-Compte(IdxCoTit) = RA-Compte(IdxCompte)
                           MOVE CT-Client(IdxCoTit) TO ClientRecherche
                           PERFORM AFFECTER-PART-CLIENT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CALCULER-PART-COMPTE.
           COMPUTE PartMoyenCrediteur ROUNDED =
                   RA-MoyenCrediteur(IdxCompte) / RA-Parts(IdxCompte).
           COMPUTE PartMoyenDebiteur ROUNDED =
                   RA-MoyenDebiteur(IdxCompte) / RA-Parts(IdxCompte).
           COMPUTE PartInteretsVerses ROUNDED =
                   RA-InteretsVerses(IdxCompte) / RA-Parts(IdxCompte).
           COMPUTE PartInteretsRecus ROUNDED =
                   RA-InteretsRecus(IdxCompte) / RA-Parts(IdxCompte).
           COMPUTE PartFrais ROUNDED =
                   RA-Frais(IdxCompte) / RA-Parts(IdxCompte).
           COMPUTE PartContribution ROUNDED =
                   RA-Contribution(IdxCompte) / RA-Parts(IdxCompte).
           COMPUTE EncoursCompte =
                   PartMoyenCrediteur + PartMoyenDebiteur.

       AFFECTER-PART-CLIENT.
           MOVE ZERO TO IdxClientTrouve.
           PERFORM VARYING IdxClient FROM 1 BY 1
                   UNTIL IdxClient > NombreClients
                      OR IdxClientTrouve > ZERO
               IF RC-Client(IdxClient) = ClientRecherche
                   SET IdxClientTrouve TO IdxClient
               END-IF
           END-PERFORM.
           IF IdxClientTrouve = ZERO
               IF NombreClients < 600
                   ADD 1 TO NombreClients
                   SET IdxClient TO NombreClients
                   INITIALIZE ClientRentab(IdxClient)
                   MOVE ClientRecherche TO RC-Client(IdxClient)
                   MOVE RA-Type(IdxCompte) TO RC-Segment(IdxClient)
                   MOVE "N" TO RC-Classe(IdxClient)
                   MOVE NombreClients TO IdxClientTrouve
               ELSE
                   MOVE "O" TO ClientsDebordement
               END-IF
           END-IF.
           IF IdxClientTrouve > ZERO
               ADD PartMoyenCrediteur
                   TO RC-MoyenCrediteur(IdxClientTrouve)
               ADD PartMoyenDebiteur
                   TO RC-MoyenDebiteur(IdxClientTrouve)
               ADD PartInteretsVerses
                   TO RC-InteretsVerses(IdxClientTrouve)
               ADD PartInteretsRecus
                   TO RC-InteretsRecus(IdxClientTrouve)
               ADD PartFrais TO RC-Frais(IdxClientTrouve)
               ADD PartContribution
                   TO RC-Contribution(IdxClientTrouve)
      *> Segment du client : type de son compte au plus gros encours.
               IF EncoursCompte > RC-EncoursSegment(IdxClientTrouve)
                   MOVE EncoursCompte
                        TO RC-EncoursSegment(IdxClientTrouve)
                   MOVE RA-Type(IdxCompte)
                        TO RC-Segment(IdxClientTrouve)
               END-IF
           END-IF.

       CLASSER-ET-ECRIRE-CLIENTS.
      *> Classement par selection : a chaque tour, le meilleur client
      *> non encore classe.
           PERFORM CALCULER-PERIODE-RAPPORT.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierRapport.
           OPEN OUTPUT rapport-rentabilite.
           IF ws-statut-rapport NOT = '00'
               DISPLAY "Creation de ", NomFichierRapport,
                       " impossible (statut ", ws-statut-rapport, ")."
               STOP RUN
           END-IF.
           MOVE ZERO TO RangCourant.
           MOVE ZERO TO TotalBanqueContribution.
           DISPLAY "Rang  Client Seg Contribution".
           PERFORM NombreClients TIMES
               PERFORM CHERCHER-MEILLEUR-CLIENT
               ADD 1 TO RangCourant
               SET IdxClient TO MeilleurIdx
               MOVE "O" TO RC-Classe(IdxClient)
               PERFORM ECRIRE-LIGNE-CLIENT
           END-PERFORM.
           CLOSE rapport-rentabilite.
           MOVE "F" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE TotalBanqueContribution TO TotalAffiche.
           DISPLAY NombreClients, " client(s) classe(s) dans ",
                   NomFichierRapport, " - contribution totale ",
                   TotalAffiche, " (taux de cession ", TauxCession,
                   " %).".

       CALCULER-PERIODE-RAPPORT.
      *> Du premier jour du premier mois au dernier jour du dernier :
      *> la veille du premier jour du mois qui suit la periode.
           COMPUTE SPOOL-DebutPeriode = MoisDebut * 100 + 1.
           IF MoisFin(5:2) = "12"
               COMPUTE MoisSuivant = MoisFin + 89
           ELSE
               COMPUTE MoisSuivant = MoisFin + 1
           END-IF.
           MOVE "A" TO DATU-Operation.
           COMPUTE DATU-Date1 = MoisSuivant * 100 + 1.
           MOVE -1 TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00'
               MOVE DATU-DateResultat TO SPOOL-FinPeriode
           ELSE
               COMPUTE SPOOL-FinPeriode = MoisFin * 100 + 28
           END-IF.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       CHERCHER-MEILLEUR-CLIENT.
           MOVE ZERO TO MeilleurIdx.
           PERFORM VARYING IdxClient FROM 1 BY 1
                   UNTIL IdxClient > NombreClients
               IF NOT RC-Deja-Classe(IdxClient)
                   IF MeilleurIdx = ZERO
                      OR RC-Contribution(IdxClient)
                         > MeilleureContribution
                       SET MeilleurIdx TO IdxClient
                       MOVE RC-Contribution(IdxClient)
                            TO MeilleureContribution
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-CLIENT.
           MOVE RangCourant TO RR-Rang.
           MOVE RC-Client(IdxClient) TO RR-Client.
           MOVE RC-Segment(IdxClient) TO RR-Segment.
           MOVE RC-MoyenCrediteur(IdxClient) TO RR-MoyenCrediteur.
           MOVE RC-MoyenDebiteur(IdxClient) TO RR-MoyenDebiteur.
           MOVE RC-InteretsVerses(IdxClient) TO RR-InteretsVerses.
           MOVE RC-InteretsRecus(IdxClient) TO RR-InteretsRecus.
           MOVE RC-Frais(IdxClient) TO RR-Frais.
           MOVE RC-Contribution(IdxClient) TO RR-Contribution.
           MOVE SEP-Virgule TO RR-FILLER1.
           MOVE SEP-Virgule TO RR-FILLER2.
           MOVE SEP-Virgule TO RR-FILLER3.
           MOVE SEP-Virgule TO RR-FILLER4.
           MOVE SEP-Virgule TO RR-FILLER5.
           MOVE SEP-Virgule TO RR-FILLER6.
           MOVE SEP-Virgule TO RR-FILLER7.
           MOVE SEP-Virgule TO RR-FILLER8.
           WRITE rentabilite-enregistrement.
           ADD RC-Contribution(IdxClient) TO TotalBanqueContribution.
           IF RangCourant <= 20
               DISPLAY RR-Rang, " ", RR-Client, "  ", RR-Segment,
                       "  ", RR-Contribution
           END-IF.

       AFFICHER-SEGMENTS.
           DISPLAY "===== PAR TYPE DE COMPTE =====".
           DISPLAY "Type Comptes Moyen crediteur Moyen debiteur ",
                   "Produits Interets verses Contribution".
           PERFORM VARYING IdxSegment FROM 1 BY 1
                   UNTIL IdxSegment > NombreSegments
               MOVE SG-Contribution(IdxSegment) TO SegmentAffiche
               DISPLAY SG-Type(IdxSegment), "    ",
                       SG-NbComptes(IdxSegment), " ",
                       SG-MoyenCrediteur(IdxSegment), " ",
                       SG-MoyenDebiteur(IdxSegment), " ",
                       SG-Produits(IdxSegment), " ",
                       SG-InteretsVerses(IdxSegment), " ",
                       SegmentAffiche
           END-PERFORM.
