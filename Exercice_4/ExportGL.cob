      *> et de fin portant compteurs et totaux de controle. Le run
      *> s'arrete en erreur, journal vide, si debits et credits ne
      *> s'equilibrent pas ou si un code action n'est pas parametre.
      *> Chaque ligne de detail porte en dernier champ l'agence de
      *> rattachement du compte client mouvemente (siege 001 pour un
      *> compte inconnu du fichier des soldes). Les ecritures
      *> d'interets courus calculees par la chaine de nuit pour la
      *> meme date (copie glcourus_AAAAMMJJ) sont reprises a la suite
      *> des mouvements, sous les codes A, C et O, puis le journal de
      *> paie ecrit le meme jour par Paie (copie glpaie_AAAAMMJJ,
      *> codes 5, 6, 7 et 8). Aucun journal
      *> n'est ecrit pour une date d'un mois en cloture ou clos
      *> (fichier periodes) : le journal existant reste intact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT gl-mapping ASSIGN TO 'gl_mapping'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-copie.

           SELECT gl-courus ASSIGN USING NomCourusDate
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-copie.

           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-Numero-Compte
               FILE STATUS IS ws-statut-soldes.

       DATA DIVISION.
       FILE SECTION.
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
       FD gl-journal-date.
       01 gl-journal-date-record PIC X(60).

       FD gl-courus.
      *> Ecritures d'interets courus de la chaine, au dessin des
      *> lignes de detail du journal.
       01 gl-courus-record PIC X(60).

       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 SR-Reste PIC X(43).
           05 SR-FILLER7 PIC X.
           05 SR-Agence PIC 9(3).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-copie PIC XX.
       01 ws-statut-soldes PIC XX.
       01 SEP-Virgule PIC X VALUE ",".
      *> Copie datee du journal : gl_journal reste le fichier "du
      *> jour" remis a la compta, la copie gljournal_AAAAMMJJ nourrit
      *> le grand-livre qui cumule sur une periode.
       01 NomJournalDate PIC X(20) VALUE SPACES.
       01 NomCourusDate PIC X(20) VALUE SPACES.

       01 DateExport PIC 9(8) VALUE ZERO.

       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

      *> Controle de la periode comptable de la date exportee.
       01 PeriodeDateOuverte PIC 9(8) VALUE ZERO.
       01 PeriodeStatut PIC XX VALUE '00'.
           88 Periode-Ouverte VALUE '00'.

      *> Table de correspondance code action -> comptes generaux,
      *> chargee depuis gl_mapping (cree avec des valeurs par defaut
      *> au premier lancement, a ajuster par la comptabilite).
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

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
               MOVE DateExport TO DATU-Date1
               PERFORM VALIDER-DATE-EXPORT
           END-PERFORM.
           CALL 'Periode' USING DateExport, PeriodeDateOuverte,
                                PeriodeStatut.
           IF NOT Periode-Ouverte
               DISPLAY "Periode ", DateExport(1:6), " en cloture ou ",
                       "close : export refuse, aucune ligne de ",
                       "journal ecrite."
               STOP RUN
           END-IF.
           PERFORM CHARGER-MAPPING.
           IF NombreMappings = ZERO
               DISPLAY "Aucune correspondance comptable chargee : ",
                       "export abandonne."
               STOP RUN
           END-IF.
           OPEN INPUT soldes.
           IF ws-statut-soldes NOT = '00'
               DISPLAY "Fichier des soldes inaccessible (statut ",
                       ws-statut-soldes, ") : agences introuvables, ",
                       "export abandonne."
               STOP RUN
           END-IF.
           OPEN OUTPUT gl-journal.
           PERFORM ECRIRE-ENTETE-JOURNAL.
           OPEN INPUT historique.
           IF ws-file-status = '35'
               DISPLAY "Fichier historique introuvable."
               CLOSE gl-journal
               CLOSE soldes
               STOP RUN
           END-IF.
           PERFORM UNTIL ws-file-status = '10'
               READ historique NEXT RECORD INTO historique-record
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
               END-READ
           END-PERFORM.
           CLOSE historique.
           CLOSE soldes.
           PERFORM REPRENDRE-COURUS.
           PERFORM REPRENDRE-PAIE.
           PERFORM ECRIRE-FIN-JOURNAL.
           CLOSE gl-journal.
           PERFORM CONTROLER-EQUILIBRE.
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF NombreMappings < 40
                           ADD 1 TO NombreMappings
                           MOVE GM-Action
                                TO MP-Action(NombreMappings)
           MOVE "D" TO GM-Action.
           MOVE 512000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "R" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 512000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "V" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 471000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "E" TO GM-Action.
           MOVE 471000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "I" TO GM-Action.
           MOVE 661000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "J" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 763000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "F" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 708000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "Q" TO GM-Action.
           MOVE 511200 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "S" TO GM-Action.
           MOVE 421000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "X" TO GM-Action.
           MOVE 471000 TO GM-Compte-Debit.
           MOVE 471000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "P" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 512000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "T" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 512100 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "U" TO GM-Action.
           MOVE 512100 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "B" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 165000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "M" TO GM-Action.
           MOVE 165000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "L" TO GM-Action.
           MOVE 274000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "K" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 762000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "N" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 274000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "G" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 708000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "Z" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 467000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "W" TO GM-Action.
           MOVE 476000 TO GM-Compte-Debit.
           MOVE 766000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "Y" TO GM-Action.
           MOVE 666000 TO GM-Compte-Debit.
           MOVE 477000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "H" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 512200 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
      *> Compte d'attente des credits recus en suspens : entree 1,
      *> sortie 2 (reimputation ou retour a la banque emettrice).
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "1" TO GM-Action.
           MOVE 512100 TO GM-Compte-Debit.
           MOVE 471800 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "2" TO GM-Action.
           MOVE 471800 TO GM-Compte-Debit.
           MOVE 512100 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
      *> Interets courus (ecritures de la chaine de nuit, sans
      *> mouvement client) : crediteurs A, debiteurs C, prets O.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "A" TO GM-Action.
           MOVE 661000 TO GM-Compte-Debit.
           MOVE 168800 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "C" TO GM-Action.
           MOVE 418800 TO GM-Compte-Debit.
           MOVE 763000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "O" TO GM-Action.
           MOVE 276800 TO GM-Compte-Debit.
           MOVE 762000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
      *> Financement de la paie par le compte de l'employeur : debit
      *> 3 contre le compte de virements internes, retour 4 des
      *> credits impostables. Les salaires a payer (421000) sont
      *> soldes par les credits de salaire (S) eux-memes.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "3" TO GM-Action.
           MOVE 411000 TO GM-Compte-Debit.
           MOVE 580000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "4" TO GM-Action.
           MOVE 580000 TO GM-Compte-Debit.
           MOVE 411000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
      *> Journal de paie (ecritures de Paie, sans mouvement client) :
      *> salaires bruts 5 et majorations d'heures supplementaires 6
      *> dus au personnel, retenues 7 a reverser, cotisations
      *> patronales 8 dues aux organismes sociaux.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "5" TO GM-Action.
           MOVE 641000 TO GM-Compte-Debit.
           MOVE 421000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "6" TO GM-Action.
           MOVE 641100 TO GM-Compte-Debit.
           MOVE 421000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "7" TO GM-Action.
           MOVE 421000 TO GM-Compte-Debit.
           MOVE 442000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           MOVE SEP-Virgule TO GM-FILLER1.
           MOVE SEP-Virgule TO GM-FILLER2.
           MOVE "8" TO GM-Action.
           MOVE 645000 TO GM-Compte-Debit.
           MOVE 431000 TO GM-Compte-Credit.
           PERFORM ECRIRE-MAPPING-DEFAUT.
           CLOSE gl-mapping.

       ECRIRE-MAPPING-DEFAUT.
      *> Classe de depart des deux comptes selon le plan comptable :
      *> classes 6 (charges) et 7 (produits) en resultat.
           MOVE SEP-Virgule TO GM-FILLER3.
           MOVE SEP-Virgule TO GM-FILLER4.
           MOVE "B" TO GM-Classe-Debit.
           MOVE "B" TO GM-Classe-Credit.
           IF GM-Compte-Debit >= 600000 AND GM-Compte-Debit < 800000
               MOVE "R" TO GM-Classe-Debit
           END-IF.
           IF GM-Compte-Credit >= 600000 AND GM-Compte-Credit < 800000
               MOVE "R" TO GM-Classe-Credit
           END-IF.
           WRITE gl-mapping-record.

       EXPORTER-LIGNE.
           PERFORM CHERCHER-MAPPING.
           IF NOT Mapping-Trouve
               DISPLAY "Code action non parametre : ", H-Action,
                       " (sequence ", H-Sequence, ")"
           ELSE
               PERFORM CHERCHER-AGENCE-COMPTE
               MOVE "D" TO DET-Sens
               MOVE MP-Compte-Debit(IdxMappingTrouve)
                    TO DET-Compte-GL
               END-IF
           END-PERFORM.

       CHERCHER-AGENCE-COMPTE.
      *> Les deux jambes de l'ecriture vont a l'agence du compte
      *> client ; siege pour un compte absent ou d'avant les agences.
           MOVE 1 TO DET-Agence.
           MOVE H-Numero-Compte TO SR-Numero-Compte.
           READ soldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SR-Agence IS NUMERIC AND SR-Agence > ZERO
                       MOVE SR-Agence TO DET-Agence
                   END-IF
           END-READ.

       ECRIRE-DETAIL-JOURNAL.
           MOVE H-Montant TO DET-Montant.
           MOVE H-Action TO DET-Action.
           MOVE SEP-Virgule TO DET-FILLER2.
           MOVE SEP-Virgule TO DET-FILLER3.
           MOVE SEP-Virgule TO DET-FILLER4.
           MOVE SEP-Virgule TO DET-FILLER5.
           MOVE SPACES TO gl-journal-record.
           MOVE DET-Ligne TO gl-journal-record.
           WRITE gl-journal-record
           END-WRITE.

       REPRENDRE-COURUS.
      *> Ecritures deja equilibrees par la chaine : recopiees telles
      *> quelles et comptees dans les totaux de controle.
           MOVE SPACES TO NomCourusDate.
           STRING "glcourus_" DateExport
               DELIMITED BY SIZE INTO NomCourusDate.
           PERFORM RECOPIER-ECRITURES-PREPAREES.

       REPRENDRE-PAIE.
      *> Journal de paie du jour (salaires bruts, majorations,
      *> retenues), equilibre par Paie : meme reprise que les courus.
           MOVE SPACES TO NomCourusDate.
           STRING "glpaie_" DateExport
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
                               ADD 1 TO NombreLignesExportees
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

       ECRIRE-ENTETE-JOURNAL.
           MOVE SPACES TO LigneJournal.
           STRING "H," DateExport DELIMITED BY SIZE
