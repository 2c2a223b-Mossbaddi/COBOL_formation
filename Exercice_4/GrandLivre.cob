      *> ExportGL et par la chaine de nuit) sur la periode demandee,
      *> et imprime par compte general le solde d'ouverture, les
      *> mouvements debit et credit et le solde de cloture. Le solde
      *> d'ouverture part des soldes au premier janvier de l'annee
      *> de debut ecrits par la cloture annuelle (glouverture_AAAA,
      *> programme ClotureExercice), auxquels s'ajoutent les
      *> journaux du premier janvier a la veille de la periode ; sans
      *> ce fichier l'annee part de zero. Chaque journee est
      *> controlee : un jour dont l'enregistrement de fin ne colle
      *> pas aux lignes de detail est signale. Le plan des comptes
      *> vient de gl_mapping pour que les comptes sans mouvement
      *> figurent aussi.
      *> Chaque ligne du journal portant l'agence du compte client,
      *> le grand-livre est imprime par agence (toutes, ou celle
      *> demandee) puis, pour toutes les agences, consolide au
      *> niveau de la banque. Les journaux d'avant les agences sont
      *> imputes au siege (001).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT ouverture-exercice ASSIGN USING NomOuverture
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD gl-mapping.
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

       FD gl-journal-date.
       01 gl-journal-date-record PIC X(60).

       FD ouverture-exercice.
      *> Solde d'ouverture d'un compte general dans une agence, au
      *> dessin ecrit par la cloture annuelle.
       01 ouverture-exercice-record.
           05 OE-Date PIC 9(8).
           05 OE-FILLER1 PIC X.
           05 OE-Agence PIC 9(3).
           05 OE-FILLER2 PIC X.
           05 OE-Compte PIC 9(6).
           05 OE-FILLER3 PIC X.
           05 OE-Sens PIC X.
           05 OE-FILLER4 PIC X.
           05 OE-Montant PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.

       01 NomJournalDate PIC X(20) VALUE SPACES.
       01 NomOuverture PIC X(20) VALUE SPACES.
       01 DateDebutGL PIC 9(8) VALUE ZERO.
       01 DateFinGL PIC 9(8) VALUE ZERO.
       01 DateCourante PIC 9(8) VALUE ZERO.
           05 VD-Action PIC X.
           05 VD-Sep4 PIC X.
           05 VD-Sequence PIC 9(8).
           05 VD-Sep5 PIC X.
           05 VD-Agence PIC 9(3).
           05 VD-Reste PIC X(29).
       01 VueTrailer REDEFINES LigneJournalLue.
           05 VT-Sens PIC X.
           05 VT-Sep1 PIC X.
       01 CompteGLRecherche PIC 9(6) VALUE ZERO.
       01 SoldeCloture PIC S9(11)V99 VALUE ZERO.

      *> Cumuls par agence et compte general.
       01 TableComptesAgence.
           02 CompteAgence OCCURS 500 TIMES INDEXED BY IdxGA.
               03 GA-Agence PIC 9(3).
               03 GA-Compte PIC 9(6).
               03 GA-Ouverture PIC S9(11)V99.
               03 GA-Debits PIC 9(11)V99.
               03 GA-Credits PIC 9(11)V99.
       01 NombreComptesAgence PIC 9(3) VALUE ZERO.
       01 ComptesAgenceDebordement PIC X VALUE "N".
           88 Comptes-Agence-Debordement VALUE "O".
       01 IdxGATrouve PIC 9(3) VALUE ZERO.
       01 AgenceLigne PIC 9(3) VALUE ZERO.
       01 AgenceDemandee PIC 9(3) VALUE ZERO.
       01 AgenceEdition PIC 9(3) VALUE ZERO.
       01 AgenceEditionSuivante PIC 9(4) VALUE ZERO.

      *> Controles de la journee en cours.
       01 NbDetailsJour PIC 9(7) VALUE ZERO.
       01 SommeDebitsJour PIC 9(11)V99 VALUE ZERO.
               DISPLAY "Date de fin invalide : run abandonne."
               STOP RUN
           END-IF.
           DISPLAY "Agence a editer (000 = toutes, avec le total ",
                   "banque) :".
           ACCEPT AgenceDemandee.
           PERFORM CHARGER-PLAN-DES-COMPTES.
      *> Solde d'ouverture : soldes reportes au premier janvier de
      *> l'annee de debut, plus le cumul des journaux de ce premier
      *> janvier jusqu'a la veille de la periode.
           PERFORM CHARGER-SOLDES-OUVERTURE.
           MOVE DateDebutGL TO DateOuverture.
           MOVE "0101" TO DateOuverture(5:4).
           IF DateOuverture < DateDebutGL
               CLOSE gl-mapping
           END-IF.

       CHARGER-SOLDES-OUVERTURE.
           MOVE SPACES TO NomOuverture.
           STRING "glouverture_" DateDebutGL(1:4)
               DELIMITED BY SIZE INTO NomOuverture.
           OPEN INPUT ouverture-exercice.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ ouverture-exercice
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM REPORTER-UN-SOLDE
                   END-READ
               END-PERFORM
               CLOSE ouverture-exercice
               DISPLAY "Soldes au premier janvier repris de ",
                       NomOuverture, "."
           ELSE
               DISPLAY "Pas de fichier ", NomOuverture,
                       " (cloture annuelle) : soldes au premier ",
                       "janvier a zero."
           END-IF.

       REPORTER-UN-SOLDE.
      *> La ligne est presentee aux cumuls comme un detail du
      *> journal de la phase d'ouverture.
           MOVE SPACES TO LigneJournalLue.
           MOVE OE-Compte TO VD-Compte.
           MOVE OE-Agence TO VD-Agence.
           MOVE OE-Compte TO CompteGLRecherche.
           PERFORM CHERCHER-OU-AJOUTER-COMPTE-GL.
           PERFORM CHERCHER-OU-AJOUTER-COMPTE-AGENCE.
           IF OE-Sens = "C"
               IF Compte-GL-Trouve
                   SUBTRACT OE-Montant FROM GL-Ouverture(IdxGLTrouve)
               END-IF
               IF IdxGATrouve > ZERO
                   SUBTRACT OE-Montant FROM GA-Ouverture(IdxGATrouve)
               END-IF
           ELSE
               IF Compte-GL-Trouve
                   ADD OE-Montant TO GL-Ouverture(IdxGLTrouve)
               END-IF
               IF IdxGATrouve > ZERO
                   ADD OE-Montant TO GA-Ouverture(IdxGATrouve)
               END-IF
           END-IF.

       CHERCHER-OU-AJOUTER-COMPTE-GL.
           MOVE "N" TO CompteGLTrouve.
           PERFORM VARYING IdxGL FROM 1 BY 1
                   ADD VD-Montant TO GL-Debits(IdxGLTrouve)
               END-IF
           END-IF.
           PERFORM CHERCHER-OU-AJOUTER-COMPTE-AGENCE.
           IF IdxGATrouve > ZERO
               IF Phase-Ouverture
                   ADD VD-Montant TO GA-Ouverture(IdxGATrouve)
               ELSE
                   ADD VD-Montant TO GA-Debits(IdxGATrouve)
               END-IF
           END-IF.
           ADD VD-Montant TO SommeDebitsJour.

       CUMULER-DETAIL-CREDIT.
                   ADD VD-Montant TO GL-Credits(IdxGLTrouve)
               END-IF
           END-IF.
           PERFORM CHERCHER-OU-AJOUTER-COMPTE-AGENCE.
           IF IdxGATrouve > ZERO
               IF Phase-Ouverture
                   SUBTRACT VD-Montant FROM GA-Ouverture(IdxGATrouve)
               ELSE
                   ADD VD-Montant TO GA-Credits(IdxGATrouve)
               END-IF
           END-IF.
           ADD VD-Montant TO SommeCreditsJour.
           ADD 1 TO NbDetailsJour.

       CHERCHER-OU-AJOUTER-COMPTE-AGENCE.
      *> Ligne agence/compte de la ligne de detail lue ; zero si la
      *> table est pleine (detail par agence alors incomplet, le
      *> total banque restant juste).
           IF VD-Agence IS NUMERIC AND VD-Agence > ZERO
               MOVE VD-Agence TO AgenceLigne
           ELSE
               MOVE 1 TO AgenceLigne
           END-IF.
           MOVE ZERO TO IdxGATrouve.
           PERFORM VARYING IdxGA FROM 1 BY 1
                   UNTIL IdxGA > NombreComptesAgence
                      OR IdxGATrouve > ZERO
               IF GA-Agence(IdxGA) = AgenceLigne
                  AND GA-Compte(IdxGA) = VD-Compte
                   SET IdxGATrouve TO IdxGA
               END-IF
           END-PERFORM.
           IF IdxGATrouve = ZERO
               IF NombreComptesAgence < 500
                   ADD 1 TO NombreComptesAgence
                   MOVE AgenceLigne TO GA-Agence(NombreComptesAgence)
                   MOVE VD-Compte TO GA-Compte(NombreComptesAgence)
                   MOVE ZERO TO GA-Ouverture(NombreComptesAgence)
                   MOVE ZERO TO GA-Debits(NombreComptesAgence)
                   MOVE ZERO TO GA-Credits(NombreComptesAgence)
                   MOVE NombreComptesAgence TO IdxGATrouve
               ELSE
                   MOVE "O" TO ComptesAgenceDebordement
               END-IF
           END-IF.

       CONTROLER-TOTAUX-JOURNEE.
      *> Une paire debit/credit par ecriture : le compteur de fin
      *> compte les ecritures, les totaux debit et credit doivent
       IMPRIMER-GRAND-LIVRE.
           DISPLAY "===== GRAND-LIVRE ", DateDebutGL, " - ",
                   DateFinGL, " =====".
           IF AgenceDemandee = ZERO
               MOVE ZERO TO AgenceEdition
               PERFORM CHERCHER-AGENCE-EDITION-SUIVANTE
               PERFORM UNTIL AgenceEditionSuivante > 999
                   MOVE AgenceEditionSuivante TO AgenceEdition
                   PERFORM IMPRIMER-UNE-AGENCE
                   PERFORM CHERCHER-AGENCE-EDITION-SUIVANTE
               END-PERFORM
               DISPLAY "----- TOTAL BANQUE -----"
               DISPLAY "Compte  Ouverture      Debits         ",
                       "Credits        Cloture"
               PERFORM VARYING IdxGL FROM 1 BY 1
                       UNTIL IdxGL > NombreComptesGL
                   COMPUTE SoldeCloture = GL-Ouverture(IdxGL)
                           + GL-Debits(IdxGL) - GL-Credits(IdxGL)
                   DISPLAY GL-Compte(IdxGL), "  ",
                           GL-Ouverture(IdxGL), " ",
                           GL-Debits(IdxGL), " ",
                           GL-Credits(IdxGL), " ",
                           SoldeCloture
               END-PERFORM
           ELSE
               MOVE AgenceDemandee TO AgenceEdition
               PERFORM IMPRIMER-UNE-AGENCE
           END-IF.
           IF Comptes-Agence-Debordement
               DISPLAY "ATTENTION : plus de 500 couples agence/",
                       "compte, detail par agence incomplet (le ",
                       "total banque reste complet)."
           END-IF.
           DISPLAY "Journees lues : ", JoursLus, " - journees en ",
                   "ecart : ", JoursEnEcart, ".".
           IF JoursEnEcart > ZERO
                       "totaux de controle faux, grand-livre a ne ",
                       "pas integrer tel quel."
           END-IF.

       CHERCHER-AGENCE-EDITION-SUIVANTE.
      *> Plus petit code agence du journal superieur a
      *> AgenceEdition ; 1000 s'il n'y en a plus.
           MOVE 1000 TO AgenceEditionSuivante.
           PERFORM VARYING IdxGA FROM 1 BY 1
                   UNTIL IdxGA > NombreComptesAgence
               IF GA-Agence(IdxGA) > AgenceEdition
                  AND GA-Agence(IdxGA) < AgenceEditionSuivante
                   MOVE GA-Agence(IdxGA) TO AgenceEditionSuivante
               END-IF
           END-PERFORM.

       IMPRIMER-UNE-AGENCE.
           DISPLAY "----- AGENCE ", AgenceEdition, " -----".
           DISPLAY "Agence Compte  Ouverture      Debits         ",
                   "Credits        Cloture".
           PERFORM VARYING IdxGA FROM 1 BY 1
                   UNTIL IdxGA > NombreComptesAgence
               IF GA-Agence(IdxGA) = AgenceEdition
                   COMPUTE SoldeCloture = GA-Ouverture(IdxGA)
                           + GA-Debits(IdxGA) - GA-Credits(IdxGA)
                   DISPLAY GA-Agence(IdxGA), "    ",
                           GA-Compte(IdxGA), "  ",
                           GA-Ouverture(IdxGA), " ",
                           GA-Debits(IdxGA), " ",
                           GA-Credits(IdxGA), " ",
                           SoldeCloture
               END-IF
           END-PERFORM.
