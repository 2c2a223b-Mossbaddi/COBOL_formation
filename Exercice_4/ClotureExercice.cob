       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClotureExercice.

      *> Cloture annuelle du grand-livre. Part des soldes d'ouverture
      *> de l'exercice (glouverture_AAAA, ecrit par la cloture
      *> precedente ; a defaut l'exercice demarre a zero), cumule les
      *> copies datees du journal (gljournal_AAAAMMJJ) du premier
      *> janvier au 31 decembre par agence et compte general, puis
      *> solde chaque compte de resultat (classe R de gl_mapping)
      *> dans le compte de resultat de l'exercice de la meme agence
      *> (parametre CPTRESULTAT, 120000 par defaut). Les ecritures de
      *> cloture sont gardees dans glcloture_AAAA et les soldes des
      *> comptes de bilan, resultat compris, forment le fichier date
      *> glouverture_AAAA+1 d'ou repart le grand-livre de l'annee
      *> suivante. Les douze mois de l'exercice doivent etre en
      *> cloture ou clos (programme Periodes) et chaque journee lue
      *> doit avoir des totaux de controle justes : sinon rien n'est
      *> ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gl-mapping ASSIGN TO 'gl_mapping'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT gl-journal-date ASSIGN USING NomJournalDate
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT ouverture-exercice ASSIGN USING NomOuvertureLue
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT ouverture-suivante ASSIGN USING NomOuvertureSuivante
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-ouverture.

           SELECT ecritures-cloture ASSIGN USING NomCloture
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-cloture.

       DATA DIVISION.
       FILE SECTION.
       FD gl-mapping.
       01 gl-mapping-record.
           05 GM-Action PIC X.
           05 GM-FILLER1 PIC X.
           05 GM-Compte-Debit PIC 9(6).
           05 GM-FILLER2 PIC X.
           05 GM-Compte-Credit PIC 9(6).
           05 GM-FILLER3 PIC X.
           05 GM-Classe-Debit PIC X.
           05 GM-FILLER4 PIC X.
           05 GM-Classe-Credit PIC X.

       FD gl-journal-date.
       01 gl-journal-date-record PIC X(60).

       FD ouverture-exercice.
      *> Solde d'ouverture d'un compte general dans une agence, au
      *> premier janvier de l'exercice.
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

       FD ouverture-suivante.
       01 ouverture-suivante-record.
           05 OS-Date PIC 9(8).
           05 OS-FILLER1 PIC X.
           05 OS-Agence PIC 9(3).
           05 OS-FILLER2 PIC X.
           05 OS-Compte PIC 9(6).
           05 OS-FILLER3 PIC X.
           05 OS-Sens PIC X.
           05 OS-FILLER4 PIC X.
           05 OS-Montant PIC 9(11)V99.

       FD ecritures-cloture.
      *> Ecritures de solde des comptes de resultat, au dessin du
      *> fichier d'ouverture : une ligne par jambe.
       01 ecriture-cloture-record.
           05 EC-Date PIC 9(8).
           05 EC-FILLER1 PIC X.
           05 EC-Agence PIC 9(3).
           05 EC-FILLER2 PIC X.
           05 EC-Compte PIC 9(6).
           05 EC-FILLER3 PIC X.
           05 EC-Sens PIC X.
           05 EC-FILLER4 PIC X.
           05 EC-Montant PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-ouverture PIC XX.
       01 ws-statut-cloture PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 NomJournalDate PIC X(20) VALUE SPACES.
       01 NomOuvertureLue PIC X(20) VALUE SPACES.
       01 NomOuvertureSuivante PIC X(20) VALUE SPACES.
       01 NomCloture PIC X(20) VALUE SPACES.
       01 AnneeCloture PIC 9(4) VALUE ZERO.
       01 AnneeSuivante PIC 9(4) VALUE ZERO.
       01 DateCloture PIC 9(8) VALUE ZERO.
       01 DateOuvertureSuivante PIC 9(8) VALUE ZERO.
       01 DateCourante PIC 9(8) VALUE ZERO.
       01 Confirmation PIC X VALUE "N".

      *> Champs d'echange avec la routine partagee de dates.
       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

      *> Compte de resultat de l'exercice (parametre CPTRESULTAT).
       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.
       01 CompteResultat PIC 9(6) VALUE 120000.

      *> Controle des periodes de l'exercice (routine Periode).
       01 PeriodeDate PIC 9(8) VALUE ZERO.
       01 PeriodeDateOuverte PIC 9(8) VALUE ZERO.
       01 PeriodeStatut PIC XX VALUE '00'.
           88 Periode-Ouverte VALUE '00'.
       01 MoisControle PIC 99 VALUE ZERO.
       01 MoisOuverts PIC 99 VALUE ZERO.

      *> Vues decodees des lignes du journal, au meme dessin que
      *> celles ecrites par ExportGL.
       01 LigneJournalLue PIC X(60) VALUE SPACES.
       01 VueDetail REDEFINES LigneJournalLue.
           05 VD-Sens PIC X.
           05 VD-Sep1 PIC X.
           05 VD-Compte PIC 9(6).
           05 VD-Sep2 PIC X.
           05 VD-Montant PIC 9(5)V99.
           05 VD-Sep3 PIC X.
           05 VD-Action PIC X.
           05 VD-Sep4 PIC X.
           05 VD-Sequence PIC 9(8).
           05 VD-Sep5 PIC X.
           05 VD-Agence PIC 9(3).
           05 VD-Reste PIC X(29).
       01 VueTrailer REDEFINES LigneJournalLue.
           05 VT-Sens PIC X.
           05 VT-Sep1 PIC X.
           05 VT-Compteur PIC 9(7).
           05 VT-Sep2 PIC X.
           05 VT-Debits PIC 9(9)V99.
           05 VT-Sep3 PIC X.
           05 VT-Credits PIC 9(9)V99.
           05 VT-Sep4 PIC X.
           05 VT-Hash PIC 9(12).
           05 VT-Reste PIC X(14).

      *> Classe de chaque compte general connu de gl_mapping.
       01 TableClasses.
           02 ClasseCompte OCCURS 100 TIMES INDEXED BY IdxClasse.
               03 CL-Compte PIC 9(6).
               03 CL-Classe PIC X.
       01 NombreClasses PIC 9(3) VALUE ZERO.
       01 CompteAClasser PIC 9(6) VALUE ZERO.
       01 ClasseLue PIC X VALUE SPACE.
       01 ClasseTrouvee PIC X VALUE "B".
           88 Classe-Resultat VALUE "R".

      *> Soldes par agence et compte general, debit positif.
       01 TableSoldes.
           02 SoldeCompte OCCURS 500 TIMES INDEXED BY IdxSolde.
               03 SC-Agence PIC 9(3).
               03 SC-Compte PIC 9(6).
               03 SC-Solde PIC S9(11)V99.
       01 NombreSoldes PIC 9(3) VALUE ZERO.
       01 SoldesDebordement PIC X VALUE "N".
           88 Soldes-Debordement VALUE "O".
       01 IdxSoldeTrouve PIC 9(3) VALUE ZERO.
       01 AgenceRecherche PIC 9(3) VALUE ZERO.
       01 CompteRecherche PIC 9(6) VALUE ZERO.
       01 MontantSigne PIC S9(11)V99 VALUE ZERO.
       01 SoldeAVirer PIC S9(11)V99 VALUE ZERO.
       01 AgenceAVirer PIC 9(3) VALUE ZERO.
       01 NombreSoldesAvantCloture PIC 9(3) VALUE ZERO.

      *> Controles et compteurs.
       01 OuverturePresente PIC X VALUE "N".
           88 Ouverture-Presente VALUE "O".
       01 NbDetailsJour PIC 9(7) VALUE ZERO.
       01 SommeDebitsJour PIC 9(11)V99 VALUE ZERO.
       01 SommeCreditsJour PIC 9(11)V99 VALUE ZERO.
       01 CompteurTrailer PIC 9(7) VALUE ZERO.
       01 DebitsTrailer PIC 9(9)V99 VALUE ZERO.
       01 CreditsTrailer PIC 9(9)V99 VALUE ZERO.
       01 TrailerVu PIC X VALUE "N".
           88 Trailer-Vu VALUE "O".
       01 JoursLus PIC 9(5) VALUE ZERO.
       01 JoursEnEcart PIC 9(5) VALUE ZERO.
       01 ComptesSoldes PIC 9(5) VALUE ZERO.
       01 LignesOuverture PIC 9(5) VALUE ZERO.
       01 ResultatExercice PIC S9(11)V99 VALUE ZERO.
       01 TotalOuvertureDebit PIC 9(13)V99 VALUE ZERO.
       01 TotalOuvertureCredit PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== CLOTURE ANNUELLE DU GRAND-LIVRE =====".
           DISPLAY "Exercice a clore (AAAA) :".
           ACCEPT AnneeCloture.
           COMPUTE DateCloture = AnneeCloture * 10000 + 1231.
           MOVE "V" TO DATU-Operation.
           MOVE DateCloture TO DATU-Date1.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut NOT = '00'
               DISPLAY "Exercice invalide : cloture abandonnee."
               STOP RUN
           END-IF.
           COMPUTE AnneeSuivante = AnneeCloture + 1.
           COMPUTE DateOuvertureSuivante = AnneeSuivante * 10000 + 101.
           PERFORM CONTROLER-PERIODES-EXERCICE.
           IF MoisOuverts > ZERO
               DISPLAY MoisOuverts, " mois de l'exercice encore ",
                       "ouvert(s) : les mettre en cloture avant la ",
                       "cloture annuelle."
               STOP RUN
           END-IF.
           MOVE SPACES TO NomOuvertureSuivante.
           STRING "glouverture_" AnneeSuivante
               DELIMITED BY SIZE INTO NomOuvertureSuivante.
           OPEN INPUT ouverture-suivante.
           IF ws-statut-ouverture = '00'
               CLOSE ouverture-suivante
               DISPLAY NomOuvertureSuivante, " existe deja. Refaire ",
                       "la cloture et le remplacer (O/N) :"
               ACCEPT Confirmation
               IF Confirmation NOT = "O" AND Confirmation NOT = "o"
                   DISPLAY "Cloture abandonnee."
                   STOP RUN
               END-IF
           END-IF.
           MOVE "CPTRESULTAT" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteResultat
           END-IF.
           PERFORM CHARGER-CLASSES.
           MOVE CompteResultat TO CompteAClasser.
           PERFORM CLASSER-COMPTE.
           IF Classe-Resultat
               DISPLAY "Le compte de resultat ", CompteResultat,
                       " est lui-meme classe R dans gl_mapping : ",
                       "cloture abandonnee."
               STOP RUN
           END-IF.
           PERFORM CHARGER-OUVERTURE-EXERCICE.
           COMPUTE DateCourante = AnneeCloture * 10000 + 101.
           PERFORM CUMULER-UNE-JOURNEE
                   UNTIL DateCourante > DateCloture.
           IF JoursEnEcart > ZERO
               DISPLAY JoursEnEcart, " journee(s) en ecart sur ",
                       JoursLus, " lue(s) : cloture abandonnee, ",
                       "aucun fichier ecrit."
               STOP RUN
           END-IF.
           IF Soldes-Debordement
               DISPLAY "Plus de 500 couples agence/compte : ",
                       "cloture abandonnee, aucun fichier ecrit."
               STOP RUN
           END-IF.
           PERFORM SOLDER-COMPTES-RESULTAT.
           IF Soldes-Debordement
               DISPLAY "Plus de 500 couples agence/compte : ",
                       "cloture abandonnee, aucun fichier d'ouverture ",
                       "ecrit."
               STOP RUN
           END-IF.
           PERFORM ECRIRE-OUVERTURE-SUIVANTE.
           DISPLAY "Journees lues : ", JoursLus, ".".
           DISPLAY ComptesSoldes, " solde(s) de compte de resultat ",
                   "vire(s) au compte ", CompteResultat,
                   " (ecritures dans ", NomCloture, ").".
           IF ResultatExercice > ZERO
               DISPLAY "Resultat de l'exercice : perte de ",
                       ResultatExercice, "."
           ELSE
               COMPUTE ResultatExercice = 0 - ResultatExercice
               DISPLAY "Resultat de l'exercice : benefice de ",
                       ResultatExercice, "."
           END-IF.
           DISPLAY LignesOuverture, " solde(s) d'ouverture au ",
                   DateOuvertureSuivante, " dans ",
                   NomOuvertureSuivante, " - debits ",
                   TotalOuvertureDebit, ", credits ",
                   TotalOuvertureCredit, ".".
           IF TotalOuvertureDebit NOT = TotalOuvertureCredit
               DISPLAY "ATTENTION : soldes d'ouverture desequilibres, ",
                       "a rapprocher avant la premiere edition du ",
                       "grand-livre de l'annee."
           END-IF.
           STOP RUN.

       CONTROLER-PERIODES-EXERCICE.
           MOVE ZERO TO MoisOuverts.
           PERFORM VARYING MoisControle FROM 1 BY 1
                   UNTIL MoisControle > 12
               COMPUTE PeriodeDate = AnneeCloture * 10000
                       + MoisControle * 100 + 1
               CALL 'Periode' USING PeriodeDate, PeriodeDateOuverte,
                                    PeriodeStatut
               IF Periode-Ouverte
                   ADD 1 TO MoisOuverts
                   DISPLAY "Mois ", PeriodeDate(1:6), " ouvert."
               END-IF
           END-PERFORM.

       CHARGER-CLASSES.
      *> Une classe par compte : la premiere rencontree dans
      *> gl_mapping fait foi.
           MOVE ZERO TO NombreClasses.
           OPEN INPUT gl-mapping.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ gl-mapping
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE GM-Compte-Debit TO CompteAClasser
                           MOVE GM-Classe-Debit TO ClasseLue
                           PERFORM RANGER-UNE-CLASSE
                           MOVE GM-Compte-Credit TO CompteAClasser
                           MOVE GM-Classe-Credit TO ClasseLue
                           PERFORM RANGER-UNE-CLASSE
                   END-READ
               END-PERFORM
               CLOSE gl-mapping
           ELSE
               DISPLAY "Parametrage gl_mapping absent : classes ",
                       "deduites du plan comptable (6 et 7 en ",
                       "resultat)."
           END-IF.

       RANGER-UNE-CLASSE.
           IF ClasseLue NOT = "B" AND ClasseLue NOT = "R"
               MOVE SPACE TO ClasseLue
           END-IF.
           SET IdxClasse TO 1.
           SEARCH ClasseCompte
               AT END
                   IF NombreClasses < 100
                       ADD 1 TO NombreClasses
                       MOVE CompteAClasser TO CL-Compte(NombreClasses)
                       MOVE ClasseLue TO CL-Classe(NombreClasses)
                   END-IF
               WHEN IdxClasse > NombreClasses
                   IF NombreClasses < 100
                       ADD 1 TO NombreClasses
                       MOVE CompteAClasser TO CL-Compte(NombreClasses)
                       MOVE ClasseLue TO CL-Classe(NombreClasses)
                   END-IF
               WHEN CL-Compte(IdxClasse) = CompteAClasser
                   IF CL-Classe(IdxClasse) = SPACE
                       MOVE ClasseLue TO CL-Classe(IdxClasse)
                   END-IF
           END-SEARCH.

       CLASSER-COMPTE.
      *> Classe du compte CompteAClasser : celle de gl_mapping, a
      *> defaut celle du plan comptable.
           MOVE SPACE TO ClasseTrouvee.
           PERFORM VARYING IdxClasse FROM 1 BY 1
                   UNTIL IdxClasse > NombreClasses
               IF CL-Compte(IdxClasse) = CompteAClasser
                   MOVE CL-Classe(IdxClasse) TO ClasseTrouvee
               END-IF
           END-PERFORM.
           IF ClasseTrouvee = SPACE
               IF CompteAClasser >= 600000 AND CompteAClasser < 800000
                   MOVE "R" TO ClasseTrouvee
               ELSE
                   MOVE "B" TO ClasseTrouvee
               END-IF
           END-IF.

       CHARGER-OUVERTURE-EXERCICE.
           MOVE SPACES TO NomOuvertureLue.
           STRING "glouverture_" AnneeCloture
               DELIMITED BY SIZE INTO NomOuvertureLue.
           MOVE "N" TO OuverturePresente.
           OPEN INPUT ouverture-exercice.
           IF ws-file-status = '00'
               MOVE "O" TO OuverturePresente
               PERFORM UNTIL ws-file-status = '10'
                   READ ouverture-exercice
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE OE-Agence TO AgenceRecherche
                           MOVE OE-Compte TO CompteRecherche
                           IF OE-Sens = "C"
                               COMPUTE MontantSigne = 0 - OE-Montant
                           ELSE
                               MOVE OE-Montant TO MontantSigne
                           END-IF
                           PERFORM CUMULER-SOLDE
                   END-READ
               END-PERFORM
               CLOSE ouverture-exercice
               DISPLAY "Soldes d'ouverture repris de ",
                       NomOuvertureLue, "."
           ELSE
               DISPLAY "Pas de fichier ", NomOuvertureLue,
                       " : l'exercice part de soldes nuls."
           END-IF.

       CUMULER-UNE-JOURNEE.
      *> Meme lecture et memes controles que le grand-livre.
           MOVE SPACES TO NomJournalDate.
           STRING "gljournal_" DateCourante
               DELIMITED BY SIZE INTO NomJournalDate.
           MOVE ZERO TO NbDetailsJour.
           MOVE ZERO TO SommeDebitsJour.
           MOVE ZERO TO SommeCreditsJour.
           MOVE "N" TO TrailerVu.
           OPEN INPUT gl-journal-date.
           IF ws-file-status = '00'
               ADD 1 TO JoursLus
               PERFORM UNTIL ws-file-status = '10'
                   READ gl-journal-date
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           MOVE gl-journal-date-record
                                TO LigneJournalLue
                           PERFORM TRAITER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE gl-journal-date
               PERFORM CONTROLER-TOTAUX-JOURNEE
           END-IF.
           MOVE "A" TO DATU-Operation.
           MOVE DateCourante TO DATU-Date1.
           MOVE 1 TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00'
               MOVE DATU-DateResultat TO DateCourante
           ELSE
               MOVE 99999999 TO DateCourante
           END-IF.

       TRAITER-LIGNE-JOURNAL.
           IF VD-Agence IS NUMERIC AND VD-Agence > ZERO
               MOVE VD-Agence TO AgenceRecherche
           ELSE
               MOVE 1 TO AgenceRecherche
           END-IF.
           EVALUATE VD-Sens
               WHEN "T"
                   MOVE "O" TO TrailerVu
                   MOVE VT-Compteur TO CompteurTrailer
                   MOVE VT-Debits TO DebitsTrailer
                   MOVE VT-Credits TO CreditsTrailer
               WHEN "D"
                   MOVE VD-Compte TO CompteRecherche
                   MOVE VD-Montant TO MontantSigne
                   PERFORM CUMULER-SOLDE
                   ADD VD-Montant TO SommeDebitsJour
               WHEN "C"
                   MOVE VD-Compte TO CompteRecherche
                   COMPUTE MontantSigne = 0 - VD-Montant
                   PERFORM CUMULER-SOLDE
                   ADD VD-Montant TO SommeCreditsJour
                   ADD 1 TO NbDetailsJour
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONTROLER-TOTAUX-JOURNEE.
           IF NOT Trailer-Vu
               ADD 1 TO JoursEnEcart
               DISPLAY "JOURNEE SANS ENREGISTREMENT DE FIN : ",
                       DateCourante, " - a verifier."
           ELSE
               IF CompteurTrailer NOT = NbDetailsJour
                  OR DebitsTrailer NOT = SommeDebitsJour
                  OR CreditsTrailer NOT = SommeCreditsJour
                   ADD 1 TO JoursEnEcart
                   DISPLAY "JOURNEE EN ECART : ", DateCourante,
                           " - fin ", CompteurTrailer, "/",
                           DebitsTrailer, "/", CreditsTrailer,
                           " mais details ", NbDetailsJour, "/",
                           SommeDebitsJour, "/", SommeCreditsJour
               END-IF
           END-IF.

       CUMULER-SOLDE.
      *> Ajoute MontantSigne au solde du couple AgenceRecherche /
      *> CompteRecherche, cree au besoin.
           MOVE ZERO TO IdxSoldeTrouve.
           PERFORM VARYING IdxSolde FROM 1 BY 1
                   UNTIL IdxSolde > NombreSoldes
                      OR IdxSoldeTrouve > ZERO
               IF SC-Agence(IdxSolde) = AgenceRecherche
                  AND SC-Compte(IdxSolde) = CompteRecherche
                   SET IdxSoldeTrouve TO IdxSolde
               END-IF
           END-PERFORM.
           IF IdxSoldeTrouve = ZERO
               IF NombreSoldes < 500
                   ADD 1 TO NombreSoldes
                   MOVE AgenceRecherche TO SC-Agence(NombreSoldes)
                   MOVE CompteRecherche TO SC-Compte(NombreSoldes)
                   MOVE ZERO TO SC-Solde(NombreSoldes)
                   MOVE NombreSoldes TO IdxSoldeTrouve
               ELSE
                   MOVE "O" TO SoldesDebordement
               END-IF
           END-IF.
           IF IdxSoldeTrouve > ZERO
               ADD MontantSigne TO SC-Solde(IdxSoldeTrouve)
           END-IF.

       SOLDER-COMPTES-RESULTAT.
      *> Chaque compte de resultat non nul est ramene a zero par une
      *> ecriture inverse, la contrepartie allant au compte de
      *> resultat de la meme agence. Les couples crees pour le
      *> compte de resultat (classe B) viennent en fin de table et
      *> ne sont pas repris par la boucle.
           MOVE SPACES TO NomCloture.
           STRING "glcloture_" AnneeCloture
               DELIMITED BY SIZE INTO NomCloture.
           OPEN OUTPUT ecritures-cloture.
           MOVE ZERO TO ComptesSoldes.
           MOVE ZERO TO ResultatExercice.
           MOVE NombreSoldes TO NombreSoldesAvantCloture.
           PERFORM VARYING IdxSolde FROM 1 BY 1
                   UNTIL IdxSolde > NombreSoldesAvantCloture
               MOVE SC-Compte(IdxSolde) TO CompteAClasser
               PERFORM CLASSER-COMPTE
               IF Classe-Resultat AND SC-Solde(IdxSolde) NOT = ZERO
                   PERFORM SOLDER-UN-COMPTE
               END-IF
           END-PERFORM.
           CLOSE ecritures-cloture.

       SOLDER-UN-COMPTE.
           MOVE SC-Solde(IdxSolde) TO SoldeAVirer.
           MOVE SC-Agence(IdxSolde) TO AgenceAVirer.
           MOVE ZERO TO SC-Solde(IdxSolde).
           ADD 1 TO ComptesSoldes.
           ADD SoldeAVirer TO ResultatExercice.
      *> Jambe du compte de resultat, au sens inverse de son solde.
           MOVE SC-Compte(IdxSolde) TO EC-Compte.
           IF SoldeAVirer > ZERO
               MOVE "C" TO EC-Sens
               MOVE SoldeAVirer TO EC-Montant
           ELSE
               MOVE "D" TO EC-Sens
               COMPUTE EC-Montant = 0 - SoldeAVirer
           END-IF.
           PERFORM ECRIRE-ECRITURE-CLOTURE.
      *> Contrepartie au compte de resultat de l'exercice.
           MOVE CompteResultat TO EC-Compte.
           IF SoldeAVirer > ZERO
               MOVE "D" TO EC-Sens
           ELSE
               MOVE "C" TO EC-Sens
           END-IF.
           PERFORM ECRIRE-ECRITURE-CLOTURE.
           MOVE AgenceAVirer TO AgenceRecherche.
           MOVE CompteResultat TO CompteRecherche.
           MOVE SoldeAVirer TO MontantSigne.
           PERFORM CUMULER-SOLDE.

       ECRIRE-ECRITURE-CLOTURE.
           MOVE DateCloture TO EC-Date.
           MOVE AgenceAVirer TO EC-Agence.
           MOVE SEP-Virgule TO EC-FILLER1.
           MOVE SEP-Virgule TO EC-FILLER2.
           MOVE SEP-Virgule TO EC-FILLER3.
           MOVE SEP-Virgule TO EC-FILLER4.
           WRITE ecriture-cloture-record.

       ECRIRE-OUVERTURE-SUIVANTE.
      *> Une ligne par couple agence/compte de solde non nul ; les
      *> comptes de resultat, soldes, n'y figurent plus.
           MOVE ZERO TO LignesOuverture.
           MOVE ZERO TO TotalOuvertureDebit.
           MOVE ZERO TO TotalOuvertureCredit.
           OPEN OUTPUT ouverture-suivante.
           PERFORM VARYING IdxSolde FROM 1 BY 1
                   UNTIL IdxSolde > NombreSoldes
               IF SC-Solde(IdxSolde) NOT = ZERO
                   MOVE DateOuvertureSuivante TO OS-Date
                   MOVE SC-Agence(IdxSolde) TO OS-Agence
                   MOVE SC-Compte(IdxSolde) TO OS-Compte
                   IF SC-Solde(IdxSolde) > ZERO
                       MOVE "D" TO OS-Sens
                       MOVE SC-Solde(IdxSolde) TO OS-Montant
                       ADD OS-Montant TO TotalOuvertureDebit
                   ELSE
                       MOVE "C" TO OS-Sens
                       COMPUTE OS-Montant = 0 - SC-Solde(IdxSolde)
                       ADD OS-Montant TO TotalOuvertureCredit
                   END-IF
                   MOVE SEP-Virgule TO OS-FILLER1
                   MOVE SEP-Virgule TO OS-FILLER2
                   MOVE SEP-Virgule TO OS-FILLER3
                   MOVE SEP-Virgule TO OS-FILLER4
                   WRITE ouverture-suivante-record
                   ADD 1 TO LignesOuverture
               END-IF
           END-PERFORM.
           CLOSE ouverture-suivante.
