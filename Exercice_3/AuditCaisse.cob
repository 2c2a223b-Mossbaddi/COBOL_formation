       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditCaisse.

      *> Etat hebdomadaire des exceptions de caisse : relit le journal
      *> de caisse sur les sept jours commencant a la date demandee
      *> et donne par caissier le nombre et la valeur des lignes
      *> annulees, paniers abandonnes, prix forces, paniers gares
      *> supprimes sans vente et ouvertures du tiroir sans vente. Les
      *> caissiers sont classes par valeur totale decroissante, pour
      *> que la prevention des pertes commence par le haut de la
      *> liste ; un identifiant absent du fichier des operateurs est
      *> signale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-caisse ASSIGN TO 'journal_caisse'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT operateurs ASSIGN TO 'operateurs'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD journal-caisse.
      *> Meme dessin que le journal tenu par la caisse.
       01 journal-caisse-enregistrement.
           05 JC-Date PIC 9(8).
           05 JC-Sep1 PIC X.
           05 JC-Heure PIC 9(8).
           05 JC-Sep2 PIC X.
           05 JC-Operateur PIC X(4).
           05 JC-Sep3 PIC X.
           05 JC-Type PIC X.
           05 JC-Sep4 PIC X.
           05 JC-Produit PIC X(10).
           05 JC-Sep5 PIC X.
           05 JC-Quantite PIC 9(3).
           05 JC-Sep6 PIC X.
           05 JC-Valeur PIC 9(7)V99.

       FD operateurs.
       01 operateur-enregistrement.
           05 OS-Id PIC X(4).
           05 OS-Sep1 PIC X.
           05 OS-Nom PIC X(20).
           05 OS-Sep2 PIC X.
           05 OS-Role PIC X.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.

       01 DateDebutAudit PIC 9(8) VALUE ZERO.
       01 DateFinAudit PIC 9(8) VALUE ZERO.

      *> Champs d'echange avec la routine partagee de dates.
       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

      *> Operateurs declares au fichier des operateurs.
       01 TableOperateursConnus.
           02 OperateurConnu OCCURS 50 TIMES INDEXED BY IdxConnu.
               03 OC-Id PIC X(4).
               03 OC-Nom PIC X(20).
       01 NombreOperateursConnus PIC 9(2) VALUE ZERO.

      *> Cumuls par caissier, un poste par type de geste : 1 ligne
      *> annulee (A), 2 panier abandonne (P), 3 prix force (F),
      *> 4 gare supprimee (G), 5 tiroir sans vente (T).
       01 TableCaissiers.
           02 Caissier OCCURS 50 TIMES INDEXED BY IdxCaissier.
               03 CA-Id PIC X(4).
               03 CA-Nom PIC X(20).
               03 CA-Connu PIC X.
               03 CA-NbTotal PIC 9(5).
               03 CA-ValeurTotale PIC 9(9)V99.
               03 CA-Geste OCCURS 5 TIMES.
                   04 CA-Nb PIC 9(5).
                   04 CA-Valeur PIC 9(9)V99.
       01 NombreCaissiers PIC 9(2) VALUE ZERO.
       01 CaissierVu PIC X VALUE "N".
           88 Caissier-Vu VALUE "O".
       01 IdxCaissierTrouve PIC 9(2) VALUE ZERO.
       01 IdxGeste PIC 9 VALUE ZERO.
       01 CaissierBuffer PIC X(121) VALUE SPACES.
       01 IdxTri PIC 9(2) VALUE ZERO.
       01 RangCaissier PIC 9(2) VALUE ZERO.
       01 LignesLues PIC 9(7) VALUE ZERO.
       01 LignesIgnorees PIC 9(7) VALUE ZERO.

       01 TableLibellesGestes.
           05 FILLER PIC X(22) VALUE "lignes annulees       ".
           05 FILLER PIC X(22) VALUE "paniers abandonnes    ".
           05 FILLER PIC X(22) VALUE "prix forces           ".
           05 FILLER PIC X(22) VALUE "gares supprimees      ".
           05 FILLER PIC X(22) VALUE "tiroir sans vente     ".
       01 LibellesGestes REDEFINES TableLibellesGestes.
           05 LibelleGeste PIC X(22) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== EXCEPTIONS DE CAISSE DE LA SEMAINE =====".
           DISPLAY "Premier jour de la semaine (AAAAMMJJ) :".
           ACCEPT DateDebutAudit.
           MOVE DateDebutAudit TO DATU-Date1.
           MOVE "V" TO DATU-Operation.
           PERFORM APPELER-DATEUTIL.
           IF DATU-Statut NOT = '00'
               DISPLAY "Date invalide : etat abandonne."
               STOP RUN
           END-IF.
           MOVE "A" TO DATU-Operation.
           MOVE 6 TO DATU-Nombre.
           PERFORM APPELER-DATEUTIL.
           MOVE DATU-DateResultat TO DateFinAudit.
           PERFORM CHARGER-OPERATEURS-CONNUS.
           PERFORM BALAYER-JOURNAL-CAISSE.
           PERFORM CLASSER-CAISSIERS.
           PERFORM IMPRIMER-EXCEPTIONS.
           STOP RUN.

       APPELER-DATEUTIL.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.

       CHARGER-OPERATEURS-CONNUS.
           MOVE ZERO TO NombreOperateursConnus.
           OPEN INPUT operateurs.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ operateurs
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreOperateursConnus < 50
                               ADD 1 TO NombreOperateursConnus
                               MOVE OS-Id TO
                                   OC-Id(NombreOperateursConnus)
                               MOVE OS-Nom TO
                                   OC-Nom(NombreOperateursConnus)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operateurs
           END-IF.

       BALAYER-JOURNAL-CAISSE.
           OPEN INPUT journal-caisse.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ journal-caisse
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF JC-Date >= DateDebutAudit
                              AND JC-Date <= DateFinAudit
                               ADD 1 TO LignesLues
                               PERFORM CUMULER-GESTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-caisse
           END-IF.

       CUMULER-GESTE.
           EVALUATE JC-Type
               WHEN "A" MOVE 1 TO IdxGeste
               WHEN "P" MOVE 2 TO IdxGeste
               WHEN "F" MOVE 3 TO IdxGeste
               WHEN "G" MOVE 4 TO IdxGeste
               WHEN "T" MOVE 5 TO IdxGeste
               WHEN OTHER MOVE ZERO TO IdxGeste
           END-EVALUATE.
           IF IdxGeste = ZERO
              OR JC-Valeur NOT NUMERIC
               ADD 1 TO LignesIgnorees
           ELSE
               PERFORM CHERCHER-CAISSIER
               IF Caissier-Vu
                   ADD 1 TO CA-Nb(IdxCaissierTrouve, IdxGeste)
                   ADD JC-Valeur
                       TO CA-Valeur(IdxCaissierTrouve, IdxGeste)
                   ADD 1 TO CA-NbTotal(IdxCaissierTrouve)
                   ADD JC-Valeur TO CA-ValeurTotale(IdxCaissierTrouve)
               ELSE
                   ADD 1 TO LignesIgnorees
               END-IF
           END-IF.

       CHERCHER-CAISSIER.
      *> Retrouve (ou cree) la ligne du caissier JC-Operateur, en
      *> notant s'il figure au fichier des operateurs.
           MOVE "N" TO CaissierVu.
           PERFORM VARYING IdxCaissier FROM 1 BY 1
                   UNTIL IdxCaissier > NombreCaissiers
                      OR Caissier-Vu
               IF CA-Id(IdxCaissier) = JC-Operateur
                   MOVE "O" TO CaissierVu
                   SET IdxCaissierTrouve TO IdxCaissier
               END-IF
           END-PERFORM.
           IF NOT Caissier-Vu
              AND NombreCaissiers < 50
               ADD 1 TO NombreCaissiers
               MOVE NombreCaissiers TO IdxCaissierTrouve
               INITIALIZE Caissier(IdxCaissierTrouve)
               MOVE JC-Operateur TO CA-Id(IdxCaissierTrouve)
               MOVE "N" TO CA-Connu(IdxCaissierTrouve)
               PERFORM VARYING IdxConnu FROM 1 BY 1
                       UNTIL IdxConnu > NombreOperateursConnus
                   IF OC-Id(IdxConnu) = JC-Operateur
                       MOVE "O" TO CA-Connu(IdxCaissierTrouve)
                       MOVE OC-Nom(IdxConnu)
                            TO CA-Nom(IdxCaissierTrouve)
                   END-IF
               END-PERFORM
               MOVE "O" TO CaissierVu
           END-IF.

       CLASSER-CAISSIERS.
      *> Valeur totale decroissante, puis nombre de gestes.
           IF NombreCaissiers > 1
               PERFORM VARYING IdxTri FROM 1 BY 1
                       UNTIL IdxTri > NombreCaissiers - 1
                   PERFORM VARYING IdxCaissier FROM 1 BY 1
                           UNTIL IdxCaissier
                               > NombreCaissiers - IdxTri
                       IF CA-ValeurTotale(IdxCaissier)
                               < CA-ValeurTotale(IdxCaissier + 1)
                          OR (CA-ValeurTotale(IdxCaissier)
                               = CA-ValeurTotale(IdxCaissier + 1)
                           AND CA-NbTotal(IdxCaissier)
                               < CA-NbTotal(IdxCaissier + 1))
                           MOVE Caissier(IdxCaissier)
                                TO CaissierBuffer
                           MOVE Caissier(IdxCaissier + 1)
                                TO Caissier(IdxCaissier)
                           MOVE CaissierBuffer
                                TO Caissier(IdxCaissier + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       IMPRIMER-EXCEPTIONS.
           DISPLAY "===== EXCEPTIONS DE CAISSE ", DateDebutAudit,
                   " - ", DateFinAudit, " =====".
           IF NombreCaissiers = ZERO
               DISPLAY "Aucune exception sur la semaine."
           END-IF.
           MOVE ZERO TO RangCaissier.
           PERFORM VARYING IdxCaissier FROM 1 BY 1
                   UNTIL IdxCaissier > NombreCaissiers
               ADD 1 TO RangCaissier
               DISPLAY RangCaissier, ". Caissier ",
                       CA-Id(IdxCaissier), " ", CA-Nom(IdxCaissier),
                       " : ", CA-NbTotal(IdxCaissier),
                       " geste(s), valeur ",
                       CA-ValeurTotale(IdxCaissier)
               IF CA-Connu(IdxCaissier) NOT = "O"
                   DISPLAY "    *** ABSENT DU FICHIER DES ",
                           "OPERATEURS ***"
               END-IF
               PERFORM VARYING IdxGeste FROM 1 BY 1
                       UNTIL IdxGeste > 5
                   IF CA-Nb(IdxCaissier, IdxGeste) > ZERO
                       DISPLAY "    ", LibelleGeste(IdxGeste), ": ",
                               CA-Nb(IdxCaissier, IdxGeste),
                               ", valeur ",
                               CA-Valeur(IdxCaissier, IdxGeste)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "Gestes de la semaine au journal : ", LignesLues.
           IF LignesIgnorees > ZERO
               DISPLAY "Lignes du journal non reconnues : ",
                       LignesIgnorees
           END-IF.
