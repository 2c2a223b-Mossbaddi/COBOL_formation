       IDENTIFICATION DIVISION.
       PROGRAM-ID. Periode.

      *> Controle des periodes comptables : les programmes qui postent
      *> ou qui ecrivent le journal comptable appellent cette routine
      *> avec la date de l'ecriture a passer. Le fichier periodes,
      *> tenu par le programme Periodes, garde chaque changement
      *> d'etat d'un mois (O ouvert, C en cloture, F clos) avec la
      *> date, l'heure et l'operateur ; la derniere ligne d'un mois
      *> fait foi et un mois absent du fichier est ouvert.
      *> LS-Statut : '00' periode ouverte, '91' periode en cloture,
      *> '92' periode close. LS-DateOuverte rend le premier jour
      *> ouvert a partir de LS-Date : LS-Date elle-meme si sa
      *> periode est ouverte, sinon le premier du premier mois
      *> suivant encore ouvert - date a laquelle passer une
      *> correction qui concerne une periode fermee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periodes ASSIGN TO 'periodes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD periodes.
       01 periode-enregistrement.
           05 PE-Mois PIC 9(6).
           05 PE-Sep1 PIC X.
           05 PE-Statut PIC X.
           05 PE-Sep2 PIC X.
           05 PE-Date PIC 9(8).
           05 PE-Sep3 PIC X.
           05 PE-Heure PIC 9(8).
           05 PE-Sep4 PIC X.
           05 PE-Operateur PIC X(4).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 TablePeriodes.
           02 PeriodeMois OCCURS 240 TIMES INDEXED BY IdxPeriode.
               03 TP-Mois PIC 9(6).
               03 TP-Statut PIC X.
       01 NombrePeriodes PIC 9(3) VALUE ZERO.
       01 PeriodeTrouvee PIC X VALUE "N".
           88 Periode-Trouvee VALUE "O".
       01 StatutMois PIC X VALUE "O".
           88 Mois-Ouvert VALUE "O".
           88 Mois-En-Cloture VALUE "C".
           88 Mois-Clos VALUE "F".
       01 MoisExamine.
           05 ME-Annee PIC 9(4).
           05 ME-Mois PIC 9(2).
       01 MoisExamineNum REDEFINES MoisExamine PIC 9(6).
       01 MoisAvances PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Date PIC 9(8).
       01 LS-DateOuverte PIC 9(8).
       01 LS-Statut PIC XX.

       PROCEDURE DIVISION USING LS-Date, LS-DateOuverte, LS-Statut.
       CONTROLER-PERIODE.
           PERFORM CHARGER-PERIODES.
           MOVE LS-Date(1:6) TO MoisExamineNum.
           PERFORM CHERCHER-STATUT-MOIS.
           EVALUATE TRUE
               WHEN Mois-En-Cloture
                   MOVE '91' TO LS-Statut
               WHEN Mois-Clos
                   MOVE '92' TO LS-Statut
               WHEN OTHER
                   MOVE '00' TO LS-Statut
           END-EVALUATE.
           IF LS-Statut = '00'
               MOVE LS-Date TO LS-DateOuverte
           ELSE
      *> Mois suivants jusqu'au premier encore ouvert ; dix ans de
      *> periodes fermees d'affilee ne se rencontrent pas.
               MOVE ZERO TO MoisAvances
               PERFORM UNTIL Mois-Ouvert OR MoisAvances > 120
                   PERFORM AVANCER-MOIS-EXAMINE
                   PERFORM CHERCHER-STATUT-MOIS
                   ADD 1 TO MoisAvances
               END-PERFORM
               COMPUTE LS-DateOuverte = MoisExamineNum * 100 + 1
           END-IF.
           EXIT PROGRAM.

       CHARGER-PERIODES.
      *> Un mois apparait autant de fois que son etat a change : sa
      *> derniere ligne remplace les precedentes dans la table.
           MOVE ZERO TO NombrePeriodes.
           OPEN INPUT periodes.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ periodes
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UNE-PERIODE
                   END-READ
               END-PERFORM
               CLOSE periodes
           END-IF.

       RANGER-UNE-PERIODE.
           MOVE "N" TO PeriodeTrouvee.
           PERFORM VARYING IdxPeriode FROM 1 BY 1
                   UNTIL IdxPeriode > NombrePeriodes
                      OR Periode-Trouvee
               IF TP-Mois(IdxPeriode) = PE-Mois
                   MOVE "O" TO PeriodeTrouvee
                   MOVE PE-Statut TO TP-Statut(IdxPeriode)
               END-IF
           END-PERFORM.
           IF NOT Periode-Trouvee AND NombrePeriodes < 240
               ADD 1 TO NombrePeriodes
               MOVE PE-Mois TO TP-Mois(NombrePeriodes)
               MOVE PE-Statut TO TP-Statut(NombrePeriodes)
           END-IF.

       CHERCHER-STATUT-MOIS.
           MOVE "O" TO StatutMois.
           PERFORM VARYING IdxPeriode FROM 1 BY 1
                   UNTIL IdxPeriode > NombrePeriodes
               IF TP-Mois(IdxPeriode) = MoisExamineNum
                   MOVE TP-Statut(IdxPeriode) TO StatutMois
               END-IF
           END-PERFORM.

       AVANCER-MOIS-EXAMINE.
           IF ME-Mois = 12
               ADD 1 TO ME-Annee
               MOVE 1 TO ME-Mois
           ELSE
               ADD 1 TO ME-Mois
           END-IF.
       END PROGRAM Periode.
