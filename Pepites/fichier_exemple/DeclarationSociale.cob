IDENTIFICATION DIVISION.
PROGRAM-ID. DeclarationSociale.

*> Declaration mensuelle des cotisations patronales d'une periode
*> AAAAMM aux organismes sociaux : totalise, par type de cotisation
*> puis par employe, les assiettes et montants gardes par la paie
*> dans cotisations_paie (bulletins du mois et ecarts des
*> corrections de la periode). Le detail part au spool des editions
*> dans declaration_sociale_AAAAMM : une ligne par type et employe
*> (DS-Type D), le total de chaque type (S, employe a zero) et le
*> total de la periode (T, type a blanc).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT cotisations-paie ASSIGN TO 'cotisations_paie'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-file-status.

    SELECT declaration-sociale ASSIGN USING NomFichierDeclaration
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-statut-sortie.

DATA DIVISION.
FILE SECTION.
FD cotisations-paie.
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

FD declaration-sociale.
01 declaration-sociale-enregistrement.
    05 DS-Type PIC X.
    05 DS-Sep1 PIC X.
    05 DS-Periode PIC 9(6).
    05 DS-Sep2 PIC X.
    05 DS-Code PIC X(8).
    05 DS-Sep3 PIC X.
    05 DS-Employe PIC 9(4).
    05 DS-Sep4 PIC X.
    05 DS-Assiette PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05 DS-Sep5 PIC X.
    05 DS-Montant PIC S9(9)V99 SIGN IS LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.
01 ws-statut-sortie PIC XX.
01 SEP-Virgule PIC X VALUE ",".

01 PeriodeDeclaree PIC 9(6) VALUE ZERO.
01 MoisDeclare PIC 9(2) VALUE ZERO.
01 NomFichierDeclaration PIC X(50) VALUE SPACES.
01 LignesLues PIC 9(5) VALUE ZERO.

*> Types de cotisation dans l'ordre de premiere apparition, avec
*> leurs totaux, et cumul par type et employe.
01 TableTypesCotisation.
    02 TypeCotisation OCCURS 20 TIMES INDEXED BY IdxType.
        03 TY-Code PIC X(8).
        03 TY-Assiette PIC S9(9)V99.
        03 TY-Montant PIC S9(9)V99.
01 NombreTypes PIC 9(2) VALUE ZERO.
01 TypeTrouve PIC X VALUE "N".
    88 Type-Trouve VALUE "O".
01 IdxTypeTrouve PIC 9(2) VALUE ZERO.
01 TableDeclaration.
    02 LigneDeclaration OCCURS 2000 TIMES INDEXED BY IdxLigne.
        03 LD-Type PIC 9(2).
        03 LD-Employe PIC 9(4).
        03 LD-Assiette PIC S9(9)V99.
        03 LD-Montant PIC S9(9)V99.
01 NombreLignes PIC 9(4) VALUE ZERO.
01 LigneTrouvee PIC X VALUE "N".
    88 Ligne-Trouvee VALUE "O".
01 IdxLigneTrouvee PIC 9(4) VALUE ZERO.
01 DeclarationDebordement PIC X VALUE "N".
    88 Declaration-Debordement VALUE "O".

01 TotalAssiettes PIC S9(9)V99 VALUE ZERO.
01 TotalCotisations PIC S9(9)V99 VALUE ZERO.
01 EmployesDeclares PIC 9(4) VALUE ZERO.

01 SPOOL-Operation PIC X VALUE SPACE.
01 SPOOL-Etat PIC X(8) VALUE "DECLSOC".
01 SPOOL-NomBase PIC X(30) VALUE SPACES.
01 SPOOL-Programme PIC X(20) VALUE "DeclarationSociale".
01 SPOOL-Operateur PIC X(4) VALUE "PAIE".
01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
01 SPOOL-Statut PIC XX VALUE SPACES.

PROCEDURE DIVISION.
TRAITEMENT-PRINCIPAL.
    DISPLAY "Periode de paie a declarer (AAAAMM) : ".
    ACCEPT PeriodeDeclaree.
    MOVE PeriodeDeclaree(5:2) TO MoisDeclare.
    IF MoisDeclare < 1 OR MoisDeclare > 12
        DISPLAY "Periode ", PeriodeDeclaree, " invalide."
        STOP RUN
    END-IF.
    PERFORM CUMULER-COTISATIONS.
    IF LignesLues = ZERO
        DISPLAY "Aucune cotisation enregistree pour ",
                PeriodeDeclaree, " : passer d'abord la paie."
        STOP RUN
    END-IF.
*> Une declaration incomplete ne part pas.
    IF Declaration-Debordement
        DISPLAY "Plus de 20 types ou de 2000 lignes type/employe ",
                "pour la periode : declaration refusee."
        STOP RUN
    END-IF.
    MOVE SPACES TO SPOOL-NomBase.
    STRING "declaration_sociale_" PeriodeDeclaree
        DELIMITED BY SIZE INTO SPOOL-NomBase.
    COMPUTE SPOOL-DebutPeriode = PeriodeDeclaree * 100 + 1.
    COMPUTE SPOOL-FinPeriode = PeriodeDeclaree * 100 + 31.
    MOVE "N" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    MOVE SPOOL-NomFichier TO NomFichierDeclaration.
    OPEN OUTPUT declaration-sociale.
    DISPLAY "===== DECLARATION SOCIALE ", PeriodeDeclaree, " =====".
    PERFORM VARYING IdxType FROM 1 BY 1 UNTIL IdxType > NombreTypes
        PERFORM DECLARER-UN-TYPE
    END-PERFORM.
    MOVE "T" TO DS-Type.
    MOVE SPACES TO DS-Code.
    MOVE ZERO TO DS-Employe.
    MOVE TotalAssiettes TO DS-Assiette.
    MOVE TotalCotisations TO DS-Montant.
    PERFORM ECRIRE-LIGNE-DECLARATION.
    CLOSE declaration-sociale.
    MOVE "F" TO SPOOL-Operation.
    PERFORM APPELER-SPOOL.
    DISPLAY "Lignes type/employe declarees : ", EmployesDeclares.
    DISPLAY "Total des cotisations        : ", TotalCotisations.
    DISPLAY "Detail dans '", NomFichierDeclaration, "'.".
    STOP RUN.

APPELER-SPOOL.
    CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat, SPOOL-NomBase,
            SPOOL-Programme, SPOOL-Operateur, SPOOL-DebutPeriode,
            SPOOL-FinPeriode, SPOOL-NomFichier, SPOOL-Lignes,
            SPOOL-Statut.

CUMULER-COTISATIONS.
    MOVE ZERO TO LignesLues.
    OPEN INPUT cotisations-paie.
    IF ws-file-status = '35'
        CLOSE cotisations-paie
    ELSE
        PERFORM UNTIL ws-file-status = '10'
            READ cotisations-paie
                AT END
                    MOVE '10' TO ws-file-status
                NOT AT END
                    IF CT-Periode = PeriodeDeclaree
                        ADD 1 TO LignesLues
                        PERFORM CUMULER-UNE-COTISATION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE cotisations-paie
    END-IF.

CUMULER-UNE-COTISATION.
    PERFORM TROUVER-TYPE.
    IF Type-Trouve
        ADD CT-Assiette TO TY-Assiette(IdxTypeTrouve)
        ADD CT-Montant TO TY-Montant(IdxTypeTrouve)
        ADD CT-Assiette TO TotalAssiettes
        ADD CT-Montant TO TotalCotisations
        PERFORM TROUVER-LIGNE
        IF Ligne-Trouvee
            ADD CT-Assiette TO LD-Assiette(IdxLigneTrouvee)
            ADD CT-Montant TO LD-Montant(IdxLigneTrouvee)
        END-IF
    END-IF.

TROUVER-TYPE.
    MOVE "N" TO TypeTrouve.
    PERFORM VARYING IdxType FROM 1 BY 1
            UNTIL IdxType > NombreTypes OR Type-Trouve
        IF TY-Code(IdxType) = CT-Code
            MOVE "O" TO TypeTrouve
            SET IdxTypeTrouve TO IdxType
        END-IF
    END-PERFORM.
    IF NOT Type-Trouve
        IF NombreTypes < 20
            ADD 1 TO NombreTypes
            MOVE NombreTypes TO IdxTypeTrouve
            MOVE CT-Code TO TY-Code(IdxTypeTrouve)
            MOVE ZERO TO TY-Assiette(IdxTypeTrouve)
            MOVE ZERO TO TY-Montant(IdxTypeTrouve)
            MOVE "O" TO TypeTrouve
        ELSE
            MOVE "O" TO DeclarationDebordement
        END-IF
    END-IF.

TROUVER-LIGNE.
    MOVE "N" TO LigneTrouvee.
    PERFORM VARYING IdxLigne FROM 1 BY 1
            UNTIL IdxLigne > NombreLignes OR Ligne-Trouvee
        IF LD-Type(IdxLigne) = IdxTypeTrouve
           AND LD-Employe(IdxLigne) = CT-Employe
            MOVE "O" TO LigneTrouvee
            SET IdxLigneTrouvee TO IdxLigne
        END-IF
    END-PERFORM.
    IF NOT Ligne-Trouvee
        IF NombreLignes < 2000
            ADD 1 TO NombreLignes
            MOVE NombreLignes TO IdxLigneTrouvee
            MOVE IdxTypeTrouve TO LD-Type(IdxLigneTrouvee)
            MOVE CT-Employe TO LD-Employe(IdxLigneTrouvee)
            MOVE ZERO TO LD-Assiette(IdxLigneTrouvee)
            MOVE ZERO TO LD-Montant(IdxLigneTrouvee)
            MOVE "O" TO LigneTrouvee
        ELSE
            MOVE "O" TO DeclarationDebordement
        END-IF
    END-IF.

DECLARER-UN-TYPE.
*> Les employes dont les corrections ont annule la cotisation
*> n'apparaissent plus.
    PERFORM VARYING IdxLigne FROM 1 BY 1
            UNTIL IdxLigne > NombreLignes
        IF LD-Type(IdxLigne) = IdxType
           AND (LD-Assiette(IdxLigne) NOT = ZERO
                OR LD-Montant(IdxLigne) NOT = ZERO)
            ADD 1 TO EmployesDeclares
            MOVE "D" TO DS-Type
            MOVE TY-Code(IdxType) TO DS-Code
            MOVE LD-Employe(IdxLigne) TO DS-Employe
            MOVE LD-Assiette(IdxLigne) TO DS-Assiette
            MOVE LD-Montant(IdxLigne) TO DS-Montant
            PERFORM ECRIRE-LIGNE-DECLARATION
        END-IF
    END-PERFORM.
    MOVE "S" TO DS-Type.
    MOVE TY-Code(IdxType) TO DS-Code.
    MOVE ZERO TO DS-Employe.
    MOVE TY-Assiette(IdxType) TO DS-Assiette.
    MOVE TY-Montant(IdxType) TO DS-Montant.
    PERFORM ECRIRE-LIGNE-DECLARATION.
    DISPLAY TY-Code(IdxType), " : assiette ", TY-Assiette(IdxType),
            ", cotisations ", TY-Montant(IdxType).

ECRIRE-LIGNE-DECLARATION.
    MOVE PeriodeDeclaree TO DS-Periode.
    MOVE SEP-Virgule TO DS-Sep1.
    MOVE SEP-Virgule TO DS-Sep2.
    MOVE SEP-Virgule TO DS-Sep3.
    MOVE SEP-Virgule TO DS-Sep4.
    MOVE SEP-Virgule TO DS-Sep5.
    WRITE declaration-sociale-enregistrement.
