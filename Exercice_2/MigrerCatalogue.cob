IDENTIFICATION DIVISION.
PROGRAM-ID. MigrerCatalogue.

*> Conversion unique du catalogue indexe de la bibliotheque de
*> l'ancien dessin de 152 octets vers le dessin courant de 160
*> octets (prix de remplacement d'une copie en plus). La longueur
*> d'enregistrement etant un attribut fige d'un fichier indexe,
*> l'ancien catalogue ne peut plus etre ouvert par books, la chaine
*> de nuit, la sauvegarde ni le controle des fichiers : ce
*> programme le recopie dans catalogue_nouveau avec un prix de
*> remplacement a zero pour tous les livres, c'est-a-dire le tarif
*> par defaut PRIXREMPLAC - un prix propre se saisit ensuite livre
*> par livre depuis books. Apres controle du compte rendu,
*> remplacer catalogue par catalogue_nouveau puis relancer books.
*> Meme chemin que les conversions des fichiers du guichet
*> (MigrerSoldes, MigrerClients).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT catalogue-ancien ASSIGN TO 'catalogue'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CFA-ISBN
        FILE STATUS IS ws-file-status.

    SELECT catalogue-nouveau ASSIGN TO 'catalogue_nouveau'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CFN-ISBN
        FILE STATUS IS ws-statut-nouveau.

DATA DIVISION.
FILE SECTION.
FD catalogue-ancien.
*> Dessin precedent de books, 152 octets.
01 catalogue-ancien-record.
    05 CFA-Titre PIC X(50).
    05 CFA-Sep1 PIC X.
    05 CFA-Auteur PIC X(30).
    05 CFA-Sep2 PIC X.
    05 CFA-Annee PIC 9(4).
    05 CFA-Sep3 PIC X.
    05 CFA-Copies PIC 9(3).
    05 CFA-Sep4 PIC X.
    05 CFA-ISBN PIC X(13).
    05 CFA-Sep5 PIC X.
    05 CFA-CopiesEmpruntees PIC 9(3).
    05 CFA-Sep6 PIC X.
    05 CFA-Emprunteur PIC X(30).
    05 CFA-Sep7 PIC X.
    05 CFA-DateRetourPrevue PIC 9(8).
    05 CFA-Sep8 PIC X.
    05 CFA-SeuilAlerte PIC 9(3).

FD catalogue-nouveau.
*> Dessin courant de books, 160 octets.
01 catalogue-nouveau-record.
    05 CFN-Titre PIC X(50).
    05 CFN-Sep1 PIC X.
    05 CFN-Auteur PIC X(30).
    05 CFN-Sep2 PIC X.
    05 CFN-Annee PIC 9(4).
    05 CFN-Sep3 PIC X.
    05 CFN-Copies PIC 9(3).
    05 CFN-Sep4 PIC X.
    05 CFN-ISBN PIC X(13).
    05 CFN-Sep5 PIC X.
    05 CFN-CopiesEmpruntees PIC 9(3).
    05 CFN-Sep6 PIC X.
    05 CFN-Emprunteur PIC X(30).
    05 CFN-Sep7 PIC X.
    05 CFN-DateRetourPrevue PIC 9(8).
    05 CFN-Sep8 PIC X.
    05 CFN-SeuilAlerte PIC 9(3).
    05 CFN-Sep9 PIC X.
    05 CFN-PrixRemplacement PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 ws-file-status PIC XX.
01 ws-statut-nouveau PIC XX.
01 CF-Separateur PIC X VALUE "|".
01 LivresLus PIC 9(5) VALUE ZERO.
01 LivresConvertis PIC 9(5) VALUE ZERO.
01 FinParcours PIC X VALUE "N".
    88 Fin-Parcours VALUE "O".

PROCEDURE DIVISION.
TRAITEMENT-PRINCIPAL.
      DISPLAY "===== CONVERSION DU CATALOGUE =====".
      OPEN INPUT catalogue-ancien.
      IF ws-file-status NOT = '00'
          DISPLAY "Fichier catalogue inaccessible (statut "
                  ws-file-status ") : rien a convertir. Un statut "
                  "39 signale au contraire un fichier deja au "
                  "nouveau dessin."
          STOP RUN
      END-IF.
      OPEN OUTPUT catalogue-nouveau.
      IF ws-statut-nouveau NOT = '00'
          DISPLAY "Creation de catalogue_nouveau impossible (statut "
                  ws-statut-nouveau ")."
          CLOSE catalogue-ancien
          STOP RUN
      END-IF.
      MOVE SPACES TO CFA-ISBN.
      START catalogue-ancien
              KEY IS NOT LESS THAN CFA-ISBN
          INVALID KEY
              MOVE "O" TO FinParcours
          NOT INVALID KEY
              CONTINUE
      END-START.
      PERFORM CONVERTIR-LIVRE-SUIVANT UNTIL Fin-Parcours.
      CLOSE catalogue-ancien.
      CLOSE catalogue-nouveau.
      DISPLAY LivresLus " livre(s) lu(s) dans catalogue.".
      DISPLAY LivresConvertis " livre(s) converti(s) dans "
              "catalogue_nouveau.".
      DISPLAY "Controler les totaux, puis remplacer catalogue par "
              "catalogue_nouveau avant de relancer books.".
      STOP RUN.

CONVERTIR-LIVRE-SUIVANT.
      READ catalogue-ancien NEXT RECORD
          AT END
              MOVE "O" TO FinParcours
          NOT AT END
              ADD 1 TO LivresLus
              MOVE CFA-Titre TO CFN-Titre
              MOVE CFA-Auteur TO CFN-Auteur
              MOVE CFA-Annee TO CFN-Annee
              MOVE CFA-Copies TO CFN-Copies
              MOVE CFA-ISBN TO CFN-ISBN
              MOVE CFA-CopiesEmpruntees TO CFN-CopiesEmpruntees
              MOVE CFA-Emprunteur TO CFN-Emprunteur
              MOVE CFA-DateRetourPrevue TO CFN-DateRetourPrevue
              MOVE CFA-SeuilAlerte TO CFN-SeuilAlerte
              MOVE ZERO TO CFN-PrixRemplacement
              MOVE CFA-Sep1 TO CFN-Sep1
              MOVE CFA-Sep2 TO CFN-Sep2
              MOVE CFA-Sep3 TO CFN-Sep3
              MOVE CFA-Sep4 TO CFN-Sep4
              MOVE CFA-Sep5 TO CFN-Sep5
              MOVE CFA-Sep6 TO CFN-Sep6
              MOVE CFA-Sep7 TO CFN-Sep7
              MOVE CFA-Sep8 TO CFN-Sep8
              MOVE CF-Separateur TO CFN-Sep9
              WRITE catalogue-nouveau-record
                  INVALID KEY
                      DISPLAY "Livre " CFN-ISBN
                              " deja present : ignore."
                  NOT INVALID KEY
                      ADD 1 TO LivresConvertis
              END-WRITE
      END-READ.
