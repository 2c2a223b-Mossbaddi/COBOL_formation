       IDENTIFICATION DIVISION.
       PROGRAM-ID. MigrerClients.

      *> Conversion unique du fichier indexe clients_banque de
      *> l'ancien dessin de 90 octets vers le dessin courant de 92
      *> octets (drapeau de releve au format d'echange en plus). La
      *> longueur d'enregistrement etant un attribut fige d'un
      *> fichier indexe, l'ancien fichier ne peut pas etre ouvert
      *> par le guichet : ce programme le recopie dans
      *> clients_banque_nouveau avec le drapeau a N pour tous les
      *> clients - les clients professionnels demandeurs sont
      *> ensuite marques un par un depuis l'entretien des fiches.
      *> Apres controle du compte rendu, remplacer clients_banque
      *> par clients_banque_nouveau puis relancer le guichet. Meme
      *> chemin que la conversion du fichier des soldes
      *> (MigrerSoldes).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clients-ancien ASSIGN TO 'clients_banque'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBA-Numero-Client
               FILE STATUS IS ws-file-status.

           SELECT clients-nouveau ASSIGN TO 'clients_banque_nouveau'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBN-Numero-Client
               FILE STATUS IS ws-statut-nouveau.

       DATA DIVISION.
       FILE SECTION.
       FD clients-ancien.
      *> Dessin precedent du guichet, 90 octets.
       01 clients-ancien-record.
           05 CBA-Numero-Client PIC 9(5).
           05 CBA-FILLER1 PIC X.
           05 CBA-Nom PIC X(30).
           05 CBA-FILLER2 PIC X.
           05 CBA-Adresse PIC X(40).
           05 CBA-FILLER3 PIC X.
           05 CBA-Telephone PIC X(12).

       FD clients-nouveau.
      *> Dessin courant du guichet, 92 octets.
       01 clients-nouveau-record.
           05 CBN-Numero-Client PIC 9(5).
           05 CBN-FILLER1 PIC X.
           05 CBN-Nom PIC X(30).
           05 CBN-FILLER2 PIC X.
           05 CBN-Adresse PIC X(40).
           05 CBN-FILLER3 PIC X.
           05 CBN-Telephone PIC X(12).
           05 CBN-FILLER4 PIC X.
           05 CBN-ReleveEchange PIC X.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-nouveau PIC XX.
       01 SEP-Virgule PIC X VALUE ",".
       01 ClientsConvertis PIC 9(5) VALUE ZERO.
       01 FinParcours PIC X VALUE "N".
           88 Fin-Parcours VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== CONVERSION DU FICHIER CLIENTS =====".
           OPEN INPUT clients-ancien.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier clients_banque inaccessible (statut ",
                       ws-file-status, ") : rien a convertir. Un ",
                       "statut 39 signale au contraire un fichier ",
                       "deja au nouveau dessin."
               STOP RUN
           END-IF.
           OPEN OUTPUT clients-nouveau.
           IF ws-statut-nouveau NOT = '00'
               DISPLAY "Creation de clients_banque_nouveau ",
                       "impossible (statut ", ws-statut-nouveau, ")."
               CLOSE clients-ancien
               STOP RUN
           END-IF.
           MOVE ZERO TO CBA-Numero-Client.
           START clients-ancien
                   KEY IS NOT LESS THAN CBA-Numero-Client
               INVALID KEY
                   MOVE "O" TO FinParcours
               NOT INVALID KEY
                   CONTINUE
           END-START.
           PERFORM CONVERTIR-CLIENT-SUIVANT UNTIL Fin-Parcours.
           CLOSE clients-ancien.
           CLOSE clients-nouveau.
           DISPLAY ClientsConvertis, " client(s) converti(s) dans ",
                   "clients_banque_nouveau.".
           DISPLAY "Controler le total, puis remplacer clients_banque ",
                   "par clients_banque_nouveau avant de relancer le ",
                   "guichet.".
           STOP RUN.

       CONVERTIR-CLIENT-SUIVANT.
           READ clients-ancien NEXT RECORD
               AT END
                   MOVE "O" TO FinParcours
               NOT AT END
                   MOVE CBA-Numero-Client TO CBN-Numero-Client
                   MOVE CBA-Nom TO CBN-Nom
                   MOVE CBA-Adresse TO CBN-Adresse
                   MOVE CBA-Telephone TO CBN-Telephone
                   MOVE "N" TO CBN-ReleveEchange
                   MOVE SEP-Virgule TO CBN-FILLER1
                   MOVE SEP-Virgule TO CBN-FILLER2
                   MOVE SEP-Virgule TO CBN-FILLER3
                   MOVE SEP-Virgule TO CBN-FILLER4
                   WRITE clients-nouveau-record
                       INVALID KEY
                           DISPLAY "Client ", CBN-Numero-Client,
                                   " deja present : ignore."
                       NOT INVALID KEY
                           ADD 1 TO ClientsConvertis
                   END-WRITE
           END-READ.
