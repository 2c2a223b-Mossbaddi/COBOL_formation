               FILE STATUS IS ws-file-status.

           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT comptes-clos ASSIGN TO 'comptes_clos'
       DATA DIVISION.
       FILE SECTION.
       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Solde-X PIC X(10).
           05 SR-F2 PIC X.
           05 SR-Limite-X PIC X(9).
           05 SR-Reste PIC X(26).

       FD catalogue-fichier.
       01 catalogue-enregistrement.
           05 CF-ISBN PIC X(13).
           05 CF-Sep5 PIC X.
           05 CF-CopiesEmpruntees PIC 9(3).
           05 CF-Reste PIC X(52).

       FD personnel-fichier.
      *> Meme longueur (77) que la fiche ecrite par file-exemple :
       01 historique-record.
           05 H-Sequence PIC X(8).
           05 H-F1 PIC X.
           05 H-Cle-Compte-Date.
               10 H-Numero-Compte PIC X(6).
               10 H-F2 PIC X.
               10 H-Date PIC X(8).
           05 H-F3 PIC X.
           05 H-Heure PIC X(8).
           05 H-F4 PIC X.
           05 H-Action PIC X.
           05 H-F5 PIC X.
           05 H-Montant PIC X(7).
           05 H-Reste PIC X(36).

       FD comptes-clos.
       01 comptes-clos-record.
           05 PL-Semaine-X PIC X(2).
           05 PL-F1 PIC X.
           05 PL-Jour-X PIC X.
           05 PL-Reste PIC X(66).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
               PERFORM NOTER-FICHIER-ABSENT
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
