       PROGRAM-ID. MigrerSoldes.

      *> Conversion unique du fichier indexe des soldes de l'ancien
      *> dessin de 49 octets vers le dessin courant de 53 octets
      *> (agence de rattachement en plus). La longueur
      *> d'enregistrement etant un attribut fige d'un fichier
      *> indexe, l'ancien fichier ne peut pas etre ouvert par le
      *> guichet : ce programme le recopie dans solde_nouveau avec
      *> l'agence 001 (siege) pour tous les comptes existants - a
      *> corriger ensuite compte par compte depuis le guichet pour
      *> les comptes ouverts dans une autre agence. Apres controle
      *> du compte rendu, remplacer solde par solde_nouveau puis
      *> relancer le guichet. (Les conversions precedentes, de 27
      *> vers 47 octets puis de 47 vers 49 pour le type de compte,
      *> sont passees par le meme chemin.)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD soldes-ancien.
      *> Dessin precedent du guichet, 49 octets.
       01 soldes-ancien-record.
           05 SRA-Numero-Compte PIC 9(6).
           05 SRA-FILLER1 PIC X.
           05 SRA-Limite-Journaliere PIC 9(7)V99.
           05 SRA-FILLER5 PIC X.
           05 SRA-Devise PIC X(3).
           05 SRA-FILLER6 PIC X.
           05 SRA-Type-Compte PIC X.

       FD soldes-nouveau.
      *> Dessin courant du guichet, 53 octets.
       01 soldes-nouveau-record.
           05 SRN-Numero-Compte PIC 9(6).
           05 SRN-FILLER1 PIC X.
           05 SRN-Devise PIC X(3).
           05 SRN-FILLER6 PIC X.
           05 SRN-Type-Compte PIC X.
           05 SRN-FILLER7 PIC X.
           05 SRN-Agence PIC 9(3).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
                   MOVE SRA-Limite-Journaliere
                        TO SRN-Limite-Journaliere
                   MOVE SRA-Devise TO SRN-Devise
                   MOVE SRA-Type-Compte TO SRN-Type-Compte
                   MOVE 1 TO SRN-Agence
                   MOVE SEP-Deux-Points TO SRN-FILLER1
                   MOVE SEP-Deux-Points TO SRN-FILLER2
                   MOVE SEP-Deux-Points TO SRN-FILLER3
                   MOVE SEP-Deux-Points TO SRN-FILLER4
                   MOVE SEP-Deux-Points TO SRN-FILLER5
                   MOVE SEP-Deux-Points TO SRN-FILLER6
                   MOVE SEP-Deux-Points TO SRN-FILLER7
                   WRITE soldes-nouveau-record
                       INVALID KEY
                           DISPLAY "Compte ", SRN-Numero-Compte,
