      *> ouvert dans la session, alors que le courrier part par
      *> client. Ce programme parcourt le fichier clients_banque et
      *> produit, pour la periode demandee, un fichier de releve par
      *> client (releve_NNNNN, date et rang ajoutes par le spool
      *> des editions) : nom et adresse en tete, puis les
      *> mouvements de chacun de ses comptes, relus dans l'historique
      *> vivant et dans les archives histarch_AAAAMM de la periode.
      *> Les clients marques dans clients_banque (CB-ReleveEchange)
      *> recoivent en plus, pour chaque compte, le releve au format
      *> d'echange produit par la routine partagee ReleveEchange.
      *> Chaque compte mentionne les interets acquis a ce jour et
      *> non encore poses (fichier interets_courus de la chaine).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ws-file-status.

           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT historique-archive ASSIGN USING NomFichierArchive
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-Sequence
               ALTERNATE RECORD KEY IS HA-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT interets-courus ASSIGN TO 'interets_courus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-courus.

           SELECT releve-client ASSIGN USING NomFichierReleve
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-releve.
           05 CB-Adresse PIC X(40).
           05 CB-FILLER3 PIC X.
           05 CB-Telephone PIC X(12).
           05 CB-FILLER4 PIC X.
           05 CB-ReleveEchange PIC X.

       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
      *> par type (interets, decouvert, chequier) vivent dans le
      *> fichier types_comptes.
           05 SR-Type-Compte PIC X.
           05 MYFILLER7 PIC X.
      *> Agence de rattachement du compte (fichier agences).
           05 SR-Agence PIC 9(3).

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

       FD historique-archive.
      *> Archive mensuelle histarch_AAAAMM : meme dessin et memes
      *> cles que le fichier vivant (79 octets).
       01 historique-archive-record.
           05 HA-Sequence PIC 9(8).
           05 HA-FILLER1 PIC X.
           05 HA-Cle-Compte-Date.
               10 HA-Numero-Compte PIC 9(6).
               10 HA-FILLER2 PIC X.
               10 HA-Date PIC 9(8).
           05 HA-Reste PIC X(55).

       FD interets-courus.
      *> Meme dessin que le fichier tenu par la chaine de nuit.
       01 interet-couru-enregistrement.
           05 IC-Compte PIC 9(6).
           05 IC-FILLER1 PIC X.
           05 IC-Crediteurs PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 IC-FILLER2 PIC X.
           05 IC-Debiteurs PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 IC-FILLER3 PIC X.
           05 IC-Prets PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 IC-FILLER4 PIC X.
           05 IC-Date PIC 9(8).

       FD releve-client.
       01 releve-record PIC X(120).
       01 ws-file-status PIC XX.
       01 ws-statut-clients PIC XX.
       01 ws-statut-releve PIC XX.
       01 ws-statut-courus PIC XX.

       01 DateDebutReleve PIC 9(8) VALUE ZERO.
       01 DateFinReleve PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierReleve PIC X(50) VALUE SPACES.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
       01 RelevesProduits PIC 9(4) VALUE ZERO.
       01 LigneReleve PIC X(120) VALUE SPACES.

       01 NomFichierReleveEchange PIC X(30) VALUE SPACES.
       01 MouvementsReleveEchange PIC 9(5) VALUE ZERO.
       01 StatutReleveEchange PIC XX VALUE SPACES.
       01 SoldeReleveEchange PIC S9(7)V99 VALUE ZERO.
       01 RelevesEchangeProduits PIC 9(4) VALUE ZERO.

       01 InteretsAcquis PIC 9(7)V99 VALUE ZERO.
       01 DateInteretsAcquis PIC 9(8) VALUE ZERO.

       01 SPOOL-Operation PIC X VALUE SPACE.
       01 SPOOL-Etat PIC X(8) VALUE "RELEVE".
       01 SPOOL-NomBase PIC X(30) VALUE SPACES.
       01 SPOOL-Programme PIC X(20) VALUE "RelevesClients".
       01 SPOOL-Operateur PIC X(4) VALUE "RELC".
       01 SPOOL-DebutPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-FinPeriode PIC 9(8) VALUE ZERO.
       01 SPOOL-NomFichier PIC X(50) VALUE SPACES.
       01 SPOOL-Lignes PIC 9(7) VALUE ZERO.
       01 SPOOL-Statut PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== RELEVES CLIENTS EN LOT =====".
           CLOSE soldes.
           DISPLAY RelevesProduits, " releve(s) produit(s) pour la ",
                   "periode ", DateDebutReleve, " - ", DateFinReleve.
           DISPLAY RelevesEchangeProduits, " releve(s) au format ",
                   "d'echange produit(s).".
           STOP RUN.

       VALIDER-DATE-SAISIE.
           END-READ.

       EDITER-RELEVE-CLIENT.
           MOVE SPACES TO SPOOL-NomBase.
           STRING "releve_" ClientEnEdition
               DELIMITED BY SIZE INTO SPOOL-NomBase.
           MOVE DateDebutReleve TO SPOOL-DebutPeriode.
           MOVE DateFinReleve TO SPOOL-FinPeriode.
           MOVE "N" TO SPOOL-Operation.
           PERFORM APPELER-SPOOL.
           MOVE SPOOL-NomFichier TO NomFichierReleve.
           OPEN OUTPUT releve-client.
           IF ws-statut-releve NOT = '00'
               DISPLAY "Releve du client ", ClientEnEdition,
                   PERFORM EDITER-UN-COMPTE
               END-PERFORM
               CLOSE releve-client
               MOVE "F" TO SPOOL-Operation
               PERFORM APPELER-SPOOL
               ADD 1 TO RelevesProduits
               DISPLAY "Releve du client ", ClientEnEdition,
                       " ecrit dans ", NomFichierReleve
           END-IF.
           IF CB-ReleveEchange = "O"
               PERFORM VARYING IdxCompte FROM 1 BY 1
                       UNTIL IdxCompte > NombreComptesClient
                   PERFORM PRODUIRE-RELEVE-ECHANGE
               END-PERFORM
           END-IF.

       APPELER-SPOOL.
           CALL 'Spool' USING SPOOL-Operation, SPOOL-Etat,
                   SPOOL-NomBase, SPOOL-Programme, SPOOL-Operateur,
                   SPOOL-DebutPeriode, SPOOL-FinPeriode,
                   SPOOL-NomFichier, SPOOL-Lignes, SPOOL-Statut.

       PRODUIRE-RELEVE-ECHANGE.
           MOVE TC-Solde(IdxCompte) TO SoldeReleveEchange.
           CALL 'ReleveEchange' USING TC-Numero(IdxCompte),
                   ClientEnEdition, DateDebutReleve, DateFinReleve,
                   SoldeReleveEchange, TC-Devise(IdxCompte),
                   NomFichierReleveEchange, MouvementsReleveEchange,
                   StatutReleveEchange.
           IF StatutReleveEchange = '00'
               ADD 1 TO RelevesEchangeProduits
               DISPLAY "Releve d'echange du compte ",
                       TC-Numero(IdxCompte), " ecrit dans ",
                       NomFichierReleveEchange
           ELSE
               DISPLAY "Releve d'echange du compte ",
                       TC-Numero(IdxCompte), " non produit (statut ",
                       StatutReleveEchange, ")."
           END-IF.

       EDITER-UN-COMPTE.
           MOVE TC-Numero(IdxCompte) TO CompteEnEdition.
           END-PERFORM.
           OPEN INPUT historique.
           IF ws-file-status = '00'
      *> Depart direct sur la premiere ligne du compte pour la
      *> periode, par la cle secondaire compte + date.
               MOVE CompteEnEdition TO H-Numero-Compte
               MOVE "," TO CSV-FILLER0
               MOVE DateDebutReleve TO H-Date
               START historique
                       KEY IS NOT LESS THAN H-Cle-Compte-Date
                   INVALID KEY
                       MOVE '10' TO ws-file-status
               END-START
               PERFORM UNTIL ws-file-status = '10'
                   READ historique NEXT RECORD INTO historique-record
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                  " " TC-Devise(IdxCompte)
               DELIMITED BY SIZE INTO LigneReleve.
           PERFORM ECRIRE-LIGNE-RELEVE.
           PERFORM CHERCHER-INTERETS-ACQUIS.
           IF InteretsAcquis > ZERO
               MOVE SPACES TO LigneReleve
               STRING "Interets acquis a ce jour : " InteretsAcquis
                      " " TC-Devise(IdxCompte) " (courus au "
                      DateInteretsAcquis ", verses en fin de mois)"
                   DELIMITED BY SIZE INTO LigneReleve
               PERFORM ECRIRE-LIGNE-RELEVE
           END-IF.
           MOVE SPACES TO LigneReleve.
           PERFORM ECRIRE-LIGNE-RELEVE.

       CHERCHER-INTERETS-ACQUIS.
      *> Fichier absent : aucun interet couru.
           MOVE ZERO TO InteretsAcquis.
           MOVE ZERO TO DateInteretsAcquis.
           OPEN INPUT interets-courus.
           IF ws-statut-courus = '00'
               PERFORM UNTIL ws-statut-courus = '10'
                   READ interets-courus
                       AT END
                           MOVE '10' TO ws-statut-courus
                       NOT AT END
                           IF IC-Compte = CompteEnEdition
                               MOVE IC-Crediteurs TO InteretsAcquis
                               MOVE IC-Date TO DateInteretsAcquis
                               MOVE '10' TO ws-statut-courus
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE interets-courus
           END-IF.

       SCANNER-UNE-ARCHIVE.
           MOVE SPACES TO NomFichierArchive.
           STRING "histarch_" MoisArchiveCourant
               DELIMITED BY SIZE INTO NomFichierArchive.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               MOVE CompteEnEdition TO HA-Numero-Compte
               MOVE "," TO HA-FILLER2
               MOVE DateDebutReleve TO HA-Date
               START historique-archive
                       KEY IS NOT LESS THAN HA-Cle-Compte-Date
                   INVALID KEY
                       MOVE '10' TO ws-file-status
               END-START
               PERFORM UNTIL ws-file-status = '10'
                   READ historique-archive NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
           MOVE MoisTravail TO MoisArchiveCourant.

       EDITER-LIGNE-MOUVEMENT.
      *> Le parcours s'arrete au premier compte suivant ou a la
      *> premiere ligne posterieure a la periode.
           IF H-Numero-Compte NOT = CompteEnEdition
              OR H-Date > DateFinReleve
               MOVE '10' TO ws-file-status
           ELSE
               MOVE SPACES TO LigneReleve
               STRING H-Date " " H-Heure " " H-Action
                      "      " H-Montant
