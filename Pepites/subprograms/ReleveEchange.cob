       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReleveEchange.

      *> Releve de compte au format d'echange, pour les clients
      *> professionnels qui l'integrent dans leur logiciel comptable
      *> au lieu de ressaisir le releve papier. Appelee par le
      *> guichet (releve a la demande) et par l'edition en lot des
      *> releves (clients marques dans clients_banque). Un fichier
      *> par compte et par periode, nomme
      *> releve_ech_CCCCCC_AAAAMMJJ (compte, date de fin), a trois
      *> types d'enregistrement sur le modele des releves bancaires
      *> interbancaires :
      *>   01 : ancien solde a l'ouverture de la periode
      *>   04 : un mouvement de l'historique (date, date de valeur,
      *>        code action, montant signe, reference, sequence)
      *>   07 : nouveau solde et totaux de controle (nombre de
      *>        mouvements, total des debits, total des credits)
      *> Montants signes avec point decimal explicite. Le journal ne
      *> porte pas de date de valeur distincte : une remise de
      *> cheque n'y est ecrite qu'a sa compensation, la date de
      *> l'ecriture est donc sa date de valeur.
      *> L'ancien solde est reconstitue a partir du solde actuel
      *> transmis par l'appelant, moins tous les mouvements dates du
      *> debut de periode a ce jour (archives histarch_AAAAMM
      *> comprises).
      *> LS-Statut : '00' fichier ecrit, '90' periode invalide,
      *> '30' fichier de sortie impossible a creer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT releve-echange ASSIGN USING NomFichierEchange
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-echange.

       DATA DIVISION.
       FILE SECTION.
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
           05 CSV-FILLERX PIC X.
           05 H-Seq-Origine PIC 9(8).
           05 CSV-FILLERY PIC X.
           05 H-Action-Origine PIC X.
           05 CSV-FILLERZ PIC X.
           05 H-Devise PIC X(3).
           05 CSV-FILLERW PIC X.
           05 H-Operateur PIC X(4).
           05 CSV-FILLERV PIC X.
           05 H-Operateur2 PIC X(4).
           05 CSV-FILLERU PIC X.
           05 H-Reference PIC X(10).

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

       FD releve-echange.
       01 echange-solde-initial.
           05 EI-Type PIC X(2).
           05 EI-FILLER1 PIC X.
           05 EI-Compte PIC 9(6).
           05 EI-FILLER2 PIC X.
           05 EI-Client PIC 9(5).
           05 EI-FILLER3 PIC X.
           05 EI-Devise PIC X(3).
           05 EI-FILLER4 PIC X.
           05 EI-Date PIC 9(8).
           05 EI-FILLER5 PIC X.
           05 EI-Solde PIC +9(9).99.
       01 echange-mouvement.
           05 EM-Type PIC X(2).
           05 EM-FILLER1 PIC X.
           05 EM-Compte PIC 9(6).
           05 EM-FILLER2 PIC X.
           05 EM-Date PIC 9(8).
           05 EM-FILLER3 PIC X.
           05 EM-DateValeur PIC 9(8).
           05 EM-FILLER4 PIC X.
           05 EM-Action PIC X.
           05 EM-FILLER5 PIC X.
           05 EM-Montant PIC +9(7).99.
           05 EM-FILLER6 PIC X.
           05 EM-Reference PIC X(10).
           05 EM-FILLER7 PIC X.
           05 EM-Sequence PIC 9(8).
       01 echange-solde-final.
           05 EF-Type PIC X(2).
           05 EF-FILLER1 PIC X.
           05 EF-Compte PIC 9(6).
           05 EF-FILLER2 PIC X.
           05 EF-Client PIC 9(5).
           05 EF-FILLER3 PIC X.
           05 EF-Devise PIC X(3).
           05 EF-FILLER4 PIC X.
           05 EF-Date PIC 9(8).
           05 EF-FILLER5 PIC X.
           05 EF-Solde PIC +9(9).99.
           05 EF-FILLER6 PIC X.
           05 EF-NombreMouvements PIC 9(5).
           05 EF-FILLER7 PIC X.
           05 EF-TotalDebits PIC 9(9).99.
           05 EF-FILLER8 PIC X.
           05 EF-TotalCredits PIC 9(9).99.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-echange PIC XX.
       01 SEP-Point-Virgule PIC X VALUE ";".
       01 NomFichierArchive PIC X(20) VALUE SPACES.
       01 NomFichierEchange PIC X(30) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 MoisArchiveCourant PIC 9(6) VALUE ZERO.
       01 MoisArchiveFin PIC 9(6) VALUE ZERO.
       01 MoisTravail.
           05 MT-Annee PIC 9(4).
           05 MT-Mois PIC 9(2).
      *> Passe 1 : cumul des mouvements pour l'ancien solde ; passe
      *> 2 : ecriture des mouvements de la periode.
       01 PasseEchange PIC 9 VALUE 1.
           88 Passe-Cumul VALUE 1.
           88 Passe-Ecriture VALUE 2.
       01 MouvementSigne PIC S9(7)V99 VALUE ZERO.
       01 CumulDepuisDebut PIC S9(9)V99 VALUE ZERO.
       01 SoldeInitial PIC S9(9)V99 VALUE ZERO.
       01 SoldeFinal PIC S9(9)V99 VALUE ZERO.
       01 TotalDebits PIC 9(9)V99 VALUE ZERO.
       01 TotalCredits PIC 9(9)V99 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-Compte PIC 9(6).
       01 LS-Client PIC 9(5).
       01 LS-DateDebut PIC 9(8).
       01 LS-DateFin PIC 9(8).
       01 LS-SoldeActuel PIC S9(7)V99.
       01 LS-Devise PIC X(3).
       01 LS-NomFichier PIC X(30).
       01 LS-NombreMouvements PIC 9(5).
       01 LS-Statut PIC XX.

       PROCEDURE DIVISION USING LS-Compte, LS-Client, LS-DateDebut,
               LS-DateFin, LS-SoldeActuel, LS-Devise, LS-NomFichier,
               LS-NombreMouvements, LS-Statut.
       PRODUIRE-RELEVE-ECHANGE.
           MOVE SPACES TO LS-NomFichier.
           MOVE ZERO TO LS-NombreMouvements.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           IF LS-DateFin < LS-DateDebut
              OR LS-DateDebut > DateDuJour
               MOVE '90' TO LS-Statut
           ELSE
               MOVE SPACES TO NomFichierEchange
               STRING "releve_ech_" LS-Compte "_" LS-DateFin
                   DELIMITED BY SIZE INTO NomFichierEchange
               OPEN OUTPUT releve-echange
               IF ws-statut-echange NOT = '00'
                   MOVE '30' TO LS-Statut
               ELSE
                   PERFORM CUMULER-MOUVEMENTS
                   PERFORM ECRIRE-SOLDE-INITIAL
                   PERFORM ECRIRE-MOUVEMENTS
                   PERFORM ECRIRE-SOLDE-FINAL
                   CLOSE releve-echange
                   MOVE NomFichierEchange TO LS-NomFichier
                   MOVE '00' TO LS-Statut
               END-IF
           END-IF.
           EXIT PROGRAM.

       CUMULER-MOUVEMENTS.
      *> Tout ce qui a ete passe depuis le debut de la periode, y
      *> compris apres sa fin, pour remonter du solde actuel a
      *> l'ancien solde.
           MOVE 1 TO PasseEchange.
           MOVE ZERO TO CumulDepuisDebut.
           MOVE ZERO TO TotalDebits.
           MOVE ZERO TO TotalCredits.
           MOVE DateDuJour(1:6) TO MoisArchiveFin.
           PERFORM PARCOURIR-HISTORIQUE.
           COMPUTE SoldeInitial = LS-SoldeActuel - CumulDepuisDebut.
           COMPUTE SoldeFinal = SoldeInitial + TotalCredits
                   - TotalDebits.

       ECRIRE-MOUVEMENTS.
           MOVE 2 TO PasseEchange.
           MOVE LS-DateFin(1:6) TO MoisArchiveFin.
           PERFORM PARCOURIR-HISTORIQUE.

       PARCOURIR-HISTORIQUE.
      *> Les mois anciens peuvent avoir ete bascules en archive :
      *> on balaye d'abord les fichiers histarch_ de la periode,
      *> puis le fichier vivant.
           MOVE LS-DateDebut(1:6) TO MoisArchiveCourant.
           PERFORM UNTIL MoisArchiveCourant > MoisArchiveFin
               PERFORM SCANNER-UNE-ARCHIVE
               PERFORM PASSER-AU-MOIS-SUIVANT
           END-PERFORM.
           OPEN INPUT historique.
           IF ws-file-status = '00'
      *> Depart direct sur la premiere ligne du compte a partir du
      *> debut de periode, par la cle secondaire compte + date.
               MOVE LS-Compte TO H-Numero-Compte
               MOVE "," TO CSV-FILLER0
               MOVE LS-DateDebut TO H-Date
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
                           PERFORM TRAITER-LIGNE-HISTORIQUE
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.

       SCANNER-UNE-ARCHIVE.
           MOVE SPACES TO NomFichierArchive.
           STRING "histarch_" MoisArchiveCourant
               DELIMITED BY SIZE INTO NomFichierArchive.
           OPEN INPUT historique-archive.
           IF ws-file-status = '00'
               MOVE LS-Compte TO HA-Numero-Compte
               MOVE "," TO HA-FILLER2
               MOVE LS-DateDebut TO HA-Date
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
                           MOVE historique-archive-record
                                TO historique-record
                           PERFORM TRAITER-LIGNE-HISTORIQUE
                   END-READ
               END-PERFORM
               CLOSE historique-archive
           END-IF.

       PASSER-AU-MOIS-SUIVANT.
           MOVE MoisArchiveCourant TO MoisTravail.
           IF MT-Mois = 12
               ADD 1 TO MT-Annee
               MOVE 1 TO MT-Mois
           ELSE
               ADD 1 TO MT-Mois
           END-IF.
           MOVE MoisTravail TO MoisArchiveCourant.

       TRAITER-LIGNE-HISTORIQUE.
      *> Le parcours s'arrete au premier compte suivant ; les lignes
      *> posterieures a la periode restent lues pour le cumul.
           IF H-Numero-Compte NOT = LS-Compte
               MOVE '10' TO ws-file-status
           END-IF.
           IF H-Numero-Compte = LS-Compte
              AND H-Date >= LS-DateDebut
               PERFORM CALCULER-SENS-MOUVEMENT
               IF Passe-Cumul
                   ADD MouvementSigne TO CumulDepuisDebut
                   IF H-Date <= LS-DateFin
                       IF MouvementSigne < ZERO
                           ADD H-Montant TO TotalDebits
                       ELSE
                           ADD H-Montant TO TotalCredits
                       END-IF
                   END-IF
               ELSE
                   IF H-Date <= LS-DateFin
                       PERFORM ECRIRE-UN-MOUVEMENT
                   END-IF
               END-IF
           END-IF.

       CALCULER-SENS-MOUVEMENT.
      *> Meme table de sens que la chaine de nuit : credits D I E Q
      *> S U M L 1 4, debits K N G Z H R T B V J F P 2 3, une extourne
      *> prenant le sens inverse de l'operation d'origine.
           MOVE ZERO TO MouvementSigne.
           EVALUATE H-Action
               WHEN "D"
               WHEN "I"
               WHEN "E"
               WHEN "Q"
               WHEN "S"
               WHEN "U"
               WHEN "M"
               WHEN "L"
               WHEN "1"
               WHEN "4"
                   MOVE H-Montant TO MouvementSigne
               WHEN "K"
               WHEN "N"
               WHEN "G"
               WHEN "Z"
               WHEN "H"
               WHEN "R"
               WHEN "T"
               WHEN "B"
               WHEN "V"
               WHEN "J"
               WHEN "F"
               WHEN "P"
               WHEN "2"
               WHEN "3"
                   COMPUTE MouvementSigne = 0 - H-Montant
               WHEN "X"
                   EVALUATE H-Action-Origine
                       WHEN "D"
                       WHEN "I"
                       WHEN "E"
                       WHEN "Q"
                       WHEN "S"
                       WHEN "U"
                       WHEN "M"
                       WHEN "L"
                           COMPUTE MouvementSigne = 0 - H-Montant
                       WHEN "K"
                       WHEN "N"
                       WHEN "G"
                       WHEN "Z"
                       WHEN "H"
                       WHEN "R"
                       WHEN "T"
                       WHEN "B"
                       WHEN "V"
                       WHEN "J"
                       WHEN "F"
                       WHEN "P"
                           MOVE H-Montant TO MouvementSigne
                   END-EVALUATE
           END-EVALUATE.

       ECRIRE-SOLDE-INITIAL.
           MOVE "01" TO EI-Type.
           MOVE LS-Compte TO EI-Compte.
           MOVE LS-Client TO EI-Client.
           MOVE LS-Devise TO EI-Devise.
           MOVE LS-DateDebut TO EI-Date.
           MOVE SoldeInitial TO EI-Solde.
           MOVE SEP-Point-Virgule TO EI-FILLER1.
           MOVE SEP-Point-Virgule TO EI-FILLER2.
           MOVE SEP-Point-Virgule TO EI-FILLER3.
           MOVE SEP-Point-Virgule TO EI-FILLER4.
           MOVE SEP-Point-Virgule TO EI-FILLER5.
           WRITE echange-solde-initial
           END-WRITE.

       ECRIRE-UN-MOUVEMENT.
           MOVE "04" TO EM-Type.
           MOVE H-Numero-Compte TO EM-Compte.
           MOVE H-Date TO EM-Date.
           MOVE H-Date TO EM-DateValeur.
           MOVE H-Action TO EM-Action.
           MOVE MouvementSigne TO EM-Montant.
           MOVE H-Reference TO EM-Reference.
           MOVE H-Sequence TO EM-Sequence.
           MOVE SEP-Point-Virgule TO EM-FILLER1.
           MOVE SEP-Point-Virgule TO EM-FILLER2.
           MOVE SEP-Point-Virgule TO EM-FILLER3.
           MOVE SEP-Point-Virgule TO EM-FILLER4.
           MOVE SEP-Point-Virgule TO EM-FILLER5.
           MOVE SEP-Point-Virgule TO EM-FILLER6.
           MOVE SEP-Point-Virgule TO EM-FILLER7.
           WRITE echange-mouvement
           END-WRITE.
           ADD 1 TO LS-NombreMouvements.

       ECRIRE-SOLDE-FINAL.
           MOVE "07" TO EF-Type.
           MOVE LS-Compte TO EF-Compte.
           MOVE LS-Client TO EF-Client.
           MOVE LS-Devise TO EF-Devise.
           MOVE LS-DateFin TO EF-Date.
           MOVE SoldeFinal TO EF-Solde.
           MOVE LS-NombreMouvements TO EF-NombreMouvements.
           MOVE TotalDebits TO EF-TotalDebits.
           MOVE TotalCredits TO EF-TotalCredits.
           MOVE SEP-Point-Virgule TO EF-FILLER1.
           MOVE SEP-Point-Virgule TO EF-FILLER2.
           MOVE SEP-Point-Virgule TO EF-FILLER3.
           MOVE SEP-Point-Virgule TO EF-FILLER4.
           MOVE SEP-Point-Virgule TO EF-FILLER5.
           MOVE SEP-Point-Virgule TO EF-FILLER6.
           MOVE SEP-Point-Virgule TO EF-FILLER7.
           MOVE SEP-Point-Virgule TO EF-FILLER8.
           WRITE echange-solde-final
           END-WRITE.
       END PROGRAM ReleveEchange.
