      *> ramene un fichier choisi depuis une generation choisie ;
      *> soldes et historique de la banque ne se restaurent que par
      *> paire, depuis la meme generation, pour que soldes et journal
      *> ne reviennent jamais de deux jours differents. Chaque prise
      *> de sauvegarde purge aussi les editions du spool (index
      *> spool_index) plus anciennes que la duree de conservation de
      *> leur etat : parametre RET<etat>, a defaut RETSPOOL, a defaut
      *> 365 jours. L'edition purgee est videe et une ligne P le note
      *> a l'index ; a la purge suivante ses lignes quittent l'index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RELATIVE KEY IS Cle-Employe
               FILE STATUS IS ws-file-status.

           SELECT journal-indexe ASSIGN USING NomSource
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JI-Sequence
               ALTERNATE RECORD KEY IS JI-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT registre ASSIGN TO 'sauvegardes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-registre.

           SELECT spool-index ASSIGN TO 'spool_index'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-spool.

           SELECT edition-spoolee ASSIGN USING NomEditionSpool
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-copie.

       DATA DIVISION.
       FILE SECTION.
       FD fichier-source.
       01 copie-record PIC X(250).

       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 SR-Reste PIC X(47).

       FD clients-banque.
      *> Meme dessin (92 octets) que la fiche client ecrite par le
      *> programme de guichet : seule la cle importe ici.
       01 clients-banque-record.
           05 CB-Numero-Client PIC 9(5).
           05 CB-Reste PIC X(87).

       FD catalogue-fichier.
      *> Dessin identique a celui du programme de bibliotheque (160
      *> octets, cle CF-ISBN au meme deplacement), sans quoi le
      *> fichier indexe refuserait l'ouverture.
       01 catalogue-enregistrement.
           05 CF-DateRetourPrevue PIC 9(8).
           05 CF-Sep8 PIC X.
           05 CF-SeuilAlerte PIC 9(3).
           05 CF-Sep9 PIC X.
           05 CF-PrixRemplacement PIC 9(5)V99.

       FD personnel-fichier.
      *> Meme longueur (77) que la fiche ecrite par file-exemple :
           05 EmployeID PIC 9(4).
           05 EM-Reste PIC X(73).

       FD journal-indexe.
      *> Journal bancaire historique et archives histarch_AAAAMM :
      *> meme dessin (79 octets) et memes cles que chez le guichet.
       01 journal-indexe-record.
           05 JI-Sequence PIC 9(8).
           05 JI-Sep1 PIC X.
           05 JI-Cle-Compte-Date.
               10 JI-Numero-Compte PIC 9(6).
               10 JI-Sep2 PIC X.
               10 JI-Date PIC 9(8).
           05 JI-Reste PIC X(55).

       FD registre.
       01 registre-record.
           05 SG-Date PIC 9(8).
           05 SG-Sep2 PIC X.
           05 SG-Nb PIC 9(7).

       FD spool-index.
      *> Meme dessin que l'index tenu par la routine Spool.
       01 spool-index-enregistrement.
           05 SX-Nom PIC X(50).
           05 SX-Sep1 PIC X.
           05 SX-Etat PIC X(8).
           05 SX-Sep2 PIC X.
           05 SX-Programme PIC X(20).
           05 SX-Sep3 PIC X.
           05 SX-Operateur PIC X(4).
           05 SX-Sep4 PIC X.
           05 SX-Date PIC 9(8).
           05 SX-Sep5 PIC X.
           05 SX-Heure PIC 9(8).
           05 SX-Sep6 PIC X.
           05 SX-DebutPeriode PIC 9(8).
           05 SX-Sep7 PIC X.
           05 SX-FinPeriode PIC 9(8).
           05 SX-Sep8 PIC X.
           05 SX-Lignes PIC 9(7).
           05 SX-Sep9 PIC X.
           05 SX-Statut PIC X.

       FD edition-spoolee.
       01 edition-spoolee-record PIC X(250).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-copie PIC XX.
       01 ws-statut-registre PIC XX.
       01 ws-statut-spool PIC XX.
       01 SEP-Virgule PIC X VALUE ",".
       01 Cle-Employe PIC 9(4) VALUE ZERO.

       01 FinParcours PIC X VALUE "N".
           88 Fin-Parcours VALUE "O".

      *> Purge du spool : l'index est relu en entier (lignes brutes
      *> et etat courant de chaque edition) puis reecrit.
       01 TableLignesSpool.
           02 LigneSpool PIC X(136) OCCURS 10000 TIMES
               INDEXED BY IdxLigneSpool.
       01 NombreLignesSpool PIC 9(5) VALUE ZERO.
       01 TableEditionsSpool.
           02 EditionSpool OCCURS 5000 TIMES INDEXED BY IdxEdition.
               03 ES-Nom PIC X(50).
               03 ES-Etat PIC X(8).
               03 ES-Date PIC 9(8).
               03 ES-Statut PIC X.
               03 ES-PurgeeCeJour PIC X.
       01 NombreEditionsSpool PIC 9(4) VALUE ZERO.
       01 IdxEditionTrouvee PIC 9(4) VALUE ZERO.
       01 SpoolDebordement PIC X VALUE "N".
           88 Spool-Debordement VALUE "O".
       01 TableConservations.
           02 Conservation OCCURS 50 TIMES INDEXED BY IdxConservation.
               03 CS-Etat PIC X(8).
               03 CS-Jours PIC 9(5).
       01 NombreConservations PIC 9(2) VALUE ZERO.
       01 ConservationParDefaut PIC 9(5) VALUE 365.
       01 JoursConservation PIC 9(5) VALUE ZERO.
       01 NomEditionSpool PIC X(50) VALUE SPACES.
       01 EditionsPurgees PIC 9(5) VALUE ZERO.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           MOVE "MAXGEN" TO PARM-Code.
           MOVE "relative" TO NomFichierCourant.
           PERFORM COPIER-PERSONNEL.
           MOVE "historique" TO NomFichierCourant.
           PERFORM COPIER-JOURNAL.
           MOVE "comptes_clos" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "cheques" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "operateurs" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "agences" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "interets_courus" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "suspens" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "periodes" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "identites" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "identites_refus" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "spool_index" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "credits_attendus" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "suivi_paie" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "cotisations_paie" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "factures_cloture" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "reglements_cloture" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "kits" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "comptes_clients" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "reglements_cartes" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "points_fidelite" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "lots_stock" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "etiquettes_prix" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "journal_caisse" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "retours_fournisseurs" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "politiques_pret" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "avis_retrait" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "fonds_budget" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "pointages" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "presences" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "avances" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "competences" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "types_taches" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "factures_comptes" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "prets_archive" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           MOVE "amendes_archive" TO NomFichierCourant.
           PERFORM COPIER-UN-SEQUENTIEL.
           PERFORM COPIER-ARCHIVES-MENSUELLES.
           PERFORM SAUVEGARDER-REGISTRE.
           PERFORM PURGER-EDITIONS.
           DISPLAY "Sauvegarde terminee.".

       COPIER-ARCHIVES-MENSUELLES.
               MOVE SPACES TO NomFichierCourant
               STRING "histarch_" MoisArchiveCourant
                   DELIMITED BY SIZE INTO NomFichierCourant
               PERFORM COPIER-JOURNAL
               PERFORM PASSER-AU-MOIS-SUIVANT
           END-PERFORM.
           MOVE "N" TO CopieSilencieuse.
                   END-WRITE
           END-READ.

       COPIER-JOURNAL.
      *> Journal vivant ou archive mensuelle, indexes sur le numero
      *> de sequence : copie dans l'ordre des numeros.
           MOVE SPACES TO NomSource.
           MOVE NomFichierCourant TO NomSource.
           PERFORM CONSTRUIRE-NOM-COPIE.
           MOVE ZERO TO CompteurSource.
           OPEN INPUT journal-indexe.
           IF ws-file-status NOT = '00'
               IF CopieSilencieuse = "N"
                   DISPLAY "  ", NomFichierCourant,
                           " : absent, non sauvegarde"
               END-IF
           ELSE
               OPEN OUTPUT fichier-copie
               MOVE "N" TO FinParcours
               MOVE ZERO TO JI-Sequence
               START journal-indexe KEY IS NOT LESS THAN JI-Sequence
                   INVALID KEY
                       MOVE "O" TO FinParcours
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM COPIER-LIGNE-JOURNAL-SUIVANTE
                       UNTIL Fin-Parcours
               CLOSE journal-indexe
               CLOSE fichier-copie
               PERFORM VERIFIER-COPIE
           END-IF.

       COPIER-LIGNE-JOURNAL-SUIVANTE.
           READ journal-indexe NEXT RECORD
               AT END
                   MOVE "O" TO FinParcours
               NOT AT END
                   ADD 1 TO CompteurSource
                   MOVE SPACES TO copie-record
                   MOVE journal-indexe-record TO copie-record
                   WRITE copie-record
                   END-WRITE
           END-READ.

       COPIER-CLIENTS-BANQUE.
      *> Le fichier client de la banque est la seule trace de qui
      *> detient chaque compte : il part en generation avec le reste.
                   PERFORM RESTAURER-CATALOGUE
               WHEN "relative"
                   PERFORM RESTAURER-PERSONNEL
               WHEN "historique"
                   PERFORM RESTAURER-JOURNAL
               WHEN OTHER
                   IF FichierARestaurer(1:9) = "histarch_"
                       PERFORM RESTAURER-JOURNAL
                   ELSE
                       PERFORM RESTAURER-SEQUENTIEL
                   END-IF
               END-EVALUATE.

       RESTAURER-JOURNAL.
           MOVE SPACES TO NomSource.
           MOVE FichierARestaurer TO NomSource.
           MOVE ZERO TO CompteurCopie.
           OPEN INPUT fichier-copie.
           IF ws-statut-copie NOT = '00'
               DISPLAY "Copie ", NomCopie, " introuvable."
           ELSE
               OPEN OUTPUT journal-indexe
               MOVE '00' TO ws-statut-copie
               PERFORM UNTIL ws-statut-copie = '10'
                   READ fichier-copie
                       AT END
                           MOVE '10' TO ws-statut-copie
                       NOT AT END
                           ADD 1 TO CompteurCopie
                           MOVE copie-record
                                TO journal-indexe-record
                           WRITE journal-indexe-record
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE fichier-copie
               CLOSE journal-indexe
               DISPLAY FichierARestaurer, " restaure (",
                       CompteurCopie, " enregistrement(s))."
           END-IF.

       RESTAURER-SEQUENTIEL.
           MOVE SPACES TO NomSource.
               DISPLAY "relative restaure (", CompteurCopie,
                       " enregistrement(s))."
           END-IF.

       PURGER-EDITIONS.
      *> Apres la copie de spool_index : la generation du jour garde
      *> l'index d'avant la purge.
           MOVE "RETSPOOL" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00' AND PARM-Valeur >= 1
               MOVE PARM-Valeur TO ConservationParDefaut
           END-IF.
           MOVE ZERO TO NombreConservations.
           MOVE ZERO TO EditionsPurgees.
           PERFORM CHARGER-INDEX-SPOOL.
           IF Spool-Debordement
               DISPLAY "  spool_index trop grand : editions non ",
                       "purgees !"
           ELSE
               IF NombreLignesSpool > ZERO
                   PERFORM VARYING IdxEdition FROM 1 BY 1
                           UNTIL IdxEdition > NombreEditionsSpool
                       IF ES-Statut(IdxEdition) = "R"
                          OR ES-Statut(IdxEdition) = "E"
                           PERFORM EXAMINER-EDITION
                       END-IF
                   END-PERFORM
                   PERFORM REECRIRE-INDEX-SPOOL
                   DISPLAY "  ", EditionsPurgees,
                           " edition(s) du spool purgee(s)"
               END-IF
           END-IF.

       CHARGER-INDEX-SPOOL.
           MOVE ZERO TO NombreLignesSpool.
           MOVE ZERO TO NombreEditionsSpool.
           MOVE "N" TO SpoolDebordement.
           OPEN INPUT spool-index.
           IF ws-statut-spool = '35'
               CLOSE spool-index
           ELSE
               PERFORM UNTIL ws-statut-spool = '10'
                              OR Spool-Debordement
                   READ spool-index
                       AT END
                           MOVE '10' TO ws-statut-spool
                       NOT AT END
                           PERFORM RANGER-LIGNE-SPOOL
                   END-READ
               END-PERFORM
               CLOSE spool-index
           END-IF.

       RANGER-LIGNE-SPOOL.
           IF NombreLignesSpool < 10000
               ADD 1 TO NombreLignesSpool
               MOVE spool-index-enregistrement
                    TO LigneSpool(NombreLignesSpool)
           ELSE
               MOVE "O" TO SpoolDebordement
           END-IF.
           PERFORM CHERCHER-EDITION-SPOOL.
           IF IdxEditionTrouvee = ZERO AND NOT Spool-Debordement
               IF NombreEditionsSpool < 5000
                   ADD 1 TO NombreEditionsSpool
                   MOVE NombreEditionsSpool TO IdxEditionTrouvee
                   MOVE SX-Nom TO ES-Nom(IdxEditionTrouvee)
                   MOVE SX-Etat TO ES-Etat(IdxEditionTrouvee)
                   MOVE SX-Date TO ES-Date(IdxEditionTrouvee)
                   MOVE "N" TO ES-PurgeeCeJour(IdxEditionTrouvee)
               ELSE
                   MOVE "O" TO SpoolDebordement
               END-IF
           END-IF.
           IF IdxEditionTrouvee NOT = ZERO
               IF SX-Statut NOT = "I"
                   MOVE SX-Statut TO ES-Statut(IdxEditionTrouvee)
               END-IF
           END-IF.

       CHERCHER-EDITION-SPOOL.
           MOVE ZERO TO IdxEditionTrouvee.
           PERFORM VARYING IdxEdition FROM 1 BY 1
                   UNTIL IdxEdition > NombreEditionsSpool
                      OR IdxEditionTrouvee NOT = ZERO
               IF ES-Nom(IdxEdition) = SX-Nom
                   SET IdxEditionTrouvee TO IdxEdition
               END-IF
           END-PERFORM.

       EXAMINER-EDITION.
      *> Duree de l'etat, lue une fois par etat ; l'edition est
      *> purgee quand sa date plus cette duree est passee.
           MOVE ZERO TO JoursConservation.
           PERFORM VARYING IdxConservation FROM 1 BY 1
                   UNTIL IdxConservation > NombreConservations
               IF CS-Etat(IdxConservation) = ES-Etat(IdxEdition)
                   MOVE CS-Jours(IdxConservation) TO JoursConservation
               END-IF
           END-PERFORM.
           IF JoursConservation = ZERO
               MOVE SPACES TO PARM-Code
               STRING "RET" ES-Etat(IdxEdition)
                   DELIMITED BY SIZE INTO PARM-Code
               CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                       PARM-Statut
               IF PARM-Statut = '00' AND PARM-Valeur >= 1
                   MOVE PARM-Valeur TO JoursConservation
               ELSE
                   MOVE ConservationParDefaut TO JoursConservation
               END-IF
               IF NombreConservations < 50
                   ADD 1 TO NombreConservations
                   MOVE ES-Etat(IdxEdition)
                        TO CS-Etat(NombreConservations)
                   MOVE JoursConservation
                        TO CS-Jours(NombreConservations)
               END-IF
           END-IF.
           MOVE "A" TO DATU-Operation.
           MOVE ES-Date(IdxEdition) TO DATU-Date1.
           MOVE JoursConservation TO DATU-Nombre.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.
           IF DATU-Statut = '00'
              AND DATU-DateResultat < DateGeneration
               MOVE ES-Nom(IdxEdition) TO NomEditionSpool
               OPEN OUTPUT edition-spoolee
               CLOSE edition-spoolee
               MOVE "O" TO ES-PurgeeCeJour(IdxEdition)
               ADD 1 TO EditionsPurgees
           END-IF.

       REECRIRE-INDEX-SPOOL.
      *> Les editions purgees a une purge precedente quittent
      *> l'index ; celles du jour y gagnent leur ligne P.
           OPEN OUTPUT spool-index.
           PERFORM VARYING IdxLigneSpool FROM 1 BY 1
                   UNTIL IdxLigneSpool > NombreLignesSpool
               MOVE LigneSpool(IdxLigneSpool)
                    TO spool-index-enregistrement
               PERFORM CHERCHER-EDITION-SPOOL
               IF ES-Statut(IdxEditionTrouvee) NOT = "P"
                   WRITE spool-index-enregistrement
               END-IF
           END-PERFORM.
           PERFORM VARYING IdxEdition FROM 1 BY 1
                   UNTIL IdxEdition > NombreEditionsSpool
               IF ES-PurgeeCeJour(IdxEdition) = "O"
                   PERFORM VARYING IdxLigneSpool FROM NombreLignesSpool
                           BY -1 UNTIL IdxLigneSpool < 1
                              OR ES-PurgeeCeJour(IdxEdition) = "P"
                       MOVE LigneSpool(IdxLigneSpool)
                            TO spool-index-enregistrement
                       IF SX-Nom = ES-Nom(IdxEdition)
                          AND SX-Statut NOT = "I"
                           MOVE "P" TO ES-PurgeeCeJour(IdxEdition)
                       END-IF
                   END-PERFORM
                   MOVE "Sauvegarde" TO SX-Programme
                   MOVE "SAUV" TO SX-Operateur
                   MOVE DateGeneration TO SX-Date
                   ACCEPT SX-Heure FROM TIME
                   MOVE "P" TO SX-Statut
                   WRITE spool-index-enregistrement
               END-IF
           END-PERFORM.
           CLOSE spool-index.
