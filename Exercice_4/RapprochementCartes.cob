       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapprochementCartes.

      *> Rapprochement des ventes par carte de la boutique avec les
      *> reglements de l'acquereur. Le fichier de reglement quotidien
      *> de l'acquereur (reglements_cartes : date et heure de la
      *> transaction, montant, commission) est lu sur la periode et
      *> chaque reglement est pointe sur une ligne C du fichier
      *> paiements de la caisse :
      *>   - meme date, meme montant et meme heure a la seconde ;
      *>   - a defaut, meme date et meme montant, a l'heure la plus
      *>     proche dans la tolerance TOLRAPCARTE (en minutes), les
      *>     horloges du terminal et de la caisse n'etant pas
      *>     synchronisees.
      *> L'etat liste les ventes sans reglement, les reglements sans
      *> vente et, jour par jour, les ventes, les reglements et la
      *> commission prelevee. Quand la boutique tient son compte chez
      *> nous (parametre CPTBOUTIQUE), le credit net attendu du jour
      *> (reglements moins commission) est compare au credit recu de
      *> l'acquereur : credits deja postes (historique, code U) et
      *> credits du matin pas encore postes (virements_entrants),
      *> l'acquereur portant la date de vente en reference comme la
      *> remise des recettes. Un credit attendu (credits_attendus)
      *> dont le credit recu egale le net attendu passe au statut R.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reglements-cartes ASSIGN TO 'reglements_cartes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT paiements ASSIGN TO 'paiements'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-Numero-Compte
               FILE STATUS IS ws-file-status.

           SELECT historique ASSIGN TO 'historique'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-Sequence
               ALTERNATE RECORD KEY IS H-Cle-Compte-Date
                   WITH DUPLICATES
               FILE STATUS IS ws-file-status.

           SELECT virements-entrants ASSIGN TO 'virements_entrants'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT credits-attendus ASSIGN TO 'credits_attendus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD reglements-cartes.
      *> Fichier de reglement de l'acquereur, une ligne par
      *> transaction reglee : date et heure (HHMMSS) de la
      *> transaction au terminal, montant brut, commission retenue.
       01 reglement-carte-enregistrement.
           05 RG-Date PIC 9(8).
           05 RG-Sep1 PIC X.
           05 RG-Heure PIC 9(6).
           05 RG-Sep2 PIC X.
           05 RG-Montant PIC 9(5)V99.
           05 RG-Sep3 PIC X.
           05 RG-Commission PIC 9(5)V99.

       FD paiements.
      *> Meme dessin que le fichier ecrit par la caisse.
       01 paiement-enregistrement.
           05 PM-IdClient PIC 9(5).
           05 PM-Sep1 PIC X.
           05 PM-Date PIC 9(8).
           05 PM-Sep2 PIC X.
           05 PM-Heure PIC 9(8).
           05 PM-Sep3 PIC X.
           05 PM-Mode PIC X.
           05 PM-Sep4 PIC X.
           05 PM-Montant PIC 9(5)V99.

       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 MYFILLER  PIC X.
           05 SR-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MYFILLER2 PIC X.
           05 SR-Limite-Decouvert PIC 9(7)V99.
           05 MYFILLER3 PIC X.
           05 SR-Numero-Client PIC 9(5).
           05 SR-Reste PIC X(20).

       FD historique.
      *> Au dessin du programme de guichet.
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

       FD virements-entrants.
      *> Credits recus de la chambre de compensation, au dessin du
      *> programme de guichet ; les lignes d'entete et de fin ne
      *> commencent pas par un numero de compte.
       01 virement-entrant-enregistrement.
           05 VE-Compte PIC 9(6).
           05 VE-FILLER1 PIC X.
           05 VE-Montant PIC 9(5)V99.
           05 VE-FILLER2 PIC X.
           05 VE-Banque-Origine PIC X(5).
           05 VE-FILLER3 PIC X.
           05 VE-Reference PIC X(10).
           05 VE-FILLER4 PIC X.
           05 VE-Date PIC 9(8).

       FD credits-attendus.
      *> Au dessin de la remise des recettes. Statut : A attendu,
      *> R recu.
       01 credit-attendu-enregistrement.
           05 XA-Compte PIC 9(6).
           05 XA-FILLER1 PIC X.
           05 XA-Montant PIC 9(7)V99.
           05 XA-FILLER2 PIC X.
           05 XA-DateVente PIC 9(8).
           05 XA-FILLER3 PIC X.
           05 XA-Mode PIC X.
           05 XA-FILLER4 PIC X.
           05 XA-Reference PIC X(10).
           05 XA-FILLER5 PIC X.
           05 XA-DateInscription PIC 9(8).
           05 XA-FILLER6 PIC X.
           05 XA-Statut PIC X.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 DateDebut PIC 9(8) VALUE ZERO.
       01 DateFin PIC 9(8) VALUE ZERO.
       01 NombreJours PIC 9(3) VALUE ZERO.
       01 CompteBoutique PIC 9(6) VALUE ZERO.
       01 BoutiqueCliente PIC X VALUE "N".
           88 Boutique-Cliente VALUE "O".
       01 ToleranceMinutes PIC 9(3) VALUE 5.
       01 ToleranceSecondes PIC 9(5) VALUE ZERO.

       01 PARM-Code PIC X(12) VALUE SPACES.
       01 PARM-Valeur PIC 9(7)V99 VALUE ZERO.
       01 PARM-Statut PIC XX VALUE SPACES.

       01 DATU-Operation PIC X VALUE SPACE.
       01 DATU-Date1 PIC 9(8) VALUE ZERO.
       01 DATU-Date2 PIC 9(8) VALUE ZERO.
       01 DATU-Nombre PIC S9(5) VALUE ZERO.
       01 DATU-DateResultat PIC 9(8) VALUE ZERO.
       01 DATU-Statut PIC XX VALUE SPACES.

      *> Ventes par carte de la periode (lignes C de paiements) ; le
      *> numero du reglement pointe est zero tant que la vente n'est
      *> pas rapprochee.
       01 TableVentesCartes.
           02 VenteCarte OCCURS 2000 TIMES INDEXED BY IdxVente.
               03 VC-Date PIC 9(8).
               03 VC-Heure PIC 9(6).
               03 VC-Montant PIC 9(5)V99.
               03 VC-Reglement PIC 9(4).
       01 NombreVentes PIC 9(4) VALUE ZERO.
       01 VentesDebordement PIC X VALUE "N".
           88 Ventes-Debordement VALUE "O".

      *> Reglements de l'acquereur sur la periode ; le numero de la
      *> vente pointee est zero tant que le reglement est orphelin.
       01 TableReglementsCartes.
           02 ReglementCarte OCCURS 2000 TIMES
                   INDEXED BY IdxReglement.
               03 RT-Date PIC 9(8).
               03 RT-Heure PIC 9(6).
               03 RT-Montant PIC 9(5)V99.
               03 RT-Commission PIC 9(5)V99.
               03 RT-Vente PIC 9(4).
       01 NombreReglements PIC 9(4) VALUE ZERO.
       01 ReglementsDebordement PIC X VALUE "N".
           88 Reglements-Debordement VALUE "O".

      *> Synthese jour par jour de la periode (31 jours au plus).
       01 TableJoursRapprochement.
           02 JourRapprochement OCCURS 31 TIMES INDEXED BY IdxJour.
               03 JR-Date PIC 9(8).
               03 JR-NombreVentes PIC 9(4).
               03 JR-Ventes PIC 9(7)V99.
               03 JR-NombreReglements PIC 9(4).
               03 JR-Reglements PIC 9(7)V99.
               03 JR-Commission PIC 9(7)V99.
               03 JR-VentesOrphelines PIC 9(4).
               03 JR-ReglementsOrphelins PIC 9(4).
               03 JR-NetAttendu PIC 9(7)V99.
               03 JR-CreditRecu PIC 9(7)V99.
       01 RangJour PIC 9(3) VALUE ZERO.
       01 DateCherchee PIC 9(8) VALUE ZERO.

      *> Conversion d'une heure HHMMSS en secondes pour mesurer
      *> l'ecart entre l'heure du terminal et celle de la caisse.
       01 HeureTravail.
           05 HT-Heures PIC 99.
           05 HT-Minutes PIC 99.
           05 HT-Secondes PIC 99.
       01 HeureVente PIC 9(8) VALUE ZERO.
       01 HeureVenteDetail REDEFINES HeureVente.
           05 HV-HHMMSS PIC 9(6).
           05 HV-Centiemes PIC 99.
       01 SecondesTravail PIC 9(5) VALUE ZERO.
       01 SecondesVente PIC 9(5) VALUE ZERO.
       01 EcartSecondes PIC 9(5) VALUE ZERO.
       01 MeilleurEcart PIC 9(5) VALUE ZERO.
       01 MeilleurReglement PIC 9(4) VALUE ZERO.

      *> Reference d'un credit de l'acquereur : la date de vente.
       01 ReferenceCredit PIC X(10) VALUE SPACES.
       01 ReferenceCreditDetail REDEFINES ReferenceCredit.
           05 RF-DateVente PIC 9(8).
           05 RF-Reste PIC X(2).

      *> Credits attendus, relus pour pointage puis reecrits.
       01 TableCreditsAttendus.
           02 LigneCreditAttendu OCCURS 1000 TIMES
                   INDEXED BY IdxCreditAttendu PIC X(49).
       01 NombreCreditsAttendus PIC 9(4) VALUE ZERO.
       01 CreditsAttendusDebordement PIC X VALUE "N".
           88 Credits-Attendus-Debordement VALUE "O".
       01 CreditsPointes PIC 9(4) VALUE ZERO.

       01 TotalVentes PIC 9(7)V99 VALUE ZERO.
       01 TotalReglements PIC 9(7)V99 VALUE ZERO.
       01 TotalCommission PIC 9(7)V99 VALUE ZERO.
       01 TotalNetAttendu PIC 9(7)V99 VALUE ZERO.
       01 TotalCreditRecu PIC 9(7)V99 VALUE ZERO.
       01 TotalVentesOrphelines PIC 9(4) VALUE ZERO.
       01 TotalReglementsOrphelins PIC 9(4) VALUE ZERO.
       01 EcartCredit PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "===== RAPPROCHEMENT DES REGLEMENTS CARTES =====".
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           DISPLAY "Premier jour de vente (AAAAMMJJ) :".
           ACCEPT DateDebut.
           DISPLAY "Dernier jour de vente (AAAAMMJJ) :".
           ACCEPT DateFin.
           PERFORM CONTROLER-PERIODE.
           PERFORM CHARGER-PARAMETRES-CENTRAUX.
           PERFORM PREPARER-JOURS.
           PERFORM CHARGER-VENTES-CARTES.
           PERFORM CHARGER-REGLEMENTS-CARTES.
           IF Ventes-Debordement OR Reglements-Debordement
               DISPLAY "Plus de 2000 ventes ou reglements par carte ",
                       "sur la periode : la raccourcir. Run ",
                       "abandonne."
               STOP RUN
           END-IF.
           IF NombreVentes = ZERO AND NombreReglements = ZERO
               DISPLAY "Aucune vente par carte ni aucun reglement ",
                       "de l'acquereur du ", DateDebut, " au ",
                       DateFin, "."
               STOP RUN
           END-IF.
           PERFORM RAPPROCHER-A-LA-SECONDE.
           PERFORM RAPPROCHER-DANS-TOLERANCE.
           PERFORM CUMULER-JOURS.
           PERFORM CONTROLER-BOUTIQUE-CLIENTE.
           IF Boutique-Cliente
               PERFORM CUMULER-CREDITS-POSTES
               PERFORM CUMULER-CREDITS-DU-MATIN
           END-IF.
           PERFORM EDITER-VENTES-ORPHELINES.
           PERFORM EDITER-REGLEMENTS-ORPHELINS.
           PERFORM EDITER-SYNTHESE-JOURS.
           IF Boutique-Cliente
               PERFORM POINTER-CREDITS-ATTENDUS
           END-IF.
           STOP RUN.

       APPELER-DATEUTIL.
           CALL 'DateUtil' USING DATU-Operation, DATU-Date1,
                   DATU-Date2, DATU-Nombre, DATU-DateResultat,
                   DATU-Statut.

       CONTROLER-PERIODE.
           MOVE "V" TO DATU-Operation.
           MOVE DateDebut TO DATU-Date1.
           PERFORM APPELER-DATEUTIL.
           IF DATU-Statut NOT = '00'
               DISPLAY "Premier jour invalide : run abandonne."
               STOP RUN
           END-IF.
           MOVE DateFin TO DATU-Date1.
           PERFORM APPELER-DATEUTIL.
           IF DATU-Statut NOT = '00' OR DateFin < DateDebut
              OR DateFin > DateDuJour
               DISPLAY "Dernier jour invalide : run abandonne."
               STOP RUN
           END-IF.
           MOVE "D" TO DATU-Operation.
           MOVE DateDebut TO DATU-Date1.
           MOVE DateFin TO DATU-Date2.
           PERFORM APPELER-DATEUTIL.
           IF DATU-Nombre > 30
               DISPLAY "Periode limitee a 31 jours : run abandonne."
               STOP RUN
           END-IF.
           COMPUTE NombreJours = DATU-Nombre + 1.

       CHARGER-PARAMETRES-CENTRAUX.
           MOVE "CPTBOUTIQUE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO CompteBoutique
           END-IF.
           MOVE "TOLRAPCARTE" TO PARM-Code.
           CALL 'Parametre' USING PARM-Code, PARM-Valeur,
                   PARM-Statut.
           IF PARM-Statut = '00'
               MOVE PARM-Valeur TO ToleranceMinutes
           END-IF.
           COMPUTE ToleranceSecondes = ToleranceMinutes * 60.

       PREPARER-JOURS.
           INITIALIZE TableJoursRapprochement.
           MOVE "A" TO DATU-Operation.
           MOVE DateDebut TO DATU-Date1.
           PERFORM VARYING IdxJour FROM 1 BY 1
                   UNTIL IdxJour > NombreJours
               SET DATU-Nombre TO IdxJour
               SUBTRACT 1 FROM DATU-Nombre
               PERFORM APPELER-DATEUTIL
               MOVE DATU-DateResultat TO JR-Date(IdxJour)
           END-PERFORM.

       CHARGER-VENTES-CARTES.
           OPEN INPUT paiements.
           IF ws-file-status NOT = '00'
               DISPLAY "Fichier paiements de la caisse introuvable : ",
                       "run abandonne."
               STOP RUN
           END-IF.
           PERFORM UNTIL ws-file-status = '10'
               READ paiements INTO paiement-enregistrement
                   AT END
                       MOVE '10' TO ws-file-status
                   NOT AT END
                       IF PM-Mode = "C"
                          AND PM-Date NOT < DateDebut
                          AND PM-Date NOT > DateFin
                           PERFORM RANGER-VENTE-CARTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE paiements.

       RANGER-VENTE-CARTE.
           IF NombreVentes < 2000
               ADD 1 TO NombreVentes
               MOVE PM-Date TO VC-Date(NombreVentes)
               MOVE PM-Heure TO HeureVente
               MOVE HV-HHMMSS TO VC-Heure(NombreVentes)
               MOVE PM-Montant TO VC-Montant(NombreVentes)
               MOVE ZERO TO VC-Reglement(NombreVentes)
           ELSE
               MOVE "O" TO VentesDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       CHARGER-REGLEMENTS-CARTES.
           OPEN INPUT reglements-cartes.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun fichier de reglement de l'acquereur ",
                       "(reglements_cartes) : toutes les ventes ",
                       "restent sans reglement."
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ reglements-cartes
                           INTO reglement-carte-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-REGLEMENT-CARTE
                   END-READ
               END-PERFORM
               CLOSE reglements-cartes
           END-IF.

       RANGER-REGLEMENT-CARTE.
           IF RG-Date IS NOT NUMERIC OR RG-Heure IS NOT NUMERIC
              OR RG-Montant IS NOT NUMERIC
              OR RG-Commission IS NOT NUMERIC
               DISPLAY "Ligne de reglement illisible ignoree : ",
                       reglement-carte-enregistrement
           ELSE
               IF RG-Date NOT < DateDebut AND RG-Date NOT > DateFin
                   IF NombreReglements < 2000
                       ADD 1 TO NombreReglements
                       MOVE RG-Date TO RT-Date(NombreReglements)
                       MOVE RG-Heure TO RT-Heure(NombreReglements)
                       MOVE RG-Montant TO RT-Montant(NombreReglements)
                       MOVE RG-Commission
                            TO RT-Commission(NombreReglements)
                       MOVE ZERO TO RT-Vente(NombreReglements)
                   ELSE
                       MOVE "O" TO ReglementsDebordement
                       MOVE '10' TO ws-file-status
                   END-IF
               END-IF
           END-IF.

       RAPPROCHER-A-LA-SECONDE.
           PERFORM VARYING IdxVente FROM 1 BY 1
                   UNTIL IdxVente > NombreVentes
               PERFORM VARYING IdxReglement FROM 1 BY 1
                       UNTIL IdxReglement > NombreReglements
                          OR VC-Reglement(IdxVente) NOT = ZERO
                   IF RT-Vente(IdxReglement) = ZERO
                      AND RT-Date(IdxReglement) = VC-Date(IdxVente)
                      AND RT-Heure(IdxReglement) = VC-Heure(IdxVente)
                      AND RT-Montant(IdxReglement)
                          = VC-Montant(IdxVente)
                       PERFORM POINTER-VENTE-REGLEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       RAPPROCHER-DANS-TOLERANCE.
           PERFORM VARYING IdxVente FROM 1 BY 1
                   UNTIL IdxVente > NombreVentes
               IF VC-Reglement(IdxVente) = ZERO
                   PERFORM CHERCHER-REGLEMENT-PROCHE
               END-IF
           END-PERFORM.

       CHERCHER-REGLEMENT-PROCHE.
      *> Reglement libre de meme date et de meme montant a l'heure la
      *> plus proche de la vente, dans la tolerance.
           MOVE VC-Heure(IdxVente) TO HeureTravail.
           PERFORM CONVERTIR-HEURE.
           MOVE SecondesTravail TO SecondesVente.
           MOVE ZERO TO MeilleurReglement.
           MOVE 99999 TO MeilleurEcart.
           PERFORM VARYING IdxReglement FROM 1 BY 1
                   UNTIL IdxReglement > NombreReglements
               IF RT-Vente(IdxReglement) = ZERO
                  AND RT-Date(IdxReglement) = VC-Date(IdxVente)
                  AND RT-Montant(IdxReglement) = VC-Montant(IdxVente)
                   MOVE RT-Heure(IdxReglement) TO HeureTravail
                   PERFORM CONVERTIR-HEURE
                   IF SecondesTravail > SecondesVente
                       COMPUTE EcartSecondes =
                               SecondesTravail - SecondesVente
                   ELSE
                       COMPUTE EcartSecondes =
                               SecondesVente - SecondesTravail
                   END-IF
                   IF EcartSecondes NOT > ToleranceSecondes
                      AND EcartSecondes < MeilleurEcart
                       MOVE EcartSecondes TO MeilleurEcart
                       SET MeilleurReglement TO IdxReglement
                   END-IF
               END-IF
           END-PERFORM.
           IF MeilleurReglement NOT = ZERO
               SET IdxReglement TO MeilleurReglement
               PERFORM POINTER-VENTE-REGLEMENT
           END-IF.

       CONVERTIR-HEURE.
           COMPUTE SecondesTravail = HT-Heures * 3600
                   + HT-Minutes * 60 + HT-Secondes.

       POINTER-VENTE-REGLEMENT.
           SET VC-Reglement(IdxVente) TO IdxReglement.
           SET RT-Vente(IdxReglement) TO IdxVente.

       RANG-DU-JOUR.
      *> Rang dans la table des jours de la date cherchee.
           MOVE "D" TO DATU-Operation.
           MOVE DateDebut TO DATU-Date1.
           MOVE DateCherchee TO DATU-Date2.
           PERFORM APPELER-DATEUTIL.
           COMPUTE RangJour = DATU-Nombre + 1.

       CUMULER-JOURS.
           PERFORM VARYING IdxVente FROM 1 BY 1
                   UNTIL IdxVente > NombreVentes
               MOVE VC-Date(IdxVente) TO DateCherchee
               PERFORM RANG-DU-JOUR
               ADD 1 TO JR-NombreVentes(RangJour)
               ADD VC-Montant(IdxVente) TO JR-Ventes(RangJour)
               IF VC-Reglement(IdxVente) = ZERO
                   ADD 1 TO JR-VentesOrphelines(RangJour)
               END-IF
           END-PERFORM.
           PERFORM VARYING IdxReglement FROM 1 BY 1
                   UNTIL IdxReglement > NombreReglements
               MOVE RT-Date(IdxReglement) TO DateCherchee
               PERFORM RANG-DU-JOUR
               ADD 1 TO JR-NombreReglements(RangJour)
               ADD RT-Montant(IdxReglement) TO JR-Reglements(RangJour)
               ADD RT-Commission(IdxReglement)
                   TO JR-Commission(RangJour)
               COMPUTE JR-NetAttendu(RangJour) =
                       JR-NetAttendu(RangJour)
                       + RT-Montant(IdxReglement)
                       - RT-Commission(IdxReglement)
               IF RT-Vente(IdxReglement) = ZERO
                   ADD 1 TO JR-ReglementsOrphelins(RangJour)
               END-IF
           END-PERFORM.

       CONTROLER-BOUTIQUE-CLIENTE.
      *> Le controle du credit recu n'a de sens que si la boutique
      *> tient son compte chez nous.
           MOVE "N" TO BoutiqueCliente.
           IF CompteBoutique NOT = ZERO
               OPEN INPUT soldes
               IF ws-file-status = '00'
                   MOVE CompteBoutique TO SR-Numero-Compte
                   READ soldes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO BoutiqueCliente
                   END-READ
                   CLOSE soldes
               END-IF
           END-IF.
           IF NOT Boutique-Cliente
               DISPLAY "Compte de la boutique non tenu chez nous : ",
                       "pas de controle du credit recu."
           END-IF.

       CUMULER-CREDITS-POSTES.
      *> Credits externes (code U) deja postes sur le compte de la
      *> boutique, depuis le premier jour de la periode.
           OPEN INPUT historique.
           IF ws-file-status = '00'
               MOVE CompteBoutique TO H-Numero-Compte
               MOVE "," TO CSV-FILLER0
               MOVE DateDebut TO H-Date
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
                           IF H-Numero-Compte NOT = CompteBoutique
                               MOVE '10' TO ws-file-status
                           ELSE
                               IF H-Action = "U"
                                   MOVE H-Reference TO ReferenceCredit
                                   PERFORM IMPUTER-CREDIT-RECU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE historique
           END-IF.

       CUMULER-CREDITS-DU-MATIN.
      *> Credits recus ce matin et pas encore postes : le fichier est
      *> vide une fois le postage fait.
           OPEN INPUT virements-entrants.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ virements-entrants
                           INTO virement-entrant-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF VE-Compte IS NUMERIC
                              AND VE-Compte = CompteBoutique
                              AND VE-Montant IS NUMERIC
                               MOVE VE-Reference TO ReferenceCredit
                               MOVE VE-Montant TO H-Montant
                               PERFORM IMPUTER-CREDIT-RECU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE virements-entrants
           END-IF.

       IMPUTER-CREDIT-RECU.
      *> Montant du credit dans H-Montant, reference de l'acquereur
      *> dans ReferenceCredit.
           IF RF-DateVente IS NUMERIC
              AND RF-DateVente NOT < DateDebut
              AND RF-DateVente NOT > DateFin
               MOVE RF-DateVente TO DateCherchee
               PERFORM RANG-DU-JOUR
               ADD H-Montant TO JR-CreditRecu(RangJour)
           END-IF.

       EDITER-VENTES-ORPHELINES.
           DISPLAY "----- Ventes par carte sans reglement -----".
           PERFORM VARYING IdxVente FROM 1 BY 1
                   UNTIL IdxVente > NombreVentes
               IF VC-Reglement(IdxVente) = ZERO
                   ADD 1 TO TotalVentesOrphelines
                   DISPLAY "  ", VC-Date(IdxVente), " ",
                           VC-Heure(IdxVente), " ",
                           VC-Montant(IdxVente)
               END-IF
           END-PERFORM.
           IF TotalVentesOrphelines = ZERO
               DISPLAY "  (aucune)"
           END-IF.

       EDITER-REGLEMENTS-ORPHELINS.
           DISPLAY "----- Reglements sans vente en caisse -----".
           PERFORM VARYING IdxReglement FROM 1 BY 1
                   UNTIL IdxReglement > NombreReglements
               IF RT-Vente(IdxReglement) = ZERO
                   ADD 1 TO TotalReglementsOrphelins
                   DISPLAY "  ", RT-Date(IdxReglement), " ",
                           RT-Heure(IdxReglement), " ",
                           RT-Montant(IdxReglement),
                           " commission ",
                           RT-Commission(IdxReglement)
               END-IF
           END-PERFORM.
           IF TotalReglementsOrphelins = ZERO
               DISPLAY "  (aucun)"
           END-IF.

       EDITER-SYNTHESE-JOURS.
           DISPLAY "----- Synthese par jour -----".
           PERFORM VARYING IdxJour FROM 1 BY 1
                   UNTIL IdxJour > NombreJours
               IF JR-NombreVentes(IdxJour) > ZERO
                  OR JR-NombreReglements(IdxJour) > ZERO
                  OR JR-CreditRecu(IdxJour) > ZERO
                   PERFORM EDITER-UN-JOUR
               END-IF
           END-PERFORM.
           DISPLAY "===== TOTAL ", DateDebut, " - ", DateFin,
                   " =====".
           DISPLAY "Ventes carte        : ", TotalVentes.
           DISPLAY "Reglements          : ", TotalReglements.
           DISPLAY "Commission prelevee : ", TotalCommission.
           DISPLAY "Ventes sans regl.   : ", TotalVentesOrphelines.
           DISPLAY "Regl. sans vente    : ", TotalReglementsOrphelins.
           IF Boutique-Cliente
               DISPLAY "Net attendu         : ", TotalNetAttendu
               DISPLAY "Credit recu         : ", TotalCreditRecu
           END-IF.

       EDITER-UN-JOUR.
           ADD JR-Ventes(IdxJour) TO TotalVentes.
           ADD JR-Reglements(IdxJour) TO TotalReglements.
           ADD JR-Commission(IdxJour) TO TotalCommission.
           ADD JR-NetAttendu(IdxJour) TO TotalNetAttendu.
           ADD JR-CreditRecu(IdxJour) TO TotalCreditRecu.
           DISPLAY JR-Date(IdxJour), " ventes ",
                   JR-NombreVentes(IdxJour), " pour ",
                   JR-Ventes(IdxJour), " - reglements ",
                   JR-NombreReglements(IdxJour), " pour ",
                   JR-Reglements(IdxJour).
           DISPLAY "         commission ", JR-Commission(IdxJour),
                   " - sans reglement ",
                   JR-VentesOrphelines(IdxJour),
                   " - sans vente ", JR-ReglementsOrphelins(IdxJour).
           IF Boutique-Cliente
               COMPUTE EcartCredit = JR-CreditRecu(IdxJour)
                       - JR-NetAttendu(IdxJour)
               IF EcartCredit = ZERO
                   DISPLAY "         credit net attendu ",
                           JR-NetAttendu(IdxJour), " recu."
               ELSE
                   DISPLAY "         credit net attendu ",
                           JR-NetAttendu(IdxJour), " - recu ",
                           JR-CreditRecu(IdxJour), " - ECART ",
                           EcartCredit
               END-IF
           END-IF.

       POINTER-CREDITS-ATTENDUS.
      *> Un credit attendu de la periode passe au statut R quand le
      *> credit recu du jour egale le net attendu.
           MOVE ZERO TO NombreCreditsAttendus.
           MOVE ZERO TO CreditsPointes.
           MOVE "N" TO CreditsAttendusDebordement.
           OPEN INPUT credits-attendus.
           IF ws-file-status NOT = '00'
               DISPLAY "Aucun credit attendu a pointer."
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ credits-attendus
                           INTO credit-attendu-enregistrement
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM POINTER-UN-CREDIT-ATTENDU
                   END-READ
               END-PERFORM
               CLOSE credits-attendus
               IF Credits-Attendus-Debordement
                   DISPLAY "Plus de 1000 credits attendus : fichier ",
                           "laisse intact."
               ELSE
                   IF CreditsPointes > ZERO
                       PERFORM SAUVEGARDER-CREDITS-ATTENDUS
                   END-IF
                   DISPLAY "Credits attendus passes a recu : ",
                           CreditsPointes, "."
               END-IF
           END-IF.

       POINTER-UN-CREDIT-ATTENDU.
           IF XA-Compte = CompteBoutique AND XA-Mode = "C"
              AND XA-Statut = "A"
              AND XA-DateVente NOT < DateDebut
              AND XA-DateVente NOT > DateFin
               MOVE XA-DateVente TO DateCherchee
               PERFORM RANG-DU-JOUR
               IF JR-CreditRecu(RangJour) > ZERO
                  AND JR-CreditRecu(RangJour) = JR-NetAttendu(RangJour)
                   MOVE "R" TO XA-Statut
                   ADD 1 TO CreditsPointes
               END-IF
           END-IF.
           IF NombreCreditsAttendus < 1000
               ADD 1 TO NombreCreditsAttendus
               MOVE credit-attendu-enregistrement
                    TO LigneCreditAttendu(NombreCreditsAttendus)
           ELSE
               MOVE "O" TO CreditsAttendusDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       SAUVEGARDER-CREDITS-ATTENDUS.
           OPEN OUTPUT credits-attendus.
           PERFORM VARYING IdxCreditAttendu FROM 1 BY 1
                   UNTIL IdxCreditAttendu > NombreCreditsAttendus
               MOVE LigneCreditAttendu(IdxCreditAttendu)
                    TO credit-attendu-enregistrement
               WRITE credit-attendu-enregistrement
               END-WRITE
           END-PERFORM.
           CLOSE credits-attendus.
