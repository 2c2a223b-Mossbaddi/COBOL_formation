       IDENTIFICATION DIVISION.
       PROGRAM-ID. VueClient.

      *> Vue unique d'une personne a travers la banque, la boutique,
      *> la bibliotheque et l'atelier cloture. Chaque fichier numerote
      *> ses clients a sa facon ; le fichier identites relie les
      *> numeros d'une meme personne (0 quand elle n'est pas connue
      *> d'une activite). Le rapprochement compare noms et telephones
      *> des fiches banque, lecteurs et clients cloture et propose
      *> chaque paire probable a l'operateur, qui confirme ou refuse ;
      *> un refus est garde dans identites_refus pour ne plus etre
      *> repropose. La fiche fidelite de la boutique ne porte ni nom
      *> ni telephone : son numero se relie a la main. La consultation
      *> montre comptes et soldes, achats et palier de fidelite, prets
      *> en cours et amendes dues, devis et ordres de travail ; un
      *> changement d'adresse est alors propose pour chaque fiche
      *> reliee qui porte une adresse (banque et cloture, la fiche
      *> banque etant journalisee dans clients_histo comme au guichet).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT identites ASSIGN TO 'identites'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT identites-refus ASSIGN TO 'identites_refus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT clients-banque ASSIGN TO 'clients_banque'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-Numero-Client
               FILE STATUS IS ws-file-status.

           SELECT clients-histo ASSIGN TO 'clients_histo'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-histo.

           SELECT soldes ASSIGN TO 'solde'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-Numero-Compte
               FILE STATUS IS ws-file-status.

           SELECT titulaires ASSIGN TO 'titulaires'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT clients-boutique ASSIGN TO 'clients'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT recus ASSIGN TO 'recus'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT membres ASSIGN TO 'membres'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT prets ASSIGN TO 'prets'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT amendes ASSIGN TO 'amendes'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT clients-cloture ASSIGN TO 'clients_cloture'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT devis ASSIGN TO 'devis'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT ordres-travaux ASSIGN TO 'ordres_travaux'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD identites.
      *> Une ligne par personne : son numero dans chaque activite,
      *> zero si elle n'y est pas connue.
       01 identite-enregistrement.
           05 ID-Personne PIC 9(5).
           05 ID-FILLER1 PIC X.
           05 ID-Banque PIC 9(5).
           05 ID-FILLER2 PIC X.
           05 ID-Boutique PIC 9(5).
           05 ID-FILLER3 PIC X.
           05 ID-Bibliotheque PIC 9(5).
           05 ID-FILLER4 PIC X.
           05 ID-Cloture PIC 9(5).
           05 ID-FILLER5 PIC X.
           05 ID-Date PIC 9(8).
           05 ID-FILLER6 PIC X.
           05 ID-Operateur PIC X(4).

       FD identites-refus.
      *> Paires proposees par le rapprochement et refusees : source
      *> (B banque, L lecteur, C cloture) et numero de chaque fiche.
       01 refus-enregistrement.
           05 IR-SourceA PIC X.
           05 IR-FILLER1 PIC X.
           05 IR-IdA PIC 9(5).
           05 IR-FILLER2 PIC X.
           05 IR-SourceB PIC X.
           05 IR-FILLER3 PIC X.
           05 IR-IdB PIC 9(5).

       FD clients-banque.
       01 clients-banque-record.
           05 CB-Numero-Client PIC 9(5).
           05 CB-FILLER1 PIC X.
           05 CB-Nom PIC X(30).
           05 CB-FILLER2 PIC X.
           05 CB-Adresse PIC X(40).
           05 CB-FILLER3 PIC X.
           05 CB-Telephone PIC X(12).
           05 CB-FILLER4 PIC X.
           05 CB-ReleveEchange PIC X.

       FD clients-histo.
      *> Meme journal des changements de fiche que le guichet.
       01 client-histo-enregistrement.
           05 KH-Date PIC 9(8).
           05 KH-FILLER1 PIC X.
           05 KH-Heure PIC 9(8).
           05 KH-FILLER2 PIC X.
           05 KH-Client PIC 9(5).
           05 KH-FILLER3 PIC X.
           05 KH-Champ PIC X(10).
           05 KH-FILLER4 PIC X.
           05 KH-AncienneValeur PIC X(40).
           05 KH-FILLER5 PIC X.
           05 KH-NouvelleValeur PIC X(40).
           05 KH-FILLER6 PIC X.
           05 KH-Operateur PIC X(4).

       FD soldes.
      *> Meme longueur (53) que le dessin ecrit par le programme de
      *> guichet : la longueur d'enregistrement est un attribut fige
      *> du fichier indexe.
       01 soldes-record.
           05 SR-Numero-Compte PIC 9(6).
           05 MYFILLER  PIC X.
           05 SR-Solde PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MYFILLER2 PIC X.
           05 SR-Limite-Decouvert PIC 9(7)V99.
           05 MYFILLER3 PIC X.
           05 SR-Numero-Client PIC 9(5).
           05 MYFILLER4 PIC X.
           05 SR-Limite-Journaliere PIC 9(7)V99.
           05 MYFILLER5 PIC X.
           05 SR-Devise PIC X(3).
           05 MYFILLER6 PIC X.
           05 SR-Type-Compte PIC X.
           05 MYFILLER7 PIC X.
           05 SR-Agence PIC 9(3).

       FD titulaires.
       01 titulaire-enregistrement.
           05 TI-Numero-Compte PIC 9(6).
           05 TI-FILLER1 PIC X.
           05 TI-Numero-Client PIC 9(5).
           05 TI-FILLER2 PIC X.
           05 TI-Role PIC X.

       FD clients-boutique.
      *> Fiche fidelite de la boutique (programme de caisse).
       01 client-boutique-enregistrement.
           05 CL-IdClient PIC 9(5).
           05 CL-Sep PIC X.
           05 CL-CodeFidelite PIC X.
           05 CL-Sep2 PIC X.
           05 CL-CumulAchats PIC 9(7)V99.

       FD recus.
      *> Debut du dessin des recus de caisse ; seuls le client, la
      *> date, le montant TTC et le type (V vente, R retour) servent
      *> ici.
       01 recu-enregistrement.
           05 RC-IdClient PIC 9(5).
           05 RC-Sep0 PIC X.
           05 RC-Date PIC 9(8).
           05 RC-Sep1 PIC X.
           05 RC-Heure PIC 9(8).
           05 RC-Sep2 PIC X.
           05 RC-Montant PIC 9(5)V99.
           05 RC-Sep3 PIC X.
           05 RC-CodeFidelite PIC X.
           05 RC-Sep4 PIC X.
           05 RC-PourcentageReduction PIC 9(3)V99.
           05 RC-Sep5 PIC X.
           05 RC-Reduction PIC 9(5)V99.
           05 RC-Sep6 PIC X.
           05 RC-MontantFinal PIC 9(5)V99.
           05 RC-Sep7 PIC X.
           05 RC-MontantTVA PIC 9(5)V99.
           05 RC-Sep8 PIC X.
           05 RC-MontantTTC PIC 9(5)V99.
           05 RC-Sep9 PIC X.
           05 RC-CodeCoupon PIC X(10).
           05 RC-Sep10 PIC X.
           05 RC-MontantCoupon PIC 9(5)V99.
           05 RC-Sep11 PIC X.
           05 RC-Type PIC X.
           05 RC-Suite PIC X(32).

       FD membres.
       01 membre-enregistrement.
           05 MF-Numero PIC 9(5).
           05 MF-Sep1 PIC X.
           05 MF-Nom PIC X(30).
           05 MF-Sep2 PIC X.
           05 MF-Contact PIC X(30).
           05 MF-Sep3 PIC X.
           05 MF-DateAdhesion PIC 9(8).
           05 MF-Sep4 PIC X.
           05 MF-Statut PIC X.

       FD prets.
       01 pret-enregistrement.
           05 PT-Numero PIC 9(5).
           05 PT-Sep1 PIC X.
           05 PT-ISBN PIC X(13).
           05 PT-Sep2 PIC X.
           05 PT-Membre PIC 9(5).
           05 PT-Sep3 PIC X.
           05 PT-DateEmprunt PIC 9(8).
           05 PT-Sep4 PIC X.
           05 PT-DateRetourPrevue PIC 9(8).
           05 PT-Sep5 PIC X.
           05 PT-Statut PIC X.
           05 PT-Suite PIC X(20).

       FD amendes.
       01 amende-enregistrement.
           05 AM-Numero PIC 9(5).
           05 AM-Sep1 PIC X.
           05 AM-Membre PIC 9(5).
           05 AM-Sep2 PIC X.
           05 AM-Pret PIC 9(5).
           05 AM-Sep3 PIC X.
           05 AM-Montant PIC 9(5)V99.
           05 AM-Sep4 PIC X.
           05 AM-MontantPaye PIC 9(5)V99.
           05 AM-Sep5 PIC X.
           05 AM-Date PIC 9(8).
           05 AM-Sep6 PIC X.
           05 AM-Statut PIC X.
           05 AM-Sep7 PIC X.
           05 AM-TypeAmende PIC X.

       FD clients-cloture.
       01 client-cloture-enregistrement.
           05 CC-Numero PIC 9(5).
           05 CC-Sep1 PIC X.
           05 CC-Nom PIC X(30).
           05 CC-Sep2 PIC X.
           05 CC-Adresse PIC X(40).
           05 CC-Sep3 PIC X.
           05 CC-Telephone PIC X(12).
           05 CC-Sep4 PIC X.
           05 CC-AdresseChantier PIC X(40).

       FD devis.
       01 devis-enregistrement.
           05 DV-Numero PIC 9(5).
           05 DV-Sep1 PIC X.
           05 DV-Date PIC 9(8).
           05 DV-Sep2 PIC X.
           05 DV-NomClient PIC X(30).
           05 DV-Sep3 PIC X.
           05 DV-Forme PIC X.
           05 DV-Sep4 PIC X.
           05 DV-Longueur PIC 9(4)V99.
           05 DV-Sep5 PIC X.
           05 DV-Largeur PIC 9(4)V99.
           05 DV-Sep6 PIC X.
           05 DV-NbCotes PIC 9(2).
           05 DV-Sep7 PIC X.
           05 DV-Perimetre PIC 9(5)V99.
           05 DV-Sep8 PIC X.
           05 DV-Cout PIC 9(7)V99.
           05 DV-Sep9 PIC X.
           05 DV-Statut PIC X.
           05 DV-Sep10 PIC X.
           05 DV-NumeroClient PIC 9(5).
           05 DV-Sep11 PIC X.
           05 DV-Version PIC 9(2).
           05 DV-Sep12 PIC X.
           05 DV-CodeProduit PIC X(6).

       FD ordres-travaux.
       01 ordre-travail-enregistrement.
           05 OT-Numero PIC 9(5).
           05 OT-Sep1 PIC X.
           05 OT-Devis PIC 9(5).
           05 OT-Sep2 PIC X.
           05 OT-Version PIC 9(2).
           05 OT-Sep3 PIC X.
           05 OT-Client PIC 9(5).
           05 OT-Sep4 PIC X.
           05 OT-DatePose PIC 9(8).
           05 OT-Sep5 PIC X.
           05 OT-NbPanneaux PIC 9(4).
           05 OT-Sep6 PIC X.
           05 OT-NbPoteaux PIC 9(4).
           05 OT-Sep7 PIC X.
           05 OT-NbPortails PIC 9(2).
           05 OT-Sep8 PIC X.
           05 OT-NbSacsBeton PIC 9(4).
           05 OT-Sep9 PIC X.
           05 OT-Statut PIC X.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-histo PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 ChoixMenu PIC 9 VALUE ZERO.
       01 InitialesOperateur PIC X(4) VALUE SPACES.
       01 DateDuJour PIC 9(8) VALUE ZERO.
       01 Confirmation PIC X VALUE "N".

      *> Le fichier identites en memoire.
       01 TableIdentites.
           02 Identite OCCURS 1000 TIMES INDEXED BY IdxIdentite.
               03 IX-Personne PIC 9(5).
               03 IX-Banque PIC 9(5).
               03 IX-Boutique PIC 9(5).
               03 IX-Bibliotheque PIC 9(5).
               03 IX-Cloture PIC 9(5).
               03 IX-Date PIC 9(8).
               03 IX-Operateur PIC X(4).
       01 NombreIdentites PIC 9(4) VALUE ZERO.
       01 DernierePersonne PIC 9(5) VALUE ZERO.
       01 IdentitesDebordement PIC X VALUE "N".
           88 Identites-Debordement VALUE "O".

       01 TableRefus.
           02 Refus OCCURS 1000 TIMES INDEXED BY IdxRefus.
               03 RF-SourceA PIC X.
               03 RF-IdA PIC 9(5).
               03 RF-SourceB PIC X.
               03 RF-IdB PIC 9(5).
       01 NombreRefus PIC 9(4) VALUE ZERO.
       01 RefusTrouve PIC X VALUE "N".
           88 Refus-Trouve VALUE "O".

      *> Fiches candidates au rapprochement : nom reduit a ses
      *> lettres en majuscules, telephone reduit a ses chiffres.
       01 TableBanque.
           02 CandidatBanque OCCURS 1000 TIMES INDEXED BY IdxBanque.
               03 PB-Numero PIC 9(5).
               03 PB-Nom PIC X(30).
               03 PB-NomReduit PIC X(30).
               03 PB-Telephone PIC X(15).
       01 NombreBanque PIC 9(4) VALUE ZERO.
       01 TableLecteurs.
           02 CandidatLecteur OCCURS 1000 TIMES INDEXED BY IdxLecteur.
               03 PL-Numero PIC 9(5).
               03 PL-Nom PIC X(30).
               03 PL-NomReduit PIC X(30).
               03 PL-Telephone PIC X(15).
       01 NombreLecteurs PIC 9(4) VALUE ZERO.
       01 TableCloture.
           02 CandidatCloture OCCURS 1000 TIMES INDEXED BY IdxCloture.
               03 PC-Numero PIC 9(5).
               03 PC-Nom PIC X(30).
               03 PC-NomReduit PIC X(30).
               03 PC-Telephone PIC X(15).
       01 NombreCloture PIC 9(4) VALUE ZERO.
       01 CandidatsDebordement PIC X VALUE "N".
           88 Candidats-Debordement VALUE "O".

       01 TexteAReduire PIC X(30) VALUE SPACES.
       01 NomReduit PIC X(30) VALUE SPACES.
       01 TelephoneReduit PIC X(15) VALUE SPACES.
       01 PositionTexte PIC 9(2) VALUE ZERO.
       01 PositionReduite PIC 9(2) VALUE ZERO.
       01 CaractereTexte PIC X VALUE SPACE.
           88 Caractere-Lettre VALUE "A" THRU "Z".
           88 Caractere-Chiffre VALUE "0" THRU "9".

      *> Paire examinee par le rapprochement.
       01 PaireSourceA PIC X VALUE SPACE.
       01 PaireIdA PIC 9(5) VALUE ZERO.
       01 PaireNomA PIC X(30) VALUE SPACES.
       01 PaireNomReduitA PIC X(30) VALUE SPACES.
       01 PaireTelephoneA PIC X(15) VALUE SPACES.
       01 PaireSourceB PIC X VALUE SPACE.
       01 PaireIdB PIC 9(5) VALUE ZERO.
       01 PaireNomB PIC X(30) VALUE SPACES.
       01 PaireNomReduitB PIC X(30) VALUE SPACES.
       01 PaireTelephoneB PIC X(15) VALUE SPACES.
       01 MotifRapprochement PIC X(13) VALUE SPACES.
       01 PersonneA PIC 9(4) VALUE ZERO.
       01 PersonneB PIC 9(4) VALUE ZERO.
       01 PaireAProposer PIC X VALUE "N".
           88 Paire-A-Proposer VALUE "O".
       01 FinRapprochement PIC X VALUE "N".
           88 Fin-Rapprochement VALUE "O".
       01 PairesProposees PIC 9(5) VALUE ZERO.
       01 PairesReliees PIC 9(5) VALUE ZERO.

      *> Recherche d'un numero dans le fichier identites : source
      *> B banque, M boutique (magasin), L lecteur, C cloture.
       01 SourceCherchee PIC X VALUE SPACE.
           88 Source-Banque VALUE "B".
           88 Source-Boutique VALUE "M".
           88 Source-Lecteur VALUE "L".
           88 Source-Cloture VALUE "C".
           88 Source-Personne VALUE "P".
           88 Source-Valide VALUE "B" "M" "L" "C".
       01 IdCherche PIC 9(5) VALUE ZERO.
       01 IdxPersonneTrouvee PIC 9(4) VALUE ZERO.
       01 IdxPersonneSlot PIC 9(4) VALUE ZERO.
       01 ValeurSlot PIC 9(5) VALUE ZERO.

      *> Personne consultee.
       01 VueBanque PIC 9(5) VALUE ZERO.
       01 VueBoutique PIC 9(5) VALUE ZERO.
       01 VueBibliotheque PIC 9(5) VALUE ZERO.
       01 VueCloture PIC 9(5) VALUE ZERO.
       01 VuePersonne PIC 9(5) VALUE ZERO.

       01 NombreLignesVues PIC 9(5) VALUE ZERO.
       01 TotalVue PIC S9(9)V99 VALUE ZERO.
       01 TotalVueAffiche PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
       01 ResteDu PIC 9(5)V99 VALUE ZERO.
       01 DernierAchat PIC 9(8) VALUE ZERO.
       01 LibelleFidelite PIC X(6) VALUE SPACES.
       01 MentionRetard PIC X(10) VALUE SPACES.
       01 SoldeAffiche PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
       01 FinParcoursSoldes PIC X VALUE "N".
           88 Fin-Parcours-Soldes VALUE "O".

       01 NouvelleAdresse PIC X(40) VALUE SPACES.
       01 TableFichesCloture.
           02 FicheCloture PIC X(131) OCCURS 1000 TIMES
               INDEXED BY IdxFiche.
       01 NombreFichesCloture PIC 9(4) VALUE ZERO.
       01 IdxFicheTrouvee PIC 9(4) VALUE ZERO.
       01 FichesDebordement PIC X VALUE "N".
           88 Fiches-Debordement VALUE "O".

       PROCEDURE DIVISION.
       TRAITEMENT-PRINCIPAL.
           DISPLAY "Vos initiales (pour le journal) :".
           ACCEPT InitialesOperateur.
           PERFORM CHARGER-IDENTITES.
           PERFORM MENU-VUE-CLIENT.
           STOP RUN.

       MENU-VUE-CLIENT.
           DISPLAY "===== VUE UNIQUE DU CLIENT =====".
           DISPLAY "1. Consulter une personne".
           DISPLAY "2. Rapprocher les fichiers (paires probables)".
           DISPLAY "3. Relier ou delier un numero".
           DISPLAY "4. Quitter".
           ACCEPT ChoixMenu.
           EVALUATE ChoixMenu
               WHEN 1
                   PERFORM CONSULTER-PERSONNE
               WHEN 2
                   PERFORM RAPPROCHER-FICHIERS
               WHEN 3
                   PERFORM RELIER-MANUELLEMENT
               WHEN 4
                   DISPLAY "Au revoir."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
           PERFORM MENU-VUE-CLIENT.

      *>================================================================
      *> Fichier identites et refus
      *>================================================================
       CHARGER-IDENTITES.
           MOVE ZERO TO NombreIdentites.
           MOVE ZERO TO DernierePersonne.
           MOVE "N" TO IdentitesDebordement.
           OPEN INPUT identites.
           IF ws-file-status = '35'
               CLOSE identites
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ identites
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           PERFORM RANGER-UNE-IDENTITE
                   END-READ
               END-PERFORM
               CLOSE identites
           END-IF.
           IF Identites-Debordement
               DISPLAY "ATTENTION : plus de 1000 personnes dans ",
                       "identites, fichier incomplet - aucune ",
                       "liaison possible."
           END-IF.

       RANGER-UNE-IDENTITE.
           IF NombreIdentites < 1000
               ADD 1 TO NombreIdentites
               MOVE ID-Personne TO IX-Personne(NombreIdentites)
               MOVE ID-Banque TO IX-Banque(NombreIdentites)
               MOVE ID-Boutique TO IX-Boutique(NombreIdentites)
               MOVE ID-Bibliotheque TO IX-Bibliotheque(NombreIdentites)
               MOVE ID-Cloture TO IX-Cloture(NombreIdentites)
               MOVE ID-Date TO IX-Date(NombreIdentites)
               MOVE ID-Operateur TO IX-Operateur(NombreIdentites)
               IF ID-Personne > DernierePersonne
                   MOVE ID-Personne TO DernierePersonne
               END-IF
           ELSE
               MOVE "O" TO IdentitesDebordement
               MOVE '10' TO ws-file-status
           END-IF.

       SAUVEGARDER-IDENTITES.
      *> Une personne dont plus aucun numero n'est relie disparait.
           OPEN OUTPUT identites.
           PERFORM VARYING IdxIdentite FROM 1 BY 1
                   UNTIL IdxIdentite > NombreIdentites
               IF IX-Banque(IdxIdentite) NOT = ZERO
                  OR IX-Boutique(IdxIdentite) NOT = ZERO
                  OR IX-Bibliotheque(IdxIdentite) NOT = ZERO
                  OR IX-Cloture(IdxIdentite) NOT = ZERO
                   MOVE IX-Personne(IdxIdentite) TO ID-Personne
                   MOVE IX-Banque(IdxIdentite) TO ID-Banque
                   MOVE IX-Boutique(IdxIdentite) TO ID-Boutique
                   MOVE IX-Bibliotheque(IdxIdentite)
                        TO ID-Bibliotheque
                   MOVE IX-Cloture(IdxIdentite) TO ID-Cloture
                   MOVE IX-Date(IdxIdentite) TO ID-Date
                   MOVE IX-Operateur(IdxIdentite) TO ID-Operateur
                   MOVE SEP-Virgule TO ID-FILLER1
                   MOVE SEP-Virgule TO ID-FILLER2
                   MOVE SEP-Virgule TO ID-FILLER3
                   MOVE SEP-Virgule TO ID-FILLER4
                   MOVE SEP-Virgule TO ID-FILLER5
                   MOVE SEP-Virgule TO ID-FILLER6
                   WRITE identite-enregistrement
               END-IF
           END-PERFORM.
           CLOSE identites.
           PERFORM CHARGER-IDENTITES.

       CHARGER-REFUS.
           MOVE ZERO TO NombreRefus.
           OPEN INPUT identites-refus.
           IF ws-file-status = '35'
               CLOSE identites-refus
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ identites-refus
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreRefus < 1000
                               ADD 1 TO NombreRefus
                               MOVE IR-SourceA
                                    TO RF-SourceA(NombreRefus)
                               MOVE IR-IdA TO RF-IdA(NombreRefus)
                               MOVE IR-SourceB
                                    TO RF-SourceB(NombreRefus)
                               MOVE IR-IdB TO RF-IdB(NombreRefus)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE identites-refus
           END-IF.

       CHERCHER-PERSONNE-PAR-SOURCE.
      *> Rend dans IdxPersonneTrouvee la ligne de la personne qui
      *> porte IdCherche dans l'activite SourceCherchee (0 sinon).
           MOVE ZERO TO IdxPersonneTrouvee.
           PERFORM VARYING IdxIdentite FROM 1 BY 1
                   UNTIL IdxIdentite > NombreIdentites
                      OR IdxPersonneTrouvee NOT = ZERO
               EVALUATE TRUE
                   WHEN Source-Personne
                       IF IX-Personne(IdxIdentite) = IdCherche
                           SET IdxPersonneTrouvee TO IdxIdentite
                       END-IF
                   WHEN Source-Banque
                       IF IX-Banque(IdxIdentite) = IdCherche
                           SET IdxPersonneTrouvee TO IdxIdentite
                       END-IF
                   WHEN Source-Boutique
                       IF IX-Boutique(IdxIdentite) = IdCherche
                           SET IdxPersonneTrouvee TO IdxIdentite
                       END-IF
                   WHEN Source-Lecteur
                       IF IX-Bibliotheque(IdxIdentite) = IdCherche
                           SET IdxPersonneTrouvee TO IdxIdentite
                       END-IF
                   WHEN Source-Cloture
                       IF IX-Cloture(IdxIdentite) = IdCherche
                           SET IdxPersonneTrouvee TO IdxIdentite
                       END-IF
               END-EVALUATE
           END-PERFORM.

       LIRE-SLOT.
      *> Numero de la personne IdxPersonneSlot dans SourceCherchee.
           EVALUATE TRUE
               WHEN Source-Banque
                   MOVE IX-Banque(IdxPersonneSlot) TO ValeurSlot
               WHEN Source-Boutique
                   MOVE IX-Boutique(IdxPersonneSlot) TO ValeurSlot
               WHEN Source-Lecteur
                   MOVE IX-Bibliotheque(IdxPersonneSlot) TO ValeurSlot
               WHEN Source-Cloture
                   MOVE IX-Cloture(IdxPersonneSlot) TO ValeurSlot
               WHEN OTHER
                   MOVE ZERO TO ValeurSlot
           END-EVALUATE.

       ECRIRE-SLOT.
           EVALUATE TRUE
               WHEN Source-Banque
                   MOVE ValeurSlot TO IX-Banque(IdxPersonneSlot)
               WHEN Source-Boutique
                   MOVE ValeurSlot TO IX-Boutique(IdxPersonneSlot)
               WHEN Source-Lecteur
                   MOVE ValeurSlot TO IX-Bibliotheque(IdxPersonneSlot)
               WHEN Source-Cloture
                   MOVE ValeurSlot TO IX-Cloture(IdxPersonneSlot)
           END-EVALUATE.
           ACCEPT IX-Date(IdxPersonneSlot) FROM DATE YYYYMMDD.
           MOVE InitialesOperateur TO IX-Operateur(IdxPersonneSlot).

       CREER-PERSONNE.
      *> Nouvelle ligne vide ; IdxPersonneSlot pointe dessus.
           ADD 1 TO NombreIdentites.
           ADD 1 TO DernierePersonne.
           MOVE DernierePersonne TO IX-Personne(NombreIdentites).
           MOVE ZERO TO IX-Banque(NombreIdentites).
           MOVE ZERO TO IX-Boutique(NombreIdentites).
           MOVE ZERO TO IX-Bibliotheque(NombreIdentites).
           MOVE ZERO TO IX-Cloture(NombreIdentites).
           MOVE NombreIdentites TO IdxPersonneSlot.

      *>================================================================
      *> Rapprochement par nom et telephone
      *>================================================================
       RAPPROCHER-FICHIERS.
           IF Identites-Debordement
               DISPLAY "Fichier identites incomplet : ",
                       "rapprochement refuse."
           ELSE
               PERFORM CHARGER-REFUS
               MOVE "N" TO CandidatsDebordement
               PERFORM CHARGER-CANDIDATS-BANQUE
               PERFORM CHARGER-CANDIDATS-LECTEURS
               PERFORM CHARGER-CANDIDATS-CLOTURE
               IF Candidats-Debordement
                   DISPLAY "ATTENTION : plus de 1000 fiches dans un ",
                           "fichier, les suivantes ne sont pas ",
                           "rapprochees."
               END-IF
               MOVE "N" TO FinRapprochement
               MOVE ZERO TO PairesProposees
               MOVE ZERO TO PairesReliees
               PERFORM RAPPROCHER-BANQUE-LECTEURS
               PERFORM RAPPROCHER-BANQUE-CLOTURE
               PERFORM RAPPROCHER-LECTEURS-CLOTURE
               DISPLAY PairesProposees, " paire(s) proposee(s), ",
                       PairesReliees, " reliee(s)."
           END-IF.

       CHARGER-CANDIDATS-BANQUE.
           MOVE ZERO TO NombreBanque.
           OPEN INPUT clients-banque.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ clients-banque NEXT RECORD
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreBanque < 1000
                               ADD 1 TO NombreBanque
                               MOVE CB-Numero-Client
                                    TO PB-Numero(NombreBanque)
                               MOVE CB-Nom TO PB-Nom(NombreBanque)
                               MOVE CB-Nom TO TexteAReduire
                               PERFORM REDUIRE-NOM
                               MOVE NomReduit
                                    TO PB-NomReduit(NombreBanque)
                               MOVE CB-Telephone TO TexteAReduire
                               PERFORM REDUIRE-TELEPHONE
                               MOVE TelephoneReduit
                                    TO PB-Telephone(NombreBanque)
                           ELSE
                               MOVE "O" TO CandidatsDebordement
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE clients-banque.

       CHARGER-CANDIDATS-LECTEURS.
      *> Le contact d'un lecteur est son telephone ou son courriel :
      *> seul un contact d'au moins huit chiffres sert au
      *> rapprochement.
           MOVE ZERO TO NombreLecteurs.
           OPEN INPUT membres.
           IF ws-file-status = '35'
               CLOSE membres
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ membres
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreLecteurs < 1000
                               ADD 1 TO NombreLecteurs
                               MOVE MF-Numero
                                    TO PL-Numero(NombreLecteurs)
                               MOVE MF-Nom TO PL-Nom(NombreLecteurs)
                               MOVE MF-Nom TO TexteAReduire
                               PERFORM REDUIRE-NOM
                               MOVE NomReduit
                                    TO PL-NomReduit(NombreLecteurs)
                               MOVE MF-Contact TO TexteAReduire
                               PERFORM REDUIRE-TELEPHONE
                               MOVE TelephoneReduit
                                    TO PL-Telephone(NombreLecteurs)
                           ELSE
                               MOVE "O" TO CandidatsDebordement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE membres
           END-IF.

       CHARGER-CANDIDATS-CLOTURE.
           MOVE ZERO TO NombreCloture.
           OPEN INPUT clients-cloture.
           IF ws-file-status = '35'
               CLOSE clients-cloture
           ELSE
               PERFORM UNTIL ws-file-status = '10'
                   READ clients-cloture
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreCloture < 1000
                               ADD 1 TO NombreCloture
                               MOVE CC-Numero
                                    TO PC-Numero(NombreCloture)
                               MOVE CC-Nom TO PC-Nom(NombreCloture)
                               MOVE CC-Nom TO TexteAReduire
                               PERFORM REDUIRE-NOM
                               MOVE NomReduit
                                    TO PC-NomReduit(NombreCloture)
                               MOVE CC-Telephone TO TexteAReduire
                               PERFORM REDUIRE-TELEPHONE
                               MOVE TelephoneReduit
                                    TO PC-Telephone(NombreCloture)
                           ELSE
                               MOVE "O" TO CandidatsDebordement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clients-cloture
           END-IF.

       REDUIRE-NOM.
      *> "M. Martin", "MARTIN" et "martin" se comparent : on ne
      *> garde que les lettres, en majuscules, sans la civilite.
           INSPECT TexteAReduire CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TexteAReduire(1:3) = "M. "
               MOVE TexteAReduire(4:27) TO TexteAReduire
           END-IF.
           IF TexteAReduire(1:4) = "MME " OR TexteAReduire(1:4) = "MLLE"
               MOVE TexteAReduire(5:26) TO TexteAReduire
           END-IF.
           MOVE SPACES TO NomReduit.
           MOVE ZERO TO PositionReduite.
           PERFORM VARYING PositionTexte FROM 1 BY 1
                   UNTIL PositionTexte > 30
               MOVE TexteAReduire(PositionTexte:1) TO CaractereTexte
               IF Caractere-Lettre
                   ADD 1 TO PositionReduite
                   MOVE CaractereTexte
                        TO NomReduit(PositionReduite:1)
               END-IF
           END-PERFORM.

       REDUIRE-TELEPHONE.
      *> Chiffres seuls ; moins de huit chiffres ne font pas un
      *> numero et la zone reste a blanc.
           MOVE SPACES TO TelephoneReduit.
           MOVE ZERO TO PositionReduite.
           PERFORM VARYING PositionTexte FROM 1 BY 1
                   UNTIL PositionTexte > 30
                      OR PositionReduite = 15
               MOVE TexteAReduire(PositionTexte:1) TO CaractereTexte
               IF Caractere-Chiffre
                   ADD 1 TO PositionReduite
                   MOVE CaractereTexte
                        TO TelephoneReduit(PositionReduite:1)
               END-IF
           END-PERFORM.
           IF PositionReduite < 8
               MOVE SPACES TO TelephoneReduit
           END-IF.

       RAPPROCHER-BANQUE-LECTEURS.
           PERFORM VARYING IdxBanque FROM 1 BY 1
                   UNTIL IdxBanque > NombreBanque OR Fin-Rapprochement
               PERFORM VARYING IdxLecteur FROM 1 BY 1
                       UNTIL IdxLecteur > NombreLecteurs
                          OR Fin-Rapprochement
                   MOVE "B" TO PaireSourceA
                   MOVE PB-Numero(IdxBanque) TO PaireIdA
                   MOVE PB-Nom(IdxBanque) TO PaireNomA
                   MOVE PB-NomReduit(IdxBanque) TO PaireNomReduitA
                   MOVE PB-Telephone(IdxBanque) TO PaireTelephoneA
                   MOVE "L" TO PaireSourceB
                   MOVE PL-Numero(IdxLecteur) TO PaireIdB
                   MOVE PL-Nom(IdxLecteur) TO PaireNomB
                   MOVE PL-NomReduit(IdxLecteur) TO PaireNomReduitB
                   MOVE PL-Telephone(IdxLecteur) TO PaireTelephoneB
                   PERFORM EXAMINER-PAIRE
               END-PERFORM
           END-PERFORM.

       RAPPROCHER-BANQUE-CLOTURE.
           PERFORM VARYING IdxBanque FROM 1 BY 1
                   UNTIL IdxBanque > NombreBanque OR Fin-Rapprochement
               PERFORM VARYING IdxCloture FROM 1 BY 1
                       UNTIL IdxCloture > NombreCloture
                          OR Fin-Rapprochement
                   MOVE "B" TO PaireSourceA
                   MOVE PB-Numero(IdxBanque) TO PaireIdA
                   MOVE PB-Nom(IdxBanque) TO PaireNomA
                   MOVE PB-NomReduit(IdxBanque) TO PaireNomReduitA
                   MOVE PB-Telephone(IdxBanque) TO PaireTelephoneA
                   MOVE "C" TO PaireSourceB
                   MOVE PC-Numero(IdxCloture) TO PaireIdB
                   MOVE PC-Nom(IdxCloture) TO PaireNomB
                   MOVE PC-NomReduit(IdxCloture) TO PaireNomReduitB
                   MOVE PC-Telephone(IdxCloture) TO PaireTelephoneB
                   PERFORM EXAMINER-PAIRE
               END-PERFORM
           END-PERFORM.

       RAPPROCHER-LECTEURS-CLOTURE.
           PERFORM VARYING IdxLecteur FROM 1 BY 1
                   UNTIL IdxLecteur > NombreLecteurs
                      OR Fin-Rapprochement
               PERFORM VARYING IdxCloture FROM 1 BY 1
                       UNTIL IdxCloture > NombreCloture
                          OR Fin-Rapprochement
                   MOVE "L" TO PaireSourceA
                   MOVE PL-Numero(IdxLecteur) TO PaireIdA
                   MOVE PL-Nom(IdxLecteur) TO PaireNomA
                   MOVE PL-NomReduit(IdxLecteur) TO PaireNomReduitA
                   MOVE PL-Telephone(IdxLecteur) TO PaireTelephoneA
                   MOVE "C" TO PaireSourceB
                   MOVE PC-Numero(IdxCloture) TO PaireIdB
                   MOVE PC-Nom(IdxCloture) TO PaireNomB
                   MOVE PC-NomReduit(IdxCloture) TO PaireNomReduitB
                   MOVE PC-Telephone(IdxCloture) TO PaireTelephoneB
                   PERFORM EXAMINER-PAIRE
               END-PERFORM
           END-PERFORM.

       EXAMINER-PAIRE.
      *> Meme nom reduit ou meme telephone. Une paire deja reliee,
      *> deja refusee, ou dont l'une des fiches est deja rattachee a
      *> une autre personne de la meme activite n'est pas proposee.
           MOVE SPACES TO MotifRapprochement.
           IF PaireNomReduitA NOT = SPACES
              AND PaireNomReduitA = PaireNomReduitB
               MOVE "NOM" TO MotifRapprochement
           END-IF.
           IF PaireTelephoneA NOT = SPACES
              AND PaireTelephoneA = PaireTelephoneB
               IF MotifRapprochement = SPACES
                   MOVE "TELEPHONE" TO MotifRapprochement
               ELSE
                   MOVE "NOM+TELEPHONE" TO MotifRapprochement
               END-IF
           END-IF.
           IF MotifRapprochement NOT = SPACES
               PERFORM CONTROLER-PAIRE
               IF Paire-A-Proposer
                   PERFORM PROPOSER-PAIRE
               END-IF
           END-IF.

       CONTROLER-PAIRE.
           MOVE "O" TO PaireAProposer.
           MOVE PaireSourceA TO SourceCherchee.
           MOVE PaireIdA TO IdCherche.
           PERFORM CHERCHER-PERSONNE-PAR-SOURCE.
           MOVE IdxPersonneTrouvee TO PersonneA.
           MOVE PaireSourceB TO SourceCherchee.
           MOVE PaireIdB TO IdCherche.
           PERFORM CHERCHER-PERSONNE-PAR-SOURCE.
           MOVE IdxPersonneTrouvee TO PersonneB.
           IF PersonneA NOT = ZERO AND PersonneB NOT = ZERO
               MOVE "N" TO PaireAProposer
           END-IF.
           IF PersonneA NOT = ZERO AND Paire-A-Proposer
               MOVE PersonneA TO IdxPersonneSlot
               MOVE PaireSourceB TO SourceCherchee
               PERFORM LIRE-SLOT
               IF ValeurSlot NOT = ZERO
                   MOVE "N" TO PaireAProposer
               END-IF
           END-IF.
           IF PersonneB NOT = ZERO AND Paire-A-Proposer
               MOVE PersonneB TO IdxPersonneSlot
               MOVE PaireSourceA TO SourceCherchee
               PERFORM LIRE-SLOT
               IF ValeurSlot NOT = ZERO
                   MOVE "N" TO PaireAProposer
               END-IF
           END-IF.
           IF Paire-A-Proposer
               MOVE "N" TO RefusTrouve
               PERFORM VARYING IdxRefus FROM 1 BY 1
                       UNTIL IdxRefus > NombreRefus OR Refus-Trouve
                   IF RF-SourceA(IdxRefus) = PaireSourceA
                      AND RF-IdA(IdxRefus) = PaireIdA
                      AND RF-SourceB(IdxRefus) = PaireSourceB
                      AND RF-IdB(IdxRefus) = PaireIdB
                       MOVE "O" TO RefusTrouve
                   END-IF
               END-PERFORM
               IF Refus-Trouve
                   MOVE "N" TO PaireAProposer
               END-IF
           END-IF.

       PROPOSER-PAIRE.
           ADD 1 TO PairesProposees.
           DISPLAY "----------------------------------------".
           DISPLAY "Rapprochement par ", MotifRapprochement, " :".
           DISPLAY "  ", PaireSourceA, " ", PaireIdA, " ", PaireNomA,
                   " ", PaireTelephoneA.
           DISPLAY "  ", PaireSourceB, " ", PaireIdB, " ", PaireNomB,
                   " ", PaireTelephoneB.
           DISPLAY "Meme personne ? (O oui, N non, F fin) :".
           MOVE SPACE TO Confirmation.
           ACCEPT Confirmation.
           EVALUATE Confirmation
               WHEN "O"
               WHEN "o"
                   PERFORM RELIER-PAIRE
               WHEN "N"
               WHEN "n"
                   PERFORM REFUSER-PAIRE
               WHEN "F"
               WHEN "f"
                   MOVE "O" TO FinRapprochement
               WHEN OTHER
                   DISPLAY "Paire laissee pour un prochain passage."
           END-EVALUATE.

       RELIER-PAIRE.
           IF PersonneA NOT = ZERO
               MOVE PersonneA TO IdxPersonneSlot
               MOVE PaireSourceB TO SourceCherchee
               MOVE PaireIdB TO ValeurSlot
               PERFORM ECRIRE-SLOT
           ELSE
               IF PersonneB NOT = ZERO
                   MOVE PersonneB TO IdxPersonneSlot
                   MOVE PaireSourceA TO SourceCherchee
                   MOVE PaireIdA TO ValeurSlot
                   PERFORM ECRIRE-SLOT
               ELSE
                   IF NombreIdentites < 1000
                       PERFORM CREER-PERSONNE
                       MOVE PaireSourceA TO SourceCherchee
                       MOVE PaireIdA TO ValeurSlot
                       PERFORM ECRIRE-SLOT
                       MOVE PaireSourceB TO SourceCherchee
                       MOVE PaireIdB TO ValeurSlot
                       PERFORM ECRIRE-SLOT
                   ELSE
                       DISPLAY "Fichier identites plein : ",
                               "rapprochement arrete."
                       MOVE "O" TO FinRapprochement
                   END-IF
               END-IF
           END-IF.
           IF NOT Fin-Rapprochement
               PERFORM SAUVEGARDER-IDENTITES
               ADD 1 TO PairesReliees
               MOVE PaireSourceA TO SourceCherchee
               MOVE PaireIdA TO IdCherche
               PERFORM CHERCHER-PERSONNE-PAR-SOURCE
               DISPLAY "Relies sous la personne ",
                       IX-Personne(IdxPersonneTrouvee), "."
           END-IF.

       REFUSER-PAIRE.
           MOVE PaireSourceA TO IR-SourceA.
           MOVE PaireIdA TO IR-IdA.
           MOVE PaireSourceB TO IR-SourceB.
           MOVE PaireIdB TO IR-IdB.
           MOVE SEP-Virgule TO IR-FILLER1.
           MOVE SEP-Virgule TO IR-FILLER2.
           MOVE SEP-Virgule TO IR-FILLER3.
           OPEN EXTEND identites-refus.
           IF ws-file-status = '35'
               CLOSE identites-refus
               OPEN OUTPUT identites-refus
           END-IF.
           WRITE refus-enregistrement.
           CLOSE identites-refus.
           IF NombreRefus < 1000
               ADD 1 TO NombreRefus
               MOVE PaireSourceA TO RF-SourceA(NombreRefus)
               MOVE PaireIdA TO RF-IdA(NombreRefus)
               MOVE PaireSourceB TO RF-SourceB(NombreRefus)
               MOVE PaireIdB TO RF-IdB(NombreRefus)
           END-IF.

      *>================================================================
      *> Liaison manuelle (numero de fidelite de la boutique, ou
      *> correction d'un rapprochement)
      *>================================================================
       RELIER-MANUELLEMENT.
           IF Identites-Debordement
               DISPLAY "Fichier identites incomplet : ",
                       "liaison refusee."
           ELSE
               DISPLAY "Activite (B banque, M boutique, L lecteur, ",
                       "C cloture) :"
               ACCEPT SourceCherchee
               IF SourceCherchee = "b" OR "m" OR "l" OR "c"
                   INSPECT SourceCherchee CONVERTING "bmlc" TO "BMLC"
               END-IF
               IF NOT Source-Valide
                   DISPLAY "Activite invalide."
               ELSE
                   DISPLAY "Numero dans cette activite :"
                   ACCEPT IdCherche
                   PERFORM CHERCHER-PERSONNE-PAR-SOURCE
                   IF IdxPersonneTrouvee NOT = ZERO
                       PERFORM DELIER-NUMERO
                   ELSE
                       PERFORM RATTACHER-NUMERO
                   END-IF
               END-IF
           END-IF.

       DELIER-NUMERO.
           DISPLAY "Ce numero est relie a la personne ",
                   IX-Personne(IdxPersonneTrouvee),
                   ". Le delier (O/N) :".
           ACCEPT Confirmation.
           IF Confirmation = "O" OR Confirmation = "o"
               MOVE IdxPersonneTrouvee TO IdxPersonneSlot
               MOVE ZERO TO ValeurSlot
               PERFORM ECRIRE-SLOT
               PERFORM SAUVEGARDER-IDENTITES
               DISPLAY "Numero delie."
           ELSE
               DISPLAY "Liaison conservee."
           END-IF.

       RATTACHER-NUMERO.
           DISPLAY "Personne a laquelle le rattacher (0 = nouvelle) :".
           ACCEPT VuePersonne.
           IF VuePersonne = ZERO
               IF NombreIdentites < 1000
                   PERFORM CREER-PERSONNE
                   MOVE IdCherche TO ValeurSlot
                   PERFORM ECRIRE-SLOT
                   PERFORM SAUVEGARDER-IDENTITES
                   DISPLAY "Personne ", DernierePersonne, " creee."
               ELSE
                   DISPLAY "Fichier identites plein."
               END-IF
           ELSE
               MOVE IdCherche TO ValeurSlot
               MOVE SourceCherchee TO PaireSourceA
               MOVE "P" TO SourceCherchee
               MOVE VuePersonne TO IdCherche
               PERFORM CHERCHER-PERSONNE-PAR-SOURCE
               MOVE PaireSourceA TO SourceCherchee
               MOVE ValeurSlot TO IdCherche
               IF IdxPersonneTrouvee = ZERO
                   DISPLAY "Personne ", VuePersonne, " inconnue."
               ELSE
                   MOVE IdxPersonneTrouvee TO IdxPersonneSlot
                   PERFORM LIRE-SLOT
                   IF ValeurSlot NOT = ZERO
                       DISPLAY "La personne ", VuePersonne,
                               " a deja le numero ", ValeurSlot,
                               " dans cette activite : le delier ",
                               "d'abord."
                   ELSE
                       MOVE IdCherche TO ValeurSlot
                       PERFORM ECRIRE-SLOT
                       PERFORM SAUVEGARDER-IDENTITES
                       DISPLAY "Numero rattache a la personne ",
                               VuePersonne, "."
                   END-IF
               END-IF
           END-IF.

      *>================================================================
      *> Consultation
      *>================================================================
       CONSULTER-PERSONNE.
           DISPLAY "Chercher par (P personne, B banque, M boutique, ",
                   "L lecteur, C cloture) :".
           ACCEPT SourceCherchee.
           IF SourceCherchee = "p" OR "b" OR "m" OR "l" OR "c"
               INSPECT SourceCherchee CONVERTING "pbmlc" TO "PBMLC"
           END-IF.
           IF NOT Source-Valide AND NOT Source-Personne
               DISPLAY "Critere invalide."
           ELSE
               DISPLAY "Numero :"
               ACCEPT IdCherche
               PERFORM CHERCHER-PERSONNE-PAR-SOURCE
               MOVE ZERO TO VuePersonne
               MOVE ZERO TO VueBanque
               MOVE ZERO TO VueBoutique
               MOVE ZERO TO VueBibliotheque
               MOVE ZERO TO VueCloture
               IF IdxPersonneTrouvee NOT = ZERO
                   MOVE IX-Personne(IdxPersonneTrouvee) TO VuePersonne
                   MOVE IX-Banque(IdxPersonneTrouvee) TO VueBanque
                   MOVE IX-Boutique(IdxPersonneTrouvee) TO VueBoutique
                   MOVE IX-Bibliotheque(IdxPersonneTrouvee)
                        TO VueBibliotheque
                   MOVE IX-Cloture(IdxPersonneTrouvee) TO VueCloture
               ELSE
      *> Numero non relie : on montre sa seule activite.
                   EVALUATE TRUE
                       WHEN Source-Banque
                           MOVE IdCherche TO VueBanque
                       WHEN Source-Boutique
                           MOVE IdCherche TO VueBoutique
                       WHEN Source-Lecteur
                           MOVE IdCherche TO VueBibliotheque
                       WHEN Source-Cloture
                           MOVE IdCherche TO VueCloture
                   END-EVALUATE
               END-IF
               IF Source-Personne AND VuePersonne = ZERO
                   DISPLAY "Personne ", IdCherche, " inconnue."
               ELSE
                   PERFORM AFFICHER-VUE
               END-IF
           END-IF.

       AFFICHER-VUE.
           ACCEPT DateDuJour FROM DATE YYYYMMDD.
           DISPLAY "========================================".
           IF VuePersonne = ZERO
               DISPLAY "Numero relie a aucune autre activite."
           ELSE
               DISPLAY "Personne ", VuePersonne, " - banque ",
                       VueBanque, ", boutique ", VueBoutique,
                       ", bibliotheque ", VueBibliotheque,
                       ", cloture ", VueCloture
           END-IF.
           IF VueBanque NOT = ZERO
               PERFORM AFFICHER-BANQUE
           END-IF.
           IF VueBoutique NOT = ZERO
               PERFORM AFFICHER-BOUTIQUE
           END-IF.
           IF VueBibliotheque NOT = ZERO
               PERFORM AFFICHER-BIBLIOTHEQUE
           END-IF.
           IF VueCloture NOT = ZERO
               PERFORM AFFICHER-CLOTURE
           END-IF.
           DISPLAY "========================================".
           IF VueBanque NOT = ZERO OR VueCloture NOT = ZERO
               DISPLAY "Changer l'adresse de cette personne (O/N) :"
               ACCEPT Confirmation
               IF Confirmation = "O" OR Confirmation = "o"
                   PERFORM CHANGER-ADRESSE
               END-IF
           END-IF.

       AFFICHER-BANQUE.
           DISPLAY "--- BANQUE - client ", VueBanque.
           OPEN INPUT clients-banque.
           MOVE VueBanque TO CB-Numero-Client.
           READ clients-banque
               KEY IS CB-Numero-Client
               INVALID KEY
                   DISPLAY "  Fiche client introuvable."
               NOT INVALID KEY
                   DISPLAY "  ", CB-Nom
                   DISPLAY "  ", CB-Adresse, " - ", CB-Telephone
           END-READ.
           CLOSE clients-banque.
      *> Comptes dont il est le client principal, puis ceux ou il
      *> figure comme cotitulaire.
           MOVE ZERO TO NombreLignesVues.
           OPEN INPUT soldes.
           IF ws-file-status = '00'
               MOVE "N" TO FinParcoursSoldes
               PERFORM UNTIL Fin-Parcours-Soldes
                   READ soldes NEXT RECORD
                       AT END
                           MOVE "O" TO FinParcoursSoldes
                       NOT AT END
                           IF SR-Numero-Client = VueBanque
                               PERFORM AFFICHER-UN-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               OPEN INPUT titulaires
               IF ws-file-status = '00'
                   PERFORM UNTIL ws-file-status = '10'
                       READ titulaires
                           AT END
                               MOVE '10' TO ws-file-status
                           NOT AT END
                               IF TI-Numero-Client = VueBanque
                                   PERFORM AFFICHER-COMPTE-COTITULAIRE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE titulaires
               END-IF
           END-IF.
           CLOSE soldes.
           IF NombreLignesVues = ZERO
               DISPLAY "  Aucun compte."
           END-IF.

       AFFICHER-UN-COMPTE.
           ADD 1 TO NombreLignesVues.
           MOVE SR-Solde TO SoldeAffiche.
           DISPLAY "  Compte ", SR-Numero-Compte, " type ",
                   SR-Type-Compte, " agence ", SR-Agence,
                   " solde ", SoldeAffiche, " ", SR-Devise.

       AFFICHER-COMPTE-COTITULAIRE.
           MOVE TI-Numero-Compte TO SR-Numero-Compte.
           READ soldes
               KEY IS SR-Numero-Compte
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SR-Numero-Client NOT = VueBanque
                       ADD 1 TO NombreLignesVues
                       MOVE SR-Solde TO SoldeAffiche
                       DISPLAY "  Compte ", SR-Numero-Compte,
                               " (cotitulaire) type ",
                               SR-Type-Compte, " solde ",
                               SoldeAffiche, " ", SR-Devise
                   END-IF
           END-READ.

       AFFICHER-BOUTIQUE.
           DISPLAY "--- BOUTIQUE - client ", VueBoutique.
           MOVE SPACES TO LibelleFidelite.
           OPEN INPUT clients-boutique.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ clients-boutique
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF CL-IdClient = VueBoutique
                               EVALUATE CL-CodeFidelite
                                   WHEN "O"
                                       MOVE "OR" TO LibelleFidelite
                                   WHEN "A"
                                       MOVE "ARGENT" TO LibelleFidelite
                                   WHEN OTHER
                                       MOVE "BRONZE" TO LibelleFidelite
                               END-EVALUATE
                               DISPLAY "  Palier de fidelite ",
                                       LibelleFidelite,
                                       ", cumul d'achats ",
                                       CL-CumulAchats
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE clients-boutique.
           IF LibelleFidelite = SPACES
               DISPLAY "  Pas de fiche fidelite."
           END-IF.
      *> Achats : recus de vente moins recus de retour.
           MOVE ZERO TO NombreLignesVues.
           MOVE ZERO TO TotalVue.
           MOVE ZERO TO DernierAchat.
           OPEN INPUT recus.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ recus
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF RC-IdClient = VueBoutique
                               ADD 1 TO NombreLignesVues
                               IF RC-Type = "R"
                                   SUBTRACT RC-MontantTTC FROM TotalVue
                               ELSE
                                   ADD RC-MontantTTC TO TotalVue
                               END-IF
                               IF RC-Date > DernierAchat
                                   MOVE RC-Date TO DernierAchat
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE recus.
           MOVE TotalVue TO TotalVueAffiche.
           DISPLAY "  ", NombreLignesVues, " recu(s), total TTC ",
                   TotalVueAffiche, ", dernier passage ", DernierAchat.

       AFFICHER-BIBLIOTHEQUE.
           DISPLAY "--- BIBLIOTHEQUE - lecteur ", VueBibliotheque.
           OPEN INPUT membres.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ membres
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF MF-Numero = VueBibliotheque
                               DISPLAY "  ", MF-Nom, " - ", MF-Contact,
                                       " - statut ", MF-Statut
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE membres.
           MOVE ZERO TO NombreLignesVues.
           OPEN INPUT prets.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ prets
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF PT-Membre = VueBibliotheque
                              AND PT-Statut = "E"
                               ADD 1 TO NombreLignesVues
                               MOVE SPACES TO MentionRetard
                               IF PT-DateRetourPrevue < DateDuJour
                                   MOVE "EN RETARD" TO MentionRetard
                               END-IF
                               DISPLAY "  Pret ", PT-Numero, " ",
                                       PT-ISBN, " retour prevu ",
                                       PT-DateRetourPrevue, " ",
                                       MentionRetard
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE prets.
           IF NombreLignesVues = ZERO
               DISPLAY "  Aucun pret en cours."
           END-IF.
           MOVE ZERO TO TotalVue.
           OPEN INPUT amendes.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ amendes
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF AM-Membre = VueBibliotheque
                              AND AM-Statut = "I"
                               COMPUTE ResteDu =
                                   AM-Montant - AM-MontantPaye
                               ADD ResteDu TO TotalVue
                               DISPLAY "  Amende ", AM-Numero,
                                       " du ", AM-Date, " reste du ",
                                       ResteDu
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE amendes.
           MOVE TotalVue TO TotalVueAffiche.
           DISPLAY "  Total des amendes dues : ", TotalVueAffiche.

       AFFICHER-CLOTURE.
           DISPLAY "--- CLOTURE - client ", VueCloture.
           OPEN INPUT clients-cloture.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ clients-cloture
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF CC-Numero = VueCloture
                               DISPLAY "  ", CC-Nom, " - ",
                                       CC-Telephone
                               DISPLAY "  Domicile ", CC-Adresse
                               DISPLAY "  Chantier ",
                                       CC-AdresseChantier
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE clients-cloture.
      *> Devis vivants (les versions remplacees ne sont pas listees).
           MOVE ZERO TO NombreLignesVues.
           OPEN INPUT devis.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ devis
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF DV-NumeroClient = VueCloture
                              AND DV-Statut NOT = "R"
                               ADD 1 TO NombreLignesVues
                               DISPLAY "  Devis ", DV-Numero, "/",
                                       DV-Version, " du ", DV-Date,
                                       " montant ", DV-Cout,
                                       " statut ", DV-Statut
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE devis.
           IF NombreLignesVues = ZERO
               DISPLAY "  Aucun devis."
           END-IF.
           MOVE ZERO TO NombreLignesVues.
           OPEN INPUT ordres-travaux.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ ordres-travaux
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF OT-Client = VueCloture
                               ADD 1 TO NombreLignesVues
                               DISPLAY "  Ordre ", OT-Numero,
                                       " devis ", OT-Devis, "/",
                                       OT-Version, " pose le ",
                                       OT-DatePose, " statut ",
                                       OT-Statut
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ordres-travaux.
           IF NombreLignesVues = ZERO
               DISPLAY "  Aucun ordre de travail."
           END-IF.

      *>================================================================
      *> Changement d'adresse propage aux fiches reliees
      *>================================================================
       CHANGER-ADRESSE.
      *> La fiche lecteur et la fiche fidelite de la boutique ne
      *> portent pas d'adresse : seules banque et cloture sont mises
      *> a jour, chacune sur confirmation.
           DISPLAY "Nouvelle adresse :".
           MOVE SPACES TO NouvelleAdresse.
           ACCEPT NouvelleAdresse.
           IF NouvelleAdresse = SPACES
               DISPLAY "Adresse vide : aucun changement."
           ELSE
               IF VueBanque NOT = ZERO
                   PERFORM CHANGER-ADRESSE-BANQUE
               END-IF
               IF VueCloture NOT = ZERO
                   PERFORM CHANGER-ADRESSE-CLOTURE
               END-IF
           END-IF.

       CHANGER-ADRESSE-BANQUE.
           OPEN I-O clients-banque.
           MOVE VueBanque TO CB-Numero-Client.
           READ clients-banque
               KEY IS CB-Numero-Client
               INVALID KEY
                   DISPLAY "Fiche banque ", VueBanque, " introuvable."
               NOT INVALID KEY
                   DISPLAY "Banque, adresse actuelle : ", CB-Adresse
                   DISPLAY "La remplacer (O/N) :"
                   ACCEPT Confirmation
                   IF Confirmation = "O" OR Confirmation = "o"
                       ACCEPT KH-Date FROM DATE YYYYMMDD
                       ACCEPT KH-Heure FROM TIME
                       MOVE VueBanque TO KH-Client
                       MOVE "ADRESSE" TO KH-Champ
                       MOVE CB-Adresse TO KH-AncienneValeur
                       MOVE NouvelleAdresse TO KH-NouvelleValeur
                       MOVE InitialesOperateur TO KH-Operateur
                       MOVE NouvelleAdresse TO CB-Adresse
                       MOVE SEP-Virgule TO CB-FILLER1
                       MOVE SEP-Virgule TO CB-FILLER2
                       MOVE SEP-Virgule TO CB-FILLER3
                       MOVE SEP-Virgule TO CB-FILLER4
                       REWRITE clients-banque-record
                       END-REWRITE
                       PERFORM JOURNALISER-CHANGEMENT-CLIENT
                       DISPLAY "Fiche banque mise a jour."
                   END-IF
           END-READ.
           CLOSE clients-banque.

       JOURNALISER-CHANGEMENT-CLIENT.
           MOVE SEP-Virgule TO KH-FILLER1.
           MOVE SEP-Virgule TO KH-FILLER2.
           MOVE SEP-Virgule TO KH-FILLER3.
           MOVE SEP-Virgule TO KH-FILLER4.
           MOVE SEP-Virgule TO KH-FILLER5.
           MOVE SEP-Virgule TO KH-FILLER6.
           OPEN EXTEND clients-histo.
           IF ws-statut-histo = '35'
               CLOSE clients-histo
               OPEN OUTPUT clients-histo
           END-IF.
           WRITE client-histo-enregistrement.
           CLOSE clients-histo.

       CHANGER-ADRESSE-CLOTURE.
      *> Fichier en lignes : relu en entier puis reecrit.
           MOVE ZERO TO NombreFichesCloture.
           MOVE "N" TO FichesDebordement.
           MOVE ZERO TO IdxFicheTrouvee.
           OPEN INPUT clients-cloture.
           IF ws-file-status = '00'
               PERFORM UNTIL ws-file-status = '10'
                   READ clients-cloture
                       AT END
                           MOVE '10' TO ws-file-status
                       NOT AT END
                           IF NombreFichesCloture < 1000
                               ADD 1 TO NombreFichesCloture
                               MOVE client-cloture-enregistrement
                                    TO FicheCloture(NombreFichesCloture)
                               IF CC-Numero = VueCloture
                                   MOVE NombreFichesCloture
                                        TO IdxFicheTrouvee
                               END-IF
                           ELSE
                               MOVE "O" TO FichesDebordement
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE clients-cloture.
           IF Fiches-Debordement
               DISPLAY "Fichier clients_cloture trop grand : ",
                       "adresse cloture non modifiee."
           ELSE
               IF IdxFicheTrouvee = ZERO
                   DISPLAY "Fiche cloture ", VueCloture,
                           " introuvable."
               ELSE
                   MOVE FicheCloture(IdxFicheTrouvee)
                        TO client-cloture-enregistrement
                   DISPLAY "Cloture, adresse actuelle : ", CC-Adresse
                   DISPLAY "La remplacer (O/N) :"
                   ACCEPT Confirmation
                   IF Confirmation = "O" OR Confirmation = "o"
                       MOVE NouvelleAdresse TO CC-Adresse
                       MOVE client-cloture-enregistrement
                            TO FicheCloture(IdxFicheTrouvee)
                       PERFORM REECRIRE-CLIENTS-CLOTURE
                       DISPLAY "Fiche cloture mise a jour."
                   END-IF
               END-IF
           END-IF.

       REECRIRE-CLIENTS-CLOTURE.
           OPEN OUTPUT clients-cloture.
           PERFORM VARYING IdxFiche FROM 1 BY 1
                   UNTIL IdxFiche > NombreFichesCloture
               MOVE FicheCloture(IdxFiche)
                    TO client-cloture-enregistrement
               WRITE client-cloture-enregistrement
           END-PERFORM.
           CLOSE clients-cloture.
