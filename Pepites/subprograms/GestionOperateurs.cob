      *> la suite via la routine SignOn : creation d'un operateur,
      *> desactivation, deblocage apres trois echecs de mot de
      *> passe, reinitialisation du mot de passe (changement force a
      *> la prochaine session) et changement de role ou d'agence de
      *> rattachement - fini l'edition du fichier operateurs a la
      *> main. L'acces passe par SignOn et exige un role superviseur
      *> ou manager.
      *> Statuts : A actif, B bloque, D desactive.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-file-status.

           SELECT agences ASSIGN TO 'agences'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-statut-agences.

       DATA DIVISION.
       FILE SECTION.
       FD operateurs.
           05 OS-Echecs PIC 9.
           05 OS-Sep6 PIC X.
           05 OS-Statut PIC X.
           05 OS-Sep7 PIC X.
           05 OS-Agence PIC 9(3).

       FD agences.
      *> Referentiel des agences, tenu au guichet bancaire.
       01 agence-enregistrement.
           05 AG-Code PIC 9(3).
           05 AG-FILLER1 PIC X.
           05 AG-Nom PIC X(30).
           05 AG-FILLER2 PIC X.
           05 AG-Ville PIC X(20).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-statut-agences PIC XX.
       01 SEP-Virgule PIC X VALUE ",".

       01 TableOperateurs.
               03 OT-DateMdp PIC 9(8).
               03 OT-Echecs PIC 9.
               03 OT-Statut PIC X.
               03 OT-Agence PIC 9(3).
       01 NombreOperateurs PIC 9(2) VALUE ZERO.
       01 IdSaisi PIC X(4) VALUE SPACES.
       01 OperateurTrouve PIC X VALUE "N".
       01 IdxOperateurTrouve PIC 9(2) VALUE ZERO.
       01 ChoixMenu PIC 9 VALUE ZERO.
       01 RoleSaisi PIC X VALUE SPACE.
       01 AgenceSaisie PIC 9(3) VALUE ZERO.
       01 AgenceValide PIC X VALUE "N".
           88 Agence-Valide VALUE "O".

      *> Session de l'administrateur, ouverte par SignOn.
       01 OperateurCourant PIC X(4) VALUE SPACES.
           DISPLAY "4. Debloquer / reactiver un operateur".
           DISPLAY "5. Reinitialiser un mot de passe".
           DISPLAY "6. Changer le role d'un operateur".
           DISPLAY "7. Changer l'agence d'un operateur".
           DISPLAY "8. Quitter".
           ACCEPT ChoixMenu.
           EVALUATE ChoixMenu
               WHEN 1 PERFORM LISTER-OPERATEURS
               WHEN 4 PERFORM DEBLOQUER-OPERATEUR
               WHEN 5 PERFORM REINITIALISER-MOT-DE-PASSE
               WHEN 6 PERFORM CHANGER-ROLE-OPERATEUR
               WHEN 7 PERFORM CHANGER-AGENCE-OPERATEUR
               WHEN 8
                   DISPLAY "Au revoir."
                   STOP RUN
               WHEN OTHER
               MOVE ZERO TO OT-Echecs(NombreOperateurs)
               MOVE "A" TO OT-Statut(NombreOperateurs)
           END-IF.
      *> Les fiches d'avant les agences sont rattachees au siege.
           IF OS-Agence IS NUMERIC AND OS-Agence > ZERO
               MOVE OS-Agence TO OT-Agence(NombreOperateurs)
           ELSE
               MOVE 1 TO OT-Agence(NombreOperateurs)
           END-IF.

       SAUVEGARDER-OPERATEURS.
           OPEN OUTPUT operateurs.
               MOVE OT-DateMdp(IdxOperateur) TO OS-DateMdp
               MOVE OT-Echecs(IdxOperateur) TO OS-Echecs
               MOVE OT-Statut(IdxOperateur) TO OS-Statut
               MOVE OT-Agence(IdxOperateur) TO OS-Agence
               MOVE SEP-Virgule TO OS-Sep1
               MOVE SEP-Virgule TO OS-Sep2
               MOVE SEP-Virgule TO OS-Sep3
               MOVE SEP-Virgule TO OS-Sep4
               MOVE SEP-Virgule TO OS-Sep5
               MOVE SEP-Virgule TO OS-Sep6
               MOVE SEP-Virgule TO OS-Sep7
               WRITE operateur-enregistrement
           END-PERFORM.
           CLOSE operateurs.
               DISPLAY "Aucun operateur enregistre."
           ELSE
               DISPLAY "Id   Nom                  Role Statut ",
                       "Echecs Mot de passe du Agence"
               PERFORM VARYING IdxOperateur FROM 1 BY 1
                       UNTIL IdxOperateur > NombreOperateurs
                   DISPLAY OT-Id(IdxOperateur), " ",
                           OT-Role(IdxOperateur), "    ",
                           OT-Statut(IdxOperateur), "      ",
                           OT-Echecs(IdxOperateur), "      ",
                           OT-DateMdp(IdxOperateur), "       ",
                           OT-Agence(IdxOperateur)
               END-PERFORM
           END-IF.

                   DISPLAY "Role ((G)uichetier, (S)uperviseur, ",
                           "(M)anager) :"
                   ACCEPT OT-Role(NombreOperateurs)
                   PERFORM SAISIR-AGENCE-OPERATEUR
                   MOVE AgenceSaisie TO OT-Agence(NombreOperateurs)
      *> Pas de mot de passe a la creation : l'operateur definira le
      *> sien a sa premiere session (changement force par SignOn).
                   MOVE SPACES TO OT-MotPasse(NombreOperateurs)
                   DISPLAY "Role inconnu : rien de change."
               END-IF
           END-IF.
       CHANGER-AGENCE-OPERATEUR.
           DISPLAY "Identifiant dont l'agence change :".
           ACCEPT IdSaisi.
           PERFORM RECHERCHER-OPERATEUR.
           IF NOT Operateur-Trouve
               DISPLAY "Operateur inconnu."
           ELSE
               DISPLAY "Agence actuelle : ",
                       OT-Agence(IdxOperateurTrouve), "."
               PERFORM SAISIR-AGENCE-OPERATEUR
               MOVE AgenceSaisie TO OT-Agence(IdxOperateurTrouve)
               PERFORM SAUVEGARDER-OPERATEURS
               DISPLAY "Agence de ", IdSaisi, " changee en ",
                       AgenceSaisie, "."
           END-IF.

       SAISIR-AGENCE-OPERATEUR.
      *> Code agence de 3 chiffres, controle contre le referentiel
      *> des agences quand il existe (les suites sans guichet
      *> bancaire n'en ont pas : tout le monde y reste au siege).
           MOVE "N" TO AgenceValide.
           PERFORM UNTIL Agence-Valide
               DISPLAY "Agence de rattachement (3 chiffres, ",
                       "001 = siege) :"
               ACCEPT AgenceSaisie
               IF AgenceSaisie = ZERO
                   DISPLAY "Code agence invalide."
               ELSE
                   PERFORM CONTROLER-AGENCE-SAISIE
                   IF NOT Agence-Valide
                       DISPLAY "Agence ", AgenceSaisie,
                               " absente du fichier agences."
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLER-AGENCE-SAISIE.
           OPEN INPUT agences.
           IF ws-statut-agences NOT = '00'
               MOVE "O" TO AgenceValide
           ELSE
               PERFORM UNTIL ws-statut-agences = '10'
                          OR Agence-Valide
                   READ agences
                       AT END
                           MOVE '10' TO ws-statut-agences
                       NOT AT END
                           IF AG-Code = AgenceSaisie
                               MOVE "O" TO AgenceValide
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE agences
           END-IF.
       END PROGRAM GestionOperateurs.
