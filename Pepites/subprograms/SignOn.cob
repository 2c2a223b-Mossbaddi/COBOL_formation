      *> l'operateur jusqu'au deblocage par un superviseur dans le
      *> programme GestionOperateurs. Statuts : A actif, B bloque,
      *> D desactive. LS-Statut : '00' session ouverte, '90'
      *> identification refusee. Chaque fiche porte aussi l'agence
      *> de rattachement de l'operateur (siege 001 par defaut),
      *> sous laquelle le guichet bancaire ouvre sa session.
      *> Au tout premier lancement, le fichier est cree avec un
      *> manager ADM sans mot de passe (changement force a la
      *> premiere session) pour pouvoir demarrer.
           05 OS-Echecs PIC 9.
           05 OS-Sep6 PIC X.
           05 OS-Statut PIC X.
           05 OS-Sep7 PIC X.
           05 OS-Agence PIC 9(3).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
               03 OT-DateMdp PIC 9(8).
               03 OT-Echecs PIC 9.
               03 OT-Statut PIC X.
               03 OT-Agence PIC 9(3).
       01 NombreOperateurs PIC 9(2) VALUE ZERO.
       01 IdSaisi PIC X(4) VALUE SPACES.
       01 OperateurTrouve PIC X VALUE "N".
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
           MOVE ZERO TO OS-DateMdp.
           MOVE ZERO TO OS-Echecs.
           MOVE "A" TO OS-Statut.
           MOVE 1 TO OS-Agence.
           MOVE SEP-Virgule TO OS-Sep1.
           MOVE SEP-Virgule TO OS-Sep2.
           MOVE SEP-Virgule TO OS-Sep3.
           MOVE SEP-Virgule TO OS-Sep4.
           MOVE SEP-Virgule TO OS-Sep5.
           MOVE SEP-Virgule TO OS-Sep6.
           MOVE SEP-Virgule TO OS-Sep7.
           WRITE operateur-enregistrement.
           CLOSE operateurs.

