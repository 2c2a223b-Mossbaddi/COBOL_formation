       01 TotalCartes PIC 9(8)V99 VALUE ZERO.
       01 TotalCheques PIC 9(8)V99 VALUE ZERO.
       01 TotalCartesCadeaux PIC 9(8)V99 VALUE ZERO.
      *> Ventes passees au compte des clients professionnels : rien
      *> n'est encaisse, la facture mensuelle suivra.
       01 TotalEnCompte PIC 9(8)V99 VALUE ZERO.
       01 TotalEncaisse PIC 9(8)V99 VALUE ZERO.
       01 TTCNonVentile PIC S9(8)V99 VALUE ZERO.

                                   WHEN "K"
                                       ADD PM-Montant
                                           TO TotalCartesCadeaux
                                   WHEN "A"
                                       ADD PM-Montant
                                           TO TotalEnCompte
                               END-EVALUATE
                           END-IF
                   END-READ
           END-IF.
           COMPUTE TotalEncaisse = TotalEspeces + TotalCartes
                   + TotalCheques + TotalCartesCadeaux.
           COMPUTE TTCNonVentile = TotalTTC - TotalEncaisse
                   - TotalEnCompte.

       CUMULER-RECU.
      *> Un recu de type R (remboursement) vient en deduction des
           DISPLAY "Cheques        : ", TotalCheques.
           DISPLAY "Cartes cadeaux : ", TotalCartesCadeaux.
           DISPLAY "Encaisse total : ", TotalEncaisse.
           DISPLAY "En compte      : ", TotalEnCompte,
                   " (factures mensuelles)".
           IF TTCNonVentile NOT = ZERO
      *> Tickets postes sans encaissement ventile (lot de l'amont,
      *> remboursements) : l'ecart est affiche pour rester explique.
