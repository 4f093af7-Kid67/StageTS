
      * Paiement regle du mois en cours de lecture : le virement emis par ReglementPaiements,
      * porte en charge (indemnite ou capital selon le beneficiaire) contre la banque
      * Un remboursement de cotisation a la resiliation (typePaiement "Remboursement", sans
      * beneficiaire) vient en diminution des cotisations et non en charge d'indemnite.
       01 PaiementExport.
         05 codePaiement PIC x(36).
         05 codeBeneficiaire PIC x(36).
         05 typePaiement PIC X(15).
         05 montant PIC 9(7)V99.
         05 dateReglement PIC X(10).

       01 RejetExport.
         05 codePaiement PIC x(36).
         05 codeBeneficiaire PIC x(36).
         05 typePaiement PIC X(15).
         05 montant PIC 9(7)V99.
         05 dateRejet PIC X(10).

      *************************************************************************************************
           EXEC sql
               declare CursorPaiemCompta cursor for
               select codePaiement, isnull(codeBeneficiaire, ''), isnull(typePaiement, ''), convert(decimal(12,2), montant),
                      isnull(dateReglement, '')
               from paiements
               where dateReglement like :MoisTraiteFiltre
                   fetch CursorPaiemCompta into
                   :PaiementExport.codePaiement,
                   :PaiementExport.codeBeneficiaire,
                   :PaiementExport.typePaiement,
                   :PaiementExport.montant,
                   :PaiementExport.dateReglement
               END-EXEC
           inspect MontantEdite replacing all "," by "."

           move spaces to LigneEcriture
           evaluate true
               when typePaiement of PaiementExport = "Remboursement"
                   string "ECRITURE;" dateReglement of PaiementExport ";" CompteCotisations
                          ";REMBOURSEMENT COTISATION;D;" MontantEdite ";" codePaiement of PaiementExport
                          DELIMITED BY SIZE INTO LigneEcriture
               when codeBeneficiaire of PaiementExport = spaces
                   string "ECRITURE;" dateReglement of PaiementExport ";" CompteIndemnites
                          ";INDEMNITE VERSEE;D;" MontantEdite ";" codePaiement of PaiementExport
                          DELIMITED BY SIZE INTO LigneEcriture
               when other
                   string "ECRITURE;" dateReglement of PaiementExport ";" CompteCapitauxDC
                          ";CAPITAL BENEFICIAIRE VERSE;D;" MontantEdite ";" codePaiement of PaiementExport
                          DELIMITED BY SIZE INTO LigneEcriture
           end-evaluate
           write LigneEcriture
           move spaces to LigneEcriture
           string "ECRITURE;" dateReglement of PaiementExport ";" CompteBanque
      *************************************************************************************************
           EXEC sql
               declare CursorRejetsCompta cursor for
               select codePaiement, isnull(codeBeneficiaire, ''), isnull(typePaiement, ''), convert(decimal(12,2), montant),
                      isnull(dateRejet, '')
               from paiements
               where dateRejet like :MoisTraiteFiltre
                   fetch CursorRejetsCompta into
                   :RejetExport.codePaiement,
                   :RejetExport.codeBeneficiaire,
                   :RejetExport.typePaiement,
                   :RejetExport.montant,
                   :RejetExport.dateRejet
               END-EXEC
                  DELIMITED BY SIZE INTO LigneEcriture
           write LigneEcriture
           move spaces to LigneEcriture
           evaluate true
               when typePaiement of RejetExport = "Remboursement"
                   string "ECRITURE;" dateRejet of RejetExport ";" CompteCotisations
                          ";VIREMENT REJETE;C;" MontantEdite ";" codePaiement of RejetExport
                          DELIMITED BY SIZE INTO LigneEcriture
               when codeBeneficiaire of RejetExport = spaces
                   string "ECRITURE;" dateRejet of RejetExport ";" CompteIndemnites
                          ";VIREMENT REJETE;C;" MontantEdite ";" codePaiement of RejetExport
                          DELIMITED BY SIZE INTO LigneEcriture
               when other
                   string "ECRITURE;" dateRejet of RejetExport ";" CompteCapitauxDC
                          ";VIREMENT REJETE;C;" MontantEdite ";" codePaiement of RejetExport
                          DELIMITED BY SIZE INTO LigneEcriture
           end-evaluate
           write LigneEcriture.

       TraiterErreurConnexionBD.
