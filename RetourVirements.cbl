         05 codeContrat PIC x(36).
         05 montant PIC X(12).
         05 statut PIC X(10).
         05 typePaiement PIC X(15).

       01 BeneficiaireRejete.
         05 nom PIC x(30).
      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "RetourVirements".
         05 dateExecution pic X(10).
         05 nombreLignesTraitees pic 9(5).
         05 statutExecution pic X(10).
         05 dernierCodeTraite pic X(36).

      * Declaration des variables de connection SQL Server
       77 CNXDB STRING.
           EXEC SQL
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneTravail.
           write LigneTravail.
           perform OuvertureJournalExecution.

       OuvertureJournalExecution.
      * Ouvre la ligne "En cours" de cette execution dans le journal partage des traitements de nuit.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO dateExecution of JournalExecution
           move 0 to nombreLignesTraitees of JournalExecution
           move "En cours" to statutExecution of JournalExecution
           move spaces to dernierCodeTraite of JournalExecution
           EXEC sql
               select newid() into :JournalExecution.codeJournal
           END-EXEC
           EXEC sql
               INSERT INTO journalExecutions (codeJournal, nomProgramme, dateExecution, nombreLignesTraitees, statutExecution, dernierCodeTraite)
               VALUES ( :JournalExecution.codeJournal, :JournalExecution.nomProgramme, :JournalExecution.dateExecution,
                        :JournalExecution.nombreLignesTraitees, :JournalExecution.statutExecution, :JournalExecution.dernierCodeTraite)
           END-EXEC
           if SQLCODE <> 0
               display "RetourVirements : echec de l'ouverture du journal des executions."
           end-if.

       LectureRejets.
      ************************************************************************************************
           initialize PaiementRejete
           initialize BeneficiaireRejete
           EXEC sql
               select p.codeBeneficiaire, p.codeContrat, p.montant, p.statut, isnull(p.typePaiement, ''),
                      coalesce(b.nom, cl.nom, ''), coalesce(b.prenom, cl.prenom, ''),
                      coalesce(b.iban, p.ibanRemboursement, '')
               into :PaiementRejete.codeBeneficiaire, :PaiementRejete.codeContrat,
                    :PaiementRejete.montant, :PaiementRejete.statut, :PaiementRejete.typePaiement,
                    :BeneficiaireRejete.nom, :BeneficiaireRejete.prenom, :BeneficiaireRejete.iban
               from paiements p
               left join beneficiaires b on b.codeBeneficiaire = p.codeBeneficiaire
               left join contrats c on c.codeContrat = p.codeContrat and isnull(p.typePaiement, '') = 'Remboursement'
               left join clients cl on cl.codeClient = c.codeClient
               where p.codePaiement = :RejetEnCours.codePaiement
           END-EXEC
           evaluate true
      * Le paiement repasse "Rejete" (visible dans Program1 comme les autres statuts) et
      * l'IBAN du beneficiaire est signale : ReglementPaiements l'ecartera en anomalie
      * jusqu'a correction des coordonnees sur la fiche du beneficiaire (Mod-Beneficiaire
      * remet le signalement a zero). Un remboursement de resiliation, sans beneficiaire,
      * reste "Rejete" jusqu'a la saisie d'un nouveau compte sur le contrat resilie (option
      * Resiliation du detail du contrat), qui le remet "A regler".
           EXEC sql
               UPDATE paiements
                   set statut = 'Rejete',
                      " - Motif banque : " motifRejet of RejetEnCours
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
               if typePaiement of PaiementRejete = "Remboursement"
                   move spaces to LigneTravail
                   move "   Remboursement de resiliation : nouveau compte a saisir sur le contrat" to LigneTravail
                   write LigneTravail
               end-if
           end-if.

       AnomaliePaiementInconnu.
           end-if.

       Traitement-Fin.
           move NombreRejetsLus to nombreLignesTraitees of JournalExecution.
           perform ClotureJournalExecution.
           move spaces to LigneTravail.
           string "TOTAL - Rejets lus " NombreRejetsLus
                  " - Traites " NombreRejetsTraites
           close FichierRejets.
           close FichierTravail.
           stop run.

       ClotureJournalExecution.
      * Complete la ligne de journal de cette execution : "Termine" en fin normale, "Echec"
      * quand le parcours s'est arrete sur une erreur de base de donnees.
           if IndicateurErreurBD = 1
               move "Echec" to statutExecution of JournalExecution
           else
               move "Termine" to statutExecution of JournalExecution
           end-if
           EXEC sql
               UPDATE journalExecutions
                   set nombreLignesTraitees = :JournalExecution.nombreLignesTraitees,
                       statutExecution = :JournalExecution.statutExecution,
                       dernierCodeTraite = :JournalExecution.dernierCodeTraite
                   where codeJournal = :JournalExecution.codeJournal
           END-EXEC.
