               organization is line sequential.
           select FichierAnomalies assign to "ANOMREGL"
               organization is line sequential.
           select FichierAValider assign to "VALIDREGL"
               organization is line sequential.

       data division.
       file section.
       FD FichierAnomalies.
       01 LigneAnomalie PIC X(132).

       FD FichierAValider.
       01 LigneAValider PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
         05 codeBeneficiaire PIC x(36).
         05 codeContrat PIC x(36).
         05 montant PIC X(12).
         05 operateurValidation PIC X(20).
         05 typePaiement PIC X(15).
         05 sinistreEnRevue PIC 9.

       01 BeneficiaireEnCours.
         05 nom PIC x(30).
       77 TotalVirements PIC 9(9)V99 value 0.
       77 NombreVirements PIC 9(5) value 0.
       77 NombreAnomalies PIC 9(5) value 0.
       77 NombreAValider PIC 9(5) value 0.
       77 NombreEnRevue PIC 9(5) value 0.

      * Double validation des gros versements : au-dela de ce montant, un paiement n'est emis
      * qu'apres validation par un second operateur dans la file des travaux de Program1.
      * Le seuil en vigueur est le taux SEUILVALIDPAIE de la table tarifs (meme valeur de
      * repli que Program1 si la table n'en porte aucune version).
       77 SeuilValidationPaiement PIC 9(6)V99 value 5000,00.
       77 SeuilValidationDefaut PIC 9(6)V99 value 5000,00.

      * Images editees pour obtenir le point decimal dans le fichier de virements
       77 MontantEdite PIC ZZZZZZ9,99.
      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "ReglementPaiements".
         05 dateExecution pic X(10).
         05 nombreLignesTraitees pic 9(5).
         05 statutExecution pic X(10).
         05 dernierCodeTraite pic X(36).

      * Declaration des variables de connection SQL Server
       77 CNXDB STRING.
           EXEC SQL

           open output FichierVirements.
           open output FichierAnomalies.
           open output FichierAValider.
           move 0 to IndicateurErreurBD.
           move 0 to NombreVirements.
           move 0 to NombreAnomalies.
           move 0 to TotalVirements.
           move 0 to NombreAValider.
           move 0 to NombreEnRevue.

           move spaces to LigneVirement.
           string "ENTETE VIREMENTS - Emis le " DateReglement
                  DELIMITED BY SIZE INTO LigneVirement.
           write LigneVirement.
           perform LectureSeuilValidation.
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
               display "ReglementPaiements : echec de l'ouverture du journal des executions."
           end-if.

       LectureSeuilValidation.
      * Version du seuil en vigueur a la date du reglement. La sous-requete sous isnull renvoie
      * toujours une ligne, la valeur de repli s'appliquant sans version en base.
           EXEC sql
               select isnull((select top 1 valeurTaux from tarifs
                              where codeTaux = 'SEUILVALIDPAIE'
                                and dateEffet <= :DateReglement
                              order by dateEffet desc), :SeuilValidationDefaut)
               into :SeuilValidationPaiement
           END-EXEC
           if SQLCODE <> 0
               move SeuilValidationDefaut to SeuilValidationPaiement
           end-if.

       SQLReglement.
      ************************************************************************************************
      * precedente - signalement ibanRejete pose par RetourVirements) partent en anomalie
      * jusqu'a ce que l'IBAN soit complete ou corrige sur la fiche du beneficiaire.
      * Les indemnites journalieres, versees sans beneficiaire, naissent "A payer" dans
      * IndemnisationSinistres et ne passent pas ici. Un paiement au-dessus du seuil de double
      * validation et pas encore valide par un second operateur n'est pas emis : il est liste
      * dans VALIDREGL et reste "A regler" jusqu'a sa validation. Le paiement d'un sinistre
      * encore en revue (EvaluationRisqueSinistre / RevueSinistres, par exemple les capitaux
      * DC generes a la declaration) n'est pas emis non plus : il est liste dans VALIDREGL
      * jusqu'a la levee de la revue par l'administration. Le remboursement d'une resiliation
      * (Program1), sans beneficiaire, est emis au nom du client du contrat vers le compte saisi
      * a la resiliation, a defaut vers l'IBAN de son mandat de prelevement actif ; sans compte
      * il part en anomalie jusqu'a la saisie du compte sur le contrat resilie.
      *************************************************************************************************
           EXEC sql
               declare CursorReglement cursor for
               select p.codePaiement, p.codeBeneficiaire, p.codeContrat, p.montant,
                      isnull(p.operateurValidation, ''), isnull(p.typePaiement, ''), isnull(s.enRevue, 0),
                      coalesce(b.nom, cl.nom, ''), coalesce(b.prenom, cl.prenom, ''),
                      coalesce(b.iban, p.ibanRemboursement, m.ibanDebiteur, ''),
                      coalesce(b.bic, p.bicRemboursement, m.bicDebiteur, ''),
                      isnull(b.ibanRejete, 0)
               from paiements p
               left join beneficiaires b on b.codeBeneficiaire = p.codeBeneficiaire
               left join sinistres s on s.codeSinistre = p.codeSinistre
               left join contrats c on c.codeContrat = p.codeContrat and isnull(p.typePaiement, '') = 'Remboursement'
               left join clients cl on cl.codeClient = c.codeClient
               left join mandats m on m.codeContrat = c.codeContrat and m.statutMandat = 'Actif'
               where p.statut = 'A regler'
               order by p.codePaiement
           END-EXEC
                   :PaiementEnCours.codeBeneficiaire,
                   :PaiementEnCours.codeContrat,
                   :PaiementEnCours.montant,
                   :PaiementEnCours.operateurValidation,
                   :PaiementEnCours.typePaiement,
                   :PaiementEnCours.sinistreEnRevue,
                   :BeneficiaireEnCours.nom,
                   :BeneficiaireEnCours.prenom,
                   :BeneficiaireEnCours.iban,

               evaluate true
                   when SQLCODE = 0
                       perform CalculMontantPaiement
                       evaluate true
                           when sinistreEnRevue of PaiementEnCours = 1
                               perform EcriturePaiementEnRevue
                           when MontantPaiement > SeuilValidationPaiement
                             and operateurValidation of PaiementEnCours = spaces
                               perform EcriturePaiementAValider
                           when other
                               perform VerificationIbanBeneficiaire
                               if IndicateurIbanValide = 1
                                   perform ReglementPaiement
                               else
                                   perform EcritureAnomalie
                               end-if
                       end-evaluate
                   when SQLCODE = 100
                       continue
                   when other
       ReglementPaiement.
      * Emet la ligne de virement du paiement courant puis le passe au statut "Regle"
      * avec la date de reglement du jour.
           move MontantPaiement to MontantEdite
           inspect MontantEdite replacing all "," by "."

               write LigneAnomalie
           end-if.

       CalculMontantPaiement.
      * Montant du paiement courant en numerique (stocke en texte avec un point decimal).
           move montant of PaiementEnCours to ChaineMontant
           inspect ChaineMontant replacing all "." by ","
           compute MontantPaiement = FUNCTION NUMVAL(ChaineMontant).

       EcriturePaiementAValider.
      * Gros versement sans validation d'un second operateur : liste du jour, paiement laisse "A regler".
           add 1 to NombreAValider
           move MontantPaiement to MontantEdite
           inspect MontantEdite replacing all "," by "."
           move spaces to LigneAValider
           string "A VALIDER - Paiement " codePaiement of PaiementEnCours
                  " - Montant " MontantEdite
                  " - " nom of BeneficiaireEnCours " " prenom of BeneficiaireEnCours
                  DELIMITED BY SIZE INTO LigneAValider
           write LigneAValider.

       EcriturePaiementEnRevue.
      * Paiement d'un sinistre en revue : liste du jour, paiement laisse "A regler" jusqu'a la levee.
           add 1 to NombreEnRevue
           move MontantPaiement to MontantEdite
           inspect MontantEdite replacing all "," by "."
           move spaces to LigneAValider
           string "EN REVUE - Paiement " codePaiement of PaiementEnCours
                  " - Montant " MontantEdite
                  " - " nom of BeneficiaireEnCours " " prenom of BeneficiaireEnCours
                  " - sinistre en revue, levee requise"
                  DELIMITED BY SIZE INTO LigneAValider
           write LigneAValider.

       EcritureAnomalie.
      * Paiement non regle : consigne pourquoi sur l'etat des anomalies, le paiement reste "A regler".
           add 1 to NombreAnomalies
                          " - Contrat " codeContrat of PaiementEnCours
                          " - IBAN rejete par la banque, a corriger sur la fiche du beneficiaire"
                          DELIMITED BY SIZE INTO LigneAnomalie
               when iban of BeneficiaireEnCours = spaces
                 and typePaiement of PaiementEnCours = "Remboursement"
                   string "ANOMALIE - Paiement " codePaiement of PaiementEnCours
                          " - Contrat " codeContrat of PaiementEnCours
                          " - remboursement sans compte, a saisir sur le contrat resilie"
                          DELIMITED BY SIZE INTO LigneAnomalie
               when iban of BeneficiaireEnCours = spaces
                   string "ANOMALIE - Paiement " codePaiement of PaiementEnCours
                          " - Contrat " codeContrat of PaiementEnCours
           end-if.

       Traitement-Fin.
           move NombreVirements to nombreLignesTraitees of JournalExecution.
           perform ClotureJournalExecution.
           move TotalVirements to TotalEdite
           inspect TotalEdite replacing all "," by "."
           move spaces to LigneVirement
           write LigneVirement

           display "ReglementPaiements : " NombreVirements " virement(s) emis, "
                   NombreAnomalies " anomalie(s), " NombreAValider " paiement(s) en attente de validation, "
                   NombreEnRevue " paiement(s) sur sinistre en revue."
           close FichierVirements.
           close FichierAnomalies.
           close FichierAValider.
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
