       file-control.
           select FichierRelances assign to "RELANCE"
               organization is line sequential.
           select FichierARecontacter assign to "RELANCENPAI"
               organization is line sequential.

       data division.
       file section.
       FD FichierRelances.
       01 LigneRelance PIC X(132).

       FD FichierARecontacter.
       01 LigneARecontacter PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
         05 codeContrat PIC x(36).
         05 montant PIC X(12).
         05 dateEcheance PIC X(10).
      * Motif du dernier rejet de prelevement SEPA (RetourPrelevements), a blanc sinon
         05 motifRejetPrelevement PIC X(60).

       01 ClientEnCours.
         05 codeClient PIC x(36).
         05 nom PIC x(30).
         05 prenom PIC x(30).
         05 adresse PIC x(50).
         05 codePostal PIC x(5).
         05 ville PIC x(30).
      * Adresse signalee NPAI dans Program1 (date et lettre revenue), et jours ecoules depuis
      * la correction d'une adresse NPAI (99999 sans correction)
         05 adresseInvalide PIC 9.
         05 dateRetourCourrier PIC X(10).
         05 courrierRetourne PIC X(20).
         05 joursDepuisCorrection PIC S9(5).

      * Lettre retenue pour adresse NPAI : ecrite dans le fichier a recontacter au lieu du
      * fichier d'impression, et tracee dans courriersRetenus pour etre reeditee a la nouvelle
      * adresse une fois celle-ci corrigee dans Program1.
       01 CourrierRetenu.
         05 codeClient PIC x(36).
         05 fichierCourrier PIC X(10) value "RELANCE".
         05 typeCourrier PIC X(15) value "RELANCE".
         05 referenceCourrier PIC X(36).
         05 dateRetenue PIC X(10).
       77 NombreCourriersRetenus PIC 9(5) value 0.

      * Echeance decomposee a partir de dateEcheance (format AAAA-MM-JJ)
       01 DateEcheanceDecomposee.
       77 NombreImpayesContrat PIC 9(3).
       77 SeuilSuspension PIC 9 value 3.

      * Seuls les impayes dont la relance a pu etre recue comptent pour declencher la
      * suspension : pas ceux dont la lettre est retenue (adresse NPAI), ni, apres correction
      * de l'adresse, ceux relances depuis moins de DelaiPreavisNouvelleAdresse jours a la
      * nouvelle adresse. NombreImpayesContrat (tous les impayes relances) decide toujours de
      * la levee d'une suspension : une lettre non distribuee ne leve rien.
       77 NombreImpayesNotifies PIC 9(3).
       77 DelaiPreavisNouvelleAdresse PIC 99 value 30.

       77 NombreRelances PIC 9(5) value 0.
       77 NombreSuspensions PIC 9(5) value 0.
       77 NombreLeveesSuspension PIC 9(5) value 0.
      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "RelanceCotisations".
         05 dateExecution pic X(10).
         05 nombreLignesTraitees pic 9(5).
         05 statutExecution pic X(10).
         05 dernierCodeTraite pic X(36).

      * Declaration des variables de connection SQL Server
       77 CNXDB STRING.
           EXEC SQL
           move 0 to NombreSuspensions.
           move spaces to DernierCodeContrat.
           move 0 to NombreImpayesContrat.
           move 0 to NombreImpayesNotifies.
           open output FichierARecontacter.
           move 0 to NombreCourriersRetenus.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO dateRetenue of CourrierRetenu.
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
               display "RelanceCotisations : echec de l'ouverture du journal des executions."
           end-if.

       SQLRelance.
      ************************************************************************************************
      * Parcourt toutes les cotisations impayees, classees par contrat : chaque cotisation en retard
      * de 30 jours ou plus produit une lettre de relance (niveau 1/2/3 selon l'anciennete), et un
      * contrat cumulant SeuilSuspension impayes relances est suspendu (Validite "Sus" dans Program1).
      * La lettre d'un client a l'adresse signalee NPAI va dans le fichier a recontacter.
      *************************************************************************************************
           EXEC sql
               declare CursorRelance cursor for
               select co.codeCotisation, co.codeContrat, co.montant, co.dateEcheance,
                      isnull(co.motifRejetPrelevement, ''),
                      cl.codeClient, cl.nom, cl.prenom, cl.adresse, cl.codePostal, cl.ville,
                      isnull(cl.adresseInvalide, 0), isnull(convert(varchar(10), cl.dateRetourCourrier, 120), ''),
                      isnull(cl.courrierRetourne, ''),
                      isnull(datediff(day, cl.dateCorrectionAdresse, getdate()), 99999)
               from cotisations co
               join contrats c on c.codeContrat = co.codeContrat
               join clients cl on cl.codeClient = c.codeClient
                   :CotisationEnCours.codeContrat,
                   :CotisationEnCours.montant,
                   :CotisationEnCours.dateEcheance,
                   :CotisationEnCours.motifRejetPrelevement,
                   :ClientEnCours.codeClient,
                   :ClientEnCours.nom,
                   :ClientEnCours.prenom,
                   :ClientEnCours.adresse,
                   :ClientEnCours.codePostal,
                   :ClientEnCours.ville,
                   :ClientEnCours.adresseInvalide,
                   :ClientEnCours.dateRetourCourrier,
                   :ClientEnCours.courrierRetourne,
                   :ClientEnCours.joursDepuisCorrection
               END-EXEC

               evaluate true
                           perform ClotureContratRelance
                           move codeContrat of CotisationEnCours to DernierCodeContrat
                           move 0 to NombreImpayesContrat
                           move 0 to NombreImpayesNotifies
                       end-if
                       perform CalculNiveauRelance
                       if NiveauRelance > 0
                           perform EcritureRelance
                           add 1 to NombreImpayesContrat
                           if adresseInvalide of ClientEnCours = 0
                             and joursDepuisCorrection of ClientEnCours >= DelaiPreavisNouvelleAdresse
                               add 1 to NombreImpayesNotifies
                               if NombreImpayesNotifies = SeuilSuspension
                                   perform SuspensionContrat
                               end-if
                           end-if
                       end-if
                   when SQLCODE = 100

       EcritureRelance.
      * Une lettre de relance par cotisation impayee, dans le meme gabarit 132 colonnes que RENOUVCTR.
      * Pour une adresse NPAI, la lettre est precedee d'une ligne "A RECONTACTER" et retenue.
           if adresseInvalide of ClientEnCours = 1
               add 1 to NombreCourriersRetenus
               move spaces to LigneARecontacter
               string "A RECONTACTER - adresse NPAI depuis le " dateRetourCourrier of ClientEnCours
                      " - courrier revenu : " courrierRetourne of ClientEnCours
                      DELIMITED BY SIZE INTO LigneARecontacter
               write LigneARecontacter
               move codeClient of ClientEnCours to codeClient of CourrierRetenu
               move codeCotisation of CotisationEnCours to referenceCourrier of CourrierRetenu
               perform EnregistrementCourrierRetenu
           else
               add 1 to NombreRelances
               move codeClient of ClientEnCours to codeClient of CourrierRetenu
               move codeCotisation of CotisationEnCours to referenceCourrier of CourrierRetenu
               perform ReeditionCourrierLibere
           end-if
           move JoursRetard to JoursRetardEdite
           move spaces to LigneRelance
           string "RELANCE NIVEAU " NiveauRelance " - Client " nom of ClientEnCours " " prenom of ClientEnCours
                  DELIMITED BY SIZE INTO LigneRelance
           perform EcritureLigneRelance
           move spaces to LigneRelance
           string "   " adresse of ClientEnCours " " codePostal of ClientEnCours " " ville of ClientEnCours
                  DELIMITED BY SIZE INTO LigneRelance
           perform EcritureLigneRelance
           move spaces to LigneRelance
           string "   Cotisation " codeCotisation of CotisationEnCours " du contrat " codeContrat of CotisationEnCours
                  DELIMITED BY SIZE INTO LigneRelance
           perform EcritureLigneRelance
           move spaces to LigneRelance
           string "   Montant " montant of CotisationEnCours " - Echeance " dateEcheance of CotisationEnCours
                  " - Retard de " JoursRetardEdite " jour(s). Merci de regulariser sous huitaine."
                  DELIMITED BY SIZE INTO LigneRelance
           perform EcritureLigneRelance
      * Cotisation revenue impayee apres un prelevement rejete : le motif de la banque est cite
           if motifRejetPrelevement of CotisationEnCours <> spaces
               move spaces to LigneRelance
               string "   Prelevement rejete par votre banque : " motifRejetPrelevement of CotisationEnCours
                      DELIMITED BY SIZE INTO LigneRelance
               perform EcritureLigneRelance
           end-if.

       EcritureLigneRelance.
           if adresseInvalide of ClientEnCours = 1
               move LigneRelance to LigneARecontacter
               write LigneARecontacter
           else
               write LigneRelance
           end-if.

       EnregistrementCourrierRetenu.
      * La relance est reproduite chaque nuit tant que l'adresse reste invalide : elle n'est
      * tracee qu'une fois dans courriersRetenus.
           EXEC sql
               INSERT INTO courriersRetenus (codeCourrier, codeClient, fichierCourrier, typeCourrier, referenceCourrier,
                                             dateRetenue, statutCourrier)
               select newid(), :CourrierRetenu.codeClient, :CourrierRetenu.fichierCourrier, :CourrierRetenu.typeCourrier,
                      :CourrierRetenu.referenceCourrier, :CourrierRetenu.dateRetenue, 'Retenu'
               where not exists (select 1 from courriersRetenus
                                 where codeClient = :CourrierRetenu.codeClient
                                   and fichierCourrier = :CourrierRetenu.fichierCourrier
                                   and typeCourrier = :CourrierRetenu.typeCourrier
                                   and referenceCourrier = :CourrierRetenu.referenceCourrier
                                   and statutCourrier = 'Retenu')
           END-EXEC
           if SQLCODE <> 0 and SQLCODE <> 100
               display "RelanceCotisations : echec de l'enregistrement du courrier retenu " referenceCourrier of CourrierRetenu
           end-if.

       ReeditionCourrierLibere.
      * Relance emise a une adresse corrigee : la lettre retenue correspondante est soldee.
           EXEC sql
               UPDATE courriersRetenus
                   set statutCourrier = 'Reedite'
                   where codeClient = :CourrierRetenu.codeClient
                     and fichierCourrier = :CourrierRetenu.fichierCourrier
                     and typeCourrier = :CourrierRetenu.typeCourrier
                     and referenceCourrier = :CourrierRetenu.referenceCourrier
                     and statutCourrier = 'Libere'
           END-EXEC.

       ClotureContratRelance.
      * Fin du parcours d'un contrat : s'il etait suspendu mais ne cumule plus

       LeveeSuspensionsSoldees.
      * Contrats suspendus n'ayant plus aucune cotisation impayee : ils ne figurent plus
      * dans le curseur des impayes, leur suspension est levee d'office. Une cotisation
      * presentee au prelevement ("Presente") n'est pas encore reglee et maintient la suspension.
           EXEC sql
               UPDATE contrats
                   set suspendu = 0
                   where suspendu = 1
                     and codeContrat not in
                         (select codeContrat from cotisations where statutPaiement in ('Non', 'Presente'))
           END-EXEC.

       SuspensionContrat.
           end-if.

       Traitement-Fin.
           move NombreRelances to nombreLignesTraitees of JournalExecution.
           perform ClotureJournalExecution.
           display "RelanceCotisations : " NombreRelances " relance(s), " NombreSuspensions " suspension(s), "
                   NombreLeveesSuspension " levee(s), " NombreCourriersRetenus " retenue(s) adresse NPAI."
           close FichierRelances.
           close FichierARecontacter.
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
