       file-control.
           select FichierRenouvellements assign to "RENOUVEXE"
               organization is line sequential.
           select FichierARecontacter assign to "RENOUVEXENPAI"
               organization is line sequential.

       data division.
       file section.
       FD FichierRenouvellements.
       01 LigneRenouvellement PIC X(132).

       FD FichierARecontacter.
       01 LigneARecontacter PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
         05 suspendu PIC 9.
         05 decisionRenouvellement PIC X(10).
         05 codeAgent PIC X(20).
      * Resiliation saisie dans Program1 (date d'effet et motif), vides sur une simple decision
      * de non-renouvellement : elles redigent la lettre de resiliation
         05 dateResiliation PIC X(10).
         05 motifResiliation PIC X(30).

       01 ClientEnCours.
         05 DateNaissance.
           10 JJ PIC 9(2).
           10 MM PIC 9(2).
           10 AAAA PIC 9(4).
      * Adresse signalee NPAI dans Program1 (date et lettre revenue)
         05 adresseInvalide PIC 9.
         05 dateRetourCourrier PIC X(10).
         05 courrierRetourne PIC X(20).

      * Lettre retenue pour adresse NPAI : ecrite dans le fichier a recontacter au lieu du
      * fichier d'impression et tracee dans courriersRetenus. Apres correction de l'adresse
      * dans Program1, les lettres de renouvellement et de resiliation liberees sont
      * reeditees en tete du traitement suivant (ReeditionCourriersLiberes) ; l'avis de
      * renouvellement differe, reproduit chaque nuit, repart de lui-meme.
       01 CourrierRetenu.
         05 codeClient PIC x(36).
         05 fichierCourrier PIC X(10) value "RENOUVEXE".
         05 typeCourrier PIC X(15).
         05 referenceCourrier PIC X(36).
         05 dateRetenue PIC X(10).
       77 NombreCourriersRetenus PIC 9(5) value 0.
       77 NombreCourriersReedites PIC 9(5) value 0.

      * Lettre liberee relue pour la reedition : la nouvelle annee de contrat (renouvellement)
      * ou le contrat resilie (resiliation) designe par referenceCourrier
       01 CourrierLibere.
         05 codeCourrier PIC x(36).
         05 typeCourrier PIC X(15).
         05 codeContrat PIC x(36).
         05 dateSignature PIC X(10).
         05 PrimeContrat PIC 9(4)V99.
         05 dateResiliation PIC X(10).
         05 motifResiliation PIC X(30).

      * Nouvelle annee de contrat en cours de creation : signature au lendemain de l'echeance
      * de l'annee echue, prime retarifee a l'age du client au renouvellement

       Traitement.
           perform Traitement-Init.
           perform ReeditionCourriersLiberes.
           perform SQLRenouvellement.
           perform Traitement-Fin.

           move 0 to NombreResiliations.
           move 0 to NombreSuspendus.
           perform ChargementTarifs.
           open output FichierARecontacter.
           move 0 to NombreCourriersRetenus.
           move 0 to NombreCourriersReedites.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO dateRetenue of CourrierRetenu.
           perform OuvertureJournalExecution.

       ChargementTarifs.
                      DAY(c.dateSignature), MONTH(c.dateSignature), YEAR(c.dateSignature),
                      c.NombreBeneficiaires, c.suspendu, isnull(c.decisionRenouvellement, ''),
                      isnull(c.codeAgent, ''),
                      isnull(convert(varchar(10), c.dateResiliation, 120), ''), isnull(c.motifResiliation, ''),
                      DAY(cl.dateNaissance), MONTH(cl.dateNaissance), YEAR(cl.dateNaissance),
                      isnull(cl.adresseInvalide, 0), isnull(convert(varchar(10), cl.dateRetourCourrier, 120), ''),
                      isnull(cl.courrierRetourne, '')
               from contrats c
               join clients cl on cl.codeClient = c.codeClient
               where isnull(c.renouvele, 0) = 0
                   :ContratEnCours.suspendu,
                   :ContratEnCours.decisionRenouvellement,
                   :ContratEnCours.codeAgent,
                   :ContratEnCours.dateResiliation,
                   :ContratEnCours.motifResiliation,
                   :ClientEnCours.DateNaissance.JJ,
                   :ClientEnCours.DateNaissance.MM,
                   :ClientEnCours.DateNaissance.AAAA,
                   :ClientEnCours.adresseInvalide,
                   :ClientEnCours.dateRetourCourrier,
                   :ClientEnCours.courrierRetourne
               END-EXEC

               evaluate true

       ClotureContratResilie.
      * Le client a resilie (decision enregistree dans Program1) : le contrat est marque
      * renouvele pour sortir du parcours, sans nouvelle annee. Une resiliation saisie en cours
      * d'annee est notifiee avec sa date d'effet et son motif, une simple decision de
      * non-renouvellement comme un contrat echu non reconduit.
           EXEC sql
               UPDATE contrats
                   set renouvele = 1
           END-EXEC
           if SQLCODE = 0
               add 1 to NombreResiliations
               move "RESILIATION" to typeCourrier of CourrierRetenu
               move codeContrat of ContratEnCours to referenceCourrier of CourrierRetenu
               perform DebutLettreRenouvellement
               move spaces to LigneRenouvellement
               if dateResiliation of ContratEnCours = spaces
                   string "RESILIATION - Contrat " codeContrat of ContratEnCours
                          " echu, non renouvele a la demande du client"
                          DELIMITED BY SIZE INTO LigneRenouvellement
               else
                   string "RESILIATION - Contrat " codeContrat of ContratEnCours
                          " resilie au " dateResiliation of ContratEnCours
                          " - Motif : " motifResiliation of ContratEnCours
                          DELIMITED BY SIZE INTO LigneRenouvellement
               end-if
               perform EcritureLigneRenouvellement
           else
               display "RenouvellementContrats : echec du marquage du contrat resilie " codeContrat of ContratEnCours
           end-if.
      * Un contrat suspendu pour impayes (RelanceCotisations) ne se renouvelle pas tacitement :
      * il reste dans le parcours et sera repris quand la suspension sera levee.
           add 1 to NombreSuspendus
           move "SUSPENDU" to typeCourrier of CourrierRetenu
           move codeContrat of ContratEnCours to referenceCourrier of CourrierRetenu
           perform DebutLettreRenouvellement
           move spaces to LigneRenouvellement
           string "SUSPENDU - Contrat " codeContrat of ContratEnCours
                  " echu mais suspendu pour impayes, renouvellement differe"
                  DELIMITED BY SIZE INTO LigneRenouvellement
           perform EcritureLigneRenouvellement.

       RenouvellementContrat.
      * Ouvre la nouvelle annee : signature a l'echeance de l'annee echue (signature + 365 jours),
               END-EXEC
               if SQLCODE = 0
                   add 1 to NombreRenouvellements
                   move "RENOUVELLEMENT" to typeCourrier of CourrierRetenu
                   move codeContrat of ContratRenouvele to referenceCourrier of CourrierRetenu
                   perform DebutLettreRenouvellement
                   move PrimeContrat of ContratRenouvele to PrimeEditee
                   inspect PrimeEditee replacing all "," by "."
                   move spaces to LigneRenouvellement
                   string "RENOUVELLEMENT - Contrat " codeContrat of ContratEnCours
                          " -> " codeContrat of ContratRenouvele
                          DELIMITED BY SIZE INTO LigneRenouvellement
                   perform EcritureLigneRenouvellement
                   move spaces to LigneRenouvellement
                   string "   Nouvelle annee au " dateSignature of ContratRenouvele
                          " - Prime " PrimeEditee " Euros - Sinistres annee echue : " NombreSinistresAnnee
                          DELIMITED BY SIZE INTO LigneRenouvellement
                   perform EcritureLigneRenouvellement
               else
                   display "RenouvellementContrats : echec du marquage du contrat echu " codeContrat of ContratEnCours
               end-if
           end-if.

       DebutLettreRenouvellement.
      * Lettre d'un client a l'adresse signalee NPAI : ligne "A RECONTACTER" en tete dans le
      * fichier a recontacter et trace dans courriersRetenus ; sinon, une lettre retenue du
      * meme contrat et liberee depuis est soldee.
           move codeClient of ContratEnCours to codeClient of CourrierRetenu
           if adresseInvalide of ClientEnCours = 1
               add 1 to NombreCourriersRetenus
               move spaces to LigneARecontacter
               string "A RECONTACTER - adresse NPAI depuis le " dateRetourCourrier of ClientEnCours
                      " - courrier revenu : " courrierRetourne of ClientEnCours
                      DELIMITED BY SIZE INTO LigneARecontacter
               write LigneARecontacter
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
                   display "RenouvellementContrats : echec de l'enregistrement du courrier retenu " referenceCourrier of CourrierRetenu
               end-if
           else
               EXEC sql
                   UPDATE courriersRetenus
                       set statutCourrier = 'Reedite'
                       where codeClient = :CourrierRetenu.codeClient
                         and fichierCourrier = :CourrierRetenu.fichierCourrier
                         and typeCourrier = :CourrierRetenu.typeCourrier
                         and referenceCourrier = :CourrierRetenu.referenceCourrier
                         and statutCourrier = 'Libere'
               END-EXEC
           end-if.

       EcritureLigneRenouvellement.
           if adresseInvalide of ClientEnCours = 1
               move LigneRenouvellement to LigneARecontacter
               write LigneARecontacter
           else
               write LigneRenouvellement
           end-if.

       ReeditionCourriersLiberes.
      ************************************************************************************************
      * Lettres de renouvellement et de resiliation retenues pour adresse NPAI puis liberees par
      * la correction de l'adresse dans Program1 : elles ne se reproduisent pas d'elles-memes
      * (le contrat echu est deja marque renouvele), elles sont donc reeditees ici a partir du
      * contrat qu'elles designent, avant le parcours des contrats echus.
      *************************************************************************************************
           EXEC sql
               declare CursorCourriersLiberes cursor for
               select r.codeCourrier, r.typeCourrier, c.codeContrat,
                      convert(varchar(10), c.dateSignature, 120), c.PrimeContrat,
                      isnull(convert(varchar(10), c.dateResiliation, 120), ''), isnull(c.motifResiliation, '')
               from courriersRetenus r
               join contrats c on c.codeContrat = r.referenceCourrier
               join clients cl on cl.codeClient = r.codeClient
               where r.fichierCourrier = 'RENOUVEXE'
                 and r.typeCourrier in ('RENOUVELLEMENT', 'RESILIATION')
                 and r.statutCourrier = 'Libere'
                 and isnull(cl.adresseInvalide, 0) = 0
               order by r.codeCourrier
           END-EXEC

           EXEC sql
               open CursorCourriersLiberes
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorCourriersLiberes into
                   :CourrierLibere.codeCourrier,
                   :CourrierLibere.typeCourrier,
                   :CourrierLibere.codeContrat,
                   :CourrierLibere.dateSignature,
                   :CourrierLibere.PrimeContrat,
                   :CourrierLibere.dateResiliation,
                   :CourrierLibere.motifResiliation
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       perform ReeditionCourrierLibere
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorCourriersLiberes
           END-EXEC.

       ReeditionCourrierLibere.
           move spaces to LigneRenouvellement
           if typeCourrier of CourrierLibere = "RESILIATION"
               if dateResiliation of CourrierLibere = spaces
                   string "RESILIATION (reedition a la nouvelle adresse) - Contrat " codeContrat of CourrierLibere
                          " echu, non renouvele a la demande du client"
                          DELIMITED BY SIZE INTO LigneRenouvellement
               else
                   string "RESILIATION (reedition a la nouvelle adresse) - Contrat " codeContrat of CourrierLibere
                          " resilie au " dateResiliation of CourrierLibere
                          " - Motif : " motifResiliation of CourrierLibere
                          DELIMITED BY SIZE INTO LigneRenouvellement
               end-if
               write LigneRenouvellement
           else
               move PrimeContrat of CourrierLibere to PrimeEditee
               inspect PrimeEditee replacing all "," by "."
               string "RENOUVELLEMENT (reedition a la nouvelle adresse) - Contrat " codeContrat of CourrierLibere
                      DELIMITED BY SIZE INTO LigneRenouvellement
               write LigneRenouvellement
               move spaces to LigneRenouvellement
               string "   Nouvelle annee au " dateSignature of CourrierLibere
                      " - Prime " PrimeEditee " Euros"
                      DELIMITED BY SIZE INTO LigneRenouvellement
               write LigneRenouvellement
           end-if
           EXEC sql
               UPDATE courriersRetenus
                   set statutCourrier = 'Reedite'
                   where codeCourrier = :CourrierLibere.codeCourrier
           END-EXEC
           if SQLCODE = 0
               add 1 to NombreCourriersReedites
           else
               display "RenouvellementContrats : echec du solde du courrier libere " codeCourrier of CourrierLibere
           end-if.

       CalculPrimeRenouvellement.
      * Meme bareme que CalculPrimeContrat dans Program1 (base par garantie moins la reduction
      * de franchise), majore selon l'age du client au jour du renouvellement, puis corrige
       Traitement-Fin.
           perform ClotureJournalExecution.
           display "RenouvellementContrats : " NombreRenouvellements " renouvellement(s), "
                   NombreResiliations " resiliation(s), " NombreSuspendus " differe(s), "
                   NombreCourriersRetenus " lettre(s) retenue(s) adresse NPAI, " NombreCourriersReedites " reeditee(s)."
           close FichierRenouvellements.
           close FichierARecontacter.
           stop run.

       ClotureJournalExecution.
