       file-control.
           select FichierDecisions assign to "DECISION"
               organization is line sequential.
           select FichierARecontacter assign to "DECISIONNPAI"
               organization is line sequential.

       data division.
       file section.
       FD FichierDecisions.
       01 LigneDecision PIC X(132).

       FD FichierARecontacter.
       01 LigneARecontacter PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
         05 motifRefus PIC X(40).

       01 ClientEnCours.
         05 codeClient PIC x(36).
         05 nom PIC x(30).
         05 prenom PIC x(30).
         05 adresse PIC x(50).
         05 codePostal PIC x(5).
         05 ville PIC x(30).
      * Adresse signalee NPAI dans Program1 (date et lettre revenue)
         05 adresseInvalide PIC 9.
         05 dateRetourCourrier PIC X(10).
         05 courrierRetourne PIC X(20).

      * Lettre retenue pour adresse NPAI : ecrite dans le fichier a recontacter au lieu du
      * fichier d'impression et tracee dans courriersRetenus ; le sinistre est marque
      * courrierEnvoye = 2 (retenu) et Program1 le remet a 0 a la correction de l'adresse,
      * pour que la lettre reparte au passage suivant.
       01 CourrierRetenu.
         05 codeClient PIC x(36).
         05 fichierCourrier PIC X(10) value "DECISION".
         05 typeCourrier PIC X(15) value "DECISION".
         05 referenceCourrier PIC X(36).
         05 dateRetenue PIC X(10).
       77 NombreCourriersRetenus PIC 9(5) value 0.
       77 EtatCourrierSinistre PIC 9.

      * Total des paiements generes pour le sinistre approuve, repris sur le courrier
       77 MontantIndemnites PIC 9(9)V99.
      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "CourrierDecisions".
         05 dateExecution pic X(10).
         05 nombreLignesTraitees pic 9(5).
         05 statutExecution pic X(10).
         05 dernierCodeTraite pic X(36).

      * Declaration des variables de connection SQL Server
       77 CNXDB STRING.
           EXEC SQL
           open output FichierDecisions.
           move 0 to IndicateurErreurBD.
           move 0 to NombreCourriers.
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
               display "CourrierDecisions : echec de l'ouverture du journal des executions."
           end-if.

       SQLCourriers.
      ************************************************************************************************
      * une lettre d'acceptation pour les Approuve — et les Paye, qu'IndemnisationSinistres
      * a pu regler avant l'emission du courrier — avec le total des indemnites generees,
      * une lettre de refus portant le motif saisi dans Program1 pour les Refuse.
      * Le sinistre est ensuite marque courrierEnvoye = 1, ou 2 quand la lettre est retenue
      * dans le fichier a recontacter pour une adresse signalee NPAI.
      *************************************************************************************************
           EXEC sql
               declare CursorCourriers cursor for
               select s.codeSinistre, s.codeContrat, s.typeSinistre, s.statutSinistre,
                      isnull(s.motifRefus, ''),
                      cl.codeClient, cl.nom, cl.prenom, cl.adresse, cl.codePostal, cl.ville,
                      isnull(cl.adresseInvalide, 0), isnull(convert(varchar(10), cl.dateRetourCourrier, 120), ''),
                      isnull(cl.courrierRetourne, '')
               from sinistres s
               join clients cl on cl.codeClient = s.codeClient
               where s.courrierEnvoye = 0
                   :SinistreEnCours.typeSinistre,
                   :SinistreEnCours.statutSinistre,
                   :SinistreEnCours.motifRefus,
                   :ClientEnCours.codeClient,
                   :ClientEnCours.nom,
                   :ClientEnCours.prenom,
                   :ClientEnCours.adresse,
                   :ClientEnCours.codePostal,
                   :ClientEnCours.ville,
                   :ClientEnCours.adresseInvalide,
                   :ClientEnCours.dateRetourCourrier,
                   :ClientEnCours.courrierRetourne
               END-EXEC

               evaluate true

       EcritureCourrier.
      * Une lettre par sinistre decide, dans le meme gabarit 132 colonnes que RENOUVCTR :
      * en-tete client, decision, puis montant des indemnites ou motif du refus. Pour une
      * adresse NPAI, la lettre est precedee d'une ligne "A RECONTACTER" et retenue.
           move codeClient of ClientEnCours to codeClient of CourrierRetenu
           move codeSinistre of SinistreEnCours to referenceCourrier of CourrierRetenu
           if adresseInvalide of ClientEnCours = 1
               move 2 to EtatCourrierSinistre
               move spaces to LigneARecontacter
               string "A RECONTACTER - adresse NPAI depuis le " dateRetourCourrier of ClientEnCours
                      " - courrier revenu : " courrierRetourne of ClientEnCours
                      DELIMITED BY SIZE INTO LigneARecontacter
               write LigneARecontacter
           else
               move 1 to EtatCourrierSinistre
           end-if
           move spaces to LigneDecision
           string "DECISION SINISTRE - le " JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  " - " nom of ClientEnCours " " prenom of ClientEnCours
                  DELIMITED BY SIZE INTO LigneDecision
           perform EcritureLigneDecision
           move spaces to LigneDecision
           string "   " adresse of ClientEnCours " " codePostal of ClientEnCours " " ville of ClientEnCours
                  DELIMITED BY SIZE INTO LigneDecision
           perform EcritureLigneDecision
           move spaces to LigneDecision
           string "   Sinistre " codeSinistre of SinistreEnCours " (" typeSinistre of SinistreEnCours
                  ") - Contrat " codeContrat of SinistreEnCours
                  DELIMITED BY SIZE INTO LigneDecision
           perform EcritureLigneDecision

           if statutSinistre of SinistreEnCours = "Refuse"
               move spaces to LigneDecision
               string "   Votre sinistre est REFUSE - Motif : " motifRefus of SinistreEnCours
                      DELIMITED BY SIZE INTO LigneDecision
               perform EcritureLigneDecision
           else
               perform CalculIndemnitesSinistre
               move spaces to LigneDecision
                   string "   Votre sinistre est APPROUVE - Indemnites en cours de calcul"
                          DELIMITED BY SIZE INTO LigneDecision
               end-if
               perform EcritureLigneDecision
           end-if

           EXEC sql
               UPDATE sinistres
                   set courrierEnvoye = :EtatCourrierSinistre
                   where codeSinistre = :SinistreEnCours.codeSinistre
           END-EXEC
           if SQLCODE = 0
               if EtatCourrierSinistre = 2
                   add 1 to NombreCourriersRetenus
                   perform EnregistrementCourrierRetenu
               else
                   add 1 to NombreCourriers
                   perform ReeditionCourrierLibere
               end-if
           else
               display "CourrierDecisions : echec du marquage du sinistre " codeSinistre of SinistreEnCours
           end-if.

       EcritureLigneDecision.
           if adresseInvalide of ClientEnCours = 1
               move LigneDecision to LigneARecontacter
               write LigneARecontacter
           else
               write LigneDecision
           end-if.

       EnregistrementCourrierRetenu.
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
               display "CourrierDecisions : echec de l'enregistrement du courrier retenu " referenceCourrier of CourrierRetenu
           end-if.

       ReeditionCourrierLibere.
      * Decision emise a une adresse corrigee : la lettre retenue correspondante est soldee.
           EXEC sql
               UPDATE courriersRetenus
                   set statutCourrier = 'Reedite'
                   where codeClient = :CourrierRetenu.codeClient
                     and fichierCourrier = :CourrierRetenu.fichierCourrier
                     and typeCourrier = :CourrierRetenu.typeCourrier
                     and referenceCourrier = :CourrierRetenu.referenceCourrier
                     and statutCourrier = 'Libere'
           END-EXEC.

       CalculIndemnitesSinistre.
      * Total des paiements deja generes pour ce sinistre (capital deces reparti sur les
      * beneficiaires, ou indemnite journaliere calculee par IndemnisationSinistres).
           end-if.

       Traitement-Fin.
           move NombreCourriers to nombreLignesTraitees of JournalExecution.
           perform ClotureJournalExecution.
           display "CourrierDecisions : " NombreCourriers " courrier(s) de decision emis, "
                   NombreCourriersRetenus " retenu(s) adresse NPAI."
           close FichierDecisions.
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
