       file-control.
           select FichierRenouvellement assign to "RENOUVCTR"
               organization is line sequential.
           select FichierARecontacter assign to "RENOUVCTRNPAI"
               organization is line sequential.

       data division.
       file section.
       FD FichierRenouvellement.
       01 LigneRenouvellement PIC X(132).

       FD FichierARecontacter.
       01 LigneARecontacter PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
         05 adresse PIC x(50).
         05 codePostal PIC x(5).
         05 ville PIC x(30).
      * Adresse signalee NPAI dans Program1 (date et lettre revenue)
         05 adresseInvalide PIC 9.
         05 dateRetourCourrier PIC X(10).
         05 courrierRetourne PIC X(20).

       77 DernierCodeClient PIC X(36) value spaces.

      * Avis retenu pour adresse NPAI : ecrit dans le fichier a recontacter au lieu du
      * fichier d'impression, et trace par contrat dans courriersRetenus (une seule fois,
      * l'avis etant reproduit chaque nuit) pour etre reedite a la nouvelle adresse.
       01 CourrierRetenu.
         05 codeClient PIC x(36).
         05 fichierCourrier PIC X(10) value "RENOUVCTR".
         05 typeCourrier PIC X(15) value "AVIS".
         05 referenceCourrier PIC X(36).
         05 dateRetenue PIC X(10).
       77 NombreCourriersRetenus PIC 9(5) value 0.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

           open output FichierRenouvellement.
           move spaces to DernierCodeClient.
           move 0 to IndicateurErreurBD.
           open output FichierARecontacter.
           move 0 to NombreCourriersRetenus.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO dateRetenue of CourrierRetenu.
           perform OuvertureJournalExecution.

       OuvertureJournalExecution.
      ************************************************************************************************
      * Parcourt tous les contrats, classes par client, pour reperer ceux dont l'echeance d'un an
      * tombe dans les SeuilAlerteRenouvellement prochains jours (meme calcul de jours que ValiditeContrat).
      * Un contrat resilie en cours d'annee (Program1, y compris pour deces) n'est pas renouvele :
      * il ne recoit pas d'avis de renouvellement.
      *************************************************************************************************
           EXEC sql
               declare CursorExpiration cursor for
               select c.codeContrat, c.codeClient, DAY(c.dateSignature), MONTH(c.dateSignature), YEAR(c.dateSignature),
                      cl.nom, cl.prenom, cl.adresse, cl.codePostal, cl.ville,
                      isnull(cl.adresseInvalide, 0), isnull(convert(varchar(10), cl.dateRetourCourrier, 120), ''),
                      isnull(cl.courrierRetourne, '')
               from contrats c
               join clients cl on cl.codeClient = c.codeClient
               where c.dateResiliation is null
                 and isnull(c.decisionRenouvellement, '') <> 'Resilie'
               order by c.codeClient
           END-EXEC

                   :ClientEnCours.prenom,
                   :ClientEnCours.adresse,
                   :ClientEnCours.codePostal,
                   :ClientEnCours.ville,
                   :ClientEnCours.adresseInvalide,
                   :ClientEnCours.dateRetourCourrier,
                   :ClientEnCours.courrierRetourne
               END-EXEC

               evaluate true

       EcritureNotice.
      * Un avis de renouvellement par client, suivi du detail de chacun de ses contrats bientot echus.
      * Pour une adresse NPAI, l'avis est precede d'une ligne "A RECONTACTER" et retenu.
           if codeClient of ContratEnCours <> DernierCodeClient
               move codeClient of ContratEnCours to DernierCodeClient
               if adresseInvalide of ClientEnCours = 1
                   move spaces to LigneARecontacter
                   string "A RECONTACTER - adresse NPAI depuis le " dateRetourCourrier of ClientEnCours
                          " - courrier revenu : " courrierRetourne of ClientEnCours
                          DELIMITED BY SIZE INTO LigneARecontacter
                   write LigneARecontacter
               end-if
               move spaces to LigneRenouvellement
               string "AVIS DE RENOUVELLEMENT - Client " codeClient of ContratEnCours " "
                      nom of ClientEnCours " " prenom of ClientEnCours
                      DELIMITED BY SIZE INTO LigneRenouvellement
               perform EcritureLigneRenouvellement
               move spaces to LigneRenouvellement
               string "   " adresse of ClientEnCours " " codePostal of ClientEnCours " " ville of ClientEnCours
                      DELIMITED BY SIZE INTO LigneRenouvellement
               perform EcritureLigneRenouvellement
           end-if
           move JoursEcoules to JoursEcoulesEdites
           move spaces to LigneRenouvellement
                  JJ of Date-Signature of ContratEnCours "/" MM of Date-Signature of ContratEnCours "/" AAAA of Date-Signature of ContratEnCours
                  " - jours ecoules : " JoursEcoulesEdites
                  DELIMITED BY SIZE INTO LigneRenouvellement
           perform EcritureLigneRenouvellement
           move codeClient of ContratEnCours to codeClient of CourrierRetenu
           move codeContrat of ContratEnCours to referenceCourrier of CourrierRetenu
           if adresseInvalide of ClientEnCours = 1
               add 1 to NombreCourriersRetenus
               perform EnregistrementCourrierRetenu
           else
               perform ReeditionCourrierLibere
           end-if.

       EcritureLigneRenouvellement.
           if adresseInvalide of ClientEnCours = 1
               move LigneRenouvellement to LigneARecontacter
               write LigneARecontacter
           else
               write LigneRenouvellement
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
               display "ContratExpiration : echec de l'enregistrement du courrier retenu " referenceCourrier of CourrierRetenu
           end-if.

       ReeditionCourrierLibere.
      * Avis emis a une adresse corrigee : l'avis retenu correspondant est solde.
           EXEC sql
               UPDATE courriersRetenus
                   set statutCourrier = 'Reedite'
                   where codeClient = :CourrierRetenu.codeClient
                     and fichierCourrier = :CourrierRetenu.fichierCourrier
                     and typeCourrier = :CourrierRetenu.typeCourrier
                     and referenceCourrier = :CourrierRetenu.referenceCourrier
                     and statutCourrier = 'Libere'
           END-EXEC.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees

       Traitement-Fin.
           perform ClotureJournalExecution.
           display "ContratExpiration : " NombreCourriersRetenus " avis retenu(s) adresse NPAI."
           close FichierRenouvellement.
           close FichierARecontacter.
           stop run.

       ClotureJournalExecution.
