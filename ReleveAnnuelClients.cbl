       file-control.
           select FichierReleves assign to "RELEVAN"
               organization is line sequential.
           select FichierARecontacter assign to "RELEVANNPAI"
               organization is line sequential.

       data division.
       file section.
       FD FichierReleves.
       01 LigneReleve PIC X(132).

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

       77 DernierCodeClientTraite PIC X(36) value spaces.
       77 IndicateurFinClients PIC 9 value 0.

      * Releve retenu pour adresse NPAI : ecrit dans le fichier a recontacter au lieu du
      * fichier d'impression et trace dans courriersRetenus avec l'annee du releve. Apres
      * correction de l'adresse dans Program1, les releves liberes d'une autre annee que
      * celle traitee sont reedites en tete du traitement (ceux de l'annee traitee sortent
      * dans le parcours normal).
       01 CourrierRetenu.
         05 codeClient PIC x(36).
         05 fichierCourrier PIC X(10) value "RELEVAN".
         05 typeCourrier PIC X(15) value "RELEVE".
         05 referenceCourrier PIC X(36).
         05 dateRetenue PIC X(10).
       77 NombreCourriersRetenus PIC 9(5) value 0.
       77 NombreCourriersReedites PIC 9(5) value 0.

      * Parcours des releves liberes (select top 1 au-dela du dernier traite, comme
      * BoucleReleves) ; l'annee traitee est sauvee le temps de la reedition.
       77 CodeCourrierLibere PIC X(36).
       77 DernierCodeCourrierLibere PIC X(36) value spaces.
       77 IndicateurFinCourriersLiberes PIC 9 value 0.
       77 AnneeReleveLibere PIC X(4).
       77 AnneeTraiteeSauvee PIC X(4).

      * Cotisation reglee dans l'annee en cours de lecture, avec son contrat. Le montant
      * est signe : un avoir d'avenant (CotisationMensuelle) est une cotisation "Oui" a
      * montant negatif, qui parait en deduction sur le releve.

       Traitement.
           perform Traitement-Init.
           perform BoucleRelevesLiberes until IndicateurFinCourriersLiberes = 1 or IndicateurErreurBD = 1.
           perform BoucleReleves until IndicateurFinClients = 1 or IndicateurErreurBD = 1.
           perform Traitement-Fin.

                  DELIMITED BY SIZE INTO LigneReleve.
           write LigneReleve.

           open output FichierARecontacter.
           move 0 to NombreCourriersRetenus.
           move 0 to NombreCourriersReedites.
           move 0 to IndicateurFinCourriersLiberes.
           move spaces to DernierCodeCourrierLibere.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO dateRetenue of CourrierRetenu.

       BoucleRelevesLiberes.
      ************************************************************************************************
      * Avance au releve libere suivant (adresse corrigee dans Program1) d'une autre annee que
      * l'annee traitee, et le reedite pour son annee a la nouvelle adresse.
      *************************************************************************************************
           initialize ClientEnCours
           EXEC sql
               select top 1 r.codeCourrier, substring(r.referenceCourrier, 1, 4),
                      cl.codeClient, cl.nom, cl.prenom, cl.adresse, cl.codePostal, cl.ville
               into :CodeCourrierLibere, :AnneeReleveLibere,
                    :ClientEnCours.codeClient, :ClientEnCours.nom, :ClientEnCours.prenom,
                    :ClientEnCours.adresse, :ClientEnCours.codePostal, :ClientEnCours.ville
               from courriersRetenus r
               join clients cl on cl.codeClient = r.codeClient
               where r.codeCourrier > :DernierCodeCourrierLibere
                 and r.fichierCourrier = 'RELEVAN'
                 and r.statutCourrier = 'Libere'
                 and substring(r.referenceCourrier, 1, 4) <> :AnneeTraitee
                 and isnull(cl.adresseInvalide, 0) = 0
               order by r.codeCourrier
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move CodeCourrierLibere to DernierCodeCourrierLibere
                   move AnneeTraitee to AnneeTraiteeSauvee
                   move AnneeReleveLibere to AnneeTraitee
                   move spaces to AnneeFiltre
                   STRING AnneeTraitee "%" DELIMITED ' ' INTO AnneeFiltre
                   perform EditionReleveClient
                   add 1 to NombreCourriersReedites
                   move AnneeTraiteeSauvee to AnneeTraitee
                   move spaces to AnneeFiltre
                   STRING AnneeTraitee "%" DELIMITED ' ' INTO AnneeFiltre
               when SQLCODE = 100
                   move 1 to IndicateurFinCourriersLiberes
               when other
                   perform TraiterErreurConnexionBD
           end-evaluate.

       BoucleReleves.
      ************************************************************************************************
      * Avance au client suivant ayant eu un mouvement dans l'annee traitee : une cotisation
      *************************************************************************************************
           initialize ClientEnCours
           EXEC sql
               select top 1 cl.codeClient, cl.nom, cl.prenom, cl.adresse, cl.codePostal, cl.ville,
                      isnull(cl.adresseInvalide, 0), isnull(convert(varchar(10), cl.dateRetourCourrier, 120), ''),
                      isnull(cl.courrierRetourne, '')
               into :ClientEnCours.codeClient, :ClientEnCours.nom, :ClientEnCours.prenom,
                    :ClientEnCours.adresse, :ClientEnCours.codePostal, :ClientEnCours.ville,
                    :ClientEnCours.adresseInvalide, :ClientEnCours.dateRetourCourrier,
                    :ClientEnCours.courrierRetourne
               from clients cl
               where cl.codeClient > :DernierCodeClientTraite
                 and ( exists (select 1 from contrats c

       EditionReleveClient.
      * Une lettre par client, dans le meme gabarit 132 colonnes que les relances :
      * en-tete, cotisations reglees par contrat, paiements recus, puis les totaux. Pour une
      * adresse NPAI, le releve est precede d'une ligne "A RECONTACTER" et retenu.
           move codeClient of ClientEnCours to codeClient of CourrierRetenu
           move AnneeTraitee to referenceCourrier of CourrierRetenu
           if adresseInvalide of ClientEnCours = 1
               move spaces to LigneARecontacter
               string "A RECONTACTER - adresse NPAI depuis le " dateRetourCourrier of ClientEnCours
                      " - courrier revenu : " courrierRetourne of ClientEnCours
                      DELIMITED BY SIZE INTO LigneARecontacter
               write LigneARecontacter
           end-if
           move 0 to TotalCotisationsClient
           move 0 to TotalPaiementsClient

           move spaces to LigneReleve
           string "RELEVE ANNUEL " AnneeTraitee " - Client " nom of ClientEnCours " " prenom of ClientEnCours
                  DELIMITED BY SIZE INTO LigneReleve
           perform EcritureLigneReleve
           move spaces to LigneReleve
           string "   " adresse of ClientEnCours " " codePostal of ClientEnCours " " ville of ClientEnCours
                  DELIMITED BY SIZE INTO LigneReleve
           perform EcritureLigneReleve

           move spaces to LigneReleve
           move "   COTISATIONS REGLEES DANS L'ANNEE" to LigneReleve
           perform EcritureLigneReleve
           perform EditionCotisationsClient

           move spaces to LigneReleve
           move "   INDEMNITES ET CAPITAUX RECUS DANS L'ANNEE" to LigneReleve
           perform EcritureLigneReleve
           perform EditionPaiementsClient

           move TotalCotisationsClient to TotalEdite
           move spaces to LigneReleve
           string "   TOTAL COTISATIONS REGLEES : " TotalEdite " Euros"
                  DELIMITED BY SIZE INTO LigneReleve
           perform EcritureLigneReleve
           move TotalPaiementsClient to TotalEdite
           inspect TotalEdite replacing all "," by "."
           move spaces to LigneReleve
           string "   TOTAL INDEMNITES ET CAPITAUX RECUS : " TotalEdite " Euros"
                  DELIMITED BY SIZE INTO LigneReleve
           perform EcritureLigneReleve
           move spaces to LigneReleve
           perform EcritureLigneReleve

           if adresseInvalide of ClientEnCours = 1
               add 1 to NombreCourriersRetenus
               perform EnregistrementCourrierRetenu
           else
               add 1 to NombreRelevesEdites
               perform ReeditionCourrierLibere
           end-if.

       EcritureLigneReleve.
           if adresseInvalide of ClientEnCours = 1
               move LigneReleve to LigneARecontacter
               write LigneARecontacter
           else
               write LigneReleve
           end-if.

       EnregistrementCourrierRetenu.
      * Un releve reedite pour la meme annee tant que l'adresse reste invalide n'est trace qu'une fois.
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
               display "ReleveAnnuelClients : echec de l'enregistrement du releve retenu du client " codeClient of CourrierRetenu
           end-if.

       ReeditionCourrierLibere.
      * Releve emis a une adresse corrigee : le releve retenu de la meme annee est solde.
           EXEC sql
               UPDATE courriersRetenus
                   set statutCourrier = 'Reedite'
                   where codeClient = :CourrierRetenu.codeClient
                     and fichierCourrier = :CourrierRetenu.fichierCourrier
                     and typeCourrier = :CourrierRetenu.typeCourrier
                     and referenceCourrier = :CourrierRetenu.referenceCourrier
                     and statutCourrier = 'Libere'
           END-EXEC.

       EditionCotisationsClient.
      * Cotisations reglees dans l'annee sur les contrats du client, rupture par contrat.
                           move spaces to LigneReleve
                           string "   Contrat " codeContrat of CotisationReleve
                                  DELIMITED BY SIZE INTO LigneReleve
                           perform EcritureLigneReleve
                       end-if
                       add montant of CotisationReleve to TotalCotisationsClient
                       move montant of CotisationReleve to MontantEdite
                              " reglee le " dateReglement of CotisationReleve
                              " - " MontantEdite " Euros"
                              DELIMITED BY SIZE INTO LigneReleve
                       perform EcritureLigneReleve
                   when SQLCODE = 100
                       continue
                   when other
                                  " - " MontantEdite " Euros"
                                  DELIMITED BY SIZE INTO LigneReleve
                       end-if
                       perform EcritureLigneReleve
                   when SQLCODE = 100
                       continue
                   when other
           end-if.

       Traitement-Fin.
           display "ReleveAnnuelClients : " NombreRelevesEdites " releve(s) edite(s) pour l'annee " AnneeTraitee
                   ", dont " NombreCourriersReedites " reedition(s) apres adresse NPAI corrigee, "
                   NombreCourriersRetenus " retenu(s) adresse NPAI."
           close FichierReleves.
           close FichierARecontacter.
           stop run.
