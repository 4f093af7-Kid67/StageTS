       77 TxCommissionDC PIC 9V9(4) value 0,0200.
       77 TauxCommission PIC 9V9(4).

      * Cotisation encaissee en cours de lecture, avec les garanties du contrat et l'agent
      * qui le tenait a la date de reglement. Le montant est signe : un avoir d'avenant
      * (cotisation "Oui" negative) donne une commission negative, qui reduit le releve du mois.
       01 CotisationEnCours.
         05 codeCotisation PIC x(36).
         05 codeContrat PIC x(36).
           move spaces to CodeAgentTraite
           EXEC sql
               select top 1 codeAgent into :CodeAgentTraite from (
                 select ae.codeAgent
                 from cotisations co
                 join contrats c on c.codeContrat = co.codeContrat
                 cross apply (select isnull((select top 1 t.agentCedant
                                             from transfertsPortefeuille t
                                             where t.codeContrat = c.codeContrat
                                               and t.dateEffet > co.dateReglement
                                             order by t.dateEffet, t.dateTransfert), c.codeAgent) as codeAgent) ae
                 where co.statutPaiement = 'Oui'
                   and co.dateReglement like :MoisTraiteFiltre
                   and ae.codeAgent is not null and ae.codeAgent <> ''
                   and not exists (select 1 from commissions cm
                                   where cm.codeCotisation = co.codeCotisation
                                     and cm.sens = 'Commission')
      * (statutPaiement "Oui", dateReglement dans le mois) sur ses contrats, pas encore
      * commissionnees. Le taux depend de la composition de garanties du contrat, la ligne
      * est inscrite dans la table commissions et sur le releve de l'agent.
      * Apres un transfert de portefeuille le contrat porte l'agent repreneur : une cotisation
      * reglee avant la date d'effet du transfert reste commissionnee au cedant. L'agent qui
      * tenait le contrat a la date de reglement est le cedant du premier transfert a effet
      * posterieur a cette date, a defaut l'agent actuel du contrat.
      *************************************************************************************************
           EXEC sql
               declare CursorCommissions cursor for
               select co.codeCotisation, co.codeContrat, convert(decimal(12,2), co.montant),
                      isnull(co.dateReglement, ''),
                      c.IT, c.PE, c.IA, c.MT, c.CH, c.DC, ae.codeAgent, isnull(a.nom, '')
               from cotisations co
               join contrats c on c.codeContrat = co.codeContrat
               cross apply (select isnull((select top 1 t.agentCedant
                                           from transfertsPortefeuille t
                                           where t.codeContrat = c.codeContrat
                                             and t.dateEffet > co.dateReglement
                                           order by t.dateEffet, t.dateTransfert), c.codeAgent) as codeAgent) ae
               left join agents a on a.codeAgent = ae.codeAgent
               where co.statutPaiement = 'Oui'
                 and co.dateReglement like :MoisTraiteFiltre
                 and ae.codeAgent = :CodeAgentTraite
                 and not exists (select 1 from commissions cm
                                 where cm.codeCotisation = co.codeCotisation
                                   and cm.sens = 'Commission')
