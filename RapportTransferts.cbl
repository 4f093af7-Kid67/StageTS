       identification division.
       program-id. RapportTransferts.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierTransferts assign to "TRANSFAG"
               organization is line sequential.

       data division.
       file section.
       FD FichierTransferts.
       01 LigneTransfert PIC X(132).

       working-storage section.

      * Variables temporelles
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Mois des transferts a editer (AAAA-MM), saisi au lancement comme dans CommissionsAgents ;
      * vide, le traitement prend le mois de la date du jour. Un transfert est retenu sur le
      * mois ou il a ete saisi dans Program1 (dateTransfert), sa date d'effet est editee.
       77 MoisTraite PIC X(7).

      * Couple d'agents (cedant -> repreneur) en cours d'edition, parcouru couple par couple
      * comme la boucle de ClientsAdresseInvalide (select top 1 au-dela du dernier couple
      * traite : le curseur des contrats se rouvre a chaque couple sans gener le parcours).
       01 CoupleEnCours.
         05 agentCedant PIC X(20).
         05 nomCedant PIC X(30).
         05 agentRepreneur PIC X(20).
         05 nomRepreneur PIC X(30).

       77 DernierCedantTraite PIC X(20) value spaces.
       77 DernierRepreneurTraite PIC X(20) value spaces.
       77 IndicateurFinCouples PIC 9 value 0.

      * Contrat transfere, avec la prime annuelle qu'il portait au moment du transfert
       01 TransfertEnCours.
         05 codeContrat PIC x(36).
         05 nomClient PIC x(30).
         05 dateEffet PIC X(10).
         05 primeAnnuelle PIC 9(7)V99.

       77 NombreContratsCouple PIC 9(5).
       77 TotalPrimesCouple PIC 9(9)V99.
       77 NombreCouples PIC 9(5) value 0.
       77 NombreContratsTransferes PIC 9(5) value 0.
       77 TotalGeneralPrimes PIC 9(9)V99 value 0.

      * Images editees pour les primes
       77 PrimeEditee PIC ZZZZZZ9,99.
       77 TotalEdite PIC ZZZZZZZZ9,99.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Declaration des variables de connection SQL Server
       77 CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE SQLDA
           END-EXEC.

       procedure division.

       Traitement.
           perform Traitement-Init.
           perform BoucleCouples until IndicateurFinCouples = 1 or IndicateurErreurBD = 1.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.

           display "RapportTransferts : mois des transferts (AAAA-MM, vide = mois courant) ?".
           accept MoisTraite.
           if MoisTraite = spaces
               move spaces to MoisTraite
               STRING AAAA of DateSysteme "-" MM of DateSysteme INTO MoisTraite
           end-if.

      ********************************************************************************************************************
      ***********   Si export du code, PENSER A MODIFIER LES REFERENCES DU SERVER SQL PAR LES VOTRES   *******************
      ********************************************************************************************************************
           MOVE "Trusted_Connection=yes;Database=stagePOECCobol;server=COMPNAME\SQLEXPRESS;factory=System.Data.SqlClient;"
             to cnxDb.
           exec sql
               Connect using :CnxDb
           end-exec.
           EXEC SQL
               SET AUTOCOMMIT ON
           End-EXEC.

           open output FichierTransferts.
           move 0 to IndicateurErreurBD.
           move 0 to IndicateurFinCouples.
           move 0 to NombreCouples.
           move 0 to NombreContratsTransferes.
           move 0 to TotalGeneralPrimes.

           move spaces to LigneTransfert.
           string "TRANSFERTS DE PORTEFEUILLE D'AGENTS - mois " MoisTraite " - edite le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneTransfert.
           write LigneTransfert.

       BoucleCouples.
      ************************************************************************************************
      * Avance au couple cedant -> repreneur suivant ayant des transferts saisis dans le mois.
      *************************************************************************************************
           initialize CoupleEnCours
           EXEC sql
               select top 1 t.agentCedant, isnull((select nom from agents where codeAgent = t.agentCedant), ''),
                      t.agentRepreneur, isnull((select nom from agents where codeAgent = t.agentRepreneur), '')
               into :CoupleEnCours.agentCedant, :CoupleEnCours.nomCedant,
                    :CoupleEnCours.agentRepreneur, :CoupleEnCours.nomRepreneur
               from transfertsPortefeuille t
               where convert(varchar(7), t.dateTransfert, 120) = :MoisTraite
                 and ( t.agentCedant > :DernierCedantTraite
                    or ( t.agentCedant = :DernierCedantTraite
                         and t.agentRepreneur > :DernierRepreneurTraite ) )
               order by t.agentCedant, t.agentRepreneur
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move agentCedant of CoupleEnCours to DernierCedantTraite
                   move agentRepreneur of CoupleEnCours to DernierRepreneurTraite
                   add 1 to NombreCouples
                   perform EditionCouple
               when SQLCODE = 100
                   move 1 to IndicateurFinCouples
               when other
                   perform TraiterErreurConnexionBD
           end-evaluate.

       EditionCouple.
      * En-tete du couple, un contrat transfere par ligne avec sa date d'effet et sa prime
      * annuelle, puis le total du couple.
           move spaces to LigneTransfert
           write LigneTransfert
           move spaces to LigneTransfert
           string "CEDANT " agentCedant of CoupleEnCours " " nomCedant of CoupleEnCours
                  " -> REPRENEUR " agentRepreneur of CoupleEnCours " " nomRepreneur of CoupleEnCours
                  DELIMITED BY SIZE INTO LigneTransfert
           write LigneTransfert
           move spaces to LigneTransfert
           string "   Contrat                              Client                         Effet      Prime annuelle"
                  DELIMITED BY SIZE INTO LigneTransfert
           write LigneTransfert

           move 0 to NombreContratsCouple
           move 0 to TotalPrimesCouple
           EXEC sql
               declare CursorTransferts cursor for
               select t.codeContrat, isnull(cl.nom, ''), convert(varchar(10), t.dateEffet, 120),
                      convert(decimal(12,2), isnull(t.primeAnnuelle, 0))
               from transfertsPortefeuille t
               left join contrats c on c.codeContrat = t.codeContrat
               left join clients cl on cl.codeClient = c.codeClient
               where convert(varchar(7), t.dateTransfert, 120) = :MoisTraite
                 and t.agentCedant = :CoupleEnCours.agentCedant
                 and t.agentRepreneur = :CoupleEnCours.agentRepreneur
               order by t.dateEffet, t.codeContrat
           END-EXEC
           EXEC sql
               open CursorTransferts
           END-EXEC
           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorTransferts into
                   :TransfertEnCours.codeContrat,
                   :TransfertEnCours.nomClient,
                   :TransfertEnCours.dateEffet,
                   :TransfertEnCours.primeAnnuelle
               END-EXEC
               evaluate true
                   when SQLCODE = 0
                       add 1 to NombreContratsCouple
                       add 1 to NombreContratsTransferes
                       add primeAnnuelle of TransfertEnCours to TotalPrimesCouple
                       add primeAnnuelle of TransfertEnCours to TotalGeneralPrimes
                       move primeAnnuelle of TransfertEnCours to PrimeEditee
                       inspect PrimeEditee replacing all "," by "."
                       move spaces to LigneTransfert
                       string "   " codeContrat of TransfertEnCours " " nomClient of TransfertEnCours
                              " " dateEffet of TransfertEnCours " " PrimeEditee " Euros"
                              DELIMITED BY SIZE INTO LigneTransfert
                       write LigneTransfert
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform
           EXEC sql
               close CursorTransferts
           END-EXEC

           move TotalPrimesCouple to TotalEdite
           inspect TotalEdite replacing all "," by "."
           move spaces to LigneTransfert
           string "   Total du couple : " NombreContratsCouple " contrat(s) - primes annuelles "
                  TotalEdite " Euros"
                  DELIMITED BY SIZE INTO LigneTransfert
           write LigneTransfert.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "RapportTransferts : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "RapportTransferts : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "RapportTransferts : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move spaces to LigneTransfert.
           write LigneTransfert.
           move TotalGeneralPrimes to TotalEdite.
           inspect TotalEdite replacing all "," by ".".
           move spaces to LigneTransfert.
           string "TOTAL - Couples d'agents : " NombreCouples " - Contrats transferes : "
                  NombreContratsTransferes " - Primes annuelles : " TotalEdite " Euros"
                  DELIMITED BY SIZE INTO LigneTransfert.
           write LigneTransfert.
           display "RapportTransferts : " NombreContratsTransferes " contrat(s) transfere(s) entre "
                   NombreCouples " couple(s) d'agents pour le mois " MoisTraite "."
           close FichierTransferts.
           stop run.
