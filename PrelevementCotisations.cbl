       identification division.
       program-id. PrelevementCotisations.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierPrelevements assign to "PRELEVSEPA"
               organization is line sequential.
           select FichierAnomalies assign to "ANOMPREL"
               organization is line sequential.

       data division.
       file section.
       FD FichierPrelevements.
       01 LignePrelevement PIC X(200).

       FD FichierAnomalies.
       01 LigneAnomalie PIC X(132).

       working-storage section.

      * Variables temporelles
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Fenetre de presentation : les cotisations dont l'echeance tombe entre aujourd'hui et
      * JoursAnticipation jours plus tard sont presentees au prelevement (dates AAAA-MM-JJ).
       77 JoursAnticipation PIC 99 value 5.
       77 DateSystemeEntier PIC 9(8).
       77 DateLimiteEntier PIC 9(8).
       77 DatePresentation PIC X(10).
       77 DateLimite PIC X(10).

      * Identifiant creancier SEPA (ICS) de la compagnie, repris en entete du fichier
       77 IdentifiantCreancier PIC X(13) value "FR00ZZZ000000".

      * Cotisation a echoir en cours de lecture, avec le mandat actif de son contrat et le client
       01 CotisationEnCours.
         05 codeCotisation PIC x(36).
         05 codeContrat PIC x(36).
         05 montant PIC X(12).
         05 dateEcheance PIC X(10).

       01 MandatEnCours.
         05 codeMandat PIC x(36).
         05 referenceMandat PIC X(35).
         05 ibanDebiteur PIC X(34).
         05 bicDebiteur PIC X(11).
         05 dateSignature PIC X(10).
         05 premierPrelevementFait PIC 9.

       01 ClientEnCours.
         05 nom PIC x(30).
         05 prenom PIC x(30).

      * Sequence SEPA du prelevement : FRST pour le premier prelevement d'un mandat (ou d'une
      * nouvelle reference apres revocation), RCUR pour les suivants. Le curseur est classe par
      * mandat : une deuxieme cotisation du meme mandat dans le meme fichier part en RCUR.
       77 SequencePrelevement PIC X(4).
       77 DernierCodeMandat PIC X(36) value spaces.

      * Resultat du controle de l'IBAN du debiteur
       77 IndicateurIbanValide PIC 9 value 0.
       77 LongueurIban PIC 99.

      * Montant de la cotisation courante en numerique, et cumuls de controle du fichier
       77 MontantCotisation PIC 9(7)V99.
       77 ChaineMontant PIC X(12).
       77 TotalPrelevements PIC 9(9)V99 value 0.
       77 NombrePrelevements PIC 9(5) value 0.
       77 NombreAnomalies PIC 9(5) value 0.

      * Images editees pour obtenir le point decimal dans le fichier de prelevements
       77 MontantEdite PIC ZZZZZZ9,99.
       77 TotalEdite PIC ZZZZZZZZ9,99.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "PrelevementCotisations".
         05 dateExecution pic X(10).
         05 nombreLignesTraitees pic 9(5).
         05 statutExecution pic X(10).
         05 dernierCodeTraite pic X(36).

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
           perform SQLPrelevement.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO DatePresentation.
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme.
           compute DateLimiteEntier = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(DateSystemeEntier) + JoursAnticipation).
           STRING DateLimiteEntier(1:4) "-" DateLimiteEntier(5:2) "-" DateLimiteEntier(7:2) INTO DateLimite.

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

           open output FichierPrelevements.
           open output FichierAnomalies.
           move 0 to IndicateurErreurBD.
           move 0 to NombrePrelevements.
           move 0 to NombreAnomalies.
           move 0 to TotalPrelevements.
           perform OuvertureJournalExecution.

           move spaces to LignePrelevement.
           string "ENTETE PRELEVEMENTS - Creancier " IdentifiantCreancier " - Emis le " DatePresentation
                  " - Echeances jusqu'au " DateLimite
                  DELIMITED BY SIZE INTO LignePrelevement.
           write LignePrelevement.

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
               display "PrelevementCotisations : echec de l'ouverture du journal des executions."
           end-if.

       SQLPrelevement.
      ************************************************************************************************
      * Parcourt les cotisations impayees ("Non") a echoir dans la fenetre de presentation, sur les
      * contrats dont le mandat SEPA est actif. Les avoirs d'avenant (montants negatifs) ne se
      * prelevent pas. Chaque cotisation presentee part dans le fichier de prelevements et passe
      * au statut "Presente" : ni la relance ni l'encaissement manuel ne la traitent plus, jusqu'au
      * retour de la banque traite par RetourPrelevements (payee ou rendue impayee avec le motif).
      *************************************************************************************************
           EXEC sql
               declare CursorPrelevement cursor for
               select co.codeCotisation, co.codeContrat, co.montant, convert(varchar(10), co.dateEcheance, 120),
                      m.codeMandat, m.referenceMandat, m.ibanDebiteur, isnull(m.bicDebiteur, ''),
                      convert(varchar(10), m.dateSignature, 120), isnull(m.premierPrelevementFait, 0),
                      cl.nom, cl.prenom
               from cotisations co
               join mandats m on m.codeContrat = co.codeContrat
               join contrats c on c.codeContrat = co.codeContrat
               join clients cl on cl.codeClient = c.codeClient
               where co.statutPaiement = 'Non'
                 and m.statutMandat = 'Actif'
                 and convert(decimal(12,2), co.montant) > 0
                 and co.dateEcheance >= :DatePresentation
                 and co.dateEcheance <= :DateLimite
               order by m.codeMandat, co.dateEcheance
           END-EXEC

           EXEC sql
               open CursorPrelevement
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorPrelevement into
                   :CotisationEnCours.codeCotisation,
                   :CotisationEnCours.codeContrat,
                   :CotisationEnCours.montant,
                   :CotisationEnCours.dateEcheance,
                   :MandatEnCours.codeMandat,
                   :MandatEnCours.referenceMandat,
                   :MandatEnCours.ibanDebiteur,
                   :MandatEnCours.bicDebiteur,
                   :MandatEnCours.dateSignature,
                   :MandatEnCours.premierPrelevementFait,
                   :ClientEnCours.nom,
                   :ClientEnCours.prenom
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       add 1 to nombreLignesTraitees of JournalExecution
                       move codeCotisation of CotisationEnCours to dernierCodeTraite of JournalExecution
                       perform VerificationIbanDebiteur
                       if IndicateurIbanValide = 1
                           perform PresentationCotisation
                       else
                           perform EcritureAnomalie
                       end-if
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorPrelevement
           END-EXEC.

       VerificationIbanDebiteur.
      * Meme controle de forme que ReglementPaiements et que la saisie du mandat dans Program1.
           move 0 to IndicateurIbanValide
           move 0 to LongueurIban
           inspect ibanDebiteur of MandatEnCours tallying LongueurIban for characters before initial " "
           if LongueurIban >= 14
             and ibanDebiteur of MandatEnCours(1:1) is alphabetic
             and ibanDebiteur of MandatEnCours(2:1) is alphabetic
             and ibanDebiteur of MandatEnCours(3:1) is numeric
             and ibanDebiteur of MandatEnCours(4:1) is numeric
               move 1 to IndicateurIbanValide
           end-if.

       PresentationCotisation.
      * Passe la cotisation "Presente" sur son mandat, puis emet la ligne de prelevement.
           move montant of CotisationEnCours to ChaineMontant
           inspect ChaineMontant replacing all "." by ","
           compute MontantCotisation = FUNCTION NUMVAL(ChaineMontant)
           move MontantCotisation to MontantEdite
           inspect MontantEdite replacing all "," by "."

           if premierPrelevementFait of MandatEnCours = 0
             and codeMandat of MandatEnCours <> DernierCodeMandat
               move "FRST" to SequencePrelevement
           else
               move "RCUR" to SequencePrelevement
           end-if
           move codeMandat of MandatEnCours to DernierCodeMandat

           EXEC sql
               UPDATE cotisations
                   set statutPaiement = 'Presente',
                       datePresentation = :DatePresentation,
                       codeMandat = :MandatEnCours.codeMandat,
                       motifRejetPrelevement = null
                   where codeCotisation = :CotisationEnCours.codeCotisation
                     and statutPaiement = 'Non'
           END-EXEC
           if SQLCODE = 0
               move spaces to LignePrelevement
               string "PRELEVEMENT;" SequencePrelevement ";" referenceMandat of MandatEnCours ";"
                      dateSignature of MandatEnCours ";" ibanDebiteur of MandatEnCours ";"
                      bicDebiteur of MandatEnCours ";" nom of ClientEnCours ";" prenom of ClientEnCours ";"
                      MontantEdite ";" dateEcheance of CotisationEnCours ";" codeCotisation of CotisationEnCours
                      DELIMITED BY SIZE INTO LignePrelevement
               write LignePrelevement
               add 1 to NombrePrelevements
               add MontantCotisation to TotalPrelevements
               if premierPrelevementFait of MandatEnCours = 0
                   EXEC sql
                       UPDATE mandats
                           set premierPrelevementFait = 1
                           where codeMandat = :MandatEnCours.codeMandat
                   END-EXEC
               end-if
           else
               display "PrelevementCotisations : echec de la presentation de la cotisation " codeCotisation of CotisationEnCours
               add 1 to NombreAnomalies
               move spaces to LigneAnomalie
               string "ANOMALIE - Cotisation " codeCotisation of CotisationEnCours
                      " - Contrat " codeContrat of CotisationEnCours
                      " - mise a jour du statut refusee, prelevement non emis"
                      DELIMITED BY SIZE INTO LigneAnomalie
               write LigneAnomalie
           end-if.

       EcritureAnomalie.
      * Mandat actif mais IBAN du debiteur inexploitable : la cotisation reste "Non" et suivra
      * la relance si le mandat n'est pas corrige avant l'echeance.
           add 1 to NombreAnomalies
           move spaces to LigneAnomalie
           string "ANOMALIE - Cotisation " codeCotisation of CotisationEnCours
                  " - Contrat " codeContrat of CotisationEnCours
                  " - IBAN du mandat invalide : " ibanDebiteur of MandatEnCours
                  DELIMITED BY SIZE INTO LigneAnomalie
           write LigneAnomalie.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "PrelevementCotisations : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "PrelevementCotisations : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "PrelevementCotisations : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move TotalPrelevements to TotalEdite
           inspect TotalEdite replacing all "," by "."
           move spaces to LignePrelevement
           string "TOTAL PRELEVEMENTS - Nombre " NombrePrelevements " - Montant " TotalEdite
                  DELIMITED BY SIZE INTO LignePrelevement
           write LignePrelevement

           perform ClotureJournalExecution
           display "PrelevementCotisations : " NombrePrelevements " prelevement(s) presente(s), "
                   NombreAnomalies " anomalie(s)."
           close FichierPrelevements.
           close FichierAnomalies.
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
