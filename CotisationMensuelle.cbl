           10 JJ PIC 9(2).
           10 MM PIC 9(2).
           10 AAAA PIC 9(4).
      * Date d'effet d'une resiliation en cours d'annee (AAAA-MM-JJ), a blanc sinon
         05 dateResiliation PIC X(10).

       01 CotisationCourante.
         05 codeCotisation PIC x(36).

       77 NombreCotisationsGenerees PIC 9(5) value 0.

      * Contrat resilie en cours d'annee (Program1) : rien n'est facture apres la date d'effet,
      * et le mois qui la contient n'est facture qu'au prorata des jours couverts jusqu'a elle
      * (periode d'un mois a compter de l'echeance, soit les jours du mois de traitement).
       77 DateTraitement PIC X(10).
       77 DateResiliationEntier PIC 9(8).
       77 PremierJourMoisCourantEntier PIC 9(8).
       77 PremierJourMoisSuivantCourantEntier PIC 9(8).
       77 JoursMoisCourant PIC S9(3).
       77 JoursCouverts PIC S9(5).
       77 PrimeFacturee PIC 9(4)V99.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement, et le dernier
      * contrat committe y est pointe apres chaque insertion pour permettre une reprise.
       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO DateTraitement.

      ********************************************************************************************************************
      ***********   Si export du code, PENSER A MODIFIER LES REFERENCES DU SERVER SQL PAR LES VOTRES   *******************
       SQLCotisation.
      ************************************************************************************************
      * Parcourt tous les contrats et, pour ceux qui sont encore valides (meme calcul de jours que
      * ValiditeContrat) et non resilies avant le jour de traitement, genere la cotisation
      * mensuelle due a partir de la prime deja calculee
      * par CalculPrimeContrat lors de la souscription.
      *************************************************************************************************
           EXEC sql
               declare CursorCotisation cursor for
               select codeContrat, codeClient, PrimeContrat, DAY(dateSignature), MONTH(dateSignature), YEAR(dateSignature),
                      isnull(convert(varchar(10), dateResiliation, 120), '')
               from contrats
               where codeContrat > :CodeContratReprise
               order by codeContrat
                   :ContratEnCours.PrimeContrat,
                   :ContratEnCours.Date-Signature.JJ,
                   :ContratEnCours.Date-Signature.MM,
                   :ContratEnCours.Date-Signature.AAAA,
                   :ContratEnCours.dateResiliation
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       perform CalculJoursEcoules
                       if JoursEcoules <= DureeContratEnJours
                         and (dateResiliation of ContratEnCours = spaces
                              or dateResiliation of ContratEnCours >= DateTraitement)
                           perform VerificationCotisationMois
                           if NombreCotisationsMois = 0
                               perform GenerationCotisation
       GenerationCotisation.
      * Cree la cotisation due pour le contrat courant, montant egal a la prime annuelle du contrat,
      * echeance au jour de traitement du lot, non reglee a la creation.
           perform CalculPrimeFacturee
           move PrimeFacturee to MontantEdite
           move MontantEdite to montant of CotisationCourante
           inspect montant of CotisationCourante replacing all "," by "."
           move "Non" to statutPaiement of CotisationCourante
               display "CotisationMensuelle : echec de la generation pour le contrat " codeContrat of ContratEnCours
           end-if.

       CalculPrimeFacturee.
      * Prime du contrat, ou prorata jusqu'a la date d'effet de la resiliation quand celle-ci
      * tombe avant la fin de la periode couverte par l'echeance du jour.
           move PrimeContrat of ContratEnCours to PrimeFacturee
           if dateResiliation of ContratEnCours <> spaces
               compute DateResiliationEntier = FUNCTION NUMVAL(dateResiliation of ContratEnCours(1:4)) * 10000
                 + FUNCTION NUMVAL(dateResiliation of ContratEnCours(6:2)) * 100
                 + FUNCTION NUMVAL(dateResiliation of ContratEnCours(9:2))
               compute PremierJourMoisCourantEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + 1
               if MM of DateSysteme = 12
                   compute PremierJourMoisSuivantCourantEntier = (AAAA of DateSysteme + 1) * 10000 + 101
               else
                   compute PremierJourMoisSuivantCourantEntier = AAAA of DateSysteme * 10000
                     + (MM of DateSysteme + 1) * 100 + 1
               end-if
               compute JoursMoisCourant = FUNCTION INTEGER-OF-DATE(PremierJourMoisSuivantCourantEntier)
                 - FUNCTION INTEGER-OF-DATE(PremierJourMoisCourantEntier)
               compute JoursCouverts = FUNCTION INTEGER-OF-DATE(DateResiliationEntier)
                 - FUNCTION INTEGER-OF-DATE(DateSystemeEntier) + 1
               if JoursCouverts < JoursMoisCourant
                   compute PrimeFacturee rounded = PrimeContrat of ContratEnCours * JoursCouverts / JoursMoisCourant
               end-if
           end-if.

       PointageJournalExecution.
      * Pointe dans le journal le dernier contrat dont la cotisation vient d'etre committee :
      * c'est de ce contrat que repartira une eventuelle reprise.
