       identification division.
       program-id. EcheancesReclamations.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierEcheances assign to "RECLECH"
               organization is line sequential.

       data division.
       file section.
       FD FichierEcheances.
       01 LigneEcheances PIC X(132).

       working-storage section.

      * Variables temporelles
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).
       77 DateSystemeEntier PIC 9(8).

      * Delais reglementaires : accuse de reception sous 10 jours ouvres (lundi a vendredi),
      * reponse sous deux mois calendaires (calculee par la base, qui ramene au dernier jour
      * du mois quand le jour n'existe pas). Une reclamation est listee quand il reste au plus
      * SeuilAlerteAccuse jours ouvres pour l'accuse ou SeuilAlerteReponse jours pour la
      * reponse, ou quand le delai est depasse.
       77 DelaiAccuseJoursOuvres PIC 99 value 10.
       77 SeuilAlerteAccuse PIC 99 value 3.
       77 SeuilAlerteReponse PIC 99 value 15.

      * Reclamation ouverte lue pour le controle des delais
       01 ReclamationOuverte.
         05 codeReclamation PIC x(36).
         05 categorie PIC x(20).
         05 canal PIC x(10).
         05 operateurTraitement PIC x(20).
         05 nom PIC x(30).
         05 prenom PIC x(30).
         05 accusee PIC 9.
         05 DateReception.
           10 AAAA PIC 9(4).
           10 MM PIC 9(2).
           10 JJ PIC 9(2).
         05 DateEcheanceReponse.
           10 AAAA PIC 9(4).
           10 MM PIC 9(2).
           10 JJ PIC 9(2).

      * Dates en jours (numero de jour depuis le 01/01/1601, un lundi : le reste de la
      * division par 7 du numero moins un vaut 0 le lundi, 5 et 6 le samedi et le dimanche)
       77 DateCalculeeEntier PIC 9(8).
       77 JourSysteme PIC 9(7).
       77 JourReception PIC 9(7).
       77 JourEcheanceAccuse PIC 9(7).
       77 JourEcheanceReponse PIC 9(7).
       77 JourParcouru PIC 9(7).
       77 JourDebutComptage PIC 9(7).
       77 JourFinComptage PIC 9(7).
       77 JourSemaine PIC 9.
       77 JoursOuvresComptes PIC 9(5).
       77 JoursRestants PIC S9(5).
       77 JoursRestantsEdites PIC -(4)9.

      * Echeance en cours d'ecriture (AAAAMMJJ) et son image AAAA-MM-JJ
       01 DateEdition.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).
       77 DateEcheanceTexte PIC X(10).
       77 DateReceptionTexte PIC X(10).
       77 TypeEcheance PIC X(7).
       77 EtatEcheance PIC X(7).

      * Compteurs du compte rendu de fin de traitement
       77 NombreReclamationsOuvertes PIC 9(5) value 0.
       77 NombreEcheancesListees PIC 9(5) value 0.
       77 NombreEcheancesDepassees PIC 9(5) value 0.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "EcheancesReclamations".
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
           perform SQLReclamationsOuvertes.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme.
           compute JourSysteme = FUNCTION INTEGER-OF-DATE(DateSystemeEntier).

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

           open output FichierEcheances.
           move 0 to IndicateurErreurBD.
           perform OuvertureJournalExecution.

           move spaces to LigneEcheances
           STRING "ECHEANCES DES RECLAMATIONS OUVERTES AU " JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneEcheances
           write LigneEcheances
           move spaces to LigneEcheances
           STRING "Reste : jours ouvres pour l'accuse, jours calendaires pour la reponse (negatif = delai depasse)"
                  DELIMITED BY SIZE INTO LigneEcheances
           write LigneEcheances
           move spaces to LigneEcheances
           STRING "Reclamation                          Echeanc Recue le   Echeance   Reste Etat    Categorie"
                  DELIMITED BY SIZE INTO LigneEcheances
           write LigneEcheances.

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
               display "EcheancesReclamations : echec de l'ouverture du journal des executions."
           end-if.

       SQLReclamationsOuvertes.
      ************************************************************************************************
      * Parcourt les reclamations ouvertes, les plus anciennes en tete, et liste celles dont
      * l'accuse (tant qu'il n'est pas fait) ou la reponse arrive a echeance ou est en retard.
      *************************************************************************************************
           EXEC sql
               declare CursorReclamations cursor for
               select r.codeReclamation, r.categorie, r.canal, isnull(r.operateurTraitement, ''),
                      cl.nom, cl.prenom,
                      case when r.dateAccuse is null then 0 else 1 end,
                      YEAR(r.dateReception), MONTH(r.dateReception), DAY(r.dateReception),
                      YEAR(dateadd(month, 2, r.dateReception)), MONTH(dateadd(month, 2, r.dateReception)),
                      DAY(dateadd(month, 2, r.dateReception))
               from reclamations r
               join clients cl on cl.codeClient = r.codeClient
               where r.statutReclamation = 'Ouverte'
               order by r.dateReception, r.codeReclamation
           END-EXEC

           EXEC sql
               open CursorReclamations
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorReclamations into
                   :ReclamationOuverte.codeReclamation,
                   :ReclamationOuverte.categorie,
                   :ReclamationOuverte.canal,
                   :ReclamationOuverte.operateurTraitement,
                   :ReclamationOuverte.nom,
                   :ReclamationOuverte.prenom,
                   :ReclamationOuverte.accusee,
                   :ReclamationOuverte.DateReception.AAAA,
                   :ReclamationOuverte.DateReception.MM,
                   :ReclamationOuverte.DateReception.JJ,
                   :ReclamationOuverte.DateEcheanceReponse.AAAA,
                   :ReclamationOuverte.DateEcheanceReponse.MM,
                   :ReclamationOuverte.DateEcheanceReponse.JJ
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       add 1 to nombreLignesTraitees of JournalExecution
                       add 1 to NombreReclamationsOuvertes
                       move codeReclamation of ReclamationOuverte to dernierCodeTraite of JournalExecution
                       perform ControleEcheancesReclamation
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorReclamations
           END-EXEC.

       ControleEcheancesReclamation.
           compute DateCalculeeEntier = AAAA of DateReception of ReclamationOuverte * 10000
             + MM of DateReception of ReclamationOuverte * 100 + JJ of DateReception of ReclamationOuverte
           compute JourReception = FUNCTION INTEGER-OF-DATE(DateCalculeeEntier)
           move DateCalculeeEntier to DateEdition
           move spaces to DateReceptionTexte
           STRING AAAA of DateEdition "-" MM of DateEdition "-" JJ of DateEdition INTO DateReceptionTexte

      * Accuse : echeance au 10e jour ouvre apres la reception, reste compte en jours ouvres.
           if accusee of ReclamationOuverte = 0
               move JourReception to JourParcouru
               move 0 to JoursOuvresComptes
               perform until JoursOuvresComptes = DelaiAccuseJoursOuvres
                   add 1 to JourParcouru
                   compute JourSemaine = FUNCTION MOD(JourParcouru - 1, 7)
                   if JourSemaine < 5
                       add 1 to JoursOuvresComptes
                   end-if
               end-perform
               move JourParcouru to JourEcheanceAccuse
               if JourSysteme <= JourEcheanceAccuse
                   move JourSysteme to JourDebutComptage
                   move JourEcheanceAccuse to JourFinComptage
                   perform ComptageJoursOuvres
                   move JoursOuvresComptes to JoursRestants
               else
                   move JourEcheanceAccuse to JourDebutComptage
                   move JourSysteme to JourFinComptage
                   perform ComptageJoursOuvres
                   compute JoursRestants = 0 - JoursOuvresComptes
      * Le lendemain d'une echeance tombee un vendredi, le week-end ne compte aucun jour ouvre :
      * l'echeance n'en est pas moins depassee.
                   if JoursRestants = 0
                       move -1 to JoursRestants
                   end-if
               end-if
               if JoursRestants <= SeuilAlerteAccuse
                   move "Accuse" to TypeEcheance
                   compute DateCalculeeEntier = FUNCTION DATE-OF-INTEGER(JourEcheanceAccuse)
                   perform EcritureEcheance
               end-if
           end-if

      * Reponse : echeance deux mois apres la reception, reste compte en jours calendaires.
           compute DateCalculeeEntier = AAAA of DateEcheanceReponse of ReclamationOuverte * 10000
             + MM of DateEcheanceReponse of ReclamationOuverte * 100 + JJ of DateEcheanceReponse of ReclamationOuverte
           compute JourEcheanceReponse = FUNCTION INTEGER-OF-DATE(DateCalculeeEntier)
           compute JoursRestants = JourEcheanceReponse - JourSysteme
           if JoursRestants <= SeuilAlerteReponse
               move "Reponse" to TypeEcheance
               perform EcritureEcheance
           end-if.

       ComptageJoursOuvres.
      * Jours ouvres apres JourDebutComptage jusqu'a JourFinComptage inclus.
           move 0 to JoursOuvresComptes
           move JourDebutComptage to JourParcouru
           perform until JourParcouru >= JourFinComptage
               add 1 to JourParcouru
               compute JourSemaine = FUNCTION MOD(JourParcouru - 1, 7)
               if JourSemaine < 5
                   add 1 to JoursOuvresComptes
               end-if
           end-perform.

       EcritureEcheance.
      * Deux lignes par echeance : l'echeance et son etat, puis le client, le canal et l'operateur.
           move DateCalculeeEntier to DateEdition
           move spaces to DateEcheanceTexte
           STRING AAAA of DateEdition "-" MM of DateEdition "-" JJ of DateEdition INTO DateEcheanceTexte
           if JoursRestants < 0
               move "DEPASSE" to EtatEcheance
               add 1 to NombreEcheancesDepassees
           else
               move "PROCHE" to EtatEcheance
           end-if
           add 1 to NombreEcheancesListees
           move JoursRestants to JoursRestantsEdites
           move spaces to LigneEcheances
           STRING codeReclamation of ReclamationOuverte " " TypeEcheance " " DateReceptionTexte " "
                  DateEcheanceTexte " " JoursRestantsEdites " " EtatEcheance " " categorie of ReclamationOuverte
                  DELIMITED BY SIZE INTO LigneEcheances
           write LigneEcheances
           move spaces to LigneEcheances
           STRING "   " nom of ReclamationOuverte " " prenom of ReclamationOuverte " - "
                  canal of ReclamationOuverte " - operateur " operateurTraitement of ReclamationOuverte
                  DELIMITED BY SIZE INTO LigneEcheances
           write LigneEcheances.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "EcheancesReclamations : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "EcheancesReclamations : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "EcheancesReclamations : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move spaces to LigneEcheances
           STRING "Reclamations ouvertes : " NombreReclamationsOuvertes " - echeances listees : "
                  NombreEcheancesListees " dont depassees : " NombreEcheancesDepassees
                  DELIMITED BY SIZE INTO LigneEcheances
           write LigneEcheances
           perform ClotureJournalExecution.
           display "EcheancesReclamations : " NombreReclamationsOuvertes " reclamation(s) ouverte(s), "
                   NombreEcheancesListees " echeance(s) listee(s) dont " NombreEcheancesDepassees " depassee(s)."
           close FichierEcheances.
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
