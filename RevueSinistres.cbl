       identification division.
       program-id. RevueSinistres.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierRevue assign to "SINREVUE"
               organization is line sequential.

       data division.
       file section.
       FD FichierRevue.
       01 LigneRevue PIC X(132).

       working-storage section.

      * Variables temporelles
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Signaux d'alerte, memes seuils que EvaluationRisqueSinistre dans Program1 : sinistre
      * survenu moins de SeuilJoursSignatureSinistre jours apres la signature du contrat, et
      * SeuilSinistresAnnee-ieme sinistre du client dans l'annee du sinistre.
       77 SeuilJoursSignatureSinistre PIC 999 value 30.
       77 SeuilSinistresAnnee PIC 99 value 3.

      * Sinistre Declare / En etude en cours de notation, avec les elements de notation
      * calcules par la requete (suspension et signature du contrat, cotisations echues
      * impayees, sinistres du client dans l'annee jusqu'a celui-ci)
       01 SinistreEnCours.
         05 codeSinistre PIC x(36).
         05 enRevue PIC 9.
         05 contratSuspendu PIC 9.
         05 joursDepuisSignature PIC S9(5).
         05 nombreCotisationsImpayees PIC 9(5).
         05 nombreSinistresAnnee PIC 9(5).

       77 IndicateurRevueSinistre PIC 9.
       77 MotifsRevueSinistre PIC X(100).
       77 PointeurMotifsRevue PIC 999.

      * Sinistre en revue lu pour la liste quotidienne du gestionnaire des sinistres
       01 SinistreListe.
         05 codeSinistre PIC x(36).
         05 codeContrat PIC x(36).
         05 typeSinistre PIC XX.
         05 dateDuSinistre PIC X(10).
         05 statutSinistre PIC X(10).
         05 dateMiseEnRevue PIC X(10).
         05 joursEnRevue PIC S9(5).
         05 motifsRevue PIC X(100).
         05 nom PIC x(30).
         05 prenom PIC x(30).

      * Image non signee des jours en revue, pour la ligne de la liste
       77 JoursEnRevueEdites PIC 9(5).

      * Compteurs du compte rendu de fin de traitement
       77 NombreSinistresNotes PIC 9(5) value 0.
       77 NombreMisesEnRevue PIC 9(5) value 0.
       77 NombreSinistresListes PIC 9(5) value 0.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "RevueSinistres".
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
           perform SQLNotationSinistres.
           perform SQLListeSinistresEnRevue.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.

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

           open output FichierRevue.
           move 0 to IndicateurErreurBD.
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
               display "RevueSinistres : echec de l'ouverture du journal des executions."
           end-if.

       SQLNotationSinistres.
      ************************************************************************************************
      * Renote chaque nuit les sinistres encore Declare / En etude, dont la situation a pu changer
      * depuis la declaration (suspension du contrat, nouvelles cotisations impayees, nouveaux
      * sinistres du client). Un sinistre dont la revue a deja ete levee par l'administration
      * n'est plus remis en revue : la levee vaut pour les motifs examines.
      *************************************************************************************************
           EXEC sql
               declare CursorNotation cursor for
               select s.codeSinistre, isnull(s.enRevue, 0), isnull(c.suspendu, 0),
                      isnull(datediff(day, c.dateSignature, s.dateDuSinistre), 99999),
                      (select count(*) from cotisations co
                        where co.codeContrat = s.codeContrat
                          and co.statutPaiement = 'Non'
                          and co.dateEcheance < getdate()),
                      (select count(*) from sinistres s2
                        where s2.codeClient = s.codeClient
                          and YEAR(s2.dateDuSinistre) = YEAR(s.dateDuSinistre)
                          and s2.dateDuSinistre <= s.dateDuSinistre)
               from sinistres s
               left join contrats c on c.codeContrat = s.codeContrat
               where s.statutSinistre in ('Declare', 'En etude')
                 and s.dateLeveeRevue is null
               order by s.codeSinistre
           END-EXEC

           EXEC sql
               open CursorNotation
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorNotation into
                   :SinistreEnCours.codeSinistre,
                   :SinistreEnCours.enRevue,
                   :SinistreEnCours.contratSuspendu,
                   :SinistreEnCours.joursDepuisSignature,
                   :SinistreEnCours.nombreCotisationsImpayees,
                   :SinistreEnCours.nombreSinistresAnnee
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       add 1 to nombreLignesTraitees of JournalExecution
                       add 1 to NombreSinistresNotes
                       move codeSinistre of SinistreEnCours to dernierCodeTraite of JournalExecution
                       perform NotationSinistre
                       if IndicateurRevueSinistre = 1
                           perform MiseEnRevueSinistre
                       end-if
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorNotation
           END-EXEC.

       NotationSinistre.
      * Memes signaux d'alerte et memes libelles de motifs que EvaluationRisqueSinistre (Program1).
           move 0 to IndicateurRevueSinistre
           move spaces to MotifsRevueSinistre
           move 1 to PointeurMotifsRevue
           if contratSuspendu of SinistreEnCours = 1
               move 1 to IndicateurRevueSinistre
               STRING "Contrat suspendu; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if
           if joursDepuisSignature of SinistreEnCours < SeuilJoursSignatureSinistre
               move 1 to IndicateurRevueSinistre
               STRING "Sinistre proche de la signature; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if
           if nombreCotisationsImpayees of SinistreEnCours > 0
               move 1 to IndicateurRevueSinistre
               STRING "Cotisations impayees; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if
           if nombreSinistresAnnee of SinistreEnCours >= SeuilSinistresAnnee
               move 1 to IndicateurRevueSinistre
               STRING "Sinistres repetes dans l'annee; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if.

       MiseEnRevueSinistre.
      * Un sinistre deja en revue garde sa date de mise en revue, seuls ses motifs sont mis a jour.
           if enRevue of SinistreEnCours = 1
               EXEC sql
                   UPDATE sinistres
                       set motifsRevue = :MotifsRevueSinistre
                       where codeSinistre = :SinistreEnCours.codeSinistre
               END-EXEC
           else
               EXEC sql
                   UPDATE sinistres
                       set enRevue = 1,
                           motifsRevue = :MotifsRevueSinistre,
                           dateMiseEnRevue = getdate()
                       where codeSinistre = :SinistreEnCours.codeSinistre
               END-EXEC
               if SQLCODE = 0
                   add 1 to NombreMisesEnRevue
               end-if
           end-if
           if SQLCODE <> 0
               display "RevueSinistres : echec de la mise en revue du sinistre " codeSinistre of SinistreEnCours
           end-if.

       SQLListeSinistresEnRevue.
      ************************************************************************************************
      * Liste quotidienne des sinistres en revue pour le gestionnaire des sinistres, les plus
      * anciennement mis en revue en tete, avec le client et les motifs a examiner.
      *************************************************************************************************
           move spaces to LigneRevue
           STRING "SINISTRES EN REVUE AU " JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneRevue
           write LigneRevue
           move spaces to LigneRevue
           STRING "Sinistre                             Contrat                              Ty Date       Statut     "
                  "En revue   Jours"
                  DELIMITED BY SIZE INTO LigneRevue
           write LigneRevue

           EXEC sql
               declare CursorListeRevue cursor for
               select s.codeSinistre, isnull(s.codeContrat, ''), s.typeSinistre,
                      convert(varchar(10), s.dateDuSinistre, 120), s.statutSinistre,
                      isnull(convert(varchar(10), s.dateMiseEnRevue, 120), ''),
                      isnull(datediff(day, s.dateMiseEnRevue, getdate()), 0),
                      isnull(s.motifsRevue, ''), cl.nom, cl.prenom
               from sinistres s
               join clients cl on cl.codeClient = s.codeClient
               where s.enRevue = 1
                 and s.statutSinistre in ('Declare', 'En etude')
               order by s.dateMiseEnRevue, s.codeSinistre
           END-EXEC

           EXEC sql
               open CursorListeRevue
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorListeRevue into
                   :SinistreListe.codeSinistre,
                   :SinistreListe.codeContrat,
                   :SinistreListe.typeSinistre,
                   :SinistreListe.dateDuSinistre,
                   :SinistreListe.statutSinistre,
                   :SinistreListe.dateMiseEnRevue,
                   :SinistreListe.joursEnRevue,
                   :SinistreListe.motifsRevue,
                   :SinistreListe.nom,
                   :SinistreListe.prenom
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       add 1 to NombreSinistresListes
                       perform EcritureSinistreEnRevue
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorListeRevue
           END-EXEC.

       EcritureSinistreEnRevue.
      * Deux lignes par sinistre : l'identification du sinistre, puis le client et les motifs.
           move joursEnRevue of SinistreListe to JoursEnRevueEdites
           move spaces to LigneRevue
           STRING codeSinistre of SinistreListe " " codeContrat of SinistreListe " "
                  typeSinistre of SinistreListe " " dateDuSinistre of SinistreListe " "
                  statutSinistre of SinistreListe " " dateMiseEnRevue of SinistreListe " "
                  JoursEnRevueEdites
                  DELIMITED BY SIZE INTO LigneRevue
           write LigneRevue
           move spaces to LigneRevue
           STRING "   " nom of SinistreListe " " prenom of SinistreListe " - "
                  motifsRevue of SinistreListe
                  DELIMITED BY SIZE INTO LigneRevue
           write LigneRevue.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "RevueSinistres : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "RevueSinistres : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "RevueSinistres : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           perform ClotureJournalExecution.
           display "RevueSinistres : " NombreSinistresNotes " sinistre(s) note(s), "
                   NombreMisesEnRevue " mis en revue, " NombreSinistresListes " en revue liste(s)."
           close FichierRevue.
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
