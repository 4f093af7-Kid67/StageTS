
       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Paire de clients presumes doublons (memes nom, prenom et date de naissance),
      * avec le nombre de contrats portes par chacune des deux fiches pour preparer la fusion
       01 DoublonEnCours.
      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "DetectionDoublons".
         05 dateExecution pic X(10).
         05 nombreLignesTraitees pic 9(5).
         05 statutExecution pic X(10).
         05 dernierCodeTraite pic X(36).

      * Declaration des variables de connection SQL Server
       77 CNXDB STRING.
           EXEC SQL
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.

      ********************************************************************************************************************
      ***********   Si export du code, PENSER A MODIFIER LES REFERENCES DU SERVER SQL PAR LES VOTRES   *******************
      ********************************************************************************************************************
           open output FichierDoublons.
           move 0 to IndicateurErreurBD.
           move 0 to NombreDoublons.
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
               display "DetectionDoublons : echec de l'ouverture du journal des executions."
           end-if.

       SQLDoublons.
      ************************************************************************************************
           end-if.

       Traitement-Fin.
           move NombreDoublons to nombreLignesTraitees of JournalExecution.
           perform ClotureJournalExecution.
           display "DetectionDoublons : " NombreDoublons " paire(s) presumee(s) en doublon."
           close FichierDoublons.
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
