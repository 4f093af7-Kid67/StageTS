       identification division.
       program-id. StatistiquesReclamations.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierStatistiques assign to "RECLSTAT"
               organization is line sequential.

       data division.
       file section.
       FD FichierStatistiques.
       01 LigneStatistiques PIC X(132).

       working-storage section.

      * Variables temporelles
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).
       77 DateSystemeEntier PIC 9(8).
       77 JourSysteme PIC 9(7).

      * Trimestre traite, saisi AAAA-T (vide = trimestre precedent), et ses bornes : du premier
      * jour du trimestre inclus au premier jour du trimestre suivant exclu.
       77 TrimestreTraite PIC X(6).
       01 TrimestreDecompose.
         10 AAAA PIC 9(4).
         10 T PIC 9.
       77 DateDebutTrimestreEntier PIC 9(8).
       77 DateFinTrimestreEntier PIC 9(8).
       77 DateDebutTrimestre PIC X(10).
       77 DateFinTrimestre PIC X(10).

      * Delais reglementaires, memes regles que EcheancesReclamations : accuse sous 10 jours
      * ouvres (lundi a vendredi), reponse sous deux mois calendaires.
       77 DelaiAccuseJoursOuvres PIC 99 value 10.

      * Reclamation recue dans le trimestre
       01 ReclamationTrimestre.
         05 codeReclamation PIC x(36).
         05 categorie PIC x(20).
         05 issue PIC x(20).
         05 DateReception.
           10 AAAA PIC 9(4).
           10 MM PIC 9(2).
           10 JJ PIC 9(2).
         05 DateAccuse.
           10 AAAA PIC 9(4).
           10 MM PIC 9(2).
           10 JJ PIC 9(2).
         05 DateReponse.
           10 AAAA PIC 9(4).
           10 MM PIC 9(2).
           10 JJ PIC 9(2).
         05 DateEcheanceReponse.
           10 AAAA PIC 9(4).
           10 MM PIC 9(2).
           10 JJ PIC 9(2).

      * Dates en jours (numero de jour depuis le 01/01/1601, un lundi)
       77 DateCalculeeEntier PIC 9(8).
       77 JourReception PIC 9(7).
       77 JourAccuse PIC 9(7).
       77 JourReponse PIC 9(7).
       77 JourEcheanceAccuse PIC 9(7).
       77 JourEcheanceReponse PIC 9(7).
       77 JourParcouru PIC 9(7).
       77 JourSemaine PIC 9.
       77 JoursOuvresComptes PIC 99.

      * Statistiques par categorie (la sixieme ligne porte le total). Les delais ne sont
      * comptes que lorsqu'ils sont acquis : fait dans le delai, fait en retard, ou echeance
      * depassee sans accuse / reponse a la date du traitement.
       01 DefinitionCategories.
         05 filler PIC X(20) value "Refus sinistre".
         05 filler PIC X(20) value "Relance cotisation".
         05 filler PIC X(20) value "Delai paiement".
         05 filler PIC X(20) value "Contrat".
         05 filler PIC X(20) value "Autre".
         05 filler PIC X(20) value "TOTAL".
       01 TableCategories redefines DefinitionCategories.
         05 libelleCategorie PIC X(20) occurs 6.
       77 NombreCategories PIC 9 value 5.
       77 IndiceTotal PIC 9 value 6.

       01 TableStatistiques.
         05 StatistiqueCategorie occurs 6.
           10 nombreRecues PIC 9(5).
           10 nombreFondees PIC 9(5).
           10 nombrePartielles PIC 9(5).
           10 nombreNonFondees PIC 9(5).
           10 nombreSansReponse PIC 9(5).
           10 nombreAccuseDansDelai PIC 9(5).
           10 nombreAccuseHorsDelai PIC 9(5).
           10 nombreReponseDansDelai PIC 9(5).
           10 nombreReponseHorsDelai PIC 9(5).

       77 IndiceCategorie PIC 9.
       77 NombreEnCoursFinTrimestre PIC 9(5) value 0.

      * Zones editees de la ligne de statistiques
       01 LigneCategorieEditee.
         05 libelleEdite PIC X(20).
         05 filler PIC X value space.
         05 recuesEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 fondeesEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 partiellesEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 nonFondeesEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 sansReponseEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 accuseDansDelaiEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 accuseHorsDelaiEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 reponseDansDelaiEdite PIC ZZZZ9.
         05 filler PIC XX value spaces.
         05 reponseHorsDelaiEdite PIC ZZZZ9.

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
           perform SQLReclamationsTrimestre.
           perform SQLReclamationsEnCours.
           perform EditionStatistiques.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme.
           compute JourSysteme = FUNCTION INTEGER-OF-DATE(DateSystemeEntier).

           display "StatistiquesReclamations : trimestre (AAAA-T, vide = trimestre precedent) ?".
           accept TrimestreTraite.
           move TrimestreTraite(1:4) to AAAA of TrimestreDecompose.
           move TrimestreTraite(6:1) to T of TrimestreDecompose.
           if TrimestreTraite = spaces or TrimestreDecompose is not numeric
             or T of TrimestreDecompose < 1 or T of TrimestreDecompose > 4
               if TrimestreTraite <> spaces
                   display "StatistiquesReclamations : trimestre invalide, trimestre precedent retenu."
               end-if
               compute T of TrimestreDecompose = (MM of DateSysteme - 1) / 3
               move AAAA of DateSysteme to AAAA of TrimestreDecompose
               if T of TrimestreDecompose = 0
                   move 4 to T of TrimestreDecompose
                   subtract 1 from AAAA of TrimestreDecompose
               end-if
               move spaces to TrimestreTraite
               STRING AAAA of TrimestreDecompose "-" T of TrimestreDecompose INTO TrimestreTraite
           end-if.

           compute DateDebutTrimestreEntier = AAAA of TrimestreDecompose * 10000
             + ((T of TrimestreDecompose - 1) * 3 + 1) * 100 + 1.
           if T of TrimestreDecompose = 4
               compute DateFinTrimestreEntier = (AAAA of TrimestreDecompose + 1) * 10000 + 101
           else
               compute DateFinTrimestreEntier = AAAA of TrimestreDecompose * 10000
                 + (T of TrimestreDecompose * 3 + 1) * 100 + 1
           end-if.
           STRING DateDebutTrimestreEntier(1:4) "-" DateDebutTrimestreEntier(5:2) "-" DateDebutTrimestreEntier(7:2)
             INTO DateDebutTrimestre.
           STRING DateFinTrimestreEntier(1:4) "-" DateFinTrimestreEntier(5:2) "-" DateFinTrimestreEntier(7:2)
             INTO DateFinTrimestre.

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

           open output FichierStatistiques.
           move 0 to IndicateurErreurBD.
           initialize TableStatistiques.

       SQLReclamationsTrimestre.
      ************************************************************************************************
      * Reclamations recues dans le trimestre, ventilees par categorie et par issue, avec le
      * respect des delais d'accuse et de reponse.
      *************************************************************************************************
           EXEC sql
               declare CursorTrimestre cursor for
               select codeReclamation, categorie, isnull(issue, ''),
                      YEAR(dateReception), MONTH(dateReception), DAY(dateReception),
                      isnull(YEAR(dateAccuse), 0), isnull(MONTH(dateAccuse), 0), isnull(DAY(dateAccuse), 0),
                      isnull(YEAR(dateReponse), 0), isnull(MONTH(dateReponse), 0), isnull(DAY(dateReponse), 0),
                      YEAR(dateadd(month, 2, dateReception)), MONTH(dateadd(month, 2, dateReception)),
                      DAY(dateadd(month, 2, dateReception))
               from reclamations
               where dateReception >= :DateDebutTrimestre
                 and dateReception < :DateFinTrimestre
               order by codeReclamation
           END-EXEC

           EXEC sql
               open CursorTrimestre
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorTrimestre into
                   :ReclamationTrimestre.codeReclamation,
                   :ReclamationTrimestre.categorie,
                   :ReclamationTrimestre.issue,
                   :ReclamationTrimestre.DateReception.AAAA,
                   :ReclamationTrimestre.DateReception.MM,
                   :ReclamationTrimestre.DateReception.JJ,
                   :ReclamationTrimestre.DateAccuse.AAAA,
                   :ReclamationTrimestre.DateAccuse.MM,
                   :ReclamationTrimestre.DateAccuse.JJ,
                   :ReclamationTrimestre.DateReponse.AAAA,
                   :ReclamationTrimestre.DateReponse.MM,
                   :ReclamationTrimestre.DateReponse.JJ,
                   :ReclamationTrimestre.DateEcheanceReponse.AAAA,
                   :ReclamationTrimestre.DateEcheanceReponse.MM,
                   :ReclamationTrimestre.DateEcheanceReponse.JJ
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       perform ComptageReclamation
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorTrimestre
           END-EXEC.

       ComptageReclamation.
      * Une categorie inconnue est comptee en "Autre".
           move 1 to IndiceCategorie
           perform until IndiceCategorie > NombreCategories
                      or libelleCategorie(IndiceCategorie) = categorie of ReclamationTrimestre
               add 1 to IndiceCategorie
           end-perform
           if IndiceCategorie > NombreCategories
               move NombreCategories to IndiceCategorie
           end-if
           perform CalculDelaisReclamation
           perform AjoutStatistiques
           move IndiceTotal to IndiceCategorie
           perform AjoutStatistiques.

       CalculDelaisReclamation.
      * Echeance d'accuse : 10e jour ouvre apres la reception ; echeance de reponse : deux mois.
           compute DateCalculeeEntier = AAAA of DateReception of ReclamationTrimestre * 10000
             + MM of DateReception of ReclamationTrimestre * 100 + JJ of DateReception of ReclamationTrimestre
           compute JourReception = FUNCTION INTEGER-OF-DATE(DateCalculeeEntier)
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
           compute DateCalculeeEntier = AAAA of DateEcheanceReponse of ReclamationTrimestre * 10000
             + MM of DateEcheanceReponse of ReclamationTrimestre * 100 + JJ of DateEcheanceReponse of ReclamationTrimestre
           compute JourEcheanceReponse = FUNCTION INTEGER-OF-DATE(DateCalculeeEntier)
           move 0 to JourAccuse
           if AAAA of DateAccuse of ReclamationTrimestre > 0
               compute DateCalculeeEntier = AAAA of DateAccuse of ReclamationTrimestre * 10000
                 + MM of DateAccuse of ReclamationTrimestre * 100 + JJ of DateAccuse of ReclamationTrimestre
               compute JourAccuse = FUNCTION INTEGER-OF-DATE(DateCalculeeEntier)
           end-if
           move 0 to JourReponse
           if AAAA of DateReponse of ReclamationTrimestre > 0
               compute DateCalculeeEntier = AAAA of DateReponse of ReclamationTrimestre * 10000
                 + MM of DateReponse of ReclamationTrimestre * 100 + JJ of DateReponse of ReclamationTrimestre
               compute JourReponse = FUNCTION INTEGER-OF-DATE(DateCalculeeEntier)
           end-if.

       AjoutStatistiques.
           add 1 to nombreRecues(IndiceCategorie)
           evaluate issue of ReclamationTrimestre
               when "Fondee"
                   add 1 to nombreFondees(IndiceCategorie)
               when "Partiellement fondee"
                   add 1 to nombrePartielles(IndiceCategorie)
               when "Non fondee"
                   add 1 to nombreNonFondees(IndiceCategorie)
               when other
                   add 1 to nombreSansReponse(IndiceCategorie)
           end-evaluate
           evaluate true
               when JourAccuse > 0 and JourAccuse <= JourEcheanceAccuse
                   add 1 to nombreAccuseDansDelai(IndiceCategorie)
               when JourAccuse > 0
               when JourSysteme > JourEcheanceAccuse
                   add 1 to nombreAccuseHorsDelai(IndiceCategorie)
           end-evaluate
           evaluate true
               when JourReponse > 0 and JourReponse <= JourEcheanceReponse
                   add 1 to nombreReponseDansDelai(IndiceCategorie)
               when JourReponse > 0
               when JourSysteme > JourEcheanceReponse
                   add 1 to nombreReponseHorsDelai(IndiceCategorie)
           end-evaluate.

       SQLReclamationsEnCours.
      * Reclamations recues avant la fin du trimestre et sans reponse a cette date.
           EXEC sql
               select count(*) into :NombreEnCoursFinTrimestre
               from reclamations
               where dateReception < :DateFinTrimestre
                 and (dateReponse is null or dateReponse >= :DateFinTrimestre)
           END-EXEC
           if SQLCODE <> 0
               perform TraiterErreurConnexionBD
           end-if.

       EditionStatistiques.
           move spaces to LigneStatistiques
           STRING "STATISTIQUES DES RECLAMATIONS - TRIMESTRE " TrimestreTraite " (du " DateDebutTrimestre
                  " au " DateFinTrimestre " exclu) - edition du " JJ of DateSysteme "/" MM of DateSysteme "/"
                  AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneStatistiques
           write LigneStatistiques
           move spaces to LigneStatistiques
           write LigneStatistiques
           move spaces to LigneStatistiques
           STRING "                                       Issue                        Accuse 10 j. ouvres   Reponse 2 mois"
                  DELIMITED BY SIZE INTO LigneStatistiques
           write LigneStatistiques
           move spaces to LigneStatistiques
           STRING "Categorie            Recues  Fondee  Partiel NonFond SansRep Delai   Retard  Delai   Retard"
                  DELIMITED BY SIZE INTO LigneStatistiques
           write LigneStatistiques
           move 1 to IndiceCategorie
           perform until IndiceCategorie > IndiceTotal
               move libelleCategorie(IndiceCategorie) to libelleEdite
               move nombreRecues(IndiceCategorie) to recuesEdite
               move nombreFondees(IndiceCategorie) to fondeesEdite
               move nombrePartielles(IndiceCategorie) to partiellesEdite
               move nombreNonFondees(IndiceCategorie) to nonFondeesEdite
               move nombreSansReponse(IndiceCategorie) to sansReponseEdite
               move nombreAccuseDansDelai(IndiceCategorie) to accuseDansDelaiEdite
               move nombreAccuseHorsDelai(IndiceCategorie) to accuseHorsDelaiEdite
               move nombreReponseDansDelai(IndiceCategorie) to reponseDansDelaiEdite
               move nombreReponseHorsDelai(IndiceCategorie) to reponseHorsDelaiEdite
               move LigneCategorieEditee to LigneStatistiques
               write LigneStatistiques
               add 1 to IndiceCategorie
           end-perform
           move spaces to LigneStatistiques
           write LigneStatistiques
           move spaces to LigneStatistiques
           STRING "Reclamations sans reponse a la fin du trimestre (toutes dates de reception) : "
                  NombreEnCoursFinTrimestre
                  DELIMITED BY SIZE INTO LigneStatistiques
           write LigneStatistiques
           move spaces to LigneStatistiques
           STRING "Delai / Retard : accuse ou reponse faits dans le delai / faits en retard ou echeance depassee sans "
                  "suite au " JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneStatistiques
           write LigneStatistiques.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "StatistiquesReclamations : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "StatistiquesReclamations : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "StatistiquesReclamations : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           display "StatistiquesReclamations : " nombreRecues(IndiceTotal) " reclamation(s) recue(s) au trimestre "
                   TrimestreTraite ", statistiques dans RECLSTAT.".
           close FichierStatistiques.
           stop run.
