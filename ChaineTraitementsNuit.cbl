       identification division.
       program-id. ChaineTraitementsNuit.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierCompteRendu assign to "CHAINRAP"
               organization is line sequential.

       data division.
       file section.
      * Compte rendu unique de la nuit, lu par l'equipe du matin
       FD FichierCompteRendu.
       01 LigneCompteRendu PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Horodatage complet (date et heure) pris au lancement et a la fin de chaque etape
       01 Horodatage.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).
         10 HH PIC 9(2).
         10 MN PIC 9(2).
         10 SS PIC 9(2).
         10 filler PIC X(9).

      * Chaine des traitements de nuit, dans l'ordre d'execution : nom du programme puis
      * jusqu'a trois numeros d'etapes dont il depend (00 = aucune). Une etape ne se lance
      * que si toutes ses dependances sont terminees ; sinon elle est sautee, et ses propres
      * dependantes avec elle.
       01 DefinitionChaine.
         05 filler PIC X(36) value "CotisationMensuelle           000000".
         05 filler PIC X(36) value "PrelevementCotisations        010000".
         05 filler PIC X(36) value "RetourPrelevements            000000".
         05 filler PIC X(36) value "RapprochementEncaissements    010000".
         05 filler PIC X(36) value "RelanceCotisations            010304".
         05 filler PIC X(36) value "ContratExpiration             000000".
         05 filler PIC X(36) value "RenouvellementContrats        000000".
         05 filler PIC X(36) value "RevueSinistres                000000".
         05 filler PIC X(36) value "IndemnisationSinistres        080000".
         05 filler PIC X(36) value "RetourVirements               000000".
         05 filler PIC X(36) value "ReglementPaiements            091000".
         05 filler PIC X(36) value "CourrierDecisions             090000".
         05 filler PIC X(36) value "ReconciliationContrats        000000".
         05 filler PIC X(36) value "DetectionDoublons             000000".
         05 filler PIC X(36) value "RapportGestion                011100".
         05 filler PIC X(36) value "EcheancesReclamations         000000".
       01 TableChaine redefines DefinitionChaine.
         05 EtapeChaine occurs 16.
           10 nomEtape PIC X(30).
           10 dependanceEtape PIC 99 occurs 3.
       77 NombreEtapes PIC 99 value 16.

      * Resultat de chaque etape pour le compte rendu :
      * - "Termine"   : lancee cette nuit, journal clos "Termine" ;
      * - "Echec"     : lancee cette nuit, journal "Echec" ou reste "En cours" (arret anormal) ;
      * - "Saute"     : non lancee, une dependance n'est pas terminee ;
      * - "Deja fait" : avant l'etape de reprise, journal "Termine" depuis la veille ;
      * - "Non fait"  : avant l'etape de reprise, sans execution terminee depuis la veille.
       01 ResultatsChaine.
         05 ResultatEtape occurs 16.
           10 statutEtape PIC X(12).
           10 lignesEtape PIC 9(7).
           10 dureeEtape PIC 9(5).
           10 motifEtape PIC X(50).

       77 IndiceEtape PIC 99.
       77 IndiceDependance PIC 9.
       77 NumeroDependance PIC 99.
       77 IndicateurDependancesOK PIC 9.

      * Etape de reprise, saisie au lancement : vide, toute la chaine est executee ; sinon les
      * etapes precedentes ne sont pas relancees, leur resultat est lu dans le journal.
       77 EtapeRepriseSaisie PIC X(2).
       77 EtapeReprise PIC 99.

      * Lecture du journal des executions pour l'etape courante
       77 NomProgrammeEtape PIC X(30).
       77 DateLancement PIC X(10).
       77 DateVeille PIC X(10).
       77 DateVeilleEntier PIC 9(8).
       77 TerminesAvant PIC 9(5).
       77 TerminesApres PIC 9(5).
       77 EchecsApres PIC 9(5).
       77 LignesAvant PIC 9(9).
       77 LignesApres PIC 9(9).

      * Commande de lancement d'une etape : l'executable porte le nom du programme
       77 CommandeEtape PIC X(80).

      * Durees en secondes (une etape qui passe minuit ajoute un jour)
       77 SecondesDebut PIC 9(6).
       77 SecondesFin PIC 9(6).
       77 SecondesDebutChaine PIC 9(6).
       77 DureeChaine PIC 9(6).
       01 DureeEditee.
         10 HH PIC 9(2).
         10 filler PIC X value ":".
         10 MN PIC 9(2).
         10 filler PIC X value ":".
         10 SS PIC 9(2).
       77 DureeReste PIC 9(6).

       77 NombreEtapesTerminees PIC 99 value 0.
       77 NombreEtapesEchec PIC 99 value 0.
       77 NombreEtapesSautees PIC 99 value 0.
       77 NombreEtapesDejaFaites PIC 99 value 0.
       77 NombreEtapesNonFaites PIC 99 value 0.
       77 PremiereEtapeEchec PIC 99 value 0.

      * Images pour le compte rendu
       77 NumeroEdite PIC 99.
       77 LignesEditees PIC ZZZZZZ9.
       01 DependancesEditees.
         10 dependanceEditee PIC X(3) occurs 3.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "ChaineTraitementsNuit".
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
           move 1 to IndiceEtape.
           perform ExecutionEtape until IndiceEtape > NombreEtapes or IndicateurErreurBD = 1.
           perform EditionCompteRendu.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.
           Move FUNCTION CURRENT-DATE TO Horodatage.
           compute SecondesDebutChaine = HH of Horodatage * 3600 + MN of Horodatage * 60 + SS of Horodatage.

           display "ChaineTraitementsNuit : etape de reprise (01 a 16, vide = chaine complete) ?".
           accept EtapeRepriseSaisie.
           if EtapeRepriseSaisie = spaces
               move 1 to EtapeReprise
           else
               if EtapeRepriseSaisie(2:1) = space
                   move EtapeRepriseSaisie(1:1) to EtapeRepriseSaisie(2:1)
                   move "0" to EtapeRepriseSaisie(1:1)
               end-if
               if EtapeRepriseSaisie is numeric
                   move EtapeRepriseSaisie to EtapeReprise
               else
                   move 0 to EtapeReprise
               end-if
               if EtapeReprise < 1 or EtapeReprise > NombreEtapes
                   display "ChaineTraitementsNuit : etape de reprise invalide, arret du traitement."
                   stop run
               end-if
           end-if.

      * La veille sert a reconnaitre une etape deja terminee quand la reprise a lieu apres minuit
           compute DateVeilleEntier = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
               AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme) - 1).
           move spaces to DateVeille.
           STRING DateVeilleEntier(1:4) "-" DateVeilleEntier(5:2) "-" DateVeilleEntier(7:2)
                  DELIMITED BY SIZE INTO DateVeille.

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

           open output FichierCompteRendu.
           move 0 to IndicateurErreurBD.
           move 0 to NombreEtapesTerminees.
           move 0 to NombreEtapesEchec.
           move 0 to NombreEtapesSautees.
           move 0 to NombreEtapesDejaFaites.
           move 0 to NombreEtapesNonFaites.
           move 0 to PremiereEtapeEchec.
           initialize ResultatsChaine.
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
               display "ChaineTraitementsNuit : echec de l'ouverture du journal des executions."
           end-if.

       ExecutionEtape.
      ************************************************************************************************
      * Etape courante de la chaine : avant l'etape de reprise, son resultat est lu dans le
      * journal ; a partir de l'etape de reprise, elle est lancee si ses dependances sont
      * terminees, et sautee sinon.
      *************************************************************************************************
           move nomEtape(IndiceEtape) to NomProgrammeEtape
           if IndiceEtape < EtapeReprise
               perform ControleEtapeAnterieure
           else
               perform ControleDependances
               if IndicateurDependancesOK = 1
                   perform LancementEtape
               else
                   move "Saute" to statutEtape(IndiceEtape)
                   add 1 to NombreEtapesSautees
               end-if
           end-if
           add 1 to IndiceEtape.

       ControleEtapeAnterieure.
      * Etape deja passee lors d'une nuit interrompue : seule une execution "Termine" depuis
      * la veille la fait considerer comme faite pour ses dependantes.
           EXEC sql
               select count(*), isnull(sum(nombreLignesTraitees), 0)
               into :TerminesAvant, :LignesAvant
               from journalExecutions
               where nomProgramme = :NomProgrammeEtape
                 and statutExecution = 'Termine'
                 and dateExecution >= :DateVeille
           END-EXEC
           evaluate true
               when SQLCODE <> 0
                   perform TraiterErreurConnexionBD
               when TerminesAvant > 0
                   move "Deja fait" to statutEtape(IndiceEtape)
                   move LignesAvant to lignesEtape(IndiceEtape)
                   add 1 to NombreEtapesDejaFaites
               when other
                   move "Non fait" to statutEtape(IndiceEtape)
                   move "Aucune execution terminee depuis la veille" to motifEtape(IndiceEtape)
                   add 1 to NombreEtapesNonFaites
                   if PremiereEtapeEchec = 0
                       move IndiceEtape to PremiereEtapeEchec
                   end-if
           end-evaluate.

       ControleDependances.
      * Toutes les dependances declarees doivent etre "Termine" ou "Deja fait" ; la premiere
      * qui ne l'est pas est citee comme motif du saut.
           move 1 to IndicateurDependancesOK
           move 1 to IndiceDependance
           perform until IndiceDependance > 3 or IndicateurDependancesOK = 0
               move dependanceEtape(IndiceEtape, IndiceDependance) to NumeroDependance
               if NumeroDependance > 0
                   if statutEtape(NumeroDependance) <> "Termine" and statutEtape(NumeroDependance) <> "Deja fait"
                       move 0 to IndicateurDependancesOK
                       move NumeroDependance to NumeroEdite
                       move spaces to motifEtape(IndiceEtape)
                       string "Etape " NumeroEdite " " nomEtape(NumeroDependance) DELIMITED BY "  "
                              " non terminee" DELIMITED BY SIZE INTO motifEtape(IndiceEtape)
                   end-if
               end-if
               add 1 to IndiceDependance
           end-perform.

       LancementEtape.
      * Lance le programme de l'etape et attend sa fin, puis lit son resultat dans le journal :
      * une ligne "Termine" de plus depuis le lancement vaut reussite, le nombre de lignes
      * traitees est la difference des totaux journalises avant et apres.
           Move FUNCTION CURRENT-DATE TO Horodatage
           compute SecondesDebut = HH of Horodatage * 3600 + MN of Horodatage * 60 + SS of Horodatage
           move spaces to DateLancement
           STRING AAAA of Horodatage "-" MM of Horodatage "-" JJ of Horodatage
                  DELIMITED BY SIZE INTO DateLancement
           perform LectureJournalEtape
           if IndicateurErreurBD = 1
               move "Echec" to statutEtape(IndiceEtape)
               move "Journal des executions illisible" to motifEtape(IndiceEtape)
           else
               move TerminesApres to TerminesAvant
               move LignesApres to LignesAvant

               display "ChaineTraitementsNuit : lancement de l'etape " IndiceEtape " " NomProgrammeEtape
               move spaces to CommandeEtape
               string NomProgrammeEtape DELIMITED BY SPACE
                      x"00" DELIMITED BY SIZE INTO CommandeEtape
               call "SYSTEM" using CommandeEtape

               Move FUNCTION CURRENT-DATE TO Horodatage
               compute SecondesFin = HH of Horodatage * 3600 + MN of Horodatage * 60 + SS of Horodatage
               if SecondesFin < SecondesDebut
                   add 86400 to SecondesFin
               end-if
               compute dureeEtape(IndiceEtape) = SecondesFin - SecondesDebut

               perform LectureJournalEtape
               evaluate true
                   when IndicateurErreurBD = 1
                       move "Echec" to statutEtape(IndiceEtape)
                       move "Journal des executions illisible" to motifEtape(IndiceEtape)
                   when TerminesApres > TerminesAvant
                       move "Termine" to statutEtape(IndiceEtape)
                       compute lignesEtape(IndiceEtape) = LignesApres - LignesAvant
                       add 1 to NombreEtapesTerminees
                   when EchecsApres > 0
                       move "Echec" to statutEtape(IndiceEtape)
                       move "Journal clos en Echec (base de donnees)" to motifEtape(IndiceEtape)
                   when other
                       move "Echec" to statutEtape(IndiceEtape)
                       move "Arret anormal, journal non clos" to motifEtape(IndiceEtape)
               end-evaluate
           end-if
           if statutEtape(IndiceEtape) = "Echec"
               add 1 to NombreEtapesEchec
               if PremiereEtapeEchec = 0
                   move IndiceEtape to PremiereEtapeEchec
               end-if
           end-if.

       LectureJournalEtape.
      * Executions "Termine" (nombre et lignes) et "Echec" de l'etape depuis la date de lancement.
           EXEC sql
               select isnull(sum(case when statutExecution = 'Termine' then 1 else 0 end), 0),
                      isnull(sum(case when statutExecution = 'Termine' then nombreLignesTraitees else 0 end), 0),
                      isnull(sum(case when statutExecution = 'Echec' then 1 else 0 end), 0)
               into :TerminesApres, :LignesApres, :EchecsApres
               from journalExecutions
               where nomProgramme = :NomProgrammeEtape
                 and dateExecution >= :DateLancement
           END-EXEC
           if SQLCODE <> 0
               perform TraiterErreurConnexionBD
           end-if.

       EditionCompteRendu.
      ************************************************************************************************
      * Une page pour l'equipe du matin : une ligne par etape (statut, lignes traitees, duree,
      * dependances, motif), puis les totaux et, en cas d'echec, l'etape de reprise.
      *************************************************************************************************
           move spaces to LigneCompteRendu
           string "COMPTE RENDU DE LA CHAINE DE NUIT - lancee le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneCompteRendu
           write LigneCompteRendu
           if EtapeReprise > 1
               move EtapeReprise to NumeroEdite
               move spaces to LigneCompteRendu
               string "Reprise a l'etape " NumeroEdite " " nomEtape(EtapeReprise)
                      DELIMITED BY SIZE INTO LigneCompteRendu
               write LigneCompteRendu
           end-if
           move spaces to LigneCompteRendu
           write LigneCompteRendu
           move "NO ETAPE                          STATUT        LIGNES DUREE    DEPEND.   MOTIF" to LigneCompteRendu
           write LigneCompteRendu

           move 1 to IndiceEtape
           perform until IndiceEtape > NombreEtapes
               perform EcritureLigneEtape
               add 1 to IndiceEtape
           end-perform

           move spaces to LigneCompteRendu
           write LigneCompteRendu
           move spaces to LigneCompteRendu
           string "TOTAL - Terminees " NombreEtapesTerminees
                  " - En echec " NombreEtapesEchec
                  " - Sautees " NombreEtapesSautees
                  " - Deja faites " NombreEtapesDejaFaites
                  " - Non faites " NombreEtapesNonFaites
                  DELIMITED BY SIZE INTO LigneCompteRendu
           write LigneCompteRendu

           Move FUNCTION CURRENT-DATE TO Horodatage
           compute DureeChaine = HH of Horodatage * 3600 + MN of Horodatage * 60 + SS of Horodatage
           if DureeChaine < SecondesDebutChaine
               add 86400 to DureeChaine
           end-if
           compute DureeChaine = DureeChaine - SecondesDebutChaine
           perform EditionDuree
           move spaces to LigneCompteRendu
           string "Duree totale de la chaine : " DureeEditee
                  DELIMITED BY SIZE INTO LigneCompteRendu
           write LigneCompteRendu

           move spaces to LigneCompteRendu
           if IndicateurErreurBD = 1
               move "Chaine interrompue sur une erreur de base de donnees : etapes suivantes non lancees."
                 to LigneCompteRendu
               write LigneCompteRendu
               move spaces to LigneCompteRendu
           end-if
           if PremiereEtapeEchec > 0
               move PremiereEtapeEchec to NumeroEdite
               string "Apres correction, relancer la chaine a l'etape " NumeroEdite " "
                      nomEtape(PremiereEtapeEchec)
                      DELIMITED BY SIZE INTO LigneCompteRendu
           else
               if IndicateurErreurBD = 0
                   move "Toutes les etapes lancees sont terminees." to LigneCompteRendu
               end-if
           end-if
           write LigneCompteRendu.

       EcritureLigneEtape.
           move IndiceEtape to NumeroEdite
           move lignesEtape(IndiceEtape) to LignesEditees
           move dureeEtape(IndiceEtape) to DureeChaine
           perform EditionDuree
           move spaces to DependancesEditees
           move 1 to IndiceDependance
           perform until IndiceDependance > 3
               if dependanceEtape(IndiceEtape, IndiceDependance) > 0
                   move dependanceEtape(IndiceEtape, IndiceDependance) to dependanceEditee(IndiceDependance)
               end-if
               add 1 to IndiceDependance
           end-perform
           if statutEtape(IndiceEtape) = spaces
               move "Non lance" to statutEtape(IndiceEtape)
           end-if
           move spaces to LigneCompteRendu
           string NumeroEdite " " nomEtape(IndiceEtape) " " statutEtape(IndiceEtape) " "
                  LignesEditees " " DureeEditee " " DependancesEditees " " motifEtape(IndiceEtape)
                  DELIMITED BY SIZE INTO LigneCompteRendu
           write LigneCompteRendu.

       EditionDuree.
      * Duree en secondes (DureeChaine) editee en HH:MM:SS
           compute HH of DureeEditee = DureeChaine / 3600
           compute DureeReste = DureeChaine - HH of DureeEditee * 3600
           compute MN of DureeEditee = DureeReste / 60
           compute SS of DureeEditee = DureeReste - MN of DureeEditee * 60.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "ChaineTraitementsNuit : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "ChaineTraitementsNuit : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "ChaineTraitementsNuit : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move NombreEtapesTerminees to nombreLignesTraitees of JournalExecution.
           if PremiereEtapeEchec > 0
               move nomEtape(PremiereEtapeEchec) to dernierCodeTraite of JournalExecution
           end-if.
           perform ClotureJournalExecution.
           display "ChaineTraitementsNuit : " NombreEtapesTerminees " etape(s) terminee(s), "
                   NombreEtapesEchec " en echec, " NombreEtapesSautees " sautee(s), compte rendu dans CHAINRAP."
           close FichierCompteRendu.
           stop run.

       ClotureJournalExecution.
      * Complete la ligne de journal de cette execution : "Termine" quand toutes les etapes
      * sont terminees (ou deja faites), "Echec" sinon ; dernierCodeTraite porte l'etape a
      * partir de laquelle relancer.
           if IndicateurErreurBD = 1 or PremiereEtapeEchec > 0 or NombreEtapesSautees > 0
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
