       identification division.
       program-id. ProvisionsTechniques.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierDetail assign to "PROVDET"
               organization is line sequential.
           select FichierSynthese assign to "PROVSYNT"
               organization is line sequential.
           select FichierEcritures assign to "ECRPROV"
               organization is line sequential.

       data division.
       file section.
       FD FichierDetail.
       01 LigneDetail PIC X(132).

       FD FichierSynthese.
       01 LigneSynthese PIC X(132).

       FD FichierEcritures.
       01 LigneEcriture PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Mois de cloture (AAAA-MM), saisi au lancement comme dans ExportComptable ; vide, le
      * traitement prend le mois de la date du jour. Les provisions sont evaluees au dernier
      * jour de ce mois (DateCloture, format AAAA-MM-JJ des colonnes de date).
       77 MoisTraite PIC X(7).
       01 MoisTraiteDecompose.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
       77 PremierJourMoisSuivantEntier PIC 9(8).
       77 DateClotureEntier PIC 9(8).
       77 DateCloture PIC X(10).

      * Premiere echeance encore susceptible de couvrir des jours posterieurs a la cloture :
      * une cotisation couvre au plus un mois a compter de son echeance.
       77 DateDebutFenetreEntier PIC 9(8).
       77 DateDebutFenetre PIC X(10).

      * Plan de comptes des provisions : comptes de bilan des provisions techniques et comptes
      * de variation en resultat. La dotation de la cloture et la reprise de la cloture
      * precedente sont passees a la date de cloture, dans le gabarit de ECRCOMPT.
       77 CompteProvisionSinistres PIC X(6) value "330000".
       77 CompteVariationSinistres PIC X(6) value "603100".
       77 CompteProvisionPrimes PIC X(6) value "320000".
       77 CompteVariationPrimes PIC X(6) value "706100".
       77 ReferenceEcriture PIC X(20).

      * Indemnite journaliere par garantie, valeurs de repli identiques a IndemnisationSinistres :
      * la version en vigueur a la date du sinistre est relue dans la table tarifs (INDEMJOURxx).
       77 IndemJourIT PIC 9(3)V99 value 30,00.
       77 IndemJourPE PIC 9(3)V99 value 40,00.
       77 IndemJourIA PIC 9(3)V99 value 50,00.
       77 IndemJourMT PIC 9(3)V99 value 45,00.
       77 IndemJourCH PIC 9(3)V99 value 35,00.

      * Cout moyen d'un sinistre par garantie (codes COUTMOYENxx de la table tarifs, version en
      * vigueur a la date de cloture), valeurs de repli ci-dessous. Il sert de plancher a la
      * provision d'un sinistre indemnise a la journee, et d'estimation d'un sinistre DC dont
      * les paiements aux beneficiaires n'existent pas encore.
       77 CoutMoyenIT PIC 9(6)V99 value 1500,00.
       77 CoutMoyenPE PIC 9(6)V99 value 2000,00.
       77 CoutMoyenIA PIC 9(6)V99 value 2500,00.
       77 CoutMoyenMT PIC 9(6)V99 value 1800,00.
       77 CoutMoyenCH PIC 9(6)V99 value 1200,00.
       77 CoutMoyenDC PIC 9(6)V99 value 10000,00.

      * Lecture des tarifs en vigueur pour le sinistre courant
       77 CodeTauxIndemnite PIC X(20).
       77 CodeTauxCoutMoyen PIC X(20).
       77 IndemJourDefaut PIC 9(3)V99.
       77 CoutMoyenDefaut PIC 9(6)V99.
       77 IndemJournaliere PIC 9(3)V99.
       77 CoutMoyen PIC 9(6)V99.
       77 DateSinistreTexte PIC X(10).

      * Sinistre non regle en cours de lecture, avec les franchises du contrat qui le couvre
       01 SinistreEnCours.
         05 codeSinistre PIC x(36).
         05 codeContrat PIC x(36).
         05 typeSinistre PIC XX.
         05 statutSinistre PIC X(10).
         05 Date-Sinistre.
           10 JJ PIC 9(2).
           10 MM PIC 9(2).
           10 AAAA PIC 9(4).
         05 franchise.
           10 FRIT PIC 99.
           10 FRPE PIC 99.
           10 FRIA PIC 99.
           10 FRMT PIC 99.
           10 FRCH PIC 99.

      * Elements de l'evaluation du sinistre courant : jours indemnisables acquis a la cloture
      * (meme calcul que IndemnisationSinistres, arrete a la date de cloture), reste a payer
      * des paiements DC deja generes, et provision retenue avec sa base de calcul
       77 DateSinistreEntier PIC 9(8).
       77 FranchiseGarantie PIC 99.
       77 JoursIndemnisables PIC S9(5).
       77 JoursIndemnisablesEdite PIC 9(5).
       77 MontantIndemniteAcquise PIC 9(7)V99.
       77 NombrePaiementsDC PIC 9(3).
       77 ResteAPayerDC PIC 9(9)V99.
       77 ProvisionSinistre PIC 9(9)V99.
       77 BaseProvision PIC X(20).

      * Rupture par garantie (curseur classe par typeSinistre) pour la synthese
       77 DernierTypeSinistre PIC XX value spaces.
       77 NombreSinistresType PIC 9(5) value 0.
       77 ProvisionType PIC 9(11)V99 value 0.

      * Cotisation facturee couvrant des jours posterieurs a la cloture. Le montant est signe :
      * un avoir d'avenant reduit la part non acquise du mois qu'il ajuste.
       01 CotisationEnCours.
         05 codeCotisation PIC x(36).
         05 codeContrat PIC x(36).
         05 montant PIC S9(7)V99.
         05 dateEcheance PIC X(10).

      * Periode couverte par une cotisation : de son echeance au meme jour du mois suivant,
      * soit le nombre de jours du mois de l'echeance ; la part non acquise est celle des
      * jours de la periode posterieurs a la date de cloture.
       01 DateEcheanceDecomposee.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).
       77 DateEcheanceEntier PIC 9(8).
       77 PremierJourMoisEcheanceEntier PIC 9(8).
       77 PremierJourMoisSuivantEcheanceEntier PIC 9(8).
       77 JoursPeriode PIC S9(3).
       77 JoursNonAcquis PIC S9(5).
       77 PrimeNonAcquise PIC S9(7)V99.

      * Rupture par contrat (curseur classe par codeContrat) pour le detail contrat par contrat
       77 DernierCodeContrat PIC X(36) value spaces.
       77 NombreCotisationsContrat PIC 9(3) value 0.
       77 PrimeNonAcquiseContrat PIC S9(9)V99 value 0.

      * Totaux de la cloture, et ceux de la cloture precedente relus dans clotureProvisions
       77 TotalProvisionSinistres PIC 9(11)V99 value 0.
       77 TotalProvisionPrimes PIC S9(11)V99 value 0.
       77 NombreSinistresProvisionnes PIC 9(5) value 0.
       77 NombreContratsProvisionnes PIC 9(5) value 0.
       77 MoisCloturePrecedente PIC X(7).
       77 ProvisionSinistresPrecedente PIC S9(11)V99 value 0.
       77 ProvisionPrimesPrecedente PIC S9(11)V99 value 0.
       77 VariationSinistres PIC S9(11)V99.
       77 VariationPrimes PIC S9(11)V99.
       77 TotalDebits PIC 9(11)V99 value 0.
       77 TotalCredits PIC 9(11)V99 value 0.
       77 NombreEcritures PIC 9(5) value 0.

      * Montant de l'ecriture en cours de constitution (toujours positif, sens D/C a part)
       77 MontantEcriture PIC S9(11)V99.
       77 CompteDebit PIC X(6).
       77 CompteCredit PIC X(6).
       77 CompteEchange PIC X(6).
       77 LibelleEcriture PIC X(40).

      * Images editees pour les fichiers (point decimal, comme ECRCOMPT)
       77 MontantEdite PIC ZZZZZZZZ9,99.
       77 MontantSigneEdite PIC -ZZZZZZZZ9,99.
       77 TotalEdite PIC ZZZZZZZZZZ9,99.
       77 TotalSigneEdite PIC -ZZZZZZZZZZ9,99.
       77 NombreEdite PIC ZZZZ9.

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
           perform SQLProvisionSinistres.
           perform SQLProvisionPrimes.
           perform LectureCloturePrecedente.
           perform EditionSynthese.
           perform EcrituresProvisions.
           perform EnregistrementCloture.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.

           display "ProvisionsTechniques : mois de cloture (AAAA-MM, vide = mois courant) ?".
           accept MoisTraite.
           if MoisTraite = spaces
               move spaces to MoisTraite
               STRING AAAA of DateSysteme "-" MM of DateSysteme INTO MoisTraite
           end-if.

      * Date de cloture = veille du premier jour du mois suivant
           move MoisTraite(1:4) to AAAA of MoisTraiteDecompose.
           move MoisTraite(6:2) to MM of MoisTraiteDecompose.
           if MM of MoisTraiteDecompose = 12
               compute PremierJourMoisSuivantEntier = (AAAA of MoisTraiteDecompose + 1) * 10000 + 101
           else
               compute PremierJourMoisSuivantEntier = AAAA of MoisTraiteDecompose * 10000
                 + (MM of MoisTraiteDecompose + 1) * 100 + 1
           end-if.
           compute DateClotureEntier = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(PremierJourMoisSuivantEntier) - 1).
           STRING DateClotureEntier(1:4) "-" DateClotureEntier(5:2) "-" DateClotureEntier(7:2) INTO DateCloture.
           compute DateDebutFenetreEntier = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(DateClotureEntier) - 31).
           STRING DateDebutFenetreEntier(1:4) "-" DateDebutFenetreEntier(5:2) "-" DateDebutFenetreEntier(7:2)
             INTO DateDebutFenetre.
           move spaces to ReferenceEcriture.
           STRING "PROVISIONS-" MoisTraite DELIMITED BY SIZE INTO ReferenceEcriture.

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

           open output FichierDetail.
           open output FichierSynthese.
           open output FichierEcritures.
           move 0 to IndicateurErreurBD.
           move 0 to TotalProvisionSinistres.
           move 0 to TotalProvisionPrimes.
           move 0 to NombreSinistresProvisionnes.
           move 0 to NombreContratsProvisionnes.
           move 0 to TotalDebits.
           move 0 to TotalCredits.
           move 0 to NombreEcritures.

           perform LectureCoutsMoyens.

           move spaces to LigneDetail.
           string "DETAIL DES PROVISIONS TECHNIQUES - cloture du " DateCloture " - etabli le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneDetail.
           write LigneDetail.
           move spaces to LigneSynthese.
           string "SYNTHESE DES PROVISIONS TECHNIQUES - cloture du " DateCloture " - etabli le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneSynthese.
           write LigneSynthese.
           move spaces to LigneEcriture.
           string "ENTETE ECRITURES - mois " MoisTraite " - provisions techniques - etabli le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneEcriture.
           write LigneEcriture.

       LectureCoutsMoyens.
      * Couts moyens en vigueur a la date de cloture ; la sous-requete sous isnull renvoie
      * toujours une ligne, un code absent de la table garde sa valeur de repli.
           move "COUTMOYENIT" to CodeTauxCoutMoyen
           move CoutMoyenIT to CoutMoyenDefaut
           perform LectureTarifCoutMoyen
           move CoutMoyen to CoutMoyenIT
           move "COUTMOYENPE" to CodeTauxCoutMoyen
           move CoutMoyenPE to CoutMoyenDefaut
           perform LectureTarifCoutMoyen
           move CoutMoyen to CoutMoyenPE
           move "COUTMOYENIA" to CodeTauxCoutMoyen
           move CoutMoyenIA to CoutMoyenDefaut
           perform LectureTarifCoutMoyen
           move CoutMoyen to CoutMoyenIA
           move "COUTMOYENMT" to CodeTauxCoutMoyen
           move CoutMoyenMT to CoutMoyenDefaut
           perform LectureTarifCoutMoyen
           move CoutMoyen to CoutMoyenMT
           move "COUTMOYENCH" to CodeTauxCoutMoyen
           move CoutMoyenCH to CoutMoyenDefaut
           perform LectureTarifCoutMoyen
           move CoutMoyen to CoutMoyenCH
           move "COUTMOYENDC" to CodeTauxCoutMoyen
           move CoutMoyenDC to CoutMoyenDefaut
           perform LectureTarifCoutMoyen
           move CoutMoyen to CoutMoyenDC.

       LectureTarifCoutMoyen.
           EXEC sql
               select isnull((select top 1 valeurTaux from tarifs
                              where codeTaux = :CodeTauxCoutMoyen
                                and dateEffet <= :DateCloture
                              order by dateEffet desc), :CoutMoyenDefaut)
               into :CoutMoyen
           END-EXEC
           if SQLCODE <> 0
               move CoutMoyenDefaut to CoutMoyen
           end-if.

       SQLProvisionSinistres.
      ************************************************************************************************
      * Provision pour sinistres a payer : chaque sinistre survenu au plus tard a la cloture et
      * encore "Declare", "En etude" ou "Approuve" est evalue selon sa garantie (cf
      * EvaluationSinistre) et porte une ligne de detail ; la synthese totalise par garantie.
      *************************************************************************************************
           EXEC sql
               declare CursorProvSinistres cursor for
               select s.codeSinistre, s.codeContrat, s.typeSinistre, s.statutSinistre,
                      DAY(s.dateDuSinistre), MONTH(s.dateDuSinistre), YEAR(s.dateDuSinistre),
                      c.FRIT, c.FRPE, c.FRIA, c.FRMT, c.FRCH
               from sinistres s
               join contrats c on c.codeContrat = s.codeContrat
               where s.statutSinistre in ('Declare', 'En etude', 'Approuve')
                 and s.dateDuSinistre <= :DateCloture
               order by s.typeSinistre, s.codeSinistre
           END-EXEC

           EXEC sql
               open CursorProvSinistres
           END-EXEC

           move spaces to DernierTypeSinistre
           move spaces to LigneSynthese
           string "PROVISION POUR SINISTRES A PAYER - par garantie"
                  DELIMITED BY SIZE INTO LigneSynthese
           write LigneSynthese

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorProvSinistres into
                   :SinistreEnCours.codeSinistre,
                   :SinistreEnCours.codeContrat,
                   :SinistreEnCours.typeSinistre,
                   :SinistreEnCours.statutSinistre,
                   :SinistreEnCours.Date-Sinistre.JJ,
                   :SinistreEnCours.Date-Sinistre.MM,
                   :SinistreEnCours.Date-Sinistre.AAAA,
                   :SinistreEnCours.FRIT,
                   :SinistreEnCours.FRPE,
                   :SinistreEnCours.FRIA,
                   :SinistreEnCours.FRMT,
                   :SinistreEnCours.FRCH
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       if typeSinistre of SinistreEnCours <> DernierTypeSinistre
                           perform ClotureTypeSinistre
                           move typeSinistre of SinistreEnCours to DernierTypeSinistre
                       end-if
                       perform EvaluationSinistre
                       perform EcritureDetailSinistre
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorProvSinistres
           END-EXEC.

           perform ClotureTypeSinistre.

       EvaluationSinistre.
      * - IT/PE/IA/MT/CH : indemnite journaliere (tarif a la date du sinistre) des jours acquis
      *   entre le sinistre et la cloture, franchise deduite, jamais moins que le cout moyen de
      *   la garantie (le sinistre n'est pas clos a la cloture, sa duree finale est inconnue) ;
      * - DC : reste a payer des paiements generes aux beneficiaires a la declaration, le cout
      *   moyen DC seulement si aucun paiement n'existe encore pour le sinistre.
           move 0 to ProvisionSinistre
           move spaces to BaseProvision
           move 0 to JoursIndemnisables
           if typeSinistre of SinistreEnCours = "DC"
               perform EvaluationSinistreDC
           else
               perform EvaluationSinistreJournalier
           end-if.

       EvaluationSinistreJournalier.
           evaluate typeSinistre of SinistreEnCours
               when "IT"
                   move FRIT of SinistreEnCours to FranchiseGarantie
                   move IndemJourIT to IndemJourDefaut
                   move "INDEMJOURIT" to CodeTauxIndemnite
                   move CoutMoyenIT to CoutMoyen
               when "PE"
                   move FRPE of SinistreEnCours to FranchiseGarantie
                   move IndemJourPE to IndemJourDefaut
                   move "INDEMJOURPE" to CodeTauxIndemnite
                   move CoutMoyenPE to CoutMoyen
               when "IA"
                   move FRIA of SinistreEnCours to FranchiseGarantie
                   move IndemJourIA to IndemJourDefaut
                   move "INDEMJOURIA" to CodeTauxIndemnite
                   move CoutMoyenIA to CoutMoyen
               when "MT"
                   move FRMT of SinistreEnCours to FranchiseGarantie
                   move IndemJourMT to IndemJourDefaut
                   move "INDEMJOURMT" to CodeTauxIndemnite
                   move CoutMoyenMT to CoutMoyen
               when "CH"
                   move FRCH of SinistreEnCours to FranchiseGarantie
                   move IndemJourCH to IndemJourDefaut
                   move "INDEMJOURCH" to CodeTauxIndemnite
                   move CoutMoyenCH to CoutMoyen
               when other
                   move 0 to FranchiseGarantie
                   move 0 to IndemJourDefaut
                   move spaces to CodeTauxIndemnite
                   move 0 to CoutMoyen
           end-evaluate

           move IndemJourDefaut to IndemJournaliere
           if CodeTauxIndemnite <> spaces
               perform LectureTarifIndemnite
           end-if

           compute DateSinistreEntier = AAAA of Date-Sinistre of SinistreEnCours * 10000
             + MM of Date-Sinistre of SinistreEnCours * 100 + JJ of Date-Sinistre of SinistreEnCours
           compute JoursIndemnisables = FUNCTION INTEGER-OF-DATE(DateClotureEntier)
             - FUNCTION INTEGER-OF-DATE(DateSinistreEntier) - FranchiseGarantie
           if JoursIndemnisables < 0
               move 0 to JoursIndemnisables
           end-if
           compute MontantIndemniteAcquise = JoursIndemnisables * IndemJournaliere

           if MontantIndemniteAcquise > CoutMoyen
               move MontantIndemniteAcquise to ProvisionSinistre
               move "JOURS ACQUIS" to BaseProvision
           else
               move CoutMoyen to ProvisionSinistre
               move "COUT MOYEN" to BaseProvision
           end-if.

       LectureTarifIndemnite.
      * Version du taux en vigueur a la date du sinistre, comme IndemnisationSinistres.
           move spaces to DateSinistreTexte
           STRING AAAA of Date-Sinistre of SinistreEnCours "-" MM of Date-Sinistre of SinistreEnCours
                  "-" JJ of Date-Sinistre of SinistreEnCours INTO DateSinistreTexte
           EXEC sql
               select isnull((select top 1 valeurTaux from tarifs
                              where codeTaux = :CodeTauxIndemnite
                                and dateEffet <= :DateSinistreTexte
                              order by dateEffet desc), :IndemJourDefaut)
               into :IndemJournaliere
           END-EXEC
           if SQLCODE <> 0
               move IndemJourDefaut to IndemJournaliere
           end-if.

       EvaluationSinistreDC.
      * Les paiements "Regle" sont deja sortis en banque (ExportComptable) : seuls les autres
      * (a regler, rejetes en attente de reemission) restent dus au beneficiaire.
           move 0 to NombrePaiementsDC
           move 0 to ResteAPayerDC
           EXEC sql
               select count(*), isnull(sum(case when statut <> 'Regle'
                                               then convert(decimal(12,2), montant) else 0 end), 0)
               into :NombrePaiementsDC, :ResteAPayerDC
               from paiements
               where codeSinistre = :SinistreEnCours.codeSinistre
           END-EXEC
           if SQLCODE = 0 and NombrePaiementsDC > 0
               move ResteAPayerDC to ProvisionSinistre
               move "PAIEMENTS A REGLER" to BaseProvision
           else
               move CoutMoyenDC to ProvisionSinistre
               move "COUT MOYEN" to BaseProvision
           end-if.

       EcritureDetailSinistre.
           add 1 to NombreSinistresProvisionnes
           add 1 to NombreSinistresType
           add ProvisionSinistre to ProvisionType
           add ProvisionSinistre to TotalProvisionSinistres
           move ProvisionSinistre to MontantEdite
           inspect MontantEdite replacing all "," by "."
           move JoursIndemnisables to JoursIndemnisablesEdite
           move spaces to LigneDetail
           string "SAP;" codeSinistre of SinistreEnCours ";" codeContrat of SinistreEnCours ";"
                  typeSinistre of SinistreEnCours ";" statutSinistre of SinistreEnCours ";"
                  JoursIndemnisablesEdite ";" BaseProvision ";" MontantEdite
                  DELIMITED BY SIZE INTO LigneDetail
           write LigneDetail.

       ClotureTypeSinistre.
      * Fin d'une garantie dans le parcours : sous-total de la synthese
           if DernierTypeSinistre <> spaces
               move NombreSinistresType to NombreEdite
               move ProvisionType to TotalEdite
               move spaces to LigneSynthese
               string "   Garantie " DernierTypeSinistre " : " NombreEdite " sinistre(s) - provision " TotalEdite
                      DELIMITED BY SIZE INTO LigneSynthese
               write LigneSynthese
           end-if
           move 0 to NombreSinistresType
           move 0 to ProvisionType.

       SQLProvisionPrimes.
      ************************************************************************************************
      * Provision pour primes non acquises : les cotisations dont la periode couverte (un mois a
      * compter de l'echeance) deborde la date de cloture ne sont acquises qu'au prorata des
      * jours deja couverts. Le detail est etabli contrat par contrat (curseur classe par
      * contrat), avec le nombre de cotisations concernees et leur part non acquise. Les
      * echeances posterieures a la cloture (cotisations deja emises pour le mois suivant)
      * relevent de l'exercice suivant et ne sont pas provisionnees ici.
      *************************************************************************************************
           EXEC sql
               declare CursorProvPrimes cursor for
               select codeCotisation, codeContrat, convert(decimal(12,2), montant),
                      convert(varchar(10), dateEcheance, 120)
               from cotisations
               where dateEcheance >= :DateDebutFenetre
                 and dateEcheance <= :DateCloture
                 and statutPaiement <> 'Annulee'
               order by codeContrat, dateEcheance
           END-EXEC

           EXEC sql
               open CursorProvPrimes
           END-EXEC

           move spaces to DernierCodeContrat

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorProvPrimes into
                   :CotisationEnCours.codeCotisation,
                   :CotisationEnCours.codeContrat,
                   :CotisationEnCours.montant,
                   :CotisationEnCours.dateEcheance
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       if codeContrat of CotisationEnCours <> DernierCodeContrat
                           perform ClotureContratPrimes
                           move codeContrat of CotisationEnCours to DernierCodeContrat
                       end-if
                       perform CalculPrimeNonAcquise
                       if JoursNonAcquis > 0
                           add 1 to NombreCotisationsContrat
                           add PrimeNonAcquise to PrimeNonAcquiseContrat
                       end-if
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close CursorProvPrimes
           END-EXEC.

           perform ClotureContratPrimes.

       CalculPrimeNonAcquise.
      * Jours de la periode couverte posterieurs a la cloture : toute la periode si l'echeance
      * est apres la cloture (cotisation facturee d'avance), le reste du mois sinon.
           move dateEcheance of CotisationEnCours(1:4) to AAAA of DateEcheanceDecomposee
           move dateEcheance of CotisationEnCours(6:2) to MM of DateEcheanceDecomposee
           move dateEcheance of CotisationEnCours(9:2) to JJ of DateEcheanceDecomposee
           compute DateEcheanceEntier = AAAA of DateEcheanceDecomposee * 10000
             + MM of DateEcheanceDecomposee * 100 + JJ of DateEcheanceDecomposee
           compute PremierJourMoisEcheanceEntier = AAAA of DateEcheanceDecomposee * 10000
             + MM of DateEcheanceDecomposee * 100 + 1
           if MM of DateEcheanceDecomposee = 12
               compute PremierJourMoisSuivantEcheanceEntier = (AAAA of DateEcheanceDecomposee + 1) * 10000 + 101
           else
               compute PremierJourMoisSuivantEcheanceEntier = AAAA of DateEcheanceDecomposee * 10000
                 + (MM of DateEcheanceDecomposee + 1) * 100 + 1
           end-if
           compute JoursPeriode = FUNCTION INTEGER-OF-DATE(PremierJourMoisSuivantEcheanceEntier)
             - FUNCTION INTEGER-OF-DATE(PremierJourMoisEcheanceEntier)

           if DateEcheanceEntier > DateClotureEntier
               move JoursPeriode to JoursNonAcquis
           else
               compute JoursNonAcquis = FUNCTION INTEGER-OF-DATE(DateEcheanceEntier) + JoursPeriode
                 - FUNCTION INTEGER-OF-DATE(DateClotureEntier) - 1
           end-if

           if JoursNonAcquis > 0
               compute PrimeNonAcquise rounded = montant of CotisationEnCours * JoursNonAcquis / JoursPeriode
           else
               move 0 to PrimeNonAcquise
           end-if.

       ClotureContratPrimes.
      * Fin d'un contrat dans le parcours : une ligne de detail s'il a une part non acquise
           if DernierCodeContrat <> spaces and NombreCotisationsContrat > 0
               add 1 to NombreContratsProvisionnes
               add PrimeNonAcquiseContrat to TotalProvisionPrimes
               move PrimeNonAcquiseContrat to MontantSigneEdite
               inspect MontantSigneEdite replacing all "," by "."
               move NombreCotisationsContrat to NombreEdite
               move spaces to LigneDetail
               string "PPNA;" DernierCodeContrat ";" NombreEdite ";" MontantSigneEdite
                      DELIMITED BY SIZE INTO LigneDetail
               write LigneDetail
           end-if
           move 0 to NombreCotisationsContrat
           move 0 to PrimeNonAcquiseContrat.

       LectureCloturePrecedente.
      * Derniere cloture enregistree avant le mois traite : base du mouvement de la synthese
      * et montants a reprendre. Aucune cloture anterieure : mouvement = provision du mois.
           move spaces to MoisCloturePrecedente
           move 0 to ProvisionSinistresPrecedente
           move 0 to ProvisionPrimesPrecedente
           EXEC sql
               select top 1 moisCloture, provisionSinistres, provisionPrimes
               into :MoisCloturePrecedente, :ProvisionSinistresPrecedente, :ProvisionPrimesPrecedente
               from clotureProvisions
               where moisCloture < :MoisTraite
               order by moisCloture desc
           END-EXEC
           if SQLCODE <> 0
               move spaces to MoisCloturePrecedente
               move 0 to ProvisionSinistresPrecedente
               move 0 to ProvisionPrimesPrecedente
           end-if
           compute VariationSinistres = TotalProvisionSinistres - ProvisionSinistresPrecedente
           compute VariationPrimes = TotalProvisionPrimes - ProvisionPrimesPrecedente.

       EditionSynthese.
           move NombreSinistresProvisionnes to NombreEdite
           move TotalProvisionSinistres to TotalEdite
           move spaces to LigneSynthese
           string "TOTAL PROVISION POUR SINISTRES A PAYER : " NombreEdite " sinistre(s) - " TotalEdite
                  DELIMITED BY SIZE INTO LigneSynthese
           write LigneSynthese
           move NombreContratsProvisionnes to NombreEdite
           move TotalProvisionPrimes to TotalSigneEdite
           move spaces to LigneSynthese
           string "TOTAL PROVISION POUR PRIMES NON ACQUISES : " NombreEdite " contrat(s) - " TotalSigneEdite
                  DELIMITED BY SIZE INTO LigneSynthese
           write LigneSynthese

           move spaces to LigneSynthese
           if MoisCloturePrecedente = spaces
               string "CLOTURE PRECEDENTE : aucune"
                      DELIMITED BY SIZE INTO LigneSynthese
           else
               string "CLOTURE PRECEDENTE : " MoisCloturePrecedente
                      DELIMITED BY SIZE INTO LigneSynthese
           end-if
           write LigneSynthese
           move ProvisionSinistresPrecedente to TotalSigneEdite
           move VariationSinistres to MontantSigneEdite
           move spaces to LigneSynthese
           string "   Sinistres a payer  : precedente " TotalSigneEdite " - mouvement " MontantSigneEdite
                  DELIMITED BY SIZE INTO LigneSynthese
           write LigneSynthese
           move ProvisionPrimesPrecedente to TotalSigneEdite
           move VariationPrimes to MontantSigneEdite
           move spaces to LigneSynthese
           string "   Primes non acquises : precedente " TotalSigneEdite " - mouvement " MontantSigneEdite
                  DELIMITED BY SIZE INTO LigneSynthese
           write LigneSynthese.

       EcrituresProvisions.
      ************************************************************************************************
      * Ecritures de la cloture au format ECRCOMPT, reference PROVISIONS-AAAA-MM : reprise des
      * provisions de la cloture precedente puis dotation des provisions du mois. Une provision
      * de primes negative (avoirs superieurs aux primes) s'ecrit en sens inverse.
      *************************************************************************************************
           move ProvisionSinistresPrecedente to MontantEcriture
           move CompteProvisionSinistres to CompteDebit
           move CompteVariationSinistres to CompteCredit
           move "REPRISE PROVISION SINISTRES A PAYER" to LibelleEcriture
           perform EcriturePaire
           move ProvisionPrimesPrecedente to MontantEcriture
           move CompteProvisionPrimes to CompteDebit
           move CompteVariationPrimes to CompteCredit
           move "REPRISE PROVISION PRIMES NON ACQUISES" to LibelleEcriture
           perform EcriturePaire
           move TotalProvisionSinistres to MontantEcriture
           move CompteVariationSinistres to CompteDebit
           move CompteProvisionSinistres to CompteCredit
           move "DOTATION PROVISION SINISTRES A PAYER" to LibelleEcriture
           perform EcriturePaire
           move TotalProvisionPrimes to MontantEcriture
           move CompteVariationPrimes to CompteDebit
           move CompteProvisionPrimes to CompteCredit
           move "DOTATION PROVISION PRIMES NON ACQUISES" to LibelleEcriture
           perform EcriturePaire.

       EcriturePaire.
      * Une ecriture equilibree debit / credit ; rien pour un montant nul, sens inverse
      * pour un montant negatif.
           if MontantEcriture <> 0
               if MontantEcriture < 0
                   compute MontantEcriture = 0 - MontantEcriture
                   move CompteDebit to CompteEchange
                   move CompteCredit to CompteDebit
                   move CompteEchange to CompteCredit
               end-if
               add 1 to NombreEcritures
               add MontantEcriture to TotalDebits
               add MontantEcriture to TotalCredits
               move MontantEcriture to MontantEdite
               inspect MontantEdite replacing all "," by "."
               move spaces to LigneEcriture
               string "ECRITURE;" DateCloture ";" CompteDebit ";" LibelleEcriture DELIMITED BY "  "
                      ";D;" MontantEdite ";" ReferenceEcriture DELIMITED BY SIZE
                      INTO LigneEcriture
               write LigneEcriture
               move spaces to LigneEcriture
               string "ECRITURE;" DateCloture ";" CompteCredit ";" LibelleEcriture DELIMITED BY "  "
                      ";C;" MontantEdite ";" ReferenceEcriture DELIMITED BY SIZE
                      INTO LigneEcriture
               write LigneEcriture
           end-if.

       EnregistrementCloture.
      * Memorise les provisions du mois pour la cloture suivante ; relancer le meme mois
      * remplace son enregistrement.
           if IndicateurErreurBD = 0
               EXEC sql
                   DELETE FROM clotureProvisions where moisCloture = :MoisTraite
               END-EXEC
               EXEC sql
                   INSERT INTO clotureProvisions (moisCloture, dateCloture, provisionSinistres, provisionPrimes)
                   VALUES ( :MoisTraite, :DateCloture, :TotalProvisionSinistres, :TotalProvisionPrimes)
               END-EXEC
               if SQLCODE <> 0
                   display "ProvisionsTechniques : echec de l'enregistrement de la cloture " MoisTraite
               end-if
           end-if.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "ProvisionsTechniques : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "ProvisionsTechniques : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "ProvisionsTechniques : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move TotalDebits to TotalEdite.
           inspect TotalEdite replacing all "," by ".".
           move spaces to LigneEcriture.
           string "TOTAL;DEBITS;" TotalEdite
                  DELIMITED BY SIZE INTO LigneEcriture.
           write LigneEcriture.

           move TotalCredits to TotalEdite.
           inspect TotalEdite replacing all "," by ".".
           move spaces to LigneEcriture.
           string "TOTAL;CREDITS;" TotalEdite
                  DELIMITED BY SIZE INTO LigneEcriture.
           write LigneEcriture.

           display "ProvisionsTechniques : " NombreSinistresProvisionnes " sinistre(s), "
                   NombreContratsProvisionnes " contrat(s), " NombreEcritures " ecriture(s) pour le mois " MoisTraite ".".
           close FichierDetail.
           close FichierSynthese.
           close FichierEcritures.
           stop run.
