       identification division.
       program-id. RetourPrelevements.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierRetours assign to "RETPREL"
               organization is line sequential.
           select FichierTravail assign to "REJPREL"
               organization is line sequential.

       data division.
       file section.
       FD FichierRetours.
       01 LigneRetour PIC X(200).

       FD FichierTravail.
       01 LigneTravail PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Date du retour au format AAAA-MM-JJ : date de reglement d'un prelevement debite,
      * date du rejet d'un prelevement rendu impaye.
       77 DateRetour PIC X(10).

      * Ligne en cours de lecture dans le fichier retour de la banque. Formats attendus :
      *   DEBIT;codeCotisation
      *   REJET;codeCotisation;motif du rejet
      * le codeCotisation etant celui emis en fin de ligne PRELEVEMENT par PrelevementCotisations.
       01 RetourEnCours.
         05 typeLigne PIC X(10).
         05 codeCotisation PIC X(36).
         05 motifRejet PIC X(60).

      * Cotisation presentee relue en base, avec le mandat sur lequel elle a ete prelevee et
      * la date d'effet de la resiliation du contrat s'il a ete resilie depuis la presentation
       01 CotisationPresentee.
         05 codeContrat PIC x(36).
         05 codeMandat PIC x(36).
         05 montant PIC X(12).
         05 statutPaiement PIC X(10).
         05 dateEcheance PIC X(10).
         05 dateResiliation PIC X(10).

       01 MandatPreleve.
         05 referenceMandat PIC X(35).
         05 statutMandat PIC X(10).
         05 nombreRejets PIC 9(2).
         05 ibanDebiteur PIC X(34).
         05 bicDebiteur PIC X(11).

      * La resiliation laisse les cotisations "Presente" a leur retour de banque. Rejetee, une
      * echeance posterieure a la date d'effet n'est plus due : elle passe "Annulee" au lieu de
      * "Non" et n'est pas relancee. Debitee, la part de sa periode qui suit la date d'effet est
      * remboursee par un paiement "Remboursement" vers le compte preleve - meme calcul au
      * prorata des jours que la resiliation dans Program1.
       77 StatutApresRejet PIC X(10).
       01 DateEcheanceRemboursement.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).
       77 DateEcheanceRembEntier PIC 9(8).
       77 DateEffetResiliationEntier PIC 9(8).
       77 PremierJourMoisRembEntier PIC 9(8).
       77 PremierJourMoisSuivantRembEntier PIC 9(8).
       77 JoursPeriodeRemboursement PIC S9(3).
       77 JoursRembourses PIC S9(5).
       77 MontantCotisation PIC S9(7)V99.
       77 ChaineMontant PIC X(12).
       77 MontantRemboursement PIC S9(7)V99.
       77 MontantRemboursementEdite PIC ZZZZZZ9,99.
       01 PaiementRemboursement.
         05 codePaiement PIC X(36).
         05 montant PIC X(12).
       77 NombreRemboursements PIC 9(5) value 0.

      * Nombre de rejets consecutifs au-dela duquel le mandat est revoque : la cotisation
      * suit alors la relance et les echeances suivantes ne sont plus presentees.
       77 SeuilRejetsMandat PIC 9(2) value 2.

       77 IndicateurFinRetours PIC 9 value 0.

       77 NombreRetoursLus PIC 9(5) value 0.
       77 NombreDebits PIC 9(5) value 0.
       77 NombreRejetsTraites PIC 9(5) value 0.
       77 NombreRevocations PIC 9(5) value 0.
       77 NombreAnomalies PIC 9(5) value 0.

      * Indicateur d'une erreur de connexion a la base de donnees (distinct de la fin normale de curseur)
       77 IndicateurErreurBD pic 9 value 0.

      * Ligne du journal des executions, partagee par les traitements de nuit : une ligne
      * "En cours" est ouverte au lancement puis completee en fin de traitement.
       01 JournalExecution.
         05 codeJournal pic X(36).
         05 nomProgramme pic X(30) value "RetourPrelevements".
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
           perform LectureRetours until IndicateurFinRetours = 1 or IndicateurErreurBD = 1.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO DateRetour.

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

           open input FichierRetours.
           open output FichierTravail.
           move 0 to IndicateurFinRetours.
           move 0 to IndicateurErreurBD.
           move 0 to NombreRetoursLus.
           move 0 to NombreDebits.
           move 0 to NombreRejetsTraites.
           move 0 to NombreRevocations.
           move 0 to NombreAnomalies.
           move 0 to NombreRemboursements.

           move spaces to LigneTravail.
           string "PRELEVEMENTS REJETES PAR LA BANQUE - traitement du "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneTravail.
           write LigneTravail.
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
               display "RetourPrelevements : echec de l'ouverture du journal des executions."
           end-if.

       LectureRetours.
      ************************************************************************************************
      * Lit le fichier retour des prelevements ligne a ligne : une ligne DEBIT passe la cotisation
      * "Presente" a "Oui", une ligne REJET la remet a "Non" avec le motif de la banque pour que
      * RelanceCotisations la relance (sur un contrat resilie depuis, voir StatutApresRejet). Les rejets consecutifs sont comptes sur le mandat, qui est
      * revoque quand ils atteignent SeuilRejetsMandat.
      *************************************************************************************************
           read FichierRetours
               at end
                   move 1 to IndicateurFinRetours
               not at end
                   perform AnalyseLigneRetour
           end-read.

       AnalyseLigneRetour.
           initialize RetourEnCours
           unstring LigneRetour delimited by ";"
               into typeLigne of RetourEnCours
                    codeCotisation of RetourEnCours
                    motifRejet of RetourEnCours
           end-unstring
           if typeLigne of RetourEnCours = "DEBIT" or typeLigne of RetourEnCours = "REJET"
               add 1 to NombreRetoursLus
               perform TraitementRetour
           end-if.

       TraitementRetour.
      * Relit la cotisation visee avec son mandat : seule une cotisation presentee au
      * prelevement ("Presente") attend un retour, tout autre cas part en anomalie.
           initialize CotisationPresentee
           initialize MandatPreleve
           EXEC sql
               select co.codeContrat, isnull(co.codeMandat, ''), co.montant, co.statutPaiement,
                      isnull(convert(varchar(10), co.dateEcheance, 120), ''),
                      isnull(convert(varchar(10), c.dateResiliation, 120), ''),
                      isnull(m.referenceMandat, ''), isnull(m.statutMandat, ''), isnull(m.nombreRejets, 0),
                      isnull(m.ibanDebiteur, ''), isnull(m.bicDebiteur, '')
               into :CotisationPresentee.codeContrat, :CotisationPresentee.codeMandat,
                    :CotisationPresentee.montant, :CotisationPresentee.statutPaiement,
                    :CotisationPresentee.dateEcheance, :CotisationPresentee.dateResiliation,
                    :MandatPreleve.referenceMandat, :MandatPreleve.statutMandat, :MandatPreleve.nombreRejets,
                    :MandatPreleve.ibanDebiteur, :MandatPreleve.bicDebiteur
               from cotisations co
               left join contrats c on c.codeContrat = co.codeContrat
               left join mandats m on m.codeMandat = co.codeMandat
               where co.codeCotisation = :RetourEnCours.codeCotisation
           END-EXEC
           evaluate true
               when SQLCODE = 100
                   perform AnomalieCotisationInconnue
               when SQLCODE <> 0
                   perform TraiterErreurConnexionBD
               when statutPaiement of CotisationPresentee <> "Presente"
                   perform AnomalieStatutInattendu
               when typeLigne of RetourEnCours = "DEBIT"
                   perform DebitCotisation
               when other
                   perform RejetCotisation
           end-evaluate.

       DebitCotisation.
      * Prelevement encaisse : la cotisation est reglee a la date du retour et le compteur de
      * rejets consecutifs du mandat repart a zero.
           EXEC sql
               UPDATE cotisations
                   set statutPaiement = 'Oui',
                       dateReglement = :DateRetour
                   where codeCotisation = :RetourEnCours.codeCotisation
                     and statutPaiement = 'Presente'
           END-EXEC
           if SQLCODE <> 0
               perform TraiterErreurConnexionBD
           else
               add 1 to NombreDebits
               if codeMandat of CotisationPresentee <> spaces
                   EXEC sql
                       UPDATE mandats
                           set nombreRejets = 0
                           where codeMandat = :CotisationPresentee.codeMandat
                   END-EXEC
                   if SQLCODE <> 0 and SQLCODE <> 100
                       display "RetourPrelevements : echec de la remise a zero des rejets du mandat " codeMandat of CotisationPresentee
                   end-if
               end-if
               if dateResiliation of CotisationPresentee <> spaces
                   perform RemboursementApresResiliation
               end-if
           end-if.

       RemboursementApresResiliation.
      * Cotisation debitee sur un contrat resilie : seules les echeances tombees au plus un mois
      * avant la date d'effet (ou apres) couvrent des jours posterieurs, comme dans la
      * selection de CalculRemboursementResiliation de Program1.
           move 0 to MontantRemboursement
           compute DateEffetResiliationEntier = FUNCTION NUMVAL(dateResiliation of CotisationPresentee(1:4)) * 10000
             + FUNCTION NUMVAL(dateResiliation of CotisationPresentee(6:2)) * 100
             + FUNCTION NUMVAL(dateResiliation of CotisationPresentee(9:2))
           move dateEcheance of CotisationPresentee(1:4) to AAAA of DateEcheanceRemboursement
           move dateEcheance of CotisationPresentee(6:2) to MM of DateEcheanceRemboursement
           move dateEcheance of CotisationPresentee(9:2) to JJ of DateEcheanceRemboursement
           compute DateEcheanceRembEntier = AAAA of DateEcheanceRemboursement * 10000
             + MM of DateEcheanceRemboursement * 100 + JJ of DateEcheanceRemboursement
           if FUNCTION INTEGER-OF-DATE(DateEcheanceRembEntier)
                >= FUNCTION INTEGER-OF-DATE(DateEffetResiliationEntier) - 31
               move montant of CotisationPresentee to ChaineMontant
               inspect ChaineMontant replacing all "." by ","
               compute MontantCotisation = FUNCTION NUMVAL(ChaineMontant)
               perform CalculProrataRemboursement
           end-if
           if MontantRemboursement > 0
               perform SQLRemboursementInsert
           end-if.

       CalculProrataRemboursement.
      * Une echeance posterieure a la date d'effet se rembourse en entier, une echeance
      * anterieure au prorata des jours de sa periode (un mois) qui suivent la date d'effet.
           compute PremierJourMoisRembEntier = AAAA of DateEcheanceRemboursement * 10000
             + MM of DateEcheanceRemboursement * 100 + 1
           if MM of DateEcheanceRemboursement = 12
               compute PremierJourMoisSuivantRembEntier = (AAAA of DateEcheanceRemboursement + 1) * 10000 + 101
           else
               compute PremierJourMoisSuivantRembEntier = AAAA of DateEcheanceRemboursement * 10000
                 + (MM of DateEcheanceRemboursement + 1) * 100 + 1
           end-if
           compute JoursPeriodeRemboursement = FUNCTION INTEGER-OF-DATE(PremierJourMoisSuivantRembEntier)
             - FUNCTION INTEGER-OF-DATE(PremierJourMoisRembEntier)
           if DateEcheanceRembEntier > DateEffetResiliationEntier
               move JoursPeriodeRemboursement to JoursRembourses
           else
               compute JoursRembourses = FUNCTION INTEGER-OF-DATE(DateEcheanceRembEntier) + JoursPeriodeRemboursement
                 - FUNCTION INTEGER-OF-DATE(DateEffetResiliationEntier) - 1
           end-if
           if JoursRembourses > 0
               compute MontantRemboursement rounded =
                 MontantCotisation * JoursRembourses / JoursPeriodeRemboursement
           end-if.

       SQLRemboursementInsert.
      * Meme paiement "Remboursement" que la resiliation dans Program1, vers le compte qui vient
      * d'etre preleve ; ReglementPaiements l'emet, ExportComptable le porte en diminution des
      * cotisations.
           move MontantRemboursement to MontantRemboursementEdite
           move MontantRemboursementEdite to montant of PaiementRemboursement
           inspect montant of PaiementRemboursement replacing all "," by "."
           EXEC sql
               select newid() into :PaiementRemboursement.codePaiement
           END-EXEC
           EXEC sql
               INSERT INTO paiements (codePaiement, codeBeneficiaire, codeSinistre, codeContrat, montant, datePaiement, statut, typePaiement,
                                      ibanRemboursement, bicRemboursement)
               VALUES ( :PaiementRemboursement.codePaiement, '', '', :CotisationPresentee.codeContrat,
                        :PaiementRemboursement.montant, :DateRetour, 'A regler', 'Remboursement',
                        nullif(:MandatPreleve.ibanDebiteur, ''), nullif(:MandatPreleve.bicDebiteur, ''))
           END-EXEC
           if SQLCODE = 0
               add 1 to NombreRemboursements
               move spaces to LigneTravail
               string "REMBOURSEMENT - Cotisation " codeCotisation of RetourEnCours
                      " debitee apres resiliation du contrat " codeContrat of CotisationPresentee
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
               move spaces to LigneTravail
               string "   Echeance " dateEcheance of CotisationPresentee
                      " - resilie au " dateResiliation of CotisationPresentee
                      " - Montant rembourse " MontantRemboursementEdite
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
           else
               display "RetourPrelevements : echec du remboursement de la cotisation " codeCotisation of RetourEnCours
           end-if.

       RejetCotisation.
      * Prelevement rejete : la cotisation redevient impayee avec le motif de la banque, que
      * RelanceCotisations reprend dans la lettre de relance - sauf une echeance posterieure a
      * la resiliation du contrat, qui n'est plus due et passe "Annulee".
           move "Non" to StatutApresRejet
           if dateResiliation of CotisationPresentee <> spaces
             and dateEcheance of CotisationPresentee > dateResiliation of CotisationPresentee
               move "Annulee" to StatutApresRejet
           end-if
           EXEC sql
               UPDATE cotisations
                   set statutPaiement = :StatutApresRejet,
                       motifRejetPrelevement = :RetourEnCours.motifRejet,
                       dateRejetPrelevement = :DateRetour
                   where codeCotisation = :RetourEnCours.codeCotisation
                     and statutPaiement = 'Presente'
           END-EXEC
           if SQLCODE <> 0
               perform TraiterErreurConnexionBD
           else
               add 1 to NombreRejetsTraites
               move spaces to LigneTravail
               string "REJET - Cotisation " codeCotisation of RetourEnCours
                      " - Contrat " codeContrat of CotisationPresentee
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
               move spaces to LigneTravail
               string "   Mandat " referenceMandat of MandatPreleve
                      " - Montant " montant of CotisationPresentee
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
               move spaces to LigneTravail
               string "   Motif banque : " motifRejet of RetourEnCours
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
               if StatutApresRejet = "Annulee"
                   move spaces to LigneTravail
                   string "   Contrat resilie au " dateResiliation of CotisationPresentee
                          " : cotisation annulee, pas de relance"
                          DELIMITED BY SIZE INTO LigneTravail
                   write LigneTravail
               end-if
               if codeMandat of CotisationPresentee <> spaces
                   perform ComptageRejetMandat
               end-if
           end-if.

       ComptageRejetMandat.
      * Un rejet de plus sur le mandat ; arrive au seuil, un mandat encore actif est revoque.
           add 1 to nombreRejets of MandatPreleve
           EXEC sql
               UPDATE mandats
                   set nombreRejets = :MandatPreleve.nombreRejets
                   where codeMandat = :CotisationPresentee.codeMandat
           END-EXEC
           if SQLCODE <> 0 and SQLCODE <> 100
               display "RetourPrelevements : echec du comptage des rejets du mandat " codeMandat of CotisationPresentee
           end-if
           if nombreRejets of MandatPreleve >= SeuilRejetsMandat
             and statutMandat of MandatPreleve = "Actif"
               perform RevocationMandat
           end-if.

       RevocationMandat.
      * La revocation arrete la presentation des echeances suivantes ; le client peut signer
      * un nouveau mandat depuis le detail du contrat (nouvelle reference unique).
           EXEC sql
               UPDATE mandats
                   set statutMandat = 'Revoque',
                       dateRevocation = :DateRetour,
                       motifRevocation = 'Rejets de prelevement repetes'
                   where codeMandat = :CotisationPresentee.codeMandat
                     and statutMandat = 'Actif'
           END-EXEC
           if SQLCODE = 0
               add 1 to NombreRevocations
               move spaces to LigneTravail
               string "   MANDAT REVOQUE - " referenceMandat of MandatPreleve
                      " apres " nombreRejets of MandatPreleve " rejets consecutifs"
                      DELIMITED BY SIZE INTO LigneTravail
               write LigneTravail
           else
               if SQLCODE <> 100
                   display "RetourPrelevements : echec de la revocation du mandat " codeMandat of CotisationPresentee
               end-if
           end-if.

       AnomalieCotisationInconnue.
           add 1 to NombreAnomalies
           move spaces to LigneTravail
           string "ANOMALIE - " typeLigne of RetourEnCours " - Cotisation " codeCotisation of RetourEnCours
                  " inconnue en base"
                  DELIMITED BY SIZE INTO LigneTravail
           write LigneTravail.

       AnomalieStatutInattendu.
      * Retour recu pour une cotisation qui n'est pas "Presente" : retour en double, ou
      * cotisation deja reglee a la main. A verifier sans toucher au statut.
           add 1 to NombreAnomalies
           move spaces to LigneTravail
           string "ANOMALIE - " typeLigne of RetourEnCours " - Cotisation " codeCotisation of RetourEnCours
                  " au statut " statutPaiement of CotisationPresentee " - retour ignore"
                  DELIMITED BY SIZE INTO LigneTravail
           write LigneTravail.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "RetourPrelevements : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "RetourPrelevements : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "RetourPrelevements : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move NombreRetoursLus to nombreLignesTraitees of JournalExecution.
           perform ClotureJournalExecution.
           move spaces to LigneTravail.
           string "TOTAL - Retours lus " NombreRetoursLus
                  " - Debits " NombreDebits
                  " - Rejets " NombreRejetsTraites
                  " - Mandats revoques " NombreRevocations
                  " - Remboursements " NombreRemboursements
                  " - Anomalies " NombreAnomalies
                  DELIMITED BY SIZE INTO LigneTravail.
           write LigneTravail.

           display "RetourPrelevements : " NombreRetoursLus " retour(s) lu(s), "
                   NombreDebits " debit(s), " NombreRejetsTraites " rejet(s), "
                   NombreRevocations " mandat(s) revoque(s), " NombreRemboursements " remboursement(s), "
                   NombreAnomalies " anomalie(s)."
           close FichierRetours.
           close FichierTravail.
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
