       77 DateTarifDuJour pic X(10).
       01 TarifCourant.
         05 codeTaux pic X(20).
         05 valeurTaux pic 9(6)V9(4).

      * Saisie d'un changement de taux a date future (ecran Tarifs, profil administration)
       01 SaisieTarif.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
       77 ValeurTauxSaisie pic 9(6)V9(4).
       77 CodeTarifNouveau pic X(36).
       77 DateEffetTexte pic X(10).
       77 DateEffetSaisieEntier pic 9(8).
       77 OptionMotifRefus pic 9.
       77 MotifRefusSinistre pic X(40).

      * Mise en revue d'un sinistre a risque, notee a la declaration (EvaluationRisqueSinistre)
      * et chaque nuit par RevueSinistres : contrat suspendu, cotisations echues impayees,
      * sinistre survenu moins de SeuilJoursSignatureSinistre jours apres la signature, ou
      * SeuilSinistresAnnee-ieme sinistre de l'annee pour le client. Un sinistre en revue ne
      * passe pas "Approuve" tant qu'un operateur du profil administration n'a pas leve la revue.
       77 SeuilJoursSignatureSinistre pic 999 value 30.
       77 SeuilSinistresAnnee pic 99 value 3.
       77 ContratSuspenduSinistre pic 9.
       77 NombreCotisationsImpayees pic 9(3).
       77 NombreSinistresAnnee pic 9(3).
       77 IndicateurRevueSinistre pic 9.
       77 MotifsRevueSinistre pic X(100).
       77 PointeurMotifsRevue pic 999.
       77 LibelleRevueSinistre pic X(70).
       77 DateSignatureEntier pic 9(8).
       01 DateSignatureSinistre.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Avenant enregistre par Mod-Contrat quand la couverture change : prime avant et apres
      * recalcul, et date d'effet du jour. CotisationMensuelle facture la ligne de prorata
      * du mois du changement a partir de cette table.
       77 DecisionRenouvellement pic X(10).
       77 AncienneDecisionRenouvellement pic X(10).

      * Mandat de prelevement SEPA du contrat (un seul par contrat), saisi et tenu depuis le
      * detail du contrat. PrelevementCotisations preleve les cotisations a echoir des contrats
      * dont le mandat est "Actif" ; RetourPrelevements revoque le mandat apres des rejets
      * repetes. Un nouveau mandat signe apres revocation recoit une nouvelle reference (RUM).
       01 MandatCourant.
         05 codeMandat pic X(36).
         05 referenceMandat pic X(35).
         05 ibanDebiteur pic X(34).
         05 bicDebiteur pic X(11).
         05 DateSignatureMandat.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 statutMandat pic X(10).
         05 nombreRejets pic 9(2).

       01 MandatAvantModif.
         05 referenceMandat pic X(35).
         05 ibanDebiteur pic X(34).
         05 bicDebiteur pic X(11).
         05 statutMandat pic X(10).

      * Identifiant tire au hasard dont les 32 chiffres hexadecimaux, precedes de "RUM",
      * forment la reference unique du mandat (35 caracteres, longueur maximale SEPA)
       77 IdentifiantReferenceMandat pic X(36).
       77 IndicateurMandatExistant pic 9.
       77 IndicateurMandatValide pic 9.
       77 LongueurIbanMandat pic 99.
       77 DateSignatureMandatTexte pic X(10).
       77 DateSignatureMandatEntier pic 9(8).
       77 OptionMenuMandat pic 9.
       77 Mandat-trt-fin pic 9.

      * Resiliation en cours d'annee depuis le detail du contrat : motif et date d'effet sont
      * enregistres sur le contrat. CotisationMensuelle ne facture plus au-dela de la date
      * d'effet, les cotisations impayees non encore echues sont annulees, la part deja reglee
      * qui couvre la periode posterieure est remboursee par un paiement "A regler" que
      * ReglementPaiements emet vers le compte saisi a la resiliation, et un sinistre survenu apres la date
      * d'effet est refuse a la declaration. La decision de renouvellement passe a "Resilie"
      * pour que RenouvellementContrats cloture le contrat a son echeance.
       77 OptionMotifResiliation pic 9.
       77 MotifResiliation pic X(30).
       01 DateEffetResiliation.
         10 JJ pic 9(2).
         10 MM pic 9(2).
         10 AAAA pic 9(4).
       77 DateEffetResiliationTexte pic X(10).
       77 DateEffetResiliationEntier pic 9(8).
       77 DateAnniversaireContratEntier pic 9(8).
       77 DateResiliationContrat pic X(10).
       77 MotifResiliationContrat pic X(30).
       77 LibelleResiliation pic X(50).
       77 IndicateurResiliationValide pic 9.
       77 ConfirmationResiliation pic X.
       77 NombreSinistresDC pic 9(3).
       77 SinistreApresResiliation pic 9.
       77 DateSinistreResiliation pic X(10).

      * Remboursement a la resiliation : cotisations reglees dont la periode couverte (un mois
      * a compter de l'echeance) deborde la date d'effet, remboursees au prorata des jours
      * posterieurs - meme calcul que la provision pour primes non acquises de ProvisionsTechniques.
       01 CotisationRemboursement.
         05 montant pic S9(7)V99.
         05 dateEcheance pic X(10).
       01 DateEcheanceRemboursement.
         10 AAAA pic 9(4).
         10 MM pic 9(2).
         10 JJ pic 9(2).
       77 DateEcheanceRembEntier pic 9(8).
       77 PremierJourMoisRembEntier pic 9(8).
       77 PremierJourMoisSuivantRembEntier pic 9(8).
       77 JoursPeriodeRemboursement pic S9(3).
       77 JoursRembourses pic S9(5).
       77 MontantRemboursement pic S9(7)V99.
       77 MontantRemboursementEdite pic ZZZZZZ9,99.
       77 DateDebutRemboursementEntier pic 9(8).
       77 DateDebutRemboursement pic X(10).
       01 PaiementRemboursement.
         05 codePaiement pic X(36).
         05 montant pic X(12).
         05 datePaiement pic X(10).
         05 ibanRemboursement pic X(34).
         05 bicRemboursement pic X(11).
      * Compte du virement de remboursement, saisi a la resiliation : le compte du mandat actif
      * du contrat est propose. Sans compte, ou apres un rejet du virement par la banque, il se
      * saisit ensuite par l'option Resiliation du contrat resilie.
       77 IbanRemboursementSaisi pic X(34).
       77 BicRemboursementSaisi pic X(11).
       77 LongueurIbanRemboursement pic 99.
       77 IndicateurIbanRemboursementValide pic 9.
       77 NombreRemboursementsEnAttente pic 9(3).

      * Registre des reclamations clients, tenu depuis le detail du client : une reclamation
      * est liee au client et, si besoin, a un de ses contrats, sinistres ou cotisations. Elle
      * reste "Ouverte" jusqu'a la date de reponse, qui la passe "Cloturee" avec son issue.
      * Delais reglementaires : accuse de reception sous 10 jours ouvres, reponse sous 2 mois
      * (suivis chaque jour par EcheancesReclamations). Les ouvertes figurent dans la file des
      * travaux.
       01 ReclamationCourante.
         05 codeReclamation pic X(36).
         05 canal pic X(10).
         05 categorie pic X(20).
         05 objet pic X(50).
         05 codeContratLie pic X(36).
         05 codeSinistreLie pic X(36).
         05 codeCotisationLie pic X(36).
         05 DateReceptionReclamation.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 DateAccuseReclamation.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 DateReponseReclamation.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 issue pic X(20).
         05 operateurTraitement pic X(20).
         05 statutReclamation pic X(10).
       77 ReclamationAvantModif pic X(250).
       77 CanalSaisi pic 9.
       77 CategorieSaisie pic 9.
       77 IssueSaisie pic 9.
       77 ContratLieSaisi pic X(8).
       77 SinistreLieSaisi pic X(8).
       77 CotisationLieSaisie pic X(8).
       77 PrefixeLienReclamation pic X(9).
       77 NombreLiensTrouves pic 9(3).
       77 DateReceptionTexte pic X(10).
       77 DateAccuseTexte pic X(10).
       77 DateReponseTexte pic X(10).
       77 DateReceptionEntier pic 9(8).
       77 DateAccuseEntier pic 9(8).
       77 DateReponseEntier pic 9(8).
       77 IndicateurReclamationValide pic 9.
       77 IndicateurNouvelleReclamation pic 9.
       77 OptionMenuReclamation pic 9.
       77 Reclamation-trt-fin pic 9.
       77 OptionListeReclamations pic 9.
      * Controle d'une date saisie (reception, accuse, reponse) : EtatDateControle vaut 0 si la
      * date est invalide, 1 si elle est valide, 2 si elle n'est pas renseignee (00/00/0000)
       01 DateControleReclamation.
         10 JJ pic 9(2).
         10 MM pic 9(2).
         10 AAAA pic 9(4).
       77 DateControleEntier pic 9(8).
       77 EtatDateControle pic 9.

      * Liste des reclamations du client (les 9 plus recentes, selection par numero)
       01 ReclamationLigne.
         05 codeReclamation pic X(36).
         05 dateReception pic X(10).
         05 categorie pic X(20).
         05 statutReclamation pic X(10).
         05 dateAccuse pic X(10).
         05 dateReponse pic X(10).
       01 TableauReclamations.
         02 ReclamationListe OCCURS 9.
           05 codeReclamationListe pic X(36).
       77 tailleTabReclamations pic 99.
       77 resultatReclamation pic X(80).

      * Adresse du client signalee invalide (courrier revenu "n'habite pas a l'adresse
      * indiquee") : les programmes de courrier retiennent alors les lettres du client dans
      * leur fichier "a recontacter" jusqu'a la correction de l'adresse par Mod-Client.
       01 AdresseClient.
         05 adresseInvalide pic 9.
         05 DateRetourCourrier.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 courrierRetourne pic X(20).
         05 referenceCourrierRetourne pic X(36).
       77 TexteAdresseInvalide pic X(60).
       77 CourrierRetourneSaisi pic 9.
       77 DateRetourTexte pic X(10).
       77 OptionMenuAdresseInvalide pic 9.
       77 IndicateurSaisieNpaiValide pic 9.
       77 NombreCourriersLiberes pic 9(5).

      * Agent vendeur rattache au contrat a la creation, controle dans la table agents :
      * c'est sur lui que le traitement CommissionsAgents calcule les commissions.
       77 CodeAgentVendeur pic X(20).
       77 NombreAgentsTrouves pic 9(3).
      * Un agent inactif (statut Inactif, fin d'activite atteinte ou debut a venir) ne peut
      * plus porter de nouveau contrat.
       77 StatutAgentVendeur pic X(7).
       77 IndicateurAgentVendeurActif pic 9.
       77 DateDuJourAgent pic X(10).

      * Fiche agent (ecran Agents du menu Administration) : identite, dates de debut et de fin
      * d'activite, statut Actif/Inactif. Les contrats d'un agent qui part se reprennent par
      * un transfert de portefeuille.
       01 AgentCourant.
         05 codeAgent pic X(20).
         05 nom pic X(30).
         05 prenom pic X(30).
         05 telephone pic X(10).
         05 email pic X(50).
         05 DateDebutAgent.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 DateFinAgent.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
         05 statutAgent pic X(7).
       77 AgentAvantModif pic X(250).
       77 DateDebutAgentTexte pic X(10).
       77 DateFinAgentTexte pic X(10).
       77 DateDebutAgentEntier pic 9(8).
       77 DateFinAgentEntier pic 9(8).
       77 NombreContratsAgent pic 9(5).
       77 IndicateurSaisieAgentValide pic 9.
       77 OptionMenuAgent pic 9.
       77 Agent-trt-fin pic 9.
       77 OptionMenuAdministration pic 9.

      * Controle d'une date d'agent ou d'effet de transfert : a la difference des dates de
      * reclamation elle peut etre future. EtatDateAgent vaut 0 si la date est invalide, 1 si
      * elle est valide, 2 si elle n'est pas renseignee (00/00/0000).
       01 DateControleAgent.
         10 JJ pic 9(2).
         10 MM pic 9(2).
         10 AAAA pic 9(4).
       77 DateControleAgentEntier pic 9(8).
       77 EtatDateAgent pic 9.

      * Transfert de portefeuille (ecran du menu Administration) : tout ou partie des contrats
      * d'un agent cedant repris par un agent repreneur a une date d'effet. Chaque contrat
      * transfere est trace dans transfertsPortefeuille, que lisent CommissionsAgents (les
      * cotisations reglees avant la date d'effet restent commissionnees au cedant) et
      * RapportTransferts, et dans l'historique des modifications.
       01 TransfertCourant.
         05 codeTransfert pic X(36).
         05 agentCedant pic X(20).
         05 agentRepreneur pic X(20).
         05 DateEffetTransfert.
           10 JJ pic 9(2).
           10 MM pic 9(2).
           10 AAAA pic 9(4).
       77 DateEffetTransfertTexte pic X(10).
       77 NomAgentCedant pic X(30).
       77 NomAgentRepreneur pic X(30).
       77 IndicateurTransfertValide pic 9.
       77 OptionMenuTransfert pic 9.
       77 Transfert-trt-fin pic 9.
       77 NombreContratsTransferes pic 9(5).
       77 NombreContratsTransferesEdite pic ZZZZ9.
       77 CodeContratATransferer pic X(36).
       77 DernierContratTransfere pic X(36).
       77 IndicateurFinTransfert pic 9.
       77 ContratAuCedant pic 9(3).

      * Contrats du cedant proposes a la selection (les 9 premiers par code ; un contrat
      * transfere quitte la liste, les suivants remontent a l'affichage suivant). Les numeros
      * de ligne des contrats a transferer se saisissent a la suite (ex. 134).
       01 ContratAgentLigne.
         05 codeContrat pic X(36).
         05 nomClient pic X(20).
         05 PrimeContrat pic 9(4)V99.
       77 PrimeContratAgentEdite pic ZZZ9,99.
       01 TableauContratsAgent.
         02 ContratAgentListe OCCURS 9.
           05 codeContratAgent pic X(36).
       77 tailleTabContratsAgent pic 99.
       77 resultatContratAgent pic X(80).
       01 SelectionContratsSaisie pic X(9).
       01 SelectionContratsDetail redefines SelectionContratsSaisie.
         05 NumeroSelection pic X occurs 9.
       77 indiceSelection pic 99.
       77 NumeroContratSelectionne pic 9.

      * File des travaux en attente du menu principal : sinistres restes en Declare/En etude
      * au-dela du seuil, paiements a verser (A payer / A regler / Rejete) et cotisations
       77 SeuilJoursCotisationApproche pic 99 value 20.
       77 SeuilJoursRelance pic 99 value 30.

      * Double validation des gros versements : un paiement "A regler" d'un montant superieur
      * a SeuilValidationPaiement (taux SEUILVALIDPAIE de la table tarifs, valeur de repli
      * ci-dessous) attend dans la file des travaux la validation d'un second operateur, qui ne
      * peut etre ni l'operateur qui a saisi le sinistre ni le dernier a avoir modifie l'IBAN
      * du beneficiaire (ou saisi le compte d'un remboursement de resiliation).
      * ReglementPaiements ne l'emet qu'une fois valide.
       77 SeuilValidationPaiement pic 9(6)V99 value 5000,00.
       01 PaiementAValider.
         05 montant pic X(12).
         05 operateurSaisieSinistre pic X(20).
         05 operateurIban pic X(20).
         05 operateurIbanRemboursement pic X(20).
         05 operateurValidation pic X(20).
       77 MontantAValider pic 9(7)V99.
       77 MontantAValiderEdite pic ZZZZZZ9,99.
       77 ConfirmationValidation pic X.

       01 TravailCourant.
         05 typeTravail PIC X(11).
         05 codeTravail PIC x(36).
         05 codeContratTravail PIC x(36).
         05 codeSinistreTravail PIC x(36).
       01 TableauTravaux.
         02 indice OCCURS 50.
           03 travailTable.
             05 typeTravail PIC X(11).
             05 codeTravail PIC x(36).
             05 codeContratTravail PIC x(36).
             05 codeSinistreTravail PIC x(36).
         10 line 13 col 5 value "- 6 - Creation Client ".
         10 line 14 col 5 value "- 7 - Encaissement cotisation ".
         10 line 15 col 5 value "- 8 - Travaux en attente ".
         10 line 16 col 5 value "- 9 - Administration (tarifs, agents) ".
         10 line 17 col 5 value "- 0 - Quitter ".
         10 line 18 col 5 value "Option : ".

         10 line 13 col 25 using MM of DateNaissance of ClientCourant PIC 9(2).
         10 line 13 col 27 value "/".
         10 line 13 col 28 using AAAA of DateNaissance of ClientCourant PIC 9(4).
         10 line 15 col 5 from TexteAdresseInvalide PIC X(60).
         10 line 17 col 5 value "Option : ".
         10 line 19 col 5 value "--------------------------------------------------------------------".
         10 line 20 col 5 value "- 0 - Quitter                       - 4 - Cree un contrat           ".
         10 line 21 col 5 value "- 1 - Modifier                      - 5 - Nouvelle reclamation      ".
         10 line 22 col 5 value "- 2 - Voir les contrats             - 6 - Suivi des reclamations    ".
         10 line 23 col 5 value "- 3 - Voir les sinistres            - 7 - Courrier revenu (NPAI)    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Cache certaines options du menu Detail Client
         10 line 22 col 5 value "                                                                    ".
         10 line 23 col 5 value "                                                                    ".

      * Reclamation du client : saisie a la reception (canal, categorie, objet, liens
      * facultatifs vers un contrat, un sinistre ou une cotisation du client par le debut de
      * leur code), puis suivi sur le meme ecran (accuse de reception, reponse et issue).
       01 menu-reclamation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU RECLAMATION CLIENT ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Client           : ".
         10 line 5 col 24 from nom of clientCourant PIC X(30).
         10 line 5 col 55 from prenom of clientCourant PIC X(20).
         10 line 6 col 5 value "Statut           : ".
         10 line 6 col 24 from statutReclamation of ReclamationCourante PIC X(10).
         10 line 6 col 40 value "Operateur : ".
         10 line 6 col 52 from operateurTraitement of ReclamationCourante PIC X(20).
         10 line 7 col 5 value "Canal            : ".
         10 line 7 col 24 using CanalSaisi PIC 9.
         10 line 7 col 30 value "1 Courrier 2 Email 3 Telephone 4 Agence".
         10 line 8 col 5 value "Categorie        : ".
         10 line 8 col 24 using CategorieSaisie PIC 9.
         10 line 8 col 30 value "1 Refus sinistre 2 Relance cotisation 3 Delai paiement".
         10 line 9 col 30 value "4 Contrat 5 Autre".
         10 line 10 col 5 value "Objet            : ".
         10 line 10 col 24 using objet of ReclamationCourante PIC X(50).
         10 line 11 col 5 value "Contrat (debut)  : ".
         10 line 11 col 24 using ContratLieSaisi PIC X(8).
         10 line 11 col 34 value "Sinistre : ".
         10 line 11 col 45 using SinistreLieSaisi PIC X(8).
         10 line 11 col 55 value "Cotisation : ".
         10 line 11 col 68 using CotisationLieSaisie PIC X(8).
         10 line 12 col 5 value "Date reception   : ".
         10 line 12 col 24 using JJ of DateReceptionReclamation PIC 9(2).
         10 line 12 col 26 value "/".
         10 line 12 col 27 using MM of DateReceptionReclamation PIC 9(2).
         10 line 12 col 29 value "/".
         10 line 12 col 30 using AAAA of DateReceptionReclamation PIC 9(4).
         10 line 13 col 5 value "Date accuse      : ".
         10 line 13 col 24 using JJ of DateAccuseReclamation PIC 9(2).
         10 line 13 col 26 value "/".
         10 line 13 col 27 using MM of DateAccuseReclamation PIC 9(2).
         10 line 13 col 29 value "/".
         10 line 13 col 30 using AAAA of DateAccuseReclamation PIC 9(4).
         10 line 13 col 40 value "(10 jours ouvres)".
         10 line 14 col 5 value "Date reponse     : ".
         10 line 14 col 24 using JJ of DateReponseReclamation PIC 9(2).
         10 line 14 col 26 value "/".
         10 line 14 col 27 using MM of DateReponseReclamation PIC 9(2).
         10 line 14 col 29 value "/".
         10 line 14 col 30 using AAAA of DateReponseReclamation PIC 9(4).
         10 line 14 col 40 value "(2 mois)".
         10 line 15 col 5 value "Issue            : ".
         10 line 15 col 24 using IssueSaisie PIC 9.
         10 line 15 col 30 value "1 Fondee 2 Partiellement fondee 3 Non fondee".
         10 line 18 col 5 value "Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Precedant                                                ".
         10 line 22 col 5 value "- 1 - Enregistrer la reclamation                                    ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Reclamations du client, les plus recentes en premier
       01 menu-liste-reclamations background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU RECLAMATIONS DU CLIENT ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Client : ".
         10 line 5 col 14 from nom of clientCourant PIC X(30).
         10 line 5 col 45 from prenom of clientCourant PIC X(20).
         10 line 7 col 1 value "Nu  Reception   Categorie             Statut      Accuse      Reponse    ".
         10 line 18 col 5 value " Num reclamation : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "-Num- Suivi de la reclamation                                       ".
         10 line 22 col 5 value "- 0 - Menu Precedant                                                ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Courrier revenu avec la mention "n'habite pas a l'adresse indiquee" : date de retour,
      * lettre revenue et sa reference (code du contrat, du sinistre ou de la cotisation).
       01 menu-adresse-invalide background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU COURRIER REVENU (NPAI) ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Client           : ".
         10 line 5 col 24 from nom of clientCourant PIC X(30).
         10 line 5 col 55 from prenom of clientCourant PIC X(20).
         10 line 6 col 5 value "Adresse          : ".
         10 line 6 col 24 from adresse of clientCourant PIC X(50).
         10 line 7 col 24 from codePostal of clientCourant PIC X(5).
         10 line 7 col 30 from ville of clientCourant PIC X(30).
         10 line 9 col 5 value "Date de retour   : ".
         10 line 9 col 24 using JJ of DateRetourCourrier PIC 9(2).
         10 line 9 col 26 value "/".
         10 line 9 col 27 using MM of DateRetourCourrier PIC 9(2).
         10 line 9 col 29 value "/".
         10 line 9 col 30 using AAAA of DateRetourCourrier PIC 9(4).
         10 line 10 col 5 value "Courrier revenu  : ".
         10 line 10 col 24 using CourrierRetourneSaisi PIC 9.
         10 line 10 col 30 value "1 Relance cotisation 2 Decision sinistre 3 Avis echeance".
         10 line 11 col 30 value "4 Renouvellement contrat 5 Releve annuel".
         10 line 12 col 5 value "Reference        : ".
         10 line 12 col 24 using referenceCourrierRetourne PIC X(36).
         10 line 18 col 5 value "Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Precedant                                                ".
         10 line 22 col 5 value "- 1 - Signaler l'adresse invalide                                   ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Affichage du menu Visualisation liste contrats
       01 menu-visualisation-liste-contrats background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 8 col 19 from codeContrat of contratCourant PIC X(36).
         10 line 9 col 5 value " Validite : ".
         10 line 9 col 17 from Validite of contratCourant PIC XXX.
         10 line 9 col 25 from LibelleResiliation PIC X(50).
         10 line 10 col 5 value " Garantie couverte : ".
         10 line 12 col 5 value " IT - Incapacite Temporaire :                Franchise de :    jours ".
         10 line 12 col 35 using IT of contratCourant PIC 9.
         10 line 21 col 5 value "- 0 - Menu Precedant               - 3 - Creation Sinistre          ".
         10 line 22 col 5 value "- 1 - Modification                 - 4 - Ajout Beneficiaire         ".
         10 line 23 col 5 value "- 2 - Visualisation Sinistre       - 5 - Modification Beneficiaire  ".
         10 line 24 col 5 value "- 7 - Decision renouvellement  - 8 - Mandat SEPA  - 9 - Resiliation ".

      * Cache certaines options du menu Detail Contrat
       01 menu-Visualisation-Detail-contrat-Choix background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 Line 8 Col 30 from AAAA of Date-sinistre of sinistrecourant PIC 9999.
         10 line 9 col 5 value "Statut : ".
         10 Line 9 Col 13 from statutSinistre of sinistrecourant PIC X(10).
         10 Line 10 Col 5 from LibelleRevueSinistre PIC X(70).
         10 line 18 col 5 value " Options : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu precedant                                                ".
         10 line 22 col 5 value "- 1 - Modification                                                  ".
         10 line 23 col 5 value "- 2 - Levee de la mise en revue (administration)                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Cache certaines options du menu Detail Sinistre
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Sinistres en attente depuis plus de    jours : ".
         10 line 5 col 41 using SeuilJoursSinistreEnAttente PIC 99.
         10 line 7 col 1 value "Nu  Type         Code      Contrat   Statut      Date        Jours              ".
         10 line 18 col 5 value " Num travail : ".
         10 line 18 col 40 value "Page ".
         10 line 18 col 45 from pagecourante.
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Mandat de prelevement SEPA du contrat : creation, modification des coordonnees du
      * debiteur et revocation. La reference (RUM) et le statut sont tenus par le programme.
       01 menu-mandat background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU MANDAT DE PRELEVEMENT SEPA ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Contrat          : ".
         10 line 5 col 24 from codeContrat of contratCourant PIC X(36).
         10 line 7 col 5 value "Reference (RUM)  : ".
         10 line 7 col 24 from referenceMandat of MandatCourant PIC X(35).
         10 line 8 col 5 value "Statut           : ".
         10 line 8 col 24 from statutMandat of MandatCourant PIC X(10).
         10 line 8 col 40 value "Rejets consecutifs : ".
         10 line 8 col 61 from nombreRejets of MandatCourant PIC Z9.
         10 line 10 col 5 value "IBAN debiteur    : ".
         10 line 10 col 24 using ibanDebiteur of MandatCourant PIC X(34).
         10 line 11 col 5 value "BIC debiteur     : ".
         10 line 11 col 24 using bicDebiteur of MandatCourant PIC X(11).
         10 line 12 col 5 value "Date signature   : ".
         10 line 12 col 24 using JJ of DateSignatureMandat PIC 9(2).
         10 line 12 col 26 value "/".
         10 line 12 col 27 using MM of DateSignatureMandat PIC 9(2).
         10 line 12 col 29 value "/".
         10 line 12 col 30 using AAAA of DateSignatureMandat PIC 9(4).
         10 line 18 col 5 value "Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Precedant                                                ".
         10 line 22 col 5 value "- 1 - Enregistrer le mandat (signature / changement de coordonnees) ".
         10 line 23 col 5 value "- 2 - Revocation du mandat                                          ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Maintenance des tarifs (profil administration) : saisie d'un changement de taux
      * a date d'effet future, verse dans la table tarifs. CalculPrimeContrat et les
      * traitements de nuit lisent la version en vigueur a la date qui les concerne.
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 6 col 5 value "Codes de taux connus :".
         10 line 7 col 5 value " TXBASEIT TXBASEPE TXBASEIA TXBASEMT TXBASECH TXBASEDC".
         10 line 8 col 5 value " TXREDFRANCHISE COEFAGEMOYEN COEFAGEELEVE SEUILVALIDPAIE (euros)".
         10 line 9 col 5 value " INDEMJOURIT INDEMJOURPE INDEMJOURIA INDEMJOURMT INDEMJOURCH".
         10 line 10 col 5 value " COUTMOYENIT COUTMOYENPE COUTMOYENIA COUTMOYENMT COUTMOYENCH COUTMOYENDC".
         10 line 11 col 5 value " SEUILDECLDC ABATTDC990I ABATTDC757B (euros)".
         10 line 12 col 5 value "Code taux     : ".
         10 line 12 col 21 using codeTauxSaisi of SaisieTarif PIC X(20).
         10 line 13 col 5 value "Valeur        : ".
         10 line 13 col 21 using valeurTauxTexte of SaisieTarif PIC X(10).
         10 line 14 col 5 value "Date d'effet  : ".
         10 line 14 col 21 using JJ of DateEffetSaisie PIC 9(2).
         10 line 14 col 23 value "/".
         10 line 14 col 24 using MM of DateEffetSaisie PIC 9(2).
         10 line 14 col 26 value "/".
         10 line 14 col 27 using AAAA of DateEffetSaisie PIC 9(4).
         10 line 18 col 5 value "Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Principal                                                ".
         10 line 23 col 5 value "                                                                    ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Menu Administration (profil administration) : tarifs, fiches agents et transfert du
      * portefeuille d'un agent
       01 menu-administration background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU ADMINISTRATION ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 7 col 5 value "- 1 - Tarifs ".
         10 line 8 col 5 value "- 2 - Fiche agent ".
         10 line 9 col 5 value "- 3 - Transfert de portefeuille d'agent ".
         10 line 10 col 5 value "- 0 - Menu Principal ".
         10 line 18 col 5 value "Option : ".

      * Fiche agent : recherche par code puis creation ou modification
       01 menu-agent background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU FICHE AGENT ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Code agent       : ".
         10 line 5 col 24 using codeAgent of AgentCourant PIC X(20).
         10 line 7 col 5 value "Nom              : ".
         10 line 7 col 24 using nom of AgentCourant PIC X(30).
         10 line 8 col 5 value "Prenom           : ".
         10 line 8 col 24 using prenom of AgentCourant PIC X(30).
         10 line 9 col 5 value "Telephone        : ".
         10 line 9 col 24 using telephone of AgentCourant PIC X(10).
         10 line 10 col 5 value "Email            : ".
         10 line 10 col 24 using email of AgentCourant PIC X(50).
         10 line 11 col 5 value "Debut d'activite : ".
         10 line 11 col 24 using JJ of DateDebutAgent PIC 9(2).
         10 line 11 col 26 value "/".
         10 line 11 col 27 using MM of DateDebutAgent PIC 9(2).
         10 line 11 col 29 value "/".
         10 line 11 col 30 using AAAA of DateDebutAgent PIC 9(4).
         10 line 12 col 5 value "Fin d'activite   : ".
         10 line 12 col 24 using JJ of DateFinAgent PIC 9(2).
         10 line 12 col 26 value "/".
         10 line 12 col 27 using MM of DateFinAgent PIC 9(2).
         10 line 12 col 29 value "/".
         10 line 12 col 30 using AAAA of DateFinAgent PIC 9(4).
         10 line 12 col 36 value "(00/00/0000 = en activite)".
         10 line 13 col 5 value "Statut           : ".
         10 line 13 col 24 using statutAgent of AgentCourant PIC X(7).
         10 line 13 col 36 value "(Actif / Inactif)".
         10 line 14 col 5 value "Contrats portes  : ".
         10 line 14 col 24 from NombreContratsAgent PIC ZZZZ9.
         10 line 18 col 5 value "Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Administration                                           ".
         10 line 22 col 5 value "- 1 - Rechercher l'agent par son code                               ".
         10 line 23 col 5 value "- 2 - Enregistrer la fiche (creation ou modification)               ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      * Transfert de portefeuille : contrats du cedant repris par le repreneur a la date d'effet,
      * tous ou ceux dont les numeros de ligne sont saisis en selection
       01 menu-transfert background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 1 value " MENU TRANSFERT DE PORTEFEUILLE ".
         10 line 3 col 60 value " Date : ".
         10 line 3 col 68 from JJ of DateSysteme.
         10 line 3 col 70 value "/".
         10 line 3 col 71 from MM of DateSysteme.
         10 line 3 col 73 value "/".
         10 line 3 col 74 from AAAA of DateSysteme.
         10 line 5 col 5 value "Agent cedant     : ".
         10 line 5 col 24 using agentCedant of TransfertCourant PIC X(20).
         10 line 5 col 46 from NomAgentCedant PIC X(30).
         10 line 6 col 5 value "Agent repreneur  : ".
         10 line 6 col 24 using agentRepreneur of TransfertCourant PIC X(20).
         10 line 6 col 46 from NomAgentRepreneur PIC X(30).
         10 line 7 col 5 value "Date d'effet     : ".
         10 line 7 col 24 using JJ of DateEffetTransfert PIC 9(2).
         10 line 7 col 26 value "/".
         10 line 7 col 27 using MM of DateEffetTransfert PIC 9(2).
         10 line 7 col 29 value "/".
         10 line 7 col 30 using AAAA of DateEffetTransfert PIC 9(4).
         10 line 7 col 46 value "Selection (Nu) : ".
         10 line 7 col 63 using SelectionContratsSaisie PIC X(9).
         10 line 8 col 1 value "Nu  Contrat                               Client                Prime".
         10 line 18 col 5 value "Option : ".
         10 line 20 col 5 value "--------------------------------------------------------------------".
         10 line 21 col 5 value "- 0 - Menu Administration   - 1 - Afficher les contrats du cedant   ".
         10 line 22 col 5 value "- 2 - Transferer les contrats selectionnes                          ".
         10 line 23 col 5 value "- 3 - Transferer tout le portefeuille du cedant                     ".
         10 line 24 col 5 value "--------------------------------------------------------------------".

      
       procedure division.
      ***************************************************************
                   move valeurTaux of TarifCourant to CoeffAgeMoyen
               when "COEFAGEELEVE"
                   move valeurTaux of TarifCourant to CoeffAgeEleve
               when "SEUILVALIDPAIE"
                   move valeurTaux of TarifCourant to SeuilValidationPaiement
      * Les INDEMJOURxx servent a IndemnisationSinistres, qui les lit lui-meme a la date
      * du sinistre, les COUTMOYENxx a ProvisionsTechniques, SEUILDECLDC et les ABATTDCxxx
      * a DeclarationCapitauxDeces : rien a affecter ici.
               when other
                   continue
           end-evaluate.
                   perform TravauxEnAttente
               when 9
                   if ProfilOperateur = "administration"
                       perform Administration
                   else
                       display "Menu reserve au profil administration.      " line 19 col 5
                       accept OptionMenuPrincipal line 18 col 14
                       perform Menu-Trt
                   end-if

       Visualisation-Detail-Client-Init.
           Move 0 to Visualisation-Detail-Client-trt-fin.
           perform LectureAdresseClient.
           Display menu-Visualisation-Detail-client.
           accept OptionMenuClient line 17 col 14.
       Visualisation-Detail-Client-Trt.
                   perform VisualisationSinistres
               when 4
                   perform CreationContrat      
               when 5
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuClient line 17 col 14
                       perform Visualisation-Detail-Client-Trt
                   else
                       perform CreationReclamation
                   end-if
               when 6
                   perform ListeReclamationsClient
               when 7
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuClient line 17 col 14
                       perform Visualisation-Detail-Client-Trt
                   else
                       perform SignalementAdresseInvalide
                   end-if
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuClient line 17 col 14
                              codePostal of clientCourant "/" ville of clientCourant DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
                       move 18 to LigneConfirmationHistorique
                       perform SQLHistoriqueInsert
                       if adresseInvalide of AdresseClient = 1
                         and (adresse of clientCourant <> adresse of ClientAvantModif
                           or codePostal of clientCourant <> codePostal of ClientAvantModif
                           or ville of clientCourant <> ville of ClientAvantModif)
                           perform LiberationCourriersRetenus
                       end-if
                       accept OptionModClient
                       move 0 to OptionModClient
                   else
                   perform Menu
           end-evaluate.

       LiberationCourriersRetenus.
      * Nouvelle adresse d'un client signale NPAI : le signalement est leve, la date de
      * correction conservee (RelanceCotisations repart de cette date pour la suspension), et
      * les lettres retenues sont liberees pour etre reeditees a la nouvelle adresse par leur
      * programme au prochain passage (sinistre remis "courrier a envoyer" pour les decisions).
           move spaces to tmpDatemodClient
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO tmpDatemodClient
           EXEC sql
               UPDATE clients
                   set adresseInvalide = 0,
                       dateCorrectionAdresse = :tmpDatemodClient
                   where codeClient = :clientCourant.codeClient
           END-EXEC
           if SQLCODE = 0
               move 0 to NombreCourriersLiberes
               EXEC sql
                   select count(*) into :NombreCourriersLiberes
                   from courriersRetenus
                   where codeClient = :clientCourant.codeClient
                     and statutCourrier = 'Retenu'
               END-EXEC
               EXEC sql
                   UPDATE courriersRetenus
                       set statutCourrier = 'Libere',
                           dateLiberation = :tmpDatemodClient
                       where codeClient = :clientCourant.codeClient
                         and statutCourrier = 'Retenu'
               END-EXEC
               EXEC sql
                   UPDATE sinistres
                       set courrierEnvoye = 0
                       where codeClient = :clientCourant.codeClient
                         and courrierEnvoye = 2
               END-EXEC
               move 0 to adresseInvalide of AdresseClient
               move spaces to TexteAdresseInvalide
               display "Adresse NPAI corrigee, courrier(s) libere(s) : " line 16 col 5
               display NombreCourriersLiberes line 16 col 53
           else
               display "Echec de la levee du signalement NPAI.          " line 16 col 5
           end-if.

       LectureAdresseClient.
      * Etat de l'adresse du client affiche sur le detail (ligne vide si l'adresse est valide).
           initialize AdresseClient
           move spaces to TexteAdresseInvalide
           EXEC sql
               select isnull(adresseInvalide, 0),
                      isnull(DAY(dateRetourCourrier), 0), isnull(MONTH(dateRetourCourrier), 0),
                      isnull(YEAR(dateRetourCourrier), 0),
                      isnull(courrierRetourne, ''), isnull(referenceCourrierRetourne, '')
               into :AdresseClient.adresseInvalide,
                    :AdresseClient.DateRetourCourrier.JJ, :AdresseClient.DateRetourCourrier.MM,
                    :AdresseClient.DateRetourCourrier.AAAA,
                    :AdresseClient.courrierRetourne, :AdresseClient.referenceCourrierRetourne
               from clients
               where codeClient = :clientCourant.codeClient
           END-EXEC
           if SQLCODE = 0 and adresseInvalide of AdresseClient = 1
               STRING "ADRESSE NPAI depuis le " JJ of DateRetourCourrier "/" MM of DateRetourCourrier "/"
                      AAAA of DateRetourCourrier " - courrier " courrierRetourne of AdresseClient
                      DELIMITED BY SIZE INTO TexteAdresseInvalide
           end-if.

      ***************************************************************
      ** Courrier revenu NPAI (option 7 du detail client) : l'adresse
      ** est signalee invalide, les lettres du client sont retenues
      ** jusqu'a la correction de l'adresse dans Mod-Client.
      ***************************************************************
       SignalementAdresseInvalide.
           if adresseInvalide of AdresseClient = 0
               move JJ of DateSysteme to JJ of DateRetourCourrier
               move MM of DateSysteme to MM of DateRetourCourrier
               move AAAA of DateSysteme to AAAA of DateRetourCourrier
               move spaces to referenceCourrierRetourne of AdresseClient
           end-if
           evaluate courrierRetourne of AdresseClient
               when "RELANCE"   move 1 to CourrierRetourneSaisi
               when "DECISION"  move 2 to CourrierRetourneSaisi
               when "RENOUVCTR" move 3 to CourrierRetourneSaisi
               when "RENOUVEXE" move 4 to CourrierRetourneSaisi
               when "RELEVAN"   move 5 to CourrierRetourneSaisi
               when other       move 0 to CourrierRetourneSaisi
           end-evaluate
           Display menu-adresse-invalide.
           accept menu-adresse-invalide.
           accept OptionMenuAdresseInvalide line 18 col 14.
           perform SignalementAdresseInvalide-Trt.

       SignalementAdresseInvalide-Trt.
           evaluate OptionMenuAdresseInvalide
               when 0
                   perform Visualisation-Detail-Client
               when 1
                   perform VerificationSaisieAdresseInvalide
                   if IndicateurSaisieNpaiValide = 1
                       perform SQLAdresseInvalide
                   end-if
                   accept menu-adresse-invalide
                   accept OptionMenuAdresseInvalide line 18 col 14
                   perform SignalementAdresseInvalide-Trt
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuAdresseInvalide line 18 col 14
                   perform SignalementAdresseInvalide-Trt
           end-evaluate.

       VerificationSaisieAdresseInvalide.
      * Date de retour valide et non future (meme controle que les dates de reclamation),
      * lettre revenue obligatoire ; la reference est facultative.
           move 1 to IndicateurSaisieNpaiValide
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme
           move DateRetourCourrier to DateControleReclamation
           perform ControleDateReclamation
           if EtatDateControle <> 1
               move 0 to IndicateurSaisieNpaiValide
               display "Date de retour invalide ou future.             " line 19 col 5
           end-if
           if IndicateurSaisieNpaiValide = 1
               evaluate CourrierRetourneSaisi
                   when 1 move "RELANCE" to courrierRetourne of AdresseClient
                   when 2 move "DECISION" to courrierRetourne of AdresseClient
                   when 3 move "RENOUVCTR" to courrierRetourne of AdresseClient
                   when 4 move "RENOUVEXE" to courrierRetourne of AdresseClient
                   when 5 move "RELEVAN" to courrierRetourne of AdresseClient
                   when other
                       move 0 to IndicateurSaisieNpaiValide
                       display "Courrier revenu invalide (1 a 5).              " line 19 col 5
               end-evaluate
           end-if.

       SQLAdresseInvalide.
      * Un nouveau retour sur une adresse deja signalee remplace la date et la lettre.
           move spaces to DateRetourTexte
           STRING AAAA of DateRetourCourrier "-" MM of DateRetourCourrier "-" JJ of DateRetourCourrier
                  INTO DateRetourTexte
           EXEC sql
               UPDATE clients
                   set adresseInvalide = 1,
                       dateRetourCourrier = :DateRetourTexte,
                       courrierRetourne = :AdresseClient.courrierRetourne,
                       referenceCourrierRetourne = nullif(:AdresseClient.referenceCourrierRetourne, '')
                   where codeClient = :clientCourant.codeClient
           END-EXEC
           if SQLCODE = 0
               Display "Adresse signalee invalide (NPAI).              " line 19 col 5
               move "clients" to tableModifiee of HistoriqueModification
               move codeClient of clientCourant to identifiantEnregistrement of HistoriqueModification
               move spaces to ancienneValeur of HistoriqueModification
               if adresseInvalide of AdresseClient = 1
                   STRING "NPAI/" TexteAdresseInvalide DELIMITED BY SIZE INTO ancienneValeur of HistoriqueModification
               else
                   STRING "Adresse valide/" adresse of clientCourant DELIMITED BY SIZE
                          INTO ancienneValeur of HistoriqueModification
               end-if
               move spaces to nouvelleValeur of HistoriqueModification
               STRING "NPAI/" DateRetourTexte "/" courrierRetourne of AdresseClient "/"
                      referenceCourrierRetourne of AdresseClient
                      DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
               move 16 to LigneConfirmationHistorique
               perform SQLHistoriqueInsert
               perform LectureAdresseClient
           else
               Display "Echec du signalement de l'adresse.             " line 19 col 5
           end-if.

      ***************************************************************
      ** Reclamations du client : creation (option 5 du detail client),
      ** suivi (option 6) et ouverture depuis la file des travaux. Une
      ** reclamation reste "Ouverte" jusqu'a sa date de reponse.
      ***************************************************************
       CreationReclamation.
           initialize ReclamationCourante
           move 1 to IndicateurNouvelleReclamation
           move "Ouverte" to statutReclamation of ReclamationCourante
           move OperateurCourant to operateurTraitement of ReclamationCourante
           move JJ of DateSysteme to JJ of DateReceptionReclamation
           move MM of DateSysteme to MM of DateReceptionReclamation
           move AAAA of DateSysteme to AAAA of DateReceptionReclamation
           move 0 to CanalSaisi
           move 0 to CategorieSaisie
           move 0 to IssueSaisie
           move spaces to ContratLieSaisi
           move spaces to SinistreLieSaisi
           move spaces to CotisationLieSaisie
           move spaces to ReclamationAvantModif
           perform GestionReclamation.

       GestionReclamation.
           perform GestionReclamation-Init.
           perform GestionReclamation-Trt until Reclamation-trt-fin = 1.
           perform GestionReclamation-Fin.

       GestionReclamation-Init.
           Move 0 to Reclamation-trt-fin.
           Display menu-reclamation.
           accept menu-reclamation.
           accept OptionMenuReclamation line 18 col 14.

       GestionReclamation-Trt.
           Move 1 to Reclamation-trt-fin.
           evaluate OptionMenuReclamation
               when 0
                   perform Visualisation-Detail-Client
               when 1
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                   else
                       perform VerificationSaisieReclamation
                       if IndicateurReclamationValide = 1
                           perform SQLReclamationEnregistrement
                       end-if
                   end-if
                   accept menu-reclamation
                   accept OptionMenuReclamation line 18 col 14
                   perform GestionReclamation-Trt
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuReclamation line 18 col 14
                   perform GestionReclamation-Trt
           end-evaluate.

       GestionReclamation-Fin.
           perform Visualisation-Detail-Client.

       VerificationSaisieReclamation.
      * Canal, categorie et objet obligatoires ; date de reception valide et non future ;
      * accuse et reponse facultatifs mais ni futurs ni anterieurs a la reception ; une
      * issue exige une date de reponse et inversement ; les liens doivent designer un seul
      * contrat, sinistre ou cotisation du client.
           move 1 to IndicateurReclamationValide
           evaluate CanalSaisi
               when 1
                   move "Courrier" to canal of ReclamationCourante
               when 2
                   move "Email" to canal of ReclamationCourante
               when 3
                   move "Telephone" to canal of ReclamationCourante
               when 4
                   move "Agence" to canal of ReclamationCourante
               when other
                   move 0 to IndicateurReclamationValide
                   display "Canal de reception invalide (1 a 4).           " line 19 col 5
           end-evaluate
           if IndicateurReclamationValide = 1
               evaluate CategorieSaisie
                   when 1
                       move "Refus sinistre" to categorie of ReclamationCourante
                   when 2
                       move "Relance cotisation" to categorie of ReclamationCourante
                   when 3
                       move "Delai paiement" to categorie of ReclamationCourante
                   when 4
                       move "Contrat" to categorie of ReclamationCourante
                   when 5
                       move "Autre" to categorie of ReclamationCourante
                   when other
                       move 0 to IndicateurReclamationValide
                       display "Categorie invalide (1 a 5).                    " line 19 col 5
               end-evaluate
           end-if
           if IndicateurReclamationValide = 1 and objet of ReclamationCourante = spaces
               move 0 to IndicateurReclamationValide
               display "Objet de la reclamation obligatoire.           " line 19 col 5
           end-if
           if IndicateurReclamationValide = 1
               perform ControleDatesReclamation
           end-if
           if IndicateurReclamationValide = 1
               perform ResolutionLiensReclamation
           end-if.

       ControleDatesReclamation.
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme
           move DateReceptionReclamation to DateControleReclamation
           perform ControleDateReclamation
           move DateControleEntier to DateReceptionEntier
           if EtatDateControle <> 1
               move 0 to IndicateurReclamationValide
               display "Date de reception invalide ou future.          " line 19 col 5
           end-if
           if IndicateurReclamationValide = 1
               move DateAccuseReclamation to DateControleReclamation
               perform ControleDateReclamation
               move DateControleEntier to DateAccuseEntier
               if EtatDateControle = 0 or (EtatDateControle = 1 and DateAccuseEntier < DateReceptionEntier)
                   move 0 to IndicateurReclamationValide
                   display "Date d'accuse invalide, future ou avant reception." line 19 col 5
               end-if
           end-if
           if IndicateurReclamationValide = 1
               move DateReponseReclamation to DateControleReclamation
               perform ControleDateReclamation
               move DateControleEntier to DateReponseEntier
               evaluate true
                   when EtatDateControle = 0
                   when EtatDateControle = 1 and DateReponseEntier < DateReceptionEntier
                       move 0 to IndicateurReclamationValide
                       display "Date de reponse invalide, future ou avant reception." line 19 col 5
                   when EtatDateControle = 1 and (IssueSaisie < 1 or IssueSaisie > 3)
                       move 0 to IndicateurReclamationValide
                       display "Issue obligatoire avec la reponse (1 a 3).     " line 19 col 5
                   when EtatDateControle = 2 and IssueSaisie <> 0
                       move 0 to IndicateurReclamationValide
                       display "Issue saisie sans date de reponse.             " line 19 col 5
               end-evaluate
           end-if
           if IndicateurReclamationValide = 1
               evaluate IssueSaisie
                   when 1
                       move "Fondee" to issue of ReclamationCourante
                   when 2
                       move "Partiellement fondee" to issue of ReclamationCourante
                   when 3
                       move "Non fondee" to issue of ReclamationCourante
                   when other
                       move spaces to issue of ReclamationCourante
               end-evaluate
           end-if.

       ControleDateReclamation.
           move 0 to DateControleEntier
           evaluate true
               when JJ of DateControleReclamation = 0 and MM of DateControleReclamation = 0
                 and AAAA of DateControleReclamation = 0
                   move 2 to EtatDateControle
               when MM of DateControleReclamation < 1 or MM of DateControleReclamation > 12
                 or JJ of DateControleReclamation < 1 or JJ of DateControleReclamation > 31
                 or AAAA of DateControleReclamation < 1900
                   move 0 to EtatDateControle
               when other
                   compute DateControleEntier = AAAA of DateControleReclamation * 10000
                     + MM of DateControleReclamation * 100 + JJ of DateControleReclamation
                   if DateControleEntier > DateSystemeEntier
                       move 0 to EtatDateControle
                   else
                       move 1 to EtatDateControle
                   end-if
           end-evaluate.

       ResolutionLiensReclamation.
      * Le debut du code saisi doit designer un seul contrat, sinistre ou cotisation du client.
           move spaces to codeContratLie of ReclamationCourante
           move spaces to codeSinistreLie of ReclamationCourante
           move spaces to codeCotisationLie of ReclamationCourante
           if ContratLieSaisi <> spaces
               move spaces to PrefixeLienReclamation
               STRING ContratLieSaisi '%' DELIMITED ' ' INTO PrefixeLienReclamation
               EXEC sql
                   select count(*), isnull(max(codeContrat), '')
                   into :NombreLiensTrouves, :ReclamationCourante.codeContratLie
                   from contrats
                   where codeClient = :clientCourant.codeClient
                     and codeContrat like :PrefixeLienReclamation
               END-EXEC
               if NombreLiensTrouves <> 1
                   move 0 to IndicateurReclamationValide
                   display "Contrat introuvable ou ambigu pour ce client.  " line 19 col 5
               end-if
           end-if
           if IndicateurReclamationValide = 1 and SinistreLieSaisi <> spaces
               move spaces to PrefixeLienReclamation
               STRING SinistreLieSaisi '%' DELIMITED ' ' INTO PrefixeLienReclamation
               EXEC sql
                   select count(*), isnull(max(codeSinistre), '')
                   into :NombreLiensTrouves, :ReclamationCourante.codeSinistreLie
                   from sinistres
                   where codeClient = :clientCourant.codeClient
                     and codeSinistre like :PrefixeLienReclamation
               END-EXEC
               if NombreLiensTrouves <> 1
                   move 0 to IndicateurReclamationValide
                   display "Sinistre introuvable ou ambigu pour ce client. " line 19 col 5
               end-if
           end-if
           if IndicateurReclamationValide = 1 and CotisationLieSaisie <> spaces
               move spaces to PrefixeLienReclamation
               STRING CotisationLieSaisie '%' DELIMITED ' ' INTO PrefixeLienReclamation
               EXEC sql
                   select count(*), isnull(max(co.codeCotisation), '')
                   into :NombreLiensTrouves, :ReclamationCourante.codeCotisationLie
                   from cotisations co
                   join contrats c on c.codeContrat = co.codeContrat
                   where c.codeClient = :clientCourant.codeClient
                     and co.codeCotisation like :PrefixeLienReclamation
               END-EXEC
               if NombreLiensTrouves <> 1
                   move 0 to IndicateurReclamationValide
                   display "Cotisation introuvable ou ambigue pour ce client." line 19 col 5
               end-if
           end-if.

       SQLReclamationEnregistrement.
      * Creation ou mise a jour de la reclamation ; la date de reponse la cloture. L'operateur
      * qui enregistre devient l'operateur en charge.
           move spaces to DateReceptionTexte
           STRING AAAA of DateReceptionReclamation "-" MM of DateReceptionReclamation "-"
                  JJ of DateReceptionReclamation INTO DateReceptionTexte
           move spaces to DateAccuseTexte
           if DateAccuseEntier > 0
               STRING AAAA of DateAccuseReclamation "-" MM of DateAccuseReclamation "-"
                      JJ of DateAccuseReclamation INTO DateAccuseTexte
           end-if
           move spaces to DateReponseTexte
           if DateReponseEntier > 0
               STRING AAAA of DateReponseReclamation "-" MM of DateReponseReclamation "-"
                      JJ of DateReponseReclamation INTO DateReponseTexte
               move "Cloturee" to statutReclamation of ReclamationCourante
           else
               move "Ouverte" to statutReclamation of ReclamationCourante
           end-if
           move OperateurCourant to operateurTraitement of ReclamationCourante
           if IndicateurNouvelleReclamation = 1
               EXEC sql
                   select newid() into :ReclamationCourante.codeReclamation
               END-EXEC
               EXEC sql
                   INSERT INTO reclamations (codeReclamation, codeClient, codeContrat, codeSinistre, codeCotisation,
                                             canal, categorie, objet, dateReception, dateAccuse, dateReponse, issue,
                                             operateurTraitement, statutReclamation)
                   VALUES ( :ReclamationCourante.codeReclamation, :clientCourant.codeClient,
                            nullif(:ReclamationCourante.codeContratLie, ''), nullif(:ReclamationCourante.codeSinistreLie, ''),
                            nullif(:ReclamationCourante.codeCotisationLie, ''),
                            :ReclamationCourante.canal, :ReclamationCourante.categorie, :ReclamationCourante.objet,
                            :DateReceptionTexte, nullif(:DateAccuseTexte, ''), nullif(:DateReponseTexte, ''),
                            nullif(:ReclamationCourante.issue, ''),
                            :ReclamationCourante.operateurTraitement, :ReclamationCourante.statutReclamation)
               END-EXEC
           else
               EXEC sql
                   UPDATE reclamations
                       set codeContrat = nullif(:ReclamationCourante.codeContratLie, ''),
                           codeSinistre = nullif(:ReclamationCourante.codeSinistreLie, ''),
                           codeCotisation = nullif(:ReclamationCourante.codeCotisationLie, ''),
                           canal = :ReclamationCourante.canal,
                           categorie = :ReclamationCourante.categorie,
                           objet = :ReclamationCourante.objet,
                           dateReception = :DateReceptionTexte,
                           dateAccuse = nullif(:DateAccuseTexte, ''),
                           dateReponse = nullif(:DateReponseTexte, ''),
                           issue = nullif(:ReclamationCourante.issue, ''),
                           operateurTraitement = :ReclamationCourante.operateurTraitement,
                           statutReclamation = :ReclamationCourante.statutReclamation
                       where codeReclamation = :ReclamationCourante.codeReclamation
               END-EXEC
           end-if
           if SQLCODE = 0
               move 0 to IndicateurNouvelleReclamation
               Display menu-reclamation
               Display "Reclamation enregistree.                       " line 19 col 5
               move "reclamations" to tableModifiee of HistoriqueModification
               move codeReclamation of ReclamationCourante to identifiantEnregistrement of HistoriqueModification
               move ReclamationAvantModif to ancienneValeur of HistoriqueModification
               move spaces to nouvelleValeur of HistoriqueModification
               STRING statutReclamation of ReclamationCourante "/" categorie of ReclamationCourante "/"
                      DateReceptionTexte "/" DateAccuseTexte "/" DateReponseTexte "/" issue of ReclamationCourante
                      DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
               move 16 to LigneConfirmationHistorique
               perform SQLHistoriqueInsert
               move nouvelleValeur of HistoriqueModification to ReclamationAvantModif
           else
               Display "Echec de l'enregistrement de la reclamation.   " line 19 col 5
           end-if.

       LectureReclamation.
      * Recharge la reclamation courante (codeReclamation renseigne) et ses choix a l'ecran.
           EXEC sql
               select canal, categorie, objet, isnull(codeContrat, ''), isnull(codeSinistre, ''),
                      isnull(codeCotisation, ''),
                      DAY(dateReception), MONTH(dateReception), YEAR(dateReception),
                      isnull(DAY(dateAccuse), 0), isnull(MONTH(dateAccuse), 0), isnull(YEAR(dateAccuse), 0),
                      isnull(DAY(dateReponse), 0), isnull(MONTH(dateReponse), 0), isnull(YEAR(dateReponse), 0),
                      isnull(issue, ''), isnull(operateurTraitement, ''), statutReclamation
               into :ReclamationCourante.canal, :ReclamationCourante.categorie, :ReclamationCourante.objet,
                    :ReclamationCourante.codeContratLie, :ReclamationCourante.codeSinistreLie,
                    :ReclamationCourante.codeCotisationLie,
                    :ReclamationCourante.DateReceptionReclamation.JJ, :ReclamationCourante.DateReceptionReclamation.MM,
                    :ReclamationCourante.DateReceptionReclamation.AAAA,
                    :ReclamationCourante.DateAccuseReclamation.JJ, :ReclamationCourante.DateAccuseReclamation.MM,
                    :ReclamationCourante.DateAccuseReclamation.AAAA,
                    :ReclamationCourante.DateReponseReclamation.JJ, :ReclamationCourante.DateReponseReclamation.MM,
                    :ReclamationCourante.DateReponseReclamation.AAAA,
                    :ReclamationCourante.issue, :ReclamationCourante.operateurTraitement,
                    :ReclamationCourante.statutReclamation
               from reclamations
               where codeReclamation = :ReclamationCourante.codeReclamation
           END-EXEC
           if SQLCODE = 0
               move 0 to IndicateurNouvelleReclamation
               evaluate canal of ReclamationCourante
                   when "Courrier"  move 1 to CanalSaisi
                   when "Email"     move 2 to CanalSaisi
                   when "Telephone" move 3 to CanalSaisi
                   when "Agence"    move 4 to CanalSaisi
                   when other       move 0 to CanalSaisi
               end-evaluate
               evaluate categorie of ReclamationCourante
                   when "Refus sinistre"     move 1 to CategorieSaisie
                   when "Relance cotisation" move 2 to CategorieSaisie
                   when "Delai paiement"     move 3 to CategorieSaisie
                   when "Contrat"            move 4 to CategorieSaisie
                   when "Autre"              move 5 to CategorieSaisie
                   when other                move 0 to CategorieSaisie
               end-evaluate
               evaluate issue of ReclamationCourante
                   when "Fondee"               move 1 to IssueSaisie
                   when "Partiellement fondee" move 2 to IssueSaisie
                   when "Non fondee"           move 3 to IssueSaisie
                   when other                  move 0 to IssueSaisie
               end-evaluate
               move codeContratLie of ReclamationCourante(1:8) to ContratLieSaisi
               move codeSinistreLie of ReclamationCourante(1:8) to SinistreLieSaisi
               move codeCotisationLie of ReclamationCourante(1:8) to CotisationLieSaisie
               move spaces to ReclamationAvantModif
               STRING statutReclamation of ReclamationCourante "/" categorie of ReclamationCourante "/"
                      AAAA of DateReceptionReclamation "-" MM of DateReceptionReclamation "-"
                      JJ of DateReceptionReclamation "/" AAAA of DateAccuseReclamation "-"
                      MM of DateAccuseReclamation "-" JJ of DateAccuseReclamation "/"
                      AAAA of DateReponseReclamation "-" MM of DateReponseReclamation "-"
                      JJ of DateReponseReclamation "/" issue of ReclamationCourante
                      DELIMITED BY SIZE INTO ReclamationAvantModif
           end-if.

       ListeReclamationsClient.
           Display menu-liste-reclamations.
           perform SQLReclamationsClient.
           perform OptionListeReclamation.

       OptionListeReclamation.
           accept OptionListeReclamations line 18 col 24
           evaluate OptionListeReclamations
               when 0
                   perform Visualisation-Detail-Client
               when 1 thru 9
                   if OptionListeReclamations > tailleTabReclamations
                       display "Veillez entrer un choix valide. " line 19 col 5
                       perform OptionListeReclamation
                   else
                       initialize ReclamationCourante
                       move codeReclamationListe(OptionListeReclamations) to codeReclamation of ReclamationCourante
                       perform LectureReclamation
                       if SQLCODE = 0
                           perform GestionReclamation
                       else
                           display "Reclamation introuvable.                       " line 19 col 5
                           perform OptionListeReclamation
                       end-if
                   end-if
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   perform OptionListeReclamation
           end-evaluate.

       SQLReclamationsClient.
      * Les 9 reclamations les plus recentes du client, une ligne chacune sous l'en-tete.
           move 0 to IndicateurErreurBD
           move 0 to tailleTabReclamations
           initialize TableauReclamations
           EXEC sql
               declare Cursor-Reclamations cursor for
               select top 9 codeReclamation, convert(varchar(10), dateReception, 120), categorie,
                      statutReclamation, isnull(convert(varchar(10), dateAccuse, 120), ''),
                      isnull(convert(varchar(10), dateReponse, 120), '')
               from reclamations
               where codeClient = :clientCourant.codeClient
               order by dateReception desc
           END-EXEC
           EXEC sql
               open Cursor-Reclamations
           END-EXEC
           move 8 to NoLigne
           perform until SQLCODE = 100 or tailleTabReclamations = 9 or IndicateurErreurBD = 1
               EXEC sql
                   fetch Cursor-Reclamations into
                   :ReclamationLigne.codeReclamation,
                   :ReclamationLigne.dateReception,
                   :ReclamationLigne.categorie,
                   :ReclamationLigne.statutReclamation,
                   :ReclamationLigne.dateAccuse,
                   :ReclamationLigne.dateReponse
               END-EXEC
               evaluate true
                   when SQLCODE = 0
                       add 1 to tailleTabReclamations
                       move codeReclamation of ReclamationLigne to codeReclamationListe(tailleTabReclamations)
                       move spaces to resultatReclamation
                       STRING tailleTabReclamations "  "
                         dateReception of ReclamationLigne "  "
                         categorie of ReclamationLigne "  "
                         statutReclamation of ReclamationLigne "  "
                         dateAccuse of ReclamationLigne "  "
                         dateReponse of ReclamationLigne
                         DELIMITED BY SIZE INTO resultatReclamation
                       DISPLAY resultatReclamation line NoLigne col 1
                       ADD 1 TO NoLigne
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.
           EXEC sql
               close Cursor-Reclamations
           END-EXEC.

      ***************************************************************
      ** Visualisation detail Contrat     Normalement OK
      ***************************************************************
       Visualisation-Detail-Contrat.
           perform Visualisation-Detail-Contrat-Init.
           perform Visualisation-Detail-Contrat-Trt until Visualisation-Detail-Contrat-Trt-fin = 1.
           perform Visualisation-Detail-Contrat-Fin.

       Visualisation-Detail-Contrat-Init.
           Move 0 to Visualisation-Detail-Contrat-Trt-fin.
           perform ValiditeContratCourant.
           perform LectureResiliationContrat.
           Display menu-visualisation-Detail-contrat.
           accept OptionMenuContrat line 18 col 15.
       Visualisation-Detail-Contrat-Trt.
           move 1 to Visualisation-Detail-Contrat-Trt-fin.
           evaluate OptionMenuContrat
               when 0
                   perform menu
               when 1
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuContrat line 18 col 15
                       perform Visualisation-Detail-Contrat-Trt
                   else
                       perform Mod-Contrat
                   end-if
               when 2
                   perform VisualisationSinistres
               when 3
                   perform CreationSinistre
               when 4
                   if DC of contratCourant = 1 then perform CreationBeneficiaire
                   else
                       Display "le contrat n'a pas de clause Deces" line 19 col 5
                   accept OptionMenuContrat line 18 col 15
               when 5
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuContrat line 18 col 15
                       perform Visualisation-Detail-Contrat-Trt
                   else
                       perform Mod-beneficiaire
                   end-if
               when 6
                   if ProfilOperateur = "administration"
                       perform Supp-Beneficiaire
                   else
                       display "Suppression reservee au profil administration." line 19 col 5
                       accept OptionMenuContrat line 18 col 15
                       perform Visualisation-Detail-Contrat-Trt
                   end-if
               when 7
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuContrat line 18 col 15
                       perform Visualisation-Detail-Contrat-Trt
                   else
                       perform Decision-Renouvellement
                   end-if
               when 8
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuContrat line 18 col 15
                       perform Visualisation-Detail-Contrat-Trt
                   else
                       perform GestionMandat
                   end-if
               when 9
                   if ProfilOperateur = "consultation"
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuContrat line 18 col 15
                       perform Visualisation-Detail-Contrat-Trt
                   else
                       perform ResiliationContrat
                   end-if
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
           end-evaluate.

       Visualisation-Detail-Contrat-Fin.

       Mod-Contrat.
           display menu-Visualisation-Detail-contrat.
           Display menu-Visualisation-Detail-contrat-Choix.
           move corresponding contratCourant to ContratAvantModif.
           move PrimeContrat of contratCourant to anciennePrime of AvenantCourant.
           accept menu-Visualisation-Detail-contrat.
           accept OptionModContrat line 18 col 15.
           evaluate OptionModContrat
               when 1
      * Un changement de couverture se tarife a la date d'effet : la prime est recalculee
      * avec les nouvelles garanties et la tranche d'age actuelle du client, et l'avenant
      * est enregistre pour que CotisationMensuelle facture le prorata du mois du
      * changement. Une validation qui ne change ni garantie ni franchise conserve la
      * prime telle quelle.
                   move 0 to IndicateurCouvertureModifiee
                   if sinistresCouverts of contratCourant <> sinistresCouverts of ContratAvantModif
                     or franchise of contratCourant <> franchise of ContratAvantModif
                       move 1 to IndicateurCouvertureModifiee
                   end-if
                   if IndicateurCouvertureModifiee = 1
                       perform LectureClientContrat
                       perform CalculAgeClient
                       perform CalculPrimeContrat
                   end-if
                   EXEC sql
                   UPDATE contrats
                       set IT = :contratCourant.IT,
                           PE = :contratCourant.PE,
               accept OptionMenuContrat line 18 col 15
           end-if.

      ***************************************************************
      ** Mandat de prelevement SEPA du contrat
      ***************************************************************
       GestionMandat.
           perform GestionMandat-Init.
           perform GestionMandat-Trt until Mandat-trt-fin = 1.
           perform GestionMandat-Fin.

       GestionMandat-Init.
           Move 0 to Mandat-trt-fin.
           perform LectureMandat.
           Display menu-mandat.
           accept menu-mandat.
           accept OptionMenuMandat line 18 col 14.

       GestionMandat-Trt.
           Move 1 to Mandat-trt-fin.
           evaluate OptionMenuMandat
               when 0
                   perform Visualisation-Detail-Contrat
               when 1
                   perform VerificationSaisieMandat
                   if IndicateurMandatValide = 1
                       perform SQLMandatEnregistrement
                   end-if
                   accept menu-mandat
                   accept OptionMenuMandat line 18 col 14
                   perform GestionMandat-Trt
               when 2
                   perform SQLMandatRevocation
                   accept OptionMenuMandat line 18 col 14
                   perform GestionMandat-Trt
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuMandat line 18 col 14
                   perform GestionMandat-Trt
           end-evaluate.

       LectureMandat.
      * Mandat du contrat courant, s'il en existe un (actif ou revoque).
           initialize MandatCourant
           move 0 to IndicateurMandatExistant
           EXEC sql
               select codeMandat, referenceMandat, ibanDebiteur, isnull(bicDebiteur, ''),
                      DAY(dateSignature), MONTH(dateSignature), YEAR(dateSignature),
                      statutMandat, isnull(nombreRejets, 0)
               into :MandatCourant.codeMandat, :MandatCourant.referenceMandat,
                    :MandatCourant.ibanDebiteur, :MandatCourant.bicDebiteur,
                    :MandatCourant.DateSignatureMandat.JJ, :MandatCourant.DateSignatureMandat.MM,
                    :MandatCourant.DateSignatureMandat.AAAA,
                    :MandatCourant.statutMandat, :MandatCourant.nombreRejets
               from mandats
               where codeContrat = :contratCourant.codeContrat
           END-EXEC
           if SQLCODE = 0
               move 1 to IndicateurMandatExistant
           end-if
           move corresponding MandatCourant to MandatAvantModif.

       VerificationSaisieMandat.
      * Meme controle de forme de l'IBAN que ReglementPaiements (deux lettres de code pays,
      * deux chiffres de cle, au moins 14 caracteres), et une date de signature valide qui
      * ne soit pas dans le futur.
           move 1 to IndicateurMandatValide
           move 0 to LongueurIbanMandat
           inspect ibanDebiteur of MandatCourant tallying LongueurIbanMandat for characters before initial " "
           if LongueurIbanMandat < 14
             or ibanDebiteur of MandatCourant(1:1) is not alphabetic
             or ibanDebiteur of MandatCourant(2:1) is not alphabetic
             or ibanDebiteur of MandatCourant(3:1) is not numeric
             or ibanDebiteur of MandatCourant(4:1) is not numeric
               move 0 to IndicateurMandatValide
               display "IBAN du debiteur invalide.                     " line 19 col 5
           end-if
           if IndicateurMandatValide = 1
               if MM of DateSignatureMandat < 1 or MM of DateSignatureMandat > 12
                 or JJ of DateSignatureMandat < 1 or JJ of DateSignatureMandat > 31
                 or AAAA of DateSignatureMandat < 1900
                   move 0 to IndicateurMandatValide
                   display "Date de signature du mandat invalide.          " line 19 col 5
               else
                   compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme
                   compute DateSignatureMandatEntier = AAAA of DateSignatureMandat * 10000
                     + MM of DateSignatureMandat * 100 + JJ of DateSignatureMandat
                   if DateSignatureMandatEntier > DateSystemeEntier
                       move 0 to IndicateurMandatValide
                       display "La date de signature ne peut pas etre future.  " line 19 col 5
                   end-if
               end-if
           end-if.

       SQLMandatEnregistrement.
      * Premier mandat du contrat, ou nouveau mandat signe apres une revocation : nouvelle
      * reference unique (RUM) et compteur de rejets a zero. Sur un mandat actif, seules les
      * coordonnees du debiteur et la date de signature changent, la reference est conservee.
           move spaces to DateSignatureMandatTexte
           STRING AAAA of DateSignatureMandat "-" MM of DateSignatureMandat "-" JJ of DateSignatureMandat
                  INTO DateSignatureMandatTexte
           if IndicateurMandatExistant = 0 or statutMandat of MandatCourant <> "Actif"
               if IndicateurMandatExistant = 0
                   EXEC sql
                       select newid() into :MandatCourant.codeMandat
                   END-EXEC
               end-if
               EXEC sql
                   select newid() into :IdentifiantReferenceMandat
               END-EXEC
               move spaces to referenceMandat of MandatCourant
               STRING "RUM" IdentifiantReferenceMandat(1:8) IdentifiantReferenceMandat(10:4)
                      IdentifiantReferenceMandat(15:4) IdentifiantReferenceMandat(20:4)
                      IdentifiantReferenceMandat(25:12)
                      DELIMITED BY SIZE INTO referenceMandat of MandatCourant
               move "Actif" to statutMandat of MandatCourant
               move 0 to nombreRejets of MandatCourant
           end-if
           if IndicateurMandatExistant = 0
               EXEC sql
                   INSERT INTO mandats (codeMandat, codeContrat, referenceMandat, ibanDebiteur, bicDebiteur, dateSignature, statutMandat, nombreRejets)
                   VALUES ( :MandatCourant.codeMandat, :contratCourant.codeContrat, :MandatCourant.referenceMandat,
                            :MandatCourant.ibanDebiteur, :MandatCourant.bicDebiteur, :DateSignatureMandatTexte,
                            :MandatCourant.statutMandat, 0)
               END-EXEC
           else
               EXEC sql
                   UPDATE mandats
                       set referenceMandat = :MandatCourant.referenceMandat,
                           ibanDebiteur = :MandatCourant.ibanDebiteur,
                           bicDebiteur = :MandatCourant.bicDebiteur,
                           dateSignature = :DateSignatureMandatTexte,
                           statutMandat = :MandatCourant.statutMandat,
                           nombreRejets = :MandatCourant.nombreRejets,
                           dateRevocation = null,
                           motifRevocation = null,
                           premierPrelevementFait = case when referenceMandat = :MandatCourant.referenceMandat then premierPrelevementFait else 0 end
                       where codeMandat = :MandatCourant.codeMandat
               END-EXEC
           end-if
           if SQLCODE = 0
               move 1 to IndicateurMandatExistant
               Display menu-mandat
               Display "Mandat enregistre.                             " line 19 col 5
               move "mandats" to tableModifiee of HistoriqueModification
               move codeContrat of contratCourant to identifiantEnregistrement of HistoriqueModification
               move spaces to ancienneValeur of HistoriqueModification
               move spaces to nouvelleValeur of HistoriqueModification
               STRING referenceMandat of MandatAvantModif "/" ibanDebiteur of MandatAvantModif "/"
                      bicDebiteur of MandatAvantModif "/" statutMandat of MandatAvantModif
                      DELIMITED BY SIZE INTO ancienneValeur of HistoriqueModification
               STRING referenceMandat of MandatCourant "/" ibanDebiteur of MandatCourant "/"
                      bicDebiteur of MandatCourant "/" statutMandat of MandatCourant
                      DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
               move 19 to LigneConfirmationHistorique
               perform SQLHistoriqueInsert
               move corresponding MandatCourant to MandatAvantModif
           else
               Display "Echec de l'enregistrement du mandat.           " line 19 col 5
           end-if.

       SQLMandatRevocation.
      * Revocation a la demande du client : les cotisations deja presentees suivent leur cours,
      * PrelevementCotisations ne presente plus rien sur ce mandat.
           if IndicateurMandatExistant = 0 or statutMandat of MandatCourant <> "Actif"
               display "Aucun mandat actif sur ce contrat.             " line 19 col 5
           else
               EXEC sql
                   UPDATE mandats
                       set statutMandat = 'Revoque',
                           dateRevocation = getdate(),
                           motifRevocation = 'Revocation a la demande du client'
                       where codeMandat = :MandatCourant.codeMandat
               END-EXEC
               if SQLCODE = 0
                   move "Revoque" to statutMandat of MandatCourant
                   Display menu-mandat
                   Display "Mandat revoque.                                " line 19 col 5
                   move "mandats" to tableModifiee of HistoriqueModification
                   move codeContrat of contratCourant to identifiantEnregistrement of HistoriqueModification
                   move spaces to ancienneValeur of HistoriqueModification
                   move spaces to nouvelleValeur of HistoriqueModification
                   STRING referenceMandat of MandatCourant "/Actif"
                          DELIMITED BY SIZE INTO ancienneValeur of HistoriqueModification
                   STRING referenceMandat of MandatCourant "/Revoque"
                          DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
                   move 19 to LigneConfirmationHistorique
                   perform SQLHistoriqueInsert
                   move corresponding MandatCourant to MandatAvantModif
               else
                   Display "Echec de la revocation du mandat.              " line 19 col 5
               end-if
           end-if.

       GestionMandat-Fin.
           perform Visualisation-Detail-Contrat.

      ***************************************************************
      ** Resiliation du contrat en cours d'annee
      ***************************************************************
       LectureResiliationContrat.
      * Resiliation deja enregistree sur le contrat courant : affichee a cote de la validite,
      * et le contrat s'affiche "Res" une fois la date d'effet atteinte.
           move spaces to DateResiliationContrat
           move spaces to MotifResiliationContrat
           move spaces to LibelleResiliation
           EXEC sql
               select isnull(convert(varchar(10), dateResiliation, 120), ''), isnull(motifResiliation, '')
               into :DateResiliationContrat, :MotifResiliationContrat
               from contrats
               where codeContrat = :contratCourant.codeContrat
           END-EXEC
           if SQLCODE = 0 and DateResiliationContrat <> spaces
               STRING "Resilie au " DateResiliationContrat(9:2) "/" DateResiliationContrat(6:2) "/"
                      DateResiliationContrat(1:4) " - " MotifResiliationContrat
                      DELIMITED BY SIZE INTO LibelleResiliation
               compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme
               compute DateEffetResiliationEntier = FUNCTION NUMVAL(DateResiliationContrat(1:4)) * 10000
                 + FUNCTION NUMVAL(DateResiliationContrat(6:2)) * 100 + FUNCTION NUMVAL(DateResiliationContrat(9:2))
               if DateEffetResiliationEntier <= DateSystemeEntier
                   move "Res" to Validite of contratCourant
               end-if
           end-if.

       ResiliationContrat.
      * Saisie du motif et de la date d'effet sur la ligne de message, comme la decision de
      * renouvellement, controles puis confirmation avant toute mise a jour.
           if DateResiliationContrat <> spaces
               perform CompteRemboursementAttente
               accept OptionMenuContrat line 18 col 15
           else
               display "Motif : 1-Demande client 2-Deces assure 3-Impayes 0-Abandon :      " line 19 col 5
               accept OptionMotifResiliation line 19 col 69
               evaluate OptionMotifResiliation
                   when 1
                       move "Demande du client" to MotifResiliation
                       perform SaisieResiliationContrat
                   when 2
                       move "Deces de l'assure" to MotifResiliation
                       perform SaisieResiliationContrat
                   when 3
                       move "Impayes de cotisations" to MotifResiliation
                       perform SaisieResiliationContrat
                   when 0
                       accept OptionMenuContrat line 18 col 15
                   when other
                       display "Veillez entrer un choix valide. " line 19 col 5
                       perform ResiliationContrat
               end-evaluate
           end-if.

       SaisieResiliationContrat.
           initialize DateEffetResiliation
           display "Date d'effet de la resiliation (JJMMAAAA) :                        " line 19 col 5
           accept DateEffetResiliation line 19 col 50
           perform ControleResiliationContrat
           if IndicateurResiliationValide = 1
               display "Confirmer la resiliation du contrat (O/N) :                        " line 19 col 5
               accept ConfirmationResiliation line 19 col 50
               if ConfirmationResiliation = "O" or ConfirmationResiliation = "o"
                   perform SQLResiliationContrat
               else
                   display "Resiliation abandonnee.                        " line 19 col 5
               end-if
           end-if
           accept OptionMenuContrat line 18 col 15.

       ControleResiliationContrat.
      * Date d'effet valide et pas anterieure a la signature, puis condition propre au motif :
      * la demande du client n'est recevable qu'apres la premiere annee de contrat, le deces
      * suppose un sinistre DC declare sur le contrat, et la resiliation pour impayes un
      * contrat suspendu par RelanceCotisations.
           move 1 to IndicateurResiliationValide
           if MM of DateEffetResiliation < 1 or MM of DateEffetResiliation > 12
             or JJ of DateEffetResiliation < 1 or JJ of DateEffetResiliation > 31
             or AAAA of DateEffetResiliation < 1900
               move 0 to IndicateurResiliationValide
               display "Date d'effet invalide.                         " line 19 col 5
           end-if
           if IndicateurResiliationValide = 1
               compute DateEffetResiliationEntier = AAAA of DateEffetResiliation * 10000
                 + MM of DateEffetResiliation * 100 + JJ of DateEffetResiliation
               compute DateCompareeEntier = AAAA of date-Contrat of contratCourant * 10000
                 + MM of date-Contrat of contratCourant * 100 + JJ of date-Contrat of contratCourant
               compute DateAnniversaireContratEntier = DateCompareeEntier + 10000
               if DateEffetResiliationEntier < DateCompareeEntier
                   move 0 to IndicateurResiliationValide
                   display "Date d'effet anterieure a la signature.        " line 19 col 5
               end-if
           end-if
           if IndicateurResiliationValide = 1
               evaluate OptionMotifResiliation
                   when 1
                       if DateEffetResiliationEntier < DateAnniversaireContratEntier
                           move 0 to IndicateurResiliationValide
                           display "Demande du client possible apres la 1ere annee." line 19 col 5
                       end-if
                   when 2
                       move 0 to NombreSinistresDC
                       EXEC sql
                           select count(*) into :NombreSinistresDC
                           from sinistres
                           where codeContrat = :contratCourant.codeContrat
                             and typeSinistre = 'DC'
                             and statutSinistre <> 'Refuse'
                       END-EXEC
                       if NombreSinistresDC = 0
                           move 0 to IndicateurResiliationValide
                           display "Aucun sinistre DC declare sur ce contrat.      " line 19 col 5
                       end-if
                   when 3
                       if suspendu of contratCourant <> 1
                           move 0 to IndicateurResiliationValide
                           display "Contrat non suspendu pour impayes.             " line 19 col 5
                       end-if
               end-evaluate
           end-if.

       SQLResiliationContrat.
           move spaces to DateEffetResiliationTexte
           STRING AAAA of DateEffetResiliation "-" MM of DateEffetResiliation "-" JJ of DateEffetResiliation
                  INTO DateEffetResiliationTexte
           EXEC sql
               UPDATE contrats
                   set dateResiliation = :DateEffetResiliationTexte,
                       motifResiliation = :MotifResiliation,
                       decisionRenouvellement = 'Resilie'
                   where codeContrat = :contratCourant.codeContrat
                     and dateResiliation is null
           END-EXEC
           if SQLCODE = 0
      * Cotisations impayees a echeance posterieure a la date d'effet : plus dues
               EXEC sql
                   UPDATE cotisations
                       set statutPaiement = 'Annulee'
                       where codeContrat = :contratCourant.codeContrat
                         and statutPaiement = 'Non'
                         and dateEcheance > :DateEffetResiliationTexte
               END-EXEC
               perform CalculRemboursementResiliation
               if MontantRemboursement > 0
                   perform SaisieCompteRemboursement
                   perform SQLRemboursementInsert
               end-if
               move "contrats" to tableModifiee of HistoriqueModification
               move codeContrat of contratCourant to identifiantEnregistrement of HistoriqueModification
               move spaces to ancienneValeur of HistoriqueModification
               move spaces to nouvelleValeur of HistoriqueModification
               move "En cours" to ancienneValeur of HistoriqueModification
               move MontantRemboursement to MontantRemboursementEdite
               STRING "Resilie au " DateEffetResiliationTexte " - " MotifResiliation
                      " - Remboursement " MontantRemboursementEdite
                      DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
               perform LectureResiliationContrat
               Display menu-visualisation-Detail-contrat
               Display "Contrat resilie - remboursement :              " line 10 col 30
               Display MontantRemboursementEdite line 10 col 64
               move 19 to LigneConfirmationHistorique
               perform SQLHistoriqueInsert
           else
               Display "Echec de l'enregistrement de la resiliation.   " line 19 col 5
           end-if.

       CalculRemboursementResiliation.
      * Parcourt les cotisations reglees dont l'echeance tombe au plus un mois avant la date
      * d'effet : une echeance posterieure se rembourse en entier, une echeance anterieure au
      * prorata des jours de sa periode qui suivent la date d'effet. Les avoirs d'avenant
      * (montants negatifs) viennent en deduction.
           move 0 to MontantRemboursement
           compute DateDebutRemboursementEntier = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(DateEffetResiliationEntier) - 31)
           move spaces to DateDebutRemboursement
           STRING DateDebutRemboursementEntier(1:4) "-" DateDebutRemboursementEntier(5:2) "-" DateDebutRemboursementEntier(7:2)
                  INTO DateDebutRemboursement
           EXEC sql
               declare Cursor-RemboursementResiliation cursor for
               select convert(decimal(12,2), montant), convert(varchar(10), dateEcheance, 120)
               from cotisations
               where codeContrat = :contratCourant.codeContrat
                 and statutPaiement = 'Oui'
                 and dateEcheance >= :DateDebutRemboursement
           END-EXEC

           EXEC sql
               open Cursor-RemboursementResiliation
           END-EXEC

           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch Cursor-RemboursementResiliation into
                   :CotisationRemboursement.montant,
                   :CotisationRemboursement.dateEcheance
               END-EXEC

               evaluate true
                   when SQLCODE = 0
                       perform CalculProrataRemboursement
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.

           EXEC sql
               close Cursor-RemboursementResiliation
           END-EXEC.

       CalculProrataRemboursement.
           move dateEcheance of CotisationRemboursement(1:4) to AAAA of DateEcheanceRemboursement
           move dateEcheance of CotisationRemboursement(6:2) to MM of DateEcheanceRemboursement
           move dateEcheance of CotisationRemboursement(9:2) to JJ of DateEcheanceRemboursement
           compute DateEcheanceRembEntier = AAAA of DateEcheanceRemboursement * 10000
             + MM of DateEcheanceRemboursement * 100 + JJ of DateEcheanceRemboursement
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
               compute MontantRemboursement rounded = MontantRemboursement
                 + montant of CotisationRemboursement * JoursRembourses / JoursPeriodeRemboursement
           end-if.

       SQLRemboursementInsert.
      * Paiement sans beneficiaire ni sinistre, marque "Remboursement" : ReglementPaiements
      * l'emet au nom du client vers le compte saisi a la resiliation (sans compte, il part en
      * anomalie jusqu'a sa saisie), ExportComptable le porte en diminution des cotisations.
           move MontantRemboursement to MontantRemboursementEdite
           move MontantRemboursementEdite to montant of PaiementRemboursement
           inspect montant of PaiementRemboursement replacing all "," by "."
           move spaces to datePaiement of PaiementRemboursement
           STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO datePaiement of PaiementRemboursement
           EXEC sql
               select newid() into :PaiementRemboursement.codePaiement
           END-EXEC
           EXEC sql
               INSERT INTO paiements (codePaiement, codeBeneficiaire, codeSinistre, codeContrat, montant, datePaiement, statut, typePaiement,
                                      ibanRemboursement, bicRemboursement, operateurIbanRemboursement)
               VALUES ( :PaiementRemboursement.codePaiement, '', '', :contratCourant.codeContrat,
                        :PaiementRemboursement.montant, :PaiementRemboursement.datePaiement, 'A regler', 'Remboursement',
                        nullif(:PaiementRemboursement.ibanRemboursement, ''), nullif(:PaiementRemboursement.bicRemboursement, ''),
                        :OperateurCourant)
           END-EXEC
           if SQLCODE <> 0
               display "Echec de la generation du remboursement.       " line 19 col 5
           end-if.

       SaisieCompteRemboursement.
      * IBAN et BIC du virement de remboursement, saisis sur la ligne de message. Le compte du
      * mandat actif du contrat est propose, une saisie vide le conserve ; meme controle de forme
      * de l'IBAN que le mandat. Laisse vide faute de compte, le remboursement attend en anomalie.
           move spaces to ibanRemboursement of PaiementRemboursement
           move spaces to bicRemboursement of PaiementRemboursement
           EXEC sql
               select top 1 isnull(ibanDebiteur, ''), isnull(bicDebiteur, '')
               into :PaiementRemboursement.ibanRemboursement, :PaiementRemboursement.bicRemboursement
               from mandats
               where codeContrat = :contratCourant.codeContrat
                 and statutMandat = 'Actif'
               order by dateSignature desc
           END-EXEC
           perform SaisieIbanRemboursement.

       SaisieIbanRemboursement.
           display "IBAN du remboursement (vide = conserve) :                          " line 19 col 5
           display ibanRemboursement of PaiementRemboursement line 19 col 46
           move spaces to IbanRemboursementSaisi
           accept IbanRemboursementSaisi line 19 col 46
           if IbanRemboursementSaisi <> spaces
               move IbanRemboursementSaisi to ibanRemboursement of PaiementRemboursement
           end-if
           display "BIC du remboursement (vide = conserve) :                           " line 19 col 5
           display bicRemboursement of PaiementRemboursement line 19 col 46
           move spaces to BicRemboursementSaisi
           accept BicRemboursementSaisi line 19 col 46
           if BicRemboursementSaisi <> spaces
               move BicRemboursementSaisi to bicRemboursement of PaiementRemboursement
           end-if
           move 1 to IndicateurIbanRemboursementValide
           if ibanRemboursement of PaiementRemboursement <> spaces
               move 0 to LongueurIbanRemboursement
               inspect ibanRemboursement of PaiementRemboursement tallying LongueurIbanRemboursement
                 for characters before initial " "
               if LongueurIbanRemboursement < 14
                 or ibanRemboursement of PaiementRemboursement(1:1) is not alphabetic
                 or ibanRemboursement of PaiementRemboursement(2:1) is not alphabetic
                 or ibanRemboursement of PaiementRemboursement(3:1) is not numeric
                 or ibanRemboursement of PaiementRemboursement(4:1) is not numeric
                   move 0 to IndicateurIbanRemboursementValide
                   display "IBAN du remboursement invalide.                " line 19 col 5
                   accept ConfirmationResiliation line 19 col 50
                   move spaces to ibanRemboursement of PaiementRemboursement
                   perform SaisieIbanRemboursement
               end-if
           end-if.

       CompteRemboursementAttente.
      * Contrat deja resilie : un remboursement reste a verser ("A regler" sans compte exploitable,
      * ou "Rejete" par la banque) tant que le compte n'est pas saisi ou corrige. Le compte saisi
      * est porte sur le paiement, qui repart "A regler" pour le prochain ReglementPaiements.
           move 0 to NombreRemboursementsEnAttente
           EXEC sql
               select count(*) into :NombreRemboursementsEnAttente
               from paiements
               where codeContrat = :contratCourant.codeContrat
                 and typePaiement = 'Remboursement'
                 and statut in ('A regler', 'Rejete')
           END-EXEC
           if NombreRemboursementsEnAttente = 0
               display "Contrat deja resilie.                          " line 19 col 5
           else
               perform SaisieCompteRemboursement
               if ibanRemboursement of PaiementRemboursement = spaces
                   display "Remboursement en attente d'un compte.          " line 19 col 5
               else
                   EXEC sql
                       UPDATE paiements
                           set ibanRemboursement = :PaiementRemboursement.ibanRemboursement,
                               bicRemboursement = nullif(:PaiementRemboursement.bicRemboursement, ''),
                               operateurIbanRemboursement = :OperateurCourant,
                               operateurValidation = null,
                               dateValidation = null,
                               statut = 'A regler'
                           where codeContrat = :contratCourant.codeContrat
                             and typePaiement = 'Remboursement'
                             and statut in ('A regler', 'Rejete')
                   END-EXEC
                   if SQLCODE = 0
                       display "Compte du remboursement enregistre.            " line 19 col 5
                       move "paiements" to tableModifiee of HistoriqueModification
                       move codeContrat of contratCourant to identifiantEnregistrement of HistoriqueModification
                       move "Remboursement de resiliation en attente" to ancienneValeur of HistoriqueModification
                       move spaces to nouvelleValeur of HistoriqueModification
                       STRING "Compte " ibanRemboursement of PaiementRemboursement " "
                              bicRemboursement of PaiementRemboursement
                              DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
                       move 19 to LigneConfirmationHistorique
                       perform SQLHistoriqueInsert
                   else
                       display "Echec de l'enregistrement du compte.           " line 19 col 5
                   end-if
               end-if
           end-if.

       ControleResiliationSinistre.
      * Un sinistre survenu apres la date d'effet d'une resiliation n'est plus couvert.
           move 0 to SinistreApresResiliation
           move spaces to DateResiliationContrat
           EXEC sql
               select isnull(convert(varchar(10), dateResiliation, 120), '')
               into :DateResiliationContrat
               from contrats
               where codeContrat = :contratCourant.codeContrat
           END-EXEC
           if SQLCODE = 0 and DateResiliationContrat <> spaces
               move spaces to DateSinistreResiliation
               STRING AAAA of date-Sinistre of sinistreCourant "-" MM of date-Sinistre of sinistreCourant "-"
                      JJ of date-Sinistre of sinistreCourant INTO DateSinistreResiliation
               if DateSinistreResiliation > DateResiliationContrat
                   move 1 to SinistreApresResiliation
                   Display "Sinistre posterieur a la resiliation du contrat : refuse." line 19 col 5
                   accept menu-creation-sinistre
                   accept OptionCreationSinistre line 18 col 15
               end-if
           end-if.

      ****************************************************************
      ** Visualisation detail Sinistre    Normalement OK
      ***************************************************************

       Visualisation-Detail-Sinistre-Init.
           Move 0 to Visualisation-Detail-Sinistre-Trt-fin.
           perform LectureRevueSinistre.
           Display menu-Visualisation-Detail-sinistre.
           accept OptionMenuSinistre line 18 col 15.
       Visualisation-Detail-Sinistre-Trt.
           move 1 to Visualisation-Detail-Sinistre-Trt-fin.
                       display "Option refusee pour votre profil.  " line 19 col 5
                       accept OptionMenuSinistre line 18 col 15
                       perform Visualisation-Detail-Sinistre-Trt
                   else
                       perform Mod-Sinistre
                   end-if
               when 2
                   if ProfilOperateur = "administration"
                       perform LeveeRevueSinistre
                   else
                       display "Levee de revue reservee au profil administration." line 19 col 5
                       accept OptionMenuSinistre line 18 col 15
                       perform Visualisation-Detail-Sinistre-Trt
                   end-if
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5

       Visualisation-Detail-Sinistre-Fin.

       LectureRevueSinistre.
      * Relit en base l'etat de revue du sinistre affiche (il a pu etre mis en revue par le
      * passage de nuit depuis la selection dans une liste) et prepare la ligne d'ecran.
           move 0 to IndicateurRevueSinistre
           move spaces to MotifsRevueSinistre
           move spaces to LibelleRevueSinistre
           EXEC sql
               select isnull(enRevue, 0), isnull(motifsRevue, '')
               into :IndicateurRevueSinistre, :MotifsRevueSinistre
               from sinistres
               where codeSinistre = :sinistreCourant.codeSinistre
           END-EXEC
           if SQLCODE = 0 and IndicateurRevueSinistre = 1
               STRING "En revue : " MotifsRevueSinistre
                      DELIMITED BY SIZE INTO LibelleRevueSinistre
           end-if.

       LeveeRevueSinistre.
      * Levee de la mise en revue par un operateur du profil administration, apres examen des
      * motifs : le sinistre peut de nouveau etre approuve, et RevueSinistres ne le remet plus
      * en revue. La levee est tracee dans l'historique des modifications.
           perform LectureRevueSinistre
           if IndicateurRevueSinistre = 0
               display "Ce sinistre n'est pas en revue.                  " line 19 col 5
           else
               move spaces to ancienneValeur of HistoriqueModification
               move spaces to nouvelleValeur of HistoriqueModification
               STRING "En revue : " MotifsRevueSinistre
                      DELIMITED BY SIZE INTO ancienneValeur of HistoriqueModification
               EXEC sql
                   UPDATE sinistres
                       set enRevue = 0,
                           operateurLeveeRevue = :OperateurCourant,
                           dateLeveeRevue = getdate()
                       where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
               if SQLCODE = 0
                   perform LectureRevueSinistre
                   display menu-Visualisation-Detail-sinistre
                   display "Revue levee, le sinistre peut etre approuve.     " line 19 col 5
                   move "sinistres" to tableModifiee of HistoriqueModification
                   move codeSinistre of sinistreCourant to identifiantEnregistrement of HistoriqueModification
                   move "Revue levee" to nouvelleValeur of HistoriqueModification
                   move 19 to LigneConfirmationHistorique
                   perform SQLHistoriqueInsert
               else
                   display "Echec de la levee de la revue.                   " line 19 col 5
               end-if
           end-if
           accept OptionMenuSinistre line 18 col 15
           perform Visualisation-Detail-Sinistre-Trt.

       Mod-Sinistre.
           display menu-Visualisation-Detail-Sinistre.
           Display menu-Visualisation-Detail-sinistre-Choix.
           evaluate OptionModSinistre
               when 1
                   perform ValiderStatutSinistre
                   perform ControleRevueSinistre
                   if IndicateurStatutSinistreValide = 0
                       if IndicateurRevueSinistre = 1
                           Display "Sinistre en revue : levee par l'administration requise." line 19 col 5
                       else
                           Display "Statut invalide : transition non autorisee.    " line 19 col 5
                       end-if
                       move statutSinistre of SinistreAvantModif to statutSinistre of sinistreCourant
                       accept OptionModSinistre
                       move 1 to OptionModSinistre
                   end-evaluate
           end-evaluate.

       ControleRevueSinistre.
      * Un sinistre en revue (EvaluationRisqueSinistre / RevueSinistres) ne peut pas passer
      * "Approuve" : l'etat de revue est relu en base, la levee ayant pu avoir lieu depuis
      * un autre poste.
           move 0 to IndicateurRevueSinistre
           if IndicateurStatutSinistreValide = 1
             and statutSinistre of sinistreCourant = "Approuve"
             and statutSinistre of SinistreAvantModif <> "Approuve"
               EXEC sql
                   select isnull(enRevue, 0) into :IndicateurRevueSinistre
                   from sinistres
                   where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
               if IndicateurRevueSinistre = 1
                   move 0 to IndicateurStatutSinistreValide
               end-if
           end-if.

      ****************************************************************
      ** Visualisation detail Beneficiaire   Normalement OK
      ***************************************************************
                               where codeBeneficiaire = :BeneficiaireCourant.CodeBeneficiaire
                                 and statut = 'Rejete'
                       END-EXEC
      * Un changement d'IBAN est attribue a l'operateur qui l'a fait (il ne pourra pas valider
      * les gros versements de ce beneficiaire) et annule les validations deja donnees sur
      * ses paiements encore a regler : elles portaient sur les anciennes coordonnees.
                       if iban of BeneficiaireCourant <> iban of BeneficiaireAvantModif
                           EXEC sql
                               UPDATE beneficiaires
                                   set operateurIban = :OperateurCourant
                                   where codeBeneficiaire = :BeneficiaireCourant.CodeBeneficiaire
                           END-EXEC
                           EXEC sql
                               UPDATE paiements
                                   set operateurValidation = null,
                                       dateValidation = null
                                   where codeBeneficiaire = :BeneficiaireCourant.CodeBeneficiaire
                                     and statut = 'A regler'
                           END-EXEC
                       end-if
                       Display "Modification du beneficiaire reussie." line 19 col 5
                       move "beneficiaires" to tableModifiee of HistoriqueModification
                       move CodeBeneficiaire of BeneficiaireCourant to identifiantEnregistrement of HistoriqueModification
                   perform VerificationAgentVendeur.
                   if optioncreationContrat = 1 AND
                       OptionValiditeAgeClient = 1 AND
                       NombreAgentsTrouves > 0 AND
                       IndicateurAgentVendeurActif = 1 AND (
                       IT of contratCourant <> '' or
                       PE of contratCourant <> '' or
                       IA of contratCourant <> '' or

       VerificationAgentVendeur.
      * Un contrat doit porter son agent vendeur : le code saisi est controle dans la
      * table agents, un code inconnu bloque la creation. Un agent inactif a la date du
      * jour (statut Inactif, fin d'activite atteinte ou debut d'activite a venir) la
      * bloque aussi : ses contrats passent a un autre agent par transfert de portefeuille.
           move 0 to NombreAgentsTrouves
           move 0 to IndicateurAgentVendeurActif
           EXEC sql
               select count(*) into :NombreAgentsTrouves
               from agents
           END-EXEC
           if NombreAgentsTrouves = 0
               display "Agent vendeur inconnu, verifier le code.  " line 19 col 5
           else
               move spaces to DateDuJourAgent
               STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO DateDuJourAgent
               move spaces to StatutAgentVendeur
               EXEC sql
                   select case when isnull(statutAgent, 'Actif') = 'Actif'
                                and (dateDebut is null or dateDebut <= :DateDuJourAgent)
                                and (dateFin is null or dateFin > :DateDuJourAgent)
                               then 'Actif' else 'Inactif' end
                   into :StatutAgentVendeur
                   from agents
                   where codeAgent = :CodeAgentVendeur
               END-EXEC
               if StatutAgentVendeur = "Actif"
                   move 1 to IndicateurAgentVendeurActif
               else
                   display "Agent vendeur inactif, creation refusee.  " line 19 col 5
               end-if
           end-if.

       SQLContratInsert.
                     date-Sinistre of sinistreCourant <> '') then
                       perform VerificationSinistreCouvert
                       perform ValiditeDateSinistre
                       perform ControleResiliationSinistre
                       if SinistreApresResiliation = 0
                           STRING JJ of date-Sinistre of sinistreCourant "-" MM of date-Sinistre of sinistreCourant "-" AAAA of date-Sinistre of sinistreCourant INTO tmpDateCreasinistre
                           perform SQLSinistreInsert
                       end-if
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionCreationSinistre line 18 col 15
           END-EXEC
           move "Declare" to statutSinistre of sinistreCourant
           EXEC sql
               INSERT INTO sinistres (codeSinistre, codeClient, codeContrat, typeSinistre, dateDuSinistre, statutSinistre, operateurSaisie)
               VALUES ( :sinistreCourant.codesinistre, :clientCourant.CodeClient, :contratCourant.codecontrat, :sinistreCourant.typesinistre, :tmpDateCreasinistre, :sinistreCourant.statutSinistre,
                        :OperateurCourant)
           END-EXEC
           if SQLCODE = 0
               Display "Creation du sinistre reussie.                      " line 19 col 5
               perform EvaluationRisqueSinistre
               if typeSinistre of sinistreCourant = "DC"
                   perform GenerationPaiementsDC
               end-if
               perform CreationSinistre-Trt
           end-if.

       EvaluationRisqueSinistre.
      ************************************************************************************************
      * Note le sinistre qui vient d'etre declare contre les signaux d'alerte : contrat suspendu
      * pour impayes, cotisations echues non reglees, sinistre survenu moins de
      * SeuilJoursSignatureSinistre jours apres la signature du contrat, ou au moins
      * SeuilSinistresAnnee sinistres du client dans l'annee du sinistre (celui-ci compris).
      * Un seul signal suffit a mettre le sinistre en revue, avec la liste des motifs.
      * RevueSinistres applique la meme notation chaque nuit aux sinistres Declare / En etude.
      *************************************************************************************************
           move 0 to IndicateurRevueSinistre
           move spaces to MotifsRevueSinistre
           move 1 to PointeurMotifsRevue
           move 0 to ContratSuspenduSinistre
           EXEC sql
               select isnull(suspendu, 0), YEAR(dateSignature), MONTH(dateSignature), DAY(dateSignature)
               into :ContratSuspenduSinistre, :DateSignatureSinistre.AAAA,
                    :DateSignatureSinistre.MM, :DateSignatureSinistre.JJ
               from contrats
               where codeContrat = :contratCourant.codeContrat
           END-EXEC
      * Contrat illisible : ni suspension ni date de signature a opposer au sinistre
           if SQLCODE <> 0
               move 0 to ContratSuspenduSinistre
               move SeuilJoursSignatureSinistre to JoursEcoules
           else
               compute DateCompareeEntier = AAAA of Date-sinistre of sinistrecourant * 10000
                 + MM of Date-sinistre of sinistrecourant * 100 + JJ of Date-sinistre of sinistrecourant
               compute DateSignatureEntier = AAAA of DateSignatureSinistre * 10000
                 + MM of DateSignatureSinistre * 100 + JJ of DateSignatureSinistre
               compute JoursEcoules = FUNCTION INTEGER-OF-DATE(DateCompareeEntier)
                 - FUNCTION INTEGER-OF-DATE(DateSignatureEntier)
           end-if
           if ContratSuspenduSinistre = 1
               move 1 to IndicateurRevueSinistre
               STRING "Contrat suspendu; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if
           if JoursEcoules < SeuilJoursSignatureSinistre
               move 1 to IndicateurRevueSinistre
               STRING "Sinistre proche de la signature; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if

           move 0 to NombreCotisationsImpayees
           EXEC sql
               select count(*) into :NombreCotisationsImpayees
               from cotisations
               where codeContrat = :contratCourant.codeContrat
                 and statutPaiement = 'Non'
                 and dateEcheance < getdate()
           END-EXEC
           if NombreCotisationsImpayees > 0
               move 1 to IndicateurRevueSinistre
               STRING "Cotisations impayees; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if

           move 0 to NombreSinistresAnnee
           EXEC sql
               select count(*) into :NombreSinistresAnnee
               from sinistres
               where codeClient = :clientCourant.codeClient
                 and YEAR(dateDuSinistre) = :sinistreCourant.date-Sinistre.AAAA
           END-EXEC
           if NombreSinistresAnnee >= SeuilSinistresAnnee
               move 1 to IndicateurRevueSinistre
               STRING "Sinistres repetes dans l'annee; " DELIMITED BY SIZE
                      INTO MotifsRevueSinistre with pointer PointeurMotifsRevue
           end-if

           if IndicateurRevueSinistre = 1
               EXEC sql
                   UPDATE sinistres
                       set enRevue = 1,
                           motifsRevue = :MotifsRevueSinistre,
                           dateMiseEnRevue = getdate()
                       where codeSinistre = :sinistreCourant.codeSinistre
               END-EXEC
               move spaces to LibelleRevueSinistre
               STRING "Sinistre mis en revue : " MotifsRevueSinistre
                      DELIMITED BY SIZE INTO LibelleRevueSinistre
               display LibelleRevueSinistre line 10 col 5
           end-if.

       GenerationPaiementsDC.
      ************************************************************************************************
      * Sinistre DC (deces) : on parcourt tous les beneficiaires du contrat et on genere
           END-EXEC

           EXEC sql
               INSERT INTO beneficiaires (codeBeneficiaire, codeContrat, nom, prenom, dateNaissance, adresse, codePostal, ville, somme, iban, bic, operateurIban)
               VALUES ( :beneficiaireCourant.codebeneficiaire, :contratCourant.codeContrat, :beneficiaireCourant.nom, :beneficiaireCourant.prenom, :tmpDateCreaBeneficiaire,
                       :beneficiaireCourant.adresse, :beneficiaireCourant.codePostal, :beneficiaireCourant.ville, :beneficiaireCourant.somme, :beneficiaireCourant.iban, :beneficiaireCourant.bic,
                       :OperateurCourant )
           END-EXEC

           if SQLCODE = 0
      ***************************************************************
      ** Travaux en attente : le point d'entree de la journee des operateurs.
      ** Liste paginee des sinistres en souffrance (Declare/En etude au-dela du seuil),
      ** des paiements a verser, des cotisations impayees proches de la relance et
      ** des reclamations ouvertes, chaque ligne ouvrant l'ecran de detail correspondant.
      ***************************************************************
       TravauxEnAttente.
           perform TravauxEnAttente-Init.
      * Reunit dans une seule liste paginee les trois files d'attente : sinistres restes en
      * Declare/En etude au-dela du seuil saisi, paiements A payer / A regler / Rejete, et
      * cotisations impayees dont le retard approche le seuil de relance des 30 jours de
      * RelanceCotisations (elles peuvent encore s'encaisser avant la lettre). Les paiements
      * "A regler" au-dessus de SeuilValidationPaiement encore sans validation y figurent en
      * plus comme travaux "Validation" pour le second operateur, et les reclamations encore
      * ouvertes comme travaux "Reclamation" (a accuser ou a repondre). Pagination par
      * pages de 50 lignes (pagecourante/pagesTotales), comme les autres listes.
      *************************************************************************************************
           move 0 to IndicateurErreurBD
                 from paiements p
                 where p.statut in ('A payer', 'A regler', 'Rejete')
                 union all
                 select p.codePaiement
                 from paiements p
                 where p.statut = 'A regler'
                   and convert(decimal(12,2), p.montant) > :SeuilValidationPaiement
                   and p.operateurValidation is null
                 union all
                 select co.codeCotisation
                 from cotisations co
                 where co.statutPaiement = 'Non'
                   and datediff(day, co.dateEcheance, getdate()) >= :SeuilJoursCotisationApproche
                   and datediff(day, co.dateEcheance, getdate()) < :SeuilJoursRelance
                 union all
                 select r.codeReclamation
                 from reclamations r
                 where r.statutReclamation = 'Ouverte'
               ) travaux
           END-EXEC
           compute pagesTotales = (tailleTotaleTravaux + 49) / 50
                 from paiements p
                 where p.statut in ('A payer', 'A regler', 'Rejete')
                 union all
                 select 'Validation', p.codePaiement, isnull(p.codeContrat, ''),
                        isnull(p.codeSinistre, ''), isnull(p.codeBeneficiaire, ''),
                        'A valider', convert(varchar(10), p.datePaiement, 120),
                        datediff(day, p.datePaiement, getdate())
                 from paiements p
                 where p.statut = 'A regler'
                   and convert(decimal(12,2), p.montant) > :SeuilValidationPaiement
                   and p.operateurValidation is null
                 union all
                 select 'Cotisation', co.codeCotisation, co.codeContrat, '', '',
                        co.statutPaiement, co.dateEcheance,
                        datediff(day, co.dateEcheance, getdate())
                 where co.statutPaiement = 'Non'
                   and datediff(day, co.dateEcheance, getdate()) >= :SeuilJoursCotisationApproche
                   and datediff(day, co.dateEcheance, getdate()) < :SeuilJoursRelance
                 union all
                 select 'Reclamation', r.codeReclamation, isnull(r.codeContrat, ''),
                        isnull(r.codeSinistre, ''), '',
                        case when r.dateAccuse is null then 'A accuser' else 'A repondre' end,
                        convert(varchar(10), r.dateReception, 120),
                        datediff(day, r.dateReception, getdate())
                 from reclamations r
                 where r.statutReclamation = 'Ouverte'
               ) travaux
               order by typeTravail, joursTravail desc
               OFFSET :OffsetPage ROWS FETCH NEXT 50 ROWS ONLY
                 from paiements p
                 where p.statut in ('A payer', 'A regler', 'Rejete')
                 union all
                 select 'Validation', p.codePaiement, isnull(p.codeContrat, ''),
                        isnull(p.codeSinistre, ''), isnull(p.codeBeneficiaire, ''),
                        'A valider', convert(varchar(10), p.datePaiement, 120),
                        datediff(day, p.datePaiement, getdate())
                 from paiements p
                 where p.statut = 'A regler'
                   and convert(decimal(12,2), p.montant) > :SeuilValidationPaiement
                   and p.operateurValidation is null
                 union all
                 select 'Cotisation', co.codeCotisation, co.codeContrat, '', '',
                        co.statutPaiement, co.dateEcheance,
                        datediff(day, co.dateEcheance, getdate())
                 where co.statutPaiement = 'Non'
                   and datediff(day, co.dateEcheance, getdate()) >= :SeuilJoursCotisationApproche
                   and datediff(day, co.dateEcheance, getdate()) < :SeuilJoursRelance
                 union all
                 select 'Reclamation', r.codeReclamation, isnull(r.codeContrat, ''),
                        isnull(r.codeSinistre, ''), '',
                        case when r.dateAccuse is null then 'A accuser' else 'A repondre' end,
                        convert(varchar(10), r.dateReception, 120),
                        datediff(day, r.dateReception, getdate())
                 from reclamations r
                 where r.statutReclamation = 'Ouverte'
               ) travaux
               order by typeTravail, joursTravail desc
           END-EXEC
       OuvertureDetailTravail.
      * Ouvre l'ecran de detail correspondant au travail selectionne : le detail du sinistre
      * pour un sinistre en souffrance ou un paiement issu d'un sinistre, le detail du
      * beneficiaire pour un paiement de capital sans sinistre lisible, l'encaissement
      * pour une cotisation impayee, et le suivi pour une reclamation ouverte.
           evaluate typeTravail of TravailCourant
               when "Sinistre"
                   perform ChargementSinistreTravail
                   end-if
               when "Cotisation"
                   perform ChargementCotisationTravail
               when "Validation"
                   perform ValidationPaiementTravail
               when "Reclamation"
                   perform ChargementReclamationTravail
           end-evaluate.

       ChargementReclamationTravail.
      * Recharge le client de la reclamation puis ouvre son suivi ; le retour se fait sur le
      * detail du client, comme depuis la liste de ses reclamations.
           EXEC sql
               select cl.codeClient, cl.nom, cl.prenom,
                      DAY(cl.dateNaissance), MONTH(cl.dateNaissance), YEAR(cl.dateNaissance),
                      cl.adresse, cl.codePostal, cl.ville
               into :clientcourant.codeClient, :clientcourant.nom, :clientcourant.prenom,
                    :clientcourant.DateNaissance.JJ, :clientcourant.DateNaissance.MM,
                    :clientcourant.DateNaissance.AAAA, :clientcourant.adresse,
                    :clientcourant.codePostal, :clientcourant.ville
               from reclamations r
               join clients cl on cl.codeClient = r.codeClient
               where r.codeReclamation = :TravailCourant.codeTravail
           END-EXEC
           if SQLCODE <> 0
               display "Reclamation introuvable.                       " line 19 col 5
               perform OptionVisualisationTravail
           else
               initialize ReclamationCourante
               move codeTravail of TravailCourant to codeReclamation of ReclamationCourante
               perform LectureReclamation
               perform GestionReclamation
           end-if.

       ChargementSinistreTravail.
      * Recharge le sinistre et son client puis ouvre le detail du sinistre, comme la
      * selection dans la liste des sinistres.
               end-if
           end-if.

       ValidationPaiementTravail.
      * Validation d'un gros versement par un second operateur : refusee au profil consultation,
      * a l'operateur qui a saisi le sinistre, au dernier operateur qui a modifie l'IBAN du
      * beneficiaire et, pour un remboursement de resiliation, a l'operateur qui en a saisi le
      * compte. Une fois valide, le paiement part au prochain ReglementPaiements.
           if ProfilOperateur = "consultation"
               display "Option refusee pour votre profil.  " line 19 col 5
               perform OptionVisualisationTravail
           else
               EXEC sql
                   select p.montant, isnull(s.operateurSaisie, ''), isnull(b.operateurIban, ''),
                          isnull(p.operateurIbanRemboursement, ''), isnull(p.operateurValidation, '')
                   into :PaiementAValider.montant, :PaiementAValider.operateurSaisieSinistre,
                        :PaiementAValider.operateurIban, :PaiementAValider.operateurIbanRemboursement,
                        :PaiementAValider.operateurValidation
                   from paiements p
                   left join sinistres s on s.codeSinistre = p.codeSinistre
                   left join beneficiaires b on b.codeBeneficiaire = p.codeBeneficiaire
                   where p.codePaiement = :TravailCourant.codeTravail
               END-EXEC
               evaluate true
                   when SQLCODE <> 0
                       display "Paiement introuvable.                          " line 19 col 5
                       perform OptionVisualisationTravail
                   when operateurValidation of PaiementAValider <> spaces
                       display "Paiement deja valide.                          " line 19 col 5
                       perform OptionVisualisationTravail
                   when operateurSaisieSinistre of PaiementAValider = OperateurCourant
                   when operateurIban of PaiementAValider = OperateurCourant
                   when operateurIbanRemboursement of PaiementAValider = OperateurCourant
                       display "Validation refusee : sinistre saisi ou IBAN modifie par vous." line 19 col 5
                       perform OptionVisualisationTravail
                   when other
                       perform ConfirmationValidationPaiement
               end-evaluate
           end-if.

       ConfirmationValidationPaiement.
           move montant of PaiementAValider to montant of PaiementCourant
           inspect montant of PaiementCourant replacing all "." by ","
           compute MontantAValider = FUNCTION NUMVAL(montant of PaiementCourant)
           move MontantAValider to MontantAValiderEdite
           move spaces to ConfirmationValidation
           display "Valider le paiement de            euros ? (O/N) :  " line 19 col 5
           display MontantAValiderEdite line 19 col 29
           accept ConfirmationValidation line 19 col 56
           if ConfirmationValidation = "O" or ConfirmationValidation = "o"
               EXEC sql
                   UPDATE paiements
                       set operateurValidation = :OperateurCourant,
                           dateValidation = getdate()
                       where codePaiement = :TravailCourant.codeTravail
                         and operateurValidation is null
               END-EXEC
               if SQLCODE = 0
                   display "Paiement valide.                                     " line 19 col 5
                   move "paiements" to tableModifiee of HistoriqueModification
                   move codeTravail of TravailCourant to identifiantEnregistrement of HistoriqueModification
                   move spaces to ancienneValeur of HistoriqueModification
                   move spaces to nouvelleValeur of HistoriqueModification
                   move "A valider" to ancienneValeur of HistoriqueModification
                   STRING "Valide pour " MontantAValiderEdite " euros"
                          DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
                   move 19 to LigneConfirmationHistorique
                   perform SQLHistoriqueInsert
               else
                   display "Echec de la validation du paiement.                  " line 19 col 5
               end-if
               accept ConfirmationValidation line 19 col 56
           end-if
           perform TravauxEnAttente.

       TravauxEnAttente-Fin.
           perform Menu.

               when "TXREDFRANCHISE" when "COEFAGEMOYEN" when "COEFAGEELEVE"
               when "INDEMJOURIT" when "INDEMJOURPE" when "INDEMJOURIA"
               when "INDEMJOURMT" when "INDEMJOURCH"
               when "SEUILVALIDPAIE"
               when "COUTMOYENIT" when "COUTMOYENPE" when "COUTMOYENIA"
               when "COUTMOYENMT" when "COUTMOYENCH" when "COUTMOYENDC"
               when "SEUILDECLDC" when "ABATTDC990I" when "ABATTDC757B"
                   move 1 to IndicateurTauxConnu
               when other
                   display "Code de taux inconnu.                          " line 19 col 5
       MaintenanceTarifs-Fin.
           perform Menu.

      ***************************************************************
      ** Menu Administration (profil administration) : tarifs, fiche
      ** agent et transfert du portefeuille d'un agent qui part.
      ***************************************************************
       Administration.
           display menu-administration.
           move 0 to OptionMenuAdministration.
           accept OptionMenuAdministration line 18 col 14.
           perform Administration-Trt.

       Administration-Trt.
           evaluate OptionMenuAdministration
               when 1
                   perform MaintenanceTarifs
               when 2
                   perform MaintenanceAgent
               when 3
                   perform TransfertPortefeuille
               when 0
                   perform Menu
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuAdministration line 18 col 14
                   perform Administration-Trt
           end-evaluate.

      ***************************************************************
      ** Fiche agent : identite, dates d'activite et statut. La fiche
      ** est recherchee par son code, puis creee ou modifiee ; chaque
      ** enregistrement est trace dans l'historique des modifications.
      ***************************************************************
       MaintenanceAgent.
           perform MaintenanceAgent-Init.
           perform MaintenanceAgent-Trt until Agent-trt-fin = 1.
           perform MaintenanceAgent-Fin.

       MaintenanceAgent-Init.
           Move 0 to Agent-trt-fin.
           initialize AgentCourant.
           move 0 to NombreContratsAgent.
           Display menu-agent.
           accept menu-agent.
           accept OptionMenuAgent line 18 col 14.

       MaintenanceAgent-Trt.
           Move 1 to Agent-trt-fin.
           evaluate OptionMenuAgent
               when 0
                   perform Administration
               when 1
                   perform LectureAgent
                   Display menu-agent
                   if NombreAgentsTrouves = 0
                       display "Agent inconnu : saisir sa fiche puis l'enregistrer." line 19 col 5
                   end-if
                   accept menu-agent
                   accept OptionMenuAgent line 18 col 14
                   perform MaintenanceAgent-Trt
               when 2
                   perform VerificationSaisieAgent
                   if IndicateurSaisieAgentValide = 1
                       perform SQLAgentEnregistrement
                   end-if
                   accept menu-agent
                   accept OptionMenuAgent line 18 col 14
                   perform MaintenanceAgent-Trt
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuAgent line 18 col 14
                   perform MaintenanceAgent-Trt
           end-evaluate.

       LectureAgent.
      * Fiche de l'agent dont le code est saisi, avec le nombre de contrats en cours qu'il porte.
      * Un code inconnu laisse la saisie en place pour la creation de la fiche.
           move 0 to NombreAgentsTrouves
           move 0 to NombreContratsAgent
           EXEC sql
               select isnull(nom, ''), isnull(prenom, ''), isnull(telephone, ''), isnull(email, ''),
                      isnull(DAY(dateDebut), 0), isnull(MONTH(dateDebut), 0), isnull(YEAR(dateDebut), 0),
                      isnull(DAY(dateFin), 0), isnull(MONTH(dateFin), 0), isnull(YEAR(dateFin), 0),
                      isnull(statutAgent, 'Actif')
               into :AgentCourant.nom, :AgentCourant.prenom, :AgentCourant.telephone, :AgentCourant.email,
                    :AgentCourant.DateDebutAgent.JJ, :AgentCourant.DateDebutAgent.MM,
                    :AgentCourant.DateDebutAgent.AAAA,
                    :AgentCourant.DateFinAgent.JJ, :AgentCourant.DateFinAgent.MM,
                    :AgentCourant.DateFinAgent.AAAA,
                    :AgentCourant.statutAgent
               from agents
               where codeAgent = :AgentCourant.codeAgent
           END-EXEC
           if SQLCODE = 0
               move 1 to NombreAgentsTrouves
               perform SQLNombreContratsAgent
           end-if.

       SQLNombreContratsAgent.
      * Contrats en cours (ni remplaces par un renouvellement, ni resilies) portes par l'agent
           EXEC sql
               select count(*) into :NombreContratsAgent
               from contrats
               where codeAgent = :AgentCourant.codeAgent
                 and isnull(renouvele, 0) = 0
                 and dateResiliation is null
           END-EXEC.

       VerificationSaisieAgent.
      * Code, nom et debut d'activite obligatoires ; une fin d'activite, si elle est saisie,
      * ne precede pas le debut, et une fois atteinte l'agent doit etre passe Inactif.
           move 1 to IndicateurSaisieAgentValide
           compute DateSystemeEntier = AAAA of DateSysteme * 10000 + MM of DateSysteme * 100 + JJ of DateSysteme
           if codeAgent of AgentCourant = spaces or nom of AgentCourant = spaces
               move 0 to IndicateurSaisieAgentValide
               display "Code et nom de l'agent obligatoires.           " line 19 col 5
           end-if
           if IndicateurSaisieAgentValide = 1
               move DateDebutAgent to DateControleAgent
               perform ControleDateAgent
               move DateControleAgentEntier to DateDebutAgentEntier
               if EtatDateAgent <> 1
                   move 0 to IndicateurSaisieAgentValide
                   display "Date de debut d'activite invalide.             " line 19 col 5
               end-if
           end-if
           if IndicateurSaisieAgentValide = 1
               move DateFinAgent to DateControleAgent
               perform ControleDateAgent
               move DateControleAgentEntier to DateFinAgentEntier
               evaluate true
                   when EtatDateAgent = 0
                       move 0 to IndicateurSaisieAgentValide
                       display "Date de fin d'activite invalide.               " line 19 col 5
                   when EtatDateAgent = 1 and DateFinAgentEntier < DateDebutAgentEntier
                       move 0 to IndicateurSaisieAgentValide
                       display "La fin d'activite precede le debut.            " line 19 col 5
                   when other
                       continue
               end-evaluate
           end-if
           if IndicateurSaisieAgentValide = 1
               if statutAgent of AgentCourant = spaces
                   move "Actif" to statutAgent of AgentCourant
               end-if
               evaluate true
                   when statutAgent of AgentCourant <> "Actif" and statutAgent of AgentCourant <> "Inactif"
                       move 0 to IndicateurSaisieAgentValide
                       display "Statut invalide (Actif ou Inactif).            " line 19 col 5
                   when statutAgent of AgentCourant = "Actif" and EtatDateAgent = 1
                     and DateFinAgentEntier <= DateSystemeEntier
                       move 0 to IndicateurSaisieAgentValide
                       display "Fin d'activite atteinte : statut Inactif.      " line 19 col 5
                   when other
                       continue
               end-evaluate
           end-if.

       ControleDateAgent.
           move 0 to DateControleAgentEntier
           evaluate true
               when JJ of DateControleAgent = 0 and MM of DateControleAgent = 0
                 and AAAA of DateControleAgent = 0
                   move 2 to EtatDateAgent
               when MM of DateControleAgent < 1 or MM of DateControleAgent > 12
                 or JJ of DateControleAgent < 1 or JJ of DateControleAgent > 31
                 or AAAA of DateControleAgent < 1900
                   move 0 to EtatDateAgent
               when other
                   compute DateControleAgentEntier = AAAA of DateControleAgent * 10000
                     + MM of DateControleAgent * 100 + JJ of DateControleAgent
                   move 1 to EtatDateAgent
           end-evaluate.

       SQLAgentEnregistrement.
      * Modification si le code existe deja dans la table agents, creation sinon ; l'ancienne
      * fiche est relue pour l'historique.
           move spaces to DateDebutAgentTexte
           STRING AAAA of DateDebutAgent "-" MM of DateDebutAgent "-" JJ of DateDebutAgent INTO DateDebutAgentTexte
           move spaces to DateFinAgentTexte
           if DateFinAgentEntier > 0
               STRING AAAA of DateFinAgent "-" MM of DateFinAgent "-" JJ of DateFinAgent INTO DateFinAgentTexte
           end-if
           move spaces to AgentAvantModif
           EXEC sql
               select isnull(nom, '') + '/' + isnull(prenom, '') + '/' + isnull(telephone, '') + '/'
                      + isnull(email, '') + '/' + isnull(convert(varchar(10), dateDebut, 120), '') + '/'
                      + isnull(convert(varchar(10), dateFin, 120), '') + '/' + isnull(statutAgent, '')
               into :AgentAvantModif
               from agents
               where codeAgent = :AgentCourant.codeAgent
           END-EXEC
           if SQLCODE = 0
               EXEC sql
                   UPDATE agents
                       set nom = :AgentCourant.nom,
                           prenom = :AgentCourant.prenom,
                           telephone = :AgentCourant.telephone,
                           email = :AgentCourant.email,
                           dateDebut = :DateDebutAgentTexte,
                           dateFin = nullif(:DateFinAgentTexte, ''),
                           statutAgent = :AgentCourant.statutAgent
                       where codeAgent = :AgentCourant.codeAgent
               END-EXEC
           else
               move spaces to AgentAvantModif
               EXEC sql
                   INSERT INTO agents (codeAgent, nom, prenom, telephone, email, dateDebut, dateFin, statutAgent)
                   VALUES ( :AgentCourant.codeAgent, :AgentCourant.nom, :AgentCourant.prenom,
                            :AgentCourant.telephone, :AgentCourant.email, :DateDebutAgentTexte,
                            nullif(:DateFinAgentTexte, ''), :AgentCourant.statutAgent)
               END-EXEC
           end-if
           if SQLCODE = 0
               Display "Fiche agent enregistree.                       " line 19 col 5
               move "agents" to tableModifiee of HistoriqueModification
               move codeAgent of AgentCourant to identifiantEnregistrement of HistoriqueModification
               move AgentAvantModif to ancienneValeur of HistoriqueModification
               move spaces to nouvelleValeur of HistoriqueModification
               STRING nom of AgentCourant "/" prenom of AgentCourant "/" telephone of AgentCourant "/"
                      email of AgentCourant "/" DateDebutAgentTexte "/" DateFinAgentTexte "/"
                      statutAgent of AgentCourant
                      DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
               move 16 to LigneConfirmationHistorique
               perform SQLHistoriqueInsert
               perform SQLNombreContratsAgent
               display NombreContratsAgent line 14 col 24
               if statutAgent of AgentCourant = "Inactif" and NombreContratsAgent > 0
                   display "Agent inactif : contrats a transferer a un autre agent." line 17 col 5
               end-if
           else
               Display "Echec de l'enregistrement de la fiche agent.   " line 19 col 5
           end-if.

       MaintenanceAgent-Fin.
           perform Administration.

      ***************************************************************
      ** Transfert de portefeuille : tout ou partie des contrats en
      ** cours d'un agent (le cedant) passent a un agent actif (le
      ** repreneur) a une date d'effet. Les cotisations reglees a partir
      ** de cette date sont commissionnees au repreneur par
      ** CommissionsAgents ; RapportTransferts edite les transferts.
      ***************************************************************
       TransfertPortefeuille.
           perform TransfertPortefeuille-Init.
           perform TransfertPortefeuille-Trt until Transfert-trt-fin = 1.
           perform TransfertPortefeuille-Fin.

       TransfertPortefeuille-Init.
           Move 0 to Transfert-trt-fin.
           initialize TransfertCourant.
           move JJ of DateSysteme to JJ of DateEffetTransfert.
           move MM of DateSysteme to MM of DateEffetTransfert.
           move AAAA of DateSysteme to AAAA of DateEffetTransfert.
           move spaces to NomAgentCedant.
           move spaces to NomAgentRepreneur.
           move spaces to SelectionContratsSaisie.
           move 0 to tailleTabContratsAgent.
           Display menu-transfert.
           accept menu-transfert.
           accept OptionMenuTransfert line 18 col 14.

       TransfertPortefeuille-Trt.
           Move 1 to Transfert-trt-fin.
           evaluate OptionMenuTransfert
               when 0
                   perform Administration
               when 1
                   perform VerificationSaisieTransfert
                   if IndicateurTransfertValide = 1
                       Display menu-transfert
                       perform SQLContratsAgentCedant
                   else
                       move 0 to tailleTabContratsAgent
                   end-if
                   accept menu-transfert
                   accept OptionMenuTransfert line 18 col 14
                   perform TransfertPortefeuille-Trt
               when 2
                   perform VerificationSaisieTransfert
                   if IndicateurTransfertValide = 1
                       if tailleTabContratsAgent = 0 or SelectionContratsSaisie = spaces
                           display "Afficher les contrats (1) et saisir leurs numeros." line 19 col 5
                       else
                           move 0 to NombreContratsTransferes
                           move 1 to indiceSelection
                           perform TransfertContratSelectionne until indiceSelection > 9
                           perform FinTransfertPortefeuille
                       end-if
                   end-if
                   accept menu-transfert
                   accept OptionMenuTransfert line 18 col 14
                   perform TransfertPortefeuille-Trt
               when 3
                   perform VerificationSaisieTransfert
                   if IndicateurTransfertValide = 1
                       move 0 to NombreContratsTransferes
                       move spaces to DernierContratTransfere
                       move 0 to IndicateurFinTransfert
                       perform TransfertContratSuivant until IndicateurFinTransfert = 1 or IndicateurErreurBD = 1
                       perform FinTransfertPortefeuille
                   end-if
                   accept menu-transfert
                   accept OptionMenuTransfert line 18 col 14
                   perform TransfertPortefeuille-Trt
               when other
                   display "Veillez entrer un choix valide. " line 19 col 5
                   accept OptionMenuTransfert line 18 col 14
                   perform TransfertPortefeuille-Trt
           end-evaluate.

       VerificationSaisieTransfert.
      * Date d'effet valide (passee ou future), cedant connu, repreneur different et actif a la
      * date d'effet : statut Actif, debut d'activite atteint, fin d'activite non atteinte.
           move 1 to IndicateurTransfertValide
           move spaces to NomAgentCedant
           move spaces to NomAgentRepreneur
           move DateEffetTransfert to DateControleAgent
           perform ControleDateAgent
           if EtatDateAgent <> 1
               move 0 to IndicateurTransfertValide
               display "Date d'effet invalide.                         " line 19 col 5
           else
               move spaces to DateEffetTransfertTexte
               STRING AAAA of DateEffetTransfert "-" MM of DateEffetTransfert "-" JJ of DateEffetTransfert
                      INTO DateEffetTransfertTexte
           end-if
           if IndicateurTransfertValide = 1
               EXEC sql
                   select isnull(nom, '') + ' ' + isnull(prenom, '') into :NomAgentCedant
                   from agents
                   where codeAgent = :TransfertCourant.agentCedant
               END-EXEC
               if SQLCODE <> 0
                   move 0 to IndicateurTransfertValide
                   display "Agent cedant inconnu.                          " line 19 col 5
               end-if
           end-if
           if IndicateurTransfertValide = 1
               if agentRepreneur of TransfertCourant = agentCedant of TransfertCourant
                   move 0 to IndicateurTransfertValide
                   display "Le repreneur doit etre un autre agent.         " line 19 col 5
               end-if
           end-if
           if IndicateurTransfertValide = 1
               EXEC sql
                   select isnull(nom, '') + ' ' + isnull(prenom, '') into :NomAgentRepreneur
                   from agents
                   where codeAgent = :TransfertCourant.agentRepreneur
                     and isnull(statutAgent, 'Actif') = 'Actif'
                     and (dateDebut is null or dateDebut <= :DateEffetTransfertTexte)
                     and (dateFin is null or dateFin > :DateEffetTransfertTexte)
               END-EXEC
               if SQLCODE <> 0
                   move 0 to IndicateurTransfertValide
                   display "Repreneur inconnu ou inactif a la date d'effet." line 19 col 5
               end-if
           end-if.

       SQLContratsAgentCedant.
      * Les 9 premiers contrats du cedant encore en cours a la date d'effet, une ligne chacun
      * sous l'en-tete, numerotes pour la selection.
           move 0 to IndicateurErreurBD
           move 0 to tailleTabContratsAgent
           initialize TableauContratsAgent
           EXEC sql
               declare Cursor-ContratsAgent cursor for
               select top 9 c.codeContrat, isnull(cl.nom, ''), c.PrimeContrat
               from contrats c
               left join clients cl on cl.codeClient = c.codeClient
               where c.codeAgent = :TransfertCourant.agentCedant
                 and isnull(c.renouvele, 0) = 0
                 and (c.dateResiliation is null or c.dateResiliation > :DateEffetTransfertTexte)
               order by c.codeContrat
           END-EXEC
           EXEC sql
               open Cursor-ContratsAgent
           END-EXEC
           move 9 to NoLigne
           perform until SQLCODE = 100 or tailleTabContratsAgent = 9 or IndicateurErreurBD = 1
               EXEC sql
                   fetch Cursor-ContratsAgent into
                   :ContratAgentLigne.codeContrat,
                   :ContratAgentLigne.nomClient,
                   :ContratAgentLigne.PrimeContrat
               END-EXEC
               evaluate true
                   when SQLCODE = 0
                       add 1 to tailleTabContratsAgent
                       move codeContrat of ContratAgentLigne to codeContratAgent(tailleTabContratsAgent)
                       move PrimeContrat of ContratAgentLigne to PrimeContratAgentEdite
                       move spaces to resultatContratAgent
                       STRING tailleTabContratsAgent "  "
                         codeContrat of ContratAgentLigne "  "
                         nomClient of ContratAgentLigne "  "
                         PrimeContratAgentEdite
                         DELIMITED BY SIZE INTO resultatContratAgent
                       DISPLAY resultatContratAgent line NoLigne col 1
                       ADD 1 TO NoLigne
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform.
           EXEC sql
               close Cursor-ContratsAgent
           END-EXEC.
           if tailleTabContratsAgent = 0
               display "Aucun contrat en cours pour cet agent.         " line 19 col 5
           end-if.

       TransfertContratSelectionne.
      * Un numero de ligne de la selection : chiffre de 1 au nombre de contrats affiches.
           if NumeroSelection(indiceSelection) is numeric
               move NumeroSelection(indiceSelection) to NumeroContratSelectionne
               if NumeroContratSelectionne > 0 and NumeroContratSelectionne <= tailleTabContratsAgent
                   move codeContratAgent(NumeroContratSelectionne) to CodeContratATransferer
                   perform TransfertContrat
               end-if
           end-if
           add 1 to indiceSelection.

       TransfertContratSuivant.
      * Portefeuille complet : contrat suivant du cedant, au-dela du dernier traite (meme
      * mecanique top 1 que les boucles des traitements de nuit).
           move spaces to CodeContratATransferer
           EXEC sql
               select top 1 codeContrat into :CodeContratATransferer
               from contrats
               where codeAgent = :TransfertCourant.agentCedant
                 and isnull(renouvele, 0) = 0
                 and (dateResiliation is null or dateResiliation > :DateEffetTransfertTexte)
                 and codeContrat > :DernierContratTransfere
               order by codeContrat
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   move CodeContratATransferer to DernierContratTransfere
                   perform TransfertContrat
               when SQLCODE = 100
                   move 1 to IndicateurFinTransfert
               when other
                   perform TraiterErreurConnexionBD
           end-evaluate.

       TransfertContrat.
      * Le contrat doit toujours etre au cedant (une ligne saisie deux fois n'est transferee
      * qu'une fois). Le transfert garde la prime annuelle du contrat a cette date.
           move 0 to ContratAuCedant
           EXEC sql
               select count(*) into :ContratAuCedant
               from contrats
               where codeContrat = :CodeContratATransferer
                 and codeAgent = :TransfertCourant.agentCedant
           END-EXEC
           if ContratAuCedant = 1
               EXEC sql
                   UPDATE contrats
                       set codeAgent = :TransfertCourant.agentRepreneur
                       where codeContrat = :CodeContratATransferer
               END-EXEC
               if SQLCODE = 0
                   move spaces to DateDuJourAgent
                   STRING AAAA of DateSysteme "-" MM of DateSysteme "-" JJ of DateSysteme INTO DateDuJourAgent
                   EXEC sql
                       select newid() into :TransfertCourant.codeTransfert
                   END-EXEC
                   EXEC sql
                       INSERT INTO transfertsPortefeuille (codeTransfert, codeContrat, agentCedant, agentRepreneur,
                                                           dateEffet, dateTransfert, primeAnnuelle, operateur)
                       select :TransfertCourant.codeTransfert, codeContrat, :TransfertCourant.agentCedant,
                              :TransfertCourant.agentRepreneur, :DateEffetTransfertTexte, :DateDuJourAgent,
                              PrimeContrat, :OperateurCourant
                       from contrats
                       where codeContrat = :CodeContratATransferer
                   END-EXEC
      * Sans la ligne de transfert, la commission du cedant ne serait plus attribuee : le contrat
      * lui est rendu.
                   if SQLCODE <> 0
                       EXEC sql
                           UPDATE contrats
                               set codeAgent = :TransfertCourant.agentCedant
                               where codeContrat = :CodeContratATransferer
                       END-EXEC
                       display "Echec du transfert d'un contrat.               " line 19 col 5
                   else
                       add 1 to NombreContratsTransferes
                       move "contrats" to tableModifiee of HistoriqueModification
                       move CodeContratATransferer to identifiantEnregistrement of HistoriqueModification
                       move spaces to ancienneValeur of HistoriqueModification
                       STRING "Agent " agentCedant of TransfertCourant
                              DELIMITED BY SIZE INTO ancienneValeur of HistoriqueModification
                       move spaces to nouvelleValeur of HistoriqueModification
                       STRING "Agent " agentRepreneur of TransfertCourant " a effet du " DateEffetTransfertTexte
                              " (transfert de portefeuille)"
                              DELIMITED BY SIZE INTO nouvelleValeur of HistoriqueModification
                       move 17 to LigneConfirmationHistorique
                       perform SQLHistoriqueInsert
                   end-if
               else
                   display "Echec du transfert d'un contrat.               " line 19 col 5
               end-if
           end-if.

       FinTransfertPortefeuille.
      * Compte rendu du transfert ; la liste affichee n'est plus a jour, elle se reaffiche par l'option 1.
           move 0 to tailleTabContratsAgent
           move spaces to SelectionContratsSaisie
           move NombreContratsTransferes to NombreContratsTransferesEdite
           move spaces to resultatContratAgent
           STRING NombreContratsTransferesEdite " contrat(s) transfere(s) a l'agent "
                  agentRepreneur of TransfertCourant
                  DELIMITED BY SIZE INTO resultatContratAgent
           display resultatContratAgent line 19 col 5.

       TransfertPortefeuille-Fin.
           perform Administration.

      ***************************************************************
      ** Zone de controle
      ***************************************************************
