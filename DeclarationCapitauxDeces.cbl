       identification division.
       program-id. DeclarationCapitauxDeces.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierDeclaration assign to "DECLDC"
               organization is line sequential.
           select FichierCertificats assign to "CERTDC"
               organization is line sequential.
           select FichierIdentites assign to "IDENTDC"
               organization is line sequential.

       data division.
       file section.
      * Declaration annuelle a l'administration fiscale : une ligne DECLARATION par beneficiaire
      * et par assure, separateur ";" et montants au point decimal comme les fichiers ECRCOMPT
       FD FichierDeclaration.
       01 LigneDeclaration PIC X(400).
      * Certificats remis aux beneficiaires, meme gabarit 132 colonnes que les autres courriers
       FD FichierCertificats.
       01 LigneCertificat PIC X(132).
      * Beneficiaires a l'identite incomplete, a corriger avant la date de depot
       FD FichierIdentites.
       01 LigneIdentite PIC X(132).

       working-storage section.

      * Variables temporelles, reprises de Program1 pour rester coherent avec ValiditeContrat
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Annee declaree (AAAA), saisie au lancement comme dans ReleveAnnuelClients ; vide, le
      * traitement prend l'annee precedente. Le filtre "AAAA%" sert aux comparaisons sur
      * dateReglement, la date du 31/12 a la lecture des seuils en vigueur.
       77 AnneeTraitee PIC X(4).
       77 AnneeFiltre PIC X(5).
       77 AnneePrecedente PIC 9(4).
       77 DateFinAnnee PIC X(10).

      * Seuils fiscaux (codes de la table tarifs en vigueur au 31/12 de l'annee declaree),
      * valeurs de repli ci-dessous :
      * - SEUILDECLDC : total recu par un beneficiaire a partir duquel il est declare ;
      * - ABATTDC990I : abattement par beneficiaire sur les capitaux issus des primes versees
      *   avant AgeSeuilPrimes ans de l'assure, tous contrats de l'assure confondus ;
      * - ABATTDC757B : abattement global par assure sur les capitaux issus des primes versees
      *   apres cet age, reparti entre ses beneficiaires au prorata de leur part.
       77 SeuilDeclaration PIC 9(6)V99 value 7600,00.
       77 AbattementAvantAge PIC 9(6)V99 value 152500,00.
       77 AbattementApresAge PIC 9(6)V99 value 30500,00.
       77 AgeSeuilPrimes PIC 99 value 70.

      * Lecture d'un seuil de la table tarifs
       77 CodeTauxSeuil PIC X(20).
       77 SeuilDefaut PIC 9(6)V99.
       77 SeuilLu PIC 9(6)V99.

      * Assure (client du contrat) suivant ayant eu un capital deces regle dans l'annee,
      * parcouru assure par assure comme ReleveAnnuelClients. DateSeuilAge est la date de
      * ses AgeSeuilPrimes ans : une cotisation reglee avant cette date est une prime versee
      * avant l'age seuil.
       01 AssureEnCours.
         05 codeClient PIC x(36).
         05 nom PIC x(30).
         05 prenom PIC x(30).
         05 dateNaissance PIC X(10).
         05 dateSeuilAge PIC X(10).

       77 DernierCodeClientTraite PIC X(36) value spaces.
       77 IndicateurFinAssures PIC 9 value 0.

      * Paiement de capital DC regle dans l'annee, avec la fiche du beneficiaire paye
       01 PaiementDeclare.
         05 codePaiement PIC x(36).
         05 codeContrat PIC x(36).
         05 codeBeneficiaire PIC x(36).
         05 montant PIC 9(7)V99.
         05 nom PIC x(30).
         05 prenom PIC x(30).
         05 dateNaissance PIC X(10).
         05 adresse PIC x(50).
         05 codePostal PIC x(5).
         05 ville PIC x(30).

      * Repartition du paiement courant selon l'age de l'assure au versement des primes :
      * au prorata des cotisations du contrat reglees avant et apres DateSeuilAge ; sans
      * cotisation reglee, selon l'age a la signature du contrat.
       77 PrimesAvantAge PIC S9(9)V99.
       77 PrimesTotales PIC S9(9)V99.
       77 DateSignatureContrat PIC X(10).
       77 PartAvantAgePaiement PIC 9(9)V99.
       77 PartApresAgePaiement PIC 9(9)V99.

      * Beneficiaires de l'assure en cours : une meme personne (nom, prenom, date de naissance)
      * designee sur plusieurs contrats de l'assure n'a qu'une ligne, ses capitaux sont cumules.
      * Une fiche a l'identite incomplete reste a part (cle codeBeneficiaire).
       01 TableBeneficiaires.
         02 BeneficiaireAssure OCCURS 50.
           05 codeBeneficiaire PIC x(36).
           05 codeContrat PIC x(36).
           05 nom PIC x(30).
           05 prenom PIC x(30).
           05 dateNaissance PIC X(10).
           05 adresse PIC x(50).
           05 codePostal PIC x(5).
           05 ville PIC x(30).
           05 identiteIncomplete PIC 9.
           05 nombreContrats PIC 9(3).
           05 dernierContrat PIC x(36).
           05 capitalTotal PIC 9(9)V99.
           05 partAvantAge PIC 9(9)V99.
           05 partApresAge PIC 9(9)V99.
       77 NombreBeneficiairesAssure PIC 99.
       77 IndiceBeneficiaire PIC 99.
       77 IndiceTrouve PIC 99.
       77 IndicateurIdentiteIncomplete PIC 9.

      * Montants fiscaux du beneficiaire en cours d'edition
       77 TotalApresAgeAssure PIC 9(9)V99.
       77 AbattementAvant PIC 9(9)V99.
       77 AbattementApres PIC 9(9)V99.
       77 TaxableAvant PIC 9(9)V99.
       77 TaxableApres PIC 9(9)V99.
       77 ZonesManquantes PIC X(60).

      * Images editees des montants (point decimal dans les fichiers)
       77 CapitalEdite PIC ZZZZZZZZ9,99.
       77 PartAvantEdite PIC ZZZZZZZZ9,99.
       77 AbattAvantEdite PIC ZZZZZZZZ9,99.
       77 TaxableAvantEdite PIC ZZZZZZZZ9,99.
       77 PartApresEdite PIC ZZZZZZZZ9,99.
       77 AbattApresEdite PIC ZZZZZZZZ9,99.
       77 TaxableApresEdite PIC ZZZZZZZZ9,99.
       77 SeuilEdite PIC ZZZZZ9,99.

       77 NombreDeclarations PIC 9(5) value 0.
       77 NombreSousSeuil PIC 9(5) value 0.
       77 NombreCertificats PIC 9(5) value 0.
       77 NombreIdentitesIncompletes PIC 9(5) value 0.
       77 TotalCapitauxDeclares PIC 9(11)V99 value 0.
       77 TotalDeclareEdite PIC ZZZZZZZZZZ9,99.

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
           perform BoucleAssures until IndicateurFinAssures = 1 or IndicateurErreurBD = 1.
           perform Traitement-Fin.

       Traitement-Init.
           Move FUNCTION CURRENT-DATE TO DateSysteme.

           display "DeclarationCapitauxDeces : annee a declarer (AAAA, vide = annee precedente) ?".
           accept AnneeTraitee.
           if AnneeTraitee = spaces
               compute AnneePrecedente = AAAA of DateSysteme - 1
               move AnneePrecedente to AnneeTraitee
           end-if.
           move spaces to AnneeFiltre.
           STRING AnneeTraitee "%" DELIMITED ' ' INTO AnneeFiltre.
           move spaces to DateFinAnnee.
           STRING AnneeTraitee "-12-31" DELIMITED BY SIZE INTO DateFinAnnee.

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

           open output FichierDeclaration.
           open output FichierCertificats.
           open output FichierIdentites.
           move 0 to IndicateurErreurBD.
           move 0 to IndicateurFinAssures.
           move 0 to NombreDeclarations.
           move 0 to NombreSousSeuil.
           move 0 to NombreCertificats.
           move 0 to NombreIdentitesIncompletes.
           move 0 to TotalCapitauxDeclares.
           move spaces to DernierCodeClientTraite.

           perform LectureSeuilsFiscaux.

           move SeuilDeclaration to SeuilEdite
           inspect SeuilEdite replacing all "," by "."
           move spaces to LigneCertificat.
           string "CERTIFICATS CAPITAUX DECES - annee " AnneeTraitee " - edites le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneCertificat.
           write LigneCertificat.
           move spaces to LigneIdentite.
           string "BENEFICIAIRES A L'IDENTITE INCOMPLETE - capitaux deces " AnneeTraitee " - le "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneIdentite.
           write LigneIdentite.
           move spaces to LigneDeclaration.
           string "ENTETE;CAPITAUX DECES;" AnneeTraitee ";" AAAA of DateSysteme "-" MM of DateSysteme "-"
                  JJ of DateSysteme ";SEUIL;" SeuilEdite
                  DELIMITED BY SIZE INTO LigneDeclaration.
           write LigneDeclaration.

       LectureSeuilsFiscaux.
      * Seuils en vigueur au 31/12 de l'annee declaree ; la sous-requete sous isnull renvoie
      * toujours une ligne, un code absent de la table garde sa valeur de repli.
           move "SEUILDECLDC" to CodeTauxSeuil
           move SeuilDeclaration to SeuilDefaut
           perform LectureTarifSeuil
           move SeuilLu to SeuilDeclaration
           move "ABATTDC990I" to CodeTauxSeuil
           move AbattementAvantAge to SeuilDefaut
           perform LectureTarifSeuil
           move SeuilLu to AbattementAvantAge
           move "ABATTDC757B" to CodeTauxSeuil
           move AbattementApresAge to SeuilDefaut
           perform LectureTarifSeuil
           move SeuilLu to AbattementApresAge.

       LectureTarifSeuil.
           EXEC sql
               select isnull((select top 1 valeurTaux from tarifs
                              where codeTaux = :CodeTauxSeuil
                                and dateEffet <= :DateFinAnnee
                              order by dateEffet desc), :SeuilDefaut)
               into :SeuilLu
           END-EXEC
           if SQLCODE <> 0
               move SeuilDefaut to SeuilLu
               perform TraiterErreurConnexionBD
           end-if.

       BoucleAssures.
      ************************************************************************************************
      * Avance a l'assure suivant dont un contrat a donne lieu a un capital deces (paiement
      * d'un sinistre DC) regle dans l'annee. Le statut "Regle" est exige en plus de la date,
      * comme dans ReleveAnnuelClients : un virement rejete n'a pas ete recu.
      * Les capitaux de l'assure sont cumules par beneficiaire, puis declares.
      *************************************************************************************************
           initialize AssureEnCours
           EXEC sql
               select top 1 cl.codeClient, cl.nom, cl.prenom,
                      isnull(convert(varchar(10), cl.dateNaissance, 120), ''),
                      isnull(convert(varchar(10), dateadd(year, :AgeSeuilPrimes, cl.dateNaissance), 120), '')
               into :AssureEnCours.codeClient, :AssureEnCours.nom, :AssureEnCours.prenom,
                    :AssureEnCours.dateNaissance, :AssureEnCours.dateSeuilAge
               from clients cl
               where cl.codeClient > :DernierCodeClientTraite
                 and exists (select 1 from contrats c
                             join paiements p on p.codeContrat = c.codeContrat
                             join sinistres s on s.codeSinistre = p.codeSinistre
                             where c.codeClient = cl.codeClient
                               and s.typeSinistre = 'DC'
                               and p.statut = 'Regle'
                               and p.dateReglement like :AnneeFiltre)
               order by cl.codeClient
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move codeClient of AssureEnCours to DernierCodeClientTraite
                   perform CumulBeneficiairesAssure
                   if IndicateurErreurBD = 0
                       perform DeclarationBeneficiairesAssure
                   end-if
               when SQLCODE = 100
                   move 1 to IndicateurFinAssures
               when other
                   perform TraiterErreurConnexionBD
           end-evaluate.

       CumulBeneficiairesAssure.
      * Capitaux DC regles dans l'annee sur les contrats de l'assure, avec la fiche du
      * beneficiaire paye, cumules dans TableBeneficiaires.
           initialize TableBeneficiaires
           move 0 to NombreBeneficiairesAssure
           EXEC sql
               declare CursorCapitauxAssure cursor for
               select p.codePaiement, p.codeContrat, p.codeBeneficiaire,
                      convert(decimal(12,2), p.montant),
                      isnull(b.nom, ''), isnull(b.prenom, ''),
                      isnull(convert(varchar(10), b.dateNaissance, 120), ''),
                      isnull(b.adresse, ''), isnull(b.codePostal, ''), isnull(b.ville, '')
               from paiements p
               join contrats c on c.codeContrat = p.codeContrat
               join sinistres s on s.codeSinistre = p.codeSinistre
               join beneficiaires b on b.codeBeneficiaire = p.codeBeneficiaire
               where c.codeClient = :AssureEnCours.codeClient
                 and s.typeSinistre = 'DC'
                 and p.statut = 'Regle'
                 and p.dateReglement like :AnneeFiltre
               order by b.nom, b.prenom, p.codeContrat, p.codePaiement
           END-EXEC
           EXEC sql
               open CursorCapitauxAssure
           END-EXEC
           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorCapitauxAssure into
                   :PaiementDeclare.codePaiement,
                   :PaiementDeclare.codeContrat,
                   :PaiementDeclare.codeBeneficiaire,
                   :PaiementDeclare.montant,
                   :PaiementDeclare.nom,
                   :PaiementDeclare.prenom,
                   :PaiementDeclare.dateNaissance,
                   :PaiementDeclare.adresse,
                   :PaiementDeclare.codePostal,
                   :PaiementDeclare.ville
               END-EXEC
               evaluate true
                   when SQLCODE = 0
                       perform RepartitionAgePrimes
                       perform CumulPaiementBeneficiaire
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform
           EXEC sql
               close CursorCapitauxAssure
           END-EXEC.

       RepartitionAgePrimes.
      * Part du capital issue des primes versees avant l'age seuil de l'assure, au prorata
      * des cotisations (avoirs compris) reglees avant et apres DateSeuilAge. Un
      * contrat sans cotisation reglee est classe d'apres l'age de l'assure a la signature.
           move 0 to PrimesAvantAge
           move 0 to PrimesTotales
           EXEC sql
               select isnull(sum(case when co.dateReglement < :AssureEnCours.dateSeuilAge
                                      then convert(decimal(12,2), co.montant) else 0 end), 0),
                      isnull(sum(convert(decimal(12,2), co.montant)), 0)
               into :PrimesAvantAge, :PrimesTotales
               from cotisations co
               where co.codeContrat = :PaiementDeclare.codeContrat
                 and co.statutPaiement = 'Oui'
           END-EXEC

           if PrimesTotales > 0
               if PrimesAvantAge < 0
                   move 0 to PrimesAvantAge
               end-if
               if PrimesAvantAge > PrimesTotales
                   move PrimesTotales to PrimesAvantAge
               end-if
               compute PartAvantAgePaiement rounded = montant of PaiementDeclare * PrimesAvantAge / PrimesTotales
           else
               move spaces to DateSignatureContrat
               EXEC sql
                   select isnull(convert(varchar(10), dateSignature, 120), '')
                   into :DateSignatureContrat
                   from contrats
                   where codeContrat = :PaiementDeclare.codeContrat
               END-EXEC
               if dateSeuilAge of AssureEnCours = spaces or DateSignatureContrat < dateSeuilAge of AssureEnCours
                   move montant of PaiementDeclare to PartAvantAgePaiement
               else
                   move 0 to PartAvantAgePaiement
               end-if
           end-if
           compute PartApresAgePaiement = montant of PaiementDeclare - PartAvantAgePaiement.

       CumulPaiementBeneficiaire.
      * Rattache le paiement a la ligne de son beneficiaire dans la table de l'assure : meme
      * nom, prenom et date de naissance pour une identite complete, meme fiche sinon.
           move 0 to IndicateurIdentiteIncomplete
           if nom of PaiementDeclare = spaces or prenom of PaiementDeclare = spaces
             or dateNaissance of PaiementDeclare = spaces or adresse of PaiementDeclare = spaces
             or codePostal of PaiementDeclare = spaces or ville of PaiementDeclare = spaces
               move 1 to IndicateurIdentiteIncomplete
           end-if

           move 0 to IndiceTrouve
           move 1 to IndiceBeneficiaire
           perform until IndiceBeneficiaire > NombreBeneficiairesAssure or IndiceTrouve > 0
               if IndicateurIdentiteIncomplete = 0
                   if identiteIncomplete of BeneficiaireAssure(IndiceBeneficiaire) = 0
                     and nom of BeneficiaireAssure(IndiceBeneficiaire) = nom of PaiementDeclare
                     and prenom of BeneficiaireAssure(IndiceBeneficiaire) = prenom of PaiementDeclare
                     and dateNaissance of BeneficiaireAssure(IndiceBeneficiaire) = dateNaissance of PaiementDeclare
                       move IndiceBeneficiaire to IndiceTrouve
                   end-if
               else
                   if codeBeneficiaire of BeneficiaireAssure(IndiceBeneficiaire) = codeBeneficiaire of PaiementDeclare
                       move IndiceBeneficiaire to IndiceTrouve
                   end-if
               end-if
               add 1 to IndiceBeneficiaire
           end-perform

           if IndiceTrouve = 0
               if NombreBeneficiairesAssure = 50
                   display "DeclarationCapitauxDeces : plus de 50 beneficiaires pour l'assure "
                           codeClient of AssureEnCours ", paiement " codePaiement of PaiementDeclare " non cumule"
                   move spaces to LigneIdentite
                   string "ANOMALIE - Assure " codeClient of AssureEnCours
                          " : plus de 50 beneficiaires, paiement non declare " codePaiement of PaiementDeclare
                          DELIMITED BY SIZE INTO LigneIdentite
                   write LigneIdentite
               else
                   add 1 to NombreBeneficiairesAssure
                   move NombreBeneficiairesAssure to IndiceTrouve
                   move codeBeneficiaire of PaiementDeclare to codeBeneficiaire of BeneficiaireAssure(IndiceTrouve)
                   move codeContrat of PaiementDeclare to codeContrat of BeneficiaireAssure(IndiceTrouve)
                   move nom of PaiementDeclare to nom of BeneficiaireAssure(IndiceTrouve)
                   move prenom of PaiementDeclare to prenom of BeneficiaireAssure(IndiceTrouve)
                   move dateNaissance of PaiementDeclare to dateNaissance of BeneficiaireAssure(IndiceTrouve)
                   move adresse of PaiementDeclare to adresse of BeneficiaireAssure(IndiceTrouve)
                   move codePostal of PaiementDeclare to codePostal of BeneficiaireAssure(IndiceTrouve)
                   move ville of PaiementDeclare to ville of BeneficiaireAssure(IndiceTrouve)
                   move IndicateurIdentiteIncomplete to identiteIncomplete of BeneficiaireAssure(IndiceTrouve)
                   move 0 to nombreContrats of BeneficiaireAssure(IndiceTrouve)
                   move spaces to dernierContrat of BeneficiaireAssure(IndiceTrouve)
                   move 0 to capitalTotal of BeneficiaireAssure(IndiceTrouve)
                   move 0 to partAvantAge of BeneficiaireAssure(IndiceTrouve)
                   move 0 to partApresAge of BeneficiaireAssure(IndiceTrouve)
               end-if
           end-if

           if IndiceTrouve > 0
               if codeContrat of PaiementDeclare <> dernierContrat of BeneficiaireAssure(IndiceTrouve)
                   add 1 to nombreContrats of BeneficiaireAssure(IndiceTrouve)
                   move codeContrat of PaiementDeclare to dernierContrat of BeneficiaireAssure(IndiceTrouve)
               end-if
               add montant of PaiementDeclare to capitalTotal of BeneficiaireAssure(IndiceTrouve)
               add PartAvantAgePaiement to partAvantAge of BeneficiaireAssure(IndiceTrouve)
               add PartApresAgePaiement to partApresAge of BeneficiaireAssure(IndiceTrouve)
           end-if.

       DeclarationBeneficiairesAssure.
      * L'abattement apres l'age seuil est global pour l'assure : il se repartit entre tous
      * ses beneficiaires (identites incompletes comprises) au prorata de leur part.
           move 0 to TotalApresAgeAssure
           move 1 to IndiceBeneficiaire
           perform until IndiceBeneficiaire > NombreBeneficiairesAssure
               add partApresAge of BeneficiaireAssure(IndiceBeneficiaire) to TotalApresAgeAssure
               add 1 to IndiceBeneficiaire
           end-perform

           move 1 to IndiceBeneficiaire
           perform until IndiceBeneficiaire > NombreBeneficiairesAssure
               if identiteIncomplete of BeneficiaireAssure(IndiceBeneficiaire) = 1
                   perform EcritureIdentiteIncomplete
               else
                   perform CalculMontantsFiscaux
                   perform EcritureCertificat
                   if capitalTotal of BeneficiaireAssure(IndiceBeneficiaire) >= SeuilDeclaration
                       perform EcritureDeclaration
                   else
                       add 1 to NombreSousSeuil
                   end-if
               end-if
               add 1 to IndiceBeneficiaire
           end-perform.

       CalculMontantsFiscaux.
      * Abattement par beneficiaire avant l'age seuil, quote-part de l'abattement global de
      * l'assure apres l'age seuil, parts taxables au-dela.
           if partAvantAge of BeneficiaireAssure(IndiceBeneficiaire) > AbattementAvantAge
               move AbattementAvantAge to AbattementAvant
           else
               move partAvantAge of BeneficiaireAssure(IndiceBeneficiaire) to AbattementAvant
           end-if
           compute TaxableAvant = partAvantAge of BeneficiaireAssure(IndiceBeneficiaire) - AbattementAvant

           if TotalApresAgeAssure > AbattementApresAge
               compute AbattementApres rounded = AbattementApresAge
                   * partApresAge of BeneficiaireAssure(IndiceBeneficiaire) / TotalApresAgeAssure
           else
               move partApresAge of BeneficiaireAssure(IndiceBeneficiaire) to AbattementApres
           end-if
           compute TaxableApres = partApresAge of BeneficiaireAssure(IndiceBeneficiaire) - AbattementApres

           move capitalTotal of BeneficiaireAssure(IndiceBeneficiaire) to CapitalEdite
           inspect CapitalEdite replacing all "," by "."
           move partAvantAge of BeneficiaireAssure(IndiceBeneficiaire) to PartAvantEdite
           inspect PartAvantEdite replacing all "," by "."
           move AbattementAvant to AbattAvantEdite
           inspect AbattAvantEdite replacing all "," by "."
           move TaxableAvant to TaxableAvantEdite
           inspect TaxableAvantEdite replacing all "," by "."
           move partApresAge of BeneficiaireAssure(IndiceBeneficiaire) to PartApresEdite
           inspect PartApresEdite replacing all "," by "."
           move AbattementApres to AbattApresEdite
           inspect AbattApresEdite replacing all "," by "."
           move TaxableApres to TaxableApresEdite
           inspect TaxableApresEdite replacing all "," by ".".

       EcritureDeclaration.
      * Une ligne par beneficiaire et par assure : identite, naissance et adresse de la fiche
      * beneficiaire, assure, capital total, puis parts avant / apres l'age seuil avec leur
      * abattement et leur part taxable.
           move spaces to LigneDeclaration
           string "DECLARATION;" AnneeTraitee ";"
                  nom of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  prenom of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  dateNaissance of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  adresse of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  codePostal of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  ville of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  codeClient of AssureEnCours ";" nom of AssureEnCours ";" prenom of AssureEnCours ";"
                  dateNaissance of AssureEnCours ";"
                  nombreContrats of BeneficiaireAssure(IndiceBeneficiaire) ";"
                  CapitalEdite ";" PartAvantEdite ";" AbattAvantEdite ";" TaxableAvantEdite ";"
                  PartApresEdite ";" AbattApresEdite ";" TaxableApresEdite
                  DELIMITED BY SIZE INTO LigneDeclaration
           write LigneDeclaration
           add 1 to NombreDeclarations
           add capitalTotal of BeneficiaireAssure(IndiceBeneficiaire) to TotalCapitauxDeclares.

       EcritureCertificat.
      * Certificat remis au beneficiaire : capitaux recus de l'assure dans l'annee, et leur
      * traitement fiscal selon l'age de l'assure au versement des primes.
           move spaces to LigneCertificat
           string "CERTIFICAT CAPITAUX DECES " AnneeTraitee " - "
                  nom of BeneficiaireAssure(IndiceBeneficiaire) " "
                  prenom of BeneficiaireAssure(IndiceBeneficiaire)
                  " ne(e) le " dateNaissance of BeneficiaireAssure(IndiceBeneficiaire)
                  DELIMITED BY SIZE INTO LigneCertificat
           write LigneCertificat
           move spaces to LigneCertificat
           string "   " adresse of BeneficiaireAssure(IndiceBeneficiaire) " "
                  codePostal of BeneficiaireAssure(IndiceBeneficiaire) " "
                  ville of BeneficiaireAssure(IndiceBeneficiaire)
                  DELIMITED BY SIZE INTO LigneCertificat
           write LigneCertificat
           move spaces to LigneCertificat
           string "   Capitaux verses au deces de " nom of AssureEnCours " " prenom of AssureEnCours
                  " ne(e) le " dateNaissance of AssureEnCours
                  " - " nombreContrats of BeneficiaireAssure(IndiceBeneficiaire) " contrat(s)"
                  DELIMITED BY SIZE INTO LigneCertificat
           write LigneCertificat
           move spaces to LigneCertificat
           string "   Capital total recu : " CapitalEdite " Euros"
                  DELIMITED BY SIZE INTO LigneCertificat
           write LigneCertificat
           move spaces to LigneCertificat
           string "   Primes versees avant " AgeSeuilPrimes " ans : " PartAvantEdite
                  " - abattement " AbattAvantEdite " - taxable " TaxableAvantEdite
                  DELIMITED BY SIZE INTO LigneCertificat
           write LigneCertificat
           move spaces to LigneCertificat
           string "   Primes versees apres " AgeSeuilPrimes " ans : " PartApresEdite
                  " - abattement " AbattApresEdite " - taxable " TaxableApresEdite
                  DELIMITED BY SIZE INTO LigneCertificat
           write LigneCertificat
           move spaces to LigneCertificat
           if capitalTotal of BeneficiaireAssure(IndiceBeneficiaire) >= SeuilDeclaration
               move "   Ces sommes sont declarees a l'administration fiscale." to LigneCertificat
           else
               string "   Total inferieur au seuil de declaration (" SeuilEdite " Euros)."
                      DELIMITED BY SIZE INTO LigneCertificat
           end-if
           write LigneCertificat
           move spaces to LigneCertificat
           write LigneCertificat
           add 1 to NombreCertificats.

       EcritureIdentiteIncomplete.
      * Fiche beneficiaire a completer dans Program1 avant le depot : ni declaration ni
      * certificat tant que l'identite ou l'adresse manque.
           move spaces to ZonesManquantes
           if nom of BeneficiaireAssure(IndiceBeneficiaire) = spaces
               string ZonesManquantes DELIMITED BY "  " " nom" DELIMITED BY SIZE INTO ZonesManquantes
           end-if
           if prenom of BeneficiaireAssure(IndiceBeneficiaire) = spaces
               string ZonesManquantes DELIMITED BY "  " " prenom" DELIMITED BY SIZE INTO ZonesManquantes
           end-if
           if dateNaissance of BeneficiaireAssure(IndiceBeneficiaire) = spaces
               string ZonesManquantes DELIMITED BY "  " " naissance" DELIMITED BY SIZE INTO ZonesManquantes
           end-if
           if adresse of BeneficiaireAssure(IndiceBeneficiaire) = spaces
             or codePostal of BeneficiaireAssure(IndiceBeneficiaire) = spaces
             or ville of BeneficiaireAssure(IndiceBeneficiaire) = spaces
               string ZonesManquantes DELIMITED BY "  " " adresse" DELIMITED BY SIZE INTO ZonesManquantes
           end-if
           move capitalTotal of BeneficiaireAssure(IndiceBeneficiaire) to CapitalEdite
           inspect CapitalEdite replacing all "," by "."
           move spaces to LigneIdentite
           string "Beneficiaire " codeBeneficiaire of BeneficiaireAssure(IndiceBeneficiaire)
                  " - Contrat " codeContrat of BeneficiaireAssure(IndiceBeneficiaire)
                  DELIMITED BY SIZE INTO LigneIdentite
           write LigneIdentite
           move spaces to LigneIdentite
           string "   " nom of BeneficiaireAssure(IndiceBeneficiaire) " "
                  prenom of BeneficiaireAssure(IndiceBeneficiaire)
                  " - assure " nom of AssureEnCours " " prenom of AssureEnCours
                  " - capital " CapitalEdite " Euros"
                  DELIMITED BY SIZE INTO LigneIdentite
           write LigneIdentite
           move spaces to LigneIdentite
           string "   Manquant :" ZonesManquantes
                  DELIMITED BY SIZE INTO LigneIdentite
           write LigneIdentite
           add 1 to NombreIdentitesIncompletes.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "DeclarationCapitauxDeces : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "DeclarationCapitauxDeces : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "DeclarationCapitauxDeces : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move TotalCapitauxDeclares to TotalDeclareEdite
           inspect TotalDeclareEdite replacing all "," by "."
           move spaces to LigneDeclaration
           string "TOTAL;" NombreDeclarations ";" TotalDeclareEdite
                  DELIMITED BY SIZE INTO LigneDeclaration
           write LigneDeclaration
           display "DeclarationCapitauxDeces : " NombreDeclarations " beneficiaire(s) declare(s), "
                   NombreSousSeuil " sous le seuil, " NombreCertificats " certificat(s), "
                   NombreIdentitesIncompletes " identite(s) incomplete(s)."
           close FichierDeclaration.
           close FichierCertificats.
           close FichierIdentites.
           stop run.
