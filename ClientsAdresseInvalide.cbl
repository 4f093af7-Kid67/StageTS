       identification division.
       program-id. ClientsAdresseInvalide.

       environment division.
       configuration section.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select FichierAdressesInvalides assign to "NPAIATT"
               organization is line sequential.

       data division.
       file section.
       FD FichierAdressesInvalides.
       01 LigneAdresseInvalide PIC X(132).

       working-storage section.

      * Variables temporelles
       01 DateSysteme.
         10 AAAA PIC 9(4).
         10 MM PIC 9(2).
         10 JJ PIC 9(2).

      * Client a l'adresse signalee NPAI dans Program1 (courrier revenu "n'habite pas a
      * l'adresse indiquee"), parcouru client par client comme la boucle de
      * ReleveAnnuelClients (select top 1 au-dela du dernier traite : le curseur des lettres
      * retenues se rouvre a chaque client sans gener le parcours). Les plus anciens
      * signalements sortent en premier.
       01 ClientEnCours.
         05 codeClient PIC x(36).
         05 nom PIC x(30).
         05 prenom PIC x(30).
         05 adresse PIC x(50).
         05 codePostal PIC x(5).
         05 ville PIC x(30).
         05 dateRetourCourrier PIC X(10).
         05 joursEnAttente PIC 9(5).
         05 courrierRetourne PIC X(20).
         05 referenceCourrierRetourne PIC X(36).
         05 nombreContratsActifs PIC 9(3).

      * Cle du parcours : date de retour puis code client, pour avancer au-dela du dernier
      * client liste dans l'ordre d'anciennete
       77 DerniereDateRetour PIC X(10) value spaces.
       77 DernierCodeClientTraite PIC X(36) value spaces.
       77 IndicateurFinClients PIC 9 value 0.

      * Lettre retenue du client, en attente de la nouvelle adresse
       01 CourrierRetenu.
         05 fichierCourrier PIC X(10).
         05 typeCourrier PIC X(15).
         05 referenceCourrier PIC X(36).
         05 dateRetenue PIC X(10).

       77 NombreLettresClient PIC 9(5).
       77 NombreClientsListes PIC 9(5) value 0.
       77 NombreLettresRetenues PIC 9(5) value 0.

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
           perform BoucleClients until IndicateurFinClients = 1 or IndicateurErreurBD = 1.
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

           open output FichierAdressesInvalides.
           move 0 to IndicateurErreurBD.
           move 0 to IndicateurFinClients.
           move 0 to NombreClientsListes.
           move 0 to NombreLettresRetenues.

           move spaces to LigneAdresseInvalide.
           string "CLIENTS EN ATTENTE D'UNE NOUVELLE ADRESSE (NPAI) AU "
                  JJ of DateSysteme "/" MM of DateSysteme "/" AAAA of DateSysteme
                  DELIMITED BY SIZE INTO LigneAdresseInvalide.
           write LigneAdresseInvalide.
           move spaces to LigneAdresseInvalide.
           string "Client                               Nom / Prenom                   Retour     Jours Courrier revenu"
                  DELIMITED BY SIZE INTO LigneAdresseInvalide.
           write LigneAdresseInvalide.

       BoucleClients.
      ************************************************************************************************
      * Avance au client signale NPAI suivant, dans l'ordre des dates de retour.
      *************************************************************************************************
           initialize ClientEnCours
           EXEC sql
               select top 1 cl.codeClient, cl.nom, cl.prenom, cl.adresse, cl.codePostal, cl.ville,
                      convert(varchar(10), cl.dateRetourCourrier, 120),
                      datediff(day, cl.dateRetourCourrier, getdate()),
                      isnull(cl.courrierRetourne, ''), isnull(cl.referenceCourrierRetourne, ''),
                      (select count(*) from contrats c
                        where c.codeClient = cl.codeClient
                          and isnull(c.renouvele, 0) = 0
                          and c.dateResiliation is null)
               into :ClientEnCours.codeClient, :ClientEnCours.nom, :ClientEnCours.prenom,
                    :ClientEnCours.adresse, :ClientEnCours.codePostal, :ClientEnCours.ville,
                    :ClientEnCours.dateRetourCourrier, :ClientEnCours.joursEnAttente,
                    :ClientEnCours.courrierRetourne, :ClientEnCours.referenceCourrierRetourne,
                    :ClientEnCours.nombreContratsActifs
               from clients cl
               where cl.adresseInvalide = 1
                 and ( convert(varchar(10), cl.dateRetourCourrier, 120) > :DerniereDateRetour
                    or ( convert(varchar(10), cl.dateRetourCourrier, 120) = :DerniereDateRetour
                         and cl.codeClient > :DernierCodeClientTraite ) )
               order by cl.dateRetourCourrier, cl.codeClient
           END-EXEC

           evaluate true
               when SQLCODE = 0
                   move dateRetourCourrier of ClientEnCours to DerniereDateRetour
                   move codeClient of ClientEnCours to DernierCodeClientTraite
                   add 1 to NombreClientsListes
                   perform EditionClient
               when SQLCODE = 100
                   move 1 to IndicateurFinClients
               when other
                   perform TraiterErreurConnexionBD
           end-evaluate.

       EditionClient.
      * Le client, l'adresse invalide et la lettre revenue, puis chacune des lettres retenues
      * depuis dans les fichiers a recontacter des programmes de courrier.
           move spaces to LigneAdresseInvalide
           string codeClient of ClientEnCours " " nom of ClientEnCours " " dateRetourCourrier of ClientEnCours
                  " " joursEnAttente of ClientEnCours " " courrierRetourne of ClientEnCours
                  DELIMITED BY SIZE INTO LigneAdresseInvalide
           write LigneAdresseInvalide
           move spaces to LigneAdresseInvalide
           string "                                     " prenom of ClientEnCours
                  " Ref. courrier revenu : " referenceCourrierRetourne of ClientEnCours
                  DELIMITED BY SIZE INTO LigneAdresseInvalide
           write LigneAdresseInvalide
           move spaces to LigneAdresseInvalide
           string "   Adresse invalide : " adresse of ClientEnCours " " codePostal of ClientEnCours " "
                  ville of ClientEnCours
                  DELIMITED BY SIZE INTO LigneAdresseInvalide
           write LigneAdresseInvalide
           move spaces to LigneAdresseInvalide
           string "   Contrats en cours : " nombreContratsActifs of ClientEnCours
                  DELIMITED BY SIZE INTO LigneAdresseInvalide
           write LigneAdresseInvalide

           move 0 to NombreLettresClient
           EXEC sql
               declare CursorLettresRetenues cursor for
               select fichierCourrier, typeCourrier, referenceCourrier,
                      convert(varchar(10), dateRetenue, 120)
               from courriersRetenus
               where codeClient = :ClientEnCours.codeClient
                 and statutCourrier = 'Retenu'
               order by dateRetenue, fichierCourrier
           END-EXEC
           EXEC sql
               open CursorLettresRetenues
           END-EXEC
           perform until SQLCODE = 100 or IndicateurErreurBD = 1
               EXEC sql
                   fetch CursorLettresRetenues into
                   :CourrierRetenu.fichierCourrier,
                   :CourrierRetenu.typeCourrier,
                   :CourrierRetenu.referenceCourrier,
                   :CourrierRetenu.dateRetenue
               END-EXEC
               evaluate true
                   when SQLCODE = 0
                       add 1 to NombreLettresClient
                       add 1 to NombreLettresRetenues
                       move spaces to LigneAdresseInvalide
                       string "      Lettre retenue le " dateRetenue of CourrierRetenu " - "
                              fichierCourrier of CourrierRetenu " " typeCourrier of CourrierRetenu " "
                              referenceCourrier of CourrierRetenu
                              DELIMITED BY SIZE INTO LigneAdresseInvalide
                       write LigneAdresseInvalide
                   when SQLCODE = 100
                       continue
                   when other
                       perform TraiterErreurConnexionBD
               end-evaluate
           end-perform
           EXEC sql
               close CursorLettresRetenues
           END-EXEC
           if NombreLettresClient = 0
               move spaces to LigneAdresseInvalide
               move "      Aucune lettre retenue" to LigneAdresseInvalide
               write LigneAdresseInvalide
           end-if
           move spaces to LigneAdresseInvalide
           write LigneAdresseInvalide.

       TraiterErreurConnexionBD.
      * Un SQLCODE qui n'est ni 0 (une ligne) ni 100 (fin normale du curseur) signale une base de donnees
      * injoignable : on le consigne et on tente une reconnexion avec la meme chaine que Traitement-Init.
           move 1 to IndicateurErreurBD
           display "ClientsAdresseInvalide : erreur de connexion a la base de donnees. Code retour : " SQLCODE
           exec sql
               Connect using :CnxDb
           end-exec
           if SQLCODE = 0
               display "ClientsAdresseInvalide : reconnexion a la base de donnees reussie."
               move 0 to IndicateurErreurBD
           else
               display "ClientsAdresseInvalide : echec de la reconnexion, arret du traitement."
           end-if.

       Traitement-Fin.
           move spaces to LigneAdresseInvalide.
           string "TOTAL - Clients en attente d'adresse : " NombreClientsListes
                  " - Lettres retenues : " NombreLettresRetenues
                  DELIMITED BY SIZE INTO LigneAdresseInvalide.
           write LigneAdresseInvalide.
           display "ClientsAdresseInvalide : " NombreClientsListes " client(s) en attente d'adresse, "
                   NombreLettresRetenues " lettre(s) retenue(s)."
           close FichierAdressesInvalides.
           stop run.
