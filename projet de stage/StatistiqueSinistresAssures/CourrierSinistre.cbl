       program-id. CourrierSinistre as
           "StatistiqueSinistresAssures.CourrierSinistre".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

       data division.
       File Section.
       COPY FICHFD.

       working-storage section.

       01 Assure.
            10 A-Assur     sql char-varying(5).
            10 A-Nom       sql char-varying(25).
            10 A-Prenom    sql char-varying(20).
            10 A-Adresse   sql char-varying(40).
            10 A-CodePost  sql char-varying(5).
            10 A-Ville     sql char-varying(25).
      *---- Adresse signalee NPAI : la lettre est supprimee et
      *---- remplacee par une ligne sur la liste de recherche.
            10 A-Npai      pic 9.

      *---- Sinistre objet du courrier.
       01 SinistreDonne.
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 TypeSin       sql char(1).
            10 DateSin       sql char-varying(8).
            10 MontSin       pic 9(8)V99.
            10 MontVetuste   pic 9(8)V99.
            10 MontNet       pic 9(8)V99.
            10 GestionSin    sql char-varying(10).

      *---- Reglement annonce par la lettre de reglement.
       01 ReglementDonne.
            10 DatePaie      sql char-varying(8).
            10 MontPaie      pic 9(8)V99.
            10 Beneficiaire  sql char-varying(25).

      *---- Motif de la lettre de refus : motif hors garantie retenu a
      *---- la revue, ou classement sans suite a la cloture.
       77 MotifRefus       sql char-varying(40).

      *---- Courrier trace (table CourrierSinistre) : type A = accuse de
      *---- reception, P = demande de pieces, R = reglement, F = refus ;
      *---- la cle distingue les reglements successifs d'un meme
      *---- sinistre (date du reglement), la date d'envoi sinon.
       01 CourrierDonne.
            10 TypeCourrier  pic x(1).
            10 CleCourrier   sql char-varying(8).
            10 MontCourrier  pic 9(8)V99.
       77 LibelleCourrier  pic x(30).
       77 NoteAgenda       sql char-varying(60).
       77 DateRelanceAgenda pic 9(8).
      *---- Delai en jours avant qu'une demande de pieces restee sans
      *---- reponse ne soit renouvelee, et date de reprise au dossier.
       77 DelaiRelancePieces pic 9(3) value 15.

      *---- Referentiel des pieces obligatoires par type de sinistre,
      *---- le meme que pour DossierSinistre.
       01 TableDocsRequis.
           05 DocRequis occurs 20 times.
               10 TypeDocRequis pic x(1).
               10 CodeDocRequis pic x(8).
               10 LibDocRequis  pic x(25).
       77 NbrDocsRequis   pic 99.
       77 IndiceDocRequis pic 99.
       77 NbDocRecu       pic 9(4).
       77 CodeDocControle sql char-varying(8).
       01 TablePiecesManquantes.
           05 PieceManquante occurs 20 times pic x(25).
       77 NbrPiecesManquantes pic 99.
       77 IndicePiece     pic 99.

       01 BilanCourriers.
           05 NbrAccuses       pic 9(5).
           05 NbrDemandesPieces pic 9(5).
           05 NbrLettresReglement pic 9(5).
           05 NbrLettresRefus  pic 9(5).
           05 NbrNpai          pic 9(5).

       77 DateCourante     pic 9(8).
       77 MontEdite        pic Z(7)9,99.
       77 MontEdite2       pic Z(7)9,99.
       77 MontEdite3       pic Z(7)9,99.
       77 FranchiseLettre  pic 9(8)V99.
       01 LigneLettre pic x(90).
       77 FichRecherche pic x(120).

       77 EofImport pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).

       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Calendrier des jours ouvres : JoursFeries.csv, tenu par
      *---- MaintenanceBareme, une ligne par jour chome hors week-end
      *---- (AAAAMMJJ;type;libelle - type F jour ferie legal, T jour de
      *---- fermeture TARGET2 des paiements, FT les deux). Le samedi et
      *---- le dimanche ne sont jamais ouvres ; sans fichier, seuls les
      *---- week-ends sont chomes. CalendrierApplique choisit le
      *---- calendrier : F pour les delais legaux et de gestion, T pour
      *---- les dates de prelevement et de virement.
       01 TableJoursFeries.
           05 JourFerie occurs 400 times.
               10 DateFerie pic 9(8).
               10 TypeFerie pic x(2).
       77 NbrJoursFeries     pic 9(3).
       77 IndiceFerie        pic 9(3).
       77 CalendrierCharge   pic 9 value 0.
       77 EofCalendrier      pic 9.
       77 CalendrierApplique pic x value "F".
       01 LigneFerieLue.
           05 DateFerieLue pic x(8).
           05 TypeFerieLu  pic x(2).
      *---- Date de travail des calculs (AAAAMMJJ) et son jour de la
      *---- semaine (0 = lundi ... 6 = dimanche).
       01 DateOuvre.
           05 AnneeOuvre    pic 9(4).
           05 MoisOuvre     pic 99.
           05 JourDateOuvre pic 99.
       01 DateOuvreN redefines DateOuvre pic 9(8).
       77 DateOuvreFin        pic 9(8).
       77 JourSemaineOuvre    pic 9.
       77 EstOuvre            pic 9.
       77 JoursOuvresDemandes pic 9(4).
       77 JoursOuvresFaits    pic 9(4).
       77 JoursOuvresEcart    pic 9(5).
       77 JoursReportes       pic 9(3).
       77 NbrJoursMoisOuvre   pic 99.
       77 QuotientOuvre       pic 9(4).
       77 ResteOuvre4         pic 99.
       77 ResteOuvre100       pic 99.
       77 ResteOuvre400       pic 999.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE SQLDA
           END-EXEC.

       screen section.

      **** Ecran vide
       01  Ecran-Blanc background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

      *---- Bilan des courriers sinistres edites
       01  T-BilanCourriers foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Courriers sinistres".
           05 line 3 col 2  value "Accuses de reception".
           05 line 3 col 30 from NbrAccuses of BilanCourriers
               pic Z(4)9.
           05 line 4 col 2  value "Demandes de pieces".
           05 line 4 col 30 from NbrDemandesPieces of BilanCourriers
               pic Z(4)9.
           05 line 5 col 2  value "Lettres de reglement".
           05 line 5 col 30 from NbrLettresReglement of BilanCourriers
               pic Z(4)9.
           05 line 6 col 2  value "Lettres de refus".
           05 line 6 col 30 from NbrLettresRefus of BilanCourriers
               pic Z(4)9.
           05 line 7 col 2  value "dont adresses NPAI".
           05 line 7 col 30 from NbrNpai of BilanCourriers pic Z(4)9.
           05 line 9 col 2  value "Lettres dans LettresSinistre.txt".
           05 line 11 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Courriers des sinistres, edites a partir des evenements du
      *----- dossier : accuse de reception d'un sinistre cree, demande
      *----- des pieces obligatoires encore manquantes (referentiel
      *----- DocumentsRequis.csv, renouvelee apres DelaiRelancePieces
      *----- jours), lettre a chaque reglement emis, lettre de refus avec
      *----- son motif (sinistre hors garantie refuse a la revue, ou
      *----- classe sans suite). Chaque courrier est trace dans la table
      *----- CourrierSinistre, pour n'etre edite qu'une fois, et note
      *----- dans l'agenda du sinistre (contact de type courrier).
      *-------------------------------------------------------------------------------------
       CourrierSinistre.
           perform CourrierSinistre-Init.
           perform AccusesReception.
           perform DemandesPieces.
           perform LettresReglement.
           perform LettresRefus.
           perform CourrierSinistre-Fin.

       CourrierSinistre-Init.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
           end-if.
           initialize BilanCourriers.
           accept DateCourante from date yyyymmdd.
           perform ChargeDocumentsRequis.
           open output FichierLettresSinistre.

      *---- Chargement du referentiel des pieces obligatoires.
       ChargeDocumentsRequis.
           move 0 to NbrDocsRequis.
           move 0 to EofImport.
           open input FichierDocumentsRequis.
           perform ChargeDocumentsRequis-Trt until EofImport = 1.
           close FichierDocumentsRequis.
           move 0 to EofImport.

       ChargeDocumentsRequis-Trt.
           read FichierDocumentsRequis
               at end
                   move 1 to EofImport
               not at end
                   if NbrDocsRequis < 20
                       add 1 to NbrDocsRequis
                       unstring Enr-FichierDocumentsRequis
                               delimited by ";" into
                           TypeDocRequis(NbrDocsRequis)
                           CodeDocRequis(NbrDocsRequis)
                           LibDocRequis(NbrDocsRequis)
                       end-unstring
                   end-if
           end-read.

      *-------------------------------------------------------------------------------------
      *----- Accuse de reception de chaque sinistre ouvert qui n'en a pas
      *----- encore recu.
      *-------------------------------------------------------------------------------------
       AccusesReception.
           move 0 to EoDB.
           exec sql
               Declare Accuse-Cursor cursor for
                   select SNSin,SNAssur,STypeSin,SDateSin,
                          isnull(SGestionnaire,' '),
                          AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0)
                       from Sinistre
                       inner join Assure on AAssur = SNAssur
                       where SStatut = 0
                         and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
                         and not exists
                             (select 1 from CourrierSinistre
                                 where CoNSin = SNSin
                                   and CoNAssur = SNAssur
                                   and CoType = 'A')
                       order by SNSin
           end-exec.
           exec sql
               open Accuse-Cursor
           end-exec.
           perform AccusesReception-Trt until EoDB=1.
           exec sql
               close Accuse-Cursor
           end-exec.
           exec sql
               commit
           end-exec.

       AccusesReception-Trt.
           exec sql
               fetch Accuse-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.TypeSin,:SinistreDonne.DateSin,
                   :SinistreDonne.GestionSin,
                   :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                   :Assure.A-Adresse,:Assure.A-CodePost,
                   :Assure.A-Ville,:Assure.A-Npai
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform EnrAccuseReception
           end-if.

       EnrAccuseReception.
           move "A" to TypeCourrier of CourrierDonne.
           move "ACCUSE DE RECEPTION" to LibelleCourrier.
           move DateCourante to CleCourrier of CourrierDonne.
           move 0 to MontCourrier of CourrierDonne.
           move 99999999 to DateRelanceAgenda.
           add 1 to NbrAccuses of BilanCourriers.
           if A-Npai of Assure = 1
               perform EnrRechercheNpai
           else
               perform EnrEnteteLettre
               move spaces to LigneLettre
               move "Nous accusons reception de la declaration de"
                   to LigneLettre
               write Enr-FichierLettresSinistre from LigneLettre
               move spaces to LigneLettre
               string "sinistre ci-dessus, enregistree sous le numero "
                   NSin of SinistreDonne "."
                   delimited by size into LigneLettre
               end-string
               write Enr-FichierLettresSinistre from LigneLettre
               move spaces to LigneLettre
               string "Gestionnaire du dossier : "
                   GestionSin of SinistreDonne
                   delimited by size into LigneLettre
               end-string
               write Enr-FichierLettresSinistre from LigneLettre
           end-if.
           perform JournaliseCourrier.

      *-------------------------------------------------------------------------------------
      *----- Demande des pieces obligatoires manquantes : une lettre par
      *----- sinistre ouvert incomplet, listant les pieces de son type
      *----- encore absentes du dossier ; une demande restee sans reponse
      *----- n'est renouvelee qu'apres DelaiRelancePieces jours.
      *-------------------------------------------------------------------------------------
       DemandesPieces.
           move 0 to EoDB.
           exec sql
               Declare Pieces-Cursor cursor for
                   select SNSin,SNAssur,STypeSin,SDateSin,
                          AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0)
                       from Sinistre
                       inner join Assure on AAssur = SNAssur
                       where SStatut = 0
                         and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
                         and not exists
                             (select 1 from CourrierSinistre
                                 where CoNSin = SNSin
                                   and CoNAssur = SNAssur
                                   and CoType = 'P'
                                   and datediff(day,
                                       convert(date,CoDateEnvoi,112),
                                       getdate()) < :DelaiRelancePieces)
                       order by SNSin
           end-exec.
           exec sql
               open Pieces-Cursor
           end-exec.
           perform DemandesPieces-Trt until EoDB=1.
           exec sql
               close Pieces-Cursor
           end-exec.
           exec sql
               commit
           end-exec.

       DemandesPieces-Trt.
           exec sql
               fetch Pieces-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.TypeSin,:SinistreDonne.DateSin,
                   :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                   :Assure.A-Adresse,:Assure.A-CodePost,
                   :Assure.A-Ville,:Assure.A-Npai
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move 0 to NbrPiecesManquantes
               perform ControlePiece
                   varying IndiceDocRequis from 1 by 1
                   until IndiceDocRequis > NbrDocsRequis
               if NbrPiecesManquantes > 0
                   perform EnrDemandePieces
               end-if
           end-if.

      *---- Piece obligatoire du type du sinistre absente du dossier.
       ControlePiece.
           if TypeDocRequis(IndiceDocRequis)
                   not = TypeSin of SinistreDonne
               exit paragraph
           end-if.
           move CodeDocRequis(IndiceDocRequis) to CodeDocControle.
           move 0 to NbDocRecu.
           exec sql
               select count(*) into :NbDocRecu
                   from DocumentSinistre
                   where DoNSin = :SinistreDonne.NSin
                     and DoNAssur = :SinistreDonne.NAssur
                     and DoCode = :CodeDocControle
           end-exec.
           if NbDocRecu = 0
               add 1 to NbrPiecesManquantes
               move LibDocRequis(IndiceDocRequis)
                   to PieceManquante(NbrPiecesManquantes)
           end-if.

       EnrDemandePieces.
           move "P" to TypeCourrier of CourrierDonne.
           move "DEMANDE DE PIECES" to LibelleCourrier.
           move DateCourante to CleCourrier of CourrierDonne.
           move 0 to MontCourrier of CourrierDonne.
      *---- Le dossier revient a l'agenda du gestionnaire a l'echeance
      *---- de la demande, reportee au premier jour ouvre.
           exec sql
               select convert(char(8),
                          dateadd(day,:DelaiRelancePieces,
                                  getdate()),112)
                   into :DateRelanceAgenda
           end-exec.
           move DateRelanceAgenda to DateOuvreN.
           perform ReporteJourOuvre.
           move DateOuvreN to DateRelanceAgenda.
           add 1 to NbrDemandesPieces of BilanCourriers.
           if A-Npai of Assure = 1
               perform EnrRechercheNpai
           else
               perform EnrEnteteLettre
               move spaces to LigneLettre
               move "Pour instruire votre dossier, merci de nous"
                   to LigneLettre
               write Enr-FichierLettresSinistre from LigneLettre
               move spaces to LigneLettre
               move "adresser les pieces suivantes :" to LigneLettre
               write Enr-FichierLettresSinistre from LigneLettre
               perform EcritPieceManquante
                   varying IndicePiece from 1 by 1
                   until IndicePiece > NbrPiecesManquantes
           end-if.
           perform JournaliseCourrier.

       EcritPieceManquante.
           move spaces to LigneLettre.
           string "  - " PieceManquante(IndicePiece)
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.

      *-------------------------------------------------------------------------------------
      *----- Lettre de reglement : chaque reglement emis sur un sinistre,
      *----- avec le decompte de l'indemnite (montant brut, vetuste,
      *----- franchise et net).
      *-------------------------------------------------------------------------------------
       LettresReglement.
           move 0 to EoDB.
           exec sql
               Declare Reglement-Cursor cursor for
                   select SNSin,SNAssur,STypeSin,SDateSin,SMontSin,
                          isnull(SVetuste,0),isnull(SMontNet,0),
                          RDatePaie,RMontPaie,RBeneficiaire,
                          AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0)
                       from Reglement
                       inner join Sinistre on SNSin = RNSin
                                          and SNAssur = RNAssur
                       inner join Assure on AAssur = RNAssur
                       where (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
                         and not exists
                             (select 1 from CourrierSinistre
                                 where CoNSin = RNSin
                                   and CoNAssur = RNAssur
                                   and CoType = 'R'
                                   and CoCle = RDatePaie
                                   and CoMontant = RMontPaie)
                       order by RNSin,RDatePaie
           end-exec.
           exec sql
               open Reglement-Cursor
           end-exec.
           perform LettresReglement-Trt until EoDB=1.
           exec sql
               close Reglement-Cursor
           end-exec.
           exec sql
               commit
           end-exec.

       LettresReglement-Trt.
           exec sql
               fetch Reglement-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.TypeSin,:SinistreDonne.DateSin,
                   :SinistreDonne.MontSin,:SinistreDonne.MontVetuste,
                   :SinistreDonne.MontNet,
                   :ReglementDonne.DatePaie,:ReglementDonne.MontPaie,
                   :ReglementDonne.Beneficiaire,
                   :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                   :Assure.A-Adresse,:Assure.A-CodePost,
                   :Assure.A-Ville,:Assure.A-Npai
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform EnrLettreReglement
           end-if.

       EnrLettreReglement.
           move "R" to TypeCourrier of CourrierDonne.
           move "REGLEMENT DE SINISTRE" to LibelleCourrier.
           move DatePaie of ReglementDonne
               to CleCourrier of CourrierDonne.
           move MontPaie of ReglementDonne
               to MontCourrier of CourrierDonne.
           move 99999999 to DateRelanceAgenda.
           add 1 to NbrLettresReglement of BilanCourriers.
           if A-Npai of Assure = 1
               perform EnrRechercheNpai
               perform JournaliseCourrier
               exit paragraph
           end-if.
           perform EnrEnteteLettre.
           move MontPaie of ReglementDonne to MontEdite.
           move spaces to LigneLettre.
           string "Reglement du " DatePaie of ReglementDonne
               " : " MontEdite " EUR"
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
           move spaces to LigneLettre.
           string "verse a " Beneficiaire of ReglementDonne
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
      *---- Decompte : la franchise est ce qui separe le net du brut
      *---- diminue de la vetuste.
           move 0 to FranchiseLettre.
           if MontSin of SinistreDonne
                   > MontVetuste of SinistreDonne
                       + MontNet of SinistreDonne
               compute FranchiseLettre =
                   MontSin of SinistreDonne
                       - MontVetuste of SinistreDonne
                       - MontNet of SinistreDonne
           end-if.
           move MontSin of SinistreDonne to MontEdite.
           move MontVetuste of SinistreDonne to MontEdite2.
           move FranchiseLettre to MontEdite3.
           move spaces to LigneLettre.
           string "Montant brut " MontEdite " - vetuste " MontEdite2
               " - franchise " MontEdite3
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
           move MontNet of SinistreDonne to MontEdite.
           move spaces to LigneLettre.
           string "Indemnite nette " MontEdite " EUR"
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
           perform JournaliseCourrier.

      *-------------------------------------------------------------------------------------
      *----- Lettre de refus, avec son motif : sinistre hors garantie
      *----- refuse a la revue (motif de la detection), ou sinistre clos
      *----- sans suite par le gestionnaire.
      *-------------------------------------------------------------------------------------
       LettresRefus.
           move 0 to EoDB.
           exec sql
               Declare Refus-Cursor cursor for
                   select HgNSin,HgNAssur,HgTypeSin,HgDateSin,
                          left(isnull(HgMotif,' '),40),
                          AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0)
                       from SinistreHorsGarantie
                       inner join Assure on AAssur = HgNAssur
                       where HgDecision = 2
                         and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
                         and not exists
                             (select 1 from CourrierSinistre
                                 where CoNSin = HgNSin
                                   and CoNAssur = HgNAssur
                                   and CoType = 'F')
                   union all
                   select SNSin,SNAssur,STypeSin,SDateSin,
                          'Dossier classe sans suite',
                          AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0)
                       from Sinistre
                       inner join Assure on AAssur = SNAssur
                       where SStatut = 1
                         and SMotifClot = 2
                         and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
                         and not exists
                             (select 1 from CourrierSinistre
                                 where CoNSin = SNSin
                                   and CoNAssur = SNAssur
                                   and CoType = 'F')
           end-exec.
           exec sql
               open Refus-Cursor
           end-exec.
           perform LettresRefus-Trt until EoDB=1.
           exec sql
               close Refus-Cursor
           end-exec.
           exec sql
               commit
           end-exec.

       LettresRefus-Trt.
           exec sql
               fetch Refus-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.TypeSin,:SinistreDonne.DateSin,
                   :MotifRefus,
                   :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                   :Assure.A-Adresse,:Assure.A-CodePost,
                   :Assure.A-Ville,:Assure.A-Npai
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform EnrLettreRefus
           end-if.

       EnrLettreRefus.
           move "F" to TypeCourrier of CourrierDonne.
           move "REFUS DE PRISE EN CHARGE" to LibelleCourrier.
           move DateCourante to CleCourrier of CourrierDonne.
           move 0 to MontCourrier of CourrierDonne.
           move 99999999 to DateRelanceAgenda.
           add 1 to NbrLettresRefus of BilanCourriers.
           if A-Npai of Assure = 1
               perform EnrRechercheNpai
           else
               perform EnrEnteteLettre
               move spaces to LigneLettre
               move "Nous ne pouvons donner suite a votre demande."
                   to LigneLettre
               write Enr-FichierLettresSinistre from LigneLettre
               move spaces to LigneLettre
               string "Motif : " MotifRefus
                   delimited by size into LigneLettre
               end-string
               write Enr-FichierLettresSinistre from LigneLettre
           end-if.
           perform JournaliseCourrier.

      *-------------------------------------------------------------------------------------
      *----- Parties communes des courriers
      *-------------------------------------------------------------------------------------

      *---- En-tete de la lettre : objet, adresse de l'assure et
      *---- references du sinistre.
       EnrEnteteLettre.
           move spaces to LigneLettre.
           string "--------------------------------------------------"
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
           move spaces to LigneLettre.
           move LibelleCourrier to LigneLettre.
           write Enr-FichierLettresSinistre from LigneLettre.
           move spaces to LigneLettre.
           string A-Nom of Assure " " A-Prenom of Assure
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
           move spaces to LigneLettre.
           move A-Adresse of Assure to LigneLettre.
           write Enr-FichierLettresSinistre from LigneLettre.
           move spaces to LigneLettre.
           string A-CodePost of Assure " " A-Ville of Assure
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.
           move spaces to LigneLettre.
           string "Sinistre " NSin of SinistreDonne
               " du " DateSin of SinistreDonne
               " - assure " NAssur of SinistreDonne
               delimited by size into LigneLettre
           end-string.
           write Enr-FichierLettresSinistre from LigneLettre.

      *---- Ligne de recherche d'adresse a la place de la lettre.
       EnrRechercheNpai.
           add 1 to NbrNpai of BilanCourriers.
           string
               DateCourante
               ";" A-Assur of Assure
               ";" A-Nom of Assure
               ";" A-Adresse of Assure
               ";" A-CodePost of Assure
               ";" A-Ville of Assure
               ";SINISTRE " LibelleCourrier delimited by size
               into FichRecherche
           end-string.
           open extend FichierRechercheAdresse.
           write Enr-FichierRechercheAdresse from FichRecherche.
           close FichierRechercheAdresse.

      *---- Trace du courrier (pour ne pas l'editer deux fois) et note
      *---- dans l'agenda du sinistre, contact de type 1 = courrier ;
      *---- seule la demande de pieces fixe une date de reprise.
       JournaliseCourrier.
           exec sql
                INSERT INTO CourrierSinistre
                    (CoNSin,CoNAssur,CoType,CoCle,CoMontant,
                     CoDateEnvoi,CoNpai)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :CourrierDonne.TypeCourrier,
                     :CourrierDonne.CleCourrier,
                     :CourrierDonne.MontCourrier,
                     :DateCourante,:Assure.A-Npai)
           end-exec.
           move spaces to NoteAgenda.
           if A-Npai of Assure = 1
               string "Lettre " LibelleCourrier delimited by "  "
                   " non envoyee (NPAI)" delimited by size
                   into NoteAgenda
               end-string
           else
               string "Lettre " LibelleCourrier delimited by "  "
                   " envoyee" delimited by size
                   into NoteAgenda
               end-string
           end-if.
           exec sql
                INSERT INTO Agenda
                    (AgNSin,AgNAssur,AgDateContact,AgTypeContact,
                     AgNote,AgDateRelance)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :DateCourante,1,
                     :NoteAgenda,:DateRelanceAgenda)
           end-exec.

       CourrierSinistre-Fin.
           close FichierLettresSinistre.
           if ModeExecution = "BATCH"
               goback
           end-if.
           display Ecran-Blanc.
           display T-BilanCourriers.
           accept OptionChoisie.
           goback.

      *---- Chargement, une fois par execution, des jours chomes du
      *---- calendrier des jours ouvres.
       ChargeCalendrier.
           if CalendrierCharge = 1
               exit paragraph
           end-if.
           move 1 to CalendrierCharge.
           move 0 to NbrJoursFeries.
           move 0 to EofCalendrier.
           open input FichierJoursFeries.
           perform ChargeCalendrier-Trt until EofCalendrier = 1.
           close FichierJoursFeries.

       ChargeCalendrier-Trt.
           read FichierJoursFeries
               at end
                   move 1 to EofCalendrier
               not at end
                   initialize LigneFerieLue
                   unstring Enr-FichierJoursFeries delimited by ";"
                       into DateFerieLue TypeFerieLu
                   end-unstring
                   if DateFerieLue is numeric and NbrJoursFeries < 400
                       add 1 to NbrJoursFeries
                       move DateFerieLue to DateFerie(NbrJoursFeries)
                       move TypeFerieLu to TypeFerie(NbrJoursFeries)
                   end-if
           end-read.

      *---- Jour de la semaine de DateOuvre : le 01/01/1900 etant un
      *---- lundi, reste de l'ecart en jours par 7.
       JourSemaineCalendrier.
           move 0 to JourSemaineOuvre.
           exec sql
               select datediff(day,'19000101',
                   convert(date,convert(char(8),:DateOuvreN),112)) % 7
                   into :JourSemaineOuvre
           end-exec.

      *---- DateOuvre est-elle ouvree dans le calendrier applique ?
       ControleJourOuvre.
           move 1 to EstOuvre.
           if JourSemaineOuvre > 4
               move 0 to EstOuvre
               exit paragraph
           end-if.
           perform ChercheJourFerie varying IndiceFerie from 1 by 1
               until IndiceFerie > NbrJoursFeries or EstOuvre = 0.

       ChercheJourFerie.
           if DateFerie(IndiceFerie) = DateOuvreN
               and (TypeFerie(IndiceFerie)(1:1) = CalendrierApplique
                 or TypeFerie(IndiceFerie)(2:1) = CalendrierApplique)
               move 0 to EstOuvre
           end-if.

      *---- Passage de DateOuvre au lendemain, jour de la semaine suivi.
       JourCalendaireSuivant.
           add 1 to JourSemaineOuvre.
           if JourSemaineOuvre = 7
               move 0 to JourSemaineOuvre
           end-if.
           evaluate MoisOuvre
               when 4 when 6 when 9 when 11
                   move 30 to NbrJoursMoisOuvre
               when 2
                   divide AnneeOuvre by 4 giving QuotientOuvre
                       remainder ResteOuvre4
                   divide AnneeOuvre by 100 giving QuotientOuvre
                       remainder ResteOuvre100
                   divide AnneeOuvre by 400 giving QuotientOuvre
                       remainder ResteOuvre400
                   if ResteOuvre4 = 0 and
                      (ResteOuvre100 <> 0 or ResteOuvre400 = 0)
                       move 29 to NbrJoursMoisOuvre
                   else
                       move 28 to NbrJoursMoisOuvre
                   end-if
               when other
                   move 31 to NbrJoursMoisOuvre
           end-evaluate.
           add 1 to JourDateOuvre.
           if JourDateOuvre > NbrJoursMoisOuvre
               move 1 to JourDateOuvre
               add 1 to MoisOuvre
               if MoisOuvre > 12
                   move 1 to MoisOuvre
                   add 1 to AnneeOuvre
               end-if
           end-if.

      *---- Report de DateOuvre au premier jour ouvre (elle-meme si elle
      *---- l'est) ; JoursReportes compte les jours ajoutes.
       ReporteJourOuvre.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursReportes.
           perform ControleJourOuvre.
           perform ReporteJourOuvre-Trt until EstOuvre = 1.

       ReporteJourOuvre-Trt.
           perform JourCalendaireSuivant.
           add 1 to JoursReportes.
           perform ControleJourOuvre.

      *---- DateOuvre avancee de JoursOuvresDemandes jours ouvres.
       AjouteJoursOuvres.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursOuvresFaits.
           perform AjouteJoursOuvres-Trt
               until JoursOuvresFaits >= JoursOuvresDemandes.

       AjouteJoursOuvres-Trt.
           perform JourCalendaireSuivant.
           perform ControleJourOuvre.
           if EstOuvre = 1
               add 1 to JoursOuvresFaits
           end-if.

      *---- Nombre de jours ouvres apres DateOuvre jusqu'a DateOuvreFin
      *---- incluse.
       CompteJoursOuvres.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursOuvresEcart.
           perform CompteJoursOuvres-Trt
               until DateOuvreN >= DateOuvreFin.

       CompteJoursOuvres-Trt.
           perform JourCalendaireSuivant.
           perform ControleJourOuvre.
           if EstOuvre = 1
               add 1 to JoursOuvresEcart
           end-if.

      *---- Operateur et societe de la session (fichier depose par
      *---- Program1).
       LireOperateurSession.
           move "INCONNU" to OperateurCourant.
           move spaces to SocieteSession.
           open input FichierSessionOperateur.
           read FichierSessionOperateur
               at end continue
               not at end
                   move Enr-FichierSessionOperateur(1:10)
                       to OperateurCourant
                   move Enr-FichierSessionOperateur(11:2)
                       to SocieteSession
           end-read.
           close FichierSessionOperateur.

      *-------------------------------------------------------------------------------------
      *----- Fin des courriers sinistres
      *-------------------------------------------------------------------------------------

       end program CourrierSinistre.
