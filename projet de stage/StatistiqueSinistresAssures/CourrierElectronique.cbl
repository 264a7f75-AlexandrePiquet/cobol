       program-id. CourrierElectronique as
           "StatistiqueSinistresAssures.CourrierElectronique".

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

      *---- Consentement de l'assure a recevoir ses documents par
      *---- e-mail : AConsentEmail (1 = par e-mail, 0 = papier), date
      *---- et source du dernier choix (GUICHET, COURRIER, TELEPHONE,
      *---- PORTAIL), date du dernier rejet d'e-mail qui a remis
      *---- l'assure au papier.
       01 ConsentDonne.
            10 CAssur         sql char-varying(5).
            10 CNom           sql char-varying(25).
            10 CPrenom        sql char-varying(25).
            10 CEmail         sql char-varying(60).
            10 CConsent       pic 9.
            10 CDateConsent   pic 9(8).
            10 CSource        sql char-varying(10).
            10 CDateRejet     pic 9(8).
       77 AssurSaisi      pic x(5).
       77 ConsentSaisi    pic x.
       77 ConsentNouveau  pic 9.
       77 SourceSaisie    pic x(10).
       77 LibConsent      pic x(8).
       77 MessageConsent  pic x(50).

      *---- Controle de forme de l'adresse e-mail : un seul @, une
      *---- partie locale, un domaine avec un point, pas de blanc.
       77 EmailControle   pic x(60).
       77 LongEmail       pic 9(3).
       77 LongDomaine     pic 9(3).
       77 NbArobase       pic 9(3).
       77 NbPointDomaine  pic 9(3).
       77 LocalEmail      pic x(60).
       77 DomaineEmail    pic x(60).
       77 EmailValide     pic 9.

      *---- Rejet d'e-mail renvoye par la messagerie (RetoursEmail.csv :
      *---- date;adresse;motif) : chaque assure de cette adresse qui
      *---- recevait ses documents par e-mail repasse au papier.
       01 RetourDonne.
            10 DateRetourTxt  pic x(8).
            10 DateRetour     pic 9(8).
            10 EmailRetour    sql char-varying(60).
            10 MotifRetour    sql char-varying(40).
       77 ResultatRetour  pic x(20).
       77 NbAssureRetour  pic 9(4).
       77 ProchainIdRetour pic 9(8).
       77 EofRetours      pic 9.
       77 EoAssure        pic 9.
       01 LigneRetour     pic x(200).

      *---- Bilan mensuel des documents par canal, tire de la table
      *---- CourrierCanal alimentee par le regroupement des courriers
      *---- (P = papier, E = e-mail, N = ecarte NPAI).
       01 CanalDonne.
            10 TypeCanal      sql char-varying(3).
            10 NbrPapier      pic 9(6).
            10 NbrEmail       pic 9(6).
            10 NbrNpai        pic 9(6).
            10 NbrDocs        pic 9(6).
       77 MoisSaisi       pic 9(6).
       77 MoisBilan       pic 9(6).
       77 DebutMois       pic 9(8).
       77 FinMois         pic 9(8).
       01 LigneCanal      pic x(200).

       01 HistoriqueDonne.
            10 HistTable     sql char-varying(10).
            10 HistCle       sql char-varying(20).
            10 HistChamp     sql char-varying(20).
            10 HistAncien    sql char-varying(40).
            10 HistNouveau   sql char-varying(40).
            10 HistOperateur sql char-varying(10).
            10 HistDate      pic 9(8).
            10 HistHeure     pic 9(8).
            10 HistProgramme sql char-varying(20).

       01 BilanCourrierElec.
           05 NbrRetours       pic 9(5).
           05 NbrRepasses      pic 9(5).
           05 NbrInconnus      pic 9(5).
           05 TotPapier        pic 9(6).
           05 TotEmail         pic 9(6).
           05 TotNpai          pic 9(6).
           05 TotDocs          pic 9(6).
           05 TotRejets        pic 9(6).
           05 NbrConsentements pic 9(6).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur l'historique des modifications.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
       77 DateJour pic 9(8).
       77 TypeTrt pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), les
      *---- rejets d'e-mail puis le bilan du mois en cours s'executent
      *---- sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

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

       01 M-ChoixCourrierElec
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " E-mail : 1=Consentement 2=Rejets 3=Bilan"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-SaisieAssure
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Numero d'assure :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-SaisieMois
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Mois AAAAMM (vide = mois en cours) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Fiche du consentement de l'assure
       01 T-FicheConsent foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 18 value "Documents par e-mail".
           10 line 3  col 2  value "Assure".
           10 line 3  col 28 from CAssur of ConsentDonne.
           10 line 4  col 2  value "Nom".
           10 line 4  col 28 from CNom of ConsentDonne.
           10 line 5  col 2  value "Prenom".
           10 line 5  col 28 from CPrenom of ConsentDonne.
           10 line 6  col 2  value "E-mail".
           10 line 6  col 28 from CEmail of ConsentDonne.
           10 line 7  col 2  value "Documents envoyes par".
           10 line 7  col 28 from LibConsent.
           10 line 8  col 2  value "Choix du".
           10 line 8  col 28 from CDateConsent of ConsentDonne.
           10 line 9  col 2  value "Source du choix".
           10 line 9  col 28 from CSource of ConsentDonne.
           10 line 10 col 2  value "Dernier rejet d'e-mail".
           10 line 10 col 28 from CDateRejet of ConsentDonne.
           10 line 14 col 2  from MessageConsent.

       01 T-SaisieConsent foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 12 col 2  value "Documents par e-mail (O/N) :".
           10 line 13 col 2  value "Source du choix            :".

       01 T-AssureIntrouvable foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 5 col 2 value "Assure inconnu.".
           10 line 6 col 2 value "Appuyez sur Entree pour continuer".

       01 T-Continuer foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 16 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan des rejets d'e-mail
       01  T-BilanRetours foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Rejets d'e-mail".
           05 line 3 col 2  value "Rejets recus".
           05 line 3 col 30 from NbrRetours of BilanCourrierElec
               pic Z(4)9.
           05 line 4 col 2  value "Assures repasses au papier".
           05 line 4 col 30 from NbrRepasses of BilanCourrierElec
               pic Z(4)9.
           05 line 5 col 2  value "Adresses inconnues".
           05 line 5 col 30 from NbrInconnus of BilanCourrierElec
               pic Z(4)9.
           05 line 7 col 2
               value "Detail dans RetoursEmailTraites.csv".
           05 line 9 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan mensuel par canal
       01  T-BilanCanal foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Documents envoyes par canal".
           05 line 2 col 18 value "Mois".
           05 line 2 col 30 from MoisBilan.
           05 line 4 col 2  value "Papier".
           05 line 4 col 30 from TotPapier of BilanCourrierElec
               pic Z(5)9.
           05 line 5 col 2  value "E-mail".
           05 line 5 col 30 from TotEmail of BilanCourrierElec
               pic Z(5)9.
           05 line 6 col 2  value "Ecartes (NPAI)".
           05 line 6 col 30 from TotNpai of BilanCourrierElec
               pic Z(5)9.
           05 line 7 col 2  value "Total documents".
           05 line 7 col 30 from TotDocs of BilanCourrierElec
               pic Z(5)9.
           05 line 8 col 2  value "Rejets d'e-mail".
           05 line 8 col 30 from TotRejets of BilanCourrierElec
               pic Z(5)9.
           05 line 9 col 2  value "Consentements actifs".
           05 line 9 col 30 from NbrConsentements of BilanCourrierElec
               pic Z(5)9.
           05 line 11 col 2 value "Detail dans DocumentsParCanal.csv".
           05 line 13 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Envoi des documents par e-mail : l'assure qui le demande
      *----- donne son consentement (date et source conservees) ; le
      *----- regroupement des courriers envoie alors ses quittances,
      *----- avis d'echeance, attestations et relances a son adresse
      *----- e-mail au lieu du flux d'impression. Les rejets renvoyes
      *----- par la messagerie remettent l'assure au papier, et le
      *----- bilan donne chaque mois les documents partis par canal.
      *----- En BATCH, rejets puis bilan du mois en cours.
      *-------------------------------------------------------------------------------------
       CourrierElectronique.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanCourrierElec.
           accept DateJour from date yyyymmdd.
           perform LireOperateurSession.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               perform TraiteRetours
               move DateJour(1:6) to MoisBilan
               perform BilanCanal
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixCourrierElec.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform SaisieConsentement
               when 2
                   perform TraiteRetours
                   display Ecran-Blanc
                   display T-BilanRetours
                   accept OptionChoisie
               when 3
                   display Ecran-Blanc
                   display M-SaisieMois
                   move 0 to MoisSaisi
                   accept MoisSaisi line 2 col 40
                   if MoisSaisi = 0
                       move DateJour(1:6) to MoisBilan
                   else
                       move MoisSaisi to MoisBilan
                   end-if
                   perform BilanCanal
                   display Ecran-Blanc
                   display T-BilanCanal
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Consentement saisi a la demande de l'assure : le passage a
      *----- l'e-mail exige une adresse e-mail valable sur la fiche.
      *-------------------------------------------------------------------------------------
       SaisieConsentement.
           display Ecran-Blanc.
           display M-SaisieAssure.
           move spaces to AssurSaisi.
           accept AssurSaisi line 2 col 20.
           perform LitConsentement.
           if SQLCODE not = 0
               display Ecran-Blanc
               display T-AssureIntrouvable
               accept OptionChoisie
               exit paragraph
           end-if.
           move spaces to MessageConsent.
           display Ecran-Blanc.
           display T-FicheConsent.
           display T-SaisieConsent.
           move spaces to ConsentSaisi.
           accept ConsentSaisi line 12 col 31.
           evaluate ConsentSaisi
               when "O" when "o"
                   move 1 to ConsentNouveau
                   perform EnrConsentement
               when "N" when "n"
                   move 0 to ConsentNouveau
                   perform EnrConsentement
               when other
                   exit paragraph
           end-evaluate.
           display Ecran-Blanc.
           display T-FicheConsent.
           display T-Continuer.
           accept OptionChoisie.

       LitConsentement.
           initialize ConsentDonne.
           exec sql
               select AAssur,ANom,APrenom,isnull(AEmail,''),
                      isnull(AConsentEmail,0),
                      isnull(AConsentDate,0),
                      isnull(AConsentSource,''),
                      isnull(ADateRejetEmail,0)
                   into :ConsentDonne.CAssur,:ConsentDonne.CNom,
                        :ConsentDonne.CPrenom,:ConsentDonne.CEmail,
                        :ConsentDonne.CConsent,
                        :ConsentDonne.CDateConsent,
                        :ConsentDonne.CSource,
                        :ConsentDonne.CDateRejet
                   from Assure
                   where AAssur = :AssurSaisi
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if CConsent of ConsentDonne = 1
               move "E-MAIL" to LibConsent
           else
               move "PAPIER" to LibConsent
           end-if.

       EnrConsentement.
           if ConsentNouveau = 1
               move CEmail of ConsentDonne to EmailControle
               perform ControleEmail
               if EmailValide = 0
                   move "E-mail absent ou invalide : reste au papier"
                       to MessageConsent
                   exit paragraph
               end-if
           end-if.
           move spaces to SourceSaisie.
           accept SourceSaisie line 13 col 31.
           inspect SourceSaisie converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           evaluate SourceSaisie
               when "GUICHET"
               when "COURRIER"
               when "TELEPHONE"
               when "PORTAIL"
                   continue
               when other
                   move "Source : GUICHET COURRIER TELEPHONE PORTAIL"
                       to MessageConsent
                   exit paragraph
           end-evaluate.
           exec sql
               update Assure
                   set AConsentEmail = :ConsentNouveau,
                       AConsentDate = :DateJour,
                       AConsentSource = :SourceSaisie
                   where AAssur = :ConsentDonne.CAssur
           end-exec.
           if SQLCODE not = 0
               exec sql
                   rollback
               end-exec
               move "Mise a jour impossible" to MessageConsent
               exit paragraph
           end-if.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "AConsentEmail" to HistChamp of HistoriqueDonne.
           move CConsent of ConsentDonne
               to HistAncien of HistoriqueDonne.
           move ConsentNouveau to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AConsentSource" to HistChamp of HistoriqueDonne.
           move CSource of ConsentDonne
               to HistAncien of HistoriqueDonne.
           move SourceSaisie to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           exec sql
               commit
           end-exec.
           perform LitConsentement.
           move "Choix enregistre" to MessageConsent.

      *---- Forme de l'adresse e-mail.
       ControleEmail.
           move 0 to EmailValide.
           move 0 to LongEmail.
           inspect EmailControle tallying LongEmail
               for characters before initial space.
           if LongEmail < 5
               exit paragraph
           end-if.
           if LongEmail < 60
               if EmailControle(LongEmail + 1:) not = spaces
                   exit paragraph
               end-if
           end-if.
           move 0 to NbArobase.
           inspect EmailControle tallying NbArobase for all "@".
           if NbArobase not = 1
               exit paragraph
           end-if.
           move spaces to LocalEmail.
           move spaces to DomaineEmail.
           unstring EmailControle delimited by "@" into
               LocalEmail
               DomaineEmail
           end-unstring.
           if LocalEmail = spaces or DomaineEmail = spaces
               exit paragraph
           end-if.
           move 0 to NbPointDomaine.
           inspect DomaineEmail tallying NbPointDomaine for all ".".
           move 0 to LongDomaine.
           inspect DomaineEmail tallying LongDomaine
               for characters before initial space.
           if NbPointDomaine = 0
               or DomaineEmail(1:1) = "."
               or DomaineEmail(LongDomaine:1) = "."
               exit paragraph
           end-if.
           move 1 to EmailValide.

      *-------------------------------------------------------------------------------------
      *----- Rejets d'e-mail : chaque rejet est garde dans la table
      *----- RetourEmail, et l'assure qui recevait ses documents a
      *----- cette adresse repasse au papier ; ses documents suivants
      *----- repartent dans le flux d'impression. Un operateur de
      *----- societe ne repasse que les assures de la sienne ; le
      *----- fichier, relu par le plan de nuit, sert aux autres.
      *-------------------------------------------------------------------------------------
       TraiteRetours.
           move 0 to EofRetours.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move 0 to ProchainIdRetour.
           exec sql
               select isnull(max(ReId),0) into :ProchainIdRetour
                   from RetourEmail
           end-exec.
           open input FichierRetoursEmail.
           open output FichierRetoursEmailTraites.
           move spaces to LigneRetour.
           string "Date;Email;Assure;Nom;Motif;Resultat"
               delimited by size into LigneRetour
           end-string.
           write Enr-FichierRetoursEmailTraites from LigneRetour.
           perform TraiteRetours-Trt until EofRetours = 1.
           close FichierRetoursEmail.
           close FichierRetoursEmailTraites.
           exec sql
               commit
           end-exec.

       TraiteRetours-Trt.
           read FichierRetoursEmail
               at end
                   move 1 to EofRetours
               not at end
                   perform TraiteRetour
           end-read.

      *---- Une ligne du fichier : la ligne d'en-tete et les lignes
      *---- sans date ou sans adresse sont ignorees.
       TraiteRetour.
           initialize RetourDonne.
           unstring Enr-FichierRetoursEmail delimited by ";" into
               DateRetourTxt of RetourDonne
               EmailRetour of RetourDonne
               MotifRetour of RetourDonne
           end-unstring.
           if DateRetourTxt of RetourDonne not numeric
               or EmailRetour of RetourDonne = spaces
               exit paragraph
           end-if.
           move DateRetourTxt of RetourDonne
               to DateRetour of RetourDonne.
           add 1 to NbrRetours of BilanCourrierElec.
           add 1 to ProchainIdRetour.
           exec sql
               insert into RetourEmail
                   (ReId,ReDate,ReEmail,ReMotif,ReDateImport)
               values
                   (:ProchainIdRetour,:RetourDonne.DateRetour,
                    :RetourDonne.EmailRetour,
                    :RetourDonne.MotifRetour,:DateJour)
           end-exec.
           move 0 to NbAssureRetour.
           exec sql
               select count(*) into :NbAssureRetour
                   from Assure
                   where AEmail = :RetourDonne.EmailRetour
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbAssureRetour = 0
               add 1 to NbrInconnus of BilanCourrierElec
               initialize ConsentDonne
               move "ADRESSE INCONNUE" to ResultatRetour
               perform EcritLigneRetour
               exit paragraph
           end-if.
           move 0 to EoAssure.
           exec sql
               Declare Retour-Cursor cursor for
                   select AAssur,ANom,APrenom,isnull(AEmail,''),
                          isnull(AConsentEmail,0),
                          isnull(AConsentSource,'')
                       from Assure
                       where AEmail = :RetourDonne.EmailRetour
                         and (:SocieteSession = ''
                              or isnull(ASociete,'01')
                                 = :SocieteSession)
                       order by AAssur
           end-exec.
           exec sql
               open Retour-Cursor
           end-exec.
           perform TraiteRetour-Assure until EoAssure = 1.
           exec sql
               close Retour-Cursor
           end-exec.

       TraiteRetour-Assure.
           initialize ConsentDonne.
           exec sql
               fetch Retour-Cursor into
                   :ConsentDonne.CAssur,:ConsentDonne.CNom,
                   :ConsentDonne.CPrenom,:ConsentDonne.CEmail,
                   :ConsentDonne.CConsent,:ConsentDonne.CSource
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoAssure
               exit paragraph
           end-if.
           if CConsent of ConsentDonne = 1
               perform RepasseAuPapier
               move "REPASSE AU PAPIER" to ResultatRetour
           else
               move "DEJA AU PAPIER" to ResultatRetour
           end-if.
           perform EcritLigneRetour.

       RepasseAuPapier.
           exec sql
               update Assure
                   set AConsentEmail = 0,
                       ADateRejetEmail = :RetourDonne.DateRetour
                   where AAssur = :ConsentDonne.CAssur
           end-exec.
           add 1 to NbrRepasses of BilanCourrierElec.
           move "AConsentEmail" to HistChamp of HistoriqueDonne.
           move "1" to HistAncien of HistoriqueDonne.
           move "0" to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

       EcritLigneRetour.
           move spaces to LigneRetour.
           string
               DateRetour of RetourDonne
               ";" EmailRetour of RetourDonne
               ";" CAssur of ConsentDonne
               ";" CNom of ConsentDonne " " CPrenom of ConsentDonne
               ";" MotifRetour of RetourDonne
               ";" ResultatRetour
               delimited by size into LigneRetour
           end-string.
           write Enr-FichierRetoursEmailTraites from LigneRetour.

      *-------------------------------------------------------------------------------------
      *----- Bilan du mois : documents par type et par canal, rejets
      *----- d'e-mail recus dans le mois et consentements en vigueur.
      *-------------------------------------------------------------------------------------
       BilanCanal.
           compute DebutMois = MoisBilan * 100 + 1.
           compute FinMois = MoisBilan * 100 + 31.
           move 0 to TotPapier of BilanCourrierElec.
           move 0 to TotEmail of BilanCourrierElec.
           move 0 to TotNpai of BilanCourrierElec.
           move 0 to TotDocs of BilanCourrierElec.
           move 0 to EoDB.
           open output FichierDocumentsParCanal.
           move spaces to LigneCanal.
           string
               "Mois;Type;Papier;Email;NPAI;Total;Rejets;Consentements"
               delimited by size into LigneCanal
           end-string.
           write Enr-FichierDocumentsParCanal from LigneCanal.
           exec sql
               Declare Canal-Cursor cursor for
                   select CcType,
                          sum(case when CcCanal = 'P'
                                   then 1 else 0 end),
                          sum(case when CcCanal = 'E'
                                   then 1 else 0 end),
                          sum(case when CcCanal = 'N'
                                   then 1 else 0 end),
                          count(*)
                       from CourrierCanal
                       where CcDate between :DebutMois and :FinMois
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = CcAssur),
                                     '01') = :SocieteSession)
                       group by CcType
                       order by CcType
           end-exec.
           exec sql
               open Canal-Cursor
           end-exec.
           perform BilanCanal-Trt until EoDB = 1.
           exec sql
               close Canal-Cursor
           end-exec.
           move 0 to TotRejets of BilanCourrierElec.
           exec sql
               select count(*) into :BilanCourrierElec.TotRejets
                   from RetourEmail
                   where ReDate between :DebutMois and :FinMois
                     and (:SocieteSession = ''
                          or exists
                             (select 1 from Assure
                                  where AEmail = ReEmail
                                    and isnull(ASociete,'01')
                                        = :SocieteSession))
           end-exec.
           move 0 to NbrConsentements of BilanCourrierElec.
           exec sql
               select count(*)
                   into :BilanCourrierElec.NbrConsentements
                   from Assure
                   where isnull(AConsentEmail,0) = 1
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           move spaces to LigneCanal.
           string
               MoisBilan
               ";TOT"
               ";" TotPapier of BilanCourrierElec
               ";" TotEmail of BilanCourrierElec
               ";" TotNpai of BilanCourrierElec
               ";" TotDocs of BilanCourrierElec
               ";" TotRejets of BilanCourrierElec
               ";" NbrConsentements of BilanCourrierElec
               delimited by size into LigneCanal
           end-string.
           write Enr-FichierDocumentsParCanal from LigneCanal.
           close FichierDocumentsParCanal.

       BilanCanal-Trt.
           initialize CanalDonne.
           exec sql
               fetch Canal-Cursor into
                   :CanalDonne.TypeCanal,:CanalDonne.NbrPapier,
                   :CanalDonne.NbrEmail,:CanalDonne.NbrNpai,
                   :CanalDonne.NbrDocs
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add NbrPapier of CanalDonne
               to TotPapier of BilanCourrierElec.
           add NbrEmail of CanalDonne to TotEmail of BilanCourrierElec.
           add NbrNpai of CanalDonne to TotNpai of BilanCourrierElec.
           add NbrDocs of CanalDonne to TotDocs of BilanCourrierElec.
           move spaces to LigneCanal.
           string
               MoisBilan
               ";" TypeCanal of CanalDonne
               ";" NbrPapier of CanalDonne
               ";" NbrEmail of CanalDonne
               ";" NbrNpai of CanalDonne
               ";" NbrDocs of CanalDonne
               ";;"
               delimited by size into LigneCanal
           end-string.
           write Enr-FichierDocumentsParCanal from LigneCanal.

      *---- Trace d'une modification de l'assure dans HistoriqueMaj,
      *---- comme la maintenance des assures.
       EcritHistorique.
           if HistAncien of HistoriqueDonne
                   = HistNouveau of HistoriqueDonne
               exit paragraph
           end-if.
           move "Assure" to HistTable of HistoriqueDonne.
           move CAssur of ConsentDonne to HistCle of HistoriqueDonne.
           move "CourrierElectronique"
               to HistProgramme of HistoriqueDonne.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               values
                   (:HistoriqueDonne.HistTable,
                    :HistoriqueDonne.HistCle,
                    :HistoriqueDonne.HistChamp,
                    :HistoriqueDonne.HistAncien,
                    :HistoriqueDonne.HistNouveau,
                    :HistoriqueDonne.HistOperateur,
                    :HistoriqueDonne.HistDate,
                    :HistoriqueDonne.HistHeure,
                    :HistoriqueDonne.HistProgramme)
           end-exec.

      *---- Operateur de la session (fichier depose par Program1).
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
      *----- Fin de l'envoi des documents par e-mail
      *-------------------------------------------------------------------------------------

       end program CourrierElectronique.
