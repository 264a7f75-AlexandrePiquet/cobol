       program-id. ContentieuxSinistre as
           "StatistiqueSinistresAssures.ContentieuxSinistre".

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

      *---- Dossier contentieux d'un sinistre porte en justice : avocat,
      *---- juridiction, partie adverse, date d'assignation, jugement
      *---- (sens et montant de la condamnation) et provision pour
      *---- contentieux (condamnation et frais attendus).
      *---- Sens du jugement : 0 = en attente, 1 = favorable,
      *---- 2 = defavorable, 3 = partiellement favorable,
      *---- 4 = transaction. Statut : 0 = en cours, 1 = termine.
       01 ContentieuxDonne.
            10 NSin           sql char-varying(6).
            10 NAssur         sql char-varying(5).
            10 Avocat         sql char-varying(30).
            10 Juridiction    sql char-varying(30).
            10 PartieAdverse  sql char-varying(30).
            10 DateAssignation pic 9(8).
            10 DateJugement   pic 9(8).
            10 SensJugement   pic 9.
            10 MontJugement   pic 9(8)V99.
            10 ProvContentieux pic 9(8)V99.
            10 StatutCont     pic 9.

      *---- Audience fixee sur le dossier contentieux.
       01 AudienceDonne.
            10 DateAudience   pic 9(8).
            10 ObjetAudience  sql char-varying(40).

      *---- Frais juridiques du sinistre, suivis a part de l'indemnite :
      *---- 1 = honoraires d'avocat, 2 = huissier et frais de procedure,
      *---- 3 = depens et article 700, 4 = autres frais.
       01 FraisDonne.
            10 DateFrais      pic 9(8).
            10 NatureFrais    pic 9.
            10 MontFrais      pic 9(8)V99.
            10 Beneficiaire   sql char-varying(30).

      *---- Echeancier mensuel : audiences a venir jusqu'a la fin du
      *---- mois suivant, et provision / frais par dossier ouvert.
       01 EcheancierDonne.
            10 FraisCumules   pic 9(8)V99.
            10 ProchaineAudience pic 9(8).
       01 BilanEcheancier.
            05 NbrAudiences   pic 9(4).
            05 NbrDossiers    pic 9(4).
            05 TotalProvCont  pic 9(10)V99.
            05 TotalFrais     pic 9(10)V99.
       77 DateLimiteAudiences pic 9(8).
       01 FichAudiences  pic x(150).
       01 FichProvCont   pic x(150).

       77 NbSinistreExistant pic 9(4).
       77 NbContExistant     pic 9(4).
       77 MessageContentieux pic x(50).
       77 DateCourante    pic 9(8).
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), seul
      *---- l'echeancier mensuel est produit, sans ecran.
       77 ModeExecution   pic x(10).
       77 TypeTrt         pic 9.
       77 EoDB pic 9.
       77 NoLigne pic 99.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

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

       01 M-ChoixContentieux
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Contentieux : 1=Ouverture 2=Audience 3=Jugement"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 4=Frais 5=Provision 6=Echeancier 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Recherche-Sinistre
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Numero du sinistre : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " Numero de l'assure : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Ouverture du dossier contentieux.
       01 T-OuvertureContentieux foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Ouverture du contentieux".
           10 line 3  col 2  value "Sinistre".
           10 line 3  col 28 from NSin   of ContentieuxDonne.
           10 line 4  col 2  value "Assure".
           10 line 4  col 28 from NAssur of ContentieuxDonne.
           10 line 6  col 2  value "Avocat                 :".
           10 line 7  col 2  value "Juridiction            :".
           10 line 8  col 2  value "Partie adverse         :".
           10 line 9  col 2  value "Assignation (AAAAMMJJ) :".
           10 line 10 col 2  value "Provision contentieux  :".

      *---- Rappel du dossier en tete des saisies de suivi.
       01 T-RappelContentieux foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Dossier contentieux".
           10 line 3  col 2  value "Sinistre".
           10 line 3  col 28 from NSin   of ContentieuxDonne.
           10 line 3  col 36 from NAssur of ContentieuxDonne.
           10 line 4  col 2  value "Avocat".
           10 line 4  col 28 from Avocat of ContentieuxDonne.
           10 line 5  col 2  value "Juridiction".
           10 line 5  col 28 from Juridiction of ContentieuxDonne.
           10 line 6  col 2  value "Partie adverse".
           10 line 6  col 28 from PartieAdverse of ContentieuxDonne.
           10 line 7  col 2  value "Provision contentieux".
           10 line 7  col 28 from ProvContentieux of ContentieuxDonne
               pic Z(7)9,99.

       01 T-SaisieAudience foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 9  col 2  value "Audience (AAAAMMJJ)    :".
           10 line 10 col 2  value "Objet                  :".

       01 T-SaisieJugement foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 9  col 2  value "Jugement (AAAAMMJJ)    :".
           10 line 10 col 2  value "Sens 1=Favorable 2=Defav".
           10 line 11 col 2  value "  3=Partiel 4=Transac. :".
           10 line 12 col 2  value "Montant condamnation   :".

       01 T-SaisieFrais foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 9  col 2  value "Date (AAAAMMJJ)        :".
           10 line 10 col 2  value "Nature 1=Avocat 2=Huiss.".
           10 line 11 col 2  value "  3=Depens 4=Autres    :".
           10 line 12 col 2  value "Montant                :".
           10 line 13 col 2  value "Beneficiaire           :".

       01 T-SaisieProvision foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 9  col 2  value "Nouvelle provision     :".

       01 T-MessageContentieux foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 16 col 2 from MessageContentieux.
           10 line 17 col 2 value "Appuyez sur Entree pour continuer".

       01 T-BilanEcheancier foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 18 value "Echeancier mensuel du contentieux".
           10 line 3 col 2 value "Audiences a venir".
           10 line 3 col 30 from NbrAudiences of BilanEcheancier
               pic Z(3)9.
           10 line 4 col 2 value "Dossiers en cours".
           10 line 4 col 30 from NbrDossiers of BilanEcheancier
               pic Z(3)9.
           10 line 5 col 2 value "Provision contentieux".
           10 line 5 col 30 from TotalProvCont of BilanEcheancier
               pic Z(9)9,99.
           10 line 6 col 2 value "Frais juridiques engages".
           10 line 6 col 30 from TotalFrais of BilanEcheancier
               pic Z(9)9,99.
           10 line 8 col 2 value "Detail dans AudiencesAVenir.csv".
           10 line 9 col 2 value "et ProvisionsContentieux.csv".
           10 line 11 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Contentieux des sinistres : dossier judiciaire rattache au
      *----- sinistre (avocat, juridiction, partie adverse), audiences,
      *----- jugement, provision pour contentieux et frais juridiques
      *----- enregistres comme frais du sinistre, distincts de
      *----- l'indemnite. L'echeancier mensuel liste les audiences a
      *----- venir et la provision de chaque dossier en cours.
      *-------------------------------------------------------------------------------------
       GestionContentieux.
           accept DateCourante from date yyyymmdd.
           move spaces to SocieteSession.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           if ModeExecution = "BATCH"
               perform EcheancierMensuel
               goback
           end-if.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixContentieux.
           accept TypeTrt line 3 col 47.
           evaluate TypeTrt
               when 1
                   perform OuvertureContentieux
               when 2
                   perform SaisieAudience
               when 3
                   perform SaisieJugement
               when 4
                   perform SaisieFrais
               when 5
                   perform SaisieProvision
               when 6
                   perform EcheancierMensuel
               when other
                   continue
           end-evaluate.
           goback.

      *---- Cle du sinistre et controle de son existence.
       RechercheSinistre.
           initialize ContentieuxDonne.
           display Ecran-Blanc.
           display M-Recherche-Sinistre.
           accept NSin   of ContentieuxDonne line 2 col 24.
           accept NAssur of ContentieuxDonne line 3 col 24.
           move 0 to NbSinistreExistant.
           exec sql
               select count(*) into :NbSinistreExistant
                   from Sinistre
                   where SNSin = :ContentieuxDonne.NSin
                     and SNAssur = :ContentieuxDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           move 0 to NbContExistant.
           exec sql
               select count(*) into :NbContExistant
                   from Contentieux
                   where CtNSin = :ContentieuxDonne.NSin
                     and CtNAssur = :ContentieuxDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = CtNAssur),'01')
                             = :SocieteSession)
           end-exec.

      *---- Dossier contentieux d'un sinistre existant, pour les saisies
      *---- de suivi : il doit avoir ete ouvert.
       RechercheContentieux.
           perform RechercheSinistre.
           if NbContExistant = 0
               move "Aucun contentieux ouvert sur ce sinistre"
                   to MessageContentieux
               exit paragraph
           end-if.
           exec sql
               select CtAvocat,CtJuridiction,CtPartieAdverse,
                      CtDateAssign,CtDateJugement,CtSensJugement,
                      CtMontJugement,CtProvision,CtStatut
                   into :ContentieuxDonne.Avocat,
                        :ContentieuxDonne.Juridiction,
                        :ContentieuxDonne.PartieAdverse,
                        :ContentieuxDonne.DateAssignation,
                        :ContentieuxDonne.DateJugement,
                        :ContentieuxDonne.SensJugement,
                        :ContentieuxDonne.MontJugement,
                        :ContentieuxDonne.ProvContentieux,
                        :ContentieuxDonne.StatutCont
                   from Contentieux
                   where CtNSin = :ContentieuxDonne.NSin
                     and CtNAssur = :ContentieuxDonne.NAssur
           end-exec.
           display Ecran-Blanc.
           display T-RappelContentieux.

      *---- Ouverture : un seul dossier contentieux par sinistre.
       OuvertureContentieux.
           perform RechercheSinistre.
           if NbSinistreExistant = 0
               move "Aucun sinistre trouve pour cette cle."
                   to MessageContentieux
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           if NbContExistant > 0
               move "Contentieux deja ouvert sur ce sinistre"
                   to MessageContentieux
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           display Ecran-Blanc.
           display T-OuvertureContentieux.
           accept Avocat          of ContentieuxDonne line 6  col 28.
           accept Juridiction     of ContentieuxDonne line 7  col 28.
           accept PartieAdverse   of ContentieuxDonne line 8  col 28.
           accept DateAssignation of ContentieuxDonne line 9  col 28.
           accept ProvContentieux of ContentieuxDonne line 10 col 28.
           if DateAssignation of ContentieuxDonne = 0
               move DateCourante to DateAssignation of ContentieuxDonne
           end-if.
           exec sql
                INSERT INTO Contentieux
                    (CtNSin,CtNAssur,CtAvocat,CtJuridiction,
                     CtPartieAdverse,CtDateAssign,CtDateJugement,
                     CtSensJugement,CtMontJugement,CtProvision,CtStatut)
                VALUES
                    (:ContentieuxDonne.NSin,:ContentieuxDonne.NAssur,
                     :ContentieuxDonne.Avocat,
                     :ContentieuxDonne.Juridiction,
                     :ContentieuxDonne.PartieAdverse,
                     :ContentieuxDonne.DateAssignation,0,0,0,
                     :ContentieuxDonne.ProvContentieux,0)
           end-exec.
           exec sql
               commit
           end-exec.
           move "Contentieux ouvert." to MessageContentieux.
           display T-MessageContentieux.
           accept OptionChoisie.

      *---- Audience fixee sur un dossier en cours.
       SaisieAudience.
           move spaces to MessageContentieux.
           perform RechercheContentieux.
           if MessageContentieux not = spaces
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           initialize AudienceDonne.
           display T-SaisieAudience.
           accept DateAudience  of AudienceDonne line 9  col 28.
           accept ObjetAudience of AudienceDonne line 10 col 28.
           if DateAudience of AudienceDonne = 0
               move "Date d'audience obligatoire" to MessageContentieux
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
                INSERT INTO AudienceContentieux
                    (AuNSin,AuNAssur,AuDate,AuObjet)
                VALUES
                    (:ContentieuxDonne.NSin,:ContentieuxDonne.NAssur,
                     :AudienceDonne.DateAudience,
                     :AudienceDonne.ObjetAudience)
           end-exec.
           exec sql
               commit
           end-exec.
           move "Audience enregistree." to MessageContentieux.
           display T-MessageContentieux.
           accept OptionChoisie.

      *---- Jugement : sa saisie termine le dossier contentieux. La
      *---- condamnation reste a regler sur le sinistre (Reglement) ;
      *---- ControleProvisions signale la provision qui ne la couvre
      *---- pas.
       SaisieJugement.
           move spaces to MessageContentieux.
           perform RechercheContentieux.
           if MessageContentieux not = spaces
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           display T-SaisieJugement.
           move 0 to DateJugement of ContentieuxDonne.
           move 0 to SensJugement of ContentieuxDonne.
           move 0 to MontJugement of ContentieuxDonne.
           accept DateJugement of ContentieuxDonne line 9  col 28.
           accept SensJugement of ContentieuxDonne line 11 col 28.
           accept MontJugement of ContentieuxDonne line 12 col 28.
           if DateJugement of ContentieuxDonne = 0
               or SensJugement of ContentieuxDonne < 1
               or SensJugement of ContentieuxDonne > 4
               move "Date et sens du jugement obligatoires"
                   to MessageContentieux
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               update Contentieux
                   set CtDateJugement = :ContentieuxDonne.DateJugement,
                       CtSensJugement = :ContentieuxDonne.SensJugement,
                       CtMontJugement = :ContentieuxDonne.MontJugement,
                       CtStatut = 1
                   where CtNSin = :ContentieuxDonne.NSin
                     and CtNAssur = :ContentieuxDonne.NAssur
           end-exec.
           exec sql
               commit
           end-exec.
           move "Jugement enregistre, contentieux termine."
               to MessageContentieux.
           display T-MessageContentieux.
           accept OptionChoisie.

      *---- Frais juridiques : frais du sinistre, hors indemnite.
       SaisieFrais.
           move spaces to MessageContentieux.
           perform RechercheContentieux.
           if MessageContentieux not = spaces
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           initialize FraisDonne.
           display T-SaisieFrais.
           accept DateFrais    of FraisDonne line 9  col 28.
           accept NatureFrais  of FraisDonne line 11 col 28.
           accept MontFrais    of FraisDonne line 12 col 28.
           accept Beneficiaire of FraisDonne line 13 col 28.
           if DateFrais of FraisDonne = 0
               move DateCourante to DateFrais of FraisDonne
           end-if.
           if NatureFrais of FraisDonne < 1
               or NatureFrais of FraisDonne > 4
               or MontFrais of FraisDonne = 0
               move "Nature 1 a 4 et montant obligatoires"
                   to MessageContentieux
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
                INSERT INTO FraisSinistre
                    (FsNSin,FsNAssur,FsDate,FsNature,FsMontant,
                     FsBeneficiaire)
                VALUES
                    (:ContentieuxDonne.NSin,:ContentieuxDonne.NAssur,
                     :FraisDonne.DateFrais,:FraisDonne.NatureFrais,
                     :FraisDonne.MontFrais,:FraisDonne.Beneficiaire)
           end-exec.
           exec sql
               commit
           end-exec.
           move "Frais enregistres." to MessageContentieux.
           display T-MessageContentieux.
           accept OptionChoisie.

      *---- Revision de la provision pour contentieux du dossier.
       SaisieProvision.
           move spaces to MessageContentieux.
           perform RechercheContentieux.
           if MessageContentieux not = spaces
               display T-MessageContentieux
               accept OptionChoisie
               exit paragraph
           end-if.
           display T-SaisieProvision.
           move 0 to ProvContentieux of ContentieuxDonne.
           accept ProvContentieux of ContentieuxDonne line 9 col 28.
           exec sql
               update Contentieux
                   set CtProvision = :ContentieuxDonne.ProvContentieux
                   where CtNSin = :ContentieuxDonne.NSin
                     and CtNAssur = :ContentieuxDonne.NAssur
           end-exec.
           exec sql
               commit
           end-exec.
           move "Provision revisee." to MessageContentieux.
           display T-MessageContentieux.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Echeancier mensuel : les audiences fixees d'aujourd'hui a la
      *----- fin du mois suivant (AudiencesAVenir.csv), puis pour chaque
      *----- dossier en cours la provision pour contentieux, les frais
      *----- deja engages et la prochaine audience
      *----- (ProvisionsContentieux.csv).
      *-------------------------------------------------------------------------------------
       EcheancierMensuel.
           initialize BilanEcheancier.
           exec sql
               select convert(char(8),
                          eomonth(getdate(),1),112)
                   into :DateLimiteAudiences
           end-exec.
           perform ListeAudiences.
           perform ListeProvisions.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           display Ecran-Blanc.
           display T-BilanEcheancier.
           accept OptionChoisie.

       ListeAudiences.
           move 0 to EoDB.
           open output FichierAudiences.
           move spaces to FichAudiences.
           string
               "DateAudience;NSin;NAssur;Objet;Avocat;Juridiction;"
               "PartieAdverse"
               into FichAudiences
           end-string.
           write Enr-FichierAudiences from FichAudiences.
           exec sql
               Declare Audience-Cursor cursor for
                   select AuDate,AuNSin,AuNAssur,AuObjet,
                          CtAvocat,CtJuridiction,CtPartieAdverse
                       from AudienceContentieux
                       inner join Contentieux on CtNSin = AuNSin
                                             and CtNAssur = AuNAssur
                       where CtStatut = 0
                         and AuDate >= :DateCourante
                         and AuDate <= :DateLimiteAudiences
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = CtNAssur),
                                     '01') = :SocieteSession)
                       order by AuDate,AuNSin
           end-exec.
           exec sql
               open Audience-Cursor
           end-exec.
           perform ListeAudiences-Trt until EoDB=1.
           exec sql
               close Audience-Cursor
           end-exec.
           close FichierAudiences.

       ListeAudiences-Trt.
           exec sql
               fetch Audience-Cursor into
                   :AudienceDonne.DateAudience,
                   :ContentieuxDonne.NSin,:ContentieuxDonne.NAssur,
                   :AudienceDonne.ObjetAudience,
                   :ContentieuxDonne.Avocat,
                   :ContentieuxDonne.Juridiction,
                   :ContentieuxDonne.PartieAdverse
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               add 1 to NbrAudiences of BilanEcheancier
               move spaces to FichAudiences
               string
                   DateAudience of AudienceDonne
                   ";" NSin of ContentieuxDonne
                   ";" NAssur of ContentieuxDonne
                   ";" ObjetAudience of AudienceDonne
                   ";" Avocat of ContentieuxDonne
                   ";" Juridiction of ContentieuxDonne
                   ";" PartieAdverse of ContentieuxDonne
                   into FichAudiences
               end-string
               write Enr-FichierAudiences from FichAudiences
           end-if.

       ListeProvisions.
           move 0 to EoDB.
           open output FichierProvContentieux.
           move spaces to FichProvCont.
           string
               "NSin;NAssur;Avocat;Juridiction;Assignation;"
               "ProchaineAudience;ProvisionContentieux;FraisEngages"
               into FichProvCont
           end-string.
           write Enr-FichierProvContentieux from FichProvCont.
           exec sql
               Declare ProvCont-Cursor cursor for
                   select CtNSin,CtNAssur,CtAvocat,CtJuridiction,
                          CtDateAssign,isnull(CtProvision,0),
                          isnull((select min(AuDate)
                                      from AudienceContentieux
                                      where AuNSin = CtNSin
                                        and AuNAssur = CtNAssur
                                        and AuDate >= :DateCourante),0),
                          isnull((select sum(FsMontant)
                                      from FraisSinistre
                                      where FsNSin = CtNSin
                                        and FsNAssur = CtNAssur),0)
                       from Contentieux
                       where CtStatut = 0
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = CtNAssur),
                                     '01') = :SocieteSession)
                       order by CtNSin
           end-exec.
           exec sql
               open ProvCont-Cursor
           end-exec.
           perform ListeProvisions-Trt until EoDB=1.
           exec sql
               close ProvCont-Cursor
           end-exec.
           close FichierProvContentieux.

       ListeProvisions-Trt.
           exec sql
               fetch ProvCont-Cursor into
                   :ContentieuxDonne.NSin,:ContentieuxDonne.NAssur,
                   :ContentieuxDonne.Avocat,
                   :ContentieuxDonne.Juridiction,
                   :ContentieuxDonne.DateAssignation,
                   :ContentieuxDonne.ProvContentieux,
                   :EcheancierDonne.ProchaineAudience,
                   :EcheancierDonne.FraisCumules
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               add 1 to NbrDossiers of BilanEcheancier
               add ProvContentieux of ContentieuxDonne
                   to TotalProvCont of BilanEcheancier
               add FraisCumules of EcheancierDonne
                   to TotalFrais of BilanEcheancier
               move spaces to FichProvCont
               string
                   NSin of ContentieuxDonne
                   ";" NAssur of ContentieuxDonne
                   ";" Avocat of ContentieuxDonne
                   ";" Juridiction of ContentieuxDonne
                   ";" DateAssignation of ContentieuxDonne
                   ";" ProchaineAudience of EcheancierDonne
                   ";" ProvContentieux of ContentieuxDonne
                   ";" FraisCumules of EcheancierDonne
                   into FichProvCont
               end-string
               write Enr-FichierProvContentieux from FichProvCont
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
      *----- Fin du contentieux des sinistres
      *-------------------------------------------------------------------------------------

       end program ContentieuxSinistre.
