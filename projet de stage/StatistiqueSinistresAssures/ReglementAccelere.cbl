       program-id. ReglementAccelere as
           "StatistiqueSinistresAssures.ReglementAccelere".

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

      *---- Sinistre ouvert examine pour le reglement accelere.
       01 SinistreDonne.
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 TypeSin       sql char(1).
            10 NImma         sql char-varying(9).
            10 DateSin       sql char-varying(8).
            10 MontSin       pic 9(8)V99.
      *---- Indemnite nette : montant moins la vetuste et la franchise
      *---- de la garantie du vehicule correspondant au type du
      *---- sinistre, plancher a zero, comme a la cloture manuelle.
            10 MontNet       pic 9(8)V99.
       77 FranchiseApplicable pic 9(6)V99.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.

      *---- Reglement cree d'office au nom de l'assure.
       01 ReglementDonne.
            10 DatePaie     pic 9(8).
            10 Beneficiaire sql char-varying(25).

      *---- Regles de la voie acceleree (RegleAccelere.csv :
      *---- type de sinistre;code garantie;plafond en centimes) : un
      *---- sinistre du type, sur un vehicule qui porte la garantie, et
      *---- dont le montant ne depasse pas le plafond, est regle et clos
      *---- sans passer par l'expert ni l'autorisation superviseur.
      *---- Fichier absent ou vide : bris de glace jusqu'a 1 500 euros
      *---- et responsabilite civile jusqu'a 800 euros.
       01 TableReglesAccel.
           05 RegleAccel occurs 10 times.
               10 TypeRegle     pic x(1).
               10 GarantieRegle pic x(1).
               10 PlafondRegle  pic 9(7)V99.
       01 LigneRegleAccel.
           05 TypeRegleLu     pic x(1).
           05 GarantieRegleLu pic x(1).
           05 PlafondLu       pic 9(9).
       77 NbrReglesAccel   pic 99.
       77 IndiceRegle      pic 99.
       77 RegleRetenue     pic 99.
       77 EofRegle         pic 9.
       77 CodeGarantieRegle sql char(1).
       77 NbGarantie       pic 9(4).

      *---- Pieces obligatoires par type de sinistre (referentiel
      *---- DocumentsRequis.csv) : un dossier incomplet reste dans le
      *---- circuit normal.
       01 TableDocsRequis.
           05 DocRequis occurs 20 times.
               10 TypeDocRequis pic x(1).
               10 CodeDocRequis pic x(8).
       77 NbrDocsRequis    pic 99.
       77 IndiceDocRequis  pic 99.
       77 NbDocRecu        pic 9(4).
       77 DocManquant      pic 9.
       77 CodeDocControle  sql char-varying(8).

      *---- Memes fenetres que le criblage anti-fraude : un sinistre qui
      *---- y serait releve n'est jamais regle d'office.
       77 FenetreApresEntree  pic 99 value 7.
       77 FenetreAvantResil   pic 99 value 7.
       77 FenetreMemeImma     pic 99 value 30.
       77 NbSuspicionSin      pic 9(4).
       77 NbSuspicionMouv     pic 9(4).
      *---- Alertes de gel des avoirs non ecartees sur l'assure, seul
      *---- beneficiaire d'un reglement accelere.
       77 NbAlerteGel         pic 9(4).

      *---- Echantillon de controle a posteriori : TauxEchantillon
      *---- reglements acceleres sur cent, tires au hasard, attendent la
      *---- revue d'un superviseur dans la table ControlePosteriori
      *---- (statut 0 a controler, 1 conforme, 2 non conforme).
       77 TauxEchantillon  pic 99 value 10.
       77 TirageAudit      pic 99.
       77 MisEnControle    pic x(1).

      *---- Controle des periodes comptables closes : le mois courant
      *---- doit etre ouvert pour regler et clore.
       77 PeriodeTest      pic 9(6).
       77 NbPeriodeClose   pic 9(4).

       01 DateCourante     pic 9(8).

       01 BilanAccelere.
           05 NbrExamines     pic 9(5).
           05 NbrRegles       pic 9(5).
           05 NbrHorsRegle    pic 9(5).
           05 NbrIncomplets   pic 9(5).
           05 NbrSuspects     pic 9(5).
           05 NbrGeles        pic 9(5).
           05 NbrEchantillon  pic 9(5).
           05 TotalRegle      pic 9(8)V99.
       01 FichAccelere pic x(120).

      *---- Revue a posteriori par le superviseur.
       01 ControleDonne.
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 DateReg       pic 9(8).
            10 MontNet       pic 9(8)V99.
            10 Beneficiaire  sql char-varying(25).
       77 ChoixDecision    pic x.
       77 StatutControle   pic 9.
       77 LibDecision      pic x(12).
       01 BilanControle.
           05 NbrConformes    pic 9(5).
           05 NbrNonConformes pic 9(5).
           05 NbrLaisses      pic 9(5).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).

      *---- Societe de l'operateur : seuls les sinistres de sa societe
      *---- sont regles ; en BATCH ou pour un operateur du groupe,
      *---- toutes les societes dont le mois courant n'est pas clos.
       77 SocieteSession   pic x(2).
       77 SocieteAccel     pic x(2).

      *---- Ligne ecrite dans le journal des controles a posteriori, sur
      *---- le modele du journal des autorisations.
       01 LigneControle.
           05 DateCtrlFic  pic 9(8).
           05 HeureCtrlFic pic 9(8).
           05 CleCtrlFic   pic x(16).
       77 FichControle pic x(80).

       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- reglement accelere s'execute sans affichage.
       77 ModeExecution   pic x(10).

       77 EoDB pic 9.
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

       01 M-ChoixAccelere
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Voie rapide : 1=Reglement 2=Controle 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du reglement accelere
       01  T-BilanAccelere foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Reglement accelere des sinistres".
           05 line 3 col 2  value "Sinistres examines".
           05 line 3 col 30 from NbrExamines of BilanAccelere
               pic Z(4)9.
           05 line 4 col 2  value "Regles et clos".
           05 line 4 col 30 from NbrRegles of BilanAccelere
               pic Z(4)9.
           05 line 5 col 2  value "Hors regle ou plafond".
           05 line 5 col 30 from NbrHorsRegle of BilanAccelere
               pic Z(4)9.
           05 line 6 col 2  value "Dossiers incomplets".
           05 line 6 col 30 from NbrIncomplets of BilanAccelere
               pic Z(4)9.
           05 line 7 col 2  value "Suspicions de fraude".
           05 line 7 col 30 from NbrSuspects of BilanAccelere
               pic Z(4)9.
           05 line 8 col 2  value "Mis en controle".
           05 line 8 col 30 from NbrEchantillon of BilanAccelere
               pic Z(4)9.
           05 line 9 col 2  value "Total regle".
           05 line 9 col 30 from TotalRegle of BilanAccelere
               pic Z(6)9,99.
           05 line 10 col 2 value "Alertes gel des avoirs".
           05 line 10 col 30 from NbrGeles of BilanAccelere
               pic Z(4)9.
           05 line 11 col 2 value "Detail dans ReglementsAcceleres.csv".
           05 line 13 col 2 value "Appuyez sur Entree pour continuer".

       01 T-PeriodeClose foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 15 col 2
               value "Periode comptable close : aucun reglement.".
           10 line 16 col 2 value "Appuyez sur Entree pour continuer".

      *---- Fiche d'un reglement accelere a controler.
       01 T-FicheControle foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 18 value "Controle des reglements acceleres".
           10 line 3  col 2  value "Sinistre".
           10 line 3  col 24 from NSin    of ControleDonne.
           10 line 4  col 2  value "Assure".
           10 line 4  col 24 from NAssur  of ControleDonne.
           10 line 5  col 2  value "Date du reglement".
           10 line 5  col 24 from DateReg of ControleDonne.
           10 line 6  col 2  value "Beneficiaire".
           10 line 6  col 24 from Beneficiaire of ControleDonne.
           10 line 7  col 2  value "Montant net".
           10 line 7  col 24 from MontNet of ControleDonne
               pic Z(6)9,99.
           10 line 9  col 2
               value "[C]onforme [N]on conforme [S]uivant [M]enu :".

      *---- Bilan de la session de controle
       01  T-BilanControle foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Controle des reglements acceleres".
           05 line 3 col 2  value "Conformes".
           05 line 3 col 30 from NbrConformes of BilanControle
               pic Z(4)9.
           05 line 4 col 2  value "Non conformes".
           05 line 4 col 30 from NbrNonConformes of BilanControle
               pic Z(4)9.
           05 line 5 col 2  value "Laisses a controler".
           05 line 5 col 30 from NbrLaisses of BilanControle
               pic Z(4)9.
           05 line 7 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Voie rapide des petits sinistres : les bris de glace et les
      *----- petits sinistres de responsabilite civile ne passent plus
      *----- par l'expert, la chasse aux pieces et l'autorisation comme
      *----- un accident grave. Un sinistre ouvert couvert par une regle
      *----- de RegleAccelere.csv, sous le plafond, au dossier complet,
      *----- sans suspicion de fraude et sans paiement deja enregistre,
      *----- recoit d'office son reglement net de franchise et passe a
      *----- l'etat clos. Un echantillon tire au hasard est mis de cote
      *----- dans ControlePosteriori pour la revue des superviseurs.
      *-------------------------------------------------------------------------------------
       GestionAccelere.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           accept DateCourante from date yyyymmdd.
           move spaces to SocieteSession.
           if ModeExecution = "BATCH"
               perform ReglementAccelere
               goback
           end-if.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixAccelere.
           accept TypeTrt line 2 col 47.
           evaluate TypeTrt
               when 1
                   perform ReglementAccelere
                   display Ecran-Blanc
                   if NbPeriodeClose > 0
                       display T-PeriodeClose
                   else
                       display T-BilanAccelere
                   end-if
                   accept OptionChoisie
               when 2
                   perform ControlePosteriori
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Reglement accelere : parcours des sinistres ouverts sans
      *----- reglement, ni en attente d'autorisation ; chaque sinistre
      *----- retenu est regle, clos et trace dans ReglementsAcceleres.csv.
      *----- Un vol non retrouve attend ses trente jours de carence.
      *-------------------------------------------------------------------------------------
       ReglementAccelere.
           perform ReglementAccelere-Init.
           if NbPeriodeClose > 0
               exit paragraph
           end-if.
           perform ReglementAccelere-Trt until EoDB=1.
           perform ReglementAccelere-Fin.

       ReglementAccelere-Init.
           move 0 to EoDB.
           initialize BilanAccelere.
           move DateCourante(1:6) to PeriodeTest.
           move 0 to NbPeriodeClose.
           move SocieteSession to SocieteAccel.
           if SocieteAccel = spaces
               move "01" to SocieteAccel
           end-if.
           exec sql
               select count(*) into :NbPeriodeClose
                   from Periode
                   where PAnneeMois = :PeriodeTest
                     and PStatut = 1
                     and isnull(PSociete,'01') = :SocieteAccel
           end-exec.
           if NbPeriodeClose > 0
               exit paragraph
           end-if.
           perform ChargeReglesAccel.
           perform ChargeDocumentsRequis.
           open output FichierReglementsAcceleres.
           string
               "NSin;NAssur;Type;Montant;Vetuste;Franchise;Net;"
               "Beneficiaire;Controle"
               into FichAccelere
           end-string.
           write Enr-FichierReglementsAcceleres from FichAccelere.
           exec sql
               Declare Accelere-Cursor cursor for
                   select SNSin,SNAssur,STypeSin,SNImma,SDateSin,
                          SMontSin
                       from Sinistre
                       where SStatut = 0
                         and not exists
                             (select 1 from Reglement
                                 where RNSin = SNSin
                                   and RNAssur = SNAssur)
                         and not exists
                             (select 1 from ReglementAttente
                                 where RaNSin = SNSin
                                   and RaNAssur = SNAssur)
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01') =
                                 :SocieteSession)
                         and not (isnull(SVol,0) = 1
                                  and isnull(SDateRetrouve,0) = 0
                                  and datediff(day,
                                      convert(date,SDateSin,112),
                                      getdate()) < 30)
                         and not exists
                             (select 1 from Periode
                                 where PAnneeMois = :PeriodeTest
                                   and PStatut = 1
                                   and isnull(PSociete,'01') =
                                       isnull(SSociete,'01'))
                       order by SNSin
           end-exec.
           exec sql
               open Accelere-Cursor
           end-exec.

       ReglementAccelere-Trt.
           exec sql
               fetch Accelere-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                   :SinistreDonne.DateSin,:SinistreDonne.MontSin
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               add 1 to NbrExamines of BilanAccelere
               perform ExamineSinistre
           end-if.

       ReglementAccelere-Fin.
           exec sql
               close Accelere-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           close FichierReglementsAcceleres.

      *---- Un sinistre ecarte reste dans le circuit normal, sans trace.
       ExamineSinistre.
           perform ChercheRegleAccel.
           if RegleRetenue = 0
               add 1 to NbrHorsRegle of BilanAccelere
               exit paragraph
           end-if.
           perform ControleDocumentsComplets.
           if DocManquant = 1
               add 1 to NbrIncomplets of BilanAccelere
               exit paragraph
           end-if.
           perform ControleFraude.
           if NbSuspicionSin + NbSuspicionMouv > 0
               add 1 to NbrSuspects of BilanAccelere
               exit paragraph
           end-if.
           perform ControleGelAssure.
           if NbAlerteGel > 0
               add 1 to NbrGeles of BilanAccelere
               exit paragraph
           end-if.
           perform EnrReglementAccelere.

      *---- Une alerte de gel non ecartee (CriblageGel) sur l'assure,
      *---- par son numero ou par son nom de beneficiaire, renvoie le
      *---- sinistre au circuit normal et a l'autorisation superviseur.
       ControleGelAssure.
           move 0 to NbAlerteGel.
           exec sql
               select count(*) into :NbAlerteGel
                   from CriblageGel
                   where CgStatut < 2
                     and ((CgType = 'ASSURE'
                           and CgCle = :SinistreDonne.NAssur)
                       or (CgType = 'BENEFICIAIRE'
                           and CgNom =
                               (select left(rtrim(ANom) + ' '
                                        + rtrim(APrenom),25)
                                   from Assure
                                   where AAssur =
                                         :SinistreDonne.NAssur)))
           end-exec.

      *---- Premiere regle du type du sinistre dont la garantie est
      *---- portee par le vehicule et dont le plafond couvre le montant.
       ChercheRegleAccel.
           move 0 to RegleRetenue.
           perform EssaieRegleAccel
               varying IndiceRegle from 1 by 1
               until IndiceRegle > NbrReglesAccel
                  or RegleRetenue > 0.

       EssaieRegleAccel.
           if TypeRegle(IndiceRegle) not = TypeSin of SinistreDonne
               exit paragraph
           end-if.
           if MontSin of SinistreDonne > PlafondRegle(IndiceRegle)
               exit paragraph
           end-if.
           move GarantieRegle(IndiceRegle) to CodeGarantieRegle.
           move 0 to NbGarantie.
           exec sql
               select count(*) into :NbGarantie
                   from Garantie
                   where GAssur = :SinistreDonne.NAssur
                     and GImma = :SinistreDonne.NImma
                     and GCode = :CodeGarantieRegle
           end-exec.
           if NbGarantie > 0
               move IndiceRegle to RegleRetenue
           end-if.

      *---- Toutes les pieces obligatoires du type doivent etre recues,
      *---- comme a l'import des reglements.
       ControleDocumentsComplets.
           move 0 to DocManquant.
           perform ControleUnDocument
               varying IndiceDocRequis from 1 by 1
               until IndiceDocRequis > NbrDocsRequis
                  or DocManquant = 1.

       ControleUnDocument.
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
               move 1 to DocManquant
           end-if.

      *---- Regles du criblage anti-fraude appliquees au seul sinistre
      *---- courant : autre sinistre rapproche sur la meme
      *---- immatriculation, meme montant chez un autre assure,
      *---- sinistre juste avant une resiliation ou juste apres une
      *---- entree au parc.
       ControleFraude.
           move 0 to NbSuspicionSin.
           exec sql
               select count(*) into :NbSuspicionSin
                   from Sinistre
                   where (SNImma = :SinistreDonne.NImma
                          and (SNSin <> :SinistreDonne.NSin
                               or SNAssur <> :SinistreDonne.NAssur)
                          and abs(datediff(day,
                                  convert(date,SDateSin,112),
                                  convert(date,:SinistreDonne.DateSin,
                                          112)))
                                  <= :FenetreMemeImma)
                      or (SMontSin = :SinistreDonne.MontSin
                          and SNAssur <> :SinistreDonne.NAssur)
           end-exec.
           if SQLCODE not = 0
               move 0 to NbSuspicionSin
           end-if.
           move 0 to NbSuspicionMouv.
           exec sql
               select count(*) into :NbSuspicionMouv
                   from Mouvement
                   where MImma = :SinistreDonne.NImma
                     and ((MCodeMouv = 'R'
                           and datediff(day,
                                   convert(date,
                                       :SinistreDonne.DateSin,112),
                                   convert(date,MDate,112))
                                   between 0 and :FenetreAvantResil)
                       or (MCodeMouv = 'A'
                           and datediff(day,
                                   convert(date,MDate,112),
                                   convert(date,
                                       :SinistreDonne.DateSin,112))
                                   between 0 and :FenetreApresEntree))
           end-exec.
           if SQLCODE not = 0
               move 0 to NbSuspicionMouv
           end-if.

      *---- Reglement net de franchise au nom de l'assure, cloture du
      *---- sinistre (motif 1 = regle) et tirage de l'echantillon.
       EnrReglementAccelere.
           perform CalculeIndemniteNette.
           move DateCourante to DatePaie of ReglementDonne.
           move "ASSURE" to Beneficiaire of ReglementDonne.
           exec sql
               select left(rtrim(ANom) + ' ' + rtrim(APrenom),25)
                   into :ReglementDonne.Beneficiaire
                   from Assure
                   where AAssur = :SinistreDonne.NAssur
           end-exec.
           exec sql
                INSERT INTO Reglement
                    (RNSin,RNAssur,RDatePaie,RMontPaie,
                     RBeneficiaire)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :ReglementDonne.DatePaie,
                     :SinistreDonne.MontNet,
                     :ReglementDonne.Beneficiaire)
           end-exec.
           exec sql
               update Sinistre
                   set SStatut = 1,
                       SMontNet = :SinistreDonne.MontNet,
                       SVetuste = :MontVetuste,
                       SCategVetuste = :CategVetuste,
                       SProvision = 0,
                       SDateClot = :DateCourante,
                       SMotifClot = 1
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           add 1 to NbrRegles of BilanAccelere.
           add MontNet of SinistreDonne to TotalRegle of BilanAccelere.
           perform TireEchantillon.
           string
               NSin of SinistreDonne
               ";" NAssur of SinistreDonne
               ";" TypeSin of SinistreDonne
               ";" MontSin of SinistreDonne
               ";" MontVetuste
               ";" FranchiseApplicable
               ";" MontNet of SinistreDonne
               ";" Beneficiaire of ReglementDonne
               ";" MisEnControle
               into FichAccelere
           end-string.
           write Enr-FichierReglementsAcceleres from FichAccelere.

      *---- Indemnite nette : montant moins la vetuste, puis moins la
      *---- franchise de la garantie du vehicule dont le code correspond
      *---- au type du sinistre.
       CalculeIndemniteNette.
           move 0 to FranchiseApplicable.
           exec sql
               select GFranchise into :FranchiseApplicable
                   from Garantie
                   where GAssur = :SinistreDonne.NAssur
                     and GImma = :SinistreDonne.NImma
                     and GCode = :SinistreDonne.TypeSin
           end-exec.
           if SQLCODE not = 0
               move 0 to FranchiseApplicable
           end-if.
           perform CalculeVetuste.
           if FranchiseApplicable + MontVetuste
                   > MontSin of SinistreDonne
               move 0 to MontNet of SinistreDonne
           else
               compute MontNet of SinistreDonne =
                   MontSin of SinistreDonne - MontVetuste
                       - FranchiseApplicable
           end-if.

      *---- Vetuste, comme a l'import : categorie de pieces selon le
      *---- type (DOM, VEH, VIT), taux de la grille selon l'age du
      *---- vehicule a la date du sinistre.
       CalculeVetuste.
           move 0 to TauxVetuste.
           move 0 to MontVetuste.
           evaluate TypeSin of SinistreDonne
               when '1'
                   move "DOM" to CategVetuste
               when '2'
                   move "VEH" to CategVetuste
               when '3'
                   move "VIT" to CategVetuste
               when other
                   move spaces to CategVetuste
           end-evaluate.
           if CategVetuste = spaces
               exit paragraph
           end-if.
           perform LitTauxVetuste.
           compute MontVetuste rounded =
               MontSin of SinistreDonne * TauxVetuste / 100.

      *---- Taux de la tranche d'age la plus haute atteinte par le
      *---- vehicule a la date du sinistre ; 0 si l'age est inconnu.
       LitTauxVetuste.
           move 0 to TauxVetuste.
           exec sql
               select isnull((select top 1 GvTaux from GrilleVetuste
                      where GvCategorie = :CategVetuste
                        and GvAgeMin <= datediff(month,
                            convert(date,isnull(nullif(VDateMec,' '),
                                MoDateLancement),112),
                            convert(date,:SinistreDonne.DateSin,112))
                            / 12
                      order by GvAgeMin desc),0)
                   into :TauxVetuste
                   from Vehicule
                   left join ModeleVehicule on MoCode = VModele
                   where VAssur = :SinistreDonne.NAssur
                     and VImma = :SinistreDonne.NImma
           end-exec.
           if SQLCODE not = 0
               move 0 to TauxVetuste
           end-if.

      *---- Tirage au sort : TauxEchantillon chances sur cent que le
      *---- reglement parte en controle a posteriori.
       TireEchantillon.
           move "N" to MisEnControle.
           move 99 to TirageAudit.
           exec sql
               select abs(checksum(newid())) % 100 into :TirageAudit
           end-exec.
           if TirageAudit >= TauxEchantillon
               exit paragraph
           end-if.
           move "O" to MisEnControle.
           add 1 to NbrEchantillon of BilanAccelere.
           exec sql
                INSERT INTO ControlePosteriori
                    (CpNSin,CpNAssur,CpDateReg,CpMontNet,
                     CpBeneficiaire,CpStatut)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :ReglementDonne.DatePaie,
                     :SinistreDonne.MontNet,
                     :ReglementDonne.Beneficiaire,0)
           end-exec.

      *---- Chargement des regles de la voie acceleree ; sans fichier
      *---- exploitable, les regles par defaut s'appliquent.
       ChargeReglesAccel.
           move 0 to NbrReglesAccel.
           move 0 to EofRegle.
           open input FichierRegleAccelere.
           perform ChargeReglesAccel-Trt until EofRegle = 1.
           close FichierRegleAccelere.
           if NbrReglesAccel = 0
               move 2 to NbrReglesAccel
               move "3" to TypeRegle(1)
               move "3" to GarantieRegle(1)
               move 1500 to PlafondRegle(1)
               move "1" to TypeRegle(2)
               move "1" to GarantieRegle(2)
               move 800 to PlafondRegle(2)
           end-if.

       ChargeReglesAccel-Trt.
           read FichierRegleAccelere
               at end
                   move 1 to EofRegle
               not at end
                   initialize LigneRegleAccel
                   unstring Enr-FichierRegleAccelere
                           delimited by ";" or " " into
                       TypeRegleLu
                       GarantieRegleLu
                       PlafondLu
                   end-unstring
                   if TypeRegleLu >= "1" and TypeRegleLu <= "5"
                       and GarantieRegleLu >= "1"
                       and GarantieRegleLu <= "5"
                       and PlafondLu is numeric and PlafondLu > 0
                       and NbrReglesAccel < 10
                       add 1 to NbrReglesAccel
                       move TypeRegleLu
                           to TypeRegle(NbrReglesAccel)
                       move GarantieRegleLu
                           to GarantieRegle(NbrReglesAccel)
                       compute PlafondRegle(NbrReglesAccel) =
                           PlafondLu / 100
                   end-if
           end-read.

      *---- Chargement du referentiel des pieces obligatoires.
       ChargeDocumentsRequis.
           move 0 to NbrDocsRequis.
           move 0 to EofRegle.
           open input FichierDocumentsRequis.
           perform ChargeDocumentsRequis-Trt until EofRegle = 1.
           close FichierDocumentsRequis.
           move 0 to EofRegle.

       ChargeDocumentsRequis-Trt.
           read FichierDocumentsRequis
               at end
                   move 1 to EofRegle
               not at end
                   if NbrDocsRequis < 20
                       add 1 to NbrDocsRequis
                       unstring Enr-FichierDocumentsRequis
                               delimited by ";" into
                           TypeDocRequis(NbrDocsRequis)
                           CodeDocRequis(NbrDocsRequis)
                       end-unstring
                   end-if
           end-read.

      *-------------------------------------------------------------------------------------
      *----- Controle a posteriori : les reglements acceleres tires au
      *----- sort sont presentes un par un au superviseur, qui les
      *----- declare conformes ou non conformes. Chaque decision est
      *----- journalisee avec l'operateur de la session ; un reglement
      *----- non conforme est repris par le gestionnaire du sinistre.
      *-------------------------------------------------------------------------------------
       ControlePosteriori.
           perform ControlePosteriori-Init.
           perform ControlePosteriori-Trt until EoDB=1.
           perform ControlePosteriori-Fin.

       ControlePosteriori-Init.
           move 0 to EoDB.
           initialize BilanControle.
           perform LireOperateurSession.
           open output FichierControlePosteriori.
           string
               "Date;Heure;Cle;Montant;Decision;Operateur"
               into FichControle
           end-string.
           write Enr-FichierControlePosteriori from FichControle.
           exec sql
               Declare Controle-Cursor cursor for
                   select CpNSin,CpNAssur,CpDateReg,CpMontNet,
                          CpBeneficiaire
                       from ControlePosteriori
                       where CpStatut = 0
                       order by CpDateReg,CpNSin
           end-exec.
           exec sql
               open Controle-Cursor
           end-exec.

       ControlePosteriori-Trt.
           exec sql
               fetch Controle-Cursor into
                   :ControleDonne.NSin,:ControleDonne.NAssur,
                   :ControleDonne.DateReg,:ControleDonne.MontNet,
                   :ControleDonne.Beneficiaire
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform DecideControle
           end-if.

      *---- Presentation du reglement courant et prise de la decision.
       DecideControle.
           display Ecran-Blanc.
           display T-FicheControle.
           move "S" to ChoixDecision.
           accept ChoixDecision line 9 col 48.
           evaluate ChoixDecision
               when "C" when "c"
                   move 1 to StatutControle
                   move "CONFORME" to LibDecision
                   add 1 to NbrConformes of BilanControle
                   perform EnrControle
               when "N" when "n"
                   move 2 to StatutControle
                   move "NON CONFORME" to LibDecision
                   add 1 to NbrNonConformes of BilanControle
                   perform EnrControle
               when "M" when "m"
                   move 1 to EoDB
               when other
                   add 1 to NbrLaisses of BilanControle
           end-evaluate.

       EnrControle.
           exec sql
               update ControlePosteriori
                   set CpStatut = :StatutControle,
                       CpDateCtrl = :DateCourante,
                       CpOperateur = :OperateurCourant
                   where CpNSin = :ControleDonne.NSin
                     and CpNAssur = :ControleDonne.NAssur
           end-exec.
           perform TraceControle.

      *---- Trace d'audit d'une decision, avec date/heure et operateur.
       TraceControle.
           accept DateCtrlFic of LigneControle from date yyyymmdd.
           accept HeureCtrlFic of LigneControle from time.
           string
               NSin of ControleDonne
               "/" NAssur of ControleDonne
               into CleCtrlFic of LigneControle
           end-string.
           string
               DateCtrlFic of LigneControle
               ";" HeureCtrlFic of LigneControle
               ";" CleCtrlFic of LigneControle
               ";" MontNet of ControleDonne
               ";" LibDecision
               ";" OperateurCourant
               into FichControle
           end-string.
           write Enr-FichierControlePosteriori from FichControle.

       ControlePosteriori-Fin.
           exec sql
               close Controle-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           close FichierControlePosteriori.
           display Ecran-Blanc.
           display T-BilanControle.
           accept OptionChoisie.

      *---- Lecture de l'operateur de la session depose a la connexion.
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
      *----- Fin du reglement accelere des petits sinistres
      *-------------------------------------------------------------------------------------

       end program ReglementAccelere.
