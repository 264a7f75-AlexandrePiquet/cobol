       program-id. EncaissementAttente as
           "StatistiqueSinistresAssures.EncaissementAttente".

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

      *---- Encaissement au compte d'attente (table EncaissementSuspens,
      *---- alimentee par l'import des encaissements de Program1 quand
      *---- la quittance n'est pas identifiable). Statut : 0 = non
      *---- affecte ou affecte en partie, 1 = entierement affecte,
      *---- 2 = a rembourser au payeur.
       01 AttenteDonne.
            10 IdAttente      pic 9(8).
            10 DateEncAtt     sql char-varying(8).
            10 MontantAtt     pic 9(8)V99.
            10 MontAffecteAtt pic 9(8)V99.
            10 ModeAtt        sql char-varying(3).
            10 IbanAtt        sql char-varying(34).
            10 PayeurAtt      sql char-varying(40).
            10 ReferenceAtt   sql char-varying(12).
            10 MotifAtt       sql char-varying(40).
            10 StatutAtt      pic 9.
       77 ResteAtt pic 9(8)V99.

      *---- Encaissement affecte a une quittance : une ligne
      *---- Encaissement par affectation (ESuspens porte le numero de
      *---- l'encaissement en attente d'origine), soldee comme a
      *---- l'import.
       01 EncaissementDonne.
            10 NumQuittance sql char-varying(12).
            10 MontEnc      pic 9(8)V99.
       77 OrigineAffect   pic x(6).
       77 ErreurAffectation pic 9.

      **** Quittance rapprochee de l'encaissement courant : montant du,
      **** deja regle, et nouveau statut (0 impayee, 1 partielle,
      **** 2 soldee).
       01 QuittanceMaj.
            10 MontQuit      pic 9(8)V99.
            10 MontRegleQuit pic 9(8)V99.
            10 StatutQuit    pic 9.

      **** Solde au niveau de l'echeance pour les quittances
      **** fractionnees, comme a l'import.
       77 NbEcheancesQuit  pic 9(4).
       77 ResteAAffecter   pic 9(8)V99.
       77 RangEcheanceCour pic 9(4).
       77 MontEcheanceCour pic 9(8)V99.
       77 FinAffectation   pic 9.
       77 ProchaineEcheance pic 9(8).

      **** Levee de la suspension de garantie quand le solde d'une
      **** quittance eteint la dette, comme a l'import.
       77 AssureQuitSoldee  sql char-varying(5).
       77 NbQuitSuspendues  pic 9(4).
       77 DateLeveeSusp     pic 9(8).
       01 HistoriqueDonne.
            10 HistOperateur sql char-varying(10).
            10 HistDate      pic 9(8).
            10 HistHeure     pic 9(8).
            10 HistProgramme sql char-varying(20).

      *---- Lettrage automatique : le payeur est reconnu a son IBAN,
      *---- a defaut a son nom, puis l'encaissement doit egaler le du
      *---- d'une de ses quittances ouvertes, ou le du de toutes.
       77 AssurPayeur      sql char-varying(5).
       77 NbAssurPayeur    pic 9(4).
       77 NbQuitCandidates pic 9(4).
       77 QuitCandidate    sql char-varying(12).
       77 TotalDuPayeur    pic 9(8)V99.
       77 DuQuittance      pic 9(8)V99.
       77 EoQuit           pic 9.

      *---- Affectation manuelle : encaissement choisi, quittance et
      *---- montant saisis (montant vide = le plus petit du reste a
      *---- affecter et du de la quittance).
       77 IdAttenteSaisi   pic 9(8).
       77 ChoixAffect      pic x.
       77 QuitSaisie       sql char-varying(12).
       77 MontantSaisi     pic 9(8)V99.
       77 StatutQuitSaisie pic 9.
       77 FinAffectMan     pic 9.
       77 MessageAttente   pic x(45).

      *---- Balance agee des encaissements non affectes, par tranche
      *---- d'anciennete depuis la date d'encaissement.
       01 BalanceDonne.
            10 AgeAttente     pic 9(5).
            10 MontantEdite   pic Z(7)9,99.
            10 ResteEdite     pic Z(7)9,99.
            10 NbrEdite       pic Z(4)9.
            10 LibStatutAtt   pic x(12).
       01 LibTranchesValeurs.
            10 filler pic x(9) value "0-30 j".
            10 filler pic x(9) value "31-60 j".
            10 filler pic x(9) value "61-90 j".
            10 filler pic x(9) value "> 90 j".
       01 LibTranchesTable redefines LibTranchesValeurs.
            10 LibTranche pic x(9) occurs 4.
       01 TotauxTranches.
            10 TotalTranche occurs 4.
               15 NbrTranche  pic 9(5).
               15 MontTranche pic 9(9)V99.
       77 IndiceTranche pic 9.
       01 FichBalance pic x(200).

       01 BilanAttente.
           05 NbrLettrees      pic 9(5).
           05 NbrEnAttente     pic 9(5).
           05 MontantEnAttente pic 9(9)V99.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur les affectations.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
       77 DateJour pic 9(8).
       77 TypeTrt pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- lettrage automatique puis la balance agee s'executent sans
      *---- affichage ni attente d'une touche.
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

       01 M-ChoixAttente
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Attente : 1=Lettrage 2=Affectation 3=Balance"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-SaisieAttente
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Numero de l'encaissement en attente :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Fiche de l'encaissement a affecter
       01 T-FicheAttente foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 18 value "Encaissement en attente".
           10 line 3  col 2  value "Numero".
           10 line 3  col 28 from IdAttente of AttenteDonne.
           10 line 4  col 2  value "Encaisse le".
           10 line 4  col 28 from DateEncAtt of AttenteDonne.
           10 line 5  col 2  value "Montant".
           10 line 5  col 28 from MontantAtt of AttenteDonne
               pic Z(7)9,99.
           10 line 6  col 2  value "Deja affecte".
           10 line 6  col 28 from MontAffecteAtt of AttenteDonne
               pic Z(7)9,99.
           10 line 7  col 2  value "Reste a affecter".
           10 line 7  col 28 from ResteAtt pic Z(7)9,99.
           10 line 8  col 2  value "Payeur".
           10 line 8  col 28 from PayeurAtt of AttenteDonne.
           10 line 9  col 2  value "IBAN".
           10 line 9  col 28 from IbanAtt of AttenteDonne.
           10 line 10 col 2  value "Reference recue".
           10 line 10 col 28 from ReferenceAtt of AttenteDonne.
           10 line 11 col 2  value "Motif".
           10 line 11 col 28 from MotifAtt of AttenteDonne.
           10 line 12 col 2  from MessageAttente.
           10 line 14 col 2
               value "A=Affecter R=A rembourser F=Fin :".

       01 T-SaisieAffectation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 16 col 2  value "Quittance              :".
           10 line 17 col 2  value "Montant (vide = du)    :".

       01 T-AttenteIntrouvable foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 5 col 2
               value "Encaissement en attente inconnu ou deja traite.".
           10 line 6 col 2 value "Appuyez sur Entree pour continuer".

       01 T-AttenteAffectee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 14 col 2
               value "Encaissement entierement affecte.".
           10 line 15 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan du lettrage automatique
       01  T-BilanLettrage foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Lettrage des encaissements".
           05 line 3 col 2  value "Encaissements lettres".
           05 line 3 col 30 from NbrLettrees of BilanAttente
               pic Z(4)9.
           05 line 4 col 2  value "Restant en attente".
           05 line 4 col 30 from NbrEnAttente of BilanAttente
               pic Z(4)9.
           05 line 5 col 2  value "Montant en attente".
           05 line 5 col 30 from MontantEnAttente of BilanAttente
               pic Z(8)9,99.
           05 line 7 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de la balance agee
       01  T-BilanBalance foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Encaissements non affectes".
           05 line 3 col 2  value "Encaissements".
           05 line 3 col 30 from NbrEnAttente of BilanAttente
               pic Z(4)9.
           05 line 4 col 2  value "Montant".
           05 line 4 col 30 from MontantEnAttente of BilanAttente
               pic Z(8)9,99.
           05 line 6 col 2  value "Balance dans".
           05 line 7 col 2  value "EncaissementsAttente.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Compte d'attente des encaissements : l'argent recu sans
      *----- quittance identifiable est garde par l'import au lieu
      *----- d'etre rejete. Le lettrage automatique reconnait le payeur
      *----- (IBAN, puis nom) et affecte l'encaissement a la quittance
      *----- ouverte de meme du, ou a toutes si leur du total est egal ;
      *----- l'operateur affecte le reste a la main, en une ou
      *----- plusieurs quittances, ou le marque a rembourser. La balance
      *----- agee des encaissements non affectes est reprise par le
      *----- journal comptable et le rapprochement bancaire. En BATCH,
      *----- lettrage automatique puis balance agee.
      *-------------------------------------------------------------------------------------
       GestionAttente.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanAttente.
           accept DateJour from date yyyymmdd.
           perform LireOperateurSession.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               perform LettrageAutomatique
               perform BalanceAttente
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixAttente.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform LettrageAutomatique
                   perform CompteAttente
                   display Ecran-Blanc
                   display T-BilanLettrage
                   accept OptionChoisie
               when 2
                   perform AffectationManuelle
               when 3
                   perform BalanceAttente
                   display Ecran-Blanc
                   display T-BilanBalance
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Lettrage automatique des encaissements non affectes, dans
      *----- l'ordre d'arrivee ; un cas ambigu (plusieurs payeurs ou
      *----- plusieurs quittances possibles) reste a l'operateur.
      *-------------------------------------------------------------------------------------
       LettrageAutomatique.
           move "AUTO" to OrigineAffect.
           move 0 to EoDB.
      **** Création du curseur : tenu ouvert par la validation de
      **** chaque lettrage.
           exec sql
               Declare Attente-Cursor cursor with hold for
                   select EsId,EsDateEnc,EsMontant,
                          isnull(EsMontantAffecte,0),
                          isnull(EsMode,'VIR'),isnull(EsIban,''),
                          isnull(EsPayeur,''),isnull(EsReference,''),
                          isnull(EsMotif,''),EsStatut
                       from EncaissementSuspens
                       where EsStatut = 0
                       order by EsId
           end-exec.
           exec sql
               open Attente-Cursor
           end-exec.
           perform LettrageAutomatique-Trt until EoDB = 1.
           exec sql
               close Attente-Cursor
           end-exec.

       LettrageAutomatique-Trt.
           exec sql
               fetch Attente-Cursor into
                   :AttenteDonne.IdAttente,:AttenteDonne.DateEncAtt,
                   :AttenteDonne.MontantAtt,
                   :AttenteDonne.MontAffecteAtt,
                   :AttenteDonne.ModeAtt,:AttenteDonne.IbanAtt,
                   :AttenteDonne.PayeurAtt,:AttenteDonne.ReferenceAtt,
                   :AttenteDonne.MotifAtt,:AttenteDonne.StatutAtt
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           compute ResteAtt = MontantAtt of AttenteDonne
               - MontAffecteAtt of AttenteDonne.
           if ResteAtt > 0
               perform LettreEncaissement
           end-if.

       LettreEncaissement.
           perform IdentifiePayeur.
           if AssurPayeur = spaces
               exit paragraph
           end-if.
           move 0 to ErreurAffectation.
      *---- Une seule quittance ouverte du payeur a ce du.
           move 0 to NbQuitCandidates.
           move spaces to QuitCandidate.
           exec sql
               select count(*),isnull(min(QNum),'')
                   into :NbQuitCandidates,:QuitCandidate
                   from Quittance
                   where QAssur = :AssurPayeur
                     and QStatut < 2
                     and QMontant - QMontantRegle = :ResteAtt
           end-exec.
           if NbQuitCandidates = 1
               move QuitCandidate to NumQuittance of EncaissementDonne
               move ResteAtt to MontEnc of EncaissementDonne
               perform AffecteEncaissement
               perform ValideLettrage
               exit paragraph
           end-if.
           if NbQuitCandidates > 1
               exit paragraph
           end-if.
      *---- Sinon toutes ses quittances ouvertes, si l'encaissement en
      *---- couvre exactement le du total.
           move 0 to NbQuitCandidates.
           move 0 to TotalDuPayeur.
           exec sql
               select count(*),isnull(sum(QMontant - QMontantRegle),0)
                   into :NbQuitCandidates,:TotalDuPayeur
                   from Quittance
                   where QAssur = :AssurPayeur
                     and QStatut < 2
                     and QMontant > QMontantRegle
           end-exec.
           if NbQuitCandidates > 1 and TotalDuPayeur = ResteAtt
               move 0 to EoQuit
               perform AffecteQuittanceSuivante until EoQuit = 1
               perform ValideLettrage
           end-if.

      *---- Quittance ouverte la plus ancienne du payeur, soldee par
      *---- l'encaissement.
       AffecteQuittanceSuivante.
           move spaces to QuitCandidate.
           move 0 to DuQuittance.
           exec sql
               select top 1 QNum,QMontant - QMontantRegle
                   into :QuitCandidate,:DuQuittance
                   from Quittance
                   where QAssur = :AssurPayeur
                     and QStatut < 2
                     and QMontant > QMontantRegle
                   order by QDateEcheance,QNum
           end-exec.
           if SQLCODE not = 0 or ResteAtt = 0
               or ErreurAffectation = 1
               move 1 to EoQuit
               exit paragraph
           end-if.
           if DuQuittance > ResteAtt
               move ResteAtt to DuQuittance
           end-if.
           move QuitCandidate to NumQuittance of EncaissementDonne.
           move DuQuittance to MontEnc of EncaissementDonne.
           perform AffecteEncaissement.

       ValideLettrage.
           if ErreurAffectation = 1
               exec sql
                   rollback
               end-exec
           else
               exec sql
                   commit
               end-exec
               add 1 to NbrLettrees of BilanAttente
           end-if.

      *---- Payeur reconnu : l'assure unique porteur de l'IBAN du
      *---- payeur, a defaut l'assure unique dont le nom (et le prenom
      *---- s'il est connu) figure dans le libelle du donneur d'ordre.
       IdentifiePayeur.
           move spaces to AssurPayeur.
           if IbanAtt of AttenteDonne not = spaces
               move 0 to NbAssurPayeur
               exec sql
                   select count(*),isnull(min(AAssur),'')
                       into :NbAssurPayeur,:AssurPayeur
                       from Assure
                       where AIban = :AttenteDonne.IbanAtt
               end-exec
               if NbAssurPayeur = 1
                   exit paragraph
               end-if
               move spaces to AssurPayeur
           end-if.
           if PayeurAtt of AttenteDonne = spaces
               exit paragraph
           end-if.
           move 0 to NbAssurPayeur.
           exec sql
               select count(*),isnull(min(AAssur),'')
                   into :NbAssurPayeur,:AssurPayeur
                   from Assure
                   where isnull(ANom,'') <> ''
                     and upper(:AttenteDonne.PayeurAtt)
                         like '%' + upper(rtrim(ANom)) + '%'
                     and (isnull(APrenom,'') = ''
                          or upper(:AttenteDonne.PayeurAtt)
                             like '%' + upper(rtrim(APrenom)) + '%')
           end-exec.
           if NbAssurPayeur not = 1
               move spaces to AssurPayeur
           end-if.

      *---- Affectation d'un montant a une quittance : encaissement
      *---- cree et quittance soldee comme a l'import, trace de
      *---- l'affectation, cumul affecte et statut de l'encaissement
      *---- en attente.
       AffecteEncaissement.
           exec sql
                INSERT INTO Encaissement
                    (ENumQuit,EDate,EMontant,EMode,EIban,ESuspens)
                VALUES
                    (:EncaissementDonne.NumQuittance,
                     :AttenteDonne.DateEncAtt,
                     :EncaissementDonne.MontEnc,
                     :AttenteDonne.ModeAtt,:AttenteDonne.IbanAtt,
                     :AttenteDonne.IdAttente)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurAffectation
           end-if.
           perform SoldeQuittance.
           exec sql
                INSERT INTO EncaissementAffectation
                    (EaId,EaQNum,EaMontant,EaDate,EaOperateur,
                     EaOrigine)
                VALUES
                    (:AttenteDonne.IdAttente,
                     :EncaissementDonne.NumQuittance,
                     :EncaissementDonne.MontEnc,:DateJour,
                     :OperateurCourant,:OrigineAffect)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurAffectation
           end-if.
           exec sql
               update EncaissementSuspens
                   set EsMontantAffecte = isnull(EsMontantAffecte,0)
                           + :EncaissementDonne.MontEnc,
                       EsStatut =
                           case when isnull(EsMontantAffecte,0)
                                     + :EncaissementDonne.MontEnc
                                     >= EsMontant
                                then 1 else 0 end,
                       EsDateStatut = :DateJour,
                       EsOperateur = :OperateurCourant
                   where EsId = :AttenteDonne.IdAttente
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurAffectation
           end-if.
           add MontEnc of EncaissementDonne
               to MontAffecteAtt of AttenteDonne.
           subtract MontEnc of EncaissementDonne from ResteAtt.

      *-------------------------------------------------------------------------------------
      *----- Affectation manuelle d'un encaissement en attente : une
      *----- ou plusieurs quittances tant qu'il reste a affecter, ou
      *----- marque a rembourser au payeur.
      *-------------------------------------------------------------------------------------
       AffectationManuelle.
           move "MANUEL" to OrigineAffect.
           display Ecran-Blanc.
           display M-SaisieAttente.
           move 0 to IdAttenteSaisi.
           accept IdAttenteSaisi line 2 col 41.
           perform LitAttente.
           if SQLCODE not = 0
               display Ecran-Blanc
               display T-AttenteIntrouvable
               accept OptionChoisie
               exit paragraph
           end-if.
           move spaces to MessageAttente.
           move 0 to FinAffectMan.
           perform AffectationManuelle-Trt until FinAffectMan = 1.

       LitAttente.
           initialize AttenteDonne.
           exec sql
               select EsId,EsDateEnc,EsMontant,
                      isnull(EsMontantAffecte,0),
                      isnull(EsMode,'VIR'),isnull(EsIban,''),
                      isnull(EsPayeur,''),isnull(EsReference,''),
                      isnull(EsMotif,''),EsStatut
                   into :AttenteDonne.IdAttente,
                        :AttenteDonne.DateEncAtt,
                        :AttenteDonne.MontantAtt,
                        :AttenteDonne.MontAffecteAtt,
                        :AttenteDonne.ModeAtt,:AttenteDonne.IbanAtt,
                        :AttenteDonne.PayeurAtt,
                        :AttenteDonne.ReferenceAtt,
                        :AttenteDonne.MotifAtt,:AttenteDonne.StatutAtt
                   from EncaissementSuspens
                   where EsId = :IdAttenteSaisi
                     and EsStatut = 0
           end-exec.

       AffectationManuelle-Trt.
           compute ResteAtt = MontantAtt of AttenteDonne
               - MontAffecteAtt of AttenteDonne.
           display Ecran-Blanc.
           display T-FicheAttente.
           move spaces to MessageAttente.
           if ResteAtt = 0
               display T-AttenteAffectee
               accept OptionChoisie
               move 1 to FinAffectMan
               exit paragraph
           end-if.
           move "F" to ChoixAffect.
           accept ChoixAffect line 14 col 37.
           evaluate ChoixAffect
               when "A" when "a"
                   perform AffectationQuittance
               when "R" when "r"
                   perform MarqueRemboursement
                   move 1 to FinAffectMan
               when other
                   move 1 to FinAffectMan
           end-evaluate.

      *---- Quittance saisie : ouverte, de la societe de l'operateur,
      *---- montant dans la limite du reste a affecter et du du de la
      *---- quittance. L'encaissement en attente n'a pas de societe
      *---- tant qu'il n'est pas affecte.
       AffectationQuittance.
           display T-SaisieAffectation.
           move spaces to QuitSaisie.
           move 0 to MontantSaisi.
           accept QuitSaisie line 16 col 28.
           accept MontantSaisi line 17 col 28.
           move 9 to StatutQuitSaisie.
           move 0 to DuQuittance.
           exec sql
               select QStatut,QMontant - QMontantRegle
                   into :StatutQuitSaisie,:DuQuittance
                   from Quittance
                   where QNum = :QuitSaisie
                     and (:SocieteSession = ''
                          or isnull(QSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move "Quittance inconnue" to MessageAttente
               exit paragraph
           end-if.
           if StatutQuitSaisie >= 2 or DuQuittance = 0
               move "Quittance soldee ou annulee" to MessageAttente
               exit paragraph
           end-if.
           if MontantSaisi = 0
               move ResteAtt to MontantSaisi
               if DuQuittance < MontantSaisi
                   move DuQuittance to MontantSaisi
               end-if
           end-if.
           if MontantSaisi > ResteAtt
               move "Montant superieur au reste a affecter"
                   to MessageAttente
               exit paragraph
           end-if.
           if MontantSaisi > DuQuittance
               move "Montant superieur au du de la quittance"
                   to MessageAttente
               exit paragraph
           end-if.
           move 0 to ErreurAffectation.
           move QuitSaisie to NumQuittance of EncaissementDonne.
           move MontantSaisi to MontEnc of EncaissementDonne.
           perform AffecteEncaissement.
           if ErreurAffectation = 1
               exec sql
                   rollback
               end-exec
               perform LitAttente
               move "Affectation annulee (erreur base)"
                   to MessageAttente
           else
               exec sql
                   commit
               end-exec
               move "Affectation enregistree" to MessageAttente
           end-if.

      *---- Encaissement a rendre au payeur (paiement errone, assure
      *---- inconnu) : il sort du lettrage et reste dans la balance
      *---- agee jusqu'au remboursement.
       MarqueRemboursement.
           exec sql
               update EncaissementSuspens
                   set EsStatut = 2,
                       EsDateStatut = :DateJour,
                       EsOperateur = :OperateurCourant
                   where EsId = :AttenteDonne.IdAttente
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Encaissements encore en attente et leur montant.
       CompteAttente.
           move 0 to NbrEnAttente of BilanAttente.
           move 0 to MontantEnAttente of BilanAttente.
           exec sql
               select count(*),
                      isnull(sum(EsMontant
                                 - isnull(EsMontantAffecte,0)),0)
                   into :BilanAttente.NbrEnAttente,
                        :BilanAttente.MontantEnAttente
                   from EncaissementSuspens
                   where EsStatut in (0,2)
                     and EsMontant > isnull(EsMontantAffecte,0)
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Balance agee des encaissements non affectes ou a
      *----- rembourser : une ligne par encaissement avec son reste et
      *----- son anciennete, puis les totaux par tranche (0-30, 31-60,
      *----- 61-90, plus de 90 jours).
      *-------------------------------------------------------------------------------------
       BalanceAttente.
           initialize TotauxTranches.
           move 0 to NbrEnAttente of BilanAttente.
           move 0 to MontantEnAttente of BilanAttente.
           move 0 to EoDB.
           open output FichierEncaissementsAttente.
           move spaces to FichBalance.
           string
               "Numero;DateEnc;Reference;Payeur;IBAN;Montant;Reste;"
               "Anciennete;Tranche;Statut"
               delimited by size into FichBalance
           end-string.
           write Enr-FichierEncaissementsAttente from FichBalance.
           exec sql
               Declare Balance-Cursor cursor for
                   select EsId,EsDateEnc,isnull(EsReference,''),
                          isnull(EsPayeur,''),isnull(EsIban,''),
                          EsMontant,isnull(EsMontantAffecte,0),
                          datediff(day,convert(date,EsDateEnc,112),
                                   getdate()),
                          EsStatut
                       from EncaissementSuspens
                       where EsStatut in (0,2)
                         and EsMontant > isnull(EsMontantAffecte,0)
                       order by EsDateEnc,EsId
           end-exec.
           exec sql
               open Balance-Cursor
           end-exec.
           perform BalanceAttente-Trt until EoDB = 1.
           exec sql
               close Balance-Cursor
           end-exec.
           perform EcritTotalTranche
               varying IndiceTranche from 1 by 1
               until IndiceTranche > 4.
           move spaces to FichBalance.
           move NbrEnAttente of BilanAttente to NbrEdite.
           move MontantEnAttente of BilanAttente to ResteEdite.
           string
               "TOTAL;;;;;;" ResteEdite ";;TOUTES;" NbrEdite
               delimited by size into FichBalance
           end-string.
           write Enr-FichierEncaissementsAttente from FichBalance.
           close FichierEncaissementsAttente.

       BalanceAttente-Trt.
           exec sql
               fetch Balance-Cursor into
                   :AttenteDonne.IdAttente,:AttenteDonne.DateEncAtt,
                   :AttenteDonne.ReferenceAtt,:AttenteDonne.PayeurAtt,
                   :AttenteDonne.IbanAtt,:AttenteDonne.MontantAtt,
                   :AttenteDonne.MontAffecteAtt,
                   :BalanceDonne.AgeAttente,:AttenteDonne.StatutAtt
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           compute ResteAtt = MontantAtt of AttenteDonne
               - MontAffecteAtt of AttenteDonne.
           evaluate true
               when AgeAttente of BalanceDonne <= 30
                   move 1 to IndiceTranche
               when AgeAttente of BalanceDonne <= 60
                   move 2 to IndiceTranche
               when AgeAttente of BalanceDonne <= 90
                   move 3 to IndiceTranche
               when other
                   move 4 to IndiceTranche
           end-evaluate.
           add 1 to NbrTranche(IndiceTranche).
           add ResteAtt to MontTranche(IndiceTranche).
           add 1 to NbrEnAttente of BilanAttente.
           add ResteAtt to MontantEnAttente of BilanAttente.
           if StatutAtt of AttenteDonne = 2
               move "A REMBOURSER" to LibStatutAtt of BalanceDonne
           else
               move "NON AFFECTE" to LibStatutAtt of BalanceDonne
           end-if.
           move MontantAtt of AttenteDonne
               to MontantEdite of BalanceDonne.
           move ResteAtt to ResteEdite of BalanceDonne.
           move spaces to FichBalance.
           string
               IdAttente of AttenteDonne
               ";" DateEncAtt of AttenteDonne
               ";" ReferenceAtt of AttenteDonne
               ";" PayeurAtt of AttenteDonne
               ";" IbanAtt of AttenteDonne
               ";" MontantEdite of BalanceDonne
               ";" ResteEdite of BalanceDonne
               ";" AgeAttente of BalanceDonne
               ";" LibTranche(IndiceTranche)
               ";" LibStatutAtt of BalanceDonne
               delimited by size into FichBalance
           end-string.
           write Enr-FichierEncaissementsAttente from FichBalance.

       EcritTotalTranche.
           move NbrTranche(IndiceTranche) to NbrEdite.
           move MontTranche(IndiceTranche) to ResteEdite.
           move spaces to FichBalance.
           string
               "TRANCHE;;;;;;" ResteEdite
               ";;" LibTranche(IndiceTranche) ";" NbrEdite
               delimited by size into FichBalance
           end-string.
           write Enr-FichierEncaissementsAttente from FichBalance.

      *---------------------------------------------------------------------------------------------
      * Mise a jour de la quittance rapprochee : cumul du regle et
      * passage du statut a 1 (partielle) ou 2 (soldee).
      *---------------------------------------------------------------------------------------------
       SoldeQuittance.
           exec sql
               select QMontant,QMontantRegle
                   into :QuittanceMaj.MontQuit,
                        :QuittanceMaj.MontRegleQuit
                   from Quittance
                   where QNum = :EncaissementDonne.NumQuittance
           end-exec.
           add MontEnc of EncaissementDonne
               to MontRegleQuit of QuittanceMaj.
           if MontRegleQuit of QuittanceMaj >= MontQuit of QuittanceMaj
               move 2 to StatutQuit of QuittanceMaj
           else
               move 1 to StatutQuit of QuittanceMaj
           end-if.
           exec sql
               update Quittance
                   set QMontantRegle = :QuittanceMaj.MontRegleQuit,
                       QStatut = :QuittanceMaj.StatutQuit
                   where QNum = :EncaissementDonne.NumQuittance
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurAffectation
           end-if.
           perform SoldeEcheances.
           if StatutQuit of QuittanceMaj = 2
               perform LeveSuspension
           end-if.
      *---------------------------------------------------------------------------------------------
      * Quittance fractionnee : l'encaissement solde les echeances
      * impayees dans l'ordre de leurs dates, tant que le montant
      * encaisse les couvre en entier ; la date d'echeance de la
      * quittance est ensuite ramenee a la prochaine echeance due, pour
      * que le train de relances vieillisse sur l'echeance manquee.
      *---------------------------------------------------------------------------------------------
       SoldeEcheances.
           move 0 to NbEcheancesQuit.
           exec sql
               select count(*) into :NbEcheancesQuit
                   from Echeance
                   where EcQNum = :EncaissementDonne.NumQuittance
                     and EcRegle = 0
           end-exec.
           if NbEcheancesQuit = 0
               exit paragraph
           end-if.
           move MontEnc of EncaissementDonne to ResteAAffecter.
           move 0 to FinAffectation.
           perform SoldeEcheances-Trt until FinAffectation = 1.
      *---- La prochaine echeance impayee devient l'echeance de la
      *---- quittance pour la balance agee et les relances.
           move 0 to ProchaineEcheance.
           exec sql
               select min(EcDate) into :ProchaineEcheance
                   from Echeance
                   where EcQNum = :EncaissementDonne.NumQuittance
                     and EcRegle = 0
           end-exec.
           if SQLCODE = 0 and ProchaineEcheance > 0
               exec sql
                   update Quittance
                       set QDateEcheance = :ProchaineEcheance
                       where QNum = :EncaissementDonne.NumQuittance
               end-exec
           end-if.

       SoldeEcheances-Trt.
           move 0 to RangEcheanceCour.
           exec sql
               select min(EcRang) into :RangEcheanceCour
                   from Echeance
                   where EcQNum = :EncaissementDonne.NumQuittance
                     and EcRegle = 0
           end-exec.
           if SQLCODE not = 0 or RangEcheanceCour = 0
               move 1 to FinAffectation
               exit paragraph
           end-if.
           move 0 to MontEcheanceCour.
           exec sql
               select EcMontant into :MontEcheanceCour
                   from Echeance
                   where EcQNum = :EncaissementDonne.NumQuittance
                     and EcRang = :RangEcheanceCour
           end-exec.
           if ResteAAffecter >= MontEcheanceCour
               and MontEcheanceCour > 0
               exec sql
                   update Echeance
                       set EcRegle = 1
                       where EcQNum = :EncaissementDonne.NumQuittance
                         and EcRang = :RangEcheanceCour
               end-exec
               subtract MontEcheanceCour from ResteAAffecter
           else
               move 1 to FinAffectation
           end-if.
      *---------------------------------------------------------------------------------------------
      * La quittance soldee eteint-elle la dette ? S'il ne reste a
      * l'assure aucune quittance due montee au niveau 3, la suspension
      * de garantie posee par RelanceImpayes est levee et sa periode
      * fermee a la date du jour.
      *---------------------------------------------------------------------------------------------
       LeveSuspension.
           move spaces to AssureQuitSoldee.
           exec sql
               select QAssur into :AssureQuitSoldee
                   from Quittance
                   where QNum = :EncaissementDonne.NumQuittance
           end-exec.
           if SQLCODE not = 0
               exit paragraph
           end-if.
           move 0 to NbQuitSuspendues.
           exec sql
               select count(*) into :NbQuitSuspendues
                   from Quittance
                   where QAssur = :AssureQuitSoldee
                     and QStatut < 2
                     and QNivRelance >= 3
           end-exec.
           if NbQuitSuspendues = 0
               accept DateLeveeSusp from date yyyymmdd
               move OperateurCourant to HistOperateur of HistoriqueDonne
               move "EncaissementAttente"
                   to HistProgramme of HistoriqueDonne
               move DateLeveeSusp to HistDate of HistoriqueDonne
               accept HistHeure of HistoriqueDonne from time
               exec sql
                   insert into HistoriqueMaj
                       (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                        HmOperateur,HmDate,HmHeure,HmProgramme)
                   select 'Assure',AAssur,'ASuspendu',
                          convert(varchar(40),ASuspendu),'0',
                          :HistoriqueDonne.HistOperateur,
                          :HistoriqueDonne.HistDate,
                          :HistoriqueDonne.HistHeure,
                          :HistoriqueDonne.HistProgramme
                       from Assure
                       where AAssur = :AssureQuitSoldee
                         and ASuspendu <> 0
               end-exec
               exec sql
                   update Assure
                       set ASuspendu = 0
                       where AAssur = :AssureQuitSoldee
               end-exec
               exec sql
                   update Suspension
                       set SuFin = :DateLeveeSusp
                       where SuAssur = :AssureQuitSoldee
                         and SuFin = 0
               end-exec
           end-if.

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
      *----- Fin du compte d'attente des encaissements
      *-------------------------------------------------------------------------------------

       end program EncaissementAttente.
