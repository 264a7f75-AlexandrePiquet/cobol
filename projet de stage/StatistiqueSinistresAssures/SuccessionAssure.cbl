       program-id. SuccessionAssure as
           "StatistiqueSinistresAssures.SuccessionAssure".

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

      *---- Dossier de succession d'un assure decede : date du deces,
      *---- notaire ou heritier a contacter, et compte sur lequel les
      *---- ristournes dues a la succession sont virees (a defaut,
      *---- celui de l'assure). Statut 0 = en cours, 1 = clos.
       01 SuccessionDonne.
            10 NAssur        sql char-varying(5).
            10 DateDeces     pic 9(8).
            10 Contact       sql char-varying(30).
            10 AdresseContact sql char-varying(40).
            10 TelContact    sql char-varying(15).
            10 IbanSucc      sql char-varying(34).
            10 BicSucc       sql char-varying(11).
            10 StatutSucc    pic 9.

      *---- Decision sur un vehicule de l'assure decede : T = transfert
      *---- a un heritier (assure repreneur), R = resiliation avec
      *---- ristourne au pro rata.
       01 DecisionVehicule.
            10 NImma         sql char-varying(9).
            10 CodeDecision  pic x.
            10 Repreneur     sql char-varying(5).
            10 PoliceVehic   sql char-varying(7).
       01 DateEffet     pic 9(8).
       01 DateEffetRed redefines DateEffet.
            05 AnneeEffet    pic 9(4).
            05 MoisEffet     pic 99.
            05 JourEffet     pic 99.
       77 DateEffetChar sql char-varying(8).
       77 AnneeEffetChar sql char-varying(4).
       77 LibDecision sql char-varying(12).

      *---- Ligne de suivi de la succession : une par vehicule a
      *---- decider, sinistre ouvert et quittance gelee.
       01 SuiviDonne.
            10 SuivNom       sql char-varying(25).
            10 SuivDateDeces pic 9(8).
            10 SuivContact   sql char-varying(30).
            10 SuivTel       sql char-varying(15).
            10 SuivType      sql char-varying(10).
            10 SuivCle       sql char-varying(12).
            10 SuivAction    sql char-varying(12).
            10 SuivRepreneur sql char-varying(5).
            10 SuivAnciennete pic 9(5).

      *---- Motif de resiliation porte par le mouvement 'R' (code du
      *---- referentiel MotifResiliation.csv) et par la ristourne.
       77 MotifResDeces   sql char-varying(2) value "DC".
       77 MotifRistDeces  sql char-varying(10) value "DECES".

      *---- Ristourne : part des primes annuelles reglees du vehicule
      *---- pour l'annee de l'effet, au pro rata des jours restants
      *---- apres l'effet, avec la meme table que ResiliationHamon.
       01 JoursAvantMois.
           05 filler pic 9(3) value 0.
           05 filler pic 9(3) value 31.
           05 filler pic 9(3) value 59.
           05 filler pic 9(3) value 90.
           05 filler pic 9(3) value 120.
           05 filler pic 9(3) value 151.
           05 filler pic 9(3) value 181.
           05 filler pic 9(3) value 212.
           05 filler pic 9(3) value 243.
           05 filler pic 9(3) value 273.
           05 filler pic 9(3) value 304.
           05 filler pic 9(3) value 334.
       01 JoursAvantMoisRed redefines JoursAvantMois.
           05 JoursCumules occurs 12 times pic 9(3).
       77 JoursRestants  pic 9(3).
       77 FractionAnnee  pic 9v9999.
       77 PrimesReglees  pic 9(8)V99.
       77 PrimesEmises   pic 9(8)V99.
       77 MontantRistourne pic 9(8)V99.
       77 RatioRistourne pic 9v9(6).

      *---- Controle calendaire d'une date AAAAMMJJ.
       01 DateControle.
           05 Annee pic 9(4).
           05 Mois  pic 99.
           05 Jour  pic 99.
       77 DateCalendrierValide  pic 9.
       77 NbrJoursDuMois        pic 99.
       77 AnneeBissextileQuotient pic 9(4).
       77 AnneeBissextileReste4   pic 99.
       77 AnneeBissextileReste100 pic 99.
       77 AnneeBissextileReste400 pic 99.

       77 NbExistant      pic 9(4).
       77 DecesConnu      pic 9(8).
       77 NbrOuvertsAvant pic 9(6).
       77 NbrOuvertsApres pic 9(6).
       77 ActionSuivi     sql char-varying(12).
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 ErreurMajSucc   pic 9.

       01 BilanSuccession.
           05 NbrVehicules   pic 9(4).
           05 NbrSinistres   pic 9(4).
           05 NbrQuittances  pic 9(4).
           05 NbrLignesOuvertes pic 9(6).
           05 NbrLignesCloses   pic 9(6).
           05 NbrSuccCloses    pic 9(6).
       01 FichSuccession pic x(250).

       01 DateCourante     pic 9(8).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur le dossier de succession.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77 TypeTrt pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- suivi des successions est mis a jour sans affichage.
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

       01 M-ChoixSuccession
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Deces : 1=Notification 2=Vehicule 3=Suivi"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 2 col 44
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Notification du deces d'un assure.
       01 T-SaisieDeces foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Deces d'un assure".
           10 line 3 col 2  value "Numero de l'assure     :".
           10 line 4 col 2  value "Date du deces AAAAMMJJ :".
           10 line 5 col 2  value "Notaire ou heritier    :".
           10 line 6 col 2  value "Adresse du contact     :".
           10 line 7 col 2  value "Telephone du contact   :".
           10 line 8 col 2  value "IBAN de la succession  :".
           10 line 9 col 2  value "BIC de la succession   :".

      *---- Decision sur un vehicule de la succession.
       01 T-SaisieVehicule foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Vehicule d'un assure decede".
           10 line 3 col 2  value "Numero de l'assure     :".
           10 line 4 col 2  value "Immatriculation        :".
           10 line 5 col 2  value "T=Transfert R=Resil.   :".
           10 line 6 col 2  value "Heritier repreneur     :".
           10 line 7 col 2  value "Effet AAAAMMJJ (vide=j):".

       01 T-Refus foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 12 col 2 from MotifRejet.
           10 line 13 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de la notification
       01  T-BilanDeces foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 12 col 2 value "Deces enregistre : prelevements et".
           05 line 12 col 37 value "relances suspendus.".
           05 line 13 col 2 value "Vehicules a decider".
           05 line 13 col 30 from NbrVehicules of BilanSuccession
               pic Z(3)9.
           05 line 14 col 2 value "Sinistres ouverts suivis".
           05 line 14 col 30 from NbrSinistres of BilanSuccession
               pic Z(3)9.
           05 line 15 col 2 value "Quittances gelees".
           05 line 15 col 30 from NbrQuittances of BilanSuccession
               pic Z(3)9.
           05 line 16 col 2 value "Suivi dans SuccessionsEnCours.csv".
           05 line 17 col 2 value "Appuyez sur Entree pour continuer".

       01  T-BilanVehicule foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 12 col 2 value "Decision enregistree ; le mouvement".
           05 line 13 col 2 value "sera applique par la mise a jour".
           05 line 14 col 2 value "du parc.".
           05 line 15 col 2 value "Ristourne".
           05 line 15 col 30 from MontantRistourne pic Z(7)9,99.
           05 line 17 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan du suivi des successions
       01  T-BilanSuivi foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Suivi des successions".
           05 line 3 col 2  value "Actions en cours".
           05 line 3 col 30 from NbrLignesOuvertes of BilanSuccession
               pic Z(5)9.
           05 line 4 col 2  value "Actions terminees ce jour".
           05 line 4 col 30 from NbrLignesCloses of BilanSuccession
               pic Z(5)9.
           05 line 5 col 2  value "Dossiers clos ce jour".
           05 line 5 col 30 from NbrSuccCloses of BilanSuccession
               pic Z(5)9.
           05 line 7 col 2  value "Liste dans SuccessionsEnCours.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Deces d'un assure : la notification enregistre la date du
      *----- deces (Assure.ADeces) et le notaire ou l'heritier a
      *----- contacter, ce qui suspend les prelevements SEPA et les
      *----- relances de l'assure, et ouvre le suivi de la succession
      *----- (vehicules a decider, sinistres ouverts, quittances
      *----- gelees). Chaque vehicule est ensuite transfere a un
      *----- heritier par un mouvement 'T', ou resilie par un mouvement
      *----- 'R' avec ristourne au pro rata versee a la succession ; la
      *----- mise a jour du parc (SinPourMaj) applique le mouvement. Le
      *----- suivi clot chaque action terminee, puis le dossier quand
      *----- plus rien n'est en cours. En BATCH, suivi seul.
      *-------------------------------------------------------------------------------------
       GestionSuccession.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanSuccession.
           accept DateCourante from date yyyymmdd.
           perform LireOperateurSession.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               perform SuiviSuccessions
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixSuccession.
           accept TypeTrt line 2 col 57.
           evaluate TypeTrt
               when 1
                   perform NotificationDeces
               when 2
                   perform DecisionVehiculeSucc
               when 3
                   perform SuiviSuccessions
                   display Ecran-Blanc
                   display T-BilanSuivi
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Notification du deces : controle, gel de l'assure et
      *----- ouverture du dossier de succession et de son suivi, dans
      *----- une seule unite de travail.
      *-------------------------------------------------------------------------------------
       NotificationDeces.
           initialize SuccessionDonne.
           display Ecran-Blanc.
           display T-SaisieDeces.
           accept NAssur of SuccessionDonne line 3 col 28.
           accept DateDeces of SuccessionDonne line 4 col 28.
           accept Contact of SuccessionDonne line 5 col 28.
           accept AdresseContact of SuccessionDonne line 6 col 28.
           accept TelContact of SuccessionDonne line 7 col 28.
           accept IbanSucc of SuccessionDonne line 8 col 28.
           accept BicSucc of SuccessionDonne line 9 col 28.
           perform ValideDeces.
           if LigneRejetee = 1
               display T-Refus
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to ErreurMajSucc.
           exec sql
               update Assure
                   set ADeces = :SuccessionDonne.DateDeces
                   where AAssur = :SuccessionDonne.NAssur
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajSucc
           end-if.
           exec sql
                INSERT INTO Succession
                    (SuAssur,SuDateDeces,SuContact,SuAdresse,SuTel,
                     SuIban,SuBic,SuDateNotif,SuOperateur,SuStatut,
                     SuDateClot)
                VALUES
                    (:SuccessionDonne.NAssur,
                     :SuccessionDonne.DateDeces,
                     :SuccessionDonne.Contact,
                     :SuccessionDonne.AdresseContact,
                     :SuccessionDonne.TelContact,
                     :SuccessionDonne.IbanSucc,
                     :SuccessionDonne.BicSucc,
                     :DateCourante,:OperateurCourant,0,0)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajSucc
           end-if.
           perform OuvreSuiviSuccession.
           if ErreurMajSucc = 1
               exec sql
                   rollback
               end-exec
               move "Erreur base, notification a reprendre"
                   to MotifRejet
               display T-Refus
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               commit
           end-exec.
           perform EtatSuccessions.
           display T-BilanDeces.
           accept OptionChoisie.

      *---- Assure inconnu ou deja decede, date de deces invalide ou
      *---- future, contact manquant : refus motive.
       ValideDeces.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to NbExistant.
           move 0 to DecesConnu.
           exec sql
               select count(*),isnull(max(ADeces),0)
                   into :NbExistant,:DecesConnu
                   from Assure
                   where AAssur = :SuccessionDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbExistant = 0
               move 1 to LigneRejetee
               move "Assure inconnu" to MotifRejet
               exit paragraph
           end-if.
           if DecesConnu > 0
               move 1 to LigneRejetee
               move "Deces deja enregistre" to MotifRejet
               exit paragraph
           end-if.
           move DateDeces of SuccessionDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DateDeces of SuccessionDonne > DateCourante
               move 1 to LigneRejetee
               move "Date de deces invalide" to MotifRejet
               exit paragraph
           end-if.
           if Contact of SuccessionDonne = spaces
               move 1 to LigneRejetee
               move "Notaire ou heritier a renseigner" to MotifRejet
               exit paragraph
           end-if.

      *---- Suivi ouvert a la notification : chaque vehicule actif
      *---- (decision a prendre), chaque sinistre ouvert (gestion
      *---- poursuivie jusqu'a la cloture) et chaque quittance non
      *---- soldee (gelee : ni prelevee ni relancee).
       OuvreSuiviSuccession.
           exec sql
               select count(*) into :BilanSuccession.NbrVehicules
                   from Vehicule
                   where VAssur = :SuccessionDonne.NAssur
                     and VActif = 1
           end-exec.
           exec sql
               select count(*) into :BilanSuccession.NbrSinistres
                   from Sinistre
                   where SNAssur = :SuccessionDonne.NAssur
                     and isnull(SDateClot,0) = 0
           end-exec.
           exec sql
               select count(*) into :BilanSuccession.NbrQuittances
                   from Quittance
                   where QAssur = :SuccessionDonne.NAssur
                     and QStatut < 2
           end-exec.
           exec sql
                INSERT INTO SuccessionSuivi
                    (SsAssur,SsType,SsCle,SsAction,SsRepreneur,
                     SsStatut,SsDateOuv,SsDateMaj)
                select VAssur,'VEHICULE',VImma,'A DECIDER',' ',
                       0,:DateCourante,:DateCourante
                    from Vehicule
                    where VAssur = :SuccessionDonne.NAssur
                      and VActif = 1
                union all
                select SNAssur,'SINISTRE',SNSin,'EN GESTION',' ',
                       0,:DateCourante,:DateCourante
                    from Sinistre
                    where SNAssur = :SuccessionDonne.NAssur
                      and isnull(SDateClot,0) = 0
                union all
                select QAssur,'QUITTANCE',QNum,'GELEE',' ',
                       0,:DateCourante,:DateCourante
                    from Quittance
                    where QAssur = :SuccessionDonne.NAssur
                      and QStatut < 2
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajSucc
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Decision sur un vehicule de la succession : transfert a
      *----- l'heritier repreneur (mouvement 'T', le repreneur en
      *----- MModele, comme a l'import des mouvements) ou resiliation
      *----- (mouvement 'R', motif deces) avec ristourne au pro rata
      *----- des primes reglees, dans une seule unite de travail.
      *-------------------------------------------------------------------------------------
       DecisionVehiculeSucc.
           initialize SuccessionDonne.
           initialize DecisionVehicule.
           move 0 to DateEffet.
           move 0 to MontantRistourne.
           display Ecran-Blanc.
           display T-SaisieVehicule.
           accept NAssur of SuccessionDonne line 3 col 28.
           accept NImma of DecisionVehicule line 4 col 28.
           accept CodeDecision of DecisionVehicule line 5 col 28.
           accept Repreneur of DecisionVehicule line 6 col 28.
           accept DateEffet line 7 col 28.
           inspect CodeDecision of DecisionVehicule converting
               "tr" to "TR".
           if DateEffet = 0
               move DateCourante to DateEffet
           end-if.
           perform ValideDecisionVehicule.
           if LigneRejetee = 1
               display T-Refus
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to ErreurMajSucc.
           move DateEffet to DateEffetChar.
           if CodeDecision of DecisionVehicule = "T"
               move "TRANSFERT" to LibDecision
               exec sql
                   INSERT INTO Mouvement
                       (MAssur,MImma,MCodeMouv,MDate,MModele,MTraite,
                        MPolice)
                   VALUES
                       (:SuccessionDonne.NAssur,
                        :DecisionVehicule.NImma,'T',:DateEffetChar,
                        :DecisionVehicule.Repreneur,0,
                        :DecisionVehicule.PoliceVehic)
               end-exec
               if SQLCODE < 0
                   move 1 to ErreurMajSucc
               end-if
           else
               move "RESILIATION" to LibDecision
               move spaces to Repreneur of DecisionVehicule
               exec sql
                   INSERT INTO Mouvement
                       (MAssur,MImma,MCodeMouv,MDate,MMotifRes,MTraite,
                        MPolice)
                   VALUES
                       (:SuccessionDonne.NAssur,
                        :DecisionVehicule.NImma,'R',:DateEffetChar,
                        :MotifResDeces,0,
                        :DecisionVehicule.PoliceVehic)
               end-exec
               if SQLCODE < 0
                   move 1 to ErreurMajSucc
               end-if
               perform EmetRistourneDeces
           end-if.
           exec sql
               update SuccessionSuivi
                   set SsAction = :LibDecision,
                       SsRepreneur = :DecisionVehicule.Repreneur,
                       SsDateMaj = :DateCourante
                   where SsAssur = :SuccessionDonne.NAssur
                     and SsType = 'VEHICULE'
                     and SsCle = :DecisionVehicule.NImma
                     and SsStatut = 0
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajSucc
           end-if.
           if ErreurMajSucc = 1
               exec sql
                   rollback
               end-exec
               move 0 to MontantRistourne
               move "Erreur base, decision a reprendre" to MotifRejet
               display T-Refus
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               commit
           end-exec.
           display T-BilanVehicule.
           accept OptionChoisie.

      *---- Vehicule hors succession ou deja decide, decision inconnue,
      *---- repreneur inconnu, decede ou identique, date d'effet
      *---- invalide ou anterieure au deces : refus motive.
       ValideDecisionVehicule.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to NbExistant.
           move 0 to DecesConnu.
           exec sql
               select count(*),isnull(max(SuDateDeces),0)
                   into :NbExistant,:DecesConnu
                   from Succession
                   where SuAssur = :SuccessionDonne.NAssur
                     and SuStatut = 0
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = SuAssur),'01')
                             = :SocieteSession)
           end-exec.
           if NbExistant = 0
               move 1 to LigneRejetee
               move "Pas de succession ouverte" to MotifRejet
               exit paragraph
           end-if.
           move spaces to ActionSuivi.
           exec sql
               select isnull(max(SsAction),' ')
                   into :ActionSuivi
                   from SuccessionSuivi
                   where SsAssur = :SuccessionDonne.NAssur
                     and SsType = 'VEHICULE'
                     and SsCle = :DecisionVehicule.NImma
                     and SsStatut = 0
           end-exec.
           if ActionSuivi = spaces
               move 1 to LigneRejetee
               move "Vehicule hors succession" to MotifRejet
               exit paragraph
           end-if.
           if ActionSuivi not = "A DECIDER"
               move 1 to LigneRejetee
               move "Decision deja prise" to MotifRejet
               exit paragraph
           end-if.
           if CodeDecision of DecisionVehicule not = "T"
               and CodeDecision of DecisionVehicule not = "R"
               move 1 to LigneRejetee
               move "Decision T ou R attendue" to MotifRejet
               exit paragraph
           end-if.
           move DateEffet to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DateEffet < DecesConnu
               move 1 to LigneRejetee
               move "Date d'effet invalide" to MotifRejet
               exit paragraph
           end-if.
           exec sql
               select isnull(max(VPolice),' ')
                   into :DecisionVehicule.PoliceVehic
                   from Vehicule
                   where VAssur = :SuccessionDonne.NAssur
                     and VImma = :DecisionVehicule.NImma
           end-exec.
           if CodeDecision of DecisionVehicule = "R"
               exit paragraph
           end-if.
           if Repreneur of DecisionVehicule = spaces
               or Repreneur of DecisionVehicule
                   = NAssur of SuccessionDonne
               move 1 to LigneRejetee
               move "Heritier repreneur a renseigner" to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbExistant.
           move 0 to DecesConnu.
           exec sql
               select count(*),isnull(max(ADeces),0)
                   into :NbExistant,:DecesConnu
                   from Assure
                   where AAssur = :DecisionVehicule.Repreneur
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbExistant = 0 or DecesConnu > 0
               move 1 to LigneRejetee
               move "Heritier repreneur inconnu" to MotifRejet
               exit paragraph
           end-if.

      *---- Ristourne : primes reglees du vehicule sur les quittances
      *---- annuelles de l'annee de l'effet (hors annulees), au pro rata
      *---- des jours restants apres l'effet. La ventilation TSCA /
      *---- FGAO du vehicule est reprise en deduction au meme prorata
      *---- (type 'R'). Virement a la succession par VirementSepa.
       EmetRistourneDeces.
           move 0 to PrimesReglees.
           move 0 to PrimesEmises.
           move AnneeEffet to AnneeEffetChar.
           exec sql
               select isnull(sum((QtPrimeNette + QtTaxe + QtFgao)
                                 * QMontantRegle / QMontant),0),
                      isnull(sum(QtPrimeNette + QtTaxe + QtFgao),0)
                   into :PrimesReglees,:PrimesEmises
                   from QuittanceTaxe
                   inner join Quittance on QNum = QtQNum
                   where QtType = 'Q'
                     and QtAssur = :SuccessionDonne.NAssur
                     and QtImma = :DecisionVehicule.NImma
                     and QPeriode = :AnneeEffetChar
                     and substring(QNum,5,1) = '-'
                     and QStatut <> 3
                     and QMontant > 0
           end-exec.
           if SQLCODE not = 0
               or PrimesReglees = 0 or PrimesEmises = 0
               exit paragraph
           end-if.
           compute JoursRestants = 365
               - (JoursCumules(MoisEffet) + JourEffet) + 1.
           compute FractionAnnee rounded = JoursRestants / 365.
           compute MontantRistourne rounded =
               PrimesReglees * FractionAnnee.
           if MontantRistourne = 0
               exit paragraph
           end-if.
           exec sql
                INSERT INTO Ristourne
                    (RiAssur,RiImma,RiDate,RiMontant,RiMotif,RiPaye)
                VALUES
                    (:SuccessionDonne.NAssur,
                     :DecisionVehicule.NImma,
                     :DateCourante,:MontantRistourne,
                     :MotifRistDeces,0)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajSucc
               exit paragraph
           end-if.
           compute RatioRistourne rounded =
               MontantRistourne / PrimesEmises.
           exec sql
                INSERT INTO QuittanceTaxe
                    (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                     QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                select 'R',
                       QtAssur
                         + right(convert(char(8),:DateCourante),6),
                       QtAssur
                         + right(convert(char(8),:DateCourante),6),
                       QtAssur,QtImma,:DateCourante,
                       QtGarantie,
                       round(QtPrimeNette * :RatioRistourne,2),
                       round(QtTaxe * :RatioRistourne,2),
                       round(QtFgao * :RatioRistourne,2)
                    from QuittanceTaxe
                    inner join Quittance on QNum = QtQNum
                    where QtType = 'Q'
                      and QtAssur = :SuccessionDonne.NAssur
                      and QtImma = :DecisionVehicule.NImma
                      and QPeriode = :AnneeEffetChar
                      and substring(QNum,5,1) = '-'
                      and QStatut <> 3
                      and QMontant > 0
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajSucc
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Suivi des successions : une action est terminee quand le
      *----- vehicule n'est plus actif chez l'assure decede (transfert
      *----- ou resiliation appliques par la mise a jour du parc), quand
      *----- le sinistre est clos, quand la quittance est soldee ou
      *----- annulee. Un dossier sans action en cours est clos. La
      *----- liste des actions en cours est regeneree dans
      *----- SuccessionsEnCours.csv.
      *-------------------------------------------------------------------------------------
       SuiviSuccessions.
           perform CompteSuiviOuvert.
           move NbrOuvertsApres to NbrOuvertsAvant.
           exec sql
               update SuccessionSuivi
                   set SsStatut = 1,
                       SsDateMaj = :DateCourante
                   where SsStatut = 0
                     and ((SsType = 'VEHICULE'
                           and not exists
                               (select 1 from Vehicule
                                    where VAssur = SsAssur
                                      and VImma = SsCle
                                      and VActif = 1))
                       or (SsType = 'SINISTRE'
                           and exists
                               (select 1 from Sinistre
                                    where SNAssur = SsAssur
                                      and SNSin = SsCle
                                      and isnull(SDateClot,0) > 0))
                       or (SsType = 'QUITTANCE'
                           and not exists
                               (select 1 from Quittance
                                    where QNum = SsCle
                                      and QStatut < 2)))
           end-exec.
           perform CompteSuiviOuvert.
           compute NbrLignesCloses of BilanSuccession =
               NbrOuvertsAvant - NbrOuvertsApres.
           move 0 to NbrOuvertsAvant.
           exec sql
               select count(*) into :NbrOuvertsAvant
                   from Succession
                   where SuStatut = 0
           end-exec.
           exec sql
               update Succession
                   set SuStatut = 1,
                       SuDateClot = :DateCourante
                   where SuStatut = 0
                     and not exists
                         (select 1 from SuccessionSuivi
                              where SsAssur = SuAssur
                                and SsStatut = 0)
           end-exec.
           move 0 to NbrOuvertsApres.
           exec sql
               select count(*) into :NbrOuvertsApres
                   from Succession
                   where SuStatut = 0
           end-exec.
           compute NbrSuccCloses of BilanSuccession =
               NbrOuvertsAvant - NbrOuvertsApres.
           exec sql
               commit
           end-exec.
           perform EtatSuccessions.

       CompteSuiviOuvert.
           move 0 to NbrOuvertsApres.
           exec sql
               select count(*) into :NbrOuvertsApres
                   from SuccessionSuivi
                   where SsStatut = 0
           end-exec.

      *---- Liste des actions en cours des successions ouvertes.
       EtatSuccessions.
           move 0 to EoDB.
           move 0 to NbrLignesOuvertes of BilanSuccession.
           open output FichierSuccessionsEnCours.
           move spaces to FichSuccession.
           string
               "Assure;Nom;DateDeces;Contact;Telephone;Objet;Cle;"
               "Action;Repreneur;JoursDepuisOuverture"
               delimited by size into FichSuccession
           end-string.
           write Enr-FichierSuccessionsEnCours from FichSuccession.
           exec sql
               Declare Succession-Cursor cursor for
                   select SsAssur,isnull(ANom,' '),SuDateDeces,
                          SuContact,SuTel,SsType,SsCle,SsAction,
                          SsRepreneur,
                          datediff(day,convert(date,
                              convert(char(8),SsDateOuv),112),getdate())
                       from SuccessionSuivi
                       inner join Succession on SuAssur = SsAssur
                       left join Assure on AAssur = SsAssur
                       where SsStatut = 0
                         and SuStatut = 0
                         and (:SocieteSession = ''
                              or isnull(ASociete,'01')
                                 = :SocieteSession)
                       order by SsAssur,SsType,SsCle
           end-exec.
           exec sql
               open Succession-Cursor
           end-exec.
           perform EtatSuccessions-Trt until EoDB = 1.
           exec sql
               close Succession-Cursor
           end-exec.
           close FichierSuccessionsEnCours.

       EtatSuccessions-Trt.
           exec sql
               fetch Succession-Cursor into
                   :SuccessionDonne.NAssur,:SuiviDonne.SuivNom,
                   :SuiviDonne.SuivDateDeces,:SuiviDonne.SuivContact,
                   :SuiviDonne.SuivTel,:SuiviDonne.SuivType,
                   :SuiviDonne.SuivCle,:SuiviDonne.SuivAction,
                   :SuiviDonne.SuivRepreneur,
                   :SuiviDonne.SuivAnciennete
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrLignesOuvertes of BilanSuccession.
           move spaces to FichSuccession.
           string
               NAssur of SuccessionDonne
               ";" SuivNom of SuiviDonne
               ";" SuivDateDeces of SuiviDonne
               ";" SuivContact of SuiviDonne
               ";" SuivTel of SuiviDonne
               ";" SuivType of SuiviDonne
               ";" SuivCle of SuiviDonne
               ";" SuivAction of SuiviDonne
               ";" SuivRepreneur of SuiviDonne
               ";" SuivAnciennete of SuiviDonne
               delimited by size into FichSuccession
           end-string.
           write Enr-FichierSuccessionsEnCours from FichSuccession.

      *---- Controle qu'une date AAAAMMJJ est calendaire.
       ControleDateCalendrier.
           move 1 to DateCalendrierValide.
           if Mois of DateControle < 1 or Mois of DateControle > 12
               move 0 to DateCalendrierValide
           else
               evaluate Mois of DateControle
                   when 4 when 6 when 9 when 11
                       move 30 to NbrJoursDuMois
                   when 2
                       divide Annee of DateControle by 4
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste4
                       divide Annee of DateControle by 100
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste100
                       divide Annee of DateControle by 400
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste400
                       if AnneeBissextileReste4 = 0 and
                          (AnneeBissextileReste100 <> 0 or
                           AnneeBissextileReste400 = 0)
                           move 29 to NbrJoursDuMois
                       else
                           move 28 to NbrJoursDuMois
                       end-if
                   when other
                       move 31 to NbrJoursDuMois
               end-evaluate
               if Jour of DateControle < 1 or
                  Jour of DateControle > NbrJoursDuMois
                   move 0 to DateCalendrierValide
               end-if
           end-if.

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
      *----- Fin de la gestion des successions
      *-------------------------------------------------------------------------------------

       end program SuccessionAssure.
