       program-id. ResiliationHamon as
           "StatistiqueSinistresAssures.ResiliationHamon".

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

      *---- Demande de resiliation Loi Hamon recue du nouvel assureur
      *---- (DemandesHamon.csv : reference de la demande;code de
      *---- l'assureur demandeur;numero de police;NAssur;date de
      *---- reception AAAAMMJJ).
       01 DemandeHamon.
            10 RefDemande      sql char-varying(12).
            10 AssureurDemandeur sql char-varying(10).
            10 PoliceDemande   sql char-varying(7).
            10 AssurDemande    sql char-varying(5).
            10 DateReception   sql char-varying(8).
       77 DateReceptionNum pic 9(8).

      *---- Police visee : numero = assure + rang sur deux chiffres,
      *---- branche AUT ou MRH, date d'effet AAAAMMJJ, statut 0 = en
      *---- vigueur.
       01 PoliceDonne.
            10 AssurPolice     sql char-varying(5).
            10 BranchePolice   sql char-varying(3).
            10 DateEffetPolice pic 9(8).
            10 StatutPolice    pic 9.
            10 NbrRisquesPolice pic 9(4).

      *---- La resiliation prend effet un mois apres la reception de la
      *---- demande ; la police doit avoir plus d'un an a la reception.
       01 DateEffetResil   pic 9(8).
       01 DateEffetResilRed redefines DateEffetResil.
           05 AnneeResil   pic 9(4).
           05 MoisResil    pic 99.
           05 JourResil    pic 99.
       77 DateEffetResilChar sql char-varying(8).
       77 DateUnAn         pic 9(8).

      *---- Motif de resiliation porte par le mouvement 'R' (code du
      *---- referentiel MotifResiliation.csv) et par la ristourne.
       77 MotifResHamon   sql char-varying(2) value "LH".
       77 MotifRistHamon  sql char-varying(10) value "LOI HAMON".

      *---- Ristourne : part des primes annuelles reglees de la police
      *---- pour l'annee de l'effet, au pro rata des jours restants
      *---- apres l'effet, avec la meme table que AvenantCotisation.
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
      *---- Part de la ventilation TSCA / FGAO des quittances reprise
      *---- en deduction par la ristourne.
       77 RatioRistourne pic 9v9(6).
       77 AnneeEffetResil sql char-varying(4).

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
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 ErreurMajHamon  pic 9.
       77 DecisionHamon   pic x(8).

       01 BilanHamon.
           05 NbrDemandes    pic 9(5).
           05 NbrAcceptees   pic 9(5).
           05 NbrRefusees    pic 9(5).
           05 NbrRistournes  pic 9(5).
           05 TotalRistournes pic 9(8)V99.
       01 FichReponse pic x(150).

       01 DateCourante     pic 9(8).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur les risques habitation resilies.
       77 OperateurCourant pic x(10).

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), les
      *---- demandes du jour sont traitees sans affichage.
       77 ModeExecution   pic x(10).

       77 EofImport pic 9.
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

      *---- Bilan du traitement des demandes
       01  T-BilanHamon foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Resiliations Loi Hamon recues".
           05 line 3 col 2  value "Demandes lues".
           05 line 3 col 30 from NbrDemandes of BilanHamon pic Z(4)9.
           05 line 4 col 2  value "Demandes acceptees".
           05 line 4 col 30 from NbrAcceptees of BilanHamon
               pic Z(4)9.
           05 line 5 col 2  value "Demandes refusees".
           05 line 5 col 30 from NbrRefusees of BilanHamon
               pic Z(4)9.
           05 line 6 col 2  value "Ristournes dues".
           05 line 6 col 30 from NbrRistournes of BilanHamon
               pic Z(4)9.
           05 line 7 col 2  value "Total ristournes".
           05 line 7 col 30 from TotalRistournes of BilanHamon
               pic Z(6)9,99.
           05 line 9 col 2  value "Reponses dans ReponsesHamon.csv".
           05 line 10 col 2 value "Refus dans RefusHamon.csv".
           05 line 12 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Resiliations Loi Hamon demandees par le nouvel assureur :
      *----- chaque demande est controlee (police connue de l'assure,
      *----- en vigueur, de plus d'un an a la reception), la date
      *----- d'effet est fixee a un mois apres la reception, puis le
      *----- mouvement 'R' de motif LH est pose sur chaque vehicule de
      *----- la police (les risques habitation d'une police MRH sont
      *----- resilies), la police est close et la ristourne des primes
      *----- reglees au-dela de l'effet est due. Reponse a l'assureur
      *----- demandeur dans ReponsesHamon.csv, refus motives dans
      *----- RefusHamon.csv. Plus de saisie a la main ni de delai rate.
      *-------------------------------------------------------------------------------------
       TraiteDemandesHamon.
           perform TraiteDemandesHamon-Init.
           perform TraiteDemandesHamon-Trt until EofImport = 1.
           perform TraiteDemandesHamon-Fin.

       TraiteDemandesHamon-Init.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform LireOperateurSession.
           accept DateCourante from date yyyymmdd.
           initialize BilanHamon.
           move 0 to EofImport.
           open input FichierDemandesHamon.
           open output FichierReponsesHamon.
           open output FichierRefusHamon.
           move spaces to FichReponse.
           string
               "RefDemande;Assureur;Police;NAssur;DateReception;"
               "Decision;DateEffet;Motif"
               into FichReponse
           end-string.
           write Enr-FichierReponsesHamon from FichReponse.
           write Enr-FichierRefusHamon from FichReponse.

       TraiteDemandesHamon-Trt.
           read FichierDemandesHamon
               at end
                   move 1 to EofImport
               not at end
                   perform TrtDemandeHamon
           end-read.

       TraiteDemandesHamon-Fin.
           close FichierDemandesHamon.
           close FichierReponsesHamon.
           close FichierRefusHamon.
           if ModeExecution = "BATCH"
               goback
           end-if.
           display Ecran-Blanc.
           display T-BilanHamon.
           accept OptionChoisie.
           goback.

       TrtDemandeHamon.
           initialize DemandeHamon.
           unstring Enr-FichierDemandesHamon delimited by ";" into
               RefDemande of DemandeHamon
               AssureurDemandeur of DemandeHamon
               PoliceDemande of DemandeHamon
               AssurDemande of DemandeHamon
               DateReception of DemandeHamon
           end-unstring.
           add 1 to NbrDemandes of BilanHamon.
           move 0 to DateEffetResil.
           perform ValideDemandeHamon.
           if LigneRejetee = 0
               perform ResiliePoliceHamon
           end-if.
           if LigneRejetee = 1
               add 1 to NbrRefusees of BilanHamon
               move "REFUSEE" to DecisionHamon
           else
               add 1 to NbrAcceptees of BilanHamon
               move "ACCEPTEE" to DecisionHamon
               move spaces to MotifRejet
           end-if.
           perform EnrDemandeHamon.
           perform EnrReponseHamon.

      *---- Demande en double, police inconnue ou d'un autre assure,
      *---- deja resiliee, date de reception invalide ou police de
      *---- moins d'un an a la reception : refus motive.
       ValideDemandeHamon.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           if RefDemande of DemandeHamon = spaces
               move 1 to LigneRejetee
               move "Reference de demande manquante" to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from DemandeHamon
                   where DhRef = :DemandeHamon.RefDemande
                     and DhAssureur = :DemandeHamon.AssureurDemandeur
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Demande deja traitee" to MotifRejet
               exit paragraph
           end-if.
           initialize PoliceDonne.
           exec sql
               select PAssur,PBranche,PDateEffet,PStatut
                   into :PoliceDonne.AssurPolice,
                        :PoliceDonne.BranchePolice,
                        :PoliceDonne.DateEffetPolice,
                        :PoliceDonne.StatutPolice
                   from Police
                   where PNum = :DemandeHamon.PoliceDemande
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Police inconnue" to MotifRejet
               exit paragraph
           end-if.
           if AssurDemande of DemandeHamon not = spaces
               and AssurDemande of DemandeHamon
                   not = AssurPolice of PoliceDonne
               move 1 to LigneRejetee
               move "Police d'un autre assure" to MotifRejet
               exit paragraph
           end-if.
           if StatutPolice of PoliceDonne not = 0
               move 1 to LigneRejetee
               move "Police deja resiliee" to MotifRejet
               exit paragraph
           end-if.
           if DateReception of DemandeHamon is not numeric
               move 1 to LigneRejetee
               move "Date de reception invalide" to MotifRejet
               exit paragraph
           end-if.
           move DateReception of DemandeHamon to DateReceptionNum.
           move DateReceptionNum to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DateReceptionNum > DateCourante
               move 1 to LigneRejetee
               move "Date de reception invalide" to MotifRejet
               exit paragraph
           end-if.
           compute DateUnAn = DateEffetPolice of PoliceDonne + 10000.
           if DateReceptionNum < DateUnAn
               move 1 to LigneRejetee
               move "Police de moins d'un an" to MotifRejet
               exit paragraph
           end-if.
           perform CalculeDateEffetHamon.

      *---- Effet un mois apres la reception, ramene au dernier jour du
      *---- mois si le quantieme n'y existe pas (31 janvier -> 28/29
      *---- fevrier).
       CalculeDateEffetHamon.
           move DateReceptionNum to DateEffetResil.
           if MoisResil = 12
               add 1 to AnneeResil
               move 1 to MoisResil
           else
               add 1 to MoisResil
           end-if.
           move DateEffetResil to DateControle.
           move 1 to Jour of DateControle.
           perform ControleDateCalendrier.
           if JourResil > NbrJoursDuMois
               move NbrJoursDuMois to JourResil
           end-if.

      *---- Resiliation de la police a la date d'effet, dans une seule
      *---- unite de travail avec la ristourne.
       ResiliePoliceHamon.
           move 0 to ErreurMajHamon.
           move DateEffetResil to DateEffetResilChar.
           if BranchePolice of PoliceDonne = "MRH"
               perform ResilieRisquesHamon
           else
               perform ResilieVehiculesHamon
           end-if.
           exec sql
               update Police
                   set PStatut = 1,
                       PDateResil = :DateEffetResilChar
                   where PNum = :DemandeHamon.PoliceDemande
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajHamon
           end-if.
           perform EmetRistourneHamon.
           if ErreurMajHamon = 1
               exec sql
                   rollback
               end-exec
               move 1 to LigneRejetee
               move "Erreur base, demande a reprendre" to MotifRejet
               move 0 to MontantRistourne
           else
               exec sql
                   commit
               end-exec
           end-if.

      *---- Un mouvement 'R' non traite, motif Loi Hamon, par vehicule
      *---- actif de la police : SinPourMaj l'applique au parc.
       ResilieVehiculesHamon.
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MDate,MMotifRes,MTraite,
                    MPolice)
               select VAssur,VImma,'R',
                      :DateEffetResilChar,:MotifResHamon,0,VPolice
                   from Vehicule
                   where VPolice = :DemandeHamon.PoliceDemande
                     and VActif = 1
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajHamon
           end-if.

      *---- Les risques habitation actifs de la police sont resilies.
       ResilieRisquesHamon.
           exec sql
               update Habitation
                   set HActif = 0,
                       HDateResil = :DateEffetResilChar,
                       HOperateur = :OperateurCourant
                   where HPolice = :DemandeHamon.PoliceDemande
                     and HActif = 1
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajHamon
           end-if.

      *---- Ristourne : primes reglees sur les quittances annuelles de
      *---- la police pour l'annee de l'effet (hors annulees), au pro
      *---- rata des jours restants apres l'effet. La ventilation
      *---- TSCA / FGAO des quittances est reprise en deduction au meme
      *---- prorata (type 'R').
       EmetRistourneHamon.
           move 0 to MontantRistourne.
           move 0 to PrimesReglees.
           move 0 to PrimesEmises.
           move AnneeResil to AnneeEffetResil.
           exec sql
               select isnull(sum(QMontantRegle),0),
                      isnull(sum(QMontant),0)
                   into :PrimesReglees,:PrimesEmises
                   from Quittance
                   where QPolice = :DemandeHamon.PoliceDemande
                     and QPeriode = :AnneeEffetResil
                     and substring(QNum,5,1) = '-'
                     and QStatut <> 3
           end-exec.
           if SQLCODE not = 0
               or PrimesReglees = 0 or PrimesEmises = 0
               exit paragraph
           end-if.
           compute JoursRestants = 365
               - (JoursCumules(MoisResil) + JourResil) + 1.
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
                    (:PoliceDonne.AssurPolice,
                     :DemandeHamon.PoliceDemande,
                     :DateCourante,:MontantRistourne,
                     :MotifRistHamon,0)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajHamon
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
                      and QPolice = :DemandeHamon.PoliceDemande
                      and QPeriode = :AnneeEffetResil
                      and substring(QNum,5,1) = '-'
                      and QStatut <> 3
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajHamon
               exit paragraph
           end-if.
           add 1 to NbrRistournes of BilanHamon.
           add MontantRistourne to TotalRistournes of BilanHamon.

      *---- Trace de la demande : une demande deja recue est refusee
      *---- au prochain passage.
       EnrDemandeHamon.
           move DateEffetResil to DateEffetResilChar.
           if LigneRejetee = 1
               move 0 to MontantRistourne
           end-if.
           exec sql
                INSERT INTO DemandeHamon
                    (DhRef,DhAssureur,DhPolice,DhAssur,
                     DhDateReception,DhDecision,DhDateEffet,DhMotif,
                     DhRistourne,DhDateTrt)
                VALUES
                    (:DemandeHamon.RefDemande,
                     :DemandeHamon.AssureurDemandeur,
                     :DemandeHamon.PoliceDemande,
                     :DemandeHamon.AssurDemande,
                     :DemandeHamon.DateReception,
                     :DecisionHamon,:DateEffetResilChar,
                     :MotifRejet,:MontantRistourne,:DateCourante)
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Reponse a l'assureur demandeur ; un refus part aussi dans la
      *---- liste des refus.
       EnrReponseHamon.
           move spaces to FichReponse.
           string
               RefDemande of DemandeHamon
               ";" AssureurDemandeur of DemandeHamon
               ";" PoliceDemande of DemandeHamon
               ";" AssurDemande of DemandeHamon
               ";" DateReception of DemandeHamon
               ";" DecisionHamon
               ";" DateEffetResil
               ";" MotifRejet
               into FichReponse
           end-string.
           write Enr-FichierReponsesHamon from FichReponse.
           if LigneRejetee = 1
               write Enr-FichierRefusHamon from FichReponse
           end-if.

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
           open input FichierSessionOperateur.
           read FichierSessionOperateur
               at end continue
               not at end
                   move Enr-FichierSessionOperateur(1:10)
                       to OperateurCourant
           end-read.
           close FichierSessionOperateur.

      *-------------------------------------------------------------------------------------
      *----- Fin des resiliations Loi Hamon
      *-------------------------------------------------------------------------------------

       end program ResiliationHamon.
