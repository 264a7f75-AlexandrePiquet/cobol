       program-id. PoliceContrat as
           "StatistiqueSinistresAssures.PoliceContrat".

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

      *---- Police (contrat) : numero = assure + rang sur deux chiffres,
      *---- branche AUT ou MRH, date d'effet AAAAMMJJ et echeance
      *---- anniversaire MMJJ. Statut 0 = en vigueur, 1 = resiliee, la
      *---- date de resiliation a blanc tant que la police vit.
       01 PoliceDonne.
            10 NumPolice       sql char-varying(7).
            10 AssurPolice     sql char-varying(5).
            10 BranchePolice   sql char-varying(3).
            10 DateEffetPolice sql char-varying(8).
            10 EcheancePolice  sql char-varying(4).
            10 StatutPolice    pic 9.
            10 DateResilPolice sql char-varying(8).
            10 NbrRisquesPolice pic 9(4).
       77 DernierePolice  sql char-varying(7).
       77 RangPolice      pic 99.
       77 ErreurPolice    pic 9.

      *---- Rattachement d'un vehicule a une autre police de l'assure.
       01 RattachementDonne.
            10 ImmaRattache    sql char-varying(9).
            10 AssurVehicule   sql char-varying(5).
            10 AnciennePolice  sql char-varying(7).

      *---- Risque habitation sans police, repris par la reprise.
       01 HabitationDonne.
            10 NumRisque       sql char-varying(9).
            10 AssurRisque     sql char-varying(5).
            10 DateEffetRisque sql char-varying(8).
            10 ActifRisque     pic 9.
            10 DateResilRisque sql char-varying(8).

       77 NbExistant      pic 9(4).
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 ErreurMajPolice pic 9.

      *---- Saisies : dates AAAAMMJJ, echeance MMJJ (0 = jour et mois de
      *---- la date d'effet).
       01 DateCourante     pic 9(8).
       01 DateCouranteRed redefines DateCourante.
           05 AnneeCourante pic 9(4).
           05 MoisCourant   pic 99.
           05 JourCourant   pic 99.
       77 DateJour         sql char-varying(8).
       77 DateSaisie       pic 9(8).
       01 EcheanceSaisie   pic 9(4).
       01 EcheanceSaisieRed redefines EcheanceSaisie.
           05 MoisEcheance  pic 99.
           05 JourEcheance  pic 99.

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

      *---- Liste des polices
       01 BilanPolices.
           05 NbrPolices          pic 9(5).
           05 NbrPolicesVigueur   pic 9(5).
           05 NbrPolicesResiliees pic 9(5).
       01 FichPolice pic x(200).

      *---- Reprise des contrats existants
       01 BilanReprisePolices.
           05 NbrPolicesAuto      pic 9(5).
           05 NbrPolicesHabitation pic 9(5).
           05 NbrVehiculesRattaches pic 9(5).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur les risques habitation resilies.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), la
      *---- reprise des contrats sans police puis la liste des polices
      *---- sont produites sans affichage.
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

       01 M-ChoixPolice
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Polices: 1=Creer 2=Rattacher 3=Resilier     "
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value "          4=Liste 5=Reprise 0=Fin :          "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Ouverture d'une police.
       01 T-SaisiePolice foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Ouverture d'une police".
           10 line 3  col 2  value "Numero d'assure        :".
           10 line 4  col 2  value "Branche (AUT, MRH)     :".
           10 line 5  col 2  value "Effet (AAAAMMJJ, 0=jour):".
           10 line 6  col 2  value "Echeance (MMJJ,0=effet):".

       01 T-PoliceRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2 value "Operation refusee :".
           10 line 20 col 22 from MotifRejet.
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

       01 T-PoliceEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2  value "Police ouverte".
           10 line 20 col 18 from NumPolice of PoliceDonne.
           10 line 20 col 28 value "echeance".
           10 line 20 col 37 from EcheancePolice of PoliceDonne.
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

      *---- Rattachement d'un vehicule a une police.
       01 T-SaisieRattachement foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Rattachement d'un vehicule".
           10 line 3  col 2  value "Immatriculation        :".
           10 line 4  col 2  value "Police de destination  :".

       01 T-RattachementFait foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2  value "Vehicule rattache a la police".
           10 line 20 col 32 from NumPolice of PoliceDonne.
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

      *---- Resiliation d'une police.
       01 T-SaisieResilPolice foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Resiliation d'une police".
           10 line 3  col 2  value "Numero de police       :".
           10 line 4  col 2  value "Date (AAAAMMJJ, 0=jour):".

       01 T-ResilPoliceFaite foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2 value "Police resiliee au".
           10 line 20 col 21 from DateResilPolice of PoliceDonne.
           10 line 21 col 2 value "Risques sortis".
           10 line 21 col 21 from NbrRisquesPolice of PoliceDonne
               pic Z(3)9.
           10 line 22 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de la liste des polices
       01  T-BilanPolices foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Polices (contrats)".
           05 line 3 col 2  value "Polices".
           05 line 3 col 30 from NbrPolices of BilanPolices
               pic Z(4)9.
           05 line 4 col 2  value "En vigueur".
           05 line 4 col 30 from NbrPolicesVigueur of BilanPolices
               pic Z(4)9.
           05 line 5 col 2  value "Resiliees".
           05 line 5 col 30 from NbrPolicesResiliees of BilanPolices
               pic Z(4)9.
           05 line 7 col 2  value "Detail dans Polices.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de la reprise des contrats sans police
       01  T-BilanReprisePolices foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Reprise des contrats sans police".
           05 line 3 col 2  value "Polices automobile ouvertes".
           05 line 3 col 32 from NbrPolicesAuto of BilanReprisePolices
               pic Z(4)9.
           05 line 4 col 2  value "Polices habitation ouvertes".
           05 line 4 col 32
               from NbrPolicesHabitation of BilanReprisePolices
               pic Z(4)9.
           05 line 5 col 2  value "Vehicules rattaches".
           05 line 5 col 32
               from NbrVehiculesRattaches of BilanReprisePolices
               pic Z(4)9.
           05 line 7 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Polices (contrats) : un assure peut detenir plusieurs
      *----- polices, chacune avec sa branche, sa date d'effet et son
      *----- echeance anniversaire. Ouverture d'une police, rattachement
      *----- d'un vehicule a une autre police automobile de l'assure,
      *----- resiliation d'une police entiere (les vehicules sortent par
      *----- des mouvements 'R' repris par SinPourMaj, les risques
      *----- habitation sont resilies directement), liste des polices
      *----- dans Polices.csv, et reprise des contrats anterieurs aux
      *----- polices (vehicules, risques, garanties, mouvements,
      *----- sinistres et quittances sans police).
      *-------------------------------------------------------------------------------------
       GestionPolices.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform LireOperateurSession.
           accept DateCourante from date yyyymmdd.
           move DateCourante to DateJour.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               perform ReprisePolices
               perform ListePolices
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixPolice.
           accept TypeTrt line 3 col 37.
           evaluate TypeTrt
               when 1
                   perform SaisiePolice
               when 2
                   perform RattachementVehicule
               when 3
                   perform ResiliationPolice
               when 4
                   perform ListePolices
                   display Ecran-Blanc
                   display T-BilanPolices
                   accept OptionChoisie
               when 5
                   perform ReprisePolices
                   display Ecran-Blanc
                   display T-BilanReprisePolices
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Ouverture d'une police pour un assure existant, au rang
      *----- suivant de l'assure.
      *-------------------------------------------------------------------------------------
       SaisiePolice.
           initialize PoliceDonne.
           display Ecran-Blanc.
           display T-SaisiePolice.
           accept AssurPolice of PoliceDonne line 3 col 28.
           accept BranchePolice of PoliceDonne line 4 col 28.
           move 0 to DateSaisie.
           accept DateSaisie line 5 col 28.
           move 0 to EcheanceSaisie.
           accept EcheanceSaisie line 6 col 28.
           inspect BranchePolice of PoliceDonne converting
               "autmrh" to "AUTMRH".
           perform ValidePolice.
           if LigneRejetee = 1
               display T-PoliceRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to ErreurPolice.
           perform OuvrePolice.
           if ErreurPolice = 1
               exec sql
                   rollback
               end-exec
               move "Erreur base, ouverture annulee" to MotifRejet
               display T-PoliceRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               commit
           end-exec.
           display T-PoliceEnregistree.
           accept OptionChoisie.

      *---- Assure connu, branche AUT ou MRH, date d'effet calendaire et
      *---- echeance MMJJ existante (controlee sur une annee bissextile
      *---- pour admettre le 29 fevrier).
       ValidePolice.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Assure
                   where AAssur = :PoliceDonne.AssurPolice
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbExistant = 0
               move 1 to LigneRejetee
               move "Assure inconnu" to MotifRejet
               exit paragraph
           end-if.
           if BranchePolice of PoliceDonne not = "AUT"
               and BranchePolice of PoliceDonne not = "MRH"
               move 1 to LigneRejetee
               move "Branche invalide (AUT ou MRH)" to MotifRejet
               exit paragraph
           end-if.
           if DateSaisie = 0
               move DateCourante to DateSaisie
           end-if.
           move DateSaisie to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               move 1 to LigneRejetee
               move "Date d'effet invalide" to MotifRejet
               exit paragraph
           end-if.
           move DateSaisie to DateEffetPolice of PoliceDonne.
           if EcheanceSaisie = 0
               move spaces to EcheancePolice of PoliceDonne
               exit paragraph
           end-if.
           move 2000 to Annee of DateControle.
           move MoisEcheance to Mois of DateControle.
           move JourEcheance to Jour of DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               move 1 to LigneRejetee
               move "Echeance invalide (MMJJ)" to MotifRejet
               exit paragraph
           end-if.
           move EcheanceSaisie to EcheancePolice of PoliceDonne.

      *-------------------------------------------------------------------------------------
      *----- Rattachement d'un vehicule actif a une autre police
      *----- automobile en vigueur du meme assure ; ses garanties
      *----- suivent. La police quittee, si elle n'a plus de vehicule
      *----- actif, est resiliee du jour.
      *-------------------------------------------------------------------------------------
       RattachementVehicule.
           initialize RattachementDonne.
           initialize PoliceDonne.
           display Ecran-Blanc.
           display T-SaisieRattachement.
           accept ImmaRattache of RattachementDonne line 3 col 28.
           accept NumPolice of PoliceDonne line 4 col 28.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           exec sql
               select VAssur,isnull(VPolice,' ')
                   into :RattachementDonne.AssurVehicule,
                        :RattachementDonne.AnciennePolice
                   from Vehicule
                   where VImma = :RattachementDonne.ImmaRattache
                     and VActif = 1
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = VAssur),'01')
                             = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Vehicule inconnu ou sorti du parc" to MotifRejet
           end-if.
           if LigneRejetee = 0
               exec sql
                   select PAssur,PBranche,PStatut
                       into :PoliceDonne.AssurPolice,
                            :PoliceDonne.BranchePolice,
                            :PoliceDonne.StatutPolice
                       from Police
                       where PNum = :PoliceDonne.NumPolice
               end-exec
               if SQLCODE not = 0
                   move 1 to LigneRejetee
                   move "Police inconnue" to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 0
               if AssurPolice of PoliceDonne
                       not = AssurVehicule of RattachementDonne
                   or BranchePolice of PoliceDonne not = "AUT"
                   or StatutPolice of PoliceDonne not = 0
                   move 1 to LigneRejetee
                   move "Police non automobile, autre assure ou resil."
                       to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 0
               if NumPolice of PoliceDonne
                       = AnciennePolice of RattachementDonne
                   move 1 to LigneRejetee
                   move "Vehicule deja sur cette police" to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 1
               display T-PoliceRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to ErreurMajPolice.
           exec sql
               update Vehicule
                   set VPolice = :PoliceDonne.NumPolice
                   where VAssur = :RattachementDonne.AssurVehicule
                     and VImma = :RattachementDonne.ImmaRattache
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajPolice
           end-if.
           exec sql
               update Garantie
                   set GPolice = :PoliceDonne.NumPolice
                   where GAssur = :RattachementDonne.AssurVehicule
                     and GImma = :RattachementDonne.ImmaRattache
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajPolice
           end-if.
           if AnciennePolice of RattachementDonne not = spaces
               move 0 to NbExistant
               exec sql
                   select count(*) into :NbExistant
                       from Vehicule
                       where VPolice = :RattachementDonne.AnciennePolice
                         and VActif = 1
               end-exec
               if SQLCODE = 0 and NbExistant = 0
                   exec sql
                       update Police
                           set PStatut = 1,
                               PDateResil = :DateJour
                       where PNum = :RattachementDonne.AnciennePolice
                         and PStatut = 0
                   end-exec
               end-if
           end-if.
           if ErreurMajPolice = 1
               exec sql
                   rollback
               end-exec
               move "Erreur base, rattachement annule" to MotifRejet
               display T-PoliceRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               commit
           end-exec.
           display T-RattachementFait.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Resiliation d'une police en vigueur a une date donnee, au
      *----- plus tot a sa date d'effet. Police automobile : chaque
      *----- vehicule actif recoit un mouvement 'R' a la date, non
      *----- traite, que SinPourMaj applique au parc. Police
      *----- habitation : les risques actifs sont resilies a la date.
      *-------------------------------------------------------------------------------------
       ResiliationPolice.
           initialize PoliceDonne.
           display Ecran-Blanc.
           display T-SaisieResilPolice.
           accept NumPolice of PoliceDonne line 3 col 28.
           move 0 to DateSaisie.
           accept DateSaisie line 4 col 28.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           exec sql
               select PAssur,PBranche,PDateEffet,PStatut
                   into :PoliceDonne.AssurPolice,
                        :PoliceDonne.BranchePolice,
                        :PoliceDonne.DateEffetPolice,
                        :PoliceDonne.StatutPolice
                   from Police
                   where PNum = :PoliceDonne.NumPolice
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = PAssur),'01')
                             = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Police inconnue" to MotifRejet
           else
               if StatutPolice of PoliceDonne not = 0
                   move 1 to LigneRejetee
                   move "Police deja resiliee" to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 0
               if DateSaisie = 0
                   move DateCourante to DateSaisie
               end-if
               move DateSaisie to DateControle
               perform ControleDateCalendrier
               move DateSaisie to DateResilPolice of PoliceDonne
               if DateCalendrierValide = 0
                   or DateResilPolice of PoliceDonne
                       < DateEffetPolice of PoliceDonne
                   move 1 to LigneRejetee
                   move "Date de resiliation invalide" to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 1
               display T-PoliceRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to ErreurMajPolice.
           move 0 to NbrRisquesPolice of PoliceDonne.
           if BranchePolice of PoliceDonne = "MRH"
               perform ResilieRisquesPolice
           else
               perform ResilieVehiculesPolice
           end-if.
           exec sql
               update Police
                   set PStatut = 1,
                       PDateResil = :PoliceDonne.DateResilPolice
                   where PNum = :PoliceDonne.NumPolice
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajPolice
           end-if.
           if ErreurMajPolice = 1
               exec sql
                   rollback
               end-exec
               move "Erreur base, resiliation annulee" to MotifRejet
               display T-PoliceRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               commit
           end-exec.
           display T-ResilPoliceFaite.
           accept OptionChoisie.

      *---- Un mouvement 'R' non traite par vehicule actif de la police.
       ResilieVehiculesPolice.
           exec sql
               select count(*) into :PoliceDonne.NbrRisquesPolice
                   from Vehicule
                   where VPolice = :PoliceDonne.NumPolice
                     and VActif = 1
           end-exec.
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MDate,MTraite,MPolice)
               select VAssur,VImma,'R',
                      :PoliceDonne.DateResilPolice,0,VPolice
                   from Vehicule
                   where VPolice = :PoliceDonne.NumPolice
                     and VActif = 1
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajPolice
           end-if.

      *---- Les risques habitation actifs de la police sont resilies.
       ResilieRisquesPolice.
           exec sql
               select count(*) into :PoliceDonne.NbrRisquesPolice
                   from Habitation
                   where HPolice = :PoliceDonne.NumPolice
                     and HActif = 1
           end-exec.
           exec sql
               update Habitation
                   set HActif = 0,
                       HDateResil = :PoliceDonne.DateResilPolice,
                       HOperateur = :OperateurCourant
                   where HPolice = :PoliceDonne.NumPolice
                     and HActif = 1
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajPolice
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Liste des polices avec le nombre de risques actifs
      *----- (vehicules ou logements) de chacune, dans Polices.csv.
      *-------------------------------------------------------------------------------------
       ListePolices.
           initialize BilanPolices.
           open output FichierPolices.
           move spaces to FichPolice.
           string
               "Police;Assure;Branche;DateEffet;Echeance;Statut;"
               "DateResil;NbrRisques"
               into FichPolice
           end-string.
           write Enr-FichierPolices from FichPolice.
           move 0 to EoDB.
           exec sql
               Declare Police-Cursor cursor for
                   select PNum,PAssur,PBranche,PDateEffet,PEcheance,
                          PStatut,isnull(PDateResil,' '),
                          (select count(*) from Vehicule
                               where VPolice = PNum and VActif = 1)
                        + (select count(*) from Habitation
                               where HPolice = PNum and HActif = 1)
                       from Police
                       where (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = PAssur),
                                     '01') = :SocieteSession)
                       order by PNum
           end-exec.
           exec sql
               open Police-Cursor
           end-exec.
           perform ListePolices-Trt until EoDB=1.
           exec sql
               close Police-Cursor
           end-exec.
           close FichierPolices.

       ListePolices-Trt.
           exec sql
               fetch Police-Cursor into
                   :PoliceDonne.NumPolice,
                   :PoliceDonne.AssurPolice,
                   :PoliceDonne.BranchePolice,
                   :PoliceDonne.DateEffetPolice,
                   :PoliceDonne.EcheancePolice,
                   :PoliceDonne.StatutPolice,
                   :PoliceDonne.DateResilPolice,
                   :PoliceDonne.NbrRisquesPolice
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrPolices of BilanPolices.
           if StatutPolice of PoliceDonne = 0
               add 1 to NbrPolicesVigueur of BilanPolices
           else
               add 1 to NbrPolicesResiliees of BilanPolices
           end-if.
           move spaces to FichPolice.
           string
               NumPolice of PoliceDonne
               ";" AssurPolice of PoliceDonne
               ";" BranchePolice of PoliceDonne
               ";" DateEffetPolice of PoliceDonne
               ";" EcheancePolice of PoliceDonne
               ";" StatutPolice of PoliceDonne
               ";" DateResilPolice of PoliceDonne
               ";" NbrRisquesPolice of PoliceDonne
               into FichPolice
           end-string.
           write Enr-FichierPolices from FichPolice.

      *-------------------------------------------------------------------------------------
      *----- Reprise des contrats anterieurs aux polices : chaque assure
      *----- ayant des vehicules sans police recoit sa police automobile
      *----- principale (effet au premier mouvement 'A', echeance au
      *----- 1er janvier comme le quittancement annuel), chaque risque
      *----- habitation sans police sa police MRH ; garanties,
      *----- mouvements, sinistres et quittances sont ensuite rattaches
      *----- a la police de leur vehicule, de leur risque ou de leur
      *----- branche. Relancable : seuls les elements sans police sont
      *----- repris.
      *-------------------------------------------------------------------------------------
       ReprisePolices.
           initialize BilanReprisePolices.
           move 0 to EoDB.
           exec sql
               Declare VehiculeSansPolice-Cursor cursor for
                   select distinct VAssur
                       from Vehicule
                       where isnull(VPolice,' ') = ' '
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = VAssur),
                                     '01') = :SocieteSession)
                       order by VAssur
           end-exec.
           exec sql
               open VehiculeSansPolice-Cursor
           end-exec.
           perform RepriseVehicules-Trt until EoDB=1.
           exec sql
               close VehiculeSansPolice-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           move 0 to EoDB.
           exec sql
               Declare RisqueSansPolice-Cursor cursor for
                   select HRisque,HAssur,HDateEffet,HActif,
                          isnull(HDateResil,' ')
                       from Habitation
                       where isnull(HPolice,' ') = ' '
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = HAssur),
                                     '01') = :SocieteSession)
                       order by HAssur,HRisque
           end-exec.
           exec sql
               open RisqueSansPolice-Cursor
           end-exec.
           perform RepriseRisques-Trt until EoDB=1.
           exec sql
               close RisqueSansPolice-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           perform RattacheHistoriquePolices.
           exec sql
               commit
           end-exec.

      *---- Police automobile principale de l'assure (celle en vigueur
      *---- ou une nouvelle), puis rattachement de ses vehicules.
       RepriseVehicules-Trt.
           initialize PoliceDonne.
           exec sql
               fetch VehiculeSansPolice-Cursor
                   into :PoliceDonne.AssurPolice
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           exec sql
               select isnull(min(MDate),:DateJour)
                   into :PoliceDonne.DateEffetPolice
                   from Mouvement
                   where MAssur = :PoliceDonne.AssurPolice
                     and MCodeMouv = 'A'
           end-exec.
           if SQLCODE not = 0
               move DateJour to DateEffetPolice of PoliceDonne
           end-if.
           move "0101" to EcheancePolice of PoliceDonne.
           move 0 to ErreurPolice.
           perform PolicePrincipaleAssure.
           if ErreurPolice = 1
               exit paragraph
           end-if.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Vehicule
                   where VAssur = :PoliceDonne.AssurPolice
                     and isnull(VPolice,' ') = ' '
           end-exec.
           add NbExistant
               to NbrVehiculesRattaches of BilanReprisePolices.
           exec sql
               update Vehicule
                   set VPolice = :PoliceDonne.NumPolice
                   where VAssur = :PoliceDonne.AssurPolice
                     and isnull(VPolice,' ') = ' '
           end-exec.

      *---- Police MRH propre au risque, resiliee avec lui s'il l'est
      *---- deja.
       RepriseRisques-Trt.
           initialize HabitationDonne.
           exec sql
               fetch RisqueSansPolice-Cursor into
                   :HabitationDonne.NumRisque,
                   :HabitationDonne.AssurRisque,
                   :HabitationDonne.DateEffetRisque,
                   :HabitationDonne.ActifRisque,
                   :HabitationDonne.DateResilRisque
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           initialize PoliceDonne.
           move AssurRisque of HabitationDonne
               to AssurPolice of PoliceDonne.
           move "MRH" to BranchePolice of PoliceDonne.
           move DateEffetRisque of HabitationDonne
               to DateEffetPolice of PoliceDonne.
           move spaces to EcheancePolice of PoliceDonne.
           move 0 to ErreurPolice.
           perform OuvrePolice.
           if ErreurPolice = 1
               exit paragraph
           end-if.
           add 1 to NbrPolicesHabitation of BilanReprisePolices.
           exec sql
               update Habitation
                   set HPolice = :PoliceDonne.NumPolice
                   where HRisque = :HabitationDonne.NumRisque
           end-exec.
           if ActifRisque of HabitationDonne not = 1
               exec sql
                   update Police
                       set PStatut = 1,
                           PDateResil = :HabitationDonne.DateResilRisque
                       where PNum = :PoliceDonne.NumPolice
               end-exec
           end-if.

      *---- Garanties, mouvements et sinistres suivent la police de leur
      *---- vehicule ou de leur risque ; les quittances celle de leur
      *---- branche (premiere police automobile de l'assure, premiere
      *---- police habitation pour une quittance MRH).
       RattacheHistoriquePolices.
           exec sql
               update Garantie
                   set GPolice =
                       isnull((select max(VPolice) from Vehicule
                                   where VAssur = GAssur
                                     and VImma = GImma),
                              (select max(HPolice) from Habitation
                                   where HAssur = GAssur
                                     and HRisque = GImma))
                   where isnull(GPolice,' ') = ' '
           end-exec.
           exec sql
               update Mouvement
                   set MPolice =
                       (select max(VPolice) from Vehicule
                            where VAssur = MAssur
                              and VImma = MImma)
                   where isnull(MPolice,' ') = ' '
           end-exec.
           exec sql
               update Sinistre
                   set SPolice =
                       isnull((select max(VPolice) from Vehicule
                                   where VAssur = SNAssur
                                     and VImma = SNImma),
                              (select max(HPolice) from Habitation
                                   where HAssur = SNAssur
                                     and HRisque = SNImma))
                   where isnull(SPolice,' ') = ' '
           end-exec.
           exec sql
               update Quittance
                   set QPolice =
                       (select min(HPolice) from Habitation
                            where HAssur = QAssur)
                   where isnull(QPolice,' ') = ' '
                     and QBranche = 'MRH'
           end-exec.
           exec sql
               update Quittance
                   set QPolice =
                       (select min(PNum) from Police
                            where PAssur = QAssur
                              and PBranche = 'AUT')
                   where isnull(QPolice,' ') = ' '
                     and isnull(QBranche,'AUT') = 'AUT'
           end-exec.

      *---- Police automobile principale de l'assure : la plus ancienne
      *---- police AUT en vigueur ; a defaut, une police est ouverte au
      *---- rang suivant, a la date d'effet preparee par l'appelant.
       PolicePrincipaleAssure.
           move spaces to NumPolice of PoliceDonne.
           exec sql
               select isnull(min(PNum),' ')
                   into :PoliceDonne.NumPolice
                   from Police
                   where PAssur = :PoliceDonne.AssurPolice
                     and PBranche = 'AUT'
                     and PStatut = 0
           end-exec.
           if SQLCODE not = 0
               move spaces to NumPolice of PoliceDonne
           end-if.
           if NumPolice of PoliceDonne = spaces
               move "AUT" to BranchePolice of PoliceDonne
               perform OuvrePolice
               if ErreurPolice = 0
                   add 1 to NbrPolicesAuto of BilanReprisePolices
               end-if
           end-if.

      *---- Ouverture d'une police : numero = assure + rang sur deux
      *---- chiffres (plus grand rang de l'assure plus un) ; echeance
      *---- anniversaire (MMJJ) = jour et mois de la date d'effet, a
      *---- defaut d'etre preparee.
       OuvrePolice.
           move spaces to DernierePolice.
           exec sql
               select isnull(max(PNum),' ') into :DernierePolice
                   from Police
                   where PAssur = :PoliceDonne.AssurPolice
           end-exec.
           if SQLCODE not = 0 or DernierePolice(6:2) is not numeric
               move 0 to RangPolice
           else
               move DernierePolice(6:2) to RangPolice
           end-if.
           add 1 to RangPolice.
           move spaces to NumPolice of PoliceDonne.
           string AssurPolice of PoliceDonne RangPolice
               delimited by size into NumPolice of PoliceDonne
           end-string.
           if EcheancePolice of PoliceDonne = spaces
               move DateEffetPolice of PoliceDonne (5:4)
                   to EcheancePolice of PoliceDonne
           end-if.
           exec sql
               INSERT INTO Police
                   (PNum,PAssur,PBranche,PDateEffet,PEcheance,
                    PStatut,PDateResil)
               VALUES
                   (:PoliceDonne.NumPolice,:PoliceDonne.AssurPolice,
                    :PoliceDonne.BranchePolice,
                    :PoliceDonne.DateEffetPolice,
                    :PoliceDonne.EcheancePolice,0,' ')
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurPolice
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
      *----- Fin des polices (contrats)
      *-------------------------------------------------------------------------------------

       end program PoliceContrat.
