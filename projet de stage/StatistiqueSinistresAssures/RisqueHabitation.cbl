       program-id. RisqueHabitation as
           "StatistiqueSinistresAssures.RisqueHabitation".

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

      *---- Risque habitation (table Habitation) : un logement assure,
      *---- identifie par son adresse et numerote H + 8 chiffres ; le
      *---- numero de risque tient la place de l'immatriculation dans
      *---- Garantie et Sinistre. Type 1 = appartement, 2 = maison ;
      *---- qualite 1 = proprietaire, 2 = locataire ; capital mobilier
      *---- en euros. Dates d'effet et de resiliation en AAAAMMJJ, la
      *---- resiliation a blanc tant que le risque est actif.
       01 HabitationDonne.
            10 NumRisque      sql char-varying(9).
            10 AssurRisque    sql char-varying(5).
            10 AdresseRisque  sql char-varying(40).
            10 CodePostRisque sql char-varying(5).
            10 VilleRisque    sql char-varying(25).
            10 TypeLogement   pic 9.
            10 NbrPieces      pic 99.
            10 QualiteOccupant pic 9.
            10 CapitalMobilier pic 9(7).
            10 DateEffetRisque sql char-varying(8).
            10 DateResilRisque sql char-varying(8).
            10 ActifRisque    pic 9.
            10 PoliceRisque   sql char-varying(7).

       77 DernierRisque   sql char-varying(9).
       77 RisqueNumerique pic 9(8).
       77 NbExistant      pic 9(4).
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 ErreurCreation  pic 9.

      *---- Police (contrat) : chaque risque habitation fait l'objet
      *---- de sa propre police MRH, numerotee assure + rang.
       01 PoliceDonne.
            10 NumPolice       sql char-varying(7).
            10 AssurPolice     sql char-varying(5).
            10 BranchePolice   sql char-varying(3).
            10 DateEffetPolice sql char-varying(8).
            10 EcheancePolice  sql char-varying(4).
       77 DernierePolice  sql char-varying(7).
       77 RangPolice      pic 99.
       77 ErreurPolice    pic 9.

      *---- Bareme habitation, charge depuis BaremeHabitation.csv : un
      *---- jeu de tarifs par type de logement (base, tarif par piece,
      *---- majoration proprietaire, franchise, en centimes dans le
      *---- fichier ; taux sur le capital mobilier en dix-milliemes),
      *---- avec une date d'effet par jeu, l'annee de reference et le
      *---- taux d'inflation comme Bareme.csv. Meme chargement dans
      *---- Quittancement.
       01 BaremeHabLigne.
           05 BhDateEffet  pic 9(8).
           05 BhType       pic 9.
           05 BhBase       pic 9(6).
           05 BhParPiece   pic 9(5).
           05 BhMajProp    pic 9(6).
           05 BhTauxMob    pic 9(4).
           05 BhFranchise  pic 9(6).
           05 BhAnneeRef   pic 9(4).
           05 BhTauxInfl   pic 9(4).
       01 TableBaremeHab.
           05 BaremeType occurs 2 times.
               10 DateEffetHab    pic 9(8).
               10 TarifBaseHab    pic 9(4)V99.
               10 TarifPieceHab   pic 9(3)V99.
               10 MajProprietaire pic 9(4)V99.
               10 TauxMobilier    pic 9V9999.
               10 FranchiseHab    pic 9(4)V99.
       77 EofBareme   pic 9.
       77 IndiceType  pic 9.
       77 TarifAnneeRefHab    pic 9(4).
       77 TauxInflationHab    pic 9v9999.
       77 NbrAnneesInflation  pic 99.
       77 IndiceAnneeInflation pic 99.
       77 CoeffInflationHab   pic 9v9999.
       77 PrimeHabitation     pic 9(6)V99.

      *---- Garanties du risque : degat des eaux (5), incendie (6), vol
      *---- (7), bris de glace (8) avec la franchise du bareme ; RC vie
      *---- privee (9) sans franchise. Le capital mobilier est porte
      *---- sur l'incendie et le vol. Les codes sont ceux des types de
      *---- sinistre habitation, comme pour l'automobile.
       77 CodeGarantie      pic 9.
       77 CapitalGarantie   pic 9(7).
       77 FranchiseGarantie pic 9(6)V99.

       01 DateCourante     pic 9(8).
       01 DateCouranteRed redefines DateCourante.
           05 AnneeCourante pic 9(4).
           05 MoisCourant   pic 99.
           05 JourCourant   pic 99.
       77 DateSaisie       pic 9(8).

      *---- Controle calendaire des dates saisies, comme a l'import.
       01 DateControle.
           10 Annee Pic 9(4).
           10 Mois Pic 99.
           10 Jour Pic 99.
       77 DateCalendrierValide  pic 9.
       77 NbrJoursDuMois        pic 99.
       77 AnneeBissextileQuotient pic 9(4).
       77 AnneeBissextileReste4   pic 99.
       77 AnneeBissextileReste100 pic 99.
       77 AnneeBissextileReste400 pic 99.

      *---- Liste des risques actifs
       01 BilanRisques.
           05 NbrRisques    pic 9(5).
           05 TotalPrimes   pic 9(8)V99.
       01 FichRisque pic x(200).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur chaque risque cree ou resilie.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), la
      *---- liste des risques actifs est produite sans affichage.
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

       01 M-ChoixHabitation
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Habitation: 1=Creer 2=Resilier 3=Liste 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Saisie d'un nouveau risque habitation.
       01 T-SaisieRisque foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Risque habitation".
           10 line 3  col 2  value "Numero attribue".
           10 line 3  col 28 from NumRisque of HabitationDonne.
           10 line 4  col 2  value "Numero d'assure        :".
           10 line 5  col 2  value "Adresse du risque      :".
           10 line 6  col 2  value "Code postal            :".
           10 line 7  col 2  value "Ville                  :".
           10 line 8  col 2  value "Type (1=appart 2=maison):".
           10 line 9  col 2  value "Nombre de pieces       :".
           10 line 10 col 2  value "Qualite (1=prop 2=loc) :".
           10 line 11 col 2  value "Capital mobilier (EUR) :".
           10 line 12 col 2  value "Effet (AAAAMMJJ, 0=jour):".

       01 T-RisqueRefuse foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2 value "Risque refuse :".
           10 line 20 col 18 from MotifRejet.
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

       01 T-RisqueEnregistre foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2  value "Prime annuelle".
           10 line 20 col 18 from PrimeHabitation pic Z(5)9,99.
           10 line 20 col 30 value "au bareme en vigueur".
           10 line 21 col 2  value "Police".
           10 line 21 col 18 from PoliceRisque of HabitationDonne.
           10 line 22 col 2 value "Appuyez sur Entree pour continuer".

      *---- Resiliation d'un risque.
       01 T-SaisieResiliation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Resiliation d'un risque habitation".
           10 line 3  col 2  value "Numero de risque       :".
           10 line 4  col 2  value "Date (AAAAMMJJ, 0=jour):".

       01 T-ResiliationFaite foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 6 col 2 value "Risque resilie au".
           10 line 6 col 20 from DateResilRisque of HabitationDonne.
           10 line 7 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de la liste des risques
       01  T-BilanRisques foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Risques habitation actifs".
           05 line 3 col 2  value "Risques".
           05 line 3 col 30 from NbrRisques of BilanRisques
               pic Z(4)9.
           05 line 4 col 2  value "Primes annuelles".
           05 line 4 col 30 from TotalPrimes of BilanRisques
               pic Z(7)9,99.
           05 line 6 col 2  value "Detail dans RisquesHabitation.csv".
           05 line 8 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Risques habitation (multirisque habitation) : creation d'un
      *----- logement assure pour un assure existant, avec ses garanties
      *----- 5 a 9 et la franchise du bareme habitation ; une adresse ne
      *----- porte qu'un risque actif. Resiliation a une date donnee
      *----- (le risque cesse d'etre quittance au-dela). Liste des
      *----- risques actifs avec leur prime annuelle au bareme en
      *----- vigueur, dans RisquesHabitation.csv.
      *-------------------------------------------------------------------------------------
       GestionHabitation.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform LireOperateurSession.
           accept DateCourante from date yyyymmdd.
           perform ChargeBaremeHabitation.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               perform ListeRisques
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixHabitation.
           accept TypeTrt line 2 col 50.
           evaluate TypeTrt
               when 1
                   perform SaisieRisque
               when 2
                   perform ResiliationRisque
               when 3
                   perform ListeRisques
                   display Ecran-Blanc
                   display T-BilanRisques
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Creation d'un risque et de ses garanties, en une seule
      *----- transaction.
      *-------------------------------------------------------------------------------------
       SaisieRisque.
           initialize HabitationDonne.
           perform AttribueNumeroRisque.
           display Ecran-Blanc.
           display T-SaisieRisque.
           accept AssurRisque of HabitationDonne line 4 col 28.
           accept AdresseRisque of HabitationDonne line 5 col 28.
           accept CodePostRisque of HabitationDonne line 6 col 28.
           accept VilleRisque of HabitationDonne line 7 col 28.
           accept TypeLogement of HabitationDonne line 8 col 28.
           accept NbrPieces of HabitationDonne line 9 col 28.
           accept QualiteOccupant of HabitationDonne line 10 col 28.
           accept CapitalMobilier of HabitationDonne line 11 col 28.
           move 0 to DateSaisie.
           accept DateSaisie line 12 col 28.
           perform ValideRisque.
           if LigneRejetee = 1
               display T-RisqueRefuse
               accept OptionChoisie
               exit paragraph
           end-if.
           move 1 to ActifRisque of HabitationDonne.
           move spaces to DateResilRisque of HabitationDonne.
           move 0 to ErreurCreation.
      **** Police MRH propre au risque, a la date d'effet du risque.
           initialize PoliceDonne.
           move 0 to ErreurPolice.
           move AssurRisque of HabitationDonne
               to AssurPolice of PoliceDonne.
           move "MRH" to BranchePolice of PoliceDonne.
           move DateEffetRisque of HabitationDonne
               to DateEffetPolice of PoliceDonne.
           move spaces to EcheancePolice of PoliceDonne.
           perform OuvrePolice.
           if ErreurPolice = 1
               move 1 to ErreurCreation
           end-if.
           move NumPolice of PoliceDonne
               to PoliceRisque of HabitationDonne.
           exec sql
                INSERT INTO Habitation
                    (HRisque,HAssur,HAdresse,HCodePost,HVille,HType,
                     HPieces,HQualite,HCapitalMobilier,HDateEffet,
                     HDateResil,HActif,HOperateur,HPolice)
                VALUES
                    (:HabitationDonne.NumRisque,
                     :HabitationDonne.AssurRisque,
                     :HabitationDonne.AdresseRisque,
                     :HabitationDonne.CodePostRisque,
                     :HabitationDonne.VilleRisque,
                     :HabitationDonne.TypeLogement,
                     :HabitationDonne.NbrPieces,
                     :HabitationDonne.QualiteOccupant,
                     :HabitationDonne.CapitalMobilier,
                     :HabitationDonne.DateEffetRisque,' ',1,
                     :OperateurCourant,:HabitationDonne.PoliceRisque)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurCreation
           end-if.
           perform CreeGarantiesRisque.
           if ErreurCreation = 1
               exec sql
                   rollback
               end-exec
               move "Erreur base, creation annulee" to MotifRejet
               display T-RisqueRefuse
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               commit
           end-exec.
           perform CalCotisHabitation.
           display T-RisqueEnregistre.
           accept OptionChoisie.

      *---- Numero du nouveau risque : H suivi du plus grand numero
      *---- connu plus un, cadre sur huit chiffres.
       AttribueNumeroRisque.
           move spaces to DernierRisque.
           exec sql
               select isnull(max(HRisque),'H00000000')
                   into :DernierRisque
                   from Habitation
           end-exec.
           if DernierRisque(2:8) is not numeric
               move 0 to RisqueNumerique
           else
               move DernierRisque(2:8) to RisqueNumerique
           end-if.
           add 1 to RisqueNumerique.
           move spaces to NumRisque of HabitationDonne.
           string "H" RisqueNumerique
               delimited by size into NumRisque of HabitationDonne
           end-string.

      *---- Controles de la saisie : assure connu, adresse complete et
      *---- sans autre risque actif, type, pieces, qualite, date d'effet
      *---- calendaire (a defaut le jour), bareme disponible.
       ValideRisque.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Assure
                   where AAssur = :HabitationDonne.AssurRisque
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbExistant = 0
               move 1 to LigneRejetee
               move "Assure inconnu" to MotifRejet
               exit paragraph
           end-if.
           if AdresseRisque of HabitationDonne = spaces
               or CodePostRisque of HabitationDonne = spaces
               or VilleRisque of HabitationDonne = spaces
               move 1 to LigneRejetee
               move "Adresse du risque incomplete" to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Habitation
                   where upper(rtrim(HAdresse)) = upper(rtrim(
                             :HabitationDonne.AdresseRisque))
                     and HCodePost = :HabitationDonne.CodePostRisque
                     and upper(rtrim(HVille)) =
                             upper(rtrim(:HabitationDonne.VilleRisque))
                     and HActif = 1
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Adresse deja assuree" to MotifRejet
               exit paragraph
           end-if.
           if TypeLogement of HabitationDonne < 1
               or TypeLogement of HabitationDonne > 2
               move 1 to LigneRejetee
               move "Type de logement invalide" to MotifRejet
               exit paragraph
           end-if.
           if NbrPieces of HabitationDonne < 1
               move 1 to LigneRejetee
               move "Nombre de pieces invalide" to MotifRejet
               exit paragraph
           end-if.
           if QualiteOccupant of HabitationDonne < 1
               or QualiteOccupant of HabitationDonne > 2
               move 1 to LigneRejetee
               move "Qualite de l'occupant invalide" to MotifRejet
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
           move DateSaisie to DateEffetRisque of HabitationDonne.
           move TypeLogement of HabitationDonne to IndiceType.
           if DateEffetHab(IndiceType) = 0
               move 1 to LigneRejetee
               move "Pas de bareme pour ce type" to MotifRejet
           end-if.

      *---- Garanties 5 a 8 avec la franchise du bareme du type de
      *---- logement, 9 sans franchise.
       CreeGarantiesRisque.
           move TypeLogement of HabitationDonne to IndiceType.
           move FranchiseHab(IndiceType) to FranchiseGarantie.
           move 0 to CapitalGarantie.
           move 5 to CodeGarantie.
           perform EnrGarantieRisque.
           move CapitalMobilier of HabitationDonne to CapitalGarantie.
           move 6 to CodeGarantie.
           perform EnrGarantieRisque.
           move 7 to CodeGarantie.
           perform EnrGarantieRisque.
           move 0 to CapitalGarantie.
           move 8 to CodeGarantie.
           perform EnrGarantieRisque.
           move 0 to FranchiseGarantie.
           move 9 to CodeGarantie.
           perform EnrGarantieRisque.

       EnrGarantieRisque.
           exec sql
                INSERT INTO Garantie
                    (GAssur,GImma,GCode,GCapital,GFranchise,GPolice)
                VALUES
                    (:HabitationDonne.AssurRisque,
                     :HabitationDonne.NumRisque,
                     :CodeGarantie,:CapitalGarantie,:FranchiseGarantie,
                     :HabitationDonne.PoliceRisque)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurCreation
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

      *-------------------------------------------------------------------------------------
      *----- Resiliation d'un risque actif a une date donnee, au plus
      *----- tot a sa date d'effet.
      *-------------------------------------------------------------------------------------
       ResiliationRisque.
           initialize HabitationDonne.
           display Ecran-Blanc.
           display T-SaisieResiliation.
           accept NumRisque of HabitationDonne line 3 col 28.
           move 0 to DateSaisie.
           accept DateSaisie line 4 col 28.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           exec sql
               select HDateEffet,HActif
                   into :HabitationDonne.DateEffetRisque,
                        :HabitationDonne.ActifRisque
                   from Habitation
                   where HRisque = :HabitationDonne.NumRisque
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = HAssur),'01')
                             = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Risque inconnu" to MotifRejet
           else
               if ActifRisque of HabitationDonne not = 1
                   move 1 to LigneRejetee
                   move "Risque deja resilie" to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 0
               if DateSaisie = 0
                   move DateCourante to DateSaisie
               end-if
               move DateSaisie to DateControle
               perform ControleDateCalendrier
               move DateSaisie to DateResilRisque of HabitationDonne
               if DateCalendrierValide = 0
                   or DateResilRisque of HabitationDonne
                       < DateEffetRisque of HabitationDonne
                   move 1 to LigneRejetee
                   move "Date de resiliation invalide" to MotifRejet
               end-if
           end-if.
           if LigneRejetee = 1
               display T-RisqueRefuse
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               update Habitation
                   set HActif = 0,
                       HDateResil = :HabitationDonne.DateResilRisque,
                       HOperateur = :OperateurCourant
                   where HRisque = :HabitationDonne.NumRisque
           end-exec.
      **** La police MRH du risque est resiliee avec lui.
           exec sql
               update Police
                   set PStatut = 1,
                       PDateResil = :HabitationDonne.DateResilRisque
                   where PNum = (select max(HPolice) from Habitation
                        where HRisque = :HabitationDonne.NumRisque)
                     and PStatut = 0
           end-exec.
           exec sql
               commit
           end-exec.
           display T-ResiliationFaite.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Liste des risques actifs avec leur prime annuelle.
      *-------------------------------------------------------------------------------------
       ListeRisques.
           initialize BilanRisques.
           open output FichierRisquesHabitation.
           move spaces to FichRisque.
           string
               "Risque;Assure;Adresse;CodePostal;Ville;Type;Pieces;"
               "Qualite;CapitalMobilier;DateEffet;PrimeAnnuelle"
               into FichRisque
           end-string.
           write Enr-FichierRisquesHabitation from FichRisque.
           move 0 to EoDB.
           exec sql
               Declare Risque-Cursor cursor for
                   select HRisque,HAssur,HAdresse,HCodePost,HVille,
                          HType,HPieces,HQualite,HCapitalMobilier,
                          HDateEffet
                       from Habitation
                       where HActif = 1
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = HAssur),
                                     '01') = :SocieteSession)
                       order by HAssur,HRisque
           end-exec.
           exec sql
               open Risque-Cursor
           end-exec.
           perform ListeRisques-Trt until EoDB=1.
           exec sql
               close Risque-Cursor
           end-exec.
           close FichierRisquesHabitation.

       ListeRisques-Trt.
           exec sql
               fetch Risque-Cursor into
                   :HabitationDonne.NumRisque,
                   :HabitationDonne.AssurRisque,
                   :HabitationDonne.AdresseRisque,
                   :HabitationDonne.CodePostRisque,
                   :HabitationDonne.VilleRisque,
                   :HabitationDonne.TypeLogement,
                   :HabitationDonne.NbrPieces,
                   :HabitationDonne.QualiteOccupant,
                   :HabitationDonne.CapitalMobilier,
                   :HabitationDonne.DateEffetRisque
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           perform CalCotisHabitation.
           add 1 to NbrRisques of BilanRisques.
           add PrimeHabitation to TotalPrimes of BilanRisques.
           move spaces to FichRisque.
           string
               NumRisque of HabitationDonne
               ";" AssurRisque of HabitationDonne
               ";" AdresseRisque of HabitationDonne
               ";" CodePostRisque of HabitationDonne
               ";" VilleRisque of HabitationDonne
               ";" TypeLogement of HabitationDonne
               ";" NbrPieces of HabitationDonne
               ";" QualiteOccupant of HabitationDonne
               ";" CapitalMobilier of HabitationDonne
               ";" DateEffetRisque of HabitationDonne
               ";" PrimeHabitation
               into FichRisque
           end-string.
           write Enr-FichierRisquesHabitation from FichRisque.

      *---- Prime annuelle du risque courant : base du type de logement
      *---- + tarif par piece + majoration proprietaire + taux sur le
      *---- capital mobilier, indexee sur l'inflation. Meme calcul dans
      *---- Quittancement.
       CalCotisHabitation.
           move TypeLogement of HabitationDonne to IndiceType.
           if IndiceType < 1 or IndiceType > 2
               move 1 to IndiceType
           end-if.
           compute PrimeHabitation rounded =
               TarifBaseHab(IndiceType)
                   + (NbrPieces of HabitationDonne
                       * TarifPieceHab(IndiceType))
                   + (CapitalMobilier of HabitationDonne
                       * TauxMobilier(IndiceType)).
           if QualiteOccupant of HabitationDonne = 1
               add MajProprietaire(IndiceType) to PrimeHabitation
           end-if.
           compute PrimeHabitation rounded =
               PrimeHabitation * CoeffInflationHab.

      *---- Chargement du bareme habitation en vigueur : pour chaque
      *---- type de logement, le jeu le plus recent dont la date d'effet
      *---- est atteinte ; coefficient d'inflation depuis l'annee de
      *---- reference du bareme.
       ChargeBaremeHabitation.
           initialize TableBaremeHab.
           move 0 to TarifAnneeRefHab.
           move 0 to TauxInflationHab.
           move 0 to EofBareme.
           open input FichierBaremeHabitation.
           perform ChargeBaremeHabitation-Trt until EofBareme = 1.
           close FichierBaremeHabitation.
           move 1,0000 to CoeffInflationHab.
           if TarifAnneeRefHab > 0
               and TarifAnneeRefHab < AnneeCourante
               compute NbrAnneesInflation =
                   AnneeCourante - TarifAnneeRefHab
               perform IndexeInflationHab
                   varying IndiceAnneeInflation from 1 by 1
                   until IndiceAnneeInflation > NbrAnneesInflation
           end-if.

       ChargeBaremeHabitation-Trt.
           read FichierBaremeHabitation
               at end
                   move 1 to EofBareme
               not at end
                   move 0 to BhType
                   unstring Enr-FichierBaremeHabitation
                           delimited by ";" or " " into
                       BhDateEffet
                       BhType
                       BhBase
                       BhParPiece
                       BhMajProp
                       BhTauxMob
                       BhFranchise
                       BhAnneeRef
                       BhTauxInfl
                   end-unstring
                   perform RetientBaremeHabitation
           end-read.

       RetientBaremeHabitation.
           if BhType >= 1 and BhType <= 2
               and BhDateEffet <= DateCourante
               and BhDateEffet >= DateEffetHab(BhType)
               move BhDateEffet to DateEffetHab(BhType)
               compute TarifBaseHab(BhType) = BhBase / 100
               compute TarifPieceHab(BhType) = BhParPiece / 100
               compute MajProprietaire(BhType) = BhMajProp / 100
               compute TauxMobilier(BhType) = BhTauxMob / 10000
               compute FranchiseHab(BhType) = BhFranchise / 100
               move BhAnneeRef to TarifAnneeRefHab
               compute TauxInflationHab = BhTauxInfl / 10000
           end-if.

       IndexeInflationHab.
           compute CoeffInflationHab rounded =
               CoeffInflationHab * (1 + TauxInflationHab).

      *---- Controle qu'une date AAAAMMJJ est calendaire, comme a
      *---- l'import.
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
      *----- Fin des risques habitation
      *-------------------------------------------------------------------------------------

       end program RisqueHabitation.
