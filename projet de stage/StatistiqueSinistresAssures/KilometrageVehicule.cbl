       program-id. KilometrageVehicule as
           "StatistiqueSinistresAssures.KilometrageVehicule".

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

      *---- Releve de compteur (ReleveKm.csv : NImma;DateReleve;Km;
      *---- Source), la source valant C (declaration du client) ou T
      *---- (partenaire telematique). Les releves acceptes forment
      *---- l'historique kilometrique du vehicule (table ReleveKm).
       01 ReleveDonne.
            10 ImmaReleve    sql char-varying(9).
            10 DateReleve    sql char-varying(8).
            10 KmLu          pic x(8).
            10 SourceReleve  sql char-varying(1).
            10 KmReleve      pic 9(7).
            10 AssurReleve   sql char-varying(5).
       77 LgKmLu pic 99.

      *---- Releves encadrants, pour les controles de recul du compteur
      *---- et de kilometrage invraisemblable.
       01 ReleveVoisin.
            10 DateVoisin    sql char-varying(8).
            10 KmVoisin      pic 9(7).
       77 NbrJoursReleve  pic s9(7).
       77 KmParJour       pic 9(7).
       77 SeuilKmJour     pic 9(4) value 1500.
       77 SeuilKmCompteur pic 9(7) value 1500000.

       01 BilanImport.
           05 NbrLus       pic 9(5).
           05 NbrAcceptes  pic 9(5).
           05 NbrRejetes   pic 9(5).
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 NbExistant      pic 9(4).
       77 ErreurImport    pic 9.
       01 EnrRejetKm      pic x(255).

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

      *---- Vehicule du produit petit rouleur a regulariser a son
      *---- anniversaire : tranche sur laquelle il a ete tarife et
      *---- elements du tarif, comme AvenantCotisation.
       01 VehiculeRegul.
            10 AssurRegul    sql char-varying(5).
            10 ImmaRegul     sql char-varying(9).
            10 VRisq         pic 9.
            10 VDom          pic 9.
            10 VPuiss        pic 99.
            10 TranchePrix   pic 9.
            10 PoliceRegul   sql char-varying(7).
            10 EcheanceRegul sql char-varying(4).
            10 CoeffAssure   pic 9V99.

      *---- Kilometrage annuel constate entre le releve le plus proche
      *---- de l'anniversaire precedent et celui le plus proche de
      *---- l'anniversaire, ramene a 365 jours.
       01 RegulDonne.
            10 DateAnniv       pic 9(8).
            10 DateAnnivChar   sql char-varying(8).
            10 DateAnnivPrec   sql char-varying(8).
            10 DateDebutRegul  sql char-varying(8).
            10 KmDebutRegul    pic 9(7).
            10 DateFinRegul    sql char-varying(8).
            10 KmFinRegul      pic 9(7).
            10 KmAnnuel        pic 9(7).
            10 TrancheReelle   pic 9.
            10 SortRegul       pic x(12).
       77 EcheanceNum      pic 9(4).
       77 TrancheTrouvee   pic 9.
       77 IndiceTrancheKm  pic 9.
       77 SeuilJoursRegul  pic 9(3) value 180.

      *---- Mois anniversaire regularise (AAAAMM) : par defaut le mois
      *---- precedent, dont les anniversaires sont echus.
       01 MoisCible       pic 9(6).
       01 MoisCibleRed redefines MoisCible.
           05 AnneeCible   pic 9(4).
           05 MoisCibleMm  pic 99.
       77 MoisEcheanceCible sql char-varying(2).

      *---- Bareme de la cotisation (Bareme.csv), le jeu en vigueur a la
      *---- date du calcul, comme AvenantCotisation.
       01 BaremeLigne.
           05 BarDateEffet pic 9(8).
           05 BarRisq      pic 9.
           05 BarBase      pic 9(6).
           05 BarPuiss     pic 9(5).
           05 BarMajDom    pic 9(6).
           05 BarAnneeRef  pic 9(4).
           05 BarTauxInfl  pic 9(4).
       01 TableBareme.
           05 BaremeRisq occurs 3 times.
               10 DateEffetRisq  pic 9(8).
               10 TarifBaseRisq  pic 9(4)V99.
               10 TarifPuissRisq pic 9(3)V99.
               10 MajorationDom  pic 9(4)V99.
       77 IndiceRisq pic 9.
       77 EofBareme  pic 9.
       77 TarifAnneeReference pic 9(4).
       77 TauxInflationAnnuel pic 9v9999.
       77 NbrAnneesInflation  pic 99.
       77 IndiceAnneeInflation pic 99.
       77 CoeffInflation      pic 9v9999.

      *---- Tranches kilometriques du produit petit rouleur (tranche 0
      *---- = kilometrage libre, hors produit) : kilometrage annuel
      *---- maximal et coefficient applique a la cotisation, en pour
      *---- mille. Valeurs par defaut surchargees par TrancheKm.csv
      *---- (Tranche;KmMax;CoeffPourMille).
       01 TranchesKmDefaut.
           05 filler pic 9(7) value 5000.
           05 filler pic 9(4) value 800.
           05 filler pic 9(7) value 10000.
           05 filler pic 9(4) value 900.
           05 filler pic 9(7) value 15000.
           05 filler pic 9(4) value 1000.
           05 filler pic 9(7) value 9999999.
           05 filler pic 9(4) value 1100.
       01 TableTranchesKm redefines TranchesKmDefaut.
           05 TrancheKm occurs 4 times.
               10 KmMaxTranche   pic 9(7).
               10 CoeffTrancheKm pic 9(4).
       01 LigneTrancheKm.
           05 NumTrancheLue pic 9.
           05 KmMaxLu       pic 9(7).
           05 CoeffLu       pic 9(4).
       77 EofTrancheKm pic 9.

      *---- Cotisation annuelle du vehicule hors tranche, part dommages
      *---- comprise, et ecart du a la tranche reelle sur la duree
      *---- couverte par les releves.
       77 CotisBase        pic 9(6)V99.
       77 CotisDomBase     pic 9(6)V99.
       77 FractionAnnee    pic 9v9999.
       77 DeltaCotis       pic s9(6)V99.
       77 DeltaDom         pic s9(6)V99.
       77 MontantRegul     pic 9(6)V99.

      *---- Ventilation TSCA / FGAO par garantie, au meme bareme que
      *---- Quittancement et AvenantCotisation.
       77 TauxTaxeRc       pic 9v9999 value 0,1800.
       77 TauxTaxeDom      pic 9v9999 value 0,0900.
       77 TauxFgao         pic 9v9999 value 0,0120.
       01 VentilationTaxes.
           05 TtcDom       pic 9(8)V99.
           05 TtcRc        pic 9(8)V99.
           05 NetRc        pic 9(8)V99.
           05 TaxeRc       pic 9(8)V99.
           05 FgaoRc       pic 9(8)V99.
           05 NetDom       pic 9(8)V99.
           05 TaxeDom      pic 9(8)V99.
           05 FgaoDom      pic 9(8)V99.
       77 TypeTaxe         pic x.
       77 PieceTaxe        sql char-varying(12).

      *---- Quittance de regularisation kilometrique : numero = periode
      *---- + 'K' + assure + rang, pour ne percuter ni la quittance
      *---- annuelle ni celles d'avenant.
       01 QuittanceRegul.
           05 NumQuittance  sql char-varying(12).
           05 DateEmission  pic 9(8).
           05 DateEcheance  pic 9(8).
           05 DateEcheanceRed redefines DateEcheance.
               10 EcheanceAnnee pic 9(4).
               10 EcheanceMois  pic 99.
               10 EcheanceJour  pic 99.
       77 RangRegul pic 9.
       77 NbRegulExistantes pic 9(4).

       01 BilanRegul.
           05 NbrVehiculesExamines pic 9(5).
           05 NbrSansEffet        pic 9(5).
           05 NbrComplements      pic 9(5).
           05 NbrRistournes       pic 9(5).
           05 NbrInsuffisants     pic 9(5).
           05 TotalComplements    pic 9(8)V99.
           05 TotalRistournes     pic 9(8)V99.
       01 FichRegul pic x(150).

       01 DateCourante     pic 9(8).
       01 DateCouranteRed redefines DateCourante.
           05 AnneeCourante pic 9(4).
           05 MoisCourant   pic 99.
           05 JourCourant   pic 99.

      *---- Tranche tarifee d'un vehicule, saisie a la souscription du
      *---- produit petit rouleur.
       77 TrancheSaisie pic 9.

       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit),
      *---- l'import des releves puis la regularisation des
      *---- anniversaires du mois precedent s'executent sans affichage.
       77 ModeExecution   pic x(10).
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur l'historique ; BATCH en nocturne.
       77 OperateurCourant pic x(10).

       77 EofImport pic 9.
       77 EoDB pic 9.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Historique avant/apres des mises a jour (table
      *---- HistoriqueMaj, consultee par HistoriqueFiche) : une ligne
      *---- par champ modifie, avec l'operateur et l'horodatage. La cle
      *---- de la ligne est le numero d'assure, l'immatriculation
      *---- (vehicule et garanties) ou le numero de sinistre.
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
            10 HistCleAssur  sql char-varying(5).
            10 HistCleImma   sql char-varying(9).
            10 HistCleSin    sql char-varying(6).
            10 HistCleCode   pic 9.

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

       01 M-ChoixKm
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Kilometrage: 1=Import 2=Tranche 3=Regul 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-ChoixMois
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Mois anniversaire (AAAAMM, 0 = precedent) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Tranche tarifee d'un vehicule.
       01 T-SaisieTranche foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Tranche kilometrique d'un vehicule".
           10 line 3  col 2  value "Immatriculation        :".
           10 line 4  col 2  value "Tranche (0=libre, 1-4) :".
           10 line 6  col 2  value "Tranche 1 jusqu'a".
           10 line 6  col 20 from KmMaxTranche(1) pic Z(6)9.
           10 line 6  col 28 value "km, coefficient".
           10 line 6  col 44 from CoeffTrancheKm(1) pic Z(3)9.
           10 line 7  col 2  value "Tranche 2 jusqu'a".
           10 line 7  col 20 from KmMaxTranche(2) pic Z(6)9.
           10 line 7  col 28 value "km, coefficient".
           10 line 7  col 44 from CoeffTrancheKm(2) pic Z(3)9.
           10 line 8  col 2  value "Tranche 3 jusqu'a".
           10 line 8  col 20 from KmMaxTranche(3) pic Z(6)9.
           10 line 8  col 28 value "km, coefficient".
           10 line 8  col 44 from CoeffTrancheKm(3) pic Z(3)9.
           10 line 9  col 2  value "Tranche 4 jusqu'a".
           10 line 9  col 20 from KmMaxTranche(4) pic Z(6)9.
           10 line 9  col 28 value "km, coefficient".
           10 line 9  col 44 from CoeffTrancheKm(4) pic Z(3)9.

       01 T-TrancheRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2 value "Operation refusee :".
           10 line 20 col 22 from MotifRejet.
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

       01 T-TrancheEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2 value "Tranche enregistree".
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'import des releves
       01  T-BilanImport foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Import des releves kilometriques".
           05 line 3 col 2  value "Releves lus".
           05 line 3 col 30 from NbrLus of BilanImport pic Z(4)9.
           05 line 4 col 2  value "Releves acceptes".
           05 line 4 col 30 from NbrAcceptes of BilanImport
               pic Z(4)9.
           05 line 5 col 2  value "Releves rejetes".
           05 line 5 col 30 from NbrRejetes of BilanImport
               pic Z(4)9.
           05 line 7 col 2  value "Rejets dans ReleveKmRejets.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de la regularisation
       01  T-BilanRegul foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Regularisation kilometrique".
           05 line 2 col 16 value "Mois anniversaire".
           05 line 2 col 36 from MoisCible.
           05 line 4 col 2  value "Vehicules examines".
           05 line 4 col 30 from NbrVehiculesExamines of BilanRegul
               pic Z(4)9.
           05 line 5 col 2  value "Sans effet".
           05 line 5 col 30 from NbrSansEffet of BilanRegul
               pic Z(4)9.
           05 line 6 col 2  value "Complements emis".
           05 line 6 col 30 from NbrComplements of BilanRegul
               pic Z(4)9.
           05 line 7 col 2  value "Ristournes dues".
           05 line 7 col 30 from NbrRistournes of BilanRegul
               pic Z(4)9.
           05 line 8 col 2  value "Releves insuffisants".
           05 line 8 col 30 from NbrInsuffisants of BilanRegul
               pic Z(4)9.
           05 line 9 col 2  value "Total complements".
           05 line 9 col 30 from TotalComplements of BilanRegul
               pic Z(6)9,99.
           05 line 10 col 2 value "Total ristournes".
           05 line 10 col 30 from TotalRistournes of BilanRegul
               pic Z(6)9,99.
           05 line 12 col 2 value "Detail dans RegularisationKm.csv".
           05 line 14 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Produit petit rouleur (pay as you drive) : import des
      *----- releves de compteur par immatriculation (client ou
      *----- partenaire telematique) dans l'historique ReleveKm, avec
      *----- rejet des releves en recul ou invraisemblables ; tranche
      *----- kilometrique sur laquelle le vehicule est tarife (le
      *----- coefficient de la tranche s'applique dans Quittancement) ;
      *----- a l'anniversaire de la police, le kilometrage annuel
      *----- constate est compare a la tranche tarifee et l'ecart donne
      *----- une quittance complementaire ou une ristourne, par le
      *----- circuit de facturation habituel. Le vehicule est ensuite
      *----- tarife sur la tranche constatee.
      *-------------------------------------------------------------------------------------
       GestionKilometrage.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           if ModeExecution = "BATCH"
               move "BATCH" to OperateurCourant
           else
               perform LireOperateurSession
           end-if.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "KilometrageVehicule"
               to HistProgramme of HistoriqueDonne.
           accept DateCourante from date yyyymmdd.
           perform ChargeTranchesKm.
           if ModeExecution = "BATCH"
               perform ImportReleves
               move 0 to MoisCible
               perform RegularisationKm
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixKm.
           accept TypeTrt line 2 col 51.
           evaluate TypeTrt
               when 1
                   perform ImportReleves
                   display Ecran-Blanc
                   display T-BilanImport
                   accept OptionChoisie
               when 2
                   perform SaisieTranche
               when 3
                   display Ecran-Blanc
                   display M-ChoixMois
                   move 0 to MoisCible
                   accept MoisCible line 2 col 47
                   perform RegularisationKm
                   display Ecran-Blanc
                   display T-BilanRegul
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Import des releves de compteur : chaque releve accepte
      *----- rejoint l'historique du vehicule ; les rejets partent dans
      *----- ReleveKmRejets.csv avec leur motif.
      *-------------------------------------------------------------------------------------
       ImportReleves.
           initialize BilanImport.
           move 0 to ErreurImport.
           move 0 to EofImport.
           open input FichierReleveKm.
           open output FichierReleveKmRejets.
           move spaces to EnrRejetKm.
           string
               "NImma;DateReleve;Km;Source;Motif"
               into EnrRejetKm
           end-string.
           write Enr-FichierReleveKmRejets from EnrRejetKm.
           perform ImportReleves-Trt until EofImport = 1.
           close FichierReleveKm.
           close FichierReleveKmRejets.
           if ErreurImport = 1
               exec sql
                   rollback
               end-exec
           else
               exec sql
                   commit
               end-exec
           end-if.

       ImportReleves-Trt.
           read FichierReleveKm
               at end
                   move 1 to EofImport
               not at end
                   perform TrtLigneReleve
           end-read.

       TrtLigneReleve.
           initialize ReleveDonne.
           move 0 to LgKmLu.
           unstring Enr-FichierReleveKm delimited by ";" into
               ImmaReleve of ReleveDonne
               DateReleve of ReleveDonne
               KmLu of ReleveDonne count in LgKmLu
               SourceReleve of ReleveDonne
           end-unstring.
           inspect SourceReleve of ReleveDonne converting
               "ct" to "CT".
           if SourceReleve of ReleveDonne = spaces
               move "C" to SourceReleve of ReleveDonne
           end-if.
           add 1 to NbrLus of BilanImport.
           perform ValideReleve.
           if LigneRejetee = 1
               add 1 to NbrRejetes of BilanImport
               move spaces to EnrRejetKm
               string
                   Enr-FichierReleveKm delimited by "  "
                   ";" MotifRejet delimited by size
                   into EnrRejetKm
               end-string
               write Enr-FichierReleveKmRejets from EnrRejetKm
               exit paragraph
           end-if.
           exec sql
                INSERT INTO ReleveKm
                    (RkImma,RkAssur,RkDate,RkKm,RkSource,RkDateImport)
                VALUES
                    (:ReleveDonne.ImmaReleve,:ReleveDonne.AssurReleve,
                     :ReleveDonne.DateReleve,:ReleveDonne.KmReleve,
                     :ReleveDonne.SourceReleve,:DateCourante)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImport
           end-if.
           add 1 to NbrAcceptes of BilanImport.

      *---- Vehicule au parc, date calendaire non future, compteur
      *---- numerique et plausible, pas de doublon de date ; le compteur
      *---- ne doit ni reculer par rapport au releve precedent, ni
      *---- depasser le releve suivant deja connu, ni avancer de plus
      *---- de SeuilKmJour par jour depuis le releve precedent.
       ValideReleve.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           if ImmaReleve of ReleveDonne = spaces
               move 1 to LigneRejetee
               move "Immatriculation manquante" to MotifRejet
               exit paragraph
           end-if.
           exec sql
               select max(VAssur) into :ReleveDonne.AssurReleve
                   from Vehicule
                   where VImma = :ReleveDonne.ImmaReleve
                     and VActif = 1
           end-exec.
           if SQLCODE not = 0
               or AssurReleve of ReleveDonne = spaces
               move 1 to LigneRejetee
               move "Vehicule inconnu ou sorti du parc" to MotifRejet
               exit paragraph
           end-if.
           if DateReleve of ReleveDonne is not numeric
               move 1 to LigneRejetee
               move "Date de releve invalide" to MotifRejet
               exit paragraph
           end-if.
           move DateReleve of ReleveDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DateReleve of ReleveDonne > DateCourante
               move 1 to LigneRejetee
               move "Date de releve invalide" to MotifRejet
               exit paragraph
           end-if.
           if LgKmLu = 0 or LgKmLu > 7
               move 1 to LigneRejetee
               move "Kilometrage invalide" to MotifRejet
               exit paragraph
           end-if.
           if KmLu of ReleveDonne (1:LgKmLu) is not numeric
               move 1 to LigneRejetee
               move "Kilometrage invalide" to MotifRejet
               exit paragraph
           end-if.
           move KmLu of ReleveDonne (1:LgKmLu)
               to KmReleve of ReleveDonne.
           if KmReleve of ReleveDonne > SeuilKmCompteur
               move 1 to LigneRejetee
               move "Kilometrage invraisemblable" to MotifRejet
               exit paragraph
           end-if.
           if SourceReleve of ReleveDonne not = "C"
               and SourceReleve of ReleveDonne not = "T"
               move 1 to LigneRejetee
               move "Source inconnue (C ou T)" to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from ReleveKm
                   where RkImma = :ReleveDonne.ImmaReleve
                     and RkDate = :ReleveDonne.DateReleve
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Releve deja recu a cette date" to MotifRejet
               exit paragraph
           end-if.
      **** Releve precedent
           initialize ReleveVoisin.
           exec sql
               select RkDate,RkKm
                   into :ReleveVoisin.DateVoisin,
                        :ReleveVoisin.KmVoisin
                   from ReleveKm
                   where RkImma = :ReleveDonne.ImmaReleve
                     and RkDate =
                         (select max(RkDate) from ReleveKm
                              where RkImma = :ReleveDonne.ImmaReleve
                                and RkDate < :ReleveDonne.DateReleve)
           end-exec.
           if SQLCODE = 0
               if KmReleve of ReleveDonne < KmVoisin of ReleveVoisin
                   move 1 to LigneRejetee
                   move "Compteur en recul" to MotifRejet
                   exit paragraph
               end-if
               move 0 to NbrJoursReleve
               exec sql
                   select datediff(day,
                          convert(date,:ReleveVoisin.DateVoisin,112),
                          convert(date,:ReleveDonne.DateReleve,112))
                       into :NbrJoursReleve
               end-exec
               if NbrJoursReleve > 0
                   compute KmParJour =
                       (KmReleve of ReleveDonne
                           - KmVoisin of ReleveVoisin)
                           / NbrJoursReleve
                   if KmParJour > SeuilKmJour
                       move 1 to LigneRejetee
                       move "Kilometrage invraisemblable" to MotifRejet
                       exit paragraph
                   end-if
               end-if
           end-if.
      **** Releve suivant deja connu
           initialize ReleveVoisin.
           exec sql
               select RkDate,RkKm
                   into :ReleveVoisin.DateVoisin,
                        :ReleveVoisin.KmVoisin
                   from ReleveKm
                   where RkImma = :ReleveDonne.ImmaReleve
                     and RkDate =
                         (select min(RkDate) from ReleveKm
                              where RkImma = :ReleveDonne.ImmaReleve
                                and RkDate > :ReleveDonne.DateReleve)
           end-exec.
           if SQLCODE = 0
               if KmReleve of ReleveDonne > KmVoisin of ReleveVoisin
                   move 1 to LigneRejetee
                   move "Compteur en recul (releve posterieur)"
                       to MotifRejet
               end-if
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Tranche kilometrique sur laquelle un vehicule actif est
      *----- tarife : 0 le sort du produit petit rouleur.
      *-------------------------------------------------------------------------------------
       SaisieTranche.
           initialize ReleveDonne.
           move 0 to TrancheSaisie.
           display Ecran-Blanc.
           display T-SaisieTranche.
           accept ImmaReleve of ReleveDonne line 3 col 28.
           accept TrancheSaisie line 4 col 28.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Vehicule
                   where VImma = :ReleveDonne.ImmaReleve
                     and VActif = 1
           end-exec.
           if NbExistant = 0
               move 1 to LigneRejetee
               move "Vehicule inconnu ou sorti du parc" to MotifRejet
           end-if.
           if TrancheSaisie > 4
               move 1 to LigneRejetee
               move "Tranche invalide (0 a 4)" to MotifRejet
           end-if.
           if LigneRejetee = 1
               display T-TrancheRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
      *---- Ancienne et nouvelle tranche a l'historique du vehicule.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               select 'Vehicule',VImma,'VTrancheKm',
                      isnull(convert(varchar(40),VTrancheKm),' '),
                      convert(varchar(40),:TrancheSaisie),
                      :HistoriqueDonne.HistOperateur,
                      :HistoriqueDonne.HistDate,
                      :HistoriqueDonne.HistHeure,
                      :HistoriqueDonne.HistProgramme
                   from Vehicule
                   where VImma = :ReleveDonne.ImmaReleve
                     and VActif = 1
                     and isnull(VTrancheKm,9) <> :TrancheSaisie
           end-exec.
           exec sql
               update Vehicule
                   set VTrancheKm = :TrancheSaisie
                   where VImma = :ReleveDonne.ImmaReleve
                     and VActif = 1
           end-exec.
           exec sql
               commit
           end-exec.
           display T-TrancheEnregistree.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Regularisation a l'anniversaire : vehicules du produit
      *----- petit rouleur des polices automobile en vigueur dont
      *----- l'echeance tombe dans le mois cible. Un vehicule deja
      *----- regularise pour cet anniversaire n'est pas repris.
      *-------------------------------------------------------------------------------------
       RegularisationKm.
           initialize BilanRegul.
           if MoisCible = 0
               or MoisCibleMm < 1 or MoisCibleMm > 12
               if MoisCourant = 1
                   compute AnneeCible = AnneeCourante - 1
                   move 12 to MoisCibleMm
               else
                   move AnneeCourante to AnneeCible
                   compute MoisCibleMm = MoisCourant - 1
               end-if
           end-if.
           move MoisCibleMm to MoisEcheanceCible.
           perform ChargeBareme.
           compute NbrAnneesInflation =
               AnneeCourante - TarifAnneeReference.
           move 1,0000 to CoeffInflation.
           perform IndexeInflation
               varying IndiceAnneeInflation from 1 by 1
               until IndiceAnneeInflation > NbrAnneesInflation.
           open output FichierRegularisationKm.
           move spaces to FichRegul.
           string
               "Police;NAssur;NImma;Anniversaire;DateDebut;KmDebut;"
               "DateFin;KmFin;KmAnnuel;TranchePrix;TrancheReelle;"
               "Sort;Montant"
               into FichRegul
           end-string.
           write Enr-FichierRegularisationKm from FichRegul.
           move 0 to EoDB.
      **** Création du curseur : vehicules du produit a l'anniversaire
           exec sql
               Declare Regul-Cursor cursor for
                   select VAssur,VImma,VRisq,VDom,VPuiss,VTrancheKm,
                          VPolice,PEcheance,ACoefficient
                       from Vehicule
                       inner join Police on PNum = VPolice
                       inner join Assure on AAssur = VAssur
                       where VActif = 1
                         and isnull(VTrancheKm,0) > 0
                         and PStatut = 0
                         and PBranche = 'AUT'
                         and left(PEcheance,2) = :MoisEcheanceCible
                       order by VPolice,VImma
           end-exec.
           exec sql
               open Regul-Cursor
           end-exec.
           perform RegularisationKm-Trt until EoDB=1.
           exec sql
               close Regul-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           close FichierRegularisationKm.

       IndexeInflation.
           compute CoeffInflation rounded =
               CoeffInflation * (1 + TauxInflationAnnuel).

       RegularisationKm-Trt.
           initialize VehiculeRegul.
           exec sql
               fetch Regul-Cursor into
                   :VehiculeRegul.AssurRegul,:VehiculeRegul.ImmaRegul,
                   :VehiculeRegul.VRisq,:VehiculeRegul.VDom,
                   :VehiculeRegul.VPuiss,:VehiculeRegul.TranchePrix,
                   :VehiculeRegul.PoliceRegul,
                   :VehiculeRegul.EcheanceRegul,
                   :VehiculeRegul.CoeffAssure
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           if EcheanceRegul of VehiculeRegul is not numeric
               exit paragraph
           end-if.
           initialize RegulDonne.
           move EcheanceRegul of VehiculeRegul to EcheanceNum.
           compute DateAnniv of RegulDonne =
               AnneeCible * 10000 + EcheanceNum.
           move DateAnniv of RegulDonne to DateAnnivChar of RegulDonne.
           compute DateAnniv of RegulDonne =
               DateAnniv of RegulDonne - 10000.
           move DateAnniv of RegulDonne to DateAnnivPrec of RegulDonne.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from RegulKm
                   where RgImma = :VehiculeRegul.ImmaRegul
                     and RgAssur = :VehiculeRegul.AssurRegul
                     and RgAnniversaire = :RegulDonne.DateAnnivChar
           end-exec.
           if NbExistant > 0
               exit paragraph
           end-if.
           add 1 to NbrVehiculesExamines of BilanRegul.
           perform ChercheRelevesRegul.
           if NbrJoursReleve < SeuilJoursRegul
               add 1 to NbrInsuffisants of BilanRegul
               move "INSUFFISANT" to SortRegul of RegulDonne
               move 0 to MontantRegul
               perform EnrLigneRegul
               exit paragraph
           end-if.
           compute KmAnnuel of RegulDonne rounded =
               (KmFinRegul of RegulDonne - KmDebutRegul of RegulDonne)
                   * 365 / NbrJoursReleve.
           move 0 to TrancheTrouvee.
           move 4 to TrancheReelle of RegulDonne.
           perform ChercheTrancheReelle
               varying IndiceTrancheKm from 1 by 1
               until IndiceTrancheKm > 4 or TrancheTrouvee = 1.
           if TrancheReelle of RegulDonne = TranchePrix of VehiculeRegul
               or TranchePrix of VehiculeRegul > 4
               add 1 to NbrSansEffet of BilanRegul
               move "SANS EFFET" to SortRegul of RegulDonne
               move 0 to MontantRegul
           else
               perform CalculeEcartTranche
               if DeltaCotis > 0
                   compute MontantRegul = DeltaCotis
                   perform EmetQuittanceRegul
               else
                   if DeltaCotis < 0
                       compute MontantRegul = 0 - DeltaCotis
                       perform EmetRistourneRegul
                   else
                       add 1 to NbrSansEffet of BilanRegul
                       move "SANS EFFET" to SortRegul of RegulDonne
                       move 0 to MontantRegul
                   end-if
               end-if
           end-if.
           perform EnrRegulKm.
           perform EnrLigneRegul.

      *---- Releve de debut : le plus recent a l'anniversaire precedent,
      *---- a defaut le premier de l'annee ecoulee ; releve de fin : le
      *---- plus recent a l'anniversaire. NbrJoursReleve a zero si l'un
      *---- manque.
       ChercheRelevesRegul.
           move 0 to NbrJoursReleve.
           exec sql
               select RkDate,RkKm
                   into :RegulDonne.DateFinRegul,
                        :RegulDonne.KmFinRegul
                   from ReleveKm
                   where RkImma = :VehiculeRegul.ImmaRegul
                     and RkDate =
                         (select max(RkDate) from ReleveKm
                              where RkImma = :VehiculeRegul.ImmaRegul
                                and RkDate <= :RegulDonne.DateAnnivChar)
           end-exec.
           if SQLCODE not = 0
               exit paragraph
           end-if.
           exec sql
               select RkDate,RkKm
                   into :RegulDonne.DateDebutRegul,
                        :RegulDonne.KmDebutRegul
                   from ReleveKm
                   where RkImma = :VehiculeRegul.ImmaRegul
                     and RkDate =
                         (select max(RkDate) from ReleveKm
                              where RkImma = :VehiculeRegul.ImmaRegul
                                and RkDate <= :RegulDonne.DateAnnivPrec)
           end-exec.
           if SQLCODE not = 0
               exec sql
                   select RkDate,RkKm
                       into :RegulDonne.DateDebutRegul,
                            :RegulDonne.KmDebutRegul
                       from ReleveKm
                       where RkImma = :VehiculeRegul.ImmaRegul
                         and RkDate =
                             (select min(RkDate) from ReleveKm
                              where RkImma = :VehiculeRegul.ImmaRegul
                                and RkDate > :RegulDonne.DateAnnivPrec)
               end-exec
               if SQLCODE not = 0
                   exit paragraph
               end-if
           end-if.
           if DateDebutRegul of RegulDonne
                   not < DateFinRegul of RegulDonne
               exit paragraph
           end-if.
           exec sql
               select datediff(day,
                          convert(date,:RegulDonne.DateDebutRegul,112),
                          convert(date,:RegulDonne.DateFinRegul,112))
                   into :NbrJoursReleve
           end-exec.
           if SQLCODE not = 0
               move 0 to NbrJoursReleve
           end-if.

      *---- Premiere tranche dont le plafond couvre le kilometrage
      *---- annuel constate.
       ChercheTrancheReelle.
           if KmAnnuel of RegulDonne <= KmMaxTranche(IndiceTrancheKm)
               move IndiceTrancheKm to TrancheReelle of RegulDonne
               move 1 to TrancheTrouvee
           end-if.

      *---- Ecart de cotisation : cotisation annuelle du vehicule au
      *---- bareme en vigueur (base, cheval fiscal, dommages, bonus-
      *---- malus, inflation, comme AvenantCotisation), multipliee par
      *---- l'ecart des coefficients de tranche et ramenee a la duree
      *---- couverte par les releves (une annee au plus).
       CalculeEcartTranche.
           move VRisq of VehiculeRegul to IndiceRisq.
           if IndiceRisq < 1 or IndiceRisq > 3
               move 1 to IndiceRisq
           end-if.
           compute CotisBase rounded =
               TarifBaseRisq(IndiceRisq)
                   + (VPuiss of VehiculeRegul
                       * TarifPuissRisq(IndiceRisq)).
           move 0 to CotisDomBase.
           if VDom of VehiculeRegul = 1
               add MajorationDom(IndiceRisq) to CotisBase
               move MajorationDom(IndiceRisq) to CotisDomBase
           end-if.
           compute CotisBase rounded =
               CotisBase * CoeffAssure of VehiculeRegul
                   * CoeffInflation.
           compute CotisDomBase rounded =
               CotisDomBase * CoeffAssure of VehiculeRegul
                   * CoeffInflation.
           if NbrJoursReleve > 365
               move 1 to FractionAnnee
           else
               compute FractionAnnee rounded = NbrJoursReleve / 365
           end-if.
           compute DeltaCotis rounded =
               CotisBase * FractionAnnee
                   * (CoeffTrancheKm(TrancheReelle of RegulDonne)
                       - CoeffTrancheKm(TranchePrix of VehiculeRegul))
                   / 1000.
           compute DeltaDom rounded =
               CotisDomBase * FractionAnnee
                   * (CoeffTrancheKm(TrancheReelle of RegulDonne)
                       - CoeffTrancheKm(TranchePrix of VehiculeRegul))
                   / 1000.

      *---- Quittance complementaire : elle suit le circuit normal
      *---- (encaissement, arrieres, relances).
       EmetQuittanceRegul.
           move 0 to NbRegulExistantes.
      *---- Les quittances de regularisation portent 'K' en 5e position
      *---- du numero, comme l'avenant y porte 'A'.
           exec sql
               select count(*) into :NbRegulExistantes
                   from Quittance
                   where QAssur = :VehiculeRegul.AssurRegul
                     and QPeriode = :AnneeCourante
                     and substring(QNum,5,1) = 'K'
           end-exec.
           if SQLCODE not = 0
               move 0 to NbRegulExistantes
           end-if.
           compute RangRegul = NbRegulExistantes + 1.
           if RangRegul > 9
               move 9 to RangRegul
           end-if.
           move spaces to NumQuittance of QuittanceRegul.
           string
               AnneeCourante
               "K" AssurRegul of VehiculeRegul
               RangRegul
               delimited by size into NumQuittance of QuittanceRegul
           end-string.
           move DateCourante to DateEmission of QuittanceRegul.
           move DateCourante to DateEcheance of QuittanceRegul.
           if EcheanceMois of QuittanceRegul = 12
               add 1 to EcheanceAnnee of QuittanceRegul
               move 1 to EcheanceMois of QuittanceRegul
           else
               add 1 to EcheanceMois of QuittanceRegul
           end-if.
           if EcheanceJour of QuittanceRegul > 28
               move 28 to EcheanceJour of QuittanceRegul
           end-if.
           exec sql
                INSERT INTO Quittance
                    (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                     QStatut,QDateEmission,QDateEcheance,
                     QNivRelance,QPrelevEmis,QMontPreleve,QPolice,
                     QSociete)
                VALUES
                    (:QuittanceRegul.NumQuittance,
                     :VehiculeRegul.AssurRegul,
                     :AnneeCourante,:MontantRegul,
                     0,0,
                     :QuittanceRegul.DateEmission,
                     :QuittanceRegul.DateEcheance,0,0,0,
                     :VehiculeRegul.PoliceRegul,
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :VehiculeRegul.AssurRegul))
           end-exec.
           move "Q" to TypeTaxe.
           move NumQuittance of QuittanceRegul to PieceTaxe.
           perform VentileTaxesRegul.
           add 1 to NbrComplements of BilanRegul.
           add MontantRegul to TotalComplements of BilanRegul.
           move "COMPLEMENT" to SortRegul of RegulDonne.

      *---- Ristourne : a rembourser par le prochain train de virements.
       EmetRistourneRegul.
           exec sql
                INSERT INTO Ristourne
                    (RiAssur,RiImma,RiDate,RiMontant,RiMotif,RiPaye)
                VALUES
                    (:VehiculeRegul.AssurRegul,:VehiculeRegul.ImmaRegul,
                     :DateCourante,:MontantRegul,'KILOMETRE',0)
           end-exec.
           move "R" to TypeTaxe.
      *---- Piece de la ristourne : assure et date d'emission (AAMMJJ),
      *---- pour la retrouver depuis les ecritures de taxes.
           move spaces to PieceTaxe.
           string
               AssurRegul of VehiculeRegul DateCourante(3:6)
               delimited by size into PieceTaxe
           end-string.
           move spaces to NumQuittance of QuittanceRegul.
           perform VentileTaxesRegul.
           add 1 to NbrRistournes of BilanRegul.
           add MontantRegul to TotalRistournes of BilanRegul.
           move "RISTOURNE" to SortRegul of RegulDonne.

      *---- Ventilation du montant par garantie, comme
      *---- AvenantCotisation : la part dommages est l'ecart dommages
      *---- (borne au montant), le reste en RC ; la taxe porte
      *---- l'arrondi. Une ristourne (type 'R') vient en deduction de
      *---- la declaration.
       VentileTaxesRegul.
           if DeltaDom < 0
               compute TtcDom of VentilationTaxes = 0 - DeltaDom
           else
               move DeltaDom to TtcDom of VentilationTaxes
           end-if.
           if TtcDom of VentilationTaxes > MontantRegul
               move MontantRegul to TtcDom of VentilationTaxes
           end-if.
           compute TtcRc of VentilationTaxes =
               MontantRegul - TtcDom of VentilationTaxes.
           compute NetRc of VentilationTaxes rounded =
               TtcRc of VentilationTaxes
                   / (1 + TauxTaxeRc + TauxFgao).
           compute FgaoRc of VentilationTaxes rounded =
               NetRc of VentilationTaxes * TauxFgao.
           compute TaxeRc of VentilationTaxes =
               TtcRc of VentilationTaxes - NetRc of VentilationTaxes
                   - FgaoRc of VentilationTaxes.
           compute NetDom of VentilationTaxes rounded =
               TtcDom of VentilationTaxes / (1 + TauxTaxeDom).
           move 0 to FgaoDom of VentilationTaxes.
           compute TaxeDom of VentilationTaxes =
               TtcDom of VentilationTaxes - NetDom of VentilationTaxes.
           if TtcRc of VentilationTaxes > 0
               exec sql
                    INSERT INTO QuittanceTaxe
                        (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                         QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                    VALUES
                        (:TypeTaxe,:PieceTaxe,:PieceTaxe,
                         :VehiculeRegul.AssurRegul,
                         :VehiculeRegul.ImmaRegul,
                         :DateCourante,'RC',
                         :VentilationTaxes.NetRc,
                         :VentilationTaxes.TaxeRc,
                         :VentilationTaxes.FgaoRc)
               end-exec
           end-if.
           if TtcDom of VentilationTaxes > 0
               exec sql
                    INSERT INTO QuittanceTaxe
                        (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                         QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                    VALUES
                        (:TypeTaxe,:PieceTaxe,:PieceTaxe,
                         :VehiculeRegul.AssurRegul,
                         :VehiculeRegul.ImmaRegul,
                         :DateCourante,'DOM',
                         :VentilationTaxes.NetDom,
                         :VentilationTaxes.TaxeDom,
                         :VentilationTaxes.FgaoDom)
               end-exec
           end-if.

      *---- Trace de la regularisation de l'anniversaire (elle ne sera
      *---- pas refaite) et tarification du vehicule sur la tranche
      *---- constatee pour l'annee qui commence.
       EnrRegulKm.
           exec sql
                INSERT INTO RegulKm
                    (RgAssur,RgImma,RgPolice,RgAnniversaire,
                     RgDateDebut,RgKmDebut,RgDateFin,RgKmFin,
                     RgKmAnnuel,RgTranchePrix,RgTrancheReelle,
                     RgSort,RgMontant,RgQNum,RgDateCalcul)
                VALUES
                    (:VehiculeRegul.AssurRegul,
                     :VehiculeRegul.ImmaRegul,
                     :VehiculeRegul.PoliceRegul,
                     :RegulDonne.DateAnnivChar,
                     :RegulDonne.DateDebutRegul,
                     :RegulDonne.KmDebutRegul,
                     :RegulDonne.DateFinRegul,
                     :RegulDonne.KmFinRegul,
                     :RegulDonne.KmAnnuel,
                     :VehiculeRegul.TranchePrix,
                     :RegulDonne.TrancheReelle,
                     :RegulDonne.SortRegul,:MontantRegul,
                     :QuittanceRegul.NumQuittance,:DateCourante)
           end-exec.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               select 'Vehicule',VImma,'VTrancheKm',
                      isnull(convert(varchar(40),VTrancheKm),' '),
                      convert(varchar(40),:RegulDonne.TrancheReelle),
                      :HistoriqueDonne.HistOperateur,
                      :HistoriqueDonne.HistDate,
                      :HistoriqueDonne.HistHeure,
                      :HistoriqueDonne.HistProgramme
                   from Vehicule
                   where VAssur = :VehiculeRegul.AssurRegul
                     and VImma = :VehiculeRegul.ImmaRegul
                     and isnull(VTrancheKm,9)
                         <> :RegulDonne.TrancheReelle
           end-exec.
           exec sql
               update Vehicule
                   set VTrancheKm = :RegulDonne.TrancheReelle
                   where VAssur = :VehiculeRegul.AssurRegul
                     and VImma = :VehiculeRegul.ImmaRegul
           end-exec.
           move spaces to NumQuittance of QuittanceRegul.

       EnrLigneRegul.
           move spaces to FichRegul.
           string
               PoliceRegul of VehiculeRegul
               ";" AssurRegul of VehiculeRegul
               ";" ImmaRegul of VehiculeRegul
               ";" DateAnnivChar of RegulDonne
               ";" DateDebutRegul of RegulDonne
               ";" KmDebutRegul of RegulDonne
               ";" DateFinRegul of RegulDonne
               ";" KmFinRegul of RegulDonne
               ";" KmAnnuel of RegulDonne
               ";" TranchePrix of VehiculeRegul
               ";" TrancheReelle of RegulDonne
               ";" SortRegul of RegulDonne
               ";" MontantRegul
               into FichRegul
           end-string.
           write Enr-FichierRegularisationKm from FichRegul.

      *---- Chargement du bareme en vigueur, comme AvenantCotisation.
       ChargeBareme.
           initialize TableBareme.
           move 0 to EofBareme.
           open input FichierBareme.
           perform ChargeBareme-Trt until EofBareme = 1.
           close FichierBareme.

       ChargeBareme-Trt.
           read FichierBareme
               at end
                   move 1 to EofBareme
               not at end
                   unstring Enr-FichierBareme
                           delimited by ";" or " " into
                       BarDateEffet
                       BarRisq
                       BarBase
                       BarPuiss
                       BarMajDom
                       BarAnneeRef
                       BarTauxInfl
                   end-unstring
                   perform RetientBareme
           end-read.

       RetientBareme.
           if BarRisq >= 1 and BarRisq <= 3
               and BarDateEffet <= DateCourante
               and BarDateEffet >= DateEffetRisq(BarRisq)
               move BarDateEffet to DateEffetRisq(BarRisq)
               compute TarifBaseRisq(BarRisq) = BarBase / 100
               compute TarifPuissRisq(BarRisq) = BarPuiss / 100
               compute MajorationDom(BarRisq) = BarMajDom / 100
               move BarAnneeRef to TarifAnneeReference
               compute TauxInflationAnnuel = BarTauxInfl / 10000
           end-if.

      *---- Chargement des tranches kilometriques : une ligne invalide
      *---- laisse la tranche par defaut.
       ChargeTranchesKm.
           move 0 to EofTrancheKm.
           open input FichierTrancheKm.
           perform ChargeTranchesKm-Trt until EofTrancheKm = 1.
           close FichierTrancheKm.

       ChargeTranchesKm-Trt.
           read FichierTrancheKm
               at end
                   move 1 to EofTrancheKm
               not at end
                   initialize LigneTrancheKm
                   unstring Enr-FichierTrancheKm
                           delimited by ";" or " " into
                       NumTrancheLue
                       KmMaxLu
                       CoeffLu
                   end-unstring
                   if NumTrancheLue >= 1 and NumTrancheLue <= 4
                       and KmMaxLu > 0 and CoeffLu > 0
                       move KmMaxLu to KmMaxTranche(NumTrancheLue)
                       move CoeffLu to CoeffTrancheKm(NumTrancheLue)
                   end-if
           end-read.

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
      *----- Fin du kilometrage des vehicules
      *-------------------------------------------------------------------------------------

       end program KilometrageVehicule.
