            10 VRisq       pic 9.
            10 VDom        pic 9.
            10 VPuiss      pic 99.
            10 VPolice     sql char-varying(7).
            10 VEcheance   sql char-varying(4).
            10 VTrancheKm  pic 9.

       01 Assure.
            10 A-Assur       sql char-varying(5).
            10 A-Coefficient pic 9V99.

      *---- Prime de renouvellement en cours de constitution pour
      *---- la police courante : tous ses vehicules actifs, en annee
      *---- pleine (pas de pro rata sur l'exercice a venir).
       01 RenouvellementDonne.
           05 NumPoliceRenouv  sql char-varying(7).
           05 EcheanceRenouv   sql char-varying(4).
           05 NumAssure        sql char-varying(5).
           05 NomAssure        sql char-varying(25).
           05 PrenomAssure     sql char-varying(20).
           05 PrimeNouvelle    pic 9(8)V99.

      *---- Prime de la periode en cours (quittance annuelle emise) et
      *---- delta. La quittance annuelle est retrouvee par son numero,
      *---- tel que le construit Quittancement (periode "-" assure pour
      *---- la police de rang 01, periode "-" police au-dela) : l'assure
      *---- peut aussi porter des quittances d'avenant ou de franchise
      *---- sur la meme periode.
       77 NumQuitAnnuelle pic x(12).
       77 PrimeAncienne  pic 9(8)V99.
       77 DeltaPrime     pic s9(8)V99.
       77 SeuilMontSinistres pic 9(8)V99 value 15000.

      *---- Bareme de la cotisation (Bareme.csv), le jeu retenu etant le
      *---- plus recent dont la date d'effet est atteinte au 1er jour du
      *---- mois anniversaire cible, pour tarifer l'exercice a venir.
       01 BaremeLigne.
           05 BarDateEffet pic 9(8).
           05 BarRisq      pic 9.
       77 EofBareme  pic 9.
       77 CotisationVehicule pic 9(6)V99.

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

      *---- Indexation du tarif sur l'inflation, jusqu'a l'annee
      *---- renouvelee.
       77 TarifAnneeReference pic 9(4).
       77 AnneeCourante       pic 9(4).
       77 AnneeRenouvelee     pic 9(4).
       77 DateEffetCible      pic 9(8).
      *---- Mois anniversaire cible (AAAAMM) : les polices dont
      *---- l'echeance tombe dans ce mois sont renouvelees ; par defaut
      *---- le mois courant plus deux, pour laisser le delai de preavis.
       01 MoisCible       pic 9(6).
       01 MoisCibleRed redefines MoisCible.
           05 AnneeCible   pic 9(4).
           05 MoisCibleMm  pic 99.
       77 MoisEcheanceCible sql char-varying(2).
       77 MoisCourant       pic 99.
       01 DateEcheancePolice pic x(10).
       77 NbrAnneesInflation  pic 99.
       77 IndiceAnneeInflation pic 99.
       77 CoeffInflation      pic 9v9999.
           05 TotalPrimesNouv  pic 9(9)V99.

       01 LigneAvis pic x(100).
       01 FichNonRenouv pic x(100).

      *---- Mode d'execution : en BATCH (plan nocturne), la campagne
      *---- s'execute sans affichage ni attente d'une touche.
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

       01 M-ChoixMois
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Mois anniversaire (AAAAMM, 0 = M+2) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan de la campagne de renouvellement
       01  T-BilanRenouvellement foreground-color is CouleurTexte
               background-color is CouleurFond.
       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Campagne de renouvellement avant terme, police par police :
      *----- les polices automobile en vigueur dont l'echeance
      *----- anniversaire tombe dans le mois cible sont renouvelees. La
      *----- prime de la periode a venir est calculee pour chaque police
      *----- (jeu de Bareme.csv en vigueur au 1er jour du mois cible,
      *----- coefficient bonus-malus courant, annee pleine), un avis
      *----- d'echeance montre l'ancienne prime, la nouvelle et le
      *----- delta, et les assures depassant les criteres de risque de
      *----- TopAssuresRisque partent sur la liste des candidats au
      *----- non-renouvellement.
      *-------------------------------------------------------------------------------------
           initialize BilanRenouvellement.
           accept DateCourante from date yyyymmdd.
           move DateCourante(1:4) to AnneeCourante.
           move DateCourante(5:2) to MoisCourant.
           move 0 to MoisCible.
           if ModeExecution not = "BATCH"
               display Ecran-Blanc
               display M-ChoixMois
               accept MoisCible line 2 col 42
           end-if.
           if MoisCible = 0
               or MoisCibleMm < 1 or MoisCibleMm > 12
               if MoisCourant > 10
                   compute AnneeCible = AnneeCourante + 1
                   compute MoisCibleMm = MoisCourant - 10
               else
                   move AnneeCourante to AnneeCible
                   compute MoisCibleMm = MoisCourant + 2
               end-if
           end-if.
           move MoisCibleMm to MoisEcheanceCible.
           move AnneeCible to AnneeRenouvelee.
           compute DateEffetCible = MoisCible * 100 + 1.
           perform ChargeBareme.
           perform ChargeTranchesKm.
      *---- Indexation jusqu'a l'annee renouvelee.
           compute NbrAnneesInflation =
               AnneeRenouvelee - TarifAnneeReference.
           open output FichierNonRenouvellement.
           string
               "NAssur;Nom;NbrSinistres;MontantSinistres;"
               "PrimeNouvelle;Police"
               into FichNonRenouv
           end-string.
           write Enr-FichierNonRenouvellement from FichNonRenouv.
      **** Création du curseur : vehicules encore actifs des polices
      **** automobile en vigueur dont l'echeance tombe dans le mois
      **** cible.
           exec sql
               Declare Renouv-Cursor cursor for
                   select AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,ACoefficient,
                          VImma,VRisq,VDom,VPuiss,PNum,PEcheance,
                          isnull(VTrancheKm,0)
                       from Vehicule
                       inner join Assure on AAssur = VAssur
                       inner join Police on PNum = VPolice
                       where VActif = 1
                         and PStatut = 0
                         and PBranche = 'AUT'
                         and left(PEcheance,2) = :MoisEcheanceCible
                       order by PNum
           end-exec.
           exec sql
               open Renouv-Cursor
                   :Assure.A-Adresse,:Assure.A-CodePost,:Assure.A-Ville,
                   :Assure.A-Coefficient,:VehiculeDonne.VImma,
                   :VehiculeDonne.VRisq,:VehiculeDonne.VDom,
                   :VehiculeDonne.VPuiss,:VehiculeDonne.VPolice,
                   :VehiculeDonne.VEcheance,:VehiculeDonne.VTrancheKm
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
       CalculRenouvellement-Trt.
           perform LireVehiculeRenouv.
           if EoDB = 1
      *---- Avis de la derniere police trouvee :
               if NbrVehicule of RenouvellementDonne > 0
                   perform EmetAvisEcheance
               end-if
           else
               if VPolice of VehiculeDonne
                       = NumPoliceRenouv of RenouvellementDonne
                   perform CalCotisVehicule
               else
                   perform EmetAvisEcheance
           end-if.

       DebuteRenouvAssure.
           move VPolice of VehiculeDonne
               to NumPoliceRenouv of RenouvellementDonne.
           move VEcheance of VehiculeDonne
               to EcheanceRenouv of RenouvellementDonne.
           move A-Assur  of Assure to NumAssure of RenouvellementDonne.
           move A-Nom    of Assure to NomAssure of RenouvellementDonne.
           move A-Prenom of Assure
      *---- Indexation sur l'inflation jusqu'a l'annee renouvelee.
           compute CotisationVehicule rounded =
               CotisationVehicule * CoeffInflation.
      *---- Produit petit rouleur : coefficient de la tranche
      *---- kilometrique sur laquelle le vehicule est tarife.
           if VTrancheKm of VehiculeDonne >= 1
               and VTrancheKm of VehiculeDonne <= 4
               compute CotisationVehicule rounded =
                   CotisationVehicule
                       * CoeffTrancheKm(VTrancheKm of VehiculeDonne)
                       / 1000
           end-if.
           add 1 to NbrVehicule of RenouvellementDonne.
           add CotisationVehicule
               to PrimeNouvelle of RenouvellementDonne.
                       * (1 - TauxRemiseFlotte)
           end-if.

      *---- Avis d'echeance de la police courante : ancienne prime (la
      *---- quittance de la periode en cours), nouvelle prime et delta ;
      *---- puis controle des criteres de non-renouvellement.
       EmetAvisEcheance.
       CherchePrimeAncienne.
           move 0 to PrimeAncienne.
           move spaces to NumQuitAnnuelle.
           if NumPoliceRenouv of RenouvellementDonne (6:2) = "01"
               string
                   AnneeCourante
                   "-" NumAssure of RenouvellementDonne
                   into NumQuitAnnuelle
               end-string
           else
               string
                   AnneeCourante
                   "-" NumPoliceRenouv of RenouvellementDonne
                   into NumQuitAnnuelle
               end-string
           end-if.
           exec sql
               select QMontant into :PrimeAncienne
                   from Quittance
               delimited by size into LigneAvis
           end-string.
           write Enr-FichierAvisEcheance from LigneAvis.
           move spaces to DateEcheancePolice.
           string EcheanceRenouv of RenouvellementDonne (3:2)
               "/" EcheanceRenouv of RenouvellementDonne (1:2)
               "/" AnneeRenouvelee
               delimited by size into DateEcheancePolice
           end-string.
           move spaces to LigneAvis.
           string "AVIS D'ECHEANCE - POLICE "
               NumPoliceRenouv of RenouvellementDonne
               " - ECHEANCE DU " DateEcheancePolice
               delimited by size into LigneAvis
           end-string.
           write Enr-FichierAvisEcheance from LigneAvis.
                   ";" NbrSinCumul of CumulAssureLu
                   ";" MontSinCumul of CumulAssureLu
                   ";" PrimeNouvelle of RenouvellementDonne
                   ";" NumPoliceRenouv of RenouvellementDonne
                   into FichNonRenouv
               end-string
               write Enr-FichierNonRenouvellement from FichNonRenouv
           accept OptionChoisie.
           goback.

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

      *---- Chargement du bareme : pour chaque classe de risque, le jeu
      *---- le plus recent dont la date d'effet est atteinte au 1er
      *---- jour du mois anniversaire cible.
       ChargeBareme.
           initialize TableBareme.
           move 0 to EofBareme.
