            10 VRisq       pic 9.
            10 VDom        pic 9.
            10 VPuiss      pic 99.
            10 VPolice     sql char-varying(7).
            10 VTrancheKm  pic 9.

      *---- Risque habitation quittance : type de logement (1 =
      *---- appartement, 2 = maison), pieces, qualite de l'occupant
      *---- (1 = proprietaire, 2 = locataire), capital mobilier, dates
      *---- d'effet et de resiliation (a blanc si le risque est actif).
       01 HabitationDonne.
            10 HRisque      sql char-varying(9).
            10 HType        pic 9.
            10 HPieces      pic 99.
            10 HQualite     pic 9.
            10 HCapital     pic 9(7).
            10 HDateEffet   sql char-varying(8).
            10 HDateResil   sql char-varying(8).
            10 HPolice      sql char-varying(7).

       01 Assure.
            10 A-Assur       sql char-varying(5).
      *---- 12 = mensuel.
            10 A-Fractionnement pic 99.

      *---- Quittance en cours de constitution pour la police courante :
      *---- une quittance par police et par periode, cumulant la
      *---- cotisation de tous les vehicules de la police.
       01 QuittanceDonne.
           05 NumQuittance     sql char-varying(12).
           05 NumAssure        sql char-varying(5).
           05 NumPolice        sql char-varying(7).
           05 NomAssure        sql char-varying(25).
           05 PrenomAssure     sql char-varying(20).
           05 AdresseAssure    sql char-varying(40).
       01 BilanQuittancement.
           05 NbrQuittances    pic 9(5).
           05 MontantFacture   pic 9(9)V99.
           05 NbrQuittancesHab pic 9(5).

       01 LigneFacture pic x(90).
       77 FichRecherche pic x(120).
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

      *---- Indexation du tarif sur l'inflation, comme dans les autres
      *---- calculs de cotisation.
       77 TarifAnneeReference pic 9(4).
       77 TauxRemise3      pic 9v99 value 0,15.
       77 TauxRemiseFlotte pic 9v99.

      *---- Taxe sur les conventions d'assurance (TSCA) et contribution
      *---- au FGAO : le tarif s'entend taxes comprises, et chaque
      *---- quittance est ventilee par garantie (RC, dommages) en prime
      *---- nette, taxe et contribution dans la table QuittanceTaxe.
      *---- Le FGAO ne porte que sur la RC. Meme bareme dans
      *---- AvenantCotisation.
       77 TauxTaxeRc       pic 9v9999 value 0,1800.
       77 TauxTaxeDom      pic 9v9999 value 0,0900.
       77 TauxFgao         pic 9v9999 value 0,0120.
       77 CotisDomVehicule pic 9(6)V99.
       01 VentilationTaxes.
           05 TtcDom       pic 9(8)V99.
           05 TtcRc        pic 9(8)V99.
           05 NetRc        pic 9(8)V99.
           05 TaxeRc       pic 9(8)V99.
           05 FgaoRc       pic 9(8)V99.
           05 NetDom       pic 9(8)V99.
           05 TaxeDom      pic 9(8)V99.
           05 FgaoDom      pic 9(8)V99.

      *---- Bareme habitation, charge depuis BaremeHabitation.csv comme
      *---- dans RisqueHabitation : par type de logement, base, tarif
      *---- par piece, majoration proprietaire (centimes dans le
      *---- fichier), taux sur le capital mobilier (dix-milliemes),
      *---- franchise, annee de reference et inflation du bareme.
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
       77 IndiceType        pic 9.
       77 TarifAnneeRefHab  pic 9(4).
       77 TauxInflationHab  pic 9v9999.
       77 CoeffInflationHab pic 9v9999.
       77 CotisationRisque  pic 9(6)V99.
      *---- Annee quittancee, bornes en AAAAMMJJ pour la selection des
      *---- risques en vigueur.
       77 DebutAnneeHab     sql char-varying(8).
       77 FinAnneeHab       sql char-varying(8).
      *---- TSCA de la multirisque habitation (pas de FGAO), ventilee
      *---- sur la garantie MRH de QuittanceTaxe.
       77 TauxTaxeHab       pic 9v9999 value 0,3000.
       01 VentilationHabitation.
           05 NetHab       pic 9(8)V99.
           05 TaxeHab      pic 9(8)V99.

       77 NbQuittanceExistante pic 9(4).

       77 EoDB pic 9.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Calendrier des jours ouvres : JoursFeries.csv, tenu par
      *---- MaintenanceBareme, une ligne par jour chome hors week-end
      *---- (AAAAMMJJ;type;libelle - type F jour ferie legal, T jour de
      *---- fermeture TARGET2 des paiements, FT les deux). Le samedi et
      *---- le dimanche ne sont jamais ouvres ; sans fichier, seuls les
      *---- week-ends sont chomes. CalendrierApplique choisit le
      *---- calendrier : F pour les delais legaux et de gestion, T pour
      *---- les dates de prelevement et de virement.
       01 TableJoursFeries.
           05 JourFerie occurs 400 times.
               10 DateFerie pic 9(8).
               10 TypeFerie pic x(2).
       77 NbrJoursFeries     pic 9(3).
       77 IndiceFerie        pic 9(3).
       77 CalendrierCharge   pic 9 value 0.
       77 EofCalendrier      pic 9.
       77 CalendrierApplique pic x value "F".
       01 LigneFerieLue.
           05 DateFerieLue pic x(8).
           05 TypeFerieLu  pic x(2).
      *---- Date de travail des calculs (AAAAMMJJ) et son jour de la
      *---- semaine (0 = lundi ... 6 = dimanche).
       01 DateOuvre.
           05 AnneeOuvre    pic 9(4).
           05 MoisOuvre     pic 99.
           05 JourDateOuvre pic 99.
       01 DateOuvreN redefines DateOuvre pic 9(8).
       77 DateOuvreFin        pic 9(8).
       77 JourSemaineOuvre    pic 9.
       77 EstOuvre            pic 9.
       77 JoursOuvresDemandes pic 9(4).
       77 JoursOuvresFaits    pic 9(4).
       77 JoursOuvresEcart    pic 9(5).
       77 JoursReportes       pic 9(3).
       77 NbrJoursMoisOuvre   pic 99.
       77 QuotientOuvre       pic 9(4).
       77 ResteOuvre4         pic 99.
       77 ResteOuvre100       pic 99.
       77 ResteOuvre400       pic 999.

      *---- Suivi du traitement par identifiant de passage (table
      *---- SuiviTraitement) : un passage interrompu (erreur base,
      *---- session perdue) reste au statut 0 et le lancement suivant
      *---- le reprend, a sa date de reference, apres le dernier assure
      *---- valide (commit a chaque changement d'assure). Etape : 1
      *---- premiere passe, 2 seconde passe du programme.
       01 SuiviDonne.
            10 StProgramme     sql char-varying(20).
            10 StRun           sql char-varying(15).
            10 StEtape         pic 9.
            10 StDernierAssure sql char-varying(5).
            10 StDateRef       pic 9(8).
            10 StNbTraites     pic 9(7).
            10 StNbIgnores     pic 9(7).
            10 StDate          pic 9(8).
            10 StHeure         pic 9(8).
       77 RepriseTraitement pic 9.
       77 EtapeReprise      pic 9.
       77 RepriseAssure     sql char-varying(5).
       77 NbTraitesRun      pic 9(7).
       77 NbIgnoresRun      pic 9(7).
       77 NbReprisRun       pic 9(7).
       77 NbIgnoresAvant    pic 9(7).
       77 RepriseAffichee   pic x(3).
       01 LigneJournalTrt pic x(150).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           05 line 4 col 2  value "Montant facture".
           05 line 4 col 30 from MontantFacture of BilanQuittancement
               pic Z(7)9,99.
           05 line 5 col 2  value "dont habitation".
           05 line 5 col 30 from NbrQuittancesHab of BilanQuittancement
               pic Z(4)9.
           05 line 6 col 2  value "Factures dans".
           05 line 7 col 2  value "FacturesQuittances.txt".
           05 line 9 col 2  value "Passage".
           05 line 9 col 30 from StRun of SuiviDonne.
           05 line 10 col 2  value "Assures traites".
           05 line 10 col 30 from NbTraitesRun pic Z(6)9.
           05 line 11 col 2  value "Quittances deja emises".
           05 line 11 col 30 from NbIgnoresRun pic Z(6)9.
           05 line 12 col 2  value "Assures deja traites (reprise)".
           05 line 12 col 30 from NbReprisRun pic Z(6)9.
           05 line 14 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Quittancement : le meme calcul de cotisation que
      *----- CotisationParAssure, transforme en quittances (une par
      *----- police et par periode annuelle) et en factures imprimables
      *----- reprenant l'adresse de l'assure. Une police deja quittancee
      *----- pour la periode n'est pas refacturee. Les risques habitation
      *----- sont quittances ensuite, sur une quittance distincte de
      *----- branche MRH. Chaque assure est valide a part : un passage
      *----- interrompu est repris apres le dernier assure valide.
      *-------------------------------------------------------------------------------------
       CalculQuittancement.
           perform CalculQuittancement-Init.
           move 0 to EoDB.
           initialize QuittanceDonne.
           initialize BilanQuittancement.
      *---- Passage inacheve : il est repris a sa date de reference, et
      *---- les factures deja editees sont conservees.
           move "Quittancement" to StProgramme of SuiviDonne.
           perform OuvreSuiviTraitement.
           if RepriseTraitement = 1
               open extend FichierFactures
           else
               open output FichierFactures
           end-if.
      *---- Periode facturee : l'annee en cours ; echeance a 30 jours,
      *---- ramenee au mois suivant.
           move StDateRef of SuiviDonne to DateCourante.
           move DateCourante(1:4) to AnneeCourante.
           move AnneeCourante to Periode of QuittanceDonne.
           move DateCourante to DateEmission of QuittanceDonne.
               move 28 to EcheanceJour of QuittanceDonne
           end-if.
           perform ChargeBareme.
           perform ChargeTranchesKm.
      *---- Calcul du coefficient d'indexation sur l'inflation.
           compute NbrAnneesInflation =
               AnneeCourante - TarifAnneeReference.
               compute CoeffInflation rounded =
                   CoeffInflation * (1 + TauxInflationAnnuel)
           end-perform.
      **** Reprise en seconde passe : les vehicules sont tous traites.
           if EtapeReprise = 2
               move 1 to EoDB
               exit paragraph
           end-if.
      **** Création du curseur : maintenu ouvert a chaque validation
      **** d'assure ; en reprise, apres le dernier assure valide.
           exec sql
               Declare Quittance-Cursor cursor with hold for
                   select AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,ACoefficient,isnull(ANpai,0),
                          isnull(AFractionnement,0),
                          VImma,VRisq,VDom,VPuiss,isnull(VPolice,' '),
                          isnull(VTrancheKm,0)
                       from Vehicule
                       inner join Assure on AAssur = VAssur
                       where AAssur > :RepriseAssure
                       order by AAssur,isnull(VPolice,' ')
           end-exec.
           exec sql
               open Quittance-Cursor
                   :Assure.A-Fractionnement,
                   :VehiculeDonne.VImma,
                   :VehiculeDonne.VRisq,:VehiculeDonne.VDom,
                   :VehiculeDonne.VPuiss,:VehiculeDonne.VPolice,
                   :VehiculeDonne.VTrancheKm
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
      *---- Emission de la quittance du dernier assure trouve :
               if NbrVehicule of QuittanceDonne > 0
                   perform EmetQuittance
                   perform ValideAssureQuittance
               end-if
           else
               perform CalQuittanceAssur
           end-if.

       CalculQuittancement-Fin.
           if EtapeReprise not = 2
               exec sql
                 close Quittance-Cursor
               end-exec
           end-if.
      *---- Vehicules termines : la reprise eventuelle repartira de la
      *---- passe habitation.
           move 2 to StEtape of SuiviDonne.
           move spaces to StDernierAssure of SuiviDonne.
           perform PointSuiviTraitement.
           perform QuittancementHabitation.
           exec sql
               commit
           end-exec.
           close FichierFactures.
           perform FermeSuiviTraitement.
           if ModeExecution = "BATCH"
               goback
           end-if.

       CalQuittanceAssur.
           if A-Assur of Assure = NumAssure of QuittanceDonne
              and VPolice of VehiculeDonne = NumPolice of QuittanceDonne
      **** Même police -> on cumule sur la même quittance
               perform CalCotisVehicule
           else
      *----- Emission de la quittance de la police precedente, puis on
      *----- repart a zero pour la nouvelle police ; l'assure precedent
      *----- termine est valide.
               perform EmetQuittance
               if A-Assur of Assure not = NumAssure of QuittanceDonne
                   perform ValideAssureQuittance
               end-if
               perform DebuteQuittanceAssure
               perform CalCotisVehicule
           end-if.

      *---- Assure termine : ses quittances, taxes et echeances sont
      *---- validees avec le point de reprise.
       ValideAssureQuittance.
           add 1 to NbTraitesRun.
           move NumAssure of QuittanceDonne
               to StDernierAssure of SuiviDonne.
           perform PointSuiviTraitement.

      *---- Demarrage de la quittance de la nouvelle police courante.
       DebuteQuittanceAssure.
           move A-Npai of Assure to NpaiQuittance.
           move A-Fractionnement of Assure to FractionnementQuit.
           move A-Ville of Assure to VilleAssure of QuittanceDonne.
           move 0 to NbrVehicule of QuittanceDonne.
           move 0 to MontantQuittance of QuittanceDonne.
           move 0 to TtcDom of VentilationTaxes.
           move 0 to NbrDetail.
           move VPolice of VehiculeDonne
               to NumPolice of QuittanceDonne.
           perform NumeroteQuittance.

      *---- Numero de quittance : periode + numero d'assure pour la
      *---- premiere police de l'assure (rang 01, ou police non encore
      *---- attribuee), comme avant la gestion des polices ; periode +
      *---- numero de police pour les suivantes.
       NumeroteQuittance.
           move spaces to NumQuittance of QuittanceDonne.
           if NumPolice of QuittanceDonne = spaces
               or NumPolice of QuittanceDonne (6:2) = "01"
               string
                   Periode of QuittanceDonne
                   "-" A-Assur of Assure
                   delimited by size into NumQuittance of QuittanceDonne
               end-string
           else
               string
                   Periode of QuittanceDonne
                   "-" NumPolice of QuittanceDonne
                   delimited by size into NumQuittance of QuittanceDonne
               end-string
           end-if.

      *---- Calcul de la cotisation d'un vehicule et cumul pour l'assure courant :
      *---- tarif de base + tarif au cheval fiscal, majore selon la classe de
               TarifBaseRisq(IndiceRisq)
                   + (VPuiss of VehiculeDonne
                       * TarifPuissRisq(IndiceRisq)).
      *---- La part dommages suit les memes coefficients que la
      *---- cotisation, pour la ventilation des taxes par garantie.
           move 0 to CotisDomVehicule.
           if VDom of VehiculeDonne = 1
               add MajorationDom(IndiceRisq) to CotisationVehicule
               move MajorationDom(IndiceRisq) to CotisDomVehicule
           end-if.
      *---- Surprime jeune conducteur : le conducteur declare le plus
      *---- recent du vehicule a-t-il moins de trois ans de permis ?
           if DatePermisJeune > DatePermisSeuil
               compute CotisationVehicule rounded =
                   CotisationVehicule * (1 + TauxSurprimeJeune)
               compute CotisDomVehicule rounded =
                   CotisDomVehicule * (1 + TauxSurprimeJeune)
           end-if.
      *---- Application du coefficient bonus-malus de l'assure
           compute CotisationVehicule rounded =
               CotisationVehicule * A-Coefficient of Assure.
           compute CotisDomVehicule rounded =
               CotisDomVehicule * A-Coefficient of Assure.
      *---- Indexation de la cotisation sur l'inflation
           compute CotisationVehicule rounded =
               CotisationVehicule * CoeffInflation.
           compute CotisDomVehicule rounded =
               CotisDomVehicule * CoeffInflation.
      *---- Produit petit rouleur : coefficient de la tranche
      *---- kilometrique sur laquelle le vehicule est tarife.
           if VTrancheKm of VehiculeDonne >= 1
               and VTrancheKm of VehiculeDonne <= 4
               compute CotisationVehicule rounded =
                   CotisationVehicule
                       * CoeffTrancheKm(VTrancheKm of VehiculeDonne)
                       / 1000
               compute CotisDomVehicule rounded =
                   CotisDomVehicule
                       * CoeffTrancheKm(VTrancheKm of VehiculeDonne)
                       / 1000
           end-if.
      *---- Pro rata temporis des jours couverts dans l'annee, comme
      *---- dans CotisationParAssure.
           perform CalculProrataVehicule.
           compute CotisationVehicule rounded =
               CotisationVehicule * FractionAnnee.
           compute CotisDomVehicule rounded =
               CotisDomVehicule * FractionAnnee.
           add 1 to NbrVehicule of QuittanceDonne.
           add CotisationVehicule
               to MontantQuittance of QuittanceDonne.
           add CotisDomVehicule to TtcDom of VentilationTaxes.
           if NbrDetail < 99
               add 1 to NbrDetail
               move VImma of VehiculeDonne to DetImma(NbrDetail)
                   from Quittance
                   where QNum = :QuittanceDonne.NumQuittance
           end-exec.
      *---- Une seule quittance annuelle par assure, police et periode,
      *---- meme si son numero a change depuis la premiere emission.
           if NbQuittanceExistante = 0
               exec sql
                   select count(*) into :NbQuittanceExistante
                       from Quittance
                       where QAssur = :QuittanceDonne.NumAssure
                         and QPeriode = :QuittanceDonne.Periode
                         and QBranche = 'AUT'
                         and isnull(QPolice,' ')
                             = :QuittanceDonne.NumPolice
                         and substring(QNum,5,1) = '-'
               end-exec
           end-if.
           if NbQuittanceExistante > 0
               add 1 to NbIgnoresRun
           end-if.
           if NbQuittanceExistante = 0
               exec sql
                    INSERT INTO Quittance
                        (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                         QStatut,QDateEmission,QDateEcheance,
                         QNivRelance,QPrelevEmis,QMontPreleve,QBranche,
                         QPolice,QSociete)
                    VALUES
                        (:QuittanceDonne.NumQuittance,
                         :QuittanceDonne.NumAssure,
                         :QuittanceDonne.MontantQuittance,
                         0,0,
                         :QuittanceDonne.DateEmission,
                         :QuittanceDonne.DateEcheance,0,0,0,'AUT',
                         :QuittanceDonne.NumPolice,
                         (select isnull(ASociete,'01') from Assure
                              where AAssur = :QuittanceDonne.NumAssure))
               end-exec
               perform VentileTaxes
               perform EnrTaxesQuittance
      *---- Assure en paiement fractionne : la quittance est decoupee
      *---- en echeances datees, prelevees chacune a leur tour.
               if FractionnementQuit = 4 or FractionnementQuit = 12

      *---- Decoupage de la quittance en echeances : montants egaux, la
      *---- derniere portant l'arrondi ; les dates avancent du pas de
      *---- mois du fractionnement a partir de la premiere echeance, et
      *---- chaque echeance est posee sur un jour ouvre TARGET2.
       GenereEcheances.
           move FractionnementQuit to NbrEcheances.
           compute PasMoisEcheance = 12 / NbrEcheances.
           if RangEcheance = NbrEcheances
               move MontantDerniere to MontantEcheance
           end-if.
           move "T" to CalendrierApplique.
           move DateEcheanceFracN to DateOuvreN.
           perform ReporteJourOuvre.
           exec sql
                INSERT INTO Echeance
                    (EcQNum,EcRang,EcDate,EcMontant,EcRegle)
                VALUES
                    (:QuittanceDonne.NumQuittance,:RangEcheance,
                     :DateOuvreN,:MontantEcheance,0)
           end-exec.
      *---- Date de l'echeance suivante : pas de mois du
      *---- fractionnement, annee avancee au passage de decembre.
               compute MontantQuittance of QuittanceDonne rounded =
                   MontantQuittance of QuittanceDonne
                       * (1 - TauxRemiseFlotte)
               compute TtcDom of VentilationTaxes rounded =
                   TtcDom of VentilationTaxes * (1 - TauxRemiseFlotte)
           end-if.

      *---- Ventilation de la quittance courante par garantie : le
      *---- montant taxes comprises de chaque garantie est decompose en
      *---- prime nette, TSCA au taux de la garantie et FGAO (RC
      *---- seulement) ; la taxe porte l'arrondi, de sorte que les trois
      *---- montants refont exactement le montant facture.
       VentileTaxes.
           if TtcDom of VentilationTaxes
                   > MontantQuittance of QuittanceDonne
               move MontantQuittance of QuittanceDonne
                   to TtcDom of VentilationTaxes
           end-if.
           compute TtcRc of VentilationTaxes =
               MontantQuittance of QuittanceDonne
                   - TtcDom of VentilationTaxes.
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

      *---- Une ligne QuittanceTaxe par garantie portee par la quittance
      *---- (type 'Q'), reprise par les avoirs et par la declaration.
       EnrTaxesQuittance.
           exec sql
                INSERT INTO QuittanceTaxe
                    (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                     QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                VALUES
                    ('Q',:QuittanceDonne.NumQuittance,
                     :QuittanceDonne.NumQuittance,
                     :QuittanceDonne.NumAssure,'',
                     :QuittanceDonne.DateEmission,'RC',
                     :VentilationTaxes.NetRc,:VentilationTaxes.TaxeRc,
                     :VentilationTaxes.FgaoRc)
           end-exec.
           if TtcDom of VentilationTaxes > 0
               exec sql
                    INSERT INTO QuittanceTaxe
                        (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                         QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                    VALUES
                        ('Q',:QuittanceDonne.NumQuittance,
                         :QuittanceDonne.NumQuittance,
                         :QuittanceDonne.NumAssure,'',
                         :QuittanceDonne.DateEmission,'DOM',
                         :VentilationTaxes.NetDom,
                         :VentilationTaxes.TaxeDom,
                         :VentilationTaxes.FgaoDom)
               end-exec
           end-if.

      *---- Facture imprimable de la quittance courante, avec l'adresse
      *---- de l'assure telle que la presente la FicheAssure.
       EnrFacture.
           perform EnrEnteteFacture.
           move spaces to LigneFacture.
           string "Periode " Periode of QuittanceDonne
               " - " NbrVehicule of QuittanceDonne " vehicule(s)"
               delimited by size into LigneFacture
           end-string.
           write Enr-FichierFactures from LigneFacture.
           perform EnrDetailFacture
               varying IndiceDetail from 1 by 1
               until IndiceDetail > NbrDetail.
           if TauxRemiseFlotte > 0
               move spaces to LigneFacture
               string "  Remise flotte " TauxRemiseFlotte " appliquee"
                   delimited by size into LigneFacture
               end-string
               write Enr-FichierFactures from LigneFacture
           end-if.
           move spaces to LigneFacture.
           string "  RC  - prime nette " NetRc of VentilationTaxes
               " - TSCA " TaxeRc of VentilationTaxes
               " - FGAO " FgaoRc of VentilationTaxes
               delimited by size into LigneFacture
           end-string.
           write Enr-FichierFactures from LigneFacture.
           if TtcDom of VentilationTaxes > 0
               move spaces to LigneFacture
               string "  DOM - prime nette " NetDom of VentilationTaxes
                   " - TSCA " TaxeDom of VentilationTaxes
                   delimited by size into LigneFacture
               end-string
               write Enr-FichierFactures from LigneFacture
           end-if.
           perform EnrMontantFacture.

      *---- Entete de facture : numero, date et adresse de l'assure.
       EnrEnteteFacture.
           move spaces to LigneFacture.
           string "--------------------------------------------------"
               delimited by size into LigneFacture
           move spaces to LigneFacture.
           string "QUITTANCE " NumQuittance of QuittanceDonne
               "  du " DateEmission of QuittanceDonne
               "  - police " NumPolice of QuittanceDonne
               delimited by size into LigneFacture
           end-string.
           write Enr-FichierFactures from LigneFacture.
               delimited by size into LigneFacture
           end-string.
           write Enr-FichierFactures from LigneFacture.

      *---- Pied de facture : montant du et echeance.
       EnrMontantFacture.
           move spaces to LigneFacture.
           string "Montant du : " MontantQuittance of QuittanceDonne
               " EUR - echeance " DateEcheance of QuittanceDonne
           write Enr-FichierFactures from LigneFacture.


      *-------------------------------------------------------------------------------------
      *----- Quittancement des risques habitation : une quittance de
      *----- branche MRH par police et par periode (numero periode +
      *----- police), cumulant ses risques en vigueur dans l'annee au
      *----- pro rata de leurs dates d'effet et de resiliation, au
      *----- bareme BaremeHabitation.csv. Pas de bonus-malus ni de
      *----- remise flotte ; TSCA habitation, sans FGAO.
      *-------------------------------------------------------------------------------------
       QuittancementHabitation.
           perform QuittancementHabitation-Init.
           perform QuittancementHabitation-Trt until EoDB=1.
           exec sql
               close Habitation-Cursor
           end-exec.

       QuittancementHabitation-Init.
           move 0 to EoDB.
      *---- La passe habitation ne reprend apres un assure que si c'est
      *---- elle qui a ete interrompue.
           if EtapeReprise not = 2
               move spaces to RepriseAssure
           end-if.
           move spaces to NumAssure of QuittanceDonne.
           move 0 to NbrVehicule of QuittanceDonne.
           move 0 to TauxRemiseFlotte.
           perform ChargeBaremeHabitation.
           move spaces to DebutAnneeHab.
           string AnneeCourante "0101" delimited by size
               into DebutAnneeHab
           end-string.
           move spaces to FinAnneeHab.
           string AnneeCourante "1231" delimited by size
               into FinAnneeHab
           end-string.
      **** Création du curseur : risques ayant pris effet au plus tard
      **** en fin d'annee et non resilies avant son debut.
           exec sql
               Declare Habitation-Cursor cursor with hold for
                   select AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0),
                          isnull(AFractionnement,0),
                          HRisque,HType,HPieces,HQualite,
                          HCapitalMobilier,HDateEffet,
                          isnull(HDateResil,' '),isnull(HPolice,' ')
                       from Habitation
                       inner join Assure on AAssur = HAssur
                       where HDateEffet <= :FinAnneeHab
                         and (isnull(HDateResil,' ') = ' '
                              or HDateResil >= :DebutAnneeHab)
                         and AAssur > :RepriseAssure
                       order by AAssur,isnull(HPolice,' '),HRisque
           end-exec.
           exec sql
               open Habitation-Cursor
           end-exec.
           perform LireRisqueHabitation.
           if EoDB = 0
               perform DebuteQuittanceHabitation
               perform CalCotisHabitation
           end-if.

       LireRisqueHabitation.
           exec sql
               fetch Habitation-Cursor into
                   :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                   :Assure.A-Adresse,:Assure.A-CodePost,:Assure.A-Ville,
                   :Assure.A-Npai,:Assure.A-Fractionnement,
                   :HabitationDonne.HRisque,:HabitationDonne.HType,
                   :HabitationDonne.HPieces,:HabitationDonne.HQualite,
                   :HabitationDonne.HCapital,
                   :HabitationDonne.HDateEffet,
                   :HabitationDonne.HDateResil,
                   :HabitationDonne.HPolice
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           end-if.

       QuittancementHabitation-Trt.
           perform LireRisqueHabitation.
           if EoDB = 1
               if NbrVehicule of QuittanceDonne > 0
                   perform EmetQuittanceHabitation
                   perform ValideAssureQuittance
               end-if
           else
               if A-Assur of Assure = NumAssure of QuittanceDonne
                  and HPolice of HabitationDonne
                      = NumPolice of QuittanceDonne
                   perform CalCotisHabitation
               else
                   perform EmetQuittanceHabitation
                   if A-Assur of Assure
                           not = NumAssure of QuittanceDonne
                       perform ValideAssureQuittance
                   end-if
                   perform DebuteQuittanceHabitation
                   perform CalCotisHabitation
               end-if
           end-if.

      *---- Meme demarrage que la quittance automobile, numero distinct
      *---- pour la branche habitation : periode + police, ou periode-H
      *---- + assure pour un risque non encore rattache a une police.
       DebuteQuittanceHabitation.
           perform DebuteQuittanceAssure.
           move HPolice of HabitationDonne
               to NumPolice of QuittanceDonne.
           move spaces to NumQuittance of QuittanceDonne.
           if NumPolice of QuittanceDonne = spaces
               string
                   Periode of QuittanceDonne
                   "-H" A-Assur of Assure
                   delimited by size into NumQuittance of QuittanceDonne
               end-string
           else
               string
                   Periode of QuittanceDonne
                   "-" NumPolice of QuittanceDonne
                   delimited by size into NumQuittance of QuittanceDonne
               end-string
           end-if.

      *---- Cotisation d'un risque habitation : base du type de
      *---- logement + tarif par piece + taux sur le capital mobilier,
      *---- majoree pour un proprietaire, indexee sur l'inflation et
      *---- ramenee au pro rata des jours couverts dans l'annee.
       CalCotisHabitation.
           move HType of HabitationDonne to IndiceType.
           if IndiceType < 1 or IndiceType > 2
               move 1 to IndiceType
           end-if.
           compute CotisationRisque rounded =
               TarifBaseHab(IndiceType)
                   + (HPieces of HabitationDonne
                       * TarifPieceHab(IndiceType))
                   + (HCapital of HabitationDonne
                       * TauxMobilier(IndiceType)).
           if HQualite of HabitationDonne = 1
               add MajProprietaire(IndiceType) to CotisationRisque
           end-if.
           compute CotisationRisque rounded =
               CotisationRisque * CoeffInflationHab.
           perform CalculProrataHabitation.
           compute CotisationRisque rounded =
               CotisationRisque * FractionAnnee.
           add 1 to NbrVehicule of QuittanceDonne.
           add CotisationRisque to MontantQuittance of QuittanceDonne.
           if NbrDetail < 99
               add 1 to NbrDetail
               move HRisque of HabitationDonne to DetImma(NbrDetail)
               move JoursCouverts to DetJours(NbrDetail)
               move CotisationRisque to DetMontant(NbrDetail)
           end-if.

      *---- Jours couverts dans l'annee : de la date d'effet si elle est
      *---- dans l'annee (sinon du 1er janvier) a la resiliation si elle
      *---- est dans l'annee (sinon au 31 decembre).
       CalculProrataHabitation.
           move 1 to JourDebut.
           move 365 to JourFin.
           move HDateEffet of HabitationDonne to DateMouvRed.
           if MouvAnnee = AnneeCourante
               compute JourDebut = JoursCumules(MouvMois) + MouvJour
           end-if.
           if HDateResil of HabitationDonne not = spaces
               move HDateResil of HabitationDonne to DateMouvRed
               if MouvAnnee = AnneeCourante
                   compute JourFin =
                       JoursCumules(MouvMois) + MouvJour
               end-if
           end-if.
           if JourFin > 365
               move 365 to JourFin
           end-if.
           if JourFin < JourDebut
               move 0 to JoursCouverts
           else
               compute JoursCouverts = JourFin - JourDebut + 1
           end-if.
           compute FractionAnnee rounded = JoursCouverts / 365.

      *---- Emission de la quittance habitation de l'assure courant,
      *---- sauf montant nul ou quittance deja emise pour la periode.
       EmetQuittanceHabitation.
           if MontantQuittance of QuittanceDonne = 0
               exit paragraph
           end-if.
           move 0 to NbQuittanceExistante.
           exec sql
               select count(*) into :NbQuittanceExistante
                   from Quittance
                   where QNum = :QuittanceDonne.NumQuittance
                      or (QAssur = :QuittanceDonne.NumAssure
                          and QPeriode = :QuittanceDonne.Periode
                          and QBranche = 'MRH'
                          and isnull(QPolice,' ')
                              = :QuittanceDonne.NumPolice
                          and substring(QNum,5,1) = '-')
           end-exec.
           if NbQuittanceExistante > 0
               add 1 to NbIgnoresRun
               exit paragraph
           end-if.
           exec sql
                INSERT INTO Quittance
                    (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                     QStatut,QDateEmission,QDateEcheance,
                     QNivRelance,QPrelevEmis,QMontPreleve,QBranche,
                     QPolice,QSociete)
                VALUES
                    (:QuittanceDonne.NumQuittance,
                     :QuittanceDonne.NumAssure,
                     :QuittanceDonne.Periode,
                     :QuittanceDonne.MontantQuittance,
                     0,0,
                     :QuittanceDonne.DateEmission,
                     :QuittanceDonne.DateEcheance,0,0,0,'MRH',
                     :QuittanceDonne.NumPolice,
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :QuittanceDonne.NumAssure))
           end-exec.
           perform VentileTaxesHabitation.
           exec sql
                INSERT INTO QuittanceTaxe
                    (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                     QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                VALUES
                    ('Q',:QuittanceDonne.NumQuittance,
                     :QuittanceDonne.NumQuittance,
                     :QuittanceDonne.NumAssure,'',
                     :QuittanceDonne.DateEmission,'MRH',
                     :VentilationHabitation.NetHab,
                     :VentilationHabitation.TaxeHab,0)
           end-exec.
           if FractionnementQuit = 4 or FractionnementQuit = 12
               perform GenereEcheances
           end-if.
           add 1 to NbrQuittances of BilanQuittancement.
           add 1 to NbrQuittancesHab of BilanQuittancement.
           add MontantQuittance of QuittanceDonne
               to MontantFacture of BilanQuittancement.
           if NpaiQuittance = 1
               perform EnrRechercheNpai
           else
               perform EnrFactureHabitation
           end-if.

      *---- Prime nette et TSCA de la quittance habitation ; la taxe
      *---- porte l'arrondi.
       VentileTaxesHabitation.
           compute NetHab of VentilationHabitation rounded =
               MontantQuittance of QuittanceDonne / (1 + TauxTaxeHab).
           compute TaxeHab of VentilationHabitation =
               MontantQuittance of QuittanceDonne
                   - NetHab of VentilationHabitation.

      *---- Facture de la quittance habitation, detail par risque.
       EnrFactureHabitation.
           perform EnrEnteteFacture.
           move spaces to LigneFacture.
           string "Periode " Periode of QuittanceDonne
               " - " NbrVehicule of QuittanceDonne
               " risque(s) habitation"
               delimited by size into LigneFacture
           end-string.
           write Enr-FichierFactures from LigneFacture.
           perform EnrDetailFacture
               varying IndiceDetail from 1 by 1
               until IndiceDetail > NbrDetail.
           move spaces to LigneFacture.
           string "  MRH - prime nette " NetHab of VentilationHabitation
               " - TSCA " TaxeHab of VentilationHabitation
               delimited by size into LigneFacture
           end-string.
           write Enr-FichierFactures from LigneFacture.
           perform EnrMontantFacture.

      *---- Chargement du bareme habitation en vigueur : par type de
      *---- logement, le jeu le plus recent dont la date d'effet est
      *---- atteinte ; coefficient d'inflation depuis l'annee de
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

      *---- Chargement du bareme en vigueur depuis Bareme.csv : pour
      *---- chaque classe de risque, le jeu de tarifs le plus recent
      *---- dont la date d'effet est atteinte a la date du jour.
               compute TauxInflationAnnuel = BarTauxInfl / 10000
           end-if.

      *---- Chargement, une fois par execution, des jours chomes du
      *---- calendrier des jours ouvres.
       ChargeCalendrier.
           if CalendrierCharge = 1
               exit paragraph
           end-if.
           move 1 to CalendrierCharge.
           move 0 to NbrJoursFeries.
           move 0 to EofCalendrier.
           open input FichierJoursFeries.
           perform ChargeCalendrier-Trt until EofCalendrier = 1.
           close FichierJoursFeries.

       ChargeCalendrier-Trt.
           read FichierJoursFeries
               at end
                   move 1 to EofCalendrier
               not at end
                   initialize LigneFerieLue
                   unstring Enr-FichierJoursFeries delimited by ";"
                       into DateFerieLue TypeFerieLu
                   end-unstring
                   if DateFerieLue is numeric and NbrJoursFeries < 400
                       add 1 to NbrJoursFeries
                       move DateFerieLue to DateFerie(NbrJoursFeries)
                       move TypeFerieLu to TypeFerie(NbrJoursFeries)
                   end-if
           end-read.

      *---- Jour de la semaine de DateOuvre : le 01/01/1900 etant un
      *---- lundi, reste de l'ecart en jours par 7.
       JourSemaineCalendrier.
           move 0 to JourSemaineOuvre.
           exec sql
               select datediff(day,'19000101',
                   convert(date,convert(char(8),:DateOuvreN),112)) % 7
                   into :JourSemaineOuvre
           end-exec.

      *---- DateOuvre est-elle ouvree dans le calendrier applique ?
       ControleJourOuvre.
           move 1 to EstOuvre.
           if JourSemaineOuvre > 4
               move 0 to EstOuvre
               exit paragraph
           end-if.
           perform ChercheJourFerie varying IndiceFerie from 1 by 1
               until IndiceFerie > NbrJoursFeries or EstOuvre = 0.

       ChercheJourFerie.
           if DateFerie(IndiceFerie) = DateOuvreN
               and (TypeFerie(IndiceFerie)(1:1) = CalendrierApplique
                 or TypeFerie(IndiceFerie)(2:1) = CalendrierApplique)
               move 0 to EstOuvre
           end-if.

      *---- Passage de DateOuvre au lendemain, jour de la semaine suivi.
       JourCalendaireSuivant.
           add 1 to JourSemaineOuvre.
           if JourSemaineOuvre = 7
               move 0 to JourSemaineOuvre
           end-if.
           evaluate MoisOuvre
               when 4 when 6 when 9 when 11
                   move 30 to NbrJoursMoisOuvre
               when 2
                   divide AnneeOuvre by 4 giving QuotientOuvre
                       remainder ResteOuvre4
                   divide AnneeOuvre by 100 giving QuotientOuvre
                       remainder ResteOuvre100
                   divide AnneeOuvre by 400 giving QuotientOuvre
                       remainder ResteOuvre400
                   if ResteOuvre4 = 0 and
                      (ResteOuvre100 <> 0 or ResteOuvre400 = 0)
                       move 29 to NbrJoursMoisOuvre
                   else
                       move 28 to NbrJoursMoisOuvre
                   end-if
               when other
                   move 31 to NbrJoursMoisOuvre
           end-evaluate.
           add 1 to JourDateOuvre.
           if JourDateOuvre > NbrJoursMoisOuvre
               move 1 to JourDateOuvre
               add 1 to MoisOuvre
               if MoisOuvre > 12
                   move 1 to MoisOuvre
                   add 1 to AnneeOuvre
               end-if
           end-if.

      *---- Report de DateOuvre au premier jour ouvre (elle-meme si elle
      *---- l'est) ; JoursReportes compte les jours ajoutes.
       ReporteJourOuvre.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursReportes.
           perform ControleJourOuvre.
           perform ReporteJourOuvre-Trt until EstOuvre = 1.

       ReporteJourOuvre-Trt.
           perform JourCalendaireSuivant.
           add 1 to JoursReportes.
           perform ControleJourOuvre.

      *---- DateOuvre avancee de JoursOuvresDemandes jours ouvres.
       AjouteJoursOuvres.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursOuvresFaits.
           perform AjouteJoursOuvres-Trt
               until JoursOuvresFaits >= JoursOuvresDemandes.

       AjouteJoursOuvres-Trt.
           perform JourCalendaireSuivant.
           perform ControleJourOuvre.
           if EstOuvre = 1
               add 1 to JoursOuvresFaits
           end-if.

      *---- Nombre de jours ouvres apres DateOuvre jusqu'a DateOuvreFin
      *---- incluse.
       CompteJoursOuvres.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursOuvresEcart.
           perform CompteJoursOuvres-Trt
               until DateOuvreN >= DateOuvreFin.

       CompteJoursOuvres-Trt.
           perform JourCalendaireSuivant.
           perform ControleJourOuvre.
           if EstOuvre = 1
               add 1 to JoursOuvresEcart
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Ouverture du suivi : reprise du passage reste inacheve
      *----- (statut 0) s'il y en a un, sinon nouveau passage identifie
      *----- par sa date et son heure de lancement.
      *-------------------------------------------------------------------------------------
       OuvreSuiviTraitement.
           move 0 to RepriseTraitement.
           move 0 to EtapeReprise.
           move 0 to NbTraitesRun.
           move 0 to NbIgnoresRun.
           move 0 to NbReprisRun.
           move 0 to NbIgnoresAvant.
           move spaces to RepriseAssure.
           exec sql
               select top 1 StRun,StEtape,isnull(StDernierAssure,' '),
                      StDateRef,StNbTraites,StNbIgnores
                   into :SuiviDonne.StRun,:SuiviDonne.StEtape,
                        :SuiviDonne.StDernierAssure,
                        :SuiviDonne.StDateRef,:SuiviDonne.StNbTraites,
                        :SuiviDonne.StNbIgnores
                   from SuiviTraitement
                   where StProgramme = :SuiviDonne.StProgramme
                     and StStatut = 0
                   order by StRun desc
           end-exec.
           if SQLCODE = 0
               move 1 to RepriseTraitement
               move StEtape of SuiviDonne to EtapeReprise
               move StDernierAssure of SuiviDonne to RepriseAssure
               move StNbTraites of SuiviDonne to NbReprisRun
               move StNbIgnores of SuiviDonne to NbIgnoresAvant
               exec sql
                   update SuiviTraitement
                       set StNbReprises = StNbReprises + 1
                       where StProgramme = :SuiviDonne.StProgramme
                         and StRun = :SuiviDonne.StRun
               end-exec
               exec sql
                   commit
               end-exec
               exit paragraph
           end-if.
           accept StDate of SuiviDonne from date yyyymmdd.
           accept StHeure of SuiviDonne from time.
           move StDate of SuiviDonne to StDateRef of SuiviDonne.
           move spaces to StRun of SuiviDonne.
           string
               StDate of SuiviDonne "-" StHeure of SuiviDonne (1:6)
               delimited by size into StRun of SuiviDonne
           end-string.
           move 1 to StEtape of SuiviDonne.
           move spaces to StDernierAssure of SuiviDonne.
           move 0 to StNbTraites of SuiviDonne.
           move 0 to StNbIgnores of SuiviDonne.
           exec sql
                INSERT INTO SuiviTraitement
                    (StProgramme,StRun,StStatut,StEtape,StDernierAssure,
                     StDateRef,StDateDebut,StHeureDebut,StNbTraites,
                     StNbIgnores,StNbReprises)
                VALUES
                    (:SuiviDonne.StProgramme,:SuiviDonne.StRun,0,1,' ',
                     :SuiviDonne.StDateRef,:SuiviDonne.StDate,
                     :SuiviDonne.StHeure,0,0,0)
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Point de reprise : l'etape et le dernier assure traite sont
      *---- ecrits dans la meme unite de travail que ses quittances ou
      *---- ses prelevements, puis l'ensemble est valide.
       PointSuiviTraitement.
           compute StNbTraites of SuiviDonne =
               NbReprisRun + NbTraitesRun.
           compute StNbIgnores of SuiviDonne =
               NbIgnoresAvant + NbIgnoresRun.
           exec sql
               update SuiviTraitement
                   set StEtape = :SuiviDonne.StEtape,
                       StDernierAssure = :SuiviDonne.StDernierAssure,
                       StNbTraites = :SuiviDonne.StNbTraites,
                       StNbIgnores = :SuiviDonne.StNbIgnores
                   where StProgramme = :SuiviDonne.StProgramme
                     and StRun = :SuiviDonne.StRun
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Fin du passage : statut 1, et compte rendu du passage dans
      *---- JournalTraitements.csv (traites, ignores car deja emis,
      *---- repris d'une tentative precedente).
       FermeSuiviTraitement.
           accept StDate of SuiviDonne from date yyyymmdd.
           accept StHeure of SuiviDonne from time.
           compute StNbTraites of SuiviDonne =
               NbReprisRun + NbTraitesRun.
           compute StNbIgnores of SuiviDonne =
               NbIgnoresAvant + NbIgnoresRun.
           exec sql
               update SuiviTraitement
                   set StStatut = 1,
                       StNbTraites = :SuiviDonne.StNbTraites,
                       StNbIgnores = :SuiviDonne.StNbIgnores,
                       StDateFin = :SuiviDonne.StDate,
                       StHeureFin = :SuiviDonne.StHeure
                   where StProgramme = :SuiviDonne.StProgramme
                     and StRun = :SuiviDonne.StRun
           end-exec.
           exec sql
               commit
           end-exec.
           if RepriseTraitement = 1
               move "OUI" to RepriseAffichee
           else
               move "NON" to RepriseAffichee
           end-if.
           move spaces to LigneJournalTrt.
           string
               StProgramme of SuiviDonne
               ";" StRun of SuiviDonne
               ";" StDate of SuiviDonne
               ";" StHeure of SuiviDonne (1:6)
               ";" RepriseAffichee
               ";" NbTraitesRun
               ";" NbIgnoresRun
               ";" NbReprisRun
               delimited by size into LigneJournalTrt
           end-string.
           open extend FichierJournalTraitements.
           write Enr-FichierJournalTraitements from LigneJournalTrt.
           close FichierJournalTraitements.

      *-------------------------------------------------------------------------------------
      *----- Fin du quittancement
      *-------------------------------------------------------------------------------------
