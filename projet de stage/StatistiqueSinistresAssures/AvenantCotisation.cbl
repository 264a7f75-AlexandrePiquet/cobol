       77 DeltaCotis     pic s9(6)V99.
       77 MontantAvenant pic 9(6)V99.

      *---- Ventilation TSCA / FGAO de l'avenant par garantie, au meme
      *---- bareme que Quittancement : part dommages des cotisations
      *---- avant/apres, delta dommages pro-rate, et decomposition du
      *---- montant de la quittance ou de la ristourne.
       77 TauxTaxeRc       pic 9v9999 value 0,1800.
       77 TauxTaxeDom      pic 9v9999 value 0,0900.
       77 TauxFgao         pic 9v9999 value 0,0120.
       77 CotisDomConfig   pic 9(6)V99.
       77 CotisDomAncienne pic 9(6)V99.
       77 DeltaDom         pic s9(6)V99.
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

      *---- Quittance complementaire emise pour un avenant en hausse :
      *---- numero = periode + 'A' + assure + rang, pour ne pas
      *---- percuter la quittance annuelle.
      *---- calcule par la meme mecanique pour les deux configurations.
           perform CalculeCotisConfig.
           move CotisNouvelle to CotisAncienne.
           move CotisDomConfig to CotisDomAncienne.
           exec sql
               select MRisq,MDom into
                   :MouvementDonne.VrisqueNouv,
           move VrisqueNouv of MouvementDonne to IndiceRisq.
           perform CalculeCotisConfig.
           compute DeltaCotis = CotisNouvelle - CotisAncienne.
           compute DeltaDom = CotisDomConfig - CotisDomAncienne.
      *---- Pro rata des jours restants de l'annee de l'avenant.
           compute JoursRestants = 365
               - (JoursCumules(MouvMois of MouvementDonne)
               TarifBaseRisq(IndiceRisq)
                   + (VPuiss of VehiculeDonne
                       * TarifPuissRisq(IndiceRisq)).
           move 0 to CotisDomConfig.
           if OptDomNouv of MouvementDonne = 1
               add MajorationDom(IndiceRisq) to CotisNouvelle
               move MajorationDom(IndiceRisq) to CotisDomConfig
           end-if.
           compute CotisNouvelle rounded =
               CotisNouvelle * A-Coefficient of Assure.
           compute CotisNouvelle rounded =
               CotisNouvelle * CoeffInflation.
           compute CotisDomConfig rounded =
               CotisDomConfig * A-Coefficient of Assure.
           compute CotisDomConfig rounded =
               CotisDomConfig * CoeffInflation.

      *---- Quittance complementaire pour un avenant en hausse : elle
      *---- suit le circuit normal (encaissement, arrieres, relances).
                INSERT INTO Quittance
                    (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                     QStatut,QDateEmission,QDateEcheance,
                     QNivRelance,QPrelevEmis,QMontPreleve,QPolice,
                     QSociete)
                VALUES
                    (:QuittanceAvenant.NumQuittance,
                     :MouvementDonne.NAssur,
                     :AnneeCourante,:MontantAvenant,
                     0,0,
                     :QuittanceAvenant.DateEmission,
                     :QuittanceAvenant.DateEcheance,0,0,0,
                     (select max(VPolice) from Vehicule
                          where VAssur = :MouvementDonne.NAssur
                            and VImma = :MouvementDonne.NImma),
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :MouvementDonne.NAssur))
           end-exec.
           move "Q" to TypeTaxe.
           move NumQuittance of QuittanceAvenant to PieceTaxe.
           perform VentileTaxesAvenant.
           add 1 to NbrComplements of BilanAvenants.
           add MontantAvenant to TotalComplements of BilanAvenants.
           perform EnrAvenant-Complement.
                    (:MouvementDonne.NAssur,:MouvementDonne.NImma,
                     :DateCourante,:MontantAvenant,'AVENANT',0)
           end-exec.
           move "R" to TypeTaxe.
      *---- Piece de la ristourne : assure et date d'emission (AAMMJJ),
      *---- pour la retrouver depuis les ecritures de taxes.
           move spaces to PieceTaxe.
           string
               NAssur of MouvementDonne DateCourante(3:6)
               delimited by size into PieceTaxe
           end-string.
           perform VentileTaxesAvenant.
           add 1 to NbrRistournes of BilanAvenants.
           add MontantAvenant to TotalRistournes of BilanAvenants.
           perform EnrAvenant-Ristourne.

      *---- Ventilation du montant de l'avenant par garantie : la part
      *---- dommages est le delta dommages pro-rate, s'il va dans le
      *---- meme sens que l'avenant (borne au montant) ; sinon la
      *---- variation dommages est compensee dans la RC. Chaque part
      *---- est decomposee comme a l'emission, la taxe portant
      *---- l'arrondi. Une ristourne (type 'R') vient en deduction de
      *---- la declaration.
       VentileTaxesAvenant.
           move 0 to TtcDom of VentilationTaxes.
           if (DeltaCotis > 0 and DeltaDom > 0)
               or (DeltaCotis < 0 and DeltaDom < 0)
               if DeltaDom < 0
                   compute TtcDom of VentilationTaxes rounded =
                       (0 - DeltaDom) * FractionAnnee
               else
                   compute TtcDom of VentilationTaxes rounded =
                       DeltaDom * FractionAnnee
               end-if
           end-if.
           if TtcDom of VentilationTaxes > MontantAvenant
               move MontantAvenant to TtcDom of VentilationTaxes
           end-if.
           compute TtcRc of VentilationTaxes =
               MontantAvenant - TtcDom of VentilationTaxes.
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
                         :MouvementDonne.NAssur,:MouvementDonne.NImma,
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
                         :MouvementDonne.NAssur,:MouvementDonne.NImma,
                         :DateCourante,'DOM',
                         :VentilationTaxes.NetDom,
                         :VentilationTaxes.TaxeDom,
                         :VentilationTaxes.FgaoDom)
               end-exec
           end-if.

       MarqueAvenantTraite.
           exec sql
               update Mouvement set MAvenantCalc = 1
