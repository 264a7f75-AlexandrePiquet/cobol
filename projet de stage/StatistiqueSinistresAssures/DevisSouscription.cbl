       program-id. DevisSouscription as
           "StatistiqueSinistresAssures.DevisSouscription".

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

      *---- Devis d'un prospect (table Devis) : etat civil et adresse,
      *---- vehicule tarife (immatriculation, code modele du catalogue,
      *---- classe de risque, option dommages, puissance reprise du
      *---- catalogue), date de permis et coefficient bonus-malus du
      *---- releve d'informations, prime annuelle et part dommages.
      *---- Statut 0 = emis, 1 = accepte (souscrit), 2 = expire.
       01 DevisDonne.
            10 NumDevis       pic 9(6).
            10 DateDevis      pic 9(8).
            10 DateValidite   pic 9(8).
            10 AgenceDevis    sql char-varying(3).
            10 NomProspect    sql char-varying(25).
            10 PrenomProspect sql char-varying(20).
            10 DateNaiProspect sql char-varying(8).
            10 AdresseProspect sql char-varying(40).
            10 CodePostProspect sql char-varying(5).
            10 VilleProspect  sql char-varying(25).
            10 TelProspect    sql char-varying(15).
            10 EmailProspect  sql char-varying(40).
            10 ImmaDevis      sql char-varying(9).
            10 ModeleDevis    sql char-varying(6).
            10 RisqDevis      pic 9.
            10 DomDevis       pic 9.
            10 PuissDevis     pic 99.
            10 DatePermisDevis pic 9(8).
            10 CoeffCentiemes pic 9(3).
            10 CoeffDevis     pic 9V99.
            10 MontantDevis   pic 9(6)V99.
            10 MontantDomDevis pic 9(6)V99.
            10 StatutDevis    pic 9.
            10 AssurDevis     sql char-varying(5).
            10 QNumDevis      sql char-varying(12).

      *---- Duree de validite d'un devis : un mois, le jour ramene au
      *---- 28 comme l'echeance des quittances.
       01 DateValiditeCalc.
           05 ValAnnee pic 9(4).
           05 ValMois  pic 99.
           05 ValJour  pic 99.
       01 DateValiditeCalcN redefines DateValiditeCalc pic 9(8).

       77 DernierNumDevis pic 9(6).
       77 DernierAssur    sql char-varying(5).
       77 AssurNumerique  pic 9(5).
       77 NbExistant      pic 9(4).
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 ErreurSouscription pic 9.

      *---- Bareme de la cotisation (Bareme.csv), charge comme dans
      *---- Quittancement : le jeu le plus recent dont la date d'effet
      *---- est atteinte, par classe de risque.
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
       77 EofBareme  pic 9.
       77 IndiceRisq pic 9.

      *---- Surprime jeune conducteur et indexation sur l'inflation,
      *---- comme dans Quittancement.
       77 DatePermisSeuil  pic 9(8).
       77 TauxSurprimeJeune pic 9v99 value 0,25.
       77 TarifAnneeReference pic 9(4).
       77 TauxInflationAnnuel pic 9v9999.
       77 NbrAnneesInflation  pic 99.
       77 IndiceAnneeInflation pic 99.
       77 CoeffInflation      pic 9v9999.

       01 DateCourante     pic 9(8).
       01 DateCouranteRed redefines DateCourante.
           05 AnneeCourante pic 9(4).
           05 MoisCourant   pic 99.
           05 JourCourant   pic 99.

      *---- Police (contrat) : numero = assure + rang sur deux chiffres,
      *---- branche AUT ou MRH, date d'effet AAAAMMJJ et echeance
      *---- anniversaire MMJJ.
       01 PoliceDonne.
            10 NumPolice       sql char-varying(7).
            10 AssurPolice     sql char-varying(5).
            10 BranchePolice   sql char-varying(3).
            10 DateEffetPolice sql char-varying(8).
            10 EcheancePolice  sql char-varying(4).
       77 DernierePolice  sql char-varying(7).
       77 RangPolice      pic 99.
       77 ErreurPolice    pic 9.

      *---- Premiere quittance de la souscription : pro rata du jour
      *---- d'effet a la fin de l'annee, numerotee comme la quittance
      *---- annuelle (periode-assure) pour que Quittancement ne la
      *---- refacture pas.
       01 QuittanceDonne.
           05 NumQuittance     sql char-varying(12).
           05 Periode          pic 9(4).
           05 MontantQuittance pic 9(8)V99.
           05 DateEmission     pic 9(8).
           05 DateEcheance     pic 9(8).
           05 DateEcheanceRed redefines DateEcheance.
               10 EcheanceAnnee pic 9(4).
               10 EcheanceMois  pic 99.
               10 EcheanceJour  pic 99.
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
       77 JourDebut      pic 9(3).
       77 JoursCouverts  pic 9(3).
       77 FractionAnnee  pic 9v9999.

      *---- Garanties posees a la souscription : la RC toujours, le vol
      *---- et le bris de glace avec l'option dommages (franchise en
      *---- euros).
       77 FranchiseDommages pic 9(6)V99 value 300.
       77 CodeGarantie      pic 9.
       77 FranchiseGarantie pic 9(6)V99.

      *---- TSCA et FGAO de la premiere quittance, memes taux que
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

      *---- Criblage gel des avoirs du nouvel assure, au meme
      *---- rapprochement que CriblageGel.
       77 NbAlertesGel     pic 9(4).
       77 DernierNumAlerte pic 9(6).
       77 SeuilNom         pic 9 value 4.
       77 SeuilPrenom      pic 9 value 3.

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

      *---- Rapport mensuel de conversion par agence : devis emis dans
      *---- le mois, acceptes dans le mois, arrives a expiration dans le
      *---- mois.
       01 MoisRapport    pic 9(6).
       01 MoisRapportRed redefines MoisRapport.
           05 AnneeRapport  pic 9(4).
           05 MoisRapportMm pic 99.
       77 DateDebutMois  pic 9(8).
       77 DateFinMois    pic 9(8).
       01 ConversionAgence.
           05 AgenceConversion sql char-varying(3).
           05 NbrEmis       pic 9(5).
           05 NbrAcceptes   pic 9(5).
           05 NbrExpires    pic 9(5).
           05 PrimeAcceptee pic 9(8)V99.
       77 TauxConversion pic 9(3).
       77 LibAgence      pic x(4).
       01 TotalConversion.
           05 TotalEmis     pic 9(5).
           05 TotalAcceptes pic 9(5).
           05 TotalExpires  pic 9(5).
           05 TotalPrime    pic 9(8)V99.
       77 NbrDevisExpires pic 9(5).
       01 FichConversion pic x(150).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur chaque souscription.
       77 OperateurCourant pic x(10).

      *---- Societe du nouvel assure : celle de l'agence du devis, a
      *---- defaut celle de l'operateur, a defaut la societe 01. Les
      *---- numeros d'assure sont attribues dans la tranche de la
      *---- societe (premier numero lu dans Societes.csv).
       77 SocieteSession  pic x(2).
       77 SocieteDevis    pic x(2).
       77 IndiceSocTrouve pic 9.
      *---- Societes du groupe (Societes.csv : code;raison sociale;
      *---- identifiant creancier SEPA;IBAN;BIC;premier numero
      *---- d'assure;premier numero de sinistre). La societe 01 est la
      *---- societe historique : les donnees sans code societe sont les
      *---- siennes, et ses fichiers gardent leur nom d'origine.
       01 TableSocietes.
           05 SocieteTab occurs 9 times.
               10 CodeSocTab     pic x(2).
               10 NomSocTab      pic x(30).
               10 IcsSocTab      pic x(35).
               10 IbanSocTab     pic x(34).
               10 BicSocTab      pic x(11).
               10 DebutAssurTab  pic 9(5).
               10 DebutSinTab    pic 9(6).
       77 NbrSocietes     pic 9.
       77 IndiceSociete   pic 99.
       01 LigneSociete.
           05 CodeSocLu      pic x(2).
           05 NomSocLu       pic x(30).
           05 IcsSocLu       pic x(35).
           05 IbanSocLu      pic x(34).
           05 BicSocLu       pic x(11).
           05 DebutAssurLu   pic 9(5).
           05 DebutSinLu     pic 9(6).
       77 EofSocietes     pic 9.
       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), les
      *---- devis echus passent a expire et le rapport du mois
      *---- precedent est produit.
       77 ModeExecution   pic x(10).

       77 EoDB pic 9.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Controle d'une adresse contre le referentiel des codes
      *---- postaux et communes (table CodePostal, chargee par
      *---- ReferentielPostal) : la commune doit appartenir au code
      *---- postal, elle est alors remise au libelle d'acheminement du
      *---- referentiel ; sinon une correction est proposee. Statut :
      *---- 0 conforme, 1 code postal inconnu, 2 commune absente du
      *---- code postal. Referentiel vide : pas de controle.
       01 ControleCommuneDonne.
            10 CodePostCtl     sql char-varying(5).
            10 VilleCtl        sql char-varying(25).
            10 VilleCtlNorm    sql char-varying(45).
            10 CodePostPropose sql char-varying(5).
            10 VillePropose    sql char-varying(32).
       77 StatutCommune      pic 9.
       77 LibAnomalieCommune pic x(35).
       77 NbCommunesRef      pic 9(6).
       77 NbCommunesCp       pic 9(4).
       77 ReferentielCompte  pic 9 value 0.

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

       01 M-ChoixDevis
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Devis : 1=Nouveau 2=Souscrire 3=Rapport 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-ChoixMois
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Mois du rapport (AAAAMM, 0 = precedent) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Saisie d'un devis.
       01 T-SaisieDevis foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Devis automobile".
           10 line 3  col 2  value "Numero attribue".
           10 line 3  col 28 from NumDevis of DevisDonne.
           10 line 4  col 2  value "Agence                 :".
           10 line 5  col 2  value "Nom                    :".
           10 line 6  col 2  value "Prenom                 :".
           10 line 7  col 2  value "Ne le (AAAAMMJJ)       :".
           10 line 8  col 2  value "Adresse                :".
           10 line 9  col 2  value "Code postal            :".
           10 line 10 col 2  value "Ville                  :".
           10 line 11 col 2  value "Telephone              :".
           10 line 12 col 2  value "E-mail                 :".
           10 line 13 col 2  value "Immatriculation        :".
           10 line 14 col 2  value "Code modele            :".
           10 line 15 col 2  value "Classe de risque (1-3) :".
           10 line 16 col 2  value "Option dommages (0/1)  :".
           10 line 17 col 2  value "Permis le (AAAAMMJJ)   :".
           10 line 18 col 2  value "Coefficient (centiemes):".

       01 T-DevisRefuse foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2 value "Devis refuse :".
           10 line 20 col 17 from MotifRejet.
           10 line 21 col 2 value "Appuyez sur Entree pour continuer".

       01 T-DevisEnregistre foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2  value "Prime annuelle".
           10 line 20 col 18 from MontantDevis of DevisDonne
               pic Z(5)9,99.
           10 line 20 col 30 value "dont dommages".
           10 line 20 col 44 from MontantDomDevis of DevisDonne
               pic Z(5)9,99.
           10 line 21 col 2  value "Valable jusqu'au".
           10 line 21 col 20 from DateValidite of DevisDonne.
           10 line 22 col 2 value "Appuyez sur Entree pour continuer".

      *---- Souscription d'un devis accepte.
       01 T-SaisieSouscription foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Souscription d'un devis".
           10 line 3  col 2  value "Numero du devis        :".

       01 T-SouscriptionRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 5 col 2 value "Souscription refusee :".
           10 line 5 col 25 from MotifRejet.
           10 line 6 col 2 value "Appuyez sur Entree pour continuer".

       01 T-SouscriptionFaite foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 5 col 2  value "Assure cree".
           10 line 5 col 24 from AssurDevis of DevisDonne.
           10 line 6 col 2  value "Premiere quittance".
           10 line 6 col 24 from NumQuittance of QuittanceDonne.
           10 line 7 col 2  value "Montant".
           10 line 7 col 24 from MontantQuittance of QuittanceDonne
               pic Z(7)9,99.
           10 line 8 col 2  value "Echeance".
           10 line 8 col 24 from DateEcheance of QuittanceDonne.
           10 line 9 col 2  value "Police".
           10 line 9 col 24 from NumPolice of PoliceDonne.
           10 line 10 col 2 value "Appuyez sur Entree pour continuer".

       01 T-AlerteGelSouscription foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 12 col 2
               value "Assure rapproche de la liste des gels".
           10 line 13 col 2
               value "d'avoirs : alerte transmise a la conformite.".

      *---- Bilan du rapport de conversion
       01  T-BilanConversion foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Conversion des devis".
           05 line 3 col 2  value "Mois".
           05 line 3 col 30 from MoisRapport.
           05 line 4 col 2  value "Devis emis".
           05 line 4 col 30 from TotalEmis of TotalConversion
               pic Z(4)9.
           05 line 5 col 2  value "Devis acceptes".
           05 line 5 col 30 from TotalAcceptes of TotalConversion
               pic Z(4)9.
           05 line 6 col 2  value "Devis expires".
           05 line 6 col 30 from TotalExpires of TotalConversion
               pic Z(4)9.
           05 line 7 col 2  value "Prime souscrite".
           05 line 7 col 30 from TotalPrime of TotalConversion
               pic Z(7)9,99.
           05 line 9 col 2  value "Detail dans DevisConversion.csv".
           05 line 11 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Devis et souscription d'affaires nouvelles : un prospect
      *----- est tarife avant toute creation en base, au bareme en
      *----- vigueur (Bareme.csv), avec la puissance du modele lue au
      *----- catalogue ModeleVehicule, la surprime jeune conducteur et
      *----- le coefficient bonus-malus de son releve d'informations ;
      *----- le devis est conserve avec sa date de validite. Accepte
      *----- dans ce delai, il est converti en une seule transaction en
      *----- assure, vehicule (mouvement 'A' deja traite), conducteur
      *----- principal, garanties et premiere quittance pro rata, avec
      *----- sa ventilation TSCA/FGAO. Le rapport mensuel compte par
      *----- agence les devis emis, acceptes et expires.
      *-------------------------------------------------------------------------------------
       GestionDevis.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform LireOperateurSession.
           perform ChargeSocietes.
           accept DateCourante from date yyyymmdd.
           if ModeExecution = "BATCH"
               move 0 to MoisRapport
               perform RapportConversion
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixDevis.
           accept TypeTrt line 2 col 50.
           evaluate TypeTrt
               when 1
                   perform SaisieDevis
               when 2
                   perform SouscriptionDevis
               when 3
                   display Ecran-Blanc
                   display M-ChoixMois
                   move 0 to MoisRapport
                   accept MoisRapport line 2 col 46
                   perform RapportConversion
                   display Ecran-Blanc
                   display T-BilanConversion
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Saisie et tarification d'un devis.
      *-------------------------------------------------------------------------------------
       SaisieDevis.
           initialize DevisDonne.
           move 0 to DernierNumDevis.
           exec sql
               select isnull(max(DvNum),0) into :DernierNumDevis
                   from Devis
           end-exec.
           compute NumDevis of DevisDonne = DernierNumDevis + 1.
           display Ecran-Blanc.
           display T-SaisieDevis.
           accept AgenceDevis of DevisDonne line 4 col 28.
           accept NomProspect of DevisDonne line 5 col 28.
           accept PrenomProspect of DevisDonne line 6 col 28.
           accept DateNaiProspect of DevisDonne line 7 col 28.
           accept AdresseProspect of DevisDonne line 8 col 28.
           accept CodePostProspect of DevisDonne line 9 col 28.
           accept VilleProspect of DevisDonne line 10 col 28.
           accept TelProspect of DevisDonne line 11 col 28.
           accept EmailProspect of DevisDonne line 12 col 28.
           accept ImmaDevis of DevisDonne line 13 col 28.
           accept ModeleDevis of DevisDonne line 14 col 28.
           accept RisqDevis of DevisDonne line 15 col 28.
           accept DomDevis of DevisDonne line 16 col 28.
           accept DatePermisDevis of DevisDonne line 17 col 28.
           accept CoeffCentiemes of DevisDonne line 18 col 28.
           perform ValideDevis.
           if LigneRejetee = 1
               display T-DevisRefuse
               accept OptionChoisie
               exit paragraph
           end-if.
           perform TarifeDevis.
           move DateCourante to DateDevis of DevisDonne.
           move DateCourante to DateValiditeCalcN.
           if ValMois = 12
               add 1 to ValAnnee
               move 1 to ValMois
           else
               add 1 to ValMois
           end-if.
           if ValJour > 28
               move 28 to ValJour
           end-if.
           move DateValiditeCalcN to DateValidite of DevisDonne.
           move 0 to StatutDevis of DevisDonne.
           exec sql
                INSERT INTO Devis
                    (DvNum,DvDate,DvDateValidite,DvAgence,DvNom,
                     DvPrenom,DvDateNai,DvAdresse,DvCodePost,DvVille,
                     DvTel,DvEmail,DvImma,DvModele,DvRisq,DvDom,
                     DvPuiss,DvDatePermis,DvCoefficient,DvMontant,
                     DvMontantDom,DvStatut,DvOperateur)
                VALUES
                    (:DevisDonne.NumDevis,:DevisDonne.DateDevis,
                     :DevisDonne.DateValidite,:DevisDonne.AgenceDevis,
                     :DevisDonne.NomProspect,:DevisDonne.PrenomProspect,
                     :DevisDonne.DateNaiProspect,
                     :DevisDonne.AdresseProspect,
                     :DevisDonne.CodePostProspect,
                     :DevisDonne.VilleProspect,:DevisDonne.TelProspect,
                     :DevisDonne.EmailProspect,:DevisDonne.ImmaDevis,
                     :DevisDonne.ModeleDevis,:DevisDonne.RisqDevis,
                     :DevisDonne.DomDevis,:DevisDonne.PuissDevis,
                     :DevisDonne.DatePermisDevis,:DevisDonne.CoeffDevis,
                     :DevisDonne.MontantDevis,
                     :DevisDonne.MontantDomDevis,0,:OperateurCourant)
           end-exec.
           exec sql
               commit
           end-exec.
           display T-DevisEnregistre.
           accept OptionChoisie.

      *---- Controles de la saisie : identite, dates calendaires,
      *---- agence du reseau, modele au catalogue (la puissance est
      *---- celle du catalogue), classe de risque et coefficient.
       ValideDevis.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           if NomProspect of DevisDonne = spaces
               or ImmaDevis of DevisDonne = spaces
               move 1 to LigneRejetee
               move "Nom ou immatriculation manquant" to MotifRejet
               exit paragraph
           end-if.
           if DateNaiProspect of DevisDonne is not numeric
               move 1 to LigneRejetee
               move "Date de naissance invalide" to MotifRejet
               exit paragraph
           end-if.
           move DateNaiProspect of DevisDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               move 1 to LigneRejetee
               move "Date de naissance invalide" to MotifRejet
               exit paragraph
           end-if.
           move DatePermisDevis of DevisDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DatePermisDevis of DevisDonne > DateCourante
               move 1 to LigneRejetee
               move "Date de permis invalide" to MotifRejet
               exit paragraph
           end-if.
           move CodePostProspect of DevisDonne
               to CodePostCtl of ControleCommuneDonne.
           move VilleProspect of DevisDonne
               to VilleCtl of ControleCommuneDonne.
           perform ControleCommune.
           if StatutCommune not = 0
               move 1 to LigneRejetee
               perform MotifAdresseRejet
               exit paragraph
           end-if.
           move VillePropose of ControleCommuneDonne
               to VilleProspect of DevisDonne.
           if AgenceDevis of DevisDonne not = spaces
               move 0 to NbExistant
               exec sql
                   select count(*) into :NbExistant
                       from Agence
                       where AgCode = :DevisDonne.AgenceDevis
               end-exec
               if NbExistant = 0
                   move 1 to LigneRejetee
                   move "Agence inconnue" to MotifRejet
                   exit paragraph
               end-if
           end-if.
           move 0 to PuissDevis of DevisDonne.
           exec sql
               select MoPuiss into :DevisDonne.PuissDevis
                   from ModeleVehicule
                   where MoCode = :DevisDonne.ModeleDevis
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Code modele inconnu au catalogue" to MotifRejet
               exit paragraph
           end-if.
           if RisqDevis of DevisDonne < 1 or RisqDevis of DevisDonne > 3
               move 1 to LigneRejetee
               move "Classe de risque invalide" to MotifRejet
               exit paragraph
           end-if.
           if DomDevis of DevisDonne > 1
               move 1 to LigneRejetee
               move "Option dommages invalide" to MotifRejet
               exit paragraph
           end-if.
           if CoeffCentiemes of DevisDonne = 0
               move 100 to CoeffCentiemes of DevisDonne
           end-if.
           if CoeffCentiemes of DevisDonne < 50
               or CoeffCentiemes of DevisDonne > 350
               move 1 to LigneRejetee
               move "Coefficient bonus-malus invalide" to MotifRejet
               exit paragraph
           end-if.
           compute CoeffDevis of DevisDonne =
               CoeffCentiemes of DevisDonne / 100.

      *---- Prime annuelle du devis : le calcul de CalCotisVehicule de
      *---- Quittancement sur une annee pleine, la part dommages suivie
      *---- a part pour la ventilation des taxes.
       TarifeDevis.
           perform ChargeBareme.
           compute NbrAnneesInflation =
               AnneeCourante - TarifAnneeReference.
           move 1,0000 to CoeffInflation.
           perform IndexeInflation
               varying IndiceAnneeInflation from 1 by 1
               until IndiceAnneeInflation > NbrAnneesInflation.
           move RisqDevis of DevisDonne to IndiceRisq.
           compute MontantDevis of DevisDonne rounded =
               TarifBaseRisq(IndiceRisq)
                   + (PuissDevis of DevisDonne
                       * TarifPuissRisq(IndiceRisq)).
           move 0 to MontantDomDevis of DevisDonne.
           if DomDevis of DevisDonne = 1
               add MajorationDom(IndiceRisq)
                   to MontantDevis of DevisDonne
               move MajorationDom(IndiceRisq)
                   to MontantDomDevis of DevisDonne
           end-if.
      *---- Surprime jeune conducteur : moins de trois ans de permis.
           compute DatePermisSeuil = DateCourante - 30000.
           if DatePermisDevis of DevisDonne > DatePermisSeuil
               compute MontantDevis of DevisDonne rounded =
                   MontantDevis of DevisDonne * (1 + TauxSurprimeJeune)
               compute MontantDomDevis of DevisDonne rounded =
                   MontantDomDevis of DevisDonne
                       * (1 + TauxSurprimeJeune)
           end-if.
           compute MontantDevis of DevisDonne rounded =
               MontantDevis of DevisDonne * CoeffDevis of DevisDonne
                   * CoeffInflation.
           compute MontantDomDevis of DevisDonne rounded =
               MontantDomDevis of DevisDonne * CoeffDevis of DevisDonne
                   * CoeffInflation.

       IndexeInflation.
           compute CoeffInflation rounded =
               CoeffInflation * (1 + TauxInflationAnnuel).

      *-------------------------------------------------------------------------------------
      *----- Souscription : le devis emis et encore valable devient un
      *----- assure et son contrat ; tout est valide ensemble ou annule.
      *-------------------------------------------------------------------------------------
       SouscriptionDevis.
           initialize DevisDonne.
           display Ecran-Blanc.
           display T-SaisieSouscription.
           accept NumDevis of DevisDonne line 3 col 28.
           perform ValideSouscription.
           if LigneRejetee = 1
               exec sql
                   commit
               end-exec
               display T-SouscriptionRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to ErreurSouscription.
           perform AttribueNumeroAssure.
           perform CreeAssureDevis.
           perform CreePoliceDevis.
           perform CreeVehiculeDevis.
           perform CreeGarantiesDevis.
           perform EmetPremiereQuittance.
           exec sql
               update Devis
                   set DvStatut = 1,
                       DvAssur = :DevisDonne.AssurDevis,
                       DvQNum = :QuittanceDonne.NumQuittance,
                       DvDateDecision = :DateCourante,
                       DvOperateur = :OperateurCourant
                   where DvNum = :DevisDonne.NumDevis
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.
           if ErreurSouscription = 1
               exec sql
                   rollback
               end-exec
               move "Erreur base, souscription annulee" to MotifRejet
               display T-SouscriptionRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           perform CribleAssureSouscrit.
           exec sql
               commit
           end-exec.
           display T-SouscriptionFaite.
           if NbAlertesGel > 0
               display T-AlerteGelSouscription
           end-if.
           accept OptionChoisie.

      *---- Le devis doit exister, etre emis et encore valable (un devis
      *---- echu passe a expire) ; le vehicule ne doit pas deja etre
      *---- assure.
       ValideSouscription.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           exec sql
               select DvDate,DvDateValidite,isnull(DvAgence,''),DvNom,
                      DvPrenom,DvDateNai,DvAdresse,DvCodePost,DvVille,
                      DvTel,DvEmail,DvImma,DvModele,DvRisq,DvDom,
                      DvPuiss,DvDatePermis,DvCoefficient,DvMontant,
                      DvMontantDom,DvStatut
                   into :DevisDonne.DateDevis,:DevisDonne.DateValidite,
                        :DevisDonne.AgenceDevis,:DevisDonne.NomProspect,
                        :DevisDonne.PrenomProspect,
                        :DevisDonne.DateNaiProspect,
                        :DevisDonne.AdresseProspect,
                        :DevisDonne.CodePostProspect,
                        :DevisDonne.VilleProspect,
                        :DevisDonne.TelProspect,
                        :DevisDonne.EmailProspect,
                        :DevisDonne.ImmaDevis,:DevisDonne.ModeleDevis,
                        :DevisDonne.RisqDevis,:DevisDonne.DomDevis,
                        :DevisDonne.PuissDevis,
                        :DevisDonne.DatePermisDevis,
                        :DevisDonne.CoeffDevis,:DevisDonne.MontantDevis,
                        :DevisDonne.MontantDomDevis,
                        :DevisDonne.StatutDevis
                   from Devis
                   where DvNum = :DevisDonne.NumDevis
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Devis inconnu" to MotifRejet
               exit paragraph
           end-if.
           if StatutDevis of DevisDonne not = 0
               move 1 to LigneRejetee
               move "Devis deja souscrit ou expire" to MotifRejet
               exit paragraph
           end-if.
           if DateValidite of DevisDonne < DateCourante
               exec sql
                   update Devis
                       set DvStatut = 2
                       where DvNum = :DevisDonne.NumDevis
               end-exec
               move 1 to LigneRejetee
               move "Devis expire, a refaire" to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Vehicule
                   where VImma = :DevisDonne.ImmaDevis
                     and VActif = 1
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Vehicule deja au parc" to MotifRejet
           end-if.

      *---- Numero du nouvel assure : le suivant du plus grand numero
      *---- de sa societe, et au moins le premier numero de la tranche
      *---- de la societe. Sans tranche declaree, la numerotation reste
      *---- commune a tout le groupe.
       AttribueNumeroAssure.
           perform DetermineSocieteDevis.
           move spaces to DernierAssur.
           if IndiceSocTrouve = 0
               or DebutAssurTab(IndiceSocTrouve) = 0
               exec sql
                   select isnull(max(AAssur),'00000')
                       into :DernierAssur
                       from Assure
               end-exec
           else
               exec sql
                   select isnull(max(AAssur),'00000')
                       into :DernierAssur
                       from Assure
                       where isnull(ASociete,'01') = :SocieteDevis
               end-exec
           end-if.
           if DernierAssur is not numeric
               move 0 to AssurNumerique
           else
               move DernierAssur to AssurNumerique
           end-if.
           add 1 to AssurNumerique.
           if IndiceSocTrouve not = 0
               if AssurNumerique < DebutAssurTab(IndiceSocTrouve)
                   move DebutAssurTab(IndiceSocTrouve)
                       to AssurNumerique
               end-if
           end-if.
           move AssurNumerique to AssurDevis of DevisDonne.

      *---- Societe de l'agence du devis, de l'operateur ou 01.
       DetermineSocieteDevis.
           move spaces to SocieteDevis.
           if AgenceDevis of DevisDonne not = spaces
               exec sql
                   select isnull(AgSociete,'') into :SocieteDevis
                       from Agence
                       where AgCode = :DevisDonne.AgenceDevis
               end-exec
           end-if.
           if SocieteDevis = spaces
               move SocieteSession to SocieteDevis
           end-if.
           if SocieteDevis = spaces
               move "01" to SocieteDevis
           end-if.
           move 0 to IndiceSocTrouve.
           perform ChercheSocieteDevis
               varying IndiceSociete from 1 by 1
               until IndiceSociete > NbrSocietes.

       ChercheSocieteDevis.
           if CodeSocTab(IndiceSociete) = SocieteDevis
               move IndiceSociete to IndiceSocTrouve
           end-if.

       CreeAssureDevis.
           exec sql
                INSERT INTO Assure
                    (AAssur,ANom,APrenom,ADateNai,AAdresse,ACodePost,
                     AVille,ATel,AEmail,ACoefficient,ASuspendu,AAgence,
                     AFractionnement,ASociete)
                VALUES
                    (:DevisDonne.AssurDevis,:DevisDonne.NomProspect,
                     :DevisDonne.PrenomProspect,
                     :DevisDonne.DateNaiProspect,
                     :DevisDonne.AdresseProspect,
                     :DevisDonne.CodePostProspect,
                     :DevisDonne.VilleProspect,:DevisDonne.TelProspect,
                     :DevisDonne.EmailProspect,:DevisDonne.CoeffDevis,
                     0,:DevisDonne.AgenceDevis,0,:SocieteDevis)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.

      *---- Police automobile de rang 01 du nouvel assure, prenant
      *---- effet le jour de la souscription.
       CreePoliceDevis.
           initialize PoliceDonne.
           move 0 to ErreurPolice.
           move AssurDevis of DevisDonne to AssurPolice of PoliceDonne.
           move "AUT" to BranchePolice of PoliceDonne.
           move DateCourante to DateEffetPolice of PoliceDonne.
           move spaces to EcheancePolice of PoliceDonne.
           perform OuvrePolice.
           if ErreurPolice = 1
               move 1 to ErreurSouscription
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

      *---- Vehicule au parc, mouvement 'A' deja traite du jour (pour
      *---- l'historique et le pro rata) et prospect declare conducteur
      *---- principal, comme ReprisePortefeuille.
       CreeVehiculeDevis.
           exec sql
                INSERT INTO Vehicule
                    (VAssur,VImma,VRisq,VDom,Vpuiss,TypeModif,
                     DateModif,VActif,VModele,VPolice)
                VALUES
                    (:DevisDonne.AssurDevis,:DevisDonne.ImmaDevis,
                     :DevisDonne.RisqDevis,:DevisDonne.DomDevis,
                     :DevisDonne.PuissDevis,'A',:DateCourante,1,
                     :DevisDonne.ModeleDevis,:PoliceDonne.NumPolice)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MRisq,MDom,MPuiss,MDate,
                    MModele,MTraite,MPolice)
               VALUES
                   (:DevisDonne.AssurDevis,:DevisDonne.ImmaDevis,'A',
                    :DevisDonne.RisqDevis,:DevisDonne.DomDevis,
                    :DevisDonne.PuissDevis,:DateCourante,
                    :DevisDonne.ModeleDevis,1,:PoliceDonne.NumPolice)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.
           exec sql
                INSERT INTO Conducteur
                    (CAssur,CImma,CNom,CDateNai,CDatePermis,
                     CCoefficient)
                VALUES
                    (:DevisDonne.AssurDevis,:DevisDonne.ImmaDevis,
                     rtrim(:DevisDonne.NomProspect) + ' '
                         + rtrim(:DevisDonne.PrenomProspect),
                     :DevisDonne.DateNaiProspect,
                     :DevisDonne.DatePermisDevis,1)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.

      *---- RC (code 1) sans franchise ; vol (2) et bris de glace (3)
      *---- avec l'option dommages.
       CreeGarantiesDevis.
           move 1 to CodeGarantie.
           move 0 to FranchiseGarantie.
           perform EnrGarantieDevis.
           if DomDevis of DevisDonne = 1
               move FranchiseDommages to FranchiseGarantie
               move 2 to CodeGarantie
               perform EnrGarantieDevis
               move 3 to CodeGarantie
               perform EnrGarantieDevis
           end-if.

       EnrGarantieDevis.
           exec sql
                INSERT INTO Garantie
                    (GAssur,GImma,GCode,GCapital,GFranchise,GPolice)
                VALUES
                    (:DevisDonne.AssurDevis,:DevisDonne.ImmaDevis,
                     :CodeGarantie,0,:FranchiseGarantie,
                     :PoliceDonne.NumPolice)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.

      *---- Premiere quittance : prime du devis au pro rata des jours
      *---- restant a couvrir dans l'annee, echeance a un mois comme le
      *---- quittancement annuel.
       EmetPremiereQuittance.
           initialize QuittanceDonne.
           move AnneeCourante to Periode of QuittanceDonne.
           string
               Periode of QuittanceDonne
               "-" AssurDevis of DevisDonne
               into NumQuittance of QuittanceDonne
           end-string.
           compute JourDebut =
               JoursCumules(MoisCourant) + JourCourant.
           if JourDebut > 365
               move 365 to JourDebut
           end-if.
           compute JoursCouverts = 365 - JourDebut + 1.
           compute FractionAnnee rounded = JoursCouverts / 365.
           compute MontantQuittance of QuittanceDonne rounded =
               MontantDevis of DevisDonne * FractionAnnee.
           compute TtcDom of VentilationTaxes rounded =
               MontantDomDevis of DevisDonne * FractionAnnee.
           move DateCourante to DateEmission of QuittanceDonne.
           move DateCourante to DateEcheance of QuittanceDonne.
           if EcheanceMois of QuittanceDonne = 12
               add 1 to EcheanceAnnee of QuittanceDonne
               move 1 to EcheanceMois of QuittanceDonne
           else
               add 1 to EcheanceMois of QuittanceDonne
           end-if.
           if EcheanceJour of QuittanceDonne > 28
               move 28 to EcheanceJour of QuittanceDonne
           end-if.
           exec sql
                INSERT INTO Quittance
                    (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                     QStatut,QDateEmission,QDateEcheance,
                     QNivRelance,QPrelevEmis,QMontPreleve,QPolice,
                     QSociete)
                VALUES
                    (:QuittanceDonne.NumQuittance,
                     :DevisDonne.AssurDevis,
                     :QuittanceDonne.Periode,
                     :QuittanceDonne.MontantQuittance,
                     0,0,
                     :QuittanceDonne.DateEmission,
                     :QuittanceDonne.DateEcheance,0,0,0,
                     :PoliceDonne.NumPolice,
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :DevisDonne.AssurDevis))
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.
           perform VentileTaxes.
           perform EnrTaxesQuittance.

      *---- Ventilation par garantie, comme VentileTaxes de
      *---- Quittancement : la taxe porte l'arrondi.
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

       EnrTaxesQuittance.
           exec sql
                INSERT INTO QuittanceTaxe
                    (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                     QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                VALUES
                    ('Q',:QuittanceDonne.NumQuittance,
                     :QuittanceDonne.NumQuittance,
                     :DevisDonne.AssurDevis,:DevisDonne.ImmaDevis,
                     :QuittanceDonne.DateEmission,'RC',
                     :VentilationTaxes.NetRc,:VentilationTaxes.TaxeRc,
                     :VentilationTaxes.FgaoRc)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSouscription
           end-if.
           if TtcDom of VentilationTaxes > 0
               exec sql
                    INSERT INTO QuittanceTaxe
                        (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                         QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
                    VALUES
                        ('Q',:QuittanceDonne.NumQuittance,
                         :QuittanceDonne.NumQuittance,
                         :DevisDonne.AssurDevis,:DevisDonne.ImmaDevis,
                         :QuittanceDonne.DateEmission,'DOM',
                         :VentilationTaxes.NetDom,
                         :VentilationTaxes.TaxeDom,
                         :VentilationTaxes.FgaoDom)
               end-exec
               if SQLCODE < 0
                   move 1 to ErreurSouscription
               end-if
           end-if.

      *---- Criblage du nouvel assure contre la liste des gels, comme
      *---- CribleAssureRepris de ReprisePortefeuille.
       CribleAssureSouscrit.
           move 0 to DernierNumAlerte.
           exec sql
               select isnull(max(CgNum),0) into :DernierNumAlerte
                   from CriblageGel
           end-exec.
           exec sql
               insert into CriblageGel
                   (CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,CgScore,
                    CgStatut)
               select :DernierNumAlerte
                          + row_number() over (order by LgId),
                      :DateCourante,'ASSURE',AAssur,
                      rtrim(ANom) + ' ' + rtrim(APrenom),LgId,
                      case when ADateNai = LgDateNai
                                and LgDateNai <> 0
                                and upper(ANom) = LgNom then 100
                           when ADateNai = LgDateNai
                                and LgDateNai <> 0 then 80
                           else 60 end,
                      0
                   from Assure
                   inner join ListeGel
                       on difference(ANom,LgNom) >= :SeuilNom
                      and (LgPrenom = ''
                           or difference(APrenom,LgPrenom)
                              >= :SeuilPrenom)
                      and (LgDateNai = 0
                           or isnull(ADateNai,0) = 0
                           or ADateNai = LgDateNai)
                   where AAssur = :DevisDonne.AssurDevis
                     and not exists
                         (select 1 from CriblageGel
                             where CgType = 'ASSURE'
                               and CgCle = AAssur
                               and CgLgId = LgId)
           end-exec.
           move 0 to NbAlertesGel.
           exec sql
               select count(*) into :NbAlertesGel
                   from CriblageGel
                   where CgType = 'ASSURE'
                     and CgCle = :DevisDonne.AssurDevis
                     and CgStatut < 2
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Rapport mensuel de conversion par agence : les devis echus
      *----- sont d'abord passes a expire (a leur date de validite).
      *-------------------------------------------------------------------------------------
       RapportConversion.
           perform ExpireDevis.
           if MoisRapport = 0
               or MoisRapportMm < 1 or MoisRapportMm > 12
               if MoisCourant = 1
                   compute AnneeRapport = AnneeCourante - 1
                   move 12 to MoisRapportMm
               else
                   move AnneeCourante to AnneeRapport
                   compute MoisRapportMm = MoisCourant - 1
               end-if
           end-if.
           compute DateDebutMois = MoisRapport * 100 + 1.
           compute DateFinMois = MoisRapport * 100 + 31.
           initialize TotalConversion.
           open output FichierDevisConversion.
           move spaces to FichConversion.
           string
               "Mois;Agence;DevisEmis;DevisAcceptes;DevisExpires;"
               "TauxConversion;PrimeSouscrite"
               into FichConversion
           end-string.
           write Enr-FichierDevisConversion from FichConversion.
           move 0 to EoDB.
           exec sql
               Declare Conversion-Cursor cursor for
                   select isnull(DvAgence,''),
                          sum(case when DvDate between :DateDebutMois
                                                   and :DateFinMois
                                   then 1 else 0 end),
                          sum(case when DvStatut = 1
                                    and DvDateDecision
                                        between :DateDebutMois
                                            and :DateFinMois
                                   then 1 else 0 end),
                          sum(case when DvStatut = 2
                                    and DvDateValidite
                                        between :DateDebutMois
                                            and :DateFinMois
                                   then 1 else 0 end),
                          sum(case when DvStatut = 1
                                    and DvDateDecision
                                        between :DateDebutMois
                                            and :DateFinMois
                                   then DvMontant else 0 end)
                       from Devis
                       group by isnull(DvAgence,'')
                       order by 1
           end-exec.
           exec sql
               open Conversion-Cursor
           end-exec.
           perform RapportConversion-Trt until EoDB=1.
           exec sql
               close Conversion-Cursor
           end-exec.
           close FichierDevisConversion.

       RapportConversion-Trt.
           exec sql
               fetch Conversion-Cursor into
                   :ConversionAgence.AgenceConversion,
                   :ConversionAgence.NbrEmis,
                   :ConversionAgence.NbrAcceptes,
                   :ConversionAgence.NbrExpires,
                   :ConversionAgence.PrimeAcceptee
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           if NbrEmis of ConversionAgence = 0
               and NbrAcceptes of ConversionAgence = 0
               and NbrExpires of ConversionAgence = 0
               exit paragraph
           end-if.
           perform EnrConversionAgence.

      *---- Ligne d'une agence ; le taux rapporte les acceptations du
      *---- mois aux devis emis dans le mois.
       EnrConversionAgence.
           add NbrEmis of ConversionAgence to TotalEmis.
           add NbrAcceptes of ConversionAgence to TotalAcceptes.
           add NbrExpires of ConversionAgence to TotalExpires.
           add PrimeAcceptee of ConversionAgence to TotalPrime.
           move 0 to TauxConversion.
           if NbrEmis of ConversionAgence > 0
               compute TauxConversion rounded =
                   NbrAcceptes of ConversionAgence * 100
                       / NbrEmis of ConversionAgence
           end-if.
           if AgenceConversion of ConversionAgence = spaces
               move "SANS" to LibAgence
           else
               move AgenceConversion of ConversionAgence to LibAgence
           end-if.
           move spaces to FichConversion.
           string
               MoisRapport
               ";" LibAgence
               ";" NbrEmis of ConversionAgence
               ";" NbrAcceptes of ConversionAgence
               ";" NbrExpires of ConversionAgence
               ";" TauxConversion
               ";" PrimeAcceptee of ConversionAgence
               into FichConversion
           end-string.
           write Enr-FichierDevisConversion from FichConversion.

      *---- Les devis emis dont la validite est depassee passent a
      *---- expire.
       ExpireDevis.
           exec sql
               update Devis
                   set DvStatut = 2
                   where DvStatut = 0
                     and DvDateValidite < :DateCourante
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Chargement du bareme en vigueur depuis Bareme.csv.
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

      *---- Motif de rejet d'une adresse hors referentiel, avec la
      *---- correction proposee.
       MotifAdresseRejet.
           move spaces to MotifRejet.
           if VillePropose of ControleCommuneDonne = spaces
               move LibAnomalieCommune to MotifRejet
               exit paragraph
           end-if.
           if StatutCommune = 1
               string
                   "CP inconnu, prop. " delimited by size
                   CodePostPropose of ControleCommuneDonne
                       delimited by "  "
                   " " delimited by size
                   VillePropose of ControleCommuneDonne
                       delimited by "  "
                   into MotifRejet
               end-string
           else
               string
                   "Ville hors CP, prop. " delimited by size
                   VillePropose of ControleCommuneDonne
                       delimited by "  "
                   into MotifRejet
               end-string
           end-if.

      *---- Controle du couple code postal / commune et proposition
      *---- de correction (meme commune sous un autre code postal, ou
      *---- commune du code postal au nom le plus proche).
       ControleCommune.
           move 0 to StatutCommune.
           move spaces to LibAnomalieCommune.
           move CodePostCtl of ControleCommuneDonne
               to CodePostPropose of ControleCommuneDonne.
           move VilleCtl of ControleCommuneDonne
               to VillePropose of ControleCommuneDonne.
           if ReferentielCompte = 0
               move 0 to NbCommunesRef
               exec sql
                   select count(*) into :NbCommunesRef
                       from CodePostal
               end-exec
               move 1 to ReferentielCompte
           end-if.
           if NbCommunesRef = 0
               exit paragraph
           end-if.
           move VilleCtl of ControleCommuneDonne
               to VilleCtlNorm of ControleCommuneDonne.
           inspect VilleCtlNorm of ControleCommuneDonne converting
               "abcdefghijklmnopqrstuvwxyz-'"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           move 0 to NbCommunesCp.
           exec sql
               select count(*) into :NbCommunesCp
                   from CodePostal
                   where CpCodePost = :ControleCommuneDonne.CodePostCtl
           end-exec.
           if NbCommunesCp = 0
               move 1 to StatutCommune
               move "Code postal inconnu" to LibAnomalieCommune
               move spaces to CodePostPropose of ControleCommuneDonne
               move spaces to VillePropose of ControleCommuneDonne
               exec sql
                   select top 1 CpCodePost,CpAcheminement
                       into :ControleCommuneDonne.CodePostPropose,
                            :ControleCommuneDonne.VillePropose
                       from CodePostal
                       where CpAcheminement collate French_CI_AI
                                 = :ControleCommuneDonne.VilleCtlNorm
                          or CpCommune collate French_CI_AI
                                 = :ControleCommuneDonne.VilleCtlNorm
                       order by CpCodePost
               end-exec
               if SQLCODE not = 0
                   move spaces
                       to CodePostPropose of ControleCommuneDonne
                   move spaces to VillePropose of ControleCommuneDonne
               end-if
               exit paragraph
           end-if.
           move spaces to VillePropose of ControleCommuneDonne.
           exec sql
               select isnull(min(CpAcheminement),' ')
                   into :ControleCommuneDonne.VillePropose
                   from CodePostal
                   where CpCodePost = :ControleCommuneDonne.CodePostCtl
                     and (CpAcheminement collate French_CI_AI
                              = :ControleCommuneDonne.VilleCtlNorm
                          or CpCommune collate French_CI_AI
                              = :ControleCommuneDonne.VilleCtlNorm)
           end-exec.
           if VillePropose of ControleCommuneDonne not = spaces
               exit paragraph
           end-if.
           move 2 to StatutCommune.
           move "Commune absente de ce code postal"
               to LibAnomalieCommune.
           exec sql
               select top 1 CpAcheminement
                   into :ControleCommuneDonne.VillePropose
                   from CodePostal
                   where CpCodePost = :ControleCommuneDonne.CodePostCtl
                   order by
                       difference(CpAcheminement,
                           :ControleCommuneDonne.VilleCtlNorm) desc,
                       CpAcheminement
           end-exec.

      *---- Chargement des societes du groupe ; la societe 01 est
      *---- toujours presente, meme absente du fichier.
       ChargeSocietes.
           initialize TableSocietes.
           move 1 to NbrSocietes.
           move "01" to CodeSocTab(1).
           move 0 to EofSocietes.
           open input FichierSocietes.
           perform ChargeSocietes-Trt until EofSocietes = 1.
           close FichierSocietes.

       ChargeSocietes-Trt.
           read FichierSocietes
               at end
                   move 1 to EofSocietes
               not at end
                   perform ChargeLigneSociete
           end-read.

      *---- Une ligne du fichier ; l'en-tete (code non numerique) est
      *---- ignoree, et au-dela de neuf societes les lignes aussi.
       ChargeLigneSociete.
           initialize LigneSociete.
           unstring Enr-FichierSocietes delimited by ";" into
               CodeSocLu
               NomSocLu
               IcsSocLu
               IbanSocLu
               BicSocLu
               DebutAssurLu
               DebutSinLu
           end-unstring.
           if CodeSocLu not numeric
               exit paragraph
           end-if.
           if DebutAssurLu not numeric
               move 0 to DebutAssurLu
           end-if.
           if DebutSinLu not numeric
               move 0 to DebutSinLu
           end-if.
           if CodeSocLu = "01"
               move 1 to IndiceSociete
           else
               if NbrSocietes = 9
                   exit paragraph
               end-if
               add 1 to NbrSocietes
               move NbrSocietes to IndiceSociete
           end-if.
           move CodeSocLu to CodeSocTab(IndiceSociete).
           move NomSocLu to NomSocTab(IndiceSociete).
           move IcsSocLu to IcsSocTab(IndiceSociete).
           move IbanSocLu to IbanSocTab(IndiceSociete).
           move BicSocLu to BicSocTab(IndiceSociete).
           move DebutAssurLu to DebutAssurTab(IndiceSociete).
           move DebutSinLu to DebutSinTab(IndiceSociete).

      *-------------------------------------------------------------------------------------
      *----- Fin des devis et souscriptions
      *-------------------------------------------------------------------------------------

       end program DevisSouscription.
