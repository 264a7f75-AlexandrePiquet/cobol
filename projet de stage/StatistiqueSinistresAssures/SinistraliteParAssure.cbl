      *---- Filtre agence : code agence saisi au lancement, blanc pour
      *---- l'ensemble de la compagnie.
       77 FiltreAgence sql char-varying(3).
      *---- Filtre branche : AUT (automobile), MRH (habitation), blanc
      *---- pour les deux branches. La cotisation habitation est celle
      *---- des quittances habitation de l'annee.
       77 FiltreBranche sql char-varying(3).
       77 CotisationHabitation pic 9(8)V99.

       77 OptNetRecours   pic x.
       77 MontantRecours  pic 9(8)V99.
       77 OptionChoisie   pic 9.
       77 OptSuite        pic x.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-FiltreBranche
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Branche (AUT, MRH, vide = toutes) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Sinistralite-NetRecours
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
           perform CalculSinistralite-Fin.

       CalculSinistralite-Init.
           perform LireOperateurSession.
           display Ecran-Blanc.
           move "N" to OptNetRecours.
           display M-Sinistralite-NetRecours.
           display M-FiltreAgence.
           accept FiltreAgence line 2 col 32.
           display Ecran-Blanc.
           move spaces to FiltreBranche.
           display M-FiltreBranche.
           accept FiltreBranche line 2 col 38.
           inspect FiltreBranche converting "autmrh" to "AUTMRH".
           display Ecran-Blanc.
           display T-EnteteSinistralite.
           move 4 to NoLigne.
           move 0 to EoDB.
               compute CoeffInflation rounded =
                   CoeffInflation * (1 + TauxInflationAnnuel)
           end-perform.
      **** Création du curseur : une ligne par vehicule ; hors branche
      **** automobile, un assure n'ayant qu'un risque habitation vient
      **** sur une ligne sans vehicule.
           exec sql
               Declare Sinistralite-Cursor cursor for
                   select AAssur,ANom,APrenom,ACoefficient,
                          isnull(VImma,' '),isnull(VRisq,0),
                          isnull(VDom,0),isnull(VPuiss,0)
                       from Assure
                       left join Vehicule on VAssur = AAssur
                           and :FiltreBranche <> 'MRH'
                       where (:FiltreAgence = ' '
                              or AAgence = :FiltreAgence)
                         and (:SocieteSession = ''
                              or isnull(ASociete,'01')
                                 = :SocieteSession)
                         and (VImma is not null
                              or (:FiltreBranche <> 'AUT'
                                  and exists
                                      (select 1 from Habitation
                                          where HAssur = AAssur
                                            and HActif = 1)))
                       order by AAssur
           end-exec.
           exec sql
      *---- tarif de base + tarif au cheval fiscal, majore selon la classe de
      *---- risque du vehicule et l'option dommages.
       CalCotisVehicule.
           if VImma of VehiculeDonne = spaces
               exit paragraph
           end-if.
           move VRisq of VehiculeDonne to IndiceRisq.
           if IndiceRisq < 1 or IndiceRisq > 3
               move 1 to IndiceRisq
                        :SinistraliteAssure.MontantSinistres
                   from Sinistre
                   where SNAssur = :SinistraliteAssure.NumAssure
                     and (:FiltreBranche = ' '
                          or isnull(SBranche,'AUT') = :FiltreBranche)
           end-exec.
           if FiltreBranche not = "AUT"
               perform AjouteCotisationHabitation
           end-if.
           if OptNetRecours = "O" or OptNetRecours = "o"
               perform DeduitRecoursAssure
           end-if.
                   into :MontantRecours
                   from Recours
                   where RcNAssur = :SinistraliteAssure.NumAssure
                     and (:FiltreBranche = ' '
                          or isnull((select max(SBranche) from Sinistre
                                         where SNSin = RcNSin),'AUT')
                             = :FiltreBranche)
           end-exec.
           if SQLCODE not = 0
               move 0 to MontantRecours
                   from MontantSinistres of SinistraliteAssure
           end-if.

      *---- Primes des quittances habitation de l'annee de l'assure
      *---- courant (la cotisation habitation est calculee par
      *---- RisqueHabitation et Quittancement).
       AjouteCotisationHabitation.
           move 0 to CotisationHabitation.
           exec sql
               select isnull(sum(QMontant),0)
                   into :CotisationHabitation
                   from Quittance
                   where QBranche = 'MRH'
                     and QPeriode = :AnneeCourante
                     and QAssur = :SinistraliteAssure.NumAssure
           end-exec.
           if SQLCODE not = 0
               move 0 to CotisationHabitation
           end-if.
           add CotisationHabitation
               to MontantCotisation of SinistraliteAssure.

      *---- Chargement du bareme en vigueur depuis Bareme.csv : pour
      *---- chaque classe de risque, le jeu de tarifs le plus recent
               compute TauxInflationAnnuel = BarTauxInfl / 10000
           end-if.

      *---- Operateur et societe de la session (fichier depose par
      *---- Program1).
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
      *----- Fin du calcul du taux de sinistralite de tous les assures
      *-------------------------------------------------------------------------------------
