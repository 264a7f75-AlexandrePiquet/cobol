       01 SinistreDonne.
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 TypeSin       sql char(1).
            10 NImma         sql char-varying(9).
            10 DateSin       sql char-varying(8).
            10 MontSin       pic 9(8)V99.
            10 MontEpave     pic 9(8)V99.
            10 DateVente     pic 9(8).
      *---- Indemnite de la perte totale : montant moins la vetuste du
      *---- vehicule (categorie VEH de la grille) et la franchise de la
      *---- garantie du type du sinistre, plancher a zero.
            10 MontNet       pic 9(8)V99.
       77 FranchiseApplicable pic 9(6)V99.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.

       77 EnrTrouve        pic 9.
       77 DateDeclaration  pic 9(8).
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           10 line 4  col 24 from NAssur  of SinistreDonne.
           10 line 5  col 2  value "Vehicule".
           10 line 5  col 24 from NImma   of SinistreDonne.
           10 line 6  col 2  value "Montant brut".
           10 line 6  col 24 from MontSin of SinistreDonne
               pic Z(6)9,99.
           10 line 7  col 2  value "Vetuste".
           10 line 7  col 24 from MontVetuste pic Z(6)9,99.
           10 line 7  col 36 from CategVetuste.
           10 line 7  col 40 from TauxVetuste pic ZZ9.
           10 line 7  col 43 value "%".
           10 line 8  col 2  value "Franchise".
           10 line 8  col 24 from FranchiseApplicable pic Z(6)9,99.
           10 line 9  col 2  value "Indemnite nette".
           10 line 9  col 24 from MontNet of SinistreDonne
               pic Z(6)9,99.
           10 line 11 col 2
               value "Entree : vehicule declare epave, sortie 'S'".
           10 line 12 col 2
               value "du parc generee pour SinPourMaj.".

       01 T-EpaveDeclaree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 14 col 2 value "Epave declaree.".
           10 line 15 col 2 value "Appuyez sur Entree pour continuer".

      *---- Saisie du produit de la vente de l'epave.
       01 T-SaisieVente foreground-color is CouleurTexte
      *----- pour l'audit du revendeur.
      *-------------------------------------------------------------------------------------
       GestionEpave.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixEpave.
           accept TypeTrt line 3 col 14.
               accept OptionChoisie
               exit paragraph
           end-if.
           perform CalculeIndemniteNette.
           display T-FicheEpave.
           accept DateDeclaration from date yyyymmdd.
           exec sql
               update Sinistre
                   set SEpave = 1,
                       SMontNet = :SinistreDonne.MontNet,
                       SVetuste = :MontVetuste,
                       SCategVetuste = :CategVetuste
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
       RechercheSinistre.
           move 0 to EnrTrouve.
           exec sql
               select SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin
                   into :SinistreDonne.NSin,:SinistreDonne.NAssur,
                        :SinistreDonne.TypeSin,
                        :SinistreDonne.NImma,:SinistreDonne.DateSin,
                        :SinistreDonne.MontSin
                   from Sinistre
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE = 0
               move 1 to EnrTrouve
           end-if.

      *---- Indemnite de la perte totale, comme a l'import : montant
      *---- brut diminue de la vetuste puis de la franchise de la
      *---- garantie du vehicule dont le code correspond au type du
      *---- sinistre, plancher a zero.
       CalculeIndemniteNette.
           move 0 to FranchiseApplicable.
           exec sql
               select GFranchise into :FranchiseApplicable
                   from Garantie
                   where GAssur = :SinistreDonne.NAssur
                     and GImma = :SinistreDonne.NImma
                     and GCode = :SinistreDonne.TypeSin
           end-exec.
           if SQLCODE not = 0
               move 0 to FranchiseApplicable
           end-if.
           perform CalculeVetuste.
           if FranchiseApplicable + MontVetuste
                   > MontSin of SinistreDonne
               move 0 to MontNet of SinistreDonne
           else
               compute MontNet of SinistreDonne =
                   MontSin of SinistreDonne - MontVetuste
                       - FranchiseApplicable
           end-if.

      *---- Perte totale : le vehicule entier est deprecie, quelle que
      *---- soit la nature du sinistre (categorie VEH de la grille).
       CalculeVetuste.
           move "VEH" to CategVetuste.
           perform LitTauxVetuste.
           move 0 to MontVetuste.
           compute MontVetuste rounded =
               MontSin of SinistreDonne * TauxVetuste / 100.

      *---- Taux de la tranche d'age la plus haute atteinte par le
      *---- vehicule a la date du sinistre ; 0 si l'age est inconnu.
       LitTauxVetuste.
           move 0 to TauxVetuste.
           exec sql
               select isnull((select top 1 GvTaux from GrilleVetuste
                      where GvCategorie = :CategVetuste
                        and GvAgeMin <= datediff(month,
                            convert(date,isnull(nullif(VDateMec,' '),
                                MoDateLancement),112),
                            convert(date,:SinistreDonne.DateSin,112))
                            / 12
                      order by GvAgeMin desc),0)
                   into :TauxVetuste
                   from Vehicule
                   left join ModeleVehicule on MoCode = VModele
                   where VAssur = :SinistreDonne.NAssur
                     and VImma = :SinistreDonne.NImma
           end-exec.
           if SQLCODE not = 0
               move 0 to TauxVetuste
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Rapport des ventes d'epaves de la periode (AAAA, vide =
      *----- toutes), archive dans VentesEpaves.csv.
                          isnull(SDateVenteEpave,0),SMontEpave
                       from Sinistre
                       where isnull(SMontEpave,0) > 0
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by SDateVenteEpave
           end-exec.
           exec sql
               end-if
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
      *----- Fin de la gestion des epaves
      *-------------------------------------------------------------------------------------
