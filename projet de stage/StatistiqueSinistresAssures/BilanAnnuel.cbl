
       01 SinistreDonne.
            10 TypeSin       sql char(1).
            10 NbrSinLu      pic 9(5).
            10 MontSin       pic 9(9)V99.
            10 MontProvision pic 9(9)V99.

      *---- Bilan annuel consolide : chiffres cles du portefeuille pour
      *---- l'annee en cours, servant de synthese pour la direction et
           05 AnneeBilan           pic 9(4).
           05 NbrAssures           pic 9(5).
           05 NbrVehicules         pic 9(5).
           05 NbrRisquesHabitation pic 9(5).
           05 NbrSinistres         pic 9(5).
           05 MontantSinistres     pic 9(9)V99.
           05 MontantProvisions    pic 9(9)V99.
           05 MontantCotisations   pic 9(9)V99.
           05 TauxSinistraliteGlobal pic 9(3)V99.
      *---- Frais juridiques de l'annee et provisions pour contentieux
      *---- en cours, suivis a part de l'indemnite.
           05 MontantFraisJuridiques pic 9(9)V99.
           05 MontantProvContentieux pic 9(9)V99.
           05 TauxSinistraliteFrais  pic 9(3)V99.
           05 RepartitionType Occurs 9 times.
               10 NbreParType   pic 9(5).
               10 MontantParType pic 9(9)V99.

       77 IndiceRisq pic 9.
       77 EofBareme  pic 9.
       77 CotisationVehicule pic 9(6)V99.
       77 CotisationHabitation pic 9(9)V99.

      *---- Indexation du tarif sur l'inflation, comme dans les autres
      *---- calculs de cotisation.
      *---- Filtre agence : code agence saisi au lancement, blanc pour
      *---- l'ensemble de la compagnie.
       77 FiltreAgence sql char-varying(3).
      *---- Filtre branche : AUT (automobile), MRH (habitation), blanc
      *---- pour les deux branches.
       77 FiltreBranche sql char-varying(3).

       77 IndiceType pic 99.
       77 EoDB pic 9.
       77 CouleurFond     pic 99 value 15.
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
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-FiltreBranche
           background-color is 1 foreground-color is 15.
           10 line 3 col 1
               value " Branche (AUT, MRH, vide = toutes) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      **** Ecran vide
       01  Ecran-Blanc background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line 4  col 30 from NbrAssures of BilanAnnuel pic Z(4)9.
           05 line 5  col 2  value "Nombre de vehicules".
           05 line 5  col 30 from NbrVehicules of BilanAnnuel pic Z(4)9.
           05 line 6  col 2  value "Risques habitation".
           05 line 6  col 30 from NbrRisquesHabitation of BilanAnnuel
               pic Z(4)9.
           05 line 7  col 2  value "Nombre de sinistres".
           05 line 7  col 30 from NbrSinistres of BilanAnnuel pic Z(4)9.
           05 line 8  col 2  value "Montant des sinistres".
           05 line 8  col 30 from MontantSinistres of BilanAnnuel
               pic Z(7)9,99.
           05 line 9  col 2  value "Montant des provisions".
           05 line 9  col 30 from MontantProvisions of BilanAnnuel
               pic Z(7)9,99.
           05 line 10 col 2  value "Montant des cotisations".
           05 line 10 col 30 from MontantCotisations of BilanAnnuel
               pic Z(7)9,99.
           05 line 11 col 2  value "Taux de sinistralite global (%)".
           05 line 11 col 30 from TauxSinistraliteGlobal of BilanAnnuel
               pic ZZ9,99.
           05 line 12 col 2  value "Frais juridiques de l'annee".
           05 line 12 col 30 from MontantFraisJuridiques of BilanAnnuel
               pic Z(7)9,99.
           05 line 13 col 2  value "Provisions contentieux".
           05 line 13 col 30 from MontantProvContentieux of BilanAnnuel
               pic Z(7)9,99.
           05 line 14 col 2  value "Sinistralite frais inclus (%)".
           05 line 14 col 30 from TauxSinistraliteFrais of BilanAnnuel
               pic ZZ9,99.
           05 line 16 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

           perform CalculNbrAssures.
           perform CalculNbrVehicules.
           perform CalculCotisationsGlobales.
           perform CalculHabitation.
           perform CalculSinistresGlobaux.
           perform CalculContentieux.
           perform CalculBilanAnnuel-Fin.

       CalculBilanAnnuel-Init.
           perform LireOperateurSession.
           display Ecran-Blanc.
           move spaces to FiltreAgence.
           display M-FiltreAgence.
           accept FiltreAgence line 2 col 32.
           move spaces to FiltreBranche.
           display M-FiltreBranche.
           accept FiltreBranche line 3 col 38.
           inspect FiltreBranche converting "autmrh" to "AUTMRH".
           initialize BilanAnnuel.
           accept DateCourante from date yyyymmdd.
           move DateCourante(1:4) to AnneeBilan of BilanAnnuel.
                   from Assure
                   where (:FiltreAgence = ' '
                          or AAgence = :FiltreAgence)
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.

      *---- Nombre total de vehicules assures.
       CalculNbrVehicules.
           if FiltreBranche = "MRH"
               exit paragraph
           end-if.
           exec sql
               select count(*)
                   into :BilanAnnuel.NbrVehicules
                   where (:FiltreAgence = ' '
                          or VAssur in (select AAssur from Assure
                              where AAgence = :FiltreAgence))
                     and (:SocieteSession = ''
                          or VAssur in (select AAssur from Assure
                              where isnull(ASociete,'01')
                                    = :SocieteSession))
           end-exec.

      *---- Cumul, vehicule par vehicule, de la cotisation indexee sur
      *---- l'inflation, pour obtenir le montant total des cotisations.
       CalculCotisationsGlobales.
           if FiltreBranche = "MRH"
               exit paragraph
           end-if.
           move 0 to EoDB.
           exec sql
               Declare Bilan-Cotisation-Cursor cursor for
                       inner join Assure on AAssur = VAssur
                       where (:FiltreAgence = ' '
                              or AAgence = :FiltreAgence)
                         and (:SocieteSession = ''
                              or isnull(ASociete,'01')
                                 = :SocieteSession)
           end-exec.
           exec sql
               open Bilan-Cotisation-Cursor
           add CotisationVehicule
               to MontantCotisations of BilanAnnuel.

      *---- Branche habitation : risques en vigueur et primes des
      *---- quittances habitation de l'annee (la cotisation habitation
      *---- est calculee par RisqueHabitation et Quittancement).
       CalculHabitation.
           if FiltreBranche = "AUT"
               exit paragraph
           end-if.
           exec sql
               select count(*)
                   into :BilanAnnuel.NbrRisquesHabitation
                   from Habitation
                   where HActif = 1
                     and (:FiltreAgence = ' '
                          or HAssur in (select AAssur from Assure
                              where AAgence = :FiltreAgence))
                     and (:SocieteSession = ''
                          or HAssur in (select AAssur from Assure
                              where isnull(ASociete,'01')
                                    = :SocieteSession))
           end-exec.
           if SQLCODE not = 0
               move 0 to NbrRisquesHabitation of BilanAnnuel
           end-if.
           move 0 to CotisationHabitation.
           exec sql
               select isnull(sum(QMontant),0)
                   into :CotisationHabitation
                   from Quittance
                   where QBranche = 'MRH'
                     and QPeriode = :BilanAnnuel.AnneeBilan
                     and (:FiltreAgence = ' '
                          or QAssur in (select AAssur from Assure
                              where AAgence = :FiltreAgence))
                     and (:SocieteSession = ''
                          or isnull(QSociete,'01') = :SocieteSession)
           end-exec.
           add CotisationHabitation
               to MontantCotisations of BilanAnnuel.

      *---- Cumul des sinistres de l'annee, globalement et par type de
      *---- sinistre, lus dans la table de synthese SinistreMois
      *---- (alimentee par DatamartSinistres) : une ligne par type.
       CalculSinistresGlobaux.
           move 0 to EoDB.
           exec sql
               Declare Bilan-Sinistre-Cursor cursor for
                   select SmTypeSin,sum(SmNbr),sum(SmMontBrut),
                          sum(SmProvision)
                       from SinistreMois
                       where (:FiltreAgence = ' '
                              or SmAgence = :FiltreAgence)
                         and (:FiltreBranche = ' '
                              or SmBranche = :FiltreBranche)
                         and (:SocieteSession = ''
                              or SmSociete = :SocieteSession)
                       group by SmTypeSin
           end-exec.
           exec sql
               open Bilan-Sinistre-Cursor
       CalculSinistresGlobaux-Trt.
           exec sql
               fetch Bilan-Sinistre-Cursor into
                   :SinistreDonne.TypeSin,:SinistreDonne.NbrSinLu,
                   :SinistreDonne.MontSin,:SinistreDonne.MontProvision
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               add NbrSinLu of SinistreDonne
                   to NbrSinistres of BilanAnnuel
               add MontSin of SinistreDonne
                   to MontantSinistres of BilanAnnuel
               add MontProvision of SinistreDonne
       CumuleRepartitionType.
           evaluate TypeSin of SinistreDonne
               when 1
                   add NbrSinLu of SinistreDonne
                       to NbreParType of RepartitionType(1)
                   add MontSin of SinistreDonne
                       to MontantParType of RepartitionType(1)
               when 2
                   add NbrSinLu of SinistreDonne
                       to NbreParType of RepartitionType(2)
                   add MontSin of SinistreDonne
                       to MontantParType of RepartitionType(2)
               when 3
                   add NbrSinLu of SinistreDonne
                       to NbreParType of RepartitionType(3)
                   add MontSin of SinistreDonne
                       to MontantParType of RepartitionType(3)
               when 4
                   add NbrSinLu of SinistreDonne
                       to NbreParType of RepartitionType(4)
                   add MontSin of SinistreDonne
                       to MontantParType of RepartitionType(4)
               when 5 thru 9
                   move TypeSin of SinistreDonne to IndiceType
                   add NbrSinLu of SinistreDonne
                       to NbreParType of RepartitionType(IndiceType)
                   add MontSin of SinistreDonne
                       to MontantParType of RepartitionType(IndiceType)
           end-evaluate.

      *---- Frais juridiques engages dans l'annee (FraisSinistre) et
      *---- provisions des dossiers contentieux en cours.
       CalculContentieux.
           exec sql
               select isnull(sum(FsMontant),0)
                   into :BilanAnnuel.MontantFraisJuridiques
                   from FraisSinistre
                   where left(convert(char(8),FsDate),4)
                         = :BilanAnnuel.AnneeBilan
                     and (:FiltreAgence = ' '
                          or FsNAssur in (select AAssur from Assure
                              where AAgence = :FiltreAgence))
                     and (:FiltreBranche = ' '
                          or isnull((select max(SBranche) from Sinistre
                                         where SNSin = FsNSin),'AUT')
                             = :FiltreBranche)
                     and (:SocieteSession = ''
                          or FsNAssur in (select AAssur from Assure
                              where isnull(ASociete,'01')
                                    = :SocieteSession))
           end-exec.
           exec sql
               select isnull(sum(CtProvision),0)
                   into :BilanAnnuel.MontantProvContentieux
                   from Contentieux
                   where CtStatut = 0
                     and (:FiltreAgence = ' '
                          or CtNAssur in (select AAssur from Assure
                              where AAgence = :FiltreAgence))
                     and (:FiltreBranche = ' '
                          or isnull((select max(SBranche) from Sinistre
                                         where SNSin = CtNSin),'AUT')
                             = :FiltreBranche)
                     and (:SocieteSession = ''
                          or CtNAssur in (select AAssur from Assure
                              where isnull(ASociete,'01')
                                    = :SocieteSession))
           end-exec.

       CalculBilanAnnuel-Fin.
           if MontantCotisations of BilanAnnuel = 0
               move 0 to TauxSinistraliteGlobal of BilanAnnuel
               move 0 to TauxSinistraliteFrais of BilanAnnuel
           else
               compute TauxSinistraliteGlobal of BilanAnnuel rounded =
                   (MontantSinistres of BilanAnnuel * 100)
                       / MontantCotisations of BilanAnnuel
               compute TauxSinistraliteFrais of BilanAnnuel rounded =
                   ((MontantSinistres of BilanAnnuel
                     + MontantFraisJuridiques of BilanAnnuel) * 100)
                       / MontantCotisations of BilanAnnuel
           end-if.
           perform EcritBilanAnnuel.
           display Ecran-Blanc.
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           string "Risques habitation : "
               NbrRisquesHabitation of BilanAnnuel
               delimited by size into LigneBilan
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           string "Nombre de sinistres : " NbrSinistres of BilanAnnuel
               delimited by size into LigneBilan
           end-string.
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           string "Frais juridiques de l'annee : "
               MontantFraisJuridiques of BilanAnnuel
               delimited by size into LigneBilan
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           string "Provisions contentieux : "
               MontantProvContentieux of BilanAnnuel
               delimited by size into LigneBilan
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           string "Taux de sinistralite frais inclus (%) : "
               TauxSinistraliteFrais of BilanAnnuel
               delimited by size into LigneBilan
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           write Enr-FichierBilanAnnuel from LigneBilan.
           move spaces to LigneBilan.
           string "Repartition par type de sinistre :"
           end-string.
           write Enr-FichierBilanAnnuel from LigneBilan.
           perform EcritRepartitionType varying IndiceType from 1 by 1
               until IndiceType > 9.
           close FichierBilanAnnuel.

      *---- Ligne de detail (nombre et montant) d'un type de sinistre.
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
      *----- Fin du bilan annuel consolide
      *-------------------------------------------------------------------------------------
