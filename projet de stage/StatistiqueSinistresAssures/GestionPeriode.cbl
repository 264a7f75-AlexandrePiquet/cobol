
      *---- Periode comptable mensuelle : une fois close, plus aucun
      *---- import ni maintenance ne peut y ecrire ; la reouverture est
      *---- reservee au superviseur et journalisee. Chaque societe du
      *---- groupe clot ses periodes separement (sans code : 01).
       01 PeriodeDonne.
            10 AnneeMois   pic 9(6).
            10 StatutPer   pic 9.
            10 SocietePer  pic x(2).

       77 NbPeriodeExistante pic 9(4).
      *---- Rapprochement comptable du mois (RapprochementComptable) :
      *---- la cloture exige un rapprochement sans ecart non justifie.
       77 NbRapproValide     pic 9(4).
       77 TypeTrt         pic 9.
       77 LibOperation    pic x(10).
       77 EoDB pic 9.
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : il ne clot que les periodes de sa
      *---- societe ; un operateur du groupe (sans societe) la saisit.
       77 SocieteSession   pic x(2).

      *---- Ligne ecrite dans le journal des clotures et reouvertures de
      *---- periode, sur le modele du journal de MajAssureVehicule.
               value " Periode (AAAAMM) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 6 col 1
               value " Societe (vide=01) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 T-PeriodeEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 7 col 2 value "Periode mise a jour.".
           10 line 8 col 2 value "Appuyez sur Entree pour continuer".

       01 T-RapproNonValide foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 7 col 2
               value "Cloture refusee : mois non rapproche ou ecarts".
           10 line 8 col 2
               value "non justifies (rapprochement comptable).".
           10 line 9 col 2 value "Appuyez sur Entree pour continuer".

      *---- Entete de la liste des periodes
       01  T-EntetePeriodes foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 22 value "Periodes comptables".
           10 line 3 col 2  value "Periode".
           10 line 3 col 14 value "Statut (0=Ouverte 1=Close)".
           10 line 3 col 44 value "Societe".

      *---- Tableau d'affichage : une periode par ligne
       01  T-AffichePeriode foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line NoLigne col 2  from AnneeMois of PeriodeDonne.
           10 line NoLigne col 14 from StatutPer of PeriodeDonne.
           10 line NoLigne col 44 from SocietePer of PeriodeDonne.

       procedure division.

       MajStatutPeriode.
           display M-SaisiePeriode.
           accept AnneeMois of PeriodeDonne line 5 col 22.
           move SocieteSession to SocietePer of PeriodeDonne.
           if SocieteSession = spaces
               accept SocietePer of PeriodeDonne line 6 col 22
           end-if.
           if SocietePer of PeriodeDonne = spaces
               move "01" to SocietePer of PeriodeDonne
           end-if.
           if LibOperation = "CLOTURE"
               perform ControleRapprochement
               if NbRapproValide = 0
                   display T-RapproNonValide
                   accept OptionChoisie
                   exit paragraph
               end-if
               move 1 to StatutPer of PeriodeDonne
           else
               move 0 to StatutPer of PeriodeDonne
               select count(*) into :NbPeriodeExistante
                   from Periode
                   where PAnneeMois = :PeriodeDonne.AnneeMois
                     and isnull(PSociete,'01') =
                         :PeriodeDonne.SocietePer
           end-exec.
           if NbPeriodeExistante > 0
               exec sql
                   update Periode
                       set PStatut = :PeriodeDonne.StatutPer
                       where PAnneeMois = :PeriodeDonne.AnneeMois
                         and isnull(PSociete,'01') =
                             :PeriodeDonne.SocietePer
               end-exec
           else
               exec sql
                   insert into Periode
                       (PAnneeMois,PStatut,PSociete)
                   values
                       (:PeriodeDonne.AnneeMois,
                        :PeriodeDonne.StatutPer,
                        :PeriodeDonne.SocietePer)
               end-exec
           end-if.
           exec sql
           display T-PeriodeEnregistree.
           accept OptionChoisie.

      *---- Le mois ne se clot que rapproche avec le journal
      *---- comptable, tous les ecarts justifies.
       ControleRapprochement.
           move 0 to NbRapproValide.
           exec sql
               select count(*) into :NbRapproValide
                   from RapproComptable
                   where RcSociete = :PeriodeDonne.SocietePer
                     and RcMois = :PeriodeDonne.AnneeMois
                     and RcNonJustifies = 0
           end-exec.

       ListePeriodes.
           display Ecran-Blanc.
           display T-EntetePeriodes.
           move 0 to EoDB.
           exec sql
               Declare Periode-Cursor cursor for
                   select PAnneeMois,PStatut,isnull(PSociete,'01')
                       from Periode
                       where :SocieteSession = ''
                          or isnull(PSociete,'01') = :SocieteSession
                       order by PAnneeMois,3
           end-exec.
           exec sql
               open Periode-Cursor
       ListePeriodes-Trt.
           exec sql
               fetch Periode-Cursor into
                   :PeriodeDonne.AnneeMois,:PeriodeDonne.StatutPer,
                   :PeriodeDonne.SocietePer
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
       TracePeriode.
           open output FichierJournalPeriodes.
           string
               "Date;Heure;Operation;Periode;Operateur;Societe"
               into FichPeriode
           end-string.
           write Enr-FichierJournalPeriodes from FichPeriode.
               ";" LibOperation
               ";" AnneeMois of PeriodeDonne
               ";" OperateurCourant
               ";" SocietePer of PeriodeDonne
               into FichPeriode
           end-string.
           write Enr-FichierJournalPeriodes from FichPeriode.
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

