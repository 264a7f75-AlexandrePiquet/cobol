            10 CodeDevise  sql char(3).
            10 NConducteur sql char-varying(25).
            10 MontNet     pic 9(8)V99.
            10 TauxResp    pic 9(3).
      * Gestionnaire affecte au dossier (regles AffectationGestion).
            10 GestionSin  sql char-varying(10).
      *---- Taux de responsabilite ressaisi (0, 50 ou 100 ; vide = 100).
       77 TauxRespSaisi pic x(3).

       01 Mouvement.
            10 NAssur      SQL CHAR-VARYING(5).
       77 NbSinistreExistant pic 9(4).
       77 NbModeleExistant  pic 9(4).
       77 FranchiseApplicable pic 9(6)V99.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.

       77 DateCalendrierValide  pic 9.
       77 NbrJoursDuMois        pic 99.
               background-color is CouleurFond.
           10 line 10 col 2  value "Numero sinistre   :".
           10 line 11 col 2  value "Numero assure     :".
           10 line 12 col 2  value "Type (1-9)        :".
           10 line 13 col 2  value "Immatriculation   :".
           10 line 14 col 2  value "Date (AAAAMMJJ)   :".
           10 line 15 col 2  value "Montant (centimes):".
           10 line 17 col 2  value "Provision (cent.) :".
           10 line 18 col 2  value "Devise            :".
           10 line 19 col 2  value "Conducteur        :".
           10 line 20 col 2  value "Responsab. 0/50/100:".

      *---- Ressaisie des champs d'un mouvement rejete.
       01 T-SaisieMouvRejet foreground-color is CouleurTexte
           accept MontProvision of SinistreDonne line 17 col 23.
           accept CodeDevise of SinistreDonne line 18 col 23.
           accept NConducteur of SinistreDonne line 19 col 23.
           move spaces to TauxRespSaisi.
           accept TauxRespSaisi line 20 col 23.
           perform ValideSinistreRejoue.
           if LigneRejetee = 1
               display T-RejetInvalide
                   to MotifRejet
               exit paragraph
           end-if.
           if TypeSin of SinistreDonne < "1" or
              TypeSin of SinistreDonne > "9"
               move 1 to LigneRejetee
               move "Type de sinistre invalide" to MotifRejet
               exit paragraph
               move "Devise inconnue" to MotifRejet
               exit paragraph
           end-if.
           evaluate TauxRespSaisi
               when spaces
               when "100"
                   move 100 to TauxResp of SinistreDonne
               when "50"
               when "050"
                   move 50 to TauxResp of SinistreDonne
               when "0"
               when "00"
               when "000"
                   move 0 to TauxResp of SinistreDonne
               when other
                   move 1 to LigneRejetee
                   move "Taux de responsabilite invalide"
                       to MotifRejet
                   exit paragraph
           end-evaluate.
           perform ControlePeriodeClose.
           if LigneRejetee = 1
               exit paragraph
                       * TauxDeviseCourant
           end-if.
           perform CalculeIndemniteNette.
           perform AffecteGestionnaire.
           exec sql
                INSERT INTO Sinistre
                    (SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin,
                     SStatut,SProvision,SDevise,STauxConv,
                     SConducteur,SMontNet,SResponsabilite,
                     SGestionnaire,SBranche,SPolice,
                     SVetuste,SCategVetuste,SDateImport,SSociete)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                     :SinistreDonne.MontProvision,
                     :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                     :SinistreDonne.NConducteur,
                     :SinistreDonne.MontNet,:SinistreDonne.TauxResp,
                     :SinistreDonne.GestionSin,
                     case when :SinistreDonne.TypeSin > '4' then 'MRH'
                          else 'AUT' end,
                     isnull((select max(VPolice) from Vehicule
                                 where VAssur = :SinistreDonne.NAssur
                                   and VImma = :SinistreDonne.NImma),
                            (select max(HPolice) from Habitation
                                 where HAssur = :SinistreDonne.NAssur
                                   and HRisque = :SinistreDonne.NImma)),
                     :MontVetuste,:CategVetuste,
                     convert(int,convert(char(8),getdate(),112)),
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :SinistreDonne.NAssur))
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSql
               perform MajCumulAssure
           end-if.

      *---- Gestionnaire du nouveau sinistre : regle de l'agence de
      *---- l'assure pour ce type de sinistre, a defaut regle de
      *---- l'agence pour tous types (*) ; sans regle le dossier reste
      *---- non affecte et apparait comme tel dans la charge.
       AffecteGestionnaire.
           move spaces to GestionSin of SinistreDonne.
           exec sql
               select top 1 AfGestionnaire
                   into :SinistreDonne.GestionSin
                   from AffectationGestion
                   inner join Assure on AAgence = AfAgence
                   where AAssur = :SinistreDonne.NAssur
                     and AfTypeSin in (:SinistreDonne.TypeSin,'*')
                   order by AfTypeSin desc
           end-exec.
           if SQLCODE not = 0
               move spaces to GestionSin of SinistreDonne
           end-if.

      *---- Mise a jour des cumuls par assure, comme a l'import.
       MajCumulAssure.
           move 0 to NbCumulExistant.
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

      *---- Vetuste, comme a l'import : categorie de pieces selon le
      *---- type (DOM, VEH, VIT), taux de la grille selon l'age du
      *---- vehicule a la date du sinistre.
       CalculeVetuste.
           move 0 to TauxVetuste.
           move 0 to MontVetuste.
           evaluate TypeSin of SinistreDonne
               when '1'
                   move "DOM" to CategVetuste
               when '2'
                   move "VEH" to CategVetuste
               when '3'
                   move "VIT" to CategVetuste
               when other
                   move spaces to CategVetuste
           end-evaluate.
           if CategVetuste = spaces
               exit paragraph
           end-if.
           perform LitTauxVetuste.
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

      *---- Ressaisie et revalidation d'un mouvement rejete, puis
                   from Periode
                   where PAnneeMois = :PeriodeTest
                     and PStatut = 1
                     and isnull(PSociete,'01') =
                         (select isnull(max(ASociete),'01')
                              from Assure
                              where AAssur = :SinistreDonne.NAssur)
           end-exec.
           if NbPeriodeClose > 0
               move 1 to LigneRejetee
