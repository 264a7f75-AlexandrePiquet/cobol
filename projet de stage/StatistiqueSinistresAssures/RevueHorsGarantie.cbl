       program-id. RevueHorsGarantie as
           "StatistiqueSinistresAssures.RevueHorsGarantie".

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

      *---- Sinistre mis en revue par l'import ou par la declaration au
      *---- guichet : vehicule hors du parc de l'assure a la date du
      *---- sinistre. Montants deja en euros.
       01 SinistreDonne.
            10 NSin        sql char-varying(6).
            10 NAssur      sql char-varying(5).
            10 TypeSin     sql char(1).
            10 NImma       sql char-varying(9).
            10 DateSin     sql char-varying(8).
            10 MontSin     pic 9(8)V99.
            10 StatutSin   pic 9.
            10 MontProvision pic 9(8)V99.
            10 CodeDevise  sql char(3).
            10 NConducteur sql char-varying(25).
            10 MontNet     pic 9(8)V99.
            10 TauxResp    pic 9(3).
      * Gestionnaire affecte au dossier (regles AffectationGestion).
            10 GestionSin  sql char-varying(10).
      * Vol du vehicule et reference du depot de plainte.
           10 VolSin      pic 9.
           10 RefPlainte  sql char-varying(20).
       77 TauxDeviseCourant pic 9(3)V9999.
       77 MotifHorsGarantie sql char-varying(40).
       77 OrigineHorsGarantie pic x.
       77 DateDetectionHg  pic 9(8).
       77 FranchiseApplicable pic 9(6)V99.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.
       77 NbCumulExistant pic 9(4).
       77 NbSinistreExistant pic 9(4).

       77 ChoixDecision pic x.
       77 DateDecision  pic 9(8).
       77 ErreurSql     pic 9.

       01 BilanRevue.
           05 NbrAdmis    pic 9(4).
           05 NbrRefuses  pic 9(4).
           05 NbrLaisses  pic 9(4).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1 : trace sur chaque decision.
       77 OperateurCourant pic x(10).

       77 EoDB pic 9.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

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

      *---- Fiche du sinistre en revue et saisie de la decision.
       01 T-FicheRevue foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 18 value "Revue des sinistres hors garantie".
           10 line 3  col 2  value "Sinistre".
           10 line 3  col 24 from NSin of SinistreDonne.
           10 line 4  col 2  value "Assure".
           10 line 4  col 24 from NAssur of SinistreDonne.
           10 line 5  col 2  value "Immatriculation".
           10 line 5  col 24 from NImma of SinistreDonne.
           10 line 6  col 2  value "Type".
           10 line 6  col 24 from TypeSin of SinistreDonne.
           10 line 7  col 2  value "Date du sinistre".
           10 line 7  col 24 from DateSin of SinistreDonne.
           10 line 8  col 2  value "Montant (EUR)".
           10 line 8  col 24 from MontSin of SinistreDonne
               pic Z(7)9,99.
           10 line 9  col 2  value "Origine".
           10 line 9  col 24 from OrigineHorsGarantie.
           10 line 10 col 2  value "Detecte le".
           10 line 10 col 24 from DateDetectionHg.
           10 line 11 col 2  value "Motif".
           10 line 11 col 24 from MotifHorsGarantie.
           10 line 12 col 2  value "Responsabilite (%)".
           10 line 12 col 24 from TauxResp of SinistreDonne.
           10 line 13 col 2
               value "[A]dmettre [R]efuser [S]uivant [M]enu :".

       01 T-DejaAdmis foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 15 col 2
               value "Sinistre deja present en base : refuse.".
           10 line 16 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de la session de revue
       01  T-BilanRevue foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Revue des sinistres hors garantie".
           05 line 3 col 2  value "Sinistres admis".
           05 line 3 col 30 from NbrAdmis of BilanRevue pic Z(3)9.
           05 line 4 col 2  value "Sinistres refuses".
           05 line 4 col 30 from NbrRefuses of BilanRevue pic Z(3)9.
           05 line 5 col 2  value "Laisses en revue".
           05 line 5 col 30 from NbrLaisses of BilanRevue pic Z(3)9.
           05 line 7 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Revue des sinistres hors garantie : les sinistres dont le
      *----- vehicule n'etait pas au parc de l'assure a la date du
      *----- sinistre sont ecartes par l'import et par la declaration
      *----- au guichet dans la table SinistreHorsGarantie. Un
      *----- superviseur les admet (le sinistre est alors cree comme a
      *----- l'import, indemnite nette et cumuls compris) ou les refuse.
      *----- Chaque decision porte l'operateur et la date.
      *-------------------------------------------------------------------------------------
       GestionRevue.
           perform GestionRevue-Init.
           perform GestionRevue-Trt until EoDB=1.
           perform GestionRevue-Fin.

       GestionRevue-Init.
           move 0 to EoDB.
           initialize BilanRevue.
           accept DateDecision from date yyyymmdd.
           perform LireOperateurSession.
      **** Création du curseur : sinistres en attente de decision, dans
      **** l'ordre de detection.
           exec sql
               Declare Revue-Cursor cursor for
                   select HgNSin,HgNAssur,HgTypeSin,HgNImma,HgDateSin,
                          HgMontSin,HgStatut,HgProvision,HgDevise,
                          HgTauxConv,HgConducteur,HgMotif,HgOrigine,
                          HgDateDetect,isnull(HgResponsabilite,100),
                          isnull(HgVol,0),isnull(HgRefPlainte,' ')
                       from SinistreHorsGarantie
                       where HgDecision = 0
                       order by HgDateDetect,HgNSin
           end-exec.
           exec sql
               open Revue-Cursor
           end-exec.

       GestionRevue-Trt.
           exec sql
               fetch Revue-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                   :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                   :SinistreDonne.StatutSin,
                   :SinistreDonne.MontProvision,
                   :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                   :SinistreDonne.NConducteur,:MotifHorsGarantie,
                   :OrigineHorsGarantie,:DateDetectionHg,
                   :SinistreDonne.TauxResp,:SinistreDonne.VolSin,
                   :SinistreDonne.RefPlainte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform DecideRevue
           end-if.

       DecideRevue.
           display Ecran-Blanc.
           display T-FicheRevue.
           move "S" to ChoixDecision.
           accept ChoixDecision line 13 col 43.
           evaluate ChoixDecision
               when "A" when "a"
                   perform AdmetSinistre
               when "R" when "r"
                   perform RefuseSinistre
               when "M" when "m"
                   move 1 to EoDB
               when other
                   add 1 to NbrLaisses of BilanRevue
           end-evaluate.

      *---- Admission : le sinistre est cree par le meme chemin que
      *---- l'import, puis la revue est marquee admise. Un sinistre deja
      *---- present en base (reimporte entre-temps) est refuse.
       AdmetSinistre.
           move 0 to NbSinistreExistant.
           exec sql
               select count(*) into :NbSinistreExistant
                   from Sinistre
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           if NbSinistreExistant > 0
               display T-DejaAdmis
               accept OptionChoisie
               perform RefuseSinistre
               exit paragraph
           end-if.
           move 0 to ErreurSql.
           perform CalculeIndemniteNette.
           perform AffecteGestionnaire.
           exec sql
                INSERT INTO Sinistre
                    (SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin,
                     SStatut,SProvision,SDevise,STauxConv,
                     SConducteur,SMontNet,SResponsabilite,
                     SGestionnaire,SBranche,SPolice,
                     SVetuste,SCategVetuste,SDateImport,SSociete,
                     SVol,SRefPlainte)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                     :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                     :SinistreDonne.StatutSin,
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
                          where AAssur = :SinistreDonne.NAssur),
                     :SinistreDonne.VolSin,
                     nullif(:SinistreDonne.RefPlainte,' '))
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurSql
           else
               perform MajCumulAssure
           end-if.
           if ErreurSql = 1
               exec sql
                   rollback
               end-exec
               add 1 to NbrLaisses of BilanRevue
               exit paragraph
           end-if.
           exec sql
               update SinistreHorsGarantie
                   set HgDecision = 1,
                       HgOperateur = :OperateurCourant,
                       HgDateDecision = :DateDecision
                   where HgNSin = :SinistreDonne.NSin
                     and HgNAssur = :SinistreDonne.NAssur
                     and HgDecision = 0
           end-exec.
           exec sql
               commit
           end-exec.
           add 1 to NbrAdmis of BilanRevue.

      *---- Refus : la revue est marquee refusee, aucun sinistre n'est
      *---- cree.
       RefuseSinistre.
           exec sql
               update SinistreHorsGarantie
                   set HgDecision = 2,
                       HgOperateur = :OperateurCourant,
                       HgDateDecision = :DateDecision
                   where HgNSin = :SinistreDonne.NSin
                     and HgNAssur = :SinistreDonne.NAssur
                     and HgDecision = 0
           end-exec.
           exec sql
               commit
           end-exec.
           add 1 to NbrRefuses of BilanRevue.

      *---- Indemnite nette, comme a l'import.
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

      *---- Mise a jour des cumuls par assure, comme a l'import.
       MajCumulAssure.
           move 0 to NbCumulExistant.
           exec sql
               select count(*) into :NbCumulExistant
                   from CumulAssure
                   where CaAssur = :SinistreDonne.NAssur
           end-exec.
           if NbCumulExistant = 0
               exec sql
                   insert into CumulAssure
                       (CaAssur,CaNbr1,CaMont1,CaNbr2,CaMont2,
                        CaNbr3,CaMont3,CaNbr4,CaMont4)
                   values
                       (:SinistreDonne.NAssur,0,0,0,0,0,0,0,0)
               end-exec
           end-if.
           evaluate TypeSin of SinistreDonne
               when "1"
                   exec sql
                       update CumulAssure
                           set CaNbr1 = CaNbr1 + 1,
                               CaMont1 = CaMont1
                                   + :SinistreDonne.MontSin
                           where CaAssur = :SinistreDonne.NAssur
                   end-exec
               when "2"
                   exec sql
                       update CumulAssure
                           set CaNbr2 = CaNbr2 + 1,
                               CaMont2 = CaMont2
                                   + :SinistreDonne.MontSin
                           where CaAssur = :SinistreDonne.NAssur
                   end-exec
               when "3"
                   exec sql
                       update CumulAssure
                           set CaNbr3 = CaNbr3 + 1,
                               CaMont3 = CaMont3
                                   + :SinistreDonne.MontSin
                           where CaAssur = :SinistreDonne.NAssur
                   end-exec
               when "4"
                   exec sql
                       update CumulAssure
                           set CaNbr4 = CaNbr4 + 1,
                               CaMont4 = CaMont4
                                   + :SinistreDonne.MontSin
                           where CaAssur = :SinistreDonne.NAssur
                   end-exec
           end-evaluate.
           if SQLCODE < 0
               move 1 to ErreurSql
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

       GestionRevue-Fin.
           exec sql
               close Revue-Cursor
           end-exec.
           display Ecran-Blanc.
           display T-BilanRevue.
           accept OptionChoisie.
           goback.

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
      *----- Fin de la revue des sinistres hors garantie
      *-------------------------------------------------------------------------------------

       end program RevueHorsGarantie.
