            10 StatutSin     pic 9.
            10 MontProvision pic 9(8)V99.
      *---- Indemnite nette recalculee sur le cout definitif : cout
      *---- moins la vetuste et la franchise de la garantie du vehicule
      *---- correspondant au type du sinistre, plancher a zero, comme a
      *---- l'import.
            10 MontNet       pic 9(8)V99.
       77 FranchiseApplicable pic 9(6)V99.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.

      *---- Cloture saisie par le gestionnaire : date, cout definitif et
      *---- motif (1 = regle, 2 = sans suite, 3 = contentieux).
            10 DateClot      pic 9(8).
            10 CoutFinal     pic 9(8)V99.
            10 MotifClot     pic 9.
      *---- Categorie de pieces de la vetuste (DOM, VEH, VIT) retenue
      *---- par le gestionnaire ; a blanc, celle du type du sinistre.
            10 CategClot     pic x(3).

       77 EnrTrouve       pic 9.
      *---- Ecart entre le cout definitif saisi et le montant connu,
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Ligne ecrite dans le journal des clotures manuelles, sur le
      *---- meme modele que le journal de MajAssureVehicule.
           05 MotifClotFic pic 9.
       77 FichCloture pic x(60).

      *---- Historique avant/apres des mises a jour (table
      *---- HistoriqueMaj, consultee par HistoriqueFiche) : une ligne
      *---- par champ modifie, avec l'operateur et l'horodatage. La cle
      *---- de la ligne est le numero d'assure, l'immatriculation
      *---- (vehicule et garanties) ou le numero de sinistre.
       01 HistoriqueDonne.
            10 HistTable     sql char-varying(10).
            10 HistCle       sql char-varying(20).
            10 HistChamp     sql char-varying(20).
            10 HistAncien    sql char-varying(40).
            10 HistNouveau   sql char-varying(40).
            10 HistOperateur sql char-varying(10).
            10 HistDate      pic 9(8).
            10 HistHeure     pic 9(8).
            10 HistProgramme sql char-varying(20).
            10 HistCleAssur  sql char-varying(5).
            10 HistCleImma   sql char-varying(9).
            10 HistCleSin    sql char-varying(6).
            10 HistCleCode   pic 9.

      *---- Valeurs du sinistre avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 SinistreAvant.
            10 HsStatut        sql char-varying(40).
            10 HsMontSin       sql char-varying(40).
            10 HsMontNet       sql char-varying(40).
            10 HsVetuste       sql char-varying(40).
            10 HsCategVetuste  sql char-varying(40).
            10 HsProvision     sql char-varying(40).
            10 HsDateClot      sql char-varying(40).
            10 HsMotifClot     sql char-varying(40).
            10 HsReouvert      sql char-varying(40).
            10 HsMotifReouv    sql char-varying(40).
            10 HsDateReouv     sql char-varying(40).
       01 SinistreApres.
            10 HsStatut        sql char-varying(40).
            10 HsMontSin       sql char-varying(40).
            10 HsMontNet       sql char-varying(40).
            10 HsVetuste       sql char-varying(40).
            10 HsCategVetuste  sql char-varying(40).
            10 HsProvision     sql char-varying(40).
            10 HsDateClot      sql char-varying(40).
            10 HsMotifClot     sql char-varying(40).
            10 HsReouvert      sql char-varying(40).
            10 HsMotifReouv    sql char-varying(40).
            10 HsDateReouv     sql char-varying(40).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           10 line 11 col 2  value "Cout definitif         :".
           10 line 12 col 2  value "Motif (1=Regle 2=Sans".
           10 line 13 col 2  value "  suite 3=Contentieux) :".
           10 line 14 col 2  value "Categorie vetuste (DOM".
           10 line 15 col 2  value "  VEH VIT, blanc=type) :".

       01 T-SinistreNonTrouve foreground-color is CouleurTexte
               background-color is CouleurFond.

       01 T-ClotureEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 17 col 2 value "Cout definitif".
           10 line 17 col 24 from CoutFinal of ClotureDonne
               pic Z(6)9,99.
           10 line 18 col 2 value "Vetuste".
           10 line 18 col 24 from MontVetuste pic Z(6)9,99.
           10 line 18 col 36 from CategVetuste.
           10 line 18 col 40 from TauxVetuste pic ZZ9.
           10 line 18 col 43 value "%".
           10 line 19 col 2 value "Franchise".
           10 line 19 col 24 from FranchiseApplicable pic Z(6)9,99.
           10 line 20 col 2 value "Indemnite nette".
           10 line 20 col 24 from MontNet of SinistreDonne
               pic Z(6)9,99.
           10 line 21 col 2 value "Cloture enregistree.".
           10 line 22 col 2 value "Appuyez sur Entree pour continuer".

       01 T-PeriodeClose foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 17 col 2
               value "Periode comptable close : cloture refusee.".
           10 line 18 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.


       ClotureSinistre-Init.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "ClotureSinistre" to HistProgramme of HistoriqueDonne.
           open output FichierClotureSin.
           string
               "Date;Heure;Cle;Motif;Operateur"
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
                     and SStatut = 0
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE = 0
               move 1 to EnrTrouve
           accept DateClot  of ClotureDonne line 10 col 28.
           accept CoutFinal of ClotureDonne line 11 col 28.
           accept MotifClot of ClotureDonne line 13 col 28.
           move spaces to CategClot of ClotureDonne.
           accept CategClot of ClotureDonne line 15 col 28.
           inspect CategClot of ClotureDonne converting
               "domvehit" to "DOMVEHIT".

      *---- Une cloture datee d'un mois deja publie est refusee.
       ControlePeriodeClose.
                   from Periode
                   where PAnneeMois = :PeriodeTest
                     and PStatut = 1
                     and isnull(PSociete,'01') =
                         (select isnull(max(ASociete),'01')
                              from Assure
                              where AAssur = :SinistreDonne.NAssur)
           end-exec.

      *---- Passage du sinistre a l'etat clos : il disparait du bilan des
      *---- sinistres en cours, la provision restant due tombe a zero.
       EnrCloture.
           perform CalculeIndemniteNette.
           move NSin of SinistreDonne to HistCleSin of HistoriqueDonne.
           move NAssur of SinistreDonne
               to HistCleAssur of HistoriqueDonne.
           perform LitSinistreHist.
           move SinistreApres to SinistreAvant.
           exec sql
               update Sinistre
                   set SStatut = 1,
                       SMontSin = :ClotureDonne.CoutFinal,
                       SMontNet = :SinistreDonne.MontNet,
                       SVetuste = :MontVetuste,
                       SCategVetuste = :CategVetuste,
                       SProvision = 0,
                       SDateClot = :ClotureDonne.DateClot,
                       SMotifClot = :ClotureDonne.MotifClot
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           perform AjusteCumulAssure.
           perform LitSinistreHist.
           perform HistoriseSinistre.
           exec sql
               commit
           end-exec.
           accept OptionChoisie.

      *---- Indemnite nette sur le cout definitif, comme a l'import :
      *---- cout moins la vetuste, puis moins la franchise de la
      *---- garantie du vehicule dont le code correspond au type du
      *---- sinistre, plancher a zero.
       CalculeIndemniteNette.
           move 0 to FranchiseApplicable.
           exec sql
           if SQLCODE not = 0
               move 0 to FranchiseApplicable
           end-if.
           perform CalculeVetuste.
           if FranchiseApplicable + MontVetuste
                   > CoutFinal of ClotureDonne
               move 0 to MontNet of SinistreDonne
           else
               compute MontNet of SinistreDonne =
                   CoutFinal of ClotureDonne - MontVetuste
                       - FranchiseApplicable
           end-if.

      *---- Vetuste sur le cout definitif : categorie saisie par le
      *---- gestionnaire, a defaut celle du type (DOM, VEH, VIT), taux
      *---- de la grille selon l'age du vehicule a la date du sinistre.
       CalculeVetuste.
           move 0 to TauxVetuste.
           move 0 to MontVetuste.
           move CategClot of ClotureDonne to CategVetuste.
           if CategVetuste = spaces
               evaluate TypeSin of SinistreDonne
                   when '1'
                       move "DOM" to CategVetuste
                   when '2'
                       move "VEH" to CategVetuste
                   when '3'
                       move "VIT" to CategVetuste
                   when other
                       move spaces to CategVetuste
               end-evaluate
           end-if.
           if CategVetuste = spaces
               exit paragraph
           end-if.
           perform LitTauxVetuste.
           compute MontVetuste rounded =
               CoutFinal of ClotureDonne * TauxVetuste / 100.

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

      *---- L'ecart entre le cout definitif et le montant remplace est
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


      *---- Relecture des valeurs du sinistre pour l'historique.
       LitSinistreHist.
           initialize SinistreApres.
           exec sql
               select isnull(convert(varchar(40),SStatut),' '),
                      isnull(convert(varchar(40),SMontSin),' '),
                      isnull(convert(varchar(40),SMontNet),' '),
                      isnull(convert(varchar(40),SVetuste),' '),
                      isnull(convert(varchar(40),SCategVetuste),' '),
                      isnull(convert(varchar(40),SProvision),' '),
                      isnull(convert(varchar(40),SDateClot),' '),
                      isnull(convert(varchar(40),SMotifClot),' '),
                      isnull(convert(varchar(40),SReouvert),' '),
                      isnull(convert(varchar(40),SMotifReouv),' '),
                      isnull(convert(varchar(40),SDateReouv),' ')
                   into :SinistreApres.HsStatut,
                        :SinistreApres.HsMontSin,
                        :SinistreApres.HsMontNet,
                        :SinistreApres.HsVetuste,
                        :SinistreApres.HsCategVetuste,
                        :SinistreApres.HsProvision,
                        :SinistreApres.HsDateClot,
                        :SinistreApres.HsMotifClot,
                        :SinistreApres.HsReouvert,
                        :SinistreApres.HsMotifReouv,
                        :SinistreApres.HsDateReouv
                   from Sinistre
                   where SNSin = :HistoriqueDonne.HistCleSin
                     and SNAssur = :HistoriqueDonne.HistCleAssur
           end-exec.
           if SQLCODE not = 0
               initialize SinistreApres
           end-if.

      *---- Une ligne d'historique par champ du sinistre modifie.
       HistoriseSinistre.
           move "Sinistre" to HistTable of HistoriqueDonne.
           move HistCleSin of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move "SStatut" to HistChamp of HistoriqueDonne.
           move HsStatut of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsStatut of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMontSin" to HistChamp of HistoriqueDonne.
           move HsMontSin of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMontSin of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMontNet" to HistChamp of HistoriqueDonne.
           move HsMontNet of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMontNet of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SVetuste" to HistChamp of HistoriqueDonne.
           move HsVetuste of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsVetuste of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SCategVetuste" to HistChamp of HistoriqueDonne.
           move HsCategVetuste of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsCategVetuste of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SProvision" to HistChamp of HistoriqueDonne.
           move HsProvision of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsProvision of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SDateClot" to HistChamp of HistoriqueDonne.
           move HsDateClot of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsDateClot of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMotifClot" to HistChamp of HistoriqueDonne.
           move HsMotifClot of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMotifClot of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SReouvert" to HistChamp of HistoriqueDonne.
           move HsReouvert of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsReouvert of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMotifReouv" to HistChamp of HistoriqueDonne.
           move HsMotifReouv of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMotifReouv of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SDateReouv" to HistChamp of HistoriqueDonne.
           move HsDateReouv of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsDateReouv of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

      *---- Ecriture d'une ligne d'historique, si la valeur a change.
       EcritHistorique.
           if HistAncien of HistoriqueDonne
                   = HistNouveau of HistoriqueDonne
               exit paragraph
           end-if.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               values
                   (:HistoriqueDonne.HistTable,
                    :HistoriqueDonne.HistCle,
                    :HistoriqueDonne.HistChamp,
                    :HistoriqueDonne.HistAncien,
                    :HistoriqueDonne.HistNouveau,
                    :HistoriqueDonne.HistOperateur,
                    :HistoriqueDonne.HistDate,
                    :HistoriqueDonne.HistHeure,
                    :HistoriqueDonne.HistProgramme)
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Fin de la cloture manuelle des sinistres
      *-------------------------------------------------------------------------------------
