       program-id. DatamartSinistres as
           "StatistiqueSinistresAssures.DatamartSinistres".

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

      *---- Table de synthese SinistreMois : une ligne par mois de
      *---- survenance (AAAAMM), societe, type de sinistre, agence,
      *---- branche, segment de risque (classe, option dommages,
      *---- puissance) et modele, avec le nombre de sinistres, les
      *---- montants bruts et nets, les provisions, le produit des
      *---- epaves, le cout des vehicules de remplacement et les
      *---- reglements. Elle est lue par les statistiques
      *---- (SinistreParMois, BurningCost, StatistiqueModele,
      *---- BilanAnnuel, BudgetAgence) a la place du detail.
       01 MoisDonne.
            10 MoisDm       sql char-varying(6).

      *---- Totaux d'un mois : detail (Sinistre, Reglement) et table
      *---- de synthese, pour le rapprochement.
       01 RapprochementMois.
            10 MoisRap      sql char-varying(6).
            10 NbrDetail    pic 9(7).
            10 NbrSynthese  pic 9(7).
            10 BrutDetail   pic 9(11)V99.
            10 BrutSynthese pic 9(11)V99.
            10 NetDetail    pic 9(11)V99.
            10 NetSynthese  pic 9(11)V99.
            10 ProvDetail   pic 9(11)V99.
            10 ProvSynthese pic 9(11)V99.
            10 RegDetail    pic 9(11)V99.
            10 RegSynthese  pic 9(11)V99.

      *---- Totaux generaux du rapprochement (ligne TOTAL).
       01 TotalRapprochement.
            10 TotNbrDetail    pic 9(9).
            10 TotNbrSynthese  pic 9(9).
            10 TotBrutDetail   pic 9(13)V99.
            10 TotBrutSynthese pic 9(13)V99.
            10 TotNetDetail    pic 9(13)V99.
            10 TotNetSynthese  pic 9(13)V99.
            10 TotProvDetail   pic 9(13)V99.
            10 TotProvSynthese pic 9(13)V99.
            10 TotRegDetail    pic 9(13)V99.
            10 TotRegSynthese  pic 9(13)V99.

      *---- Mois en ecart, recalcules apres la fermeture du curseur de
      *---- rapprochement.
       01 TableMoisEcart.
            05 MoisEcart pic x(6) occurs 600.
       77 NbrMoisEcart pic 9(3).
       77 IndiceEcart  pic 9(3).

       01 BilanDatamart.
           05 NbrMoisRafraichis  pic 9(5).
           05 NbrMoisRapproches  pic 9(5).
           05 NbrMoisCorriges    pic 9(5).
           05 NbrMoisEnEcart     pic 9(5).

       01 FichRapprochement pic x(250).
       77 EtatRapprochement pic x(13).

       77 DateTraitement pic 9(8).
       77 TypeTrt pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).
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

       01 M-ChoixDatamart
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Datamart : 1=Sinistres du jour 2=Reconstruction"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 3=Rapprochement 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du rafraichissement et du rapprochement
       01  T-BilanDatamart foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Datamart mensuel des sinistres".
           05 line 3 col 2  value "Mois rafraichis".
           05 line 3 col 30 from NbrMoisRafraichis of BilanDatamart
               pic Z(4)9.
           05 line 4 col 2  value "Mois rapproches".
           05 line 4 col 30 from NbrMoisRapproches of BilanDatamart
               pic Z(4)9.
           05 line 5 col 2  value "Ecarts corriges".
           05 line 5 col 30 from NbrMoisCorriges of BilanDatamart
               pic Z(4)9.
           05 line 6 col 2  value "Ecarts restants".
           05 line 6 col 30 from NbrMoisEnEcart of BilanDatamart
               pic Z(4)9.
           05 line 8 col 2  value "Rapprochement dans".
           05 line 9 col 2  value "RapprochementDatamart.csv".
           05 line 11 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Datamart mensuel des sinistres : la table SinistreMois est
      *----- alimentee chaque nuit (BATCH) pour les seuls mois des
      *----- sinistres importes dans la journee, puis rapprochee du
      *----- detail (Sinistre, Reglement) mois par mois ; un mois en
      *----- ecart (sinistre modifie, reglement, saisie hors import)
      *----- est recalcule. La reconstruction complete reprend toute
      *----- la table, par exemple apres un changement d'agence ou de
      *----- vehicule qui deplace des sinistres d'un axe a l'autre.
      *-------------------------------------------------------------------------------------
       GestionDatamart.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanDatamart.
           accept DateTraitement from date yyyymmdd.
           if ModeExecution = "BATCH"
               perform RafraichitSinistresJour
               perform RapprocheDatamart
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixDatamart.
           accept TypeTrt line 3 col 30.
           evaluate TypeTrt
               when 1
                   perform RafraichitSinistresJour
                   perform AfficheBilanDatamart
               when 2
                   perform ReconstruitDatamart
                   perform AfficheBilanDatamart
               when 3
                   perform RapprocheDatamart
                   perform AfficheBilanDatamart
               when other
                   continue
           end-evaluate.
           goback.

       AfficheBilanDatamart.
           display Ecran-Blanc.
           display T-BilanDatamart.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Rafraichissement incremental : seuls les mois de survenance
      *----- des sinistres importes ce jour (SDateImport) sont
      *----- recalcules.
      *-------------------------------------------------------------------------------------
       RafraichitSinistresJour.
           move 0 to NbrMoisEcart.
           move 0 to EoDB.
           exec sql
               Declare MoisJour-Cursor cursor for
                   select distinct left(convert(char(8),SDateSin),6)
                       from Sinistre
                       where SDateImport = :DateTraitement
           end-exec.
           exec sql
               open MoisJour-Cursor
           end-exec.
           perform RafraichitSinistresJour-Trt until EoDB = 1.
           exec sql
               close MoisJour-Cursor
           end-exec.
           perform RafraichitMoisRetenu
               varying IndiceEcart from 1 by 1
               until IndiceEcart > NbrMoisEcart.
           move 0 to NbrMoisEcart.

       RafraichitSinistresJour-Trt.
           exec sql
               fetch MoisJour-Cursor into :MoisDonne.MoisDm
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform RetientMoisEcart
           end-if.

      *---- Mois a recalculer, gardes en memoire (la table est alimentee
      *---- une fois le curseur ferme).
       RetientMoisEcart.
           if NbrMoisEcart < 600
               add 1 to NbrMoisEcart
               move MoisDm of MoisDonne to MoisEcart(NbrMoisEcart)
           end-if.

       RafraichitMoisRetenu.
           move MoisEcart(IndiceEcart) to MoisDm of MoisDonne.
           perform RafraichitMois.

      *-------------------------------------------------------------------------------------
      *----- Recalcul d'un mois de survenance : les lignes du mois sont
      *----- supprimees puis regenerees en un seul ordre ensembliste.
      *----- Vehicule rattache par l'immatriculation et l'assure ; un
      *----- sinistre sans vehicule (habitation) a un segment a zero.
      *-------------------------------------------------------------------------------------
       RafraichitMois.
           exec sql
               delete from SinistreMois
                   where SmMois = :MoisDonne.MoisDm
           end-exec.
           exec sql
               insert into SinistreMois
                   (SmMois,SmSociete,SmTypeSin,SmAgence,SmBranche,
                    SmRisq,SmDom,SmPuiss,SmVehicule,SmModele,SmNbr,
                    SmMontBrut,SmMontNet,SmProvision,SmEpave,
                    SmLocation,SmReglements,SmDateMaj)
               select SdMois,isnull(SSociete,'01'),STypeSin,
                      isnull(AAgence,' '),
                      isnull(SBranche,'AUT'),isnull(VRisq,0),
                      isnull(VDom,0),isnull(VPuiss,0),
                      case when VRisq is null then 0 else 1 end,
                      isnull(VModele,' '),count(*),sum(SMontSin),
                      sum(isnull(SMontNet,0)),sum(isnull(SProvision,0)),
                      sum(isnull(SMontEpave,0)),sum(SdLocation),
                      sum(SdRegle),:DateTraitement
                   from (select left(convert(char(8),SDateSin),6)
                                    as SdMois,
                                SNAssur,SNImma,STypeSin,SBranche,
                                SSociete,
                                SMontSin,SMontNet,SProvision,SMontEpave,
                                isnull((select sum(LrCoutSinistre)
                                    from LocationRemplacement
                                    where LrNSin = SNSin
                                      and LrNAssur = SNAssur),0)
                                    as SdLocation,
                                isnull((select sum(RMontPaie)
                                    from Reglement
                                    where RNSin = SNSin
                                      and RNAssur = SNAssur),0)
                                    as SdRegle
                           from Sinistre
                           where left(convert(char(8),SDateSin),6)
                                 = :MoisDonne.MoisDm) as Sd
                   left join Assure on AAssur = SNAssur
                   left join Vehicule on VImma = SNImma
                                     and VAssur = SNAssur
                   group by SdMois,isnull(SSociete,'01'),STypeSin,
                            AAgence,SBranche,VRisq,VDom,VPuiss,VModele
           end-exec.
           exec sql
               commit
           end-exec.
           add 1 to NbrMoisRafraichis of BilanDatamart.

      *-------------------------------------------------------------------------------------
      *----- Reconstruction complete de la table de synthese.
      *-------------------------------------------------------------------------------------
       ReconstruitDatamart.
           move 0 to NbrMoisEcart.
           move 0 to EoDB.
           exec sql
               delete from SinistreMois
           end-exec.
           exec sql
               commit
           end-exec.
           exec sql
               Declare MoisTous-Cursor cursor for
                   select distinct left(convert(char(8),SDateSin),6)
                       from Sinistre
           end-exec.
           exec sql
               open MoisTous-Cursor
           end-exec.
           perform ReconstruitDatamart-Trt until EoDB = 1.
           exec sql
               close MoisTous-Cursor
           end-exec.
           perform RafraichitMoisRetenu
               varying IndiceEcart from 1 by 1
               until IndiceEcart > NbrMoisEcart.
           move 0 to NbrMoisEcart.
           perform RapprocheDatamart.

       ReconstruitDatamart-Trt.
           exec sql
               fetch MoisTous-Cursor into :MoisDonne.MoisDm
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform RetientMoisEcart
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Rapprochement de la table de synthese avec le detail :
      *----- nombre de sinistres, montants bruts et nets, provisions et
      *----- reglements, mois par mois, plus une ligne TOTAL. Un mois en
      *----- ecart est recalcule puis controle a nouveau ; il reste
      *----- signale ECART s'il ne se rapproche toujours pas.
      *-------------------------------------------------------------------------------------
       RapprocheDatamart.
           move 0 to NbrMoisEcart.
           move 0 to EoDB.
           initialize TotalRapprochement.
           open output FichierRapprochementDatamart.
           move spaces to FichRapprochement.
           string
               "Mois;NbrDetail;NbrDatamart;BrutDetail;BrutDatamart;"
               "NetDetail;NetDatamart;ProvDetail;ProvDatamart;"
               "RegleDetail;RegleDatamart;Etat"
               delimited by size into FichRapprochement
           end-string.
           write Enr-FichierRapprochementDatamart
               from FichRapprochement.
           exec sql
               Declare Rapprochement-Cursor cursor for
                   select isnull(DtMois,DmMois),
                          isnull(DtNbr,0),isnull(DmNbr,0),
                          isnull(DtBrut,0),isnull(DmBrut,0),
                          isnull(DtNet,0),isnull(DmNet,0),
                          isnull(DtProv,0),isnull(DmProv,0),
                          isnull(DtRegle,0),isnull(DmRegle,0)
                       from (select SdMois as DtMois,
                                    count(*) as DtNbr,
                                    sum(SMontSin) as DtBrut,
                                    sum(isnull(SMontNet,0)) as DtNet,
                                    sum(isnull(SProvision,0)) as DtProv,
                                    sum(SdRegle) as DtRegle
                               from (select left(convert(char(8),
                                                SDateSin),6) as SdMois,
                                            SMontSin,SMontNet,
                                            SProvision,
                                            isnull((select
                                                sum(RMontPaie)
                                                from Reglement
                                                where RNSin = SNSin
                                                  and RNAssur = SNAssur
                                                ),0) as SdRegle
                                       from Sinistre) as Sd
                               group by SdMois) as Dt
                       full outer join
                            (select SmMois as DmMois,
                                    sum(SmNbr) as DmNbr,
                                    sum(SmMontBrut) as DmBrut,
                                    sum(SmMontNet) as DmNet,
                                    sum(SmProvision) as DmProv,
                                    sum(SmReglements) as DmRegle
                               from SinistreMois
                               group by SmMois) as Dm
                            on DmMois = DtMois
                       order by 1
           end-exec.
           exec sql
               open Rapprochement-Cursor
           end-exec.
           perform RapprocheDatamart-Trt until EoDB = 1.
           exec sql
               close Rapprochement-Cursor
           end-exec.
           perform CorrigeMoisEcart
               varying IndiceEcart from 1 by 1
               until IndiceEcart > NbrMoisEcart.
           perform EnrTotalRapprochement.
           close FichierRapprochementDatamart.

       RapprocheDatamart-Trt.
           exec sql
               fetch Rapprochement-Cursor into
                   :RapprochementMois.MoisRap,
                   :RapprochementMois.NbrDetail,
                   :RapprochementMois.NbrSynthese,
                   :RapprochementMois.BrutDetail,
                   :RapprochementMois.BrutSynthese,
                   :RapprochementMois.NetDetail,
                   :RapprochementMois.NetSynthese,
                   :RapprochementMois.ProvDetail,
                   :RapprochementMois.ProvSynthese,
                   :RapprochementMois.RegDetail,
                   :RapprochementMois.RegSynthese
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrMoisRapproches of BilanDatamart.
           if NbrDetail of RapprochementMois
                   = NbrSynthese of RapprochementMois
              and BrutDetail of RapprochementMois
                   = BrutSynthese of RapprochementMois
              and NetDetail of RapprochementMois
                   = NetSynthese of RapprochementMois
              and ProvDetail of RapprochementMois
                   = ProvSynthese of RapprochementMois
              and RegDetail of RapprochementMois
                   = RegSynthese of RapprochementMois
               move "OK" to EtatRapprochement
               perform EnrMoisRapproche
           else
      *---- Mois en ecart : recalcule une fois le curseur ferme.
               move MoisRap of RapprochementMois to MoisDm of MoisDonne
               perform RetientMoisEcart
           end-if.

      *---- Recalcul d'un mois en ecart, puis nouveau controle du mois.
       CorrigeMoisEcart.
           move MoisEcart(IndiceEcart) to MoisDm of MoisDonne.
           perform RafraichitMois.
           move MoisEcart(IndiceEcart) to MoisRap of RapprochementMois.
           exec sql
               select count(*),isnull(sum(SMontSin),0),
                      isnull(sum(isnull(SMontNet,0)),0),
                      isnull(sum(isnull(SProvision,0)),0)
                   into :RapprochementMois.NbrDetail,
                        :RapprochementMois.BrutDetail,
                        :RapprochementMois.NetDetail,
                        :RapprochementMois.ProvDetail
                   from Sinistre
                   where left(convert(char(8),SDateSin),6)
                         = :RapprochementMois.MoisRap
           end-exec.
           exec sql
               select isnull(sum(RMontPaie),0)
                   into :RapprochementMois.RegDetail
                   from Reglement
                   inner join Sinistre on SNSin = RNSin
                                      and SNAssur = RNAssur
                   where left(convert(char(8),SDateSin),6)
                         = :RapprochementMois.MoisRap
           end-exec.
           exec sql
               select isnull(sum(SmNbr),0),isnull(sum(SmMontBrut),0),
                      isnull(sum(SmMontNet),0),
                      isnull(sum(SmProvision),0),
                      isnull(sum(SmReglements),0)
                   into :RapprochementMois.NbrSynthese,
                        :RapprochementMois.BrutSynthese,
                        :RapprochementMois.NetSynthese,
                        :RapprochementMois.ProvSynthese,
                        :RapprochementMois.RegSynthese
                   from SinistreMois
                   where SmMois = :RapprochementMois.MoisRap
           end-exec.
           if NbrDetail of RapprochementMois
                   = NbrSynthese of RapprochementMois
              and BrutDetail of RapprochementMois
                   = BrutSynthese of RapprochementMois
              and NetDetail of RapprochementMois
                   = NetSynthese of RapprochementMois
              and ProvDetail of RapprochementMois
                   = ProvSynthese of RapprochementMois
              and RegDetail of RapprochementMois
                   = RegSynthese of RapprochementMois
               move "ECART CORRIGE" to EtatRapprochement
               add 1 to NbrMoisCorriges of BilanDatamart
           else
               move "ECART" to EtatRapprochement
               add 1 to NbrMoisEnEcart of BilanDatamart
           end-if.
           perform EnrMoisRapproche.

      *---- Ligne du mois dans l'etat de rapprochement, et cumul des
      *---- totaux generaux.
       EnrMoisRapproche.
           add NbrDetail of RapprochementMois to TotNbrDetail.
           add NbrSynthese of RapprochementMois to TotNbrSynthese.
           add BrutDetail of RapprochementMois to TotBrutDetail.
           add BrutSynthese of RapprochementMois to TotBrutSynthese.
           add NetDetail of RapprochementMois to TotNetDetail.
           add NetSynthese of RapprochementMois to TotNetSynthese.
           add ProvDetail of RapprochementMois to TotProvDetail.
           add ProvSynthese of RapprochementMois to TotProvSynthese.
           add RegDetail of RapprochementMois to TotRegDetail.
           add RegSynthese of RapprochementMois to TotRegSynthese.
           move spaces to FichRapprochement.
           string
               MoisRap of RapprochementMois
               ";" NbrDetail of RapprochementMois
               ";" NbrSynthese of RapprochementMois
               ";" BrutDetail of RapprochementMois
               ";" BrutSynthese of RapprochementMois
               ";" NetDetail of RapprochementMois
               ";" NetSynthese of RapprochementMois
               ";" ProvDetail of RapprochementMois
               ";" ProvSynthese of RapprochementMois
               ";" RegDetail of RapprochementMois
               ";" RegSynthese of RapprochementMois
               ";" EtatRapprochement
               delimited by size into FichRapprochement
           end-string.
           write Enr-FichierRapprochementDatamart
               from FichRapprochement.

      *---- Ligne TOTAL : la preuve que la table de synthese restitue
      *---- les totaux du detail.
       EnrTotalRapprochement.
           if TotNbrDetail = TotNbrSynthese
              and TotBrutDetail = TotBrutSynthese
              and TotNetDetail = TotNetSynthese
              and TotProvDetail = TotProvSynthese
              and TotRegDetail = TotRegSynthese
               move "OK" to EtatRapprochement
           else
               move "ECART" to EtatRapprochement
           end-if.
           move spaces to FichRapprochement.
           string
               "TOTAL"
               ";" TotNbrDetail
               ";" TotNbrSynthese
               ";" TotBrutDetail
               ";" TotBrutSynthese
               ";" TotNetDetail
               ";" TotNetSynthese
               ";" TotProvDetail
               ";" TotProvSynthese
               ";" TotRegDetail
               ";" TotRegSynthese
               ";" EtatRapprochement
               delimited by size into FichRapprochement
           end-string.
           write Enr-FichierRapprochementDatamart
               from FichRapprochement.

      *-------------------------------------------------------------------------------------
      *----- Fin du datamart mensuel des sinistres
      *-------------------------------------------------------------------------------------

       end program DatamartSinistres.
