               15 Mois     pic 99.
               15 Jour     pic 99.
            10 Modele      sql char-varying(6).
            10 PoliceMouv  sql char-varying(7).
            10 DateMecMouv sql char-varying(8).

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
       77 NbRisquesPolice pic 9(4).

      *---- Notification emise au fil de l'eau vers la file
      *---- Notifications.csv, relue par l'ecran des notifications en

       77 EoDB pic 9.
       77 ErreurMajVehic pic 9.
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur l'historique.
       77 OperateurCourant pic x(10).
       77 NoLigne pic 99.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
       
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

      *---- Valeurs du vehicule avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 VehiculeAvant.
            10 HvAssur         sql char-varying(40).
            10 HvRisq          sql char-varying(40).
            10 HvDom           sql char-varying(40).
            10 HvPuiss         sql char-varying(40).
            10 HvActif         sql char-varying(40).
            10 HvModele        sql char-varying(40).
            10 HvDateMec       sql char-varying(40).
            10 HvPolice        sql char-varying(40).
            10 HvTrancheKm     sql char-varying(40).
       01 VehiculeApres.
            10 HvAssur         sql char-varying(40).
            10 HvRisq          sql char-varying(40).
            10 HvDom           sql char-varying(40).
            10 HvPuiss         sql char-varying(40).
            10 HvActif         sql char-varying(40).
            10 HvModele        sql char-varying(40).
            10 HvDateMec       sql char-varying(40).
            10 HvPolice        sql char-varying(40).
            10 HvTrancheKm     sql char-varying(40).

       77  CNXDB STRING.
           EXEC SQL 
               INCLUDE SQLCA

       BilanMajVehicule-Init.
           display Ecran-Blanc.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "SinPourMaj" to HistProgramme of HistoriqueDonne.
           move 3 to NoLigne.
           Move 0 to EoDB.
      **** Seuls les mouvements pas encore traites sont repris ici, pour
      **** ne pas rejouer les memes mouvements a chaque lancement.
               exec sql
                   Declare Affich-Cursor cursor for
                   select MAssur,MImma,MCodeMouv, MRisq, MDom, MPuiss, MDate, MModele,
                          isnull(MPolice,' '),isnull(MDateMec,' ')
                       from Mouvement
                       where MTraite = 0
                       order by MAssur
       BilanMajVehicule-Trt.
               exec sql
                   fetch Affich-Cursor into :Mouvement.NAssur, :Mouvement.NImma, :Mouvement.CodeMouv, :Mouvement.VRisque,
                   :Mouvement.OptDom, :Mouvement.Puiss, :Mouvement.MouvDate, :Mouvement.Modele,
                   :Mouvement.PoliceMouv,:Mouvement.DateMecMouv
               end-exec.
               if SQLCODE=100 or SQLCODE=101
                   move 1 to EoDB
      **** au prochain lancement.
       MarqueMouvTraite.
           exec sql
               update Mouvement set MTraite = 1,
                                    MPolice = :Mouvement.PoliceMouv
                   where MAssur = :Mouvement.NAssur
                     and MImma = :Mouvement.NImma
                     and MCodeMouv = :Mouvement.CodeMouv
           
       MajBaseVehicule.
               move 0 to ErreurMajVehic.
               perform ResoudPoliceMouv.
      **** Valeurs du vehicule avant le mouvement, pour l'historique
      **** (a blanc pour un vehicule qui entre au parc).
               move NAssur of Mouvement
                   to HistCleAssur of HistoriqueDonne.
               move NImma of Mouvement
                   to HistCleImma of HistoriqueDonne.
               perform LitVehiculeHist.
               move VehiculeApres to VehiculeAvant.
               evaluate CodeMouv
                   when 'S'
                       exec sql
                       if SQLCODE = 100
                           exec sql
                               insert into Vehicule
                                   (VAssur,VImma,VRisq,VDom,Vpuiss,TypeModif,DateModif,VActif,VModele,
                                    VPolice)
                               values
                                   (:Mouvement.NAssur,:Mouvement.NImma,:Mouvement.VRisque,
                                   :Mouvement.OptDom,:Mouvement.Puiss,:Mouvement.CodeMouv,
                                   :Mouvement.MouvDate,1,:Mouvement.Modele,
                                   :Mouvement.PoliceMouv)
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurMajVehic
                               move 1 to ErreurMajVehic
                           end-if
                       end-if
      **** Date de premiere mise en circulation, base de la vetuste au
      **** reglement : celle du mouvement si elle est fournie, sinon
      **** celle deja connue, a defaut la date de lancement du modele.
                       if ErreurMajVehic = 0
                           exec sql
                               update Vehicule
                                   set VDateMec = isnull(nullif(
                                       :Mouvement.DateMecMouv,' '),
                                       isnull(nullif(VDateMec,' '),
                                         (select MoDateLancement
                                              from ModeleVehicule
                                              where MoCode = VModele)))
                                   where VAssur = :Mouvement.NAssur
                                     and VImma = :Mouvement.NImma
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurMajVehic
                           end-if
                       end-if
      **** Le vehicule (et ses garanties) suit la police du mouvement.
                       if ErreurMajVehic = 0
                           perform RattachePoliceVehicule
                       end-if
      **** Entree au parc appliquee : l'attestation d'assurance du
      **** vehicule part automatiquement, plus de saisie au traitement
      **** de texte.
                               into NotifCle of LigneNotification
                           end-string
                           perform EmetNotification
                           perform ClotPoliceSansVehicule
                       end-if
               end-evaluate.
      **** Apres un transfert, le vehicule est relu sous la cle du
      **** repreneur.
               if ErreurMajVehic = 0
                   if CodeMouv = 'T'
                       move Modele of Mouvement
                           to HistCleAssur of HistoriqueDonne
                   end-if
                   perform LitVehiculeHist
                   perform HistoriseVehicule
               end-if.

      **** Transfert du vehicule du vendeur (NAssur) au repreneur
      **** (MModele du mouvement 'T') : vehicule, garanties et
               move 1 to ErreurMajVehic
               exit paragraph
           end-if.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               select 'Garantie',GImma,
                      'GAssur ' + convert(varchar(1),GCode),GAssur,
                      :Mouvement.Modele,
                      :HistoriqueDonne.HistOperateur,
                      :HistoriqueDonne.HistDate,
                      :HistoriqueDonne.HistHeure,
                      :HistoriqueDonne.HistProgramme
                   from Garantie
                   where GAssur = :Mouvement.NAssur
                     and GImma = :Mouvement.NImma
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajVehic
           end-if.
           exec sql
               update  Garantie
                       set GAssur = :Mouvement.Modele
           if SQLCODE < 0
               move 1 to ErreurMajVehic
           end-if.
      **** Le vehicule passe sur la police automobile principale du
      **** repreneur (ouverte a la date du transfert s'il n'en a pas) ;
      **** la police du vendeur est close si elle n'a plus de vehicule.
           move Modele of Mouvement to AssurPolice of PoliceDonne.
           move MouvDate of Mouvement to DateEffetPolice of PoliceDonne.
           move spaces to EcheancePolice of PoliceDonne.
           move 0 to ErreurPolice.
           perform PolicePrincipaleAssure.
           if ErreurPolice = 1
               move 1 to ErreurMajVehic
           end-if.
           exec sql
               update  Vehicule
                       set VPolice = :PoliceDonne.NumPolice
                       where VAssur = :Mouvement.Modele
                         and VImma = :Mouvement.NImma
           end-exec.
           exec sql
               update  Garantie
                       set GPolice = :PoliceDonne.NumPolice
                       where GAssur = :Mouvement.Modele
                         and GImma = :Mouvement.NImma
           end-exec.
           perform ClotPoliceSansVehicule.
      **** Sortie chez le vendeur et entree chez le repreneur a la date
      **** du transfert, deja traitees : CotisationParAssure et
      **** Quittancement pro-ratent les deux parties, et les releves
      **** d'informations datent la periode de couverture de chacun.
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MDate,MTraite,MPolice)
               VALUES
                   (:Mouvement.NAssur,:Mouvement.NImma,'R',
                    :Mouvement.MouvDate,1,:Mouvement.PoliceMouv)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajVehic
           end-if.
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MDate,MTraite,MPolice)
               VALUES
                   (:Mouvement.Modele,:Mouvement.NImma,'A',
                    :Mouvement.MouvDate,1,:PoliceDonne.NumPolice)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajVehic
               perform EmetNotification
           end-if.

      **** Police du mouvement non portee par le fichier : celle du
      **** vehicule ; pour une entree au parc d'un vehicule nouveau, la
      **** police automobile principale de l'assure, ouverte a la date
      **** du mouvement si l'assure n'en a aucune.
       ResoudPoliceMouv.
           if PoliceMouv of Mouvement not = spaces
               exit paragraph
           end-if.
           exec sql
               select isnull(max(VPolice),' ')
                   into :Mouvement.PoliceMouv
                   from Vehicule
                   where VAssur = :Mouvement.NAssur
                     and VImma = :Mouvement.NImma
           end-exec.
           if SQLCODE not = 0
               move spaces to PoliceMouv of Mouvement
           end-if.
           if PoliceMouv of Mouvement = spaces and CodeMouv = 'A'
               move NAssur of Mouvement to AssurPolice of PoliceDonne
               move MouvDate of Mouvement
                   to DateEffetPolice of PoliceDonne
               move spaces to EcheancePolice of PoliceDonne
               move 0 to ErreurPolice
               perform PolicePrincipaleAssure
               if ErreurPolice = 1
                   move 1 to ErreurMajVehic
               end-if
               move NumPolice of PoliceDonne to PoliceMouv of Mouvement
           end-if.

      **** Rattachement du vehicule et de ses garanties a la police du
      **** mouvement 'A'.
       RattachePoliceVehicule.
           if PoliceMouv of Mouvement = spaces
               exit paragraph
           end-if.
           exec sql
               update  Vehicule
                       set VPolice = :Mouvement.PoliceMouv
                       where VAssur = :Mouvement.NAssur
                         and VImma = :Mouvement.NImma
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajVehic
           end-if.
           exec sql
               update  Garantie
                       set GPolice = :Mouvement.PoliceMouv
                       where GAssur = :Mouvement.NAssur
                         and GImma = :Mouvement.NImma
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurMajVehic
           end-if.

      **** Une police automobile dont le dernier vehicule actif vient de
      **** sortir est resiliee a la date du mouvement.
       ClotPoliceSansVehicule.
           if PoliceMouv of Mouvement = spaces
               exit paragraph
           end-if.
           move 0 to NbRisquesPolice.
           exec sql
               select count(*) into :NbRisquesPolice
                   from Vehicule
                   where VPolice = :Mouvement.PoliceMouv
                     and VActif = 1
           end-exec.
           if SQLCODE = 0 and NbRisquesPolice = 0
               exec sql
                   update Police
                       set PStatut = 1,
                           PDateResil = :Mouvement.MouvDate
                       where PNum = :Mouvement.PoliceMouv
                         and PStatut = 0
               end-exec
           end-if.

      **** Police automobile principale de l'assure : la plus ancienne
      **** police AUT en vigueur ; a defaut, une police est ouverte au
      **** rang suivant, a la date d'effet preparee par l'appelant.
       PolicePrincipaleAssure.
           move spaces to NumPolice of PoliceDonne.
           exec sql
               select isnull(min(PNum),' ')
                   into :PoliceDonne.NumPolice
                   from Police
                   where PAssur = :PoliceDonne.AssurPolice
                     and PBranche = 'AUT'
                     and PStatut = 0
           end-exec.
           if SQLCODE not = 0
               move spaces to NumPolice of PoliceDonne
           end-if.
           if NumPolice of PoliceDonne = spaces
               move "AUT" to BranchePolice of PoliceDonne
               perform OuvrePolice
           end-if.

      **** Ouverture d'une police : numero = assure + rang sur deux
      **** chiffres (plus grand rang de l'assure plus un) ; echeance
      **** anniversaire (MMJJ) = jour et mois de la date d'effet, a
      **** defaut d'etre preparee.
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

      *---- Attestation d'assurance du vehicule entre au parc, ajoutee
      *---- en queue d'Attestations.txt, valable l'annee civile en
      *---- cours ; l'edition complete a la demande reste disponible au
               delimited by size into LigneAttestation
           end-string.
           write Enr-FichierAttestations from LigneAttestation.
           move spaces to LigneAttestation.
           string "Police " PoliceMouv of Mouvement
               delimited by size into LigneAttestation
           end-string.
           write Enr-FichierAttestations from LigneAttestation.
           perform EcritGarantiesAtt.
           move spaces to LigneAttestation.
           string "Valable du " DebutValiditeAtt


           
      *---- Relecture des valeurs du vehicule pour l'historique.
       LitVehiculeHist.
           initialize VehiculeApres.
           exec sql
               select isnull(convert(varchar(40),VAssur),' '),
                      isnull(convert(varchar(40),VRisq),' '),
                      isnull(convert(varchar(40),VDom),' '),
                      isnull(convert(varchar(40),VPuiss),' '),
                      isnull(convert(varchar(40),VActif),' '),
                      isnull(convert(varchar(40),VModele),' '),
                      isnull(convert(varchar(40),VDateMec),' '),
                      isnull(convert(varchar(40),VPolice),' '),
                      isnull(convert(varchar(40),VTrancheKm),' ')
                   into :VehiculeApres.HvAssur,
                        :VehiculeApres.HvRisq,
                        :VehiculeApres.HvDom,
                        :VehiculeApres.HvPuiss,
                        :VehiculeApres.HvActif,
                        :VehiculeApres.HvModele,
                        :VehiculeApres.HvDateMec,
                        :VehiculeApres.HvPolice,
                        :VehiculeApres.HvTrancheKm
                   from Vehicule
                   where VAssur = :HistoriqueDonne.HistCleAssur
                     and VImma = :HistoriqueDonne.HistCleImma
           end-exec.
           if SQLCODE not = 0
               initialize VehiculeApres
           end-if.

      *---- Une ligne d'historique par champ du vehicule modifie.
       HistoriseVehicule.
           move "Vehicule" to HistTable of HistoriqueDonne.
           move HistCleImma of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move "VAssur" to HistChamp of HistoriqueDonne.
           move HvAssur of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvAssur of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VRisq" to HistChamp of HistoriqueDonne.
           move HvRisq of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvRisq of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VDom" to HistChamp of HistoriqueDonne.
           move HvDom of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvDom of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VPuiss" to HistChamp of HistoriqueDonne.
           move HvPuiss of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvPuiss of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VActif" to HistChamp of HistoriqueDonne.
           move HvActif of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvActif of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VModele" to HistChamp of HistoriqueDonne.
           move HvModele of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvModele of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VDateMec" to HistChamp of HistoriqueDonne.
           move HvDateMec of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvDateMec of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VPolice" to HistChamp of HistoriqueDonne.
           move HvPolice of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvPolice of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VTrancheKm" to HistChamp of HistoriqueDonne.
           move HvTrancheKm of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvTrancheKm of VehiculeApres
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

      **** Lecture de l'operateur de la session depose a la connexion.
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

      *END PROGRAM MajVehicule.
           
       end program SinPourMaj.
