      *---- Livraison de reprise de portefeuille, une ligne par
      *---- enregistrement prefixee de son type :
      *---- ASS : assure (numero, etat civil, adresse, coefficient
      *----       bonus-malus repris en centiemes, puis IBAN et BIC
      *----       facultatifs)
      *---- VEH : vehicule (assure, immatriculation, risque, dommages,
      *----       puissance, date d'entree, code modele)
      *---- GAR : garantie (capital et franchise en centimes)
            10 Email        sql char-varying(40).
            10 CoeffCentiemes pic 9(3).
            10 Coefficient  pic 9V99.
            10 Iban         sql char-varying(34).
            10 Bic          sql char-varying(11).
      *---- Societe du groupe qui reprend l'assure (14e colonne
      *---- facultative des lignes ASS, 01 a defaut).
            10 Societe      sql char-varying(2).

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
       77 SocieteReprise  pic x(2).
       77 IndiceSocTrouve pic 9.

       01 VehiculeRepris.
            10 NAssur       sql char-varying(5).
            10 ProvCent     pic 9(10).
            10 MontSin      pic 9(8)V99.
            10 MontProvision pic 9(8)V99.
            10 GestionSin   sql char-varying(10).

      *---- Assures acceptes de la livraison, pour que les vehicules et
      *---- garanties du meme fichier puissent s'y rattacher.

       77 ErreurReprise pic 9.

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

       01 BilanReprise.
           05 NbrLuesReprise     pic 9(5).
           05 NbrAccepteesRep    pic 9(5).
           05 NbrRejeteesRep     pic 9(5).
           05 NbrAlertesGelRep   pic 9(5).

      *---- Criblage gel des avoirs de chaque assure repris, au meme
      *---- rapprochement que CriblageGel : un assure rapproche de la
      *---- liste est repris mais ouvre une alerte a examiner, qui
      *---- bloque ses paiements.
       77 NbAlertesGel     pic 9(4).
       77 DernierNumAlerte pic 9(6).
       77 DateCriblage     pic 9(8).
       77 SeuilNom         pic 9 value 4.
       77 SeuilPrenom      pic 9 value 3.

       01 EnrRapport pic x(255).

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

      *---- Controle des coordonnees bancaires : format et cle
      *---- (modulo 97) de l'IBAN, format du BIC, pays du BIC egal a
      *---- celui de l'IBAN et, si la table BanqueBic (chargee par
      *---- ControleBancaire) connait le code banque de l'IBAN, BIC de
      *---- cette banque. Statut : 0 conforme, 1 IBAN absent, 2 format
      *---- IBAN, 3 cle IBAN, 4 format BIC, 5 BIC incoherent.
       01 CoordBancaireCtl.
            10 IbanCtl       sql char-varying(42).
            10 BicCtl        sql char-varying(11).
            10 PaysIbanCtl   sql char-varying(2).
            10 CodeBanqueCtl sql char-varying(11).
            10 Bic8Ctl       sql char-varying(8).
      *---- Par pays : longueur de l'IBAN, position et longueur du code
      *---- banque dans l'IBAN.
       01 PaysIbanValeurs.
            10 filler pic x(8) value "FR270505".
            10 filler pic x(8) value "MC270505".
            10 filler pic x(8) value "DE220508".
            10 filler pic x(8) value "BE160503".
            10 filler pic x(8) value "ES240504".
            10 filler pic x(8) value "IT270605".
            10 filler pic x(8) value "LU200503".
            10 filler pic x(8) value "NL180504".
            10 filler pic x(8) value "PT250504".
            10 filler pic x(8) value "AT200505".
            10 filler pic x(8) value "CH210505".
            10 filler pic x(8) value "GB220504".
            10 filler pic x(8) value "IE220504".
       01 PaysIbanTable redefines PaysIbanValeurs.
            10 PaysIban occurs 13.
               15 CodePaysIban   pic x(2).
               15 LongPaysIban   pic 9(2).
               15 DebBanqueIban  pic 9(2).
               15 LongBanqueIban pic 9(2).
       77 StatutBanque       pic 9.
       77 LibAnomalieBanque  pic x(35).
       77 IbanSaisi          pic x(42).
       77 IbanCompact        pic x(34).
       77 BicSaisi           pic x(11).
       77 LongIban           pic 99.
       77 LongBic            pic 99.
       77 PosIban            pic 99.
       77 IndicePays         pic 99.
       77 PaysTrouve         pic 99.
       77 CarIban            pic x.
       77 ChiffreIban        pic 9.
       77 RangLettre         pic 99.
       77 CalculIban         pic 9(6).
       77 QuotientIban       pic 9(6).
       77 ResteIban          pic 99.
       77 CarInvalide        pic 9.
       77 NbBanqueRef        pic 9(4).
       77 NbBicRef           pic 9(4).
       77 AlphabetIban       pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           05 line 4 col 12 from NbrLuesReprise of BilanReprise.
           05 line 4 col 24 from NbrAccepteesRep of BilanReprise.
           05 line 4 col 37 from NbrRejeteesRep of BilanReprise.
           05 line 3 col 50 value "Alertes gel".
           05 line 4 col 50 from NbrAlertesGelRep of BilanReprise.
           05 line 6 col 2  value "Rapport dans".
           05 line 7 col 2  value "ReprisePortefeuilleRapport.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".
           move 0 to ErreurReprise.
           move 0 to NbrAssuresRepris.
           initialize BilanReprise.
           perform ChargeSocietes.
           perform VerifieTrailerReprise.
           open output FichierRapportReprise.
           string
                   "ACCEPTE;"
                   Enr-FichierReprisePortef delimited by size
                   ";"
                   MotifRejet delimited by size
                   into EnrRapport
               end-string
           end-if.
      *---- la detection de FusionAssure), puis insertion.
       TrtAssureRepris.
           initialize AssureRepris.
           initialize CoordBancaireCtl.
           unstring Enr-FichierReprisePortef delimited by ";" into
               TrLibFin
               NAssur of AssureRepris
               Tel of AssureRepris
               Email of AssureRepris
               CoeffCentiemes of AssureRepris
               IbanCtl of CoordBancaireCtl
               BicCtl of CoordBancaireCtl
               SocieteReprise
           end-unstring.
           if SocieteReprise = spaces
               move "01" to SocieteReprise
           end-if.
           move 0 to IndiceSocTrouve.
           perform ChercheSocieteReprise
               varying IndiceSociete from 1 by 1
               until IndiceSociete > NbrSocietes.
           if IndiceSocTrouve = 0
               move 1 to LigneRejetee
               move "Societe inconnue" to MotifRejet
               exit paragraph
           end-if.
           move SocieteReprise to Societe of AssureRepris.
           if NAssur of AssureRepris = spaces
               or Nom of AssureRepris = spaces
               move 1 to LigneRejetee
                   where ANom = :AssureRepris.Nom
                     and APrenom = :AssureRepris.Prenom
                     and ADateNai = :AssureRepris.DateNai
                     and isnull(ASociete,'01') = :AssureRepris.Societe
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Doublon d'etat civil avec la base" to MotifRejet
               exit paragraph
           end-if.
           move CodePost of AssureRepris
               to CodePostCtl of ControleCommuneDonne.
           move Ville of AssureRepris
               to VilleCtl of ControleCommuneDonne.
           perform ControleCommune.
           if StatutCommune not = 0
               move 1 to LigneRejetee
               perform MotifAdresseRejet
               exit paragraph
           end-if.
           move VillePropose of ControleCommuneDonne
               to Ville of AssureRepris.
      *---- Coordonnees bancaires livrees : controlees comme a la
      *---- saisie ; absentes, l'assure est repris sans IBAN.
           perform ControleIban.
           if StatutBanque not = 0 and StatutBanque not = 1
               move 1 to LigneRejetee
               move LibAnomalieBanque to MotifRejet
               exit paragraph
           end-if.
           move IbanCtl of CoordBancaireCtl to Iban of AssureRepris.
           move BicCtl of CoordBancaireCtl to Bic of AssureRepris.
           if StatutBanque = 1
               move " " to Iban of AssureRepris
               move " " to Bic of AssureRepris
           end-if.
           if CoeffCentiemes of AssureRepris = 0
               move 100 to CoeffCentiemes of AssureRepris
           end-if.
           exec sql
                INSERT INTO Assure
                    (AAssur,ANom,APrenom,ADateNai,AAdresse,ACodePost,
                     AVille,ATel,AEmail,ACoefficient,ASuspendu,
                     AIban,ABic,ASociete)
                VALUES
                    (:AssureRepris.NAssur,:AssureRepris.Nom,
                     :AssureRepris.Prenom,:AssureRepris.DateNai,
                     :AssureRepris.Adresse,:AssureRepris.CodePost,
                     :AssureRepris.Ville,:AssureRepris.Tel,
                     :AssureRepris.Email,:AssureRepris.Coefficient,0,
                     :AssureRepris.Iban,:AssureRepris.Bic,
                     :AssureRepris.Societe)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurReprise
           end-if.
           perform CribleAssureRepris.
           if NbrAssuresRepris < 500
               add 1 to NbrAssuresRepris
               move NAssur of AssureRepris
                   to AssurRepris(NbrAssuresRepris)
           end-if.

      *---- Criblage de l'assure repris contre la liste des gels ; une
      *---- alerte est signalee sur la ligne acceptee du rapport.
       CribleAssureRepris.
           accept DateCriblage from date yyyymmdd.
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
                      :DateCriblage,'ASSURE',AAssur,
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
                   where AAssur = :AssureRepris.NAssur
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
                     and CgCle = :AssureRepris.NAssur
                     and CgStatut < 2
           end-exec.
           if NbAlertesGel > 0
               add 1 to NbrAlertesGelRep of BilanReprise
               move "Alerte gel des avoirs a examiner" to MotifRejet
           end-if.

      *---- L'assure d'une ligne VEH/GAR/SIN doit venir de la meme
      *---- livraison ou exister deja en base.
       ControleAssureRepris.
               move "Vehicule deja au parc" to MotifRejet
               exit paragraph
           end-if.
      **** Le vehicule repris rejoint la police automobile de l'assure,
      **** ouverte a la date d'entree du premier vehicule livre.
           initialize PoliceDonne.
           move 0 to ErreurPolice.
           move NAssur of VehiculeRepris to AssurPolice of PoliceDonne.
           move DateEntree of VehiculeRepris
               to DateEffetPolice of PoliceDonne.
           move spaces to EcheancePolice of PoliceDonne.
           perform PolicePrincipaleAssure.
           if ErreurPolice = 1
               move 1 to ErreurReprise
           end-if.
           exec sql
                INSERT INTO Vehicule
                    (VAssur,VImma,VRisq,VDom,Vpuiss,TypeModif,
                     DateModif,VActif,VModele,VPolice)
                VALUES
                    (:VehiculeRepris.NAssur,:VehiculeRepris.NImma,
                     :VehiculeRepris.Vrisque,:VehiculeRepris.OptDom,
                     :VehiculeRepris.Puiss,'A',
                     :VehiculeRepris.DateEntree,1,
                     :VehiculeRepris.Modele,:PoliceDonne.NumPolice)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurReprise
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MRisq,MDom,MPuiss,MDate,
                    MModele,MTraite,MPolice)
               VALUES
                   (:VehiculeRepris.NAssur,:VehiculeRepris.NImma,'A',
                    :VehiculeRepris.Vrisque,:VehiculeRepris.OptDom,
                    :VehiculeRepris.Puiss,:VehiculeRepris.DateEntree,
                    :VehiculeRepris.Modele,1,:PoliceDonne.NumPolice)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurReprise
           end-if.

      *---- Ligne GAR : code de couverture 1 a 4, ou 5 pour
      *---- l'assistance, montants en centimes.
       TrtGarantieReprise.
           initialize GarantieReprise.
           unstring Enr-FichierReprisePortef delimited by ";" into
               exit paragraph
           end-if.
           if CodeGar of GarantieReprise < 1
               or CodeGar of GarantieReprise > 5
               move 1 to LigneRejetee
               move "Code garantie invalide" to MotifRejet
               exit paragraph
               FranchiseCent of GarantieReprise / 100.
           exec sql
                INSERT INTO Garantie
                    (GAssur,GImma,GCode,GCapital,GFranchise,GPolice)
                VALUES
                    (:GarantieReprise.NAssur,:GarantieReprise.NImma,
                     :GarantieReprise.CodeGar,:GarantieReprise.Capital,
                     :GarantieReprise.Franchise,
                     (select max(VPolice) from Vehicule
                          where VAssur = :GarantieReprise.NAssur
                            and VImma = :GarantieReprise.NImma))
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurReprise
               MontCent of SinistreRepris / 100.
           compute MontProvision of SinistreRepris =
               ProvCent of SinistreRepris / 100.
           perform AffecteGestionnaire.
           exec sql
                INSERT INTO Sinistre
                    (SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin,
                     SStatut,SProvision,SDevise,STauxConv,SMontNet,
                     SGestionnaire,SPolice,SSociete,SDateImport)
                VALUES
                    (:SinistreRepris.NSin,:SinistreRepris.NAssur,
                     :SinistreRepris.TypeSin,:SinistreRepris.NImma,
                     :SinistreRepris.DateSin,:SinistreRepris.MontSin,
                     :SinistreRepris.StatutSin,
                     :SinistreRepris.MontProvision,'EUR',1,
                     :SinistreRepris.MontSin,:SinistreRepris.GestionSin,
                     (select max(VPolice) from Vehicule
                          where VAssur = :SinistreRepris.NAssur
                            and VImma = :SinistreRepris.NImma),
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :SinistreRepris.NAssur),
                     convert(int,convert(char(8),getdate(),112)))
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurReprise
           end-if.
           perform MajCumulRepris.

      *---- Gestionnaire du nouveau sinistre : regle de l'agence de
      *---- l'assure pour ce type de sinistre, a defaut regle de
      *---- l'agence pour tous types (*) ; sans regle le dossier reste
      *---- non affecte et apparait comme tel dans la charge.
       AffecteGestionnaire.
           move spaces to GestionSin of SinistreRepris.
           exec sql
               select top 1 AfGestionnaire
                   into :SinistreRepris.GestionSin
                   from AffectationGestion
                   inner join Assure on AAgence = AfAgence
                   where AAssur = :SinistreRepris.NAssur
                     and AfTypeSin in (:SinistreRepris.TypeSin,'*')
                   order by AfTypeSin desc
           end-exec.
           if SQLCODE not = 0
               move spaces to GestionSin of SinistreRepris
           end-if.

      *---- Cumuls par assure du sinistre repris, comme a l'import.
       MajCumulRepris.
           move 0 to NbExistant.
                   end-exec
           end-evaluate.

      *---- Police automobile principale de l'assure : la plus ancienne
      *---- police AUT en vigueur ; a defaut, une police est ouverte au
      *---- rang suivant, a la date d'effet preparee par l'appelant.
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

      *---- Controle qu'une date AAAAMMJJ est calendaire, comme a
      *---- l'import.
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

       ChercheSocieteReprise.
           if CodeSocTab(IndiceSociete) = SocieteReprise
               move IndiceSociete to IndiceSocTrouve
           end-if.

       ControleDateCalendrier.
           move 1 to DateCalendrierValide.
           if Mois of DateReprise < 1 or Mois of DateReprise > 12
           accept OptionChoisie.
           goback.

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

      *---- Controle de l'IBAN et du BIC de CoordBancaireCtl. Les
      *---- valeurs sont rendues normalisees (majuscules, IBAN sans
      *---- espaces). Un BIC vide est admis (remise SEPA sur IBAN seul).
       ControleIban.
           move 0 to StatutBanque.
           move spaces to LibAnomalieBanque.
           move IbanCtl of CoordBancaireCtl to IbanSaisi.
           inspect IbanSaisi converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to IbanCompact.
           move 0 to LongIban.
           perform CompacteIban varying PosIban from 1 by 1
               until PosIban > 42.
           move IbanCompact to IbanCtl of CoordBancaireCtl.
           move BicCtl of CoordBancaireCtl to BicSaisi.
           inspect BicSaisi converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move BicSaisi to BicCtl of CoordBancaireCtl.
           if LongIban = 0
               move 1 to StatutBanque
               move "IBAN absent" to LibAnomalieBanque
               exit paragraph
           end-if.
           if LongIban < 15 or LongIban > 34
               or IbanCompact(1:2) is not alphabetic
               or IbanCompact(3:2) is not numeric
               move 2 to StatutBanque
               move "IBAN : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           move 0 to PaysTrouve.
           perform CherchePaysIban varying IndicePays from 1 by 1
               until IndicePays > 13 or PaysTrouve > 0.
           if PaysTrouve > 0
               if LongIban not = LongPaysIban(PaysTrouve)
                   move 2 to StatutBanque
                   move "IBAN : longueur invalide pour le pays"
                       to LibAnomalieBanque
                   exit paragraph
               end-if
           end-if.
      *---- Cle : les 4 premiers caracteres passent en fin, chaque
      *---- lettre vaut 10 a 35, le reste de la division par 97 doit
      *---- etre 1 (calcul du reste chiffre par chiffre).
           move 0 to ResteIban.
           move 0 to CarInvalide.
           perform CleIbanCar varying PosIban from 5 by 1
               until PosIban > LongIban or CarInvalide = 1.
           perform CleIbanCar varying PosIban from 1 by 1
               until PosIban > 4 or CarInvalide = 1.
           if CarInvalide = 1
               move 2 to StatutBanque
               move "IBAN : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           if ResteIban not = 1
               move 3 to StatutBanque
               move "IBAN : cle de controle fausse"
                   to LibAnomalieBanque
               exit paragraph
           end-if.
           if BicSaisi = spaces
               exit paragraph
           end-if.
           move 0 to LongBic.
           inspect BicSaisi tallying LongBic
               for characters before initial space.
           move 0 to CarInvalide.
           if LongBic not = 8 and LongBic not = 11
               move 1 to CarInvalide
           else
               if BicSaisi(1:6) is not alphabetic
                   move 1 to CarInvalide
               end-if
               if LongBic = 8 and BicSaisi(9:3) not = spaces
                   move 1 to CarInvalide
               end-if
               perform ControleCarBic varying PosIban from 7 by 1
                   until PosIban > LongBic
           end-if.
           if CarInvalide = 1
               move 4 to StatutBanque
               move "BIC : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           if BicSaisi(5:2) not = IbanCompact(1:2)
               move 5 to StatutBanque
               move "BIC : pays different de l'IBAN"
                   to LibAnomalieBanque
               exit paragraph
           end-if.
           if PaysTrouve = 0
               exit paragraph
           end-if.
      *---- Banque connue du referentiel : le BIC doit etre le sien.
           move IbanCompact(1:2) to PaysIbanCtl of CoordBancaireCtl.
           move IbanCompact(DebBanqueIban(PaysTrouve):
                            LongBanqueIban(PaysTrouve))
               to CodeBanqueCtl of CoordBancaireCtl.
           move BicSaisi(1:8) to Bic8Ctl of CoordBancaireCtl.
           move 0 to NbBanqueRef.
           move 0 to NbBicRef.
           exec sql
               select count(*),
                      isnull(sum(case when left(BbBic,8)
                                   = :CoordBancaireCtl.Bic8Ctl
                                 then 1 else 0 end),0)
                   into :NbBanqueRef,:NbBicRef
                   from BanqueBic
                   where BbPays = :CoordBancaireCtl.PaysIbanCtl
                     and BbCodeBanque = :CoordBancaireCtl.CodeBanqueCtl
           end-exec.
           if SQLCODE = 0 and NbBanqueRef > 0 and NbBicRef = 0
               move 5 to StatutBanque
               move "BIC : autre banque que l'IBAN"
                   to LibAnomalieBanque
           end-if.

      *---- Suppression des espaces de presentation de l'IBAN.
       CompacteIban.
           if IbanSaisi(PosIban:1) not = space
               add 1 to LongIban
               if LongIban not > 34
                   move IbanSaisi(PosIban:1)
                       to IbanCompact(LongIban:1)
               end-if
           end-if.

       CherchePaysIban.
           if CodePaysIban(IndicePays) = IbanCompact(1:2)
               move IndicePays to PaysTrouve
           end-if.

      *---- Report d'un caractere de l'IBAN dans le reste modulo 97.
       CleIbanCar.
           move IbanCompact(PosIban:1) to CarIban.
           if CarIban is numeric
               move CarIban to ChiffreIban
               compute CalculIban = ResteIban * 10 + ChiffreIban
           else
               move 0 to RangLettre
               inspect AlphabetIban tallying RangLettre
                   for characters before initial CarIban
               if RangLettre > 25
                   move 1 to CarInvalide
                   exit paragraph
               end-if
               compute CalculIban = ResteIban * 100 + RangLettre + 10
           end-if.
           divide CalculIban by 97 giving QuotientIban
               remainder ResteIban.

       ControleCarBic.
           if BicSaisi(PosIban:1) is not alphabetic
               and BicSaisi(PosIban:1) is not numeric
               move 1 to CarInvalide
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Fin de la reprise de portefeuille
      *-------------------------------------------------------------------------------------
