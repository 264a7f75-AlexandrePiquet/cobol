            10 CodeDevise  sql char(3).
            10 NConducteur sql char-varying(25).
            10 MontNet     pic 9(8)V99.
            10 TauxResp    pic 9(3).
      * Gestionnaire affecte au dossier (regles AffectationGestion).
            10 GestionSin  sql char-varying(10).
      * Branche : AUT (types 1 a 4) ou MRH (types 5 a 9, NImma porte
      * alors le numero du risque habitation).
            10 BrancheSin  sql char(3).
      * Vol du vehicule (type 2) : indicateur et reference du depot
      * de plainte, exigee ; aucun reglement avant trente jours.
            10 VolSin      pic 9.
            10 RefPlainte  sql char-varying(20).
       77 FranchiseApplicable pic 9(6)V99.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.
      *---- Criblage gel des avoirs du conducteur saisi, au meme
      *---- rapprochement que CriblageGel.
       77 NbAlertesGel     pic 9(4).
       77 DernierNumAlerte pic 9(6).
       77 DateCriblage     pic 9(8).
       77 SeuilNom         pic 9 value 4.
      *---- Taux de responsabilite saisi (0, 50 ou 100 ; vide = 100).
       77 TauxRespSaisi pic x(3).
      *---- Vol declare (O/N ; vide = N).
       77 VolSaisi      pic x.

      *---- Numerotation : le prochain NSin est le plus grand numero
      *---- connu plus un, cadre sur six chiffres.
       77 DernierNSin  sql char-varying(6).
       77 NSinNumerique pic 9(6).

      *---- Societe du sinistre : celle de l'assure, a defaut celle de
      *---- l'operateur, a defaut 01. Numerotation dans la tranche de
      *---- la societe et periodes closes de la societe.
       77 SocieteSession  pic x(2).
       77 SocieteSinistre pic x(2).
       77 IndiceSocTrouve pic 9.
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

      *---- Controles repris de l'import (Program1) : date calendaire,
      *---- devise au fichier des taux, periode close, suspension de
      *---- garantie, doublon.
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).

      *---- Couverture a la date du sinistre, comme a l'import : le
      *---- vehicule doit etre au parc de l'assure le jour du sinistre
      *---- d'apres l'historique des mouvements. Une declaration hors
      *---- garantie part dans la file de revue SinistreHorsGarantie.
       77 HorsGarantie       pic 9.
       77 CodeHorsGarantie   pic 9.
       77 MotifHorsGarantie  pic x(40).
       77 DateEntreeCouv     sql char-varying(8).
       77 DateSortieCouv     sql char-varying(8).
       77 NbEntreeUlterieure pic 9(4).
       77 NbVehiculeAssure   pic 9(4).
       77 NbHorsGarExistant  pic 9(4).
       77 DateDetectionHg    pic 9(8).
       01 LigneHorsGarantie pic x(255).
      *---- Origine portee sur la file de revue : G = guichet,
      *---- P = portail clients.
       77 OrigineHorsGarantie pic x value "G".
       77 LibOrigineHg        pic x(8) value "Guichet".

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), les
      *---- declarations du portail clients approuvees dans la file de
      *---- validation (ValidationMaj) sont enregistrees sans
      *---- affichage, chacune marquee appliquee avec son resultat.
       77 ModeExecution   pic x(10).
       77 EoDB            pic 9.
       01 DemandePortail.
            10 IdDemande       pic 9(6).
            10 DonneesDemande  sql char-varying(120).
            10 ResultatDemande pic x(60).
      *---- Montant declare en centimes (virgule implicite), comme les
      *---- montants des fichiers d'import.
       77 MontantCentimes pic 9(10).

      *---- Devises acceptees, chargees de TauxChange.csv comme a
      *---- l'import ; la saisie au guichet est en euros mais une
      *---- declaration en devise reste possible.
           10 line 3  col 2  value "Numero attribue".
           10 line 3  col 28 from NSin of SinistreDonne.
           10 line 5  col 2  value "Numero de l'assure     :".
           10 line 6  col 2  value "Type (1-4 auto, 5-9 hab):".
           10 line 7  col 2  value "Immat. ou risque hab.  :".
           10 line 8  col 2  value "Survenu le (AAAAMMJJ)  :".
           10 line 9  col 2  value "Montant estime (EUR)   :".
           10 line 10 col 2  value "Provision a porter     :".
           10 line 11 col 2  value "Devise (vide = EUR)    :".
           10 line 12 col 2  value "Conducteur (facultatif):".
           10 line 13 col 2  value "Responsab. 0/50/100    :".
           10 line 14 col 2  value "Vol du vehicule (O/N)  :".
           10 line 15 col 2  value "Ref. depot de plainte  :".

       01 T-DeclarationRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 17 col 2 value "Declaration refusee :".
           10 line 17 col 24 from MotifRejet.
           10 line 18 col 2 value "Appuyez sur Entree pour continuer".

       01 T-DeclarationEnRevue foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 17 col 2 value "Hors garantie, mis en revue :".
           10 line 17 col 32 from MotifHorsGarantie.
           10 line 18 col 2 value "Appuyez sur Entree pour continuer".

       01 T-DeclarationEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 17 col 2 value "Sinistre enregistre sous le numero".
           10 line 17 col 38 from NSin of SinistreDonne.
           10 line 18 col 2 value "Appuyez sur Entree pour continuer".

       01 T-AlerteGelConducteur foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 20 col 2
               value "Conducteur rapproche de la liste des gels".
           10 line 21 col 2
               value "d'avoirs : alerte transmise a la conformite.".

       procedure division.

      *----- insere avec sa franchise nettee et ses cumuls par assure,
      *----- et la notification de gros sinistre part immediatement.
      *----- Plus besoin d'attendre le prochain Sinistre.csv du
      *----- courtier. En BATCH, les declarations faites sur le portail
      *----- clients et approuvees passent par les memes controles.
      *-------------------------------------------------------------------------------------
       SaisieDeclaration.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform ChargeTauxChange.
           perform ChargeSeuilNotification.
           perform ChargeSocietes.
           if ModeExecution = "BATCH"
               perform DeclarationsPortail
               goback
           end-if.
           perform LireSocieteSession.
           perform AttribueNumeroSinistre.
           display Ecran-Blanc.
           display T-SaisieDeclaration.
           accept MontProvision of SinistreDonne line 10 col 28.
           accept CodeDevise of SinistreDonne line 11 col 28.
           accept NConducteur of SinistreDonne line 12 col 28.
           move spaces to TauxRespSaisi.
           accept TauxRespSaisi line 13 col 28.
           move spaces to VolSaisi.
           accept VolSaisi line 14 col 28.
           accept RefPlainte of SinistreDonne line 15 col 28.
           if CodeDevise of SinistreDonne = spaces
               move "EUR" to CodeDevise of SinistreDonne
           end-if.
           perform AttribueNumeroSinistre.
           perform ValideDeclaration.
           if LigneRejetee = 1
               display T-DeclarationRefusee
           else
               if HorsGarantie = 1
                   perform MetEnRevueHorsGarantie
                   display T-DeclarationEnRevue
               else
                   perform EnrDeclaration
                   display T-DeclarationEnregistree
                   if NbAlertesGel > 0
                       display T-AlerteGelConducteur
                   end-if
               end-if
           end-if.
           accept OptionChoisie.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Declarations du portail clients approuvees et non encore
      *----- appliquees (MaType SINISTRE, MaStatut 1, MaApplique 0) :
      *----- type;immatriculation;date;montant en centimes;conducteur;
      *----- responsabilite. Chacune recoit son numero et suit le
      *----- chemin de la declaration au guichet ; le resultat (numero
      *----- attribue, mise en revue ou motif du refus) est reporte sur
      *----- la demande, que l'extraction du portail restitue au client.
      *-------------------------------------------------------------------------------------
       DeclarationsPortail.
           move "P" to OrigineHorsGarantie.
           move "Portail" to LibOrigineHg.
           move 0 to EoDB.
      **** Création du curseur : tenu ouvert par les validations de
      **** chaque declaration.
           exec sql
               Declare DemandeSin-Cursor cursor with hold for
                   select MaId,MaCle,MaDonnees
                       from MajEnAttente
                       where MaType = 'SINISTRE'
                         and MaStatut = 1
                         and isnull(MaApplique,0) = 0
                       order by MaId
           end-exec.
           exec sql
               open DemandeSin-Cursor
           end-exec.
           perform DeclarationsPortail-Trt until EoDB = 1.
           exec sql
               close DemandeSin-Cursor
           end-exec.

       DeclarationsPortail-Trt.
           initialize SinistreDonne.
           exec sql
               fetch DemandeSin-Cursor into
                   :DemandePortail.IdDemande,:SinistreDonne.NAssur,
                   :DemandePortail.DonneesDemande
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           perform DeclarationPortail.

       DeclarationPortail.
           move 0 to MontantCentimes.
           move spaces to TauxRespSaisi.
           move spaces to VolSaisi.
           unstring DonneesDemande of DemandePortail
                   delimited by ";" into
               TypeSin of SinistreDonne
               NImma of SinistreDonne
               DateSin of SinistreDonne
               MontantCentimes
               NConducteur of SinistreDonne
               TauxRespSaisi
           end-unstring.
           compute MontSin of SinistreDonne = MontantCentimes / 100.
           move MontSin of SinistreDonne
               to MontProvision of SinistreDonne.
           move 0 to StatutSin of SinistreDonne.
           move "EUR" to CodeDevise of SinistreDonne.
           perform AttribueNumeroSinistre.
           perform ValideDeclaration.
           move spaces to ResultatDemande of DemandePortail.
           if LigneRejetee = 1
               string
                   "REFUSEE : " MotifRejet
                   delimited by size
                   into ResultatDemande of DemandePortail
               end-string
           else
               if HorsGarantie = 1
                   perform MetEnRevueHorsGarantie
                   string
                       "EN REVUE " NSin of SinistreDonne
                       " : " MotifHorsGarantie
                       delimited by size
                       into ResultatDemande of DemandePortail
                   end-string
               else
                   perform EnrDeclaration
                   string
                       "ENREGISTREE " NSin of SinistreDonne
                       delimited by size
                       into ResultatDemande of DemandePortail
                   end-string
               end-if
           end-if.
           exec sql
               update MajEnAttente
                   set MaApplique = 1,
                       MaResultat = :DemandePortail.ResultatDemande
                   where MaId = :DemandePortail.IdDemande
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Attribution du prochain numero : plus grand NSin connu de
      *---- la societe + 1, cadre sur six chiffres, et au moins le
      *---- premier numero de la tranche de la societe. Sans tranche
      *---- declaree, la numerotation reste commune au groupe.
       AttribueNumeroSinistre.
           perform DetermineSocieteSinistre.
           move spaces to DernierNSin.
           if IndiceSocTrouve = 0
               or DebutSinTab(IndiceSocTrouve) = 0
               exec sql
                   select isnull(max(SNSin),'000000')
                       into :DernierNSin
                       from Sinistre
               end-exec
           else
               exec sql
                   select isnull(max(SNSin),'000000')
                       into :DernierNSin
                       from Sinistre
                       where isnull(SSociete,'01') = :SocieteSinistre
               end-exec
           end-if.
           move 0 to NSinNumerique.
           if DernierNSin is not numeric
               move 0 to NSinNumerique
               move DernierNSin to NSinNumerique
           end-if.
           add 1 to NSinNumerique.
           if IndiceSocTrouve not = 0
               if NSinNumerique < DebutSinTab(IndiceSocTrouve)
                   move DebutSinTab(IndiceSocTrouve) to NSinNumerique
               end-if
           end-if.
           move NSinNumerique to NSin of SinistreDonne.

      *---- Societe de l'assure declare ; avant la saisie de l'assure,
      *---- celle de l'operateur.
       DetermineSocieteSinistre.
           move spaces to SocieteSinistre.
           if NAssur of SinistreDonne not = spaces
               exec sql
                   select isnull(ASociete,'01') into :SocieteSinistre
                       from Assure
                       where AAssur = :SinistreDonne.NAssur
               end-exec
           end-if.
           if SocieteSinistre = spaces
               move SocieteSession to SocieteSinistre
           end-if.
           if SocieteSinistre = spaces
               move "01" to SocieteSinistre
           end-if.
           move 0 to IndiceSocTrouve.
           perform ChercheSocieteSinistre
               varying IndiceSociete from 1 by 1
               until IndiceSociete > NbrSocietes.

       ChercheSocieteSinistre.
           if CodeSocTab(IndiceSociete) = SocieteSinistre
               move IndiceSociete to IndiceSocTrouve
           end-if.

      *---- Societe de l'operateur, deposee a la connexion (positions
      *---- 11-12 du fichier de session).
       LireSocieteSession.
           move spaces to SocieteSession.
           open input FichierSessionOperateur.
           read FichierSessionOperateur
               at end continue
               not at end
                   move Enr-FichierSessionOperateur(11:2)
                       to SocieteSession
           end-read.
           close FichierSessionOperateur.

      *---- Les controles de l'import, dans le meme ordre.
       ValideDeclaration.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to HorsGarantie.
           move spaces to MotifHorsGarantie.
           if NAssur of SinistreDonne = spaces
               move 1 to LigneRejetee
               move "Numero d'assure manquant" to MotifRejet
               move "Assure inconnu" to MotifRejet
               exit paragraph
           end-if.
           if TypeSin of SinistreDonne < "1" or
              TypeSin of SinistreDonne > "9"
               move 1 to LigneRejetee
               move "Type de sinistre invalide" to MotifRejet
               exit paragraph
           end-if.
           if TypeSin of SinistreDonne > "4"
               move "MRH" to BrancheSin of SinistreDonne
           else
               move "AUT" to BrancheSin of SinistreDonne
           end-if.
           if NImma of SinistreDonne = spaces
               or DateSin of SinistreDonne = spaces
               move 1 to LigneRejetee
               move "Devise inconnue" to MotifRejet
               exit paragraph
           end-if.
           perform ControleResponsabilite.
           if LigneRejetee = 1
               exit paragraph
           end-if.
           perform ControleVol.
           if LigneRejetee = 1
               exit paragraph
           end-if.
           perform ControlePeriodeClose.
           if LigneRejetee = 1
               exit paragraph
           if LigneRejetee = 1
               exit paragraph
           end-if.
           perform ControleCouverture.
           if LigneRejetee = 1
               exit paragraph
           end-if.
           perform DetecteDoublonSin.

      *---- Taux de responsabilite, comme ControleResponsabilite de
      *---- l'import : 0, 50 ou 100, vide pour 100.
       ControleResponsabilite.
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
           end-evaluate.

      *---- Vol du vehicule : seulement sur le type 2 (vol et perte
      *---- totale), et jamais sans la reference du depot de plainte.
       ControleVol.
           evaluate VolSaisi
               when "O" when "o"
                   move 1 to VolSin of SinistreDonne
               when "N" when "n" when spaces
                   move 0 to VolSin of SinistreDonne
                   move spaces to RefPlainte of SinistreDonne
               when other
                   move 1 to LigneRejetee
                   move "Indicateur de vol invalide" to MotifRejet
                   exit paragraph
           end-evaluate.
           if VolSin of SinistreDonne = 0
               exit paragraph
           end-if.
           if TypeSin of SinistreDonne not = "2"
               move 1 to LigneRejetee
               move "Vol declare hors type 2 (vol/perte tot.)"
                   to MotifRejet
               exit paragraph
           end-if.
           if RefPlainte of SinistreDonne = spaces
               move 1 to LigneRejetee
               move "Reference du depot de plainte manquante"
                   to MotifRejet
           end-if.

      *---- Enregistrement : conversion en euros si declare en devise,
      *---- franchise nettee, cumuls par assure et notification
      *---- immediate au-dela du seuil, comme a l'import.
                   MontProvision of SinistreDonne * TauxDeviseCourant
           end-if.
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
                     :SinistreDonne.MontProvision,
                     :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                     :SinistreDonne.NConducteur,
                     :SinistreDonne.MontNet,:SinistreDonne.TauxResp,
                     :SinistreDonne.GestionSin,
                     :SinistreDonne.BrancheSin,
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
           perform MajCumulAssure.
           perform CribleConducteurSin.
           exec sql
               commit
           end-exec.
               perform EmetNotification
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

      *---- Couverture a la date du sinistre, comme ControleCouverture
      *---- de l'import : derniere entree ('A' de l'assure, ou 'T' dont
      *---- il est le repreneur) au plus tard le jour du sinistre sans
      *---- sortie ('R' ou 'T' cede) posee depuis et avant ce jour ;
      *---- parc sans mouvement juge sur la table Vehicule. Un sinistre
      *---- habitation est juge sur le risque de la table Habitation.
       ControleCouverture.
           move 0 to CodeHorsGarantie.
           if BrancheSin of SinistreDonne = "MRH"
               perform ControleCouvertureHabitation
           else
               perform ControleCouvertureVehicule
           end-if.
           if CodeHorsGarantie = 0
               exit paragraph
           end-if.
           move 1 to HorsGarantie.
           evaluate CodeHorsGarantie
               when 1
                   move "Vehicule inconnu pour cet assure"
                       to MotifHorsGarantie
               when 2
                   move "Vehicule entre au parc apres le sinistre"
                       to MotifHorsGarantie
               when 4
                   move "Risque habitation inconnu de l'assure"
                       to MotifHorsGarantie
               when 5
                   move "Risque habitation non encore en vigueur"
                       to MotifHorsGarantie
               when 6
                   move "Risque habitation resilie avant sinistre"
                       to MotifHorsGarantie
               when other
                   move "Vehicule sorti du parc avant le sinistre"
                       to MotifHorsGarantie
           end-evaluate.
      *---- Le meme sinistre deja en attente de revue est un doublon.
           move 0 to NbHorsGarExistant.
           exec sql
               select count(*) into :NbHorsGarExistant
                   from SinistreHorsGarantie
                   where HgNSin = :SinistreDonne.NSin
                     and HgNAssur = :SinistreDonne.NAssur
                     and HgDecision = 0
           end-exec.
           if NbHorsGarExistant > 0
               move 1 to LigneRejetee
               move "Sinistre deja en revue hors garantie"
                   to MotifRejet
           end-if.

      *---- Vehicule : historique des mouvements du vehicule.
       ControleCouvertureVehicule.
           move spaces to DateEntreeCouv.
           exec sql
               select isnull(max(MDate),' ') into :DateEntreeCouv
                   from Mouvement
                   where MImma = :SinistreDonne.NImma
                     and MDate <= :SinistreDonne.DateSin
                     and ((MAssur = :SinistreDonne.NAssur
                           and MCodeMouv = 'A')
                       or (MModele = :SinistreDonne.NAssur
                           and MCodeMouv = 'T'))
           end-exec.
           if SQLCODE not = 0
               move spaces to DateEntreeCouv
           end-if.
           move spaces to DateSortieCouv.
           exec sql
               select isnull(max(MDate),' ') into :DateSortieCouv
                   from Mouvement
                   where MImma = :SinistreDonne.NImma
                     and MAssur = :SinistreDonne.NAssur
                     and MDate < :SinistreDonne.DateSin
                     and MCodeMouv in ('R','T')
           end-exec.
           if SQLCODE not = 0
               move spaces to DateSortieCouv
           end-if.
           if DateEntreeCouv not = spaces
               if DateSortieCouv not = spaces
                   and DateSortieCouv > DateEntreeCouv
                   move 3 to CodeHorsGarantie
               end-if
           else
               perform ControleCouvertureSansEntree
           end-if.

      *---- Habitation : le risque (numero porte en NImma) doit etre a
      *---- l'assure, avoir pris effet au plus tard le jour du sinistre
      *---- et ne pas etre resilie avant, comme a l'import.
       ControleCouvertureHabitation.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Habitation
                   where HAssur = :SinistreDonne.NAssur
                     and HRisque = :SinistreDonne.NImma
           end-exec.
           if NbVehiculeAssure = 0
               move 4 to CodeHorsGarantie
               exit paragraph
           end-if.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Habitation
                   where HAssur = :SinistreDonne.NAssur
                     and HRisque = :SinistreDonne.NImma
                     and HDateEffet <= :SinistreDonne.DateSin
           end-exec.
           if NbVehiculeAssure = 0
               move 5 to CodeHorsGarantie
               exit paragraph
           end-if.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Habitation
                   where HAssur = :SinistreDonne.NAssur
                     and HRisque = :SinistreDonne.NImma
                     and HDateEffet <= :SinistreDonne.DateSin
                     and (HDateResil = ' '
                          or HDateResil >= :SinistreDonne.DateSin)
           end-exec.
           if NbVehiculeAssure = 0
               move 6 to CodeHorsGarantie
           end-if.

       ControleCouvertureSansEntree.
           move 0 to NbEntreeUlterieure.
           exec sql
               select count(*) into :NbEntreeUlterieure
                   from Mouvement
                   where MImma = :SinistreDonne.NImma
                     and MDate > :SinistreDonne.DateSin
                     and ((MAssur = :SinistreDonne.NAssur
                           and MCodeMouv = 'A')
                       or (MModele = :SinistreDonne.NAssur
                           and MCodeMouv = 'T'))
           end-exec.
           if NbEntreeUlterieure > 0
               move 2 to CodeHorsGarantie
               exit paragraph
           end-if.
           if DateSortieCouv not = spaces
               move 3 to CodeHorsGarantie
               exit paragraph
           end-if.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Vehicule
                   where VAssur = :SinistreDonne.NAssur
                     and VImma = :SinistreDonne.NImma
           end-exec.
           if NbVehiculeAssure = 0
               move 1 to CodeHorsGarantie
               exit paragraph
           end-if.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Vehicule
                   where VAssur = :SinistreDonne.NAssur
                     and VImma = :SinistreDonne.NImma
                     and VActif = 0
                     and DateModif < :SinistreDonne.DateSin
           end-exec.
           if NbVehiculeAssure > 0
               move 3 to CodeHorsGarantie
           end-if.

      *---- Declaration hors garantie : montants en euros, ligne posee
      *---- dans la file de revue (origine G = guichet, P = portail) et
      *---- ajoutee au rapport des sinistres hors garantie du jour.
       MetEnRevueHorsGarantie.
           if CodeDevise of SinistreDonne <> "EUR"
               compute MontSin of SinistreDonne rounded =
                   MontSin of SinistreDonne * TauxDeviseCourant
               compute MontProvision of SinistreDonne rounded =
                   MontProvision of SinistreDonne * TauxDeviseCourant
           end-if.
           accept DateDetectionHg from date yyyymmdd.
           exec sql
                INSERT INTO SinistreHorsGarantie
                    (HgNSin,HgNAssur,HgTypeSin,HgNImma,HgDateSin,
                     HgMontSin,HgStatut,HgProvision,HgDevise,
                     HgTauxConv,HgConducteur,HgMotif,HgOrigine,
                     HgDateDetect,HgDecision,HgResponsabilite,
                     HgVol,HgRefPlainte)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                     :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                     :SinistreDonne.StatutSin,
                     :SinistreDonne.MontProvision,
                     :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                     :SinistreDonne.NConducteur,:MotifHorsGarantie,
                     :OrigineHorsGarantie,:DateDetectionHg,0,
                     :SinistreDonne.TauxResp,:SinistreDonne.VolSin,
                     nullif(:SinistreDonne.RefPlainte,' '))
           end-exec.
           exec sql
               commit
           end-exec.
           move spaces to LigneHorsGarantie.
           string
               LibOrigineHg delimited by space
               ";" NSin of SinistreDonne delimited by space
               ";" NAssur of SinistreDonne delimited by space
               ";" TypeSin of SinistreDonne delimited by size
               ";" NImma of SinistreDonne delimited by space
               ";" DateSin of SinistreDonne delimited by size
               ";" MontSin of SinistreDonne delimited by size
               ";" MotifHorsGarantie delimited by size
               into LigneHorsGarantie
           end-string.
           open extend FichierHorsGarantie.
           write Enr-FichierHorsGarantie from LigneHorsGarantie.
           close FichierHorsGarantie.

      *---- Indemnite nette, comme a l'import : montant brut diminue de
      *---- la vetuste et de la franchise de la garantie du type,
      *---- plancher a zero.
       CalculeIndemniteNette.
           move 0 to FranchiseApplicable.
           exec sql
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

      *---- Criblage du conducteur saisi contre la liste des gels (cle
      *---- assure/sinistre, comme le recriblage de CriblageGel).
       CribleConducteurSin.
           move 0 to NbAlertesGel.
           if NConducteur of SinistreDonne = spaces
               exit paragraph
           end-if.
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
                      :DateCriblage,'CONDUCTEUR',
                      :SinistreDonne.NAssur + '/' + :SinistreDonne.NSin,
                      :SinistreDonne.NConducteur,LgId,
                      case when upper(:SinistreDonne.NConducteur)
                                = rtrim(LgNom) + ' ' + rtrim(LgPrenom)
                                then 80
                           else 60 end,
                      0
                   from ListeGel
                   where difference(:SinistreDonne.NConducteur,LgNom)
                             >= :SeuilNom
           end-exec.
           exec sql
               select count(*) into :NbAlertesGel
                   from CriblageGel
                   where CgType = 'CONDUCTEUR'
                     and CgCle = :SinistreDonne.NAssur + '/'
                                 + :SinistreDonne.NSin
                     and CgStatut < 2
           end-exec.
           if SQLCODE not = 0
               move 0 to NbAlertesGel
           end-if.
           if NbAlertesGel > 0
               move "ALERTE GEL AVOIRS"
                   to NotifType of LigneNotification
               string
                   NSin of SinistreDonne
                   "/" NAssur of SinistreDonne
                   into NotifCle of LigneNotification
               end-string
               perform EmetNotification
           end-if.

      *---- Cumuls par assure, comme a l'import.
                   from Periode
                   where PAnneeMois = :PeriodeTest
                     and PStatut = 1
                     and isnull(PSociete,'01') = :SocieteSinistre
           end-exec.
           if NbPeriodeClose > 0
               move 1 to LigneRejetee
           write Enr-FichierNotifications from FichNotification.
           close FichierNotifications.

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

      *-------------------------------------------------------------------------------------
      *----- Fin de la declaration au guichet
      *-------------------------------------------------------------------------------------
