      * Indemnite nette : montant du sinistre diminue de la franchise
      * de la garantie du vehicule correspondant au type de sinistre.
            10 MontNet     pic 9(8)V99.
      * Taux de responsabilite de l'assure dans l'accident (0, 50 ou
      * 100, 11e colonne facultative), retenu par le bonus-malus.
            10 TauxResp    pic 9(3).
      * Gestionnaire affecte au dossier (regles AffectationGestion).
            10 GestionSin  sql char-varying(10).
      * Branche du sinistre : AUT (types 1 a 4, NImma = immatriculation)
      * ou MRH (types 5 a 9, NImma = numero de risque habitation).
            10 BrancheSin  sql char(3).
       77 FranchiseApplicable pic 9(6)V99.
      * Vetuste retenue au reglement : categorie de pieces (DOM, VEH,
      * VIT selon le type), taux de la grille selon l'age du vehicule
      * et montant deduit du brut avant la franchise.
       77 CategVetuste     pic x(3).
       77 TauxVetuste      pic 9(3).
       77 MontVetuste      pic 9(8)V99.
       01 Assure.
            10 A-Assur     sql char-varying(5).
            10 A-Nom       sql char-varying(25).
      * Code modele du catalogue constructeur (8e colonne, portee par
      * les mouvements 'A' d'entree au parc).
            10 Modele      sql char-varying(6).
      * Police (contrat) concernee, 9e colonne facultative : a defaut,
      * la police du vehicule, ou la police automobile principale de
      * l'assure pour une entree au parc.
            10 PoliceMouv  sql char-varying(7).
      * Date de premiere mise en circulation (10e colonne facultative
      * des mouvements 'A', AAAAMMJJ) : base de la vetuste.
            10 DateMecMouv sql char-varying(8).

      **** Referentiel des motifs de resiliation (MotifResiliation.csv,
      **** code;libelle) : le motif voyage en 8e colonne des lignes 'R'
            10 LibModele    sql char-varying(20).
            10 EnergieModele sql char-varying(2).
            10 PuissModele  pic 99.
      * Date de lancement du modele (6e colonne facultative), age de
      * repli d'un vehicule sans date de mise en circulation.
            10 DateLancementModele sql char-varying(8).
       77 NbModeleExistant pic 9(4).

      **** Grille de vetuste (GrilleVetuste.csv : categorie de pieces,
      **** age minimal en annees, taux en pourcentage).
       01 GrilleVetusteDonne.
            10 CategorieGrille sql char-varying(3).
            10 AgeMinGrille    pic 99.
            10 TauxGrille      pic 9(3).

      **** Reglement (paiement) rattache a un sinistre par SNSin+SNAssur.
       01 ReglementDonne.
            10 NSin         sql char-varying(6).
            10 DatePaie     sql char-varying(8).
            10 MontPaie     pic 9(8)V99.
            10 Beneficiaire sql char-varying(25).
      **** Coordonnees bancaires du beneficiaire (6e et 7e colonnes
      **** facultatives : IBAN;BIC), controlees a l'import.
            10 IbanBenef    sql char-varying(34).
            10 BicBenef     sql char-varying(11).

      **** Controle de sur-paiement a l'import des reglements : le cumul
      **** deja paye (et en attente d'autorisation) sur le sinistre,
       77 CumulPaieSinistre pic 9(8)V99.
       77 CumulPaieAttente  pic 9(8)V99.
       77 MontPaieEuros     pic 9(8)V99.
      **** Vol du vehicule (SVol) non retrouve : aucun reglement
      **** avant le trentieme jour qui suit le vol.
       77 NbVolCarence      pic 9(4).

      **** Pieces obligatoires par type de sinistre (referentiel
      **** DocumentsRequis.csv : type;code;libelle) : un reglement sur
            10 NumQuittance sql char-varying(12).
            10 DateEnc      sql char-varying(8).
            10 MontEnc      pic 9(8)V99.
      **** Mode de paiement (4e colonne facultative) : ESP especes,
      **** CHQ cheque, VIR virement, CB carte ; vide = VIR. Les
      **** especes sont suivies par la surveillance anti-blanchiment.
            10 ModeEnc      sql char-varying(3).
      **** IBAN du compte payeur (5e colonne facultative, sans espaces),
      **** controle a l'import.
            10 IbanPayeur   sql char-varying(34).
      **** Nom du donneur d'ordre (6e colonne facultative, libelle du
      **** virement), qui aide au lettrage des encaissements en
      **** attente.
            10 PayeurEnc    sql char-varying(40).
       77 ZoneEncIgnoree  pic x(40).

      **** Encaissement sans quittance identifiable (numero absent,
      **** inconnu, ou quittance annulee ou passee en pertes) : l'argent
      **** est en banque, il est garde au compte d'attente (table
      **** EncaissementSuspens) au lieu d'etre rejete, pour le lettrage
      **** automatique ou manuel d'EncaissementAttente.
       77 EncEnAttente     pic 9.
       77 MotifAttenteEnc  pic x(40).
       77 ProchainIdAttente pic 9(8).
       77 StatutQuitEnc    pic 9.

      **** Quittance rapprochee de l'encaissement courant : montant du,
      **** deja regle, et nouveau statut (0 impayee, 1 partielle,
           05 FX-Provision  pic x(10).
           05 FX-Devise     pic x(3).
           05 FX-Conducteur pic x(25).
           05 FX-Responsabilite pic x(3).

      **** Source du sinistre en cours de traitement : 0 = ligne CSV du
      **** courtier (EnrFichierSinistre), 1 = enregistrement positionnel
      **** Pointeur de decoupage de la ligne Sinistre (reprise du
      **** conducteur en seconde passe).
       77 PointeurUnstring pic 9(3).
      **** Taux de responsabilite tel que lu sur la ligne, controle
      **** avant d'etre pose sur le sinistre (absent = 100).
       77 TauxRespSaisi pic x(3).

      *---- Ligne ecrite dans le fichier des rejets d'import
       01 EnrRejet pic x(255).
      **** que d'ignorer en silence une partie des periodes.
       77 PeriodeTest   pic 9(6).
       77 NbPeriodeClose pic 9(4).
      **** Chaque societe du groupe clot ses periodes separement : la
      **** periode close ne vaut que pour les assures de sa societe,
      **** lue seulement quand le mois de la ligne est clos ailleurs.
       01 TablePeriodesCloses.
           05 PeriodeCloseSoc occurs 600 times.
               10 PeriodeClose  pic 9(6).
               10 SocieteClose  pic x(2).
       77 NbrPeriodesCloses pic 9(3).
       77 IndicePeriode     pic 9(3).
       77 PeriodesClosesDebordees pic 9.
       77 SocietePeriode    pic x(2).
       77 SocieteLigne      pic x(2).

      **** Mode gros volume de l'import Sinistre : bascule quand le
      **** fichier annonce plus de SeuilModeVolume lignes. Les lignes
       77 SuspAssurLu sql char-varying(5).
       77 SuspDebutLu pic 9(8).
       77 SuspFinLu   pic 9(8).

      **** Controle de couverture a la date du sinistre : le vehicule
      **** doit appartenir a l'assure et etre au parc le jour du
      **** sinistre, d'apres l'historique des mouvements ('A' ou 'T'
      **** recu en entree, 'R' ou 'T' cede en sortie). Un sinistre hors
      **** garantie n'est ni rejete ni insere : il part dans la file de
      **** revue SinistreHorsGarantie et dans son propre rapport.
       77 HorsGarantie       pic 9.
       77 MotifHorsGarantie  pic x(40).
       77 DateEntreeCouv     sql char-varying(8).
       77 DateSortieCouv     sql char-varying(8).
       77 NbEntreeUlterieure pic 9(4).
       77 NbVehiculeAssure   pic 9(4).
       77 NbHorsGarExistant  pic 9(4).
       77 NbHorsGarSin       pic 9(5).
       77 DateDetectionHg    pic 9(8).
       77 CodeHorsGarantie   pic 9.
       77 SourceHorsGarantie pic x(11).
       01 LigneHorsGarantie pic x(255).
      **** Sinistre hors garantie releve par la passe ensembliste du
      **** mode gros volume.
       01 HorsGarVolume.
            10 HgLigne      pic 9(7).
            10 HgNSin       sql char-varying(6).
            10 HgNAssur     sql char-varying(5).
            10 HgTypeSin    sql char(1).
            10 HgNImma      sql char-varying(9).
            10 HgDateSin    sql char-varying(8).
            10 HgMontSin    pic 9(8)V99.
            10 HgStatut     pic 9.
            10 HgProvision  pic 9(8)V99.
            10 HgDevise     sql char(3).
            10 HgTauxConv   pic 9(3)V9999.
            10 HgConducteur sql char-varying(25).
            10 HgResponsabilite pic 9(3).
       77 NbrJoursDuMois        pic 99.
       77 AnneeBissextileQuotient pic 9(4).
       77 AnneeBissextileReste4   pic 99.
       77 NbLuEnc        pic 9(5).
       77 NbAccepteEnc   pic 9(5).
       77 NbRejeteEnc    pic 9(5).
       77 NbAttenteEnc   pic 9(5).

      **** Commit par lots au fil de l'import (plutot qu'une transaction
      **** unique pour tout le fichier), avec un point de reprise ecrit
      **** de route, la reprise saute les lignes deja commitees au lieu
      **** de rejouer tout le fichier depuis le debut.
       77 ErreurImportSin  pic 9.
      **** Date d'import portee sur chaque sinistre cree (SDateImport) :
      **** DatamartSinistres ne recalcule que les mois de ces sinistres.
       77 DateImportSin    pic 9(8).
       77 ErreurImportMouv pic 9.
       77 ErreurImportReg  pic 9.
       77 ErreurImportEnc  pic 9.
       77 CouleurTexte    pic 99 value 0.
       77 MessageErreur   pic X(20).
       77 OptionChoisie   pic 99.
       77 Option          pic 999.
       77 NoLigne         pic 99.

      **** Mode d'execution : interactif (defaut) ou BATCH pour un import
      **** forcer un verrou laisse par un plantage.
       77 VerrouRefuse      pic 9.
       77 OperateurCourant  pic x(10) value "CONSOLE".
       77 LigneSession      pic x(12).

      **** Connexion de l'operateur : identifiant, mot de passe et role
      **** (1 = gestionnaire, 2 = superviseur) verifies dans la table
            10 ChangeOper    pic 9.
            10 DateMotPasse  pic 9(8).
            10 NouvMotPasse  sql char-varying(10).
      *---- Societe de l'operateur (USociete) : a blanc, operateur de
      *---- niveau groupe ; sinon les programmes appeles restreignent
      *---- leurs editions, exports et clotures a cette societe.
            10 SocieteOper   pic x(2).
       77 NbTentatives    pic 9.
       77 NbIdConnu       pic 9(4).
       77 DateJourLogin   pic 9(8).
       01 LigneAuditMenu.
           05 DateAuditMenu   pic 9(8).
           05 HeureAuditMenu  pic 9(8).
           05 OptionAuditMenu pic 999.
       77 FichAuditMenu pic x(40).

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
           05 line 24 col 35 from MessageErreur.

      **** Seconde page du menu : le menu principal etant plein, les
      **** traitements ajoutes depuis sont ranges ici (option 49). Les
      **** numeros 50 a 98 epuises, la suite est numerotee a partir de
      **** 100 (option sur trois chiffres).
       01 MenuSecondaire background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line 01 col 30 display "Menu - suite".
           05 line 15 col 28 display "82- Calcul PPNA.".
           05 line 16 col 28 display "83- Validation 4 yeux.".
           05 line 17 col 28 display "84- Echange IDA.".
           05 line 18 col 28 display "85- Revue hors garantie.".
           05 line 19 col 28 display "86- Affectation gestion.".
           05 line 20 col 28 display "87- Charge gestionnaires.".
           05 line 02 col 54 display "88- Reclamations clients.".
           05 line 03 col 54 display "89- Contentieux.".
           05 line 04 col 54 display "90- Declaration taxes.".
           05 line 05 col 54 display "91- Gel des avoirs.".
           05 line 06 col 54 display "92- Anti-blanchiment.".
           05 line 07 col 54 display "93- Devis / souscription.".
           05 line 08 col 54 display "94- Risques habitation.".
           05 line 09 col 54 display "95- Polices (contrats).".
           05 line 10 col 54 display "96- Kilometrage vehicules.".
           05 line 11 col 54 display "97- Declaration FVA.".
           05 line 12 col 54 display "98- Resiliations Loi Hamon.".
           05 line 13 col 54 display "100- Assistance depannage.".
           05 line 14 col 54 display "101- Reglement accelere.".
           05 line 15 col 54 display "102- Vehic. remplacement.".
           05 line 16 col 54 display "103- Courriers sinistres.".
           05 line 17 col 54 display "104- Flux d'impression.".
           05 line 18 col 54 display "105- Registre transmis.".
           05 line 19 col 54 display "106- Historique fiches.".
           05 line 20 col 54 display "107- Codes postaux.".
           05 line 21 col 02 display "108- Coord. bancaires.".
           05 line 21 col 28 display "109- Datamart sinistres.".
           05 line 22 col 02 display "110- Suite du menu...".
           05 line 21 col 54 display "99- Quitter.".
           05 line 23 col 02 display "Choix : ".
           05 line 24 col 35 from MessageErreur.

      **** Troisieme page du menu, ouverte par l'option 110 de la
      **** seconde page, pleine a son tour.
       01 MenuTroisieme background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line 01 col 30 display "Menu - suite (2)".
           05 line 02 col 02 display "111- Budget / realise.".
           05 line 03 col 02 display "112- Prevision tresorerie.".
           05 line 04 col 02 display "113- Cheques reglements.".
           05 line 05 col 02 display "114- Delais de gestion.".
           05 line 06 col 02 display "115- Deces d'un assure.".
           05 line 07 col 02 display "116- Portail clients.".
           05 line 08 col 02 display "117- Encaissements en attente.".
           05 line 09 col 02 display "118- Documents par e-mail.".
           05 line 10 col 02 display "119- Vols de vehicules.".
           05 line 11 col 02 display "120- Rapprochement comptable.".
           05 line 21 col 54 display "99- Quitter.".
           05 line 23 col 02 display "Choix : ".
           05 line 24 col 35 from MessageErreur.
           05 line 7 col 12 from NbLuEnc.
           05 line 7 col 24 from NbAccepteEnc.
           05 line 7 col 37 from NbRejeteEnc.
           05 line 8 col 2  value "Sinistres hors garantie en revue".
           05 line 8 col 37 from NbHorsGarSin.
           05 line 9 col 2  from MsgAnnulSin.
           05 line 10 col 2 from MsgAnnulMouv.
           05 line 11 col 2 from MsgAnnulReg.
           05 line 12 col 2 from MsgAnnulEnc.
           05 line 13 col 2 value "Encaissements en compte d'attente".
           05 line 13 col 37 from NbAttenteEnc.
           05 line 14 col 2 value "Appuyez sur Entree pour continuer".


       procedure division.
           End-EXEC.
      ****** Connexion de l'operateur avant tout traitement (sauf en
      ****** nocturne, ou le travail tourne sous l'identite BATCH).
           move spaces to SocieteOper of UtilisateurDonne.
           if ModeExecution = "BATCH"
               move "BATCH" to OperateurCourant
               move 2 to RoleOperateur of UtilisateurDonne
           perform PrendVerrouImport.
      *-------------  1- Importations Fichier Sinistre:
           perform ChargeTauxChange.
           perform ChargeGrilleVetuste.
           perform ChargeSeuilNotification.
           perform ChargePeriodesCloses.
           perform Ouvrir-FichierRejets.
           perform Ouvrir-FichierHorsGarantie.
           perform ImportSinistre-Init.
           perform ImportSinistre-Trt Until EofImport = 1.
           perform ImportSinistre-Fin.
           accept MotPasseSaisi of UtilisateurDonne line 4 col 18.
           exec sql
               select URole,isnull(UActif,1),isnull(UEchecs,0),
                      isnull(UChangePasse,0),isnull(UDateMotPasse,0),
                      isnull(USociete,'')
                   into :UtilisateurDonne.RoleOperateur,
                        :UtilisateurDonne.ActifOper,
                        :UtilisateurDonne.EchecsOper,
                        :UtilisateurDonne.ChangeOper,
                        :UtilisateurDonne.DateMotPasse,
                        :UtilisateurDonne.SocieteOper
                   from Utilisateur
                   where UId = :UtilisateurDonne.IdSaisi
                     and UMotPasse = :UtilisateurDonne.MotPasseSaisi
           accept NouvMotPasse of UtilisateurDonne line 7 col 26.

      *---- L'identifiant de session est depose pour les journaux des
      *---- programmes de maintenance, suivi de la societe de
      *---- l'operateur (positions 11-12).
       EcritOperateurSession.
           move spaces to LigneSession.
           move OperateurCourant to LigneSession(1:10).
           move SocieteOper of UtilisateurDonne to LigneSession(11:2).
           open output FichierSessionOperateur.
           write Enr-FichierSessionOperateur from LigneSession.
           close FichierSessionOperateur.
      *---------------------------------------------------------------------------------------------
      * Pose du verrou d'execution exclusif de l'import : si un verrou
           end-string.
           write Enr-FichierRejetsImport from EnrRejet.
      *---------------------------------------------------------------------------------------------
      * Ouverture du rapport des sinistres hors garantie (file de revue)
      * et ecriture de l'entete ; il couvre le fichier du courtier et
      * le fichier positionnel du prestataire.
      *---------------------------------------------------------------------------------------------
       Ouvrir-FichierHorsGarantie.
           move 0 to NbHorsGarSin.
           open output FichierHorsGarantie.
           move spaces to LigneHorsGarantie.
           string
               "Source;NSin;NAssur;Type;NImma;DateSin;Montant;Motif"
               delimited by size into LigneHorsGarantie
           end-string.
           write Enr-FichierHorsGarantie from LigneHorsGarantie.
      *---------------------------------------------------------------------------------------------
      * Initialisation de l'importation
      *---------------------------------------------------------------------------------------------
       ImportSinistre-Init.
           Move 0 to EofImport.
           Move 0 to ErreurImportSin.
           accept DateImportSin from date yyyymmdd.
           perform VerifieTrailerSin.
      *---- Bascule en mode gros volume quand le fichier du courtier
      *---- depasse le seuil : la table de travail est prete (videe si
      * quatre allers-retours SQL par ligne de l'ancien circuit :
      * 1. les doublons (cle deja en base, ou repetee dans le fichier)
      *    partent au fichier des rejets puis sont ecartes ;
      * 1bis. les sinistres hors garantie a leur date partent dans la
      *    file de revue et son rapport, puis sont ecartes ;
      * 2. la vetuste est posee par jointure sur le vehicule, son modele
      *    et la grille, puis l'indemnite nette en un ordre par jointure
      *    sur les franchises des garanties ;
      * 3. le versement dans Sinistre se fait en un INSERT-SELECT, le
      *    gestionnaire etant pris des regles d'affectation ;
      * 4. les cumuls par assure sont incrementes par agregats.
      * Le resultat fonctionnel est celui du circuit ligne a ligne.
      *---------------------------------------------------------------------------------------------
       FinaliseImportVolume.
           perform RejeteDoublonsVolume.
           perform EcarteHorsGarantieVolume.
           exec sql
               update SinistreTampon
                   set TCategVetuste =
                       case TTypeSin when '1' then 'DOM'
                                     when '2' then 'VEH'
                                     when '3' then 'VIT'
                                     else ' ' end
           end-exec.
           exec sql
               update SinistreTampon
                   set TVetuste = round(TMontSin *
                       isnull((select top 1 GvTaux from GrilleVetuste
                           where GvCategorie = TCategVetuste
                             and GvAgeMin <= datediff(month,
                                 convert(date,isnull(
                                     nullif(VDateMec,' '),
                                     MoDateLancement),112),
                                 convert(date,TDateSin,112)) / 12
                           order by GvAgeMin desc),0) / 100.0, 2)
                   from SinistreTampon
                   left join Vehicule on VAssur = TNAssur
                                     and VImma = TNImma
                   left join ModeleVehicule on MoCode = VModele
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImportSin
           end-if.
           exec sql
               update SinistreTampon
                   set TMontNet =
                       case when TVetuste > TMontSin then 0
                            else TMontSin - TVetuste end
           end-exec.
           exec sql
               update SinistreTampon
                   set TMontNet =
                       case when GFranchise + TVetuste > TMontSin then 0
                            else TMontSin - TVetuste - GFranchise end
                   from SinistreTampon
                   inner join Garantie on GAssur = TNAssur
                                      and GImma = TNImma
               insert into Sinistre
                   (SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin,
                    SStatut,SProvision,SDevise,STauxConv,
                    SConducteur,SMontNet,SResponsabilite,
                    SGestionnaire,SBranche,SPolice,
                    SVetuste,SCategVetuste,SDateImport,SSociete)
               select TNSin,TNAssur,TTypeSin,TNImma,TDateSin,TMontSin,
                      TStatut,TProvision,TDevise,TTauxConv,
                      TConducteur,TMontNet,TResponsabilite,
                      (select top 1 AfGestionnaire
                           from AffectationGestion
                           inner join Assure on AAgence = AfAgence
                           where AAssur = TNAssur
                             and AfTypeSin in (TTypeSin,'*')
                           order by AfTypeSin desc),
                      case when TTypeSin > '4' then 'MRH'
                           else 'AUT' end,
                      isnull((select max(VPolice) from Vehicule
                                  where VAssur = TNAssur
                                    and VImma = TNImma),
                             (select max(HPolice) from Habitation
                                  where HAssur = TNAssur
                                    and HRisque = TNImma)),
                      TVetuste,TCategVetuste,:DateImportSin,
                      (select isnull(ASociete,'01') from Assure
                           where AAssur = TNAssur)
                   from SinistreTampon
           end-exec.
           if SQLCODE < 0
               write Enr-FichierRejetsImport from EnrRejet
           end-if.

      *---- Couverture a la date du sinistre, en une passe ensembliste :
      *---- memes regles que ControleCouverture (entree au plus tard le
      *---- jour du sinistre sans sortie posterieure, sinon entree
      *---- ulterieure, sortie anterieure, ou etat de la table Vehicule
      *---- pour le parc sans mouvement). Chaque sinistre hors garantie
      *---- part dans la file de revue et son rapport, un sinistre deja
      *---- en attente de revue part aux rejets ; tous sont ensuite
      *---- ecartes de la table de travail.
       EcarteHorsGarantieVolume.
           move 0 to EofImport.
           exec sql
               Declare HorsGarVol-Cursor cursor for
                   select TLigne,TNSin,TNAssur,TTypeSin,TNImma,
                          TDateSin,TMontSin,TStatut,TProvision,
                          TDevise,TTauxConv,TConducteur,
                          TResponsabilite,CodeHg
                   from
                   (select c.*,
                       case
                        when c.TTypeSin > '4' then
                           case when not exists
                                    (select 1 from Habitation hb
                                        where hb.HAssur = c.TNAssur
                                          and hb.HRisque = c.TNImma)
                                    then 4
                                when not exists
                                    (select 1 from Habitation hb
                                        where hb.HAssur = c.TNAssur
                                          and hb.HRisque = c.TNImma
                                          and hb.HDateEffet
                                              <= c.TDateSin)
                                    then 5
                                when not exists
                                    (select 1 from Habitation hb
                                        where hb.HAssur = c.TNAssur
                                          and hb.HRisque = c.TNImma
                                          and hb.HDateEffet
                                              <= c.TDateSin
                                          and (hb.HDateResil = ' '
                                               or hb.HDateResil
                                                  >= c.TDateSin))
                                    then 6
                                else 0 end
                        when c.DEntree <> ' ' then
                           case when c.DSortie <> ' '
                                 and c.DSortie > c.DEntree then 3
                                else 0 end
                        when exists
                           (select 1 from Mouvement m
                               where m.MImma = c.TNImma
                                 and m.MDate > c.TDateSin
                                 and ((m.MAssur = c.TNAssur
                                       and m.MCodeMouv = 'A')
                                   or (m.MModele = c.TNAssur
                                       and m.MCodeMouv = 'T')))
                           then 2
                        when c.DSortie <> ' ' then 3
                        when not exists
                           (select 1 from Vehicule v
                               where v.VAssur = c.TNAssur
                                 and v.VImma = c.TNImma)
                           then 1
                        when exists
                           (select 1 from Vehicule v
                               where v.VAssur = c.TNAssur
                                 and v.VImma = c.TNImma
                                 and v.VActif = 0
                                 and v.DateModif < c.TDateSin)
                           then 3
                        else 0 end as CodeHg
                    from
                    (select t.*,
                        isnull((select max(m.MDate) from Mouvement m
                            where m.MImma = t.TNImma
                              and m.MDate <= t.TDateSin
                              and ((m.MAssur = t.TNAssur
                                    and m.MCodeMouv = 'A')
                                or (m.MModele = t.TNAssur
                                    and m.MCodeMouv = 'T'))),' ')
                            as DEntree,
                        isnull((select max(m.MDate) from Mouvement m
                            where m.MImma = t.TNImma
                              and m.MAssur = t.TNAssur
                              and m.MDate < t.TDateSin
                              and m.MCodeMouv in ('R','T')),' ')
                            as DSortie
                        from SinistreTampon t) c) h
                   where CodeHg > 0
                   order by TLigne
           end-exec.
           exec sql
               open HorsGarVol-Cursor
           end-exec.
           perform EcarteHorsGarantieVolume-Trt until EofImport = 1.
           exec sql
               close HorsGarVol-Cursor
           end-exec.
           move 0 to EofImport.
           exec sql
               delete t from SinistreTampon t
                   where exists
                       (select 1 from SinistreHorsGarantie hg
                           where hg.HgNSin = t.TNSin
                             and hg.HgNAssur = t.TNAssur
                             and hg.HgDecision = 0)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImportSin
           end-if.

       EcarteHorsGarantieVolume-Trt.
           exec sql
               fetch HorsGarVol-Cursor into
                   :HorsGarVolume.HgLigne,:HorsGarVolume.HgNSin,
                   :HorsGarVolume.HgNAssur,:HorsGarVolume.HgTypeSin,
                   :HorsGarVolume.HgNImma,:HorsGarVolume.HgDateSin,
                   :HorsGarVolume.HgMontSin,:HorsGarVolume.HgStatut,
                   :HorsGarVolume.HgProvision,:HorsGarVolume.HgDevise,
                   :HorsGarVolume.HgTauxConv,
                   :HorsGarVolume.HgConducteur,
                   :HorsGarVolume.HgResponsabilite,:CodeHorsGarantie
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EofImport
               exit paragraph
           end-if.
           move HgNSin of HorsGarVolume to NSin of SinistreDonne.
           move HgNAssur of HorsGarVolume to NAssur of SinistreDonne.
           move HgTypeSin of HorsGarVolume to TypeSin of SinistreDonne.
           move HgNImma of HorsGarVolume to NImma of SinistreDonne.
           move HgDateSin of HorsGarVolume to DateSin of SinistreDonne.
           move HgMontSin of HorsGarVolume to MontSin of SinistreDonne.
           move HgStatut of HorsGarVolume to StatutSin of SinistreDonne.
           move HgProvision of HorsGarVolume
               to MontProvision of SinistreDonne.
           move HgDevise of HorsGarVolume to CodeDevise of SinistreDonne.
           move HgTauxConv of HorsGarVolume to TauxDeviseCourant.
           move HgConducteur of HorsGarVolume
               to NConducteur of SinistreDonne.
           move HgResponsabilite of HorsGarVolume
               to TauxResp of SinistreDonne.
           move 0 to LigneRejetee.
           perform LibelleHorsGarantie.
           perform ControleDejaEnRevue.
           subtract 1 from NbAccepteSin.
           if LigneRejetee = 1
               add 1 to NbRejeteSin
               string
                   "Sinistre;"
                   NSin of SinistreDonne
                   ";" NAssur of SinistreDonne
                   ";" MotifRejet
                   delimited by size into EnrRejet
               end-string
               write Enr-FichierRejetsImport from EnrRejet
               exit paragraph
           end-if.
           add 1 to NbHorsGarSin.
           accept DateDetectionHg from date yyyymmdd.
           exec sql
                INSERT INTO SinistreHorsGarantie
                    (HgNSin,HgNAssur,HgTypeSin,HgNImma,HgDateSin,
                     HgMontSin,HgStatut,HgProvision,HgDevise,
                     HgTauxConv,HgConducteur,HgMotif,HgOrigine,
                     HgDateDetect,HgDecision,HgResponsabilite)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                     :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                     :SinistreDonne.StatutSin,
                     :SinistreDonne.MontProvision,
                     :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                     :SinistreDonne.NConducteur,:MotifHorsGarantie,
                     'I',:DateDetectionHg,0,
                     :SinistreDonne.TauxResp)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImportSin
           end-if.
           move "Courtier" to SourceHorsGarantie.
           perform EcritLigneHorsGarantie.

      *---- Cumuls par assure en bloc : les assures encore inconnus de
      *---- CumulAssure sont crees, puis chaque type est incremente par
      *---- agregat sur la table de travail.
       ImportSinFixe-Init.
           move 0 to EofImport.
           move 0 to ErreurImportSin.
           accept DateImportSin from date yyyymmdd.
           open input FichierSinistreFixe.

       ImportSinFixe-Trt.
           move FX-Provision  to MontProvision of SinistreDonne.
           move FX-Devise     to CodeDevise of SinistreDonne.
           move FX-Conducteur to NConducteur of SinistreDonne.
           move FX-Responsabilite to TauxRespSaisi.
           perform TrtSinistreCommun.

       ImportSinFixe-Fin.
           close FichierSinistreFixe.
           close FichierHorsGarantie.
           if ErreurImportSin = 1
               exec sql
                   rollback
      * On sépare les informations de la ligne pour le Fichier Sinistre.
      * Le conducteur (10e colonne) est repris a part, delimite par ";"
      * seulement : c'est un nom libre qui peut contenir des espaces.
      * Le taux de responsabilite (11e colonne) le suit.
           move 0 to SourceSinFixe.
           move spaces to NConducteur of SinistreDonne.
           move spaces to TauxRespSaisi.
           move 1 to PointeurUnstring.
           unstring EnrFichierSinistre delimited by ";" or " " into
               NSin    of SinistreDonne
           end-unstring.
           unstring EnrFichierSinistre delimited by ";" into
               NConducteur of SinistreDonne
               TauxRespSaisi
               with pointer PointeurUnstring
           end-unstring.
           perform TrtSinistreCommun.
           if LigneRejetee = 0 and ModeVolume = 0
               perform DetecteDoublonSin
           end-if.
      * Un sinistre valide mais hors garantie a sa date part dans la
      * file de revue au lieu d'entrer dans Sinistre.
           if LigneRejetee = 0 and HorsGarantie = 1
               perform MetEnRevueHorsGarantie
               exit paragraph
           end-if.
           if LigneRejetee = 1
               add 1 to NbRejeteSin
               perform EnrRejetSin
               else
      * On crée l'enregistrement Sinistre :
               perform CalculeIndemniteNette
               perform AffecteGestionnaire
      * Le taux retenu a l'import est conserve sur l'enregistrement :
      * il sert de base a la reevaluation mensuelle des devises.
               exec sql
                    INSERT INTO Sinistre
                        (SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin,
                         SStatut,SProvision,SDevise,STauxConv,
                         SConducteur,SMontNet,SResponsabilite,
                         SGestionnaire,SBranche,SPolice,
                         SVetuste,SCategVetuste,SDateImport,SSociete)
                    VALUES
                        (:SinistreDonne.NSin,:SinistreDonne.NAssur,:SinistreDonne.TypeSin,
                         :SinistreDonne.NImma,:SinistreDonne.DateSin,:SinistreDonne.MontSin,
                         :SinistreDonne.StatutSin,:SinistreDonne.MontProvision,
                         :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                         :SinistreDonne.NConducteur,:SinistreDonne.MontNet,
                         :SinistreDonne.TauxResp,
                         :SinistreDonne.GestionSin,
                         :SinistreDonne.BrancheSin,
                         isnull((select max(VPolice) from Vehicule
                            where VAssur = :SinistreDonne.NAssur
                              and VImma = :SinistreDonne.NImma),
                           (select max(HPolice) from Habitation
                            where HAssur = :SinistreDonne.NAssur
                              and HRisque = :SinistreDonne.NImma)),
                         :MontVetuste,:CategVetuste,:DateImportSin,
                         (select isnull(ASociete,'01') from Assure
                              where AAssur = :SinistreDonne.NAssur))
               end-exec
               if SQLCODE < 0
                   move 1 to ErreurImportSin
      * Mode gros volume : chargement de la ligne validee dans la table
      * de travail SinistreTampon, avec son rang dans le fichier (pour
      * departager les doublons internes) et l'indemnite nette posee au
      * montant brut en attendant la passe ensembliste de la vetuste et
      * des franchises.
      *---------------------------------------------------------------------------------------------
       ChargeLigneTampon.
           move MontSin of SinistreDonne to MontNet of SinistreDonne.
                INSERT INTO SinistreTampon
                    (TLigne,TNSin,TNAssur,TTypeSin,TNImma,TDateSin,
                     TMontSin,TStatut,TProvision,TDevise,TTauxConv,
                     TConducteur,TMontNet,TResponsabilite)
                VALUES
                    (:NbLuSin,:SinistreDonne.NSin,
                     :SinistreDonne.NAssur,:SinistreDonne.TypeSin,
                     :SinistreDonne.MontProvision,
                     :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                     :SinistreDonne.NConducteur,
                     :SinistreDonne.MontNet,:SinistreDonne.TauxResp)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImportSin
                   end-exec
           end-evaluate.
      *---------------------------------------------------------------------------------------------
      * Indemnite nette du sinistre : montant brut diminue de la vetuste
      * puis de la franchise de la garantie du vehicule dont le code
      * correspond au type du sinistre, plancher a zero ; sans garantie
      * de ce code, seule la vetuste est deduite.
      *---------------------------------------------------------------------------------------------
       CalculeIndemniteNette.
           move 0 to FranchiseApplicable.
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
      *---------------------------------------------------------------------------------------------
      * Vetuste : categorie de pieces deduite du type de sinistre (DOM
      * dommages materiels, VEH vol et perte totale, VIT bris de glace),
      * taux de la grille selon l'age du vehicule a la date du sinistre
      * (premiere mise en circulation, a defaut lancement du modele).
      *---------------------------------------------------------------------------------------------
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
      *---------------------------------------------------------------------------------------------
      * Gestionnaire du nouveau sinistre : regle de l'agence de l'assure
      * pour ce type de sinistre, a defaut regle de l'agence pour tous
      * types (*) ; sans regle le dossier reste non affecte.
      *---------------------------------------------------------------------------------------------
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
      *---------------------------------------------------------------------------------------------
      * Point de reprise : tous les NbrLignesParCommit lignes, on valide
       ValideLigneSin.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to HorsGarantie.
           move spaces to MotifHorsGarantie.
           if NSin of SinistreDonne = spaces or NAssur of SinistreDonne = spaces
               move 1 to LigneRejetee
               move "Numero de sinistre ou d'assure manquant"
                   to MotifRejet
           else
               if TypeSin of SinistreDonne < "1" or
                  TypeSin of SinistreDonne > "9"
                   move 1 to LigneRejetee
                   move "Type de sinistre invalide" to MotifRejet
               else
                   if TypeSin of SinistreDonne > "4"
                       move "MRH" to BrancheSin of SinistreDonne
                   else
                       move "AUT" to BrancheSin of SinistreDonne
                   end-if
                   if NImma of SinistreDonne = spaces or
                      DateSin of SinistreDonne = spaces
                       move 1 to LigneRejetee
                                                   to MotifRejet
                                           else
                                               perform
                                                 ControleResponsabilite
                                               if LigneRejetee = 0
                                                   perform
                                                 ControlePeriodeClose
                                               end-if
                                               if LigneRejetee = 0
                                                   perform
                                                     ControleSuspension
                                               end-if
                                               if LigneRejetee = 0
                                                  and ModeVolume = 0
                                                   perform
                                                     ControleCouverture
                                               end-if
                                           end-if
                                       end-if
                                   end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Taux de responsabilite de l'assure : 0 (non responsable), 50
      * (responsabilite partagee) ou 100 (entierement responsable),
      * cadre a gauche dans le CSV, sur trois chiffres dans le fichier
      * positionnel. Absent des anciens fichiers : 100, comme le
      * bonus-malus le supposait jusqu'ici.
      *---------------------------------------------------------------------------------------------
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
      *---------------------------------------------------------------------------------------------
      * Une ligne datee d'un mois deja publie (periode close) est
      * rejetee : l'histoire d'un mois reporte ne doit plus bouger.
      * DateSinistre porte la date deja validee de la ligne courante.
       ControlePeriodeClose.
           move DateSinistre(1:6) to PeriodeTest.
           move 0 to NbPeriodeClose.
           move spaces to SocieteLigne.
           if PeriodesClosesDebordees = 1
      *---- Table memoire pleine au chargement : retour au controle en
      *---- base, complet quoi qu'il arrive.
                       from Periode
                       where PAnneeMois = :PeriodeTest
                         and PStatut = 1
                         and isnull(PSociete,'01') =
                             (select isnull(max(ASociete),'01')
                                  from Assure
                                  where AAssur = :SinistreDonne.NAssur)
               end-exec
           else
               perform varying IndicePeriode from 1 by 1
                       until IndicePeriode > NbrPeriodesCloses
                   if PeriodeClose(IndicePeriode) = PeriodeTest
                       perform LitSocieteLigne
                       if SocieteClose(IndicePeriode) = SocieteLigne
                           move 1 to NbPeriodeClose
                       end-if
                   end-if
               end-perform
           end-if.
               move "Periode close" to MotifRejet
           end-if.
      *---------------------------------------------------------------------------------------------
      * Societe de l'assure de la ligne, lue une fois par ligne et
      * seulement si son mois est clos pour l'une des societes.
      *---------------------------------------------------------------------------------------------
       LitSocieteLigne.
           if SocieteLigne = spaces
               exec sql
                   select isnull(max(ASociete),'01') into :SocieteLigne
                       from Assure
                       where AAssur = :SinistreDonne.NAssur
               end-exec
               if SocieteLigne = spaces
                   move "01" to SocieteLigne
               end-if
           end-if.
      *---------------------------------------------------------------------------------------------
      * Chargement en memoire des periodes comptables closes, une fois
      * pour tout l'import.
      *---------------------------------------------------------------------------------------------
           move 0 to EofImport.
           exec sql
               Declare PeriodesCloses-Cursor cursor for
                   select PAnneeMois,isnull(PSociete,'01')
                       from Periode
                       where PStatut = 1
                       order by PAnneeMois desc
           end-exec.

       ChargePeriodesCloses-Trt.
           exec sql
               fetch PeriodesCloses-Cursor into :PeriodeTest,
                   :SocietePeriode
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EofImport
                   add 1 to NbrPeriodesCloses
                   move PeriodeTest
                       to PeriodeClose(NbrPeriodesCloses)
                   move SocietePeriode
                       to SocieteClose(NbrPeriodesCloses)
               else
                   move 1 to PeriodesClosesDebordees
                   move 1 to EofImport
               end-if
           end-if.
      *---------------------------------------------------------------------------------------------
      * Le vehicule etait-il couvert au nom de l'assure le jour du
      * sinistre ? L'historique des mouvements fait foi : derniere
      * entree ('A' de l'assure, ou 'T' dont il est le repreneur) au
      * plus tard le jour du sinistre, et aucune sortie ('R' ou 'T'
      * cede) posee depuis cette entree et avant le jour du sinistre
      * (la sortie couvre encore son propre jour). Un vehicule sans
      * aucun mouvement d'entree ni de sortie (parc anterieur aux
      * mouvements) est juge sur la table Vehicule. Le sinistre valide
      * mais hors garantie n'est pas rejete : HorsGarantie le dirige
      * vers la file de revue.
      *---------------------------------------------------------------------------------------------
       ControleCouverture.
           move 0 to CodeHorsGarantie.
           if BrancheSin of SinistreDonne = "MRH"
               perform ControleCouvertureHabitation
               if CodeHorsGarantie > 0
                   perform LibelleHorsGarantie
                   perform ControleDejaEnRevue
               end-if
               exit paragraph
           end-if.
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
           if CodeHorsGarantie > 0
               perform LibelleHorsGarantie
               perform ControleDejaEnRevue
           end-if.

      *---- Sinistre habitation : le risque (numero porte en NImma) doit
      *---- appartenir a l'assure, avoir pris effet au plus tard le jour
      *---- du sinistre et ne pas etre resilie avant ce jour.
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

      *---- Aucune entree au plus tard le jour du sinistre : entree
      *---- posterieure (vehicule ajoute apres l'accident), sortie
      *---- anterieure, ou a defaut l'etat de la table Vehicule.
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

      *---- Motif en clair du code hors garantie, pour la file de revue
      *---- et son rapport.
       LibelleHorsGarantie.
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
       ControleDejaEnRevue.
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

      *---------------------------------------------------------------------------------------------
      * Mise en revue d'un sinistre hors garantie : montants ramenes en
      * euros comme pour l'insertion dans Sinistre, ligne posee dans la
      * file SinistreHorsGarantie (decision 0 = en attente) et reportee
      * dans le rapport du jour. Le superviseur l'admet ou la refuse
      * depuis l'ecran de revue (RevueHorsGarantie).
      *---------------------------------------------------------------------------------------------
       MetEnRevueHorsGarantie.
           add 1 to NbHorsGarSin.
           Divide 100 into MontSin of SinistreDonne.
           Divide 100 into MontProvision of SinistreDonne.
           if CodeDevise of SinistreDonne <> "EUR"
               compute MontSin of SinistreDonne rounded =
                   MontSin of SinistreDonne * TauxDeviseCourant
               compute MontProvision of SinistreDonne rounded =
                   MontProvision of SinistreDonne
                       * TauxDeviseCourant
           end-if.
           accept DateDetectionHg from date yyyymmdd.
           exec sql
                INSERT INTO SinistreHorsGarantie
                    (HgNSin,HgNAssur,HgTypeSin,HgNImma,HgDateSin,
                     HgMontSin,HgStatut,HgProvision,HgDevise,
                     HgTauxConv,HgConducteur,HgMotif,HgOrigine,
                     HgDateDetect,HgDecision,HgResponsabilite)
                VALUES
                    (:SinistreDonne.NSin,:SinistreDonne.NAssur,
                     :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                     :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                     :SinistreDonne.StatutSin,
                     :SinistreDonne.MontProvision,
                     :SinistreDonne.CodeDevise,:TauxDeviseCourant,
                     :SinistreDonne.NConducteur,:MotifHorsGarantie,
                     'I',:DateDetectionHg,0,
                     :SinistreDonne.TauxResp)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImportSin
           end-if.
           if SourceSinFixe = 1
               move "Prestataire" to SourceHorsGarantie
           else
               move "Courtier" to SourceHorsGarantie
           end-if.
           perform EcritLigneHorsGarantie.

      *---- Ligne du rapport des sinistres hors garantie.
       EcritLigneHorsGarantie.
           move spaces to LigneHorsGarantie.
           string
               SourceHorsGarantie delimited by space
               ";" NSin of SinistreDonne delimited by space
               ";" NAssur of SinistreDonne delimited by space
               ";" TypeSin of SinistreDonne delimited by size
               ";" NImma of SinistreDonne delimited by space
               ";" DateSin of SinistreDonne delimited by size
               ";" MontSin of SinistreDonne delimited by size
               ";" MotifHorsGarantie delimited by size
               into LigneHorsGarantie
           end-string.
           write Enr-FichierHorsGarantie from LigneHorsGarantie.
      *---------------------------------------------------------------------------------------------
      * Recherche la devise du sinistre dans la table chargee au demarrage
      * de l'import, et retient son taux de conversion vers l'euro.
      *---------------------------------------------------------------------------------------------
           end-if.
      * ---------- On sépare les informations de la ligne pour le Fichier Mouvement.
           move spaces to Modele of Mouvement.
           move spaces to PoliceMouv of Mouvement.
           move spaces to DateMecMouv of Mouvement.
           unstring EnrFichierMouvement delimited by ";" or " " into
               NAssur      of Mouvement
               NImma       of Mouvement
               Puiss       of Mouvement
               MouvDate    of Mouvement
               Modele      of Mouvement
               PoliceMouv  of Mouvement
               DateMecMouv of Mouvement
           end-unstring.
           add 1 to NbLuMouv.
      * On controle la ligne avant de l'enregistrer.
                           add 1 to NbAccepteMouv
                           exec sql
                               INSERT INTO Mouvement
                                   (MAssur,MImma,MCodeMouv,MDate,MPolice)
                               VALUES
                                   (:Mouvement.NAssur,:Mouvement.NImma,:Mouvement.CodeMouv,:Mouvement.MouvDate,
                                    :Mouvement.PoliceMouv)
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurImportMouv
                           add 1 to NbAccepteMouv
                           exec sql
                            INSERT INTO Mouvement
                                (MAssur,MImma,MCodeMouv,MRisq,MDom,MDate,
                                 MPolice)
                            VALUES
                                (:Mouvement.NAssur,:Mouvement.NImma,:Mouvement.CodeMouv,:Mouvement.VRisque,
                                :Mouvement.OptDom,:Mouvement.MouvDate,
                                :Mouvement.PoliceMouv)
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurImportMouv
                           add 1 to NbAccepteMouv
                           exec sql
                                INSERT INTO Mouvement
                                    (MAssur,MImma,MCodeMouv,MRisq,Mdom,MPuiss,MDate,MModele,
                                     MPolice,MDateMec)
                                VALUES
                                    (:Mouvement.NAssur,:Mouvement.NImma,:Mouvement.CodeMouv,:Mouvement.VRisque,
                                    :Mouvement.OptDom,:Mouvement.Puiss,:Mouvement.MouvDate,
                                    :Mouvement.Modele,
                                    :Mouvement.PoliceMouv,
                                    :Mouvement.DateMecMouv)
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurImportMouv
                           exec sql
                               INSERT INTO Mouvement
                                   (MAssur,MImma,MCodeMouv,MDate,
                                    MMotifRes,MPolice)
                               VALUES
                                   (:Mouvement.NAssur,:Mouvement.NImma,:Mouvement.CodeMouv,:Mouvement.MouvDate,
                                    :Mouvement.Modele,:Mouvement.PoliceMouv)
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurImportMouv
                           exec sql
                               INSERT INTO Mouvement
                                   (MAssur,MImma,MCodeMouv,MDate,
                                    MModele,MPolice)
                               VALUES
                                   (:Mouvement.NAssur,:Mouvement.NImma,:Mouvement.CodeMouv,:Mouvement.MouvDate,
                                    :Mouvement.Modele,:Mouvement.PoliceMouv)
                           end-exec
                           if SQLCODE < 0
                               move 1 to ErreurImportMouv
                               if LigneRejetee = 0
                                   perform ControleRepreneur
                               end-if
                               if LigneRejetee = 0
                                   perform ControlePoliceMouv
                               end-if
                               if LigneRejetee = 0
                                   perform ControleDateMecMouv
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      *---------------------------------------------------------------------------------------------
      * La date de premiere mise en circulation d'un mouvement 'A' doit
      * etre une date du calendrier, au plus tard la date du mouvement ;
      * absente, elle sera reprise du vehicule ou du modele.
      *---------------------------------------------------------------------------------------------
       ControleDateMecMouv.
           if CodeMouv of Mouvement not = 'A'
                   or DateMecMouv of Mouvement = spaces
               exit paragraph
           end-if.
           if DateMecMouv of Mouvement is not numeric
               move 1 to LigneRejetee
               move "Date de mise en circulation invalide"
                   to MotifRejet
               exit paragraph
           end-if.
           move DateMecMouv of Mouvement to DateSinistre.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
                   or DateMecMouv of Mouvement > MouvDate of Mouvement
               move 1 to LigneRejetee
               move "Date de mise en circulation invalide"
                   to MotifRejet
           end-if.
      *---------------------------------------------------------------------------------------------
      * Le motif porte par un mouvement 'R' doit exister au referentiel
      * des motifs de resiliation ; un 'R' sans motif reste accepte
      * (anciens fichiers du courtier).
               end-if
           end-if.
      *---------------------------------------------------------------------------------------------
      * Police du mouvement : une police renseignee doit etre une police
      * automobile de l'assure, en vigueur pour une entree au parc. Non
      * renseignee, le mouvement prend la police du vehicule, ou pour un
      * vehicule nouveau la police automobile principale de l'assure
      * (SinPourMaj en ouvre une si l'assure n'en a aucune).
      *---------------------------------------------------------------------------------------------
       ControlePoliceMouv.
           if PoliceMouv of Mouvement = spaces
               exec sql
                   select isnull(isnull(
                          (select max(VPolice) from Vehicule
                               where VAssur = :Mouvement.NAssur
                                 and VImma = :Mouvement.NImma),
                          (select min(PNum) from Police
                               where PAssur = :Mouvement.NAssur
                                 and PBranche = 'AUT'
                                 and PStatut = 0)),' ')
                       into :Mouvement.PoliceMouv
               end-exec
               if SQLCODE not = 0
                   move spaces to PoliceMouv of Mouvement
               end-if
               exit paragraph
           end-if.
           move 0 to NbModeleExistant.
           if CodeMouv of Mouvement = 'A'
               exec sql
                   select count(*) into :NbModeleExistant
                       from Police
                       where PNum = :Mouvement.PoliceMouv
                         and PAssur = :Mouvement.NAssur
                         and PBranche = 'AUT'
                         and PStatut = 0
               end-exec
           else
               exec sql
                   select count(*) into :NbModeleExistant
                       from Police
                       where PNum = :Mouvement.PoliceMouv
                         and PAssur = :Mouvement.NAssur
                         and PBranche = 'AUT'
               end-exec
           end-if.
           if NbModeleExistant = 0
               move 1 to LigneRejetee
               move "Police inconnue ou resiliee" to MotifRejet
           end-if.
      *---------------------------------------------------------------------------------------------
      * Chargement du referentiel des motifs de resiliation.
      *---------------------------------------------------------------------------------------------
       ChargeMotifsResiliation.
               at end
                   move 1 to EofImport
               not at end
                   move spaces to DateLancementModele
                       of ModeleCatalogue
                   unstring Enr-FichierCatalogueModeles
                           delimited by ";" into
                       CodeModele of ModeleCatalogue
                       LibModele of ModeleCatalogue
                       EnergieModele of ModeleCatalogue
                       PuissModele of ModeleCatalogue
                       DateLancementModele of ModeleCatalogue
                   end-unstring
                   exec sql
                       insert into ModeleVehicule
                           (MoCode,MoMarque,MoModele,MoEnergie,MoPuiss,
                            MoDateLancement)
                       values
                           (:ModeleCatalogue.CodeModele,
                            :ModeleCatalogue.MarqueModele,
                            :ModeleCatalogue.LibModele,
                            :ModeleCatalogue.EnergieModele,
                            :ModeleCatalogue.PuissModele,
                            nullif(:ModeleCatalogue.DateLancementModele,
                                   ' '))
                   end-exec
           end-read.
      *---------------------------------------------------------------------------------------------
      * Rafraichissement de la grille de vetuste depuis GrilleVetuste.csv
      * (categorie;age minimal en annees;taux en pourcentage), avant
      * l'import des sinistres : une ligne par tranche d'age.
      *---------------------------------------------------------------------------------------------
       ChargeGrilleVetuste.
           exec sql
               delete from GrilleVetuste
           end-exec.
           move 0 to EofImport.
           open input FichierGrilleVetuste.
           perform ChargeGrilleVetuste-Trt until EofImport = 1.
           close FichierGrilleVetuste.
           exec sql
               commit
           end-exec.
           move 0 to EofImport.

       ChargeGrilleVetuste-Trt.
           read FichierGrilleVetuste
               at end
                   move 1 to EofImport
               not at end
                   move 0 to AgeMinGrille
                   move 0 to TauxGrille
                   unstring Enr-FichierGrilleVetuste
                           delimited by ";" or " " into
                       CategorieGrille of GrilleVetusteDonne
                       AgeMinGrille of GrilleVetusteDonne
                       TauxGrille of GrilleVetusteDonne
                   end-unstring
                   if TauxGrille <= 100
                       exec sql
                           insert into GrilleVetuste
                               (GvCategorie,GvAgeMin,GvTaux)
                           values
                               (:GrilleVetusteDonne.CategorieGrille,
                                :GrilleVetusteDonne.AgeMinGrille,
                                :GrilleVetusteDonne.TauxGrille)
                       end-exec
                   end-if
           end-read.
      *---------------------------------------------------------------------------------------------
      * Ecriture d'une ligne rejetee du Fichier Mouvement
      *---------------------------------------------------------------------------------------------
       EnrRejetMouv.
      * Traitement d'une ligne du Fichier Reglement
      *---------------------------------------------------------------------------------------------
       TrtLigneReg.
           initialize CoordBancaireCtl.
      * On sépare les informations de la ligne pour le Fichier Reglement.
      * Le beneficiaire est un nom libre qui peut contenir des espaces :
      * la ligne est decoupee sur ";" seulement.
               DatePaie     of ReglementDonne
               MontPaie     of ReglementDonne
               Beneficiaire of ReglementDonne
               IbanCtl of CoordBancaireCtl
               BicCtl of CoordBancaireCtl
           end-unstring.
           add 1 to NbLuReg.
      * On controle la ligne avant de l'enregistrer.
                   exec sql
                        INSERT INTO ReglementAttente
                            (RaNSin,RaNAssur,RaDatePaie,RaMontPaie,
                             RaBeneficiaire,RaIban,RaBic)
                        VALUES
                            (:ReglementDonne.NSin,
                             :ReglementDonne.NAssur,
                             :ReglementDonne.DatePaie,
                             :ReglementDonne.MontPaie,
                             :ReglementDonne.Beneficiaire,
                             :ReglementDonne.IbanBenef,
                             :ReglementDonne.BicBenef)
                   end-exec
                   if SQLCODE < 0
                       move 1 to ErreurImportReg
                   exec sql
                        INSERT INTO Reglement
                            (RNSin,RNAssur,RDatePaie,RMontPaie,
                             RBeneficiaire,RIban,RBic)
                        VALUES
                            (:ReglementDonne.NSin,:ReglementDonne.NAssur,
                             :ReglementDonne.DatePaie,
                             :ReglementDonne.MontPaie,
                             :ReglementDonne.Beneficiaire,
                             :ReglementDonne.IbanBenef,
                             :ReglementDonne.BicBenef)
                   end-exec
                   if SQLCODE < 0
                       move 1 to ErreurImportReg
                                   to MotifRejet
                           else
                               perform ControleSinistreConnu
                               if LigneRejetee = 0
                                   perform ControleCarenceVol
                               end-if
                               if LigneRejetee = 0
                                   perform ControleTropPaye
                               end-if
                               if LigneRejetee = 0
                                   perform ControleDocumentsComplets
                               end-if
                               if LigneRejetee = 0
                                   perform ControleBanqueBenef
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------------------------------------
      * Coordonnees bancaires du beneficiaire : facultatives (reglement
      * par cheque), mais un IBAN ou un BIC fourni doit etre valide.
      *---------------------------------------------------------------------------------------------
       ControleBanqueBenef.
           perform ControleIban.
           if StatutBanque = 1
               if BicCtl of CoordBancaireCtl not = spaces
                   move 1 to LigneRejetee
                   move "BIC sans IBAN du beneficiaire" to MotifRejet
               end-if
               move " " to IbanBenef of ReglementDonne
               move " " to BicBenef of ReglementDonne
               exit paragraph
           end-if.
           if StatutBanque not = 0
               move 1 to LigneRejetee
               move LibAnomalieBanque to MotifRejet
               exit paragraph
           end-if.
           move IbanCtl of CoordBancaireCtl
               to IbanBenef of ReglementDonne.
           move BicCtl of CoordBancaireCtl
               to BicBenef of ReglementDonne.

      *---------------------------------------------------------------------------------------------
      * Un reglement doit se rattacher a un sinistre deja importe.
      *---------------------------------------------------------------------------------------------
               move "Sinistre inconnu pour ce reglement" to MotifRejet
           end-if.
      *---------------------------------------------------------------------------------------------
      * Vol du vehicule : tant que le vehicule n'est pas retrouve, aucun
      * reglement n'est accepte avant le trentieme jour qui suit le vol
      * (date du sinistre), ni par sa date de paiement ni a la date du
      * traitement. Retrouve, le dossier suit son cours (VolVehicule).
      *---------------------------------------------------------------------------------------------
       ControleCarenceVol.
           move 0 to NbVolCarence.
           exec sql
               select count(*) into :NbVolCarence
                   from Sinistre
                   where SNSin = :ReglementDonne.NSin
                     and SNAssur = :ReglementDonne.NAssur
                     and isnull(SVol,0) = 1
                     and isnull(SDateRetrouve,0) = 0
                     and (datediff(day,convert(date,SDateSin,112),
                              convert(date,:ReglementDonne.DatePaie,
                                  112)) < 30
                          or datediff(day,convert(date,SDateSin,112),
                              getdate()) < 30)
           end-exec.
           if SQLCODE not = 0
               move 0 to NbVolCarence
           end-if.
           if NbVolCarence > 0
               move 1 to LigneRejetee
               move "Vol : reglement avant le 30e jour"
                   to MotifRejet
           end-if.
      *---------------------------------------------------------------------------------------------
      * Un reglement qui porterait le cumul paye du sinistre (reglements
      * inseres et reglements en attente d'autorisation confondus)
      * au-dela de son indemnite nette SMontNet est rejete : ces
      * ou partiellement reglee selon le cumul des encaissements.
      *---------------------------------------------------------------------------------------------
       TrtLigneEnc.
           move spaces to ModeEnc of EncaissementDonne.
           initialize CoordBancaireCtl.
           unstring EnrFichierEncaissement delimited by ";" or " " into
               NumQuittance of EncaissementDonne
               DateEnc      of EncaissementDonne
               MontEnc      of EncaissementDonne
               ModeEnc      of EncaissementDonne
               IbanCtl      of CoordBancaireCtl
           end-unstring.
           move spaces to PayeurEnc of EncaissementDonne.
           unstring EnrFichierEncaissement delimited by ";" into
               ZoneEncIgnoree ZoneEncIgnoree ZoneEncIgnoree
               ZoneEncIgnoree ZoneEncIgnoree
               PayeurEnc of EncaissementDonne
           end-unstring.
           inspect ModeEnc of EncaissementDonne converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if ModeEnc of EncaissementDonne = spaces
               move "VIR" to ModeEnc of EncaissementDonne
           end-if.
           add 1 to NbLuEnc.
           perform ValideLigneEnc.
           if LigneRejetee = 1
               add 1 to NbAccepteEnc
      * Traitement du Montant encaisse : on travaille en Centimes.
               Divide 100 into MontEnc of EncaissementDonne
               if EncEnAttente = 1
                   add 1 to NbAttenteEnc
                   perform EnrEncaissementAttente
               else
                   exec sql
                        INSERT INTO Encaissement
                            (ENumQuit,EDate,EMontant,EMode,EIban)
                        VALUES
                            (:EncaissementDonne.NumQuittance,
                             :EncaissementDonne.DateEnc,
                             :EncaissementDonne.MontEnc,
                             :EncaissementDonne.ModeEnc,
                             :EncaissementDonne.IbanPayeur)
                   end-exec
                   if SQLCODE < 0
                       move 1 to ErreurImportEnc
                   end-if
                   perform SoldeQuittance
               end-if
           end-if.
      *---------------------------------------------------------------------------------------------
      * Encaissement garde au compte d'attente, non affecte (statut 0),
      * avec la reference recue, le payeur et le motif.
      *---------------------------------------------------------------------------------------------
       EnrEncaissementAttente.
           move 0 to ProchainIdAttente.
           exec sql
               select isnull(max(EsId),0) into :ProchainIdAttente
                   from EncaissementSuspens
           end-exec.
           add 1 to ProchainIdAttente.
           accept DateLeveeSusp from date yyyymmdd.
           exec sql
                INSERT INTO EncaissementSuspens
                    (EsId,EsDateEnc,EsMontant,EsMode,EsIban,EsPayeur,
                     EsReference,EsMotif,EsDateImport,EsMontantAffecte,
                     EsStatut,EsDateStatut,EsOperateur)
                VALUES
                    (:ProchainIdAttente,:EncaissementDonne.DateEnc,
                     :EncaissementDonne.MontEnc,
                     :EncaissementDonne.ModeEnc,
                     :EncaissementDonne.IbanPayeur,
                     :EncaissementDonne.PayeurEnc,
                     :EncaissementDonne.NumQuittance,:MotifAttenteEnc,
                     :DateLeveeSusp,0,0,0,' ')
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImportEnc
           end-if.
      *---------------------------------------------------------------------------------------------
      * Mise a jour de la quittance rapprochee : cumul du regle et
           end-exec.
           if NbQuitSuspendues = 0
               accept DateLeveeSusp from date yyyymmdd
               move OperateurCourant to HistOperateur of HistoriqueDonne
               move "Program1" to HistProgramme of HistoriqueDonne
               move DateLeveeSusp to HistDate of HistoriqueDonne
               accept HistHeure of HistoriqueDonne from time
               exec sql
                   insert into HistoriqueMaj
                       (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                        HmOperateur,HmDate,HmHeure,HmProgramme)
                   select 'Assure',AAssur,'ASuspendu',
                          convert(varchar(40),ASuspendu),'0',
                          :HistoriqueDonne.HistOperateur,
                          :HistoriqueDonne.HistDate,
                          :HistoriqueDonne.HistHeure,
                          :HistoriqueDonne.HistProgramme
                       from Assure
                       where AAssur = :AssureQuitSoldee
                         and ASuspendu <> 0
               end-exec
               exec sql
                   update Assure
                       set ASuspendu = 0
           end-if.
      *---------------------------------------------------------------------------------------------
      * Controle de validite d'une ligne du Fichier Encaissement : la
      * date doit etre calendaire et le montant numerique ; sans
      * quittance identifiable, l'encaissement part au compte
      * d'attente.
      *---------------------------------------------------------------------------------------------
       ValideLigneEnc.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to EncEnAttente.
           move spaces to MotifAttenteEnc.
           if DateEnc of EncaissementDonne is not numeric
               move 1 to LigneRejetee
               move "Date d'encaissement invalide" to MotifRejet
           else
               move DateEnc of EncaissementDonne to DateSinistre
               perform ControleDateCalendrier
               if DateCalendrierValide = 0
                   move 1 to LigneRejetee
                   move "Date d'encaissement invalide" to MotifRejet
               else
                   if MontEnc of EncaissementDonne is not numeric
                       move 1 to LigneRejetee
                       move "Montant encaisse non numerique"
                           to MotifRejet
                   else
                       perform ControleQuittanceConnue
                       perform ControleBanquePayeur
                   end-if
               end-if
           end-if.
      *---------------------------------------------------------------------------------------------
      * IBAN du payeur : facultatif, mais controle s'il est fourni.
      *---------------------------------------------------------------------------------------------
       ControleBanquePayeur.
           perform ControleIban.
           if StatutBanque = 1
               move " " to IbanPayeur of EncaissementDonne
               exit paragraph
           end-if.
           if StatutBanque not = 0
               move 1 to LigneRejetee
               move LibAnomalieBanque to MotifRejet
               exit paragraph
           end-if.
           move IbanCtl of CoordBancaireCtl
               to IbanPayeur of EncaissementDonne.

      *---------------------------------------------------------------------------------------------
      * Un encaissement doit se rapprocher d'une quittance emise et
      * encore vivante ; sinon il est garde au compte d'attente.
      *---------------------------------------------------------------------------------------------
       ControleQuittanceConnue.
           if NumQuittance of EncaissementDonne = spaces
               move 1 to EncEnAttente
               move "Numero de quittance manquant" to MotifAttenteEnc
               exit paragraph
           end-if.
           exec sql
               select count(*) into :NbSinistreExistant
                   from Quittance
                   where QNum = :EncaissementDonne.NumQuittance
           end-exec.
           if NbSinistreExistant = 0
               move 1 to EncEnAttente
               move "Quittance inconnue" to MotifAttenteEnc
               exit paragraph
           end-if.
           move 0 to StatutQuitEnc.
           exec sql
               select QStatut into :StatutQuitEnc
                   from Quittance
                   where QNum = :EncaissementDonne.NumQuittance
           end-exec.
           if StatutQuitEnc >= 3
               move 1 to EncEnAttente
               move "Quittance annulee ou passee en pertes"
                   to MotifAttenteEnc
           end-if.
      *---------------------------------------------------------------------------------------------
      * Ecriture d'une ligne rejetee du Fichier Encaissement
       CompensationIda.
           call "EchangeIda".

       RevueSinistresHorsGarantie.
           call "RevueHorsGarantie".

       AffectationGestionnaires.
           call "AffectationGestion".

       ChargeDesGestionnaires.
           call "ChargeGestionnaires".

       ReclamationsClients.
           call "ReclamationClient".

       ContentieuxSinistres.
           call "ContentieuxSinistre".

       DeclarationDesTaxes.
           call "DeclarationTaxes".

       CriblageGelAvoirs.
           call "CriblageGel".

       SurveillanceAntiBlanchiment.
           call "SurveillanceLcb".

       DevisAffairesNouvelles.
           call "DevisSouscription".

       RisquesHabitation.
           call "RisqueHabitation".

       PolicesContrats.
           call "PoliceContrat".

       KilometrageVehicules.
           call "KilometrageVehicule".

       DeclarationsFva.
           call "DeclarationFva".

       ResiliationsHamon.
           call "ResiliationHamon".

       InterventionsAssistance.
           call "AssistanceVehicule".

       ReglementsAcceleres.
           call "ReglementAccelere".

       VehiculesRemplacement.
           call "VehiculeRemplacement".

       CourriersSinistres.
           call "CourrierSinistre".

       FluxImpression.
           call "RegroupementCourrier".

       RegistreTransmissions.
           call "RegistreTransmissions".

       HistoriqueFiches.
           call "HistoriqueFiche".

       ReferentielPostal.
           call "ReferentielPostal".

       ControleBancaire.
           call "ControleBancaire".

       DatamartSinistres.
           call "DatamartSinistres".

       BudgetAgence.
           call "BudgetAgence".

       PrevisionTresorerie.
           call "PrevisionTresorerie".

       ChequeReglement.
           call "ChequeReglement".

       DelaisSinistres.
           call "DelaisSinistres".

       SuccessionAssure.
           call "SuccessionAssure".

       PortailClient.
           call "PortailClient".

       EncaissementAttente.
           call "EncaissementAttente".

       CourrierElectronique.
           call "CourrierElectronique".

       VolVehicule.
           call "VolVehicule".

       RapprochementComptable.
           call "RapprochementComptable".


      *-------------------------------------------------------------------------------    
      *----- 3eme On affiche le menu jusqu'à ce qu'une option valide a été choisie
               display MenuSecondaire
               accept Option line 23 col 10
           end-if.
      *---- La seconde page, pleine a son tour, ouvre la troisieme par
      *---- l'option 110.
           if Option = 110
               display Ecran-Blanc
               display MenuTroisieme
               accept Option line 23 col 10
           end-if.
           perform TraceAuditMenu.
           perform ControleAutorisation.
           if OptionAutorisee = 0
                   perform ValidationQuatreYeux
               when 84
                   perform CompensationIda
               when 85
                   perform RevueSinistresHorsGarantie
               when 86
                   perform AffectationGestionnaires
               when 87
                   perform ChargeDesGestionnaires
               when 88
                   perform ReclamationsClients
               when 89
                   perform ContentieuxSinistres
               when 90
                   perform DeclarationDesTaxes
               when 91
                   perform CriblageGelAvoirs
               when 92
                   perform SurveillanceAntiBlanchiment
               when 93
                   perform DevisAffairesNouvelles
               when 94
                   perform RisquesHabitation
               when 95
                   perform PolicesContrats
               when 96
                   perform KilometrageVehicules
               when 97
                   perform DeclarationsFva
               when 98
                   perform ResiliationsHamon
               when 100
                   perform InterventionsAssistance
               when 101
                   perform ReglementsAcceleres
               when 102
                   perform VehiculesRemplacement
               when 103
                   perform CourriersSinistres
               when 104
                   perform FluxImpression
               when 105
                   perform RegistreTransmissions
               when 106
                   perform HistoriqueFiches
               when 107
                   perform ReferentielPostal
               when 108
                   perform ControleBancaire
               when 109
                   perform DatamartSinistres
               when 111
                   perform BudgetAgence
               when 112
                   perform PrevisionTresorerie
               when 113
                   perform ChequeReglement
               when 114
                   perform DelaisSinistres
               when 115
                   perform SuccessionAssure
               when 116
                   perform PortailClient
               when 117
                   perform EncaissementAttente
               when 118
                   perform CourrierElectronique
               when 119
                   perform VolVehicule
               when 120
                   perform RapprochementComptable
               when other
                   move "Choix invalide" to MessageErreur
           end-evaluate.

      *---- Les options qui suppriment ou alterent les donnees de
      *---- production sont reservees au superviseur : purge,
      *---- maintenances, cloture, fusion, effacement RGPD, sauvegarde,
      *---- restauration, reglement accelere des petits sinistres,
      *---- chargement des referentiels des codes postaux et des
      *---- banques, reconstruction du datamart des sinistres,
      *---- chargement du budget des agences, emission et annulation
      *---- des cheques de reglement, rapprochement comptable (la
      *---- justification des ecarts autorise la cloture du mois).
       ControleAutorisation.
           move 1 to OptionAutorisee.
           if RoleOperateur of UtilisateurDonne < 2
                   when 72
                   when 78
                   when 83
                   when 85
                   when 86
                   when 91
                   when 92
                   when 101
                   when 107
                   when 108
                   when 109
                   when 111
                   when 113
                   when 120
                       move 0 to OptionAutorisee
               end-evaluate
           end-if.
           end-string.
           write Enr-FichierAuditMenu from FichAuditMenu.
           
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

       end program Program1.
