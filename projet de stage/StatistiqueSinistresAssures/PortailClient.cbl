       program-id. PortailClient as
           "StatistiqueSinistresAssures.PortailClient".

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

      *---- Demande recue du portail clients (PortailDemandes.csv) :
      *---- reference;assure;nature;zones selon la nature.
      *----   ADRESSE  : adresse;code postal;commune
      *----   IBAN     : IBAN;BIC;reference du mandat;date du mandat
      *----   SINISTRE : type;immatriculation ou risque habitation;
      *----              date;montant estime en centimes;conducteur;
      *----              responsabilite (0, 50, 100 ; vide = 100)
       01 DemandeRecue.
            10 RefDemande    pic x(16).
            10 NAssurDemande pic x(5).
            10 TypeDemande   pic x(8).
            10 ZoneDemande1  pic x(40).
            10 ZoneDemande2  pic x(40).
            10 ZoneDemande3  pic x(40).
            10 ZoneDemande4  pic x(40).
            10 ZoneDemande5  pic x(40).
            10 ZoneDemande6  pic x(40).
      *---- Suite de la demande : RECUE (deposee dans la file de
      *---- validation) ou REJETEE avec son motif.
       77 StatutDemande    pic x(8).
       77 MotifDemande     pic x(40).
       77 NbDemandeConnue  pic 9(4).
       77 NbAssureActif    pic 9(4).
       77 DateMandatDem    pic 9(8).
       77 MontantDemande   pic 9(10).
       01 LigneAccuse      pic x(200).

      *---- Depot dans la file de validation a quatre yeux (table
      *---- MajEnAttente, ecran ValidationMaj), comme les changements
      *---- sensibles de MajAssureVehicule ; l'operateur de saisie est
      *---- PORTAIL, tout superviseur peut donc approuver.
       77 ProchainIdMaj    pic 9(6).
       77 DonneesMaj       pic x(120).
       77 TypeMajAttente   pic x(8).
       77 CleMajAttente    pic x(16).
       77 OperateurPortail pic x(10) value "PORTAIL".
       77 DateMaj          pic 9(8).

      *---- Extraction : ligne retenue pour le portail avec son action
      *---- (C = creation, M = modification, S = suppression).
       77 ActionExtrait    pic x.
       01 LigneExtrait     pic x(255).
       77 DateDebutDemande pic 9(8).
       77 AnneeDebutQuit   pic 9(4).

       01 BilanPortail.
           05 NbrDemandesLues    pic 9(6).
           05 NbrDemandesRecues  pic 9(6).
           05 NbrDemandesRejet   pic 9(6).
           05 NbrLignesCreees    pic 9(7).
           05 NbrLignesModifiees pic 9(7).
           05 NbrLignesSuppr     pic 9(7).


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

       77 TypeTrt pic 9.
       77 EofImport pic 9.
       77 EoDB pic 9.
       77 DateJour pic 9(8).
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), les
      *---- demandes recues sont deposees puis l'extraction produite,
      *---- sans affichage ni attente d'une touche.
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

       01 M-ChoixPortail
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Portail : 1=Demandes 2=Extraction 3=Complete"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan de la reception des demandes
       01  T-BilanDemandes foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Demandes du portail clients".
           05 line 3 col 2  value "Demandes lues".
           05 line 3 col 30 from NbrDemandesLues of BilanPortail
               pic Z(5)9.
           05 line 4 col 2  value "Mises en validation".
           05 line 4 col 30 from NbrDemandesRecues of BilanPortail
               pic Z(5)9.
           05 line 5 col 2  value "Rejetees".
           05 line 5 col 30 from NbrDemandesRejet of BilanPortail
               pic Z(5)9.
           05 line 7 col 2  value "Accuses dans PortailAccuses.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'extraction
       01  T-BilanExtraction foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Extraction du portail clients".
           05 line 3 col 2  value "Lignes creees".
           05 line 3 col 30 from NbrLignesCreees of BilanPortail
               pic Z(6)9.
           05 line 4 col 2  value "Lignes modifiees".
           05 line 4 col 30 from NbrLignesModifiees of BilanPortail
               pic Z(6)9.
           05 line 5 col 2  value "Lignes supprimees".
           05 line 5 col 30 from NbrLignesSuppr of BilanPortail
               pic Z(6)9.
           05 line 7 col 2  value "Fichier PortailExtrait.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Echanges avec le portail clients. En entree, les demandes
      *----- saisies en ligne par les assures (changement d'adresse,
      *----- de coordonnees bancaires, declaration de sinistre) sont
      *----- controlees puis deposees dans la file de validation a
      *----- quatre yeux ; une fois approuvees, ValidationMaj applique
      *----- l'adresse et la banque comme MajAssureVehicule, et
      *----- DeclarationSinistre (BATCH) enregistre les sinistres. En
      *----- sortie, l'extraction par assure (fiche, polices,
      *----- vehicules et attestation, garanties, quittances et leur
      *----- reglement, sinistres ouverts, suite des demandes) ne
      *----- livre que les lignes creees, modifiees ou supprimees
      *----- depuis l'extraction precedente, dont l'empreinte est
      *----- conservee (table PortailEmpreinte). L'extraction complete
      *----- repart d'une empreinte vide. En BATCH, demandes puis
      *----- extraction.
      *-------------------------------------------------------------------------------------
       GestionPortail.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanPortail.
           accept DateJour from date yyyymmdd.
           move DateJour to DateMaj.
           if ModeExecution = "BATCH"
               perform ReceptionDemandes
               perform ExtractionPortail
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixPortail.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform ReceptionDemandes
                   display Ecran-Blanc
                   display T-BilanDemandes
                   accept OptionChoisie
               when 2
                   perform ExtractionPortail
                   display Ecran-Blanc
                   display T-BilanExtraction
                   accept OptionChoisie
               when 3
                   exec sql
                       delete from PortailEmpreinte
                   end-exec
                   perform ExtractionPortail
                   display Ecran-Blanc
                   display T-BilanExtraction
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Reception des demandes du portail : chaque demande est
      *----- tracee (table PortailDemande, une fois par reference) et
      *----- fait l'objet d'un accuse RECUE ou REJETEE. Les lignes sans
      *----- reference (en-tete, ligne vide) sont ignorees.
      *-------------------------------------------------------------------------------------
       ReceptionDemandes.
           move 0 to EofImport.
           open input FichierPortailDemandes.
           open output FichierPortailAccuses.
           move spaces to LigneAccuse.
           string
               "Reference;NAssur;Nature;Statut;Motif"
               delimited by size into LigneAccuse
           end-string.
           write Enr-FichierPortailAccuses from LigneAccuse.
           perform ReceptionDemandes-Trt until EofImport = 1.
           close FichierPortailDemandes.
           close FichierPortailAccuses.
           move 0 to EofImport.

       ReceptionDemandes-Trt.
           read FichierPortailDemandes
               at end
                   move 1 to EofImport
               not at end
                   perform TraiteDemande
           end-read.

       TraiteDemande.
           initialize DemandeRecue.
           unstring Enr-FichierPortailDemandes delimited by ";" into
               RefDemande of DemandeRecue
               NAssurDemande of DemandeRecue
               TypeDemande of DemandeRecue
               ZoneDemande1 of DemandeRecue
               ZoneDemande2 of DemandeRecue
               ZoneDemande3 of DemandeRecue
               ZoneDemande4 of DemandeRecue
               ZoneDemande5 of DemandeRecue
               ZoneDemande6 of DemandeRecue
           end-unstring.
           if RefDemande of DemandeRecue = spaces
               or RefDemande of DemandeRecue = "Reference"
               exit paragraph
           end-if.
           add 1 to NbrDemandesLues of BilanPortail.
           inspect TypeDemande of DemandeRecue converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move "REJETEE" to StatutDemande.
           move spaces to MotifDemande.
           move 0 to ProchainIdMaj.
      *---- Une reference deja recue n'est pas redeposee.
           move 0 to NbDemandeConnue.
           exec sql
               select count(*) into :NbDemandeConnue
                   from PortailDemande
                   where PdRef = :DemandeRecue.RefDemande
           end-exec.
           if NbDemandeConnue > 0
               move "Demande deja recue" to MotifDemande
               perform EcritAccuse
               exit paragraph
           end-if.
           perform ControleDemande.
           if MotifDemande = spaces
               move TypeDemande of DemandeRecue to TypeMajAttente
               move NAssurDemande of DemandeRecue to CleMajAttente
               perform DeposeMajEnAttente
               move "RECUE" to StatutDemande
               add 1 to NbrDemandesRecues of BilanPortail
           end-if.
           exec sql
                INSERT INTO PortailDemande
                    (PdRef,PdAssur,PdType,PdDate,PdStatut,PdMaId,
                     PdMotif)
                VALUES
                    (:DemandeRecue.RefDemande,
                     :DemandeRecue.NAssurDemande,
                     :DemandeRecue.TypeDemande,:DateJour,
                     :StatutDemande,:ProchainIdMaj,:MotifDemande)
           end-exec.
           exec sql
               commit
           end-exec.
           perform EcritAccuse.

      *---- Controles de reception : assure connu et vivant, puis les
      *---- zones de la nature ; les donnees deposees sont rangees dans
      *---- DonneesMaj au format lu par l'application.
       ControleDemande.
           move 0 to NbAssureActif.
           exec sql
               select count(*) into :NbAssureActif
                   from Assure
                   where AAssur = :DemandeRecue.NAssurDemande
                     and isnull(ADeces,0) = 0
           end-exec.
           if NbAssureActif = 0
               move "Assure inconnu" to MotifDemande
               exit paragraph
           end-if.
           move spaces to DonneesMaj.
           evaluate TypeDemande of DemandeRecue
               when "ADRESSE"
                   perform ControleDemandeAdresse
               when "IBAN"
                   perform ControleDemandeBanque
               when "SINISTRE"
                   perform ControleDemandeSinistre
               when other
                   move "Nature de demande inconnue" to MotifDemande
           end-evaluate.

      *---- Adresse : code postal et commune conformes au referentiel,
      *---- la commune remise a son orthographe. Personne n'etant la
      *---- pour retenir une correction, une adresse non conforme est
      *---- rejetee avec le motif du controle.
       ControleDemandeAdresse.
           if ZoneDemande1 of DemandeRecue = spaces
               or ZoneDemande2 of DemandeRecue = spaces
               or ZoneDemande3 of DemandeRecue = spaces
               move "Adresse incomplete" to MotifDemande
               exit paragraph
           end-if.
           move ZoneDemande2 of DemandeRecue
               to CodePostCtl of ControleCommuneDonne.
           move ZoneDemande3 of DemandeRecue
               to VilleCtl of ControleCommuneDonne.
           perform ControleCommune.
           if StatutCommune not = 0
               move LibAnomalieCommune to MotifDemande
               exit paragraph
           end-if.
           string
               ZoneDemande1 of DemandeRecue delimited by "  "
               ";" CodePostCtl of ControleCommuneDonne
                   delimited by size
               ";" VillePropose of ControleCommuneDonne
                   delimited by "  "
               into DonneesMaj
           end-string.

      *---- Coordonnees bancaires : IBAN et BIC au controle de
      *---- MajAssureVehicule ; l'IBAN ne peut pas etre retire en ligne
      *---- et le mandat signe est exige pour le prelevement.
       ControleDemandeBanque.
           move ZoneDemande1 of DemandeRecue
               to IbanCtl of CoordBancaireCtl.
           move ZoneDemande2 of DemandeRecue
               to BicCtl of CoordBancaireCtl.
           perform ControleIban.
           if StatutBanque not = 0
               move LibAnomalieBanque to MotifDemande
               exit paragraph
           end-if.
           if ZoneDemande3 of DemandeRecue = spaces
               or ZoneDemande4 of DemandeRecue(1:8) is not numeric
               move "Mandat de prelevement manquant" to MotifDemande
               exit paragraph
           end-if.
           move ZoneDemande4 of DemandeRecue(1:8) to DateMandatDem.
           string
               IbanCtl of CoordBancaireCtl delimited by space
               ";" BicCtl of CoordBancaireCtl delimited by space
               ";" ZoneDemande3 of DemandeRecue delimited by space
               ";" DateMandatDem delimited by size
               into DonneesMaj
           end-string.

      *---- Declaration : zones presentes ; les controles de la
      *---- declaration au guichet (couverture, suspension, periode
      *---- close, doublon) s'appliquent a l'enregistrement apres
      *---- approbation.
       ControleDemandeSinistre.
           if ZoneDemande1 of DemandeRecue(1:1) < "1"
               or ZoneDemande1 of DemandeRecue(1:1) > "9"
               move "Type de sinistre invalide" to MotifDemande
               exit paragraph
           end-if.
           if ZoneDemande2 of DemandeRecue = spaces
               or ZoneDemande3 of DemandeRecue(1:8) is not numeric
               move "Immatriculation ou date manquante"
                   to MotifDemande
               exit paragraph
           end-if.
           move 0 to MontantDemande.
           if ZoneDemande4 of DemandeRecue not = spaces
               unstring ZoneDemande4 of DemandeRecue
                       delimited by space into MontantDemande
               end-unstring
           end-if.
           if MontantDemande = 0
               move "Montant estime manquant" to MotifDemande
               exit paragraph
           end-if.
           string
               ZoneDemande1 of DemandeRecue(1:1) delimited by size
               ";" ZoneDemande2 of DemandeRecue delimited by space
               ";" ZoneDemande3 of DemandeRecue(1:8) delimited by size
               ";" MontantDemande delimited by size
               ";" ZoneDemande5 of DemandeRecue(1:25) delimited by "  "
               ";" ZoneDemande6 of DemandeRecue(1:3) delimited by space
               into DonneesMaj
           end-string.

      *---- Depot dans la file de validation, comme MajAssureVehicule.
       DeposeMajEnAttente.
           move 0 to ProchainIdMaj.
           exec sql
               select isnull(max(MaId),0) into :ProchainIdMaj
                   from MajEnAttente
           end-exec.
           add 1 to ProchainIdMaj.
           exec sql
                INSERT INTO MajEnAttente
                    (MaId,MaType,MaCle,MaDonnees,MaOperateur1,
                     MaDate,MaStatut,MaApplique)
                VALUES
                    (:ProchainIdMaj,:TypeMajAttente,:CleMajAttente,
                     :DonneesMaj,:OperateurPortail,:DateMaj,0,0)
           end-exec.

       EcritAccuse.
           if StatutDemande = "REJETEE"
               add 1 to NbrDemandesRejet of BilanPortail
           end-if.
           move spaces to LigneAccuse.
           string
               RefDemande of DemandeRecue delimited by space
               ";" NAssurDemande of DemandeRecue delimited by space
               ";" TypeDemande of DemandeRecue delimited by space
               ";" StatutDemande delimited by space
               ";" MotifDemande delimited by size
               into LigneAccuse
           end-string.
           write Enr-FichierPortailAccuses from LigneAccuse.

      *-------------------------------------------------------------------------------------
      *----- Extraction par assure : la situation du jour est rangee
      *----- dans PortailLigne (une ligne par objet, cle et donnees),
      *----- comparee a l'empreinte de l'extraction precedente, et
      *----- seules les differences sont ecrites ; l'empreinte est
      *----- ensuite remplacee par la situation du jour.
      *-------------------------------------------------------------------------------------
       ExtractionPortail.
           compute DateDebutDemande = DateJour - 10000.
           compute AnneeDebutQuit = DateJour / 10000 - 1.
           perform ChargeLignesPortail.
           move 0 to EoDB.
           open output FichierPortailExtrait.
           move spaces to LigneExtrait.
           string
               "NAssur;Objet;Cle;Action;Donnees"
               delimited by size into LigneExtrait
           end-string.
           write Enr-FichierPortailExtrait from LigneExtrait.
      **** Création du curseur : lignes nouvelles ou changees, puis
      **** objets disparus depuis l'extraction precedente.
           exec sql
               Declare Extrait-Cursor cursor for
                   select Action,
                          PlAssur + ';' + PlType + ';' + PlCle + ';'
                              + Action + ';' + PlDonnees
                   from
                      (select case when exists
                                      (select 1 from PortailEmpreinte
                                           where PeAssur = PlAssur
                                             and PeType = PlType
                                             and PeCle = PlCle)
                                  then 'M' else 'C' end as Action,
                              PlAssur,PlType,PlCle,PlDonnees
                           from PortailLigne
                           where not exists
                                 (select 1 from PortailEmpreinte
                                      where PeAssur = PlAssur
                                        and PeType = PlType
                                        and PeCle = PlCle
                                        and PeDonnees = PlDonnees)
                       union all
                       select 'S',PeAssur,PeType,PeCle,''
                           from PortailEmpreinte
                           where not exists
                                 (select 1 from PortailLigne
                                      where PlAssur = PeAssur
                                        and PlType = PeType
                                        and PlCle = PeCle)) as Ecart
                   order by PlAssur,PlType,PlCle
           end-exec.
           exec sql
               open Extrait-Cursor
           end-exec.
           perform ExtractionPortail-Trt until EoDB = 1.
           exec sql
               close Extrait-Cursor
           end-exec.
           close FichierPortailExtrait.
           exec sql
               delete from PortailEmpreinte
           end-exec.
           exec sql
               insert into PortailEmpreinte
                   (PeAssur,PeType,PeCle,PeDonnees)
               select PlAssur,PlType,PlCle,PlDonnees
                   from PortailLigne
           end-exec.
           exec sql
               commit
           end-exec.

       ExtractionPortail-Trt.
           move spaces to LigneExtrait.
           exec sql
               fetch Extrait-Cursor into
                   :ActionExtrait,:LigneExtrait
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           evaluate ActionExtrait
               when "C"
                   add 1 to NbrLignesCreees of BilanPortail
               when "M"
                   add 1 to NbrLignesModifiees of BilanPortail
               when other
                   add 1 to NbrLignesSuppr of BilanPortail
           end-evaluate.
           write Enr-FichierPortailExtrait from LigneExtrait.

      *---- Situation du jour, une famille d'objets apres l'autre ;
      *---- les montants sont rendus a virgule, les donnees bornees a
      *---- 200 caracteres. Les assures decedes sortent du portail.
       ChargeLignesPortail.
           exec sql
               delete from PortailLigne
           end-exec.
      *---- Fiche de l'assure ; de l'IBAN, seuls les 4 derniers
      *---- caracteres sont montres.
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select AAssur,'ASSURE',AAssur,
                      left(isnull(ANom,'') + ';' + isnull(APrenom,'')
                          + ';' + isnull(AAdresse,'')
                          + ';' + isnull(ACodePost,'')
                          + ';' + isnull(AVille,'')
                          + ';' + isnull(ATel,'')
                          + ';' + isnull(AEmail,'')
                          + ';' + case when isnull(AIban,'') = ''
                                      then ''
                                      else '****'
                                          + right(rtrim(AIban),4)
                                  end,200)
                   from Assure
                   where isnull(ADeces,0) = 0
           end-exec.
      *---- Polices : branche, effet, echeance, etat.
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select PAssur,'POLICE',PNum,
                      left(isnull(PBranche,'')
                          + ';' + isnull(PDateEffet,'')
                          + ';' + isnull(PEcheance,'')
                          + ';' + case when PStatut = 0
                                      then 'EN VIGUEUR'
                                      else 'RESILIEE' end
                          + ';' + isnull(PDateResil,''),200)
                   from Police
                   inner join Assure on AAssur = PAssur
                   where isnull(ADeces,0) = 0
           end-exec.
      *---- Vehicules et disponibilite de l'attestation : vehicule au
      *---- parc, assure non suspendu, police en vigueur.
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select VAssur,'VEHICULE',VImma,
                      left(isnull(VModele,'')
                          + ';' + isnull(convert(varchar(4),VPuiss),'')
                          + ';' + isnull(VPolice,'')
                          + ';' + case when VActif = 1
                                      then 'AU PARC'
                                      else 'SORTI' end
                          + ';' + case when VActif = 1
                                        and isnull(ASuspendu,0) = 0
                                        and isnull(PStatut,0) = 0
                                      then 'ATTESTATION DISPONIBLE'
                                      else 'ATTESTATION INDISPONIBLE'
                                  end,200)
                   from Vehicule
                   inner join Assure on AAssur = VAssur
                   left join Police on PNum = VPolice
                   where isnull(ADeces,0) = 0
           end-exec.
      *---- Garanties par vehicule : capital, franchise, jours de
      *---- vehicule de remplacement.
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select GAssur,'GARANTIE',
                      GImma + '/' + convert(varchar(1),GCode),
                      replace(convert(varchar(14),GCapital),'.',',')
                          + ';'
                          + replace(convert(varchar(12),GFranchise),
                                    '.',',')
                          + ';'
                          + convert(varchar(4),isnull(GJoursRempl,0))
                   from Garantie
                   inner join Assure on AAssur = GAssur
                   where isnull(ADeces,0) = 0
           end-exec.
      *---- Quittances de l'annee en cours et de la precedente, avec
      *---- leur etat de reglement.
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select QAssur,'QUITTANCE',convert(varchar(16),QNum),
                      convert(varchar(4),QPeriode)
                          + ';' + convert(varchar(8),QDateEcheance)
                          + ';' + replace(convert(varchar(14),QMontant),
                                          '.',',')
                          + ';' + replace(convert(varchar(14),
                                              isnull(QMontantRegle,0)),
                                          '.',',')
                          + ';' + case when QStatut = 3
                                      then 'ANNULEE'
                                      when isnull(QMontantRegle,0)
                                               >= QMontant
                                      then 'PAYEE'
                                      when isnull(QMontantRegle,0) > 0
                                      then 'PARTIELLEMENT PAYEE'
                                      else 'A PAYER' end
                   from Quittance
                   inner join Assure on AAssur = QAssur
                   where isnull(ADeces,0) = 0
                     and QPeriode >= :AnneeDebutQuit
           end-exec.
      *---- Sinistres ouverts : etat du dossier et reglements verses.
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select SNAssur,'SINISTRE',SNSin,
                      STypeSin + ';' + SNImma + ';' + SDateSin
                          + ';' + case when exists
                                          (select 1 from Mission
                                               where MiNSin = SNSin
                                                 and MiNAssur = SNAssur
                                                 and MiRapRecu = 0)
                                      then 'EN EXPERTISE'
                                      when exists
                                          (select 1
                                               from ReglementAttente
                                               where RaNSin = SNSin
                                                 and RaNAssur = SNAssur)
                                      then 'REGLEMENT EN COURS'
                                      else 'EN COURS' end
                          + ';' + replace(convert(varchar(14),
                                  isnull((select sum(RMontPaie)
                                              from Reglement
                                              where RNSin = SNSin
                                                and RNAssur = SNAssur),
                                         0)),'.',',')
                   from Sinistre
                   inner join Assure on AAssur = SNAssur
                   where isnull(ADeces,0) = 0
                     and SStatut = 0
           end-exec.
      *---- Suite des demandes faites sur le portail depuis un an :
      *---- rejetee a la reception, en validation, refusee, ou
      *---- appliquee (pour un sinistre : numero attribue, mise en
      *---- revue ou motif du refus).
           exec sql
               insert into PortailLigne
                   (PlAssur,PlType,PlCle,PlDonnees)
               select PdAssur,'DEMANDE',PdRef,
                      left(PdType + ';' + convert(varchar(8),PdDate)
                          + ';' + case when PdStatut = 'REJETEE'
                                      then 'REJETEE'
                                      when MaStatut = 0
                                      then 'EN VALIDATION'
                                      when MaStatut = 2
                                      then 'REFUSEE'
                                      when MaType = 'SINISTRE'
                                        and isnull(MaApplique,0) = 0
                                      then 'APPROUVEE'
                                      else 'TRAITEE' end
                          + ';' + isnull(nullif(rtrim(MaResultat),''),
                                         isnull(PdMotif,'')),200)
                   from PortailDemande
                   inner join Assure on AAssur = PdAssur
                   left join MajEnAttente on MaId = PdMaId
                   where isnull(ADeces,0) = 0
                     and PdDate >= :DateDebutDemande
           end-exec.

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
      *----- Fin des echanges avec le portail clients
      *-------------------------------------------------------------------------------------

       end program PortailClient.
