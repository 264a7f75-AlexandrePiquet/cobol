       file-control.
       COPY FICHASGN.

      *---- Journal de la societe traitee : JournalComptable.txt pour
      *---- la societe 01, JournalComptable-CC.txt pour les autres ; le
      *---- nom physique est porte par NomJournal.
       select FichierJournalSociete
           assign to NomJournal
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierJournalSociete record varying from 0 to 255.
       01 Enr-FichierJournalSociete pic x(255).

       working-storage section.

      *---- Ligne du journal comptable, au format positionnel fixe sur
           05 LJ-Montant  pic 9(10)v99.
           05 LJ-Libelle  pic x(20).
           05 LJ-Piece    pic x(12).
      *---- Branche de l'ecriture : AUT automobile, MRH habitation, a
      *---- blanc pour les natures globales (PPNA).
           05 LJ-Branche  pic x(3).

      *---- Branche lue avec chaque piece : celle de la quittance ou du
      *---- sinistre d'origine, AUT a defaut (pieces anterieures a la
      *---- branche habitation).
       01 BrancheDonne.
            10 BrancheEcr  sql char-varying(3).

      *---- Plan de comptes charge depuis MappingComptes.csv : un compte
      *---- de debit et un compte de credit par nature d'ecriture. Une
      *---- quatrieme colonne facultative reserve la ligne a une societe
      *---- du groupe : elle remplace pour cette societe la ligne sans
      *---- societe de la meme nature.
       01 MappingLigne.
           05 MapEvenement pic x(12).
           05 MapDebit     pic x(6).
           05 MapCredit    pic x(6).
           05 MapSociete   pic x(2).
       77 PasseMapping     pic 9.
       01 PlanComptes.
           05 ComptePrimeDebit   pic x(6).
           05 ComptePrimeCredit  pic x(6).
           05 ComptePerteCredit  pic x(6).
           05 ComptePpnaDebit    pic x(6).
           05 ComptePpnaCredit   pic x(6).
      *---- Frais juridiques des sinistres (FraisSinistre) et provision
      *---- pour contentieux (Contentieux), distincts de l'indemnite et
      *---- de sa provision.
           05 CompteFraisJurDebit  pic x(6).
           05 CompteFraisJurCredit pic x(6).
           05 CompteProvContDebit  pic x(6).
           05 CompteProvContCredit pic x(6).
      *---- Interventions du partenaire d'assistance acceptees au
      *---- controle de sa facture (InterventionAssistance).
           05 CompteAssistDebit    pic x(6).
           05 CompteAssistCredit   pic x(6).
      *---- Taxe sur les conventions d'assurance et contribution FGAO
      *---- ventilees par QuittanceTaxe : si le plan de comptes les
      *---- porte, la prime est journalisee nette de ces montants et
      *---- chacun passe sur ses propres comptes.
           05 CompteTscaDebit    pic x(6).
           05 CompteTscaCredit   pic x(6).
           05 CompteFgaoDebit    pic x(6).
           05 CompteFgaoCredit   pic x(6).
      *---- Compte d'attente des encaissements (EncaissementAttente) :
      *---- l'encaissement sans quittance identifiable entre en attente
      *---- (ATTENTE : banque / compte d'attente), puis chaque
      *---- affectation a une quittance l'en sort (LETTRAGE : compte
      *---- d'attente / assures).
           05 CompteAttenteDebit  pic x(6).
           05 CompteAttenteCredit pic x(6).
           05 CompteLettrageDebit  pic x(6).
           05 CompteLettrageCredit pic x(6).
      *---- Natures facultatives suivies par le rapprochement de fin de
      *---- mois (RapprochementComptable) : avoirs sur quittances,
      *---- encaissements directs, reglements de sinistres et cessions
      *---- en reassurance du traite de l'annee.
           05 CompteAvoirDebit     pic x(6).
           05 CompteAvoirCredit    pic x(6).
           05 CompteEncDebit       pic x(6).
           05 CompteEncCredit      pic x(6).
           05 CompteRegDebit       pic x(6).
           05 CompteRegCredit      pic x(6).
           05 CompteCessionDebit   pic x(6).
           05 CompteCessionCredit  pic x(6).

       01 QuittanceDonne.
            10 NumAssure   sql char-varying(5).
            10 MontQuit    pic 9(8)V99.
            10 TaxeQuit    pic 9(8)V99.
            10 FgaoQuit    pic 9(8)V99.

      *---- Taxes d'une piece (quittance, avoir ou ristourne) : un
      *---- avoir ou une ristourne extourne la taxe de la quittance.
       01 TaxeDonne.
            10 TypePiece   sql char-varying(1).
            10 NumPiece    sql char-varying(12).
            10 MontTaxe    pic 9(8)V99.
            10 MontFgao    pic 9(8)V99.

       01 SinistreDonne.
            10 NSin        sql char-varying(6).
            10 NumQuitPerte sql char-varying(12).
            10 MontPerte    pic 9(8)V99.

      *---- Frais juridique ou provision pour contentieux d'un sinistre.
       01 ContentieuxDonne.
            10 NSinCont     sql char-varying(6).
            10 MontCont     pic 9(8)V99.

      *---- Intervention d'assistance acceptee (AssistanceVehicule).
       01 AssistanceDonne.
            10 RefAssist    sql char-varying(12).
            10 MontAssist   pic 9(8)V99.

      *---- Encaissement mis en attente ou affectation d'un
      *---- encaissement en attente a une quittance.
       01 AttenteDonne.
            10 RefAttente   sql char-varying(12).
            10 MontAttente  pic 9(8)V99.

      *---- Avoir, encaissement, reglement ou cession : piece et montant.
       01 FluxDonne.
            10 RefFlux      sql char-varying(12).
            10 MontFlux     pic 9(8)V99.

      *---- PPNA du dernier arrete, calculee par CalculPpna.
       01 PpnaDonne.
            10 PeriodePpna pic 9(4).
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).

      *---- Un journal, equilibre et inscrit au registre, par societe
      *---- du groupe ; un operateur de societe ne produit que le sien,
      *---- le BATCH et le groupe tous. La PPNA est arretee par societe
      *---- et le lettrage suit la societe de la quittance affectee ;
      *---- seules les entrees au compte d'attente des encaissements
      *---- non identifies restent au journal de la societe 01.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomJournal      pic x(80).
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

      *---- Inscription du fichier emis au registre des transmissions
      *---- (table Transmission, suivie par RegistreTransmissions) :
      *---- numero de sequence par fichier, nombre d'enregistrements,
      *---- total des montants et cle de controle calculee a la
      *---- relecture du fichier ferme. Un fichier identique a un envoi
      *---- non rejete est inscrit avec la sequence de l'original.
       01 TransmissionDonne.
            10 CodeFichierTr sql char-varying(25).
            10 SeqTr         pic 9(6).
            10 NbrEnrTr      pic 9(7).
            10 MontantTr     pic 9(11)V99.
            10 ControleTr    pic 9(9).
            10 SeqOrigineTr  pic 9(6).
            10 DateTr        pic 9(8).
            10 HeureTr       pic 9(8).
       77 LigneTr     pic x(255).
       77 EofTr       pic 9.
       77 PosTr       pic 9(3).
       77 CalculTr    pic 9(11).
       77 QuotientTr  pic 9(3).
       01 OctetControle.
           05 filler      pic x value low-value.
           05 CarControle pic x.
       01 ValeurOctet redefines OctetControle pic 9(4) binary.

       77 EoDB pic 9.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       01  T-BilanJournal foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Journal comptable".
           05 line 2 col 2  value "Societe".
           05 line 2 col 30 from SocieteTrt.
           05 line 3 col 2  value "Ecritures".
           05 line 3 col 30 from NbrEcritures of BilanJournal
               pic Z(4)9.
           05 line 5 col 30 from TotalCredit of BilanJournal
               pic Z(9)9,99.
           05 line 7 col 2  from MsgJournal.
           05 line 8 col 2  from NomJournal.
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *----- aux provisions, en ecritures debit/credit equilibrees par
      *----- construction, au format positionnel entete/details/fin. Le
      *----- fichier n'est produit que si le plan de comptes est complet
      *----- et si le lot est equilibre. Un journal par societe du
      *----- groupe, sous son propre plan de comptes.
      *-------------------------------------------------------------------------------------
       CalculJournalComptable.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireSocieteSession
           end-if.
           perform ChargeSocietes.
           perform JournalSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.
           goback.

       JournalSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomJournal.
           if SocieteTrt = "01"
               move "fichiers/JournalComptable.txt" to NomJournal
           else
               string
                   "fichiers/JournalComptable-" SocieteTrt ".txt"
                   delimited by size into NomJournal
               end-string
           end-if.
           initialize BilanJournal.
           move spaces to MsgJournal.
           accept DateJournal from date yyyymmdd.
               perform ProduitJournal
           end-if.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           display Ecran-Blanc.
           display T-BilanJournal.
           accept OptionChoisie.

      *---- Chargement du plan de comptes : une ligne par nature
      *---- d'ecriture (PRIME, SINISTRE, PROVISION). Premiere lecture
      *---- des lignes communes, seconde des lignes de la societe, qui
      *---- les remplacent.
       ChargeMappingComptes.
           initialize PlanComptes.
           perform ChargeMappingPasse
               varying PasseMapping from 1 by 1
               until PasseMapping > 2.

       ChargeMappingPasse.
           move 0 to EofImport.
           open input FichierMappingComptes.
           perform ChargeMappingComptes-Trt until EofImport = 1.
                       MapEvenement
                       MapDebit
                       MapCredit
                       MapSociete
                   end-unstring
                   perform AppliqueLigneMapping
           end-read.

       AppliqueLigneMapping.
           if PasseMapping = 1 and MapSociete not = spaces
               exit paragraph
           end-if.
           if PasseMapping = 2 and MapSociete not = SocieteTrt
               exit paragraph
           end-if.
           evaluate MapEvenement
               when "PRIME"
                   move MapDebit to ComptePrimeDebit
                   move MapCredit to ComptePrimeCredit
               when "SINISTRE"
                   move MapDebit to CompteSinDebit
                   move MapCredit to CompteSinCredit
               when "PROVISION"
                   move MapDebit to CompteProvDebit
                   move MapCredit to CompteProvCredit
               when "COMMISSION"
                   move MapDebit to CompteComDebit
                   move MapCredit to CompteComCredit
               when "EPAVE"
                   move MapDebit to CompteEpaveDebit
                   move MapCredit to CompteEpaveCredit
               when "PERTE"
                   move MapDebit to ComptePerteDebit
                   move MapCredit to ComptePerteCredit
               when "PPNA"
                   move MapDebit to ComptePpnaDebit
                   move MapCredit to ComptePpnaCredit
               when "FRAISJUR"
                   move MapDebit to CompteFraisJurDebit
                   move MapCredit to CompteFraisJurCredit
               when "PROVCONT"
                   move MapDebit to CompteProvContDebit
                   move MapCredit to CompteProvContCredit
               when "ASSISTANCE"
                   move MapDebit to CompteAssistDebit
                   move MapCredit to CompteAssistCredit
               when "TSCA"
                   move MapDebit to CompteTscaDebit
                   move MapCredit to CompteTscaCredit
               when "FGAO"
                   move MapDebit to CompteFgaoDebit
                   move MapCredit to CompteFgaoCredit
               when "ATTENTE"
                   move MapDebit to CompteAttenteDebit
                   move MapCredit to CompteAttenteCredit
               when "LETTRAGE"
                   move MapDebit to CompteLettrageDebit
                   move MapCredit to CompteLettrageCredit
               when "AVOIR"
                   move MapDebit to CompteAvoirDebit
                   move MapCredit to CompteAvoirCredit
               when "ENCAISSEMENT"
                   move MapDebit to CompteEncDebit
                   move MapCredit to CompteEncCredit
               when "REGLEMENT"
                   move MapDebit to CompteRegDebit
                   move MapCredit to CompteRegCredit
               when "CESSION"
                   move MapDebit to CompteCessionDebit
                   move MapCredit to CompteCessionCredit
           end-evaluate.

       ProduitJournal.
           open output FichierJournalSociete.
           move spaces to LigneJournal.
           move "ENT" to LJ-TypeEnr.
           move DateJournal to LJ-Date.
           move "JOURNAL ASSURANCE" to LJ-Libelle.
           move SocieteTrt to LJ-Libelle(19:2).
           write Enr-FichierJournalSociete from LigneJournal.
           perform JournalPrimes.
           perform JournalSinistres.
           perform JournalProvisions.
               and ComptePpnaCredit not = spaces
               perform JournalPpna
           end-if.
           if CompteFraisJurDebit not = spaces
               and CompteFraisJurCredit not = spaces
               perform JournalFraisJuridiques
           end-if.
           if CompteProvContDebit not = spaces
               and CompteProvContCredit not = spaces
               perform JournalProvContentieux
           end-if.
           if CompteAssistDebit not = spaces
               and CompteAssistCredit not = spaces
               perform JournalAssistance
           end-if.
           if (CompteTscaDebit not = spaces
                   and CompteTscaCredit not = spaces)
               or (CompteFgaoDebit not = spaces
                   and CompteFgaoCredit not = spaces)
               perform JournalTaxes
           end-if.
           if CompteAttenteDebit not = spaces
               and CompteAttenteCredit not = spaces
               and SocieteTrt = "01"
               perform JournalAttente
           end-if.
           if CompteLettrageDebit not = spaces
               and CompteLettrageCredit not = spaces
               perform JournalLettrage
           end-if.
           if CompteAvoirDebit not = spaces
               and CompteAvoirCredit not = spaces
               perform JournalAvoirs
           end-if.
           if CompteEncDebit not = spaces
               and CompteEncCredit not = spaces
               perform JournalEncaissements
           end-if.
           if CompteRegDebit not = spaces
               and CompteRegCredit not = spaces
               perform JournalReglements
           end-if.
           if CompteCessionDebit not = spaces
               and CompteCessionCredit not = spaces
               perform JournalCessions
           end-if.
           move spaces to LigneJournal.
           move "FIN" to LJ-TypeEnr.
           move DateJournal to LJ-Date.
           move TotalDebit of BilanJournal to LJ-Montant.
           move "FIN DE JOURNAL" to LJ-Libelle.
           write Enr-FichierJournalSociete from LigneJournal.
           close FichierJournalSociete.
      *---- Un lot desequilibre bloque le fichier : il est retronque et
      *---- marque annule plutot que transmis a la comptabilite.
           if TotalDebit of BilanJournal
                   not = TotalCredit of BilanJournal
               open output FichierJournalSociete
               move spaces to LigneJournal
               move "ANN" to LJ-TypeEnr
               move DateJournal to LJ-Date
               move "LOT DESEQUILIBRE" to LJ-Libelle
               write Enr-FichierJournalSociete from LigneJournal
               close FichierJournalSociete
               move "Lot desequilibre : fichier annule" to MsgJournal
           else
               move "JournalComptable"
                   to CodeFichierTr of TransmissionDonne
               if SocieteTrt not = "01"
                   string
                       "JournalComptable-" SocieteTrt
                       delimited by size into CodeFichierTr
                           of TransmissionDonne
                   end-string
               end-if
               move TotalDebit of BilanJournal
                   to MontantTr of TransmissionDonne
               perform EnregistreTransmission
               move "Journal produit et equilibre" to MsgJournal
           end-if.

      *---- Une ecriture debit + credit par quittance de l'annee,
      *---- nette de la TSCA et du FGAO quand ils ont leurs comptes.
       JournalPrimes.
           move 0 to EoDB.
           exec sql
               Declare JournalPrime-Cursor cursor for
                   select QAssur,QMontant,isnull(QBranche,'AUT'),
                          isnull((select sum(QtTaxe) from QuittanceTaxe
                              where QtType = 'Q'
                                and QtQNum = QNum),0),
                          isnull((select sum(QtFgao) from QuittanceTaxe
                              where QtType = 'Q'
                                and QtQNum = QNum),0)
                       from Quittance
                       where QPeriode = :AnneeCourante
                         and isnull(QSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalPrime-Cursor
       JournalPrimes-Trt.
           exec sql
               fetch JournalPrime-Cursor into
                   :QuittanceDonne.NumAssure,:QuittanceDonne.MontQuit,
                   :BrancheDonne.BrancheEcr,
                   :QuittanceDonne.TaxeQuit,:QuittanceDonne.FgaoQuit
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               if CompteTscaDebit not = spaces
                   and CompteTscaCredit not = spaces
                   subtract TaxeQuit of QuittanceDonne
                       from MontQuit of QuittanceDonne
               end-if
               if CompteFgaoDebit not = spaces
                   and CompteFgaoCredit not = spaces
                   subtract FgaoQuit of QuittanceDonne
                       from MontQuit of QuittanceDonne
               end-if
               move "PRIME" to LJ-Libelle
               move NumAssure of QuittanceDonne to LJ-Piece
               move MontQuit of QuittanceDonne to LJ-Montant
           move 0 to EoDB.
           exec sql
               Declare JournalSin-Cursor cursor for
                   select SNSin,SMontSin,isnull(SBranche,'AUT')
                       from Sinistre
                       where left(SDateSin,4) = :AnneeCourante
                         and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalSin-Cursor
       JournalSinistres-Trt.
           exec sql
               fetch JournalSin-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.MontSin,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           move 0 to EoDB.
           exec sql
               Declare JournalProv-Cursor cursor for
                   select SNSin,SProvision,isnull(SBranche,'AUT')
                       from Sinistre
                       where SStatut = 0
                         and SProvision > 0
                         and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalProv-Cursor
       JournalProvisions-Trt.
           exec sql
               fetch JournalProv-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.MontProvision,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           move 0 to EoDB.
           exec sql
               Declare JournalCom-Cursor cursor for
                   select CoQNum,CoMontant,
                          isnull((select QBranche from Quittance
                                      where QNum = CoQNum),'AUT')
                       from Commission
                       where CoPeriode = :AnneeCourante
                         and isnull((select max(QSociete) from Quittance
                                         where QNum = CoQNum),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalCom-Cursor
       JournalCommissions-Trt.
           exec sql
               fetch JournalCom-Cursor into
                   :CommissionDonne.NumQuitCom,:CommissionDonne.MontCom,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           move 0 to EoDB.
           exec sql
               Declare JournalEpave-Cursor cursor for
                   select SNSin,SMontEpave,isnull(SBranche,'AUT')
                       from Sinistre
                       where isnull(SMontEpave,0) > 0
                         and left(convert(char(8),SDateVenteEpave),4)
                             = :AnneeCourante
                         and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalEpave-Cursor
       JournalEpaves-Trt.
           exec sql
               fetch JournalEpave-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.MontSin,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           move 0 to EoDB.
           exec sql
               Declare JournalPerte-Cursor cursor for
                   select QNum,QMontant - QMontantRegle,
                          isnull(QBranche,'AUT')
                       from Quittance
                       where QStatut = 4
                         and left(convert(char(8),QDatePerte),4)
                             = :AnneeCourante
                         and isnull(QSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalPerte-Cursor
       JournalPertes-Trt.
           exec sql
               fetch JournalPerte-Cursor into
                   :PerteDonne.NumQuitPerte,:PerteDonne.MontPerte,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           end-if.

      *---- Une ecriture debit + credit par periode de la PPNA du
      *---- dernier arrete (table Ppna, calculee par CalculPpna) pour
      *---- la societe traitee.
       JournalPpna.
           move 0 to EoDB.
           move spaces to BrancheEcr of BrancheDonne.
           exec sql
               Declare JournalPpna-Cursor cursor for
                   select PpPeriode,PpMontant from Ppna
                       where PpDateArrete =
                           (select max(PpDateArrete) from Ppna)
                         and isnull(PpSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalPpna-Cursor
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par frais juridique engage dans
      *---- l'annee sur un sinistre (FraisSinistre) : honoraires,
      *---- huissier, depens, journalises a part de la charge de
      *---- sinistres.
       JournalFraisJuridiques.
           move 0 to EoDB.
           exec sql
               Declare JournalFrais-Cursor cursor for
                   select FsNSin,FsMontant,
                          isnull((select max(SBranche) from Sinistre
                                      where SNSin = FsNSin),'AUT')
                       from FraisSinistre
                       where left(convert(char(8),FsDate),4)
                             = :AnneeCourante
                         and isnull((select max(ASociete) from Assure
                                         where AAssur = FsNAssur),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalFrais-Cursor
           end-exec.
           perform JournalFraisJuridiques-Trt until EoDB=1.
           exec sql
               close JournalFrais-Cursor
           end-exec.

       JournalFraisJuridiques-Trt.
           exec sql
               fetch JournalFrais-Cursor into
                   :ContentieuxDonne.NSinCont,
                   :ContentieuxDonne.MontCont,:BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "FRAIS JURIDIQUES" to LJ-Libelle
               move NSinCont of ContentieuxDonne to LJ-Piece
               move MontCont of ContentieuxDonne to LJ-Montant
               move CompteFraisJurDebit to LJ-Compte
               perform EcritDebit
               move CompteFraisJurCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par provision pour contentieux
      *---- d'un dossier en cours, comme les provisions de sinistres.
       JournalProvContentieux.
           move 0 to EoDB.
           exec sql
               Declare JournalProvCont-Cursor cursor for
                   select CtNSin,CtProvision,
                          isnull((select max(SBranche) from Sinistre
                                      where SNSin = CtNSin),'AUT')
                       from Contentieux
                       where CtStatut = 0
                         and CtProvision > 0
                         and isnull((select max(ASociete) from Assure
                                         where AAssur = CtNAssur),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalProvCont-Cursor
           end-exec.
           perform JournalProvContentieux-Trt until EoDB=1.
           exec sql
               close JournalProvCont-Cursor
           end-exec.

       JournalProvContentieux-Trt.
           exec sql
               fetch JournalProvCont-Cursor into
                   :ContentieuxDonne.NSinCont,
                   :ContentieuxDonne.MontCont,:BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "PROV CONTENTIEUX" to LJ-Libelle
               move NSinCont of ContentieuxDonne to LJ-Piece
               move MontCont of ContentieuxDonne to LJ-Montant
               move CompteProvContDebit to LJ-Compte
               perform EcritDebit
               move CompteProvContCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par intervention d'assistance
      *---- acceptee dans l'annee, branche automobile.
       JournalAssistance.
           move 0 to EoDB.
           exec sql
               Declare JournalAssist-Cursor cursor for
                   select IaRef,IaCout
                       from InterventionAssistance
                       where IaStatut = 'A'
                         and left(IaDate,4) = :AnneeCourante
                         and isnull((select max(ASociete) from Assure
                                         where AAssur = IaAssur),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalAssist-Cursor
           end-exec.
           perform JournalAssistance-Trt until EoDB=1.
           exec sql
               close JournalAssist-Cursor
           end-exec.

       JournalAssistance-Trt.
           exec sql
               fetch JournalAssist-Cursor into
                   :AssistanceDonne.RefAssist,
                   :AssistanceDonne.MontAssist
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "AUT" to BrancheEcr of BrancheDonne
               move "ASSISTANCE" to LJ-Libelle
               move RefAssist of AssistanceDonne to LJ-Piece
               move MontAssist of AssistanceDonne to LJ-Montant
               move CompteAssistDebit to LJ-Compte
               perform EcritDebit
               move CompteAssistCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- TSCA et FGAO par piece : quittances de l'annee (les memes
      *---- que les primes), avoirs et ristournes dates de l'annee. La
      *---- quittance constate la taxe due ; l'avoir ou la ristourne
      *---- l'extourne, comptes de debit et de credit inverses.
       JournalTaxes.
           move 0 to EoDB.
           exec sql
               Declare JournalTaxe-Cursor cursor for
                   select QtType,QtPiece,sum(QtTaxe),sum(QtFgao),
                          max(case when QtGarantie = 'MRH' then 'MRH'
                                   else 'AUT' end)
                       from QuittanceTaxe
                       where ((QtType = 'Q'
                               and QtQNum in
                                   (select QNum from Quittance
                                     where QPeriode = :AnneeCourante))
                           or (QtType <> 'Q'
                               and left(convert(char(8),QtDate),4)
                                   = :AnneeCourante))
                         and isnull((select max(ASociete) from Assure
                                         where AAssur = QtAssur),'01')
                             = :SocieteTrt
                       group by QtType,QtPiece
           end-exec.
           exec sql
               open JournalTaxe-Cursor
           end-exec.
           perform JournalTaxes-Trt until EoDB=1.
           exec sql
               close JournalTaxe-Cursor
           end-exec.

       JournalTaxes-Trt.
           exec sql
               fetch JournalTaxe-Cursor into
                   :TaxeDonne.TypePiece,:TaxeDonne.NumPiece,
                   :TaxeDonne.MontTaxe,:TaxeDonne.MontFgao,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           move NumPiece of TaxeDonne to LJ-Piece.
           if CompteTscaDebit not = spaces
               and CompteTscaCredit not = spaces
               and MontTaxe of TaxeDonne > 0
               move MontTaxe of TaxeDonne to LJ-Montant
               if TypePiece of TaxeDonne = "Q"
                   move "TSCA" to LJ-Libelle
                   move CompteTscaDebit to LJ-Compte
                   perform EcritDebit
                   move CompteTscaCredit to LJ-Compte
                   perform EcritCredit
               else
                   move "TSCA EXTOURNE" to LJ-Libelle
                   move CompteTscaCredit to LJ-Compte
                   perform EcritDebit
                   move CompteTscaDebit to LJ-Compte
                   perform EcritCredit
               end-if
           end-if.
           if CompteFgaoDebit not = spaces
               and CompteFgaoCredit not = spaces
               and MontFgao of TaxeDonne > 0
               move MontFgao of TaxeDonne to LJ-Montant
               if TypePiece of TaxeDonne = "Q"
                   move "FGAO" to LJ-Libelle
                   move CompteFgaoDebit to LJ-Compte
                   perform EcritDebit
                   move CompteFgaoCredit to LJ-Compte
                   perform EcritCredit
               else
                   move "FGAO EXTOURNE" to LJ-Libelle
                   move CompteFgaoCredit to LJ-Compte
                   perform EcritDebit
                   move CompteFgaoDebit to LJ-Compte
                   perform EcritCredit
               end-if
           end-if.

      *---- Une ecriture debit + credit par encaissement de l'annee mis
      *---- au compte d'attente, faute de quittance identifiable.
       JournalAttente.
           move 0 to EoDB.
           move spaces to BrancheEcr of BrancheDonne.
           exec sql
               Declare JournalAttente-Cursor cursor for
                   select convert(varchar(12),EsId),EsMontant
                       from EncaissementSuspens
                       where left(EsDateEnc,4) = :AnneeCourante
           end-exec.
           exec sql
               open JournalAttente-Cursor
           end-exec.
           perform JournalAttente-Trt until EoDB=1.
           exec sql
               close JournalAttente-Cursor
           end-exec.

       JournalAttente-Trt.
           exec sql
               fetch JournalAttente-Cursor into
                   :AttenteDonne.RefAttente,:AttenteDonne.MontAttente
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "ENCAISST ATTENTE" to LJ-Libelle
               move RefAttente of AttenteDonne to LJ-Piece
               move MontAttente of AttenteDonne to LJ-Montant
               move CompteAttenteDebit to LJ-Compte
               perform EcritDebit
               move CompteAttenteCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par affectation de l'annee d'un
      *---- encaissement en attente a une quittance de la societe
      *---- traitee, sur la branche de la quittance.
       JournalLettrage.
           move 0 to EoDB.
           exec sql
               Declare JournalLettrage-Cursor cursor for
                   select EaQNum,EaMontant,
                          isnull((select QBranche from Quittance
                                      where QNum = EaQNum),'AUT')
                       from EncaissementAffectation
                       where left(convert(char(8),EaDate),4)
                             = :AnneeCourante
                         and isnull((select max(QSociete) from Quittance
                                         where QNum = EaQNum),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalLettrage-Cursor
           end-exec.
           perform JournalLettrage-Trt until EoDB=1.
           exec sql
               close JournalLettrage-Cursor
           end-exec.

       JournalLettrage-Trt.
           exec sql
               fetch JournalLettrage-Cursor into
                   :AttenteDonne.RefAttente,:AttenteDonne.MontAttente,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "LETTRAGE ATTENTE" to LJ-Libelle
               move RefAttente of AttenteDonne to LJ-Piece
               move MontAttente of AttenteDonne to LJ-Montant
               move CompteLettrageDebit to LJ-Compte
               perform EcritDebit
               move CompteLettrageCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par avoir emis dans l'annee sur
      *---- une quittance (AvoirQuittance), sur la branche de la
      *---- quittance.
       JournalAvoirs.
           move 0 to EoDB.
           exec sql
               Declare JournalAvoir-Cursor cursor for
                   select convert(varchar(12),AvNum),AvMontant,
                          isnull((select max(QBranche) from Quittance
                                      where QNum = AvQNum),'AUT')
                       from Avoir
                       where left(convert(char(8),AvDate),4)
                             = :AnneeCourante
                         and isnull((select max(QSociete) from Quittance
                                         where QNum = AvQNum),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalAvoir-Cursor
           end-exec.
           perform JournalAvoirs-Trt until EoDB=1.
           exec sql
               close JournalAvoir-Cursor
           end-exec.

       JournalAvoirs-Trt.
           exec sql
               fetch JournalAvoir-Cursor into
                   :FluxDonne.RefFlux,:FluxDonne.MontFlux,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "AVOIR" to LJ-Libelle
               move RefFlux of FluxDonne to LJ-Piece
               move MontFlux of FluxDonne to LJ-Montant
               move CompteAvoirDebit to LJ-Compte
               perform EcritDebit
               move CompteAvoirCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par encaissement direct de
      *---- l'annee sur une quittance ; l'encaissement venu du compte
      *---- d'attente est deja passe par ATTENTE puis LETTRAGE.
       JournalEncaissements.
           move 0 to EoDB.
           exec sql
               Declare JournalEnc-Cursor cursor for
                   select ENumQuit,EMontant,
                          isnull((select max(QBranche) from Quittance
                                      where QNum = ENumQuit),'AUT')
                       from Encaissement
                       where ESuspens is null
                         and left(EDate,4) = :AnneeCourante
                         and isnull((select max(QSociete) from Quittance
                                         where QNum = ENumQuit),'01')
                             = :SocieteTrt
           end-exec.
           exec sql
               open JournalEnc-Cursor
           end-exec.
           perform JournalEncaissements-Trt until EoDB=1.
           exec sql
               close JournalEnc-Cursor
           end-exec.

       JournalEncaissements-Trt.
           exec sql
               fetch JournalEnc-Cursor into
                   :FluxDonne.RefFlux,:FluxDonne.MontFlux,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "ENCAISSEMENT" to LJ-Libelle
               move RefFlux of FluxDonne to LJ-Piece
               move MontFlux of FluxDonne to LJ-Montant
               move CompteEncDebit to LJ-Compte
               perform EcritDebit
               move CompteEncCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par reglement de sinistre paye
      *---- dans l'annee (table Reglement : import direct ou
      *---- approuve par l'autorisation des gros reglements).
       JournalReglements.
           move 0 to EoDB.
           exec sql
               Declare JournalReg-Cursor cursor for
                   select RNSin,RMontPaie,isnull(SBranche,'AUT')
                       from Reglement
                       join Sinistre on SNSin = RNSin
                                    and SNAssur = RNAssur
                       where left(RDatePaie,4) = :AnneeCourante
                         and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalReg-Cursor
           end-exec.
           perform JournalReglements-Trt until EoDB=1.
           exec sql
               close JournalReg-Cursor
           end-exec.

       JournalReglements-Trt.
           exec sql
               fetch JournalReg-Cursor into
                   :FluxDonne.RefFlux,:FluxDonne.MontFlux,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "REGLEMENT" to LJ-Libelle
               move RefFlux of FluxDonne to LJ-Piece
               move MontFlux of FluxDonne to LJ-Montant
               move CompteRegDebit to LJ-Compte
               perform EcritDebit
               move CompteRegCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Une ecriture debit + credit par sinistre cede au traite de
      *---- l'annee (table Cession, calculee par CessionReassurance).
       JournalCessions.
           move 0 to EoDB.
           exec sql
               Declare JournalCession-Cursor cursor for
                   select CeNSin,CeMontCede,isnull(SBranche,'AUT')
                       from Cession
                       join Sinistre on SNSin = CeNSin
                                    and SNAssur = CeNAssur
                       where CeAnneeTraite = :AnneeCourante
                         and CeMontCede > 0
                         and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           exec sql
               open JournalCession-Cursor
           end-exec.
           perform JournalCessions-Trt until EoDB=1.
           exec sql
               close JournalCession-Cursor
           end-exec.

       JournalCessions-Trt.
           exec sql
               fetch JournalCession-Cursor into
                   :FluxDonne.RefFlux,:FluxDonne.MontFlux,
                   :BrancheDonne.BrancheEcr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move "CESSION REASSURANCE" to LJ-Libelle
               move RefFlux of FluxDonne to LJ-Piece
               move MontFlux of FluxDonne to LJ-Montant
               move CompteCessionDebit to LJ-Compte
               perform EcritDebit
               move CompteCessionCredit to LJ-Compte
               perform EcritCredit
           end-if.

      *---- Ecriture au debit, cumul du total debit.
       EcritDebit.
           move "DET" to LJ-TypeEnr.
           move DateJournal to LJ-Date.
           move "D" to LJ-Sens.
           move BrancheEcr of BrancheDonne to LJ-Branche.
           write Enr-FichierJournalSociete from LigneJournal.
           add 1 to NbrEcritures of BilanJournal.
           add LJ-Montant to TotalDebit of BilanJournal.

           move "DET" to LJ-TypeEnr.
           move DateJournal to LJ-Date.
           move "C" to LJ-Sens.
           move BrancheEcr of BrancheDonne to LJ-Branche.
           write Enr-FichierJournalSociete from LigneJournal.
           add 1 to NbrEcritures of BilanJournal.
           add LJ-Montant to TotalCredit of BilanJournal.

      *-------------------------------------------------------------------------------------
      *----- Inscription au registre des transmissions du fichier
      *----- du journal de la societe, qui vient d'etre ferme : il est
      *----- relu pour compter ses enregistrements et calculer sa cle
      *----- de controle (cle = reste de cle * 31 + octet par 999999937,
      *----- sur les 255 positions de chaque ligne).
      *-------------------------------------------------------------------------------------
       EnregistreTransmission.
           move 0 to NbrEnrTr of TransmissionDonne.
           move 0 to ControleTr of TransmissionDonne.
           move 0 to EofTr.
           open input FichierJournalSociete.
           perform LitTransmission until EofTr = 1.
           close FichierJournalSociete.
           accept DateTr of TransmissionDonne from date yyyymmdd.
           accept HeureTr of TransmissionDonne from time.
           exec sql
               select isnull(max(TrSeq),0) + 1
                   into :TransmissionDonne.SeqTr
                   from Transmission
                   where TrFichier = :TransmissionDonne.CodeFichierTr
           end-exec.
      *---- Meme fichier, meme contenu, deja parti et non rejete : la
      *---- tentative de double envoi est tracee sur la nouvelle ligne.
           exec sql
               select isnull(min(TrSeq),0)
                   into :TransmissionDonne.SeqOrigineTr
                   from Transmission
                   where TrFichier = :TransmissionDonne.CodeFichierTr
                     and TrControle = :TransmissionDonne.ControleTr
                     and TrNbEnr = :TransmissionDonne.NbrEnrTr
                     and TrStatut <> 2
           end-exec.
           exec sql
               insert into Transmission
                   (TrFichier,TrSeq,TrDateEnvoi,TrHeure,TrNbEnr,
                    TrMontant,TrControle,TrStatut,TrDateAcquit,
                    TrSeqOrigine)
               values
                   (:TransmissionDonne.CodeFichierTr,
                    :TransmissionDonne.SeqTr,
                    :TransmissionDonne.DateTr,
                    :TransmissionDonne.HeureTr,
                    :TransmissionDonne.NbrEnrTr,
                    :TransmissionDonne.MontantTr,
                    :TransmissionDonne.ControleTr,
                    0,' ',
                    :TransmissionDonne.SeqOrigineTr)
           end-exec.
           exec sql
               commit
           end-exec.

       LitTransmission.
           read FichierJournalSociete into LigneTr
               at end
                   move 1 to EofTr
               not at end
                   add 1 to NbrEnrTr of TransmissionDonne
                   perform CleTransmission
                       varying PosTr from 1 by 1 until PosTr > 255
           end-read.

       CleTransmission.
           move LigneTr(PosTr:1) to CarControle.
           compute CalculTr =
               ControleTr of TransmissionDonne * 31 + ValeurOctet.
           divide CalculTr by 999999937 giving QuotientTr
               remainder ControleTr of TransmissionDonne.

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
      *----- Fin de l'export du journal comptable
      *-------------------------------------------------------------------------------------
