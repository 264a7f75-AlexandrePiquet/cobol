       program-id. DeclarationTaxes as
           "StatistiqueSinistresAssures.DeclarationTaxes".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

      *---- Declaration de la societe traitee : DeclarationTaxes.csv
      *---- pour la societe 01, DeclarationTaxes-CC.csv pour les
      *---- autres ; le nom physique est porte par NomDeclaration.
       select FichierDeclarationSociete
           assign to NomDeclaration
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierDeclarationSociete record varying from 0 to 255.
       01 Enr-FichierDeclarationSociete pic x(255).

       working-storage section.

      *---- Cumul d'une garantie et d'un type de piece du mois, lu par
      *---- le curseur sur QuittanceTaxe : 'Q' quittance emise, 'V'
      *---- avoir d'annulation, 'R' ristourne d'avenant.
       01 TaxeDonne.
            10 GarantieTaxe sql char-varying(3).
            10 TypePiece    sql char-varying(1).
            10 NetPiece     pic 9(9)V99.
            10 TaxePiece    pic 9(9)V99.
            10 FgaoPiece    pic 9(9)V99.

      *---- Declaration par garantie (1 = RC, 2 = dommages, 3 =
      *---- multirisque habitation) : emis, deductions (avoirs et
      *---- ristournes) et net a declarer.
       01 TableDeclaration.
           05 LigneDeclaration occurs 3 times.
               10 CodeGarantie  pic x(3).
               10 NetEmis       pic 9(9)V99.
               10 TaxeEmise     pic 9(9)V99.
               10 FgaoEmis      pic 9(9)V99.
               10 NetDeduit     pic 9(9)V99.
               10 TaxeDeduite   pic 9(9)V99.
               10 FgaoDeduit    pic 9(9)V99.
               10 NetDeclare    pic s9(9)V99.
               10 TaxeDeclaree  pic s9(9)V99.
               10 FgaoDeclare   pic s9(9)V99.
       77 IndiceGarantie pic 9.

       01 TotalDeclaration.
           05 TotalNet      pic s9(9)V99.
           05 TotalTaxe     pic s9(9)V99.
           05 TotalFgao     pic s9(9)V99.

      *---- Mois declare (AAAAMM) : par defaut, le mois precedent.
       01 MoisDeclare    pic 9(6).
       01 MoisDeclareRed redefines MoisDeclare.
           05 AnneeDeclaree pic 9(4).
           05 MoisDeclareMm pic 99.
       77 DateDebutMois  pic 9(8).
       77 DateFinMois    pic 9(8).
       01 DateCourante   pic 9(8).
       01 DateCouranteRed redefines DateCourante.
           05 AnneeCourante pic 9(4).
           05 MoisCourant   pic 99.
           05 JourCourant   pic 99.

      *---- Net signe edite pour le fichier (une deduction peut
      *---- exceder l'emis du mois).
       01 DeclarationEditee.
           05 NetEdite      pic -9(9),99.
           05 TaxeEdite     pic -9(9),99.
           05 FgaoEdite     pic -9(9),99.

       01 FichDeclaration pic x(150).

      *---- Une declaration par societe du groupe, chacune redevable de
      *---- ses taxes ; un operateur de societe ne declare que la
      *---- sienne.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomDeclaration  pic x(80).
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

       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), la
      *---- declaration du mois precedent est produite sans affichage.
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

       01 M-ChoixMois
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Mois a declarer (AAAAMM, 0 = precedent) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan de la declaration
       01  T-BilanDeclaration foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Declaration mensuelle TSCA / FGAO".
           05 line 3 col 2  value "Mois declare".
           05 line 3 col 20 from MoisDeclare.
           05 line 4 col 2  value "Societe".
           05 line 4 col 20 from SocieteTrt.
           05 line 5 col 2  value "Garantie".
           05 line 5 col 16 value "Prime nette".
           05 line 5 col 34 value "TSCA".
           05 line 5 col 50 value "FGAO".
           05 line 6 col 2  value "RC".
           05 line 6 col 12 from NetDeclare(1) pic -Z(8)9,99.
           05 line 6 col 28 from TaxeDeclaree(1) pic -Z(8)9,99.
           05 line 6 col 44 from FgaoDeclare(1) pic -Z(8)9,99.
           05 line 7 col 2  value "Dommages".
           05 line 7 col 12 from NetDeclare(2) pic -Z(8)9,99.
           05 line 7 col 28 from TaxeDeclaree(2) pic -Z(8)9,99.
           05 line 7 col 44 from FgaoDeclare(2) pic -Z(8)9,99.
           05 line 8 col 2  value "Habitation".
           05 line 8 col 12 from NetDeclare(3) pic -Z(8)9,99.
           05 line 8 col 28 from TaxeDeclaree(3) pic -Z(8)9,99.
           05 line 8 col 44 from FgaoDeclare(3) pic -Z(8)9,99.
           05 line 9 col 2  value "Total".
           05 line 9 col 12 from TotalNet pic -Z(8)9,99.
           05 line 9 col 28 from TotalTaxe pic -Z(8)9,99.
           05 line 9 col 44 from TotalFgao pic -Z(8)9,99.
           05 line 11 col 2 value "Fichier".
           05 line 11 col 10 from NomDeclaration.
           05 line 13 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Declaration mensuelle de la taxe sur les conventions
      *----- d'assurance et de la contribution FGAO : par garantie, les
      *----- montants des quittances emises dans le mois, diminues des
      *----- avoirs d'annulation et des ristournes du mois, d'apres la
      *----- ventilation QuittanceTaxe posee a l'emission. Detail
      *----- emis / deduit / net dans DeclarationTaxes.csv. Une
      *----- declaration par societe du groupe.
      *-------------------------------------------------------------------------------------
       CalculDeclaration.
           perform ChoixMoisDeclare.
           perform LireSocieteSession.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
           end-if.
           perform ChargeSocietes.
           perform CalculDeclarationSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.
           goback.

       CalculDeclarationSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomDeclaration.
           if SocieteTrt = "01"
               move "fichiers/DeclarationTaxes.csv" to NomDeclaration
           else
               string
                   "fichiers/DeclarationTaxes-" SocieteTrt ".csv"
                   delimited by size into NomDeclaration
               end-string
           end-if.
           perform CalculDeclaration-Init.
           perform CalculDeclaration-Trt until EoDB=1.
           perform CalculDeclaration-Fin.

      *---- Mois declare : saisi, ou par defaut le mois precedent.
       ChoixMoisDeclare.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           accept DateCourante from date yyyymmdd.
           move 0 to MoisDeclare.
           if ModeExecution not = "BATCH"
               display Ecran-Blanc
               display M-ChoixMois
               accept MoisDeclare line 2 col 46
           end-if.
           if MoisDeclare = 0
               or MoisDeclareMm < 1 or MoisDeclareMm > 12
               if MoisCourant = 1
                   compute AnneeDeclaree = AnneeCourante - 1
                   move 12 to MoisDeclareMm
               else
                   move AnneeCourante to AnneeDeclaree
                   compute MoisDeclareMm = MoisCourant - 1
               end-if
           end-if.
           compute DateDebutMois = MoisDeclare * 100 + 1.
           compute DateFinMois = MoisDeclare * 100 + 31.

       CalculDeclaration-Init.
           initialize TableDeclaration.
           initialize TotalDeclaration.
           move "RC" to CodeGarantie(1).
           move "DOM" to CodeGarantie(2).
           move "MRH" to CodeGarantie(3).
           move 0 to EoDB.
      **** Création du curseur : cumuls du mois par garantie et par
      **** type de piece, pour les assures de la societe traitee.
           exec sql
               Declare Declaration-Cursor cursor for
                   select QtGarantie,QtType,sum(QtPrimeNette),
                          sum(QtTaxe),sum(QtFgao)
                       from QuittanceTaxe
                       where QtDate between :DateDebutMois
                                        and :DateFinMois
                         and isnull((select max(ASociete) from Assure
                                         where AAssur = QtAssur),
                                    '01') = :SocieteTrt
                       group by QtGarantie,QtType
                       order by QtGarantie,QtType
           end-exec.
           exec sql
               open Declaration-Cursor
           end-exec.

       CalculDeclaration-Trt.
           exec sql
               fetch Declaration-Cursor into
                   :TaxeDonne.GarantieTaxe,:TaxeDonne.TypePiece,
                   :TaxeDonne.NetPiece,:TaxeDonne.TaxePiece,
                   :TaxeDonne.FgaoPiece
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform CumuleDeclaration
           end-if.

      *---- Une quittance s'ajoute a l'emis ; un avoir ou une ristourne
      *---- vient en deduction.
       CumuleDeclaration.
           evaluate GarantieTaxe of TaxeDonne
               when "DOM"
                   move 2 to IndiceGarantie
               when "MRH"
                   move 3 to IndiceGarantie
               when other
                   move 1 to IndiceGarantie
           end-evaluate.
           if TypePiece of TaxeDonne = "Q"
               add NetPiece of TaxeDonne to NetEmis(IndiceGarantie)
               add TaxePiece of TaxeDonne to TaxeEmise(IndiceGarantie)
               add FgaoPiece of TaxeDonne to FgaoEmis(IndiceGarantie)
           else
               add NetPiece of TaxeDonne to NetDeduit(IndiceGarantie)
               add TaxePiece of TaxeDonne
                   to TaxeDeduite(IndiceGarantie)
               add FgaoPiece of TaxeDonne to FgaoDeduit(IndiceGarantie)
           end-if.

       CalculDeclaration-Fin.
           exec sql
               close Declaration-Cursor
           end-exec.
           open output FichierDeclarationSociete.
           move spaces to FichDeclaration.
           string
               "Mois;Garantie;NetEmis;TaxeEmise;FgaoEmis;NetDeduit;"
               "TaxeDeduite;FgaoDeduit;NetDeclare;TaxeDeclaree;"
               "FgaoDeclare"
               into FichDeclaration
           end-string.
           write Enr-FichierDeclarationSociete from FichDeclaration.
           perform EnrDeclaration
               varying IndiceGarantie from 1 by 1
               until IndiceGarantie > 3.
           close FichierDeclarationSociete.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           display Ecran-Blanc.
           display T-BilanDeclaration.
           accept OptionChoisie.

      *---- Net a declarer d'une garantie et ligne du fichier.
       EnrDeclaration.
           compute NetDeclare(IndiceGarantie) =
               NetEmis(IndiceGarantie) - NetDeduit(IndiceGarantie).
           compute TaxeDeclaree(IndiceGarantie) =
               TaxeEmise(IndiceGarantie) - TaxeDeduite(IndiceGarantie).
           compute FgaoDeclare(IndiceGarantie) =
               FgaoEmis(IndiceGarantie) - FgaoDeduit(IndiceGarantie).
           add NetDeclare(IndiceGarantie) to TotalNet.
           add TaxeDeclaree(IndiceGarantie) to TotalTaxe.
           add FgaoDeclare(IndiceGarantie) to TotalFgao.
           move NetDeclare(IndiceGarantie) to NetEdite.
           move TaxeDeclaree(IndiceGarantie) to TaxeEdite.
           move FgaoDeclare(IndiceGarantie) to FgaoEdite.
           move spaces to FichDeclaration.
           string
               MoisDeclare
               ";" CodeGarantie(IndiceGarantie)
               ";" NetEmis(IndiceGarantie)
               ";" TaxeEmise(IndiceGarantie)
               ";" FgaoEmis(IndiceGarantie)
               ";" NetDeduit(IndiceGarantie)
               ";" TaxeDeduite(IndiceGarantie)
               ";" FgaoDeduit(IndiceGarantie)
               ";" NetEdite
               ";" TaxeEdite
               ";" FgaoEdite
               into FichDeclaration
           end-string.
           write Enr-FichierDeclarationSociete from FichDeclaration.

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
      *----- Fin de la declaration mensuelle des taxes
      *-------------------------------------------------------------------------------------

       end program DeclarationTaxes.
