       program-id. DeclarationFva as
           "StatistiqueSinistresAssures.DeclarationFva".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

      *---- Fichier du jour de la societe traitee : DeclarationFva.txt
      *---- pour la societe 01, DeclarationFva-CC.txt pour les autres ;
      *---- le nom physique est porte par NomDeclaration.
       select FichierFvaSociete
           assign to NomDeclaration
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierFvaSociete record varying from 0 to 255.
       01 Enr-FichierFvaSociete pic x(255).

       working-storage section.

      *---- Mouvement applique au parc a declarer au Fichier des
      *---- Vehicules Assures : 'A' entree (reprises de portefeuille
      *---- comprises), 'R' sortie, 'T' transfert au repreneur porte
      *---- en MModele, 'S' modification de situation.
       01 MouvementFva.
            10 NAssur      sql char-varying(5).
            10 NImma       sql char-varying(9).
            10 CodeMouv    sql char-varying(1).
            10 MouvDate    sql char-varying(8).
            10 PoliceMouv  sql char-varying(7).
            10 Repreneur   sql char-varying(6).

      *---- Ligne du fichier de declaration, au format positionnel
      *---- fixe entete/details/fin des autres echanges de place.
       01 LigneFva.
           05 FV-TypeEnr    pic x(3).
           05 FV-DateRemise pic 9(8).
           05 FV-CodeMouv   pic x(1).
           05 FV-NImma      pic x(9).
           05 FV-DateMouv   pic x(8).
           05 FV-NAssur     pic x(5).
           05 FV-Police     pic x(7).
           05 FV-Repreneur  pic x(6).
           05 FV-Nombre     pic 9(5).

      *---- Accuse de reception du fichier (RetourFva.csv : NAssur;
      *---- NImma;CodeMouv;DateMouv;Statut ACC ou REJ;Motif) : la cle
      *---- du mouvement declare est renvoyee telle quelle.
       01 RetourFva.
            10 NAssurRetour   sql char-varying(5).
            10 NImmaRetour    sql char-varying(9).
            10 CodeRetour     sql char-varying(1).
            10 DateRetour     sql char-varying(8).
            10 StatutRetour   pic x(3).
            10 MotifRetour    sql char-varying(40).
       77 NbMouvTrouve pic 9(4).

      *---- Etat de declaration porte par le mouvement (MFvaStatut) :
      *---- 0 a declarer, 1 declare en attente d'accuse, 2 accepte,
      *---- 3 rejete a corriger puis a renvoyer.
       77 StatutADeclarer pic 9 value 0.
       77 StatutDeclare   pic 9 value 1.
       77 StatutAccepte   pic 9 value 2.
       77 StatutRejete    pic 9 value 3.

       01 BilanFva.
           05 NbrDeclares   pic 9(5).
           05 NbrAcceptes   pic 9(5).
           05 NbrRejetes    pic 9(5).
           05 NbrInconnus   pic 9(5).
           05 NbrRenvoyes   pic 9(5).

      *---- Vehicule dont les mouvements rejetes sont remis a declarer
      *---- une fois la fiche corrigee.
       77 ImmaRenvoi sql char-varying(9).
       77 NbrARenvoyer pic 9(5).

       01 FichRejetFva pic x(150).

      *---- Un fichier du jour par societe du groupe, chacune declarant
      *---- son parc ; un operateur de societe n'emet que le sien.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomDeclaration  pic x(80).
       77 NbrDeclaresSoc  pic 9(5).
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
       01 DateCourante pic 9(8).

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- fichier du jour est emis sans affichage.
       77 ModeExecution   pic x(10).

       77 TypeTrt pic 9.
       77 EofImport pic 9.
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

       01 M-ChoixFva
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " FVA: 1=Emission 2=Accuse 3=Renvoi 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-ImmaRenvoi
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Immatriculation corrigee a renvoyer : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan de l'emission
       01  T-BilanEmissionFva foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Declaration FVA du jour".
           05 line 3 col 2  value "Mouvements declares".
           05 line 3 col 30 from NbrDeclares of BilanFva pic Z(4)9.
           05 line 5 col 2  value "Fichiers DeclarationFva.txt".
           05 line 6 col 2  value "et DeclarationFva-CC.txt".
           05 line 7 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'import de l'accuse
       01  T-BilanRetourFva foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Accuse de reception FVA".
           05 line 3 col 2  value "Mouvements acceptes".
           05 line 3 col 30 from NbrAcceptes of BilanFva pic Z(4)9.
           05 line 4 col 2  value "Mouvements rejetes".
           05 line 4 col 30 from NbrRejetes of BilanFva pic Z(4)9.
           05 line 5 col 2  value "Lignes non rapprochees".
           05 line 5 col 30 from NbrInconnus of BilanFva pic Z(4)9.
           05 line 7 col 2  value "Vehicules a corriger dans".
           05 line 7 col 28 value "RejetsFva.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan du renvoi
       01  T-BilanRenvoiFva foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 4 col 2  value "Mouvements remis a declarer".
           05 line 4 col 32 from NbrRenvoyes of BilanFva pic Z(4)9.
           05 line 6 col 2  value "Ils partiront avec le prochain".
           05 line 6 col 33 value "fichier du jour".
           05 line 8 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Declaration au Fichier des Vehicules Assures : chaque jour,
      *----- les mouvements 'A', 'R', 'T' et 'S' appliques au parc
      *----- (reprises de portefeuille comprises) partent dans un
      *----- fichier positionnel ; l'accuse de reception en retour
      *----- solde les mouvements acceptes et liste les vehicules
      *----- refuses, a corriger puis a renvoyer. Fini la declaration
      *----- a la main.
      *-------------------------------------------------------------------------------------
       GestionFva.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           accept DateCourante from date yyyymmdd.
           if ModeExecution = "BATCH"
               perform EmissionFva
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixFva.
           accept TypeTrt line 2 col 48.
           evaluate TypeTrt
               when 1
                   perform EmissionFva
                   display Ecran-Blanc
                   display T-BilanEmissionFva
                   accept OptionChoisie
               when 2
                   perform RetourAccuseFva
                   display Ecran-Blanc
                   display T-BilanRetourFva
                   accept OptionChoisie
               when 3
                   perform RenvoiRejetsFva
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Emission du fichier du jour : les mouvements appliques au
      *----- parc pas encore declares (ou remis a declarer apres
      *----- correction), marques declares au fil de l'ecriture. Un
      *----- fichier par societe du groupe.
      *-------------------------------------------------------------------------------------
       EmissionFva.
           initialize BilanFva.
           perform LireSocieteSession.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
           end-if.
           perform ChargeSocietes.
           perform EmissionFvaSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.

       EmissionFvaSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomDeclaration.
           if SocieteTrt = "01"
               move "fichiers/DeclarationFva.txt" to NomDeclaration
           else
               string
                   "fichiers/DeclarationFva-" SocieteTrt ".txt"
                   delimited by size into NomDeclaration
               end-string
           end-if.
           move 0 to EoDB.
           move 0 to NbrDeclaresSoc.
           open output FichierFvaSociete.
           move spaces to LigneFva.
           move "ENT" to FV-TypeEnr.
           move DateCourante to FV-DateRemise.
           write Enr-FichierFvaSociete from LigneFva.
           exec sql
               Declare EmissionFva-Cursor cursor for
                   select MAssur,MImma,MCodeMouv,MDate,
                          isnull(MPolice,' '),isnull(MModele,' ')
                       from Mouvement
                       where MTraite = 1
                         and MCodeMouv in ('A','R','T','S')
                         and isnull(MFvaStatut,0) = :StatutADeclarer
                         and isnull((select max(ASociete) from Assure
                                         where AAssur = MAssur),
                                    '01') = :SocieteTrt
                       order by MDate,MImma
           end-exec.
           exec sql
               open EmissionFva-Cursor
           end-exec.
           perform EmissionFva-Trt until EoDB=1.
           exec sql
               close EmissionFva-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           move spaces to LigneFva.
           move "FIN" to FV-TypeEnr.
           move DateCourante to FV-DateRemise.
           move NbrDeclaresSoc to FV-Nombre.
           write Enr-FichierFvaSociete from LigneFva.
           close FichierFvaSociete.

       EmissionFva-Trt.
           initialize MouvementFva.
           exec sql
               fetch EmissionFva-Cursor into
                   :MouvementFva.NAssur,:MouvementFva.NImma,
                   :MouvementFva.CodeMouv,:MouvementFva.MouvDate,
                   :MouvementFva.PoliceMouv,:MouvementFva.Repreneur
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move spaces to LigneFva
               move "DET" to FV-TypeEnr
               move DateCourante to FV-DateRemise
               move CodeMouv of MouvementFva to FV-CodeMouv
               move NImma of MouvementFva to FV-NImma
               move MouvDate of MouvementFva to FV-DateMouv
               move NAssur of MouvementFva to FV-NAssur
               move PoliceMouv of MouvementFva to FV-Police
      *---- Le repreneur n'a de sens que pour un transfert : ailleurs,
      *---- MModele porte le code modele ou le motif de resiliation.
               if CodeMouv of MouvementFva = "T"
                   move Repreneur of MouvementFva to FV-Repreneur
               end-if
               move 0 to FV-Nombre
               write Enr-FichierFvaSociete from LigneFva
               add 1 to NbrDeclares of BilanFva
               add 1 to NbrDeclaresSoc
               exec sql
                   update Mouvement
                       set MFvaStatut = :StatutDeclare,
                           MFvaDate = :DateCourante,
                           MFvaMotif = ' '
                       where MAssur = :MouvementFva.NAssur
                         and MImma = :MouvementFva.NImma
                         and MCodeMouv = :MouvementFva.CodeMouv
                         and MDate = :MouvementFva.MouvDate
               end-exec
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Import de l'accuse de reception : un mouvement accepte est
      *----- solde ; un mouvement rejete garde son motif et son vehicule
      *----- part dans RejetsFva.csv pour correction ; les lignes sans
      *----- mouvement declare correspondant y sont aussi signalees.
      *-------------------------------------------------------------------------------------
       RetourAccuseFva.
           initialize BilanFva.
           move 0 to EofImport.
           open output FichierRejetsFva.
           move spaces to FichRejetFva.
           string
               "Rejet;NAssur;NImma;CodeMouv;DateMouv;Motif"
               into FichRejetFva
           end-string.
           write Enr-FichierRejetsFva from FichRejetFva.
           open input FichierRetourFva.
           perform RetourAccuseFva-Trt until EofImport = 1.
           close FichierRetourFva.
           close FichierRejetsFva.
           exec sql
               commit
           end-exec.

       RetourAccuseFva-Trt.
           read FichierRetourFva
               at end
                   move 1 to EofImport
               not at end
                   initialize RetourFva
                   unstring Enr-FichierRetourFva
                           delimited by ";" into
                       NAssurRetour of RetourFva
                       NImmaRetour of RetourFva
                       CodeRetour of RetourFva
                       DateRetour of RetourFva
                       StatutRetour of RetourFva
                       MotifRetour of RetourFva
                   end-unstring
                   perform RapprocheRetourFva
           end-read.

       RapprocheRetourFva.
           move 0 to NbMouvTrouve.
           exec sql
               select count(*) into :NbMouvTrouve
                   from Mouvement
                   where MAssur = :RetourFva.NAssurRetour
                     and MImma = :RetourFva.NImmaRetour
                     and MCodeMouv = :RetourFva.CodeRetour
                     and MDate = :RetourFva.DateRetour
                     and MFvaStatut = :StatutDeclare
           end-exec.
           if NbMouvTrouve = 0
               add 1 to NbrInconnus of BilanFva
               move spaces to FichRejetFva
               string
                   "MOUVEMENT NON DECLARE"
                   ";" NAssurRetour of RetourFva
                   ";" NImmaRetour of RetourFva
                   ";" CodeRetour of RetourFva
                   ";" DateRetour of RetourFva
                   ";" StatutRetour of RetourFva
                   into FichRejetFva
               end-string
               write Enr-FichierRejetsFva from FichRejetFva
               exit paragraph
           end-if.
           if StatutRetour of RetourFva = "ACC"
               add 1 to NbrAcceptes of BilanFva
               exec sql
                   update Mouvement
                       set MFvaStatut = :StatutAccepte
                       where MAssur = :RetourFva.NAssurRetour
                         and MImma = :RetourFva.NImmaRetour
                         and MCodeMouv = :RetourFva.CodeRetour
                         and MDate = :RetourFva.DateRetour
               end-exec
               exit paragraph
           end-if.
      *---- Tout autre statut vaut refus du registre.
           add 1 to NbrRejetes of BilanFva.
           exec sql
               update Mouvement
                   set MFvaStatut = :StatutRejete,
                       MFvaMotif = :RetourFva.MotifRetour
                   where MAssur = :RetourFva.NAssurRetour
                     and MImma = :RetourFva.NImmaRetour
                     and MCodeMouv = :RetourFva.CodeRetour
                     and MDate = :RetourFva.DateRetour
           end-exec.
           move spaces to FichRejetFva.
           string
               "A CORRIGER"
               ";" NAssurRetour of RetourFva
               ";" NImmaRetour of RetourFva
               ";" CodeRetour of RetourFva
               ";" DateRetour of RetourFva
               ";" MotifRetour of RetourFva
               into FichRejetFva
           end-string.
           write Enr-FichierRejetsFva from FichRejetFva.

      *-------------------------------------------------------------------------------------
      *----- Renvoi d'un vehicule corrige : ses mouvements rejetes
      *----- repassent a declarer et partiront dans le prochain fichier
      *----- du jour.
      *-------------------------------------------------------------------------------------
       RenvoiRejetsFva.
           initialize BilanFva.
           move spaces to ImmaRenvoi.
           display Ecran-Blanc.
           display M-ImmaRenvoi.
           accept ImmaRenvoi line 2 col 41.
           move 0 to NbrARenvoyer.
           exec sql
               select count(*) into :NbrARenvoyer
                   from Mouvement
                   where MImma = :ImmaRenvoi
                     and MFvaStatut = :StatutRejete
           end-exec.
           if NbrARenvoyer > 0
               exec sql
                   update Mouvement
                       set MFvaStatut = :StatutADeclarer
                       where MImma = :ImmaRenvoi
                         and MFvaStatut = :StatutRejete
               end-exec
               exec sql
                   commit
               end-exec
           end-if.
           move NbrARenvoyer to NbrRenvoyes of BilanFva.
           display T-BilanRenvoiFva.
           accept OptionChoisie.

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
      *----- Fin de la declaration FVA
      *-------------------------------------------------------------------------------------

       end program DeclarationFva.
