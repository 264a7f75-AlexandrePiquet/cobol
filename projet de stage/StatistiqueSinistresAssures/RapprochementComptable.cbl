       program-id. RapprochementComptable as
           "StatistiqueSinistresAssures.RapprochementComptable".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

      *---- Journal exporte de la societe rapprochee : nom physique
      *---- JournalComptable.txt pour la societe 01, -CC pour les
      *---- autres, comme a l'export.
       select FichierJournalRappro
           assign to NomJournal
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierJournalRappro record varying from 0 to 255.
       01 Enr-FichierJournalRappro pic x(255).

       working-storage section.

      *---- Ligne du journal comptable, au format de JournalComptable.
       01 LigneJournal.
           05 LJ-TypeEnr  pic x(3).
           05 LJ-Date     pic 9(8).
           05 LJ-Compte   pic x(6).
           05 LJ-Sens     pic x(1).
           05 LJ-Montant  pic 9(10)v99.
           05 LJ-Libelle  pic x(20).
           05 LJ-Piece    pic x(12).
           05 LJ-Branche  pic x(3).

      *---- Natures rapprochees : code du plan de comptes
      *---- (MappingComptes.csv), libelle porte par l'ecriture au
      *---- journal, comptes de debit et de credit de la societe. Une
      *---- ecriture ne compte que passee au debit du compte de sa
      *---- nature.
       01 TableNatures.
           05 NatureRappro occurs 9 times.
               10 CodeNature      pic x(12).
               10 LibNature       pic x(20).
               10 CompteNatDebit  pic x(6).
               10 CompteNatCredit pic x(6).
       77 NbrNatures      pic 99 value 9.
       77 IndiceNature    pic 99.
       77 NatureTrouvee   pic 99.

      *---- Plan de comptes, lu comme a l'export : lignes communes
      *---- puis lignes propres a la societe, qui les remplacent. La
      *---- TSCA et le FGAO sortent de la prime quand ils ont leurs
      *---- comptes.
       01 MappingLigne.
           05 MapEvenement pic x(12).
           05 MapDebit     pic x(6).
           05 MapCredit    pic x(6).
           05 MapSociete   pic x(2).
       77 PasseMapping     pic 9.
       77 TscaMappe        pic 9.
       77 FgaoMappe        pic 9.

      *---- Ligne de rapprochement : montant au journal et montant des
      *---- tables de gestion pour une piece d'une nature.
       01 RapproDonne.
            10 NatureRap     sql char-varying(12).
            10 PieceRap      sql char-varying(12).
            10 MontJournal   pic 9(10)V99.
            10 MontGestion   pic 9(10)V99.
            10 JustifieRap   pic 9.
            10 MotifRap      sql char-varying(40).
       77 EcartRap        pic S9(10)V99.
       77 EcartEdite      pic -(10)9,99.
       77 LibJustifie     pic x(12).

      *---- Etat du journal du mois : OK, ABSENT (pas d'envoi inscrit
      *---- au registre des transmissions dans le mois), ANNULE (lot
      *---- desequilibre) ou AUTRE MOIS (remplace par un export
      *---- posterieur).
       77 EtatJournal     pic x(10).
       77 NbEnvoisMois    pic 9(4).
       77 CodeFichierJrn  sql char-varying(25).
       77 EofJournal      pic 9.

       77 MoisSaisi       pic 9(6).
       77 MoisRappro      pic 9(6).
       77 AnneeRappro     pic 9(4).
       77 DebutMois       pic 9(8).
       77 FinMois         pic 9(8).
       77 DateJour        pic 9(8).
       01 LigneRappro     pic x(200).

       01 BilanRappro.
           05 NbrSocietesRap  pic 9(2).
           05 NbrEcartsRap    pic 9(5).
           05 NbrNonJustifies pic 9(5).
       77 NbrEcartsSoc    pic 9(5).
       77 NbrNonJustSoc   pic 9(5).
       77 NbRapproExistant pic 9(4).

      *---- Justification d'un ecart par l'operateur.
       77 SocieteSaisie   pic x(2).
       77 NatureSaisie    pic x(12).
       77 PieceSaisie     pic x(12).
       77 MotifSaisi      pic x(40).
       77 MessageRappro   pic x(50).

      *---- Un rapprochement par societe du groupe ; un operateur de
      *---- societe ne rapproche que la sienne, le BATCH et le groupe
      *---- toutes.
       77 OperateurCourant pic x(10).
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

       77 EofImport      pic 9.
       77 TypeTrt pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- rapprochement du mois en cours s'execute sans affichage.
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

       01 M-ChoixRappro
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Rapprochement : 1=Mois 2=Justification d'ecart"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-SaisieMois
           background-color is 1 foreground-color is 15.
           10 line 5 col 1
               value " Mois AAAAMM (vide = mois en cours) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Saisie de la justification d'un ecart
       01 T-SaisieJustification foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 18 value "Justification d'un ecart".
           10 line 7  col 2  value "Societe (vide=01)  :".
           10 line 8  col 2  value "Nature             :".
           10 line 9  col 2  value "Piece              :".
           10 line 10 col 2  value "Motif              :".

       01 T-EcartJustifie foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 12 col 2  value "Au journal".
           10 line 12 col 24 from MontJournal of RapproDonne
               pic Z(9)9,99.
           10 line 13 col 2  value "En gestion".
           10 line 13 col 24 from MontGestion of RapproDonne
               pic Z(9)9,99.
           10 line 15 col 2  from MessageRappro.
           10 line 17 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan du rapprochement
       01  T-BilanRappro foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Rapprochement comptable".
           05 line 2 col 18 value "Mois".
           05 line 2 col 30 from MoisRappro.
           05 line 4 col 2  value "Societes rapprochees".
           05 line 4 col 30 from NbrSocietesRap of BilanRappro
               pic Z9.
           05 line 5 col 2  value "Ecarts".
           05 line 5 col 30 from NbrEcartsRap of BilanRappro
               pic Z(4)9.
           05 line 6 col 2  value "dont non justifies".
           05 line 6 col 30 from NbrNonJustifies of BilanRappro
               pic Z(4)9.
           05 line 8 col 2
               value "Detail dans RapprochementComptable.csv".
           05 line 9 col 2
               value "Periode non cloturable tant qu'un ecart n'est".
           05 line 10 col 2 value "pas justifie.".
           05 line 12 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Rapprochement de fin de mois entre les tables de gestion
      *----- et le journal comptable exporte : primes emises et avoirs,
      *----- encaissements, reglements de sinistres, provisions,
      *----- cessions en reassurance, commissions et passages en pertes
      *----- sont recalcules piece par piece selon les regles de
      *----- l'export, sur l'exercice du mois, et compares aux ecritures
      *----- du journal du mois passees au debit du compte de leur
      *----- nature. Chaque ecart est rapporte a la piece qui le cause ;
      *----- l'operateur peut le justifier, et GestionPeriode refuse de
      *----- clore le mois tant qu'il reste un ecart non justifie.
      *-------------------------------------------------------------------------------------
       RapprochementComptable.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           accept DateJour from date yyyymmdd.
           move spaces to SocieteSession.
           perform LireOperateurSession.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               move DateJour(1:6) to MoisRappro
               perform RapprocheMois
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixRappro.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform SaisieMoisRappro
                   perform RapprocheMois
                   display Ecran-Blanc
                   display T-BilanRappro
                   accept OptionChoisie
               when 2
                   perform SaisieMoisRappro
                   perform JustifieEcart
               when other
                   continue
           end-evaluate.
           goback.

       SaisieMoisRappro.
           display M-SaisieMois.
           move 0 to MoisSaisi.
           accept MoisSaisi line 5 col 40.
           if MoisSaisi = 0
               move DateJour(1:6) to MoisRappro
           else
               move MoisSaisi to MoisRappro
           end-if.

      *---- Rapprochement du mois pour chaque societe du groupe.
       RapprocheMois.
           initialize BilanRappro.
           move MoisRappro(1:4) to AnneeRappro.
           compute DebutMois = MoisRappro * 100 + 1.
           compute FinMois = MoisRappro * 100 + 31.
           perform InitNatures.
           perform ChargeSocietes.
           open output FichierRapproComptable.
           move spaces to LigneRappro.
           string
               "Mois;Societe;Type;Nature;Piece;Journal;Gestion;Ecart;"
               "Etat;Motif"
               delimited by size into LigneRappro
           end-string.
           write Enr-FichierRapproComptable from LigneRappro.
           perform RapprocheSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.
           close FichierRapproComptable.

       InitNatures.
           initialize TableNatures.
           move "PRIME"        to CodeNature(1).
           move "PRIME"        to LibNature(1).
           move "AVOIR"        to CodeNature(2).
           move "AVOIR"        to LibNature(2).
           move "ENCAISSEMENT" to CodeNature(3).
           move "ENCAISSEMENT" to LibNature(3).
           move "REGLEMENT"    to CodeNature(4).
           move "REGLEMENT"    to LibNature(4).
           move "PROVISION"    to CodeNature(5).
           move "PROVISION"    to LibNature(5).
           move "PROVCONT"     to CodeNature(6).
           move "PROV CONTENTIEUX" to LibNature(6).
           move "CESSION"      to CodeNature(7).
           move "CESSION REASSURANCE" to LibNature(7).
           move "COMMISSION"   to CodeNature(8).
           move "COMMISSION"   to LibNature(8).
           move "PERTE"        to CodeNature(9).
           move "PERTE CREANCE" to LibNature(9).

       RapprocheSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           add 1 to NbrSocietesRap of BilanRappro.
           perform ChargeMappingComptes.
           exec sql
               delete from RapproLigne
                   where RlSociete = :SocieteTrt
           end-exec.
           exec sql
               delete from RapproEcart
                   where ReSociete = :SocieteTrt
                     and ReMois = :MoisRappro
           end-exec.
           perform ChargeJournal.
           if EtatJournal = "OK"
               perform ChargeGestion
               perform CalculeEcarts
               perform EditeTotaux
           else
               perform EcartJournal
           end-if.
           perform EditeEcarts.
           perform EnregistreRappro.
           exec sql
               commit
           end-exec.

      *---- Chargement du plan de comptes de la societe.
       ChargeMappingComptes.
           move spaces to CompteNatDebit(1) CompteNatCredit(1)
                          CompteNatDebit(2) CompteNatCredit(2)
                          CompteNatDebit(3) CompteNatCredit(3)
                          CompteNatDebit(4) CompteNatCredit(4)
                          CompteNatDebit(5) CompteNatCredit(5)
                          CompteNatDebit(6) CompteNatCredit(6)
                          CompteNatDebit(7) CompteNatCredit(7)
                          CompteNatDebit(8) CompteNatCredit(8)
                          CompteNatDebit(9) CompteNatCredit(9).
           move 0 to TscaMappe.
           move 0 to FgaoMappe.
           perform ChargeMappingPasse
               varying PasseMapping from 1 by 1
               until PasseMapping > 2.

       ChargeMappingPasse.
           move 0 to EofImport.
           open input FichierMappingComptes.
           perform ChargeMappingComptes-Trt until EofImport = 1.
           close FichierMappingComptes.

       ChargeMappingComptes-Trt.
           read FichierMappingComptes
               at end
                   move 1 to EofImport
               not at end
                   move spaces to MappingLigne
                   unstring Enr-FichierMappingComptes
                           delimited by ";" or " " into
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
               when "TSCA"
                   move 0 to TscaMappe
                   if MapDebit not = spaces
                       and MapCredit not = spaces
                       move 1 to TscaMappe
                   end-if
               when "FGAO"
                   move 0 to FgaoMappe
                   if MapDebit not = spaces
                       and MapCredit not = spaces
                       move 1 to FgaoMappe
                   end-if
               when other
                   perform ChercheNatureMapping
                       varying IndiceNature from 1 by 1
                       until IndiceNature > NbrNatures
           end-evaluate.

       ChercheNatureMapping.
           if CodeNature(IndiceNature) = MapEvenement
               move MapDebit to CompteNatDebit(IndiceNature)
               move MapCredit to CompteNatCredit(IndiceNature)
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Journal de la societe : il doit avoir ete inscrit au
      *----- registre des transmissions dans le mois, et le fichier en
      *----- place doit etre cet envoi du mois (en-tete date du mois).
      *----- Chaque ecriture au debit du compte de sa nature est chargee
      *----- dans la table de travail RapproLigne.
      *-------------------------------------------------------------------------------------
       ChargeJournal.
           move spaces to NomJournal.
           if SocieteTrt = "01"
               move "fichiers/JournalComptable.txt" to NomJournal
               move "JournalComptable" to CodeFichierJrn
           else
               string
                   "fichiers/JournalComptable-" SocieteTrt ".txt"
                   delimited by size into NomJournal
               end-string
               move spaces to CodeFichierJrn
               string
                   "JournalComptable-" SocieteTrt
                   delimited by size into CodeFichierJrn
               end-string
           end-if.
           move 0 to NbEnvoisMois.
           exec sql
               select count(*) into :NbEnvoisMois
                   from Transmission
                   where TrFichier = :CodeFichierJrn
                     and TrDateEnvoi between :DebutMois and :FinMois
                     and TrStatut <> 2
           end-exec.
           if NbEnvoisMois = 0
               move "ABSENT" to EtatJournal
               exit paragraph
           end-if.
           move "AUTRE MOIS" to EtatJournal.
           move 0 to EofJournal.
           open input FichierJournalRappro.
           perform ChargeJournal-Trt until EofJournal = 1.
           close FichierJournalRappro.

       ChargeJournal-Trt.
           read FichierJournalRappro into LigneJournal
               at end
                   move 1 to EofJournal
               not at end
                   evaluate LJ-TypeEnr
                       when "ENT"
                           if LJ-Date(1:6) = MoisRappro
                               move "OK" to EtatJournal
                           else
                               move 1 to EofJournal
                           end-if
                       when "ANN"
                           move "ANNULE" to EtatJournal
                           move 1 to EofJournal
                       when "DET"
                           if LJ-Sens = "D"
                               perform ChargeEcriture
                           end-if
                   end-evaluate
           end-read.

       ChargeEcriture.
           move 0 to NatureTrouvee.
           perform ChercheNatureEcriture
               varying IndiceNature from 1 by 1
               until IndiceNature > NbrNatures
                  or NatureTrouvee > 0.
           if NatureTrouvee = 0
               exit paragraph
           end-if.
           if LJ-Compte not = CompteNatDebit(NatureTrouvee)
               exit paragraph
           end-if.
           move CodeNature(NatureTrouvee) to NatureRap of RapproDonne.
           move LJ-Piece to PieceRap of RapproDonne.
           move LJ-Montant to MontJournal of RapproDonne.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               values
                   (:SocieteTrt,:RapproDonne.NatureRap,
                    rtrim(:RapproDonne.PieceRap),
                    :RapproDonne.MontJournal,0)
           end-exec.

       ChercheNatureEcriture.
           if LibNature(IndiceNature) = LJ-Libelle
               move IndiceNature to NatureTrouvee
           end-if.

      *---- Journal absent, annule ou remplace : un seul ecart, sur le
      *---- journal lui-meme ; les natures ne sont pas rapprochees.
       EcartJournal.
           exec sql
               insert into RapproEcart
                   (ReSociete,ReMois,ReNature,RePiece,ReMontJournal,
                    ReMontGestion,ReJustifie,ReMotif)
               values
                   (:SocieteTrt,:MoisRappro,'JOURNAL',:EtatJournal,
                    0,0,0,' ')
           end-exec.
           perform MarqueJustifies.

      *-------------------------------------------------------------------------------------
      *----- Montants des tables de gestion, piece par piece, selon les
      *----- regles de l'export pour l'exercice du mois. Une nature sans
      *----- comptes au plan n'est pas journalisee : son total de
      *----- gestion ressort en un seul ecart SANS COMPTES.
      *-------------------------------------------------------------------------------------
       ChargeGestion.
      *---- Primes emises de l'exercice, par assure comme au journal,
      *---- nettes de la TSCA et du FGAO quand ils ont leurs comptes.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'PRIME',QAssur,0,
                      QMontant
                      - case when :TscaMappe = 1
                             then isnull((select sum(QtTaxe)
                                     from QuittanceTaxe
                                     where QtType = 'Q'
                                       and QtQNum = QNum),0)
                             else 0 end
                      - case when :FgaoMappe = 1
                             then isnull((select sum(QtFgao)
                                     from QuittanceTaxe
                                     where QtType = 'Q'
                                       and QtQNum = QNum),0)
                             else 0 end
                   from Quittance
                   where QPeriode = :AnneeRappro
                     and isnull(QSociete,'01') = :SocieteTrt
           end-exec.
      *---- Avoirs emis dans l'exercice.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'AVOIR',
                      convert(varchar(12),AvNum),0,AvMontant
                   from Avoir
                   where left(convert(char(8),AvDate),4)
                         = :AnneeRappro
                     and isnull((select max(QSociete) from Quittance
                                     where QNum = AvQNum),'01')
                         = :SocieteTrt
           end-exec.
      *---- Encaissements directs de l'exercice.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'ENCAISSEMENT',ENumQuit,0,EMontant
                   from Encaissement
                   where ESuspens is null
                     and left(EDate,4) = :AnneeRappro
                     and isnull((select max(QSociete) from Quittance
                                     where QNum = ENumQuit),'01')
                         = :SocieteTrt
           end-exec.
      *---- Reglements de sinistres payes dans l'exercice.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'REGLEMENT',RNSin,0,RMontPaie
                   from Reglement
                   join Sinistre on SNSin = RNSin
                                and SNAssur = RNAssur
                   where left(RDatePaie,4) = :AnneeRappro
                     and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
      *---- Provisions des sinistres ouverts.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'PROVISION',SNSin,0,SProvision
                   from Sinistre
                   where SStatut = 0
                     and SProvision > 0
                     and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
      *---- Provisions pour contentieux des dossiers en cours.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'PROVCONT',CtNSin,0,CtProvision
                   from Contentieux
                   where CtStatut = 0
                     and CtProvision > 0
                     and isnull((select max(ASociete) from Assure
                                     where AAssur = CtNAssur),'01')
                         = :SocieteTrt
           end-exec.
      *---- Cessions au traite de l'exercice.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'CESSION',CeNSin,0,CeMontCede
                   from Cession
                   join Sinistre on SNSin = CeNSin
                                and SNAssur = CeNAssur
                   where CeAnneeTraite = :AnneeRappro
                     and CeMontCede > 0
                     and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
      *---- Commissions de courtage de l'exercice.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'COMMISSION',CoQNum,0,CoMontant
                   from Commission
                   where CoPeriode = :AnneeRappro
                     and isnull((select max(QSociete) from Quittance
                                     where QNum = CoQNum),'01')
                         = :SocieteTrt
           end-exec.
      *---- Creances passees en pertes dans l'exercice.
           exec sql
               insert into RapproLigne
                   (RlSociete,RlNature,RlPiece,RlMontJournal,
                    RlMontGestion)
               select :SocieteTrt,'PERTE',QNum,0,
                      QMontant - QMontantRegle
                   from Quittance
                   where QStatut = 4
                     and left(convert(char(8),QDatePerte),4)
                         = :AnneeRappro
                     and isnull(QSociete,'01') = :SocieteTrt
           end-exec.
           perform RegroupeNatureAbsente
               varying IndiceNature from 1 by 1
               until IndiceNature > NbrNatures.

       RegroupeNatureAbsente.
           if CompteNatDebit(IndiceNature) not = spaces
               and CompteNatCredit(IndiceNature) not = spaces
               exit paragraph
           end-if.
           move CodeNature(IndiceNature) to NatureRap of RapproDonne.
           exec sql
               update RapproLigne
                   set RlPiece = 'SANS COMPTES'
                   where RlSociete = :SocieteTrt
                     and RlNature = :RapproDonne.NatureRap
           end-exec.

      *---- Ecarts par piece, puis reprise des justifications deja
      *---- donnees pour le meme ecart (memes montants).
       CalculeEcarts.
           exec sql
               insert into RapproEcart
                   (ReSociete,ReMois,ReNature,RePiece,ReMontJournal,
                    ReMontGestion,ReJustifie,ReMotif)
               select :SocieteTrt,:MoisRappro,RlNature,RlPiece,
                      sum(RlMontJournal),sum(RlMontGestion),0,' '
                   from RapproLigne
                   where RlSociete = :SocieteTrt
                   group by RlNature,RlPiece
                   having sum(RlMontJournal) <> sum(RlMontGestion)
           end-exec.
           perform MarqueJustifies.

       MarqueJustifies.
           exec sql
               update RapproEcart
                   set ReJustifie = 1,
                       ReMotif = (select max(EjMotif)
                                     from EcartJustifie
                                     where EjSociete = ReSociete
                                       and EjMois = ReMois
                                       and EjNature = ReNature
                                       and EjPiece = RePiece
                                       and EjMontJournal
                                           = ReMontJournal
                                       and EjMontGestion
                                           = ReMontGestion)
                   where ReSociete = :SocieteTrt
                     and ReMois = :MoisRappro
                     and exists
                         (select 1 from EcartJustifie
                             where EjSociete = ReSociete
                               and EjMois = ReMois
                               and EjNature = ReNature
                               and EjPiece = RePiece
                               and EjMontJournal = ReMontJournal
                               and EjMontGestion = ReMontGestion)
           end-exec.

      *---- Totaux par nature, journal contre gestion.
       EditeTotaux.
           move 0 to EoDB.
           exec sql
               Declare TotalRappro-Cursor cursor for
                   select RlNature,sum(RlMontJournal),
                          sum(RlMontGestion)
                       from RapproLigne
                       where RlSociete = :SocieteTrt
                       group by RlNature
                       order by RlNature
           end-exec.
           exec sql
               open TotalRappro-Cursor
           end-exec.
           perform EditeTotaux-Trt until EoDB = 1.
           exec sql
               close TotalRappro-Cursor
           end-exec.

       EditeTotaux-Trt.
           initialize RapproDonne.
           exec sql
               fetch TotalRappro-Cursor into
                   :RapproDonne.NatureRap,:RapproDonne.MontJournal,
                   :RapproDonne.MontGestion
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           if MontJournal of RapproDonne = MontGestion of RapproDonne
               move "EGAL" to LibJustifie
           else
               move "ECART" to LibJustifie
           end-if.
           move spaces to PieceRap of RapproDonne.
           move "TOTAL" to EtatJournal.
           perform EcritLigneRappro.

      *---- Detail des ecarts, piece par piece.
       EditeEcarts.
           move 0 to NbrEcartsSoc.
           move 0 to NbrNonJustSoc.
           move 0 to EoDB.
           exec sql
               Declare EcartRappro-Cursor cursor for
                   select ReNature,RePiece,ReMontJournal,
                          ReMontGestion,ReJustifie,isnull(ReMotif,' ')
                       from RapproEcart
                       where ReSociete = :SocieteTrt
                         and ReMois = :MoisRappro
                       order by ReNature,RePiece
           end-exec.
           exec sql
               open EcartRappro-Cursor
           end-exec.
           perform EditeEcarts-Trt until EoDB = 1.
           exec sql
               close EcartRappro-Cursor
           end-exec.

       EditeEcarts-Trt.
           initialize RapproDonne.
           exec sql
               fetch EcartRappro-Cursor into
                   :RapproDonne.NatureRap,:RapproDonne.PieceRap,
                   :RapproDonne.MontJournal,:RapproDonne.MontGestion,
                   :RapproDonne.JustifieRap,:RapproDonne.MotifRap
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrEcartsSoc.
           add 1 to NbrEcartsRap of BilanRappro.
           if JustifieRap of RapproDonne = 1
               move "JUSTIFIE" to LibJustifie
           else
               move "NON JUSTIFIE" to LibJustifie
               add 1 to NbrNonJustSoc
               add 1 to NbrNonJustifies of BilanRappro
           end-if.
           move "ECART" to EtatJournal.
           perform EcritLigneRappro.

       EcritLigneRappro.
           compute EcartRap = MontJournal of RapproDonne
                            - MontGestion of RapproDonne.
           move EcartRap to EcartEdite.
           move spaces to LigneRappro.
           string
               MoisRappro
               ";" SocieteTrt
               ";" EtatJournal
               ";" NatureRap of RapproDonne
               ";" PieceRap of RapproDonne
               ";" MontJournal of RapproDonne
               ";" MontGestion of RapproDonne
               ";" EcartEdite
               ";" LibJustifie
               ";" MotifRap of RapproDonne
               delimited by size into LigneRappro
           end-string.
           write Enr-FichierRapproComptable from LigneRappro.

      *---- Resultat du mois pour la societe, consulte par
      *---- GestionPeriode avant la cloture.
       EnregistreRappro.
           move 0 to NbRapproExistant.
           exec sql
               select count(*) into :NbRapproExistant
                   from RapproComptable
                   where RcSociete = :SocieteTrt
                     and RcMois = :MoisRappro
           end-exec.
           if NbRapproExistant > 0
               exec sql
                   update RapproComptable
                       set RcDate = :DateJour,
                           RcNbrEcarts = :NbrEcartsSoc,
                           RcNonJustifies = :NbrNonJustSoc,
                           RcOperateur = :OperateurCourant
                       where RcSociete = :SocieteTrt
                         and RcMois = :MoisRappro
               end-exec
           else
               exec sql
                   insert into RapproComptable
                       (RcSociete,RcMois,RcDate,RcNbrEcarts,
                        RcNonJustifies,RcOperateur)
                   values
                       (:SocieteTrt,:MoisRappro,:DateJour,
                        :NbrEcartsSoc,:NbrNonJustSoc,
                        :OperateurCourant)
               end-exec
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Justification d'un ecart du dernier rapprochement du mois :
      *----- le motif est garde avec les montants de l'ecart ; si un
      *----- rapprochement suivant trouve d'autres montants pour la meme
      *----- piece, l'ecart redevient non justifie.
      *-------------------------------------------------------------------------------------
       JustifieEcart.
           display Ecran-Blanc.
           display T-SaisieJustification.
           move SocieteSession to SocieteSaisie.
           if SocieteSession = spaces
               accept SocieteSaisie line 7 col 23
           end-if.
           if SocieteSaisie = spaces
               move "01" to SocieteSaisie
           end-if.
           move spaces to NatureSaisie.
           move spaces to PieceSaisie.
           move spaces to MotifSaisi.
           accept NatureSaisie line 8 col 23.
           accept PieceSaisie line 9 col 23.
           accept MotifSaisi line 10 col 23.
           inspect NatureSaisie converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           initialize RapproDonne.
           move SocieteSaisie to SocieteTrt.
           perform EnregistreJustification.
           display T-EcartJustifie.
           accept OptionChoisie.

      *---- Controle de l'ecart saisi et enregistrement du motif.
       EnregistreJustification.
           exec sql
               select ReMontJournal,ReMontGestion
                   into :RapproDonne.MontJournal,
                        :RapproDonne.MontGestion
                   from RapproEcart
                   where ReSociete = :SocieteTrt
                     and ReMois = :MoisRappro
                     and ReNature = :NatureSaisie
                     and RePiece = :PieceSaisie
           end-exec.
           if SQLCODE not = 0
               move "Aucun ecart pour cette piece" to MessageRappro
               exit paragraph
           end-if.
           if MotifSaisi = spaces
               move "Motif obligatoire" to MessageRappro
               exit paragraph
           end-if.
           exec sql
               insert into EcartJustifie
                   (EjSociete,EjMois,EjNature,EjPiece,EjMontJournal,
                    EjMontGestion,EjMotif,EjOperateur,EjDate)
               values
                   (:SocieteTrt,:MoisRappro,:NatureSaisie,
                    :PieceSaisie,:RapproDonne.MontJournal,
                    :RapproDonne.MontGestion,:MotifSaisi,
                    :OperateurCourant,:DateJour)
           end-exec.
           perform MarqueJustifies.
           move 0 to NbrNonJustSoc.
           exec sql
               select count(*) into :NbrNonJustSoc
                   from RapproEcart
                   where ReSociete = :SocieteTrt
                     and ReMois = :MoisRappro
                     and ReJustifie = 0
           end-exec.
           exec sql
               update RapproComptable
                   set RcNonJustifies = :NbrNonJustSoc
                   where RcSociete = :SocieteTrt
                     and RcMois = :MoisRappro
           end-exec.
           exec sql
               commit
           end-exec.
           move "Ecart justifie" to MessageRappro.

      *---- Operateur et societe de la session (fichier depose par
      *---- Program1).
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
      *----- Fin du rapprochement comptable
      *-------------------------------------------------------------------------------------

       end program RapprochementComptable.
