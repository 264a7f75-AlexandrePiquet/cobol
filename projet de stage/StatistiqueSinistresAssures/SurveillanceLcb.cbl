       program-id. SurveillanceLcb as
           "StatistiqueSinistresAssures.SurveillanceLcb".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

      *---- Remise de virements d'une societe du groupe autre que 01
      *---- (RemiseVirement-CC.txt) ; le nom physique est porte par
      *---- NomRemiseVirement.
       select FichierVirementSociete
           assign to NomRemiseVirement
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierVirementSociete record varying from 0 to 255.
       01 Enr-FichierVirementSociete pic x(255).

       working-storage section.

      *---- Alerte de lutte anti-blanchiment (table AlerteLcb) :
      *---- scenario declencheur, score, assure concerne, cle de
      *---- l'operation et montant. Statut 0 = ouverte, 1 = classee sans
      *---- suite, 2 = retenue pour une declaration de soupcon.
       01 AlerteDonne.
            10 NumAlerte     pic 9(6).
            10 DateAlerte    pic 9(8).
            10 ScenarioAlerte sql char-varying(20).
            10 ScoreAlerte   pic 9(3).
            10 AssurAlerte   sql char-varying(5).
            10 CleAlerte     sql char-varying(30).
            10 MontantAlerte pic 9(8)V99.
            10 StatutAlerte  pic 9.
            10 ScoreAssure   pic 9(5).
       77 LibStatut    pic x(12).

      *---- Seuils des scenarios, surcharges par SeuilsLcb.csv (lignes
      *---- CODE;valeur, montants en centimes, delai en jours) :
      *---- ESPECES encaissement en especes, TROPPERCU trop-percu sur
      *---- quittance, PRIMEFORTE encaissement important avant
      *---- resiliation, DELAIRESIL delai de la resiliation,
      *---- REGLTIERS reglement de sinistre a un tiers.
       77 SeuilEspeces    pic 9(8)V99 value 1000.
       77 SeuilTropPercu  pic 9(8)V99 value 150.
       77 SeuilPrimeForte pic 9(8)V99 value 3000.
       77 DelaiResil      pic 9(4) value 90.
       77 SeuilReglTiers  pic 9(8)V99 value 5000.

      *---- Score de chaque scenario ; le score d'un assure sur la
      *---- liste de travail est la somme de ses alertes ouvertes.
       77 ScoreEspeces    pic 9(3) value 40.
       77 ScoreTropPercu  pic 9(3) value 50.
       77 ScoreIbanTiers  pic 9(3) value 60.
       77 ScoreIbanPartage pic 9(3) value 70.
       77 ScoreResiliation pic 9(3) value 50.
       77 ScoreReglTiers  pic 9(3) value 40.

       01 LigneSeuil.
           05 CodeSeuil   pic x(12).
           05 ValeurSeuil pic 9(10).

      *---- Ligne de la remise de virements sortants (RemiseVirement.txt
      *---- et RemiseVirement-CC.txt produits par VirementSepa), meme
      *---- decoupage positionnel.
       01 LigneVirement.
           05 VI-TypeEnr    pic x(3).
           05 VI-DateRemise pic 9(8).
           05 VI-Reference  pic x(24).
           05 VI-Motif      pic x(10).
           05 VI-Iban       pic x(34).
           05 VI-Bic        pic x(11).
           05 VI-Montant    pic 9(8)v99.
           05 VI-Nombre     pic 9(5).
       77 AssurVirement     pic x(5).
       77 IbanAssure        pic x(34).
       77 NbrAutresAssures  pic 9(5).
       77 NbrAlertesExistantes pic 9(5).

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
       77 SocieteTrt        pic x(2).
       77 IndiceSocTrt      pic 99.
       77 NomRemiseVirement pic x(80).
       77 CodeFichierSoc    pic x(25).
       77 NbTransmissions   pic 9(4).

       77 DernierNumAlerte pic 9(6).
       77 NumAvantSurveillance pic 9(6).
       77 DateSurveillance pic 9(8).

       01 BilanSurveillance.
           05 NbrNouvelles    pic 9(5).
           05 NbrOuvertes     pic 9(5).
           05 NbrVirementsLus pic 9(5).
           05 NbrClassees     pic 9(5).
           05 NbrDeclarees    pic 9(5).

       01 FichAlerte pic x(255).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur chaque decision.
       77 OperateurCourant pic x(10).
       77 ChoixDecision    pic x.
       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), les
      *---- scenarios sont rejoues et la liste de travail reeditee.
       77 ModeExecution   pic x(10).

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

       01 M-ChoixSurveillance
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Anti-blanchiment : 1=Scenarios 2=Revue 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan de la surveillance
       01  T-BilanSurveillance foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Surveillance anti-blanchiment".
           05 line 3 col 2  value "Virements sortants lus".
           05 line 3 col 30 from NbrVirementsLus of BilanSurveillance
               pic Z(4)9.
           05 line 4 col 2  value "Nouvelles alertes".
           05 line 4 col 30 from NbrNouvelles of BilanSurveillance
               pic Z(4)9.
           05 line 5 col 2  value "Alertes ouvertes".
           05 line 5 col 30 from NbrOuvertes of BilanSurveillance
               pic Z(4)9.
           05 line 7 col 2  value "Liste de travail AlertesLcb.csv".
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

      *---- Fiche d'une alerte ouverte et saisie de la decision.
       01 T-FicheAlerteLcb foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 16 value "Revue des alertes anti-blanchiment".
           10 line 3  col 2  value "Alerte".
           10 line 3  col 24 from NumAlerte of AlerteDonne.
           10 line 4  col 2  value "Detectee le".
           10 line 4  col 24 from DateAlerte of AlerteDonne.
           10 line 5  col 2  value "Scenario".
           10 line 5  col 24 from ScenarioAlerte of AlerteDonne.
           10 line 6  col 2  value "Assure".
           10 line 6  col 24 from AssurAlerte of AlerteDonne.
           10 line 7  col 2  value "Operation".
           10 line 7  col 24 from CleAlerte of AlerteDonne.
           10 line 8  col 2  value "Montant".
           10 line 8  col 24 from MontantAlerte of AlerteDonne
               pic Z(7)9,99.
           10 line 9  col 2  value "Score alerte".
           10 line 9  col 24 from ScoreAlerte of AlerteDonne.
           10 line 10 col 2  value "Score cumule assure".
           10 line 10 col 24 from ScoreAssure of AlerteDonne.
           10 line 12 col 2
               value "[C]lasser [D]eclarer [S]uivante [M]enu :".

      *---- Bilan de la revue
       01  T-BilanRevue foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Revue des alertes anti-blanchiment".
           05 line 3 col 2  value "Alertes classees".
           05 line 3 col 30 from NbrClassees of BilanSurveillance
               pic Z(4)9.
           05 line 4 col 2  value "Declarations de soupcon".
           05 line 4 col 30 from NbrDeclarees of BilanSurveillance
               pic Z(4)9.
           05 line 6 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Surveillance anti-blanchiment des flux : les encaissements,
      *----- les reglements de sinistres, les ristournes et la remise
      *----- de virements sortants sont passes au crible de scenarios
      *----- notes, aux seuils parametrables (SeuilsLcb.csv) :
      *-----   ESPECES            encaissement en especes important ;
      *-----   TROP PERCU         quittance payee au-dela du du, puis
      *-----                      ristourne a l'assure ;
      *-----   IBAN TIERS         virement sortant vers un IBAN qui
      *-----                      n'est pas celui de l'assure, ou qui
      *-----                      est porte par un autre assure ;
      *-----   RESIL APRES PRIME  resiliation peu apres un encaissement
      *-----                      important ;
      *-----   REGLEMENT TIERS    reglement de sinistre important a un
      *-----                      beneficiaire autre que l'assure.
      *----- Une operation n'ouvre qu'une alerte par scenario. Les
      *----- alertes ouvertes forment la liste de travail de la
      *----- conformite (AlertesLcb.csv), ou chacune est classee ou
      *----- retenue pour une declaration de soupcon, reportee dans
      *----- DeclarationsSoupcon.csv.
      *-------------------------------------------------------------------------------------
       GestionSurveillance.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform LireOperateurSession.
           initialize BilanSurveillance.
           accept DateSurveillance from date yyyymmdd.
           if ModeExecution = "BATCH"
               perform Surveillance
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixSurveillance.
           accept TypeTrt line 2 col 50.
           evaluate TypeTrt
               when 1
                   perform Surveillance
                   display Ecran-Blanc
                   display T-BilanSurveillance
                   accept OptionChoisie
               when 2
                   perform RevueAlertes
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Passage des scenarios et edition de la liste de travail.
      *-------------------------------------------------------------------------------------
       Surveillance.
           perform ChargeSeuilsLcb.
           perform ProchainNumAlerte.
           move DernierNumAlerte to NumAvantSurveillance.
           perform ScenarioEspeces.
           perform ProchainNumAlerte.
           perform ScenarioTropPercu.
           perform ProchainNumAlerte.
           perform ScenarioResiliation.
           perform ProchainNumAlerte.
           perform ScenarioReglementTiers.
           perform ScenarioVirements.
           exec sql
               commit
           end-exec.
           perform ProchainNumAlerte.
           compute NbrNouvelles of BilanSurveillance =
               DernierNumAlerte - NumAvantSurveillance.
           perform EditeListeTravail.

       ProchainNumAlerte.
           move 0 to DernierNumAlerte.
           exec sql
               select isnull(max(AlNum),0) into :DernierNumAlerte
                   from AlerteLcb
           end-exec.

      *---- Seuils du fichier : un code inconnu ou une valeur nulle
      *---- laisse le seuil par defaut.
       ChargeSeuilsLcb.
           move 0 to EofImport.
           open input FichierSeuilsLcb.
           perform ChargeSeuilsLcb-Trt until EofImport = 1.
           close FichierSeuilsLcb.

       ChargeSeuilsLcb-Trt.
           read FichierSeuilsLcb
               at end
                   move 1 to EofImport
               not at end
                   initialize LigneSeuil
                   unstring Enr-FichierSeuilsLcb
                           delimited by ";" or " " into
                       CodeSeuil of LigneSeuil
                       ValeurSeuil of LigneSeuil
                   end-unstring
                   if ValeurSeuil of LigneSeuil > 0
                       perform AppliqueSeuil
                   end-if
           end-read.

       AppliqueSeuil.
           inspect CodeSeuil of LigneSeuil converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           evaluate CodeSeuil of LigneSeuil
               when "ESPECES"
                   compute SeuilEspeces =
                       ValeurSeuil of LigneSeuil / 100
               when "TROPPERCU"
                   compute SeuilTropPercu =
                       ValeurSeuil of LigneSeuil / 100
               when "PRIMEFORTE"
                   compute SeuilPrimeForte =
                       ValeurSeuil of LigneSeuil / 100
               when "DELAIRESIL"
                   move ValeurSeuil of LigneSeuil to DelaiResil
               when "REGLTIERS"
                   compute SeuilReglTiers =
                       ValeurSeuil of LigneSeuil / 100
               when other
                   continue
           end-evaluate.

      *---- Encaissements en especes au-dela du seuil ; cle quittance/
      *---- date d'encaissement.
       ScenarioEspeces.
           exec sql
               insert into AlerteLcb
                   (AlNum,AlDate,AlScenario,AlScore,AlAssur,AlCle,
                    AlMontant,AlStatut)
               select :DernierNumAlerte
                          + row_number() over (order by ENumQuit,EDate),
                      :DateSurveillance,'ESPECES',:ScoreEspeces,
                      QAssur,rtrim(ENumQuit) + '/' + EDate,EMontant,0
                   from Encaissement
                   inner join Quittance on QNum = ENumQuit
                   where EMode = 'ESP'
                     and EMontant >= :SeuilEspeces
                     and not exists
                       (select 1 from AlerteLcb
                           where AlScenario = 'ESPECES'
                             and AlCle = rtrim(ENumQuit) + '/' + EDate)
           end-exec.

      *---- Quittance payee au-dela du du, suivie d'une ristourne a
      *---- l'assure posterieure au dernier encaissement : le trop-percu
      *---- ressort en virement. Cle quittance.
       ScenarioTropPercu.
           exec sql
               insert into AlerteLcb
                   (AlNum,AlDate,AlScenario,AlScore,AlAssur,AlCle,
                    AlMontant,AlStatut)
               select :DernierNumAlerte
                          + row_number() over (order by QNum),
                      :DateSurveillance,'TROP PERCU',:ScoreTropPercu,
                      QAssur,QNum,QMontantRegle - QMontant,0
                   from Quittance
                   where QMontantRegle - QMontant >= :SeuilTropPercu
                     and exists
                       (select 1 from Ristourne
                           where RiAssur = QAssur
                             and RiDate >=
                                 (select isnull(max(convert(int,
                                                            EDate)),0)
                                     from Encaissement
                                     where ENumQuit = QNum))
                     and not exists
                       (select 1 from AlerteLcb
                           where AlScenario = 'TROP PERCU'
                             and AlCle = QNum)
           end-exec.

      *---- Resiliation d'un vehicule dans le delai suivant un
      *---- encaissement important sur une quittance de l'assure. Cle
      *---- assure/imma/date de resiliation.
       ScenarioResiliation.
           exec sql
               insert into AlerteLcb
                   (AlNum,AlDate,AlScenario,AlScore,AlAssur,AlCle,
                    AlMontant,AlStatut)
               select :DernierNumAlerte
                          + row_number() over
                              (order by m.MAssur,m.MImma,m.MDate),
                      :DateSurveillance,'RESIL APRES PRIME',
                      :ScoreResiliation,m.MAssur,
                      rtrim(m.MAssur) + '/' + rtrim(m.MImma) + '/'
                          + m.MDate,
                      max(e.EMontant),0
                   from Mouvement m
                   inner join Quittance q on q.QAssur = m.MAssur
                   inner join Encaissement e on e.ENumQuit = q.QNum
                   where m.MCodeMouv = 'R'
                     and e.EMontant >= :SeuilPrimeForte
                     and datediff(day,convert(date,e.EDate,112),
                                  convert(date,m.MDate,112))
                         between 0 and :DelaiResil
                     and not exists
                       (select 1 from AlerteLcb
                           where AlScenario = 'RESIL APRES PRIME'
                             and AlCle = rtrim(m.MAssur) + '/'
                                 + rtrim(m.MImma) + '/' + m.MDate)
                   group by m.MAssur,m.MImma,m.MDate
           end-exec.

      *---- Reglement de sinistre au-dela du seuil a un beneficiaire
      *---- dont le libelle ne porte pas le nom de l'assure. Cle
      *---- sinistre/assure/date de paiement.
       ScenarioReglementTiers.
           exec sql
               insert into AlerteLcb
                   (AlNum,AlDate,AlScenario,AlScore,AlAssur,AlCle,
                    AlMontant,AlStatut)
               select :DernierNumAlerte
                          + row_number() over
                              (order by RNSin,RNAssur,RDatePaie),
                      :DateSurveillance,'REGLEMENT TIERS',
                      :ScoreReglTiers,RNAssur,
                      rtrim(RNSin) + '/' + rtrim(RNAssur) + '/'
                          + convert(char(8),RDatePaie),
                      RMontPaie,0
                   from Reglement
                   inner join Assure on AAssur = RNAssur
                   where RMontPaie >= :SeuilReglTiers
                     and isnull(RBeneficiaire,'') <> ''
                     and upper(RBeneficiaire)
                         not like '%' + upper(rtrim(ANom)) + '%'
                     and not exists
                       (select 1 from AlerteLcb
                           where AlScenario = 'REGLEMENT TIERS'
                             and AlCle = rtrim(RNSin) + '/'
                                 + rtrim(RNAssur) + '/'
                                 + convert(char(8),RDatePaie))
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Remise de virements sortants de chaque societe : chaque
      *----- ligne de detail est rapprochee de l'IBAN de l'assure (5
      *----- premiers caracteres de la reference) et des IBAN des
      *----- autres assures. La remise d'une societe autre que 01 n'est
      *----- lue que si elle a ete transmise.
      *-------------------------------------------------------------------------------------
       ScenarioVirements.
           perform ChargeSocietes.
           perform ScenarioVirementsSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.

       ScenarioVirementsSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           move 0 to EofImport.
           if SocieteTrt = "01"
               open input FichierRemiseVirement
               perform ScenarioVirements-Trt until EofImport = 1
               close FichierRemiseVirement
               exit paragraph
           end-if.
           move spaces to CodeFichierSoc.
           string
               "RemiseVirement-" SocieteTrt
               delimited by size into CodeFichierSoc
           end-string.
           move 0 to NbTransmissions.
           exec sql
               select count(*) into :NbTransmissions
                   from Transmission
                   where TrFichier = :CodeFichierSoc
           end-exec.
           if NbTransmissions = 0
               exit paragraph
           end-if.
           move spaces to NomRemiseVirement.
           string
               "fichiers/RemiseVirement-" SocieteTrt ".txt"
               delimited by size into NomRemiseVirement
           end-string.
           open input FichierVirementSociete.
           perform ScenarioVirementsSoc-Trt until EofImport = 1.
           close FichierVirementSociete.

       ScenarioVirements-Trt.
           read FichierRemiseVirement
               at end
                   move 1 to EofImport
               not at end
                   move Enr-FichierRemiseVirement to LigneVirement
                   if VI-TypeEnr = "DET"
                       add 1 to NbrVirementsLus of BilanSurveillance
                       perform ControleIbanVirement
                   end-if
           end-read.

       ScenarioVirementsSoc-Trt.
           read FichierVirementSociete
               at end
                   move 1 to EofImport
               not at end
                   move Enr-FichierVirementSociete to LigneVirement
                   if VI-TypeEnr = "DET"
                       add 1 to NbrVirementsLus of BilanSurveillance
                       perform ControleIbanVirement
                   end-if
           end-read.

       ControleIbanVirement.
           move VI-Reference(1:5) to AssurVirement.
           move spaces to IbanAssure.
           move 0 to NbrAutresAssures.
           exec sql
               select isnull(max(AIban),' ') into :IbanAssure
                   from Assure
                   where AAssur = :AssurVirement
           end-exec.
           exec sql
               select count(*) into :NbrAutresAssures
                   from Assure
                   where AIban = :LigneVirement.VI-Iban
                     and AAssur <> :AssurVirement
           end-exec.
           if NbrAutresAssures > 0
               move ScoreIbanPartage to ScoreAlerte of AlerteDonne
           else
               if IbanAssure = VI-Iban
                   exit paragraph
               end-if
               move ScoreIbanTiers to ScoreAlerte of AlerteDonne
           end-if.
           move VI-Reference to CleAlerte of AlerteDonne.
           move 0 to NbrAlertesExistantes.
           exec sql
               select count(*) into :NbrAlertesExistantes
                   from AlerteLcb
                   where AlScenario = 'IBAN TIERS'
                     and AlCle = :AlerteDonne.CleAlerte
           end-exec.
           if NbrAlertesExistantes > 0
               exit paragraph
           end-if.
           perform ProchainNumAlerte.
           compute NumAlerte of AlerteDonne = DernierNumAlerte + 1.
           move AssurVirement to AssurAlerte of AlerteDonne.
           move VI-Montant to MontantAlerte of AlerteDonne.
           exec sql
               insert into AlerteLcb
                   (AlNum,AlDate,AlScenario,AlScore,AlAssur,AlCle,
                    AlMontant,AlStatut)
               values
                   (:AlerteDonne.NumAlerte,:DateSurveillance,
                    'IBAN TIERS',:AlerteDonne.ScoreAlerte,
                    :AlerteDonne.AssurAlerte,:AlerteDonne.CleAlerte,
                    :AlerteDonne.MontantAlerte,0)
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Liste de travail : alertes ouvertes, les assures au score
      *----- cumule le plus fort d'abord.
      *-------------------------------------------------------------------------------------
       EditeListeTravail.
           open output FichierAlertesLcb.
           move spaces to FichAlerte.
           string
               "NumAlerte;DateAlerte;Scenario;Score;Assure;"
               "ScoreAssure;Operation;Montant"
               into FichAlerte
           end-string.
           write Enr-FichierAlertesLcb from FichAlerte.
           move 0 to EoDB.
           exec sql
               Declare Liste-Cursor cursor for
                   select AlNum,AlDate,AlScenario,AlScore,AlAssur,
                          AlCle,AlMontant,AlStatut,
                          sum(AlScore) over (partition by AlAssur)
                       from AlerteLcb
                       where AlStatut = 0
                       order by 9 desc,AlAssur,AlScore desc,AlNum
           end-exec.
           exec sql
               open Liste-Cursor
           end-exec.
           perform EditeListeTravail-Trt until EoDB=1.
           exec sql
               close Liste-Cursor
           end-exec.
           close FichierAlertesLcb.

       EditeListeTravail-Trt.
           exec sql
               fetch Liste-Cursor into
                   :AlerteDonne.NumAlerte,:AlerteDonne.DateAlerte,
                   :AlerteDonne.ScenarioAlerte,:AlerteDonne.ScoreAlerte,
                   :AlerteDonne.AssurAlerte,:AlerteDonne.CleAlerte,
                   :AlerteDonne.MontantAlerte,:AlerteDonne.StatutAlerte,
                   :AlerteDonne.ScoreAssure
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrOuvertes of BilanSurveillance.
           move spaces to FichAlerte.
           string
               NumAlerte of AlerteDonne
               ";" DateAlerte of AlerteDonne
               ";" ScenarioAlerte of AlerteDonne
               ";" ScoreAlerte of AlerteDonne
               ";" AssurAlerte of AlerteDonne
               ";" ScoreAssure of AlerteDonne
               ";" CleAlerte of AlerteDonne
               ";" MontantAlerte of AlerteDonne
               into FichAlerte
           end-string.
           write Enr-FichierAlertesLcb from FichAlerte.

      *-------------------------------------------------------------------------------------
      *----- Revue des alertes ouvertes par la conformite, dans l'ordre
      *----- de la liste de travail : classee sans suite, ou retenue
      *----- pour une declaration de soupcon, ajoutee au fichier des
      *----- declarations a instruire.
      *-------------------------------------------------------------------------------------
       RevueAlertes.
           move 0 to EoDB.
           open extend FichierDeclarationsSoupcon.
           exec sql
               Declare Revue-Cursor cursor for
                   select AlNum,AlDate,AlScenario,AlScore,AlAssur,
                          AlCle,AlMontant,AlStatut,
                          sum(AlScore) over (partition by AlAssur)
                       from AlerteLcb
                       where AlStatut = 0
                       order by 9 desc,AlAssur,AlScore desc,AlNum
           end-exec.
           exec sql
               open Revue-Cursor
           end-exec.
           perform RevueAlertes-Trt until EoDB=1.
           exec sql
               close Revue-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           close FichierDeclarationsSoupcon.
           display Ecran-Blanc.
           display T-BilanRevue.
           accept OptionChoisie.

       RevueAlertes-Trt.
           exec sql
               fetch Revue-Cursor into
                   :AlerteDonne.NumAlerte,:AlerteDonne.DateAlerte,
                   :AlerteDonne.ScenarioAlerte,:AlerteDonne.ScoreAlerte,
                   :AlerteDonne.AssurAlerte,:AlerteDonne.CleAlerte,
                   :AlerteDonne.MontantAlerte,:AlerteDonne.StatutAlerte,
                   :AlerteDonne.ScoreAssure
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform DecideAlerte
           end-if.

      *---- Presentation de l'alerte courante et prise de la decision.
       DecideAlerte.
           display Ecran-Blanc.
           display T-FicheAlerteLcb.
           move "S" to ChoixDecision.
           accept ChoixDecision line 12 col 44.
           evaluate ChoixDecision
               when "C" when "c"
                   move 1 to StatutAlerte of AlerteDonne
                   perform EnrDecisionAlerte
                   add 1 to NbrClassees of BilanSurveillance
               when "D" when "d"
                   move 2 to StatutAlerte of AlerteDonne
                   perform EnrDecisionAlerte
                   perform EnrDeclarationSoupcon
                   add 1 to NbrDeclarees of BilanSurveillance
               when "M" when "m"
                   move 1 to EoDB
               when other
                   continue
           end-evaluate.

       EnrDecisionAlerte.
           exec sql
               update AlerteLcb
                   set AlStatut = :AlerteDonne.StatutAlerte,
                       AlDateDecision = :DateSurveillance,
                       AlOperateur = :OperateurCourant
                   where AlNum = :AlerteDonne.NumAlerte
           end-exec.

      *---- Alerte retenue : ligne du fichier des declarations de
      *---- soupcon a instruire par le correspondant.
       EnrDeclarationSoupcon.
           move "DECLAREE" to LibStatut.
           move spaces to FichAlerte.
           string
               DateSurveillance
               ";" NumAlerte of AlerteDonne
               ";" ScenarioAlerte of AlerteDonne
               ";" AssurAlerte of AlerteDonne
               ";" CleAlerte of AlerteDonne
               ";" MontantAlerte of AlerteDonne
               ";" ScoreAssure of AlerteDonne
               ";" OperateurCourant
               ";" LibStatut
               into FichAlerte
           end-string.
           write Enr-FichierDeclarationsSoupcon from FichAlerte.

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

      *---- Lecture de l'operateur de la session depose a la connexion.
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

      *-------------------------------------------------------------------------------------
      *----- Fin de la surveillance anti-blanchiment
      *-------------------------------------------------------------------------------------

       end program SurveillanceLcb.
