       program-id. PrevisionTresorerie as
           "StatistiqueSinistresAssures.PrevisionTresorerie".

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

      *---- Flux prevus, enregistres a chaque passage dans la table
      *---- PrevisionTresorerie (une ligne par flux : date du passage,
      *---- date prevue AAAAMMJJ, categorie, sens E entree / D sortie,
      *---- montant, societe) : la semaine suivante, le prevu de la
      *---- semaine ecoulee est rapproche du realise. Les passages de
      *---- plus de cinq semaines sont purges. Chaque passage enregistre
      *---- les flux de toutes les societes ; un operateur de societe
      *---- n'en edite que ceux de la sienne.
       01 PrevisionDonne.
            10 PtDate       pic 9(8).
            10 PtCategorie  sql char-varying(12).
            10 PtSens       sql char-varying(1).
            10 PtMontant    pic 9(11)V99.
            10 PtSociete    sql char-varying(2).

      *---- Dates de reference du passage, calculees par la base.
       01 DatesPrevision.
            10 DateJour        pic 9(8).
            10 DateHier        pic 9(8).
            10 DateJ7          pic 9(8).
            10 DateJ15         pic 9(8).
            10 DateJ30         pic 9(8).
            10 DateJ45         pic 9(8).
            10 DateJ60         pic 9(8).
            10 DateJ75         pic 9(8).
            10 DateHorizon     pic 9(8).
            10 DateMoins7      pic 9(8).
            10 DateMoins35     pic 9(8).
            10 DebutTrimestre  pic 9(8).
            10 FinTrimestre    pic 9(8).

      *---- Taux d'encaissement attendus des quittances ouvertes hors
      *---- prelevement, selon l'anciennete de l'impaye (jours depuis
      *---- l'echeance) ; l'encaissement est attendu a la date
      *---- d'echeance, puis a J+15, J+45 et J+75. Au-dela de 180
      *---- jours, rien n'est attendu (recouvrement contentieux).
       01 TauxRecouvrement.
            10 TauxNonEchu  pic 9(3) value 90.
            10 Taux30Jours  pic 9(3) value 70.
            10 Taux90Jours  pic 9(3) value 40.
            10 Taux180Jours pic 9(3) value 15.

      *---- Delai de paiement des factures des garages et des
      *---- honoraires d'experts, et des commissions de courtage, apres
      *---- leur date de facture, de rapport ou de calcul.
       77 DelaiPaiement pic 9(3) value 30.

      *---- Montants moyens de secours : honoraires d'expert non encore
      *---- chiffres, facture d'un garage sans historique.
       77 HonorairesMoyens pic 9(9)V99.
       77 FactureMoyenne   pic 9(9)V99.

      *---- Solde de tresorerie d'ouverture, lu sur la premiere ligne
      *---- de SoldeTresorerie.csv (solde en centimes, signe - si
      *---- debiteur) ; fichier vide = solde nul, l'etat donne alors la
      *---- variation cumulee de la tresorerie. Pour un operateur de
      *---- societe, solde de la ligne suivante qui porte son code
      *---- (CC;solde en centimes), nul a defaut.
       77 SoldeLu pic x(16).
       77 SocieteSoldeLu pic x(2).
       77 LongSoldeLu pic 99.
       77 SoldeCentimes pic 9(13).
       77 SoldeOuverture pic s9(11)V99.
       77 SoldeCourant pic s9(11)V99.

      *---- Coassurance : solde du trimestre en cours avec les
      *---- coassureurs (referentiel Coassurance.csv, comme le
      *---- bordereau de Coassurance) : leur part des primes soldees
      *---- leur est due, leur part des reglements nous est due.
       01 TableCoassurance.
           05 ContratCoass occurs 20 times.
               10 CoassAssur   pic x(5).
               10 CoassNom     pic x(25).
               10 CoassQuoteBP pic 9(5).
       77 NbrContratsCoass pic 99.
       77 IndiceCoass      pic 99.
       77 AssureCoassCourant sql char-varying(5).
       77 PrimesCoass   pic 9(11)V99.
       77 ReglementsCoass pic 9(11)V99.
       77 SoldeCoass    pic s9(11)V99.
      *---- Solde cumule par societe de l'assure coassure.
       01 SoldesCoassSociete.
           05 SoldeCoassSoc occurs 9 times.
               10 SocCoassTab   pic x(2).
               10 SoldeCoassTab pic s9(11)V99.
       77 NbrSocCoass    pic 9.
       77 IndiceSocCoass pic 99.
       77 PosteCoass     pic 99.
       77 SocieteCoass   pic x(2).

      *---- Ligne de synthese par categorie : cumul a 30, 60, 90 jours.
       01 SyntheseDonne.
            10 SyCategorie sql char-varying(12).
            10 SySens      sql char-varying(1).
            10 SyMont30    pic 9(11)V99.
            10 SyMont60    pic 9(11)V99.
            10 SyMont90    pic 9(11)V99.
       01 TotalHorizon.
            05 TotalSens occurs 2.
               10 TotSens30 pic 9(11)V99.
               10 TotSens60 pic 9(11)V99.
               10 TotSens90 pic 9(11)V99.
       77 IndiceSens pic 9.

      *---- Solde journalier.
       01 JourneeDonne.
            10 JourFlux    pic 9(8).
            10 EntreesJour pic 9(11)V99.
            10 SortiesJour pic 9(11)V99.

      *---- Rapprochement du prevu de la semaine ecoulee et du realise.
       77 PassagePrecedent pic 9(8).
       01 EcartDonne.
            10 EcCategorie pic x(14).
            10 EcPrevu     pic 9(11)V99.
            10 EcRealise   pic 9(11)V99.
            10 EcEcart     pic s9(11)V99.
            10 EcSuivi     pic 9.
       77 CategorieLue sql char-varying(12).

       01 MontantsEdites.
            05 Mont30Edite    pic 9(11),99.
            05 Mont60Edite    pic 9(11),99.
            05 Mont90Edite    pic 9(11),99.
            05 EntreesEdite   pic 9(11),99.
            05 SortiesEdite   pic 9(11),99.
            05 SoldeEdite     pic -9(11),99.
            05 PrevuEdite     pic 9(11),99.
            05 RealiseEdite   pic 9(11),99.
            05 EcartEdite     pic -9(11),99.
            05 Solde30Edite   pic -9(11),99.
            05 Solde60Edite   pic -9(11),99.
            05 Solde90Edite   pic -9(11),99.
       77 Solde30 pic s9(11)V99.
       77 Solde60 pic s9(11)V99.
       77 Solde90 pic s9(11)V99.
       77 LibSens pic x(7).

       01 BilanPrevision.
           05 NbrFlux        pic 9(7).
           05 NbrJours       pic 9(3).
           05 SoldeMini      pic s9(11)V99.
           05 DateSoldeMini  pic 9(8).
       77 SoldeMiniEdite pic -9(11),99.

       01 FichPrevision pic x(250).

       77 EofImport pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

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

      *---- Bilan de la prevision
       01  T-BilanPrevision foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Prevision de tresorerie a 90 jours".
           05 line 3 col 2  value "Flux prevus".
           05 line 3 col 30 from NbrFlux of BilanPrevision
               pic Z(6)9.
           05 line 4 col 2  value "Solde a 30 jours".
           05 line 4 col 30 from Solde30Edite.
           05 line 5 col 2  value "Solde a 60 jours".
           05 line 5 col 30 from Solde60Edite.
           05 line 6 col 2  value "Solde a 90 jours".
           05 line 6 col 30 from Solde90Edite.
           05 line 7 col 2  value "Solde le plus bas".
           05 line 7 col 30 from SoldeMiniEdite.
           05 line 8 col 2  value "le".
           05 line 8 col 30 from DateSoldeMini of BilanPrevision.
           05 line 10 col 2 value "Synthese".
           05 line 10 col 30 value "PrevisionTresorerie.csv".
           05 line 11 col 2 value "Solde par jour".
           05 line 11 col 30 value "SoldeJournalier.csv".
           05 line 12 col 2 value "Prevu / realise".
           05 line 12 col 30 value "EcartPrevision.csv".
           05 line 14 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Prevision de tresorerie a 30, 60 et 90 jours. Entrees :
      *----- echeancier de fractionnement (Echeance), prelevements SEPA
      *----- a emettre, quittances ouvertes ponderees par l'anciennete
      *----- de l'impaye, remboursement par les reassureurs de leur
      *----- part des reglements du trimestre. Sorties : reglements en
      *----- attente d'autorisation, ristournes a virer, honoraires
      *----- d'experts, factures des garages, commissions de courtage,
      *----- cheques de reglement emis non encaisses,
      *----- solde du trimestre avec les coassureurs (dans un sens ou
      *----- dans l'autre). Solde journalier depuis le solde
      *----- d'ouverture, et rapprochement du prevu de la semaine
      *----- derniere avec le realise.
      *-------------------------------------------------------------------------------------
       GestionPrevision.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
           end-if.
           initialize BilanPrevision.
           perform CalculDatesPrevision.
           perform ChargeSoldeOuverture.
           perform EnregistrePrevision.
           perform EditeSynthese.
           perform EditeSoldeJournalier.
           perform RapprochePrevision.
           if ModeExecution = "BATCH"
               goback
           end-if.
           move SoldeMini of BilanPrevision to SoldeMiniEdite.
           display Ecran-Blanc.
           display T-BilanPrevision.
           accept OptionChoisie.
           goback.

      *---- Dates du passage : jour, horizons, semaine precedente et
      *---- trimestre civil en cours (reglement des soldes de
      *---- reassurance et de coassurance a la fin du trimestre).
       CalculDatesPrevision.
           accept DateJour of DatesPrevision from date yyyymmdd.
           exec sql
               select convert(int,convert(char(8),
                          dateadd(day,-1,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,7,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,15,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,30,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,45,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,60,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,75,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,90,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,-7,getdate()),112)),
                      convert(int,convert(char(8),
                          dateadd(day,-35,getdate()),112)),
                      convert(int,convert(char(8),
                          datefromparts(year(getdate()),
                              ((month(getdate()) - 1) / 3) * 3 + 1,
                              1),112)),
                      convert(int,convert(char(8),
                          eomonth(datefromparts(year(getdate()),
                              ((month(getdate()) - 1) / 3) * 3 + 3,
                              1)),112))
                   into :DatesPrevision.DateHier,
                        :DatesPrevision.DateJ7,
                        :DatesPrevision.DateJ15,
                        :DatesPrevision.DateJ30,
                        :DatesPrevision.DateJ45,
                        :DatesPrevision.DateJ60,
                        :DatesPrevision.DateJ75,
                        :DatesPrevision.DateHorizon,
                        :DatesPrevision.DateMoins7,
                        :DatesPrevision.DateMoins35,
                        :DatesPrevision.DebutTrimestre,
                        :DatesPrevision.FinTrimestre
           end-exec.

       ChargeSoldeOuverture.
           move 0 to SoldeOuverture.
           move 0 to EofImport.
           open input FichierSoldeTresorerie.
           read FichierSoldeTresorerie
               at end
                   move 1 to EofImport
               not at end
                   if SocieteSession = spaces
                       move spaces to SoldeLu
                       unstring Enr-FichierSoldeTresorerie
                               delimited by ";" or " " into
                           SoldeLu
                       end-unstring
                       perform ConvertitSoldeLu
                   end-if
           end-read.
           if SocieteSession not = spaces
               perform LitSoldeSociete until EofImport = 1
           end-if.
           close FichierSoldeTresorerie.
           move 0 to EofImport.

       LitSoldeSociete.
           read FichierSoldeTresorerie
               at end
                   move 1 to EofImport
               not at end
                   move spaces to SocieteSoldeLu
                   move spaces to SoldeLu
                   unstring Enr-FichierSoldeTresorerie
                           delimited by ";" or " " into
                       SocieteSoldeLu
                       SoldeLu
                   end-unstring
                   if SocieteSoldeLu = SocieteSession
                       perform ConvertitSoldeLu
                       move 1 to EofImport
                   end-if
           end-read.

       ConvertitSoldeLu.
           move 0 to LongSoldeLu.
           if SoldeLu(1:1) = "-"
               inspect SoldeLu(2:) tallying LongSoldeLu
                   for characters before initial space
               if LongSoldeLu > 0 and LongSoldeLu < 14
                   and SoldeLu(2:LongSoldeLu) is numeric
                   move SoldeLu(2:LongSoldeLu) to SoldeCentimes
                   compute SoldeOuverture = 0 - SoldeCentimes / 100
               end-if
           else
               inspect SoldeLu tallying LongSoldeLu
                   for characters before initial space
               if LongSoldeLu > 0 and LongSoldeLu < 14
                   and SoldeLu(1:LongSoldeLu) is numeric
                   move SoldeLu(1:LongSoldeLu) to SoldeCentimes
                   compute SoldeOuverture = SoldeCentimes / 100
               end-if
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Enregistrement des flux prevus du passage, categorie par
      *----- categorie. Un flux deja echu et toujours attendu est date
      *----- du jour. La societe d'un flux est celle de la quittance ou
      *----- de l'assure qui le porte.
      *-------------------------------------------------------------------------------------
       EnregistrePrevision.
           exec sql
               delete from PrevisionTresorerie
                   where PtRun = :DatesPrevision.DateJour
                      or PtRun < :DatesPrevision.DateMoins35
           end-exec.
           perform PrevisionEcheances.
           perform PrevisionPrelevements.
           perform PrevisionImpayes.
           perform PrevisionReassurance.
           perform PrevisionReglements.
           perform PrevisionVirements.
           perform PrevisionCheques.
           perform PrevisionExperts.
           perform PrevisionGarages.
           perform PrevisionCommissions.
           perform PrevisionCoassurance.
           exec sql
               select count(*) into :BilanPrevision.NbrFlux
                   from PrevisionTresorerie
                   where PtRun = :DatesPrevision.DateJour
                     and (:SocieteSession = ''
                          or PtSociete = :SocieteSession)
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Echeancier de fractionnement : echeances non reglees. Celles
      *---- d'un assure sous mandat partent au prochain prelevement
      *---- SEPA, les autres sont attendues par encaissement.
       PrevisionEcheances.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      case when EcDate < :DatesPrevision.DateJour
                           then :DatesPrevision.DateJour
                           else EcDate end,
                      case when isnull(AIban,' ') <> ' '
                            and isnull(ARefMandat,' ') <> ' '
                           then 'PRELEVEMENTS'
                           else 'ECHEANCES' end,
                      'E',EcMontant,isnull(QSociete,'01')
                   from Echeance
                   inner join Quittance on QNum = EcQNum
                   inner join Assure on AAssur = QAssur
                   where EcRegle = 0
                     and QStatut < 2
                     and EcDate <= :DatesPrevision.DateHorizon
           end-exec.

      *---- Prelevements SEPA a emettre : quittances non fractionnees
      *---- des assures sous mandat, que PrelevementSepa remettra.
       PrevisionPrelevements.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      case when QDateEcheance < :DatesPrevision.DateJour
                           then :DatesPrevision.DateJour
                           else QDateEcheance end,
                      'PRELEVEMENTS','E',
                      QMontant - isnull(QMontantRegle,0),
                      isnull(QSociete,'01')
                   from Quittance
                   inner join Assure on AAssur = QAssur
                   where QStatut < 2
                     and QPrelevEmis = 0
                     and isnull(AIban,' ') <> ' '
                     and isnull(ARefMandat,' ') <> ' '
                     and not exists
                         (select 1 from Echeance where EcQNum = QNum)
                     and QDateEcheance <= :DatesPrevision.DateHorizon
                     and QMontant > isnull(QMontantRegle,0)
           end-exec.

      *---- Quittances ouvertes hors prelevement et hors echeancier :
      *---- reste du ponderee par l'anciennete de l'impaye.
       PrevisionImpayes.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      case when Age <= 0 then QDateEcheance
                           when Age <= 30 then :DatesPrevision.DateJ15
                           when Age <= 90 then :DatesPrevision.DateJ45
                           else :DatesPrevision.DateJ75 end,
                      'IMPAYES','E',
                      Reste * (case
                               when Age <= 0
                                   then :TauxRecouvrement.TauxNonEchu
                               when Age <= 30
                                   then :TauxRecouvrement.Taux30Jours
                               when Age <= 90
                                   then :TauxRecouvrement.Taux90Jours
                               else :TauxRecouvrement.Taux180Jours
                               end) / 100,
                      Societe
                   from (select QDateEcheance,
                                isnull(QSociete,'01') as Societe,
                                QMontant - isnull(QMontantRegle,0)
                                    as Reste,
                                datediff(day,
                                    convert(date,
                                      convert(char(8),QDateEcheance),
                                      112),
                                    getdate()) as Age
                           from Quittance
                           inner join Assure on AAssur = QAssur
                           where QStatut < 2
                             and QDateEcheance
                                 <= :DatesPrevision.DateHorizon
                             and not exists
                                 (select 1 from Echeance
                                     where EcQNum = QNum)
                             and (QPrelevEmis <> 0
                                  or isnull(AIban,' ') = ' '
                                  or isnull(ARefMandat,' ') = ' ')
                        ) q
                   where Age <= 180
                     and Reste > 0
           end-exec.

      *---- Reassurance : part cedee des reglements du trimestre sur les
      *---- sinistres cedes, remboursee a la fin du trimestre.
       PrevisionReassurance.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      :DatesPrevision.FinTrimestre,
                      'REASSURANCE','E',
                      sum(RMontPaie * CeMontCede / CeMontBrut),
                      isnull(SSociete,'01')
                   from Reglement
                   inner join Cession on CeNSin = RNSin
                                     and CeNAssur = RNAssur
                   left join Sinistre on SNSin = RNSin
                                     and SNAssur = RNAssur
                   where CeMontBrut > 0
                     and RDatePaie
                         between :DatesPrevision.DebutTrimestre
                                       and :DatesPrevision.DateJour
                   group by isnull(SSociete,'01')
           end-exec.

      *---- Reglements en attente d'autorisation du superviseur : ils
      *---- partent a l'approbation, attendue sous une semaine.
       PrevisionReglements.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      :DatesPrevision.DateJ7,
                      'REGLEMENTS','D',RaMontPaie,
                      isnull((select max(ASociete) from Assure
                                  where AAssur = RaNAssur),'01')
                   from ReglementAttente
           end-exec.

      *---- Virements en instance : ristournes dues, virees au prochain
      *---- passage de VirementSepa.
       PrevisionVirements.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      :DatesPrevision.DateJour,
                      'VIREMENTS','D',RiMontant,
                      isnull((select max(ASociete) from Assure
                                  where AAssur = RiAssur),'01')
                   from Ristourne
                   where RiPaye = 0
           end-exec.

      *---- Cheques de reglement emis et non encore presentes : le
      *---- debit est attendu sous une semaine (les cheques de plus de
      *---- six mois sont relances par ChequeReglement).
       PrevisionCheques.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,
                      :DatesPrevision.DateJ7,
                      'CHEQUES','D',CqMontant,
                      isnull((select max(ASociete) from Assure
                                  where AAssur = CqNAssur),'01')
                   from Cheque
                   where CqStatut = 0
           end-exec.

      *---- Honoraires des missions d'expertise en cours, payes apres le
      *---- rapport ; non encore chiffres, au montant moyen constate.
       PrevisionExperts.
           exec sql
               select isnull(avg(MiHonoraires),0)
                   into :HonorairesMoyens
                   from Mission
                   where MiHonoraires > 0
           end-exec.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,DatePrevue,
                      'EXPERTS','D',Honoraires,Societe
                   from (select
                           isnull((select max(ASociete) from Assure
                                       where AAssur = MiNAssur),'01')
                               as Societe,
                           convert(int,convert(char(8),
                             dateadd(day,:DelaiPaiement,
                               convert(date,convert(char(8),
                                 case when MiDateRapPrevu
                                           < :DatesPrevision.DateJour
                                      then :DatesPrevision.DateJour
                                      else MiDateRapPrevu end),112)),
                             112)) as DatePrevue,
                           case when MiHonoraires > 0
                                then MiHonoraires
                                else :HonorairesMoyens end
                               as Honoraires
                           from Mission
                           where MiRapRecu = 0
                        ) m
                   where DatePrevue <= :DatesPrevision.DateHorizon
                     and Honoraires > 0
           end-exec.

      *---- Garages : factures recues, payees au terme du delai ;
      *---- reparations non encore facturees, au cout moyen du garage
      *---- (a defaut au cout moyen de tous les garages) dans 30 jours.
       PrevisionGarages.
           exec sql
               select isnull(avg(ReMontFacture),0)
                   into :FactureMoyenne
                   from Reparation
                   where ReDateFacture > 0
           end-exec.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,DatePrevue,
                      'GARAGES','D',Montant,Societe
                   from (select
                           isnull((select max(ASociete) from Assure
                                       where AAssur = r1.ReNAssur),'01')
                               as Societe,
                           case when ReDateFacture = 0
                                then :DatesPrevision.DateJ30
                                else convert(int,convert(char(8),
                                       dateadd(day,:DelaiPaiement,
                                         convert(date,convert(char(8),
                                           ReDateFacture),112)),112))
                           end as DatePrevue,
                           case when ReDateFacture > 0
                                then ReMontFacture
                                else isnull(
                                     (select avg(r2.ReMontFacture)
                                       from Reparation r2
                                       where r2.ReGarage = r1.ReGarage
                                         and r2.ReDateFacture > 0),
                                     :FactureMoyenne)
                           end as Montant
                           from Reparation r1
                        ) g
                   where DatePrevue between :DatesPrevision.DateJour
                                        and :DatesPrevision.DateHorizon
                     and Montant > 0
           end-exec.

      *---- Commissions de courtage calculees, payees au terme du delai.
       PrevisionCommissions.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               select :DatesPrevision.DateJour,DatePrevue,
                      'COMMISSIONS','D',CoMontant,Societe
                   from (select
                           isnull((select max(ASociete) from Assure
                                       where AAssur = CoAssur),'01')
                               as Societe,
                           convert(int,convert(char(8),
                             dateadd(day,:DelaiPaiement,
                               convert(date,convert(char(8),
                                 CoDateCalc),112)),112)) as DatePrevue,
                           CoMontant
                           from Commission
                           where CoMontant > 0
                        ) c
                   where DatePrevue between :DatesPrevision.DateJour
                                        and :DatesPrevision.DateHorizon
           end-exec.

      *---- Coassurance : solde net du trimestre avec les coassureurs,
      *---- regle a la fin du trimestre.
       PrevisionCoassurance.
           move 0 to SoldeCoass.
           move 0 to NbrContratsCoass.
           move 0 to EofImport.
           open input FichierCoassurance.
           perform ChargeCoassurance-Trt until EofImport = 1.
           close FichierCoassurance.
           initialize SoldesCoassSociete.
           move 0 to NbrSocCoass.
           perform SoldeContratCoass
               varying IndiceCoass from 1 by 1
               until IndiceCoass > NbrContratsCoass.
           perform EnregistreSoldeCoass
               varying IndiceSocCoass from 1 by 1
               until IndiceSocCoass > NbrSocCoass.

      *---- Solde net du trimestre d'une societe, dans un sens ou dans
      *---- l'autre.
       EnregistreSoldeCoass.
           move SoldeCoassTab(IndiceSocCoass) to SoldeCoass.
           if SoldeCoass = 0
               exit paragraph
           end-if.
           move FinTrimestre of DatesPrevision to PtDate.
           move "COASSURANCE" to PtCategorie.
           move SocCoassTab(IndiceSocCoass) to PtSociete.
           if SoldeCoass > 0
               move "D" to PtSens
               move SoldeCoass to PtMontant
           else
               move "E" to PtSens
               compute PtMontant = 0 - SoldeCoass
           end-if.
           exec sql
               insert into PrevisionTresorerie
                   (PtRun,PtDate,PtCategorie,PtSens,PtMontant,
                    PtSociete)
               values
                   (:DatesPrevision.DateJour,
                    :PrevisionDonne.PtDate,
                    :PrevisionDonne.PtCategorie,
                    :PrevisionDonne.PtSens,
                    :PrevisionDonne.PtMontant,
                    :PrevisionDonne.PtSociete)
           end-exec.

       ChargeCoassurance-Trt.
           read FichierCoassurance
               at end
                   move 1 to EofImport
               not at end
                   if NbrContratsCoass < 20
                       add 1 to NbrContratsCoass
                       unstring Enr-FichierCoassurance
                               delimited by ";" into
                           CoassAssur(NbrContratsCoass)
                           CoassNom(NbrContratsCoass)
                           CoassQuoteBP(NbrContratsCoass)
                       end-unstring
                   end-if
           end-read.

      *---- Primes soldees echues dans le trimestre (hors franchises et
      *---- locations refacturees, comme au bordereau) et reglements du
      *---- trimestre, a la quote-part du coassureur, cumules dans la
      *---- societe de l'assure.
       SoldeContratCoass.
           move CoassAssur(IndiceCoass) to AssureCoassCourant.
           exec sql
               select isnull(sum(QMontant),0)
                   into :PrimesCoass
                   from Quittance
                   where QAssur = :AssureCoassCourant
                     and QStatut = 2
                     and substring(QNum,5,1) not in ('F','L')
                     and QDateEcheance
                         between :DatesPrevision.DebutTrimestre
                             and :DatesPrevision.FinTrimestre
           end-exec.
           exec sql
               select isnull(sum(RMontPaie),0)
                   into :ReglementsCoass
                   from Reglement
                   where RNAssur = :AssureCoassCourant
                     and RDatePaie
                         between :DatesPrevision.DebutTrimestre
                                       and :DatesPrevision.DateJour
           end-exec.
           move "01" to SocieteCoass.
           exec sql
               select isnull(max(ASociete),'01') into :SocieteCoass
                   from Assure
                   where AAssur = :AssureCoassCourant
           end-exec.
           move 0 to PosteCoass.
           perform ChercheSocieteCoass
               varying IndiceSocCoass from 1 by 1
               until IndiceSocCoass > NbrSocCoass.
           if PosteCoass = 0
               if NbrSocCoass = 9
                   exit paragraph
               end-if
               add 1 to NbrSocCoass
               move NbrSocCoass to PosteCoass
               move SocieteCoass to SocCoassTab(PosteCoass)
           end-if.
           compute SoldeCoassTab(PosteCoass) rounded =
               SoldeCoassTab(PosteCoass)
               + (PrimesCoass - ReglementsCoass)
                   * CoassQuoteBP(IndiceCoass) / 10000.

       ChercheSocieteCoass.
           if SocCoassTab(IndiceSocCoass) = SocieteCoass
               move IndiceSocCoass to PosteCoass
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Synthese par categorie : flux cumules a 30, 60 et 90
      *----- jours, totaux des entrees et des sorties, et solde
      *----- previsionnel a chaque horizon.
      *-------------------------------------------------------------------------------------
       EditeSynthese.
           move 0 to EoDB.
           initialize TotalHorizon.
           open output FichierPrevisionTreso.
           move spaces to FichPrevision.
           string "Categorie;Sens;J30;J60;J90"
               delimited by size into FichPrevision
           end-string.
           write Enr-FichierPrevisionTreso from FichPrevision.
           exec sql
               Declare Synthese-Cursor cursor for
                   select PtCategorie,PtSens,
                          sum(case
                               when PtDate <= :DatesPrevision.DateJ30
                                   then PtMontant else 0 end),
                          sum(case
                               when PtDate <= :DatesPrevision.DateJ60
                                   then PtMontant else 0 end),
                          sum(PtMontant)
                       from PrevisionTresorerie
                       where PtRun = :DatesPrevision.DateJour
                         and (:SocieteSession = ''
                              or PtSociete = :SocieteSession)
                       group by PtSens,PtCategorie
                       order by PtSens desc,PtCategorie
           end-exec.
           exec sql
               open Synthese-Cursor
           end-exec.
           perform EditeSynthese-Trt until EoDB = 1.
           exec sql
               close Synthese-Cursor
           end-exec.
           move 1 to IndiceSens.
           move "TOTAL" to SyCategorie.
           move "E" to SySens.
           perform EcritTotalSens.
           move 2 to IndiceSens.
           move "D" to SySens.
           perform EcritTotalSens.
           compute Solde30 = SoldeOuverture
               + TotSens30(1) - TotSens30(2).
           compute Solde60 = SoldeOuverture
               + TotSens60(1) - TotSens60(2).
           compute Solde90 = SoldeOuverture
               + TotSens90(1) - TotSens90(2).
           move SoldeOuverture to SoldeEdite.
           move Solde30 to Solde30Edite.
           move Solde60 to Solde60Edite.
           move Solde90 to Solde90Edite.
           move spaces to FichPrevision.
           string "SOLDE;OUVERTURE " SoldeEdite
               ";" Solde30Edite ";" Solde60Edite ";" Solde90Edite
               delimited by size into FichPrevision
           end-string.
           write Enr-FichierPrevisionTreso from FichPrevision.
           close FichierPrevisionTreso.

       EditeSynthese-Trt.
           exec sql
               fetch Synthese-Cursor into
                   :SyntheseDonne.SyCategorie,:SyntheseDonne.SySens,
                   :SyntheseDonne.SyMont30,:SyntheseDonne.SyMont60,
                   :SyntheseDonne.SyMont90
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           if SySens = "E"
               move 1 to IndiceSens
           else
               move 2 to IndiceSens
           end-if.
           add SyMont30 to TotSens30(IndiceSens).
           add SyMont60 to TotSens60(IndiceSens).
           add SyMont90 to TotSens90(IndiceSens).
           perform EcritLigneSynthese.

       EcritTotalSens.
           move TotSens30(IndiceSens) to SyMont30.
           move TotSens60(IndiceSens) to SyMont60.
           move TotSens90(IndiceSens) to SyMont90.
           perform EcritLigneSynthese.

       EcritLigneSynthese.
           if SySens = "E"
               move "ENTREE" to LibSens
           else
               move "SORTIE" to LibSens
           end-if.
           move SyMont30 to Mont30Edite.
           move SyMont60 to Mont60Edite.
           move SyMont90 to Mont90Edite.
           move spaces to FichPrevision.
           string SyCategorie ";" LibSens
               ";" Mont30Edite ";" Mont60Edite ";" Mont90Edite
               delimited by size into FichPrevision
           end-string.
           write Enr-FichierPrevisionTreso from FichPrevision.

      *-------------------------------------------------------------------------------------
      *----- Solde journalier : entrees, sorties et solde en fin de
      *----- journee, pour chaque jour porteur d'un flux ; le plus bas
      *----- solde de l'horizon est repris au bilan.
      *-------------------------------------------------------------------------------------
       EditeSoldeJournalier.
           move 0 to EoDB.
           move SoldeOuverture to SoldeCourant.
           move SoldeOuverture to SoldeMini of BilanPrevision.
           move DateJour of DatesPrevision
               to DateSoldeMini of BilanPrevision.
           open output FichierSoldeJournalier.
           move spaces to FichPrevision.
           string "Date;Entrees;Sorties;Solde"
               delimited by size into FichPrevision
           end-string.
           write Enr-FichierSoldeJournalier from FichPrevision.
           exec sql
               Declare SoldeJour-Cursor cursor for
                   select PtDate,
                          sum(case when PtSens = 'E'
                                   then PtMontant else 0 end),
                          sum(case when PtSens = 'D'
                                   then PtMontant else 0 end)
                       from PrevisionTresorerie
                       where PtRun = :DatesPrevision.DateJour
                         and (:SocieteSession = ''
                              or PtSociete = :SocieteSession)
                       group by PtDate
                       order by PtDate
           end-exec.
           exec sql
               open SoldeJour-Cursor
           end-exec.
           perform EditeSoldeJournalier-Trt until EoDB = 1.
           exec sql
               close SoldeJour-Cursor
           end-exec.
           close FichierSoldeJournalier.

       EditeSoldeJournalier-Trt.
           exec sql
               fetch SoldeJour-Cursor into
                   :JourneeDonne.JourFlux,:JourneeDonne.EntreesJour,
                   :JourneeDonne.SortiesJour
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrJours of BilanPrevision.
           compute SoldeCourant = SoldeCourant
               + EntreesJour - SortiesJour.
           if SoldeCourant < SoldeMini of BilanPrevision
               move SoldeCourant to SoldeMini of BilanPrevision
               move JourFlux to DateSoldeMini of BilanPrevision
           end-if.
           move EntreesJour to EntreesEdite.
           move SortiesJour to SortiesEdite.
           move SoldeCourant to SoldeEdite.
           move spaces to FichPrevision.
           string JourFlux ";" EntreesEdite ";" SortiesEdite
               ";" SoldeEdite
               delimited by size into FichPrevision
           end-string.
           write Enr-FichierSoldeJournalier from FichPrevision.

      *-------------------------------------------------------------------------------------
      *----- Prevu / realise : flux prevus par le passage d'il y a une
      *----- semaine (ou le plus recent anterieur) pour les jours
      *----- ecoules depuis, face au realise de la meme periode :
      *----- encaissements (echeances et impayes), remises SEPA,
      *----- reglements, virements de ristournes, cheques encaisses par
      *----- les beneficiaires. Les autres
      *----- categories n'ont pas de date de paiement en base : leur
      *----- prevu est repris, marque NON SUIVI.
      *-------------------------------------------------------------------------------------
       RapprochePrevision.
           open output FichierEcartPrevision.
           move spaces to FichPrevision.
           string "Categorie;Prevu;Realise;Ecart;Etat"
               delimited by size into FichPrevision
           end-string.
           write Enr-FichierEcartPrevision from FichPrevision.
           exec sql
               select isnull(max(PtRun),0)
                   into :PassagePrecedent
                   from PrevisionTresorerie
                   where PtRun <= :DatesPrevision.DateMoins7
           end-exec.
           if PassagePrecedent = 0
               move spaces to FichPrevision
               string "AUCUNE PREVISION ANTERIEURE D'UNE SEMAINE"
                   delimited by size into FichPrevision
               end-string
               write Enr-FichierEcartPrevision from FichPrevision
               close FichierEcartPrevision
               exit paragraph
           end-if.
           perform EcartEncaissements.
           perform EcartPrelevements.
           perform EcartReglements.
           perform EcartVirements.
           perform EcartCheques.
           move "EXPERTS" to CategorieLue.
           perform EcartNonSuivi.
           move "GARAGES" to CategorieLue.
           perform EcartNonSuivi.
           move "COMMISSIONS" to CategorieLue.
           perform EcartNonSuivi.
           move "REASSURANCE" to CategorieLue.
           perform EcartNonSuivi.
           move "COASSURANCE" to CategorieLue.
           perform EcartNonSuivi.
           close FichierEcartPrevision.

      *---- Prevu de la periode ecoulee pour la categorie lue.
       LitPrevuPeriode.
           exec sql
               select isnull(sum(PtMontant),0)
                   into :EcartDonne.EcPrevu
                   from PrevisionTresorerie
                   where PtRun = :PassagePrecedent
                     and PtCategorie = :CategorieLue
                     and PtDate between :PassagePrecedent
                                    and :DatesPrevision.DateHier
                     and (:SocieteSession = ''
                          or isnull(PtSociete,'01') = :SocieteSession)
           end-exec.

       EcartEncaissements.
           initialize EcartDonne.
           move "ENCAISSEMENTS" to EcCategorie.
           move "ECHEANCES" to CategorieLue.
           perform LitPrevuPeriode.
           move EcPrevu to EcRealise.
           move "IMPAYES" to CategorieLue.
           perform LitPrevuPeriode.
           add EcRealise to EcPrevu.
           exec sql
               select isnull(sum(EMontant),0)
                   into :EcartDonne.EcRealise
                   from Encaissement
                   where convert(int,EDate)
                         between :PassagePrecedent
                             and :DatesPrevision.DateHier
                     and (:SocieteSession = ''
                          or isnull((select max(QSociete) from Quittance
                                        where QNum = ENumQuit),'01')
                             = :SocieteSession)
           end-exec.
           move 1 to EcSuivi.
           perform EcritLigneEcart.

       EcartPrelevements.
           initialize EcartDonne.
           move "PRELEVEMENTS" to EcCategorie.
           move "PRELEVEMENTS" to CategorieLue.
           perform LitPrevuPeriode.
           exec sql
               select isnull(sum(TrMontant),0)
                   into :EcartDonne.EcRealise
                   from Transmission
                   where TrFichier like 'RemiseSepa%'
                     and TrStatut <> 2
                     and (:SocieteSession = ''
                          or (:SocieteSession = '01'
                              and TrFichier = 'RemiseSepa')
                          or TrFichier = 'RemiseSepa-'
                                         + :SocieteSession)
                     and TrDateEnvoi between :PassagePrecedent
                                         and :DatesPrevision.DateHier
           end-exec.
           move 1 to EcSuivi.
           perform EcritLigneEcart.

       EcartReglements.
           initialize EcartDonne.
           move "REGLEMENTS" to EcCategorie.
           move "REGLEMENTS" to CategorieLue.
           perform LitPrevuPeriode.
           exec sql
               select isnull(sum(RMontPaie),0)
                   into :EcartDonne.EcRealise
                   from Reglement
                   where RDatePaie between :PassagePrecedent
                                       and :DatesPrevision.DateHier
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = RNAssur),'01')
                             = :SocieteSession)
           end-exec.
           move 1 to EcSuivi.
           perform EcritLigneEcart.

       EcartVirements.
           initialize EcartDonne.
           move "VIREMENTS" to EcCategorie.
           move "VIREMENTS" to CategorieLue.
           perform LitPrevuPeriode.
           exec sql
               select isnull(sum(RiMontant),0)
                   into :EcartDonne.EcRealise
                   from Ristourne
                   where RiPaye = 1
                     and RiDateVirement between :PassagePrecedent
                                            and :DatesPrevision.DateHier
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = RiAssur),'01')
                             = :SocieteSession)
           end-exec.
           move 1 to EcSuivi.
           perform EcritLigneEcart.

       EcartCheques.
           initialize EcartDonne.
           move "CHEQUES" to EcCategorie.
           move "CHEQUES" to CategorieLue.
           perform LitPrevuPeriode.
           exec sql
               select isnull(sum(CqMontant),0)
                   into :EcartDonne.EcRealise
                   from Cheque
                   where CqStatut = 1
                     and CqDateEncaisse between :PassagePrecedent
                                            and :DatesPrevision.DateHier
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = CqNAssur),'01')
                             = :SocieteSession)
           end-exec.
           move 1 to EcSuivi.
           perform EcritLigneEcart.

       EcartNonSuivi.
           initialize EcartDonne.
           move CategorieLue to EcCategorie.
           perform LitPrevuPeriode.
           move 0 to EcSuivi.
           perform EcritLigneEcart.

       EcritLigneEcart.
           compute EcEcart = EcRealise - EcPrevu.
           move EcPrevu to PrevuEdite.
           move EcRealise to RealiseEdite.
           move EcEcart to EcartEdite.
           move spaces to FichPrevision.
           if EcSuivi = 1
               string EcCategorie ";" PrevuEdite ";" RealiseEdite
                   ";" EcartEdite ";SUIVI"
                   delimited by size into FichPrevision
               end-string
           else
               string EcCategorie ";" PrevuEdite ";;;NON SUIVI"
                   delimited by size into FichPrevision
               end-string
           end-if.
           write Enr-FichierEcartPrevision from FichPrevision.

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

      *-------------------------------------------------------------------------------------
      *----- Fin de la prevision de tresorerie
      *-------------------------------------------------------------------------------------

       end program PrevisionTresorerie.
