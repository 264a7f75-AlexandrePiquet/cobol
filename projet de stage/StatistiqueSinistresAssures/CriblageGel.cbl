       program-id. CriblageGel as
           "StatistiqueSinistresAssures.CriblageGel".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

      *---- Rapport de criblage date du jour : le nom physique est porte
      *---- par NomRapportCriblage, construit a chaque criblage.
       select FichierRapportCriblage
           assign to NomRapportCriblage
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierRapportCriblage record varying from 0 to 255.
       01 Enr-FichierRapportCriblage pic x(255).

       working-storage section.

      *---- Ligne de la liste nationale des gels d'avoirs (ListeGel.csv)
      *---- : identifiant de la mesure, nom, prenoms, date de naissance
      *---- (AAAAMMJJ, 0 si inconnue).
       01 LigneGel.
            10 IdGel       sql char-varying(10).
            10 NomGel      sql char-varying(40).
            10 PrenomGel   sql char-varying(40).
            10 DateNaiGel  pic 9(8).

      *---- Alerte de criblage (table CriblageGel) : personne criblee,
      *---- entree de la liste rapprochee, score et decision.
      *---- Statut 0 = a examiner, 1 = confirmee, 2 = ecartee ; une
      *---- alerte a examiner ou confirmee bloque les paiements.
       01 AlerteDonne.
            10 NumAlerte    pic 9(6).
            10 DateAlerte   pic 9(8).
            10 TypeAlerte   sql char-varying(12).
            10 CleAlerte    sql char-varying(16).
            10 NomAlerte    sql char-varying(50).
            10 IdGelAlerte  sql char-varying(10).
            10 NomListe     sql char-varying(81).
            10 ScoreAlerte  pic 9(3).
            10 StatutAlerte pic 9.
       77 LibStatut    pic x(10).
       77 LibNouvelle  pic x(8).

      *---- Seuils du rapprochement phonetique (fonction difference de
      *---- la base, de 0 a 4) : sur le nom, et sur le prenom quand la
      *---- liste le porte.
       77 SeuilNom     pic 9 value 4.
       77 SeuilPrenom  pic 9 value 3.

       77 DernierNumAlerte pic 9(6).
       77 NumAvantCriblage pic 9(6).
       77 DateCriblage     pic 9(8).

       01 BilanCriblage.
           05 NbrEntreesListe pic 9(6).
           05 NbrNouvelles    pic 9(5).
           05 NbrEnCours      pic 9(5).
           05 NbrConfirmees   pic 9(5).
           05 NbrEcartees     pic 9(5).

       77 NomRapportCriblage pic x(80).
       01 FichCriblage pic x(255).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1, porte sur chaque decision.
       77 OperateurCourant pic x(10).
       77 ChoixDecision    pic x.
       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), la
      *---- liste deposee est chargee et le portefeuille recrible.
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

       01 M-ChoixCriblage
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Criblage : 1=Liste 2=Recribler 3=Revue 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du chargement et du criblage
       01  T-BilanCriblage foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Criblage gel des avoirs".
           05 line 3 col 2  value "Entrees de la liste".
           05 line 3 col 30 from NbrEntreesListe of BilanCriblage
               pic Z(5)9.
           05 line 4 col 2  value "Nouvelles alertes".
           05 line 4 col 30 from NbrNouvelles of BilanCriblage
               pic Z(4)9.
           05 line 5 col 2  value "Alertes a examiner".
           05 line 5 col 30 from NbrEnCours of BilanCriblage
               pic Z(4)9.
           05 line 6 col 2  value "Alertes confirmees".
           05 line 6 col 30 from NbrConfirmees of BilanCriblage
               pic Z(4)9.
           05 line 8 col 2  value "Rapport".
           05 line 8 col 12 from NomRapportCriblage.
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".

      *---- Fiche d'une alerte a examiner et saisie de la decision.
       01 T-FicheAlerte foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 18 value "Revue des alertes gel des avoirs".
           10 line 3  col 2  value "Alerte".
           10 line 3  col 24 from NumAlerte of AlerteDonne.
           10 line 4  col 2  value "Detectee le".
           10 line 4  col 24 from DateAlerte of AlerteDonne.
           10 line 5  col 2  value "Personne criblee".
           10 line 5  col 24 from TypeAlerte of AlerteDonne.
           10 line 5  col 38 from CleAlerte of AlerteDonne.
           10 line 6  col 2  value "Nom".
           10 line 6  col 24 from NomAlerte of AlerteDonne.
           10 line 7  col 2  value "Mesure de gel".
           10 line 7  col 24 from IdGelAlerte of AlerteDonne.
           10 line 8  col 2  value "Nom sur la liste".
           10 line 8  col 24 from NomListe of AlerteDonne.
           10 line 9  col 2  value "Score".
           10 line 9  col 24 from ScoreAlerte of AlerteDonne.
           10 line 11 col 2
               value "[C]onfirmer [E]carter [S]uivante [M]enu :".

      *---- Bilan de la revue
       01  T-BilanRevue foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Revue des alertes gel des avoirs".
           05 line 3 col 2  value "Alertes confirmees".
           05 line 3 col 30 from NbrConfirmees of BilanCriblage
               pic Z(4)9.
           05 line 4 col 2  value "Alertes ecartees".
           05 line 4 col 30 from NbrEcartees of BilanCriblage
               pic Z(4)9.
           05 line 6 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Criblage gel des avoirs : la liste nationale publiee est
      *----- chargee depuis ListeGel.csv dans la table ListeGel, et
      *----- chaque chargement declenche un recriblage complet du
      *----- portefeuille : assures (nom, prenom, date de naissance),
      *----- conducteurs declares et conducteurs des sinistres,
      *----- beneficiaires des reglements et des frais. Le
      *----- rapprochement est phonetique (difference de la base) et
      *----- note de 60 a 100. Chaque rapprochement nouveau ouvre une
      *----- alerte CriblageGel a examiner ; tant qu'elle n'est pas
      *----- ecartee par la conformite, VirementSepa et l'autorisation
      *----- des reglements bloquent les paiements de la personne. Le
      *----- rapport est date : fichiers/CriblageGel-AAAAMMJJ.csv.
      *-------------------------------------------------------------------------------------
       GestionCriblage.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           perform LireOperateurSession.
           initialize BilanCriblage.
           accept DateCriblage from date yyyymmdd.
      *---- En nocturne, chargement de la liste deposee et recriblage.
           if ModeExecution = "BATCH"
               perform ChargeListeGel
               perform Recriblage
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixCriblage.
           accept TypeTrt line 2 col 50.
           evaluate TypeTrt
               when 1
                   perform ChargeListeGel
                   perform Recriblage
                   perform AfficheBilanCriblage
               when 2
                   perform Recriblage
                   perform AfficheBilanCriblage
               when 3
                   perform RevueAlertes
               when other
                   continue
           end-evaluate.
           goback.

       AfficheBilanCriblage.
           display Ecran-Blanc.
           display T-BilanCriblage.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Chargement de la liste : la nouvelle publication remplace
      *----- l'ancienne ; les noms sont ramenes en majuscules.
      *-------------------------------------------------------------------------------------
       ChargeListeGel.
           exec sql
               delete from ListeGel
           end-exec.
           move 0 to EofImport.
           open input FichierListeGel.
           perform ChargeListeGel-Trt until EofImport = 1.
           close FichierListeGel.
           exec sql
               commit
           end-exec.

       ChargeListeGel-Trt.
           read FichierListeGel
               at end
                   move 1 to EofImport
               not at end
                   initialize LigneGel
                   unstring Enr-FichierListeGel delimited by ";" into
                       IdGel of LigneGel
                       NomGel of LigneGel
                       PrenomGel of LigneGel
                       DateNaiGel of LigneGel
                   end-unstring
                   if IdGel of LigneGel not = spaces
                       and NomGel of LigneGel not = spaces
                       perform EnrEntreeListe
                   end-if
           end-read.

       EnrEntreeListe.
           inspect NomGel of LigneGel converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect PrenomGel of LigneGel converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if DateNaiGel of LigneGel is not numeric
               move 0 to DateNaiGel of LigneGel
           end-if.
           exec sql
                INSERT INTO ListeGel
                    (LgId,LgNom,LgPrenom,LgDateNai,LgDateListe)
                VALUES
                    (:LigneGel.IdGel,:LigneGel.NomGel,
                     :LigneGel.PrenomGel,:LigneGel.DateNaiGel,
                     :DateCriblage)
           end-exec.
           add 1 to NbrEntreesListe of BilanCriblage.

      *-------------------------------------------------------------------------------------
      *----- Recriblage complet : chaque source est rapprochee de la
      *----- liste ; seul un couple personne / mesure jamais vu ouvre
      *----- une alerte, une alerte deja ecartee n'est pas rouverte.
      *-------------------------------------------------------------------------------------
       Recriblage.
           if NbrEntreesListe of BilanCriblage = 0
               exec sql
                   select count(*) into :BilanCriblage.NbrEntreesListe
                       from ListeGel
               end-exec
           end-if.
           perform ProchainNumAlerte.
           move DernierNumAlerte to NumAvantCriblage.
           perform CribleAssures.
           perform ProchainNumAlerte.
           perform CribleConducteurs.
           perform ProchainNumAlerte.
           perform CribleBeneficiaires.
           exec sql
               commit
           end-exec.
           perform ProchainNumAlerte.
           compute NbrNouvelles of BilanCriblage =
               DernierNumAlerte - NumAvantCriblage.
           perform EditeRapportCriblage.

       ProchainNumAlerte.
           move 0 to DernierNumAlerte.
           exec sql
               select isnull(max(CgNum),0) into :DernierNumAlerte
                   from CriblageGel
           end-exec.

      *---- Assures : nom et prenom phonetiques, date de naissance
      *---- concordante quand les deux cotes la connaissent.
       CribleAssures.
           exec sql
               insert into CriblageGel
                   (CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,CgScore,
                    CgStatut)
               select :DernierNumAlerte
                          + row_number() over (order by AAssur,LgId),
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
                   where not exists
                       (select 1 from CriblageGel
                           where CgType = 'ASSURE'
                             and CgCle = AAssur
                             and CgLgId = LgId)
           end-exec.

      *---- Conducteurs : les conducteurs declares sur les vehicules
      *---- (cle assure/imma) et les conducteurs saisis sur les
      *---- sinistres (cle assure/sinistre), nom complet en une zone.
       CribleConducteurs.
           exec sql
               insert into CriblageGel
                   (CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,CgScore,
                    CgStatut)
               select :DernierNumAlerte
                          + row_number() over (order by c.Cle,LgId),
                      :DateCriblage,'CONDUCTEUR',c.Cle,c.Nom,LgId,
                      case when c.DateNai = LgDateNai
                                and LgDateNai <> 0 then 80
                           when upper(c.Nom) = rtrim(LgNom) + ' '
                                               + rtrim(LgPrenom)
                                then 80
                           else 60 end,
                      0
                   from (select CAssur + '/' + CImma as Cle,
                                CNom as Nom,
                                isnull(CDateNai,0) as DateNai
                             from Conducteur
                         union
                         select SNAssur + '/' + SNSin,SConducteur,0
                             from Sinistre
                             where isnull(SConducteur,'') <> '') c
                   inner join ListeGel
                       on difference(c.Nom,LgNom) >= :SeuilNom
                      and (LgDateNai = 0
                           or c.DateNai = 0
                           or c.DateNai = LgDateNai)
                   where not exists
                       (select 1 from CriblageGel
                           where CgType = 'CONDUCTEUR'
                             and CgCle = c.Cle
                             and CgNom = c.Nom
                             and CgLgId = LgId)
           end-exec.

      *---- Beneficiaires des reglements (payes ou en attente
      *---- d'autorisation) et des frais juridiques, cle sinistre/assure.
       CribleBeneficiaires.
           exec sql
               insert into CriblageGel
                   (CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,CgScore,
                    CgStatut)
               select :DernierNumAlerte
                          + row_number() over (order by b.Cle,LgId),
                      :DateCriblage,'BENEFICIAIRE',b.Cle,b.Nom,LgId,
                      case when upper(b.Nom) = rtrim(LgNom) + ' '
                                               + rtrim(LgPrenom)
                                then 80
                           else 60 end,
                      0
                   from (select RNSin + '/' + RNAssur as Cle,
                                RBeneficiaire as Nom
                             from Reglement
                             where isnull(RBeneficiaire,'') <> ''
                         union
                         select RaNSin + '/' + RaNAssur,RaBeneficiaire
                             from ReglementAttente
                             where isnull(RaBeneficiaire,'') <> ''
                         union
                         select FsNSin + '/' + FsNAssur,FsBeneficiaire
                             from FraisSinistre
                             where isnull(FsBeneficiaire,'') <> '') b
                   inner join ListeGel
                       on difference(b.Nom,LgNom) >= :SeuilNom
                   where not exists
                       (select 1 from CriblageGel
                           where CgType = 'BENEFICIAIRE'
                             and CgCle = b.Cle
                             and CgNom = b.Nom
                             and CgLgId = LgId)
           end-exec.

      *---- Rapport date : toutes les alertes encore bloquantes, les
      *---- nouvelles du jour signalees.
       EditeRapportCriblage.
           move spaces to NomRapportCriblage.
           string
               "fichiers/CriblageGel-" DateCriblage ".csv"
               delimited by size into NomRapportCriblage
           end-string.
           open output FichierRapportCriblage.
           move spaces to FichCriblage.
           string
               "NumAlerte;DateAlerte;Type;Cle;Nom;MesureGel;"
               "NomListe;Score;Statut;Nouvelle"
               into FichCriblage
           end-string.
           write Enr-FichierRapportCriblage from FichCriblage.
           move 0 to EoDB.
           exec sql
               Declare Rapport-Cursor cursor for
                   select CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,
                          rtrim(isnull(LgNom,'')) + ' '
                              + rtrim(isnull(LgPrenom,'')),
                          CgScore,CgStatut
                       from CriblageGel
                       left join ListeGel on LgId = CgLgId
                       where CgStatut < 2
                       order by CgScore desc,CgNum
           end-exec.
           exec sql
               open Rapport-Cursor
           end-exec.
           perform EditeRapportCriblage-Trt until EoDB=1.
           exec sql
               close Rapport-Cursor
           end-exec.
           close FichierRapportCriblage.

       EditeRapportCriblage-Trt.
           exec sql
               fetch Rapport-Cursor into
                   :AlerteDonne.NumAlerte,:AlerteDonne.DateAlerte,
                   :AlerteDonne.TypeAlerte,:AlerteDonne.CleAlerte,
                   :AlerteDonne.NomAlerte,:AlerteDonne.IdGelAlerte,
                   :AlerteDonne.NomListe,:AlerteDonne.ScoreAlerte,
                   :AlerteDonne.StatutAlerte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           if StatutAlerte of AlerteDonne = 1
               move "CONFIRMEE" to LibStatut
               add 1 to NbrConfirmees of BilanCriblage
           else
               move "A EXAMINER" to LibStatut
               add 1 to NbrEnCours of BilanCriblage
           end-if.
           if NumAlerte of AlerteDonne > NumAvantCriblage
               move "NOUVELLE" to LibNouvelle
           else
               move spaces to LibNouvelle
           end-if.
           move spaces to FichCriblage.
           string
               NumAlerte of AlerteDonne
               ";" DateAlerte of AlerteDonne
               ";" TypeAlerte of AlerteDonne
               ";" CleAlerte of AlerteDonne
               ";" NomAlerte of AlerteDonne
               ";" IdGelAlerte of AlerteDonne
               ";" NomListe of AlerteDonne
               ";" ScoreAlerte of AlerteDonne
               ";" LibStatut
               ";" LibNouvelle
               into FichCriblage
           end-string.
           write Enr-FichierRapportCriblage from FichCriblage.

      *-------------------------------------------------------------------------------------
      *----- Revue des alertes a examiner par la conformite, les scores
      *----- les plus forts d'abord : confirmee, l'alerte reste
      *----- bloquante (gel avere) ; ecartee (homonyme), elle libere les
      *----- paiements et ne sera plus rouverte pour cette mesure.
      *-------------------------------------------------------------------------------------
       RevueAlertes.
           move 0 to EoDB.
           exec sql
               Declare Revue-Cursor cursor for
                   select CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,
                          rtrim(isnull(LgNom,'')) + ' '
                              + rtrim(isnull(LgPrenom,'')),
                          CgScore,CgStatut
                       from CriblageGel
                       left join ListeGel on LgId = CgLgId
                       where CgStatut = 0
                       order by CgScore desc,CgNum
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
           display Ecran-Blanc.
           display T-BilanRevue.
           accept OptionChoisie.

       RevueAlertes-Trt.
           exec sql
               fetch Revue-Cursor into
                   :AlerteDonne.NumAlerte,:AlerteDonne.DateAlerte,
                   :AlerteDonne.TypeAlerte,:AlerteDonne.CleAlerte,
                   :AlerteDonne.NomAlerte,:AlerteDonne.IdGelAlerte,
                   :AlerteDonne.NomListe,:AlerteDonne.ScoreAlerte,
                   :AlerteDonne.StatutAlerte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform DecideAlerte
           end-if.

      *---- Presentation de l'alerte courante et prise de la decision.
       DecideAlerte.
           display Ecran-Blanc.
           display T-FicheAlerte.
           move "S" to ChoixDecision.
           accept ChoixDecision line 11 col 45.
           evaluate ChoixDecision
               when "C" when "c"
                   move 1 to StatutAlerte of AlerteDonne
                   perform EnrDecisionAlerte
                   add 1 to NbrConfirmees of BilanCriblage
               when "E" when "e"
                   move 2 to StatutAlerte of AlerteDonne
                   perform EnrDecisionAlerte
                   add 1 to NbrEcartees of BilanCriblage
               when "M" when "m"
                   move 1 to EoDB
               when other
                   continue
           end-evaluate.

       EnrDecisionAlerte.
           exec sql
               update CriblageGel
                   set CgStatut = :AlerteDonne.StatutAlerte,
                       CgDateDecision = :DateCriblage,
                       CgOperateur = :OperateurCourant
                   where CgNum = :AlerteDonne.NumAlerte
           end-exec.

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
      *----- Fin du criblage gel des avoirs
      *-------------------------------------------------------------------------------------

       end program CriblageGel.
