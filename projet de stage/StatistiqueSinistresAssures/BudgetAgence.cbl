       program-id. BudgetAgence as
           "StatistiqueSinistresAssures.BudgetAgence".

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

      *---- Ligne du budget annuel (Budget.csv : annee;mois;agence;
      *---- indicateur;montant). Indicateurs : PRIMES (primes emises,
      *---- en euros), SINISTRES (charge des sinistres survenus, en
      *---- euros), VEHICULES (nombre de vehicules assures en fin de
      *---- mois). Chargee dans la table Budget ; une ligne deja connue
      *---- pour le meme mois, la meme agence et le meme indicateur est
      *---- remplacee.
       01 BudgetDonne.
            10 BuAnnee      pic 9(4).
            10 BuMois       pic 99.
            10 BuAgence     sql char-varying(3).
            10 BuIndicateur sql char-varying(10).
            10 BuMontant    pic 9(9).
       01 BudgetLu.
            10 AnneeLue      pic x(4).
            10 MoisLu        pic x(2).
            10 MontantLu     pic x(9).
       77 MontantLuNum pic 9(9).
       77 LongMontantLu pic 99.
       77 NbAgenceConnue pic 9(4).

      *---- Agence courante de l'etat.
       01 AgenceDonne.
            10 CodeAgence   sql char-varying(3).
            10 NomAgence    sql char-varying(25).

      *---- Indicateurs suivis, dans l'ordre de l'etat.
       01 IndicateursValeurs.
            10 filler pic x(10) value "PRIMES".
            10 filler pic x(10) value "SINISTRES".
            10 filler pic x(10) value "VEHICULES".
       01 IndicateursTable redefines IndicateursValeurs.
            10 Indicateur occurs 3 pic x(10).
       77 IndiceIndic pic 9.
       77 IndicateurCourant sql char-varying(10).

      *---- Mois de l'etat (AAAAMM), bornes du cumul annuel et fin de
      *---- mois (AAAAMMJJ) pour le parc de vehicules.
       01 MoisEtat.
            05 AnneeEtat pic 9(4).
            05 MoisNumEtat pic 99.
       01 MoisEtatX redefines MoisEtat pic x(6).
       77 MoisRapport     sql char-varying(6).
       77 MoisDebutAnnee  sql char-varying(6).
       77 FinMoisEtat     sql char-varying(8).
       77 MoisSaisi       pic 9(6).
       77 DateCourante    pic 9(8).

      *---- Realise et budget d'un indicateur pour une agence : mois
      *---- et cumul depuis janvier.
       01 ComparaisonDonne.
            10 RealiseMois   pic 9(11)V99.
            10 RealiseCumul  pic 9(11)V99.
            10 BudgetMois    pic 9(11)V99.
            10 BudgetCumul   pic 9(11)V99.
            10 EcartMois     pic s9(11)V99.
            10 EcartCumul    pic s9(11)V99.
            10 PctMois       pic s9(5)V99.
            10 PctCumul      pic s9(5)V99.
       77 EcartAbsolu pic 9(5)V99.
       77 AlerteMois  pic 9.
       77 AlerteCumul pic 9.
       77 AlerteAgence pic 9.
       77 LibAlerte pic x(12).

      *---- Totaux du reseau, par indicateur.
       01 TotalReseau.
            05 TotalIndicateur occurs 3.
               10 TotRealiseMois  pic 9(11)V99.
               10 TotRealiseCumul pic 9(11)V99.
               10 TotBudgetMois   pic 9(11)V99.
               10 TotBudgetCumul  pic 9(11)V99.

      *---- Zones editees (signe et virgule) des ecarts.
       01 ComparaisonEditee.
            05 RealiseMoisEdite  pic 9(11),99.
            05 BudgetMoisEdite   pic 9(11),99.
            05 EcartMoisEdite    pic -9(11),99.
            05 PctMoisEdite      pic -9(5),99.
            05 RealiseCumulEdite pic 9(11),99.
            05 BudgetCumulEdite  pic 9(11),99.
            05 EcartCumulEdite   pic -9(11),99.
            05 PctCumulEdite     pic -9(5),99.

      *---- Tolerance d'ecart, en pourcentage du budget : au-dela, sur
      *---- le mois ou sur le cumul, l'agence est signalee.
       77 ToleranceEcart pic 9(3) value 10.
       77 ToleranceSaisie pic 9(3).

       01 BilanBudget.
           05 NbrBudgetLus      pic 9(6).
           05 NbrBudgetRejets   pic 9(6).
           05 NbrAgencesEtat    pic 9(4).
           05 NbrAgencesAlerte  pic 9(4).

       01 FichBudget pic x(250).

       77 TypeTrt pic 9.
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

       01 M-ChoixBudget
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Budget : 1=Chargement 2=Etat mensuel 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-MoisBudget
           background-color is 1 foreground-color is 15.
           10 line 3 col 1
               value " Mois AAAAMM (vide = mois precedent) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 4 col 1
               value " Tolerance d'ecart en % (vide = 10) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du chargement du budget
       01  T-BilanChargement foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Chargement du budget".
           05 line 3 col 2  value "Lignes chargees".
           05 line 3 col 30 from NbrBudgetLus of BilanBudget
               pic Z(5)9.
           05 line 4 col 2  value "Lignes rejetees".
           05 line 4 col 30 from NbrBudgetRejets of BilanBudget
               pic Z(5)9.
           05 line 6 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'etat budget / realise
       01  T-BilanEtat foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Budget et realise par agence".
           05 line 3 col 2  value "Mois".
           05 line 3 col 30 from MoisEtatX.
           05 line 4 col 2  value "Agences".
           05 line 4 col 30 from NbrAgencesEtat of BilanBudget
               pic Z(3)9.
           05 line 5 col 2  value "Agences hors tolerance".
           05 line 5 col 30 from NbrAgencesAlerte of BilanBudget
               pic Z(3)9.
           05 line 6 col 2  value "Tolerance (%)".
           05 line 6 col 30 from ToleranceEcart pic ZZ9.
           05 line 8 col 2  value "Etat dans BudgetRealise.csv".
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Budget et realise par agence : chargement du budget annuel
      *----- fixe par la direction (par agence, mois et indicateur), et
      *----- etat mensuel du realise face au budget, avec l'ecart et le
      *----- cumul depuis janvier ; les agences dont l'ecart depasse la
      *----- tolerance sont signalees. Realise : primes des quittances
      *----- emises (hors refacturation de franchises et de vehicules
      *----- de remplacement), charge des sinistres survenus lue dans le
      *----- datamart SinistreMois, parc de vehicules en fin de mois.
      *----- En BATCH, etat du mois precedent.
      *-------------------------------------------------------------------------------------
       GestionBudget.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
           end-if.
           initialize BilanBudget.
           accept DateCourante from date yyyymmdd.
           if ModeExecution = "BATCH"
               move 0 to MoisSaisi
               perform DetermineMoisEtat
               perform EtatBudget
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixBudget.
           accept TypeTrt line 2 col 52.
           evaluate TypeTrt
               when 1
                   perform ChargeBudget
                   display Ecran-Blanc
                   display T-BilanChargement
                   accept OptionChoisie
               when 2
                   move 0 to MoisSaisi
                   move 0 to ToleranceSaisie
                   display M-MoisBudget
                   accept MoisSaisi line 3 col 40
                   accept ToleranceSaisie line 4 col 40
                   if ToleranceSaisie > 0
                       move ToleranceSaisie to ToleranceEcart
                   end-if
                   perform DetermineMoisEtat
                   perform EtatBudget
                   display Ecran-Blanc
                   display T-BilanEtat
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *---- Mois de l'etat : celui saisi, sinon le mois precedent.
       DetermineMoisEtat.
           if MoisSaisi > 0
               move MoisSaisi to MoisEtatX
           else
               move DateCourante(1:6) to MoisEtatX
               if MoisNumEtat = 1
                   subtract 1 from AnneeEtat
                   move 12 to MoisNumEtat
               else
                   subtract 1 from MoisNumEtat
               end-if
           end-if.
           if MoisNumEtat < 1 or MoisNumEtat > 12
               move DateCourante(1:6) to MoisEtatX
           end-if.
           move MoisEtatX to MoisRapport.
           move spaces to MoisDebutAnnee.
           string AnneeEtat "01" delimited by size into MoisDebutAnnee
           end-string.
      *---- Fin de mois : le 31 convient a la comparaison de dates
      *---- AAAAMMJJ, quel que soit le nombre de jours du mois.
           move spaces to FinMoisEtat.
           string MoisEtatX "31" delimited by size into FinMoisEtat
           end-string.

      *-------------------------------------------------------------------------------------
      *----- Chargement du budget. Lignes rejetees : annee ou mois
      *----- invalide, agence inconnue du referentiel, indicateur
      *----- inconnu, montant non numerique (dont l'en-tete). Un
      *----- operateur de societe ne charge que les agences de la
      *----- sienne.
      *-------------------------------------------------------------------------------------
       ChargeBudget.
           move 0 to EofImport.
           open input FichierBudget.
           perform ChargeBudget-Trt until EofImport = 1.
           close FichierBudget.
           exec sql
               commit
           end-exec.
           move 0 to EofImport.

       ChargeBudget-Trt.
           read FichierBudget
               at end
                   move 1 to EofImport
               not at end
                   perform EnrBudget
           end-read.

       EnrBudget.
           initialize BudgetDonne.
           initialize BudgetLu.
           unstring Enr-FichierBudget delimited by ";" into
               AnneeLue of BudgetLu
               MoisLu of BudgetLu
               BuAgence of BudgetDonne
               BuIndicateur of BudgetDonne
               MontantLu of BudgetLu
           end-unstring.
           inspect BuIndicateur of BudgetDonne converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move 0 to LongMontantLu.
           inspect MontantLu of BudgetLu tallying LongMontantLu
               for characters before initial space.
           if AnneeLue of BudgetLu is not numeric
               or MoisLu of BudgetLu is not numeric
               or LongMontantLu = 0
               or MontantLu of BudgetLu (1:LongMontantLu)
                   is not numeric
               add 1 to NbrBudgetRejets of BilanBudget
               exit paragraph
           end-if.
           move AnneeLue of BudgetLu to BuAnnee of BudgetDonne.
           move MoisLu of BudgetLu to BuMois of BudgetDonne.
           move MontantLu of BudgetLu (1:LongMontantLu)
               to MontantLuNum.
           move MontantLuNum to BuMontant of BudgetDonne.
           if BuMois of BudgetDonne < 1 or BuMois of BudgetDonne > 12
               or (BuIndicateur of BudgetDonne not = "PRIMES"
                   and BuIndicateur of BudgetDonne not = "SINISTRES"
                   and BuIndicateur of BudgetDonne not = "VEHICULES")
               add 1 to NbrBudgetRejets of BilanBudget
               exit paragraph
           end-if.
           move 0 to NbAgenceConnue.
           exec sql
               select count(*) into :NbAgenceConnue
                   from Agence
                   where AgCode = :BudgetDonne.BuAgence
                     and (:SocieteSession = ''
                          or isnull(AgSociete,'01') = :SocieteSession)
           end-exec.
           if NbAgenceConnue = 0
               add 1 to NbrBudgetRejets of BilanBudget
               exit paragraph
           end-if.
           exec sql
               delete from Budget
                   where BuAnnee = :BudgetDonne.BuAnnee
                     and BuMois = :BudgetDonne.BuMois
                     and BuAgence = :BudgetDonne.BuAgence
                     and BuIndicateur = :BudgetDonne.BuIndicateur
           end-exec.
           exec sql
                INSERT INTO Budget
                    (BuAnnee,BuMois,BuAgence,BuIndicateur,BuMontant)
                VALUES
                    (:BudgetDonne.BuAnnee,:BudgetDonne.BuMois,
                     :BudgetDonne.BuAgence,:BudgetDonne.BuIndicateur,
                     :BudgetDonne.BuMontant)
           end-exec.
           add 1 to NbrBudgetLus of BilanBudget.

      *-------------------------------------------------------------------------------------
      *----- Etat mensuel : pour chaque agence du referentiel et chaque
      *----- indicateur, realise, budget, ecart et ecart en % du mois
      *----- puis du cumul depuis janvier, et signal de depassement de
      *----- la tolerance ; lignes TOTAL du reseau a la fin. Le parc de
      *----- vehicules etant un stock, son cumul est sa position en fin
      *----- de mois, comparee au budget du mois.
      *-------------------------------------------------------------------------------------
       EtatBudget.
           move 0 to EoDB.
           initialize TotalReseau.
           open output FichierBudgetRealise.
           move spaces to FichBudget.
           string
               "Mois;Agence;Nom;Indicateur;Realise;Budget;Ecart;"
               "EcartPct;RealiseCumul;BudgetCumul;EcartCumul;"
               "EcartCumulPct;Alerte"
               delimited by size into FichBudget
           end-string.
           write Enr-FichierBudgetRealise from FichBudget.
           exec sql
               Declare AgenceBudget-Cursor cursor for
                   select AgCode,isnull(AgNom,' ')
                       from Agence
                       where (:SocieteSession = ''
                              or isnull(AgSociete,'01')
                                 = :SocieteSession)
                       order by AgCode
           end-exec.
           exec sql
               open AgenceBudget-Cursor
           end-exec.
           perform EtatBudget-Trt until EoDB = 1.
           exec sql
               close AgenceBudget-Cursor
           end-exec.
           move "TOTAL" to CodeAgence of AgenceDonne.
           move "RESEAU" to NomAgence of AgenceDonne.
           perform EnrTotalIndicateur
               varying IndiceIndic from 1 by 1 until IndiceIndic > 3.
           close FichierBudgetRealise.

       EtatBudget-Trt.
           exec sql
               fetch AgenceBudget-Cursor into
                   :AgenceDonne.CodeAgence,:AgenceDonne.NomAgence
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrAgencesEtat of BilanBudget.
           move 0 to AlerteAgence.
           perform EtatIndicateur
               varying IndiceIndic from 1 by 1 until IndiceIndic > 3.
           if AlerteAgence = 1
               add 1 to NbrAgencesAlerte of BilanBudget
           end-if.

      *---- Une ligne de l'etat : un indicateur pour l'agence courante.
       EtatIndicateur.
           initialize ComparaisonDonne.
           move Indicateur(IndiceIndic) to IndicateurCourant.
           evaluate IndiceIndic
               when 1
                   perform RealisePrimes
               when 2
                   perform RealiseSinistres
               when 3
                   perform RealiseVehicules
           end-evaluate.
           exec sql
               select isnull(sum(case
                                  when BuMois = :MoisEtat.MoisNumEtat
                                  then BuMontant else 0 end),0),
                      isnull(sum(BuMontant),0)
                   into :ComparaisonDonne.BudgetMois,
                        :ComparaisonDonne.BudgetCumul
                   from Budget
                   where BuAnnee = :MoisEtat.AnneeEtat
                     and BuMois <= :MoisEtat.MoisNumEtat
                     and BuAgence = :AgenceDonne.CodeAgence
                     and BuIndicateur = :IndicateurCourant
           end-exec.
           if IndiceIndic = 3
               move RealiseMois of ComparaisonDonne
                   to RealiseCumul of ComparaisonDonne
               move BudgetMois of ComparaisonDonne
                   to BudgetCumul of ComparaisonDonne
           end-if.
           add RealiseMois of ComparaisonDonne
               to TotRealiseMois(IndiceIndic).
           add RealiseCumul of ComparaisonDonne
               to TotRealiseCumul(IndiceIndic).
           add BudgetMois of ComparaisonDonne
               to TotBudgetMois(IndiceIndic).
           add BudgetCumul of ComparaisonDonne
               to TotBudgetCumul(IndiceIndic).
           perform CalculEcarts.
           if AlerteMois = 1 or AlerteCumul = 1
               move 1 to AlerteAgence
           end-if.
           perform EnrLigneBudget.

      *---- Primes emises : quittances de l'agence emises dans le mois
      *---- et depuis janvier, hors refacturations (franchise F,
      *---- vehicule de remplacement L).
       RealisePrimes.
           exec sql
               select isnull(sum(case when left(convert(char(8),
                                          QDateEmission),6)
                                          = :MoisRapport
                                      then QMontant else 0 end),0),
                      isnull(sum(QMontant),0)
                   into :ComparaisonDonne.RealiseMois,
                        :ComparaisonDonne.RealiseCumul
                   from Quittance
                   inner join Assure on AAssur = QAssur
                   where AAgence = :AgenceDonne.CodeAgence
                     and left(convert(char(8),QDateEmission),6)
                         between :MoisDebutAnnee and :MoisRapport
                     and substring(QNum,5,1) not in ('F','L')
                     and (:SocieteSession = ''
                          or isnull(QSociete,'01') = :SocieteSession)
           end-exec.

      *---- Charge des sinistres survenus, lue dans le datamart.
       RealiseSinistres.
           exec sql
               select isnull(sum(case when SmMois = :MoisRapport
                                      then SmMontBrut else 0 end),0),
                      isnull(sum(SmMontBrut),0)
                   into :ComparaisonDonne.RealiseMois,
                        :ComparaisonDonne.RealiseCumul
                   from SinistreMois
                   where SmAgence = :AgenceDonne.CodeAgence
                     and SmMois between :MoisDebutAnnee and :MoisRapport
                     and (:SocieteSession = ''
                          or SmSociete = :SocieteSession)
           end-exec.

      *---- Parc en fin de mois : vehicules de l'agence non resilies a
      *---- cette date et non entres apres elle.
       RealiseVehicules.
           exec sql
               select count(*)
                   into :ComparaisonDonne.RealiseMois
                   from Vehicule
                   inner join Assure on AAssur = VAssur
                   where AAgence = :AgenceDonne.CodeAgence
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
                     and (VActif = 1 or DateModif > :FinMoisEtat)
                     and not exists
                         (select 1 from Mouvement
                             where MAssur = VAssur
                               and MImma = VImma
                               and MCodeMouv = 'A'
                               and MDate > :FinMoisEtat)
           end-exec.

      *---- Ecarts (realise - budget) et ecarts en % du budget ; sans
      *---- budget, un realise non nul est hors tolerance.
       CalculEcarts.
           move 0 to AlerteMois.
           move 0 to AlerteCumul.
           compute EcartMois of ComparaisonDonne =
               RealiseMois of ComparaisonDonne
                   - BudgetMois of ComparaisonDonne.
           compute EcartCumul of ComparaisonDonne =
               RealiseCumul of ComparaisonDonne
                   - BudgetCumul of ComparaisonDonne.
           if BudgetMois of ComparaisonDonne = 0
               move 0 to PctMois of ComparaisonDonne
               if RealiseMois of ComparaisonDonne > 0
                   move 1 to AlerteMois
               end-if
           else
               compute PctMois of ComparaisonDonne rounded =
                   EcartMois of ComparaisonDonne * 100
                       / BudgetMois of ComparaisonDonne
               move PctMois of ComparaisonDonne to EcartAbsolu
               if EcartAbsolu > ToleranceEcart
                   move 1 to AlerteMois
               end-if
           end-if.
           if BudgetCumul of ComparaisonDonne = 0
               move 0 to PctCumul of ComparaisonDonne
               if RealiseCumul of ComparaisonDonne > 0
                   move 1 to AlerteCumul
               end-if
           else
               compute PctCumul of ComparaisonDonne rounded =
                   EcartCumul of ComparaisonDonne * 100
                       / BudgetCumul of ComparaisonDonne
               move PctCumul of ComparaisonDonne to EcartAbsolu
               if EcartAbsolu > ToleranceEcart
                   move 1 to AlerteCumul
               end-if
           end-if.
           move spaces to LibAlerte.
           if AlerteMois = 1 and AlerteCumul = 1
               move "MOIS+CUMUL" to LibAlerte
           else
               if AlerteMois = 1
                   move "MOIS" to LibAlerte
               end-if
               if AlerteCumul = 1
                   move "CUMUL" to LibAlerte
               end-if
           end-if.

      *---- Ligne TOTAL du reseau pour un indicateur.
       EnrTotalIndicateur.
           initialize ComparaisonDonne.
           move Indicateur(IndiceIndic) to IndicateurCourant.
           move TotRealiseMois(IndiceIndic)
               to RealiseMois of ComparaisonDonne.
           move TotRealiseCumul(IndiceIndic)
               to RealiseCumul of ComparaisonDonne.
           move TotBudgetMois(IndiceIndic)
               to BudgetMois of ComparaisonDonne.
           move TotBudgetCumul(IndiceIndic)
               to BudgetCumul of ComparaisonDonne.
           perform CalculEcarts.
           perform EnrLigneBudget.

       EnrLigneBudget.
           move RealiseMois of ComparaisonDonne to RealiseMoisEdite.
           move BudgetMois of ComparaisonDonne to BudgetMoisEdite.
           move EcartMois of ComparaisonDonne to EcartMoisEdite.
           move PctMois of ComparaisonDonne to PctMoisEdite.
           move RealiseCumul of ComparaisonDonne to RealiseCumulEdite.
           move BudgetCumul of ComparaisonDonne to BudgetCumulEdite.
           move EcartCumul of ComparaisonDonne to EcartCumulEdite.
           move PctCumul of ComparaisonDonne to PctCumulEdite.
           move spaces to FichBudget.
           string
               MoisEtatX
               ";" CodeAgence of AgenceDonne
               ";" NomAgence of AgenceDonne
               ";" IndicateurCourant
               ";" RealiseMoisEdite
               ";" BudgetMoisEdite
               ";" EcartMoisEdite
               ";" PctMoisEdite
               ";" RealiseCumulEdite
               ";" BudgetCumulEdite
               ";" EcartCumulEdite
               ";" PctCumulEdite
               ";" LibAlerte
               delimited by size into FichBudget
           end-string.
           write Enr-FichierBudgetRealise from FichBudget.

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
      *----- Fin du budget et realise par agence
      *-------------------------------------------------------------------------------------

       end program BudgetAgence.
