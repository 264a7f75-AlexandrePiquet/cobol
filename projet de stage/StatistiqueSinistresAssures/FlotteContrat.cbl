
       01 LigneReleve pic x(90).

      *---- Clause de participation aux benefices du contrat flotte
      *---- (colonnes FPb* de la table Flotte) : rapport sinistres /
      *---- primes cible en %, pourcentage de partage de l'economie
      *---- realisee sous la cible, plafond en euros (0 = sans
      *---- plafond), et mode de versement : R ristourne viree, A avoir
      *---- impute sur la quittance ouverte de l'assure.
       01 ClauseDonne.
            10 PbCible      pic 9(3).
            10 PbPartage    pic 9(3).
            10 PbPlafond    pic 9(7)V99.
            10 PbMode       sql char-varying(1).

      *---- Calcul de l'exercice pour un contrat : primes acquises de
      *---- l'exercice (quittances de la periode, hors franchises et
      *---- locations refacturees, hors annulees et passees en pertes),
      *---- charge des sinistres survenus dans l'exercice (reglements
      *---- et provisions restantes), et participation qui en resulte.
       01 ParticipationDonne.
            10 PbAnnee       pic 9(4).
            10 PbPrimes      pic 9(9)V99.
            10 PbCharge      pic 9(9)V99.
            10 PbNbrSin      pic 9(5).
            10 PbRatio       pic 9(5)V99.
            10 PbMarge       pic s9(9)V99.
            10 PbAvantPlafond pic 9(9)V99.
            10 PbMontant     pic 9(9)V99.
            10 PbImpute      pic 9(9)V99.
            10 PbRistourne   pic 9(9)V99.
            10 PbQuitImputee sql char-varying(12).
            10 PbDate        pic 9(8).
       77 AnneeSaisie pic 9(4).
       77 NbDejaCalcule pic 9(4).
       77 NbContratExistant pic 9(4).
      *---- Ristourne de participation : la cle vehicule porte PB et
      *---- l'exercice, le motif PB FLOTTE.
       77 ClePbRistourne sql char-varying(9).

      *---- Quittance ouverte recevant l'avoir de participation.
       01 QuittanceDonne.
            10 NumQuittance sql char-varying(12).
            10 MontQuit     pic 9(8)V99.
            10 MontRegle    pic 9(8)V99.
            10 StatutQuit   pic 9.
       77 ResteQuit pic 9(8)V99.
       77 NumAvoir pic 9(6).
       77 OperateurCourant pic x(10).

       01 MontantsPbEdites.
            05 PrimesEdite   pic Z(8)9,99.
            05 ChargeEdite   pic Z(8)9,99.
            05 RatioEdite    pic Z(4)9,99.
            05 MargeEdite    pic -Z(8)9,99.
            05 AvantPlafEdite pic Z(8)9,99.
            05 PlafondEdite  pic Z(6)9,99.
            05 MontantEdite  pic Z(8)9,99.

       01 BilanParticipation.
           05 NbrContratsPb   pic 9(4).
           05 NbrDejaCalcules pic 9(4).
           05 NbrAccordees    pic 9(4).
           05 TotalPb         pic 9(9)V99.

       77 NbAssureExistant pic 9(4).
       77 NbrVehiculesFlotte pic 9(3).
       77 TypeTrt         pic 9.
       77 EoDB pic 9.
       77 EoContrat pic 9.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
       01 M-ChoixFlotte
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Flotte : 1=Contrat 2=Releve 3=Clause PB"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 2 col 41
               value " 4=Calcul PB 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

           10 line 6 col 2 value "Releve edite dans RelevesFlotte.txt".
           10 line 7 col 2 value "Appuyez sur Entree pour continuer".

      *---- Saisie de la clause de participation d'un contrat.
       01 T-SaisieClause foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20
               value "Clause de participation aux benefices".
           10 line 3 col 2  value "Numero de contrat      :".
           10 line 4 col 2  value "S/P cible (%)          :".
           10 line 5 col 2  value "Partage (%)            :".
           10 line 6 col 2  value "Plafond (euros)        :".
           10 line 7 col 2  value "Versement R=ristourne A=avoir :".

       01 T-ClauseEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 9 col 2 value "Clause enregistree.".
           10 line 10 col 2 value "Appuyez sur Entree pour continuer".

       01 T-ClauseInvalide foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 9 col 2
               value "Clause refusee : contrat inconnu ou valeurs hors".
           10 line 10 col 2
               value "bornes (cible 1 a 200, partage 1 a 100, R ou A).".
           10 line 11 col 2 value "Appuyez sur Entree pour continuer".

       01 M-AnneeParticipation
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Exercice AAAA (vide = annee precedente) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du calcul annuel des participations.
       01 T-BilanParticipation foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Participation aux benefices flotte".
           05 line 3 col 2  value "Exercice".
           05 line 3 col 30 from PbAnnee of ParticipationDonne.
           05 line 4 col 2  value "Contrats avec clause".
           05 line 4 col 30 from NbrContratsPb of BilanParticipation
               pic Z(3)9.
           05 line 5 col 2  value "Deja calcules (ignores)".
           05 line 5 col 30 from NbrDejaCalcules of BilanParticipation
               pic Z(3)9.
           05 line 6 col 2  value "Participations accordees".
           05 line 6 col 30 from NbrAccordees of BilanParticipation
               pic Z(3)9.
           05 line 7 col 2  value "Montant total".
           05 line 7 col 30 from TotalPb of BilanParticipation
               pic Z(8)9,99.
           05 line 9 col 2  value "Decomptes edites dans".
           05 line 9 col 30 value "ParticipationFlotte.txt".
           05 line 11 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- sous un numero de contrat, ouvrant droit a la remise de
      *----- volume dans le calcul de cotisation, et releve de flotte
      *----- listant vehicules, mouvements et sinistres du contrat.
      *----- Clause de participation aux benefices par contrat, et
      *----- calcul de fin d'exercice des participations.
      *-------------------------------------------------------------------------------------
       GestionFlotte.
           display Ecran-Blanc.
           display M-ChoixFlotte.
           accept TypeTrt line 2 col 67.
           evaluate TypeTrt
               when 1
                   perform SaisieContratFlotte
               when 2
                   perform ReleveFlotte
               when 3
                   perform SaisieClauseFlotte
               when 4
                   perform CalculParticipation
               when other
                   continue
           end-evaluate.
               write Enr-FichierReleveFlotte from LigneReleve
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Clause de participation aux benefices d'un contrat flotte.
      *-------------------------------------------------------------------------------------
       SaisieClauseFlotte.
           display Ecran-Blanc.
           display T-SaisieClause.
           initialize ClauseDonne.
           accept NumContrat of FlotteDonne line 3 col 35.
           accept PbCible of ClauseDonne line 4 col 35.
           accept PbPartage of ClauseDonne line 5 col 35.
           accept PbPlafond of ClauseDonne line 6 col 35.
           accept PbMode of ClauseDonne line 7 col 35.
           inspect PbMode of ClauseDonne converting "ra" to "RA".
           move 0 to NbContratExistant.
           exec sql
               select count(*) into :NbContratExistant
                   from Flotte
                   where FNum = :FlotteDonne.NumContrat
           end-exec.
           if NbContratExistant = 0
               or PbCible of ClauseDonne < 1
               or PbCible of ClauseDonne > 200
               or PbPartage of ClauseDonne < 1
               or PbPartage of ClauseDonne > 100
               or (PbMode of ClauseDonne not = "R"
                   and PbMode of ClauseDonne not = "A")
               display T-ClauseInvalide
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               update Flotte
                   set FPbCible = :ClauseDonne.PbCible,
                       FPbPartage = :ClauseDonne.PbPartage,
                       FPbPlafond = :ClauseDonne.PbPlafond,
                       FPbMode = :ClauseDonne.PbMode
                   where FNum = :FlotteDonne.NumContrat
           end-exec.
           exec sql
               commit
           end-exec.
           display T-ClauseEnregistree.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Calcul de fin d'exercice des participations aux benefices :
      *----- pour chaque contrat dote d'une clause, l'economie realisee
      *----- sous le S/P cible (primes acquises x cible - charge) est
      *----- partagee au pourcentage de la clause, dans la limite du
      *----- plafond. La participation est versee en ristourne (viree
      *----- par VirementSepa) ou en avoir sur la quittance ouverte la
      *----- plus ancienne de l'assure, le surplus eventuel partant en
      *----- ristourne. Un decompte par contrat est edite dans
      *----- ParticipationFlotte.txt ; chaque calcul est trace dans la
      *----- table ParticipationFlotte, qui interdit de verser deux fois
      *----- le meme exercice.
      *-------------------------------------------------------------------------------------
       CalculParticipation.
           display Ecran-Blanc.
           display M-AnneeParticipation.
           move 0 to AnneeSaisie.
           accept AnneeSaisie line 2 col 45.
           initialize BilanParticipation.
           initialize ParticipationDonne.
           accept PbDate of ParticipationDonne from date yyyymmdd.
           if AnneeSaisie > 0
               move AnneeSaisie to PbAnnee of ParticipationDonne
           else
               move PbDate of ParticipationDonne(1:4)
                   to PbAnnee of ParticipationDonne
               subtract 1 from PbAnnee of ParticipationDonne
           end-if.
           perform LireOperateurSession.
           move spaces to ClePbRistourne.
           string "PB" PbAnnee of ParticipationDonne
               delimited by size into ClePbRistourne
           end-string.
           open output FichierParticipationFlotte.
           move 0 to EoContrat.
           exec sql
               Declare FlottePb-Cursor cursor for
                   select FNum,FAssur,FPbCible,FPbPartage,
                          isnull(FPbPlafond,0),isnull(FPbMode,'R')
                       from Flotte
                       where isnull(FPbPartage,0) > 0
                       order by FNum
           end-exec.
           exec sql
               open FlottePb-Cursor
           end-exec.
           perform CalculParticipation-Trt until EoContrat = 1.
           exec sql
               close FlottePb-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           close FichierParticipationFlotte.
           display Ecran-Blanc.
           display T-BilanParticipation.
           accept OptionChoisie.

       CalculParticipation-Trt.
           exec sql
               fetch FlottePb-Cursor into
                   :FlotteDonne.NumContrat,:FlotteDonne.NumAssure,
                   :ClauseDonne.PbCible,:ClauseDonne.PbPartage,
                   :ClauseDonne.PbPlafond,:ClauseDonne.PbMode
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoContrat
               exit paragraph
           end-if.
           add 1 to NbrContratsPb of BilanParticipation.
           move 0 to NbDejaCalcule.
           exec sql
               select count(*) into :NbDejaCalcule
                   from ParticipationFlotte
                   where PfContrat = :FlotteDonne.NumContrat
                     and PfAnnee = :ParticipationDonne.PbAnnee
           end-exec.
           if NbDejaCalcule > 0
               add 1 to NbrDejaCalcules of BilanParticipation
               exit paragraph
           end-if.
           perform CalculExerciceFlotte.
           if PbMontant of ParticipationDonne > 0
               add 1 to NbrAccordees of BilanParticipation
               add PbMontant of ParticipationDonne
                   to TotalPb of BilanParticipation
               perform VerseParticipation
           end-if.
           exec sql
               insert into ParticipationFlotte
                   (PfContrat,PfAnnee,PfAssur,PfPrimes,PfCharge,
                    PfRatio,PfCible,PfPartage,PfPlafond,PfMontant,
                    PfMode,PfQNum,PfDate)
               values
                   (:FlotteDonne.NumContrat,
                    :ParticipationDonne.PbAnnee,
                    :FlotteDonne.NumAssure,
                    :ParticipationDonne.PbPrimes,
                    :ParticipationDonne.PbCharge,
                    :ParticipationDonne.PbRatio,
                    :ClauseDonne.PbCible,
                    :ClauseDonne.PbPartage,
                    :ClauseDonne.PbPlafond,
                    :ParticipationDonne.PbMontant,
                    :ClauseDonne.PbMode,
                    :ParticipationDonne.PbQuitImputee,
                    :ParticipationDonne.PbDate)
           end-exec.
           perform EditeDecompteFlotte.

      *---- Primes acquises, charge des sinistres de l'exercice et
      *---- participation du contrat courant.
       CalculExerciceFlotte.
           move 0 to PbPrimes of ParticipationDonne.
           move 0 to PbCharge of ParticipationDonne.
           move 0 to PbNbrSin of ParticipationDonne.
           move 0 to PbRatio of ParticipationDonne.
           move 0 to PbMarge of ParticipationDonne.
           move 0 to PbAvantPlafond of ParticipationDonne.
           move 0 to PbMontant of ParticipationDonne.
           move 0 to PbImpute of ParticipationDonne.
           move 0 to PbRistourne of ParticipationDonne.
           move spaces to PbQuitImputee of ParticipationDonne.
           exec sql
               select isnull(sum(QMontant),0)
                   into :ParticipationDonne.PbPrimes
                   from Quittance
                   where QAssur = :FlotteDonne.NumAssure
                     and QPeriode = :ParticipationDonne.PbAnnee
                     and substring(QNum,5,1) not in ('F','L')
                     and QStatut < 3
           end-exec.
           exec sql
               select count(*),
                      isnull(sum(isnull(SProvision,0)
                          + isnull((select sum(RMontPaie)
                                       from Reglement
                                       where RNSin = SNSin
                                         and RNAssur = SNAssur),0)),0)
                   into :ParticipationDonne.PbNbrSin,
                        :ParticipationDonne.PbCharge
                   from Sinistre
                   where SNAssur = :FlotteDonne.NumAssure
                     and left(SDateSin,4) = :ParticipationDonne.PbAnnee
           end-exec.
           if PbPrimes of ParticipationDonne = 0
               exit paragraph
           end-if.
           compute PbRatio of ParticipationDonne rounded =
               PbCharge of ParticipationDonne * 100
                   / PbPrimes of ParticipationDonne.
           compute PbMarge of ParticipationDonne rounded =
               PbPrimes of ParticipationDonne * PbCible of ClauseDonne
                   / 100
               - PbCharge of ParticipationDonne.
           if PbMarge of ParticipationDonne > 0
               compute PbAvantPlafond of ParticipationDonne rounded =
                   PbMarge of ParticipationDonne
                       * PbPartage of ClauseDonne / 100
               move PbAvantPlafond of ParticipationDonne
                   to PbMontant of ParticipationDonne
               if PbPlafond of ClauseDonne > 0
                   and PbMontant of ParticipationDonne
                       > PbPlafond of ClauseDonne
                   move PbPlafond of ClauseDonne
                       to PbMontant of ParticipationDonne
               end-if
           end-if.

      *---- Versement : avoir sur la quittance ouverte la plus ancienne
      *---- si la clause le prevoit, ristourne pour le reste.
       VerseParticipation.
           move PbMontant of ParticipationDonne
               to PbRistourne of ParticipationDonne.
           if PbMode of ClauseDonne = "A"
               perform ImputeAvoirParticipation
           end-if.
           if PbRistourne of ParticipationDonne > 0
               exec sql
                    INSERT INTO Ristourne
                        (RiAssur,RiImma,RiDate,RiMontant,RiMotif,RiPaye)
                    VALUES
                        (:FlotteDonne.NumAssure,:ClePbRistourne,
                         :ParticipationDonne.PbDate,
                         :ParticipationDonne.PbRistourne,
                         'PB FLOTTE',0)
               end-exec
           end-if.

       ImputeAvoirParticipation.
           exec sql
               select top 1 QNum,QMontant,isnull(QMontantRegle,0),
                      QStatut
                   into :QuittanceDonne.NumQuittance,
                        :QuittanceDonne.MontQuit,
                        :QuittanceDonne.MontRegle,
                        :QuittanceDonne.StatutQuit
                   from Quittance
                   where QAssur = :FlotteDonne.NumAssure
                     and QStatut < 2
                     and QMontant > isnull(QMontantRegle,0)
                   order by QDateEcheance,QNum
           end-exec.
           if SQLCODE not = 0
               exit paragraph
           end-if.
           compute ResteQuit = MontQuit of QuittanceDonne
               - MontRegle of QuittanceDonne.
           if ResteQuit > PbMontant of ParticipationDonne
               move PbMontant of ParticipationDonne
                   to PbImpute of ParticipationDonne
           else
               move ResteQuit to PbImpute of ParticipationDonne
           end-if.
           subtract PbImpute of ParticipationDonne
               from PbRistourne of ParticipationDonne.
           move NumQuittance of QuittanceDonne
               to PbQuitImputee of ParticipationDonne.
           add PbImpute of ParticipationDonne
               to MontRegle of QuittanceDonne.
           if MontRegle of QuittanceDonne >= MontQuit of QuittanceDonne
               move 2 to StatutQuit of QuittanceDonne
           else
               move 1 to StatutQuit of QuittanceDonne
           end-if.
           move 0 to NumAvoir.
           exec sql
               select isnull(max(AvNum),0)
                   into :NumAvoir
                   from Avoir
           end-exec.
           add 1 to NumAvoir.
           exec sql
                INSERT INTO Avoir
                    (AvNum,AvQNum,AvMontant,AvDate,AvOperateur)
                VALUES
                    (:NumAvoir,
                     :QuittanceDonne.NumQuittance,
                     :ParticipationDonne.PbImpute,
                     :ParticipationDonne.PbDate,
                     :OperateurCourant)
           end-exec.
           exec sql
               update Quittance
                   set QMontantRegle = :QuittanceDonne.MontRegle,
                       QStatut = :QuittanceDonne.StatutQuit
                   where QNum = :QuittanceDonne.NumQuittance
           end-exec.

      *---- Decompte du contrat : le detail du calcul, pour l'envoi au
      *---- client.
       EditeDecompteFlotte.
           move PbPrimes of ParticipationDonne to PrimesEdite.
           move PbCharge of ParticipationDonne to ChargeEdite.
           move PbRatio of ParticipationDonne to RatioEdite.
           move PbMarge of ParticipationDonne to MargeEdite.
           move PbAvantPlafond of ParticipationDonne to AvantPlafEdite.
           move PbPlafond of ClauseDonne to PlafondEdite.
           move PbMontant of ParticipationDonne to MontantEdite.
           move spaces to LigneReleve.
           string "PARTICIPATION AUX BENEFICES - CONTRAT "
               NumContrat of FlotteDonne
               " - ASSURE " NumAssure of FlotteDonne
               " - EXERCICE " PbAnnee of ParticipationDonne
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           string "  PRIMES ACQUISES            : " PrimesEdite " EUR"
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           string "  CHARGE SINISTRES (" PbNbrSin of ParticipationDonne
               ")     : " ChargeEdite " EUR (REGLEMENTS + PROVISIONS)"
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           string "  RAPPORT S/P                : " RatioEdite
               " %  - CIBLE " PbCible of ClauseDonne " %"
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           string "  ECONOMIE SOUS LA CIBLE     : " MargeEdite " EUR"
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           string "  PARTAGE " PbPartage of ClauseDonne
               " %              : " AvantPlafEdite " EUR"
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           if PbPlafond of ClauseDonne > 0
               string "  PLAFOND                    : " PlafondEdite
                   " EUR"
                   delimited by size into LigneReleve
               end-string
           else
               move "  PLAFOND                    : AUCUN"
                   to LigneReleve
           end-if.
           write Enr-FichierParticipationFlotte from LigneReleve.
           move spaces to LigneReleve.
           string "  PARTICIPATION ACCORDEE     : " MontantEdite " EUR"
               delimited by size into LigneReleve
           end-string.
           write Enr-FichierParticipationFlotte from LigneReleve.
           if PbImpute of ParticipationDonne > 0
               move PbImpute of ParticipationDonne to MontantEdite
               move spaces to LigneReleve
               string "  DONT AVOIR SUR QUITTANCE "
                   NumQuittance of QuittanceDonne
                   " : " MontantEdite " EUR"
                   delimited by size into LigneReleve
               end-string
               write Enr-FichierParticipationFlotte from LigneReleve
           end-if.
           if PbRistourne of ParticipationDonne > 0
               move PbRistourne of ParticipationDonne to MontantEdite
               move spaces to LigneReleve
               string "  DONT RISTOURNE PAR VIREMENT : " MontantEdite
                   " EUR"
                   delimited by size into LigneReleve
               end-string
               write Enr-FichierParticipationFlotte from LigneReleve
           end-if.
           move spaces to LigneReleve.
           write Enr-FichierParticipationFlotte from LigneReleve.

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
      *----- Fin des contrats flotte
      *-------------------------------------------------------------------------------------
