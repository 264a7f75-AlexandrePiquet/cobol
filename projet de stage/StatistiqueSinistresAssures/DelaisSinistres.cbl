       program-id. DelaisSinistres as
           "StatistiqueSinistresAssures.DelaisSinistres".

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

      *---- Referentiel des pieces obligatoires (DocumentsRequis.csv :
      *---- type;code;libelle), recopie dans la table PieceRequise pour
      *---- juger en une requete de la completude des dossiers.
       01 PieceRequiseDonne.
            10 TypePiece    sql char-varying(1).
            10 CodePiece    sql char-varying(8).
            10 LibPiece     sql char-varying(25).

      *---- Periode de declaration des sinistres etudies (AAAAMMJJ).
       77 DateDebut       pic 9(8).
       77 DateFin         pic 9(8).
       77 DateCourante    pic 9(8).
       01 DateCalcul.
            05 AnneeCalcul pic 9(4).
            05 MoisJourCalcul pic 9(4).
       01 DateCalculX redefines DateCalcul pic 9(8).

      *---- Etapes suivies et delai cible de chacune, en jours depuis
      *---- la declaration du sinistre.
       01 EtapesValeurs.
            10 filler pic x(12) value "MISSION".
            10 filler pic 9(3)  value 5.
            10 filler pic x(12) value "RAPPORT".
            10 filler pic 9(3)  value 30.
            10 filler pic x(12) value "PIECES".
            10 filler pic 9(3)  value 30.
            10 filler pic x(12) value "AUTORISATION".
            10 filler pic 9(3)  value 45.
            10 filler pic x(12) value "PAIEMENT".
            10 filler pic 9(3)  value 45.
            10 filler pic x(12) value "CLOTURE".
            10 filler pic 9(3)  value 90.
       01 EtapesTable redefines EtapesValeurs.
            10 Etape occurs 6.
               15 LibEtape   pic x(12).
               15 CibleEtape pic 9(3).
       77 IndiceEtape pic 9.
       01 CiblesSql.
            10 CibleMission   pic 9(3).
            10 CibleRapport   pic 9(3).
            10 CiblePieces    pic 9(3).
            10 CibleAutorise  pic 9(3).
            10 CiblePaiement  pic 9(3).
            10 CibleCloture   pic 9(3).

      *---- Delais d'un sinistre (table DelaiSinistre). Un delai a -1
      *---- signifie que l'etape n'est pas encore atteinte.
       01 DelaiDonne.
            10 NSin           sql char-varying(6).
            10 NAssur         sql char-varying(5).
            10 TypeSin        sql char-varying(1).
            10 Agence         sql char-varying(3).
            10 Expert         sql char-varying(5).
            10 Garage         sql char-varying(10).
            10 DateDecl       pic 9(8).
            10 AgeDossier     pic s9(5).
            10 Ouvert         pic 9.
            10 MissionOuverte pic 9.
            10 PiecesRequises pic 9.
            10 AttenteAutor   pic 9.
       01 DelaisEtapes.
            10 DelaiMission   pic s9(5).
            10 DelaiRapport   pic s9(5).
            10 DelaiPieces    pic s9(5).
            10 DelaiAutorise  pic s9(5).
            10 DelaiPaiement  pic s9(5).
            10 DelaiCloture   pic s9(5).
       01 DelaisEtapesTable redefines DelaisEtapes.
            10 DelaiEtape occurs 6 pic s9(5).
       01 DelaisEdites.
            10 DelaiEdite occurs 6 pic x(6).
       77 DelaiEdition pic -(5)9.
       77 EtatEtape pic x(10).
       77 DepassementSinistre pic 9.

      *---- Statistique d'une etape sur une valeur d'un axe d'analyse
      *---- (reseau, type de sinistre, agence, expert, garage).
       01 StatistiqueDonne.
            10 Axe            pic x(8).
            10 ValeurAxe      sql char-varying(10).
            10 OrdreEtape     pic 9.
            10 NbrSinistres   pic 9(6).
            10 DelaiMoyen     pic 9(5)V9.
            10 DelaiMedian    pic 9(5)V9.
            10 DelaiP75       pic 9(5)V9.
            10 DelaiP90       pic 9(5)V9.
            10 DelaiMax       pic 9(5).
            10 NbrHorsCible   pic 9(6).
       01 StatistiqueEditee.
            10 MoyenEdite     pic 9(5),9.
            10 MedianEdite    pic 9(5),9.
            10 P75Edite       pic 9(5),9.
            10 P90Edite       pic 9(5),9.
            10 PctHorsCible   pic 9(3)V9.
            10 PctHorsEdite   pic 9(3),9.

       01 BilanDelais.
           05 NbrPiecesRequises pic 9(4).
           05 NbrSinistresEtudies pic 9(6).
           05 NbrSinistresHorsCible pic 9(6).
           05 NbrLignesHorsCible pic 9(6).
           05 NbrLignesStatistique pic 9(6).

       01 FichDelais pic x(250).

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

       01 M-PeriodeDelais
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Declares du AAAAMMJJ (vide = il y a un an) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " Declares au AAAAMMJJ (vide = ce jour)      :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan de l'etat des delais
       01  T-BilanDelais foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Delais de gestion des sinistres".
           05 line 3 col 2  value "Declares du".
           05 line 3 col 30 from DateDebut.
           05 line 3 col 40 value "au".
           05 line 3 col 43 from DateFin.
           05 line 4 col 2  value "Sinistres etudies".
           05 line 4 col 30 from NbrSinistresEtudies of BilanDelais
               pic Z(5)9.
           05 line 5 col 2  value "Sinistres hors delai cible".
           05 line 5 col 30 from NbrSinistresHorsCible of BilanDelais
               pic Z(5)9.
           05 line 6 col 2  value "Etapes hors delai cible".
           05 line 6 col 30 from NbrLignesHorsCible of BilanDelais
               pic Z(5)9.
           05 line 7 col 2  value "Lignes de statistiques".
           05 line 7 col 30 from NbrLignesStatistique of BilanDelais
               pic Z(5)9.
           05 line 9 col 2  value "Par sinistre : DelaisSinistres.csv".
           05 line 10 col 2 value "Medianes : DelaisStatistiques.csv".
           05 line 11 col 2 value "Hors cible : DelaisDepasses.csv".
           05 line 13 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Delais de gestion des sinistres : pour chaque sinistre
      *----- declare dans la periode, delai en jours entre la
      *----- declaration et chaque etape du dossier (mission d'expert,
      *----- rapport d'expert, dossier de pieces complet, autorisation
      *----- du premier reglement soumis a validation, premier
      *----- reglement, cloture) ; mediane et centiles de ces delais
      *----- par type de sinistre, agence, expert et garage ; liste
      *----- des sinistres au-dela du delai cible d'une etape, atteinte
      *----- en retard ou toujours en attente. En BATCH, sinistres
      *----- declares depuis un an.
      *-------------------------------------------------------------------------------------
       GestionDelais.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
           end-if.
           initialize BilanDelais.
           accept DateCourante from date yyyymmdd.
           move 0 to DateDebut.
           move 0 to DateFin.
           if ModeExecution not = "BATCH"
               display Ecran-Blanc
               display M-PeriodeDelais
               accept DateDebut line 2 col 48
               accept DateFin line 3 col 48
           end-if.
           perform DeterminePeriode.
           perform ChargePiecesRequises.
           perform CalculDelais.
           perform EtatDelaisSinistres.
           perform EtatStatistiques.
           if ModeExecution = "BATCH"
               goback
           end-if.
           display Ecran-Blanc.
           display T-BilanDelais.
           accept OptionChoisie.
           goback.

      *---- Periode : celle saisie, sinon les douze derniers mois.
       DeterminePeriode.
           if DateFin = 0
               move DateCourante to DateFin
           end-if.
           if DateDebut = 0
               move DateFin to DateCalculX
               subtract 1 from AnneeCalcul
               move DateCalculX to DateDebut
           end-if.
           move CibleEtape(1) to CibleMission.
           move CibleEtape(2) to CibleRapport.
           move CibleEtape(3) to CiblePieces.
           move CibleEtape(4) to CibleAutorise.
           move CibleEtape(5) to CiblePaiement.
           move CibleEtape(6) to CibleCloture.

      *---- Chargement du referentiel des pieces obligatoires dans la
      *---- table PieceRequise (remplacee a chaque execution).
       ChargePiecesRequises.
           exec sql
               delete from PieceRequise
           end-exec.
           move 0 to EofImport.
           open input FichierDocumentsRequis.
           perform ChargePiecesRequises-Trt until EofImport = 1.
           close FichierDocumentsRequis.
           move 0 to EofImport.

       ChargePiecesRequises-Trt.
           read FichierDocumentsRequis
               at end
                   move 1 to EofImport
               not at end
                   initialize PieceRequiseDonne
                   unstring Enr-FichierDocumentsRequis
                           delimited by ";" into
                       TypePiece of PieceRequiseDonne
                       CodePiece of PieceRequiseDonne
                       LibPiece of PieceRequiseDonne
                   end-unstring
                   exec sql
                       INSERT INTO PieceRequise (PrType,PrCode)
                       VALUES (:PieceRequiseDonne.TypePiece,
                               :PieceRequiseDonne.CodePiece)
                   end-exec
                   add 1 to NbrPiecesRequises of BilanDelais
           end-read.

      *-------------------------------------------------------------------------------------
      *----- Calcul des delais de chaque sinistre dans la table de
      *----- travail DelaiSinistre (remplacee a chaque execution).
      *----- Declaration : date de creation du sinistre (SDateImport),
      *----- a defaut sa date de survenance pour les sinistres crees
      *----- avant que cette date soit conservee. Mission : premiere
      *----- mission confiee ; rapport : premier rapport recu ; pieces :
      *----- reception de la derniere piece obligatoire manquante, si
      *----- toutes sont recues ; autorisation : premier reglement
      *----- approuve par le superviseur ; paiement : premier
      *----- reglement ; cloture : date de cloture. Une etape datee
      *----- avant la declaration compte pour zero jour. L'expert et le
      *----- garage retenus sont ceux de la premiere mission et de la
      *----- premiere reparation. Un operateur de societe ne retient
      *----- que les sinistres de la sienne.
      *-------------------------------------------------------------------------------------
       CalculDelais.
           exec sql
               delete from DelaiSinistre
           end-exec.
           exec sql
               insert into DelaiSinistre
                   (DsNSin,DsNAssur,DsType,DsAgence,DsExpert,DsGarage,
                    DsDateDecl,DsAge,DsOuvert,DsMissionOuverte,
                    DsPiecesRequises,DsAttenteAutor,
                    DsMission,DsRapport,DsPieces,DsAutorise,
                    DsPaiement,DsCloture)
               select j.SNSin,j.SNAssur,j.STypeSin,j.Agence,
                      j.Expert,j.Garage,j.DateDecl,
                      datediff(day,convert(date,
                          convert(char(8),j.DateDecl),112),getdate()),
                      j.Ouvert,j.MissionOuverte,
                      j.PiecesRequises,j.AttenteAutor,
                      case when j.DateMission = 0 then -1
                           when j.DateMission < j.DateDecl then 0
                           else datediff(day,convert(date,
                               convert(char(8),j.DateDecl),112),
                               convert(date,
                               convert(char(8),j.DateMission),112))
                      end,
                      case when j.DateRapport = 0 then -1
                           when j.DateRapport < j.DateDecl then 0
                           else datediff(day,convert(date,
                               convert(char(8),j.DateDecl),112),
                               convert(date,
                               convert(char(8),j.DateRapport),112))
                      end,
                      case when j.DatePieces = 0 then -1
                           when j.DatePieces < j.DateDecl then 0
                           else datediff(day,convert(date,
                               convert(char(8),j.DateDecl),112),
                               convert(date,
                               convert(char(8),j.DatePieces),112))
                      end,
                      case when j.DateAutorise = 0 then -1
                           when j.DateAutorise < j.DateDecl then 0
                           else datediff(day,convert(date,
                               convert(char(8),j.DateDecl),112),
                               convert(date,
                               convert(char(8),j.DateAutorise),112))
                      end,
                      case when j.DatePaiement = 0 then -1
                           when j.DatePaiement < j.DateDecl then 0
                           else datediff(day,convert(date,
                               convert(char(8),j.DateDecl),112),
                               convert(date,
                               convert(char(8),j.DatePaiement),112))
                      end,
                      case when j.DateCloture = 0 then -1
                           when j.DateCloture < j.DateDecl then 0
                           else datediff(day,convert(date,
                               convert(char(8),j.DateDecl),112),
                               convert(date,
                               convert(char(8),j.DateCloture),112))
                      end
               from
                 (select SNSin,SNAssur,STypeSin,
                         isnull(AAgence,' ') as Agence,
                         isnull((select top 1 MiNExpert from Mission
                                     where MiNSin = SNSin
                                       and MiNAssur = SNAssur
                                     order by MiDateMission),' ')
                             as Expert,
                         isnull((select top 1 ReGarage from Reparation
                                     where ReNSin = SNSin
                                       and ReNAssur = SNAssur
                                     order by ReDateAssign),' ')
                             as Garage,
                         case when isnull(SDateImport,0) > 0
                              then SDateImport
                              else convert(int,SDateSin) end
                             as DateDecl,
                         case when isnull(SDateClot,0) = 0 then 1
                              else 0 end as Ouvert,
                         case when exists
                                  (select 1 from Mission
                                       where MiNSin = SNSin
                                         and MiNAssur = SNAssur
                                         and MiRapRecu = 0)
                              then 1 else 0 end as MissionOuverte,
                         case when exists
                                  (select 1 from PieceRequise
                                       where PrType = STypeSin)
                              then 1 else 0 end as PiecesRequises,
                         case when exists
                                  (select 1 from ReglementAttente
                                       where RaNSin = SNSin
                                         and RaNAssur = SNAssur)
                              then 1 else 0 end as AttenteAutor,
                         isnull((select min(MiDateMission) from Mission
                                     where MiNSin = SNSin
                                       and MiNAssur = SNAssur),0)
                             as DateMission,
                         isnull((select min(MiDateRapRecu) from Mission
                                     where MiNSin = SNSin
                                       and MiNAssur = SNAssur
                                       and MiDateRapRecu > 0),0)
                             as DateRapport,
                         case when exists
                                  (select 1 from PieceRequise
                                       where PrType = STypeSin)
                               and not exists
                                  (select 1 from PieceRequise
                                       where PrType = STypeSin
                                         and not exists
                                         (select 1
                                              from DocumentSinistre
                                              where DoNSin = SNSin
                                                and DoNAssur = SNAssur
                                                and DoCode = PrCode))
                              then isnull((select max(p.PremiereRecue)
                                   from (select min(DoDateRecue)
                                                as PremiereRecue
                                           from DocumentSinistre
                                           inner join PieceRequise
                                              on PrType = STypeSin
                                             and PrCode = DoCode
                                           where DoNSin = SNSin
                                             and DoNAssur = SNAssur
                                           group by DoCode) p),0)
                              else 0 end as DatePieces,
                         isnull((select min(RDateAutorise)
                                     from Reglement
                                     where RNSin = SNSin
                                       and RNAssur = SNAssur
                                       and RDateAutorise > 0),0)
                             as DateAutorise,
                         isnull((select min(RDatePaie) from Reglement
                                     where RNSin = SNSin
                                       and RNAssur = SNAssur),0)
                             as DatePaiement,
                         isnull(SDateClot,0) as DateCloture
                    from Sinistre
                    left join Assure on AAssur = SNAssur
                    where (:SocieteSession = ''
                           or isnull(SSociete,'01')
                              = :SocieteSession)) j
               where j.DateDecl between :DateDebut and :DateFin
           end-exec.
           exec sql
               commit
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Delais par sinistre (DelaisSinistres.csv, etape non
      *----- atteinte laissee vide) et liste des etapes hors delai
      *----- cible (DelaisDepasses.csv) : etape atteinte apres le delai
      *----- cible (DEPASSE) ou toujours attendue alors que le delai
      *----- cible est ecoule (EN ATTENTE). Sont attendus : le rapport
      *----- d'une mission en cours, les pieces et la cloture d'un
      *----- dossier ouvert, l'autorisation d'un reglement soumis au
      *----- superviseur.
      *-------------------------------------------------------------------------------------
       EtatDelaisSinistres.
           move 0 to EoDB.
           open output FichierDelaisSinistres.
           open output FichierDelaisDepasses.
           move spaces to FichDelais.
           string
               "Sinistre;Assure;Type;Agence;Expert;Garage;Declaration;"
               "Mission;Rapport;Pieces;Autorisation;Paiement;Cloture"
               delimited by size into FichDelais
           end-string.
           write Enr-FichierDelaisSinistres from FichDelais.
           move spaces to FichDelais.
           string
               "Sinistre;Assure;Type;Agence;Expert;Garage;Declaration;"
               "Etape;Delai;Cible;Etat"
               delimited by size into FichDelais
           end-string.
           write Enr-FichierDelaisDepasses from FichDelais.
           exec sql
               Declare DelaiSinistre-Cursor cursor for
                   select DsNSin,DsNAssur,DsType,DsAgence,DsExpert,
                          DsGarage,DsDateDecl,DsAge,DsOuvert,
                          DsMissionOuverte,DsPiecesRequises,
                          DsAttenteAutor,DsMission,DsRapport,
                          DsPieces,DsAutorise,DsPaiement,DsCloture
                       from DelaiSinistre
                       order by DsNSin,DsNAssur
           end-exec.
           exec sql
               open DelaiSinistre-Cursor
           end-exec.
           perform EtatDelaisSinistres-Trt until EoDB = 1.
           exec sql
               close DelaiSinistre-Cursor
           end-exec.
           close FichierDelaisSinistres.
           close FichierDelaisDepasses.

       EtatDelaisSinistres-Trt.
           exec sql
               fetch DelaiSinistre-Cursor into
                   :DelaiDonne.NSin,:DelaiDonne.NAssur,
                   :DelaiDonne.TypeSin,:DelaiDonne.Agence,
                   :DelaiDonne.Expert,:DelaiDonne.Garage,
                   :DelaiDonne.DateDecl,:DelaiDonne.AgeDossier,
                   :DelaiDonne.Ouvert,:DelaiDonne.MissionOuverte,
                   :DelaiDonne.PiecesRequises,
                   :DelaiDonne.AttenteAutor,
                   :DelaisEtapes.DelaiMission,
                   :DelaisEtapes.DelaiRapport,
                   :DelaisEtapes.DelaiPieces,
                   :DelaisEtapes.DelaiAutorise,
                   :DelaisEtapes.DelaiPaiement,
                   :DelaisEtapes.DelaiCloture
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrSinistresEtudies of BilanDelais.
           move 0 to DepassementSinistre.
           perform EditeDelaiEtape
               varying IndiceEtape from 1 by 1 until IndiceEtape > 6.
           if DepassementSinistre = 1
               add 1 to NbrSinistresHorsCible of BilanDelais
           end-if.
           move spaces to FichDelais.
           string
               NSin of DelaiDonne
               ";" NAssur of DelaiDonne
               ";" TypeSin of DelaiDonne
               ";" Agence of DelaiDonne
               ";" Expert of DelaiDonne
               ";" Garage of DelaiDonne
               ";" DateDecl of DelaiDonne
               ";" DelaiEdite(1)
               ";" DelaiEdite(2)
               ";" DelaiEdite(3)
               ";" DelaiEdite(4)
               ";" DelaiEdite(5)
               ";" DelaiEdite(6)
               delimited by size into FichDelais
           end-string.
           write Enr-FichierDelaisSinistres from FichDelais.

      *---- Delai edite d'une etape et controle de son delai cible.
       EditeDelaiEtape.
           move spaces to DelaiEdite(IndiceEtape).
           move spaces to EtatEtape.
           perform ControleDelaiEtape.
           perform EcritDepassement.

       ControleDelaiEtape.
           if DelaiEtape(IndiceEtape) >= 0
               move DelaiEtape(IndiceEtape) to DelaiEdition
               move DelaiEdition to DelaiEdite(IndiceEtape)
               if DelaiEtape(IndiceEtape) > CibleEtape(IndiceEtape)
                   move "DEPASSE" to EtatEtape
               end-if
               exit paragraph
           end-if.
           if AgeDossier of DelaiDonne not > CibleEtape(IndiceEtape)
               exit paragraph
           end-if.
           evaluate IndiceEtape
               when 2
                   if MissionOuverte of DelaiDonne = 1
                       move "EN ATTENTE" to EtatEtape
                   end-if
               when 3
                   if PiecesRequises of DelaiDonne = 1
                       and Ouvert of DelaiDonne = 1
                       move "EN ATTENTE" to EtatEtape
                   end-if
               when 4
                   if AttenteAutor of DelaiDonne = 1
                       move "EN ATTENTE" to EtatEtape
                   end-if
               when 6
                   if Ouvert of DelaiDonne = 1
                       move "EN ATTENTE" to EtatEtape
                   end-if
               when other
                   continue
           end-evaluate.

      *---- Ligne de la liste des etapes hors delai cible.
       EcritDepassement.
           if EtatEtape = spaces
               exit paragraph
           end-if.
           move 1 to DepassementSinistre.
           add 1 to NbrLignesHorsCible of BilanDelais.
           if EtatEtape = "DEPASSE"
               move DelaiEtape(IndiceEtape) to DelaiEdition
           else
               move AgeDossier of DelaiDonne to DelaiEdition
           end-if.
           move spaces to FichDelais.
           string
               NSin of DelaiDonne
               ";" NAssur of DelaiDonne
               ";" TypeSin of DelaiDonne
               ";" Agence of DelaiDonne
               ";" Expert of DelaiDonne
               ";" Garage of DelaiDonne
               ";" DateDecl of DelaiDonne
               ";" LibEtape(IndiceEtape)
               ";" DelaiEdition
               ";" CibleEtape(IndiceEtape)
               ";" EtatEtape
               delimited by size into FichDelais
           end-string.
           write Enr-FichierDelaisDepasses from FichDelais.

      *-------------------------------------------------------------------------------------
      *----- Statistiques des delais (DelaisStatistiques.csv) : pour
      *----- l'ensemble du reseau puis par type de sinistre, agence,
      *----- expert et garage, et pour chaque etape, nombre de
      *----- sinistres ayant atteint l'etape, delai moyen, mediane,
      *----- 75e et 90e centiles, delai maximal, et part des sinistres
      *----- au-dela du delai cible.
      *-------------------------------------------------------------------------------------
       EtatStatistiques.
           move 0 to EoDB.
           open output FichierDelaisStatistiques.
           move spaces to FichDelais.
           string
               "Axe;Valeur;Etape;Sinistres;Moyenne;Mediane;P75;P90;"
               "Maximum;Cible;HorsCible;HorsCiblePct"
               delimited by size into FichDelais
           end-string.
           write Enr-FichierDelaisStatistiques from FichDelais.
           exec sql
               Declare Statistique-Cursor cursor for
                   select distinct x.Axe,x.Valeur,x.Ordre,
                          count(*) over (partition by
                              x.Axe,x.Valeur,x.Ordre),
                          convert(decimal(6,1),avg(x.Delai * 1.0)
                              over (partition by
                                  x.Axe,x.Valeur,x.Ordre)),
                          convert(decimal(6,1),percentile_cont(0.5)
                              within group (order by x.Delai)
                              over (partition by
                                  x.Axe,x.Valeur,x.Ordre)),
                          convert(decimal(6,1),percentile_cont(0.75)
                              within group (order by x.Delai)
                              over (partition by
                                  x.Axe,x.Valeur,x.Ordre)),
                          convert(decimal(6,1),percentile_cont(0.9)
                              within group (order by x.Delai)
                              over (partition by
                                  x.Axe,x.Valeur,x.Ordre)),
                          max(x.Delai) over (partition by
                              x.Axe,x.Valeur,x.Ordre),
                          sum(case when x.Delai > x.Cible
                                   then 1 else 0 end)
                              over (partition by
                                  x.Axe,x.Valeur,x.Ordre)
                       from
                         (select a.Axe,a.Valeur,e.Ordre,e.Delai,
                                 e.Cible
                              from DelaiSinistre
                              cross apply
                                 (values (1,DsMission,:CibleMission),
                                         (2,DsRapport,:CibleRapport),
                                         (3,DsPieces,:CiblePieces),
                                         (4,DsAutorise,:CibleAutorise),
                                         (5,DsPaiement,:CiblePaiement),
                                         (6,DsCloture,:CibleCloture))
                                  e(Ordre,Delai,Cible)
                              cross apply
                                 (values ('1-RESEAU','TOUS'),
                                         ('2-TYPE',DsType),
                                         ('3-AGENCE',DsAgence),
                                         ('4-EXPERT',DsExpert),
                                         ('5-GARAGE',DsGarage))
                                  a(Axe,Valeur)
                              where e.Delai >= 0
                                and a.Valeur <> ' ') x
                       order by 1,2,3
           end-exec.
           exec sql
               open Statistique-Cursor
           end-exec.
           perform EtatStatistiques-Trt until EoDB = 1.
           exec sql
               close Statistique-Cursor
           end-exec.
           close FichierDelaisStatistiques.

       EtatStatistiques-Trt.
           exec sql
               fetch Statistique-Cursor into
                   :StatistiqueDonne.Axe,:StatistiqueDonne.ValeurAxe,
                   :StatistiqueDonne.OrdreEtape,
                   :StatistiqueDonne.NbrSinistres,
                   :StatistiqueDonne.DelaiMoyen,
                   :StatistiqueDonne.DelaiMedian,
                   :StatistiqueDonne.DelaiP75,
                   :StatistiqueDonne.DelaiP90,
                   :StatistiqueDonne.DelaiMax,
                   :StatistiqueDonne.NbrHorsCible
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrLignesStatistique of BilanDelais.
           move OrdreEtape of StatistiqueDonne to IndiceEtape.
           move DelaiMoyen of StatistiqueDonne to MoyenEdite.
           move DelaiMedian of StatistiqueDonne to MedianEdite.
           move DelaiP75 of StatistiqueDonne to P75Edite.
           move DelaiP90 of StatistiqueDonne to P90Edite.
           compute PctHorsCible rounded =
               NbrHorsCible of StatistiqueDonne * 100
                   / NbrSinistres of StatistiqueDonne.
           move PctHorsCible to PctHorsEdite.
           move spaces to FichDelais.
      *---- L'axe est ecrit sans son numero d'ordre de tri.
           string
               Axe of StatistiqueDonne (3:)
               ";" ValeurAxe of StatistiqueDonne
               ";" LibEtape(IndiceEtape)
               ";" NbrSinistres of StatistiqueDonne
               ";" MoyenEdite
               ";" MedianEdite
               ";" P75Edite
               ";" P90Edite
               ";" DelaiMax of StatistiqueDonne
               ";" CibleEtape(IndiceEtape)
               ";" NbrHorsCible of StatistiqueDonne
               ";" PctHorsEdite
               delimited by size into FichDelais
           end-string.
           write Enr-FichierDelaisStatistiques from FichDelais.

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
      *----- Fin des delais de gestion des sinistres
      *-------------------------------------------------------------------------------------

       end program DelaisSinistres.
