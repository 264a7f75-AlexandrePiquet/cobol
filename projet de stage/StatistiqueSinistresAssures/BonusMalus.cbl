            10 C-Coefficient pic 9V99.

       77 NbrSinAnnee    pic 9(4).
      *---- Somme des taux de responsabilite des sinistres de l'annee
      *---- (100 par sinistre entierement responsable, 50 par sinistre
      *---- a responsabilite partagee) : le malus est proportionnel.
       77 CumulResponsabilite pic 9(6).
       77 AnneeCourante  pic 9(4).
       77 DateCourante   pic 9(8).

      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur l'historique ; BATCH en nocturne.
       77 OperateurCourant pic x(10).

       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Historique avant/apres des mises a jour (table
      *---- HistoriqueMaj, consultee par HistoriqueFiche) : une ligne
      *---- par champ modifie, avec l'operateur et l'horodatage. La cle
      *---- de la ligne est le numero d'assure, l'immatriculation
      *---- (vehicule et garanties) ou le numero de sinistre.
       01 HistoriqueDonne.
            10 HistTable     sql char-varying(10).
            10 HistCle       sql char-varying(20).
            10 HistChamp     sql char-varying(20).
            10 HistAncien    sql char-varying(40).
            10 HistNouveau   sql char-varying(40).
            10 HistOperateur sql char-varying(10).
            10 HistDate      pic 9(8).
            10 HistHeure     pic 9(8).
            10 HistProgramme sql char-varying(20).
            10 HistCleAssur  sql char-varying(5).
            10 HistCleImma   sql char-varying(9).
            10 HistCleSin    sql char-varying(6).
            10 HistCleCode   pic 9.

      *---- Valeurs de l'assure avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 AssureAvant.
            10 HaNom           sql char-varying(40).
            10 HaPrenom        sql char-varying(40).
            10 HaAdresse       sql char-varying(40).
            10 HaCodePost      sql char-varying(40).
            10 HaVille         sql char-varying(40).
            10 HaTel           sql char-varying(40).
            10 HaEmail         sql char-varying(40).
            10 HaIban          sql char-varying(40).
            10 HaBic           sql char-varying(40).
            10 HaRefMandat     sql char-varying(40).
            10 HaDateMandat    sql char-varying(40).
            10 HaAgence        sql char-varying(40).
            10 HaFractionnement sql char-varying(40).
            10 HaNpai          sql char-varying(40).
            10 HaSuspendu      sql char-varying(40).
            10 HaCoefficient   sql char-varying(40).
       01 AssureApres.
            10 HaNom           sql char-varying(40).
            10 HaPrenom        sql char-varying(40).
            10 HaAdresse       sql char-varying(40).
            10 HaCodePost      sql char-varying(40).
            10 HaVille         sql char-varying(40).
            10 HaTel           sql char-varying(40).
            10 HaEmail         sql char-varying(40).
            10 HaIban          sql char-varying(40).
            10 HaBic           sql char-varying(40).
            10 HaRefMandat     sql char-varying(40).
            10 HaDateMandat    sql char-varying(40).
            10 HaAgence        sql char-varying(40).
            10 HaFractionnement sql char-varying(40).
            10 HaNpai          sql char-varying(40).
            10 HaSuspendu      sql char-varying(40).
            10 HaCoefficient   sql char-varying(40).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA

      *-------------------------------------------------------------------------------------
      *----- Recalcul annuel du coefficient bonus-malus de chaque assure :
      *----- -5% par annee sans sinistre responsable (plancher 0,50),
      *----- +25% par sinistre entierement responsable et +12,5% par
      *----- sinistre a responsabilite partagee constate dans l'annee en
      *----- cours (plafond 3,50). Un sinistre non responsable n'entre
      *----- ni dans le malus ni dans la perte du bonus.
      *-------------------------------------------------------------------------------------
       CalculBonusMalus.
           perform CalculBonusMalus-Init.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           if ModeExecution = "BATCH"
               move "BATCH" to OperateurCourant
           else
               perform LireOperateurSession
           end-if.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "BonusMalus" to HistProgramme of HistoriqueDonne.
           move 0 to EoDB.
           initialize BilanBonusMalus.
           accept DateCourante from date yyyymmdd.
               perform AppliqueBonusMalus
           end-if.

      *---- Compte les sinistres responsables de l'assure courant dans
      *---- l'annee en cours et cumule leurs taux de responsabilite (un
      *---- sinistre anterieur a la saisie du taux compte pour 100).
      *---- Seuls les sinistres automobile entrent dans le CRM.
       CompteSinAnnee.
           move 0 to NbrSinAnnee.
           move 0 to CumulResponsabilite.
           exec sql
               select count(*),
                      isnull(sum(isnull(SResponsabilite,100)),0)
                   into :NbrSinAnnee,:CumulResponsabilite
                   from Sinistre
                   where SNAssur = :Assure.A-Assur
                     and SDateSin(1:4) = :AnneeCourante
                     and isnull(SResponsabilite,100) > 0
                     and isnull(SBranche,'AUT') = 'AUT'
           end-exec.

      *---- Applique le bareme au coefficient courant et le met a jour.
       AppliqueBonusMalus.
           move A-Assur of Assure to HistCleAssur of HistoriqueDonne.
           perform LitAssureHist.
           move AssureApres to AssureAvant.
           if NbrSinAnnee = 0
               compute A-Coefficient of Assure rounded =
                   A-Coefficient of Assure -
               compute A-Coefficient of Assure rounded =
                   A-Coefficient of Assure +
                       (A-Coefficient of Assure * TauxMalus
                           * CumulResponsabilite / 100)
               if A-Coefficient of Assure > CoefficientMax
                   move CoefficientMax to A-Coefficient of Assure
      *---- Un assure au plafond du malus est signale aux equipes.
               update Assure set ACoefficient = :Assure.A-Coefficient
                   where AAssur = :Assure.A-Assur
           end-exec.
           perform LitAssureHist.
           perform HistoriseAssure.

      *-------------------------------------------------------------------------------------
      *----- Meme recalcul, conducteur par conducteur : le coefficient du
               perform AppliqueBonusMalusConducteur
           end-if.

      *---- Sinistres responsables de l'annee designant nommement le
      *---- conducteur, avec le cumul de leurs taux de responsabilite.
       CompteSinAnneeConducteur.
           move 0 to NbrSinAnnee.
           move 0 to CumulResponsabilite.
           exec sql
               select count(*),
                      isnull(sum(isnull(SResponsabilite,100)),0)
                   into :NbrSinAnnee,:CumulResponsabilite
                   from Sinistre
                   where SNAssur = :ConducteurDonne.C-Assur
                     and SConducteur = :ConducteurDonne.C-Nom
                     and left(SDateSin,4) = :AnneeCourante
                     and isnull(SResponsabilite,100) > 0
                     and isnull(SBranche,'AUT') = 'AUT'
           end-exec.

      *---- Meme bareme que pour l'assure, applique au coefficient
               compute C-Coefficient of ConducteurDonne rounded =
                   C-Coefficient of ConducteurDonne +
                       (C-Coefficient of ConducteurDonne * TauxMalus
                           * CumulResponsabilite / 100)
               if C-Coefficient of ConducteurDonne > CoefficientMax
                   move CoefficientMax
                       to C-Coefficient of ConducteurDonne
           write Enr-FichierNotifications from FichNotification.
           close FichierNotifications.

      *---- Relecture des valeurs de l'assure pour l'historique.
       LitAssureHist.
           initialize AssureApres.
           exec sql
               select isnull(convert(varchar(40),ANom),' '),
                      isnull(convert(varchar(40),APrenom),' '),
                      isnull(convert(varchar(40),AAdresse),' '),
                      isnull(convert(varchar(40),ACodePost),' '),
                      isnull(convert(varchar(40),AVille),' '),
                      isnull(convert(varchar(40),ATel),' '),
                      isnull(convert(varchar(40),AEmail),' '),
                      isnull(convert(varchar(40),AIban),' '),
                      isnull(convert(varchar(40),ABic),' '),
                      isnull(convert(varchar(40),ARefMandat),' '),
                      isnull(convert(varchar(40),ADateMandat),' '),
                      isnull(convert(varchar(40),AAgence),' '),
                      isnull(convert(varchar(40),AFractionnement),' '),
                      isnull(convert(varchar(40),ANpai),' '),
                      isnull(convert(varchar(40),ASuspendu),' '),
                      isnull(convert(varchar(40),ACoefficient),' ')
                   into :AssureApres.HaNom,
                        :AssureApres.HaPrenom,
                        :AssureApres.HaAdresse,
                        :AssureApres.HaCodePost,
                        :AssureApres.HaVille,
                        :AssureApres.HaTel,
                        :AssureApres.HaEmail,
                        :AssureApres.HaIban,
                        :AssureApres.HaBic,
                        :AssureApres.HaRefMandat,
                        :AssureApres.HaDateMandat,
                        :AssureApres.HaAgence,
                        :AssureApres.HaFractionnement,
                        :AssureApres.HaNpai,
                        :AssureApres.HaSuspendu,
                        :AssureApres.HaCoefficient
                   from Assure
                   where AAssur = :HistoriqueDonne.HistCleAssur
           end-exec.
           if SQLCODE not = 0
               initialize AssureApres
           end-if.

      *---- Une ligne d'historique par champ de l'assure modifie.
       HistoriseAssure.
           move "Assure" to HistTable of HistoriqueDonne.
           move HistCleAssur of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move "ANom" to HistChamp of HistoriqueDonne.
           move HaNom of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaNom of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "APrenom" to HistChamp of HistoriqueDonne.
           move HaPrenom of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaPrenom of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AAdresse" to HistChamp of HistoriqueDonne.
           move HaAdresse of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaAdresse of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ACodePost" to HistChamp of HistoriqueDonne.
           move HaCodePost of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaCodePost of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AVille" to HistChamp of HistoriqueDonne.
           move HaVille of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaVille of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ATel" to HistChamp of HistoriqueDonne.
           move HaTel of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaTel of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AEmail" to HistChamp of HistoriqueDonne.
           move HaEmail of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaEmail of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AIban" to HistChamp of HistoriqueDonne.
           move HaIban of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaIban of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ABic" to HistChamp of HistoriqueDonne.
           move HaBic of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaBic of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ARefMandat" to HistChamp of HistoriqueDonne.
           move HaRefMandat of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaRefMandat of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ADateMandat" to HistChamp of HistoriqueDonne.
           move HaDateMandat of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaDateMandat of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AAgence" to HistChamp of HistoriqueDonne.
           move HaAgence of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaAgence of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AFractionnement" to HistChamp of HistoriqueDonne.
           move HaFractionnement of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaFractionnement of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ANpai" to HistChamp of HistoriqueDonne.
           move HaNpai of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaNpai of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ASuspendu" to HistChamp of HistoriqueDonne.
           move HaSuspendu of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaSuspendu of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ACoefficient" to HistChamp of HistoriqueDonne.
           move HaCoefficient of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaCoefficient of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

      *---- Ecriture d'une ligne d'historique, si la valeur a change.
       EcritHistorique.
           if HistAncien of HistoriqueDonne
                   = HistNouveau of HistoriqueDonne
               exit paragraph
           end-if.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               values
                   (:HistoriqueDonne.HistTable,
                    :HistoriqueDonne.HistCle,
                    :HistoriqueDonne.HistChamp,
                    :HistoriqueDonne.HistAncien,
                    :HistoriqueDonne.HistNouveau,
                    :HistoriqueDonne.HistOperateur,
                    :HistoriqueDonne.HistDate,
                    :HistoriqueDonne.HistHeure,
                    :HistoriqueDonne.HistProgramme)
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
      *----- Fin du recalcul bonus-malus
      *-------------------------------------------------------------------------------------
