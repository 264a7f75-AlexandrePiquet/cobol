       01 FichDoublons pic x(70).

       77 NbAssureExistant pic 9(4).
      *---- Societes distinctes des deux assures : une fusion ne
      *---- traverse pas les societes du groupe.
       77 NbSocietesFusion pic 9.
       77 NbrDoublons     pic 9(5).
       77 TypeTrt         pic 9.
       77 EoDB pic 9.
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Ligne ecrite dans le journal des fusions, sur le meme modele
      *---- que le journal de MajAssureVehicule.
           05 CleFusionFic   pic x(16).
       77 FichFusion pic x(60).

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
               value "Assure conserve ou retire inconnu : refus.".
           10 line 7 col 2 value "Appuyez sur Entree pour continuer".

       01 T-FusionSocietes foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 6 col 2
               value "Assures de societes differentes : refus.".
           10 line 7 col 2 value "Appuyez sur Entree pour continuer".

       01 T-FusionAnnulee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 6 col 2
      *----- fusion est journalisee.
      *-------------------------------------------------------------------------------------
       GestionFusion.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixFusion.
           accept TypeTrt line 2 col 46.
           end-string.
           write Enr-FichierDoublons from FichDoublons.
      **** Création du curseur : paires de fiches de meme etat civil,
      **** puis paires de meme adresse, dans une meme societe du
      **** groupe.
           exec sql
               Declare Doublons-Cursor cursor for
                   select a.AAssur,b.AAssur,a.ANom,'ETAT CIVIL'
                              and b.APrenom = a.APrenom
                              and b.ADateNai = a.ADateNai
                              and b.AAssur > a.AAssur
                              and isnull(b.ASociete,'01')
                                  = isnull(a.ASociete,'01')
                       where (:SocieteSession = ''
                              or isnull(a.ASociete,'01')
                                 = :SocieteSession)
                   union
                   select a.AAssur,b.AAssur,a.ANom,'ADRESSE'
                       from Assure a
                              and b.ACodePost = a.ACodePost
                              and b.AVille = a.AVille
                              and b.AAssur > a.AAssur
                              and isnull(b.ASociete,'01')
                                  = isnull(a.ASociete,'01')
                       where (:SocieteSession = ''
                              or isnull(a.ASociete,'01')
                                 = :SocieteSession)
           end-exec.
           exec sql
               open Doublons-Cursor
           accept AssurConserve of FusionDonne line 3 col 21.
           accept AssurRetire   of FusionDonne line 4 col 21.
           perform ControleFusion.
           if NbAssureExistant = 2
               and NbSocietesFusion > 1
               display T-FusionSocietes
               accept OptionChoisie
               exit paragraph
           end-if.
           if NbAssureExistant = 2
               perform ExecuteFusion
               if ErreurFusion = 1
           end-if.
           accept OptionChoisie.

      *---- Les deux assures doivent exister, etre distincts et connus
      *---- de la societe de l'operateur ; ils doivent relever de la
      *---- meme societe.
       ControleFusion.
           move 0 to NbAssureExistant.
           move 0 to NbSocietesFusion.
           if AssurConserve of FusionDonne
                   not = AssurRetire of FusionDonne
               exec sql
                   select count(*),
                          count(distinct isnull(ASociete,'01'))
                       into :NbAssureExistant,:NbSocietesFusion
                       from Assure
                       where (AAssur = :FusionDonne.AssurConserve
                              or AAssur = :FusionDonne.AssurRetire)
                         and (:SocieteSession = ''
                              or isnull(ASociete,'01')
                                 = :SocieteSession)
               end-exec
           end-if.

      *---- suppression du doublon.
       ExecuteFusion.
           move 0 to ErreurFusion.
      *---- Chaque ligne basculee est historisee avant la bascule, dans
      *---- la meme unite de travail : un rollback efface aussi
      *---- l'historique.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "FusionAssure" to HistProgramme of HistoriqueDonne.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               select 'Sinistre',SNSin,'SNAssur',SNAssur,
                      :FusionDonne.AssurConserve,
                      :HistoriqueDonne.HistOperateur,
                      :HistoriqueDonne.HistDate,
                      :HistoriqueDonne.HistHeure,
                      :HistoriqueDonne.HistProgramme
                   from Sinistre
                   where SNAssur = :FusionDonne.AssurRetire
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurFusion
           end-if.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               select 'Vehicule',VImma,'VAssur',VAssur,
                      :FusionDonne.AssurConserve,
                      :HistoriqueDonne.HistOperateur,
                      :HistoriqueDonne.HistDate,
                      :HistoriqueDonne.HistHeure,
                      :HistoriqueDonne.HistProgramme
                   from Vehicule
                   where VAssur = :FusionDonne.AssurRetire
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurFusion
           end-if.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               select 'Garantie',GImma,
                      'GAssur ' + convert(varchar(1),GCode),GAssur,
                      :FusionDonne.AssurConserve,
                      :HistoriqueDonne.HistOperateur,
                      :HistoriqueDonne.HistDate,
                      :HistoriqueDonne.HistHeure,
                      :HistoriqueDonne.HistProgramme
                   from Garantie
                   where GAssur = :FusionDonne.AssurRetire
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurFusion
           end-if.
           exec sql
               update Sinistre
                   set SNAssur = :FusionDonne.AssurConserve
           if SQLCODE < 0
               move 1 to ErreurFusion
           end-if.
           move AssurConserve of FusionDonne
               to HistCleAssur of HistoriqueDonne.
           perform LitAssureHist.
           move AssureApres to AssureAvant.
           if CoeffRetire of FusionDonne > CoeffConserve of FusionDonne
               exec sql
                   update Assure
                   move 1 to ErreurFusion
               end-if
           end-if.
           perform LitAssureHist.
           perform HistoriseAssure.
      *---- Le doublon n'est supprime que si toute la bascule a reussi ;
      *---- sinon tout est annule et il subsiste intact. Sa suppression
      *---- est historisee avec le numero qui l'a absorbe.
           if ErreurFusion = 0
               move "Assure" to HistTable of HistoriqueDonne
               move AssurRetire of FusionDonne
                   to HistCle of HistoriqueDonne
               move "AAssur" to HistChamp of HistoriqueDonne
               move AssurRetire of FusionDonne
                   to HistAncien of HistoriqueDonne
               move spaces to HistNouveau of HistoriqueDonne
               string "FUSION " AssurConserve of FusionDonne
                   delimited by size into HistNouveau of HistoriqueDonne
               end-string
               perform EcritHistorique
               exec sql
                   delete from Assure
                       where AAssur = :FusionDonne.AssurRetire
      *---- Lecture de l'operateur de la session depose a la connexion.
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

      *-------------------------------------------------------------------------------------
      *----- Fin de la detection et fusion des doublons
      *-------------------------------------------------------------------------------------
