      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Ligne ecrite dans le journal des reouvertures, sur le meme
      *---- modele que le journal de ClotureSinistre.
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

      *---- Valeurs du sinistre avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 SinistreAvant.
            10 HsStatut        sql char-varying(40).
            10 HsMontSin       sql char-varying(40).
            10 HsMontNet       sql char-varying(40).
            10 HsVetuste       sql char-varying(40).
            10 HsCategVetuste  sql char-varying(40).
            10 HsProvision     sql char-varying(40).
            10 HsDateClot      sql char-varying(40).
            10 HsMotifClot     sql char-varying(40).
            10 HsReouvert      sql char-varying(40).
            10 HsMotifReouv    sql char-varying(40).
            10 HsDateReouv     sql char-varying(40).
       01 SinistreApres.
            10 HsStatut        sql char-varying(40).
            10 HsMontSin       sql char-varying(40).
            10 HsMontNet       sql char-varying(40).
            10 HsVetuste       sql char-varying(40).
            10 HsCategVetuste  sql char-varying(40).
            10 HsProvision     sql char-varying(40).
            10 HsDateClot      sql char-varying(40).
            10 HsMotifClot     sql char-varying(40).
            10 HsReouvert      sql char-varying(40).
            10 HsMotifReouv    sql char-varying(40).
            10 HsDateReouv     sql char-varying(40).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
      *-------------------------------------------------------------------------------------
       GestionReouverture.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "ReouvertureSinistre"
               to HistProgramme of HistoriqueDonne.
           display Ecran-Blanc.
           display M-ChoixReouverture.
           accept TypeTrt line 2 col 46.
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
                     and SStatut = 1
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE = 0
               move 1 to EnrTrouve
      *---- il est marque rouvert pour rester identifiable.
       EnrReouverture.
           accept DateReouverture from date yyyymmdd.
           move NSin of SinistreDonne to HistCleSin of HistoriqueDonne.
           move NAssur of SinistreDonne
               to HistCleAssur of HistoriqueDonne.
           perform LitSinistreHist.
           move SinistreApres to SinistreAvant.
           exec sql
               update Sinistre
                   set SStatut = 0,
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           perform LitSinistreHist.
           perform HistoriseSinistre.
           exec sql
               commit
           end-exec.
                          isnull(SMotifReouv,0),isnull(SDateReouv,0)
                       from Sinistre
                       where SReouvert = 1
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by SDateReouv
           end-exec.
           exec sql
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

      *---- Relecture des valeurs du sinistre pour l'historique.
       LitSinistreHist.
           initialize SinistreApres.
           exec sql
               select isnull(convert(varchar(40),SStatut),' '),
                      isnull(convert(varchar(40),SMontSin),' '),
                      isnull(convert(varchar(40),SMontNet),' '),
                      isnull(convert(varchar(40),SVetuste),' '),
                      isnull(convert(varchar(40),SCategVetuste),' '),
                      isnull(convert(varchar(40),SProvision),' '),
                      isnull(convert(varchar(40),SDateClot),' '),
                      isnull(convert(varchar(40),SMotifClot),' '),
                      isnull(convert(varchar(40),SReouvert),' '),
                      isnull(convert(varchar(40),SMotifReouv),' '),
                      isnull(convert(varchar(40),SDateReouv),' ')
                   into :SinistreApres.HsStatut,
                        :SinistreApres.HsMontSin,
                        :SinistreApres.HsMontNet,
                        :SinistreApres.HsVetuste,
                        :SinistreApres.HsCategVetuste,
                        :SinistreApres.HsProvision,
                        :SinistreApres.HsDateClot,
                        :SinistreApres.HsMotifClot,
                        :SinistreApres.HsReouvert,
                        :SinistreApres.HsMotifReouv,
                        :SinistreApres.HsDateReouv
                   from Sinistre
                   where SNSin = :HistoriqueDonne.HistCleSin
                     and SNAssur = :HistoriqueDonne.HistCleAssur
           end-exec.
           if SQLCODE not = 0
               initialize SinistreApres
           end-if.

      *---- Une ligne d'historique par champ du sinistre modifie.
       HistoriseSinistre.
           move "Sinistre" to HistTable of HistoriqueDonne.
           move HistCleSin of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move "SStatut" to HistChamp of HistoriqueDonne.
           move HsStatut of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsStatut of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMontSin" to HistChamp of HistoriqueDonne.
           move HsMontSin of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMontSin of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMontNet" to HistChamp of HistoriqueDonne.
           move HsMontNet of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMontNet of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SVetuste" to HistChamp of HistoriqueDonne.
           move HsVetuste of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsVetuste of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SCategVetuste" to HistChamp of HistoriqueDonne.
           move HsCategVetuste of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsCategVetuste of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SProvision" to HistChamp of HistoriqueDonne.
           move HsProvision of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsProvision of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SDateClot" to HistChamp of HistoriqueDonne.
           move HsDateClot of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsDateClot of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMotifClot" to HistChamp of HistoriqueDonne.
           move HsMotifClot of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMotifClot of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SReouvert" to HistChamp of HistoriqueDonne.
           move HsReouvert of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsReouvert of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMotifReouv" to HistChamp of HistoriqueDonne.
           move HsMotifReouv of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsMotifReouv of SinistreApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SDateReouv" to HistChamp of HistoriqueDonne.
           move HsDateReouv of SinistreAvant
               to HistAncien of HistoriqueDonne.
           move HsDateReouv of SinistreApres
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
      *----- Fin de la reouverture des sinistres
      *-------------------------------------------------------------------------------------
