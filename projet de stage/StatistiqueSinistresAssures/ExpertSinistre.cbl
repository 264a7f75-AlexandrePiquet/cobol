       77 OptionChoisie   pic 9.
       77 OptSuite        pic x.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
      *----- des honoraires factures sur le sinistre.
      *-------------------------------------------------------------------------------------
       GestionExpert.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixExpert.
           accept TypeTrt line 3 col 37.
                   from Sinistre
                   where SNSin = :MissionDonne.NSin
                     and SNAssur = :MissionDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           exec sql
               select count(*) into :NbExpertExistant
           end-if.
           accept OptionChoisie.

      *---- Saisie des honoraires et de la reception du rapport. La
      *---- date de reception (MiDateRapRecu) est posee a la premiere
      *---- saisie du rapport recu et sert au suivi des delais.
       SaisieHonoraires.
           display Ecran-Blanc.
           display T-SaisieHonoraires.
           exec sql
               update Mission
                   set MiHonoraires = :MissionDonne.Honoraires,
                       MiRapRecu = :MissionDonne.RapRecu,
                       MiDateRapRecu =
                           case when :MissionDonne.RapRecu = 1
                                 and isnull(MiDateRapRecu,0) = 0
                                then convert(int,convert(char(8),
                                         getdate(),112))
                                when :MissionDonne.RapRecu = 0
                                then 0
                                else MiDateRapRecu end
                   where MiNSin = :MissionDonne.NSin
                     and MiNAssur = :MissionDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = MiNAssur),'01')
                             = :SocieteSession)
           end-exec.
           exec sql
               commit
                       from Mission
                       where MiRapRecu = 0
                         and MiDateRapPrevu < :DateCourante
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = MiNAssur),
                                     '01') = :SocieteSession)
                       order by MiDateRapPrevu
           end-exec.
           exec sql
               end-evaluate
           end-if.

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
      *----- Fin du suivi des expertises
      *-------------------------------------------------------------------------------------
