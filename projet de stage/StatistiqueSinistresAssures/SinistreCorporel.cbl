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
      *----- l'essentiel des provisions du portefeuille.
      *-------------------------------------------------------------------------------------
       GestionCorporel.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixCorporel.
           accept TypeTrt line 2 col 45.
                   where SNSin = :VictimeDonne.NSin
                     and SNAssur = :VictimeDonne.NAssur
                     and STypeSin = "4"
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.

       SaisieVictimeDetail.
                       from Victime
                       inner join Sinistre on SNSin = ViNSin
                                          and SNAssur = ViNAssur
                       where (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by ViNSin
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
      *----- Fin du suivi des sinistres corporels
      *-------------------------------------------------------------------------------------
