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
           perform CalculTopAssures-Fin.

       CalculTopAssures-Init.
           perform LireOperateurSession.
           display Ecran-Blanc.
           move "N" to OptNetRecours.
           display M-Top-NetRecours.
                       inner join Assure on AAssur = SNAssur
                       where (:FiltreAgence = ' '
                              or AAgence = :FiltreAgence)
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       group by AAssur,ANom,APrenom
                       order by sum(SMontSin) desc
           end-exec.
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
      *----- Fin du classement des assures a risque
      *-------------------------------------------------------------------------------------
