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
      *----- reglements refuse de payer un dossier incomplet.
      *-------------------------------------------------------------------------------------
       GestionDossier.
           perform LireOperateurSession.
           perform ChargeDocumentsRequis.
           display Ecran-Blanc.
           display M-ChoixDossier.
                   from Sinistre
                   where SNSin = :DocumentDonne.NSin
                     and SNAssur = :DocumentDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if NbSinistreExistant = 0
               display T-SinistreNonTrouve
                   select SNSin,SNAssur,STypeSin,SDateSin
                       from Sinistre
                       where SStatut = 0
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by SNSin
           end-exec.
           exec sql
                   from FichDocsManquants
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
      *----- Fin des pieces des dossiers sinistres
      *-------------------------------------------------------------------------------------
