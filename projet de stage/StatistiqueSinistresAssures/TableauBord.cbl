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
      *----- non appliques et les reprises d'import en attente.
      *-------------------------------------------------------------------------------------
       AfficheTableauBord.
           perform LireOperateurSession.
           initialize EtatSysteme.
           perform LitDernierImport.
           perform CompteRejets.
                        :EtatSysteme.ProvisionOuverte
                   from Sinistre
                   where SStatut = 0
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 0 to NbrSinOuverts of EtatSysteme
                   into :EtatSysteme.NbrMouvNonTraites
                   from Mouvement
                   where MTraite = 0
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = MAssur),'01')
                             = :SocieteSession)
           end-exec.
           exec sql
               select count(*)
                   into :EtatSysteme.NbrAssuresNpai
                   from Assure
                   where ANpai = 1
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 0 to NbrAssuresNpai of EtatSysteme
           end-read.
           close FichierBilanCloture.

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
      *----- Fin du tableau de bord
      *-------------------------------------------------------------------------------------
