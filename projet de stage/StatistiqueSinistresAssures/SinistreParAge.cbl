       77 NbrAccidentsTranche pic 9(3).
       77 MontantAccidentsTranche pic 9(8)V99.

      *---- Filtre branche : AUT (automobile), MRH (habitation), blanc
      *---- pour les deux branches.
       77 FiltreBranche sql char-varying(3).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

       01 M-FiltreBranche
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Branche (AUT, MRH, vide = toutes) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01  T-TitreAge background-color is CouleurFond
               foreground-color is CouleurTexte.
           10 line 1 col 12
           perform Age-ChargeSeuilsAge.
      *---- Recuperation des seuils de montant configurables, a effet date.
           perform Age-ChargeSeuilsMontant.
           perform LireOperateurSession.
           display Ecran-Blanc.
           move spaces to FiltreBranche.
           display M-FiltreBranche.
           accept FiltreBranche line 2 col 38.
           inspect FiltreBranche converting "autmrh" to "AUTMRH".
      **** Création du curseur
           exec sql
               Declare S-Cursor cursor for
                   select AAssur,ADateNai,SMontSin from Sinistre
                       INNER JOIN Assure
                           ON Sinistre.SNAssur = Assure.AAssur
                       where (:FiltreBranche = ' '
                              or isnull(SBranche,'AUT')
                                 = :FiltreBranche)
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by AAssur
           end-exec.
      **** Ouverture du curseur
           exec sql
           add 1 to Nombre(IndiceBandeAge,IndiceBandeMontant).
           add MontSin to Montant(IndiceBandeAge,IndiceBandeMontant).

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

       end program SinistreParAge.
