               15 MoisSin  pic 9(2).
               15 JourSin  pic 9(2).
            10 MontSin     Pic 9(8)V99.
            10 NbrSinLu    pic 9(5).

      *---- Sinistres par mois (annee+mois de survenance)
       01 TotalSinistresMois.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
       77 OptSuite        pic x.
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
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

       01 M-FiltreBranche
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Branche (AUT, MRH, vide = toutes) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Mois-Question
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
           perform CalculParMois-Fin.

       CalculParMois-Init.
           perform LireOperateurSession.
           open output FichierSinistresParMois.
           move 4 to NoLigne.
           move 0 to EoDB.
           end-string.
           write Enr-FichierSinistresParMois from FichSinParMois.
           display Ecran-Blanc.
           move spaces to FiltreBranche.
           display M-FiltreBranche.
           accept FiltreBranche line 2 col 38.
           inspect FiltreBranche converting "autmrh" to "AUTMRH".
           display Ecran-Blanc.
           display T-EnteteMois.
      **** Création du curseur : lecture de la table de synthese
      **** SinistreMois (alimentee par DatamartSinistres), une ligne par
      **** mois de survenance.
           exec sql
               Declare TotalMois-Cursor cursor for
                   select SmMois + '01',sum(SmNbr),sum(SmMontBrut)
                       from SinistreMois
                       where (:FiltreBranche = ' '
                              or SmBranche = :FiltreBranche)
                         and (:SocieteSession = ''
                              or SmSociete = :SocieteSession)
                       group by SmMois
                       order by SmMois
           end-exec.
      **** Ouverture du curseur
           exec sql
      *--- Chercher le 1er sinistre
           exec sql
               fetch TotalMois-Cursor into
                   :SinistreDonne.DateSin,:SinistreDonne.NbrSinLu,
                   :SinistreDonne.MontSin
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
       CalculParMois-Trt.
           exec sql
               fetch TotalMois-Cursor into
                   :SinistreDonne.DateSin,:SinistreDonne.NbrSinLu,
                   :SinistreDonne.MontSin
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               perform CumuleMois
           end-if.

      *---- Cumule les sinistres lus dans le mois en cours de traitement
       CumuleMois.
           add NbrSinLu of SinistreDonne
               to NbreSinMois of TotalSinistresMois.
           add MontSin of SinistreDonne
               to MontSinMois of TotalSinistresMois.

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
      *----- Fin du calcul des sinistres par mois
      *-------------------------------------------------------------------------------------
