       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
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

      *---- Bilan de l'analyse geographique
       01  T-BilanGeo foreground-color is CouleurTexte
               background-color is CouleurFond.
           perform CalculSinistraliteGeo-Fin.

       CalculSinistraliteGeo-Init.
           perform LireOperateurSession.
           display Ecran-Blanc.
           move spaces to FiltreBranche.
           display M-FiltreBranche.
           accept FiltreBranche line 2 col 38.
           inspect FiltreBranche converting "autmrh" to "AUTMRH".
           move 0 to EoDB.
           move 0 to NbrVilles.
           move 0 to NbrDepts.
           end-string.
           write Enr-FichierSinistraliteGeo from FichGeo.
      **** Création du curseur : une ligne par ville, les assures sans
      **** sinistre de la branche comptant pour la frequence.
           exec sql
               Declare Geo-Cursor cursor for
                   select ACodePost,AVille,
                          count(SNSin),isnull(sum(SMontSin),0)
                       from Assure
                       left join Sinistre on SNAssur = AAssur
                           and (:FiltreBranche = ' '
                                or isnull(SBranche,'AUT')
                                   = :FiltreBranche)
                       where (:SocieteSession = ''
                              or isnull(ASociete,'01')
                                 = :SocieteSession)
                       group by ACodePost,AVille
                       order by ACodePost,AVille
           end-exec.
           accept OptionChoisie.
           goback.

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
      *----- Fin de la sinistralite geographique
      *-------------------------------------------------------------------------------------
