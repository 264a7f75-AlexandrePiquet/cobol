      *---- Reglement alimentee par l'import du Fichier Reglement.
       77 MontantRegleSinistre pic 9(8)V99.

      *---- Cout retenu des vehicules de remplacement du sinistre
      *---- courant (table LocationRemplacement) ; la charge totale du
      *---- sinistre cumule regle, provision restant due et location.
       77 MontantLocationSinistre pic 9(8)V99.
       77 ChargeTotaleSinistre pic 9(9)V99.

      *---- Bilan des sinistres ouverts/clos et de la provision restant due
       01 BilanEnCours.
           05 NbrSinistresOuverts pic 9(5).
           05 NbrSinistresClos    pic 9(5).
           05 MontantProvision    pic 9(8)V99.
           05 MontantRegle        pic 9(8)V99.
           05 MontantLocation     pic 9(8)V99.

       01 FichBilanCours pic x(100).

       77 EoDB pic 9.
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

      *---- Bilan des sinistres en cours et de la provision restant due
       01  T-BilanEnCours foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 6 col 2  value "Regle a ce jour (ouverts)".
           05 line 6 col 30 from MontantRegle of BilanEnCours
               pic Z(6)9,99.
           05 line 7 col 2  value "Vehicules de remplacement".
           05 line 7 col 30 from MontantLocation of BilanEnCours
               pic Z(6)9,99.
           05 line 9 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

           perform CalculEnCours-Fin.

       CalculEnCours-Init.
           perform LireOperateurSession.
           move 0 to EoDB.
           initialize BilanEnCours.
           display Ecran-Blanc.
           move spaces to FiltreBranche.
           display M-FiltreBranche.
           accept FiltreBranche line 2 col 38.
           inspect FiltreBranche converting "autmrh" to "AUTMRH".
      **** Création du curseur
           exec sql
               Declare EnCours-Cursor cursor for
                   select SStatut,SProvision from Sinistre
                       where (:FiltreBranche = ' '
                              or isnull(SBranche,'AUT')
                                 = :FiltreBranche)
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
           end-exec.
      **** Ouverture du curseur
           exec sql
               close EnCours-Cursor
           end-exec.
           perform CumuleReglements.
           perform CumuleLocations.
           perform EnrBilanEnCours.
           perform EnrDetailEnCours.
           display Ecran-Blanc.
                   inner join Sinistre on SNSin = RNSin
                                      and SNAssur = RNAssur
                   where SStatut = 0
                     and (:FiltreBranche = ' '
                          or isnull(SBranche,'AUT') = :FiltreBranche)
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 0 to MontantRegle of BilanEnCours
           end-if.

      *---- Cout retenu des vehicules de remplacement sur les sinistres
      *---- encore ouverts.
       CumuleLocations.
           exec sql
               select sum(LrCoutSinistre)
                   into :BilanEnCours.MontantLocation
                   from LocationRemplacement
                   inner join Sinistre on SNSin = LrNSin
                                      and SNAssur = LrNAssur
                   where SStatut = 0
                     and (:FiltreBranche = ' '
                          or isnull(SBranche,'AUT') = :FiltreBranche)
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move 0 to MontantLocation of BilanEnCours
           end-if.

      *---- Archivage du bilan dans le fichier SinistresEnCours.csv,
      *---- complete ensuite par le detail des sinistres ouverts.
       EnrBilanEnCours.
           open output FichierSinistresEnCours.
           string
               "Ouverts;Clos;Provision;Regle;Location"
               into FichBilanCours
           end-string.
           write Enr-FichierSinistresEnCours from FichBilanCours.
               ";" NbrSinistresClos of BilanEnCours
               ";" MontantProvision of BilanEnCours
               ";" MontantRegle of BilanEnCours
               ";" MontantLocation of BilanEnCours
               into FichBilanCours
           end-string.
           write Enr-FichierSinistresEnCours from FichBilanCours.
       EnrDetailEnCours.
           move 0 to EoDB.
           string
               "NSin;NAssur;Provision;Regle;Expert;Location;Charge"
               into FichBilanCours
           end-string.
           write Enr-FichierSinistresEnCours from FichBilanCours.
               Declare Detail-Cursor cursor for
                   select SNSin,SNAssur,SProvision from Sinistre
                       where SStatut = 0
                         and (:FiltreBranche = ' '
                              or isnull(SBranche,'AUT')
                                 = :FiltreBranche)
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by SNSin
           end-exec.
           exec sql
           else
               perform ChercheExpertSinistre
               perform ChercheRegleSinistre
               perform ChercheLocationSinistre
               compute ChargeTotaleSinistre =
                   MontProvision of SinistreDonne
                   + MontantRegleSinistre + MontantLocationSinistre
               string
                   NSin of SinistreDonne
                   ";" NAssur of SinistreDonne
                   ";" MontProvision of SinistreDonne
                   ";" MontantRegleSinistre
                   ";" NomExpertSinistre
                   ";" MontantLocationSinistre
                   ";" ChargeTotaleSinistre
                   into FichBilanCours
               end-string
               write Enr-FichierSinistresEnCours from FichBilanCours
               move 0 to MontantRegleSinistre
           end-if.

      *---- Cout retenu du vehicule de remplacement du sinistre courant.
       ChercheLocationSinistre.
           move 0 to MontantLocationSinistre.
           exec sql
               select sum(LrCoutSinistre)
                   into :MontantLocationSinistre
                   from LocationRemplacement
                   where LrNSin = :SinistreDonne.NSin
                     and LrNAssur = :SinistreDonne.NAssur
           end-exec.
           if SQLCODE not = 0
               move 0 to MontantLocationSinistre
           end-if.

      *---- Expert affecte au sinistre courant, "AUCUN" si pas de mission.
       ChercheExpertSinistre.
           move "AUCUN" to NomExpertSinistre.
               move "AUCUN" to NomExpertSinistre
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
      *----- Fin du bilan des sinistres en cours
      *-------------------------------------------------------------------------------------
