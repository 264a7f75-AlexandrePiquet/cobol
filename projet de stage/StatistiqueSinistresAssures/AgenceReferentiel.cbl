       working-storage section.

      *---- Agence du reseau : code porte par chaque assure (AAgence),
      *---- nom, responsable et societe du groupe dont elle depend (les
      *---- assures souscrits par l'agence sont de cette societe).
       01 AgenceDonne.
            10 CodeAgence   sql char-varying(3).
            10 NomAgence    sql char-varying(25).
            10 RespAgence   sql char-varying(25).
            10 SocieteAgence pic x(2).

      *---- Societe de l'operateur de la session : l'agence creee par un
      *---- operateur de societe est de sa societe.
       77 SocieteSession  pic x(2).

       77 TypeTrt         pic 9.
       77 EoDB pic 9.
           10 line 3 col 2  value "Code agence :".
           10 line 4 col 2  value "Nom         :".
           10 line 5 col 2  value "Responsable :".
           10 line 6 col 2  value "Societe     :".

       01 T-AgenceEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 3 col 2  value "Code".
           10 line 3 col 10 value "Nom".
           10 line 3 col 40 value "Responsable".
           10 line 3 col 67 value "Societe".

      *---- Tableau d'affichage : une agence par ligne
       01  T-AfficheAgence foreground-color is CouleurTexte
           10 line NoLigne col 2  from CodeAgence of AgenceDonne.
           10 line NoLigne col 10 from NomAgence  of AgenceDonne.
           10 line NoLigne col 40 from RespAgence of AgenceDonne.
           10 line NoLigne col 67 from SocieteAgence of AgenceDonne.

       procedure division.

      *----- filtre aux grands etats du sous-systeme.
      *-------------------------------------------------------------------------------------
       GestionAgence.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixAgence.
           accept TypeTrt line 2 col 43.
           accept CodeAgence of AgenceDonne line 3 col 16.
           accept NomAgence  of AgenceDonne line 4 col 16.
           accept RespAgence of AgenceDonne line 5 col 16.
           move spaces to SocieteAgence of AgenceDonne.
           accept SocieteAgence of AgenceDonne line 6 col 16.
           if SocieteSession not = spaces
               move SocieteSession to SocieteAgence of AgenceDonne
           end-if.
           if SocieteAgence of AgenceDonne = spaces
               move "01" to SocieteAgence of AgenceDonne
           end-if.
           exec sql
                INSERT INTO Agence
                    (AgCode,AgNom,AgResponsable,AgSociete)
                VALUES
                    (:AgenceDonne.CodeAgence,:AgenceDonne.NomAgence,
                     :AgenceDonne.RespAgence,
                     :AgenceDonne.SocieteAgence)
           end-exec.
           exec sql
               commit
           move 0 to EoDB.
           exec sql
               Declare Agence-Cursor cursor for
                   select AgCode,AgNom,AgResponsable,
                          isnull(AgSociete,'01')
                       from Agence
                       order by AgCode
           end-exec.
           exec sql
           exec sql
               fetch Agence-Cursor into
                   :AgenceDonne.CodeAgence,:AgenceDonne.NomAgence,
                   :AgenceDonne.RespAgence,:AgenceDonne.SocieteAgence
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               display T-AfficheAgence
           end-if.

      *---- Societe de l'operateur, deposee a la connexion (positions
      *---- 11-12 du fichier de session).
       LireOperateurSession.
           move spaces to SocieteSession.
           open input FichierSessionOperateur.
           read FichierSessionOperateur
               at end continue
               not at end
                   move Enr-FichierSessionOperateur(11:2)
                       to SocieteSession
           end-read.
           close FichierSessionOperateur.

      *-------------------------------------------------------------------------------------
      *----- Fin du referentiel des agences
      *-------------------------------------------------------------------------------------
