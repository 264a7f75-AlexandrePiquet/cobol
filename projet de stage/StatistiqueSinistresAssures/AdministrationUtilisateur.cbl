      *---- Compte operateur administre : identifiant, mot de passe,
      *---- role (1 gestionnaire, 2 superviseur), etat (0 desactive,
      *---- 1 actif, 2 verrouille), echecs, changement force et date du
      *---- mot de passe. La societe du compte (USociete) restreint
      *---- l'operateur aux donnees de sa societe ; a blanc, le compte
      *---- est de niveau groupe et voit toutes les societes.
       01 CompteDonne.
            10 IdCompte      sql char-varying(10).
            10 MotPasseCompte sql char-varying(10).
            10 EchecsCompte  pic 9(2).
            10 ChangeCompte  pic 9.
            10 DateMpCompte  pic 9(8).
            10 SocieteCompte pic x(2).

       77 NbCompteExistant pic 9(4).
       77 DateJour         pic 9(8).
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
       77 FichJournalUtil  pic x(70).
      *---- Societe de l'operateur de la session : un superviseur de
      *---- societe n'administre que les comptes de sa societe.
       77 SocieteSession   pic x(2).

       77 TypeTrt pic 9.
       77 EoDB pic 9.
           10 line 3 col 2  value "Identifiant           :".
           10 line 4 col 2  value "Mot de passe initial  :".
           10 line 5 col 2  value "Role (1=Gest 2=Superv):".
           10 line 6 col 2  value "Societe (vide=groupe) :".

       01 M-SaisieIdCompte
           background-color is 1 foreground-color is 15.
           10 line 3 col 22 value "Etat".
           10 line 3 col 28 value "Echecs".
           10 line 3 col 36 value "Mdp du".
           10 line 3 col 46 value "Societe".

      *---- Tableau d'affichage : un compte par ligne
       01  T-AfficheCompte foreground-color is CouleurTexte
           10 line NoLigne col 28 from EchecsCompte of CompteDonne
               pic Z9.
           10 line NoLigne col 36 from DateMpCompte of CompteDonne.
           10 line NoLigne col 46 from SocieteCompte of CompteDonne.

       procedure division.

               or RoleCompte of CompteDonne > 2
               move 1 to RoleCompte of CompteDonne
           end-if.
           move spaces to SocieteCompte of CompteDonne.
           accept SocieteCompte of CompteDonne line 6 col 26.
           if SocieteSession not = spaces
               move SocieteSession to SocieteCompte of CompteDonne
           end-if.
           move 0 to NbCompteExistant.
           exec sql
               select count(*) into :NbCompteExistant
           exec sql
                INSERT INTO Utilisateur
                    (UId,UMotPasse,URole,UActif,UEchecs,
                     UChangePasse,UDateMotPasse,USociete)
                VALUES
                    (:CompteDonne.IdCompte,
                     :CompteDonne.MotPasseCompte,
                     :CompteDonne.RoleCompte,1,0,1,:DateJour,
                     :CompteDonne.SocieteCompte)
           end-exec.
           exec sql
               commit
           end-exec.
           perform ValideEtTrace.

      *---- Saisie de l'identifiant vise et controle d'existence ; un
      *---- compte d'une autre societe est inconnu du superviseur de
      *---- societe.
       SaisieIdCompte.
           display Ecran-Blanc.
           display M-SaisieIdCompte.
               select count(*) into :NbCompteExistant
                   from Utilisateur
                   where UId = :CompteDonne.IdCompte
                     and (:SocieteSession = ''
                          or isnull(USociete,'') = :SocieteSession)
           end-exec.
           if NbCompteExistant = 0
               display T-CompteInconnu
           exec sql
               Declare Comptes-Cursor cursor for
                   select UId,URole,isnull(UActif,1),
                          isnull(UEchecs,0),isnull(UDateMotPasse,0),
                          isnull(USociete,'')
                       from Utilisateur
                       where :SocieteSession = ''
                          or isnull(USociete,'') = :SocieteSession
                       order by UId
           end-exec.
           exec sql
               fetch Comptes-Cursor into
                   :CompteDonne.IdCompte,:CompteDonne.RoleCompte,
                   :CompteDonne.ActifCompte,:CompteDonne.EchecsCompte,
                   :CompteDonne.DateMpCompte,:CompteDonne.SocieteCompte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           write Enr-FichierJournalUtilisateur from FichJournalUtil.
           close FichierJournalUtilisateur.

      *---- Lecture de l'operateur de la session depose a la connexion,
      *---- et de sa societe.
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

