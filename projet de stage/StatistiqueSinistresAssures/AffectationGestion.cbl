       program-id. AffectationGestion as
           "StatistiqueSinistresAssures.AffectationGestion".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

       data division.
       File Section.
       COPY FICHFD.

       working-storage section.

      *---- Regle d'affectation : les sinistres d'une agence et d'un
      *---- type (ou de tous types, *) vont au gestionnaire designe.
       01 RegleDonne.
            10 AgenceRegle       sql char-varying(3).
            10 TypeSinRegle      sql char(1).
            10 GestionnaireRegle sql char-varying(10).
       77 NbRegleExistante pic 9(4).
       77 NbGestionnaireActif pic 9(4).

      *---- Reaffectation en masse des dossiers ouverts d'un
      *---- gestionnaire absent vers un remplacant, pour toutes les
      *---- agences ou une seule.
       01 ReaffectationDonne.
            10 GestionnaireAbsent sql char-varying(10).
            10 GestionnaireRemplacant sql char-varying(10).
            10 AgenceReaffectee  sql char-varying(3).
            10 ReporteRegles     pic x.
       77 NbDossiersReaffectes pic 9(6).
       77 NbReglesReportees    pic 9(4).
       77 FichReaffectation pic x(100).
       77 DateReaffectation pic 9(8).
       77 HeureReaffectation pic 9(8).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1 : trace sur chaque reaffectation.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
       77 MessageAffectation pic x(50).

       77 TypeTrt         pic 9.
       77 EoDB pic 9.
       77 NoLigne pic 99.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE SQLDA
           END-EXEC.

       screen section.

      **** Ecran vide
       01  Ecran-Blanc background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

       01 M-ChoixAffectation
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Affectation:1=Regle 2=Reaffecter 3=Liste 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Saisie d'une regle d'affectation.
       01 T-SaisieRegle foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 18 value "Regle d'affectation des sinistres".
           10 line 3 col 2  value "Code agence           :".
           10 line 4 col 2  value "Type (1-9, * = tous)  :".
           10 line 5 col 2  value "Gestionnaire (UId)    :".

      *---- Saisie d'une reaffectation en masse.
       01 T-SaisieReaffectation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 18 value "Reaffectation des dossiers ouverts".
           10 line 3 col 2  value "Gestionnaire absent   :".
           10 line 4 col 2  value "  (vide = dossiers non affectes)".
           10 line 5 col 2  value "Remplacant (UId)      :".
           10 line 6 col 2  value "Agence (vide = toutes):".
           10 line 7 col 2  value "Reporter les regles O/N:".

       01 T-MessageAffectation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 10 col 2 from MessageAffectation.
           10 line 11 col 2 value "Appuyez sur Entree pour continuer".

       01 T-BilanReaffectation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 10 col 2 value "Dossiers reaffectes".
           10 line 10 col 30 from NbDossiersReaffectes pic Z(5)9.
           10 line 11 col 2 value "Regles reportees".
           10 line 11 col 30 from NbReglesReportees pic Z(3)9.
           10 line 12 col 2
               value "Journal dans ReaffectationsGestion.csv".
           10 line 13 col 2 value "Appuyez sur Entree pour continuer".

      *---- Entete de la liste des regles
       01  T-EnteteRegles foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Regles d'affectation".
           10 line 3 col 2  value "Agence".
           10 line 3 col 12 value "Type".
           10 line 3 col 20 value "Gestionnaire".

      *---- Tableau d'affichage : une regle par ligne
       01  T-AfficheRegle foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line NoLigne col 2  from AgenceRegle of RegleDonne.
           10 line NoLigne col 12 from TypeSinRegle of RegleDonne.
           10 line NoLigne col 20 from GestionnaireRegle of RegleDonne.

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Affectation des sinistres aux gestionnaires : chaque
      *----- sinistre cree (import, guichet, reprise des rejets, revue
      *----- hors garantie) prend le gestionnaire de la regle de son
      *----- agence et de son type, a defaut celle de l'agence pour
      *----- tous types. Le superviseur tient ici les regles et
      *----- reaffecte en masse les dossiers ouverts d'un absent.
      *-------------------------------------------------------------------------------------
       GestionAffectation.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixAffectation.
           accept TypeTrt line 2 col 51.
           evaluate TypeTrt
               when 1
                   perform SaisieRegle
               when 2
                   perform SaisieReaffectation
               when 3
                   perform ListeRegles
               when other
                   continue
           end-evaluate.
           goback.

      *---- Regle creee ou remplacee pour le couple agence/type ; le
      *---- gestionnaire doit etre un compte actif.
       SaisieRegle.
           display Ecran-Blanc.
           display T-SaisieRegle.
           accept AgenceRegle of RegleDonne line 3 col 27.
           accept TypeSinRegle of RegleDonne line 4 col 27.
           accept GestionnaireRegle of RegleDonne line 5 col 27.
           if (TypeSinRegle of RegleDonne < "1" or
               TypeSinRegle of RegleDonne > "9") and
              TypeSinRegle of RegleDonne <> "*"
               move "Type de sinistre invalide" to MessageAffectation
               display T-MessageAffectation
               accept OptionChoisie
               exit paragraph
           end-if.
           move GestionnaireRegle of RegleDonne
               to GestionnaireRemplacant.
           perform ControleGestionnaire.
           if NbGestionnaireActif = 0
               display T-MessageAffectation
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to NbRegleExistante.
           exec sql
               select count(*) into :NbRegleExistante
                   from AffectationGestion
                   where AfAgence = :RegleDonne.AgenceRegle
                     and AfTypeSin = :RegleDonne.TypeSinRegle
           end-exec.
           if NbRegleExistante > 0
               exec sql
                   update AffectationGestion
                       set AfGestionnaire =
                           :RegleDonne.GestionnaireRegle
                       where AfAgence = :RegleDonne.AgenceRegle
                         and AfTypeSin = :RegleDonne.TypeSinRegle
               end-exec
           else
               exec sql
                   insert into AffectationGestion
                       (AfAgence,AfTypeSin,AfGestionnaire)
                   values
                       (:RegleDonne.AgenceRegle,
                        :RegleDonne.TypeSinRegle,
                        :RegleDonne.GestionnaireRegle)
               end-exec
           end-if.
           exec sql
               commit
           end-exec.
           move "Regle enregistree." to MessageAffectation.
           display T-MessageAffectation.
           accept OptionChoisie.

      *---- Le gestionnaire designe doit exister et etre actif.
       ControleGestionnaire.
           move 0 to NbGestionnaireActif.
           exec sql
               select count(*) into :NbGestionnaireActif
                   from Utilisateur
                   where UId =
                         :ReaffectationDonne.GestionnaireRemplacant
                     and isnull(UActif,1) = 1
           end-exec.
           if NbGestionnaireActif = 0
               move "Gestionnaire inconnu ou inactif"
                   to MessageAffectation
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Reaffectation en masse : les dossiers ouverts de l'absent
      *----- (ou les dossiers ouverts sans gestionnaire) passent au
      *----- remplacant, pour une agence ou toutes ; les regles de
      *----- l'absent peuvent suivre. Un operateur de societe ne
      *----- reaffecte que les dossiers et les regles de sa societe.
      *----- Chaque reaffectation est tracee avec l'operateur dans
      *----- ReaffectationsGestion.csv.
      *-------------------------------------------------------------------------------------
       SaisieReaffectation.
           initialize ReaffectationDonne.
           move 0 to NbDossiersReaffectes.
           move 0 to NbReglesReportees.
           display Ecran-Blanc.
           display T-SaisieReaffectation.
           accept GestionnaireAbsent of ReaffectationDonne
               line 3 col 27.
           accept GestionnaireRemplacant of ReaffectationDonne
               line 5 col 27.
           accept AgenceReaffectee of ReaffectationDonne
               line 6 col 27.
           accept ReporteRegles of ReaffectationDonne
               line 7 col 27.
           perform ControleGestionnaire.
           if NbGestionnaireActif = 0
               display T-MessageAffectation
               accept OptionChoisie
               exit paragraph
           end-if.
           exec sql
               select count(*) into :NbDossiersReaffectes
                   from Sinistre
                   inner join Assure on AAssur = SNAssur
                   where SStatut = 0
                     and isnull(SGestionnaire,' ') =
                         :ReaffectationDonne.GestionnaireAbsent
                     and (:ReaffectationDonne.AgenceReaffectee = ' '
                          or AAgence =
                             :ReaffectationDonne.AgenceReaffectee)
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           exec sql
               update Sinistre
                   set SGestionnaire =
                       :ReaffectationDonne.GestionnaireRemplacant
                   from Sinistre
                   inner join Assure on AAssur = SNAssur
                   where SStatut = 0
                     and isnull(SGestionnaire,' ') =
                         :ReaffectationDonne.GestionnaireAbsent
                     and (:ReaffectationDonne.AgenceReaffectee = ' '
                          or AAgence =
                             :ReaffectationDonne.AgenceReaffectee)
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if (ReporteRegles of ReaffectationDonne = "O"
                   or ReporteRegles of ReaffectationDonne = "o")
               and GestionnaireAbsent of ReaffectationDonne
                   not = spaces
               perform ReporteReglesAbsent
           end-if.
           exec sql
               commit
           end-exec.
           perform TraceReaffectation.
           display T-BilanReaffectation.
           accept OptionChoisie.

       ReporteReglesAbsent.
           exec sql
               select count(*) into :NbReglesReportees
                   from AffectationGestion
                   where AfGestionnaire =
                         :ReaffectationDonne.GestionnaireAbsent
                     and (:ReaffectationDonne.AgenceReaffectee = ' '
                          or AfAgence =
                             :ReaffectationDonne.AgenceReaffectee)
                     and (:SocieteSession = ''
                          or isnull((select max(AgSociete) from Agence
                                        where AgCode = AfAgence),'01')
                             = :SocieteSession)
           end-exec.
           exec sql
               update AffectationGestion
                   set AfGestionnaire =
                       :ReaffectationDonne.GestionnaireRemplacant
                   where AfGestionnaire =
                         :ReaffectationDonne.GestionnaireAbsent
                     and (:ReaffectationDonne.AgenceReaffectee = ' '
                          or AfAgence =
                             :ReaffectationDonne.AgenceReaffectee)
                     and (:SocieteSession = ''
                          or isnull((select max(AgSociete) from Agence
                                        where AgCode = AfAgence),'01')
                             = :SocieteSession)
           end-exec.

      *---- Trace de la reaffectation, ajoutee au journal.
       TraceReaffectation.
           accept DateReaffectation from date yyyymmdd.
           accept HeureReaffectation from time.
           move spaces to FichReaffectation.
           string
               DateReaffectation
               ";" HeureReaffectation
               ";" GestionnaireAbsent of ReaffectationDonne
               ";" GestionnaireRemplacant of ReaffectationDonne
               ";" AgenceReaffectee of ReaffectationDonne
               ";" NbDossiersReaffectes
               ";" NbReglesReportees
               ";" OperateurCourant
               delimited by size into FichReaffectation
           end-string.
           open extend FichierReaffectations.
           write Enr-FichierReaffectations from FichReaffectation.
           close FichierReaffectations.

      *---- Liste des regles d'affectation en vigueur.
       ListeRegles.
           display Ecran-Blanc.
           display T-EnteteRegles.
           move 4 to NoLigne.
           move 0 to EoDB.
           exec sql
               Declare Regle-Cursor cursor for
                   select AfAgence,AfTypeSin,AfGestionnaire
                       from AffectationGestion
                       order by AfAgence,AfTypeSin
           end-exec.
           exec sql
               open Regle-Cursor
           end-exec.
           perform ListeRegles-Trt until EoDB=1.
           exec sql
               close Regle-Cursor
           end-exec.
           accept OptionChoisie.

       ListeRegles-Trt.
           exec sql
               fetch Regle-Cursor into
                   :RegleDonne.AgenceRegle,:RegleDonne.TypeSinRegle,
                   :RegleDonne.GestionnaireRegle
           end-exec.
           if SQLCODE=100 or SQLCODE=101 or NoLigne > 22
               move 1 to EoDB
           else
               add 1 to NoLigne
               display T-AfficheRegle
           end-if.

      *---- Lecture de l'operateur de la session depose a la connexion.
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
      *----- Fin de l'affectation des sinistres
      *-------------------------------------------------------------------------------------

       end program AffectationGestion.
