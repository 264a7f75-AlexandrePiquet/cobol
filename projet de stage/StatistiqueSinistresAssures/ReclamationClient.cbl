       program-id. ReclamationClient as
           "StatistiqueSinistresAssures.ReclamationClient".

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

      *---- Reclamation d'un client, rattachee a un assure et au besoin
      *---- a un sinistre ou a une quittance.
      *---- Canal : 1 = courrier, 2 = email, 3 = telephone, 4 = agence.
      *---- Motif : 1 = delai sinistre, 2 = indemnisation, 3 = cotisation
      *----         quittancement, 4 = contrat resiliation, 5 = accueil
      *----         service, 6 = autre.
      *---- Issue : 0 = en cours, 1 = fondee, 2 = partiellement fondee,
      *----         3 = non fondee.
      *---- Les dates non encore connues (accuse, reponse) valent 0.
       01 ReclamationDonne.
            10 NRecl          sql char-varying(6).
            10 NAssur         sql char-varying(5).
            10 NSin           sql char-varying(6).
            10 NQuit          sql char-varying(12).
            10 CanalRecl      pic 9.
            10 MotifRecl      pic 9.
            10 ObjetRecl      sql char-varying(60).
            10 DateRecep      pic 9(8).
            10 DateLimAccuse  pic 9(8).
            10 DateAccuse     pic 9(8).
            10 DateLimReponse pic 9(8).
            10 DateReponse    pic 9(8).
            10 IssueRecl      pic 9.

      *---- Delais reglementaires : accuse de reception sous 10 jours
      *---- ouvres, reponse sous 2 mois a compter de la reception.
      *---- Alerte de la liste du jour : echeance d'accuse dans les 2
      *---- jours, echeance de reponse dans les 10 jours.
       77 JoursOuvresAccuse  pic 99 value 10.
       77 MoisReponse        pic 9 value 2.
       77 JoursAlerteAccuse  pic 99 value 2.
       77 JoursAlerteReponse pic 99 value 10.


       77 DernierNRecl    sql char-varying(6).
       77 NReclNumerique  pic 9(6).
       77 NbExistant      pic 9(4).
       77 ReclamationInvalide pic 9.
       77 MessageReclamation pic x(50).
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
      *---- Saisies du suivi : une zone laissee a 0 conserve la valeur
      *---- deja enregistree.
       77 SaisieAccuse    pic 9(8).
       77 SaisieReponse   pic 9(8).
       77 SaisieIssue     pic 9.

      *---- Liste du jour : echeance la plus proche de la reclamation
      *---- ouverte (accuse s'il n'est pas fait, sinon reponse).
       01 EcheanceDonne.
            10 TypeEcheance   sql char-varying(7).
            10 DateEcheance   pic 9(8).
            10 EtatEcheance   pic x(10).
       77 DateAlerteAccuse  pic 9(8).
       77 DateAlerteReponse pic 9(8).
       77 NbrEcheances      pic 9(4).
       77 NbrRetards        pic 9(4).
       01 FichEcheances     pic x(150).

      *---- Statistiques annuelles par motif et issue, pour le
      *---- regulateur, avec le respect des deux delais.
       01 StatReclamation.
            10 MotifStat     pic 9.
            10 IssueStat     pic 9.
            10 NbReclStat    pic 9(5).
            10 NbAccuseHorsDelai  pic 9(5).
            10 NbReponseHorsDelai pic 9(5).
       77 AnneeStat         pic 9(4).
       77 DateDebutAnnee    pic 9(8).
       77 DateFinAnnee      pic 9(8).
       77 NbrLignesStat     pic 9(4).
       01 FichStatistiques  pic x(100).

       77 DateCourante    pic 9(8).
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), seule
      *---- la liste des echeances du jour est produite, sans ecran.
       77 ModeExecution   pic x(10).
       77 TypeTrt         pic 9.
       77 EoDB pic 9.
       77 NoLigne pic 99.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
       77 OptSuite        pic x.

      *---- Calendrier des jours ouvres : JoursFeries.csv, tenu par
      *---- MaintenanceBareme, une ligne par jour chome hors week-end
      *---- (AAAAMMJJ;type;libelle - type F jour ferie legal, T jour de
      *---- fermeture TARGET2 des paiements, FT les deux). Le samedi et
      *---- le dimanche ne sont jamais ouvres ; sans fichier, seuls les
      *---- week-ends sont chomes. CalendrierApplique choisit le
      *---- calendrier : F pour les delais legaux et de gestion, T pour
      *---- les dates de prelevement et de virement.
       01 TableJoursFeries.
           05 JourFerie occurs 400 times.
               10 DateFerie pic 9(8).
               10 TypeFerie pic x(2).
       77 NbrJoursFeries     pic 9(3).
       77 IndiceFerie        pic 9(3).
       77 CalendrierCharge   pic 9 value 0.
       77 EofCalendrier      pic 9.
       77 CalendrierApplique pic x value "F".
       01 LigneFerieLue.
           05 DateFerieLue pic x(8).
           05 TypeFerieLu  pic x(2).
      *---- Date de travail des calculs (AAAAMMJJ) et son jour de la
      *---- semaine (0 = lundi ... 6 = dimanche).
       01 DateOuvre.
           05 AnneeOuvre    pic 9(4).
           05 MoisOuvre     pic 99.
           05 JourDateOuvre pic 99.
       01 DateOuvreN redefines DateOuvre pic 9(8).
       77 DateOuvreFin        pic 9(8).
       77 JourSemaineOuvre    pic 9.
       77 EstOuvre            pic 9.
       77 JoursOuvresDemandes pic 9(4).
       77 JoursOuvresFaits    pic 9(4).
       77 JoursOuvresEcart    pic 9(5).
       77 JoursReportes       pic 9(3).
       77 NbrJoursMoisOuvre   pic 99.
       77 QuotientOuvre       pic 9(4).
       77 ResteOuvre4         pic 99.
       77 ResteOuvre100       pic 99.
       77 ResteOuvre400       pic 999.

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

       01 M-ChoixReclamation
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Reclam:1=Saisie 2=Suivi 3=Delais 4=Stats 0=Fin "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Recherche-Reclamation
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Numero de reclamation : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Annee-Statistiques
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Annee des statistiques (AAAA) : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Saisie d'une nouvelle reclamation.
       01 T-SaisieReclamation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Nouvelle reclamation".
           10 line 3  col 2  value "Assure                 :".
           10 line 4  col 2  value "Sinistre (facultatif)  :".
           10 line 5  col 2  value "Quittance (facultatif) :".
           10 line 6  col 2  value "Canal 1=Courrier 2=Email".
           10 line 7  col 2  value "  3=Tel 4=Agence       :".
           10 line 8  col 2  value "Motif 1=Delai sin 2=Indem".
           10 line 9  col 2  value "  3=Cotis 4=Contrat".
           10 line 10 col 2  value "  5=Accueil 6=Autre    :".
           10 line 11 col 2  value "Objet                  :".
           10 line 12 col 2  value "Recue le (AAAAMMJJ)    :".

       01 T-ReclamationEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 14 col 2  value "Reclamation enregistree".
           10 line 14 col 28 from NRecl of ReclamationDonne.
           10 line 15 col 2  value "Accuse de reception avant le".
           10 line 15 col 32 from DateLimAccuse of ReclamationDonne.
           10 line 16 col 2  value "Reponse avant le".
           10 line 16 col 32 from DateLimReponse of ReclamationDonne.
           10 line 17 col 2  value "Appuyez sur Entree pour continuer".

      *---- Suivi d'une reclamation existante.
       01 T-SuiviReclamation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Suivi de la reclamation".
           10 line 3  col 2  value "Reclamation".
           10 line 3  col 28 from NRecl of ReclamationDonne.
           10 line 4  col 2  value "Assure".
           10 line 4  col 28 from NAssur of ReclamationDonne.
           10 line 5  col 2  value "Objet".
           10 line 5  col 28 from ObjetRecl of ReclamationDonne.
           10 line 6  col 2  value "Recue le".
           10 line 6  col 28 from DateRecep of ReclamationDonne.
           10 line 7  col 2  value "Accuse avant le".
           10 line 7  col 28 from DateLimAccuse of ReclamationDonne.
           10 line 8  col 2  value "Reponse avant le".
           10 line 8  col 28 from DateLimReponse of ReclamationDonne.
           10 line 10 col 2  value "Accuse le (AAAAMMJJ)   :".
           10 line 10 col 40 value "actuel".
           10 line 10 col 48 from DateAccuse of ReclamationDonne.
           10 line 11 col 2  value "Reponse le (AAAAMMJJ)  :".
           10 line 11 col 40 value "actuel".
           10 line 11 col 48 from DateReponse of ReclamationDonne.
           10 line 12 col 2  value "Issue 1=Fondee 2=Partiel".
           10 line 13 col 2  value "  3=Non fondee 0=Cours :".
           10 line 13 col 40 value "actuel".
           10 line 13 col 48 from IssueRecl of ReclamationDonne.

       01 T-MessageReclamation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 19 col 2 from MessageReclamation.
           10 line 20 col 2 value "Appuyez sur Entree pour continuer".

       01 M-Echeance-Question
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Page [S]uivante - [M]enu :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Entete de la liste des echeances
       01  T-EnteteEcheances foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 16 value "Reclamations : echeances du jour".
           10 line 3 col 2  value "Echeance".
           10 line 3 col 12 value "Delai".
           10 line 3 col 21 value "Etat".
           10 line 3 col 33 value "Reclam.".
           10 line 3 col 41 value "Assure".
           10 line 3 col 48 value "Objet".

      *---- Tableau d'affichage : une reclamation par ligne
       01  T-AfficheEcheance foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line NoLigne col 2  from DateEcheance of EcheanceDonne.
           10 line NoLigne col 12 from TypeEcheance of EcheanceDonne.
           10 line NoLigne col 21 from EtatEcheance of EcheanceDonne.
           10 line NoLigne col 33 from NRecl  of ReclamationDonne.
           10 line NoLigne col 41 from NAssur of ReclamationDonne.
           10 line NoLigne col 48 from ObjetRecl of ReclamationDonne.

       01 T-BilanEcheances foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 23 col 2 value "Echeances proches ou depassees".
           10 line 23 col 34 from NbrEcheances pic Z(3)9.
           10 line 23 col 40 value "dont en retard".
           10 line 23 col 56 from NbrRetards pic Z(3)9.

       01 T-BilanStatistiques foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 4 col 2 value "Statistiques de l'annee".
           10 line 4 col 28 from AnneeStat.
           10 line 5 col 2 value "Lignes motif / issue".
           10 line 5 col 28 from NbrLignesStat pic Z(3)9.
           10 line 6 col 2 value "Fichier ReclamationsAnnuelles.csv".
           10 line 7 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Registre des reclamations clients : saisie, suivi de
      *----- l'accuse de reception (10 jours ouvres) et de la reponse
      *----- (2 mois), liste quotidienne des delais proches ou depasses
      *----- et statistiques annuelles par motif et issue pour le
      *----- regulateur.
      *-------------------------------------------------------------------------------------
       GestionReclamation.
           perform LireOperateurSession.
           accept DateCourante from date yyyymmdd.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               perform ListeEcheances
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixReclamation.
           accept TypeTrt line 2 col 49.
           evaluate TypeTrt
               when 1
                   perform SaisieReclamation
               when 2
                   perform SuiviReclamation
               when 3
                   perform ListeEcheances
               when 4
                   perform StatistiquesAnnuelles
               when other
                   continue
           end-evaluate.
           goback.

      *---- Saisie d'une reclamation, rattachee a un assure existant et,
      *---- s'ils sont fournis, a un sinistre ou une quittance de cet
      *---- assure. Les deux echeances sont posees a l'enregistrement.
       SaisieReclamation.
           initialize ReclamationDonne.
           display Ecran-Blanc.
           display T-SaisieReclamation.
           accept NAssur    of ReclamationDonne line 3  col 28.
           accept NSin      of ReclamationDonne line 4  col 28.
           accept NQuit     of ReclamationDonne line 5  col 28.
           accept CanalRecl of ReclamationDonne line 7  col 28.
           accept MotifRecl of ReclamationDonne line 10 col 28.
           accept ObjetRecl of ReclamationDonne line 11 col 28.
           accept DateRecep of ReclamationDonne line 12 col 28.
           if DateRecep of ReclamationDonne = 0
               move DateCourante to DateRecep of ReclamationDonne
           end-if.
           perform ValideReclamation.
           if ReclamationInvalide = 1
               display T-MessageReclamation
               accept OptionChoisie
               exit paragraph
           end-if.
           perform CalculeEcheances.
           perform AttribueNumero.
           exec sql
                INSERT INTO Reclamation
                    (RcNum,RcNAssur,RcNSin,RcQNum,RcCanal,RcMotif,
                     RcObjet,RcDateRecep,RcDateLimAR,RcDateAR,
                     RcDateLimRep,RcDateReponse,RcIssue,RcOperateur)
                VALUES
                    (:ReclamationDonne.NRecl,:ReclamationDonne.NAssur,
                     :ReclamationDonne.NSin,:ReclamationDonne.NQuit,
                     :ReclamationDonne.CanalRecl,
                     :ReclamationDonne.MotifRecl,
                     :ReclamationDonne.ObjetRecl,
                     :ReclamationDonne.DateRecep,
                     :ReclamationDonne.DateLimAccuse,0,
                     :ReclamationDonne.DateLimReponse,0,0,
                     :OperateurCourant)
           end-exec.
           exec sql
               commit
           end-exec.
           display T-ReclamationEnregistree.
           accept OptionChoisie.

       ValideReclamation.
           move 0 to ReclamationInvalide.
           move spaces to MessageReclamation.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from Assure
                   where AAssur = :ReclamationDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbExistant = 0
               move 1 to ReclamationInvalide
               move "Assure inconnu" to MessageReclamation
               exit paragraph
           end-if.
           if NSin of ReclamationDonne not = spaces
               move 0 to NbExistant
               exec sql
                   select count(*) into :NbExistant
                       from Sinistre
                       where SNSin = :ReclamationDonne.NSin
                         and SNAssur = :ReclamationDonne.NAssur
               end-exec
               if NbExistant = 0
                   move 1 to ReclamationInvalide
                   move "Sinistre inconnu pour cet assure"
                       to MessageReclamation
                   exit paragraph
               end-if
           end-if.
           if NQuit of ReclamationDonne not = spaces
               move 0 to NbExistant
               exec sql
                   select count(*) into :NbExistant
                       from Quittance
                       where QNum = :ReclamationDonne.NQuit
                         and QAssur = :ReclamationDonne.NAssur
               end-exec
               if NbExistant = 0
                   move 1 to ReclamationInvalide
                   move "Quittance inconnue pour cet assure"
                       to MessageReclamation
                   exit paragraph
               end-if
           end-if.
           if CanalRecl of ReclamationDonne < 1 or
              CanalRecl of ReclamationDonne > 4
               move 1 to ReclamationInvalide
               move "Canal invalide" to MessageReclamation
               exit paragraph
           end-if.
           if MotifRecl of ReclamationDonne < 1 or
              MotifRecl of ReclamationDonne > 6
               move 1 to ReclamationInvalide
               move "Motif invalide" to MessageReclamation
               exit paragraph
           end-if.
           if DateRecep of ReclamationDonne > DateCourante
               move 1 to ReclamationInvalide
               move "Date de reception dans le futur"
                   to MessageReclamation
           end-if.

      *---- Echeances : dixieme jour ouvre apres la reception pour
      *---- l'accuse (week-ends et jours feries exclus, calendrier des
      *---- jours ouvres), deux mois apres la reception pour la
      *---- reponse, reportee au jour ouvre suivant si elle tombe un
      *---- jour chome.
       CalculeEcheances.
           move DateRecep of ReclamationDonne to DateOuvreN.
           move JoursOuvresAccuse to JoursOuvresDemandes.
           perform AjouteJoursOuvres.
           move DateOuvreN to DateLimAccuse of ReclamationDonne.
           exec sql
               select convert(char(8),
                          dateadd(month,:MoisReponse,
                              convert(date,convert(char(8),
                                  :ReclamationDonne.DateRecep),112)),
                          112)
                   into :ReclamationDonne.DateLimReponse
           end-exec.
           move DateLimReponse of ReclamationDonne to DateOuvreN.
           perform ReporteJourOuvre.
           move DateOuvreN to DateLimReponse of ReclamationDonne.

      *---- Numero de reclamation : suivant du plus grand attribue.
       AttribueNumero.
           move spaces to DernierNRecl.
           exec sql
               select isnull(max(RcNum),'000000')
                   into :DernierNRecl
                   from Reclamation
           end-exec.
           if DernierNRecl is not numeric
               move 0 to NReclNumerique
           else
               move DernierNRecl to NReclNumerique
           end-if.
           add 1 to NReclNumerique.
           move NReclNumerique to NRecl of ReclamationDonne.

      *---- Suivi : date d'accuse, date de reponse et issue. Une
      *---- reponse ferme la reclamation et demande une issue.
       SuiviReclamation.
           initialize ReclamationDonne.
           display Ecran-Blanc.
           display M-Recherche-Reclamation.
           accept NRecl of ReclamationDonne line 2 col 27.
           exec sql
               select RcNAssur,RcObjet,RcDateRecep,RcDateLimAR,
                      RcDateAR,RcDateLimRep,RcDateReponse,RcIssue
                   into :ReclamationDonne.NAssur,
                        :ReclamationDonne.ObjetRecl,
                        :ReclamationDonne.DateRecep,
                        :ReclamationDonne.DateLimAccuse,
                        :ReclamationDonne.DateAccuse,
                        :ReclamationDonne.DateLimReponse,
                        :ReclamationDonne.DateReponse,
                        :ReclamationDonne.IssueRecl
                   from Reclamation
                   where RcNum = :ReclamationDonne.NRecl
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = RcNAssur),'01')
                             = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move "Reclamation inconnue" to MessageReclamation
               display T-MessageReclamation
               accept OptionChoisie
               exit paragraph
           end-if.
           display Ecran-Blanc.
           display T-SuiviReclamation.
           move 0 to SaisieAccuse.
           move 0 to SaisieReponse.
           move 0 to SaisieIssue.
           accept SaisieAccuse  line 10 col 28.
           accept SaisieReponse line 11 col 28.
           accept SaisieIssue   line 13 col 28.
           if SaisieAccuse not = 0
               move SaisieAccuse to DateAccuse of ReclamationDonne
           end-if.
           if SaisieReponse not = 0
               move SaisieReponse to DateReponse of ReclamationDonne
           end-if.
           if SaisieIssue not = 0
               move SaisieIssue to IssueRecl of ReclamationDonne
           end-if.
           move spaces to MessageReclamation.
           if DateAccuse of ReclamationDonne not = 0 and
              DateAccuse of ReclamationDonne
                  < DateRecep of ReclamationDonne
               move "Accuse anterieur a la reception"
                   to MessageReclamation
           end-if.
           if DateReponse of ReclamationDonne not = 0 and
              DateReponse of ReclamationDonne
                  < DateRecep of ReclamationDonne
               move "Reponse anterieure a la reception"
                   to MessageReclamation
           end-if.
           if DateReponse of ReclamationDonne not = 0 and
              (IssueRecl of ReclamationDonne < 1 or
               IssueRecl of ReclamationDonne > 3)
               move "Issue 1, 2 ou 3 obligatoire avec la reponse"
                   to MessageReclamation
           end-if.
           if MessageReclamation not = spaces
               display T-MessageReclamation
               accept OptionChoisie
               exit paragraph
           end-if.
      *---- Une reponse vaut accuse si l'accuse n'a pas ete trace.
           if DateAccuse of ReclamationDonne = 0
               move DateReponse of ReclamationDonne
                   to DateAccuse of ReclamationDonne
           end-if.
           exec sql
               update Reclamation
                   set RcDateAR = :ReclamationDonne.DateAccuse,
                       RcDateReponse = :ReclamationDonne.DateReponse,
                       RcIssue = :ReclamationDonne.IssueRecl
                   where RcNum = :ReclamationDonne.NRecl
           end-exec.
           exec sql
               commit
           end-exec.
           move "Reclamation mise a jour." to MessageReclamation.
           display T-MessageReclamation.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Liste du jour : reclamations ouvertes dont l'echeance la
      *----- plus proche (accuse s'il manque, sinon reponse) est
      *----- depassee ou tombe dans la fenetre d'alerte, de la plus
      *----- ancienne a la plus recente, archivees dans
      *----- ReclamationsEcheances.csv.
      *-------------------------------------------------------------------------------------
       ListeEcheances.
           perform ListeEcheances-Init.
           perform ListeEcheances-Trt until EoDB=1.
           perform ListeEcheances-Fin.

       ListeEcheances-Init.
           if ModeExecution not = "BATCH"
               display Ecran-Blanc
               display T-EnteteEcheances
           end-if.
           move 4 to NoLigne.
           move 0 to EoDB.
           move 0 to NbrEcheances.
           move 0 to NbrRetards.
           exec sql
               select convert(char(8),
                          dateadd(day,:JoursAlerteAccuse,
                              getdate()),112),
                      convert(char(8),
                          dateadd(day,:JoursAlerteReponse,
                              getdate()),112)
                   into :DateAlerteAccuse,:DateAlerteReponse
           end-exec.
           open output FichierReclamEcheances.
           string
               "Echeance;Delai;Etat;NRecl;NAssur;NSin;QNum;Canal;"
               "Motif;RecueLe;Objet"
               into FichEcheances
           end-string.
           write Enr-FichierReclamEcheances from FichEcheances.
      **** Création du curseur
           exec sql
               Declare Echeances-Cursor cursor for
                   select case when RcDateAR = 0 then RcDateLimAR
                               else RcDateLimRep end,
                          case when RcDateAR = 0 then 'ACCUSE'
                               else 'REPONSE' end,
                          RcNum,RcNAssur,isnull(RcNSin,''),
                          isnull(RcQNum,''),RcCanal,RcMotif,
                          RcDateRecep,RcObjet
                       from Reclamation
                       where RcDateReponse = 0
                         and ((RcDateAR = 0
                               and RcDateLimAR <= :DateAlerteAccuse)
                          or (RcDateAR <> 0
                               and RcDateLimRep <= :DateAlerteReponse))
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = RcNAssur),
                                     '01') = :SocieteSession)
                       order by 1,3
           end-exec.
           exec sql
               open Echeances-Cursor
           end-exec.

       ListeEcheances-Trt.
           exec sql
               fetch Echeances-Cursor into
                   :EcheanceDonne.DateEcheance,
                   :EcheanceDonne.TypeEcheance,
                   :ReclamationDonne.NRecl,:ReclamationDonne.NAssur,
                   :ReclamationDonne.NSin,:ReclamationDonne.NQuit,
                   :ReclamationDonne.CanalRecl,
                   :ReclamationDonne.MotifRecl,
                   :ReclamationDonne.DateRecep,
                   :ReclamationDonne.ObjetRecl
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               add 1 to NbrEcheances
               if DateEcheance of EcheanceDonne < DateCourante
                   move "EN RETARD" to EtatEcheance of EcheanceDonne
                   add 1 to NbrRetards
               else
                   move "A ECHEANCE" to EtatEcheance of EcheanceDonne
               end-if
               perform EnrEcheance
           end-if.

       ListeEcheances-Fin.
           exec sql
               close Echeances-Cursor
           end-exec.
           close FichierReclamEcheances.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           display T-BilanEcheances.
           accept OptionChoisie.

      *----- Affichage et archivage d'une echeance, avec pagination.
       EnrEcheance.
           move spaces to FichEcheances.
           string
               DateEcheance of EcheanceDonne
               ";" TypeEcheance of EcheanceDonne
               ";" EtatEcheance of EcheanceDonne
               ";" NRecl of ReclamationDonne
               ";" NAssur of ReclamationDonne
               ";" NSin of ReclamationDonne
               ";" NQuit of ReclamationDonne
               ";" CanalRecl of ReclamationDonne
               ";" MotifRecl of ReclamationDonne
               ";" DateRecep of ReclamationDonne
               ";" ObjetRecl of ReclamationDonne
               into FichEcheances
           end-string.
           write Enr-FichierReclamEcheances from FichEcheances.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           add 1 to NoLigne.
           display T-AfficheEcheance.
           if NoLigne > 21
               move "S" to OptSuite
               display M-Echeance-Question
               accept OptSuite line 2 col 29
               display Ecran-Blanc
               display T-EnteteEcheances
               move 4 to NoLigne
               evaluate OptSuite
                   when "M" when "m"
                       move "BATCH" to ModeExecution
               end-evaluate
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Statistiques annuelles pour le regulateur : reclamations
      *----- recues dans l'annee, par motif et issue, avec le nombre
      *----- d'accuses et de reponses donnes hors delai (ou toujours
      *----- attendus apres l'echeance), dans ReclamationsAnnuelles.csv.
      *-------------------------------------------------------------------------------------
       StatistiquesAnnuelles.
           display Ecran-Blanc.
           display M-Annee-Statistiques.
           accept AnneeStat line 2 col 35.
           if AnneeStat = 0
               move DateCourante(1:4) to AnneeStat
           end-if.
           compute DateDebutAnnee = AnneeStat * 10000 + 0101.
           compute DateFinAnnee   = AnneeStat * 10000 + 1231.
           move 0 to NbrLignesStat.
           move 0 to EoDB.
           open output FichierReclamStats.
           string
               "Annee;Motif;Issue;NbReclamations;AccusesHorsDelai;"
               "ReponsesHorsDelai"
               into FichStatistiques
           end-string.
           write Enr-FichierReclamStats from FichStatistiques.
           exec sql
               Declare Stats-Cursor cursor for
                   select RcMotif,RcIssue,count(*),
                          sum(case when (RcDateAR = 0
                                         and RcDateLimAR <
                                             :DateCourante)
                                     or RcDateAR > RcDateLimAR
                                   then 1 else 0 end),
                          sum(case when (RcDateReponse = 0
                                         and RcDateLimRep <
                                             :DateCourante)
                                     or RcDateReponse > RcDateLimRep
                                   then 1 else 0 end)
                       from Reclamation
                       where RcDateRecep between :DateDebutAnnee
                                             and :DateFinAnnee
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = RcNAssur),
                                     '01') = :SocieteSession)
                       group by RcMotif,RcIssue
                       order by RcMotif,RcIssue
           end-exec.
           exec sql
               open Stats-Cursor
           end-exec.
           perform StatistiquesAnnuelles-Trt until EoDB=1.
           exec sql
               close Stats-Cursor
           end-exec.
           close FichierReclamStats.
           display T-BilanStatistiques.
           accept OptionChoisie.

       StatistiquesAnnuelles-Trt.
           exec sql
               fetch Stats-Cursor into
                   :StatReclamation.MotifStat,
                   :StatReclamation.IssueStat,
                   :StatReclamation.NbReclStat,
                   :StatReclamation.NbAccuseHorsDelai,
                   :StatReclamation.NbReponseHorsDelai
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               add 1 to NbrLignesStat
               move spaces to FichStatistiques
               string
                   AnneeStat
                   ";" MotifStat of StatReclamation
                   ";" IssueStat of StatReclamation
                   ";" NbReclStat of StatReclamation
                   ";" NbAccuseHorsDelai of StatReclamation
                   ";" NbReponseHorsDelai of StatReclamation
                   into FichStatistiques
               end-string
               write Enr-FichierReclamStats from FichStatistiques
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

      *---- Chargement, une fois par execution, des jours chomes du
      *---- calendrier des jours ouvres.
       ChargeCalendrier.
           if CalendrierCharge = 1
               exit paragraph
           end-if.
           move 1 to CalendrierCharge.
           move 0 to NbrJoursFeries.
           move 0 to EofCalendrier.
           open input FichierJoursFeries.
           perform ChargeCalendrier-Trt until EofCalendrier = 1.
           close FichierJoursFeries.

       ChargeCalendrier-Trt.
           read FichierJoursFeries
               at end
                   move 1 to EofCalendrier
               not at end
                   initialize LigneFerieLue
                   unstring Enr-FichierJoursFeries delimited by ";"
                       into DateFerieLue TypeFerieLu
                   end-unstring
                   if DateFerieLue is numeric and NbrJoursFeries < 400
                       add 1 to NbrJoursFeries
                       move DateFerieLue to DateFerie(NbrJoursFeries)
                       move TypeFerieLu to TypeFerie(NbrJoursFeries)
                   end-if
           end-read.

      *---- Jour de la semaine de DateOuvre : le 01/01/1900 etant un
      *---- lundi, reste de l'ecart en jours par 7.
       JourSemaineCalendrier.
           move 0 to JourSemaineOuvre.
           exec sql
               select datediff(day,'19000101',
                   convert(date,convert(char(8),:DateOuvreN),112)) % 7
                   into :JourSemaineOuvre
           end-exec.

      *---- DateOuvre est-elle ouvree dans le calendrier applique ?
       ControleJourOuvre.
           move 1 to EstOuvre.
           if JourSemaineOuvre > 4
               move 0 to EstOuvre
               exit paragraph
           end-if.
           perform ChercheJourFerie varying IndiceFerie from 1 by 1
               until IndiceFerie > NbrJoursFeries or EstOuvre = 0.

       ChercheJourFerie.
           if DateFerie(IndiceFerie) = DateOuvreN
               and (TypeFerie(IndiceFerie)(1:1) = CalendrierApplique
                 or TypeFerie(IndiceFerie)(2:1) = CalendrierApplique)
               move 0 to EstOuvre
           end-if.

      *---- Passage de DateOuvre au lendemain, jour de la semaine suivi.
       JourCalendaireSuivant.
           add 1 to JourSemaineOuvre.
           if JourSemaineOuvre = 7
               move 0 to JourSemaineOuvre
           end-if.
           evaluate MoisOuvre
               when 4 when 6 when 9 when 11
                   move 30 to NbrJoursMoisOuvre
               when 2
                   divide AnneeOuvre by 4 giving QuotientOuvre
                       remainder ResteOuvre4
                   divide AnneeOuvre by 100 giving QuotientOuvre
                       remainder ResteOuvre100
                   divide AnneeOuvre by 400 giving QuotientOuvre
                       remainder ResteOuvre400
                   if ResteOuvre4 = 0 and
                      (ResteOuvre100 <> 0 or ResteOuvre400 = 0)
                       move 29 to NbrJoursMoisOuvre
                   else
                       move 28 to NbrJoursMoisOuvre
                   end-if
               when other
                   move 31 to NbrJoursMoisOuvre
           end-evaluate.
           add 1 to JourDateOuvre.
           if JourDateOuvre > NbrJoursMoisOuvre
               move 1 to JourDateOuvre
               add 1 to MoisOuvre
               if MoisOuvre > 12
                   move 1 to MoisOuvre
                   add 1 to AnneeOuvre
               end-if
           end-if.

      *---- Report de DateOuvre au premier jour ouvre (elle-meme si elle
      *---- l'est) ; JoursReportes compte les jours ajoutes.
       ReporteJourOuvre.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursReportes.
           perform ControleJourOuvre.
           perform ReporteJourOuvre-Trt until EstOuvre = 1.

       ReporteJourOuvre-Trt.
           perform JourCalendaireSuivant.
           add 1 to JoursReportes.
           perform ControleJourOuvre.

      *---- DateOuvre avancee de JoursOuvresDemandes jours ouvres.
       AjouteJoursOuvres.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursOuvresFaits.
           perform AjouteJoursOuvres-Trt
               until JoursOuvresFaits >= JoursOuvresDemandes.

       AjouteJoursOuvres-Trt.
           perform JourCalendaireSuivant.
           perform ControleJourOuvre.
           if EstOuvre = 1
               add 1 to JoursOuvresFaits
           end-if.

      *---- Nombre de jours ouvres apres DateOuvre jusqu'a DateOuvreFin
      *---- incluse.
       CompteJoursOuvres.
           perform ChargeCalendrier.
           perform JourSemaineCalendrier.
           move 0 to JoursOuvresEcart.
           perform CompteJoursOuvres-Trt
               until DateOuvreN >= DateOuvreFin.

       CompteJoursOuvres-Trt.
           perform JourCalendaireSuivant.
           perform ControleJourOuvre.
           if EstOuvre = 1
               add 1 to JoursOuvresEcart
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Fin du registre des reclamations
      *-------------------------------------------------------------------------------------

       end program ReclamationClient.
