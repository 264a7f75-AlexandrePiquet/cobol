       program-id. ChargeGestionnaires as
           "StatistiqueSinistresAssures.ChargeGestionnaires".

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

      *---- Dossier ouvert lu par le curseur : gestionnaire, anciennete
      *---- en jours depuis la survenance calculee par la base,
      *---- provision portee et relances d'agenda en retard.
       01 DossierDonne.
            10 GestionDossier  sql char-varying(11).
            10 NSin            sql char-varying(6).
            10 NAssur          sql char-varying(5).
            10 DateSin         sql char-varying(8).
            10 AgeDossier      pic s9(5) comp-5.
            10 ProvDossier     pic 9(8)V99.
            10 RelancesDossier pic 9(4).

      *---- Charge du gestionnaire courant, ventilee par anciennete.
       01 ChargeGestionnaire.
           05 Gestionnaire    pic x(11).
           05 NbOuverts       pic 9(5).
           05 NbMoins30j      pic 9(5).
           05 Nb31a90j        pic 9(5).
           05 Nb91a180j       pic 9(5).
           05 NbPlus180j      pic 9(5).
           05 AgeMaxJours     pic 9(5).
           05 ProvisionPortee pic 9(9)V99.
           05 RelancesRetard  pic 9(5).

       01 FichCharge   pic x(120).
       01 FichDossier  pic x(100).
       77 AgeJours     pic 9(5).
       77 DateCourante pic 9(8).
       77 NbrGestionnaires pic 9(4).

       77 EoDB pic 9.
       77 NoLigne pic 99.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
       77 OptSuite        pic x.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

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

       01 M-Charge-Question
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Page [S]uivante - [M]enu :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Entete du tableau de charge
       01  T-EnteteCharge foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 18 value "Charge des gestionnaires sinistres".
           10 line 3 col 2  value "Gestion.".
           10 line 3 col 14 value "Ouverts".
           10 line 3 col 22 value "<30j".
           10 line 3 col 28 value "31-90".
           10 line 3 col 34 value "91-180".
           10 line 3 col 41 value ">180".
           10 line 3 col 47 value "Provision".
           10 line 3 col 60 value "Relances".

      *---- Tableau d'affichage : un gestionnaire par ligne
       01  T-AfficheCharge foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line NoLigne col 2  from Gestionnaire
               of ChargeGestionnaire.
           10 line NoLigne col 14 from NbOuverts of ChargeGestionnaire
               pic Z(4)9.
           10 line NoLigne col 21 from NbMoins30j of ChargeGestionnaire
               pic Z(4)9.
           10 line NoLigne col 27 from Nb31a90j of ChargeGestionnaire
               pic Z(4)9.
           10 line NoLigne col 34 from Nb91a180j of ChargeGestionnaire
               pic Z(4)9.
           10 line NoLigne col 40 from NbPlus180j of ChargeGestionnaire
               pic Z(4)9.
           10 line NoLigne col 46 from ProvisionPortee
               of ChargeGestionnaire pic Z(8)9,99.
           10 line NoLigne col 61 from RelancesRetard
               of ChargeGestionnaire pic Z(4)9.

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Charge des gestionnaires : pour chaque gestionnaire, les
      *----- dossiers ouverts ventiles par anciennete (30/90/180
      *----- jours), le plus ancien, la provision portee et les
      *----- relances d'agenda en retard (date de relance passee sans
      *----- contact note depuis). Les dossiers sans gestionnaire sont
      *----- regroupes sous NON AFFECTE. Synthese dans
      *----- ChargeGestionnaires.csv, detail des dossiers dans
      *----- DossiersGestionnaires.csv.
      *-------------------------------------------------------------------------------------
       CalculCharge.
           perform CalculCharge-Init.
           perform CalculCharge-Trt until EoDB=1.
           perform CalculCharge-Fin.

       CalculCharge-Init.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
               display Ecran-Blanc
               display T-EnteteCharge
           end-if.
           move 4 to NoLigne.
           move 0 to EoDB.
           move 0 to NbrGestionnaires.
           initialize ChargeGestionnaire.
           accept DateCourante from date yyyymmdd.
           open output FichierChargeGestion.
           string
               "Gestionnaire;Ouverts;Moins30j;J31a90;J91a180;Plus180j;"
               "AgeMax;Provision;RelancesRetard"
               delimited by size into FichCharge
           end-string.
           write Enr-FichierChargeGestion from FichCharge.
           open output FichierDossiersGestion.
           string
               "Gestionnaire;NSin;NAssur;DateSin;AgeJours;Provision;"
               "RelancesRetard"
               delimited by size into FichDossier
           end-string.
           write Enr-FichierDossiersGestion from FichDossier.
      **** Création du curseur : dossiers ouverts, par gestionnaire
      **** puis du plus ancien au plus recent.
           exec sql
               Declare Charge-Cursor cursor for
                   select isnull(nullif(SGestionnaire,''),
                              'NON AFFECTE'),
                          SNSin,SNAssur,SDateSin,
                          datediff(day,convert(date,SDateSin,112),
                              getdate()),
                          isnull(SProvision,0),
                          (select count(*) from Agenda a
                              where a.AgNSin = SNSin
                                and a.AgNAssur = SNAssur
                                and a.AgDateRelance < :DateCourante
                                and not exists
                                    (select 1 from Agenda b
                                        where b.AgNSin = a.AgNSin
                                          and b.AgNAssur = a.AgNAssur
                                          and b.AgDateContact >=
                                              a.AgDateRelance))
                       from Sinistre
                       where SStatut = 0
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by 1,5 desc
           end-exec.
           exec sql
               open Charge-Cursor
           end-exec.
      *--- Premier dossier : il ouvre la ligne du premier gestionnaire
           perform LireDossier.
           if EoDB = 0
               move GestionDossier of DossierDonne
                   to Gestionnaire of ChargeGestionnaire
               perform CumuleDossier
           end-if.

       LireDossier.
           exec sql
               fetch Charge-Cursor into
                   :DossierDonne.GestionDossier,:DossierDonne.NSin,
                   :DossierDonne.NAssur,:DossierDonne.DateSin,
                   :DossierDonne.AgeDossier,:DossierDonne.ProvDossier,
                   :DossierDonne.RelancesDossier
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           end-if.

       CalculCharge-Trt.
           perform LireDossier.
           if EoDB = 1
      *---- Enregistrement de la charge du dernier gestionnaire :
               if NbOuverts of ChargeGestionnaire > 0
                   perform EnrCharge
               end-if
           else
               perform CalChargeGestionnaire
           end-if.

       CalChargeGestionnaire.
           if GestionDossier of DossierDonne
                   = Gestionnaire of ChargeGestionnaire
      **** Même gestionnaire -> on cumule sur la même ligne
               perform CumuleDossier
           else
      *----- Enregistrement de la charge du gestionnaire precedent
               perform EnrCharge
               initialize ChargeGestionnaire
               move GestionDossier of DossierDonne
                   to Gestionnaire of ChargeGestionnaire
               perform CumuleDossier
           end-if.

      *---- Ventilation du dossier courant dans sa tranche d'anciennete
      *---- et ecriture de sa ligne de detail.
       CumuleDossier.
           if AgeDossier of DossierDonne < 0
               move 0 to AgeDossier of DossierDonne
           end-if.
           move AgeDossier of DossierDonne to AgeJours.
           add 1 to NbOuverts of ChargeGestionnaire.
           add ProvDossier of DossierDonne
               to ProvisionPortee of ChargeGestionnaire.
           add RelancesDossier of DossierDonne
               to RelancesRetard of ChargeGestionnaire.
           if AgeDossier of DossierDonne > AgeMaxJours
                   of ChargeGestionnaire
               move AgeDossier of DossierDonne
                   to AgeMaxJours of ChargeGestionnaire
           end-if.
           if AgeDossier of DossierDonne <= 30
               add 1 to NbMoins30j of ChargeGestionnaire
           else
               if AgeDossier of DossierDonne <= 90
                   add 1 to Nb31a90j of ChargeGestionnaire
               else
                   if AgeDossier of DossierDonne <= 180
                       add 1 to Nb91a180j of ChargeGestionnaire
                   else
                       add 1 to NbPlus180j of ChargeGestionnaire
                   end-if
               end-if
           end-if.
           move spaces to FichDossier.
           string
               GestionDossier of DossierDonne
               ";" NSin of DossierDonne
               ";" NAssur of DossierDonne
               ";" DateSin of DossierDonne
               ";" AgeJours
               ";" ProvDossier of DossierDonne
               ";" RelancesDossier of DossierDonne
               into FichDossier
           end-string.
           write Enr-FichierDossiersGestion from FichDossier.

      *----- Affichage et archivage de la charge d'un gestionnaire, avec
      *----- pagination.
       EnrCharge.
           add 1 to NbrGestionnaires.
           move spaces to FichCharge.
           string
               Gestionnaire of ChargeGestionnaire
               ";" NbOuverts of ChargeGestionnaire
               ";" NbMoins30j of ChargeGestionnaire
               ";" Nb31a90j of ChargeGestionnaire
               ";" Nb91a180j of ChargeGestionnaire
               ";" NbPlus180j of ChargeGestionnaire
               ";" AgeMaxJours of ChargeGestionnaire
               ";" ProvisionPortee of ChargeGestionnaire
               ";" RelancesRetard of ChargeGestionnaire
               into FichCharge
           end-string.
           write Enr-FichierChargeGestion from FichCharge.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           add 1 to NoLigne.
           display T-AfficheCharge.
           if NoLigne > 22
               move "S" to OptSuite
               display M-Charge-Question
               accept OptSuite line 2 col 29
               display Ecran-Blanc
               display T-EnteteCharge
               move 4 to NoLigne
               evaluate OptSuite
                   when "M" when "m"
                       move "BATCH" to ModeExecution
               end-evaluate
           end-if.

       CalculCharge-Fin.
           exec sql
               close Charge-Cursor
           end-exec.
           close FichierChargeGestion.
           close FichierDossiersGestion.
           if ModeExecution = "BATCH"
               goback
           end-if.
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
      *----- Fin de la charge des gestionnaires
      *-------------------------------------------------------------------------------------

       end program ChargeGestionnaires.
