            10 MontRestant  pic 9(8)V99.
            10 JoursRetard  pic s9(5) comp-5.
            10 NivRelance   pic 9.
            10 DateEchQuit  pic 9(8).

      *---- Bareme de relance : delais en jours de retard au-dela
      *---- desquels chaque niveau est atteint (1 = rappel, 2 = mise en
      *---- charges depuis le fichier DelaisRelance.csv
      *---- (niveau1;niveau2;niveau3, en jours), comme le bareme des
      *---- cotisations ; les valeurs d'origine servent de secours si le
      *---- fichier est vide. Une 4e colonne facultative donne l'unite
      *---- des delais : O jours ouvres (calendrier des jours ouvres),
      *---- toute autre valeur jours calendaires.
       77 DelaiNiveau1 pic 9(3) value 15.
       77 DelaiNiveau2 pic 9(3) value 45.
       77 DelaiNiveau3 pic 9(3) value 75.
           05 DelaiLu1 pic 9(3).
           05 DelaiLu2 pic 9(3).
           05 DelaiLu3 pic 9(3).
           05 UniteLue pic x.
       77 UniteDelais  pic x value "C".
       77 EofImport    pic 9.

       77 NiveauCible     pic 9.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

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
           open output FichierLettresRelance.
      **** Création du curseur : quittances non soldees et echues, avec
      **** le retard en jours calcule par la base et l'adresse de
      **** l'assure pour la lettre. Un assure decede n'est plus relance
      **** (dossier de succession suivi par SuccessionAssure).
           exec sql
               Declare Relance-Cursor cursor for
                   select QNum,QMontant - QMontantRegle,
                              convert(date,
                                  convert(char(8),QDateEcheance),112),
                              getdate()),
                          QNivRelance,QDateEcheance,
                          AAssur,ANom,APrenom,AAdresse,ACodePost,
                          AVille,isnull(ANpai,0)
                       from Quittance
                       inner join Assure on AAssur = QAssur
                       where QStatut < 2
                         and isnull(ADeces,0) = 0
                         and datediff(day,
                              convert(date,
                                  convert(char(8),QDateEcheance),112),
                       DelaiLu1
                       DelaiLu2
                       DelaiLu3
                       UniteLue
                   end-unstring
                   if DelaiLu1 > 0
                       and DelaiLu2 > DelaiLu1
                       move DelaiLu2 to DelaiNiveau2
                       move DelaiLu3 to DelaiNiveau3
                   end-if
                   if UniteLue = "O" or UniteLue = "o"
                       move "O" to UniteDelais
                   end-if
           end-read.
           close FichierDelaisRelance.

                   :QuittanceDonne.MontRestant,
                   :QuittanceDonne.JoursRetard,
                   :QuittanceDonne.NivRelance,
                   :QuittanceDonne.DateEchQuit,
                   :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                   :Assure.A-Adresse,:Assure.A-CodePost,
                   :Assure.A-Ville,:Assure.A-Npai
      *---- niveau, jamais deux fois au meme niveau.
       TraiteRelance.
           move 0 to NiveauCible.
      *---- Delais en jours ouvres : le retard est recompte sur le
      *---- calendrier, de l'echeance (exclue) a ce jour.
           if UniteDelais = "O"
               move DateEchQuit of QuittanceDonne to DateOuvreN
               move DateCourante to DateOuvreFin
               perform CompteJoursOuvres
               move JoursOuvresEcart to JoursRetard of QuittanceDonne
           end-if.
           if JoursRetard of QuittanceDonne >= DelaiNiveau3
               move 3 to NiveauCible
           else
           accept OptionChoisie.
           goback.

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
      *----- Fin du train de relances des impayes
      *-------------------------------------------------------------------------------------
