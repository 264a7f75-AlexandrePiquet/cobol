      *---- Victime d'un sinistre corporel encore ouvert, avec le
      *---- compte a rebours de son echeance legale d'offre, calcule
      *---- par la base a partir de la date de survenance et du delai
      *---- de sa gravite. Une echeance tombant un jour chome est
      *---- prorogee au premier jour ouvre suivant.
       01 VictimeDonne.
            10 NSin           sql char-varying(6).
            10 NAssur         sql char-varying(5).
            10 GraviteVictime pic 9.
            10 DateSin        sql char-varying(8).
            10 JoursRestants  pic s9(5) comp-5.
            10 DateEcheanceVi pic 9(8).
       77 JoursRestantsAff pic s9(5).

      *---- Delais legaux en jours, charges depuis DelaisCorporels.csv
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
           perform ChargeDelaisCorporels.
           open output FichierEcheancierCorporel.
           string
               "NSin;NAssur;Victime;Gravite;DateSin;JoursRestants;"
               "Echeance"
               delimited by size into FichEcheancier
           end-string.
           write Enr-FichierEcheancierCorporel from FichEcheancier.
      **** Création du curseur : victimes des sinistres ouverts, compte
                                       then :DelaiGrave
                                       else :DelaiLeger end,
                                  convert(date,
                                      convert(char(8),SDateSin),112))),
                          convert(char(8),
                              dateadd(day,
                                  case when ViGravite >= 3
                                       then :DelaiGrave
                                       else :DelaiLeger end,
                                  convert(date,
                                      convert(char(8),SDateSin),112)),
                              112)
                       from Victime
                       inner join Sinistre on SNSin = ViNSin
                                          and SNAssur = ViNAssur
                   :VictimeDonne.NomVictime,
                   :VictimeDonne.GraviteVictime,
                   :VictimeDonne.DateSin,
                   :VictimeDonne.JoursRestants,
                   :VictimeDonne.DateEcheanceVi
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
      *---- ou est deja depassee.
       EnrEcheanceVictime.
           add 1 to NbrVictimesSuivies of BilanDelais.
           move DateEcheanceVi of VictimeDonne to DateOuvreN.
           perform ReporteJourOuvre.
           move DateOuvreN to DateEcheanceVi of VictimeDonne.
           add JoursReportes to JoursRestants of VictimeDonne.
           move JoursRestants of VictimeDonne to JoursRestantsAff.
           string
               NSin of VictimeDonne
               ";" GraviteVictime of VictimeDonne
               ";" DateSin of VictimeDonne
               ";" JoursRestantsAff
               ";" DateEcheanceVi of VictimeDonne
               into FichEcheancier
           end-string.
           write Enr-FichierEcheancierCorporel from FichEcheancier.
           write Enr-FichierNotifications from FichNotification.
           close FichierNotifications.

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
      *----- Fin des echeances legales corporels
      *-------------------------------------------------------------------------------------
