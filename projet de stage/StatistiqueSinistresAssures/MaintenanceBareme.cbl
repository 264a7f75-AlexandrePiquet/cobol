           05 NouvDevise pic x(3).
           05 NouvTaux   pic 9(3)V9999.

      *---- Calendrier des jours ouvres (JoursFeries.csv) : jours chomes
      *---- hors week-end, AAAAMMJJ;type;libelle, type F jour ferie
      *---- legal, T fermeture TARGET2, FT les deux. Charge puis reecrit
      *---- en bloc, dans l'ordre des dates.
       01 TableCalendrier.
           05 JourCalendrier occurs 400 times.
               10 DateJourCal pic 9(8).
               10 TypeJourCal pic x(2).
               10 LibJourCal  pic x(30).
       77 NbrJoursCal     pic 9(3).
       77 IndiceJourCal   pic 9(3).
       77 RangJourCal     pic 9(3).
       77 JourCalTrouve   pic 9(3).
       01 LigneCalendrierLue.
           05 DateJourLue pic x(8).
           05 TypeJourLu  pic x(2).
           05 LibJourLu   pic x(30).
       01 SaisieJourFerie.
           05 ActionJourFerie pic x.
           05 NouvDateFerie   pic 9(8).
           05 NouvTypeFerie   pic x(2).
           05 NouvLibFerie    pic x(30).
       77 JourSemaineFerie pic 9.

       01 DateSinistre.
           10 Annee Pic 9(4).
           10 Mois Pic 99.
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " montant 3=Taux de change 4=Calendrier"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 4 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

           10 line 14 col 2 value "Devise (3 lettres)    :".
           10 line 15 col 2 value "Taux vers EUR x 10000 :".

       01 T-SaisieJourFerie foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 14 col 2 value "A=Ajout S=Suppression :".
           10 line 15 col 2 value "Date (AAAAMMJJ)       :".
           10 line 16 col 2 value "Type (F, T ou FT)     :".
           10 line 17 col 2 value "Libelle               :".

       01 T-BaremeRefuse foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 21 col 2 value "Saisie refusee :".
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixBareme.
           accept TypeTrt line 4 col 14.
           evaluate TypeTrt
               when 1
                   perform MaintenanceTranchesAge
                   perform MaintenanceTranchesMontant
               when 3
                   perform MaintenanceTauxChange
               when 4
                   perform MaintenanceCalendrier
               when other
                   continue
           end-evaluate.
           end-string.
           write Enr-FichierTauxChange from LigneSeuils.

      *-------------------------------------------------------------------------------------
      *----- Calendrier des jours ouvres : liste des jours chomes a
      *----- venir, puis ajout (ou correction) ou suppression d'un
      *----- jour ; le fichier est reecrit en bloc, trie par date. Le
      *----- calendrier sert aux dates de prelevement et aux delais
      *----- comptes en jours ouvres.
      *-------------------------------------------------------------------------------------
       MaintenanceCalendrier.
           display Ecran-Blanc.
           display T-EnteteListeBareme.
           move 2 to NoLigne.
           move 0 to NbrJoursCal.
           move 0 to EofImport.
           open input FichierJoursFeries.
           perform ListeCalendrier-Trt until EofImport = 1.
           close FichierJoursFeries.
           perform SaisieCalendrier.
           if SaisieValide = 1
               perform RangeJourFerie
               open output FichierJoursFeries
               perform EcritJourFerie
                   varying IndiceJourCal from 1 by 1
                   until IndiceJourCal > NbrJoursCal
               close FichierJoursFeries
               move "CALENDRIER" to TypeBarFic of LigneJournalBareme
               perform TraceJournalBareme
               display T-BaremeEnregistre
           else
               display T-BaremeRefuse
           end-if.
           accept OptionChoisie.

       ListeCalendrier-Trt.
           read FichierJoursFeries
               at end
                   move 1 to EofImport
               not at end
                   initialize LigneCalendrierLue
                   unstring Enr-FichierJoursFeries delimited by ";"
                       into DateJourLue TypeJourLu LibJourLu
                   end-unstring
                   if DateJourLue is numeric and NbrJoursCal < 400
                       add 1 to NbrJoursCal
                       move DateJourLue to DateJourCal(NbrJoursCal)
                       move TypeJourLu to TypeJourCal(NbrJoursCal)
                       move LibJourLu to LibJourCal(NbrJoursCal)
                       if DateJourCal(NbrJoursCal) >= DateCourante
                           move Enr-FichierJoursFeries to LigneSeuils
                           perform AfficheLigneBareme
                       end-if
                   end-if
           end-read.

      *---- Saisie d'un jour chome : date calendaire hors week-end (deja
      *---- chome), type F, T ou FT ; la suppression porte sur un jour
      *---- present au calendrier.
       SaisieCalendrier.
           move 1 to SaisieValide.
           move spaces to MsgControle.
           initialize SaisieJourFerie.
           display T-SaisieJourFerie.
           accept ActionJourFerie of SaisieJourFerie line 14 col 26.
           accept NouvDateFerie of SaisieJourFerie line 15 col 26.
           inspect ActionJourFerie of SaisieJourFerie converting
               "as" to "AS".
           if ActionJourFerie of SaisieJourFerie not = "A"
               and ActionJourFerie of SaisieJourFerie not = "S"
               move 0 to SaisieValide
               move "Action A ou S attendue" to MsgControle
               exit paragraph
           end-if.
           move 0 to JourCalTrouve.
           perform ChercheJourCalendrier
               varying IndiceJourCal from 1 by 1
               until IndiceJourCal > NbrJoursCal.
           if ActionJourFerie of SaisieJourFerie = "S"
               if JourCalTrouve = 0
                   move 0 to SaisieValide
                   move "Jour absent du calendrier" to MsgControle
               end-if
               exit paragraph
           end-if.
           accept NouvTypeFerie of SaisieJourFerie line 16 col 26.
           accept NouvLibFerie of SaisieJourFerie line 17 col 26.
           inspect NouvTypeFerie of SaisieJourFerie converting
               "ft" to "FT".
           if NouvTypeFerie of SaisieJourFerie = "TF"
               move "FT" to NouvTypeFerie of SaisieJourFerie
           end-if.
           move NouvDateFerie of SaisieJourFerie to DateSinistre.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               move 0 to SaisieValide
               move "Date invalide" to MsgControle
               exit paragraph
           end-if.
           if NouvTypeFerie of SaisieJourFerie not = "F"
               and NouvTypeFerie of SaisieJourFerie not = "T"
               and NouvTypeFerie of SaisieJourFerie not = "FT"
               move 0 to SaisieValide
               move "Type F, T ou FT attendu" to MsgControle
               exit paragraph
           end-if.
      *---- Le 01/01/1900 etant un lundi, reste de l'ecart en jours
      *---- par 7 : 5 et 6 sont le samedi et le dimanche.
           move 0 to JourSemaineFerie.
           exec sql
               select datediff(day,'19000101',
                   convert(date,convert(char(8),
                       :SaisieJourFerie.NouvDateFerie),112)) % 7
                   into :JourSemaineFerie
           end-exec.
           if JourSemaineFerie > 4
               move 0 to SaisieValide
               move "Samedi ou dimanche, deja chome" to MsgControle
               exit paragraph
           end-if.
           if JourCalTrouve = 0 and NbrJoursCal >= 400
               move 0 to SaisieValide
               move "Calendrier plein" to MsgControle
           end-if.

       ChercheJourCalendrier.
           if DateJourCal(IndiceJourCal)
                   = NouvDateFerie of SaisieJourFerie
               move IndiceJourCal to JourCalTrouve
           end-if.

      *---- Mise a jour de la table : correction sur place d'un jour
      *---- present, insertion a son rang de date d'un jour nouveau,
      *---- suppression par decalage des jours suivants.
       RangeJourFerie.
           if ActionJourFerie of SaisieJourFerie = "S"
               perform DecaleJourVersHaut
                   varying IndiceJourCal from JourCalTrouve by 1
                   until IndiceJourCal >= NbrJoursCal
               subtract 1 from NbrJoursCal
               exit paragraph
           end-if.
           if JourCalTrouve = 0
               move 1 to RangJourCal
               perform ChercheRangJourCal
                   varying IndiceJourCal from 1 by 1
                   until IndiceJourCal > NbrJoursCal
               add 1 to NbrJoursCal
               perform DecaleJourVersBas
                   varying IndiceJourCal from NbrJoursCal by -1
                   until IndiceJourCal <= RangJourCal
               move RangJourCal to JourCalTrouve
           end-if.
           move NouvDateFerie of SaisieJourFerie
               to DateJourCal(JourCalTrouve).
           move NouvTypeFerie of SaisieJourFerie
               to TypeJourCal(JourCalTrouve).
           move NouvLibFerie of SaisieJourFerie
               to LibJourCal(JourCalTrouve).

       ChercheRangJourCal.
           if DateJourCal(IndiceJourCal)
                   < NouvDateFerie of SaisieJourFerie
               compute RangJourCal = IndiceJourCal + 1
           end-if.

       DecaleJourVersHaut.
           move JourCalendrier(IndiceJourCal + 1)
               to JourCalendrier(IndiceJourCal).

       DecaleJourVersBas.
           move JourCalendrier(IndiceJourCal - 1)
               to JourCalendrier(IndiceJourCal).

       EcritJourFerie.
           move spaces to LigneSeuils.
           string
               DateJourCal(IndiceJourCal)
               ";" TypeJourCal(IndiceJourCal) delimited by " "
               ";" LibJourCal(IndiceJourCal) delimited by "  "
               into LigneSeuils
           end-string.
           write Enr-FichierJoursFeries from LigneSeuils.

      *---- Trace d'audit d'une maintenance de bareme.
       TraceJournalBareme.
           open output FichierJournalBaremes.
