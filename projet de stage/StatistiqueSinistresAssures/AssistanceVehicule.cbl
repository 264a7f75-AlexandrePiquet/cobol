       program-id. AssistanceVehicule as
           "StatistiqueSinistresAssures.AssistanceVehicule".

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

      *---- Intervention facturee par le partenaire d'assistance
      *---- (InterventionsAssistance.csv : reference;date AAAAMMJJ;
      *---- NImma;NAssur;type PAN depannage, REM remorquage ou RAP
      *---- rapatriement;accident O/N;cout en centimes).
       01 InterventionDonne.
            10 RefIntervention sql char-varying(12).
            10 DateIntervention sql char-varying(8).
            10 NImma           sql char-varying(9).
            10 NAssur          sql char-varying(5).
            10 TypeIntervention sql char-varying(3).
            10 AccidentIntervention sql char-varying(1).
            10 CoutLu          pic x(10).
            10 CoutIntervention pic 9(8)V99.
            10 NSinRattache    sql char-varying(6).
       77 LgCoutLu       pic 99.
       77 CoutCentimes   pic 9(10).
       77 DateInterventionNum pic 9(8).

      *---- Code de la garantie assistance sur la table Garantie.
       77 CodeGarantieAssistance pic 9 value 5.

      *---- Couverture du vehicule a la date de l'intervention, d'apres
      *---- l'historique des mouvements, comme au controle des sinistres
      *---- de Program1.
       77 DateEntreeCouv sql char-varying(8).
       77 DateSortieCouv sql char-varying(8).
       77 NbVehiculeAssure pic 9(4).

      *---- Statut de l'intervention : A acceptee (cout comptabilise),
      *---- L en litige (a retourner avec la facture).
       77 StatutIntervention pic x.
       77 NbExistant      pic 9(4).
       77 LigneRejetee    pic 9.
       77 MotifRejet      pic x(40).
       77 ErreurImport    pic 9.

      *---- Controle calendaire d'une date AAAAMMJJ.
       01 DateControle.
           05 Annee pic 9(4).
           05 Mois  pic 99.
           05 Jour  pic 99.
       77 DateCalendrierValide  pic 9.
       77 NbrJoursDuMois        pic 99.
       77 AnneeBissextileQuotient pic 9(4).
       77 AnneeBissextileReste4   pic 99.
       77 AnneeBissextileReste100 pic 99.
       77 AnneeBissextileReste400 pic 99.

      *---- Delai admis entre l'accident et l'intervention qui le suit
      *---- (remorquage le lendemain, rapatriement differe).
       77 DelaiAccidentJours pic 9 value 3.

       01 BilanAssistance.
           05 NbrLues          pic 9(5).
           05 NbrAcceptees     pic 9(5).
           05 NbrLitiges       pic 9(5).
           05 NbrRattachees    pic 9(5).
           05 TotalFacture     pic 9(8)V99.
           05 TotalAccepte     pic 9(8)V99.
           05 TotalLitige      pic 9(8)V99.
       01 FichLitige pic x(200).

       01 DateCourante     pic 9(8).

       77 EofImport pic 9.
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

      *---- Bilan du controle de la facture
       01  T-BilanAssistance foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Interventions d'assistance".
           05 line 3 col 2  value "Interventions facturees".
           05 line 3 col 30 from NbrLues of BilanAssistance
               pic Z(4)9.
           05 line 3 col 40 from TotalFacture of BilanAssistance
               pic Z(6)9,99.
           05 line 4 col 2  value "Acceptees".
           05 line 4 col 30 from NbrAcceptees of BilanAssistance
               pic Z(4)9.
           05 line 4 col 40 from TotalAccepte of BilanAssistance
               pic Z(6)9,99.
           05 line 5 col 2  value "En litige".
           05 line 5 col 30 from NbrLitiges of BilanAssistance
               pic Z(4)9.
           05 line 5 col 40 from TotalLitige of BilanAssistance
               pic Z(6)9,99.
           05 line 6 col 2  value "Rattachees a un sinistre".
           05 line 6 col 30 from NbrRattachees of BilanAssistance
               pic Z(4)9.
           05 line 8 col 2  value "Litiges dans LitigesAssistance.csv".
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Controle de la facture mensuelle du partenaire
      *----- d'assistance : chaque intervention (depannage, remorquage,
      *----- rapatriement) est rapprochee du vehicule et de l'assure,
      *----- qui doit etre couvert a la date de l'intervention et
      *----- detenir la garantie assistance (code 5). Le cout accepte
      *----- est enregistre (journalise par JournalComptable) et, en
      *----- cas d'accident, rattache au sinistre du vehicule ; les
      *----- interventions a ne pas payer partent avec leur motif dans
      *----- LitigesAssistance.csv, a retourner avec la facture.
      *-------------------------------------------------------------------------------------
       ControleAssistance.
           perform ControleAssistance-Init.
           perform ControleAssistance-Trt until EofImport = 1.
           perform ControleAssistance-Fin.

       ControleAssistance-Init.
           accept DateCourante from date yyyymmdd.
           initialize BilanAssistance.
           move 0 to ErreurImport.
           move 0 to EofImport.
           open input FichierInterventionsAssistance.
           open output FichierLitigesAssistance.
           move spaces to FichLitige.
           string
               "Reference;Date;NImma;NAssur;Type;Accident;Cout;Motif"
               into FichLitige
           end-string.
           write Enr-FichierLitigesAssistance from FichLitige.

       ControleAssistance-Trt.
           read FichierInterventionsAssistance
               at end
                   move 1 to EofImport
               not at end
                   perform TrtIntervention
           end-read.

       ControleAssistance-Fin.
           close FichierInterventionsAssistance.
           close FichierLitigesAssistance.
           perform RattacheSinistresEnAttente.
           if ErreurImport = 1
               exec sql
                   rollback
               end-exec
           else
               exec sql
                   commit
               end-exec
           end-if.
           display Ecran-Blanc.
           display T-BilanAssistance.
           accept OptionChoisie.
           goback.

       TrtIntervention.
           initialize InterventionDonne.
           move 0 to LgCoutLu.
           unstring Enr-FichierInterventionsAssistance
                   delimited by ";" into
               RefIntervention of InterventionDonne
               DateIntervention of InterventionDonne
               NImma of InterventionDonne
               NAssur of InterventionDonne
               TypeIntervention of InterventionDonne
               AccidentIntervention of InterventionDonne
               CoutLu of InterventionDonne count in LgCoutLu
           end-unstring.
           inspect AccidentIntervention of InterventionDonne
               converting "on" to "ON".
           add 1 to NbrLues of BilanAssistance.
           perform ValideIntervention.
           if LigneRejetee = 0
               and AccidentIntervention of InterventionDonne = "O"
               perform ChercheSinistreAccident
           end-if.
           if LigneRejetee = 1
               move "L" to StatutIntervention
               add 1 to NbrLitiges of BilanAssistance
               add CoutIntervention of InterventionDonne
                   to TotalLitige of BilanAssistance
               perform EnrLitige
           else
               move "A" to StatutIntervention
               move spaces to MotifRejet
               add 1 to NbrAcceptees of BilanAssistance
               add CoutIntervention of InterventionDonne
                   to TotalAccepte of BilanAssistance
           end-if.
      *---- Une intervention deja facturee n'est pas enregistree deux
      *---- fois : seul le litige la signale.
           if NbExistant = 0
               and RefIntervention of InterventionDonne not = spaces
               perform EnrIntervention
           end-if.

      *---- Controles : reference, cout, date, type, vehicule de
      *---- l'assure, couverture a la date et garantie assistance.
       ValideIntervention.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           move 0 to NbExistant.
           if LgCoutLu > 0 and LgCoutLu < 11
               if CoutLu of InterventionDonne (1:LgCoutLu) is numeric
                   move CoutLu of InterventionDonne (1:LgCoutLu)
                       to CoutCentimes
                   compute CoutIntervention of InterventionDonne =
                       CoutCentimes / 100
               end-if
           end-if.
           add CoutIntervention of InterventionDonne
               to TotalFacture of BilanAssistance.
           if RefIntervention of InterventionDonne = spaces
               move 1 to LigneRejetee
               move "Reference manquante" to MotifRejet
               exit paragraph
           end-if.
           exec sql
               select count(*) into :NbExistant
                   from InterventionAssistance
                   where IaRef = :InterventionDonne.RefIntervention
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Intervention deja facturee" to MotifRejet
               exit paragraph
           end-if.
           if CoutIntervention of InterventionDonne = 0
               move 1 to LigneRejetee
               move "Cout invalide" to MotifRejet
               exit paragraph
           end-if.
           if DateIntervention of InterventionDonne is not numeric
               move 1 to LigneRejetee
               move "Date d'intervention invalide" to MotifRejet
               exit paragraph
           end-if.
           move DateIntervention of InterventionDonne
               to DateInterventionNum.
           move DateInterventionNum to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DateInterventionNum > DateCourante
               move 1 to LigneRejetee
               move "Date d'intervention invalide" to MotifRejet
               exit paragraph
           end-if.
           if TypeIntervention of InterventionDonne not = "PAN"
               and TypeIntervention of InterventionDonne not = "REM"
               and TypeIntervention of InterventionDonne not = "RAP"
               move 1 to LigneRejetee
               move "Type d'intervention inconnu" to MotifRejet
               exit paragraph
           end-if.
           perform ControleCouvertureAssistance.
           if LigneRejetee = 1
               exit paragraph
           end-if.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Garantie
                   where GAssur = :InterventionDonne.NAssur
                     and GImma = :InterventionDonne.NImma
                     and GCode = :CodeGarantieAssistance
           end-exec.
           if NbVehiculeAssure = 0
               move 1 to LigneRejetee
               move "Garantie assistance non souscrite" to MotifRejet
           end-if.

      *---- Le vehicule etait-il couvert au nom de l'assure le jour de
      *---- l'intervention ? Derniere entree ('A' de l'assure ou 'T'
      *---- dont il est le repreneur) au plus tard ce jour, sans sortie
      *---- ('R' ou 'T' cede) posee depuis et avant ce jour ; sans
      *---- mouvement d'entree, la table Vehicule fait foi.
       ControleCouvertureAssistance.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Vehicule
                   where VAssur = :InterventionDonne.NAssur
                     and VImma = :InterventionDonne.NImma
           end-exec.
           if NbVehiculeAssure = 0
               move 1 to LigneRejetee
               move "Vehicule inconnu pour cet assure" to MotifRejet
               exit paragraph
           end-if.
           move spaces to DateEntreeCouv.
           exec sql
               select isnull(max(MDate),' ') into :DateEntreeCouv
                   from Mouvement
                   where MImma = :InterventionDonne.NImma
                     and MDate <= :InterventionDonne.DateIntervention
                     and ((MAssur = :InterventionDonne.NAssur
                           and MCodeMouv = 'A')
                       or (MModele = :InterventionDonne.NAssur
                           and MCodeMouv = 'T'))
           end-exec.
           if SQLCODE not = 0
               move spaces to DateEntreeCouv
           end-if.
           move spaces to DateSortieCouv.
           exec sql
               select isnull(max(MDate),' ') into :DateSortieCouv
                   from Mouvement
                   where MImma = :InterventionDonne.NImma
                     and MAssur = :InterventionDonne.NAssur
                     and MDate < :InterventionDonne.DateIntervention
                     and MCodeMouv in ('R','T')
           end-exec.
           if SQLCODE not = 0
               move spaces to DateSortieCouv
           end-if.
           if DateEntreeCouv not = spaces
               if DateSortieCouv not = spaces
                   and DateSortieCouv > DateEntreeCouv
                   move 1 to LigneRejetee
                   move "Vehicule sorti du parc a cette date"
                       to MotifRejet
               end-if
               exit paragraph
           end-if.
      *---- Aucune entree au plus tard ce jour.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Mouvement
                   where MImma = :InterventionDonne.NImma
                     and MDate > :InterventionDonne.DateIntervention
                     and ((MAssur = :InterventionDonne.NAssur
                           and MCodeMouv = 'A')
                       or (MModele = :InterventionDonne.NAssur
                           and MCodeMouv = 'T'))
           end-exec.
           if NbVehiculeAssure > 0
               move 1 to LigneRejetee
               move "Vehicule entre au parc apres cette date"
                   to MotifRejet
               exit paragraph
           end-if.
           if DateSortieCouv not = spaces
               move 1 to LigneRejetee
               move "Vehicule sorti du parc a cette date"
                   to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbVehiculeAssure.
           exec sql
               select count(*) into :NbVehiculeAssure
                   from Vehicule
                   where VAssur = :InterventionDonne.NAssur
                     and VImma = :InterventionDonne.NImma
                     and VActif = 0
                     and DateModif < :InterventionDonne.DateIntervention
           end-exec.
           if NbVehiculeAssure > 0
               move 1 to LigneRejetee
               move "Vehicule sorti du parc a cette date"
                   to MotifRejet
           end-if.

      *---- Accident : sinistre du vehicule et de l'assure survenu le
      *---- jour de l'intervention ou dans les jours qui la precedent.
      *---- Un accident pas encore declare reste a rattacher.
       ChercheSinistreAccident.
           move spaces to NSinRattache of InterventionDonne.
           exec sql
               select isnull(max(SNSin),' ')
                   into :InterventionDonne.NSinRattache
                   from Sinistre
                   where SNAssur = :InterventionDonne.NAssur
                     and SNImma = :InterventionDonne.NImma
                     and SDateSin <= :InterventionDonne.DateIntervention
                     and datediff(day,convert(date,SDateSin,112),
                             convert(date,
                                 :InterventionDonne.DateIntervention,
                                 112)) <= :DelaiAccidentJours
           end-exec.
           if SQLCODE not = 0
               move spaces to NSinRattache of InterventionDonne
           end-if.
           if NSinRattache of InterventionDonne not = spaces
               add 1 to NbrRattachees of BilanAssistance
           end-if.

       EnrIntervention.
           exec sql
                INSERT INTO InterventionAssistance
                    (IaRef,IaDate,IaImma,IaAssur,IaType,IaAccident,
                     IaCout,IaNSin,IaStatut,IaMotif,IaDateImport)
                VALUES
                    (:InterventionDonne.RefIntervention,
                     :InterventionDonne.DateIntervention,
                     :InterventionDonne.NImma,
                     :InterventionDonne.NAssur,
                     :InterventionDonne.TypeIntervention,
                     :InterventionDonne.AccidentIntervention,
                     :InterventionDonne.CoutIntervention,
                     :InterventionDonne.NSinRattache,
                     :StatutIntervention,:MotifRejet,:DateCourante)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImport
           end-if.

       EnrLitige.
           move spaces to FichLitige.
           string
               RefIntervention of InterventionDonne
               ";" DateIntervention of InterventionDonne
               ";" NImma of InterventionDonne
               ";" NAssur of InterventionDonne
               ";" TypeIntervention of InterventionDonne
               ";" AccidentIntervention of InterventionDonne
               ";" CoutIntervention of InterventionDonne
               ";" MotifRejet
               into FichLitige
           end-string.
           write Enr-FichierLitigesAssistance from FichLitige.

      *---- Interventions acceptees sur accident encore sans sinistre :
      *---- rattachees des que le sinistre est declare.
       RattacheSinistresEnAttente.
           exec sql
               update InterventionAssistance
                   set IaNSin =
                       isnull((select max(SNSin) from Sinistre
                           where SNAssur = IaAssur
                             and SNImma = IaImma
                             and SDateSin <= IaDate
                             and datediff(day,
                                     convert(date,SDateSin,112),
                                     convert(date,IaDate,112))
                                 <= :DelaiAccidentJours),' ')
                   where IaStatut = 'A'
                     and IaAccident = 'O'
                     and IaNSin = ' '
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImport
           end-if.

      *---- Controle qu'une date AAAAMMJJ est calendaire.
       ControleDateCalendrier.
           move 1 to DateCalendrierValide.
           if Mois of DateControle < 1 or Mois of DateControle > 12
               move 0 to DateCalendrierValide
           else
               evaluate Mois of DateControle
                   when 4 when 6 when 9 when 11
                       move 30 to NbrJoursDuMois
                   when 2
                       divide Annee of DateControle by 4
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste4
                       divide Annee of DateControle by 100
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste100
                       divide Annee of DateControle by 400
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste400
                       if AnneeBissextileReste4 = 0 and
                          (AnneeBissextileReste100 <> 0 or
                           AnneeBissextileReste400 = 0)
                           move 29 to NbrJoursDuMois
                       else
                           move 28 to NbrJoursDuMois
                       end-if
                   when other
                       move 31 to NbrJoursDuMois
               end-evaluate
               if Jour of DateControle < 1 or
                  Jour of DateControle > NbrJoursDuMois
                   move 0 to DateCalendrierValide
               end-if
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Fin du controle des interventions d'assistance
      *-------------------------------------------------------------------------------------

       end program AssistanceVehicule.
