       program-id. VehiculeRemplacement as
           "StatistiqueSinistresAssures.VehiculeRemplacement".

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

      *---- Location d'un vehicule de remplacement sur un sinistre
      *---- (table LocationRemplacement, une par sinistre) : loueur,
      *---- periode, tarif journalier convenu, plafond de jours repris
      *---- de la garantie du vehicule et traitement des jours au-dela
      *---- du plafond (R = rejetes au loueur, A = factures a l'assure).
       01 LocationDonne.
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 Loueur        sql char-varying(20).
            10 DateDebut     pic 9(8).
            10 DateFin       pic 9(8).
            10 TarifJour     pic 9(4)V99.
            10 JoursMax      pic 999.
            10 Depassement   pic x.
            10 JoursFactures pic 9(4).
            10 CoutSinistre  pic 9(8)V99.
            10 CoutAssure    pic 9(8)V99.

      *---- Sinistre auquel la location est rattachee.
       01 SinistreDonne.
            10 TypeSin       sql char(1).
            10 NImma         sql char-varying(9).
            10 StatutSin     pic 9.
       77 NbLocationExistante pic 9(4).
       77 DureePrevue      pic 9(4).

      *---- Facture du loueur (FacturesLocation.csv : reference;loueur;
      *---- NSin;NAssur;date debut AAAAMMJJ;date fin AAAAMMJJ;montant
      *---- en centimes).
       01 FactureDonne.
            10 RefFacture    sql char-varying(15).
            10 LoueurFacture sql char-varying(20).
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 DebutLu       pic x(8).
            10 FinLu         pic x(8).
            10 MontantLu     pic x(10).
            10 DebutFacture  pic 9(8).
            10 FinFacture    pic 9(8).
            10 MontFacture   pic 9(8)V99.
            10 JoursFacture  pic 9(4).
            10 JoursCouverts pic 9(4).
            10 PartSinistre  pic 9(8)V99.
            10 PartExces     pic 9(8)V99.
            10 TraitementExces pic x.
       77 LgMontantLu      pic 99.
       77 MontantCentimes  pic 9(10).
       77 MontantAttendu   pic 9(8)V99.
       77 JoursRestants    pic s9(4).
       77 NbExistant       pic 9(4).
       77 LigneRejetee     pic 9.
       77 MotifRejet       pic x(40).
       77 ErreurImport     pic 9.

      *---- Quittance des jours au-dela du plafond a la charge de
      *---- l'assure : numero = periode + 'L' + assure + rang, pour
      *---- rejoindre le circuit normal des encaissements, arrieres et
      *---- relances, comme la quittance de franchise.
       01 QuittanceLocation.
           05 NumQuittance  sql char-varying(12).
           05 DateEmission  pic 9(8).
           05 DateEcheance  pic 9(8).
           05 DateEcheanceRed redefines DateEcheance.
               10 EcheanceAnnee pic 9(4).
               10 EcheanceMois  pic 99.
               10 EcheanceJour  pic 99.
       77 RangLocation     pic 9.
       77 NbLocationsFacturees pic 9(4).

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

       01 BilanLocation.
           05 NbrLues          pic 9(5).
           05 NbrAcceptees     pic 9(5).
           05 NbrRejetees      pic 9(5).
           05 NbrExces         pic 9(5).
           05 TotalFacture     pic 9(8)V99.
           05 TotalSinistre    pic 9(8)V99.
           05 TotalRejete      pic 9(8)V99.
           05 TotalAssure      pic 9(8)V99.
       01 FichRejetLocation pic x(200).

       01 DateCourante     pic 9(8).
       77 AnneeCourante    pic 9(4).

       77 TypeTrt          pic 9.

      *---- Mode d'execution : en BATCH (plan des travaux de nuit),
      *---- l'import des factures des loueurs s'execute sans affichage.
       77 ModeExecution   pic x(10).

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

       01 M-ChoixLocation
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Location : 1=Ouverture 2=Factures 0=Fin :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Ouverture ou prolongation de la location d'un sinistre.
       01 T-SaisieLocation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 16 value "Vehicule de remplacement".
           10 line 3  col 2  value "Numero du sinistre     :".
           10 line 4  col 2  value "Numero de l'assure     :".
           10 line 5  col 2  value "Loueur                 :".
           10 line 6  col 2  value "Debut (AAAAMMJJ)       :".
           10 line 7  col 2  value "Fin prevue (AAAAMMJJ)  :".
           10 line 8  col 2  value "Tarif journalier       :".
           10 line 9  col 2  value "Au-dela du plafond (R=rejet".
           10 line 10 col 2  value "  loueur A=assure)     :".

       01 T-LocationEnregistree foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 12 col 2 value "Location enregistree, plafond".
           10 line 12 col 32 from JoursMax of LocationDonne pic ZZ9.
           10 line 12 col 36 value "jours.".
           10 line 13 col 2 value "Duree prevue".
           10 line 13 col 32 from DureePrevue pic ZZZ9.
           10 line 13 col 37 value "jours.".
           10 line 15 col 2 value "Appuyez sur Entree pour continuer".

       01 T-LocationRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 12 col 2 value "Location refusee :".
           10 line 12 col 21 from MotifRejet.
           10 line 13 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan du controle des factures des loueurs
       01  T-BilanLocation foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 16 value "Factures des loueurs".
           05 line 3 col 2  value "Factures lues".
           05 line 3 col 30 from NbrLues of BilanLocation
               pic Z(4)9.
           05 line 3 col 40 from TotalFacture of BilanLocation
               pic Z(6)9,99.
           05 line 4 col 2  value "Acceptees".
           05 line 4 col 30 from NbrAcceptees of BilanLocation
               pic Z(4)9.
           05 line 4 col 40 from TotalSinistre of BilanLocation
               pic Z(6)9,99.
           05 line 5 col 2  value "Rejetees".
           05 line 5 col 30 from NbrRejetees of BilanLocation
               pic Z(4)9.
           05 line 6 col 2  value "Au-dela du plafond".
           05 line 6 col 30 from NbrExces of BilanLocation
               pic Z(4)9.
           05 line 7 col 2  value "  rejete au loueur".
           05 line 7 col 40 from TotalRejete of BilanLocation
               pic Z(6)9,99.
           05 line 8 col 2  value "  facture a l'assure".
           05 line 8 col 40 from TotalAssure of BilanLocation
               pic Z(6)9,99.
           05 line 10 col 2 value "Rejets dans RejetsLocation.csv".
           05 line 12 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Vehicules de remplacement : la location accordee a l'assure
      *----- pendant l'immobilisation de son vehicule est ouverte sur le
      *----- sinistre avec le loueur, la periode, le tarif journalier et
      *----- le plafond de jours de la garantie. Les factures des
      *----- loueurs sont rapprochees de la location ; les jours au-dela
      *----- du plafond sont rejetes au loueur ou factures a l'assure.
      *----- Le cout retenu entre dans la charge du sinistre
      *----- (SinistreEnCours, BurningCost).
      *-------------------------------------------------------------------------------------
       GestionLocation.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           accept DateCourante from date yyyymmdd.
           move DateCourante(1:4) to AnneeCourante.
           if ModeExecution = "BATCH"
               perform ControleFactures
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixLocation.
           accept TypeTrt line 2 col 45.
           evaluate TypeTrt
               when 1
                   perform OuvertureLocation
               when 2
                   perform ControleFactures
                   display Ecran-Blanc
                   display T-BilanLocation
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Ouverture d'une location sur un sinistre ouvert, ou
      *----- prolongation (nouveau loueur, dates ou tarif) si elle
      *----- existe deja : les jours et couts deja factures sont
      *----- conserves.
      *-------------------------------------------------------------------------------------
       OuvertureLocation.
           initialize LocationDonne.
           display Ecran-Blanc.
           display T-SaisieLocation.
           accept NSin        of LocationDonne line 3  col 28.
           accept NAssur      of LocationDonne line 4  col 28.
           accept Loueur      of LocationDonne line 5  col 28.
           accept DateDebut   of LocationDonne line 6  col 28.
           accept DateFin     of LocationDonne line 7  col 28.
           accept TarifJour   of LocationDonne line 8  col 28.
           accept Depassement of LocationDonne line 10 col 28.
           inspect Depassement of LocationDonne
               converting "ra" to "RA".
           perform ValideLocation.
           if LigneRejetee = 1
               display T-LocationRefusee
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to DureePrevue.
           exec sql
               select datediff(day,
                          convert(date,:LocationDonne.DateDebut,112),
                          convert(date,:LocationDonne.DateFin,112)) + 1
                   into :DureePrevue
           end-exec.
           move 0 to NbLocationExistante.
           exec sql
               select count(*) into :NbLocationExistante
                   from LocationRemplacement
                   where LrNSin = :LocationDonne.NSin
                     and LrNAssur = :LocationDonne.NAssur
           end-exec.
           if NbLocationExistante > 0
               exec sql
                   update LocationRemplacement
                       set LrLoueur = :LocationDonne.Loueur,
                           LrDateDebut = :LocationDonne.DateDebut,
                           LrDateFin = :LocationDonne.DateFin,
                           LrTarifJour = :LocationDonne.TarifJour,
                           LrJoursMax = :LocationDonne.JoursMax,
                           LrDepassement = :LocationDonne.Depassement
                       where LrNSin = :LocationDonne.NSin
                         and LrNAssur = :LocationDonne.NAssur
               end-exec
           else
               exec sql
                    INSERT INTO LocationRemplacement
                        (LrNSin,LrNAssur,LrLoueur,LrDateDebut,LrDateFin,
                         LrTarifJour,LrJoursMax,LrDepassement,
                         LrJoursFactures,LrCoutSinistre,LrCoutAssure,
                         LrDateCreation)
                    VALUES
                        (:LocationDonne.NSin,:LocationDonne.NAssur,
                         :LocationDonne.Loueur,:LocationDonne.DateDebut,
                         :LocationDonne.DateFin,
                         :LocationDonne.TarifJour,
                         :LocationDonne.JoursMax,
                         :LocationDonne.Depassement,0,0,0,
                         :DateCourante)
               end-exec
           end-if.
           exec sql
               commit
           end-exec.
           display T-LocationEnregistree.
           accept OptionChoisie.

      *---- Controles de l'ouverture : sinistre ouvert, dates, tarif,
      *---- choix du depassement et plafond de jours de la garantie du
      *---- vehicule dont le code correspond au type du sinistre.
       ValideLocation.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           exec sql
               select STypeSin,SNImma,SStatut
                   into :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                        :SinistreDonne.StatutSin
                   from Sinistre
                   where SNSin = :LocationDonne.NSin
                     and SNAssur = :LocationDonne.NAssur
           end-exec.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Sinistre inconnu" to MotifRejet
               exit paragraph
           end-if.
           if StatutSin of SinistreDonne not = 0
               move 1 to LigneRejetee
               move "Sinistre deja clos" to MotifRejet
               exit paragraph
           end-if.
           if Loueur of LocationDonne = spaces
               move 1 to LigneRejetee
               move "Loueur manquant" to MotifRejet
               exit paragraph
           end-if.
           move DateDebut of LocationDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               move 1 to LigneRejetee
               move "Date de debut invalide" to MotifRejet
               exit paragraph
           end-if.
           move DateFin of LocationDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
               or DateFin of LocationDonne < DateDebut of LocationDonne
               move 1 to LigneRejetee
               move "Date de fin invalide" to MotifRejet
               exit paragraph
           end-if.
           if TarifJour of LocationDonne = 0
               move 1 to LigneRejetee
               move "Tarif journalier invalide" to MotifRejet
               exit paragraph
           end-if.
           if Depassement of LocationDonne not = "R"
               and Depassement of LocationDonne not = "A"
               move 1 to LigneRejetee
               move "Choix du depassement invalide" to MotifRejet
               exit paragraph
           end-if.
           move 0 to JoursMax of LocationDonne.
           exec sql
               select isnull(GJoursRempl,0)
                   into :LocationDonne.JoursMax
                   from Garantie
                   where GAssur = :LocationDonne.NAssur
                     and GImma = :SinistreDonne.NImma
                     and GCode = :SinistreDonne.TypeSin
           end-exec.
           if SQLCODE not = 0
               move 0 to JoursMax of LocationDonne
           end-if.
           if JoursMax of LocationDonne = 0
               move 1 to LigneRejetee
               move "Garantie sans vehicule de remplacement"
                   to MotifRejet
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Controle des factures des loueurs : chaque facture est
      *----- rapprochee de la location du sinistre (loueur, periode,
      *----- tarif convenu). Les jours couverts restants sous le plafond
      *----- sont a la charge du sinistre ; le reste est rejete au
      *----- loueur ou facture a l'assure selon la location.
      *-------------------------------------------------------------------------------------
       ControleFactures.
           perform ControleFactures-Init.
           perform ControleFactures-Trt until EofImport = 1.
           perform ControleFactures-Fin.

       ControleFactures-Init.
           initialize BilanLocation.
           move 0 to ErreurImport.
           move 0 to EofImport.
           open input FichierFacturesLocation.
           open output FichierRejetsLocation.
           move spaces to FichRejetLocation.
           string
               "Reference;Loueur;NSin;NAssur;Debut;Fin;Montant;Motif"
               into FichRejetLocation
           end-string.
           write Enr-FichierRejetsLocation from FichRejetLocation.

       ControleFactures-Trt.
           read FichierFacturesLocation
               at end
                   move 1 to EofImport
               not at end
                   perform TrtFactureLocation
           end-read.

       ControleFactures-Fin.
           close FichierFacturesLocation.
           close FichierRejetsLocation.
           if ErreurImport = 1
               exec sql
                   rollback
               end-exec
           else
               exec sql
                   commit
               end-exec
           end-if.

       TrtFactureLocation.
           initialize FactureDonne.
           move 0 to LgMontantLu.
           unstring Enr-FichierFacturesLocation
                   delimited by ";" into
               RefFacture of FactureDonne
               LoueurFacture of FactureDonne
               NSin of FactureDonne
               NAssur of FactureDonne
               DebutLu of FactureDonne
               FinLu of FactureDonne
               MontantLu of FactureDonne count in LgMontantLu
           end-unstring.
           add 1 to NbrLues of BilanLocation.
           perform ValideFactureLocation.
           if LigneRejetee = 1
               add 1 to NbrRejetees of BilanLocation
               move MontFacture of FactureDonne
                   to PartExces of FactureDonne
               add MontFacture of FactureDonne
                   to TotalRejete of BilanLocation
               perform EnrRejetLocation
               exit paragraph
           end-if.
           perform RepartitFactureLocation.
           add 1 to NbrAcceptees of BilanLocation.
           add PartSinistre of FactureDonne
               to TotalSinistre of BilanLocation.
           if PartExces of FactureDonne > 0
               add 1 to NbrExces of BilanLocation
               if Depassement of LocationDonne = "A"
                   move "A" to TraitementExces of FactureDonne
                   add PartExces of FactureDonne
                       to TotalAssure of BilanLocation
                   perform EmetQuittanceLocation
               else
                   move "R" to TraitementExces of FactureDonne
                   add PartExces of FactureDonne
                       to TotalRejete of BilanLocation
                   move "Jours au-dela du plafond de la garantie"
                       to MotifRejet
                   perform EnrRejetLocation
               end-if
           end-if.
           perform EnrFactureLocation.

      *---- Controles : reference, montant, dates, location du sinistre,
      *---- loueur, periode couverte par la location et tarif convenu.
       ValideFactureLocation.
           move 0 to LigneRejetee.
           move spaces to MotifRejet.
           if LgMontantLu > 0 and LgMontantLu < 11
               if MontantLu of FactureDonne (1:LgMontantLu) is numeric
                   move MontantLu of FactureDonne (1:LgMontantLu)
                       to MontantCentimes
                   compute MontFacture of FactureDonne =
                       MontantCentimes / 100
               end-if
           end-if.
           add MontFacture of FactureDonne
               to TotalFacture of BilanLocation.
           if RefFacture of FactureDonne = spaces
               move 1 to LigneRejetee
               move "Reference manquante" to MotifRejet
               exit paragraph
           end-if.
           move 0 to NbExistant.
           exec sql
               select count(*) into :NbExistant
                   from FactureLocation
                   where FlRef = :FactureDonne.RefFacture
                     and FlLoueur = :FactureDonne.LoueurFacture
           end-exec.
           if NbExistant > 0
               move 1 to LigneRejetee
               move "Facture deja recue" to MotifRejet
               exit paragraph
           end-if.
           if MontFacture of FactureDonne = 0
               move 1 to LigneRejetee
               move "Montant invalide" to MotifRejet
               exit paragraph
           end-if.
           if DebutLu of FactureDonne is not numeric
               or FinLu of FactureDonne is not numeric
               move 1 to LigneRejetee
               move "Periode facturee invalide" to MotifRejet
               exit paragraph
           end-if.
           move DebutLu of FactureDonne to DebutFacture of FactureDonne.
           move FinLu of FactureDonne to FinFacture of FactureDonne.
           move DebutFacture of FactureDonne to DateControle.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 1
               move FinFacture of FactureDonne to DateControle
               perform ControleDateCalendrier
           end-if.
           if DateCalendrierValide = 0
               or FinFacture of FactureDonne
                   < DebutFacture of FactureDonne
               move 1 to LigneRejetee
               move "Periode facturee invalide" to MotifRejet
               exit paragraph
           end-if.
           perform ChercheLocation.
           if SQLCODE not = 0
               move 1 to LigneRejetee
               move "Aucune location sur ce sinistre" to MotifRejet
               exit paragraph
           end-if.
           if LoueurFacture of FactureDonne
                   not = Loueur of LocationDonne
               move 1 to LigneRejetee
               move "Loueur different de la location" to MotifRejet
               exit paragraph
           end-if.
           if DebutFacture of FactureDonne < DateDebut of LocationDonne
               or FinFacture of FactureDonne > DateFin of LocationDonne
               move 1 to LigneRejetee
               move "Periode hors de la location" to MotifRejet
               exit paragraph
           end-if.
           move 0 to JoursFacture of FactureDonne.
           exec sql
               select datediff(day,
                          convert(date,:FactureDonne.DebutFacture,112),
                          convert(date,:FactureDonne.FinFacture,112))
                      + 1
                   into :FactureDonne.JoursFacture
           end-exec.
           compute MontantAttendu =
               JoursFacture of FactureDonne
                   * TarifJour of LocationDonne.
           if MontFacture of FactureDonne > MontantAttendu
               move 1 to LigneRejetee
               move "Montant au-dela du tarif convenu" to MotifRejet
           end-if.

       ChercheLocation.
           exec sql
               select LrLoueur,LrDateDebut,LrDateFin,LrTarifJour,
                      LrJoursMax,LrDepassement,LrJoursFactures
                   into :LocationDonne.Loueur,:LocationDonne.DateDebut,
                        :LocationDonne.DateFin,:LocationDonne.TarifJour,
                        :LocationDonne.JoursMax,
                        :LocationDonne.Depassement,
                        :LocationDonne.JoursFactures
                   from LocationRemplacement
                   where LrNSin = :FactureDonne.NSin
                     and LrNAssur = :FactureDonne.NAssur
           end-exec.

      *---- Jours encore couverts sous le plafond : la part du sinistre
      *---- est la part de la facture qui leur revient, le reste est le
      *---- depassement.
       RepartitFactureLocation.
           compute JoursRestants = JoursMax of LocationDonne
               - JoursFactures of LocationDonne.
           if JoursRestants < 0
               move 0 to JoursRestants
           end-if.
           if JoursFacture of FactureDonne > JoursRestants
               move JoursRestants to JoursCouverts of FactureDonne
           else
               move JoursFacture of FactureDonne
                   to JoursCouverts of FactureDonne
           end-if.
           compute PartSinistre of FactureDonne rounded =
               MontFacture of FactureDonne
                   * JoursCouverts of FactureDonne
                   / JoursFacture of FactureDonne.
           compute PartExces of FactureDonne =
               MontFacture of FactureDonne
                   - PartSinistre of FactureDonne.
           move " " to TraitementExces of FactureDonne.

      *---- Quittance des jours au-dela du plafond, au nom de l'assure.
       EmetQuittanceLocation.
           move 0 to NbLocationsFacturees.
      *---- Les quittances de location portent 'L' en 5e position du
      *---- numero, comme la franchise y porte 'F'.
           exec sql
               select count(*) into :NbLocationsFacturees
                   from Quittance
                   where QAssur = :FactureDonne.NAssur
                     and QPeriode = :AnneeCourante
                     and substring(QNum,5,1) = 'L'
           end-exec.
           if SQLCODE not = 0
               move 0 to NbLocationsFacturees
           end-if.
           compute RangLocation = NbLocationsFacturees + 1.
           if RangLocation > 9
               move 9 to RangLocation
           end-if.
           move spaces to NumQuittance of QuittanceLocation.
           string
               AnneeCourante
               "L" NAssur of FactureDonne
               RangLocation
               delimited by size into NumQuittance of QuittanceLocation
           end-string.
           move DateCourante to DateEmission of QuittanceLocation.
           move DateCourante to DateEcheance of QuittanceLocation.
           if EcheanceMois of QuittanceLocation = 12
               add 1 to EcheanceAnnee of QuittanceLocation
               move 1 to EcheanceMois of QuittanceLocation
           else
               add 1 to EcheanceMois of QuittanceLocation
           end-if.
           if EcheanceJour of QuittanceLocation > 28
               move 28 to EcheanceJour of QuittanceLocation
           end-if.
           exec sql
                INSERT INTO Quittance
                    (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                     QStatut,QDateEmission,QDateEcheance,
                     QNivRelance,QPrelevEmis,QMontPreleve,QPolice,
                     QSociete)
                VALUES
                    (:QuittanceLocation.NumQuittance,
                     :FactureDonne.NAssur,
                     :AnneeCourante,:FactureDonne.PartExces,
                     0,0,
                     :QuittanceLocation.DateEmission,
                     :QuittanceLocation.DateEcheance,0,0,0,
                     (select max(SPolice) from Sinistre
                          where SNSin = :FactureDonne.NSin
                            and SNAssur = :FactureDonne.NAssur),
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :FactureDonne.NAssur))
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImport
           end-if.

      *---- Facture retenue et cumul des jours et couts de la location.
       EnrFactureLocation.
           if TraitementExces of FactureDonne not = "A"
               move spaces to NumQuittance of QuittanceLocation
           end-if.
           exec sql
                INSERT INTO FactureLocation
                    (FlRef,FlLoueur,FlNSin,FlNAssur,FlDateDebut,
                     FlDateFin,FlJours,FlJoursCouverts,FlMontant,
                     FlPartSinistre,FlPartExces,FlTraitementExces,
                     FlQuittance,FlDateImport)
                VALUES
                    (:FactureDonne.RefFacture,
                     :FactureDonne.LoueurFacture,
                     :FactureDonne.NSin,:FactureDonne.NAssur,
                     :FactureDonne.DebutFacture,
                     :FactureDonne.FinFacture,
                     :FactureDonne.JoursFacture,
                     :FactureDonne.JoursCouverts,
                     :FactureDonne.MontFacture,
                     :FactureDonne.PartSinistre,
                     :FactureDonne.PartExces,
                     :FactureDonne.TraitementExces,
                     :QuittanceLocation.NumQuittance,
                     :DateCourante)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImport
           end-if.
           move 0 to CoutAssure of LocationDonne.
           if TraitementExces of FactureDonne = "A"
               move PartExces of FactureDonne
                   to CoutAssure of LocationDonne
           end-if.
           exec sql
               update LocationRemplacement
                   set LrJoursFactures = LrJoursFactures
                           + :FactureDonne.JoursCouverts,
                       LrCoutSinistre = LrCoutSinistre
                           + :FactureDonne.PartSinistre,
                       LrCoutAssure = LrCoutAssure
                           + :LocationDonne.CoutAssure
                   where LrNSin = :FactureDonne.NSin
                     and LrNAssur = :FactureDonne.NAssur
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurImport
           end-if.

      *---- Ligne rejetee, a retourner au loueur avec son motif : la
      *---- facture entiere, ou la seule part au-dela du plafond.
       EnrRejetLocation.
           move spaces to FichRejetLocation.
           string
               RefFacture of FactureDonne
               ";" LoueurFacture of FactureDonne
               ";" NSin of FactureDonne
               ";" NAssur of FactureDonne
               ";" DebutLu of FactureDonne
               ";" FinLu of FactureDonne
               ";" PartExces of FactureDonne
               ";" MotifRejet
               into FichRejetLocation
           end-string.
           write Enr-FichierRejetsLocation from FichRejetLocation.

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
      *----- Fin des vehicules de remplacement
      *-------------------------------------------------------------------------------------

       end program VehiculeRemplacement.
