       program-id. VolVehicule as
           "StatistiqueSinistresAssures.VolVehicule".

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

      *---- Sinistre vol du vehicule : indicateur SVol, reference du
      *---- depot de plainte, date a laquelle le vehicule a ete
      *---- retrouve et issue du vol (R = restitue a l'assure avec une
      *---- indemnite reduite aux frais de remise en etat, P = vehicule
      *---- devenu propriete de la compagnie, passe au circuit des
      *---- epaves).
       01 SinistreDonne.
            10 NSin          sql char-varying(6).
            10 NAssur        sql char-varying(5).
            10 TypeSin       sql char(1).
            10 NImma         sql char-varying(9).
            10 DateSin       sql char-varying(8).
            10 MontSin       pic 9(8)V99.
            10 StatutSin     pic 9.
            10 MontNet       pic 9(8)V99.
            10 MontProvision pic 9(8)V99.
            10 VolSin        pic 9.
            10 RefPlainte    sql char-varying(20).
            10 DateRetrouve  pic 9(8).
            10 IssueVol      sql char(1).
      *---- Fin de la carence de trente jours (date du vol + 30).
            10 FinCarence    pic 9(8).
            10 JoursVol      pic 9(5).
            10 CumulPaye     pic 9(8)V99.
       77 EnrTrouve        pic 9.
       77 MessageVol       pic x(50).
       77 RefPlainteSaisie pic x(20).
       77 DateRetrouveSaisie pic x(8).
      *---- Vehicule restitue : frais de remise en etat chiffres par
      *---- l'expert, diminues de la franchise de la garantie vol.
       77 FraisRemiseEtat  pic 9(8)V99.
       77 FranchiseApplicable pic 9(6)V99.
       77 NouveauNet       pic 9(8)V99.
       77 NouvelleProvision pic 9(8)V99.
       77 PoliceVol       sql char-varying(7).
       77 NbSortieParc     pic 9(4).
      *---- Controle de la date saisie, comme a l'import.
       01 DateSinistre.
           10 Annee Pic 9(4).
           10 Mois Pic 99.
           10 Jour Pic 99.
       77 DateCalendrierValide  pic 9.
       77 NbrJoursDuMois        pic 99.
       77 AnneeBissextileQuotient pic 9(4).
       77 AnneeBissextileReste4   pic 99.
       77 AnneeBissextileReste100 pic 99.
       77 AnneeBissextileReste400 pic 99.

      *---- Liste mensuelle : vols en cours (non retrouves, dossier
      *---- ouvert) et vehicules retrouves dans le mois.
       77 MoisSaisi       pic 9(6).
       77 MoisListe       pic 9(6).
       77 DebutMois       pic 9(8).
       77 FinMois         pic 9(8).
       77 LibEtatVol      pic x(12).
       01 LigneVol        pic x(200).

       01 BilanVols.
           05 NbrVolsEnCours   pic 9(5).
           05 NbrEnCarence     pic 9(5).
           05 NbrRetrouves     pic 9(5).
           05 NbrRestitues     pic 9(5).
           05 NbrEpaves        pic 9(5).
           05 TotalPayeVols    pic 9(9)V99.

       01 HistoriqueDonne.
            10 HistTable     sql char-varying(10).
            10 HistCle       sql char-varying(20).
            10 HistChamp     sql char-varying(20).
            10 HistAncien    sql char-varying(40).
            10 HistNouveau   sql char-varying(40).
            10 HistOperateur sql char-varying(10).
            10 HistDate      pic 9(8).
            10 HistHeure     pic 9(8).
            10 HistProgramme sql char-varying(20).
       77 MontHistorique  pic Z(7)9,99.

      *---- Operateur et societe de la session, deposes par la
      *---- connexion de Program1 : un operateur d'une societe ne voit
      *---- que les sinistres de sa societe.
       77 OperateurCourant pic x(10).
       77 SocieteSession   pic x(2).
       77 DateJour pic 9(8).
       77 TypeTrt pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), la
      *---- liste du mois en cours est produite sans affichage.
       77 ModeExecution   pic x(10).
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

       01 M-ChoixVol
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Vols : 1=Declaration 2=Vehicule retrouve 3=Liste"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Recherche-Sinistre
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Numero du sinistre : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " Numero de l'assure : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-SaisieMois
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Mois AAAAMM (vide = mois en cours) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 T-SinistreNonTrouve foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 10 col 2
               value "Aucun sinistre trouve pour cette cle.".
           10 line 11 col 2 value "Appuyez sur Entree pour continuer".

      *---- Fiche du sinistre vol
       01 T-FicheVol foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1  col 20 value "Vol du vehicule".
           10 line 3  col 2  value "Sinistre".
           10 line 3  col 28 from NSin    of SinistreDonne.
           10 line 4  col 2  value "Assure".
           10 line 4  col 28 from NAssur  of SinistreDonne.
           10 line 5  col 2  value "Vehicule".
           10 line 5  col 28 from NImma   of SinistreDonne.
           10 line 6  col 2  value "Vole le".
           10 line 6  col 28 from DateSin of SinistreDonne.
           10 line 7  col 2  value "Fin de la carence".
           10 line 7  col 28 from FinCarence of SinistreDonne.
           10 line 8  col 2  value "Reference de plainte".
           10 line 8  col 28 from RefPlainte of SinistreDonne.
           10 line 9  col 2  value "Indemnite nette".
           10 line 9  col 28 from MontNet of SinistreDonne
               pic Z(6)9,99.
           10 line 10 col 2  value "Deja paye".
           10 line 10 col 28 from CumulPaye of SinistreDonne
               pic Z(6)9,99.
           10 line 11 col 2  value "Retrouve le".
           10 line 11 col 28 from DateRetrouve of SinistreDonne.
           10 line 11 col 38 from IssueVol of SinistreDonne.
           10 line 17 col 2  from MessageVol.

       01 T-SaisiePlainte foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 13 col 2  value "Ref. depot de plainte :".

       01 T-SaisieRetrouve foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 13 col 2  value "Retrouve le (AAAAMMJJ)   :".
           10 line 14 col 2  value "Frais de remise en etat  :".
           10 line 15 col 2
               value "(frais retenus si le vol n'est pas encore paye)".

       01 T-Continuer foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 19 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de la liste mensuelle
       01  T-BilanVols foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Vols de vehicules".
           05 line 2 col 18 value "Mois".
           05 line 2 col 30 from MoisListe.
           05 line 4 col 2  value "Vols en cours".
           05 line 4 col 30 from NbrVolsEnCours of BilanVols
               pic Z(4)9.
           05 line 5 col 2  value "dont en carence".
           05 line 5 col 30 from NbrEnCarence of BilanVols
               pic Z(4)9.
           05 line 6 col 2  value "Retrouves dans le mois".
           05 line 6 col 30 from NbrRetrouves of BilanVols
               pic Z(4)9.
           05 line 7 col 2  value "dont restitues".
           05 line 7 col 30 from NbrRestitues of BilanVols
               pic Z(4)9.
           05 line 8 col 2  value "dont passes en epave".
           05 line 8 col 30 from NbrEpaves of BilanVols
               pic Z(4)9.
           05 line 9 col 2  value "Total deja paye".
           05 line 9 col 30 from TotalPayeVols of BilanVols
               pic Z(8)9,99.
           05 line 11 col 2 value "Detail dans VolsVehicules.csv".
           05 line 13 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Vols de vehicules : le sinistre vol (type 2) porte
      *----- l'indicateur SVol et la reference du depot de plainte, et
      *----- aucun reglement n'est accepte avant le trentieme jour (import
      *----- des reglements, autorisation, reglement accelere). Quand le
      *----- vehicule est retrouve : s'il n'est pas encore paye, il est
      *----- restitue a l'assure et l'indemnite est ramenee aux frais de
      *----- remise en etat ; s'il est deja paye, il devient propriete de
      *----- la compagnie et passe au circuit des epaves (EpaveSinistre
      *----- enregistre ensuite sa vente). La liste du mois donne les
      *----- vols en cours et les vehicules retrouves. En BATCH, liste
      *----- du mois en cours.
      *-------------------------------------------------------------------------------------
       GestionVol.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanVols.
           accept DateJour from date yyyymmdd.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           if ModeExecution = "BATCH"
               move spaces to SocieteSession
               move DateJour(1:6) to MoisListe
               perform ListeVols
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixVol.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform DeclarationVol
               when 2
                   perform VehiculeRetrouve
               when 3
                   display Ecran-Blanc
                   display M-SaisieMois
                   move 0 to MoisSaisi
                   accept MoisSaisi line 2 col 40
                   if MoisSaisi = 0
                       move DateJour(1:6) to MoisListe
                   else
                       move MoisSaisi to MoisListe
                   end-if
                   perform ListeVols
                   display Ecran-Blanc
                   display T-BilanVols
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Declaration du vol sur un sinistre deja enregistre (import
      *----- du courtier) : type 2 seulement, reference de plainte
      *----- obligatoire. La carence court de la date du sinistre.
      *-------------------------------------------------------------------------------------
       DeclarationVol.
           perform SaisieCleSinistre.
           if EnrTrouve = 0
               exit paragraph
           end-if.
           move spaces to MessageVol.
           display Ecran-Blanc.
           display T-FicheVol.
           perform EnregistreVol.
           display Ecran-Blanc.
           display T-FicheVol.
           display T-Continuer.
           accept OptionChoisie.

      *---- Controles et mise a jour du vol ; le message dit l'issue.
       EnregistreVol.
           if TypeSin of SinistreDonne not = "2"
               move "Sinistre hors type 2 (vol et perte totale)"
                   to MessageVol
               exit paragraph
           end-if.
           if DateRetrouve of SinistreDonne not = 0
               move "Vehicule deja retrouve" to MessageVol
               exit paragraph
           end-if.
           display T-SaisiePlainte.
           move RefPlainte of SinistreDonne to RefPlainteSaisie.
           accept RefPlainteSaisie line 13 col 26.
           if RefPlainteSaisie = spaces
               move "Reference du depot de plainte manquante"
                   to MessageVol
               exit paragraph
           end-if.
           exec sql
               update Sinistre
                   set SVol = 1,
                       SRefPlainte = :RefPlainteSaisie
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           if SQLCODE not = 0
               exec sql
                   rollback
               end-exec
               move "Mise a jour impossible" to MessageVol
               exit paragraph
           end-if.
           move "SVol" to HistChamp of HistoriqueDonne.
           move VolSin of SinistreDonne
               to HistAncien of HistoriqueDonne.
           move "1" to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SRefPlainte" to HistChamp of HistoriqueDonne.
           move RefPlainte of SinistreDonne
               to HistAncien of HistoriqueDonne.
           move RefPlainteSaisie to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           exec sql
               commit
           end-exec.
           perform RechercheSinistre.
           move "Vol enregistre : aucun reglement avant la carence"
               to MessageVol.

      *-------------------------------------------------------------------------------------
      *----- Vehicule retrouve. Rien de paye : le vehicule est restitue
      *----- a l'assure, l'indemnite nette et la provision sont ramenees
      *----- aux frais de remise en etat diminues de la franchise. Deja
      *----- paye (meme en partie) : la compagnie garde le vehicule, le
      *----- sinistre passe en epave (SEpave) avec la sortie 'S' du parc
      *----- de l'assure, et la vente se saisit dans EpaveSinistre.
      *-------------------------------------------------------------------------------------
       VehiculeRetrouve.
           perform SaisieCleSinistre.
           if EnrTrouve = 0
               exit paragraph
           end-if.
           move spaces to MessageVol.
           display Ecran-Blanc.
           display T-FicheVol.
           perform EnregistreRetrouve.
           display Ecran-Blanc.
           display T-FicheVol.
           display T-Continuer.
           accept OptionChoisie.

      *---- Controles et mise a jour de la decouverte du vehicule.
       EnregistreRetrouve.
           if VolSin of SinistreDonne not = 1
               move "Sinistre non declare en vol" to MessageVol
               exit paragraph
           end-if.
           if DateRetrouve of SinistreDonne not = 0
               move "Vehicule deja retrouve" to MessageVol
               exit paragraph
           end-if.
           display T-SaisieRetrouve.
           move DateJour to DateRetrouveSaisie.
           accept DateRetrouveSaisie line 13 col 29.
           move 0 to FraisRemiseEtat.
           accept FraisRemiseEtat line 14 col 29.
           if DateRetrouveSaisie is not numeric
               move "Date de decouverte invalide" to MessageVol
               exit paragraph
           end-if.
           move DateRetrouveSaisie to DateSinistre.
           perform ControleDateCalendrier.
           if DateCalendrierValide = 0
              or DateRetrouveSaisie < DateSin of SinistreDonne
              or DateSinistre > DateJour
               move "Date de decouverte invalide" to MessageVol
               exit paragraph
           end-if.
           move DateSinistre to DateRetrouve of SinistreDonne.
           if CumulPaye of SinistreDonne = 0
               perform RestitueVehicule
           else
               perform ReprendVehicule
           end-if.
           if MessageVol = spaces
               exec sql
                   commit
               end-exec
               perform RechercheSinistre
               if IssueVol of SinistreDonne = "R"
                   move "Vehicule restitue, indemnite ajustee"
                       to MessageVol
               else
                   move "Vehicule a la compagnie : voir les epaves"
                       to MessageVol
               end-if
           else
               exec sql
                   rollback
               end-exec
           end-if.

      *---- Restitution : l'indemnite ne peut que baisser.
       RestitueVehicule.
           move 0 to FranchiseApplicable.
           exec sql
               select GFranchise into :FranchiseApplicable
                   from Garantie
                   where GAssur = :SinistreDonne.NAssur
                     and GImma = :SinistreDonne.NImma
                     and GCode = :SinistreDonne.TypeSin
           end-exec.
           if SQLCODE not = 0
               move 0 to FranchiseApplicable
           end-if.
           if FranchiseApplicable > FraisRemiseEtat
               move 0 to NouveauNet
           else
               compute NouveauNet =
                   FraisRemiseEtat - FranchiseApplicable
           end-if.
           if NouveauNet > MontNet of SinistreDonne
               move MontNet of SinistreDonne to NouveauNet
           end-if.
           move MontProvision of SinistreDonne to NouvelleProvision.
           if NouvelleProvision > NouveauNet
               move NouveauNet to NouvelleProvision
           end-if.
           exec sql
               update Sinistre
                   set SDateRetrouve = :SinistreDonne.DateRetrouve,
                       SIssueVol = 'R',
                       SMontNet = :NouveauNet,
                       SProvision = :NouvelleProvision
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           if SQLCODE not = 0
               move "Mise a jour impossible" to MessageVol
               exit paragraph
           end-if.
           perform HistoriseRetrouve.
           move "SIssueVol" to HistChamp of HistoriqueDonne.
           move IssueVol of SinistreDonne
               to HistAncien of HistoriqueDonne.
           move "R" to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SMontNet" to HistChamp of HistoriqueDonne.
           move MontNet of SinistreDonne to MontHistorique.
           move MontHistorique to HistAncien of HistoriqueDonne.
           move NouveauNet to MontHistorique.
           move MontHistorique to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "SProvision" to HistChamp of HistoriqueDonne.
           move MontProvision of SinistreDonne to MontHistorique.
           move MontHistorique to HistAncien of HistoriqueDonne.
           move NouvelleProvision to MontHistorique.
           move MontHistorique to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

      *---- Reprise par la compagnie : le vehicule rejoint le circuit
      *---- des epaves ; la sortie 'S' n'est posee qu'une fois.
       ReprendVehicule.
           exec sql
               update Sinistre
                   set SDateRetrouve = :SinistreDonne.DateRetrouve,
                       SIssueVol = 'P',
                       SEpave = 1
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
           end-exec.
           if SQLCODE not = 0
               move "Mise a jour impossible" to MessageVol
               exit paragraph
           end-if.
           perform HistoriseRetrouve.
           move "SIssueVol" to HistChamp of HistoriqueDonne.
           move IssueVol of SinistreDonne
               to HistAncien of HistoriqueDonne.
           move "P" to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move 0 to NbSortieParc.
           exec sql
               select count(*) into :NbSortieParc
                   from Mouvement
                   where MAssur = :SinistreDonne.NAssur
                     and MImma = :SinistreDonne.NImma
                     and MCodeMouv = 'S'
                     and MDate >= :SinistreDonne.DateSin
           end-exec.
           if NbSortieParc > 0
               exit paragraph
           end-if.
      *---- Sortie posee comme un mouvement pas encore traite, comme
      *---- la declaration d'epave : SinPourMaj l'appliquera. Le
      *---- mouvement porte la police du vehicule.
           exec sql
               select isnull(max(VPolice),' ')
                   into :PoliceVol
                   from Vehicule
                   where VAssur = :SinistreDonne.NAssur
                     and VImma = :SinistreDonne.NImma
           end-exec.
           exec sql
               INSERT INTO Mouvement
                   (MAssur,MImma,MCodeMouv,MDate,MTraite,MPolice)
               VALUES
                   (:SinistreDonne.NAssur,:SinistreDonne.NImma,'S',
                    :SinistreDonne.DateRetrouve,0,:PoliceVol)
           end-exec.
           if SQLCODE not = 0
               move "Sortie du parc impossible" to MessageVol
           end-if.

       HistoriseRetrouve.
           move "SDateRetrouve" to HistChamp of HistoriqueDonne.
           move "0" to HistAncien of HistoriqueDonne.
           move DateRetrouve of SinistreDonne
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

      *---- Saisie de la cle et lecture du sinistre.
       SaisieCleSinistre.
           display Ecran-Blanc.
           display M-Recherche-Sinistre.
           initialize SinistreDonne.
           accept NSin   of SinistreDonne line 2 col 24.
           accept NAssur of SinistreDonne line 3 col 24.
           perform RechercheSinistre.
           if EnrTrouve = 0
               display Ecran-Blanc
               display T-SinistreNonTrouve
               accept OptionChoisie
           end-if.

       RechercheSinistre.
           move 0 to EnrTrouve.
           exec sql
               select SNSin,SNAssur,STypeSin,SNImma,SDateSin,SMontSin,
                      SStatut,isnull(SMontNet,0),isnull(SProvision,0),
                      isnull(SVol,0),isnull(SRefPlainte,' '),
                      isnull(SDateRetrouve,0),isnull(SIssueVol,' '),
                      convert(int,convert(char(8),
                          dateadd(day,30,convert(date,SDateSin,112)),
                          112)),
                      isnull((select sum(RMontPaie) from Reglement
                                 where RNSin = SNSin
                                   and RNAssur = SNAssur),0)
                   into :SinistreDonne.NSin,:SinistreDonne.NAssur,
                        :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                        :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                        :SinistreDonne.StatutSin,
                        :SinistreDonne.MontNet,
                        :SinistreDonne.MontProvision,
                        :SinistreDonne.VolSin,
                        :SinistreDonne.RefPlainte,
                        :SinistreDonne.DateRetrouve,
                        :SinistreDonne.IssueVol,
                        :SinistreDonne.FinCarence,
                        :SinistreDonne.CumulPaye
                   from Sinistre
                   where SNSin = :SinistreDonne.NSin
                     and SNAssur = :SinistreDonne.NAssur
                     and (:SocieteSession = ''
                          or isnull(SSociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE = 0
               move 1 to EnrTrouve
           end-if.

      *---- Date calendaire reelle (annee bissextile comprise).
       ControleDateCalendrier.
           move 1 to DateCalendrierValide.
           if Mois of DateSinistre < 1 or Mois of DateSinistre > 12
               move 0 to DateCalendrierValide
           else
               evaluate Mois of DateSinistre
                   when 4 when 6 when 9 when 11
                       move 30 to NbrJoursDuMois
                   when 2
                       divide Annee of DateSinistre by 4
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste4
                       divide Annee of DateSinistre by 100
                           giving AnneeBissextileQuotient
                           remainder AnneeBissextileReste100
                       divide Annee of DateSinistre by 400
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
               if Jour of DateSinistre < 1 or
                  Jour of DateSinistre > NbrJoursDuMois
                   move 0 to DateCalendrierValide
               end-if
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Liste du mois : vols en cours (non retrouves, dossier
      *----- ouvert), avec la fin de la carence et le deja paye, puis
      *----- vehicules retrouves dans le mois et leur issue.
      *-------------------------------------------------------------------------------------
       ListeVols.
           compute DebutMois = MoisListe * 100 + 1.
           compute FinMois = MoisListe * 100 + 31.
           open output FichierVolsVehicules.
           move spaces to LigneVol.
           string
               "Mois;Etat;NSin;NAssur;NImma;DateVol;RefPlainte;"
               "FinCarence;JoursDepuisVol;IndemniteNette;DejaPaye;"
               "DateRetrouve;Issue"
               delimited by size into LigneVol
           end-string.
           write Enr-FichierVolsVehicules from LigneVol.
           move 0 to EoDB.
           exec sql
               Declare VolEnCours-Cursor cursor for
                   select SNSin,SNAssur,SNImma,SDateSin,
                          isnull(SRefPlainte,' '),isnull(SMontNet,0),
                          convert(int,convert(char(8),
                              dateadd(day,30,
                                  convert(date,SDateSin,112)),112)),
                          datediff(day,convert(date,SDateSin,112),
                              convert(date,convert(char(8),:FinMois),
                                  112)),
                          isnull((select sum(RMontPaie) from Reglement
                                     where RNSin = SNSin
                                       and RNAssur = SNAssur),0)
                       from Sinistre
                       where isnull(SVol,0) = 1
                         and isnull(SDateRetrouve,0) = 0
                         and SStatut = 0
                         and convert(int,SDateSin) <= :FinMois
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01') =
                                 :SocieteSession)
                       order by SDateSin,SNSin
           end-exec.
           exec sql
               open VolEnCours-Cursor
           end-exec.
           perform ListeVolsEnCours-Trt until EoDB = 1.
           exec sql
               close VolEnCours-Cursor
           end-exec.
           move 0 to EoDB.
           exec sql
               Declare VolRetrouve-Cursor cursor for
                   select SNSin,SNAssur,SNImma,SDateSin,
                          isnull(SRefPlainte,' '),isnull(SMontNet,0),
                          convert(int,convert(char(8),
                              dateadd(day,30,
                                  convert(date,SDateSin,112)),112)),
                          datediff(day,convert(date,SDateSin,112),
                              convert(date,
                                  convert(char(8),SDateRetrouve),112)),
                          isnull((select sum(RMontPaie) from Reglement
                                     where RNSin = SNSin
                                       and RNAssur = SNAssur),0),
                          SDateRetrouve,isnull(SIssueVol,' ')
                       from Sinistre
                       where isnull(SVol,0) = 1
                         and SDateRetrouve between :DebutMois
                                               and :FinMois
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01') =
                                 :SocieteSession)
                       order by SDateRetrouve,SNSin
           end-exec.
           exec sql
               open VolRetrouve-Cursor
           end-exec.
           perform ListeVolsRetrouves-Trt until EoDB = 1.
           exec sql
               close VolRetrouve-Cursor
           end-exec.
           close FichierVolsVehicules.

       ListeVolsEnCours-Trt.
           initialize SinistreDonne.
           exec sql
               fetch VolEnCours-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.NImma,:SinistreDonne.DateSin,
                   :SinistreDonne.RefPlainte,:SinistreDonne.MontNet,
                   :SinistreDonne.FinCarence,:SinistreDonne.JoursVol,
                   :SinistreDonne.CumulPaye
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrVolsEnCours of BilanVols.
           if FinCarence of SinistreDonne > FinMois
              or FinCarence of SinistreDonne > DateJour
               add 1 to NbrEnCarence of BilanVols
               move "EN CARENCE" to LibEtatVol
           else
               move "EN COURS" to LibEtatVol
           end-if.
           add CumulPaye of SinistreDonne to TotalPayeVols of BilanVols.
           perform EcritLigneVol.

       ListeVolsRetrouves-Trt.
           initialize SinistreDonne.
           exec sql
               fetch VolRetrouve-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.NImma,:SinistreDonne.DateSin,
                   :SinistreDonne.RefPlainte,:SinistreDonne.MontNet,
                   :SinistreDonne.FinCarence,:SinistreDonne.JoursVol,
                   :SinistreDonne.CumulPaye,
                   :SinistreDonne.DateRetrouve,
                   :SinistreDonne.IssueVol
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrRetrouves of BilanVols.
           if IssueVol of SinistreDonne = "P"
               add 1 to NbrEpaves of BilanVols
               move "EPAVE" to LibEtatVol
           else
               add 1 to NbrRestitues of BilanVols
               move "RESTITUE" to LibEtatVol
           end-if.
           add CumulPaye of SinistreDonne to TotalPayeVols of BilanVols.
           perform EcritLigneVol.

       EcritLigneVol.
           move spaces to LigneVol.
           string
               MoisListe
               ";" LibEtatVol
               ";" NSin of SinistreDonne
               ";" NAssur of SinistreDonne
               ";" NImma of SinistreDonne
               ";" DateSin of SinistreDonne
               ";" RefPlainte of SinistreDonne
               ";" FinCarence of SinistreDonne
               ";" JoursVol of SinistreDonne
               ";" MontNet of SinistreDonne
               ";" CumulPaye of SinistreDonne
               ";" DateRetrouve of SinistreDonne
               ";" IssueVol of SinistreDonne
               delimited by size into LigneVol
           end-string.
           write Enr-FichierVolsVehicules from LigneVol.

      *---- Trace d'une modification du sinistre dans HistoriqueMaj.
       EcritHistorique.
           if HistAncien of HistoriqueDonne
                   = HistNouveau of HistoriqueDonne
               exit paragraph
           end-if.
           move "Sinistre" to HistTable of HistoriqueDonne.
           move NSin of SinistreDonne to HistCle of HistoriqueDonne.
           move "VolVehicule" to HistProgramme of HistoriqueDonne.
           accept HistDate of HistoriqueDonne from date yyyymmdd.
           accept HistHeure of HistoriqueDonne from time.
           exec sql
               insert into HistoriqueMaj
                   (HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                    HmOperateur,HmDate,HmHeure,HmProgramme)
               values
                   (:HistoriqueDonne.HistTable,
                    :HistoriqueDonne.HistCle,
                    :HistoriqueDonne.HistChamp,
                    :HistoriqueDonne.HistAncien,
                    :HistoriqueDonne.HistNouveau,
                    :HistoriqueDonne.HistOperateur,
                    :HistoriqueDonne.HistDate,
                    :HistoriqueDonne.HistHeure,
                    :HistoriqueDonne.HistProgramme)
           end-exec.

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
      *----- Fin de la gestion des vols de vehicules
      *-------------------------------------------------------------------------------------

       end program VolVehicule.
