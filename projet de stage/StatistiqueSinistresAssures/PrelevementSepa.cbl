       file-control.
       COPY FICHASGN.

      *---- Remise de la societe traitee : RemiseSepa.txt pour la
      *---- societe 01, RemiseSepa-CC.txt pour les autres societes du
      *---- groupe ; le nom physique est porte par NomRemiseSepa.
       select FichierRemiseSociete
           assign to NomRemiseSepa
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierRemiseSociete record varying from 0 to 255.
       01 Enr-FichierRemiseSociete pic x(255).

       working-storage section.

       01 Assure.

      *---- Ligne de la remise de prelevements : format positionnel fixe
      *---- attendu par la banque, l'entete et la fin de fichier portant
      *---- le nombre de prelevements et le total remis. Chaque ligne
      *---- porte en fin la date de prelevement, toujours ouvree.
       01 LigneRemise.
           05 RS-TypeEnr    pic x(3).
           05 RS-DateRemise pic 9(8).
           05 RS-Bic        pic x(11).
           05 RS-Montant    pic 9(8)v99.
           05 RS-Nombre     pic 9(5).
           05 RS-DateEcheance pic 9(8).
      *---- Sur l'entete seulement : identifiant creancier SEPA de la
      *---- societe emettrice (son IBAN et son BIC dans RS-Iban/RS-Bic).
           05 RS-IcsCreancier pic x(35).

      *---- Retour de la banque sur une remise : prelevements rejetes
      *---- (provision insuffisante, compte clos...) a repasser impayes.
           05 NbrRetours      pic 9(5).

       77 DateRemiseJour pic 9(8).
      *---- Assure dont les prelevements sont en cours d'emission, et
      *---- controle qu'une quittance ou une echeance n'a pas deja ete
      *---- prelevee depuis la lecture du curseur.
       77 AssureEnCours    sql char-varying(5).
       77 DejaPreleve      pic 9(4).
       77 TypeTrt        pic 9.
       77 EofImport      pic 9.
      *---- Inscription du fichier emis au registre des transmissions
      *---- (table Transmission, suivie par RegistreTransmissions) :
      *---- numero de sequence par fichier, nombre d'enregistrements,
      *---- total des montants et cle de controle calculee a la
      *---- relecture du fichier ferme. Un fichier identique a un envoi
      *---- non rejete est inscrit avec la sequence de l'original.
       01 TransmissionDonne.
            10 CodeFichierTr sql char-varying(25).
            10 SeqTr         pic 9(6).
            10 NbrEnrTr      pic 9(7).
            10 MontantTr     pic 9(11)V99.
            10 ControleTr    pic 9(9).
            10 SeqOrigineTr  pic 9(6).
            10 DateTr        pic 9(8).
            10 HeureTr       pic 9(8).
       77 LigneTr     pic x(255).
       77 EofTr       pic 9.
       77 PosTr       pic 9(3).
       77 CalculTr    pic 9(11).
       77 QuotientTr  pic 9(3).
       01 OctetControle.
           05 filler      pic x value low-value.
           05 CarControle pic x.
       01 ValeurOctet redefines OctetControle pic 9(4) binary.

       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).

      *---- Une remise, un suivi de passage et une inscription au
      *---- registre par societe du groupe ; un operateur de societe ne
      *---- remet que la sienne, le BATCH et le groupe toutes.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomRemiseSepa   pic x(80).
      *---- Societes du groupe (Societes.csv : code;raison sociale;
      *---- identifiant creancier SEPA;IBAN;BIC;premier numero
      *---- d'assure;premier numero de sinistre). La societe 01 est la
      *---- societe historique : les donnees sans code societe sont les
      *---- siennes, et ses fichiers gardent leur nom d'origine.
       01 TableSocietes.
           05 SocieteTab occurs 9 times.
               10 CodeSocTab     pic x(2).
               10 NomSocTab      pic x(30).
               10 IcsSocTab      pic x(35).
               10 IbanSocTab     pic x(34).
               10 BicSocTab      pic x(11).
               10 DebutAssurTab  pic 9(5).
               10 DebutSinTab    pic 9(6).
       77 NbrSocietes     pic 9.
       77 IndiceSociete   pic 99.
       01 LigneSociete.
           05 CodeSocLu      pic x(2).
           05 NomSocLu       pic x(30).
           05 IcsSocLu       pic x(35).
           05 IbanSocLu      pic x(34).
           05 BicSocLu       pic x(11).
           05 DebutAssurLu   pic 9(5).
           05 DebutSinLu     pic 9(6).
       77 EofSocietes     pic 9.

       77 CouleurFond     pic 99 value 15.
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

      *---- Date de prelevement demandee a la banque : premier jour
      *---- ouvre TARGET2 apres le delai de presentation de la remise.
       77 DateEcheanceSepa      pic 9(8).
       77 DelaiPresentationSepa pic 9 value 1.

      *---- Suivi du traitement par identifiant de passage (table
      *---- SuiviTraitement) : un passage interrompu (erreur base,
      *---- session perdue) reste au statut 0 et le lancement suivant
      *---- le reprend, a sa date de reference, apres le dernier assure
      *---- valide (commit a chaque changement d'assure). Etape : 1
      *---- premiere passe, 2 seconde passe du programme.
       01 SuiviDonne.
            10 StProgramme     sql char-varying(20).
            10 StRun           sql char-varying(15).
            10 StEtape         pic 9.
            10 StDernierAssure sql char-varying(5).
            10 StDateRef       pic 9(8).
            10 StNbTraites     pic 9(7).
            10 StNbIgnores     pic 9(7).
            10 StDate          pic 9(8).
            10 StHeure         pic 9(8).
       77 RepriseTraitement pic 9.
       77 EtapeReprise      pic 9.
       77 RepriseAssure     sql char-varying(5).
       77 NbTraitesRun      pic 9(7).
       77 NbIgnoresRun      pic 9(7).
       77 NbReprisRun       pic 9(7).
       77 NbIgnoresAvant    pic 9(7).
       77 RepriseAffichee   pic x(3).
       01 LigneJournalTrt pic x(150).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           05 line 4 col 2  value "Montant remis".
           05 line 4 col 30 from MontantRemis of BilanSepa
               pic Z(7)9,99.
           05 line 5 col 2  value "Date de prelevement".
           05 line 5 col 30 from DateEcheanceSepa.
           05 line 6 col 2  value "Remise dans".
           05 line 6 col 14 from NomRemiseSepa.
           05 line 7 col 2  value "Societe".
           05 line 7 col 30 from SocieteTrt.
           05 line 8 col 2  value "Passage".
           05 line 8 col 30 from StRun of SuiviDonne.
           05 line 9 col 2  value "Prelevements emis".
           05 line 9 col 30 from NbTraitesRun pic Z(6)9.
           05 line 10 col 2  value "Deja preleves (ignores)".
           05 line 10 col 30 from NbIgnoresRun pic Z(6)9.
           05 line 11 col 2  value "Repris (passage interrompu)".
           05 line 11 col 30 from NbReprisRun pic Z(6)9.
           05 line 13 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'import des retours
       01  T-BilanRetours foreground-color is CouleurTexte
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           perform ChargeSocietes.
      *---- En nocturne, la remise part directement, sans menu.
           if ModeExecution = "BATCH"
               perform RemiseSepaSocietes
               goback
           end-if.
           perform LireSocieteSession.
           display Ecran-Blanc.
           display M-ChoixSepa.
           accept TypeTrt line 2 col 40.
           evaluate TypeTrt
               when 1
                   perform RemiseSepaSocietes
               when 2
                   perform RetoursSepa
               when other
           goback.

      *-------------------------------------------------------------------------------------
      *----- Emission de la remise de prelevements. Les prelevements
      *----- de chaque assure sont valides a part et marques du passage
      *----- (QRemise, EcRemise) : un passage interrompu est repris
      *----- apres le dernier assure valide, et sa remise est reecrite
      *----- depuis la base, sans les lignes non validees.
      *-------------------------------------------------------------------------------------
       RemiseSepaSocietes.
           perform RemiseSepaSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.

      *---- Remise d'une societe : ses assures seulement, sous son
      *---- propre suivi de passage (PrelevementSepa-CC hors 01).
       RemiseSepaSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomRemiseSepa.
           if SocieteTrt = "01"
               move "fichiers/RemiseSepa.txt" to NomRemiseSepa
           else
               string
                   "fichiers/RemiseSepa-" SocieteTrt ".txt"
                   delimited by size into NomRemiseSepa
               end-string
           end-if.
           perform RemiseSepa.

       RemiseSepa.
           perform RemiseSepa-Init.
           perform RemiseSepa-Trt until EoDB=1.
       RemiseSepa-Init.
           move 0 to EoDB.
           initialize BilanSepa.
           move spaces to AssureEnCours.
           move "PrelevementSepa" to StProgramme of SuiviDonne.
           if SocieteTrt not = "01"
               string
                   "PrelevementSepa-" SocieteTrt
                   delimited by size into StProgramme of SuiviDonne
               end-string
           end-if.
           perform OuvreSuiviTraitement.
           move StDateRef of SuiviDonne to DateRemiseJour.
      *---- Le prelevement ne peut tomber ni un week-end ni un jour de
      *---- fermeture TARGET2.
           move "T" to CalendrierApplique.
           move DateRemiseJour to DateOuvreN.
           move DelaiPresentationSepa to JoursOuvresDemandes.
           perform AjouteJoursOuvres.
           move DateOuvreN to DateEcheanceSepa.
           open output FichierRemiseSociete.
           move spaces to LigneRemise.
           move "ENT" to RS-TypeEnr.
           move DateRemiseJour to RS-DateRemise.
           move DateEcheanceSepa to RS-DateEcheance.
           move IbanSocTab(IndiceSocTrt) to RS-Iban.
           move BicSocTab(IndiceSocTrt) to RS-Bic.
           move IcsSocTab(IndiceSocTrt) to RS-IcsCreancier.
           write Enr-FichierRemiseSociete from LigneRemise.
           if RepriseTraitement = 1
               perform ReecritRemiseReprise
           end-if.
      **** Reprise en seconde passe : les quittances sont toutes
      **** traitees.
           if EtapeReprise = 2
               move 1 to EoDB
               exit paragraph
           end-if.
      **** Création du curseur : quittances non soldees et non encore
      **** remises, des assures avec IBAN et mandat signe ; en reprise,
      **** apres le dernier assure valide. Les assures decedes (ADeces)
      **** ne sont plus preleves : leur succession regle directement.
           exec sql
               Declare Remise-Cursor cursor with hold for
                   select QNum,QMontant - QMontantRegle,
                          AAssur,AIban,ABic,ARefMandat,ADateMandat
                       from Quittance
                         and QPrelevEmis = 0
                         and AIban <> ' '
                         and ARefMandat <> ' '
                         and isnull(ADeces,0) = 0
                         and isnull(ASociete,'01') = :SocieteTrt
                         and not exists
                             (select 1 from Echeance
                                 where EcQNum = QNum)
                         and QAssur > :RepriseAssure
                       order by QAssur
           end-exec.
           exec sql
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               perform ValideAssurePrelevement
           else
               if A-Assur of Assure not = AssureEnCours
                   perform ValideAssurePrelevement
                   move A-Assur of Assure to AssureEnCours
               end-if
               perform EnrPrelevement
           end-if.

      *---- Assure precedent termine : ses prelevements sont valides
      *---- avec le point de reprise.
       ValideAssurePrelevement.
           if AssureEnCours = spaces
               exit paragraph
           end-if.
           move AssureEnCours to StDernierAssure of SuiviDonne.
           perform PointSuiviTraitement.

      *---- Une ligne de detail par prelevement remis ; la quittance est
      *---- soldee par prelevement, le retour bancaire la repassera
      *---- impayee en cas de rejet. Une quittance deja prelevee n'est
      *---- pas remise une seconde fois.
       EnrPrelevement.
           move 0 to DejaPreleve.
           exec sql
               select count(*) into :DejaPreleve
                   from Quittance
                   where QNum = :QuittanceDonne.NumQuittance
                     and QPrelevEmis <> 0
           end-exec.
           if DejaPreleve > 0
               add 1 to NbIgnoresRun
               exit paragraph
           end-if.
           move spaces to LigneRemise.
           move "DET" to RS-TypeEnr.
           move DateRemiseJour to RS-DateRemise.
           move A-Bic of Assure to RS-Bic.
           move MontRestant of QuittanceDonne to RS-Montant.
           move 0 to RS-Nombre.
           move DateEcheanceSepa to RS-DateEcheance.
           write Enr-FichierRemiseSociete from LigneRemise.
           add 1 to NbrPrelevements of BilanSepa.
           add MontRestant of QuittanceDonne
               to MontantRemis of BilanSepa.
           add 1 to NbTraitesRun.
      *---- Le montant remis est memorise sur la quittance : en cas de
      *---- rejet bancaire, seul ce montant sera extourne.
           exec sql
                   set QMontantRegle = QMontant,
                       QStatut = 2,
                       QPrelevEmis = 1,
                       QMontPreleve = :QuittanceDonne.MontRestant,
                       QRemise = :SuiviDonne.StRun
                   where QNum = :QuittanceDonne.NumQuittance
           end-exec.

       RemiseSepa-Fin.
           if EtapeReprise not = 2
               exec sql
                   close Remise-Cursor
               end-exec
           end-if.
      *---- Quittances terminees : la reprise eventuelle repartira des
      *---- echeances.
           move 2 to StEtape of SuiviDonne.
           move spaces to StDernierAssure of SuiviDonne.
           perform PointSuiviTraitement.
           perform RemiseEcheances.
           exec sql
               commit
           move DateRemiseJour to RS-DateRemise.
           move NbrPrelevements of BilanSepa to RS-Nombre.
           move MontantRemis of BilanSepa to RS-Montant.
           move DateEcheanceSepa to RS-DateEcheance.
           write Enr-FichierRemiseSociete from LigneRemise.
           close FichierRemiseSociete.
           move "RemiseSepa" to CodeFichierTr of TransmissionDonne.
           if SocieteTrt not = "01"
               string
                   "RemiseSepa-" SocieteTrt
                   delimited by size into CodeFichierTr
                       of TransmissionDonne
               end-string
           end-if.
           move MontantRemis of BilanSepa
               to MontantTr of TransmissionDonne.
           perform EnregistreTransmission.
           perform FermeSuiviTraitement.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Quittances fractionnees : seules les echeances arrivees a
      *----- la date de prelevement sont remises, chacune pour son
      *----- montant ; la quittance avance echeance par echeance et sa
      *----- date d'echeance suit la prochaine echeance impayee, pour
      *----- que les relances vieillissent sur l'echeance manquee et non
      *----- sur l'annuite.
      *-------------------------------------------------------------------------------------
       RemiseEcheances.
           move 0 to EoDB.
           move spaces to AssureEnCours.
      *---- Les echeances ne reprennent apres un assure que si c'est
      *---- leur passe qui a ete interrompue. Pas d'echeance prelevee
      *---- sur un assure decede.
           if EtapeReprise not = 2
               move spaces to RepriseAssure
           end-if.
           exec sql
               Declare RemiseEch-Cursor cursor with hold for
                   select EcQNum,EcRang,EcDate,EcMontant,
                          AAssur,AIban,ABic,ARefMandat,ADateMandat
                       from Echeance
                       inner join Quittance on QNum = EcQNum
                       inner join Assure on AAssur = QAssur
                       where EcRegle = 0
                         and EcDate <= :DateEcheanceSepa
                         and QStatut < 2
                         and AIban <> ' '
                         and ARefMandat <> ' '
                         and isnull(ADeces,0) = 0
                         and isnull(ASociete,'01') = :SocieteTrt
                         and QAssur > :RepriseAssure
                       order by QAssur,EcQNum,EcRang
           end-exec.
           exec sql
               open RemiseEch-Cursor
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               perform ValideAssurePrelevement
           else
               if A-Assur of Assure not = AssureEnCours
                   perform ValideAssurePrelevement
                   move A-Assur of Assure to AssureEnCours
               end-if
               perform EnrPrelevementEcheance
           end-if.

       EnrPrelevementEcheance.
           move 0 to DejaPreleve.
           exec sql
               select count(*) into :DejaPreleve
                   from Echeance
                   where EcQNum = :EcheanceDonne.NumQuitEch
                     and EcRang = :EcheanceDonne.RangEch
                     and EcRegle <> 0
           end-exec.
           if DejaPreleve > 0
               add 1 to NbIgnoresRun
               exit paragraph
           end-if.
           move spaces to LigneRemise.
           move "DET" to RS-TypeEnr.
           move DateRemiseJour to RS-DateRemise.
           move A-Bic of Assure to RS-Bic.
           move MontEch of EcheanceDonne to RS-Montant.
           move 0 to RS-Nombre.
           move DateEcheanceSepa to RS-DateEcheance.
           write Enr-FichierRemiseSociete from LigneRemise.
           add 1 to NbrPrelevements of BilanSepa.
           add MontEch of EcheanceDonne
               to MontantRemis of BilanSepa.
           add 1 to NbTraitesRun.
           exec sql
               update Echeance
                   set EcRegle = 1,
                       EcRemise = :SuiviDonne.StRun
                   where EcQNum = :EcheanceDonne.NumQuitEch
                     and EcRang = :EcheanceDonne.RangEch
           end-exec.
               end-exec
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Reprise d'un passage interrompu : la remise est reecrite
      *----- avec les prelevements deja valides par ce passage (marques
      *----- QRemise / EcRemise), pour leur montant remis ; ceux de
      *----- l'assure en cours lors de l'arret, annules avec lui, seront
      *----- emis a nouveau par la suite du traitement.
      *-------------------------------------------------------------------------------------
       ReecritRemiseReprise.
           move 0 to EoDB.
           exec sql
               Declare RepriseQuit-Cursor cursor for
                   select QNum,isnull(QMontPreleve,0),
                          AAssur,AIban,ABic,ARefMandat,ADateMandat
                       from Quittance
                       inner join Assure on AAssur = QAssur
                       where QRemise = :SuiviDonne.StRun
                         and QPrelevEmis = 1
                         and isnull(ASociete,'01') = :SocieteTrt
                       order by QAssur,QNum
           end-exec.
           exec sql
               open RepriseQuit-Cursor
           end-exec.
           perform ReecritRepriseQuit-Trt until EoDB = 1.
           exec sql
               close RepriseQuit-Cursor
           end-exec.
           move 0 to EoDB.
           exec sql
               Declare RepriseEch-Cursor cursor for
                   select EcQNum,EcRang,EcDate,EcMontant,
                          AAssur,AIban,ABic,ARefMandat,ADateMandat
                       from Echeance
                       inner join Quittance on QNum = EcQNum
                       inner join Assure on AAssur = QAssur
                       where EcRemise = :SuiviDonne.StRun
                         and isnull(ASociete,'01') = :SocieteTrt
                       order by QAssur,EcQNum,EcRang
           end-exec.
           exec sql
               open RepriseEch-Cursor
           end-exec.
           perform ReecritRepriseEch-Trt until EoDB = 1.
           exec sql
               close RepriseEch-Cursor
           end-exec.
           move 0 to EoDB.

       ReecritRepriseQuit-Trt.
           exec sql
               fetch RepriseQuit-Cursor into
                   :QuittanceDonne.NumQuittance,
                   :QuittanceDonne.MontRestant,
                   :Assure.A-Assur,:Assure.A-Iban,:Assure.A-Bic,
                   :Assure.A-RefMandat,:Assure.A-DateMandat
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           move spaces to LigneRemise.
           move "DET" to RS-TypeEnr.
           move DateRemiseJour to RS-DateRemise.
           move NumQuittance of QuittanceDonne to RS-NumQuit.
           move A-RefMandat of Assure to RS-RefMandat.
           move A-DateMandat of Assure to RS-DateMandat.
           move A-Iban of Assure to RS-Iban.
           move A-Bic of Assure to RS-Bic.
           move MontRestant of QuittanceDonne to RS-Montant.
           move 0 to RS-Nombre.
           move DateEcheanceSepa to RS-DateEcheance.
           write Enr-FichierRemiseSociete from LigneRemise.
           add 1 to NbrPrelevements of BilanSepa.
           add MontRestant of QuittanceDonne
               to MontantRemis of BilanSepa.

       ReecritRepriseEch-Trt.
           exec sql
               fetch RepriseEch-Cursor into
                   :EcheanceDonne.NumQuitEch,:EcheanceDonne.RangEch,
                   :EcheanceDonne.DateEch,:EcheanceDonne.MontEch,
                   :Assure.A-Assur,:Assure.A-Iban,:Assure.A-Bic,
                   :Assure.A-RefMandat,:Assure.A-DateMandat
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           move spaces to LigneRemise.
           move "DET" to RS-TypeEnr.
           move DateRemiseJour to RS-DateRemise.
           move NumQuitEch of EcheanceDonne to RS-NumQuit.
           move A-RefMandat of Assure to RS-RefMandat.
           move A-DateMandat of Assure to RS-DateMandat.
           move A-Iban of Assure to RS-Iban.
           move A-Bic of Assure to RS-Bic.
           move MontEch of EcheanceDonne to RS-Montant.
           move 0 to RS-Nombre.
           move DateEcheanceSepa to RS-DateEcheance.
           write Enr-FichierRemiseSociete from LigneRemise.
           add 1 to NbrPrelevements of BilanSepa.
           add MontEch of EcheanceDonne
               to MontantRemis of BilanSepa.

      *-------------------------------------------------------------------------------------
      *----- Import des retours de la banque : chaque prelevement rejete
      *----- repasse sa quittance impayee, prete pour une relance ou une
           end-exec.
           add 1 to NbrRetours of BilanSepa.

      *-------------------------------------------------------------------------------------
      *----- Inscription au registre des transmissions du fichier
      *----- de la remise de la societe, qui vient d'etre ferme : il est
      *----- relu pour compter ses enregistrements et calculer sa cle
      *----- de controle (cle = reste de cle * 31 + octet par 999999937,
      *----- sur les 255 positions de chaque ligne).
      *-------------------------------------------------------------------------------------
       EnregistreTransmission.
           move 0 to NbrEnrTr of TransmissionDonne.
           move 0 to ControleTr of TransmissionDonne.
           move 0 to EofTr.
           open input FichierRemiseSociete.
           perform LitTransmission until EofTr = 1.
           close FichierRemiseSociete.
           accept DateTr of TransmissionDonne from date yyyymmdd.
           accept HeureTr of TransmissionDonne from time.
           exec sql
               select isnull(max(TrSeq),0) + 1
                   into :TransmissionDonne.SeqTr
                   from Transmission
                   where TrFichier = :TransmissionDonne.CodeFichierTr
           end-exec.
      *---- Meme fichier, meme contenu, deja parti et non rejete : la
      *---- tentative de double envoi est tracee sur la nouvelle ligne.
           exec sql
               select isnull(min(TrSeq),0)
                   into :TransmissionDonne.SeqOrigineTr
                   from Transmission
                   where TrFichier = :TransmissionDonne.CodeFichierTr
                     and TrControle = :TransmissionDonne.ControleTr
                     and TrNbEnr = :TransmissionDonne.NbrEnrTr
                     and TrStatut <> 2
           end-exec.
           exec sql
               insert into Transmission
                   (TrFichier,TrSeq,TrDateEnvoi,TrHeure,TrNbEnr,
                    TrMontant,TrControle,TrStatut,TrDateAcquit,
                    TrSeqOrigine)
               values
                   (:TransmissionDonne.CodeFichierTr,
                    :TransmissionDonne.SeqTr,
                    :TransmissionDonne.DateTr,
                    :TransmissionDonne.HeureTr,
                    :TransmissionDonne.NbrEnrTr,
                    :TransmissionDonne.MontantTr,
                    :TransmissionDonne.ControleTr,
                    0,' ',
                    :TransmissionDonne.SeqOrigineTr)
           end-exec.
           exec sql
               commit
           end-exec.

       LitTransmission.
           read FichierRemiseSociete into LigneTr
               at end
                   move 1 to EofTr
               not at end
                   add 1 to NbrEnrTr of TransmissionDonne
                   perform CleTransmission
                       varying PosTr from 1 by 1 until PosTr > 255
           end-read.

       CleTransmission.
           move LigneTr(PosTr:1) to CarControle.
           compute CalculTr =
               ControleTr of TransmissionDonne * 31 + ValeurOctet.
           divide CalculTr by 999999937 giving QuotientTr
               remainder ControleTr of TransmissionDonne.

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
      *----- Ouverture du suivi : reprise du passage reste inacheve
      *----- (statut 0) s'il y en a un, sinon nouveau passage identifie
      *----- par sa date et son heure de lancement.
      *-------------------------------------------------------------------------------------
       OuvreSuiviTraitement.
           move 0 to RepriseTraitement.
           move 0 to EtapeReprise.
           move 0 to NbTraitesRun.
           move 0 to NbIgnoresRun.
           move 0 to NbReprisRun.
           move 0 to NbIgnoresAvant.
           move spaces to RepriseAssure.
           exec sql
               select top 1 StRun,StEtape,isnull(StDernierAssure,' '),
                      StDateRef,StNbTraites,StNbIgnores
                   into :SuiviDonne.StRun,:SuiviDonne.StEtape,
                        :SuiviDonne.StDernierAssure,
                        :SuiviDonne.StDateRef,:SuiviDonne.StNbTraites,
                        :SuiviDonne.StNbIgnores
                   from SuiviTraitement
                   where StProgramme = :SuiviDonne.StProgramme
                     and StStatut = 0
                   order by StRun desc
           end-exec.
           if SQLCODE = 0
               move 1 to RepriseTraitement
               move StEtape of SuiviDonne to EtapeReprise
               move StDernierAssure of SuiviDonne to RepriseAssure
               move StNbTraites of SuiviDonne to NbReprisRun
               move StNbIgnores of SuiviDonne to NbIgnoresAvant
               exec sql
                   update SuiviTraitement
                       set StNbReprises = StNbReprises + 1
                       where StProgramme = :SuiviDonne.StProgramme
                         and StRun = :SuiviDonne.StRun
               end-exec
               exec sql
                   commit
               end-exec
               exit paragraph
           end-if.
           accept StDate of SuiviDonne from date yyyymmdd.
           accept StHeure of SuiviDonne from time.
           move StDate of SuiviDonne to StDateRef of SuiviDonne.
           move spaces to StRun of SuiviDonne.
           string
               StDate of SuiviDonne "-" StHeure of SuiviDonne (1:6)
               delimited by size into StRun of SuiviDonne
           end-string.
           move 1 to StEtape of SuiviDonne.
           move spaces to StDernierAssure of SuiviDonne.
           move 0 to StNbTraites of SuiviDonne.
           move 0 to StNbIgnores of SuiviDonne.
           exec sql
                INSERT INTO SuiviTraitement
                    (StProgramme,StRun,StStatut,StEtape,StDernierAssure,
                     StDateRef,StDateDebut,StHeureDebut,StNbTraites,
                     StNbIgnores,StNbReprises)
                VALUES
                    (:SuiviDonne.StProgramme,:SuiviDonne.StRun,0,1,' ',
                     :SuiviDonne.StDateRef,:SuiviDonne.StDate,
                     :SuiviDonne.StHeure,0,0,0)
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Point de reprise : l'etape et le dernier assure traite sont
      *---- ecrits dans la meme unite de travail que ses quittances ou
      *---- ses prelevements, puis l'ensemble est valide.
       PointSuiviTraitement.
           compute StNbTraites of SuiviDonne =
               NbReprisRun + NbTraitesRun.
           compute StNbIgnores of SuiviDonne =
               NbIgnoresAvant + NbIgnoresRun.
           exec sql
               update SuiviTraitement
                   set StEtape = :SuiviDonne.StEtape,
                       StDernierAssure = :SuiviDonne.StDernierAssure,
                       StNbTraites = :SuiviDonne.StNbTraites,
                       StNbIgnores = :SuiviDonne.StNbIgnores
                   where StProgramme = :SuiviDonne.StProgramme
                     and StRun = :SuiviDonne.StRun
           end-exec.
           exec sql
               commit
           end-exec.

      *---- Fin du passage : statut 1, et compte rendu du passage dans
      *---- JournalTraitements.csv (traites, ignores car deja emis,
      *---- repris d'une tentative precedente).
       FermeSuiviTraitement.
           accept StDate of SuiviDonne from date yyyymmdd.
           accept StHeure of SuiviDonne from time.
           compute StNbTraites of SuiviDonne =
               NbReprisRun + NbTraitesRun.
           compute StNbIgnores of SuiviDonne =
               NbIgnoresAvant + NbIgnoresRun.
           exec sql
               update SuiviTraitement
                   set StStatut = 1,
                       StNbTraites = :SuiviDonne.StNbTraites,
                       StNbIgnores = :SuiviDonne.StNbIgnores,
                       StDateFin = :SuiviDonne.StDate,
                       StHeureFin = :SuiviDonne.StHeure
                   where StProgramme = :SuiviDonne.StProgramme
                     and StRun = :SuiviDonne.StRun
           end-exec.
           exec sql
               commit
           end-exec.
           if RepriseTraitement = 1
               move "OUI" to RepriseAffichee
           else
               move "NON" to RepriseAffichee
           end-if.
           move spaces to LigneJournalTrt.
           string
               StProgramme of SuiviDonne
               ";" StRun of SuiviDonne
               ";" StDate of SuiviDonne
               ";" StHeure of SuiviDonne (1:6)
               ";" RepriseAffichee
               ";" NbTraitesRun
               ";" NbIgnoresRun
               ";" NbReprisRun
               delimited by size into LigneJournalTrt
           end-string.
           open extend FichierJournalTraitements.
           write Enr-FichierJournalTraitements from LigneJournalTrt.
           close FichierJournalTraitements.

      *---- Societe de l'operateur, deposee a la connexion (positions
      *---- 11-12 du fichier de session).
       LireSocieteSession.
           move spaces to SocieteSession.
           open input FichierSessionOperateur.
           read FichierSessionOperateur
               at end continue
               not at end
                   move Enr-FichierSessionOperateur(11:2)
                       to SocieteSession
           end-read.
           close FichierSessionOperateur.

      *---- Chargement des societes du groupe ; la societe 01 est
      *---- toujours presente, meme absente du fichier.
       ChargeSocietes.
           initialize TableSocietes.
           move 1 to NbrSocietes.
           move "01" to CodeSocTab(1).
           move 0 to EofSocietes.
           open input FichierSocietes.
           perform ChargeSocietes-Trt until EofSocietes = 1.
           close FichierSocietes.

       ChargeSocietes-Trt.
           read FichierSocietes
               at end
                   move 1 to EofSocietes
               not at end
                   perform ChargeLigneSociete
           end-read.

      *---- Une ligne du fichier ; l'en-tete (code non numerique) est
      *---- ignoree, et au-dela de neuf societes les lignes aussi.
       ChargeLigneSociete.
           initialize LigneSociete.
           unstring Enr-FichierSocietes delimited by ";" into
               CodeSocLu
               NomSocLu
               IcsSocLu
               IbanSocLu
               BicSocLu
               DebutAssurLu
               DebutSinLu
           end-unstring.
           if CodeSocLu not numeric
               exit paragraph
           end-if.
           if DebutAssurLu not numeric
               move 0 to DebutAssurLu
           end-if.
           if DebutSinLu not numeric
               move 0 to DebutSinLu
           end-if.
           if CodeSocLu = "01"
               move 1 to IndiceSociete
           else
               if NbrSocietes = 9
                   exit paragraph
               end-if
               add 1 to NbrSocietes
               move NbrSocietes to IndiceSociete
           end-if.
           move CodeSocLu to CodeSocTab(IndiceSociete).
           move NomSocLu to NomSocTab(IndiceSociete).
           move IcsSocLu to IcsSocTab(IndiceSociete).
           move IbanSocLu to IbanSocTab(IndiceSociete).
           move BicSocLu to BicSocTab(IndiceSociete).
           move DebutAssurLu to DebutAssurTab(IndiceSociete).
           move DebutSinLu to DebutSinTab(IndiceSociete).

      *-------------------------------------------------------------------------------------
      *----- Fin du prelevement SEPA
      *-------------------------------------------------------------------------------------
