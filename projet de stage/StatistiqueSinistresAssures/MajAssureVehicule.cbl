            10 VPuiss      pic 99.

      *---- Garantie d'un vehicule : code de couverture aligne sur les
      *---- types de sinistre (1 a 4) ou 5 pour l'assistance
      *---- (depannage, remorquage, rapatriement), capital garanti et
      *---- franchise deduite du montant des sinistres a l'import, et
      *---- nombre de jours de vehicule de remplacement pris en charge
      *---- sur un sinistre de ce type (0 = pas de vehicule).
       01 GarantieDonne.
            10 GCodeGar    pic 9.
            10 GCapital    pic 9(8)V99.
            10 GFranchise  pic 9(6)V99.
            10 GJoursRempl pic 999.
       77 NbGarantieExistante pic 9(4).

       77 TypeMaj         pic 9.
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les assures des autres societes du
      *---- groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Coordonnees bancaires avant saisie, pour detecter un
      *---- changement d'IBAN/BIC/mandat : ces champs qui font bouger
           05 CleMajFic   pic x(16).
       77 FichMajAssureVehic pic x(60).

      *---- Historique avant/apres des mises a jour (table
      *---- HistoriqueMaj, consultee par HistoriqueFiche) : une ligne
      *---- par champ modifie, avec l'operateur et l'horodatage. La cle
      *---- de la ligne est le numero d'assure, l'immatriculation
      *---- (vehicule et garanties) ou le numero de sinistre.
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
            10 HistCleAssur  sql char-varying(5).
            10 HistCleImma   sql char-varying(9).
            10 HistCleSin    sql char-varying(6).
            10 HistCleCode   pic 9.

      *---- Valeurs de l'assure avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 AssureAvant.
            10 HaNom           sql char-varying(40).
            10 HaPrenom        sql char-varying(40).
            10 HaAdresse       sql char-varying(40).
            10 HaCodePost      sql char-varying(40).
            10 HaVille         sql char-varying(40).
            10 HaTel           sql char-varying(40).
            10 HaEmail         sql char-varying(40).
            10 HaIban          sql char-varying(40).
            10 HaBic           sql char-varying(40).
            10 HaRefMandat     sql char-varying(40).
            10 HaDateMandat    sql char-varying(40).
            10 HaAgence        sql char-varying(40).
            10 HaFractionnement sql char-varying(40).
            10 HaNpai          sql char-varying(40).
            10 HaSuspendu      sql char-varying(40).
            10 HaCoefficient   sql char-varying(40).
       01 AssureApres.
            10 HaNom           sql char-varying(40).
            10 HaPrenom        sql char-varying(40).
            10 HaAdresse       sql char-varying(40).
            10 HaCodePost      sql char-varying(40).
            10 HaVille         sql char-varying(40).
            10 HaTel           sql char-varying(40).
            10 HaEmail         sql char-varying(40).
            10 HaIban          sql char-varying(40).
            10 HaBic           sql char-varying(40).
            10 HaRefMandat     sql char-varying(40).
            10 HaDateMandat    sql char-varying(40).
            10 HaAgence        sql char-varying(40).
            10 HaFractionnement sql char-varying(40).
            10 HaNpai          sql char-varying(40).
            10 HaSuspendu      sql char-varying(40).
            10 HaCoefficient   sql char-varying(40).

      *---- Valeurs du vehicule avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 VehiculeAvant.
            10 HvAssur         sql char-varying(40).
            10 HvRisq          sql char-varying(40).
            10 HvDom           sql char-varying(40).
            10 HvPuiss         sql char-varying(40).
            10 HvActif         sql char-varying(40).
            10 HvModele        sql char-varying(40).
            10 HvDateMec       sql char-varying(40).
            10 HvPolice        sql char-varying(40).
            10 HvTrancheKm     sql char-varying(40).
       01 VehiculeApres.
            10 HvAssur         sql char-varying(40).
            10 HvRisq          sql char-varying(40).
            10 HvDom           sql char-varying(40).
            10 HvPuiss         sql char-varying(40).
            10 HvActif         sql char-varying(40).
            10 HvModele        sql char-varying(40).
            10 HvDateMec       sql char-varying(40).
            10 HvPolice        sql char-varying(40).
            10 HvTrancheKm     sql char-varying(40).

      *---- Controle d'une adresse contre le referentiel des codes
      *---- postaux et communes (table CodePostal, chargee par
      *---- ReferentielPostal) : la commune doit appartenir au code
      *---- postal, elle est alors remise au libelle d'acheminement du
      *---- referentiel ; sinon une correction est proposee. Statut :
      *---- 0 conforme, 1 code postal inconnu, 2 commune absente du
      *---- code postal. Referentiel vide : pas de controle.
       01 ControleCommuneDonne.
            10 CodePostCtl     sql char-varying(5).
            10 VilleCtl        sql char-varying(25).
            10 VilleCtlNorm    sql char-varying(45).
            10 CodePostPropose sql char-varying(5).
            10 VillePropose    sql char-varying(32).
       77 StatutCommune      pic 9.
       77 LibAnomalieCommune pic x(35).
       77 NbCommunesRef      pic 9(6).
       77 NbCommunesCp       pic 9(4).
       77 ReferentielCompte  pic 9 value 0.

      *---- Adresse refusee a la saisie : la mise a jour n'est pas
      *---- enregistree.
       77 AdresseRefusee     pic 9.
       77 ReponseProposition pic x.

      *---- Controle des coordonnees bancaires : format et cle
      *---- (modulo 97) de l'IBAN, format du BIC, pays du BIC egal a
      *---- celui de l'IBAN et, si la table BanqueBic (chargee par
      *---- ControleBancaire) connait le code banque de l'IBAN, BIC de
      *---- cette banque. Statut : 0 conforme, 1 IBAN absent, 2 format
      *---- IBAN, 3 cle IBAN, 4 format BIC, 5 BIC incoherent.
       01 CoordBancaireCtl.
            10 IbanCtl       sql char-varying(42).
            10 BicCtl        sql char-varying(11).
            10 PaysIbanCtl   sql char-varying(2).
            10 CodeBanqueCtl sql char-varying(11).
            10 Bic8Ctl       sql char-varying(8).
      *---- Par pays : longueur de l'IBAN, position et longueur du code
      *---- banque dans l'IBAN.
       01 PaysIbanValeurs.
            10 filler pic x(8) value "FR270505".
            10 filler pic x(8) value "MC270505".
            10 filler pic x(8) value "DE220508".
            10 filler pic x(8) value "BE160503".
            10 filler pic x(8) value "ES240504".
            10 filler pic x(8) value "IT270605".
            10 filler pic x(8) value "LU200503".
            10 filler pic x(8) value "NL180504".
            10 filler pic x(8) value "PT250504".
            10 filler pic x(8) value "AT200505".
            10 filler pic x(8) value "CH210505".
            10 filler pic x(8) value "GB220504".
            10 filler pic x(8) value "IE220504".
       01 PaysIbanTable redefines PaysIbanValeurs.
            10 PaysIban occurs 13.
               15 CodePaysIban   pic x(2).
               15 LongPaysIban   pic 9(2).
               15 DebBanqueIban  pic 9(2).
               15 LongBanqueIban pic 9(2).
       77 StatutBanque       pic 9.
       77 LibAnomalieBanque  pic x(35).
       77 IbanSaisi          pic x(42).
       77 IbanCompact        pic x(34).
       77 BicSaisi           pic x(11).
       77 LongIban           pic 99.
       77 LongBic            pic 99.
       77 PosIban            pic 99.
       77 IndicePays         pic 99.
       77 PaysTrouve         pic 99.
       77 CarIban            pic x.
       77 ChiffreIban        pic 9.
       77 RangLettre         pic 99.
       77 CalculIban         pic 9(6).
       77 QuotientIban       pic 9(6).
       77 ResteIban          pic 99.
       77 CarInvalide        pic 9.
       77 NbBanqueRef        pic 9(4).
       77 NbBicRef           pic 9(4).
       77 AlphabetIban       pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *---- Coordonnees bancaires refusees a la saisie : la mise a
      *---- jour n'est pas enregistree.
       77 BanqueRefusee      pic 9.

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           10 line 19 col 17 from A-Fractionnement of Assure.
           10 line 19 col 40 value "Nouveau :".

      *---- Adresse hors referentiel : anomalie et correction proposee.
       01 T-AdresseNonConforme foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 21 col 2  from LibAnomalieCommune.
           10 line 22 col 2  value "Proposition :".
           10 line 22 col 16
               from CodePostPropose of ControleCommuneDonne.
           10 line 22 col 22
               from VillePropose of ControleCommuneDonne.
           10 line 23 col 2  value "Retenir la proposition (O/N) :".

       01 T-AdresseRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 24 col 2
               value "Adresse hors referentiel, maj abandonnee.".

       01 T-BanqueRefusee foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 21 col 2  from LibAnomalieBanque.
           10 line 24 col 2
               value "Coordonnees bancaires invalides, maj abandonnee.".

       01 T-AssureNonTrouve foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 10 col 2
           10 line 10 col 2
               value "Aucun vehicule trouve pour cette cle.".

      *---- Garantie d'un vehicule : saisie du code, du capital, de la
      *---- franchise et des jours de vehicule de remplacement.
       01 T-SaisieGarantie foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Maintenance garantie".
           10 line 3 col 12 from VAssur of VehiculeDonne.
           10 line 4 col 2  value "Immatriculation".
           10 line 4 col 18 from VImma  of VehiculeDonne.
           10 line 6 col 2  value "Code garantie (1-5)  :".
           10 line 7 col 2  value "Capital garanti      :".
           10 line 8 col 2  value "Franchise            :".
           10 line 9 col 2  value "Jours vehic. rempl.  :".

       01 T-MajTerminee foreground-color is CouleurTexte
               background-color is CouleurFond.
       MajAssureVehicule-Init.
           accept DateMaj from date yyyymmdd.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "MajAssureVehicule" to HistProgramme of HistoriqueDonne.
           open output FichierMajAssureVehic.
           string
               "Date;Heure;Type;Cle;Operateur"
                        :Assure.A-Agence,:Assure.A-Fractionnement
                   from Assure
                   where AAssur = :NAssurRecherche
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE = 0
               move 1 to EnrTrouve
               move A-RefMandat of Assure to AncienRefMandat
               move A-DateMandat of Assure to AncienDateMandat
               perform SaisieAssure
               if AdresseRefusee = 0 and BanqueRefusee = 0
                   perform EnrMajAssure
               end-if
           else
               display T-AssureNonTrouve
               accept OptionChoisie
               and A-Fractionnement of Assure not = 12
               move 0 to A-Fractionnement of Assure
           end-if.
           perform ControleAdresseSaisie.
           perform ControleBanqueSaisie.

      *---- Code postal et commune controles contre le referentiel : la
      *---- commune conforme est remise a l'orthographe du referentiel ;
      *---- sinon l'operateur retient la correction proposee, ou la
      *---- mise a jour est abandonnee.
       ControleAdresseSaisie.
           move 0 to AdresseRefusee.
           move A-CodePost of Assure
               to CodePostCtl of ControleCommuneDonne.
           move A-Ville of Assure to VilleCtl of ControleCommuneDonne.
           perform ControleCommune.
           if StatutCommune = 0
               move VillePropose of ControleCommuneDonne
                   to A-Ville of Assure
               exit paragraph
           end-if.
           display T-AdresseNonConforme.
           move "N" to ReponseProposition.
           accept ReponseProposition line 23 col 33.
           if (ReponseProposition = "O" or ReponseProposition = "o")
               and VillePropose of ControleCommuneDonne not = spaces
               move CodePostPropose of ControleCommuneDonne
                   to A-CodePost of Assure
               move VillePropose of ControleCommuneDonne
                   to A-Ville of Assure
           else
               move 1 to AdresseRefusee
               display T-AdresseRefusee
               accept OptionChoisie
           end-if.

      *---- IBAN et BIC modifies controles avant le depot en attente :
      *---- un IBAN vide (retrait des coordonnees) est admis, une
      *---- saisie invalide abandonne la mise a jour.
       ControleBanqueSaisie.
           move 0 to BanqueRefusee.
           if AdresseRefusee = 1
               exit paragraph
           end-if.
           if A-Iban of Assure = AncienIban
               and A-Bic of Assure = AncienBic
               exit paragraph
           end-if.
           move A-Iban of Assure to IbanCtl of CoordBancaireCtl.
           move A-Bic of Assure to BicCtl of CoordBancaireCtl.
           perform ControleIban.
           if StatutBanque = 0 or StatutBanque = 1
               move IbanCtl of CoordBancaireCtl to A-Iban of Assure
               move BicCtl of CoordBancaireCtl to A-Bic of Assure
               exit paragraph
           end-if.
           move 1 to BanqueRefusee.
           display T-BanqueRefusee.
           accept OptionChoisie.

      *---- L'adresse corrigee leve automatiquement le signalement NPAI
      *---- (courrier revenu) : les lettres et factures repartent. Les
      *---- elles partent en file de validation a quatre yeux, et c'est
      *---- l'approbation d'un second superviseur qui les posera.
       EnrMajAssure.
           move A-Assur of Assure to HistCleAssur of HistoriqueDonne.
           perform LitAssureHist.
           move AssureApres to AssureAvant.
           exec sql
               update Assure
                   set ANom = :Assure.A-Nom,
               end-string
               perform DeposeMajEnAttente
           end-if.
           perform LitAssureHist.
           perform HistoriseAssure.
           exec sql
               commit
           end-exec.
           accept VPuiss of VehiculeDonne line 8 col 40.

       EnrMajVehicule.
           move VAssur of VehiculeDonne
               to HistCleAssur of HistoriqueDonne.
           move VImma of VehiculeDonne
               to HistCleImma of HistoriqueDonne.
           perform LitVehiculeHist.
           move VehiculeApres to VehiculeAvant.
           exec sql
               update Vehicule
                   set VRisq = :VehiculeDonne.VRisq,
                   where VAssur = :VehiculeDonne.VAssur
                     and VImma = :VehiculeDonne.VImma
           end-exec.
           perform LitVehiculeHist.
           perform HistoriseVehicule.
           exec sql
               commit
           end-exec.
           accept OptionChoisie.

      *---- Saisie ou revision d'une garantie d'un vehicule : code de
      *---- couverture, capital garanti, franchise et jours de vehicule
      *---- de remplacement, creee si elle n'existe pas encore pour ce
      *---- code, revisee sinon.
       MajGarantie.
           display Ecran-Blanc.
           display M-Recherche-Vehic.
           accept GCodeGar   of GarantieDonne line 6 col 30.
           accept GCapital   of GarantieDonne line 7 col 30.
           accept GFranchise of GarantieDonne line 8 col 30.
           accept GJoursRempl of GarantieDonne line 9 col 30.

      *---- Les garanties font bouger les franchises deduites des
      *---- sinistres : la saisie part en file de validation a quatre
               ";" GCodeGar of GarantieDonne
               ";" GCapital of GarantieDonne
               ";" GFranchise of GarantieDonne
               ";" GJoursRempl of GarantieDonne
               into DonneesMaj
           end-string.
           perform DeposeMajEnAttente.
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


      *---- Relecture des valeurs de l'assure pour l'historique.
       LitAssureHist.
           initialize AssureApres.
           exec sql
               select isnull(convert(varchar(40),ANom),' '),
                      isnull(convert(varchar(40),APrenom),' '),
                      isnull(convert(varchar(40),AAdresse),' '),
                      isnull(convert(varchar(40),ACodePost),' '),
                      isnull(convert(varchar(40),AVille),' '),
                      isnull(convert(varchar(40),ATel),' '),
                      isnull(convert(varchar(40),AEmail),' '),
                      isnull(convert(varchar(40),AIban),' '),
                      isnull(convert(varchar(40),ABic),' '),
                      isnull(convert(varchar(40),ARefMandat),' '),
                      isnull(convert(varchar(40),ADateMandat),' '),
                      isnull(convert(varchar(40),AAgence),' '),
                      isnull(convert(varchar(40),AFractionnement),' '),
                      isnull(convert(varchar(40),ANpai),' '),
                      isnull(convert(varchar(40),ASuspendu),' '),
                      isnull(convert(varchar(40),ACoefficient),' ')
                   into :AssureApres.HaNom,
                        :AssureApres.HaPrenom,
                        :AssureApres.HaAdresse,
                        :AssureApres.HaCodePost,
                        :AssureApres.HaVille,
                        :AssureApres.HaTel,
                        :AssureApres.HaEmail,
                        :AssureApres.HaIban,
                        :AssureApres.HaBic,
                        :AssureApres.HaRefMandat,
                        :AssureApres.HaDateMandat,
                        :AssureApres.HaAgence,
                        :AssureApres.HaFractionnement,
                        :AssureApres.HaNpai,
                        :AssureApres.HaSuspendu,
                        :AssureApres.HaCoefficient
                   from Assure
                   where AAssur = :HistoriqueDonne.HistCleAssur
           end-exec.
           if SQLCODE not = 0
               initialize AssureApres
           end-if.

      *---- Une ligne d'historique par champ de l'assure modifie.
       HistoriseAssure.
           move "Assure" to HistTable of HistoriqueDonne.
           move HistCleAssur of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move "ANom" to HistChamp of HistoriqueDonne.
           move HaNom of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaNom of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "APrenom" to HistChamp of HistoriqueDonne.
           move HaPrenom of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaPrenom of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AAdresse" to HistChamp of HistoriqueDonne.
           move HaAdresse of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaAdresse of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ACodePost" to HistChamp of HistoriqueDonne.
           move HaCodePost of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaCodePost of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AVille" to HistChamp of HistoriqueDonne.
           move HaVille of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaVille of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ATel" to HistChamp of HistoriqueDonne.
           move HaTel of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaTel of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AEmail" to HistChamp of HistoriqueDonne.
           move HaEmail of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaEmail of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AIban" to HistChamp of HistoriqueDonne.
           move HaIban of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaIban of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ABic" to HistChamp of HistoriqueDonne.
           move HaBic of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaBic of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ARefMandat" to HistChamp of HistoriqueDonne.
           move HaRefMandat of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaRefMandat of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ADateMandat" to HistChamp of HistoriqueDonne.
           move HaDateMandat of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaDateMandat of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AAgence" to HistChamp of HistoriqueDonne.
           move HaAgence of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaAgence of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "AFractionnement" to HistChamp of HistoriqueDonne.
           move HaFractionnement of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaFractionnement of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ANpai" to HistChamp of HistoriqueDonne.
           move HaNpai of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaNpai of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ASuspendu" to HistChamp of HistoriqueDonne.
           move HaSuspendu of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaSuspendu of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "ACoefficient" to HistChamp of HistoriqueDonne.
           move HaCoefficient of AssureAvant
               to HistAncien of HistoriqueDonne.
           move HaCoefficient of AssureApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

      *---- Relecture des valeurs du vehicule pour l'historique.
       LitVehiculeHist.
           initialize VehiculeApres.
           exec sql
               select isnull(convert(varchar(40),VAssur),' '),
                      isnull(convert(varchar(40),VRisq),' '),
                      isnull(convert(varchar(40),VDom),' '),
                      isnull(convert(varchar(40),VPuiss),' '),
                      isnull(convert(varchar(40),VActif),' '),
                      isnull(convert(varchar(40),VModele),' '),
                      isnull(convert(varchar(40),VDateMec),' '),
                      isnull(convert(varchar(40),VPolice),' '),
                      isnull(convert(varchar(40),VTrancheKm),' ')
                   into :VehiculeApres.HvAssur,
                        :VehiculeApres.HvRisq,
                        :VehiculeApres.HvDom,
                        :VehiculeApres.HvPuiss,
                        :VehiculeApres.HvActif,
                        :VehiculeApres.HvModele,
                        :VehiculeApres.HvDateMec,
                        :VehiculeApres.HvPolice,
                        :VehiculeApres.HvTrancheKm
                   from Vehicule
                   where VAssur = :HistoriqueDonne.HistCleAssur
                     and VImma = :HistoriqueDonne.HistCleImma
           end-exec.
           if SQLCODE not = 0
               initialize VehiculeApres
           end-if.

      *---- Une ligne d'historique par champ du vehicule modifie.
       HistoriseVehicule.
           move "Vehicule" to HistTable of HistoriqueDonne.
           move HistCleImma of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move "VAssur" to HistChamp of HistoriqueDonne.
           move HvAssur of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvAssur of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VRisq" to HistChamp of HistoriqueDonne.
           move HvRisq of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvRisq of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VDom" to HistChamp of HistoriqueDonne.
           move HvDom of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvDom of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VPuiss" to HistChamp of HistoriqueDonne.
           move HvPuiss of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvPuiss of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VActif" to HistChamp of HistoriqueDonne.
           move HvActif of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvActif of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VModele" to HistChamp of HistoriqueDonne.
           move HvModele of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvModele of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VDateMec" to HistChamp of HistoriqueDonne.
           move HvDateMec of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvDateMec of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VPolice" to HistChamp of HistoriqueDonne.
           move HvPolice of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvPolice of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move "VTrancheKm" to HistChamp of HistoriqueDonne.
           move HvTrancheKm of VehiculeAvant
               to HistAncien of HistoriqueDonne.
           move HvTrancheKm of VehiculeApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.

      *---- Ecriture d'une ligne d'historique, si la valeur a change.
       EcritHistorique.
           if HistAncien of HistoriqueDonne
                   = HistNouveau of HistoriqueDonne
               exit paragraph
           end-if.
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

      *---- Controle du couple code postal / commune et proposition
      *---- de correction (meme commune sous un autre code postal, ou
      *---- commune du code postal au nom le plus proche).
       ControleCommune.
           move 0 to StatutCommune.
           move spaces to LibAnomalieCommune.
           move CodePostCtl of ControleCommuneDonne
               to CodePostPropose of ControleCommuneDonne.
           move VilleCtl of ControleCommuneDonne
               to VillePropose of ControleCommuneDonne.
           if ReferentielCompte = 0
               move 0 to NbCommunesRef
               exec sql
                   select count(*) into :NbCommunesRef
                       from CodePostal
               end-exec
               move 1 to ReferentielCompte
           end-if.
           if NbCommunesRef = 0
               exit paragraph
           end-if.
           move VilleCtl of ControleCommuneDonne
               to VilleCtlNorm of ControleCommuneDonne.
           inspect VilleCtlNorm of ControleCommuneDonne converting
               "abcdefghijklmnopqrstuvwxyz-'"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           move 0 to NbCommunesCp.
           exec sql
               select count(*) into :NbCommunesCp
                   from CodePostal
                   where CpCodePost = :ControleCommuneDonne.CodePostCtl
           end-exec.
           if NbCommunesCp = 0
               move 1 to StatutCommune
               move "Code postal inconnu" to LibAnomalieCommune
               move spaces to CodePostPropose of ControleCommuneDonne
               move spaces to VillePropose of ControleCommuneDonne
               exec sql
                   select top 1 CpCodePost,CpAcheminement
                       into :ControleCommuneDonne.CodePostPropose,
                            :ControleCommuneDonne.VillePropose
                       from CodePostal
                       where CpAcheminement collate French_CI_AI
                                 = :ControleCommuneDonne.VilleCtlNorm
                          or CpCommune collate French_CI_AI
                                 = :ControleCommuneDonne.VilleCtlNorm
                       order by CpCodePost
               end-exec
               if SQLCODE not = 0
                   move spaces
                       to CodePostPropose of ControleCommuneDonne
                   move spaces to VillePropose of ControleCommuneDonne
               end-if
               exit paragraph
           end-if.
           move spaces to VillePropose of ControleCommuneDonne.
           exec sql
               select isnull(min(CpAcheminement),' ')
                   into :ControleCommuneDonne.VillePropose
                   from CodePostal
                   where CpCodePost = :ControleCommuneDonne.CodePostCtl
                     and (CpAcheminement collate French_CI_AI
                              = :ControleCommuneDonne.VilleCtlNorm
                          or CpCommune collate French_CI_AI
                              = :ControleCommuneDonne.VilleCtlNorm)
           end-exec.
           if VillePropose of ControleCommuneDonne not = spaces
               exit paragraph
           end-if.
           move 2 to StatutCommune.
           move "Commune absente de ce code postal"
               to LibAnomalieCommune.
           exec sql
               select top 1 CpAcheminement
                   into :ControleCommuneDonne.VillePropose
                   from CodePostal
                   where CpCodePost = :ControleCommuneDonne.CodePostCtl
                   order by
                       difference(CpAcheminement,
                           :ControleCommuneDonne.VilleCtlNorm) desc,
                       CpAcheminement
           end-exec.

      *---- Controle de l'IBAN et du BIC de CoordBancaireCtl. Les
      *---- valeurs sont rendues normalisees (majuscules, IBAN sans
      *---- espaces). Un BIC vide est admis (remise SEPA sur IBAN seul).
       ControleIban.
           move 0 to StatutBanque.
           move spaces to LibAnomalieBanque.
           move IbanCtl of CoordBancaireCtl to IbanSaisi.
           inspect IbanSaisi converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to IbanCompact.
           move 0 to LongIban.
           perform CompacteIban varying PosIban from 1 by 1
               until PosIban > 42.
           move IbanCompact to IbanCtl of CoordBancaireCtl.
           move BicCtl of CoordBancaireCtl to BicSaisi.
           inspect BicSaisi converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move BicSaisi to BicCtl of CoordBancaireCtl.
           if LongIban = 0
               move 1 to StatutBanque
               move "IBAN absent" to LibAnomalieBanque
               exit paragraph
           end-if.
           if LongIban < 15 or LongIban > 34
               or IbanCompact(1:2) is not alphabetic
               or IbanCompact(3:2) is not numeric
               move 2 to StatutBanque
               move "IBAN : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           move 0 to PaysTrouve.
           perform CherchePaysIban varying IndicePays from 1 by 1
               until IndicePays > 13 or PaysTrouve > 0.
           if PaysTrouve > 0
               if LongIban not = LongPaysIban(PaysTrouve)
                   move 2 to StatutBanque
                   move "IBAN : longueur invalide pour le pays"
                       to LibAnomalieBanque
                   exit paragraph
               end-if
           end-if.
      *---- Cle : les 4 premiers caracteres passent en fin, chaque
      *---- lettre vaut 10 a 35, le reste de la division par 97 doit
      *---- etre 1 (calcul du reste chiffre par chiffre).
           move 0 to ResteIban.
           move 0 to CarInvalide.
           perform CleIbanCar varying PosIban from 5 by 1
               until PosIban > LongIban or CarInvalide = 1.
           perform CleIbanCar varying PosIban from 1 by 1
               until PosIban > 4 or CarInvalide = 1.
           if CarInvalide = 1
               move 2 to StatutBanque
               move "IBAN : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           if ResteIban not = 1
               move 3 to StatutBanque
               move "IBAN : cle de controle fausse"
                   to LibAnomalieBanque
               exit paragraph
           end-if.
           if BicSaisi = spaces
               exit paragraph
           end-if.
           move 0 to LongBic.
           inspect BicSaisi tallying LongBic
               for characters before initial space.
           move 0 to CarInvalide.
           if LongBic not = 8 and LongBic not = 11
               move 1 to CarInvalide
           else
               if BicSaisi(1:6) is not alphabetic
                   move 1 to CarInvalide
               end-if
               if LongBic = 8 and BicSaisi(9:3) not = spaces
                   move 1 to CarInvalide
               end-if
               perform ControleCarBic varying PosIban from 7 by 1
                   until PosIban > LongBic
           end-if.
           if CarInvalide = 1
               move 4 to StatutBanque
               move "BIC : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           if BicSaisi(5:2) not = IbanCompact(1:2)
               move 5 to StatutBanque
               move "BIC : pays different de l'IBAN"
                   to LibAnomalieBanque
               exit paragraph
           end-if.
           if PaysTrouve = 0
               exit paragraph
           end-if.
      *---- Banque connue du referentiel : le BIC doit etre le sien.
           move IbanCompact(1:2) to PaysIbanCtl of CoordBancaireCtl.
           move IbanCompact(DebBanqueIban(PaysTrouve):
                            LongBanqueIban(PaysTrouve))
               to CodeBanqueCtl of CoordBancaireCtl.
           move BicSaisi(1:8) to Bic8Ctl of CoordBancaireCtl.
           move 0 to NbBanqueRef.
           move 0 to NbBicRef.
           exec sql
               select count(*),
                      isnull(sum(case when left(BbBic,8)
                                   = :CoordBancaireCtl.Bic8Ctl
                                 then 1 else 0 end),0)
                   into :NbBanqueRef,:NbBicRef
                   from BanqueBic
                   where BbPays = :CoordBancaireCtl.PaysIbanCtl
                     and BbCodeBanque = :CoordBancaireCtl.CodeBanqueCtl
           end-exec.
           if SQLCODE = 0 and NbBanqueRef > 0 and NbBicRef = 0
               move 5 to StatutBanque
               move "BIC : autre banque que l'IBAN"
                   to LibAnomalieBanque
           end-if.

      *---- Suppression des espaces de presentation de l'IBAN.
       CompacteIban.
           if IbanSaisi(PosIban:1) not = space
               add 1 to LongIban
               if LongIban not > 34
                   move IbanSaisi(PosIban:1)
                       to IbanCompact(LongIban:1)
               end-if
           end-if.

       CherchePaysIban.
           if CodePaysIban(IndicePays) = IbanCompact(1:2)
               move IndicePays to PaysTrouve
           end-if.

      *---- Report d'un caractere de l'IBAN dans le reste modulo 97.
       CleIbanCar.
           move IbanCompact(PosIban:1) to CarIban.
           if CarIban is numeric
               move CarIban to ChiffreIban
               compute CalculIban = ResteIban * 10 + ChiffreIban
           else
               move 0 to RangLettre
               inspect AlphabetIban tallying RangLettre
                   for characters before initial CarIban
               if RangLettre > 25
                   move 1 to CarInvalide
                   exit paragraph
               end-if
               compute CalculIban = ResteIban * 100 + RangLettre + 10
           end-if.
           divide CalculIban by 97 giving QuotientIban
               remainder ResteIban.

       ControleCarBic.
           if BicSaisi(PosIban:1) is not alphabetic
               and BicSaisi(PosIban:1) is not numeric
               move 1 to CarInvalide
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Fin de la maintenance assure/vehicule
      *-------------------------------------------------------------------------------------
