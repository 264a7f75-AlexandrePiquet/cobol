       working-storage section.

      *---- Changement sensible en attente de validation a quatre yeux,
      *---- depose par MajAssureVehicule (IBAN, GARANTIE), par
      *---- MaintenanceBareme (TAUXCHG) ou par les demandes du portail
      *---- clients recues par PortailClient (ADRESSE, IBAN, SINISTRE ;
      *---- saisies par l'operateur PORTAIL).
       01 MajAttenteDonne.
            10 IdMaj        pic 9(6).
            10 TypeMaj      sql char-varying(8).
            10 DateMandatAppl  pic 9(8).
       77 AssurApplique sql char-varying(5).

      *---- Changement d'adresse demande sur le portail clients :
      *---- adresse;code postal;commune, deja controles contre le
      *---- referentiel des codes postaux a la reception.
       01 AdresseAppliquee.
            10 AdresseAppl     sql char-varying(40).
            10 CodePostAppl    sql char-varying(5).
            10 VilleAppl       sql char-varying(25).

       01 GarantieAppliquee.
            10 GAssurAppl    sql char-varying(5).
            10 GImmaAppl     sql char-varying(9).
            10 GCodeAppl     pic 9.
            10 GCapitalAppl  pic 9(8)V99.
            10 GFranchiseAppl pic 9(6)V99.
            10 GJoursRemplAppl pic 999.
      *---- Les montants du depot sont des suites de chiffres a virgule
      *---- implicite (centimes) : relus en entiers puis divises par
      *---- 100, comme les montants des fichiers d'import.
      *---- Program1 : le second regard, qui doit etre different du
      *---- premier.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).
       77 FichValidation pic x(110).

       77 EoDB pic 9.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

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

      *---- Valeurs de la garantie avant et apres la mise a jour, relues
      *---- en texte pour l'historique.
       01 GarantieAvant.
            10 HgCapital       sql char-varying(40).
            10 HgFranchise     sql char-varying(40).
            10 HgJoursRempl    sql char-varying(40).
       01 GarantieApres.
            10 HgCapital       sql char-varying(40).
            10 HgFranchise     sql char-varying(40).
            10 HgJoursRempl    sql char-varying(40).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           initialize BilanValidation.
           accept DateDecision from date yyyymmdd.
           perform LireOperateurSession.
           move OperateurCourant to HistOperateur of HistoriqueDonne.
           move "ValidationMaj" to HistProgramme of HistoriqueDonne.
           open output FichierValidationsMaj.
           string
               "Date;Demande;Nature;Cle;Decision;Saisi;Valide"
           end-string.
           write Enr-FichierValidationsMaj from FichValidation.
      **** Création du curseur : demandes en attente, dans l'ordre du
      **** depot. La cle commence par le numero d'assure, sauf pour les
      **** taux de change, communs au groupe.
           exec sql
               Declare Validation-Cursor cursor for
                   select MaId,MaType,MaCle,MaDonnees,MaOperateur1,
                          MaDate
                       from MajEnAttente
                       where MaStatut = 0
                         and (:SocieteSession = ''
                              or MaType = 'TAUXCHG'
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = left(MaCle,5)),
                                     '01') = :SocieteSession)
                       order by MaId
           end-exec.
           exec sql
                   perform AppliqueGarantie
               when "TAUXCHG"
                   perform AppliqueTauxChange
               when "ADRESSE"
                   perform AppliqueAdresse
      *---- Declaration de sinistre du portail : l'approbation la
      *---- libere, DeclarationSinistre (plan de nuit) l'enregistre
      *---- avec les controles de la declaration au guichet.
               when "SINISTRE"
                   continue
           end-evaluate.
           exec sql
               update MajEnAttente
               DateMandatAppl of BanqueAppliquee
           end-unstring.
           move CleMaj of MajAttenteDonne to AssurApplique.
           move AssurApplique to HistCleAssur of HistoriqueDonne.
           perform LitAssureHist.
           move AssureApres to AssureAvant.
           exec sql
               update Assure
                   set AIban = :BanqueAppliquee.IbanApplique,
                       ADateMandat = :BanqueAppliquee.DateMandatAppl
                   where AAssur = :AssurApplique
           end-exec.
           perform LitAssureHist.
           perform HistoriseAssure.

      *---- Adresse approuvee : posee sur l'assure comme par la
      *---- maintenance MajAssureVehicule, le signalement NPAI leve.
       AppliqueAdresse.
           initialize AdresseAppliquee.
           unstring DonneesMaj of MajAttenteDonne
                   delimited by ";" into
               AdresseAppl of AdresseAppliquee
               CodePostAppl of AdresseAppliquee
               VilleAppl of AdresseAppliquee
           end-unstring.
           move CleMaj of MajAttenteDonne to AssurApplique.
           move AssurApplique to HistCleAssur of HistoriqueDonne.
           perform LitAssureHist.
           move AssureApres to AssureAvant.
           exec sql
               update Assure
                   set AAdresse = :AdresseAppliquee.AdresseAppl,
                       ACodePost = :AdresseAppliquee.CodePostAppl,
                       AVille = :AdresseAppliquee.VilleAppl,
                       ANpai = 0
                   where AAssur = :AssurApplique
           end-exec.
           perform LitAssureHist.
           perform HistoriseAssure.

      *---- Garantie approuvee : creee ou revisee, comme le faisait la
      *---- maintenance en direct.
               GCodeAppl of GarantieAppliquee
               GCapitalCent
               GFranchiseCent
               GJoursRemplAppl of GarantieAppliquee
           end-unstring.
           compute GCapitalAppl of GarantieAppliquee =
               GCapitalCent / 100.
           compute GFranchiseAppl of GarantieAppliquee =
               GFranchiseCent / 100.
           move GAssurAppl of GarantieAppliquee
               to HistCleAssur of HistoriqueDonne.
           move GImmaAppl of GarantieAppliquee
               to HistCleImma of HistoriqueDonne.
           move GCodeAppl of GarantieAppliquee
               to HistCleCode of HistoriqueDonne.
           perform LitGarantieHist.
           move GarantieApres to GarantieAvant.
           move 0 to NbGarantieExistante.
           exec sql
               select count(*) into :NbGarantieExistante
                   update Garantie
                       set GCapital = :GarantieAppliquee.GCapitalAppl,
                           GFranchise =
                               :GarantieAppliquee.GFranchiseAppl,
                           GJoursRempl =
                               :GarantieAppliquee.GJoursRemplAppl
                       where GAssur = :GarantieAppliquee.GAssurAppl
                         and GImma = :GarantieAppliquee.GImmaAppl
                         and GCode = :GarantieAppliquee.GCodeAppl
           else
               exec sql
                   insert into Garantie
                       (GAssur,GImma,GCode,GCapital,GFranchise,
                        GJoursRempl,GPolice)
                   values
                       (:GarantieAppliquee.GAssurAppl,
                        :GarantieAppliquee.GImmaAppl,
                        :GarantieAppliquee.GCodeAppl,
                        :GarantieAppliquee.GCapitalAppl,
                        :GarantieAppliquee.GFranchiseAppl,
                        :GarantieAppliquee.GJoursRemplAppl,
                        (select max(VPolice) from Vehicule
                         where VAssur = :GarantieAppliquee.GAssurAppl
                           and VImma = :GarantieAppliquee.GImmaAppl))
               end-exec
           end-if.
           perform LitGarantieHist.
           perform HistoriseGarantie.

      *---- Taux de change approuve : le fichier des taux est recharge,
      *---- la devise remplacee ou ajoutee, et le tout reecrit en bloc.
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

      *---- Relecture des valeurs de la garantie pour l'historique.
       LitGarantieHist.
           initialize GarantieApres.
           exec sql
               select isnull(convert(varchar(40),GCapital),' '),
                      isnull(convert(varchar(40),GFranchise),' '),
                      isnull(convert(varchar(40),GJoursRempl),' ')
                   into :GarantieApres.HgCapital,
                        :GarantieApres.HgFranchise,
                        :GarantieApres.HgJoursRempl
                   from Garantie
                   where GAssur = :HistoriqueDonne.HistCleAssur
                     and GImma = :HistoriqueDonne.HistCleImma
                     and GCode = :HistoriqueDonne.HistCleCode
           end-exec.
           if SQLCODE not = 0
               initialize GarantieApres
           end-if.

      *---- Une ligne d'historique par champ de la garantie modifie.
       HistoriseGarantie.
           move "Garantie" to HistTable of HistoriqueDonne.
           move HistCleImma of HistoriqueDonne
               to HistCle of HistoriqueDonne.
           move spaces to HistChamp of HistoriqueDonne.
           string "GCapital " HistCleCode of HistoriqueDonne
               delimited by size into HistChamp of HistoriqueDonne
           end-string.
           move HgCapital of GarantieAvant
               to HistAncien of HistoriqueDonne.
           move HgCapital of GarantieApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move spaces to HistChamp of HistoriqueDonne.
           string "GFranchise " HistCleCode of HistoriqueDonne
               delimited by size into HistChamp of HistoriqueDonne
           end-string.
           move HgFranchise of GarantieAvant
               to HistAncien of HistoriqueDonne.
           move HgFranchise of GarantieApres
               to HistNouveau of HistoriqueDonne.
           perform EcritHistorique.
           move spaces to HistChamp of HistoriqueDonne.
           string "GJoursRempl " HistCleCode of HistoriqueDonne
               delimited by size into HistChamp of HistoriqueDonne
           end-string.
           move HgJoursRempl of GarantieAvant
               to HistAncien of HistoriqueDonne.
           move HgJoursRempl of GarantieApres
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

      *-------------------------------------------------------------------------------------
      *----- Fin de la validation a quatre yeux
      *-------------------------------------------------------------------------------------
