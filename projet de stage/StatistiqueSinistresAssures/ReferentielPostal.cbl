       program-id. ReferentielPostal as
           "StatistiqueSinistresAssures.ReferentielPostal".

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

      *---- Ligne du referentiel des codes postaux (CodesPostaux.csv,
      *---- base officielle des codes postaux : code commune INSEE;nom
      *---- de la commune;code postal;libelle d'acheminement). Les noms
      *---- sont ranges en majuscules, tirets et apostrophes remplaces
      *---- par des blancs, comme les communes saisies au controle.
       01 CommuneDonne.
            10 CpInsee        sql char-varying(5).
            10 CpCommune      sql char-varying(45).
            10 CpCodePost     sql char-varying(5).
            10 CpAcheminement sql char-varying(32).

      *---- Adresse d'assure controlee par l'etat des non-conformites.
       01 AdresseDonne.
            10 NAssurAdr   sql char-varying(5).
            10 NomAdr      sql char-varying(25).
            10 CodePostAdr sql char-varying(5).
            10 VilleAdr    sql char-varying(25).

       01 BilanReferentiel.
           05 NbrCommunesLues    pic 9(6).
           05 NbrCommunesRejet   pic 9(6).
           05 NbrAdressesLues    pic 9(7).
           05 NbrCodePostInconnu pic 9(6).
           05 NbrHorsCodePost    pic 9(6).
           05 NbrOrthographe     pic 9(6).

       01 FichAdresse pic x(200).

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

       77 TypeTrt pic 9.
       77 EofImport pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
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

       01 M-ChoixReferentiel
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Codes postaux : 1=Chargement 2=Etat adresses"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du chargement du referentiel
       01  T-BilanChargement foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Referentiel des codes postaux".
           05 line 3 col 2  value "Communes chargees".
           05 line 3 col 30 from NbrCommunesLues of BilanReferentiel
               pic Z(5)9.
           05 line 4 col 2  value "Lignes ignorees".
           05 line 4 col 30 from NbrCommunesRejet of BilanReferentiel
               pic Z(5)9.
           05 line 6 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'etat des adresses non conformes
       01  T-BilanAdresses foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Adresses hors referentiel".
           05 line 3 col 2  value "Adresses controlees".
           05 line 3 col 30 from NbrAdressesLues of BilanReferentiel
               pic Z(6)9.
           05 line 4 col 2  value "Code postal inconnu".
           05 line 4 col 30 from NbrCodePostInconnu of BilanReferentiel
               pic Z(5)9.
           05 line 5 col 2  value "Commune hors code postal".
           05 line 5 col 30 from NbrHorsCodePost of BilanReferentiel
               pic Z(5)9.
           05 line 6 col 2  value "Orthographe a normaliser".
           05 line 6 col 30 from NbrOrthographe of BilanReferentiel
               pic Z(5)9.
           05 line 8 col 2  value "Liste dans".
           05 line 9 col 2  value "AdressesNonConformes.csv".
           05 line 11 col 2 value "Appuyez sur Entree pour continuer".

       01  T-ReferentielVide foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 5 col 2
               value "Referentiel des codes postaux non charge.".
           05 line 6 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Referentiel des codes postaux et communes : chargement de
      *----- la base officielle (code INSEE, commune, code postal,
      *----- libelle d'acheminement) dans la table CodePostal, qui sert
      *----- au controle des adresses saisies ou reprises ; et etat des
      *----- adresses d'assures existantes hors referentiel, avec la
      *----- correction proposee, lance a la demande ou par le plan de
      *----- nuit (BATCH).
      *-------------------------------------------------------------------------------------
       GestionReferentielPostal.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanReferentiel.
           if ModeExecution = "BATCH"
               perform EtatAdresses
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixReferentiel.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform ChargeReferentiel
                   display Ecran-Blanc
                   display T-BilanChargement
                   accept OptionChoisie
               when 2
                   perform EtatAdresses
                   display Ecran-Blanc
                   if NbCommunesRef = 0
                       display T-ReferentielVide
                   else
                       display T-BilanAdresses
                   end-if
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Chargement du referentiel : la table est entierement
      *----- remplacee par le fichier recu. Les lignes sans code postal
      *----- numerique (en-tete, ligne vide) sont ignorees.
      *-------------------------------------------------------------------------------------
       ChargeReferentiel.
           exec sql
               delete from CodePostal
           end-exec.
           move 0 to EofImport.
           open input FichierCodesPostaux.
           perform ChargeReferentiel-Trt until EofImport = 1.
           close FichierCodesPostaux.
           exec sql
               commit
           end-exec.
           move 0 to EofImport.

       ChargeReferentiel-Trt.
           read FichierCodesPostaux
               at end
                   move 1 to EofImport
               not at end
                   perform EnrCommune
           end-read.

       EnrCommune.
           initialize CommuneDonne.
           unstring Enr-FichierCodesPostaux delimited by ";" into
               CpInsee of CommuneDonne
               CpCommune of CommuneDonne
               CpCodePost of CommuneDonne
               CpAcheminement of CommuneDonne
           end-unstring.
           if CpCodePost of CommuneDonne is not numeric
               or CpCommune of CommuneDonne = spaces
               add 1 to NbrCommunesRejet of BilanReferentiel
               exit paragraph
           end-if.
           if CpAcheminement of CommuneDonne = spaces
               move CpCommune of CommuneDonne
                   to CpAcheminement of CommuneDonne
           end-if.
           inspect CpCommune of CommuneDonne converting
               "abcdefghijklmnopqrstuvwxyz-'"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           inspect CpAcheminement of CommuneDonne converting
               "abcdefghijklmnopqrstuvwxyz-'"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           exec sql
                INSERT INTO CodePostal
                    (CpInsee,CpCommune,CpCodePost,CpAcheminement)
                VALUES
                    (:CommuneDonne.CpInsee,:CommuneDonne.CpCommune,
                     :CommuneDonne.CpCodePost,
                     :CommuneDonne.CpAcheminement)
           end-exec.
           add 1 to NbrCommunesLues of BilanReferentiel.

      *-------------------------------------------------------------------------------------
      *----- Etat des adresses d'assures hors referentiel : code postal
      *----- inconnu, commune absente du code postal, ou commune bien
      *----- placee mais orthographiee autrement que le libelle
      *----- d'acheminement. Chaque ligne porte la correction proposee.
      *-------------------------------------------------------------------------------------
       EtatAdresses.
           move 0 to ReferentielCompte.
           move 0 to NbCommunesRef.
           exec sql
               select count(*) into :NbCommunesRef
                   from CodePostal
           end-exec.
           move 1 to ReferentielCompte.
           if NbCommunesRef = 0
               exit paragraph
           end-if.
           move 0 to EoDB.
           open output FichierAdressesNonConformes.
           move spaces to FichAdresse.
           string
               "NAssur;Nom;CodePost;Ville;Anomalie;CodePostPropose;"
               "VillePropose"
               delimited by size into FichAdresse
           end-string.
           write Enr-FichierAdressesNonConformes from FichAdresse.
      **** Création du curseur : les assures porteurs d'une adresse
      **** (les fiches effacees n'en ont plus).
           exec sql
               Declare Adresse-Cursor cursor for
                   select AAssur,isnull(ANom,' '),
                          isnull(ACodePost,' '),isnull(AVille,' ')
                       from Assure
                       where isnull(ACodePost,'') <> ''
                          or isnull(AVille,'') <> ''
                       order by ACodePost,AVille,AAssur
           end-exec.
           exec sql
               open Adresse-Cursor
           end-exec.
           perform EtatAdresses-Trt until EoDB = 1.
           exec sql
               close Adresse-Cursor
           end-exec.
           close FichierAdressesNonConformes.

       EtatAdresses-Trt.
           exec sql
               fetch Adresse-Cursor into
                   :AdresseDonne.NAssurAdr,:AdresseDonne.NomAdr,
                   :AdresseDonne.CodePostAdr,:AdresseDonne.VilleAdr
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform ControleAdresseAssure
           end-if.

      *----- Une ligne par adresse non conforme au referentiel.
       ControleAdresseAssure.
           add 1 to NbrAdressesLues of BilanReferentiel.
           move CodePostAdr of AdresseDonne
               to CodePostCtl of ControleCommuneDonne.
           move VilleAdr of AdresseDonne
               to VilleCtl of ControleCommuneDonne.
           perform ControleCommune.
           evaluate StatutCommune
               when 1
                   add 1 to NbrCodePostInconnu of BilanReferentiel
               when 2
                   add 1 to NbrHorsCodePost of BilanReferentiel
               when other
                   if VillePropose of ControleCommuneDonne
                           = VilleAdr of AdresseDonne
                       exit paragraph
                   end-if
                   add 1 to NbrOrthographe of BilanReferentiel
                   move "Orthographe de la commune"
                       to LibAnomalieCommune
           end-evaluate.
           move spaces to FichAdresse.
           string
               NAssurAdr of AdresseDonne delimited by "  "
               ";" NomAdr of AdresseDonne delimited by "  "
               ";" CodePostAdr of AdresseDonne delimited by "  "
               ";" VilleAdr of AdresseDonne delimited by "  "
               ";" LibAnomalieCommune delimited by "  "
               ";" CodePostPropose of ControleCommuneDonne
                   delimited by "  "
               ";" VillePropose of ControleCommuneDonne
                   delimited by "  "
               into FichAdresse
           end-string.
           write Enr-FichierAdressesNonConformes from FichAdresse.

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

      *-------------------------------------------------------------------------------------
      *----- Fin du referentiel des codes postaux
      *-------------------------------------------------------------------------------------

       end program ReferentielPostal.
