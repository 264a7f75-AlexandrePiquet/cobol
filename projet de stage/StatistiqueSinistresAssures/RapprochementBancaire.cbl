       file-control.
       COPY FICHASGN.

      *---- Remise SEPA d'une societe du groupe autre que 01
      *---- (RemiseSepa-CC.txt) ; le nom physique est porte par
      *---- NomRemiseSepa.
       select FichierRemiseSociete
           assign to NomRemiseSepa
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierRemiseSociete record varying from 0 to 255.
       01 Enr-FichierRemiseSociete pic x(255).

       working-storage section.

      *---- Releve de compte de la banque, charge en memoire : une ligne
           05 RS-Bic        pic x(11).
           05 RS-Montant    pic 9(8)v99.
           05 RS-Nombre     pic 9(5).
           05 RS-DateEcheance pic 9(8).
       77 RemiseTrouvee   pic 9.
       77 DateRemiseLue   pic x(8).
       77 MontantRemise   pic 9(8)V99.
       77 SocieteRemise   pic x(2).

      *---- Derniere remise de chaque societe du groupe : RemiseSepa.txt
      *---- pour la societe 01, RemiseSepa-CC.txt pour les autres, lue
      *---- seulement si elle a ete inscrite au registre des
      *---- transmissions. Le credit du releve est rapproche de la
      *---- remise de meme date, de meme montant de preference.
       01 TableRemises.
           05 RemiseSociete occurs 9 times.
               10 SocRemiseTab  pic x(2).
               10 DateRemiseTab pic x(8).
               10 MontRemiseTab pic 9(8)V99.
       77 NbrRemises      pic 9.
       77 IndiceRemise    pic 9.
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomRemiseSepa   pic x(80).
       77 CodeFichierSoc  pic x(25).
       77 NbTransmissions pic 9(4).
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
       77 NbrRetoursSepa  pic 9(5).

       01 BilanRapprochement.
           05 NbrLignesReleve  pic 9(5).
           05 NbrRapprochees   pic 9(5).
           05 NbrEcarts        pic 9(5).
      *---- Lignes du releve rapprochees d'un encaissement garde au
      *---- compte d'attente (EncaissementAttente), et reste non
      *---- affecte de ce compte, repris de la balance agee.
           05 NbrEnAttente     pic 9(5).
           05 MontantEnAttente pic 9(9)V99.

       01 FichEcart pic x(120).

               pic Z(4)9.
           05 line 6 col 2  value "Retours SEPA en attente".
           05 line 6 col 30 from NbrRetoursSepa pic Z(4)9.
           05 line 7 col 2  value "Dont en compte d'attente".
           05 line 7 col 30 from NbrEnAttente of BilanRapprochement
               pic Z(4)9.
           05 line 8 col 2  value "Attente non affectee".
           05 line 8 col 30 from MontantEnAttente of BilanRapprochement
               pic Z(8)9,99.
           05 line 10 col 2 value "Ecarts dans EcartsRapprochement.csv".
           05 line 12 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *----- Rapprochement bancaire a trois voies : chaque ligne du
      *----- releve de la banque (ReleveBancaire.csv) est rapprochee des
      *----- encaissements importes (table Encaissement) ou du credit
      *----- global de la remise de prelevements SEPA de chaque societe
      *----- du groupe (RemiseSepa.txt, RemiseSepa-CC.txt, dont les
      *----- rejets RetourSepa.csv expliquent les ecarts), puis
      *----- la contre-passe verifie que chaque encaissement en base
      *----- figure bien au releve. Tout ce qui ne se rapproche pas part
      *----- dans EcartsRapprochement.csv, a la place du tableur tenu a
      *----- la main par la comptabilite. Un encaissement sans quittance
      *----- identifiable, garde au compte d'attente, se rapproche du
      *----- releve sous la reference recue.
      *-------------------------------------------------------------------------------------
       CalculRapprochement.
           perform CalculRapprochement-Init.
           perform ChargeReleveBancaire.
           perform LitRemiseSepa.
           perform CompteRetoursSepa.
           perform CompteEncaissementsAttente.
           open output FichierEcartsRapproch.
           string
               "Ecart;Reference;Date;Montant;Detail"
           move NbrOperationsRel
               to NbrLignesReleve of BilanRapprochement.

      *---- Relecture de la derniere remise SEPA emise par chaque
      *---- societe : la ligne FIN porte la date de remise et le total
      *---- remis a la banque.
       LitRemiseSepa.
           initialize TableRemises.
           move 0 to NbrRemises.
           perform ChargeSocietes.
           perform LitRemiseSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.

       LitRemiseSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           move 0 to RemiseTrouvee.
           move spaces to DateRemiseLue.
           move 0 to MontantRemise.
           move 0 to EofImport.
           if SocieteTrt = "01"
               open input FichierRemiseSepa
               perform LitRemiseSepa-Trt until EofImport = 1
               close FichierRemiseSepa
           else
               move spaces to CodeFichierSoc
               string
                   "RemiseSepa-" SocieteTrt
                   delimited by size into CodeFichierSoc
               end-string
               move 0 to NbTransmissions
               exec sql
                   select count(*) into :NbTransmissions
                       from Transmission
                       where TrFichier = :CodeFichierSoc
               end-exec
               if NbTransmissions = 0
                   exit paragraph
               end-if
               move spaces to NomRemiseSepa
               string
                   "fichiers/RemiseSepa-" SocieteTrt ".txt"
                   delimited by size into NomRemiseSepa
               end-string
               open input FichierRemiseSociete
               perform LitRemiseSociete-Trt until EofImport = 1
               close FichierRemiseSociete
           end-if.
           if RemiseTrouvee = 1
               add 1 to NbrRemises
               move SocieteTrt to SocRemiseTab(NbrRemises)
               move DateRemiseLue to DateRemiseTab(NbrRemises)
               move MontantRemise to MontRemiseTab(NbrRemises)
           end-if.

       LitRemiseSociete-Trt.
           read FichierRemiseSociete
               at end
                   move 1 to EofImport
               not at end
                   move Enr-FichierRemiseSociete to LigneRemise
                   if RS-TypeEnr = "FIN"
                       move 1 to RemiseTrouvee
                       move RS-DateRemise to DateRemiseLue
                       move RS-Montant to MontantRemise
                   end-if
           end-read.

       LitRemiseSepa-Trt.
           read FichierRemiseSepa
                   add 1 to NbrRetoursSepa
           end-read.

      *---- Reste non affecte du compte d'attente des encaissements.
       CompteEncaissementsAttente.
           move 0 to MontantEnAttente of BilanRapprochement.
           exec sql
               select isnull(sum(EsMontant
                                 - isnull(EsMontantAffecte,0)),0)
                   into :BilanRapprochement.MontantEnAttente
                   from EncaissementSuspens
                   where EsStatut in (0,2)
           end-exec.
           if SQLCODE not = 0
               move 0 to MontantEnAttente of BilanRapprochement
           end-if.

      *---- Rapprochement d'une ligne du releve : d'abord avec un
      *---- encaissement (quittance + montant), sinon avec le credit
      *---- global d'une remise SEPA, sinon ecart.
       RapprocheReleve.
           perform ChercheEncaissementReleve.
           if EncTrouve = 1
               move 1 to RelEtat(IndiceRel)
               add 1 to NbrRapprochees of BilanRapprochement
           else
               perform ChercheRemiseReleve
               if RemiseTrouvee = 1
                   perform RapprocheRemise
               else
                   perform EcartReleveNonRapproche
               end-if
           end-if.

      *---- Remise de la date portee par le releve ; entre plusieurs
      *---- societes remises le meme jour, celle du meme montant.
       ChercheRemiseReleve.
           move 0 to RemiseTrouvee.
           perform ChercheRemiseReleve-Trt
               varying IndiceRemise from 1 by 1
               until IndiceRemise > NbrRemises.

       ChercheRemiseReleve-Trt.
           if RelRef(IndiceRel)(1:8) not = DateRemiseTab(IndiceRemise)
               exit paragraph
           end-if.
           if RemiseTrouvee = 0
               or RelMont(IndiceRel) = MontRemiseTab(IndiceRemise)
               move 1 to RemiseTrouvee
               move MontRemiseTab(IndiceRemise) to MontantRemise
               move SocRemiseTab(IndiceRemise) to SocieteRemise
           end-if.

       ChercheEncaissementReleve.
           move 0 to EncTrouve.
           move RelRef(IndiceRel) to NumQuittance of EncaissementDonne.
           if EncTrouve > 1
               move 1 to EncTrouve
           end-if.
           if EncTrouve = 0
               perform ChercheAttenteReleve
           end-if.

      *---- Encaissement garde au compte d'attente sous la reference
      *---- portee par le releve.
       ChercheAttenteReleve.
           exec sql
               select count(*) into :EncTrouve
                   from EncaissementSuspens
                   where EsReference = :EncaissementDonne.NumQuittance
                     and EsMontant = :EncaissementDonne.MontEnc
           end-exec.
           if SQLCODE not = 0
               move 0 to EncTrouve
           end-if.
           if EncTrouve > 1
               move 1 to EncTrouve
           end-if.
           if EncTrouve = 1
               add 1 to NbrEnAttente of BilanRapprochement
           end-if.

      *---- Le credit global de la remise doit egaler le total remis ;
      *---- un ecart (rejets bancaires non encore importes, par exemple)
                   ";" RelDate(IndiceRel)
                   ";" RelMont(IndiceRel)
                   ";REMIS " MontantRemise
                   " SOCIETE " SocieteRemise
                   " - " NbrRetoursSepa " RETOURS EN ATTENTE"
                   delimited by size into FichEcart
               end-string
      *-------------------------------------------------------------------------------------
      *----- Contre-passe : chaque encaissement de la base doit figurer
      *----- au releve de la banque ; sinon l'argent annonce n'est pas
      *----- arrive. Un encaissement du compte d'attente y figure sous
      *----- sa reference recue ; ses affectations aux quittances ne
      *----- sont pas recherchees une seconde fois.
      *-------------------------------------------------------------------------------------
       ContrePasseEncaissements.
           move 0 to EoDB.
               Declare Rapproch-Cursor cursor for
                   select ENumQuit,EDate,EMontant
                       from Encaissement
                       where isnull(ESuspens,0) = 0
                   union all
                   select isnull(EsReference,''),EsDateEnc,EsMontant
                       from EncaissementSuspens
                   order by 1
           end-exec.
           exec sql
               open Rapproch-Cursor
           accept OptionChoisie.
           goback.

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
      *----- Fin du rapprochement bancaire
      *-------------------------------------------------------------------------------------
