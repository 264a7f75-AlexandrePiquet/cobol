       file-control.
       COPY FICHASGN.

      *---- Bordereau de la societe traitee : BordereauReassurance.txt
      *---- pour la societe 01, BordereauReassurance-CC.txt pour les
      *---- autres ; le nom physique est porte par NomBordereau.
       select FichierBordereauSociete
           assign to NomBordereau
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierBordereauSociete record varying from 0 to 255.
       01 Enr-FichierBordereauSociete pic x(255).

       working-storage section.

       01 SinistreDonne.
       01 LigneBordereau pic x(110).

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

      *---- Un bordereau, et une inscription au registre, par societe du
      *---- groupe, sous le traite commun ; un operateur de societe ne
      *---- cede que les sinistres de la sienne.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomBordereau    pic x(80).
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

       77 EoDB pic 9.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
           05 line 5 col 2  value "Montant cede".
           05 line 5 col 30 from TotalCede of BilanCession
               pic Z(7)9,99.
           05 line 6 col 2  value "Societe".
           05 line 6 col 30 from SocieteTrt.
           05 line 7 col 2  value "Bordereau dans".
           05 line 8 col 2  from NomBordereau.
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.
      *----- la tranche retention-limite, stockes dans la table Cession
      *----- (les cessions de la meme annee de traite sont remplacees)
      *----- et repris sur le bordereau trimestriel du reassureur avec
      *----- le total des recours encaisses sur chaque sinistre. Un
      *----- bordereau par societe du groupe.
      *-------------------------------------------------------------------------------------
       CalculCession.
           perform LireSocieteSession.
           perform ChargeSocietes.
           perform ChargeTraite.
           perform CalculCessionSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.
           goback.

       CalculCessionSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomBordereau.
           if SocieteTrt = "01"
               move "fichiers/BordereauReassurance.txt"
                   to NomBordereau
           else
               string
                   "fichiers/BordereauReassurance-" SocieteTrt ".txt"
                   delimited by size into NomBordereau
               end-string
           end-if.
           perform CalculCession-Init.
           perform CalculCession-Trt until EoDB=1.
           perform CalculCession-Fin.
       CalculCession-Init.
           move 0 to EoDB.
           initialize BilanCession.
      *---- Les cessions d'un traite relance sont remplacees, pour que
      *---- la cession puisse etre rejouee sans doubler les lignes ;
      *---- seules celles des sinistres de la societe traitee.
           exec sql
               delete from Cession
                   where CeAnneeTraite = :TraiteDonne.AnneeTraite
                     and exists
                         (select 1 from Sinistre
                             where SNSin = CeNSin
                               and SNAssur = CeNAssur
                               and isnull(SSociete,'01') = :SocieteTrt)
           end-exec.
           open output FichierBordereauSociete.
           move spaces to LigneBordereau.
           string "BORDEREAU DE CESSION - TRAITE "
               AnneeTraite of TraiteDonne
               " - RETENTION " Retention of TraiteDonne
               " - LIMITE " LimiteTraite of TraiteDonne
               " - SOCIETE " SocieteTrt
               delimited by size into LigneBordereau
           end-string.
           write Enr-FichierBordereauSociete from LigneBordereau.
           move spaces to LigneBordereau.
           string
               "NSin;NAssur;DateSin;MontantBrut;MontantCede;Recours"
               into LigneBordereau
           end-string.
           write Enr-FichierBordereauSociete from LigneBordereau.
      **** Création du curseur : sinistres de l'annee du traite au-dela
      **** de la retention.
           exec sql
                       where SMontSin > :TraiteDonne.Retention
                         and left(SDateSin,4) =
                             :TraiteDonne.AnneeTraite
                         and isnull(SSociete,'01') = :SocieteTrt
                       order by SMontSin desc
           end-exec.
           exec sql
               ";" MontRecours
               into LigneBordereau
           end-string.
           write Enr-FichierBordereauSociete from LigneBordereau.

       CalculCession-Fin.
           exec sql
               " - CEDE " TotalCede of BilanCession
               delimited by size into LigneBordereau
           end-string.
           write Enr-FichierBordereauSociete from LigneBordereau.
           close FichierBordereauSociete.
           move "BordereauReassurance"
               to CodeFichierTr of TransmissionDonne.
           if SocieteTrt not = "01"
               string
                   "BordereauReassurance-" SocieteTrt
                   delimited by size into CodeFichierTr
                       of TransmissionDonne
               end-string
           end-if.
           move TotalCede of BilanCession
               to MontantTr of TransmissionDonne.
           perform EnregistreTransmission.
           display Ecran-Blanc.
           display T-BilanCession.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Inscription au registre des transmissions du fichier
      *----- bordereau de la societe, qui vient d'etre ferme : il est
      *----- relu pour compter ses enregistrements et calculer sa cle
      *----- de controle (cle = reste de cle * 31 + octet par 999999937,
      *----- sur les 255 positions de chaque ligne).
      *-------------------------------------------------------------------------------------
       EnregistreTransmission.
           move 0 to NbrEnrTr of TransmissionDonne.
           move 0 to ControleTr of TransmissionDonne.
           move 0 to EofTr.
           open input FichierBordereauSociete.
           perform LitTransmission until EofTr = 1.
           close FichierBordereauSociete.
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
           read FichierBordereauSociete into LigneTr
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
      *----- Fin de la cession en reassurance
