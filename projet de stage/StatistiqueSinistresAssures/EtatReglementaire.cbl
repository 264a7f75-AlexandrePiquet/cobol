       file-control.
       COPY FICHASGN.

      *---- Etat de la societe traitee : EtatReglementaire.txt pour la
      *---- societe 01, EtatReglementaire-CC.txt pour les autres ; le
      *---- nom physique est porte par NomEtatReglem.
       select FichierEtatSociete
           assign to NomEtatReglem
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierEtatSociete record varying from 0 to 255.
       01 Enr-FichierEtatSociete pic x(255).

       working-storage section.

      *---- Ligne de l'etat annuel prescrit par l'autorite de controle :
           05 LE-TypeSin  pic x(1).
           05 LE-Nombre   pic 9(5).
           05 LE-Montant  pic 9(10)v99.
      *---- Sur l'entete seulement : societe declarante.
           05 LE-Societe  pic x(2).

       01 DetailEtat.
           05 AnneeDetail  pic 9(4).
            10 PeriodePpna pic 9(4).
            10 MontPpna    pic 9(10)V99.

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

      *---- Un etat, controle et inscrit au registre, par societe du
      *---- groupe ; un operateur de societe ne produit que le sien.
      *---- L'IBNR, estime pour l'ensemble du portefeuille, reste porte
      *---- par l'etat de la societe 01 ; la PPNA est arretee par
      *---- societe.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomEtatReglem   pic x(80).
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
           05 line 1 col 18 value "Etat annuel reglementaire".
           05 line 3 col 2  value "Lignes produites".
           05 line 3 col 30 from NbrLignesEtat pic Z(4)9.
           05 line 4 col 2  value "Societe".
           05 line 4 col 30 from SocieteTrt.
           05 line 5 col 2  from MsgEtat.
           05 line 6 col 2  from NomEtatReglem.
           05 line 8 col 2  value "Appuyez sur Entree pour continuer".

       procedure division.

      *----- survenance et par type de sinistre, au format positionnel
      *----- prescrit. La section de controle doit se recaler sur la
      *----- table Sinistre : au moindre ecart le fichier est annule au
      *----- lieu d'etre libere. Un etat par societe du groupe.
      *-------------------------------------------------------------------------------------
       CalculEtatReglementaire.
           perform LireSocieteSession.
           perform ChargeSocietes.
           perform EtatSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.
           goback.

       EtatSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomEtatReglem.
           if SocieteTrt = "01"
               move "fichiers/EtatReglementaire.txt" to NomEtatReglem
           else
               string
                   "fichiers/EtatReglementaire-" SocieteTrt ".txt"
                   delimited by size into NomEtatReglem
               end-string
           end-if.
           initialize ControleEtat.
           move 0 to NbrLignesEtat.
           move spaces to MsgEtat.
           accept DateEtat from date yyyymmdd.
           open output FichierEtatSociete.
           move spaces to LigneEtat.
           move "ENT" to LE-TypeEnr.
           move DateEtat(1:4) to LE-Annee.
           move SocieteTrt to LE-Societe.
           write Enr-FichierEtatSociete from LigneEtat.
           perform EtatPrimes.
           perform EtatSinistresPayes.
           perform EtatProvisions.
           if SocieteTrt = "01"
               perform EtatIbnr
           end-if.
           perform EtatPpna.
           perform EtatControle.
           display Ecran-Blanc.
           display T-BilanEtat.
           accept OptionChoisie.

      *---- Primes emises par periode de quittancement.
       EtatPrimes.
               Declare EtatPrime-Cursor cursor for
                   select QPeriode,count(*),sum(QMontant)
                       from Quittance
                       where isnull(QSociete,'01') = :SocieteTrt
                       group by QPeriode
                       order by QPeriode
           end-exec.
               move AnneeDetail of DetailEtat to LE-Annee
               move NbrDetail of DetailEtat to LE-Nombre
               move MontDetail of DetailEtat to LE-Montant
               write Enr-FichierEtatSociete from LigneEtat
               add 1 to NbrLignesEtat
           end-if.

                       from Reglement
                       inner join Sinistre on SNSin = RNSin
                                          and SNAssur = RNAssur
                       where isnull(SSociete,'01') = :SocieteTrt
                       group by left(SDateSin,4),STypeSin
                       order by left(SDateSin,4),STypeSin
           end-exec.
               move TypeDetail of DetailEtat to LE-TypeSin
               move NbrDetail of DetailEtat to LE-Nombre
               move MontDetail of DetailEtat to LE-Montant
               write Enr-FichierEtatSociete from LigneEtat
               add 1 to NbrLignesEtat
               add MontDetail of DetailEtat
                   to TotalPayeDetail of ControleEtat
                          count(*),sum(SProvision)
                       from Sinistre
                       where SStatut = 0
                         and isnull(SSociete,'01') = :SocieteTrt
                       group by left(SDateSin,4),STypeSin
                       order by left(SDateSin,4),STypeSin
           end-exec.
               move TypeDetail of DetailEtat to LE-TypeSin
               move NbrDetail of DetailEtat to LE-Nombre
               move MontDetail of DetailEtat to LE-Montant
               write Enr-FichierEtatSociete from LigneEtat
               add 1 to NbrLignesEtat
               add MontDetail of DetailEtat
                   to TotalProvDetail of ControleEtat
                       move "IBN" to LE-TypeEnr
                       move IbAnneeX(1:4) to LE-Annee
                       move IbMontLu to LE-Montant
                       write Enr-FichierEtatSociete from LigneEtat
                       add 1 to NbrLignesEtat
                   end-if
           end-read.

      *---- Provision pour primes non acquises : la photographie du
      *---- dernier arrete (table Ppna) pour la societe, une ligne PPN
      *---- par periode de quittancement, hors de la section de controle qui ne se
      *---- recale que sur la table Sinistre.
       EtatPpna.
           move 0 to EoDB.
                   select PpPeriode,PpMontant from Ppna
                       where PpDateArrete =
                           (select max(PpDateArrete) from Ppna)
                         and isnull(PpSociete,'01') = :SocieteTrt
                       order by PpPeriode
           end-exec.
           exec sql
               move "PPN" to LE-TypeEnr
               move PeriodePpna of PpnaDonne to LE-Annee
               move MontPpna of PpnaDonne to LE-Montant
               write Enr-FichierEtatSociete from LigneEtat
               add 1 to NbrLignesEtat
           end-if.

                   from Reglement
                   inner join Sinistre on SNSin = RNSin
                                      and SNAssur = RNAssur
                   where isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           if SQLCODE not = 0
               move 0 to TotalPayeBase of ControleEtat
                   into :ControleEtat.TotalProvBase
                   from Sinistre
                   where SStatut = 0
                     and isnull(SSociete,'01') = :SocieteTrt
           end-exec.
           if SQLCODE not = 0
               move 0 to TotalProvBase of ControleEtat
               move "CTL" to LE-TypeEnr
               move DateEtat(1:4) to LE-Annee
               move TotalPayeDetail of ControleEtat to LE-Montant
               write Enr-FichierEtatSociete from LigneEtat
               move spaces to LigneEtat
               move "FIN" to LE-TypeEnr
               move NbrLignesEtat to LE-Nombre
               write Enr-FichierEtatSociete from LigneEtat
               close FichierEtatSociete
               move "EtatReglementaire"
                   to CodeFichierTr of TransmissionDonne
               if SocieteTrt not = "01"
                   string
                       "EtatReglementaire-" SocieteTrt
                       delimited by size into CodeFichierTr
                           of TransmissionDonne
                   end-string
               end-if
               move TotalPayeDetail of ControleEtat
                   to MontantTr of TransmissionDonne
               perform EnregistreTransmission
               move "Etat produit et controle" to MsgEtat
           else
      *---- Ecart entre les details et la base : le fichier est
      *---- retronque et marque annule.
               close FichierEtatSociete
               open output FichierEtatSociete
               move spaces to LigneEtat
               move "ANN" to LE-TypeEnr
               write Enr-FichierEtatSociete from LigneEtat
               close FichierEtatSociete
               move "Ecart de controle : etat annule" to MsgEtat
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Inscription au registre des transmissions du fichier
      *----- de l'etat de la societe, qui vient d'etre ferme : il est
      *----- relu pour compter ses enregistrements et calculer sa cle
      *----- de controle (cle = reste de cle * 31 + octet par 999999937,
      *----- sur les 255 positions de chaque ligne).
      *-------------------------------------------------------------------------------------
       EnregistreTransmission.
           move 0 to NbrEnrTr of TransmissionDonne.
           move 0 to ControleTr of TransmissionDonne.
           move 0 to EofTr.
           open input FichierEtatSociete.
           perform LitTransmission until EofTr = 1.
           close FichierEtatSociete.
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
           read FichierEtatSociete into LigneTr
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
      *----- Fin de l'etat annuel reglementaire
      *-------------------------------------------------------------------------------------
