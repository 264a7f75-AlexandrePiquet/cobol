       file-control.
       COPY FICHASGN.

      *---- Remise de la societe traitee : RemiseVirement.txt pour la
      *---- societe 01, RemiseVirement-CC.txt pour les autres societes
      *---- du groupe ; le nom physique est porte par NomRemiseVir.
       select FichierRemiseVirSociete
           assign to NomRemiseVir
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.

       FD FichierRemiseVirSociete record varying from 0 to 255.
       01 Enr-FichierRemiseVirSociete pic x(255).

       working-storage section.

       01 Assure.
            10 RiDateDonne  pic 9(8).
            10 RiMotifDonne pic x(10).
            10 RiMontDonne  pic 9(6)V99.
      *---- Alertes de criblage gel des avoirs non ecartees sur
      *---- l'assure : la ristourne est bloquee tant qu'il en reste.
            10 RiAlertesGel pic 9(4).

      *---- Ligne de la remise de virements : meme format positionnel
      *---- fixe que la remise de prelevements (LigneRemise), l'entete
           05 MontantVire    pic 9(9)V99.
           05 NbrSansIban    pic 9(5).
           05 NbrRetours     pic 9(5).
           05 NbrBloquesGel  pic 9(5).

       77 DateRemiseJour pic 9(8).
       77 TypeTrt        pic 9.
      *---- remise part directement, sans menu ni attente.
       77 ModeExecution   pic x(10).

      *---- Une remise et une inscription au registre par societe du
      *---- groupe, l'entete portant le compte (IBAN, BIC) de la
      *---- societe donneuse d'ordre ; un operateur de societe ne remet
      *---- que la sienne, le BATCH et le groupe toutes.
       77 SocieteSession  pic x(2).
       77 SocieteTrt      pic x(2).
       77 IndiceSocTrt    pic 99.
       77 NomRemiseVir    pic x(80).
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

       77 EofImport pic 9.
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
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
           05 line 5 col 2  value "Sans IBAN (non emis)".
           05 line 5 col 30 from NbrSansIban of BilanVirement
               pic Z(4)9.
           05 line 6 col 2  value "Bloques (criblage gel)".
           05 line 6 col 30 from NbrBloquesGel of BilanVirement
               pic Z(4)9.
           05 line 7 col 2  value "Remise dans".
           05 line 7 col 14 from NomRemiseVir.
           05 line 8 col 2  value "Societe".
           05 line 8 col 30 from SocieteTrt.
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'import des retours
       01  T-BilanRetoursVir foreground-color is CouleurTexte
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           perform ChargeSocietes.
      *---- En nocturne, la remise part directement, sans menu.
           if ModeExecution = "BATCH"
               perform RemiseVirSocietes
               goback
           end-if.
           perform LireSocieteSession.
           display Ecran-Blanc.
           display M-ChoixVirement.
           accept TypeTrt line 2 col 45.
           evaluate TypeTrt
               when 1
                   perform RemiseVirSocietes
               when 2
                   perform RetoursVirements
               when other
      *-------------------------------------------------------------------------------------
      *----- Emission de la remise de virements.
      *-------------------------------------------------------------------------------------
       RemiseVirSocietes.
           perform RemiseVirSociete
               varying IndiceSocTrt from 1 by 1
               until IndiceSocTrt > NbrSocietes.

      *---- Remise d'une societe : les ristournes de ses assures.
       RemiseVirSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           if SocieteSession not = spaces
               and SocieteSession not = SocieteTrt
               exit paragraph
           end-if.
           move spaces to NomRemiseVir.
           if SocieteTrt = "01"
               move "fichiers/RemiseVirement.txt" to NomRemiseVir
           else
               string
                   "fichiers/RemiseVirement-" SocieteTrt ".txt"
                   delimited by size into NomRemiseVir
               end-string
           end-if.
           perform RemiseVirements.

       RemiseVirements.
           initialize BilanVirement.
           accept DateRemiseJour from date yyyymmdd.
           open output FichierRemiseVirSociete.
           move spaces to LigneVirement.
           move "ENT" to VI-TypeEnr.
           move DateRemiseJour to VI-DateRemise.
           move IbanSocTab(IndiceSocTrt) to VI-Iban.
           move BicSocTab(IndiceSocTrt) to VI-Bic.
           write Enr-FichierRemiseVirSociete from LigneVirement.
           perform VireRistournes.
           move spaces to LigneVirement.
           move "FIN" to VI-TypeEnr.
           move DateRemiseJour to VI-DateRemise.
           move NbrVirements of BilanVirement to VI-Nombre.
           move MontantVire of BilanVirement to VI-Montant.
           write Enr-FichierRemiseVirSociete from LigneVirement.
           close FichierRemiseVirSociete.
           exec sql
               commit
           end-exec.
           move "RemiseVirement" to CodeFichierTr of TransmissionDonne.
           if SocieteTrt not = "01"
               string
                   "RemiseVirement-" SocieteTrt
                   delimited by size into CodeFichierTr
                       of TransmissionDonne
               end-string
           end-if.
           move MontantVire of BilanVirement
               to MontantTr of TransmissionDonne.
           perform EnregistreTransmission.
           if ModeExecution = "BATCH"
               exit paragraph
           end-if.
           accept OptionChoisie.

      *---- Ristournes dues des assures avec IBAN ; sans IBAN, la
      *---- ristourne reste due et est comptee a part. Un assure sous
      *---- alerte gel des avoirs non ecartee (CriblageGel) n'est pas
      *---- paye : la ristourne reste due jusqu'a la decision de la
      *---- conformite. La ristourne d'un assure decede est viree sur
      *---- le compte de sa succession s'il a ete communique.
       VireRistournes.
           move 0 to EoDB.
           exec sql
               Declare VireRist-Cursor cursor for
                   select RiAssur,RiImma,RiDate,RiMotif,RiMontant,
                          isnull((select max(SuIban) from Succession
                                      where SuAssur = RiAssur
                                        and SuIban <> ' '),
                                 isnull(AIban,' ')),
                          isnull((select max(SuBic) from Succession
                                      where SuAssur = RiAssur
                                        and SuIban <> ' '),
                                 isnull(ABic,' ')),
                          (select count(*) from CriblageGel
                              where CgType = 'ASSURE'
                                and CgCle = RiAssur
                                and CgStatut < 2)
                       from Ristourne
                       inner join Assure on AAssur = RiAssur
                       where RiPaye = 0
                         and isnull(ASociete,'01') = :SocieteTrt
                       order by RiAssur
           end-exec.
           exec sql
                   :RistourneDonne.RiDateDonne,
                   :RistourneDonne.RiMotifDonne,
                   :RistourneDonne.RiMontDonne,
                   :Assure.A-Iban,:Assure.A-Bic,
                   :RistourneDonne.RiAlertesGel
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               if RiAlertesGel of RistourneDonne > 0
                   add 1 to NbrBloquesGel of BilanVirement
                   exit paragraph
               end-if
               if A-Iban of Assure = spaces
                   add 1 to NbrSansIban of BilanVirement
               else
                   move A-Bic of Assure to VI-Bic
                   move RiMontDonne of RistourneDonne to VI-Montant
                   move 0 to VI-Nombre
                   write Enr-FichierRemiseVirSociete
                       from LigneVirement
                   add 1 to NbrVirements of BilanVirement
                   add RiMontDonne of RistourneDonne
                       to MontantVire of BilanVirement
           write Enr-FichierNotifications from FichNotification.
           close FichierNotifications.

      *-------------------------------------------------------------------------------------
      *----- Inscription au registre des transmissions du fichier
      *----- RemiseVirement.txt, qui vient d'etre ferme : il est relu
      *----- pour compter ses enregistrements et calculer sa cle de
      *----- controle (cle = reste de cle * 31 + octet par 999999937,
      *----- sur les 255 positions de chaque ligne).
      *-------------------------------------------------------------------------------------
       EnregistreTransmission.
           move 0 to NbrEnrTr of TransmissionDonne.
           move 0 to ControleTr of TransmissionDonne.
           move 0 to EofTr.
           open input FichierRemiseVirSociete.
           perform LitTransmission until EofTr = 1.
           close FichierRemiseVirSociete.
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
           read FichierRemiseVirSociete into LigneTr
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
      *----- Fin des virements SEPA sortants
      *-------------------------------------------------------------------------------------
