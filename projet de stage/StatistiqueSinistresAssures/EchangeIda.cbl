            10 MontCentimes pic 9(10).
            10 MontRegleIda pic 9(8)V99.
            10 CodeRetour   pic x(3).
      *---- Taux de responsabilite retenu par la convention (0, 50 ou
      *---- 100), 5e colonne facultative : il remplace celui du
      *---- sinistre, base du bonus-malus.
            10 TauxRespIda  pic x(3).
       77 TauxResp pic 9(3).
       77 NbRecoursTrouve pic 9(4).

       01 BilanIda.
           05 MontantPresente pic 9(9)V99.
           05 NbrRegles     pic 9(5).
           05 NbrEcarts     pic 9(5).
           05 NbrTauxMaj    pic 9(5).

       77 DateRemiseJour pic 9(8).
       01 FichEcartIda pic x(100).

       77 TypeTrt pic 9.
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
           05 line 3 col 30 from NbrRegles of BilanIda pic Z(4)9.
           05 line 4 col 2  value "Ecarts ou contestes".
           05 line 4 col 30 from NbrEcarts of BilanIda pic Z(4)9.
           05 line 5 col 2  value "Responsabilites reprises".
           05 line 5 col 30 from NbrTauxMaj of BilanIda pic Z(4)9.
           05 line 6 col 2  value "Ecarts dans EcartsIda.csv".
           05 line 8 col 2  value "Appuyez sur Entree pour continuer".

           move MontantPresente of BilanIda to ID-Forfait.
           write Enr-FichierPresentationIda from LignePresentation.
           close FichierPresentationIda.
           move "PresentationIda" to CodeFichierTr of TransmissionDonne.
           move MontantPresente of BilanIda
               to MontantTr of TransmissionDonne.
           perform EnregistreTransmission.
           display Ecran-Blanc.
           display T-BilanPresentation.
           accept OptionChoisie.

      *-------------------------------------------------------------------------------------
      *----- Import du fichier de reglement de la place
      *----- (ReglementIda.csv : NSin;NAssur;montant centimes;code
      *----- [;taux de responsabilite]) : chaque reglement OK met a
      *----- jour le recu du recours et, s'il est fourni, le taux de
      *----- responsabilite du sinistre ; les non rapproches, les
      *----- contestes et les taux hors 0/50/100 partent aux ecarts.
      *-------------------------------------------------------------------------------------
       ReglementsIda.
           initialize BilanIda.
                       NAssurRetour of RetourIda
                       MontCentimes of RetourIda
                       CodeRetour of RetourIda
                       TauxRespIda of RetourIda
                   end-unstring
                   compute MontRegleIda of RetourIda =
                       MontCentimes of RetourIda / 100
                     and RcNAssur = :RetourIda.NAssurRetour
           end-exec.
           add 1 to NbrRegles of BilanIda.
           perform RepriseResponsabiliteIda.

      *---- Taux de responsabilite fixe par la convention : pose sur le
      *---- sinistre pour le prochain recalcul du bonus-malus.
       RepriseResponsabiliteIda.
           evaluate TauxRespIda of RetourIda
               when spaces
                   exit paragraph
               when "100"
                   move 100 to TauxResp
               when "50"
               when "050"
                   move 50 to TauxResp
               when "0"
               when "00"
               when "000"
                   move 0 to TauxResp
               when other
                   add 1 to NbrEcarts of BilanIda
                   string
                       "TAUX RESPONSABILITE INVALIDE"
                       ";" NSinRetour of RetourIda
                       ";" NAssurRetour of RetourIda
                       ";" MontRegleIda of RetourIda
                       ";" TauxRespIda of RetourIda
                       into FichEcartIda
                   end-string
                   write Enr-FichierEcartsIda from FichEcartIda
                   exit paragraph
           end-evaluate.
           exec sql
               update Sinistre
                   set SResponsabilite = :TauxResp
                   where SNSin = :RetourIda.NSinRetour
                     and SNAssur = :RetourIda.NAssurRetour
           end-exec.
           if SQLCODE = 0
               add 1 to NbrTauxMaj of BilanIda
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Inscription au registre des transmissions du fichier
      *----- PresentationIda.txt, qui vient d'etre ferme : il est relu
      *----- pour compter ses enregistrements et calculer sa cle de
      *----- controle (cle = reste de cle * 31 + octet par 999999937,
      *----- sur les 255 positions de chaque ligne).
      *-------------------------------------------------------------------------------------
       EnregistreTransmission.
           move 0 to NbrEnrTr of TransmissionDonne.
           move 0 to ControleTr of TransmissionDonne.
           move 0 to EofTr.
           open input FichierPresentationIda.
           perform LitTransmission until EofTr = 1.
           close FichierPresentationIda.
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
           read FichierPresentationIda into LigneTr
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

      *-------------------------------------------------------------------------------------
      *----- Fin de la compensation IDA/IRSA
