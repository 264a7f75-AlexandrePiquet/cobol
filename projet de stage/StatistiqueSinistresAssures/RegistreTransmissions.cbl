       program-id. RegistreTransmissions as
           "StatistiqueSinistresAssures.RegistreTransmissions".

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

      *---- Ligne du registre des transmissions (table Transmission,
      *---- alimentee par chaque programme qui emet un fichier vers une
      *---- banque ou un partenaire). Statut : 0 emis, 1 acquitte,
      *---- 2 rejete par le partenaire, 3 acquitte avec un ecart de
      *---- nombre d'enregistrements ou de montant. SeqOrigine non nulle
      *---- : double envoi d'un fichier deja parti.
       01 TransmissionDonne.
            10 CodeFichierTr sql char-varying(25).
            10 SeqTr         pic 9(6).
            10 DateEnvoiTr   sql char-varying(8).
            10 NbrEnrTr      pic 9(7).
            10 MontantTr     pic 9(11)V99.
            10 StatutTr      pic 9.
            10 SeqOrigineTr  pic 9(6).
            10 DateAcquitTr  sql char-varying(8).
       77 AnomalieTr      sql char-varying(15).
       77 NbTransTrouvee  pic 9(4).

      *---- Acquittement recu d'un partenaire
      *---- (AcquittementsTransmission.csv : fichier;sequence;nombre
      *---- d'enregistrements;montant en centimes;A accepte ou R
      *---- rejete;date AAAAMMJJ).
       01 AcquitDonne.
            10 CodeFichierAq sql char-varying(25).
            10 SeqAq         pic 9(6).
            10 NbrEnrAq      pic 9(7).
            10 MontCentimesAq pic 9(13).
            10 MontantAq     pic 9(11)V99.
            10 StatutAq      pic x.
            10 DateAq        pic 9(8).

      *---- Delai d'acquittement au-dela duquel un fichier emis est
      *---- signale, et fenetre (en jours) pendant laquelle les doubles
      *---- envois, rejets et ecarts restent sur l'etat quotidien.
       77 DelaiAcquittement pic 9(3) value 2.
       77 FenetreEtat       pic 9(3) value 7.
       77 DateLimiteAcquit  pic 9(8).
       77 DateFenetre       pic 9(8).

       01 BilanRegistre.
           05 NbrAcquits      pic 9(5).
           05 NbrRejets       pic 9(5).
           05 NbrEcarts       pic 9(5).
           05 NbrInconnus     pic 9(5).
           05 NbrNonAcquittes pic 9(5).
           05 NbrDoublons     pic 9(5).

       77 DateCourante   pic 9(8).
       77 MontEdite      pic Z(10)9,99.
       77 MontEdite2     pic Z(10)9,99.
       01 FichEtatTrans pic x(150).

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

      *---- Bilan du suivi des transmissions
       01  T-BilanRegistre foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Registre des transmissions".
           05 line 3 col 2  value "Acquittements rapproches".
           05 line 3 col 30 from NbrAcquits of BilanRegistre
               pic Z(4)9.
           05 line 4 col 2  value "Fichiers rejetes".
           05 line 4 col 30 from NbrRejets of BilanRegistre pic Z(4)9.
           05 line 5 col 2  value "Ecarts nombre/montant".
           05 line 5 col 30 from NbrEcarts of BilanRegistre pic Z(4)9.
           05 line 6 col 2  value "Acquittements inconnus".
           05 line 6 col 30 from NbrInconnus of BilanRegistre
               pic Z(4)9.
           05 line 7 col 2  value "Fichiers non acquittes".
           05 line 7 col 30 from NbrNonAcquittes of BilanRegistre
               pic Z(4)9.
           05 line 8 col 2  value "Doubles envois".
           05 line 8 col 30 from NbrDoublons of BilanRegistre
               pic Z(4)9.
           05 line 10 col 2 value "Etat dans EtatTransmissions.csv".
           05 line 12 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Suivi des fichiers transmis aux banques et partenaires
      *----- (RemiseSepa, RemiseVirement, JournalComptable,
      *----- BordereauReassurance, EtatReglementaire, PresentationIda),
      *----- inscrits au registre par les programmes qui les emettent :
      *----- les acquittements des partenaires sont rapproches du
      *----- registre par fichier et sequence, puis l'etat quotidien
      *----- signale les fichiers non acquittes dans le delai, les
      *----- rejets, les ecarts et les tentatives de double envoi.
      *-------------------------------------------------------------------------------------
       RegistreTransmissions.
           perform RegistreTransmissions-Init.
           perform ImportAcquittements.
           perform EtatTransmissions.
           perform RegistreTransmissions-Fin.

       RegistreTransmissions-Init.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanRegistre.
           accept DateCourante from date yyyymmdd.
           exec sql
               select convert(char(8),
                          dateadd(day,- :DelaiAcquittement,
                                  getdate()),112),
                      convert(char(8),
                          dateadd(day,- :FenetreEtat,
                                  getdate()),112)
                   into :DateLimiteAcquit,:DateFenetre
           end-exec.
           open output FichierEtatTransmissions.
           move spaces to FichEtatTrans.
           string
               "Anomalie;Fichier;Sequence;DateEnvoi;NbEnr;Montant;"
               "SeqOrigine;DateAcquit;NbEnrAcquit;MontantAcquit"
               delimited by size into FichEtatTrans
           end-string.
           write Enr-FichierEtatTransmissions from FichEtatTrans.

      *-------------------------------------------------------------------------------------
      *----- Import des acquittements : chaque ligne est rapprochee de
      *----- la transmission de meme fichier et meme sequence ; un
      *----- acquittement sans transmission part a l'etat. Une
      *----- transmission deja acquittee ou rejetee n'est pas reprise.
      *-------------------------------------------------------------------------------------
       ImportAcquittements.
           move 0 to EofImport.
           open input FichierAcquitTransmission.
           perform ImportAcquittements-Trt until EofImport = 1.
           close FichierAcquitTransmission.
           exec sql
               commit
           end-exec.

       ImportAcquittements-Trt.
           read FichierAcquitTransmission
               at end
                   move 1 to EofImport
               not at end
                   initialize AcquitDonne
                   unstring Enr-FichierAcquitTransmission
                           delimited by ";" or " " into
                       CodeFichierAq of AcquitDonne
                       SeqAq of AcquitDonne
                       NbrEnrAq of AcquitDonne
                       MontCentimesAq of AcquitDonne
                       StatutAq of AcquitDonne
                       DateAq of AcquitDonne
                   end-unstring
                   if CodeFichierAq of AcquitDonne not = spaces
                       compute MontantAq of AcquitDonne =
                           MontCentimesAq of AcquitDonne / 100
                       inspect StatutAq of AcquitDonne converting
                           "ar" to "AR"
                       perform RapprocheAcquittement
                   end-if
           end-read.

       RapprocheAcquittement.
           move 0 to NbTransTrouvee.
           exec sql
               select count(*) into :NbTransTrouvee
                   from Transmission
                   where TrFichier = :AcquitDonne.CodeFichierAq
                     and TrSeq = :AcquitDonne.SeqAq
           end-exec.
           if NbTransTrouvee = 0
               add 1 to NbrInconnus of BilanRegistre
               move CodeFichierAq of AcquitDonne
                   to CodeFichierTr of TransmissionDonne
               move SeqAq of AcquitDonne to SeqTr of TransmissionDonne
               move spaces to DateEnvoiTr of TransmissionDonne
               move 0 to NbrEnrTr of TransmissionDonne
               move 0 to MontantTr of TransmissionDonne
               move 0 to SeqOrigineTr of TransmissionDonne
               move DateAq of AcquitDonne
                   to DateAcquitTr of TransmissionDonne
               move "ACQUIT INCONNU" to AnomalieTr
               perform EcritAnomalie
               exit paragraph
           end-if.
           exec sql
               select TrStatut,TrNbEnr,TrMontant
                   into :TransmissionDonne.StatutTr,
                        :TransmissionDonne.NbrEnrTr,
                        :TransmissionDonne.MontantTr
                   from Transmission
                   where TrFichier = :AcquitDonne.CodeFichierAq
                     and TrSeq = :AcquitDonne.SeqAq
           end-exec.
           if StatutTr of TransmissionDonne not = 0
               exit paragraph
           end-if.
           evaluate true
               when StatutAq of AcquitDonne = "R"
                   move 2 to StatutTr of TransmissionDonne
                   add 1 to NbrRejets of BilanRegistre
               when NbrEnrAq of AcquitDonne
                       not = NbrEnrTr of TransmissionDonne
               when MontantAq of AcquitDonne
                       not = MontantTr of TransmissionDonne
                   move 3 to StatutTr of TransmissionDonne
                   add 1 to NbrEcarts of BilanRegistre
               when other
                   move 1 to StatutTr of TransmissionDonne
                   add 1 to NbrAcquits of BilanRegistre
           end-evaluate.
           if DateAq of AcquitDonne = 0
               move DateCourante to DateAq of AcquitDonne
           end-if.
           exec sql
               update Transmission
                   set TrStatut = :TransmissionDonne.StatutTr,
                       TrDateAcquit = :AcquitDonne.DateAq,
                       TrNbEnrAcquit = :AcquitDonne.NbrEnrAq,
                       TrMontantAcquit = :AcquitDonne.MontantAq
                   where TrFichier = :AcquitDonne.CodeFichierAq
                     and TrSeq = :AcquitDonne.SeqAq
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Etat quotidien : fichiers emis et toujours sans
      *----- acquittement apres DelaiAcquittement jours, puis, sur les
      *----- FenetreEtat derniers jours, doubles envois, rejets et
      *----- acquittements en ecart.
      *-------------------------------------------------------------------------------------
       EtatTransmissions.
           move 0 to EoDB.
      **** Création du curseur : transmissions en anomalie.
           exec sql
               Declare EtatTrans-Cursor cursor for
                   select case
                              when TrSeqOrigine > 0 then 'DOUBLON'
                              when TrStatut = 2 then 'REJETE'
                              when TrStatut = 3 then 'ECART'
                              else 'NON ACQUITTE'
                          end,
                          TrFichier,TrSeq,TrDateEnvoi,TrNbEnr,
                          TrMontant,TrSeqOrigine,
                          isnull(TrDateAcquit,' '),
                          isnull(TrNbEnrAcquit,0),
                          isnull(TrMontantAcquit,0)
                       from Transmission
                       where (TrStatut = 0
                              and TrSeqOrigine = 0
                              and TrDateEnvoi < :DateLimiteAcquit)
                          or (TrSeqOrigine > 0
                              and TrDateEnvoi >= :DateFenetre)
                          or (TrStatut in (2,3)
                              and TrDateAcquit >= :DateFenetre)
                       order by TrFichier,TrSeq
           end-exec.
           exec sql
               open EtatTrans-Cursor
           end-exec.
           perform EtatTransmissions-Trt until EoDB=1.
           exec sql
               close EtatTrans-Cursor
           end-exec.

       EtatTransmissions-Trt.
           initialize AcquitDonne.
           exec sql
               fetch EtatTrans-Cursor into
                   :AnomalieTr,
                   :TransmissionDonne.CodeFichierTr,
                   :TransmissionDonne.SeqTr,
                   :TransmissionDonne.DateEnvoiTr,
                   :TransmissionDonne.NbrEnrTr,
                   :TransmissionDonne.MontantTr,
                   :TransmissionDonne.SeqOrigineTr,
                   :TransmissionDonne.DateAcquitTr,
                   :AcquitDonne.NbrEnrAq,
                   :AcquitDonne.MontantAq
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               evaluate AnomalieTr
                   when "DOUBLON"
                       add 1 to NbrDoublons of BilanRegistre
                   when "NON ACQUITTE"
                       add 1 to NbrNonAcquittes of BilanRegistre
                   when other
                       continue
               end-evaluate
               perform EcritAnomalie
           end-if.

       EcritAnomalie.
           move MontantTr of TransmissionDonne to MontEdite.
           move MontantAq of AcquitDonne to MontEdite2.
           move spaces to FichEtatTrans.
           string
               AnomalieTr delimited by "  "
               ";" CodeFichierTr of TransmissionDonne
                   delimited by "  "
               ";" SeqTr of TransmissionDonne
               ";" DateEnvoiTr of TransmissionDonne
               ";" NbrEnrTr of TransmissionDonne
               ";" MontEdite
               ";" SeqOrigineTr of TransmissionDonne
               ";" DateAcquitTr of TransmissionDonne
               ";" NbrEnrAq of AcquitDonne
               ";" MontEdite2
               delimited by size into FichEtatTrans
           end-string.
           write Enr-FichierEtatTransmissions from FichEtatTrans.

       RegistreTransmissions-Fin.
           close FichierEtatTransmissions.
           if ModeExecution = "BATCH"
               goback
           end-if.
           display Ecran-Blanc.
           display T-BilanRegistre.
           accept OptionChoisie.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Fin du registre des transmissions
      *-------------------------------------------------------------------------------------

       end program RegistreTransmissions.
