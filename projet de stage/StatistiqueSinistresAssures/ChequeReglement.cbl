       program-id. ChequeReglement as
           "StatistiqueSinistresAssures.ChequeReglement".

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

      *---- Reglement paye par cheque : beneficiaire sans IBAN, ou a
      *---- l'etranger hors SEPA (emission unitaire).
       01 ReglementDonne.
            10 NSin         sql char-varying(6).
            10 NAssur       sql char-varying(5).
            10 DatePaie     pic 9(8).
            10 MontPaie     pic 9(8)V99.
            10 Beneficiaire sql char-varying(25).

      *---- Registre des cheques (table Cheque) : un cheque par
      *---- reglement paye, numerote en sequence. Statut 0 emis,
      *---- 1 encaisse, 2 annule. Un cheque annule est toujours
      *---- remplace par un nouveau cheque du meme reglement : le
      *---- reglement reste paye une seule fois, la chaine
      *---- CqOrigine / CqRemplace garde l'historique.
       01 ChequeDonne.
            10 CqNum          pic 9(7).
            10 CqDateEmission pic 9(8).
            10 CqStatut       pic 9.
            10 CqDateEncaisse pic 9(8).
            10 CqOrigine      pic 9(7).
            10 CqRemplace     pic 9(7).
       77 NumChequeAnnule pic 9(7).
       77 NbChequeExistant pic 9(4).
       77 NbReglementExistant pic 9(4).
      *---- Alertes de gel des avoirs non ecartees sur l'assure ou le
      *---- beneficiaire : pas de cheque, comme pas de virement.
       77 NbAlerteGel pic 9(4).

      *---- Premiere date de paiement retenue par l'emission : les
      *---- reglements anterieurs sans IBAN ont ete payes hors systeme.
       77 DateDebutEmission pic 9(8).
       77 DateSixMois pic 9(8).
       77 DateCourante pic 9(8).

      *---- Cheque paye lu dans le fichier de la banque
      *---- (ChequesPayes.csv : numero;date d'encaissement AAAAMMJJ;
      *---- montant en centimes).
       01 ChequePayeLu.
            10 NumChequeLu   pic x(7).
            10 DateEncLu     pic x(8).
            10 MontantLu     pic x(12).
       77 LongMontantLu pic 99.
       77 MontantCentimes pic 9(12).
       77 MontantEncaisse pic 9(10)V99.
       77 NumChequePaye pic 9(7).
       77 DateChequePaye pic 9(8).
       01 ChequeRegistre.
            10 MontCheque   pic 9(8)V99.
            10 StatutCheque pic 9.
       77 MotifAnomalie pic x(25).

      *---- Nouveau beneficiaire saisi a la reemission (vide = meme
      *---- beneficiaire).
       77 NouveauBeneficiaire pic x(25).

       01 LigneCheque pic x(80).
       01 FichCheque pic x(200).
       77 MontantEdite pic *(7)9,99.
       77 MontantCsv   pic 9(8),99.
       77 StatutLib    pic x(9).

       01 BilanCheques.
           05 NbrEmis        pic 9(5).
           05 MontantEmis    pic 9(9)V99.
           05 NbrEncaisses   pic 9(5).
           05 NbrAnomalies   pic 9(5).
           05 NbrNonEncaisses pic 9(5).
           05 MontNonEncaisse pic 9(9)V99.
           05 NbrRegistre    pic 9(6).

       77 TypeTrt pic 9.
       77 EofImport pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- fichier de la banque est integre et la liste des cheques non
      *---- encaisses editee, sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.
       77 MessageCheque   pic x(50).

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

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

       01 M-ChoixCheque
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Cheques : 1=Emission 2=Unitaire 3=Banque"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 4=Non encaisses 5=Annuler/remplacer 6=Registre :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-DateEmission
           background-color is 1 foreground-color is 15.
           10 line 5 col 1
               value " Reglements payes depuis le AAAAMMJJ : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Saisie du reglement a payer par un cheque unitaire.
       01 T-SaisieReglement foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Cheque pour un reglement".
           10 line 3 col 2  value "Numero de sinistre :".
           10 line 4 col 2  value "Numero d'assure    :".
           10 line 5 col 2  value "Date de paiement   :".

      *---- Saisie du cheque a annuler et remplacer.
       01 T-SaisieAnnulation foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Annulation et remplacement".
           10 line 3 col 2  value "Numero du cheque      :".
           10 line 4 col 2  value "Nouveau beneficiaire  :".
           10 line 5 col 2  value "(vide = meme beneficiaire)".

       01 T-MessageCheque foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 8 col 2 from MessageCheque.
           10 line 9 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan des cheques
       01  T-BilanCheques foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Cheques de reglement".
           05 line 3 col 2  value "Cheques emis".
           05 line 3 col 30 from NbrEmis of BilanCheques pic Z(4)9.
           05 line 4 col 2  value "Montant emis".
           05 line 4 col 30 from MontantEmis of BilanCheques
               pic Z(8)9,99.
           05 line 5 col 2  value "Cheques encaisses".
           05 line 5 col 30 from NbrEncaisses of BilanCheques
               pic Z(4)9.
           05 line 6 col 2  value "Anomalies banque".
           05 line 6 col 30 from NbrAnomalies of BilanCheques
               pic Z(4)9.
           05 line 7 col 2  value "Non encaisses a 6 mois".
           05 line 7 col 30 from NbrNonEncaisses of BilanCheques
               pic Z(4)9.
           05 line 8 col 2  value "Montant non encaisse".
           05 line 8 col 30 from MontNonEncaisse of BilanCheques
               pic Z(8)9,99.
           05 line 9 col 2  value "Cheques au registre".
           05 line 9 col 30 from NbrRegistre of BilanCheques
               pic Z(5)9.
           05 line 11 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Paiement des reglements par lettre-cheque, pour les
      *----- beneficiaires que VirementSepa ne peut pas payer (sans IBAN,
      *----- ou a l'etranger) : emission numerotee des lettres-cheques
      *----- (LettresCheque.txt, imprimees sur le papier securise),
      *----- registre des cheques, integration du fichier des cheques
      *----- payes par la banque (anomalies dans ChequesAnomalies.csv),
      *----- liste des cheques non encaisses apres six mois
      *----- (ChequesNonEncaisses.csv), annulation avec reemission et
      *----- export du registre (RegistreCheques.csv).
      *-------------------------------------------------------------------------------------
       GestionCheques.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanCheques.
           move spaces to SocieteSession.
           accept DateCourante from date yyyymmdd.
           exec sql
               select convert(int,convert(char(8),
                          dateadd(month,-6,getdate()),112))
                   into :DateSixMois
           end-exec.
           if ModeExecution = "BATCH"
               perform IntegrePaiementsBanque
               perform ListeNonEncaisses
               goback
           end-if.
           perform LireOperateurSession.
           display Ecran-Blanc.
           display M-ChoixCheque.
           accept TypeTrt line 3 col 52.
           evaluate TypeTrt
               when 1
                   perform EmissionCheques
               when 2
                   perform ChequeUnitaire
               when 3
                   perform IntegrePaiementsBanque
               when 4
                   perform ListeNonEncaisses
               when 5
                   perform AnnuleRemplaceCheque
               when 6
                   perform EditeRegistre
               when other
                   goback
           end-evaluate.
           display Ecran-Blanc.
           display T-BilanCheques.
           accept OptionChoisie.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Emission : un cheque par reglement sans IBAN paye depuis la
      *----- date saisie (par defaut le jour) et pas encore au registre.
      *-------------------------------------------------------------------------------------
       EmissionCheques.
           move 0 to DateDebutEmission.
           display M-DateEmission.
           accept DateDebutEmission line 5 col 42.
           if DateDebutEmission = 0
               move DateCourante to DateDebutEmission
           end-if.
           move 0 to EoDB.
           open extend FichierLettresCheque.
           exec sql
               Declare EmissionCheque-Cursor cursor for
                   select RNSin,RNAssur,RDatePaie,RMontPaie,
                          isnull(RBeneficiaire,' ')
                       from Reglement
                       where isnull(RIban,' ') = ' '
                         and RDatePaie >= :DateDebutEmission
                         and RMontPaie > 0
                         and not exists
                             (select 1 from Cheque
                                 where CqNSin = RNSin
                                   and CqNAssur = RNAssur
                                   and CqDatePaie = RDatePaie
                                   and CqMontant = RMontPaie)
                         and not exists
                             (select 1 from CriblageGel
                                 where CgStatut < 2
                                   and ((CgType = 'ASSURE'
                                         and CgCle = RNAssur)
                                     or (CgType = 'BENEFICIAIRE'
                                         and CgNom = RBeneficiaire)))
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = RNAssur),
                                     '01') = :SocieteSession)
                       order by RNSin,RDatePaie
           end-exec.
           exec sql
               open EmissionCheque-Cursor
           end-exec.
           perform EmissionCheques-Trt until EoDB = 1.
           exec sql
               close EmissionCheque-Cursor
           end-exec.
           exec sql
               commit
           end-exec.
           close FichierLettresCheque.

       EmissionCheques-Trt.
           exec sql
               fetch EmissionCheque-Cursor into
                   :ReglementDonne.NSin,:ReglementDonne.NAssur,
                   :ReglementDonne.DatePaie,:ReglementDonne.MontPaie,
                   :ReglementDonne.Beneficiaire
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move 0 to CqOrigine of ChequeDonne
               perform EmetCheque
           end-if.

      *---- Cheque unitaire pour un reglement designe (beneficiaire a
      *---- l'etranger, IBAN hors SEPA...).
       ChequeUnitaire.
           initialize ReglementDonne.
           display Ecran-Blanc.
           display T-SaisieReglement.
           accept NSin of ReglementDonne line 3 col 24.
           accept NAssur of ReglementDonne line 4 col 24.
           accept DatePaie of ReglementDonne line 5 col 24.
           move 0 to NbReglementExistant.
           exec sql
               select count(*),isnull(max(RMontPaie),0),
                      isnull(max(RBeneficiaire),' ')
                   into :NbReglementExistant,:ReglementDonne.MontPaie,
                        :ReglementDonne.Beneficiaire
                   from Reglement
                   where RNSin = :ReglementDonne.NSin
                     and RNAssur = :ReglementDonne.NAssur
                     and RDatePaie = :ReglementDonne.DatePaie
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = RNAssur),'01')
                             = :SocieteSession)
           end-exec.
           if NbReglementExistant not = 1
               move "Reglement introuvable ou ambigu." to MessageCheque
               display T-MessageCheque
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to NbAlerteGel.
           exec sql
               select count(*) into :NbAlerteGel
                   from CriblageGel
                   where CgStatut < 2
                     and ((CgType = 'ASSURE'
                           and CgCle = :ReglementDonne.NAssur)
                       or (CgType = 'BENEFICIAIRE'
                           and CgNom = :ReglementDonne.Beneficiaire))
           end-exec.
           if NbAlerteGel > 0
               move "Alerte gel des avoirs : cheque refuse."
                   to MessageCheque
               display T-MessageCheque
               accept OptionChoisie
               exit paragraph
           end-if.
           move 0 to NbChequeExistant.
           exec sql
               select count(*) into :NbChequeExistant
                   from Cheque
                   where CqNSin = :ReglementDonne.NSin
                     and CqNAssur = :ReglementDonne.NAssur
                     and CqDatePaie = :ReglementDonne.DatePaie
           end-exec.
           if NbChequeExistant > 0
               move "Reglement deja paye par cheque." to MessageCheque
               display T-MessageCheque
               accept OptionChoisie
               exit paragraph
           end-if.
           open extend FichierLettresCheque.
           move 0 to CqOrigine of ChequeDonne.
           perform EmetCheque.
           close FichierLettresCheque.
           exec sql
               commit
           end-exec.

      *---- Numerotation, inscription au registre et impression de la
      *---- lettre-cheque du reglement courant.
       EmetCheque.
           move 0 to CqNum of ChequeDonne.
           exec sql
               select isnull(max(CqNum),0)
                   into :ChequeDonne.CqNum
                   from Cheque
           end-exec.
           add 1 to CqNum of ChequeDonne.
           move DateCourante to CqDateEmission of ChequeDonne.
           exec sql
               insert into Cheque
                   (CqNum,CqNSin,CqNAssur,CqDatePaie,CqMontant,
                    CqBeneficiaire,CqDateEmission,CqStatut,
                    CqDateEncaisse,CqDateAnnul,CqOrigine,CqRemplace)
               values
                   (:ChequeDonne.CqNum,:ReglementDonne.NSin,
                    :ReglementDonne.NAssur,:ReglementDonne.DatePaie,
                    :ReglementDonne.MontPaie,
                    :ReglementDonne.Beneficiaire,
                    :ChequeDonne.CqDateEmission,0,0,0,
                    :ChequeDonne.CqOrigine,0)
           end-exec.
           add 1 to NbrEmis of BilanCheques.
           add MontPaie of ReglementDonne
               to MontantEmis of BilanCheques.
           perform ImprimeLettreCheque.

       ImprimeLettreCheque.
           move MontPaie of ReglementDonne to MontantEdite.
           move "=====" to LigneCheque.
           write Enr-FichierLettresCheque from LigneCheque.
           move spaces to LigneCheque.
           string "LETTRE-CHEQUE N. " CqNum of ChequeDonne
               "                    LE " CqDateEmission of ChequeDonne
               delimited by size into LigneCheque
           end-string.
           write Enr-FichierLettresCheque from LigneCheque.
           move spaces to LigneCheque.
           write Enr-FichierLettresCheque from LigneCheque.
           move spaces to LigneCheque.
           string "REGLEMENT DU SINISTRE " NSin of ReglementDonne
               " - ASSURE " NAssur of ReglementDonne
               " - PAIEMENT DU " DatePaie of ReglementDonne
               delimited by size into LigneCheque
           end-string.
           write Enr-FichierLettresCheque from LigneCheque.
           if CqOrigine of ChequeDonne > 0
               move spaces to LigneCheque
               string "REMPLACE LE CHEQUE N. " CqOrigine of ChequeDonne
                   " ANNULE"
                   delimited by size into LigneCheque
               end-string
               write Enr-FichierLettresCheque from LigneCheque
           end-if.
           move spaces to LigneCheque.
           write Enr-FichierLettresCheque from LigneCheque.
           move spaces to LigneCheque.
           string "PAYEZ CONTRE CE CHEQUE LA SOMME DE " MontantEdite
               " EUR"
               delimited by size into LigneCheque
           end-string.
           write Enr-FichierLettresCheque from LigneCheque.
           move spaces to LigneCheque.
           string "A L'ORDRE DE " Beneficiaire of ReglementDonne
               delimited by size into LigneCheque
           end-string.
           write Enr-FichierLettresCheque from LigneCheque.
           move spaces to LigneCheque.
           write Enr-FichierLettresCheque from LigneCheque.

      *-------------------------------------------------------------------------------------
      *----- Integration du fichier des cheques payes par la banque :
      *----- le cheque emis passe encaisse. Cheque inconnu, annule, deja
      *----- encaisse, ou montant different : anomalie a examiner.
      *-------------------------------------------------------------------------------------
       IntegrePaiementsBanque.
           move 0 to EofImport.
           open input FichierChequesPayes.
           open output FichierChequesAnomalies.
           move spaces to FichCheque.
           string "Cheque;DateEncaissement;Montant;Anomalie"
               delimited by size into FichCheque
           end-string.
           write Enr-FichierChequesAnomalies from FichCheque.
           perform IntegrePaiementsBanque-Trt until EofImport = 1.
           close FichierChequesPayes.
           close FichierChequesAnomalies.
           exec sql
               commit
           end-exec.

       IntegrePaiementsBanque-Trt.
           read FichierChequesPayes
               at end
                   move 1 to EofImport
               not at end
                   perform TraiteChequePaye
           end-read.

       TraiteChequePaye.
           initialize ChequePayeLu.
           unstring Enr-FichierChequesPayes delimited by ";" into
               NumChequeLu DateEncLu MontantLu
           end-unstring.
           move 0 to LongMontantLu.
           inspect MontantLu tallying LongMontantLu
               for characters before initial space.
      *---- L'en-tete et les lignes mal formees sont ignorees.
           if NumChequeLu is not numeric
               or DateEncLu is not numeric
               or LongMontantLu = 0
               or MontantLu(1:LongMontantLu) is not numeric
               exit paragraph
           end-if.
           move NumChequeLu to NumChequePaye.
           move DateEncLu to DateChequePaye.
           move MontantLu(1:LongMontantLu) to MontantCentimes.
           compute MontantEncaisse = MontantCentimes / 100.
           move spaces to MotifAnomalie.
           exec sql
               select CqMontant,CqStatut
                   into :ChequeRegistre.MontCheque,
                        :ChequeRegistre.StatutCheque
                   from Cheque
                   where CqNum = :NumChequePaye
           end-exec.
           evaluate true
               when SQLCODE not = 0
                   move "CHEQUE INCONNU" to MotifAnomalie
               when StatutCheque = 1
                   move "DEJA ENCAISSE" to MotifAnomalie
               when StatutCheque = 2
                   move "CHEQUE ANNULE" to MotifAnomalie
               when MontCheque not = MontantEncaisse
                   move "MONTANT DIFFERENT" to MotifAnomalie
               when other
                   continue
           end-evaluate.
           if MotifAnomalie not = spaces
               add 1 to NbrAnomalies of BilanCheques
               move MontantEncaisse to MontantCsv
               move spaces to FichCheque
               string NumChequeLu ";" DateEncLu ";" MontantCsv
                   ";" MotifAnomalie
                   delimited by size into FichCheque
               end-string
               write Enr-FichierChequesAnomalies from FichCheque
               exit paragraph
           end-if.
           exec sql
               update Cheque
                   set CqStatut = 1,
                       CqDateEncaisse = :DateChequePaye
                   where CqNum = :NumChequePaye
                     and CqStatut = 0
           end-exec.
           add 1 to NbrEncaisses of BilanCheques.

      *-------------------------------------------------------------------------------------
      *----- Cheques emis depuis plus de six mois et toujours non
      *----- encaisses : a relancer aupres du beneficiaire, puis a
      *----- annuler et remplacer (cheque perdu) le cas echeant.
      *-------------------------------------------------------------------------------------
       ListeNonEncaisses.
           move 0 to EoDB.
           open output FichierChequesNonEncaisses.
           move spaces to FichCheque.
           string "Cheque;Emission;Sinistre;Assure;Beneficiaire;Montant"
               delimited by size into FichCheque
           end-string.
           write Enr-FichierChequesNonEncaisses from FichCheque.
           exec sql
               Declare NonEncaisse-Cursor cursor for
                   select CqNum,CqDateEmission,CqNSin,CqNAssur,
                          isnull(CqBeneficiaire,' '),CqMontant
                       from Cheque
                       where CqStatut = 0
                         and CqDateEmission <= :DateSixMois
                         and (:SocieteSession = ''
                              or isnull((select max(ASociete)
                                      from Assure
                                      where AAssur = CqNAssur),
                                     '01') = :SocieteSession)
                       order by CqDateEmission,CqNum
           end-exec.
           exec sql
               open NonEncaisse-Cursor
           end-exec.
           perform ListeNonEncaisses-Trt until EoDB = 1.
           exec sql
               close NonEncaisse-Cursor
           end-exec.
           close FichierChequesNonEncaisses.

       ListeNonEncaisses-Trt.
           exec sql
               fetch NonEncaisse-Cursor into
                   :ChequeDonne.CqNum,:ChequeDonne.CqDateEmission,
                   :ReglementDonne.NSin,:ReglementDonne.NAssur,
                   :ReglementDonne.Beneficiaire,
                   :ReglementDonne.MontPaie
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrNonEncaisses of BilanCheques.
           add MontPaie of ReglementDonne
               to MontNonEncaisse of BilanCheques.
           move MontPaie of ReglementDonne to MontantCsv.
           move spaces to FichCheque.
           string CqNum of ChequeDonne
               ";" CqDateEmission of ChequeDonne
               ";" NSin of ReglementDonne
               ";" NAssur of ReglementDonne
               ";" Beneficiaire of ReglementDonne
               ";" MontantCsv
               delimited by size into FichCheque
           end-string.
           write Enr-FichierChequesNonEncaisses from FichCheque.

      *-------------------------------------------------------------------------------------
      *----- Annulation et remplacement d'un cheque non encaisse (perdu,
      *----- perime, beneficiaire a corriger) : l'ancien cheque passe
      *----- annule et pointe sur son remplacant, emis pour le meme
      *----- reglement et le meme montant. Le reglement du sinistre
      *----- n'est pas touche : il reste paye une fois.
      *-------------------------------------------------------------------------------------
       AnnuleRemplaceCheque.
           display Ecran-Blanc.
           display T-SaisieAnnulation.
           move 0 to NumChequeAnnule.
           move spaces to NouveauBeneficiaire.
           accept NumChequeAnnule line 3 col 27.
           accept NouveauBeneficiaire line 4 col 27.
           exec sql
               select CqNSin,CqNAssur,CqDatePaie,CqMontant,
                      isnull(CqBeneficiaire,' '),CqStatut
                   into :ReglementDonne.NSin,:ReglementDonne.NAssur,
                        :ReglementDonne.DatePaie,
                        :ReglementDonne.MontPaie,
                        :ReglementDonne.Beneficiaire,
                        :ChequeRegistre.StatutCheque
                   from Cheque
                   where CqNum = :NumChequeAnnule
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = CqNAssur),'01')
                             = :SocieteSession)
           end-exec.
           if SQLCODE not = 0
               move "Cheque inconnu." to MessageCheque
               display T-MessageCheque
               accept OptionChoisie
               exit paragraph
           end-if.
           if StatutCheque not = 0
               move "Cheque deja encaisse ou annule." to MessageCheque
               display T-MessageCheque
               accept OptionChoisie
               exit paragraph
           end-if.
           if NouveauBeneficiaire not = spaces
               move NouveauBeneficiaire
                   to Beneficiaire of ReglementDonne
           end-if.
           open extend FichierLettresCheque.
           move NumChequeAnnule to CqOrigine of ChequeDonne.
           perform EmetCheque.
           close FichierLettresCheque.
           exec sql
               update Cheque
                   set CqStatut = 2,
                       CqDateAnnul = :DateCourante,
                       CqRemplace = :ChequeDonne.CqNum
                   where CqNum = :NumChequeAnnule
                     and CqStatut = 0
           end-exec.
           exec sql
               commit
           end-exec.

      *-------------------------------------------------------------------------------------
      *----- Export du registre des cheques.
      *-------------------------------------------------------------------------------------
       EditeRegistre.
           move 0 to EoDB.
           open output FichierRegistreCheques.
           move spaces to FichCheque.
           string "Cheque;Emission;Sinistre;Assure;DatePaiement;"
               "Beneficiaire;Montant;Statut;DateEncaissement;"
               "Remplace;RemplacePar"
               delimited by size into FichCheque
           end-string.
           write Enr-FichierRegistreCheques from FichCheque.
           exec sql
               Declare RegistreCheque-Cursor cursor for
                   select CqNum,CqDateEmission,CqNSin,CqNAssur,
                          CqDatePaie,isnull(CqBeneficiaire,' '),
                          CqMontant,CqStatut,CqDateEncaisse,
                          CqOrigine,CqRemplace
                       from Cheque
                       where (:SocieteSession = ''
                            or isnull((select max(ASociete) from Assure
                                          where AAssur = CqNAssur),'01')
                               = :SocieteSession)
                       order by CqNum
           end-exec.
           exec sql
               open RegistreCheque-Cursor
           end-exec.
           perform EditeRegistre-Trt until EoDB = 1.
           exec sql
               close RegistreCheque-Cursor
           end-exec.
           close FichierRegistreCheques.

       EditeRegistre-Trt.
           exec sql
               fetch RegistreCheque-Cursor into
                   :ChequeDonne.CqNum,:ChequeDonne.CqDateEmission,
                   :ReglementDonne.NSin,:ReglementDonne.NAssur,
                   :ReglementDonne.DatePaie,
                   :ReglementDonne.Beneficiaire,
                   :ReglementDonne.MontPaie,:ChequeDonne.CqStatut,
                   :ChequeDonne.CqDateEncaisse,:ChequeDonne.CqOrigine,
                   :ChequeDonne.CqRemplace
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           add 1 to NbrRegistre of BilanCheques.
           evaluate CqStatut of ChequeDonne
               when 0
                   move "EMIS" to StatutLib
               when 1
                   move "ENCAISSE" to StatutLib
               when other
                   move "ANNULE" to StatutLib
           end-evaluate.
           move MontPaie of ReglementDonne to MontantCsv.
           move spaces to FichCheque.
           string CqNum of ChequeDonne
               ";" CqDateEmission of ChequeDonne
               ";" NSin of ReglementDonne
               ";" NAssur of ReglementDonne
               ";" DatePaie of ReglementDonne
               ";" Beneficiaire of ReglementDonne
               ";" MontantCsv
               ";" StatutLib
               ";" CqDateEncaisse of ChequeDonne
               ";" CqOrigine of ChequeDonne
               ";" CqRemplace of ChequeDonne
               delimited by size into FichCheque
           end-string.
           write Enr-FichierRegistreCheques from FichCheque.

      *---- Operateur et societe de la session (fichier depose par
      *---- Program1).
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

      *-------------------------------------------------------------------------------------
      *----- Fin des cheques de reglement
      *-------------------------------------------------------------------------------------

       end program ChequeReglement.
