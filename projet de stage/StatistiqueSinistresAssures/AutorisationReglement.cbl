            10 DatePaie     sql char-varying(8).
            10 MontPaie     pic 9(8)V99.
            10 Beneficiaire sql char-varying(25).
      *---- Coordonnees bancaires du beneficiaire (controle a l'import).
            10 IbanBenef    sql char-varying(34).
            10 BicBenef     sql char-varying(11).

       77 ChoixDecision   pic x.
      *---- Alertes gel des avoirs non ecartees sur le beneficiaire :
      *---- l'approbation est bloquee tant qu'il en reste.
       77 NbAlertesGel    pic 9(4).
       77 DateCriblage    pic 9(8).
       77 DernierNumAlerte pic 9(6).
       77 SeuilNom        pic 9 value 4.
       77 LibDecision     pic x(8).
      *---- Vol du vehicule non retrouve : l'approbation est bloquee
      *---- jusqu'au trentieme jour qui suit le vol.
       77 NbVolCarence    pic 9(4).

       01 BilanAutorisation.
           05 NbrApprouves pic 9(5).
      *---- Operateur de la session, depose par la connexion de
      *---- Program1, reporte sur le journal.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Ligne ecrite dans le journal des autorisations, sur le
      *---- modele du journal de ClotureSinistre.
           10 line 9  col 2
               value "[A]pprouver [R]efuser [S]uivant [M]enu :".

       01 T-ReglementGele foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 11 col 2
               value "Beneficiaire sous alerte gel des avoirs :".
           10 line 12 col 2
               value "approbation bloquee (voir CriblageGel).".
           10 line 13 col 2 value "Appuyez sur Entree pour continuer".

       01 T-ReglementCarenceVol foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 11 col 2
               value "Vol du vehicule non retrouve : aucun reglement".
           10 line 12 col 2
               value "avant le 30e jour qui suit le vol.".
           10 line 13 col 2 value "Appuyez sur Entree pour continuer".

      *---- Bilan de la session d'autorisation
       01  T-BilanAutorisation foreground-color is CouleurTexte
               background-color is CouleurFond.
           exec sql
               Declare Attente-Cursor cursor for
                   select RaNSin,RaNAssur,RaDatePaie,RaMontPaie,
                          RaBeneficiaire,isnull(RaIban,' '),
                          isnull(RaBic,' ')
                       from ReglementAttente
                       where (:SocieteSession = ''
                            or isnull((select max(ASociete) from Assure
                                          where AAssur = RaNAssur),'01')
                               = :SocieteSession)
                       order by RaMontPaie desc
           end-exec.
           exec sql
                   :ReglementAttenteDonne.NAssur,
                   :ReglementAttenteDonne.DatePaie,
                   :ReglementAttenteDonne.MontPaie,
                   :ReglementAttenteDonne.Beneficiaire,
                   :ReglementAttenteDonne.IbanBenef,
                   :ReglementAttenteDonne.BicBenef
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           accept ChoixDecision line 9 col 44.
           evaluate ChoixDecision
               when "A" when "a"
                   perform ControleCarenceVol
                   if NbVolCarence > 0
                       display T-ReglementCarenceVol
                       accept OptionChoisie
                       add 1 to NbrLaisses of BilanAutorisation
                       exit paragraph
                   end-if
                   perform ControleGelBeneficiaire
                   if NbAlertesGel > 0
                       display T-ReglementGele
                       accept OptionChoisie
                       add 1 to NbrLaisses of BilanAutorisation
                   else
                       perform ApprouveReglement
                   end-if
               when "R" when "r"
                   perform RefuseReglement
               when "M" when "m"
      *---- exactement comme l'aurait insere l'import direct. La ligne
      *---- vient du meme Reglement.csv que les paiements sous le
      *---- seuil : elle est deja payee par le courtier, l'approbation
      *---- ne fait que la laisser compter. La date d'approbation
      *---- (RDateAutorise) est conservee pour le suivi des delais.
       ApprouveReglement.
           exec sql
                INSERT INTO Reglement
                    (RNSin,RNAssur,RDatePaie,RMontPaie,
                     RBeneficiaire,RIban,RBic,RDateAutorise)
                VALUES
                    (:ReglementAttenteDonne.NSin,
                     :ReglementAttenteDonne.NAssur,
                     :ReglementAttenteDonne.DatePaie,
                     :ReglementAttenteDonne.MontPaie,
                     :ReglementAttenteDonne.Beneficiaire,
                     :ReglementAttenteDonne.IbanBenef,
                     :ReglementAttenteDonne.BicBenef,
                     convert(int,convert(char(8),getdate(),112)))
           end-exec.
           perform RetireAttente.
           add 1 to NbrApprouves of BilanAutorisation.
           move "APPROUVE" to LibDecision.
           perform TraceAutorisation.

      *---- Criblage du beneficiaire contre la liste des gels au moment
      *---- d'approuver (meme rapprochement que CriblageGel), puis
      *---- decompte des alertes non ecartees sur ce beneficiaire.
       ControleGelBeneficiaire.
           accept DateCriblage from date yyyymmdd.
           move 0 to DernierNumAlerte.
           exec sql
               select isnull(max(CgNum),0) into :DernierNumAlerte
                   from CriblageGel
           end-exec.
           exec sql
               insert into CriblageGel
                   (CgNum,CgDate,CgType,CgCle,CgNom,CgLgId,CgScore,
                    CgStatut)
               select :DernierNumAlerte
                          + row_number() over (order by LgId),
                      :DateCriblage,'BENEFICIAIRE',
                      :ReglementAttenteDonne.NSin + '/'
                          + :ReglementAttenteDonne.NAssur,
                      :ReglementAttenteDonne.Beneficiaire,LgId,
                      case when upper(
                                :ReglementAttenteDonne.Beneficiaire)
                                = rtrim(LgNom) + ' ' + rtrim(LgPrenom)
                                then 80
                           else 60 end,
                      0
                   from ListeGel
                   where difference(
                             :ReglementAttenteDonne.Beneficiaire,LgNom)
                             >= :SeuilNom
                     and not exists
                         (select 1 from CriblageGel
                             where CgType = 'BENEFICIAIRE'
                               and CgCle =
                                   :ReglementAttenteDonne.NSin + '/'
                                   + :ReglementAttenteDonne.NAssur
                               and CgNom =
                                   :ReglementAttenteDonne.Beneficiaire
                               and CgLgId = LgId)
           end-exec.
           move 0 to NbAlertesGel.
           exec sql
               select count(*) into :NbAlertesGel
                   from CriblageGel
                   where CgType = 'BENEFICIAIRE'
                     and CgNom = :ReglementAttenteDonne.Beneficiaire
                     and CgStatut < 2
           end-exec.
           if SQLCODE not = 0
               move 0 to NbAlertesGel
           end-if.

      *---- Vol du vehicule pas encore retrouve : meme carence de
      *---- trente jours qu'a l'import, jugee a la date de l'approbation
      *---- comme a la date du paiement.
       ControleCarenceVol.
           move 0 to NbVolCarence.
           exec sql
               select count(*) into :NbVolCarence
                   from Sinistre
                   where SNSin = :ReglementAttenteDonne.NSin
                     and SNAssur = :ReglementAttenteDonne.NAssur
                     and isnull(SVol,0) = 1
                     and isnull(SDateRetrouve,0) = 0
                     and (datediff(day,convert(date,SDateSin,112),
                              convert(date,
                                  :ReglementAttenteDonne.DatePaie,112))
                              < 30
                          or datediff(day,convert(date,SDateSin,112),
                              getdate()) < 30)
           end-exec.
           if SQLCODE not = 0
               move 0 to NbVolCarence
           end-if.

      *---- Refus : le reglement est retire de la file sans etre paye.
       RefuseReglement.
           perform RetireAttente.
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

