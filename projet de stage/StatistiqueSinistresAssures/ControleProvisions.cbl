       77 NbrArretesFiges   pic 9(4).
       77 SeuilArretesFiges pic 9(2) value 3.

      *---- Dossier contentieux du sinistre : provision pour
      *---- contentieux, frais juridiques engages (FraisSinistre, hors
      *---- indemnite) et jugement.
       01 ContentieuxDonne.
            10 ProvContentieux pic 9(8)V99.
            10 FraisEngages    pic 9(8)V99.
            10 SensJugement    pic 9.
            10 MontJugement    pic 9(8)V99.
            10 StatutSin       pic 9.
            10 StatutCont      pic 9.

       01 BilanControleProv.
           05 NbrDepassements pic 9(5).
           05 NbrFigees       pic 9(5).
           05 NbrTropPayes    pic 9(5).
           05 NbrContentieux  pic 9(5).

       01 FichControleProv pic x(120).
       01 FichTropPayes    pic x(120).
           05 line 5 col 2  value "Sinistres trop payes".
           05 line 5 col 30 from NbrTropPayes of BilanControleProv
               pic Z(4)9.
           05 line 6 col 2  value "Contentieux a revoir".
           05 line 6 col 30 from NbrContentieux of BilanControleProv
               pic Z(4)9.
           05 line 7 col 2  value "Detail dans ControleProvisions.csv".
           05 line 8 col 2  value "et SinistresTropPayes.csv".
           05 line 10 col 2 value "Appuyez sur Entree pour continuer".
       CalculControleProvisions.
           perform CalculControleProvisions-Init.
           perform CalculControleProvisions-Trt until EoDB=1.
           perform ControleContentieux.
           perform ControleTropPayes.
           perform CalculControleProvisions-Fin.

               write Enr-FichierControleProv from FichControleProv
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Controle des dossiers contentieux, dans le meme fichier :
      *----- frais juridiques engages au-dela de la provision pour
      *----- contentieux d'un dossier en cours, et condamnation
      *----- (jugement defavorable ou partiel) superieure a la
      *----- provision d'un sinistre encore ouvert. Les frais
      *----- juridiques ne sont jamais comptes dans le regle du
      *----- sinistre, qui ne porte que l'indemnite.
      *-------------------------------------------------------------------------------------
       ControleContentieux.
           move 0 to EoDB.
           exec sql
               Declare ControleCont-Cursor cursor for
                   select CtNSin,CtNAssur,SDateSin,SProvision,SStatut,
                          isnull(CtProvision,0),
                          isnull((select sum(FsMontant)
                                      from FraisSinistre
                                      where FsNSin = CtNSin
                                        and FsNAssur = CtNAssur),0),
                          CtSensJugement,isnull(CtMontJugement,0),
                          CtStatut
                       from Contentieux
                       inner join Sinistre on SNSin = CtNSin
                                          and SNAssur = CtNAssur
                       order by CtNSin
           end-exec.
           exec sql
               open ControleCont-Cursor
           end-exec.
           perform ControleContentieux-Trt until EoDB=1.
           exec sql
               close ControleCont-Cursor
           end-exec.

       ControleContentieux-Trt.
           exec sql
               fetch ControleCont-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.NAssur,
                   :SinistreDonne.DateSin,:SinistreDonne.MontProvision,
                   :ContentieuxDonne.StatutSin,
                   :ContentieuxDonne.ProvContentieux,
                   :ContentieuxDonne.FraisEngages,
                   :ContentieuxDonne.SensJugement,
                   :ContentieuxDonne.MontJugement,
                   :ContentieuxDonne.StatutCont
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               exit paragraph
           end-if.
           if StatutCont of ContentieuxDonne = 0
               and FraisEngages of ContentieuxDonne
                   > ProvContentieux of ContentieuxDonne
               add 1 to NbrContentieux of BilanControleProv
               move spaces to FichControleProv
               string
                   "FRAIS > PROV CONTENTIEUX"
                   ";" NSin of SinistreDonne
                   ";" NAssur of SinistreDonne
                   ";" DateSin of SinistreDonne
                   ";" ProvContentieux of ContentieuxDonne
                   ";" FraisEngages of ContentieuxDonne
                   ";"
                   into FichControleProv
               end-string
               write Enr-FichierControleProv from FichControleProv
           end-if.
           if StatutSin of ContentieuxDonne = 0
               and (SensJugement of ContentieuxDonne = 2
                    or SensJugement of ContentieuxDonne = 3)
               and MontJugement of ContentieuxDonne
                   > MontProvision of SinistreDonne
               add 1 to NbrContentieux of BilanControleProv
               move spaces to FichControleProv
               string
                   "JUGEMENT NON PROVISIONNE"
                   ";" NSin of SinistreDonne
                   ";" NAssur of SinistreDonne
                   ";" DateSin of SinistreDonne
                   ";" MontProvision of SinistreDonne
                   ";" MontJugement of ContentieuxDonne
                   ";"
                   into FichControleProv
               end-string
               write Enr-FichierControleProv from FichControleProv
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Rapport des sinistres trop payes : tous les sinistres,
      *----- ouverts ou clos, dont le cumul des reglements depasse
