       program-id. ControleBancaire as
           "StatistiqueSinistresAssures.ControleBancaire".

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

      *---- Ligne du referentiel des banques (BanquesBic.csv : code pays
      *---- ISO;code banque tel qu'il figure dans l'IBAN;BIC). Charge
      *---- dans la table BanqueBic, il sert a verifier que le BIC saisi
      *---- est bien celui de la banque de l'IBAN.
       01 BanqueDonne.
            10 BbPays       sql char-varying(2).
            10 BbCodeBanque sql char-varying(11).
            10 BbBic        sql char-varying(11).

      *---- Coordonnees bancaires d'un assure attendu par une remise
      *---- SEPA : PRELEVEMENT (quittance due, IBAN ou mandat connu) ou
      *---- VIREMENT (ristourne a payer).
       01 CoordAssureDonne.
            10 NAssurCoord  sql char-varying(5).
            10 NomCoord     sql char-varying(25).
            10 IbanCoord    sql char-varying(34).
            10 BicCoord     sql char-varying(11).
            10 MandatCoord  sql char-varying(16).
            10 RemiseCoord  sql char-varying(11).

       01 BilanBancaire.
           05 NbrBanquesLues     pic 9(6).
           05 NbrBanquesRejet    pic 9(6).
           05 NbrCoordLues       pic 9(6).
           05 NbrIbanAbsent      pic 9(6).
           05 NbrIbanInvalide    pic 9(6).
           05 NbrBicInvalide     pic 9(6).
           05 NbrMandatAbsent    pic 9(6).

       01 FichCoord pic x(200).

      *---- Controle des coordonnees bancaires : format et cle
      *---- (modulo 97) de l'IBAN, format du BIC, pays du BIC egal a
      *---- celui de l'IBAN et, si la table BanqueBic (chargee par
      *---- ControleBancaire) connait le code banque de l'IBAN, BIC de
      *---- cette banque. Statut : 0 conforme, 1 IBAN absent, 2 format
      *---- IBAN, 3 cle IBAN, 4 format BIC, 5 BIC incoherent.
       01 CoordBancaireCtl.
            10 IbanCtl       sql char-varying(42).
            10 BicCtl        sql char-varying(11).
            10 PaysIbanCtl   sql char-varying(2).
            10 CodeBanqueCtl sql char-varying(11).
            10 Bic8Ctl       sql char-varying(8).
      *---- Par pays : longueur de l'IBAN, position et longueur du code
      *---- banque dans l'IBAN.
       01 PaysIbanValeurs.
            10 filler pic x(8) value "FR270505".
            10 filler pic x(8) value "MC270505".
            10 filler pic x(8) value "DE220508".
            10 filler pic x(8) value "BE160503".
            10 filler pic x(8) value "ES240504".
            10 filler pic x(8) value "IT270605".
            10 filler pic x(8) value "LU200503".
            10 filler pic x(8) value "NL180504".
            10 filler pic x(8) value "PT250504".
            10 filler pic x(8) value "AT200505".
            10 filler pic x(8) value "CH210505".
            10 filler pic x(8) value "GB220504".
            10 filler pic x(8) value "IE220504".
       01 PaysIbanTable redefines PaysIbanValeurs.
            10 PaysIban occurs 13.
               15 CodePaysIban   pic x(2).
               15 LongPaysIban   pic 9(2).
               15 DebBanqueIban  pic 9(2).
               15 LongBanqueIban pic 9(2).
       77 StatutBanque       pic 9.
       77 LibAnomalieBanque  pic x(35).
       77 IbanSaisi          pic x(42).
       77 IbanCompact        pic x(34).
       77 BicSaisi           pic x(11).
       77 LongIban           pic 99.
       77 LongBic            pic 99.
       77 PosIban            pic 99.
       77 IndicePays         pic 99.
       77 PaysTrouve         pic 99.
       77 CarIban            pic x.
       77 ChiffreIban        pic 9.
       77 RangLettre         pic 99.
       77 CalculIban         pic 9(6).
       77 QuotientIban       pic 9(6).
       77 ResteIban          pic 99.
       77 CarInvalide        pic 9.
       77 NbBanqueRef        pic 9(4).
       77 NbBicRef           pic 9(4).
       77 AlphabetIban       pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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

       01 M-ChoixBancaire
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Coord. bancaires : 1=Banques 2=Etat avant remise"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Bilan du chargement du referentiel des banques
       01  T-BilanBanques foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Referentiel des banques (BIC)".
           05 line 3 col 2  value "Banques chargees".
           05 line 3 col 30 from NbrBanquesLues of BilanBancaire
               pic Z(5)9.
           05 line 4 col 2  value "Lignes ignorees".
           05 line 4 col 30 from NbrBanquesRejet of BilanBancaire
               pic Z(5)9.
           05 line 6 col 2  value "Appuyez sur Entree pour continuer".

      *---- Bilan de l'etat des coordonnees bancaires avant remise
       01  T-BilanCoord foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 18 value "Coordonnees bancaires avant remise".
           05 line 3 col 2  value "Assures controles".
           05 line 3 col 30 from NbrCoordLues of BilanBancaire
               pic Z(5)9.
           05 line 4 col 2  value "IBAN absent".
           05 line 4 col 30 from NbrIbanAbsent of BilanBancaire
               pic Z(5)9.
           05 line 5 col 2  value "IBAN invalide".
           05 line 5 col 30 from NbrIbanInvalide of BilanBancaire
               pic Z(5)9.
           05 line 6 col 2  value "BIC invalide ou incoherent".
           05 line 6 col 30 from NbrBicInvalide of BilanBancaire
               pic Z(5)9.
           05 line 7 col 2  value "Mandat absent".
           05 line 7 col 30 from NbrMandatAbsent of BilanBancaire
               pic Z(5)9.
           05 line 9 col 2  value "Liste dans".
           05 line 10 col 2 value "CoordBancaires.csv".
           05 line 12 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Coordonnees bancaires : chargement du referentiel des
      *----- banques (code banque et BIC par pays) dans la table
      *----- BanqueBic ; et etat, avant chaque remise SEPA, des assures
      *----- dont les coordonnees manquent ou sont invalides, pour les
      *----- corriger avant la date de prelevement ou de virement.
      *----- Lance a la demande ou par le plan de nuit (BATCH) avant
      *----- PrelevementSepa et VirementSepa.
      *-------------------------------------------------------------------------------------
       GestionControleBancaire.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           initialize BilanBancaire.
           if ModeExecution = "BATCH"
               perform EtatCoordBancaires
               goback
           end-if.
           display Ecran-Blanc.
           display M-ChoixBancaire.
           accept TypeTrt line 3 col 14.
           evaluate TypeTrt
               when 1
                   perform ChargeBanques
                   display Ecran-Blanc
                   display T-BilanBanques
                   accept OptionChoisie
               when 2
                   perform EtatCoordBancaires
                   display Ecran-Blanc
                   display T-BilanCoord
                   accept OptionChoisie
               when other
                   continue
           end-evaluate.
           goback.

      *-------------------------------------------------------------------------------------
      *----- Chargement du referentiel des banques : la table est
      *----- entierement remplacee par le fichier recu. Les lignes sans
      *----- pays, sans code banque ou au BIC mal forme (en-tete, ligne
      *----- vide) sont ignorees.
      *-------------------------------------------------------------------------------------
       ChargeBanques.
           exec sql
               delete from BanqueBic
           end-exec.
           move 0 to EofImport.
           open input FichierBanquesBic.
           perform ChargeBanques-Trt until EofImport = 1.
           close FichierBanquesBic.
           exec sql
               commit
           end-exec.
           move 0 to EofImport.

       ChargeBanques-Trt.
           read FichierBanquesBic
               at end
                   move 1 to EofImport
               not at end
                   perform EnrBanque
           end-read.

       EnrBanque.
           initialize BanqueDonne.
           unstring Enr-FichierBanquesBic delimited by ";" into
               BbPays of BanqueDonne
               BbCodeBanque of BanqueDonne
               BbBic of BanqueDonne
           end-unstring.
           inspect BbPays of BanqueDonne converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect BbBic of BanqueDonne converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move BbBic of BanqueDonne to BicSaisi.
           move 0 to LongBic.
           inspect BicSaisi tallying LongBic
               for characters before initial space.
           if BbPays of BanqueDonne is not alphabetic
               or BbPays of BanqueDonne = spaces
               or BbCodeBanque of BanqueDonne = spaces
               or (LongBic not = 8 and LongBic not = 11)
               add 1 to NbrBanquesRejet of BilanBancaire
               exit paragraph
           end-if.
           exec sql
                INSERT INTO BanqueBic
                    (BbPays,BbCodeBanque,BbBic)
                VALUES
                    (:BanqueDonne.BbPays,:BanqueDonne.BbCodeBanque,
                     :BanqueDonne.BbBic)
           end-exec.
           add 1 to NbrBanquesLues of BilanBancaire.

      *-------------------------------------------------------------------------------------
      *----- Etat des coordonnees bancaires avant remise : assures dont
      *----- une quittance due partira en prelevement, et assures a qui
      *----- une ristourne sera viree. L'IBAN n'est pas reporte dans
      *----- l'etat, seule l'anomalie a corriger l'est.
      *-------------------------------------------------------------------------------------
       EtatCoordBancaires.
           move 0 to EoDB.
           open output FichierCoordBancaires.
           move spaces to FichCoord.
           string
               "NAssur;Nom;Remise;Anomalie"
               delimited by size into FichCoord
           end-string.
           write Enr-FichierCoordBancaires from FichCoord.
      **** Création du curseur : memes populations que les curseurs de
      **** PrelevementSepa (quittances non soldees et non remises) et
      **** de VirementSepa (ristournes non payees).
           exec sql
               Declare Coord-Cursor cursor for
                   select distinct AAssur,isnull(ANom,' '),
                          isnull(AIban,' '),isnull(ABic,' '),
                          isnull(ARefMandat,' '),'PRELEVEMENT'
                       from Quittance
                       inner join Assure on AAssur = QAssur
                       where QStatut < 2
                         and QPrelevEmis = 0
                         and (isnull(AIban,' ') <> ' '
                              or isnull(ARefMandat,' ') <> ' ')
                   union
                   select distinct AAssur,isnull(ANom,' '),
                          isnull(AIban,' '),isnull(ABic,' '),
                          isnull(ARefMandat,' '),'VIREMENT'
                       from Ristourne
                       inner join Assure on AAssur = RiAssur
                       where RiPaye = 0
                   order by 6,1
           end-exec.
           exec sql
               open Coord-Cursor
           end-exec.
           perform EtatCoordBancaires-Trt until EoDB = 1.
           exec sql
               close Coord-Cursor
           end-exec.
           close FichierCoordBancaires.

       EtatCoordBancaires-Trt.
           exec sql
               fetch Coord-Cursor into
                   :CoordAssureDonne.NAssurCoord,
                   :CoordAssureDonne.NomCoord,
                   :CoordAssureDonne.IbanCoord,
                   :CoordAssureDonne.BicCoord,
                   :CoordAssureDonne.MandatCoord,
                   :CoordAssureDonne.RemiseCoord
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform ControleCoordAssure
           end-if.

      *----- Une ligne par anomalie : coordonnees bancaires, puis mandat
      *----- absent (sans mandat, PrelevementSepa ecarte l'assure).
       ControleCoordAssure.
           add 1 to NbrCoordLues of BilanBancaire.
           move IbanCoord of CoordAssureDonne
               to IbanCtl of CoordBancaireCtl.
           move BicCoord of CoordAssureDonne
               to BicCtl of CoordBancaireCtl.
           perform ControleIban.
           evaluate StatutBanque
               when 0
                   continue
               when 1
                   add 1 to NbrIbanAbsent of BilanBancaire
                   perform EcritCoordAssure
               when 2
               when 3
                   add 1 to NbrIbanInvalide of BilanBancaire
                   perform EcritCoordAssure
               when other
                   add 1 to NbrBicInvalide of BilanBancaire
                   perform EcritCoordAssure
           end-evaluate.
           if RemiseCoord of CoordAssureDonne = "PRELEVEMENT"
               and MandatCoord of CoordAssureDonne = spaces
               add 1 to NbrMandatAbsent of BilanBancaire
               move "Mandat de prelevement absent"
                   to LibAnomalieBanque
               perform EcritCoordAssure
           end-if.

       EcritCoordAssure.
           move spaces to FichCoord.
           string
               NAssurCoord of CoordAssureDonne delimited by "  "
               ";" NomCoord of CoordAssureDonne delimited by "  "
               ";" RemiseCoord of CoordAssureDonne delimited by "  "
               ";" LibAnomalieBanque delimited by "  "
               into FichCoord
           end-string.
           write Enr-FichierCoordBancaires from FichCoord.

      *---- Controle de l'IBAN et du BIC de CoordBancaireCtl. Les
      *---- valeurs sont rendues normalisees (majuscules, IBAN sans
      *---- espaces). Un BIC vide est admis (remise SEPA sur IBAN seul).
       ControleIban.
           move 0 to StatutBanque.
           move spaces to LibAnomalieBanque.
           move IbanCtl of CoordBancaireCtl to IbanSaisi.
           inspect IbanSaisi converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to IbanCompact.
           move 0 to LongIban.
           perform CompacteIban varying PosIban from 1 by 1
               until PosIban > 42.
           move IbanCompact to IbanCtl of CoordBancaireCtl.
           move BicCtl of CoordBancaireCtl to BicSaisi.
           inspect BicSaisi converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move BicSaisi to BicCtl of CoordBancaireCtl.
           if LongIban = 0
               move 1 to StatutBanque
               move "IBAN absent" to LibAnomalieBanque
               exit paragraph
           end-if.
           if LongIban < 15 or LongIban > 34
               or IbanCompact(1:2) is not alphabetic
               or IbanCompact(3:2) is not numeric
               move 2 to StatutBanque
               move "IBAN : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           move 0 to PaysTrouve.
           perform CherchePaysIban varying IndicePays from 1 by 1
               until IndicePays > 13 or PaysTrouve > 0.
           if PaysTrouve > 0
               if LongIban not = LongPaysIban(PaysTrouve)
                   move 2 to StatutBanque
                   move "IBAN : longueur invalide pour le pays"
                       to LibAnomalieBanque
                   exit paragraph
               end-if
           end-if.
      *---- Cle : les 4 premiers caracteres passent en fin, chaque
      *---- lettre vaut 10 a 35, le reste de la division par 97 doit
      *---- etre 1 (calcul du reste chiffre par chiffre).
           move 0 to ResteIban.
           move 0 to CarInvalide.
           perform CleIbanCar varying PosIban from 5 by 1
               until PosIban > LongIban or CarInvalide = 1.
           perform CleIbanCar varying PosIban from 1 by 1
               until PosIban > 4 or CarInvalide = 1.
           if CarInvalide = 1
               move 2 to StatutBanque
               move "IBAN : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           if ResteIban not = 1
               move 3 to StatutBanque
               move "IBAN : cle de controle fausse"
                   to LibAnomalieBanque
               exit paragraph
           end-if.
           if BicSaisi = spaces
               exit paragraph
           end-if.
           move 0 to LongBic.
           inspect BicSaisi tallying LongBic
               for characters before initial space.
           move 0 to CarInvalide.
           if LongBic not = 8 and LongBic not = 11
               move 1 to CarInvalide
           else
               if BicSaisi(1:6) is not alphabetic
                   move 1 to CarInvalide
               end-if
               if LongBic = 8 and BicSaisi(9:3) not = spaces
                   move 1 to CarInvalide
               end-if
               perform ControleCarBic varying PosIban from 7 by 1
                   until PosIban > LongBic
           end-if.
           if CarInvalide = 1
               move 4 to StatutBanque
               move "BIC : format invalide" to LibAnomalieBanque
               exit paragraph
           end-if.
           if BicSaisi(5:2) not = IbanCompact(1:2)
               move 5 to StatutBanque
               move "BIC : pays different de l'IBAN"
                   to LibAnomalieBanque
               exit paragraph
           end-if.
           if PaysTrouve = 0
               exit paragraph
           end-if.
      *---- Banque connue du referentiel : le BIC doit etre le sien.
           move IbanCompact(1:2) to PaysIbanCtl of CoordBancaireCtl.
           move IbanCompact(DebBanqueIban(PaysTrouve):
                            LongBanqueIban(PaysTrouve))
               to CodeBanqueCtl of CoordBancaireCtl.
           move BicSaisi(1:8) to Bic8Ctl of CoordBancaireCtl.
           move 0 to NbBanqueRef.
           move 0 to NbBicRef.
           exec sql
               select count(*),
                      isnull(sum(case when left(BbBic,8)
                                   = :CoordBancaireCtl.Bic8Ctl
                                 then 1 else 0 end),0)
                   into :NbBanqueRef,:NbBicRef
                   from BanqueBic
                   where BbPays = :CoordBancaireCtl.PaysIbanCtl
                     and BbCodeBanque = :CoordBancaireCtl.CodeBanqueCtl
           end-exec.
           if SQLCODE = 0 and NbBanqueRef > 0 and NbBicRef = 0
               move 5 to StatutBanque
               move "BIC : autre banque que l'IBAN"
                   to LibAnomalieBanque
           end-if.

      *---- Suppression des espaces de presentation de l'IBAN.
       CompacteIban.
           if IbanSaisi(PosIban:1) not = space
               add 1 to LongIban
               if LongIban not > 34
                   move IbanSaisi(PosIban:1)
                       to IbanCompact(LongIban:1)
               end-if
           end-if.

       CherchePaysIban.
           if CodePaysIban(IndicePays) = IbanCompact(1:2)
               move IndicePays to PaysTrouve
           end-if.

      *---- Report d'un caractere de l'IBAN dans le reste modulo 97.
       CleIbanCar.
           move IbanCompact(PosIban:1) to CarIban.
           if CarIban is numeric
               move CarIban to ChiffreIban
               compute CalculIban = ResteIban * 10 + ChiffreIban
           else
               move 0 to RangLettre
               inspect AlphabetIban tallying RangLettre
                   for characters before initial CarIban
               if RangLettre > 25
                   move 1 to CarInvalide
                   exit paragraph
               end-if
               compute CalculIban = ResteIban * 100 + RangLettre + 10
           end-if.
           divide CalculIban by 97 giving QuotientIban
               remainder ResteIban.

       ControleCarBic.
           if BicSaisi(PosIban:1) is not alphabetic
               and BicSaisi(PosIban:1) is not numeric
               move 1 to CarInvalide
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Fin du controle des coordonnees bancaires
      *-------------------------------------------------------------------------------------

       end program ControleBancaire.
