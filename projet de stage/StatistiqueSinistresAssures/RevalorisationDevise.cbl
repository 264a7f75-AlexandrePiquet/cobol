            10 MontSin       pic 9(8)V99.
            10 MontProvision pic 9(8)V99.
            10 TauxConv      pic 9(3)V9999.
      *---- Vetuste deduite a l'ouverture, en euros au taux d'import.
            10 MontVetuste   pic 9(8)V99.
       77 FranchiseApplicable pic 9(6)V99.

      *---- Ecart de reevaluation du montant du sinistre, repercute sur

       77 MontSinReval    pic 9(8)V99.
       77 MontNetReval    pic 9(8)V99.
       77 VetusteReval    pic 9(8)V99.
       77 ProvisionReval  pic 9(8)V99.
       77 AncienTotal     pic 9(9)V99.
       77 NouveauTotal    pic 9(9)V99.
           exec sql
               Declare Reval-Cursor cursor for
                   select SNSin,SNAssur,STypeSin,SNImma,SDevise,
                          SMontSin,SProvision,STauxConv,
                          isnull(SVetuste,0)
                       from Sinistre
                       where SStatut = 0
                         and SDevise <> "EUR"
                   :SinistreDonne.TypeSin,:SinistreDonne.NImma,
                   :SinistreDonne.CodeDevise,
                   :SinistreDonne.MontSin,
                   :SinistreDonne.MontProvision,:SinistreDonne.TauxConv,
                   :SinistreDonne.MontVetuste
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
                   MontProvision of SinistreDonne
                       / TauxConv of SinistreDonne
                       * TauxDeviseCourant
               compute VetusteReval rounded =
                   MontVetuste of SinistreDonne
                       / TauxConv of SinistreDonne
                       * TauxDeviseCourant
               perform CumuleEcartChange
               perform CalculeIndemniteNette
               exec sql
                   update Sinistre
                       set SMontSin = :MontSinReval,
                           SMontNet = :MontNetReval,
                           SVetuste = :VetusteReval,
                           SProvision = :ProvisionReval,
                           STauxConv = :TauxDeviseCourant
                       where SNSin = :SinistreDonne.NSin
           end-if.

      *---- Indemnite nette sur le montant reevalue, comme a l'import :
      *---- montant moins la vetuste (meme taux de grille, reevaluee
      *---- comme le montant) et la franchise de la garantie du
      *---- vehicule dont le code correspond au type du sinistre,
      *---- plancher a zero.
       CalculeIndemniteNette.
           move 0 to FranchiseApplicable.
           exec sql
           if SQLCODE not = 0
               move 0 to FranchiseApplicable
           end-if.
           if FranchiseApplicable + VetusteReval > MontSinReval
               move 0 to MontNetReval
           else
               compute MontNetReval =
                   MontSinReval - VetusteReval - FranchiseApplicable
           end-if.

      *---- L'ecart de reevaluation du montant est repercute sur le
