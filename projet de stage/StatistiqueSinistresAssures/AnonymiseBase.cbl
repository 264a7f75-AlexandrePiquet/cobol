           05 SA-DateMandat pic 9(8).
           05 SA-Suspendu   pic 9.
           05 SA-Agence     pic x(3).
           05 SA-Societe    pic x(2).
           05 SA-Deces      pic 9(8).
           05 SA-ConsentEmail pic 9.
           05 SA-ConsentDate pic 9(8).
           05 SA-ConsentSource pic x(10).
           05 SA-DateRejetEmail pic 9(8).

       01 SauvEnrSinistre.
           05 SS-TypeEnr    pic x(3).
           05 SS-MontNet    pic 9(8)v99.
           05 SS-DateClot   pic 9(8).
           05 SS-MotifClot  pic 9.
           05 SS-Responsabilite pic 9(3).
           05 SS-Societe    pic x(2).
           05 SS-Gestionnaire pic x(10).
           05 SS-Branche    pic x(3).
           05 SS-Police     pic x(7).
           05 SS-DateImport pic 9(8).
           05 SS-Vetuste    pic 9(8)v99.
           05 SS-CategVetuste pic x(3).
           05 SS-Vol        pic 9.
           05 SS-RefPlainte pic x(20).
           05 SS-DateRetrouve pic 9(8).
           05 SS-IssueVol   pic x(1).

       01 EnrSauvLu pic x(300).

