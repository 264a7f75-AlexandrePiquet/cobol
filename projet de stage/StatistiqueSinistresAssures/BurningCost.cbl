            10 VPuiss      pic 99.

       01 SinistreDonne.
            10 MontSin     pic 9(9)V99.
            10 NbrSinLu    pic 9(5).

      *---- Experience sinistres par segment de tarification : classe de
      *---- risque x option dommages x bande de puissance (les memes
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

      *---- Operateur de la session, depose par la connexion de
      *---- Program1.
       77 OperateurCourant pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           perform CalculBurningCost-Fin.

       CalculBurningCost-Init.
           perform LireOperateurSession.
           initialize TableBurning.
           move 0 to NbrSegments.

           exec sql
               Declare BurningVeh-Cursor cursor for
                   select VRisq,VDom,VPuiss from Vehicule
                       where (:SocieteSession = ''
                              or VAssur in (select AAssur from Assure
                                  where isnull(ASociete,'01')
                                        = :SocieteSession))
           end-exec.
           exec sql
               open BurningVeh-Cursor
               add 1 to NbrVehSeg(IndRisq, IndDom, IndPuiss)
           end-if.

      *---- Cumul des sinistres de chaque segment, lus dans la table de
      *---- synthese SinistreMois (sinistres rattaches a un vehicule).
       CumuleSinistres.
           move 0 to EoDB.
      *---- Le produit de la vente des epaves (SMontEpave) vient en
      *---- deduction du cout des sinistres de chaque segment ; le cout
      *---- retenu des vehicules de remplacement (LocationRemplacement)
      *---- s'y ajoute.
           exec sql
               Declare BurningSin-Cursor cursor for
                   select SmRisq,SmDom,SmPuiss,sum(SmNbr),
                          sum(SmMontBrut - SmEpave + SmLocation)
                       from SinistreMois
                       where SmVehicule = 1
                         and (:SocieteSession = ''
                              or SmSociete = :SocieteSession)
                       group by SmRisq,SmDom,SmPuiss
           end-exec.
           exec sql
               open BurningSin-Cursor
           exec sql
               fetch BurningSin-Cursor into
                   :VehiculeDonne.VRisq,:VehiculeDonne.VDom,
                   :VehiculeDonne.VPuiss,:SinistreDonne.NbrSinLu,
                   :SinistreDonne.MontSin
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform RangeSegment
               add NbrSinLu of SinistreDonne
                   to NbrSinSeg(IndRisq, IndDom, IndPuiss)
               add MontSin of SinistreDonne
                   to MontSinSeg(IndRisq, IndDom, IndPuiss)
           end-if.
           end-string.
           write Enr-FichierBurningCost from FichBurning.

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
      *----- Fin du burning cost par segment
      *-------------------------------------------------------------------------------------
