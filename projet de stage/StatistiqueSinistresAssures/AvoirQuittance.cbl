                     :AvoirDonne.DateAvoir,
                     :OperateurCourant)
           end-exec.
      *---- L'avoir reprend la ventilation TSCA / FGAO de la quittance
      *---- annulee (type 'V'), deduite de la declaration du mois.
           exec sql
               insert into QuittanceTaxe
                   (QtType,QtPiece,QtQNum,QtAssur,QtImma,QtDate,
                    QtGarantie,QtPrimeNette,QtTaxe,QtFgao)
               select 'V',convert(varchar(12),:AvoirDonne.NumAvoir),
                      QtQNum,QtAssur,QtImma,:AvoirDonne.DateAvoir,
                      QtGarantie,QtPrimeNette,QtTaxe,QtFgao
                   from QuittanceTaxe
                   where QtType = 'Q'
                     and QtQNum = :QuittanceDonne.NumQuittance
           end-exec.
           exec sql
               update Quittance
                   set QStatut = 3,
