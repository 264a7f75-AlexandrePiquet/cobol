                INSERT INTO Quittance
                    (QNum,QAssur,QPeriode,QMontant,QMontantRegle,
                     QStatut,QDateEmission,QDateEcheance,
                     QNivRelance,QPrelevEmis,QMontPreleve,QPolice,
                     QSociete)
                VALUES
                    (:QuittanceFranchise.NumQuittance,
                     :SinistreDonne.NAssur,
                     :AnneeCourante,:MontFranchise,
                     0,0,
                     :QuittanceFranchise.DateEmission,
                     :QuittanceFranchise.DateEcheance,0,0,0,
                     (select max(SPolice) from Sinistre
                          where SNSin = :SinistreDonne.NSin
                            and SNAssur = :SinistreDonne.NAssur),
                     (select isnull(ASociete,'01') from Assure
                          where AAssur = :SinistreDonne.NAssur))
           end-exec.
           exec sql
               update Sinistre
