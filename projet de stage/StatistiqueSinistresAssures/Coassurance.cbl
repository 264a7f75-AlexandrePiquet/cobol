
      *---- Primes quittancees de l'assure coassure.
      *---- Seules les primes vivantes se partagent : les quittances de
      *---- franchise ('F' en 5e position) et de jours de location
      *---- au-dela du plafond ('L') sont des creances de recouvrement,
      *---- pas de la prime, et les quittances annulees
      *---- (statut 3) ou passees en pertes (statut 4) ne se cedent
      *---- pas ; les complements d'avenant ('A') sont de la prime du
      *---- contrat et restent partages.
               Declare CoassPrime-Cursor cursor for
                   select QNum,QPeriode,QMontant from Quittance
                       where QAssur = :AssureCoassCourant
                         and substring(QNum,5,1) not in ('F','L')
                         and QStatut < 3
                       order by QPeriode
           end-exec.
