
      *---- Primes emises d'une periode de quittancement, agregees par
      *---- le curseur (quittances vivantes : ni annulees ni passees en
      *---- pertes), par societe du groupe.
       01 PrimePeriode.
           05 PeriodeQuit  pic 9(4).
           05 SocieteQuit  pic x(2).
           05 MontantEmis  pic 9(10)V99.

      *---- Pro rata de l'exercice : jours courus au jour d'arrete,
      *----- passee : rien ; en cours : fraction restante ; future :
      *----- tout), et la reserve par periode est photographiee dans la
      *----- table Ppna (un arrete relance remplace sa photographie,
      *----- comme ProvisionMensuelle), par societe du groupe. L'export
      *----- comptable et l'etat reglementaire de chaque societe
      *----- reprennent le dernier arrete.
      *-------------------------------------------------------------------------------------
       CalculPrimesNonAcquises.
           perform CalculPrimesNonAcquises-Init.
      **** annuelles vivantes seulement (ni annulees ni passees en
      **** pertes). Seul le numero periode "-" assure est une prime :
      **** les quittances de franchise ('F') sont des creances de
      **** recouvrement, pas de la prime a acquerir. Une quittance sans
      **** code societe est de la societe 01.
           exec sql
               Declare Ppna-Cursor cursor for
                   select QPeriode,isnull(QSociete,'01'),sum(QMontant)
                       from Quittance
                       where QStatut < 3
                         and substring(QNum,5,1) = '-'
                       group by QPeriode,isnull(QSociete,'01')
                       order by QPeriode,isnull(QSociete,'01')
           end-exec.
           exec sql
               open Ppna-Cursor
           exec sql
               fetch Ppna-Cursor into
                   :PrimePeriode.PeriodeQuit,
                   :PrimePeriode.SocieteQuit,
                   :PrimePeriode.MontantEmis
           end-exec.
           if SQLCODE=100 or SQLCODE=101
           end-if.
           exec sql
                INSERT INTO Ppna
                    (PpDateArrete,PpPeriode,PpMontant,PpSociete)
                VALUES
                    (:DateArreteN,:PrimePeriode.PeriodeQuit,
                     :MontantPpna,:PrimePeriode.SocieteQuit)
           end-exec.
           add 1 to NbrPeriodesPpna of BilanPpna.
           add MontantPpna to TotalPpna of BilanPpna.
