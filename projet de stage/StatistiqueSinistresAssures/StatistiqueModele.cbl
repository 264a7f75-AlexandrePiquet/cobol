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
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
           end-if.
           move 0 to NbrModeles.
           move 0 to NbrMarques.
           move 0 to NbrEnergies.
                   select MoCode,MoMarque,MoModele,MoEnergie,count(*)
                       from Vehicule
                       inner join ModeleVehicule on MoCode = VModele
                       where (:SocieteSession = ''
                              or VAssur in (select AAssur from Assure
                                  where isnull(ASociete,'01')
                                        = :SocieteSession))
                       group by MoCode,MoMarque,MoModele,MoEnergie
                       order by MoMarque,MoModele
           end-exec.
      *---- Sinistres et montants par ligne de modele.
       CumuleSinistresModele.
           move 0 to EoDB.
      *---- Lecture de la table de synthese SinistreMois (alimentee
      *---- par DatamartSinistres) plutot que du detail des sinistres.
           exec sql
               Declare ModSin-Cursor cursor for
                   select MoCode,MoMarque,MoModele,MoEnergie,
                          sum(SmNbr),sum(SmMontBrut)
                       from SinistreMois
                       inner join ModeleVehicule on MoCode = SmModele
                       where (:SocieteSession = ''
                              or SmSociete = :SocieteSession)
                       group by MoCode,MoMarque,MoModele,MoEnergie
                       order by MoMarque,MoModele
           end-exec.
           accept OptionChoisie.
           goback.

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
      *----- Fin de la sinistralite par modele
      *-------------------------------------------------------------------------------------
