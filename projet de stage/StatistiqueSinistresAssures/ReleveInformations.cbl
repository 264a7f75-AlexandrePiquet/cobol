            10 MontSin     pic 9(8)V99.
            10 StatutSin   pic 9.
            10 Conducteur  sql char-varying(25).
            10 TauxResp    pic 9(3).
       77 TauxRespEdite pic ZZ9.

      *---- Anciennete d'historique reprise sur le releve : les
      *---- sinistres des cinq dernieres annees.
       77 NAssurRecherche sql char-varying(5).
       77 AssureTrouve    pic 9.
       77 LibelleStatut   pic x(7).
       01 LigneReleve pic x(120).

      *---- Sinistre relu dans l'archive deposee par ArchivePurge, pour
      *---- que le releve couvre aussi les annees purgees de la base.
      *----- Releve d'informations d'un assure sortant : identite et
      *----- adresse, vehicules avec leurs periodes de couverture
      *----- (mouvements 'A' et 'R'), sinistres des cinq dernieres
      *----- annees avec leur taux de responsabilite et leur
      *----- conducteur designe, et coefficient
      *----- bonus-malus courant, edites en document imprimable comme
      *----- EditionSinistresParAge.txt.
      *-------------------------------------------------------------------------------------
           exec sql
               Declare ReleveSin-Cursor cursor for
                   select SNSin,STypeSin,SDateSin,SMontSin,SStatut,
                          isnull(SConducteur,' '),
                          isnull(SResponsabilite,100)
                       from Sinistre
                       where SNAssur = :Assure.A-Assur
                         and left(SDateSin,4) >= :AnneeSeuil
                         and isnull(SBranche,'AUT') = 'AUT'
                       order by SDateSin
           end-exec.
           exec sql
               fetch ReleveSin-Cursor into
                   :SinistreDonne.NSin,:SinistreDonne.TypeSin,
                   :SinistreDonne.DateSin,:SinistreDonne.MontSin,
                   :SinistreDonne.StatutSin,:SinistreDonne.Conducteur,
                   :SinistreDonne.TauxResp
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               else
                   move "CLOS" to LibelleStatut
               end-if
               move TauxResp of SinistreDonne to TauxRespEdite
               move spaces to LigneReleve
               string "  " DateSin of SinistreDonne
                   " sinistre " NSin of SinistreDonne
                   " type " TypeSin of SinistreDonne
                   " " LibelleStatut
                   " - " MontSin of SinistreDonne " EUR"
                   " - responsabilite " TauxRespEdite "%"
                   " - conducteur " Conducteur of SinistreDonne
                   delimited by size into LigneReleve
               end-string
