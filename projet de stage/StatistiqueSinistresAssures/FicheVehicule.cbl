       01 ConducteurDonne.
            10 NomConducteur sql char-varying(25).
            10 DatePermis    pic 9(8).
            10 DateNaiCond   pic 9(8).

       01 MouvementDonne.
            10 CodeMouv    pic x(1).
       77 OptionChoisie   pic 9.
       77 OptSuite        pic x.

      *---- Masquage des donnees personnelles selon le role de
      *---- l'operateur (table Utilisateur, URole) : referentiel
      *---- MasquageDonnees.csv, une ligne role;champ;mode, le mode
      *---- etant C (en clair), P (partiellement masque) ou M (masque).
      *---- Sans regle pour le role, le champ est partiellement masque.
       01 ReglesMasquage.
           05 filler pic x(9) value "DATENAI P".
           05 filler pic x(9) value "TEL     P".
           05 filler pic x(9) value "EMAIL   P".
           05 filler pic x(9) value "IBAN    P".
           05 filler pic x(9) value "BIC     P".
       01 TableMasquage redefines ReglesMasquage.
           05 RegleMasquage occurs 5 times.
               10 ChampMasque pic x(8).
               10 ModeMasque  pic x(1).
       01 LigneMasquage.
            10 RoleMasque     pic x(1).
            10 ChampLuMasque  pic x(8).
            10 ModeLuMasque   pic x(1).
       77 RoleOperateur      pic 9.
       77 IndiceMasque       pic 9.
       77 EofMasquage        pic 9.
       77 DonneeClaire       pic x(40).
       77 DonneeAffichee     pic x(40).
       77 LongDonnee         pic 99.
       77 PartieLocale       pic x(40).
       77 PartieDomaine      pic x(40).
      *---- Demasquage sur motif obligatoire, chaque champ rendu en
      *---- clair etant journalise (table JournalDemasquage).
       77 MotifDemasquage    sql char-varying(40).
       77 Demasque           pic 9.
       77 CleDemasquage      sql char-varying(20).
       77 ChampDemasque      sql char-varying(8).
       77 ProgrammeDemasque  sql char-varying(20).
       77 DateDemasquage     pic 9(8).
       77 HeureDemasquage    pic 9(8).
       77 OperateurCourant   pic x(10).
      *---- Societe de l'operateur : les dossiers des autres societes
      *---- du groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Date de naissance affichee du conducteur.
       77 DateNaiAff      pic x(8).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           10 line NoLigne col 4  from NomConducteur of ConducteurDonne.
           10 line NoLigne col 32 value "Permis le".
           10 line NoLigne col 42 from DatePermis of ConducteurDonne.
           10 line NoLigne col 52 value "Ne le".
           10 line NoLigne col 58 from DateNaiAff.

       01  T-AfficheMouvement foreground-color is CouleurTexte
               background-color is CouleurFond.
               background-color is CouleurTexte
               foreground-color is CouleurFond.


      *---- Demande de demasquage : un motif est obligatoire.
       01 M-Demasquage
           background-color is 1 foreground-color is 15.
           10 line 4 col 1
               value " Motif pour afficher en clair (Entree = non) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- ses mouvements et ses sinistres avec le paye a date.
      *-------------------------------------------------------------------------------------
       ConsulteFicheVehicule.
           perform ChargeMasquage.
           move "FicheVehicule" to ProgrammeDemasque.
           display Ecran-Blanc.
           display M-Recherche-Imma.
           accept NImmaRecherche line 2 col 32.
           perform RechercheVehicule.
           if VehiculeTrouve = 1 and ModeMasque(1) = "P"
               perform DemasqueFicheVehicule
           end-if.
           display Ecran-Blanc.
           if VehiculeTrouve = 1
               perform ChercheModeleVehicule
                        :VehiculeDonne.VModeleDonne
                   from Vehicule
                   where VImma = :NImmaRecherche
                     and (:SocieteSession = ''
                          or isnull((select max(ASociete) from Assure
                                        where AAssur = VAssur),'01')
                             = :SocieteSession)
           end-exec.
           if SQLCODE = 0
               move 1 to VehiculeTrouve
           display T-TitreSection.
           exec sql
               Declare FicheCond-Cursor cursor for
                   select CNom,CDatePermis,isnull(CDateNai,0)
                       from Conducteur
                       where CAssur = :VehiculeDonne.VAssur
                         and CImma = :VehiculeDonne.VImma
                       order by CNom
           exec sql
               fetch FicheCond-Cursor into
                   :ConducteurDonne.NomConducteur,
                   :ConducteurDonne.DatePermis,
                   :ConducteurDonne.DateNaiCond
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               move spaces to DonneeClaire
               if DateNaiCond of ConducteurDonne not = 0
                   move DateNaiCond of ConducteurDonne to DonneeClaire
               end-if
               move 1 to IndiceMasque
               perform MasqueDonnee
               move DonneeAffichee to DateNaiAff
               perform SautPageFiche
               display T-AfficheConducteur
           end-if.
                          SStatut
                       from Sinistre
                       where SNImma = :VehiculeDonne.VImma
                         and (:SocieteSession = ''
                              or isnull(SSociete,'01')
                                 = :SocieteSession)
                       order by SDateSin
           end-exec.
           exec sql
               move 0 to MontantRegleSinistre
           end-if.

      *---- Dates de naissance des conducteurs en clair sur motif, le
      *---- demasquage etant journalise.
       DemasqueFicheVehicule.
           perform DemandeDemasquage.
           if Demasque = 0
               exit paragraph
           end-if.
           move NImmaRecherche to CleDemasquage.
           move 1 to IndiceMasque.
           perform EcritDemasquage.
           exec sql
               commit
           end-exec.

      *---- Pagination de la fiche : une pause par ecran rempli.
       SautPageFiche.
           add 1 to NoLigne.
               move 2 to NoLigne
           end-if.

      *---- Role de l'operateur de la session et regles de masquage
      *---- de ce role.
       ChargeMasquage.
           perform LireOperateurSession.
           move 1 to RoleOperateur.
           exec sql
               select isnull(max(URole),1) into :RoleOperateur
                   from Utilisateur
                   where UId = :OperateurCourant
           end-exec.
           move 0 to Demasque.
           move 0 to EofMasquage.
           open input FichierMasquageDonnees.
           perform ChargeMasquage-Trt until EofMasquage = 1.
           close FichierMasquageDonnees.

       ChargeMasquage-Trt.
           read FichierMasquageDonnees
               at end
                   move 1 to EofMasquage
               not at end
                   move spaces to LigneMasquage
                   unstring Enr-FichierMasquageDonnees
                           delimited by ";" into
                       RoleMasque ChampLuMasque ModeLuMasque
                   end-unstring
                   if RoleMasque = RoleOperateur
                       perform AppliqueRegleMasquage
                           varying IndiceMasque from 1 by 1
                           until IndiceMasque > 5
                   end-if
           end-read.

       AppliqueRegleMasquage.
           if ChampMasque(IndiceMasque) = ChampLuMasque
               and (ModeLuMasque = "C" or "P" or "M")
               move ModeLuMasque to ModeMasque(IndiceMasque)
           end-if.

      *---- Valeur affichee d'un champ selon le mode de sa regle : en
      *---- clair, masque, ou partiellement masque (annee de naissance,
      *---- deux derniers chiffres du telephone, initiale et domaine de
      *---- l'email, debut et fin de l'IBAN, banque du BIC). Un champ
      *---- partiellement masque est en clair apres un demasquage.
       MasqueDonnee.
           move DonneeClaire to DonneeAffichee.
           if DonneeClaire = spaces or ModeMasque(IndiceMasque) = "C"
               exit paragraph
           end-if.
           if Demasque = 1 and ModeMasque(IndiceMasque) = "P"
               exit paragraph
           end-if.
           if ModeMasque(IndiceMasque) = "M"
               move "********" to DonneeAffichee
               exit paragraph
           end-if.
           move 0 to LongDonnee.
           inspect DonneeClaire tallying LongDonnee
               for characters before initial "  ".
           move spaces to DonneeAffichee.
           evaluate IndiceMasque
               when 1
                   move DonneeClaire(1:4) to DonneeAffichee(1:4)
                   move "****" to DonneeAffichee(5:4)
               when 2
                   if LongDonnee > 2
                       move all "*" to DonneeAffichee(1:LongDonnee - 2)
                       move DonneeClaire(LongDonnee - 1:2)
                           to DonneeAffichee(LongDonnee - 1:2)
                   else
                       move "**" to DonneeAffichee
                   end-if
               when 3
                   move spaces to PartieLocale
                   move spaces to PartieDomaine
                   unstring DonneeClaire delimited by "@"
                       into PartieLocale PartieDomaine
                   end-unstring
                   string
                       DonneeClaire(1:1) "***@" delimited by size
                       PartieDomaine delimited by " "
                       into DonneeAffichee
                   end-string
               when 4
                   if LongDonnee > 8
                       move DonneeClaire(1:4) to DonneeAffichee(1:4)
                       move all "*" to DonneeAffichee(5:LongDonnee - 8)
                       move DonneeClaire(LongDonnee - 3:4)
                           to DonneeAffichee(LongDonnee - 3:4)
                   else
                       move "********" to DonneeAffichee
                   end-if
               when 5
                   move DonneeClaire(1:4) to DonneeAffichee(1:4)
                   move "****" to DonneeAffichee(5:4)
           end-evaluate.

      *---- Demasquage sur motif : sans motif saisi, les champs restent
      *---- masques.
       DemandeDemasquage.
           move spaces to MotifDemasquage.
           display M-Demasquage.
           accept MotifDemasquage line 5 col 2.
           if MotifDemasquage = spaces
               exit paragraph
           end-if.
           move 1 to Demasque.
           accept DateDemasquage from date yyyymmdd.
           accept HeureDemasquage from time.

      *---- Journal d'un champ partiellement masque rendu en clair, avec
      *---- l'operateur, son role et le motif.
       EcritDemasquage.
           if ModeMasque(IndiceMasque) not = "P"
               exit paragraph
           end-if.
           move ChampMasque(IndiceMasque) to ChampDemasque.
           exec sql
               insert into JournalDemasquage
                   (JdDate,JdHeure,JdOperateur,JdRole,JdProgramme,
                    JdCle,JdChamp,JdMotif)
               values
                   (:DateDemasquage,:HeureDemasquage,:OperateurCourant,
                    :RoleOperateur,:ProgrammeDemasque,:CleDemasquage,
                    :ChampDemasque,:MotifDemasquage)
           end-exec.

      *---- Lecture de l'operateur de la session depose a la connexion.
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
      *----- Fin de la fiche vehicule
      *-------------------------------------------------------------------------------------
