            10 A-Tel       sql char-varying(15).
            10 A-Email     sql char-varying(40).
            10 A-Suspendu  pic 9.
            10 A-DateNai   pic 9(8).
            10 A-Iban      sql char-varying(34).
            10 A-Bic       sql char-varying(11).

      *---- Message affiche quand la garantie de l'assure est suspendue
      *---- pour impayes (train de relances).
       77 CouleurTexte    pic 99 value 0.
       77 OptionChoisie   pic 9.

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
      *---- Societe de l'operateur : les assures des autres societes du
      *---- groupe lui sont inconnus (vide : operateur du groupe).
       77 SocieteSession   pic x(2).

      *---- Valeurs affichees des donnees personnelles.
       77 DateNaiAff      pic x(8).
       77 TelAff          pic x(15).
       77 EmailAff        pic x(40).
       77 IbanAff         pic x(34).
       77 BicAff          pic x(11).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           10 line 4  col 12 from A-Nom      of Assure.
           10 line 5  col 2  value "Prenom".
           10 line 5  col 12 from A-Prenom   of Assure.
           10 line 6  col 2  value "Naissance".
           10 line 6  col 12 from DateNaiAff.
           10 line 7  col 2  value "Adresse".
           10 line 7  col 12 from A-Adresse  of Assure.
           10 line 8  col 2  value "Code postal".
           10 line 9  col 2  value "Ville".
           10 line 9  col 12 from A-Ville    of Assure.
           10 line 11 col 2  value "Telephone".
           10 line 11 col 12 from TelAff.
           10 line 12 col 2  value "Email".
           10 line 12 col 12 from EmailAff.
           10 line 13 col 2  value "IBAN".
           10 line 13 col 12 from IbanAff.
           10 line 13 col 48 value "BIC".
           10 line 13 col 52 from BicAff.
           10 line 14 col 2  from MsgSuspension.
           10 line 24 col 2  value "Appuyez sur Entree pour continuer".

           10 line 10 col 2
               value "Aucun assure trouve pour ce numero.".


      *---- Demande de demasquage : un motif est obligatoire.
       01 M-Demasquage
           background-color is 1 foreground-color is 15.
           10 line 20 col 1
               value " Motif pour afficher en clair (Entree = non) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Consultation directe des coordonnees d'un assure, a partir de son numero.
      *----- Les donnees personnelles sont masquees selon le role de
      *----- l'operateur ; les voir en clair demande un motif,
      *----- journalise.
      *-------------------------------------------------------------------------------------
       ConsulteFicheAssure.
           perform ChargeMasquage.
           move "FicheAssure" to ProgrammeDemasque.
           display Ecran-Blanc.
           display M-Recherche-Question.
           accept NAssurRecherche line 2 col 29.
           move 0 to AssureTrouve.
           exec sql
               select AAssur,ANom,APrenom,AAdresse,ACodePost,AVille,
                      ATel,AEmail,ASuspendu,isnull(ADateNai,0),
                      isnull(AIban,' '),isnull(ABic,' ')
                   into :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                        :Assure.A-Adresse,:Assure.A-CodePost,
                        :Assure.A-Ville,:Assure.A-Tel,:Assure.A-Email,
                        :Assure.A-Suspendu,:Assure.A-DateNai,
                        :Assure.A-Iban,:Assure.A-Bic
                   from Assure
                   where AAssur = :NAssurRecherche
                     and (:SocieteSession = ''
                          or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           move spaces to MsgSuspension.
           if A-Suspendu of Assure = 1
           end-if.
           display Ecran-Blanc.
           if AssureTrouve = 1
               perform PrepareFicheAssure
               display T-FicheAssure
               if ModeMasque(1) = "P" or ModeMasque(2) = "P"
                   or ModeMasque(3) = "P" or ModeMasque(4) = "P"
                   or ModeMasque(5) = "P"
                   perform DemasqueFicheAssure
               end-if
           else
               display T-NonTrouve
           end-if.
           accept OptionChoisie.
           goback.

      *---- Donnees personnelles de la fiche, masquees selon le role.
       PrepareFicheAssure.
           move spaces to DonneeClaire.
           if A-DateNai of Assure not = 0
               move A-DateNai of Assure to DonneeClaire
           end-if.
           move 1 to IndiceMasque.
           perform MasqueDonnee.
           move DonneeAffichee to DateNaiAff.
           move A-Tel of Assure to DonneeClaire.
           move 2 to IndiceMasque.
           perform MasqueDonnee.
           move DonneeAffichee to TelAff.
           move A-Email of Assure to DonneeClaire.
           move 3 to IndiceMasque.
           perform MasqueDonnee.
           move DonneeAffichee to EmailAff.
           move A-Iban of Assure to DonneeClaire.
           move 4 to IndiceMasque.
           perform MasqueDonnee.
           move DonneeAffichee to IbanAff.
           move A-Bic of Assure to DonneeClaire.
           move 5 to IndiceMasque.
           perform MasqueDonnee.
           move DonneeAffichee to BicAff.

      *---- Fiche en clair sur motif, chaque champ demasque journalise.
       DemasqueFicheAssure.
           perform DemandeDemasquage.
           if Demasque = 0
               exit paragraph
           end-if.
           move A-Assur of Assure to CleDemasquage.
           perform EcritDemasquage
               varying IndiceMasque from 1 by 1
               until IndiceMasque > 5.
           exec sql
               commit
           end-exec.
           perform PrepareFicheAssure.
           display Ecran-Blanc.
           display T-FicheAssure.

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
           accept MotifDemasquage line 21 col 2.
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
      *----- Fin de la consultation de la fiche assure
      *-------------------------------------------------------------------------------------
