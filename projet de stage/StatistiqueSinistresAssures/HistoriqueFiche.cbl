       program-id. HistoriqueFiche as
           "StatistiqueSinistresAssures.HistoriqueFiche".

       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       COPY FICHASGN.

       data division.
       File Section.
       COPY FICHFD.

       working-storage section.

      *---- Ligne de l'historique avant/apres (table HistoriqueMaj),
      *---- deposee par les programmes de mise a jour : table, cle,
      *---- champ, ancienne et nouvelle valeur, operateur, date et
      *---- heure, programme.
       01 HistoriqueDonne.
            10 HistTable     sql char-varying(10).
            10 HistCle       sql char-varying(20).
            10 HistChamp     sql char-varying(20).
            10 HistAncien    sql char-varying(40).
            10 HistNouveau   sql char-varying(40).
            10 HistOperateur sql char-varying(10).
            10 HistDate      pic 9(8).
            10 HistHeure     pic 9(8).
            10 HistProgramme sql char-varying(20).

      *---- Critere de recherche : par assure (NAssur), par vehicule
      *---- (NImma : le vehicule et ses garanties) ou par sinistre
      *---- (NSin).
       77 TypeRecherche   pic 9.
       77 CleRecherche    sql char-varying(20).
       77 Table1Recherche sql char-varying(10).
       77 Table2Recherche sql char-varying(10).

      *---- Zones d'affichage, tronquees a la largeur de l'ecran ; le
      *---- fichier HistoriqueFiche.csv garde les valeurs completes.
       77 HeureAff    pic x(4).
       77 ChampAff    pic x(14).
       77 AncienAff   pic x(18).
       77 NouveauAff  pic x(18).

       77 NbrLignesHist pic 9(5).
       01 FichHistorique pic x(200).

       77 EoDB pic 9.
       77 NoLigne pic 99.
       77 CouleurFond     pic 99 value 15.
       77 CouleurTexte    pic 99 value 0.
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
       77 SocieteCle       pic x(2).

       77  CNXDB STRING.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE SQLDA
           END-EXEC.

       screen section.

      **** Ecran vide
       01  Ecran-Blanc background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

       01 M-ChoixHistorique
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Historique : 1=Assure 2=Vehicule 3=Sinistre"
               background-color is CouleurTexte
               foreground-color is CouleurFond.
           10 line 3 col 1
               value " 0=Annuler :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-SaisieCleHistorique
           background-color is 1 foreground-color is 15.
           10 line 5 col 1
               value " NAssur, NImma ou NSin : "
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       01 M-Historique-Question
           background-color is 1 foreground-color is 15.
           10 line 2 col 1
               value " Page [S]uivante - [M]enu :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

      *---- Entete de l'historique de la fiche
       01  T-EnteteHistorique foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 1 col 20 value "Historique des modifications".
           10 line 1 col 50 from CleRecherche.
           10 line 3 col 2  value "Date".
           10 line 3 col 11 value "Heure".
           10 line 3 col 16 value "Champ".
           10 line 3 col 31 value "Avant".
           10 line 3 col 50 value "Apres".
           10 line 3 col 69 value "Operateur".

      *---- Tableau d'affichage : une modification par ligne
       01  T-AfficheHistorique foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line NoLigne col 2  from HistDate of HistoriqueDonne.
           10 line NoLigne col 11 from HeureAff.
           10 line NoLigne col 16 from ChampAff.
           10 line NoLigne col 31 from AncienAff.
           10 line NoLigne col 50 from NouveauAff.
           10 line NoLigne col 69 from HistOperateur of HistoriqueDonne.

       01  T-AucunHistorique foreground-color is CouleurTexte
               background-color is CouleurFond.
           10 line 5 col 2
               value "Aucune modification historisee pour cette cle.".


      *---- Demande de demasquage : un motif est obligatoire.
       01 M-Demasquage
           background-color is 1 foreground-color is 15.
           10 line 7 col 1
               value " Motif pour afficher en clair (Entree = non) :"
               background-color is CouleurTexte
               foreground-color is CouleurFond.

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Consultation de l'historique avant/apres d'une fiche : toutes
      *----- les modifications deposees dans HistoriqueMaj pour un
      *----- assure, un vehicule (et ses garanties) ou un sinistre, de
      *----- la plus ancienne a la plus recente, avec l'ancienne et la
      *----- nouvelle valeur, l'operateur et l'horodatage. La liste est
      *----- aussi deposee dans HistoriqueFiche.csv. Les donnees
      *----- personnelles de l'assure y sont masquees, a l'ecran comme
      *----- dans le fichier, selon le role de l'operateur.
      *-------------------------------------------------------------------------------------
       ConsulteHistorique.
           perform ChargeMasquage.
           move "HistoriqueFiche" to ProgrammeDemasque.
           display Ecran-Blanc.
           display M-ChoixHistorique.
           accept TypeRecherche line 3 col 14.
           evaluate TypeRecherche
               when 1
                   move "Assure" to Table1Recherche
                   move "Assure" to Table2Recherche
               when 2
                   move "Vehicule" to Table1Recherche
                   move "Garantie" to Table2Recherche
               when 3
                   move "Sinistre" to Table1Recherche
                   move "Sinistre" to Table2Recherche
               when other
                   goback
           end-evaluate.
           move spaces to CleRecherche.
           display M-SaisieCleHistorique.
           accept CleRecherche line 5 col 27.
           perform LitSocieteCle.
           if SocieteSession not = spaces
               and SocieteCle not = SocieteSession
               display Ecran-Blanc
               display T-AucunHistorique
               accept OptionChoisie
               goback
           end-if.
           if TypeRecherche = 1
               and (ModeMasque(2) = "P" or ModeMasque(3) = "P"
                    or ModeMasque(4) = "P" or ModeMasque(5) = "P")
               perform DemasqueHistorique
           end-if.
           perform ConsulteHistorique-Init.
           perform ConsulteHistorique-Trt until EoDB = 1.
           perform ConsulteHistorique-Fin.
           goback.

       ConsulteHistorique-Init.
           display Ecran-Blanc.
           display T-EnteteHistorique.
           move 4 to NoLigne.
           move 0 to EoDB.
           move 0 to NbrLignesHist.
           open output FichierHistoriqueFiche.
           move spaces to FichHistorique.
           string
               "Table;Cle;Champ;Avant;Apres;Operateur;Date;Heure;"
               "Programme"
               delimited by size into FichHistorique
           end-string.
           write Enr-FichierHistoriqueFiche from FichHistorique.
      **** Création du curseur : l'historique de la cle, dans l'ordre
      **** chronologique.
           exec sql
               Declare Historique-Cursor cursor for
                   select HmTable,HmCle,HmChamp,HmAncien,HmNouveau,
                          HmOperateur,HmDate,HmHeure,HmProgramme
                       from HistoriqueMaj
                       where HmCle = :CleRecherche
                         and (HmTable = :Table1Recherche
                              or HmTable = :Table2Recherche)
                       order by HmDate,HmHeure,HmTable,HmChamp
           end-exec.
           exec sql
               open Historique-Cursor
           end-exec.

       ConsulteHistorique-Trt.
           exec sql
               fetch Historique-Cursor into
                   :HistoriqueDonne.HistTable,
                   :HistoriqueDonne.HistCle,
                   :HistoriqueDonne.HistChamp,
                   :HistoriqueDonne.HistAncien,
                   :HistoriqueDonne.HistNouveau,
                   :HistoriqueDonne.HistOperateur,
                   :HistoriqueDonne.HistDate,
                   :HistoriqueDonne.HistHeure,
                   :HistoriqueDonne.HistProgramme
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform EnrLigneHistorique
           end-if.

      *----- Affichage et depot d'une modification, avec pagination.
       EnrLigneHistorique.
           add 1 to NbrLignesHist.
           add 1 to NoLigne.
           perform MasqueLigneHistorique.
           move HistHeure of HistoriqueDonne(1:4) to HeureAff.
           move HistChamp of HistoriqueDonne to ChampAff.
           move HistAncien of HistoriqueDonne to AncienAff.
           move HistNouveau of HistoriqueDonne to NouveauAff.
           display T-AfficheHistorique.
           move spaces to FichHistorique.
           string
               HistTable of HistoriqueDonne delimited by "  "
               ";" HistCle of HistoriqueDonne delimited by "  "
               ";" HistChamp of HistoriqueDonne delimited by "  "
               ";" HistAncien of HistoriqueDonne delimited by "  "
               ";" HistNouveau of HistoriqueDonne delimited by "  "
               ";" HistOperateur of HistoriqueDonne delimited by "  "
               ";" delimited by size
               HistDate of HistoriqueDonne delimited by size
               ";" delimited by size
               HistHeure of HistoriqueDonne delimited by size
               ";" delimited by size
               HistProgramme of HistoriqueDonne delimited by "  "
               into FichHistorique
           end-string.
           write Enr-FichierHistoriqueFiche from FichHistorique.
           if NoLigne > 22
               move "S" to OptSuite
               display M-Historique-Question
               accept OptSuite line 2 col 29
               display Ecran-Blanc
               display T-EnteteHistorique
               move 4 to NoLigne
               evaluate OptSuite
                   when "M" when "m"
                       move 1 to EoDB
               end-evaluate
           end-if.

      *----- Anciennes et nouvelles valeurs d'une donnee personnelle de
      *----- l'assure, masquees selon le role de l'operateur.
       MasqueLigneHistorique.
           if HistTable of HistoriqueDonne not = "Assure"
               exit paragraph
           end-if.
           evaluate HistChamp of HistoriqueDonne
               when "ADateNai"
                   move 1 to IndiceMasque
               when "ATel"
                   move 2 to IndiceMasque
               when "AEmail"
                   move 3 to IndiceMasque
               when "AIban"
                   move 4 to IndiceMasque
               when "ABic"
                   move 5 to IndiceMasque
               when other
                   exit paragraph
           end-evaluate.
           move HistAncien of HistoriqueDonne to DonneeClaire.
           perform MasqueDonnee.
           move DonneeAffichee to HistAncien of HistoriqueDonne.
           move HistNouveau of HistoriqueDonne to DonneeClaire.
           perform MasqueDonnee.
           move DonneeAffichee to HistNouveau of HistoriqueDonne.

      *----- Historique de l'assure en clair sur motif, chaque champ
      *----- demasque journalise.
       DemasqueHistorique.
           perform DemandeDemasquage.
           if Demasque = 0
               exit paragraph
           end-if.
           move CleRecherche to CleDemasquage.
           perform EcritDemasquage
               varying IndiceMasque from 2 by 1
               until IndiceMasque > 5.
           exec sql
               commit
           end-exec.

       ConsulteHistorique-Fin.
           exec sql
               close Historique-Cursor
           end-exec.
           close FichierHistoriqueFiche.
           if NbrLignesHist = 0
               display T-AucunHistorique
           end-if.
           accept OptionChoisie.

      *---- Societe de la fiche consultee : celle de l'assure, du
      *---- titulaire du vehicule ou du sinistre (01 par defaut).
       LitSocieteCle.
           move "01" to SocieteCle.
           evaluate TypeRecherche
               when 1
                   exec sql
                       select isnull(max(ASociete),'01')
                           into :SocieteCle
                           from Assure
                           where AAssur = :CleRecherche
                   end-exec
               when 2
                   exec sql
                       select isnull(max(ASociete),'01')
                           into :SocieteCle
                           from Vehicule
                           inner join Assure on AAssur = VAssur
                           where VImma = :CleRecherche
                   end-exec
               when 3
                   exec sql
                       select isnull(max(SSociete),'01')
                           into :SocieteCle
                           from Sinistre
                           where SNSin = :CleRecherche
                   end-exec
           end-evaluate.

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
           accept MotifDemasquage line 8 col 2.
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
      *----- Fin de la consultation de l'historique des fiches
      *-------------------------------------------------------------------------------------

       end program HistoriqueFiche.
