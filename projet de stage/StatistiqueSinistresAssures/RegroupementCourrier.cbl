       program-id. RegroupementCourrier as
           "StatistiqueSinistresAssures.RegroupementCourrier".

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

      *---- Documents repris dans le flux d'impression, dans l'ordre ou
      *---- ils sont glisses dans l'enveloppe : code, libelle, debut de
      *---- la ligne qui ouvre chaque document, et rang de la ligne du
      *---- nom de l'assure apres cette ligne (l'adresse et le code
      *---- postal suivent). Les compteurs alimentent la feuille de
      *---- controle.
       01 TableTypesCourrier.
           05 TypeCourrier occurs 7 times.
               10 CodeType        pic x(3).
               10 LibType         pic x(25).
               10 MarqueType      pic x(5).
               10 RangNomType     pic 9.
               10 NbrDocsType     pic 9(5).
               10 NbrPagesType    pic 9(6).
               10 NbrEnvType      pic 9(5).
               10 NbrNpaiType     pic 9(5).
               10 NbrEmailType    pic 9(5).
               10 VuEnveloppe     pic 9.
       77 NbrTypes        pic 9 value 7.
       77 IndiceType      pic 9.

      *---- Nombre de lignes d'une page imprimee par le routeur.
       77 LignesParPage   pic 9(3) value 60.

      *---- Document en cours de lecture dans un fichier source.
       01 LigneLue        pic x(120).
       77 DocEnCours      pic 9.
       77 NumDoc          pic 9(6).
       77 LigneDoc        pic 9(5).
       77 RangDansDoc     pic s9(5).
       77 PagesDoc        pic 9(5).
       77 EnteteNom       pic x(40).
       77 NbAssureNpai    pic 9(4).

      *---- Destinataire qui a choisi de recevoir ses documents par
      *---- e-mail (CourrierElectronique) : reconnu a son nom et a son
      *---- adresse, consentement en vigueur et adresse e-mail de forme
      *---- valable ; son document part dans EnvoiEmails.txt et non
      *---- dans le flux d'impression. Chaque document est trace par
      *---- canal dans CourrierCanal (P papier, E e-mail, N NPAI).
       77 NbAssureDest    pic 9(4).
       77 AssurDest       sql char-varying(5).
       77 NbAssureEmail   pic 9(4).
       77 CanalDoc        pic x.
       77 DocEmailPrec    pic 9(6).

      *---- Ligne de la table de travail CourrierTampon : le document,
      *---- son rang dans le fichier et l'adresse de son destinataire.
       01 CourrierTampon.
            10 CtType       sql char(3).
            10 CtRang       pic 9.
            10 CtDoc        pic 9(6).
            10 CtLigne      pic 9(5).
            10 CtTexte      sql char-varying(120).
            10 CtNom        sql char-varying(40).
            10 CtAdresse    sql char-varying(40).
            10 CtCodePost   sql char-varying(5).
            10 CtVille      sql char-varying(25).
            10 CtNpai       pic 9.
            10 CtAssur      sql char-varying(5).
            10 CtEmail      sql char-varying(60).

      *---- Enveloppe en cours d'ecriture dans le flux : un destinataire
      *---- = une adresse (code postal, ville, rue).
       01 CleEnveloppe.
            10 CleCodePost  pic x(5).
            10 CleVille     pic x(25).
            10 CleAdresse   pic x(40).
       01 CleLue.
            10 LueCodePost  pic x(5).
            10 LueVille     pic x(25).
            10 LueAdresse   pic x(40).
       77 DocPrecedent    pic 9(6).
       77 NumEnveloppe    pic 9(6).

       01 BilanRegroupement.
           05 NbrDocsTotal     pic 9(6).
           05 NbrPagesTotal    pic 9(7).
           05 NbrEnveloppes    pic 9(6).
           05 NbrNpaiTotal     pic 9(6).
           05 NbrEconomisees   pic 9(6).
           05 NbrEmailTotal    pic 9(6).

       77 DateCourante    pic 9(8).
       01 LigneFlux       pic x(120).
       01 FichControle    pic x(100).
       77 FichRecherche   pic x(120).
       77 ErreurRegroupement pic 9.

       77 EofCourrier pic 9.
       77 EoDB pic 9.
      *---- Mode d'execution : en BATCH (plan des travaux de nuit), le
      *---- traitement s'execute sans affichage ni attente d'une touche.
       77 ModeExecution   pic x(10).

       77 CouleurFond     pic 99 value 15.
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
           END-EXEC.
           EXEC SQL
               INCLUDE SQLDA
           END-EXEC.

       screen section.

      **** Ecran vide
       01  Ecran-Blanc background-color is CouleurFond
               foreground-color is CouleurTexte.
           05 line  1 col  1 Blank Screen.

      *---- Bilan du regroupement
       01  T-BilanRegroupement foreground-color is CouleurTexte
               background-color is CouleurFond.
           05 line 1 col 20 value "Flux d'impression du jour".
           05 line 3 col 2  value "Documents".
           05 line 3 col 30 from NbrDocsTotal of BilanRegroupement
               pic Z(5)9.
           05 line 4 col 2  value "Pages".
           05 line 4 col 30 from NbrPagesTotal of BilanRegroupement
               pic Z(6)9.
           05 line 5 col 2  value "Enveloppes".
           05 line 5 col 30 from NbrEnveloppes of BilanRegroupement
               pic Z(5)9.
           05 line 6 col 2  value "Enveloppes economisees".
           05 line 6 col 30 from NbrEconomisees of BilanRegroupement
               pic Z(5)9.
           05 line 7 col 2  value "Documents ecartes (NPAI)".
           05 line 7 col 30 from NbrNpaiTotal of BilanRegroupement
               pic Z(5)9.
           05 line 8 col 2  value "Documents envoyes par e-mail".
           05 line 8 col 30 from NbrEmailTotal of BilanRegroupement
               pic Z(5)9.
           05 line 10 col 2 value "Flux dans FluxImpression.txt".
           05 line 11 col 2 value "E-mails dans EnvoiEmails.txt".
           05 line 12 col 2
               value "Controle dans ControleImpression.csv".
           05 line 14 col 2 value "Appuyez sur Entree pour continuer".

       procedure division.

      *-------------------------------------------------------------------------------------
      *----- Regroupement quotidien des courriers sortants en un seul flux
      *----- pour le routeur : les fichiers de lettres, attestations,
      *----- avis d'echeance, factures et releves sont decoupes en
      *----- documents, chaque document est rattache a l'adresse de son
      *----- destinataire, puis le flux est ecrit enveloppe par enveloppe
      *----- (une enveloppe par adresse, tous documents confondus), trie
      *----- par code postal pour le tarif postal. Les documents vers une
      *----- adresse NPAI sont ecartes et partent sur la liste de
      *----- recherche. Les documents d'un assure qui a choisi l'e-mail
      *----- partent dans le fichier d'envoi des e-mails au lieu du
      *----- flux. La feuille de controle donne, par type de
      *----- document, les documents, pages et enveloppes. Les fichiers
      *----- sources repris sont vides, pour ne pas reimprimer demain un
      *----- document deja parti.
      *-------------------------------------------------------------------------------------
       RegroupementCourrier.
           perform RegroupementCourrier-Init.
           perform ChargeLettresRelance.
           perform ChargeLettresSinistre.
           perform ChargeAttestations.
           perform ChargeAvisEcheance.
           perform ChargeFacturesQuittances.
           perform ChargeFacturesFranchise.
           perform ChargeReleveInfos.
           perform EcritFlux.
           perform EcritEmails.
           perform RegroupementCourrier-Fin.

       RegroupementCourrier-Init.
           move spaces to ModeExecution.
           accept ModeExecution from command-line.
           inspect ModeExecution converting
               "batch" to "BATCH".
           move spaces to SocieteSession.
           if ModeExecution not = "BATCH"
               perform LireOperateurSession
           end-if.
           initialize BilanRegroupement.
           move 0 to NumDoc.
           move 0 to ErreurRegroupement.
           accept DateCourante from date yyyymmdd.
           perform InitTypesCourrier.
           exec sql
               delete from CourrierTampon
           end-exec.

       InitTypesCourrier.
           initialize TableTypesCourrier.
           move "REL" to CodeType(1).
           move "Relances impayes" to LibType(1).
           move "-----" to MarqueType(1).
           move 2 to RangNomType(1).
           move "SIN" to CodeType(2).
           move "Courriers sinistres" to LibType(2).
           move "-----" to MarqueType(2).
           move 2 to RangNomType(2).
           move "ATT" to CodeType(3).
           move "Attestations" to LibType(3).
           move "=====" to MarqueType(3).
           move 2 to RangNomType(3).
           move "AVI" to CodeType(4).
           move "Avis d'echeance" to LibType(4).
           move "-----" to MarqueType(4).
           move 2 to RangNomType(4).
           move "FAC" to CodeType(5).
           move "Factures quittances" to LibType(5).
           move "-----" to MarqueType(5).
           move 2 to RangNomType(5).
           move "FRA" to CodeType(6).
           move "Factures franchise" to LibType(6).
           move "-----" to MarqueType(6).
           move 2 to RangNomType(6).
           move "RIE" to CodeType(7).
           move "Releves d'informations" to LibType(7).
           move "RELEV" to MarqueType(7).
           move 3 to RangNomType(7).

      *-------------------------------------------------------------------------------------
      *----- Chargement des fichiers sources dans la table de travail,
      *----- un fichier apres l'autre.
      *-------------------------------------------------------------------------------------
       ChargeLettresRelance.
           move 1 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierLettresRelance.
           perform ChargeLettresRelance-Trt until EofCourrier = 1.
           close FichierLettresRelance.
           perform FinDocument.

       ChargeLettresRelance-Trt.
           read FichierLettresRelance
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierLettresRelance to LigneLue
                   perform TraiteLigneLue
           end-read.

       ChargeLettresSinistre.
           move 2 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierLettresSinistre.
           perform ChargeLettresSinistre-Trt until EofCourrier = 1.
           close FichierLettresSinistre.
           perform FinDocument.

       ChargeLettresSinistre-Trt.
           read FichierLettresSinistre
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierLettresSinistre to LigneLue
                   perform TraiteLigneLue
           end-read.

       ChargeAttestations.
           move 3 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierAttestations.
           perform ChargeAttestations-Trt until EofCourrier = 1.
           close FichierAttestations.
           perform FinDocument.

       ChargeAttestations-Trt.
           read FichierAttestations
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierAttestations to LigneLue
                   perform TraiteLigneLue
           end-read.

       ChargeAvisEcheance.
           move 4 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierAvisEcheance.
           perform ChargeAvisEcheance-Trt until EofCourrier = 1.
           close FichierAvisEcheance.
           perform FinDocument.

       ChargeAvisEcheance-Trt.
           read FichierAvisEcheance
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierAvisEcheance to LigneLue
                   perform TraiteLigneLue
           end-read.

       ChargeFacturesQuittances.
           move 5 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierFactures.
           perform ChargeFacturesQuittances-Trt until EofCourrier = 1.
           close FichierFactures.
           perform FinDocument.

       ChargeFacturesQuittances-Trt.
           read FichierFactures
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierFactures to LigneLue
                   perform TraiteLigneLue
           end-read.

       ChargeFacturesFranchise.
           move 6 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierFacturesFranchise.
           perform ChargeFacturesFranchise-Trt until EofCourrier = 1.
           close FichierFacturesFranchise.
           perform FinDocument.

       ChargeFacturesFranchise-Trt.
           read FichierFacturesFranchise
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierFacturesFranchise to LigneLue
                   perform TraiteLigneLue
           end-read.

       ChargeReleveInfos.
           move 7 to IndiceType.
           move 0 to EofCourrier.
           move 0 to DocEnCours.
           open input FichierReleveInfos.
           perform ChargeReleveInfos-Trt until EofCourrier = 1.
           close FichierReleveInfos.
           perform FinDocument.

       ChargeReleveInfos-Trt.
           read FichierReleveInfos
               at end
                   move 1 to EofCourrier
               not at end
                   move Enr-FichierReleveInfos to LigneLue
                   perform TraiteLigneLue
           end-read.

      *---- Une ligne d'un fichier source : la ligne d'ouverture du type
      *---- clot le document precedent et en ouvre un nouveau ; le nom,
      *---- l'adresse et le code postal sont releves a leur rang.
       TraiteLigneLue.
           if LigneLue(1:5) = MarqueType(IndiceType)
               perform FinDocument
               add 1 to NumDoc
               move 0 to LigneDoc
               move 1 to DocEnCours
               move spaces to CtNom of CourrierTampon
               move spaces to CtAdresse of CourrierTampon
               move spaces to CtCodePost of CourrierTampon
               move spaces to CtVille of CourrierTampon
           end-if.
           if DocEnCours = 0
               exit paragraph
           end-if.
           add 1 to LigneDoc.
           compute RangDansDoc = LigneDoc - 1 - RangNomType(IndiceType).
           evaluate RangDansDoc
               when 0
                   perform ReleveNomDestinataire
               when 1
                   move LigneLue to CtAdresse of CourrierTampon
               when 2
                   move LigneLue(1:5) to CtCodePost of CourrierTampon
                   move LigneLue(7:25) to CtVille of CourrierTampon
               when other
                   continue
           end-evaluate.
           move CodeType(IndiceType) to CtType of CourrierTampon.
           move IndiceType to CtRang of CourrierTampon.
           move NumDoc to CtDoc of CourrierTampon.
           move LigneDoc to CtLigne of CourrierTampon.
           move LigneLue to CtTexte of CourrierTampon.
           exec sql
                INSERT INTO CourrierTampon
                    (CtType,CtRang,CtDoc,CtLigne,CtTexte,CtNpai)
                VALUES
                    (:CourrierTampon.CtType,:CourrierTampon.CtRang,
                     :CourrierTampon.CtDoc,:CourrierTampon.CtLigne,
                     :CourrierTampon.CtTexte,0)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurRegroupement
           end-if.

      *---- Attestations et releves portent "Assure NNNNN : NOM PRENOM" :
      *---- seul le nom va sur l'enveloppe.
       ReleveNomDestinataire.
           if LigneLue(1:7) = "Assure "
               unstring LigneLue delimited by " : " into
                   EnteteNom
                   CtNom of CourrierTampon
               end-unstring
           else
               move LigneLue to CtNom of CourrierTampon
           end-if.

      *---- Fin d'un document : pages comptees, adresse reportee sur
      *---- toutes ses lignes ; le document d'un assure qui a choisi
      *---- l'e-mail part par e-mail, sinon une adresse NPAI l'ecarte.
      *---- Pour l'operateur d'une societe, un document dont le
      *---- destinataire n'est pas un assure de sa societe est mis en
      *---- attente et retourne a son fichier source.
       FinDocument.
           if DocEnCours = 0
               exit paragraph
           end-if.
           move 0 to DocEnCours.
           divide LignesParPage into LigneDoc giving PagesDoc.
           if PagesDoc * LignesParPage < LigneDoc
               add 1 to PagesDoc
           end-if.
           perform ChercheDestinataireEmail.
           if SocieteSession not = spaces and NbAssureDest = 0
               perform MetDocumentEnAttente
               exit paragraph
           end-if.
           if CtEmail of CourrierTampon not = spaces
               move 0 to CtNpai of CourrierTampon
               move "E" to CanalDoc
               add 1 to NbrEmailType(IndiceType)
               add 1 to NbrEmailTotal of BilanRegroupement
               perform MajDocumentTampon
               exit paragraph
           end-if.
           move 0 to NbAssureNpai.
           exec sql
               select count(*) into :NbAssureNpai
                   from Assure
                   where AAdresse = :CourrierTampon.CtAdresse
                     and ACodePost = :CourrierTampon.CtCodePost
                     and isnull(ANpai,0) = 1
                     and (:SocieteSession = ''
                      or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if NbAssureNpai > 0
               move 1 to CtNpai of CourrierTampon
               move "N" to CanalDoc
               add 1 to NbrNpaiType(IndiceType)
               add 1 to NbrNpaiTotal of BilanRegroupement
               perform EnrRechercheNpai
           else
               move 0 to CtNpai of CourrierTampon
               move "P" to CanalDoc
               add 1 to NbrDocsType(IndiceType)
               add PagesDoc to NbrPagesType(IndiceType)
               add 1 to NbrDocsTotal of BilanRegroupement
               add PagesDoc to NbrPagesTotal of BilanRegroupement
           end-if.
           perform MajDocumentTampon.

       MajDocumentTampon.
           exec sql
               update CourrierTampon
                   set CtNom = :CourrierTampon.CtNom,
                       CtAdresse = :CourrierTampon.CtAdresse,
                       CtCodePost = :CourrierTampon.CtCodePost,
                       CtVille = :CourrierTampon.CtVille,
                       CtNpai = :CourrierTampon.CtNpai,
                       CtAssur = :CourrierTampon.CtAssur,
                       CtEmail = :CourrierTampon.CtEmail
                   where CtDoc = :NumDoc
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurRegroupement
           end-if.
           exec sql
               insert into CourrierCanal
                   (CcDate,CcType,CcDoc,CcCanal,CcAssur,CcEmail)
               values
                   (:DateCourante,:CourrierTampon.CtType,:NumDoc,
                    :CanalDoc,:CourrierTampon.CtAssur,
                    :CourrierTampon.CtEmail)
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurRegroupement
           end-if.

      *---- Document d'une autre societe : ni flux ni e-mail ni trace
      *---- de canal, ses lignes restent dans la table de travail.
       MetDocumentEnAttente.
           exec sql
               update CourrierTampon
                   set CtNpai = 9
                   where CtDoc = :NumDoc
           end-exec.
           if SQLCODE < 0
               move 1 to ErreurRegroupement
           end-if.

      *---- Destinataire du document : un seul assure de ce nom a cette
      *---- adresse ; l'adresse e-mail n'est retenue que s'il a donne
      *---- son consentement et qu'elle a la forme d'une adresse.
       ChercheDestinataireEmail.
           move spaces to CtAssur of CourrierTampon.
           move spaces to CtEmail of CourrierTampon.
           move 0 to NbAssureDest.
           move spaces to AssurDest.
           exec sql
               select count(*),isnull(max(AAssur),'')
                   into :NbAssureDest,:AssurDest
                   from Assure
                   where AAdresse = :CourrierTampon.CtAdresse
                     and ACodePost = :CourrierTampon.CtCodePost
                     and :CourrierTampon.CtNom like rtrim(ANom) + '%'
                     and (:SocieteSession = ''
                      or isnull(ASociete,'01') = :SocieteSession)
           end-exec.
           if SQLCODE not = 0 or NbAssureDest not = 1
               exit paragraph
           end-if.
           move AssurDest to CtAssur of CourrierTampon.
           move 0 to NbAssureEmail.
           exec sql
               select count(*) into :NbAssureEmail
                   from Assure
                   where AAssur = :AssurDest
                     and isnull(AConsentEmail,0) = 1
                     and AEmail like '%_@_%._%'
                     and AEmail not like '%@%@%'
                     and AEmail not like '% %'
           end-exec.
           if SQLCODE not = 0 or NbAssureEmail not = 1
               exit paragraph
           end-if.
           exec sql
               select AEmail into :CourrierTampon.CtEmail
                   from Assure
                   where AAssur = :AssurDest
           end-exec.
           if SQLCODE not = 0
               move spaces to CtEmail of CourrierTampon
           end-if.

      *---- Ligne de recherche d'adresse a la place du document.
       EnrRechercheNpai.
           move spaces to FichRecherche.
           string
               DateCourante
               ";" ";" CtNom of CourrierTampon
               ";" CtAdresse of CourrierTampon
               ";" CtCodePost of CourrierTampon
               ";" CtVille of CourrierTampon
               ";FLUX " LibType(IndiceType) delimited by size
               into FichRecherche
           end-string.
           open extend FichierRechercheAdresse.
           write Enr-FichierRechercheAdresse from FichRecherche.
           close FichierRechercheAdresse.

      *-------------------------------------------------------------------------------------
      *----- Ecriture du flux : les documents retenus, tries par code
      *----- postal puis par adresse, une enveloppe par adresse ; dans
      *----- l'enveloppe, les documents dans l'ordre des types.
      *-------------------------------------------------------------------------------------
       EcritFlux.
           exec sql
               commit
           end-exec.
           move 0 to EoDB.
           move 0 to NumEnveloppe.
           move 0 to DocPrecedent.
           move high-values to CleEnveloppe.
           open output FichierFluxImpression.
           exec sql
               Declare Flux-Cursor cursor for
                   select CtCodePost,CtVille,CtAdresse,CtNom,CtType,
                          CtRang,CtDoc,CtLigne,CtTexte
                       from CourrierTampon
                       where CtNpai = 0
                         and isnull(CtEmail,'') = ''
                       order by CtCodePost,CtVille,CtAdresse,
                                CtRang,CtDoc,CtLigne
           end-exec.
           exec sql
               open Flux-Cursor
           end-exec.
           perform EcritFlux-Trt until EoDB=1.
           exec sql
               close Flux-Cursor
           end-exec.
           perform FinEnveloppe.
           close FichierFluxImpression.

       EcritFlux-Trt.
           exec sql
               fetch Flux-Cursor into
                   :CourrierTampon.CtCodePost,:CourrierTampon.CtVille,
                   :CourrierTampon.CtAdresse,:CourrierTampon.CtNom,
                   :CourrierTampon.CtType,:CourrierTampon.CtRang,
                   :CourrierTampon.CtDoc,:CourrierTampon.CtLigne,
                   :CourrierTampon.CtTexte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform EcritLigneFlux
           end-if.

       EcritLigneFlux.
           move CtCodePost of CourrierTampon to LueCodePost.
           move CtVille of CourrierTampon to LueVille.
           move CtAdresse of CourrierTampon to LueAdresse.
           if CleLue not = CleEnveloppe
               perform FinEnveloppe
               perform DebutEnveloppe
           end-if.
           if CtDoc of CourrierTampon not = DocPrecedent
               move CtDoc of CourrierTampon to DocPrecedent
               move 1 to VuEnveloppe(CtRang of CourrierTampon)
               move spaces to LigneFlux
               string "@@DOCUMENT " CtType of CourrierTampon
                   " " CtDoc of CourrierTampon
                   delimited by size into LigneFlux
               end-string
               write Enr-FichierFluxImpression from LigneFlux
           end-if.
           move CtTexte of CourrierTampon to LigneFlux.
           write Enr-FichierFluxImpression from LigneFlux.

      *-------------------------------------------------------------------------------------
      *----- Fichier d'envoi des e-mails : chaque document est precede
      *----- d'une ligne qui donne son type, son numero, l'assure et
      *----- l'adresse e-mail ; le texte suit tel qu'il aurait ete
      *----- imprime.
      *-------------------------------------------------------------------------------------
       EcritEmails.
           move 0 to EoDB.
           move 0 to DocEmailPrec.
           open output FichierEnvoiEmails.
           exec sql
               Declare Email-Cursor cursor for
                   select CtType,CtDoc,CtAssur,CtEmail,CtLigne,CtTexte
                       from CourrierTampon
                       where isnull(CtEmail,'') <> ''
                       order by CtDoc,CtLigne
           end-exec.
           exec sql
               open Email-Cursor
           end-exec.
           perform EcritEmails-Trt until EoDB=1.
           exec sql
               close Email-Cursor
           end-exec.
           close FichierEnvoiEmails.

       EcritEmails-Trt.
           exec sql
               fetch Email-Cursor into
                   :CourrierTampon.CtType,:CourrierTampon.CtDoc,
                   :CourrierTampon.CtAssur,:CourrierTampon.CtEmail,
                   :CourrierTampon.CtLigne,:CourrierTampon.CtTexte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform EcritLigneEmail
           end-if.

       EcritLigneEmail.
           if CtDoc of CourrierTampon not = DocEmailPrec
               move CtDoc of CourrierTampon to DocEmailPrec
               move spaces to LigneFlux
               string "@@EMAIL " CtType of CourrierTampon
                   " " CtDoc of CourrierTampon
                   " " CtAssur of CourrierTampon
                   " " CtEmail of CourrierTampon
                   delimited by size into LigneFlux
               end-string
               write Enr-FichierEnvoiEmails from LigneFlux
           end-if.
           move CtTexte of CourrierTampon to LigneFlux.
           write Enr-FichierEnvoiEmails from LigneFlux.

      *---- Ouverture d'une enveloppe : bloc adresse pour la fenetre.
       DebutEnveloppe.
           move CleLue to CleEnveloppe.
           add 1 to NumEnveloppe.
           add 1 to NbrEnveloppes of BilanRegroupement.
           move spaces to LigneFlux.
           string "@@ENVELOPPE " NumEnveloppe
               " " CleCodePost
               delimited by size into LigneFlux
           end-string.
           write Enr-FichierFluxImpression from LigneFlux.
           move CtNom of CourrierTampon to LigneFlux.
           write Enr-FichierFluxImpression from LigneFlux.
           move CleAdresse to LigneFlux.
           write Enr-FichierFluxImpression from LigneFlux.
           move spaces to LigneFlux.
           string CleCodePost " " CleVille
               delimited by size into LigneFlux
           end-string.
           write Enr-FichierFluxImpression from LigneFlux.

      *---- Fermeture d'une enveloppe : chaque type qu'elle contient
      *---- compte une enveloppe a son type.
       FinEnveloppe.
           if NumEnveloppe = 0
               exit paragraph
           end-if.
           perform CompteEnveloppeType
               varying IndiceType from 1 by 1
               until IndiceType > NbrTypes.

       CompteEnveloppeType.
           if VuEnveloppe(IndiceType) = 1
               add 1 to NbrEnvType(IndiceType)
               move 0 to VuEnveloppe(IndiceType)
           end-if.

      *-------------------------------------------------------------------------------------
      *----- Feuille de controle, vidage des fichiers repris et bilan.
      *-------------------------------------------------------------------------------------
       RegroupementCourrier-Fin.
           compute NbrEconomisees of BilanRegroupement =
               NbrDocsTotal of BilanRegroupement
                   - NbrEnveloppes of BilanRegroupement.
           open output FichierControleImpression.
           string
               "Date;Type;Document;Documents;Pages;Enveloppes;NPAI;"
               "Email"
               delimited by size into FichControle
           end-string.
           write Enr-FichierControleImpression from FichControle.
           perform EcritControleType
               varying IndiceType from 1 by 1
               until IndiceType > NbrTypes.
           move spaces to FichControle.
           string
               DateCourante
               ";TOT;Flux regroupe"
               ";" NbrDocsTotal of BilanRegroupement
               ";" NbrPagesTotal of BilanRegroupement
               ";" NbrEnveloppes of BilanRegroupement
               ";" NbrNpaiTotal of BilanRegroupement
               ";" NbrEmailTotal of BilanRegroupement
               delimited by size into FichControle
           end-string.
           write Enr-FichierControleImpression from FichControle.
           close FichierControleImpression.
           if ErreurRegroupement = 0
               perform VideFichiersSources
           end-if.
           exec sql
               delete from CourrierTampon
           end-exec.
           exec sql
               commit
           end-exec.
           if ModeExecution = "BATCH"
               goback
           end-if.
           display Ecran-Blanc.
           display T-BilanRegroupement.
           accept OptionChoisie.
           goback.

       EcritControleType.
           move spaces to FichControle.
           string
               DateCourante
               ";" CodeType(IndiceType)
               ";" LibType(IndiceType)
               ";" NbrDocsType(IndiceType)
               ";" NbrPagesType(IndiceType)
               ";" NbrEnvType(IndiceType)
               ";" NbrNpaiType(IndiceType)
               ";" NbrEmailType(IndiceType)
               delimited by size into FichControle
           end-string.
           write Enr-FichierControleImpression from FichControle.

      *---- Les documents partis dans le flux ne doivent pas repartir :
      *---- les fichiers sources sont remis a vide, puis y reviennent
      *---- les documents mis en attente (autre societe).
       VideFichiersSources.
           open output FichierLettresRelance.
           close FichierLettresRelance.
           open output FichierLettresSinistre.
           close FichierLettresSinistre.
           open output FichierAttestations.
           close FichierAttestations.
           open output FichierAvisEcheance.
           close FichierAvisEcheance.
           open output FichierFactures.
           close FichierFactures.
           open output FichierFacturesFranchise.
           close FichierFacturesFranchise.
           open output FichierReleveInfos.
           close FichierReleveInfos.
           if SocieteSession not = spaces
               perform RemetDocumentsAttente
           end-if.

       RemetDocumentsAttente.
           move 0 to EoDB.
           exec sql
               Declare Attente-Cursor cursor for
                   select CtRang,CtTexte
                       from CourrierTampon
                       where CtNpai = 9
                       order by CtRang,CtDoc,CtLigne
           end-exec.
           exec sql
               open Attente-Cursor
           end-exec.
           perform RemetDocumentsAttente-Trt until EoDB=1.
           exec sql
               close Attente-Cursor
           end-exec.

       RemetDocumentsAttente-Trt.
           exec sql
               fetch Attente-Cursor into
                   :CourrierTampon.CtRang,:CourrierTampon.CtTexte
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
           else
               perform RemetLigneAttente
           end-if.

      *---- Une ligne en attente, rajoutee a la fin de son fichier.
       RemetLigneAttente.
           move CtTexte of CourrierTampon to LigneFlux.
           evaluate CtRang of CourrierTampon
               when 1
                   open extend FichierLettresRelance
                   write Enr-FichierLettresRelance from LigneFlux
                   close FichierLettresRelance
               when 2
                   open extend FichierLettresSinistre
                   write Enr-FichierLettresSinistre from LigneFlux
                   close FichierLettresSinistre
               when 3
                   open extend FichierAttestations
                   write Enr-FichierAttestations from LigneFlux
                   close FichierAttestations
               when 4
                   open extend FichierAvisEcheance
                   write Enr-FichierAvisEcheance from LigneFlux
                   close FichierAvisEcheance
               when 5
                   open extend FichierFactures
                   write Enr-FichierFactures from LigneFlux
                   close FichierFactures
               when 6
                   open extend FichierFacturesFranchise
                   write Enr-FichierFacturesFranchise from LigneFlux
                   close FichierFacturesFranchise
               when 7
                   open extend FichierReleveInfos
                   write Enr-FichierReleveInfos from LigneFlux
                   close FichierReleveInfos
           end-evaluate.

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
      *----- Fin du regroupement des courriers
      *-------------------------------------------------------------------------------------

       end program RegroupementCourrier.
