           assign to NomEditionDatee
           organization is line sequential access sequential.

      *---- Edition a nom fixe d'une societe du groupe autre que 01
      *---- (BordereauReassurance-CC.txt, JournalComptable-CC.txt) ; le
      *---- nom physique est porte par NomSourceSociete.
       select FichierSourceSociete
           assign to NomSourceSociete
           organization is line sequential access sequential.

       data division.
       File Section.
       COPY FICHFD.
       FD FichierEditionDatee record varying from 0 to 255.
       01 Enr-FichierEditionDatee pic x(255).

       FD FichierSourceSociete record varying from 0 to 255.
       01 Enr-FichierSourceSociete pic x(255).

       working-storage section.

      *---- Nom physique de la generation datee en cours :
      *---- l'histoire, le nom fixe restant la copie de commodite.
       77 NomRapportCourant pic x(24).

      *---- Editions par societe : le bordereau et le journal des
      *---- societes autres que 01 portent le suffixe -CC ; chacun est
      *---- archive comme un rapport a part, des qu'il a ete inscrit au
      *---- registre des transmissions.
       77 RacineRapport    pic x(24).
       77 NomSourceSociete pic x(80).
       77 NbTransmissions  pic 9(4).
       77 SocieteTrt       pic x(2).
       77 IndiceSocTrt     pic 99.
      *---- Societes du groupe (Societes.csv : code;raison sociale;
      *---- identifiant creancier SEPA;IBAN;BIC;premier numero
      *---- d'assure;premier numero de sinistre). La societe 01 est la
      *---- societe historique : les donnees sans code societe sont les
      *---- siennes, et ses fichiers gardent leur nom d'origine.
       01 TableSocietes.
           05 SocieteTab occurs 9 times.
               10 CodeSocTab     pic x(2).
               10 NomSocTab      pic x(30).
               10 IcsSocTab      pic x(35).
               10 IbanSocTab     pic x(34).
               10 BicSocTab      pic x(11).
               10 DebutAssurTab  pic 9(5).
               10 DebutSinTab    pic 9(6).
       77 NbrSocietes     pic 9.
       77 IndiceSociete   pic 99.
       01 LigneSociete.
           05 CodeSocLu      pic x(2).
           05 NomSocLu       pic x(30).
           05 IcsSocLu       pic x(35).
           05 IbanSocLu      pic x(34).
           05 BicSocLu       pic x(11).
           05 DebutAssurLu   pic 9(5).
           05 DebutSinLu     pic 9(6).
       77 EofSocietes     pic 9.

      *---- Index des generations produites, recharge en memoire pour
      *---- la liste, la reedition et la retention.
       01 TableIndexEditions.
      *----- Editions datees et conservees : l'archivage recopie les
      *----- grands etats a nom fixe (SinistresParAssure.csv,
      *----- BilanAnnuel.txt, BordereauReassurance.txt,
      *----- JournalComptable.txt, et le bordereau et le journal -CC de
      *----- chaque autre societe du groupe) en generations datees,
      *----- tient l'index
      *----- des editions produites, purge au-dela de la retention
      *----- configuree, et la reedition ressort n'importe quelle
      *----- generation dans Reedition.txt. Le nom fixe reste la copie
      *----- de commodite du dernier run.
      *-------------------------------------------------------------------------------------
       GestionEditions.
           perform ChargeSocietes.
           perform ChargeRetention.
           perform ChargeIndexEditions.
           display Ecran-Blanc.
           perform ArchiveBordereau.
           move "JournalComptable" to NomRapportCourant.
           perform ArchiveJournalComptable.
           perform ArchiveEditionsSociete
               varying IndiceSocTrt from 2 by 1
               until IndiceSocTrt > NbrSocietes.
           perform AppliqueRetention.
           perform EcritIndexEditions.
           display Ecran-Blanc.
                       from Enr-FichierJournalComptable
           end-read.

      *---- Bordereau et journal d'une societe autre que 01.
       ArchiveEditionsSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           move "BordereauReassurance" to RacineRapport.
           perform ArchiveEditionSociete.
           move "JournalComptable" to RacineRapport.
           perform ArchiveEditionSociete.

      *---- Le rapport porte le nom du fichier au registre
      *---- (Racine-CC) ; un fichier jamais transmis n'existe pas.
       ArchiveEditionSociete.
           perform ConstruitNomRapportSociete.
           move 0 to NbTransmissions.
           exec sql
               select count(*) into :NbTransmissions
                   from Transmission
                   where TrFichier = :NomRapportCourant
           end-exec.
           if NbTransmissions = 0
               exit paragraph
           end-if.
           move spaces to NomSourceSociete.
           string
               "fichiers/" NomRapportCourant delimited by " "
               ".txt" delimited by size into NomSourceSociete
           end-string.
           perform ConstruitNomEdition.
           move 0 to EofSource.
           open input FichierSourceSociete.
           open output FichierEditionDatee.
           perform ArchiveEditionSociete-Trt until EofSource = 1.
           close FichierSourceSociete.
           close FichierEditionDatee.
           perform IndexeEdition.

       ArchiveEditionSociete-Trt.
           read FichierSourceSociete
               at end move 1 to EofSource
               not at end
                   write Enr-FichierEditionDatee
                       from Enr-FichierSourceSociete
           end-read.

       ConstruitNomRapportSociete.
           move spaces to NomRapportCourant.
           string
               RacineRapport delimited by " "
               "-" SocieteTrt delimited by size
               into NomRapportCourant
           end-string.

      *-------------------------------------------------------------------------------------
      *----- Retention : tant qu'un rapport compte plus de generations
      *----- que la retention configuree, la plus ancienne (en tete de
           perform PurgeRapport.
           move "JournalComptable" to NomRapportCourant.
           perform PurgeRapport.
           perform PurgeRapportsSociete
               varying IndiceSocTrt from 2 by 1
               until IndiceSocTrt > NbrSocietes.

       PurgeRapportsSociete.
           move CodeSocTab(IndiceSocTrt) to SocieteTrt.
           move "BordereauReassurance" to RacineRapport.
           perform ConstruitNomRapportSociete.
           perform PurgeRapport.
           move "JournalComptable" to RacineRapport.
           perform ConstruitNomRapportSociete.
           perform PurgeRapport.

       PurgeRapport.
           perform CompteGenerationsRapport.
                       from Enr-FichierEditionDatee
           end-read.

      *---- Chargement des societes du groupe ; la societe 01 est
      *---- toujours presente, meme absente du fichier.
       ChargeSocietes.
           initialize TableSocietes.
           move 1 to NbrSocietes.
           move "01" to CodeSocTab(1).
           move 0 to EofSocietes.
           open input FichierSocietes.
           perform ChargeSocietes-Trt until EofSocietes = 1.
           close FichierSocietes.

       ChargeSocietes-Trt.
           read FichierSocietes
               at end
                   move 1 to EofSocietes
               not at end
                   perform ChargeLigneSociete
           end-read.

      *---- Une ligne du fichier ; l'en-tete (code non numerique) est
      *---- ignoree, et au-dela de neuf societes les lignes aussi.
       ChargeLigneSociete.
           initialize LigneSociete.
           unstring Enr-FichierSocietes delimited by ";" into
               CodeSocLu
               NomSocLu
               IcsSocLu
               IbanSocLu
               BicSocLu
               DebutAssurLu
               DebutSinLu
           end-unstring.
           if CodeSocLu not numeric
               exit paragraph
           end-if.
           if DebutAssurLu not numeric
               move 0 to DebutAssurLu
           end-if.
           if DebutSinLu not numeric
               move 0 to DebutSinLu
           end-if.
           if CodeSocLu = "01"
               move 1 to IndiceSociete
           else
               if NbrSocietes = 9
                   exit paragraph
               end-if
               add 1 to NbrSocietes
               move NbrSocietes to IndiceSociete
           end-if.
           move CodeSocLu to CodeSocTab(IndiceSociete).
           move NomSocLu to NomSocTab(IndiceSociete).
           move IcsSocLu to IcsSocTab(IndiceSociete).
           move IbanSocLu to IbanSocTab(IndiceSociete).
           move BicSocLu to BicSocTab(IndiceSociete).
           move DebutAssurLu to DebutAssurTab(IndiceSociete).
           move DebutSinLu to DebutSinTab(IndiceSociete).

      *-------------------------------------------------------------------------------------
      *----- Fin des editions archivees
      *-------------------------------------------------------------------------------------
