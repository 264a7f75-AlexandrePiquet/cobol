       select FichierEcartsIda
           assign to "fichiers/EcartsIda.csv"
           organization is line sequential access sequential.

       select FichierHorsGarantie
           assign to "fichiers/SinistresHorsGarantie.csv"
           organization is line sequential access sequential.

       select FichierReaffectations
           assign to "fichiers/ReaffectationsGestion.csv"
           organization is line sequential access sequential.

       select FichierChargeGestion
           assign to "fichiers/ChargeGestionnaires.csv"
           organization is line sequential access sequential.

       select FichierDossiersGestion
           assign to "fichiers/DossiersGestionnaires.csv"
           organization is line sequential access sequential.

       select FichierReclamEcheances
           assign to "fichiers/ReclamationsEcheances.csv"
           organization is line sequential access sequential.

       select FichierReclamStats
           assign to "fichiers/ReclamationsAnnuelles.csv"
           organization is line sequential access sequential.

       select FichierAudiences
           assign to "fichiers/AudiencesAVenir.csv"
           organization is line sequential access sequential.

       select FichierProvContentieux
           assign to "fichiers/ProvisionsContentieux.csv"
           organization is line sequential access sequential.

       select FichierDeclarationTaxes
           assign to "fichiers/DeclarationTaxes.csv"
           organization is line sequential access sequential.

       select FichierListeGel
           assign to "fichiers/ListeGel.csv"
           organization is line sequential access sequential.

       select FichierSeuilsLcb
           assign to "fichiers/SeuilsLcb.csv"
           organization is line sequential access sequential.

       select FichierAlertesLcb
           assign to "fichiers/AlertesLcb.csv"
           organization is line sequential access sequential.

       select FichierDeclarationsSoupcon
           assign to "fichiers/DeclarationsSoupcon.csv"
           organization is line sequential access sequential.

       select FichierDevisConversion
           assign to "fichiers/DevisConversion.csv"
           organization is line sequential access sequential.

       select FichierBaremeHabitation
           assign to "fichiers/BaremeHabitation.csv"
           organization is line sequential access sequential.

       select FichierRisquesHabitation
           assign to "fichiers/RisquesHabitation.csv"
           organization is line sequential access sequential.

       select FichierPolices
           assign to "fichiers/Polices.csv"
           organization is line sequential access sequential.

       select FichierTrancheKm
           assign to "fichiers/TrancheKm.csv"
           organization is line sequential access sequential.

       select FichierReleveKm
           assign to "fichiers/ReleveKm.csv"
           organization is line sequential access sequential.

       select FichierReleveKmRejets
           assign to "fichiers/ReleveKmRejets.csv"
           organization is line sequential access sequential.

       select FichierRegularisationKm
           assign to "fichiers/RegularisationKm.csv"
           organization is line sequential access sequential.

       select FichierDeclarationFva
           assign to "fichiers/DeclarationFva.txt"
           organization is line sequential access sequential.

       select FichierRetourFva
           assign to "fichiers/RetourFva.csv"
           organization is line sequential access sequential.

       select FichierRejetsFva
           assign to "fichiers/RejetsFva.csv"
           organization is line sequential access sequential.

       select FichierDemandesHamon
           assign to "fichiers/DemandesHamon.csv"
           organization is line sequential access sequential.

       select FichierReponsesHamon
           assign to "fichiers/ReponsesHamon.csv"
           organization is line sequential access sequential.

       select FichierRefusHamon
           assign to "fichiers/RefusHamon.csv"
           organization is line sequential access sequential.

       select FichierInterventionsAssistance
           assign to "fichiers/InterventionsAssistance.csv"
           organization is line sequential access sequential.

       select FichierLitigesAssistance
           assign to "fichiers/LitigesAssistance.csv"
           organization is line sequential access sequential.

       select FichierRegleAccelere
           assign to "fichiers/RegleAccelere.csv"
           organization is line sequential access sequential.

       select FichierReglementsAcceleres
           assign to "fichiers/ReglementsAcceleres.csv"
           organization is line sequential access sequential.

       select FichierControlePosteriori
           assign to "fichiers/ControlePosteriori.csv"
           organization is line sequential access sequential.

       select FichierFacturesLocation
           assign to "fichiers/FacturesLocation.csv"
           organization is line sequential access sequential.

       select FichierRejetsLocation
           assign to "fichiers/RejetsLocation.csv"
           organization is line sequential access sequential.

       select FichierGrilleVetuste
           assign to "fichiers/GrilleVetuste.csv"
           organization is line sequential access sequential.

       select FichierLettresSinistre
           assign to "fichiers/LettresSinistre.txt"
           organization is line sequential access sequential.

       select FichierFluxImpression
           assign to "fichiers/FluxImpression.txt"
           organization is line sequential access sequential.

       select FichierControleImpression
           assign to "fichiers/ControleImpression.csv"
           organization is line sequential access sequential.

       select FichierAcquitTransmission
           assign to "fichiers/AcquittementsTransmission.csv"
           organization is line sequential access sequential.

       select FichierEtatTransmissions
           assign to "fichiers/EtatTransmissions.csv"
           organization is line sequential access sequential.

       select FichierHistoriqueFiche
           assign to "fichiers/HistoriqueFiche.csv"
           organization is line sequential access sequential.

       select FichierMasquageDonnees
           assign to "fichiers/MasquageDonnees.csv"
           organization is line sequential access sequential.

       select FichierCodesPostaux
           assign to "fichiers/CodesPostaux.csv"
           organization is line sequential access sequential.

       select FichierAdressesNonConformes
           assign to "fichiers/AdressesNonConformes.csv"
           organization is line sequential access sequential.

       select FichierBanquesBic
           assign to "fichiers/BanquesBic.csv"
           organization is line sequential access sequential.

       select FichierCoordBancaires
           assign to "fichiers/CoordBancaires.csv"
           organization is line sequential access sequential.

       select FichierJoursFeries
           assign to "fichiers/JoursFeries.csv"
           organization is line sequential access sequential.

       select FichierRapprochementDatamart
           assign to "fichiers/RapprochementDatamart.csv"
           organization is line sequential access sequential.

       select FichierJournalTraitements
           assign to "fichiers/JournalTraitements.csv"
           organization is line sequential access sequential.

       select FichierBudget
           assign to "fichiers/Budget.csv"
           organization is line sequential access sequential.

       select FichierBudgetRealise
           assign to "fichiers/BudgetRealise.csv"
           organization is line sequential access sequential.

       select FichierSoldeTresorerie
           assign to "fichiers/SoldeTresorerie.csv"
           organization is line sequential access sequential.

       select FichierPrevisionTreso
           assign to "fichiers/PrevisionTresorerie.csv"
           organization is line sequential access sequential.

       select FichierSoldeJournalier
           assign to "fichiers/SoldeJournalier.csv"
           organization is line sequential access sequential.

       select FichierEcartPrevision
           assign to "fichiers/EcartPrevision.csv"
           organization is line sequential access sequential.

       select FichierParticipationFlotte
           assign to "fichiers/ParticipationFlotte.txt"
           organization is line sequential access sequential.

       select FichierLettresCheque
           assign to "fichiers/LettresCheque.txt"
           organization is line sequential access sequential.

       select FichierChequesPayes
           assign to "fichiers/ChequesPayes.csv"
           organization is line sequential access sequential.

       select FichierChequesAnomalies
           assign to "fichiers/ChequesAnomalies.csv"
           organization is line sequential access sequential.

       select FichierChequesNonEncaisses
           assign to "fichiers/ChequesNonEncaisses.csv"
           organization is line sequential access sequential.

       select FichierRegistreCheques
           assign to "fichiers/RegistreCheques.csv"
           organization is line sequential access sequential.

       select FichierDelaisSinistres
           assign to "fichiers/DelaisSinistres.csv"
           organization is line sequential access sequential.

       select FichierDelaisDepasses
           assign to "fichiers/DelaisDepasses.csv"
           organization is line sequential access sequential.

       select FichierDelaisStatistiques
           assign to "fichiers/DelaisStatistiques.csv"
           organization is line sequential access sequential.

       select FichierSuccessionsEnCours
           assign to "fichiers/SuccessionsEnCours.csv"
           organization is line sequential access sequential.

       select FichierPortailDemandes
           assign to "fichiers/PortailDemandes.csv"
           organization is line sequential access sequential.

       select FichierPortailAccuses
           assign to "fichiers/PortailAccuses.csv"
           organization is line sequential access sequential.

       select FichierPortailExtrait
           assign to "fichiers/PortailExtrait.csv"
           organization is line sequential access sequential.

       select FichierEncaissementsAttente
           assign to "fichiers/EncaissementsAttente.csv"
           organization is line sequential access sequential.

       select FichierEnvoiEmails
           assign to "fichiers/EnvoiEmails.txt"
           organization is line sequential access sequential.

       select FichierRetoursEmail
           assign to "fichiers/RetoursEmail.csv"
           organization is line sequential access sequential.

       select FichierRetoursEmailTraites
           assign to "fichiers/RetoursEmailTraites.csv"
           organization is line sequential access sequential.

       select FichierDocumentsParCanal
           assign to "fichiers/DocumentsParCanal.csv"
           organization is line sequential access sequential.

       select FichierSocietes
           assign to "fichiers/Societes.csv"
           organization is line sequential access sequential.

       select FichierVolsVehicules
           assign to "fichiers/VolsVehicules.csv"
           organization is line sequential access sequential.

       select FichierRapproComptable
           assign to "fichiers/RapprochementComptable.csv"
           organization is line sequential access sequential.
