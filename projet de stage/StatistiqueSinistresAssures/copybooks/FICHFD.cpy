
       FD FichierEcartsIda record varying from 0 to 255.
       01 Enr-FichierEcartsIda pic x(255).

       FD FichierHorsGarantie record varying from 0 to 255.
       01 Enr-FichierHorsGarantie pic x(255).

       FD FichierReaffectations record varying from 0 to 255.
       01 Enr-FichierReaffectations pic x(255).

       FD FichierChargeGestion record varying from 0 to 255.
       01 Enr-FichierChargeGestion pic x(255).

       FD FichierDossiersGestion record varying from 0 to 255.
       01 Enr-FichierDossiersGestion pic x(255).

       FD FichierReclamEcheances record varying from 0 to 255.
       01 Enr-FichierReclamEcheances pic x(255).

       FD FichierReclamStats record varying from 0 to 255.
       01 Enr-FichierReclamStats pic x(255).

       FD FichierAudiences record varying from 0 to 255.
       01 Enr-FichierAudiences pic x(255).

       FD FichierProvContentieux record varying from 0 to 255.
       01 Enr-FichierProvContentieux pic x(255).

       FD FichierDeclarationTaxes record varying from 0 to 255.
       01 Enr-FichierDeclarationTaxes pic x(255).

       FD FichierListeGel record varying from 0 to 255.
       01 Enr-FichierListeGel pic x(255).

       FD FichierSeuilsLcb record varying from 0 to 255.
       01 Enr-FichierSeuilsLcb pic x(255).

       FD FichierAlertesLcb record varying from 0 to 255.
       01 Enr-FichierAlertesLcb pic x(255).

       FD FichierDeclarationsSoupcon record varying from 0 to 255.
       01 Enr-FichierDeclarationsSoupcon pic x(255).

       FD FichierDevisConversion record varying from 0 to 255.
       01 Enr-FichierDevisConversion pic x(255).

       FD FichierBaremeHabitation record varying from 0 to 255.
       01 Enr-FichierBaremeHabitation pic x(255).

       FD FichierRisquesHabitation record varying from 0 to 255.
       01 Enr-FichierRisquesHabitation pic x(255).

       FD FichierPolices record varying from 0 to 255.
       01 Enr-FichierPolices pic x(255).

       FD FichierTrancheKm record varying from 0 to 255.
       01 Enr-FichierTrancheKm pic x(255).

       FD FichierReleveKm record varying from 0 to 255.
       01 Enr-FichierReleveKm pic x(255).

       FD FichierReleveKmRejets record varying from 0 to 255.
       01 Enr-FichierReleveKmRejets pic x(255).

       FD FichierRegularisationKm record varying from 0 to 255.
       01 Enr-FichierRegularisationKm pic x(255).

       FD FichierDeclarationFva record varying from 0 to 255.
       01 Enr-FichierDeclarationFva pic x(255).

       FD FichierRetourFva record varying from 0 to 255.
       01 Enr-FichierRetourFva pic x(255).

       FD FichierRejetsFva record varying from 0 to 255.
       01 Enr-FichierRejetsFva pic x(255).

       FD FichierDemandesHamon record varying from 0 to 255.
       01 Enr-FichierDemandesHamon pic x(255).

       FD FichierReponsesHamon record varying from 0 to 255.
       01 Enr-FichierReponsesHamon pic x(255).

       FD FichierRefusHamon record varying from 0 to 255.
       01 Enr-FichierRefusHamon pic x(255).

       FD FichierInterventionsAssistance record varying from 0 to 255.
       01 Enr-FichierInterventionsAssistance pic x(255).

       FD FichierLitigesAssistance record varying from 0 to 255.
       01 Enr-FichierLitigesAssistance pic x(255).

       FD FichierRegleAccelere record varying from 0 to 255.
       01 Enr-FichierRegleAccelere pic x(255).

       FD FichierReglementsAcceleres record varying from 0 to 255.
       01 Enr-FichierReglementsAcceleres pic x(255).

       FD FichierControlePosteriori record varying from 0 to 255.
       01 Enr-FichierControlePosteriori pic x(255).

       FD FichierFacturesLocation record varying from 0 to 255.
       01 Enr-FichierFacturesLocation pic x(255).

       FD FichierRejetsLocation record varying from 0 to 255.
       01 Enr-FichierRejetsLocation pic x(255).

       FD FichierGrilleVetuste record varying from 0 to 255.
       01 Enr-FichierGrilleVetuste pic x(255).

       FD FichierLettresSinistre record varying from 0 to 255.
       01 Enr-FichierLettresSinistre pic x(255).

       FD FichierFluxImpression record varying from 0 to 255.
       01 Enr-FichierFluxImpression pic x(255).

       FD FichierControleImpression record varying from 0 to 255.
       01 Enr-FichierControleImpression pic x(255).

       FD FichierAcquitTransmission record varying from 0 to 255.
       01 Enr-FichierAcquitTransmission pic x(255).

       FD FichierEtatTransmissions record varying from 0 to 255.
       01 Enr-FichierEtatTransmissions pic x(255).

       FD FichierHistoriqueFiche record varying from 0 to 255.
       01 Enr-FichierHistoriqueFiche pic x(255).

       FD FichierMasquageDonnees record varying from 0 to 255.
       01 Enr-FichierMasquageDonnees pic x(255).

       FD FichierCodesPostaux record varying from 0 to 255.
       01 Enr-FichierCodesPostaux pic x(255).

       FD FichierAdressesNonConformes record varying from 0 to 255.
       01 Enr-FichierAdressesNonConformes pic x(255).

       FD FichierBanquesBic record varying from 0 to 255.
       01 Enr-FichierBanquesBic pic x(255).

       FD FichierCoordBancaires record varying from 0 to 255.
       01 Enr-FichierCoordBancaires pic x(255).

       FD FichierJoursFeries record varying from 0 to 255.
       01 Enr-FichierJoursFeries pic x(255).

       FD FichierRapprochementDatamart record varying from 0 to 255.
       01 Enr-FichierRapprochementDatamart pic x(255).

       FD FichierJournalTraitements record varying from 0 to 255.
       01 Enr-FichierJournalTraitements pic x(255).

       FD FichierBudget record varying from 0 to 255.
       01 Enr-FichierBudget pic x(255).

       FD FichierBudgetRealise record varying from 0 to 255.
       01 Enr-FichierBudgetRealise pic x(255).

       FD FichierSoldeTresorerie record varying from 0 to 255.
       01 Enr-FichierSoldeTresorerie pic x(255).

       FD FichierPrevisionTreso record varying from 0 to 255.
       01 Enr-FichierPrevisionTreso pic x(255).

       FD FichierSoldeJournalier record varying from 0 to 255.
       01 Enr-FichierSoldeJournalier pic x(255).

       FD FichierEcartPrevision record varying from 0 to 255.
       01 Enr-FichierEcartPrevision pic x(255).

       FD FichierParticipationFlotte record varying from 0 to 255.
       01 Enr-FichierParticipationFlotte pic x(255).

       FD FichierLettresCheque record varying from 0 to 255.
       01 Enr-FichierLettresCheque pic x(255).

       FD FichierChequesPayes record varying from 0 to 255.
       01 Enr-FichierChequesPayes pic x(255).

       FD FichierChequesAnomalies record varying from 0 to 255.
       01 Enr-FichierChequesAnomalies pic x(255).

       FD FichierChequesNonEncaisses record varying from 0 to 255.
       01 Enr-FichierChequesNonEncaisses pic x(255).

       FD FichierRegistreCheques record varying from 0 to 255.
       01 Enr-FichierRegistreCheques pic x(255).

       FD FichierDelaisSinistres record varying from 0 to 255.
       01 Enr-FichierDelaisSinistres pic x(255).

       FD FichierDelaisDepasses record varying from 0 to 255.
       01 Enr-FichierDelaisDepasses pic x(255).

       FD FichierDelaisStatistiques record varying from 0 to 255.
       01 Enr-FichierDelaisStatistiques pic x(255).

       FD FichierSuccessionsEnCours record varying from 0 to 255.
       01 Enr-FichierSuccessionsEnCours pic x(255).

       FD FichierPortailDemandes record varying from 0 to 255.
       01 Enr-FichierPortailDemandes pic x(255).

       FD FichierPortailAccuses record varying from 0 to 255.
       01 Enr-FichierPortailAccuses pic x(255).

       FD FichierPortailExtrait record varying from 0 to 255.
       01 Enr-FichierPortailExtrait pic x(255).

       FD FichierEncaissementsAttente record varying from 0 to 255.
       01 Enr-FichierEncaissementsAttente pic x(255).

       FD FichierEnvoiEmails record varying from 0 to 255.
       01 Enr-FichierEnvoiEmails pic x(255).

       FD FichierRetoursEmail record varying from 0 to 255.
       01 Enr-FichierRetoursEmail pic x(255).

       FD FichierRetoursEmailTraites record varying from 0 to 255.
       01 Enr-FichierRetoursEmailTraites pic x(255).

       FD FichierDocumentsParCanal record varying from 0 to 255.
       01 Enr-FichierDocumentsParCanal pic x(255).

       FD FichierSocietes record varying from 0 to 255.
       01 Enr-FichierSocietes pic x(255).

       FD FichierVolsVehicules record varying from 0 to 255.
       01 Enr-FichierVolsVehicules pic x(255).

       FD FichierRapproComptable record varying from 0 to 255.
       01 Enr-FichierRapproComptable pic x(255).
