           05 SA-DateMandat pic 9(8).
           05 SA-Suspendu   pic 9.
           05 SA-Agence     pic x(3).
           05 SA-Societe    pic x(2).
           05 SA-Deces      pic 9(8).
           05 SA-ConsentEmail pic 9.
           05 SA-ConsentDate pic 9(8).
           05 SA-ConsentSource pic x(10).
           05 SA-DateRejetEmail pic 9(8).

       01 SauvEnrVehicule.
           05 SV-TypeEnr    pic x(3).
           05 SV-TypeModif  pic x(1).
           05 SV-DateModif  pic x(8).
           05 SV-Modele     pic x(6).
           05 SV-Police     pic x(7).
           05 SV-DateMec    pic x(8).
           05 SV-TrancheKm  pic 9.

       01 SauvEnrSinistre.
           05 SS-TypeEnr    pic x(3).
           05 SS-MontNet    pic 9(8)v99.
           05 SS-DateClot   pic 9(8).
           05 SS-MotifClot  pic 9.
           05 SS-Responsabilite pic 9(3).
           05 SS-Societe    pic x(2).
           05 SS-Gestionnaire pic x(10).
           05 SS-Branche    pic x(3).
           05 SS-Police     pic x(7).
           05 SS-DateImport pic 9(8).
           05 SS-Vetuste    pic 9(8)v99.
           05 SS-CategVetuste pic x(3).
           05 SS-Vol        pic 9.
           05 SS-RefPlainte pic x(20).
           05 SS-DateRetrouve pic 9(8).
           05 SS-IssueVol   pic x(1).

       01 SauvEnrMouvement.
           05 SM-TypeEnr    pic x(3).
           05 SM-Date       pic x(8).
           05 SM-Traite     pic 9.
           05 SM-Modele     pic x(6).
           05 SM-Police     pic x(7).
           05 SM-DateMec    pic x(8).
           05 SM-FvaStatut  pic 9.
           05 SM-FvaDate    pic 9(8).
           05 SM-FvaMotif   pic x(40).

      *---- Entete et fin de fichier communes aux quatre sauvegardes.
       01 SauvEnrEntete.
                          ACodePost,AVille,ATel,AEmail,ACoefficient,
                          isnull(AIban,' '),isnull(ABic,' '),
                          isnull(ARefMandat,' '),isnull(ADateMandat,0),
                          isnull(ASuspendu,0),isnull(AAgence,' '),
                          isnull(ASociete,' '),isnull(ADeces,0),
                          isnull(AConsentEmail,0),
                          isnull(AConsentDate,0),
                          isnull(AConsentSource,' '),
                          isnull(ADateRejetEmail,0)
                       from Assure
           end-exec.
           exec sql
                   :SauvEnrAssure.SA-Iban,:SauvEnrAssure.SA-Bic,
                   :SauvEnrAssure.SA-RefMandat,
                   :SauvEnrAssure.SA-DateMandat,
                   :SauvEnrAssure.SA-Suspendu,:SauvEnrAssure.SA-Agence,
                   :SauvEnrAssure.SA-Societe,:SauvEnrAssure.SA-Deces,
                   :SauvEnrAssure.SA-ConsentEmail,
                   :SauvEnrAssure.SA-ConsentDate,
                   :SauvEnrAssure.SA-ConsentSource,
                   :SauvEnrAssure.SA-DateRejetEmail
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               Declare SauvVehicule-Cursor cursor for
                   select VAssur,VImma,VRisq,VDom,VPuiss,
                          isnull(VActif,0),isnull(TypeModif,' '),
                          isnull(DateModif,' '),isnull(VModele,' '),
                          isnull(VPolice,' '),isnull(VDateMec,' '),
                          isnull(VTrancheKm,0)
                       from Vehicule
           end-exec.
           exec sql
                   :SauvEnrVehicule.SV-Puiss,:SauvEnrVehicule.SV-Actif,
                   :SauvEnrVehicule.SV-TypeModif,
                   :SauvEnrVehicule.SV-DateModif,
                   :SauvEnrVehicule.SV-Modele,
                   :SauvEnrVehicule.SV-Police,
                   :SauvEnrVehicule.SV-DateMec,
                   :SauvEnrVehicule.SV-TrancheKm
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
                          SMontSin,SStatut,SProvision,SDevise,
                          isnull(STauxConv,0),isnull(SConducteur,' '),
                          isnull(SMontNet,0),isnull(SDateClot,0),
                          isnull(SMotifClot,0),
                          isnull(SResponsabilite,100),
                          isnull(SSociete,' '),
                          isnull(SGestionnaire,' '),
                          isnull(SBranche,' '),isnull(SPolice,' '),
                          isnull(SDateImport,0),isnull(SVetuste,0),
                          isnull(SCategVetuste,' '),isnull(SVol,0),
                          isnull(SRefPlainte,' '),
                          isnull(SDateRetrouve,0),isnull(SIssueVol,' ')
                       from Sinistre
           end-exec.
           exec sql
                   :SauvEnrSinistre.SS-Conducteur,
                   :SauvEnrSinistre.SS-MontNet,
                   :SauvEnrSinistre.SS-DateClot,
                   :SauvEnrSinistre.SS-MotifClot,
                   :SauvEnrSinistre.SS-Responsabilite,
                   :SauvEnrSinistre.SS-Societe,
                   :SauvEnrSinistre.SS-Gestionnaire,
                   :SauvEnrSinistre.SS-Branche,
                   :SauvEnrSinistre.SS-Police,
                   :SauvEnrSinistre.SS-DateImport,
                   :SauvEnrSinistre.SS-Vetuste,
                   :SauvEnrSinistre.SS-CategVetuste,
                   :SauvEnrSinistre.SS-Vol,
                   :SauvEnrSinistre.SS-RefPlainte,
                   :SauvEnrSinistre.SS-DateRetrouve,
                   :SauvEnrSinistre.SS-IssueVol
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               Declare SauvMouvement-Cursor cursor for
                   select MAssur,MImma,MCodeMouv,isnull(MRisq,0),
                          isnull(MDom,0),isnull(MPuiss,0),MDate,
                          isnull(MTraite,0),isnull(MModele,' '),
                          isnull(MPolice,' '),isnull(MDateMec,' '),
                          isnull(MFvaStatut,0),isnull(MFvaDate,0),
                          isnull(MFvaMotif,' ')
                       from Mouvement
           end-exec.
           exec sql
                   :SauvEnrMouvement.SM-Risq,:SauvEnrMouvement.SM-Dom,
                   :SauvEnrMouvement.SM-Puiss,:SauvEnrMouvement.SM-Date,
                   :SauvEnrMouvement.SM-Traite,
                   :SauvEnrMouvement.SM-Modele,
                   :SauvEnrMouvement.SM-Police,
                   :SauvEnrMouvement.SM-DateMec,
                   :SauvEnrMouvement.SM-FvaStatut,
                   :SauvEnrMouvement.SM-FvaDate,
                   :SauvEnrMouvement.SM-FvaMotif
           end-exec.
           if SQLCODE=100 or SQLCODE=101
               move 1 to EoDB
               not at end
                   if Enr-FichierSauvAssure(1:3) = "DET"
                       move Enr-FichierSauvAssure to SauvEnrAssure
      * Sauvegarde d'un format anterieur : zones recentes absentes
                       if SA-Deces not numeric
                           move 0 to SA-Deces SA-ConsentEmail
                                     SA-ConsentDate SA-DateRejetEmail
                       end-if
                       exec sql
                           insert into Assure
                               (AAssur,ANom,APrenom,ADateNai,AAdresse,
                                ACodePost,AVille,ATel,AEmail,
                                ACoefficient,AIban,ABic,ARefMandat,
                                ADateMandat,ASuspendu,AAgence,
                                ASociete,ADeces,AConsentEmail,
                                AConsentDate,AConsentSource,
                                ADateRejetEmail)
                           values
                               (:SauvEnrAssure.SA-Assur,
                                :SauvEnrAssure.SA-Nom,
                                :SauvEnrAssure.SA-RefMandat,
                                :SauvEnrAssure.SA-DateMandat,
                                :SauvEnrAssure.SA-Suspendu,
                                :SauvEnrAssure.SA-Agence,
                                nullif(:SauvEnrAssure.SA-Societe,' '),
                                nullif(:SauvEnrAssure.SA-Deces,0),
                                :SauvEnrAssure.SA-ConsentEmail,
                                nullif(:SauvEnrAssure.SA-ConsentDate,0),
                                nullif(:SauvEnrAssure.SA-ConsentSource,
                                       ' '),
                                nullif(:SauvEnrAssure.SA-DateRejetEmail,
                                       0))
                       end-exec
                       if SQLCODE < 0
                           move 1 to ErreurRestaure
               not at end
                   if Enr-FichierSauvVehicule(1:3) = "DET"
                       move Enr-FichierSauvVehicule to SauvEnrVehicule
      * Sauvegarde d'un format anterieur : zones recentes absentes
                       if SV-TrancheKm not numeric
                           move 0 to SV-TrancheKm
                       end-if
                       exec sql
                           insert into Vehicule
                               (VAssur,VImma,VRisq,VDom,VPuiss,VActif,
                                TypeModif,DateModif,VModele,VPolice,
                                VDateMec,VTrancheKm)
                           values
                               (:SauvEnrVehicule.SV-Assur,
                                :SauvEnrVehicule.SV-Imma,
                                :SauvEnrVehicule.SV-Actif,
                                :SauvEnrVehicule.SV-TypeModif,
                                :SauvEnrVehicule.SV-DateModif,
                                :SauvEnrVehicule.SV-Modele,
                                nullif(:SauvEnrVehicule.SV-Police,' '),
                                nullif(:SauvEnrVehicule.SV-DateMec,' '),
                                nullif(:SauvEnrVehicule.SV-TrancheKm,
                                       0))
                       end-exec
                       if SQLCODE < 0
                           move 1 to ErreurRestaure
               not at end
                   if Enr-FichierSauvSinistre(1:3) = "DET"
                       move Enr-FichierSauvSinistre to SauvEnrSinistre
      * Sauvegarde d'un format anterieur : zones recentes absentes
                       if SS-DateImport not numeric
                           move 0 to SS-DateImport SS-Vetuste SS-Vol
                                     SS-DateRetrouve
                       end-if
                       exec sql
                           insert into Sinistre
                               (SNSin,SNAssur,STypeSin,SNImma,SDateSin,
                                SMontSin,SStatut,SProvision,SDevise,
                                STauxConv,SConducteur,SMontNet,
                                SDateClot,SMotifClot,
                                SResponsabilite,SSociete,SGestionnaire,
                                SBranche,SPolice,SDateImport,SVetuste,
                                SCategVetuste,SVol,SRefPlainte,
                                SDateRetrouve,SIssueVol)
                           values
                               (:SauvEnrSinistre.SS-NSin,
                                :SauvEnrSinistre.SS-NAssur,
                                :SauvEnrSinistre.SS-Conducteur,
                                :SauvEnrSinistre.SS-MontNet,
                                :SauvEnrSinistre.SS-DateClot,
                                :SauvEnrSinistre.SS-MotifClot,
                                :SauvEnrSinistre.SS-Responsabilite,
                                nullif(:SauvEnrSinistre.SS-Societe,' '),
                                nullif(:SauvEnrSinistre.SS-Gestionnaire,
                                       ' '),
                                nullif(:SauvEnrSinistre.SS-Branche,' '),
                                nullif(:SauvEnrSinistre.SS-Police,' '),
                                nullif(:SauvEnrSinistre.SS-DateImport,
                                       0),
                                :SauvEnrSinistre.SS-Vetuste,
                                nullif(:SauvEnrSinistre.SS-CategVetuste,
                                       ' '),
                                :SauvEnrSinistre.SS-Vol,
                                nullif(:SauvEnrSinistre.SS-RefPlainte,
                                       ' '),
                                nullif(:SauvEnrSinistre.SS-DateRetrouve,
                                       0),
                                nullif(:SauvEnrSinistre.SS-IssueVol,
                                       ' '))
                       end-exec
                       if SQLCODE < 0
                           move 1 to ErreurRestaure
               not at end
                   if Enr-FichierSauvMouvement(1:3) = "DET"
                       move Enr-FichierSauvMouvement to SauvEnrMouvement
      * Sauvegarde d'un format anterieur : zones recentes absentes
                       if SM-FvaStatut not numeric
                           move 0 to SM-FvaStatut SM-FvaDate
                       end-if
                       exec sql
                           insert into Mouvement
                               (MAssur,MImma,MCodeMouv,MRisq,MDom,
                                MPuiss,MDate,MTraite,MModele,MPolice,
                                MDateMec,MFvaStatut,MFvaDate,MFvaMotif)
                           values
                               (:SauvEnrMouvement.SM-Assur,
                                :SauvEnrMouvement.SM-Imma,
                                :SauvEnrMouvement.SM-Puiss,
                                :SauvEnrMouvement.SM-Date,
                                :SauvEnrMouvement.SM-Traite,
                                :SauvEnrMouvement.SM-Modele,
                                nullif(:SauvEnrMouvement.SM-Police,' '),
                                nullif(:SauvEnrMouvement.SM-DateMec,
                                       ' '),
                                :SauvEnrMouvement.SM-FvaStatut,
                                nullif(:SauvEnrMouvement.SM-FvaDate,0),
                                nullif(:SauvEnrMouvement.SM-FvaMotif,
                                       ' '))
                       end-exec
                       if SQLCODE < 0
                           move 1 to ErreurRestaure
