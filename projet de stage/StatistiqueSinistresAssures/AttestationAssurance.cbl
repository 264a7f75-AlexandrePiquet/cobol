            10 VAssur      sql char-varying(5).
            10 VImma       sql char-varying(9).
            10 VModeleDonne sql char-varying(6).
            10 VPoliceDonne sql char-varying(7).
      *---- Echeance anniversaire (MMJJ) de la police du vehicule : la
      *---- validite court d'un anniversaire au suivant.
       77 EcheancePolice  sql char-varying(4).
       77 EcheanceNum     pic 9(4).
       01 FinValiditeRed.
           05 FinAnnee pic 9(4).
           05 FinMois  pic 99.
           05 FinJour  pic 99.
       01 FinValiditeN redefines FinValiditeRed pic 9(8).
       77 QuotientBissextile pic 9(4).
       77 ResteBissextile    pic 9.

       01 ModeleDonne.
            10 MoMarqueDonne sql char-varying(15).
           move 0 to EnrTrouve.
           exec sql
               select VAssur,VImma,isnull(VModele,' '),
                      isnull(VPolice,' '),
                      AAssur,ANom,APrenom,AAdresse,ACodePost,AVille
                   into :VehiculeDonne.VAssur,:VehiculeDonne.VImma,
                        :VehiculeDonne.VModeleDonne,
                        :VehiculeDonne.VPoliceDonne,
                        :Assure.A-Assur,:Assure.A-Nom,:Assure.A-Prenom,
                        :Assure.A-Adresse,:Assure.A-CodePost,
                        :Assure.A-Ville
           move DateEdition(1:4) to AnneeEdition.
           compute DebutValidite = AnneeEdition * 10000 + 101.
           compute FinValidite = AnneeEdition * 10000 + 1231.
           perform ValiditePolice.
           perform ChercheModeleVehicule.
           open extend FichierAttestations.
           move spaces to LigneAttestation.
               delimited by size into LigneAttestation
           end-string.
           write Enr-FichierAttestations from LigneAttestation.
           move spaces to LigneAttestation.
           string "Police " VPoliceDonne of VehiculeDonne
               delimited by size into LigneAttestation
           end-string.
           write Enr-FichierAttestations from LigneAttestation.
           perform EcritGarantiesAttestation.
           move spaces to LigneAttestation.
           string "Valable du " DebutValidite " au " FinValidite
           write Enr-FichierAttestations from LigneAttestation.
           close FichierAttestations.

      *---- Periode de validite : de la derniere echeance anniversaire
      *---- de la police a la veille de la suivante ; l'annee civile
      *---- pour un vehicule non encore rattache a une police.
       ValiditePolice.
           move spaces to EcheancePolice.
           if VPoliceDonne of VehiculeDonne = spaces
               exit paragraph
           end-if.
           exec sql
               select PEcheance into :EcheancePolice
                   from Police
                   where PNum = :VehiculeDonne.VPoliceDonne
           end-exec.
           if SQLCODE not = 0 or EcheancePolice is not numeric
               exit paragraph
           end-if.
           move EcheancePolice to EcheanceNum.
           compute DebutValidite = AnneeEdition * 10000 + EcheanceNum.
           if DebutValidite > DateEdition
               subtract 10000 from DebutValidite
           end-if.
           compute FinValidite = DebutValidite + 10000.
           perform VeilleFinValidite.

      *---- La validite s'arrete la veille de l'echeance suivante.
       VeilleFinValidite.
           move FinValidite to FinValiditeN.
           if FinJour > 1
               subtract 1 from FinJour
           else
               if FinMois = 1
                   subtract 1 from FinAnnee
                   move 12 to FinMois
                   move 31 to FinJour
               else
                   subtract 1 from FinMois
                   evaluate FinMois
                       when 4 when 6 when 9 when 11
                           move 30 to FinJour
                       when 2
                           divide FinAnnee by 4
                               giving QuotientBissextile
                               remainder ResteBissextile
                           if ResteBissextile = 0
                               move 29 to FinJour
                           else
                               move 28 to FinJour
                           end-if
                       when other
                           move 31 to FinJour
                   end-evaluate
               end-if
           end-if.
           move FinValiditeN to FinValidite.

      *---- Fiche catalogue du modele, "MODELE INCONNU" a defaut.
       ChercheModeleVehicule.
           move "MODELE" to MoMarqueDonne of ModeleDonne.
                       move "BRIS DE GLACE" to LibelleGarantie
                   when 4
                       move "DOMMAGES CORPORELS" to LibelleGarantie
                   when 5
                       move "ASSISTANCE" to LibelleGarantie
                   when other
                       move "GARANTIE" to LibelleGarantie
               end-evaluate
