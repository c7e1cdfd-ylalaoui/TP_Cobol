                   record key is numDepot
               status FDepotsStatus.

           select FOperateurs assign to "../ext/Operateur.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeOper
               status FOperateursStatus.

           select FCodesIncident assign to "../ext/CodeIncident.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeIncident
               status FCodesIncidentStatus.

           select FCarburant assign to "../ext/Carburant.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-plein
                   alternate key is carb-bus with duplicates
               status FCarburantStatus.

           select FGrilles assign to "../ext/GrilleLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is grl-cle
               status FGrillesStatus.

           select FTarifs assign to "../ext/Tarif.dat"
               organization is indexed
               access mode is dynamic
                   record key is tarif-cle
               status FTarifsStatus.

           select FEditions assign to "../ext/PlanningEdite.dat"
               organization is indexed
               access mode is dynamic
                   record key is edi-cle
               status FEditionsStatus.

           select FSauvegarde assign to sauv-nom-fichier
               organization is line sequential
               access mode is sequential
           02 numDepot        pic x(3).
           02 nomDepot        pic x(25).

       FD FOperateurs.
       01 enr-operateur.
           02 codeOper        pic x(8).
           02 nomOper         pic x(30).
           02 profilOper      pic x(7).
           02 actifOper       pic x(1).

       FD FCodesIncident.
       01 enr-code-incident.
           02 codeIncident        pic x(3).
           02 libelleIncident     pic x(30).
           02 categorieIncident   pic x(10).
           02 immobiliseIncident  pic x(1).

       FD FCarburant.
       01 enr-carburant.
           02 num-plein        pic 9(4).
           02 carb-bus         pic 9(4).
           02 carb-date        pic 9(8).
           02 carb-litres      pic 9(4)v99.
           02 carb-km          pic 9(7).
           02 carb-station     pic x(20).

       FD FGrilles.
       01 enr-grille.
           02 grl-cle.
               03 grl-ligne           pic 9(4).
               03 grl-type-jour       pic x(1).
               03 grl-service         pic x(1).
           02 grl-nb-vehicules        pic 9(2).
           02 grl-premier-depart      pic 9(4).
           02 grl-dernier-depart      pic 9(4).
           02 grl-depot               pic x(3).

       FD FTarifs.
       01 enr-tarif.
           02 tarif-cle.
               03 tarif-type          pic x(1).
               03 tarif-code          pic x(30).
           02 tarif-montant           pic 9(5)v99.

       FD FEditions.
       01 enr-edition.
           02 edi-cle.
               03 edi-lundi        pic 9(8).
               03 edi-chauf        pic 9(4).
           02 edi-date-edition     pic 9(8).
           02 edi-planning         pic x(420).

       fd FSauvegarde.
           01 enr-sauvegarde       pic x(440).

       working-storage section.
       01 FChaufNouvStatus         pic x(2).
       01 FReleveStatus            pic x(2).
       01 FRealiseStatus           pic x(2).
       01 FDepotsStatus            pic x(2).
       01 FOperateursStatus        pic x(2).
       01 FCodesIncidentStatus     pic x(2).
       01 FCarburantStatus         pic x(2).
       01 FGrillesStatus           pic x(2).
       01 FTarifsStatus            pic x(2).
       01 FEditionsStatus          pic x(2).
       01 FSauvegardeStatus        pic x(2).

       01 sauv-nom-fichier      pic x(40).
       01 generation-saisie     pic x(1).
       01 generation-choisie    pic 9(1) value 0.
       01 fichier-cible         pic x(13).
       01 fin-sauv-fichier         pic 9.
       01 nb-restaures          pic 9(6).
       01 nb-rejets             pic 9(6).
       01 total-restaures       pic 9(6) value 0.
       01 profil-operateur      pic x(7).

       procedure division.

      *----- Traitement destructif reserve au profil ADMIN -----
       accept profil-operateur from environment 'PROFIL_OPERATEUR'
       if profil-operateur not = 'ADMIN' then
           display 'Traitement reserve au profil ADMIN (lancer depuis'
           & ' ss-menu-principal), restauration abandonnee.'
           goback
       end-if

       accept generation-saisie from environment 'GENERATION'
       if generation-saisie >= '1' and generation-saisie <= '9' then
           move function numval(generation-saisie)
       if fichier-cible = spaces or fichier-cible = 'DEPOT' then
           perform RESTAURER-DEPOTS
       end-if
       if fichier-cible = spaces or fichier-cible = 'OPERATEUR' then
           perform RESTAURER-OPERATEURS
       end-if
       if fichier-cible = spaces or fichier-cible = 'CODEINCIDENT' then
           perform RESTAURER-CODES-INCIDENT
       end-if
       if fichier-cible = spaces or fichier-cible = 'CARBURANT' then
           perform RESTAURER-CARBURANT
       end-if
       if fichier-cible = spaces or fichier-cible = 'GRILLELIGNE' then
           perform RESTAURER-GRILLES
       end-if
       if fichier-cible = spaces or fichier-cible = 'TARIF' then
           perform RESTAURER-TARIFS
       end-if
       if fichier-cible = spaces or fichier-cible = 'PLANNINGEDITE' then
           perform RESTAURER-EDITIONS
       end-if

       display 'Restauration terminee: ' total-restaures
           ' enregistrement(s) au total.'
           end-if
       .

       RESTAURER-OPERATEURS.
           move spaces to sauv-nom-fichier
           string '../ext/Operateur.SAV' delimited by size
               generation-choisie delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-restaures
           move 0 to nb-rejets
           open input FSauvegarde
           if FSauvegardeStatus not = '00' then
               display 'OPERATEUR: generation absente ou illisible'
               & ' - status: ' FSauvegardeStatus
           else
               open output FOperateurs
               if FOperateursStatus not = '00' then
                   display 'OPERATEUR: ouverture impossible'
                   & ' - status: ' FOperateursStatus
                   close FSauvegarde
               else
               move 0 to fin-sauv-fichier
               perform with test after until (fin-sauv-fichier = 1)
                   read FSauvegarde
                       at end
                           move 1 to fin-sauv-fichier
                       not at end
                           move enr-sauvegarde to enr-operateur
                           write enr-operateur
                               invalid key
                                   compute nb-rejets = nb-rejets + 1
                               not invalid key
                                   compute nb-restaures =
                                       nb-restaures + 1
                           end-write
                   end-read
               end-perform
               close FOperateurs
               close FSauvegarde
               compute total-restaures = total-restaures
                   + nb-restaures
               display 'OPERATEUR: ' nb-restaures ' restaure(s), '
                   nb-rejets ' rejet(s).'
               end-if
           end-if
       .

       RESTAURER-CODES-INCIDENT.
           move spaces to sauv-nom-fichier
           string '../ext/CodeIncident.SAV' delimited by size
               generation-choisie delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-restaures
           move 0 to nb-rejets
           open input FSauvegarde
           if FSauvegardeStatus not = '00' then
               display 'CODEINCIDENT: generation absente ou illisible'
               & ' - status: ' FSauvegardeStatus
           else
               open output FCodesIncident
               if FCodesIncidentStatus not = '00' then
                   display 'CODEINCIDENT: ouverture impossible'
                   & ' - status: ' FCodesIncidentStatus
                   close FSauvegarde
               else
               move 0 to fin-sauv-fichier
               perform with test after until (fin-sauv-fichier = 1)
                   read FSauvegarde
                       at end
                           move 1 to fin-sauv-fichier
                       not at end
                           move enr-sauvegarde to enr-code-incident
                           write enr-code-incident
                               invalid key
                                   compute nb-rejets = nb-rejets + 1
                               not invalid key
                                   compute nb-restaures =
                                       nb-restaures + 1
                           end-write
                   end-read
               end-perform
               close FCodesIncident
               close FSauvegarde
               compute total-restaures = total-restaures
                   + nb-restaures
               display 'CODEINCIDENT: ' nb-restaures ' restaure(s), '
                   nb-rejets ' rejet(s).'
               end-if
           end-if
       .

       RESTAURER-CARBURANT.
           move spaces to sauv-nom-fichier
           string '../ext/Carburant.SAV' delimited by size
               generation-choisie delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-restaures
           move 0 to nb-rejets
           open input FSauvegarde
           if FSauvegardeStatus not = '00' then
               display 'CARBURANT: generation absente ou illisible'
               & ' - status: ' FSauvegardeStatus
           else
               open output FCarburant
               if FCarburantStatus not = '00' then
                   display 'CARBURANT: ouverture impossible'
                   & ' - status: ' FCarburantStatus
                   close FSauvegarde
               else
               move 0 to fin-sauv-fichier
               perform with test after until (fin-sauv-fichier = 1)
                   read FSauvegarde
                       at end
                           move 1 to fin-sauv-fichier
                       not at end
                           move enr-sauvegarde to enr-carburant
                           write enr-carburant
                               invalid key
                                   compute nb-rejets = nb-rejets + 1
                               not invalid key
                                   compute nb-restaures =
                                       nb-restaures + 1
                           end-write
                   end-read
               end-perform
               close FCarburant
               close FSauvegarde
               compute total-restaures = total-restaures
                   + nb-restaures
               display 'CARBURANT: ' nb-restaures ' restaure(s), '
                   nb-rejets ' rejet(s).'
               end-if
           end-if
       .

       RESTAURER-GRILLES.
           move spaces to sauv-nom-fichier
           string '../ext/GrilleLigne.SAV' delimited by size
               generation-choisie delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-restaures
           move 0 to nb-rejets
           open input FSauvegarde
           if FSauvegardeStatus not = '00' then
               display 'GRILLELIGNE: generation absente ou illisible'
               & ' - status: ' FSauvegardeStatus
           else
               open output FGrilles
               if FGrillesStatus not = '00' then
                   display 'GRILLELIGNE: ouverture impossible'
                   & ' - status: ' FGrillesStatus
                   close FSauvegarde
               else
               move 0 to fin-sauv-fichier
               perform with test after until (fin-sauv-fichier = 1)
                   read FSauvegarde
                       at end
                           move 1 to fin-sauv-fichier
                       not at end
                           move enr-sauvegarde to enr-grille
                           write enr-grille
                               invalid key
                                   compute nb-rejets = nb-rejets + 1
                               not invalid key
                                   compute nb-restaures =
                                       nb-restaures + 1
                           end-write
                   end-read
               end-perform
               close FGrilles
               close FSauvegarde
               compute total-restaures = total-restaures
                   + nb-restaures
               display 'GRILLELIGNE: ' nb-restaures ' restaure(s), '
                   nb-rejets ' rejet(s).'
               end-if
           end-if
       .

       RESTAURER-TARIFS.
           move spaces to sauv-nom-fichier
           string '../ext/Tarif.SAV' delimited by size
               generation-choisie delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-restaures
           move 0 to nb-rejets
           open input FSauvegarde
           if FSauvegardeStatus not = '00' then
               display 'TARIF: generation absente ou illisible'
               & ' - status: ' FSauvegardeStatus
           else
               open output FTarifs
               if FTarifsStatus not = '00' then
                   display 'TARIF: ouverture impossible'
                   & ' - status: ' FTarifsStatus
                   close FSauvegarde
               else
               move 0 to fin-sauv-fichier
               perform with test after until (fin-sauv-fichier = 1)
                   read FSauvegarde
                       at end
                           move 1 to fin-sauv-fichier
                       not at end
                           move enr-sauvegarde to enr-tarif
                           write enr-tarif
                               invalid key
                                   compute nb-rejets = nb-rejets + 1
                               not invalid key
                                   compute nb-restaures =
                                       nb-restaures + 1
                           end-write
                   end-read
               end-perform
               close FTarifs
               close FSauvegarde
               compute total-restaures = total-restaures
                   + nb-restaures
               display 'TARIF: ' nb-restaures ' restaure(s), '
                   nb-rejets ' rejet(s).'
               end-if
           end-if
       .

       RESTAURER-EDITIONS.
           move spaces to sauv-nom-fichier
           string '../ext/PlanningEdite.SAV' delimited by size
               generation-choisie delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-restaures
           move 0 to nb-rejets
           open input FSauvegarde
           if FSauvegardeStatus not = '00' then
               display 'PLANNINGEDITE: generation absente ou illisible'
               & ' - status: ' FSauvegardeStatus
           else
               open output FEditions
               if FEditionsStatus not = '00' then
                   display 'PLANNINGEDITE: ouverture impossible'
                   & ' - status: ' FEditionsStatus
                   close FSauvegarde
               else
               move 0 to fin-sauv-fichier
               perform with test after until (fin-sauv-fichier = 1)
                   read FSauvegarde
                       at end
                           move 1 to fin-sauv-fichier
                       not at end
                           move enr-sauvegarde to enr-edition
                           write enr-edition
                               invalid key
                                   compute nb-rejets = nb-rejets + 1
                               not invalid key
                                   compute nb-restaures =
                                       nb-restaures + 1
                           end-write
                   end-read
               end-perform
               close FEditions
               close FSauvegarde
               compute total-restaures = total-restaures
                   + nb-restaures
               display 'PLANNINGEDITE: ' nb-restaures ' restaure(s), '
                   nb-rejets ' rejet(s).'
               end-if
           end-if
       .

       end program ss-restauration.
