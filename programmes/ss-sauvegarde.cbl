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

       fd FCatalogue.
           01 enr-catalogue.

       fd FRapportControle.
           01 enr-controle.
               02 ctl-fichier      pic x(13).
               02 filler           pic x(2) value spaces.
               02 ctl-compte       pic zzzzz9.
               02 filler           pic x(18)
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
       01 FCatalogueStatus         pic x(2).
       01 FRapportStatus           pic x(2).
       perform SAUVER-RELEVES
       perform SAUVER-REALISE
       perform SAUVER-DEPOTS
       perform SAUVER-OPERATEURS
       perform SAUVER-CODES-INCIDENT
       perform SAUVER-CARBURANT
       perform SAUVER-GRILLES
       perform SAUVER-TARIFS
       perform SAUVER-EDITIONS

       perform ECRIRE-CATALOGUE

           perform ECRIRE-CONTROLE
       .

       SAUVER-OPERATEURS.
           move spaces to sauv-nom-fichier
           string '../ext/Operateur.SAV' delimited by size
               generation-courante delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-copies
           move 'OPERATEUR' to ctl-fichier
           open input FOperateurs
           if FOperateursStatus = '35' then
               move 'ABSENT (0 ENR.)' to ctl-statut
           else
           if FOperateursStatus not = '00' then
               move 'ERREUR LECTURE' to ctl-statut
               move 1 to erreur-globale
               display 'Operateur.dat illisible - status: '
                   FOperateursStatus
           else
               open output FSauvegarde
               if FSauvegardeStatus not = '00' then
                   display 'OPERATEUR: generation inaccessible en'
                   & ' ecriture - status: ' FSauvegardeStatus
                   move 'ERREUR ECRITURE' to ctl-statut
                   move 1 to erreur-globale
                   close FOperateurs
               else
               move 0 to fin-maitre-fichier
               perform with test after until (fin-maitre-fichier = 1)
                   read FOperateurs next
                       at end
                           move 1 to fin-maitre-fichier
                       not at end
                           move spaces to enr-sauvegarde
                           write enr-sauvegarde from enr-operateur
                           compute nb-copies = nb-copies + 1
                   end-read
               end-perform
               close FSauvegarde
               close FOperateurs
               move 'OK' to ctl-statut
               compute total-copies = total-copies + nb-copies
               end-if
           end-if
           end-if
           move nb-copies to ctl-compte
           perform ECRIRE-CONTROLE
       .

       SAUVER-CODES-INCIDENT.
           move spaces to sauv-nom-fichier
           string '../ext/CodeIncident.SAV' delimited by size
               generation-courante delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-copies
           move 'CODEINCIDENT' to ctl-fichier
           open input FCodesIncident
           if FCodesIncidentStatus = '35' then
               move 'ABSENT (0 ENR.)' to ctl-statut
           else
           if FCodesIncidentStatus not = '00' then
               move 'ERREUR LECTURE' to ctl-statut
               move 1 to erreur-globale
               display 'CodeIncident.dat illisible - status: '
                   FCodesIncidentStatus
           else
               open output FSauvegarde
               if FSauvegardeStatus not = '00' then
                   display 'CODEINCIDENT: generation inaccessible en'
                   & ' ecriture - status: ' FSauvegardeStatus
                   move 'ERREUR ECRITURE' to ctl-statut
                   move 1 to erreur-globale
                   close FCodesIncident
               else
               move 0 to fin-maitre-fichier
               perform with test after until (fin-maitre-fichier = 1)
                   read FCodesIncident next
                       at end
                           move 1 to fin-maitre-fichier
                       not at end
                           move spaces to enr-sauvegarde
                           write enr-sauvegarde from enr-code-incident
                           compute nb-copies = nb-copies + 1
                   end-read
               end-perform
               close FSauvegarde
               close FCodesIncident
               move 'OK' to ctl-statut
               compute total-copies = total-copies + nb-copies
               end-if
           end-if
           end-if
           move nb-copies to ctl-compte
           perform ECRIRE-CONTROLE
       .

       SAUVER-CARBURANT.
           move spaces to sauv-nom-fichier
           string '../ext/Carburant.SAV' delimited by size
               generation-courante delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-copies
           move 'CARBURANT' to ctl-fichier
           open input FCarburant
           if FCarburantStatus = '35' then
               move 'ABSENT (0 ENR.)' to ctl-statut
           else
           if FCarburantStatus not = '00' then
               move 'ERREUR LECTURE' to ctl-statut
               move 1 to erreur-globale
               display 'Carburant.dat illisible - status: '
                   FCarburantStatus
           else
               open output FSauvegarde
               if FSauvegardeStatus not = '00' then
                   display 'CARBURANT: generation inaccessible en'
                   & ' ecriture - status: ' FSauvegardeStatus
                   move 'ERREUR ECRITURE' to ctl-statut
                   move 1 to erreur-globale
                   close FCarburant
               else
               move 0 to fin-maitre-fichier
               perform with test after until (fin-maitre-fichier = 1)
                   read FCarburant next
                       at end
                           move 1 to fin-maitre-fichier
                       not at end
                           move spaces to enr-sauvegarde
                           write enr-sauvegarde from enr-carburant
                           compute nb-copies = nb-copies + 1
                   end-read
               end-perform
               close FSauvegarde
               close FCarburant
               move 'OK' to ctl-statut
               compute total-copies = total-copies + nb-copies
               end-if
           end-if
           end-if
           move nb-copies to ctl-compte
           perform ECRIRE-CONTROLE
       .

       SAUVER-GRILLES.
           move spaces to sauv-nom-fichier
           string '../ext/GrilleLigne.SAV' delimited by size
               generation-courante delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-copies
           move 'GRILLELIGNE' to ctl-fichier
           open input FGrilles
           if FGrillesStatus = '35' then
               move 'ABSENT (0 ENR.)' to ctl-statut
           else
           if FGrillesStatus not = '00' then
               move 'ERREUR LECTURE' to ctl-statut
               move 1 to erreur-globale
               display 'GrilleLigne.dat illisible - status: '
                   FGrillesStatus
           else
               open output FSauvegarde
               if FSauvegardeStatus not = '00' then
                   display 'GRILLELIGNE: generation inaccessible en'
                   & ' ecriture - status: ' FSauvegardeStatus
                   move 'ERREUR ECRITURE' to ctl-statut
                   move 1 to erreur-globale
                   close FGrilles
               else
               move 0 to fin-maitre-fichier
               perform with test after until (fin-maitre-fichier = 1)
                   read FGrilles next
                       at end
                           move 1 to fin-maitre-fichier
                       not at end
                           move spaces to enr-sauvegarde
                           write enr-sauvegarde from enr-grille
                           compute nb-copies = nb-copies + 1
                   end-read
               end-perform
               close FSauvegarde
               close FGrilles
               move 'OK' to ctl-statut
               compute total-copies = total-copies + nb-copies
               end-if
           end-if
           end-if
           move nb-copies to ctl-compte
           perform ECRIRE-CONTROLE
       .

       SAUVER-TARIFS.
           move spaces to sauv-nom-fichier
           string '../ext/Tarif.SAV' delimited by size
               generation-courante delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-copies
           move 'TARIF' to ctl-fichier
           open input FTarifs
           if FTarifsStatus = '35' then
               move 'ABSENT (0 ENR.)' to ctl-statut
           else
           if FTarifsStatus not = '00' then
               move 'ERREUR LECTURE' to ctl-statut
               move 1 to erreur-globale
               display 'Tarif.dat illisible - status: '
                   FTarifsStatus
           else
               open output FSauvegarde
               if FSauvegardeStatus not = '00' then
                   display 'TARIF: generation inaccessible en'
                   & ' ecriture - status: ' FSauvegardeStatus
                   move 'ERREUR ECRITURE' to ctl-statut
                   move 1 to erreur-globale
                   close FTarifs
               else
               move 0 to fin-maitre-fichier
               perform with test after until (fin-maitre-fichier = 1)
                   read FTarifs next
                       at end
                           move 1 to fin-maitre-fichier
                       not at end
                           move spaces to enr-sauvegarde
                           write enr-sauvegarde from enr-tarif
                           compute nb-copies = nb-copies + 1
                   end-read
               end-perform
               close FSauvegarde
               close FTarifs
               move 'OK' to ctl-statut
               compute total-copies = total-copies + nb-copies
               end-if
           end-if
           end-if
           move nb-copies to ctl-compte
           perform ECRIRE-CONTROLE
       .

       SAUVER-EDITIONS.
           move spaces to sauv-nom-fichier
           string '../ext/PlanningEdite.SAV' delimited by size
               generation-courante delimited by size
               into sauv-nom-fichier
           end-string

           move 0 to nb-copies
           move 'PLANNINGEDITE' to ctl-fichier
           open input FEditions
           if FEditionsStatus = '35' then
               move 'ABSENT (0 ENR.)' to ctl-statut
           else
           if FEditionsStatus not = '00' then
               move 'ERREUR LECTURE' to ctl-statut
               move 1 to erreur-globale
               display 'PlanningEdite.dat illisible - status: '
                   FEditionsStatus
           else
               open output FSauvegarde
               if FSauvegardeStatus not = '00' then
                   display 'PLANNINGEDITE: generation inaccessible en'
                   & ' ecriture - status: ' FSauvegardeStatus
                   move 'ERREUR ECRITURE' to ctl-statut
                   move 1 to erreur-globale
                   close FEditions
               else
               move 0 to fin-maitre-fichier
               perform with test after until (fin-maitre-fichier = 1)
                   read FEditions next
                       at end
                           move 1 to fin-maitre-fichier
                       not at end
                           move spaces to enr-sauvegarde
                           write enr-sauvegarde from enr-edition
                           compute nb-copies = nb-copies + 1
                   end-read
               end-perform
               close FSauvegarde
               close FEditions
               move 'OK' to ctl-statut
               compute total-copies = total-copies + nb-copies
               end-if
           end-if
           end-if
           move nb-copies to ctl-compte
           perform ECRIRE-CONTROLE
       .

       end program ss-sauvegarde.
