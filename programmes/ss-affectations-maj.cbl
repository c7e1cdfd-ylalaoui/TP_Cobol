       01 seuil-capacite        pic 9(3) value 20.
       01 reponse-capacite      pic x.

       01 repos-valide          pic x value 'O'.
       01 repos-exclue          pic 9(4).
       01 repos-debut           pic 9(8).
       01 repos-fin             pic 9(8).
       01 repos-motif-lu        pic x(30).
       01 repos-date-lue        pic 9(8).
       01 date-fin-avant        pic 9(8).
       01 controle-repos.
           02 crp-mode              pic x(1).
           02 crp-chauf             pic 9(4).
           02 crp-affect-exclue     pic 9(4).
           02 crp-date-debut        pic 9(8).
           02 crp-date-fin          pic 9(8).
           02 crp-service           pic x(1).
           02 crp-status            pic x(1).
           02 crp-nb-infractions    pic 9(3).
           02 crp-infractions-tronquees pic x(1).
           02 crp-infraction occurs 50.
               03 crp-inf-date      pic 9(8).
               03 crp-inf-regle     pic x(1).
               03 crp-inf-motif     pic x(30).
               03 crp-inf-valeur    pic 9(3).

       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 image-lue             pic x(80).
       01 image-saisie          pic x(80).
       01 modifie-ailleurs      pic x value 'N'.
       01 verrou-fichier        pic x(12) value 'AFFECTATION'.
       01 verrou-ident          pic x(10).
       01 verrou-op-poser       pic x(6)  value 'POSER'.
       01 verrou-op-lever       pic x(6)  value 'LEVER'.
       01 verrou-detenteur      pic x(8).
       01 verrou-status         pic x(1).
       01 aud-fichier           pic x(12) value 'AFFECTATION'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
           02 line 21 col 1 value
           'Attention: le chauffeur et le bus ne sont pas du meme'
           & ' depot.'.
       01 a-plg-repos-refus.
           02 line 18 col 1 value 'Repos: '.
           02 a-repos-motif line 18 col 8 pic x(30)
              from repos-motif-lu.
           02 line 18 col 39 value ' au '.
           02 a-repos-date line 18 col 43 pic 9999/99/99
              from repos-date-lue.
       01 a-plg-bus-inconnu.
           02 line 18 col 1 value 'Numero de bus inconnu dans BusNouv.'.
       01 a-plg-ligne-inconnue.
           'La date de debut doit etre anterieure a la date de fin.'.
       01 a-plg-date-invalide.
           02 line 18 col 1 value 'Date invalide (calendrier).'.
       01 a-plg-en-cours.
           02 line 18 col 1 value 'Enregistrement en cours de'
           & ' modification par '.
           02 a-verrou-detenteur line 18 col 46 pic x(8)
              from verrou-detenteur.
       01 a-plg-modifie-ailleurs.
           02 line 18 col 1 value 'Enregistrement modifie sur un autre'
           & ' poste depuis sa lecture, mise a jour refusee.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.

                       perform VERIFIE-HABILITATION

                       move num-affect-saisi to repos-exclue
                       move date-debut-saisie to repos-debut
                       move date-fin-saisie to repos-fin
                       perform VERIFIE-REPOS

                       move 'O' to capacite-acceptee
                       if chevauchement = 0
                          and absence-chevauche = 0
                          and habilitation-valide = 'O'
                          and repos-valide = 'O' then
                           perform CONTROLE-CAPACITE
                       end-if

                       if habilitation-valide = 'N' then
                           display a-plg-habilitation-absente
                       else
                       if repos-valide = 'N' then
                           display a-plg-repos-refus
                       else
                       if capacite-acceptee = 'N' then
                           display a-plg-capacite-refus
                       else
                       end-if
                       end-if
                       end-if
                       end-if
                   end-if
               end-if
               end-if
           end-if
       .

      *----- Regles de repos du chauffeur sur repos-debut a      -----
      *----- repos-fin (service-saisi), hors affectation exclue  -----
       VERIFIE-REPOS.
           move 'O' to repos-valide
           move 'C' to crp-mode
           move num-chauf-saisi to crp-chauf
           move repos-exclue to crp-affect-exclue
           move repos-debut to crp-date-debut
           move repos-fin to crp-date-fin
           move service-saisi to crp-service
           call 'ss-repos-controle' using controle-repos

           if crp-status = 'O' and crp-nb-infractions > 0 then
               move 'N' to repos-valide
               move crp-inf-motif(1) to repos-motif-lu
               move crp-inf-date(1) to repos-date-lue
           end-if
       .

      *----- Capacite du bus contre capacite exigee par la ligne -----
      *----- (refus au-dela du seuil, confirmation en dessous)   -----
       CONTROLE-CAPACITE.
           display s-plg-numAffect
           accept s-num-affect

           perform POSER-VERROU
           if verrou-status = 'V' then
               display a-plg-en-cours
           else
           read FAffectations key is num-affect
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-affectation to avant-image
                   move enr-affectation to image-lue
                   move date-fin to date-fin-avant
                   display a-plg-affectation-actuelle
                   display s-plg-dateFin
                   accept s-date-fin
                       move num-ligne-saisi   to num-ligne
                       move service-saisi     to service-affect

      *----- Prolongation: seuls les jours ajoutes sont controles -----
                       move 'O' to repos-valide
                       if chevauchement = 0
                          and date-fin-saisie > date-fin-avant then
                           move 0 to repos-exclue
                           compute repos-debut = function
                               date-of-integer(function
                               integer-of-date(date-fin-avant) + 1)
                           move date-fin-saisie to repos-fin
                           perform VERIFIE-REPOS
                       end-if

                       if chevauchement = 1 then
                           display a-plg-chevauchement
                       else
                       if repos-valide = 'N' then
                           display a-plg-repos-refus
                       else
                           perform VERIFIE-FRAICHEUR
                           if modifie-ailleurs = 'O' then
                               display a-plg-modifie-ailleurs
                           else
                           rewrite enr-affectation
                               invalid key display a-plg-non-trouve
                               not invalid key
                                       display a-plg-audit-echec
                                   end-if
                           end-rewrite
                           end-if
                       end-if
                       end-if
                   end-if
                   end-if
           end-read
           perform LEVER-VERROU
           end-if

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

      *----- Verrou applicatif sur l'enregistrement le temps de -----
      *----- la saisie; s'il est tenu, on affiche son detenteur  -----
       POSER-VERROU.
           move num-affect to verrou-ident
           call 'ss-verrou' using verrou-fichier verrou-ident
               verrou-op-poser verrou-detenteur verrou-status
       .

       LEVER-VERROU.
           if verrou-status = 'O' then
               call 'ss-verrou' using verrou-fichier verrou-ident
                   verrou-op-lever verrou-detenteur verrou-status
           end-if
       .

      *----- Relecture avant reecriture: refus si l'enregistrement -----
      *----- a change depuis la premiere lecture (image-lue)       -----
       VERIFIE-FRAICHEUR.
           move enr-affectation to image-saisie
           move 'N' to modifie-ailleurs
           read FAffectations key is num-affect
               invalid key
                   move 'O' to modifie-ailleurs
               not invalid key
                   if enr-affectation not = image-lue then
                       move 'O' to modifie-ailleurs
                   end-if
           end-read
           move image-saisie to enr-affectation
       .

       end program ss-affectations-maj.
