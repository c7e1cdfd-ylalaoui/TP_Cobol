       program-id. ss-repos-infractions.

       input-output section.
           file-control.
           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FRapportRepos
               assign to "../ext/ReposInfractions.dat"
               organization is line sequential
               access mode is sequential
               status FRapportStatus.

       data division.
       file section.
       FD FChaufNouv.
       01 enr-chauffeur.
           02 numChaufN    pic 9(4).
           02 nomN         pic x(30).
           02 prenomN      pic x(30).
           02 datePermisN  pic 9(8).
           02 depotChaufN  pic x(3).

       fd FRapportRepos.
           01 enr-repos-entete.
               02 filler            pic x(35)
                  value 'Controle des temps de repos du '.
               02 rep-entete-debut  pic 9999/99/99.
               02 filler            pic x(4) value ' au '.
               02 rep-entete-fin    pic 9999/99/99.
           01 enr-repos-chauf.
               02 filler            pic x(10) value 'Chauffeur '.
               02 rpc-numChauf      pic 9(4).
               02 filler            pic x(2) value spaces.
               02 rpc-nom           pic x(30).
               02 filler            pic x(1) value space.
               02 rpc-prenom        pic x(30).
               02 filler            pic x(2) value spaces.
               02 rpc-depot         pic x(3).
           01 enr-repos-detail.
               02 filler            pic x(4) value spaces.
               02 rpd-date          pic 9999/99/99.
               02 filler            pic x(2) value spaces.
               02 rpd-motif         pic x(30).
               02 filler            pic x(2) value spaces.
               02 rpd-valeur        pic zz9.
               02 rpd-unite         pic x(20).
           01 enr-repos-tronque.
               02 rep-tronque-texte pic x(70).
           01 enr-repos-total.
               02 rpt-libelle       pic x(45).
               02 rpt-valeur        pic zzzz9.

       working-storage section.
       01 FChaufNouvStatus         pic x(2).
       01 FRapportStatus           pic x(2).
       01 rapport-ok            pic x value 'N'.

       01 date-debut-saisie     pic x(8).
       01 date-fin-saisie       pic x(8).
       01 periode-debut         pic 9(8).
       01 periode-fin           pic 9(8).
       01 date-valide           pic x(1).
       01 periode-valide        pic x value 'O'.
       01 depot-filtre          pic x(3) value spaces.

       01 fin-chauf-fichier     pic 9.
       01 affectations-ok       pic x value 'O'.
       01 poste-infraction      pic 9(3).
       01 nb-chauffeurs         pic 9(5) value 0.
       01 nb-chauf-infraction   pic 9(5) value 0.
       01 nb-infractions        pic 9(5) value 0.

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

       procedure division.

       open input FChaufNouv

       if FChaufNouvStatus not = '00' then
           display 'Erreur ChaufNouv.dat - status: ' FChaufNouvStatus
       else
           perform PREPARER-PERIODE
           accept depot-filtre from environment 'DEPOT_FILTRE'

           if periode-valide = 'N' then
               display 'Periode invalide (DATE_DEBUT_REPOS /'
                   ' DATE_FIN_REPOS, AAAAMMJJ, 366 jours au plus).'
           else
               perform OUVRIR-RAPPORT

               if rapport-ok = 'O' then
                   move periode-debut to rep-entete-debut
                   move periode-fin to rep-entete-fin
                   write enr-repos-entete

                   perform ITERE-CHAUFFEURS
                   perform ECRIRE-TOTAUX

                   close FRapportRepos

                   if affectations-ok = 'N' then
                       display 'Erreur Affectation.dat, controle'
                           ' interrompu.'
                   else
                       display nb-infractions ' infraction(s) pour '
                           nb-chauf-infraction ' chauffeur(s), voir'
                           ' ReposInfractions.dat.'
                   end-if
               else
                   display 'Erreur ReposInfractions.dat - status: '
                       FRapportStatus
               end-if
           end-if
       end-if

       close FChaufNouv

       goback
       .

      *----- Periode demandee (par defaut: du 1er du mois a ce -----
      *----- jour), bornee a un an                             -----
       PREPARER-PERIODE.
           accept periode-fin from date yyyymmdd
           compute periode-debut = (periode-fin / 100) * 100 + 1

           accept date-debut-saisie from environment 'DATE_DEBUT_REPOS'
           if date-debut-saisie not = spaces
              and function test-numval(date-debut-saisie) = 0
               move function numval(date-debut-saisie)
                   to periode-debut
           end-if

           accept date-fin-saisie from environment 'DATE_FIN_REPOS'
           if date-fin-saisie not = spaces
              and function test-numval(date-fin-saisie) = 0
               move function numval(date-fin-saisie) to periode-fin
           end-if

           move 'O' to periode-valide
           call 'ss-date-valide' using periode-debut date-valide
           if date-valide = 'O' then
               call 'ss-date-valide' using periode-fin date-valide
           end-if

           if date-valide = 'N' then
               move 'N' to periode-valide
           else
               if periode-debut > periode-fin
                  or function integer-of-date(periode-fin)
                     - function integer-of-date(periode-debut)
                     > 365 then
                   move 'N' to periode-valide
               end-if
           end-if
       .

       OUVRIR-RAPPORT.
           open output FRapportRepos
           if FRapportStatus = '00' then
               move 'O' to rapport-ok
           else
               move 'N' to rapport-ok
           end-if
       .

       ITERE-CHAUFFEURS.
           move 0 to fin-chauf-fichier
           move 0 to numChaufN
           start FChaufNouv key >= numChaufN

           if FChaufNouvStatus = '00' then
               perform with test after until (fin-chauf-fichier = 1)
                   read FChaufNouv next
                       at end
                           move 1 to fin-chauf-fichier
                       not at end
                           if depot-filtre = spaces
                              or depotChaufN = depot-filtre then
                               perform CONTROLER-CHAUFFEUR
                           end-if
                           if affectations-ok = 'N' then
                               move 1 to fin-chauf-fichier
                           end-if
                   end-read
               end-perform
           end-if
       .

       CONTROLER-CHAUFFEUR.
           compute nb-chauffeurs = nb-chauffeurs + 1

           move 'E' to crp-mode
           move numChaufN to crp-chauf
           move 0 to crp-affect-exclue
           move periode-debut to crp-date-debut
           move periode-fin to crp-date-fin
           move space to crp-service
           call 'ss-repos-controle' using controle-repos

           if crp-status = 'N' then
               move 'N' to affectations-ok
           else
           if crp-nb-infractions > 0 then
               compute nb-chauf-infraction = nb-chauf-infraction + 1
               compute nb-infractions =
                   nb-infractions + crp-nb-infractions

               move numChaufN to rpc-numChauf
               move nomN to rpc-nom
               move prenomN to rpc-prenom
               move depotChaufN to rpc-depot
               write enr-repos-chauf

               perform ECRIRE-INFRACTION
                   varying poste-infraction from 1 by 1
                   until poste-infraction > crp-nb-infractions

               if crp-infractions-tronquees = 'O' then
                   move '    Liste tronquee a 50 infractions, reduire'
                   & ' la periode.' to rep-tronque-texte
                   write enr-repos-tronque
               end-if
           end-if
           end-if
       .

       ECRIRE-INFRACTION.
           move crp-inf-date(poste-infraction) to rpd-date
           move crp-inf-motif(poste-infraction) to rpd-motif
           move crp-inf-valeur(poste-infraction) to rpd-valeur
           evaluate crp-inf-regle(poste-infraction)
               when 'R' move ' h de repos' to rpd-unite
               when 'C' move ' jours d''affilee' to rpd-unite
               when 'H' move ' jours travailles' to rpd-unite
               when other move spaces to rpd-unite
           end-evaluate
           write enr-repos-detail
       .

       ECRIRE-TOTAUX.
           move 'Chauffeurs controles: ' to rpt-libelle
           move nb-chauffeurs to rpt-valeur
           write enr-repos-total

           move 'Chauffeurs en infraction: ' to rpt-libelle
           move nb-chauf-infraction to rpt-valeur
           write enr-repos-total

           move 'Infractions relevees: ' to rpt-libelle
           move nb-infractions to rpt-valeur
           write enr-repos-total
       .

       end program ss-repos-infractions.
