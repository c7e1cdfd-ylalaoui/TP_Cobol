       program-id. ss-fiches-planning.

       input-output section.
           file-control.
           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-affect
                   alternate key is num-chauf with duplicates
                   alternate key is num-bus with duplicates
               status FAffectStatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FBusNouv assign to "../ext/BusNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numBusN
               status FBusNouvStatus.

           select FLignes assign to "../ext/Ligne.dat"
               organization is indexed
               access mode is dynamic
                   record key is numLigne
               status FLignesStatus.

           select FAbsences assign to "../ext/Absence.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-absence
                   alternate key is abs-chauf with duplicates
               status FAbsenceStatus.

           select FEditions assign to "../ext/PlanningEdite.dat"
               organization is indexed
               access mode is dynamic
                   record key is edi-cle
               status FEditionsStatus.

           select FRapportFiches assign to "../ext/FichesPlanning.dat"
               organization is line sequential
               access mode is sequential
               status FRapportStatus.

       data division.
       file section.
       FD FAffectations.
       01 enr-affectation.
           02 num-affect   pic 9(4).
           02 num-chauf    pic 9(4).
           02 num-bus      pic 9(4).
           02 date-debut   pic 9(8).
           02 date-fin     pic 9(8).
           02 num-ligne    pic 9(4).
           02 service-affect pic x(1).

       FD FChaufNouv.
       01 enr-chauffeur.
           02 numChaufN    pic 9(4).
           02 nomN         pic x(30).
           02 prenomN      pic x(30).
           02 datePermisN  pic 9(8).
           02 depotChaufN  pic x(3).

       FD FBusNouv.
       01 enr-bus.
           02 numBusN      pic 9(4).
           02 plaqueN      pic x(15).
           02 modeleN      pic x(30).
           02 capaciteN    pic 9(3).
           02 statutN      pic x(1).
           02 habilitationN pic x(3).
           02 depotBusN    pic x(3).

       fd FLignes.
           01 enr-ligne.
               02 numLigne        pic 9(4).
               02 nomLigne        pic x(25).
               02 departLigne     pic x(20).
               02 arriveeLigne    pic x(20).
               02 capaciteLigne   pic 9(3).

       FD FAbsences.
       01 enr-absence.
           02 num-absence      pic 9(4).
           02 abs-chauf        pic 9(4).
           02 abs-date-debut   pic 9(8).
           02 abs-date-fin     pic 9(8).
           02 abs-motif        pic x(3).

      *----- Planning de chaque chauffeur tel qu'il a ete edite -----
       fd FEditions.
           01 enr-edition.
               02 edi-cle.
                   03 edi-lundi        pic 9(8).
                   03 edi-chauf        pic 9(4).
               02 edi-date-edition     pic 9(8).
               02 edi-planning         pic x(420).

       fd FRapportFiches.
           01 enr-fiche-entete.
               02 filler            pic x(32)
                  value 'Fiches planning de la semaine du'.
               02 filler            pic x(1) value space.
               02 fic-entete-lundi  pic 9999/99/99.
               02 filler            pic x(4) value ' au '.
               02 fic-entete-dimanche pic 9999/99/99.
               02 filler            pic x(2) value spaces.
               02 fic-entete-depot  pic x(20).
           01 enr-fiche-chauf.
               02 filler            pic x(10) value 'Chauffeur '.
               02 fcc-numChauf      pic 9(4).
               02 filler            pic x(2) value spaces.
               02 fcc-nom           pic x(30).
               02 filler            pic x(1) value space.
               02 fcc-prenom        pic x(30).
               02 filler            pic x(8) value '  Depot '.
               02 fcc-depot         pic x(3).
           01 enr-fiche-semaine.
               02 filler            pic x(14) value 'Semaine du '.
               02 fcs-lundi         pic 9999/99/99.
               02 filler            pic x(4) value ' au '.
               02 fcs-dimanche      pic 9999/99/99.
               02 filler            pic x(2) value spaces.
               02 fcs-marque        pic x(40).
           01 enr-fiche-jour.
               02 filler            pic x(2) value spaces.
               02 fpj-jour          pic x(9).
               02 filler            pic x(1) value space.
               02 fpj-date          pic 9999/99/99.
               02 filler            pic x(2) value spaces.
               02 fpj-service       pic x(1).
               02 filler            pic x(2) value spaces.
               02 fpj-ligne         pic 9(4).
               02 filler            pic x(1) value space.
               02 fpj-nom-ligne     pic x(25).
               02 filler            pic x(6) value '  Bus '.
               02 fpj-bus           pic 9(4).
               02 filler            pic x(1) value space.
               02 fpj-plaque        pic x(15).
           01 enr-fiche-jour-libre.
               02 filler            pic x(2) value spaces.
               02 fpl-jour          pic x(9).
               02 filler            pic x(1) value space.
               02 fpl-date          pic 9999/99/99.
               02 filler            pic x(2) value spaces.
               02 fpl-texte         pic x(60).
           01 enr-fiche-total.
               02 fct-libelle       pic x(45).
               02 fct-valeur        pic zzzz9.

       working-storage section.
       01 FAffectStatus            pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 FLignesStatus            pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 FEditionsStatus          pic x(2).
       01 FRapportStatus           pic x(2).
       01 rapport-ok            pic x value 'N'.
       01 absence-ok            pic x value 'N'.
       01 editions-ok           pic x value 'N'.

       01 semaine-saisie        pic x(8).
       01 date-semaine          pic 9(8).
       01 date-valide           pic x(1).
       01 depot-filtre          pic x(3) value spaces.
       01 date-edition          pic 9(8).

       01 julien-calcul         pic 9(7).
       01 jour-semaine          pic 9.
       01 lundi-julien          pic 9(7).
       01 date-lundi            pic 9(8).
       01 date-dimanche         pic 9(8).
       01 date-jour             pic 9(8).

       01 table-jours.
           02 filler            pic x(9) value 'Lundi'.
           02 filler            pic x(9) value 'Mardi'.
           02 filler            pic x(9) value 'Mercredi'.
           02 filler            pic x(9) value 'Jeudi'.
           02 filler            pic x(9) value 'Vendredi'.
           02 filler            pic x(9) value 'Samedi'.
           02 filler            pic x(9) value 'Dimanche'.
       01 filler redefines table-jours.
           02 nom-jour          pic x(9) occurs 7.

      *----- Planning de la semaine du chauffeur en cours: au plus -----
      *----- 4 services par jour, ou le motif d'absence            -----
       01 planning-chauffeur.
           02 jour-planning occurs 7.
               03 jour-absence      pic x(3).
               03 jour-nb-services  pic 9.
               03 jour-service occurs 4.
                   04 pln-affect    pic 9(4).
                   04 pln-service   pic x(1).
                   04 pln-ligne     pic 9(4).
                   04 pln-bus       pic 9(4).
       01 poste-jour            pic 9.
       01 poste-service         pic 9.
       01 services-tronques     pic x value 'N'.
       01 jours-travailles      pic 9.
       01 planning-modifie      pic x value 'N'.
       01 edition-trouvee       pic x value 'N'.

       01 fin-chauf-fichier     pic 9.
       01 fin-affect-fichier    pic 9.
       01 fin-absence-fichier   pic 9.
       01 nb-fiches             pic 9(5) value 0.
       01 nb-fiches-modifiees   pic 9(5) value 0.
       01 nb-jours-travailles   pic 9(6) value 0.

       procedure division.

       open input FAffectations
       open input FChaufNouv
       open input FBusNouv
       open input FLignes

       if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
       else if FChaufNouvStatus not = '00' then
           display 'Erreur ChaufNouv.dat - status: ' FChaufNouvStatus
       else if FBusNouvStatus not = '00' then
           display 'Erreur BusNouv.dat - status: ' FBusNouvStatus
       else if FLignesStatus not = '00' then
           display 'Erreur Ligne.dat - status: ' FLignesStatus
       else
           perform PREPARER-SEMAINE
           accept depot-filtre from environment 'DEPOT_FILTRE'

           if date-valide = 'N' then
               display 'Semaine invalide (SEMAINE_PLANNING, AAAAMMJJ).'
           else
               perform OUVRIR-RAPPORT

               if rapport-ok = 'O' then
                   perform OUVRIR-FICHIERS-OPTIONNELS
                   perform ECRIRE-ENTETE
                   perform ITERE-CHAUFFEURS
                   perform ECRIRE-TOTAUX
                   perform FERMER-FICHIERS-OPTIONNELS
                   close FRapportFiches

                   if services-tronques = 'O' then
                       display 'Attention: plus de 4 services sur un'
                           ' meme jour, fiche(s) tronquee(s).'
                   end-if
                   if editions-ok = 'N' then
                       display 'Erreur PlanningEdite.dat - status: '
                           FEditionsStatus ', modifications non'
                           ' reperees.'
                   end-if
                   display nb-fiches ' fiche(s) editee(s) dont '
                       nb-fiches-modifiees ' a redistribuer, voir'
                       ' FichesPlanning.dat.'
               else
                   display 'Erreur FichesPlanning.dat - status: '
                       FRapportStatus
               end-if
           end-if
       end-if
       end-if
       end-if
       end-if

       close FAffectations
       close FChaufNouv
       close FBusNouv
       close FLignes

       goback
       .

      *----- Semaine demandee (par defaut la semaine en cours), -----
      *----- ramenee au lundi                                   -----
       PREPARER-SEMAINE.
           accept date-edition from date yyyymmdd
           move date-edition to date-semaine
           accept semaine-saisie from environment 'SEMAINE_PLANNING'
           if semaine-saisie not = spaces
              and function test-numval(semaine-saisie) = 0
               move function numval(semaine-saisie) to date-semaine
           end-if

           call 'ss-date-valide' using date-semaine date-valide
           if date-valide = 'O' then
               compute julien-calcul =
                   function integer-of-date(date-semaine)
               compute jour-semaine =
                   function mod(julien-calcul - 1 7) + 1
               compute lundi-julien = julien-calcul - jour-semaine + 1
               compute date-lundi =
                   function date-of-integer(lundi-julien)
               compute date-dimanche =
                   function date-of-integer(lundi-julien + 6)
           end-if
       .

       OUVRIR-RAPPORT.
           open output FRapportFiches
           if FRapportStatus = '00' then
               move 'O' to rapport-ok
           else
               move 'N' to rapport-ok
           end-if
       .

       OUVRIR-FICHIERS-OPTIONNELS.
           open input FAbsences
           if FAbsenceStatus = '00' then
               move 'O' to absence-ok
           end-if

           open i-o FEditions
           if FEditionsStatus = '35' then
               open output FEditions
               close FEditions
               open i-o FEditions
           end-if
           if FEditionsStatus = '00' then
               move 'O' to editions-ok
           end-if
       .

       FERMER-FICHIERS-OPTIONNELS.
           if absence-ok = 'O' then
               close FAbsences
           end-if
           if editions-ok = 'O' then
               close FEditions
           end-if
       .

       ECRIRE-ENTETE.
           move date-lundi to fic-entete-lundi
           move date-dimanche to fic-entete-dimanche
           if depot-filtre = spaces then
               move 'Tous depots' to fic-entete-depot
           else
               move spaces to fic-entete-depot
               string 'Depot ' delimited by size
                      depot-filtre delimited by size
                      into fic-entete-depot
               end-string
           end-if
           write enr-fiche-entete
       .

      *----- Une fiche par chauffeur (DEPOT_FILTRE, vide = tous) -----
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
                               perform EDITER-FICHE
                           end-if
                   end-read
               end-perform
           end-if
       .

       EDITER-FICHE.
           compute nb-fiches = nb-fiches + 1
           initialize planning-chauffeur
           perform CHARGER-AFFECTATIONS
           if absence-ok = 'O' then
               perform CHARGER-ABSENCES
           end-if
           perform COMPARER-EDITION

           move numChaufN to fcc-numChauf
           move nomN to fcc-nom
           move prenomN to fcc-prenom
           move depotChaufN to fcc-depot
           write enr-fiche-chauf after advancing page

           move date-lundi to fcs-lundi
           move date-dimanche to fcs-dimanche
           move spaces to fcs-marque
           if planning-modifie = 'O' then
               compute nb-fiches-modifiees = nb-fiches-modifiees + 1
               if edition-trouvee = 'O' then
                   move '*** MODIFIEE DEPUIS LA DERNIERE EDITION'
                       to fcs-marque
               else
                   move '*** NOUVELLE FICHE' to fcs-marque
               end-if
           end-if
           write enr-fiche-semaine

           move 0 to jours-travailles
           perform ECRIRE-JOUR
               varying poste-jour from 1 by 1
               until poste-jour > 7

           move '  Jours travailles dans la semaine: '
               to fct-libelle
           move jours-travailles to fct-valeur
           write enr-fiche-total
           compute nb-jours-travailles =
               nb-jours-travailles + jours-travailles
       .

      *----- Affectations du chauffeur, decoupees jour par jour -----
      *----- sur la semaine (service vide = J)                   -----
       CHARGER-AFFECTATIONS.
           move 0 to fin-affect-fichier
           move numChaufN to num-chauf
           start FAffectations key = num-chauf

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if num-chauf not = numChaufN then
                               move 1 to fin-affect-fichier
                           else
                               if date-debut <= date-dimanche
                                  and date-fin >= date-lundi then
                                   perform PLACER-AFFECTATION
                                       varying poste-jour from 1 by 1
                                       until poste-jour > 7
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       PLACER-AFFECTATION.
           compute date-jour = function date-of-integer(
               lundi-julien + poste-jour - 1)
           if date-jour >= date-debut and date-jour <= date-fin then
               if jour-nb-services(poste-jour) >= 4 then
                   move 'O' to services-tronques
               else
                   add 1 to jour-nb-services(poste-jour)
                   move jour-nb-services(poste-jour) to poste-service
                   move num-affect
                       to pln-affect(poste-jour poste-service)
                   move num-ligne
                       to pln-ligne(poste-jour poste-service)
                   move num-bus
                       to pln-bus(poste-jour poste-service)
                   if service-affect = space then
                       move 'J' to pln-service(poste-jour poste-service)
                   else
                       move service-affect
                           to pln-service(poste-jour poste-service)
                   end-if
               end-if
           end-if
       .

      *----- Un jour d'absence n'est pas travaille: le motif -----
      *----- remplace les services prevus ce jour-la         -----
       CHARGER-ABSENCES.
           move 0 to fin-absence-fichier
           move numChaufN to abs-chauf
           start FAbsences key = abs-chauf

           if FAbsenceStatus = '00' then
               perform with test after until (fin-absence-fichier = 1)
                   read FAbsences next
                       at end
                           move 1 to fin-absence-fichier
                       not at end
                           if abs-chauf not = numChaufN then
                               move 1 to fin-absence-fichier
                           else
                               if abs-date-debut <= date-dimanche
                                  and abs-date-fin >= date-lundi then
                                   perform PLACER-ABSENCE
                                       varying poste-jour from 1 by 1
                                       until poste-jour > 7
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

       PLACER-ABSENCE.
           compute date-jour = function date-of-integer(
               lundi-julien + poste-jour - 1)
           if date-jour >= abs-date-debut
              and date-jour <= abs-date-fin then
               move abs-motif to jour-absence(poste-jour)
               if abs-motif = spaces then
                   move '???' to jour-absence(poste-jour)
               end-if
           end-if
       .

      *----- Comparaison avec la derniere edition de la semaine, -----
      *----- puis memorisation du planning edite                 -----
       COMPARER-EDITION.
           move 'N' to planning-modifie
           move 'N' to edition-trouvee

           if editions-ok = 'O' then
               move date-lundi to edi-lundi
               move numChaufN to edi-chauf
               read FEditions key is edi-cle
                   invalid key
                       move 'O' to planning-modifie
                       move date-edition to edi-date-edition
                       move planning-chauffeur to edi-planning
                       write enr-edition
                           invalid key continue
                       end-write
                   not invalid key
                       move 'O' to edition-trouvee
                       if edi-planning not = planning-chauffeur then
                           move 'O' to planning-modifie
                           move date-edition to edi-date-edition
                           move planning-chauffeur to edi-planning
                           rewrite enr-edition
                               invalid key continue
                           end-rewrite
                       end-if
               end-read
           end-if
       .

       ECRIRE-JOUR.
           compute date-jour = function date-of-integer(
               lundi-julien + poste-jour - 1)

           if jour-absence(poste-jour) not = spaces then
               move nom-jour(poste-jour) to fpl-jour
               move date-jour to fpl-date
               move spaces to fpl-texte
               string 'Absence: ' delimited by size
                      jour-absence(poste-jour) delimited by size
                      into fpl-texte
               end-string
               write enr-fiche-jour-libre
           else
           if jour-nb-services(poste-jour) = 0 then
               move nom-jour(poste-jour) to fpl-jour
               move date-jour to fpl-date
               move 'repos' to fpl-texte
               write enr-fiche-jour-libre
           else
               add 1 to jours-travailles
               perform ECRIRE-SERVICE
                   varying poste-service from 1 by 1
                   until poste-service >
                         jour-nb-services(poste-jour)
           end-if
           end-if
       .

       ECRIRE-SERVICE.
           move nom-jour(poste-jour) to fpj-jour
           move date-jour to fpj-date
           move pln-service(poste-jour poste-service) to fpj-service
           move pln-ligne(poste-jour poste-service) to fpj-ligne
           move pln-bus(poste-jour poste-service) to fpj-bus

           move pln-ligne(poste-jour poste-service) to numLigne
           read FLignes key is numLigne
               invalid key move '(ligne inconnue)' to fpj-nom-ligne
               not invalid key move nomLigne to fpj-nom-ligne
           end-read

           move pln-bus(poste-jour poste-service) to numBusN
           read FBusNouv key is numBusN
               invalid key move '(inconnu)' to fpj-plaque
               not invalid key move plaqueN to fpj-plaque
           end-read

           write enr-fiche-jour
       .

       ECRIRE-TOTAUX.
           move 'Fiches editees: ' to fct-libelle
           move nb-fiches to fct-valeur
           write enr-fiche-total after advancing page

           move 'Fiches modifiees depuis la derniere edition: '
               to fct-libelle
           move nb-fiches-modifiees to fct-valeur
           write enr-fiche-total

           move 'Jours travailles (toutes fiches): ' to fct-libelle
           move nb-jours-travailles to fct-valeur
           write enr-fiche-total
       .

       end program ss-fiches-planning.
