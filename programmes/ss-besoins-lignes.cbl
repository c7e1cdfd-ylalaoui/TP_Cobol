       program-id. ss-besoins-lignes.

       input-output section.
           file-control.
           select FGrilles assign to "../ext/GrilleLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is grl-cle
               status FGrillesStatus.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-affect
                   alternate key is num-chauf with duplicates
                   alternate key is num-bus with duplicates
               status FAffectStatus.

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

           select FEntretiens assign to "../ext/Entretien.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-entretien
                   alternate key is ent-bus with duplicates
               status FEntretienStatus.

           select FRapportBesoins assign to "../ext/BesoinsLignes.dat"
               organization is line sequential
               access mode is sequential
               status FRapportStatus.

       data division.
       file section.
       fd FGrilles.
           01 enr-grille.
               02 grl-cle.
                   03 grl-ligne           pic 9(4).
                   03 grl-type-jour       pic x(1).
                   03 grl-service         pic x(1).
               02 grl-nb-vehicules        pic 9(2).
               02 grl-premier-depart      pic 9(4).
               02 grl-dernier-depart      pic 9(4).
               02 grl-depot               pic x(3).

       FD FAffectations.
       01 enr-affectation.
           02 num-affect   pic 9(4).
           02 num-chauf    pic 9(4).
           02 num-bus      pic 9(4).
           02 date-debut   pic 9(8).
           02 date-fin     pic 9(8).
           02 num-ligne    pic 9(4).
           02 service-affect pic x(1).

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

       FD FEntretiens.
       01 enr-entretien.
           02 num-entretien    pic 9(4).
           02 ent-bus          pic 9(4).
           02 ent-date-entree  pic 9(8).
           02 ent-date-retour  pic 9(8).
           02 ent-type         pic x(20).
           02 ent-statut       pic x(1).

       fd FRapportBesoins.
           01 enr-besoin-entete.
               02 filler            pic x(32)
                  value 'Besoins des lignes non couverts '.
               02 filler            pic x(3) value 'du '.
               02 bes-entete-debut  pic 9999/99/99.
               02 filler            pic x(4) value ' au '.
               02 bes-entete-fin    pic 9999/99/99.
           01 enr-besoin-colonnes.
               02 bes-colonnes      pic x(90).
           01 enr-besoin-detail.
               02 bed-date          pic 9999/99/99.
               02 filler            pic x(1) value space.
               02 bed-jour          pic x(3).
               02 filler            pic x(1) value space.
               02 bed-ligne         pic 9(4).
               02 filler            pic x(1) value space.
               02 bed-nom-ligne     pic x(25).
               02 filler            pic x(1) value space.
               02 bed-service       pic x(1).
               02 filler            pic x(2) value spaces.
               02 bed-besoin        pic z9.
               02 filler            pic x(3) value spaces.
               02 bed-bus           pic z9.
               02 filler            pic x(3) value spaces.
               02 bed-chauf         pic z9.
               02 filler            pic x(3) value spaces.
               02 bed-manque-bus    pic z9.
               02 filler            pic x(3) value spaces.
               02 bed-manque-chauf  pic z9.
               02 filler            pic x(3) value spaces.
               02 bed-depot         pic x(3).
           01 enr-besoin-tronque.
               02 bes-tronque-texte pic x(70).
           01 enr-besoin-total.
               02 bet-libelle       pic x(45).
               02 bet-valeur        pic zzzz9.

       working-storage section.
       01 FGrillesStatus           pic x(2).
       01 FAffectStatus            pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 FLignesStatus            pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 FEntretienStatus         pic x(2).
       01 FRapportStatus           pic x(2).
       01 rapport-ok            pic x value 'N'.
       01 lignes-ok             pic x value 'N'.
       01 absences-ok           pic x value 'N'.
       01 entretien-ok          pic x value 'N'.

       01 date-besoins-saisie   pic x(8).
       01 nb-jours-saisie       pic x(2).
       01 date-besoins          pic 9(8).
       01 nb-jours-besoins      pic 9(2) value 1.
       01 date-valide           pic x(1).
       01 julien-debut          pic 9(7).
       01 julien-courant        pic 9(7).
       01 julien-fin            pic 9(7).
       01 date-courante         pic 9(8).
       01 date-fin-periode      pic 9(8).
       01 jour-semaine          pic 9.
       01 type-jour-courant     pic x(1).
       01 libelle-jour          pic x(3).

       01 fin-grille-fichier    pic 9.
       01 fin-affect-fichier    pic 9.
       01 fin-absence-fichier   pic 9.
       01 fin-entretien-fichier pic 9.
       01 bus-present           pic x(1).
       01 chauf-present         pic x(1).
       01 service-lu            pic x(1).

       01 table-affect-jour.
           02 nb-aff-jour           pic 9(4) value 0.
           02 aff-jour occurs 2000.
               03 afj-ligne         pic 9(4).
               03 afj-service       pic x(1).
               03 afj-bus-dispo     pic x(1).
               03 afj-chauf-dispo   pic x(1).
               03 afj-depot         pic x(3).
       01 affectations-tronquees pic x value 'N'.
       01 poste-aff             pic 9(4).

       01 nb-bus-presents       pic 9(4).
       01 nb-chauf-presents     pic 9(4).
       01 manque-bus            pic 9(4).
       01 manque-chauf          pic 9(4).
       01 depot-propose         pic x(3).

       01 nb-besoins            pic 9(5) value 0.
       01 nb-besoins-manquants  pic 9(5) value 0.
       01 total-manque-bus      pic 9(5) value 0.
       01 total-manque-chauf    pic 9(5) value 0.

       procedure division.

       open input FGrilles
       open input FAffectations
       open input FBusNouv

       if FGrillesStatus not = '00' then
           display 'Erreur GrilleLigne.dat - status: ' FGrillesStatus
       else if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
       else if FBusNouvStatus not = '00' then
           display 'Erreur BusNouv.dat - status: ' FBusNouvStatus
       else
           perform PREPARER-PERIODE

           if date-valide = 'N' then
               display 'Periode invalide (DATE_BESOINS AAAAMMJJ,'
                   ' NB_JOURS_BESOINS de 1 a 31).'
           else
               perform OUVRIR-FICHIERS-OPTIONNELS
               perform OUVRIR-RAPPORT

               if rapport-ok = 'O' then
                   move date-besoins to bes-entete-debut
                   move date-fin-periode to bes-entete-fin
                   write enr-besoin-entete
                   move 'Date       Jour Ligne Nom de la ligne         '
                   & '  Srv Bes. Bus Chf Mq.B Mq.C Depot'
                       to bes-colonnes
                   write enr-besoin-colonnes

                   perform TRAITER-JOUR
                       varying julien-courant from julien-debut by 1
                       until julien-courant > julien-fin

                   perform ECRIRE-TOTAUX
                   close FRapportBesoins

                   display nb-besoins-manquants ' besoin(s) non'
                       ' couvert(s) sur ' nb-besoins
                       ', voir BesoinsLignes.dat.'
               else
                   display 'Erreur BesoinsLignes.dat - status: '
                       FRapportStatus
               end-if

               if lignes-ok = 'O' then
                   close FLignes
               end-if
               if absences-ok = 'O' then
                   close FAbsences
               end-if
               if entretien-ok = 'O' then
                   close FEntretiens
               end-if
           end-if
       end-if
       end-if
       end-if

       close FGrilles
       close FAffectations
       close FBusNouv

       goback
       .

      *----- Premier jour (defaut: aujourd'hui) et nombre de jours -----
      *----- (1 pour l'etat du jour, 7 pour l'etat de la semaine)  -----
       PREPARER-PERIODE.
           accept date-besoins-saisie from environment 'DATE_BESOINS'
           if date-besoins-saisie not = spaces
              and function test-numval(date-besoins-saisie) = 0
               move function numval(date-besoins-saisie)
                   to date-besoins
           else
               accept date-besoins from date yyyymmdd
           end-if

           accept nb-jours-saisie from environment 'NB_JOURS_BESOINS'
           if nb-jours-saisie not = spaces
              and function test-numval(nb-jours-saisie) = 0
               move function numval(nb-jours-saisie)
                   to nb-jours-besoins
           end-if

           call 'ss-date-valide' using date-besoins date-valide
           if nb-jours-besoins < 1 or nb-jours-besoins > 31 then
               move 'N' to date-valide
           end-if

           if date-valide = 'O' then
               compute julien-debut =
                   function integer-of-date(date-besoins)
               compute julien-fin = julien-debut + nb-jours-besoins - 1
               compute date-fin-periode =
                   function date-of-integer(julien-fin)
           end-if
       .

       OUVRIR-FICHIERS-OPTIONNELS.
           open input FLignes
           if FLignesStatus = '00' then
               move 'O' to lignes-ok
           else
               move 'N' to lignes-ok
           end-if

           open input FAbsences
           if FAbsenceStatus = '00' then
               move 'O' to absences-ok
           else
               move 'N' to absences-ok
           end-if

           open input FEntretiens
           if FEntretienStatus = '00' then
               move 'O' to entretien-ok
           else
               move 'N' to entretien-ok
           end-if
       .

       OUVRIR-RAPPORT.
           open output FRapportBesoins
           if FRapportStatus = '00' then
               move 'O' to rapport-ok
           else
               move 'N' to rapport-ok
           end-if
       .

      *----- Un jour de la periode: type de jour (1 = lundi), -----
      *----- affectations du jour puis confrontation a la grille -----
       TRAITER-JOUR.
           compute date-courante =
               function date-of-integer(julien-courant)
           compute jour-semaine =
               function mod(julien-courant - 1 7) + 1

           evaluate jour-semaine
               when 6
                   move 'S' to type-jour-courant
                   move 'SAM' to libelle-jour
               when 7
                   move 'D' to type-jour-courant
                   move 'DIM' to libelle-jour
               when other
                   move 'O' to type-jour-courant
                   move 'SEM' to libelle-jour
           end-evaluate

           perform CHARGER-AFFECTATIONS-JOUR
           perform ITERE-GRILLES
       .

      *----- Affectations en cours a date-courante, avec la -----
      *----- disponibilite reelle du bus et du chauffeur       -----
       CHARGER-AFFECTATIONS-JOUR.
           move 0 to nb-aff-jour
           move 0 to fin-affect-fichier
           move 0 to num-affect
           start FAffectations key >= num-affect

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if date-courante >= date-debut
                              and date-courante <= date-fin then
                               perform RETENIR-AFFECTATION
                           end-if
                   end-read
               end-perform
           end-if
       .

       RETENIR-AFFECTATION.
           if nb-aff-jour >= 2000 then
               move 'O' to affectations-tronquees
           else
               compute nb-aff-jour = nb-aff-jour + 1
               move num-ligne to afj-ligne(nb-aff-jour)
               move service-affect to service-lu
               if service-lu = space then
                   move 'J' to service-lu
               end-if
               move service-lu to afj-service(nb-aff-jour)

               move 'O' to bus-present
               move spaces to afj-depot(nb-aff-jour)
               move num-bus to numBusN
               read FBusNouv key is numBusN
                   invalid key
                       move 'N' to bus-present
                   not invalid key
                       move depotBusN to afj-depot(nb-aff-jour)
                       if statutN = 'R' then
                           move 'N' to bus-present
                       end-if
               end-read
               if bus-present = 'O' and entretien-ok = 'O' then
                   perform VERIFIE-ENTRETIEN
               end-if
               move bus-present to afj-bus-dispo(nb-aff-jour)

               move 'O' to chauf-present
               if absences-ok = 'O' then
                   perform VERIFIE-ABSENCE
               end-if
               move chauf-present to afj-chauf-dispo(nb-aff-jour)
           end-if
       .

      *----- Bus en atelier a date-courante -----
       VERIFIE-ENTRETIEN.
           move 0 to fin-entretien-fichier
           move num-bus to ent-bus
           start FEntretiens key = ent-bus

           if FEntretienStatus = '00' then
               perform with test after
                       until (fin-entretien-fichier = 1)
                   read FEntretiens next
                       at end
                           move 1 to fin-entretien-fichier
                       not at end
                           if num-bus not = ent-bus then
                               move 1 to fin-entretien-fichier
                           else
                               if ent-statut not = 'T'
                                  and date-courante >= ent-date-entree
                                  and date-courante <= ent-date-retour
                                  then
                                   move 'N' to bus-present
                                   move 1 to fin-entretien-fichier
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Chauffeur absent a date-courante -----
       VERIFIE-ABSENCE.
           move 0 to fin-absence-fichier
           move num-chauf to abs-chauf
           start FAbsences key = abs-chauf

           if FAbsenceStatus = '00' then
               perform with test after until (fin-absence-fichier = 1)
                   read FAbsences next
                       at end
                           move 1 to fin-absence-fichier
                       not at end
                           if num-chauf not = abs-chauf then
                               move 1 to fin-absence-fichier
                           else
                               if date-courante >= abs-date-debut
                                  and date-courante <= abs-date-fin
                                  then
                                   move 'N' to chauf-present
                                   move 1 to fin-absence-fichier
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Besoins de la grille pour le type de jour courant -----
       ITERE-GRILLES.
           move 0 to fin-grille-fichier
           move low-values to grl-cle
           start FGrilles key >= grl-cle

           if FGrillesStatus = '00' then
               perform with test after until (fin-grille-fichier = 1)
                   read FGrilles next
                       at end
                           move 1 to fin-grille-fichier
                       not at end
                           if grl-type-jour = type-jour-courant
                              and grl-nb-vehicules > 0 then
                               perform EVALUER-BESOIN
                           end-if
                   end-read
               end-perform
           end-if
       .

       EVALUER-BESOIN.
           compute nb-besoins = nb-besoins + 1
           move 0 to nb-bus-presents
           move 0 to nb-chauf-presents
           move grl-depot to depot-propose

           perform COMPTER-AFFECTATION
               varying poste-aff from 1 by 1
               until poste-aff > nb-aff-jour

           move 0 to manque-bus
           move 0 to manque-chauf
           if nb-bus-presents < grl-nb-vehicules then
               compute manque-bus = grl-nb-vehicules - nb-bus-presents
           end-if
           if nb-chauf-presents < grl-nb-vehicules then
               compute manque-chauf =
                   grl-nb-vehicules - nb-chauf-presents
           end-if

           if manque-bus > 0 or manque-chauf > 0 then
               compute nb-besoins-manquants = nb-besoins-manquants + 1
               compute total-manque-bus = total-manque-bus + manque-bus
               compute total-manque-chauf =
                   total-manque-chauf + manque-chauf
               perform ECRIRE-BESOIN
           end-if
       .

      *----- Le depot a solliciter est celui de la grille, a -----
      *----- defaut celui des bus deja affectes a la ligne    -----
       COMPTER-AFFECTATION.
           if afj-ligne(poste-aff) = grl-ligne
              and afj-service(poste-aff) = grl-service then
               if afj-bus-dispo(poste-aff) = 'O' then
                   compute nb-bus-presents = nb-bus-presents + 1
               end-if
               if afj-chauf-dispo(poste-aff) = 'O' then
                   compute nb-chauf-presents = nb-chauf-presents + 1
               end-if
               if depot-propose = spaces then
                   move afj-depot(poste-aff) to depot-propose
               end-if
           end-if
       .

       ECRIRE-BESOIN.
           move date-courante to bed-date
           move libelle-jour to bed-jour
           move grl-ligne to bed-ligne
           move spaces to bed-nom-ligne
           if lignes-ok = 'O' then
               move grl-ligne to numLigne
               read FLignes key is numLigne
                   invalid key move '(ligne inconnue)' to bed-nom-ligne
                   not invalid key move nomLigne to bed-nom-ligne
               end-read
           end-if
           move grl-service to bed-service
           move grl-nb-vehicules to bed-besoin
           move nb-bus-presents to bed-bus
           move nb-chauf-presents to bed-chauf
           move manque-bus to bed-manque-bus
           move manque-chauf to bed-manque-chauf
           if depot-propose = spaces then
               move '???' to bed-depot
           else
               move depot-propose to bed-depot
           end-if
           write enr-besoin-detail
       .

       ECRIRE-TOTAUX.
           if affectations-tronquees = 'O' then
               move 'Plus de 2000 affectations sur un jour, comptage'
               & ' incomplet.' to bes-tronque-texte
               write enr-besoin-tronque
           end-if

           move 'Besoins examines: ' to bet-libelle
           move nb-besoins to bet-valeur
           write enr-besoin-total

           move 'Besoins non couverts: ' to bet-libelle
           move nb-besoins-manquants to bet-valeur
           write enr-besoin-total

           move 'Bus manquants: ' to bet-libelle
           move total-manque-bus to bet-valeur
           write enr-besoin-total

           move 'Chauffeurs manquants: ' to bet-libelle
           move total-manque-chauf to bet-valeur
           write enr-besoin-total
       .

       end program ss-besoins-lignes.
