       program-id. ss-repos-controle.

       input-output section.
           file-control.
           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-affect
                   alternate key is num-chauf with duplicates
                   alternate key is num-bus with duplicates
               status FAffectStatus.

           select FAbsences assign to "../ext/Absence.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-absence
                   alternate key is abs-chauf with duplicates
               status FAbsenceStatus.

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

       FD FAbsences.
       01 enr-absence.
           02 num-absence      pic 9(4).
           02 abs-chauf        pic 9(4).
           02 abs-date-debut   pic 9(8).
           02 abs-date-fin     pic 9(8).
           02 abs-motif        pic x(3).

       working-storage section.
       01 FAffectStatus            pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 fin-affect-fichier       pic 9.
       01 fin-absence-fichier      pic 9.

       01 parametre-saisi       pic x(3).
       01 repos-min-heures      pic 9(2) value 11.
       01 jours-consecutifs-max pic 9(2) value 6.
       01 jours-repos-hebdo     pic 9(1) value 1.

      *----- Horaires des services: debut et fin en heures, la  -----
      *----- fin de nuit est comptee sur le lendemain (29 = 5h) -----
       01 table-horaires.
           02 filler            pic x(5) value 'M0513'.
           02 filler            pic x(5) value 'A1321'.
           02 filler            pic x(5) value 'N2129'.
           02 filler            pic x(5) value 'J0818'.
       01 filler redefines table-horaires.
           02 poste-horaire occurs 4.
               03 hor-service       pic x(1).
               03 hor-debut         pic 9(2).
               03 hor-fin           pic 9(2).
       01 poste-service         pic 9.
       01 heure-debut-service   pic 9(2).
       01 heure-fin-service     pic 9(2).

      *----- Un poste par jour de la fenetre examinee -----
       01 nb-jours              pic 9(3).
       01 table-jours.
           02 poste-jour occurs 500.
               03 jour-travail      pic x(1).
               03 jour-debut-min    pic 9(2).
               03 jour-fin-max      pic 9(2).
               03 jour-interet      pic x(1).

       01 marge                 pic 9(3).
       01 julien-fenetre        pic s9(8).
       01 julien-debut          pic s9(8).
       01 julien-fin            pic s9(8).
       01 julien-jour           pic s9(8).
       01 periode-debut         pic 9(8).
       01 periode-fin           pic 9(8).
       01 periode-service       pic x(1).
       01 julien-periode-debut  pic s9(8).
       01 julien-periode-fin    pic s9(8).
       01 i                     pic 9(3).
       01 j                     pic 9(3).
       01 poste-debut           pic s9(8).
       01 poste-fin             pic s9(8).

       01 repos-heures          pic s9(3).
       01 serie-jours           pic 9(3).
       01 serie-debut           pic 9(3).
       01 serie-interet         pic x(1).
       01 jour-semaine          pic 9(1).
       01 poste-lundi           pic 9(3).
       01 jours-travailles      pic 9(1).
       01 semaine-interet       pic x(1).

       01 infraction-date       pic 9(8).
       01 infraction-regle      pic x(1).
       01 infraction-motif      pic x(30).
       01 infraction-valeur     pic 9(3).

       linkage section.
      *----- lk-mode 'C': controle d'une affectation candidate   -----
      *-----   (periode + service ajoutes au planning existant)  -----
      *----- lk-mode 'E': examen du planning existant seul sur   -----
      *-----   la periode                                        -----
      *----- lk-status 'N': Affectation.dat indisponible         -----
       01 lk-controle-repos.
           02 lk-mode               pic x(1).
           02 lk-chauf              pic 9(4).
           02 lk-affect-exclue      pic 9(4).
           02 lk-date-debut         pic 9(8).
           02 lk-date-fin           pic 9(8).
           02 lk-service            pic x(1).
           02 lk-status             pic x(1).
           02 lk-nb-infractions     pic 9(3).
           02 lk-infractions-tronquees pic x(1).
           02 lk-infraction occurs 50.
               03 lk-inf-date       pic 9(8).
               03 lk-inf-regle      pic x(1).
               03 lk-inf-motif      pic x(30).
               03 lk-inf-valeur     pic 9(3).

      *----- Regles de repos des chauffeurs: repos minimum entre  -----
      *----- deux services de jours consecutifs, nombre maximum   -----
      *----- de jours travailles d'affilee, repos hebdomadaire    -----
      *----- (semaine du lundi au dimanche). Les jours d'absence  -----
      *----- ne sont pas des jours travailles.                    -----
       procedure division using lk-controle-repos.

       move 'O' to lk-status
       move 0 to lk-nb-infractions
       move 'N' to lk-infractions-tronquees

       perform PREPARER-PARAMETRES
       perform PREPARER-FENETRE

       open input FAffectations
       if FAffectStatus not = '00' then
           move 'N' to lk-status
           goback
       end-if

       perform MARQUER-AFFECTATIONS
       close FAffectations

       if lk-mode = 'C' then
           move lk-date-debut to periode-debut
           move lk-date-fin to periode-fin
           move lk-service to periode-service
           perform MARQUER-PERIODE
       end-if

       open input FAbsences
       if FAbsenceStatus = '00' then
           perform RETIRER-ABSENCES
           close FAbsences
       end-if

       perform CONTROLER-REPOS-QUOTIDIEN
       perform CONTROLER-JOURS-CONSECUTIFS
       perform CONTROLER-REPOS-HEBDO

       goback
       .

       PREPARER-PARAMETRES.
           accept parametre-saisi from environment 'REPOS_MIN_HEURES'
           if parametre-saisi not = spaces
              and function test-numval(parametre-saisi) = 0
               move function numval(parametre-saisi)
                   to repos-min-heures
           end-if

           accept parametre-saisi
               from environment 'JOURS_CONSECUTIFS_MAX'
           if parametre-saisi not = spaces
              and function test-numval(parametre-saisi) = 0
               move function numval(parametre-saisi)
                   to jours-consecutifs-max
           end-if
           if jours-consecutifs-max > 60 then
               move 60 to jours-consecutifs-max
           end-if

           accept parametre-saisi from environment 'JOURS_REPOS_HEBDO'
           if parametre-saisi not = spaces
              and function test-numval(parametre-saisi) = 0
               move function numval(parametre-saisi)
                   to jours-repos-hebdo
           end-if
       .

      *----- Fenetre = periode elargie de part et d'autre pour -----
      *----- voir les series et les semaines qui la traversent -----
       PREPARER-FENETRE.
           compute julien-debut =
               function integer-of-date(lk-date-debut)
           compute julien-fin =
               function integer-of-date(lk-date-fin)
           compute marge = jours-consecutifs-max + 7
           compute julien-fenetre = julien-debut - marge

           if julien-fin + marge - julien-fenetre + 1 > 500 then
               move 500 to nb-jours
           else
               compute nb-jours =
                   julien-fin + marge - julien-fenetre + 1
           end-if

           perform INITIALISER-JOUR
               varying i from 1 by 1
               until i > nb-jours
       .

       INITIALISER-JOUR.
           move 'N' to jour-travail(i)
           move 99 to jour-debut-min(i)
           move 0 to jour-fin-max(i)
           compute julien-jour = julien-fenetre + i - 1
           if julien-jour >= julien-debut
              and julien-jour <= julien-fin then
               move 'O' to jour-interet(i)
           else
               move 'N' to jour-interet(i)
           end-if
       .

       MARQUER-AFFECTATIONS.
           move 0 to fin-affect-fichier
           move lk-chauf to num-chauf
           start FAffectations key = num-chauf

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if num-chauf not = lk-chauf then
                               move 1 to fin-affect-fichier
                           else
                               if num-affect not = lk-affect-exclue then
                                   move date-debut to periode-debut
                                   move date-fin to periode-fin
                                   move service-affect
                                       to periode-service
                                   perform MARQUER-PERIODE
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Jours de periode-debut a periode-fin (inclus) vus -----
      *----- dans la fenetre, avec les horaires du service     -----
       MARQUER-PERIODE.
           if periode-debut >= 10000101 and periode-fin >= 10000101
              and periode-debut <= periode-fin then
               perform CHERCHER-HORAIRE
               compute julien-periode-debut =
                   function integer-of-date(periode-debut)
               compute julien-periode-fin =
                   function integer-of-date(periode-fin)
               compute poste-debut =
                   julien-periode-debut - julien-fenetre + 1
               compute poste-fin =
                   julien-periode-fin - julien-fenetre + 1
               if poste-debut < 1 then
                   move 1 to poste-debut
               end-if
               if poste-fin > nb-jours then
                   move nb-jours to poste-fin
               end-if
               if poste-debut > nb-jours then
                   move 0 to poste-fin
               end-if

               perform MARQUER-JOUR
                   varying i from poste-debut by 1
                   until i > poste-fin
           end-if
       .

       MARQUER-JOUR.
           move 'O' to jour-travail(i)
           if heure-debut-service < jour-debut-min(i) then
               move heure-debut-service to jour-debut-min(i)
           end-if
           if heure-fin-service > jour-fin-max(i) then
               move heure-fin-service to jour-fin-max(i)
           end-if
       .

      *----- Service vide ou inconnu: horaires de journee (J) -----
       CHERCHER-HORAIRE.
           move 4 to poste-service
           perform COMPARER-HORAIRE
               varying j from 1 by 1
               until j > 4
           move hor-debut(poste-service) to heure-debut-service
           move hor-fin(poste-service) to heure-fin-service
       .

       COMPARER-HORAIRE.
           if hor-service(j) = periode-service then
               move j to poste-service
           end-if
       .

       RETIRER-ABSENCES.
           move 0 to fin-absence-fichier
           move lk-chauf to abs-chauf
           start FAbsences key = abs-chauf

           if FAbsenceStatus = '00' then
               perform with test after until (fin-absence-fichier = 1)
                   read FAbsences next
                       at end
                           move 1 to fin-absence-fichier
                       not at end
                           if abs-chauf not = lk-chauf then
                               move 1 to fin-absence-fichier
                           else
                               perform RETIRER-ABSENCE
                           end-if
                   end-read
               end-perform
           end-if
       .

       RETIRER-ABSENCE.
           if abs-date-debut >= 10000101 and abs-date-fin >= 10000101
              and abs-date-debut <= abs-date-fin then
               compute poste-debut = function integer-of-date
                   (abs-date-debut) - julien-fenetre + 1
               compute poste-fin = function integer-of-date
                   (abs-date-fin) - julien-fenetre + 1
               if poste-debut < 1 then
                   move 1 to poste-debut
               end-if
               if poste-fin > nb-jours then
                   move nb-jours to poste-fin
               end-if
               if poste-debut > nb-jours then
                   move 0 to poste-fin
               end-if

               perform LIBERER-JOUR
                   varying i from poste-debut by 1
                   until i > poste-fin
           end-if
       .

       LIBERER-JOUR.
           move 'N' to jour-travail(i)
           move 99 to jour-debut-min(i)
           move 0 to jour-fin-max(i)
       .

      *----- Repos entre la fin du service de la veille et le -----
      *----- debut du service du lendemain                     -----
       CONTROLER-REPOS-QUOTIDIEN.
           perform CONTROLER-REPOS-JOUR
               varying i from 1 by 1
               until i >= nb-jours
       .

       CONTROLER-REPOS-JOUR.
           compute j = i + 1
           if jour-travail(i) = 'O' and jour-travail(j) = 'O'
              and (jour-interet(i) = 'O'
                   or jour-interet(j) = 'O') then
               compute repos-heures =
                   24 + jour-debut-min(j) - jour-fin-max(i)
               if repos-heures < repos-min-heures then
                   compute infraction-date = function
                       date-of-integer(julien-fenetre + j - 1)
                   move 'R' to infraction-regle
                   move 'REPOS ENTRE SERVICES < MINIMUM'
                       to infraction-motif
                   move repos-heures to infraction-valeur
                   perform AJOUTER-INFRACTION
               end-if
           end-if
       .

       CONTROLER-JOURS-CONSECUTIFS.
           move 0 to serie-jours
           move 'N' to serie-interet
           perform COMPTER-SERIE
               varying i from 1 by 1
               until i > nb-jours
           perform CLORE-SERIE
       .

       COMPTER-SERIE.
           if jour-travail(i) = 'O' then
               if serie-jours = 0 then
                   move i to serie-debut
                   move 'N' to serie-interet
               end-if
               compute serie-jours = serie-jours + 1
               if jour-interet(i) = 'O' then
                   move 'O' to serie-interet
               end-if
           else
               perform CLORE-SERIE
           end-if
       .

       CLORE-SERIE.
           if serie-jours > jours-consecutifs-max
              and serie-interet = 'O' then
               compute infraction-date = function
                   date-of-integer(julien-fenetre + serie-debut - 1)
               move 'C' to infraction-regle
               move 'TROP DE JOURS CONSECUTIFS' to infraction-motif
               move serie-jours to infraction-valeur
               perform AJOUTER-INFRACTION
           end-if
           move 0 to serie-jours
       .

      *----- Semaines du lundi au dimanche entierement vues -----
       CONTROLER-REPOS-HEBDO.
           compute jour-semaine =
               function mod(julien-fenetre - 1 7) + 1
           compute poste-lundi = function mod(8 - jour-semaine 7) + 1

           perform CONTROLER-SEMAINE
               until poste-lundi + 6 > nb-jours
       .

       CONTROLER-SEMAINE.
           move 0 to jours-travailles
           move 'N' to semaine-interet
           perform COMPTER-JOUR-SEMAINE
               varying i from poste-lundi by 1
               until i > poste-lundi + 6

           if semaine-interet = 'O'
              and 7 - jours-travailles < jours-repos-hebdo then
               compute infraction-date = function
                   date-of-integer(julien-fenetre + poste-lundi - 1)
               move 'H' to infraction-regle
               move 'REPOS HEBDOMADAIRE INSUFFISANT'
                   to infraction-motif
               move jours-travailles to infraction-valeur
               perform AJOUTER-INFRACTION
           end-if

           compute poste-lundi = poste-lundi + 7
       .

       COMPTER-JOUR-SEMAINE.
           if jour-travail(i) = 'O' then
               compute jours-travailles = jours-travailles + 1
           end-if
           if jour-interet(i) = 'O' then
               move 'O' to semaine-interet
           end-if
       .

       AJOUTER-INFRACTION.
           if lk-nb-infractions < 50 then
               compute lk-nb-infractions = lk-nb-infractions + 1
               move infraction-date
                   to lk-inf-date(lk-nb-infractions)
               move infraction-regle
                   to lk-inf-regle(lk-nb-infractions)
               move infraction-motif
                   to lk-inf-motif(lk-nb-infractions)
               move infraction-valeur
                   to lk-inf-valeur(lk-nb-infractions)
           else
               move 'O' to lk-infractions-tronquees
           end-if
       .

       end program ss-repos-controle.
