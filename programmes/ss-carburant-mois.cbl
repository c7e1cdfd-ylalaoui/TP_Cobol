       program-id. ss-carburant-mois.

       input-output section.
           file-control.
           select FBusNouv assign to "../ext/BusNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numBusN
               status FBusNouvStatus.

           select FReleves assign to "../ext/ReleveKm.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-releve
                   alternate key is rel-bus with duplicates
               status FReleveStatus.

           select FCarburant assign to "../ext/Carburant.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-plein
                   alternate key is carb-bus with duplicates
               status FCarburantStatus.

           select FRapportConso
               assign to "../ext/ConsommationMois.dat"
               organization is line sequential
               access mode is sequential
               status FRapportStatus.

       data division.
       file section.
       FD FBusNouv.
       01 enr-bus.
           02 numBusN      pic 9(4).
           02 plaqueN      pic x(15).
           02 modeleN      pic x(30).
           02 capaciteN    pic 9(3).
           02 statutN      pic x(1).
           02 habilitationN pic x(3).
           02 depotBusN    pic x(3).

       FD FReleves.
       01 enr-releve.
           02 num-releve       pic 9(4).
           02 rel-bus          pic 9(4).
           02 rel-date         pic 9(8).
           02 rel-km           pic 9(7).

       FD FCarburant.
       01 enr-carburant.
           02 num-plein        pic 9(4).
           02 carb-bus         pic 9(4).
           02 carb-date        pic 9(8).
           02 carb-litres      pic 9(4)v99.
           02 carb-km          pic 9(7).
           02 carb-station     pic x(20).

       fd FRapportConso.
           01 enr-conso-entete.
               02 filler            pic x(30)
                  value 'Consommation du mois: '.
               02 cns-entete-mois   pic 9(6).
               02 filler            pic x(28)
                  value '   - alerte au-dela de +'.
               02 cns-entete-seuil  pic zz9.
               02 filler            pic x(20)
                  value ' % du modele'.
           01 enr-conso-titre.
               02 cns-titre-texte   pic x(60).
           01 enr-conso-modele.
               02 filler            pic x(8) value 'Modele: '.
               02 cnm-modele        pic x(30).
               02 filler            pic x(18)
                  value '  moyenne L/100: '.
               02 cnm-moyenne       pic zz9.99.
               02 filler            pic x(2) value spaces.
               02 cnm-nb-bus        pic zz9.
               02 filler            pic x(6) value ' bus'.
           01 enr-conso-bus.
               02 filler            pic x(4) value spaces.
               02 cnb-numBus        pic 9(4).
               02 filler            pic x(2) value spaces.
               02 cnb-plaque        pic x(15).
               02 filler            pic x(1) value space.
               02 cnb-depot         pic x(3).
               02 filler            pic x(2) value spaces.
               02 cnb-litres        pic zzzzz9.99.
               02 filler            pic x(3) value ' L '.
               02 cnb-km            pic zzzzzz9.
               02 filler            pic x(4) value ' km '.
               02 cnb-conso         pic zz9.99.
               02 filler            pic x(2) value spaces.
               02 cnb-repere        pic x(20).
           01 enr-conso-depot.
               02 filler            pic x(7) value 'Depot '.
               02 cnd-depot         pic x(3).
               02 filler            pic x(2) value spaces.
               02 cnd-litres        pic zzzzzz9.99.
               02 filler            pic x(3) value ' L '.
               02 cnd-km            pic zzzzzzz9.
               02 filler            pic x(12) value ' km  L/100: '.
               02 cnd-conso         pic zz9.99.
           01 enr-conso-total.
               02 cnt-libelle       pic x(45).
               02 cnt-valeur        pic zzzzzzz9.99.
           01 enr-conso-tronque.
               02 cns-tronque-texte pic x(70).

       working-storage section.
       01 FBusNouvStatus           pic x(2).
       01 FReleveStatus            pic x(2).
       01 FCarburantStatus         pic x(2).
       01 FRapportStatus           pic x(2).
       01 rapport-ok            pic x value 'N'.

       01 mois-saisi            pic x(6).
       01 mois-conso            pic 9(6).
       01 mois-annee            pic 9(4).
       01 mois-numero           pic 9(2).
       01 debut-mois            pic 9(8).
       01 debut-mois-suivant    pic 9(8).

       01 seuil-saisi           pic x(3).
       01 seuil-ecart           pic 9(3) value 20.

       01 fin-bus-fichier       pic 9.
       01 fin-releve-fichier    pic 9.
       01 fin-carburant-fichier pic 9.

       01 litres-bus            pic 9(6)v99.
       01 km-bus                pic 9(7).
       01 date-reference        pic 9(8).
       01 km-reference          pic 9(7).
       01 date-premier-mois     pic 9(8).
       01 km-premier-mois       pic 9(7).
       01 date-dernier-mois     pic 9(8).
       01 km-dernier-mois       pic 9(7).

       01 nb-bus                pic 9(3) value 0.
       01 poste-bus             pic 9(3).
       01 table-bus.
           02 poste-bs occurs 500.
               03 tab-bus-num       pic 9(4).
               03 tab-bus-plaque    pic x(15).
               03 tab-bus-modele    pic x(30).
               03 tab-bus-depot     pic x(3).
               03 tab-bus-litres    pic 9(6)v99.
               03 tab-bus-km        pic 9(7).
               03 tab-bus-conso     pic 9(3)v99.

       01 nb-modeles            pic 9(3) value 0.
       01 poste-modele          pic 9(3).
       01 table-modeles.
           02 poste-mdl occurs 100.
               03 tab-mdl-modele    pic x(30).
               03 tab-mdl-litres    pic 9(8)v99.
               03 tab-mdl-km        pic 9(9).
               03 tab-mdl-nb        pic 9(3).
               03 tab-mdl-moyenne   pic 9(3)v99.

       01 nb-depots             pic 9(3) value 0.
       01 poste-depot           pic 9(3).
       01 table-depots.
           02 poste-dep occurs 100.
               03 tab-dep-depot     pic x(3).
               03 tab-dep-litres    pic 9(8)v99.
               03 tab-dep-km        pic 9(9).

       01 poste-trouve          pic 9(3).
       01 bus-tronques          pic x value 'N'.
       01 modeles-tronques      pic x value 'N'.
       01 depots-tronques       pic x value 'N'.
       01 conso-limite          pic 9(3)v99.
       01 moyenne-calcul        pic 9(3)v99.

       01 nb-alertes            pic 9(4) value 0.
       01 total-litres          pic 9(8)v99 value 0.
       01 total-km              pic 9(9) value 0.

       procedure division.

       open input FBusNouv
       open input FReleves
       open input FCarburant

       if FBusNouvStatus not = '00' then
           display 'Erreur BusNouv.dat - status: ' FBusNouvStatus
       else if FReleveStatus not = '00' then
           display 'Erreur ReleveKm.dat - status: ' FReleveStatus
       else if FCarburantStatus not = '00' then
           display 'Erreur Carburant.dat - status: ' FCarburantStatus
       else
           perform PREPARER-MOIS

           accept seuil-saisi from environment 'SEUIL_SURCONSO'
           if seuil-saisi not = spaces
              and function test-numval(seuil-saisi) = 0
               move function numval(seuil-saisi) to seuil-ecart
           end-if

           perform OUVRIR-RAPPORT

           if rapport-ok = 'O' then
               perform COLLECTER-BUS
               perform CALCULER-MOYENNES

               move mois-conso to cns-entete-mois
               move seuil-ecart to cns-entete-seuil
               write enr-conso-entete

               perform ECRIRE-PAR-MODELE
               perform ECRIRE-PAR-DEPOT
               perform ECRIRE-TOTAUX

               close FRapportConso
               display nb-bus ' bus analyse(s), ' nb-alertes
                   ' en surconsommation, voir ConsommationMois.dat.'
           else
               display 'Erreur ConsommationMois.dat - status: '
                   FRapportStatus
           end-if
       end-if
       end-if
       end-if

       close FBusNouv
       close FReleves
       close FCarburant

       goback
       .

      *----- Bornes du mois (MOIS_CARBURANT ou mois courant) -----
       PREPARER-MOIS.
           accept mois-saisi from environment 'MOIS_CARBURANT'
           if mois-saisi not = spaces
              and function test-numval(mois-saisi) = 0
               move function numval(mois-saisi) to mois-conso
           else
               accept debut-mois from date yyyymmdd
               compute mois-conso = debut-mois / 100
           end-if

           divide mois-conso by 100 giving mois-annee
               remainder mois-numero
           compute debut-mois = mois-conso * 100 + 1
           if mois-numero = 12 then
               compute debut-mois-suivant =
                   (mois-annee + 1) * 10000 + 0101
           else
               compute debut-mois-suivant =
                   mois-annee * 10000 + (mois-numero + 1) * 100 + 1
           end-if
       .

       OUVRIR-RAPPORT.
           open output FRapportConso
           if FRapportStatus = '00' then
               move 'O' to rapport-ok
           else
               move 'N' to rapport-ok
           end-if
       .

      *----- Litres et kilometres du mois, bus par bus -----
       COLLECTER-BUS.
           move 0 to fin-bus-fichier
           move 0 to numBusN
           start FBusNouv key >= numBusN

           if FBusNouvStatus = '00' then
               perform with test after until (fin-bus-fichier = 1)
                   read FBusNouv next
                       at end
                           move 1 to fin-bus-fichier
                       not at end
                           perform SOMMER-LITRES
                           perform MESURER-KM
                           if litres-bus > 0 or km-bus > 0 then
                               perform RETENIR-BUS
                           end-if
                   end-read
               end-perform
           end-if
       .

       SOMMER-LITRES.
           move 0 to litres-bus
           move 0 to fin-carburant-fichier
           move numBusN to carb-bus
           start FCarburant key = carb-bus

           if FCarburantStatus = '00' then
               perform with test after
                       until (fin-carburant-fichier = 1)
                   read FCarburant next
                       at end
                           move 1 to fin-carburant-fichier
                       not at end
                           if carb-bus not = numBusN then
                               move 1 to fin-carburant-fichier
                           else
                               if carb-date >= debut-mois
                                  and carb-date < debut-mois-suivant
                                   compute litres-bus =
                                       litres-bus + carb-litres
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Kilometres du mois: dernier releve du mois moins le -----
      *----- dernier releve anterieur (a defaut le premier du mois) --
       MESURER-KM.
           move 0 to km-bus
           move 0 to date-reference
           move 0 to km-reference
           move 99999999 to date-premier-mois
           move 0 to km-premier-mois
           move 0 to date-dernier-mois
           move 0 to km-dernier-mois
           move 0 to fin-releve-fichier
           move numBusN to rel-bus
           start FReleves key = rel-bus

           if FReleveStatus = '00' then
               perform with test after until (fin-releve-fichier = 1)
                   read FReleves next
                       at end
                           move 1 to fin-releve-fichier
                       not at end
                           if rel-bus not = numBusN then
                               move 1 to fin-releve-fichier
                           else
                               perform CLASSER-RELEVE
                           end-if
                   end-read
               end-perform
           end-if

           if date-reference = 0 then
               move km-premier-mois to km-reference
           end-if
           if date-dernier-mois > 0
              and km-dernier-mois > km-reference then
               compute km-bus = km-dernier-mois - km-reference
           end-if
       .

       CLASSER-RELEVE.
           if rel-date < debut-mois then
               if rel-date > date-reference then
                   move rel-date to date-reference
                   move rel-km to km-reference
               end-if
           else
               if rel-date < debut-mois-suivant then
                   if rel-date < date-premier-mois then
                       move rel-date to date-premier-mois
                       move rel-km to km-premier-mois
                   end-if
                   if rel-date > date-dernier-mois then
                       move rel-date to date-dernier-mois
                       move rel-km to km-dernier-mois
                   end-if
               end-if
           end-if
       .

       RETENIR-BUS.
           if nb-bus < 500 then
               compute nb-bus = nb-bus + 1
               move numBusN to tab-bus-num(nb-bus)
               move plaqueN to tab-bus-plaque(nb-bus)
               move modeleN to tab-bus-modele(nb-bus)
               move depotBusN to tab-bus-depot(nb-bus)
               move litres-bus to tab-bus-litres(nb-bus)
               move km-bus to tab-bus-km(nb-bus)
               move 0 to tab-bus-conso(nb-bus)
               if litres-bus > 0 and km-bus > 0 then
                   compute tab-bus-conso(nb-bus) rounded =
                       litres-bus * 100 / km-bus
                       on size error
                           move 999.99 to tab-bus-conso(nb-bus)
                   end-compute
                   perform CUMULER-MODELE
                   perform CUMULER-DEPOT
               end-if
           else
               move 'O' to bus-tronques
           end-if
       .

       CUMULER-MODELE.
           move 0 to poste-trouve
           perform COMPARER-MODELE
               varying poste-modele from 1 by 1
               until poste-modele > nb-modeles or poste-trouve > 0

           if poste-trouve = 0 then
               if nb-modeles < 100 then
                   compute nb-modeles = nb-modeles + 1
                   move nb-modeles to poste-trouve
                   move modeleN to tab-mdl-modele(poste-trouve)
                   move 0 to tab-mdl-litres(poste-trouve)
                   move 0 to tab-mdl-km(poste-trouve)
                   move 0 to tab-mdl-nb(poste-trouve)
                   move 0 to tab-mdl-moyenne(poste-trouve)
               else
                   move 'O' to modeles-tronques
               end-if
           end-if

           if poste-trouve > 0 then
               compute tab-mdl-litres(poste-trouve) =
                   tab-mdl-litres(poste-trouve) + litres-bus
               compute tab-mdl-km(poste-trouve) =
                   tab-mdl-km(poste-trouve) + km-bus
               compute tab-mdl-nb(poste-trouve) =
                   tab-mdl-nb(poste-trouve) + 1
           end-if
       .

       COMPARER-MODELE.
           if tab-mdl-modele(poste-modele) = modeleN then
               move poste-modele to poste-trouve
           end-if
       .

       CUMULER-DEPOT.
           move 0 to poste-trouve
           perform COMPARER-DEPOT
               varying poste-depot from 1 by 1
               until poste-depot > nb-depots or poste-trouve > 0

           if poste-trouve = 0 then
               if nb-depots < 100 then
                   compute nb-depots = nb-depots + 1
                   move nb-depots to poste-trouve
                   move depotBusN to tab-dep-depot(poste-trouve)
                   move 0 to tab-dep-litres(poste-trouve)
                   move 0 to tab-dep-km(poste-trouve)
               else
                   move 'O' to depots-tronques
               end-if
           end-if

           if poste-trouve > 0 then
               compute tab-dep-litres(poste-trouve) =
                   tab-dep-litres(poste-trouve) + litres-bus
               compute tab-dep-km(poste-trouve) =
                   tab-dep-km(poste-trouve) + km-bus
           end-if

           compute total-litres = total-litres + litres-bus
           compute total-km = total-km + km-bus
       .

       COMPARER-DEPOT.
           if tab-dep-depot(poste-depot) = depotBusN then
               move poste-depot to poste-trouve
           end-if
       .

      *----- Moyenne du modele ponderee par les kilometres -----
       CALCULER-MOYENNES.
           perform CALCULER-MOYENNE-MODELE
               varying poste-modele from 1 by 1
               until poste-modele > nb-modeles
       .

       CALCULER-MOYENNE-MODELE.
           if tab-mdl-km(poste-modele) > 0 then
               compute tab-mdl-moyenne(poste-modele) rounded =
                   tab-mdl-litres(poste-modele) * 100
                   / tab-mdl-km(poste-modele)
                   on size error
                       move 999.99 to tab-mdl-moyenne(poste-modele)
               end-compute
           end-if
       .

       ECRIRE-PAR-MODELE.
           move 'Consommation par modele (L/100 km):'
               to cns-titre-texte
           write enr-conso-titre

           perform ECRIRE-MODELE
               varying poste-modele from 1 by 1
               until poste-modele > nb-modeles

           move 'Bus sans consommation calculable:'
               to cns-titre-texte
           write enr-conso-titre
           perform ECRIRE-BUS-SANS-PLEIN
               varying poste-bus from 1 by 1
               until poste-bus > nb-bus

           if bus-tronques = 'O' or modeles-tronques = 'O' then
               move 'Attention: trop de bus ou de modeles, etat'
               & ' incomplet.' to cns-tronque-texte
               write enr-conso-tronque
           end-if
       .

       ECRIRE-MODELE.
           move tab-mdl-modele(poste-modele) to cnm-modele
           move tab-mdl-moyenne(poste-modele) to cnm-moyenne
           move tab-mdl-nb(poste-modele) to cnm-nb-bus
           write enr-conso-modele

           compute conso-limite rounded =
               tab-mdl-moyenne(poste-modele)
               * (100 + seuil-ecart) / 100
               on size error move 999.99 to conso-limite
           end-compute

           perform ECRIRE-BUS-MODELE
               varying poste-bus from 1 by 1
               until poste-bus > nb-bus
       .

       ECRIRE-BUS-MODELE.
           if tab-bus-conso(poste-bus) > 0
              and tab-bus-modele(poste-bus)
                  = tab-mdl-modele(poste-modele) then
               perform ECRIRE-BUS
           end-if
       .

       ECRIRE-BUS-SANS-PLEIN.
           if tab-bus-conso(poste-bus) = 0 then
               perform ECRIRE-BUS
           end-if
       .

      *----- Surconsommation: au-dela de la moyenne du modele  -----
      *----- majoree du seuil, s'il y a de quoi comparer        -----
       ECRIRE-BUS.
           move tab-bus-num(poste-bus) to cnb-numBus
           move tab-bus-plaque(poste-bus) to cnb-plaque
           move tab-bus-depot(poste-bus) to cnb-depot
           move tab-bus-litres(poste-bus) to cnb-litres
           move tab-bus-km(poste-bus) to cnb-km
           move tab-bus-conso(poste-bus) to cnb-conso
           move spaces to cnb-repere

           if tab-bus-conso(poste-bus) = 0 then
               if tab-bus-km(poste-bus) = 0 then
                   move 'KM INCONNUS' to cnb-repere
               else
                   move 'AUCUN PLEIN' to cnb-repere
               end-if
           else
               if tab-mdl-nb(poste-modele) > 1
                  and tab-bus-conso(poste-bus) > conso-limite then
                   move '*** SURCONSOMMATION' to cnb-repere
                   compute nb-alertes = nb-alertes + 1
               end-if
           end-if

           write enr-conso-bus
       .

       ECRIRE-PAR-DEPOT.
           move 'Consommation par depot:' to cns-titre-texte
           write enr-conso-titre

           perform ECRIRE-DEPOT
               varying poste-depot from 1 by 1
               until poste-depot > nb-depots

           if depots-tronques = 'O' then
               move 'Attention: trop de depots, etat incomplet.'
                   to cns-tronque-texte
               write enr-conso-tronque
           end-if
       .

       ECRIRE-DEPOT.
           move tab-dep-depot(poste-depot) to cnd-depot
           move tab-dep-litres(poste-depot) to cnd-litres
           move tab-dep-km(poste-depot) to cnd-km
           move 0 to moyenne-calcul
           if tab-dep-km(poste-depot) > 0 then
               compute moyenne-calcul rounded =
                   tab-dep-litres(poste-depot) * 100
                   / tab-dep-km(poste-depot)
                   on size error move 999.99 to moyenne-calcul
               end-compute
           end-if
           move moyenne-calcul to cnd-conso
           write enr-conso-depot
       .

       ECRIRE-TOTAUX.
           move 'Litres (bus a consommation calculee): '
               to cnt-libelle
           move total-litres to cnt-valeur
           write enr-conso-total

           move 'Kilometres (bus a consommation calculee): '
               to cnt-libelle
           move total-km to cnt-valeur
           write enr-conso-total

           move 0 to moyenne-calcul
           if total-km > 0 then
               compute moyenne-calcul rounded =
                   total-litres * 100 / total-km
                   on size error move 999.99 to moyenne-calcul
               end-compute
           end-if
           move 'Moyenne du parc (L/100 km): ' to cnt-libelle
           move moyenne-calcul to cnt-valeur
           write enr-conso-total

           move 'Bus en surconsommation: ' to cnt-libelle
           move nb-alertes to cnt-valeur
           write enr-conso-total
       .

       end program ss-carburant-mois.
