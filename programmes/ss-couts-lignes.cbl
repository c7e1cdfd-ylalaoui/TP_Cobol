       program-id. ss-couts-lignes.

       input-output section.
           file-control.
           select FRealise assign to "../ext/Realise.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-realise
                   alternate key is real-affect with duplicates
               status FRealiseStatus.

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

           select FTarifs assign to "../ext/Tarif.dat"
               organization is indexed
               access mode is dynamic
                   record key is tarif-cle
               status FTarifsStatus.

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

           select FLignes assign to "../ext/Ligne.dat"
               organization is indexed
               access mode is dynamic
                   record key is numLigne
               status FLignesStatus.

           select FRapportCouts assign to "../ext/CoutsLignes.dat"
               organization is line sequential
               access mode is sequential
               status FRapportStatus.

       data division.
       file section.
       FD FRealise.
       01 enr-realise.
           02 num-realise      pic 9(4).
           02 real-affect      pic 9(4).
           02 real-date        pic 9(8).
           02 real-fait        pic x(1).
           02 real-bus         pic 9(4).
           02 real-incident    pic x(3).

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

       fd FTarifs.
           01 enr-tarif.
               02 tarif-cle.
                   03 tarif-type          pic x(1).
                   03 tarif-code          pic x(30).
               02 tarif-montant           pic 9(5)v99.

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

       fd FLignes.
           01 enr-ligne.
               02 numLigne        pic 9(4).
               02 nomLigne        pic x(25).
               02 departLigne     pic x(20).
               02 arriveeLigne    pic x(20).
               02 capaciteLigne   pic 9(3).

       fd FRapportCouts.
           01 enr-cout-entete.
               02 filler            pic x(33)
                  value 'Cout d''exploitation du mois de '.
               02 cou-entete-mois   pic 9999/99.
           01 enr-cout-titre.
               02 cou-titre         pic x(100).
           01 enr-cout-detail.
               02 cod-code          pic x(4).
               02 filler            pic x(1) value space.
               02 cod-libelle       pic x(25).
               02 cod-services      pic zzzz9.
               02 filler            pic x(1) value space.
               02 cod-jours         pic zzzz9.
               02 filler            pic x(1) value space.
               02 cod-km            pic zzzzzzz9.
               02 filler            pic x(1) value space.
               02 cod-cout-chauf    pic zzzzzz9.99.
               02 filler            pic x(1) value space.
               02 cod-cout-km       pic zzzzzz9.99.
               02 filler            pic x(1) value space.
               02 cod-cout-carbu    pic zzzzzz9.99.
               02 filler            pic x(1) value space.
               02 cod-cout-total    pic zzzzzzz9.99.
           01 enr-cout-alerte.
               02 cou-alerte-texte  pic x(70).
           01 enr-cout-total.
               02 cot-libelle       pic x(45).
               02 cot-valeur        pic zzzzzzzz9.99.

       working-storage section.
       01 FRealiseStatus           pic x(2).
       01 FAffectStatus            pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 FTarifsStatus            pic x(2).
       01 FReleveStatus            pic x(2).
       01 FCarburantStatus         pic x(2).
       01 FLignesStatus            pic x(2).
       01 FRapportStatus           pic x(2).
       01 rapport-ok            pic x value 'N'.
       01 releves-ok            pic x value 'N'.
       01 carburant-ok          pic x value 'N'.
       01 lignes-ok             pic x value 'N'.

       01 mois-saisi            pic x(6).
       01 mois-couts            pic 9(6).
       01 mois-annee            pic 9(4).
       01 mois-numero           pic 9(2).
       01 debut-mois            pic 9(8).
       01 debut-mois-suivant    pic 9(8).

       01 fin-realise-fichier   pic 9.
       01 fin-releve-fichier    pic 9.
       01 fin-carburant-fichier pic 9.

       01 tarif-jour-m          pic 9(5)v99 value 0.
       01 tarif-jour-a          pic 9(5)v99 value 0.
       01 tarif-jour-n          pic 9(5)v99 value 0.
       01 tarif-jour-j          pic 9(5)v99 value 0.
       01 tarif-litre           pic 9(5)v99 value 0.
       01 tarif-km-modele       pic 9(5)v99.
       01 tarif-jour            pic 9(5)v99.
       01 supplement-jour       pic 9(5)v99.
       01 jour-nouveau          pic x.

       01 ligne-lue             pic 9(4).
       01 chauf-lu              pic 9(4).
       01 bus-lu                pic 9(4).
       01 service-lu            pic x(1).
       01 depot-lu              pic x(3).
       01 modele-lu             pic x(30).

       01 litres-bus            pic 9(6)v99.
       01 km-bus                pic 9(7).
       01 date-reference        pic 9(8).
       01 km-reference          pic 9(7).
       01 date-premier-mois     pic 9(8).
       01 km-premier-mois       pic 9(7).
       01 date-dernier-mois     pic 9(8).
       01 km-dernier-mois       pic 9(7).

       01 km-part               pic 9(8).
       01 cout-km-part          pic 9(7)v99.
       01 cout-carbu-part       pic 9(7)v99.
       01 cout-total-calcul     pic 9(8)v99.

       01 nb-lignes             pic 9(3) value 0.
       01 poste-ligne           pic 9(3).
       01 table-lignes.
           02 poste-lig occurs 300.
               03 tab-lig-ligne      pic 9(4).
               03 tab-lig-services   pic 9(5).
               03 tab-lig-jours      pic 9(5).
               03 tab-lig-km         pic 9(8).
               03 tab-lig-cout-chauf pic 9(7)v99.
               03 tab-lig-cout-km    pic 9(7)v99.
               03 tab-lig-cout-carbu pic 9(7)v99.

       01 nb-depots             pic 9(3) value 0.
       01 poste-depot           pic 9(3).
       01 table-depots.
           02 poste-dep occurs 100.
               03 tab-dep-depot      pic x(3).
               03 tab-dep-services   pic 9(5).
               03 tab-dep-jours      pic 9(5).
               03 tab-dep-km         pic 9(8).
               03 tab-dep-cout-chauf pic 9(7)v99.
               03 tab-dep-cout-km    pic 9(7)v99.
               03 tab-dep-cout-carbu pic 9(7)v99.

       01 nb-bus                pic 9(3) value 0.
       01 poste-bus             pic 9(3).
       01 table-bus.
           02 poste-bs occurs 500.
               03 tab-bus-num        pic 9(4).
               03 tab-bus-services   pic 9(5).

       01 nb-bus-lignes         pic 9(4) value 0.
       01 poste-bl              pic 9(4).
       01 table-bus-lignes.
           02 poste-bsl occurs 2000.
               03 tab-bl-bus         pic 9(4).
               03 tab-bl-ligne       pic 9(4).
               03 tab-bl-services    pic 9(5).

      *----- Jours chauffeur deja comptes: (chauffeur, date) par -----
      *----- ligne, et par chauffeur pour son depot              -----
       01 nb-jours-lignes       pic 9(5) value 0.
       01 poste-jl              pic 9(5).
       01 table-jours-lignes.
           02 poste-jour-lig occurs 5000.
               03 tab-jl-chauf       pic 9(4).
               03 tab-jl-date        pic 9(8).
               03 tab-jl-ligne       pic 9(4).
               03 tab-jl-tarif       pic 9(5)v99.

       01 nb-jours-depots       pic 9(5) value 0.
       01 poste-jd              pic 9(5).
       01 table-jours-depots.
           02 poste-jour-dep occurs 5000.
               03 tab-jd-chauf       pic 9(4).
               03 tab-jd-date        pic 9(8).
               03 tab-jd-tarif       pic 9(5)v99.

       01 tables-tronquees      pic x value 'N'.
       01 nb-tarifs-manquants   pic 9(4) value 0.

       01 nb-realises           pic 9(6) value 0.
       01 total-services        pic 9(6) value 0.
       01 total-jours-lignes    pic 9(6) value 0.
       01 total-jours-depots    pic 9(6) value 0.
       01 total-km              pic 9(9) value 0.
       01 total-cout-chauf      pic 9(8)v99 value 0.
       01 total-cout-km         pic 9(8)v99 value 0.
       01 total-cout-carbu      pic 9(8)v99 value 0.

       procedure division.

       open input FRealise
       open input FAffectations
       open input FChaufNouv
       open input FBusNouv
       open input FTarifs

       if FRealiseStatus not = '00' then
           display 'Erreur Realise.dat - status: ' FRealiseStatus
       else if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
       else if FChaufNouvStatus not = '00' then
           display 'Erreur ChaufNouv.dat - status: ' FChaufNouvStatus
       else if FBusNouvStatus not = '00' then
           display 'Erreur BusNouv.dat - status: ' FBusNouvStatus
       else if FTarifsStatus not = '00' then
           display 'Erreur Tarif.dat - status: ' FTarifsStatus
       else
           perform PREPARER-MOIS
           perform OUVRIR-FICHIERS-OPTIONNELS
           perform OUVRIR-RAPPORT

           if rapport-ok = 'O' then
               move mois-couts to cou-entete-mois
               write enr-cout-entete

               perform CHARGER-TARIFS-SERVICE
               perform ITERE-REALISE
               perform VALORISER-BUS

               perform ECRIRE-PAR-LIGNE
               perform ECRIRE-PAR-DEPOT
               perform ECRIRE-TOTAUX
               close FRapportCouts

               display nb-realises ' service(s) realise(s) valorise(s)'
                   ' sur ' nb-lignes ' ligne(s), voir CoutsLignes.dat.'
               if nb-tarifs-manquants > 0 then
                   display nb-tarifs-manquants ' tarif(s) manquant(s)'
                       ' dans Tarif.dat.'
               end-if
           else
               display 'Erreur CoutsLignes.dat - status: '
                   FRapportStatus
           end-if

           perform FERMER-FICHIERS-OPTIONNELS
       end-if
       end-if
       end-if
       end-if
       end-if

       close FRealise
       close FAffectations
       close FChaufNouv
       close FBusNouv
       close FTarifs

       goback
       .

      *----- Bornes du mois (MOIS_COUTS ou mois courant) -----
       PREPARER-MOIS.
           accept mois-saisi from environment 'MOIS_COUTS'
           if mois-saisi not = spaces
              and function test-numval(mois-saisi) = 0
               move function numval(mois-saisi) to mois-couts
           else
               accept debut-mois from date yyyymmdd
               compute mois-couts = debut-mois / 100
           end-if

           divide mois-couts by 100 giving mois-annee
               remainder mois-numero
           compute debut-mois = mois-couts * 100 + 1
           if mois-numero = 12 then
               compute debut-mois-suivant =
                   (mois-annee + 1) * 10000 + 0101
           else
               compute debut-mois-suivant =
                   mois-annee * 10000 + (mois-numero + 1) * 100 + 1
           end-if
       .

       OUVRIR-FICHIERS-OPTIONNELS.
           open input FReleves
           if FReleveStatus = '00' then
               move 'O' to releves-ok
           end-if
           open input FCarburant
           if FCarburantStatus = '00' then
               move 'O' to carburant-ok
           end-if
           open input FLignes
           if FLignesStatus = '00' then
               move 'O' to lignes-ok
           end-if
       .

       FERMER-FICHIERS-OPTIONNELS.
           if releves-ok = 'O' then
               close FReleves
           end-if
           if carburant-ok = 'O' then
               close FCarburant
           end-if
           if lignes-ok = 'O' then
               close FLignes
           end-if
       .

       OUVRIR-RAPPORT.
           open output FRapportCouts
           if FRapportStatus = '00' then
               move 'O' to rapport-ok
           else
               move 'N' to rapport-ok
           end-if
       .

      *----- Tarifs journaliers par service et prix du litre; un -----
      *----- tarif absent vaut zero et est signale dans l'etat   -----
       CHARGER-TARIFS-SERVICE.
           move 'S' to tarif-type
           move 'M' to tarif-code
           perform LIRE-TARIF
           move tarif-montant to tarif-jour-m
           move 'A' to tarif-code
           perform LIRE-TARIF
           move tarif-montant to tarif-jour-a
           move 'N' to tarif-code
           perform LIRE-TARIF
           move tarif-montant to tarif-jour-n
           move 'J' to tarif-code
           perform LIRE-TARIF
           move tarif-montant to tarif-jour-j

           if carburant-ok = 'O' then
               move 'C' to tarif-type
               move spaces to tarif-code
               perform LIRE-TARIF
               move tarif-montant to tarif-litre
           end-if
       .

       LIRE-TARIF.
           read FTarifs key is tarif-cle
               invalid key
                   move 0 to tarif-montant
                   compute nb-tarifs-manquants =
                       nb-tarifs-manquants + 1
                   move spaces to cou-alerte-texte
                   string 'Tarif manquant: type ' delimited by size
                          tarif-type delimited by size
                          ' code ' delimited by size
                          tarif-code delimited by size
                          into cou-alerte-texte
                   end-string
                   write enr-cout-alerte
                   end-write
               not invalid key
                   continue
           end-read
       .

      *----- Services realises du mois (real-fait = 'O') -----
       ITERE-REALISE.
           move 0 to fin-realise-fichier
           move 0 to num-realise
           start FRealise key >= num-realise

           if FRealiseStatus = '00' then
               perform with test after until (fin-realise-fichier = 1)
                   read FRealise next
                       at end
                           move 1 to fin-realise-fichier
                       not at end
                           if real-fait = 'O'
                              and real-date >= debut-mois
                              and real-date < debut-mois-suivant then
                               perform CUMULER-SERVICE
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Un service realise: ligne et service de -----
      *----- l'affectation, jour chauffeur au depot du chauffeur -----
      *----- Un chauffeur ne compte qu'un jour par date, sur la  -----
      *----- ligne comme au depot, au tarif le plus eleve de ses -----
      *----- services du jour                                    -----
       CUMULER-SERVICE.
           compute nb-realises = nb-realises + 1

           move real-affect to num-affect
           read FAffectations key is num-affect
               invalid key
                   move 0 to ligne-lue
                   move 0 to chauf-lu
                   move real-bus to bus-lu
                   move 'J' to service-lu
               not invalid key
                   move num-ligne to ligne-lue
                   move num-chauf to chauf-lu
                   move service-affect to service-lu
                   if real-bus not = 0 then
                       move real-bus to bus-lu
                   else
                       move num-bus to bus-lu
                   end-if
           end-read

           evaluate service-lu
               when 'M' move tarif-jour-m to tarif-jour
               when 'A' move tarif-jour-a to tarif-jour
               when 'N' move tarif-jour-n to tarif-jour
               when other move tarif-jour-j to tarif-jour
           end-evaluate

           perform POSTE-LIGNE-COURANTE
           if poste-ligne > 0 then
               compute tab-lig-services(poste-ligne) =
                   tab-lig-services(poste-ligne) + 1
               perform JOUR-CHAUFFEUR-LIGNE
               if jour-nouveau = 'O' then
                   compute tab-lig-jours(poste-ligne) =
                       tab-lig-jours(poste-ligne) + 1
               end-if
               compute tab-lig-cout-chauf(poste-ligne) =
                   tab-lig-cout-chauf(poste-ligne) + supplement-jour
           end-if

           move '???' to depot-lu
           move chauf-lu to numChaufN
           read FChaufNouv key is numChaufN
               invalid key continue
               not invalid key move depotChaufN to depot-lu
           end-read
           perform POSTE-DEPOT-COURANT
           if poste-depot > 0 then
               compute tab-dep-services(poste-depot) =
                   tab-dep-services(poste-depot) + 1
               perform JOUR-CHAUFFEUR-DEPOT
               if jour-nouveau = 'O' then
                   compute tab-dep-jours(poste-depot) =
                       tab-dep-jours(poste-depot) + 1
               end-if
               compute tab-dep-cout-chauf(poste-depot) =
                   tab-dep-cout-chauf(poste-depot) + supplement-jour
           end-if

           if bus-lu not = 0 then
               perform POSTE-BUS-COURANT
               if poste-bus > 0 then
                   compute tab-bus-services(poste-bus) =
                       tab-bus-services(poste-bus) + 1
               end-if
               perform POSTE-BUS-LIGNE-COURANT
               if poste-bl > 0 then
                   compute tab-bl-services(poste-bl) =
                       tab-bl-services(poste-bl) + 1
               end-if
           end-if
       .

      *----- Sans affectation le chauffeur est inconnu: chaque -----
      *----- service compte alors pour un jour                 -----
       JOUR-CHAUFFEUR-LIGNE.
           move 'N' to jour-nouveau
           move 0 to supplement-jour
           move 0 to poste-jl
           if chauf-lu not = 0 then
               perform CHERCHER-JOUR-LIGNE
                   varying poste-jl from 1 by 1
                   until poste-jl > nb-jours-lignes
                      or (tab-jl-chauf(poste-jl) = chauf-lu
                          and tab-jl-date(poste-jl) = real-date
                          and tab-jl-ligne(poste-jl) = ligne-lue)
           end-if

           if chauf-lu = 0 or poste-jl > nb-jours-lignes then
               move 'O' to jour-nouveau
               move tarif-jour to supplement-jour
               if chauf-lu not = 0 then
                   if nb-jours-lignes >= 5000 then
                       move 'O' to tables-tronquees
                   else
                       compute nb-jours-lignes = nb-jours-lignes + 1
                       move chauf-lu to tab-jl-chauf(nb-jours-lignes)
                       move real-date to tab-jl-date(nb-jours-lignes)
                       move ligne-lue to tab-jl-ligne(nb-jours-lignes)
                       move tarif-jour to tab-jl-tarif(nb-jours-lignes)
                   end-if
               end-if
           else
               if tarif-jour > tab-jl-tarif(poste-jl) then
                   compute supplement-jour =
                       tarif-jour - tab-jl-tarif(poste-jl)
                   move tarif-jour to tab-jl-tarif(poste-jl)
               end-if
           end-if
       .

       CHERCHER-JOUR-LIGNE.
           continue
       .

       JOUR-CHAUFFEUR-DEPOT.
           move 'N' to jour-nouveau
           move 0 to supplement-jour
           move 0 to poste-jd
           if chauf-lu not = 0 then
               perform CHERCHER-JOUR-DEPOT
                   varying poste-jd from 1 by 1
                   until poste-jd > nb-jours-depots
                      or (tab-jd-chauf(poste-jd) = chauf-lu
                          and tab-jd-date(poste-jd) = real-date)
           end-if

           if chauf-lu = 0 or poste-jd > nb-jours-depots then
               move 'O' to jour-nouveau
               move tarif-jour to supplement-jour
               if chauf-lu not = 0 then
                   if nb-jours-depots >= 5000 then
                       move 'O' to tables-tronquees
                   else
                       compute nb-jours-depots = nb-jours-depots + 1
                       move chauf-lu to tab-jd-chauf(nb-jours-depots)
                       move real-date to tab-jd-date(nb-jours-depots)
                       move tarif-jour to tab-jd-tarif(nb-jours-depots)
                   end-if
               end-if
           else
               if tarif-jour > tab-jd-tarif(poste-jd) then
                   compute supplement-jour =
                       tarif-jour - tab-jd-tarif(poste-jd)
                   move tarif-jour to tab-jd-tarif(poste-jd)
               end-if
           end-if
       .

       CHERCHER-JOUR-DEPOT.
           continue
       .

       POSTE-LIGNE-COURANTE.
           move 0 to poste-ligne
           perform CHERCHER-LIGNE
               varying poste-ligne from 1 by 1
               until poste-ligne > nb-lignes
                  or tab-lig-ligne(poste-ligne) = ligne-lue
           if poste-ligne > nb-lignes then
               if nb-lignes >= 300 then
                   move 'O' to tables-tronquees
                   move 0 to poste-ligne
               else
                   compute nb-lignes = nb-lignes + 1
                   move nb-lignes to poste-ligne
                   move ligne-lue to tab-lig-ligne(poste-ligne)
                   move 0 to tab-lig-services(poste-ligne)
                   move 0 to tab-lig-jours(poste-ligne)
                   move 0 to tab-lig-km(poste-ligne)
                   move 0 to tab-lig-cout-chauf(poste-ligne)
                   move 0 to tab-lig-cout-km(poste-ligne)
                   move 0 to tab-lig-cout-carbu(poste-ligne)
               end-if
           end-if
       .

       CHERCHER-LIGNE.
           continue
       .

       POSTE-DEPOT-COURANT.
           move 0 to poste-depot
           perform CHERCHER-DEPOT
               varying poste-depot from 1 by 1
               until poste-depot > nb-depots
                  or tab-dep-depot(poste-depot) = depot-lu
           if poste-depot > nb-depots then
               if nb-depots >= 100 then
                   move 'O' to tables-tronquees
                   move 0 to poste-depot
               else
                   compute nb-depots = nb-depots + 1
                   move nb-depots to poste-depot
                   move depot-lu to tab-dep-depot(poste-depot)
                   move 0 to tab-dep-services(poste-depot)
                   move 0 to tab-dep-jours(poste-depot)
                   move 0 to tab-dep-km(poste-depot)
                   move 0 to tab-dep-cout-chauf(poste-depot)
                   move 0 to tab-dep-cout-km(poste-depot)
                   move 0 to tab-dep-cout-carbu(poste-depot)
               end-if
           end-if
       .

       CHERCHER-DEPOT.
           continue
       .

       POSTE-BUS-COURANT.
           move 0 to poste-bus
           perform CHERCHER-BUS
               varying poste-bus from 1 by 1
               until poste-bus > nb-bus
                  or tab-bus-num(poste-bus) = bus-lu
           if poste-bus > nb-bus then
               if nb-bus >= 500 then
                   move 'O' to tables-tronquees
                   move 0 to poste-bus
               else
                   compute nb-bus = nb-bus + 1
                   move nb-bus to poste-bus
                   move bus-lu to tab-bus-num(poste-bus)
                   move 0 to tab-bus-services(poste-bus)
               end-if
           end-if
       .

       CHERCHER-BUS.
           continue
       .

       POSTE-BUS-LIGNE-COURANT.
           move 0 to poste-bl
           perform CHERCHER-BUS-LIGNE
               varying poste-bl from 1 by 1
               until poste-bl > nb-bus-lignes
                  or (tab-bl-bus(poste-bl) = bus-lu
                      and tab-bl-ligne(poste-bl) = ligne-lue)
           if poste-bl > nb-bus-lignes then
               if nb-bus-lignes >= 2000 then
                   move 'O' to tables-tronquees
                   move 0 to poste-bl
               else
                   compute nb-bus-lignes = nb-bus-lignes + 1
                   move nb-bus-lignes to poste-bl
                   move bus-lu to tab-bl-bus(poste-bl)
                   move ligne-lue to tab-bl-ligne(poste-bl)
                   move 0 to tab-bl-services(poste-bl)
               end-if
           end-if
       .

       CHERCHER-BUS-LIGNE.
           continue
       .

      *----- Kilometres et carburant du mois de chaque bus, -----
      *----- repartis sur ses lignes au prorata des services -----
       VALORISER-BUS.
           perform VALORISER-UN-BUS
               varying poste-bus from 1 by 1
               until poste-bus > nb-bus
       .

       VALORISER-UN-BUS.
           move tab-bus-num(poste-bus) to numBusN
           read FBusNouv key is numBusN
               invalid key
                   move '???' to depot-lu
                   move spaces to modele-lu
               not invalid key
                   move depotBusN to depot-lu
                   move modeleN to modele-lu
           end-read

           move 0 to km-bus
           move 0 to litres-bus
           if releves-ok = 'O' then
               perform MESURER-KM
           end-if
           if carburant-ok = 'O' then
               perform SOMMER-LITRES
           end-if

           move 0 to tarif-km-modele
           if km-bus > 0 then
               move 'M' to tarif-type
               move modele-lu to tarif-code
               perform LIRE-TARIF
               move tarif-montant to tarif-km-modele
           end-if

           perform POSTE-DEPOT-COURANT
           perform EXAMINER-BUS-LIGNE
               varying poste-bl from 1 by 1
               until poste-bl > nb-bus-lignes
       .

       EXAMINER-BUS-LIGNE.
           if tab-bl-bus(poste-bl) = tab-bus-num(poste-bus) then
               perform REPARTIR-BUS-LIGNE
           end-if
       .

       REPARTIR-BUS-LIGNE.
           compute km-part rounded = km-bus
               * tab-bl-services(poste-bl) / tab-bus-services(poste-bus)
           compute cout-km-part rounded = km-bus * tarif-km-modele
               * tab-bl-services(poste-bl) / tab-bus-services(poste-bus)
           compute cout-carbu-part rounded = litres-bus * tarif-litre
               * tab-bl-services(poste-bl) / tab-bus-services(poste-bus)

           move tab-bl-ligne(poste-bl) to ligne-lue
           perform POSTE-LIGNE-COURANTE
           if poste-ligne > 0 then
               compute tab-lig-km(poste-ligne) =
                   tab-lig-km(poste-ligne) + km-part
               compute tab-lig-cout-km(poste-ligne) =
                   tab-lig-cout-km(poste-ligne) + cout-km-part
               compute tab-lig-cout-carbu(poste-ligne) =
                   tab-lig-cout-carbu(poste-ligne) + cout-carbu-part
           end-if

           if poste-depot > 0 then
               compute tab-dep-km(poste-depot) =
                   tab-dep-km(poste-depot) + km-part
               compute tab-dep-cout-km(poste-depot) =
                   tab-dep-cout-km(poste-depot) + cout-km-part
               compute tab-dep-cout-carbu(poste-depot) =
                   tab-dep-cout-carbu(poste-depot) + cout-carbu-part
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

       ECRIRE-PAR-LIGNE.
           move spaces to cou-titre
           write enr-cout-titre
           move 'Par ligne' to cou-titre
           write enr-cout-titre
           move 'Lig. Nom                   Services'
           & ' Jours       Km Chauffeurs         '
           & 'Km  Carburant       Total'
               to cou-titre
           write enr-cout-titre

           perform ECRIRE-LIGNE
               varying poste-ligne from 1 by 1
               until poste-ligne > nb-lignes
       .

       ECRIRE-LIGNE.
           move tab-lig-ligne(poste-ligne) to cod-code
           move spaces to cod-libelle
           if tab-lig-ligne(poste-ligne) = 0 then
               move '(sans affectation)' to cod-libelle
           else
               if lignes-ok = 'O' then
                   move tab-lig-ligne(poste-ligne) to numLigne
                   read FLignes key is numLigne
                       invalid key
                           move '(ligne inconnue)' to cod-libelle
                       not invalid key
                           move nomLigne to cod-libelle
                   end-read
               end-if
           end-if
           move tab-lig-services(poste-ligne) to cod-services
           move tab-lig-jours(poste-ligne) to cod-jours
           move tab-lig-km(poste-ligne) to cod-km
           move tab-lig-cout-chauf(poste-ligne) to cod-cout-chauf
           move tab-lig-cout-km(poste-ligne) to cod-cout-km
           move tab-lig-cout-carbu(poste-ligne) to cod-cout-carbu
           compute cout-total-calcul = tab-lig-cout-chauf(poste-ligne)
               + tab-lig-cout-km(poste-ligne)
               + tab-lig-cout-carbu(poste-ligne)
           move cout-total-calcul to cod-cout-total
           write enr-cout-detail

           compute total-services =
               total-services + tab-lig-services(poste-ligne)
           compute total-jours-lignes =
               total-jours-lignes + tab-lig-jours(poste-ligne)
           compute total-km = total-km + tab-lig-km(poste-ligne)
           compute total-cout-chauf =
               total-cout-chauf + tab-lig-cout-chauf(poste-ligne)
           compute total-cout-km =
               total-cout-km + tab-lig-cout-km(poste-ligne)
           compute total-cout-carbu =
               total-cout-carbu + tab-lig-cout-carbu(poste-ligne)
       .

      *----- Jours chauffeur au depot du chauffeur (depotChaufN), -----
      *----- km et carburant au depot du bus (depotBusN)          -----
       ECRIRE-PAR-DEPOT.
           move spaces to cou-titre
           write enr-cout-titre
           move 'Par depot' to cou-titre
           write enr-cout-titre
           move 'Dep.                       Services'
           & ' Jours       Km Chauffeurs         '
           & 'Km  Carburant       Total'
               to cou-titre
           write enr-cout-titre

           perform ECRIRE-DEPOT
               varying poste-depot from 1 by 1
               until poste-depot > nb-depots
       .

       ECRIRE-DEPOT.
           move tab-dep-depot(poste-depot) to cod-code
           move spaces to cod-libelle
           move tab-dep-services(poste-depot) to cod-services
           move tab-dep-jours(poste-depot) to cod-jours
           compute total-jours-depots =
               total-jours-depots + tab-dep-jours(poste-depot)
           move tab-dep-km(poste-depot) to cod-km
           move tab-dep-cout-chauf(poste-depot) to cod-cout-chauf
           move tab-dep-cout-km(poste-depot) to cod-cout-km
           move tab-dep-cout-carbu(poste-depot) to cod-cout-carbu
           compute cout-total-calcul =
               tab-dep-cout-chauf(poste-depot)
               + tab-dep-cout-km(poste-depot)
               + tab-dep-cout-carbu(poste-depot)
           move cout-total-calcul to cod-cout-total
           write enr-cout-detail
       .

       ECRIRE-TOTAUX.
           move spaces to cou-titre
           write enr-cout-titre

           if tables-tronquees = 'O' then
               move 'Tables saturees (lignes, depots ou bus), totaux'
               & ' incomplets.' to cou-alerte-texte
               write enr-cout-alerte
           end-if

           move 'Services realises dans Realise.dat: ' to cot-libelle
           move nb-realises to cot-valeur
           write enr-cout-total

           move 'Services repartis sur les lignes: ' to cot-libelle
           move total-services to cot-valeur
           write enr-cout-total

           if total-services not = nb-realises then
               move 'ECART entre services realises et repartis.'
                   to cou-alerte-texte
               write enr-cout-alerte
           end-if

      *----- Un chauffeur sur deux lignes le meme jour compte un -----
      *----- jour sur chacune: le total par ligne peut depasser  -----
      *----- celui par depot                                     -----
           move 'Jours chauffeur par ligne: ' to cot-libelle
           move total-jours-lignes to cot-valeur
           write enr-cout-total

           move 'Jours chauffeur par depot: ' to cot-libelle
           move total-jours-depots to cot-valeur
           write enr-cout-total

           move 'Kilometres: ' to cot-libelle
           move total-km to cot-valeur
           write enr-cout-total

           move 'Cout des jours chauffeur: ' to cot-libelle
           move total-cout-chauf to cot-valeur
           write enr-cout-total

           move 'Cout kilometrique: ' to cot-libelle
           move total-cout-km to cot-valeur
           write enr-cout-total

           move 'Cout carburant: ' to cot-libelle
           move total-cout-carbu to cot-valeur
           write enr-cout-total

           compute cout-total-calcul =
               total-cout-chauf + total-cout-km + total-cout-carbu
           move 'Cout total d''exploitation: ' to cot-libelle
           move cout-total-calcul to cot-valeur
           write enr-cout-total
       .

       end program ss-couts-lignes.
