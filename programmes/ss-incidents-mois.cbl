       program-id. ss-incidents-mois.

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

           select FCodesIncident assign to "../ext/CodeIncident.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeIncident
               status FCodesIncidentStatus.

           select FLignes assign to "../ext/Ligne.dat"
               organization is indexed
               access mode is dynamic
                   record key is numLigne
               status FLignesStatus.

           select FBusNouv assign to "../ext/BusNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numBusN
               status FBusNouvStatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FRapportIncidents
               assign to "../ext/IncidentsMois.dat"
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

       fd FCodesIncident.
           01 enr-code-incident.
               02 codeIncident        pic x(3).
               02 libelleIncident     pic x(30).
               02 categorieIncident   pic x(10).
               02 immobiliseIncident  pic x(1).
                   88 incident-immobilisant     value 'O'.

       FD FLignes.
       01 enr-ligne.
           02 numLigne        pic 9(4).
           02 nomLigne        pic x(25).
           02 departLigne     pic x(20).
           02 arriveeLigne    pic x(20).
           02 capaciteLigne   pic 9(3).

       FD FBusNouv.
       01 enr-bus.
           02 numBusN      pic 9(4).
           02 plaqueN      pic x(15).
           02 modeleN      pic x(30).
           02 capaciteN    pic 9(3).
           02 statutN      pic x(1).
           02 habilitationN pic x(3).
           02 depotBusN    pic x(3).

       FD FChaufNouv.
       01 enr-chauffeur.
           02 numChaufN    pic 9(4).
           02 nomN         pic x(30).
           02 prenomN      pic x(30).
           02 datePermisN  pic 9(8).
           02 depotChaufN  pic x(3).

       fd FRapportIncidents.
           01 enr-inc-entete.
               02 filler            pic x(27)
                  value 'Incidents du mois: '.
               02 inc-entete-mois   pic 9(6).
               02 filler            pic x(24)
                  value '   - seuil repetition: '.
               02 inc-entete-seuil  pic zz9.
           01 enr-inc-titre.
               02 inc-titre-texte   pic x(60).
           01 enr-inc-detail.
               02 inc-cle           pic x(4).
               02 filler            pic x(2) value spaces.
               02 inc-libelle       pic x(30).
               02 filler            pic x(2) value spaces.
               02 inc-complement    pic x(15).
               02 filler            pic x(2) value spaces.
               02 inc-nb            pic zzz9.
               02 filler            pic x(12) value ' incident(s)'.
               02 filler            pic x(2) value spaces.
               02 inc-repere        pic x(20).
           01 enr-inc-total.
               02 int-libelle       pic x(50).
               02 int-valeur        pic zzz9.
           01 enr-inc-tronque.
               02 inc-tronque-texte pic x(70).

       working-storage section.
       01 FRealiseStatus           pic x(2).
       01 FAffectStatus            pic x(2).
       01 FCodesIncidentStatus     pic x(2).
       01 FLignesStatus            pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FRapportStatus           pic x(2).
       01 rapport-ok            pic x value 'N'.
       01 codes-ok              pic x value 'N'.
       01 lignes-ok             pic x value 'N'.
       01 bus-ok                pic x value 'N'.
       01 chauf-ok              pic x value 'N'.

       01 mois-saisi            pic x(6).
       01 mois-incidents        pic 9(6).
       01 mois-annee            pic 9(4).
       01 mois-numero           pic 9(2).
       01 debut-mois            pic 9(8).
       01 debut-mois-suivant    pic 9(8).

       01 seuil-saisi           pic x(3).
       01 seuil-repetition      pic 9(3) value 3.

       01 fin-realise-fichier   pic 9.
       01 affect-trouvee        pic x.
       01 bus-incident          pic 9(4).
       01 immobilisant          pic x.

       01 nb-incidents          pic 9(4) value 0.
       01 nb-immobilisants      pic 9(4) value 0.
       01 nb-sans-affect        pic 9(4) value 0.
       01 nb-codes-inconnus     pic 9(4) value 0.

       01 nb-codes              pic 9(3) value 0.
       01 poste-code            pic 9(3).
       01 table-codes.
           02 poste-cod occurs 100.
               03 tab-cod-code     pic x(3).
               03 tab-cod-nb       pic 9(4).
               03 tab-cod-immob    pic 9(4).

       01 nb-lignes             pic 9(3) value 0.
       01 poste-ligne           pic 9(3).
       01 table-lignes.
           02 poste-lig occurs 200.
               03 tab-lig-num      pic 9(4).
               03 tab-lig-nb       pic 9(4).

       01 nb-bus                pic 9(3) value 0.
       01 poste-bus             pic 9(3).
       01 table-bus.
           02 poste-bs occurs 500.
               03 tab-bus-num      pic 9(4).
               03 tab-bus-nb       pic 9(4).

       01 nb-chauffeurs         pic 9(3) value 0.
       01 poste-chauffeur       pic 9(3).
       01 table-chauffeurs.
           02 poste-chf occurs 500.
               03 tab-chf-num      pic 9(4).
               03 tab-chf-nb       pic 9(4).

       01 poste-trouve          pic 9(3).
       01 codes-tronques        pic x value 'N'.
       01 lignes-tronquees      pic x value 'N'.
       01 bus-tronques          pic x value 'N'.
       01 chauffeurs-tronques   pic x value 'N'.

       procedure division.

       open input FRealise
       open input FAffectations

       if FRealiseStatus not = '00' then
           display 'Erreur Realise.dat - status: ' FRealiseStatus
       else if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
       else
           perform OUVRIR-REFERENTIELS
           perform PREPARER-MOIS

           accept seuil-saisi from environment 'SEUIL_REPETITION'
           if seuil-saisi not = spaces
              and function test-numval(seuil-saisi) = 0
               move function numval(seuil-saisi) to seuil-repetition
           end-if

           perform OUVRIR-RAPPORT

           if rapport-ok = 'O' then
               perform LIRE-REALISES

               move mois-incidents to inc-entete-mois
               move seuil-repetition to inc-entete-seuil
               write enr-inc-entete

               perform ECRIRE-PAR-CODE
               perform ECRIRE-PAR-LIGNE
               perform ECRIRE-PAR-BUS
               perform ECRIRE-PAR-CHAUFFEUR
               perform ECRIRE-TOTAUX

               close FRapportIncidents
               display nb-incidents ' incident(s) sur le mois '
                   mois-incidents ', voir IncidentsMois.dat.'
           else
               display 'Erreur IncidentsMois.dat - status: '
                   FRapportStatus
           end-if

           perform FERMER-REFERENTIELS
       end-if
       end-if

       close FRealise
       close FAffectations

       goback
       .

      *----- Referentiels de libelles: facultatifs -----
       OUVRIR-REFERENTIELS.
           open input FCodesIncident
           if FCodesIncidentStatus = '00' then
               move 'O' to codes-ok
           end-if
           open input FLignes
           if FLignesStatus = '00' then
               move 'O' to lignes-ok
           end-if
           open input FBusNouv
           if FBusNouvStatus = '00' then
               move 'O' to bus-ok
           end-if
           open input FChaufNouv
           if FChaufNouvStatus = '00' then
               move 'O' to chauf-ok
           end-if
       .

       FERMER-REFERENTIELS.
           if codes-ok = 'O' then
               close FCodesIncident
           end-if
           if lignes-ok = 'O' then
               close FLignes
           end-if
           if bus-ok = 'O' then
               close FBusNouv
           end-if
           if chauf-ok = 'O' then
               close FChaufNouv
           end-if
       .

      *----- Bornes du mois (MOIS_INCIDENTS ou mois courant) -----
       PREPARER-MOIS.
           accept mois-saisi from environment 'MOIS_INCIDENTS'
           if mois-saisi not = spaces
              and function test-numval(mois-saisi) = 0
               move function numval(mois-saisi) to mois-incidents
           else
               accept debut-mois from date yyyymmdd
               compute mois-incidents = debut-mois / 100
           end-if

           divide mois-incidents by 100 giving mois-annee
               remainder mois-numero
           compute debut-mois = mois-incidents * 100 + 1
           if mois-numero = 12 then
               compute debut-mois-suivant =
                   (mois-annee + 1) * 10000 + 0101
           else
               compute debut-mois-suivant =
                   mois-annee * 10000 + (mois-numero + 1) * 100 + 1
           end-if
       .

       OUVRIR-RAPPORT.
           open output FRapportIncidents
           if FRapportStatus = '00' then
               move 'O' to rapport-ok
           else
               move 'N' to rapport-ok
           end-if
       .

      *----- Un seul passage sur le realise du mois -----
       LIRE-REALISES.
           move 0 to fin-realise-fichier
           move 0 to num-realise
           start FRealise key >= num-realise

           if FRealiseStatus = '00' then
               perform with test after until (fin-realise-fichier = 1)
                   read FRealise next
                       at end
                           move 1 to fin-realise-fichier
                       not at end
                           if real-incident not = spaces
                              and real-date >= debut-mois
                              and real-date < debut-mois-suivant then
                               perform TRAITER-INCIDENT
                           end-if
                   end-read
               end-perform
           end-if
       .

       TRAITER-INCIDENT.
           compute nb-incidents = nb-incidents + 1

           move 'N' to immobilisant
           if codes-ok = 'O' then
               move real-incident to codeIncident
               read FCodesIncident key is codeIncident
                   invalid key
                       compute nb-codes-inconnus =
                           nb-codes-inconnus + 1
                   not invalid key
                       if incident-immobilisant then
                           move 'O' to immobilisant
                           compute nb-immobilisants =
                               nb-immobilisants + 1
                       end-if
               end-read
           end-if
           perform CUMULER-CODE

           move real-affect to num-affect
           read FAffectations key is num-affect
               invalid key move 'N' to affect-trouvee
               not invalid key move 'O' to affect-trouvee
           end-read

           move real-bus to bus-incident
           if affect-trouvee = 'O' then
               if bus-incident = 0 then
                   move num-bus to bus-incident
               end-if
               perform CUMULER-LIGNE
               perform CUMULER-CHAUFFEUR
           else
               compute nb-sans-affect = nb-sans-affect + 1
           end-if

           if bus-incident not = 0 then
               perform CUMULER-BUS
           end-if
       .

       CUMULER-CODE.
           move 0 to poste-trouve
           perform COMPARER-CODE
               varying poste-code from 1 by 1
               until poste-code > nb-codes or poste-trouve > 0

           if poste-trouve = 0 then
               if nb-codes < 100 then
                   compute nb-codes = nb-codes + 1
                   move nb-codes to poste-trouve
                   move real-incident to tab-cod-code(poste-trouve)
                   move 0 to tab-cod-nb(poste-trouve)
                   move 0 to tab-cod-immob(poste-trouve)
               else
                   move 'O' to codes-tronques
               end-if
           end-if

           if poste-trouve > 0 then
               compute tab-cod-nb(poste-trouve) =
                   tab-cod-nb(poste-trouve) + 1
               if immobilisant = 'O' then
                   compute tab-cod-immob(poste-trouve) =
                       tab-cod-immob(poste-trouve) + 1
               end-if
           end-if
       .

       COMPARER-CODE.
           if tab-cod-code(poste-code) = real-incident then
               move poste-code to poste-trouve
           end-if
       .

       CUMULER-LIGNE.
           move 0 to poste-trouve
           perform COMPARER-LIGNE
               varying poste-ligne from 1 by 1
               until poste-ligne > nb-lignes or poste-trouve > 0

           if poste-trouve = 0 then
               if nb-lignes < 200 then
                   compute nb-lignes = nb-lignes + 1
                   move nb-lignes to poste-trouve
                   move num-ligne to tab-lig-num(poste-trouve)
                   move 0 to tab-lig-nb(poste-trouve)
               else
                   move 'O' to lignes-tronquees
               end-if
           end-if

           if poste-trouve > 0 then
               compute tab-lig-nb(poste-trouve) =
                   tab-lig-nb(poste-trouve) + 1
           end-if
       .

       COMPARER-LIGNE.
           if tab-lig-num(poste-ligne) = num-ligne then
               move poste-ligne to poste-trouve
           end-if
       .

       CUMULER-BUS.
           move 0 to poste-trouve
           perform COMPARER-BUS
               varying poste-bus from 1 by 1
               until poste-bus > nb-bus or poste-trouve > 0

           if poste-trouve = 0 then
               if nb-bus < 500 then
                   compute nb-bus = nb-bus + 1
                   move nb-bus to poste-trouve
                   move bus-incident to tab-bus-num(poste-trouve)
                   move 0 to tab-bus-nb(poste-trouve)
               else
                   move 'O' to bus-tronques
               end-if
           end-if

           if poste-trouve > 0 then
               compute tab-bus-nb(poste-trouve) =
                   tab-bus-nb(poste-trouve) + 1
           end-if
       .

       COMPARER-BUS.
           if tab-bus-num(poste-bus) = bus-incident then
               move poste-bus to poste-trouve
           end-if
       .

       CUMULER-CHAUFFEUR.
           move 0 to poste-trouve
           perform COMPARER-CHAUFFEUR
               varying poste-chauffeur from 1 by 1
               until poste-chauffeur > nb-chauffeurs
                  or poste-trouve > 0

           if poste-trouve = 0 then
               if nb-chauffeurs < 500 then
                   compute nb-chauffeurs = nb-chauffeurs + 1
                   move nb-chauffeurs to poste-trouve
                   move num-chauf to tab-chf-num(poste-trouve)
                   move 0 to tab-chf-nb(poste-trouve)
               else
                   move 'O' to chauffeurs-tronques
               end-if
           end-if

           if poste-trouve > 0 then
               compute tab-chf-nb(poste-trouve) =
                   tab-chf-nb(poste-trouve) + 1
           end-if
       .

       COMPARER-CHAUFFEUR.
           if tab-chf-num(poste-chauffeur) = num-chauf then
               move poste-chauffeur to poste-trouve
           end-if
       .

       ECRIRE-PAR-CODE.
           move 'Incidents par code:' to inc-titre-texte
           write enr-inc-titre

           perform ECRIRE-CODE
               varying poste-code from 1 by 1
               until poste-code > nb-codes

           if codes-tronques = 'O' then
               move 'Attention: plus de 100 codes distincts, liste'
               & ' tronquee.' to inc-tronque-texte
               write enr-inc-tronque
           end-if
       .

       ECRIRE-CODE.
           move tab-cod-code(poste-code) to inc-cle
           move spaces to inc-libelle
           move spaces to inc-complement
           move spaces to inc-repere
           if codes-ok = 'O' then
               move tab-cod-code(poste-code) to codeIncident
               read FCodesIncident key is codeIncident
                   invalid key
                       move '*** code inconnu ***' to inc-libelle
                   not invalid key
                       move libelleIncident to inc-libelle
                       move categorieIncident to inc-complement
               end-read
           end-if
           move tab-cod-nb(poste-code) to inc-nb
           if tab-cod-immob(poste-code) > 0 then
               move 'IMMOBILISANT' to inc-repere
           end-if
           write enr-inc-detail
       .

       ECRIRE-PAR-LIGNE.
           move 'Incidents par ligne:' to inc-titre-texte
           write enr-inc-titre

           perform ECRIRE-LIGNE
               varying poste-ligne from 1 by 1
               until poste-ligne > nb-lignes

           if lignes-tronquees = 'O' then
               move 'Attention: plus de 200 lignes distinctes, liste'
               & ' tronquee.' to inc-tronque-texte
               write enr-inc-tronque
           end-if
       .

       ECRIRE-LIGNE.
           move tab-lig-num(poste-ligne) to inc-cle
           move spaces to inc-libelle
           move spaces to inc-complement
           if lignes-ok = 'O' then
               move tab-lig-num(poste-ligne) to numLigne
               read FLignes key is numLigne
                   invalid key continue
                   not invalid key
                       move nomLigne to inc-libelle
               end-read
           end-if
           move tab-lig-nb(poste-ligne) to inc-nb
           move spaces to inc-repere
           if tab-lig-nb(poste-ligne) >= seuil-repetition then
               move 'A SURVEILLER' to inc-repere
           end-if
           write enr-inc-detail
       .

       ECRIRE-PAR-BUS.
           move 'Incidents par bus:' to inc-titre-texte
           write enr-inc-titre

           perform ECRIRE-BUS
               varying poste-bus from 1 by 1
               until poste-bus > nb-bus

           if bus-tronques = 'O' then
               move 'Attention: plus de 500 bus distincts, liste'
               & ' tronquee.' to inc-tronque-texte
               write enr-inc-tronque
           end-if
       .

       ECRIRE-BUS.
           move tab-bus-num(poste-bus) to inc-cle
           move spaces to inc-libelle
           move spaces to inc-complement
           if bus-ok = 'O' then
               move tab-bus-num(poste-bus) to numBusN
               read FBusNouv key is numBusN
                   invalid key continue
                   not invalid key
                       move modeleN to inc-libelle
                       move plaqueN to inc-complement
               end-read
           end-if
           move tab-bus-nb(poste-bus) to inc-nb
           move spaces to inc-repere
           if tab-bus-nb(poste-bus) >= seuil-repetition then
               move 'A SURVEILLER' to inc-repere
           end-if
           write enr-inc-detail
       .

       ECRIRE-PAR-CHAUFFEUR.
           move 'Incidents par chauffeur:' to inc-titre-texte
           write enr-inc-titre

           perform ECRIRE-CHAUFFEUR
               varying poste-chauffeur from 1 by 1
               until poste-chauffeur > nb-chauffeurs

           if chauffeurs-tronques = 'O' then
               move 'Attention: plus de 500 chauffeurs distincts,'
               & ' liste tronquee.' to inc-tronque-texte
               write enr-inc-tronque
           end-if
       .

       ECRIRE-CHAUFFEUR.
           move tab-chf-num(poste-chauffeur) to inc-cle
           move spaces to inc-libelle
           move spaces to inc-complement
           if chauf-ok = 'O' then
               move tab-chf-num(poste-chauffeur) to numChaufN
               read FChaufNouv key is numChaufN
                   invalid key continue
                   not invalid key
                       move nomN to inc-libelle
                       move depotChaufN to inc-complement
               end-read
           end-if
           move tab-chf-nb(poste-chauffeur) to inc-nb
           move spaces to inc-repere
           if tab-chf-nb(poste-chauffeur) >= seuil-repetition then
               move 'A SURVEILLER' to inc-repere
           end-if
           write enr-inc-detail
       .

       ECRIRE-TOTAUX.
           move 'Nombre d''incidents dans le mois: ' to int-libelle
           move nb-incidents to int-valeur
           write enr-inc-total

           move 'Dont incidents immobilisants: ' to int-libelle
           move nb-immobilisants to int-valeur
           write enr-inc-total

           move 'Dont codes absents du referentiel: ' to int-libelle
           move nb-codes-inconnus to int-valeur
           write enr-inc-total

           move 'Realises sans affectation retrouvee: '
               to int-libelle
           move nb-sans-affect to int-valeur
           write enr-inc-total
       .

       end program ss-incidents-mois.
