       program-id. ss-carburant-maj.

       input-output section.
           file-control.
           select FCarburant assign to "../ext/Carburant.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-plein
                   alternate key is carb-bus with duplicates
               status FCarburantStatus.

           select FBusNouv assign to "../ext/BusNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numBusN
               status FBusNouvStatus.

       data division.
       file section.
       FD FCarburant.
       01 enr-carburant.
           02 num-plein        pic 9(4).
           02 carb-bus         pic 9(4).
           02 carb-date        pic 9(8).
           02 carb-litres      pic 9(4)v99.
           02 carb-km          pic 9(7).
           02 carb-station     pic x(20).

       FD FBusNouv.
       01 enr-bus.
           02 numBusN      pic 9(4).
           02 plaqueN      pic x(15).
           02 modeleN      pic x(30).
           02 capaciteN    pic 9(3).
           02 statutN      pic x(1).
           02 habilitationN pic x(3).
           02 depotBusN    pic x(3).

       working-storage section.
       01 FCarburantStatus         pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 bus-ok                pic x value 'N'.
       01 bus-trouve            pic x value 'N'.
       01 choix                 pic 9.
       01 continuer             pic x value 'O'.
       01 trouve                pic x value 'N'.
       01 date-valide           pic x(1).

       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'CARBURANT'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
       01 aud-status            pic x(1).
       01 cpt-serie             pic x(12) value 'CARBURANT'.
       01 cpt-op-suiv           pic x(6)  value 'SUIV'.
       01 cpt-op-caler          pic x(6)  value 'CALER'.
       01 cpt-numero            pic 9(4).
       01 cpt-status            pic x(1).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Pleins de carburant des bus -'.
       01 a-plg-menu.
           02 line 3 col 1 value '1-Ajouter un plein'.
           02 line 4 col 1 value '2-Modifier un plein'.
           02 line 5 col 1 value '9-Quitter'.
           02 line 7 col 1 value 'Choix: '.
           02 s-choix line 7 col 9 pic 9 to choix.

       01 s-plg-numPlein.
           02 line 9 col 1 value 'Numero de plein: '.
           02 s-num-plein line 9 col 19 pic 9(4) to num-plein.
       01 s-plg-numPlein-prop.
           02 line 9 col 1 value 'Numero de plein: '.
           02 s-num-plein-prop line 9 col 19 pic 9(4)
              using num-plein.
       01 s-plg-numBus.
           02 line 10 col 1 value 'Numero de bus: '.
           02 s-carb-bus line 10 col 17 pic 9(4) to carb-bus.
       01 s-plg-date.
           02 line 11 col 1 value 'Date du plein (AAAAMMJJ): '.
           02 s-carb-date line 11 col 28 pic 9(8) to carb-date.
       01 s-plg-litres.
           02 line 12 col 1 value 'Litres (LLLLCC, 2 decimales): '.
           02 s-carb-litres line 12 col 32 pic 9(4)v99
              to carb-litres.
       01 s-plg-km.
           02 line 13 col 1 value 'Kilometrage au compteur: '.
           02 s-carb-km line 13 col 27 pic 9(7) to carb-km.
       01 s-plg-station.
           02 line 14 col 1 value 'Station ou depot: '.
           02 s-carb-station line 14 col 20 pic x(20)
              to carb-station.

       01 a-plg-plein-actuel.
           02 line 15 col 1 value 'Valeurs actuelles: '.
           02 a-carb-bus line 16 col 1 pic 9(4) from carb-bus.
           02 a-carb-date line 16 col 6 pic 9999/99/99
              from carb-date.
           02 a-carb-litres line 16 col 17 pic zzz9.99
              from carb-litres.
           02 a-carb-km line 16 col 25 pic 9(7) from carb-km.
           02 a-carb-station line 16 col 33 pic x(20)
              from carb-station.

       01 a-plg-message-continuer.
           02 line 20 col 1 value 'Appuyez sur ENTREE pour continuer.'.
       01 a-plg-non-trouve.
           02 line 18 col 1 value 'Plein inconnu.'.
       01 a-plg-deja-existant.
           02 line 18 col 1 value 'Ce numero de plein existe deja.'.
       01 a-plg-cle-dupliquee.
           02 line 18 col 1 value 'Cle en double, plein non'
           & ' enregistre.'.
       01 a-plg-bus-inconnu.
           02 line 18 col 1 value 'Numero de bus inconnu dans BusNouv.'.
       01 a-plg-date-invalide.
           02 line 18 col 1 value 'Date invalide (calendrier).'.
       01 a-plg-litres-invalides.
           02 line 18 col 1 value 'Le nombre de litres doit etre'
           & ' positif.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.
           02 line 19 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value 'Erreur lors de l''ouverture'
           & 'du fichier Carburant...'.
           02 a-fstatus line 3 col 10 pic x(2) from FCarburantStatus.

       procedure division.

       perform OUVRIR-FICHIER

       if FCarburantStatus not = '00' then
           display a-plg-titre-global
           display a-error-open
       else
           perform with test after until (continuer = 'N')
               display a-plg-titre-global
               display a-plg-menu
               accept s-choix

               evaluate choix
                   when 1 perform AJOUTER-PLEIN
                   when 2 perform MODIFIER-PLEIN
                   when 9 move 'N' to continuer
                   when other continue
               end-evaluate
           end-perform
           close FCarburant
           if bus-ok = 'O' then
               close FBusNouv
           end-if
       end-if

       goback
       .

       OUVRIR-FICHIER.
           open i-o FCarburant
           if FCarburantStatus = '35' then
               open output FCarburant
               close FCarburant
               open i-o FCarburant
           end-if

           open input FBusNouv
           if FBusNouvStatus = '00' then
               move 'O' to bus-ok
           else
               move 'N' to bus-ok
           end-if
       .

       AJOUTER-PLEIN.
           display a-plg-titre-global

           call 'ss-compteur-suivant' using cpt-serie cpt-op-suiv
               cpt-numero cpt-status
           if cpt-status = 'O' then
               move cpt-numero to num-plein
           else
               move 0 to num-plein
           end-if
           display s-plg-numPlein-prop
           accept s-num-plein-prop

           read FCarburant key is num-plein
               invalid key move 'N' to trouve
               not invalid key move 'O' to trouve
           end-read

           if trouve = 'O' then
               display a-plg-deja-existant
           else
               display s-plg-numBus
               accept s-carb-bus
               display s-plg-date
               accept s-carb-date
               display s-plg-litres
               accept s-carb-litres
               display s-plg-km
               accept s-carb-km
               display s-plg-station
               accept s-carb-station

               move 'O' to bus-trouve
               if bus-ok = 'O' then
                   move carb-bus to numBusN
                   read FBusNouv key is numBusN
                       invalid key move 'N' to bus-trouve
                       not invalid key move 'O' to bus-trouve
                   end-read
               end-if

               call 'ss-date-valide' using carb-date date-valide

               if bus-trouve = 'N' then
                   display a-plg-bus-inconnu
               else
               if date-valide = 'N' then
                   display a-plg-date-invalide
               else
               if carb-litres = 0 then
                   display a-plg-litres-invalides
               else
                   write enr-carburant
                       invalid key
                           display a-plg-cle-dupliquee
                       not invalid key
                           display a-plg-ok
                           move num-plein to cpt-numero
                           call 'ss-compteur-suivant' using cpt-serie
                               cpt-op-caler cpt-numero cpt-status
                           move spaces to avant-image
                           move enr-carburant to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-ajout
                               num-plein avant-image apres-image
                               aud-status
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                   end-write
               end-if
               end-if
               end-if
           end-if

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

       MODIFIER-PLEIN.
           display a-plg-titre-global
           display s-plg-numPlein
           accept s-num-plein

           read FCarburant key is num-plein
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-carburant to avant-image
                   display a-plg-plein-actuel
                   display s-plg-date
                   accept s-carb-date
                   display s-plg-litres
                   accept s-carb-litres
                   display s-plg-km
                   accept s-carb-km
                   display s-plg-station
                   accept s-carb-station

                   call 'ss-date-valide' using carb-date date-valide

                   if date-valide = 'N' then
                       display a-plg-date-invalide
                   else
                   if carb-litres = 0 then
                       display a-plg-litres-invalides
                   else
                   rewrite enr-carburant
                       invalid key display a-plg-non-trouve
                       not invalid key
                           display a-plg-ok
                           move enr-carburant to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-modif
                               num-plein avant-image apres-image
                               aud-status
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                   end-rewrite
                   end-if
                   end-if
           end-read

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

       end program ss-carburant-maj.
