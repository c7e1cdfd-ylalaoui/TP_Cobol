       program-id. ss-grilles-lignes-maj.

       input-output section.
           file-control.
           select FGrilles assign to "../ext/GrilleLigne.dat"
               organization is indexed
               access mode is dynamic
                   record key is grl-cle
               status FGrillesStatus.

           select FLignes assign to "../ext/Ligne.dat"
               organization is indexed
               access mode is dynamic
                   record key is numLigne
               status FLignesStatus.

           select FDepots assign to "../ext/Depot.dat"
               organization is indexed
               access mode is dynamic
                   record key is numDepot
               status FDepotsStatus.

       data division.
       file section.
       fd FGrilles.
           01 enr-grille.
               02 grl-cle.
                   03 grl-ligne           pic 9(4).
                   03 grl-type-jour       pic x(1).
                       88 type-jour-valide values 'O' 'S' 'D'.
                   03 grl-service         pic x(1).
                       88 service-grille-valide values 'M' 'A' 'N'
                                                       'J'.
               02 grl-nb-vehicules        pic 9(2).
               02 grl-premier-depart      pic 9(4).
               02 grl-dernier-depart      pic 9(4).
               02 grl-depot               pic x(3).

       fd FLignes.
           01 enr-ligne.
               02 numLigne        pic 9(4).
               02 nomLigne        pic x(25).
               02 departLigne     pic x(20).
               02 arriveeLigne    pic x(20).
               02 capaciteLigne   pic 9(3).

       fd FDepots.
           01 enr-depot.
               02 numDepot        pic x(3).
               02 nomDepot        pic x(25).

       working-storage section.
       01 FGrillesStatus           pic x(2).
       01 FLignesStatus            pic x(2).
       01 FDepotsStatus            pic x(2).
       01 lignes-ok             pic x value 'N'.
       01 depots-ok             pic x value 'N'.
       01 ligne-trouvee         pic x value 'N'.
       01 depot-trouve          pic x value 'N'.
       01 heures-ok             pic x value 'N'.
       01 heure-controle        pic 9(4).
       01 heure-hh              pic 99.
       01 heure-mm              pic 99.
       01 choix                 pic 9.
       01 continuer             pic x value 'O'.
       01 trouve                pic x value 'N'.
       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'GRILLELIGNE'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
       01 aud-op-suppr          pic x(6)  value 'SUPPR'.
       01 aud-status            pic x(1).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Grille horaire des lignes -'.
       01 a-plg-menu.
           02 line 3 col 1 value '1-Ajouter un besoin de service'.
           02 line 4 col 1 value '2-Modifier un besoin de service'.
           02 line 5 col 1 value '3-Supprimer un besoin de service'.
           02 line 6 col 1 value '9-Quitter'.
           02 line 8 col 1 value 'Choix: '.
           02 s-choix line 8 col 9 pic 9 to choix.

       01 s-plg-cle.
           02 line 10 col 1 value 'Numero de ligne: '.
           02 s-grl-ligne line 10 col 18 pic 9(4) to grl-ligne.
           02 line 11 col 1 value 'Jour (O=lundi-vendredi, S=samedi,'
           & ' D=dimanche): '.
           02 s-grl-type-jour line 11 col 49 pic x(1)
              to grl-type-jour.
           02 line 12 col 1 value 'Service (M/A/N/J): '.
           02 s-grl-service line 12 col 20 pic x(1) to grl-service.
       01 s-plg-besoin.
           02 line 13 col 1 value 'Nombre de vehicules: '.
           02 s-grl-nb-vehicules line 13 col 22 pic 9(2)
              to grl-nb-vehicules.
           02 line 14 col 1 value 'Premier depart (HHMM): '.
           02 s-grl-premier-depart line 14 col 24 pic 9(4)
              to grl-premier-depart.
           02 line 15 col 1 value 'Dernier depart (HHMM): '.
           02 s-grl-dernier-depart line 15 col 24 pic 9(4)
              to grl-dernier-depart.
           02 line 16 col 1 value 'Depot de rattachement: '.
           02 s-grl-depot line 16 col 24 pic x(3) to grl-depot.

       01 a-plg-grille-actuelle.
           02 line 13 col 40 value 'Valeurs actuelles: '.
           02 a-grl-nb-vehicules line 14 col 40 pic z9
              from grl-nb-vehicules.
           02 a-grl-premier-depart line 14 col 44 pic 99b99
              from grl-premier-depart.
           02 a-grl-dernier-depart line 14 col 51 pic 99b99
              from grl-dernier-depart.
           02 a-grl-depot line 14 col 58 pic x(3) from grl-depot.

       01 a-plg-message-continuer.
           02 line 20 col 1 value 'Appuyez sur ENTREE pour continuer.'.
       01 a-plg-non-trouve.
           02 line 18 col 1 value 'Besoin inconnu pour cette ligne,'
           & ' ce jour et ce service.'.
       01 a-plg-deja-existant.
           02 line 18 col 1 value 'Ce besoin existe deja, utiliser'
           & ' la modification.'.
       01 a-plg-cle-dupliquee.
           02 line 18 col 1 value 'Cle en double, besoin non'
           & ' enregistre.'.
       01 a-plg-ligne-inconnue.
           02 line 18 col 1 value 'Numero de ligne inconnu.'.
       01 a-plg-type-jour-invalide.
           02 line 18 col 1 value 'Jour invalide (O, S ou D).'.
       01 a-plg-service-invalide.
           02 line 18 col 1 value 'Service invalide (M, A, N ou J).'.
       01 a-plg-heures-invalides.
           02 line 18 col 1 value 'Horaires invalides (HHMM, premier'
           & ' depart avant le dernier sauf service N).'.
       01 a-plg-depot-inconnu.
           02 line 18 col 1 value 'Depot inconnu.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.
           02 line 19 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value 'Erreur lors de l''ouverture'
           & 'du fichier GrilleLigne...'.
           02 a-fstatus line 3 col 10 pic x(2) from FGrillesStatus.

       procedure division.

       perform OUVRIR-FICHIER

       if FGrillesStatus not = '00' then
           display a-plg-titre-global
           display a-error-open
       else
           perform with test after until (continuer = 'N')
               display a-plg-titre-global
               display a-plg-menu
               accept s-choix

               evaluate choix
                   when 1 perform AJOUTER-BESOIN
                   when 2 perform MODIFIER-BESOIN
                   when 3 perform SUPPRIMER-BESOIN
                   when 9 move 'N' to continuer
                   when other continue
               end-evaluate
           end-perform
           close FGrilles
           if lignes-ok = 'O' then
               close FLignes
           end-if
           if depots-ok = 'O' then
               close FDepots
           end-if
       end-if

       goback
       .

       OUVRIR-FICHIER.
           open i-o FGrilles
           if FGrillesStatus = '35' then
               open output FGrilles
               close FGrilles
               open i-o FGrilles
           end-if

           open input FLignes
           if FLignesStatus = '00' then
               move 'O' to lignes-ok
           else
               move 'N' to lignes-ok
           end-if

           open input FDepots
           if FDepotsStatus = '00' then
               move 'O' to depots-ok
           else
               move 'N' to depots-ok
           end-if
       .

       AJOUTER-BESOIN.
           display a-plg-titre-global
           display s-plg-cle
           accept s-grl-ligne
           accept s-grl-type-jour
           accept s-grl-service

           read FGrilles key is grl-cle
               invalid key move 'N' to trouve
               not invalid key move 'O' to trouve
           end-read

           if trouve = 'O' then
               display a-plg-deja-existant
           else
               display s-plg-besoin
               accept s-grl-nb-vehicules
               accept s-grl-premier-depart
               accept s-grl-dernier-depart
               accept s-grl-depot

               perform VERIFIE-LIGNE
               perform VERIFIE-HEURES
               perform VERIFIE-DEPOT

               if ligne-trouvee = 'N' then
                   display a-plg-ligne-inconnue
               else
               if not type-jour-valide then
                   display a-plg-type-jour-invalide
               else
               if not service-grille-valide then
                   display a-plg-service-invalide
               else
               if heures-ok = 'N' then
                   display a-plg-heures-invalides
               else
               if depot-trouve = 'N' then
                   display a-plg-depot-inconnu
               else
                   write enr-grille
                       invalid key
                           display a-plg-cle-dupliquee
                       not invalid key
                           display a-plg-ok
                           move spaces to avant-image
                           move enr-grille to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-ajout
                               grl-ligne avant-image apres-image
                               aud-status
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                   end-write
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

       MODIFIER-BESOIN.
           display a-plg-titre-global
           display s-plg-cle
           accept s-grl-ligne
           accept s-grl-type-jour
           accept s-grl-service

           read FGrilles key is grl-cle
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-grille to avant-image
                   display a-plg-grille-actuelle
                   display s-plg-besoin
                   accept s-grl-nb-vehicules
                   accept s-grl-premier-depart
                   accept s-grl-dernier-depart
                   accept s-grl-depot

                   perform VERIFIE-HEURES
                   perform VERIFIE-DEPOT

                   if heures-ok = 'N' then
                       display a-plg-heures-invalides
                   else
                   if depot-trouve = 'N' then
                       display a-plg-depot-inconnu
                   else
                   rewrite enr-grille
                       invalid key display a-plg-non-trouve
                       not invalid key
                           display a-plg-ok
                           move enr-grille to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-modif
                               grl-ligne avant-image apres-image
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

       SUPPRIMER-BESOIN.
           display a-plg-titre-global
           display s-plg-cle
           accept s-grl-ligne
           accept s-grl-type-jour
           accept s-grl-service

           read FGrilles key is grl-cle
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-grille to avant-image
                   delete FGrilles record
                       invalid key display a-plg-non-trouve
                       not invalid key
                           display a-plg-ok
                           move spaces to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-suppr
                               grl-ligne avant-image apres-image
                               aud-status
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                   end-delete
           end-read

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

      *----- La ligne doit exister dans Ligne.dat (controle ignore -----
      *----- si le fichier des lignes est indisponible)            -----
       VERIFIE-LIGNE.
           move 'O' to ligne-trouvee
           if lignes-ok = 'O' then
               move grl-ligne to numLigne
               read FLignes key is numLigne
                   invalid key move 'N' to ligne-trouvee
                   not invalid key move 'O' to ligne-trouvee
               end-read
           end-if
       .

      *----- Heures au format HHMM; le service de nuit peut finir -----
      *----- apres minuit, son dernier depart est donc libre      -----
       VERIFIE-HEURES.
           move 'O' to heures-ok

           move grl-premier-depart to heure-controle
           perform VERIFIE-HEURE
           move grl-dernier-depart to heure-controle
           perform VERIFIE-HEURE

           if heures-ok = 'O'
              and grl-service not = 'N'
              and grl-premier-depart > grl-dernier-depart then
               move 'N' to heures-ok
           end-if
       .

       VERIFIE-HEURE.
           divide heure-controle by 100 giving heure-hh
               remainder heure-mm
           if heure-hh > 23 or heure-mm > 59 then
               move 'N' to heures-ok
           end-if
       .

      *----- Depot facultatif: s'il est saisi il doit exister -----
       VERIFIE-DEPOT.
           move 'O' to depot-trouve
           if grl-depot not = spaces and depots-ok = 'O' then
               move grl-depot to numDepot
               read FDepots key is numDepot
                   invalid key move 'N' to depot-trouve
                   not invalid key move 'O' to depot-trouve
               end-read
           end-if
       .

       end program ss-grilles-lignes-maj.
