       program-id. ss-operateurs-maj.

       input-output section.
           file-control.
           select FOperateurs assign to "../ext/Operateur.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeOper
               status FOperateursStatus.

       data division.
       file section.
       fd FOperateurs.
           01 enr-operateur.
               02 codeOper        pic x(8).
               02 nomOper         pic x(30).
               02 profilOper      pic x(7).
                   88 profil-valide    values 'PLANIF' 'EXPLOIT'
                                              'ATELIER' 'ADMIN'.
               02 actifOper       pic x(1).
                   88 operateur-actif    value 'O'.
                   88 operateur-inactif  value 'N'.

       working-storage section.
       01 FOperateursStatus        pic x(2).
       01 choix                 pic 9.
       01 continuer             pic x value 'O'.
       01 trouve                pic x value 'N'.
       01 profil-operateur      pic x(7).
       01 fichier-vide          pic x value 'N'.
       01 admin-actif-avant     pic x value 'N'.
       01 dernier-admin         pic x value 'N'.
       01 nb-admins-actifs      pic 9(4) value 0.
       01 fin-operateurs-fichier   pic 9.
       01 operateur-saisi       pic x(46).
       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'OPERATEUR'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
       01 aud-op-actif          pic x(6)  value 'ACTIF'.
       01 aud-op-inactif        pic x(6)  value 'INACTF'.
       01 aud-op-choisie        pic x(6).
       01 aud-status            pic x(1).
      *----- Code alphanumerique: journalise en cle 0, le code est -----
      *----- en tete des images (recherche par code dans          -----
      *----- ss-audit-consult)                                    -----
       01 aud-cle               pic 9(4) value 0.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Maintenance des operateurs -'.
       01 a-plg-menu.
           02 line 3 col 1 value '1-Ajouter un operateur'.
           02 line 4 col 1 value '2-Modifier un operateur'.
           02 line 5 col 1 value '3-Desactiver/reactiver un operateur'.
           02 line 6 col 1 value '9-Quitter'.
           02 line 8 col 1 value 'Choix: '.
           02 s-choix line 8 col 9 pic 9 to choix.

       01 s-plg-codeOper.
           02 line 10 col 1 value 'Code operateur: '.
           02 s-codeOper line 10 col 17 pic x(8) to codeOper.
       01 s-plg-nom.
           02 line 11 col 1 value 'Nom: '.
           02 s-nomOper line 11 col 6 pic x(30) to nomOper.
       01 s-plg-profil.
           02 line 12 col 1 value
           'Profil (PLANIF/EXPLOIT/ATELIER/ADMIN): '.
           02 s-profilOper line 12 col 40 pic x(7) to profilOper.

       01 a-plg-operateur-actuel.
           02 line 14 col 1 value 'Valeurs actuelles: '.
           02 a-nomOper line 15 col 1 pic x(30) from nomOper.
           02 a-profilOper line 15 col 32 pic x(7) from profilOper.
           02 a-actifOper line 15 col 40 pic x(1) from actifOper.

       01 a-plg-message-continuer.
           02 line 20 col 1 value 'Appuyez sur ENTREE pour continuer.'.
       01 a-plg-non-trouve.
           02 line 18 col 1 value 'Operateur inconnu.'.
       01 a-plg-deja-existant.
           02 line 18 col 1 value 'Ce code operateur existe deja.'.
       01 a-plg-cle-dupliquee.
           02 line 18 col 1 value 'Cle en double, operateur non'
           & ' enregistre.'.
       01 a-plg-code-vide.
           02 line 18 col 1 value 'Le code operateur ne peut etre'
           & ' vide.'.
       01 a-plg-profil-invalide.
           02 line 18 col 1 value 'Profil invalide (PLANIF, EXPLOIT,'
           & ' ATELIER ou ADMIN).'.
       01 a-plg-premier-non-admin.
           02 line 18 col 1 value 'Le premier operateur doit avoir le'
           & ' profil ADMIN.'.
       01 a-plg-dernier-admin.
           02 line 18 col 1 value 'Dernier administrateur actif:'
           & ' modification refusee.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.
           02 line 19 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value 'Erreur lors de l''ouverture'
           & 'du fichier Operateur...'.
           02 a-fstatus line 3 col 10 pic x(2) from FOperateursStatus.
       01 a-plg-reserve-admin.
           02 line 3 col 10 value 'Maintenance reservee au profil'
           & ' ADMIN (lancer depuis ss-menu-principal).'.
       01 a-plg-premier-admin.
           02 line 2 col 40 value 'Aucun operateur: creer le premier'
           & ' ADMIN.'.

       procedure division.

       accept profil-operateur from environment 'PROFIL_OPERATEUR'

       perform OUVRIR-FICHIER

      *----- Reserve a l'ADMIN, sauf fichier vide: le premier -----
      *----- administrateur ne peut passer par le menu        -----
       if FOperateursStatus not = '00' then
           display a-plg-titre-global
           display a-error-open
       else
       if profil-operateur not = 'ADMIN' and fichier-vide = 'N' then
           display a-plg-titre-global
           display a-plg-reserve-admin
           close FOperateurs
       else
           perform with test after until (continuer = 'N')
               display a-plg-titre-global
               if fichier-vide = 'O' then
                   display a-plg-premier-admin
               end-if
               display a-plg-menu
               accept s-choix

               evaluate choix
                   when 1 perform AJOUTER-OPERATEUR
                   when 2 perform MODIFIER-OPERATEUR
                   when 3 perform BASCULER-ACTIF
                   when 9 move 'N' to continuer
                   when other continue
               end-evaluate
           end-perform
           close FOperateurs
       end-if
       end-if

       goback
       .

       OUVRIR-FICHIER.
           open i-o FOperateurs
           if FOperateursStatus = '35' then
               open output FOperateurs
               close FOperateurs
               open i-o FOperateurs
           end-if

           if FOperateursStatus = '00' then
               move low-values to codeOper
               start FOperateurs key >= codeOper
                   invalid key move 'O' to fichier-vide
                   not invalid key move 'N' to fichier-vide
               end-start
           end-if
       .

       AJOUTER-OPERATEUR.
           display a-plg-titre-global
           display s-plg-codeOper
           accept s-codeOper

           if codeOper = spaces then
               display a-plg-code-vide
           else
               read FOperateurs key is codeOper
                   invalid key move 'N' to trouve
                   not invalid key move 'O' to trouve
               end-read

               if trouve = 'O' then
                   display a-plg-deja-existant
               else
                   display s-plg-nom
                   accept s-nomOper
                   display s-plg-profil
                   accept s-profilOper
                   set operateur-actif to true

                   if not profil-valide then
                       display a-plg-profil-invalide
                   else
                   if fichier-vide = 'O' and profilOper not = 'ADMIN'
                      then
                       display a-plg-premier-non-admin
                   else
                       write enr-operateur
                           invalid key display a-plg-cle-dupliquee
                           not invalid key
                               display a-plg-ok
                               move 'N' to fichier-vide
                               move spaces to avant-image
                               move enr-operateur to apres-image
                               call 'ss-audit-ecrire' using
                                   aud-fichier aud-op-ajout aud-cle
                                   avant-image apres-image
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

       MODIFIER-OPERATEUR.
           display a-plg-titre-global
           display s-plg-codeOper
           accept s-codeOper

           read FOperateurs key is codeOper
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-operateur to avant-image
                   perform NOTER-ADMIN-ACTIF
                   display a-plg-operateur-actuel
                   display s-plg-nom
                   accept s-nomOper
                   display s-plg-profil
                   accept s-profilOper

                   if not profil-valide then
                       display a-plg-profil-invalide
                   else
                   perform CONTROLER-DERNIER-ADMIN
                   if dernier-admin = 'O' then
                       display a-plg-dernier-admin
                   else
                       rewrite enr-operateur
                           invalid key display a-plg-non-trouve
                           not invalid key
                               display a-plg-ok
                               move enr-operateur to apres-image
                               call 'ss-audit-ecrire' using
                                   aud-fichier aud-op-modif aud-cle
                                   avant-image apres-image
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

      *----- Pas de suppression: l'operateur reste lisible dans -----
      *----- le journal d'audit, on le desactive seulement      -----
       BASCULER-ACTIF.
           display a-plg-titre-global
           display s-plg-codeOper
           accept s-codeOper

           read FOperateurs key is codeOper
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-operateur to avant-image
                   perform NOTER-ADMIN-ACTIF
                   display a-plg-operateur-actuel
                   if operateur-actif then
                       set operateur-inactif to true
                       move aud-op-inactif to aud-op-choisie
                   else
                       set operateur-actif to true
                       move aud-op-actif to aud-op-choisie
                   end-if

                   perform CONTROLER-DERNIER-ADMIN
                   if dernier-admin = 'O' then
                       display a-plg-dernier-admin
                   else
                   rewrite enr-operateur
                       invalid key display a-plg-non-trouve
                       not invalid key
                           display a-plg-ok
                           move enr-operateur to apres-image
                           call 'ss-audit-ecrire' using aud-fichier
                               aud-op-choisie aud-cle
                               avant-image apres-image
                               aud-status
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                   end-rewrite
                   end-if
           end-read

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

       NOTER-ADMIN-ACTIF.
           if profilOper = 'ADMIN' and operateur-actif then
               move 'O' to admin-actif-avant
           else
               move 'N' to admin-actif-avant
           end-if
       .

      *----- Un ADMIN actif qui perd son profil ou est desactive -----
      *----- ne doit pas etre le dernier: sinon plus personne    -----
      *----- n'accede a la maintenance ni aux traitements ADMIN  -----
       CONTROLER-DERNIER-ADMIN.
           move 'N' to dernier-admin
           if admin-actif-avant = 'O'
              and (profilOper not = 'ADMIN' or not operateur-actif)
              then
               perform COMPTER-ADMINS-ACTIFS
               if nb-admins-actifs <= 1 then
                   move 'O' to dernier-admin
               end-if
           end-if
       .

      *----- Le fichier porte encore l'ancienne version de la    -----
      *----- fiche saisie, sauvegardee puis restituee ici        -----
       COMPTER-ADMINS-ACTIFS.
           move enr-operateur to operateur-saisi
           move 0 to nb-admins-actifs
           move 0 to fin-operateurs-fichier
           move low-values to codeOper
           start FOperateurs key >= codeOper
               invalid key move 1 to fin-operateurs-fichier
           end-start

           if fin-operateurs-fichier = 0 then
               perform with test after
                       until (fin-operateurs-fichier = 1)
                   read FOperateurs next
                       at end
                           move 1 to fin-operateurs-fichier
                       not at end
                           if profilOper = 'ADMIN'
                              and operateur-actif then
                               compute nb-admins-actifs =
                                   nb-admins-actifs + 1
                           end-if
                   end-read
               end-perform
           end-if
           move operateur-saisi to enr-operateur
       .

       end program ss-operateurs-maj.
