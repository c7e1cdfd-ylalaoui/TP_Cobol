       program-id. ss-codes-incident-maj.

       input-output section.
           file-control.
           select FCodesIncident assign to "../ext/CodeIncident.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeIncident
               status FCodesIncidentStatus.

           select FRealise assign to "../ext/Realise.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-realise
                   alternate key is real-affect with duplicates
               status FRealiseStatus.

       data division.
       file section.
       fd FCodesIncident.
           01 enr-code-incident.
               02 codeIncident        pic x(3).
               02 libelleIncident     pic x(30).
               02 categorieIncident   pic x(10).
                   88 categorie-valide values 'PANNE' 'ACCIDENT'
                                              'RETARD' 'AGRESSION'
                                              'AUTRE'.
               02 immobiliseIncident  pic x(1).
                   88 incident-immobilisant     value 'O'.
                   88 incident-non-immobilisant value 'N'.

       FD FRealise.
       01 enr-realise.
           02 num-realise      pic 9(4).
           02 real-affect      pic 9(4).
           02 real-date        pic 9(8).
           02 real-fait        pic x(1).
           02 real-bus         pic 9(4).
           02 real-incident    pic x(3).

       working-storage section.
       01 FCodesIncidentStatus     pic x(2).
       01 FRealiseStatus           pic x(2).
       01 realise-ok            pic x value 'N'.
       01 code-reference        pic x.
       01 fin-realise-fichier   pic 9.
       01 choix                 pic 9.
       01 continuer             pic x value 'O'.
       01 trouve                pic x value 'N'.
       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'CODEINCIDENT'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
       01 aud-op-suppr          pic x(6)  value 'SUPPR'.
       01 aud-status            pic x(1).
       01 aud-cle               pic 9(4) value 0.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Referentiel des codes incident -'.
       01 a-plg-menu.
           02 line 3 col 1 value '1-Ajouter un code incident'.
           02 line 4 col 1 value '2-Modifier un code incident'.
           02 line 5 col 1 value '3-Supprimer un code incident'.
           02 line 6 col 1 value '9-Quitter'.
           02 line 8 col 1 value 'Choix: '.
           02 s-choix line 8 col 9 pic 9 to choix.

       01 s-plg-code.
           02 line 10 col 1 value 'Code incident: '.
           02 s-codeIncident line 10 col 16 pic x(3) to codeIncident.
       01 s-plg-libelle.
           02 line 11 col 1 value 'Libelle: '.
           02 s-libelleIncident line 11 col 10 pic x(30)
              to libelleIncident.
       01 s-plg-categorie.
           02 line 12 col 1 value 'Categorie (PANNE/ACCIDENT/RETARD/'
           & 'AGRESSION/AUTRE): '.
           02 s-categorieIncident line 12 col 52 pic x(10)
              to categorieIncident.
       01 s-plg-immobilise.
           02 line 13 col 1 value 'Immobilise le bus (O/N): '.
           02 s-immobiliseIncident line 13 col 26 pic x(1)
              to immobiliseIncident.

       01 a-plg-code-actuel.
           02 line 15 col 1 value 'Valeurs actuelles: '.
           02 a-libelleIncident line 16 col 1 pic x(30)
              from libelleIncident.
           02 a-categorieIncident line 16 col 32 pic x(10)
              from categorieIncident.
           02 a-immobiliseIncident line 16 col 43 pic x(1)
              from immobiliseIncident.

       01 a-plg-message-continuer.
           02 line 20 col 1 value 'Appuyez sur ENTREE pour continuer.'.
       01 a-plg-non-trouve.
           02 line 18 col 1 value 'Code incident inconnu.'.
       01 a-plg-deja-existant.
           02 line 18 col 1 value 'Ce code incident existe deja.'.
       01 a-plg-cle-dupliquee.
           02 line 18 col 1 value 'Cle en double, code non'
           & ' enregistre.'.
       01 a-plg-code-vide.
           02 line 18 col 1 value 'Le code incident ne peut etre'
           & ' vide.'.
       01 a-plg-categorie-invalide.
           02 line 18 col 1 value 'Categorie invalide (PANNE,'
           & ' ACCIDENT, RETARD, AGRESSION ou AUTRE).'.
       01 a-plg-immobilise-invalide.
           02 line 18 col 1 value 'Immobilisation: repondre O ou N.'.
       01 a-plg-code-utilise.
           02 line 18 col 1 value 'Code encore utilise dans le'
           & ' realise, suppression refusee.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.
           02 line 19 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value 'Erreur lors de l''ouverture'
           & 'du fichier CodeIncident...'.
           02 a-fstatus line 3 col 10 pic x(2)
              from FCodesIncidentStatus.

       procedure division.

       perform OUVRIR-FICHIER

       if FCodesIncidentStatus not = '00' then
           display a-plg-titre-global
           display a-error-open
       else
           perform with test after until (continuer = 'N')
               display a-plg-titre-global
               display a-plg-menu
               accept s-choix

               evaluate choix
                   when 1 perform AJOUTER-CODE
                   when 2 perform MODIFIER-CODE
                   when 3 perform SUPPRIMER-CODE
                   when 9 move 'N' to continuer
                   when other continue
               end-evaluate
           end-perform
           close FCodesIncident
           if realise-ok = 'O' then
               close FRealise
           end-if
       end-if

       goback
       .

       OUVRIR-FICHIER.
           open i-o FCodesIncident
           if FCodesIncidentStatus = '35' then
               open output FCodesIncident
               close FCodesIncident
               open i-o FCodesIncident
           end-if

           open input FRealise
           if FRealiseStatus = '00' then
               move 'O' to realise-ok
           else
               move 'N' to realise-ok
           end-if
       .

      *----- Le code est-il encore porte par un realise ? -----
       VERIFIE-REFERENCES.
           move 'N' to code-reference

           if realise-ok = 'O' then
               move 0 to fin-realise-fichier
               move 0 to num-realise
               start FRealise key >= num-realise
               if FRealiseStatus = '00' then
                   perform with test after
                           until (fin-realise-fichier = 1)
                       read FRealise next
                           at end
                               move 1 to fin-realise-fichier
                           not at end
                               if real-incident = codeIncident then
                                   move 'O' to code-reference
                                   move 1 to fin-realise-fichier
                               end-if
                       end-read
                   end-perform
               end-if
           end-if
       .

       AJOUTER-CODE.
           display a-plg-titre-global
           display s-plg-code
           accept s-codeIncident

           if codeIncident = spaces then
               display a-plg-code-vide
           else
               read FCodesIncident key is codeIncident
                   invalid key move 'N' to trouve
                   not invalid key move 'O' to trouve
               end-read

               if trouve = 'O' then
                   display a-plg-deja-existant
               else
                   display s-plg-libelle
                   accept s-libelleIncident
                   display s-plg-categorie
                   accept s-categorieIncident
                   display s-plg-immobilise
                   accept s-immobiliseIncident

                   if not categorie-valide then
                       display a-plg-categorie-invalide
                   else
                   if not incident-immobilisant
                      and not incident-non-immobilisant then
                       display a-plg-immobilise-invalide
                   else
                       write enr-code-incident
                           invalid key display a-plg-cle-dupliquee
                           not invalid key
                               display a-plg-ok
                               move spaces to avant-image
                               move enr-code-incident to apres-image
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

       MODIFIER-CODE.
           display a-plg-titre-global
           display s-plg-code
           accept s-codeIncident

           read FCodesIncident key is codeIncident
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-code-incident to avant-image
                   display a-plg-code-actuel
                   display s-plg-libelle
                   accept s-libelleIncident
                   display s-plg-categorie
                   accept s-categorieIncident
                   display s-plg-immobilise
                   accept s-immobiliseIncident

                   if not categorie-valide then
                       display a-plg-categorie-invalide
                   else
                   if not incident-immobilisant
                      and not incident-non-immobilisant then
                       display a-plg-immobilise-invalide
                   else
                       rewrite enr-code-incident
                           invalid key display a-plg-non-trouve
                           not invalid key
                               display a-plg-ok
                               move enr-code-incident to apres-image
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

       SUPPRIMER-CODE.
           display a-plg-titre-global
           display s-plg-code
           accept s-codeIncident

           read FCodesIncident key is codeIncident
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   perform VERIFIE-REFERENCES
                   if code-reference = 'O' then
                       display a-plg-code-utilise
                   else
                       move enr-code-incident to avant-image
                       delete FCodesIncident record
                           invalid key display a-plg-non-trouve
                           not invalid key
                               display a-plg-ok
                               move spaces to apres-image
                               call 'ss-audit-ecrire' using
                                   aud-fichier aud-op-suppr aud-cle
                                   avant-image apres-image
                                   aud-status
                               if aud-status = 'N' then
                                   display a-plg-audit-echec
                               end-if
                       end-delete
                   end-if
           end-read

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

       end program ss-codes-incident-maj.
