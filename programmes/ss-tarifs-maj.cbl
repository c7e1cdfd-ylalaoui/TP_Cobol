       program-id. ss-tarifs-maj.

       input-output section.
           file-control.
           select FTarifs assign to "../ext/Tarif.dat"
               organization is indexed
               access mode is dynamic
                   record key is tarif-cle
               status FTarifsStatus.

       data division.
       file section.
       fd FTarifs.
           01 enr-tarif.
               02 tarif-cle.
                   03 tarif-type          pic x(1).
                       88 tarif-service   value 'S'.
                       88 tarif-modele    value 'M'.
                       88 tarif-carburant value 'C'.
                   03 tarif-code          pic x(30).
               02 tarif-montant           pic 9(5)v99.

       working-storage section.
       01 FTarifsStatus            pic x(2).
       01 tarif-valide          pic x.
       01 choix                 pic 9.
       01 continuer             pic x value 'O'.
       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'TARIF'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
       01 aud-op-suppr          pic x(6)  value 'SUPPR'.
       01 aud-status            pic x(1).
       01 aud-cle               pic 9(4) value 0.

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Tarifs du cout d''exploitation -'.
       01 a-plg-menu.
           02 line 3 col 1 value '1-Ajouter un tarif'.
           02 line 4 col 1 value '2-Modifier un tarif'.
           02 line 5 col 1 value '3-Supprimer un tarif'.
           02 line 6 col 1 value '9-Quitter'.
           02 line 8 col 1 value 'Choix: '.
           02 s-choix line 8 col 9 pic 9 to choix.

       01 s-plg-cle.
           02 line 10 col 1 value 'Type (S=jour chauffeur par service,'
           & ' M=km par modele, C=litre de carburant): '.
           02 s-tarif-type line 10 col 77 pic x(1) to tarif-type.
           02 line 11 col 1 value 'Service (M/A/N/J), modele de bus,'
           & ' ou vide pour C: '.
           02 s-tarif-code line 12 col 1 pic x(30) to tarif-code.
       01 s-plg-montant.
           02 line 13 col 1 value 'Montant unitaire (MMMMMCC,'
           & ' 2 decimales): '.
           02 s-tarif-montant line 13 col 43 pic 9(5)v99
              to tarif-montant.

       01 a-plg-tarif-actuel.
           02 line 15 col 1 value 'Montant actuel: '.
           02 a-tarif-montant line 15 col 17 pic zzzz9.99
              from tarif-montant.

       01 a-plg-message-continuer.
           02 line 20 col 1 value 'Appuyez sur ENTREE pour continuer.'.
       01 a-plg-non-trouve.
           02 line 18 col 1 value 'Tarif inconnu.'.
       01 a-plg-deja-existant.
           02 line 18 col 1 value 'Ce tarif existe deja, utiliser'
           & ' la modification.'.
       01 a-plg-cle-dupliquee.
           02 line 18 col 1 value 'Cle en double, tarif non'
           & ' enregistre.'.
       01 a-plg-cle-invalide.
           02 line 18 col 1 value 'Type ou code invalide (S avec M, A,'
           & ' N ou J; M avec un modele; C sans code).'.
       01 a-plg-montant-invalide.
           02 line 18 col 1 value 'Le montant doit etre positif.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.
           02 line 19 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value 'Erreur lors de l''ouverture'
           & 'du fichier Tarif...'.
           02 a-fstatus line 3 col 10 pic x(2) from FTarifsStatus.

       procedure division.

       perform OUVRIR-FICHIER

       if FTarifsStatus not = '00' then
           display a-plg-titre-global
           display a-error-open
       else
           perform with test after until (continuer = 'N')
               display a-plg-titre-global
               display a-plg-menu
               accept s-choix

               evaluate choix
                   when 1 perform AJOUTER-TARIF
                   when 2 perform MODIFIER-TARIF
                   when 3 perform SUPPRIMER-TARIF
                   when 9 move 'N' to continuer
                   when other continue
               end-evaluate
           end-perform
           close FTarifs
       end-if

       goback
       .

       OUVRIR-FICHIER.
           open i-o FTarifs
           if FTarifsStatus = '35' then
               open output FTarifs
               close FTarifs
               open i-o FTarifs
           end-if
       .

       AJOUTER-TARIF.
           display a-plg-titre-global
           perform SAISIR-CLE

           if tarif-valide = 'N' then
               display a-plg-cle-invalide
           else
               read FTarifs key is tarif-cle
                   invalid key
                       display s-plg-montant
                       accept s-tarif-montant
                       if tarif-montant = 0 then
                           display a-plg-montant-invalide
                       else
                           write enr-tarif
                               invalid key
                                   display a-plg-cle-dupliquee
                               not invalid key
                                   display a-plg-ok
                                   move spaces to avant-image
                                   move enr-tarif to apres-image
                                   call 'ss-audit-ecrire' using
                                       aud-fichier aud-op-ajout
                                       aud-cle avant-image apres-image
                                       aud-status
                                   if aud-status = 'N' then
                                       display a-plg-audit-echec
                                   end-if
                           end-write
                       end-if
                   not invalid key
                       display a-plg-deja-existant
               end-read
           end-if

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

       MODIFIER-TARIF.
           display a-plg-titre-global
           perform SAISIR-CLE

           read FTarifs key is tarif-cle
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-tarif to avant-image
                   display a-plg-tarif-actuel
                   display s-plg-montant
                   accept s-tarif-montant

                   if tarif-montant = 0 then
                       display a-plg-montant-invalide
                   else
                   rewrite enr-tarif
                       invalid key display a-plg-non-trouve
                       not invalid key
                           display a-plg-ok
                           move enr-tarif to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-modif
                               aud-cle avant-image apres-image
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

       SUPPRIMER-TARIF.
           display a-plg-titre-global
           perform SAISIR-CLE

           read FTarifs key is tarif-cle
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-tarif to avant-image
                   delete FTarifs record
                       invalid key display a-plg-non-trouve
                       not invalid key
                           display a-plg-ok
                           move spaces to apres-image
                           call 'ss-audit-ecrire' using
                               aud-fichier aud-op-suppr
                               aud-cle avant-image apres-image
                               aud-status
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                   end-delete
           end-read

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

      *----- Cle du tarif: le code depend du type -----
       SAISIR-CLE.
           display s-plg-cle
           accept s-tarif-type
           accept s-tarif-code

           move 'O' to tarif-valide
           evaluate true
               when tarif-service
                   if tarif-code(2:29) not = spaces
                      or (tarif-code(1:1) not = 'M'
                          and tarif-code(1:1) not = 'A'
                          and tarif-code(1:1) not = 'N'
                          and tarif-code(1:1) not = 'J') then
                       move 'N' to tarif-valide
                   end-if
               when tarif-modele
                   if tarif-code = spaces then
                       move 'N' to tarif-valide
                   end-if
               when tarif-carburant
                   move spaces to tarif-code
               when other
                   move 'N' to tarif-valide
           end-evaluate
       .

       end program ss-tarifs-maj.
