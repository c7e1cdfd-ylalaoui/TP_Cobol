
       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 image-lue             pic x(80).
       01 image-saisie          pic x(80).
       01 modifie-ailleurs      pic x value 'N'.
       01 verrou-fichier        pic x(12) value 'ABSENCE'.
       01 verrou-ident          pic x(10).
       01 verrou-op-poser       pic x(6)  value 'POSER'.
       01 verrou-op-lever       pic x(6)  value 'LEVER'.
       01 verrou-detenteur      pic x(8).
       01 verrou-status         pic x(1).
       01 aud-fichier           pic x(12) value 'ABSENCE'.
       01 aud-op-ajout          pic x(6)  value 'AJOUT'.
       01 aud-op-modif          pic x(6)  value 'MODIF'.
           'La date de debut doit etre anterieure a la date de fin.'.
       01 a-plg-date-invalide.
           02 line 18 col 1 value 'Date invalide (calendrier).'.
       01 a-plg-en-cours.
           02 line 18 col 1 value 'Enregistrement en cours de'
           & ' modification par '.
           02 a-verrou-detenteur line 18 col 46 pic x(8)
              from verrou-detenteur.
       01 a-plg-modifie-ailleurs.
           02 line 18 col 1 value 'Enregistrement modifie sur un autre'
           & ' poste depuis sa lecture, mise a jour refusee.'.
       01 a-plg-ok.
           02 line 18 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-audit-echec.
           display s-plg-numAbsence
           accept s-num-absence

           perform POSER-VERROU
           if verrou-status = 'V' then
               display a-plg-en-cours
           else
           read FAbsences key is num-absence
               invalid key
                   display a-plg-non-trouve
               not invalid key
                   move enr-absence to avant-image
                   move enr-absence to image-lue
                   display a-plg-absence-actuelle
                   display s-plg-dateFin
                   accept s-abs-date-fin
                   if abs-date-fin <= abs-date-debut then
                       display a-plg-dates-invalides
                   else
                       perform VERIFIE-FRAICHEUR
                       if modifie-ailleurs = 'O' then
                           display a-plg-modifie-ailleurs
                       else
                       rewrite enr-absence
                           invalid key display a-plg-non-trouve
                           not invalid key
                                   display a-plg-audit-echec
                               end-if
                       end-rewrite
                       end-if
                   end-if
                   end-if
           end-read
           perform LEVER-VERROU
           end-if

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

      *----- Verrou applicatif sur l'enregistrement le temps de -----
      *----- la saisie; s'il est tenu, on affiche son detenteur  -----
       POSER-VERROU.
           move num-absence to verrou-ident
           call 'ss-verrou' using verrou-fichier verrou-ident
               verrou-op-poser verrou-detenteur verrou-status
       .

       LEVER-VERROU.
           if verrou-status = 'O' then
               call 'ss-verrou' using verrou-fichier verrou-ident
                   verrou-op-lever verrou-detenteur verrou-status
           end-if
       .

      *----- Relecture avant reecriture: refus si l'enregistrement -----
      *----- a change depuis la premiere lecture (image-lue)       -----
       VERIFIE-FRAICHEUR.
           move enr-absence to image-saisie
           move 'N' to modifie-ailleurs
           read FAbsences key is num-absence
               invalid key
                   move 'O' to modifie-ailleurs
               not invalid key
                   if enr-absence not = image-lue then
                       move 'O' to modifie-ailleurs
                   end-if
           end-read
           move image-saisie to enr-absence
       .

       end program ss-absences-maj.
