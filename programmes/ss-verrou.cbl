       program-id. ss-verrou.

       input-output section.
           file-control.
           select FVerrous assign to "../ext/Verrou.dat"
               organization is indexed
               access mode is dynamic
                   record key is ver-cle
               status FVerrousStatus.

       data division.
       file section.
       fd FVerrous.
           01 enr-verrou.
               02 ver-cle.
                   03 ver-fichier      pic x(12).
                   03 ver-ident        pic x(10).
               02 ver-operateur        pic x(8).
               02 ver-date             pic 9(8).
               02 ver-heure            pic 9(6).

       working-storage section.
       01 FVerrousStatus            pic x(2).
       01 operateur-connecte        pic x(8).
       01 duree-saisie              pic x(4).
       01 duree-max                 pic 9(4) value 30.
       01 date-courante             pic 9(8).
       01 heure-courante            pic 9(6).
       01 minutes-courantes         pic 9(9).
       01 minutes-verrou            pic 9(9).
       01 heure-hh                  pic 99.
       01 heure-reste               pic 9(4).
       01 heure-mm                  pic 99.
       01 heure-ss                  pic 99.

       linkage section.
       01 lk-fichier                pic x(12).
       01 lk-ident                  pic x(10).
       01 lk-operation              pic x(6).
       01 lk-detenteur              pic x(8).
       01 lk-status                 pic x(1).

      *----- lk-status: 'O' verrou pose ou leve, 'V' deja tenu -----
      *----- par lk-detenteur, 'N' fichier indisponible         -----
       procedure division using lk-fichier lk-ident lk-operation
           lk-detenteur lk-status.

       move 'N' to lk-status
       move spaces to lk-detenteur

      *----- Meme operateur que pour l'audit -----
       accept operateur-connecte from environment 'OPERATEUR'
       if operateur-connecte = spaces then
           move 'HORSMENU' to operateur-connecte
       end-if

       accept duree-saisie from environment 'VERROU_DUREE_MAX'
       if duree-saisie not = spaces
          and function test-numval(duree-saisie) = 0
           move function numval(duree-saisie) to duree-max
       end-if

       perform OUVRIR-VERROUS

       if FVerrousStatus = '00' then
           move lk-fichier to ver-fichier
           move lk-ident to ver-ident

           evaluate lk-operation
               when 'POSER'
                   perform POSER-VERROU
               when 'LEVER'
                   perform LEVER-VERROU
               when other
                   continue
           end-evaluate

           close FVerrous
       end-if

       goback
       .

       OUVRIR-VERROUS.
           open i-o FVerrous
           if FVerrousStatus = '35' then
               open output FVerrous
               close FVerrous
               open i-o FVerrous
           end-if
       .

      *----- L'ecriture de la cle est le verrou: un second poste -----
      *----- tombe sur la cle existante et lit son detenteur.     -----
      *----- Un verrou du meme operateur, ou plus vieux que       -----
      *----- VERROU_DUREE_MAX minutes (session interrompue), est  -----
      *----- repris.                                              -----
       POSER-VERROU.
           move function current-date(1:8) to date-courante
           move function current-date(9:6) to heure-courante
           move operateur-connecte to ver-operateur
           move date-courante to ver-date
           move heure-courante to ver-heure

           write enr-verrou
               invalid key
                   perform EXAMINER-VERROU
               not invalid key
                   move 'O' to lk-status
           end-write
       .

       EXAMINER-VERROU.
           read FVerrous key is ver-cle
               invalid key
                   move 'N' to lk-status
               not invalid key
                   move ver-date to date-courante
                   move ver-heure to heure-courante
                   perform CALCULER-MINUTES
                   move minutes-courantes to minutes-verrou

                   move function current-date(1:8) to date-courante
                   move function current-date(9:6) to heure-courante
                   perform CALCULER-MINUTES

                   if ver-operateur = operateur-connecte
                      or minutes-courantes - minutes-verrou
                         > duree-max then
                       perform REPRENDRE-VERROU
                   else
                       move ver-operateur to lk-detenteur
                       move 'V' to lk-status
                   end-if
           end-read
       .

      *----- Suppression puis reecriture: si un autre poste -----
      *----- reprend le meme verrou, un seul write aboutit  -----
       REPRENDRE-VERROU.
           delete FVerrous record
               invalid key continue
           end-delete

           move lk-fichier to ver-fichier
           move lk-ident to ver-ident
           move operateur-connecte to ver-operateur
           move date-courante to ver-date
           move heure-courante to ver-heure

           write enr-verrou
               invalid key
                   read FVerrous key is ver-cle
                       invalid key
                           move 'N' to lk-status
                       not invalid key
                           move ver-operateur to lk-detenteur
                           move 'V' to lk-status
                   end-read
               not invalid key
                   move 'O' to lk-status
           end-write
       .

       LEVER-VERROU.
           read FVerrous key is ver-cle
               invalid key
                   move 'O' to lk-status
               not invalid key
                   if ver-operateur = operateur-connecte then
                       delete FVerrous record
                           invalid key continue
                       end-delete
                   end-if
                   move 'O' to lk-status
           end-read
       .

       CALCULER-MINUTES.
           divide heure-courante by 10000 giving heure-hh
               remainder heure-reste
           divide heure-reste by 100 giving heure-mm
               remainder heure-ss
           compute minutes-courantes =
               function integer-of-date(date-courante) * 1440
               + heure-hh * 60 + heure-mm
       .

       end program ss-verrou.
