           select FCompteurs assign to "../ext/Compteurs.dat"
               organization is indexed
               access mode is dynamic
               lock mode is manual
                   record key is cpt-serie
               status FCompteursStatus.

       working-storage section.
       01 FCompteursStatus         pic x(2).
       01 compteur-trouve       pic x.
       01 nb-essais             pic 9(3).

       linkage section.
       01 lk-serie                  pic x(12).
       perform OUVRIR-COMPTEURS

       if FCompteursStatus = '00' then
           move 0 to nb-essais
           perform with test after until (lk-status = 'O'
                   or nb-essais >= 500)
               compute nb-essais = nb-essais + 1
               perform TRAITER-COMPTEUR
           end-perform

           close FCompteurs
       end-if
           end-if
       .

      *----- Lecture avec verrou: un autre poste qui tient le -----
      *----- compteur (status 51) ou qui vient de creer la serie -----
      *----- (cle en double) fait recommencer la lecture         -----
       TRAITER-COMPTEUR.
           move lk-serie to cpt-serie
           read FCompteurs with lock key is cpt-serie
               invalid key
                   move 'N' to compteur-trouve
                   move lk-serie to cpt-serie
                   move 0 to cpt-dernier
               not invalid key
                   move 'O' to compteur-trouve
           end-read

           if FCompteursStatus not = '51' then
               evaluate lk-operation
                   when 'SUIV'
                       compute cpt-dernier = cpt-dernier + 1
                       move cpt-dernier to lk-numero
                       perform ENREGISTRER-COMPTEUR
                   when 'CALER'
                       if lk-numero > cpt-dernier then
                           move lk-numero to cpt-dernier
                           perform ENREGISTRER-COMPTEUR
                       else
                           move 'O' to lk-status
                       end-if
                   when other
                       move 500 to nb-essais
               end-evaluate
               unlock FCompteurs
           end-if
       .

       ENREGISTRER-COMPTEUR.
           if compteur-trouve = 'O' then
               rewrite enr-compteur
