       01 seuil-capacite        pic 9(3) value 20.
       01 date-valide           pic x(1).

       01 controle-repos.
           02 crp-mode              pic x(1).
           02 crp-chauf             pic 9(4).
           02 crp-affect-exclue     pic 9(4).
           02 crp-date-debut        pic 9(8).
           02 crp-date-fin          pic 9(8).
           02 crp-service           pic x(1).
           02 crp-status            pic x(1).
           02 crp-nb-infractions    pic 9(3).
           02 crp-infractions-tronquees pic x(1).
           02 crp-infraction occurs 50.
               03 crp-inf-date      pic 9(8).
               03 crp-inf-regle     pic x(1).
               03 crp-inf-motif     pic x(30).
               03 crp-inf-valeur    pic 9(3).

       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'AFFECTATION'.
               end-if
           end-if

           if ligne-valide = 'O' then
               perform VERIFIE-REPOS
           end-if

      *----- Sous-capacite: rejet au-dela du seuil, sinon alerte -----
           if ligne-valide = 'O' and num-ligne-saisi not = 0
              and lignes-ok = 'O' and bus-ok = 'O'
           end-if
       .

      *----- Regles de repos (lignes deja importees comprises) -----
       VERIFIE-REPOS.
           move 'C' to crp-mode
           move num-chauf-saisi to crp-chauf
           move num-affect-saisi to crp-affect-exclue
           move date-debut-saisie to crp-date-debut
           move date-fin-saisie to crp-date-fin
           move service-saisi to crp-service
           call 'ss-repos-controle' using controle-repos

           if crp-status = 'O' and crp-nb-infractions > 0 then
               move 'N' to ligne-valide
               move crp-inf-motif(1) to motif-rejet
           end-if
       .

      *----- Habilitation exigee par le bus pour num-chauf-saisi -----
       VERIFIE-HABILITATION.
           move 'O' to habilitation-valide
