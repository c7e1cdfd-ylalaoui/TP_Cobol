                   alternate key is num-bus with duplicates
               status FAffectStatus.

           select FCodesIncident assign to "../ext/CodeIncident.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeIncident
               status FCodesIncidentStatus.

           select FEntretiens assign to "../ext/Entretien.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-entretien
                   alternate key is ent-bus with duplicates
               status FEntretienStatus.

       data division.
       file section.
       FD FRealise.
           02 num-ligne    pic 9(4).
           02 service-affect pic x(1).

       fd FCodesIncident.
           01 enr-code-incident.
               02 codeIncident        pic x(3).
               02 libelleIncident     pic x(30).
               02 categorieIncident   pic x(10).
               02 immobiliseIncident  pic x(1).
                   88 incident-immobilisant     value 'O'.

       FD FEntretiens.
       01 enr-entretien.
           02 num-entretien    pic 9(4).
           02 ent-bus          pic 9(4).
           02 ent-date-entree  pic 9(8).
           02 ent-date-retour  pic 9(8).
           02 ent-type         pic x(20).
           02 ent-statut       pic x(1).

       working-storage section.
       01 FRealiseStatus           pic x(2).
       01 FAffectStatus            pic x(2).
       01 FCodesIncidentStatus     pic x(2).
       01 FEntretienStatus         pic x(2).
       01 affect-ok             pic x value 'N'.
       01 codes-ok              pic x value 'N'.
       01 entretien-ok          pic x value 'N'.
       01 code-trouve           pic x value 'N'.
       01 incident-avant        pic x(3).
       01 bus-immobilise        pic 9(4).
       01 deja-immobilise       pic x.
       01 entretien-ecrit       pic x.
       01 nb-essais             pic 9(2).
       01 fin-entretien-fichier pic 9.
       01 jours-saisis          pic x(3).
       01 jours-immobilisation  pic 9(3) value 3.
       01 real-date-julien      pic s9(8).
       01 affect-trouvee        pic x value 'N'.
       01 choix                 pic 9.
       01 continuer             pic x value 'O'.
       01 cpt-op-caler          pic x(6)  value 'CALER'.
       01 cpt-numero            pic 9(4).
       01 cpt-status            pic x(1).
       01 cpt-serie-ent         pic x(12) value 'ENTRETIEN'.
       01 aud-fichier-ent       pic x(12) value 'ENTRETIEN'.

       screen section.
       01 a-plg-titre-global.
           02 line 19 col 1 value 'Service assure: repondre O ou N.'.
       01 a-plg-date-invalide.
           02 line 19 col 1 value 'Date invalide (calendrier).'.
       01 a-plg-code-inconnu.
           02 line 19 col 1 value 'Code incident inconnu du'
           & ' referentiel des codes incident.'.
       01 a-plg-ok.
           02 line 19 col 1 value 'Operation effectuee avec succes.'.
       01 a-plg-immobilisation.
           02 line 21 col 1 value 'Bus immobilise: entretien '.
           02 a-num-entretien line 21 col 27 pic 9(4)
              from num-entretien.
           02 line 21 col 32 value 'ouvert pour le bus '.
           02 a-bus-immobilise line 21 col 51 pic 9(4)
              from bus-immobilise.
       01 a-plg-deja-immobilise.
           02 line 21 col 1 value 'Bus deja en atelier a cette date,'
           & ' pas de nouvel entretien.'.
       01 a-plg-bus-inconnu.
           02 line 21 col 1 value 'Bus inconnu, pas d''immobilisation'
           & ' (saisir le bus reel).'.
       01 a-plg-immobilisation-echec.
           02 line 21 col 1 value 'Attention: entretien d''immobili'
           & 'sation non cree, prevenir l''atelier.'.
       01 a-plg-audit-echec.
           02 line 20 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
           if affect-ok = 'O' then
               close FAffectations
           end-if
           if codes-ok = 'O' then
               close FCodesIncident
           end-if
           if entretien-ok = 'O' then
               close FEntretiens
           end-if
       end-if

       goback
           else
               move 'N' to affect-ok
           end-if

           open input FCodesIncident
           if FCodesIncidentStatus = '00' then
               move 'O' to codes-ok
           else
               move 'N' to codes-ok
           end-if

           open i-o FEntretiens
           if FEntretienStatus = '35' then
               open output FEntretiens
               close FEntretiens
               open i-o FEntretiens
           end-if
           if FEntretienStatus = '00' then
               move 'O' to entretien-ok
           else
               move 'N' to entretien-ok
           end-if

           accept jours-saisis from environment 'JOURS_IMMOBILISATION'
           if jours-saisis not = spaces
              and function test-numval(jours-saisis) = 0
               move function numval(jours-saisis)
                   to jours-immobilisation
           end-if
       .

      *----- Un code incident saisi doit exister au referentiel -----
       VERIFIE-CODE-INCIDENT.
           move 'O' to code-trouve
           if real-incident not = spaces then
               move 'N' to code-trouve
               if codes-ok = 'O' then
                   move real-incident to codeIncident
                   read FCodesIncident key is codeIncident
                       invalid key move 'N' to code-trouve
                       not invalid key move 'O' to code-trouve
                   end-read
               end-if
           end-if
       .

      *----- Incident immobilisant: le bus part a l'atelier      -----
      *----- (entretien en cours des la date du service, ce qui  -----
      *----- le retire des bus disponibles)                      -----
       IMMOBILISER-BUS.
           move real-bus to bus-immobilise
           if bus-immobilise = 0 then
               move num-bus to bus-immobilise
           end-if

           if bus-immobilise = 0 then
               display a-plg-bus-inconnu
           else
           if entretien-ok not = 'O' then
               display a-plg-immobilisation-echec
           else
           move 'N' to deja-immobilise
           move 0 to fin-entretien-fichier
           move bus-immobilise to ent-bus
           start FEntretiens key = ent-bus
           if FEntretienStatus = '00' then
               perform with test after
                       until (fin-entretien-fichier = 1)
                   read FEntretiens next
                       at end
                           move 1 to fin-entretien-fichier
                       not at end
                           if ent-bus not = bus-immobilise then
                               move 1 to fin-entretien-fichier
                           else
                               if ent-statut not = 'T'
                                  and real-date >= ent-date-entree
                                  and real-date <= ent-date-retour
                                   move 'O' to deja-immobilise
                                   move 1 to fin-entretien-fichier
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if deja-immobilise = 'O' then
               display a-plg-deja-immobilise
           else
               perform CREER-ENTRETIEN-INCIDENT
           end-if
           end-if
           end-if
       .

       CREER-ENTRETIEN-INCIDENT.
           move 'N' to entretien-ecrit
           move 0 to nb-essais
           compute real-date-julien =
               function integer-of-date(real-date)

           perform with test after until (entretien-ecrit = 'O'
                   or nb-essais > 10)
               compute nb-essais = nb-essais + 1
               call 'ss-compteur-suivant' using cpt-serie-ent
                   cpt-op-suiv cpt-numero cpt-status
               if cpt-status = 'O' then
                   move cpt-numero to num-entretien
                   move bus-immobilise to ent-bus
                   move real-date to ent-date-entree
                   compute ent-date-retour = function date-of-integer
                       (real-date-julien + jours-immobilisation)
                   move spaces to ent-type
                   string 'INCIDENT ' delimited by size
                          real-incident delimited by size
                       into ent-type
                   end-string
                   move 'E' to ent-statut
                   write enr-entretien
                       invalid key continue
                       not invalid key
                           move 'O' to entretien-ecrit
                   end-write
               else
                   move 11 to nb-essais
               end-if
           end-perform

           if entretien-ecrit = 'O' then
               display a-plg-immobilisation
               move spaces to avant-image
               move enr-entretien to apres-image
               call 'ss-audit-ecrire' using aud-fichier-ent
                   aud-op-ajout num-entretien avant-image apres-image
                   aud-status
               if aud-status = 'N' then
                   display a-plg-audit-echec
               end-if
           else
               display a-plg-immobilisation-echec
           end-if
       .

       AJOUTER-REALISE.
               end-if

               call 'ss-date-valide' using real-date date-valide
               perform VERIFIE-CODE-INCIDENT

               if affect-trouvee = 'N' then
                   display a-plg-affect-inconnue
               else
               if real-fait not = 'O' and real-fait not = 'N' then
                   display a-plg-fait-invalide
               else
               if code-trouve = 'N' then
                   display a-plg-code-inconnu
               else
                   write enr-realise
                       invalid key
                           if aud-status = 'N' then
                               display a-plg-audit-echec
                           end-if
                           if real-incident not = spaces
                              and incident-immobilisant then
                               if affect-ok not = 'O'
                                  or affect-trouvee not = 'O' then
                                   move 0 to num-bus
                               end-if
                               perform IMMOBILISER-BUS
                           end-if
                   end-write
               end-if
               end-if
               end-if
               end-if
           end-if

           display a-plg-message-continuer
                   display a-plg-non-trouve
               not invalid key
                   move enr-realise to avant-image
                   move real-incident to incident-avant
                   display a-plg-realise-actuel
                   display s-plg-fait
                   accept s-real-fait
                   accept s-real-bus
                   display s-plg-incident
                   accept s-real-incident
                   perform VERIFIE-CODE-INCIDENT

                   if real-fait not = 'O' and real-fait not = 'N' then
                       display a-plg-fait-invalide
                   else
                   if code-trouve = 'N' then
                       display a-plg-code-inconnu
                   else
                       rewrite enr-realise
                           invalid key display a-plg-non-trouve
                               if aud-status = 'N' then
                                   display a-plg-audit-echec
                               end-if
                               if real-incident not = spaces
                                  and real-incident not = incident-avant
                                  and incident-immobilisant then
                                   perform LIRE-AFFECTATION-REALISE
                                   perform IMMOBILISER-BUS
                               end-if
                       end-rewrite
                   end-if
                   end-if
           end-read

           display a-plg-message-continuer
           accept a-plg-message-continuer
       .

      *----- Bus prevu par l'affectation si le bus reel est absent -----
       LIRE-AFFECTATION-REALISE.
           move 0 to num-bus
           if affect-ok = 'O' then
               move real-affect to num-affect
               read FAffectations key is num-affect
                   invalid key move 0 to num-bus
               end-read
           end-if
       .

       end program ss-realise-maj.
