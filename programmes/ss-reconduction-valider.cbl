       program-id. ss-reconduction-valider.

       input-output section.
           file-control.
           select FPropositions assign to "../ext/Reconduction.dat"
               organization is line sequential
               access mode is sequential
               status FPropositionsStatus.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-affect
                   alternate key is num-chauf with duplicates
                   alternate key is num-bus with duplicates
               status FAffectStatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FBusNouv assign to "../ext/BusNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numBusN
               status FBusNouvStatus.

           select FAbsences assign to "../ext/Absence.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-absence
                   alternate key is abs-chauf with duplicates
               status FAbsenceStatus.

           select FEntretiens assign to "../ext/Entretien.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-entretien
                   alternate key is ent-bus with duplicates
               status FEntretienStatus.

           select FHabilitations assign to "../ext/Habilitation.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-habilitation
                   alternate key is hab-chauf with duplicates
               status FHabilitationStatus.

           select FRejets assign to "../ext/ReconductionRejets.dat"
               organization is line sequential
               access mode is sequential
               status FRejetsStatus.

       data division.
       file section.
       fd FPropositions.
           01 enr-proposition-ligne.
               02 prp-ligne-texte   pic x(72).
           01 enr-proposition.
               02 prp-decision      pic x(1).
               02 filler            pic x(1).
               02 prp-affect-ref    pic 9(4).
               02 filler            pic x(1).
               02 prp-chauf         pic 9(4).
               02 filler            pic x(1).
               02 prp-bus           pic 9(4).
               02 filler            pic x(1).
               02 prp-debut         pic 9(8).
               02 filler            pic x(1).
               02 prp-fin           pic 9(8).
               02 filler            pic x(1).
               02 prp-ligne         pic 9(4).
               02 filler            pic x(1).
               02 prp-service       pic x(1).
               02 filler            pic x(1).
               02 prp-motif         pic x(30).

       FD FAffectations.
       01 enr-affectation.
           02 num-affect   pic 9(4).
           02 num-chauf    pic 9(4).
           02 num-bus      pic 9(4).
           02 date-debut   pic 9(8).
           02 date-fin     pic 9(8).
           02 num-ligne    pic 9(4).
           02 service-affect pic x(1).

       FD FChaufNouv.
       01 enr-chauffeur.
           02 numChaufN    pic 9(4).
           02 nomN         pic x(30).
           02 prenomN      pic x(30).
           02 datePermisN  pic 9(8).
           02 depotChaufN  pic x(3).

       FD FBusNouv.
       01 enr-bus.
           02 numBusN      pic 9(4).
           02 plaqueN      pic x(15).
           02 modeleN      pic x(30).
           02 capaciteN    pic 9(3).
           02 statutN      pic x(1).
           02 habilitationN pic x(3).
           02 depotBusN    pic x(3).

       FD FAbsences.
       01 enr-absence.
           02 num-absence      pic 9(4).
           02 abs-chauf        pic 9(4).
           02 abs-date-debut   pic 9(8).
           02 abs-date-fin     pic 9(8).
           02 abs-motif        pic x(3).

       FD FEntretiens.
       01 enr-entretien.
           02 num-entretien    pic 9(4).
           02 ent-bus          pic 9(4).
           02 ent-date-entree  pic 9(8).
           02 ent-date-retour  pic 9(8).
           02 ent-type         pic x(20).
           02 ent-statut       pic x(1).

       FD FHabilitations.
       01 enr-habilitation.
           02 num-habilitation     pic 9(4).
           02 hab-chauf            pic 9(4).
           02 hab-categorie        pic x(3).
           02 hab-date-obtention   pic 9(8).
           02 hab-date-expiration  pic 9(8).

       fd FRejets.
           01 enr-rejet.
               02 rej-ligne        pic x(72).
               02 filler           pic x(3) value ' | '.
               02 rej-motif        pic x(30).

       working-storage section.
       01 FPropositionsStatus      pic x(2).
       01 FAffectStatus            pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 FEntretienStatus         pic x(2).
       01 FHabilitationStatus      pic x(2).
       01 FRejetsStatus            pic x(2).
       01 rejets-ok             pic x value 'N'.
       01 absence-ok            pic x value 'N'.
       01 entretien-ok          pic x value 'N'.
       01 habilitation-ok       pic x value 'N'.

       01 fin-propositions-fichier pic 9 value 0.
       01 fin-affect-fichier    pic 9.
       01 fin-absence-fichier   pic 9.
       01 fin-entretien-fichier pic 9.
       01 fin-habilit-fichier   pic 9.

       01 prop-chauf            pic 9(4).
       01 prop-bus              pic 9(4).
       01 prop-service          pic x(1).
       01 debut-calcul          pic 9(8).
       01 fin-calcul            pic 9(8).
       01 date-valide           pic x(1).
       01 motif-conflit         pic x(30).
       01 habilitation-requise  pic x(3).
       01 habilitation-valide   pic x.
       01 affectation-ecrite    pic x.
       01 nb-essais             pic 9(2).

       01 nb-enregistrees       pic 9(5) value 0.
       01 nb-rejetees           pic 9(5) value 0.
       01 nb-ecartees           pic 9(5) value 0.

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
       01 aud-op-reconduction   pic x(6)  value 'RECOND'.
       01 aud-status            pic x(1).
       01 cpt-serie             pic x(12) value 'AFFECTATION'.
       01 cpt-op-suiv           pic x(6)  value 'SUIV'.
       01 cpt-numero            pic 9(4).
       01 cpt-status            pic x(1).

       procedure division.

       open input FPropositions
       if FPropositionsStatus not = '00' then
           display 'Erreur Reconduction.dat - status: '
               FPropositionsStatus
           goback
       end-if

       perform OUVRIR-AFFECTATIONS
       if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
           close FPropositions
           goback
       end-if

       open input FChaufNouv
       open input FBusNouv
       if FChaufNouvStatus not = '00' then
           display 'Erreur ChaufNouv.dat - status: ' FChaufNouvStatus
       else if FBusNouvStatus not = '00' then
           display 'Erreur BusNouv.dat - status: ' FBusNouvStatus
       else
           open input FAbsences
           if FAbsenceStatus = '00' then
               move 'O' to absence-ok
           end-if
           open input FEntretiens
           if FEntretienStatus = '00' then
               move 'O' to entretien-ok
           end-if
           open input FHabilitations
           if FHabilitationStatus = '00' then
               move 'O' to habilitation-ok
           end-if

           open output FRejets
           if FRejetsStatus = '00' then
               move 'O' to rejets-ok
           else
               display 'Erreur ReconductionRejets.dat - status: '
                   FRejetsStatus
           end-if

           perform with test after until (fin-propositions-fichier = 1)
               read FPropositions
                   at end
                       move 1 to fin-propositions-fichier
                   not at end
                       if prp-ligne-texte(1:1) not = '*'
                          and prp-ligne-texte not = spaces then
                           perform TRAITER-PROPOSITION
                       end-if
               end-read
           end-perform

           display nb-enregistrees ' affectation(s) enregistree(s), '
               nb-rejetees ' rejetee(s), ' nb-ecartees
               ' ecartee(s) par le planificateur.'

           if absence-ok = 'O' then
               close FAbsences
           end-if
           if entretien-ok = 'O' then
               close FEntretiens
           end-if
           if habilitation-ok = 'O' then
               close FHabilitations
           end-if
           if rejets-ok = 'O' then
               close FRejets
           end-if
       end-if
       end-if

       close FPropositions
       close FAffectations
       close FChaufNouv
       close FBusNouv

       goback
       .

       OUVRIR-AFFECTATIONS.
           open i-o FAffectations
           if FAffectStatus = '35' then
               open output FAffectations
               close FAffectations
               open i-o FAffectations
           end-if
       .

      *----- Seules les propositions marquees 'O' sont reprises; -----
      *----- tous les controles sont refaits au moment d'ecrire  -----
       TRAITER-PROPOSITION.
           if prp-decision not = 'O' then
               compute nb-ecartees = nb-ecartees + 1
           else
               move spaces to motif-conflit

               if prp-chauf not numeric
                  or prp-bus not numeric
                  or prp-debut not numeric
                  or prp-fin not numeric
                  or prp-ligne not numeric then
                   move 'FORMAT INVALIDE' to motif-conflit
               else
               if prp-service not = 'M' and prp-service not = 'A'
                  and prp-service not = 'N' and prp-service not = 'J'
                  then
                   move 'SERVICE INVALIDE' to motif-conflit
               else
                   call 'ss-date-valide' using prp-debut date-valide
                   if date-valide = 'O' then
                       call 'ss-date-valide' using prp-fin date-valide
                   end-if
                   if date-valide = 'N' or prp-debut >= prp-fin then
                       move 'DATES INVALIDES' to motif-conflit
                   end-if
               end-if
               end-if

               if motif-conflit = spaces then
                   move prp-chauf to prop-chauf
                   move prp-bus to prop-bus
                   move prp-service to prop-service
                   move prp-debut to debut-calcul
                   move prp-fin to fin-calcul
                   perform VALIDER-PROPOSITION
               end-if

               if motif-conflit = spaces then
                   perform ENREGISTRER-AFFECTATION
               end-if

               if motif-conflit not = spaces then
                   perform REJETER-PROPOSITION
               end-if
           end-if
       .

       VALIDER-PROPOSITION.
           perform VERIFIE-CHAUFFEUR
           if motif-conflit = spaces then
               perform VERIFIE-BUS
           end-if
           if motif-conflit = spaces and entretien-ok = 'O' then
               perform VERIFIE-ATELIER
           end-if
           if motif-conflit = spaces and absence-ok = 'O' then
               perform VERIFIE-ABSENCE
           end-if
           if motif-conflit = spaces then
               perform VERIFIE-HABILITATION
               if habilitation-valide = 'N' then
                   move 'HABILITATION MANQUANTE/EXPIREE'
                       to motif-conflit
               end-if
           end-if
           if motif-conflit = spaces then
               perform VERIFIE-CHEVAUCHEMENT
           end-if
           if motif-conflit = spaces then
               perform VERIFIE-REPOS
           end-if
       .

      *----- Numero pris au compteur, avec reprise si la cle -----
      *----- existe deja                                      -----
       ENREGISTRER-AFFECTATION.
           move 'N' to affectation-ecrite
           move 0 to nb-essais

           perform with test after until (affectation-ecrite = 'O'
                   or nb-essais > 10)
               compute nb-essais = nb-essais + 1
               call 'ss-compteur-suivant' using cpt-serie cpt-op-suiv
                   cpt-numero cpt-status
               if cpt-status = 'O' then
                   move cpt-numero to num-affect
                   move prp-chauf to num-chauf
                   move prp-bus to num-bus
                   move prp-debut to date-debut
                   move prp-fin to date-fin
                   move prp-ligne to num-ligne
                   move prp-service to service-affect
                   write enr-affectation
                       invalid key continue
                       not invalid key
                           move 'O' to affectation-ecrite
                   end-write
               else
                   move 11 to nb-essais
               end-if
           end-perform

           if affectation-ecrite = 'O' then
               compute nb-enregistrees = nb-enregistrees + 1
               move spaces to avant-image
               move enr-affectation to apres-image
               call 'ss-audit-ecrire' using
                   aud-fichier aud-op-reconduction
                   num-affect avant-image apres-image
                   aud-status
               if aud-status = 'N' then
                   display 'Attention: audit non ecrit pour '
                       num-affect
               end-if
           else
               move 'NUMERO INDISPONIBLE (COMPTEUR)'
                   to motif-conflit
           end-if
       .

       REJETER-PROPOSITION.
           compute nb-rejetees = nb-rejetees + 1
           if rejets-ok = 'O' then
               move prp-ligne-texte to rej-ligne
               move motif-conflit to rej-motif
               write enr-rejet
           end-if
       .

       VERIFIE-CHAUFFEUR.
           move prop-chauf to numChaufN
           read FChaufNouv key is numChaufN
               invalid key move 'CHAUFFEUR INCONNU' to motif-conflit
               not invalid key continue
           end-read
       .

       VERIFIE-BUS.
           move spaces to habilitation-requise
           move prop-bus to numBusN
           read FBusNouv key is numBusN
               invalid key
                   move 'BUS INCONNU' to motif-conflit
               not invalid key
                   move habilitationN to habilitation-requise
                   if statutN = 'R' then
                       move 'BUS RETIRE DU SERVICE' to motif-conflit
                   end-if
           end-read
       .

      *----- Bus en atelier sur une partie de la periode -----
       VERIFIE-ATELIER.
           move 0 to fin-entretien-fichier
           move prop-bus to ent-bus
           start FEntretiens key = ent-bus

           if FEntretienStatus = '00' then
               perform with test after
                       until (fin-entretien-fichier = 1)
                   read FEntretiens next
                       at end
                           move 1 to fin-entretien-fichier
                       not at end
                           if ent-bus not = prop-bus then
                               move 1 to fin-entretien-fichier
                           else
                               if ent-statut not = 'T'
                                  and debut-calcul <= ent-date-retour
                                  and ent-date-entree <= fin-calcul
                                  then
                                   move 'BUS EN ATELIER'
                                       to motif-conflit
                                   move 1 to fin-entretien-fichier
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Absence du chauffeur sur la periode a enregistrer -----
       VERIFIE-ABSENCE.
           move 0 to fin-absence-fichier
           move prop-chauf to abs-chauf
           start FAbsences key = abs-chauf

           if FAbsenceStatus = '00' then
               perform with test after until (fin-absence-fichier = 1)
                   read FAbsences next
                       at end
                           move 1 to fin-absence-fichier
                       not at end
                           if abs-chauf not = prop-chauf then
                               move 1 to fin-absence-fichier
                           else
                               if debut-calcul <= abs-date-fin
                                  and abs-date-debut <= fin-calcul then
                                   string 'CHAUFFEUR ABSENT ('
                                              delimited by size
                                          abs-motif delimited by size
                                          ')' delimited by size
                                          into motif-conflit
                                   end-string
                                   move 1 to fin-absence-fichier
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
       .

      *----- Habilitation exigee par le bus, valable sur toute -----
      *----- la periode a enregistrer                          -----
       VERIFIE-HABILITATION.
           move 'O' to habilitation-valide
           if habilitation-requise not = spaces
              and habilitation-ok = 'O' then
               move 'N' to habilitation-valide
               move 0 to fin-habilit-fichier
               move prop-chauf to hab-chauf
               start FHabilitations key = hab-chauf

               if FHabilitationStatus = '00' then
                   perform with test after
                           until (fin-habilit-fichier = 1)
                       read FHabilitations next
                           at end
                               move 1 to fin-habilit-fichier
                           not at end
                               if hab-chauf not = prop-chauf
                                   then
                                   move 1 to fin-habilit-fichier
                               else
                                   if hab-categorie
                                          = habilitation-requise
                                      and hab-date-obtention
                                          <= debut-calcul
                                      and hab-date-expiration
                                          >= fin-calcul then
                                       move 'O' to habilitation-valide
                                       move 1 to fin-habilit-fichier
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
           end-if
       .

      *----- Chauffeur ou bus deja planifie sur la periode       -----
      *----- (services compatibles comme a la saisie)            -----
       VERIFIE-CHEVAUCHEMENT.
           move 0 to fin-affect-fichier
           move prop-chauf to num-chauf
           start FAffectations key = num-chauf

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if num-chauf not = prop-chauf then
                               move 1 to fin-affect-fichier
                           else
                               perform COMPARER-PERIODE
                               if motif-conflit not = spaces then
                                   move 'CHAUFFEUR DEJA AFFECTE'
                                       to motif-conflit
                                   move 1 to fin-affect-fichier
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if motif-conflit = spaces then
               move 0 to fin-affect-fichier
               move prop-bus to num-bus
               start FAffectations key = num-bus

               if FAffectStatus = '00' then
                   perform with test after
                           until (fin-affect-fichier = 1)
                       read FAffectations next
                           at end
                               move 1 to fin-affect-fichier
                           not at end
                               if num-bus not = prop-bus then
                                   move 1 to fin-affect-fichier
                               else
                                   perform COMPARER-PERIODE
                                   if motif-conflit not = spaces then
                                       move 'BUS DEJA AFFECTE'
                                           to motif-conflit
                                       move 1 to fin-affect-fichier
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
           end-if
       .

       COMPARER-PERIODE.
           if debut-calcul <= date-fin
              and date-debut <= fin-calcul
              and (service-affect = prop-service
                   or service-affect = 'J'
                   or service-affect = ' '
                   or prop-service = 'J') then
               move 'CHEVAUCHEMENT' to motif-conflit
           end-if
       .

      *----- Regles de repos sur la periode a enregistrer -----
       VERIFIE-REPOS.
           move 'C' to crp-mode
           move prop-chauf to crp-chauf
           move 0 to crp-affect-exclue
           move debut-calcul to crp-date-debut
           move fin-calcul to crp-date-fin
           move prop-service to crp-service
           call 'ss-repos-controle' using controle-repos

           if crp-status = 'O' and crp-nb-infractions > 0 then
               move crp-inf-motif(1) to motif-conflit
           end-if
       .

       end program ss-reconduction-valider.
