       program-id. ss-rh-mouvements.

       input-output section.
           file-control.
           select FMouvements assign to "../ext/MouvementsRH.csv"
               organization is line sequential
               access mode is sequential
               status FMouvementsStatus.

           select FAttente assign to "../ext/MouvementsRHAttente.csv"
               organization is line sequential
               access mode is sequential
               status FAttenteStatus.

           select FChaufNouv assign to "../ext/ChaufNouv.dat"
               organization is indexed
               access mode is dynamic
                   record key is numChaufN
                   alternate record key is nomN with duplicates
               status FChaufNouvStatus.

           select FDepots assign to "../ext/Depot.dat"
               organization is indexed
               access mode is dynamic
                   record key is numDepot
               status FDepotsStatus.

           select FAffectations assign to "../ext/Affectation.dat"
               organization is indexed
               access mode is dynamic
                   record key is num-affect
                   alternate key is num-chauf with duplicates
                   alternate key is num-bus with duplicates
               status FAffectStatus.

           select FRejets assign to "../ext/MouvementsRHRejets.dat"
               organization is line sequential
               access mode is sequential
               status FRejetsStatus.

           select FSuivi assign to "../ext/MouvementsRHSuivi.dat"
               organization is line sequential
               access mode is sequential
               status FSuiviStatus.

       data division.
       file section.
      *----- type (E embauche, M modification, D depart), numero, -----
      *----- nom, prenom, date permis, depot, date d'effet        -----
       fd FMouvements.
           01 ligne-import         pic x(120).

      *----- Mouvements a rejouer au prochain passage -----
       fd FAttente.
           01 ligne-attente-fichier pic x(120).

       fd FChaufNouv.
           01 enr-chauffeur.
               02 numChaufN    pic 9(4).
               02 nomN         pic x(30).
               02 prenomN      pic x(30).
               02 datePermisN  pic 9(8).
               02 depotChaufN  pic x(3).

       fd FDepots.
           01 enr-depot.
               02 numDepot        pic x(3).
               02 nomDepot        pic x(25).

       FD FAffectations.
       01 enr-affectation.
           02 num-affect   pic 9(4).
           02 num-chauf    pic 9(4).
           02 num-bus      pic 9(4).
           02 date-debut   pic 9(8).
           02 date-fin     pic 9(8).
           02 num-ligne    pic 9(4).
           02 service-affect pic x(1).

       fd FRejets.
           01 enr-rejet.
               02 rej-ligne        pic x(120).
               02 filler           pic x(3) value ' | '.
               02 rej-motif        pic x(30).

       fd FSuivi.
           01 enr-suivi-entete.
               02 filler            pic x(40)
                  value 'Mouvements RH - affectations a reprendre'.
               02 filler            pic x(5) value ' du '.
               02 sui-entete-date   pic 9999/99/99.
           01 enr-suivi-chauf.
               02 sui-action        pic x(14).
               02 filler            pic x(11) value ' chauffeur '.
               02 sui-chauf         pic 9(4).
               02 filler            pic x(1) value space.
               02 sui-nom           pic x(30).
               02 filler            pic x(4) value ' le '.
               02 sui-date          pic 9999/99/99.
               02 filler            pic x(7) value ' depot '.
               02 sui-depot-avant   pic x(3).
               02 filler            pic x(4) value ' -> '.
               02 sui-depot-apres   pic x(3).
           01 enr-suivi-affect.
               02 filler            pic x(16)
                  value '    Affectation '.
               02 sua-affect        pic 9(4).
               02 filler            pic x(5) value ' bus '.
               02 sua-bus           pic 9(4).
               02 filler            pic x(4) value ' du '.
               02 sua-debut         pic 9999/99/99.
               02 filler            pic x(4) value ' au '.
               02 sua-fin           pic 9999/99/99.
               02 filler            pic x(7) value ' ligne '.
               02 sua-ligne         pic 9(4).
               02 filler            pic x(9) value ' service '.
               02 sua-service       pic x(1).
           01 enr-suivi-texte.
               02 sui-texte         pic x(70).
           01 enr-suivi-total.
               02 sut-libelle       pic x(45).
               02 sut-valeur        pic zzzz9.

       working-storage section.
       01 FMouvementsStatus        pic x(2).
       01 FAttenteStatus           pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FDepotsStatus            pic x(2).
       01 FAffectStatus            pic x(2).
       01 FRejetsStatus            pic x(2).
       01 FSuiviStatus             pic x(2).

       01 mouvements-ok         pic x value 'N'.
       01 rejets-ok             pic x value 'N'.
       01 suivi-ok              pic x value 'N'.
       01 chauf-trouve          pic x.
       01 depot-trouve          pic x.
       01 ligne-valide          pic x.
       01 motif-rejet           pic x(30).
       01 date-valide           pic x(1).
       01 date-traitement       pic 9(8).

       01 ligne-mouvement       pic x(120).
       01 fin-import-fichier    pic 9 value 0.
       01 fin-attente-fichier   pic 9 value 0.
       01 fin-affect-fichier    pic 9.

      *----- Mouvements en attente: relus au debut, reecrits -----
      *----- a la fin                                        -----
       01 table-attente-lue.
           02 attente-lue       pic x(120) occurs 500.
       01 nb-attente-lue        pic 9(3) value 0.
       01 table-attente.
           02 attente           pic x(120) occurs 500.
       01 nb-attente            pic 9(3) value 0.
       01 poste-attente         pic 9(3).
       01 poste-doublon         pic 9(3).
       01 attente-trouvee       pic x.
       01 attente-tronquee      pic x value 'N'.

       01 champ-type            pic x(10).
       01 champ-chauf           pic x(10).
       01 champ-nom             pic x(30).
       01 champ-prenom          pic x(30).
       01 champ-permis          pic x(10).
       01 champ-depot           pic x(10).
       01 champ-effet           pic x(10).

       01 type-mouvement        pic x(1).
           88 mouvement-embauche     value 'E'.
           88 mouvement-modification value 'M'.
           88 mouvement-depart       value 'D'.
       01 num-chauf-saisi       pic 9(4).
       01 date-permis-saisie    pic 9(8).
       01 date-effet            pic 9(8).
       01 depot-avant           pic x(3).
       01 nb-affect-chauf       pic 9(4).

       01 nb-embauches          pic 9(5) value 0.
       01 nb-modifications      pic 9(5) value 0.
       01 nb-mutations          pic 9(5) value 0.
       01 nb-departs            pic 9(5) value 0.
       01 nb-sans-effet         pic 9(5) value 0.
       01 nb-en-attente         pic 9(5) value 0.
       01 nb-rejetees           pic 9(5) value 0.
       01 nb-affect-a-reprendre pic 9(5) value 0.

       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 image-lue             pic x(80).
       01 aud-fichier           pic x(12) value 'CHAUFNOUV'.
       01 aud-op-embauche       pic x(6)  value 'RH-EMB'.
       01 aud-op-modif          pic x(6)  value 'RH-MOD'.
       01 aud-op-depart         pic x(6)  value 'RH-DEP'.
       01 aud-status            pic x(1).
       01 cpt-serie             pic x(12) value 'CHAUFFEUR'.
       01 cpt-op-caler          pic x(6)  value 'CALER'.
       01 cpt-numero            pic 9(4).
       01 cpt-status            pic x(1).
       01 verrou-fichier        pic x(12) value 'CHAUFNOUV'.
       01 verrou-ident          pic x(10).
       01 verrou-op-poser       pic x(6)  value 'POSER'.
       01 verrou-op-lever       pic x(6)  value 'LEVER'.
       01 verrou-detenteur      pic x(8).
       01 verrou-status         pic x(1).

       procedure division.

       accept date-traitement from date yyyymmdd

       perform OUVRIR-CHAUFFEURS
       if FChaufNouvStatus not = '00' then
           display 'Erreur ChaufNouv.dat - status: ' FChaufNouvStatus
           goback
       end-if

       open input FDepots
       if FDepotsStatus not = '00' then
           display 'Erreur Depot.dat - status: ' FDepotsStatus
           close FChaufNouv
           goback
       end-if

       open input FAffectations
       if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
           close FChaufNouv
           close FDepots
           goback
       end-if

       perform CHARGER-ATTENTE

       open input FMouvements
       if FMouvementsStatus = '00' then
           move 'O' to mouvements-ok
       else
           display 'Pas de fichier MouvementsRH.csv - status: '
               FMouvementsStatus
       end-if

       open output FRejets
       if FRejetsStatus = '00' then
           move 'O' to rejets-ok
       else
           display 'Erreur MouvementsRHRejets.dat - status: '
               FRejetsStatus
       end-if

       open output FSuivi
       if FSuiviStatus = '00' then
           move 'O' to suivi-ok
           move date-traitement to sui-entete-date
           write enr-suivi-entete
       else
           display 'Erreur MouvementsRHSuivi.dat - status: '
               FSuiviStatus
       end-if

      *----- Les mouvements en attente passent avant ceux du jour -----
       perform REJOUER-ATTENTE
           varying poste-attente from 1 by 1
           until poste-attente > nb-attente-lue

       if mouvements-ok = 'O' then
           perform with test after until (fin-import-fichier = 1)
               read FMouvements
                   at end
                       move 1 to fin-import-fichier
                   not at end
                       if ligne-import(1:4) not = 'type'
                          and ligne-import not = spaces then
                           move ligne-import to ligne-mouvement
                           perform TRAITER-LIGNE
                       end-if
               end-read
           end-perform
           close FMouvements
       end-if

       perform ECRIRE-ATTENTE
       perform ECRIRE-TOTAUX

       display nb-embauches ' embauche(s), ' nb-modifications
           ' modification(s) dont ' nb-mutations ' mutation(s), '
           nb-departs ' depart(s).'
       display nb-en-attente ' mouvement(s) en attente, '
           nb-rejetees ' ligne(s) rejetee(s), '
           nb-affect-a-reprendre ' affectation(s) a reprendre, voir'
           ' MouvementsRHSuivi.dat.'
       if attente-tronquee = 'O' then
           display 'Attention: plus de 500 mouvements en attente,'
               ' lignes en trop rejetees.'
       end-if

       close FChaufNouv
       close FDepots
       close FAffectations
       if rejets-ok = 'O' then
           close FRejets
       end-if
       if suivi-ok = 'O' then
           close FSuivi
       end-if

       goback
       .

       REJOUER-ATTENTE.
           move attente-lue(poste-attente) to ligne-mouvement
           perform TRAITER-LIGNE
       .

       OUVRIR-CHAUFFEURS.
           open i-o FChaufNouv
           if FChaufNouvStatus = '35' then
               open output FChaufNouv
               close FChaufNouv
               open i-o FChaufNouv
           end-if
       .

       CHARGER-ATTENTE.
           open input FAttente
           if FAttenteStatus = '00' then
               perform with test after until (fin-attente-fichier = 1)
                   read FAttente
                       at end
                           move 1 to fin-attente-fichier
                       not at end
                           if ligne-attente-fichier not = spaces
                              and nb-attente-lue < 500 then
                               add 1 to nb-attente-lue
                               move ligne-attente-fichier
                                   to attente-lue(nb-attente-lue)
                           end-if
                   end-read
               end-perform
               close FAttente
           end-if
       .

       ECRIRE-ATTENTE.
           open output FAttente
           if FAttenteStatus = '00' then
               perform ECRIRE-LIGNE-ATTENTE
                   varying poste-attente from 1 by 1
                   until poste-attente > nb-attente
               close FAttente
           else
               display 'Erreur MouvementsRHAttente.csv - status: '
                   FAttenteStatus
           end-if
       .

       ECRIRE-LIGNE-ATTENTE.
           move attente(poste-attente)
               to ligne-attente-fichier
           write ligne-attente-fichier
       .

       TRAITER-LIGNE.
           move 'O' to ligne-valide
           move spaces to motif-rejet

           move spaces to champ-type champ-chauf champ-nom
               champ-prenom champ-permis champ-depot champ-effet
           unstring ligne-mouvement delimited by ','
               into champ-type champ-chauf champ-nom champ-prenom
                    champ-permis champ-depot champ-effet
           end-unstring

           move champ-type(1:1) to type-mouvement
           if not mouvement-embauche
              and not mouvement-modification
              and not mouvement-depart then
               move 'N' to ligne-valide
               move 'TYPE DE MOUVEMENT INVALIDE' to motif-rejet
           else
           if champ-chauf = spaces
              or function test-numval(champ-chauf) not = 0
              or function numval(champ-chauf) > 9999
              or function numval(champ-chauf) = 0 then
               move 'N' to ligne-valide
               move 'NUMERO CHAUFFEUR INVALIDE' to motif-rejet
           else
               move function numval(champ-chauf) to num-chauf-saisi
               perform VALIDER-LIGNE
           end-if
           end-if

           if ligne-valide = 'O' then
               evaluate true
                   when mouvement-embauche
                       perform APPLIQUER-EMBAUCHE
                   when mouvement-modification
                       perform APPLIQUER-MODIFICATION
                   when mouvement-depart
                       perform APPLIQUER-DEPART
               end-evaluate
           end-if

           if ligne-valide = 'N' then
               perform REJETER-LIGNE
           end-if
       .

      *----- Dates au calendrier, depot au referentiel, donnees -----
      *----- exigees selon le type de mouvement                 -----
       VALIDER-LIGNE.
           move 0 to date-permis-saisie
           if champ-permis not = spaces then
               if function test-numval(champ-permis) not = 0
                  or function length(function trim(champ-permis))
                     not = 8 then
                   move 'N' to date-valide
               else
                   move function numval(champ-permis)
                       to date-permis-saisie
                   call 'ss-date-valide' using date-permis-saisie
                       date-valide
               end-if
               if date-valide = 'N' then
                   move 'N' to ligne-valide
                   move 'DATE PERMIS INVALIDE' to motif-rejet
               end-if
           end-if

           move date-traitement to date-effet
           if ligne-valide = 'O' and champ-effet not = spaces then
               if function test-numval(champ-effet) not = 0
                  or function length(function trim(champ-effet))
                     not = 8 then
                   move 'N' to date-valide
               else
                   move function numval(champ-effet) to date-effet
                   call 'ss-date-valide' using date-effet date-valide
               end-if
               if date-valide = 'N' then
                   move 'N' to ligne-valide
                   move 'DATE D''EFFET INVALIDE' to motif-rejet
               end-if
           end-if

           if ligne-valide = 'O' and champ-depot not = spaces then
               if champ-depot(4:7) not = spaces then
                   move 'N' to depot-trouve
               else
                   move champ-depot(1:3) to numDepot
                   read FDepots key is numDepot
                       invalid key move 'N' to depot-trouve
                       not invalid key move 'O' to depot-trouve
                   end-read
               end-if
               if depot-trouve = 'N' then
                   move 'N' to ligne-valide
                   move 'DEPOT INCONNU' to motif-rejet
               end-if
           end-if

           if ligne-valide = 'O' and mouvement-embauche
              and (champ-nom = spaces or champ-prenom = spaces
                   or champ-permis = spaces or champ-depot = spaces)
              then
               move 'N' to ligne-valide
               move 'EMBAUCHE INCOMPLETE' to motif-rejet
           end-if

           if ligne-valide = 'O' and mouvement-modification
              and champ-nom = spaces and champ-prenom = spaces
              and champ-permis = spaces and champ-depot = spaces then
               move 'N' to ligne-valide
               move 'MODIFICATION SANS DONNEES' to motif-rejet
           end-if

           if ligne-valide = 'O' then
               move num-chauf-saisi to numChaufN
               read FChaufNouv key is numChaufN
                   invalid key move 'N' to chauf-trouve
                   not invalid key move 'O' to chauf-trouve
               end-read
               if mouvement-embauche and chauf-trouve = 'O' then
                   move 'N' to ligne-valide
                   move 'CHAUFFEUR DEJA EXISTANT' to motif-rejet
               end-if
               if not mouvement-embauche and chauf-trouve = 'N' then
                   move 'N' to ligne-valide
                   move 'CHAUFFEUR INCONNU' to motif-rejet
               end-if
           end-if
       .

       APPLIQUER-EMBAUCHE.
           move num-chauf-saisi to numChaufN
           move champ-nom to nomN
           move champ-prenom to prenomN
           move date-permis-saisie to datePermisN
           move champ-depot(1:3) to depotChaufN

           write enr-chauffeur
               invalid key
                   move 'N' to ligne-valide
                   move 'CLE EN DOUBLE' to motif-rejet
               not invalid key
                   compute nb-embauches = nb-embauches + 1
                   move numChaufN to cpt-numero
                   call 'ss-compteur-suivant' using cpt-serie
                       cpt-op-caler cpt-numero cpt-status
                   move spaces to avant-image
                   move enr-chauffeur to apres-image
                   call 'ss-audit-ecrire' using aud-fichier
                       aud-op-embauche numChaufN
                       avant-image apres-image aud-status
                   if aud-status = 'N' then
                       display 'Attention: audit non ecrit pour '
                           numChaufN
                   end-if
           end-write
       .

      *----- Zone vide dans le fichier RH = valeur inchangee; un -----
      *----- changement de depot est une mutation               -----
       APPLIQUER-MODIFICATION.
           perform POSER-VERROU
           if verrou-status = 'V' then
               perform METTRE-EN-ATTENTE
           else
               perform RELIRE-CHAUFFEUR
               if ligne-valide = 'O' then
                   move enr-chauffeur to avant-image
                   move enr-chauffeur to image-lue
                   move depotChaufN to depot-avant
                   if champ-nom not = spaces then
                       move champ-nom to nomN
                   end-if
                   if champ-prenom not = spaces then
                       move champ-prenom to prenomN
                   end-if
                   if champ-permis not = spaces then
                       move date-permis-saisie to datePermisN
                   end-if
                   if champ-depot not = spaces then
                       move champ-depot(1:3) to depotChaufN
                   end-if

                   if enr-chauffeur = image-lue then
                       compute nb-sans-effet = nb-sans-effet + 1
                   else
                       rewrite enr-chauffeur
                           invalid key
                               move 'N' to ligne-valide
                               move 'CHAUFFEUR INCONNU' to motif-rejet
                           not invalid key
                               compute nb-modifications =
                                   nb-modifications + 1
                               move enr-chauffeur to apres-image
                               call 'ss-audit-ecrire' using aud-fichier
                                   aud-op-modif numChaufN
                                   avant-image apres-image aud-status
                               if aud-status = 'N' then
                                   display 'Attention: audit non ecrit'
                                       ' pour ' numChaufN
                               end-if
                               if depotChaufN not = depot-avant then
                                   compute nb-mutations =
                                       nb-mutations + 1
                                   move 'MUTATION' to sui-action
                                   perform LISTER-AFFECTATIONS
                               end-if
                       end-rewrite
                   end-if
               end-if
               perform LEVER-VERROU
           end-if
       .

      *----- Depart: le chauffeur est retire du fichier a sa date -----
      *----- de depart; avant, le mouvement reste en attente et   -----
      *----- les affectations a reprendre sont relistees          -----
       APPLIQUER-DEPART.
           move depotChaufN to depot-avant
           if date-effet > date-traitement then
               move 'DEPART PREVU' to sui-action
               perform LISTER-AFFECTATIONS
               perform METTRE-EN-ATTENTE
           else
               perform POSER-VERROU
               if verrou-status = 'V' then
                   perform METTRE-EN-ATTENTE
               else
                   perform RELIRE-CHAUFFEUR
                   if ligne-valide = 'O' then
                       move depotChaufN to depot-avant
                       move enr-chauffeur to avant-image
                       delete FChaufNouv record
                           invalid key
                               move 'N' to ligne-valide
                               move 'CHAUFFEUR INCONNU' to motif-rejet
                           not invalid key
                               compute nb-departs = nb-departs + 1
                               move spaces to apres-image
                               call 'ss-audit-ecrire' using aud-fichier
                                   aud-op-depart numChaufN
                                   avant-image apres-image aud-status
                               if aud-status = 'N' then
                                   display 'Attention: audit non ecrit'
                                       ' pour ' numChaufN
                               end-if
                               move 'DEPART' to sui-action
                               perform LISTER-AFFECTATIONS
                       end-delete
                   end-if
                   perform LEVER-VERROU
               end-if
           end-if
       .

      *----- Affectations du chauffeur qui finissent a la date -----
      *----- d'effet ou apres                                   -----
       LISTER-AFFECTATIONS.
           move num-chauf-saisi to sui-chauf
           move nomN to sui-nom
           move date-effet to sui-date
           move depot-avant to sui-depot-avant
           if mouvement-depart then
               move spaces to sui-depot-apres
           else
               move depotChaufN to sui-depot-apres
           end-if
           if suivi-ok = 'O' then
               write enr-suivi-chauf
           end-if

           move 0 to nb-affect-chauf
           move 0 to fin-affect-fichier
           move num-chauf-saisi to num-chauf
           start FAffectations key = num-chauf

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if num-chauf not = num-chauf-saisi then
                               move 1 to fin-affect-fichier
                           else
                               if date-fin >= date-effet then
                                   perform ECRIRE-AFFECTATION-SUIVI
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if nb-affect-chauf = 0 and suivi-ok = 'O' then
               move '    Aucune affectation a reprendre.' to sui-texte
               write enr-suivi-texte
           end-if
       .

       ECRIRE-AFFECTATION-SUIVI.
           add 1 to nb-affect-chauf
           compute nb-affect-a-reprendre = nb-affect-a-reprendre + 1
           move num-affect to sua-affect
           move num-bus to sua-bus
           move date-debut to sua-debut
           move date-fin to sua-fin
           move num-ligne to sua-ligne
           move service-affect to sua-service
           if suivi-ok = 'O' then
               write enr-suivi-affect
           end-if
       .

      *----- Un meme mouvement n'est garde qu'une fois -----
       METTRE-EN-ATTENTE.
           move 'N' to attente-trouvee
           perform COMPARER-ATTENTE
               varying poste-doublon from 1 by 1
               until poste-doublon > nb-attente

           if attente-trouvee = 'N' then
               if nb-attente >= 500 then
                   move 'O' to attente-tronquee
                   move 'N' to ligne-valide
                   move 'FILE D''ATTENTE PLEINE' to motif-rejet
               else
                   add 1 to nb-attente
                   move ligne-mouvement to attente(nb-attente)
                   compute nb-en-attente = nb-en-attente + 1
               end-if
           end-if
       .

       COMPARER-ATTENTE.
           if attente(poste-doublon) = ligne-mouvement then
               move 'O' to attente-trouvee
           end-if
       .

       REJETER-LIGNE.
           compute nb-rejetees = nb-rejetees + 1
           if rejets-ok = 'O' then
               move ligne-mouvement to rej-ligne
               move motif-rejet to rej-motif
               write enr-rejet
           end-if
       .

       ECRIRE-TOTAUX.
           if suivi-ok = 'O' then
               move 'Embauches: ' to sut-libelle
               move nb-embauches to sut-valeur
               write enr-suivi-total
               move 'Modifications (dont mutations): ' to sut-libelle
               move nb-modifications to sut-valeur
               write enr-suivi-total
               move 'Mutations: ' to sut-libelle
               move nb-mutations to sut-valeur
               write enr-suivi-total
               move 'Modifications sans effet: ' to sut-libelle
               move nb-sans-effet to sut-valeur
               write enr-suivi-total
               move 'Departs appliques: ' to sut-libelle
               move nb-departs to sut-valeur
               write enr-suivi-total
               move 'Mouvements en attente: ' to sut-libelle
               move nb-en-attente to sut-valeur
               write enr-suivi-total
               move 'Lignes rejetees: ' to sut-libelle
               move nb-rejetees to sut-valeur
               write enr-suivi-total
               move 'Affectations a reprendre: ' to sut-libelle
               move nb-affect-a-reprendre to sut-valeur
               write enr-suivi-total
           end-if
       .

      *----- Relu sous verrou: la fiche lue a la validation a pu -----
      *----- etre modifiee a l'ecran entre-temps                 -----
       RELIRE-CHAUFFEUR.
           move num-chauf-saisi to numChaufN
           read FChaufNouv key is numChaufN
               invalid key
                   move 'N' to ligne-valide
                   move 'CHAUFFEUR INCONNU' to motif-rejet
           end-read
       .

      *----- Un chauffeur en cours de saisie a l'ecran n'est pas -----
      *----- modifie: le mouvement est rejoue au passage suivant -----
       POSER-VERROU.
           move numChaufN to verrou-ident
           call 'ss-verrou' using verrou-fichier verrou-ident
               verrou-op-poser verrou-detenteur verrou-status
       .

       LEVER-VERROU.
           if verrou-status = 'O' then
               call 'ss-verrou' using verrou-fichier verrou-ident
                   verrou-op-lever verrou-detenteur verrou-status
           end-if
       .

       end program ss-rh-mouvements.
