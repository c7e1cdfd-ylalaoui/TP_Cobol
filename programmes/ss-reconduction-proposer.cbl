       program-id. ss-reconduction-proposer.

       input-output section.
           file-control.
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

           select FPropositions assign to "../ext/Reconduction.dat"
               organization is line sequential
               access mode is sequential
               status FPropositionsStatus.

       data division.
       file section.
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

       fd FPropositions.
           01 enr-proposition-entete.
               02 prp-entete-texte  pic x(72).
           01 enr-proposition.
               02 prp-decision      pic x(1).
               02 filler            pic x(1) value space.
               02 prp-affect-ref    pic 9(4).
               02 filler            pic x(1) value space.
               02 prp-chauf         pic 9(4).
               02 filler            pic x(1) value space.
               02 prp-bus           pic 9(4).
               02 filler            pic x(1) value space.
               02 prp-debut         pic 9(8).
               02 filler            pic x(1) value space.
               02 prp-fin           pic 9(8).
               02 filler            pic x(1) value space.
               02 prp-ligne         pic 9(4).
               02 filler            pic x(1) value space.
               02 prp-service       pic x(1).
               02 filler            pic x(1) value space.
               02 prp-motif         pic x(30).

       working-storage section.
       01 FAffectStatus            pic x(2).
       01 FChaufNouvStatus         pic x(2).
       01 FBusNouvStatus           pic x(2).
       01 FAbsenceStatus           pic x(2).
       01 FEntretienStatus         pic x(2).
       01 FHabilitationStatus      pic x(2).
       01 FPropositionsStatus      pic x(2).
       01 propositions-ok       pic x value 'N'.
       01 absence-ok            pic x value 'N'.
       01 entretien-ok          pic x value 'N'.
       01 habilitation-ok       pic x value 'N'.

       01 semaine-ref-saisie    pic x(8).
       01 semaine-cible-saisie  pic x(8).
       01 date-reference        pic 9(8).
       01 date-cible            pic 9(8).
       01 date-valide           pic x(1).
       01 julien-calcul         pic 9(7).
       01 jour-semaine          pic 9.
       01 lundi-ref-julien      pic 9(7).
       01 lundi-cible-julien    pic 9(7).
       01 decalage-jours        pic s9(7).
       01 lundi-ref             pic 9(8).
       01 dimanche-ref          pic 9(8).
       01 lundi-cible           pic 9(8).
       01 dimanche-cible        pic 9(8).

       01 fin-affect-fichier    pic 9.
       01 fin-absence-fichier   pic 9.
       01 fin-entretien-fichier pic 9.
       01 fin-habilit-fichier   pic 9.

       01 table-reference.
           02 nb-references         pic 9(4) value 0.
           02 poste-reference occurs 2000.
               03 ref-affect        pic 9(4).
               03 ref-chauf         pic 9(4).
               03 ref-bus           pic 9(4).
               03 ref-debut         pic 9(8).
               03 ref-fin           pic 9(8).
               03 ref-ligne         pic 9(4).
               03 ref-service       pic x(1).
       01 references-tronquees  pic x value 'N'.
       01 poste-ref             pic 9(4).

       01 debut-calcul          pic 9(8).
       01 fin-calcul            pic 9(8).
       01 motif-conflit         pic x(30).
       01 habilitation-requise  pic x(3).
       01 habilitation-valide   pic x.

       01 nb-propositions       pic 9(5) value 0.
       01 nb-conflits           pic 9(5) value 0.
       01 nb-deja-en-vigueur    pic 9(5) value 0.

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

       procedure division.

       open input FAffectations
       open input FChaufNouv
       open input FBusNouv

       if FAffectStatus not = '00' then
           display 'Erreur Affectation.dat - status: ' FAffectStatus
       else if FChaufNouvStatus not = '00' then
           display 'Erreur ChaufNouv.dat - status: ' FChaufNouvStatus
       else if FBusNouvStatus not = '00' then
           display 'Erreur BusNouv.dat - status: ' FBusNouvStatus
       else
           perform PREPARER-SEMAINES

           if date-valide = 'N' then
               display 'Semaine invalide (SEMAINE_REFERENCE /'
                   ' SEMAINE_CIBLE, AAAAMMJJ, cible apres reference).'
           else
               perform OUVRIR-FICHIERS-OPTIONNELS
               perform OUVRIR-PROPOSITIONS

               if propositions-ok = 'O' then
                   perform ECRIRE-ENTETE
                   perform CHARGER-REFERENCE
                   perform PROPOSER-AFFECTATION
                       varying poste-ref from 1 by 1
                       until poste-ref > nb-references
                   close FPropositions

                   if references-tronquees = 'O' then
                       display 'Attention: plus de 2000 affectations'
                           ' dans la semaine, liste tronquee.'
                   end-if
                   display nb-propositions ' proposition(s) dont '
                       nb-conflits ' en conflit, '
                       nb-deja-en-vigueur ' deja en vigueur,'
                       ' voir Reconduction.dat.'
               else
                   display 'Erreur Reconduction.dat - status: '
                       FPropositionsStatus
               end-if

               perform FERMER-FICHIERS-OPTIONNELS
           end-if
       end-if
       end-if
       end-if

       close FAffectations
       close FChaufNouv
       close FBusNouv

       goback
       .

      *----- Semaine de reference (defaut: semaine en cours) et -----
      *----- semaine cible (defaut: la suivante), calees au lundi -----
       PREPARER-SEMAINES.
           accept date-reference from date yyyymmdd
           accept semaine-ref-saisie from environment
               'SEMAINE_REFERENCE'
           if semaine-ref-saisie not = spaces
              and function test-numval(semaine-ref-saisie) = 0
               move function numval(semaine-ref-saisie)
                   to date-reference
           end-if

           call 'ss-date-valide' using date-reference date-valide
           if date-valide = 'O' then
               compute julien-calcul =
                   function integer-of-date(date-reference)
               compute jour-semaine =
                   function mod(julien-calcul - 1 7) + 1
               compute lundi-ref-julien =
                   julien-calcul - jour-semaine + 1
               compute lundi-cible-julien = lundi-ref-julien + 7

               accept semaine-cible-saisie from environment
                   'SEMAINE_CIBLE'
               if semaine-cible-saisie not = spaces
                  and function test-numval(semaine-cible-saisie) = 0
                   move function numval(semaine-cible-saisie)
                       to date-cible
                   call 'ss-date-valide' using date-cible date-valide
                   if date-valide = 'O' then
                       compute julien-calcul =
                           function integer-of-date(date-cible)
                       compute jour-semaine =
                           function mod(julien-calcul - 1 7) + 1
                       compute lundi-cible-julien =
                           julien-calcul - jour-semaine + 1
                   end-if
               end-if
           end-if

           if date-valide = 'O'
              and lundi-cible-julien <= lundi-ref-julien then
               move 'N' to date-valide
           end-if

           if date-valide = 'O' then
               compute decalage-jours =
                   lundi-cible-julien - lundi-ref-julien
               compute lundi-ref =
                   function date-of-integer(lundi-ref-julien)
               compute dimanche-ref =
                   function date-of-integer(lundi-ref-julien + 6)
               compute lundi-cible =
                   function date-of-integer(lundi-cible-julien)
               compute dimanche-cible =
                   function date-of-integer(lundi-cible-julien + 6)
           end-if
       .

       OUVRIR-FICHIERS-OPTIONNELS.
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
       .

       FERMER-FICHIERS-OPTIONNELS.
           if absence-ok = 'O' then
               close FAbsences
           end-if
           if entretien-ok = 'O' then
               close FEntretiens
           end-if
           if habilitation-ok = 'O' then
               close FHabilitations
           end-if
       .

       OUVRIR-PROPOSITIONS.
           open output FPropositions
           if FPropositionsStatus = '00' then
               move 'O' to propositions-ok
           else
               move 'N' to propositions-ok
           end-if
       .

      *----- Les lignes commencant par '*' sont des commentaires -----
      *----- ignores par ss-reconduction-valider                 -----
       ECRIRE-ENTETE.
           move spaces to prp-entete-texte
           string '* Reconduction de la semaine du ' delimited by size
                  lundi-ref delimited by size
                  ' au ' delimited by size
                  dimanche-ref delimited by size
                  into prp-entete-texte
           end-string
           write enr-proposition-entete

           move spaces to prp-entete-texte
           string '* vers la semaine du ' delimited by size
                  lundi-cible delimited by size
                  ' au ' delimited by size
                  dimanche-cible delimited by size
                  into prp-entete-texte
           end-string
           write enr-proposition-entete

           move '* Decision (O = a enregistrer, N = a ecarter),'
               to prp-entete-texte
           write enr-proposition-entete
           move '* affectation de reference, chauffeur, bus, debut,'
           & ' fin, ligne,'
               to prp-entete-texte
           write enr-proposition-entete
           move '* service, motif du conflit.'
               to prp-entete-texte
           write enr-proposition-entete
       .

      *----- Affectations en vigueur dans la semaine de reference, -----
      *----- ramenees a leurs jours dans cette semaine puis        -----
      *----- decalees sur la semaine cible                         -----
       CHARGER-REFERENCE.
           move 0 to fin-affect-fichier
           move 0 to num-affect
           start FAffectations key >= num-affect

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if date-debut <= dimanche-ref
                              and date-fin >= lundi-ref then
                               perform RETENIR-REFERENCE
                           end-if
                   end-read
               end-perform
           end-if
       .

       RETENIR-REFERENCE.
           if date-debut > lundi-ref then
               move date-debut to debut-calcul
           else
               move lundi-ref to debut-calcul
           end-if
           if date-fin < dimanche-ref then
               move date-fin to fin-calcul
           else
               move dimanche-ref to fin-calcul
           end-if
           compute debut-calcul = function date-of-integer(
               function integer-of-date(debut-calcul) + decalage-jours)
           compute fin-calcul = function date-of-integer(
               function integer-of-date(fin-calcul) + decalage-jours)

      *----- Une affectation qui deborde deja sur la semaine cible -----
      *----- n'est reconduite que pour les jours restants         -----
           if date-fin >= fin-calcul then
               compute nb-deja-en-vigueur = nb-deja-en-vigueur + 1
           else
           if date-fin >= debut-calcul then
               compute debut-calcul = function date-of-integer(
                   function integer-of-date(date-fin) + 1)
           end-if
           if nb-references >= 2000 then
               move 'O' to references-tronquees
           else
               compute nb-references = nb-references + 1
               move num-affect to ref-affect(nb-references)
               move num-chauf to ref-chauf(nb-references)
               move num-bus to ref-bus(nb-references)
               move debut-calcul to ref-debut(nb-references)
               move fin-calcul to ref-fin(nb-references)
               move num-ligne to ref-ligne(nb-references)
               if service-affect = space then
                   move 'J' to ref-service(nb-references)
               else
                   move service-affect to ref-service(nb-references)
               end-if
           end-if
           end-if
       .

       PROPOSER-AFFECTATION.
           move spaces to motif-conflit
           move ref-debut(poste-ref) to debut-calcul
           move ref-fin(poste-ref) to fin-calcul

      *----- Debut et fin sur le meme jour: refuse a la saisie -----
      *----- (debut < fin exige), donc a ecarter               -----
           if debut-calcul >= fin-calcul then
               move 'PERIODE D''UN SEUL JOUR' to motif-conflit
           end-if
           if motif-conflit = spaces then
               perform VERIFIE-CHAUFFEUR
           end-if
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

           compute nb-propositions = nb-propositions + 1
           if motif-conflit = spaces then
               move 'O' to prp-decision
           else
               move 'N' to prp-decision
               compute nb-conflits = nb-conflits + 1
           end-if
           move ref-affect(poste-ref) to prp-affect-ref
           move ref-chauf(poste-ref) to prp-chauf
           move ref-bus(poste-ref) to prp-bus
           move debut-calcul to prp-debut
           move fin-calcul to prp-fin
           move ref-ligne(poste-ref) to prp-ligne
           move ref-service(poste-ref) to prp-service
           move motif-conflit to prp-motif
           write enr-proposition
       .

       VERIFIE-CHAUFFEUR.
           move ref-chauf(poste-ref) to numChaufN
           read FChaufNouv key is numChaufN
               invalid key move 'CHAUFFEUR INCONNU' to motif-conflit
               not invalid key continue
           end-read
       .

       VERIFIE-BUS.
           move spaces to habilitation-requise
           move ref-bus(poste-ref) to numBusN
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

      *----- Bus en atelier sur une partie de la periode proposee -----
       VERIFIE-ATELIER.
           move 0 to fin-entretien-fichier
           move ref-bus(poste-ref) to ent-bus
           start FEntretiens key = ent-bus

           if FEntretienStatus = '00' then
               perform with test after
                       until (fin-entretien-fichier = 1)
                   read FEntretiens next
                       at end
                           move 1 to fin-entretien-fichier
                       not at end
                           if ent-bus not = ref-bus(poste-ref) then
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

      *----- Absence du chauffeur sur la periode proposee -----
       VERIFIE-ABSENCE.
           move 0 to fin-absence-fichier
           move ref-chauf(poste-ref) to abs-chauf
           start FAbsences key = abs-chauf

           if FAbsenceStatus = '00' then
               perform with test after until (fin-absence-fichier = 1)
                   read FAbsences next
                       at end
                           move 1 to fin-absence-fichier
                       not at end
                           if abs-chauf not = ref-chauf(poste-ref) then
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
      *----- la periode proposee                               -----
       VERIFIE-HABILITATION.
           move 'O' to habilitation-valide
           if habilitation-requise not = spaces
              and habilitation-ok = 'O' then
               move 'N' to habilitation-valide
               move 0 to fin-habilit-fichier
               move ref-chauf(poste-ref) to hab-chauf
               start FHabilitations key = hab-chauf

               if FHabilitationStatus = '00' then
                   perform with test after
                           until (fin-habilit-fichier = 1)
                       read FHabilitations next
                           at end
                               move 1 to fin-habilit-fichier
                           not at end
                               if hab-chauf not = ref-chauf(poste-ref)
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

      *----- Chauffeur ou bus deja planifie sur la semaine cible -----
      *----- (services compatibles comme a la saisie)            -----
       VERIFIE-CHEVAUCHEMENT.
           move 0 to fin-affect-fichier
           move ref-chauf(poste-ref) to num-chauf
           start FAffectations key = num-chauf

           if FAffectStatus = '00' then
               perform with test after until (fin-affect-fichier = 1)
                   read FAffectations next
                       at end
                           move 1 to fin-affect-fichier
                       not at end
                           if num-chauf not = ref-chauf(poste-ref) then
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
               move ref-bus(poste-ref) to num-bus
               start FAffectations key = num-bus

               if FAffectStatus = '00' then
                   perform with test after
                           until (fin-affect-fichier = 1)
                       read FAffectations next
                           at end
                               move 1 to fin-affect-fichier
                           not at end
                               if num-bus not = ref-bus(poste-ref) then
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
              and (service-affect = ref-service(poste-ref)
                   or service-affect = 'J'
                   or service-affect = ' '
                   or ref-service(poste-ref) = 'J') then
               move 'CHEVAUCHEMENT' to motif-conflit
           end-if
       .

      *----- Regles de repos sur la periode proposee -----
       VERIFIE-REPOS.
           move 'C' to crp-mode
           move ref-chauf(poste-ref) to crp-chauf
           move 0 to crp-affect-exclue
           move debut-calcul to crp-date-debut
           move fin-calcul to crp-date-fin
           move ref-service(poste-ref) to crp-service
           call 'ss-repos-controle' using controle-repos

           if crp-status = 'O' and crp-nb-infractions > 0 then
               move crp-inf-motif(1) to motif-conflit
           end-if
       .

       end program ss-reconduction-proposer.
