       program-id. ss-menu-principal.

       input-output section.
           file-control.
           select FOperateurs assign to "../ext/Operateur.dat"
               organization is indexed
               access mode is dynamic
                   record key is codeOper
               status FOperateursStatus.

       data division.
       file section.
       fd FOperateurs.
           01 enr-operateur.
               02 codeOper        pic x(8).
               02 nomOper         pic x(30).
               02 profilOper      pic x(7).
               02 actifOper       pic x(1).
                   88 operateur-actif    value 'O'.

       working-storage section.
       01 FOperateursStatus        pic x(2).
       01 code-saisi            pic x(8).
       01 operateur-identifie   pic x value 'N'.
       01 nb-tentatives         pic 9 value 0.
       01 max-tentatives        pic 9 value 3.
       01 poste-profil          pic 9 value 0.
       01 choix                 pic 99.
       01 continuer             pic x value 'O'.

       01 avant-image           pic x(72).
       01 apres-image           pic x(72).
       01 aud-fichier           pic x(12) value 'OPERATEUR'.
       01 aud-op-connex         pic x(6)  value 'CONNEX'.
       01 aud-op-deconn         pic x(6)  value 'DECONN'.
       01 aud-op-refus          pic x(6)  value 'REFUS'.
       01 aud-status            pic x(1).
       01 aud-cle               pic 9(4) value 0.

      *----- Fonctions du systeme et droits par profil        -----
      *----- (colonnes: PLANIF, EXPLOIT, ATELIER, ADMIN)       -----
       01 table-fonctions.
           02 filler pic x(30) value 'ss-affectations-maj'.
           02 filler pic x(30) value 'Affectations'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-import-affectations'.
           02 filler pic x(30) value 'Import des affectations'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-absences-maj'.
           02 filler pic x(30) value 'Absences des chauffeurs'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-chauffeurs-maj'.
           02 filler pic x(30) value 'Chauffeurs'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-habilitations-maj'.
           02 filler pic x(30) value 'Habilitations'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-lignes-maj'.
           02 filler pic x(30) value 'Lignes'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-chauffeurs-lister'.
           02 filler pic x(30) value 'Liste des chauffeurs'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-chauffeurs-lister-date'.
           02 filler pic x(30) value 'Chauffeurs disponibles'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-bus-lister-date'.
           02 filler pic x(30) value 'Bus disponibles'.
           02 filler pic x(4)  value 'OOOO'.
           02 filler pic x(30) value 'ss-lignes-couverture'.
           02 filler pic x(30) value 'Couverture des lignes'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-capacite-controle'.
           02 filler pic x(30) value 'Controle des capacites'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-remplacements'.
           02 filler pic x(30) value 'Propositions de remplacement'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-feuille-route'.
           02 filler pic x(30) value 'Feuille de route'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-realise-maj'.
           02 filler pic x(30) value 'Saisie du realise'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-ecarts-jour'.
           02 filler pic x(30) value 'Ecarts prevu/realise'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-statistiques-mois'.
           02 filler pic x(30) value 'Statistiques du mois'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-paie-mois'.
           02 filler pic x(30) value 'Interface paie du mois'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-permis-alerte'.
           02 filler pic x(30) value 'Alertes permis'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-bus-maj'.
           02 filler pic x(30) value 'Parc de bus'.
           02 filler pic x(4)  value 'NNOO'.
           02 filler pic x(30) value 'ss-entretiens-maj'.
           02 filler pic x(30) value 'Entretiens'.
           02 filler pic x(4)  value 'NNOO'.
           02 filler pic x(30) value 'ss-entretien-preventif'.
           02 filler pic x(30) value 'Entretien preventif'.
           02 filler pic x(4)  value 'NNOO'.
           02 filler pic x(30) value 'ss-entretiens-semaine'.
           02 filler pic x(30) value 'Entretiens de la semaine'.
           02 filler pic x(4)  value 'NNOO'.
           02 filler pic x(30) value 'ss-releves-maj'.
           02 filler pic x(30) value 'Releves kilometriques'.
           02 filler pic x(4)  value 'NNOO'.
           02 filler pic x(30) value 'ss-depots-maj'.
           02 filler pic x(30) value 'Depots'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-chaine-nuit'.
           02 filler pic x(30) value 'Chaine de nuit'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-sauvegarde'.
           02 filler pic x(30) value 'Sauvegarde'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-export'.
           02 filler pic x(30) value 'Export chauffeurs/affectations'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-reconciliation-affectations'.
           02 filler pic x(30) value 'Reconciliation affectations'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-archives-consult'.
           02 filler pic x(30) value 'Consultation des archives'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-archivage-affectations'.
           02 filler pic x(30) value 'Archivage des affectations'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-audit-consult'.
           02 filler pic x(30) value 'Consultation de l''audit'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-audit-purge'.
           02 filler pic x(30) value 'Purge du journal d''audit'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-restauration'.
           02 filler pic x(30) value 'Restauration'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-operateurs-maj'.
           02 filler pic x(30) value 'Operateurs'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-codes-incident-maj'.
           02 filler pic x(30) value 'Codes incident'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-incidents-mois'.
           02 filler pic x(30) value 'Incidents du mois'.
           02 filler pic x(4)  value 'OOOO'.
           02 filler pic x(30) value 'ss-repos-infractions'.
           02 filler pic x(30) value 'Controle des temps de repos'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-carburant-maj'.
           02 filler pic x(30) value 'Pleins de carburant'.
           02 filler pic x(4)  value 'NOOO'.
           02 filler pic x(30) value 'ss-carburant-mois'.
           02 filler pic x(30) value 'Consommation carburant du mois'.
           02 filler pic x(4)  value 'NOOO'.
           02 filler pic x(30) value 'ss-grilles-lignes-maj'.
           02 filler pic x(30) value 'Grille horaire des lignes'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-besoins-lignes'.
           02 filler pic x(30) value 'Besoins lignes non couverts'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-reconduction-proposer'.
           02 filler pic x(30) value 'Reconduction: propositions'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-reconduction-valider'.
           02 filler pic x(30) value 'Reconduction: enregistrement'.
           02 filler pic x(4)  value 'ONNO'.
           02 filler pic x(30) value 'ss-tarifs-maj'.
           02 filler pic x(30) value 'Tarifs d''exploitation'.
           02 filler pic x(4)  value 'NNNO'.
           02 filler pic x(30) value 'ss-couts-lignes'.
           02 filler pic x(30) value 'Cout d''exploitation du mois'.
           02 filler pic x(4)  value 'NONO'.
           02 filler pic x(30) value 'ss-fiches-planning'.
           02 filler pic x(30) value 'Fiches planning chauffeurs'.
           02 filler pic x(4)  value 'OONO'.
           02 filler pic x(30) value 'ss-rh-mouvements'.
           02 filler pic x(30) value 'Interface RH chauffeurs'.
           02 filler pic x(4)  value 'NNNO'.
       01 filler redefines table-fonctions.
           02 poste-fonction occurs 47.
               03 programme-fonction   pic x(30).
               03 libelle-fonction     pic x(30).
               03 droit-profil         pic x(1) occurs 4.
       01 nb-fonctions          pic 99 value 47.

      *----- Fonctions offertes a l'operateur connecte -----
       01 nb-offertes           pic 99 value 0.
       01 table-offertes.
           02 fonction-offerte  pic 99 occurs 47.
       01 poste-table           pic 99.
       01 poste-offerte         pic 99.
       01 premier-affiche       pic 99 value 1.
       01 dernier-affiche       pic 99.
       01 par-page              pic 99 value 32.
       01 nom-programme         pic x(30).

       01 i                     pic 99.
       01 k                     pic 99.
       01 numero-edite          pic z9.
       01 ligne-menu            pic x(36).

       screen section.
       01 a-plg-titre-global.
           02 blank screen.
           02 line 1 col 10 value '- Gestion du reseau de bus -'.
       01 a-plg-operateur.
           02 line 2 col 1 value 'Operateur: '.
           02 a-codeOper line 2 col 12 pic x(8) from codeOper.
           02 a-nomOper line 2 col 21 pic x(30) from nomOper.
           02 line 2 col 52 value 'Profil: '.
           02 a-profilOper line 2 col 60 pic x(7) from profilOper.

       01 s-plg-identification.
           02 line 4 col 1 value 'Code operateur: '.
           02 s-code-saisi line 4 col 17 pic x(8) to code-saisi.

       01 a-plg-ligne-menu.
           02 a-ligne-menu line i col k pic x(36) from ligne-menu.
       01 s-plg-choix.
           02 line 21 col 1 value
           'Choix (0 = page suivante, 99 = quitter): '.
           02 s-choix line 21 col 43 pic 99 to choix.

       01 a-plg-message-continuer.
           02 line 23 col 1 value 'Appuyez sur ENTREE pour continuer.'.
       01 a-plg-operateur-inconnu.
           02 line 6 col 1 value 'Operateur inconnu.'.
       01 a-plg-operateur-inactif.
           02 line 6 col 1 value 'Operateur desactive, acces refuse.'.
       01 a-plg-profil-inconnu.
           02 line 6 col 1 value 'Profil de l''operateur inconnu,'
           & ' acces refuse.'.
       01 a-plg-trop-tentatives.
           02 line 8 col 1 value 'Trop de tentatives, fin de'
           & ' session.'.
       01 a-plg-aucune-fonction.
           02 line 4 col 1 value 'Aucune fonction autorisee pour ce'
           & ' profil.'.
       01 a-plg-choix-invalide.
           02 line 22 col 1 value 'Choix invalide.'.
       01 a-plg-programme-absent.
           02 line 22 col 1 value 'Programme indisponible: '.
           02 a-nom-programme line 22 col 25 pic x(30)
              from nom-programme.
       01 a-plg-audit-echec.
           02 line 22 col 1 value
           'Attention: l''ecriture dans l''audit a echoue.'.
       01 a-error-open.
           02 blank screen.
           02 line 2 col 10 value 'Erreur lors de l''ouverture'
           & ' du fichier Operateur...'.
           02 a-fstatus line 3 col 10 pic x(2) from FOperateursStatus.
           02 line 4 col 10 value 'Les operateurs se creent par'
           & ' ss-operateurs-maj.'.

       procedure division.

       open input FOperateurs

       if FOperateursStatus not = '00' then
           display a-plg-titre-global
           display a-error-open
           display a-plg-message-continuer
           accept a-plg-message-continuer
       else
           perform with test after until (operateur-identifie = 'O'
                   or nb-tentatives >= max-tentatives)
               perform IDENTIFIER-OPERATEUR
           end-perform
           close FOperateurs

           if operateur-identifie = 'O' then
               perform OUVRIR-SESSION
               perform PREPARER-FONCTIONS

               if nb-offertes = 0 then
                   display a-plg-titre-global
                   display a-plg-operateur
                   display a-plg-aucune-fonction
                   display a-plg-message-continuer
                   accept a-plg-message-continuer
               else
                   perform with test after until (continuer = 'N')
                       perform AFFICHER-PAGE
                       accept s-choix
                       perform TRAITER-CHOIX
                   end-perform
               end-if

               perform FERMER-SESSION
           else
               display a-plg-trop-tentatives
               display a-plg-message-continuer
               accept a-plg-message-continuer
           end-if
       end-if

       goback
       .

      *----- Code saisi: operateur connu, actif, profil reconnu -----
       IDENTIFIER-OPERATEUR.
           compute nb-tentatives = nb-tentatives + 1
           display a-plg-titre-global
           display s-plg-identification
           accept s-code-saisi

           move code-saisi to codeOper
           read FOperateurs key is codeOper
               invalid key
                   display a-plg-operateur-inconnu
               not invalid key
                   evaluate profilOper
                       when 'PLANIF'  move 1 to poste-profil
                       when 'EXPLOIT' move 2 to poste-profil
                       when 'ATELIER' move 3 to poste-profil
                       when 'ADMIN'   move 4 to poste-profil
                       when other     move 0 to poste-profil
                   end-evaluate
                   if not operateur-actif then
                       display a-plg-operateur-inactif
                       perform TRACER-REFUS
                   else
                   if poste-profil = 0 then
                       display a-plg-profil-inconnu
                       perform TRACER-REFUS
                   else
                       move 'O' to operateur-identifie
                   end-if
                   end-if
           end-read

           if operateur-identifie = 'N' then
               display a-plg-message-continuer
               accept a-plg-message-continuer
           end-if
       .

       TRACER-REFUS.
           move spaces to avant-image
           move enr-operateur to apres-image
           call 'ss-audit-ecrire' using aud-fichier aud-op-refus
               aud-cle avant-image apres-image aud-status
       .

      *----- L'operateur connecte est publie dans l'environnement -----
      *----- (OPERATEUR, PROFIL_OPERATEUR) pour ss-audit-ecrire et -----
      *----- les programmes appeles depuis ce menu                 -----
       OUVRIR-SESSION.
           set environment 'OPERATEUR' to codeOper
           set environment 'PROFIL_OPERATEUR' to profilOper

           move spaces to avant-image
           move enr-operateur to apres-image
           call 'ss-audit-ecrire' using aud-fichier aud-op-connex
               aud-cle avant-image apres-image aud-status
           if aud-status = 'N' then
               display a-plg-audit-echec
           end-if
       .

       FERMER-SESSION.
           move enr-operateur to avant-image
           move spaces to apres-image
           call 'ss-audit-ecrire' using aud-fichier aud-op-deconn
               aud-cle avant-image apres-image aud-status

           set environment 'OPERATEUR' to spaces
           set environment 'PROFIL_OPERATEUR' to spaces
       .

      *----- Fonctions autorisees pour le profil de l'operateur -----
       PREPARER-FONCTIONS.
           move 0 to nb-offertes
           perform RETENIR-FONCTION
               varying poste-table from 1 by 1
               until poste-table > nb-fonctions
       .

       RETENIR-FONCTION.
           if droit-profil(poste-table, poste-profil) = 'O' then
               compute nb-offertes = nb-offertes + 1
               move poste-table to fonction-offerte(nb-offertes)
           end-if
       .

      *----- Page courante: deux colonnes de 16 fonctions -----
       AFFICHER-PAGE.
           display a-plg-titre-global
           display a-plg-operateur

           compute dernier-affiche = premier-affiche + par-page - 1
           if dernier-affiche > nb-offertes then
               move nb-offertes to dernier-affiche
           end-if

           perform AFFICHER-FONCTION
               varying poste-offerte from premier-affiche by 1
               until poste-offerte > dernier-affiche

           display s-plg-choix
       .

       AFFICHER-FONCTION.
           compute i = poste-offerte - premier-affiche
           if i < 16 then
               move 1 to k
           else
               move 41 to k
               compute i = i - 16
           end-if
           compute i = i + 4

           move poste-offerte to numero-edite
           move fonction-offerte(poste-offerte) to poste-table
           move spaces to ligne-menu
           string numero-edite delimited by size
                  '-' delimited by size
                  libelle-fonction(poste-table) delimited by size
               into ligne-menu
           end-string
           display a-plg-ligne-menu
       .

       TRAITER-CHOIX.
           evaluate true
               when choix = 99
                   move 'N' to continuer
               when choix = 0
                   compute premier-affiche = premier-affiche + par-page
                   if premier-affiche > nb-offertes then
                       move 1 to premier-affiche
                   end-if
               when choix > nb-offertes
                   display a-plg-choix-invalide
                   display a-plg-message-continuer
                   accept a-plg-message-continuer
               when other
                   perform LANCER-FONCTION
           end-evaluate
       .

      *----- Appel dynamique puis liberation du programme pour -----
      *----- qu'il reparte de ses valeurs initiales au prochain -----
      *----- lancement                                          -----
       LANCER-FONCTION.
           move fonction-offerte(choix) to poste-table
           move programme-fonction(poste-table) to nom-programme

           call nom-programme
               on exception
                   display a-plg-programme-absent
                   display a-plg-message-continuer
                   accept a-plg-message-continuer
           end-call
           cancel nom-programme
       .

       end program ss-menu-principal.
