               02 aud-avant        pic x(72).
               02 filler           pic x(1).
               02 aud-apres        pic x(72).
               02 filler           pic x(1).
               02 aud-operateur    pic x(8).

       fd FRapportSelection.
           01 enr-selection        pic x(195).

       working-storage section.
       01 FAuditStatus          pic x(2).
       01 fichier-cherche       pic x(12).
       01 cle-cherchee          pic 9(4).
       01 operation-cherchee    pic x(6).
       01 operateur-cherche     pic x(8).
       01 code-cherche          pic x(20).
       01 lg-code               pic 99.
       01 date-min              pic 9(8).
       01 date-max              pic 9(8).

           02 s-date-max line 7 col 29 pic 9(8) to date-max.
           02 line 8 col 2 value 'Rapport fichier (O/N)   : '.
           02 s-rapport line 8 col 29 pic x to rapport-demande.
           02 line 9 col 2 value 'Operateur (vide = tous) : '.
           02 s-operateur line 9 col 29 pic x(8)
              to operateur-cherche.
           02 line 10 col 2 value 'Code alpha (vide = tous): '.
           02 s-code line 10 col 29 pic x(20) to code-cherche.

      *------ Structure d'affichage de donnee -------
       01 a-plg-separateur.
           02 a-aud-operation line i col 36 pic x(6)
              from aud-operation.
           02 a-aud-cle line i col 43 pic 9(4) from aud-cle.
           02 a-aud-operateur line i col 49 pic x(8)
              from aud-operateur.
       01 a-plg-audit-avant.
           02 line i col 2 value 'AV: '.
           02 a-aud-avant line i col 6 pic x(72) from aud-avant.
           02 line 3 col 2 value 'Erreur AuditTrail.dat - status: '.
           02 a-FAuditStatus line 3 col 35 pic x(2) from FAuditStatus.
       01 a-plg-aucun-resultat.
           02 line 12 col 2 value 'Aucune entree d''audit pour ces'
           & ' criteres.'.
       01 a-plg-nb-entrees.
           02 line 22 col 1 value 'Entrees retenues: '.
           display a-error-audit-open
       else
           move 1 to aucun-resultat
           move 12 to i

           display a-plg-titre-global
           display s-plg-criteres
               end-if
           end-if

           move 0 to lg-code
           if code-cherche not = spaces then
               compute lg-code = function length(
                   function trim(code-cherche trailing))
           end-if

           move 11 to j
           display a-plg-separateur

           perform ITERE-AUDIT
           if date-max not = 0 and aud-date > date-max then
               move 'N' to entree-retenue
           end-if
           if operateur-cherche not = spaces
              and aud-operateur not = operateur-cherche then
               move 'N' to entree-retenue
           end-if
      *----- Fichiers a cle alphanumerique (operateurs, depots, -----
      *----- tarifs): journalises en cle 0, la cle est en tete  -----
      *----- des images avant et apres                          -----
           if lg-code > 0
              and aud-avant(1:lg-code) not = code-cherche(1:lg-code)
              and aud-apres(1:lg-code) not = code-cherche(1:lg-code)
              then
               move 'N' to entree-retenue
           end-if
       .

       AFFICHER-ENTREE.
