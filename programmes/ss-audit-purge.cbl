       data division.
       file section.
       fd FAuditTrail.
           01 enr-audit            pic x(195).
           01 enr-audit-detail.
               02 aud-date         pic 9(8).
               02 filler           pic x(187).

       fd FAuditTravail.
           01 enr-travail          pic x(195).

       fd FAuditStage.
           01 enr-stage            pic x(195).
           01 enr-stage-detail.
               02 stage-date       pic 9(8).
               02 filler           pic x(187).

       fd FAuditArchive.
           01 enr-archive-audit    pic x(195).

       working-storage section.
       01 FAuditStatus          pic x(2).
       01 fin-archive-fichier   pic 9 value 0.
       01 nb-conservees         pic 9(6) value 0.
       01 nb-archivees          pic 9(6) value 0.
       01 profil-operateur      pic x(7).

       procedure division.

      *----- Traitement destructif reserve au profil ADMIN -----
       accept profil-operateur from environment 'PROFIL_OPERATEUR'
       if profil-operateur not = 'ADMIN' then
           display 'Traitement reserve au profil ADMIN (lancer depuis'
           & ' ss-menu-principal), purge abandonnee.'
           goback
       end-if

       accept nb-mois-saisi from environment 'NB_MOIS_RETENTION'
       if nb-mois-saisi not = spaces
          and function test-numval(nb-mois-saisi) = 0
