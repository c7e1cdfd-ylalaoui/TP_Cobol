               02 aud-avant        pic x(72).
               02 filler           pic x(1) value space.
               02 aud-apres        pic x(72).
               02 filler           pic x(1) value space.
               02 aud-operateur    pic x(8).

       working-storage section.
       01 FAuditStatus              pic x(2).
       01 operateur-connecte        pic x(8).

       linkage section.
       01 lk-fichier                pic x(12).
       move lk-avant      to aud-avant
       move lk-apres      to aud-apres

      *----- Operateur connecte par ss-menu-principal; a defaut -----
      *----- (traitement lance hors menu) on le signale tel quel -----
       accept operateur-connecte from environment 'OPERATEUR'
       if operateur-connecte = spaces then
           move 'HORSMENU' to operateur-connecte
       end-if
       move operateur-connecte to aud-operateur

       perform OUVRIR-AUDIT

       if FAuditStatus = '00' then
