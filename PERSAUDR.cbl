               2 ws-nb-ajouts pic 9(9) value zero.
               2 ws-nb-modifs pic 9(9) value zero.
               2 ws-nb-suppr pic 9(9) value zero.
               2 ws-nb-oppositions pic 9(9) value zero.
               2 ws-nb-page pic 9(4) value zero.
               2 ws-nb-ligne pic 99 value 60.

               when aud-ajout add 1 to ws-nb-ajouts
               when aud-modif add 1 to ws-nb-modifs
               when aud-suppr add 1 to ws-nb-suppr
               when aud-opposition add 1 to ws-nb-oppositions
           end-evaluate.

       p-compter-operateur.
               when aud-ajout move "A - AJOUT" to h-action
               when aud-modif move "C - MODIFICATION" to h-action
               when aud-suppr move "D - SUPPRESSION" to h-action
               when aud-opposition move "O - OPPOSITION" to h-action
               when other move aud-action to h-action
           end-evaluate.
           move aud-id to h-id.
           write ligne-rapport.
           move ligne-colonnes to ligne-rapport.
           write ligne-rapport.
           if aud-opposition
               perform p-imprimer-opposition
               exit paragraph
           end-if.
           move "NO PERSONNE" to ch-libelle.
           move av-id to ch-avant.
           move ap-id to ch-apres.
           write ligne-rapport.
           add 10 to ws-nb-ligne.

      *> an O entry carries the PERSOPP record before and after ;
      *> a blank side is shown empty, not as zeros.
       p-imprimer-opposition.
           move "NO PERSONNE" to ch-libelle.
           move aud-id to ch-avant.
           move aud-id to ch-apres.
           perform p-imprimer-champ.
           move "DATE OPPOS." to ch-libelle.
           move spaces to ch-avant.
           move spaces to ch-apres.
           if aud-avant not = spaces
               move avo-date to ch-avant
           end-if.
           if aud-apres not = spaces
               move apo-date to ch-apres
           end-if.
           perform p-imprimer-champ.
           move "CANAL" to ch-libelle.
           move avo-canal to ch-avant.
           move apo-canal to ch-apres.
           perform p-imprimer-champ.
           move "DATE FIN" to ch-libelle.
           move spaces to ch-avant.
           move spaces to ch-apres.
           if aud-avant not = spaces
               move avo-date-fin to ch-avant
           end-if.
           if aud-apres not = spaces
               move apo-date-fin to ch-apres
           end-if.
           perform p-imprimer-champ.
           move "SAISIE PAR" to ch-libelle.
           move avo-operateur to ch-avant.
           move apo-operateur to ch-apres.
           perform p-imprimer-champ.
           move spaces to ligne-rapport.
           write ligne-rapport.
           add 8 to ws-nb-ligne.

       p-imprimer-champ.
           if ch-avant = ch-apres
               move space to ch-flag
           move ws-nb-suppr to ra-total.
           move ligne-resume-action to ligne-rapport.
           write ligne-rapport.
           move "OPPOSITIONS" to ra-libelle.
           move ws-nb-oppositions to ra-total.
           move ligne-resume-action to ligne-rapport.
           write ligne-rapport.
           move "TOTAL RETENU" to ra-libelle.
           move ws-nb-retenus to ra-total.
           move ligne-resume-action to ligne-rapport.
