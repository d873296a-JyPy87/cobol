               end-read
               if not ws-persaud-fin
                   if aud-date(1:6) = ws-mois
                           and aud-mouvement-persmast
                       add 1 to ws-nb-aud-mois
                       perform p-compter-mouvement
                   end-if
