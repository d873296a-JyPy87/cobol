                       set ws-session-ouverte to true
                   end-if
               else
                   if sgn-verrouille
                       move "Compte verrouille, voir le responsable"
                           to ws-message
                       move 3 to ws-nb-essais
                   else
                       move "Identifiant ou mot de passe refuse"
                           to ws-message
                   end-if
                   display a-cpo-confirmation
               end-if
           end-perform.
