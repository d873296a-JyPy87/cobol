                       move "PROFIL INSUFFISANT" to jrn-evenement
                       call "OPERLOG" using journal-zone
                   end-if
                   if sgn-verrouille
                       move "Compte verrouille, voir le responsable"
                           to ws-message
                       move 3 to ws-nb-essais
                   else
                       move "Acces refuse" to ws-message
                   end-if
                   display a-sus-confirmation
               end-if
           end-perform.
