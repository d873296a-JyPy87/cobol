      *> and profile per operator. reserved to profile 4 operators ;
      *> as long as the file is absent or empty OPERSGN lets anyone
      *> in, which is how the first operator gets keyed.
      *> the password typed here is an initial one : only its
      *> fingerprint is stored (OPERHSH) and the operator must
      *> change it at the first sign-on. the D option unlocks an
      *> account locked by OPERSGN and resets its password the same
      *> way ; the reset is journalised under the id of the
      *> operator who made it.

       environment division.
       configuration section.
               2 ws-oper-id pic x(8) value spaces.
               2 ws-oper-motpasse pic x(8) value spaces.
               2 ws-oper-profil pic 9(1) value zero.
               2 ws-oper-verrou pic x(3) value spaces.
               2 ws-oper-echecs pic 9(2) value zero.
               2 ws-oper-date-motpasse pic 9(8) value zero.
               2 ws-oper-date-verrou pic 9(8) value zero.

           1 ws-controle.
               2 ws-message pic x(40) value spaces.

           copy SGNZONE.
           copy OPERJRN.
           copy HSHZONE.

       screen section.

               2 line 6 col 10 value "M - Modifier un operateur".
               2 line 7 col 10 value "S - Supprimer un operateur".
               2 line 8 col 10 value "C - Consulter un operateur".
               2 line 9 col 10
                   value "D - Debloquer / reinitialiser un operateur".
               2 line 10 col 10 value "X - Quitter".
               2 line 12 col 10 value "Votre choix : ".
               2 col 25 pic x(1) to ws-choix required.

           1 s-opm-id.

           1 s-opm-detail.
               2 line 7 col 8 value "Mot de passe : ".
               2 col 25 pic x(8) to ws-oper-motpasse required secure.
               2 line 8 col 8 value "Profil (1-4) : ".
               2 col 25 pic 9(1) to ws-oper-profil required.
               2 line 10 col 8
                   value "3=Suppression  4=Referentiels".

           1 s-opm-detail-modif.
               2 line 8 col 8 value "Profil (1-4) : ".
               2 col 25 pic 9(1) using ws-oper-profil.
               2 line 10 col 8
               2 col 25 pic x(8) from ws-oper-id.
               2 line 7 col 8 value "Profil : ".
               2 col 25 pic 9(1) from ws-oper-profil.
               2 line 8 col 8 value "Verrouille : ".
               2 col 25 pic x(3) from ws-oper-verrou.
               2 col 30 value "le ".
               2 col 33 pic 9(8) from ws-oper-date-verrou.
               2 line 9 col 8 value "Echecs : ".
               2 col 25 pic 9(2) from ws-oper-echecs.
               2 line 10 col 8 value "Mot de passe du : ".
               2 col 27 pic 9(8) from ws-oper-date-motpasse.

           1 s-opm-reinit.
               2 line 12 col 8 value "Nouveau mot de passe : ".
               2 col 33 pic x(8) to ws-oper-motpasse required secure.

           1 a-opm-confirmation.
               2 line 13 col 8 pic x(40) from ws-message.
                       perform p-supprimer
                   when ws-choix = "C" or ws-choix = "c"
                       perform p-consulter
                   when ws-choix = "D" or ws-choix = "d"
                       perform p-debloquer
                   when ws-choix = "X" or ws-choix = "x"
                       set ws-programme-termine to true
                   when other
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
                   display a-opm-confirmation
               end-if
           end-perform.
           move ws-oper-id to op-id.
           read opermast
               invalid key
                   perform p-calculer-empreinte
                   move ws-oper-profil to op-profil
                   perform p-initialiser-securite
                   write opermast-record
                       invalid key
                           move "Erreur creation" to ws-message
               invalid key
                   move "Operateur inconnu" to ws-message
               not invalid key
                   move op-profil to ws-oper-profil
                   display s-opm-detail-modif
                   accept s-opm-detail-modif
                   perform p-controler-profil
                   if ws-message = spaces
                       move ws-oper-profil to op-profil
                       rewrite opermast-record
                           invalid key
                   move "Operateur inconnu" to ws-message
                   display a-opm-confirmation
               not invalid key
                   perform p-preparer-detail
                   display a-opm-detail
           end-read.
           close opermast.

       p-preparer-detail.
           move op-profil to ws-oper-profil.
           if op-verrouille
               move "OUI" to ws-oper-verrou
               move op-date-verrou to ws-oper-date-verrou
           else
               move "NON" to ws-oper-verrou
               move zero to ws-oper-date-verrou
           end-if.
           move op-nb-echecs to ws-oper-echecs.
           move op-date-motpasse to ws-oper-date-motpasse.

      *> only the fingerprint of the password is stored, salted
      *> with the operator id.
       p-calculer-empreinte.
           move ws-oper-id to hsh-operateur.
           move ws-oper-motpasse to hsh-motpasse.
           call "OPERHSH" using empreinte-zone.
           move hsh-empreinte to op-empreinte.
           move spaces to ws-oper-motpasse.

      *> a password set here is provisional : date zero makes
      *> OPERSGN ask for a new one at the next sign-on.
       p-initialiser-securite.
           move zero to op-date-motpasse.
           move zero to op-nb-echecs.
           set op-deverrouille to true.
           move zero to op-date-verrou.

      *> unlock and reset in one go : a locked operator has
      *> forgotten or mistyped the password, so the account is
      *> given a provisional one the operator must change at once.
       p-debloquer.
           move spaces to ws-oper-id.
           move spaces to ws-oper-motpasse.
           display a-opm-titre.
           display s-opm-id.
           accept s-opm-id.
           perform p-ouvrir-opermast.
           move ws-oper-id to op-id.
           read opermast
               invalid key
                   move "Operateur inconnu" to ws-message
               not invalid key
                   perform p-preparer-detail
                   display a-opm-detail
                   display s-opm-reinit
                   accept s-opm-reinit
                   perform p-calculer-empreinte
                   perform p-initialiser-securite
                   rewrite opermast-record
                       invalid key
                           move "Erreur mise a jour" to ws-message
                       not invalid key
                           move "Operateur debloque et reinitialise"
                               to ws-message
                           perform p-journaliser-reinit
                   end-rewrite
           end-read.
           close opermast.
           display a-opm-confirmation.

       p-journaliser-reinit.
           move "OPERMNT" to jrn-programme.
           move ws-operateur to jrn-operateur.
           move spaces to jrn-evenement.
           string "REINIT MDP " ws-oper-id
               delimited by size into jrn-evenement.
           call "OPERLOG" using journal-zone.
