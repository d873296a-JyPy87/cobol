      *> operator's profile. a failed attempt is journalised
      *> through OPERLOG so it leaves a trace.
      *>
      *> the password is compared through its fingerprint (see
      *> OPERHSH). consecutive failures are counted on the operator
      *> record and the account is locked when they reach
      *> ws-max-echecs ; a locked account is refused whatever the
      *> password, until a profile 4 operator unlocks it through
      *> OPERMNT. a good password clears the counter. a password
      *> never chosen by the operator (new or reset account) or
      *> older than ws-validite days must be changed on the spot :
      *> OPERSGN shows its own change screen before answering, and
      *> the sign-on is refused if no acceptable new password is
      *> given. lockouts, attempts on a locked account, failed and
      *> successful changes are journalised as well.
      *>
      *> without an operator file (or with an empty one, before the
      *> first operator is keyed through OPERMNT) the typed id is
      *> trusted with full authority - the historical behaviour,
      *> and the only way to bootstrap the file.

       environment division.
       configuration section.
       special-names.
           crt status is ws-crt-status.
       input-output section.
       file-control.
           select opermast assign to "OPERMAST"
               88 ws-opermast-absent value "35".
           1 ws-fichier-vide pic x(1) value "N".
               88 ws-opermast-vide value "O".
           1 ws-crt-status pic 9(4) value zero.

      *> security rules : failures before lockout, password
      *> validity in days, minimum password length.
           1 ws-max-echecs pic 9(2) value 5.
           1 ws-validite pic 9(3) value 90.
           1 ws-longueur-mini pic 9(1) value 6.

           1 ws-date-jour pic 9(8) value zero.
           1 ws-age-motpasse pic s9(8) value zero.
           1 ws-changement pic x(1) value "N".
               88 ws-changement-requis value "O".
           1 ws-changement-fait pic x(1) value "N".
               88 ws-motpasse-change value "O".
           1 ws-nb-essais pic 9 value zero.

           1 ws-change.
               2 ws-motif pic x(40) value spaces.
               2 ws-nouveau pic x(8) value spaces.
               2 ws-confirmation pic x(8) value spaces.
               2 ws-message pic x(40) value spaces.

           copy OPERJRN.
           copy HSHZONE.

       linkage section.
           copy SGNZONE.

       screen section.

           1 a-sgn-changement.
               2 blank screen.
               2 line 3 col 10
                   value "Changement de mot de passe obligatoire".
               2 line 5 col 8 value "Operateur : ".
               2 col 25 pic x(8) from sgn-operateur.
               2 line 6 col 8 pic x(40) from ws-motif.

           1 s-sgn-nouveau.
               2 line 8 col 8 value "Nouveau mot de passe : ".
               2 col 33 pic x(8) to ws-nouveau secure.
               2 line 9 col 8 value "Confirmation : ".
               2 col 33 pic x(8) to ws-confirmation secure.

           1 a-sgn-message.
               2 line 11 col 8 pic x(40) from ws-message.

       procedure division using signon-zone.
       p-principal.
           set sgn-refuse to true.
           move zero to sgn-profil.
           accept ws-date-jour from date yyyymmdd.
           open i-o opermast.
           if ws-opermast-absent
               move 4 to sgn-profil
               set sgn-accepte to true
                       perform p-journaliser-refus
                   end-if
               not invalid key
                   perform p-controler-operateur
           end-read.
           close opermast.
           goback.
               not invalid key move "N" to ws-fichier-vide
           end-start.

       p-controler-operateur.
           if op-verrouille
               set sgn-verrouille to true
               move "COMPTE VERROUILLE" to jrn-evenement
               perform p-journaliser-refus
               exit paragraph
           end-if.
           move sgn-operateur to hsh-operateur.
           move sgn-motpasse to hsh-motpasse.
           call "OPERHSH" using empreinte-zone.
           if hsh-empreinte not = op-empreinte
               perform p-compter-echec
               exit paragraph
           end-if.
           move zero to op-nb-echecs.
           perform p-evaluer-validite.
           if ws-changement-requis
               perform p-changer-motpasse
               if not ws-motpasse-change
                   rewrite opermast-record
                       invalid key continue
                   end-rewrite
                   move "ECHEC CHANGEMENT MDP" to jrn-evenement
                   perform p-journaliser-refus
                   exit paragraph
               end-if
               move "MOT DE PASSE CHANGE" to jrn-evenement
               perform p-journaliser-refus
           end-if.
           rewrite opermast-record
               invalid key continue
           end-rewrite.
           move op-profil to sgn-profil.
           set sgn-accepte to true.

      *> the failure reaching the limit locks the account and is
      *> journalised twice : as a failure and as the lockout.
       p-compter-echec.
           if op-nb-echecs < 99
               add 1 to op-nb-echecs
           end-if.
           move "MOT DE PASSE ERRONE" to jrn-evenement.
           perform p-journaliser-refus.
           if op-nb-echecs >= ws-max-echecs
               set op-verrouille to true
               move ws-date-jour to op-date-verrou
               set sgn-verrouille to true
               move "VERROUILLAGE COMPTE" to jrn-evenement
               perform p-journaliser-refus
           end-if.
           rewrite opermast-record
               invalid key continue
           end-rewrite.

       p-evaluer-validite.
           move "N" to ws-changement.
           if op-date-motpasse = zero
                   or function test-date-yyyymmdd(op-date-motpasse)
                       not = zero
               set ws-changement-requis to true
               move "Premiere connexion ou mot de passe reinitialise"
                   to ws-motif
               exit paragraph
           end-if.
           compute ws-age-motpasse =
               function integer-of-date(ws-date-jour)
               - function integer-of-date(op-date-motpasse).
           if ws-age-motpasse > ws-validite
               set ws-changement-requis to true
               move "Mot de passe expire" to ws-motif
           end-if.

      *> three attempts to give a new password : not blank, long
      *> enough, confirmed, and different from the current one.
       p-changer-motpasse.
           move "N" to ws-changement-fait.
           move zero to ws-nb-essais.
           perform until ws-motpasse-change or ws-nb-essais >= 3
               move spaces to ws-nouveau ws-confirmation
               display a-sgn-changement
               display s-sgn-nouveau
               accept s-sgn-nouveau
               add 1 to ws-nb-essais
               perform p-controler-nouveau
               if ws-message = spaces
                   move sgn-operateur to hsh-operateur
                   move ws-nouveau to hsh-motpasse
                   call "OPERHSH" using empreinte-zone
                   if hsh-empreinte = op-empreinte
                       move "Le nouveau mot de passe doit differer"
                           to ws-message
                   else
                       move hsh-empreinte to op-empreinte
                       move ws-date-jour to op-date-motpasse
                       set ws-motpasse-change to true
                   end-if
               end-if
               if not ws-motpasse-change
                   display a-sgn-message
               end-if
           end-perform.

       p-controler-nouveau.
           move spaces to ws-message.
           if ws-nouveau = spaces
               move "Mot de passe obligatoire" to ws-message
               exit paragraph
           end-if.
           if function length(function trim(ws-nouveau))
                   < ws-longueur-mini
               move "Mot de passe trop court (6 minimum)"
                   to ws-message
               exit paragraph
           end-if.
           if ws-confirmation not = ws-nouveau
               move "Confirmation differente" to ws-message
           end-if.

       p-journaliser-refus.
           move sgn-programme to jrn-programme.
           move sgn-operateur to jrn-operateur.
