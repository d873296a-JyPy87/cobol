       identification division.
       program-id. CAMPMNT.
       date-written. Octobre 2026.
       author. Jeremy.

      *> maintenance of the mailing campaigns (PERSCAMP) : code,
      *> title, send date, address type and the selection criteria
      *> PERSCAM applies on the run. a campaign already run can
      *> only be consulted - its history in PERSCAMH must keep
      *> matching the criteria it was sent with. every profile may
      *> consult, adding, changing or deleting needs the update
      *> profile, and the session registers in PERSRUN like
      *> every online program.

       environment division.
       configuration section.
       special-names.
           crt status is ws-crt-status.
       input-output section.
       file-control.
           select perscamp assign to "PERSCAMP"
               organization is indexed
               access mode is dynamic
               record key is cam-code
               file status is ws-perscamp-status.
           select persrun assign to "PERSRUN"
               organization is indexed
               access mode is dynamic
               record key is run-cle
               file status is ws-persrun-status.

       data division.
       file section.
       fd  perscamp.
           copy CAMPREC.
       fd  persrun.
           copy PRUNREC.

       working-storage section.
           1 ws-perscamp-status pic x(2).
               88 ws-perscamp-ok value "00".
           1 ws-crt-status pic 9(4) value zero.

      *> the entry fields, laid out like cam-criteres so the
      *> criteria move to and from the record in one piece.
           1 ws-saisie.
               2 ws-cam-code pic x(8) value spaces.
               2 ws-cam-titre pic x(40) value spaces.
               2 ws-cam-date pic 9(8) value zero.
               2 ws-cam-type pic x(1) value space.
                   88 ws-cam-type-valide value space "D" "E" "S".
               2 ws-cam-criteres.
                   3 ws-cam-dep pic x(2) occurs 10 times.
                   3 ws-cam-ville pic x(30) occurs 5 times.
                   3 ws-cam-tranche occurs 5 times.
                       4 ws-cam-mini pic 9(5).
                       4 ws-cam-maxi pic 9(5).
           1 ws-cam-execution pic 9(8) value zero.
           1 ws-cam-envois pic 9(7) value zero.
           1 ws-idx pic 99 value zero.
           1 ws-date-jour pic 9(8) value zero.
           1 ws-saisie-etat pic x(1) value "N".
               88 ws-saisie-valide value "O".

           1 ws-operateur pic x(8) value spaces.
           1 ws-motpasse pic x(8) value spaces.
           1 ws-session pic x(1) value "N".
               88 ws-session-ouverte value "O".
           1 ws-nb-essais pic 9 value zero.
           1 ws-persrun-status pic x(2).
               88 ws-persrun-ok value "00".
           1 ws-inscription pic x(1) value "N".
               88 ws-session-inscrite value "O".
           1 ws-chaine-detectee pic x(1) value "N".
               88 ws-chaine-en-cours value "O".
      *> TIME gives hhmmsscc ; only hhmmss is kept, through an
      *> 8-digit work field so the hour is not truncated away.
           1 ws-heure-systeme pic 9(8) value zero.
           copy SGNZONE.
           copy OPERJRN.

           1 ws-controle.
               2 ws-message pic x(40) value spaces.
               2 ws-choix pic x(1) value spaces.
               2 ws-confirmation pic x(1) value spaces.
                   88 ws-confirme value "O" "o".
               2 ws-continuer pic x(1) value "O".
                   88 ws-programme-continue value "O".
                   88 ws-programme-termine value "N".

       screen section.

           1 a-cam-titre.
               2 blank screen.
               2 line 3 col 10 value "Campagnes de publipostage".

           1 s-cam-signon.
               2 line 5 col 8 value "Identifiant operateur : ".
               2 col 33 pic x(8) to ws-operateur required.
               2 line 6 col 8 value "Mot de passe : ".
               2 col 33 pic x(8) to ws-motpasse secure.

           1 a-cam-menu.
               2 blank screen.
               2 line 3 col 10 value "Campagnes de publipostage".
               2 line 5 col 10 value "A - Ajouter une campagne".
               2 line 6 col 10 value "M - Modifier une campagne".
               2 line 7 col 10 value "S - Supprimer une campagne".
               2 line 8 col 10 value "C - Consulter une campagne".
               2 line 9 col 10 value "X - Quitter".
               2 line 11 col 10 value "Votre choix : ".
               2 col 25 pic x(1) to ws-choix required.

           1 s-cam-code.
               2 blank screen.
               2 line 3 col 10 value "Campagnes de publipostage".
               2 line 5 col 8 value "Code campagne : ".
               2 col 33 pic x(8) to ws-cam-code required.

           1 s-cam-fiche.
               2 line 5 col 8 value "Code campagne : ".
               2 col 33 pic x(8) from ws-cam-code.
               2 line 6 col 8 value "Titre : ".
               2 col 33 pic x(40) using ws-cam-titre.
               2 line 7 col 8 value "Date d'envoi (AAAAMMJJ) : ".
               2 col 33 pic 9(8) using ws-cam-date.
               2 line 8 col 8 value "Type adresse (D/E/S) : ".
               2 col 33 pic x(1) using ws-cam-type.
               2 col 36 value "(blanc = adresse effective)".
               2 line 10 col 8 value "Departements : ".
               2 col 33 pic x(2) using ws-cam-dep(1).
               2 col 36 pic x(2) using ws-cam-dep(2).
               2 col 39 pic x(2) using ws-cam-dep(3).
               2 col 42 pic x(2) using ws-cam-dep(4).
               2 col 45 pic x(2) using ws-cam-dep(5).
               2 col 48 pic x(2) using ws-cam-dep(6).
               2 col 51 pic x(2) using ws-cam-dep(7).
               2 col 54 pic x(2) using ws-cam-dep(8).
               2 col 57 pic x(2) using ws-cam-dep(9).
               2 col 60 pic x(2) using ws-cam-dep(10).
               2 line 11 col 8 value "Villes : ".
               2 col 33 pic x(30) using ws-cam-ville(1).
               2 line 12 col 33 pic x(30) using ws-cam-ville(2).
               2 line 13 col 33 pic x(30) using ws-cam-ville(3).
               2 line 14 col 33 pic x(30) using ws-cam-ville(4).
               2 line 15 col 33 pic x(30) using ws-cam-ville(5).
               2 line 16 col 8 value "Codes postaux (mini-maxi) : ".
               2 col 36 pic 9(5) using ws-cam-mini(1).
               2 col 41 value "-".
               2 col 42 pic 9(5) using ws-cam-maxi(1).
               2 col 49 pic 9(5) using ws-cam-mini(2).
               2 col 54 value "-".
               2 col 55 pic 9(5) using ws-cam-maxi(2).
               2 col 62 pic 9(5) using ws-cam-mini(3).
               2 col 67 value "-".
               2 col 68 pic 9(5) using ws-cam-maxi(3).
               2 line 17 col 36 pic 9(5) using ws-cam-mini(4).
               2 col 41 value "-".
               2 col 42 pic 9(5) using ws-cam-maxi(4).
               2 col 49 pic 9(5) using ws-cam-mini(5).
               2 col 54 value "-".
               2 col 55 pic 9(5) using ws-cam-maxi(5).

           1 a-cam-execution.
               2 line 18 col 8 value "Executee le : ".
               2 col 33 pic 9(8) from ws-cam-execution.
               2 col 43 value "Envois : ".
               2 col 52 pic z(6)9 from ws-cam-envois.

           1 s-cam-confirm.
               2 line 21 col 8
                   value "Confirmer la suppression (O/N) : ".
               2 col 42 pic x(1) to ws-confirmation required.

           1 a-cam-confirmation.
               2 line 19 col 8 pic x(40) from ws-message.

       procedure division.
       p-principal.
           perform p-ouvrir-session.
           accept ws-date-jour from date yyyymmdd.
           perform until ws-programme-termine
               display a-cam-menu
               accept a-cam-menu
               evaluate true
                   when ws-choix = "A" or ws-choix = "a"
                       if sgn-peut-mettre-a-jour
                           perform p-ajouter
                       else
                           perform p-refuser-action
                       end-if
                   when ws-choix = "M" or ws-choix = "m"
                       if sgn-peut-mettre-a-jour
                           perform p-modifier
                       else
                           perform p-refuser-action
                       end-if
                   when ws-choix = "S" or ws-choix = "s"
                       if sgn-peut-mettre-a-jour
                           perform p-supprimer
                       else
                           perform p-refuser-action
                       end-if
                   when ws-choix = "C" or ws-choix = "c"
                       perform p-consulter
                   when ws-choix = "X" or ws-choix = "x"
                       set ws-programme-termine to true
                   when other
                       move "Choix invalide" to ws-message
                       display a-cam-confirmation
               end-evaluate
           end-perform.
           perform p-desinscrire-session.
           stop run.

       p-ouvrir-session.
           perform until ws-session-ouverte or ws-nb-essais >= 3
               display a-cam-titre
               display s-cam-signon
               accept s-cam-signon
               move "CAMPMNT" to sgn-programme
               move ws-operateur to sgn-operateur
               move ws-motpasse to sgn-motpasse
               call "OPERSGN" using signon-zone
               add 1 to ws-nb-essais
               if sgn-accepte
                   perform p-controler-chaine
                   if ws-chaine-en-cours
                       move "Chaine de nuit en cours, acces refuse"
                           to ws-message
                       display a-cam-confirmation
                       move 3 to ws-nb-essais
                   else
                       perform p-inscrire-session
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
                   display a-cam-confirmation
               end-if
           end-perform.
           if not ws-session-ouverte
               set ws-programme-termine to true
           end-if.

       p-ouvrir-persrun.
           open i-o persrun.
           if not ws-persrun-ok
               open output persrun
               close persrun
               open i-o persrun
           end-if.

       p-controler-chaine.
           move "N" to ws-chaine-detectee.
           perform p-ouvrir-persrun.
           move "*CHAINE*" to run-cle.
           read persrun
               invalid key continue
               not invalid key set ws-chaine-en-cours to true
           end-read.
           close persrun.

       p-inscrire-session.
           perform p-ouvrir-persrun.
           move ws-operateur to run-cle.
           set run-session to true.
           accept run-date from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to run-heure.
           write persrun-record
               invalid key
                   rewrite persrun-record
                   end-rewrite
           end-write.
           close persrun.
           set ws-session-inscrite to true.

       p-desinscrire-session.
           if not ws-session-inscrite
               exit paragraph
           end-if.
           perform p-ouvrir-persrun.
           move ws-operateur to run-cle.
           delete persrun record
               invalid key continue
           end-delete.
           close persrun.

       p-refuser-action.
           move "CAMPMNT" to jrn-programme.
           move ws-operateur to jrn-operateur.
           move spaces to jrn-evenement.
           string "REFUS ACTION " ws-choix
               delimited by size into jrn-evenement.
           call "OPERLOG" using journal-zone.
           move "Action non autorisee pour ce profil" to ws-message.
           display a-cam-confirmation.

       p-ouvrir-perscamp.
           open i-o perscamp.
           if not ws-perscamp-ok
               open output perscamp
               close perscamp
               open i-o perscamp
           end-if.

       p-saisir-code.
           move spaces to ws-cam-code.
           display s-cam-code.
           accept s-cam-code.
           move function upper-case(ws-cam-code) to ws-cam-code.

       p-ajouter.
           perform p-saisir-code.
           perform p-ouvrir-perscamp.
           move ws-cam-code to cam-code.
           read perscamp
               invalid key continue
               not invalid key
                   move "Campagne deja presente" to ws-message
                   display a-cam-confirmation
                   close perscamp
                   exit paragraph
           end-read.
           move spaces to ws-cam-titre.
           move ws-date-jour to ws-cam-date.
           move space to ws-cam-type.
           initialize ws-cam-criteres.
           perform p-saisir-fiche.
           if ws-saisie-valide
               move ws-cam-code to cam-code
               perform p-garnir-campagne
               move ws-date-jour to cam-date-creation
               move ws-operateur to cam-operateur
               move zero to cam-date-execution
               move zero to cam-nb-envois
               write perscamp-record
                   invalid key
                       move "Erreur creation" to ws-message
                   not invalid key
                       move "Campagne ajoutee" to ws-message
               end-write
           end-if.
           close perscamp.
           display a-cam-confirmation.

       p-modifier.
           perform p-saisir-code.
           perform p-ouvrir-perscamp.
           move ws-cam-code to cam-code.
           read perscamp
               invalid key
                   move "Campagne inconnue" to ws-message
                   display a-cam-confirmation
                   close perscamp
                   exit paragraph
           end-read.
           if cam-date-execution not = zero
               move "Campagne deja executee, non modifiable"
                   to ws-message
               display a-cam-confirmation
               close perscamp
               exit paragraph
           end-if.
           perform p-charger-saisie.
           perform p-saisir-fiche.
           if ws-saisie-valide
               perform p-garnir-campagne
               move ws-operateur to cam-operateur
               rewrite perscamp-record
                   invalid key
                       move "Erreur mise a jour" to ws-message
                   not invalid key
                       move "Campagne modifiee" to ws-message
               end-rewrite
           end-if.
           close perscamp.
           display a-cam-confirmation.

       p-supprimer.
           perform p-saisir-code.
           perform p-ouvrir-perscamp.
           move ws-cam-code to cam-code.
           read perscamp
               invalid key
                   move "Campagne inconnue" to ws-message
                   display a-cam-confirmation
                   close perscamp
                   exit paragraph
           end-read.
           if cam-date-execution not = zero
               move "Campagne deja executee, non supprimable"
                   to ws-message
               display a-cam-confirmation
               close perscamp
               exit paragraph
           end-if.
           perform p-charger-saisie.
           display s-cam-fiche.
           move spaces to ws-confirmation.
           display s-cam-confirm.
           accept s-cam-confirm.
           if ws-confirme
               delete perscamp record
                   invalid key
                       move "Erreur suppression" to ws-message
                   not invalid key
                       move "Campagne supprimee" to ws-message
               end-delete
           else
               move "Suppression abandonnee" to ws-message
           end-if.
           close perscamp.
           display a-cam-confirmation.

       p-consulter.
           perform p-saisir-code.
           perform p-ouvrir-perscamp.
           move ws-cam-code to cam-code.
           read perscamp
               invalid key
                   move "Campagne inconnue" to ws-message
                   display a-cam-confirmation
               not invalid key
                   perform p-charger-saisie
                   display s-cam-fiche
                   if cam-date-execution not = zero
                       display a-cam-execution
                   end-if
           end-read.
           close perscamp.

       p-charger-saisie.
           move cam-titre to ws-cam-titre.
           move cam-date-envoi to ws-cam-date.
           move cam-type-adresse to ws-cam-type.
           move cam-criteres to ws-cam-criteres.
           move cam-date-execution to ws-cam-execution.
           move cam-nb-envois to ws-cam-envois.

       p-garnir-campagne.
           move ws-cam-titre to cam-titre.
           move ws-cam-date to cam-date-envoi.
           move ws-cam-type to cam-type-adresse.
           move ws-cam-criteres to cam-criteres.

      *> the fiche is entered, then checked ; a refused entry is
      *> not written and the message says why.
       p-saisir-fiche.
           move "N" to ws-saisie-etat.
           display s-cam-fiche.
           accept s-cam-fiche.
           move function upper-case(ws-cam-type) to ws-cam-type.
           if ws-cam-titre = spaces
               move "Titre obligatoire" to ws-message
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(ws-cam-date) not = zero
               move "Date d'envoi invalide" to ws-message
               exit paragraph
           end-if.
           if not ws-cam-type-valide
               move "Type d'adresse invalide (D, E, S ou blanc)"
                   to ws-message
               exit paragraph
           end-if.
           perform varying ws-idx from 1 by 1 until ws-idx > 10
               if ws-cam-dep(ws-idx) not = spaces
                       and ws-cam-dep(ws-idx) is not numeric
                   move "Departement invalide (2 chiffres)"
                       to ws-message
                   exit paragraph
               end-if
           end-perform.
           perform varying ws-idx from 1 by 1 until ws-idx > 5
               move function upper-case(ws-cam-ville(ws-idx))
                   to ws-cam-ville(ws-idx)
               if ws-cam-maxi(ws-idx) = zero
                   move ws-cam-mini(ws-idx) to ws-cam-maxi(ws-idx)
               end-if
               if ws-cam-mini(ws-idx) > ws-cam-maxi(ws-idx)
                   move "Tranche de codes postaux inversee"
                       to ws-message
                   exit paragraph
               end-if
           end-perform.
           set ws-saisie-valide to true.
