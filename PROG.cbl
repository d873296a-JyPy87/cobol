               access mode is dynamic
               record key is num-cle
               file status is ws-persnum-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is dynamic
               record key is opp-id
               file status is ws-persopp-status.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is dynamic
               record key is nt-cle
               file status is ws-persnote-status.

       data division.
       file section.
           copy PRUNREC.
       fd  persnum.
           copy PNUMREC.
       fd  persopp.
           copy OPPREC.
       fd  persnote.
           copy NOTEREC.

       working-storage section.
           1 personne.
               2 ws-persnum-status pic x(2).
                   88 ws-persnum-ok value "00".
                   88 ws-persnum-absent value "35".
               2 ws-persopp-status pic x(2).
                   88 ws-persopp-ok value "00".
               2 ws-persnote-status pic x(2).
                   88 ws-persnote-ok value "00".
                   88 ws-persnote-non-trouve value "23" "10".

           1 ws-operateur pic x(8) value spaces.
           1 ws-motpasse pic x(8) value spaces.
                   88 ws-mode-modification value "M".
                   88 ws-mode-suppression value "S".
                   88 ws-mode-adresses value "E".
                   88 ws-mode-opposition value "O".
                   88 ws-mode-notes value "N".

           1 ws-recherche.
               2 ws-recherche-nom pic x(30) value spaces.
               2 ws-adr-ligne occurs 6 times pic x(70).
           1 ws-adr-transfert pic x(93) value spaces.

           1 ws-opposition.
               2 ws-opp-choix pic x(1) value spaces.
               2 ws-opp-date pic 9(8) value zero.
               2 ws-opp-canal pic x(1) value spaces.
                   88 ws-opp-canal-valide value "C" "T" "G" "E".
               2 ws-opp-fin pic 9(8) value zero.
               2 ws-opp-operateur pic x(8) value spaces.
               2 ws-opp-etat pic x(60) value spaces.
               2 ws-opp-fini pic x(1) value "N".
                   88 ws-opp-termine value "O".
               2 ws-opp-enregistree pic x(1) value "N".
                   88 ws-opp-presente value "O".
               2 ws-date-jour pic 9(8) value zero.
      *> before and after state of one opposition change, handed to
      *> p-tracer-opposition for the O audit entry.
           1 ws-opp-trace.
               2 ws-opp-trace-id pic 9(8) value zero.
               2 ws-opp-avant-etat pic x(1) value "N".
                   88 ws-opp-avant-ok value "O".
               2 ws-opp-apres-etat pic x(1) value "N".
                   88 ws-opp-apres-ok value "O".
           1 ws-opp-ancien.
               2 oan-id pic 9(8).
               2 oan-date pic 9(8).
               2 oan-canal pic x(1).
               2 oan-date-fin pic 9(8).
               2 oan-operateur pic x(8).
           1 ws-opp-double.
               2 odb-id pic 9(8).
               2 odb-date pic 9(8).
               2 odb-canal pic x(1).
               2 odb-date-fin pic 9(8).
               2 odb-operateur pic x(8).

      *> contact notes of the fiche : a page holds five notes,
      *> the most recent first, each shown on two lines.
           1 ws-notes-sec.
               2 ws-nt-choix pic x(1) value spaces.
               2 ws-nt-type pic x(1) value spaces.
                   88 ws-nt-type-valide value "T" "C" "G" "R".
               2 ws-nt-texte pic x(70) value spaces.
               2 ws-nt-cloture pic x(1) value "N".
                   88 ws-nt-cloture-demandee value "O" "o".
               2 ws-nt-fini pic x(1) value "N".
                   88 ws-nt-termine value "O".
               2 ws-nb-notes pic 9 value zero.
               2 ws-nb-notes-sauve pic 9 value zero.
               2 ws-nt-idx pic 9 value zero.
               2 ws-nt-rang pic 99 value zero.
               2 ws-nb-ouvertes pic 9(3) value zero.
               2 ws-nb-closes pic 9(3) value zero.
               2 ws-nt-essais pic 99 value zero.
               2 ws-nt-libelle pic x(11) value spaces.
               2 ws-nt-cle-nouvelle pic x(22) value spaces.
               2 ws-nt-reprise pic x(22) value spaces.
               2 ws-nt-non-transferees pic 9(3) value zero.
               2 ws-nt-secondes pic 9(5) value zero.
               2 ws-nt-hms.
                   3 ws-nt-hh pic 99.
                   3 ws-nt-mm pic 99.
                   3 ws-nt-ss pic 99.
           1 ws-notes-page.
               2 ws-note occurs 5 times pic x(102).
           1 ws-notes-sauvees.
               2 ws-note-sauvee occurs 5 times pic x(102).
           1 ws-nt-lignes.
               2 ws-nt-ligne occurs 10 times pic x(70).
           1 ws-nt-transfert pic x(102) value spaces.
           1 ws-note-vue.
               2 ntv-id pic 9(8).
               2 ntv-date pic 9(8).
               2 ntv-heure pic 9(6).
               2 ntv-operateur pic x(8).
               2 ntv-type pic x(1).
                   88 ntv-telephone value "T".
                   88 ntv-courrier value "C".
                   88 ntv-guichet value "G".
                   88 ntv-reclamation value "R".
               2 ntv-suivi pic x(1).
                   88 ntv-ouverte value "O".
                   88 ntv-close value "C".
               2 ntv-texte pic x(70).

           1 ws-fusion.
               2 ws-fusion-survivant pic 9(8) value zero.
               2 ws-fusion-double pic 9(8) value zero.
               2 line 9 col 10 value "S - Supprimer une personne".
               2 line 10 col 10 value "F - Fusionner des doublons".
               2 line 11 col 10 value "E - Adresses d'une personne".
               2 line 12 col 10 value "O - Opposition au courrier".
               2 line 13 col 10 value "N - Notes de contact".
               2 line 14 col 10 value "X - Quitter".
               2 line 16 col 10 value "Votre choix : ".
               2 col 25 pic x(1) to ws-choix required.

           1 s-plg-nom.
               2 line 20 col 8 value "Date fin (aaaammjj ou 0) : ".
               2 col 36 pic 9(8) to ws-adr-fin.

           1 a-plg-opposition.
               2 blank screen.
               2 line 3 col 8 value "Opposition au courrier".
               2 line 4 col 8 value "No personne : ".
               2 col 24 pic 9(8) from ws-id-personne.
               2 line 5 col 8 pic x(30) from nom.
               2 col 40 pic x(30) from prenom.
               2 line 7 col 8 pic x(60) from ws-opp-etat.
               2 line 9 col 8 value "Date de l'opposition : ".
               2 col 40 pic 9(8) from ws-opp-date.
               2 line 10 col 8 value "Canal (C/T/G/E) : ".
               2 col 40 pic x(1) from ws-opp-canal.
               2 line 11 col 8 value "Date de fin (0 si aucune) : ".
               2 col 40 pic 9(8) from ws-opp-fin.
               2 line 12 col 8 value "Saisie par : ".
               2 col 40 pic x(8) from ws-opp-operateur.
               2 line 13 col 8 value
                   "C=Courrier T=Telephone G=Guichet E=Electronique".
               2 line 15 col 8 pic x(40) from ws-message.
               2 line 17 col 8
                   value "E=Enregistrer S=Supprimer X=Retour : ".
               2 col 45 pic x(1) to ws-opp-choix required.

           1 s-plg-opposition.
               2 line 9 col 40 pic 9(8) using ws-opp-date.
               2 line 10 col 40 pic x(1) using ws-opp-canal.
               2 line 11 col 40 pic 9(8) using ws-opp-fin.

           1 s-plg-confirm-opposition.
               2 line 19 col 8
                   value "Confirmer la suppression (O/N) : ".
               2 col 42 pic x(1) to ws-confirmation required.

           1 a-plg-notes.
               2 blank screen.
               2 line 3 col 8 value "Notes de contact".
               2 line 4 col 8 value "No personne : ".
               2 col 24 pic 9(8) from ws-id-personne.
               2 line 5 col 8 pic x(30) from nom.
               2 col 40 pic x(30) from prenom.
               2 line 7 col 8 value
                   "DATE       HEURE  OPERATEUR CONTACT".
               2 line 8 col 8 pic x(70) from ws-nt-ligne(1).
               2 line 9 col 8 pic x(70) from ws-nt-ligne(2).
               2 line 10 col 8 pic x(70) from ws-nt-ligne(3).
               2 line 11 col 8 pic x(70) from ws-nt-ligne(4).
               2 line 12 col 8 pic x(70) from ws-nt-ligne(5).
               2 line 13 col 8 pic x(70) from ws-nt-ligne(6).
               2 line 14 col 8 pic x(70) from ws-nt-ligne(7).
               2 line 15 col 8 pic x(70) from ws-nt-ligne(8).
               2 line 16 col 8 pic x(70) from ws-nt-ligne(9).
               2 line 17 col 8 pic x(70) from ws-nt-ligne(10).
               2 line 19 col 8 pic x(40) from ws-message.
               2 line 20 col 8 value
                   "PF7 notes plus recentes - PF8 notes plus anciennes".
               2 line 21 col 8
                   value "A=Ajouter une note X=Retour : ".
               2 col 39 pic x(1) to ws-nt-choix.

           1 s-plg-note.
               2 blank screen.
               2 line 3 col 8 value "Nouvelle note de contact".
               2 line 4 col 8 value "No personne : ".
               2 col 24 pic 9(8) from ws-id-personne.
               2 line 5 col 8 pic x(30) from nom.
               2 col 40 pic x(30) from prenom.
               2 line 7 col 8 value "Contact (T/C/G/R) : ".
               2 col 29 pic x(1) to ws-nt-type required.
               2 line 8 col 8 value
                   "T=Telephone C=Courrier G=Guichet R=Reclamation".
               2 line 10 col 8 value "Texte :".
               2 line 11 col 8 pic x(70) to ws-nt-texte.
               2 line 13 col 8 value "Reclamations ouvertes : ".
               2 col 33 pic zz9 from ws-nb-ouvertes.
               2 line 14 col 8
                   value "Les clore avec cette note (O/N) : ".
               2 col 43 pic x(1) to ws-nt-cloture.

           1 s-plg-recherche.
               2 line 5 col 8 value "Nom (ou debut du nom) : ".
               2 col 33 pic x(30) to ws-recherche-nom.
                       else
                           perform p-refuser-action
                       end-if
                   when ws-choix = "O" or ws-choix = "o"
                       if sgn-peut-mettre-a-jour
                           perform p-opposition
                       else
                           perform p-refuser-action
                       end-if
                   when ws-choix = "N" or ws-choix = "n"
                       if sgn-peut-mettre-a-jour
                           perform p-notes
                       else
                           perform p-refuser-action
                       end-if
                   when ws-choix = "L" or ws-choix = "l"
                       call "PERSLIST"
                       move "Listing termine (voir PERSLIST.LST)."
      *> sign-on through the OPERMAST operator file : the typed id
      *> and password go to OPERSGN, which answers with the profile
      *> driving what the menu accepts. three refusals and the
      *> program gives up ; a locked account ends it at once.
      *> failed attempts, lockouts and the forced password change
      *> are handled and journalised by OPERSGN itself.
       p-ouvrir-session.
           perform until ws-session-ouverte or ws-nb-essais >= 3
               display a-plg-titre
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
                   display a-plg-confirmation
               end-if
           end-perform.
                                   perform p-supprimer-personne
                               when ws-mode-adresses
                                   perform p-gerer-adresses
                               when ws-mode-opposition
                                   perform p-gerer-opposition
                               when ws-mode-notes
                                   perform p-gerer-notes
                               when other
                                   perform p-afficher-selection
                           end-evaluate
           perform p-rechercher.
           set ws-mode-consultation to true.

      *> O - Opposition : the person is found through the same
      *> search list, then their do-not-mail opposition is keyed,
      *> changed or removed. the person stays on file ; PERSEXP and
      *> PERSLAB leave them out while the opposition is in force.
       p-opposition.
           set ws-mode-opposition to true.
           perform p-rechercher.
           set ws-mode-consultation to true.

      *> N - Notes : the person is found through the same search
      *> list, then their contact notes are paged through, most
      *> recent first, and a new one can be keyed.
       p-notes.
           set ws-mode-notes to true.
           perform p-rechercher.
           set ws-mode-consultation to true.

       p-supprimer-personne.
           open input persmast.
           move ws-liste-id(ws-selection) to pm-id of persmast-record.
               delete persmast record
               perform p-tracer-audit
               perform p-supprimer-adresses
               perform p-supprimer-notes
               perform p-supprimer-opposition
               move spaces to ws-message
               string "Personne supprimee (no "
                   ancien-id ")"
               exit paragraph
           end-if.
           perform p-appliquer-fusion.
           if ws-nt-non-transferees = zero
               move spaces to ws-message
               string "Fusion faite vers no "
                   ws-fusion-survivant
                   delimited by size into ws-message
           end-if.
           display a-plg-confirmation.

       p-formater-fusion.
           end-if.
           close persmast.
           perform p-transferer-adresses.
           perform p-transferer-notes.
           perform p-transferer-opposition.
           perform p-ecrire-xref.

       p-ecrire-xref.
                   end-rewrite
           end-read.
           close persadr.

       p-gerer-notes.
           open input persmast.
           move ws-liste-id(ws-selection) to pm-id of persmast-record.
           read persmast
               invalid key
                   move "Personne introuvable" to ws-message
           end-read.
           if not ws-persmast-ok
               display a-plg-confirmation
               close persmast
               exit paragraph
           end-if.
           move pm-id of persmast-record to ws-id-personne.
           move pm-nom of persmast-record to nom.
           move pm-prenom of persmast-record to prenom.
           close persmast.
           move "N" to ws-nt-fini.
           move spaces to ws-message.
           perform p-charger-notes.
           perform until ws-nt-termine
               move spaces to ws-nt-choix
               display a-plg-notes
               move zero to ws-crt-status
               accept a-plg-notes
               evaluate ws-crt-status
                   when 1007
                       perform p-notes-recentes
                   when 1008
                       perform p-notes-anciennes
                   when 1003
                       set ws-nt-termine to true
                   when other
                       evaluate true
                           when ws-nt-choix = "A" or ws-nt-choix = "a"
                               perform p-ajouter-note
                               perform p-charger-notes
                           when ws-nt-choix = "X" or ws-nt-choix = "x"
                               set ws-nt-termine to true
                           when other
                               move "Choix invalide" to ws-message
                       end-evaluate
               end-evaluate
           end-perform.

       p-ouvrir-persnote.
           open i-o persnote.
           if not ws-persnote-ok
               open output persnote
               close persnote
               open i-o persnote
           end-if.

      *> first page : the five most recent notes of the person.
       p-charger-notes.
           move zero to ws-nb-notes.
           perform p-ouvrir-persnote.
           move ws-id-personne to nt-id.
           move 99999999 to nt-date.
           move 999999 to nt-heure.
           start persnote key is less than nt-cle
               invalid key set ws-persnote-non-trouve to true
           end-start.
           perform p-lire-notes-anciennes.
           close persnote.
           perform p-formater-notes.

      *> PF8 : the five notes before the last one shown.
       p-notes-anciennes.
           if ws-nb-notes < 5
               move "Pas de note plus ancienne." to ws-message
               exit paragraph
           end-if.
           perform p-sauvegarder-notes.
           perform p-ouvrir-persnote.
           move ws-note(ws-nb-notes) to persnote-record.
           start persnote key is less than nt-cle
               invalid key set ws-persnote-non-trouve to true
           end-start.
           move zero to ws-nb-notes.
           perform p-lire-notes-anciennes.
           close persnote.
           if ws-nb-notes = zero
               perform p-restaurer-notes
               move "Pas de note plus ancienne." to ws-message
           else
               move spaces to ws-message
           end-if.
           perform p-formater-notes.

      *> PF7 : the five notes after the first one shown, read
      *> forward and stored from the bottom of the page up so the
      *> most recent still comes first.
       p-notes-recentes.
           if ws-nb-notes = zero
               exit paragraph
           end-if.
           perform p-sauvegarder-notes.
           perform p-ouvrir-persnote.
           move ws-note(1) to persnote-record.
           start persnote key is greater than nt-cle
               invalid key set ws-persnote-non-trouve to true
           end-start.
           move zero to ws-nb-notes.
           perform until ws-persnote-non-trouve or ws-nb-notes = 5
               read persnote next record
                   at end set ws-persnote-non-trouve to true
               end-read
               if not ws-persnote-non-trouve
                   if nt-id = ws-id-personne
                       add 1 to ws-nb-notes
                       move persnote-record to ws-note(6 - ws-nb-notes)
                   else
                       set ws-persnote-non-trouve to true
                   end-if
               end-if
           end-perform.
           close persnote.
           if ws-nb-notes = zero
               perform p-restaurer-notes
               move "Pas de note plus recente." to ws-message
           else
               perform p-tasser-notes
               move spaces to ws-message
           end-if.
           perform p-formater-notes.

       p-lire-notes-anciennes.
           perform until ws-persnote-non-trouve or ws-nb-notes = 5
               read persnote previous record
                   at end set ws-persnote-non-trouve to true
               end-read
               if not ws-persnote-non-trouve
                   if nt-id = ws-id-personne
                       add 1 to ws-nb-notes
                       move persnote-record to ws-note(ws-nb-notes)
                   else
                       set ws-persnote-non-trouve to true
                   end-if
               end-if
           end-perform.

       p-sauvegarder-notes.
           move ws-notes-page to ws-notes-sauvees.
           move ws-nb-notes to ws-nb-notes-sauve.

       p-restaurer-notes.
           move ws-notes-sauvees to ws-notes-page.
           move ws-nb-notes-sauve to ws-nb-notes.

       p-tasser-notes.
           compute ws-nt-rang = 6 - ws-nb-notes.
           perform varying ws-nt-idx from 1 by 1
                   until ws-nt-idx > ws-nb-notes
               move ws-note(ws-nt-rang) to ws-note(ws-nt-idx)
               add 1 to ws-nt-rang
           end-perform.

       p-formater-notes.
           perform varying ws-nt-idx from 1 by 1 until ws-nt-idx > 5
               compute ws-nt-rang = ws-nt-idx * 2 - 1
               move spaces to ws-nt-ligne(ws-nt-rang)
               move spaces to ws-nt-ligne(ws-nt-rang + 1)
               if ws-nt-idx <= ws-nb-notes
                   move ws-note(ws-nt-idx) to ws-note-vue
                   perform p-formater-note
               end-if
           end-perform.

       p-formater-note.
           evaluate true
               when ntv-telephone move "TELEPHONE" to ws-nt-libelle
               when ntv-courrier move "COURRIER" to ws-nt-libelle
               when ntv-guichet move "GUICHET" to ws-nt-libelle
               when ntv-reclamation move "RECLAMATION" to ws-nt-libelle
               when other move ntv-type to ws-nt-libelle
           end-evaluate.
           string ntv-date(1:4) "/" ntv-date(5:2) "/" ntv-date(7:2)
               " " ntv-heure(1:2) ":" ntv-heure(3:2) "  "
               ntv-operateur "  " ws-nt-libelle
               delimited by size into ws-nt-ligne(ws-nt-rang).
           if ntv-ouverte
               move "- OUVERTE" to ws-nt-ligne(ws-nt-rang)(50:9)
           end-if.
           if ntv-close
               move "- CLOSE" to ws-nt-ligne(ws-nt-rang)(50:7)
           end-if.
           string "  " ntv-texte
               delimited by size into ws-nt-ligne(ws-nt-rang + 1).

      *> the note is stamped with the operator of the session and
      *> the current date and time. a reclamation opens with its
      *> own R note ; the reclamations already open are closed when
      *> the operator says so while keying the note that settles
      *> them, whatever its type.
       p-ajouter-note.
           perform p-compter-reclamations.
           move spaces to ws-nt-type.
           move spaces to ws-nt-texte.
           move "N" to ws-nt-cloture.
           display s-plg-note.
           accept s-plg-note.
           move function upper-case(ws-nt-type) to ws-nt-type.
           if not ws-nt-type-valide
               move "Contact invalide (T, C, G ou R)" to ws-message
               exit paragraph
           end-if.
           if ws-nt-texte = spaces
               move "Texte obligatoire" to ws-message
               exit paragraph
           end-if.
           perform p-ouvrir-persnote.
           move ws-id-personne to nt-id.
           accept nt-date from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to nt-heure.
           move ws-operateur to nt-operateur.
           move ws-nt-type to nt-type.
           if nt-reclamation
               set nt-ouverte to true
           else
               move spaces to nt-suivi
           end-if.
           move ws-nt-texte to nt-texte.
           move nt-cle to ws-nt-cle-nouvelle.
           write persnote-record
               invalid key
                   move "Note deja presente, reessayer" to ws-message
                   close persnote
                   exit paragraph
           end-write.
           move zero to ws-nb-closes.
           if ws-nt-cloture-demandee and ws-nb-ouvertes > zero
               perform p-clore-reclamations
           end-if.
           close persnote.
           if ws-nb-closes = zero
               move "Note ajoutee" to ws-message
           else
               move spaces to ws-message
               string "Note ajoutee, " ws-nb-closes
                   " reclamations closes"
                   delimited by size into ws-message
           end-if.

       p-compter-reclamations.
           move zero to ws-nb-ouvertes.
           perform p-ouvrir-persnote.
           perform p-positionner-notes.
           perform until ws-persnote-non-trouve
               read persnote next record
                   at end set ws-persnote-non-trouve to true
               end-read
               if not ws-persnote-non-trouve
                   if nt-id = ws-id-personne
                       if nt-reclamation and nt-ouverte
                           add 1 to ws-nb-ouvertes
                       end-if
                   else
                       set ws-persnote-non-trouve to true
                   end-if
               end-if
           end-perform.
           close persnote.

      *> the note just written is left open when it is itself a
      *> reclamation.
       p-clore-reclamations.
           perform p-positionner-notes.
           perform until ws-persnote-non-trouve
               read persnote next record
                   at end set ws-persnote-non-trouve to true
               end-read
               if not ws-persnote-non-trouve
                   if nt-id = ws-id-personne
                       if nt-reclamation and nt-ouverte
                               and nt-cle not = ws-nt-cle-nouvelle
                           set nt-close to true
                           rewrite persnote-record
                               invalid key continue
                               not invalid key add 1 to ws-nb-closes
                           end-rewrite
                       end-if
                   else
                       set ws-persnote-non-trouve to true
                   end-if
               end-if
           end-perform.

       p-positionner-notes.
           move "00" to ws-persnote-status.
           move ws-id-personne to nt-id.
           move zero to nt-date.
           move zero to nt-heure.
           start persnote key is not less than nt-cle
               invalid key set ws-persnote-non-trouve to true
           end-start.

      *> the notes of a deleted person go with the fiche, like its
      *> secondary addresses.
       p-supprimer-notes.
           perform p-ouvrir-persnote.
           move "00" to ws-persnote-status.
           move ancien-id to nt-id.
           move zero to nt-date.
           move zero to nt-heure.
           start persnote key is not less than nt-cle
               invalid key set ws-persnote-non-trouve to true
           end-start.
           perform until ws-persnote-non-trouve
               read persnote next record
                   at end set ws-persnote-non-trouve to true
               end-read
               if not ws-persnote-non-trouve
                   if nt-id = ancien-id
                       delete persnote record
                           invalid key continue
                       end-delete
                   else
                       set ws-persnote-non-trouve to true
                   end-if
               end-if
           end-perform.
           close persnote.

      *> the double's notes follow the merge the way its addresses
      *> do, re-keyed one at a time under the survivor's number. a
      *> note of the survivor stamped the very same second does not
      *> make one disappear : the moved note is shifted a second.
      *> the double's note is only deleted once written under the
      *> survivor ; one that cannot be placed stays where it is,
      *> reading resumes after it and the operator is told.
       p-transferer-notes.
           perform p-ouvrir-persnote.
           move "N" to ws-nt-fini.
           move zero to ws-nt-non-transferees.
           perform until ws-nt-termine
               move "00" to ws-persnote-status
               if ws-nt-non-transferees = zero
                   move ws-fusion-double to nt-id
                   move zero to nt-date
                   move zero to nt-heure
                   start persnote key is not less than nt-cle
                       invalid key set ws-persnote-non-trouve to true
                   end-start
               else
                   move ws-nt-reprise to nt-cle
                   start persnote key is greater than nt-cle
                       invalid key set ws-persnote-non-trouve to true
                   end-start
               end-if
               if not ws-persnote-non-trouve
                   read persnote next record
                       at end set ws-persnote-non-trouve to true
                   end-read
               end-if
               if ws-persnote-non-trouve
                       or nt-id not = ws-fusion-double
                   set ws-nt-termine to true
               else
                   move persnote-record to ws-nt-transfert
                   move ws-fusion-survivant to nt-id
                   perform p-ecrire-note-transferee
                   move ws-nt-transfert to persnote-record
                   if ws-persnote-ok
                       delete persnote record
                           invalid key continue
                       end-delete
                   else
                       move nt-cle to ws-nt-reprise
                       add 1 to ws-nt-non-transferees
                   end-if
               end-if
           end-perform.
           close persnote.
           if ws-nt-non-transferees > zero
               move spaces to ws-message
               string ws-nt-non-transferees
                   " note(s) restee(s) sous no "
                   ws-fusion-double
                   delimited by size into ws-message
           end-if.

       p-ecrire-note-transferee.
           move zero to ws-nt-essais.
           move "22" to ws-persnote-status.
           perform until ws-persnote-ok or ws-nt-essais > 59
               write persnote-record
                   invalid key
                       perform p-decaler-note
                       add 1 to ws-nt-essais
               end-write
           end-perform.

      *> one second later, on to the next day after 23:59:59.
       p-decaler-note.
           move nt-heure to ws-nt-hms.
           compute ws-nt-secondes =
               ws-nt-hh * 3600 + ws-nt-mm * 60 + ws-nt-ss + 1.
           if ws-nt-secondes >= 86400
               subtract 86400 from ws-nt-secondes
               compute nt-date = function date-of-integer(
                   function integer-of-date(nt-date) + 1)
           end-if.
           divide ws-nt-secondes by 3600 giving ws-nt-hh
               remainder ws-nt-secondes.
           divide ws-nt-secondes by 60 giving ws-nt-mm
               remainder ws-nt-ss.
           move ws-nt-hms to nt-heure.

       p-gerer-opposition.
           open input persmast.
           move ws-liste-id(ws-selection) to pm-id of persmast-record.
           read persmast
               invalid key
                   move "Personne introuvable" to ws-message
           end-read.
           if not ws-persmast-ok
               display a-plg-confirmation
               close persmast
               exit paragraph
           end-if.
           move pm-id of persmast-record to ws-id-personne.
           move pm-nom of persmast-record to nom.
           move pm-prenom of persmast-record to prenom.
           close persmast.
           accept ws-date-jour from date yyyymmdd.
           move "N" to ws-opp-fini.
           move spaces to ws-message.
           perform until ws-opp-termine
               perform p-charger-opposition
               move spaces to ws-opp-choix
               display a-plg-opposition
               accept a-plg-opposition
               evaluate true
                   when ws-opp-choix = "E" or ws-opp-choix = "e"
                       perform p-enregistrer-opposition
                   when ws-opp-choix = "S" or ws-opp-choix = "s"
                       perform p-retirer-opposition
                   when ws-opp-choix = "X" or ws-opp-choix = "x"
                       set ws-opp-termine to true
                   when other
                       move "Choix invalide" to ws-message
               end-evaluate
           end-perform.

       p-ouvrir-persopp.
           open i-o persopp.
           if not ws-persopp-ok
               open output persopp
               close persopp
               open i-o persopp
           end-if.

      *> an opposition is in force from the day it was received up
      *> to its end date included ; one with an end date already
      *> past is kept on file, shown as ended.
       p-charger-opposition.
           move "N" to ws-opp-enregistree.
           perform p-ouvrir-persopp.
           move ws-id-personne to opp-id.
           read persopp
               invalid key continue
               not invalid key set ws-opp-presente to true
           end-read.
           close persopp.
           if not ws-opp-presente
               move zero to ws-opp-date
               move spaces to ws-opp-canal
               move zero to ws-opp-fin
               move spaces to ws-opp-operateur
               move "Aucune opposition enregistree" to ws-opp-etat
               exit paragraph
           end-if.
           move opp-date to ws-opp-date.
           move opp-canal to ws-opp-canal.
           move opp-date-fin to ws-opp-fin.
           move opp-operateur to ws-opp-operateur.
           evaluate true
               when opp-date > ws-date-jour
                   move "Opposition enregistree - pas encore en vigueur"
                       to ws-opp-etat
               when opp-date-fin not = zero
                       and opp-date-fin < ws-date-jour
                   move "Opposition terminee" to ws-opp-etat
               when other
                   move "Opposition en vigueur" to ws-opp-etat
           end-evaluate.

      *> a new opposition is offered with today's date ; changing
      *> an existing one keeps its values as the starting point.
      *> the operator keying it becomes the one on record.
       p-enregistrer-opposition.
           if not ws-opp-presente
               move ws-date-jour to ws-opp-date
           end-if.
           display s-plg-opposition.
           accept s-plg-opposition.
           move function upper-case(ws-opp-canal) to ws-opp-canal.
           if ws-opp-date = zero
               move "Date d'opposition obligatoire" to ws-message
               exit paragraph
           end-if.
           if ws-opp-date > ws-date-jour
               move "Date d'opposition dans le futur" to ws-message
               exit paragraph
           end-if.
           if not ws-opp-canal-valide
               move "Canal invalide (C, T, G ou E)" to ws-message
               exit paragraph
           end-if.
           if ws-opp-fin > zero and ws-opp-fin < ws-opp-date
               move "Date fin avant date d'opposition" to ws-message
               exit paragraph
           end-if.
           perform p-ouvrir-persopp.
           move ws-id-personne to opp-id.
           move "N" to ws-opp-avant-etat.
           read persopp
               invalid key continue
               not invalid key
                   move persopp-record to ws-opp-ancien
                   set ws-opp-avant-ok to true
           end-read.
           move ws-id-personne to opp-id.
           move ws-opp-date to opp-date.
           move ws-opp-canal to opp-canal.
           move ws-opp-fin to opp-date-fin.
           move ws-operateur to opp-operateur.
           if ws-opp-avant-ok
               rewrite persopp-record
                   invalid key
                       move "Erreur mise a jour" to ws-message
                   not invalid key
                       move "Opposition modifiee" to ws-message
               end-rewrite
           else
               write persopp-record
                   invalid key
                       move "Erreur creation" to ws-message
                   not invalid key
                       move "Opposition enregistree" to ws-message
               end-write
           end-if.
           if ws-persopp-ok
               move ws-id-personne to ws-opp-trace-id
               set ws-opp-apres-ok to true
               perform p-tracer-opposition
           end-if.
           close persopp.

       p-retirer-opposition.
           if not ws-opp-presente
               move "Aucune opposition a supprimer" to ws-message
               exit paragraph
           end-if.
           move spaces to ws-confirmation.
           display s-plg-confirm-opposition.
           accept s-plg-confirm-opposition.
           if not ws-confirme
               move "Suppression abandonnee" to ws-message
               exit paragraph
           end-if.
           perform p-ouvrir-persopp.
           move ws-id-personne to opp-id.
           move "N" to ws-opp-avant-etat.
           read persopp
               invalid key
                   move "Opposition introuvable" to ws-message
               not invalid key
                   move persopp-record to ws-opp-ancien
                   set ws-opp-avant-ok to true
           end-read.
           if ws-opp-avant-ok
               delete persopp record
                   invalid key continue
               end-delete
               move ws-id-personne to ws-opp-trace-id
               move "N" to ws-opp-apres-etat
               perform p-tracer-opposition
               move "Opposition supprimee" to ws-message
           end-if.
           close persopp.

      *> the double's opposition follows the merge when the survivor
      *> has none, or only one already ended while the double's is
      *> still in force : an objection is never lost by a merge.
      *> both sides are audited like the addresses of the fiche.
       p-transferer-opposition.
           accept ws-date-jour from date yyyymmdd.
           perform p-ouvrir-persopp.
           move ws-fusion-double to opp-id.
           read persopp
               invalid key
                   close persopp
                   exit paragraph
           end-read.
           move persopp-record to ws-opp-double.
           delete persopp record
               invalid key continue
           end-delete.
           move ws-opp-double to ws-opp-ancien.
           move ws-fusion-double to ws-opp-trace-id.
           set ws-opp-avant-ok to true.
           move "N" to ws-opp-apres-etat.
           perform p-tracer-opposition.
           move ws-fusion-survivant to opp-id.
           move "N" to ws-opp-avant-etat.
           read persopp
               invalid key continue
               not invalid key
                   move persopp-record to ws-opp-ancien
                   set ws-opp-avant-ok to true
           end-read.
           if ws-opp-avant-ok
               if oan-date-fin = zero or oan-date-fin >= ws-date-jour
                       or (odb-date-fin not = zero
                           and odb-date-fin < ws-date-jour)
                   close persopp
                   exit paragraph
               end-if
           end-if.
           move ws-opp-double to persopp-record.
           move ws-fusion-survivant to opp-id.
           if ws-opp-avant-ok
               rewrite persopp-record
                   invalid key continue
               end-rewrite
           else
               write persopp-record
                   invalid key continue
               end-write
           end-if.
           move ws-fusion-survivant to ws-opp-trace-id.
           set ws-opp-apres-ok to true.
           perform p-tracer-opposition.
           close persopp.

      *> a deleted person leaves no opposition behind : it goes
      *> with them, audited O with a blank after image.
       p-supprimer-opposition.
           perform p-ouvrir-persopp.
           move ws-id-personne to opp-id.
           read persopp
               invalid key
                   close persopp
                   exit paragraph
           end-read.
           move persopp-record to ws-opp-ancien.
           delete persopp record
               invalid key continue
           end-delete.
           move ws-id-personne to ws-opp-trace-id.
           set ws-opp-avant-ok to true.
           move "N" to ws-opp-apres-etat.
           perform p-tracer-opposition.
           close persopp.

      *> O audit entry : the before image is ws-opp-ancien when
      *> ws-opp-avant-ok, the after image the current persopp-record
      *> when ws-opp-apres-ok ; a missing side is left blank.
       p-tracer-opposition.
           open extend persaud.
           if not ws-persaud-ok
               open output persaud
               close persaud
               open extend persaud
           end-if.
           accept aud-date from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to aud-heure.
           move ws-operateur to aud-operateur.
           move "O" to aud-action.
           move ws-opp-trace-id to aud-id.
           move spaces to aud-avant.
           if ws-opp-avant-ok
               move oan-id to avo-id
               move oan-date to avo-date
               move oan-canal to avo-canal
               move oan-date-fin to avo-date-fin
               move oan-operateur to avo-operateur
           end-if.
           move spaces to aud-apres.
           if ws-opp-apres-ok
               move opp-id to apo-id
               move opp-date to apo-date
               move opp-canal to apo-canal
               move opp-date-fin to apo-date-fin
               move opp-operateur to apo-operateur
           end-if.
           write persaud-enr.
           close persaud.
