       identification division.
       program-id. PERSDCDM.
       date-written. Octobre 2026.
       author. Jeremy.

      *> review screen for the deceased-person candidates found by
      *> PERSDCD. each pending candidate (state P) is shown beside
      *> the current PERSMAST fiche ; the operator confirms or
      *> rejects it. a confirmed death removes the person, their
      *> PERSADR addresses, PERSNOTE notes and PERSOPP opposition
      *> with D and O audit entries under the operator's id,
      *> exactly like PROG's S option ; a rejected candidate
      *> stays on file so PERSDCD never proposes it again. removing
      *> a person needs the delete profile, and the session
      *> registers in PERSRUN like every online program.

       environment division.
       configuration section.
       special-names.
           crt status is ws-crt-status.
       input-output section.
       file-control.
           select persdcd assign to "PERSDCD"
               organization is indexed
               access mode is dynamic
               record key is dcd-cle
               file status is ws-persdcd-status.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persaud assign to "PERSAUD.DAT"
               organization is sequential
               file status is ws-persaud-status.
           select persadr assign to "PERSADR"
               organization is indexed
               access mode is dynamic
               record key is pa-cle
               file status is ws-persadr-status.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is dynamic
               record key is nt-cle
               file status is ws-persnote-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is dynamic
               record key is opp-id
               file status is ws-persopp-status.
           select persrun assign to "PERSRUN"
               organization is indexed
               access mode is dynamic
               record key is run-cle
               file status is ws-persrun-status.

       data division.
       file section.
       fd  persdcd.
           copy DCDREC.
       fd  persmast.
           copy PERSREC.
       fd  persaud.
           copy PERSAUD.
       fd  persadr.
           copy PADRREC.
       fd  persnote.
           copy NOTEREC.
       fd  persopp.
           copy OPPREC.
       fd  persrun.
           copy PRUNREC.

       working-storage section.
           1 ws-persdcd-status pic x(2).
               88 ws-persdcd-ok value "00".
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
           1 ws-persaud-status pic x(2).
               88 ws-persaud-ok value "00".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
               88 ws-persadr-non-trouve value "23" "10".
           1 ws-persnote-status pic x(2).
               88 ws-persnote-ok value "00".
               88 ws-persnote-fin value "23" "10".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-crt-status pic 9(4) value zero.

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

           1 ws-fin-parcours pic x(1) value "N".
               88 ws-parcours-termine value "O".
           1 ws-decision-etat pic x(1) value "N".
               88 ws-decision-prise value "O".
           1 ws-fiche-etat pic x(1) value "N".
               88 ws-fiche-presente value "O".
           1 ws-ancien-existe pic x(1) value "N".
               88 ws-ancien-ok value "O".
           1 ws-ancien.
               2 ancien-id pic 9(8).
               2 ancien-nom pic x(30).
               2 ancien-prenom pic x(30).
               2 ancien-adresse.
                   3 ancien-numero pic 9(3).
                   3 ancien-rue pic x(30).
                   3 ancien-codepostal pic 9(5).
                   3 ancien-ville pic x(30).

           1 ws-compteurs.
               2 ws-nb-presentes pic 9(5) value zero.
               2 ws-nb-confirmes pic 9(5) value zero.
               2 ws-nb-rejetes pic 9(5) value zero.

           1 ws-affichage.
               2 ws-confiance-libelle pic x(12) value spaces.
               2 ws-fic-ligne-nom pic x(62) value spaces.
               2 ws-fic-ligne-adr pic x(62) value spaces.
               2 ws-dcd-ligne-nom pic x(62) value spaces.
               2 ws-dcd-ligne-adr pic x(62) value spaces.
               2 ws-num-affiche pic zz9.
           1 ws-controle.
               2 ws-message pic x(40) value spaces.
               2 ws-choix pic x(1) value spaces.
               2 ws-confirmation pic x(1) value spaces.
                   88 ws-confirme value "O" "o".

       screen section.

           1 a-dcd-titre.
               2 blank screen.
               2 line 3 col 8 value "Revue des deces presumes".

           1 s-dcd-signon.
               2 line 5 col 8 value "Identifiant operateur : ".
               2 col 33 pic x(8) to ws-operateur required.
               2 line 6 col 8 value "Mot de passe : ".
               2 col 33 pic x(8) to ws-motpasse secure.

           1 a-dcd-confirmation.
               2 line 13 col 8 pic x(40) from ws-message.

           1 s-dcd-detail.
               2 blank screen.
               2 line 3 col 8 value "Revue des deces presumes".
               2 line 5 col 8 value "No personne : ".
               2 col 23 pic 9(8) from dcd-id.
               2 col 40 value "Confiance : ".
               2 col 52 pic x(12) from ws-confiance-libelle.
               2 line 7 col 8 value "Fiche : ".
               2 col 16 pic x(62) from ws-fic-ligne-nom.
               2 line 8 col 16 pic x(62) from ws-fic-ligne-adr.
               2 line 10 col 8 value "Deces : ".
               2 col 16 pic x(62) from ws-dcd-ligne-nom.
               2 line 11 col 16 pic x(62) from ws-dcd-ligne-adr.
               2 line 14 col 8 pic x(40) from ws-message.
               2 line 16 col 8
                   value "C=Confirmer R=Rejeter P=Passer X=Quitter : ".
               2 col 52 pic x(1) to ws-choix required.

           1 s-dcd-confirm.
               2 line 18 col 8
                   value "Confirmer le deces et supprimer (O/N) : ".
               2 col 49 pic x(1) to ws-confirmation required.

       procedure division.
       p-principal.
           perform p-ouvrir-session.
           if not ws-session-ouverte
               stop run
           end-if.
           open i-o persdcd.
           if not ws-persdcd-ok
               display "PERSDCDM - pas de fichier PERSDCD, "
                   "rien a revoir."
               perform p-desinscrire-session
               stop run
           end-if.
           move low-values to dcd-cle.
           start persdcd key is not less than dcd-cle
               invalid key set ws-parcours-termine to true
           end-start.
           perform until ws-parcours-termine
               read persdcd next record
                   at end set ws-parcours-termine to true
               end-read
               if not ws-parcours-termine and dcd-propose
                   add 1 to ws-nb-presentes
                   perform p-revoir-candidat
               end-if
           end-perform.
           close persdcd.
           perform p-desinscrire-session.
           display "PERSDCDM termine - " ws-nb-confirmes
               " deces confirmes, " ws-nb-rejetes " rejetes sur "
               ws-nb-presentes " presentes.".
           stop run.

      *> three attempts, then the program gives up. a confirmed
      *> death deletes the person, so the delete profile is
      *> required - the same bar as PROG's S option.
       p-ouvrir-session.
           perform until ws-session-ouverte or ws-nb-essais >= 3
               display a-dcd-titre
               display s-dcd-signon
               accept s-dcd-signon
               move "PERSDCDM" to sgn-programme
               move ws-operateur to sgn-operateur
               move ws-motpasse to sgn-motpasse
               call "OPERSGN" using signon-zone
               add 1 to ws-nb-essais
               if sgn-accepte and sgn-peut-supprimer
                   perform p-controler-chaine
                   if ws-chaine-en-cours
                       move "Chaine de nuit en cours, acces refuse"
                           to ws-message
                       display a-dcd-confirmation
                       move 3 to ws-nb-essais
                   else
                       perform p-inscrire-session
                       set ws-session-ouverte to true
                   end-if
               else
                   if sgn-accepte
                       move "PERSDCDM" to jrn-programme
                       move ws-operateur to jrn-operateur
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
                   display a-dcd-confirmation
               end-if
           end-perform.

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

       p-revoir-candidat.
           perform p-lire-fiche.
           evaluate true
               when dcd-haute move "HAUTE" to ws-confiance-libelle
               when dcd-moyenne move "MOYENNE" to ws-confiance-libelle
               when dcd-faible move "FAIBLE" to ws-confiance-libelle
               when other move dcd-confiance to ws-confiance-libelle
           end-evaluate.
           move spaces to ws-dcd-ligne-nom.
           string function trim(dcd-prenom) " "
               function trim(dcd-nom)
               delimited by size into ws-dcd-ligne-nom.
           move spaces to ws-dcd-ligne-adr.
           string "le " dcd-date-deces(7:2) "/" dcd-date-deces(5:2)
               "/" dcd-date-deces(1:4) " a " dcd-codepostal " "
               function trim(dcd-ville)
               delimited by size into ws-dcd-ligne-adr.
           move spaces to ws-message.
           move "N" to ws-decision-etat.
           perform until ws-decision-prise or ws-parcours-termine
               move spaces to ws-choix
               display s-dcd-detail
               accept s-dcd-detail
               evaluate true
                   when ws-choix = "C" or ws-choix = "c"
                       perform p-confirmer-deces
                   when ws-choix = "R" or ws-choix = "r"
                       perform p-rejeter-candidat
                   when ws-choix = "P" or ws-choix = "p"
                       set ws-decision-prise to true
                   when ws-choix = "X" or ws-choix = "x"
                       set ws-parcours-termine to true
                   when other
                       move "Choix invalide" to ws-message
               end-evaluate
           end-perform.

      *> the person may already be gone (an earlier candidate of
      *> the same person, PROG, a return) : the candidate can then
      *> only be closed, nothing is left to delete.
       p-lire-fiche.
           move "N" to ws-fiche-etat.
           move spaces to ws-fic-ligne-nom.
           move spaces to ws-fic-ligne-adr.
           open input persmast.
           if ws-persmast-ok
               move dcd-id to pm-id
               read persmast
                   invalid key continue
                   not invalid key set ws-fiche-presente to true
               end-read
               close persmast
           end-if.
           if not ws-fiche-presente
               move "Personne deja absente de PERSMAST"
                   to ws-fic-ligne-nom
               exit paragraph
           end-if.
           string function trim(pm-prenom) " "
               function trim(pm-nom)
               delimited by size into ws-fic-ligne-nom.
           move pm-numero to ws-num-affiche.
           string function trim(ws-num-affiche) " "
               function trim(pm-rue) " " pm-codepostal " "
               function trim(pm-ville)
               delimited by size into ws-fic-ligne-adr.

       p-confirmer-deces.
           move spaces to ws-confirmation.
           display s-dcd-confirm.
           accept s-dcd-confirm.
           if not ws-confirme
               move "Confirmation abandonnee" to ws-message
               exit paragraph
           end-if.
           if ws-fiche-presente
               perform p-supprimer-personne
           end-if.
           set dcd-confirme to true.
           accept dcd-date-decision from date yyyymmdd.
           move ws-operateur to dcd-operateur.
           rewrite persdcd-record
               invalid key
                   move "Erreur mise a jour PERSDCD" to ws-message
                   exit paragraph
           end-rewrite.
           add 1 to ws-nb-confirmes.
           set ws-decision-prise to true.

       p-rejeter-candidat.
           set dcd-rejete to true.
           accept dcd-date-decision from date yyyymmdd.
           move ws-operateur to dcd-operateur.
           rewrite persdcd-record
               invalid key
                   move "Erreur mise a jour PERSDCD" to ws-message
                   exit paragraph
           end-rewrite.
           add 1 to ws-nb-rejetes.
           set ws-decision-prise to true.

       p-supprimer-personne.
           open i-o persmast.
           move dcd-id to pm-id.
           move "N" to ws-ancien-existe.
           read persmast
               invalid key continue
               not invalid key
                   move persmast-record to ws-ancien
                   set ws-ancien-ok to true
           end-read.
           if ws-ancien-ok
               delete persmast record
                   invalid key continue
               end-delete
               perform p-tracer-audit
               perform p-supprimer-adresses
               perform p-supprimer-notes
               perform p-supprimer-opposition
           end-if.
           close persmast.

       p-tracer-audit.
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
           move "D" to aud-action.
           move ancien-id to aud-id.
           move ancien-id to av-id.
           move ancien-nom to av-nom.
           move ancien-prenom to av-prenom.
           move ancien-adresse to av-adresse.
           move spaces to aud-apres.
           write persaud-enr.
           close persaud.

      *> a deleted person leaves no secondary addresses behind.
       p-supprimer-adresses.
           open i-o persadr.
           if not ws-persadr-ok
               exit paragraph
           end-if.
           move ancien-id to pa-id.
           move low-values to pa-type.
           move zero to pa-date-debut.
           start persadr key is not less than pa-cle
               invalid key set ws-persadr-non-trouve to true
           end-start.
           perform until ws-persadr-non-trouve
               read persadr next record
                   at end set ws-persadr-non-trouve to true
               end-read
               if not ws-persadr-non-trouve
                   if pa-id = ancien-id
                       delete persadr record
                           invalid key continue
                       end-delete
                   else
                       set ws-persadr-non-trouve to true
                   end-if
               end-if
           end-perform.
           close persadr.

      *> nor any contact note.
       p-supprimer-notes.
           open i-o persnote.
           if not ws-persnote-ok
               exit paragraph
           end-if.
           move ancien-id to nt-id.
           move zero to nt-date.
           move zero to nt-heure.
           start persnote key is not less than nt-cle
               invalid key set ws-persnote-fin to true
           end-start.
           perform until ws-persnote-fin
               read persnote next record
                   at end set ws-persnote-fin to true
               end-read
               if not ws-persnote-fin
                   if nt-id = ancien-id
                       delete persnote record
                           invalid key continue
                       end-delete
                   else
                       set ws-persnote-fin to true
                   end-if
               end-if
           end-perform.
           close persnote.

      *> nor an opposition : it goes with the person, audited O
      *> with a blank after image.
       p-supprimer-opposition.
           open i-o persopp.
           if not ws-persopp-ok
               exit paragraph
           end-if.
           move ancien-id to opp-id.
           read persopp
               invalid key
                   close persopp
                   exit paragraph
           end-read.
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
           move ancien-id to aud-id.
           move spaces to aud-avant.
           move opp-id to avo-id.
           move opp-date to avo-date.
           move opp-canal to avo-canal.
           move opp-date-fin to avo-date-fin.
           move opp-operateur to avo-operateur.
           move spaces to aud-apres.
           delete persopp record
               invalid key continue
           end-delete.
           write persaud-enr.
           close persaud.
           close persopp.
