      *> go too), and the av-/ap- name and address fields of their
      *> historical audit entries are anonymized - aud-id and the
      *> entry counts stay, so PERSVER's reconciliation still
      *> balances. a do-not-mail opposition (PERSOPP) of a purged
      *> person is removed with them, and the address of the
      *> campaign pieces sent to them (PERSCAMH) is blanked but for
      *> the codepostal the campaign statistics need. the contact
      *> notes of a purged person (PERSNOTE) are erased. purged
      *> numbers are remembered in PERSPUR.IDS and a certificate
      *> report goes to PERSPUR.LST for the compliance file.
      *>
      *> parameter : the cut-off date (aaaammjj), or
      *> FICHIER=nom to anonymize another audit file (an archived
               access mode is dynamic
               record key is pa-cle
               file status is ws-persadr-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is dynamic
               record key is opp-id
               file status is ws-persopp-status.
           select perscamh assign to "PERSCAMH"
               organization is indexed
               access mode is dynamic
               record key is ch-cle
               alternate record key is ch-code with duplicates
               file status is ws-perscamh-status.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is dynamic
               record key is nt-cle
               file status is ws-persnote-status.
           select puridx assign to "PERSPUR.IDS"
               organization is indexed
               access mode is dynamic
           copy PERSAUD.
       fd  persadr.
           copy PADRREC.
       fd  persopp.
           copy OPPREC.
       fd  perscamh.
           copy CAMHREC.
       fd  persnote.
           copy NOTEREC.
       fd  puridx.
           01 puridx-record.
               2 pur-id pic 9(8).
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
               88 ws-persadr-non-trouve value "23" "10".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-perscamh-status pic x(2).
               88 ws-perscamh-ok value "00".
               88 ws-perscamh-fin value "23" "10".
           1 ws-persnote-status pic x(2).
               88 ws-persnote-ok value "00".
               88 ws-persnote-fin value "23" "10".
           1 ws-puridx-status pic x(2).
               88 ws-puridx-ok value "00".
           1 ws-arccat-status pic x(2).
           1 ws-coupure pic 9(8) value zero.
           1 ws-adr-present pic x(1) value "N".
               88 ws-persadr-present value "O".
           1 ws-opp-present pic x(1) value "N".
               88 ws-persopp-present value "O".
           1 ws-camh-present pic x(1) value "N".
               88 ws-perscamh-present value "O".
           1 ws-note-present pic x(1) value "N".
               88 ws-persnote-present value "O".

           1 ws-tri-fin pic x(1) value "N".
               88 ws-tri-epuise value "O".
               2 ws-nb-aud-lus pic 9(9) value zero.
               2 ws-nb-anonymises pic 9(9) value zero.
               2 ws-nb-adr-supprimees pic 9(9) value zero.
               2 ws-nb-opp-supprimees pic 9(9) value zero.
               2 ws-nb-pieces-anonymisees pic 9(9) value zero.
               2 ws-nb-notes-supprimees pic 9(9) value zero.

           1 ws-ancien.
               2 ancien-id pic 9(8).
           if ws-persadr-ok
               set ws-persadr-present to true
           end-if.
           open i-o persopp.
           if ws-persopp-ok
               set ws-persopp-present to true
           end-if.
           open i-o perscamh.
           if ws-perscamh-ok
               set ws-perscamh-present to true
           end-if.
           open i-o persnote.
           if ws-persnote-ok
               set ws-persnote-present to true
           end-if.
           move "00" to ws-persmast-status.
           move zero to pm-id of persmast-record.
           start persmast key is not less than
           if ws-persadr-present
               close persadr
           end-if.
           if ws-persopp-present
               close persopp
           end-if.
           if ws-perscamh-present
               close perscamh
           end-if.
           if ws-persnote-present
               close persnote
           end-if.

      *> one call = one person group : the highest movement date of
      *> the pending person is kept, and the first record of the
               invalid key continue
           end-write.
           perform p-purger-adresses.
           perform p-purger-opposition.
           perform p-anonymiser-pieces.
           perform p-purger-notes.
           if ws-derniere-date = zero
               move ancien-id to sa-id
               move ligne-sans-activite to ligne-rapport
               end-if
           end-perform.

      *> the opposition goes with the person ; its removal is
      *> traced as an O entry like any other change to PERSOPP.
       p-purger-opposition.
           if not ws-persopp-present
               exit paragraph
           end-if.
           move ancien-id to opp-id.
           read persopp
               invalid key exit paragraph
           end-read.
           add 1 to ws-nb-opp-supprimees.
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

      *> the pieces stay, so each campaign keeps its counts ; only
      *> the street and the ville are blanked.
       p-anonymiser-pieces.
           if not ws-perscamh-present
               exit paragraph
           end-if.
           move "00" to ws-perscamh-status.
           move ancien-id to ch-id.
           move zero to ch-date-envoi.
           move low-values to ch-code.
           start perscamh key is not less than ch-cle
               invalid key set ws-perscamh-fin to true
           end-start.
           perform until ws-perscamh-fin
               read perscamh next record
                   at end set ws-perscamh-fin to true
               end-read
               if not ws-perscamh-fin
                   if ch-id = ancien-id
                       move zero to ch-numero
                       move all "*" to ch-rue
                       move all "*" to ch-ville
                       rewrite perscamh-record
                           invalid key continue
                       end-rewrite
                       add 1 to ws-nb-pieces-anonymisees
                   else
                       set ws-perscamh-fin to true
                   end-if
               end-if
           end-perform.

      *> the notes hold free text about the person : none is kept.
       p-purger-notes.
           if not ws-persnote-present
               exit paragraph
           end-if.
           move "00" to ws-persnote-status.
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
                       add 1 to ws-nb-notes-supprimees
                   else
                       set ws-persnote-fin to true
                   end-if
               end-if
           end-perform.

      *> second pass over the audit trail : every entry of a purged
      *> person loses its names and addresses but keeps its ids,
      *> action, dates and operator, so the counts and PERSVER's
           close persaud.
           close puridx.

      *> an O entry holds no name nor address : it is left as is.
       p-anonymiser-enr.
           if aud-opposition
               exit paragraph
           end-if.
           if aud-avant not = spaces
               move all "*" to av-nom
               move all "*" to av-prenom
           move ws-nb-adr-supprimees to cp-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "OPPOSITIONS SUPPRIMEES" to cp-libelle.
           move ws-nb-opp-supprimees to cp-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "PIECES DE CAMPAGNE ANONYMISEES" to cp-libelle.
           move ws-nb-pieces-anonymisees to cp-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "NOTES DE CONTACT SUPPRIMEES" to cp-libelle.
           move ws-nb-notes-supprimees to cp-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "MOUVEMENTS AUDIT LUS" to cp-libelle.
           move ws-nb-aud-lus to cp-total.
           move ligne-compteur to ligne-rapport.
