      *> PERSRET operator id. a detail that cannot be applied
      *> (unknown number, name no longer matching, unexpected
      *> action) goes to the anomaly file, never to the bin.
      *> every applied return is also charged to the campaign piece
      *> that caused it (PERSCAMH), and the balancing report shows
      *> the returns per campaign.

       environment division.
       input-output section.
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
           select perscamh assign to "PERSCAMH"
               organization is indexed
               access mode is dynamic
               record key is ch-cle
               alternate record key is ch-code with duplicates
               file status is ws-perscamh-status.

       data division.
       file section.
           copy XREFREC.
       fd  persadr.
           copy PADRREC.
       fd  persnote.
           copy NOTEREC.
       fd  persopp.
           copy OPPREC.
       fd  perscamh.
           copy CAMHREC.

       working-storage section.
           1 ws-ficret-status pic x(2).
               88 ws-persadr-non-trouve value "23" "10".
           1 ws-adr-present pic x(1) value "N".
               88 ws-persadr-present value "O".
           1 ws-persnote-status pic x(2).
               88 ws-persnote-ok value "00".
               88 ws-persnote-fin value "23" "10".
           1 ws-note-present pic x(1) value "N".
               88 ws-persnote-present value "O".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-opp-present pic x(1) value "N".
               88 ws-persopp-present value "O".
           1 ws-perscamh-status pic x(2).
               88 ws-perscamh-ok value "00".
               88 ws-perscamh-fin value "23" "10".
           1 ws-camh-present pic x(1) value "N".
               88 ws-perscamh-present value "O".
           1 ws-xref pic x(1) value "N".
               88 ws-xref-present value "O".
           1 ws-xref-fini pic x(1) value "N".
               2 ws-nb-d-appliques pic 9(9) value zero.
               2 ws-nb-d-rejetes pic 9(9) value zero.
               2 ws-nb-a-rejetes pic 9(9) value zero.
               2 ws-nb-imputes pic 9(9) value zero.
               2 ws-nb-sans-campagne pic 9(9) value zero.

      *> returns charged per campaign, for the balancing report.
           1 ws-table-campagnes.
               2 ws-nb-campagnes pic 9(3) value zero.
               2 ws-campagne-ent occurs 100 times.
                   3 ws-camp-code pic x(8).
                   3 ws-camp-c pic 9(7).
                   3 ws-camp-d pic 9(7).
           1 ws-cidx pic 9(3) value zero.
           1 ws-piece.
               2 ws-piece-id pic 9(8) value zero.
               2 ws-piece-trouvee pic x(1) value "N".
                   88 ws-piece-ok value "O".
               2 ws-piece-cle pic x(24) value spaces.

           1 ws-equilibrage.
               2 ws-entete-vue pic x(1) value "N".
               2 bal-libelle pic x(30).
               2 bal-total pic z(8)9.
               2 filler pic x(41) value spaces.
           1 ligne-bal-cam-entete.
               2 filler pic x(10) value "CAMPAGNE".
               2 filler pic x(12) value "CORRECTIONS".
               2 filler pic x(12) value "NPAI".
               2 filler pic x(46) value spaces.
           1 ligne-bal-campagne.
               2 bal-campagne pic x(10).
               2 bal-cam-c pic z(8)9.
               2 filler pic x(3) value spaces.
               2 bal-cam-d pic z(8)9.
               2 filler pic x(49) value spaces.
           1 ligne-bal-statut.
               2 filler pic x(9) value "STATUT : ".
               2 bal-statut pic x(60).
           if ws-persadr-present
               close persadr
           end-if.
           if ws-persnote-present
               close persnote
           end-if.
           if ws-persopp-present
               close persopp
           end-if.
           if ws-perscamh-present
               close perscamh
           end-if.
           display "PERSRET termine - "
               ws-nb-c-appliques " corrections, "
               ws-nb-d-appliques " suppressions appliquees.".
           if ws-persadr-ok
               set ws-persadr-present to true
           end-if.
           open i-o persnote.
           if ws-persnote-ok
               set ws-persnote-present to true
           end-if.
           open i-o persopp.
           if ws-persopp-ok
               set ws-persopp-present to true
           end-if.
           open i-o perscamh.
           if ws-perscamh-ok
               set ws-perscamh-present to true
           end-if.
           open output persano.
           move ligne-ano-titre to ligne-ano.
           write ligne-ano.
      *> a C rewrites the address, a D (NPAI) removes the person,
      *> anything else is refused. the detail must still name the
      *> person we know under that number, otherwise the return is
      *> stale and goes to the anomalies. a household detail of
      *> PERSEXP reads FAMILLE as prenom : only its nom is checked.
       p-appliquer-mouvement.
           evaluate true
               when if-action = "C"
                   perform p-ecrire-anomalie
               not invalid key
                   if pm-nom of persmast-record not = if-nom
                           or (pm-prenom of persmast-record
                               not = if-prenom
                               and if-prenom not = "FAMILLE")
                       move "NOM DIFF" to ano-motif
                       perform p-ecrire-anomalie
                   else
           end-rewrite.
           move "C" to ws-audit-action.
           perform p-tracer-audit.
           perform p-imputer-campagne.
           add 1 to ws-nb-c-appliques.

       p-supprimer-personne.
           end-delete.
           move "D" to ws-audit-action.
           perform p-tracer-audit.
           perform p-imputer-campagne.
           perform p-supprimer-adresses.
           perform p-supprimer-notes.
           perform p-supprimer-opposition.
           add 1 to ws-nb-d-appliques.

      *> an NPAI delete leaves no secondary addresses behind :
               end-if
           end-perform.

      *> nor any contact note.
       p-supprimer-notes.
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
                   else
                       set ws-persnote-fin to true
                   end-if
               end-if
           end-perform.

      *> nor an opposition : it goes with the person, audited O
      *> with a blank after image.
       p-supprimer-opposition.
           if not ws-persopp-present
               exit paragraph
           end-if.
           move ancien-id to opp-id.
           read persopp
               invalid key exit paragraph
           end-read.
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

      *> the return is charged to the latest piece sent to the
      *> person that has not come back yet. a piece sent under a
      *> number since merged away is looked for under the number
      *> the mailing house quoted.
       p-imputer-campagne.
           if not ws-perscamh-present
               exit paragraph
           end-if.
           move ancien-id to ws-piece-id.
           perform p-chercher-piece.
           if not ws-piece-ok and if-id not = ancien-id
               move if-id to ws-piece-id
               perform p-chercher-piece
           end-if.
           if not ws-piece-ok
               add 1 to ws-nb-sans-campagne
               exit paragraph
           end-if.
           move ws-piece-cle to ch-cle.
           read perscamh
               invalid key
                   add 1 to ws-nb-sans-campagne
                   exit paragraph
           end-read.
           move ws-audit-action to ch-retour.
           move ws-date-jour to ch-date-retour.
           rewrite perscamh-record
               invalid key continue
           end-rewrite.
           add 1 to ws-nb-imputes.
           perform p-compter-campagne.

       p-chercher-piece.
           move "N" to ws-piece-trouvee.
           move "00" to ws-perscamh-status.
           move ws-piece-id to ch-id.
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
                   if ch-id = ws-piece-id
                           and ch-date-envoi <= ws-date-jour
                       if ch-sans-retour
                           move ch-cle to ws-piece-cle
                           set ws-piece-ok to true
                       end-if
                   else
                       set ws-perscamh-fin to true
                   end-if
               end-if
           end-perform.

       p-compter-campagne.
           perform varying ws-cidx from 1 by 1
                   until ws-cidx > ws-nb-campagnes
                   or ws-camp-code(ws-cidx) = ch-code
               continue
           end-perform.
           if ws-cidx > ws-nb-campagnes
               if ws-nb-campagnes >= 100
                   exit paragraph
               end-if
               add 1 to ws-nb-campagnes
               move ws-nb-campagnes to ws-cidx
               move ch-code to ws-camp-code(ws-cidx)
               move zero to ws-camp-c(ws-cidx)
               move zero to ws-camp-d(ws-cidx)
           end-if.
           if ch-retour-correction
               add 1 to ws-camp-c(ws-cidx)
           else
               add 1 to ws-camp-d(ws-cidx)
           end-if.

       p-ecrire-anomalie.
           move if-id to ano-id.
           move if-action to ano-action.
           move ws-nb-a-rejetes to bal-rejetes.
           move ligne-bal-action to ligne-bal.
           write ligne-bal.
           perform p-equilibrer-campagnes.
           if not ws-fin-ok
               move "DESEQUILIBRE - fin T absente" to bal-statut
               move ligne-bal-statut to ligne-bal
           write ligne-bal.
           close persbal.

       p-equilibrer-campagnes.
           move spaces to ligne-bal.
           write ligne-bal.
           move "RETOURS IMPUTES AUX CAMPAGNES" to bal-libelle.
           move ws-nb-imputes to bal-total.
           move ligne-bal-compteur to ligne-bal.
           write ligne-bal.
           move "RETOURS SANS CAMPAGNE" to bal-libelle.
           move ws-nb-sans-campagne to bal-total.
           move ligne-bal-compteur to ligne-bal.
           write ligne-bal.
           if ws-nb-campagnes = zero
               exit paragraph
           end-if.
           move spaces to ligne-bal.
           write ligne-bal.
           move ligne-bal-cam-entete to ligne-bal.
           write ligne-bal.
           perform varying ws-cidx from 1 by 1
                   until ws-cidx > ws-nb-campagnes
               move ws-camp-code(ws-cidx) to bal-campagne
               move ws-camp-c(ws-cidx) to bal-cam-c
               move ws-camp-d(ws-cidx) to bal-cam-d
               move ligne-bal-campagne to ligne-bal
               write ligne-bal
           end-perform.

       p-abandonner.
           display "PERSRET abandonne - " ws-motif-abandon.
           close ficret.
           if ws-persadr-present
               close persadr
           end-if.
           if ws-persnote-present
               close persnote
           end-if.
           if ws-persopp-present
               close persopp
           end-if.
           if ws-perscamh-present
               close perscamh
           end-if.
           move 12 to return-code.
           stop run.
