       date-written. Aout 2026.
       author. Jeremy.

      *> replay of the audit trail onto PERSMAST. AVANT (default)
      *> applies the movements up to the target date and time,
      *> ARRIERE undoes the movements after it. IMAGE starts from a
      *> backup instead : the second parameter names the PERSSAV
      *> generation (aaaammjj, '*' for the latest), PERSMAST is
      *> reloaded from that generation's image and only the
      *> movements written after the image was taken are applied,
      *> up to the target given by the third and fourth parameters.
      *> the fifth then names the trail, as the fourth does in the
      *> other modes. after an IMAGE replay the PERSID counter of
      *> PERSNUM is raised to the highest person number on file if
      *> it has fallen behind, so no replayed number is handed out
      *> again.

       environment division.
       input-output section.
       file-control.
           select persaud assign to ws-fichier-audit
               organization is sequential
               file status is ws-persaud-status.
           select savcat assign to "PERSSAV.CAT"
               organization is line sequential
               file status is ws-savcat-status.
           select imgfic assign to ws-nom-image
               organization is sequential
               file status is ws-imgfic-status.
           select persnum assign to "PERSNUM"
               organization is indexed
               access mode is dynamic
               record key is num-cle
               file status is ws-persnum-status.
           select fic-tri assign to "PERSRCV.SRT".
           select persrpt assign to "PERSRCV.LST"
               organization is line sequential
           copy PERSREC.
       fd  persaud.
           copy PERSAUD.
       fd  savcat.
           copy SAVCAT.
       fd  imgfic
           record varying in size from 1 to 400 characters
               depending on ws-lg-image.
           01 img-enr pic x(400).
       fd  persnum.
           copy PNUMREC.
       sd  fic-tri.
           01 tri-enr.
               2 tri-ordre pic 9(9).
               88 ws-persaud-fin value "10".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".
           1 ws-savcat-status pic x(2).
               88 ws-savcat-ok value "00".
               88 ws-savcat-fin value "10".
           1 ws-imgfic-status pic x(2).
               88 ws-imgfic-ok value "00".
               88 ws-imgfic-fin value "10".
           1 ws-persnum-status pic x(2).
               88 ws-persnum-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

               2 ws-jeton-2 pic x(10) value spaces.
               2 ws-jeton-3 pic x(10) value spaces.
               2 ws-jeton-4 pic x(20) value spaces.
               2 ws-jeton-5 pic x(20) value spaces.
           1 ws-sens pic x(1) value "F".
               88 ws-sens-avant value "F".
               88 ws-sens-arriere value "B".
               2 ws-cible-date pic 9(8) value 99999999.
               2 ws-cible-heure pic 9(6) value 235959.

      *> the backup image PERSMAST starts from in IMAGE mode.
           1 ws-depart pic x(1) value "N".
               88 ws-depart-image value "O".
           1 ws-generation pic 9(8) value zero.
           1 ws-image-trouvee pic x(1) value "N".
               88 ws-image-connue value "O".
           1 ws-nom-image pic x(20) value spaces.
           1 ws-lg-image pic 9(4) value zero.
           1 ws-image.
               2 ws-image-date pic 9(8) value zero.
               2 ws-image-heure pic 9(6) value zero.
           1 ws-image-nb-cat pic 9(9) value zero.
           1 ws-image-nb-enr pic 9(9) value zero.
           1 ws-id-maxi pic 9(8) value zero.

           1 ws-compteurs.
               2 ws-nb-lus pic 9(9) value zero.
               2 ws-nb-selectionnes pic 9(9) value zero.
               2 filler pic x(1) value space.
               2 t-heure pic 9(6).
               2 filler pic x(53) value spaces.
           1 ligne-image.
               2 filler pic x(1) value space.
               2 filler pic x(22) value "DEPART DE L'IMAGE".
               2 li-image pic x(20).
               2 filler pic x(4) value " DU ".
               2 li-date pic 9(8).
               2 filler pic x(1) value space.
               2 li-heure pic 9(6).
               2 filler pic x(2) value spaces.
               2 li-nb-enr pic z(8)9.
               2 filler pic x(21) value " PERSONNES RECHARGEES".
           1 ligne-non-applique.
               2 filler pic x(3) value spaces.
               2 na-date pic 9(8).
               stop run
           end-if.
           close persaud.
           if ws-depart-image
               perform p-charger-image
           end-if.
           open i-o persmast.
           if not ws-persmast-ok
               display "PERSRCV - PERSMAST absent ou illisible. "
               output procedure p-appliquer-audit.
           perform p-imprimer-reconciliation.
           close persmast.
           if ws-depart-image
               perform p-ajuster-compteur
           end-if.
           close persrpt.
           display "PERSRCV termine - " ws-nb-selectionnes
               " mouvements selectionnes, " ws-nb-non-appliques
               when "AVANT"
               when spaces
                   set ws-sens-avant to true
               when "IMAGE"
                   set ws-sens-avant to true
                   set ws-depart-image to true
               when other
                   display "PERSRCV - sens inconnu : " ws-jeton-1
                       " (attendu AVANT, ARRIERE ou IMAGE)."
                   move 8 to return-code
                   stop run
           end-evaluate.
           if ws-depart-image
               perform p-lire-parametres-image
               exit paragraph
           end-if.
           if ws-jeton-2 not = spaces and ws-jeton-2 not = "*"
               move function numval(ws-jeton-2) to ws-cible-date
           end-if.
               move ws-jeton-4 to ws-fichier-audit
           end-if.

      *> IMAGE generation target-date target-time trail : the
      *> target and the trail move one place to the right.
       p-lire-parametres-image.
           unstring ws-parametre delimited by all space
               into ws-jeton-1 ws-jeton-2 ws-jeton-3 ws-jeton-4
                   ws-jeton-5.
           if ws-jeton-2 not = spaces and ws-jeton-2 not = "*"
               move function numval(ws-jeton-2) to ws-generation
           end-if.
           if ws-jeton-3 not = spaces and ws-jeton-3 not = "*"
               move function numval(ws-jeton-3) to ws-cible-date
           end-if.
           if ws-jeton-4 not = spaces and ws-jeton-4 not = "*"
               move function numval(ws-jeton-4) to ws-cible-heure
           end-if.
           if ws-jeton-5 not = spaces and ws-jeton-5 not = "*"
               move ws-jeton-5 to ws-fichier-audit
           end-if.

      *> the PERSMAST image of the generation asked for, or of the
      *> latest complete one, is looked up in the PERSSAV catalog
      *> and reloaded into an empty PERSMAST. a count that does not
      *> match the catalog stops the run before any replay.
       p-charger-image.
           open input savcat.
           if not ws-savcat-ok
               display "PERSRCV - catalogue PERSSAV.CAT absent."
               move 8 to return-code
               stop run
           end-if.
           perform until ws-savcat-fin
               read savcat
                   at end set ws-savcat-fin to true
               end-read
               if not ws-savcat-fin
                   if sav-fichier = "PERSMAST" and sav-complete
                           and (ws-generation = zero
                               or sav-generation = ws-generation)
                       set ws-image-connue to true
                       move sav-image to ws-nom-image
                       move sav-generation to ws-image-date
                       move sav-heure to ws-image-heure
                       move sav-nb-enr to ws-image-nb-cat
                   end-if
               end-if
           end-perform.
           close savcat.
           if not ws-image-connue
               display "PERSRCV - pas d'image PERSMAST complete pour "
                   "la generation " ws-generation "."
               move 8 to return-code
               stop run
           end-if.
           open input imgfic.
           if not ws-imgfic-ok
               display "PERSRCV - image " ws-nom-image " absente."
               move 8 to return-code
               stop run
           end-if.
           open output persmast.
           perform until ws-imgfic-fin
               read imgfic
                   at end set ws-imgfic-fin to true
               end-read
               if not ws-imgfic-fin
                   move img-enr to persmast-record
                   write persmast-record
                       invalid key continue
                       not invalid key add 1 to ws-image-nb-enr
                   end-write
                   if pm-id > ws-id-maxi
                       move pm-id to ws-id-maxi
                   end-if
               end-if
           end-perform.
           close imgfic.
           close persmast.
           if ws-image-nb-enr not = ws-image-nb-cat
               display "PERSRCV - image " ws-nom-image " : "
                   ws-image-nb-enr " personnes rechargees pour "
                   ws-image-nb-cat " cataloguees, rejeu abandonne."
               move 8 to return-code
               stop run
           end-if.

      *> the counter only ever moves up : a backup older than the
      *> counter leaves it alone.
       p-ajuster-compteur.
           open i-o persnum.
           if not ws-persnum-ok
               exit paragraph
           end-if.
           move "PERSID" to num-cle.
           read persnum
               invalid key continue
               not invalid key
                   if num-dernier < ws-id-maxi
                       move ws-id-maxi to num-dernier
                       rewrite persnum-record
                           invalid key continue
                       end-rewrite
                   end-if
           end-read.
           close persnum.

       p-selectionner-audit.
           open input persaud.
           perform until ws-persaud-fin
      *> applies them oldest first; backward replay keeps the
      *> movements after the target and undoes them newest first
      *> (the sort order is inverted through tri-ordre).
      *> opposition entries (O) trace PERSOPP, not PERSMAST : they
      *> take no part in rebuilding the person file.
       p-retenir-mouvement.
           if not aud-mouvement-persmast
               exit paragraph
           end-if.
           if ws-depart-image
                   and aud-horodate not > ws-image
               exit paragraph
           end-if.
           if ws-sens-avant
               if aud-horodate <= ws-cible
                   move ws-sequence to tri-ordre
                   end-write
                   if ws-appl-ok
                       add 1 to ws-nb-ajouts-appl
                       if tap-id > ws-id-maxi
                           move tap-id to ws-id-maxi
                       end-if
                   end-if
               when tri-modif
                   move tri-apres to persmast-record
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           if ws-depart-image
               move ws-nom-image to li-image
               move ws-image-date to li-date
               move ws-image-heure to li-heure
               move ws-image-nb-enr to li-nb-enr
               move ligne-image to ligne-rapport
               write ligne-rapport
               move spaces to ligne-rapport
               write ligne-rapport
           end-if.
           move "MOUVEMENTS NON APPLIQUES :" to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
