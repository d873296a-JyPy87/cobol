       identification division.
       program-id. PERSRST.
       date-written. Octobre 2026.
       author. Jeremy.

      *> reload of indexed files from a generation of images taken
      *> by PERSSAV. parameters : the generation (aaaammjj, blank or
      *> '*' for the latest in PERSSAV.CAT) and a file name (blank
      *> or '*' for every file of the generation). each file
      *> restored is recreated empty and reloaded from its image ;
      *> the count reloaded must equal the count catalogued, or the
      *> file is reported KO and the run ends with rc 8. files
      *> catalogued AB (absent on the day) or KO are not touched.
      *> the run holds the *CHAINE* marker of PERSRUN like PERSRUE :
      *> no online session may be open while files are replaced.
      *> PERSMAST restored this way is as it stood at the backup ;
      *> PERSRCV IMAGE brings it forward with the audit trail.

       environment division.
       input-output section.
       file-control.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persadr assign to "PERSADR"
               organization is indexed
               access mode is dynamic
               record key is pa-cle
               file status is ws-persadr-status.
           select persxref assign to "PERSXREF"
               organization is indexed
               access mode is dynamic
               record key is xr-ancien
               file status is ws-persxref-status.
           select persnum assign to "PERSNUM"
               organization is indexed
               access mode is dynamic
               record key is num-cle
               file status is ws-persnum-status.
           select codepost assign to "CODEPOST"
               organization is indexed
               access mode is dynamic
               record key is cp-codepostal
               file status is ws-codepost-status.
           select opermast assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is op-id
               file status is ws-opermast-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is dynamic
               record key is opp-id
               file status is ws-persopp-status.
           select persdcd assign to "PERSDCD"
               organization is indexed
               access mode is dynamic
               record key is dcd-cle
               file status is ws-persdcd-status.
           select perscamp assign to "PERSCAMP"
               organization is indexed
               access mode is dynamic
               record key is cam-code
               file status is ws-perscamp-status.
           select perscamh assign to "PERSCAMH"
               organization is indexed
               access mode is dynamic
               record key is ch-cle
               alternate record key is ch-code with duplicates
               file status is ws-perscamh-status.
           select persfoy assign to "PERSFOY"
               organization is indexed
               access mode is dynamic
               record key is fo-num
               alternate record key is fo-adresse
               file status is ws-persfoy-status.
           select persfoym assign to "PERSFOYM"
               organization is indexed
               access mode is dynamic
               record key is fm-id
               alternate record key is fm-foyer with duplicates
               file status is ws-persfoym-status.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is dynamic
               record key is nt-cle
               file status is ws-persnote-status.
           select imgfic assign to ws-nom-image
               organization is sequential
               file status is ws-imgfic-status.
           select savcat assign to "PERSSAV.CAT"
               organization is line sequential
               file status is ws-savcat-status.
           select persrun assign to "PERSRUN"
               organization is indexed
               access mode is dynamic
               record key is run-cle
               file status is ws-persrun-status.
           select persrpt assign to "PERSRST.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  persmast.
           copy PERSREC.
       fd  persadr.
           copy PADRREC.
       fd  persxref.
           copy XREFREC.
       fd  persnum.
           copy PNUMREC.
       fd  codepost.
           copy CPOSREC.
       fd  opermast.
           copy OPERREC.
       fd  persopp.
           copy OPPREC.
       fd  persdcd.
           copy DCDREC.
       fd  perscamp.
           copy CAMPREC.
       fd  perscamh.
           copy CAMHREC.
       fd  persfoy.
           copy FOYREC.
       fd  persfoym.
           copy FOYMREC.
       fd  persnote.
           copy NOTEREC.
       fd  imgfic
           record varying in size from 1 to 400 characters
               depending on ws-lg-image.
           01 img-enr pic x(400).
       fd  savcat.
           copy SAVCAT.
       fd  persrun.
           copy PRUNREC.
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
           1 ws-persxref-status pic x(2).
               88 ws-persxref-ok value "00".
           1 ws-persnum-status pic x(2).
               88 ws-persnum-ok value "00".
           1 ws-codepost-status pic x(2).
               88 ws-codepost-ok value "00".
           1 ws-opermast-status pic x(2).
               88 ws-opermast-ok value "00".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-persdcd-status pic x(2).
               88 ws-persdcd-ok value "00".
           1 ws-perscamp-status pic x(2).
               88 ws-perscamp-ok value "00".
           1 ws-perscamh-status pic x(2).
               88 ws-perscamh-ok value "00".
           1 ws-persfoy-status pic x(2).
               88 ws-persfoy-ok value "00".
           1 ws-persfoym-status pic x(2).
               88 ws-persfoym-ok value "00".
           1 ws-persnote-status pic x(2).
               88 ws-persnote-ok value "00".
           1 ws-imgfic-status pic x(2).
               88 ws-imgfic-ok value "00".
               88 ws-imgfic-fin value "10".
           1 ws-savcat-status pic x(2).
               88 ws-savcat-ok value "00".
               88 ws-savcat-fin value "10".
           1 ws-persrun-status pic x(2).
               88 ws-persrun-ok value "00".
               88 ws-persrun-fin value "10".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".

           1 ws-parametre pic x(40) value spaces.
           1 ws-jetons.
               2 ws-jeton-1 pic x(10) value spaces.
               2 ws-jeton-2 pic x(10) value spaces.
           1 ws-generation pic 9(8) value zero.
           1 ws-sel-fichier pic x(8) value spaces.
           1 ws-date-jour pic 9(8) value zero.
      *> TIME gives hhmmsscc ; only hhmmss is kept, through an
      *> 8-digit work field so the hour is not truncated away.
           1 ws-heure-systeme pic 9(8) value zero.
           1 ws-session pic x(1) value "N".
               88 ws-session-ouverte value "O".
           1 ws-session-id pic x(8) value spaces.

      *> the file being reloaded.
           1 ws-nom-image pic x(20) value spaces.
           1 ws-lg-image pic 9(4) value zero.
           1 ws-statut pic x(2) value spaces.
           1 ws-etat pic x(2) value spaces.
           1 ws-nb-enr pic 9(9) value zero.
           1 ws-nb-rejets pic 9(9) value zero.
           1 ws-fin-image pic x(1) value "N".
               88 ws-image-finie value "O".
           1 ws-trouvee pic x(1) value "N".
               88 ws-generation-trouvee value "O".

           1 ws-compteurs.
               2 ws-nb-restaures pic 9(5) value zero.
               2 ws-nb-ko pic 9(5) value zero.
               2 ws-nb-ignores pic 9(5) value zero.
               2 ws-nb-total-enr pic 9(9) value zero.

           1 ligne-titre.
               2 filler pic x(40) value
                   "PERSRST - RESTAURATION DE LA GENERATION ".
               2 t-generation pic 9(8).
           1 ligne-colonnes.
               2 filler pic x(3) value spaces.
               2 filler pic x(10) value "FICHIER".
               2 filler pic x(22) value "IMAGE".
               2 filler pic x(13) value "CATALOGUE".
               2 filler pic x(13) value "RECHARGES".
               2 filler pic x(4) value "ETAT".
           1 ligne-fichier.
               2 filler pic x(3) value spaces.
               2 lf-fichier pic x(8).
               2 filler pic x(2) value spaces.
               2 lf-image pic x(20).
               2 filler pic x(2) value spaces.
               2 lf-nb-cat pic z(8)9.
               2 filler pic x(4) value spaces.
               2 lf-nb-enr pic z(8)9.
               2 filler pic x(4) value spaces.
               2 lf-etat pic x(2).
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cpt-libelle pic x(36).
               2 cpt-total pic z(8)9.

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           move function upper-case(ws-parametre) to ws-parametre.
           unstring ws-parametre delimited by all space
               into ws-jeton-1 ws-jeton-2.
           if ws-jeton-1 not = spaces and ws-jeton-1 not = "*"
               move function numval(ws-jeton-1) to ws-generation
           end-if.
           if ws-jeton-2 not = spaces and ws-jeton-2 not = "*"
               move ws-jeton-2 to ws-sel-fichier
           end-if.
           accept ws-date-jour from date yyyymmdd.
           perform p-choisir-generation.
           perform p-poser-verrou.
           open output persrpt.
           move ws-generation to t-generation.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-colonnes to ligne-rapport.
           write ligne-rapport.
           open input savcat.
           perform until ws-savcat-fin
               read savcat
                   at end set ws-savcat-fin to true
               end-read
               if not ws-savcat-fin
                   if sav-generation = ws-generation
                           and (ws-sel-fichier = spaces
                               or sav-fichier = ws-sel-fichier)
                       perform p-restaurer-fichier
                   end-if
               end-if
           end-perform.
           close savcat.
           perform p-imprimer-totaux.
           close persrpt.
           perform p-lever-verrou.
           display "PERSRST termine - generation " ws-generation
               ", " ws-nb-restaures " fichiers restaures, " ws-nb-ko
               " en erreur.".
           if ws-nb-ko > zero
               move 8 to return-code
           end-if.
           if ws-nb-restaures = zero and ws-nb-ko = zero
               display "PERSRST - aucun fichier restaure pour "
                   "ce parametre."
               move 4 to return-code
           end-if.
           stop run.

      *> without a date the latest generation of the catalog is
      *> taken ; a date must name a generation that exists.
       p-choisir-generation.
           open input savcat.
           if not ws-savcat-ok
               display "PERSRST - catalogue PERSSAV.CAT absent."
               move 8 to return-code
               stop run
           end-if.
           perform until ws-savcat-fin
               read savcat
                   at end set ws-savcat-fin to true
               end-read
               if not ws-savcat-fin
                   if ws-jeton-1 = spaces or ws-jeton-1 = "*"
                       move sav-generation to ws-generation
                   end-if
                   if sav-generation = ws-generation
                       set ws-generation-trouvee to true
                   end-if
               end-if
           end-perform.
           close savcat.
           move "00" to ws-savcat-status.
           if not ws-generation-trouvee
               display "PERSRST - generation " ws-generation
                   " inconnue du catalogue PERSSAV.CAT."
               move 8 to return-code
               stop run
           end-if.

      *> same discipline as PERSRUE : no session open, no other
      *> holder of the *CHAINE* marker.
       p-poser-verrou.
           open i-o persrun.
           if not ws-persrun-ok
               open output persrun
               close persrun
               open i-o persrun
           end-if.
           move low-values to run-cle.
           start persrun key is not less than run-cle
               invalid key set ws-persrun-fin to true
           end-start.
           perform until ws-persrun-fin or ws-session-ouverte
               read persrun next record
                   at end set ws-persrun-fin to true
               end-read
               if not ws-persrun-fin
                   if run-session or run-chaine
                       set ws-session-ouverte to true
                       move run-cle to ws-session-id
                   end-if
               end-if
           end-perform.
           if ws-session-ouverte
               close persrun
               display "PERSRST refuse de demarrer - verrou PERSRUN "
                   "tenu par " ws-session-id "."
               move 8 to return-code
               stop run
           end-if.
           move "*CHAINE*" to run-cle.
           set run-chaine to true.
           move ws-date-jour to run-date.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to run-heure.
           write persrun-record
               invalid key
                   rewrite persrun-record
                   end-rewrite
           end-write.
           close persrun.

       p-lever-verrou.
           open i-o persrun.
           if ws-persrun-ok
               move "*CHAINE*" to run-cle
               delete persrun record
                   invalid key continue
               end-delete
               close persrun
           end-if.

       p-restaurer-fichier.
           move zero to ws-nb-enr.
           move zero to ws-nb-rejets.
           if not sav-complete
               add 1 to ws-nb-ignores
               move sav-etat to ws-etat
               perform p-imprimer-fichier
               exit paragraph
           end-if.
           move sav-image to ws-nom-image.
           open input imgfic.
           if not ws-imgfic-ok
               add 1 to ws-nb-ko
               move "KO" to ws-etat
               perform p-imprimer-fichier
               exit paragraph
           end-if.
           move "N" to ws-fin-image.
           move "OK" to ws-etat.
           evaluate sav-fichier
               when "PERSMAST"
                   perform p-restaurer-persmast
               when "PERSADR"
                   perform p-restaurer-persadr
               when "PERSXREF"
                   perform p-restaurer-persxref
               when "PERSNUM"
                   perform p-restaurer-persnum
               when "CODEPOST"
                   perform p-restaurer-codepost
               when "OPERMAST"
                   perform p-restaurer-opermast
               when "PERSOPP"
                   perform p-restaurer-persopp
               when "PERSDCD"
                   perform p-restaurer-persdcd
               when "PERSCAMP"
                   perform p-restaurer-perscamp
               when "PERSCAMH"
                   perform p-restaurer-perscamh
               when "PERSFOY"
                   perform p-restaurer-persfoy
               when "PERSFOYM"
                   perform p-restaurer-persfoym
               when "PERSNOTE"
                   perform p-restaurer-persnote
               when other
                   move "KO" to ws-etat
           end-evaluate.
           close imgfic.
           if ws-etat = "OK"
                   and (ws-nb-enr not = sav-nb-enr
                       or ws-nb-rejets > zero)
               move "KO" to ws-etat
           end-if.
           if ws-etat = "OK"
               add 1 to ws-nb-restaures
               add ws-nb-enr to ws-nb-total-enr
           else
               add 1 to ws-nb-ko
           end-if.
           perform p-imprimer-fichier.

       p-lire-image.
           read imgfic
               at end set ws-image-finie to true
           end-read.
           if ws-imgfic-status(1:1) not = "0"
                   and not ws-imgfic-fin
               move "KO" to ws-etat
               set ws-image-finie to true
           end-if.

       p-imprimer-fichier.
           move sav-fichier to lf-fichier.
           move sav-image to lf-image.
           move sav-nb-enr to lf-nb-cat.
           move ws-nb-enr to lf-nb-enr.
           move ws-etat to lf-etat.
           move ligne-fichier to ligne-rapport.
           write ligne-rapport.

       p-restaurer-persmast.
           open output persmast.
           if not ws-persmast-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persmast-record
               write persmast-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persmast.

       p-restaurer-persadr.
           open output persadr.
           if not ws-persadr-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persadr-record
               write persadr-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persadr.

       p-restaurer-persxref.
           open output persxref.
           if not ws-persxref-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persxref-record
               write persxref-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persxref.

       p-restaurer-persnum.
           open output persnum.
           if not ws-persnum-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persnum-record
               write persnum-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persnum.

       p-restaurer-codepost.
           open output codepost.
           if not ws-codepost-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to codepost-record
               write codepost-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close codepost.

       p-restaurer-opermast.
           open output opermast.
           if not ws-opermast-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to opermast-record
               write opermast-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close opermast.

       p-restaurer-persopp.
           open output persopp.
           if not ws-persopp-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persopp-record
               write persopp-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persopp.

       p-restaurer-persdcd.
           open output persdcd.
           if not ws-persdcd-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persdcd-record
               write persdcd-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persdcd.

       p-restaurer-perscamp.
           open output perscamp.
           if not ws-perscamp-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to perscamp-record
               write perscamp-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close perscamp.

       p-restaurer-perscamh.
           open output perscamh.
           if not ws-perscamh-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to perscamh-record
               write perscamh-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close perscamh.

       p-restaurer-persfoy.
           open output persfoy.
           if not ws-persfoy-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persfoy-record
               write persfoy-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persfoy.

       p-restaurer-persfoym.
           open output persfoym.
           if not ws-persfoym-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persfoym-record
               write persfoym-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persfoym.

       p-restaurer-persnote.
           open output persnote.
           if not ws-persnote-ok
               move "KO" to ws-etat
               exit paragraph
           end-if.
           perform p-lire-image.
           perform until ws-image-finie
               move img-enr to persnote-record
               write persnote-record
                   invalid key add 1 to ws-nb-rejets
                   not invalid key add 1 to ws-nb-enr
               end-write
               perform p-lire-image
           end-perform.
           close persnote.

       p-imprimer-totaux.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "FICHIERS RESTAURES" to cpt-libelle.
           move ws-nb-restaures to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "ENREGISTREMENTS RECHARGES" to cpt-libelle.
           move ws-nb-total-enr to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "FICHIERS EN ERREUR" to cpt-libelle.
           move ws-nb-ko to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "FICHIERS NON SAUVEGARDES (AB/KO)" to cpt-libelle.
           move ws-nb-ignores to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
