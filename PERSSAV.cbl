       identification division.
       program-id. PERSSAV.
       date-written. Octobre 2026.
       author. Jeremy.

      *> nightly image copy of the indexed files. every file is read
      *> in key order and unloaded to a dated sequential image
      *> <file>.Saaaammjj, one image record per record, and each
      *> image is entered in the PERSSAV.CAT catalog with its record
      *> count. the images of one run form a generation ; a second
      *> run on the same day replaces that day's generation. only
      *> the last ws-nb-generations generations are kept (7 by
      *> default, or the number given as parameter) : the catalog
      *> lines of the older ones are dropped and their images
      *> deleted. a file absent on the day is catalogued AB, a file
      *> that cannot be read KO, which ends the run with rc 8 so
      *> the night chain stops on it. PERSRST reloads a generation,
      *> PERSRCV IMAGE reloads PERSMAST from it and replays the
      *> audit trail written since. run as the last step of
      *> PERSEOD, under the chain's PERSRUN marker, so no online
      *> session updates a file while it is copied.

       environment division.
       input-output section.
       file-control.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is sequential
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persadr assign to "PERSADR"
               organization is indexed
               access mode is sequential
               record key is pa-cle
               file status is ws-persadr-status.
           select persxref assign to "PERSXREF"
               organization is indexed
               access mode is sequential
               record key is xr-ancien
               file status is ws-persxref-status.
           select persnum assign to "PERSNUM"
               organization is indexed
               access mode is sequential
               record key is num-cle
               file status is ws-persnum-status.
           select codepost assign to "CODEPOST"
               organization is indexed
               access mode is sequential
               record key is cp-codepostal
               file status is ws-codepost-status.
           select opermast assign to "OPERMAST"
               organization is indexed
               access mode is sequential
               record key is op-id
               file status is ws-opermast-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is sequential
               record key is opp-id
               file status is ws-persopp-status.
           select persdcd assign to "PERSDCD"
               organization is indexed
               access mode is sequential
               record key is dcd-cle
               file status is ws-persdcd-status.
           select perscamp assign to "PERSCAMP"
               organization is indexed
               access mode is sequential
               record key is cam-code
               file status is ws-perscamp-status.
           select perscamh assign to "PERSCAMH"
               organization is indexed
               access mode is sequential
               record key is ch-cle
               alternate record key is ch-code with duplicates
               file status is ws-perscamh-status.
           select persfoy assign to "PERSFOY"
               organization is indexed
               access mode is sequential
               record key is fo-num
               alternate record key is fo-adresse
               file status is ws-persfoy-status.
           select persfoym assign to "PERSFOYM"
               organization is indexed
               access mode is sequential
               record key is fm-id
               alternate record key is fm-foyer with duplicates
               file status is ws-persfoym-status.
           select persnote assign to "PERSNOTE"
               organization is indexed
               access mode is sequential
               record key is nt-cle
               file status is ws-persnote-status.
           select imgfic assign to ws-nom-image
               organization is sequential
               file status is ws-imgfic-status.
           select savcat assign to "PERSSAV.CAT"
               organization is line sequential
               file status is ws-savcat-status.
           select persrpt assign to "PERSSAV.LST"
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
           1 ws-savcat-status pic x(2).
               88 ws-savcat-ok value "00".
               88 ws-savcat-fin value "10".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".

           1 ws-parametre pic x(20) value spaces.
           1 ws-nb-generations pic 9(2) value 7.
           1 ws-date-jour pic 9(8) value zero.
      *> TIME gives hhmmsscc ; only hhmmss is kept, through an
      *> 8-digit work field so the hour is not truncated away.
           1 ws-heure-systeme pic 9(8) value zero.
           1 ws-heure-jour pic 9(6) value zero.

      *> the file being unloaded.
           1 ws-fichier pic x(8) value spaces.
           1 ws-nom-image pic x(20) value spaces.
           1 ws-lg-image pic 9(4) value zero.
           1 ws-statut pic x(2) value spaces.
           1 ws-etat pic x(2) value spaces.
           1 ws-nb-enr pic 9(9) value zero.
           1 ws-fin-fichier pic x(1) value "N".
               88 ws-fichier-fini value "O".
           1 ws-lecture pic x(1) value "N".
               88 ws-lecture-ko value "O".
           1 ws-image pic x(1) value "N".
               88 ws-image-ouverte value "O".

      *> the catalog is held in a table while the run adds its
      *> generation and drops the expired ones, then written back.
           1 ws-nb-cat pic 9(4) value zero.
           1 ws-max-cat pic 9(4) value 600.
           1 ws-table-cat.
               2 ws-cat-ent occurs 600 times pic x(58).
           1 ws-idx pic 9(4) value zero.
           1 ws-nb-gen pic 9(4) value zero.
           1 ws-gen-rang pic 9(4) value zero.
           1 ws-gen-prec pic 9(8) value zero.
           1 ws-gen-limite pic 9(8) value zero.

           1 ws-compteurs.
               2 ws-nb-fichiers pic 9(5) value zero.
               2 ws-nb-absents pic 9(5) value zero.
               2 ws-nb-illisibles pic 9(5) value zero.
               2 ws-nb-total-enr pic 9(9) value zero.
               2 ws-nb-gen-purgees pic 9(5) value zero.
               2 ws-nb-img-purgees pic 9(5) value zero.

           1 ligne-titre.
               2 filler pic x(40) value
                   "PERSSAV - COPIE IMAGE DES FICHIERS DU ".
               2 t-date pic 9(8).
               2 filler pic x(1) value space.
               2 t-heure pic 9(6).
           1 ligne-colonnes.
               2 filler pic x(3) value spaces.
               2 filler pic x(10) value "FICHIER".
               2 filler pic x(22) value "IMAGE".
               2 filler pic x(13) value "ENREGISTR.".
               2 filler pic x(4) value "ETAT".
           1 ligne-fichier.
               2 filler pic x(3) value spaces.
               2 lf-fichier pic x(8).
               2 filler pic x(2) value spaces.
               2 lf-image pic x(20).
               2 filler pic x(2) value spaces.
               2 lf-nb-enr pic z(8)9.
               2 filler pic x(4) value spaces.
               2 lf-etat pic x(2).
           1 ligne-purge.
               2 filler pic x(3) value spaces.
               2 filler pic x(11) value "GENERATION ".
               2 lp-generation pic 9(8).
               2 filler pic x(11) value " SUPPRIMEE ".
               2 lp-image pic x(20).
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cpt-libelle pic x(36).
               2 cpt-total pic z(8)9.

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           if ws-parametre not = spaces
                   and function numval(ws-parametre) > zero
                   and function numval(ws-parametre) < 31
               move function numval(ws-parametre) to ws-nb-generations
           end-if.
           accept ws-date-jour from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to ws-heure-jour.
           perform p-charger-catalogue.
           open output persrpt.
           move ws-date-jour to t-date.
           move ws-heure-jour to t-heure.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-colonnes to ligne-rapport.
           write ligne-rapport.
           perform p-sauver-persmast.
           perform p-sauver-persadr.
           perform p-sauver-persxref.
           perform p-sauver-persnum.
           perform p-sauver-codepost.
           perform p-sauver-opermast.
           perform p-sauver-persopp.
           perform p-sauver-persdcd.
           perform p-sauver-perscamp.
           perform p-sauver-perscamh.
           perform p-sauver-persfoy.
           perform p-sauver-persfoym.
           perform p-sauver-persnote.
           perform p-purger-generations.
           perform p-ecrire-catalogue.
           perform p-imprimer-totaux.
           close persrpt.
           display "PERSSAV termine - " ws-nb-fichiers " images, "
               ws-nb-total-enr " enregistrements, " ws-nb-illisibles
               " fichiers illisibles.".
           if ws-nb-illisibles > zero
               move 8 to return-code
           end-if.
           goback.

      *> the lines of an earlier run of the same day are left out :
      *> their images are about to be overwritten.
       p-charger-catalogue.
           move zero to ws-nb-cat.
           open input savcat.
           if not ws-savcat-ok
               exit paragraph
           end-if.
           perform until ws-savcat-fin
               read savcat
                   at end set ws-savcat-fin to true
               end-read
               if not ws-savcat-fin
                   if sav-generation not = ws-date-jour
                           and ws-nb-cat < ws-max-cat
                       add 1 to ws-nb-cat
                       move savcat-enr to ws-cat-ent(ws-nb-cat)
                   end-if
               end-if
           end-perform.
           close savcat.

       p-ouvrir-image.
           move spaces to ws-nom-image.
           string ws-fichier delimited by space
               ".S" ws-date-jour delimited by size
               into ws-nom-image.
           move zero to ws-nb-enr.
           move "N" to ws-fin-fichier.
           move "N" to ws-lecture.
           move "N" to ws-image.
           open output imgfic.
           if ws-imgfic-ok
               set ws-image-ouverte to true
           else
               set ws-fichier-fini to true
           end-if.

      *> a read that fails half way makes the whole image unusable.
       p-controler-lecture.
           if ws-statut(1:1) not = "0" and ws-statut not = "10"
               set ws-lecture-ko to true
               set ws-fichier-fini to true
           end-if.

      *> an image that cannot be written is no backup either.
       p-controler-ecriture.
           if not ws-imgfic-ok
               set ws-lecture-ko to true
               set ws-fichier-fini to true
           end-if.

      *> an image that could not even be created is catalogued KO
      *> without a name, like a file that could not be opened.
       p-fermer-image.
           if not ws-image-ouverte
               move spaces to ws-nom-image
               move zero to ws-nb-enr
               move "KO" to ws-etat
               add 1 to ws-nb-illisibles
               perform p-cataloguer
               exit paragraph
           end-if.
           close imgfic.
           if ws-lecture-ko
               move "KO" to ws-etat
               add 1 to ws-nb-illisibles
           else
               move "OK" to ws-etat
               add 1 to ws-nb-fichiers
               add ws-nb-enr to ws-nb-total-enr
           end-if.
           perform p-cataloguer.

      *> status 35 : the file does not exist yet (the feature it
      *> belongs to has not been used), nothing to copy.
       p-noter-ouverture.
           move spaces to ws-nom-image.
           move zero to ws-nb-enr.
           if ws-statut = "35"
               move "AB" to ws-etat
               add 1 to ws-nb-absents
           else
               move "KO" to ws-etat
               add 1 to ws-nb-illisibles
           end-if.
           perform p-cataloguer.

       p-cataloguer.
           move spaces to savcat-enr.
           move ws-date-jour to sav-generation.
           move ws-heure-jour to sav-heure.
           move ws-fichier to sav-fichier.
           move ws-nom-image to sav-image.
           move ws-nb-enr to sav-nb-enr.
           move ws-etat to sav-etat.
           if ws-nb-cat < ws-max-cat
               add 1 to ws-nb-cat
               move savcat-enr to ws-cat-ent(ws-nb-cat)
           end-if.
           move ws-fichier to lf-fichier.
           move ws-nom-image to lf-image.
           move ws-nb-enr to lf-nb-enr.
           move ws-etat to lf-etat.
           move ligne-fichier to ligne-rapport.
           write ligne-rapport.

       p-sauver-persmast.
           move "PERSMAST" to ws-fichier.
           open input persmast.
           move ws-persmast-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persmast next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persmast-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persmast-record to ws-lg-image
                   write img-enr from persmast-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persmast.
           perform p-fermer-image.

       p-sauver-persadr.
           move "PERSADR" to ws-fichier.
           open input persadr.
           move ws-persadr-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persadr next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persadr-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persadr-record to ws-lg-image
                   write img-enr from persadr-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persadr.
           perform p-fermer-image.

       p-sauver-persxref.
           move "PERSXREF" to ws-fichier.
           open input persxref.
           move ws-persxref-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persxref next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persxref-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persxref-record to ws-lg-image
                   write img-enr from persxref-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persxref.
           perform p-fermer-image.

       p-sauver-persnum.
           move "PERSNUM" to ws-fichier.
           open input persnum.
           move ws-persnum-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persnum next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persnum-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persnum-record to ws-lg-image
                   write img-enr from persnum-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persnum.
           perform p-fermer-image.

       p-sauver-codepost.
           move "CODEPOST" to ws-fichier.
           open input codepost.
           move ws-codepost-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read codepost next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-codepost-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of codepost-record to ws-lg-image
                   write img-enr from codepost-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close codepost.
           perform p-fermer-image.

       p-sauver-opermast.
           move "OPERMAST" to ws-fichier.
           open input opermast.
           move ws-opermast-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read opermast next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-opermast-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of opermast-record to ws-lg-image
                   write img-enr from opermast-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close opermast.
           perform p-fermer-image.

       p-sauver-persopp.
           move "PERSOPP" to ws-fichier.
           open input persopp.
           move ws-persopp-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persopp next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persopp-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persopp-record to ws-lg-image
                   write img-enr from persopp-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persopp.
           perform p-fermer-image.

       p-sauver-persdcd.
           move "PERSDCD" to ws-fichier.
           open input persdcd.
           move ws-persdcd-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persdcd next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persdcd-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persdcd-record to ws-lg-image
                   write img-enr from persdcd-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persdcd.
           perform p-fermer-image.

       p-sauver-perscamp.
           move "PERSCAMP" to ws-fichier.
           open input perscamp.
           move ws-perscamp-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read perscamp next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-perscamp-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of perscamp-record to ws-lg-image
                   write img-enr from perscamp-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close perscamp.
           perform p-fermer-image.

       p-sauver-perscamh.
           move "PERSCAMH" to ws-fichier.
           open input perscamh.
           move ws-perscamh-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read perscamh next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-perscamh-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of perscamh-record to ws-lg-image
                   write img-enr from perscamh-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close perscamh.
           perform p-fermer-image.

       p-sauver-persfoy.
           move "PERSFOY" to ws-fichier.
           open input persfoy.
           move ws-persfoy-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persfoy next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persfoy-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persfoy-record to ws-lg-image
                   write img-enr from persfoy-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persfoy.
           perform p-fermer-image.

       p-sauver-persfoym.
           move "PERSFOYM" to ws-fichier.
           open input persfoym.
           move ws-persfoym-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persfoym next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persfoym-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persfoym-record to ws-lg-image
                   write img-enr from persfoym-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persfoym.
           perform p-fermer-image.

       p-sauver-persnote.
           move "PERSNOTE" to ws-fichier.
           open input persnote.
           move ws-persnote-status to ws-statut.
           if ws-statut not = "00"
               perform p-noter-ouverture
               exit paragraph
           end-if.
           perform p-ouvrir-image.
           perform until ws-fichier-fini
               read persnote next record
                   at end set ws-fichier-fini to true
               end-read
               move ws-persnote-status to ws-statut
               perform p-controler-lecture
               if not ws-fichier-fini
                   move length of persnote-record to ws-lg-image
                   write img-enr from persnote-record
                   perform p-controler-ecriture
                   add 1 to ws-nb-enr
               end-if
           end-perform.
           close persnote.
           perform p-fermer-image.

      *> the catalog runs oldest first, so the generations are met
      *> in date order : when there are more than ws-nb-generations,
      *> the first one to keep becomes the limit and every line
      *> before it goes, together with its image.
       p-purger-generations.
           move zero to ws-nb-gen.
           move zero to ws-gen-prec.
           perform varying ws-idx from 1 by 1 until ws-idx > ws-nb-cat
               move ws-cat-ent(ws-idx) to savcat-enr
               if sav-generation not = ws-gen-prec
                   add 1 to ws-nb-gen
                   move sav-generation to ws-gen-prec
               end-if
           end-perform.
           if ws-nb-gen <= ws-nb-generations
               exit paragraph
           end-if.
           compute ws-nb-gen-purgees = ws-nb-gen - ws-nb-generations.
           move zero to ws-gen-rang.
           move zero to ws-gen-prec.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-cat or ws-gen-limite > zero
               move ws-cat-ent(ws-idx) to savcat-enr
               if sav-generation not = ws-gen-prec
                   add 1 to ws-gen-rang
                   move sav-generation to ws-gen-prec
                   if ws-gen-rang > ws-nb-gen-purgees
                       move sav-generation to ws-gen-limite
                   end-if
               end-if
           end-perform.
           move spaces to ligne-rapport.
           write ligne-rapport.
           perform varying ws-idx from 1 by 1 until ws-idx > ws-nb-cat
               move ws-cat-ent(ws-idx) to savcat-enr
               if sav-generation < ws-gen-limite
                   perform p-supprimer-image
               end-if
           end-perform.

       p-supprimer-image.
           move sav-generation to lp-generation.
           move sav-image to lp-image.
           move ligne-purge to ligne-rapport.
           write ligne-rapport.
           if sav-image not = spaces
               move sav-image to ws-nom-image
               call "CBL_DELETE_FILE" using ws-nom-image
               add 1 to ws-nb-img-purgees
           end-if.

       p-ecrire-catalogue.
           open output savcat.
           perform varying ws-idx from 1 by 1 until ws-idx > ws-nb-cat
               move ws-cat-ent(ws-idx) to savcat-enr
               if sav-generation >= ws-gen-limite
                   write savcat-enr
               end-if
           end-perform.
           close savcat.

       p-imprimer-totaux.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "IMAGES ECRITES" to cpt-libelle.
           move ws-nb-fichiers to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "ENREGISTREMENTS COPIES" to cpt-libelle.
           move ws-nb-total-enr to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "FICHIERS ABSENTS" to cpt-libelle.
           move ws-nb-absents to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "FICHIERS ILLISIBLES" to cpt-libelle.
           move ws-nb-illisibles to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "GENERATIONS CONSERVEES (MAXIMUM)" to cpt-libelle.
           move ws-nb-generations to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "GENERATIONS SUPPRIMEES" to cpt-libelle.
           move ws-nb-gen-purgees to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "IMAGES SUPPRIMEES" to cpt-libelle.
           move ws-nb-img-purgees to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
