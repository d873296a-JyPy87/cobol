       identification division.
       program-id. PERSFOY.
       date-written. Octobre 2026.
       author. Jeremy.

      *> household pass. the persons of PERSMAST are grouped on
      *> their effective address of the day (the PERSADR / default
      *> address PERSLAB retains), upper-cased so that spelling
      *> case does not split a household. every address shared by
      *> two persons or more is a household (PERSFOY) and each
      *> member is linked to it (PERSFOYM). the household number
      *> is stable : an address already known keeps its number, a
      *> household that moved together keeps the number of its
      *> former address, and only a new household takes a fresh
      *> number from the FOYERID counter of PERSNUM. the head of
      *> household is kept from one pass to the next while still a
      *> member without a do-not-mail opposition ; otherwise the
      *> lowest person number without opposition is chosen.
      *> households and links the pass no longer finds are removed.
      *> the household list goes to PERSFOY.LST.

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
               access mode is dynamic
               record key is pa-cle
               file status is ws-persadr-status.
           select persopp assign to "PERSOPP"
               organization is indexed
               access mode is dynamic
               record key is opp-id
               file status is ws-persopp-status.
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
           select persnum assign to "PERSNUM"
               organization is indexed
               access mode is dynamic
               record key is num-cle
               file status is ws-persnum-status.
           select fic-tri assign to "PERSFOY.SRT".
           select persrpt assign to "PERSFOY.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  persmast.
           copy PERSREC.
       fd  persadr.
           copy PADRREC.
       fd  persopp.
           copy OPPREC.
       fd  persfoy.
           copy FOYREC.
       fd  persfoym.
           copy FOYMREC.
       fd  persnum.
           copy PNUMREC.
       sd  fic-tri.
           01 tri-enr.
               2 tri-adresse.
                   3 tri-numero pic 9(3).
                   3 tri-rue pic x(30).
                   3 tri-codepostal pic 9(5).
                   3 tri-ville pic x(30).
               2 tri-id pic 9(8).
               2 tri-nom pic x(30).
               2 tri-prenom pic x(30).
               2 tri-opposee pic x(1).
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
               88 ws-persmast-fin value "10".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-persfoy-status pic x(2).
               88 ws-persfoy-ok value "00".
               88 ws-persfoy-fin value "10".
           1 ws-persfoym-status pic x(2).
               88 ws-persfoym-ok value "00".
               88 ws-persfoym-fin value "10".
           1 ws-persnum-status pic x(2).
               88 ws-persnum-ok value "00".
               88 ws-persnum-absent value "35".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-date-jour pic 9(8) value zero.
      *> TIME gives hhmmsscc ; only hhmmss is kept, through an
      *> 8-digit work field so the hour is not truncated away.
           1 ws-heure-systeme pic 9(8) value zero.
      *> stamp of this pass : date and time, so that two passes of
      *> the same day still tell their households apart.
           1 ws-passage.
               2 ws-passage-date pic 9(8) value zero.
               2 ws-passage-heure pic 9(6) value zero.
           1 ws-passage-num redefines ws-passage pic 9(14).
           1 ws-dernier-foyer pic 9(8) value zero.

           1 ws-adr-sec pic x(1) value "N".
               88 ws-adr-sec-present value "O".
           1 ws-opp-fichier pic x(1) value "N".
               88 ws-opp-present value "O".
           1 ws-opposition pic x(1) value "N".
               88 ws-personne-opposee value "O".
           1 ws-effective.
               2 ws-eff-id pic 9(8) value zero.
               2 ws-eff-fini pic x(1) value "N".
                   88 ws-eff-termine value "O".
               2 ws-rang pic 9 value zero.
               2 ws-meilleur-rang pic 9 value zero.
               2 ws-meilleur-debut pic 9(8) value zero.
           1 ws-adresse-retenue.
               2 ret-numero pic 9(3).
               2 ret-rue pic x(30).
               2 ret-codepostal pic 9(5).
               2 ret-ville pic x(30).

      *> the persons of the address being processed, in person
      *> number order.
           1 ws-groupe.
               2 ws-cle-courante pic x(68) value spaces.
               2 ws-nb-membres pic 9(3) value zero.
               2 ws-membre occurs 50 times.
                   3 mb-id pic 9(8).
                   3 mb-nom pic x(30).
                   3 mb-prenom pic x(30).
                   3 mb-opposee pic x(1).
                       88 mb-est-opposee value "O".
           1 ws-idx pic 9(3) value zero.
           1 ws-chef-idx pic 9(3) value zero.

           1 ws-foyer.
               2 ws-foyer-num pic 9(8) value zero.
               2 ws-foyer-origine pic x(1) value "N".
                   88 ws-foyer-connu value "A".
                   88 ws-foyer-demenage value "D".
                   88 ws-foyer-nouveau value "N".
               2 ws-ancien-chef pic 9(8) value zero.
               2 ws-date-creation pic 9(8) value zero.

           1 ws-compteurs.
               2 ws-nb-personnes pic 9(7) value zero.
               2 ws-nb-sans-adresse pic 9(7) value zero.
               2 ws-nb-foyers pic 9(7) value zero.
               2 ws-nb-nouveaux pic 9(7) value zero.
               2 ws-nb-demenages pic 9(7) value zero.
               2 ws-nb-groupees pic 9(7) value zero.
               2 ws-nb-hors-table pic 9(7) value zero.
               2 ws-nb-dissous pic 9(7) value zero.
               2 ws-nb-sorties pic 9(7) value zero.

           1 ws-ligne pic x(133) value spaces.
           1 ws-num-affiche pic zz9.
           1 ws-nb-affiche pic zz9.
           1 ws-motif-abandon pic x(60) value spaces.

           1 ligne-titre.
               2 filler pic x(35) value
                   "PERSFOY - FOYERS CONSTITUES LE ".
               2 t-date pic 9(8).
               2 filler pic x(90) value spaces.
           1 ligne-tirets pic x(80) value all "-".
           1 ligne-membre.
               2 filler pic x(6) value spaces.
               2 lm-chef pic x(5).
               2 lm-id pic 9(8).
               2 filler pic x(2) value spaces.
               2 lm-nom pic x(30).
               2 filler pic x(1) value space.
               2 lm-prenom pic x(30).
               2 filler pic x(1) value space.
               2 lm-opposition pic x(11).
               2 filler pic x(39) value spaces.
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cp-libelle pic x(36).
               2 cp-total pic z(6)9.
               2 filler pic x(87) value spaces.

       procedure division.
       p-principal.
           accept ws-date-jour from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-date-jour to ws-passage-date.
           move ws-heure-systeme(1:6) to ws-passage-heure.
           open input persadr.
           if ws-persadr-ok
               set ws-adr-sec-present to true
           end-if.
           open input persopp.
           if ws-persopp-ok
               set ws-opp-present to true
           end-if.
           open i-o persfoy.
           if not ws-persfoy-ok
               open output persfoy
               close persfoy
               open i-o persfoy
           end-if.
           open i-o persfoym.
           if not ws-persfoym-ok
               open output persfoym
               close persfoym
               open i-o persfoym
           end-if.
           perform p-initialiser-numerotation.
           open output persrpt.
           move ws-date-jour to t-date.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move ligne-tirets to ligne-rapport.
           write ligne-rapport.
           sort fic-tri
               on ascending key tri-adresse tri-id
               input procedure p-alimenter-tri
               output procedure p-constituer-foyers.
           perform p-dissoudre-foyers.
           perform p-liberer-membres.
           perform p-editer-totaux.
           close persrpt.
           close persnum.
           close persfoym.
           close persfoy.
           if ws-adr-sec-present
               close persadr
           end-if.
           if ws-opp-present
               close persopp
           end-if.
           display "PERSFOY termine - " ws-nb-foyers " foyers dont "
               ws-nb-nouveaux " nouveaux, " ws-nb-groupees
               " personnes groupees, " ws-nb-dissous
               " foyers dissous.".
           stop run.

      *> same counter file as the person numbers, under its own
      *> key. created when absent ; primed from the highest
      *> household number on file the first time.
       p-initialiser-numerotation.
           open i-o persnum.
           if ws-persnum-absent
               open output persnum
               close persnum
               open i-o persnum
           end-if.
           if not ws-persnum-ok
               move "compteur PERSNUM indisponible"
                   to ws-motif-abandon
               perform p-abandonner
           end-if.
           move "FOYERID" to num-cle.
           read persnum
               invalid key
                   perform p-amorcer-compteur
                   write persnum-record
                       invalid key continue
                   end-write
           end-read.
           move num-dernier to ws-dernier-foyer.

       p-amorcer-compteur.
           move zero to ws-dernier-foyer.
           move 99999999 to fo-num.
           start persfoy key is less than fo-num
               invalid key continue
               not invalid key
                   read persfoy previous record
                       at end continue
                       not at end
                           move fo-num to ws-dernier-foyer
                   end-read
           end-start.
           move "FOYERID" to num-cle.
           move ws-dernier-foyer to num-dernier.

       p-alimenter-tri.
           open input persmast.
           if not ws-persmast-ok
               open output persmast
               close persmast
               open input persmast
           end-if.
           perform until ws-persmast-fin
               read persmast next record
                   at end set ws-persmast-fin to true
               end-read
               if not ws-persmast-fin
                   add 1 to ws-nb-personnes
                   perform p-retenir-personne
               end-if
           end-perform.
           close persmast.

      *> a person without a street cannot share an address.
       p-retenir-personne.
           move pm-adresse of persmast-record to ws-adresse-retenue.
           move pm-id of persmast-record to ws-eff-id.
           perform p-adresse-effective.
           if ret-rue = spaces
               add 1 to ws-nb-sans-adresse
               exit paragraph
           end-if.
           perform p-controler-opposition.
           move ret-numero to tri-numero.
           move function upper-case(ret-rue) to tri-rue.
           move ret-codepostal to tri-codepostal.
           move function upper-case(ret-ville) to tri-ville.
           move pm-id of persmast-record to tri-id.
           move pm-nom of persmast-record to tri-nom.
           move pm-prenom of persmast-record to tri-prenom.
           move ws-opposition to tri-opposee.
           release tri-enr.

      *> an opposed person stays in the household (it is their
      *> address too) but is never chosen as its head.
       p-controler-opposition.
           move "N" to ws-opposition.
           if not ws-opp-present
               exit paragraph
           end-if.
           move pm-id of persmast-record to opp-id.
           read persopp
               invalid key exit paragraph
           end-read.
           if opp-date <= ws-date-jour
               if opp-date-fin = zero or opp-date-fin >= ws-date-jour
                   set ws-personne-opposee to true
               end-if
           end-if.

      *> picks the address effective on the run date from PERSADR :
      *> expedition wins over saisonniere over domicile, and the
      *> latest effective start date wins inside a type. without a
      *> match (or without the file) the default address already in
      *> ws-adresse-retenue stays - day-one behaviour unchanged.
       p-adresse-effective.
           if not ws-adr-sec-present
               exit paragraph
           end-if.
           move zero to ws-meilleur-rang.
           move zero to ws-meilleur-debut.
           move "N" to ws-eff-fini.
           move ws-eff-id to pa-id.
           move low-values to pa-type.
           move zero to pa-date-debut.
           start persadr key is not less than pa-cle
               invalid key set ws-eff-termine to true
           end-start.
           perform until ws-eff-termine
               read persadr next record
                   at end set ws-eff-termine to true
               end-read
               if not ws-eff-termine
                   if pa-id = ws-eff-id
                       perform p-evaluer-adresse
                   else
                       set ws-eff-termine to true
                   end-if
               end-if
           end-perform.

       p-evaluer-adresse.
           if pa-date-debut > ws-date-jour
               exit paragraph
           end-if.
           if pa-date-fin not = zero
                   and pa-date-fin < ws-date-jour
               exit paragraph
           end-if.
           evaluate true
               when pa-expedition move 3 to ws-rang
               when pa-saisonniere move 2 to ws-rang
               when pa-domicile move 1 to ws-rang
               when other move zero to ws-rang
           end-evaluate.
           if ws-rang > ws-meilleur-rang
                   or (ws-rang = ws-meilleur-rang
                       and pa-date-debut > ws-meilleur-debut)
               move ws-rang to ws-meilleur-rang
               move pa-date-debut to ws-meilleur-debut
               move pa-adresse to ws-adresse-retenue
           end-if.

      *> one address at a time : the first record of the next
      *> address stays in tri-enr while the current one is handled.
       p-constituer-foyers.
           return fic-tri
               at end set ws-tri-termine to true
           end-return.
           perform until ws-tri-termine
               perform p-charger-groupe
               if ws-nb-membres >= 2
                   perform p-traiter-foyer
               end-if
           end-perform.

       p-charger-groupe.
           move tri-adresse to ws-cle-courante.
           move zero to ws-nb-membres.
           perform until ws-tri-termine
                   or tri-adresse not = ws-cle-courante
               if ws-nb-membres < 50
                   add 1 to ws-nb-membres
                   move tri-id to mb-id(ws-nb-membres)
                   move tri-nom to mb-nom(ws-nb-membres)
                   move tri-prenom to mb-prenom(ws-nb-membres)
                   move tri-opposee to mb-opposee(ws-nb-membres)
               else
                   add 1 to ws-nb-hors-table
               end-if
               return fic-tri
                   at end set ws-tri-termine to true
               end-return
           end-perform.

       p-traiter-foyer.
           perform p-retrouver-foyer.
           perform p-choisir-chef.
           perform p-ecrire-foyer.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-membres
               perform p-ecrire-membre
           end-perform.
           perform p-imprimer-foyer.
           add 1 to ws-nb-foyers.
           add ws-nb-membres to ws-nb-groupees.

      *> the address is looked up first ; failing that, the
      *> household a member belonged to at the last pass is taken
      *> over if no other address has claimed it in this pass -
      *> the household moved together.
       p-retrouver-foyer.
           set ws-foyer-nouveau to true.
           move zero to ws-ancien-chef.
           move ws-date-jour to ws-date-creation.
           move ws-cle-courante to fo-adresse.
           read persfoy key is fo-adresse
               invalid key continue
               not invalid key
                   set ws-foyer-connu to true
                   move fo-num to ws-foyer-num
                   move fo-chef to ws-ancien-chef
                   move fo-date-creation to ws-date-creation
                   exit paragraph
           end-read.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-membres
                   or not ws-foyer-nouveau
               move mb-id(ws-idx) to fm-id
               read persfoym
                   invalid key continue
                   not invalid key
                       move fm-foyer to fo-num
                       read persfoy
                           invalid key continue
                           not invalid key
                               if fo-passage not = ws-passage-num
                                   set ws-foyer-demenage to true
                                   move fo-num to ws-foyer-num
                                   move fo-chef to ws-ancien-chef
                                   move fo-date-creation
                                       to ws-date-creation
                               end-if
                       end-read
               end-read
           end-perform.
           if ws-foyer-nouveau
               add 1 to ws-dernier-foyer
               move ws-dernier-foyer to ws-foyer-num
               move "FOYERID" to num-cle
               move ws-dernier-foyer to num-dernier
               rewrite persnum-record
                   invalid key continue
               end-rewrite
           end-if.

       p-choisir-chef.
           move zero to ws-chef-idx.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-membres
               if mb-id(ws-idx) = ws-ancien-chef
                       and not mb-est-opposee(ws-idx)
                   move ws-idx to ws-chef-idx
               end-if
           end-perform.
           if ws-chef-idx > zero
               exit paragraph
           end-if.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-membres
                   or ws-chef-idx > zero
               if not mb-est-opposee(ws-idx)
                   move ws-idx to ws-chef-idx
               end-if
           end-perform.
           if ws-chef-idx = zero
               move 1 to ws-chef-idx
           end-if.

       p-ecrire-foyer.
           move ws-foyer-num to fo-num.
           move ws-cle-courante to fo-adresse.
           move mb-id(ws-chef-idx) to fo-chef.
           move mb-nom(ws-chef-idx) to fo-nom.
           move ws-nb-membres to fo-nb-membres.
           move ws-date-creation to fo-date-creation.
           move ws-passage-num to fo-passage.
           if ws-foyer-nouveau
               write persfoy-record
                   invalid key continue
               end-write
               add 1 to ws-nb-nouveaux
           else
               rewrite persfoy-record
                   invalid key continue
               end-rewrite
               if ws-foyer-demenage
                   add 1 to ws-nb-demenages
               end-if
           end-if.

       p-ecrire-membre.
           move mb-id(ws-idx) to fm-id.
           read persfoym
               invalid key
                   move ws-foyer-num to fm-foyer
                   move ws-passage-num to fm-passage
                   write persfoym-record
                       invalid key continue
                   end-write
               not invalid key
                   move ws-foyer-num to fm-foyer
                   move ws-passage-num to fm-passage
                   rewrite persfoym-record
                       invalid key continue
                   end-rewrite
           end-read.

       p-imprimer-foyer.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move fo-numero to ws-num-affiche.
           move ws-nb-membres to ws-nb-affiche.
           move spaces to ws-ligne.
           string "FOYER " ws-foyer-num "  "
               function trim(ws-num-affiche) " "
               function trim(fo-rue) " " fo-codepostal " "
               function trim(fo-ville) " - "
               function trim(ws-nb-affiche) " PERSONNES"
               delimited by size into ws-ligne.
           evaluate true
               when ws-foyer-nouveau
                   move "(NOUVEAU)" to ws-ligne(110:10)
               when ws-foyer-demenage
                   move "(DEMENAGE)" to ws-ligne(110:10)
           end-evaluate.
           move ws-ligne to ligne-rapport.
           write ligne-rapport.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-membres
               if ws-idx = ws-chef-idx
                   move "CHEF" to lm-chef
               else
                   move spaces to lm-chef
               end-if
               move mb-id(ws-idx) to lm-id
               move mb-nom(ws-idx) to lm-nom
               move mb-prenom(ws-idx) to lm-prenom
               if mb-est-opposee(ws-idx)
                   move "OPPOSITION" to lm-opposition
               else
                   move spaces to lm-opposition
               end-if
               move ligne-membre to ligne-rapport
               write ligne-rapport
           end-perform.

      *> a household this pass did not stamp no longer exists.
       p-dissoudre-foyers.
           move "00" to ws-persfoy-status.
           move zero to fo-num.
           start persfoy key is not less than fo-num
               invalid key set ws-persfoy-fin to true
           end-start.
           perform until ws-persfoy-fin
               read persfoy next record
                   at end set ws-persfoy-fin to true
               end-read
               if not ws-persfoy-fin
                   if fo-passage not = ws-passage-num
                       delete persfoy record
                           invalid key continue
                       end-delete
                       add 1 to ws-nb-dissous
                   end-if
               end-if
           end-perform.

      *> nor does a link it did not stamp : the person left, lives
      *> alone now, or is no longer on file.
       p-liberer-membres.
           move "00" to ws-persfoym-status.
           move zero to fm-id.
           start persfoym key is not less than fm-id
               invalid key set ws-persfoym-fin to true
           end-start.
           perform until ws-persfoym-fin
               read persfoym next record
                   at end set ws-persfoym-fin to true
               end-read
               if not ws-persfoym-fin
                   if fm-passage not = ws-passage-num
                       delete persfoym record
                           invalid key continue
                       end-delete
                       add 1 to ws-nb-sorties
                   end-if
               end-if
           end-perform.

       p-editer-totaux.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-tirets to ligne-rapport.
           write ligne-rapport.
           move "PERSONNES LUES" to cp-libelle.
           move ws-nb-personnes to cp-total.
           perform p-ecrire-compteur.
           move "PERSONNES SANS ADRESSE" to cp-libelle.
           move ws-nb-sans-adresse to cp-total.
           perform p-ecrire-compteur.
           move "FOYERS" to cp-libelle.
           move ws-nb-foyers to cp-total.
           perform p-ecrire-compteur.
           move "  DONT NOUVEAUX" to cp-libelle.
           move ws-nb-nouveaux to cp-total.
           perform p-ecrire-compteur.
           move "  DONT DEMENAGES" to cp-libelle.
           move ws-nb-demenages to cp-total.
           perform p-ecrire-compteur.
           move "PERSONNES GROUPEES EN FOYER" to cp-libelle.
           move ws-nb-groupees to cp-total.
           perform p-ecrire-compteur.
           move "FOYERS DISSOUS" to cp-libelle.
           move ws-nb-dissous to cp-total.
           perform p-ecrire-compteur.
           move "PERSONNES SORTIES D'UN FOYER" to cp-libelle.
           move ws-nb-sorties to cp-total.
           perform p-ecrire-compteur.
           if ws-nb-hors-table > zero
               move "PERSONNES AU-DELA DE 50 PAR ADRESSE"
                   to cp-libelle
               move ws-nb-hors-table to cp-total
               perform p-ecrire-compteur
           end-if.

       p-ecrire-compteur.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.

       p-abandonner.
           display "PERSFOY abandonne - " ws-motif-abandon.
           close persfoy.
           close persfoym.
           if ws-adr-sec-present
               close persadr
           end-if.
           if ws-opp-present
               close persopp
           end-if.
           move 8 to return-code.
           stop run.
