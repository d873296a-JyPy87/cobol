       identification division.
       program-id. PERSCAM.
       date-written. Octobre 2026.
       author. Jeremy.

      *> run of one mailing campaign defined on CAMPMNT. the
      *> persons matching the campaign criteria on its send date
      *> get one piece : a detail in the PERSIF extract for the
      *> mailing house (PERSCAM.DAT, header / details / trailer as
      *> PERSEXP), a label in PERSCAM.LST (PERSLAB layout) and a
      *> history record in PERSCAMH, which PERSRET later marks when
      *> the piece comes back. persons under a do-not-mail
      *> opposition on the send date are left out and counted.
      *> a campaign is run once : the run stamps it, and a stamped
      *> campaign is refused.
      *>
      *> parameter : the campaign code.

       environment division.
       input-output section.
       file-control.
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
           select fic-tri assign to "PERSCAM.SRT".
           select ficcam assign to "PERSCAM.DAT"
               organization is line sequential
               file status is ws-ficcam-status.
           select camlab assign to "PERSCAM.LST"
               organization is line sequential
               file status is ws-camlab-status.

       data division.
       file section.
       fd  perscamp.
           copy CAMPREC.
       fd  perscamh.
           copy CAMHREC.
       fd  persmast.
           copy PERSREC.
       fd  persadr.
           copy PADRREC.
       fd  persopp.
           copy OPPREC.
       sd  fic-tri.
           01 tri-enr.
               2 tri-codepostal pic 9(5).
               2 tri-nom pic x(30).
               2 tri-prenom pic x(30).
               2 tri-id pic 9(8).
               2 tri-numero pic 9(3).
               2 tri-rue pic x(30).
               2 tri-ville pic x(30).
       fd  ficcam.
           copy PERSIF.
       fd  camlab.
           01 ligne-etiquette pic x(120).

       working-storage section.
           1 ws-perscamp-status pic x(2).
               88 ws-perscamp-ok value "00".
           1 ws-perscamh-status pic x(2).
               88 ws-perscamh-ok value "00".
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
               88 ws-persmast-fin value "10".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-ficcam-status pic x(2).
               88 ws-ficcam-ok value "00".
           1 ws-camlab-status pic x(2).
               88 ws-camlab-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-parametre pic x(20) value spaces.
           1 ws-code-campagne pic x(8) value spaces.
           1 ws-date-jour pic 9(8) value zero.
      *> the selection is made as on the send date : addresses and
      *> oppositions are those in force that day.
           1 ws-date-ref pic 9(8) value zero.

           1 ws-compteurs.
               2 ws-nb-envois pic 9(7) value zero.
               2 ws-nb-opposes pic 9(7) value zero.
               2 ws-nb-sans-adresse pic 9(7) value zero.
               2 ws-nb-deja-historises pic 9(7) value zero.

           1 ws-adr-sec pic x(1) value "N".
               88 ws-adr-sec-present value "O".
           1 ws-opp-fichier pic x(1) value "N".
               88 ws-opp-present value "O".
           1 ws-opposition pic x(1) value "N".
               88 ws-personne-opposee value "O".
           1 ws-selection pic x(1) value "N".
               88 ws-personne-retenue value "O".
           1 ws-critere pic x(1) value "N".
               88 ws-critere-satisfait value "O".
           1 ws-critere-vide pic x(1) value "O".
               88 ws-critere-absent value "O".
           1 ws-i pic 99 value zero.
           1 ws-effective.
               2 ws-eff-id pic 9(8) value zero.
               2 ws-eff-fini pic x(1) value "N".
                   88 ws-eff-termine value "O".
               2 ws-rang pic 9 value zero.
               2 ws-meilleur-rang pic 9 value zero.
               2 ws-meilleur-debut pic 9(8) value zero.
               2 ws-adr-type pic x(1) value "N".
                   88 ws-adr-type-trouvee value "O".
           1 ws-adresse-retenue.
               2 ret-numero pic 9(3).
               2 ret-rue pic x(30).
               2 ret-codepostal pic 9(5).
               2 ret-ville pic x(30).
           1 ws-slot pic 9 value zero.
           1 ws-num-affiche pic zz9.
           1 ws-texte pic x(38) value spaces.

      *> three labels across the page, 40 print positions each,
      *> in standard French postal presentation.
           1 ligne-lab-1.
               2 lab1-col occurs 3 times pic x(40).
           1 ligne-lab-2.
               2 lab2-col occurs 3 times pic x(40).
           1 ligne-lab-3.
               2 lab3-col occurs 3 times pic x(40).

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           move function upper-case(ws-parametre) to ws-parametre.
           move ws-parametre to ws-code-campagne.
           if ws-code-campagne = spaces
               display "PERSCAM - code campagne attendu en parametre."
               move 8 to return-code
               stop run
           end-if.
           accept ws-date-jour from date yyyymmdd.
           perform p-lire-campagne.
           open input persadr.
           if ws-persadr-ok
               set ws-adr-sec-present to true
           end-if.
           open input persopp.
           if ws-persopp-ok
               set ws-opp-present to true
           end-if.
           open i-o perscamh.
           if not ws-perscamh-ok
               open output perscamh
               close perscamh
               open i-o perscamh
           end-if.
           move spaces to ligne-lab-1.
           move spaces to ligne-lab-2.
           move spaces to ligne-lab-3.
           open output camlab.
           open output ficcam.
           move "H" to if-type.
           move spaces to if-corps.
           move ws-date-jour to if-date.
           write enr-interface.
           sort fic-tri
               on ascending key tri-codepostal tri-nom tri-prenom
               input procedure p-alimenter-tri
               output procedure p-emettre-pieces.
           if ws-slot > zero
               perform p-editer-rangee
           end-if.
           move "T" to if-type.
           move spaces to if-corps.
           move ws-nb-envois to if-nb-enr.
           write enr-interface.
           close ficcam.
           close camlab.
           close perscamh.
           if ws-adr-sec-present
               close persadr
           end-if.
           if ws-opp-present
               close persopp
           end-if.
           perform p-marquer-campagne.
           display "PERSCAM termine - campagne " ws-code-campagne
               " : " ws-nb-envois " pieces, " ws-nb-opposes
               " exclues (opposition), " ws-nb-sans-adresse
               " sans adresse du type demande.".
           if ws-nb-deja-historises > zero
               display "PERSCAM - " ws-nb-deja-historises
                   " pieces deja presentes dans PERSCAMH (reprise)."
           end-if.
           stop run.

      *> the campaign must exist and not have run yet ; the record
      *> stays in memory for the selection.
       p-lire-campagne.
           open input perscamp.
           if not ws-perscamp-ok
               display "PERSCAM - fichier PERSCAMP absent."
               move 8 to return-code
               stop run
           end-if.
           move ws-code-campagne to cam-code.
           read perscamp
               invalid key
                   display "PERSCAM - campagne inconnue : "
                       ws-code-campagne
                   close perscamp
                   move 8 to return-code
                   stop run
           end-read.
           close perscamp.
           if cam-date-execution not = zero
               display "PERSCAM - campagne " ws-code-campagne
                   " deja executee le " cam-date-execution "."
               move 8 to return-code
               stop run
           end-if.
           move cam-date-envoi to ws-date-ref.

       p-marquer-campagne.
           open i-o perscamp.
           move ws-code-campagne to cam-code.
           read perscamp
               invalid key
                   display "PERSCAM - campagne disparue de PERSCAMP."
                   move 8 to return-code
               not invalid key
                   move ws-date-jour to cam-date-execution
                   move ws-nb-envois to cam-nb-envois
                   rewrite perscamp-record
                       invalid key continue
                   end-rewrite
           end-read.
           close perscamp.

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
                   perform p-selectionner-personne
               end-if
           end-perform.
           close persmast.

       p-selectionner-personne.
           move pm-adresse of persmast-record to ws-adresse-retenue.
           move pm-id of persmast-record to ws-eff-id.
           perform p-adresse-effective.
           if (cam-adr-expedition or cam-adr-saisonniere)
                   and not ws-adr-type-trouvee
               add 1 to ws-nb-sans-adresse
               exit paragraph
           end-if.
           perform p-appliquer-criteres.
           if not ws-personne-retenue
               exit paragraph
           end-if.
           perform p-controler-opposition.
           if ws-personne-opposee
               add 1 to ws-nb-opposes
               exit paragraph
           end-if.
           move ret-codepostal to tri-codepostal.
           move pm-nom of persmast-record to tri-nom.
           move pm-prenom of persmast-record to tri-prenom.
           move pm-id of persmast-record to tri-id.
           move ret-numero to tri-numero.
           move ret-rue to tri-rue.
           move ret-ville to tri-ville.
           release tri-enr.

      *> each criterion given must be met by the address retained ;
      *> inside a criterion any listed value will do.
       p-appliquer-criteres.
           move "N" to ws-selection.
           move "N" to ws-critere.
           move "O" to ws-critere-vide.
           perform varying ws-i from 1 by 1 until ws-i > 10
               if cam-departement(ws-i) not = spaces
                   move "N" to ws-critere-vide
                   if ret-codepostal(1:2) = cam-departement(ws-i)
                       set ws-critere-satisfait to true
                   end-if
               end-if
           end-perform.
           if not ws-critere-absent and not ws-critere-satisfait
               exit paragraph
           end-if.
           move "N" to ws-critere.
           move "O" to ws-critere-vide.
           perform varying ws-i from 1 by 1 until ws-i > 5
               if cam-ville(ws-i) not = spaces
                   move "N" to ws-critere-vide
                   if function upper-case(ret-ville) = cam-ville(ws-i)
                       set ws-critere-satisfait to true
                   end-if
               end-if
           end-perform.
           if not ws-critere-absent and not ws-critere-satisfait
               exit paragraph
           end-if.
           move "N" to ws-critere.
           move "O" to ws-critere-vide.
           perform varying ws-i from 1 by 1 until ws-i > 5
               if cam-cp-maxi(ws-i) not = zero
                   move "N" to ws-critere-vide
                   if ret-codepostal >= cam-cp-mini(ws-i)
                           and ret-codepostal <= cam-cp-maxi(ws-i)
                       set ws-critere-satisfait to true
                   end-if
               end-if
           end-perform.
           if not ws-critere-absent and not ws-critere-satisfait
               exit paragraph
           end-if.
           set ws-personne-retenue to true.

      *> no piece for a person whose do-not-mail opposition is in
      *> force on the send date (see PERSOPP).
       p-controler-opposition.
           move "N" to ws-opposition.
           if not ws-opp-present
               exit paragraph
           end-if.
           move pm-id of persmast-record to opp-id.
           read persopp
               invalid key exit paragraph
           end-read.
           if opp-date <= ws-date-ref
               if opp-date-fin = zero or opp-date-fin >= ws-date-ref
                   set ws-personne-opposee to true
               end-if
           end-if.

      *> picks the address in force on the send date from PERSADR,
      *> as PERSLAB does : expedition wins over saisonniere over
      *> domicile, and the latest effective start date wins inside
      *> a type. a campaign asking for one address type only
      *> considers that type ; without a match the default address
      *> already in ws-adresse-retenue stays.
       p-adresse-effective.
           move "N" to ws-adr-type.
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
           if pa-date-debut > ws-date-ref
               exit paragraph
           end-if.
           if pa-date-fin not = zero
                   and pa-date-fin < ws-date-ref
               exit paragraph
           end-if.
           if not cam-adr-effective
                   and pa-type not = cam-type-adresse
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
               set ws-adr-type-trouvee to true
           end-if.

       p-emettre-pieces.
           perform until ws-tri-termine
               return fic-tri
                   at end set ws-tri-termine to true
               end-return
               if not ws-tri-termine
                   perform p-ecrire-detail
                   perform p-remplir-etiquette
                   perform p-ecrire-historique
               end-if
           end-perform.

       p-ecrire-detail.
           move "D" to if-type.
           move tri-id to if-id.
           move tri-nom to if-nom.
           move tri-prenom to if-prenom.
           move tri-numero to if-numero.
           move tri-rue to if-rue.
           move tri-codepostal to if-codepostal.
           move tri-ville to if-ville.
           move space to if-action.
           write enr-interface.
           add 1 to ws-nb-envois.

      *> a run interrupted after the sort finds its own history
      *> records on the rerun : they are kept as they are.
       p-ecrire-historique.
           move tri-id to ch-id.
           move ws-date-ref to ch-date-envoi.
           move ws-code-campagne to ch-code.
           move tri-numero to ch-numero.
           move tri-rue to ch-rue.
           move tri-codepostal to ch-codepostal.
           move tri-ville to ch-ville.
           move space to ch-retour.
           move zero to ch-date-retour.
           write perscamh-record
               invalid key add 1 to ws-nb-deja-historises
           end-write.

       p-remplir-etiquette.
           add 1 to ws-slot.
           move spaces to ws-texte.
           string function trim(tri-prenom) " "
               function trim(tri-nom)
               delimited by size into ws-texte.
           move ws-texte to lab1-col(ws-slot).
           move tri-numero to ws-num-affiche.
           move spaces to ws-texte.
           string function trim(ws-num-affiche) " "
               function trim(tri-rue)
               delimited by size into ws-texte.
           move ws-texte to lab2-col(ws-slot).
           move spaces to ws-texte.
           string tri-codepostal " "
               function trim(tri-ville)
               delimited by size into ws-texte.
           move ws-texte to lab3-col(ws-slot).
           if ws-slot = 3
               perform p-editer-rangee
           end-if.

       p-editer-rangee.
           move ligne-lab-1 to ligne-etiquette.
           write ligne-etiquette.
           move ligne-lab-2 to ligne-etiquette.
           write ligne-etiquette.
           move ligne-lab-3 to ligne-etiquette.
           write ligne-etiquette.
           move spaces to ligne-etiquette.
           write ligne-etiquette.
           move zero to ws-slot.
           move spaces to ligne-lab-1.
           move spaces to ligne-lab-2.
           move spaces to ligne-lab-3.
