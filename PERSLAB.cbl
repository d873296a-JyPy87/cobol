       date-written. Aout 2026.
       author. Jeremy.

      *> address labels, three across, in codepostal then name
      *> order. parameter : VILLE=nom or CP=mini-maxi to select,
      *> nothing for everybody ; preceded by FOYER (or FOYER=CHEF,
      *> FOYER=FAMILLE) the run prints one label per household of
      *> PERSFOY instead of one per person - addressed to the head
      *> of household (CHEF, the default) or to "Famille <nom>".

       environment division.
       input-output section.
       file-control.
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

       data division.
       file section.
               2 tri-numero pic 9(3).
               2 tri-rue pic x(30).
               2 tri-ville pic x(30).
               2 tri-foyer pic 9(8).
               2 tri-rang pic 9.
               2 tri-lab-nom pic x(30).
               2 tri-lab-prenom pic x(30).
       fd  perslab.
           01 ligne-etiquette pic x(120).
       fd  persadr.
           copy PADRREC.
       fd  persopp.
           copy OPPREC.
       fd  persfoy.
           copy FOYREC.
       fd  persfoym.
           copy FOYMREC.

       working-storage section.
           1 ws-persmast-status pic x(2).
               88 ws-perslab-ok value "00".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
           1 ws-persfoy-status pic x(2).
               88 ws-persfoy-ok value "00".
           1 ws-persfoym-status pic x(2).
               88 ws-persfoym-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-valeur pic x(40) value spaces.
           1 ws-borne-1 pic x(10) value spaces.
           1 ws-borne-2 pic x(10) value spaces.
           1 ws-option-foyer pic x(20) value spaces.
           1 ws-reste pic x(60) value spaces.
           1 ws-pointeur pic 99 value 1.
      *> household mode : N one label per person, C one per
      *> household to the head, F one per household to the family.
           1 ws-foyer-mode pic x(1) value "N".
               88 ws-sans-foyer value "N".
               88 ws-foyer-chef value "C".
               88 ws-foyer-famille value "F".
           1 ws-foyer-fichier pic x(1) value "N".
               88 ws-foyer-present value "O".
           1 ws-foyer-precedent pic 9(8) value zero.
           1 ws-cle-adresse.
               2 cle-numero pic 9(3).
               2 cle-rue pic x(30).
               2 cle-codepostal pic 9(5).
               2 cle-ville pic x(30).
      *> selection of the run : T = everybody, V = one ville,
      *> C = a codepostal range.
           1 ws-selection.
               2 ws-cp-maxi pic 9(5) value 99999.

           1 ws-nb-etiquettes pic 9(7) value zero.
           1 ws-nb-opposes pic 9(7) value zero.
           1 ws-nb-regroupees pic 9(7) value zero.
           1 ws-date-jour pic 9(8) value zero.
           1 ws-adr-sec pic x(1) value "N".
               88 ws-adr-sec-present value "O".
           1 ws-opp-fichier pic x(1) value "N".
               88 ws-opp-present value "O".
           1 ws-opposition pic x(1) value "N".
               88 ws-personne-opposee value "O".
           1 ws-effective.
               2 ws-eff-id pic 9(8) value zero.
               2 ws-eff-fini pic x(1) value "N".
           1 ws-slot pic 9 value zero.
           1 ws-num-affiche pic zz9.
           1 ws-texte pic x(38) value spaces.
           1 ws-destinataire pic x(38) value spaces.

      *> three labels across the page, 40 print positions each,
      *> in standard French postal presentation.
           if ws-persadr-ok
               set ws-adr-sec-present to true
           end-if.
           open input persopp.
           if ws-persopp-ok
               set ws-opp-present to true
           end-if.
           if not ws-sans-foyer
               perform p-ouvrir-foyers
           end-if.
           move spaces to ligne-lab-1.
           move spaces to ligne-lab-2.
           move spaces to ligne-lab-3.
           open output perslab.
           sort fic-tri
               on ascending key tri-codepostal tri-nom tri-prenom
                   tri-foyer tri-rang
               input procedure p-alimenter-tri
               output procedure p-imprimer-etiquettes.
           if ws-slot > zero
           end-if.
           close perslab.
           close persadr.
           if ws-opp-present
               close persopp
           end-if.
           if ws-foyer-present
               close persfoy
               close persfoym
           end-if.
           display "PERSLAB termine - " ws-nb-etiquettes
               " etiquettes editees, " ws-nb-opposes
               " exclues (opposition).".
           if not ws-sans-foyer
               display "PERSLAB - " ws-nb-regroupees
                   " etiquettes evitees par regroupement en foyer."
           end-if.
           stop run.

       p-lire-parametres.
           move function upper-case(ws-parametre) to ws-parametre.
           if ws-parametre(1:5) = "FOYER"
               perform p-lire-option-foyer
           end-if.
           if ws-parametre = spaces or ws-parametre = "*"
               exit paragraph
           end-if.
                   stop run
           end-evaluate.

      *> the household option comes first ; the selection, if any,
      *> follows it after a space.
       p-lire-option-foyer.
           move 1 to ws-pointeur.
           unstring ws-parametre delimited by space
               into ws-option-foyer
               with pointer ws-pointeur.
           if ws-pointeur > length of ws-parametre
               move spaces to ws-parametre
           else
               move ws-parametre(ws-pointeur:) to ws-reste
               move function trim(ws-reste) to ws-parametre
           end-if.
           evaluate ws-option-foyer
               when "FOYER"
               when "FOYER=CHEF"
                   set ws-foyer-chef to true
               when "FOYER=FAMILLE"
                   set ws-foyer-famille to true
               when other
                   display "PERSLAB - option foyer inconnue : "
                       ws-option-foyer
                   display "attendu : FOYER, FOYER=CHEF ou "
                       "FOYER=FAMILLE."
                   move 8 to return-code
                   stop run
           end-evaluate.

      *> without the households of PERSFOY (pass not run yet) the
      *> labels are simply printed one per person.
       p-ouvrir-foyers.
           open input persfoy.
           if not ws-persfoy-ok
               display "PERSLAB - fichier PERSFOY absent, une "
                   "etiquette par personne."
               exit paragraph
           end-if.
           open input persfoym.
           if not ws-persfoym-ok
               close persfoy
               display "PERSLAB - fichier PERSFOYM absent, une "
                   "etiquette par personne."
               exit paragraph
           end-if.
           set ws-foyer-present to true.

       p-alimenter-tri.
           open input persmast.
           if not ws-persmast-ok
                       or (ws-sel-codepostal
                           and ret-codepostal >= ws-cp-mini
                           and ret-codepostal <= ws-cp-maxi)
                       perform p-controler-opposition
                       if ws-personne-opposee
                           add 1 to ws-nb-opposes
                       else
                           move ret-codepostal to tri-codepostal
                           move pm-nom of persmast-record to tri-nom
                           move pm-prenom of persmast-record
                               to tri-prenom
                           move ret-numero to tri-numero
                           move ret-rue to tri-rue
                           move ret-ville to tri-ville
                           move pm-nom of persmast-record
                               to tri-lab-nom
                           move pm-prenom of persmast-record
                               to tri-lab-prenom
                           move zero to tri-foyer
                           move zero to tri-rang
                           if ws-foyer-present
                               perform p-rattacher-foyer
                           end-if
                           release tri-enr
                       end-if
                   end-if
               end-if
           end-perform.
           close persmast.

      *> a member of a household still living at the household's
      *> address is sorted under the household : same name key for
      *> every member, the head first. a member who moved since the
      *> PERSFOY pass gets their own label.
       p-rattacher-foyer.
           move pm-id of persmast-record to fm-id.
           read persfoym
               invalid key exit paragraph
           end-read.
           move fm-foyer to fo-num.
           read persfoy
               invalid key exit paragraph
           end-read.
           move ret-numero to cle-numero.
           move function upper-case(ret-rue) to cle-rue.
           move ret-codepostal to cle-codepostal.
           move function upper-case(ret-ville) to cle-ville.
           if ws-cle-adresse not = fo-adresse
               exit paragraph
           end-if.
           move fo-num to tri-foyer.
           move fo-nom to tri-nom.
           move spaces to tri-prenom.
           if fo-chef = pm-id of persmast-record
               move zero to tri-rang
           else
               move 1 to tri-rang
           end-if.

      *> no label for a person whose do-not-mail opposition is in
      *> force today (see PERSOPP).
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
                   at end set ws-tri-termine to true
               end-return
               if not ws-tri-termine
                   perform p-retenir-etiquette
               end-if
           end-perform.

      *> one label per household : the first member sorted - the
      *> head when the head is mailed - carries it, the others are
      *> counted. the head's own name is used in CHEF mode, the
      *> household name (fo-nom) otherwise or when the head is not
      *> mailed.
       p-retenir-etiquette.
           if tri-foyer = zero
               move spaces to ws-destinataire
               string function trim(tri-lab-prenom) " "
                   function trim(tri-lab-nom)
                   delimited by size into ws-destinataire
               perform p-remplir-etiquette
               exit paragraph
           end-if.
           if tri-foyer = ws-foyer-precedent
               add 1 to ws-nb-regroupees
               exit paragraph
           end-if.
           move tri-foyer to ws-foyer-precedent.
           move spaces to ws-destinataire.
           if ws-foyer-chef and tri-rang = zero
               string function trim(tri-lab-prenom) " "
                   function trim(tri-lab-nom)
                   delimited by size into ws-destinataire
           else
               string "Famille " function trim(tri-nom)
                   delimited by size into ws-destinataire
           end-if.
           perform p-remplir-etiquette.

       p-remplir-etiquette.
           add 1 to ws-slot.
           move ws-destinataire to lab1-col(ws-slot).
           move tri-numero to ws-num-affiche.
           move spaces to ws-texte.
           string function trim(ws-num-affiche) " "
