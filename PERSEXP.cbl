       file-control.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select expctl assign to "PERSEXP.CKP"
               organization is line sequential
               file status is ws-expctl-status.
           select exptrn assign to "PERSEXP.TRN"
               organization is line sequential
               file status is ws-exptrn-status.
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
           select fic-foyer assign to "PERSEXP.SRF".

       data division.
       file section.
           01 expctl-enr.
               2 exc-date pic 9(8).
               2 exc-heure pic 9(6).
       fd  exptrn.
           copy TRNREC.
       fd  persadr.
           copy PADRREC.
       fd  persopp.
           copy OPPREC.
       fd  persfoy.
           copy FOYREC.
       fd  persfoym.
           copy FOYMREC.
      *> household mode : persons sorted by household, the head
      *> first ; tf-foyer zero for a person living alone.
       sd  fic-foyer.
           01 tf-enr.
               2 tf-foyer pic 9(8).
               2 tf-rang pic 9.
               2 tf-id pic 9(8).
               2 tf-nom pic x(30).
               2 tf-prenom pic x(30).
               2 tf-adresse.
                   3 tf-numero pic 9(3).
                   3 tf-rue pic x(30).
                   3 tf-codepostal pic 9(5).
                   3 tf-ville pic x(30).

       working-storage section.
           1 ws-persmast-status pic x(2).
           1 ws-expctl-status pic x(2).
               88 ws-expctl-ok value "00".
               88 ws-expctl-fin value "10".
           1 ws-exptrn-status pic x(2).
               88 ws-exptrn-ok value "00".
               88 ws-exptrn-fin value "10".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
           1 ws-persopp-status pic x(2).
               88 ws-persopp-ok value "00".
               88 ws-persopp-fin value "10".
           1 ws-persfoy-status pic x(2).
               88 ws-persfoy-ok value "00".
           1 ws-persfoym-status pic x(2).
               88 ws-persfoym-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-parametre pic x(20) value spaces.
           1 ws-option occurs 2 times pic x(20).
           1 ws-opt-idx pic 9 value zero.
           1 ws-mode pic x(1) value "C".
               88 ws-mode-complet value "C".
               88 ws-mode-delta value "D".
      *> household mode : N one detail per person, C one per
      *> household to the head, F one per household to the family.
           1 ws-foyer-mode pic x(1) value "N".
               88 ws-sans-foyer value "N".
               88 ws-foyer-chef value "C".
               88 ws-foyer-famille value "F".
           1 ws-foyer-fichier pic x(1) value "N".
               88 ws-foyer-present value "O".
           1 ws-foyer-precedent pic 9(8) value zero.
           1 ws-nb-regroupees pic 9(9) value zero.
           1 ws-cle-adresse.
               2 cle-numero pic 9(3).
               2 cle-rue pic x(30).
               2 cle-codepostal pic 9(5).
               2 cle-ville pic x(30).

           1 ws-nb-enr pic 9(9) value zero.
      *> TIME gives hhmmsscc ; only hhmmss is kept, through an
      *> 8-digit work field so the hour is not truncated away.
           1 ws-heure-systeme pic 9(8) value zero.
           1 ws-nb-aud-lus pic 9(9) value zero.
           1 ws-nb-opposes pic 9(9) value zero.
           1 ws-sequence pic 9(9) value zero.

      *> window of the delta run : strictly after the cut-off of the
               2 ws-run-date pic 9(8) value zero.
               2 ws-run-heure pic 9(6) value zero.

      *> last transmission of PERSEXP.TRN, checked before a delta.
           1 ws-derniere-trn.
               2 ws-trn-presente pic x(1) value "N".
                   88 ws-trn-trouvee value "O".
               2 ws-trn-date pic 9(8) value zero.
               2 ws-trn-heure pic 9(6) value zero.
               2 ws-trn-nb-enr pic 9(9) value zero.
               2 ws-trn-nb-recus pic 9(9) value zero.
               2 ws-trn-etat pic x(1) value space.
                   88 ws-trn-accusee value "A".
                   88 ws-trn-en-ecart value "X".

           1 ws-groupe.
               2 ws-id-courant pic 9(8) value zero.
               2 ws-groupe-en-cours pic x(1) value "N".
               2 ws-derniere-action pic x(1) value space.
               2 ws-dernier-avant pic x(136) value spaces.
               2 ws-dernier-apres pic x(136) value spaces.
               2 ws-opp-mouvement pic x(1) value "N".
                   88 ws-opp-dans-fenetre value "O".
               2 ws-opp-anterieure pic x(1) value "N".
                   88 ws-etait-opposee value "O".
      *> opposition view of an O audit image, to tell whether the
      *> person was already left out of the previous extract.
           1 ws-opp-image.
               2 oim-id pic 9(8).
               2 oim-date pic 9(8).
               2 oim-canal pic x(1).
               2 oim-date-fin pic 9(8).
               2 oim-operateur pic x(8).
               2 filler pic x(103).

           1 ws-image.
               2 img-id pic 9(8).

           1 ws-adr-sec pic x(1) value "N".
               88 ws-adr-sec-present value "O".
           1 ws-opp-fichier pic x(1) value "N".
               88 ws-opp-present value "O".
           1 ws-opposition pic x(1) value "N".
               88 ws-personne-opposee value "O".
           1 ws-mast-fichier pic x(1) value "N".
               88 ws-mast-present value "O".
           1 ws-effective.
               2 ws-eff-id pic 9(8) value zero.
               2 ws-eff-fini pic x(1) value "N".
       p-principal.
           accept ws-parametre from command-line.
           move function upper-case(ws-parametre) to ws-parametre.
           perform p-lire-parametres.
           accept ws-run-date from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to ws-run-heure.
                   goback
               end-if
               close persaud
               perform p-controler-accuse
           end-if.
           open input persadr.
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
           open output ficexp.
           move "H" to if-type.
           move spaces to if-corps.
           write enr-interface.
           close ficexp.
           close persadr.
           if ws-opp-present
               close persopp
           end-if.
           if ws-foyer-present
               close persfoy
               close persfoym
           end-if.
           perform p-ecrire-coupure.
           perform p-noter-transmission.
           if ws-mode-delta
               display "PERSEXP termine - " ws-nb-enr
                   " personnes extraites sur " ws-nb-aud-lus
                   " mouvements lus, " ws-nb-opposes
                   " exclues (opposition)."
           else
               display "PERSEXP termine - " ws-nb-enr
                   " personnes extraites, " ws-nb-opposes
                   " exclues (opposition)."
           end-if.
           if ws-foyer-present
               display "PERSEXP - " ws-nb-regroupees
                   " envois evites par regroupement en foyer."
           end-if.
           goback.

      *> DELTA for the movements since the last extract, FOYER
      *> (FOYER=CHEF, FOYER=FAMILLE) for one detail per household ;
      *> anything else is the full extract, as always. a household
      *> delta is refused : the mailing house file is keyed on the
      *> person, and the household a person's movement belongs to
      *> cannot be told apart from the person's own detail.
       p-lire-parametres.
           move spaces to ws-option(1).
           move spaces to ws-option(2).
           unstring ws-parametre delimited by all spaces
               into ws-option(1) ws-option(2).
           perform varying ws-opt-idx from 1 by 1 until ws-opt-idx > 2
               evaluate ws-option(ws-opt-idx)
                   when "DELTA"
                       set ws-mode-delta to true
                   when "FOYER"
                   when "FOYER=CHEF"
                       set ws-foyer-chef to true
                   when "FOYER=FAMILLE"
                       set ws-foyer-famille to true
               end-evaluate
           end-perform.
           if ws-mode-delta and not ws-sans-foyer
               display "PERSEXP - extraction par foyer possible en "
                   "mode complet seulement."
               move 8 to return-code
               goback
           end-if.

      *> without the households of PERSFOY (pass not run yet) the
      *> extract is simply made one detail per person.
       p-ouvrir-foyers.
           open input persfoy.
           if not ws-persfoy-ok
               display "PERSEXP - fichier PERSFOY absent, un "
                   "envoi par personne."
               exit paragraph
           end-if.
           open input persfoym.
           if not ws-persfoym-ok
               close persfoy
               display "PERSEXP - fichier PERSFOYM absent, un "
                   "envoi par personne."
               exit paragraph
           end-if.
           set ws-foyer-present to true.

       p-extraire-complet.
           if ws-foyer-present
               sort fic-foyer
                   on ascending key tf-foyer tf-rang tf-id
                   input procedure p-alimenter-foyers
                   output procedure p-emettre-foyers
               exit paragraph
           end-if.
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
                   move pm-id of persmast-record to opp-id
                   perform p-controler-opposition
                   if ws-personne-opposee
                       add 1 to ws-nb-opposes
                   else
                       perform p-ecrire-detail
                   end-if
               end-if
           end-perform.
           close persmast.

       p-alimenter-foyers.
           open input persmast.
           if not ws-persmast-ok
               open output persmast
                   at end set ws-persmast-fin to true
               end-read
               if not ws-persmast-fin
                   move pm-id of persmast-record to opp-id
                   perform p-controler-opposition
                   if ws-personne-opposee
                       add 1 to ws-nb-opposes
                   else
                       perform p-retenir-membre
                   end-if
               end-if
           end-perform.
           close persmast.

      *> a member of a household still living at the household's
      *> address is sorted under it, the head first ; a member who
      *> moved since the PERSFOY pass is extracted on their own.
       p-retenir-membre.
           move pm-adresse of persmast-record to ws-adresse-retenue.
           move pm-id of persmast-record to ws-eff-id.
           perform p-adresse-effective.
           move zero to tf-foyer.
           move zero to tf-rang.
           move pm-id of persmast-record to tf-id.
           move pm-nom of persmast-record to tf-nom.
           move pm-prenom of persmast-record to tf-prenom.
           move ws-adresse-retenue to tf-adresse.
           move pm-id of persmast-record to fm-id.
           read persfoym
               invalid key
                   release tf-enr
                   exit paragraph
           end-read.
           move fm-foyer to fo-num.
           read persfoy
               invalid key
                   release tf-enr
                   exit paragraph
           end-read.
           move ret-numero to cle-numero.
           move function upper-case(ret-rue) to cle-rue.
           move ret-codepostal to cle-codepostal.
           move function upper-case(ret-ville) to cle-ville.
           if ws-cle-adresse = fo-adresse
               move fo-num to tf-foyer
               if fo-chef not = pm-id of persmast-record
                   move 1 to tf-rang
               end-if
           end-if.
           release tf-enr.

      *> one detail per household, on the first member sorted -
      *> the head when the head is mailed. in CHEF mode it carries
      *> the head's name ; otherwise the prenom reads FAMILLE, so
      *> the mailing house prints "Famille <nom>" while the detail
      *> keeps a real person number and name for the returns.
       p-emettre-foyers.
           perform until ws-tri-termine
               return fic-foyer
                   at end set ws-tri-termine to true
               end-return
               if not ws-tri-termine
                   if tf-foyer not = zero
                           and tf-foyer = ws-foyer-precedent
                       add 1 to ws-nb-regroupees
                   else
                       move tf-foyer to ws-foyer-precedent
                       perform p-ecrire-detail-foyer
                   end-if
               end-if
           end-perform.

       p-ecrire-detail-foyer.
           move "D" to if-type.
           move tf-id to if-id.
           move tf-nom to if-nom.
           move tf-prenom to if-prenom.
           if tf-foyer not = zero
               if ws-foyer-famille or tf-rang not = zero
                   move "FAMILLE" to if-prenom
               end-if
           end-if.
           move tf-numero to if-numero.
           move tf-rue to if-rue.
           move tf-codepostal to if-codepostal.
           move tf-ville to if-ville.
           move space to if-action.
           write enr-interface.
           add 1 to ws-nb-enr.

      *> a person is left out while an opposition is in force on
      *> the run date : received on or before it, and without an
      *> end date or ending on or after it. opp-id is set by the
      *> caller.
       p-controler-opposition.
           move "N" to ws-opposition.
           if not ws-opp-present
               exit paragraph
           end-if.
           read persopp
               invalid key exit paragraph
           end-read.
           if opp-date <= ws-run-date
               if opp-date-fin = zero or opp-date-fin >= ws-run-date
                   set ws-personne-opposee to true
               end-if
           end-if.

       p-ecrire-detail.
           move "D" to if-type.
           move pm-id of persmast-record to if-id.

       p-extraire-delta.
           perform p-lire-coupure.
           open input persmast.
           if ws-persmast-ok
               set ws-mast-present to true
           end-if.
           sort fic-tri
               on ascending key tri-id tri-seq
               input procedure p-selectionner-audit
               output procedure p-condenser-audit.
           if ws-mast-present
               close persmast
           end-if.

       p-lire-coupure.
           open input expctl.
               end-if
           end-perform.
           close persaud.
           perform p-selectionner-fins-opposition.

      *> an opposition reaching its end date leaves no audit entry ;
      *> one that was in force at the previous cut-off and has
      *> lapsed since is fed to the sort as an O movement, so the
      *> person goes back to the mailing house.
       p-selectionner-fins-opposition.
           if not ws-opp-present or ws-prec-date = zero
               exit paragraph
           end-if.
           move low-values to opp-id.
           start persopp key is not less than opp-id
               invalid key set ws-persopp-fin to true
           end-start.
           perform until ws-persopp-fin
               read persopp next record
                   at end set ws-persopp-fin to true
               end-read
               if not ws-persopp-fin
                   if opp-date-fin not = zero
                           and opp-date-fin >= ws-prec-date
                           and opp-date-fin < ws-run-date
                           and opp-date <= ws-prec-date
                       add 1 to ws-sequence
                       move opp-id to tri-id
                       move ws-sequence to tri-seq
                       move "O" to tri-action
                       move persopp-record to tri-avant
                       move persopp-record to tri-apres
                       release tri-enr
                   end-if
               end-if
           end-perform.

       p-condenser-audit.
           perform until ws-tri-termine
                   end-if
                   if not ws-groupe-ouvert
                       move tri-id to ws-id-courant
                       move space to ws-premiere-action
                       move space to ws-derniere-action
                       move "N" to ws-opp-mouvement
                       move "N" to ws-opp-anterieure
                       set ws-groupe-ouvert to true
                   end-if
                   if tri-action = "O"
                       if not ws-opp-dans-fenetre
                           set ws-opp-dans-fenetre to true
                           move tri-avant to ws-opp-image
                           perform p-etat-anterieur
                       end-if
                   else
                       if ws-premiere-action = space
                           move tri-action to ws-premiere-action
                       end-if
                       move tri-action to ws-derniere-action
                       move tri-avant to ws-dernier-avant
                       move tri-apres to ws-dernier-apres
                   end-if
               end-if
           end-perform.
           if ws-groupe-ouvert
               perform p-emettre-personne
           end-if.

      *> the first O image of the window tells whether the person
      *> was already left out at the previous cut-off.
       p-etat-anterieur.
           if ws-opp-image = spaces
               exit paragraph
           end-if.
           if oim-date <= ws-prec-date
               if oim-date-fin = zero or oim-date-fin >= ws-prec-date
                   set ws-etait-opposee to true
               end-if
           end-if.

      *> net action over the window for one person : born and gone
      *> inside the window concerns nobody downstream; otherwise a
      *> final D wins, a first A wins, anything else is a C. the D
      *> detail carries the last known address (before image).
      *> an opposition coming into force sends a D so the mailing
      *> house drops the person, one lifted or lapsed sends an A
      *> with the current fiche ; while it stays in force nothing
      *> about the person goes out.
       p-emettre-personne.
           move "N" to ws-groupe-en-cours.
           if ws-premiere-action = "A"
                   and ws-derniere-action = "D"
               exit paragraph
           end-if.
           if ws-derniere-action = "D"
               move ws-dernier-avant to ws-image
               move "D" to if-action
               perform p-ecrire-mouvement
               exit paragraph
           end-if.
           move ws-id-courant to opp-id.
           perform p-controler-opposition.
           if not ws-opp-dans-fenetre
               move ws-opposition to ws-opp-anterieure
           end-if.
           evaluate true
               when ws-personne-opposee and ws-etait-opposee
                   add 1 to ws-nb-opposes
                   exit paragraph
               when ws-personne-opposee
                   add 1 to ws-nb-opposes
                   if ws-premiere-action = "A"
                       exit paragraph
                   end-if
                   move "D" to if-action
               when ws-etait-opposee
                   move "A" to if-action
               when ws-premiere-action = space
                   exit paragraph
               when ws-premiere-action = "A"
                   move "A" to if-action
               when other
                   move "C" to if-action
           end-evaluate.
           if ws-premiere-action = space
               perform p-lire-image
               if not ws-persmast-ok
                   exit paragraph
               end-if
           else
               move ws-dernier-apres to ws-image
           end-if.
           perform p-ecrire-mouvement.

      *> a window holding only opposition movements carries no
      *> image of the fiche : it is read from PERSMAST.
       p-lire-image.
           move "23" to ws-persmast-status.
           if not ws-mast-present
               exit paragraph
           end-if.
           move ws-id-courant to pm-id of persmast-record.
           read persmast
               invalid key continue
               not invalid key move persmast-record to ws-image
           end-read.

       p-ecrire-mouvement.
           move "D" to if-type.
           move img-id to if-id.
           move img-nom to if-nom.
           move img-prenom to if-prenom.
           move ws-run-heure to exc-heure.
           write expctl-enr.
           close expctl.

      *> a delta only carries the movements since the last cut-off :
      *> if the previous extract never reached the mailing house,
      *> moving the cut-off on would lose its movements for good.
      *> the delta is refused while the last transmission has not
      *> been acknowledged in agreement through PERSACK ; the
      *> PERSEXP.DAT of that transmission is still in place to be
      *> sent again. no log yet means nothing to wait for.
       p-controler-accuse.
           open input exptrn.
           if not ws-exptrn-ok
               exit paragraph
           end-if.
           perform until ws-exptrn-fin
               read exptrn
                   at end set ws-exptrn-fin to true
               end-read
               if not ws-exptrn-fin
                   set ws-trn-trouvee to true
                   move trn-date to ws-trn-date
                   move trn-heure to ws-trn-heure
                   move trn-nb-enr to ws-trn-nb-enr
                   move trn-nb-recus to ws-trn-nb-recus
                   move trn-etat to ws-trn-etat
               end-if
           end-perform.
           close exptrn.
           if not ws-trn-trouvee or ws-trn-accusee
               exit paragraph
           end-if.
           if ws-trn-en-ecart
               display "PERSEXP - l'extraction du " ws-trn-date " "
                   ws-trn-heure " (" ws-trn-nb-enr " envoyes) a ete "
                   "accusee avec " ws-trn-nb-recus " recus."
           else
               display "PERSEXP - l'extraction du " ws-trn-date " "
                   ws-trn-heure " (" ws-trn-nb-enr " envoyes) n'a "
                   "pas ete accusee par le routeur."
           end-if.
           display "PERSEXP - extraction delta refusee : renvoyer "
               "PERSEXP.DAT et passer PERSACK sur son accuse.".
           move 8 to return-code.
           goback.

      *> every extract is logged with its header date and trailer
      *> count, awaiting the acknowledgement.
       p-noter-transmission.
           open extend exptrn.
           if not ws-exptrn-ok
               open output exptrn
               close exptrn
               open extend exptrn
           end-if.
           move spaces to trn-enr.
           move ws-run-date to trn-date.
           move ws-run-heure to trn-heure.
           move ws-mode to trn-mode.
           move ws-nb-enr to trn-nb-enr.
           set trn-envoye to true.
           move zero to trn-date-accuse.
           move zero to trn-nb-recus.
           move zero to trn-nb-rejets.
           write trn-enr.
           close exptrn.
