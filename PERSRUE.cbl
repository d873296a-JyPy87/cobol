       identification division.
       program-id. PERSRUE.
       date-written. Octobre 2026.
       author. Jeremy.

      *> street renaming and commune merger batch. each line of
      *> PERSRUE.DAT gives an old address (rue + codepostal, ville
      *> optional), the new rue / codepostal / ville and the date
      *> the change takes effect. a blank old rue stands for every
      *> rue of the codepostal (commune merger) ; a blank new rue,
      *> codepostal or ville keeps the value of each address. the
      *> new codepostal is checked against CODEPOST and a blank new
      *> ville takes the referential spelling. lines not yet in
      *> effect are deferred, to be passed again on a later run.
      *> every PERSMAST address and every PERSADR address still
      *> open that a line matches is listed in PERSRUE.LST with its
      *> new value, the first matching line winning. the parameter
      *> PREVIEW (the default) stops there ; APPLY rewrites the
      *> addresses, each PERSMAST rewrite traced as a normal C
      *> entry in the audit trail under the PERSRUE operator id.
      *> PERSADR rows are rewritten without an audit entry, as the
      *> PROG fiche does. control totals are given per transaction
      *> line. the run holds the *CHAINE* marker of PERSRUN, like
      *> the night chain, so that no online session can write to
      *> the files while it runs.

       environment division.
       input-output section.
       file-control.
           select ficrue assign to "PERSRUE.DAT"
               organization is line sequential
               file status is ws-ficrue-status.
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
           select codepost assign to "CODEPOST"
               organization is indexed
               access mode is dynamic
               record key is cp-codepostal
               file status is ws-codepost-status.
           select persrun assign to "PERSRUN"
               organization is indexed
               access mode is dynamic
               record key is run-cle
               file status is ws-persrun-status.
           select persaud assign to "PERSAUD.DAT"
               organization is sequential
               file status is ws-persaud-status.
           select persrpt assign to "PERSRUE.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  ficrue.
           01 ficrue-enr.
               2 fr-date-effet pic x(8).
               2 filler pic x(1).
               2 fr-ancienne.
                   3 fr-anc-rue pic x(30).
                   3 filler pic x(1).
                   3 fr-anc-codepostal pic x(5).
                   3 filler pic x(1).
                   3 fr-anc-ville pic x(30).
               2 filler pic x(1).
               2 fr-nouvelle.
                   3 fr-nouv-rue pic x(30).
                   3 filler pic x(1).
                   3 fr-nouv-codepostal pic x(5).
                   3 filler pic x(1).
                   3 fr-nouv-ville pic x(30).
       fd  persmast.
           copy PERSREC.
       fd  persadr.
           copy PADRREC.
       fd  codepost.
           copy CPOSREC.
       fd  persrun.
           copy PRUNREC.
       fd  persaud.
           copy PERSAUD.
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-ficrue-status pic x(2).
               88 ws-ficrue-ok value "00".
               88 ws-ficrue-fin value "10".
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
               88 ws-persmast-fin value "10".
           1 ws-persadr-status pic x(2).
               88 ws-persadr-ok value "00".
               88 ws-persadr-fin value "10".
           1 ws-codepost-status pic x(2).
               88 ws-codepost-ok value "00".
           1 ws-persrun-status pic x(2).
               88 ws-persrun-ok value "00".
               88 ws-persrun-fin value "10".
           1 ws-persaud-status pic x(2).
               88 ws-persaud-ok value "00".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".

           1 ws-parametre pic x(20) value spaces.
           1 ws-mode pic x(1) value "P".
               88 ws-mode-apercu value "P".
               88 ws-mode-application value "A".
           1 ws-operateur pic x(8) value "PERSRUE".
           1 ws-date-jour pic 9(8) value zero.
      *> TIME gives hhmmsscc ; only hhmmss is kept, through an
      *> 8-digit work field so the hour is not truncated away.
           1 ws-heure-systeme pic 9(8) value zero.
           1 ws-referentiel pic x(1) value "N".
               88 ws-referentiel-present value "O".
           1 ws-session pic x(1) value "N".
               88 ws-session-ouverte value "O".
           1 ws-session-id pic x(8) value spaces.

      *> the transaction lines are held in a table, already
      *> upper-cased on the old side for the comparisons. the new
      *> side keeps the spelling of the file ; a blank means the
      *> value of each address is kept.
           1 ws-nb-trn pic 9(3) value zero.
           1 ws-max-trn pic 9(3) value 200.
           1 ws-table-trn.
               2 ws-trn occurs 200 times.
                   3 trn-ligne pic 9(5).
                   3 trn-etat pic x(1).
                       88 trn-valide value "V".
                       88 trn-rejetee value "R".
                       88 trn-differee value "F".
                   3 trn-motif pic x(24).
                   3 trn-date-effet pic 9(8).
                   3 trn-anc-rue pic x(30).
                   3 trn-anc-codepostal pic 9(5).
                   3 trn-anc-ville pic x(30).
                   3 trn-nouv-rue pic x(30).
                   3 trn-nouv-codepostal pic 9(5).
                   3 trn-nouv-ville pic x(30).
                   3 trn-nb-persmast pic 9(7).
                   3 trn-nb-persadr pic 9(7).
           1 ws-idx pic 9(3) value zero.
           1 ws-trouve pic 9(3) value zero.
           1 ws-ligne-lue pic 9(5) value zero.
           1 ws-date-test pic 9(8) value zero.
           1 ws-cp-test pic 9(5) value zero.

      *> the address under examination, upper-cased, and the value
      *> it would take.
           1 ws-adr-comparee.
               2 cmp-rue pic x(30).
               2 cmp-codepostal pic 9(5).
               2 cmp-ville pic x(30).
           1 ws-adr-avant.
               2 avt-numero pic 9(3).
               2 avt-rue pic x(30).
               2 avt-codepostal pic 9(5).
               2 avt-ville pic x(30).
           1 ws-adr-apres.
               2 apr-numero pic 9(3).
               2 apr-rue pic x(30).
               2 apr-codepostal pic 9(5).
               2 apr-ville pic x(30).

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
               2 ws-nb-lues pic 9(7) value zero.
               2 ws-nb-valides pic 9(7) value zero.
               2 ws-nb-rejetees pic 9(7) value zero.
               2 ws-nb-differees pic 9(7) value zero.
               2 ws-nb-persmast-lues pic 9(9) value zero.
               2 ws-nb-persmast-mod pic 9(9) value zero.
               2 ws-nb-persadr-lues pic 9(9) value zero.
               2 ws-nb-persadr-mod pic 9(9) value zero.
               2 ws-nb-persadr-closes pic 9(9) value zero.

           1 ligne-titre.
               2 filler pic x(47) value
                   "PERSRUE - RUES RENOMMEES ET FUSIONS DE COMMUNES".
               2 filler pic x(3) value " - ".
               2 t-mode pic x(11).
               2 filler pic x(4) value " LE ".
               2 t-date pic 9(8).
           1 ligne-trn-titre pic x(40) value
               "LIGNES DE TRANSACTION :".
           1 ligne-trn.
               2 filler pic x(1) value space.
               2 lt-ligne pic z(4)9.
               2 filler pic x(1) value space.
               2 lt-date pic 9(8).
               2 filler pic x(1) value space.
               2 lt-etat pic x(8).
               2 filler pic x(1) value space.
               2 lt-anc-rue pic x(30).
               2 filler pic x(1) value space.
               2 lt-anc-codepostal pic 9(5).
               2 filler pic x(4) value " -> ".
               2 lt-nouv-rue pic x(30).
               2 filler pic x(1) value space.
               2 lt-nouv-codepostal pic 9(5).
               2 filler pic x(1) value space.
               2 lt-nouv-ville pic x(30).
           1 ligne-motif.
               2 filler pic x(16) value spaces.
               2 filler pic x(8) value "MOTIF : ".
               2 lm-motif pic x(24).
           1 ligne-det-titre pic x(40) value
               "ADRESSES CONCERNEES :".
           1 ligne-det.
               2 filler pic x(1) value space.
               2 ld-ligne pic z(4)9.
               2 filler pic x(1) value space.
               2 ld-fichier pic x(8).
               2 filler pic x(1) value space.
               2 ld-id pic 9(8).
               2 filler pic x(1) value space.
               2 ld-type pic x(1).
               2 filler pic x(1) value space.
               2 ld-numero pic 9(3).
               2 filler pic x(1) value space.
               2 ld-rue pic x(30).
               2 filler pic x(1) value space.
               2 ld-codepostal pic 9(5).
               2 filler pic x(1) value space.
               2 ld-ville pic x(30).
           1 ligne-det-apres.
               2 filler pic x(15) value spaces.
               2 filler pic x(11) value "DEVIENT -> ".
               2 ld-nouv-numero pic 9(3).
               2 filler pic x(1) value space.
               2 ld-nouv-rue pic x(30).
               2 filler pic x(1) value space.
               2 ld-nouv-codepostal pic 9(5).
               2 filler pic x(1) value space.
               2 ld-nouv-ville pic x(30).
           1 ligne-ctl-titre pic x(60) value
               "TOTAUX DE CONTROLE PAR LIGNE :".
           1 ligne-ctl-entete pic x(60) value
               " LIGNE ETAT      PERSMAST   PERSADR".
           1 ligne-ctl.
               2 filler pic x(1) value space.
               2 lc-ligne pic z(4)9.
               2 filler pic x(1) value space.
               2 lc-etat pic x(8).
               2 filler pic x(1) value space.
               2 lc-persmast pic z(8)9.
               2 filler pic x(1) value space.
               2 lc-persadr pic z(8)9.
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cpt-libelle pic x(36).
               2 cpt-total pic z(8)9.

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           move function upper-case(ws-parametre) to ws-parametre.
           evaluate ws-parametre
               when spaces
               when "PREVIEW"
                   set ws-mode-apercu to true
               when "APPLY"
                   set ws-mode-application to true
               when other
                   display "PERSRUE - parametre " ws-parametre
                       " inconnu (PREVIEW ou APPLY)."
                   move 8 to return-code
                   stop run
           end-evaluate.
           accept ws-date-jour from date yyyymmdd.
           open input ficrue.
           if not ws-ficrue-ok
               display "PERSRUE - fichier PERSRUE.DAT absent."
               move 8 to return-code
               stop run
           end-if.
           perform p-poser-verrou.
           open input codepost.
           if ws-codepost-ok
               set ws-referentiel-present to true
           end-if.
           perform p-charger-transactions.
           close ficrue.
           if ws-referentiel-present
               close codepost
           end-if.
           open output persrpt.
           if ws-mode-application
               move "APPLICATION" to t-mode
           else
               move "APERCU" to t-mode
           end-if.
           move ws-date-jour to t-date.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           perform p-lister-transactions.
           if ws-nb-valides > zero
               move ligne-det-titre to ligne-rapport
               write ligne-rapport
               move spaces to ligne-rapport
               write ligne-rapport
               if ws-mode-application
                   open extend persaud
                   if not ws-persaud-ok
                       open output persaud
                       close persaud
                       open extend persaud
                   end-if
               end-if
               perform p-traiter-persmast
               perform p-traiter-persadr
               if ws-mode-application
                   close persaud
               end-if
           end-if.
           perform p-totaux-lignes.
           perform p-totaux-generaux.
           close persrpt.
           perform p-lever-verrou.
           display "PERSRUE termine (" function trim(t-mode) ") - "
               ws-nb-lues " lignes, " ws-nb-valides " retenues, "
               ws-nb-persmast-mod " adresses PERSMAST, "
               ws-nb-persadr-mod " adresses PERSADR.".
           if ws-nb-rejetees > zero
               move 4 to return-code
           end-if.
           stop run.

      *> same discipline as PERSEOD : no start while an online
      *> session is registered, and the *CHAINE* marker is held
      *> for the whole run so that PROG refuses new sign-ons. a
      *> marker already there means the chain, or another batch of
      *> this kind, is running : the run refuses rather than take
      *> it over.
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
               close ficrue
               display "PERSRUE refuse de demarrer - verrou PERSRUN "
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

       p-charger-transactions.
           perform until ws-ficrue-fin
               read ficrue
                   at end set ws-ficrue-fin to true
               end-read
               if not ws-ficrue-fin
                   add 1 to ws-ligne-lue
                   if ficrue-enr not = spaces
                       add 1 to ws-nb-lues
                       perform p-controler-transaction
                   end-if
               end-if
           end-perform.

      *> a rejected line stays in the table with its reason, so it
      *> appears in the listing and in the control totals.
       p-controler-transaction.
           if ws-nb-trn >= ws-max-trn
               add 1 to ws-nb-rejetees
               display "PERSRUE - ligne " ws-ligne-lue
                   " ignoree, plus de " ws-max-trn " lignes."
               exit paragraph
           end-if.
           add 1 to ws-nb-trn.
           move ws-nb-trn to ws-idx.
           move ws-ligne-lue to trn-ligne(ws-idx).
           set trn-valide(ws-idx) to true.
           move spaces to trn-motif(ws-idx).
           move zero to trn-nb-persmast(ws-idx)
               trn-nb-persadr(ws-idx).
           move zero to trn-date-effet(ws-idx)
               trn-anc-codepostal(ws-idx) trn-nouv-codepostal(ws-idx).
           move function upper-case(fr-anc-rue) to trn-anc-rue(ws-idx).
           move function upper-case(fr-anc-ville)
               to trn-anc-ville(ws-idx).
           move fr-nouv-rue to trn-nouv-rue(ws-idx).
           move fr-nouv-ville to trn-nouv-ville(ws-idx).
           if fr-date-effet is not numeric
               move "DATE D'EFFET INVALIDE" to trn-motif(ws-idx)
               perform p-rejeter-transaction
               exit paragraph
           end-if.
           move fr-date-effet to ws-date-test.
           if function test-date-yyyymmdd(ws-date-test) not = zero
               move "DATE D'EFFET INVALIDE" to trn-motif(ws-idx)
               perform p-rejeter-transaction
               exit paragraph
           end-if.
           move ws-date-test to trn-date-effet(ws-idx).
           if fr-anc-codepostal is not numeric
               move "ANCIEN CP INVALIDE" to trn-motif(ws-idx)
               perform p-rejeter-transaction
               exit paragraph
           end-if.
           move fr-anc-codepostal to trn-anc-codepostal(ws-idx).
           if fr-nouv-codepostal = spaces
               move trn-anc-codepostal(ws-idx)
                   to trn-nouv-codepostal(ws-idx)
           else
               if fr-nouv-codepostal is not numeric
                   move "NOUVEAU CP INVALIDE" to trn-motif(ws-idx)
                   perform p-rejeter-transaction
                   exit paragraph
               end-if
               move fr-nouv-codepostal to ws-cp-test
               if ws-cp-test = zero
                   move trn-anc-codepostal(ws-idx)
                       to trn-nouv-codepostal(ws-idx)
               else
                   move ws-cp-test to trn-nouv-codepostal(ws-idx)
               end-if
           end-if.
      *> a single new rue for every rue of a commune makes no sense :
      *> a merger line changes the codepostal and / or the ville.
           if trn-anc-rue(ws-idx) = spaces
                   and trn-nouv-rue(ws-idx) not = spaces
               move "NOUVELLE RUE SANS ANCIENNE" to trn-motif(ws-idx)
               perform p-rejeter-transaction
               exit paragraph
           end-if.
           if ws-referentiel-present
               move trn-nouv-codepostal(ws-idx) to cp-codepostal
               read codepost
                   invalid key
                       move "NOUVEAU CP INCONNU" to trn-motif(ws-idx)
                       perform p-rejeter-transaction
                       exit paragraph
               end-read
               if trn-nouv-ville(ws-idx) = spaces
                   if trn-nouv-codepostal(ws-idx)
                           not = trn-anc-codepostal(ws-idx)
                       move cp-ville to trn-nouv-ville(ws-idx)
                   end-if
               else
                   if function upper-case(trn-nouv-ville(ws-idx))
                           not = function upper-case(cp-ville)
                       move "VILLE HORS REFERENTIEL"
                           to trn-motif(ws-idx)
                       perform p-rejeter-transaction
                       exit paragraph
                   end-if
                   move cp-ville to trn-nouv-ville(ws-idx)
               end-if
           end-if.
           if (trn-nouv-rue(ws-idx) = spaces
                   or function upper-case(trn-nouv-rue(ws-idx))
                       = trn-anc-rue(ws-idx))
                   and trn-nouv-codepostal(ws-idx)
                       = trn-anc-codepostal(ws-idx)
                   and (trn-nouv-ville(ws-idx) = spaces
                       or function upper-case(trn-nouv-ville(ws-idx))
                           = trn-anc-ville(ws-idx))
               move "AUCUN CHANGEMENT" to trn-motif(ws-idx)
               perform p-rejeter-transaction
               exit paragraph
           end-if.
           if trn-date-effet(ws-idx) > ws-date-jour
               set trn-differee(ws-idx) to true
               move "EFFET FUTUR" to trn-motif(ws-idx)
               add 1 to ws-nb-differees
               exit paragraph
           end-if.
           add 1 to ws-nb-valides.

       p-rejeter-transaction.
           set trn-rejetee(ws-idx) to true.
           add 1 to ws-nb-rejetees.

       p-lister-transactions.
           move ligne-trn-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-trn
               move trn-ligne(ws-idx) to lt-ligne
               move trn-date-effet(ws-idx) to lt-date
               perform p-libeller-etat
               move lc-etat to lt-etat
               move trn-anc-rue(ws-idx) to lt-anc-rue
               move trn-anc-codepostal(ws-idx) to lt-anc-codepostal
               move trn-nouv-rue(ws-idx) to lt-nouv-rue
               move trn-nouv-codepostal(ws-idx) to lt-nouv-codepostal
               move trn-nouv-ville(ws-idx) to lt-nouv-ville
               move ligne-trn to ligne-rapport
               write ligne-rapport
               if not trn-valide(ws-idx)
                   move trn-motif(ws-idx) to lm-motif
                   move ligne-motif to ligne-rapport
                   write ligne-rapport
               end-if
           end-perform.
           move spaces to ligne-rapport.
           write ligne-rapport.

       p-libeller-etat.
           evaluate true
               when trn-rejetee(ws-idx)
                   move "REJETEE" to lc-etat
               when trn-differee(ws-idx)
                   move "DIFFEREE" to lc-etat
               when other
                   move "RETENUE" to lc-etat
           end-evaluate.

      *> the first line retained whose old address matches wins ;
      *> ws-trouve stays zero when none does.
       p-chercher-transaction.
           move zero to ws-trouve.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-trn or ws-trouve > zero
               if trn-valide(ws-idx)
                       and cmp-codepostal = trn-anc-codepostal(ws-idx)
                       and (trn-anc-rue(ws-idx) = spaces
                           or cmp-rue = trn-anc-rue(ws-idx))
                       and (trn-anc-ville(ws-idx) = spaces
                           or cmp-ville = trn-anc-ville(ws-idx))
                   move ws-idx to ws-trouve
               end-if
           end-perform.

      *> builds the new address from ws-adr-avant and the line
      *> found ; a blank new value keeps the old one.
       p-calculer-adresse.
           move ws-adr-avant to ws-adr-apres.
           if trn-nouv-rue(ws-trouve) not = spaces
               move trn-nouv-rue(ws-trouve) to apr-rue
           end-if.
           move trn-nouv-codepostal(ws-trouve) to apr-codepostal.
           if trn-nouv-ville(ws-trouve) not = spaces
               move trn-nouv-ville(ws-trouve) to apr-ville
           end-if.

       p-traiter-persmast.
           open i-o persmast.
           if not ws-persmast-ok
               display "PERSRUE - fichier PERSMAST absent."
               exit paragraph
           end-if.
           move zero to pm-id.
           start persmast key is not less than pm-id
               invalid key set ws-persmast-fin to true
           end-start.
           perform until ws-persmast-fin
               read persmast next record
                   at end set ws-persmast-fin to true
               end-read
               if not ws-persmast-fin
                   add 1 to ws-nb-persmast-lues
                   perform p-examiner-personne
               end-if
           end-perform.
           close persmast.

       p-examiner-personne.
           move function upper-case(pm-rue) to cmp-rue.
           move pm-codepostal to cmp-codepostal.
           move function upper-case(pm-ville) to cmp-ville.
           perform p-chercher-transaction.
           if ws-trouve = zero
               exit paragraph
           end-if.
           move pm-adresse to ws-adr-avant.
           perform p-calculer-adresse.
           if ws-adr-apres = ws-adr-avant
               exit paragraph
           end-if.
           add 1 to trn-nb-persmast(ws-trouve).
           add 1 to ws-nb-persmast-mod.
           move "PERSMAST" to ld-fichier.
           move pm-id to ld-id.
           move space to ld-type.
           perform p-ecrire-detail.
           if ws-mode-application
               move persmast-record to ws-ancien
               move ws-adr-apres to pm-adresse
               rewrite persmast-record
                   invalid key continue
               end-rewrite
               perform p-tracer-audit
           end-if.

       p-tracer-audit.
           accept aud-date from date yyyymmdd.
           accept ws-heure-systeme from time.
           move ws-heure-systeme(1:6) to aud-heure.
           move ws-operateur to aud-operateur.
           move "C" to aud-action.
           move ancien-id to av-id.
           move ancien-nom to av-nom.
           move ancien-prenom to av-prenom.
           move ancien-adresse to av-adresse.
           move pm-id to ap-id.
           move pm-nom to ap-nom.
           move pm-prenom to ap-prenom.
           move pm-adresse to ap-adresse.
           move pm-id to aud-id.
           write persaud-enr.

      *> a secondary address already closed on the run date is
      *> history : it is neither listed nor rewritten.
       p-traiter-persadr.
           open i-o persadr.
           if not ws-persadr-ok
               exit paragraph
           end-if.
           move low-values to pa-cle.
           start persadr key is not less than pa-cle
               invalid key set ws-persadr-fin to true
           end-start.
           perform until ws-persadr-fin
               read persadr next record
                   at end set ws-persadr-fin to true
               end-read
               if not ws-persadr-fin
                   add 1 to ws-nb-persadr-lues
                   if pa-date-fin not = zero
                           and pa-date-fin < ws-date-jour
                       add 1 to ws-nb-persadr-closes
                   else
                       perform p-examiner-adresse
                   end-if
               end-if
           end-perform.
           close persadr.

       p-examiner-adresse.
           move function upper-case(pa-rue) to cmp-rue.
           move pa-codepostal to cmp-codepostal.
           move function upper-case(pa-ville) to cmp-ville.
           perform p-chercher-transaction.
           if ws-trouve = zero
               exit paragraph
           end-if.
           move pa-adresse to ws-adr-avant.
           perform p-calculer-adresse.
           if ws-adr-apres = ws-adr-avant
               exit paragraph
           end-if.
           add 1 to trn-nb-persadr(ws-trouve).
           add 1 to ws-nb-persadr-mod.
           move "PERSADR" to ld-fichier.
           move pa-id to ld-id.
           move pa-type to ld-type.
           perform p-ecrire-detail.
           if ws-mode-application
               move ws-adr-apres to pa-adresse
               rewrite persadr-record
                   invalid key continue
               end-rewrite
           end-if.

       p-ecrire-detail.
           move trn-ligne(ws-trouve) to ld-ligne.
           move avt-numero to ld-numero.
           move avt-rue to ld-rue.
           move avt-codepostal to ld-codepostal.
           move avt-ville to ld-ville.
           move ligne-det to ligne-rapport.
           write ligne-rapport.
           move apr-numero to ld-nouv-numero.
           move apr-rue to ld-nouv-rue.
           move apr-codepostal to ld-nouv-codepostal.
           move apr-ville to ld-nouv-ville.
           move ligne-det-apres to ligne-rapport.
           write ligne-rapport.

       p-totaux-lignes.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-ctl-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-ctl-entete to ligne-rapport.
           write ligne-rapport.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-trn
               move trn-ligne(ws-idx) to lc-ligne
               perform p-libeller-etat
               move trn-nb-persmast(ws-idx) to lc-persmast
               move trn-nb-persadr(ws-idx) to lc-persadr
               move ligne-ctl to ligne-rapport
               write ligne-rapport
           end-perform.
           move spaces to ligne-rapport.
           write ligne-rapport.

       p-totaux-generaux.
           move "LIGNES DE TRANSACTION LUES" to cpt-libelle.
           move ws-nb-lues to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "LIGNES RETENUES" to cpt-libelle.
           move ws-nb-valides to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "LIGNES REJETEES" to cpt-libelle.
           move ws-nb-rejetees to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "LIGNES DIFFEREES (EFFET FUTUR)" to cpt-libelle.
           move ws-nb-differees to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "PERSONNES LUES (PERSMAST)" to cpt-libelle.
           move ws-nb-persmast-lues to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           if ws-mode-application
               move "ADRESSES PERSMAST MODIFIEES" to cpt-libelle
           else
               move "ADRESSES PERSMAST A MODIFIER" to cpt-libelle
           end-if.
           move ws-nb-persmast-mod to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "ADRESSES LUES (PERSADR)" to cpt-libelle.
           move ws-nb-persadr-lues to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "ADRESSES CLOSES IGNOREES" to cpt-libelle.
           move ws-nb-persadr-closes to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           if ws-mode-application
               move "ADRESSES PERSADR MODIFIEES" to cpt-libelle
           else
               move "ADRESSES PERSADR A MODIFIER" to cpt-libelle
           end-if.
           move ws-nb-persadr-mod to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
