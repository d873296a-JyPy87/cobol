       identification division.
       program-id. PERSDCD.
       date-written. Octobre 2026.
       author. Jeremy.

      *> matching of the monthly official deaths file (PERSDCD.DAT)
      *> against PERSMAST. a death and a person sharing nom and
      *> prenom (case ignored) become a candidate when the
      *> codepostal and/or the ville of the fiche agree too - the
      *> confidence level says which. candidates go to the PERSDCD
      *> review file, state P, for the PERSDCDM screen ; this
      *> program never deletes anything. a candidate already on
      *> file - pending, confirmed or rejected - is not proposed
      *> again. the new candidates and the run totals are listed
      *> in PERSDCD.LST.

       environment division.
       input-output section.
       file-control.
           select dcdoff assign to "PERSDCD.DAT"
               organization is line sequential
               file status is ws-dcdoff-status.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is sequential
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persdcd assign to "PERSDCD"
               organization is indexed
               access mode is dynamic
               record key is dcd-cle
               file status is ws-persdcd-status.
           select fic-tri assign to "PERSDCD.SRT".
           select persrpt assign to "PERSDCD.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  dcdoff.
           01 dcdoff-enr.
               2 dco-nom pic x(30).
               2 dco-prenom pic x(30).
               2 dco-date-deces pic 9(8).
               2 dco-codepostal pic 9(5).
               2 dco-ville pic x(30).
       fd  persmast.
           copy PERSREC.
       fd  persdcd.
           copy DCDREC.
      *> deaths and persons sorted together on the upper-cased name,
      *> the deaths of a name ahead of its persons.
       sd  fic-tri.
           01 tri-enr.
               2 tri-nom pic x(30).
               2 tri-prenom pic x(30).
               2 tri-origine pic x(1).
                   88 tri-deces value "1".
                   88 tri-personne value "2".
               2 tri-id pic 9(8).
               2 tri-date-deces pic 9(8).
               2 tri-codepostal pic 9(5).
               2 tri-ville pic x(30).
               2 tri-nom-lu pic x(30).
               2 tri-prenom-lu pic x(30).
               2 tri-ville-lue pic x(30).
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-dcdoff-status pic x(2).
               88 ws-dcdoff-ok value "00".
               88 ws-dcdoff-fin value "10".
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
               88 ws-persmast-fin value "10".
           1 ws-persdcd-status pic x(2).
               88 ws-persdcd-ok value "00".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".
           1 ws-fin-tri pic x(1) value "N".
               88 ws-tri-termine value "O".

           1 ws-date-jour pic 9(8) value zero.

      *> the deaths of the name group being matched.
           1 ws-groupe.
               2 ws-grp-nom pic x(30) value low-values.
               2 ws-grp-prenom pic x(30) value low-values.
               2 ws-nb-grp pic 99 value zero.
               2 ws-grp-deces occurs 20 times.
                   3 gd-date pic 9(8).
                   3 gd-codepostal pic 9(5).
                   3 gd-ville pic x(30).
                   3 gd-nom pic x(30).
                   3 gd-prenom pic x(30).
                   3 gd-ville-lue pic x(30).
           1 ws-idx pic 99 value zero.
           1 ws-confiance pic x(1) value spaces.

           1 ws-compteurs.
               2 ws-nb-deces pic 9(9) value zero.
               2 ws-nb-personnes pic 9(9) value zero.
               2 ws-nb-proposes pic 9(9) value zero.
               2 ws-nb-hautes pic 9(9) value zero.
               2 ws-nb-moyennes pic 9(9) value zero.
               2 ws-nb-faibles pic 9(9) value zero.
               2 ws-nb-deja-attente pic 9(9) value zero.
               2 ws-nb-deja-rejetes pic 9(9) value zero.
               2 ws-nb-deja-confirmes pic 9(9) value zero.
               2 ws-nb-ignores pic 9(9) value zero.

           1 ligne-titre.
               2 filler pic x(40) value
                   "PERSDCD - DECES PRESUMES A REVOIR AU ".
               2 t-date pic 9(8).
               2 filler pic x(85) value spaces.
           1 ligne-entete.
               2 filler pic x(10) value " PERSONNE".
               2 filler pic x(4) value "IND".
               2 filler pic x(62) value "NOM ET PRENOM".
               2 filler pic x(57) value "DATE DECES".
           1 ligne-candidat.
               2 filler pic x(1) value space.
               2 lc-id pic 9(8).
               2 filler pic x(2) value spaces.
               2 lc-confiance pic x(1).
               2 filler pic x(2) value spaces.
               2 lc-nom pic x(30).
               2 filler pic x(1) value space.
               2 lc-prenom pic x(30).
               2 filler pic x(1) value space.
               2 lc-date-deces pic 9(8).
               2 filler pic x(49) value spaces.
           1 ligne-lieux.
               2 filler pic x(14) value spaces.
               2 filler pic x(8) value "DECES : ".
               2 ll-codepostal-deces pic 9(5).
               2 filler pic x(1) value space.
               2 ll-ville-deces pic x(30).
               2 filler pic x(10) value "  FICHE : ".
               2 ll-codepostal-fiche pic 9(5).
               2 filler pic x(1) value space.
               2 ll-ville-fiche pic x(30).
               2 filler pic x(29) value spaces.
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cp-libelle pic x(36).
               2 cp-total pic z(8)9.
               2 filler pic x(85) value spaces.

       procedure division.
       p-principal.
           accept ws-date-jour from date yyyymmdd.
           open input dcdoff.
           if not ws-dcdoff-ok
               display "PERSDCD - fichier PERSDCD.DAT absent, "
                   "rien a rapprocher."
               move 8 to return-code
               stop run
           end-if.
           open i-o persdcd.
           if not ws-persdcd-ok
               open output persdcd
               close persdcd
               open i-o persdcd
           end-if.
           open output persrpt.
           move ws-date-jour to t-date.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-entete to ligne-rapport.
           write ligne-rapport.
           sort fic-tri
               on ascending key tri-nom tri-prenom tri-origine
               input procedure p-alimenter-tri
               output procedure p-rapprocher.
           perform p-imprimer-totaux.
           close dcdoff.
           close persdcd.
           close persrpt.
           display "PERSDCD termine - " ws-nb-proposes
               " candidats proposes sur " ws-nb-deces " deces lus.".
           stop run.

       p-alimenter-tri.
           perform until ws-dcdoff-fin
               read dcdoff
                   at end set ws-dcdoff-fin to true
               end-read
               if not ws-dcdoff-fin
                   add 1 to ws-nb-deces
                   move function upper-case(dco-nom) to tri-nom
                   move function upper-case(dco-prenom) to tri-prenom
                   set tri-deces to true
                   move zero to tri-id
                   move dco-date-deces to tri-date-deces
                   move dco-codepostal to tri-codepostal
                   move function upper-case(dco-ville) to tri-ville
                   move dco-nom to tri-nom-lu
                   move dco-prenom to tri-prenom-lu
                   move dco-ville to tri-ville-lue
                   release tri-enr
               end-if
           end-perform.
           open input persmast.
           if not ws-persmast-ok
               exit paragraph
           end-if.
           perform until ws-persmast-fin
               read persmast next record
                   at end set ws-persmast-fin to true
               end-read
               if not ws-persmast-fin
                   add 1 to ws-nb-personnes
                   move function upper-case(pm-nom) to tri-nom
                   move function upper-case(pm-prenom) to tri-prenom
                   set tri-personne to true
                   move pm-id to tri-id
                   move zero to tri-date-deces
                   move pm-codepostal to tri-codepostal
                   move function upper-case(pm-ville) to tri-ville
                   move pm-nom to tri-nom-lu
                   move pm-prenom to tri-prenom-lu
                   move pm-ville to tri-ville-lue
                   release tri-enr
               end-if
           end-perform.
           close persmast.

       p-rapprocher.
           perform until ws-tri-termine
               return fic-tri
                   at end set ws-tri-termine to true
               end-return
               if not ws-tri-termine
                   if tri-nom not = ws-grp-nom
                           or tri-prenom not = ws-grp-prenom
                       move tri-nom to ws-grp-nom
                       move tri-prenom to ws-grp-prenom
                       move zero to ws-nb-grp
                   end-if
                   if tri-deces
                       perform p-retenir-deces
                   else
                       perform p-comparer-personne
                   end-if
               end-if
           end-perform.

      *> more than 20 deaths under one nom + prenom in a month is
      *> not expected ; the extra ones are counted, not matched.
       p-retenir-deces.
           if ws-nb-grp = 20
               add 1 to ws-nb-ignores
               exit paragraph
           end-if.
           add 1 to ws-nb-grp.
           move tri-date-deces to gd-date(ws-nb-grp).
           move tri-codepostal to gd-codepostal(ws-nb-grp).
           move tri-ville to gd-ville(ws-nb-grp).
           move tri-nom-lu to gd-nom(ws-nb-grp).
           move tri-prenom-lu to gd-prenom(ws-nb-grp).
           move tri-ville-lue to gd-ville-lue(ws-nb-grp).

       p-comparer-personne.
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-nb-grp
               move spaces to ws-confiance
               evaluate true
                   when tri-codepostal = gd-codepostal(ws-idx)
                           and tri-ville = gd-ville(ws-idx)
                       move "H" to ws-confiance
                   when tri-codepostal = gd-codepostal(ws-idx)
                       move "M" to ws-confiance
                   when tri-ville = gd-ville(ws-idx)
                       move "F" to ws-confiance
               end-evaluate
               if ws-confiance not = spaces
                   perform p-proposer-candidat
               end-if
           end-perform.

       p-proposer-candidat.
           move tri-id to dcd-id.
           move gd-date(ws-idx) to dcd-date-deces.
           read persdcd
               invalid key continue
               not invalid key
                   evaluate true
                       when dcd-rejete add 1 to ws-nb-deja-rejetes
                       when dcd-confirme
                           add 1 to ws-nb-deja-confirmes
                       when other add 1 to ws-nb-deja-attente
                   end-evaluate
                   exit paragraph
           end-read.
           move tri-id to dcd-id.
           move gd-date(ws-idx) to dcd-date-deces.
           set dcd-propose to true.
           move ws-confiance to dcd-confiance.
           move gd-nom(ws-idx) to dcd-nom.
           move gd-prenom(ws-idx) to dcd-prenom.
           move gd-codepostal(ws-idx) to dcd-codepostal.
           move gd-ville-lue(ws-idx) to dcd-ville.
           move ws-date-jour to dcd-date-proposition.
           move zero to dcd-date-decision.
           move spaces to dcd-operateur.
           write persdcd-record
               invalid key exit paragraph
           end-write.
           add 1 to ws-nb-proposes.
           evaluate true
               when dcd-haute add 1 to ws-nb-hautes
               when dcd-moyenne add 1 to ws-nb-moyennes
               when dcd-faible add 1 to ws-nb-faibles
           end-evaluate.
           move tri-id to lc-id.
           move ws-confiance to lc-confiance.
           move tri-nom-lu to lc-nom.
           move tri-prenom-lu to lc-prenom.
           move dcd-date-deces to lc-date-deces.
           move ligne-candidat to ligne-rapport.
           write ligne-rapport.
           move dcd-codepostal to ll-codepostal-deces.
           move dcd-ville to ll-ville-deces.
           move tri-codepostal to ll-codepostal-fiche.
           move tri-ville-lue to ll-ville-fiche.
           move ligne-lieux to ligne-rapport.
           write ligne-rapport.

       p-imprimer-totaux.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "DECES LUS" to cp-libelle.
           move ws-nb-deces to cp-total.
           perform p-ecrire-compteur.
           move "PERSONNES CONTROLEES" to cp-libelle.
           move ws-nb-personnes to cp-total.
           perform p-ecrire-compteur.
           move "CANDIDATS PROPOSES" to cp-libelle.
           move ws-nb-proposes to cp-total.
           perform p-ecrire-compteur.
           move "  CONFIANCE HAUTE (H)" to cp-libelle.
           move ws-nb-hautes to cp-total.
           perform p-ecrire-compteur.
           move "  CONFIANCE MOYENNE (M)" to cp-libelle.
           move ws-nb-moyennes to cp-total.
           perform p-ecrire-compteur.
           move "  CONFIANCE FAIBLE (F)" to cp-libelle.
           move ws-nb-faibles to cp-total.
           perform p-ecrire-compteur.
           move "DEJA EN ATTENTE DE REVUE" to cp-libelle.
           move ws-nb-deja-attente to cp-total.
           perform p-ecrire-compteur.
           move "DEJA REJETES - NON REPROPOSES" to cp-libelle.
           move ws-nb-deja-rejetes to cp-total.
           perform p-ecrire-compteur.
           move "DEJA CONFIRMES" to cp-libelle.
           move ws-nb-deja-confirmes to cp-total.
           perform p-ecrire-compteur.
           if ws-nb-ignores > zero
               move "DECES HOMONYMES NON RAPPROCHES" to cp-libelle
               move ws-nb-ignores to cp-total
               perform p-ecrire-compteur
           end-if.

       p-ecrire-compteur.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
