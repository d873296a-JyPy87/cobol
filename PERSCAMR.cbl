       identification division.
       program-id. PERSCAMR.
       date-written. Octobre 2026.
       author. Jeremy.

      *> mailing campaign report. for each campaign run by PERSCAM,
      *> the pieces sent (PERSCAMH), the returns PERSRET charged to
      *> them - NPAI notices and address corrections - and the
      *> return rate, by departement (first two digits of the
      *> codepostal the piece went to), then a synthesis page with
      *> one line per campaign : what each mailing cost in pieces
      *> and what came back.
      *>
      *> parameter : a campaign code, default every campaign run.

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
           select persrpt assign to "PERSCAMR.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  perscamp.
           copy CAMPREC.
       fd  perscamh.
           copy CAMHREC.
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-perscamp-status pic x(2).
               88 ws-perscamp-ok value "00".
               88 ws-perscamp-fin value "10".
           1 ws-perscamh-status pic x(2).
               88 ws-perscamh-ok value "00".
               88 ws-perscamh-fin value "23" "10".
           1 ws-camh-present pic x(1) value "N".
               88 ws-perscamh-present value "O".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".

           1 ws-parametre pic x(20) value spaces.
           1 ws-code-demande pic x(8) value spaces.
           1 ws-date-jour pic 9(8) value zero.

           1 ws-table-dept.
               2 ws-dept-ent occurs 100 times.
                   3 ws-dept-envois pic 9(7).
                   3 ws-dept-npai pic 9(7).
                   3 ws-dept-corr pic 9(7).
           1 ws-idx pic 9(3) value zero.

           1 ws-totaux.
               2 ws-tot-envois pic 9(7) value zero.
               2 ws-tot-npai pic 9(7) value zero.
               2 ws-tot-corr pic 9(7) value zero.

      *> one synthesis line per campaign reported.
           1 ws-table-synthese.
               2 ws-nb-campagnes pic 9(3) value zero.
               2 ws-syn-ent occurs 200 times.
                   3 ws-syn-code pic x(8).
                   3 ws-syn-titre pic x(40).
                   3 ws-syn-date pic 9(8).
                   3 ws-syn-envois pic 9(7).
                   3 ws-syn-npai pic 9(7).
                   3 ws-syn-corr pic 9(7).
           1 ws-sidx pic 9(3) value zero.

           1 ws-calcul.
               2 ws-retours pic 9(7) value zero.
               2 ws-taux pic 9(3)v99 value zero.
               2 ws-calc-envois pic 9(7) value zero.
               2 ws-calc-npai pic 9(7) value zero.
               2 ws-calc-corr pic 9(7) value zero.

           1 ws-compteurs.
               2 ws-nb-page pic 9(4) value zero.
               2 ws-nb-ligne pic 99 value 60.

           1 ligne-entete-1.
               2 filler pic x(1) value spaces.
               2 filler pic x(40) value
                   "PERSCAMR - RENDEMENT DES CAMPAGNES".
               2 filler pic x(6) value "DATE".
               2 e1-date pic 9(8).
               2 filler pic x(8) value "    PAGE".
               2 e1-page pic zzz9.
               2 filler pic x(66) value spaces.
           1 ligne-campagne.
               2 filler pic x(10) value "CAMPAGNE".
               2 lc-code pic x(8).
               2 filler pic x(2) value spaces.
               2 lc-titre pic x(40).
               2 filler pic x(10) value "  ENVOI LE".
               2 filler pic x(1) value space.
               2 lc-date pic 9(8).
               2 filler pic x(54) value spaces.
           1 ligne-dept-entete.
               2 filler pic x(6) value "DEPT".
               2 filler pic x(11) value "ENVOIS".
               2 filler pic x(11) value "NPAI".
               2 filler pic x(11) value "CORRECT.".
               2 filler pic x(11) value "RETOURS".
               2 filler pic x(11) value "TAUX %".
               2 filler pic x(72) value spaces.
           1 ligne-dept.
               2 d-dept pic x(5).
               2 filler pic x(1) value spaces.
               2 d-envois pic z(6)9.
               2 filler pic x(4) value spaces.
               2 d-npai pic z(6)9.
               2 filler pic x(4) value spaces.
               2 d-corr pic z(6)9.
               2 filler pic x(4) value spaces.
               2 d-retours pic z(6)9.
               2 filler pic x(4) value spaces.
               2 d-taux pic zz9.99.
               2 filler pic x(77) value spaces.
           1 ligne-syn-entete.
               2 filler pic x(10) value "CAMPAGNE".
               2 filler pic x(42) value "TITRE".
               2 filler pic x(10) value "ENVOI".
               2 filler pic x(11) value "ENVOIS".
               2 filler pic x(11) value "RETOURS".
               2 filler pic x(11) value "TAUX %".
               2 filler pic x(38) value spaces.
           1 ligne-syn.
               2 s-code pic x(8).
               2 filler pic x(2) value spaces.
               2 s-titre pic x(40).
               2 filler pic x(2) value spaces.
               2 s-date pic 9(8).
               2 filler pic x(2) value spaces.
               2 s-envois pic z(6)9.
               2 filler pic x(4) value spaces.
               2 s-retours pic z(6)9.
               2 filler pic x(4) value spaces.
               2 s-taux pic zz9.99.
               2 filler pic x(43) value spaces.

       procedure division.
       p-principal.
           accept ws-parametre from command-line.
           move function upper-case(ws-parametre) to ws-parametre.
           if ws-parametre not = "*"
               move ws-parametre to ws-code-demande
           end-if.
           accept ws-date-jour from date yyyymmdd.
           open input perscamp.
           if not ws-perscamp-ok
               display "PERSCAMR - fichier PERSCAMP absent."
               move 8 to return-code
               stop run
           end-if.
           open input perscamh.
           if ws-perscamh-ok
               set ws-perscamh-present to true
           end-if.
           open output persrpt.
           if ws-code-demande not = spaces
               move ws-code-demande to cam-code
               read perscamp
                   invalid key
                       display "PERSCAMR - campagne inconnue : "
                           ws-code-demande
                       move 8 to return-code
                   not invalid key
                       perform p-editer-campagne
               end-read
           else
               perform until ws-perscamp-fin
                   read perscamp next record
                       at end set ws-perscamp-fin to true
                   end-read
                   if not ws-perscamp-fin
                       perform p-editer-campagne
                   end-if
               end-perform
           end-if.
           perform p-editer-synthese.
           close persrpt.
           close perscamp.
           if ws-perscamh-present
               close perscamh
           end-if.
           display "PERSCAMR termine - " ws-nb-campagnes
               " campagnes editees.".
           stop run.

      *> a campaign not yet run has sent nothing : it is left out.
       p-editer-campagne.
           if cam-date-execution = zero
               exit paragraph
           end-if.
           initialize ws-table-dept.
           initialize ws-totaux.
           perform p-cumuler-pieces.
           perform p-entete-page.
           move cam-code to lc-code.
           move cam-titre to lc-titre.
           move cam-date-envoi to lc-date.
           move ligne-campagne to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-dept-entete to ligne-rapport.
           write ligne-rapport.
           add 3 to ws-nb-ligne.
           perform varying ws-idx from 1 by 1 until ws-idx > 100
               if ws-dept-envois(ws-idx) > zero
                   perform p-editer-departement
               end-if
           end-perform.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "TOTAL" to d-dept.
           move ws-tot-envois to ws-calc-envois.
           move ws-tot-npai to ws-calc-npai.
           move ws-tot-corr to ws-calc-corr.
           perform p-editer-ligne-dept.
           if ws-nb-campagnes < 200
               add 1 to ws-nb-campagnes
               move cam-code to ws-syn-code(ws-nb-campagnes)
               move cam-titre to ws-syn-titre(ws-nb-campagnes)
               move cam-date-envoi to ws-syn-date(ws-nb-campagnes)
               move ws-tot-envois to ws-syn-envois(ws-nb-campagnes)
               move ws-tot-npai to ws-syn-npai(ws-nb-campagnes)
               move ws-tot-corr to ws-syn-corr(ws-nb-campagnes)
           end-if.

       p-cumuler-pieces.
           if not ws-perscamh-present
               exit paragraph
           end-if.
           move "00" to ws-perscamh-status.
           move cam-code to ch-code.
           start perscamh key is equal to ch-code
               invalid key set ws-perscamh-fin to true
           end-start.
           perform until ws-perscamh-fin
               read perscamh next record
                   at end set ws-perscamh-fin to true
               end-read
               if not ws-perscamh-fin
                   if ch-code = cam-code
                       perform p-cumuler-piece
                   else
                       set ws-perscamh-fin to true
                   end-if
               end-if
           end-perform.

       p-cumuler-piece.
           compute ws-idx = ch-codepostal / 1000 + 1.
           add 1 to ws-dept-envois(ws-idx) ws-tot-envois.
           evaluate true
               when ch-retour-npai
                   add 1 to ws-dept-npai(ws-idx) ws-tot-npai
               when ch-retour-correction
                   add 1 to ws-dept-corr(ws-idx) ws-tot-corr
           end-evaluate.

       p-editer-departement.
           if ws-nb-ligne >= 55
               perform p-entete-page
               move ligne-dept-entete to ligne-rapport
               write ligne-rapport
               add 1 to ws-nb-ligne
           end-if.
           move spaces to d-dept.
           compute ws-sidx = ws-idx - 1.
           move ws-sidx(2:2) to d-dept.
           move ws-dept-envois(ws-idx) to ws-calc-envois.
           move ws-dept-npai(ws-idx) to ws-calc-npai.
           move ws-dept-corr(ws-idx) to ws-calc-corr.
           perform p-editer-ligne-dept.

       p-editer-ligne-dept.
           perform p-calculer-taux.
           move ws-calc-envois to d-envois.
           move ws-calc-npai to d-npai.
           move ws-calc-corr to d-corr.
           move ws-retours to d-retours.
           move ws-taux to d-taux.
           move ligne-dept to ligne-rapport.
           write ligne-rapport.
           add 1 to ws-nb-ligne.

      *> the return rate is the share of the pieces sent that came
      *> back, NPAI and corrections together.
       p-calculer-taux.
           compute ws-retours = ws-calc-npai + ws-calc-corr.
           if ws-calc-envois = zero
               move zero to ws-taux
           else
               compute ws-taux rounded =
                   ws-retours * 100 / ws-calc-envois
           end-if.

       p-editer-synthese.
           perform p-entete-page.
           move "SYNTHESE PAR CAMPAGNE" to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-syn-entete to ligne-rapport.
           write ligne-rapport.
           if ws-nb-campagnes = zero
               move "(AUCUNE CAMPAGNE EXECUTEE)" to ligne-rapport
               write ligne-rapport
               exit paragraph
           end-if.
           perform varying ws-sidx from 1 by 1
                   until ws-sidx > ws-nb-campagnes
               move ws-syn-envois(ws-sidx) to ws-calc-envois
               move ws-syn-npai(ws-sidx) to ws-calc-npai
               move ws-syn-corr(ws-sidx) to ws-calc-corr
               perform p-calculer-taux
               move ws-syn-code(ws-sidx) to s-code
               move ws-syn-titre(ws-sidx) to s-titre
               move ws-syn-date(ws-sidx) to s-date
               move ws-calc-envois to s-envois
               move ws-retours to s-retours
               move ws-taux to s-taux
               move ligne-syn to ligne-rapport
               write ligne-rapport
           end-perform.

       p-entete-page.
           add 1 to ws-nb-page.
           if ws-nb-page > 1
               move spaces to ligne-rapport
               write ligne-rapport before advancing page
           end-if.
           move ws-date-jour to e1-date.
           move ws-nb-page to e1-page.
           move ligne-entete-1 to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move 3 to ws-nb-ligne.
