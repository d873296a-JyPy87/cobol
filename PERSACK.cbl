       identification division.
       program-id. PERSACK.
       date-written. Octobre 2026.
       author. Jeremy.

      *> processing of the mailing house acknowledgement file. for
      *> every PERSEXP.DAT it loads, the mailing house sends back
      *> PERSACK.DAT (ACKREC layout) : the run date of our header,
      *> the details it rejected with its reason code, and the
      *> number of details it received. the acknowledgement is
      *> reconciled against the transmission logged by PERSEXP in
      *> PERSEXP.TRN : the header date names the transmission (the
      *> latest one of that date), the count received must equal
      *> the trailer count we sent. in agreement the transmission
      *> is marked A, otherwise X ; either way the rejected details
      *> go to PERSACK.ANO with the person number, and the
      *> reconciliation to PERSACK.LST. PERSEXP refuses its next
      *> DELTA run until the last transmission is marked A.
      *>
      *> rc 4 when the counts differ or details were rejected, rc 8
      *> when a file is missing, rc 12 when the acknowledgement is
      *> unusable (no header, no trailer, unknown date) - the log
      *> is then left untouched.

       environment division.
       input-output section.
       file-control.
           select ficack assign to "PERSACK.DAT"
               organization is line sequential
               file status is ws-ficack-status.
           select exptrn assign to "PERSEXP.TRN"
               organization is line sequential
               file status is ws-exptrn-status.
           select persmast assign to "PERSMAST"
               organization is indexed
               access mode is dynamic
               record key is pm-id
               alternate record key is pm-cle with duplicates
               file status is ws-persmast-status.
           select persrun assign to "PERSRUN"
               organization is indexed
               access mode is dynamic
               record key is run-cle
               file status is ws-persrun-status.
           select persano assign to "PERSACK.ANO"
               organization is line sequential
               file status is ws-persano-status.
           select persrpt assign to "PERSACK.LST"
               organization is line sequential
               file status is ws-persrpt-status.

       data division.
       file section.
       fd  ficack.
           copy ACKREC.
       fd  exptrn.
           copy TRNREC.
       fd  persmast.
           copy PERSREC.
       fd  persrun.
           copy PRUNREC.
       fd  persano.
           01 ligne-ano pic x(133).
       fd  persrpt.
           01 ligne-rapport pic x(133).

       working-storage section.
           1 ws-ficack-status pic x(2).
               88 ws-ficack-ok value "00".
               88 ws-ficack-fin value "10".
           1 ws-exptrn-status pic x(2).
               88 ws-exptrn-ok value "00".
               88 ws-exptrn-fin value "10".
           1 ws-persmast-status pic x(2).
               88 ws-persmast-ok value "00".
           1 ws-mast-present pic x(1) value "N".
               88 ws-persmast-present value "O".
           1 ws-persrun-status pic x(2).
               88 ws-persrun-ok value "00".
           1 ws-persano-status pic x(2).
               88 ws-persano-ok value "00".
           1 ws-persrpt-status pic x(2).
               88 ws-persrpt-ok value "00".

           1 ws-date-jour pic 9(8) value zero.
           1 ws-motif-abandon pic x(60) value spaces.

      *> the transmission log, held in memory while the line of the
      *> acknowledged transmission is updated, then written back.
      *> only the last ws-max-trn lines are kept.
           1 ws-max-trn pic 9(4) value 1000.
           1 ws-table-trn.
               2 ws-nb-trn pic 9(4) value zero.
               2 ws-trn-ligne occurs 1000 times pic x(58).
           1 ws-trn-idx pic 9(4) value zero.
           1 ws-trn-total pic 9(7) value zero.
           1 ws-trn-a-sauter pic 9(7) value zero.
           1 ws-trn-rang pic 9(4) value zero.
           1 ws-trn-lues pic 9(7) value zero.

           1 ws-controle.
               2 ws-entete-vue pic x(1) value "N".
                   88 ws-entete-ok value "O".
               2 ws-fin-vue pic x(1) value "N".
                   88 ws-fin-ok value "O".
               2 ws-date-envoi pic 9(8) value zero.
               2 ws-nb-recus pic 9(9) value zero.
               2 ws-ecart pic s9(9) value zero.

           1 ws-compteurs.
               2 ws-nb-lus pic 9(9) value zero.
               2 ws-nb-rejets pic 9(9) value zero.
               2 ws-nb-ignores pic 9(9) value zero.

           1 ws-date-entree pic 9(8) value zero.
           1 ws-date-edit pic x(10) value spaces.

           1 ligne-titre.
               2 filler pic x(45) value
                   "PERSACK - RAPPROCHEMENT DE L'ACCUSE ROUTEUR".
               2 filler pic x(6) value "DATE".
               2 t-date pic x(10).
           1 ligne-transmission.
               2 filler pic x(24) value "EXTRACTION PERSEXP DU".
               2 lt-date pic x(10).
               2 filler pic x(3) value " A".
               2 lt-heure pic x(8).
               2 filler pic x(8) value "  MODE".
               2 lt-mode pic x(7).
           1 ligne-autre.
               2 filler pic x(31) value
                   "ATTENTION - EXTRACTION PLUS".
               2 filler pic x(24) value
                   "RECENTE DU".
               2 la-date pic x(10).
               2 filler pic x(30) value
                   " TOUJOURS EN ATTENTE D'ACCUSE".
           1 ligne-compteur.
               2 filler pic x(3) value spaces.
               2 cpt-libelle pic x(36).
               2 cpt-total pic z(8)9.
           1 ligne-statut.
               2 filler pic x(9) value "STATUT : ".
               2 ls-statut pic x(60).

           1 ligne-ano-titre pic x(45) value
               "PERSACK - DETAILS REJETES PAR LE ROUTEUR".
           1 ligne-ano-colonnes.
               2 filler pic x(10) value "PERSONNE".
               2 filler pic x(31) value "NOM".
               2 filler pic x(31) value "PRENOM".
               2 filler pic x(6) value "CODE".
               2 filler pic x(40) value "MOTIF DU ROUTEUR".
           1 ligne-ano-detail.
               2 ano-id pic 9(8).
               2 filler pic x(2) value spaces.
               2 ano-nom pic x(30).
               2 filler pic x(1) value space.
               2 ano-prenom pic x(30).
               2 filler pic x(1) value space.
               2 ano-motif pic x(4).
               2 filler pic x(2) value spaces.
               2 ano-libelle pic x(40).

       procedure division.
       p-principal.
           accept ws-date-jour from date yyyymmdd.
           perform p-controler-chaine.
           open input ficack.
           if not ws-ficack-ok
               display "PERSACK - fichier PERSACK.DAT absent."
               move 8 to return-code
               stop run
           end-if.
           perform p-charger-transmissions.
           if ws-nb-trn = zero
               close ficack
               display "PERSACK - aucune transmission dans "
                   "PERSEXP.TRN, rien a rapprocher."
               move 8 to return-code
               stop run
           end-if.
           open input persmast.
           if ws-persmast-ok
               set ws-persmast-present to true
           end-if.
           open output persano.
           move ligne-ano-titre to ligne-ano.
           write ligne-ano.
           move spaces to ligne-ano.
           write ligne-ano.
           move ligne-ano-colonnes to ligne-ano.
           write ligne-ano.
           perform until ws-ficack-fin
               read ficack
                   at end set ws-ficack-fin to true
               end-read
               if not ws-ficack-fin
                   add 1 to ws-nb-lus
                   evaluate true
                       when ws-nb-lus = 1
                           perform p-controler-entete
                       when ac-est-rejet
                           perform p-noter-rejet
                       when ac-est-fin
                           set ws-fin-ok to true
                           move ac-nb-recus to ws-nb-recus
                       when other
                           add 1 to ws-nb-ignores
                   end-evaluate
               end-if
           end-perform.
           if not ws-entete-ok
               move "accuse vide" to ws-motif-abandon
               perform p-abandonner
           end-if.
           if not ws-fin-ok
               move "fin T absente - accuse tronque"
                   to ws-motif-abandon
               perform p-abandonner
           end-if.
           close ficack.
           close persano.
           if ws-persmast-present
               close persmast
           end-if.
           perform p-rapprocher.
           perform p-ecrire-transmissions.
           perform p-imprimer-rapport.
           display "PERSACK termine - extraction du " ws-date-envoi
               " : " trn-nb-enr " envoyes, " ws-nb-recus " recus, "
               ws-nb-rejets " rejetes.".
           if trn-ecart or ws-nb-rejets > zero
               move 4 to return-code
           end-if.
           stop run.

      *> the log is written by PERSEXP, which runs in the night
      *> chain : it is not rewritten while the chain holds the
      *> *CHAINE* marker of PERSRUN.
       p-controler-chaine.
           open input persrun.
           if not ws-persrun-ok
               exit paragraph
           end-if.
           move "*CHAINE*" to run-cle.
           read persrun
               invalid key continue
               not invalid key
                   close persrun
                   display "PERSACK - chaine de nuit en cours, "
                       "relancer apres PERSEOD."
                   move 8 to return-code
                   stop run
           end-read.
           close persrun.

      *> two passes : the first counts the lines, the second keeps
      *> the last ws-max-trn of them.
       p-charger-transmissions.
           move zero to ws-nb-trn.
           open input exptrn.
           if not ws-exptrn-ok
               exit paragraph
           end-if.
           perform until ws-exptrn-fin
               read exptrn
                   at end set ws-exptrn-fin to true
               end-read
               if not ws-exptrn-fin
                   add 1 to ws-trn-total
               end-if
           end-perform.
           close exptrn.
           move zero to ws-trn-a-sauter.
           if ws-trn-total > ws-max-trn
               compute ws-trn-a-sauter = ws-trn-total - ws-max-trn
           end-if.
           open input exptrn.
           move zero to ws-trn-lues.
           perform until ws-exptrn-fin
               read exptrn
                   at end set ws-exptrn-fin to true
               end-read
               if not ws-exptrn-fin
                   add 1 to ws-trn-lues
                   if ws-trn-lues > ws-trn-a-sauter
                       add 1 to ws-nb-trn
                       move trn-enr to ws-trn-ligne(ws-nb-trn)
                   end-if
               end-if
           end-perform.
           close exptrn.

      *> the header date must be one of our extracts : the latest
      *> transmission of that date is the one acknowledged.
       p-controler-entete.
           if not ac-est-entete
               move "entete H absente en tete de fichier"
                   to ws-motif-abandon
               perform p-abandonner
           end-if.
           set ws-entete-ok to true.
           if ac-date-envoi is not numeric or ac-date-envoi = zero
               move "date d'entete absente ou non numerique"
                   to ws-motif-abandon
               perform p-abandonner
           end-if.
           move ac-date-envoi to ws-date-envoi.
           move zero to ws-trn-rang.
           perform varying ws-trn-idx from ws-nb-trn by -1
                   until ws-trn-idx < 1 or ws-trn-rang > zero
               move ws-trn-ligne(ws-trn-idx) to trn-enr
               if trn-date = ws-date-envoi
                   move ws-trn-idx to ws-trn-rang
               end-if
           end-perform.
           if ws-trn-rang = zero
               move spaces to ws-motif-abandon
               string "aucune extraction du " ws-date-envoi
                   " dans PERSEXP.TRN"
                   delimited by size into ws-motif-abandon
               perform p-abandonner
           end-if.

       p-noter-rejet.
           add 1 to ws-nb-rejets.
           move ac-id to ano-id.
           move ac-motif to ano-motif.
           move ac-libelle to ano-libelle.
           move spaces to ano-nom.
           move spaces to ano-prenom.
           if ws-persmast-present and ac-id is numeric
               move ac-id to pm-id
               read persmast
                   invalid key
                       move "INCONNU DE PERSMAST" to ano-nom
                   not invalid key
                       move pm-nom to ano-nom
                       move pm-prenom to ano-prenom
               end-read
           end-if.
           move ligne-ano-detail to ligne-ano.
           write ligne-ano.

      *> the count received, rejected details included, must be the
      *> count of the trailer we sent.
       p-rapprocher.
           move ws-trn-ligne(ws-trn-rang) to trn-enr.
           compute ws-ecart = ws-nb-recus - trn-nb-enr.
           if ws-ecart = zero
               set trn-accuse to true
           else
               set trn-ecart to true
           end-if.
           move ws-date-jour to trn-date-accuse.
           move ws-nb-recus to trn-nb-recus.
           move ws-nb-rejets to trn-nb-rejets.
           move trn-enr to ws-trn-ligne(ws-trn-rang).

       p-ecrire-transmissions.
           open output exptrn.
           perform varying ws-trn-idx from 1 by 1
                   until ws-trn-idx > ws-nb-trn
               move ws-trn-ligne(ws-trn-idx) to trn-enr
               write trn-enr
           end-perform.
           close exptrn.
           move ws-trn-ligne(ws-trn-rang) to trn-enr.

       p-imprimer-rapport.
           open output persrpt.
           move ws-date-jour to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to t-date.
           move ligne-titre to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move trn-date to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to lt-date.
           move spaces to lt-heure.
           string trn-heure(1:2) ":" trn-heure(3:2) ":" trn-heure(5:2)
               delimited by size into lt-heure.
           if trn-delta
               move "DELTA" to lt-mode
           else
               move "COMPLET" to lt-mode
           end-if.
           move ligne-transmission to ligne-rapport.
           write ligne-rapport.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move "DETAILS ENVOYES (FIN T PERSEXP)" to cpt-libelle.
           move trn-nb-enr to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "DETAILS RECUS (FIN T ACCUSE)" to cpt-libelle.
           move ws-nb-recus to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           move "DETAILS REJETES (VOIR PERSACK.ANO)" to cpt-libelle.
           move ws-nb-rejets to cpt-total.
           move ligne-compteur to ligne-rapport.
           write ligne-rapport.
           if ws-nb-ignores > zero
               move "LIGNES D'ACCUSE IGNOREES" to cpt-libelle
               move ws-nb-ignores to cpt-total
               move ligne-compteur to ligne-rapport
               write ligne-rapport
           end-if.
           move spaces to ligne-rapport.
           write ligne-rapport.
           if trn-accuse
               move "ACCUSE CONFORME - DELTA SUIVANT AUTORISE"
                   to ls-statut
           else
               move "ECART DE COMPTAGE - EXTRACTION A RETRANSMETTRE"
                   to ls-statut
           end-if.
           move ligne-statut to ligne-rapport.
           write ligne-rapport.
           perform p-signaler-plus-recente.
           close persrpt.

      *> PERSEXP only looks at the last transmission : acknowledging
      *> an older one does not lift the refusal of the next delta.
       p-signaler-plus-recente.
           if ws-trn-rang = ws-nb-trn
               exit paragraph
           end-if.
           move ws-trn-ligne(ws-nb-trn) to trn-enr.
           if trn-accuse
               exit paragraph
           end-if.
           move trn-date to ws-date-entree.
           perform p-formater-date.
           move ws-date-edit to la-date.
           move spaces to ligne-rapport.
           write ligne-rapport.
           move ligne-autre to ligne-rapport.
           write ligne-rapport.
           move ws-trn-ligne(ws-trn-rang) to trn-enr.

      *> aaaammjj -> jj/mm/aaaa.
       p-formater-date.
           move spaces to ws-date-edit.
           string ws-date-entree(7:2) "/" ws-date-entree(5:2) "/"
               ws-date-entree(1:4)
               delimited by size into ws-date-edit.

       p-abandonner.
           display "PERSACK abandonne - " ws-motif-abandon.
           close ficack.
           close persano.
           if ws-persmast-present
               close persmast
           end-if.
           move 12 to return-code.
           stop run.
